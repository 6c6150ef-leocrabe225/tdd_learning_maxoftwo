000240*                  HISTMAST NAMES THE MASTER (DEFAULTING TO      *
000250*                  RESULTS/HISTORY.IDX) AND RETDAYS THE          *
000260*                  RETENTION PERIOD IN DAYS (DEFAULTING TO 60).  *
000262*                                                                *
000264*                  A DAY'S FILES ARE ONLY PURGED ONCE RSLTARCH   *
000266*                  HAS COPIED THEM TO A VERIFIED MONTHLY         *
000268*                  ARCHIVE, AS ITS INDEX (ARCINDEX, DEFAULTING   *
000269*                  TO RESULTS/TDDARCH.INDEX) RECORDS.            *
000270*                                                                *
000280*                  RETURN-CODE:  0 = ROLLUP COMPLETE             *
000282*                                4 = A DAY PAST RETENTION WAS    *
000284*                                    NOT ON A VERIFIED ARCHIVE,  *
000286*                                    SO ITS FILES WERE KEPT      *
000290*                                8 = MASTER COULD NOT BE OPENED, *
000300*                                    OR A DAILY CSV COULD NOT BE *
000310*                                    READ END TO END (THAT DAY   *
000400*                      RETENTION PURGE AND TREND REPORT.         *
000402*    2026-09-01  RLO   CSV RECORD WIDENED TO 180 FOR THE NEW     *
000404*                      OPERAND-COUNT AND NUM_3-NUM_5 COLUMNS.    *
000406*    2026-10-15  RLO   PURGE HELD FOR ANY DAY NOT ON A VERIFIED  *
000408*                      RSLTARCH ARCHIVE (ARCINDEX).              *
000410*----------------------------------------------------------------*
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. rslthist.
000620     SELECT F-TREND-REPORT ASSIGN DYNAMIC WS-TREND-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RPT-STATUS.
000642
000644     SELECT F-ARC-INDEX ASSIGN DYNAMIC WS-INDEX-NAME
000646         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS WS-INDEX-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000850
000860 FD F-TREND-REPORT.
000870 01 F-REPORT-LINE               PIC X(100).
000872
000874 FD F-ARC-INDEX.
000876 COPY arcindex.
000880
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------*
000940 01 WS-DAY-CSV-NAME             PIC X(40).
000950 01 WS-TREND-NAME               PIC X(40).
000960 01 WS-PURGE-FILE-NAME          PIC X(40).
000962 01 WS-INDEX-NAME               PIC X(40).
000964 01 WS-FILE-DETAILS             PIC X(16).
000970
000980 01 WS-HIST-STATUS              PIC X(02).
000990     88 WS-HIST-STATUS-OK                  VALUE "00".
001060
001070 01 WS-RPT-STATUS               PIC X(02).
001080     88 WS-RPT-STATUS-OK                   VALUE "00".
001082
001084 01 WS-INDEX-STATUS             PIC X(02).
001086     88 WS-INDEX-STATUS-OK                 VALUE "00".
001088     88 WS-INDEX-NOT-FOUND                 VALUE "35".
001090
001100*----------------------------------------------------------------*
001110*    SWITCHES                                                    *
001190 77 WS-DAY-ERROR-SW              PIC X(01) VALUE "N".
001200     88 WS-DAY-ERROR                       VALUE "Y".
001210
001211 77 WS-PURGE-ACTION-SW           PIC X(01) VALUE "D".
001212     88 WS-PURGE-DELETE                    VALUE "D".
001213     88 WS-PURGE-PROBE                     VALUE "P".
001214
001215 77 WS-ARCHIVED-SW               PIC X(01) VALUE "N".
001216     88 WS-DAY-ARCHIVED                    VALUE "Y".
001217
001220 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
001230
001240 77 WS-TREND-DONE-SW             PIC X(01) VALUE "N".
001250     88 WS-TREND-DONE                      VALUE "Y".
001252
001253 77 WS-FILE-LEFT-SW              PIC X(01) VALUE "N".
001254     88 WS-FILE-LEFT                       VALUE "Y".
001255
001256 77 WS-INDEX-DONE-SW             PIC X(01) VALUE "N".
001257     88 WS-INDEX-DONE                      VALUE "Y".
001260
001270*----------------------------------------------------------------*
001280*    THE CSV ROW IMAGE SHARED WITH CHCKRSLT                      *
001460     05 WS-DATE-MM              PIC X(02).
001470     05 WS-DATE-DD              PIC X(02).
001480 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
001482 01 WS-INDEX-FROM-DATE          PIC 9(08) VALUE 0.
001484 01 WS-INDEX-TO-DATE            PIC 9(08) VALUE 0.
001490
001500*----------------------------------------------------------------*
001510*    DAILY ACCUMULATORS - SLOT 1 MAX, 2 MIN, 3 AVG               *
001840 77 WS-LOADED-COUNT             PIC 9(04) VALUE 0.
001850 77 WS-SKIPPED-COUNT            PIC 9(04) VALUE 0.
001860 77 WS-PURGED-COUNT             PIC 9(04) VALUE 0.
001862 77 WS-HELD-COUNT               PIC 9(04) VALUE 0.
001870
001871*----------------------------------------------------------------*
001872*    VERIFIED ARCHIVED RUN DATES, FROM RSLTARCH'S INDEX          *
001873*----------------------------------------------------------------*
001874 77 WS-AX-MAX                   PIC 9(04) COMP VALUE 400.
001875 77 WS-AX-COUNT                 PIC 9(04) COMP VALUE 0.
001876 77 WS-AX-SUB                   PIC 9(04) COMP VALUE 0.
001877 01 WS-AX-TABLE.
001878     05 WS-AX-RUN-DATE          PIC 9(08) OCCURS 400 TIMES.
001879
001880*----------------------------------------------------------------*
001890*    WEEKLY TREND ACCUMULATORS                                   *
001900*----------------------------------------------------------------*
002470     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RET-DAYS.
002480     COMPUTE WS-PURGE-START = WS-CUTOFF-INT - 365.
002490     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
002492     PERFORM 1200-LOAD-ARCHIVE-INDEX THRU 1200-EXIT.
002500 1000-EXIT.
002510     EXIT.
002520
002730     END-IF.
002740 1100-EXIT.
002750     EXIT.
002751
002752*----------------------------------------------------------------*
002753*    1200-LOAD-ARCHIVE-INDEX                                     *
002754*    THE RUN DATES IN THE PURGE SWEEP THAT RSLTARCH HAS ON A     *
002756*    VERIFIED ARCHIVE.  THE LATEST INDEX LINE FOR A DATE WINS,   *
002757*    SO A DAY RE-ARCHIVED AFTER A FAILURE COUNTS ONCE IT         *
002758*    VERIFIES.  WITH NO INDEX NOTHING IS ARCHIVED AND EVERY      *
002759*    PURGE IS HELD.                                              *
002760*----------------------------------------------------------------*
002761 1200-LOAD-ARCHIVE-INDEX.
002762     MOVE SPACES TO WS-INDEX-NAME.
002763     ACCEPT WS-INDEX-NAME FROM ENVIRONMENT "ARCINDEX"
002764         ON EXCEPTION
002765             CONTINUE
002766     END-ACCEPT.
002767     IF WS-INDEX-NAME = SPACES
002768         MOVE "results/tddarch.index" TO WS-INDEX-NAME
002769     END-IF.
002770     COMPUTE WS-INDEX-FROM-DATE
002771         = FUNCTION DATE-OF-INTEGER (WS-PURGE-START).
002772     COMPUTE WS-INDEX-TO-DATE
002773         = FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
002774     OPEN INPUT F-ARC-INDEX.
002775     IF WS-INDEX-NOT-FOUND
002776         GO TO 1200-EXIT
002777     END-IF.
002778     IF NOT WS-INDEX-STATUS-OK
002779         DISPLAY "RSLTHIST: UNABLE TO OPEN ARCHIVE INDEX "
002780                 WS-INDEX-NAME
002781                 ", FILE STATUS=" WS-INDEX-STATUS
002782         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
002783         GO TO 1200-EXIT
002784     END-IF.
002785     MOVE "N" TO WS-INDEX-DONE-SW.
002786     PERFORM 1250-READ-ARCHIVE-INDEX THRU 1250-EXIT
002787         UNTIL WS-INDEX-DONE.
002788     CLOSE F-ARC-INDEX.
002789 1200-EXIT.
002790     EXIT.
002791
002792 1250-READ-ARCHIVE-INDEX.
002793     READ F-ARC-INDEX
002794         AT END
002795             SET WS-INDEX-DONE TO TRUE
002796             GO TO 1250-EXIT
002797     END-READ.
002798     IF AI-RUN-DATE IS NOT NUMERIC
002799         GO TO 1250-EXIT
002800     END-IF.
002801     IF AI-RUN-DATE < WS-INDEX-FROM-DATE
002802        OR AI-RUN-DATE NOT < WS-INDEX-TO-DATE
002803         GO TO 1250-EXIT
002804     END-IF.
002805     MOVE AI-RUN-DATE TO WS-DATE-NUM.
002806     PERFORM 4050-FIND-ARCHIVED-DATE THRU 4050-EXIT.
002807     IF NOT AI-VERIFIED
002808         IF WS-DAY-ARCHIVED
002809             MOVE 0 TO WS-AX-RUN-DATE (WS-AX-SUB)
002810         END-IF
002811         GO TO 1250-EXIT
002812     END-IF.
002813     IF WS-DAY-ARCHIVED
002814         GO TO 1250-EXIT
002815     END-IF.
002816     IF WS-AX-COUNT NOT < WS-AX-MAX
002817         GO TO 1250-EXIT
002818     END-IF.
002819     ADD 1 TO WS-AX-COUNT.
002820     MOVE AI-RUN-DATE TO WS-AX-RUN-DATE (WS-AX-COUNT).
002821 1250-EXIT.
002822     EXIT.
002823
002824*----------------------------------------------------------------*
002825*    2000-LOAD-ONE-DAY                                           *
002826*    A DAY WITH NO CSV IS SIMPLY A DAY THE SUITE DID NOT RUN; A  *
002827*    DAY ALREADY ON THE MASTER IS SKIPPED SO A CATCH-UP RUN      *
002828*    NEVER DOUBLE-COUNTS.                                        *
002829*----------------------------------------------------------------*
002830 2000-LOAD-ONE-DAY.
002840     COMPUTE WS-DATE-NUM
002850         = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
004980*    DAY'S FILES ARE ONLY DELETED ONCE ITS DATE IS ON THE        *
004990*    HISTORY MASTER, SO NOTHING UNLOADED IS EVER DESTROYED.      *
005000*    THE SWEEP COVERS THE YEAR OF DATES BEFORE THE CUTOFF.       *
005002*    NOR IS ANYTHING DELETED FOR A DAY THAT IS NOT ON A VERIFIED *
005004*    RSLTARCH ARCHIVE: ITS FILES ARE ONLY PROBED, AND IF ANY ARE *
005006*    STILL THERE THE PURGE IS HELD AND THE RUN ENDS WITH RC 4.   *
005010*----------------------------------------------------------------*
005020 4000-PURGE-ONE-DAY.
005030     COMPUTE WS-DATE-NUM
005070         INVALID KEY
005080             GO TO 4000-EXIT
005090     END-READ.
005092     PERFORM 4050-FIND-ARCHIVED-DATE THRU 4050-EXIT.
005094     IF WS-DAY-ARCHIVED
005095         SET WS-PURGE-DELETE TO TRUE
005096     ELSE
005097         SET WS-PURGE-PROBE TO TRUE
005098         MOVE "N" TO WS-FILE-LEFT-SW
005099     END-IF.
005100     PERFORM 2100-BUILD-CSV-NAME THRU 2100-EXIT.
005110     MOVE WS-DAY-CSV-NAME TO WS-PURGE-FILE-NAME.
005120     PERFORM 4100-DELETE-ONE-FILE THRU 4100-EXIT.
005380            INTO WS-PURGE-FILE-NAME
005390     END-STRING.
005400     PERFORM 4100-DELETE-ONE-FILE THRU 4100-EXIT.
005402     IF WS-PURGE-PROBE AND WS-FILE-LEFT
005403         DISPLAY "RSLTHIST: " WS-DATE-NUM " IS NOT ON A VERIFIED "
005404                 "ARCHIVE - PURGE HELD"
005405         ADD 1 TO WS-HELD-COUNT
005406         IF WS-RETURN-CODE-OVERRIDE < 4
005407             MOVE 4 TO WS-RETURN-CODE-OVERRIDE
005408         END-IF
005409     END-IF.
005410 4000-EXIT.
005420     EXIT.
005421
005422*----------------------------------------------------------------*
005423*    4050-FIND-ARCHIVED-DATE                                     *
005424*    IS WS-DATE-NUM ON A VERIFIED ARCHIVE?  WS-AX-SUB POINTS AT  *
005425*    ITS ENTRY WHEN IT IS.                                       *
005426*----------------------------------------------------------------*
005427 4050-FIND-ARCHIVED-DATE.
005428     MOVE "N" TO WS-ARCHIVED-SW.
005429     PERFORM 4060-CHECK-ARCHIVED-DATE THRU 4060-EXIT
005430         VARYING WS-AX-SUB FROM 1 BY 1
005431         UNTIL WS-AX-SUB > WS-AX-COUNT
005432            OR WS-DAY-ARCHIVED.
005433     IF WS-DAY-ARCHIVED
005434         SUBTRACT 1 FROM WS-AX-SUB
005435     END-IF.
005436 4050-EXIT.
005437     EXIT.
005438
005439 4060-CHECK-ARCHIVED-DATE.
005440     IF WS-AX-RUN-DATE (WS-AX-SUB) = WS-DATE-NUM
005441         SET WS-DAY-ARCHIVED TO TRUE
005442     END-IF.
005443 4060-EXIT.
005444     EXIT.
005445
005446*----------------------------------------------------------------*
005450*    4100-DELETE-ONE-FILE                                        *
005460*    CBL_DELETE_FILE SETS RETURN-CODE; A NON-ZERO CODE JUST      *
005470*    MEANS THE FILE WAS ALREADY GONE, SO IT IS RESET EITHER WAY. *
005472*    IN PROBE MODE NOTHING IS DELETED; WS-FILE-LEFT IS SET WHEN  *
005474*    THE FILE IS STILL THERE.                                    *
005480*----------------------------------------------------------------*
005490 4100-DELETE-ONE-FILE.
005491     IF WS-PURGE-PROBE
005492         CALL "CBL_CHECK_FILE_EXIST" USING WS-PURGE-FILE-NAME
005493                                           WS-FILE-DETAILS
005494         IF RETURN-CODE = 0
005495             SET WS-FILE-LEFT TO TRUE
005496         END-IF
005497         MOVE 0 TO RETURN-CODE
005498         GO TO 4100-EXIT
005499     END-IF.
005500     CALL "CBL_DELETE_FILE" USING WS-PURGE-FILE-NAME.
005510     IF RETURN-CODE = 0
005520         ADD 1 TO WS-PURGED-COUNT
006730     CLOSE F-HISTORY.
006740     DISPLAY "RSLTHIST: LOADED=" WS-LOADED-COUNT
006750             " SKIPPED=" WS-SKIPPED-COUNT
006760             " FILES-PURGED=" WS-PURGED-COUNT
006762             " PURGES-HELD=" WS-HELD-COUNT.
006770*    THE OVERRIDE SURVIVES THE RETURN-CODE RESETS DONE AFTER
006780*    EACH CBL_DELETE_FILE IN THE PURGE PASS.
006790     IF WS-RETURN-CODE-OVERRIDE NOT = 0
