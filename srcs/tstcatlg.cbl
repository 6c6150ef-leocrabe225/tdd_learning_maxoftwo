000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      TSTCATLG                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      TEST CATALOG REPORT.  THE ONLY WAY TO SEE     *
000090*                  WHAT IS ON THE INDEXED TEST-CASE MASTER HAS   *
000100*                  BEEN A TSTMAINT "I" INQUIRY, ONE ID AT A      *
000110*                  TIME.  THIS PROGRAM LISTS EVERY MASTER CASE   *
000120*                  GROUPED BY OP CODE AND THEN SUITE TAG, EACH   *
000130*                  WITH ITS OPERANDS, EXPECTED VALUE, STATUS,    *
000140*                  TICKET AND OWNER, AND ITS LAST VERDICT AND    *
000150*                  LAST RUN DATE FROM THE CASEHIST CASE-LEVEL    *
000160*                  HISTORY (JOINED ON TEST NAME, THE HISTORY'S   *
000170*                  KEY).  EVERY SUITE TAG AND OP CODE GROUP      *
000180*                  ENDS WITH A SUBTOTAL: CASES, XFAIL CASES,     *
000190*                  CASES WITH A VERDICT, HOW MANY OF THOSE LAST  *
000200*                  PASSED AND THE PASS RATE - PASS ONLY, AS      *
000210*                  TDDMAX2 AND RSLTHIST COUNT IT.                *
000220*                                                                *
000230*                  TWO KINDS OF STALE ENTRY ARE FLAGGED:         *
000240*                    - AN ACTIVE CASE (STATUS ACTIVE OR BLANK)   *
000250*                      WITH NO VERDICT ON THE HISTORY IN THE     *
000260*                      LAST STALEDAYS DAYS (DEFAULT 30) - MARKED *
000270*                      ON ITS CATALOG LINE AND LISTED IN         *
000280*                      SECTION 2                                 *
000290*                    - HISTORY ENTRIES WHOSE TEST NAME IS NO     *
000300*                      LONGER ON THE MASTER, ONE LINE PER NAME   *
000310*                      IN SECTION 3                              *
000320*                  A MISSING HISTORY IS REPORTED AND TREATED AS  *
000330*                  EMPTY, SO EVERY ACTIVE CASE SHOWS AS STALE.   *
000340*                                                                *
000350*                  TESTMAST NAMES THE MASTER (DEFAULT            *
000360*                  INPUT/TESTMAST.IDX), CASEHIST THE HISTORY     *
000370*                  (DEFAULT RESULTS/CASEHIST.IDX).  OUTPUT GOES  *
000380*                  TO RESULTS/TSTCATLG_YYYYMMDD.RPT.             *
000390*                                                                *
000400*                  RETURN-CODE:  0 = CATALOG WRITTEN, NOTHING    *
000410*                                    STALE                       *
000420*                                4 = STALE CASES OR HISTORY      *
000430*                                    NAMES NOT ON THE MASTER     *
000440*                                8 = FILE ERROR OR MASTER TOO    *
000450*                                    LARGE FOR THE TABLE         *
000460*                                                                *
000470*----------------------------------------------------------------*
000480*    MODIFICATION HISTORY                                        *
000490*    DATE        INIT  DESCRIPTION                               *
000500*    ----------  ----  ----------------------------------------  *
000510*    2026-10-15  RLO   ORIGINAL VERSION - CATALOG BY OP CODE AND *
000520*                      SUITE TAG WITH LAST VERDICTS, SUBTOTALS   *
000530*                      AND STALE-CASE DETECTION.                 *
000540*----------------------------------------------------------------*
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. tstcatlg.
000570 AUTHOR. R. OKONKWO.
000580 INSTALLATION. ENTERPRISE BATCH SERVICES.
000590 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT F-MASTER ASSIGN DYNAMIC WS-MASTER-FILE-NAME
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS TM-TEST-ID
000690         FILE STATUS IS WS-MAST-STATUS.
000700
000710     SELECT F-CASE-HISTORY ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS CH-KEY
000750         FILE STATUS IS WS-HIST-STATUS.
000760
000770     SELECT F-CATALOG-REPORT ASSIGN DYNAMIC WS-REPORT-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD F-MASTER.
000840 COPY testmast.
000850
000860 FD F-CASE-HISTORY.
000870 COPY casehrec.
000880
000890 FD F-CATALOG-REPORT.
000900 01 F-REPORT-LINE               PIC X(150).
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
000940*    FILE NAMES AND STATUS CODES                                 *
000950*----------------------------------------------------------------*
000960 01 WS-MASTER-FILE-NAME         PIC X(40).
000970 01 WS-HISTORY-FILE-NAME        PIC X(40).
000980 01 WS-REPORT-NAME              PIC X(40).
000990
001000 01 WS-MAST-STATUS              PIC X(02).
001010     88 WS-MAST-STATUS-OK                  VALUE "00".
001020     88 WS-MAST-NOT-FOUND                  VALUE "35".
001030 01 WS-HIST-STATUS              PIC X(02).
001040     88 WS-HIST-STATUS-OK                  VALUE "00".
001050     88 WS-HIST-NOT-FOUND                  VALUE "35".
001060 01 WS-RPT-STATUS               PIC X(02).
001070     88 WS-RPT-STATUS-OK                   VALUE "00".
001080
001090*----------------------------------------------------------------*
001100*    SWITCHES                                                    *
001110*----------------------------------------------------------------*
001120 77 WS-MAST-DONE-SW              PIC X(01) VALUE "N".
001130     88 WS-MAST-DONE                       VALUE "Y".
001140 77 WS-HIST-DONE-SW              PIC X(01) VALUE "N".
001150     88 WS-HIST-DONE                       VALUE "Y".
001160 77 WS-REPORT-OPEN-SW            PIC X(01) VALUE "N".
001170     88 WS-REPORT-OPEN                     VALUE "Y".
001180 77 WS-NAME-FOUND-SW             PIC X(01) VALUE "N".
001190     88 WS-NAME-FOUND                      VALUE "Y".
001200 77 WS-SWAPPED-SW                PIC X(01) VALUE "N".
001210     88 WS-SWAPPED                         VALUE "Y".
001220
001230 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
001240
001250*----------------------------------------------------------------*
001260*    STALE WINDOW FROM STALEDAYS, AS A CUTOFF DATE               *
001270*----------------------------------------------------------------*
001280 01 WS-STALEDAYS-TEXT           PIC X(04).
001290 77 WS-STALE-DAYS               PIC 9(04) VALUE 30.
001300 77 WS-TODAY-INT                PIC 9(07) COMP VALUE 0.
001310 77 WS-CUTOFF-INT               PIC 9(07) COMP VALUE 0.
001320 77 WS-LAST-INT                 PIC 9(07) COMP VALUE 0.
001330 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
001340 01 WS-CUTOFF-NUM               PIC 9(08) VALUE 0.
001350
001360*----------------------------------------------------------------*
001370*    EVERY MASTER CASE, WITH ITS LAST VERDICT FROM THE HISTORY.  *
001380*    OPERANDS ARE HELD AS THEIR DECK IMAGES, EIGHT BYTES APART,  *
001390*    SO THE FIELD PRINTS AS THE OPERAND LIST.                    *
001400*----------------------------------------------------------------*
001410 77 WS-CT-MAX                   PIC 9(04) COMP VALUE 1000.
001420 77 WS-CT-COUNT                 PIC 9(04) COMP VALUE 0.
001430 77 WS-CT-SUB                   PIC 9(04) COMP VALUE 0.
001440 77 WS-CT-SUB-2                 PIC 9(04) COMP VALUE 0.
001450 01 WS-CT-TABLE.
001460     05 WS-CT-ENTRY             OCCURS 1000 TIMES.
001470         10 WS-CT-OP-CODE      PIC X(03).
001480         10 WS-CT-SUITE-TAG    PIC X(08).
001490         10 WS-CT-TEST-ID      PIC 9(05).
001500         10 WS-CT-OPERANDS     PIC X(39).
001510         10 WS-CT-EXPECTED     PIC X(07).
001520         10 WS-CT-TEST-NAME    PIC X(40).
001530         10 WS-CT-STATUS       PIC X(06).
001540             88 WS-CT-XFAIL                VALUE "XFAIL".
001550             88 WS-CT-ACTIVE               VALUE "ACTIVE" SPACES.
001560         10 WS-CT-TICKET       PIC X(08).
001570         10 WS-CT-OWNER        PIC X(08).
001580         10 WS-CT-LAST-DATE    PIC 9(08).
001590         10 WS-CT-LAST-RESULT  PIC X(05).
001600         10 WS-CT-STALE-SW     PIC X(01).
001610             88 WS-CT-STALE                VALUE "Y".
001620 01 WS-CT-SWAP-ENTRY            PIC X(138).
001630
001640*----------------------------------------------------------------*
001650*    THE HISTORY GROUP BEING READ - ONE TEST NAME'S RECORDS, IN  *
001660*    DATE ORDER, SO THE LAST ONE READ IS THE LATEST VERDICT      *
001670*----------------------------------------------------------------*
001680 01 WS-GRP-NAME                 PIC X(40).
001690 01 WS-GRP-OP-CODE              PIC X(03).
001700 01 WS-GRP-LAST-DATE            PIC 9(08) VALUE 0.
001710 01 WS-GRP-LAST-RESULT          PIC X(05).
001720 77 WS-GRP-ENTRIES              PIC 9(05) VALUE 0.
001730
001740*----------------------------------------------------------------*
001750*    HISTORY NAMES NOT ON THE MASTER, FOR SECTION 3.  PAST THE   *
001760*    TABLE THEY ARE COUNTED BUT NOT LISTED.                      *
001770*----------------------------------------------------------------*
001780 77 WS-OR-MAX                   PIC 9(04) COMP VALUE 500.
001790 77 WS-OR-COUNT                 PIC 9(04) COMP VALUE 0.
001800 77 WS-OR-SUB                   PIC 9(04) COMP VALUE 0.
001810 77 WS-OR-SHOW                  PIC 9(04) VALUE 0.
001820 01 WS-OR-TABLE.
001830     05 WS-OR-ENTRY             OCCURS 500 TIMES.
001840         10 WS-OR-TEST-NAME    PIC X(40).
001850         10 WS-OR-OP-CODE      PIC X(03).
001860         10 WS-OR-LAST-DATE    PIC 9(08).
001870         10 WS-OR-LAST-RESULT  PIC X(05).
001880         10 WS-OR-ENTRIES      PIC 9(05).
001890
001900*----------------------------------------------------------------*
001910*    GROUP TOTALS: LEVEL 1 IS THE SUITE TAG WITHIN AN OP CODE,   *
001920*    LEVEL 2 THE OP CODE, LEVEL 3 THE WHOLE MASTER               *
001930*----------------------------------------------------------------*
001940 01 WS-TOTALS.
001950     05 WS-TOT-ENTRY            OCCURS 3 TIMES.
001960         10 WS-TOT-CASES       PIC 9(05).
001970         10 WS-TOT-XFAIL       PIC 9(05).
001980         10 WS-TOT-VERDICT     PIC 9(05).
001990         10 WS-TOT-PASSED      PIC 9(05).
002000         10 WS-TOT-STALE       PIC 9(05).
002010 77 WS-TOT-LEVEL                PIC 9(01) COMP VALUE 0.
002020 77 WS-PASS-RATE                PIC 9(03) VALUE 0.
002030 01 WS-RATE-TEXT                PIC X(04).
002040 01 WS-TOTAL-LABEL              PIC X(40).
002050
002060*----------------------------------------------------------------*
002070*    GROUP BREAK CONTROL                                         *
002080*----------------------------------------------------------------*
002090 01 WS-PREV-OP-CODE             PIC X(03).
002100 01 WS-PREV-SUITE-TAG           PIC X(08).
002110 01 WS-SUITE-SHOW               PIC X(08).
002120
002130*----------------------------------------------------------------*
002140*    CATALOG LINE AND ITS COLUMN HEADINGS                        *
002150*----------------------------------------------------------------*
002160 01 WS-COLUMN-HEADS.
002170     05 FILLER                 PIC X(09) VALUE "     ID".
002180     05 FILLER                 PIC X(40) VALUE "OPERANDS".
002190     05 FILLER                 PIC X(08) VALUE "EXPECT".
002200     05 FILLER                 PIC X(07) VALUE "STATUS".
002210     05 FILLER                 PIC X(09) VALUE "TICKET".
002220     05 FILLER                 PIC X(09) VALUE "OWNER".
002230     05 FILLER                 PIC X(06) VALUE "LAST".
002240     05 FILLER                 PIC X(09) VALUE "LAST-RUN".
002250     05 FILLER                 PIC X(06) VALUE "STALE".
002260     05 FILLER                 PIC X(09) VALUE "TEST NAME".
002270 01 WS-DETAIL-LINE.
002280     05 FILLER                 PIC X(03) VALUE SPACES.
002290     05 DL-TEST-ID             PIC 9(05).
002300     05 FILLER                 PIC X(01) VALUE SPACES.
002310     05 DL-OPERANDS            PIC X(39).
002320     05 FILLER                 PIC X(01) VALUE SPACES.
002330     05 DL-EXPECTED            PIC X(07).
002340     05 FILLER                 PIC X(01) VALUE SPACES.
002350     05 DL-STATUS              PIC X(06).
002360     05 FILLER                 PIC X(01) VALUE SPACES.
002370     05 DL-TICKET              PIC X(08).
002380     05 FILLER                 PIC X(01) VALUE SPACES.
002390     05 DL-OWNER               PIC X(08).
002400     05 FILLER                 PIC X(01) VALUE SPACES.
002410     05 DL-LAST-RESULT         PIC X(05).
002420     05 FILLER                 PIC X(01) VALUE SPACES.
002430     05 DL-LAST-DATE           PIC X(08).
002440     05 FILLER                 PIC X(01) VALUE SPACES.
002450     05 DL-STALE               PIC X(05).
002460     05 FILLER                 PIC X(01) VALUE SPACES.
002470     05 DL-TEST-NAME           PIC X(40).
002480
002490*----------------------------------------------------------------*
002500*    RUN COUNTERS                                                *
002510*----------------------------------------------------------------*
002520 77 WS-HIST-READ-COUNT          PIC 9(07) VALUE 0.
002530 77 WS-ORPHAN-NAMES             PIC 9(05) VALUE 0.
002540 77 WS-ORPHAN-ENTRIES           PIC 9(07) VALUE 0.
002550 01 WS-DATE-SHOW                PIC X(08).
002560
002570 PROCEDURE DIVISION.
002580
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     IF WS-REPORT-OPEN
002620         PERFORM 2000-MARK-STALE THRU 2000-EXIT
002630             VARYING WS-CT-SUB FROM 1 BY 1
002640             UNTIL WS-CT-SUB > WS-CT-COUNT
002650         PERFORM 2900-SORT-BY-GROUP THRU 2900-EXIT
002660         PERFORM 3000-WRITE-CATALOG THRU 3000-EXIT
002670         PERFORM 4000-WRITE-STALE THRU 4000-EXIT
002680         PERFORM 5000-WRITE-ORPHANS THRU 5000-EXIT
002690         PERFORM 6000-FINALIZE THRU 6000-EXIT
002700     ELSE
002710         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
002720     END-IF.
002730     STOP RUN.
002740
002750 1000-INITIALIZE.
002760     MOVE SPACES TO WS-MASTER-FILE-NAME.
002770     ACCEPT WS-MASTER-FILE-NAME FROM ENVIRONMENT "TESTMAST"
002780         ON EXCEPTION
002790             CONTINUE
002800     END-ACCEPT.
002810     IF WS-MASTER-FILE-NAME = SPACES
002820         MOVE "input/testmast.idx" TO WS-MASTER-FILE-NAME
002830     END-IF.
002840     MOVE SPACES TO WS-HISTORY-FILE-NAME.
002850     ACCEPT WS-HISTORY-FILE-NAME FROM ENVIRONMENT "CASEHIST"
002860         ON EXCEPTION
002870             CONTINUE
002880     END-ACCEPT.
002890     IF WS-HISTORY-FILE-NAME = SPACES
002900         MOVE "results/casehist.idx" TO WS-HISTORY-FILE-NAME
002910     END-IF.
002920     MOVE SPACES TO WS-STALEDAYS-TEXT.
002930     ACCEPT WS-STALEDAYS-TEXT FROM ENVIRONMENT "STALEDAYS"
002940         ON EXCEPTION
002950             CONTINUE
002960     END-ACCEPT.
002970     IF WS-STALEDAYS-TEXT NOT = SPACES
002980         COMPUTE WS-STALE-DAYS
002990             = FUNCTION NUMVAL (WS-STALEDAYS-TEXT)
003000     END-IF.
003010     IF WS-STALE-DAYS = 0
003020         MOVE 30 TO WS-STALE-DAYS
003030     END-IF.
003040     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
003050     COMPUTE WS-TODAY-INT
003060         = FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
003070     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-STALE-DAYS.
003080     COMPUTE WS-CUTOFF-NUM
003090         = FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
003100     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
003110     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003120         GO TO 1000-EXIT
003130     END-IF.
003140     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
003150     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003160         GO TO 1000-EXIT
003170     END-IF.
003180     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------*
003230*    1100-LOAD-MASTER                                            *
003240*    A CATALOG WITH NO MASTER HAS NOTHING TO LIST, SO A MISSING  *
003250*    ONE IS AN ERROR, AS IT IS FOR TSTAUDIT.                     *
003260*----------------------------------------------------------------*
003270 1100-LOAD-MASTER.
003280     OPEN INPUT F-MASTER.
003290     IF WS-MAST-NOT-FOUND
003300         DISPLAY "TSTCATLG: MASTER " WS-MASTER-FILE-NAME
003310                 " NOT FOUND - LOAD IT WITH TSTMAINT FIRST"
003320         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003330         GO TO 1100-EXIT
003340     END-IF.
003350     IF NOT WS-MAST-STATUS-OK
003360         DISPLAY "TSTCATLG: UNABLE TO OPEN MASTER, "
003370                 "FILE STATUS=" WS-MAST-STATUS
003380         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003390         GO TO 1100-EXIT
003400     END-IF.
003410     PERFORM 1150-LOAD-ONE-CASE THRU 1150-EXIT
003420         UNTIL WS-MAST-DONE.
003430     CLOSE F-MASTER.
003440 1100-EXIT.
003450     EXIT.
003460
003470 1150-LOAD-ONE-CASE.
003480     READ F-MASTER NEXT RECORD
003490         AT END
003500             SET WS-MAST-DONE TO TRUE
003510             GO TO 1150-EXIT
003520     END-READ.
003530     IF NOT WS-MAST-STATUS-OK
003540         DISPLAY "TSTCATLG: READ ERROR ON MASTER, "
003550                 "FILE STATUS=" WS-MAST-STATUS
003560         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003570         SET WS-MAST-DONE TO TRUE
003580         GO TO 1150-EXIT
003590     END-IF.
003600     IF WS-CT-COUNT NOT < WS-CT-MAX
003610         DISPLAY "TSTCATLG: MASTER HAS MORE THAN " WS-CT-MAX
003620                 " CASES - CATALOG TABLE IS FULL"
003630         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003640         SET WS-MAST-DONE TO TRUE
003650         GO TO 1150-EXIT
003660     END-IF.
003670     ADD 1 TO WS-CT-COUNT.
003680     MOVE WS-CT-COUNT TO WS-CT-SUB.
003690     MOVE TM-OP-CODE    TO WS-CT-OP-CODE (WS-CT-SUB).
003700     MOVE TM-SUITE-TAG  TO WS-CT-SUITE-TAG (WS-CT-SUB).
003710     MOVE TM-TEST-ID    TO WS-CT-TEST-ID (WS-CT-SUB).
003720     MOVE SPACES        TO WS-CT-OPERANDS (WS-CT-SUB).
003730     MOVE TM-IN-A       TO WS-CT-OPERANDS (WS-CT-SUB) (1:7).
003740     MOVE TM-IN-B       TO WS-CT-OPERANDS (WS-CT-SUB) (9:7).
003750     IF TM-OPN-COUNT NUMERIC
003760         MOVE TM-IN-C   TO WS-CT-OPERANDS (WS-CT-SUB) (17:7)
003770         MOVE TM-IN-D   TO WS-CT-OPERANDS (WS-CT-SUB) (25:7)
003780         MOVE TM-IN-E   TO WS-CT-OPERANDS (WS-CT-SUB) (33:7)
003790     END-IF.
003800     MOVE TM-EXPECTED   TO WS-CT-EXPECTED (WS-CT-SUB).
003810     MOVE TM-TEST-NAME  TO WS-CT-TEST-NAME (WS-CT-SUB).
003820     MOVE TM-STATUS     TO WS-CT-STATUS (WS-CT-SUB).
003830     MOVE TM-TICKET     TO WS-CT-TICKET (WS-CT-SUB).
003840     MOVE TM-OWNER      TO WS-CT-OWNER (WS-CT-SUB).
003850     MOVE 0             TO WS-CT-LAST-DATE (WS-CT-SUB).
003860     MOVE SPACES        TO WS-CT-LAST-RESULT (WS-CT-SUB).
003870     MOVE "N"           TO WS-CT-STALE-SW (WS-CT-SUB).
003880 1150-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------*
003920*    1300-LOAD-HISTORY                                           *
003930*    ONE SEQUENTIAL PASS OF THE HISTORY.  ITS KEY IS TEST NAME   *
003940*    PLUS RUN DATE, SO EACH NAME'S RECORDS ARRIVE TOGETHER AND   *
003950*    IN DATE ORDER; 1400 JOINS EACH COMPLETE GROUP TO THE        *
003960*    MASTER.                                                     *
003970*----------------------------------------------------------------*
003980 1300-LOAD-HISTORY.
003990     OPEN INPUT F-CASE-HISTORY.
004000     IF WS-HIST-NOT-FOUND
004010         DISPLAY "TSTCATLG: CASE HISTORY " WS-HISTORY-FILE-NAME
004020                 " NOT FOUND - NO CASE HAS A VERDICT"
004030         GO TO 1300-EXIT
004040     END-IF.
004050     IF NOT WS-HIST-STATUS-OK
004060         DISPLAY "TSTCATLG: UNABLE TO OPEN CASE HISTORY "
004070                 WS-HISTORY-FILE-NAME
004080                 ", FILE STATUS=" WS-HIST-STATUS
004090         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004100         GO TO 1300-EXIT
004110     END-IF.
004120     MOVE SPACES TO WS-GRP-NAME.
004130     MOVE 0 TO WS-GRP-ENTRIES.
004140     PERFORM 1350-READ-ONE-HISTORY THRU 1350-EXIT
004150         UNTIL WS-HIST-DONE.
004160     IF WS-GRP-ENTRIES > 0
004170         PERFORM 1400-JOIN-GROUP THRU 1400-EXIT
004180     END-IF.
004190     CLOSE F-CASE-HISTORY.
004200 1300-EXIT.
004210     EXIT.
004220
004230 1350-READ-ONE-HISTORY.
004240     READ F-CASE-HISTORY NEXT RECORD
004250         AT END
004260             SET WS-HIST-DONE TO TRUE
004270             GO TO 1350-EXIT
004280     END-READ.
004290     IF NOT WS-HIST-STATUS-OK
004300         DISPLAY "TSTCATLG: READ ERROR ON CASE HISTORY, "
004310                 "FILE STATUS=" WS-HIST-STATUS
004320         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004330         SET WS-HIST-DONE TO TRUE
004340         GO TO 1350-EXIT
004350     END-IF.
004360     ADD 1 TO WS-HIST-READ-COUNT.
004370     IF CH-TEST-NAME NOT = WS-GRP-NAME
004380         IF WS-GRP-ENTRIES > 0
004390             PERFORM 1400-JOIN-GROUP THRU 1400-EXIT
004400         END-IF
004410         MOVE CH-TEST-NAME TO WS-GRP-NAME
004420         MOVE 0 TO WS-GRP-ENTRIES
004430     END-IF.
004440     ADD 1 TO WS-GRP-ENTRIES.
004450     MOVE CH-OP-CODE  TO WS-GRP-OP-CODE.
004460     MOVE CH-RUN-DATE TO WS-GRP-LAST-DATE.
004470     MOVE CH-RESULT   TO WS-GRP-LAST-RESULT.
004480 1350-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------*
004520*    1400-JOIN-GROUP                                             *
004530*    THE GROUP'S LATEST VERDICT GOES ON EVERY MASTER CASE OF     *
004540*    THAT NAME; A NAME NO MASTER CASE CARRIES IS AN ORPHAN.      *
004550*----------------------------------------------------------------*
004560 1400-JOIN-GROUP.
004570     MOVE "N" TO WS-NAME-FOUND-SW.
004580     PERFORM 1450-MATCH-ONE-CASE THRU 1450-EXIT
004590         VARYING WS-CT-SUB FROM 1 BY 1
004600         UNTIL WS-CT-SUB > WS-CT-COUNT.
004610     IF WS-NAME-FOUND
004620         GO TO 1400-EXIT
004630     END-IF.
004640     ADD 1 TO WS-ORPHAN-NAMES.
004650     ADD WS-GRP-ENTRIES TO WS-ORPHAN-ENTRIES.
004660     IF WS-OR-COUNT < WS-OR-MAX
004670         ADD 1 TO WS-OR-COUNT
004680         MOVE WS-GRP-NAME        TO WS-OR-TEST-NAME (WS-OR-COUNT)
004690         MOVE WS-GRP-OP-CODE     TO WS-OR-OP-CODE (WS-OR-COUNT)
004700         MOVE WS-GRP-LAST-DATE   TO WS-OR-LAST-DATE (WS-OR-COUNT)
004710         MOVE WS-GRP-LAST-RESULT
004720             TO WS-OR-LAST-RESULT (WS-OR-COUNT)
004730         MOVE WS-GRP-ENTRIES     TO WS-OR-ENTRIES (WS-OR-COUNT)
004740     END-IF.
004750 1400-EXIT.
004760     EXIT.
004770
004780 1450-MATCH-ONE-CASE.
004790     IF WS-CT-TEST-NAME (WS-CT-SUB) = WS-GRP-NAME
004800         SET WS-NAME-FOUND TO TRUE
004810         MOVE WS-GRP-LAST-DATE TO WS-CT-LAST-DATE (WS-CT-SUB)
004820         MOVE WS-GRP-LAST-RESULT
004830             TO WS-CT-LAST-RESULT (WS-CT-SUB)
004840     END-IF.
004850 1450-EXIT.
004860     EXIT.
004870
004880 1500-OPEN-REPORT.
004890     MOVE SPACES TO WS-REPORT-NAME.
004900     STRING "results/tstcatlg_"    DELIMITED BY SIZE
004910            WS-TODAY-NUM           DELIMITED BY SIZE
004920            ".rpt"                 DELIMITED BY SIZE
004930            INTO WS-REPORT-NAME
004940     END-STRING.
004950     OPEN OUTPUT F-CATALOG-REPORT.
004960     IF NOT WS-RPT-STATUS-OK
004970         DISPLAY "TSTCATLG: UNABLE TO OPEN " WS-REPORT-NAME
004980                 ", FILE STATUS=" WS-RPT-STATUS
004990         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005000         GO TO 1500-EXIT
005010     END-IF.
005020     SET WS-REPORT-OPEN TO TRUE.
005030     MOVE SPACES TO F-REPORT-LINE.
005040     STRING "TSTCATLG TEST CATALOG - MASTER " DELIMITED BY SIZE
005050            WS-MASTER-FILE-NAME DELIMITED BY SPACE
005060            " - HISTORY "       DELIMITED BY SIZE
005070            WS-HISTORY-FILE-NAME DELIMITED BY SPACE
005080            " - RUN DATE "      DELIMITED BY SIZE
005090            WS-TODAY-NUM        DELIMITED BY SIZE
005100            INTO F-REPORT-LINE
005110     END-STRING.
005120     WRITE F-REPORT-LINE.
005130     MOVE SPACES TO F-REPORT-LINE.
005140     STRING "STALE = ACTIVE WITH NO VERDICT SINCE "
005150                                DELIMITED BY SIZE
005160            WS-CUTOFF-NUM       DELIMITED BY SIZE
005170            " (STALEDAYS="      DELIMITED BY SIZE
005180            WS-STALE-DAYS       DELIMITED BY SIZE
005190            ")"                 DELIMITED BY SIZE
005200            INTO F-REPORT-LINE
005210     END-STRING.
005220     WRITE F-REPORT-LINE.
005230 1500-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------*
005270*    2000-MARK-STALE                                             *
005280*    AN ACTIVE CASE WHOSE LATEST VERDICT IS OLDER THAN THE       *
005290*    CUTOFF, OR THAT HAS NONE AT ALL.  AN XFAIL CASE IS NOT      *
005300*    EXPECTED TO BE WATCHED THE SAME WAY - XFAILAGE AGES IT.     *
005310*----------------------------------------------------------------*
005320 2000-MARK-STALE.
005330     IF NOT WS-CT-ACTIVE (WS-CT-SUB)
005340         GO TO 2000-EXIT
005350     END-IF.
005360     IF WS-CT-LAST-DATE (WS-CT-SUB) = 0
005370         SET WS-CT-STALE (WS-CT-SUB) TO TRUE
005380         GO TO 2000-EXIT
005390     END-IF.
005400     COMPUTE WS-LAST-INT
005410         = FUNCTION INTEGER-OF-DATE (WS-CT-LAST-DATE (WS-CT-SUB)).
005420     IF WS-LAST-INT < WS-CUTOFF-INT
005430         SET WS-CT-STALE (WS-CT-SUB) TO TRUE
005440     END-IF.
005450 2000-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------*
005490*    2900-SORT-BY-GROUP                                          *
005500*    EXCHANGE SORT ON OP CODE THEN SUITE TAG.  THE MASTER IS     *
005510*    READ IN TEST ID ORDER AND ONLY OUT-OF-ORDER NEIGHBOURS ARE  *
005520*    SWAPPED, SO CASES STAY IN ID ORDER WITHIN A GROUP.          *
005530*----------------------------------------------------------------*
005540 2900-SORT-BY-GROUP.
005550     SET WS-SWAPPED TO TRUE.
005560     PERFORM 2950-SORT-ONE-PASS THRU 2950-EXIT
005570         UNTIL NOT WS-SWAPPED.
005580 2900-EXIT.
005590     EXIT.
005600
005610 2950-SORT-ONE-PASS.
005620     MOVE "N" TO WS-SWAPPED-SW.
005630     PERFORM 2970-COMPARE-ADJACENT THRU 2970-EXIT
005640         VARYING WS-CT-SUB FROM 1 BY 1
005650         UNTIL WS-CT-SUB >= WS-CT-COUNT.
005660 2950-EXIT.
005670     EXIT.
005680
005690 2970-COMPARE-ADJACENT.
005700     COMPUTE WS-CT-SUB-2 = WS-CT-SUB + 1.
005710     IF WS-CT-OP-CODE (WS-CT-SUB)
005720         > WS-CT-OP-CODE (WS-CT-SUB-2)
005730        OR (WS-CT-OP-CODE (WS-CT-SUB)
005740            = WS-CT-OP-CODE (WS-CT-SUB-2)
005750            AND WS-CT-SUITE-TAG (WS-CT-SUB)
005760                > WS-CT-SUITE-TAG (WS-CT-SUB-2))
005770         MOVE WS-CT-ENTRY (WS-CT-SUB) TO WS-CT-SWAP-ENTRY
005780         MOVE WS-CT-ENTRY (WS-CT-SUB-2)
005790             TO WS-CT-ENTRY (WS-CT-SUB)
005800         MOVE WS-CT-SWAP-ENTRY TO WS-CT-ENTRY (WS-CT-SUB-2)
005810         SET WS-SWAPPED TO TRUE
005820     END-IF.
005830 2970-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------*
005870*    3000-WRITE-CATALOG                                          *
005880*    SECTION 1: THE SORTED TABLE WITH A HEADING AT EACH OP CODE, *
005890*    A HEADING AT EACH SUITE TAG, AND A SUBTOTAL AT THE END OF   *
005900*    EACH - SUITE FIRST, THEN OP CODE, THEN THE WHOLE MASTER.    *
005910*----------------------------------------------------------------*
005920 3000-WRITE-CATALOG.
005930     MOVE SPACES TO F-REPORT-LINE.
005940     WRITE F-REPORT-LINE.
005950     MOVE "SECTION 1 - CATALOG BY OP CODE AND SUITE TAG"
005960         TO F-REPORT-LINE.
005970     WRITE F-REPORT-LINE.
005980     MOVE ZERO TO WS-TOTALS.
005990     MOVE HIGH-VALUES TO WS-PREV-OP-CODE.
006000     MOVE HIGH-VALUES TO WS-PREV-SUITE-TAG.
006010     PERFORM 3100-REPORT-ONE-CASE THRU 3100-EXIT
006020         VARYING WS-CT-SUB FROM 1 BY 1
006030         UNTIL WS-CT-SUB > WS-CT-COUNT.
006040     IF WS-CT-COUNT > 0
006050         PERFORM 3300-END-SUITE-GROUP THRU 3300-EXIT
006060         PERFORM 3400-END-OP-GROUP THRU 3400-EXIT
006070     END-IF.
006080     MOVE SPACES TO F-REPORT-LINE.
006090     WRITE F-REPORT-LINE.
006100     MOVE "MASTER TOTAL" TO WS-TOTAL-LABEL.
006110     MOVE 3 TO WS-TOT-LEVEL.
006120     PERFORM 3500-WRITE-TOTAL-LINE THRU 3500-EXIT.
006130 3000-EXIT.
006140     EXIT.
006150
006160 3100-REPORT-ONE-CASE.
006170     IF WS-CT-OP-CODE (WS-CT-SUB) NOT = WS-PREV-OP-CODE
006180         IF WS-CT-SUB > 1
006190             PERFORM 3300-END-SUITE-GROUP THRU 3300-EXIT
006200             PERFORM 3400-END-OP-GROUP THRU 3400-EXIT
006210         END-IF
006220         MOVE WS-CT-OP-CODE (WS-CT-SUB) TO WS-PREV-OP-CODE
006230         MOVE HIGH-VALUES TO WS-PREV-SUITE-TAG
006240         MOVE SPACES TO F-REPORT-LINE
006250         WRITE F-REPORT-LINE
006260         MOVE SPACES TO F-REPORT-LINE
006270         STRING "OP CODE "      DELIMITED BY SIZE
006280                WS-PREV-OP-CODE DELIMITED BY SIZE
006290                INTO F-REPORT-LINE
006300         END-STRING
006310         WRITE F-REPORT-LINE
006320     END-IF.
006330     IF WS-CT-SUITE-TAG (WS-CT-SUB) NOT = WS-PREV-SUITE-TAG
006340         IF WS-PREV-SUITE-TAG NOT = HIGH-VALUES
006350             PERFORM 3300-END-SUITE-GROUP THRU 3300-EXIT
006360         END-IF
006370         MOVE WS-CT-SUITE-TAG (WS-CT-SUB) TO WS-PREV-SUITE-TAG
006380         PERFORM 3600-SHOW-SUITE-TAG THRU 3600-EXIT
006390         MOVE SPACES TO F-REPORT-LINE
006400         STRING "  SUITE "      DELIMITED BY SIZE
006410                WS-SUITE-SHOW   DELIMITED BY SIZE
006420                INTO F-REPORT-LINE
006430         END-STRING
006440         WRITE F-REPORT-LINE
006450         MOVE WS-COLUMN-HEADS TO F-REPORT-LINE
006460         WRITE F-REPORT-LINE
006470     END-IF.
006480     MOVE WS-CT-TEST-ID (WS-CT-SUB)     TO DL-TEST-ID.
006490     MOVE WS-CT-OPERANDS (WS-CT-SUB)    TO DL-OPERANDS.
006500     MOVE WS-CT-EXPECTED (WS-CT-SUB)    TO DL-EXPECTED.
006510     MOVE WS-CT-STATUS (WS-CT-SUB)      TO DL-STATUS.
006520     MOVE WS-CT-TICKET (WS-CT-SUB)      TO DL-TICKET.
006530     MOVE WS-CT-OWNER (WS-CT-SUB)       TO DL-OWNER.
006540     MOVE WS-CT-TEST-NAME (WS-CT-SUB)   TO DL-TEST-NAME.
006550     IF WS-CT-LAST-DATE (WS-CT-SUB) = 0
006560         MOVE "-"     TO DL-LAST-RESULT
006570         MOVE "NEVER" TO DL-LAST-DATE
006580     ELSE
006590         MOVE WS-CT-LAST-RESULT (WS-CT-SUB) TO DL-LAST-RESULT
006600         MOVE WS-CT-LAST-DATE (WS-CT-SUB)   TO DL-LAST-DATE
006610     END-IF.
006620     IF WS-CT-STALE (WS-CT-SUB)
006630         MOVE "STALE" TO DL-STALE
006640     ELSE
006650         MOVE SPACES  TO DL-STALE
006660     END-IF.
006670     MOVE WS-DETAIL-LINE TO F-REPORT-LINE.
006680     WRITE F-REPORT-LINE.
006690     PERFORM 3200-ADD-TO-TOTALS THRU 3200-EXIT
006700         VARYING WS-TOT-LEVEL FROM 1 BY 1
006710         UNTIL WS-TOT-LEVEL > 3.
006720 3100-EXIT.
006730     EXIT.
006740
006750 3200-ADD-TO-TOTALS.
006760     ADD 1 TO WS-TOT-CASES (WS-TOT-LEVEL).
006770     IF WS-CT-XFAIL (WS-CT-SUB)
006780         ADD 1 TO WS-TOT-XFAIL (WS-TOT-LEVEL)
006790     END-IF.
006800     IF WS-CT-LAST-DATE (WS-CT-SUB) NOT = 0
006810         ADD 1 TO WS-TOT-VERDICT (WS-TOT-LEVEL)
006820         IF WS-CT-LAST-RESULT (WS-CT-SUB) = "PASS"
006830             ADD 1 TO WS-TOT-PASSED (WS-TOT-LEVEL)
006840         END-IF
006850     END-IF.
006860     IF WS-CT-STALE (WS-CT-SUB)
006870         ADD 1 TO WS-TOT-STALE (WS-TOT-LEVEL)
006880     END-IF.
006890 3200-EXIT.
006900     EXIT.
006910
006920 3300-END-SUITE-GROUP.
006930     PERFORM 3600-SHOW-SUITE-TAG THRU 3600-EXIT.
006940     MOVE SPACES TO WS-TOTAL-LABEL.
006950     STRING "  SUBTOTAL SUITE " DELIMITED BY SIZE
006960            WS-SUITE-SHOW       DELIMITED BY SIZE
006970            INTO WS-TOTAL-LABEL
006980     END-STRING.
006990     MOVE 1 TO WS-TOT-LEVEL.
007000     PERFORM 3500-WRITE-TOTAL-LINE THRU 3500-EXIT.
007010     MOVE ZERO TO WS-TOT-ENTRY (1).
007020 3300-EXIT.
007030     EXIT.
007040
007050 3400-END-OP-GROUP.
007060     MOVE SPACES TO WS-TOTAL-LABEL.
007070     STRING "TOTAL OP CODE "    DELIMITED BY SIZE
007080            WS-PREV-OP-CODE     DELIMITED BY SIZE
007090            INTO WS-TOTAL-LABEL
007100     END-STRING.
007110     MOVE 2 TO WS-TOT-LEVEL.
007120     PERFORM 3500-WRITE-TOTAL-LINE THRU 3500-EXIT.
007130     MOVE ZERO TO WS-TOT-ENTRY (2).
007140 3400-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180*    3500-WRITE-TOTAL-LINE                                       *
007190*    PASS RATE IS LAST VERDICTS OF PASS OVER CASES WITH ANY      *
007200*    VERDICT; A GROUP NOTHING HAS RUN IN SHOWS N/A.              *
007210*----------------------------------------------------------------*
007220 3500-WRITE-TOTAL-LINE.
007230     IF WS-TOT-VERDICT (WS-TOT-LEVEL) = 0
007240         MOVE "N/A" TO WS-RATE-TEXT
007250     ELSE
007260         COMPUTE WS-PASS-RATE
007270             = WS-TOT-PASSED (WS-TOT-LEVEL) * 100
007280             / WS-TOT-VERDICT (WS-TOT-LEVEL)
007290         MOVE SPACES TO WS-RATE-TEXT
007300         STRING WS-PASS-RATE    DELIMITED BY SIZE
007310                "%"             DELIMITED BY SIZE
007320                INTO WS-RATE-TEXT
007330         END-STRING
007340     END-IF.
007350     MOVE SPACES TO F-REPORT-LINE.
007360     STRING WS-TOTAL-LABEL      DELIMITED BY "   "
007370            " CASES="           DELIMITED BY SIZE
007380            WS-TOT-CASES (WS-TOT-LEVEL) DELIMITED BY SIZE
007390            " XFAIL="           DELIMITED BY SIZE
007400            WS-TOT-XFAIL (WS-TOT-LEVEL) DELIMITED BY SIZE
007410            " WITH-VERDICT="    DELIMITED BY SIZE
007420            WS-TOT-VERDICT (WS-TOT-LEVEL) DELIMITED BY SIZE
007430            " PASSED="          DELIMITED BY SIZE
007440            WS-TOT-PASSED (WS-TOT-LEVEL) DELIMITED BY SIZE
007450            " PASS-RATE="       DELIMITED BY SIZE
007460            WS-RATE-TEXT        DELIMITED BY SPACE
007470            " STALE="           DELIMITED BY SIZE
007480            WS-TOT-STALE (WS-TOT-LEVEL) DELIMITED BY SIZE
007490            INTO F-REPORT-LINE
007500     END-STRING.
007510     WRITE F-REPORT-LINE.
007520 3500-EXIT.
007530     EXIT.
007540
007550 3600-SHOW-SUITE-TAG.
007560     IF WS-PREV-SUITE-TAG = SPACES
007570         MOVE "(NONE)" TO WS-SUITE-SHOW
007580     ELSE
007590         MOVE WS-PREV-SUITE-TAG TO WS-SUITE-SHOW
007600     END-IF.
007610 3600-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------------*
007650*    4000-WRITE-STALE                                            *
007660*    SECTION 2: EVERY STALE ACTIVE CASE, IN CATALOG ORDER.       *
007670*----------------------------------------------------------------*
007680 4000-WRITE-STALE.
007690     MOVE SPACES TO F-REPORT-LINE.
007700     WRITE F-REPORT-LINE.
007710     MOVE SPACES TO F-REPORT-LINE.
007720     STRING "SECTION 2 - STALE ACTIVE CASES, NO VERDICT SINCE "
007730                                DELIMITED BY SIZE
007740            WS-CUTOFF-NUM       DELIMITED BY SIZE
007750            INTO F-REPORT-LINE
007760     END-STRING.
007770     WRITE F-REPORT-LINE.
007780     IF WS-TOT-STALE (3) = 0
007790         MOVE "  NONE" TO F-REPORT-LINE
007800         WRITE F-REPORT-LINE
007810         GO TO 4000-EXIT
007820     END-IF.
007830     PERFORM 4100-REPORT-ONE-STALE THRU 4100-EXIT
007840         VARYING WS-CT-SUB FROM 1 BY 1
007850         UNTIL WS-CT-SUB > WS-CT-COUNT.
007860 4000-EXIT.
007870     EXIT.
007880
007890 4100-REPORT-ONE-STALE.
007900     IF NOT WS-CT-STALE (WS-CT-SUB)
007910         GO TO 4100-EXIT
007920     END-IF.
007930     IF WS-CT-LAST-DATE (WS-CT-SUB) = 0
007940         MOVE "NEVER" TO WS-DATE-SHOW
007950     ELSE
007960         MOVE WS-CT-LAST-DATE (WS-CT-SUB) TO WS-DATE-SHOW
007970     END-IF.
007980     MOVE WS-CT-SUITE-TAG (WS-CT-SUB) TO WS-PREV-SUITE-TAG.
007990     PERFORM 3600-SHOW-SUITE-TAG THRU 3600-EXIT.
008000     MOVE SPACES TO F-REPORT-LINE.
008010     STRING "  ID="             DELIMITED BY SIZE
008020            WS-CT-TEST-ID (WS-CT-SUB) DELIMITED BY SIZE
008030            " OP="              DELIMITED BY SIZE
008040            WS-CT-OP-CODE (WS-CT-SUB) DELIMITED BY SIZE
008050            " SUITE="           DELIMITED BY SIZE
008060            WS-SUITE-SHOW       DELIMITED BY SIZE
008070            " OWNER="           DELIMITED BY SIZE
008080            WS-CT-OWNER (WS-CT-SUB) DELIMITED BY SIZE
008090            " LAST-RUN="        DELIMITED BY SIZE
008100            WS-DATE-SHOW        DELIMITED BY SIZE
008110            " NAME="            DELIMITED BY SIZE
008120            WS-CT-TEST-NAME (WS-CT-SUB) DELIMITED BY SIZE
008130            INTO F-REPORT-LINE
008140     END-STRING.
008150     WRITE F-REPORT-LINE.
008160 4100-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------*
008200*    5000-WRITE-ORPHANS                                          *
008210*    SECTION 3: HISTORY NAMES NO MASTER CASE CARRIES - A CASE    *
008220*    DELETED OR RENAMED SINCE IT LAST RAN.                       *
008230*----------------------------------------------------------------*
008240 5000-WRITE-ORPHANS.
008250     MOVE SPACES TO F-REPORT-LINE.
008260     WRITE F-REPORT-LINE.
008270     MOVE "SECTION 3 - HISTORY NAMES NOT ON THE MASTER"
008280         TO F-REPORT-LINE.
008290     WRITE F-REPORT-LINE.
008300     IF WS-ORPHAN-NAMES = 0
008310         MOVE "  NONE" TO F-REPORT-LINE
008320         WRITE F-REPORT-LINE
008330         GO TO 5000-EXIT
008340     END-IF.
008350     PERFORM 5100-REPORT-ONE-ORPHAN THRU 5100-EXIT
008360         VARYING WS-OR-SUB FROM 1 BY 1
008370         UNTIL WS-OR-SUB > WS-OR-COUNT.
008380     IF WS-ORPHAN-NAMES > WS-OR-COUNT
008390         MOVE WS-OR-COUNT TO WS-OR-SHOW
008400         MOVE SPACES TO F-REPORT-LINE
008410         STRING "  ... "        DELIMITED BY SIZE
008420                WS-ORPHAN-NAMES DELIMITED BY SIZE
008430                " NAMES IN ALL, THE FIRST " DELIMITED BY SIZE
008440                WS-OR-SHOW      DELIMITED BY SIZE
008450                " LISTED"       DELIMITED BY SIZE
008460                INTO F-REPORT-LINE
008470         END-STRING
008480         WRITE F-REPORT-LINE
008490     END-IF.
008500 5000-EXIT.
008510     EXIT.
008520
008530 5100-REPORT-ONE-ORPHAN.
008540     MOVE SPACES TO F-REPORT-LINE.
008550     STRING "  OP="             DELIMITED BY SIZE
008560            WS-OR-OP-CODE (WS-OR-SUB) DELIMITED BY SIZE
008570            " ENTRIES="         DELIMITED BY SIZE
008580            WS-OR-ENTRIES (WS-OR-SUB) DELIMITED BY SIZE
008590            " LAST-RUN="        DELIMITED BY SIZE
008600            WS-OR-LAST-DATE (WS-OR-SUB) DELIMITED BY SIZE
008610            " LAST="            DELIMITED BY SIZE
008620            WS-OR-LAST-RESULT (WS-OR-SUB) DELIMITED BY SIZE
008630            " NAME="            DELIMITED BY SIZE
008640            WS-OR-TEST-NAME (WS-OR-SUB) DELIMITED BY SIZE
008650            INTO F-REPORT-LINE
008660     END-STRING.
008670     WRITE F-REPORT-LINE.
008680 5100-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------*
008720*    6000-FINALIZE                                               *
008730*----------------------------------------------------------------*
008740 6000-FINALIZE.
008750     MOVE SPACES TO F-REPORT-LINE.
008760     WRITE F-REPORT-LINE.
008770     MOVE SPACES TO F-REPORT-LINE.
008780     STRING "CASES="            DELIMITED BY SIZE
008790            WS-TOT-CASES (3)    DELIMITED BY SIZE
008800            " XFAIL="           DELIMITED BY SIZE
008810            WS-TOT-XFAIL (3)    DELIMITED BY SIZE
008820            " STALE="           DELIMITED BY SIZE
008830            WS-TOT-STALE (3)    DELIMITED BY SIZE
008840            " HISTORY-READ="    DELIMITED BY SIZE
008850            WS-HIST-READ-COUNT  DELIMITED BY SIZE
008860            " ORPHAN-NAMES="    DELIMITED BY SIZE
008870            WS-ORPHAN-NAMES     DELIMITED BY SIZE
008880            " ORPHAN-ENTRIES="  DELIMITED BY SIZE
008890            WS-ORPHAN-ENTRIES   DELIMITED BY SIZE
008900            INTO F-REPORT-LINE
008910     END-STRING.
008920     WRITE F-REPORT-LINE.
008930     CLOSE F-CATALOG-REPORT.
008940     DISPLAY "TSTCATLG: CASES=" WS-TOT-CASES (3)
008950             " XFAIL=" WS-TOT-XFAIL (3)
008960             " STALE=" WS-TOT-STALE (3)
008970             " ORPHAN-NAMES=" WS-ORPHAN-NAMES
008980             " REPORT=" WS-REPORT-NAME.
008990     IF WS-RETURN-CODE-OVERRIDE NOT = 0
009000         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
009010     ELSE
009020         IF WS-TOT-STALE (3) > 0
009030            OR WS-ORPHAN-NAMES > 0
009040             MOVE 4 TO RETURN-CODE
009050         ELSE
009060             MOVE 0 TO RETURN-CODE
009070         END-IF
009080     END-IF.
009090 6000-EXIT.
009100     EXIT.
