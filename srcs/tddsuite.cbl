000260*                  THAT NIGHT, AND THE CARRIED DEFERRAL IS       *
000261*                  CLEARED - SO A WEEKLY SUITE DEFERRED OFF ITS  *
000262*                  DAY STILL RUNS THAT WEEK.                     *
000264*                                                                *
000266*                  RETURN-CODE: THE HIGHEST RETURN-CODE OF ANY   *
000270*                  SUITE THAT RAN (0 CLEAN, 4 FAILURES, 8 FILE   *
000280*                  ERROR, 12 THE SUITE'S TDDMAX2 WAS REFUSED     *
000290*                  THE RUN LOCK), OR 8 IF THE MANIFEST ITSELF    *
000300*                  CANNOT BE READ OR NAMES NO SUITES.            *
000302*                  IN A SHADOW RUN (RUNMODE=SHADOW, PASSED ON TO *
000303*                  TDDMAX2) EACH DECK LEAVES A SHADOW HAND-OFF   *
000304*                  INSTEAD OF A LASTRUN.  THE ROLLUP THEN SHOWS  *
000305*                  EACH SUITE'S SAME/DIVERGED/VERDICT-CHANGED    *
000306*                  COUNTS AND ENDS WITH ONE SUITE-LEVEL GO/NO-GO,*
000307*                  ALSO APPENDED TO THE DAY'S SHADOW REPORT -    *
000308*                  RETURN-CODE 0 GO, 4 NO-GO, 8 IF A DECK DID    *
000309*                  NOT FINISH ITS SHADOW RUN.                    *
000310*                                                                *
000320*----------------------------------------------------------------*
000330*    MODIFICATION HISTORY                                        *
000388*                      NOT DUE TONIGHT IS REPORTED AS SKP-FRQ,   *
000389*                      CAL-SKP OR CAL-DEF IN THE ROLLUP, SO A    *
000390*                      SKIP IS ALWAYS VISIBLE AND AUDITABLE.     *
000391*    2026-09-01  RLO   A CALENDAR DEFER NOW ACTUALLY DEFERS:     *
000392*                      THE SUITE IS CARRIED FORWARD IN           *
000393*                      CHECKPOINT/TDDSUITE.DEFER AND RUNS ON     *
000394*                      THE NEXT NON-HOLIDAY NIGHT REGARDLESS OF  *
000395*                      ITS FREQUENCY, THEN THE CARRY IS          *
000396*                      CLEARED.  SKIP ALONE DROPS THE NIGHT.     *
000397*    2026-10-15  RLO   SHADOW RUNS ROLL UP INTO ONE SUITE-LEVEL  *
000398*                      GO/NO-GO COUNT AND RETURN-CODE.           *
000399*----------------------------------------------------------------*
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. tddsuite.
000420 AUTHOR. R. OKONKWO.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LASTRUN-STATUS.
000570
000571     SELECT F-SHADOW-LASTRUN
000572         ASSIGN TO "results/tddmax2_shadow.lastrun"
000573         ORGANIZATION IS LINE SEQUENTIAL
000574         FILE STATUS IS WS-SHADOW-LR-STATUS.
000575
000576     SELECT F-SHADOW-REPORT ASSIGN DYNAMIC WS-SHADOW-REPORT-NAME
000577         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-SHADOW-RPT-STATUS.
000579
000580     SELECT F-ROLLUP-REPORT ASSIGN DYNAMIC WS-ROLLUP-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-STATUS.
000701 FD F-DEFER-FILE.
000702 01 F-DEFER-LINE               PIC X(08).
000703
000706 FD F-LASTRUN.
000710 COPY lastrun.
000712
000713 FD F-SHADOW-LASTRUN.
000714 COPY shadowlr.
000715
000716 FD F-SHADOW-REPORT.
000717 01 F-SHADOW-LINE               PIC X(170).
000720
000730 FD F-ROLLUP-REPORT.
000740 01 F-REPORT-LINE               PIC X(160).
000810 01 WS-ROLLUP-NAME              PIC X(40).
000820 01 WS-LASTRUN-FILE-NAME        PIC X(40).
000822 01 WS-CALENDAR-NAME            PIC X(40).
000824 01 WS-SHADOW-REPORT-NAME       PIC X(40).
000830
000840 01 WS-MAN-STATUS               PIC X(02).
000850     88 WS-MAN-STATUS-OK                   VALUE "00".
000863
000870 01 WS-LASTRUN-STATUS           PIC X(02).
000880     88 WS-LASTRUN-STATUS-OK               VALUE "00".
000882
000883 01 WS-SHADOW-LR-STATUS         PIC X(02).
000884     88 WS-SHADOW-LR-STATUS-OK             VALUE "00".
000885
000886 01 WS-SHADOW-RPT-STATUS        PIC X(02).
000887     88 WS-SHADOW-RPT-STATUS-OK            VALUE "00".
000890
000900 01 WS-RPT-STATUS               PIC X(02).
000910     88 WS-RPT-STATUS-OK                   VALUE "00".
001040
001050 77 WS-SKIPPING-SW               PIC X(01) VALUE "N".
001060     88 WS-SKIPPING                        VALUE "Y".
001062
001064 01 WS-RUN-MODE                 PIC X(08).
001066     88 WS-SHADOW-MODE                     VALUE "SHADOW".
001068 01 WS-SHADOW-DECISION          PIC X(05).
001070
001080*----------------------------------------------------------------*
001090*    SUITES LOADED FROM THE MANIFEST                             *
001220         10 WS-SUITE-FAILED    PIC 9(06).
001230         10 WS-SUITE-XFAIL     PIC 9(06).
001240         10 WS-SUITE-XPASS     PIC 9(06).
001242         10 WS-SUITE-SAME      PIC 9(06).
001244         10 WS-SUITE-DIVERGED  PIC 9(06).
001246         10 WS-SUITE-VERD-CHG  PIC 9(06).
001248         10 WS-SUITE-DECISION  PIC X(05).
001250
001260*----------------------------------------------------------------*
001270*    GRAND TOTALS AND THE OVERALL RETURN-CODE FOR THE SCHEDULER  *
001272*    - AND, FOR A SHADOW RUN, THE DECKS' HAND-OFFS ADDED UP.  A  *
001274*    DECK WITH NO USABLE HAND-OFF, OR ONE THAT ENDED ON A FILE   *
001276*    ERROR, IS INCOMPLETE AND BLOCKS A SUITE-LEVEL GO.           *
001280*----------------------------------------------------------------*
001290 77 WS-GRAND-RUN                PIC 9(06) VALUE 0.
001300 77 WS-GRAND-PASSED             PIC 9(06) VALUE 0.
001310 77 WS-GRAND-FAILED             PIC 9(06) VALUE 0.
001320 77 WS-GRAND-XFAIL              PIC 9(06) VALUE 0.
001330 77 WS-GRAND-XPASS              PIC 9(06) VALUE 0.
001331 77 WS-SHADOW-DECKS             PIC 9(02) VALUE 0.
001332 77 WS-SHADOW-INCOMPLETE        PIC 9(02) VALUE 0.
001333 77 WS-SHADOW-CASES             PIC 9(06) VALUE 0.
001334 77 WS-SHADOW-SAME              PIC 9(06) VALUE 0.
001335 77 WS-SHADOW-DIVERGED          PIC 9(06) VALUE 0.
001336 77 WS-SHADOW-VERD-CHG          PIC 9(06) VALUE 0.
001340 77 WS-OVERALL-RC               PIC 9(02) VALUE 0.
001350
001360*----------------------------------------------------------------*
001489         10 WS-HOL-SUITE       PIC X(08).
001490         10 WS-HOL-ACTION      PIC X(05).
001491
001492 PROCEDURE DIVISION.
001493
001494 0000-MAINLINE.
001495     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001496     IF WS-MANIFEST-OPEN
001497         PERFORM 1500-LOAD-MANIFEST THRU 1500-EXIT
001500             UNTIL WS-DONE
001510         CLOSE F-MANIFEST
001520         IF WS-SUITE-COUNT = 0
001700     IF WS-MANIFEST-NAME = SPACES
001710         MOVE "input/suite.manifest" TO WS-MANIFEST-NAME
001720     END-IF.
001722     MOVE SPACES TO WS-RUN-MODE.
001724     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUNMODE"
001726         ON EXCEPTION
001727             CONTINUE
001728     END-ACCEPT.
001730     OPEN INPUT F-MANIFEST.
001740     IF WS-MAN-STATUS-OK
001750         SET WS-MANIFEST-OPEN TO TRUE
002330         MOVE 0 TO WS-SUITE-FAILED (WS-SUITE-COUNT)
002340         MOVE 0 TO WS-SUITE-XFAIL (WS-SUITE-COUNT)
002350         MOVE 0 TO WS-SUITE-XPASS (WS-SUITE-COUNT)
002352         MOVE 0 TO WS-SUITE-SAME (WS-SUITE-COUNT)
002354         MOVE 0 TO WS-SUITE-DIVERGED (WS-SUITE-COUNT)
002356         MOVE 0 TO WS-SUITE-VERD-CHG (WS-SUITE-COUNT)
002358         MOVE SPACES TO WS-SUITE-DECISION (WS-SUITE-COUNT)
002360     ELSE
002370         DISPLAY "TDDSUITE: SUITE TABLE FULL - MANIFEST "
002380                 "TRUNCATED AT " WS-SUITE-MAX " SUITES"
002569                 " NOT DUE TONIGHT - " WS-SCHED-STATE
002570         GO TO 2000-EXIT
002571     END-IF.
002575     DISPLAY "TDDSUITE: RUNNING SUITE "
002580             WS-SUITE-NAME (WS-SUITE-SUB)
002590             " DECK=" WS-SUITE-DECK (WS-SUITE-SUB).
002600*    CLEAR THE HAND-OFF LEFT BY AN EARLIER RUN FIRST - A SUITE
002740     MOVE 0 TO RETURN-CODE.
002750     CANCEL "tddmax2".
002760     MOVE "RAN" TO WS-SUITE-STATE (WS-SUITE-SUB).
002770     IF WS-SHADOW-MODE
002772         PERFORM 2150-PICK-UP-SHADOW THRU 2150-EXIT
002774     ELSE
002776         PERFORM 2100-PICK-UP-LASTRUN THRU 2100-EXIT
002778     END-IF.
002780     IF WS-SUITE-RC (WS-SUITE-SUB) > WS-OVERALL-RC
002790         MOVE WS-SUITE-RC (WS-SUITE-SUB) TO WS-OVERALL-RC
002800     END-IF.
002900
002910*----------------------------------------------------------------*
002920*    2050-CLEAR-LASTRUN                                          *
002930*    DELETES THE ONE-RECORD HAND-OFFS (LASTRUN AND THE SHADOW    *
002940*    HAND-OFF) BEFORE A SUITE RUNS, THE SAME WAY TDDMAX2 CLEARS  *
002950*    ITS RUN LOCK.  CBL_DELETE_FILE SETS RETURN-CODE, SO IT IS   *
002955*    RESET AFTERWARD.                                            *
002960*----------------------------------------------------------------*
002970 2050-CLEAR-LASTRUN.
002980     MOVE "results/tddmax2.lastrun"
002990         TO WS-LASTRUN-FILE-NAME.
003000     CALL "CBL_DELETE_FILE" USING WS-LASTRUN-FILE-NAME.
003010     MOVE 0 TO RETURN-CODE.
003012     MOVE "results/tddmax2_shadow.lastrun"
003014         TO WS-LASTRUN-FILE-NAME.
003016     CALL "CBL_DELETE_FILE" USING WS-LASTRUN-FILE-NAME.
003018     MOVE 0 TO RETURN-CODE.
003020 2050-EXIT.
003030     EXIT.
003040
003470     CLOSE F-LASTRUN.
003480 2100-EXIT.
003490     EXIT.
003491
003492*----------------------------------------------------------------*
003493*    2150-PICK-UP-SHADOW                                         *
003494*    IN A SHADOW RUN THE DECK'S TALLIES COME FROM THE SHADOW     *
003495*    HAND-OFF INSTEAD OF LASTRUN, WHICH A SHADOW RUN NEVER       *
003496*    WRITES.  A MISSING, EMPTY OR FOREIGN HAND-OFF, OR ONE LEFT  *
003497*    BY A RUN THAT ENDED ON A FILE ERROR, MAKES THE DECK         *
003498*    INCOMPLETE - THE SUITE CANNOT BE CERTIFIED GO WITHOUT IT.   *
003499*----------------------------------------------------------------*
003500 2150-PICK-UP-SHADOW.
003501     ADD 1 TO WS-SHADOW-DECKS.
003502     MOVE "NO-GO" TO WS-SUITE-DECISION (WS-SUITE-SUB).
003503     OPEN INPUT F-SHADOW-LASTRUN.
003504     IF NOT WS-SHADOW-LR-STATUS-OK
003505         DISPLAY "TDDSUITE: NO SHADOW HAND-OFF FOR SUITE "
003506                 WS-SUITE-NAME (WS-SUITE-SUB)
003507                 ", FILE STATUS=" WS-SHADOW-LR-STATUS
003508         ADD 1 TO WS-SHADOW-INCOMPLETE
003509         GO TO 2150-EXIT
003510     END-IF.
003511     MOVE SPACES TO SL-SHADOW-REC.
003512     READ F-SHADOW-LASTRUN
003513         AT END
003514             DISPLAY "TDDSUITE: SHADOW HAND-OFF IS EMPTY"
003515     END-READ.
003516     CLOSE F-SHADOW-LASTRUN.
003517     IF SL-DECK-NAME NOT = WS-SUITE-DECK (WS-SUITE-SUB)
003518        OR SL-RC NOT NUMERIC
003519         DISPLAY "TDDSUITE: SHADOW HAND-OFF IS NOT FOR SUITE "
003520                 WS-SUITE-NAME (WS-SUITE-SUB) " - IGNORED"
003521         ADD 1 TO WS-SHADOW-INCOMPLETE
003522         GO TO 2150-EXIT
003523     END-IF.
003524     MOVE SL-CASES           TO WS-SUITE-RUN (WS-SUITE-SUB).
003525     MOVE SL-SAME            TO WS-SUITE-SAME (WS-SUITE-SUB).
003526     MOVE SL-DIVERGED        TO WS-SUITE-DIVERGED (WS-SUITE-SUB).
003527     MOVE SL-VERDICT-CHANGED TO WS-SUITE-VERD-CHG (WS-SUITE-SUB).
003528     MOVE SL-DECISION        TO WS-SUITE-DECISION (WS-SUITE-SUB).
003529     ADD SL-CASES            TO WS-SHADOW-CASES.
003530     ADD SL-SAME             TO WS-SHADOW-SAME.
003531     ADD SL-DIVERGED         TO WS-SHADOW-DIVERGED.
003532     ADD SL-VERDICT-CHANGED  TO WS-SHADOW-VERD-CHG.
003533     IF SL-RC NOT < 8
003534         ADD 1 TO WS-SHADOW-INCOMPLETE
003535     END-IF.
003536 2150-EXIT.
003537     EXIT.
003538
003539*----------------------------------------------------------------*
003540*    3000-FINALIZE                                               *
003541*    CONSOLIDATED ROLLUP: ONE LINE PER SUITE PLUS A GRAND TOTAL, *
003542*    TO THE DATED REPORT AND THE CONSOLE, AND ONE OVERALL        *
003550*    RETURN-CODE FOR THE SCHEDULER.                              *
003560*----------------------------------------------------------------*
003570 3000-FINALIZE.
003590     PERFORM 3200-REPORT-ONE-SUITE THRU 3200-EXIT
003600         VARYING WS-SUITE-SUB FROM 1 BY 1
003610         UNTIL WS-SUITE-SUB > WS-SUITE-COUNT.
003612     IF WS-SHADOW-MODE
003614         PERFORM 3300-FINALIZE-SHADOW THRU 3300-EXIT
003616     ELSE
003620         MOVE SPACES TO F-REPORT-LINE
003630         STRING "TOTAL    RUN="     DELIMITED BY SIZE
003640                WS-GRAND-RUN        DELIMITED BY SIZE
003650                " PASSED="          DELIMITED BY SIZE
003660                WS-GRAND-PASSED     DELIMITED BY SIZE
003670                " FAILED="          DELIMITED BY SIZE
003680                WS-GRAND-FAILED     DELIMITED BY SIZE
003690                " XFAIL="           DELIMITED BY SIZE
003700                WS-GRAND-XFAIL      DELIMITED BY SIZE
003710                " XPASS="           DELIMITED BY SIZE
003720                WS-GRAND-XPASS      DELIMITED BY SIZE
003730                " RC="              DELIMITED BY SIZE
003740                WS-OVERALL-RC       DELIMITED BY SIZE
003750                INTO F-REPORT-LINE
003760         END-STRING
003770         WRITE F-REPORT-LINE
003780         DISPLAY "TDDSUITE: " F-REPORT-LINE
003785     END-IF.
003790     CLOSE F-ROLLUP-REPORT.
003795     PERFORM 3400-WRITE-DEFERRALS THRU 3400-EXIT.
003800     MOVE WS-OVERALL-RC TO RETURN-CODE.
004020     EXIT.
004030
004040 3200-REPORT-ONE-SUITE.
004042     IF WS-SHADOW-MODE
004044         PERFORM 3250-REPORT-ONE-SHADOW THRU 3250-EXIT
004046         GO TO 3200-EXIT
004048     END-IF.
004050     MOVE SPACES TO F-REPORT-LINE.
004060     STRING WS-SUITE-NAME (WS-SUITE-SUB)   DELIMITED BY SIZE
004070            " "                            DELIMITED BY SIZE
004260     DISPLAY "TDDSUITE: " F-REPORT-LINE.
004270 3200-EXIT.
004280     EXIT.
004281
004282*----------------------------------------------------------------*
004283*    3250-REPORT-ONE-SHADOW                                      *
004284*    THE ROLLUP LINE FOR ONE SUITE OF A SHADOW RUN.              *
004285*----------------------------------------------------------------*
004286 3250-REPORT-ONE-SHADOW.
004287     MOVE SPACES TO F-REPORT-LINE.
004288     STRING WS-SUITE-NAME (WS-SUITE-SUB)   DELIMITED BY SIZE
004289            " "                            DELIMITED BY SIZE
004290            WS-SUITE-STATE (WS-SUITE-SUB)  DELIMITED BY SIZE
004291            " RC="                         DELIMITED BY SIZE
004292            WS-SUITE-RC (WS-SUITE-SUB)     DELIMITED BY SIZE
004293            " CASES="                      DELIMITED BY SIZE
004294            WS-SUITE-RUN (WS-SUITE-SUB)    DELIMITED BY SIZE
004295            " SAME="                       DELIMITED BY SIZE
004296            WS-SUITE-SAME (WS-SUITE-SUB)   DELIMITED BY SIZE
004297            " DIVERGED="                   DELIMITED BY SIZE
004298            WS-SUITE-DIVERGED (WS-SUITE-SUB)
004299                                           DELIMITED BY SIZE
004300            " VERDICT-CHANGED="            DELIMITED BY SIZE
004301            WS-SUITE-VERD-CHG (WS-SUITE-SUB)
004302                                           DELIMITED BY SIZE
004303            " DECISION="                   DELIMITED BY SIZE
004304            WS-SUITE-DECISION (WS-SUITE-SUB)
004305                                           DELIMITED BY SIZE
004306            " DECK="                       DELIMITED BY SIZE
004307            WS-SUITE-DECK (WS-SUITE-SUB)   DELIMITED BY SIZE
004308            INTO F-REPORT-LINE
004309     END-STRING.
004310     WRITE F-REPORT-LINE.
004311     DISPLAY "TDDSUITE: " F-REPORT-LINE.
004312 3250-EXIT.
004313     EXIT.
004314
004315*----------------------------------------------------------------*
004316*    3300-FINALIZE-SHADOW                                        *
004317*    ONE SUITE-LEVEL GO/NO-GO FOR A SHADOW RUN, IN THE SAME      *
004318*    GO=/NO-GO=/DECISION= TERMS AS EACH DECK'S SECTION.  GO ONLY *
004319*    WHEN AT LEAST ONE DECK RAN, EVERY DECK THAT RAN FINISHED    *
004320*    AND NO CASE DIVERGED.  THE LINE GOES TO THE ROLLUP AND IS   *
004321*    APPENDED TO THE DAY'S SHADOW REPORT, AFTER THE DECKS' OWN   *
004322*    SECTIONS.  RETURN-CODE IS AT LEAST 8 WHEN A DECK IS         *
004323*    INCOMPLETE AND AT LEAST 4 FOR ANY OTHER NO-GO.              *
004324*----------------------------------------------------------------*
004325 3300-FINALIZE-SHADOW.
004326     IF WS-SHADOW-DECKS = 0
004327         ADD 1 TO WS-SHADOW-INCOMPLETE
004328     END-IF.
004329     IF WS-SHADOW-INCOMPLETE > 0
004330         IF WS-OVERALL-RC < 8
004331             MOVE 8 TO WS-OVERALL-RC
004332         END-IF
004333     ELSE
004334         IF WS-SHADOW-DIVERGED > 0 AND WS-OVERALL-RC < 4
004335             MOVE 4 TO WS-OVERALL-RC
004336         END-IF
004337     END-IF.
004338     IF WS-SHADOW-INCOMPLETE = 0 AND WS-SHADOW-DIVERGED = 0
004339        AND WS-OVERALL-RC = 0
004340         MOVE "GO"    TO WS-SHADOW-DECISION
004341     ELSE
004342         MOVE "NO-GO" TO WS-SHADOW-DECISION
004343     END-IF.
004344     MOVE SPACES TO F-REPORT-LINE.
004345     STRING "SHADOW   DECKS="   DELIMITED BY SIZE
004346            WS-SHADOW-DECKS     DELIMITED BY SIZE
004347            " INCOMPLETE="      DELIMITED BY SIZE
004348            WS-SHADOW-INCOMPLETE DELIMITED BY SIZE
004349            " CASES="           DELIMITED BY SIZE
004350            WS-SHADOW-CASES     DELIMITED BY SIZE
004351            " SAME="            DELIMITED BY SIZE
004352            WS-SHADOW-SAME      DELIMITED BY SIZE
004353            " DIVERGED="        DELIMITED BY SIZE
004354            WS-SHADOW-DIVERGED  DELIMITED BY SIZE
004355            " VERDICT-CHANGED=" DELIMITED BY SIZE
004356            WS-SHADOW-VERD-CHG  DELIMITED BY SIZE
004357            " GO="              DELIMITED BY SIZE
004358            WS-SHADOW-SAME      DELIMITED BY SIZE
004359            " NO-GO="           DELIMITED BY SIZE
004360            WS-SHADOW-DIVERGED  DELIMITED BY SIZE
004361            " DECISION="        DELIMITED BY SIZE
004362            WS-SHADOW-DECISION  DELIMITED BY SPACE
004363            " RC="              DELIMITED BY SIZE
004364            WS-OVERALL-RC       DELIMITED BY SIZE
004365            INTO F-REPORT-LINE
004366     END-STRING.
004367     WRITE F-REPORT-LINE.
004368     DISPLAY "TDDSUITE: " F-REPORT-LINE.
004369     MOVE SPACES TO WS-SHADOW-REPORT-NAME.
004370     STRING "results/tddmax2_shadow_" DELIMITED BY SIZE
004371            WS-TODAY-NUM              DELIMITED BY SIZE
004372            ".rpt"                    DELIMITED BY SIZE
004373            INTO WS-SHADOW-REPORT-NAME
004374     END-STRING.
004375     OPEN EXTEND F-SHADOW-REPORT.
004376     IF NOT WS-SHADOW-RPT-STATUS-OK
004377         DISPLAY "TDDSUITE: UNABLE TO APPEND TO "
004378                 WS-SHADOW-REPORT-NAME
004379                 ", FILE STATUS=" WS-SHADOW-RPT-STATUS
004380         GO TO 3300-EXIT
004381     END-IF.
004382     MOVE SPACES TO F-SHADOW-LINE.
004383     STRING "SUITE TOTAL - MANIFEST " DELIMITED BY SIZE
004384            WS-MANIFEST-NAME          DELIMITED BY SPACE
004385            INTO F-SHADOW-LINE
004386     END-STRING.
004387     WRITE F-SHADOW-LINE.
004388     MOVE F-REPORT-LINE TO F-SHADOW-LINE.
004389     WRITE F-SHADOW-LINE.
004390     CLOSE F-SHADOW-REPORT.
004391 3300-EXIT.
004392     EXIT.
004393
004394*----------------------------------------------------------------*
004395*    1300-LOAD-CALENDAR                                          *
004396*    A MISSING CALENDAR FILE SIMPLY MEANS NO HOLIDAYS - THE      *
004397*    FREQUENCY COLUMN STILL APPLIES.                             *
004398*----------------------------------------------------------------*
004399 1300-LOAD-CALENDAR.
004400     MOVE SPACES TO WS-CALENDAR-NAME.
004401     ACCEPT WS-CALENDAR-NAME FROM ENVIRONMENT "HOLCAL"
004402         ON EXCEPTION
004403             CONTINUE
004404     END-ACCEPT.
004410     IF WS-CALENDAR-NAME = SPACES
004420         MOVE "input/holiday.calendar" TO WS-CALENDAR-NAME
004430     END-IF.
