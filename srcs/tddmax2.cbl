001139*                      NO VERDICTS, CSV ROWS, CHECKPOINTS OR     *
001140*                      LASTRUN AND EXITS ZERO UNLESS A FILE      *
001141*                      ERROR ENDED IT EARLY.                     *
001143*    2026-10-15  RLO   ADDED A SHADOW RUN MODE (RUNMODE=SHADOW)  *
001144*                      FOR SIGNING OFF A CANDIDATE LIBRARY       *
001145*                      BUILD: EACH CASE IS CALLED THROUGH BOTH   *
001146*                      THE CURRENT ROUTINE AND THE CANDIDATE     *
001147*                      BUILD RESOLVED IN 2120 (CANDVER TAG OR A  *
001148*                      CANDMAX..CANDSUM OVERRIDE), AND EVERY     *
001149*                      CASE WHOSE ACTUALS DIFFER - EVEN WHERE    *
001150*                      BOTH PASS UNDER TOL - IS LISTED IN A      *
001151*                      DATED DIVERGENCE REPORT THAT ENDS IN A    *
001152*                      GO/NO-GO COUNT.  LIKE CAPTURE, A SHADOW   *
001153*                      RUN WRITES NO VERDICTS, CSV ROWS,         *
001154*                      CHECKPOINT OR LASTRUN.                    *
001155*    2026-10-15  RLO   ADDED A PARTITION MODE (PARTID=01..20,    *
001156*                      ALONGSIDE TESTIN) SO ONE DECK SPLIT BY    *
001157*                      TDDPART RUNS AS CONCURRENT PARTITIONS.    *
001158*                      EACH PARTITION HAS ITS OWN LOCK,          *
001159*                      CHECKPOINT, LASTRUN, PARTIAL CSV AND      *
001160*                      AUDIT LOG (SUFFIX _PNN), CARRIES EACH     *
001161*                      CASE'S POSITION IN THE ORIGINAL DECK      *
001162*                      (COL 123-125) AS ITS TEST ID, AND IS      *
001163*                      NOT RERUN ONCE ITS LASTRUN SHOWS IT       *
001164*                      FINISHED, SO A RESTART RERUNS ONLY THE    *
001165*                      PARTITIONS THAT DID NOT.                  *
001166*    2026-10-15  RLO   A SHADOW RUN NOW LEAVES A ONE-RECORD      *
001167*                      HAND-OFF (COPYBOOK SHADOWLR) SO TDDSUITE  *
001168*                      CAN ADD A WHOLE SUITE UP INTO ONE         *
001169*                      GO/NO-GO.                                 *
001170*    2026-10-15  RLO   THE DIVERGENCE REPORT NAMES EACH CASE BY  *
001171*                      ITS CASE ID, SO A PARTITION RUN SHOWS THE *
001172*                      ORIGINAL DECK POSITION.                   *
001173*----------------------------------------------------------------*
001174 IDENTIFICATION DIVISION.
001175 PROGRAM-ID. tddmax2.
001176 AUTHOR. R. OKONKWO.
001177 INSTALLATION. ENTERPRISE BATCH SERVICES.
001180 DATE-WRITTEN. 2026-06-02.
001190 DATE-COMPILED.
001200
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-F-STATUS.
001270
001280     SELECT F-RUN-LOCK ASSIGN DYNAMIC WS-LOCK-FILE-NAME
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-LOCK-STATUS.
001310
001320     SELECT F-CHECKPOINT ASSIGN DYNAMIC WS-CKPT-FILE-NAME
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-CKPT-STATUS.
001350
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-RERUN-STATUS.
001390
001400     SELECT F-LASTRUN ASSIGN DYNAMIC WS-LASTRUN-FILE-NAME
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-LASTRUN-STATUS.
001430
001434         ORGANIZATION IS LINE SEQUENTIAL
001436         FILE STATUS IS WS-CAPT-STATUS.
001438
001439     SELECT F-SHADOW-REPORT ASSIGN DYNAMIC WS-SHADOW-REPORT-NAME
001440         ORGANIZATION IS LINE SEQUENTIAL
001441         FILE STATUS IS WS-SHADOW-STATUS.
001442
001443     SELECT F-SHADOW-LASTRUN ASSIGN DYNAMIC
001444         WS-SHADOW-LASTRUN-NAME
001445         ORGANIZATION IS LINE SEQUENTIAL
001446         FILE STATUS IS WS-SHADOW-LR-STATUS.
001447
001448     SELECT F-THRESHOLD-FILE ASSIGN DYNAMIC
001450         WS-THRESHOLD-FILE-NAME
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-THRESH-STATUS.
001754     05 F2-CMP-MODE      PIC X(03).
001755     05 FILLER           PIC X(01).
001756     05 F2-TOLERANCE     PIC 9(06).
001757*    A PARTITION DECK WRITTEN BY TDDPART ALSO CARRIES THE CASE'S
001758*    POSITION IN THE DECK IT WAS SPLIT FROM.
001759     05 FILLER           PIC X(01).
001761     05 F2-DECK-POS      PIC 9(03).
001763
001765 FD F-CHECKPOINT.
001767 01 F-CKPT-LINE.
001770     05 F-CKPT-FILE-NAME PIC X(40).
001780     05 FILLER           PIC X(01).
001790     05 F-CKPT-TEST-ID   PIC 9(03).
001997 FD F-CAPTURE-FILE.
001998 01 F-CAPTURE-LINE       PIC X(130).
001999
002000*----------------------------------------------------------------*
002001*    DIVERGENCE REPORT WRITTEN BY A SHADOW RUN - ONE LINE PER    *
002002*    CASE WHERE THE CURRENT AND CANDIDATE BUILDS DISAGREE.       *
002003*----------------------------------------------------------------*
002004 FD F-SHADOW-REPORT.
002005 01 F-SHADOW-LINE        PIC X(170).
002006
002007 FD F-SHADOW-LASTRUN.
002008 COPY shadowlr.
002009
002010 FD F-LASTRUN.
002011 COPY lastrun.
002020
002030*----------------------------------------------------------------*
002040*    SLA THRESHOLD RECORD - A DEFAULT LIMIT PER OP CODE (SCOPE   *
002230*    FULL NIGHTLY SUITE WHEN NOT SET.                            *
002240*----------------------------------------------------------------*
002250 01 WS-TEST-FILE-NAME           PIC X(40).
002251
002252*----------------------------------------------------------------*
002253*    PARTITION OF A SPLIT DECK FROM THE PARTID ENVIRONMENT       *
002254*    VARIABLE.  UNSET IS THE ORDINARY SINGLE-STREAM RUN ON THE   *
002255*    SHARED LOCK, CHECKPOINT AND LASTRUN.  A PARTITION RUN USES  *
002256*    ITS OWN COPIES OF ALL THREE AND OF THE CSV, AUDIT LOG,      *
002257*    RERUN DECK AND SLOW REPORT, SUFFIXED _PNN, FOR TDDPART TO   *
002258*    MERGE.  THE CASE ID IS THE POSITION IN THE ORIGINAL DECK,   *
002259*    SO THE MERGED OUTPUT NUMBERS CASES AS A SINGLE RUN WOULD.   *
002260*----------------------------------------------------------------*
002261 01 WS-PART-ID                   PIC X(02).
002262 77 WS-PARTITION-SW              PIC X(01) VALUE "N".
002263     88 WS-PARTITIONED                     VALUE "Y".
002264 01 WS-CKPT-FILE-NAME            PIC X(40).
002265 01 WS-LASTRUN-FILE-NAME         PIC X(40).
002266 01 WS-CASE-ID                   PIC 9(03) VALUE 0.
002268
002270*----------------------------------------------------------------*
002280*    FILE STATUS CODES                                           *
002290*----------------------------------------------------------------*
002522
002524 01 WS-CAPT-STATUS              PIC X(02).
002526     88 WS-CAPT-STATUS-OK                  VALUE "00".
002527
002528 01 WS-SHADOW-STATUS            PIC X(02).
002529     88 WS-SHADOW-STATUS-OK                VALUE "00".
002531
002533 01 WS-SHADOW-LR-STATUS         PIC X(02).
002535     88 WS-SHADOW-LR-STATUS-OK             VALUE "00".
002537
002540*----------------------------------------------------------------*
002550*    SWITCHES                                                    *
002560*----------------------------------------------------------------*
002645*    RUN EXECUTES EACH CASE AND RECORDS THE ACTUAL AS THE        *
002646*    PROPOSED EXPECTED VALUE INSTEAD OF JUDGING - NO VERDICTS,   *
002647*    NO CSV ROWS, NO CHECKPOINT, NO LASTRUN, NO PASS/FAIL        *
002648*    RETURN-CODE.  A SHADOW RUN CALLS EACH CASE THROUGH THE      *
002649*    CURRENT ROUTINE AND A CANDIDATE BUILD AND REPORTS WHERE     *
002650*    THEY DIFFER, WITH THE SAME NO-SIDE-EFFECT RULES AS          *
002651*    CAPTURE, BAR A ONE-RECORD SHADOW HAND-OFF FOR TDDSUITE.     *
002652*    ANYTHING ELSE (OR UNSET) IS A NORMAL JUDGED RUN.            *
002653*----------------------------------------------------------------*
002654 01 WS-RUN-MODE                  PIC X(08).
002655     88 WS-CAPTURE-MODE                    VALUE "CAPTURE".
002656     88 WS-SHADOW-MODE                     VALUE "SHADOW".
002657 01 WS-CAPTURE-FILE-NAME         PIC X(40).
002658 77 WS-CAPTURE-COUNT             PIC 9(06) VALUE 0.
002659
002660*----------------------------------------------------------------*
002661*    SHADOW RUN WORK AREAS.  THE CANDIDATE BUILD FOR EACH OP     *
002662*    CODE IS NAMED OUTRIGHT BY CANDMAX, CANDMIN, CANDAVG,        *
002663*    CANDMED OR CANDSUM, OR ELSE IS THE CURRENT PROGRAM NAME     *
002664*    SUFFIXED WITH AN UNDERSCORE AND THE CANDVER BUILD TAG       *
002665*    (CANDVER=V2 GIVES MAXOFTWO_V2).  A CASE IS A GO WHEN BOTH   *
002666*    BUILDS RETURN THE SAME ACTUAL AND A NO-GO WHEN THEY DON'T,  *
002667*    WHATEVER THE VERDICT AGAINST THE KEYED EXPECTED VALUE.      *
002668*----------------------------------------------------------------*
002669 01 WS-CAND-VERSION              PIC X(08).
002670 01 WS-CAND-MAX-NAME             PIC X(30).
002671 01 WS-CAND-MIN-NAME             PIC X(30).
002672 01 WS-CAND-AVG-NAME             PIC X(30).
002673 01 WS-CAND-MED-NAME             PIC X(30).
002674 01 WS-CAND-SUM-NAME             PIC X(30).
002675 01 WS-CAND-PROGRAM-NAME         PIC X(30).
002676 01 WS-CAND-BASE-NAME            PIC X(15).
002677 01 WS-CAND-WORK-NAME            PIC X(30).
002678 01 WS-CAND-OP-CODE              PIC X(03).
002679 01 WS-CAND-ACTUAL               PIC S9(06).
002680 77 WS-CAND-CALLED-SW            PIC X(01) VALUE "N".
002681     88 WS-CAND-CALLED                     VALUE "Y".
002682 01 WS-SHADOW-REPORT-NAME        PIC X(40).
002683 01 WS-SHADOW-LASTRUN-NAME       PIC X(40)
002684     VALUE "results/tddmax2_shadow.lastrun".
002685 77 WS-SHADOW-OPEN-SW            PIC X(01) VALUE "N".
002686     88 WS-SHADOW-OPEN                     VALUE "Y".
002687 01 WS-SHADOW-WORK-ACTUAL        PIC S9(06).
002688 01 WS-SHADOW-DIFF               PIC S9(07).
002689 77 WS-SHADOW-MATCH-SW           PIC X(01) VALUE "N".
002690     88 WS-SHADOW-MATCHED                  VALUE "Y".
002691 01 WS-SHADOW-WORK-VERDICT       PIC X(05).
002692 01 WS-SHADOW-CUR-VERDICT        PIC X(05).
002693 01 WS-SHADOW-CAND-VERDICT       PIC X(05).
002694 01 WS-SHADOW-NOTE               PIC X(19).
002695 01 WS-SHADOW-DECISION           PIC X(05).
002696 01 WS-SHADOW-CUR-DISPLAY        PIC S9(06) SIGN IS LEADING
002697                                 SEPARATE.
002698 01 WS-SHADOW-CAND-DISPLAY       PIC S9(06) SIGN IS LEADING
002699                                 SEPARATE.
002700 01 WS-SHADOW-EXP-DISPLAY        PIC S9(06) SIGN IS LEADING
002701                                 SEPARATE.
002702 77 WS-SHADOW-SAME               PIC 9(06) VALUE 0.
002703 77 WS-SHADOW-DIVERGED           PIC 9(06) VALUE 0.
002704 77 WS-SHADOW-VERDICT-CHANGED    PIC 9(06) VALUE 0.
002705 77 WS-SHADOW-TOL-MASKED         PIC 9(06) VALUE 0.
002706
002707*----------------------------------------------------------------*
002708*    RETURN-CODE OVERRIDE - NON-ZERO WHEN A FILE ERROR ENDED     *
002709*    THE RUN EARLY.  TAKES PRECEDENCE OVER THE PASS/FAIL CODE.   *
002710*----------------------------------------------------------------*
002711 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
002712
002720*----------------------------------------------------------------*
002730*    TEST CASE WORK AREAS                                        *
002740*----------------------------------------------------------------*
004500     GOBACK.
004510
004520 1000-INITIALIZE.
004521     PERFORM 1010-RESOLVE-PARTITION THRU 1010-EXIT.
004522     IF WS-RETURN-CODE-OVERRIDE NOT = 0
004523         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
004524         GO TO 1000-EXIT
004525     END-IF.
004530     PERFORM 1020-ASSIGN-RUN-ID THRU 1020-EXIT.
004540     PERFORM 1030-TAKE-RUN-LOCK THRU 1030-EXIT.
004550     IF NOT WS-LOCK-HELD
004580     END-IF.
004590     PERFORM 1050-RESOLVE-INPUT-FILE-NAME THRU 1050-EXIT.
004592     PERFORM 1055-RESOLVE-RUN-MODE THRU 1055-EXIT.
004593     IF WS-PARTITIONED
004594         PERFORM 1015-CHECK-PARTITION-DONE THRU 1015-EXIT
004595         IF WS-DONE
004596             GO TO 1000-EXIT
004597         END-IF
004598     END-IF.
004600     OPEN INPUT F-TEST-FILE.
004610     IF WS-F-STATUS-OK
004620         SET WS-FILE-OPEN TO TRUE
004622         EVALUATE TRUE
004623             WHEN WS-CAPTURE-MODE
004624                 PERFORM 1075-OPEN-CAPTURE-DECK THRU 1075-EXIT
004625             WHEN WS-SHADOW-MODE
004626                 PERFORM 1076-RESOLVE-CANDIDATES THRU 1076-EXIT
004627                 PERFORM 1077-OPEN-SHADOW-REPORT THRU 1077-EXIT
004628             WHEN OTHER
004630                 PERFORM 1060-RESOLVE-CHECKPOINT THRU 1060-EXIT
004640                 PERFORM 1090-LOAD-THRESHOLDS THRU 1090-EXIT
004642         END-EVALUATE
004650         PERFORM 2140-CAPTURE-TIME THRU 2140-EXIT
004660         MOVE WS-CS-NOW TO WS-RUN-START-CS
004670     ELSE
004740 1000-EXIT.
004750     EXIT.
004760
004761*----------------------------------------------------------------*
004762*    1010-RESOLVE-PARTITION                                      *
004763*    NAMES THE LOCK, CHECKPOINT AND LASTRUN FILES.  WITH PARTID  *
004764*    SET, EACH CARRIES THE _PNN SUFFIX SO CONCURRENT PARTITIONS  *
004765*    OF ONE SPLIT DECK NEVER SHARE A LOCK OR A RESTART POINT.    *
004766*----------------------------------------------------------------*
004767 1010-RESOLVE-PARTITION.
004768     MOVE SPACES TO WS-PART-ID.
004769     ACCEPT WS-PART-ID FROM ENVIRONMENT "PARTID"
004770         ON EXCEPTION
004771             CONTINUE
004772     END-ACCEPT.
004773     IF WS-PART-ID = SPACES
004774         MOVE "checkpoint/tddmax2.lock" TO WS-LOCK-FILE-NAME
004775         MOVE "checkpoint/tddmax2.ckpt" TO WS-CKPT-FILE-NAME
004776         MOVE "results/tddmax2.lastrun" TO WS-LASTRUN-FILE-NAME
004777         GO TO 1010-EXIT
004778     END-IF.
004779     IF WS-PART-ID NOT NUMERIC
004780        OR WS-PART-ID = "00" OR WS-PART-ID > "20"
004781         DISPLAY "TDDMAX2: PARTID '" WS-PART-ID
004782                 "' IS NOT A PARTITION NUMBER 01-20"
004783         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004784         GO TO 1010-EXIT
004785     END-IF.
004786     SET WS-PARTITIONED TO TRUE.
004787     MOVE SPACES TO WS-LOCK-FILE-NAME.
004788     STRING "checkpoint/tddmax2_p" DELIMITED BY SIZE
004789            WS-PART-ID             DELIMITED BY SIZE
004790            ".lock"                DELIMITED BY SIZE
004791            INTO WS-LOCK-FILE-NAME
004792     END-STRING.
004793     MOVE SPACES TO WS-CKPT-FILE-NAME.
004794     STRING "checkpoint/tddmax2_p" DELIMITED BY SIZE
004795            WS-PART-ID             DELIMITED BY SIZE
004796            ".ckpt"                DELIMITED BY SIZE
004797            INTO WS-CKPT-FILE-NAME
004798     END-STRING.
004799     MOVE SPACES TO WS-LASTRUN-FILE-NAME.
004800     STRING "results/tddmax2_p"    DELIMITED BY SIZE
004801            WS-PART-ID             DELIMITED BY SIZE
004802            ".lastrun"             DELIMITED BY SIZE
004803            INTO WS-LASTRUN-FILE-NAME
004804     END-STRING.
004805     DISPLAY "TDDMAX2: PARTITION " WS-PART-ID.
004806 1010-EXIT.
004807     EXIT.
004808
004809*----------------------------------------------------------------*
004810*    1015-CHECK-PARTITION-DONE                                   *
004811*    A PARTITION WHOSE LASTRUN ALREADY SHOWS THIS DECK FINISHED  *
004812*    (RETURN-CODE 0 OR 4) IS NOT RUN AGAIN, SO RESUBMITTING      *
004813*    EVERY PARTITION AFTER A FAILURE RERUNS ONLY THE ONES THAT   *
004814*    DID NOT FINISH.  A PARTITION IS ALWAYS A JUDGED RUN - A     *
004815*    CAPTURE OR SHADOW RUN HAS NO PARTIAL CSV TO MERGE.          *
004816*----------------------------------------------------------------*
004817 1015-CHECK-PARTITION-DONE.
004818     IF WS-CAPTURE-MODE OR WS-SHADOW-MODE
004819         DISPLAY "TDDMAX2: A PARTITION RUN MUST BE A JUDGED "
004820                 "RUN - RUNMODE " WS-RUN-MODE " REFUSED"
004821         PERFORM 1085-RELEASE-RUN-LOCK THRU 1085-EXIT
004822         MOVE 8 TO RETURN-CODE
004823         SET WS-DONE TO TRUE
004824         GO TO 1015-EXIT
004825     END-IF.
004826     OPEN INPUT F-LASTRUN.
004827     IF NOT WS-LASTRUN-STATUS-OK
004828         GO TO 1015-EXIT
004829     END-IF.
004830     MOVE SPACES TO LR-SUMMARY-REC.
004831     READ F-LASTRUN
004832         AT END
004833             CONTINUE
004834     END-READ.
004835     CLOSE F-LASTRUN.
004836     IF LR-DECK-NAME = WS-TEST-FILE-NAME
004837        AND LR-RC NUMERIC AND LR-RC < 8
004838         DISPLAY "TDDMAX2: PARTITION " WS-PART-ID
004839                 " ALREADY FINISHED DECK " WS-TEST-FILE-NAME
004840                 " WITH RC=" LR-RC " - NOT RERUN"
004841         PERFORM 1085-RELEASE-RUN-LOCK THRU 1085-EXIT
004842         MOVE LR-RC TO RETURN-CODE
004843         SET WS-DONE TO TRUE
004844     END-IF.
004845 1015-EXIT.
004846     EXIT.
004847*----------------------------------------------------------------*
004848*    1020-ASSIGN-RUN-ID                                          *
004849*    THE RUN DATE PLUS THE START TIME TO THE HUNDREDTH OF A      *
004850*    SECOND - UNIQUE ACROSS ANY TWO RUNS THE LOCK SEPARATES.     *
004851*----------------------------------------------------------------*
004852 1020-ASSIGN-RUN-ID.
004853     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004854     ACCEPT WS-TIME-NOW FROM TIME.
004855     MOVE SPACES TO WS-RUN-ID.
004860     STRING "R"           DELIMITED BY SIZE
004870            WS-TODAY      DELIMITED BY SIZE
004880            "-"           DELIMITED BY SIZE
006020*----------------------------------------------------------------*
006030 1085-RELEASE-RUN-LOCK.
006040     IF WS-LOCK-HELD
006060         CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
006070         MOVE 0 TO RETURN-CODE
006080         MOVE "N" TO WS-LOCK-HELD-SW
006239         DISPLAY "TDDMAX2: CAPTURE RUN - ACTUALS WILL BE "
006240                 "RECORDED AS PROPOSED EXPECTED VALUES, "
006241                 "NO VERDICTS WILL BE JUDGED"
006243     END-IF.
006245     IF WS-SHADOW-MODE
006247         DISPLAY "TDDMAX2: SHADOW RUN - EACH CASE WILL BE "
006249                 "CALLED THROUGH THE CURRENT AND CANDIDATE "
006251                 "BUILDS, NO VERDICTS WILL BE RECORDED"
006253     END-IF.
006255 1055-EXIT.
006257     EXIT.
006259
006261*----------------------------------------------------------------*
006263*    1075-OPEN-CAPTURE-DECK                                      *
006265*    THE PROPOSED DECK OPENS BEHIND AN UNCOMMITTED-DECK MARKER   *
006267*    LINE, SO NEITHER THIS DRIVER NOR TDDVALID WILL TREAT IT AS  *
006269*    A RUNNABLE, JUDGED DECK BEFORE QA HAS REVIEWED IT AND       *
006271*    LOADED IT TO THE MASTER THROUGH TSTMAINT.                   *
006273*----------------------------------------------------------------*
006275 1075-OPEN-CAPTURE-DECK.
006277     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
006279     MOVE SPACES TO WS-CAPTURE-FILE-NAME.
006281     STRING "results/tddmax2_capture_" DELIMITED BY SIZE
006283            WS-TODAY-YYYY              DELIMITED BY SIZE
006285            WS-TODAY-MM                DELIMITED BY SIZE
006287            WS-TODAY-DD                DELIMITED BY SIZE
006289            ".test"                    DELIMITED BY SIZE
006291            INTO WS-CAPTURE-FILE-NAME
006293     END-STRING.
006295     OPEN OUTPUT F-CAPTURE-FILE.
006297     IF NOT WS-CAPT-STATUS-OK
006299         DISPLAY "TDDMAX2: UNABLE TO OPEN CAPTURE DECK, "
006301                 "FILE STATUS=" WS-CAPT-STATUS
006303         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006305         SET WS-DONE-SW TO "Y"
006307         GO TO 1075-EXIT
006309     END-IF.
006311     MOVE SPACES TO F-CAPTURE-LINE.
006313     STRING "*UNCOMMITTED CAPTURE DECK - EXPECTED TAKEN "
006315                DELIMITED BY SIZE
006317            "FROM ACTUALS - REVIEW, THEN LOAD VIA TSTMAINT"
006319                DELIMITED BY SIZE
006321            INTO F-CAPTURE-LINE
006323     END-STRING.
006325     WRITE F-CAPTURE-LINE.
006327 1075-EXIT.
006329     EXIT.
006331
006333*----------------------------------------------------------------*
006335*    1060-RESOLVE-CHECKPOINT                                     *
006337*    IF A CHECKPOINT FROM A PRIOR, ABENDED RUN EXISTS FOR THIS   *
006339*    SAME INPUT FILE, REMEMBER THE LAST COMPLETED TEST ID (AND   *
006341*    WHETHER THAT RUN HAD ALREADY FAILED) SO 2100-RUN-TEST-CASE  *
006343*    CAN SKIP PAST IT INSTEAD OF REPEATING ALREADY-JUDGED CASES. *
006345*    A CHECKPOINT WRITTEN AGAINST A DIFFERENT INPUT FILE IS NOT  *
006347*    FOR THIS SUITE AND IS IGNORED RATHER THAN HONORED.          *
006349*----------------------------------------------------------------*
006351 1060-RESOLVE-CHECKPOINT.
006353     MOVE 0 TO WS-CHECKPOINT-ID.
006355     OPEN INPUT F-CHECKPOINT.
006357     IF WS-CKPT-STATUS-OK
006359         READ F-CHECKPOINT
006361             AT END
006363                 CONTINUE
006365         END-READ
006367         IF WS-CKPT-STATUS-OK
006369             IF F-CKPT-FILE-NAME = WS-TEST-FILE-NAME
006371                 MOVE F-CKPT-TEST-ID TO WS-CHECKPOINT-ID
006373                 IF WS-CHECKPOINT-ID > 0
006375                     SET WS-RESTARTED TO TRUE
006377                     IF F-CKPT-ANY-FAILED = "Y"
006379                         SET WS-ANY-FAILED-SW TO "Y"
006381                     END-IF
006383                     DISPLAY "TDDMAX2: RESUMING AFTER CHECKPOINT "
006385                         "- SKIPPING TEST 1 THRU "
006387                         WS-CHECKPOINT-ID
006389                     DISPLAY "TDDMAX2: CHECKPOINT WAS WRITTEN "
006391                         "BY RUN " F-CKPT-RUN-ID
006393                 END-IF
006395             ELSE
006397                 DISPLAY "TDDMAX2: CHECKPOINT IS FOR A "
006399                     "DIFFERENT INPUT FILE - IGNORING IT"
006401             END-IF
006403         END-IF
006405         CLOSE F-CHECKPOINT
006407     END-IF.
006409 1060-EXIT.
006411     EXIT.
006413
006415*----------------------------------------------------------------*
006417*    1070-WRITE-CHECKPOINT                                       *
006419*    REWRITES THE CHECKPOINT FILE WITH THE INPUT FILE NAME, THE  *
006421*    LAST TEST ID THAT COMPLETED JUDGING, AND WHETHER ANY CASE   *
006423*    HAS FAILED SO FAR, SO A RESTARTED RUN CAN'T LAUNDER A       *
006425*    FAILURE FROM BEFORE THE CHECKPOINT INTO A CLEAN EXIT.       *
006427*    CALLED PERIODICALLY FROM 2150 AND ONCE MORE AT A CLEAN      *
006429*    FINISH (VIA 1080) TO CLEAR IT.                              *
006431*----------------------------------------------------------------*
006433 1070-WRITE-CHECKPOINT.
006435     MOVE SPACES            TO F-CKPT-LINE.
006437     MOVE WS-TEST-FILE-NAME TO F-CKPT-FILE-NAME.
006439     MOVE WS-TEST-ID        TO F-CKPT-TEST-ID.
006441     MOVE WS-ANY-FAILED-SW  TO F-CKPT-ANY-FAILED.
006443     MOVE WS-RUN-ID         TO F-CKPT-RUN-ID.
006445     OPEN OUTPUT F-CHECKPOINT.
006447     IF NOT WS-CKPT-STATUS-OK
006449         DISPLAY "TDDMAX2: UNABLE TO OPEN CHECKPOINT FOR "
006451                 "WRITE, FILE STATUS=" WS-CKPT-STATUS
006453     ELSE
006455         WRITE F-CKPT-LINE
006457         IF NOT WS-CKPT-STATUS-OK
006459             DISPLAY "TDDMAX2: CHECKPOINT WRITE FAILED, "
006461                     "FILE STATUS=" WS-CKPT-STATUS
006463         END-IF
006465         CLOSE F-CHECKPOINT
006467     END-IF.
006469 1070-EXIT.
006471     EXIT.
006473
006475*----------------------------------------------------------------*
006477*    1076-RESOLVE-CANDIDATES                                     *
006479*    NAMES THE CANDIDATE BUILD FOR EACH OP CODE.  AN EXPLICIT    *
006481*    CANDMAX..CANDSUM NAME WINS; OTHERWISE THE CURRENT PROGRAM   *
006483*    NAME IS SUFFIXED WITH THE CANDVER BUILD TAG.  AN OP CODE    *
006485*    LEFT WITH NO CANDIDATE STOPS THE RUN AT ITS FIRST CASE IN   *
006487*    2120-DISPATCH-OPERATION.                                    *
006489*----------------------------------------------------------------*
006491 1076-RESOLVE-CANDIDATES.
006493     MOVE SPACES TO WS-CAND-VERSION.
006495     ACCEPT WS-CAND-VERSION FROM ENVIRONMENT "CANDVER"
006497         ON EXCEPTION
006499             CONTINUE
006501     END-ACCEPT.
006503     MOVE SPACES TO WS-CAND-MAX-NAME.
006505     ACCEPT WS-CAND-MAX-NAME FROM ENVIRONMENT "CANDMAX"
006507         ON EXCEPTION
006509             CONTINUE
006511     END-ACCEPT.
006513     IF WS-CAND-MAX-NAME = SPACES
006515         MOVE "maxoftwo" TO WS-CAND-BASE-NAME
006517         PERFORM 1078-BUILD-CANDIDATE-NAME THRU 1078-EXIT
006519         MOVE WS-CAND-WORK-NAME TO WS-CAND-MAX-NAME
006521     END-IF.
006523     MOVE SPACES TO WS-CAND-MIN-NAME.
006525     ACCEPT WS-CAND-MIN-NAME FROM ENVIRONMENT "CANDMIN"
006527         ON EXCEPTION
006529             CONTINUE
006531     END-ACCEPT.
006533     IF WS-CAND-MIN-NAME = SPACES
006535         MOVE "minoftwo" TO WS-CAND-BASE-NAME
006537         PERFORM 1078-BUILD-CANDIDATE-NAME THRU 1078-EXIT
006539         MOVE WS-CAND-WORK-NAME TO WS-CAND-MIN-NAME
006541     END-IF.
006543     MOVE SPACES TO WS-CAND-AVG-NAME.
006545     ACCEPT WS-CAND-AVG-NAME FROM ENVIRONMENT "CANDAVG"
006547         ON EXCEPTION
006549             CONTINUE
006551     END-ACCEPT.
006553     IF WS-CAND-AVG-NAME = SPACES
006555         MOVE "averageoftwo" TO WS-CAND-BASE-NAME
006557         PERFORM 1078-BUILD-CANDIDATE-NAME THRU 1078-EXIT
006559         MOVE WS-CAND-WORK-NAME TO WS-CAND-AVG-NAME
006561     END-IF.
006563     MOVE SPACES TO WS-CAND-MED-NAME.
006565     ACCEPT WS-CAND-MED-NAME FROM ENVIRONMENT "CANDMED"
006567         ON EXCEPTION
006569             CONTINUE
006571     END-ACCEPT.
006573     IF WS-CAND-MED-NAME = SPACES
006575         MOVE "medianofthree" TO WS-CAND-BASE-NAME
006577         PERFORM 1078-BUILD-CANDIDATE-NAME THRU 1078-EXIT
006579         MOVE WS-CAND-WORK-NAME TO WS-CAND-MED-NAME
006581     END-IF.
006583     MOVE SPACES TO WS-CAND-SUM-NAME.
006585     ACCEPT WS-CAND-SUM-NAME FROM ENVIRONMENT "CANDSUM"
006587         ON EXCEPTION
006589             CONTINUE
006591     END-ACCEPT.
006593     IF WS-CAND-SUM-NAME = SPACES
006595         MOVE "sumofn" TO WS-CAND-BASE-NAME
006597         PERFORM 1078-BUILD-CANDIDATE-NAME THRU 1078-EXIT
006599         MOVE WS-CAND-WORK-NAME TO WS-CAND-SUM-NAME
006601     END-IF.
006603 1076-EXIT.
006605     EXIT.
006607
006609*----------------------------------------------------------------*
006611*    1077-OPEN-SHADOW-REPORT                                     *
006613*    THE DATED DIVERGENCE REPORT APPENDS, SO A SHADOW RUN OF A   *
006615*    WHOLE SUITE UNDER TDDSUITE LEAVES ONE REPORT WITH A SECTION *
006617*    PER DECK, WHICH TDDSUITE CLOSES WITH THE SUITE'S GO/NO-GO.  *
006619*    THE TITLE LINE IS WRITTEN ONLY WHEN THE REPORT IS NEW.      *
006621*    EACH SECTION OPENS WITH THE DECK, RUN ID AND THE CANDIDATE  *
006623*    BUILD RESOLVED FOR EACH OP CODE.                            *
006625*----------------------------------------------------------------*
006627 1077-OPEN-SHADOW-REPORT.
006629     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
006631     MOVE SPACES TO WS-SHADOW-REPORT-NAME.
006633     STRING "results/tddmax2_shadow_" DELIMITED BY SIZE
006635            WS-TODAY-YYYY             DELIMITED BY SIZE
006637            WS-TODAY-MM               DELIMITED BY SIZE
006639            WS-TODAY-DD               DELIMITED BY SIZE
006641            ".rpt"                    DELIMITED BY SIZE
006643            INTO WS-SHADOW-REPORT-NAME
006645     END-STRING.
006647     OPEN EXTEND F-SHADOW-REPORT.
006649     IF NOT WS-SHADOW-STATUS-OK
006651         OPEN OUTPUT F-SHADOW-REPORT
006653         IF NOT WS-SHADOW-STATUS-OK
006655             DISPLAY "TDDMAX2: UNABLE TO OPEN SHADOW REPORT, "
006657                     "FILE STATUS=" WS-SHADOW-STATUS
006659             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006661             SET WS-DONE-SW TO "Y"
006663             GO TO 1077-EXIT
006665         END-IF
006667         MOVE SPACES TO F-SHADOW-LINE
006669         STRING "TDDMAX2 SHADOW-COMPARISON REPORT - "
006671                    DELIMITED BY SIZE
006673                "CURRENT VS CANDIDATE BUILD"
006675                    DELIMITED BY SIZE
006677                INTO F-SHADOW-LINE
006679         END-STRING
006681         WRITE F-SHADOW-LINE
006683     END-IF.
006685     SET WS-SHADOW-OPEN TO TRUE.
006687     MOVE SPACES TO F-SHADOW-LINE.
006689     STRING "DECK="           DELIMITED BY SIZE
006691            WS-TEST-FILE-NAME DELIMITED BY SPACE
006693            " RUN ID="        DELIMITED BY SIZE
006695            WS-RUN-ID         DELIMITED BY SIZE
006697            " CANDVER="       DELIMITED BY SIZE
006699            WS-CAND-VERSION   DELIMITED BY SIZE
006701            INTO F-SHADOW-LINE
006703     END-STRING.
006705     WRITE F-SHADOW-LINE.
006707     MOVE "MAX"           TO WS-CAND-OP-CODE.
006709     MOVE "maxoftwo"      TO WS-CAND-BASE-NAME.
006711     MOVE WS-CAND-MAX-NAME TO WS-CAND-WORK-NAME.
006713     PERFORM 1079-WRITE-CANDIDATE-LINE THRU 1079-EXIT.
006715     MOVE "MIN"           TO WS-CAND-OP-CODE.
006717     MOVE "minoftwo"      TO WS-CAND-BASE-NAME.
006719     MOVE WS-CAND-MIN-NAME TO WS-CAND-WORK-NAME.
006721     PERFORM 1079-WRITE-CANDIDATE-LINE THRU 1079-EXIT.
006723     MOVE "AVG"           TO WS-CAND-OP-CODE.
006725     MOVE "averageoftwo"  TO WS-CAND-BASE-NAME.
006727     MOVE WS-CAND-AVG-NAME TO WS-CAND-WORK-NAME.
006729     PERFORM 1079-WRITE-CANDIDATE-LINE THRU 1079-EXIT.
006731     MOVE "MED"           TO WS-CAND-OP-CODE.
006733     MOVE "medianofthree" TO WS-CAND-BASE-NAME.
006735     MOVE WS-CAND-MED-NAME TO WS-CAND-WORK-NAME.
006737     PERFORM 1079-WRITE-CANDIDATE-LINE THRU 1079-EXIT.
006739     MOVE "SUM"           TO WS-CAND-OP-CODE.
006741     MOVE "sumofn"        TO WS-CAND-BASE-NAME.
006743     MOVE WS-CAND-SUM-NAME TO WS-CAND-WORK-NAME.
006745     PERFORM 1079-WRITE-CANDIDATE-LINE THRU 1079-EXIT.
006747 1077-EXIT.
006749     EXIT.
006751
006753 1078-BUILD-CANDIDATE-NAME.
006755     MOVE SPACES TO WS-CAND-WORK-NAME.
006757     IF WS-CAND-VERSION NOT = SPACES
006759         STRING WS-CAND-BASE-NAME DELIMITED BY SPACE
006761                "_"               DELIMITED BY SIZE
006763                WS-CAND-VERSION   DELIMITED BY SPACE
006765                INTO WS-CAND-WORK-NAME
006767         END-STRING
006769     END-IF.
006771 1078-EXIT.
006773     EXIT.
006775
006777 1079-WRITE-CANDIDATE-LINE.
006779     IF WS-CAND-WORK-NAME = SPACES
006781         MOVE "(NONE)" TO WS-CAND-WORK-NAME
006783     END-IF.
006785     MOVE SPACES TO F-SHADOW-LINE.
006787     STRING "  OP="           DELIMITED BY SIZE
006789            WS-CAND-OP-CODE   DELIMITED BY SIZE
006791            " CURRENT="       DELIMITED BY SIZE
006793            WS-CAND-BASE-NAME DELIMITED BY SPACE
006795            " CANDIDATE="     DELIMITED BY SIZE
006797            WS-CAND-WORK-NAME DELIMITED BY SPACE
006799            INTO F-SHADOW-LINE
006801     END-STRING.
006803     WRITE F-SHADOW-LINE.
006805 1079-EXIT.
006807     EXIT.
006809
006960*----------------------------------------------------------------*
006970*    1080-CLEAR-CHECKPOINT                                       *
006980*    A CLEAN END-TO-END RUN HAS NOTHING LEFT TO RESTART FROM, SO *
008650                     END-CALL
008652             END-IF
008660             PERFORM 2140-CAPTURE-TIME THRU 2140-EXIT
008662             EVALUATE TRUE
008663                 WHEN WS-CAPTURE-MODE
008664                     PERFORM 2130-WRITE-CAPTURE-CASE
008665                         THRU 2130-EXIT
008666                     ADD 1 TO WS-TOTAL-RUN
008667                 WHEN WS-SHADOW-MODE
008668                     PERFORM 2200-RUN-SHADOW-CASE THRU 2200-EXIT
008669                 WHEN OTHER
008670                     PERFORM 2170-JUDGE-CASE-TIME THRU 2170-EXIT
008672                     PERFORM 2125-JUDGE-ONE-CASE THRU 2125-EXIT
008674             END-EVALUATE
008990         ELSE
009000             SET WS-DONE-SW TO "Y"
009010         END-IF
009252*    THE MULTI-OPERAND VIEW IS THE LONGER OF THE TWO RECORD
009254*    LAYOUTS, SO SAVING IT KEEPS EITHER LAYOUT'S IMAGE WHOLE.
009260         MOVE F-TEST-LINE-M TO WS-RERUN-ENTRY (WS-RERUN-COUNT)
009263*    THE PARTITION POSITION IS NOT PART OF THE CASE ITSELF.
009266         MOVE SPACES TO WS-RERUN-ENTRY (WS-RERUN-COUNT) (122:4)
009270     ELSE
009280         IF NOT WS-RERUN-FULL
009290             SET WS-RERUN-FULL TO TRUE
009820     EXIT.
009830
009840 2180-SCAN-ID-LIMITS.
009850     IF WS-ID-LIMIT-ID (WS-ID-LIMIT-SUB) = WS-CASE-ID
009860         SET WS-LIMIT-FOUND TO TRUE
009870         MOVE WS-ID-LIMIT-CS (WS-ID-LIMIT-SUB)
009880             TO WS-CASE-LIMIT
010020 2190-RECORD-SLOW-CASE.
010030     IF WS-SLOW-COUNT < WS-SLOW-MAX
010040         ADD 1 TO WS-SLOW-COUNT
010050         MOVE WS-CASE-ID      TO WS-SLOW-TEST-ID
010060             (WS-SLOW-COUNT)
010070         MOVE WS-OP-CODE      TO WS-SLOW-OP-CODE
010080             (WS-SLOW-COUNT)
010330     EVALUATE TRUE
010340         WHEN WS-OP-IS-MIN
010350             MOVE "minoftwo"      TO WS-PROGRAM-NAME
010352             MOVE WS-CAND-MIN-NAME TO WS-CAND-PROGRAM-NAME
010360         WHEN WS-OP-IS-AVG
010370             MOVE "averageoftwo"  TO WS-PROGRAM-NAME
010372             MOVE WS-CAND-AVG-NAME TO WS-CAND-PROGRAM-NAME
010380         WHEN WS-OP-IS-MAX
010390             MOVE "maxoftwo"      TO WS-PROGRAM-NAME
010391             MOVE WS-CAND-MAX-NAME TO WS-CAND-PROGRAM-NAME
010392         WHEN WS-OP-IS-MED
010394             MOVE "medianofthree" TO WS-PROGRAM-NAME
010395             MOVE WS-CAND-MED-NAME TO WS-CAND-PROGRAM-NAME
010396         WHEN WS-OP-IS-SUM
010398             MOVE "sumofn"        TO WS-PROGRAM-NAME
010399             MOVE WS-CAND-SUM-NAME TO WS-CAND-PROGRAM-NAME
010400         WHEN OTHER
010410             DISPLAY "TDDMAX2: UNRECOGNIZED OP CODE '"
010420                     WS-OP-CODE "' AT TEST " WS-TEST-ID
010430             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010440             SET WS-OP-INVALID TO TRUE
010450     END-EVALUATE.
010451*    A SHADOW RUN CANNOT CERTIFY A CASE WITHOUT A CANDIDATE
010452*    BUILD TO SET AGAINST THE CURRENT ROUTINE.
010453     IF WS-OP-VALID AND WS-SHADOW-MODE
010454        AND WS-CAND-PROGRAM-NAME = SPACES
010455         DISPLAY "TDDMAX2: NO CANDIDATE BUILD FOR OP CODE '"
010456                 WS-OP-CODE "' AT TEST " WS-TEST-ID
010457                 " - SET CANDVER OR CAND" WS-OP-CODE
010458         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010459         SET WS-OP-INVALID TO TRUE
010460     END-IF.
010461*    THE OPERAND COUNT MUST FIT THE ROUTINE: MED TAKES EXACTLY
010462*    THREE, SUM TWO THROUGH FIVE, AND THE TWO-OPERAND ROUTINES
010463*    EXACTLY TWO.  A MISMATCH ENDS THE RUN THE SAME WAY AN
010464*    UNRECOGNIZED OP CODE DOES.
010465     IF WS-OP-VALID
010466         IF (WS-OP-IS-MED AND WS-OPN-COUNT NOT = 3)
010467            OR (WS-OP-IS-SUM AND (WS-OPN-COUNT < 2
010468                                  OR WS-OPN-COUNT > 5))
010469            OR (NOT WS-OP-MULTI AND WS-OPN-COUNT NOT = 2)
010470             DISPLAY "TDDMAX2: OPERAND COUNT " WS-OPN-COUNT
010471                     " DOES NOT FIT OP CODE '" WS-OP-CODE
010472                     "' AT TEST " WS-TEST-ID
010473             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010474             SET WS-OP-INVALID TO TRUE
010475         END-IF
010476     END-IF.
010477 2120-EXIT.
010478     EXIT.
010480
010490*----------------------------------------------------------------*
010500*    3000-FINALIZE                                               *
010554         PERFORM 3500-FINALIZE-CAPTURE THRU 3500-EXIT
010556         GO TO 3000-EXIT
010558     END-IF.
010560     IF WS-SHADOW-MODE
010562         PERFORM 3600-FINALIZE-SHADOW THRU 3600-EXIT
010564         GO TO 3000-EXIT
010566     END-IF.
010568     DISPLAY "TDDMAX2: RUN=" WS-TOTAL-RUN
010570             " PASSED=" WS-TOTAL-PASSED
010580             " FAILED=" WS-TOTAL-FAILED
010590             " XFAIL=" WS-TOTAL-XFAIL
010730     SET WS-CHCKRSLT-ACTION-CLOSE TO TRUE.
010740     CALL "chckrslt" USING
010750         WS-CHCKRSLT-ACTION
010760         WS-CASE-ID
010770         WS-TEST-NAME
010780         WS-OP-CODE
010790         WS-NUM-1
011230            ".test"                  DELIMITED BY SIZE
011240            INTO WS-RERUN-FILE-NAME
011250     END-STRING.
011251     IF WS-PARTITIONED
011252         MOVE SPACES TO WS-RERUN-FILE-NAME
011253         STRING "results/tddmax2_rerun_p" DELIMITED BY SIZE
011254                WS-PART-ID                DELIMITED BY SIZE
011255                ".test"                   DELIMITED BY SIZE
011256                INTO WS-RERUN-FILE-NAME
011257         END-STRING
011258     END-IF.
011260     OPEN OUTPUT F-RERUN-FILE.
011270     IF NOT WS-RERUN-STATUS-OK
011280         DISPLAY "TDDMAX2: UNABLE TO OPEN RERUN DECK, "
011890            ".rpt"                  DELIMITED BY SIZE
011900            INTO WS-SLOW-REPORT-NAME
011910     END-STRING.
011911     IF WS-PARTITIONED
011912         MOVE SPACES TO WS-SLOW-REPORT-NAME
011913         STRING "results/tddmax2_slow_p" DELIMITED BY SIZE
011914                WS-PART-ID               DELIMITED BY SIZE
011915                ".rpt"                   DELIMITED BY SIZE
011916                INTO WS-SLOW-REPORT-NAME
011917         END-STRING
011918     END-IF.
011920     OPEN OUTPUT F-SLOW-REPORT.
011930     IF NOT WS-SLOW-STATUS-OK
011940         DISPLAY "TDDMAX2: UNABLE TO OPEN SLOW REPORT, "
012370*    IN COLUMN 5 MARKS THE MULTI-OPERAND LAYOUT; ANYTHING ELSE   *
012380*    IS THE CLASSIC TWO-OPERAND LAYOUT, WHICH LOADS COUNT 2 SO   *
012390*    EVERYTHING DOWNSTREAM SEES ONE SHAPE.                       *
012393*    THE CASE ID REPORTED DOWNSTREAM IS THE RECORD NUMBER, OR ON *
012396*    A PARTITION DECK THE POSITION IN THE DECK IT CAME FROM.     *
012400*----------------------------------------------------------------*
012410 2110-LOAD-CASE-FIELDS.
012411     IF WS-PARTITIONED AND F2-DECK-POS NUMERIC
012412         MOVE F2-DECK-POS TO WS-CASE-ID
012413     ELSE
012414         MOVE WS-TEST-ID  TO WS-CASE-ID
012415     END-IF.
012420     IF F2-OPN-COUNT NUMERIC
012430         MOVE F2-OP-CODE   TO WS-OP-CODE
012440         MOVE F2-OPN-COUNT TO WS-OPN-COUNT
013220     SET WS-CHCKRSLT-ACTION-JUDGE TO TRUE.
013230     CALL "chckrslt" USING
013240         WS-CHCKRSLT-ACTION
013250         WS-CASE-ID
013260         WS-TEST-NAME
013270         WS-OP-CODE
013280         WS-NUM-1
013960     MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE.
013970 3500-EXIT.
013980     EXIT.
013990
014000*----------------------------------------------------------------*
014010*    2200-RUN-SHADOW-CASE                                        *
014020*    THE SHADOW PATH: CALL THE CANDIDATE BUILD WITH THE SAME     *
014030*    OPERANDS THE CURRENT ROUTINE JUST HAD, JUDGE BOTH ACTUALS   *
014040*    AGAINST THE CASE'S EXPECTED VALUE, AND REPORT THE CASE IF   *
014050*    THE TWO ACTUALS DIFFER AT ALL - A DIFFERENCE BOTH BUILDS    *
014060*    GET AWAY WITH UNDER TOL IS STILL A BEHAVIOUR CHANGE.  A     *
014070*    CANDIDATE THAT CANNOT BE LOADED ENDS THE RUN.               *
014080*----------------------------------------------------------------*
014090 2200-RUN-SHADOW-CASE.
014100     MOVE 0 TO WS-CAND-ACTUAL.
014110     SET WS-CAND-CALLED TO TRUE.
014120     IF WS-OP-MULTI
014130         CALL WS-CAND-PROGRAM-NAME USING WS-OPN-COUNT
014140             WS-OPERAND-TABLE WS-CAND-ACTUAL
014150             ON EXCEPTION
014160                 MOVE "N" TO WS-CAND-CALLED-SW
014170         END-CALL
014180     ELSE
014190         CALL WS-CAND-PROGRAM-NAME USING WS-NUM-1 WS-NUM-2
014200             WS-CAND-ACTUAL
014210             ON EXCEPTION
014220                 MOVE "N" TO WS-CAND-CALLED-SW
014230         END-CALL
014240     END-IF.
014250     IF NOT WS-CAND-CALLED
014260         DISPLAY "TDDMAX2: UNABLE TO CALL CANDIDATE BUILD "
014270                 WS-CAND-PROGRAM-NAME " AT TEST " WS-TEST-ID
014280         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
014290         SET WS-DONE-SW TO "Y"
014300         GO TO 2200-EXIT
014310     END-IF.
014320     ADD 1 TO WS-TOTAL-RUN.
014330     MOVE WS-ACTUAL TO WS-SHADOW-WORK-ACTUAL.
014340     PERFORM 2210-JUDGE-SHADOW-ACTUAL THRU 2210-EXIT.
014350     MOVE WS-SHADOW-WORK-VERDICT TO WS-SHADOW-CUR-VERDICT.
014360     MOVE WS-CAND-ACTUAL TO WS-SHADOW-WORK-ACTUAL.
014370     PERFORM 2210-JUDGE-SHADOW-ACTUAL THRU 2210-EXIT.
014380     MOVE WS-SHADOW-WORK-VERDICT TO WS-SHADOW-CAND-VERDICT.
014390     IF WS-CAND-ACTUAL = WS-ACTUAL
014400         ADD 1 TO WS-SHADOW-SAME
014410         GO TO 2200-EXIT
014420     END-IF.
014430     ADD 1 TO WS-SHADOW-DIVERGED.
014440*    WITH DIFFERENT ACTUALS, TWO PASSING VERDICTS CAN ONLY COME
014450*    FROM A TOL CASE - EXACT MATCH ADMITS ONE ACTUAL.
014460     EVALUATE TRUE
014470         WHEN WS-SHADOW-CUR-VERDICT NOT = WS-SHADOW-CAND-VERDICT
014480             ADD 1 TO WS-SHADOW-VERDICT-CHANGED
014490             MOVE "VERDICT CHANGED" TO WS-SHADOW-NOTE
014500         WHEN WS-SHADOW-CUR-VERDICT = "PASS" OR "XPASS"
014510             ADD 1 TO WS-SHADOW-TOL-MASKED
014520             MOVE "BOTH PASS UNDER TOL" TO WS-SHADOW-NOTE
014530         WHEN OTHER
014540             MOVE "BOTH MISS EXPECTED" TO WS-SHADOW-NOTE
014550     END-EVALUATE.
014560     PERFORM 2220-WRITE-DIVERGENCE THRU 2220-EXIT.
014570 2200-EXIT.
014580     EXIT.
014590
014600*----------------------------------------------------------------*
014610*    2210-JUDGE-SHADOW-ACTUAL                                    *
014620*    THE SAME MATCH RULES CHCKRSLT APPLIES - EXACT, OR WITHIN    *
014630*    TOLERANCE FOR A TOL CASE, WITH XFAIL TURNING A MATCH INTO   *
014640*    XPASS - APPLIED TO WS-SHADOW-WORK-ACTUAL WITHOUT LOGGING.   *
014650*----------------------------------------------------------------*
014660 2210-JUDGE-SHADOW-ACTUAL.
014670     MOVE "N" TO WS-SHADOW-MATCH-SW.
014680     IF WS-CMP-TOLERANCE
014690         COMPUTE WS-SHADOW-DIFF
014700             = WS-SHADOW-WORK-ACTUAL - WS-NUM-EXPECTED
014710         IF WS-SHADOW-DIFF < 0
014720             COMPUTE WS-SHADOW-DIFF = 0 - WS-SHADOW-DIFF
014730         END-IF
014740         IF WS-SHADOW-DIFF NOT > WS-TOLERANCE
014750             SET WS-SHADOW-MATCHED TO TRUE
014760         END-IF
014770     ELSE
014780         IF WS-SHADOW-WORK-ACTUAL EQUAL WS-NUM-EXPECTED
014790             SET WS-SHADOW-MATCHED TO TRUE
014800         END-IF
014810     END-IF.
014820     IF WS-SHADOW-MATCHED
014830         IF WS-CASE-XFAIL
014840             MOVE "XPASS" TO WS-SHADOW-WORK-VERDICT
014850         ELSE
014860             MOVE "PASS"  TO WS-SHADOW-WORK-VERDICT
014870         END-IF
014880     ELSE
014890         IF WS-CASE-XFAIL
014900             MOVE "XFAIL" TO WS-SHADOW-WORK-VERDICT
014910         ELSE
014920             MOVE "FAIL"  TO WS-SHADOW-WORK-VERDICT
014930         END-IF
014940     END-IF.
014950 2210-EXIT.
014960     EXIT.
014970
014980 2220-WRITE-DIVERGENCE.
014990     MOVE WS-ACTUAL       TO WS-SHADOW-CUR-DISPLAY.
015000     MOVE WS-CAND-ACTUAL  TO WS-SHADOW-CAND-DISPLAY.
015010     MOVE WS-NUM-EXPECTED TO WS-SHADOW-EXP-DISPLAY.
015020     MOVE SPACES TO F-SHADOW-LINE.
015030     STRING "TEST#"                DELIMITED BY SIZE
015040            WS-CASE-ID             DELIMITED BY SIZE
015050            " OP="                 DELIMITED BY SIZE
015060            WS-OP-CODE             DELIMITED BY SIZE
015070            " CUR="                DELIMITED BY SIZE
015080            WS-SHADOW-CUR-DISPLAY  DELIMITED BY SIZE
015090            " CAND="               DELIMITED BY SIZE
015100            WS-SHADOW-CAND-DISPLAY DELIMITED BY SIZE
015110            " EXP="                DELIMITED BY SIZE
015120            WS-SHADOW-EXP-DISPLAY  DELIMITED BY SIZE
015130            " CMP="                DELIMITED BY SIZE
015140            WS-CMP-MODE            DELIMITED BY SIZE
015150            " TOL="                DELIMITED BY SIZE
015160            WS-TOLERANCE           DELIMITED BY SIZE
015170            " VERDICT="            DELIMITED BY SIZE
015180            WS-SHADOW-CUR-VERDICT  DELIMITED BY SPACE
015190            "/"                    DELIMITED BY SIZE
015200            WS-SHADOW-CAND-VERDICT DELIMITED BY SPACE
015210            " NOTE="               DELIMITED BY SIZE
015220            WS-SHADOW-NOTE         DELIMITED BY SIZE
015230            " NAME="               DELIMITED BY SIZE
015240            WS-TEST-NAME           DELIMITED BY SIZE
015250            INTO F-SHADOW-LINE
015260     END-STRING.
015270     WRITE F-SHADOW-LINE.
015280     IF NOT WS-SHADOW-STATUS-OK
015290         DISPLAY "TDDMAX2: SHADOW REPORT WRITE FAILED, "
015300                 "FILE STATUS=" WS-SHADOW-STATUS
015310         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
015320         SET WS-DONE-SW TO "Y"
015330     END-IF.
015340 2220-EXIT.
015350     EXIT.
015360
015370*----------------------------------------------------------------*
015380*    3600-FINALIZE-SHADOW                                        *
015390*    END OF A SHADOW RUN: CLOSE THE DECK'S SECTION OF THE        *
015400*    DIVERGENCE REPORT WITH THE TALLIES AND THE GO/NO-GO COUNT.  *
015410*    THE DECISION IS GO ONLY WHEN EVERY CASE RAN AND NO CASE     *
015420*    DIVERGED.  RETURN-CODE IS 0 FOR GO, 4 FOR NO-GO, OR THE     *
015430*    FILE-ERROR OVERRIDE WHEN THE RUN ENDED EARLY.  NO VERDICTS, *
015440*    CSV, CHECKPOINT OR LASTRUN ARE WRITTEN - ONLY THE SHADOW    *
015445*    HAND-OFF, SO TDDSUITE CAN ROLL THE DECKS UP.                *
015450*----------------------------------------------------------------*
015460 3600-FINALIZE-SHADOW.
015470     IF WS-SHADOW-DIVERGED = 0 AND WS-RETURN-CODE-OVERRIDE = 0
015480         MOVE "GO"    TO WS-SHADOW-DECISION
015490     ELSE
015500         MOVE "NO-GO" TO WS-SHADOW-DECISION
015510     END-IF.
015520     IF WS-SHADOW-OPEN
015530         MOVE SPACES TO F-SHADOW-LINE
015540         STRING "CASES="              DELIMITED BY SIZE
015550                WS-TOTAL-RUN          DELIMITED BY SIZE
015560                " SAME="              DELIMITED BY SIZE
015570                WS-SHADOW-SAME        DELIMITED BY SIZE
015580                " DIVERGED="          DELIMITED BY SIZE
015590                WS-SHADOW-DIVERGED    DELIMITED BY SIZE
015600                " VERDICT-CHANGED="   DELIMITED BY SIZE
015610                WS-SHADOW-VERDICT-CHANGED
015620                                      DELIMITED BY SIZE
015630                " BOTH-PASS-UNDER-TOL=" DELIMITED BY SIZE
015640                WS-SHADOW-TOL-MASKED  DELIMITED BY SIZE
015650                INTO F-SHADOW-LINE
015660         END-STRING
015670         WRITE F-SHADOW-LINE
015680         MOVE SPACES TO F-SHADOW-LINE
015690         STRING "GO="                 DELIMITED BY SIZE
015700                WS-SHADOW-SAME        DELIMITED BY SIZE
015710                " NO-GO="             DELIMITED BY SIZE
015720                WS-SHADOW-DIVERGED    DELIMITED BY SIZE
015730                " DECISION="          DELIMITED BY SIZE
015740                WS-SHADOW-DECISION    DELIMITED BY SPACE
015750                INTO F-SHADOW-LINE
015760         END-STRING
015770         IF WS-RETURN-CODE-OVERRIDE NOT = 0
015780             MOVE "RUN ENDED EARLY - INCOMPLETE, NOT CERTIFIED"
015790                 TO F-SHADOW-LINE (40:)
015800         END-IF
015810         WRITE F-SHADOW-LINE
015820         CLOSE F-SHADOW-REPORT
015830     END-IF.
015840     CLOSE F-TEST-FILE.
015850     DISPLAY "TDDMAX2: SHADOW REPORT " WS-SHADOW-REPORT-NAME
015860             " CASES=" WS-TOTAL-RUN
015870             " DIVERGED=" WS-SHADOW-DIVERGED
015880             " DECISION=" WS-SHADOW-DECISION.
015890     PERFORM 1085-RELEASE-RUN-LOCK THRU 1085-EXIT.
015900     EVALUATE TRUE
015910         WHEN WS-RETURN-CODE-OVERRIDE NOT = 0
015920             MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
015930         WHEN WS-SHADOW-DIVERGED NOT = 0
015940             MOVE 4 TO RETURN-CODE
015950         WHEN OTHER
015960             MOVE 0 TO RETURN-CODE
015970     END-EVALUATE.
015975     PERFORM 3650-WRITE-SHADOW-LASTRUN THRU 3650-EXIT.
015980 3600-EXIT.
015990     EXIT.
016000
016010*----------------------------------------------------------------*
016020*    3650-WRITE-SHADOW-LASTRUN                                   *
016030*    REWRITES THE ONE-RECORD SHADOW HAND-OFF WITH THE DECK NAME, *
016040*    RETURN-CODE, TALLIES AND DECISION, AS 3200 DOES THE JUDGED  *
016050*    LASTRUN FOR A NORMAL RUN.                                   *
016060*----------------------------------------------------------------*
016070 3650-WRITE-SHADOW-LASTRUN.
016080     MOVE SPACES                    TO SL-SHADOW-REC.
016090     MOVE WS-TEST-FILE-NAME         TO SL-DECK-NAME.
016100     MOVE RETURN-CODE               TO SL-RC.
016110     MOVE WS-TOTAL-RUN              TO SL-CASES.
016120     MOVE WS-SHADOW-SAME            TO SL-SAME.
016130     MOVE WS-SHADOW-DIVERGED        TO SL-DIVERGED.
016140     MOVE WS-SHADOW-VERDICT-CHANGED TO SL-VERDICT-CHANGED.
016150     MOVE WS-SHADOW-TOL-MASKED      TO SL-TOL-MASKED.
016160     MOVE WS-SHADOW-DECISION        TO SL-DECISION.
016170     OPEN OUTPUT F-SHADOW-LASTRUN.
016180     IF NOT WS-SHADOW-LR-STATUS-OK
016190         DISPLAY "TDDMAX2: UNABLE TO OPEN SHADOW HAND-OFF, "
016200                 "FILE STATUS=" WS-SHADOW-LR-STATUS
016210     ELSE
016220         WRITE SL-SHADOW-REC
016230         CLOSE F-SHADOW-LASTRUN
016240     END-IF.
016250 3650-EXIT.
016260     EXIT.
