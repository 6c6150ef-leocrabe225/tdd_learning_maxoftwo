000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      TDDCHAIN                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      DRIVER FOR THE WHOLE NIGHTLY CHAIN.  THE      *
000090*                  STEPS, THEIR ORDER, THEIR ENVIRONMENT AND THE *
000100*                  RETURN-CODE THAT STOPS THE CHAIN AFTER EACH   *
000110*                  ONE COME FROM A CONTROL FILE (CHAINCTL ENV    *
000120*                  VAR, DEFAULTING TO INPUT/CHAIN.CONTROL).      *
000130*                  EACH STEP IS LAUNCHED AS ITS OWN PROGRAM -    *
000140*                  THE STEP PROGRAMS END WITH STOP RUN, SO THEY  *
000150*                  CANNOT BE CALLED THE WAY TDDSUITE CALLS       *
000160*                  TDDMAX2.  CHAINBIN, WHEN SET, IS PREFIXED TO  *
000170*                  EACH PROGRAM NAME (E.G. BIN/); OTHERWISE THE  *
000180*                  PROGRAMS ARE FOUND ON THE PATH.               *
000190*                                                                *
000200*                  CONTROL FILE, ONE RECORD PER LINE, * COMMENTS *
000210*                  ALLOWED.  A STEP LINE:                        *
000220*                    COL 001-008 STEP NAME, UNIQUE IN THE FILE   *
000230*                    COL 010-021 PROGRAM TO RUN                  *
000240*                    COL 023-024 BLOCKING RC - A STEP ENDING     *
000250*                                WITH THIS RC OR HIGHER FAILS    *
000260*                                AND NO LATER STEP RUNS (BLANK = *
000270*                                08)                             *
000280*                    COL 026     A = ALWAYS RUN, EVEN ONCE THE   *
000290*                                CHAIN HAS STOPPED (THE WRAP-UP  *
000300*                                STEPS SUCH AS NIGHTSTAT)        *
000310*                    COL 028-035 AFTER - A STEP THAT MUST HAVE   *
000320*                                COMPLETED CLEANLY FIRST.  IT    *
000330*                                MUST APPEAR EARLIER IN THE FILE *
000340*                  FOLLOWED BY ANY NUMBER OF SETTINGS FOR IT:    *
000350*                    COL 001-008 THE KEYWORD ENV                 *
000360*                    COL 010-021 ENVIRONMENT VARIABLE NAME       *
000370*                    COL 023-102 VALUE (BLANK = UNSET)           *
000380*                  A SETTING APPLIES TO ITS STEP ONLY; THE       *
000390*                  PREVIOUS VALUE IS PUT BACK AFTER THE STEP.    *
000400*                  ANY ERROR IN THE CONTROL FILE STOPS THE       *
000410*                  DRIVER BEFORE ANY STEP RUNS.                  *
000420*                                                                *
000430*                  STEP STATUS FOR THE RUN DATE IS KEPT IN       *
000440*                  CHECKPOINT/TDDCHAIN_YYYYMMDD.STATUS (SEE      *
000450*                  CHAINLOG), REWRITTEN AS EACH STEP STARTS AND  *
000460*                  ENDS.  A RERUN ON THE SAME DATE SKIPS THE     *
000470*                  STEPS ALREADY DONE AND RESUMES AT THE FIRST   *
000480*                  STEP THAT DID NOT COMPLETE CLEANLY - FAILED,  *
000490*                  BLOCKED, NEVER STARTED, OR LEFT RUNNING BY AN *
000500*                  ABEND - RERUNNING EVERY STEP FROM THERE ON.   *
000510*                  THE STEP PROGRAMS WORK FROM THE SYSTEM DATE,  *
000520*                  SO A RESTART MUST BE MADE ON THE SAME DATE.   *
000530*                                                                *
000540*                  THE STEP LOG RESULTS/TDDCHAIN_YYYYMMDD.LOG IS *
000550*                  REWRITTEN WITH THE STATUS FILE: ONE LINE PER  *
000560*                  STEP AND A CHAIN LINE SAYING WHETHER THE      *
000570*                  CHAIN IS COMPLETE, STOPPED (AND AT WHICH      *
000580*                  STEP) OR STILL RUNNING.  NIGHTSTAT READS IT.  *
000582*                  A STEP KILLED BY A SIGNAL - OR ENDING WITH AN *
000584*                  EXIT CODE ABOVE 128, WHICH IS HOW THE SHELL   *
000586*                  REPORTS ONE - IS RECORDED WITH RC 999.        *
000590*                                                                *
000600*                  CHECKPOINT/TDDCHAIN.LOCK KEEPS TWO DRIVERS    *
000610*                  FROM RUNNING AT ONCE; A LOCK OLDER THAN       *
000620*                  CHAINMAX MINUTES (DEFAULT 720) IS TAKEN OVER. *
000630*                                                                *
000640*                  RETURN-CODE:  0 = CHAIN COMPLETE, EVERY STEP  *
000650*                                    RC 0                        *
000660*                                4 = CHAIN COMPLETE, SOME STEP   *
000670*                                    ENDED WITH A WARNING RC     *
000680*                                8 = CHAIN STOPPED, OR CONTROL   *
000690*                                    OR STATUS FILE ERROR        *
000700*                               12 = ANOTHER DRIVER HOLDS THE    *
000710*                                    LOCK                        *
000720*                                                                *
000730*----------------------------------------------------------------*
000740*    MODIFICATION HISTORY                                        *
000750*    DATE        INIT  DESCRIPTION                               *
000760*    ----------  ----  ----------------------------------------  *
000770*    2026-10-15  RLO   ORIGINAL VERSION - CONTROL-FILE DRIVEN    *
000780*                      NIGHTLY CHAIN WITH A PER-DATE STEP-STATUS *
000790*                      FILE, RESTART AT THE FIRST STEP NOT DONE  *
000800*                      AND A STEP LOG FOR NIGHTSTAT.             *
000802*    2026-10-15  RLO   AN EXIT CODE ABOVE 128 FROM THE SHELL IS  *
000804*                      NOW RECORDED AS A KILLED STEP (RC 999),   *
000806*                      LIKE A SIGNAL IN THE WAIT STATUS.         *
000810*----------------------------------------------------------------*
000820 IDENTIFICATION DIVISION.
000830 PROGRAM-ID. tddchain.
000840 AUTHOR. R. OKONKWO.
000850 INSTALLATION. ENTERPRISE BATCH SERVICES.
000860 DATE-WRITTEN. 2026-10-15.
000870 DATE-COMPILED.
000880
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT F-CONTROL ASSIGN DYNAMIC WS-CONTROL-NAME
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-CTL-STATUS.
000950
000960     SELECT F-STEP-STATUS ASSIGN DYNAMIC WS-STEP-STATUS-NAME
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-STEP-STATUS.
000990
001000     SELECT F-STEP-LOG ASSIGN DYNAMIC WS-STEP-LOG-NAME
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-LOG-STATUS.
001030
001040     SELECT F-RUN-LOCK ASSIGN TO "checkpoint/tddchain.lock"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-LOCK-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD F-CONTROL.
001110 01 F-CONTROL-LINE.
001120     05 CTL-STEP-NAME          PIC X(08).
001130     05 FILLER                 PIC X(01).
001140     05 CTL-PROGRAM            PIC X(12).
001150     05 FILLER                 PIC X(01).
001160     05 CTL-BLOCK-RC           PIC X(02).
001170     05 FILLER                 PIC X(01).
001180     05 CTL-ALWAYS             PIC X(01).
001190     05 FILLER                 PIC X(01).
001200     05 CTL-AFTER              PIC X(08).
001210     05 FILLER                 PIC X(67).
001220 01 F-CONTROL-ENV-LINE.
001230     05 CTL-KEY                PIC X(08).
001240     05 FILLER                 PIC X(01).
001250     05 CTL-ENV-NAME           PIC X(12).
001260     05 FILLER                 PIC X(01).
001270     05 CTL-ENV-VALUE          PIC X(80).
001280
001290 FD F-STEP-STATUS.
001300 COPY chainlog.
001310
001320 FD F-STEP-LOG.
001330 01 F-LOG-LINE                 PIC X(100).
001340
001350*----------------------------------------------------------------*
001360*    RUN LOCK - HELD FOR THE LIFE OF ONE DRIVER RUN, THE WAY     *
001370*    TDDMAX2 HOLDS ITS OWN.                                      *
001380*----------------------------------------------------------------*
001390 FD F-RUN-LOCK.
001400 01 F-LOCK-LINE.
001410     05 F-LOCK-RUN-DATE        PIC 9(08).
001420     05 FILLER                 PIC X(01).
001430     05 F-LOCK-DATE            PIC 9(08).
001440     05 FILLER                 PIC X(01).
001450     05 F-LOCK-TIME            PIC 9(08).
001460
001470 WORKING-STORAGE SECTION.
001480*----------------------------------------------------------------*
001490*    FILE NAMES AND STATUS CODES                                 *
001500*----------------------------------------------------------------*
001510 01 WS-CONTROL-NAME             PIC X(40).
001520 01 WS-STEP-STATUS-NAME         PIC X(40).
001530 01 WS-STEP-LOG-NAME            PIC X(40).
001540 01 WS-LOCK-FILE-NAME           PIC X(40)
001550     VALUE "checkpoint/tddchain.lock".
001560
001570 01 WS-CTL-STATUS               PIC X(02).
001580     88 WS-CTL-STATUS-OK                   VALUE "00".
001590 01 WS-STEP-STATUS              PIC X(02).
001600     88 WS-STEP-STATUS-OK                  VALUE "00".
001610     88 WS-STEP-NOT-FOUND                  VALUE "35".
001620 01 WS-LOG-STATUS               PIC X(02).
001630     88 WS-LOG-STATUS-OK                   VALUE "00".
001640 01 WS-LOCK-STATUS              PIC X(02).
001650     88 WS-LOCK-STATUS-OK                  VALUE "00".
001660     88 WS-LOCK-NOT-FOUND                  VALUE "35".
001670
001680*----------------------------------------------------------------*
001690*    SWITCHES                                                    *
001700*----------------------------------------------------------------*
001710 77 WS-DONE-SW                  PIC X(01) VALUE "N".
001720     88 WS-DONE                            VALUE "Y".
001730
001740 77 WS-CHAIN-ERROR-SW           PIC X(01) VALUE "N".
001750     88 WS-CHAIN-ERROR                     VALUE "Y".
001760
001770 77 WS-CHAIN-STOPPED-SW         PIC X(01) VALUE "N".
001780     88 WS-CHAIN-STOPPED                   VALUE "Y".
001790
001800 77 WS-NOTHING-TO-RUN-SW        PIC X(01) VALUE "N".
001810     88 WS-NOTHING-TO-RUN                  VALUE "Y".
001820
001830 77 WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
001840     88 WS-LOCK-HELD                       VALUE "Y".
001850
001860 77 WS-LOCK-REFUSED-SW          PIC X(01) VALUE "N".
001870     88 WS-LOCK-REFUSED                    VALUE "Y".
001880
001890 77 WS-FOUND-SW                 PIC X(01) VALUE "N".
001900     88 WS-FOUND                           VALUE "Y".
001910
001920*----------------------------------------------------------------*
001930*    STEPS LOADED FROM THE CONTROL FILE, IN RUN ORDER, WITH      *
001940*    THEIR STATE FOR THE RUN DATE.  WS-STEP-AFTER-SUB POINTS AT  *
001950*    THE STEP NAMED IN THE AFTER COLUMN (ZERO = NONE).           *
001960*----------------------------------------------------------------*
001970 77 WS-STEP-MAX                 PIC 9(02) COMP VALUE 30.
001980 77 WS-STEP-COUNT               PIC 9(02) COMP VALUE 0.
001990 77 WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.
002000 77 WS-FIND-SUB                 PIC 9(02) COMP VALUE 0.
002010 77 WS-RESUME-SUB               PIC 9(02) COMP VALUE 0.
002020 77 WS-JUDGE-SUB                PIC 9(02) COMP VALUE 0.
002030 77 WS-AFTER-SUB                PIC 9(02) COMP VALUE 0.
002040 01 WS-FIND-NAME                PIC X(08).
002050 01 WS-STEP-TABLE.
002060     05 WS-STEP-ENTRY           OCCURS 30 TIMES.
002070         10 WS-STEP-NAME       PIC X(08).
002080         10 WS-STEP-PROGRAM    PIC X(12).
002090         10 WS-STEP-BLOCK-RC   PIC 9(03).
002100         10 WS-STEP-ALWAYS-SW  PIC X(01).
002110             88 WS-STEP-ALWAYS             VALUE "A".
002120         10 WS-STEP-AFTER      PIC X(08).
002130         10 WS-STEP-AFTER-SUB  PIC 9(02).
002140         10 WS-STEP-STATE      PIC X(08).
002150             88 WS-STEP-PENDING            VALUE "PENDING".
002160             88 WS-STEP-RUNNING            VALUE "RUNNING".
002170             88 WS-STEP-DONE               VALUE "DONE".
002180             88 WS-STEP-FAILED             VALUE "FAILED".
002190             88 WS-STEP-BLOCKED            VALUE "BLOCKED".
002200         10 WS-STEP-RC         PIC 9(03).
002210         10 WS-STEP-START-DATE PIC 9(08).
002220         10 WS-STEP-START-TIME PIC 9(06).
002230         10 WS-STEP-END-DATE   PIC 9(08).
002240         10 WS-STEP-END-TIME   PIC 9(06).
002250         10 WS-STEP-RUNS       PIC 9(02).
002260
002270*----------------------------------------------------------------*
002280*    ENVIRONMENT SETTINGS FROM THE ENV LINES, EACH TIED TO ITS   *
002290*    STEP.  WS-ENV-SAVED HOLDS THE VALUE IN FORCE BEFORE THE     *
002300*    STEP SO IT CAN BE PUT BACK.                                 *
002310*----------------------------------------------------------------*
002320 77 WS-ENV-MAX                  PIC 9(03) COMP VALUE 200.
002330 77 WS-ENV-COUNT                PIC 9(03) COMP VALUE 0.
002340 77 WS-ENV-SUB                  PIC 9(03) COMP VALUE 0.
002350 01 WS-ENV-TABLE.
002360     05 WS-ENV-ENTRY            OCCURS 200 TIMES.
002370         10 WS-ENV-STEP        PIC 9(02).
002380         10 WS-ENV-NAME        PIC X(12).
002390         10 WS-ENV-VALUE       PIC X(80).
002400         10 WS-ENV-SAVED       PIC X(80).
002410
002420*----------------------------------------------------------------*
002430*    LAUNCHING A STEP.  THE SYSTEM ROUTINE HANDS BACK THE RAW    *
002440*    WAIT STATUS: THE EXIT CODE TIMES 256, PLUS THE SIGNAL       *
002450*    NUMBER WHEN THE PROGRAM WAS KILLED.  A SHELL WHOSE CHILD    *
002460*    WAS KILLED EXITS 128 PLUS THE SIGNAL INSTEAD.  EITHER WAY   *
002465*    THE STEP IS RECORDED AS KILLED, RC 999.                     *
002470*----------------------------------------------------------------*
002480 01 WS-CHAINBIN                 PIC X(40).
002490 01 WS-COMMAND                  PIC X(60).
002500 77 WS-WAIT-STATUS              PIC S9(09) COMP VALUE 0.
002510 77 WS-EXIT-CODE                PIC S9(09) COMP VALUE 0.
002520 77 WS-SIGNAL-PART              PIC S9(09) COMP VALUE 0.
002530 77 WS-KILLED-RC                PIC 9(03) VALUE 999.
002540
002550*----------------------------------------------------------------*
002560*    CHAIN SUMMARY                                               *
002570*----------------------------------------------------------------*
002580 77 WS-CHAIN-RUNS               PIC 9(02) VALUE 0.
002590 77 WS-HIGHEST-RC               PIC 9(03) VALUE 0.
002600 77 WS-FINAL-RC                 PIC 9(02) VALUE 0.
002610 01 WS-CHAIN-STATE              PIC X(08).
002620     88 WS-CHAIN-COMPLETE                  VALUE "COMPLETE".
002630     88 WS-CHAIN-HAS-STOPPED               VALUE "STOPPED".
002640 01 WS-CHAIN-STEP               PIC X(08).
002650 77 WS-CHAIN-RC                 PIC 9(03) VALUE 0.
002660 77 WS-BLOCK-NUM                PIC 9(02) VALUE 0.
002670
002680*----------------------------------------------------------------*
002690*    TIMESTAMPS.  WS-CHAIN-START IS WHEN THIS DRIVER RUN BEGAN.  *
002700*----------------------------------------------------------------*
002710 01 WS-TODAY.
002720     05 WS-TODAY-YYYY          PIC 9(04).
002730     05 WS-TODAY-MM            PIC 9(02).
002740     05 WS-TODAY-DD            PIC 9(02).
002750 01 WS-TODAY-NUM REDEFINES WS-TODAY
002760                               PIC 9(08).
002770 01 WS-NOW-DATE                 PIC 9(08).
002780 01 WS-TIME-NOW.
002790     05 WS-TIME-HH             PIC 9(02).
002800     05 WS-TIME-MM             PIC 9(02).
002810     05 WS-TIME-SS             PIC 9(02).
002820     05 WS-TIME-CC             PIC 9(02).
002830 01 WS-TIME-NUM REDEFINES WS-TIME-NOW
002840                               PIC 9(08).
002850 01 WS-NOW-HHMMSS               PIC 9(06).
002860 01 WS-CHAIN-START-TIME         PIC 9(06).
002870
002880*----------------------------------------------------------------*
002890*    LOCK AGE, AS TDDMAX2 JUDGES ITS OWN                         *
002900*----------------------------------------------------------------*
002910 01 WS-LOCKMAX-TEXT             PIC X(04).
002920 77 WS-LOCK-MAX-MIN             PIC 9(04) COMP VALUE 720.
002930 77 WS-LOCK-AGE-CS              PIC S9(12) COMP VALUE 0.
002940 77 WS-LOCK-AGE-MIN             PIC 9(07) VALUE 0.
002950 77 WS-LOCK-CS                  PIC 9(07) COMP VALUE 0.
002960 77 WS-CS-NOW                   PIC 9(07) COMP VALUE 0.
002970 01 WS-LOCK-TIME-NUM            PIC 9(08).
002980 01 FILLER REDEFINES WS-LOCK-TIME-NUM.
002990     05 WS-LOCK-HH              PIC 9(02).
003000     05 WS-LOCK-MM              PIC 9(02).
003010     05 WS-LOCK-SS              PIC 9(02).
003020     05 WS-LOCK-CC              PIC 9(02).
003030
003040*----------------------------------------------------------------*
003050*    STEP LOG LINES                                              *
003060*----------------------------------------------------------------*
003070 01 WS-LOG-LINE                 PIC X(100).
003080
003090 PROCEDURE DIVISION.
003100
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 1030-TAKE-RUN-LOCK THRU 1030-EXIT.
003140     IF NOT WS-LOCK-HELD
003150         IF WS-LOCK-REFUSED
003160             MOVE 12 TO RETURN-CODE
003170         ELSE
003180             MOVE 8 TO RETURN-CODE
003190         END-IF
003200         STOP RUN
003210     END-IF.
003220     PERFORM 1500-LOAD-CONTROL THRU 1500-EXIT.
003230     IF NOT WS-CHAIN-ERROR
003240         PERFORM 1700-LOAD-STEP-STATUS THRU 1700-EXIT
003250     END-IF.
003260     IF NOT WS-CHAIN-ERROR
003270         PERFORM 2000-FIND-RESUME-POINT THRU 2000-EXIT
003280         IF NOT WS-NOTHING-TO-RUN
003290             PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
003300                 VARYING WS-STEP-SUB FROM WS-RESUME-SUB BY 1
003310                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
003320                    OR WS-CHAIN-ERROR
003330         END-IF
003340         PERFORM 3500-SAVE-PROGRESS THRU 3500-EXIT
003350     END-IF.
003360     PERFORM 4000-SET-FINAL-RC THRU 4000-EXIT.
003370     PERFORM 1085-RELEASE-RUN-LOCK THRU 1085-EXIT.
003380     MOVE WS-FINAL-RC TO RETURN-CODE.
003390     STOP RUN.
003400
003410 1000-INITIALIZE.
003420     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003430     PERFORM 8000-CAPTURE-TIME THRU 8000-EXIT.
003440     MOVE WS-NOW-HHMMSS TO WS-CHAIN-START-TIME.
003450     MOVE SPACES TO WS-CONTROL-NAME.
003460     ACCEPT WS-CONTROL-NAME FROM ENVIRONMENT "CHAINCTL"
003470         ON EXCEPTION
003480             CONTINUE
003490     END-ACCEPT.
003500     IF WS-CONTROL-NAME = SPACES
003510         MOVE "input/chain.control" TO WS-CONTROL-NAME
003520     END-IF.
003530     MOVE SPACES TO WS-CHAINBIN.
003540     ACCEPT WS-CHAINBIN FROM ENVIRONMENT "CHAINBIN"
003550         ON EXCEPTION
003560             CONTINUE
003570     END-ACCEPT.
003580     MOVE SPACES TO WS-STEP-STATUS-NAME.
003590     STRING "checkpoint/tddchain_" DELIMITED BY SIZE
003600            WS-TODAY-NUM           DELIMITED BY SIZE
003610            ".status"              DELIMITED BY SIZE
003620            INTO WS-STEP-STATUS-NAME
003630     END-STRING.
003640     MOVE SPACES TO WS-STEP-LOG-NAME.
003650     STRING "results/tddchain_"    DELIMITED BY SIZE
003660            WS-TODAY-NUM           DELIMITED BY SIZE
003670            ".log"                 DELIMITED BY SIZE
003680            INTO WS-STEP-LOG-NAME
003690     END-STRING.
003700 1000-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
003740*    1030-TAKE-RUN-LOCK                                          *
003750*    REFUSES TO START WHILE ANOTHER DRIVER HOLDS THE LOCK - TWO  *
003760*    DRIVERS WOULD RUN THE SAME STEPS TWICE AND OVERWRITE EACH   *
003770*    OTHER'S STATUS FILE.  A LOCK OLDER THAN CHAINMAX MINUTES    *
003780*    (DEFAULT 720, A WHOLE NIGHT) WAS LEFT BY AN ABEND AND IS    *
003790*    TAKEN OVER; THE STATUS FILE THEN SHOWS WHICH STEP WAS LEFT  *
003800*    RUNNING.                                                    *
003810*----------------------------------------------------------------*
003820 1030-TAKE-RUN-LOCK.
003830     MOVE SPACES TO WS-LOCKMAX-TEXT.
003840     ACCEPT WS-LOCKMAX-TEXT FROM ENVIRONMENT "CHAINMAX"
003850         ON EXCEPTION
003860             CONTINUE
003870     END-ACCEPT.
003880     IF WS-LOCKMAX-TEXT NOT = SPACES
003890         COMPUTE WS-LOCK-MAX-MIN
003900             = FUNCTION NUMVAL (WS-LOCKMAX-TEXT)
003910     END-IF.
003920     IF WS-LOCK-MAX-MIN = 0
003930         MOVE 720 TO WS-LOCK-MAX-MIN
003940     END-IF.
003950     OPEN INPUT F-RUN-LOCK.
003960     IF WS-LOCK-NOT-FOUND
003970         PERFORM 1035-WRITE-RUN-LOCK THRU 1035-EXIT
003980         GO TO 1030-EXIT
003990     END-IF.
004000     IF NOT WS-LOCK-STATUS-OK
004010         DISPLAY "TDDCHAIN: UNABLE TO READ RUN LOCK, "
004020                 "FILE STATUS=" WS-LOCK-STATUS
004030         GO TO 1030-EXIT
004040     END-IF.
004050     MOVE SPACES TO F-LOCK-LINE.
004060     READ F-RUN-LOCK
004070         AT END
004080             CONTINUE
004090     END-READ.
004100     CLOSE F-RUN-LOCK.
004110     IF F-LOCK-DATE NOT NUMERIC OR F-LOCK-TIME NOT NUMERIC
004120         DISPLAY "TDDCHAIN: LOCK FILE IS EMPTY OR CORRUPT "
004130                 "- TAKING IT OVER"
004140         PERFORM 1035-WRITE-RUN-LOCK THRU 1035-EXIT
004150         GO TO 1030-EXIT
004160     END-IF.
004170     PERFORM 1040-JUDGE-LOCK-AGE THRU 1040-EXIT.
004180     IF WS-LOCK-AGE-MIN > WS-LOCK-MAX-MIN
004190         DISPLAY "TDDCHAIN: STALE LOCK FROM THE "
004200                 F-LOCK-RUN-DATE " CHAIN (AGE " WS-LOCK-AGE-MIN
004210                 " MIN) - TAKING IT OVER"
004220         PERFORM 1035-WRITE-RUN-LOCK THRU 1035-EXIT
004230     ELSE
004240         DISPLAY "TDDCHAIN: THE " F-LOCK-RUN-DATE
004250                 " CHAIN HOLDS THE LOCK (AGE "
004260                 WS-LOCK-AGE-MIN " MIN) - NOT STARTING"
004270         SET WS-LOCK-REFUSED TO TRUE
004280     END-IF.
004290 1030-EXIT.
004300     EXIT.
004310
004320 1035-WRITE-RUN-LOCK.
004330     MOVE SPACES       TO F-LOCK-LINE.
004340     MOVE WS-TODAY-NUM TO F-LOCK-RUN-DATE.
004350     MOVE WS-TODAY-NUM TO F-LOCK-DATE.
004360     MOVE WS-TIME-NUM  TO F-LOCK-TIME.
004370     OPEN OUTPUT F-RUN-LOCK.
004380     IF NOT WS-LOCK-STATUS-OK
004390         DISPLAY "TDDCHAIN: UNABLE TO WRITE RUN LOCK, "
004400                 "FILE STATUS=" WS-LOCK-STATUS
004410     ELSE
004420         WRITE F-LOCK-LINE
004430         CLOSE F-RUN-LOCK
004440         SET WS-LOCK-HELD TO TRUE
004450     END-IF.
004460 1035-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------*
004500*    1040-JUDGE-LOCK-AGE                                         *
004510*    AGE OF THE LOCK IN MINUTES, SPANNING MIDNIGHTS VIA THE      *
004520*    DAY-NUMBER DIFFERENCE.  A NEGATIVE AGE (CLOCK SKEW) IS      *
004530*    TREATED AS FRESH.                                           *
004540*----------------------------------------------------------------*
004550 1040-JUDGE-LOCK-AGE.
004560     MOVE F-LOCK-TIME TO WS-LOCK-TIME-NUM.
004570     COMPUTE WS-LOCK-CS
004580         = ((WS-LOCK-HH * 60 + WS-LOCK-MM) * 60
004590            + WS-LOCK-SS) * 100 + WS-LOCK-CC.
004600     PERFORM 8000-CAPTURE-TIME THRU 8000-EXIT.
004610     COMPUTE WS-LOCK-AGE-CS
004620         = (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
004630            - FUNCTION INTEGER-OF-DATE (F-LOCK-DATE))
004640           * 8640000
004650           + WS-CS-NOW - WS-LOCK-CS.
004660     IF WS-LOCK-AGE-CS < 0
004670         MOVE 0 TO WS-LOCK-AGE-CS
004680     END-IF.
004690     COMPUTE WS-LOCK-AGE-MIN = WS-LOCK-AGE-CS / 6000.
004700 1040-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------*
004740*    1085-RELEASE-RUN-LOCK                                       *
004750*    CBL_DELETE_FILE SETS RETURN-CODE, SO THE FINAL RETURN-CODE  *
004760*    IS SET AFTER RELEASING.                                     *
004770*----------------------------------------------------------------*
004780 1085-RELEASE-RUN-LOCK.
004790     IF WS-LOCK-HELD
004800         CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
004810         MOVE 0 TO RETURN-CODE
004820         MOVE "N" TO WS-LOCK-HELD-SW
004830     END-IF.
004840 1085-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------*
004880*    1500-LOAD-CONTROL                                           *
004890*    THE WHOLE FILE IS READ AND EVERY ERROR REPORTED BEFORE      *
004900*    ANYTHING RUNS - A HALF-UNDERSTOOD CHAIN MUST NOT START.     *
004910*----------------------------------------------------------------*
004920 1500-LOAD-CONTROL.
004930     OPEN INPUT F-CONTROL.
004940     IF NOT WS-CTL-STATUS-OK
004950         DISPLAY "TDDCHAIN: UNABLE TO OPEN " WS-CONTROL-NAME
004960                 ", FILE STATUS=" WS-CTL-STATUS
004970         SET WS-CHAIN-ERROR TO TRUE
004980         GO TO 1500-EXIT
004990     END-IF.
005000     MOVE "N" TO WS-DONE-SW.
005010     PERFORM 1600-READ-CONTROL-LINE THRU 1600-EXIT
005020         UNTIL WS-DONE.
005030     CLOSE F-CONTROL.
005040     IF WS-STEP-COUNT = 0 AND NOT WS-CHAIN-ERROR
005050         DISPLAY "TDDCHAIN: CONTROL FILE NAMES NO STEPS"
005060         SET WS-CHAIN-ERROR TO TRUE
005070     END-IF.
005080     IF WS-CHAIN-ERROR
005090         DISPLAY "TDDCHAIN: CONTROL FILE " WS-CONTROL-NAME
005100                 " IN ERROR - NO STEP RUN"
005110     END-IF.
005120 1500-EXIT.
005130     EXIT.
005140
005150 1600-READ-CONTROL-LINE.
005160     READ F-CONTROL
005170         AT END
005180             SET WS-DONE-SW TO "Y"
005190             GO TO 1600-EXIT
005200     END-READ.
005210     IF NOT WS-CTL-STATUS-OK
005220         DISPLAY "TDDCHAIN: CONTROL FILE READ ERROR, "
005230                 "FILE STATUS=" WS-CTL-STATUS
005240         SET WS-CHAIN-ERROR TO TRUE
005250         SET WS-DONE-SW TO "Y"
005260         GO TO 1600-EXIT
005270     END-IF.
005280     IF F-CONTROL-LINE (1:1) = "*" OR F-CONTROL-LINE = SPACES
005290         GO TO 1600-EXIT
005300     END-IF.
005310     IF CTL-KEY = "ENV"
005320         PERFORM 1650-STORE-ENV-LINE THRU 1650-EXIT
005330     ELSE
005340         PERFORM 1620-STORE-STEP-LINE THRU 1620-EXIT
005350     END-IF.
005360 1600-EXIT.
005370     EXIT.
005380
005390 1620-STORE-STEP-LINE.
005400     IF CTL-PROGRAM = SPACES
005410         DISPLAY "TDDCHAIN: STEP " CTL-STEP-NAME
005420                 " NAMES NO PROGRAM"
005430         SET WS-CHAIN-ERROR TO TRUE
005440         GO TO 1620-EXIT
005450     END-IF.
005460     MOVE CTL-STEP-NAME TO WS-FIND-NAME.
005470     PERFORM 8100-FIND-STEP THRU 8100-EXIT.
005480     IF WS-FOUND
005490         DISPLAY "TDDCHAIN: STEP " CTL-STEP-NAME
005500                 " APPEARS MORE THAN ONCE"
005510         SET WS-CHAIN-ERROR TO TRUE
005520         GO TO 1620-EXIT
005530     END-IF.
005540     IF CTL-BLOCK-RC = SPACES
005550         MOVE 8 TO WS-BLOCK-NUM
005560     ELSE
005570         IF CTL-BLOCK-RC NOT NUMERIC OR CTL-BLOCK-RC = "00"
005580             DISPLAY "TDDCHAIN: STEP " CTL-STEP-NAME
005590                     " HAS A BAD BLOCKING RC " CTL-BLOCK-RC
005600             SET WS-CHAIN-ERROR TO TRUE
005610             GO TO 1620-EXIT
005620         END-IF
005630         MOVE CTL-BLOCK-RC TO WS-BLOCK-NUM
005640     END-IF.
005650     IF CTL-ALWAYS NOT = SPACE AND CTL-ALWAYS NOT = "A"
005660         DISPLAY "TDDCHAIN: STEP " CTL-STEP-NAME
005670                 " HAS A BAD ALWAYS FLAG " CTL-ALWAYS
005680         SET WS-CHAIN-ERROR TO TRUE
005690         GO TO 1620-EXIT
005700     END-IF.
005710     MOVE 0 TO WS-AFTER-SUB.
005720     IF CTL-AFTER NOT = SPACES
005730         MOVE CTL-AFTER TO WS-FIND-NAME
005740         PERFORM 8100-FIND-STEP THRU 8100-EXIT
005750         IF NOT WS-FOUND
005760             DISPLAY "TDDCHAIN: STEP " CTL-STEP-NAME
005770                     " MUST RUN AFTER " CTL-AFTER
005780                     ", WHICH IS NOT AN EARLIER STEP"
005790             SET WS-CHAIN-ERROR TO TRUE
005800             GO TO 1620-EXIT
005810         END-IF
005820         MOVE WS-FIND-SUB TO WS-AFTER-SUB
005830     END-IF.
005840     IF WS-STEP-COUNT NOT < WS-STEP-MAX
005850         DISPLAY "TDDCHAIN: STEP TABLE FULL AT " WS-STEP-MAX
005860                 " STEPS"
005870         SET WS-CHAIN-ERROR TO TRUE
005880         SET WS-DONE-SW TO "Y"
005890         GO TO 1620-EXIT
005900     END-IF.
005910     ADD 1 TO WS-STEP-COUNT.
005920     MOVE CTL-STEP-NAME TO WS-STEP-NAME (WS-STEP-COUNT).
005930     MOVE CTL-PROGRAM   TO WS-STEP-PROGRAM (WS-STEP-COUNT).
005940     MOVE WS-BLOCK-NUM  TO WS-STEP-BLOCK-RC (WS-STEP-COUNT).
005950     MOVE CTL-ALWAYS    TO WS-STEP-ALWAYS-SW (WS-STEP-COUNT).
005960     MOVE CTL-AFTER     TO WS-STEP-AFTER (WS-STEP-COUNT).
005970     MOVE WS-AFTER-SUB  TO WS-STEP-AFTER-SUB (WS-STEP-COUNT).
005980     MOVE "PENDING"     TO WS-STEP-STATE (WS-STEP-COUNT).
005990     MOVE 0 TO WS-STEP-RC (WS-STEP-COUNT).
006000     MOVE 0 TO WS-STEP-START-DATE (WS-STEP-COUNT).
006010     MOVE 0 TO WS-STEP-START-TIME (WS-STEP-COUNT).
006020     MOVE 0 TO WS-STEP-END-DATE (WS-STEP-COUNT).
006030     MOVE 0 TO WS-STEP-END-TIME (WS-STEP-COUNT).
006040     MOVE 0 TO WS-STEP-RUNS (WS-STEP-COUNT).
006050 1620-EXIT.
006060     EXIT.
006070
006080 1650-STORE-ENV-LINE.
006090     IF WS-STEP-COUNT = 0
006100         DISPLAY "TDDCHAIN: ENV " CTL-ENV-NAME
006110                 " COMES BEFORE ANY STEP"
006120         SET WS-CHAIN-ERROR TO TRUE
006130         GO TO 1650-EXIT
006140     END-IF.
006150     IF CTL-ENV-NAME = SPACES
006160         DISPLAY "TDDCHAIN: ENV LINE FOR STEP "
006170                 WS-STEP-NAME (WS-STEP-COUNT)
006180                 " NAMES NO VARIABLE"
006190         SET WS-CHAIN-ERROR TO TRUE
006200         GO TO 1650-EXIT
006210     END-IF.
006220     IF WS-ENV-COUNT NOT < WS-ENV-MAX
006230         DISPLAY "TDDCHAIN: ENV TABLE FULL AT " WS-ENV-MAX
006240                 " SETTINGS"
006250         SET WS-CHAIN-ERROR TO TRUE
006260         SET WS-DONE-SW TO "Y"
006270         GO TO 1650-EXIT
006280     END-IF.
006290     ADD 1 TO WS-ENV-COUNT.
006300     MOVE WS-STEP-COUNT TO WS-ENV-STEP (WS-ENV-COUNT).
006310     MOVE CTL-ENV-NAME  TO WS-ENV-NAME (WS-ENV-COUNT).
006320     MOVE CTL-ENV-VALUE TO WS-ENV-VALUE (WS-ENV-COUNT).
006330     MOVE SPACES        TO WS-ENV-SAVED (WS-ENV-COUNT).
006340 1650-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380*    1700-LOAD-STEP-STATUS                                       *
006390*    PICKS UP WHAT EARLIER DRIVER RUNS ON THE SAME DATE DID.  NO *
006400*    FILE MEANS THE FIRST RUN OF THE DATE.  STEPS ARE MATCHED BY *
006410*    NAME; A STEP NO LONGER ON THE CONTROL FILE IS DROPPED, AND  *
006420*    A STEP WHOSE PROGRAM HAS CHANGED STARTS AGAIN AS PENDING.   *
006430*    AN UNREADABLE FILE STOPS THE DRIVER - WITHOUT IT THERE IS   *
006440*    NO TELLING WHICH STEPS ALREADY RAN.                         *
006450*----------------------------------------------------------------*
006460 1700-LOAD-STEP-STATUS.
006470     OPEN INPUT F-STEP-STATUS.
006480     IF WS-STEP-NOT-FOUND
006490         GO TO 1700-EXIT
006500     END-IF.
006510     IF NOT WS-STEP-STATUS-OK
006520         DISPLAY "TDDCHAIN: UNABLE TO OPEN " WS-STEP-STATUS-NAME
006530                 ", FILE STATUS=" WS-STEP-STATUS
006540         SET WS-CHAIN-ERROR TO TRUE
006550         GO TO 1700-EXIT
006560     END-IF.
006570     MOVE "N" TO WS-DONE-SW.
006580     PERFORM 1750-READ-STATUS-LINE THRU 1750-EXIT
006590         UNTIL WS-DONE.
006600     CLOSE F-STEP-STATUS.
006610     IF WS-CHAIN-ERROR
006620         DISPLAY "TDDCHAIN: STATUS FILE " WS-STEP-STATUS-NAME
006630                 " IS DAMAGED - CORRECT OR REMOVE IT AND RERUN"
006640     END-IF.
006650 1700-EXIT.
006660     EXIT.
006670
006680 1750-READ-STATUS-LINE.
006690     READ F-STEP-STATUS
006700         AT END
006710             SET WS-DONE-SW TO "Y"
006720             GO TO 1750-EXIT
006730     END-READ.
006740     IF NOT WS-STEP-STATUS-OK
006750         SET WS-CHAIN-ERROR TO TRUE
006760         SET WS-DONE-SW TO "Y"
006770         GO TO 1750-EXIT
006780     END-IF.
006790     IF CL-CHAIN-LINE AND CL-RUNS NUMERIC
006800         MOVE CL-RUNS TO WS-CHAIN-RUNS
006810         GO TO 1750-EXIT
006820     END-IF.
006830     IF NOT CL-STEP-LINE
006840        OR CL-RC NOT NUMERIC
006850        OR CL-START-DATE NOT NUMERIC
006860        OR CL-START-TIME NOT NUMERIC
006870        OR CL-END-DATE NOT NUMERIC
006880        OR CL-END-TIME NOT NUMERIC
006890        OR CL-RUNS NOT NUMERIC
006900         SET WS-CHAIN-ERROR TO TRUE
006910         SET WS-DONE-SW TO "Y"
006920         GO TO 1750-EXIT
006930     END-IF.
006940     MOVE CL-STEP-NAME TO WS-FIND-NAME.
006950     PERFORM 8100-FIND-STEP THRU 8100-EXIT.
006960     IF NOT WS-FOUND
006970         DISPLAY "TDDCHAIN: STEP " CL-STEP-NAME
006980                 " IS NO LONGER ON THE CONTROL FILE - DROPPED"
006990         GO TO 1750-EXIT
007000     END-IF.
007010     MOVE CL-RUNS TO WS-STEP-RUNS (WS-FIND-SUB).
007020     IF CL-PROGRAM NOT = WS-STEP-PROGRAM (WS-FIND-SUB)
007030         DISPLAY "TDDCHAIN: STEP " CL-STEP-NAME
007040                 " NOW RUNS " WS-STEP-PROGRAM (WS-FIND-SUB)
007050                 " INSTEAD OF " CL-PROGRAM " - RUNNING IT AGAIN"
007060         GO TO 1750-EXIT
007070     END-IF.
007080     MOVE CL-STATE      TO WS-STEP-STATE (WS-FIND-SUB).
007090     MOVE CL-RC         TO WS-STEP-RC (WS-FIND-SUB).
007100     MOVE CL-START-DATE TO WS-STEP-START-DATE (WS-FIND-SUB).
007110     MOVE CL-START-TIME TO WS-STEP-START-TIME (WS-FIND-SUB).
007120     MOVE CL-END-DATE   TO WS-STEP-END-DATE (WS-FIND-SUB).
007130     MOVE CL-END-TIME   TO WS-STEP-END-TIME (WS-FIND-SUB).
007140 1750-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------------*
007180*    2000-FIND-RESUME-POINT                                      *
007190*    THE FIRST STEP, IN CONTROL-FILE ORDER, THAT IS NOT DONE.    *
007200*    IT AND EVERY STEP AFTER IT GO BACK TO PENDING AND RUN       *
007210*    AGAIN; THE DONE STEPS BEFORE IT ARE LEFT ALONE SO NOTHING   *
007220*    IS DOUBLE-RUN.                                              *
007230*----------------------------------------------------------------*
007240 2000-FIND-RESUME-POINT.
007250     ADD 1 TO WS-CHAIN-RUNS.
007260     MOVE 0 TO WS-RESUME-SUB.
007270     PERFORM 2100-CHECK-ONE-STEP THRU 2100-EXIT
007280         VARYING WS-JUDGE-SUB FROM 1 BY 1
007290         UNTIL WS-JUDGE-SUB > WS-STEP-COUNT
007300            OR WS-RESUME-SUB > 0.
007310     IF WS-RESUME-SUB = 0
007320         SET WS-NOTHING-TO-RUN TO TRUE
007330         DISPLAY "TDDCHAIN: EVERY STEP IS ALREADY DONE FOR "
007340                 WS-TODAY-NUM " - NOTHING TO RUN"
007350         GO TO 2000-EXIT
007360     END-IF.
007370     IF WS-RESUME-SUB > 1
007380         DISPLAY "TDDCHAIN: RESUMING AT STEP "
007390                 WS-STEP-NAME (WS-RESUME-SUB)
007400                 " (WAS " WS-STEP-STATE (WS-RESUME-SUB) ")"
007410     END-IF.
007420     IF WS-STEP-RUNNING (WS-RESUME-SUB)
007430         DISPLAY "TDDCHAIN: STEP " WS-STEP-NAME (WS-RESUME-SUB)
007440                 " WAS LEFT RUNNING BY AN EARLIER RUN THAT "
007450                 "ENDED ABNORMALLY"
007460     END-IF.
007470     PERFORM 2200-RESET-ONE-STEP THRU 2200-EXIT
007480         VARYING WS-JUDGE-SUB FROM WS-RESUME-SUB BY 1
007490         UNTIL WS-JUDGE-SUB > WS-STEP-COUNT.
007500 2000-EXIT.
007510     EXIT.
007520
007530 2100-CHECK-ONE-STEP.
007540     IF NOT WS-STEP-DONE (WS-JUDGE-SUB)
007550         MOVE WS-JUDGE-SUB TO WS-RESUME-SUB
007560     END-IF.
007570 2100-EXIT.
007580     EXIT.
007590
007600 2200-RESET-ONE-STEP.
007610     MOVE "PENDING" TO WS-STEP-STATE (WS-JUDGE-SUB).
007620     MOVE 0 TO WS-STEP-RC (WS-JUDGE-SUB).
007630     MOVE 0 TO WS-STEP-START-DATE (WS-JUDGE-SUB).
007640     MOVE 0 TO WS-STEP-START-TIME (WS-JUDGE-SUB).
007650     MOVE 0 TO WS-STEP-END-DATE (WS-JUDGE-SUB).
007660     MOVE 0 TO WS-STEP-END-TIME (WS-JUDGE-SUB).
007670 2200-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------------*
007710*    3000-RUN-ONE-STEP                                           *
007720*    ONCE THE CHAIN HAS STOPPED ONLY ALWAYS STEPS RUN; THE REST  *
007730*    ARE MARKED BLOCKED.  A STEP WHOSE AFTER STEP IS NOT DONE IS *
007740*    BLOCKED TOO.  THE STEP IS RECORDED AS RUNNING BEFORE IT IS  *
007750*    LAUNCHED, SO AN ABEND OF THE DRIVER ITSELF LEAVES A TRACE.  *
007760*----------------------------------------------------------------*
007770 3000-RUN-ONE-STEP.
007780     IF WS-CHAIN-STOPPED AND NOT WS-STEP-ALWAYS (WS-STEP-SUB)
007790         MOVE "BLOCKED" TO WS-STEP-STATE (WS-STEP-SUB)
007800         GO TO 3000-EXIT
007810     END-IF.
007820     MOVE WS-STEP-AFTER-SUB (WS-STEP-SUB) TO WS-AFTER-SUB.
007830     IF WS-AFTER-SUB > 0
007840         IF NOT WS-STEP-DONE (WS-AFTER-SUB)
007850             DISPLAY "TDDCHAIN: STEP " WS-STEP-NAME (WS-STEP-SUB)
007860                     " BLOCKED - " WS-STEP-AFTER (WS-STEP-SUB)
007870                     " HAS NOT COMPLETED"
007880             MOVE "BLOCKED" TO WS-STEP-STATE (WS-STEP-SUB)
007890             GO TO 3000-EXIT
007900         END-IF
007910     END-IF.
007920     PERFORM 8000-CAPTURE-TIME THRU 8000-EXIT.
007930     MOVE "RUNNING"     TO WS-STEP-STATE (WS-STEP-SUB).
007940     MOVE WS-NOW-DATE   TO WS-STEP-START-DATE (WS-STEP-SUB).
007950     MOVE WS-NOW-HHMMSS TO WS-STEP-START-TIME (WS-STEP-SUB).
007960     IF WS-STEP-RUNS (WS-STEP-SUB) < 99
007970         ADD 1 TO WS-STEP-RUNS (WS-STEP-SUB)
007980     END-IF.
007990     PERFORM 3500-SAVE-PROGRESS THRU 3500-EXIT.
008000     IF WS-CHAIN-ERROR
008010         GO TO 3000-EXIT
008020     END-IF.
008030     DISPLAY "TDDCHAIN: STARTING STEP " WS-STEP-NAME (WS-STEP-SUB)
008040             " PROGRAM=" WS-STEP-PROGRAM (WS-STEP-SUB).
008050     PERFORM 3100-SET-STEP-ENV THRU 3100-EXIT
008060         VARYING WS-ENV-SUB FROM 1 BY 1
008070         UNTIL WS-ENV-SUB > WS-ENV-COUNT.
008080     PERFORM 3300-LAUNCH-STEP THRU 3300-EXIT.
008090     PERFORM 3200-RESTORE-STEP-ENV THRU 3200-EXIT
008100         VARYING WS-ENV-SUB FROM 1 BY 1
008110         UNTIL WS-ENV-SUB > WS-ENV-COUNT.
008120     PERFORM 8000-CAPTURE-TIME THRU 8000-EXIT.
008130     MOVE WS-NOW-DATE   TO WS-STEP-END-DATE (WS-STEP-SUB).
008140     MOVE WS-NOW-HHMMSS TO WS-STEP-END-TIME (WS-STEP-SUB).
008150     IF WS-STEP-RC (WS-STEP-SUB)
008160        < WS-STEP-BLOCK-RC (WS-STEP-SUB)
008170         MOVE "DONE" TO WS-STEP-STATE (WS-STEP-SUB)
008180     ELSE
008190         MOVE "FAILED" TO WS-STEP-STATE (WS-STEP-SUB)
008200         IF NOT WS-CHAIN-STOPPED
008210             DISPLAY "TDDCHAIN: STEP " WS-STEP-NAME (WS-STEP-SUB)
008220                     " ENDED RC=" WS-STEP-RC (WS-STEP-SUB)
008230                     " - CHAIN STOPPED"
008240         END-IF
008250         SET WS-CHAIN-STOPPED TO TRUE
008260     END-IF.
008270     DISPLAY "TDDCHAIN: STEP " WS-STEP-NAME (WS-STEP-SUB)
008280             " " WS-STEP-STATE (WS-STEP-SUB)
008290             " RC=" WS-STEP-RC (WS-STEP-SUB).
008300     PERFORM 3500-SAVE-PROGRESS THRU 3500-EXIT.
008310 3000-EXIT.
008320     EXIT.
008330
008340 3100-SET-STEP-ENV.
008350     IF WS-ENV-STEP (WS-ENV-SUB) NOT = WS-STEP-SUB
008360         GO TO 3100-EXIT
008370     END-IF.
008380     MOVE SPACES TO WS-ENV-SAVED (WS-ENV-SUB).
008390     ACCEPT WS-ENV-SAVED (WS-ENV-SUB)
008400         FROM ENVIRONMENT WS-ENV-NAME (WS-ENV-SUB)
008410         ON EXCEPTION
008420             MOVE SPACES TO WS-ENV-SAVED (WS-ENV-SUB)
008430     END-ACCEPT.
008440     SET ENVIRONMENT WS-ENV-NAME (WS-ENV-SUB)
008450         TO WS-ENV-VALUE (WS-ENV-SUB).
008460 3100-EXIT.
008470     EXIT.
008480
008490 3200-RESTORE-STEP-ENV.
008500     IF WS-ENV-STEP (WS-ENV-SUB) NOT = WS-STEP-SUB
008510         GO TO 3200-EXIT
008520     END-IF.
008530     SET ENVIRONMENT WS-ENV-NAME (WS-ENV-SUB)
008540         TO WS-ENV-SAVED (WS-ENV-SUB).
008550 3200-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------*
008590*    3300-LAUNCH-STEP                                            *
008600*    RUNS THE STEP PROGRAM AND TURNS THE WAIT STATUS BACK INTO   *
008610*    ITS RETURN-CODE.  A PROGRAM THAT CANNOT BE FOUND COMES BACK *
008620*    FROM THE SHELL AS RC 127 AND FAILS THE STEP LIKE ANY OTHER. *
008622*    A SIGNAL IN THE STATUS, OR AN EXIT CODE ABOVE 128 (THE      *
008624*    SHELL REPORTING ITS CHILD KILLED BY SIGNAL N AS 128+N), IS  *
008626*    A KILLED STEP AND IS RECORDED AS RC 999.                    *
008630*----------------------------------------------------------------*
008640 3300-LAUNCH-STEP.
008650     MOVE SPACES TO WS-COMMAND.
008660     STRING WS-CHAINBIN                   DELIMITED BY SPACE
008670            WS-STEP-PROGRAM (WS-STEP-SUB) DELIMITED BY SPACE
008680            INTO WS-COMMAND
008690     END-STRING.
008700     MOVE 0 TO RETURN-CODE.
008710     CALL "SYSTEM" USING WS-COMMAND
008720         ON EXCEPTION
008730             DISPLAY "TDDCHAIN: UNABLE TO LAUNCH " WS-COMMAND
008740             MOVE WS-KILLED-RC TO WS-STEP-RC (WS-STEP-SUB)
008750             MOVE 0 TO RETURN-CODE
008760             GO TO 3300-EXIT
008770     END-CALL.
008780     MOVE RETURN-CODE TO WS-WAIT-STATUS.
008790     MOVE 0 TO RETURN-CODE.
008800     IF WS-WAIT-STATUS < 0
008810         MOVE WS-KILLED-RC TO WS-STEP-RC (WS-STEP-SUB)
008820         GO TO 3300-EXIT
008830     END-IF.
008840     DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-EXIT-CODE
008850         REMAINDER WS-SIGNAL-PART.
008860     IF WS-SIGNAL-PART NOT = 0 OR WS-EXIT-CODE > 128
008870         DISPLAY "TDDCHAIN: STEP " WS-STEP-NAME (WS-STEP-SUB)
008880                 " DID NOT END NORMALLY"
008890         MOVE WS-KILLED-RC TO WS-STEP-RC (WS-STEP-SUB)
008900     ELSE
008910         MOVE WS-EXIT-CODE TO WS-STEP-RC (WS-STEP-SUB)
008920     END-IF.
008930 3300-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------*
008970*    3500-SAVE-PROGRESS                                          *
008980*    REWRITES THE STATUS FILE AND THE STEP LOG WHOLE.  THE       *
008990*    STATUS FILE IS THE RESTART POINT, SO FAILING TO WRITE IT    *
009000*    STOPS THE CHAIN RATHER THAN RUN STEPS NOTHING RECORDS.      *
009010*----------------------------------------------------------------*
009020 3500-SAVE-PROGRESS.
009030     PERFORM 3800-JUDGE-CHAIN THRU 3800-EXIT.
009040     OPEN OUTPUT F-STEP-STATUS.
009050     IF NOT WS-STEP-STATUS-OK
009060         DISPLAY "TDDCHAIN: UNABLE TO WRITE " WS-STEP-STATUS-NAME
009070                 ", FILE STATUS=" WS-STEP-STATUS
009080         SET WS-CHAIN-ERROR TO TRUE
009090         GO TO 3500-EXIT
009100     END-IF.
009110     PERFORM 3600-WRITE-STATUS-LINE THRU 3600-EXIT
009120         VARYING WS-JUDGE-SUB FROM 1 BY 1
009130         UNTIL WS-JUDGE-SUB > WS-STEP-COUNT.
009140     PERFORM 3650-BUILD-CHAIN-LINE THRU 3650-EXIT.
009150     WRITE CL-STEP-REC.
009160     CLOSE F-STEP-STATUS.
009170     PERFORM 3700-WRITE-STEP-LOG THRU 3700-EXIT.
009180 3500-EXIT.
009190     EXIT.
009200
009210 3600-WRITE-STATUS-LINE.
009220     PERFORM 3610-BUILD-STEP-LINE THRU 3610-EXIT.
009230     WRITE CL-STEP-REC.
009240 3600-EXIT.
009250     EXIT.
009260
009270 3610-BUILD-STEP-LINE.
009280     MOVE SPACES TO CL-STEP-REC.
009290     MOVE "STEP "   TO CL-TAG.
009300     MOVE WS-STEP-NAME (WS-JUDGE-SUB)       TO CL-STEP-NAME.
009310     MOVE WS-STEP-PROGRAM (WS-JUDGE-SUB)    TO CL-PROGRAM.
009320     MOVE WS-STEP-STATE (WS-JUDGE-SUB)      TO CL-STATE.
009330     MOVE "RC="     TO CL-RC-TAG.
009340     MOVE WS-STEP-RC (WS-JUDGE-SUB)         TO CL-RC.
009350     MOVE WS-STEP-START-DATE (WS-JUDGE-SUB) TO CL-START-DATE.
009360     MOVE WS-STEP-START-TIME (WS-JUDGE-SUB) TO CL-START-TIME.
009370     MOVE WS-STEP-END-DATE (WS-JUDGE-SUB)   TO CL-END-DATE.
009380     MOVE WS-STEP-END-TIME (WS-JUDGE-SUB)   TO CL-END-TIME.
009390     MOVE "RUNS="   TO CL-RUNS-TAG.
009400     MOVE WS-STEP-RUNS (WS-JUDGE-SUB)       TO CL-RUNS.
009410 3610-EXIT.
009420     EXIT.
009430
009440 3650-BUILD-CHAIN-LINE.
009450     PERFORM 8000-CAPTURE-TIME THRU 8000-EXIT.
009460     MOVE SPACES TO CL-STEP-REC.
009470     MOVE "CHAIN"             TO CL-TAG.
009480     MOVE WS-CHAIN-STEP       TO CL-STEP-NAME.
009490     MOVE "TDDCHAIN"          TO CL-PROGRAM.
009500     MOVE WS-CHAIN-STATE      TO CL-STATE.
009510     MOVE "RC="               TO CL-RC-TAG.
009520     MOVE WS-CHAIN-RC         TO CL-RC.
009530     MOVE WS-TODAY-NUM        TO CL-START-DATE.
009540     MOVE WS-CHAIN-START-TIME TO CL-START-TIME.
009550     MOVE WS-NOW-DATE         TO CL-END-DATE.
009560     MOVE WS-NOW-HHMMSS       TO CL-END-TIME.
009570     MOVE "RUNS="             TO CL-RUNS-TAG.
009580     MOVE WS-CHAIN-RUNS       TO CL-RUNS.
009590 3650-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------------*
009630*    3700-WRITE-STEP-LOG                                         *
009640*    TITLE, COLUMN HEADINGS, ONE LINE PER STEP AND THE CHAIN     *
009650*    LINE.  A LOG THAT CANNOT BE WRITTEN IS NOTED BUT DOES NOT   *
009660*    STOP THE CHAIN - THE STATUS FILE IS THE RECORD THAT MATTERS.*
009670*----------------------------------------------------------------*
009680 3700-WRITE-STEP-LOG.
009690     OPEN OUTPUT F-STEP-LOG.
009700     IF NOT WS-LOG-STATUS-OK
009710         DISPLAY "TDDCHAIN: UNABLE TO WRITE " WS-STEP-LOG-NAME
009720                 ", FILE STATUS=" WS-LOG-STATUS
009730         GO TO 3700-EXIT
009740     END-IF.
009750     MOVE SPACES TO WS-LOG-LINE.
009760     STRING "TDDCHAIN STEP LOG FOR RUN DATE " DELIMITED BY SIZE
009770            WS-TODAY-NUM                      DELIMITED BY SIZE
009780            "  CONTROL="                      DELIMITED BY SIZE
009790            WS-CONTROL-NAME                   DELIMITED BY SPACE
009800            INTO WS-LOG-LINE
009810     END-STRING.
009820     WRITE F-LOG-LINE FROM WS-LOG-LINE.
009830     MOVE SPACES TO F-LOG-LINE.
009840     WRITE F-LOG-LINE.
009850     MOVE SPACES    TO WS-LOG-LINE.
009860     MOVE "STEP"    TO WS-LOG-LINE (7:4).
009870     MOVE "PROGRAM" TO WS-LOG-LINE (16:7).
009880     MOVE "STATE"   TO WS-LOG-LINE (29:5).
009890     MOVE "RC"      TO WS-LOG-LINE (38:2).
009900     MOVE "STARTED" TO WS-LOG-LINE (45:7).
009910     MOVE "ENDED"   TO WS-LOG-LINE (61:5).
009920     MOVE "RUNS"    TO WS-LOG-LINE (77:4).
009930     WRITE F-LOG-LINE FROM WS-LOG-LINE.
009940     PERFORM 3750-WRITE-LOG-STEP THRU 3750-EXIT
009950         VARYING WS-JUDGE-SUB FROM 1 BY 1
009960         UNTIL WS-JUDGE-SUB > WS-STEP-COUNT.
009970     MOVE SPACES TO F-LOG-LINE.
009980     WRITE F-LOG-LINE.
009990     PERFORM 3650-BUILD-CHAIN-LINE THRU 3650-EXIT.
010000     WRITE F-LOG-LINE FROM CL-STEP-REC.
010010     CLOSE F-STEP-LOG.
010020 3700-EXIT.
010030     EXIT.
010040
010050 3750-WRITE-LOG-STEP.
010060     PERFORM 3610-BUILD-STEP-LINE THRU 3610-EXIT.
010070     WRITE F-LOG-LINE FROM CL-STEP-REC.
010080 3750-EXIT.
010090     EXIT.
010100
010110*----------------------------------------------------------------*
010120*    3800-JUDGE-CHAIN                                            *
010130*    STOPPED AT THE FIRST STEP THAT FAILED OR WAS BLOCKED;       *
010140*    OTHERWISE RUNNING AT THE FIRST ORDINARY STEP NOT YET DONE;  *
010150*    OTHERWISE COMPLETE.  ALWAYS STEPS ARE LEFT OUT OF THE       *
010160*    RUNNING TEST SO THE WRAP-UP STEPS READ A FINISHED CHAIN AS  *
010170*    COMPLETE WHILE THEY THEMSELVES ARE STILL RUNNING.           *
010180*----------------------------------------------------------------*
010190 3800-JUDGE-CHAIN.
010200     MOVE "COMPLETE" TO WS-CHAIN-STATE.
010210     MOVE SPACES     TO WS-CHAIN-STEP.
010220     MOVE 0          TO WS-HIGHEST-RC.
010230     PERFORM 3850-JUDGE-ONE-STEP THRU 3850-EXIT
010240         VARYING WS-JUDGE-SUB FROM 1 BY 1
010250         UNTIL WS-JUDGE-SUB > WS-STEP-COUNT.
010260     IF WS-CHAIN-COMPLETE
010270         MOVE WS-HIGHEST-RC TO WS-CHAIN-RC
010280     END-IF.
010290 3800-EXIT.
010300     EXIT.
010310
010320 3850-JUDGE-ONE-STEP.
010330     IF WS-STEP-RC (WS-JUDGE-SUB) > WS-HIGHEST-RC
010340         MOVE WS-STEP-RC (WS-JUDGE-SUB) TO WS-HIGHEST-RC
010350     END-IF.
010360     IF WS-CHAIN-HAS-STOPPED
010370         GO TO 3850-EXIT
010380     END-IF.
010390     IF WS-STEP-FAILED (WS-JUDGE-SUB)
010400        OR WS-STEP-BLOCKED (WS-JUDGE-SUB)
010410         MOVE "STOPPED" TO WS-CHAIN-STATE
010420         MOVE WS-STEP-NAME (WS-JUDGE-SUB) TO WS-CHAIN-STEP
010430         MOVE WS-STEP-RC (WS-JUDGE-SUB)   TO WS-CHAIN-RC
010440         GO TO 3850-EXIT
010450     END-IF.
010460     IF WS-CHAIN-COMPLETE
010470        AND NOT WS-STEP-DONE (WS-JUDGE-SUB)
010480        AND NOT WS-STEP-ALWAYS (WS-JUDGE-SUB)
010490         MOVE "RUNNING" TO WS-CHAIN-STATE
010500         MOVE WS-STEP-NAME (WS-JUDGE-SUB) TO WS-CHAIN-STEP
010510         MOVE 0 TO WS-CHAIN-RC
010520     END-IF.
010530 3850-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------------*
010570*    4000-SET-FINAL-RC                                           *
010580*----------------------------------------------------------------*
010590 4000-SET-FINAL-RC.
010600     IF WS-CHAIN-ERROR
010610         MOVE 8 TO WS-FINAL-RC
010620         GO TO 4000-EXIT
010630     END-IF.
010640     DISPLAY "TDDCHAIN: CHAIN " WS-CHAIN-STATE " " WS-CHAIN-STEP
010650             " RC=" WS-CHAIN-RC " DRIVER RUNS=" WS-CHAIN-RUNS.
010660     IF NOT WS-CHAIN-COMPLETE
010670         MOVE 8 TO WS-FINAL-RC
010680         GO TO 4000-EXIT
010690     END-IF.
010700     IF WS-HIGHEST-RC > 0
010710         MOVE 4 TO WS-FINAL-RC
010720     ELSE
010730         MOVE 0 TO WS-FINAL-RC
010740     END-IF.
010750 4000-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------------*
010790*    8000-CAPTURE-TIME                                           *
010800*    DATE AND TIME NOW - A CHAIN RUN CAN CROSS MIDNIGHT.         *
010810*----------------------------------------------------------------*
010820 8000-CAPTURE-TIME.
010830     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
010840     ACCEPT WS-TIME-NOW FROM TIME.
010850     MOVE WS-TIME-NUM (1:6) TO WS-NOW-HHMMSS.
010860     COMPUTE WS-CS-NOW
010870         = ((WS-TIME-HH * 60 + WS-TIME-MM) * 60
010880            + WS-TIME-SS) * 100 + WS-TIME-CC.
010890 8000-EXIT.
010900     EXIT.
010910
010920*----------------------------------------------------------------*
010930*    8100-FIND-STEP                                              *
010940*    LOOKS UP WS-FIND-NAME AMONG THE STEPS LOADED SO FAR.        *
010950*----------------------------------------------------------------*
010960 8100-FIND-STEP.
010970     MOVE "N" TO WS-FOUND-SW.
010980     MOVE 0 TO WS-FIND-SUB.
010990     PERFORM 8150-CHECK-ONE-NAME THRU 8150-EXIT
011000         VARYING WS-JUDGE-SUB FROM 1 BY 1
011010         UNTIL WS-JUDGE-SUB > WS-STEP-COUNT
011020            OR WS-FOUND.
011030 8100-EXIT.
011040     EXIT.
011050
011060 8150-CHECK-ONE-NAME.
011070     IF WS-STEP-NAME (WS-JUDGE-SUB) = WS-FIND-NAME
011080         SET WS-FOUND TO TRUE
011090         MOVE WS-JUDGE-SUB TO WS-FIND-SUB
011100     END-IF.
011110 8150-EXIT.
011120     EXIT.
