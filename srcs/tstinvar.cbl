000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      TSTINVAR                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      SEEDED RANDOM INVARIANT CHECK OF THE LIBRARY  *
000090*                  ROUTINES.  THE HAND-KEYED CASES AND THE       *
000100*                  TSTBGEN BOUNDARY GRID LEAVE THE MIDDLE OF     *
000110*                  THE SIGNED SIX-DIGIT DOMAIN BARELY TESTED,    *
000120*                  AND TSTBGEN CANNOT GENERATE MED OR SUM.  FOR  *
000130*                  EACH OP CODE THIS PROGRAM DRAWS INVCOUNT      *
000140*                  (DEFAULT 100) RANDOM OPERAND SETS, CALLS THE  *
000150*                  ROUTINE UNDER THE SAME DISPATCH RULES AS      *
000160*                  TDDMAX2 (ROUTINE NAME AND OPERAND COUNT PER   *
000170*                  OP CODE) AND CHECKS INVARIANTS RATHER THAN    *
000180*                  KEYED EXPECTED VALUES:                        *
000190*                    MAX - RETURNS ONE OF ITS OPERANDS AND IS    *
000200*                          NOT LESS THAN EITHER                  *
000210*                    MIN - RETURNS ONE OF ITS OPERANDS, IS NOT   *
000220*                          GREATER THAN EITHER, AND IS NOT       *
000230*                          GREATER THAN MAX ON THE SAME PAIR     *
000240*                    AVG - LIES BETWEEN ITS TWO OPERANDS         *
000250*                    MED - OF THREE LIES BETWEEN THEIR MIN AND   *
000260*                          THEIR MAX                             *
000270*                    SUM - OF 2-5 OPERANDS GIVES THE SAME        *
000280*                          RESULT IN DRAWN, REVERSED AND         *
000290*                          ROTATED ORDER                         *
000300*                  INVOP LIMITS THE RUN TO ONE OP CODE.          *
000310*                                                                *
000320*                  THE GENERATOR IS THE PARK-MILLER MINIMAL      *
000330*                  STANDARD (SEED TIMES 16807 MODULO 2**31-1),   *
000340*                  SO A SEED REPRODUCES ITS RUN EXACTLY ON ANY   *
000350*                  PLATFORM.  INVSEED SUPPLIES THE SEED; WHEN IT *
000360*                  IS BLANK ONE IS TAKEN FROM THE CLOCK.  EITHER *
000370*                  WAY THE RUN SEED IS PRINTED, AND EVERY SET IS *
000380*                  REPORTED WITH THE SEED IT WAS DRAWN FROM, SO  *
000390*                  INVSEED=<SET SEED> INVCOUNT=1 INVOP=<OP>      *
000400*                  REPLAYS THAT ONE SET.  OPERANDS ARE DRAWN     *
000410*                  OVER +/-INVRANGE (DEFAULT 999999); A SUM SET  *
000420*                  DRAWS EACH OPERAND OVER THE RANGE DIVIDED BY  *
000430*                  ITS COUNT SO THE TRUE SUM STAYS IN DOMAIN.    *
000440*                                                                *
000450*                  EACH VIOLATION IS REPORTED WITH ITS SEED,     *
000460*                  OPERANDS AND RESULTS, AND EVERY ROUTINE THAT  *
000470*                  GAVE A WRONG ANSWER ON THE SET GETS A         *
000480*                  PROPOSED "A" TRANSACTION IN THE TSTMAINT      *
000490*                  LAYOUT, EXPECTING THE CORRECT VALUE, SO A     *
000500*                  REAL BUG BECOMES A PERMANENT MASTER CASE.     *
000510*                  IDS NUMBER UPWARD FROM THE HIGHEST ON THE     *
000520*                  MASTER, OWNER IS TSTINVAR, SUITE TAG NIGHTLY, *
000530*                  AVG CASES ARE TOL 1 - ALL AS TSTBGEN DOES.    *
000540*                  THE SUBMITTER IS LEFT BLANK, SO THE ADDS WAIT *
000550*                  FOR APPROVAL IN TSTMAINT.                     *
000560*                                                                *
000570*                  MASTER NAME FROM TESTMAST (DEFAULT            *
000580*                  INPUT/TESTMAST.IDX).  OUTPUT GOES TO          *
000590*                  RESULTS/TSTINVAR_YYYYMMDD.RPT AND             *
000600*                  RESULTS/TSTINVAR_YYYYMMDD.TRANS.              *
000610*                                                                *
000620*                  RETURN-CODE:  0 = NO VIOLATIONS               *
000630*                                4 = VIOLATIONS REPORTED         *
000640*                                8 = BAD PARAMETER, FILE ERROR   *
000650*                                    OR ROUTINE NOT CALLABLE     *
000660*                                                                *
000670*----------------------------------------------------------------*
000680*    MODIFICATION HISTORY                                        *
000690*    DATE        INIT  DESCRIPTION                               *
000700*    ----------  ----  ----------------------------------------  *
000710*    2026-10-15  RLO   ORIGINAL VERSION - SEEDED INVARIANT CHECK *
000720*                      OF MAX, MIN, AVG, MED AND SUM WITH        *
000730*                      PROPOSED ADDS FOR EVERY VIOLATION.        *
000732*    2026-10-15  RLO   INVCOUNT, INVRANGE AND INVSEED ARE RANGE  *
000734*                      CHECKED BEFORE THEY ARE STORED, SO AN     *
000736*                      OVERSIZED OR NEGATIVE VALUE IS REJECTED.  *
000740*----------------------------------------------------------------*
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. tstinvar.
000770 AUTHOR. R. OKONKWO.
000780 INSTALLATION. ENTERPRISE BATCH SERVICES.
000790 DATE-WRITTEN. 2026-10-15.
000800 DATE-COMPILED.
000810
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT F-MASTER ASSIGN DYNAMIC WS-MASTER-FILE-NAME
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS TM-TEST-ID
000890         FILE STATUS IS WS-MAST-STATUS.
000900
000910     SELECT F-INV-REPORT ASSIGN DYNAMIC WS-REPORT-NAME
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RPT-STATUS.
000940
000950     SELECT F-INV-TRANS ASSIGN DYNAMIC WS-TRANS-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-TRANS-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD F-MASTER.
001020 COPY testmast.
001030
001040 FD F-INV-REPORT.
001050 01 F-REPORT-LINE               PIC X(132).
001060
001070*----------------------------------------------------------------*
001080*    PROPOSED TRANSACTION - THE EXACT TSTMAINT LAYOUT, SO THE    *
001090*    REVIEWED FILE FEEDS STRAIGHT INTO THE MAINTENANCE STEP.     *
001100*    THE SUBMITTER IS LEFT BLANK FOR TSTMAINT TO TAKE FROM       *
001110*    MAINTUSER.                                                  *
001120*----------------------------------------------------------------*
001130 FD F-INV-TRANS.
001140 01 F-TRANS-LINE.
001150     05 TR-ACTION              PIC X(01).
001160     05 FILLER                 PIC X(01).
001170     05 TR-TEST-ID             PIC 9(05).
001180     05 FILLER                 PIC X(01).
001190     05 TR-OP-CODE             PIC X(03).
001200     05 FILLER                 PIC X(01).
001210     05 TR-IN-A                PIC X(07).
001220     05 FILLER                 PIC X(01).
001230     05 TR-IN-B                PIC X(07).
001240     05 FILLER                 PIC X(01).
001250     05 TR-EXPECTED            PIC X(07).
001260     05 FILLER                 PIC X(01).
001270     05 TR-TEST-NAME           PIC X(40).
001280     05 FILLER                 PIC X(01).
001290     05 TR-STATUS              PIC X(06).
001300     05 FILLER                 PIC X(01).
001310     05 TR-TICKET              PIC X(08).
001320     05 FILLER                 PIC X(01).
001330     05 TR-CMP-MODE            PIC X(03).
001340     05 FILLER                 PIC X(01).
001350     05 TR-TOLERANCE           PIC X(06).
001360     05 FILLER                 PIC X(01).
001370     05 TR-OWNER               PIC X(08).
001380     05 FILLER                 PIC X(01).
001390     05 TR-SUITE-TAG           PIC X(08).
001400     05 FILLER                 PIC X(01).
001410     05 TR-OPN-COUNT           PIC X(01).
001420     05 FILLER                 PIC X(01).
001430     05 TR-IN-C                PIC X(07).
001440     05 FILLER                 PIC X(01).
001450     05 TR-IN-D                PIC X(07).
001460     05 FILLER                 PIC X(01).
001470     05 TR-IN-E                PIC X(07).
001480     05 FILLER                 PIC X(01).
001490     05 TR-SUBMITTER           PIC X(08).
001500
001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------*
001530*    FILE NAMES AND STATUS CODES                                 *
001540*----------------------------------------------------------------*
001550 01 WS-MASTER-FILE-NAME         PIC X(40).
001560 01 WS-REPORT-NAME              PIC X(40).
001570 01 WS-TRANS-NAME               PIC X(40).
001580
001590 01 WS-MAST-STATUS              PIC X(02).
001600     88 WS-MAST-STATUS-OK                  VALUE "00".
001610     88 WS-MAST-NOT-FOUND                  VALUE "35".
001620 01 WS-RPT-STATUS               PIC X(02).
001630     88 WS-RPT-STATUS-OK                   VALUE "00".
001640 01 WS-TRANS-STATUS             PIC X(02).
001650     88 WS-TRANS-STATUS-OK                 VALUE "00".
001660
001670*----------------------------------------------------------------*
001680*    SWITCHES                                                    *
001690*----------------------------------------------------------------*
001700 77 WS-MAST-DONE-SW              PIC X(01) VALUE "N".
001710     88 WS-MAST-DONE                       VALUE "Y".
001720 77 WS-FILES-OPEN-SW             PIC X(01) VALUE "N".
001730     88 WS-FILES-OPEN                      VALUE "Y".
001740 77 WS-CALL-SW                   PIC X(01) VALUE "Y".
001750     88 WS-CALL-OK                         VALUE "Y".
001760     88 WS-CALL-FAILED                     VALUE "N".
001770
001780 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
001790
001800*----------------------------------------------------------------*
001810*    RUN PARAMETERS FROM THE ENVIRONMENT                         *
001820*----------------------------------------------------------------*
001830 01 WS-INV-OP                   PIC X(03).
001840     88 WS-INV-OP-ALL                      VALUE SPACES.
001850     88 WS-INV-OP-KNOWN                    VALUE "MAX" "MIN"
001860                                                 "AVG" "MED"
001870                                                 "SUM".
001880 01 WS-OP-SHOW                  PIC X(03).
001890 01 WS-SEED-TEXT                PIC X(12).
001900 01 WS-COUNT-TEXT               PIC X(08).
001910 01 WS-RANGE-TEXT               PIC X(08).
001920 01 WS-RUN-SEED                 PIC 9(10) VALUE 0.
001930 01 WS-SET-LIMIT                PIC 9(04) VALUE 0.
001940 01 WS-RANGE                    PIC 9(06) VALUE 0.
001945 01 WS-PARM-VALUE               PIC S9(12) VALUE 0.
001950
001960*----------------------------------------------------------------*
001970*    THE OP CODES IN THE ORDER THEY ARE CHECKED, WITH THEIR SET  *
001980*    AND VIOLATION TOTALS FOR SECTION 2                          *
001990*----------------------------------------------------------------*
002000 01 WS-OP-NAMES.
002010     05 FILLER                 PIC X(03) VALUE "MAX".
002020     05 FILLER                 PIC X(03) VALUE "MIN".
002030     05 FILLER                 PIC X(03) VALUE "AVG".
002040     05 FILLER                 PIC X(03) VALUE "MED".
002050     05 FILLER                 PIC X(03) VALUE "SUM".
002060 01 FILLER REDEFINES WS-OP-NAMES.
002070     05 WS-OP-NAME              OCCURS 5 TIMES
002080                                PIC X(03).
002090 77 WS-OP-COUNT                 PIC 9(01) COMP VALUE 5.
002100 77 WS-OP-SUB                   PIC 9(01) COMP VALUE 0.
002110 01 WS-OP-TOTALS.
002120     05 WS-OT-ENTRY             OCCURS 5 TIMES.
002130         10 WS-OT-SETS         PIC 9(05).
002140         10 WS-OT-VIOLATIONS   PIC 9(05).
002150         10 WS-OT-PROPOSED     PIC 9(05).
002160
002170*----------------------------------------------------------------*
002180*    THE OP CODE UNDER TEST AND THE ONE BEING CALLED - MIN ALSO  *
002190*    CALLS MAX ON THE SAME PAIR                                  *
002200*----------------------------------------------------------------*
002210 01 WS-SET-OP                   PIC X(03).
002220     88 WS-SET-OP-MAX                      VALUE "MAX".
002230     88 WS-SET-OP-MIN                      VALUE "MIN".
002240     88 WS-SET-OP-AVG                      VALUE "AVG".
002250     88 WS-SET-OP-MED                      VALUE "MED".
002260     88 WS-SET-OP-SUM                      VALUE "SUM".
002270 01 WS-OP-CODE                  PIC X(03).
002280     88 WS-OP-IS-MAX                       VALUE "MAX".
002290     88 WS-OP-IS-MIN                       VALUE "MIN".
002300     88 WS-OP-IS-AVG                       VALUE "AVG".
002310     88 WS-OP-IS-MED                       VALUE "MED".
002320     88 WS-OP-IS-SUM                       VALUE "SUM".
002330     88 WS-OP-MULTI                        VALUE "MED" "SUM".
002340
002350*----------------------------------------------------------------*
002360*    RANDOM NUMBER GENERATOR.  THE SEED IS ALWAYS 1 THROUGH      *
002370*    2**31-2; THE PRODUCT OF A SEED AND 16807 NEEDS 14 DIGITS,   *
002380*    THE CLOCK-DERIVED STARTING VALUE 16.                        *
002390*----------------------------------------------------------------*
002400 01 WS-RAND-SEED                PIC 9(10) COMP VALUE 1.
002410 01 WS-RAND-PRODUCT             PIC 9(18) COMP VALUE 0.
002420 01 WS-RAND-QUOT                PIC 9(18) COMP VALUE 0.
002430 01 WS-RAND-SPAN                PIC 9(07) COMP VALUE 0.
002440 01 WS-RAND-REM                 PIC 9(07) COMP VALUE 0.
002450 01 WS-SET-SEED                 PIC 9(10) VALUE 0.
002460 01 WS-SET-NUM                  PIC 9(05) VALUE 0.
002470 01 WS-OPERAND-LIMIT            PIC 9(06) VALUE 0.
002480 01 WS-TIME-NOW                 PIC 9(08) VALUE 0.
002490 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
002500
002510*----------------------------------------------------------------*
002520*    THE DRAWN OPERAND SET, AS NUMBERS AND AS THEIR DECK IMAGES  *
002530*    - A LEADING SEPARATE PICTURE OCCUPIES EXACTLY THE SEVEN     *
002540*    BYTES OF THE IMAGE.  WS-CALL-AREA IS THE SET IN THE ORDER   *
002550*    OF THE CALL ABOUT TO BE MADE.                               *
002560*----------------------------------------------------------------*
002570 01 WS-SET-COUNT                PIC 9(01) VALUE 0.
002580 01 WS-GEN-AREA.
002590     05 WS-GEN-NUM              OCCURS 5 TIMES
002600                                PIC S9(06) SIGN IS LEADING
002610                                              SEPARATE.
002620 01 WS-CALL-AREA.
002630     05 WS-CALL-NUM             OCCURS 5 TIMES
002640                                PIC S9(06) SIGN IS LEADING
002650                                              SEPARATE.
002660 01 FILLER REDEFINES WS-CALL-AREA.
002670     05 WS-CALL-IMAGE           OCCURS 5 TIMES
002680                                PIC X(07).
002690 77 WS-GEN-SUB                  PIC 9(01) COMP VALUE 0.
002700 77 WS-CALL-SUB                 PIC 9(01) COMP VALUE 0.
002710
002720*----------------------------------------------------------------*
002730*    THE CALLING SHAPES TDDMAX2 USES: TWO NUMBERS FOR THE        *
002740*    TWO-OPERAND ROUTINES, A COUNT AND A TABLE OF FIVE FOR MED   *
002750*    AND SUM                                                     *
002760*----------------------------------------------------------------*
002770 01 WS-PROGRAM-NAME             PIC X(15).
002780 01 WS-NUM-1                    PIC S9(06).
002790 01 WS-NUM-2                    PIC S9(06).
002800 01 WS-OPN-COUNT                PIC 9(01).
002810 01 WS-OPERAND-TABLE.
002820     05 WS-OPERAND              OCCURS 5 TIMES
002830                                PIC S9(06).
002840 01 WS-ACTUAL                   PIC S9(06).
002850
002860*----------------------------------------------------------------*
002870*    WHAT THE CHECKER WORKS OUT FOR ITSELF, AND WHAT THE         *
002880*    ROUTINES RETURNED                                           *
002890*----------------------------------------------------------------*
002900 01 WS-LOW                      PIC S9(06).
002910 01 WS-HIGH                     PIC S9(06).
002920 01 WS-TRUE-SUM                 PIC S9(07).
002930 01 WS-TRUE-VALUE               PIC S9(06).
002940 01 WS-MAX-RESULT               PIC S9(06).
002950 01 WS-MIN-RESULT               PIC S9(06).
002960 01 WS-FWD-RESULT               PIC S9(06).
002970 01 WS-REV-RESULT               PIC S9(06).
002980 01 WS-ROT-RESULT               PIC S9(06).
002990 01 WS-BROKEN-TEXT              PIC X(50).
003000 01 WS-RESULT-TEXT              PIC X(80).
003010 01 WS-OPERAND-TEXT             PIC X(40).
003020 77 WS-TEXT-POS                 PIC 9(02) COMP VALUE 0.
003030 01 WS-SHOW-IMAGE               PIC S9(06) SIGN IS LEADING
003040                                              SEPARATE.
003050 01 WS-SHOW-IMAGE-2             PIC S9(06) SIGN IS LEADING
003060                                              SEPARATE.
003070 01 WS-SHOW-IMAGE-3             PIC S9(06) SIGN IS LEADING
003080                                              SEPARATE.
003090
003100*----------------------------------------------------------------*
003110*    THE PROPOSED CASE BEING WRITTEN                             *
003120*----------------------------------------------------------------*
003130 01 WS-PROP-OP                  PIC X(03).
003140 01 WS-PROP-TAG                 PIC X(08).
003150 01 WS-PROP-EXPECTED            PIC S9(06) SIGN IS LEADING
003160                                              SEPARATE.
003170 01 WS-PROP-EXPECTED-IMAGE REDEFINES WS-PROP-EXPECTED
003180                                PIC X(07).
003190
003200*----------------------------------------------------------------*
003210*    NEW-CASE NUMBERING AND RUN COUNTERS                         *
003220*----------------------------------------------------------------*
003230 77 WS-HIGH-ID                  PIC 9(05) VALUE 0.
003240 77 WS-NEXT-ID                  PIC 9(05) VALUE 0.
003250 77 WS-SET-TOTAL                PIC 9(06) VALUE 0.
003260 77 WS-VIOLATION-COUNT          PIC 9(05) VALUE 0.
003270 77 WS-PROPOSED-COUNT           PIC 9(05) VALUE 0.
003280
003290 PROCEDURE DIVISION.
003300
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     IF WS-FILES-OPEN
003340         PERFORM 2000-CHECK-ONE-OP THRU 2000-EXIT
003350             VARYING WS-OP-SUB FROM 1 BY 1
003360             UNTIL WS-OP-SUB > WS-OP-COUNT
003370                OR WS-RETURN-CODE-OVERRIDE NOT = 0
003380         PERFORM 3000-FINALIZE THRU 3000-EXIT
003390     ELSE
003400         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
003410     END-IF.
003420     STOP RUN.
003430
003440*----------------------------------------------------------------*
003450*    1000-INITIALIZE                                             *
003460*    INVOP, INVCOUNT, INVRANGE AND INVSEED, EACH CHECKED BEFORE  *
003470*    ANYTHING IS OPENED.                                         *
003480*----------------------------------------------------------------*
003490 1000-INITIALIZE.
003500     MOVE SPACES TO WS-INV-OP.
003510     ACCEPT WS-INV-OP FROM ENVIRONMENT "INVOP"
003520         ON EXCEPTION
003530             CONTINUE
003540     END-ACCEPT.
003550     IF NOT WS-INV-OP-ALL AND NOT WS-INV-OP-KNOWN
003560         DISPLAY "TSTINVAR: INVOP MUST BE MAX, MIN, AVG, MED, "
003570                 "SUM OR BLANK - GOT '" WS-INV-OP "'"
003580         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003590         GO TO 1000-EXIT
003600     END-IF.
003610     MOVE SPACES TO WS-COUNT-TEXT.
003620     ACCEPT WS-COUNT-TEXT FROM ENVIRONMENT "INVCOUNT"
003630         ON EXCEPTION
003640             CONTINUE
003650     END-ACCEPT.
003660     IF WS-COUNT-TEXT = SPACES
003670         MOVE 100 TO WS-PARM-VALUE
003680     ELSE
003690         COMPUTE WS-PARM-VALUE
003700             = FUNCTION NUMVAL (WS-COUNT-TEXT)
003710     END-IF.
003720     IF WS-PARM-VALUE < 1 OR WS-PARM-VALUE > 9999
003730         DISPLAY "TSTINVAR: INVCOUNT MUST BE 1-9999 - GOT '"
003740                 WS-COUNT-TEXT "'"
003750         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003760         GO TO 1000-EXIT
003770     END-IF.
003775     MOVE WS-PARM-VALUE TO WS-SET-LIMIT.
003780     MOVE SPACES TO WS-RANGE-TEXT.
003790     ACCEPT WS-RANGE-TEXT FROM ENVIRONMENT "INVRANGE"
003800         ON EXCEPTION
003810             CONTINUE
003820     END-ACCEPT.
003830     IF WS-RANGE-TEXT = SPACES
003840         MOVE 999999 TO WS-PARM-VALUE
003850     ELSE
003860         COMPUTE WS-PARM-VALUE
003870             = FUNCTION NUMVAL (WS-RANGE-TEXT)
003880     END-IF.
003890     IF WS-PARM-VALUE < 1 OR WS-PARM-VALUE > 999999
003900         DISPLAY "TSTINVAR: INVRANGE MUST BE 1-999999 - GOT '"
003910                 WS-RANGE-TEXT "'"
003920         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003930         GO TO 1000-EXIT
003940     END-IF.
003945     MOVE WS-PARM-VALUE TO WS-RANGE.
003950     PERFORM 1050-SET-RUN-SEED THRU 1050-EXIT.
003960     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003970         GO TO 1000-EXIT
003980     END-IF.
003990     MOVE SPACES TO WS-MASTER-FILE-NAME.
004000     ACCEPT WS-MASTER-FILE-NAME FROM ENVIRONMENT "TESTMAST"
004010         ON EXCEPTION
004020             CONTINUE
004030     END-ACCEPT.
004040     IF WS-MASTER-FILE-NAME = SPACES
004050         MOVE "input/testmast.idx" TO WS-MASTER-FILE-NAME
004060     END-IF.
004070     PERFORM 1100-FIND-HIGH-ID THRU 1100-EXIT.
004080     IF WS-RETURN-CODE-OVERRIDE NOT = 0
004090         GO TO 1000-EXIT
004100     END-IF.
004110     PERFORM 1200-OPEN-OUTPUTS THRU 1200-EXIT.
004120 1000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160*    1050-SET-RUN-SEED                                           *
004170*    A SUPPLIED SEED MUST BE 1 THROUGH 2147483646, THE           *
004180*    GENERATOR'S WHOLE CYCLE.  WITHOUT ONE THE DATE AND TIME OF  *
004190*    DAY ARE FOLDED INTO THAT RANGE.                             *
004200*----------------------------------------------------------------*
004210 1050-SET-RUN-SEED.
004220     MOVE SPACES TO WS-SEED-TEXT.
004230     ACCEPT WS-SEED-TEXT FROM ENVIRONMENT "INVSEED"
004240         ON EXCEPTION
004250             CONTINUE
004260     END-ACCEPT.
004270     IF WS-SEED-TEXT = SPACES
004280         ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
004290         ACCEPT WS-TIME-NOW FROM TIME
004300         COMPUTE WS-RAND-PRODUCT
004310             = WS-TODAY-NUM * 100000000 + WS-TIME-NOW
004320         DIVIDE WS-RAND-PRODUCT BY 2147483647
004330             GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED
004340         IF WS-RAND-SEED = 0
004350             MOVE 1 TO WS-RAND-SEED
004360         END-IF
004370     ELSE
004380         COMPUTE WS-PARM-VALUE
004390             = FUNCTION NUMVAL (WS-SEED-TEXT)
004400         IF WS-PARM-VALUE < 1
004410            OR WS-PARM-VALUE > 2147483646
004420             DISPLAY "TSTINVAR: INVSEED MUST BE 1-2147483646 - "
004430                     "GOT '" WS-SEED-TEXT "'"
004440             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004450             GO TO 1050-EXIT
004460         END-IF
004470         MOVE WS-PARM-VALUE TO WS-RAND-SEED
004480     END-IF.
004490     MOVE WS-RAND-SEED TO WS-RUN-SEED.
004500 1050-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------*
004540*    1100-FIND-HIGH-ID                                           *
004550*    THE HIGHEST TEST ID ON THE MASTER, SO PROPOSED CASES NUMBER *
004560*    PAST IT.  A MISSING MASTER JUST MEANS THEY START AT 1.      *
004570*----------------------------------------------------------------*
004580 1100-FIND-HIGH-ID.
004590     OPEN INPUT F-MASTER.
004600     IF WS-MAST-NOT-FOUND
004610         DISPLAY "TSTINVAR: MASTER " WS-MASTER-FILE-NAME
004620                 " NOT FOUND - PROPOSED IDS START AT 1"
004630         GO TO 1100-EXIT
004640     END-IF.
004650     IF NOT WS-MAST-STATUS-OK
004660         DISPLAY "TSTINVAR: UNABLE TO OPEN MASTER, "
004670                 "FILE STATUS=" WS-MAST-STATUS
004680         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004690         GO TO 1100-EXIT
004700     END-IF.
004710     PERFORM 1150-READ-ONE-CASE THRU 1150-EXIT
004720         UNTIL WS-MAST-DONE.
004730     CLOSE F-MASTER.
004740 1100-EXIT.
004750     EXIT.
004760
004770 1150-READ-ONE-CASE.
004780     READ F-MASTER NEXT RECORD
004790         AT END
004800             SET WS-MAST-DONE TO TRUE
004810             GO TO 1150-EXIT
004820     END-READ.
004830     IF NOT WS-MAST-STATUS-OK
004840         DISPLAY "TSTINVAR: READ ERROR ON MASTER, "
004850                 "FILE STATUS=" WS-MAST-STATUS
004860         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004870         SET WS-MAST-DONE TO TRUE
004880         GO TO 1150-EXIT
004890     END-IF.
004900     IF TM-TEST-ID > WS-HIGH-ID
004910         MOVE TM-TEST-ID TO WS-HIGH-ID
004920     END-IF.
004930 1150-EXIT.
004940     EXIT.
004950
004960 1200-OPEN-OUTPUTS.
004970     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
004980     MOVE SPACES TO WS-REPORT-NAME.
004990     STRING "results/tstinvar_"    DELIMITED BY SIZE
005000            WS-TODAY-NUM           DELIMITED BY SIZE
005010            ".rpt"                 DELIMITED BY SIZE
005020            INTO WS-REPORT-NAME
005030     END-STRING.
005040     MOVE SPACES TO WS-TRANS-NAME.
005050     STRING "results/tstinvar_"    DELIMITED BY SIZE
005060            WS-TODAY-NUM           DELIMITED BY SIZE
005070            ".trans"               DELIMITED BY SIZE
005080            INTO WS-TRANS-NAME
005090     END-STRING.
005100     OPEN OUTPUT F-INV-REPORT.
005110     IF NOT WS-RPT-STATUS-OK
005120         DISPLAY "TSTINVAR: UNABLE TO OPEN " WS-REPORT-NAME
005130                 ", FILE STATUS=" WS-RPT-STATUS
005140         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005150         GO TO 1200-EXIT
005160     END-IF.
005170     OPEN OUTPUT F-INV-TRANS.
005180     IF NOT WS-TRANS-STATUS-OK
005190         DISPLAY "TSTINVAR: UNABLE TO OPEN " WS-TRANS-NAME
005200                 ", FILE STATUS=" WS-TRANS-STATUS
005210         CLOSE F-INV-REPORT
005220         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005230         GO TO 1200-EXIT
005240     END-IF.
005250     SET WS-FILES-OPEN TO TRUE.
005260     MOVE WS-HIGH-ID TO WS-NEXT-ID.
005270     MOVE ZERO TO WS-OP-TOTALS.
005280     MOVE SPACES TO F-REPORT-LINE.
005290     STRING "TSTINVAR RANDOM INVARIANT CHECK - RUN DATE "
005300                                DELIMITED BY SIZE
005310            WS-TODAY-NUM        DELIMITED BY SIZE
005320            INTO F-REPORT-LINE
005330     END-STRING.
005340     WRITE F-REPORT-LINE.
005350     IF WS-INV-OP-ALL
005360         MOVE "ALL" TO WS-OP-SHOW
005370     ELSE
005380         MOVE WS-INV-OP TO WS-OP-SHOW
005390     END-IF.
005400     MOVE SPACES TO F-REPORT-LINE.
005410     STRING "SEED="             DELIMITED BY SIZE
005420            WS-RUN-SEED         DELIMITED BY SIZE
005430            " SETS-PER-OP="     DELIMITED BY SIZE
005440            WS-SET-LIMIT        DELIMITED BY SIZE
005450            " RANGE=+/-"        DELIMITED BY SIZE
005460            WS-RANGE            DELIMITED BY SIZE
005470            " OP="              DELIMITED BY SIZE
005480            WS-OP-SHOW          DELIMITED BY SIZE
005490            INTO F-REPORT-LINE
005500     END-STRING.
005510     WRITE F-REPORT-LINE.
005520     MOVE SPACES TO F-REPORT-LINE.
005530     STRING "REPLAY ONE SET WITH INVSEED=<SET SEED> INVCOUNT=1 "
005540                                DELIMITED BY SIZE
005550            "INVOP=<OP> AND THE SAME INVRANGE"
005560                                DELIMITED BY SIZE
005570            INTO F-REPORT-LINE
005580     END-STRING.
005590     WRITE F-REPORT-LINE.
005600     MOVE SPACES TO F-REPORT-LINE.
005610     WRITE F-REPORT-LINE.
005620     MOVE "SECTION 1 - INVARIANT VIOLATIONS" TO F-REPORT-LINE.
005630     WRITE F-REPORT-LINE.
005640     DISPLAY "TSTINVAR: SEED=" WS-RUN-SEED
005650             " SETS-PER-OP=" WS-SET-LIMIT
005660             " RANGE=+/-" WS-RANGE.
005670 1200-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------*
005710*    2000-CHECK-ONE-OP                                           *
005720*    INVCOUNT SETS FOR ONE OP CODE.  THE GENERATOR RUNS ON FROM  *
005730*    ONE OP CODE TO THE NEXT, SO A FULL RUN IS REPRODUCED BY ITS *
005740*    SEED ALONE.  A ROUTINE THAT CANNOT BE CALLED ENDS THE RUN.  *
005750*----------------------------------------------------------------*
005760 2000-CHECK-ONE-OP.
005770     IF NOT WS-INV-OP-ALL
005780        AND WS-INV-OP NOT = WS-OP-NAME (WS-OP-SUB)
005790         GO TO 2000-EXIT
005800     END-IF.
005810     MOVE WS-OP-NAME (WS-OP-SUB) TO WS-SET-OP.
005820     PERFORM 2100-CHECK-ONE-SET THRU 2100-EXIT
005830         VARYING WS-SET-NUM FROM 1 BY 1
005840         UNTIL WS-SET-NUM > WS-SET-LIMIT
005850            OR WS-RETURN-CODE-OVERRIDE NOT = 0.
005860 2000-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------*
005900*    2100-CHECK-ONE-SET                                          *
005910*    THE SET SEED IS THE GENERATOR STATE BEFORE ANYTHING ABOUT   *
005920*    THE SET IS DRAWN - FOR SUM THAT INCLUDES ITS OPERAND COUNT. *
005930*----------------------------------------------------------------*
005940 2100-CHECK-ONE-SET.
005950     MOVE WS-RAND-SEED TO WS-SET-SEED.
005960     MOVE SPACES TO WS-BROKEN-TEXT.
005970     MOVE SPACES TO WS-RESULT-TEXT.
005980     EVALUATE TRUE
005990         WHEN WS-SET-OP-MED
006000             MOVE 3 TO WS-SET-COUNT
006010         WHEN WS-SET-OP-SUM
006020             PERFORM 2140-NEXT-RANDOM THRU 2140-EXIT
006030             DIVIDE WS-RAND-SEED BY 4
006040                 GIVING WS-RAND-QUOT REMAINDER WS-RAND-REM
006050             COMPUTE WS-SET-COUNT = WS-RAND-REM + 2
006060         WHEN OTHER
006070             MOVE 2 TO WS-SET-COUNT
006080     END-EVALUATE.
006090     IF WS-SET-OP-SUM
006100         DIVIDE WS-RANGE BY WS-SET-COUNT
006110             GIVING WS-OPERAND-LIMIT
006120     ELSE
006130         MOVE WS-RANGE TO WS-OPERAND-LIMIT
006140     END-IF.
006150     COMPUTE WS-RAND-SPAN = WS-OPERAND-LIMIT * 2 + 1.
006160     MOVE ZERO TO WS-GEN-AREA.
006170     PERFORM 2150-DRAW-ONE-OPERAND THRU 2150-EXIT
006180         VARYING WS-GEN-SUB FROM 1 BY 1
006190         UNTIL WS-GEN-SUB > WS-SET-COUNT.
006200     MOVE WS-GEN-NUM (1) TO WS-LOW.
006210     MOVE WS-GEN-NUM (1) TO WS-HIGH.
006220     MOVE 0 TO WS-TRUE-SUM.
006230     PERFORM 2160-TALLY-ONE-OPERAND THRU 2160-EXIT
006240         VARYING WS-GEN-SUB FROM 1 BY 1
006250         UNTIL WS-GEN-SUB > WS-SET-COUNT.
006260     EVALUATE TRUE
006270         WHEN WS-SET-OP-MAX
006280             PERFORM 2200-CHECK-MAX THRU 2200-EXIT
006290         WHEN WS-SET-OP-MIN
006300             PERFORM 2300-CHECK-MIN THRU 2300-EXIT
006310         WHEN WS-SET-OP-AVG
006320             PERFORM 2400-CHECK-AVG THRU 2400-EXIT
006330         WHEN WS-SET-OP-MED
006340             PERFORM 2500-CHECK-MED THRU 2500-EXIT
006350         WHEN WS-SET-OP-SUM
006360             PERFORM 2600-CHECK-SUM THRU 2600-EXIT
006370     END-EVALUATE.
006380     ADD 1 TO WS-OT-SETS (WS-OP-SUB).
006390     ADD 1 TO WS-SET-TOTAL.
006400 2100-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------*
006440*    2140-NEXT-RANDOM                                            *
006450*    ONE STEP OF THE MINIMAL STANDARD GENERATOR.                 *
006460*----------------------------------------------------------------*
006470 2140-NEXT-RANDOM.
006480     COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807.
006490     DIVIDE WS-RAND-PRODUCT BY 2147483647
006500         GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED.
006510 2140-EXIT.
006520     EXIT.
006530
006540 2150-DRAW-ONE-OPERAND.
006550     PERFORM 2140-NEXT-RANDOM THRU 2140-EXIT.
006560     DIVIDE WS-RAND-SEED BY WS-RAND-SPAN
006570         GIVING WS-RAND-QUOT REMAINDER WS-RAND-REM.
006580     COMPUTE WS-GEN-NUM (WS-GEN-SUB)
006590         = WS-RAND-REM - WS-OPERAND-LIMIT.
006600 2150-EXIT.
006610     EXIT.
006620
006630 2160-TALLY-ONE-OPERAND.
006640     IF WS-GEN-NUM (WS-GEN-SUB) < WS-LOW
006650         MOVE WS-GEN-NUM (WS-GEN-SUB) TO WS-LOW
006660     END-IF.
006670     IF WS-GEN-NUM (WS-GEN-SUB) > WS-HIGH
006680         MOVE WS-GEN-NUM (WS-GEN-SUB) TO WS-HIGH
006690     END-IF.
006700     ADD WS-GEN-NUM (WS-GEN-SUB) TO WS-TRUE-SUM.
006710 2160-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------*
006750*    2200-CHECK-MAX                                              *
006760*----------------------------------------------------------------*
006770 2200-CHECK-MAX.
006780     MOVE WS-GEN-AREA TO WS-CALL-AREA.
006790     MOVE "MAX" TO WS-OP-CODE.
006800     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
006810     IF WS-CALL-FAILED
006820         GO TO 2200-EXIT
006830     END-IF.
006840     MOVE WS-ACTUAL TO WS-MAX-RESULT.
006850     EVALUATE TRUE
006860         WHEN WS-MAX-RESULT NOT = WS-GEN-NUM (1)
006870          AND WS-MAX-RESULT NOT = WS-GEN-NUM (2)
006880             MOVE "MAX IS NOT ONE OF ITS OPERANDS"
006890                 TO WS-BROKEN-TEXT
006900         WHEN WS-MAX-RESULT < WS-HIGH
006910             MOVE "MAX IS LESS THAN ONE OF ITS OPERANDS"
006920                 TO WS-BROKEN-TEXT
006930         WHEN OTHER
006940             GO TO 2200-EXIT
006950     END-EVALUATE.
006960     MOVE WS-MAX-RESULT TO WS-SHOW-IMAGE.
006970     STRING "MAX="              DELIMITED BY SIZE
006980            WS-SHOW-IMAGE       DELIMITED BY SIZE
006990            INTO WS-RESULT-TEXT
007000     END-STRING.
007010     PERFORM 2800-REPORT-VIOLATION THRU 2800-EXIT.
007020     MOVE "MAX"     TO WS-PROP-OP.
007030     MOVE SPACES    TO WS-PROP-TAG.
007040     MOVE WS-HIGH   TO WS-PROP-EXPECTED.
007050     PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT.
007060 2200-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------*
007100*    2300-CHECK-MIN                                              *
007110*    MIN AND MAX ON THE SAME PAIR.  WHICHEVER ROUTINE IS WRONG   *
007120*    GETS THE PROPOSED CASE - BOTH, IF BOTH ARE.                 *
007130*----------------------------------------------------------------*
007140 2300-CHECK-MIN.
007150     MOVE WS-GEN-AREA TO WS-CALL-AREA.
007160     MOVE "MIN" TO WS-OP-CODE.
007170     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
007180     IF WS-CALL-FAILED
007190         GO TO 2300-EXIT
007200     END-IF.
007210     MOVE WS-ACTUAL TO WS-MIN-RESULT.
007220     MOVE "MAX" TO WS-OP-CODE.
007230     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
007240     IF WS-CALL-FAILED
007250         GO TO 2300-EXIT
007260     END-IF.
007270     MOVE WS-ACTUAL TO WS-MAX-RESULT.
007280     EVALUATE TRUE
007290         WHEN WS-MIN-RESULT NOT = WS-GEN-NUM (1)
007300          AND WS-MIN-RESULT NOT = WS-GEN-NUM (2)
007310             MOVE "MIN IS NOT ONE OF ITS OPERANDS"
007320                 TO WS-BROKEN-TEXT
007330         WHEN WS-MIN-RESULT > WS-LOW
007340             MOVE "MIN IS GREATER THAN ONE OF ITS OPERANDS"
007350                 TO WS-BROKEN-TEXT
007360         WHEN WS-MIN-RESULT > WS-MAX-RESULT
007370             MOVE "MIN IS GREATER THAN MAX ON THE SAME PAIR"
007380                 TO WS-BROKEN-TEXT
007390         WHEN OTHER
007400             GO TO 2300-EXIT
007410     END-EVALUATE.
007420     MOVE WS-MIN-RESULT TO WS-SHOW-IMAGE.
007430     MOVE WS-MAX-RESULT TO WS-SHOW-IMAGE-2.
007440     STRING "MIN="              DELIMITED BY SIZE
007450            WS-SHOW-IMAGE       DELIMITED BY SIZE
007460            " MAX="             DELIMITED BY SIZE
007470            WS-SHOW-IMAGE-2     DELIMITED BY SIZE
007480            INTO WS-RESULT-TEXT
007490     END-STRING.
007500     PERFORM 2800-REPORT-VIOLATION THRU 2800-EXIT.
007510     IF WS-MIN-RESULT NOT = WS-LOW
007520         MOVE "MIN"     TO WS-PROP-OP
007530         MOVE SPACES    TO WS-PROP-TAG
007540         MOVE WS-LOW    TO WS-PROP-EXPECTED
007550         PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT
007560     END-IF.
007570     IF WS-MAX-RESULT NOT = WS-HIGH
007580         MOVE "MAX"     TO WS-PROP-OP
007590         MOVE "VS MIN"  TO WS-PROP-TAG
007600         MOVE WS-HIGH   TO WS-PROP-EXPECTED
007610         PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT
007620     END-IF.
007630 2300-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------*
007670*    2400-CHECK-AVG                                              *
007680*    THE PROPOSED CASE EXPECTS THE MEAN TRUNCATED TOWARD ZERO,   *
007690*    COMPARED WITH TOLERANCE 1 AS TSTBGEN'S AVG CASES ARE.       *
007700*----------------------------------------------------------------*
007710 2400-CHECK-AVG.
007720     MOVE WS-GEN-AREA TO WS-CALL-AREA.
007730     MOVE "AVG" TO WS-OP-CODE.
007740     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
007750     IF WS-CALL-FAILED
007760         GO TO 2400-EXIT
007770     END-IF.
007780     IF WS-ACTUAL NOT < WS-LOW
007790        AND WS-ACTUAL NOT > WS-HIGH
007800         GO TO 2400-EXIT
007810     END-IF.
007820     MOVE "AVG DOES NOT LIE BETWEEN ITS OPERANDS"
007830         TO WS-BROKEN-TEXT.
007840     MOVE WS-ACTUAL TO WS-SHOW-IMAGE.
007850     STRING "AVG="              DELIMITED BY SIZE
007860            WS-SHOW-IMAGE       DELIMITED BY SIZE
007870            INTO WS-RESULT-TEXT
007880     END-STRING.
007890     PERFORM 2800-REPORT-VIOLATION THRU 2800-EXIT.
007900     COMPUTE WS-TRUE-VALUE = WS-TRUE-SUM / 2.
007910     MOVE "AVG"         TO WS-PROP-OP.
007920     MOVE SPACES        TO WS-PROP-TAG.
007930     MOVE WS-TRUE-VALUE TO WS-PROP-EXPECTED.
007940     PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT.
007950 2400-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------*
007990*    2500-CHECK-MED                                              *
008000*    THE MEDIAN OF THREE IS THE TOTAL LESS THE LOWEST AND THE    *
008010*    HIGHEST.                                                    *
008020*----------------------------------------------------------------*
008030 2500-CHECK-MED.
008040     MOVE WS-GEN-AREA TO WS-CALL-AREA.
008050     MOVE "MED" TO WS-OP-CODE.
008060     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
008070     IF WS-CALL-FAILED
008080         GO TO 2500-EXIT
008090     END-IF.
008100     IF WS-ACTUAL NOT < WS-LOW
008110        AND WS-ACTUAL NOT > WS-HIGH
008120         GO TO 2500-EXIT
008130     END-IF.
008140     MOVE "MED DOES NOT LIE BETWEEN THE MIN AND MAX"
008150         TO WS-BROKEN-TEXT.
008160     MOVE WS-ACTUAL TO WS-SHOW-IMAGE.
008170     STRING "MED="              DELIMITED BY SIZE
008180            WS-SHOW-IMAGE       DELIMITED BY SIZE
008190            INTO WS-RESULT-TEXT
008200     END-STRING.
008210     PERFORM 2800-REPORT-VIOLATION THRU 2800-EXIT.
008220     COMPUTE WS-TRUE-VALUE = WS-TRUE-SUM - WS-LOW - WS-HIGH.
008230     MOVE "MED"         TO WS-PROP-OP.
008240     MOVE SPACES        TO WS-PROP-TAG.
008250     MOVE WS-TRUE-VALUE TO WS-PROP-EXPECTED.
008260     PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT.
008270 2500-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------*
008310*    2600-CHECK-SUM                                              *
008320*    THE SET IN DRAWN ORDER, REVERSED, AND ROTATED LEFT BY ONE.  *
008330*    EACH ORDER THAT DISAGREES WITH THE TRUE TOTAL IS PROPOSED   *
008340*    IN THAT ORDER, SINCE THE ORDER IS WHAT PROVOKES THE BUG.    *
008350*----------------------------------------------------------------*
008360 2600-CHECK-SUM.
008370     MOVE "SUM" TO WS-OP-CODE.
008380     MOVE WS-GEN-AREA TO WS-CALL-AREA.
008390     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
008400     IF WS-CALL-FAILED
008410         GO TO 2600-EXIT
008420     END-IF.
008430     MOVE WS-ACTUAL TO WS-FWD-RESULT.
008440     PERFORM 2650-REVERSE-ONE-OPERAND THRU 2650-EXIT
008450         VARYING WS-GEN-SUB FROM 1 BY 1
008460         UNTIL WS-GEN-SUB > WS-SET-COUNT.
008470     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
008480     IF WS-CALL-FAILED
008490         GO TO 2600-EXIT
008500     END-IF.
008510     MOVE WS-ACTUAL TO WS-REV-RESULT.
008520     PERFORM 2660-ROTATE-ONE-OPERAND THRU 2660-EXIT
008530         VARYING WS-GEN-SUB FROM 1 BY 1
008540         UNTIL WS-GEN-SUB > WS-SET-COUNT.
008550     PERFORM 2700-CALL-ROUTINE THRU 2700-EXIT.
008560     IF WS-CALL-FAILED
008570         GO TO 2600-EXIT
008580     END-IF.
008590     MOVE WS-ACTUAL TO WS-ROT-RESULT.
008600     IF WS-REV-RESULT = WS-FWD-RESULT
008610        AND WS-ROT-RESULT = WS-FWD-RESULT
008620         GO TO 2600-EXIT
008630     END-IF.
008640     MOVE "SUM DEPENDS ON OPERAND ORDER" TO WS-BROKEN-TEXT.
008650     MOVE WS-FWD-RESULT TO WS-SHOW-IMAGE.
008660     MOVE WS-REV-RESULT TO WS-SHOW-IMAGE-2.
008670     MOVE WS-ROT-RESULT TO WS-SHOW-IMAGE-3.
008680     STRING "SUM DRAWN="        DELIMITED BY SIZE
008690            WS-SHOW-IMAGE       DELIMITED BY SIZE
008700            " REVERSED="        DELIMITED BY SIZE
008710            WS-SHOW-IMAGE-2     DELIMITED BY SIZE
008720            " ROTATED="         DELIMITED BY SIZE
008730            WS-SHOW-IMAGE-3     DELIMITED BY SIZE
008740            INTO WS-RESULT-TEXT
008750     END-STRING.
008760     PERFORM 2800-REPORT-VIOLATION THRU 2800-EXIT.
008770     MOVE "SUM"         TO WS-PROP-OP.
008780     MOVE WS-TRUE-SUM   TO WS-PROP-EXPECTED.
008790     IF WS-FWD-RESULT NOT = WS-TRUE-SUM
008800         MOVE WS-GEN-AREA TO WS-CALL-AREA
008810         MOVE "DRAWN"   TO WS-PROP-TAG
008820         PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT
008830     END-IF.
008840     IF WS-REV-RESULT NOT = WS-TRUE-SUM
008850         PERFORM 2650-REVERSE-ONE-OPERAND THRU 2650-EXIT
008860             VARYING WS-GEN-SUB FROM 1 BY 1
008870             UNTIL WS-GEN-SUB > WS-SET-COUNT
008880         MOVE "REVERSED" TO WS-PROP-TAG
008890         PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT
008900     END-IF.
008910     IF WS-ROT-RESULT NOT = WS-TRUE-SUM
008920         PERFORM 2660-ROTATE-ONE-OPERAND THRU 2660-EXIT
008930             VARYING WS-GEN-SUB FROM 1 BY 1
008940             UNTIL WS-GEN-SUB > WS-SET-COUNT
008950         MOVE "ROTATED" TO WS-PROP-TAG
008960         PERFORM 2900-WRITE-PROPOSAL THRU 2900-EXIT
008970     END-IF.
008980 2600-EXIT.
008990     EXIT.
009000
009010 2650-REVERSE-ONE-OPERAND.
009020     COMPUTE WS-CALL-SUB = WS-SET-COUNT - WS-GEN-SUB + 1.
009030     MOVE WS-GEN-NUM (WS-GEN-SUB) TO WS-CALL-NUM (WS-CALL-SUB).
009040 2650-EXIT.
009050     EXIT.
009060
009070 2660-ROTATE-ONE-OPERAND.
009080     IF WS-GEN-SUB = WS-SET-COUNT
009090         MOVE WS-GEN-NUM (1) TO WS-CALL-NUM (WS-GEN-SUB)
009100     ELSE
009110         COMPUTE WS-CALL-SUB = WS-GEN-SUB + 1
009120         MOVE WS-GEN-NUM (WS-CALL-SUB)
009130             TO WS-CALL-NUM (WS-GEN-SUB)
009140     END-IF.
009150 2660-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------------*
009190*    2700-CALL-ROUTINE                                           *
009200*    CALLS THE ROUTINE FOR WS-OP-CODE ON THE OPERANDS IN         *
009210*    WS-CALL-AREA, IN THE SHAPE TDDMAX2 CALLS IT.  THE OPERANDS  *
009220*    PAST THE COUNT GO IN AS ZERO, AS THE DRIVER'S DO.           *
009230*----------------------------------------------------------------*
009240 2700-CALL-ROUTINE.
009250     PERFORM 2750-DISPATCH-OPERATION THRU 2750-EXIT.
009260     IF WS-CALL-FAILED
009270         GO TO 2700-EXIT
009280     END-IF.
009290     MOVE ZERO TO WS-OPERAND-TABLE.
009300     PERFORM 2760-LOAD-ONE-OPERAND THRU 2760-EXIT
009310         VARYING WS-CALL-SUB FROM 1 BY 1
009320         UNTIL WS-CALL-SUB > WS-SET-COUNT.
009330     MOVE WS-SET-COUNT TO WS-OPN-COUNT.
009340     MOVE WS-CALL-NUM (1) TO WS-NUM-1.
009350     MOVE WS-CALL-NUM (2) TO WS-NUM-2.
009360     MOVE ZERO TO WS-ACTUAL.
009370     IF WS-OP-MULTI
009380         CALL WS-PROGRAM-NAME USING WS-OPN-COUNT
009390             WS-OPERAND-TABLE WS-ACTUAL
009400             ON EXCEPTION
009410                 SET WS-CALL-FAILED TO TRUE
009420         END-CALL
009430     ELSE
009440         CALL WS-PROGRAM-NAME USING WS-NUM-1 WS-NUM-2
009450             WS-ACTUAL
009460             ON EXCEPTION
009470                 SET WS-CALL-FAILED TO TRUE
009480         END-CALL
009490     END-IF.
009500     IF WS-CALL-FAILED
009510         DISPLAY "TSTINVAR: UNABLE TO CALL " WS-PROGRAM-NAME
009520                 " FOR OP CODE " WS-OP-CODE
009530         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009540     END-IF.
009550 2700-EXIT.
009560     EXIT.
009570
009580*----------------------------------------------------------------*
009590*    2750-DISPATCH-OPERATION                                     *
009600*    THE SAME OP CODE TO ROUTINE MAP AND OPERAND COUNT RULES AS  *
009610*    TDDMAX2'S 2120-DISPATCH-OPERATION: MED TAKES EXACTLY THREE, *
009620*    SUM TWO THROUGH FIVE, THE TWO-OPERAND ROUTINES EXACTLY TWO. *
009630*----------------------------------------------------------------*
009640 2750-DISPATCH-OPERATION.
009650     SET WS-CALL-OK TO TRUE.
009660     EVALUATE TRUE
009670         WHEN WS-OP-IS-MIN
009680             MOVE "minoftwo"      TO WS-PROGRAM-NAME
009690         WHEN WS-OP-IS-AVG
009700             MOVE "averageoftwo"  TO WS-PROGRAM-NAME
009710         WHEN WS-OP-IS-MAX
009720             MOVE "maxoftwo"      TO WS-PROGRAM-NAME
009730         WHEN WS-OP-IS-MED
009740             MOVE "medianofthree" TO WS-PROGRAM-NAME
009750         WHEN WS-OP-IS-SUM
009760             MOVE "sumofn"        TO WS-PROGRAM-NAME
009770     END-EVALUATE.
009780     IF (WS-OP-IS-MED AND WS-SET-COUNT NOT = 3)
009790        OR (WS-OP-IS-SUM AND (WS-SET-COUNT < 2
009800                              OR WS-SET-COUNT > 5))
009810        OR (NOT WS-OP-MULTI AND WS-SET-COUNT NOT = 2)
009820         DISPLAY "TSTINVAR: OPERAND COUNT " WS-SET-COUNT
009830                 " DOES NOT FIT OP CODE '" WS-OP-CODE "'"
009840         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009850         SET WS-CALL-FAILED TO TRUE
009860     END-IF.
009870 2750-EXIT.
009880     EXIT.
009890
009900 2760-LOAD-ONE-OPERAND.
009910     MOVE WS-CALL-NUM (WS-CALL-SUB) TO WS-OPERAND (WS-CALL-SUB).
009920 2760-EXIT.
009930     EXIT.
009940
009950*----------------------------------------------------------------*
009960*    2800-REPORT-VIOLATION                                       *
009970*    TWO LINES: WHAT WAS DRAWN, THEN WHAT CAME BACK AND WHICH    *
009980*    INVARIANT IT BREAKS.                                        *
009990*----------------------------------------------------------------*
010000 2800-REPORT-VIOLATION.
010010     ADD 1 TO WS-VIOLATION-COUNT.
010020     ADD 1 TO WS-OT-VIOLATIONS (WS-OP-SUB).
010030     MOVE WS-GEN-AREA TO WS-CALL-AREA.
010040     MOVE SPACES TO WS-OPERAND-TEXT.
010050     PERFORM 2850-LIST-ONE-OPERAND THRU 2850-EXIT
010060         VARYING WS-CALL-SUB FROM 1 BY 1
010070         UNTIL WS-CALL-SUB > WS-SET-COUNT.
010080     MOVE SPACES TO F-REPORT-LINE.
010090     STRING "  "                DELIMITED BY SIZE
010100            WS-SET-OP           DELIMITED BY SIZE
010110            " SET "             DELIMITED BY SIZE
010120            WS-SET-NUM          DELIMITED BY SIZE
010130            " SEED "            DELIMITED BY SIZE
010140            WS-SET-SEED         DELIMITED BY SIZE
010150            " OPERANDS "        DELIMITED BY SIZE
010160            WS-OPERAND-TEXT     DELIMITED BY SIZE
010170            INTO F-REPORT-LINE
010180     END-STRING.
010190     WRITE F-REPORT-LINE.
010200     MOVE SPACES TO F-REPORT-LINE.
010210     STRING "      "            DELIMITED BY SIZE
010220            WS-RESULT-TEXT      DELIMITED BY "  "
010230            " - "               DELIMITED BY SIZE
010240            WS-BROKEN-TEXT      DELIMITED BY SIZE
010250            INTO F-REPORT-LINE
010260     END-STRING.
010270     WRITE F-REPORT-LINE.
010280     DISPLAY "TSTINVAR: " WS-SET-OP " SEED " WS-SET-SEED
010290             " " WS-BROKEN-TEXT.
010300 2800-EXIT.
010310     EXIT.
010320
010330 2850-LIST-ONE-OPERAND.
010340     COMPUTE WS-TEXT-POS = (WS-CALL-SUB - 1) * 8 + 1.
010350     MOVE WS-CALL-IMAGE (WS-CALL-SUB)
010360         TO WS-OPERAND-TEXT (WS-TEXT-POS:7).
010370 2850-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------------*
010410*    2900-WRITE-PROPOSAL                                         *
010420*    AN "A" TRANSACTION FOR WS-PROP-OP ON THE OPERANDS IN        *
010430*    WS-CALL-AREA.  THE NAME CARRIES THE OP, THE SET SEED AND    *
010440*    ANY TAG, SO IT IS UNIQUE AND SAYS HOW TO REPLAY THE SET.    *
010450*----------------------------------------------------------------*
010460 2900-WRITE-PROPOSAL.
010470     ADD 1 TO WS-NEXT-ID.
010480     MOVE SPACES TO F-TRANS-LINE.
010490     MOVE "A"              TO TR-ACTION.
010500     MOVE WS-NEXT-ID       TO TR-TEST-ID.
010510     MOVE WS-PROP-OP       TO TR-OP-CODE.
010520     MOVE WS-CALL-IMAGE (1) TO TR-IN-A.
010530     MOVE WS-CALL-IMAGE (2) TO TR-IN-B.
010540     MOVE WS-PROP-EXPECTED-IMAGE TO TR-EXPECTED.
010550     STRING "INVAR "          DELIMITED BY SIZE
010560            WS-PROP-OP        DELIMITED BY SIZE
010570            " SEED "          DELIMITED BY SIZE
010580            WS-SET-SEED       DELIMITED BY SIZE
010590            " "               DELIMITED BY SIZE
010600            WS-PROP-TAG       DELIMITED BY SIZE
010610            INTO TR-TEST-NAME
010620     END-STRING.
010630     MOVE "ACTIVE"         TO TR-STATUS.
010640     IF WS-PROP-OP = "AVG"
010650         MOVE "TOL"        TO TR-CMP-MODE
010660         MOVE "000001"     TO TR-TOLERANCE
010670     END-IF.
010680     MOVE "TSTINVAR"       TO TR-OWNER.
010690     MOVE "NIGHTLY"        TO TR-SUITE-TAG.
010700     IF WS-PROP-OP = "MED" OR WS-PROP-OP = "SUM"
010710         MOVE WS-SET-COUNT TO TR-OPN-COUNT
010720         IF WS-SET-COUNT > 2
010730             MOVE WS-CALL-IMAGE (3) TO TR-IN-C
010740         END-IF
010750         IF WS-SET-COUNT > 3
010760             MOVE WS-CALL-IMAGE (4) TO TR-IN-D
010770         END-IF
010780         IF WS-SET-COUNT > 4
010790             MOVE WS-CALL-IMAGE (5) TO TR-IN-E
010800         END-IF
010810     END-IF.
010820     WRITE F-TRANS-LINE.
010830     IF WS-TRANS-STATUS-OK
010840         ADD 1 TO WS-PROPOSED-COUNT
010850         ADD 1 TO WS-OT-PROPOSED (WS-OP-SUB)
010860     ELSE
010870         DISPLAY "TSTINVAR: TRANSACTION WRITE FAILED, "
010880                 "FILE STATUS=" WS-TRANS-STATUS
010890         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010900     END-IF.
010910 2900-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------*
010950*    3000-FINALIZE                                               *
010960*    SECTION 2 TOTALS BY OP CODE, THEN THE SUMMARY LINE.         *
010970*----------------------------------------------------------------*
010980 3000-FINALIZE.
010990     IF WS-VIOLATION-COUNT = 0
011000         MOVE "  NONE" TO F-REPORT-LINE
011010         WRITE F-REPORT-LINE
011020     END-IF.
011030     MOVE SPACES TO F-REPORT-LINE.
011040     WRITE F-REPORT-LINE.
011050     MOVE "SECTION 2 - SETS CHECKED BY OP CODE" TO F-REPORT-LINE.
011060     WRITE F-REPORT-LINE.
011070     PERFORM 3100-REPORT-ONE-OP THRU 3100-EXIT
011080         VARYING WS-OP-SUB FROM 1 BY 1
011090         UNTIL WS-OP-SUB > WS-OP-COUNT.
011100     MOVE SPACES TO F-REPORT-LINE.
011110     WRITE F-REPORT-LINE.
011120     MOVE SPACES TO F-REPORT-LINE.
011130     STRING "SEED="             DELIMITED BY SIZE
011140            WS-RUN-SEED         DELIMITED BY SIZE
011150            " SETS="            DELIMITED BY SIZE
011160            WS-SET-TOTAL        DELIMITED BY SIZE
011170            " VIOLATIONS="      DELIMITED BY SIZE
011180            WS-VIOLATION-COUNT  DELIMITED BY SIZE
011190            " PROPOSED-ADDS="   DELIMITED BY SIZE
011200            WS-PROPOSED-COUNT   DELIMITED BY SIZE
011210            INTO F-REPORT-LINE
011220     END-STRING.
011230     WRITE F-REPORT-LINE.
011240     DISPLAY "TSTINVAR: SEED=" WS-RUN-SEED
011250             " SETS=" WS-SET-TOTAL
011260             " VIOLATIONS=" WS-VIOLATION-COUNT
011270             " PROPOSED-ADDS=" WS-PROPOSED-COUNT.
011280     CLOSE F-INV-REPORT.
011290     CLOSE F-INV-TRANS.
011300     IF WS-PROPOSED-COUNT > 0
011310         DISPLAY "TSTINVAR: PROPOSED ADDS IN " WS-TRANS-NAME
011320                 " - REVIEW BEFORE FEEDING TSTMAINT"
011330     END-IF.
011340     IF WS-RETURN-CODE-OVERRIDE NOT = 0
011350         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
011360     ELSE
011370         IF WS-VIOLATION-COUNT > 0
011380             MOVE 4 TO RETURN-CODE
011390         ELSE
011400             MOVE 0 TO RETURN-CODE
011410         END-IF
011420     END-IF.
011430 3000-EXIT.
011440     EXIT.
011450
011460 3100-REPORT-ONE-OP.
011470     IF NOT WS-INV-OP-ALL
011480        AND WS-INV-OP NOT = WS-OP-NAME (WS-OP-SUB)
011490         GO TO 3100-EXIT
011500     END-IF.
011510     MOVE SPACES TO F-REPORT-LINE.
011520     STRING "  "                DELIMITED BY SIZE
011530            WS-OP-NAME (WS-OP-SUB) DELIMITED BY SIZE
011540            " SETS="            DELIMITED BY SIZE
011550            WS-OT-SETS (WS-OP-SUB) DELIMITED BY SIZE
011560            " VIOLATIONS="      DELIMITED BY SIZE
011570            WS-OT-VIOLATIONS (WS-OP-SUB) DELIMITED BY SIZE
011580            " PROPOSED-ADDS="   DELIMITED BY SIZE
011590            WS-OT-PROPOSED (WS-OP-SUB) DELIMITED BY SIZE
011600            INTO F-REPORT-LINE
011610     END-STRING.
011620     WRITE F-REPORT-LINE.
011630 3100-EXIT.
011640     EXIT.
