000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      TSTAUDIT                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      CONSISTENCY AUDIT OF THE TEST-CASE MASTER.    *
000090*                  TSTMAINT EDITS ONE TRANSACTION AT A TIME, SO  *
000100*                  NOTHING STOPS TWO CASES FROM CONTRADICTING    *
000110*                  EACH OTHER OR REPEATING EACH OTHER.  THIS     *
000120*                  PROGRAM READS THE WHOLE INDEXED MASTER AND    *
000130*                  REPORTS FIVE SECTIONS:                        *
000140*                    1 - CONFLICTING EXPECTATIONS: SAME OP CODE  *
000150*                        AND OPERAND SET, DIFFERENT EXPECTED     *
000160*                    2 - DUPLICATES: SAME OP CODE, OPERAND SET   *
000170*                        AND EXPECTED, EXACT OR WITH THE         *
000180*                        OPERANDS IN ANOTHER ORDER               *
000190*                    3 - XFAIL CASES WITH A BLANK TICKET         *
000200*                    4 - TOL CASES WITH A ZERO TOLERANCE         *
000210*                    5 - OPERAND COUNTS THAT DISAGREE WITH THE   *
000220*                        OP CODE (MAX/MIN/AVG 2, MED EXACTLY 3,  *
000230*                        SUM 2-5, NOTHING PAST THE COUNT)        *
000240*                  MAX, MIN, AVG AND SUM IGNORE OPERAND ORDER,   *
000250*                  SO THEIR OPERANDS ARE COMPARED AS A SORTED    *
000260*                  SET; MED IS COMPARED IN DECK ORDER.           *
000270*                                                                *
000280*                  OF EACH GROUP OF DUPLICATES THE LOWEST TEST   *
000290*                  ID IS KEPT.  A DUPLICATE THAT ALSO MATCHES    *
000300*                  THE KEPT CASE'S STATUS, CMP MODE AND          *
000310*                  TOLERANCE ADDS NO COVERAGE AND GETS A         *
000320*                  PROPOSED "D" TRANSACTION IN THE TSTMAINT      *
000330*                  LAYOUT; ONE THAT DIFFERS IN THOSE IS LISTED   *
000340*                  FOR A PERSON TO DECIDE.  THE TRANSACTIONS ARE *
000350*                  A PROPOSAL ONLY - THEY GO THROUGH TSTMAINT,   *
000360*                  WHERE EVERY DELETE WAITS FOR A SECOND         *
000370*                  PERSON'S APPROVAL.                            *
000380*                                                                *
000390*                  MASTER NAME FROM TESTMAST (DEFAULT            *
000400*                  INPUT/TESTMAST.IDX).  OUTPUT GOES TO          *
000410*                  RESULTS/TSTAUDIT_YYYYMMDD.RPT AND             *
000420*                  RESULTS/TSTAUDIT_YYYYMMDD.TRANS.              *
000430*                                                                *
000440*                  RETURN-CODE:  0 = MASTER CONSISTENT           *
000450*                                4 = FINDINGS REPORTED           *
000460*                                8 = FILE ERROR OR MASTER TOO    *
000470*                                    LARGE FOR THE TABLE         *
000480*                                                                *
000490*----------------------------------------------------------------*
000500*    MODIFICATION HISTORY                                        *
000510*    DATE        INIT  DESCRIPTION                               *
000520*    ----------  ----  ----------------------------------------  *
000530*    2026-10-15  RLO   ORIGINAL VERSION - CONFLICT, DUPLICATE,   *
000540*                      TICKET, TOLERANCE AND OPERAND-COUNT       *
000550*                      AUDIT WITH PROPOSED DELETES.              *
000560*----------------------------------------------------------------*
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. tstaudit.
000590 AUTHOR. R. OKONKWO.
000600 INSTALLATION. ENTERPRISE BATCH SERVICES.
000610 DATE-WRITTEN. 2026-10-15.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT F-MASTER ASSIGN DYNAMIC WS-MASTER-FILE-NAME
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS TM-TEST-ID
000710         FILE STATUS IS WS-MAST-STATUS.
000720
000730     SELECT F-AUDIT-REPORT ASSIGN DYNAMIC WS-REPORT-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RPT-STATUS.
000760
000770     SELECT F-AUDIT-TRANS ASSIGN DYNAMIC WS-TRANS-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-TRANS-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD F-MASTER.
000840 COPY testmast.
000850
000860 FD F-AUDIT-REPORT.
000870 01 F-REPORT-LINE               PIC X(132).
000880
000890*----------------------------------------------------------------*
000900*    PROPOSED TRANSACTION - THE EXACT TSTMAINT LAYOUT, SO THE    *
000910*    REVIEWED FILE FEEDS STRAIGHT INTO THE MAINTENANCE STEP.  A  *
000920*    DELETE NEEDS ONLY THE TEST ID; THE REST OF THE CASE IS      *
000930*    CARRIED SO THE REVIEWER SEES WHAT IS GOING.  THE SUBMITTER  *
000940*    IS LEFT BLANK FOR TSTMAINT TO TAKE FROM MAINTUSER.          *
000950*----------------------------------------------------------------*
000960 FD F-AUDIT-TRANS.
000970 01 F-TRANS-LINE.
000980     05 TR-ACTION              PIC X(01).
000990     05 FILLER                 PIC X(01).
001000     05 TR-TEST-ID             PIC 9(05).
001010     05 FILLER                 PIC X(01).
001020     05 TR-OP-CODE             PIC X(03).
001030     05 FILLER                 PIC X(01).
001040     05 TR-IN-A                PIC X(07).
001050     05 FILLER                 PIC X(01).
001060     05 TR-IN-B                PIC X(07).
001070     05 FILLER                 PIC X(01).
001080     05 TR-EXPECTED            PIC X(07).
001090     05 FILLER                 PIC X(01).
001100     05 TR-TEST-NAME           PIC X(40).
001110     05 FILLER                 PIC X(01).
001120     05 TR-STATUS              PIC X(06).
001130     05 FILLER                 PIC X(01).
001140     05 TR-TICKET              PIC X(08).
001150     05 FILLER                 PIC X(01).
001160     05 TR-CMP-MODE            PIC X(03).
001170     05 FILLER                 PIC X(01).
001180     05 TR-TOLERANCE           PIC X(06).
001190     05 FILLER                 PIC X(01).
001200     05 TR-OWNER               PIC X(08).
001210     05 FILLER                 PIC X(01).
001220     05 TR-SUITE-TAG           PIC X(08).
001230     05 FILLER                 PIC X(01).
001240     05 TR-OPN-COUNT           PIC X(01).
001250     05 FILLER                 PIC X(01).
001260     05 TR-IN-C                PIC X(07).
001270     05 FILLER                 PIC X(01).
001280     05 TR-IN-D                PIC X(07).
001290     05 FILLER                 PIC X(01).
001300     05 TR-IN-E                PIC X(07).
001310     05 FILLER                 PIC X(01).
001320     05 TR-SUBMITTER           PIC X(08).
001330
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------*
001360*    FILE NAMES AND STATUS CODES                                 *
001370*----------------------------------------------------------------*
001380 01 WS-MASTER-FILE-NAME         PIC X(40).
001390 01 WS-REPORT-NAME              PIC X(40).
001400 01 WS-TRANS-NAME               PIC X(40).
001410
001420 01 WS-MAST-STATUS              PIC X(02).
001430     88 WS-MAST-STATUS-OK                  VALUE "00".
001440     88 WS-MAST-NOT-FOUND                  VALUE "35".
001450 01 WS-RPT-STATUS               PIC X(02).
001460     88 WS-RPT-STATUS-OK                   VALUE "00".
001470 01 WS-TRANS-STATUS             PIC X(02).
001480     88 WS-TRANS-STATUS-OK                 VALUE "00".
001490
001500*----------------------------------------------------------------*
001510*    SWITCHES                                                    *
001520*----------------------------------------------------------------*
001530 77 WS-MAST-DONE-SW              PIC X(01) VALUE "N".
001540     88 WS-MAST-DONE                       VALUE "Y".
001550 77 WS-FILES-OPEN-SW             PIC X(01) VALUE "N".
001560     88 WS-FILES-OPEN                      VALUE "Y".
001570 77 WS-SORTABLE-SW               PIC X(01) VALUE "Y".
001580     88 WS-SORTABLE                        VALUE "Y".
001590
001600 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
001610
001620*----------------------------------------------------------------*
001630*    EVERY MASTER CASE.  OPERANDS ARE HELD AS THEIR DECK IMAGES, *
001640*    EIGHT BYTES APART SO A PREFIX OF THE FIELD PRINTS AS THE    *
001650*    OPERAND LIST; WS-MC-SET-KEY IS THE SAME LIST SORTED FOR AN  *
001660*    ORDER-INSENSITIVE OP.  WS-MC-DUP-OF POINTS AT THE KEPT CASE *
001670*    WHEN THIS ONE DUPLICATES AN EARLIER ONE.                    *
001680*----------------------------------------------------------------*
001690 77 WS-MC-MAX                   PIC 9(04) COMP VALUE 1000.
001700 77 WS-MC-COUNT                 PIC 9(04) COMP VALUE 0.
001710 77 WS-MC-SUB                   PIC 9(04) COMP VALUE 0.
001720 77 WS-MC-SUB2                  PIC 9(04) COMP VALUE 0.
001730 77 WS-MC-KEEP                  PIC 9(04) COMP VALUE 0.
001740 01 WS-MC-TABLE.
001750     05 WS-MC-ENTRY             OCCURS 1000 TIMES.
001760         10 WS-MC-TEST-ID      PIC 9(05).
001770         10 WS-MC-OP-CODE      PIC X(03).
001780         10 WS-MC-OPN-COUNT    PIC X(01).
001790         10 WS-MC-OPN-N        PIC 9(01).
001800         10 WS-MC-OPERANDS     PIC X(40).
001810         10 WS-MC-SET-KEY      PIC X(40).
001820         10 WS-MC-EXPECTED     PIC X(07).
001830         10 WS-MC-TEST-NAME    PIC X(40).
001840         10 WS-MC-STATUS       PIC X(06).
001850         10 WS-MC-TICKET       PIC X(08).
001860         10 WS-MC-CMP-MODE     PIC X(03).
001870         10 WS-MC-TOLERANCE    PIC X(06).
001880         10 WS-MC-OWNER        PIC X(08).
001890         10 WS-MC-SUITE-TAG    PIC X(08).
001900         10 WS-MC-OPN-REASON   PIC X(40).
001910         10 WS-MC-DUP-OF       PIC 9(04) COMP.
001920         10 WS-MC-DUP-KIND     PIC X(01).
001930             88 WS-MC-DUP-EXACT            VALUE "E".
001940         10 WS-MC-PURE-SW      PIC X(01).
001950             88 WS-MC-PURE                 VALUE "Y".
001960
001970*----------------------------------------------------------------*
001980*    THE OPERANDS OF THE CASE BEING LOADED, AS IMAGES AND AS     *
001990*    NUMBERS - A LEADING SEPARATE PICTURE OCCUPIES EXACTLY THE   *
002000*    SEVEN BYTES OF THE IMAGE.                                   *
002010*----------------------------------------------------------------*
002020 01 WS-SORT-AREA.
002030     05 WS-SORT-IMAGE           OCCURS 5 TIMES
002040                                PIC X(07).
002050 01 FILLER REDEFINES WS-SORT-AREA.
002060     05 WS-SORT-NUM             OCCURS 5 TIMES
002070                                PIC S9(06) SIGN IS LEADING
002080                                              SEPARATE.
002090 01 WS-SORT-HOLD                PIC X(07).
002100 77 WS-OPN-SUB                  PIC 9(01) COMP VALUE 0.
002110 77 WS-OPN-SUB2                 PIC 9(01) COMP VALUE 0.
002120 77 WS-OPN-POS                  PIC 9(02) COMP VALUE 0.
002130 77 WS-LIST-LEN                 PIC 9(02) COMP VALUE 0.
002140
002150 01 WS-LOAD-OP                  PIC X(03).
002160     88 WS-OP-TWO-ONLY                     VALUE "MAX" "MIN"
002170                                                 "AVG".
002180     88 WS-OP-MED                          VALUE "MED".
002190     88 WS-OP-SUM                          VALUE "SUM".
002200     88 WS-OP-ORDER-FREE                   VALUE "MAX" "MIN"
002210                                                 "AVG" "SUM".
002220
002230*----------------------------------------------------------------*
002240*    SECTION COUNTS                                              *
002250*----------------------------------------------------------------*
002260 77 WS-READ-COUNT               PIC 9(05) VALUE 0.
002270 77 WS-CONFLICT-COUNT           PIC 9(04) VALUE 0.
002280 77 WS-DUP-COUNT                PIC 9(04) VALUE 0.
002290 77 WS-PROPOSED-COUNT           PIC 9(04) VALUE 0.
002300 77 WS-NO-TICKET-COUNT          PIC 9(04) VALUE 0.
002310 77 WS-ZERO-TOL-COUNT           PIC 9(04) VALUE 0.
002320 77 WS-OPN-BAD-COUNT            PIC 9(04) VALUE 0.
002330
002340*----------------------------------------------------------------*
002350*    REPORT LINE WORK AREAS                                      *
002360*----------------------------------------------------------------*
002370 01 WS-CASE-TEXT                PIC X(120).
002380 01 WS-KIND-TEXT                PIC X(16).
002390 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
002400
002410 PROCEDURE DIVISION.
002420
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     IF WS-FILES-OPEN
002460         PERFORM 2000-FIND-DUPLICATES THRU 2000-EXIT
002470             VARYING WS-MC-SUB FROM 1 BY 1
002480             UNTIL WS-MC-SUB > WS-MC-COUNT
002490         PERFORM 3000-FINALIZE THRU 3000-EXIT
002500     ELSE
002510         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
002520     END-IF.
002530     STOP RUN.
002540
002550 1000-INITIALIZE.
002560     MOVE SPACES TO WS-MASTER-FILE-NAME.
002570     ACCEPT WS-MASTER-FILE-NAME FROM ENVIRONMENT "TESTMAST"
002580         ON EXCEPTION
002590             CONTINUE
002600     END-ACCEPT.
002610     IF WS-MASTER-FILE-NAME = SPACES
002620         MOVE "input/testmast.idx" TO WS-MASTER-FILE-NAME
002630     END-IF.
002640     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
002650     IF WS-RETURN-CODE-OVERRIDE NOT = 0
002660         GO TO 1000-EXIT
002670     END-IF.
002680     PERFORM 1200-OPEN-OUTPUTS THRU 1200-EXIT.
002690 1000-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------*
002730*    1100-LOAD-MASTER                                            *
002740*    AN AUDIT OF PART OF THE MASTER WOULD MISS PAIRS, SO A       *
002750*    MASTER LARGER THAN THE TABLE IS REFUSED OUTRIGHT.           *
002760*----------------------------------------------------------------*
002770 1100-LOAD-MASTER.
002780     OPEN INPUT F-MASTER.
002790     IF WS-MAST-NOT-FOUND
002800         DISPLAY "TSTAUDIT: MASTER " WS-MASTER-FILE-NAME
002810                 " NOT FOUND - LOAD IT WITH TSTMAINT FIRST"
002820         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
002830         GO TO 1100-EXIT
002840     END-IF.
002850     IF NOT WS-MAST-STATUS-OK
002860         DISPLAY "TSTAUDIT: UNABLE TO OPEN MASTER, "
002870                 "FILE STATUS=" WS-MAST-STATUS
002880         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
002890         GO TO 1100-EXIT
002900     END-IF.
002910     PERFORM 1150-LOAD-ONE-CASE THRU 1150-EXIT
002920         UNTIL WS-MAST-DONE.
002930     CLOSE F-MASTER.
002940 1100-EXIT.
002950     EXIT.
002960
002970 1150-LOAD-ONE-CASE.
002980     READ F-MASTER NEXT RECORD
002990         AT END
003000             SET WS-MAST-DONE TO TRUE
003010             GO TO 1150-EXIT
003020     END-READ.
003030     IF NOT WS-MAST-STATUS-OK
003040         DISPLAY "TSTAUDIT: READ ERROR ON MASTER, "
003050                 "FILE STATUS=" WS-MAST-STATUS
003060         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003070         SET WS-MAST-DONE TO TRUE
003080         GO TO 1150-EXIT
003090     END-IF.
003100     ADD 1 TO WS-READ-COUNT.
003110     IF WS-MC-COUNT NOT < WS-MC-MAX
003120         DISPLAY "TSTAUDIT: MASTER HOLDS MORE THAN " WS-MC-MAX
003130                 " CASES - AUDIT NOT RUN"
003140         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003150         SET WS-MAST-DONE TO TRUE
003160         GO TO 1150-EXIT
003170     END-IF.
003180     ADD 1 TO WS-MC-COUNT.
003190     MOVE WS-MC-COUNT      TO WS-MC-SUB.
003200     MOVE TM-TEST-ID       TO WS-MC-TEST-ID (WS-MC-SUB).
003210     MOVE TM-OP-CODE       TO WS-MC-OP-CODE (WS-MC-SUB).
003220     MOVE TM-OPN-COUNT     TO WS-MC-OPN-COUNT (WS-MC-SUB).
003230     MOVE TM-EXPECTED      TO WS-MC-EXPECTED (WS-MC-SUB).
003240     MOVE TM-TEST-NAME     TO WS-MC-TEST-NAME (WS-MC-SUB).
003250     MOVE TM-STATUS        TO WS-MC-STATUS (WS-MC-SUB).
003260     MOVE TM-TICKET        TO WS-MC-TICKET (WS-MC-SUB).
003270     MOVE TM-CMP-MODE      TO WS-MC-CMP-MODE (WS-MC-SUB).
003280     MOVE TM-TOLERANCE     TO WS-MC-TOLERANCE (WS-MC-SUB).
003290     MOVE TM-OWNER         TO WS-MC-OWNER (WS-MC-SUB).
003300     MOVE TM-SUITE-TAG     TO WS-MC-SUITE-TAG (WS-MC-SUB).
003310     MOVE SPACES           TO WS-MC-OPN-REASON (WS-MC-SUB).
003320     MOVE 0                TO WS-MC-DUP-OF (WS-MC-SUB).
003330     MOVE SPACE            TO WS-MC-DUP-KIND (WS-MC-SUB).
003340     MOVE "N"              TO WS-MC-PURE-SW (WS-MC-SUB).
003350     MOVE TM-OP-CODE       TO WS-LOAD-OP.
003360     PERFORM 1160-CHECK-OPERAND-COUNT THRU 1160-EXIT.
003370     MOVE TM-IN-A          TO WS-SORT-IMAGE (1).
003380     MOVE TM-IN-B          TO WS-SORT-IMAGE (2).
003390     MOVE TM-IN-C          TO WS-SORT-IMAGE (3).
003400     MOVE TM-IN-D          TO WS-SORT-IMAGE (4).
003410     MOVE TM-IN-E          TO WS-SORT-IMAGE (5).
003420     PERFORM 1170-BLANK-PAST-COUNT THRU 1170-EXIT
003430         VARYING WS-OPN-SUB FROM 1 BY 1
003440         UNTIL WS-OPN-SUB > 5.
003450     MOVE SPACES TO WS-MC-OPERANDS (WS-MC-SUB).
003460     PERFORM 1180-STORE-OPERAND THRU 1180-EXIT
003470         VARYING WS-OPN-SUB FROM 1 BY 1
003480         UNTIL WS-OPN-SUB > WS-MC-OPN-N (WS-MC-SUB).
003490     MOVE WS-MC-OPERANDS (WS-MC-SUB) TO WS-MC-SET-KEY (WS-MC-SUB).
003500     IF WS-OP-ORDER-FREE
003510         PERFORM 1190-BUILD-SET-KEY THRU 1190-EXIT
003520     END-IF.
003530 1150-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------*
003570*    1160-CHECK-OPERAND-COUNT                                    *
003580*    SETS HOW MANY OPERANDS THE CASE CARRIES (A BLANK COUNT IS   *
003590*    THE CLASSIC TWO) AND RECORDS WHY THE COUNT DISAGREES WITH   *
003600*    THE OP CODE, IF IT DOES.  A COUNT THAT IS NOT A DIGIT 2-5   *
003610*    IS TAKEN AS TWO SO THE CASE STILL TAKES PART IN THE PAIRS.  *
003620*----------------------------------------------------------------*
003630 1160-CHECK-OPERAND-COUNT.
003640     IF TM-OPN-COUNT = SPACE
003650         MOVE 2 TO WS-MC-OPN-N (WS-MC-SUB)
003660     ELSE
003670         IF TM-OPN-COUNT NOT NUMERIC
003680            OR TM-OPN-COUNT < "2" OR TM-OPN-COUNT > "5"
003690             MOVE 2 TO WS-MC-OPN-N (WS-MC-SUB)
003700             MOVE "OPERAND COUNT IS NOT 2-5 OR BLANK"
003710                 TO WS-MC-OPN-REASON (WS-MC-SUB)
003720             GO TO 1160-EXIT
003730         END-IF
003740         MOVE TM-OPN-COUNT TO WS-MC-OPN-N (WS-MC-SUB)
003750     END-IF.
003760     EVALUATE TRUE
003770         WHEN WS-OP-TWO-ONLY
003780             IF WS-MC-OPN-N (WS-MC-SUB) NOT = 2
003790                 MOVE "MAX/MIN/AVG TAKE EXACTLY 2 OPERANDS"
003800                     TO WS-MC-OPN-REASON (WS-MC-SUB)
003810             END-IF
003820         WHEN WS-OP-MED
003830             IF WS-MC-OPN-N (WS-MC-SUB) NOT = 3
003840                 MOVE "MED TAKES EXACTLY 3 OPERANDS"
003850                     TO WS-MC-OPN-REASON (WS-MC-SUB)
003860             END-IF
003870         WHEN WS-OP-SUM
003880             IF TM-OPN-COUNT = SPACE
003890                 MOVE "SUM NEEDS AN OPERAND COUNT OF 2-5"
003900                     TO WS-MC-OPN-REASON (WS-MC-SUB)
003910             END-IF
003920         WHEN OTHER
003930             MOVE "OP CODE IS NOT MAX/MIN/AVG/MED/SUM"
003940                 TO WS-MC-OPN-REASON (WS-MC-SUB)
003950     END-EVALUATE.
003960 1160-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------------*
004000*    1170-BLANK-PAST-COUNT                                       *
004010*    AN OPERAND COLUMN PAST THE COUNT SHOULD BE BLANK.  ONE THAT *
004020*    IS NOT IS REPORTED (UNLESS THE COUNT ITSELF ALREADY IS) AND *
004030*    THEN IGNORED, AS THE DRIVER IGNORES IT.                     *
004040*----------------------------------------------------------------*
004050 1170-BLANK-PAST-COUNT.
004060     IF WS-OPN-SUB > WS-MC-OPN-N (WS-MC-SUB)
004070         IF WS-SORT-IMAGE (WS-OPN-SUB) NOT = SPACES
004080            AND WS-MC-OPN-REASON (WS-MC-SUB) = SPACES
004090             MOVE "OPERAND PRESENT PAST THE OPERAND COUNT"
004100                 TO WS-MC-OPN-REASON (WS-MC-SUB)
004110         END-IF
004120         MOVE SPACES TO WS-SORT-IMAGE (WS-OPN-SUB)
004130     END-IF.
004140 1170-EXIT.
004150     EXIT.
004160
004170 1180-STORE-OPERAND.
004180     COMPUTE WS-OPN-POS = (WS-OPN-SUB - 1) * 8 + 1.
004190     MOVE WS-SORT-IMAGE (WS-OPN-SUB)
004200         TO WS-MC-OPERANDS (WS-MC-SUB) (WS-OPN-POS:7).
004210 1180-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------*
004250*    1190-BUILD-SET-KEY                                          *
004260*    SORTS THE OPERANDS ASCENDING BY VALUE, SO +3 -1 AND -1 +3   *
004270*    GIVE THE SAME KEY.  AN OPERAND THAT IS NOT A VALID NUMBER   *
004280*    LEAVES THE KEY IN DECK ORDER RATHER THAN GUESS.             *
004290*----------------------------------------------------------------*
004300 1190-BUILD-SET-KEY.
004310     MOVE "Y" TO WS-SORTABLE-SW.
004320     PERFORM 1192-CHECK-SORTABLE THRU 1192-EXIT
004330         VARYING WS-OPN-SUB FROM 1 BY 1
004340         UNTIL WS-OPN-SUB > WS-MC-OPN-N (WS-MC-SUB).
004350     IF NOT WS-SORTABLE
004360         GO TO 1190-EXIT
004370     END-IF.
004380     PERFORM 1194-SORT-ONE-PAIR THRU 1194-EXIT
004390         VARYING WS-OPN-SUB FROM 1 BY 1
004400         UNTIL WS-OPN-SUB NOT < WS-MC-OPN-N (WS-MC-SUB)
004410         AFTER WS-OPN-SUB2 FROM 1 BY 1
004420         UNTIL WS-OPN-SUB2 NOT < WS-MC-OPN-N (WS-MC-SUB).
004430     MOVE SPACES TO WS-MC-SET-KEY (WS-MC-SUB).
004440     PERFORM 1196-STORE-KEY-OPERAND THRU 1196-EXIT
004450         VARYING WS-OPN-SUB FROM 1 BY 1
004460         UNTIL WS-OPN-SUB > WS-MC-OPN-N (WS-MC-SUB).
004470 1190-EXIT.
004480     EXIT.
004490
004500 1192-CHECK-SORTABLE.
004510     IF WS-SORT-NUM (WS-OPN-SUB) NOT NUMERIC
004520         MOVE "N" TO WS-SORTABLE-SW
004530     END-IF.
004540 1192-EXIT.
004550     EXIT.
004560
004570 1194-SORT-ONE-PAIR.
004580     IF WS-SORT-NUM (WS-OPN-SUB2) > WS-SORT-NUM (WS-OPN-SUB2 + 1)
004590         MOVE WS-SORT-IMAGE (WS-OPN-SUB2) TO WS-SORT-HOLD
004600         MOVE WS-SORT-IMAGE (WS-OPN-SUB2 + 1)
004610             TO WS-SORT-IMAGE (WS-OPN-SUB2)
004620         MOVE WS-SORT-HOLD TO WS-SORT-IMAGE (WS-OPN-SUB2 + 1)
004630     END-IF.
004640 1194-EXIT.
004650     EXIT.
004660
004670 1196-STORE-KEY-OPERAND.
004680     COMPUTE WS-OPN-POS = (WS-OPN-SUB - 1) * 8 + 1.
004690     MOVE WS-SORT-IMAGE (WS-OPN-SUB)
004700         TO WS-MC-SET-KEY (WS-MC-SUB) (WS-OPN-POS:7).
004710 1196-EXIT.
004720     EXIT.
004730
004740 1200-OPEN-OUTPUTS.
004750     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
004760     MOVE SPACES TO WS-REPORT-NAME.
004770     STRING "results/tstaudit_"    DELIMITED BY SIZE
004780            WS-TODAY-NUM           DELIMITED BY SIZE
004790            ".rpt"                 DELIMITED BY SIZE
004800            INTO WS-REPORT-NAME
004810     END-STRING.
004820     MOVE SPACES TO WS-TRANS-NAME.
004830     STRING "results/tstaudit_"    DELIMITED BY SIZE
004840            WS-TODAY-NUM           DELIMITED BY SIZE
004850            ".trans"               DELIMITED BY SIZE
004860            INTO WS-TRANS-NAME
004870     END-STRING.
004880     OPEN OUTPUT F-AUDIT-REPORT.
004890     IF NOT WS-RPT-STATUS-OK
004900         DISPLAY "TSTAUDIT: UNABLE TO OPEN " WS-REPORT-NAME
004910                 ", FILE STATUS=" WS-RPT-STATUS
004920         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004930         GO TO 1200-EXIT
004940     END-IF.
004950     OPEN OUTPUT F-AUDIT-TRANS.
004960     IF NOT WS-TRANS-STATUS-OK
004970         DISPLAY "TSTAUDIT: UNABLE TO OPEN " WS-TRANS-NAME
004980                 ", FILE STATUS=" WS-TRANS-STATUS
004990         CLOSE F-AUDIT-REPORT
005000         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005010         GO TO 1200-EXIT
005020     END-IF.
005030     SET WS-FILES-OPEN TO TRUE.
005040     MOVE SPACES TO F-REPORT-LINE.
005050     STRING "TSTAUDIT MASTER CONSISTENCY AUDIT - MASTER "
005060                                DELIMITED BY SIZE
005070            WS-MASTER-FILE-NAME DELIMITED BY SPACE
005080            " - RUN DATE "      DELIMITED BY SIZE
005090            WS-TODAY-NUM        DELIMITED BY SIZE
005100            INTO F-REPORT-LINE
005110     END-STRING.
005120     WRITE F-REPORT-LINE.
005130 1200-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170*    2000-FIND-DUPLICATES                                        *
005180*    MARKS EVERY LATER CASE THAT REPEATS THIS ONE.  A CASE       *
005190*    ALREADY MARKED IS A MEMBER OF AN EARLIER GROUP AND STARTS   *
005200*    NO GROUP OF ITS OWN, SO EACH GROUP HANGS OFF ITS LOWEST ID. *
005210*----------------------------------------------------------------*
005220 2000-FIND-DUPLICATES.
005230     IF WS-MC-DUP-OF (WS-MC-SUB) NOT = 0
005240         GO TO 2000-EXIT
005250     END-IF.
005260     PERFORM 2050-COMPARE-FOR-DUP THRU 2050-EXIT
005270         VARYING WS-MC-SUB2 FROM WS-MC-SUB BY 1
005280         UNTIL WS-MC-SUB2 > WS-MC-COUNT.
005290 2000-EXIT.
005300     EXIT.
005310
005320 2050-COMPARE-FOR-DUP.
005330     IF WS-MC-SUB2 = WS-MC-SUB
005340        OR WS-MC-DUP-OF (WS-MC-SUB2) NOT = 0
005350         GO TO 2050-EXIT
005360     END-IF.
005370     IF WS-MC-OP-CODE (WS-MC-SUB2) NOT = WS-MC-OP-CODE (WS-MC-SUB)
005380        OR WS-MC-OPN-N (WS-MC-SUB2) NOT = WS-MC-OPN-N (WS-MC-SUB)
005390        OR WS-MC-SET-KEY (WS-MC-SUB2)
005400           NOT = WS-MC-SET-KEY (WS-MC-SUB)
005410        OR WS-MC-EXPECTED (WS-MC-SUB2)
005420           NOT = WS-MC-EXPECTED (WS-MC-SUB)
005430         GO TO 2050-EXIT
005440     END-IF.
005450     MOVE WS-MC-SUB TO WS-MC-DUP-OF (WS-MC-SUB2).
005460     IF WS-MC-OPERANDS (WS-MC-SUB2) = WS-MC-OPERANDS (WS-MC-SUB)
005470         MOVE "E" TO WS-MC-DUP-KIND (WS-MC-SUB2)
005480     ELSE
005490         MOVE "O" TO WS-MC-DUP-KIND (WS-MC-SUB2)
005500     END-IF.
005510     IF WS-MC-STATUS (WS-MC-SUB2) = WS-MC-STATUS (WS-MC-SUB)
005520        AND WS-MC-CMP-MODE (WS-MC-SUB2)
005530            = WS-MC-CMP-MODE (WS-MC-SUB)
005540        AND WS-MC-TOLERANCE (WS-MC-SUB2)
005550            = WS-MC-TOLERANCE (WS-MC-SUB)
005560         MOVE "Y" TO WS-MC-PURE-SW (WS-MC-SUB2)
005570     END-IF.
005580 2050-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------*
005620*    3000-FINALIZE                                               *
005630*    THE FIVE SECTIONS, THE SUMMARY COUNTS, AND THE RETURN-CODE. *
005640*----------------------------------------------------------------*
005650 3000-FINALIZE.
005660     MOVE "SECTION 1 - CONFLICTING EXPECTATIONS, SAME OPERAND SET"
005670         TO F-REPORT-LINE.
005680     WRITE F-REPORT-LINE.
005690     PERFORM 3100-REPORT-CONFLICTS THRU 3100-EXIT
005700         VARYING WS-MC-SUB FROM 1 BY 1
005710         UNTIL WS-MC-SUB > WS-MC-COUNT.
005720     MOVE "SECTION 2 - DUPLICATE CASES (KEPT CASE FIRST)"
005730         TO F-REPORT-LINE.
005740     WRITE F-REPORT-LINE.
005750     PERFORM 3200-REPORT-DUPLICATE THRU 3200-EXIT
005760         VARYING WS-MC-SUB FROM 1 BY 1
005770         UNTIL WS-MC-SUB > WS-MC-COUNT.
005780     MOVE "SECTION 3 - XFAIL CASES WITH NO TICKET"
005790         TO F-REPORT-LINE.
005800     WRITE F-REPORT-LINE.
005810     PERFORM 3300-REPORT-NO-TICKET THRU 3300-EXIT
005820         VARYING WS-MC-SUB FROM 1 BY 1
005830         UNTIL WS-MC-SUB > WS-MC-COUNT.
005840     MOVE "SECTION 4 - TOL CASES WITH A ZERO TOLERANCE"
005850         TO F-REPORT-LINE.
005860     WRITE F-REPORT-LINE.
005870     PERFORM 3400-REPORT-ZERO-TOL THRU 3400-EXIT
005880         VARYING WS-MC-SUB FROM 1 BY 1
005890         UNTIL WS-MC-SUB > WS-MC-COUNT.
005900     MOVE "SECTION 5 - OPERAND COUNT DISAGREES WITH THE OP CODE"
005910         TO F-REPORT-LINE.
005920     WRITE F-REPORT-LINE.
005930     PERFORM 3500-REPORT-OPN-COUNT THRU 3500-EXIT
005940         VARYING WS-MC-SUB FROM 1 BY 1
005950         UNTIL WS-MC-SUB > WS-MC-COUNT.
005960     MOVE SPACES TO F-REPORT-LINE.
005970     STRING "MASTER="            DELIMITED BY SIZE
005980            WS-READ-COUNT        DELIMITED BY SIZE
005990            " CONFLICTS="        DELIMITED BY SIZE
006000            WS-CONFLICT-COUNT    DELIMITED BY SIZE
006010            " DUPLICATES="       DELIMITED BY SIZE
006020            WS-DUP-COUNT         DELIMITED BY SIZE
006030            " PROPOSED-DELETES=" DELIMITED BY SIZE
006040            WS-PROPOSED-COUNT    DELIMITED BY SIZE
006050            " XFAIL-NO-TICKET="  DELIMITED BY SIZE
006060            WS-NO-TICKET-COUNT   DELIMITED BY SIZE
006070            " TOL-ZERO="         DELIMITED BY SIZE
006080            WS-ZERO-TOL-COUNT    DELIMITED BY SIZE
006090            " OPN-COUNT="        DELIMITED BY SIZE
006100            WS-OPN-BAD-COUNT     DELIMITED BY SIZE
006110            INTO F-REPORT-LINE
006120     END-STRING.
006130     WRITE F-REPORT-LINE.
006140     DISPLAY "TSTAUDIT: " F-REPORT-LINE.
006150     CLOSE F-AUDIT-REPORT.
006160     CLOSE F-AUDIT-TRANS.
006170     IF WS-PROPOSED-COUNT > 0
006180         DISPLAY "TSTAUDIT: PROPOSED DELETES IN " WS-TRANS-NAME
006190                 " - REVIEW BEFORE FEEDING TSTMAINT"
006200     END-IF.
006210     IF WS-RETURN-CODE-OVERRIDE NOT = 0
006220         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
006230     ELSE
006240         IF WS-CONFLICT-COUNT > 0
006250            OR WS-DUP-COUNT > 0
006260            OR WS-NO-TICKET-COUNT > 0
006270            OR WS-ZERO-TOL-COUNT > 0
006280            OR WS-OPN-BAD-COUNT > 0
006290             MOVE 4 TO RETURN-CODE
006300         ELSE
006310             MOVE 0 TO RETURN-CODE
006320         END-IF
006330     END-IF.
006340 3000-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380*    3100-REPORT-CONFLICTS                                       *
006390*    EVERY PAIR OF GROUP HEADS WITH THE SAME OP CODE AND OPERAND *
006400*    SET BUT A DIFFERENT EXPECTED VALUE.  DUPLICATES ARE LEFT    *
006410*    OUT - THEY CONFLICT EXACTLY AS THEIR KEPT CASE DOES.        *
006420*----------------------------------------------------------------*
006430 3100-REPORT-CONFLICTS.
006440     IF WS-MC-DUP-OF (WS-MC-SUB) NOT = 0
006450         GO TO 3100-EXIT
006460     END-IF.
006470     PERFORM 3150-COMPARE-FOR-CONFLICT THRU 3150-EXIT
006480         VARYING WS-MC-SUB2 FROM WS-MC-SUB BY 1
006490         UNTIL WS-MC-SUB2 > WS-MC-COUNT.
006500 3100-EXIT.
006510     EXIT.
006520
006530 3150-COMPARE-FOR-CONFLICT.
006540     IF WS-MC-SUB2 = WS-MC-SUB
006550        OR WS-MC-DUP-OF (WS-MC-SUB2) NOT = 0
006560         GO TO 3150-EXIT
006570     END-IF.
006580     IF WS-MC-OP-CODE (WS-MC-SUB2) NOT = WS-MC-OP-CODE (WS-MC-SUB)
006590        OR WS-MC-OPN-N (WS-MC-SUB2) NOT = WS-MC-OPN-N (WS-MC-SUB)
006600        OR WS-MC-SET-KEY (WS-MC-SUB2)
006610           NOT = WS-MC-SET-KEY (WS-MC-SUB)
006620         GO TO 3150-EXIT
006630     END-IF.
006640     ADD 1 TO WS-CONFLICT-COUNT.
006650     IF WS-MC-OPERANDS (WS-MC-SUB2) = WS-MC-OPERANDS (WS-MC-SUB)
006660         MOVE "SAME ORDER"       TO WS-KIND-TEXT
006670     ELSE
006680         MOVE "OPERANDS SWAPPED" TO WS-KIND-TEXT
006690     END-IF.
006700     MOVE SPACES TO F-REPORT-LINE.
006710     STRING "  CONFLICT - "      DELIMITED BY SIZE
006720            WS-KIND-TEXT         DELIMITED BY "  "
006730            INTO F-REPORT-LINE
006740     END-STRING.
006750     WRITE F-REPORT-LINE.
006760     MOVE WS-MC-SUB TO WS-MC-KEEP.
006770     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
006780     MOVE SPACES TO F-REPORT-LINE.
006790     STRING "    "               DELIMITED BY SIZE
006800            WS-CASE-TEXT         DELIMITED BY SIZE
006810            INTO F-REPORT-LINE
006820     END-STRING.
006830     WRITE F-REPORT-LINE.
006840     MOVE WS-MC-SUB2 TO WS-MC-KEEP.
006850     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
006860     MOVE SPACES TO F-REPORT-LINE.
006870     STRING "    "               DELIMITED BY SIZE
006880            WS-CASE-TEXT         DELIMITED BY SIZE
006890            INTO F-REPORT-LINE
006900     END-STRING.
006910     WRITE F-REPORT-LINE.
006920 3150-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------------*
006960*    3200-REPORT-DUPLICATE                                       *
006970*    ONE LINE PER DUPLICATE, AFTER THE CASE IT REPEATS.  A PURE  *
006980*    DUPLICATE ALSO GETS ITS PROPOSED DELETE.                    *
006990*----------------------------------------------------------------*
007000 3200-REPORT-DUPLICATE.
007010     IF WS-MC-DUP-OF (WS-MC-SUB) = 0
007020         GO TO 3200-EXIT
007030     END-IF.
007040     ADD 1 TO WS-DUP-COUNT.
007050     IF WS-MC-DUP-EXACT (WS-MC-SUB)
007060         MOVE "EXACT"            TO WS-KIND-TEXT
007070     ELSE
007080         MOVE "ORDER-EQUIVALENT" TO WS-KIND-TEXT
007090     END-IF.
007100     MOVE SPACES TO F-REPORT-LINE.
007110     IF WS-MC-PURE (WS-MC-SUB)
007120         STRING "  DUPLICATE "   DELIMITED BY SIZE
007130                WS-KIND-TEXT     DELIMITED BY SPACE
007140                " - DELETE PROPOSED" DELIMITED BY SIZE
007150                INTO F-REPORT-LINE
007160         END-STRING
007170     ELSE
007180         STRING "  DUPLICATE "   DELIMITED BY SIZE
007190                WS-KIND-TEXT     DELIMITED BY SPACE
007200                " - STATUS, CMP OR TOL DIFFERS, "
007210                                 DELIMITED BY SIZE
007220                "NO DELETE PROPOSED" DELIMITED BY SIZE
007230                INTO F-REPORT-LINE
007240         END-STRING
007250     END-IF.
007260     WRITE F-REPORT-LINE.
007270     MOVE WS-MC-DUP-OF (WS-MC-SUB) TO WS-MC-KEEP.
007280     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
007290     MOVE SPACES TO F-REPORT-LINE.
007300     STRING "    KEPT   "        DELIMITED BY SIZE
007310            WS-CASE-TEXT         DELIMITED BY SIZE
007320            INTO F-REPORT-LINE
007330     END-STRING.
007340     WRITE F-REPORT-LINE.
007350     MOVE WS-MC-SUB TO WS-MC-KEEP.
007360     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
007370     MOVE SPACES TO F-REPORT-LINE.
007380     STRING "    REPEAT "        DELIMITED BY SIZE
007390            WS-CASE-TEXT         DELIMITED BY SIZE
007400            INTO F-REPORT-LINE
007410     END-STRING.
007420     WRITE F-REPORT-LINE.
007430     IF WS-MC-PURE (WS-MC-SUB)
007440         PERFORM 3250-WRITE-DELETE-TRANS THRU 3250-EXIT
007450     END-IF.
007460 3200-EXIT.
007470     EXIT.
007480
007490 3250-WRITE-DELETE-TRANS.
007500     MOVE SPACES TO F-TRANS-LINE.
007510     MOVE "D"                             TO TR-ACTION.
007520     MOVE WS-MC-TEST-ID (WS-MC-SUB)       TO TR-TEST-ID.
007530     MOVE WS-MC-OP-CODE (WS-MC-SUB)       TO TR-OP-CODE.
007540     MOVE WS-MC-OPERANDS (WS-MC-SUB) (1:7)  TO TR-IN-A.
007550     MOVE WS-MC-OPERANDS (WS-MC-SUB) (9:7)  TO TR-IN-B.
007560     MOVE WS-MC-OPERANDS (WS-MC-SUB) (17:7) TO TR-IN-C.
007570     MOVE WS-MC-OPERANDS (WS-MC-SUB) (25:7) TO TR-IN-D.
007580     MOVE WS-MC-OPERANDS (WS-MC-SUB) (33:7) TO TR-IN-E.
007590     MOVE WS-MC-EXPECTED (WS-MC-SUB)      TO TR-EXPECTED.
007600     MOVE WS-MC-TEST-NAME (WS-MC-SUB)     TO TR-TEST-NAME.
007610     MOVE WS-MC-STATUS (WS-MC-SUB)        TO TR-STATUS.
007620     MOVE WS-MC-TICKET (WS-MC-SUB)        TO TR-TICKET.
007630     MOVE WS-MC-CMP-MODE (WS-MC-SUB)      TO TR-CMP-MODE.
007640     MOVE WS-MC-TOLERANCE (WS-MC-SUB)     TO TR-TOLERANCE.
007650     MOVE WS-MC-OWNER (WS-MC-SUB)         TO TR-OWNER.
007660     MOVE WS-MC-SUITE-TAG (WS-MC-SUB)     TO TR-SUITE-TAG.
007670     MOVE WS-MC-OPN-COUNT (WS-MC-SUB)     TO TR-OPN-COUNT.
007680     WRITE F-TRANS-LINE.
007690     IF WS-TRANS-STATUS-OK
007700         ADD 1 TO WS-PROPOSED-COUNT
007710     ELSE
007720         DISPLAY "TSTAUDIT: TRANSACTION WRITE FAILED, "
007730                 "FILE STATUS=" WS-TRANS-STATUS
007740         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007750     END-IF.
007760 3250-EXIT.
007770     EXIT.
007780
007790 3300-REPORT-NO-TICKET.
007800     IF WS-MC-STATUS (WS-MC-SUB) NOT = "XFAIL"
007810        OR WS-MC-TICKET (WS-MC-SUB) NOT = SPACES
007820         GO TO 3300-EXIT
007830     END-IF.
007840     ADD 1 TO WS-NO-TICKET-COUNT.
007850     MOVE WS-MC-SUB TO WS-MC-KEEP.
007860     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
007870     MOVE SPACES TO F-REPORT-LINE.
007880     STRING "  "                 DELIMITED BY SIZE
007890            WS-CASE-TEXT         DELIMITED BY SIZE
007900            INTO F-REPORT-LINE
007910     END-STRING.
007920     WRITE F-REPORT-LINE.
007930 3300-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------------*
007970*    3400-REPORT-ZERO-TOL                                        *
007980*    A TOL CASE WITH NO TOLERANCE IS AN EXACT COMPARE IN         *
007990*    DISGUISE; A BLANK TOLERANCE COUNTS AS ZERO.                 *
008000*----------------------------------------------------------------*
008010 3400-REPORT-ZERO-TOL.
008020     IF WS-MC-CMP-MODE (WS-MC-SUB) NOT = "TOL"
008030         GO TO 3400-EXIT
008040     END-IF.
008050     IF WS-MC-TOLERANCE (WS-MC-SUB) NOT = SPACES
008060        AND WS-MC-TOLERANCE (WS-MC-SUB) NOT = "000000"
008070         GO TO 3400-EXIT
008080     END-IF.
008090     ADD 1 TO WS-ZERO-TOL-COUNT.
008100     MOVE WS-MC-SUB TO WS-MC-KEEP.
008110     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
008120     MOVE SPACES TO F-REPORT-LINE.
008130     STRING "  "                 DELIMITED BY SIZE
008140            WS-CASE-TEXT         DELIMITED BY SIZE
008150            INTO F-REPORT-LINE
008160     END-STRING.
008170     WRITE F-REPORT-LINE.
008180 3400-EXIT.
008190     EXIT.
008200
008210 3500-REPORT-OPN-COUNT.
008220     IF WS-MC-OPN-REASON (WS-MC-SUB) = SPACES
008230         GO TO 3500-EXIT
008240     END-IF.
008250     ADD 1 TO WS-OPN-BAD-COUNT.
008260     MOVE WS-MC-SUB TO WS-MC-KEEP.
008270     PERFORM 8100-FORMAT-CASE THRU 8100-EXIT.
008280     MOVE SPACES TO F-REPORT-LINE.
008290     STRING "  "                 DELIMITED BY SIZE
008300            WS-CASE-TEXT         DELIMITED BY SIZE
008310            INTO F-REPORT-LINE
008320     END-STRING.
008330     WRITE F-REPORT-LINE.
008340     MOVE SPACES TO F-REPORT-LINE.
008350     STRING "        OPN="       DELIMITED BY SIZE
008360            WS-MC-OPN-COUNT (WS-MC-SUB)
008370                                 DELIMITED BY SIZE
008380            " - "                DELIMITED BY SIZE
008390            WS-MC-OPN-REASON (WS-MC-SUB)
008400                                 DELIMITED BY SIZE
008410            INTO F-REPORT-LINE
008420     END-STRING.
008430     WRITE F-REPORT-LINE.
008440 3500-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------*
008480*    8100-FORMAT-CASE                                            *
008490*    ONE CASE (ENTRY WS-MC-KEEP) AS "ID OP OPERANDS = EXPECTED   *
008500*    STATUS TICKET OWNER NAME" IN WS-CASE-TEXT.                  *
008510*----------------------------------------------------------------*
008520 8100-FORMAT-CASE.
008530     COMPUTE WS-LIST-LEN = WS-MC-OPN-N (WS-MC-KEEP) * 8 - 1.
008540     MOVE SPACES TO WS-CASE-TEXT.
008550     STRING "ID="                DELIMITED BY SIZE
008560            WS-MC-TEST-ID (WS-MC-KEEP)
008570                                 DELIMITED BY SIZE
008580            " "                  DELIMITED BY SIZE
008590            WS-MC-OP-CODE (WS-MC-KEEP)
008600                                 DELIMITED BY SIZE
008610            " "                  DELIMITED BY SIZE
008620            WS-MC-OPERANDS (WS-MC-KEEP) (1:WS-LIST-LEN)
008630                                 DELIMITED BY SIZE
008640            " = "                DELIMITED BY SIZE
008650            WS-MC-EXPECTED (WS-MC-KEEP)
008660                                 DELIMITED BY SIZE
008670            " "                  DELIMITED BY SIZE
008680            WS-MC-STATUS (WS-MC-KEEP)
008690                                 DELIMITED BY SIZE
008700            " "                  DELIMITED BY SIZE
008710            WS-MC-CMP-MODE (WS-MC-KEEP)
008720                                 DELIMITED BY SIZE
008730            " "                  DELIMITED BY SIZE
008740            WS-MC-TOLERANCE (WS-MC-KEEP)
008750                                 DELIMITED BY SIZE
008760            " "                  DELIMITED BY SIZE
008770            WS-MC-TICKET (WS-MC-KEEP)
008780                                 DELIMITED BY SIZE
008790            " OWNER="            DELIMITED BY SIZE
008800            WS-MC-OWNER (WS-MC-KEEP)
008810                                 DELIMITED BY SIZE
008820            " "                  DELIMITED BY SIZE
008830            WS-MC-TEST-NAME (WS-MC-KEEP)
008840                                 DELIMITED BY "  "
008850            INTO WS-CASE-TEXT
008860     END-STRING.
008870 8100-EXIT.
008880     EXIT.
