000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      OWNDIGST                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      PER-OWNER FAILURE DIGESTS FROM THE NIGHT'S    *
000090*                  RESULTS.  JOINS THE DAY'S DATED RESULTS CSV   *
000100*                  TO THE TEST-CASE MASTER ON TEST NAME (THE     *
000110*                  SAME JOIN TSTRECON USES), TAKES THE NEW /     *
000120*                  STILL-FAILING SPLIT FROM THE DAY'S TRIAGE     *
000130*                  REPORT AND THE SLA BREACHES FROM THE DAY'S    *
000140*                  SLOW-TEST REPORT, AND WRITES ONE DATED DIGEST *
000150*                  PER TM-OWNER WITH FIVE SECTIONS:              *
000160*                    1 - NEW FAILURES                            *
000170*                    2 - STILL FAILING                           *
000180*                    3 - XPASS (XFAIL CASE NOW PASSING)          *
000190*                    4 - SLA BREACHES                            *
000200*                    5 - ACTIVE CASES WITH NO VERDICT TONIGHT    *
000210*                  AN OWNER WITH NOTHING IN ANY SECTION GETS NO  *
000220*                  DIGEST.  A CONTROL FILE LISTS EVERY OWNER     *
000230*                  THAT GOT ONE, WITH ITS LINE COUNT AND FILE    *
000240*                  NAME, SO THE DISTRIBUTION JOB CAN ROUTE THE   *
000250*                  FILES WITHOUT OPENING THEM.                   *
000260*                                                                *
000270*                  A VERDICT ROW WITH NO MASTER CASE, OR A       *
000280*                  MASTER CASE WITH A BLANK OWNER, IS ROUTED TO  *
000290*                  OWNER UNOWNED.  A FAILURE THE TRIAGE REPORT   *
000300*                  DOES NOT LIST AS STILL FAILING IS A NEW       *
000310*                  FAILURE, SO A MISSING TRIAGE REPORT ERRS ON   *
000320*                  THE SIDE OF CALLING EVERYTHING NEW.           *
000330*                                                                *
000340*                  TESTMAST NAMES THE MASTER (DEFAULTING TO      *
000350*                  INPUT/TESTMAST.IDX), CSVNEW THE DAY'S CSV,    *
000360*                  TRIAGE THE TRIAGE REPORT AND SLOWRPT THE      *
000370*                  SLOW-TEST REPORT (EACH DEFAULTING TO TODAY'S  *
000380*                  DATED FILE IN RESULTS/).  OUTPUTS ARE         *
000390*                  RESULTS/DIGEST_OWNER_YYYYMMDD.RPT PER OWNER   *
000400*                  AND RESULTS/DIGEST_YYYYMMDD.CTL.              *
000410*                                                                *
000420*                  RETURN-CODE:  0 = DIGESTS WRITTEN             *
000430*                                4 = SOME CASES WENT TO UNOWNED  *
000440*                                8 = FILE ERROR                  *
000450*                                                                *
000460*----------------------------------------------------------------*
000470*    MODIFICATION HISTORY                                        *
000480*    DATE        INIT  DESCRIPTION                               *
000490*    ----------  ----  ----------------------------------------  *
000500*    2026-10-15  RLO   ORIGINAL VERSION - PER-OWNER DIGESTS AND  *
000510*                      THE DISTRIBUTION CONTROL FILE.            *
000520*----------------------------------------------------------------*
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. owndigst.
000550 AUTHOR. R. OKONKWO.
000560 INSTALLATION. ENTERPRISE BATCH SERVICES.
000570 DATE-WRITTEN. 2026-10-15.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT F-MASTER ASSIGN DYNAMIC WS-MASTER-FILE-NAME
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS TM-TEST-ID
000670         FILE STATUS IS WS-MAST-STATUS.
000680
000690     SELECT F-DAY-CSV ASSIGN DYNAMIC WS-DAY-CSV-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CSV-STATUS.
000720
000730     SELECT F-TRIAGE ASSIGN DYNAMIC WS-TRIAGE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRIAGE-STATUS.
000760
000770     SELECT F-SLOW ASSIGN DYNAMIC WS-SLOW-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SLOW-STATUS.
000800
000810     SELECT F-DIGEST ASSIGN DYNAMIC WS-DIGEST-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-DIGEST-STATUS.
000840
000850     SELECT F-CONTROL ASSIGN DYNAMIC WS-CONTROL-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CTL-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD F-MASTER.
000920 COPY testmast.
000930
000940 FD F-DAY-CSV.
000950 01 F-CSV-LINE                  PIC X(180).
000960
000970*----------------------------------------------------------------*
000980*    TRIAGE REPORT LINE AS RSLTCOMP WRITES IT.  CASE LINES ARE   *
000990*    INDENTED TWO COLUMNS UNDER A "SECTION N - " TITLE LINE.     *
001000*----------------------------------------------------------------*
001010 FD F-TRIAGE.
001020 01 F-TRIAGE-LINE               PIC X(100).
001030 01 F-TRIAGE-CASE-LINE.
001040     05 FILLER                  PIC X(02).
001050     05 F-TRI-ID-TAG            PIC X(03).
001060     05 F-TRI-TEST-ID           PIC X(03).
001070     05 FILLER                  PIC X(26).
001080     05 F-TRI-TEST-NAME         PIC X(40).
001090     05 FILLER                  PIC X(26).
001100
001110*----------------------------------------------------------------*
001120*    SLOW-TEST REPORT LINE AS TDDMAX2 WRITES IT.                 *
001130*----------------------------------------------------------------*
001140 FD F-SLOW.
001150 01 F-SLOW-LINE                 PIC X(100).
001160 01 F-SLOW-CASE-LINE.
001170     05 F-SLOW-TAG              PIC X(05).
001180     05 F-SLOW-TEST-ID          PIC X(03).
001190     05 FILLER                  PIC X(04).
001200     05 F-SLOW-OP-CODE          PIC X(03).
001210     05 FILLER                  PIC X(09).
001220     05 F-SLOW-ELAPSED          PIC X(07).
001230     05 FILLER                  PIC X(07).
001240     05 F-SLOW-LIMIT            PIC X(07).
001250     05 FILLER                  PIC X(06).
001260     05 F-SLOW-TEST-NAME        PIC X(40).
001270     05 FILLER                  PIC X(09).
001280
001290 FD F-DIGEST.
001300 01 F-DIGEST-LINE               PIC X(120).
001310
001320*----------------------------------------------------------------*
001330*    CONTROL RECORD - ONE PER DIGEST WRITTEN.                    *
001340*----------------------------------------------------------------*
001350 FD F-CONTROL.
001360 01 F-CONTROL-LINE.
001370     05 F-CTL-OWNER             PIC X(08).
001380     05 FILLER                  PIC X(01).
001390     05 F-CTL-LINES             PIC 9(06).
001400     05 FILLER                  PIC X(01).
001410     05 F-CTL-FILE-NAME         PIC X(50).
001420
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------*
001450*    FILE NAMES - RESOLVED THE SAME WAY THE REST OF THE HARNESS  *
001460*    RESOLVES THEM, EACH DEFAULTING TO TODAY'S DATED FILE.       *
001470*----------------------------------------------------------------*
001480 01 WS-MASTER-FILE-NAME         PIC X(40).
001490 01 WS-DAY-CSV-NAME             PIC X(40).
001500 01 WS-TRIAGE-NAME              PIC X(40).
001510 01 WS-SLOW-NAME                PIC X(40).
001520 01 WS-DIGEST-NAME              PIC X(50).
001530 01 WS-CONTROL-NAME             PIC X(40).
001540
001550*----------------------------------------------------------------*
001560*    FILE STATUS CODES                                           *
001570*----------------------------------------------------------------*
001580 01 WS-MAST-STATUS              PIC X(02).
001590     88 WS-MAST-STATUS-OK                  VALUE "00".
001600     88 WS-MAST-NOT-FOUND                  VALUE "35".
001610
001620 01 WS-CSV-STATUS               PIC X(02).
001630     88 WS-CSV-STATUS-OK                   VALUE "00".
001640
001650 01 WS-TRIAGE-STATUS            PIC X(02).
001660     88 WS-TRIAGE-STATUS-OK                VALUE "00".
001670     88 WS-TRIAGE-NOT-FOUND                VALUE "35".
001680
001690 01 WS-SLOW-STATUS              PIC X(02).
001700     88 WS-SLOW-STATUS-OK                  VALUE "00".
001710     88 WS-SLOW-NOT-FOUND                  VALUE "35".
001720
001730 01 WS-DIGEST-STATUS            PIC X(02).
001740     88 WS-DIGEST-STATUS-OK                VALUE "00".
001750
001760 01 WS-CTL-STATUS               PIC X(02).
001770     88 WS-CTL-STATUS-OK                   VALUE "00".
001780
001790*----------------------------------------------------------------*
001800*    SWITCHES                                                    *
001810*----------------------------------------------------------------*
001820 77 WS-DONE-SW                   PIC X(01) VALUE "N".
001830     88 WS-DONE                            VALUE "Y".
001840
001850 77 WS-FILES-OPEN-SW             PIC X(01) VALUE "N".
001860     88 WS-FILES-OPEN                      VALUE "Y".
001870
001880 77 WS-FOUND-SW                  PIC X(01) VALUE "N".
001890     88 WS-FOUND                           VALUE "Y".
001900
001910 77 WS-TRIAGE-MISSING-SW         PIC X(01) VALUE "N".
001920     88 WS-TRIAGE-MISSING                  VALUE "Y".
001930
001940*----------------------------------------------------------------*
001950*    DIGEST PASS - EACH OWNER IS WALKED TWICE OVER THE SAME      *
001960*    CLASSIFICATION: ONCE TO COUNT (NO DIGEST FOR AN OWNER WITH  *
001970*    NOTHING TO REPORT) AND ONCE TO WRITE.                       *
001980*----------------------------------------------------------------*
001990 77 WS-PASS-SW                   PIC X(01) VALUE "C".
002000     88 WS-COUNT-PASS                      VALUE "C".
002010     88 WS-WRITE-PASS                      VALUE "W".
002020
002030 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
002040
002050*----------------------------------------------------------------*
002060*    THE CSV ROW IMAGE SHARED WITH CHCKRSLT                      *
002070*----------------------------------------------------------------*
002080 COPY csvrow.
002090
002100*----------------------------------------------------------------*
002110*    EVERY MASTER CASE WITH ITS OWNER AND TONIGHT'S LATEST       *
002120*    VERDICT.  THE SECTION IS 1 NEW FAILURE, 2 STILL FAILING,    *
002130*    3 XPASS, 5 ACTIVE AND NOT RUN, OR 0 NOTHING TO REPORT.      *
002140*----------------------------------------------------------------*
002150 77 WS-MAST-MAX                 PIC 9(04) COMP VALUE 1000.
002160 77 WS-MAST-COUNT               PIC 9(04) COMP VALUE 0.
002170 77 WS-MAST-SUB                 PIC 9(04) COMP VALUE 0.
002180 01 WS-MAST-TABLE.
002190     05 WS-MAST-ENTRY           OCCURS 1000 TIMES.
002200         10 WS-MAST-TEST-ID    PIC 9(05).
002210         10 WS-MAST-TEST-NAME  PIC X(40).
002220         10 WS-MAST-OP-CODE    PIC X(03).
002230         10 WS-MAST-OWNER      PIC X(08).
002240         10 WS-MAST-TICKET     PIC X(08).
002250         10 WS-MAST-ACTIVE-SW  PIC X(01).
002260         10 WS-MAST-JUDGED-SW  PIC X(01).
002270         10 WS-MAST-RESULT     PIC X(05).
002280         10 WS-MAST-EXPECTED   PIC S9(06) SIGN IS LEADING
002290                               SEPARATE.
002300         10 WS-MAST-ACTUAL     PIC S9(06) SIGN IS LEADING
002310                               SEPARATE.
002320         10 WS-MAST-SECTION    PIC 9(01).
002330
002340*----------------------------------------------------------------*
002350*    VERDICT ROWS WITH NO MASTER CASE - ROUTED TO UNOWNED        *
002360*----------------------------------------------------------------*
002370 77 WS-ORPH-MAX                 PIC 9(04) COMP VALUE 1000.
002380 77 WS-ORPH-COUNT               PIC 9(04) COMP VALUE 0.
002390 77 WS-ORPH-SUB                 PIC 9(04) COMP VALUE 0.
002400 01 WS-ORPH-TABLE.
002410     05 WS-ORPH-ENTRY           OCCURS 1000 TIMES.
002420         10 WS-ORPH-TEST-ID    PIC 9(03).
002430         10 WS-ORPH-TEST-NAME  PIC X(40).
002440         10 WS-ORPH-OP-CODE    PIC X(03).
002450         10 WS-ORPH-RESULT     PIC X(05).
002460         10 WS-ORPH-EXPECTED   PIC S9(06) SIGN IS LEADING
002470                               SEPARATE.
002480         10 WS-ORPH-ACTUAL     PIC S9(06) SIGN IS LEADING
002490                               SEPARATE.
002500         10 WS-ORPH-SECTION    PIC 9(01).
002510
002520*----------------------------------------------------------------*
002530*    NAMES THE TRIAGE REPORT LISTS AS STILL FAILING              *
002540*----------------------------------------------------------------*
002550 77 WS-STILL-MAX                PIC 9(04) COMP VALUE 1000.
002560 77 WS-STILL-COUNT              PIC 9(04) COMP VALUE 0.
002570 77 WS-STILL-SUB                PIC 9(04) COMP VALUE 0.
002580 01 WS-STILL-TABLE.
002590     05 WS-STILL-TEST-NAME      OCCURS 1000 TIMES
002600                                PIC X(40).
002610 77 WS-TRIAGE-SECTION           PIC 9(01) VALUE 0.
002620
002630*----------------------------------------------------------------*
002640*    SLA BREACHES FROM THE SLOW-TEST REPORT, WITH THE OWNER      *
002650*    RESOLVED THROUGH THE MASTER BY NAME                         *
002660*----------------------------------------------------------------*
002670 77 WS-SLOW-MAX                 PIC 9(03) COMP VALUE 200.
002680 77 WS-SLOW-COUNT               PIC 9(03) COMP VALUE 0.
002690 77 WS-SLOW-SUB                 PIC 9(03) COMP VALUE 0.
002700 01 WS-SLOW-TABLE.
002710     05 WS-SLOW-ENTRY           OCCURS 200 TIMES.
002720         10 WS-SLOW-TEST-NAME  PIC X(40).
002730         10 WS-SLOW-OP         PIC X(03).
002740         10 WS-SLOW-ELAPSED-X  PIC X(07).
002750         10 WS-SLOW-LIMIT-X    PIC X(07).
002760         10 WS-SLOW-OWNER      PIC X(08).
002770
002780*----------------------------------------------------------------*
002790*    DISTINCT OWNERS, IN THE ORDER THE MASTER FIRST NAMES THEM   *
002800*----------------------------------------------------------------*
002810 77 WS-OWNER-MAX                PIC 9(03) COMP VALUE 200.
002820 77 WS-OWNER-COUNT              PIC 9(03) COMP VALUE 0.
002830 77 WS-OWNER-SUB                PIC 9(03) COMP VALUE 0.
002840 01 WS-OWNER-TABLE.
002850     05 WS-OWNER-NAME           OCCURS 200 TIMES
002860                                PIC X(08).
002870
002880*----------------------------------------------------------------*
002890*    THE KEYS BEING SCANNED FOR AND THE OWNER BEING DIGESTED     *
002900*----------------------------------------------------------------*
002910 01 WS-KEY-NAME                 PIC X(40).
002920 01 WS-KEY-OWNER                PIC X(08).
002930 01 WS-CUR-OWNER                PIC X(08).
002940 01 WS-UNOWNED                  PIC X(08) VALUE "UNOWNED".
002950 77 WS-SECTION-WANTED           PIC 9(01) VALUE 0.
002960 01 WS-SECTION-TITLE            PIC X(60).
002970
002980*----------------------------------------------------------------*
002990*    PER-OWNER SECTION COUNTS AND LINE COUNT, AND RUN TOTALS     *
003000*----------------------------------------------------------------*
003010 77 WS-OWN-NEW-FAIL             PIC 9(04) VALUE 0.
003020 77 WS-OWN-STILL-FAIL           PIC 9(04) VALUE 0.
003030 77 WS-OWN-XPASS                PIC 9(04) VALUE 0.
003040 77 WS-OWN-SLOW                 PIC 9(04) VALUE 0.
003050 77 WS-OWN-NOT-RUN              PIC 9(04) VALUE 0.
003060 77 WS-OWN-ITEMS                PIC 9(05) VALUE 0.
003070 77 WS-OWN-LINES                PIC 9(06) VALUE 0.
003080 77 WS-DIGEST-COUNT             PIC 9(04) VALUE 0.
003090 77 WS-UNOWNED-ITEMS            PIC 9(05) VALUE 0.
003100 77 WS-CSV-ROWS                 PIC 9(05) VALUE 0.
003110
003120*----------------------------------------------------------------*
003130*    TIMESTAMP WORK AREA FOR THE DATED FILE NAMES                *
003140*----------------------------------------------------------------*
003150 01 WS-TODAY.
003160     05 WS-TODAY-YYYY          PIC 9(04).
003170     05 WS-TODAY-MM            PIC 9(02).
003180     05 WS-TODAY-DD            PIC 9(02).
003190
003200 PROCEDURE DIVISION.
003210
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     IF WS-FILES-OPEN
003250         PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
003260             UNTIL WS-DONE
003270         MOVE "N" TO WS-DONE-SW
003280         PERFORM 2500-PROCESS-CSV-ROW THRU 2500-EXIT
003290             UNTIL WS-DONE
003300         PERFORM 2700-LOAD-TRIAGE THRU 2700-EXIT
003310         PERFORM 2800-LOAD-SLOW-REPORT THRU 2800-EXIT
003320         PERFORM 2900-CLASSIFY-MASTER-CASE THRU 2900-EXIT
003330             VARYING WS-MAST-SUB FROM 1 BY 1
003340             UNTIL WS-MAST-SUB > WS-MAST-COUNT
003350         PERFORM 2950-CLASSIFY-ORPHAN-ROW THRU 2950-EXIT
003360             VARYING WS-ORPH-SUB FROM 1 BY 1
003370             UNTIL WS-ORPH-SUB > WS-ORPH-COUNT
003380         PERFORM 3000-FINALIZE THRU 3000-EXIT
003390     END-IF.
003400     STOP RUN.
003410
003420 1000-INITIALIZE.
003430     PERFORM 1050-RESOLVE-FILE-NAMES THRU 1050-EXIT.
003440     OPEN INPUT F-MASTER.
003450     IF WS-MAST-NOT-FOUND
003460         DISPLAY "OWNDIGST: MASTER " WS-MASTER-FILE-NAME
003470                 " NOT FOUND - LOAD IT WITH TSTMAINT FIRST"
003480         MOVE 8 TO RETURN-CODE
003490         GO TO 1000-EXIT
003500     END-IF.
003510     IF NOT WS-MAST-STATUS-OK
003520         DISPLAY "OWNDIGST: UNABLE TO OPEN MASTER, "
003530                 "FILE STATUS=" WS-MAST-STATUS
003540         MOVE 8 TO RETURN-CODE
003550         GO TO 1000-EXIT
003560     END-IF.
003570     OPEN INPUT F-DAY-CSV.
003580     IF NOT WS-CSV-STATUS-OK
003590         DISPLAY "OWNDIGST: UNABLE TO OPEN " WS-DAY-CSV-NAME
003600                 ", FILE STATUS=" WS-CSV-STATUS
003610         CLOSE F-MASTER
003620         MOVE 8 TO RETURN-CODE
003630         GO TO 1000-EXIT
003640     END-IF.
003650     OPEN OUTPUT F-CONTROL.
003660     IF NOT WS-CTL-STATUS-OK
003670         DISPLAY "OWNDIGST: UNABLE TO OPEN CONTROL FILE "
003680                 WS-CONTROL-NAME ", FILE STATUS=" WS-CTL-STATUS
003690         CLOSE F-DAY-CSV
003700         CLOSE F-MASTER
003710         MOVE 8 TO RETURN-CODE
003720         GO TO 1000-EXIT
003730     END-IF.
003740     SET WS-FILES-OPEN TO TRUE.
003750 1000-EXIT.
003760     EXIT.
003770
003780 1050-RESOLVE-FILE-NAMES.
003790     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003800     MOVE SPACES TO WS-MASTER-FILE-NAME.
003810     ACCEPT WS-MASTER-FILE-NAME FROM ENVIRONMENT "TESTMAST"
003820         ON EXCEPTION
003830             CONTINUE
003840     END-ACCEPT.
003850     IF WS-MASTER-FILE-NAME = SPACES
003860         MOVE "input/testmast.idx" TO WS-MASTER-FILE-NAME
003870     END-IF.
003880     MOVE SPACES TO WS-DAY-CSV-NAME.
003890     ACCEPT WS-DAY-CSV-NAME FROM ENVIRONMENT "CSVNEW"
003900         ON EXCEPTION
003910             CONTINUE
003920     END-ACCEPT.
003930     IF WS-DAY-CSV-NAME = SPACES
003940         STRING "results/tddmax2_"     DELIMITED BY SIZE
003950                WS-TODAY-YYYY          DELIMITED BY SIZE
003960                WS-TODAY-MM            DELIMITED BY SIZE
003970                WS-TODAY-DD            DELIMITED BY SIZE
003980                ".csv"                 DELIMITED BY SIZE
003990                INTO WS-DAY-CSV-NAME
004000         END-STRING
004010     END-IF.
004020     MOVE SPACES TO WS-TRIAGE-NAME.
004030     ACCEPT WS-TRIAGE-NAME FROM ENVIRONMENT "TRIAGE"
004040         ON EXCEPTION
004050             CONTINUE
004060     END-ACCEPT.
004070     IF WS-TRIAGE-NAME = SPACES
004080         STRING "results/triage_"      DELIMITED BY SIZE
004090                WS-TODAY-YYYY          DELIMITED BY SIZE
004100                WS-TODAY-MM            DELIMITED BY SIZE
004110                WS-TODAY-DD            DELIMITED BY SIZE
004120                ".rpt"                 DELIMITED BY SIZE
004130                INTO WS-TRIAGE-NAME
004140         END-STRING
004150     END-IF.
004160     MOVE SPACES TO WS-SLOW-NAME.
004170     ACCEPT WS-SLOW-NAME FROM ENVIRONMENT "SLOWRPT"
004180         ON EXCEPTION
004190             CONTINUE
004200     END-ACCEPT.
004210     IF WS-SLOW-NAME = SPACES
004220         STRING "results/tddmax2_slow_" DELIMITED BY SIZE
004230                WS-TODAY-YYYY           DELIMITED BY SIZE
004240                WS-TODAY-MM             DELIMITED BY SIZE
004250                WS-TODAY-DD             DELIMITED BY SIZE
004260                ".rpt"                  DELIMITED BY SIZE
004270                INTO WS-SLOW-NAME
004280         END-STRING
004290     END-IF.
004300     MOVE SPACES TO WS-CONTROL-NAME.
004310     STRING "results/digest_"      DELIMITED BY SIZE
004320            WS-TODAY-YYYY          DELIMITED BY SIZE
004330            WS-TODAY-MM            DELIMITED BY SIZE
004340            WS-TODAY-DD            DELIMITED BY SIZE
004350            ".ctl"                 DELIMITED BY SIZE
004360            INTO WS-CONTROL-NAME
004370     END-STRING.
004380 1050-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420*    2000-LOAD-MASTER                                            *
004430*    EVERY MASTER CASE GOES INTO THE TABLE, AND ITS OWNER INTO   *
004440*    THE OWNER TABLE THE FIRST TIME IT IS SEEN.  A BLANK OWNER   *
004450*    IS UNOWNED; A BLANK STATUS IS ACTIVE, THE SAME READING THE  *
004460*    DRIVER USES.                                                *
004470*----------------------------------------------------------------*
004480 2000-LOAD-MASTER.
004490     READ F-MASTER NEXT RECORD
004500         AT END
004510             SET WS-DONE TO TRUE
004520         NOT AT END
004530             PERFORM 2100-STORE-MASTER-CASE THRU 2100-EXIT
004540     END-READ.
004550 2000-EXIT.
004560     EXIT.
004570
004580 2100-STORE-MASTER-CASE.
004590     IF NOT WS-MAST-STATUS-OK
004600         DISPLAY "OWNDIGST: READ ERROR ON MASTER, "
004610                 "FILE STATUS=" WS-MAST-STATUS
004620         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004630         SET WS-DONE TO TRUE
004640         GO TO 2100-EXIT
004650     END-IF.
004660     IF WS-MAST-COUNT NOT < WS-MAST-MAX
004670         DISPLAY "OWNDIGST: MASTER TABLE FULL - DIGESTS "
004680                 "TRUNCATED AT " WS-MAST-MAX " CASES"
004690         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004700         SET WS-DONE TO TRUE
004710         GO TO 2100-EXIT
004720     END-IF.
004730     ADD 1 TO WS-MAST-COUNT.
004740     MOVE TM-TEST-ID   TO WS-MAST-TEST-ID (WS-MAST-COUNT).
004750     MOVE TM-TEST-NAME TO WS-MAST-TEST-NAME (WS-MAST-COUNT).
004760     MOVE TM-OP-CODE   TO WS-MAST-OP-CODE (WS-MAST-COUNT).
004770     MOVE TM-TICKET    TO WS-MAST-TICKET (WS-MAST-COUNT).
004780     IF TM-OWNER = SPACES
004790         MOVE WS-UNOWNED TO WS-MAST-OWNER (WS-MAST-COUNT)
004800     ELSE
004810         MOVE TM-OWNER   TO WS-MAST-OWNER (WS-MAST-COUNT)
004820     END-IF.
004830     IF TM-STATUS = "ACTIVE" OR TM-STATUS = SPACES
004840         MOVE "Y" TO WS-MAST-ACTIVE-SW (WS-MAST-COUNT)
004850     ELSE
004860         MOVE "N" TO WS-MAST-ACTIVE-SW (WS-MAST-COUNT)
004870     END-IF.
004880     MOVE "N"    TO WS-MAST-JUDGED-SW (WS-MAST-COUNT).
004890     MOVE SPACES TO WS-MAST-RESULT (WS-MAST-COUNT).
004900     MOVE 0      TO WS-MAST-EXPECTED (WS-MAST-COUNT).
004910     MOVE 0      TO WS-MAST-ACTUAL (WS-MAST-COUNT).
004920     MOVE 0      TO WS-MAST-SECTION (WS-MAST-COUNT).
004930     MOVE WS-MAST-OWNER (WS-MAST-COUNT) TO WS-KEY-OWNER.
004940     PERFORM 2150-ADD-OWNER THRU 2150-EXIT.
004950 2100-EXIT.
004960     EXIT.
004970
004980 2150-ADD-OWNER.
004990     MOVE "N" TO WS-FOUND-SW.
005000     PERFORM 2160-SCAN-OWNER-TABLE THRU 2160-EXIT
005010         VARYING WS-OWNER-SUB FROM 1 BY 1
005020         UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
005030            OR WS-FOUND.
005040     IF WS-FOUND
005050         GO TO 2150-EXIT
005060     END-IF.
005070     IF WS-OWNER-COUNT < WS-OWNER-MAX
005080         ADD 1 TO WS-OWNER-COUNT
005090         MOVE WS-KEY-OWNER TO WS-OWNER-NAME (WS-OWNER-COUNT)
005100     ELSE
005110         DISPLAY "OWNDIGST: OWNER TABLE FULL - " WS-KEY-OWNER
005120                 " GETS NO DIGEST"
005130         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005140     END-IF.
005150 2150-EXIT.
005160     EXIT.
005170
005180 2160-SCAN-OWNER-TABLE.
005190     IF WS-OWNER-NAME (WS-OWNER-SUB) = WS-KEY-OWNER
005200         SET WS-FOUND TO TRUE
005210     END-IF.
005220 2160-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------*
005260*    2500-PROCESS-CSV-ROW                                        *
005270*    EACH VERDICT ROW IS MATCHED TO ITS MASTER CASE ON TEST NAME *
005280*    AND THE LATEST VERDICT WINS, SO A SAME-DAY RERUN REPORTS    *
005290*    WHERE THE CASE STANDS NOW.  A ROW WITH NO MASTER CASE GOES  *
005300*    TO THE ORPHAN TABLE, DEDUPED THE SAME WAY.                  *
005310*----------------------------------------------------------------*
005320 2500-PROCESS-CSV-ROW.
005330     READ F-DAY-CSV
005340         AT END
005350             SET WS-DONE TO TRUE
005360         NOT AT END
005370             IF WS-CSV-STATUS-OK
005380                 PERFORM 2600-MATCH-ONE-ROW THRU 2600-EXIT
005390             ELSE
005400                 DISPLAY "OWNDIGST: READ ERROR ON CSV, "
005410                         "FILE STATUS=" WS-CSV-STATUS
005420                 MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005430                 SET WS-DONE TO TRUE
005440             END-IF
005450     END-READ.
005460 2500-EXIT.
005470     EXIT.
005480
005490 2600-MATCH-ONE-ROW.
005500     IF F-CSV-LINE (1:7) = "TEST_ID"
005510         GO TO 2600-EXIT
005520     END-IF.
005530     MOVE F-CSV-LINE TO CSV-ROW.
005540     ADD 1 TO WS-CSV-ROWS.
005550     MOVE CSV-TEST-NAME TO WS-KEY-NAME.
005560     MOVE "N" TO WS-FOUND-SW.
005570     PERFORM 2650-SCAN-MASTER-TABLE THRU 2650-EXIT
005580         VARYING WS-MAST-SUB FROM 1 BY 1
005590         UNTIL WS-MAST-SUB > WS-MAST-COUNT
005600            OR WS-FOUND.
005610     IF WS-FOUND
005620         SUBTRACT 1 FROM WS-MAST-SUB
005630         MOVE "Y"          TO WS-MAST-JUDGED-SW (WS-MAST-SUB)
005640         MOVE CSV-RESULT   TO WS-MAST-RESULT (WS-MAST-SUB)
005650         MOVE CSV-EXPECTED TO WS-MAST-EXPECTED (WS-MAST-SUB)
005660         MOVE CSV-ACTUAL   TO WS-MAST-ACTUAL (WS-MAST-SUB)
005670         GO TO 2600-EXIT
005680     END-IF.
005690     MOVE "N" TO WS-FOUND-SW.
005700     PERFORM 2660-SCAN-ORPHAN-TABLE THRU 2660-EXIT
005710         VARYING WS-ORPH-SUB FROM 1 BY 1
005720         UNTIL WS-ORPH-SUB > WS-ORPH-COUNT
005730            OR WS-FOUND.
005740     IF WS-FOUND
005750         SUBTRACT 1 FROM WS-ORPH-SUB
005760     ELSE
005770         IF WS-ORPH-COUNT < WS-ORPH-MAX
005780             ADD 1 TO WS-ORPH-COUNT
005790             MOVE WS-ORPH-COUNT TO WS-ORPH-SUB
005800         ELSE
005810             DISPLAY "OWNDIGST: ORPHAN TABLE FULL - ROW FOR "
005820                     CSV-TEST-NAME " DROPPED"
005830             GO TO 2600-EXIT
005840         END-IF
005850     END-IF.
005860     MOVE CSV-TEST-ID   TO WS-ORPH-TEST-ID (WS-ORPH-SUB).
005870     MOVE CSV-TEST-NAME TO WS-ORPH-TEST-NAME (WS-ORPH-SUB).
005880     MOVE CSV-OP-CODE   TO WS-ORPH-OP-CODE (WS-ORPH-SUB).
005890     MOVE CSV-RESULT    TO WS-ORPH-RESULT (WS-ORPH-SUB).
005900     MOVE CSV-EXPECTED  TO WS-ORPH-EXPECTED (WS-ORPH-SUB).
005910     MOVE CSV-ACTUAL    TO WS-ORPH-ACTUAL (WS-ORPH-SUB).
005920     MOVE 0             TO WS-ORPH-SECTION (WS-ORPH-SUB).
005930 2600-EXIT.
005940     EXIT.
005950
005960 2650-SCAN-MASTER-TABLE.
005970     IF WS-MAST-TEST-NAME (WS-MAST-SUB) = WS-KEY-NAME
005980         SET WS-FOUND TO TRUE
005990     END-IF.
006000 2650-EXIT.
006010     EXIT.
006020
006030 2660-SCAN-ORPHAN-TABLE.
006040     IF WS-ORPH-TEST-NAME (WS-ORPH-SUB) = WS-KEY-NAME
006050         SET WS-FOUND TO TRUE
006060     END-IF.
006070 2660-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------*
006110*    2700-LOAD-TRIAGE                                            *
006120*    THE NAMES RSLTCOMP LISTED UNDER "SECTION 2 - STILL FAILING" *
006130*    ARE REMEMBERED; EVERY OTHER FAILURE TONIGHT IS NEW.  NO     *
006140*    TRIAGE REPORT IS NOT FATAL - EVERY FAILURE READS AS NEW AND *
006150*    EACH DIGEST SAYS SO IN ITS HEADING.                         *
006160*----------------------------------------------------------------*
006170 2700-LOAD-TRIAGE.
006180     OPEN INPUT F-TRIAGE.
006190     IF NOT WS-TRIAGE-STATUS-OK
006200         DISPLAY "OWNDIGST: NO TRIAGE REPORT " WS-TRIAGE-NAME
006210                 " (FILE STATUS=" WS-TRIAGE-STATUS
006220                 ") - EVERY FAILURE REPORTED AS NEW"
006230         SET WS-TRIAGE-MISSING TO TRUE
006240         GO TO 2700-EXIT
006250     END-IF.
006260     MOVE "N" TO WS-DONE-SW.
006270     MOVE 0 TO WS-TRIAGE-SECTION.
006280     PERFORM 2750-READ-TRIAGE-LINE THRU 2750-EXIT
006290         UNTIL WS-DONE.
006300     CLOSE F-TRIAGE.
006310 2700-EXIT.
006320     EXIT.
006330
006340 2750-READ-TRIAGE-LINE.
006350     READ F-TRIAGE
006360         AT END
006370             SET WS-DONE TO TRUE
006380             GO TO 2750-EXIT
006390     END-READ.
006400     IF NOT WS-TRIAGE-STATUS-OK
006410         DISPLAY "OWNDIGST: READ ERROR ON TRIAGE REPORT, "
006420                 "FILE STATUS=" WS-TRIAGE-STATUS
006430         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006440         SET WS-DONE TO TRUE
006450         GO TO 2750-EXIT
006460     END-IF.
006470     IF F-TRIAGE-LINE (1:8) = "SECTION "
006480        AND F-TRIAGE-LINE (9:1) NUMERIC
006490         MOVE F-TRIAGE-LINE (9:1) TO WS-TRIAGE-SECTION
006500         GO TO 2750-EXIT
006510     END-IF.
006520     IF WS-TRIAGE-SECTION = 2
006530        AND F-TRI-ID-TAG = "ID="
006540        AND WS-STILL-COUNT < WS-STILL-MAX
006550         ADD 1 TO WS-STILL-COUNT
006560         MOVE F-TRI-TEST-NAME
006570             TO WS-STILL-TEST-NAME (WS-STILL-COUNT)
006580     END-IF.
006590 2750-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------------*
006630*    2800-LOAD-SLOW-REPORT                                       *
006640*    EACH TEST# LINE IS A BREACH.  NO REPORT MEANS NO BREACHES - *
006650*    TDDMAX2 ONLY WRITES ONE WHEN A CASE BLEW ITS BUDGET.        *
006660*----------------------------------------------------------------*
006670 2800-LOAD-SLOW-REPORT.
006680     OPEN INPUT F-SLOW.
006690     IF WS-SLOW-NOT-FOUND
006700         GO TO 2800-EXIT
006710     END-IF.
006720     IF NOT WS-SLOW-STATUS-OK
006730         DISPLAY "OWNDIGST: UNABLE TO OPEN SLOW REPORT, "
006740                 "FILE STATUS=" WS-SLOW-STATUS
006750         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006760         GO TO 2800-EXIT
006770     END-IF.
006780     MOVE "N" TO WS-DONE-SW.
006790     PERFORM 2850-READ-SLOW-LINE THRU 2850-EXIT
006800         UNTIL WS-DONE.
006810     CLOSE F-SLOW.
006820 2800-EXIT.
006830     EXIT.
006840
006850 2850-READ-SLOW-LINE.
006860     READ F-SLOW
006870         AT END
006880             SET WS-DONE TO TRUE
006890             GO TO 2850-EXIT
006900     END-READ.
006910     IF NOT WS-SLOW-STATUS-OK
006920         DISPLAY "OWNDIGST: READ ERROR ON SLOW REPORT, "
006930                 "FILE STATUS=" WS-SLOW-STATUS
006940         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006950         SET WS-DONE TO TRUE
006960         GO TO 2850-EXIT
006970     END-IF.
006980     IF F-SLOW-TAG NOT = "TEST#"
006990         GO TO 2850-EXIT
007000     END-IF.
007010     IF WS-SLOW-COUNT NOT < WS-SLOW-MAX
007020         DISPLAY "OWNDIGST: SLOW TABLE FULL - BREACHES "
007030                 "TRUNCATED AT " WS-SLOW-MAX
007040         SET WS-DONE TO TRUE
007050         GO TO 2850-EXIT
007060     END-IF.
007070     ADD 1 TO WS-SLOW-COUNT.
007080     MOVE F-SLOW-TEST-NAME TO WS-SLOW-TEST-NAME (WS-SLOW-COUNT).
007090     MOVE F-SLOW-OP-CODE   TO WS-SLOW-OP (WS-SLOW-COUNT).
007100     MOVE F-SLOW-ELAPSED   TO WS-SLOW-ELAPSED-X (WS-SLOW-COUNT).
007110     MOVE F-SLOW-LIMIT     TO WS-SLOW-LIMIT-X (WS-SLOW-COUNT).
007120     MOVE F-SLOW-TEST-NAME TO WS-KEY-NAME.
007130     MOVE "N" TO WS-FOUND-SW.
007140     PERFORM 2650-SCAN-MASTER-TABLE THRU 2650-EXIT
007150         VARYING WS-MAST-SUB FROM 1 BY 1
007160         UNTIL WS-MAST-SUB > WS-MAST-COUNT
007170            OR WS-FOUND.
007180     IF WS-FOUND
007190         SUBTRACT 1 FROM WS-MAST-SUB
007200         MOVE WS-MAST-OWNER (WS-MAST-SUB)
007210             TO WS-SLOW-OWNER (WS-SLOW-COUNT)
007220     ELSE
007230         MOVE WS-UNOWNED TO WS-SLOW-OWNER (WS-SLOW-COUNT)
007240     END-IF.
007250 2850-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------*
007290*    2900-CLASSIFY-MASTER-CASE                                   *
007300*    FAIL IS NEW UNLESS TRIAGE LISTED IT AS STILL FAILING; XPASS *
007310*    IS ITS OWN SECTION; AN ACTIVE CASE WITH NO ROW TONIGHT IS   *
007320*    NOT RUN.  XFAIL AND PASS ARE NOTHING TO REPORT.             *
007330*----------------------------------------------------------------*
007340 2900-CLASSIFY-MASTER-CASE.
007350     MOVE WS-MAST-TEST-NAME (WS-MAST-SUB) TO WS-KEY-NAME.
007360     EVALUATE TRUE
007370         WHEN WS-MAST-JUDGED-SW (WS-MAST-SUB) = "N"
007380             IF WS-MAST-ACTIVE-SW (WS-MAST-SUB) = "Y"
007390                 MOVE 5 TO WS-MAST-SECTION (WS-MAST-SUB)
007400             END-IF
007410         WHEN WS-MAST-RESULT (WS-MAST-SUB) = "FAIL"
007420             PERFORM 2980-FIND-STILL-FAILING THRU 2980-EXIT
007430             IF WS-FOUND
007440                 MOVE 2 TO WS-MAST-SECTION (WS-MAST-SUB)
007450             ELSE
007460                 MOVE 1 TO WS-MAST-SECTION (WS-MAST-SUB)
007470             END-IF
007480         WHEN WS-MAST-RESULT (WS-MAST-SUB) = "XPASS"
007490             MOVE 3 TO WS-MAST-SECTION (WS-MAST-SUB)
007500         WHEN OTHER
007510             CONTINUE
007520     END-EVALUATE.
007530 2900-EXIT.
007540     EXIT.
007550
007560 2950-CLASSIFY-ORPHAN-ROW.
007570     MOVE WS-ORPH-TEST-NAME (WS-ORPH-SUB) TO WS-KEY-NAME.
007580     EVALUATE TRUE
007590         WHEN WS-ORPH-RESULT (WS-ORPH-SUB) = "FAIL"
007600             PERFORM 2980-FIND-STILL-FAILING THRU 2980-EXIT
007610             IF WS-FOUND
007620                 MOVE 2 TO WS-ORPH-SECTION (WS-ORPH-SUB)
007630             ELSE
007640                 MOVE 1 TO WS-ORPH-SECTION (WS-ORPH-SUB)
007650             END-IF
007660         WHEN WS-ORPH-RESULT (WS-ORPH-SUB) = "XPASS"
007670             MOVE 3 TO WS-ORPH-SECTION (WS-ORPH-SUB)
007680         WHEN OTHER
007690             CONTINUE
007700     END-EVALUATE.
007710 2950-EXIT.
007720     EXIT.
007730
007740 2980-FIND-STILL-FAILING.
007750     MOVE "N" TO WS-FOUND-SW.
007760     PERFORM 2990-SCAN-STILL-TABLE THRU 2990-EXIT
007770         VARYING WS-STILL-SUB FROM 1 BY 1
007780         UNTIL WS-STILL-SUB > WS-STILL-COUNT
007790            OR WS-FOUND.
007800 2980-EXIT.
007810     EXIT.
007820
007830 2990-SCAN-STILL-TABLE.
007840     IF WS-STILL-TEST-NAME (WS-STILL-SUB) = WS-KEY-NAME
007850         SET WS-FOUND TO TRUE
007860     END-IF.
007870 2990-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------*
007910*    3000-FINALIZE                                               *
007920*    ONE DIGEST PER OWNER WITH ANYTHING TO REPORT, THE CONTROL   *
007930*    FILE, AND THE RETURN-CODE.                                  *
007940*----------------------------------------------------------------*
007950 3000-FINALIZE.
007960     PERFORM 3100-DIGEST-ONE-OWNER THRU 3100-EXIT
007970         VARYING WS-OWNER-SUB FROM 1 BY 1
007980         UNTIL WS-OWNER-SUB > WS-OWNER-COUNT.
007990*    ORPHAN ROWS AND SLOW CASES OFF THE MASTER BELONG TO UNOWNED
008000*    EVEN WHEN NO MASTER CASE NAMES THAT OWNER.
008010     MOVE WS-UNOWNED TO WS-KEY-OWNER.
008020     MOVE "N" TO WS-FOUND-SW.
008030     PERFORM 2160-SCAN-OWNER-TABLE THRU 2160-EXIT
008040         VARYING WS-OWNER-SUB FROM 1 BY 1
008050         UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
008060            OR WS-FOUND.
008070     IF NOT WS-FOUND
008080         MOVE WS-UNOWNED TO WS-CUR-OWNER
008090         PERFORM 3150-DIGEST-CURRENT-OWNER THRU 3150-EXIT
008100     END-IF.
008110     CLOSE F-CONTROL.
008120     CLOSE F-DAY-CSV.
008130     CLOSE F-MASTER.
008140     DISPLAY "OWNDIGST: OWNERS=" WS-OWNER-COUNT
008150             " DIGESTS=" WS-DIGEST-COUNT
008160             " CSV-ROWS=" WS-CSV-ROWS
008170             " UNOWNED-ITEMS=" WS-UNOWNED-ITEMS.
008180     DISPLAY "OWNDIGST: CONTROL FILE " WS-CONTROL-NAME.
008190     EVALUATE TRUE
008200         WHEN WS-RETURN-CODE-OVERRIDE NOT = 0
008210             MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
008220         WHEN WS-UNOWNED-ITEMS > 0
008230             MOVE 4 TO RETURN-CODE
008240         WHEN OTHER
008250             MOVE 0 TO RETURN-CODE
008260     END-EVALUATE.
008270 3000-EXIT.
008280     EXIT.
008290
008300 3100-DIGEST-ONE-OWNER.
008310     MOVE WS-OWNER-NAME (WS-OWNER-SUB) TO WS-CUR-OWNER.
008320     PERFORM 3150-DIGEST-CURRENT-OWNER THRU 3150-EXIT.
008330 3100-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------*
008370*    3150-DIGEST-CURRENT-OWNER                                   *
008380*    COUNT PASS FIRST; ONLY AN OWNER WITH AT LEAST ONE ITEM GETS *
008390*    A DIGEST, WRITTEN BY THE SECOND PASS OVER THE SAME SECTION  *
008400*    LOGIC, AND A CONTROL RECORD.                                *
008410*----------------------------------------------------------------*
008420 3150-DIGEST-CURRENT-OWNER.
008430     MOVE 0 TO WS-OWN-NEW-FAIL.
008440     MOVE 0 TO WS-OWN-STILL-FAIL.
008450     MOVE 0 TO WS-OWN-XPASS.
008460     MOVE 0 TO WS-OWN-SLOW.
008470     MOVE 0 TO WS-OWN-NOT-RUN.
008480     MOVE 0 TO WS-OWN-LINES.
008490     SET WS-COUNT-PASS TO TRUE.
008500     PERFORM 3300-ALL-SECTIONS THRU 3300-EXIT.
008510     COMPUTE WS-OWN-ITEMS = WS-OWN-NEW-FAIL + WS-OWN-STILL-FAIL
008520                          + WS-OWN-XPASS + WS-OWN-SLOW
008530                          + WS-OWN-NOT-RUN.
008540     IF WS-OWN-ITEMS = 0
008550         GO TO 3150-EXIT
008560     END-IF.
008570     IF WS-CUR-OWNER = WS-UNOWNED
008580         ADD WS-OWN-ITEMS TO WS-UNOWNED-ITEMS
008590     END-IF.
008600     MOVE SPACES TO WS-DIGEST-NAME.
008610     STRING "results/digest_"      DELIMITED BY SIZE
008620            WS-CUR-OWNER           DELIMITED BY SPACE
008630            "_"                    DELIMITED BY SIZE
008640            WS-TODAY-YYYY          DELIMITED BY SIZE
008650            WS-TODAY-MM            DELIMITED BY SIZE
008660            WS-TODAY-DD            DELIMITED BY SIZE
008670            ".rpt"                 DELIMITED BY SIZE
008680            INTO WS-DIGEST-NAME
008690     END-STRING.
008700     OPEN OUTPUT F-DIGEST.
008710     IF NOT WS-DIGEST-STATUS-OK
008720         DISPLAY "OWNDIGST: UNABLE TO OPEN DIGEST " WS-DIGEST-NAME
008730                 ", FILE STATUS=" WS-DIGEST-STATUS
008740         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
008750         GO TO 3150-EXIT
008760     END-IF.
008770     MOVE SPACES TO F-DIGEST-LINE.
008780     STRING "OWNER FAILURE DIGEST - OWNER=" DELIMITED BY SIZE
008790            WS-CUR-OWNER                    DELIMITED BY SIZE
008800            " RUN DATE="                    DELIMITED BY SIZE
008810            WS-TODAY                        DELIMITED BY SIZE
008820            INTO F-DIGEST-LINE
008830     END-STRING.
008840     PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT.
008850     MOVE SPACES TO F-DIGEST-LINE.
008860     STRING "  CSV="                        DELIMITED BY SIZE
008870            WS-DAY-CSV-NAME                 DELIMITED BY SPACE
008880            " TRIAGE="                      DELIMITED BY SIZE
008890            WS-TRIAGE-NAME                  DELIMITED BY SPACE
008900            INTO F-DIGEST-LINE
008910     END-STRING.
008920     IF WS-TRIAGE-MISSING
008930         MOVE " (MISSING - ALL FAILURES SHOWN AS NEW)"
008940             TO F-DIGEST-LINE (81:)
008950     END-IF.
008960     PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT.
008970     SET WS-WRITE-PASS TO TRUE.
008980     PERFORM 3300-ALL-SECTIONS THRU 3300-EXIT.
008990     MOVE SPACES TO F-DIGEST-LINE.
009000     STRING "NEW-FAIL="            DELIMITED BY SIZE
009010            WS-OWN-NEW-FAIL        DELIMITED BY SIZE
009020            " STILL-FAIL="         DELIMITED BY SIZE
009030            WS-OWN-STILL-FAIL      DELIMITED BY SIZE
009040            " XPASS="              DELIMITED BY SIZE
009050            WS-OWN-XPASS           DELIMITED BY SIZE
009060            " SLA-BREACH="         DELIMITED BY SIZE
009070            WS-OWN-SLOW            DELIMITED BY SIZE
009080            " NOT-RUN="            DELIMITED BY SIZE
009090            WS-OWN-NOT-RUN         DELIMITED BY SIZE
009100            INTO F-DIGEST-LINE
009110     END-STRING.
009120     PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT.
009130     CLOSE F-DIGEST.
009140     ADD 1 TO WS-DIGEST-COUNT.
009150     MOVE SPACES         TO F-CONTROL-LINE.
009160     MOVE WS-CUR-OWNER   TO F-CTL-OWNER.
009170     MOVE WS-OWN-LINES   TO F-CTL-LINES.
009180     MOVE WS-DIGEST-NAME TO F-CTL-FILE-NAME.
009190     WRITE F-CONTROL-LINE.
009200     IF NOT WS-CTL-STATUS-OK
009210         DISPLAY "OWNDIGST: CONTROL FILE WRITE FAILED, "
009220                 "FILE STATUS=" WS-CTL-STATUS
009230         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009240     END-IF.
009250 3150-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------*
009290*    3300-ALL-SECTIONS                                           *
009300*    THE FIVE SECTIONS IN ORDER.  IN THE COUNT PASS NOTHING IS   *
009310*    WRITTEN AND THE SECTION COUNTS ARE BUILT; THE WRITE PASS    *
009320*    RESETS THEM AND BUILDS THEM AGAIN WHILE IT WRITES.          *
009330*----------------------------------------------------------------*
009340 3300-ALL-SECTIONS.
009350     IF WS-WRITE-PASS
009360         MOVE 0 TO WS-OWN-NEW-FAIL
009370         MOVE 0 TO WS-OWN-STILL-FAIL
009380         MOVE 0 TO WS-OWN-XPASS
009390         MOVE 0 TO WS-OWN-SLOW
009400         MOVE 0 TO WS-OWN-NOT-RUN
009410     END-IF.
009420     MOVE "SECTION 1 - NEW FAILURES" TO WS-SECTION-TITLE.
009430     MOVE 1 TO WS-SECTION-WANTED.
009440     PERFORM 3400-ONE-VERDICT-SECTION THRU 3400-EXIT.
009450     MOVE "SECTION 2 - STILL FAILING" TO WS-SECTION-TITLE.
009460     MOVE 2 TO WS-SECTION-WANTED.
009470     PERFORM 3400-ONE-VERDICT-SECTION THRU 3400-EXIT.
009480     MOVE "SECTION 3 - XPASS (XFAIL CASE NOW PASSING)"
009490         TO WS-SECTION-TITLE.
009500     MOVE 3 TO WS-SECTION-WANTED.
009510     PERFORM 3400-ONE-VERDICT-SECTION THRU 3400-EXIT.
009520     MOVE "SECTION 4 - SLA BREACHES (LIMITS IN 1/100 SEC)"
009530         TO WS-SECTION-TITLE.
009540     PERFORM 3800-WRITE-SECTION-TITLE THRU 3800-EXIT.
009550     PERFORM 3600-SLOW-LINE THRU 3600-EXIT
009560         VARYING WS-SLOW-SUB FROM 1 BY 1
009570         UNTIL WS-SLOW-SUB > WS-SLOW-COUNT.
009580     MOVE "SECTION 5 - ACTIVE CASES WITH NO VERDICT TONIGHT"
009590         TO WS-SECTION-TITLE.
009600     MOVE 5 TO WS-SECTION-WANTED.
009610     PERFORM 3400-ONE-VERDICT-SECTION THRU 3400-EXIT.
009620 3300-EXIT.
009630     EXIT.
009640
009650 3400-ONE-VERDICT-SECTION.
009660     PERFORM 3800-WRITE-SECTION-TITLE THRU 3800-EXIT.
009670     PERFORM 3450-MASTER-LINE THRU 3450-EXIT
009680         VARYING WS-MAST-SUB FROM 1 BY 1
009690         UNTIL WS-MAST-SUB > WS-MAST-COUNT.
009700     IF WS-CUR-OWNER = WS-UNOWNED
009710         PERFORM 3500-ORPHAN-LINE THRU 3500-EXIT
009720             VARYING WS-ORPH-SUB FROM 1 BY 1
009730             UNTIL WS-ORPH-SUB > WS-ORPH-COUNT
009740     END-IF.
009750 3400-EXIT.
009760     EXIT.
009770
009780 3450-MASTER-LINE.
009790     IF WS-MAST-SECTION (WS-MAST-SUB) NOT = WS-SECTION-WANTED
009800        OR WS-MAST-OWNER (WS-MAST-SUB) NOT = WS-CUR-OWNER
009810         GO TO 3450-EXIT
009820     END-IF.
009830     PERFORM 3700-TALLY-SECTION THRU 3700-EXIT.
009840     IF WS-COUNT-PASS
009850         GO TO 3450-EXIT
009860     END-IF.
009870     MOVE SPACES TO F-DIGEST-LINE.
009880     IF WS-SECTION-WANTED = 5
009890         STRING "  MASTER-ID="   DELIMITED BY SIZE
009900                WS-MAST-TEST-ID (WS-MAST-SUB)
009910                                 DELIMITED BY SIZE
009920                " OP="           DELIMITED BY SIZE
009930                WS-MAST-OP-CODE (WS-MAST-SUB)
009940                                 DELIMITED BY SIZE
009950                " NAME="         DELIMITED BY SIZE
009960                WS-MAST-TEST-NAME (WS-MAST-SUB)
009970                                 DELIMITED BY SIZE
009980                INTO F-DIGEST-LINE
009990         END-STRING
010000     ELSE
010010         STRING "  MASTER-ID="   DELIMITED BY SIZE
010020                WS-MAST-TEST-ID (WS-MAST-SUB)
010030                                 DELIMITED BY SIZE
010040                " OP="           DELIMITED BY SIZE
010050                WS-MAST-OP-CODE (WS-MAST-SUB)
010060                                 DELIMITED BY SIZE
010070                " EXP="          DELIMITED BY SIZE
010080                WS-MAST-EXPECTED (WS-MAST-SUB)
010090                                 DELIMITED BY SIZE
010100                " ACT="          DELIMITED BY SIZE
010110                WS-MAST-ACTUAL (WS-MAST-SUB)
010120                                 DELIMITED BY SIZE
010130                " TICKET="       DELIMITED BY SIZE
010140                WS-MAST-TICKET (WS-MAST-SUB)
010150                                 DELIMITED BY SIZE
010160                " NAME="         DELIMITED BY SIZE
010170                WS-MAST-TEST-NAME (WS-MAST-SUB)
010180                                 DELIMITED BY SIZE
010190                INTO F-DIGEST-LINE
010200         END-STRING
010210     END-IF.
010220     PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT.
010230 3450-EXIT.
010240     EXIT.
010250
010260 3500-ORPHAN-LINE.
010270     IF WS-ORPH-SECTION (WS-ORPH-SUB) NOT = WS-SECTION-WANTED
010280         GO TO 3500-EXIT
010290     END-IF.
010300     PERFORM 3700-TALLY-SECTION THRU 3700-EXIT.
010310     IF WS-COUNT-PASS
010320         GO TO 3500-EXIT
010330     END-IF.
010340     MOVE SPACES TO F-DIGEST-LINE.
010350     STRING "  CSV-ID="      DELIMITED BY SIZE
010360            WS-ORPH-TEST-ID (WS-ORPH-SUB)
010370                             DELIMITED BY SIZE
010380            "   OP="         DELIMITED BY SIZE
010390            WS-ORPH-OP-CODE (WS-ORPH-SUB)
010400                             DELIMITED BY SIZE
010410            " EXP="          DELIMITED BY SIZE
010420            WS-ORPH-EXPECTED (WS-ORPH-SUB)
010430                             DELIMITED BY SIZE
010440            " ACT="          DELIMITED BY SIZE
010450            WS-ORPH-ACTUAL (WS-ORPH-SUB)
010460                             DELIMITED BY SIZE
010470            " NO MASTER CASE NAME=" DELIMITED BY SIZE
010480            WS-ORPH-TEST-NAME (WS-ORPH-SUB)
010490                             DELIMITED BY SIZE
010500            INTO F-DIGEST-LINE
010510     END-STRING.
010520     PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT.
010530 3500-EXIT.
010540     EXIT.
010550
010560 3600-SLOW-LINE.
010570     IF WS-SLOW-OWNER (WS-SLOW-SUB) NOT = WS-CUR-OWNER
010580         GO TO 3600-EXIT
010590     END-IF.
010600     ADD 1 TO WS-OWN-SLOW.
010610     IF WS-COUNT-PASS
010620         GO TO 3600-EXIT
010630     END-IF.
010640     MOVE SPACES TO F-DIGEST-LINE.
010650     STRING "  OP="          DELIMITED BY SIZE
010660            WS-SLOW-OP (WS-SLOW-SUB)
010670                             DELIMITED BY SIZE
010680            " ELAPSED="      DELIMITED BY SIZE
010690            WS-SLOW-ELAPSED-X (WS-SLOW-SUB)
010700                             DELIMITED BY SIZE
010710            " LIMIT="        DELIMITED BY SIZE
010720            WS-SLOW-LIMIT-X (WS-SLOW-SUB)
010730                             DELIMITED BY SIZE
010740            " NAME="         DELIMITED BY SIZE
010750            WS-SLOW-TEST-NAME (WS-SLOW-SUB)
010760                             DELIMITED BY SIZE
010770            INTO F-DIGEST-LINE
010780     END-STRING.
010790     PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT.
010800 3600-EXIT.
010810     EXIT.
010820
010830 3700-TALLY-SECTION.
010840     EVALUATE WS-SECTION-WANTED
010850         WHEN 1
010860             ADD 1 TO WS-OWN-NEW-FAIL
010870         WHEN 2
010880             ADD 1 TO WS-OWN-STILL-FAIL
010890         WHEN 3
010900             ADD 1 TO WS-OWN-XPASS
010910         WHEN 5
010920             ADD 1 TO WS-OWN-NOT-RUN
010930     END-EVALUATE.
010940 3700-EXIT.
010950     EXIT.
010960
010970 3800-WRITE-SECTION-TITLE.
010980     IF WS-WRITE-PASS
010990         MOVE WS-SECTION-TITLE TO F-DIGEST-LINE
011000         PERFORM 3900-WRITE-DIGEST-LINE THRU 3900-EXIT
011010     END-IF.
011020 3800-EXIT.
011030     EXIT.
011040
011050 3900-WRITE-DIGEST-LINE.
011060     WRITE F-DIGEST-LINE.
011070     IF WS-DIGEST-STATUS-OK
011080         ADD 1 TO WS-OWN-LINES
011090     ELSE
011100         DISPLAY "OWNDIGST: DIGEST WRITE FAILED, "
011110                 "FILE STATUS=" WS-DIGEST-STATUS
011120         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
011130     END-IF.
011140 3900-EXIT.
011150     EXIT.
