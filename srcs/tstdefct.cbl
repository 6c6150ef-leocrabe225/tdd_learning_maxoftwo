000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      TSTDEFCT                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      INTERCHANGE WITH THE DEFECT TRACKER.  DEFFUNC *
000090*                  SELECTS THE FUNCTION:                         *
000100*                                                                *
000110*                  EXTRACT  - EVERY CASE RSLTCOMP LISTED UNDER   *
000120*                             "SECTION 1 - NEW FAILURES" IN THE  *
000130*                             DAY'S TRIAGE REPORT, AND WHOSE     *
000140*                             MASTER CASE HAS NO TICKET YET,     *
000150*                             GOES TO THE TRACKER EXTRACT (SEE   *
000160*                             DFCTOUT) WITH ITS OPERANDS,        *
000170*                             EXPECTED AND ACTUAL VALUES AND RUN *
000180*                             ID FROM THE DAY'S RESULTS CSV AND  *
000190*                             ITS TM-OWNER FROM THE MASTER.  A   *
000200*                             NEW FAILURE THAT IS NOT ON THE     *
000210*                             MASTER OR HAS NO CSV ROW IS        *
000220*                             LISTED INSTEAD.                    *
000230*                  RESPONSE - EACH LINE OF THE TRACKER'S         *
000240*                             RESPONSE FILE (SEE DFCTRESP) NAMES *
000250*                             A CASE AND ITS NEW TICKET.  AN     *
000260*                             ACCEPTED LINE BECOMES A TSTMAINT   *
000270*                             "C" TRANSACTION CARRYING THE WHOLE *
000280*                             MASTER CASE WITH STATUS XFAIL AND  *
000290*                             THE TICKET.  A LINE IS REJECTED    *
000300*                             WHEN THE CASE HAS LEFT THE MASTER, *
000310*                             HAS SINCE PASSED IN THE DAY'S CSV, *
000320*                             ALREADY CARRIES A TICKET, IS       *
000330*                             SKIPPED, OR WAS ALREADY ANSWERED   *
000340*                             EARLIER IN THE SAME FILE.          *
000350*                                                                *
000360*                  THE TRANSACTIONS ARE A PROPOSAL: THE STATUS   *
000370*                  CHANGE MAKES TSTMAINT HOLD EACH ONE FOR A     *
000380*                  SECOND PERSON'S APPROVAL.  THE SUBMITTER IS   *
000390*                  LEFT BLANK FOR TSTMAINT TO TAKE FROM          *
000400*                  MAINTUSER.                                    *
000410*                                                                *
000420*                  TESTMAST NAMES THE MASTER (DEFAULT            *
000430*                  INPUT/TESTMAST.IDX), CSVNEW THE DAY'S CSV AND *
000440*                  TRIAGE THE TRIAGE REPORT (EACH DEFAULTING TO  *
000450*                  TODAY'S DATED FILE IN RESULTS/), DEFRESP THE  *
000460*                  TRACKER'S RESPONSE FILE (DEFAULT              *
000470*                  INPUT/DEFECT.RESP).  OUTPUTS ARE              *
000480*                  RESULTS/DEFECT_OUT_YYYYMMDD.DAT AND           *
000490*                  RESULTS/TSTDEFCT_OUT_YYYYMMDD.RPT FOR THE     *
000500*                  EXTRACT, RESULTS/TSTDEFCT_YYYYMMDD.TRANS AND  *
000510*                  RESULTS/TSTDEFCT_IN_YYYYMMDD.RPT FOR THE      *
000520*                  RESPONSE.                                     *
000530*                                                                *
000540*                  RETURN-CODE:  0 = DONE, NOTHING SET ASIDE     *
000550*                                4 = A NEW FAILURE COULD NOT BE  *
000560*                                    EXTRACTED, OR A RESPONSE    *
000570*                                    WAS REJECTED                *
000580*                                8 = FILE ERROR, BAD DEFFUNC OR  *
000590*                                    MASTER TOO LARGE            *
000600*                                                                *
000610*----------------------------------------------------------------*
000620*    MODIFICATION HISTORY                                        *
000630*    DATE        INIT  DESCRIPTION                               *
000640*    ----------  ----  ----------------------------------------  *
000650*    2026-10-15  RLO   ORIGINAL VERSION - NEW-FAILURE EXTRACT    *
000660*                      FOR THE DEFECT TRACKER AND TICKET         *
000670*                      RESPONSES TURNED INTO XFAIL CHANGES.      *
000680*----------------------------------------------------------------*
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. tstdefct.
000710 AUTHOR. R. OKONKWO.
000720 INSTALLATION. ENTERPRISE BATCH SERVICES.
000730 DATE-WRITTEN. 2026-10-15.
000740 DATE-COMPILED.
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT F-MASTER ASSIGN DYNAMIC WS-MASTER-FILE-NAME
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS TM-TEST-ID
000830         FILE STATUS IS WS-MAST-STATUS.
000840
000850     SELECT F-DAY-CSV ASSIGN DYNAMIC WS-DAY-CSV-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CSV-STATUS.
000880
000890     SELECT F-TRIAGE ASSIGN DYNAMIC WS-TRIAGE-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TRIAGE-STATUS.
000920
000930     SELECT F-DEFECT-OUT ASSIGN DYNAMIC WS-EXTRACT-NAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-EXTRACT-STATUS.
000960
000970     SELECT F-RESPONSE ASSIGN DYNAMIC WS-RESPONSE-NAME
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RESP-STATUS.
001000
001010     SELECT F-MAINT-TRANS ASSIGN DYNAMIC WS-TRANS-NAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-TRANS-STATUS.
001040
001050     SELECT F-DEFECT-REPORT ASSIGN DYNAMIC WS-REPORT-NAME
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-RPT-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD F-MASTER.
001120 COPY testmast.
001130
001140 FD F-DAY-CSV.
001150 01 F-CSV-LINE                  PIC X(180).
001160
001170*----------------------------------------------------------------*
001180*    TRIAGE REPORT LINE AS RSLTCOMP WRITES IT.  CASE LINES ARE   *
001190*    INDENTED TWO COLUMNS UNDER A "SECTION N - " TITLE LINE.     *
001200*----------------------------------------------------------------*
001210 FD F-TRIAGE.
001220 01 F-TRIAGE-LINE               PIC X(100).
001230 01 F-TRIAGE-CASE-LINE.
001240     05 FILLER                  PIC X(02).
001250     05 F-TRI-ID-TAG            PIC X(03).
001260     05 F-TRI-TEST-ID           PIC X(03).
001270     05 FILLER                  PIC X(26).
001280     05 F-TRI-TEST-NAME         PIC X(40).
001290     05 FILLER                  PIC X(26).
001300
001310 FD F-DEFECT-OUT.
001320 COPY dfctout.
001330
001340 FD F-RESPONSE.
001350 COPY dfctresp.
001360
001370*----------------------------------------------------------------*
001380*    PROPOSED TRANSACTION - THE EXACT TSTMAINT LAYOUT, SO THE    *
001390*    REVIEWED FILE FEEDS STRAIGHT INTO THE MAINTENANCE STEP.  A  *
001400*    CHANGE REPLACES THE WHOLE RECORD, SO EVERY COLUMN IS CARRIED*
001410*    OVER FROM THE MASTER AND ONLY STATUS AND TICKET DIFFER.     *
001420*----------------------------------------------------------------*
001430 FD F-MAINT-TRANS.
001440 01 F-TRANS-LINE.
001450     05 TR-ACTION              PIC X(01).
001460     05 FILLER                 PIC X(01).
001470     05 TR-TEST-ID             PIC 9(05).
001480     05 FILLER                 PIC X(01).
001490     05 TR-OP-CODE             PIC X(03).
001500     05 FILLER                 PIC X(01).
001510     05 TR-IN-A                PIC X(07).
001520     05 FILLER                 PIC X(01).
001530     05 TR-IN-B                PIC X(07).
001540     05 FILLER                 PIC X(01).
001550     05 TR-EXPECTED            PIC X(07).
001560     05 FILLER                 PIC X(01).
001570     05 TR-TEST-NAME           PIC X(40).
001580     05 FILLER                 PIC X(01).
001590     05 TR-STATUS              PIC X(06).
001600     05 FILLER                 PIC X(01).
001610     05 TR-TICKET              PIC X(08).
001620     05 FILLER                 PIC X(01).
001630     05 TR-CMP-MODE            PIC X(03).
001640     05 FILLER                 PIC X(01).
001650     05 TR-TOLERANCE           PIC X(06).
001660     05 FILLER                 PIC X(01).
001670     05 TR-OWNER               PIC X(08).
001680     05 FILLER                 PIC X(01).
001690     05 TR-SUITE-TAG           PIC X(08).
001700     05 FILLER                 PIC X(01).
001710     05 TR-OPN-COUNT           PIC X(01).
001720     05 FILLER                 PIC X(01).
001730     05 TR-IN-C                PIC X(07).
001740     05 FILLER                 PIC X(01).
001750     05 TR-IN-D                PIC X(07).
001760     05 FILLER                 PIC X(01).
001770     05 TR-IN-E                PIC X(07).
001780     05 FILLER                 PIC X(01).
001790     05 TR-SUBMITTER           PIC X(08).
001800
001810 FD F-DEFECT-REPORT.
001820 01 F-REPORT-LINE               PIC X(132).
001830
001840 WORKING-STORAGE SECTION.
001850*----------------------------------------------------------------*
001860*    FILE NAMES                                                  *
001870*----------------------------------------------------------------*
001880 01 WS-MASTER-FILE-NAME         PIC X(40).
001890 01 WS-DAY-CSV-NAME             PIC X(40).
001900 01 WS-TRIAGE-NAME              PIC X(40).
001910 01 WS-EXTRACT-NAME             PIC X(40).
001920 01 WS-RESPONSE-NAME            PIC X(40).
001930 01 WS-TRANS-NAME               PIC X(40).
001940 01 WS-REPORT-NAME              PIC X(40).
001950
001960*----------------------------------------------------------------*
001970*    FILE STATUS CODES                                           *
001980*----------------------------------------------------------------*
001990 01 WS-MAST-STATUS              PIC X(02).
002000     88 WS-MAST-STATUS-OK                  VALUE "00".
002010     88 WS-MAST-NOT-FOUND                  VALUE "35".
002020
002030 01 WS-CSV-STATUS               PIC X(02).
002040     88 WS-CSV-STATUS-OK                   VALUE "00".
002050
002060 01 WS-TRIAGE-STATUS            PIC X(02).
002070     88 WS-TRIAGE-STATUS-OK                VALUE "00".
002080
002090 01 WS-EXTRACT-STATUS           PIC X(02).
002100     88 WS-EXTRACT-STATUS-OK               VALUE "00".
002110
002120 01 WS-RESP-STATUS              PIC X(02).
002130     88 WS-RESP-STATUS-OK                  VALUE "00".
002140
002150 01 WS-TRANS-STATUS             PIC X(02).
002160     88 WS-TRANS-STATUS-OK                 VALUE "00".
002170
002180 01 WS-RPT-STATUS               PIC X(02).
002190     88 WS-RPT-STATUS-OK                   VALUE "00".
002200
002210*----------------------------------------------------------------*
002220*    RUN FUNCTION FROM DEFFUNC                                   *
002230*----------------------------------------------------------------*
002240 01 WS-FUNCTION                 PIC X(08).
002250     88 WS-FUNC-EXTRACT                    VALUE "EXTRACT".
002260     88 WS-FUNC-RESPONSE                   VALUE "RESPONSE".
002270
002280*----------------------------------------------------------------*
002290*    SWITCHES                                                    *
002300*----------------------------------------------------------------*
002310 77 WS-DONE-SW                   PIC X(01) VALUE "N".
002320     88 WS-DONE                            VALUE "Y".
002330
002340 77 WS-MAST-DONE-SW              PIC X(01) VALUE "N".
002350     88 WS-MAST-DONE                       VALUE "Y".
002360
002370 77 WS-FILES-OPEN-SW             PIC X(01) VALUE "N".
002380     88 WS-FILES-OPEN                      VALUE "Y".
002390
002400 77 WS-FOUND-SW                  PIC X(01) VALUE "N".
002410     88 WS-FOUND                           VALUE "Y".
002420
002430 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
002440
002450*----------------------------------------------------------------*
002460*    THE CSV ROW IMAGE SHARED WITH CHCKRSLT                      *
002470*----------------------------------------------------------------*
002480 COPY csvrow.
002490
002500*----------------------------------------------------------------*
002510*    EVERY MASTER CASE, LOADED WHOLE SO A CHANGE TRANSACTION CAN *
002520*    CARRY THE FULL RECORD.  WS-MC-TAKEN-SW MARKS A CASE ALREADY *
002530*    ANSWERED BY AN EARLIER RESPONSE LINE.                       *
002540*----------------------------------------------------------------*
002550 77 WS-MC-MAX                   PIC 9(04) COMP VALUE 1000.
002560 77 WS-MC-COUNT                 PIC 9(04) COMP VALUE 0.
002570 77 WS-MC-SUB                   PIC 9(04) COMP VALUE 0.
002580 01 WS-MC-TABLE.
002590     05 WS-MC-ENTRY             OCCURS 1000 TIMES.
002600         10 WS-MC-TEST-ID      PIC 9(05).
002610         10 WS-MC-OP-CODE      PIC X(03).
002620         10 WS-MC-IN-A         PIC X(07).
002630         10 WS-MC-IN-B         PIC X(07).
002640         10 WS-MC-EXPECTED     PIC X(07).
002650         10 WS-MC-TEST-NAME    PIC X(40).
002660         10 WS-MC-STATUS       PIC X(06).
002670         10 WS-MC-TICKET       PIC X(08).
002680         10 WS-MC-CMP-MODE     PIC X(03).
002690         10 WS-MC-TOLERANCE    PIC X(06).
002700         10 WS-MC-OWNER        PIC X(08).
002710         10 WS-MC-SUITE-TAG    PIC X(08).
002720         10 WS-MC-OPN-COUNT    PIC X(01).
002730         10 WS-MC-IN-C         PIC X(07).
002740         10 WS-MC-IN-D         PIC X(07).
002750         10 WS-MC-IN-E         PIC X(07).
002760         10 WS-MC-TAKEN-SW     PIC X(01).
002770
002780*----------------------------------------------------------------*
002790*    THE DAY'S CSV ROWS BY TEST NAME - A SAME-DAY RERUN APPENDS  *
002800*    A SECOND SET OF ROWS, AND THE LATEST VERDICT WINS.          *
002810*----------------------------------------------------------------*
002820 77 WS-CV-MAX                   PIC 9(04) COMP VALUE 1000.
002830 77 WS-CV-COUNT                 PIC 9(04) COMP VALUE 0.
002840 77 WS-CV-SUB                   PIC 9(04) COMP VALUE 0.
002850 01 WS-CV-TABLE.
002860     05 WS-CV-ENTRY             OCCURS 1000 TIMES.
002870         10 WS-CV-TEST-NAME    PIC X(40).
002880         10 WS-CV-ROW          PIC X(180).
002890
002900*----------------------------------------------------------------*
002910*    REPORT LINES COLLECTED AS THEY ARE DECIDED AND WRITTEN OUT  *
002920*    SECTION BY SECTION                                          *
002930*----------------------------------------------------------------*
002940 77 WS-CASE-MAX                 PIC 9(04) COMP VALUE 1000.
002950 77 WS-CASE-COUNT               PIC 9(04) COMP VALUE 0.
002960 77 WS-CASE-SUB                 PIC 9(04) COMP VALUE 0.
002970 01 WS-CASE-TABLE.
002980     05 WS-CASE-ENTRY           OCCURS 1000 TIMES.
002990         10 WS-CASE-SECTION    PIC 9(01).
003000         10 WS-CASE-LINE       PIC X(120).
003010
003020 77 WS-SECTION-WANTED           PIC 9(01) VALUE 0.
003030 77 WS-TRIAGE-SECTION           PIC 9(01) VALUE 0.
003040 01 WS-SECTION-TITLE            PIC X(60).
003050 01 WS-CASE-LINE-WORK           PIC X(120).
003060 01 WS-KEY-NAME                 PIC X(40).
003070 01 WS-SET-ASIDE-REASON         PIC X(50).
003080
003090*----------------------------------------------------------------*
003100*    RUN COUNTS                                                  *
003110*----------------------------------------------------------------*
003120 77 WS-NEW-FAIL-COUNT           PIC 9(05) VALUE 0.
003130 77 WS-EXTRACT-COUNT            PIC 9(05) VALUE 0.
003140 77 WS-TICKETED-COUNT           PIC 9(05) VALUE 0.
003150 77 WS-UNMATCHED-COUNT          PIC 9(05) VALUE 0.
003160 77 WS-RESP-COUNT               PIC 9(05) VALUE 0.
003170 77 WS-CHANGE-COUNT             PIC 9(05) VALUE 0.
003180 77 WS-REJECT-COUNT             PIC 9(05) VALUE 0.
003190 01 WS-TRL-COUNT-DISPLAY        PIC 9(06) VALUE 0.
003200
003210*----------------------------------------------------------------*
003220*    TIMESTAMP WORK AREA FOR THE DATED FILE NAMES                *
003230*----------------------------------------------------------------*
003240 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
003250 01 WS-NOW-TIME                 PIC 9(08) VALUE 0.
003260
003270 PROCEDURE DIVISION.
003280
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     IF WS-FILES-OPEN
003320         MOVE "N" TO WS-DONE-SW
003330         IF WS-FUNC-EXTRACT
003340             PERFORM 2000-READ-TRIAGE-LINE THRU 2000-EXIT
003350                 UNTIL WS-DONE
003360             PERFORM 3000-FINISH-EXTRACT THRU 3000-EXIT
003370         ELSE
003380             PERFORM 4000-READ-RESPONSE THRU 4000-EXIT
003390                 UNTIL WS-DONE
003400             PERFORM 5000-FINISH-RESPONSE THRU 5000-EXIT
003410         END-IF
003420     ELSE
003430         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
003440     END-IF.
003450     STOP RUN.
003460
003470 1000-INITIALIZE.
003480     MOVE SPACES TO WS-FUNCTION.
003490     ACCEPT WS-FUNCTION FROM ENVIRONMENT "DEFFUNC"
003500         ON EXCEPTION
003510             CONTINUE
003520     END-ACCEPT.
003530     IF NOT WS-FUNC-EXTRACT AND NOT WS-FUNC-RESPONSE
003540         DISPLAY "TSTDEFCT: DEFFUNC MUST BE EXTRACT OR RESPONSE "
003550                 "- GOT '" WS-FUNCTION "'"
003560         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     PERFORM 1050-RESOLVE-FILE-NAMES THRU 1050-EXIT.
003600     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
003610     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003620         GO TO 1000-EXIT
003630     END-IF.
003640     PERFORM 1200-LOAD-CSV THRU 1200-EXIT.
003650     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003660         GO TO 1000-EXIT
003670     END-IF.
003680     IF WS-FUNC-EXTRACT
003690         PERFORM 1300-OPEN-EXTRACT THRU 1300-EXIT
003700     ELSE
003710         PERFORM 1400-OPEN-RESPONSE THRU 1400-EXIT
003720     END-IF.
003730 1000-EXIT.
003740     EXIT.
003750
003760 1050-RESOLVE-FILE-NAMES.
003770     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
003780     ACCEPT WS-NOW-TIME FROM TIME.
003790     MOVE SPACES TO WS-MASTER-FILE-NAME.
003800     ACCEPT WS-MASTER-FILE-NAME FROM ENVIRONMENT "TESTMAST"
003810         ON EXCEPTION
003820             CONTINUE
003830     END-ACCEPT.
003840     IF WS-MASTER-FILE-NAME = SPACES
003850         MOVE "input/testmast.idx" TO WS-MASTER-FILE-NAME
003860     END-IF.
003870     MOVE SPACES TO WS-DAY-CSV-NAME.
003880     ACCEPT WS-DAY-CSV-NAME FROM ENVIRONMENT "CSVNEW"
003890         ON EXCEPTION
003900             CONTINUE
003910     END-ACCEPT.
003920     IF WS-DAY-CSV-NAME = SPACES
003930         STRING "results/tddmax2_"     DELIMITED BY SIZE
003940                WS-TODAY-NUM           DELIMITED BY SIZE
003950                ".csv"                 DELIMITED BY SIZE
003960                INTO WS-DAY-CSV-NAME
003970         END-STRING
003980     END-IF.
003990     MOVE SPACES TO WS-TRIAGE-NAME.
004000     ACCEPT WS-TRIAGE-NAME FROM ENVIRONMENT "TRIAGE"
004010         ON EXCEPTION
004020             CONTINUE
004030     END-ACCEPT.
004040     IF WS-TRIAGE-NAME = SPACES
004050         STRING "results/triage_"      DELIMITED BY SIZE
004060                WS-TODAY-NUM           DELIMITED BY SIZE
004070                ".rpt"                 DELIMITED BY SIZE
004080                INTO WS-TRIAGE-NAME
004090         END-STRING
004100     END-IF.
004110     MOVE SPACES TO WS-RESPONSE-NAME.
004120     ACCEPT WS-RESPONSE-NAME FROM ENVIRONMENT "DEFRESP"
004130         ON EXCEPTION
004140             CONTINUE
004150     END-ACCEPT.
004160     IF WS-RESPONSE-NAME = SPACES
004170         MOVE "input/defect.resp" TO WS-RESPONSE-NAME
004180     END-IF.
004190     MOVE SPACES TO WS-EXTRACT-NAME.
004200     STRING "results/defect_out_"  DELIMITED BY SIZE
004210            WS-TODAY-NUM           DELIMITED BY SIZE
004220            ".dat"                 DELIMITED BY SIZE
004230            INTO WS-EXTRACT-NAME
004240     END-STRING.
004250     MOVE SPACES TO WS-TRANS-NAME.
004260     STRING "results/tstdefct_"    DELIMITED BY SIZE
004270            WS-TODAY-NUM           DELIMITED BY SIZE
004280            ".trans"               DELIMITED BY SIZE
004290            INTO WS-TRANS-NAME
004300     END-STRING.
004310     MOVE SPACES TO WS-REPORT-NAME.
004320     IF WS-FUNC-EXTRACT
004330         STRING "results/tstdefct_out_" DELIMITED BY SIZE
004340                WS-TODAY-NUM            DELIMITED BY SIZE
004350                ".rpt"                  DELIMITED BY SIZE
004360                INTO WS-REPORT-NAME
004370         END-STRING
004380     ELSE
004390         STRING "results/tstdefct_in_"  DELIMITED BY SIZE
004400                WS-TODAY-NUM            DELIMITED BY SIZE
004410                ".rpt"                  DELIMITED BY SIZE
004420                INTO WS-REPORT-NAME
004430         END-STRING
004440     END-IF.
004450 1050-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------*
004490*    1100-LOAD-MASTER                                            *
004500*    A MASTER LARGER THAN THE TABLE IS REFUSED OUTRIGHT - A CASE *
004510*    PAST THE END WOULD READ AS HAVING LEFT THE MASTER.          *
004520*----------------------------------------------------------------*
004530 1100-LOAD-MASTER.
004540     OPEN INPUT F-MASTER.
004550     IF WS-MAST-NOT-FOUND
004560         DISPLAY "TSTDEFCT: MASTER " WS-MASTER-FILE-NAME
004570                 " NOT FOUND - LOAD IT WITH TSTMAINT FIRST"
004580         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004590         GO TO 1100-EXIT
004600     END-IF.
004610     IF NOT WS-MAST-STATUS-OK
004620         DISPLAY "TSTDEFCT: UNABLE TO OPEN MASTER, "
004630                 "FILE STATUS=" WS-MAST-STATUS
004640         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004650         GO TO 1100-EXIT
004660     END-IF.
004670     PERFORM 1150-LOAD-ONE-CASE THRU 1150-EXIT
004680         UNTIL WS-MAST-DONE.
004690     CLOSE F-MASTER.
004700 1100-EXIT.
004710     EXIT.
004720
004730 1150-LOAD-ONE-CASE.
004740     READ F-MASTER NEXT RECORD
004750         AT END
004760             SET WS-MAST-DONE TO TRUE
004770             GO TO 1150-EXIT
004780     END-READ.
004790     IF NOT WS-MAST-STATUS-OK
004800         DISPLAY "TSTDEFCT: READ ERROR ON MASTER, "
004810                 "FILE STATUS=" WS-MAST-STATUS
004820         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004830         SET WS-MAST-DONE TO TRUE
004840         GO TO 1150-EXIT
004850     END-IF.
004860     IF WS-MC-COUNT NOT < WS-MC-MAX
004870         DISPLAY "TSTDEFCT: MASTER HAS MORE THAN " WS-MC-MAX
004880                 " CASES - NOTHING PROCESSED"
004890         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004900         SET WS-MAST-DONE TO TRUE
004910         GO TO 1150-EXIT
004920     END-IF.
004930     ADD 1 TO WS-MC-COUNT.
004940     MOVE TM-TEST-ID     TO WS-MC-TEST-ID (WS-MC-COUNT).
004950     MOVE TM-OP-CODE     TO WS-MC-OP-CODE (WS-MC-COUNT).
004960     MOVE TM-IN-A        TO WS-MC-IN-A (WS-MC-COUNT).
004970     MOVE TM-IN-B        TO WS-MC-IN-B (WS-MC-COUNT).
004980     MOVE TM-EXPECTED    TO WS-MC-EXPECTED (WS-MC-COUNT).
004990     MOVE TM-TEST-NAME   TO WS-MC-TEST-NAME (WS-MC-COUNT).
005000     MOVE TM-STATUS      TO WS-MC-STATUS (WS-MC-COUNT).
005010     MOVE TM-TICKET      TO WS-MC-TICKET (WS-MC-COUNT).
005020     MOVE TM-CMP-MODE    TO WS-MC-CMP-MODE (WS-MC-COUNT).
005030     MOVE TM-TOLERANCE   TO WS-MC-TOLERANCE (WS-MC-COUNT).
005040     MOVE TM-OWNER       TO WS-MC-OWNER (WS-MC-COUNT).
005050     MOVE TM-SUITE-TAG   TO WS-MC-SUITE-TAG (WS-MC-COUNT).
005060     MOVE TM-OPN-COUNT   TO WS-MC-OPN-COUNT (WS-MC-COUNT).
005070     MOVE TM-IN-C        TO WS-MC-IN-C (WS-MC-COUNT).
005080     MOVE TM-IN-D        TO WS-MC-IN-D (WS-MC-COUNT).
005090     MOVE TM-IN-E        TO WS-MC-IN-E (WS-MC-COUNT).
005100     MOVE "N"            TO WS-MC-TAKEN-SW (WS-MC-COUNT).
005110 1150-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------*
005150*    1200-LOAD-CSV                                               *
005160*    BOTH FUNCTIONS NEED THE DAY'S VERDICTS: THE EXTRACT FOR THE *
005170*    VALUES THE CASE FAILED WITH, THE RESPONSE TO SEE WHETHER    *
005180*    THE CASE HAS PASSED SINCE THE DEFECT WAS RAISED.            *
005190*----------------------------------------------------------------*
005200 1200-LOAD-CSV.
005210     OPEN INPUT F-DAY-CSV.
005220     IF NOT WS-CSV-STATUS-OK
005230         DISPLAY "TSTDEFCT: UNABLE TO OPEN " WS-DAY-CSV-NAME
005240                 ", FILE STATUS=" WS-CSV-STATUS
005250         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005260         GO TO 1200-EXIT
005270     END-IF.
005280     MOVE "N" TO WS-DONE-SW.
005290     PERFORM 1250-STORE-CSV-ROW THRU 1250-EXIT
005300         UNTIL WS-DONE.
005310     CLOSE F-DAY-CSV.
005320 1200-EXIT.
005330     EXIT.
005340
005350 1250-STORE-CSV-ROW.
005360     READ F-DAY-CSV
005370         AT END
005380             SET WS-DONE TO TRUE
005390             GO TO 1250-EXIT
005400     END-READ.
005410     IF NOT WS-CSV-STATUS-OK
005420         DISPLAY "TSTDEFCT: READ ERROR ON CSV, "
005430                 "FILE STATUS=" WS-CSV-STATUS
005440         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005450         SET WS-DONE TO TRUE
005460         GO TO 1250-EXIT
005470     END-IF.
005480     IF F-CSV-LINE (1:7) = "TEST_ID"
005490         GO TO 1250-EXIT
005500     END-IF.
005510     MOVE F-CSV-LINE TO CSV-ROW.
005520     MOVE CSV-TEST-NAME TO WS-KEY-NAME.
005530     PERFORM 8100-FIND-CSV-ROW THRU 8100-EXIT.
005540     IF NOT WS-FOUND
005550         IF WS-CV-COUNT NOT < WS-CV-MAX
005560             DISPLAY "TSTDEFCT: CSV HAS MORE THAN " WS-CV-MAX
005570                     " CASES - NOTHING PROCESSED"
005580             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005590             SET WS-DONE TO TRUE
005600             GO TO 1250-EXIT
005610         END-IF
005620         ADD 1 TO WS-CV-COUNT
005630         MOVE WS-CV-COUNT TO WS-CV-SUB
005640         MOVE CSV-TEST-NAME TO WS-CV-TEST-NAME (WS-CV-SUB)
005650     END-IF.
005660     MOVE CSV-ROW TO WS-CV-ROW (WS-CV-SUB).
005670 1250-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------*
005710*    1300-OPEN-EXTRACT                                           *
005720*    WHICH FAILURES ARE NEW IS RSLTCOMP'S CALL, SO WITH NO       *
005730*    TRIAGE REPORT THERE IS NOTHING TO EXTRACT - RAISING A       *
005740*    DEFECT FOR EVERY FAILURE WOULD DUPLICATE THE OPEN ONES.     *
005750*----------------------------------------------------------------*
005760 1300-OPEN-EXTRACT.
005770     OPEN INPUT F-TRIAGE.
005780     IF NOT WS-TRIAGE-STATUS-OK
005790         DISPLAY "TSTDEFCT: UNABLE TO OPEN TRIAGE REPORT "
005800                 WS-TRIAGE-NAME ", FILE STATUS=" WS-TRIAGE-STATUS
005810                 " - RUN RSLTCOMP FIRST"
005820         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005830         GO TO 1300-EXIT
005840     END-IF.
005850     OPEN OUTPUT F-DEFECT-OUT.
005860     IF NOT WS-EXTRACT-STATUS-OK
005870         DISPLAY "TSTDEFCT: UNABLE TO OPEN " WS-EXTRACT-NAME
005880                 ", FILE STATUS=" WS-EXTRACT-STATUS
005890         CLOSE F-TRIAGE
005900         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005910         GO TO 1300-EXIT
005920     END-IF.
005930     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT.
005940     IF WS-RETURN-CODE-OVERRIDE NOT = 0
005950         CLOSE F-DEFECT-OUT
005960         CLOSE F-TRIAGE
005970         GO TO 1300-EXIT
005980     END-IF.
005990     MOVE SPACES TO DX-DEFECT-REC.
006000     SET DX-HEADER TO TRUE.
006010     MOVE "TDDMAX2"    TO DX-HDR-SOURCE.
006020     MOVE WS-TODAY-NUM TO DX-HDR-RUN-DATE.
006030     MOVE WS-NOW-TIME  TO DX-HDR-TIME.
006040     WRITE DX-DEFECT-REC.
006050     MOVE 0 TO WS-TRIAGE-SECTION.
006060     SET WS-FILES-OPEN TO TRUE.
006070 1300-EXIT.
006080     EXIT.
006090
006100 1400-OPEN-RESPONSE.
006110     OPEN INPUT F-RESPONSE.
006120     IF NOT WS-RESP-STATUS-OK
006130         DISPLAY "TSTDEFCT: UNABLE TO OPEN RESPONSE FILE "
006140                 WS-RESPONSE-NAME ", FILE STATUS=" WS-RESP-STATUS
006150         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006160         GO TO 1400-EXIT
006170     END-IF.
006180     OPEN OUTPUT F-MAINT-TRANS.
006190     IF NOT WS-TRANS-STATUS-OK
006200         DISPLAY "TSTDEFCT: UNABLE TO OPEN " WS-TRANS-NAME
006210                 ", FILE STATUS=" WS-TRANS-STATUS
006220         CLOSE F-RESPONSE
006230         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006240         GO TO 1400-EXIT
006250     END-IF.
006260     PERFORM 1500-OPEN-REPORT THRU 1500-EXIT.
006270     IF WS-RETURN-CODE-OVERRIDE NOT = 0
006280         CLOSE F-MAINT-TRANS
006290         CLOSE F-RESPONSE
006300         GO TO 1400-EXIT
006310     END-IF.
006320     SET WS-FILES-OPEN TO TRUE.
006330 1400-EXIT.
006340     EXIT.
006350
006360 1500-OPEN-REPORT.
006370     OPEN OUTPUT F-DEFECT-REPORT.
006380     IF NOT WS-RPT-STATUS-OK
006390         DISPLAY "TSTDEFCT: UNABLE TO OPEN " WS-REPORT-NAME
006400                 ", FILE STATUS=" WS-RPT-STATUS
006410         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006420         GO TO 1500-EXIT
006430     END-IF.
006440     MOVE SPACES TO F-REPORT-LINE.
006450     IF WS-FUNC-EXTRACT
006460         STRING "TSTDEFCT DEFECT-TRACKER EXTRACT - TRIAGE "
006470                                    DELIMITED BY SIZE
006480                WS-TRIAGE-NAME      DELIMITED BY SPACE
006490                " - RUN DATE "      DELIMITED BY SIZE
006500                WS-TODAY-NUM        DELIMITED BY SIZE
006510                INTO F-REPORT-LINE
006520         END-STRING
006530     ELSE
006540         STRING "TSTDEFCT DEFECT-TRACKER RESPONSE - FILE "
006550                                    DELIMITED BY SIZE
006560                WS-RESPONSE-NAME    DELIMITED BY SPACE
006570                " - RUN DATE "      DELIMITED BY SIZE
006580                WS-TODAY-NUM        DELIMITED BY SIZE
006590                INTO F-REPORT-LINE
006600         END-STRING
006610     END-IF.
006620     WRITE F-REPORT-LINE.
006630     MOVE SPACES TO F-REPORT-LINE.
006640     STRING "  MASTER "             DELIMITED BY SIZE
006650            WS-MASTER-FILE-NAME     DELIMITED BY SPACE
006660            " - RESULTS CSV "       DELIMITED BY SIZE
006670            WS-DAY-CSV-NAME         DELIMITED BY SPACE
006680            INTO F-REPORT-LINE
006690     END-STRING.
006700     WRITE F-REPORT-LINE.
006710 1500-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------------*
006750*    2000-READ-TRIAGE-LINE                                       *
006760*    ONLY THE CASES UNDER "SECTION 1 - NEW FAILURES" ARE WANTED. *
006770*    A CASE STILL FAILING FROM AN EARLIER NIGHT WAS EXTRACTED    *
006780*    THE NIGHT IT FIRST FAILED.                                  *
006790*----------------------------------------------------------------*
006800 2000-READ-TRIAGE-LINE.
006810     READ F-TRIAGE
006820         AT END
006830             SET WS-DONE TO TRUE
006840             GO TO 2000-EXIT
006850     END-READ.
006860     IF NOT WS-TRIAGE-STATUS-OK
006870         DISPLAY "TSTDEFCT: READ ERROR ON TRIAGE REPORT, "
006880                 "FILE STATUS=" WS-TRIAGE-STATUS
006890         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006900         SET WS-DONE TO TRUE
006910         GO TO 2000-EXIT
006920     END-IF.
006930     IF F-TRIAGE-LINE (1:8) = "SECTION "
006940        AND F-TRIAGE-LINE (9:1) NUMERIC
006950         MOVE F-TRIAGE-LINE (9:1) TO WS-TRIAGE-SECTION
006960         GO TO 2000-EXIT
006970     END-IF.
006980     IF WS-TRIAGE-SECTION = 1
006990        AND F-TRI-ID-TAG = "ID="
007000         PERFORM 2100-EXTRACT-NEW-FAILURE THRU 2100-EXIT
007010     END-IF.
007020 2000-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------*
007060*    2100-EXTRACT-NEW-FAILURE                                    *
007070*    THE CASE IS MATCHED TO THE MASTER ON TEST NAME, THE SAME    *
007080*    JOIN TSTRECON USES.  A CASE ALREADY CARRYING A TICKET HAS A *
007090*    DEFECT OPEN AND IS LEFT OUT; SO IS ONE A SAME-DAY RERUN HAS *
007100*    SINCE PASSED.  NEITHER RAISES THE RETURN CODE.              *
007110*----------------------------------------------------------------*
007120 2100-EXTRACT-NEW-FAILURE.
007130     ADD 1 TO WS-NEW-FAIL-COUNT.
007140     MOVE F-TRI-TEST-NAME TO WS-KEY-NAME.
007150     PERFORM 8000-FIND-MASTER-CASE THRU 8000-EXIT.
007160     IF NOT WS-FOUND
007170         MOVE "NOT ON THE MASTER" TO WS-SET-ASIDE-REASON
007180         ADD 1 TO WS-UNMATCHED-COUNT
007190         PERFORM 2900-LIST-NOT-EXTRACTED THRU 2900-EXIT
007200         GO TO 2100-EXIT
007210     END-IF.
007220     IF WS-MC-TICKET (WS-MC-SUB) NOT = SPACES
007230         MOVE SPACES TO WS-SET-ASIDE-REASON
007240         STRING "ALREADY HAS TICKET "     DELIMITED BY SIZE
007250                WS-MC-TICKET (WS-MC-SUB)  DELIMITED BY SIZE
007260                INTO WS-SET-ASIDE-REASON
007270         END-STRING
007280         ADD 1 TO WS-TICKETED-COUNT
007290         PERFORM 2900-LIST-NOT-EXTRACTED THRU 2900-EXIT
007300         GO TO 2100-EXIT
007310     END-IF.
007320     PERFORM 8100-FIND-CSV-ROW THRU 8100-EXIT.
007330     IF NOT WS-FOUND
007340         MOVE "NO ROW IN THE RESULTS CSV" TO WS-SET-ASIDE-REASON
007350         ADD 1 TO WS-UNMATCHED-COUNT
007360         PERFORM 2900-LIST-NOT-EXTRACTED THRU 2900-EXIT
007370         GO TO 2100-EXIT
007380     END-IF.
007390     MOVE WS-CV-ROW (WS-CV-SUB) TO CSV-ROW.
007400     IF CSV-RESULT NOT = "FAIL"
007410         MOVE SPACES TO WS-SET-ASIDE-REASON
007420         STRING "LATEST VERDICT IS "      DELIMITED BY SIZE
007430                CSV-RESULT                DELIMITED BY SIZE
007440                INTO WS-SET-ASIDE-REASON
007450         END-STRING
007460         PERFORM 2900-LIST-NOT-EXTRACTED THRU 2900-EXIT
007470         GO TO 2100-EXIT
007480     END-IF.
007490     MOVE SPACES TO DX-DEFECT-REC.
007500     SET DX-DETAIL TO TRUE.
007510     MOVE WS-MC-TEST-NAME (WS-MC-SUB) TO DX-TEST-NAME.
007520     MOVE WS-MC-OP-CODE (WS-MC-SUB)   TO DX-OP-CODE.
007530     MOVE CSV-OPN-COUNT               TO DX-OPN-COUNT.
007540     MOVE CSV-NUM-1                   TO DX-NUM-1.
007550     MOVE CSV-NUM-2                   TO DX-NUM-2.
007560     MOVE CSV-NUM-3                   TO DX-NUM-3.
007570     MOVE CSV-NUM-4                   TO DX-NUM-4.
007580     MOVE CSV-NUM-5                   TO DX-NUM-5.
007590     MOVE CSV-EXPECTED                TO DX-EXPECTED.
007600     MOVE CSV-ACTUAL                  TO DX-ACTUAL.
007610     MOVE CSV-RUN-ID                  TO DX-RUN-ID.
007620     MOVE WS-MC-OWNER (WS-MC-SUB)     TO DX-OWNER.
007630     MOVE WS-MC-TEST-ID (WS-MC-SUB)   TO DX-TEST-ID.
007640     MOVE WS-TODAY-NUM                TO DX-RUN-DATE.
007650     WRITE DX-DEFECT-REC.
007660     IF NOT WS-EXTRACT-STATUS-OK
007670         DISPLAY "TSTDEFCT: WRITE ERROR ON " WS-EXTRACT-NAME
007680                 ", FILE STATUS=" WS-EXTRACT-STATUS
007690         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007700         SET WS-DONE TO TRUE
007710         GO TO 2100-EXIT
007720     END-IF.
007730     ADD 1 TO WS-EXTRACT-COUNT.
007740     MOVE SPACES TO WS-CASE-LINE-WORK.
007750     STRING "ID="                       DELIMITED BY SIZE
007760            WS-MC-TEST-ID (WS-MC-SUB)   DELIMITED BY SIZE
007770            " OP="                      DELIMITED BY SIZE
007780            WS-MC-OP-CODE (WS-MC-SUB)   DELIMITED BY SIZE
007790            " OWNER="                   DELIMITED BY SIZE
007800            WS-MC-OWNER (WS-MC-SUB)     DELIMITED BY SIZE
007810            " EXP="                     DELIMITED BY SIZE
007820            CSV-EXPECTED                DELIMITED BY SIZE
007830            " ACT="                     DELIMITED BY SIZE
007840            CSV-ACTUAL                  DELIMITED BY SIZE
007850            " NAME="                    DELIMITED BY SIZE
007860            WS-MC-TEST-NAME (WS-MC-SUB) DELIMITED BY SIZE
007870            INTO WS-CASE-LINE-WORK
007880     END-STRING.
007890     MOVE 1 TO WS-SECTION-WANTED.
007900     PERFORM 8200-STORE-CASE-LINE THRU 8200-EXIT.
007910 2100-EXIT.
007920     EXIT.
007930
007940 2900-LIST-NOT-EXTRACTED.
007950     MOVE SPACES TO WS-CASE-LINE-WORK.
007960     STRING "ID="                 DELIMITED BY SIZE
007970            F-TRI-TEST-ID         DELIMITED BY SIZE
007980            " NAME="              DELIMITED BY SIZE
007990            WS-KEY-NAME           DELIMITED BY SIZE
008000            " - "                 DELIMITED BY SIZE
008010            WS-SET-ASIDE-REASON   DELIMITED BY SIZE
008020            INTO WS-CASE-LINE-WORK
008030     END-STRING.
008040     MOVE 2 TO WS-SECTION-WANTED.
008050     PERFORM 8200-STORE-CASE-LINE THRU 8200-EXIT.
008060 2900-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------*
008100*    3000-FINISH-EXTRACT                                         *
008110*    THE TRAILER CARRIES THE DETAIL COUNT FOR THE TRACKER'S      *
008120*    IMPORT TO CHECK.                                            *
008130*----------------------------------------------------------------*
008140 3000-FINISH-EXTRACT.
008150     MOVE SPACES TO DX-DEFECT-REC.
008160     SET DX-TRAILER TO TRUE.
008170     MOVE WS-EXTRACT-COUNT TO WS-TRL-COUNT-DISPLAY.
008180     MOVE WS-TRL-COUNT-DISPLAY TO DX-TRL-COUNT.
008190     WRITE DX-DEFECT-REC.
008200     MOVE "SECTION 1 - NEW FAILURES EXTRACTED FOR THE TRACKER"
008210         TO WS-SECTION-TITLE.
008220     MOVE 1 TO WS-SECTION-WANTED.
008230     PERFORM 8300-WRITE-SECTION THRU 8300-EXIT.
008240     MOVE "SECTION 2 - NEW FAILURES NOT EXTRACTED"
008250         TO WS-SECTION-TITLE.
008260     MOVE 2 TO WS-SECTION-WANTED.
008270     PERFORM 8300-WRITE-SECTION THRU 8300-EXIT.
008280     MOVE SPACES TO F-REPORT-LINE.
008290     STRING "NEW-FAIL="           DELIMITED BY SIZE
008300            WS-NEW-FAIL-COUNT     DELIMITED BY SIZE
008310            " EXTRACTED="         DELIMITED BY SIZE
008320            WS-EXTRACT-COUNT      DELIMITED BY SIZE
008330            " TICKETED="          DELIMITED BY SIZE
008340            WS-TICKETED-COUNT     DELIMITED BY SIZE
008350            " UNMATCHED="         DELIMITED BY SIZE
008360            WS-UNMATCHED-COUNT    DELIMITED BY SIZE
008370            INTO F-REPORT-LINE
008380     END-STRING.
008390     WRITE F-REPORT-LINE.
008400     DISPLAY "TSTDEFCT: " F-REPORT-LINE.
008410     CLOSE F-DEFECT-REPORT.
008420     CLOSE F-DEFECT-OUT.
008430     CLOSE F-TRIAGE.
008440     IF WS-RETURN-CODE-OVERRIDE NOT = 0
008450         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
008460     ELSE
008470         IF WS-UNMATCHED-COUNT > 0
008480             MOVE 4 TO RETURN-CODE
008490         ELSE
008500             MOVE 0 TO RETURN-CODE
008510         END-IF
008520     END-IF.
008530 3000-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------------*
008570*    4000-READ-RESPONSE                                          *
008580*----------------------------------------------------------------*
008590 4000-READ-RESPONSE.
008600     READ F-RESPONSE
008610         AT END
008620             SET WS-DONE TO TRUE
008630             GO TO 4000-EXIT
008640     END-READ.
008650     IF NOT WS-RESP-STATUS-OK
008660         DISPLAY "TSTDEFCT: READ ERROR ON RESPONSE FILE, "
008670                 "FILE STATUS=" WS-RESP-STATUS
008680         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
008690         SET WS-DONE TO TRUE
008700         GO TO 4000-EXIT
008710     END-IF.
008720     IF DR-RESPONSE-REC = SPACES
008730         GO TO 4000-EXIT
008740     END-IF.
008750     PERFORM 4100-CHECK-RESPONSE THRU 4100-EXIT.
008760 4000-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------------*
008800*    4100-CHECK-RESPONSE                                         *
008810*    A TICKET IS ONLY WORTH RECORDING AGAINST A CASE THAT IS     *
008820*    STILL ON THE MASTER, STILL FAILING (NO PASS OR XPASS IN THE *
008830*    DAY'S CSV) AND NOT ALREADY UNDER A TICKET.  A CASE NOT RUN  *
008840*    TONIGHT IS TAKEN AS STILL FAILING.                          *
008850*----------------------------------------------------------------*
008860 4100-CHECK-RESPONSE.
008870     ADD 1 TO WS-RESP-COUNT.
008880     MOVE DR-TEST-NAME TO WS-KEY-NAME.
008890     IF DR-TEST-NAME = SPACES
008900         MOVE "NO TEST NAME" TO WS-SET-ASIDE-REASON
008910         PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
008920         GO TO 4100-EXIT
008930     END-IF.
008940     IF DR-TICKET = SPACES
008950         MOVE "NO TICKET NUMBER" TO WS-SET-ASIDE-REASON
008960         PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
008970         GO TO 4100-EXIT
008980     END-IF.
008990     PERFORM 8000-FIND-MASTER-CASE THRU 8000-EXIT.
009000     IF NOT WS-FOUND
009010         MOVE "CASE HAS LEFT THE MASTER" TO WS-SET-ASIDE-REASON
009020         PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
009030         GO TO 4100-EXIT
009040     END-IF.
009050     IF WS-MC-TAKEN-SW (WS-MC-SUB) = "Y"
009060         MOVE "CASE ALREADY ANSWERED EARLIER IN THIS FILE"
009070             TO WS-SET-ASIDE-REASON
009080         PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
009090         GO TO 4100-EXIT
009100     END-IF.
009110     IF WS-MC-STATUS (WS-MC-SUB) NOT = SPACES
009120        AND WS-MC-STATUS (WS-MC-SUB) NOT = "ACTIVE"
009130        AND WS-MC-STATUS (WS-MC-SUB) NOT = "XFAIL"
009140         MOVE SPACES TO WS-SET-ASIDE-REASON
009150         STRING "CASE STATUS IS "         DELIMITED BY SIZE
009160                WS-MC-STATUS (WS-MC-SUB)  DELIMITED BY SIZE
009170                INTO WS-SET-ASIDE-REASON
009180         END-STRING
009190         PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
009200         GO TO 4100-EXIT
009210     END-IF.
009220     IF WS-MC-TICKET (WS-MC-SUB) NOT = SPACES
009230         MOVE SPACES TO WS-SET-ASIDE-REASON
009240         STRING "CASE ALREADY HAS TICKET " DELIMITED BY SIZE
009250                WS-MC-TICKET (WS-MC-SUB)   DELIMITED BY SIZE
009260                INTO WS-SET-ASIDE-REASON
009270         END-STRING
009280         PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
009290         GO TO 4100-EXIT
009300     END-IF.
009310     PERFORM 8100-FIND-CSV-ROW THRU 8100-EXIT.
009320     IF WS-FOUND
009330         MOVE WS-CV-ROW (WS-CV-SUB) TO CSV-ROW
009340         IF CSV-RESULT = "PASS" OR CSV-RESULT = "XPASS"
009350             MOVE SPACES TO WS-SET-ASIDE-REASON
009360             STRING "CASE HAS SINCE PASSED - LATEST VERDICT "
009370                                           DELIMITED BY SIZE
009380                    CSV-RESULT             DELIMITED BY SIZE
009390                    INTO WS-SET-ASIDE-REASON
009400             END-STRING
009410             PERFORM 4900-REJECT-RESPONSE THRU 4900-EXIT
009420             GO TO 4100-EXIT
009430         END-IF
009440     END-IF.
009450     PERFORM 4200-WRITE-CHANGE-TRANS THRU 4200-EXIT.
009460 4100-EXIT.
009470     EXIT.
009480
009490 4200-WRITE-CHANGE-TRANS.
009500     MOVE SPACES TO F-TRANS-LINE.
009510     MOVE "C"                           TO TR-ACTION.
009520     MOVE WS-MC-TEST-ID (WS-MC-SUB)     TO TR-TEST-ID.
009530     MOVE WS-MC-OP-CODE (WS-MC-SUB)     TO TR-OP-CODE.
009540     MOVE WS-MC-IN-A (WS-MC-SUB)        TO TR-IN-A.
009550     MOVE WS-MC-IN-B (WS-MC-SUB)        TO TR-IN-B.
009560     MOVE WS-MC-EXPECTED (WS-MC-SUB)    TO TR-EXPECTED.
009570     MOVE WS-MC-TEST-NAME (WS-MC-SUB)   TO TR-TEST-NAME.
009580     MOVE "XFAIL"                       TO TR-STATUS.
009590     MOVE DR-TICKET                     TO TR-TICKET.
009600     MOVE WS-MC-CMP-MODE (WS-MC-SUB)    TO TR-CMP-MODE.
009610     MOVE WS-MC-TOLERANCE (WS-MC-SUB)   TO TR-TOLERANCE.
009620     MOVE WS-MC-OWNER (WS-MC-SUB)       TO TR-OWNER.
009630     MOVE WS-MC-SUITE-TAG (WS-MC-SUB)   TO TR-SUITE-TAG.
009640     MOVE WS-MC-OPN-COUNT (WS-MC-SUB)   TO TR-OPN-COUNT.
009650     MOVE WS-MC-IN-C (WS-MC-SUB)        TO TR-IN-C.
009660     MOVE WS-MC-IN-D (WS-MC-SUB)        TO TR-IN-D.
009670     MOVE WS-MC-IN-E (WS-MC-SUB)        TO TR-IN-E.
009680     WRITE F-TRANS-LINE.
009690     IF NOT WS-TRANS-STATUS-OK
009700         DISPLAY "TSTDEFCT: WRITE ERROR ON " WS-TRANS-NAME
009710                 ", FILE STATUS=" WS-TRANS-STATUS
009720         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009730         SET WS-DONE TO TRUE
009740         GO TO 4200-EXIT
009750     END-IF.
009760     MOVE "Y" TO WS-MC-TAKEN-SW (WS-MC-SUB).
009770     ADD 1 TO WS-CHANGE-COUNT.
009780     MOVE SPACES TO WS-CASE-LINE-WORK.
009790     STRING "ID="                       DELIMITED BY SIZE
009800            WS-MC-TEST-ID (WS-MC-SUB)   DELIMITED BY SIZE
009810            " TICKET="                  DELIMITED BY SIZE
009820            DR-TICKET                   DELIMITED BY SIZE
009830            " OWNER="                   DELIMITED BY SIZE
009840            WS-MC-OWNER (WS-MC-SUB)     DELIMITED BY SIZE
009850            " NAME="                    DELIMITED BY SIZE
009860            WS-MC-TEST-NAME (WS-MC-SUB) DELIMITED BY SIZE
009870            INTO WS-CASE-LINE-WORK
009880     END-STRING.
009890     MOVE 1 TO WS-SECTION-WANTED.
009900     PERFORM 8200-STORE-CASE-LINE THRU 8200-EXIT.
009910 4200-EXIT.
009920     EXIT.
009930
009940 4900-REJECT-RESPONSE.
009950     ADD 1 TO WS-REJECT-COUNT.
009960     MOVE SPACES TO WS-CASE-LINE-WORK.
009970     STRING "TICKET="             DELIMITED BY SIZE
009980            DR-TICKET             DELIMITED BY SIZE
009990            " NAME="              DELIMITED BY SIZE
010000            DR-TEST-NAME          DELIMITED BY SIZE
010010            " - "                 DELIMITED BY SIZE
010020            WS-SET-ASIDE-REASON   DELIMITED BY SIZE
010030            INTO WS-CASE-LINE-WORK
010040     END-STRING.
010050     MOVE 2 TO WS-SECTION-WANTED.
010060     PERFORM 8200-STORE-CASE-LINE THRU 8200-EXIT.
010070 4900-EXIT.
010080     EXIT.
010090
010100*----------------------------------------------------------------*
010110*    5000-FINISH-RESPONSE                                        *
010120*----------------------------------------------------------------*
010130 5000-FINISH-RESPONSE.
010140     MOVE "SECTION 1 - XFAIL CHANGES PROPOSED"
010150         TO WS-SECTION-TITLE.
010160     MOVE 1 TO WS-SECTION-WANTED.
010170     PERFORM 8300-WRITE-SECTION THRU 8300-EXIT.
010180     MOVE "SECTION 2 - RESPONSES REJECTED"
010190         TO WS-SECTION-TITLE.
010200     MOVE 2 TO WS-SECTION-WANTED.
010210     PERFORM 8300-WRITE-SECTION THRU 8300-EXIT.
010220     MOVE SPACES TO F-REPORT-LINE.
010230     STRING "RESPONSES="          DELIMITED BY SIZE
010240            WS-RESP-COUNT         DELIMITED BY SIZE
010250            " CHANGES="           DELIMITED BY SIZE
010260            WS-CHANGE-COUNT       DELIMITED BY SIZE
010270            " REJECTED="          DELIMITED BY SIZE
010280            WS-REJECT-COUNT       DELIMITED BY SIZE
010290            INTO F-REPORT-LINE
010300     END-STRING.
010310     WRITE F-REPORT-LINE.
010320     DISPLAY "TSTDEFCT: " F-REPORT-LINE.
010330     CLOSE F-DEFECT-REPORT.
010340     CLOSE F-MAINT-TRANS.
010350     CLOSE F-RESPONSE.
010360     IF WS-CHANGE-COUNT > 0
010370         DISPLAY "TSTDEFCT: PROPOSED CHANGES IN " WS-TRANS-NAME
010380                 " - REVIEW BEFORE FEEDING TSTMAINT"
010390     END-IF.
010400     IF WS-RETURN-CODE-OVERRIDE NOT = 0
010410         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
010420     ELSE
010430         IF WS-REJECT-COUNT > 0
010440             MOVE 4 TO RETURN-CODE
010450         ELSE
010460             MOVE 0 TO RETURN-CODE
010470         END-IF
010480     END-IF.
010490 5000-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------*
010530*    8000-FIND-MASTER-CASE                                       *
010540*    LOOKS UP WS-KEY-NAME; ON A HIT WS-MC-SUB POINTS AT THE CASE.*
010550*----------------------------------------------------------------*
010560 8000-FIND-MASTER-CASE.
010570     MOVE "N" TO WS-FOUND-SW.
010580     PERFORM 8050-SCAN-MASTER-TABLE THRU 8050-EXIT
010590         VARYING WS-MC-SUB FROM 1 BY 1
010600         UNTIL WS-MC-SUB > WS-MC-COUNT
010610            OR WS-FOUND.
010620     IF WS-FOUND
010630         SUBTRACT 1 FROM WS-MC-SUB
010640     END-IF.
010650 8000-EXIT.
010660     EXIT.
010670
010680 8050-SCAN-MASTER-TABLE.
010690     IF WS-MC-TEST-NAME (WS-MC-SUB) = WS-KEY-NAME
010700         SET WS-FOUND TO TRUE
010710     END-IF.
010720 8050-EXIT.
010730     EXIT.
010740
010750*----------------------------------------------------------------*
010760*    8100-FIND-CSV-ROW                                           *
010770*    LOOKS UP WS-KEY-NAME; ON A HIT WS-CV-SUB POINTS AT THE ROW. *
010780*----------------------------------------------------------------*
010790 8100-FIND-CSV-ROW.
010800     MOVE "N" TO WS-FOUND-SW.
010810     PERFORM 8150-SCAN-CSV-TABLE THRU 8150-EXIT
010820         VARYING WS-CV-SUB FROM 1 BY 1
010830         UNTIL WS-CV-SUB > WS-CV-COUNT
010840            OR WS-FOUND.
010850     IF WS-FOUND
010860         SUBTRACT 1 FROM WS-CV-SUB
010870     END-IF.
010880 8100-EXIT.
010890     EXIT.
010900
010910 8150-SCAN-CSV-TABLE.
010920     IF WS-CV-TEST-NAME (WS-CV-SUB) = WS-KEY-NAME
010930         SET WS-FOUND TO TRUE
010940     END-IF.
010950 8150-EXIT.
010960     EXIT.
010970
010980 8200-STORE-CASE-LINE.
010990     IF WS-CASE-COUNT < WS-CASE-MAX
011000         ADD 1 TO WS-CASE-COUNT
011010         MOVE WS-SECTION-WANTED
011020             TO WS-CASE-SECTION (WS-CASE-COUNT)
011030         MOVE WS-CASE-LINE-WORK
011040             TO WS-CASE-LINE (WS-CASE-COUNT)
011050     END-IF.
011060 8200-EXIT.
011070     EXIT.
011080
011090 8300-WRITE-SECTION.
011100     MOVE SPACES TO F-REPORT-LINE.
011110     MOVE WS-SECTION-TITLE TO F-REPORT-LINE.
011120     WRITE F-REPORT-LINE.
011130     PERFORM 8350-WRITE-SECTION-LINE THRU 8350-EXIT
011140         VARYING WS-CASE-SUB FROM 1 BY 1
011150         UNTIL WS-CASE-SUB > WS-CASE-COUNT.
011160 8300-EXIT.
011170     EXIT.
011180
011190 8350-WRITE-SECTION-LINE.
011200     IF WS-CASE-SECTION (WS-CASE-SUB) = WS-SECTION-WANTED
011210         MOVE SPACES TO F-REPORT-LINE
011220         MOVE WS-CASE-LINE (WS-CASE-SUB) TO F-REPORT-LINE (3:)
011230         WRITE F-REPORT-LINE
011240     END-IF.
011250 8350-EXIT.
011260     EXIT.
