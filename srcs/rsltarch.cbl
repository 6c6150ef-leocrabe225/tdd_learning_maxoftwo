000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      RSLTARCH                                      *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      RESULTS ARCHIVE AHEAD OF THE RSLTHIST         *
000090*                  RETENTION PURGE.  ARCFUNC SELECTS THE         *
000100*                  FUNCTION:                                     *
000110*                                                                *
000120*                  ARCHIVE - EVERY RUN DATE THE PURGE WILL       *
000130*                            REACH BEFORE THE NEXT MONTHLY RUN   *
000140*                            (OLDER THAN RETDAYS LESS ARCLEAD    *
000150*                            DAYS, BACK A YEAR PAST THE CUTOFF)  *
000160*                            AND NOT YET ON A VERIFIED ARCHIVE   *
000170*                            HAS ITS DAILY FILES - THE RESULTS   *
000180*                            CSV, AUDIT LOG, SLOW REPORT,        *
000190*                            TRIAGE REPORT AND RERUN DECK -      *
000200*                            COPIED INTO THE ARCHIVE FOR ITS     *
000210*                            MONTH, RESULTS/TDDARCH_YYYYMM.ARC   *
000220*                            (SEE ARCREC).  THE MONTH'S ARCHIVE  *
000230*                            IS REBUILT FROM ITS PREVIOUS COPY   *
000240*                            (KEPT AS .OLD UNTIL THE NEW ONE     *
000250*                            VERIFIES) PLUS THE NEW DAYS, THEN   *
000260*                            READ BACK AND EVERY MEMBER CHECKED  *
000270*                            AGAINST ITS CONTROL TOTALS.  EACH   *
000280*                            DAY ARCHIVED GETS A VERIFIED OR     *
000290*                            FAILED LINE ON THE ARCHIVE INDEX    *
000300*                            (SEE ARCINDEX), WHICH RSLTHIST      *
000310*                            CHECKS BEFORE IT PURGES.            *
000320*                  RESTORE - EXTRACTS THE MEMBERS FOR ONE RUN    *
000330*                            DATE (ARCDATE, YYYYMMDD) BACK INTO  *
000340*                            RESULTS/ UNDER THEIR ORIGINAL       *
000350*                            NAMES, THEN READS EACH RESTORED     *
000360*                            FILE BACK AND CHECKS IT AGAINST THE *
000370*                            CONTROL TOTALS.  A FILE STILL IN    *
000380*                            RESULTS/ IS NOT OVERWRITTEN; IT IS  *
000390*                            CHECKED AGAINST THE TOTALS INSTEAD. *
000400*                                                                *
000410*                  RETDAYS IS THE RSLTHIST RETENTION PERIOD      *
000420*                  (DEFAULT 60), ARCLEAD THE DAYS AHEAD OF IT TO *
000430*                  ARCHIVE (DEFAULT 31, ONE MONTH) AND ARCINDEX  *
000440*                  NAMES THE INDEX (DEFAULT RESULTS/             *
000450*                  TDDARCH.INDEX).  THE REPORT IS                *
000460*                  RESULTS/RSLTARCH_YYYYMMDD.RPT FOR THE ARCHIVE *
000470*                  AND RESULTS/RSLTARCH_RST_YYYYMMDD.RPT FOR A   *
000480*                  RESTORE.                                      *
000490*                                                                *
000500*                  RETURN-CODE:  0 = DONE, EVERYTHING VERIFIED   *
000510*                                4 = RESTORE FOUND A FILE STILL  *
000520*                                    IN RESULTS/ (LEFT AS IT     *
000530*                                    WAS, AND IT MATCHED)        *
000540*                                8 = FILE ERROR, BAD ARCFUNC OR  *
000550*                                    ARCDATE, A MEMBER THAT DID  *
000560*                                    NOT MATCH ITS CONTROL       *
000570*                                    TOTALS, OR NOTHING ON THE   *
000580*                                    ARCHIVE FOR ARCDATE         *
000590*                                                                *
000600*----------------------------------------------------------------*
000610*    MODIFICATION HISTORY                                        *
000620*    DATE        INIT  DESCRIPTION                               *
000630*    ----------  ----  ----------------------------------------  *
000640*    2026-10-15  RLO   ORIGINAL VERSION - MONTHLY ARCHIVE WITH   *
000650*                      CONTROL TOTALS AHEAD OF THE RETENTION     *
000660*                      PURGE, AND ONE-DATE RESTORE.              *
000662*    2026-10-15  RLO   A MEMBER THAT CANNOT BE READ A SECOND     *
000664*                      TIME FOR COPYING NOW FAILS ITS MONTH      *
000666*                      INSTEAD OF LOOPING ON THE READ.           *
000670*----------------------------------------------------------------*
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. rsltarch.
000700 AUTHOR. R. OKONKWO.
000710 INSTALLATION. ENTERPRISE BATCH SERVICES.
000720 DATE-WRITTEN. 2026-10-15.
000730 DATE-COMPILED.
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT F-MEMBER ASSIGN DYNAMIC WS-MEMBER-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-MEMBER-STATUS.
000810
000820     SELECT F-ARCHIVE ASSIGN DYNAMIC WS-ARCHIVE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARC-STATUS.
000850
000860     SELECT F-OLD-ARCHIVE ASSIGN DYNAMIC WS-OLD-ARCHIVE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-OLD-STATUS.
000890
000900     SELECT F-ARC-INDEX ASSIGN DYNAMIC WS-INDEX-NAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-INDEX-STATUS.
000930
000940     SELECT F-ARC-REPORT ASSIGN DYNAMIC WS-REPORT-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-RPT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000*----------------------------------------------------------------*
001010*    ANY OF THE DAY'S FILES - THE AUDIT LOG LINE IS THE WIDEST   *
001020*----------------------------------------------------------------*
001030 FD F-MEMBER.
001040 01 F-MEMBER-LINE               PIC X(300).
001050
001060 FD F-ARCHIVE.
001070 COPY arcrec.
001080
001090*----------------------------------------------------------------*
001100*    THE MONTH'S PREVIOUS ARCHIVE, COPIED RECORD FOR RECORD      *
001110*    THROUGH AR-ARCHIVE-REC                                      *
001120*----------------------------------------------------------------*
001130 FD F-OLD-ARCHIVE.
001140 01 F-OLD-ARCHIVE-LINE          PIC X(302).
001150
001160 FD F-ARC-INDEX.
001170 COPY arcindex.
001180
001190 FD F-ARC-REPORT.
001200 01 F-REPORT-LINE               PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------*
001240*    FILE NAMES                                                  *
001250*----------------------------------------------------------------*
001260 01 WS-MEMBER-NAME              PIC X(40).
001270 01 WS-ARCHIVE-NAME             PIC X(40).
001280 01 WS-OLD-ARCHIVE-NAME         PIC X(40).
001290 01 WS-INDEX-NAME               PIC X(40).
001300 01 WS-REPORT-NAME              PIC X(40).
001310
001320*----------------------------------------------------------------*
001330*    FILE STATUS CODES                                           *
001340*----------------------------------------------------------------*
001350 01 WS-MEMBER-STATUS            PIC X(02).
001360     88 WS-MEMBER-STATUS-OK                VALUE "00".
001370
001380 01 WS-ARC-STATUS               PIC X(02).
001390     88 WS-ARC-STATUS-OK                   VALUE "00".
001400     88 WS-ARC-NOT-FOUND                   VALUE "35".
001410
001420 01 WS-OLD-STATUS               PIC X(02).
001430     88 WS-OLD-STATUS-OK                   VALUE "00".
001440
001450 01 WS-INDEX-STATUS             PIC X(02).
001460     88 WS-INDEX-STATUS-OK                 VALUE "00".
001470     88 WS-INDEX-NOT-FOUND                 VALUE "35".
001480
001490 01 WS-RPT-STATUS               PIC X(02).
001500     88 WS-RPT-STATUS-OK                   VALUE "00".
001510
001520*----------------------------------------------------------------*
001530*    RUN FUNCTION FROM ARCFUNC                                   *
001540*----------------------------------------------------------------*
001550 01 WS-FUNCTION                 PIC X(08).
001560     88 WS-FUNC-ARCHIVE                    VALUE "ARCHIVE".
001570     88 WS-FUNC-RESTORE                    VALUE "RESTORE".
001580
001590*----------------------------------------------------------------*
001600*    SWITCHES                                                    *
001610*----------------------------------------------------------------*
001620 77 WS-DONE-SW                   PIC X(01) VALUE "N".
001630     88 WS-DONE                            VALUE "Y".
001640
001650 77 WS-MEMBER-DONE-SW            PIC X(01) VALUE "N".
001660     88 WS-MEMBER-DONE                     VALUE "Y".
001670
001680 77 WS-FILES-OPEN-SW             PIC X(01) VALUE "N".
001690     88 WS-FILES-OPEN                      VALUE "Y".
001700
001710 77 WS-FOUND-SW                  PIC X(01) VALUE "N".
001720     88 WS-FOUND                           VALUE "Y".
001730
001740 77 WS-HAD-OLD-SW                PIC X(01) VALUE "N".
001750     88 WS-HAD-OLD                         VALUE "Y".
001760
001770 77 WS-DROP-SW                   PIC X(01) VALUE "N".
001780     88 WS-DROP-MEMBER                     VALUE "Y".
001790
001800 77 WS-IN-MEMBER-SW              PIC X(01) VALUE "N".
001810     88 WS-IN-MEMBER                       VALUE "Y".
001820
001830 77 WS-WRITING-SW                PIC X(01) VALUE "N".
001840     88 WS-WRITING                         VALUE "Y".
001850
001860 77 WS-ARCHIVE-ERROR-SW          PIC X(01) VALUE "N".
001870     88 WS-ARCHIVE-ERROR                   VALUE "Y".
001880
001890 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
001900
001910*----------------------------------------------------------------*
001920*    THE CSV ROW IMAGE SHARED WITH CHCKRSLT                      *
001930*----------------------------------------------------------------*
001940 COPY csvrow.
001950
001960*----------------------------------------------------------------*
001970*    RETENTION AND DATE ARITHMETIC, AS RSLTHIST DOES IT          *
001980*----------------------------------------------------------------*
001990 01 WS-RET-DAYS-TEXT            PIC X(03).
002000 77 WS-RET-DAYS                 PIC 9(03) VALUE 60.
002010 01 WS-LEAD-DAYS-TEXT           PIC X(03).
002020 77 WS-LEAD-DAYS                PIC 9(03) VALUE 31.
002030 77 WS-TODAY-INT                PIC 9(07) COMP VALUE 0.
002040 77 WS-WINDOW-START             PIC 9(07) COMP VALUE 0.
002050 77 WS-WINDOW-END               PIC 9(07) COMP VALUE 0.
002060 77 WS-DATE-INT                 PIC 9(07) COMP VALUE 0.
002070 01 WS-DATE-NUM                 PIC 9(08) VALUE 0.
002080 01 WS-DATE-NUM-X REDEFINES WS-DATE-NUM.
002090     05 WS-DATE-YYYYMM          PIC X(06).
002100     05 WS-DATE-DD              PIC X(02).
002110 01 WS-WINDOW-START-NUM         PIC 9(08) VALUE 0.
002120 01 WS-WINDOW-END-NUM           PIC 9(08) VALUE 0.
002130 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
002140 01 WS-RESTORE-DATE-TEXT        PIC X(08).
002150 01 WS-RESTORE-DATE             PIC 9(08) VALUE 0.
002160 01 WS-MONTH-OPEN               PIC X(06) VALUE SPACES.
002170
002180*----------------------------------------------------------------*
002190*    RUN DATES ALREADY ON A VERIFIED ARCHIVE, FROM THE INDEX.    *
002200*    THE LATEST INDEX LINE FOR A DATE WINS.                      *
002210*----------------------------------------------------------------*
002220 77 WS-AX-MAX                   PIC 9(04) COMP VALUE 1000.
002230 77 WS-AX-COUNT                 PIC 9(04) COMP VALUE 0.
002240 77 WS-AX-SUB                   PIC 9(04) COMP VALUE 0.
002250 01 WS-AX-TABLE.
002260     05 WS-AX-ENTRY             OCCURS 1000 TIMES.
002270         10 WS-AX-RUN-DATE     PIC 9(08).
002280         10 WS-AX-STATE        PIC X(08).
002290
002300*----------------------------------------------------------------*
002310*    THE MEMBERS TO ARCHIVE ON THIS RUN, IN DATE ORDER, WITH THE *
002320*    CONTROL TOTALS TAKEN FROM THE FILE IN RESULTS/.             *
002330*    WS-AM-STATE IS BLANK UNTIL THE MONTH IS READ BACK, THEN     *
002340*    V (MATCHED) OR F (DID NOT); U MEANS THE FILE COULD NOT BE   *
002350*    READ WHEN IT WAS TO BE COPIED.                              *
002360*----------------------------------------------------------------*
002370 77 WS-AM-MAX                   PIC 9(04) COMP VALUE 2500.
002380 77 WS-AM-COUNT                 PIC 9(04) COMP VALUE 0.
002390 77 WS-AM-SUB                   PIC 9(04) COMP VALUE 0.
002400 77 WS-AM-SCAN                  PIC 9(04) COMP VALUE 0.
002410 77 WS-AM-DAY-SUB               PIC 9(04) COMP VALUE 0.
002420 01 WS-AM-TABLE.
002430     05 WS-AM-ENTRY             OCCURS 2500 TIMES.
002440         10 WS-AM-RUN-DATE     PIC 9(08).
002450         10 WS-AM-MONTH        PIC X(06).
002460         10 WS-AM-NAME         PIC X(40).
002470         10 WS-AM-KIND         PIC X(01).
002480         10 WS-AM-RECORDS      PIC 9(07).
002490         10 WS-AM-HASH         PIC 9(15).
002500         10 WS-AM-STATE        PIC X(01).
002510
002520*----------------------------------------------------------------*
002530*    THE FIVE DAILY FILES, IN THE ORDER RSLTHIST PURGES THEM     *
002540*----------------------------------------------------------------*
002550 77 WS-KIND-SUB                 PIC 9(01) COMP VALUE 0.
002560 01 WS-KIND-VALUES.
002570     05 FILLER                  PIC X(01) VALUE "C".
002580     05 FILLER                  PIC X(01) VALUE "L".
002590     05 FILLER                  PIC X(01) VALUE "R".
002600     05 FILLER                  PIC X(01) VALUE "S".
002610     05 FILLER                  PIC X(01) VALUE "T".
002620 01 WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
002630     05 WS-KIND-CODE            PIC X(01) OCCURS 5 TIMES.
002640 01 WS-MEMBER-KIND              PIC X(01).
002650     88 WS-KIND-CSV                        VALUE "C".
002660     88 WS-KIND-LOG                        VALUE "L".
002670     88 WS-KIND-RERUN                      VALUE "R".
002680     88 WS-KIND-SLOW                       VALUE "S".
002690     88 WS-KIND-TRIAGE                     VALUE "T".
002700 01 WS-FILE-DETAILS             PIC X(16).
002710
002720*----------------------------------------------------------------*
002730*    CONTROL-TOTAL WORK AREA.  7000-HASH-RECORD ADDS ONE LINE'S  *
002740*    VERDICT WEIGHT TIMES ITS LINE NUMBER TO WS-HASH-TOTAL.      *
002750*----------------------------------------------------------------*
002760 01 WS-HASH-LINE                PIC X(300).
002770 77 WS-HASH-REC-NUM             PIC 9(07) VALUE 0.
002780 77 WS-HASH-TOTAL               PIC 9(15) VALUE 0.
002790 01 WS-HASH-KEY                 PIC X(08).
002800 77 WS-HASH-KEY-LEN             PIC 9(02) COMP VALUE 0.
002810 77 WS-HASH-HITS                PIC 9(04) COMP VALUE 0.
002820 77 WS-HASH-LEAD                PIC 9(04) COMP VALUE 0.
002830 77 WS-HASH-POS                 PIC 9(04) COMP VALUE 0.
002840 01 WS-VERDICT                  PIC X(05).
002850 77 WS-VERDICT-WEIGHT           PIC 9(01) VALUE 0.
002860
002870*----------------------------------------------------------------*
002880*    THE MEMBER BEING CHECKED OR RESTORED: ITS HEADER TOTALS AND *
002890*    THE TOTALS COUNTED FROM ITS LINES                           *
002900*----------------------------------------------------------------*
002910 01 WS-HDR-NAME                 PIC X(40).
002920 01 WS-HDR-KIND                 PIC X(01).
002930 01 WS-HDR-RUN-DATE             PIC 9(08).
002940 77 WS-HDR-RECORDS              PIC 9(07) VALUE 0.
002950 77 WS-HDR-HASH                 PIC 9(15) VALUE 0.
002960 77 WS-ARC-RECORDS              PIC 9(07) VALUE 0.
002970 77 WS-ARC-HASH                 PIC 9(15) VALUE 0.
002980 77 WS-COPY-RECORDS             PIC 9(07) VALUE 0.
002990 01 WS-MEMBER-RESULT            PIC X(20).
003000 01 WS-DAY-STATE                PIC X(08).
003010 01 WS-CHECK-STATE              PIC X(01).
003020 77 WS-DAY-MEMBERS              PIC 9(02) VALUE 0.
003030
003040*----------------------------------------------------------------*
003050*    RUN COUNTS                                                  *
003060*----------------------------------------------------------------*
003070 77 WS-ALREADY-COUNT            PIC 9(05) VALUE 0.
003080 77 WS-DAY-COUNT                PIC 9(05) VALUE 0.
003090 77 WS-MEMBER-COUNT             PIC 9(05) VALUE 0.
003100 77 WS-MONTH-COUNT              PIC 9(05) VALUE 0.
003110 77 WS-KEPT-COUNT               PIC 9(05) VALUE 0.
003120 77 WS-CHECKED-COUNT            PIC 9(05) VALUE 0.
003130 77 WS-BAD-COUNT                PIC 9(05) VALUE 0.
003140 77 WS-RESTORED-COUNT           PIC 9(05) VALUE 0.
003150 77 WS-PRESENT-COUNT            PIC 9(05) VALUE 0.
003160
003170 PROCEDURE DIVISION.
003180
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     IF WS-FILES-OPEN
003220         IF WS-FUNC-ARCHIVE
003230             PERFORM 2000-SCAN-ONE-DAY THRU 2000-EXIT
003240                 VARYING WS-DATE-INT
003250                 FROM WS-WINDOW-START BY 1
003260                 UNTIL WS-DATE-INT > WS-WINDOW-END
003270                    OR WS-ARCHIVE-ERROR
003280             PERFORM 3000-ARCHIVE-MEMBER THRU 3000-EXIT
003290                 VARYING WS-AM-SUB FROM 1 BY 1
003300                 UNTIL WS-AM-SUB > WS-AM-COUNT
003310                    OR WS-ARCHIVE-ERROR
003320             IF WS-MONTH-OPEN NOT = SPACES
003330                 PERFORM 3500-FINISH-MONTH THRU 3500-EXIT
003340             END-IF
003350             PERFORM 4000-FINISH-ARCHIVE THRU 4000-EXIT
003360         ELSE
003370             MOVE "N" TO WS-DONE-SW
003380             PERFORM 5000-RESTORE-RECORD THRU 5000-EXIT
003390                 UNTIL WS-DONE
003400             PERFORM 6000-FINISH-RESTORE THRU 6000-EXIT
003410         END-IF
003420     END-IF.
003430     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003440         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
003450     END-IF.
003460     STOP RUN.
003470
003480 1000-INITIALIZE.
003490     MOVE SPACES TO WS-FUNCTION.
003500     ACCEPT WS-FUNCTION FROM ENVIRONMENT "ARCFUNC"
003510         ON EXCEPTION
003520             CONTINUE
003530     END-ACCEPT.
003540     IF NOT WS-FUNC-ARCHIVE AND NOT WS-FUNC-RESTORE
003550         DISPLAY "RSLTARCH: ARCFUNC MUST BE ARCHIVE OR RESTORE "
003560                 "- GOT '" WS-FUNCTION "'"
003570         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003580         GO TO 1000-EXIT
003590     END-IF.
003600     PERFORM 1050-RESOLVE-SETTINGS THRU 1050-EXIT.
003610     IF WS-RETURN-CODE-OVERRIDE NOT = 0
003620         GO TO 1000-EXIT
003630     END-IF.
003640     IF WS-FUNC-ARCHIVE
003650         PERFORM 1100-LOAD-INDEX THRU 1100-EXIT
003660         IF WS-RETURN-CODE-OVERRIDE NOT = 0
003670             GO TO 1000-EXIT
003680         END-IF
003690         PERFORM 1200-OPEN-ARCHIVE-RUN THRU 1200-EXIT
003700     ELSE
003710         PERFORM 1300-OPEN-RESTORE-RUN THRU 1300-EXIT
003720     END-IF.
003730 1000-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------------*
003770*    1050-RESOLVE-SETTINGS                                       *
003780*    THE ARCHIVE WINDOW REACHES A YEAR BEHIND THE RETENTION      *
003790*    CUTOFF, AS THE PURGE SWEEP DOES, AND ARCLEAD DAYS AHEAD OF  *
003800*    IT, SO A MONTHLY RUN COVERS EVERY DAY THE NIGHTLY PURGE     *
003810*    REACHES BEFORE THE NEXT ONE.  TODAY IS NEVER ARCHIVED - ITS *
003820*    FILES ARE STILL BEING WRITTEN.                              *
003830*----------------------------------------------------------------*
003840 1050-RESOLVE-SETTINGS.
003850     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
003860     COMPUTE WS-TODAY-INT
003870         = FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
003880     MOVE SPACES TO WS-INDEX-NAME.
003890     ACCEPT WS-INDEX-NAME FROM ENVIRONMENT "ARCINDEX"
003900         ON EXCEPTION
003910             CONTINUE
003920     END-ACCEPT.
003930     IF WS-INDEX-NAME = SPACES
003940         MOVE "results/tddarch.index" TO WS-INDEX-NAME
003950     END-IF.
003960     MOVE SPACES TO WS-RET-DAYS-TEXT.
003970     ACCEPT WS-RET-DAYS-TEXT FROM ENVIRONMENT "RETDAYS"
003980         ON EXCEPTION
003990             CONTINUE
004000     END-ACCEPT.
004010     IF WS-RET-DAYS-TEXT NOT = SPACES
004020         COMPUTE WS-RET-DAYS
004030             = FUNCTION NUMVAL (WS-RET-DAYS-TEXT)
004040     END-IF.
004050     IF WS-RET-DAYS = 0
004060         MOVE 60 TO WS-RET-DAYS
004070     END-IF.
004080     MOVE SPACES TO WS-LEAD-DAYS-TEXT.
004090     ACCEPT WS-LEAD-DAYS-TEXT FROM ENVIRONMENT "ARCLEAD"
004100         ON EXCEPTION
004110             CONTINUE
004120     END-ACCEPT.
004130     IF WS-LEAD-DAYS-TEXT NOT = SPACES
004140         COMPUTE WS-LEAD-DAYS
004150             = FUNCTION NUMVAL (WS-LEAD-DAYS-TEXT)
004160     END-IF.
004170     COMPUTE WS-WINDOW-START
004180         = WS-TODAY-INT - WS-RET-DAYS - 365.
004190     IF WS-LEAD-DAYS < WS-RET-DAYS
004200         COMPUTE WS-WINDOW-END
004210             = WS-TODAY-INT - WS-RET-DAYS + WS-LEAD-DAYS - 1
004220     ELSE
004230         COMPUTE WS-WINDOW-END = WS-TODAY-INT - 1
004240     END-IF.
004250     COMPUTE WS-WINDOW-START-NUM
004260         = FUNCTION DATE-OF-INTEGER (WS-WINDOW-START).
004270     COMPUTE WS-WINDOW-END-NUM
004280         = FUNCTION DATE-OF-INTEGER (WS-WINDOW-END).
004290     IF WS-FUNC-ARCHIVE
004300         MOVE SPACES TO WS-REPORT-NAME
004310         STRING "results/rsltarch_"    DELIMITED BY SIZE
004320                WS-TODAY-NUM           DELIMITED BY SIZE
004330                ".rpt"                 DELIMITED BY SIZE
004340                INTO WS-REPORT-NAME
004350         END-STRING
004360         GO TO 1050-EXIT
004370     END-IF.
004380     MOVE SPACES TO WS-REPORT-NAME.
004390     STRING "results/rsltarch_rst_"    DELIMITED BY SIZE
004400            WS-TODAY-NUM               DELIMITED BY SIZE
004410            ".rpt"                     DELIMITED BY SIZE
004420            INTO WS-REPORT-NAME
004430     END-STRING.
004440     MOVE SPACES TO WS-RESTORE-DATE-TEXT.
004450     ACCEPT WS-RESTORE-DATE-TEXT FROM ENVIRONMENT "ARCDATE"
004460         ON EXCEPTION
004470             CONTINUE
004480     END-ACCEPT.
004490     IF WS-RESTORE-DATE-TEXT IS NOT NUMERIC
004500         DISPLAY "RSLTARCH: ARCDATE MUST BE A RUN DATE, YYYYMMDD "
004510                 "- GOT '" WS-RESTORE-DATE-TEXT "'"
004520         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004530         GO TO 1050-EXIT
004540     END-IF.
004550     MOVE WS-RESTORE-DATE-TEXT TO WS-RESTORE-DATE.
004560     IF FUNCTION TEST-DATE-YYYYMMDD (WS-RESTORE-DATE) NOT = 0
004570         DISPLAY "RSLTARCH: ARCDATE " WS-RESTORE-DATE
004580                 " IS NOT A VALID DATE"
004590         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004600         GO TO 1050-EXIT
004610     END-IF.
004620     MOVE WS-RESTORE-DATE TO WS-DATE-NUM.
004630     PERFORM 8000-BUILD-ARCHIVE-NAMES THRU 8000-EXIT.
004640 1050-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------*
004680*    1100-LOAD-INDEX                                             *
004690*    NO INDEX YET SIMPLY MEANS NOTHING HAS BEEN ARCHIVED.  ONLY  *
004700*    DATES INSIDE THE WINDOW MATTER TO THIS RUN.                 *
004710*----------------------------------------------------------------*
004720 1100-LOAD-INDEX.
004730     OPEN INPUT F-ARC-INDEX.
004740     IF WS-INDEX-NOT-FOUND
004750         GO TO 1100-EXIT
004760     END-IF.
004770     IF NOT WS-INDEX-STATUS-OK
004780         DISPLAY "RSLTARCH: UNABLE TO OPEN ARCHIVE INDEX "
004790                 WS-INDEX-NAME ", FILE STATUS=" WS-INDEX-STATUS
004800         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004810         GO TO 1100-EXIT
004820     END-IF.
004830     MOVE "N" TO WS-DONE-SW.
004840     PERFORM 1150-READ-INDEX THRU 1150-EXIT
004850         UNTIL WS-DONE.
004860     CLOSE F-ARC-INDEX.
004870 1100-EXIT.
004880     EXIT.
004890
004900 1150-READ-INDEX.
004910     READ F-ARC-INDEX
004920         AT END
004930             SET WS-DONE TO TRUE
004940             GO TO 1150-EXIT
004950     END-READ.
004960     IF AI-RUN-DATE IS NOT NUMERIC
004970         GO TO 1150-EXIT
004980     END-IF.
004990     IF AI-RUN-DATE < WS-WINDOW-START-NUM
005000         GO TO 1150-EXIT
005010     END-IF.
005020     MOVE AI-RUN-DATE TO WS-DATE-NUM.
005030     PERFORM 7500-FIND-INDEX-DATE THRU 7500-EXIT.
005040     IF WS-FOUND
005050         MOVE AI-STATE TO WS-AX-STATE (WS-AX-SUB)
005060         GO TO 1150-EXIT
005070     END-IF.
005080     IF WS-AX-COUNT NOT < WS-AX-MAX
005090         DISPLAY "RSLTARCH: ARCHIVE INDEX HAS MORE THAN "
005100                 WS-AX-MAX " DATES IN THE WINDOW"
005110         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005120         SET WS-DONE TO TRUE
005130         GO TO 1150-EXIT
005140     END-IF.
005150     ADD 1 TO WS-AX-COUNT.
005160     MOVE AI-RUN-DATE TO WS-AX-RUN-DATE (WS-AX-COUNT).
005170     MOVE AI-STATE TO WS-AX-STATE (WS-AX-COUNT).
005180 1150-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------*
005220*    1200-OPEN-ARCHIVE-RUN                                       *
005230*    THE INDEX IS APPENDED TO; THE FIRST ARCHIVE RUN CREATES IT. *
005240*----------------------------------------------------------------*
005250 1200-OPEN-ARCHIVE-RUN.
005260     OPEN EXTEND F-ARC-INDEX.
005270     IF WS-INDEX-NOT-FOUND
005280         OPEN OUTPUT F-ARC-INDEX
005290     END-IF.
005300     IF NOT WS-INDEX-STATUS-OK
005310         DISPLAY "RSLTARCH: UNABLE TO OPEN ARCHIVE INDEX "
005320                 WS-INDEX-NAME ", FILE STATUS=" WS-INDEX-STATUS
005330         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005340         GO TO 1200-EXIT
005350     END-IF.
005360     OPEN OUTPUT F-ARC-REPORT.
005370     IF NOT WS-RPT-STATUS-OK
005380         DISPLAY "RSLTARCH: UNABLE TO OPEN REPORT "
005390                 WS-REPORT-NAME ", FILE STATUS=" WS-RPT-STATUS
005400         CLOSE F-ARC-INDEX
005410         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005420         GO TO 1200-EXIT
005430     END-IF.
005440     SET WS-FILES-OPEN TO TRUE.
005450     MOVE SPACES TO F-REPORT-LINE.
005460     STRING "RSLTARCH ARCHIVE RUN "    DELIMITED BY SIZE
005470            WS-TODAY-NUM               DELIMITED BY SIZE
005480            " - RETDAYS="              DELIMITED BY SIZE
005490            WS-RET-DAYS                DELIMITED BY SIZE
005500            " ARCLEAD="                DELIMITED BY SIZE
005510            WS-LEAD-DAYS               DELIMITED BY SIZE
005520            " INDEX="                  DELIMITED BY SIZE
005530            WS-INDEX-NAME              DELIMITED BY SPACE
005540            INTO F-REPORT-LINE
005550     END-STRING.
005560     WRITE F-REPORT-LINE.
005570     MOVE SPACES TO F-REPORT-LINE.
005580     STRING "RUN DATES "               DELIMITED BY SIZE
005590            WS-WINDOW-START-NUM        DELIMITED BY SIZE
005600            " THROUGH "                DELIMITED BY SIZE
005610            WS-WINDOW-END-NUM          DELIMITED BY SIZE
005620            INTO F-REPORT-LINE
005630     END-STRING.
005640     WRITE F-REPORT-LINE.
005650 1200-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------------*
005690*    1300-OPEN-RESTORE-RUN                                       *
005700*----------------------------------------------------------------*
005710 1300-OPEN-RESTORE-RUN.
005720     OPEN INPUT F-ARCHIVE.
005730     IF WS-ARC-NOT-FOUND
005740         DISPLAY "RSLTARCH: NO ARCHIVE FOR RUN DATE "
005750                 WS-RESTORE-DATE " - " WS-ARCHIVE-NAME
005760         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005770         GO TO 1300-EXIT
005780     END-IF.
005790     IF NOT WS-ARC-STATUS-OK
005800         DISPLAY "RSLTARCH: UNABLE TO OPEN ARCHIVE "
005810                 WS-ARCHIVE-NAME ", FILE STATUS=" WS-ARC-STATUS
005820         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005830         GO TO 1300-EXIT
005840     END-IF.
005850     OPEN OUTPUT F-ARC-REPORT.
005860     IF NOT WS-RPT-STATUS-OK
005870         DISPLAY "RSLTARCH: UNABLE TO OPEN REPORT "
005880                 WS-REPORT-NAME ", FILE STATUS=" WS-RPT-STATUS
005890         CLOSE F-ARCHIVE
005900         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005910         GO TO 1300-EXIT
005920     END-IF.
005930     SET WS-FILES-OPEN TO TRUE.
005940     MOVE SPACES TO F-REPORT-LINE.
005950     STRING "RSLTARCH RESTORE RUN "    DELIMITED BY SIZE
005960            WS-TODAY-NUM               DELIMITED BY SIZE
005970            " - RUN DATE "             DELIMITED BY SIZE
005980            WS-RESTORE-DATE            DELIMITED BY SIZE
005990            " FROM "                   DELIMITED BY SIZE
006000            WS-ARCHIVE-NAME            DELIMITED BY SPACE
006010            INTO F-REPORT-LINE
006020     END-STRING.
006030     WRITE F-REPORT-LINE.
006040 1300-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------*
006080*    2000-SCAN-ONE-DAY                                           *
006090*    A DAY ALREADY ON A VERIFIED ARCHIVE IS LEFT ALONE; A DAY    *
006100*    WHOSE LAST ATTEMPT FAILED IS ARCHIVED AGAIN.  EVERY ONE OF  *
006110*    THE DAY'S FILES STILL IN RESULTS/ BECOMES A MEMBER.         *
006120*----------------------------------------------------------------*
006130 2000-SCAN-ONE-DAY.
006140     COMPUTE WS-DATE-NUM
006150         = FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
006160     PERFORM 7500-FIND-INDEX-DATE THRU 7500-EXIT.
006170     IF WS-FOUND
006180         IF WS-AX-STATE (WS-AX-SUB) = "VERIFIED"
006190             ADD 1 TO WS-ALREADY-COUNT
006200             GO TO 2000-EXIT
006210         END-IF
006220     END-IF.
006230     MOVE 0 TO WS-DAY-MEMBERS.
006240     PERFORM 2100-SCAN-ONE-FILE THRU 2100-EXIT
006250         VARYING WS-KIND-SUB FROM 1 BY 1
006260         UNTIL WS-KIND-SUB > 5
006270            OR WS-ARCHIVE-ERROR.
006280     IF WS-DAY-MEMBERS > 0
006290         ADD 1 TO WS-DAY-COUNT
006300     END-IF.
006310 2000-EXIT.
006320     EXIT.
006330
006340 2100-SCAN-ONE-FILE.
006350     MOVE WS-KIND-CODE (WS-KIND-SUB) TO WS-MEMBER-KIND.
006360     PERFORM 8100-BUILD-MEMBER-NAME THRU 8100-EXIT.
006370     CALL "CBL_CHECK_FILE_EXIST" USING WS-MEMBER-NAME
006380                                       WS-FILE-DETAILS.
006390     IF RETURN-CODE NOT = 0
006400         MOVE 0 TO RETURN-CODE
006410         GO TO 2100-EXIT
006420     END-IF.
006430     MOVE 0 TO RETURN-CODE.
006440     IF WS-AM-COUNT NOT < WS-AM-MAX
006450         DISPLAY "RSLTARCH: MORE THAN " WS-AM-MAX
006460                 " FILES TO ARCHIVE IN ONE RUN"
006470         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006480         SET WS-ARCHIVE-ERROR TO TRUE
006490         GO TO 2100-EXIT
006500     END-IF.
006510     ADD 1 TO WS-AM-COUNT.
006520     ADD 1 TO WS-DAY-MEMBERS.
006530     MOVE WS-DATE-NUM TO WS-AM-RUN-DATE (WS-AM-COUNT).
006540     MOVE WS-DATE-YYYYMM TO WS-AM-MONTH (WS-AM-COUNT).
006550     MOVE WS-MEMBER-NAME TO WS-AM-NAME (WS-AM-COUNT).
006560     MOVE WS-MEMBER-KIND TO WS-AM-KIND (WS-AM-COUNT).
006570     MOVE 0 TO WS-AM-RECORDS (WS-AM-COUNT).
006580     MOVE 0 TO WS-AM-HASH (WS-AM-COUNT).
006590     MOVE SPACE TO WS-AM-STATE (WS-AM-COUNT).
006600 2100-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------*
006640*    3000-ARCHIVE-MEMBER                                         *
006650*    THE MEMBERS ARRIVE IN DATE ORDER, SO A CHANGE OF MONTH      *
006660*    FINISHES ONE ARCHIVE AND STARTS THE NEXT.                   *
006670*----------------------------------------------------------------*
006680 3000-ARCHIVE-MEMBER.
006690     IF WS-AM-MONTH (WS-AM-SUB) NOT = WS-MONTH-OPEN
006700         IF WS-MONTH-OPEN NOT = SPACES
006710             PERFORM 3500-FINISH-MONTH THRU 3500-EXIT
006720             IF WS-ARCHIVE-ERROR
006730                 GO TO 3000-EXIT
006740             END-IF
006750         END-IF
006760         PERFORM 3100-START-MONTH THRU 3100-EXIT
006770         IF WS-ARCHIVE-ERROR
006780             GO TO 3000-EXIT
006790         END-IF
006800     END-IF.
006810     PERFORM 3300-COPY-MEMBER THRU 3300-EXIT.
006820 3000-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------------*
006860*    3100-START-MONTH                                            *
006870*    THE MONTH'S ARCHIVE IS RENAMED TO .OLD AND COPIED INTO A    *
006880*    NEW ONE, LESS ANY MEMBERS OF THE DAYS BEING ARCHIVED AGAIN. *
006890*    A .OLD ALREADY THERE IS LEFT FROM A RUN THAT NEVER VERIFIED *
006900*    ITS REBUILD, SO IT - NOT THE .ARC - IS THE GOOD COPY.       *
006910*----------------------------------------------------------------*
006920 3100-START-MONTH.
006930     MOVE WS-AM-RUN-DATE (WS-AM-SUB) TO WS-DATE-NUM.
006940     PERFORM 8000-BUILD-ARCHIVE-NAMES THRU 8000-EXIT.
006950     MOVE WS-AM-MONTH (WS-AM-SUB) TO WS-MONTH-OPEN.
006960     ADD 1 TO WS-MONTH-COUNT.
006970     MOVE "N" TO WS-HAD-OLD-SW.
006980     CALL "CBL_CHECK_FILE_EXIST" USING WS-OLD-ARCHIVE-NAME
006990                                       WS-FILE-DETAILS.
007000     IF RETURN-CODE = 0
007010         SET WS-HAD-OLD TO TRUE
007020     ELSE
007030         CALL "CBL_RENAME_FILE" USING WS-ARCHIVE-NAME
007040                                      WS-OLD-ARCHIVE-NAME
007050         IF RETURN-CODE = 0
007060             SET WS-HAD-OLD TO TRUE
007070         END-IF
007080     END-IF.
007090     MOVE 0 TO RETURN-CODE.
007100     MOVE SPACES TO F-REPORT-LINE.
007110     WRITE F-REPORT-LINE.
007120     MOVE SPACES TO F-REPORT-LINE.
007130     STRING "MONTH "                   DELIMITED BY SIZE
007140            WS-MONTH-OPEN              DELIMITED BY SIZE
007150            " - ARCHIVE "              DELIMITED BY SIZE
007160            WS-ARCHIVE-NAME            DELIMITED BY SPACE
007170            INTO F-REPORT-LINE
007180     END-STRING.
007190     WRITE F-REPORT-LINE.
007200     OPEN OUTPUT F-ARCHIVE.
007210     IF NOT WS-ARC-STATUS-OK
007220         DISPLAY "RSLTARCH: UNABLE TO OPEN ARCHIVE "
007230                 WS-ARCHIVE-NAME ", FILE STATUS=" WS-ARC-STATUS
007240         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007250         SET WS-ARCHIVE-ERROR TO TRUE
007260         GO TO 3100-EXIT
007270     END-IF.
007280     IF NOT WS-HAD-OLD
007290         GO TO 3100-EXIT
007300     END-IF.
007310     OPEN INPUT F-OLD-ARCHIVE.
007320     IF NOT WS-OLD-STATUS-OK
007330         DISPLAY "RSLTARCH: UNABLE TO OPEN PREVIOUS ARCHIVE "
007340                 WS-OLD-ARCHIVE-NAME
007350                 ", FILE STATUS=" WS-OLD-STATUS
007360         CLOSE F-ARCHIVE
007370         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007380         SET WS-ARCHIVE-ERROR TO TRUE
007390         GO TO 3100-EXIT
007400     END-IF.
007410     MOVE 0 TO WS-KEPT-COUNT.
007420     MOVE "N" TO WS-DROP-SW.
007430     MOVE "N" TO WS-DONE-SW.
007440     PERFORM 3200-COPY-OLD-RECORD THRU 3200-EXIT
007450         UNTIL WS-DONE.
007460     CLOSE F-OLD-ARCHIVE.
007470     MOVE SPACES TO F-REPORT-LINE.
007480     STRING "  CARRIED FORWARD FROM "  DELIMITED BY SIZE
007490            WS-OLD-ARCHIVE-NAME        DELIMITED BY SPACE
007500            ": "                       DELIMITED BY SIZE
007510            WS-KEPT-COUNT              DELIMITED BY SIZE
007520            " MEMBERS"                 DELIMITED BY SIZE
007530            INTO F-REPORT-LINE
007540     END-STRING.
007550     WRITE F-REPORT-LINE.
007560 3100-EXIT.
007570     EXIT.
007580
007590 3200-COPY-OLD-RECORD.
007600     READ F-OLD-ARCHIVE
007610         AT END
007620             SET WS-DONE TO TRUE
007630             GO TO 3200-EXIT
007640     END-READ.
007650     MOVE F-OLD-ARCHIVE-LINE TO AR-ARCHIVE-REC.
007660     IF AR-HEADER
007670         MOVE "N" TO WS-DROP-SW
007680         PERFORM 3250-FIND-RUN-DATE THRU 3250-EXIT
007690         IF WS-FOUND
007700             SET WS-DROP-MEMBER TO TRUE
007710         ELSE
007720             ADD 1 TO WS-KEPT-COUNT
007730         END-IF
007740     END-IF.
007750     IF WS-DROP-MEMBER
007760         GO TO 3200-EXIT
007770     END-IF.
007780     WRITE AR-ARCHIVE-REC.
007790 3200-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------*
007830*    3250-FIND-RUN-DATE                                          *
007840*    IS AR-RUN-DATE ONE OF THE DAYS THIS RUN IS ARCHIVING?       *
007850*----------------------------------------------------------------*
007860 3250-FIND-RUN-DATE.
007870     MOVE "N" TO WS-FOUND-SW.
007880     PERFORM 3260-CHECK-RUN-DATE THRU 3260-EXIT
007890         VARYING WS-AM-SCAN FROM 1 BY 1
007900         UNTIL WS-AM-SCAN > WS-AM-COUNT
007910            OR WS-FOUND.
007920 3250-EXIT.
007930     EXIT.
007940
007950 3260-CHECK-RUN-DATE.
007960     IF WS-AM-RUN-DATE (WS-AM-SCAN) = AR-RUN-DATE
007970         SET WS-FOUND TO TRUE
007980     END-IF.
007990 3260-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------*
008030*    3300-COPY-MEMBER                                            *
008040*    THE FIRST PASS TAKES THE CONTROL TOTALS FOR THE HEADER, THE *
008050*    SECOND COPIES THE LINES BEHIND IT.  A FILE THAT CHANGED     *
008060*    BETWEEN THE PASSES FAILS WHEN THE MONTH IS READ BACK.  ONE  *
008062*    THAT CANNOT BE READ A SECOND TIME, OR FAILS PART WAY, IS    *
008064*    LEFT UNREADABLE ("U") AND FAILS ON READ-BACK WHATEVER ITS   *
008066*    TOTALS, SO THE MONTH FAILS AND THE .OLD COPY IS KEPT.       *
008070*----------------------------------------------------------------*
008080 3300-COPY-MEMBER.
008090     MOVE WS-AM-NAME (WS-AM-SUB) TO WS-MEMBER-NAME.
008100     MOVE WS-AM-KIND (WS-AM-SUB) TO WS-MEMBER-KIND.
008110     PERFORM 7200-TOTAL-MEMBER-FILE THRU 7200-EXIT.
008120     IF NOT WS-MEMBER-STATUS-OK
008130         DISPLAY "RSLTARCH: UNABLE TO READ " WS-MEMBER-NAME
008140                 ", FILE STATUS=" WS-MEMBER-STATUS
008150         MOVE "U" TO WS-AM-STATE (WS-AM-SUB)
008160         GO TO 3300-EXIT
008170     END-IF.
008180     MOVE WS-ARC-RECORDS TO WS-AM-RECORDS (WS-AM-SUB).
008190     MOVE WS-ARC-HASH TO WS-AM-HASH (WS-AM-SUB).
008200     MOVE SPACES TO AR-ARCHIVE-REC.
008210     SET AR-HEADER TO TRUE.
008220     MOVE WS-MEMBER-NAME TO AR-MEMBER-NAME.
008230     MOVE WS-MEMBER-KIND TO AR-MEMBER-KIND.
008240     MOVE WS-AM-RUN-DATE (WS-AM-SUB) TO AR-RUN-DATE.
008250     MOVE WS-ARC-RECORDS TO AR-RECORD-COUNT.
008260     MOVE WS-ARC-HASH TO AR-HASH-TOTAL.
008270     MOVE WS-TODAY-NUM TO AR-ARCHIVED-DATE.
008280     WRITE AR-ARCHIVE-REC.
008290     OPEN INPUT F-MEMBER.
008292     IF NOT WS-MEMBER-STATUS-OK
008293         DISPLAY "RSLTARCH: UNABLE TO READ " WS-MEMBER-NAME
008294                 ", FILE STATUS=" WS-MEMBER-STATUS
008295         MOVE "U" TO WS-AM-STATE (WS-AM-SUB)
008296         GO TO 3300-EXIT
008297     END-IF.
008300     MOVE 0 TO WS-COPY-RECORDS.
008310     MOVE "N" TO WS-MEMBER-DONE-SW.
008320     PERFORM 3350-COPY-MEMBER-LINE THRU 3350-EXIT
008330         UNTIL WS-MEMBER-DONE.
008340     CLOSE F-MEMBER.
008342     IF WS-AM-STATE (WS-AM-SUB) = "U"
008344         GO TO 3300-EXIT
008346     END-IF.
008350     ADD 1 TO WS-MEMBER-COUNT.
008360     MOVE SPACES TO F-REPORT-LINE.
008370     STRING "  ADDED   "               DELIMITED BY SIZE
008380            WS-AM-RUN-DATE (WS-AM-SUB) DELIMITED BY SIZE
008390            " "                        DELIMITED BY SIZE
008400            WS-MEMBER-NAME             DELIMITED BY SIZE
008410            " RECORDS="                DELIMITED BY SIZE
008420            WS-ARC-RECORDS             DELIMITED BY SIZE
008430            " HASH="                   DELIMITED BY SIZE
008440            WS-ARC-HASH                DELIMITED BY SIZE
008450            INTO F-REPORT-LINE
008460     END-STRING.
008470     WRITE F-REPORT-LINE.
008480 3300-EXIT.
008490     EXIT.
008500
008510 3350-COPY-MEMBER-LINE.
008520     READ F-MEMBER
008530         AT END
008540             SET WS-MEMBER-DONE TO TRUE
008550             GO TO 3350-EXIT
008560     END-READ.
008561     IF NOT WS-MEMBER-STATUS-OK
008562         DISPLAY "RSLTARCH: UNABLE TO READ " WS-MEMBER-NAME
008563                 ", FILE STATUS=" WS-MEMBER-STATUS
008564         MOVE "U" TO WS-AM-STATE (WS-AM-SUB)
008565         SET WS-MEMBER-DONE TO TRUE
008566         GO TO 3350-EXIT
008567     END-IF.
008570     MOVE SPACES TO AR-ARCHIVE-REC.
008580     SET AR-DATA TO TRUE.
008590     MOVE F-MEMBER-LINE TO AR-DATA-LINE.
008600     WRITE AR-ARCHIVE-REC.
008610     ADD 1 TO WS-COPY-RECORDS.
008620 3350-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------*
008660*    3500-FINISH-MONTH                                           *
008670*    THE NEW ARCHIVE IS READ BACK END TO END AND EVERY MEMBER -  *
008680*    CARRIED FORWARD OR NEW - CHECKED AGAINST ITS HEADER.  ONLY  *
008690*    WHEN ALL OF THEM MATCH IS THE .OLD COPY DELETED.  THEN EACH *
008700*    DAY ARCHIVED INTO THE MONTH GETS ITS INDEX LINE.            *
008710*----------------------------------------------------------------*
008720 3500-FINISH-MONTH.
008730     CLOSE F-ARCHIVE.
008740     MOVE 0 TO WS-BAD-COUNT.
008750     OPEN INPUT F-ARCHIVE.
008760     IF NOT WS-ARC-STATUS-OK
008770         DISPLAY "RSLTARCH: UNABLE TO READ BACK ARCHIVE "
008780                 WS-ARCHIVE-NAME ", FILE STATUS=" WS-ARC-STATUS
008790         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
008800         SET WS-ARCHIVE-ERROR TO TRUE
008810         ADD 1 TO WS-BAD-COUNT
008820     ELSE
008830         MOVE "N" TO WS-IN-MEMBER-SW
008840         MOVE "N" TO WS-DONE-SW
008850         PERFORM 3600-VERIFY-RECORD THRU 3600-EXIT
008860             UNTIL WS-DONE
008870         IF WS-IN-MEMBER
008880             PERFORM 3650-CHECK-MEMBER THRU 3650-EXIT
008890         END-IF
008900         CLOSE F-ARCHIVE
008910     END-IF.
008920     PERFORM 3680-COUNT-MISSING THRU 3680-EXIT
008930         VARYING WS-AM-SCAN FROM 1 BY 1
008940         UNTIL WS-AM-SCAN > WS-AM-COUNT.
008950     PERFORM 3700-INDEX-ONE-DAY THRU 3700-EXIT
008960         VARYING WS-AM-SCAN FROM 1 BY 1
008970         UNTIL WS-AM-SCAN > WS-AM-COUNT.
008980     MOVE SPACES TO F-REPORT-LINE.
008990     IF WS-BAD-COUNT = 0
009000         CALL "CBL_DELETE_FILE" USING WS-OLD-ARCHIVE-NAME
009010         MOVE 0 TO RETURN-CODE
009020         STRING "  VERIFIED - EVERY MEMBER MATCHED ITS "
009030                                       DELIMITED BY SIZE
009040                "CONTROL TOTALS"       DELIMITED BY SIZE
009050                INTO F-REPORT-LINE
009060         END-STRING
009070     ELSE
009080         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009090         STRING "  NOT VERIFIED - "    DELIMITED BY SIZE
009100                WS-BAD-COUNT           DELIMITED BY SIZE
009110                " MEMBERS DID NOT MATCH; "
009120                                       DELIMITED BY SIZE
009130                "PREVIOUS ARCHIVE KEPT AS "
009140                                       DELIMITED BY SIZE
009150                WS-OLD-ARCHIVE-NAME    DELIMITED BY SPACE
009160                INTO F-REPORT-LINE
009170         END-STRING
009180     END-IF.
009190     WRITE F-REPORT-LINE.
009200     MOVE SPACES TO WS-MONTH-OPEN.
009210 3500-EXIT.
009220     EXIT.
009230
009240 3600-VERIFY-RECORD.
009250     READ F-ARCHIVE
009260         AT END
009270             SET WS-DONE TO TRUE
009280             GO TO 3600-EXIT
009290     END-READ.
009300     IF AR-HEADER
009310         IF WS-IN-MEMBER
009320             PERFORM 3650-CHECK-MEMBER THRU 3650-EXIT
009330         END-IF
009340         PERFORM 7300-START-MEMBER-CHECK THRU 7300-EXIT
009350         SET WS-IN-MEMBER TO TRUE
009360         GO TO 3600-EXIT
009370     END-IF.
009380     IF NOT WS-IN-MEMBER
009390         ADD 1 TO WS-BAD-COUNT
009400         GO TO 3600-EXIT
009410     END-IF.
009420     PERFORM 7350-COUNT-ARCHIVE-LINE THRU 7350-EXIT.
009430 3600-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------*
009470*    3650-CHECK-MEMBER                                           *
009480*    A NEW MEMBER ALSO HAS TO MATCH THE TOTALS TAKEN FROM THE    *
009490*    FILE IN RESULTS/ WHEN IT WAS COPIED.                        *
009500*----------------------------------------------------------------*
009510 3650-CHECK-MEMBER.
009520     ADD 1 TO WS-CHECKED-COUNT.
009530     MOVE "V" TO WS-CHECK-STATE.
009540     IF WS-ARC-RECORDS NOT = WS-HDR-RECORDS
009550        OR WS-ARC-HASH NOT = WS-HDR-HASH
009560         MOVE "F" TO WS-CHECK-STATE
009570     END-IF.
009580     PERFORM 3660-MATCH-NEW-MEMBER THRU 3660-EXIT
009590         VARYING WS-AM-SCAN FROM 1 BY 1
009600         UNTIL WS-AM-SCAN > WS-AM-COUNT.
009610     IF WS-CHECK-STATE = "V"
009620         GO TO 3650-EXIT
009630     END-IF.
009640     ADD 1 TO WS-BAD-COUNT.
009650     MOVE SPACES TO F-REPORT-LINE.
009660     STRING "  MISMATCH "              DELIMITED BY SIZE
009670            WS-HDR-RUN-DATE            DELIMITED BY SIZE
009680            " "                        DELIMITED BY SIZE
009690            WS-HDR-NAME                DELIMITED BY SIZE
009700            " HEADER "                 DELIMITED BY SIZE
009710            WS-HDR-RECORDS             DELIMITED BY SIZE
009720            "/"                        DELIMITED BY SIZE
009730            WS-HDR-HASH                DELIMITED BY SIZE
009740            " ARCHIVED "               DELIMITED BY SIZE
009750            WS-ARC-RECORDS             DELIMITED BY SIZE
009760            "/"                        DELIMITED BY SIZE
009770            WS-ARC-HASH                DELIMITED BY SIZE
009780            INTO F-REPORT-LINE
009790     END-STRING.
009800     WRITE F-REPORT-LINE.
009810 3650-EXIT.
009820     EXIT.
009830
009840 3660-MATCH-NEW-MEMBER.
009850     IF WS-AM-NAME (WS-AM-SCAN) NOT = WS-HDR-NAME
009860        OR WS-AM-RUN-DATE (WS-AM-SCAN) NOT = WS-HDR-RUN-DATE
009870         GO TO 3660-EXIT
009880     END-IF.
009882     IF WS-AM-STATE (WS-AM-SCAN) = "U"
009884         MOVE "F" TO WS-CHECK-STATE
009886     END-IF.
009890     IF WS-AM-RECORDS (WS-AM-SCAN) NOT = WS-ARC-RECORDS
009900        OR WS-AM-HASH (WS-AM-SCAN) NOT = WS-ARC-HASH
009910         MOVE "F" TO WS-CHECK-STATE
009920     END-IF.
009930     MOVE WS-CHECK-STATE TO WS-AM-STATE (WS-AM-SCAN).
009940 3660-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------*
009980*    3680-COUNT-MISSING                                          *
009990*    A NEW MEMBER OF THE MONTH THAT COULD NOT BE READ, OR WAS    *
010000*    NOT FOUND ON READ-BACK, IS AS BAD AS A MISMATCH.            *
010010*----------------------------------------------------------------*
010020 3680-COUNT-MISSING.
010030     IF WS-AM-MONTH (WS-AM-SCAN) NOT = WS-MONTH-OPEN
010040         GO TO 3680-EXIT
010050     END-IF.
010060     IF WS-AM-STATE (WS-AM-SCAN) NOT = SPACE
010070        AND WS-AM-STATE (WS-AM-SCAN) NOT = "U"
010080         GO TO 3680-EXIT
010090     END-IF.
010100     ADD 1 TO WS-BAD-COUNT.
010110     MOVE SPACES TO F-REPORT-LINE.
010120     STRING "  NOT ARCHIVED "          DELIMITED BY SIZE
010130            WS-AM-RUN-DATE (WS-AM-SCAN) DELIMITED BY SIZE
010140            " "                        DELIMITED BY SIZE
010150            WS-AM-NAME (WS-AM-SCAN)    DELIMITED BY SIZE
010160            INTO F-REPORT-LINE
010170     END-STRING.
010180     WRITE F-REPORT-LINE.
010190 3680-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------*
010230*    3700-INDEX-ONE-DAY                                          *
010240*    CALLED FOR EVERY MEMBER; THE FIRST MEMBER OF EACH DAY IN    *
010250*    THE MONTH WRITES THE DAY'S LINE.  ANY BAD MEMBER IN THE     *
010260*    MONTH LEAVES EVERY DAY ARCHIVED INTO IT FAILED, SINCE THE   *
010270*    ARCHIVE ITSELF IS THEN SUSPECT.                             *
010280*----------------------------------------------------------------*
010290 3700-INDEX-ONE-DAY.
010300     IF WS-AM-MONTH (WS-AM-SCAN) NOT = WS-MONTH-OPEN
010310         GO TO 3700-EXIT
010320     END-IF.
010330     IF WS-AM-SCAN > 1
010340         IF WS-AM-RUN-DATE (WS-AM-SCAN - 1)
010350                = WS-AM-RUN-DATE (WS-AM-SCAN)
010360             GO TO 3700-EXIT
010370         END-IF
010380     END-IF.
010390     MOVE "VERIFIED" TO WS-DAY-STATE.
010400     MOVE 0 TO WS-DAY-MEMBERS.
010410     MOVE WS-AM-RUN-DATE (WS-AM-SCAN) TO WS-DATE-NUM.
010420     PERFORM 3750-CHECK-DAY-MEMBER THRU 3750-EXIT
010430         VARYING WS-AM-DAY-SUB FROM WS-AM-SCAN BY 1
010440         UNTIL WS-AM-DAY-SUB > WS-AM-COUNT.
010450     IF WS-BAD-COUNT > 0
010460         MOVE "FAILED" TO WS-DAY-STATE
010470     END-IF.
010480     MOVE SPACES TO AI-INDEX-REC.
010490     MOVE WS-DATE-NUM TO AI-RUN-DATE.
010500     MOVE WS-ARCHIVE-NAME TO AI-ARCHIVE-NAME.
010510     MOVE WS-DAY-MEMBERS TO AI-MEMBER-COUNT.
010520     MOVE WS-DAY-STATE TO AI-STATE.
010530     MOVE WS-TODAY-NUM TO AI-ARCHIVED-DATE.
010540     WRITE AI-INDEX-REC.
010550 3700-EXIT.
010560     EXIT.
010570
010580 3750-CHECK-DAY-MEMBER.
010590     IF WS-AM-RUN-DATE (WS-AM-DAY-SUB) NOT = WS-DATE-NUM
010600         GO TO 3750-EXIT
010610     END-IF.
010620     ADD 1 TO WS-DAY-MEMBERS.
010630     IF WS-AM-STATE (WS-AM-DAY-SUB) NOT = "V"
010640         MOVE "FAILED" TO WS-DAY-STATE
010650     END-IF.
010660 3750-EXIT.
010670     EXIT.
010680
010690*----------------------------------------------------------------*
010700*    4000-FINISH-ARCHIVE                                         *
010710*----------------------------------------------------------------*
010720 4000-FINISH-ARCHIVE.
010730     MOVE SPACES TO F-REPORT-LINE.
010740     WRITE F-REPORT-LINE.
010750     MOVE SPACES TO F-REPORT-LINE.
010760     STRING "DAYS-ARCHIVED="           DELIMITED BY SIZE
010770            WS-DAY-COUNT               DELIMITED BY SIZE
010780            " MEMBERS-ADDED="          DELIMITED BY SIZE
010790            WS-MEMBER-COUNT            DELIMITED BY SIZE
010800            " MONTHS="                 DELIMITED BY SIZE
010810            WS-MONTH-COUNT             DELIMITED BY SIZE
010820            " MEMBERS-CHECKED="        DELIMITED BY SIZE
010830            WS-CHECKED-COUNT           DELIMITED BY SIZE
010840            " ALREADY-ARCHIVED="       DELIMITED BY SIZE
010850            WS-ALREADY-COUNT           DELIMITED BY SIZE
010860            INTO F-REPORT-LINE
010870     END-STRING.
010880     WRITE F-REPORT-LINE.
010890     DISPLAY "RSLTARCH: ARCHIVE DAYS=" WS-DAY-COUNT
010900             " MEMBERS-ADDED=" WS-MEMBER-COUNT
010910             " MONTHS=" WS-MONTH-COUNT
010920             " ALREADY-ARCHIVED=" WS-ALREADY-COUNT.
010930     IF WS-RETURN-CODE-OVERRIDE NOT = 0
010940         DISPLAY "RSLTARCH: ARCHIVE NOT VERIFIED - SEE "
010950                 WS-REPORT-NAME
010960     END-IF.
010970     CLOSE F-ARC-INDEX.
010980     CLOSE F-ARC-REPORT.
010990 4000-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------------*
011030*    5000-RESTORE-RECORD                                         *
011040*    EACH HEADER FOR ARCDATE STARTS A MEMBER: IT IS WRITTEN BACK *
011050*    UNLESS ITS FILE IS STILL IN RESULTS/.  LINES OF OTHER DAYS' *
011060*    MEMBERS ARE PASSED OVER.                                    *
011070*----------------------------------------------------------------*
011080 5000-RESTORE-RECORD.
011090     READ F-ARCHIVE
011100         AT END
011110             SET WS-DONE TO TRUE
011120             IF WS-IN-MEMBER
011130                 PERFORM 5200-END-RESTORED-MEMBER THRU 5200-EXIT
011140             END-IF
011150             GO TO 5000-EXIT
011160     END-READ.
011170     IF AR-HEADER
011180         IF WS-IN-MEMBER
011190             PERFORM 5200-END-RESTORED-MEMBER THRU 5200-EXIT
011200         END-IF
011210         IF AR-RUN-DATE = WS-RESTORE-DATE
011220             PERFORM 5100-START-RESTORED-MEMBER THRU 5100-EXIT
011230         END-IF
011240         GO TO 5000-EXIT
011250     END-IF.
011260     IF NOT WS-IN-MEMBER
011270         GO TO 5000-EXIT
011280     END-IF.
011290     PERFORM 7350-COUNT-ARCHIVE-LINE THRU 7350-EXIT.
011300     IF WS-WRITING
011310         WRITE F-MEMBER-LINE FROM AR-DATA-LINE
011320     END-IF.
011330 5000-EXIT.
011340     EXIT.
011350
011360 5100-START-RESTORED-MEMBER.
011370     PERFORM 7300-START-MEMBER-CHECK THRU 7300-EXIT.
011380     SET WS-IN-MEMBER TO TRUE.
011390     MOVE "N" TO WS-WRITING-SW.
011400     MOVE WS-HDR-NAME TO WS-MEMBER-NAME.
011410     CALL "CBL_CHECK_FILE_EXIST" USING WS-MEMBER-NAME
011420                                       WS-FILE-DETAILS.
011430     IF RETURN-CODE = 0
011440         MOVE 0 TO RETURN-CODE
011450         GO TO 5100-EXIT
011460     END-IF.
011470     MOVE 0 TO RETURN-CODE.
011480     OPEN OUTPUT F-MEMBER.
011490     IF NOT WS-MEMBER-STATUS-OK
011500         DISPLAY "RSLTARCH: UNABLE TO WRITE " WS-MEMBER-NAME
011510                 ", FILE STATUS=" WS-MEMBER-STATUS
011520         MOVE "N" TO WS-IN-MEMBER-SW
011530         ADD 1 TO WS-CHECKED-COUNT
011540         ADD 1 TO WS-BAD-COUNT
011550         MOVE "NOT WRITTEN" TO WS-MEMBER-RESULT
011560         PERFORM 5300-WRITE-MEMBER-LINE THRU 5300-EXIT
011570         GO TO 5100-EXIT
011580     END-IF.
011590     SET WS-WRITING TO TRUE.
011600 5100-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------------*
011640*    5200-END-RESTORED-MEMBER                                    *
011650*    THE ARCHIVED LINES MUST MATCH THE HEADER, AND THE FILE NOW  *
011660*    IN RESULTS/ - RESTORED OR LEFT AS IT WAS - IS READ BACK AND *
011670*    MUST MATCH IT TOO.  A RESTORED FILE THAT DOES NOT MATCH IS  *
011680*    DELETED AGAIN RATHER THAN LEFT LOOKING LIKE THE ORIGINAL.   *
011690*----------------------------------------------------------------*
011700 5200-END-RESTORED-MEMBER.
011710     MOVE "N" TO WS-IN-MEMBER-SW.
011720     ADD 1 TO WS-CHECKED-COUNT.
011730     IF WS-WRITING
011740         CLOSE F-MEMBER
011750         ADD 1 TO WS-RESTORED-COUNT
011760         MOVE "RESTORED" TO WS-MEMBER-RESULT
011770     ELSE
011780         ADD 1 TO WS-PRESENT-COUNT
011790         MOVE "ALREADY PRESENT" TO WS-MEMBER-RESULT
011800     END-IF.
011810     IF WS-ARC-RECORDS NOT = WS-HDR-RECORDS
011820        OR WS-ARC-HASH NOT = WS-HDR-HASH
011830         MOVE "ARCHIVE MISMATCH" TO WS-MEMBER-RESULT
011840         PERFORM 5250-REJECT-MEMBER THRU 5250-EXIT
011850         GO TO 5200-EXIT
011860     END-IF.
011870     MOVE WS-HDR-KIND TO WS-MEMBER-KIND.
011880     PERFORM 7200-TOTAL-MEMBER-FILE THRU 7200-EXIT.
011890     IF NOT WS-MEMBER-STATUS-OK
011900        OR WS-ARC-RECORDS NOT = WS-HDR-RECORDS
011910        OR WS-ARC-HASH NOT = WS-HDR-HASH
011920         IF WS-WRITING
011930             MOVE "RESTORED - MISMATCH" TO WS-MEMBER-RESULT
011940         ELSE
011950             MOVE "PRESENT - MISMATCH" TO WS-MEMBER-RESULT
011960         END-IF
011970         PERFORM 5250-REJECT-MEMBER THRU 5250-EXIT
011980         GO TO 5200-EXIT
011990     END-IF.
012000     MOVE "N" TO WS-WRITING-SW.
012010     PERFORM 5300-WRITE-MEMBER-LINE THRU 5300-EXIT.
012020 5200-EXIT.
012030     EXIT.
012040
012050 5250-REJECT-MEMBER.
012060     ADD 1 TO WS-BAD-COUNT.
012070     IF WS-WRITING
012080         CALL "CBL_DELETE_FILE" USING WS-MEMBER-NAME
012090         MOVE 0 TO RETURN-CODE
012100         SUBTRACT 1 FROM WS-RESTORED-COUNT
012110         MOVE "N" TO WS-WRITING-SW
012120     END-IF.
012130     PERFORM 5300-WRITE-MEMBER-LINE THRU 5300-EXIT.
012140 5250-EXIT.
012150     EXIT.
012160
012170 5300-WRITE-MEMBER-LINE.
012180     MOVE SPACES TO F-REPORT-LINE.
012190     STRING "  "                       DELIMITED BY SIZE
012200            WS-MEMBER-RESULT           DELIMITED BY SIZE
012210            " "                        DELIMITED BY SIZE
012220            WS-HDR-NAME                DELIMITED BY SIZE
012230            " RECORDS="                DELIMITED BY SIZE
012240            WS-ARC-RECORDS             DELIMITED BY SIZE
012250            " HASH="                   DELIMITED BY SIZE
012260            WS-ARC-HASH                DELIMITED BY SIZE
012270            " CONTROL="                DELIMITED BY SIZE
012280            WS-HDR-RECORDS             DELIMITED BY SIZE
012290            "/"                        DELIMITED BY SIZE
012300            WS-HDR-HASH                DELIMITED BY SIZE
012310            INTO F-REPORT-LINE
012320     END-STRING.
012330     WRITE F-REPORT-LINE.
012340 5300-EXIT.
012350     EXIT.
012360
012370*----------------------------------------------------------------*
012380*    6000-FINISH-RESTORE                                         *
012390*----------------------------------------------------------------*
012400 6000-FINISH-RESTORE.
012410     CLOSE F-ARCHIVE.
012420     IF WS-CHECKED-COUNT = 0
012430         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
012440         MOVE SPACES TO F-REPORT-LINE
012450         STRING "  NOTHING ON THE ARCHIVE FOR RUN DATE "
012460                                       DELIMITED BY SIZE
012470                WS-RESTORE-DATE        DELIMITED BY SIZE
012480                INTO F-REPORT-LINE
012490         END-STRING
012500         WRITE F-REPORT-LINE
012510     END-IF.
012520     IF WS-BAD-COUNT > 0
012530         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
012540     END-IF.
012550     IF WS-PRESENT-COUNT > 0
012560        AND WS-RETURN-CODE-OVERRIDE = 0
012570         MOVE 4 TO WS-RETURN-CODE-OVERRIDE
012580     END-IF.
012590     MOVE SPACES TO F-REPORT-LINE.
012600     WRITE F-REPORT-LINE.
012610     MOVE SPACES TO F-REPORT-LINE.
012620     STRING "MEMBERS="                 DELIMITED BY SIZE
012630            WS-CHECKED-COUNT           DELIMITED BY SIZE
012640            " RESTORED="               DELIMITED BY SIZE
012650            WS-RESTORED-COUNT          DELIMITED BY SIZE
012660            " ALREADY-PRESENT="        DELIMITED BY SIZE
012670            WS-PRESENT-COUNT           DELIMITED BY SIZE
012680            " MISMATCHED="             DELIMITED BY SIZE
012690            WS-BAD-COUNT               DELIMITED BY SIZE
012700            INTO F-REPORT-LINE
012710     END-STRING.
012720     WRITE F-REPORT-LINE.
012730     DISPLAY "RSLTARCH: RESTORE " WS-RESTORE-DATE
012740             " MEMBERS=" WS-CHECKED-COUNT
012750             " RESTORED=" WS-RESTORED-COUNT
012760             " ALREADY-PRESENT=" WS-PRESENT-COUNT
012770             " MISMATCHED=" WS-BAD-COUNT.
012780     CLOSE F-ARC-REPORT.
012790 6000-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------------*
012830*    7000-HASH-RECORD                                            *
012840*    ADDS THE VERDICT WEIGHT OF WS-HASH-LINE, TIMES              *
012850*    WS-HASH-REC-NUM, TO WS-HASH-TOTAL.  THE VERDICT COLUMN      *
012860*    DEPENDS ON THE KIND OF FILE (SEE ARCREC).                   *
012870*----------------------------------------------------------------*
012880 7000-HASH-RECORD.
012890     EVALUATE TRUE
012900         WHEN WS-KIND-CSV
012910             MOVE WS-HASH-LINE TO CSV-ROW
012920             MOVE CSV-RESULT TO WS-VERDICT
012930             PERFORM 7100-ADD-VERDICT THRU 7100-EXIT
012940         WHEN WS-KIND-LOG
012950             MOVE " RESULT=" TO WS-HASH-KEY
012960             MOVE 8 TO WS-HASH-KEY-LEN
012970             PERFORM 7050-FIND-VERDICT THRU 7050-EXIT
012980         WHEN WS-KIND-TRIAGE
012990             MOVE " OLD=" TO WS-HASH-KEY
013000             MOVE 5 TO WS-HASH-KEY-LEN
013010             PERFORM 7050-FIND-VERDICT THRU 7050-EXIT
013020             MOVE " NEW=" TO WS-HASH-KEY
013030             MOVE 5 TO WS-HASH-KEY-LEN
013040             PERFORM 7050-FIND-VERDICT THRU 7050-EXIT
013050         WHEN OTHER
013060             CONTINUE
013070     END-EVALUATE.
013080 7000-EXIT.
013090     EXIT.
013100
013110*----------------------------------------------------------------*
013120*    7050-FIND-VERDICT                                           *
013130*    THE VERDICT IS THE FIVE COLUMNS AFTER THE FIRST WS-HASH-KEY *
013140*    ON THE LINE.  NO KEY, NO VERDICT.                           *
013150*----------------------------------------------------------------*
013160 7050-FIND-VERDICT.
013170     MOVE 0 TO WS-HASH-HITS.
013180     INSPECT WS-HASH-LINE TALLYING WS-HASH-HITS
013190         FOR ALL WS-HASH-KEY (1:WS-HASH-KEY-LEN).
013200     IF WS-HASH-HITS = 0
013210         GO TO 7050-EXIT
013220     END-IF.
013230     MOVE 0 TO WS-HASH-LEAD.
013240     INSPECT WS-HASH-LINE TALLYING WS-HASH-LEAD
013250         FOR CHARACTERS
013260         BEFORE INITIAL WS-HASH-KEY (1:WS-HASH-KEY-LEN).
013270     COMPUTE WS-HASH-POS = WS-HASH-LEAD + WS-HASH-KEY-LEN + 1.
013280     IF WS-HASH-POS > 296
013290         GO TO 7050-EXIT
013300     END-IF.
013310     MOVE WS-HASH-LINE (WS-HASH-POS:5) TO WS-VERDICT.
013320     PERFORM 7100-ADD-VERDICT THRU 7100-EXIT.
013330 7050-EXIT.
013340     EXIT.
013350
013360 7100-ADD-VERDICT.
013370     EVALUATE WS-VERDICT
013380         WHEN "PASS "
013390             MOVE 1 TO WS-VERDICT-WEIGHT
013400         WHEN "FAIL "
013410             MOVE 2 TO WS-VERDICT-WEIGHT
013420         WHEN "XFAIL"
013430             MOVE 3 TO WS-VERDICT-WEIGHT
013440         WHEN "XPASS"
013450             MOVE 4 TO WS-VERDICT-WEIGHT
013460         WHEN OTHER
013470             MOVE 0 TO WS-VERDICT-WEIGHT
013480     END-EVALUATE.
013490     COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
013500         + WS-VERDICT-WEIGHT * WS-HASH-REC-NUM.
013510 7100-EXIT.
013520     EXIT.
013530
013540*----------------------------------------------------------------*
013550*    7200-TOTAL-MEMBER-FILE                                      *
013560*    CONTROL TOTALS OF THE FILE WS-MEMBER-NAME, OF KIND          *
013570*    WS-MEMBER-KIND, INTO WS-ARC-RECORDS AND WS-ARC-HASH.  THE   *
013580*    FILE STATUS IS LEFT NON-ZERO WHEN IT COULD NOT BE OPENED.   *
013590*----------------------------------------------------------------*
013600 7200-TOTAL-MEMBER-FILE.
013610     MOVE 0 TO WS-ARC-RECORDS.
013620     MOVE 0 TO WS-ARC-HASH.
013630     OPEN INPUT F-MEMBER.
013640     IF NOT WS-MEMBER-STATUS-OK
013650         GO TO 7200-EXIT
013660     END-IF.
013670     MOVE "N" TO WS-MEMBER-DONE-SW.
013680     PERFORM 7250-TOTAL-MEMBER-LINE THRU 7250-EXIT
013690         UNTIL WS-MEMBER-DONE.
013700     CLOSE F-MEMBER.
013710     MOVE "00" TO WS-MEMBER-STATUS.
013720 7200-EXIT.
013730     EXIT.
013740
013750 7250-TOTAL-MEMBER-LINE.
013760     READ F-MEMBER
013770         AT END
013780             SET WS-MEMBER-DONE TO TRUE
013790             GO TO 7250-EXIT
013800     END-READ.
013810     ADD 1 TO WS-ARC-RECORDS.
013820     MOVE F-MEMBER-LINE TO WS-HASH-LINE.
013830     MOVE WS-ARC-RECORDS TO WS-HASH-REC-NUM.
013840     MOVE WS-ARC-HASH TO WS-HASH-TOTAL.
013850     PERFORM 7000-HASH-RECORD THRU 7000-EXIT.
013860     MOVE WS-HASH-TOTAL TO WS-ARC-HASH.
013870 7250-EXIT.
013880     EXIT.
013890
013900*----------------------------------------------------------------*
013910*    7300-START-MEMBER-CHECK                                     *
013920*    TAKES THE CONTROL TOTALS FROM THE HEADER JUST READ AND      *
013930*    ZEROES THE COUNTS TAKEN FROM THE LINES BEHIND IT.           *
013940*----------------------------------------------------------------*
013950 7300-START-MEMBER-CHECK.
013960     MOVE AR-MEMBER-NAME TO WS-HDR-NAME.
013970     MOVE AR-MEMBER-KIND TO WS-HDR-KIND.
013980     MOVE AR-RUN-DATE TO WS-HDR-RUN-DATE.
013990     MOVE AR-RECORD-COUNT TO WS-HDR-RECORDS.
014000     MOVE AR-HASH-TOTAL TO WS-HDR-HASH.
014010     MOVE 0 TO WS-ARC-RECORDS.
014020     MOVE 0 TO WS-ARC-HASH.
014030 7300-EXIT.
014040     EXIT.
014050
014060 7350-COUNT-ARCHIVE-LINE.
014070     ADD 1 TO WS-ARC-RECORDS.
014080     MOVE AR-DATA-LINE TO WS-HASH-LINE.
014090     MOVE WS-HDR-KIND TO WS-MEMBER-KIND.
014100     MOVE WS-ARC-RECORDS TO WS-HASH-REC-NUM.
014110     MOVE WS-ARC-HASH TO WS-HASH-TOTAL.
014120     PERFORM 7000-HASH-RECORD THRU 7000-EXIT.
014130     MOVE WS-HASH-TOTAL TO WS-ARC-HASH.
014140 7350-EXIT.
014150     EXIT.
014160
014170*----------------------------------------------------------------*
014180*    7500-FIND-INDEX-DATE                                        *
014190*    LOOKS WS-DATE-NUM UP IN THE INDEX TABLE; WS-AX-SUB POINTS   *
014200*    AT THE ENTRY WHEN WS-FOUND.                                 *
014210*----------------------------------------------------------------*
014220 7500-FIND-INDEX-DATE.
014230     MOVE "N" TO WS-FOUND-SW.
014240     PERFORM 7550-CHECK-INDEX-DATE THRU 7550-EXIT
014250         VARYING WS-AX-SUB FROM 1 BY 1
014260         UNTIL WS-AX-SUB > WS-AX-COUNT
014270            OR WS-FOUND.
014280     IF WS-FOUND
014290         SUBTRACT 1 FROM WS-AX-SUB
014300     END-IF.
014310 7500-EXIT.
014320     EXIT.
014330
014340 7550-CHECK-INDEX-DATE.
014350     IF WS-AX-RUN-DATE (WS-AX-SUB) = WS-DATE-NUM
014360         SET WS-FOUND TO TRUE
014370     END-IF.
014380 7550-EXIT.
014390     EXIT.
014400
014410*----------------------------------------------------------------*
014420*    8000-BUILD-ARCHIVE-NAMES                                    *
014430*    THE ARCHIVE FOR THE MONTH OF WS-DATE-NUM, AND ITS .OLD COPY *
014440*----------------------------------------------------------------*
014450 8000-BUILD-ARCHIVE-NAMES.
014460     MOVE SPACES TO WS-ARCHIVE-NAME.
014470     STRING "results/tddarch_"         DELIMITED BY SIZE
014480            WS-DATE-YYYYMM             DELIMITED BY SIZE
014490            ".arc"                     DELIMITED BY SIZE
014500            INTO WS-ARCHIVE-NAME
014510     END-STRING.
014520     MOVE SPACES TO WS-OLD-ARCHIVE-NAME.
014530     STRING "results/tddarch_"         DELIMITED BY SIZE
014540            WS-DATE-YYYYMM             DELIMITED BY SIZE
014550            ".old"                     DELIMITED BY SIZE
014560            INTO WS-OLD-ARCHIVE-NAME
014570     END-STRING.
014580 8000-EXIT.
014590     EXIT.
014600
014610*----------------------------------------------------------------*
014620*    8100-BUILD-MEMBER-NAME                                      *
014630*    THE DAILY FILE OF KIND WS-MEMBER-KIND FOR WS-DATE-NUM, NAMED*
014640*    AS RSLTHIST'S PURGE NAMES IT                                *
014650*----------------------------------------------------------------*
014660 8100-BUILD-MEMBER-NAME.
014670     MOVE SPACES TO WS-MEMBER-NAME.
014680     EVALUATE TRUE
014690         WHEN WS-KIND-CSV
014700             STRING "results/tddmax2_"       DELIMITED BY SIZE
014710                    WS-DATE-NUM              DELIMITED BY SIZE
014720                    ".csv"                   DELIMITED BY SIZE
014730                    INTO WS-MEMBER-NAME
014740             END-STRING
014750         WHEN WS-KIND-LOG
014760             STRING "results/tddmax2_"       DELIMITED BY SIZE
014770                    WS-DATE-NUM              DELIMITED BY SIZE
014780                    ".log"                   DELIMITED BY SIZE
014790                    INTO WS-MEMBER-NAME
014800             END-STRING
014810         WHEN WS-KIND-RERUN
014820             STRING "results/tddmax2_rerun_" DELIMITED BY SIZE
014830                    WS-DATE-NUM              DELIMITED BY SIZE
014840                    ".test"                  DELIMITED BY SIZE
014850                    INTO WS-MEMBER-NAME
014860             END-STRING
014870         WHEN WS-KIND-SLOW
014880             STRING "results/tddmax2_slow_"  DELIMITED BY SIZE
014890                    WS-DATE-NUM              DELIMITED BY SIZE
014900                    ".rpt"                   DELIMITED BY SIZE
014910                    INTO WS-MEMBER-NAME
014920             END-STRING
014930         WHEN WS-KIND-TRIAGE
014940             STRING "results/triage_"        DELIMITED BY SIZE
014950                    WS-DATE-NUM              DELIMITED BY SIZE
014960                    ".rpt"                   DELIMITED BY SIZE
014970                    INTO WS-MEMBER-NAME
014980             END-STRING
014990     END-EVALUATE.
015000 8100-EXIT.
015010     EXIT.
