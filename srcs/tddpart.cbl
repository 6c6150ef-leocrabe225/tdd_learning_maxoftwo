000010*----------------------------------------------------------------*
000020*                                                                *
000030*    PROGRAM:      TDDPART                                       *
000040*    AUTHOR:       R. OKONKWO                                    *
000050*    INSTALLATION: ENTERPRISE BATCH SERVICES                     *
000060*    DATE-WRITTEN: 2026-10-15                                    *
000070*                                                                *
000080*    REMARKS:      SPLITS ONE SELECTED DECK INTO PARTITIONS THAT *
000090*                  RUN THROUGH TDDMAX2 CONCURRENTLY, THEN MERGES *
000100*                  THE PARTITIONS' PARTIAL OUTPUT INTO THE ONE   *
000110*                  DATED CSV, AUDIT LOG, SLOW REPORT, RERUN DECK *
000120*                  AND LASTRUN THAT A SINGLE-STREAM RUN WOULD    *
000130*                  HAVE WRITTEN, SO RSLTCOMP, CASEHIST,          *
000140*                  RSLTHIST, TSTRECON AND NIGHTSTAT READ THE     *
000150*                  NIGHT EXACTLY AS BEFORE.                      *
000160*                                                                *
000170*                  PARTFUNC SELECTS THE FUNCTION:                *
000180*                    SPLIT - READ THE DECK NAMED BY TESTIN       *
000190*                            (DEFAULT INPUT/INPUT.TEST) AND      *
000200*                            WRITE PARTCOUNT (2-20, DEFAULT 4)   *
000210*                            PARTITION DECKS                     *
000220*                            RESULTS/TDDPART_YYYYMMDD_PNN.TEST.  *
000230*                            PARTBY=COUNT (DEFAULT) DEALS THE    *
000240*                            CASES INTO EVEN CONTIGUOUS BLOCKS;  *
000250*                            PARTBY=OP KEEPS EACH OP CODE WHOLE  *
000260*                            IN ONE PARTITION, LARGEST LOAD      *
000270*                            BALANCED ACROSS THE PARTITIONS.     *
000280*                            EACH PARTITION DECK LINE CARRIES    *
000290*                            ITS POSITION IN THE ORIGINAL DECK   *
000300*                            IN COL 123-125.  RUN EACH PARTITION *
000310*                            AS ITS OWN TDDMAX2 STEP WITH TESTIN *
000320*                            SET TO ITS DECK AND PARTID TO ITS   *
000330*                            NUMBER.                             *
000340*                    MERGE - CHECK EVERY PARTITION FINISHED AND  *
000350*                            PUBLISH THE MERGED, DATED OUTPUT.   *
000360*                                                                *
000370*                  THE SPLIT IS RECORDED IN THE CONTROL FILE     *
000380*                  (PARTCTL, DEFAULT CHECKPOINT/TDDPART.CTL):    *
000390*                    H RECORD - SPLIT DATE, SOURCE DECK, COUNT,  *
000400*                               METHOD, CASES, STATE (SPLIT OR   *
000410*                               MERGED)                          *
000420*                    P RECORD - PARTITION, DECK, CASES           *
000430*                  A SPLIT RERUN AGAINST AN UNMERGED SPLIT OF    *
000440*                  THE SAME DECK AND METHOD, TAKEN TODAY OR      *
000450*                  YESTERDAY WITH THE SAME CASE COUNT, REUSES    *
000460*                  IT, SO A RESTARTED NIGHT NEVER RESHUFFLES     *
000470*                  PARTITIONS ALREADY RUN; ANY OTHER OPEN SPLIT  *
000475*                  IS REFUSED UNTIL IT IS MERGED.                *
000480*                                                                *
000490*                  A PARTITION IS COMPLETE WHEN ITS LASTRUN      *
000500*                  NAMES ITS DECK WITH RETURN-CODE 0 OR 4 AND    *
000510*                  ITS PARTIAL CSV HOLDS A VERDICT FOR EVERY     *
000520*                  CASE ON THE DECK.  THE MERGE REFUSES TO       *
000530*                  PUBLISH ANYTHING WHILE ANY PARTITION IS       *
000540*                  MISSING OR INCOMPLETE, AND LISTS THE ONES TO  *
000550*                  RESUBMIT; TDDMAX2 SKIPS A PARTITION THAT HAS  *
000560*                  ALREADY FINISHED, SO RESUBMITTING THEM ALL    *
000570*                  RERUNS ONLY THE UNFINISHED ONES.  WHERE A     *
000580*                  RESTARTED PARTITION JUDGED A CASE TWICE, THE  *
000590*                  LATER VERDICT IS THE ONE PUBLISHED.  ROWS ARE *
000600*                  PUBLISHED IN ORIGINAL DECK ORDER.             *
000610*                                                                *
000620*                  EVERY SPLIT AND MERGE ATTEMPT IS APPENDED TO  *
000630*                  RESULTS/TDDPART_YYYYMMDD.RPT (SPLIT DATE).    *
000640*                                                                *
000650*                  RETURN-CODE:  0 = SPLIT WRITTEN OR REUSED, OR *
000660*                                    MERGE PUBLISHED CLEAN       *
000670*                                4 = MERGE PUBLISHED, FAILURES   *
000680*                                    IN THE RUN (AS TDDMAX2)     *
000690*                                8 = MERGE REFUSED, BAD DECK OR  *
000700*                                    PARAMETER, OR FILE ERROR    *
000710*                                                                *
000720*----------------------------------------------------------------*
000730*    MODIFICATION HISTORY                                        *
000740*    DATE        INIT  DESCRIPTION                               *
000750*    ----------  ----  ----------------------------------------  *
000760*    2026-10-15  RLO   ORIGINAL VERSION - SPLIT BY COUNT OR OP   *
000770*                      CODE, VERIFIED MERGE AND RESTART OF THE   *
000780*                      UNFINISHED PARTITIONS ONLY.               *
000782*    2026-10-15  RLO   A SPLIT IS ONLY REUSED ON RESTART IF IT   *
000784*                      WAS TAKEN TODAY OR YESTERDAY AND HOLDS AS *
000786*                      MANY CASES AS TONIGHT'S DECK.             *
000787*    2026-10-15  RLO   A MERGED AUDIT LOG THAT CANNOT BE OPENED  *
000788*                      NOW ENDS THE MERGE WITH RETURN-CODE 8.    *
000789*    2026-10-15  RLO   A SPLIT IS ONLY REUSED AT THE PARTITION   *
000791*                      COUNT TONIGHT'S ASSIGNMENT GIVES, AND THE *
000793*                      REUSE IS WRITTEN TO THE SPLIT'S REPORT.   *
000795*----------------------------------------------------------------*
000800 IDENTIFICATION DIVISION.
000810 PROGRAM-ID. tddpart.
000820 AUTHOR. R. OKONKWO.
000830 INSTALLATION. ENTERPRISE BATCH SERVICES.
000840 DATE-WRITTEN. 2026-10-15.
000850 DATE-COMPILED.
000860
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT F-SOURCE-DECK ASSIGN DYNAMIC WS-SOURCE-DECK-NAME
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SRC-STATUS.
000930
000940     SELECT F-PART-DECK ASSIGN DYNAMIC WS-PART-DECK-NAME
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-PDECK-STATUS.
000970
000980     SELECT F-CONTROL ASSIGN DYNAMIC WS-CONTROL-NAME
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CTL-STATUS.
001010
001020     SELECT F-LASTRUN ASSIGN DYNAMIC WS-LASTRUN-NAME
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-LASTRUN-STATUS.
001050
001060     SELECT F-PART-CSV ASSIGN DYNAMIC WS-PN-CSV
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-PCSV-STATUS.
001090
001100     SELECT F-PART-LOG ASSIGN DYNAMIC WS-PN-LOG
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-PLOG-STATUS.
001130
001140     SELECT F-PART-COPY ASSIGN DYNAMIC WS-PART-COPY-NAME
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-PCOPY-STATUS.
001170
001180     SELECT F-MERGED-CSV ASSIGN DYNAMIC WS-MERGED-CSV-NAME
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-MCSV-STATUS.
001210
001220     SELECT F-MERGED-LOG ASSIGN DYNAMIC WS-MERGED-LOG-NAME
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-MLOG-STATUS.
001250
001260     SELECT F-MERGED-COPY ASSIGN DYNAMIC WS-MERGED-COPY-NAME
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-MCOPY-STATUS.
001290
001300     SELECT F-REPORT ASSIGN DYNAMIC WS-REPORT-NAME
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-RPT-STATUS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD F-SOURCE-DECK.
001370 01 F-SOURCE-LINE              PIC X(130).
001380
001390 FD F-PART-DECK.
001400 01 F-PART-DECK-LINE           PIC X(130).
001410
001420*----------------------------------------------------------------*
001430*    SPLIT CONTROL FILE - ONE H RECORD, THEN ONE P RECORD PER    *
001440*    PARTITION.                                                  *
001450*----------------------------------------------------------------*
001460 FD F-CONTROL.
001470 01 F-CTL-HEADER.
001480     05 CH-REC-TYPE            PIC X(01).
001490     05 FILLER                 PIC X(01).
001500     05 CH-SPLIT-DATE          PIC 9(08).
001510     05 FILLER                 PIC X(01).
001520     05 CH-SOURCE-DECK         PIC X(40).
001530     05 FILLER                 PIC X(01).
001540     05 CH-PART-COUNT          PIC 9(02).
001550     05 FILLER                 PIC X(01).
001560     05 CH-SPLIT-BY            PIC X(05).
001570     05 FILLER                 PIC X(01).
001580     05 CH-CASE-COUNT          PIC 9(03).
001590     05 FILLER                 PIC X(01).
001600     05 CH-STATE               PIC X(06).
001610 01 F-CTL-PART.
001620     05 CP-REC-TYPE            PIC X(01).
001630     05 FILLER                 PIC X(01).
001640     05 CP-PART-ID             PIC X(02).
001650     05 FILLER                 PIC X(01).
001660     05 CP-DECK-NAME           PIC X(40).
001670     05 FILLER                 PIC X(01).
001680     05 CP-CASE-COUNT          PIC 9(03).
001690
001700 FD F-LASTRUN.
001710 COPY lastrun.
001720
001730 FD F-PART-CSV.
001740 01 F-PART-CSV-LINE            PIC X(180).
001750
001760 FD F-PART-LOG.
001770 01 F-PART-LOG-LINE            PIC X(300).
001780
001790*----------------------------------------------------------------*
001800*    PARTIAL SLOW REPORT OR RERUN DECK, COPIED THROUGH AS IS.    *
001810*----------------------------------------------------------------*
001820 FD F-PART-COPY.
001830 01 F-PART-COPY-LINE           PIC X(130).
001840
001850 FD F-MERGED-CSV.
001860 01 F-MERGED-CSV-LINE          PIC X(180).
001870
001880 FD F-MERGED-LOG.
001890 01 F-MERGED-LOG-LINE          PIC X(300).
001900
001910 FD F-MERGED-COPY.
001920 01 F-MERGED-COPY-LINE         PIC X(130).
001930
001940 FD F-REPORT.
001950 01 F-REPORT-LINE              PIC X(132).
001960
001970 WORKING-STORAGE SECTION.
001980*----------------------------------------------------------------*
001990*    FILE NAMES AND STATUS CODES                                 *
002000*----------------------------------------------------------------*
002010 01 WS-SOURCE-DECK-NAME        PIC X(40).
002020 01 WS-PART-DECK-NAME          PIC X(40).
002030 01 WS-CONTROL-NAME            PIC X(40).
002040 01 WS-LASTRUN-NAME            PIC X(40).
002050 01 WS-PART-COPY-NAME          PIC X(40).
002060 01 WS-MERGED-CSV-NAME         PIC X(40).
002070 01 WS-MERGED-LOG-NAME         PIC X(40).
002080 01 WS-MERGED-COPY-NAME        PIC X(40).
002090 01 WS-REPORT-NAME             PIC X(40).
002100 01 WS-DELETE-NAME             PIC X(40).
002110
002120 01 WS-SRC-STATUS              PIC X(02).
002130     88 WS-SRC-STATUS-OK                   VALUE "00".
002140 01 WS-PDECK-STATUS            PIC X(02).
002150     88 WS-PDECK-STATUS-OK                 VALUE "00".
002160 01 WS-CTL-STATUS              PIC X(02).
002170     88 WS-CTL-STATUS-OK                   VALUE "00".
002180     88 WS-CTL-NOT-FOUND                   VALUE "35".
002190 01 WS-LASTRUN-STATUS          PIC X(02).
002200     88 WS-LASTRUN-STATUS-OK               VALUE "00".
002210 01 WS-PCSV-STATUS             PIC X(02).
002220     88 WS-PCSV-STATUS-OK                  VALUE "00".
002230 01 WS-PLOG-STATUS             PIC X(02).
002240     88 WS-PLOG-STATUS-OK                  VALUE "00".
002250 01 WS-PCOPY-STATUS            PIC X(02).
002260     88 WS-PCOPY-STATUS-OK                 VALUE "00".
002270 01 WS-MCSV-STATUS             PIC X(02).
002280     88 WS-MCSV-STATUS-OK                  VALUE "00".
002290 01 WS-MLOG-STATUS             PIC X(02).
002300     88 WS-MLOG-STATUS-OK                  VALUE "00".
002310 01 WS-MCOPY-STATUS            PIC X(02).
002320     88 WS-MCOPY-STATUS-OK                 VALUE "00".
002330 01 WS-RPT-STATUS              PIC X(02).
002340     88 WS-RPT-STATUS-OK                   VALUE "00".
002350
002360*----------------------------------------------------------------*
002370*    PARTIAL FILES OF ONE PARTITION, NAMED BY 8000 FROM          *
002380*    WS-NAME-PART-ID THE SAME WAY TDDMAX2 AND CHCKRSLT NAME THEM *
002390*----------------------------------------------------------------*
002400 01 WS-NAME-PART-ID            PIC X(02).
002410 01 WS-PN-LASTRUN              PIC X(40).
002420 01 WS-PN-CSV                  PIC X(40).
002430 01 WS-PN-LOG                  PIC X(40).
002440 01 WS-PN-SLOW                 PIC X(40).
002450 01 WS-PN-RERUN                PIC X(40).
002460 01 WS-PN-CKPT                 PIC X(40).
002470
002480*----------------------------------------------------------------*
002490*    FUNCTION AND SPLIT PARAMETERS FROM THE ENVIRONMENT          *
002500*----------------------------------------------------------------*
002510 01 WS-FUNCTION                PIC X(08).
002520     88 WS-FUNC-SPLIT                      VALUE "SPLIT".
002530     88 WS-FUNC-MERGE                      VALUE "MERGE".
002540 01 WS-PARTCOUNT-TEXT          PIC X(04).
002550 77 WS-REQ-PART-COUNT          PIC 9(02) VALUE 4.
002560 01 WS-SPLIT-BY                PIC X(05).
002570     88 WS-SPLIT-BY-COUNT                  VALUE "COUNT".
002580     88 WS-SPLIT-BY-OP                     VALUE "OP".
002590
002600*----------------------------------------------------------------*
002610*    SWITCHES AND COUNTERS                                       *
002620*----------------------------------------------------------------*
002630 77 WS-DONE-SW                 PIC X(01) VALUE "N".
002640     88 WS-DONE                            VALUE "Y".
002650 77 WS-FOUND-SW                PIC X(01) VALUE "N".
002660     88 WS-FOUND                           VALUE "Y".
002670 77 WS-REPORT-OPEN-SW          PIC X(01) VALUE "N".
002680     88 WS-REPORT-OPEN                     VALUE "Y".
002690 77 WS-INCOMPLETE-SW           PIC X(01) VALUE "N".
002700     88 WS-ANY-INCOMPLETE                  VALUE "Y".
002710 77 WS-FIRST-LINE-SW           PIC X(01) VALUE "Y".
002720     88 WS-FIRST-LINE                      VALUE "Y".
002730 77 WS-COPY-OPEN-SW            PIC X(01) VALUE "N".
002740     88 WS-COPY-OPEN                       VALUE "Y".
002750
002760 77 WS-RETURN-CODE-OVERRIDE    PIC 9(02) COMP VALUE 0.
002770 77 WS-MERGED-RC               PIC 9(02) VALUE 0.
002780
002790 77 WS-TOTAL-RUN               PIC 9(06) VALUE 0.
002800 77 WS-TOTAL-PASSED            PIC 9(06) VALUE 0.
002810 77 WS-TOTAL-FAILED            PIC 9(06) VALUE 0.
002820 77 WS-TOTAL-XFAIL             PIC 9(06) VALUE 0.
002830 77 WS-TOTAL-XPASS             PIC 9(06) VALUE 0.
002840 77 WS-LOG-WRITTEN             PIC 9(06) VALUE 0.
002850 77 WS-COPY-WRITTEN            PIC 9(06) VALUE 0.
002860 77 WS-STRAY-COUNT             PIC 9(06) VALUE 0.
002870
002880*----------------------------------------------------------------*
002890*    RUN DATE AND THE DATE OF THE SPLIT BEING WORKED ON          *
002900*----------------------------------------------------------------*
002910 01 WS-TODAY                   PIC 9(08) VALUE 0.
002920 01 WS-SPLIT-DATE              PIC 9(08) VALUE 0.
002925 01 WS-YESTERDAY               PIC 9(08) VALUE 0.
002930
002940*----------------------------------------------------------------*
002950*    SOURCE DECK, HELD WHOLE FOR THE SPLIT.  TEST IDS ARE THREE  *
002960*    DIGITS EVERYWHERE, SO A DECK HOLDS AT MOST 999 CASES.       *
002970*----------------------------------------------------------------*
002980 77 WS-DECK-MAX                PIC 9(04) COMP VALUE 999.
002990 77 WS-DECK-COUNT              PIC 9(04) COMP VALUE 0.
003000 77 WS-DECK-SUB                PIC 9(04) COMP VALUE 0.
003010 01 WS-DECK-TABLE.
003020     05 WS-DECK-ENTRY          OCCURS 999 TIMES.
003030         10 WS-DECK-IMAGE      PIC X(122).
003040         10 WS-DECK-PART       PIC 9(02).
003050
003060*----------------------------------------------------------------*
003070*    ONE LINE OF A PARTITION DECK - THE CASE AS IT STOOD ON THE  *
003080*    SOURCE DECK PLUS ITS POSITION THERE.                        *
003090*----------------------------------------------------------------*
003100 01 WS-PART-DECK-REC.
003110     05 WS-PDR-IMAGE           PIC X(122).
003120     05 WS-PDR-POS             PIC 9(03).
003130     05 FILLER                 PIC X(05).
003140
003150*----------------------------------------------------------------*
003160*    OP CODES SEEN ON THE DECK, FOR A SPLIT BY OP CODE           *
003170*----------------------------------------------------------------*
003180 77 WS-OPT-MAX                 PIC 9(02) COMP VALUE 10.
003190 77 WS-OPT-COUNT               PIC 9(02) COMP VALUE 0.
003200 77 WS-OPT-SUB                 PIC 9(02) COMP VALUE 0.
003210 77 WS-OPT-BEST                PIC 9(02) COMP VALUE 0.
003220 01 WS-OPT-TABLE.
003230     05 WS-OPT-ENTRY           OCCURS 10 TIMES.
003240         10 WS-OPT-CODE        PIC X(03).
003250         10 WS-OPT-CASES       PIC 9(03).
003260         10 WS-OPT-PART        PIC 9(02).
003270         10 WS-OPT-PLACED-SW   PIC X(01).
003280             88 WS-OPT-PLACED              VALUE "Y".
003290
003300*----------------------------------------------------------------*
003310*    PARTITIONS OF THE SPLIT AND WHAT THE MERGE FOUND FOR EACH   *
003320*----------------------------------------------------------------*
003330 77 WS-PART-MAX                PIC 9(02) COMP VALUE 20.
003340 77 WS-PART-COUNT              PIC 9(02) COMP VALUE 0.
003350 77 WS-PART-SUB                PIC 9(02) COMP VALUE 0.
003360 77 WS-PART-BEST               PIC 9(02) COMP VALUE 0.
003370 01 WS-PART-NUM                PIC 9(02) VALUE 0.
003380 01 WS-PART-TABLE.
003390     05 WS-PART-ENTRY          OCCURS 20 TIMES.
003400         10 WS-PT-ID           PIC X(02).
003410         10 WS-PT-DECK         PIC X(40).
003420         10 WS-PT-CASES        PIC 9(03).
003430         10 WS-PT-SEEN         PIC 9(03).
003440         10 WS-PT-RC           PIC 9(02).
003450         10 WS-PT-STATE        PIC X(10).
003460         10 WS-PT-REASON       PIC X(40).
003470
003480*----------------------------------------------------------------*
003490*    EVEN SPLIT BY COUNT - THE FIRST WS-EXTRA-SIZE PARTITIONS    *
003500*    TAKE ONE CASE MORE THAN THE REST.                           *
003510*----------------------------------------------------------------*
003520 77 WS-BASE-SIZE               PIC 9(04) COMP VALUE 0.
003530 77 WS-EXTRA-SIZE              PIC 9(04) COMP VALUE 0.
003540 77 WS-ASSIGN-PART             PIC 9(02) COMP VALUE 0.
003550 77 WS-ASSIGN-LEFT             PIC 9(04) COMP VALUE 0.
003560
003570*----------------------------------------------------------------*
003580*    MERGE - EVERY CASE OF THE SOURCE DECK BY ITS POSITION: THE  *
003590*    PARTITION THAT OWNS IT AND THE LATEST CSV ROW AND AUDIT LOG *
003600*    LINE ITS PARTITION WROTE FOR IT.                            *
003610*----------------------------------------------------------------*
003620 77 WS-POS                     PIC 9(04) COMP VALUE 0.
003630 77 WS-POS-SUB                 PIC 9(04) COMP VALUE 0.
003640 01 WS-POS-TABLE.
003650     05 WS-POS-ENTRY           OCCURS 999 TIMES.
003660         10 WS-POS-PART        PIC 9(02).
003670         10 WS-POS-SEEN-SW     PIC X(01).
003680             88 WS-POS-SEEN                VALUE "Y".
003690         10 WS-POS-LOGGED-SW   PIC X(01).
003700             88 WS-POS-LOGGED              VALUE "Y".
003710         10 WS-POS-ROW         PIC X(180).
003720         10 WS-POS-LOG         PIC X(300).
003730 01 WS-LOG-POS-TEXT            PIC X(03).
003740 01 WS-MISSING                 PIC 9(03) VALUE 0.
003750 01 WS-DSP-CASES               PIC 9(03) VALUE 0.
003760 01 WS-WORK-REASON             PIC X(40).
003770 01 WS-CTL-STATE               PIC X(06).
003780 01 WS-CTL-PART-COUNT          PIC 9(02) VALUE 0.
003790
003800 COPY csvrow.
003810
003820 PROCEDURE DIVISION.
003830
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003860     EVALUATE TRUE
003870         WHEN WS-RETURN-CODE-OVERRIDE NOT = 0
003880             CONTINUE
003890         WHEN WS-FUNC-SPLIT
003900             PERFORM 2000-SPLIT-DECK THRU 2000-EXIT
003910         WHEN WS-FUNC-MERGE
003920             PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT
003930         WHEN OTHER
003940             DISPLAY "TDDPART: PARTFUNC MUST BE SPLIT OR MERGE "
003950                     "- GOT '" WS-FUNCTION "'"
003960             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003970     END-EVALUATE.
003980     IF WS-REPORT-OPEN
003990         CLOSE F-REPORT
004000     END-IF.
004010     IF WS-RETURN-CODE-OVERRIDE NOT = 0
004020         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
004030     ELSE
004040         MOVE WS-MERGED-RC TO RETURN-CODE
004050     END-IF.
004060     STOP RUN.
004070
004080 1000-INITIALIZE.
004090     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004100     MOVE SPACES TO WS-FUNCTION.
004110     ACCEPT WS-FUNCTION FROM ENVIRONMENT "PARTFUNC"
004120         ON EXCEPTION
004130             CONTINUE
004140     END-ACCEPT.
004150     MOVE SPACES TO WS-SOURCE-DECK-NAME.
004160     ACCEPT WS-SOURCE-DECK-NAME FROM ENVIRONMENT "TESTIN"
004170         ON EXCEPTION
004180             CONTINUE
004190     END-ACCEPT.
004200     IF WS-SOURCE-DECK-NAME = SPACES
004210         MOVE "input/input.test" TO WS-SOURCE-DECK-NAME
004220     END-IF.
004230     MOVE SPACES TO WS-CONTROL-NAME.
004240     ACCEPT WS-CONTROL-NAME FROM ENVIRONMENT "PARTCTL"
004250         ON EXCEPTION
004260             CONTINUE
004270     END-ACCEPT.
004280     IF WS-CONTROL-NAME = SPACES
004290         MOVE "checkpoint/tddpart.ctl" TO WS-CONTROL-NAME
004300     END-IF.
004310     MOVE SPACES TO WS-PARTCOUNT-TEXT.
004320     ACCEPT WS-PARTCOUNT-TEXT FROM ENVIRONMENT "PARTCOUNT"
004330         ON EXCEPTION
004340             CONTINUE
004350     END-ACCEPT.
004360     IF WS-PARTCOUNT-TEXT NOT = SPACES
004370         IF FUNCTION TEST-NUMVAL (WS-PARTCOUNT-TEXT) NOT = 0
004380             DISPLAY "TDDPART: PARTCOUNT '" WS-PARTCOUNT-TEXT
004390                     "' IS NOT A NUMBER"
004400             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004410             GO TO 1000-EXIT
004420         END-IF
004430         COMPUTE WS-REQ-PART-COUNT
004440             = FUNCTION NUMVAL (WS-PARTCOUNT-TEXT)
004450     END-IF.
004460     IF WS-REQ-PART-COUNT < 2 OR WS-REQ-PART-COUNT > WS-PART-MAX
004470         DISPLAY "TDDPART: PARTCOUNT MUST BE 2 THROUGH "
004480                 WS-PART-MAX
004490         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004500         GO TO 1000-EXIT
004510     END-IF.
004520     MOVE SPACES TO WS-SPLIT-BY.
004530     ACCEPT WS-SPLIT-BY FROM ENVIRONMENT "PARTBY"
004540         ON EXCEPTION
004550             CONTINUE
004560     END-ACCEPT.
004570     IF WS-SPLIT-BY = SPACES
004580         MOVE "COUNT" TO WS-SPLIT-BY
004590     END-IF.
004600     IF NOT WS-SPLIT-BY-COUNT AND NOT WS-SPLIT-BY-OP
004610         DISPLAY "TDDPART: PARTBY MUST BE COUNT OR OP - GOT '"
004620                 WS-SPLIT-BY "'"
004630         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
004640     END-IF.
004650 1000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------*
004690*    1100-OPEN-REPORT                                            *
004700*    THE REPORT IS DATED BY THE SPLIT IT DESCRIBES AND APPENDS,  *
004710*    SO A NIGHT'S SPLIT AND EVERY MERGE ATTEMPT AGAINST IT READ  *
004720*    TOP TO BOTTOM IN ONE FILE.  THE TITLE IS WRITTEN ONLY WHEN  *
004730*    THE REPORT IS NEW.                                          *
004740*----------------------------------------------------------------*
004750 1100-OPEN-REPORT.
004760     MOVE SPACES TO WS-REPORT-NAME.
004770     STRING "results/tddpart_" DELIMITED BY SIZE
004780            WS-SPLIT-DATE      DELIMITED BY SIZE
004790            ".rpt"             DELIMITED BY SIZE
004800            INTO WS-REPORT-NAME
004810     END-STRING.
004820     OPEN EXTEND F-REPORT.
004830     IF NOT WS-RPT-STATUS-OK
004840         OPEN OUTPUT F-REPORT
004850         IF NOT WS-RPT-STATUS-OK
004860             DISPLAY "TDDPART: UNABLE TO OPEN " WS-REPORT-NAME
004870                     ", FILE STATUS=" WS-RPT-STATUS
004880             GO TO 1100-EXIT
004890         END-IF
004900         MOVE "TDDPART PARTITIONED RUN REPORT" TO F-REPORT-LINE
004910         WRITE F-REPORT-LINE
004920     END-IF.
004930     SET WS-REPORT-OPEN TO TRUE.
004940 1100-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------*
004980*    2000-SPLIT-DECK                                             *
004990*----------------------------------------------------------------*
005000 2000-SPLIT-DECK.
005010     PERFORM 2100-LOAD-SOURCE-DECK THRU 2100-EXIT.
005020     IF WS-RETURN-CODE-OVERRIDE NOT = 0
005030         GO TO 2000-EXIT
005040     END-IF.
005050     IF WS-SPLIT-BY-OP
005060         PERFORM 2300-ASSIGN-BY-OP THRU 2300-EXIT
005070     ELSE
005080         PERFORM 2200-ASSIGN-BY-COUNT THRU 2200-EXIT
005090     END-IF.
005100     IF WS-RETURN-CODE-OVERRIDE NOT = 0
005110         GO TO 2000-EXIT
005120     END-IF.
005130     PERFORM 2050-CHECK-OPEN-SPLIT THRU 2050-EXIT.
005140     IF WS-DONE OR WS-RETURN-CODE-OVERRIDE NOT = 0
005150         GO TO 2000-EXIT
005160     END-IF.
005170     MOVE WS-TODAY TO WS-SPLIT-DATE.
005180     PERFORM 2400-CLEAR-PARTITION-FILES THRU 2400-EXIT
005190         VARYING WS-PART-SUB FROM 1 BY 1
005200         UNTIL WS-PART-SUB > WS-PART-MAX.
005210     PERFORM 2500-WRITE-PARTITION-DECK THRU 2500-EXIT
005220         VARYING WS-PART-SUB FROM 1 BY 1
005230         UNTIL WS-PART-SUB > WS-PART-COUNT
005240            OR WS-RETURN-CODE-OVERRIDE NOT = 0.
005250     IF WS-RETURN-CODE-OVERRIDE NOT = 0
005260         GO TO 2000-EXIT
005270     END-IF.
005280     PERFORM 2600-WRITE-CONTROL THRU 2600-EXIT.
005290     IF WS-RETURN-CODE-OVERRIDE NOT = 0
005300         GO TO 2000-EXIT
005310     END-IF.
005320     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT.
005330     MOVE WS-DECK-COUNT TO WS-DSP-CASES.
005340     MOVE WS-PART-COUNT TO WS-PART-NUM.
005350     MOVE SPACES TO F-REPORT-LINE.
005360     STRING "SPLIT DATE="        DELIMITED BY SIZE
005370            WS-SPLIT-DATE        DELIMITED BY SIZE
005380            " DECK="             DELIMITED BY SIZE
005390            WS-SOURCE-DECK-NAME  DELIMITED BY SPACE
005400            " CASES="            DELIMITED BY SIZE
005410            WS-DSP-CASES         DELIMITED BY SIZE
005420            " BY="               DELIMITED BY SIZE
005430            WS-SPLIT-BY          DELIMITED BY SPACE
005440            " PARTITIONS="       DELIMITED BY SIZE
005450            WS-PART-NUM          DELIMITED BY SIZE
005460            INTO F-REPORT-LINE
005470     END-STRING.
005480     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
005490     PERFORM 2700-LIST-PARTITION THRU 2700-EXIT
005500         VARYING WS-PART-SUB FROM 1 BY 1
005510         UNTIL WS-PART-SUB > WS-PART-COUNT.
005520 2000-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560*    2050-CHECK-OPEN-SPLIT                                       *
005570*    AN UNMERGED SPLIT OF THIS SAME DECK, BY THE SAME METHOD,    *
005580*    TAKEN TODAY (OR YESTERDAY, FOR A RUN THAT CROSSED           *
005590*    MIDNIGHT), HOLDING AS MANY CASES AS THE DECK JUST LOADED    *
005600*    AND CUT INTO AS MANY PARTITIONS AS TONIGHT'S ASSIGNMENT     *
005601*    (THE REQUESTED COUNT, LESS WHERE THE DECK HAS FEWER CASES   *
005602*    OR OP CODES) IS A RESTART - ITS PARTITIONS ARE REUSED AS    *
005603*    THEY STAND.  ANY OTHER UNMERGED SPLIT, INCLUDING ONE LEFT   *
005604*    OVER FROM AN EARLIER NIGHT, STILL OWNS THE PARTITION FILES  *
005606*    AND IS REFUSED RATHER THAN OVERWRITTEN.                     *
005610*----------------------------------------------------------------*
005620 2050-CHECK-OPEN-SPLIT.
005630     OPEN INPUT F-CONTROL.
005640     IF WS-CTL-NOT-FOUND
005650         GO TO 2050-EXIT
005660     END-IF.
005670     IF NOT WS-CTL-STATUS-OK
005680         DISPLAY "TDDPART: UNABLE TO OPEN " WS-CONTROL-NAME
005690                 ", FILE STATUS=" WS-CTL-STATUS
005700         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005710         GO TO 2050-EXIT
005720     END-IF.
005730     MOVE SPACES TO F-CTL-HEADER.
005740     READ F-CONTROL
005750         AT END
005760             CONTINUE
005770     END-READ.
005780     CLOSE F-CONTROL.
005790     IF CH-REC-TYPE NOT = "H" OR CH-STATE = "MERGED"
005800         GO TO 2050-EXIT
005810     END-IF.
005812     COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
005814         (FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1).
005820     IF CH-SOURCE-DECK = WS-SOURCE-DECK-NAME
005830        AND CH-SPLIT-BY = WS-SPLIT-BY
005840        AND CH-PART-COUNT = WS-PART-COUNT
005842        AND (CH-SPLIT-DATE = WS-TODAY
005844             OR CH-SPLIT-DATE = WS-YESTERDAY)
005846        AND CH-CASE-COUNT = WS-DECK-COUNT
005850         DISPLAY "TDDPART: UNMERGED SPLIT OF "
005860                 WS-SOURCE-DECK-NAME " FROM " CH-SPLIT-DATE
005870                 " IS REUSED - PARTITIONS NOT RESPLIT"
005875         PERFORM 2060-REPORT-REUSED-SPLIT THRU 2060-EXIT
005880         SET WS-DONE TO TRUE
005890         GO TO 2050-EXIT
005900     END-IF.
005910     DISPLAY "TDDPART: UNMERGED SPLIT OF " CH-SOURCE-DECK
005920             " FROM " CH-SPLIT-DATE " IS STILL OPEN - MERGE IT "
005930             "OR REMOVE " WS-CONTROL-NAME.
005940     MOVE 8 TO WS-RETURN-CODE-OVERRIDE.
005950 2050-EXIT.
005960     EXIT.
005961
005962*----------------------------------------------------------------*
005963*    2060-REPORT-REUSED-SPLIT                                    *
005964*    THE REUSED SPLIT IS NOTED ON ITS OWN DAY'S REPORT, SO THE   *
005965*    RUN LOG SHOWS THE PARTITIONS WERE NOT CUT AGAIN.            *
005966*----------------------------------------------------------------*
005967 2060-REPORT-REUSED-SPLIT.
005968     MOVE CH-SPLIT-DATE TO WS-SPLIT-DATE.
005969     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT.
005970     MOVE WS-DECK-COUNT TO WS-DSP-CASES.
005971     MOVE WS-PART-COUNT TO WS-PART-NUM.
005972     MOVE SPACES TO F-REPORT-LINE.
005973     STRING "REUSED ON "         DELIMITED BY SIZE
005974            WS-TODAY             DELIMITED BY SIZE
005975            " - NOT RESPLIT: SPLIT DATE="
005976                                 DELIMITED BY SIZE
005977            WS-SPLIT-DATE        DELIMITED BY SIZE
005978            " DECK="             DELIMITED BY SIZE
005979            WS-SOURCE-DECK-NAME  DELIMITED BY SPACE
005980            " CASES="            DELIMITED BY SIZE
005981            WS-DSP-CASES         DELIMITED BY SIZE
005982            " BY="               DELIMITED BY SIZE
005983            WS-SPLIT-BY          DELIMITED BY SPACE
005984            " PARTITIONS="       DELIMITED BY SIZE
005985            WS-PART-NUM          DELIMITED BY SIZE
005986            INTO F-REPORT-LINE
005987     END-STRING.
005988     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
005989 2060-EXIT.
005990     EXIT.
005991
005992*----------------------------------------------------------------*
005993*    2100-LOAD-SOURCE-DECK                                       *
006000*    EVERY LINE IS A CASE, COUNTED THE WAY TDDMAX2 COUNTS ITS    *
006010*    TEST IDS.  AN UNCOMMITTED CAPTURE DECK IS REFUSED HERE AS   *
006020*    IT WOULD BE BY TDDMAX2 ITSELF.                              *
006030*----------------------------------------------------------------*
006040 2100-LOAD-SOURCE-DECK.
006050     OPEN INPUT F-SOURCE-DECK.
006060     IF NOT WS-SRC-STATUS-OK
006070         DISPLAY "TDDPART: UNABLE TO OPEN " WS-SOURCE-DECK-NAME
006080                 ", FILE STATUS=" WS-SRC-STATUS
006090         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006100         GO TO 2100-EXIT
006110     END-IF.
006120     MOVE "N" TO WS-DONE-SW.
006130     PERFORM 2150-LOAD-ONE-CASE THRU 2150-EXIT
006140         UNTIL WS-DONE.
006150     CLOSE F-SOURCE-DECK.
006160     MOVE "N" TO WS-DONE-SW.
006170     IF WS-RETURN-CODE-OVERRIDE = 0 AND WS-DECK-COUNT = 0
006180         DISPLAY "TDDPART: " WS-SOURCE-DECK-NAME
006190                 " HOLDS NO CASES"
006200         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006210     END-IF.
006220 2100-EXIT.
006230     EXIT.
006240
006250 2150-LOAD-ONE-CASE.
006260     READ F-SOURCE-DECK
006270         AT END
006280             SET WS-DONE TO TRUE
006290             GO TO 2150-EXIT
006300     END-READ.
006310     IF NOT WS-SRC-STATUS-OK
006320         DISPLAY "TDDPART: READ ERROR ON " WS-SOURCE-DECK-NAME
006330                 ", FILE STATUS=" WS-SRC-STATUS
006340         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006350         SET WS-DONE TO TRUE
006360         GO TO 2150-EXIT
006370     END-IF.
006380     IF F-SOURCE-LINE (1:1) = "*"
006390         DISPLAY "TDDPART: DECK CARRIES AN UNCOMMITTED MARKER "
006400                 "LINE - NOT A RUNNABLE DECK"
006410         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006420         SET WS-DONE TO TRUE
006430         GO TO 2150-EXIT
006440     END-IF.
006450     IF WS-DECK-COUNT NOT < WS-DECK-MAX
006460         DISPLAY "TDDPART: DECK HOLDS MORE THAN " WS-DECK-MAX
006470                 " CASES"
006480         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006490         SET WS-DONE TO TRUE
006500         GO TO 2150-EXIT
006510     END-IF.
006520     ADD 1 TO WS-DECK-COUNT.
006530     MOVE F-SOURCE-LINE (1:122) TO WS-DECK-IMAGE (WS-DECK-COUNT).
006540     MOVE 0 TO WS-DECK-PART (WS-DECK-COUNT).
006550 2150-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------*
006590*    2200-ASSIGN-BY-COUNT                                        *
006600*    CONTIGUOUS BLOCKS WHOSE SIZES DIFFER BY AT MOST ONE.  A     *
006610*    DECK SMALLER THAN THE REQUESTED COUNT GETS ONE CASE PER     *
006620*    PARTITION AND NO EMPTY PARTITIONS.                          *
006630*----------------------------------------------------------------*
006640 2200-ASSIGN-BY-COUNT.
006650     MOVE WS-REQ-PART-COUNT TO WS-PART-COUNT.
006660     IF WS-DECK-COUNT < WS-PART-COUNT
006670         MOVE WS-DECK-COUNT TO WS-PART-COUNT
006680     END-IF.
006690     DIVIDE WS-DECK-COUNT BY WS-PART-COUNT
006700         GIVING WS-BASE-SIZE REMAINDER WS-EXTRA-SIZE.
006710     PERFORM 2800-CLEAR-PARTITION-ENTRY THRU 2800-EXIT
006720         VARYING WS-PART-SUB FROM 1 BY 1
006730         UNTIL WS-PART-SUB > WS-PART-COUNT.
006740     MOVE 0 TO WS-ASSIGN-PART.
006750     MOVE 0 TO WS-ASSIGN-LEFT.
006760     PERFORM 2250-ASSIGN-ONE-BY-COUNT THRU 2250-EXIT
006770         VARYING WS-DECK-SUB FROM 1 BY 1
006780         UNTIL WS-DECK-SUB > WS-DECK-COUNT.
006790 2200-EXIT.
006800     EXIT.
006810
006820 2250-ASSIGN-ONE-BY-COUNT.
006830     IF WS-ASSIGN-LEFT = 0
006840         ADD 1 TO WS-ASSIGN-PART
006850         MOVE WS-BASE-SIZE TO WS-ASSIGN-LEFT
006860         IF WS-ASSIGN-PART NOT > WS-EXTRA-SIZE
006870             ADD 1 TO WS-ASSIGN-LEFT
006880         END-IF
006890     END-IF.
006900     MOVE WS-ASSIGN-PART TO WS-DECK-PART (WS-DECK-SUB).
006910     ADD 1 TO WS-PT-CASES (WS-ASSIGN-PART).
006920     SUBTRACT 1 FROM WS-ASSIGN-LEFT.
006930 2250-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------*
006970*    2300-ASSIGN-BY-OP                                           *
006980*    EACH OP CODE STAYS WHOLE.  THE LARGEST UNPLACED OP CODE     *
006990*    GOES TO THE PARTITION CARRYING THE FEWEST CASES SO FAR,     *
007000*    UNTIL ALL ARE PLACED.  WITH FEWER OP CODES THAN PARTITIONS  *
007010*    REQUESTED, EACH OP CODE GETS A PARTITION OF ITS OWN.        *
007020*----------------------------------------------------------------*
007030 2300-ASSIGN-BY-OP.
007040     PERFORM 2310-TALLY-ONE-OP THRU 2310-EXIT
007050         VARYING WS-DECK-SUB FROM 1 BY 1
007060         UNTIL WS-DECK-SUB > WS-DECK-COUNT
007070            OR WS-RETURN-CODE-OVERRIDE NOT = 0.
007080     IF WS-RETURN-CODE-OVERRIDE NOT = 0
007090         GO TO 2300-EXIT
007100     END-IF.
007110     MOVE WS-REQ-PART-COUNT TO WS-PART-COUNT.
007120     IF WS-OPT-COUNT < WS-PART-COUNT
007130         MOVE WS-OPT-COUNT TO WS-PART-COUNT
007140     END-IF.
007150     PERFORM 2800-CLEAR-PARTITION-ENTRY THRU 2800-EXIT
007160         VARYING WS-PART-SUB FROM 1 BY 1
007170         UNTIL WS-PART-SUB > WS-PART-COUNT.
007180     PERFORM 2350-PLACE-ONE-OP THRU 2350-EXIT
007190         WS-OPT-COUNT TIMES.
007200     PERFORM 2380-MARK-ONE-CASE THRU 2380-EXIT
007210         VARYING WS-DECK-SUB FROM 1 BY 1
007220         UNTIL WS-DECK-SUB > WS-DECK-COUNT.
007230 2300-EXIT.
007240     EXIT.
007250
007260 2310-TALLY-ONE-OP.
007270     MOVE "N" TO WS-FOUND-SW.
007280     PERFORM 2320-SCAN-OP THRU 2320-EXIT
007290         VARYING WS-OPT-SUB FROM 1 BY 1
007300         UNTIL WS-OPT-SUB > WS-OPT-COUNT
007310            OR WS-FOUND.
007320     IF WS-FOUND
007330         SUBTRACT 1 FROM WS-OPT-SUB
007340         ADD 1 TO WS-OPT-CASES (WS-OPT-SUB)
007350         GO TO 2310-EXIT
007360     END-IF.
007370     IF WS-OPT-COUNT NOT < WS-OPT-MAX
007380         DISPLAY "TDDPART: DECK CARRIES MORE THAN " WS-OPT-MAX
007390                 " OP CODES"
007400         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007410         GO TO 2310-EXIT
007420     END-IF.
007430     ADD 1 TO WS-OPT-COUNT.
007440     MOVE WS-DECK-IMAGE (WS-DECK-SUB) (1:3)
007450         TO WS-OPT-CODE (WS-OPT-COUNT).
007460     MOVE 1   TO WS-OPT-CASES (WS-OPT-COUNT).
007470     MOVE 0   TO WS-OPT-PART (WS-OPT-COUNT).
007480     MOVE "N" TO WS-OPT-PLACED-SW (WS-OPT-COUNT).
007490 2310-EXIT.
007500     EXIT.
007510
007520 2320-SCAN-OP.
007530     IF WS-OPT-CODE (WS-OPT-SUB)
007540        = WS-DECK-IMAGE (WS-DECK-SUB) (1:3)
007550         SET WS-FOUND TO TRUE
007560     END-IF.
007570 2320-EXIT.
007580     EXIT.
007590
007600 2350-PLACE-ONE-OP.
007610     MOVE 0 TO WS-OPT-BEST.
007620     PERFORM 2360-PICK-LARGEST-OP THRU 2360-EXIT
007630         VARYING WS-OPT-SUB FROM 1 BY 1
007640         UNTIL WS-OPT-SUB > WS-OPT-COUNT.
007650     MOVE 1 TO WS-PART-BEST.
007660     PERFORM 2370-PICK-LIGHTEST-PART THRU 2370-EXIT
007670         VARYING WS-PART-SUB FROM 2 BY 1
007680         UNTIL WS-PART-SUB > WS-PART-COUNT.
007690     MOVE WS-PART-BEST TO WS-OPT-PART (WS-OPT-BEST).
007700     MOVE "Y"          TO WS-OPT-PLACED-SW (WS-OPT-BEST).
007710     ADD WS-OPT-CASES (WS-OPT-BEST) TO WS-PT-CASES (WS-PART-BEST).
007720 2350-EXIT.
007730     EXIT.
007740
007750 2360-PICK-LARGEST-OP.
007760     IF NOT WS-OPT-PLACED (WS-OPT-SUB)
007770         IF WS-OPT-BEST = 0
007780             MOVE WS-OPT-SUB TO WS-OPT-BEST
007790         ELSE
007800             IF WS-OPT-CASES (WS-OPT-SUB)
007810                > WS-OPT-CASES (WS-OPT-BEST)
007820                 MOVE WS-OPT-SUB TO WS-OPT-BEST
007830             END-IF
007840         END-IF
007850     END-IF.
007860 2360-EXIT.
007870     EXIT.
007880
007890 2370-PICK-LIGHTEST-PART.
007900     IF WS-PT-CASES (WS-PART-SUB) < WS-PT-CASES (WS-PART-BEST)
007910         MOVE WS-PART-SUB TO WS-PART-BEST
007920     END-IF.
007930 2370-EXIT.
007940     EXIT.
007950
007960 2380-MARK-ONE-CASE.
007970     MOVE "N" TO WS-FOUND-SW.
007980     PERFORM 2320-SCAN-OP THRU 2320-EXIT
007990         VARYING WS-OPT-SUB FROM 1 BY 1
008000         UNTIL WS-OPT-SUB > WS-OPT-COUNT
008010            OR WS-FOUND.
008020     SUBTRACT 1 FROM WS-OPT-SUB.
008030     MOVE WS-OPT-PART (WS-OPT-SUB) TO WS-DECK-PART (WS-DECK-SUB).
008040 2380-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------*
008080*    2400-CLEAR-PARTITION-FILES                                  *
008090*    A NEW SPLIT STARTS EVERY PARTITION CLEAN: NO LASTRUN,       *
008100*    CHECKPOINT OR PARTIAL OUTPUT LEFT FROM AN EARLIER SPLIT CAN *
008110*    BE MISTAKEN FOR THIS ONE'S.  LOCKS ARE LEFT ALONE.          *
008120*----------------------------------------------------------------*
008130 2400-CLEAR-PARTITION-FILES.
008140     MOVE WS-PART-SUB TO WS-PART-NUM.
008150     MOVE WS-PART-NUM TO WS-NAME-PART-ID.
008160     PERFORM 8000-BUILD-PART-NAMES THRU 8000-EXIT.
008170     MOVE WS-PN-LASTRUN TO WS-DELETE-NAME.
008180     PERFORM 8200-DELETE-ONE-FILE THRU 8200-EXIT.
008190     MOVE WS-PN-CKPT    TO WS-DELETE-NAME.
008200     PERFORM 8200-DELETE-ONE-FILE THRU 8200-EXIT.
008210     PERFORM 8300-DELETE-PARTIALS THRU 8300-EXIT.
008220 2400-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------*
008260*    2500-WRITE-PARTITION-DECK                                   *
008270*----------------------------------------------------------------*
008280 2500-WRITE-PARTITION-DECK.
008290     MOVE WS-PART-SUB TO WS-PART-NUM.
008300     MOVE WS-PART-NUM TO WS-PT-ID (WS-PART-SUB).
008310     MOVE SPACES TO WS-PART-DECK-NAME.
008320     STRING "results/tddpart_" DELIMITED BY SIZE
008330            WS-SPLIT-DATE      DELIMITED BY SIZE
008340            "_p"               DELIMITED BY SIZE
008350            WS-PART-NUM        DELIMITED BY SIZE
008360            ".test"            DELIMITED BY SIZE
008370            INTO WS-PART-DECK-NAME
008380     END-STRING.
008390     MOVE WS-PART-DECK-NAME TO WS-PT-DECK (WS-PART-SUB).
008400     OPEN OUTPUT F-PART-DECK.
008410     IF NOT WS-PDECK-STATUS-OK
008420         DISPLAY "TDDPART: UNABLE TO OPEN " WS-PART-DECK-NAME
008430                 ", FILE STATUS=" WS-PDECK-STATUS
008440         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
008450         GO TO 2500-EXIT
008460     END-IF.
008470     PERFORM 2550-WRITE-DECK-CASE THRU 2550-EXIT
008480         VARYING WS-DECK-SUB FROM 1 BY 1
008490         UNTIL WS-DECK-SUB > WS-DECK-COUNT.
008500     CLOSE F-PART-DECK.
008510 2500-EXIT.
008520     EXIT.
008530
008540 2550-WRITE-DECK-CASE.
008550     IF WS-DECK-PART (WS-DECK-SUB) NOT = WS-PART-SUB
008560         GO TO 2550-EXIT
008570     END-IF.
008580     MOVE SPACES TO WS-PART-DECK-REC.
008590     MOVE WS-DECK-IMAGE (WS-DECK-SUB) TO WS-PDR-IMAGE.
008600     MOVE WS-DECK-SUB TO WS-PDR-POS.
008610     MOVE WS-PART-DECK-REC TO F-PART-DECK-LINE.
008620     WRITE F-PART-DECK-LINE.
008630 2550-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------*
008670*    2600-WRITE-CONTROL                                          *
008680*----------------------------------------------------------------*
008690 2600-WRITE-CONTROL.
008700     MOVE "SPLIT" TO CH-STATE.
008710     PERFORM 2650-REWRITE-CONTROL THRU 2650-EXIT.
008720 2600-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------*
008760*    2650-REWRITE-CONTROL                                        *
008770*    WRITES THE H RECORD WITH THE STATE ALREADY IN WS-CTL-STATE  *
008780*    AND ONE P RECORD PER PARTITION FROM THE PARTITION TABLE.    *
008790*----------------------------------------------------------------*
008800 2650-REWRITE-CONTROL.
008810     MOVE CH-STATE TO WS-CTL-STATE.
008820     OPEN OUTPUT F-CONTROL.
008830     IF NOT WS-CTL-STATUS-OK
008840         DISPLAY "TDDPART: UNABLE TO WRITE " WS-CONTROL-NAME
008850                 ", FILE STATUS=" WS-CTL-STATUS
008860         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
008870         GO TO 2650-EXIT
008880     END-IF.
008890     MOVE SPACES              TO F-CTL-HEADER.
008900     MOVE "H"                 TO CH-REC-TYPE.
008910     MOVE WS-SPLIT-DATE       TO CH-SPLIT-DATE.
008920     MOVE WS-SOURCE-DECK-NAME TO CH-SOURCE-DECK.
008930     MOVE WS-PART-COUNT       TO CH-PART-COUNT.
008940     MOVE WS-SPLIT-BY         TO CH-SPLIT-BY.
008950     MOVE WS-DECK-COUNT       TO CH-CASE-COUNT.
008960     MOVE WS-CTL-STATE        TO CH-STATE.
008970     WRITE F-CTL-HEADER.
008980     PERFORM 2660-WRITE-CONTROL-PART THRU 2660-EXIT
008990         VARYING WS-PART-SUB FROM 1 BY 1
009000         UNTIL WS-PART-SUB > WS-PART-COUNT.
009010     CLOSE F-CONTROL.
009020 2650-EXIT.
009030     EXIT.
009040
009050 2660-WRITE-CONTROL-PART.
009060     MOVE SPACES                    TO F-CTL-PART.
009070     MOVE "P"                       TO CP-REC-TYPE.
009080     MOVE WS-PT-ID (WS-PART-SUB)    TO CP-PART-ID.
009090     MOVE WS-PT-DECK (WS-PART-SUB)  TO CP-DECK-NAME.
009100     MOVE WS-PT-CASES (WS-PART-SUB) TO CP-CASE-COUNT.
009110     WRITE F-CTL-PART.
009120 2660-EXIT.
009130     EXIT.
009140
009150 2700-LIST-PARTITION.
009160     MOVE SPACES TO F-REPORT-LINE.
009170     STRING "  PARTITION="            DELIMITED BY SIZE
009180            WS-PT-ID (WS-PART-SUB)    DELIMITED BY SIZE
009190            " CASES="                 DELIMITED BY SIZE
009200            WS-PT-CASES (WS-PART-SUB) DELIMITED BY SIZE
009210            " RUN WITH TESTIN="       DELIMITED BY SIZE
009220            WS-PT-DECK (WS-PART-SUB)  DELIMITED BY SPACE
009230            " PARTID="                DELIMITED BY SIZE
009240            WS-PT-ID (WS-PART-SUB)    DELIMITED BY SIZE
009250            INTO F-REPORT-LINE
009260     END-STRING.
009270     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009280 2700-EXIT.
009290     EXIT.
009300
009310 2800-CLEAR-PARTITION-ENTRY.
009320     MOVE SPACES TO WS-PT-ID (WS-PART-SUB).
009330     MOVE SPACES TO WS-PT-DECK (WS-PART-SUB).
009340     MOVE 0      TO WS-PT-CASES (WS-PART-SUB).
009350     MOVE 0      TO WS-PT-SEEN (WS-PART-SUB).
009360     MOVE 0      TO WS-PT-RC (WS-PART-SUB).
009370     MOVE SPACES TO WS-PT-STATE (WS-PART-SUB).
009380     MOVE SPACES TO WS-PT-REASON (WS-PART-SUB).
009390 2800-EXIT.
009400     EXIT.
009410
009420*----------------------------------------------------------------*
009430*    3000-MERGE-PARTITIONS                                       *
009440*    NOTHING IS PUBLISHED UNLESS EVERY PARTITION IS COMPLETE.    *
009450*----------------------------------------------------------------*
009460 3000-MERGE-PARTITIONS.
009470     PERFORM 3050-LOAD-CONTROL THRU 3050-EXIT.
009480     IF WS-DONE OR WS-RETURN-CODE-OVERRIDE NOT = 0
009490         GO TO 3000-EXIT
009500     END-IF.
009510     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT.
009520     MOVE WS-DECK-COUNT TO WS-DSP-CASES.
009530     MOVE WS-PART-COUNT TO WS-PART-NUM.
009540     MOVE SPACES TO F-REPORT-LINE.
009550     STRING "MERGE ON "          DELIMITED BY SIZE
009560            WS-TODAY             DELIMITED BY SIZE
009570            " OF SPLIT DATE="    DELIMITED BY SIZE
009580            WS-SPLIT-DATE        DELIMITED BY SIZE
009590            " DECK="             DELIMITED BY SIZE
009600            WS-SOURCE-DECK-NAME  DELIMITED BY SPACE
009610            " CASES="            DELIMITED BY SIZE
009620            WS-DSP-CASES         DELIMITED BY SIZE
009630            " PARTITIONS="       DELIMITED BY SIZE
009640            WS-PART-NUM          DELIMITED BY SIZE
009650            INTO F-REPORT-LINE
009660     END-STRING.
009670     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009680     PERFORM 3080-CLEAR-POSITION THRU 3080-EXIT
009690         VARYING WS-POS-SUB FROM 1 BY 1
009700         UNTIL WS-POS-SUB > WS-DECK-MAX.
009710     PERFORM 3100-CHECK-PARTITION THRU 3100-EXIT
009720         VARYING WS-PART-SUB FROM 1 BY 1
009730         UNTIL WS-PART-SUB > WS-PART-COUNT.
009740     IF WS-ANY-INCOMPLETE
009750         PERFORM 3200-REFUSE-MERGE THRU 3200-EXIT
009760         GO TO 3000-EXIT
009770     END-IF.
009780     PERFORM 3300-PUBLISH THRU 3300-EXIT.
009790 3000-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------*
009830*    3050-LOAD-CONTROL                                           *
009840*    THE MERGE WORKS FROM THE SPLIT AS RECORDED, NOT FROM THE    *
009850*    ENVIRONMENT, SO IT ALWAYS MERGES WHAT WAS ACTUALLY SPLIT.   *
009860*    A SPLIT ALREADY MERGED IS NOT PUBLISHED A SECOND TIME.      *
009870*----------------------------------------------------------------*
009880 3050-LOAD-CONTROL.
009890     OPEN INPUT F-CONTROL.
009900     IF NOT WS-CTL-STATUS-OK
009910         DISPLAY "TDDPART: NO SPLIT TO MERGE - UNABLE TO OPEN "
009920                 WS-CONTROL-NAME ", FILE STATUS=" WS-CTL-STATUS
009930         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009940         GO TO 3050-EXIT
009950     END-IF.
009960     MOVE SPACES TO F-CTL-HEADER.
009970     READ F-CONTROL
009980         AT END
009990             CONTINUE
010000     END-READ.
010010     IF CH-REC-TYPE NOT = "H" OR CH-SPLIT-DATE NOT NUMERIC
010020        OR CH-PART-COUNT NOT NUMERIC
010030        OR CH-CASE-COUNT NOT NUMERIC
010040         DISPLAY "TDDPART: " WS-CONTROL-NAME
010050                 " HAS NO VALID HEADER RECORD"
010060         CLOSE F-CONTROL
010070         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010080         GO TO 3050-EXIT
010090     END-IF.
010100     MOVE CH-SPLIT-DATE  TO WS-SPLIT-DATE.
010110     MOVE CH-SOURCE-DECK TO WS-SOURCE-DECK-NAME.
010120     MOVE CH-SPLIT-BY    TO WS-SPLIT-BY.
010130     MOVE CH-CASE-COUNT  TO WS-DECK-COUNT.
010140     MOVE CH-PART-COUNT  TO WS-CTL-PART-COUNT.
010150     IF CH-STATE = "MERGED"
010160         DISPLAY "TDDPART: SPLIT OF " WS-SOURCE-DECK-NAME
010170                 " FROM " WS-SPLIT-DATE
010180                 " IS ALREADY PUBLISHED - NOTHING TO MERGE"
010190         CLOSE F-CONTROL
010200         SET WS-DONE TO TRUE
010210         GO TO 3050-EXIT
010220     END-IF.
010230     MOVE 0 TO WS-PART-COUNT.
010240     MOVE "N" TO WS-DONE-SW.
010250     PERFORM 3060-LOAD-CONTROL-PART THRU 3060-EXIT
010260         UNTIL WS-DONE.
010270     MOVE "N" TO WS-DONE-SW.
010280     CLOSE F-CONTROL.
010290     IF WS-RETURN-CODE-OVERRIDE = 0
010300        AND WS-PART-COUNT NOT = WS-CTL-PART-COUNT
010310         MOVE WS-PART-COUNT TO WS-PART-NUM
010320         DISPLAY "TDDPART: " WS-CONTROL-NAME " LISTS "
010330                 WS-PART-NUM " PARTITIONS, HEADER SAYS "
010340                 WS-CTL-PART-COUNT
010350         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010360     END-IF.
010370 3050-EXIT.
010380     EXIT.
010390
010400 3060-LOAD-CONTROL-PART.
010410     READ F-CONTROL
010420         AT END
010430             SET WS-DONE TO TRUE
010440             GO TO 3060-EXIT
010450     END-READ.
010460     IF CP-REC-TYPE NOT = "P"
010470         GO TO 3060-EXIT
010480     END-IF.
010490     IF WS-PART-COUNT NOT < WS-PART-MAX
010500        OR CP-CASE-COUNT NOT NUMERIC
010510         DISPLAY "TDDPART: BAD PARTITION RECORD IN "
010520                 WS-CONTROL-NAME
010530         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
010540         SET WS-DONE TO TRUE
010550         GO TO 3060-EXIT
010560     END-IF.
010570     ADD 1 TO WS-PART-COUNT.
010580     MOVE WS-PART-COUNT TO WS-PART-SUB.
010590     PERFORM 2800-CLEAR-PARTITION-ENTRY THRU 2800-EXIT.
010600     MOVE CP-PART-ID    TO WS-PT-ID (WS-PART-COUNT).
010610     MOVE CP-DECK-NAME  TO WS-PT-DECK (WS-PART-COUNT).
010620     MOVE CP-CASE-COUNT TO WS-PT-CASES (WS-PART-COUNT).
010630 3060-EXIT.
010640     EXIT.
010650
010660 3080-CLEAR-POSITION.
010670     MOVE 0      TO WS-POS-PART (WS-POS-SUB).
010680     MOVE "N"    TO WS-POS-SEEN-SW (WS-POS-SUB).
010690     MOVE "N"    TO WS-POS-LOGGED-SW (WS-POS-SUB).
010700     MOVE SPACES TO WS-POS-ROW (WS-POS-SUB).
010710     MOVE SPACES TO WS-POS-LOG (WS-POS-SUB).
010720 3080-EXIT.
010730     EXIT.
010740
010750*----------------------------------------------------------------*
010760*    3100-CHECK-PARTITION                                        *
010770*    REGISTERS THE PARTITION'S CASES FROM ITS DECK, CHECKS ITS   *
010780*    LASTRUN, THEN TAKES THE LATEST CSV ROW AND LOG LINE FOR     *
010790*    EACH OF ITS CASES.  THE FIRST PROBLEM FOUND IS THE REASON   *
010800*    REPORTED.                                                   *
010810*----------------------------------------------------------------*
010820 3100-CHECK-PARTITION.
010830     MOVE "COMPLETE" TO WS-PT-STATE (WS-PART-SUB).
010840     MOVE WS-PT-ID (WS-PART-SUB) TO WS-NAME-PART-ID.
010850     PERFORM 8000-BUILD-PART-NAMES THRU 8000-EXIT.
010860     PERFORM 3110-REGISTER-DECK THRU 3110-EXIT.
010870     PERFORM 3120-CHECK-LASTRUN THRU 3120-EXIT.
010880     PERFORM 3130-LOAD-PARTIAL-CSV THRU 3130-EXIT.
010890     PERFORM 3140-LOAD-PARTIAL-LOG THRU 3140-EXIT.
010900     IF WS-PT-SEEN (WS-PART-SUB) < WS-PT-CASES (WS-PART-SUB)
010910         COMPUTE WS-MISSING = WS-PT-CASES (WS-PART-SUB)
010920                            - WS-PT-SEEN (WS-PART-SUB)
010930         MOVE SPACES TO WS-WORK-REASON
010940         STRING "NO VERDICT FOR " DELIMITED BY SIZE
010950                WS-MISSING        DELIMITED BY SIZE
010960                " OF "            DELIMITED BY SIZE
010970                WS-PT-CASES (WS-PART-SUB)
010980                                  DELIMITED BY SIZE
010990                " CASES"          DELIMITED BY SIZE
011000                INTO WS-WORK-REASON
011010         END-STRING
011020         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011030     END-IF.
011040     MOVE SPACES TO F-REPORT-LINE.
011050     STRING "  PARTITION="             DELIMITED BY SIZE
011060            WS-PT-ID (WS-PART-SUB)     DELIMITED BY SIZE
011070            " CASES="                  DELIMITED BY SIZE
011080            WS-PT-CASES (WS-PART-SUB)  DELIMITED BY SIZE
011090            " VERDICTS="               DELIMITED BY SIZE
011100            WS-PT-SEEN (WS-PART-SUB)   DELIMITED BY SIZE
011110            " RC="                     DELIMITED BY SIZE
011120            WS-PT-RC (WS-PART-SUB)     DELIMITED BY SIZE
011130            " "                        DELIMITED BY SIZE
011140            WS-PT-STATE (WS-PART-SUB)  DELIMITED BY SPACE
011150            " "                        DELIMITED BY SIZE
011160            WS-PT-REASON (WS-PART-SUB) DELIMITED BY SIZE
011170            INTO F-REPORT-LINE
011180     END-STRING.
011190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
011200 3100-EXIT.
011210     EXIT.
011220
011230 3110-REGISTER-DECK.
011240     MOVE WS-PT-DECK (WS-PART-SUB) TO WS-PART-DECK-NAME.
011250     OPEN INPUT F-PART-DECK.
011260     IF NOT WS-PDECK-STATUS-OK
011270         MOVE "PARTITION DECK MISSING" TO WS-WORK-REASON
011280         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011290         GO TO 3110-EXIT
011300     END-IF.
011310     MOVE "N" TO WS-DONE-SW.
011320     PERFORM 3115-REGISTER-ONE-CASE THRU 3115-EXIT
011330         UNTIL WS-DONE.
011340     MOVE "N" TO WS-DONE-SW.
011350     CLOSE F-PART-DECK.
011360 3110-EXIT.
011370     EXIT.
011380
011390 3115-REGISTER-ONE-CASE.
011400     READ F-PART-DECK
011410         AT END
011420             SET WS-DONE TO TRUE
011430             GO TO 3115-EXIT
011440     END-READ.
011450     MOVE F-PART-DECK-LINE TO WS-PART-DECK-REC.
011460     IF WS-PDR-POS NOT NUMERIC OR WS-PDR-POS = 0
011470        OR WS-PDR-POS > WS-DECK-COUNT
011480         MOVE "DECK LINE WITHOUT A VALID POSITION"
011490             TO WS-WORK-REASON
011500         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011510         GO TO 3115-EXIT
011520     END-IF.
011530     MOVE WS-PDR-POS TO WS-POS.
011540     MOVE WS-PART-SUB TO WS-POS-PART (WS-POS).
011550 3115-EXIT.
011560     EXIT.
011570
011580*----------------------------------------------------------------*
011590*    3120-CHECK-LASTRUN                                          *
011600*    THE PARTITION'S OWN LASTRUN MUST NAME ITS DECK AND SHOW A   *
011610*    FINISHED RUN - 0 CLEAN OR 4 WITH FAILURES.                  *
011620*----------------------------------------------------------------*
011630 3120-CHECK-LASTRUN.
011640     MOVE WS-PN-LASTRUN TO WS-LASTRUN-NAME.
011650     OPEN INPUT F-LASTRUN.
011660     IF NOT WS-LASTRUN-STATUS-OK
011670         MOVE "NOT RUN - NO LASTRUN" TO WS-WORK-REASON
011680         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011690         GO TO 3120-EXIT
011700     END-IF.
011710     MOVE SPACES TO LR-SUMMARY-REC.
011720     READ F-LASTRUN
011730         AT END
011740             CONTINUE
011750     END-READ.
011760     CLOSE F-LASTRUN.
011770     IF LR-DECK-NAME NOT = WS-PT-DECK (WS-PART-SUB)
011780        OR LR-RC NOT NUMERIC
011790         MOVE "NOT RUN - LASTRUN IS FOR ANOTHER DECK"
011800             TO WS-WORK-REASON
011810         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011820         GO TO 3120-EXIT
011830     END-IF.
011840     MOVE LR-RC TO WS-PT-RC (WS-PART-SUB).
011850     IF LR-RC > 4
011860         MOVE "RUN DID NOT FINISH" TO WS-WORK-REASON
011870         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011880     END-IF.
011890 3120-EXIT.
011900     EXIT.
011910
011920 3130-LOAD-PARTIAL-CSV.
011930     OPEN INPUT F-PART-CSV.
011940     IF NOT WS-PCSV-STATUS-OK
011950         MOVE "NO PARTIAL CSV" TO WS-WORK-REASON
011960         PERFORM 3190-MARK-INCOMPLETE THRU 3190-EXIT
011970         GO TO 3130-EXIT
011980     END-IF.
011990     MOVE "N" TO WS-DONE-SW.
012000     PERFORM 3135-LOAD-ONE-ROW THRU 3135-EXIT
012010         UNTIL WS-DONE.
012020     MOVE "N" TO WS-DONE-SW.
012030     CLOSE F-PART-CSV.
012040 3130-EXIT.
012050     EXIT.
012060
012070*----------------------------------------------------------------*
012080*    3135-LOAD-ONE-ROW                                           *
012090*    A ROW FOR A CASE THIS PARTITION DOES NOT OWN IS COUNTED AS  *
012100*    STRAY AND DROPPED.  A LATER ROW FOR THE SAME CASE, FROM A   *
012110*    RESTART THAT REJUDGED IT, REPLACES THE EARLIER ONE.         *
012120*----------------------------------------------------------------*
012130 3135-LOAD-ONE-ROW.
012140     READ F-PART-CSV
012150         AT END
012160             SET WS-DONE TO TRUE
012170             GO TO 3135-EXIT
012180     END-READ.
012190     IF F-PART-CSV-LINE (1:7) = "TEST_ID"
012200         GO TO 3135-EXIT
012210     END-IF.
012220     MOVE F-PART-CSV-LINE TO CSV-ROW.
012230     IF CSV-TEST-ID NOT NUMERIC OR CSV-TEST-ID = 0
012240         ADD 1 TO WS-STRAY-COUNT
012250         GO TO 3135-EXIT
012260     END-IF.
012270     MOVE CSV-TEST-ID TO WS-POS.
012280     IF WS-POS-PART (WS-POS) NOT = WS-PART-SUB
012290         ADD 1 TO WS-STRAY-COUNT
012300         GO TO 3135-EXIT
012310     END-IF.
012320     IF NOT WS-POS-SEEN (WS-POS)
012330         SET WS-POS-SEEN (WS-POS) TO TRUE
012340         ADD 1 TO WS-PT-SEEN (WS-PART-SUB)
012350     END-IF.
012360     MOVE F-PART-CSV-LINE TO WS-POS-ROW (WS-POS).
012370 3135-EXIT.
012380     EXIT.
012390
012400*----------------------------------------------------------------*
012410*    3140-LOAD-PARTIAL-LOG                                       *
012420*    THE AUDIT LOG LINE CARRIES THE CASE ID AT COL 26-28, AFTER  *
012430*    THE TIMESTAMP AND "TEST#".  A MISSING LOG DOES NOT BLOCK    *
012440*    THE MERGE - THE CSV IS THE RECORD OF THE VERDICTS.          *
012450*----------------------------------------------------------------*
012460 3140-LOAD-PARTIAL-LOG.
012470     OPEN INPUT F-PART-LOG.
012480     IF NOT WS-PLOG-STATUS-OK
012490         GO TO 3140-EXIT
012500     END-IF.
012510     MOVE "N" TO WS-DONE-SW.
012520     PERFORM 3145-LOAD-ONE-LOG-LINE THRU 3145-EXIT
012530         UNTIL WS-DONE.
012540     MOVE "N" TO WS-DONE-SW.
012550     CLOSE F-PART-LOG.
012560 3140-EXIT.
012570     EXIT.
012580
012590 3145-LOAD-ONE-LOG-LINE.
012600     READ F-PART-LOG
012610         AT END
012620             SET WS-DONE TO TRUE
012630             GO TO 3145-EXIT
012640     END-READ.
012650     MOVE F-PART-LOG-LINE (26:3) TO WS-LOG-POS-TEXT.
012660     IF WS-LOG-POS-TEXT NOT NUMERIC OR WS-LOG-POS-TEXT = "000"
012670         GO TO 3145-EXIT
012680     END-IF.
012690     MOVE WS-LOG-POS-TEXT TO WS-POS.
012700     IF WS-POS-PART (WS-POS) NOT = WS-PART-SUB
012710         GO TO 3145-EXIT
012720     END-IF.
012730     SET WS-POS-LOGGED (WS-POS) TO TRUE.
012740     MOVE F-PART-LOG-LINE TO WS-POS-LOG (WS-POS).
012750 3145-EXIT.
012760     EXIT.
012770
012780 3190-MARK-INCOMPLETE.
012790     IF WS-PT-STATE (WS-PART-SUB) = "COMPLETE"
012800         MOVE "INCOMPLETE"   TO WS-PT-STATE (WS-PART-SUB)
012810         MOVE WS-WORK-REASON TO WS-PT-REASON (WS-PART-SUB)
012820     END-IF.
012830     SET WS-ANY-INCOMPLETE TO TRUE.
012840 3190-EXIT.
012850     EXIT.
012860
012870*----------------------------------------------------------------*
012880*    3200-REFUSE-MERGE                                           *
012890*    NOTHING IS WRITTEN TO THE DATED FILES.  EACH UNFINISHED     *
012900*    PARTITION IS LISTED WITH THE SETTINGS TO RESUBMIT IT; ITS   *
012910*    CHECKPOINT RESUMES IT WHERE IT STOPPED.                     *
012920*----------------------------------------------------------------*
012930 3200-REFUSE-MERGE.
012940     MOVE "  MERGE REFUSED - NOT PUBLISHED.  RESUBMIT:"
012950         TO F-REPORT-LINE.
012960     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
012970     PERFORM 3250-LIST-RERUN THRU 3250-EXIT
012980         VARYING WS-PART-SUB FROM 1 BY 1
012990         UNTIL WS-PART-SUB > WS-PART-COUNT.
013000     MOVE 8 TO WS-RETURN-CODE-OVERRIDE.
013010 3200-EXIT.
013020     EXIT.
013030
013040 3250-LIST-RERUN.
013050     IF WS-PT-STATE (WS-PART-SUB) = "COMPLETE"
013060         GO TO 3250-EXIT
013070     END-IF.
013080     MOVE SPACES TO F-REPORT-LINE.
013090     STRING "    TESTIN="            DELIMITED BY SIZE
013100            WS-PT-DECK (WS-PART-SUB) DELIMITED BY SPACE
013110            " PARTID="               DELIMITED BY SIZE
013120            WS-PT-ID (WS-PART-SUB)   DELIMITED BY SIZE
013130            INTO F-REPORT-LINE
013140     END-STRING.
013150     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
013160 3250-EXIT.
013170     EXIT.
013180
013190*----------------------------------------------------------------*
013200*    3300-PUBLISH                                                *
013210*    APPENDS THE MERGED ROWS AND LOG LINES TO THE DATED CSV AND  *
013220*    AUDIT LOG IN DECK ORDER, GATHERS THE SLOW REPORTS AND       *
013230*    RERUN DECKS, REWRITES THE LASTRUN HAND-OFF, MARKS THE SPLIT *
013240*    MERGED AND ONLY THEN REMOVES THE PARTIAL FILES.             *
013250*----------------------------------------------------------------*
013260 3300-PUBLISH.
013270     PERFORM 3310-WRITE-MERGED-CSV THRU 3310-EXIT.
013280     IF WS-RETURN-CODE-OVERRIDE NOT = 0
013290         GO TO 3300-EXIT
013300     END-IF.
013310     PERFORM 3320-WRITE-MERGED-LOG THRU 3320-EXIT.
013320     PERFORM 3330-MERGE-SLOW-REPORTS THRU 3330-EXIT.
013330     PERFORM 3340-MERGE-RERUN-DECKS THRU 3340-EXIT.
013340     PERFORM 3350-WRITE-MERGED-LASTRUN THRU 3350-EXIT.
013350     MOVE "MERGED" TO CH-STATE.
013360     PERFORM 2650-REWRITE-CONTROL THRU 2650-EXIT.
013370     IF WS-RETURN-CODE-OVERRIDE NOT = 0
013380         GO TO 3300-EXIT
013390     END-IF.
013400     PERFORM 3370-REMOVE-PARTIALS THRU 3370-EXIT
013410         VARYING WS-PART-SUB FROM 1 BY 1
013420         UNTIL WS-PART-SUB > WS-PART-COUNT.
013430     MOVE SPACES TO F-REPORT-LINE.
013440     STRING "  PUBLISHED " DELIMITED BY SIZE
013450            WS-MERGED-CSV-NAME DELIMITED BY SPACE
013460            " RUN="        DELIMITED BY SIZE
013470            WS-TOTAL-RUN   DELIMITED BY SIZE
013480            " PASSED="     DELIMITED BY SIZE
013490            WS-TOTAL-PASSED DELIMITED BY SIZE
013500            " FAILED="     DELIMITED BY SIZE
013510            WS-TOTAL-FAILED DELIMITED BY SIZE
013520            " XFAIL="      DELIMITED BY SIZE
013530            WS-TOTAL-XFAIL DELIMITED BY SIZE
013540            " XPASS="      DELIMITED BY SIZE
013550            WS-TOTAL-XPASS DELIMITED BY SIZE
013560            " STRAY="      DELIMITED BY SIZE
013570            WS-STRAY-COUNT DELIMITED BY SIZE
013580            INTO F-REPORT-LINE
013590     END-STRING.
013600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
013610 3300-EXIT.
013620     EXIT.
013630
013640*----------------------------------------------------------------*
013650*    3310-WRITE-MERGED-CSV                                       *
013660*    SAME DATED, APPENDABLE FILE AND HEADER ROW AS CHCKRSLT      *
013670*    WRITES, SO A PARTITIONED NIGHT AND A SINGLE-STREAM NIGHT    *
013680*    LOOK THE SAME TO EVERY READER.                              *
013690*----------------------------------------------------------------*
013700 3310-WRITE-MERGED-CSV.
013710     MOVE SPACES TO WS-MERGED-CSV-NAME.
013720     STRING "results/tddmax2_" DELIMITED BY SIZE
013730            WS-SPLIT-DATE      DELIMITED BY SIZE
013740            ".csv"             DELIMITED BY SIZE
013750            INTO WS-MERGED-CSV-NAME
013760     END-STRING.
013770     OPEN EXTEND F-MERGED-CSV.
013780     IF NOT WS-MCSV-STATUS-OK
013790         OPEN OUTPUT F-MERGED-CSV
013800         IF NOT WS-MCSV-STATUS-OK
013810             DISPLAY "TDDPART: UNABLE TO OPEN " WS-MERGED-CSV-NAME
013820                     ", FILE STATUS=" WS-MCSV-STATUS
013830             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
013840             GO TO 3310-EXIT
013850         END-IF
013860         MOVE SPACES TO F-MERGED-CSV-LINE
013870         STRING "TEST_ID,TEST_NAME,NUM_1,"  DELIMITED BY SIZE
013880                "NUM_2,EXPECTED,ACTUAL,"    DELIMITED BY SIZE
013890                "RESULT,STATUS,TICKET,"     DELIMITED BY SIZE
013900                "CMP_MODE,TOLERANCE,"       DELIMITED BY SIZE
013910                "OP_CODE,RUN_ID,"           DELIMITED BY SIZE
013920                "OPN_COUNT,NUM_3,"          DELIMITED BY SIZE
013930                "NUM_4,NUM_5"               DELIMITED BY SIZE
013940                INTO F-MERGED-CSV-LINE
013950         END-STRING
013960         WRITE F-MERGED-CSV-LINE
013970     END-IF.
013980     PERFORM 3315-WRITE-ONE-ROW THRU 3315-EXIT
013990         VARYING WS-POS-SUB FROM 1 BY 1
014000         UNTIL WS-POS-SUB > WS-DECK-COUNT.
014010     CLOSE F-MERGED-CSV.
014020 3310-EXIT.
014030     EXIT.
014040
014050 3315-WRITE-ONE-ROW.
014060     IF NOT WS-POS-SEEN (WS-POS-SUB)
014070         GO TO 3315-EXIT
014080     END-IF.
014090     MOVE WS-POS-ROW (WS-POS-SUB) TO F-MERGED-CSV-LINE.
014100     WRITE F-MERGED-CSV-LINE.
014110     MOVE WS-POS-ROW (WS-POS-SUB) TO CSV-ROW.
014120     ADD 1 TO WS-TOTAL-RUN.
014130     EVALUATE CSV-RESULT
014140         WHEN "PASS"
014150             ADD 1 TO WS-TOTAL-PASSED
014160         WHEN "XFAIL"
014170             ADD 1 TO WS-TOTAL-XFAIL
014180         WHEN "XPASS"
014190             ADD 1 TO WS-TOTAL-XPASS
014200         WHEN OTHER
014210             ADD 1 TO WS-TOTAL-FAILED
014220     END-EVALUATE.
014230 3315-EXIT.
014240     EXIT.
014250
014260 3320-WRITE-MERGED-LOG.
014270     MOVE SPACES TO WS-MERGED-LOG-NAME.
014280     STRING "results/tddmax2_" DELIMITED BY SIZE
014290            WS-SPLIT-DATE      DELIMITED BY SIZE
014300            ".log"             DELIMITED BY SIZE
014310            INTO WS-MERGED-LOG-NAME
014320     END-STRING.
014330     OPEN EXTEND F-MERGED-LOG.
014340     IF NOT WS-MLOG-STATUS-OK
014350         OPEN OUTPUT F-MERGED-LOG
014360         IF NOT WS-MLOG-STATUS-OK
014370             DISPLAY "TDDPART: UNABLE TO OPEN " WS-MERGED-LOG-NAME
014380                     ", FILE STATUS=" WS-MLOG-STATUS
014385             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
014390             GO TO 3320-EXIT
014400         END-IF
014410     END-IF.
014420     PERFORM 3325-WRITE-ONE-LOG-LINE THRU 3325-EXIT
014430         VARYING WS-POS-SUB FROM 1 BY 1
014440         UNTIL WS-POS-SUB > WS-DECK-COUNT.
014450     CLOSE F-MERGED-LOG.
014460 3320-EXIT.
014470     EXIT.
014480
014490 3325-WRITE-ONE-LOG-LINE.
014500     IF WS-POS-LOGGED (WS-POS-SUB)
014510         MOVE WS-POS-LOG (WS-POS-SUB) TO F-MERGED-LOG-LINE
014520         WRITE F-MERGED-LOG-LINE
014530         ADD 1 TO WS-LOG-WRITTEN
014540     END-IF.
014550 3325-EXIT.
014560     EXIT.
014570
014580*----------------------------------------------------------------*
014590*    3330-MERGE-SLOW-REPORTS                                     *
014600*    THE DATED SLOW REPORT IS WRITTEN ONLY WHEN SOME PARTITION   *
014610*    HAD A BREACH, WITH ONE TITLE LINE; EACH PARTITION'S OWN     *
014620*    TITLE LINE IS DROPPED.                                      *
014630*----------------------------------------------------------------*
014640 3330-MERGE-SLOW-REPORTS.
014650     MOVE SPACES TO WS-MERGED-COPY-NAME.
014660     STRING "results/tddmax2_slow_" DELIMITED BY SIZE
014670            WS-SPLIT-DATE           DELIMITED BY SIZE
014680            ".rpt"                  DELIMITED BY SIZE
014690            INTO WS-MERGED-COPY-NAME
014700     END-STRING.
014710     MOVE "N" TO WS-COPY-OPEN-SW.
014720     MOVE 0 TO WS-COPY-WRITTEN.
014730     PERFORM 3335-COPY-ONE-SLOW THRU 3335-EXIT
014740         VARYING WS-PART-SUB FROM 1 BY 1
014750         UNTIL WS-PART-SUB > WS-PART-COUNT.
014760     IF WS-COPY-OPEN
014770         CLOSE F-MERGED-COPY
014780         DISPLAY "TDDPART: SLOW-TEST REPORT " WS-MERGED-COPY-NAME
014790                 " CASES=" WS-COPY-WRITTEN
014800     END-IF.
014810 3330-EXIT.
014820     EXIT.
014830
014840 3335-COPY-ONE-SLOW.
014850     MOVE WS-PT-ID (WS-PART-SUB) TO WS-NAME-PART-ID.
014860     PERFORM 8000-BUILD-PART-NAMES THRU 8000-EXIT.
014870     MOVE WS-PN-SLOW TO WS-PART-COPY-NAME.
014880     OPEN INPUT F-PART-COPY.
014890     IF NOT WS-PCOPY-STATUS-OK
014900         GO TO 3335-EXIT
014910     END-IF.
014920     IF NOT WS-COPY-OPEN
014930         OPEN OUTPUT F-MERGED-COPY
014940         IF NOT WS-MCOPY-STATUS-OK
014950             DISPLAY "TDDPART: UNABLE TO OPEN "
014960                     WS-MERGED-COPY-NAME
014970                     ", FILE STATUS=" WS-MCOPY-STATUS
014980             CLOSE F-PART-COPY
014990             GO TO 3335-EXIT
015000         END-IF
015010         SET WS-COPY-OPEN TO TRUE
015020         MOVE "TDDMAX2 SLOW-TEST REPORT - LIMITS IN 1/100 SEC"
015030             TO F-MERGED-COPY-LINE
015040         WRITE F-MERGED-COPY-LINE
015050     END-IF.
015060     MOVE "Y" TO WS-FIRST-LINE-SW.
015070     MOVE "N" TO WS-DONE-SW.
015080     PERFORM 3338-COPY-ONE-LINE THRU 3338-EXIT
015090         UNTIL WS-DONE.
015100     MOVE "N" TO WS-DONE-SW.
015110     CLOSE F-PART-COPY.
015120 3335-EXIT.
015130     EXIT.
015140
015150*----------------------------------------------------------------*
015160*    3338-COPY-ONE-LINE                                          *
015170*    COPIES ONE LINE OF THE OPEN PARTIAL FILE TO THE OPEN MERGED *
015180*    FILE.  A SLOW REPORT'S FIRST LINE IS ITS TITLE AND IS       *
015190*    SKIPPED; A RERUN DECK HAS NO TITLE.                         *
015200*----------------------------------------------------------------*
015210 3338-COPY-ONE-LINE.
015220     READ F-PART-COPY
015230         AT END
015240             SET WS-DONE TO TRUE
015250             GO TO 3338-EXIT
015260     END-READ.
015270     IF WS-FIRST-LINE
015280         MOVE "N" TO WS-FIRST-LINE-SW
015290         IF F-PART-COPY-LINE (1:8) = "TDDMAX2 "
015300             GO TO 3338-EXIT
015310         END-IF
015320     END-IF.
015330     MOVE F-PART-COPY-LINE TO F-MERGED-COPY-LINE.
015340     WRITE F-MERGED-COPY-LINE.
015350     ADD 1 TO WS-COPY-WRITTEN.
015360 3338-EXIT.
015370     EXIT.
015380
015390 3340-MERGE-RERUN-DECKS.
015400     MOVE SPACES TO WS-MERGED-COPY-NAME.
015410     STRING "results/tddmax2_rerun_" DELIMITED BY SIZE
015420            WS-SPLIT-DATE            DELIMITED BY SIZE
015430            ".test"                  DELIMITED BY SIZE
015440            INTO WS-MERGED-COPY-NAME
015450     END-STRING.
015460     MOVE "N" TO WS-COPY-OPEN-SW.
015470     MOVE 0 TO WS-COPY-WRITTEN.
015480     PERFORM 3345-COPY-ONE-RERUN THRU 3345-EXIT
015490         VARYING WS-PART-SUB FROM 1 BY 1
015500         UNTIL WS-PART-SUB > WS-PART-COUNT.
015510     IF WS-COPY-OPEN
015520         CLOSE F-MERGED-COPY
015530         DISPLAY "TDDPART: RERUN DECK " WS-MERGED-COPY-NAME
015540                 " CASES=" WS-COPY-WRITTEN
015550     END-IF.
015560 3340-EXIT.
015570     EXIT.
015580
015590 3345-COPY-ONE-RERUN.
015600     MOVE WS-PT-ID (WS-PART-SUB) TO WS-NAME-PART-ID.
015610     PERFORM 8000-BUILD-PART-NAMES THRU 8000-EXIT.
015620     MOVE WS-PN-RERUN TO WS-PART-COPY-NAME.
015630     OPEN INPUT F-PART-COPY.
015640     IF NOT WS-PCOPY-STATUS-OK
015650         GO TO 3345-EXIT
015660     END-IF.
015670     IF NOT WS-COPY-OPEN
015680         OPEN OUTPUT F-MERGED-COPY
015690         IF NOT WS-MCOPY-STATUS-OK
015700             DISPLAY "TDDPART: UNABLE TO OPEN "
015710                     WS-MERGED-COPY-NAME
015720                     ", FILE STATUS=" WS-MCOPY-STATUS
015730             CLOSE F-PART-COPY
015740             GO TO 3345-EXIT
015750         END-IF
015760         SET WS-COPY-OPEN TO TRUE
015770     END-IF.
015780     MOVE "N" TO WS-FIRST-LINE-SW.
015790     MOVE "N" TO WS-DONE-SW.
015800     PERFORM 3338-COPY-ONE-LINE THRU 3338-EXIT
015810         UNTIL WS-DONE.
015820     MOVE "N" TO WS-DONE-SW.
015830     CLOSE F-PART-COPY.
015840 3345-EXIT.
015850     EXIT.
015860
015870*----------------------------------------------------------------*
015880*    3350-WRITE-MERGED-LASTRUN                                   *
015890*    THE SHARED HAND-OFF NOW DESCRIBES THE WHOLE DECK: TALLIES   *
015900*    FROM THE PUBLISHED ROWS AND THE WORST PARTITION             *
015910*    RETURN-CODE, WHICH IS ALSO THIS STEP'S RETURN-CODE.         *
015920*----------------------------------------------------------------*
015930 3350-WRITE-MERGED-LASTRUN.
015940     MOVE 0 TO WS-MERGED-RC.
015950     PERFORM 3355-TAKE-WORST-RC THRU 3355-EXIT
015960         VARYING WS-PART-SUB FROM 1 BY 1
015970         UNTIL WS-PART-SUB > WS-PART-COUNT.
015980     MOVE "results/tddmax2.lastrun" TO WS-LASTRUN-NAME.
015990     MOVE SPACES              TO LR-SUMMARY-REC.
016000     MOVE WS-SOURCE-DECK-NAME TO LR-DECK-NAME.
016010     MOVE WS-MERGED-RC        TO LR-RC.
016020     MOVE WS-TOTAL-RUN        TO LR-RUN.
016030     MOVE WS-TOTAL-PASSED     TO LR-PASSED.
016040     MOVE WS-TOTAL-FAILED     TO LR-FAILED.
016050     MOVE WS-TOTAL-XFAIL      TO LR-XFAIL.
016060     MOVE WS-TOTAL-XPASS      TO LR-XPASS.
016070     OPEN OUTPUT F-LASTRUN.
016080     IF NOT WS-LASTRUN-STATUS-OK
016090         DISPLAY "TDDPART: UNABLE TO OPEN LASTRUN SUMMARY, "
016100                 "FILE STATUS=" WS-LASTRUN-STATUS
016110     ELSE
016120         WRITE LR-SUMMARY-REC
016130         CLOSE F-LASTRUN
016140     END-IF.
016150 3350-EXIT.
016160     EXIT.
016170
016180 3355-TAKE-WORST-RC.
016190     IF WS-PT-RC (WS-PART-SUB) > WS-MERGED-RC
016200         MOVE WS-PT-RC (WS-PART-SUB) TO WS-MERGED-RC
016210     END-IF.
016220 3355-EXIT.
016230     EXIT.
016240
016250 3370-REMOVE-PARTIALS.
016260     MOVE WS-PT-ID (WS-PART-SUB) TO WS-NAME-PART-ID.
016270     PERFORM 8000-BUILD-PART-NAMES THRU 8000-EXIT.
016280     PERFORM 8300-DELETE-PARTIALS THRU 8300-EXIT.
016290 3370-EXIT.
016300     EXIT.
016310
016320*----------------------------------------------------------------*
016330*    8000-BUILD-PART-NAMES                                       *
016340*    THE FILES TDDMAX2 AND CHCKRSLT WRITE FOR PARTITION          *
016350*    WS-NAME-PART-ID.                                            *
016360*----------------------------------------------------------------*
016370 8000-BUILD-PART-NAMES.
016380     MOVE SPACES TO WS-PN-LASTRUN.
016390     STRING "results/tddmax2_p"    DELIMITED BY SIZE
016400            WS-NAME-PART-ID        DELIMITED BY SIZE
016410            ".lastrun"             DELIMITED BY SIZE
016420            INTO WS-PN-LASTRUN
016430     END-STRING.
016440     MOVE SPACES TO WS-PN-CSV.
016450     STRING "results/tddmax2_p"    DELIMITED BY SIZE
016460            WS-NAME-PART-ID        DELIMITED BY SIZE
016470            ".csv"                 DELIMITED BY SIZE
016480            INTO WS-PN-CSV
016490     END-STRING.
016500     MOVE SPACES TO WS-PN-LOG.
016510     STRING "results/tddmax2_p"    DELIMITED BY SIZE
016520            WS-NAME-PART-ID        DELIMITED BY SIZE
016530            ".log"                 DELIMITED BY SIZE
016540            INTO WS-PN-LOG
016550     END-STRING.
016560     MOVE SPACES TO WS-PN-SLOW.
016570     STRING "results/tddmax2_slow_p" DELIMITED BY SIZE
016580            WS-NAME-PART-ID          DELIMITED BY SIZE
016590            ".rpt"                   DELIMITED BY SIZE
016600            INTO WS-PN-SLOW
016610     END-STRING.
016620     MOVE SPACES TO WS-PN-RERUN.
016630     STRING "results/tddmax2_rerun_p" DELIMITED BY SIZE
016640            WS-NAME-PART-ID           DELIMITED BY SIZE
016650            ".test"                   DELIMITED BY SIZE
016660            INTO WS-PN-RERUN
016670     END-STRING.
016680     MOVE SPACES TO WS-PN-CKPT.
016690     STRING "checkpoint/tddmax2_p" DELIMITED BY SIZE
016700            WS-NAME-PART-ID        DELIMITED BY SIZE
016710            ".ckpt"                DELIMITED BY SIZE
016720            INTO WS-PN-CKPT
016730     END-STRING.
016740 8000-EXIT.
016750     EXIT.
016760
016770 8100-WRITE-REPORT-LINE.
016780     IF WS-REPORT-OPEN
016790         WRITE F-REPORT-LINE
016800     END-IF.
016810     DISPLAY "TDDPART: " F-REPORT-LINE (1:100).
016820 8100-EXIT.
016830     EXIT.
016840
016850*----------------------------------------------------------------*
016860*    8200-DELETE-ONE-FILE                                        *
016870*    CBL_DELETE_FILE SETS RETURN-CODE; A NON-ZERO CODE JUST      *
016880*    MEANS THE FILE WAS ALREADY GONE, SO IT IS RESET EITHER WAY. *
016890*----------------------------------------------------------------*
016900 8200-DELETE-ONE-FILE.
016910     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME.
016920     MOVE 0 TO RETURN-CODE.
016930 8200-EXIT.
016940     EXIT.
016950
016960 8300-DELETE-PARTIALS.
016970     MOVE WS-PN-CSV   TO WS-DELETE-NAME.
016980     PERFORM 8200-DELETE-ONE-FILE THRU 8200-EXIT.
016990     MOVE WS-PN-LOG   TO WS-DELETE-NAME.
017000     PERFORM 8200-DELETE-ONE-FILE THRU 8200-EXIT.
017010     MOVE WS-PN-SLOW  TO WS-DELETE-NAME.
017020     PERFORM 8200-DELETE-ONE-FILE THRU 8200-EXIT.
017030     MOVE WS-PN-RERUN TO WS-DELETE-NAME.
017040     PERFORM 8200-DELETE-ONE-FILE THRU 8200-EXIT.
017050 8300-EXIT.
017060     EXIT.
