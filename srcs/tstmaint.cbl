000316*                    COL 125-131 IN-C   (SIGN + 6 DIGITS)        *
000317*                    COL 133-139 IN-D                            *
000318*                    COL 141-147 IN-E                            *
000319*                    COL 149-156 SUBMITTER (BLANK = MAINTUSER)   *
000320*                  D AND I NEED ONLY THE ACTION AND TEST ID.     *
000330*                                                                *
000331*                  MAKER-CHECKER: A SENSITIVE TRANSACTION IS NOT *
000332*                  APPLIED BUT WRITTEN TO THE PENDING FILE       *
000333*                  (MAINTPEND, DEFAULT INPUT/TESTMAST.PENDING)   *
000334*                  UNDER A NEW PENDING ID.  SENSITIVE MEANS ANY  *
000335*                  CHANGE TO EXPECTED, STATUS, CMP MODE OR       *
000336*                  TOLERANCE, ANY DELETE, AND ANY ADD OR CHANGE  *
000337*                  WHOSE SUBMITTER IS NOT THE CASE'S OWNER.      *
000338*                  MAINTFUNC=APPROVE RUNS THE APPROVAL STEP      *
000339*                  INSTEAD: EACH APPROVALS RECORD (MAINTAPPR,    *
000340*                  DEFAULT INPUT/TESTMAST.APPROVALS) NAMES A     *
000341*                  PENDING ID, RELEASE OR REJECT, AND THE        *
000342*                  APPROVER, WHO MAY NOT BE THE SUBMITTER.  A    *
000343*                  RELEASED TRANSACTION IS RUN THROUGH THE       *
000344*                  NORMAL EDITS AND JOURNAL AT THAT POINT.  THE  *
000345*                  APPROVAL STEP APPENDS EVERY DECISION TO THE   *
000346*                  DATED APPROVAL AUDIT AND WRITES A PENDING-    *
000347*                  ITEMS AGING REPORT FLAGGING ANYTHING OLDER    *
000348*                  THAN PENDDAYS (DEFAULT 7) DAYS.               *
000349*                                                                *
000350*                    APPROVALS LAYOUT:                           *
000351*                    COL 001-008 PENDING ID                      *
000352*                    COL 010-016 RELEASE OR REJECT               *
000353*                    COL 018-025 APPROVER                        *
000354*                    COL 027-066 COMMENT                         *
000355*                                                                *
000357*                  RETURN-CODE:  0 = ALL TRANSACTIONS APPLIED    *
000359*                                4 = SOME HELD FOR APPROVAL, OR  *
000361*                                    (APPROVE) A DECISION WAS    *
000363*                                    REFUSED OR AN ITEM OVERDUE  *
000365*                                8 = ANY REJECTED OR FILE ERROR  *
000367*                                                                *
000370*----------------------------------------------------------------*
000380*    MODIFICATION HISTORY                                        *
000390*    DATE        INIT  DESCRIPTION                               *
000447*                      ITS BEFORE IMAGE.  IF THE JOURNAL WON'T   *
000448*                      OPEN, NO TRANSACTION IS APPLIED - THE     *
000449*                      MASTER IS NEVER CHANGED UNJOURNALED.      *
000450*    2026-10-15  RLO   MAKER-CHECKER.  SENSITIVE TRANSACTIONS GO *
000451*                      TO A PENDING FILE INSTEAD OF THE MASTER;  *
000452*                      MAINTFUNC=APPROVE RELEASES OR REJECTS     *
000453*                      THEM FROM A SECOND PERSON'S APPROVALS     *
000454*                      FILE, APPLYING EDITS AND JOURNAL ONLY AT  *
000455*                      RELEASE, AND WRITES THE APPROVAL AUDIT    *
000456*                      AND PENDING-ITEMS AGING REPORT.  NEW      *
000457*                      SUBMITTER COLUMN ON THE TRANSACTION.      *
000458*----------------------------------------------------------------*
000459 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. tstmaint.
000470 AUTHOR. R. OKONKWO.
000480 INSTALLATION. ENTERPRISE BATCH SERVICES.
000674     SELECT F-JOURNAL ASSIGN DYNAMIC WS-JOURNAL-FILE-NAME
000676         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS WS-JRNL-STATUS.
000679
000680     SELECT F-PENDING ASSIGN DYNAMIC WS-PENDING-FILE-NAME
000681         ORGANIZATION IS LINE SEQUENTIAL
000682         FILE STATUS IS WS-PEND-STATUS.
000683
000684     SELECT F-PEND-SEQ ASSIGN DYNAMIC WS-PSEQ-FILE-NAME
000685         ORGANIZATION IS LINE SEQUENTIAL
000686         FILE STATUS IS WS-PSEQ-STATUS.
000687
000688     SELECT F-APPROVALS ASSIGN DYNAMIC WS-APPROVALS-FILE-NAME
000689         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-APPR-STATUS.
000691
000692     SELECT F-AUDIT ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
000693         ORGANIZATION IS LINE SEQUENTIAL
000694         FILE STATUS IS WS-AUDIT-STATUS.
000695
000696     SELECT F-AGING ASSIGN DYNAMIC WS-AGING-FILE-NAME
000697         ORGANIZATION IS LINE SEQUENTIAL
000698         FILE STATUS IS WS-AGING-STATUS.
000701
000704 DATA DIVISION.
000707 FILE SECTION.
000710 FD F-TRANS-FILE.
000720 01 F-TRANS-LINE                PIC X(160).
000730
000740 FD F-MASTER.
000750 COPY testmast.
000788 FD F-JOURNAL.
000789 COPY jrnlrec.
000790
000791*----------------------------------------------------------------*
000792*    TRANSACTIONS HELD FOR APPROVAL (PENDREC LAYOUT, HELD IN     *
000793*    WORKING-STORAGE) AND THE LAST PENDING ID ISSUED.            *
000794*----------------------------------------------------------------*
000795 FD F-PENDING.
000796 01 F-PENDING-LINE              PIC X(236).
000797
000798 FD F-PEND-SEQ.
000799 01 F-PSEQ-LINE.
000800     05 F-PSEQ-LAST-ID          PIC 9(08).
000801
000802*----------------------------------------------------------------*
000803*    THE CHECKER'S DECISIONS, THE APPROVAL AUDIT AND THE AGING   *
000804*    REPORT - APPROVAL RUN ONLY.                                 *
000805*----------------------------------------------------------------*
000806 FD F-APPROVALS.
000807 01 F-APPROVAL-LINE             PIC X(80).
000808
000809 FD F-AUDIT.
000810 01 F-AUDIT-LINE                PIC X(240).
000811
000812 FD F-AGING.
000813 01 F-AGING-LINE                PIC X(150).
000814
000815 WORKING-STORAGE SECTION.
000816*----------------------------------------------------------------*
000820*    FILE NAMES - TRANSACTIONS FROM MAINTIN, MASTER FROM         *
000830*    TESTMAST, BOTH OVERRIDABLE THE SAME WAY TESTIN IS FOR THE   *
000840*    DRIVER.                                                     *
000870 01 WS-MASTER-FILE-NAME         PIC X(40).
000880 01 WS-REPORT-FILE-NAME         PIC X(40).
000882 01 WS-JOURNAL-FILE-NAME        PIC X(40).
000883 01 WS-PENDING-FILE-NAME        PIC X(40).
000884 01 WS-PSEQ-FILE-NAME           PIC X(40).
000885 01 WS-APPROVALS-FILE-NAME      PIC X(40).
000886 01 WS-AUDIT-FILE-NAME          PIC X(40).
000887 01 WS-AGING-FILE-NAME          PIC X(40).
000890
000900*----------------------------------------------------------------*
000910*    FILE STATUS CODES                                           *
001022
001024 01 WS-JRNL-STATUS              PIC X(02).
001026     88 WS-JRNL-STATUS-OK                  VALUE "00".
001027
001028 01 WS-PEND-STATUS              PIC X(02).
001029     88 WS-PEND-STATUS-OK                  VALUE "00".
001030     88 WS-PEND-NOT-FOUND                  VALUE "35".
001031
001032 01 WS-PSEQ-STATUS              PIC X(02).
001033     88 WS-PSEQ-STATUS-OK                  VALUE "00".
001034
001035 01 WS-APPR-STATUS              PIC X(02).
001036     88 WS-APPR-STATUS-OK                  VALUE "00".
001037     88 WS-APPR-NOT-FOUND                  VALUE "35".
001038
001039 01 WS-AUDIT-STATUS             PIC X(02).
001040     88 WS-AUDIT-STATUS-OK                 VALUE "00".
001041
001042 01 WS-AGING-STATUS             PIC X(02).
001043     88 WS-AGING-STATUS-OK                 VALUE "00".
001045
001047*----------------------------------------------------------------*
001050*    SWITCHES                                                    *
001060*----------------------------------------------------------------*
001070 77 WS-DONE-SW                   PIC X(01) VALUE "N".
001120
001130 77 WS-EDIT-OK-SW                PIC X(01) VALUE "Y".
001140     88 WS-EDIT-OK                         VALUE "Y".
001141
001142 77 WS-FOUND-SW                  PIC X(01) VALUE "N".
001143     88 WS-FOUND                           VALUE "Y".
001144
001145 77 WS-APPROVALS-OPEN-SW         PIC X(01) VALUE "N".
001146     88 WS-APPROVALS-OPEN                  VALUE "Y".
001147
001148 77 WS-PEND-OVERFLOW-SW          PIC X(01) VALUE "N".
001149     88 WS-PEND-OVERFLOW                   VALUE "Y".
001150
001151*----------------------------------------------------------------*
001152*    RUN FUNCTION FROM MAINTFUNC - BLANK OR MAINT APPLIES THE    *
001153*    TRANSACTION FILE, APPROVE RUNS THE CHECKER'S DECISIONS.     *
001154*----------------------------------------------------------------*
001155 01 WS-FUNCTION                 PIC X(08).
001156     88 WS-FUNC-MAINT                      VALUE "MAINT" SPACES.
001157     88 WS-FUNC-APPROVE                    VALUE "APPROVE".
001158
001160*----------------------------------------------------------------*
001170*    COUNTERS                                                    *
001180*----------------------------------------------------------------*
001190 77 WS-TRANS-NUMBER              PIC 9(05) VALUE 0.
001200 77 WS-APPLIED-COUNT             PIC 9(05) VALUE 0.
001210 77 WS-REJECT-COUNT              PIC 9(05) VALUE 0.
001211 77 WS-PENDED-COUNT              PIC 9(05) VALUE 0.
001212 77 WS-DECISION-COUNT            PIC 9(05) VALUE 0.
001213 77 WS-RELEASED-COUNT            PIC 9(05) VALUE 0.
001214 77 WS-REJECTED-COUNT            PIC 9(05) VALUE 0.
001215 77 WS-REFUSED-COUNT             PIC 9(05) VALUE 0.
001216 77 WS-FAILED-COUNT              PIC 9(05) VALUE 0.
001217 77 WS-STILL-PENDING             PIC 9(05) VALUE 0.
001218 77 WS-OVERDUE-COUNT             PIC 9(05) VALUE 0.
001219 77 WS-REJECTS-BEFORE            PIC 9(05) VALUE 0.
001220
001230 77 WS-RETURN-CODE-OVERRIDE      PIC 9(02) COMP VALUE 0.
001240
001280 01 WS-TODAY.
001290     05 WS-TODAY-YYYY          PIC 9(04).
001300     05 WS-TODAY-MM            PIC 9(02).
001301     05 WS-TODAY-DD            PIC 9(02).
001302
001303*----------------------------------------------------------------*
001304*    JOURNAL WORK AREAS - THE IMAGES ARE STAGED HERE BY THE      *
001306*    APPLY PARAGRAPHS AND WRITTEN BY 2800-WRITE-JOURNAL, SO THE  *
001308*    JOURNAL RECORDS WHAT THE MASTER HELD BEFORE AND AFTER THE   *
001318 01 WS-JRNL-AFTER-SW            PIC X(01).
001320 01 WS-JRNL-BEFORE-IMAGE        PIC X(140).
001322 01 WS-JRNL-AFTER-IMAGE         PIC X(140).
001323
001324*----------------------------------------------------------------*
001325*    MAKER-CHECKER WORK AREAS.  THE TRANSACTION IMAGE IS STAGED  *
001326*    HERE BY WHICHEVER STEP SUPPLIES IT - THE TRANSACTION FILE   *
001327*    OR A RELEASED PENDING ITEM - SO 2100-APPLY-TRANS NEVER      *
001328*    DEPENDS ON WHICH FILE IS OPEN.                              *
001329*----------------------------------------------------------------*
001330 01 WS-TRANS-IMAGE              PIC X(160).
001331 01 WS-SUBMITTER                PIC X(08).
001332 01 WS-DEFAULT-SUBMITTER        PIC X(08).
001333 01 WS-CASE-OWNER               PIC X(08).
001334 01 WS-PEND-REASON              PIC X(30).
001335 01 WS-REASON-TOKEN             PIC X(10).
001336 01 WS-REASON-WORK              PIC X(30).
001337 01 WS-PEND-LAST-ID             PIC 9(08) VALUE 0.
001338 01 WS-OLD-STATUS               PIC X(06).
001339 01 WS-NEW-STATUS               PIC X(06).
001340 01 WS-OLD-CMP-MODE             PIC X(03).
001341 01 WS-NEW-CMP-MODE             PIC X(03).
001342
001343 COPY pendrec.
001344
001345*----------------------------------------------------------------*
001346*    APPROVAL RUN - THE WHOLE PENDING FILE IS HELD HERE, MARKED  *
001347*    AS EACH DECISION IS TAKEN, AND WRITTEN BACK WITH ONLY THE   *
001348*    UNDECIDED ITEMS.  DISP IS P PENDING, R RELEASED, J REJECTED *
001349*    OR F RELEASE FAILED ITS EDITS.                              *
001350*----------------------------------------------------------------*
001351 77 WS-PEND-MAX                 PIC 9(04) COMP VALUE 500.
001352 77 WS-PEND-COUNT               PIC 9(04) COMP VALUE 0.
001353 77 WS-PEND-SUB                 PIC 9(04) COMP VALUE 0.
001354 01 WS-PEND-TABLE.
001355     05 WS-PEND-ENTRY           OCCURS 500 TIMES.
001356         10 WS-PEND-IMAGE      PIC X(236).
001357         10 WS-PEND-DISP       PIC X(01).
001358
001359 01 WS-APPR-REC.
001360     05 WS-AP-PEND-ID           PIC X(08).
001361     05 WS-AP-PEND-ID-NUM REDEFINES WS-AP-PEND-ID
001362                                PIC 9(08).
001363     05 FILLER                  PIC X(01).
001364     05 WS-AP-DECISION          PIC X(07).
001365         88 WS-AP-RELEASE                  VALUE "RELEASE".
001366         88 WS-AP-REJECT                   VALUE "REJECT".
001367     05 FILLER                  PIC X(01).
001368     05 WS-AP-APPROVER          PIC X(08).
001369     05 FILLER                  PIC X(01).
001370     05 WS-AP-COMMENT           PIC X(40).
001371     05 FILLER                  PIC X(14).
001372 01 WS-AP-DISPOSITION           PIC X(14).
001373 01 WS-AP-REFUSAL               PIC X(30).
001374 01 WS-AP-NOTE                  PIC X(40).
001375
001376*----------------------------------------------------------------*
001377*    AGING - DAYS EACH ITEM HAS WAITED AGAINST THE PENDDAYS      *
001378*    LIMIT, COUNTED THE WAY XFAILAGE COUNTS DAYS.                *
001379*----------------------------------------------------------------*
001380 01 WS-PENDDAYS-TEXT            PIC X(04).
001381 77 WS-PEND-DAYS-LIMIT          PIC 9(04) VALUE 7.
001382 01 WS-TODAY-NUM                PIC 9(08) VALUE 0.
001383 77 WS-TODAY-INT                PIC 9(08) VALUE 0.
001384 77 WS-AGE-DAYS                 PIC 9(05) VALUE 0.
001385 77 WS-OLDEST-DAYS              PIC 9(05) VALUE 0.
001386 01 WS-AGE-FLAG                 PIC X(07).
001387
001388*----------------------------------------------------------------*
001389*    EDIT VIEW OF ONE TRANSACTION.  NUMERIC COLUMNS ARE BROKEN   *
001390*    INTO SIGN PLUS DIGITS SO EACH CAN BE CLASS-TESTED, THE      *
001391*    SAME TECHNIQUE TDDVALID USES ON THE RUN DECK.               *
001392*----------------------------------------------------------------*
001393 01 WS-TRANS-REC.
001394     05 WS-TR-ACTION           PIC X(01).
001400         88 WS-TR-ACTION-ADD            VALUE "A".
001410         88 WS-TR-ACTION-CHANGE         VALUE "C".
001420         88 WS-TR-ACTION-DELETE         VALUE "D".
001814     05 WS-TR-IN-E.
001815         10 WS-TR-IN-E-SIGN    PIC X(01).
001816         10 WS-TR-IN-E-DIGITS  PIC X(06).
001817     05 FILLER                 PIC X(01).
001818     05 WS-TR-SUBMITTER        PIC X(08).
001819
001820*----------------------------------------------------------------*
001830*    WORK AREAS FOR THE SIGNED-NUMBER EDIT AND THE REPORT        *
001840*----------------------------------------------------------------*
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     IF WS-FILES-OPEN
001974         IF WS-FUNC-APPROVE
001978             PERFORM 5000-RUN-APPROVALS THRU 5000-EXIT
001982         ELSE
001986             PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001990                 UNTIL WS-DONE
001994         END-IF
002000         PERFORM 3000-FINALIZE THRU 3000-EXIT
002010     END-IF.
002020     STOP RUN.
002030
002040 1000-INITIALIZE.
002050     PERFORM 1050-RESOLVE-FILE-NAMES THRU 1050-EXIT.
002054     IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-APPROVE
002058         DISPLAY "TSTMAINT: MAINTFUNC MUST BE MAINT OR APPROVE "
002062                 "- GOT '" WS-FUNCTION "'"
002066         MOVE 8 TO RETURN-CODE
002070         GO TO 1000-EXIT
002074     END-IF.
002078     IF WS-FUNC-MAINT
002082         OPEN INPUT F-TRANS-FILE
002086         IF NOT WS-TRANS-STATUS-OK
002090             DISPLAY "TSTMAINT: UNABLE TO OPEN "
002094                     WS-TRANS-FILE-NAME
002098                     ", FILE STATUS=" WS-TRANS-STATUS
002102             MOVE 8 TO RETURN-CODE
002106             GO TO 1000-EXIT
002110         END-IF
002114     END-IF.
002130     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
002140     IF NOT WS-MAST-STATUS-OK
002145         IF WS-FUNC-MAINT
002150             CLOSE F-TRANS-FILE
002155         END-IF
002160         MOVE 8 TO RETURN-CODE
002170         GO TO 1000-EXIT
002180     END-IF.
002194     IF NOT WS-JRNL-STATUS-OK
002195         CLOSE F-MAINT-REPORT
002196         CLOSE F-MASTER
002197         IF WS-FUNC-MAINT
002198             CLOSE F-TRANS-FILE
002199         END-IF
002200         MOVE 8 TO RETURN-CODE
002201         GO TO 1000-EXIT
002202     END-IF.
002203     IF WS-FUNC-APPROVE
002204         PERFORM 1400-OPEN-APPROVAL-FILES THRU 1400-EXIT
002205     ELSE
002206         PERFORM 1350-OPEN-PENDING THRU 1350-EXIT
002207     END-IF.
002208     IF WS-RETURN-CODE-OVERRIDE NOT = 0
002209         IF WS-APPROVALS-OPEN
002210             CLOSE F-APPROVALS
002211         END-IF
002212         CLOSE F-JOURNAL
002213         CLOSE F-MAINT-REPORT
002214         CLOSE F-MASTER
002215         IF WS-FUNC-MAINT
002216             CLOSE F-TRANS-FILE
002217         END-IF
002218         MOVE 8 TO RETURN-CODE
002219         GO TO 1000-EXIT
002220     END-IF.
002221     SET WS-FILES-OPEN TO TRUE.
002222 1000-EXIT.
002223     EXIT.
002230
002240 1050-RESOLVE-FILE-NAMES.
002250     MOVE SPACES TO WS-TRANS-FILE-NAME.
002380     IF WS-MASTER-FILE-NAME = SPACES
002390         MOVE "input/testmast.idx" TO WS-MASTER-FILE-NAME
002400     END-IF.
002401     MOVE SPACES TO WS-FUNCTION.
002402     ACCEPT WS-FUNCTION FROM ENVIRONMENT "MAINTFUNC"
002403         ON EXCEPTION
002404             CONTINUE
002405     END-ACCEPT.
002406     MOVE SPACES TO WS-PENDING-FILE-NAME.
002407     ACCEPT WS-PENDING-FILE-NAME FROM ENVIRONMENT "MAINTPEND"
002408         ON EXCEPTION
002409             CONTINUE
002410     END-ACCEPT.
002411     IF WS-PENDING-FILE-NAME = SPACES
002412         MOVE "input/testmast.pending" TO WS-PENDING-FILE-NAME
002413     END-IF.
002414     MOVE SPACES TO WS-PSEQ-FILE-NAME.
002415     ACCEPT WS-PSEQ-FILE-NAME FROM ENVIRONMENT "MAINTPSEQ"
002416         ON EXCEPTION
002417             CONTINUE
002418     END-ACCEPT.
002419     IF WS-PSEQ-FILE-NAME = SPACES
002420         MOVE "input/testmast.pendseq" TO WS-PSEQ-FILE-NAME
002421     END-IF.
002422     MOVE SPACES TO WS-APPROVALS-FILE-NAME.
002423     ACCEPT WS-APPROVALS-FILE-NAME FROM ENVIRONMENT "MAINTAPPR"
002424         ON EXCEPTION
002425             CONTINUE
002426     END-ACCEPT.
002427     IF WS-APPROVALS-FILE-NAME = SPACES
002428         MOVE "input/testmast.approvals" TO WS-APPROVALS-FILE-NAME
002429     END-IF.
002430     MOVE SPACES TO WS-DEFAULT-SUBMITTER.
002431     ACCEPT WS-DEFAULT-SUBMITTER FROM ENVIRONMENT "MAINTUSER"
002432         ON EXCEPTION
002433             CONTINUE
002434     END-ACCEPT.
002435     IF WS-DEFAULT-SUBMITTER = SPACES
002436         MOVE "UNKNOWN" TO WS-DEFAULT-SUBMITTER
002437     END-IF.
002438     MOVE SPACES TO WS-PENDDAYS-TEXT.
002439     ACCEPT WS-PENDDAYS-TEXT FROM ENVIRONMENT "PENDDAYS"
002440         ON EXCEPTION
002441             CONTINUE
002442     END-ACCEPT.
002443     IF WS-PENDDAYS-TEXT NOT = SPACES
002444         COMPUTE WS-PEND-DAYS-LIMIT
002445             = FUNCTION NUMVAL (WS-PENDDAYS-TEXT)
002446     END-IF.
002448 1050-EXIT.
002450     EXIT.
002452
002454*----------------------------------------------------------------*
002456*    1100-OPEN-MASTER                                            *
002460*    A MISSING MASTER IS NOT AN ERROR ON THE FIRST EVER LOAD -   *
002470*    IT IS CREATED EMPTY AND REOPENED FOR I-O.                   *
002480*----------------------------------------------------------------*
002650
002660 1200-OPEN-MAINT-REPORT.
002670     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002674*    THE APPROVAL RUN REPORTS ITS RELEASES SEPARATELY SO IT DOES
002678*    NOT OVERWRITE THE DAY'S MAINTENANCE REPORT.
002682     IF WS-FUNC-APPROVE
002686         STRING "results/tstmaint_rel_" DELIMITED BY SIZE
002690                WS-TODAY-YYYY           DELIMITED BY SIZE
002694                WS-TODAY-MM             DELIMITED BY SIZE
002698                WS-TODAY-DD             DELIMITED BY SIZE
002702                ".rpt"                  DELIMITED BY SIZE
002706                INTO WS-REPORT-FILE-NAME
002710         END-STRING
002714     ELSE
002718         STRING "results/tstmaint_"    DELIMITED BY SIZE
002722                WS-TODAY-YYYY          DELIMITED BY SIZE
002726                WS-TODAY-MM            DELIMITED BY SIZE
002730                WS-TODAY-DD            DELIMITED BY SIZE
002734                ".rpt"                 DELIMITED BY SIZE
002738                INTO WS-REPORT-FILE-NAME
002742         END-STRING
002746     END-IF.
002750     OPEN OUTPUT F-MAINT-REPORT.
002760     IF NOT WS-RPT-STATUS-OK
002770         DISPLAY "TSTMAINT: UNABLE TO OPEN MAINT REPORT, "
002780                 "FILE STATUS=" WS-RPT-STATUS
002790     ELSE
002800         MOVE SPACES TO F-REPORT-LINE
002804         IF WS-FUNC-APPROVE
002808             STRING "TSTMAINT RELEASE REPORT - MASTER "
002812                                       DELIMITED BY SIZE
002816                    WS-MASTER-FILE-NAME DELIMITED BY SIZE
002820                    INTO F-REPORT-LINE
002824             END-STRING
002828         ELSE
002832             STRING "TSTMAINT MAINTENANCE REPORT - MASTER "
002836                                       DELIMITED BY SIZE
002840                    WS-MASTER-FILE-NAME DELIMITED BY SIZE
002844                    INTO F-REPORT-LINE
002848             END-STRING
002852         END-IF
002860         WRITE F-REPORT-LINE
002870     END-IF.
002880 1200-EXIT.
002919     EXIT.
002920
002921*----------------------------------------------------------------*
002922*    1350-OPEN-PENDING                                           *
002923*    THE NEXT PENDING ID CONTINUES FROM THE HIGHER OF THE SAVED  *
002924*    SEQUENCE AND THE HIGHEST ID STILL ON THE PENDING FILE, SO   *
002925*    AN ID IS NEVER REISSUED WHILE AN APPROVER MIGHT STILL QUOTE *
002926*    IT.  THE PENDING FILE IS APPENDED LIKE THE JOURNAL; IF IT   *
002927*    WON'T OPEN NOTHING IS APPLIED, SINCE A SENSITIVE            *
002928*    TRANSACTION WOULD HAVE NOWHERE TO GO.                       *
002929*----------------------------------------------------------------*
002930 1350-OPEN-PENDING.
002931     MOVE 0 TO WS-PEND-LAST-ID.
002932     OPEN INPUT F-PEND-SEQ.
002933     IF WS-PSEQ-STATUS-OK
002934         READ F-PEND-SEQ
002935             AT END
002936                 CONTINUE
002937             NOT AT END
002938                 IF F-PSEQ-LAST-ID NUMERIC
002939                     MOVE F-PSEQ-LAST-ID TO WS-PEND-LAST-ID
002940                 END-IF
002941         END-READ
002942         CLOSE F-PEND-SEQ
002943     END-IF.
002944     OPEN INPUT F-PENDING.
002945     IF WS-PEND-STATUS-OK
002946         MOVE "N" TO WS-DONE-SW
002947         PERFORM 1360-SCAN-PENDING-ID THRU 1360-EXIT
002948             UNTIL WS-DONE
002949         MOVE "N" TO WS-DONE-SW
002950         CLOSE F-PENDING
002951     END-IF.
002952     OPEN EXTEND F-PENDING.
002953     IF NOT WS-PEND-STATUS-OK
002954         OPEN OUTPUT F-PENDING
002955     END-IF.
002956     IF NOT WS-PEND-STATUS-OK
002957         DISPLAY "TSTMAINT: UNABLE TO OPEN PENDING FILE "
002958                 WS-PENDING-FILE-NAME
002959                 ", FILE STATUS=" WS-PEND-STATUS
002960                 " - NO TRANSACTIONS APPLIED"
002961         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
002962     END-IF.
002963 1350-EXIT.
002964     EXIT.
002965
002966 1360-SCAN-PENDING-ID.
002967     READ F-PENDING
002968         AT END
002969             SET WS-DONE TO TRUE
002970             GO TO 1360-EXIT
002971     END-READ.
002972     IF NOT WS-PEND-STATUS-OK
002973         SET WS-DONE TO TRUE
002974         GO TO 1360-EXIT
002975     END-IF.
002976     MOVE F-PENDING-LINE TO PD-PENDING-REC.
002977     IF PD-PEND-ID NUMERIC
002978        AND PD-PEND-ID > WS-PEND-LAST-ID
002979         MOVE PD-PEND-ID TO WS-PEND-LAST-ID
002980     END-IF.
002981 1360-EXIT.
002982     EXIT.
002983
002984*----------------------------------------------------------------*
002985*    1400-OPEN-APPROVAL-FILES                                    *
002986*    NO APPROVALS FILE IS NOT AN ERROR - THE RUN THEN ONLY       *
002987*    PRODUCES THE AGING REPORT.  THE APPROVAL AUDIT IS DATED AND *
002988*    APPENDABLE LIKE THE JOURNAL.                                *
002989*----------------------------------------------------------------*
002990 1400-OPEN-APPROVAL-FILES.
002991     OPEN INPUT F-APPROVALS.
002992     IF WS-APPR-STATUS-OK
002993         SET WS-APPROVALS-OPEN TO TRUE
002994     ELSE
002995         IF WS-APPR-NOT-FOUND
002996             DISPLAY "TSTMAINT: NO APPROVALS FILE "
002997                     WS-APPROVALS-FILE-NAME
002998                     " - AGING REPORT ONLY"
002999         ELSE
003000             DISPLAY "TSTMAINT: UNABLE TO OPEN APPROVALS FILE "
003001                     WS-APPROVALS-FILE-NAME
003002                     ", FILE STATUS=" WS-APPR-STATUS
003003             MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003004             GO TO 1400-EXIT
003005         END-IF
003006     END-IF.
003007     MOVE SPACES TO WS-AUDIT-FILE-NAME.
003008     STRING "results/tstmaint_audit_" DELIMITED BY SIZE
003009            WS-TODAY-YYYY             DELIMITED BY SIZE
003010            WS-TODAY-MM               DELIMITED BY SIZE
003011            WS-TODAY-DD               DELIMITED BY SIZE
003012            ".rpt"                    DELIMITED BY SIZE
003013            INTO WS-AUDIT-FILE-NAME
003014     END-STRING.
003015     OPEN EXTEND F-AUDIT.
003016     IF NOT WS-AUDIT-STATUS-OK
003017         OPEN OUTPUT F-AUDIT
003018         IF WS-AUDIT-STATUS-OK
003019             MOVE SPACES TO F-AUDIT-LINE
003020             STRING "TSTMAINT APPROVAL AUDIT - MASTER "
003021                                       DELIMITED BY SIZE
003022                    WS-MASTER-FILE-NAME DELIMITED BY SIZE
003023                    INTO F-AUDIT-LINE
003024             END-STRING
003025             WRITE F-AUDIT-LINE
003026         END-IF
003027     END-IF.
003028     IF NOT WS-AUDIT-STATUS-OK
003029         DISPLAY "TSTMAINT: UNABLE TO OPEN APPROVAL AUDIT "
003030                 WS-AUDIT-FILE-NAME
003031                 ", FILE STATUS=" WS-AUDIT-STATUS
003032                 " - NOTHING RELEASED"
003033         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
003034     END-IF.
003035 1400-EXIT.
003036     EXIT.
003037
003038*----------------------------------------------------------------*
003039*    2000-PROCESS-TRANS                                          *
003040*----------------------------------------------------------------*
003041 2000-PROCESS-TRANS.
003042     READ F-TRANS-FILE
003043         AT END
003044             SET WS-DONE-SW TO "Y"
003045         NOT AT END
003046             PERFORM 2050-CHECK-READ-STATUS THRU 2050-EXIT
003047     END-READ.
003048 2000-EXIT.
003049     EXIT.
003050
003051 2050-CHECK-READ-STATUS.
003052     IF WS-TRANS-STATUS-OK
003055         MOVE F-TRANS-LINE TO WS-TRANS-IMAGE
003060         PERFORM 2100-APPLY-TRANS THRU 2100-EXIT
003070     ELSE
003080         DISPLAY "TSTMAINT: READ ERROR AFTER TRANS "
003190*----------------------------------------------------------------*
003200 2100-APPLY-TRANS.
003210     ADD 1 TO WS-TRANS-NUMBER.
003220     MOVE WS-TRANS-IMAGE TO WS-TRANS-REC.
003230     MOVE "Y" TO WS-EDIT-OK-SW.
003231*    A RELEASED ITEM ARRIVES WITH ITS SUBMITTER ALREADY SET.
003232     IF WS-FUNC-MAINT
003233         IF WS-TR-SUBMITTER = SPACES
003234             MOVE WS-DEFAULT-SUBMITTER TO WS-SUBMITTER
003235         ELSE
003236             MOVE WS-TR-SUBMITTER TO WS-SUBMITTER
003237         END-IF
003238     END-IF.
003240     EVALUATE TRUE
003250         WHEN WS-TR-ACTION-ADD
003260             PERFORM 2200-ADD-CASE THRU 2200-EXIT
003450     IF NOT WS-EDIT-OK
003460         GO TO 2200-EXIT
003470     END-IF.
003471     IF WS-FUNC-MAINT
003472        AND WS-SUBMITTER NOT = WS-TR-OWNER
003473         PERFORM 2210-HOLD-ADD THRU 2210-EXIT
003474         GO TO 2200-EXIT
003475     END-IF.
003480     PERFORM 2700-BUILD-MASTER-REC THRU 2700-EXIT.
003490     WRITE TM-MASTER-REC
003500         INVALID KEY
003560     END-WRITE.
003570 2200-EXIT.
003580     EXIT.
003581
003582*----------------------------------------------------------------*
003583*    2210-HOLD-ADD                                               *
003584*    AN ADD KEYED BY SOMEONE OTHER THAN THE NEW CASE'S OWNER.    *
003585*    A DUPLICATE KEY IS REJECTED NOW RATHER THAN HELD FOR AN     *
003586*    APPROVER ONLY TO FAIL AT RELEASE.                           *
003587*----------------------------------------------------------------*
003588 2210-HOLD-ADD.
003589     MOVE WS-TR-TEST-ID TO TM-TEST-ID.
003590     READ F-MASTER
003591         INVALID KEY
003592             CONTINUE
003593         NOT INVALID KEY
003594             MOVE "TEST ID ALREADY ON MASTER" TO WS-ED-REASON
003595             PERFORM 8100-REPORT-REJECT THRU 8100-EXIT
003596             GO TO 2210-EXIT
003597     END-READ.
003598     MOVE SPACES TO WS-PEND-REASON.
003599     MOVE "NOT-OWNER" TO WS-REASON-TOKEN.
003600     PERFORM 2940-ADD-REASON THRU 2940-EXIT.
003601     MOVE WS-TR-OWNER TO WS-CASE-OWNER.
003602     PERFORM 2950-HOLD-TRANS THRU 2950-EXIT.
003603 2210-EXIT.
003604     EXIT.
003606
003608*----------------------------------------------------------------*
003610*    2300-CHANGE-CASE                                            *
003620*    A CHANGE IS A FULL REPLACEMENT OF THE RECORD, SO IT MUST    *
003630*    PASS THE SAME EDITS AS AN ADD.                              *
003740             PERFORM 8100-REPORT-REJECT THRU 8100-EXIT
003750             GO TO 2300-EXIT
003760     END-READ.
003761     IF WS-FUNC-MAINT
003762         PERFORM 2900-CHECK-CHANGE THRU 2900-EXIT
003763         IF WS-PEND-REASON NOT = SPACES
003764             MOVE TM-OWNER TO WS-CASE-OWNER
003765             PERFORM 2950-HOLD-TRANS THRU 2950-EXIT
003766             GO TO 2300-EXIT
003767         END-IF
003768     END-IF.
003771     MOVE "Y" TO WS-JRNL-BEFORE-SW.
003774     MOVE TM-MASTER-REC TO WS-JRNL-BEFORE-IMAGE.
003777     PERFORM 2700-BUILD-MASTER-REC THRU 2700-EXIT.
003780     REWRITE TM-MASTER-REC
003790         INVALID KEY
003800             MOVE "REWRITE FAILED" TO WS-ED-REASON
003976             PERFORM 8100-REPORT-REJECT THRU 8100-EXIT
003977             GO TO 2400-EXIT
003978     END-READ.
003979*    EVERY DELETE NEEDS A SECOND PERSON.
003980     IF WS-FUNC-MAINT
003981         MOVE SPACES TO WS-PEND-REASON
003982         MOVE "DELETE" TO WS-REASON-TOKEN
003983         PERFORM 2940-ADD-REASON THRU 2940-EXIT
003984         IF WS-SUBMITTER NOT = TM-OWNER
003985             MOVE "NOT-OWNER" TO WS-REASON-TOKEN
003986             PERFORM 2940-ADD-REASON THRU 2940-EXIT
003987         END-IF
003988         MOVE TM-OWNER TO WS-CASE-OWNER
003989         PERFORM 2950-HOLD-TRANS THRU 2950-EXIT
003990         GO TO 2400-EXIT
003991     END-IF.
003992     MOVE "Y" TO WS-JRNL-BEFORE-SW.
003993     MOVE TM-MASTER-REC TO WS-JRNL-BEFORE-IMAGE.
003994     DELETE F-MASTER RECORD
003995         INVALID KEY
004000             MOVE "TEST ID NOT ON MASTER" TO WS-ED-REASON
004010             PERFORM 8100-REPORT-REJECT THRU 8100-EXIT
004020         NOT INVALID KEY
004984     END-IF.
004985 2690-EXIT.
004986     EXIT.
004987
004988 2650-EDIT-TEST-ID.
004989     IF WS-TR-TEST-ID NOT NUMERIC
004990         MOVE "TEST-ID" TO WS-ED-FIELD-NAME
004991         MOVE "TEST ID IS NOT 5 DIGITS" TO WS-ED-REASON
004992         PERFORM 8150-REPORT-EDIT-ERROR THRU 8150-EXIT
004993     END-IF.
004994 2650-EXIT.
005000     EXIT.
005010
005020 2680-EDIT-SIGNED-NUMBER.
005351 2800-EXIT.
005352     EXIT.
005353
005354*----------------------------------------------------------------*
005355*    2900-CHECK-CHANGE                                           *
005356*    COMPARES THE CHANGE WITH THE RECORD IT REPLACES (STILL IN   *
005357*    TM-MASTER-REC) AND LISTS WHAT MAKES IT SENSITIVE.  A BLANK  *
005358*    STATUS READS AS ACTIVE AND A BLANK CMP MODE AS EXA, AS THE  *
005359*    DRIVER READS THEM, SO RE-KEYING A CASE WITH THOSE COLUMNS   *
005360*    LEFT BLANK IS NOT A CHANGE.                                 *
005361*----------------------------------------------------------------*
005362 2900-CHECK-CHANGE.
005363     MOVE SPACES TO WS-PEND-REASON.
005364     IF WS-TR-EXPECTED NOT = TM-EXPECTED
005365         MOVE "EXP" TO WS-REASON-TOKEN
005366         PERFORM 2940-ADD-REASON THRU 2940-EXIT
005367     END-IF.
005368     MOVE TM-STATUS TO WS-OLD-STATUS.
005369     IF WS-OLD-STATUS = SPACES
005370         MOVE "ACTIVE" TO WS-OLD-STATUS
005371     END-IF.
005372     MOVE WS-TR-STATUS TO WS-NEW-STATUS.
005373     IF WS-NEW-STATUS = SPACES
005374         MOVE "ACTIVE" TO WS-NEW-STATUS
005375     END-IF.
005376     IF WS-NEW-STATUS NOT = WS-OLD-STATUS
005377         MOVE "STATUS" TO WS-REASON-TOKEN
005378         PERFORM 2940-ADD-REASON THRU 2940-EXIT
005379     END-IF.
005380     MOVE TM-CMP-MODE TO WS-OLD-CMP-MODE.
005381     IF WS-OLD-CMP-MODE = SPACES
005382         MOVE "EXA" TO WS-OLD-CMP-MODE
005383     END-IF.
005384     MOVE WS-TR-CMP-MODE TO WS-NEW-CMP-MODE.
005385     IF WS-NEW-CMP-MODE = SPACES
005386         MOVE "EXA" TO WS-NEW-CMP-MODE
005387     END-IF.
005388     IF WS-NEW-CMP-MODE NOT = WS-OLD-CMP-MODE
005389         MOVE "CMP" TO WS-REASON-TOKEN
005390         PERFORM 2940-ADD-REASON THRU 2940-EXIT
005391     END-IF.
005392     IF WS-TR-TOLERANCE NOT = TM-TOLERANCE
005393         MOVE "TOL" TO WS-REASON-TOKEN
005394         PERFORM 2940-ADD-REASON THRU 2940-EXIT
005395     END-IF.
005396     IF WS-SUBMITTER NOT = TM-OWNER
005397         MOVE "NOT-OWNER" TO WS-REASON-TOKEN
005398         PERFORM 2940-ADD-REASON THRU 2940-EXIT
005399     END-IF.
005400 2900-EXIT.
005401     EXIT.
005402
005403 2940-ADD-REASON.
005404     IF WS-PEND-REASON = SPACES
005405         MOVE WS-REASON-TOKEN TO WS-PEND-REASON
005406     ELSE
005407         MOVE SPACES TO WS-REASON-WORK
005408         STRING WS-PEND-REASON  DELIMITED BY SPACE
005409                ","             DELIMITED BY SIZE
005410                WS-REASON-TOKEN DELIMITED BY SPACE
005411                INTO WS-REASON-WORK
005412         END-STRING
005413         MOVE WS-REASON-WORK TO WS-PEND-REASON
005414     END-IF.
005415 2940-EXIT.
005416     EXIT.
005417
005418*----------------------------------------------------------------*
005419*    2950-HOLD-TRANS                                             *
005420*    WRITES THE TRANSACTION TO THE PENDING FILE UNDER THE NEXT   *
005421*    PENDING ID INSTEAD OF APPLYING IT.  THE IMAGE CARRIES THE   *
005422*    RESOLVED SUBMITTER SO THE RELEASE SEES WHO KEYED IT.        *
005423*----------------------------------------------------------------*
005424 2950-HOLD-TRANS.
005425     ADD 1 TO WS-PEND-LAST-ID.
005426     MOVE SPACES             TO PD-PENDING-REC.
005427     MOVE WS-PEND-LAST-ID    TO PD-PEND-ID.
005428     MOVE WS-TODAY           TO PD-SUBMIT-DATE.
005429     ACCEPT WS-TIME-NOW FROM TIME.
005430     MOVE WS-TIME-NOW        TO PD-SUBMIT-TIME.
005431     MOVE WS-SUBMITTER       TO PD-SUBMITTER.
005432     MOVE WS-CASE-OWNER      TO PD-OWNER.
005433     MOVE WS-PEND-REASON     TO PD-REASON.
005434     MOVE WS-TRANS-IMAGE     TO PD-TRANS-IMAGE.
005435     MOVE WS-SUBMITTER       TO PD-TRANS-IMAGE (149:8).
005436     WRITE F-PENDING-LINE FROM PD-PENDING-REC.
005437     IF NOT WS-PEND-STATUS-OK
005438         DISPLAY "TSTMAINT: PENDING FILE WRITE FAILED, "
005439                 "FILE STATUS=" WS-PEND-STATUS
005440         MOVE "PENDING FILE WRITE FAILED" TO WS-ED-REASON
005441         PERFORM 8100-REPORT-REJECT THRU 8100-EXIT
005442         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
005443         GO TO 2950-EXIT
005444     END-IF.
005445     PERFORM 8250-REPORT-HELD THRU 8250-EXIT.
005446 2950-EXIT.
005447     EXIT.
005448
005449*----------------------------------------------------------------*
005450*    8100-REPORT-REJECT                                          *
005451*    A TRANSACTION-LEVEL REJECTION (BAD ACTION, KEY CONFLICT).   *
005452*----------------------------------------------------------------*
005453 8100-REPORT-REJECT.
005454     ADD 1 TO WS-REJECT-COUNT.
005455     MOVE SPACES TO F-REPORT-LINE.
005456     STRING "TRANS "           DELIMITED BY SIZE
005457            WS-TRANS-NUMBER    DELIMITED BY SIZE
005458            " ACTION="         DELIMITED BY SIZE
005459            WS-TR-ACTION       DELIMITED BY SIZE
005460            " ID="             DELIMITED BY SIZE
005461            WS-TR-TEST-ID      DELIMITED BY SIZE
005470            " REJECTED: "      DELIMITED BY SIZE
005480            WS-ED-REASON       DELIMITED BY SIZE
005490            INTO F-REPORT-LINE
005970     WRITE F-REPORT-LINE.
005980 8200-EXIT.
005990     EXIT.
005991
005992 8250-REPORT-HELD.
005993     ADD 1 TO WS-PENDED-COUNT.
005994     MOVE SPACES TO F-REPORT-LINE.
005995     STRING "TRANS "           DELIMITED BY SIZE
005996            WS-TRANS-NUMBER    DELIMITED BY SIZE
005997            " ACTION="         DELIMITED BY SIZE
005998            WS-TR-ACTION       DELIMITED BY SIZE
005999            " ID="             DELIMITED BY SIZE
006000            WS-TR-TEST-ID      DELIMITED BY SIZE
006001            " HELD PEND-ID="   DELIMITED BY SIZE
006002            PD-PEND-ID         DELIMITED BY SIZE
006003            " REASON="         DELIMITED BY SIZE
006004            WS-PEND-REASON     DELIMITED BY SIZE
006005            INTO F-REPORT-LINE
006006     END-STRING.
006007     DISPLAY "TSTMAINT: " F-REPORT-LINE.
006008     WRITE F-REPORT-LINE.
006009 8250-EXIT.
006011     EXIT.
006013
006015*----------------------------------------------------------------*
006020*    3000-FINALIZE                                               *
006030*----------------------------------------------------------------*
006040 3000-FINALIZE.
006090            WS-APPLIED-COUNT   DELIMITED BY SIZE
006100            " REJECTED="       DELIMITED BY SIZE
006110            WS-REJECT-COUNT    DELIMITED BY SIZE
006113            " HELD="           DELIMITED BY SIZE
006116            WS-PENDED-COUNT    DELIMITED BY SIZE
006120            INTO F-REPORT-LINE
006130     END-STRING.
006140     WRITE F-REPORT-LINE.
006150     DISPLAY "TSTMAINT: TRANS=" WS-TRANS-NUMBER
006160             " APPLIED=" WS-APPLIED-COUNT
006161             " REJECTED=" WS-REJECT-COUNT
006162             " HELD=" WS-PENDED-COUNT.
006163     IF WS-FUNC-APPROVE
006164         PERFORM 3200-APPROVAL-TRAILER THRU 3200-EXIT
006165         IF WS-APPROVALS-OPEN
006166             CLOSE F-APPROVALS
006167         END-IF
006168         CLOSE F-AUDIT
006169     ELSE
006170         CLOSE F-PENDING
006171         PERFORM 3100-SAVE-PEND-SEQ THRU 3100-EXIT
006172         CLOSE F-TRANS-FILE
006173     END-IF.
006180     CLOSE F-MAINT-REPORT.
006185     CLOSE F-JOURNAL.
006190     CLOSE F-MASTER.
006210     IF WS-RETURN-CODE-OVERRIDE NOT = 0
006220         MOVE WS-RETURN-CODE-OVERRIDE TO RETURN-CODE
006230     ELSE
006240         IF WS-REJECT-COUNT > 0
006250             MOVE 8 TO RETURN-CODE
006260         ELSE
006262             IF WS-PENDED-COUNT > 0
006264                OR WS-REFUSED-COUNT > 0
006266                OR WS-OVERDUE-COUNT > 0
006268                 MOVE 4 TO RETURN-CODE
006270             ELSE
006272                 MOVE 0 TO RETURN-CODE
006274             END-IF
006280         END-IF
006290     END-IF.
006300 3000-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------*
006340*    3100-SAVE-PEND-SEQ                                          *
006350*    THE LAST PENDING ID ISSUED SURVIVES THE APPROVAL RUN'S      *
006360*    REWRITE OF THE PENDING FILE.                                *
006370*----------------------------------------------------------------*
006380 3100-SAVE-PEND-SEQ.
006390     IF WS-PENDED-COUNT = 0
006400         GO TO 3100-EXIT
006410     END-IF.
006420     OPEN OUTPUT F-PEND-SEQ.
006430     IF NOT WS-PSEQ-STATUS-OK
006440         DISPLAY "TSTMAINT: UNABLE TO SAVE PENDING SEQUENCE "
006450                 WS-PSEQ-FILE-NAME
006460                 ", FILE STATUS=" WS-PSEQ-STATUS
006470         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
006480         GO TO 3100-EXIT
006490     END-IF.
006500     MOVE WS-PEND-LAST-ID TO F-PSEQ-LAST-ID.
006510     WRITE F-PSEQ-LINE.
006520     CLOSE F-PEND-SEQ.
006530 3100-EXIT.
006540     EXIT.
006550
006560 3200-APPROVAL-TRAILER.
006570     MOVE SPACES TO F-REPORT-LINE.
006580     STRING "DECISIONS="       DELIMITED BY SIZE
006590            WS-DECISION-COUNT  DELIMITED BY SIZE
006600            " RELEASED="       DELIMITED BY SIZE
006610            WS-RELEASED-COUNT  DELIMITED BY SIZE
006620            " REJECTED="       DELIMITED BY SIZE
006630            WS-REJECTED-COUNT  DELIMITED BY SIZE
006640            " REFUSED="        DELIMITED BY SIZE
006650            WS-REFUSED-COUNT   DELIMITED BY SIZE
006660            " RELEASE-FAILED=" DELIMITED BY SIZE
006670            WS-FAILED-COUNT    DELIMITED BY SIZE
006680            INTO F-REPORT-LINE
006690     END-STRING.
006700     WRITE F-REPORT-LINE.
006710     DISPLAY "TSTMAINT: " F-REPORT-LINE.
006720     DISPLAY "TSTMAINT: STILL-PENDING=" WS-STILL-PENDING
006730             " OVERDUE=" WS-OVERDUE-COUNT
006740             " AGING REPORT " WS-AGING-FILE-NAME.
006750 3200-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------*
006790*    5000-RUN-APPROVALS                                          *
006800*    THE WHOLE PENDING FILE IS LOADED, EACH DECISION APPLIED     *
006810*    AGAINST IT, AND THE FILE WRITTEN BACK WITH WHAT IS STILL    *
006820*    UNDECIDED.  A RELEASED ITEM GOES THROUGH 2100-APPLY-TRANS,  *
006830*    SO IT MEETS THE SAME EDITS AND IS JOURNALED JUST AS IF IT   *
006840*    HAD NEVER BEEN HELD.  IF THE PENDING FILE WON'T FIT THE     *
006850*    TABLE NOTHING IS DECIDED, SINCE THE REWRITE WOULD LOSE THE  *
006860*    ITEMS PAST THE END OF IT.                                   *
006870*----------------------------------------------------------------*
006880 5000-RUN-APPROVALS.
006890     PERFORM 5100-LOAD-PENDING THRU 5100-EXIT.
006900     IF WS-PEND-OVERFLOW
006910        OR WS-RETURN-CODE-OVERRIDE NOT = 0
006920         GO TO 5000-EXIT
006930     END-IF.
006940     IF WS-APPROVALS-OPEN
006950         MOVE "N" TO WS-DONE-SW
006960         PERFORM 5200-READ-APPROVAL THRU 5200-EXIT
006970             UNTIL WS-DONE
006980         PERFORM 5600-REWRITE-PENDING THRU 5600-EXIT
006990     END-IF.
007000     PERFORM 5700-WRITE-AGING-REPORT THRU 5700-EXIT.
007010 5000-EXIT.
007020     EXIT.
007030
007040 5100-LOAD-PENDING.
007050     OPEN INPUT F-PENDING.
007060     IF WS-PEND-NOT-FOUND
007070         DISPLAY "TSTMAINT: NO PENDING FILE "
007080                 WS-PENDING-FILE-NAME
007090                 " - NOTHING AWAITING APPROVAL"
007100         GO TO 5100-EXIT
007110     END-IF.
007120     IF NOT WS-PEND-STATUS-OK
007130         DISPLAY "TSTMAINT: UNABLE TO OPEN PENDING FILE "
007140                 WS-PENDING-FILE-NAME
007150                 ", FILE STATUS=" WS-PEND-STATUS
007160         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007170         GO TO 5100-EXIT
007180     END-IF.
007190     MOVE "N" TO WS-DONE-SW.
007200     PERFORM 5150-READ-PENDING THRU 5150-EXIT
007210         UNTIL WS-DONE.
007220     CLOSE F-PENDING.
007230 5100-EXIT.
007240     EXIT.
007250
007260 5150-READ-PENDING.
007270     READ F-PENDING
007280         AT END
007290             SET WS-DONE TO TRUE
007300             GO TO 5150-EXIT
007310     END-READ.
007320     IF NOT WS-PEND-STATUS-OK
007330         DISPLAY "TSTMAINT: READ ERROR ON PENDING FILE, "
007340                 "FILE STATUS=" WS-PEND-STATUS
007350         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007360         SET WS-DONE TO TRUE
007370         GO TO 5150-EXIT
007380     END-IF.
007390     IF F-PENDING-LINE = SPACES
007400         GO TO 5150-EXIT
007410     END-IF.
007420     IF WS-PEND-COUNT NOT < WS-PEND-MAX
007430         DISPLAY "TSTMAINT: PENDING FILE HOLDS MORE THAN "
007440                 WS-PEND-MAX " ITEMS - NO DECISIONS APPLIED"
007450         SET WS-PEND-OVERFLOW TO TRUE
007460         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007470         SET WS-DONE TO TRUE
007480         GO TO 5150-EXIT
007490     END-IF.
007500     ADD 1 TO WS-PEND-COUNT.
007510     MOVE F-PENDING-LINE TO WS-PEND-IMAGE (WS-PEND-COUNT).
007520     MOVE "P"            TO WS-PEND-DISP (WS-PEND-COUNT).
007530 5150-EXIT.
007540     EXIT.
007550
007560 5200-READ-APPROVAL.
007570     READ F-APPROVALS
007580         AT END
007590             SET WS-DONE TO TRUE
007600             GO TO 5200-EXIT
007610     END-READ.
007620     IF NOT WS-APPR-STATUS-OK
007630         DISPLAY "TSTMAINT: READ ERROR ON APPROVALS FILE, "
007640                 "FILE STATUS=" WS-APPR-STATUS
007650         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
007660         SET WS-DONE TO TRUE
007670         GO TO 5200-EXIT
007680     END-IF.
007690     IF F-APPROVAL-LINE = SPACES
007700         GO TO 5200-EXIT
007710     END-IF.
007720     PERFORM 5300-TAKE-DECISION THRU 5300-EXIT.
007730 5200-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------------*
007770*    5300-TAKE-DECISION                                          *
007780*    A DECISION IS REFUSED - AND THE ITEM LEFT PENDING - WHEN    *
007790*    THE ID IS NOT AWAITING APPROVAL, THE APPROVER IS BLANK OR   *
007800*    IS THE SUBMITTER, OR THE DECISION IS NEITHER RELEASE NOR    *
007810*    REJECT.  A RELEASE THAT FAILS ITS EDITS IS DROPPED FROM THE *
007820*    PENDING FILE; THE RELEASE REPORT SAYS WHY, AND IT MUST BE   *
007830*    KEYED AGAIN.                                                *
007840*----------------------------------------------------------------*
007850 5300-TAKE-DECISION.
007860     ADD 1 TO WS-DECISION-COUNT.
007870     MOVE F-APPROVAL-LINE TO WS-APPR-REC.
007880     MOVE SPACES TO PD-PENDING-REC.
007890     MOVE 0      TO PD-PEND-ID.
007900     MOVE 0      TO PD-SUBMIT-DATE.
007910     MOVE 0      TO PD-SUBMIT-TIME.
007920     MOVE SPACES TO WS-AP-REFUSAL.
007930     IF WS-AP-PEND-ID NOT NUMERIC
007940         MOVE "PENDING ID IS NOT 8 DIGITS" TO WS-AP-REFUSAL
007950         PERFORM 5500-REFUSE-DECISION THRU 5500-EXIT
007960         GO TO 5300-EXIT
007970     END-IF.
007980     MOVE "N" TO WS-FOUND-SW.
007990     PERFORM 5350-SCAN-PENDING THRU 5350-EXIT
008000         VARYING WS-PEND-SUB FROM 1 BY 1
008010         UNTIL WS-PEND-SUB > WS-PEND-COUNT
008020            OR WS-FOUND.
008030     IF NOT WS-FOUND
008040         MOVE "NOT AWAITING APPROVAL" TO WS-AP-REFUSAL
008050         PERFORM 5500-REFUSE-DECISION THRU 5500-EXIT
008060         GO TO 5300-EXIT
008070     END-IF.
008080     SUBTRACT 1 FROM WS-PEND-SUB.
008090     MOVE WS-PEND-IMAGE (WS-PEND-SUB) TO PD-PENDING-REC.
008100     EVALUATE TRUE
008110         WHEN WS-AP-APPROVER = SPACES
008120             MOVE "APPROVER IS BLANK" TO WS-AP-REFUSAL
008130         WHEN WS-AP-APPROVER = PD-SUBMITTER
008140             MOVE "APPROVER IS THE SUBMITTER" TO WS-AP-REFUSAL
008150         WHEN NOT WS-AP-RELEASE AND NOT WS-AP-REJECT
008160             MOVE "DECISION IS NOT RELEASE OR REJECT"
008170                 TO WS-AP-REFUSAL
008180         WHEN OTHER
008190             CONTINUE
008200     END-EVALUATE.
008210     IF WS-AP-REFUSAL NOT = SPACES
008220         PERFORM 5500-REFUSE-DECISION THRU 5500-EXIT
008230         GO TO 5300-EXIT
008240     END-IF.
008250     IF WS-AP-REJECT
008260         MOVE "J" TO WS-PEND-DISP (WS-PEND-SUB)
008270         ADD 1 TO WS-REJECTED-COUNT
008280         MOVE "REJECTED" TO WS-AP-DISPOSITION
008290         PERFORM 5400-WRITE-AUDIT THRU 5400-EXIT
008300         GO TO 5300-EXIT
008310     END-IF.
008320     MOVE PD-TRANS-IMAGE TO WS-TRANS-IMAGE.
008330     MOVE PD-SUBMITTER   TO WS-SUBMITTER.
008340     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
008350     PERFORM 2100-APPLY-TRANS THRU 2100-EXIT.
008360     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
008370         MOVE "F" TO WS-PEND-DISP (WS-PEND-SUB)
008380         ADD 1 TO WS-FAILED-COUNT
008390         MOVE "RELEASE FAILED" TO WS-AP-DISPOSITION
008400     ELSE
008410         MOVE "R" TO WS-PEND-DISP (WS-PEND-SUB)
008420         ADD 1 TO WS-RELEASED-COUNT
008430         MOVE "RELEASED" TO WS-AP-DISPOSITION
008440     END-IF.
008450     PERFORM 5400-WRITE-AUDIT THRU 5400-EXIT.
008460 5300-EXIT.
008470     EXIT.
008480
008490 5350-SCAN-PENDING.
008500     IF WS-PEND-DISP (WS-PEND-SUB) = "P"
008510        AND WS-PEND-IMAGE (WS-PEND-SUB) (1:8) = WS-AP-PEND-ID
008520         SET WS-FOUND TO TRUE
008530     END-IF.
008540 5350-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------*
008580*    5400-WRITE-AUDIT                                            *
008590*    ONE LINE PER DECISION: WHO KEYED THE CHANGE AND WHEN, WHO   *
008600*    DECIDED IT, AND WHAT BECAME OF IT.                          *
008610*----------------------------------------------------------------*
008620 5400-WRITE-AUDIT.
008621     IF WS-AP-REFUSAL NOT = SPACES
008622         MOVE WS-AP-REFUSAL TO WS-AP-NOTE
008623     ELSE
008624         MOVE WS-AP-COMMENT TO WS-AP-NOTE
008625     END-IF.
008630     MOVE SPACES TO F-AUDIT-LINE.
008640     STRING "DATE="            DELIMITED BY SIZE
008650            WS-TODAY           DELIMITED BY SIZE
008660            " PEND-ID="        DELIMITED BY SIZE
008670            WS-AP-PEND-ID      DELIMITED BY SIZE
008680            " ACTION="         DELIMITED BY SIZE
008690            PD-TRANS-IMAGE (1:1)
008700                               DELIMITED BY SIZE
008710            " ID="             DELIMITED BY SIZE
008720            PD-TRANS-IMAGE (3:5)
008730                               DELIMITED BY SIZE
008740            " SUBMITTER="      DELIMITED BY SIZE
008750            PD-SUBMITTER       DELIMITED BY SIZE
008760            " SUBMITTED="      DELIMITED BY SIZE
008770            PD-SUBMIT-DATE     DELIMITED BY SIZE
008780            " APPROVER="       DELIMITED BY SIZE
008790            WS-AP-APPROVER     DELIMITED BY SIZE
008800            " DECISION="       DELIMITED BY SIZE
008810            WS-AP-DECISION     DELIMITED BY SIZE
008820            " RESULT="         DELIMITED BY SIZE
008830            WS-AP-DISPOSITION  DELIMITED BY SIZE
008840            " REASON="         DELIMITED BY SIZE
008850            PD-REASON          DELIMITED BY SPACE
008852            " NOTE="           DELIMITED BY SIZE
008854            WS-AP-NOTE         DELIMITED BY SIZE
008860            INTO F-AUDIT-LINE
008870     END-STRING.
008930     WRITE F-AUDIT-LINE.
008940     IF NOT WS-AUDIT-STATUS-OK
008950         DISPLAY "TSTMAINT: APPROVAL AUDIT WRITE FAILED, "
008960                 "FILE STATUS=" WS-AUDIT-STATUS
008970         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
008980     END-IF.
008990 5400-EXIT.
009000     EXIT.
009010
009020 5500-REFUSE-DECISION.
009030     ADD 1 TO WS-REFUSED-COUNT.
009040     MOVE "REFUSED" TO WS-AP-DISPOSITION.
009050     DISPLAY "TSTMAINT: DECISION FOR PEND-ID=" WS-AP-PEND-ID
009060             " REFUSED: " WS-AP-REFUSAL.
009070     PERFORM 5400-WRITE-AUDIT THRU 5400-EXIT.
009080 5500-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------*
009120*    5600-REWRITE-PENDING                                        *
009130*    THE PENDING FILE KEEPS ONLY WHAT IS STILL UNDECIDED.        *
009140*----------------------------------------------------------------*
009150 5600-REWRITE-PENDING.
009160     OPEN OUTPUT F-PENDING.
009170     IF NOT WS-PEND-STATUS-OK
009180         DISPLAY "TSTMAINT: UNABLE TO REWRITE PENDING FILE "
009190                 WS-PENDING-FILE-NAME
009200                 ", FILE STATUS=" WS-PEND-STATUS
009210                 " - DECIDED ITEMS ARE STILL LISTED"
009220         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009230         GO TO 5600-EXIT
009240     END-IF.
009250     PERFORM 5650-WRITE-UNDECIDED THRU 5650-EXIT
009260         VARYING WS-PEND-SUB FROM 1 BY 1
009270         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
009280     CLOSE F-PENDING.
009290 5600-EXIT.
009300     EXIT.
009310
009320 5650-WRITE-UNDECIDED.
009330     IF WS-PEND-DISP (WS-PEND-SUB) NOT = "P"
009340         GO TO 5650-EXIT
009350     END-IF.
009360     MOVE WS-PEND-IMAGE (WS-PEND-SUB) TO F-PENDING-LINE.
009370     WRITE F-PENDING-LINE.
009380     IF NOT WS-PEND-STATUS-OK
009390         DISPLAY "TSTMAINT: PENDING FILE WRITE FAILED, "
009400                 "FILE STATUS=" WS-PEND-STATUS
009410         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009420     END-IF.
009430 5650-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------------*
009470*    5700-WRITE-AGING-REPORT                                     *
009480*    EVERY ITEM STILL PENDING AFTER THIS RUN'S DECISIONS, WITH   *
009490*    THE DAYS IT HAS WAITED.  ANYTHING OVER PENDDAYS IS FLAGGED  *
009500*    OVERDUE AND RAISES THE RETURN-CODE TO 4.                    *
009510*----------------------------------------------------------------*
009520 5700-WRITE-AGING-REPORT.
009530     MOVE SPACES TO WS-AGING-FILE-NAME.
009540     STRING "results/tstmaint_aging_" DELIMITED BY SIZE
009550            WS-TODAY-YYYY             DELIMITED BY SIZE
009560            WS-TODAY-MM               DELIMITED BY SIZE
009570            WS-TODAY-DD               DELIMITED BY SIZE
009580            ".rpt"                    DELIMITED BY SIZE
009590            INTO WS-AGING-FILE-NAME
009600     END-STRING.
009610     OPEN OUTPUT F-AGING.
009620     IF NOT WS-AGING-STATUS-OK
009630         DISPLAY "TSTMAINT: UNABLE TO OPEN AGING REPORT "
009640                 WS-AGING-FILE-NAME
009650                 ", FILE STATUS=" WS-AGING-STATUS
009660         MOVE 8 TO WS-RETURN-CODE-OVERRIDE
009670         GO TO 5700-EXIT
009680     END-IF.
009690     MOVE SPACES TO F-AGING-LINE.
009700     STRING "TSTMAINT PENDING-ITEMS AGING REPORT - RUN DATE="
009710                               DELIMITED BY SIZE
009720            WS-TODAY           DELIMITED BY SIZE
009730            " OVERDUE AFTER "  DELIMITED BY SIZE
009740            WS-PEND-DAYS-LIMIT DELIMITED BY SIZE
009750            " DAYS"            DELIMITED BY SIZE
009760            INTO F-AGING-LINE
009770     END-STRING.
009780     WRITE F-AGING-LINE.
009790     MOVE WS-TODAY TO WS-TODAY-NUM.
009800     COMPUTE WS-TODAY-INT
009810         = FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
009820     PERFORM 5750-AGE-ONE-ITEM THRU 5750-EXIT
009830         VARYING WS-PEND-SUB FROM 1 BY 1
009840         UNTIL WS-PEND-SUB > WS-PEND-COUNT.
009850     MOVE SPACES TO F-AGING-LINE.
009860     STRING "PENDING="         DELIMITED BY SIZE
009870            WS-STILL-PENDING   DELIMITED BY SIZE
009880            " OVERDUE="        DELIMITED BY SIZE
009890            WS-OVERDUE-COUNT   DELIMITED BY SIZE
009900            " OLDEST-DAYS="    DELIMITED BY SIZE
009910            WS-OLDEST-DAYS     DELIMITED BY SIZE
009920            INTO F-AGING-LINE
009930     END-STRING.
009940     WRITE F-AGING-LINE.
009950     CLOSE F-AGING.
009960 5700-EXIT.
009970     EXIT.
009980
009990 5750-AGE-ONE-ITEM.
010000     IF WS-PEND-DISP (WS-PEND-SUB) NOT = "P"
010010         GO TO 5750-EXIT
010020     END-IF.
010030     ADD 1 TO WS-STILL-PENDING.
010040     MOVE WS-PEND-IMAGE (WS-PEND-SUB) TO PD-PENDING-REC.
010050     MOVE 0 TO WS-AGE-DAYS.
010060     IF PD-SUBMIT-DATE NUMERIC
010070        AND PD-SUBMIT-DATE > 16010101
010080        AND PD-SUBMIT-DATE NOT > WS-TODAY-NUM
010090         COMPUTE WS-AGE-DAYS = WS-TODAY-INT
010100             - FUNCTION INTEGER-OF-DATE (PD-SUBMIT-DATE)
010110     END-IF.
010120     IF WS-AGE-DAYS > WS-OLDEST-DAYS
010130         MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
010140     END-IF.
010150     IF WS-AGE-DAYS > WS-PEND-DAYS-LIMIT
010160         MOVE "OVERDUE" TO WS-AGE-FLAG
010170         ADD 1 TO WS-OVERDUE-COUNT
010180     ELSE
010190         MOVE SPACES TO WS-AGE-FLAG
010200     END-IF.
010210     MOVE SPACES TO F-AGING-LINE.
010220     STRING "PEND-ID="         DELIMITED BY SIZE
010230            PD-PEND-ID         DELIMITED BY SIZE
010240            " SUBMITTED="      DELIMITED BY SIZE
010250            PD-SUBMIT-DATE     DELIMITED BY SIZE
010260            " AGE="            DELIMITED BY SIZE
010270            WS-AGE-DAYS        DELIMITED BY SIZE
010280            " "                DELIMITED BY SIZE
010290            WS-AGE-FLAG        DELIMITED BY SIZE
010300            " SUBMITTER="      DELIMITED BY SIZE
010310            PD-SUBMITTER       DELIMITED BY SIZE
010320            " OWNER="          DELIMITED BY SIZE
010330            PD-OWNER           DELIMITED BY SIZE
010340            " ACTION="         DELIMITED BY SIZE
010350            PD-TRANS-IMAGE (1:1)
010360                               DELIMITED BY SIZE
010370            " ID="             DELIMITED BY SIZE
010380            PD-TRANS-IMAGE (3:5)
010390                               DELIMITED BY SIZE
010400            " REASON="         DELIMITED BY SIZE
010410            PD-REASON          DELIMITED BY SIZE
010420            INTO F-AGING-LINE
010430     END-STRING.
010440     WRITE F-AGING-LINE.
010450 5750-EXIT.
010460     EXIT.

