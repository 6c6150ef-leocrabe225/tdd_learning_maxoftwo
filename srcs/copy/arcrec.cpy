000010*----------------------------------------------------------------*
000020*    ARCREC - ONE RECORD OF A MONTHLY RESULTS ARCHIVE            *
000030*    (RESULTS/TDDARCH_YYYYMM.ARC) AS RSLTARCH WRITES IT.  EACH   *
000040*    ARCHIVED FILE (A MEMBER) IS ONE "H" HEADER FOLLOWED BY ITS  *
000050*    LINES, ONE "D" RECORD EACH, EXACTLY AS THEY STOOD IN        *
000060*    RESULTS/.  THE HEADER CARRIES THE MEMBER'S FILE NAME, RUN   *
000070*    DATE AND CONTROL TOTALS: THE NUMBER OF LINES AND A HASH     *
000080*    TOTAL OF THE VERDICT COLUMN - EACH LINE'S VERDICT WEIGHTED  *
000090*    PASS=1, FAIL=2, XFAIL=3, XPASS=4, TIMES THE LINE NUMBER, SO *
000100*    A CHANGED OR REORDERED VERDICT MOVES THE TOTAL.  THE        *
000110*    VERDICT COLUMN IS CSV-RESULT ON THE CSV, "RESULT=" ON THE   *
000120*    AUDIT LOG AND "OLD="/"NEW=" ON THE TRIAGE REPORT; THE SLOW  *
000130*    REPORT AND RERUN DECK CARRY NO VERDICT AND HASH TO ZERO.    *
000140*----------------------------------------------------------------*
000150 01 AR-ARCHIVE-REC.
000160     05 AR-REC-TYPE            PIC X(01).
000170         88 AR-HEADER                     VALUE "H".
000180         88 AR-DATA                       VALUE "D".
000190     05 FILLER                 PIC X(01).
000200     05 AR-DATA-LINE           PIC X(300).
000210     05 AR-HEADER-DATA REDEFINES AR-DATA-LINE.
000220         10 AR-MEMBER-NAME     PIC X(40).
000230         10 FILLER             PIC X(01).
000240         10 AR-MEMBER-KIND     PIC X(01).
000250             88 AR-KIND-CSV               VALUE "C".
000260             88 AR-KIND-LOG               VALUE "L".
000270             88 AR-KIND-RERUN             VALUE "R".
000280             88 AR-KIND-SLOW              VALUE "S".
000290             88 AR-KIND-TRIAGE            VALUE "T".
000300         10 FILLER             PIC X(01).
000310         10 AR-RUN-DATE        PIC 9(08).
000320         10 FILLER             PIC X(01).
000330         10 AR-RECORD-COUNT    PIC 9(07).
000340         10 FILLER             PIC X(01).
000350         10 AR-HASH-TOTAL      PIC 9(15).
000360         10 FILLER             PIC X(01).
000370         10 AR-ARCHIVED-DATE   PIC 9(08).
000380         10 FILLER             PIC X(216).
