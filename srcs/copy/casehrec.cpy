000010*----------------------------------------------------------------*
000020*    CASEHREC - CASE-LEVEL RESULTS HISTORY RECORD                *
000030*    (RESULTS/CASEHIST.IDX).  ONE RECORD PER CASE PER RUN DATE,  *
000040*    KEYED BY TEST NAME PLUS RUN DATE SO A SEQUENTIAL SWEEP      *
000050*    WALKS EACH CASE'S VERDICTS IN DATE ORDER.  CASEHIST LOADS   *
000060*    IT FROM THE DATED RESULTS CSVS; TSTCATLG READS IT FOR THE   *
000070*    LAST VERDICT OF EVERY MASTER CASE.                          *
000080*----------------------------------------------------------------*
000090 01 CH-HISTORY-REC.
000100     05 CH-KEY.
000110         10 CH-TEST-NAME       PIC X(40).
000120         10 CH-RUN-DATE        PIC 9(08).
000130     05 CH-TEST-ID             PIC 9(03).
000140     05 CH-OP-CODE             PIC X(03).
000150     05 CH-RESULT              PIC X(05).
000160     05 CH-RUN-ID              PIC X(18).
