000010*----------------------------------------------------------------*
000020*    PENDREC - ONE MASTER-MAINTENANCE TRANSACTION HELD FOR A     *
000030*    SECOND PERSON'S APPROVAL.  TSTMAINT WRITES IT INSTEAD OF    *
000040*    APPLYING A SENSITIVE TRANSACTION AND ITS APPROVAL RUN       *
000050*    RELEASES OR REJECTS IT BY PD-PEND-ID.  THE TRANSACTION IS   *
000060*    CARRIED AS THE RAW INPUT IMAGE SO THE RELEASE RUNS IT       *
000070*    THROUGH EXACTLY THE EDITS AND JOURNAL IT WOULD HAVE MET.    *
000080*    PD-OWNER IS THE CASE'S TM-OWNER WHEN IT WAS SUBMITTED AND   *
000090*    PD-REASON LISTS WHY IT WAS HELD (EXP, STATUS, CMP, TOL,     *
000100*    DELETE, NOT-OWNER), COMMA SEPARATED.                        *
000110*----------------------------------------------------------------*
000120 01 PD-PENDING-REC.
000130     05 PD-PEND-ID             PIC 9(08).
000140     05 FILLER                 PIC X(01).
000150     05 PD-SUBMIT-DATE         PIC 9(08).
000160     05 FILLER                 PIC X(01).
000170     05 PD-SUBMIT-TIME         PIC 9(08).
000180     05 FILLER                 PIC X(01).
000190     05 PD-SUBMITTER           PIC X(08).
000200     05 FILLER                 PIC X(01).
000210     05 PD-OWNER               PIC X(08).
000220     05 FILLER                 PIC X(01).
000230     05 PD-REASON              PIC X(30).
000240     05 FILLER                 PIC X(01).
000250     05 PD-TRANS-IMAGE         PIC X(160).
