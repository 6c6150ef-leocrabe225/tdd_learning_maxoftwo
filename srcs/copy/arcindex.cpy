000010*----------------------------------------------------------------*
000020*    ARCINDEX - ONE LINE OF THE RESULTS ARCHIVE INDEX            *
000030*    (RESULTS/TDDARCH.INDEX).  RSLTARCH APPENDS A LINE FOR EACH  *
000040*    RUN DATE IT ARCHIVES, AFTER READING THE MONTH'S ARCHIVE     *
000050*    BACK AND CHECKING EVERY MEMBER AGAINST ITS CONTROL TOTALS.  *
000060*    AI-STATE IS VERIFIED WHEN ALL OF THE DAY'S MEMBERS MATCHED, *
000070*    FAILED OTHERWISE.  RSLTHIST PURGES A DAY'S FILES ONLY WHEN  *
000080*    THE LATEST LINE FOR ITS DATE IS VERIFIED.                   *
000090*----------------------------------------------------------------*
000100 01 AI-INDEX-REC.
000110     05 AI-RUN-DATE            PIC 9(08).
000120     05 FILLER                 PIC X(01).
000130     05 AI-ARCHIVE-NAME        PIC X(40).
000140     05 FILLER                 PIC X(01).
000150     05 AI-MEMBER-COUNT        PIC 9(02).
000160     05 FILLER                 PIC X(01).
000170     05 AI-STATE               PIC X(08).
000180         88 AI-VERIFIED                   VALUE "VERIFIED".
000190         88 AI-FAILED                     VALUE "FAILED".
000200     05 FILLER                 PIC X(01).
000210     05 AI-ARCHIVED-DATE       PIC 9(08).
