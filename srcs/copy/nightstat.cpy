000080*    NS-HIGHEST-RC IS THE WORST OF THE SUITE ROLLUP'S OVERALL    *
000090*    RETURN-CODE, 8 WHEN THE DECK EDIT FOUND ERRORS, AND 4       *
000100*    WHEN THE TRIAGE COMPARE FOUND NEW FAILURES.                 *
000102*    NS-CHAIN-STATE AND NS-CHAIN-STEP COME FROM THE TDDCHAIN     *
000104*    STEP LOG: COMPLETE, STOPPED (AT NS-CHAIN-STEP, WHOSE RC     *
000106*    ALSO COUNTS TOWARD NS-HIGHEST-RC) OR RUNNING (NS-CHAIN-STEP *
000108*    NOT YET RUN).  BOTH ARE BLANK WHEN NO CHAIN RAN.            *
000110*----------------------------------------------------------------*
000120 01 NS-STATUS-REC.
000130     05 NS-RUN-DATE            PIC 9(08).
000350     05 NS-SLA-BREACHES        PIC 9(05).
000360     05 FILLER                 PIC X(01).
000370     05 NS-HIGHEST-RC          PIC 9(02).
000380     05 FILLER                 PIC X(01).
000390     05 NS-CHAIN-STATE         PIC X(08).
000400     05 FILLER                 PIC X(01).
000410     05 NS-CHAIN-STEP          PIC X(08).
