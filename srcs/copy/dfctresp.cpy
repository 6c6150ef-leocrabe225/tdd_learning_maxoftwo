000010*----------------------------------------------------------------*
000020*    DFCTRESP - ONE LINE OF THE DEFECT TRACKER'S RESPONSE FILE:  *
000030*    THE TEST NAME IT WAS SENT ON THE EXTRACT AND THE TICKET IT  *
000040*    ASSIGNED.  TSTDEFCT TURNS EACH ACCEPTED LINE INTO A         *
000050*    TSTMAINT "C" TRANSACTION SETTING THE CASE TO XFAIL UNDER    *
000060*    THAT TICKET.                                                *
000070*----------------------------------------------------------------*
000080 01 DR-RESPONSE-REC.
000090     05 DR-TEST-NAME           PIC X(40).
000100     05 FILLER                 PIC X(01).
000110     05 DR-TICKET              PIC X(08).
000120     05 FILLER                 PIC X(31).
