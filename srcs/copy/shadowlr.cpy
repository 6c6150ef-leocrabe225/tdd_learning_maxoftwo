000010*----------------------------------------------------------------*
000020*    SHADOWLR - ONE-RECORD HAND-OFF WRITTEN BY A TDDMAX2 SHADOW  *
000030*    RUN (RUNMODE=SHADOW) AND READ BACK BY TDDSUITE, WHICH ADDS  *
000040*    THE DECKS UP INTO ONE SUITE-LEVEL GO/NO-GO.  A SHADOW RUN   *
000050*    NEVER WRITES THE JUDGED LASTRUN, SO IT HAS ITS OWN.         *
000060*----------------------------------------------------------------*
000070 01 SL-SHADOW-REC.
000080     05 SL-DECK-NAME           PIC X(40).
000090     05 FILLER                 PIC X(01).
000100     05 SL-RC                  PIC 9(02).
000110     05 FILLER                 PIC X(01).
000120     05 SL-CASES               PIC 9(06).
000130     05 FILLER                 PIC X(01).
000140     05 SL-SAME                PIC 9(06).
000150     05 FILLER                 PIC X(01).
000160     05 SL-DIVERGED            PIC 9(06).
000170     05 FILLER                 PIC X(01).
000180     05 SL-VERDICT-CHANGED     PIC 9(06).
000190     05 FILLER                 PIC X(01).
000200     05 SL-TOL-MASKED          PIC 9(06).
000210     05 FILLER                 PIC X(01).
000220     05 SL-DECISION            PIC X(05).
