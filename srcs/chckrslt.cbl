000696*                      MULTI-OPERAND RECORD TYPE, AND CARRY      *
000697*                      THEM ON THE AUDIT LOG AND THE CSV ROW.    *
000698*                      LOG LINE WIDENED TO 300, CSV ROW TO 180.  *
000699*    2026-10-15  RLO   UNDER A PARTITION RUN (PARTID SET) THE    *
000700*                      AUDIT LOG AND CSV GO TO THE UNDATED       *
000701*                      PARTIAL FILES RESULTS/TDDMAX2_PNN.LOG AND *
000702*                      .CSV, WHICH TDDPART MERGES INTO THE DATED *
000703*                      PAIR ONCE EVERY PARTITION HAS FINISHED.   *
000706*----------------------------------------------------------------*
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. chckrslt.
000730 AUTHOR. R. OKONKWO.
001110 01 WS-RESULTS-CSV-NAME        PIC X(40).
001120 01 WS-CSV-STATUS              PIC X(02).
001130     88 WS-CSV-STATUS-OK                  VALUE "00".
001131
001132*----------------------------------------------------------------*
001133*    PARTITION NUMBER FROM PARTID - SPACES ON AN ORDINARY RUN    *
001134*----------------------------------------------------------------*
001135 01 WS-PART-ID                 PIC X(02).
001140
001150*----------------------------------------------------------------*
001160*    TIMESTAMP WORK AREAS                                        *
001548                                              SEPARATE.
001550 01 WS-NUM-5-DISPLAY           PIC S9(06) SIGN IS LEADING
001552                                              SEPARATE.
001556
001560*----------------------------------------------------------------*
001570*    THE CSV ROW IMAGE, SHARED WITH RSLTCOMP.  THE FILLER        *
001580*    VALUES CARRY THE SEPARATORS, SO 5000-WRITE-CSV-ROW ONLY     *
002370
002380 1100-BUILD-LOG-FILE-NAME.
002390     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002391     MOVE SPACES TO WS-PART-ID.
002392     ACCEPT WS-PART-ID FROM ENVIRONMENT "PARTID"
002393         ON EXCEPTION
002394             CONTINUE
002395     END-ACCEPT.
002396     IF WS-PART-ID NOT = SPACES
002397         MOVE SPACES TO WS-RESULTS-LOG-NAME
002398         STRING "results/tddmax2_p" DELIMITED BY SIZE
002399                WS-PART-ID          DELIMITED BY SIZE
002400                ".log"              DELIMITED BY SIZE
002401                INTO WS-RESULTS-LOG-NAME
002402         END-STRING
002403         GO TO 1100-EXIT
002404     END-IF.
002407     STRING "results/tddmax2_"     DELIMITED BY SIZE
002410            WS-TODAY-YYYY          DELIMITED BY SIZE
002420            WS-TODAY-MM            DELIMITED BY SIZE
002430            WS-TODAY-DD            DELIMITED BY SIZE
002540*    EXIST, SO REPEATED RUNS ON THE SAME DAY DON'T DUPLICATE IT. *
002550*----------------------------------------------------------------*
002560 1200-OPEN-CSV-FILE.
002564     MOVE SPACES TO WS-RESULTS-CSV-NAME.
002568     IF WS-PART-ID NOT = SPACES
002572         STRING "results/tddmax2_p" DELIMITED BY SIZE
002576                WS-PART-ID          DELIMITED BY SIZE
002580                ".csv"              DELIMITED BY SIZE
002584                INTO WS-RESULTS-CSV-NAME
002588         END-STRING
002592     ELSE
002596         STRING "results/tddmax2_"  DELIMITED BY SIZE
002600                WS-TODAY-YYYY       DELIMITED BY SIZE
002604                WS-TODAY-MM         DELIMITED BY SIZE
002608                WS-TODAY-DD         DELIMITED BY SIZE
002612                ".csv"              DELIMITED BY SIZE
002616                INTO WS-RESULTS-CSV-NAME
002620         END-STRING
002624     END-IF.
002640     OPEN EXTEND F-RESULTS-CSV.
002650     IF NOT WS-CSV-STATUS-OK
002660         OPEN OUTPUT F-RESULTS-CSV
