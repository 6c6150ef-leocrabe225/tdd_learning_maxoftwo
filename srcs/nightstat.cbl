000310*                      BREACH COUNT (ONE TEST# LINE EACH)       *
000320*                    RESULTS/TDDMAX2_YYYYMMDD.CSV   - THE RUN   *
000330*                      ID FROM THE LAST VERDICT ROW             *
000332*                    RESULTS/TDDCHAIN_YYYYMMDD.LOG  - WHETHER   *
000334*                      THE NIGHTLY CHAIN COMPLETED OR WHERE IT  *
000336*                      STOPPED; THE STOPPING STEP'S RC COUNTS   *
000338*                      TOWARD THE HIGHEST RC                    *
000340*                  A MISSING SOURCE CONTRIBUTES ZEROS AND IS    *
000350*                  NOTED ON THE CONSOLE - THE STATUS RECORD IS  *
000360*                  ALWAYS WRITTEN.                              *
000450*    ----------  ----  ----------------------------------------  *
000460*    2026-09-01  RLO   ORIGINAL VERSION - ONE MACHINE-READABLE   *
000470*                      STATUS RECORD PER NIGHT.                  *
000472*    2026-10-15  RLO   REPORTS THE CHAIN STATE AND THE STEP      *
000474*                      THE CHAIN STOPPED AT FROM THE TDDCHAIN    *
000476*                      STEP LOG.                                 *
000480*----------------------------------------------------------------*
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. nightstat.
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LASTRUN-STATUS.
000820
000822     SELECT F-CHAIN-LOG ASSIGN DYNAMIC WS-CHAIN-LOG-NAME
000824         ORGANIZATION IS LINE SEQUENTIAL
000826         FILE STATUS IS WS-CHAIN-STATUS.
000828
000830     SELECT F-STATUS-FILE ASSIGN DYNAMIC WS-STATUS-NAME
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-STAT-STATUS.
001040 FD F-LASTRUN.
001050 COPY lastrun.
001060
001062 FD F-CHAIN-LOG.
001064 COPY chainlog.
001066
001070 FD F-STATUS-FILE.
001080 COPY nightstat.
001090
001170 01 WS-SLOW-NAME                PIC X(40).
001180 01 WS-DAY-CSV-NAME             PIC X(40).
001190 01 WS-STATUS-NAME              PIC X(40).
001195 01 WS-CHAIN-LOG-NAME           PIC X(40).
001200
001210 01 WS-ROLLUP-STATUS            PIC X(02).
001220     88 WS-ROLLUP-STATUS-OK                VALUE "00".
001350     88 WS-CSV-NOT-FOUND                   VALUE "35".
001360 01 WS-LASTRUN-STATUS           PIC X(02).
001370     88 WS-LASTRUN-STATUS-OK               VALUE "00".
001372 01 WS-CHAIN-STATUS             PIC X(02).
001374     88 WS-CHAIN-STATUS-OK                 VALUE "00".
001376     88 WS-CHAIN-NOT-FOUND                 VALUE "35".
001380 01 WS-STAT-STATUS              PIC X(02).
001390     88 WS-STAT-STATUS-OK                  VALUE "00".
001400
001670 77 WS-NEW-FAILURES             PIC 9(05) VALUE 0.
001680 77 WS-SLA-BREACHES             PIC 9(05) VALUE 0.
001690 77 WS-HIGHEST-RC               PIC 9(02) VALUE 0.
001692 01 WS-CHAIN-STATE              PIC X(08).
001694 01 WS-CHAIN-STEP               PIC X(08).
001700
001710*----------------------------------------------------------------*
001720*    KEYWORD SCANNER WORK AREAS - FINDS A "KEY=" TOKEN IN A      *
002060     PERFORM 4000-READ-TRIAGE THRU 4000-EXIT.
002070     PERFORM 5000-READ-SLOW-REPORT THRU 5000-EXIT.
002080     PERFORM 5500-READ-RUN-ID THRU 5500-EXIT.
002085     PERFORM 5700-READ-CHAIN-LOG THRU 5700-EXIT.
002090     PERFORM 6000-WRITE-STATUS THRU 6000-EXIT.
002100     STOP RUN.
002110
002480            WS-TODAY-NUM           DELIMITED BY SIZE
002490            ".csv"                 DELIMITED BY SIZE
002500            INTO WS-DAY-CSV-NAME
002505     END-STRING.
002510     MOVE SPACES TO WS-CHAIN-LOG-NAME.
002512     STRING "results/tddchain_"    DELIMITED BY SIZE
002514            WS-TODAY-NUM           DELIMITED BY SIZE
002516            ".log"                 DELIMITED BY SIZE
002518            INTO WS-CHAIN-LOG-NAME
002519     END-STRING.
002520     MOVE SPACES TO WS-RUN-ID.
002525     MOVE SPACES TO WS-CHAIN-STATE.
002527     MOVE SPACES TO WS-CHAIN-STEP.
002530 1000-EXIT.
002540     EXIT.
002550
005510     MOVE CSV-RUN-ID TO WS-RUN-ID.
005520 5600-EXIT.
005530     EXIT.
005531
005532*----------------------------------------------------------------*
005533*    5700-READ-CHAIN-LOG                                         *
005534*    THE CHAIN LINE OF THE DRIVER'S STEP LOG.  NIGHTSTAT RUNS AS *
005535*    A WRAP-UP STEP OF THE CHAIN, SO IT SEES COMPLETE ONCE EVERY *
005536*    ORDINARY STEP IS DONE, OR STOPPED AND THE STEP THAT BLOCKED *
005537*    THE REST.  A STOPPED CHAIN RAISES THE HIGHEST RETURN-CODE   *
005538*    TO THAT STEP'S RC (AN ABNORMAL END, 999, COUNTS AS 99).  A  *
005539*    NIGHT RUN WITHOUT THE DRIVER HAS NO LOG AND LEAVES BOTH     *
005540*    FIELDS BLANK.                                               *
005541*----------------------------------------------------------------*
005542 5700-READ-CHAIN-LOG.
005543     OPEN INPUT F-CHAIN-LOG.
005544     IF WS-CHAIN-NOT-FOUND
005545         DISPLAY "NIGHTSTAT: NO CHAIN STEP LOG FOR TODAY"
005546         GO TO 5700-EXIT
005547     END-IF.
005548     IF NOT WS-CHAIN-STATUS-OK
005549         DISPLAY "NIGHTSTAT: UNABLE TO OPEN CHAIN STEP LOG, "
005550                 "FILE STATUS=" WS-CHAIN-STATUS
005551         GO TO 5700-EXIT
005552     END-IF.
005553     MOVE "N" TO WS-DONE-SW.
005554     PERFORM 5750-READ-ONE-CHAIN-LINE THRU 5750-EXIT
005555         UNTIL WS-DONE.
005556     CLOSE F-CHAIN-LOG.
005557 5700-EXIT.
005558     EXIT.
005559
005560 5750-READ-ONE-CHAIN-LINE.
005561     READ F-CHAIN-LOG
005562         AT END
005563             SET WS-DONE-SW TO "Y"
005564             GO TO 5750-EXIT
005565     END-READ.
005566     IF NOT WS-CHAIN-STATUS-OK
005567         SET WS-DONE-SW TO "Y"
005568         GO TO 5750-EXIT
005569     END-IF.
005570     IF NOT CL-CHAIN-LINE
005571         GO TO 5750-EXIT
005572     END-IF.
005573     MOVE CL-STATE     TO WS-CHAIN-STATE.
005574     MOVE CL-STEP-NAME TO WS-CHAIN-STEP.
005575     IF CL-STOPPED AND CL-RC NUMERIC
005576         IF CL-RC > 99
005577             MOVE 99 TO WS-HIGHEST-RC
005578         ELSE
005579             IF CL-RC > WS-HIGHEST-RC
005580                 MOVE CL-RC TO WS-HIGHEST-RC
005581             END-IF
005582         END-IF
005583     END-IF.
005584 5750-EXIT.
005585     EXIT.
005586
005587*----------------------------------------------------------------*
005588*    6000-WRITE-STATUS                                           *
005589*    THE ONE RECORD THE MONITORING SYSTEM POLLS - REWRITTEN      *
005590*    WHOLE EVERY NIGHT SO A PARTIAL NIGHT NEVER LEAVES A STALE   *
005591*    MIX OF OLD AND NEW NUMBERS.                                 *
005600*----------------------------------------------------------------*
005610 6000-WRITE-STATUS.
005620     OPEN OUTPUT F-STATUS-FILE.
005810     MOVE WS-NEW-FAILURES  TO NS-NEW-FAILURES.
005820     MOVE WS-SLA-BREACHES  TO NS-SLA-BREACHES.
005830     MOVE WS-HIGHEST-RC    TO NS-HIGHEST-RC.
005832     MOVE WS-CHAIN-STATE   TO NS-CHAIN-STATE.
005834     MOVE WS-CHAIN-STEP    TO NS-CHAIN-STEP.
005840     WRITE NS-STATUS-REC.
005850     IF NOT WS-STAT-STATUS-OK
005860         DISPLAY "NIGHTSTAT: STATUS WRITE FAILED, "
