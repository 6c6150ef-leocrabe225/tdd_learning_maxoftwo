000480*    ----------  ----  ----------------------------------------  *
000490*    2026-09-01  RLO   ORIGINAL VERSION - CASE-LEVEL ROLLUP AND  *
000500*                      FLAKY-TEST REPORT.                        *
000502*    2026-10-15  RLO   HISTORY RECORD MOVED TO COPYBOOK CASEHREC *
000504*                      SO TSTCATLG CAN READ THE SAME LAYOUT.     *
000510*----------------------------------------------------------------*
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. casehist.
000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------*
000850*    ONE RECORD PER CASE PER RUN DATE - SEE CASEHREC.            *
000860*----------------------------------------------------------------*
000890 FD F-CASE-HISTORY.
000900 COPY casehrec.
000980
000990 FD F-MASTER.
001000 COPY testmast.
