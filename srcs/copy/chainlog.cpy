000010*----------------------------------------------------------------*
000020*    CHAINLOG - ONE STEP OF THE NIGHTLY CHAIN AS TDDCHAIN        *
000030*    RECORDS IT.  THE SAME FIXED LINE IS THE RECORD OF THE DAY'S *
000040*    STEP-STATUS FILE (CHECKPOINT/TDDCHAIN_YYYYMMDD.STATUS) AND  *
000050*    THE BODY LINE OF THE PRINTED STEP LOG                       *
000060*    (RESULTS/TDDCHAIN_YYYYMMDD.LOG), WHICH NIGHTSTAT READS TO   *
000070*    REPORT WHERE THE CHAIN STOPPED.  SHARED SO THE THREE CANNOT *
000080*    DRIFT.                                                      *
000090*    CL-TAG "STEP " IS ONE STEP: CL-STATE IS PENDING, RUNNING,   *
000100*    DONE (RC BELOW THE STEP'S BLOCKING RC), FAILED (RC AT OR    *
000110*    ABOVE IT) OR BLOCKED (NOT RUN BECAUSE THE CHAIN STOPPED).   *
000120*    CL-RC 999 MEANS THE STEP DID NOT END NORMALLY (KILLED).     *
000130*    CL-RUNS COUNTS THE STEP'S LAUNCHES FOR THE RUN DATE.        *
000140*    CL-TAG "CHAIN" IS THE ONE SUMMARY LINE.  CL-STATE IS        *
000150*    COMPLETE, STOPPED OR RUNNING; CL-STEP-NAME IS THE STEP THE  *
000160*    CHAIN STOPPED AT OR HAS STILL TO RUN AND CL-RC ITS RC       *
000170*    (COMPLETE CARRIES THE HIGHEST RC OF THE CHAIN); CL-RUNS IS  *
000180*    THE NUMBER OF DRIVER RUNS FOR THE DATE.                     *
000190*----------------------------------------------------------------*
000200 01 CL-STEP-REC.
000210     05 CL-TAG                 PIC X(05).
000220         88 CL-STEP-LINE                  VALUE "STEP ".
000230         88 CL-CHAIN-LINE                 VALUE "CHAIN".
000240     05 FILLER                 PIC X(01).
000250     05 CL-STEP-NAME           PIC X(08).
000260     05 FILLER                 PIC X(01).
000270     05 CL-PROGRAM             PIC X(12).
000280     05 FILLER                 PIC X(01).
000290     05 CL-STATE               PIC X(08).
000300         88 CL-PENDING                    VALUE "PENDING".
000310         88 CL-RUNNING                    VALUE "RUNNING".
000320         88 CL-DONE                       VALUE "DONE".
000330         88 CL-FAILED                     VALUE "FAILED".
000340         88 CL-BLOCKED                    VALUE "BLOCKED".
000350         88 CL-COMPLETE                   VALUE "COMPLETE".
000360         88 CL-STOPPED                    VALUE "STOPPED".
000370     05 FILLER                 PIC X(01).
000380     05 CL-RC-TAG              PIC X(03).
000390     05 CL-RC                  PIC 9(03).
000400     05 FILLER                 PIC X(01).
000410     05 CL-START-DATE          PIC 9(08).
000420     05 FILLER                 PIC X(01).
000430     05 CL-START-TIME          PIC 9(06).
000440     05 FILLER                 PIC X(01).
000450     05 CL-END-DATE            PIC 9(08).
000460     05 FILLER                 PIC X(01).
000470     05 CL-END-TIME            PIC 9(06).
000480     05 FILLER                 PIC X(01).
000490     05 CL-RUNS-TAG            PIC X(05).
000500     05 CL-RUNS                PIC 9(02).
