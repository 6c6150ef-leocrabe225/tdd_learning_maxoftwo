000010*----------------------------------------------------------------*
000020*    DFCTOUT - ONE RECORD OF THE DEFECT-TRACKER EXTRACT.         *
000030*    TSTDEFCT WRITES A HEADER, ONE DETAIL PER NEW FAILURE THAT   *
000040*    HAS NO TICKET YET, AND A TRAILER CARRYING THE DETAIL COUNT  *
000050*    SO THE TRACKER'S IMPORT CAN TELL A SHORT FILE FROM A QUIET  *
000060*    NIGHT.  EVERY COLUMN IS FIXED WIDTH; THE OPERANDS, EXPECTED *
000070*    AND ACTUAL VALUES ARE THOSE THE RESULTS CSV RECORDED FOR    *
000080*    THE RUN (LEADING SEPARATE SIGN PLUS SIX DIGITS).  OPERANDS  *
000090*    PAST DX-OPN-COUNT ARE ZERO.                                 *
000100*----------------------------------------------------------------*
000110 01 DX-DEFECT-REC.
000120     05 DX-REC-TYPE            PIC X(01).
000130         88 DX-HEADER                     VALUE "H".
000140         88 DX-DETAIL                     VALUE "D".
000150         88 DX-TRAILER                    VALUE "T".
000160     05 FILLER                 PIC X(01).
000170     05 DX-DETAIL-DATA.
000180         10 DX-TEST-NAME       PIC X(40).
000190         10 FILLER             PIC X(01).
000200         10 DX-OP-CODE         PIC X(03).
000210         10 FILLER             PIC X(01).
000220         10 DX-OPN-COUNT       PIC 9(01).
000230         10 FILLER             PIC X(01).
000240         10 DX-NUM-1           PIC S9(06) SIGN IS
000250                               LEADING SEPARATE.
000260         10 FILLER             PIC X(01).
000270         10 DX-NUM-2           PIC S9(06) SIGN IS
000280                               LEADING SEPARATE.
000290         10 FILLER             PIC X(01).
000300         10 DX-NUM-3           PIC S9(06) SIGN IS
000310                               LEADING SEPARATE.
000320         10 FILLER             PIC X(01).
000330         10 DX-NUM-4           PIC S9(06) SIGN IS
000340                               LEADING SEPARATE.
000350         10 FILLER             PIC X(01).
000360         10 DX-NUM-5           PIC S9(06) SIGN IS
000370                               LEADING SEPARATE.
000380         10 FILLER             PIC X(01).
000390         10 DX-EXPECTED        PIC S9(06) SIGN IS
000400                               LEADING SEPARATE.
000410         10 FILLER             PIC X(01).
000420         10 DX-ACTUAL          PIC S9(06) SIGN IS
000430                               LEADING SEPARATE.
000440         10 FILLER             PIC X(01).
000450         10 DX-RUN-ID          PIC X(18).
000460         10 FILLER             PIC X(01).
000470         10 DX-OWNER           PIC X(08).
000480         10 FILLER             PIC X(01).
000490         10 DX-TEST-ID         PIC 9(05).
000500         10 FILLER             PIC X(01).
000510         10 DX-RUN-DATE        PIC 9(08).
000520     05 DX-HEADER-DATA REDEFINES DX-DETAIL-DATA.
000530         10 DX-HDR-SOURCE      PIC X(08).
000540         10 FILLER             PIC X(01).
000550         10 DX-HDR-RUN-DATE    PIC 9(08).
000560         10 FILLER             PIC X(01).
000570         10 DX-HDR-TIME        PIC 9(08).
000580         10 FILLER             PIC X(119).
000590     05 DX-TRAILER-DATA REDEFINES DX-DETAIL-DATA.
000600         10 DX-TRL-COUNT       PIC 9(06).
000610         10 FILLER             PIC X(139).
