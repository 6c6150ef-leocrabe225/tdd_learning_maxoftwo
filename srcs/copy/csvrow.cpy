000020*    CSVROW - ONE ROW OF THE DATED RESULTS CSV.  EVERY COLUMN    *
000030*    IS FIXED WIDTH, SO THE ROW PARSES POSITIONALLY AS WELL AS   *
000040*    BY COMMA; THE FILLER VALUES CARRY THE SEPARATORS AND THE    *
000050*    QUOTES AROUND THE TEST NAME.  WRITTEN BY CHCKRSLT, AND BY   *
000052*    TDDPART WHEN IT MERGES A PARTITIONED RUN; READ BY           *
000054*    CASEHIST, NIGHTSTAT, OWNDIGST, RSLTARCH, RSLTCOMP,          *
000056*    RSLTHIST, TSTDEFCT, TSTRECON AND XFAILAGE.  ALL OF THEM     *
000058*    COPY THIS MEMBER SO THEY CANNOT DRIFT APART - A LAYOUT      *
000060*    CHANGE REACHES EVERY ONE OF THEM.                           *
000062*    A MULTI-OPERAND CASE CARRIES ITS OPERAND COUNT AND THE      *
000064*    THIRD THROUGH FIFTH OPERANDS IN THE TRAILING COLUMNS; ON A  *
000066*    TWO-OPERAND CASE THE COUNT IS 2 AND NUM_3 THROUGH NUM_5     *
