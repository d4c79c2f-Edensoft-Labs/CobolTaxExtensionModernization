000100*================================================================
000200* REBTWPM01 - Township parameter record layout for
000300*   TOWNSHIP-PARM-FILE.
000400*
000500*   6-byte record, one valid two-digit township code per
000600*   record, tagged with the tax year it takes effect. Sets are
000700*   chosen by effective year exactly as REBQDPM01 describes for
000800*   QUAD-PARM-FILE. Read by CLREB020, maintained by CLREB010.
000900*================================================================
001000    05  TP-EFF-YR     PIC X(4).
001100*       First tax year this record's set is in force.
001200    05  TP-TWNSHP     PIC XX.
