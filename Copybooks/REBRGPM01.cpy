000100*================================================================
000200* REBRGPM01 - Factor range parameter record layout for
000300*   RANGE-PARM-FILE.
000400*
000500*   17-byte record, one quad's plausible low/high factor range
000600*   per record, tagged with the tax year it takes effect. Sets
000700*   are chosen by effective year exactly as REBQDPM01 describes
000800*   for QUAD-PARM-FILE. Read by CLREB020, maintained by
000900*   CLREB010.
001000*================================================================
001100    05  RP-EFF-YR     PIC X(4).
001200*       First tax year this record's set is in force.
001300    05  RP-QUAD       PIC X.
001400    05  RP-LOW        PIC 99V9999.
001500    05  RP-HIGH       PIC 99V9999.
