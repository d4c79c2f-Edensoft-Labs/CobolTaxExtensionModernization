000100*================================================================
000200* REBAPPR01 - Correction approval record layout for
000300*   APPROVAL-FILE.
000400*
000500*   80-byte record, one per authorized correction: the
000600*   year+quad key, the transaction code being approved (C or
000700*   D) and the approving supervisor's initials. AP-YR is the
000800*   tax year the approved correction applies to, so an
000900*   approval needs no separate effective year -- it is only
001000*   ever in force for that one year. Read by CLREB020,
001100*   maintained by CLREB010.
001200*================================================================
001300    05  AP-YR         PIC X(4).
001400    05  AP-QUAD       PIC X.
001500    05  AP-TRANS      PIC X.
001600    05  AP-INIT       PIC X(3).
001700    05  FILLER        PIC X(71).
