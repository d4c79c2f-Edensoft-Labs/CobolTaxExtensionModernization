000100*================================================================
000200* REBQDPM01 - Quad parameter record layout for QUAD-PARM-FILE.
000300*
000400*   5-byte record, one valid quad code per record, each tagged
000500*   with the tax year the code takes effect. All records with
000600*   the same QP-EFF-YR form one parameter set; CLREB020 edits a
000700*   card against the set with the highest effective year not
000800*   after the card's CD-YR. Read by CLREB020, maintained by
000900*   CLREB010 from add/change/delete transaction cards.
001000*================================================================
001100    05  QP-EFF-YR     PIC X(4).
001200*       First tax year this record's set is in force.
001300    05  QP-QUAD       PIC X.
