00126      05  CJ-NEW-FACT   PIC 99V9999.
00127      05  CJ-RUN-DATE   PIC X(8).
00128      05  CJ-APPR-INIT  PIC X(3).
00129      05  CJ-SOURCE     PIC X.
      *        'C' approved change card, 'A' resubmitted add,
      *        spaces on entries journaled before the source was
      *        carried.
0129A      05  FILLER        PIC X(3).
00130 *    SKIP1
00131  FD  RUN-LOG-FILE
00132      RECORD CONTAINS 80 CHARACTERS
