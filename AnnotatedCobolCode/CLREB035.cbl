      *        Approving supervisor's initials on an approved
      *        change; spaces on an overwrite from a resubmitted
      *        add.
00057      05  CJ-SOURCE     PIC X.
      *        'C' approved change card, 'A' resubmitted add,
      *        spaces on entries journaled before the source was
      *        carried.
0057A      05  FILLER        PIC X(3).
00058 *    SKIP1
00059  FD  RUN-LOG-FILE
00060      RECORD CONTAINS 80 CHARACTERS
