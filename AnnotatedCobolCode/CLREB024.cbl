      *                          edit, for correction and resubmission
      *          PRINT-FILE    - 133-byte edit listing with assessed
      *                          value control totals
      *          CYCLE-CONTROL-FILE - 80-byte extension cycle
      *                          record (copybook REBCYCL01), one
      *                          appended per run as step '024 ',
      *                          the first step of the cycle
      *
      * VALIDATION RULES:
      *   1. Year (AS-TAXYR) must be numeric and greater than zero
00017      SELECT EDITED-FILE ASSIGN TO UT-S-ASMVAL.
00018      SELECT REJECT-FILE ASSIGN TO UT-S-ASMREJ.
00019      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
0019A      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00020 *    SKIP3
00021  DATA DIVISION.
00022  FILE SECTION.
00052      BLOCK CONTAINS 0 RECORDS
00053      DATA RECORD IS PRINT-REC.
00054  01  PRINT-REC         PIC X(133).
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file, shared
      *   by every step of the yearly cycle. OPTIONAL and opened
      *   EXTEND, the RUN-LOG-FILE convention, so the first run of
      *   the first year creates it and every run after adds to it.
      *----------------------------------------------------------------
0054A  FD  CYCLE-CONTROL-FILE
0054B      RECORD CONTAINS 80 CHARACTERS
0054C      BLOCK CONTAINS 0 RECORDS
0054D      LABEL RECORDS ARE STANDARD
0054E      DATA RECORD IS CYCLE-CONTROL-REC.
0054F  01  CYCLE-CONTROL-REC.
0054G      COPY REBCYCL01.
00055 *    SKIP3
00056 ****************  WORKING STORAGE STARTS HERE  *******************
00057 *    SKIP1
      *        a sequence abort, so an incomplete file can never
      *        balance in CLREB025
      *     5. Display statistics and terminate
      *     6. Record the run on the cycle control file
      *----------------------------------------------------------------
00137  010-BEGIN.
00138      OPEN    INPUT ASSESSED-FILE
00156              EDITED-FILE
00157              REJECT-FILE
00158              PRINT-FILE
      *    -- Record this step on the cycle control file --
      *    Written dead last, after every file above is closed, so
      *    the record carries the RETURN-CODE the run actually ends
      *    with, the same rule CLREB020 keeps for its run log.
0158A      PERFORM 085-WRITE-CYCLE THRU 085-EXIT
00159      STOP RUN.
00160 *    SKIP3
      *----------------------------------------------------------------
00307 *    SKIP1
00308  081-EXIT.
00309      EXIT.
00310 *    SKIP3
      *----------------------------------------------------------------
      * 085-WRITE-CYCLE: Append this run to the cycle control file
      *   as step '024 ', with the edit's control counts and the
      *   assessed value control total. The tax year is the one the
      *   edited file's header carries -- zero when no clean record
      *   was seen, which no later step will ever accept.
      *----------------------------------------------------------------
00311  085-WRITE-CYCLE.
00312      OPEN    EXTEND CYCLE-CONTROL-FILE
00313      MOVE    SPACES        TO CYCLE-CONTROL-REC
00314      MOVE    WK-HDR-YR     TO CY-TAXYR
00315      MOVE    '024 '        TO CY-STEP
00316      MOVE    'CLREB024'    TO CY-PROGRAM
00317      MOVE    RS-DATE       TO CY-RUN-DATE
00318      MOVE    RS-TIME       TO CY-RUN-TIME
00319      MOVE    RETURN-CODE   TO CY-RETURN-CODE
00320      MOVE    IN-CNT        TO CY-IN-CNT
00321      MOVE    OUT-CNT       TO CY-OUT-CNT
00322      MOVE    ERROR-CNT     TO CY-ERR-CNT
00323      MOVE    TOT-ASSESSED  TO CY-CTL-TOT
00324      WRITE   CYCLE-CONTROL-REC
00325      CLOSE   CYCLE-CONTROL-FILE.
00326 *    SKIP1
00327  085-EXIT.
00328      EXIT.
