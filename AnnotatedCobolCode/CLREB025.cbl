      *          ASSESSED-FILE - 80-byte edited assessed-value
      *                          summary records (copybook
      *                          REBASVRD01), one per year+quad,
      *                          edited by the CLREB024 front-end
      *                          and carried through the CLREB026
      *                          Board of Review stage at post-Board
      *                          values, carrying a header record
      *                          first and a count/control-total
      *                          trailer last
      *          CYCLE-CONTROL-FILE - 80-byte extension cycle
      *                          records (copybook REBCYCL01)
      * OUTPUT:  PRINT-FILE    - 133-byte impact report listing
      *          CYCLE-CONTROL-FILE - one record appended per run,
      *                          as step '025 '
      *
      * VALIDATION RULES:
      *   1. Assessed-value year, quad and amount must be numeric
      *      from the county-wide totals
      *
      * ERROR HANDLING:
      *   - ASSESSED-FILE not opening on the edited file's header
      *     record -- the Assessor's raw file, unedited -- or the
      *     CLREB020 PROOF run for the header's tax year not on the
      *     cycle control file with return code 00: the run is
      *     refused before a record is processed, RETURN-CODE = 16
      *   - FACTOR-FILE trailer missing, or its count/hash disagrees
      *     with the records actually read: the run continues (the
      *     impact report is advisory) but ends with RETURN-CODE = 12
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT FACTOR-FILE ASSIGN TO UT-S-FACTOR.
00017      SELECT ASSESSED-FILE ASSIGN TO UT-S-ASMBOR.
00018      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
0018A      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00019 *    SKIP3
00020  DATA DIVISION.
00021  FILE SECTION.
00028      COPY REBEQFRD01.
      *----------------------------------------------------------------
      * ASSESSED-FILE: Assessed-value summary by quad, one 80-byte
      *   record per year+quad, edited and balanced by CLREB024 and
      *   brought to post-Board values by CLREB026.
      *   Field layout comes from copybook REBASVRD01, shared with
      *   that program; the file carries a header record first and a
      *   count/control-total trailer last, which 018-BALANCE-
00045      BLOCK CONTAINS 0 RECORDS
00046      DATA RECORD IS PRINT-REC.
00047  01  PRINT-REC         PIC X(133).
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file (copybook
      *   REBCYCL01). Read at startup to prove the CLREB020 PROOF run
      *   finished clean for the year; appended to at end of run.
      *----------------------------------------------------------------
0047A  FD  CYCLE-CONTROL-FILE
0047B      RECORD CONTAINS 80 CHARACTERS
0047C      BLOCK CONTAINS 0 RECORDS
0047D      LABEL RECORDS ARE STANDARD
0047E      DATA RECORD IS CYCLE-CONTROL-REC.
0047F  01  CYCLE-CONTROL-REC.
0047G      COPY REBCYCL01.
00048 *    SKIP3
00049 ****************  WORKING STORAGE STARTS HERE  *******************
00050 *    SKIP1
0064F  77  EXP-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
      *----------------------------------------------------------------
      * Assessed-file balancing fields: the edited ASSESSED-FILE from
      *   CLREB026 likewise ends with a trailer, carrying the detail
      *   count and the assessed-value control total;
      *   018-BALANCE-ASSESSED proves the file complete at EOF.
      *----------------------------------------------------------------
0064J  77  ASD-ASSD-TOT      PIC S9(15)     VALUE +0       COMP-3.
0064K  77  EXP-ASD-CNT       PIC S9(5)      VALUE +0       COMP-3.
0064L  77  EXP-ASD-TOT       PIC S9(15)     VALUE +0       COMP-3.
      *----------------------------------------------------------------
      * Cycle control fields: 012-CHECK-START proves the input is the
      *   edited file and the step before this one finished clean
      *   for its tax year; CYCLE-REFUSE stops the run otherwise.
      *----------------------------------------------------------------
0064M  77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
0064N      88  CYCLE-EOF                    VALUE 'Y'.
0064O  77  CYCLE-FOUND-SW    PIC X          VALUE 'N'.
0064P      88  CYCLE-FOUND                  VALUE 'Y'.
0064Q  77  CYCLE-REFUSE-SW   PIC X          VALUE 'N'.
0064R      88  CYCLE-REFUSED                VALUE 'Y'.
0064S  77  CYC-YR            PIC X(4)       VALUE ZERO.
      *    Tax year off the ASSESSED-FILE header.
0064T  77  CYC-PRED-RC       PIC 99         VALUE ZERO.
      *    Return code of the PROOF run's latest cycle record.
      *----------------------------------------------------------------
      * County-wide accumulators. Assessed totals arrive as 13-digit
      *   whole-dollar amounts; the equalized figure for one quad can
      *    Class details in the group; zero = no roll-up to prove.
00071 *    SKIP1
00072  01  WORK-AREA.
0072D      05 RUN-STAMP.
0072E        10 RS-DATE    PIC X(8).
0072F        10 RS-TIME    PIC X(6).
      *    -- The open group's year+quad key --
0072A      05 GRP-KEY.
0072B         10 GRP-YR     PIC X(4)       VALUE LOW-VALUE.
      *
      *   Business logic:
      *     1. Open all files and capture today's date
      *     1a. Refuse the run outright on an unedited ASSESSED-FILE
      *        or an incomplete PROOF step (012-CHECK-START)
      *     2. Load FACTOR-FILE into FACTOR-TABLE
      *     3. Process assessed-value summary records until EOF
      *     4. Print county-wide totals
      *     5. Display run statistics and terminate
      *     6. Record the run on the cycle control file
      *----------------------------------------------------------------
00136  010-BEGIN.
00137      OPEN    INPUT FACTOR-FILE
00138                    ASSESSED-FILE
00139              OUTPUT PRINT-FILE
00140      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
0140A      MOVE    RS-DATE TO DATE-DT
0140B      PERFORM 012-CHECK-START THRU 012-EXIT
0140C      IF      CYCLE-REFUSED
0140D              MOVE 16 TO RETURN-CODE
0140E              DISPLAY 'RUN REFUSED - NOTHING PROCESSED'
0140F              CLOSE   FACTOR-FILE
0140G                      ASSESSED-FILE
0140H                      PRINT-FILE
0140I              STOP RUN
0140J      END-IF
00141      PERFORM 015-LOAD-FACTORS THRU 015-EXIT
00142      PERFORM 020-MAIN-LINE THRU 020-EXIT
00143              UNTIL END-OF-ASSESSED-FILE
00148      CLOSE   FACTOR-FILE
00149              ASSESSED-FILE
00150              PRINT-FILE
      *    -- Record this step on the cycle control file, after
      *    every file above is closed, so the record carries the
      *    RETURN-CODE the run actually ends with --
0150A      PERFORM 085-WRITE-CYCLE THRU 085-EXIT
00151      STOP RUN.
00152 *    SKIP3
      *----------------------------------------------------------------
      * 012-CHECK-START: Prove this run may start.
      *
      *   Business logic:
      *     1. The first ASSESSED-FILE record must be the HD header
      *        CLREB024 puts on the edited file. The Assessor's raw
      *        file opens on a detail with a numeric year, so a job
      *        pointed at it is refused here instead of reporting
      *        off unedited figures. The header's tax year keys the
      *        cycle check; the file is then closed and reopened so
      *        020-MAIN-LINE reads it from the top as always.
      *        The header must also be CLREB026's: CLREB024's
      *        pre-Board file carries the same HD header, and a job
      *        pointed at it would skip the Board of Review stage.
      *     2. The CLREB020 PROOF run (step '020P') for that year
      *        must be on the cycle control file, its latest run
      *        ending with return code 00 -- the same one-pass scan
      *        for the last matching record CLREB060's 031-SCAN-LOG
      *        uses.
      *----------------------------------------------------------------
0152A  012-CHECK-START.
0152B      READ    ASSESSED-FILE
0152C              AT END MOVE 1 TO ASSESSED-EOF
0152D      END-READ
0152E      IF      END-OF-ASSESSED-FILE
0152F          OR  NOT AV-HEADER-REC
0152G              DISPLAY 'ASSESSED FILE IS NOT AN EDITED FILE'
0152H              MOVE 'Y' TO CYCLE-REFUSE-SW
0152I              GO TO 012-EXIT.
152I1      IF      AV-HDR-PROGRAM NOT EQUAL TO 'CLREB026'
152I2              DISPLAY 'ASSESSED FILE IS NOT THE POST-BOARD FILE'
152I3              MOVE 'Y' TO CYCLE-REFUSE-SW
152I4              GO TO 012-EXIT.
0152J      MOVE    AV-HDR-TAXYR TO CYC-YR
0152K      CLOSE   ASSESSED-FILE
0152L      OPEN    INPUT ASSESSED-FILE
0152M      OPEN    INPUT CYCLE-CONTROL-FILE
0152N      READ    CYCLE-CONTROL-FILE
0152O              AT END MOVE 'Y' TO CYCLE-EOF-SW
0152P      END-READ
0152Q      PERFORM 013-SCAN-CYCLE THRU 013-EXIT
0152R              UNTIL CYCLE-EOF
0152S      CLOSE   CYCLE-CONTROL-FILE
0152T      IF      NOT CYCLE-FOUND
0152U              DISPLAY 'STEP 020P HAS NOT RUN FOR TAX YEAR '
0152V                      CYC-YR
0152W              MOVE 'Y' TO CYCLE-REFUSE-SW
0152X      ELSE
0152Y          IF      CYC-PRED-RC NOT EQUAL TO ZERO
0152Z                  DISPLAY 'STEP 020P ENDED RETURN CODE '
152Z1                          CYC-PRED-RC ' FOR TAX YEAR ' CYC-YR
152Z2                  MOVE 'Y' TO CYCLE-REFUSE-SW
152Z3          END-IF
152Z4      END-IF.
152Z5 *    SKIP1
152Z6  012-EXIT.
152Z7      EXIT.
152Z8 *    SKIP1
152Z9  013-SCAN-CYCLE.
152ZA      IF      CY-TAXYR EQUAL TO CYC-YR
152ZB         AND  CY-STEP EQUAL TO '020P'
152ZC              MOVE 'Y'            TO CYCLE-FOUND-SW
152ZD              MOVE CY-RETURN-CODE TO CYC-PRED-RC
152ZE      END-IF
152ZF      READ    CYCLE-CONTROL-FILE
152ZG              AT END MOVE 'Y' TO CYCLE-EOF-SW
152ZH      END-READ.
152ZI *    SKIP1
152ZJ  013-EXIT.
152ZK      EXIT.
152ZL *    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-FACTORS: Load FACTOR-FILE into FACTOR-TABLE.
      *
00304  080-EXIT.
00305      EXIT.
00306 *    SKIP3
      *----------------------------------------------------------------
      * 085-WRITE-CYCLE: Append this run to the cycle control file
      *   as step '025 ', with the review's control counts and the
      *   assessed value total -- the figure CLREB024's record
      *   carries for the same year, so the two can be laid side by
      *   side.
      *----------------------------------------------------------------
0306A  085-WRITE-CYCLE.
0306B      OPEN    EXTEND CYCLE-CONTROL-FILE
0306C      MOVE    SPACES        TO CYCLE-CONTROL-REC
0306D      MOVE    CYC-YR        TO CY-TAXYR
0306E      MOVE    '025 '        TO CY-STEP
0306F      MOVE    'CLREB025'    TO CY-PROGRAM
0306G      MOVE    RS-DATE       TO CY-RUN-DATE
0306H      MOVE    RS-TIME       TO CY-RUN-TIME
0306I      MOVE    RETURN-CODE   TO CY-RETURN-CODE
0306J      MOVE    IN-CNT        TO CY-IN-CNT
0306K      MOVE    OUT-CNT       TO CY-OUT-CNT
0306L      MOVE    ERROR-CNT     TO CY-ERR-CNT
0306M      MOVE    TOT-ASSESSED  TO CY-CTL-TOT
0306N      WRITE   CYCLE-CONTROL-REC
0306O      CLOSE   CYCLE-CONTROL-FILE.
0306P *    SKIP1
0306Q  085-EXIT.
0306R      EXIT.
0306S *    SKIP3
      *----------------------------------------------------------------
      * 090-CLASS-TOTALS: Print the class-level totals page.
      *
