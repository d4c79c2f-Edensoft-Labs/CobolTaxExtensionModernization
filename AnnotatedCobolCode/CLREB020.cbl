      *      approval record -- year+quad and transaction code --
      *      on APPROVAL-FILE, carrying the approving supervisor's
      *      initials; otherwise the correction rejects NO APPROVAL
      *   8. Quads, townships and factor ranges are dated by the tax
      *      year they take effect; each card is edited against the
      *      parameter set in force for its own CD-YR
      *
      * ERROR HANDLING:
      *   - Validation failures: card is listed with "NOT NUMERIC"
00018C     SELECT OPTIONAL PRIOR-FACTOR-FILE ASSIGN TO UT-S-PRIORFT.
      *----------------------------------------------------------------
      * QUAD-PARM-FILE: Optional control file, one valid quad code
      *   per record, each behind the tax year it takes effect. Read
      *   once at startup (015-LOAD-QUADS) into QUAD-TABLE, every
      *   effective year at once; 021-SELECT-PARMS then picks the
      *   set in force for each card's CD-YR, so a correction to an
      *   old year edits against that year's codes and not whatever
      *   the file says today. If absent, QUAD-TABLE falls back to
      *   the original '1' thru '4' codes for every year, so a site
      *   that has never supplied this file sees no change in
      *   behavior. CLREB010 maintains this file and the other three
      *   parameter files below.
      *----------------------------------------------------------------
00018D     SELECT OPTIONAL QUAD-PARM-FILE ASSIGN TO UT-S-QUADPM.
      *----------------------------------------------------------------
      * RANGE-PARM-FILE: Optional control file, one quad + plausible
      *   low/high factor range per record, dated by effective tax
      *   year the same way. Read once at startup (025-LOAD-RANGES)
      *   into RANGE-TABLE. If absent, RANGE-TABLE falls back to a
      *   default 0.5000-8.0000 range per quad.
      *----------------------------------------------------------------
00018X     SELECT OPTIONAL RANGE-PARM-FILE ASSIGN TO UT-S-RANGEP.
      *----------------------------------------------------------------
      *     - Card absent, or card mode PROOF: a PROOF run. The full
      *       edit runs and the report (plus a certification
      *       worksheet) prints, but nothing is written to
      *       FACTOR-FILE, FACTOR-HISTORY-FILE or TOWNSHIP-FILE;
      *       the factors go to the proof copies only.
      *     - Card mode FINAL: a FINAL run. The card must carry the
      *       card count and the totals from the proof run; the job
      *       aborts with RETURN-CODE 16 at end of run if the totals
      *   prints the last runs off this file for audit questions.
      *----------------------------------------------------------------
00018Z     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO UT-S-RUNLOG.
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file, one
      *   record per run of each step of the yearly cycle (copybook
      *   REBCYCL01). Read at startup (013-CHECK-CYCLE) to prove the
      *   step before this one finished clean for the year -- the
      *   CLREB024 edit before a PROOF run, the CLREB025 review
      *   before a FINAL run -- and appended to at end of run
      *   (086-WRITE-CYCLE). OPTIONAL + EXTEND, the RUN-LOG-FILE
      *   convention.
      *----------------------------------------------------------------
0018Z7     SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
      *----------------------------------------------------------------
      * TOWNSHIP-PARM-FILE: Optional control file, one valid two-digit
      *   township code per record, dated by effective tax year the
      *   same way as QUAD-PARM-FILE. Read once at startup
      *   (027-LOAD-TOWNSHIPS) into TWN-TABLE, which 023-CHECK-
      *   TOWNSHIP tests exactly the way QUAD-PARM-FILE drives
      *   022-CHECK-QUAD. There is no built-in default set of
      *   cols 13-14; quad-level cards never land here.
      *----------------------------------------------------------------
0018Z2     SELECT TOWNSHIP-FACTOR-FILE ASSIGN TO UT-S-TWNFT.
      *----------------------------------------------------------------
      * PROOF-FACTOR-FILE / PROOF-TWN-FACTOR-FILE: The PROOF run's
      *   copies of FACTOR-FILE and TOWNSHIP-FACTOR-FILE, same layouts,
      *   written only on a PROOF run so the advisory reports
      *   (CLREB027's sample bill impact) can be run on the factors
      *   under review before the FINAL run releases them. Separate
      *   datasets on purpose: a PROOF run still never opens the
      *   released files. The header record is stamped 'P' in its
      *   mode byte, so a program that extends or transmits (CLREB050
      *   and the ASHMA steps) can tell a proof copy from a release.
      *----------------------------------------------------------------
0018Z5     SELECT PROOF-FACTOR-FILE ASSIGN TO UT-S-PRFFT.
0018Z6     SELECT PROOF-TWN-FACTOR-FILE ASSIGN TO UT-S-PRFTW.
      *----------------------------------------------------------------
      * FACTOR-CHANGE-FILE: Cumulative journal of every factor
      *   overwritten on FACTOR-HISTORY-FILE -- the year+quad key,
00057U     05  PF-EQFACT     PIC 99V9999.
00057V     05  FILLER        PIC X(12).
      *----------------------------------------------------------------
      * QUAD-PARM-FILE: One valid quad code per record, behind the
      *   tax year it takes effect. Field layout comes from copybook
      *   REBQDPM01, shared with CLREB010 (parameter maintenance).
      *----------------------------------------------------------------
00057W FD  QUAD-PARM-FILE
00057X     RECORD CONTAINS 5 CHARACTERS
00057Y     BLOCK CONTAINS 0 RECORDS
00057Z     LABEL RECORDS ARE STANDARD
00058A     DATA RECORD IS QUAD-PARM-REC.
00058B 01  QUAD-PARM-REC.
0058B1     COPY REBQDPM01.
      *----------------------------------------------------------------
      * RANGE-PARM-FILE: One quad + plausible low/high factor range
      *   per 17-byte record (4 + 1 + 6 + 6), behind the tax year it
      *   takes effect. Layout from copybook REBRGPM01.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * CERT-CONTROL-FILE: One 80-byte certification control card.
0058CQ 01  RUN-LOG-REC.
0058CR     COPY REBRNLG01.
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: One 80-byte record per run of a cycle
      *   step. Field layout comes from copybook REBCYCL01, shared
      *   with every other step and with CLREB090.
      *----------------------------------------------------------------
0058CS FD  CYCLE-CONTROL-FILE
0058CT     RECORD CONTAINS 80 CHARACTERS
0058CU     BLOCK CONTAINS 0 RECORDS
0058CV     LABEL RECORDS ARE STANDARD
0058CW     DATA RECORD IS CYCLE-CONTROL-REC.
0058CX 01  CYCLE-CONTROL-REC.
0058CY     COPY REBCYCL01.
      *----------------------------------------------------------------
      * TOWNSHIP-PARM-FILE: One valid township code per record,
      *   behind the tax year it takes effect. Layout from copybook
      *   REBTWPM01.
      *----------------------------------------------------------------
0058DA FD  TOWNSHIP-PARM-FILE
0058DB     RECORD CONTAINS 6 CHARACTERS
0058DC     BLOCK CONTAINS 0 RECORDS
0058DD     LABEL RECORDS ARE STANDARD
0058DE     DATA RECORD IS TOWNSHIP-PARM-REC.
0058DF 01  TOWNSHIP-PARM-REC.
058DF1     COPY REBTWPM01.
      *----------------------------------------------------------------
      * APPROVAL-FILE: One 80-byte approval record per authorized
      *   correction: the year+quad key, the transaction code being
      *   approved, and the approving supervisor's initials. Layout
      *   from copybook REBAPPR01, shared with CLREB010.
      *----------------------------------------------------------------
0058F1 FD  APPROVAL-FILE
0058F2     RECORD CONTAINS 80 CHARACTERS
0058F4     LABEL RECORDS ARE STANDARD
0058F5     DATA RECORD IS APPROVAL-REC.
0058F6 01  APPROVAL-REC.
0058F7     COPY REBAPPR01.
      *----------------------------------------------------------------
      * TOWNSHIP-FACTOR-FILE: 25-byte township-level factor record:
      *   the quad-level layout with the township code spliced in
0058DO     05  TW-TWNSHP     PIC XX.
0058DP     05  TW-EQFACT     PIC 99V9999.
0058DQ     05  FILLER        PIC X(12).
      *----------------------------------------------------------------
      * PROOF-FACTOR-FILE: 23-byte FACTOR-FILE layout, header and
      *   trailer included, for the PROOF run's copy. Independent
      *   01-level for the same COPY REPLACING limitation noted above
      *   for PRIOR-FACTOR-REC; PQ-HDR-MODE sits where FT-HDR-MODE
      *   does and always carries 'P'.
      *----------------------------------------------------------------
0058DR FD  PROOF-FACTOR-FILE
0058DS     RECORD CONTAINS 23 CHARACTERS
0058DT     BLOCK CONTAINS 0 RECORDS
0058DU     LABEL RECORDS ARE STANDARD
0058DV     DATA RECORD IS PROOF-FACTOR-REC.
0058DW 01  PROOF-FACTOR-REC.
0058DX     05  PQ-DETAIL.
0058DY         10  PQ-TAXYR      PIC 9(4).
0058DZ         10  PQ-QUAD       PIC 9.
058DZ1         10  PQ-EQFACT     PIC 99V9999.
058DZ2         10  FILLER        PIC X(12).
058DZ3     05  PQ-HEADER REDEFINES PQ-DETAIL.
058DZ4         10  PQ-HDR-ID     PIC XX.
058DZ5         10  PQ-HDR-RUN-DATE PIC X(8).
058DZ6         10  PQ-HDR-TAXYR  PIC 9(4).
058DZ7         10  PQ-HDR-PROGRAM PIC X(8).
058DZ8         10  PQ-HDR-MODE   PIC X.
058DZ9     05  PQ-TRAILER REDEFINES PQ-DETAIL.
058DY1         10  PQ-TRL-ID     PIC XX.
058DY2         10  PQ-TRL-DET-CNT PIC 9(5).
058DY3         10  PQ-TRL-FACT-HASH PIC 9(7)V9999.
058DY4         10  FILLER        PIC X(5).
      *----------------------------------------------------------------
      * PROOF-TWN-FACTOR-FILE: 25-byte TOWNSHIP-FACTOR-FILE layout for
      *   the PROOF run's township factors.
      *----------------------------------------------------------------
058DY5 FD  PROOF-TWN-FACTOR-FILE
058DY6     RECORD CONTAINS 25 CHARACTERS
058DY7     BLOCK CONTAINS 0 RECORDS
058DY8     LABEL RECORDS ARE STANDARD
058DY9     DATA RECORD IS PROOF-TWN-FACTOR-REC.
058DX1 01  PROOF-TWN-FACTOR-REC.
058DX2     05  PW-TAXYR      PIC 9(4).
058DX3     05  PW-QUAD       PIC 9.
058DX4     05  PW-TWNSHP     PIC XX.
058DX5     05  PW-EQFACT     PIC 99V9999.
058DX6     05  FILLER        PIC X(12).
      *----------------------------------------------------------------
      * FACTOR-CHANGE-FILE: 32-byte journal record, one per history
      *   overwrite (038-WRITE-JOURNAL).
      *        Approving supervisor's initials when the overwrite
      *        came from an approved C card; spaces on an overwrite
      *        journaled from a resubmitted add.
0058EN     05  CJ-SOURCE     PIC X.
058EN1         88  CJ-FROM-CHANGE           VALUE 'C'.
058EN2         88  CJ-FROM-ADD              VALUE 'A'.
      *        Card that caused the overwrite: 'C' an approved
      *        change card, 'A' a resubmitted add. Spaces on
      *        entries journaled before the source was carried.
0058EL     05  FILLER        PIC X(3).
00058C FD  RANGE-PARM-FILE
00058D     RECORD CONTAINS 17 CHARACTERS
00058E     BLOCK CONTAINS 0 RECORDS
00058F     LABEL RECORDS ARE STANDARD
00058G     DATA RECORD IS RANGE-PARM-REC.
00058H 01  RANGE-PARM-REC.
00058I     COPY REBRGPM01.
      *----------------------------------------------------------------
      * FACTOR-HISTORY-FILE: Cumulative keyed history, one record per
      *   year+quad ever validated. FH-KEY (year+quad) is the indexed
      *    match the certification card. Gates the FACTOR-FILE
      *    trailer: an uncertified file must not be sealed as good.
0070H2     88  CERT-FAILED                  VALUE 'Y'.
      *
      *    -- Extension cycle control --
      *    CYCLE-REFUSE stops the run before any output file opens
      *    when the cycle step this run follows has not finished
      *    clean for the deck's tax year (013-CHECK-CYCLE).
0070H3 77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
0070H4     88  CYCLE-EOF                    VALUE 'Y'.
0070H5 77  CYCLE-FOUND-SW    PIC X          VALUE 'N'.
0070H6     88  CYCLE-FOUND                  VALUE 'Y'.
0070H7 77  CYCLE-REFUSE-SW   PIC X          VALUE 'N'.
0070H8     88  CYCLE-REFUSED                VALUE 'Y'.
0070H9 77  CYC-YR            PIC X(4)       VALUE ZERO.
      *    Tax year off the first card in the deck -- the year this
      *    run is a cycle step for.
070H10 77  CYC-PRED-STEP     PIC X(4)       VALUE SPACES.
      *    Step code of the step this run must follow.
070H11 77  CYC-PRED-RC       PIC 99         VALUE ZERO.
      *    Return code of that step's latest run for the year.
00070I 77  CERT-CARD-CNT     PIC S9(4)      VALUE +0       COMP-3.
      *    Expected card count from the FINAL certification card.
00070J 77  CERT-OUT-CNT      PIC S9(4)      VALUE +0       COMP-3.
0070L6     88  FACTOR-PRE-EOF               VALUE 'Y'.
0070N1 77  WK-JRN-OLD        PIC 99V9999    VALUE ZERO.
0070N2 77  WK-JRN-NEW        PIC 99V9999    VALUE ZERO.
0070N3 77  WK-JRN-SRC        PIC X          VALUE SPACE.
      *    Old and new factor, and the source code for CJ-SOURCE,
      *    handed to 038-WRITE-JOURNAL by the two overwrite paths
      *    (040's duplicate-key REWRITE and 043's change card).
0070L7 77  WK-HDR-YR         PIC X(4)       VALUE ZERO.
      *    Tax year the FACTOR-FILE header carries -- the year off
      *    the first detail card written, or '0000' on a file sealed
      *    with the first detail (to carry that card's tax year), or
      *    found already on file by the restart preload.
0070L4     88  FT-HDR-WRITTEN               VALUE 'Y'.
      *    FT-DET-CNT, FT-HASH-TOT and FT-HDR-SW serve whichever
      *    factor file this run writes: FACTOR-FILE on a FINAL run,
      *    PROOF-FACTOR-FILE on a PROOF run. Only one is ever open.
00070M 77  RESTART-USED      PIC X          VALUE 'N'.
      *    Remembers that this run resumed from a restart key.
      *    RESTART-SWITCH itself is cleared by 030-READ-CARD once the
      * QUAD-TABLE: Valid quad codes, loaded once at startup
      *   (015-LOAD-QUADS) from the optional QUAD-PARM-FILE. Looked
      *   up by 022-CHECK-QUAD for every card in place of the old
      *   hardcoded 88 VALID-QUAD VALUE '1' THRU '4'. Holds every
      *   effective year on the file; only entries whose QT-EFF-YR
      *   equals QUAD-SET-YR count for the card being edited. Room
      *   for ten full sets of nine codes.
      *----------------------------------------------------------------
00105t 77  QUAD-CNT          PIC S999       VALUE +0       COMP-3.
00105u     88  QUAD-TABLE-FULL              VALUE +90.
00105v 77  QUAD-EOF-SW       PIC X          VALUE 'N'.
00105w     88  QUAD-EOF                     VALUE 'Y'.
00105x 77  QUAD-VALID-SW     PIC X          VALUE 'N'.
00105y     88  QUAD-IS-VALID                VALUE 'Y'.
00105z 01  QUAD-TABLE.
00106 *SKIP2
00106b     05  QUAD-ENTRY OCCURS 1 TO 90 TIMES
00106c             DEPENDING ON QUAD-CNT
00106d             INDEXED BY QUAD-IDX.
0106d1         10  QT-EFF-YR     PIC X(4).
00106e         10  QT-QUAD       PIC X.
      *----------------------------------------------------------------
      * Parameter sets in force: 021-SELECT-PARMS sets these to the
      *   effective year of the QUAD-, RANGE- and TOWNSHIP-PARM-FILE
      *   set that governs PARM-YR -- the highest effective year on
      *   file not after PARM-YR, or the earliest set on file when
      *   every set on file starts later (a back-year correction to
      *   a year before dated parameters were kept). PARM-YR is the
      *   tax year the sets were last chosen for, so the tables are
      *   scanned again only when the card deck moves to a new year.
      *----------------------------------------------------------------
0106d2 77  PARM-YR           PIC X(4)       VALUE SPACES.
0106d3 77  QUAD-SET-YR       PIC X(4)       VALUE SPACES.
0106d4 77  RANGE-SET-YR      PIC X(4)       VALUE SPACES.
0106d5 77  TWN-SET-YR        PIC X(4)       VALUE SPACES.
0106d6 77  LOW-SET-YR        PIC X(4)       VALUE SPACES.
      *----------------------------------------------------------------
      * QUAD-USED-TABLE: One flag per QUAD-TABLE entry, set when a
      *   quad-level factor is captured for that quad this run. At
0106e1 77  QUAD-USED-SUB     PIC S999       VALUE +0       COMP-3.
0106e2 77  MISS-CNT          PIC S999       VALUE +0       COMP-3.
0106e3 01  QUAD-USED-TABLE   VALUE SPACES.
0106e4     05  QU-FLAG OCCURS 90 TIMES PIC X.
0106e5         88  QUAD-GOT-FACTOR          VALUE 'Y'.
      *    -- Township CSV extract template (042-WRITE-TOWNSHIP) --
      *    Kept in its own 01 level: a group item following an OCCURS
      *   (027-LOAD-TOWNSHIPS) from the optional TOWNSHIP-PARM-FILE.
      *   Looked up by 023-CHECK-TOWNSHIP for every card punched with
      *   a township. No default entries: a site that has never
      *   supplied the file accepts no township cards. Every
      *   effective year on file is held; TWN-SET-YR picks the set.
      *----------------------------------------------------------------
0106k1 77  TWN-CNT           PIC S999       VALUE +0       COMP-3.
0106k2     88  TWN-TABLE-FULL               VALUE +500.
0106k3 77  TWN-EOF-SW        PIC X          VALUE 'N'.
0106k4     88  TWN-EOF                      VALUE 'Y'.
0106k5 77  TWN-VALID-SW      PIC X          VALUE 'N'.
0106k6     88  TWNSHP-IS-VALID              VALUE 'Y'.
0106k7 01  TWN-TABLE.
0106k8     05  TWN-ENTRY OCCURS 1 TO 500 TIMES
0106k9             DEPENDING ON TWN-CNT
0106l1             INDEXED BY TWN-IDX.
106l11         10  TN-EFF-YR     PIC X(4).
0106l2         10  TN-TWNSHP     PIC XX.
      *----------------------------------------------------------------
      * APPR-TABLE: Correction approvals, loaded once at startup
      *   valid card so a factor that's numeric and positive but
      *   outside the expected range for its quad still reaches
      *   FACTOR-FILE -- it just gets a CHECK FACTOR warning on the
      *   report line instead of sailing through unremarked. Every
      *   effective year on file is held; RANGE-SET-YR picks the set.
      *----------------------------------------------------------------
00106l 77  RANGE-CNT         PIC S999       VALUE +0       COMP-3.
00106m     88  RANGE-TABLE-FULL             VALUE +90.
00106n 77  RANGE-EOF-SW      PIC X          VALUE 'N'.
00106o     88  RANGE-EOF                    VALUE 'Y'.
00106p 77  WARN-SW           PIC X          VALUE 'N'.
00106q     88  WARN-ACTIVE                  VALUE 'Y'.
00106r 01  RANGE-TABLE.
00106s     05  RANGE-ENTRY OCCURS 1 TO 90 TIMES
00106t             DEPENDING ON RANGE-CNT
00106u             INDEXED BY RANGE-IDX.
0106u1         10  RG-EFF-YR     PIC X(4).
00106v         10  RG-QUAD       PIC X.
00106w         10  RG-LOW        PIC 99V9999.
00106x         10  RG-HIGH       PIC 99V9999.
0110B1     OPEN    INPUT CERT-CONTROL-FILE
0110B2     PERFORM 011-LOAD-CERT THRU 011-EXIT
0110B3     DISPLAY 'RUN MODE = ' RUN-MODE
      *    -- Prove the cycle step before this one complete --
      *    Done before a single output file opens: a refused FINAL
      *    run must not reach the OPEN OUTPUT FACTOR-FILE below,
      *    which would wipe the released file. A refused run writes
      *    nothing at all -- no report, no run log, no cycle record.
0110B4     PERFORM 013-CHECK-CYCLE THRU 013-EXIT
0110B5     IF      CYCLE-REFUSED
0110B6             MOVE 16 TO RETURN-CODE
0110B7             DISPLAY 'RUN REFUSED - NOTHING PROCESSED'
0110B8             STOP RUN
0110B9     END-IF
      *    -- Open the remaining files for processing --
      *    OPEN INPUT = open for reading; OPEN OUTPUT = open for
      *    writing (creates new file or overwrites existing).
      *    report quads the aborted run already captured.
00110R     PERFORM 015-LOAD-QUADS THRU 015-EXIT
      *    -- The released files open only on a FINAL run --
      *    A PROOF run writes nothing but the report, the reject
      *    file and the proof factor copies, so an uncertified
      *    factor can never reach the feed to ASHMA850 (it does read
      *    the history file -- see the ELSE below).
      *    -- Open FACTOR-FILE: OUTPUT on a fresh run (creates new
      *    file or overwrites an existing one), EXTEND on a restart
      *    run (appends after the records already written by the
      *    INPUT: the change/delete cards' history-match edit is part
      *    of the full proof edit, and a read mutates nothing. Only
      *    the FINAL run above may rewrite or delete.
      *    -- Its factors go to the proof copies instead, always
      *    OUTPUT: a PROOF run is rerun from the top, never resumed
      *    into an existing proof file.
0110O5     ELSE
0110O6         OPEN    INPUT FACTOR-HISTORY-FILE
110O61         OPEN    OUTPUT PROOF-FACTOR-FILE
110O62                        PROOF-TWN-FACTOR-FILE
0110O2     END-IF
      *    -- Capture today's date for report page headers --
      *    FUNCTION CURRENT-DATE returns a 21-character string:
0123C4        AND  NOT CERT-FAILED
0123C2             PERFORM 081-WRITE-FACTOR-TRAILER THRU 081-EXIT
0123C3     END-IF
      *    -- The proof copy is sealed the same way. A PROOF run
      *    that resumed from a restart card holds only the resumed
      *    portion, so it is left without a trailer too.
0123C5     IF      PROOF-RUN
0123C6        AND  NOT SEQ-ERROR
0123C7        AND  NOT CERT-ABORT
0123C8        AND  RESTART-USED NOT EQUAL TO 'Y'
0123C9             PERFORM 081A-WRITE-PROOF-TRAILER THRU 081A-EXIT
0123D1     END-IF
00123D     IF      FINAL-RUN
00123E             CLOSE   FACTOR-FILE
00123G                     TOWNSHIP-FILE
0123G1                     TOWNSHIP-FACTOR-FILE
0123G2                     FACTOR-CHANGE-FILE
0123G3                     TOWNSHIP-HIST-FILE
0123G4     ELSE
0123G5             CLOSE   PROOF-FACTOR-FILE
0123G6                     PROOF-TWN-FACTOR-FILE
00123H     END-IF
      *    -- Append this execution to the permanent run log --
      *    Written dead last, after every file above is closed, so
      *    the record carries the RETURN-CODE the run actually ends
      *    with.
00123I     PERFORM 085-WRITE-RUN-LOG THRU 085-EXIT
      *    -- Record this step on the cycle control file, likewise
      *    dead last --
0123I1     PERFORM 086-WRITE-CYCLE THRU 086-EXIT
      *    STOP RUN terminates the program and returns control
      *    to the OS. RETURN-CODE (default 0) becomes the exit
      *    code. In C: return 0; or exit(return_code);
0125Q6 011A-EXIT.
0125Q7     EXIT.
0125Q8*    SKIP3
      *----------------------------------------------------------------
      * 013-CHECK-CYCLE: Prove the cycle step this run follows
      *   finished clean for the deck's tax year.
      *
      *   Business logic:
      *     The tax year is taken off the deck's first card, read
      *     ahead here and the file closed again so 020-MAIN-LINE
      *     starts from the top as always. A PROOF run follows the
      *     CLREB024 assessed value edit (step '024 '); a FINAL run
      *     follows the CLREB025 impact review (step '025 '). The
      *     cycle control file is appended front to back, so one
      *     pass keeping the last matching record leaves that step's
      *     latest run in hand -- the same device as CLREB060's
      *     031-SCAN-LOG. No run at all, or a latest run that did
      *     not end with return code 00, refuses this one.
      *----------------------------------------------------------------
0125W1 013-CHECK-CYCLE.
0125W2     OPEN    INPUT CARD-FILE
0125W3     READ    CARD-FILE
0125W4             AT END
0125W5                 MOVE ZERO  TO CYC-YR
0125W6             NOT AT END
0125W7                 MOVE CD-YR TO CYC-YR
0125W8     END-READ
0125W9     CLOSE   CARD-FILE
0125X1     IF      PROOF-RUN
0125X2             MOVE '024 ' TO CYC-PRED-STEP
0125X3     ELSE
0125X4             MOVE '025 ' TO CYC-PRED-STEP
0125X5     END-IF
0125X6     OPEN    INPUT CYCLE-CONTROL-FILE
0125X7     READ    CYCLE-CONTROL-FILE
0125X8             AT END MOVE 'Y' TO CYCLE-EOF-SW
0125X9     END-READ
0125Y1     PERFORM 013A-SCAN-CYCLE THRU 013A-EXIT
0125Y2             UNTIL CYCLE-EOF
0125Y3     CLOSE   CYCLE-CONTROL-FILE
0125Y4     IF      NOT CYCLE-FOUND
0125Y5             DISPLAY 'STEP ' CYC-PRED-STEP
0125Y6                     ' HAS NOT RUN FOR TAX YEAR ' CYC-YR
0125Y7             MOVE 'Y' TO CYCLE-REFUSE-SW
0125Y8     ELSE
0125Y9         IF      CYC-PRED-RC NOT EQUAL TO ZERO
0125Z1                 DISPLAY 'STEP ' CYC-PRED-STEP
0125Z2                         ' ENDED RETURN CODE ' CYC-PRED-RC
0125Z3                         ' FOR TAX YEAR ' CYC-YR
0125Z4                 MOVE 'Y' TO CYCLE-REFUSE-SW
0125Z5         END-IF
0125Z6     END-IF.
0125Z7*    SKIP1
0125Z8 013-EXIT.
0125Z9     EXIT.
125Z9A*    SKIP1
125Z9B 013A-SCAN-CYCLE.
125Z9C     IF      CY-TAXYR EQUAL TO CYC-YR
125Z9D        AND  CY-STEP EQUAL TO CYC-PRED-STEP
125Z9E             MOVE 'Y'            TO CYCLE-FOUND-SW
125Z9F             MOVE CY-RETURN-CODE TO CYC-PRED-RC
125Z9G     END-IF
125Z9H     READ    CYCLE-CONTROL-FILE
125Z9I             AT END MOVE 'Y' TO CYCLE-EOF-SW
125Z9J     END-READ.
125Z9K*    SKIP1
125Z9L 013A-EXIT.
125Z9M     EXIT.
125Z9N*    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-QUADS: Load the set of valid quad codes.
      *
      *   Business logic:
      *     Reads QUAD-PARM-FILE to exhaustion, one quad code per
      *     table entry (016-STORE-QUAD), every effective year on
      *     the file together -- 021-SELECT-PARMS sorts out which
      *     set governs a card. If the file is absent or
      *     empty, QUAD-TABLE is left empty by the read loop, so
      *     019-DEFAULT-QUADS fills it with the original '1' thru
      *     '4' codes -- a site that has never supplied a parameter
00126C 016-STORE-QUAD.
00126D     ADD     1              TO QUAD-CNT
00126E     SET     QUAD-IDX       TO QUAD-CNT
126F01     MOVE    QP-EFF-YR      TO QT-EFF-YR (QUAD-IDX)
00126F     MOVE    QP-QUAD        TO QT-QUAD (QUAD-IDX)
00126G     READ    QUAD-PARM-FILE
00126H             AT END MOVE 'Y' TO QUAD-EOF-SW
00126I     END-READ.
00126L     EXIT.
00126M*    SKIP1
00126N 019-DEFAULT-QUADS.
      *    Effective year zero puts the default set in force for
      *    every tax year a card can carry.
126N01     MOVE    '0000'         TO QT-EFF-YR (1) QT-EFF-YR (2)
126N02                               QT-EFF-YR (3) QT-EFF-YR (4)
00126O     MOVE    '1'            TO QT-QUAD (1)
00126P     MOVE    '2'            TO QT-QUAD (2)
00126Q     MOVE    '3'            TO QT-QUAD (3)
00127V 026-STORE-RANGE.
00127W     ADD     1               TO RANGE-CNT
00127X     SET     RANGE-IDX       TO RANGE-CNT
127Y01     MOVE    RP-EFF-YR       TO RG-EFF-YR (RANGE-IDX)
00127Y     MOVE    RP-QUAD         TO RG-QUAD (RANGE-IDX)
00127Z     MOVE    RP-LOW          TO RG-LOW  (RANGE-IDX)
00127a     MOVE    RP-HIGH         TO RG-HIGH (RANGE-IDX)
00127g     EXIT.
00127h* SKIP1
00127i 029-DEFAULT-RANGES.
127i01     MOVE    '0000'     TO RG-EFF-YR (1) RG-EFF-YR (2)
127i02                           RG-EFF-YR (3) RG-EFF-YR (4)
00127j     MOVE    '1'        TO RG-QUAD (1)
00127k     MOVE    0.5000     TO RG-LOW  (1)
00127l     MOVE    8.0000     TO RG-HIGH (1)
0127B4 028-STORE-TOWNSHIP.
0127B5     ADD     1                  TO TWN-CNT
0127B6     SET     TWN-IDX            TO TWN-CNT
127B71     MOVE    TP-EFF-YR          TO TN-EFF-YR (TWN-IDX)
0127B7     MOVE    TP-TWNSHP          TO TN-TWNSHP (TWN-IDX)
0127B8     READ    TOWNSHIP-PARM-FILE
0127B9             AT END MOVE 'Y' TO TWN-EOF-SW
0127C1     END-READ.
      *    In C: if (!eof && !seqError) { ... }
00128      IF      NOT END-OF-CARD-FILE
00129        AND   NOT SEQ-ERROR
      *        -- Choose the parameter sets in force for this card's
      *        tax year, each time the deck moves to a new year, so
      *        the quad, township and range checks below edit an
      *        old year's correction against that year's parameters.
0129A1             IF      CD-YR NOT EQUAL TO PARM-YR
0129A2                     MOVE    CD-YR TO PARM-YR
0129A3                     PERFORM 021-SELECT-PARMS THRU 021-EXIT
0129A4             END-IF
      *        -- Look up CD-QUAD against the quad-code table loaded
      *        at startup by 015-LOAD-QUADS, so new district codes
      *        don't require a recompile. Sets QUAD-IS-VALID.
00142  020-EXIT.
00143      EXIT.
00144 *    SKIP3
      *----------------------------------------------------------------
      * 021-SELECT-PARMS: Pick the QUAD-, RANGE- and TOWNSHIP-PARM-
      *   FILE sets in force for tax year PARM-YR.
      *
      *   Business logic:
      *     Each parameter record carries the tax year its set takes
      *     effect, and the set in force for a year is the one with
      *     the highest effective year not after that year -- the
      *     2026 set keeps governing 2027 and later until a 2028 set
      *     is keyed. One pass over each table finds that year
      *     (021A/021B/021C), remembering the earliest effective year
      *     as it goes: when every set on file starts after PARM-YR,
      *     the earliest set governs, so a back-year correction keyed
      *     for a year before dated parameters were kept still edits
      *     against the oldest parameters there are. Each SET-YR is
      *     left at spaces only when its table is empty.
      *----------------------------------------------------------------
0144A1 021-SELECT-PARMS.
0144A2     MOVE    SPACES TO QUAD-SET-YR LOW-SET-YR
0144A3     PERFORM 021A-QUAD-SET THRU 021A-EXIT
0144A4             VARYING QUAD-IDX FROM 1 BY 1
0144A5             UNTIL   QUAD-IDX GREATER THAN QUAD-CNT
0144A6     IF      QUAD-SET-YR EQUAL TO SPACES
0144A7             MOVE LOW-SET-YR TO QUAD-SET-YR
0144A8     END-IF
0144A9     MOVE    SPACES TO RANGE-SET-YR LOW-SET-YR
0144B1     PERFORM 021B-RANGE-SET THRU 021B-EXIT
0144B2             VARYING RANGE-IDX FROM 1 BY 1
0144B3             UNTIL   RANGE-IDX GREATER THAN RANGE-CNT
0144B4     IF      RANGE-SET-YR EQUAL TO SPACES
0144B5             MOVE LOW-SET-YR TO RANGE-SET-YR
0144B6     END-IF
0144B7     MOVE    SPACES TO TWN-SET-YR LOW-SET-YR
0144B8     PERFORM 021C-TWN-SET THRU 021C-EXIT
0144B9             VARYING TWN-IDX FROM 1 BY 1
0144C1             UNTIL   TWN-IDX GREATER THAN TWN-CNT
0144C2     IF      TWN-SET-YR EQUAL TO SPACES
0144C3             MOVE LOW-SET-YR TO TWN-SET-YR
0144C4     END-IF.
0144C5*    SKIP1
0144C6 021-EXIT.
0144C7     EXIT.
0144C8*    SKIP1
0144C9 021A-QUAD-SET.
0144D1     IF      QT-EFF-YR (QUAD-IDX) NOT GREATER THAN PARM-YR
0144D2        AND  QT-EFF-YR (QUAD-IDX) GREATER THAN QUAD-SET-YR
0144D3             MOVE QT-EFF-YR (QUAD-IDX) TO QUAD-SET-YR
0144D4     END-IF
0144D5     IF      LOW-SET-YR EQUAL TO SPACES
0144D6        OR   QT-EFF-YR (QUAD-IDX) LESS THAN LOW-SET-YR
0144D7             MOVE QT-EFF-YR (QUAD-IDX) TO LOW-SET-YR
0144D8     END-IF.
0144D9*    SKIP1
0144E1 021A-EXIT.
0144E2     EXIT.
0144E3*    SKIP1
0144E4 021B-RANGE-SET.
0144E5     IF      RG-EFF-YR (RANGE-IDX) NOT GREATER THAN PARM-YR
0144E6        AND  RG-EFF-YR (RANGE-IDX) GREATER THAN RANGE-SET-YR
0144E7             MOVE RG-EFF-YR (RANGE-IDX) TO RANGE-SET-YR
0144E8     END-IF
0144E9     IF      LOW-SET-YR EQUAL TO SPACES
0144F1        OR   RG-EFF-YR (RANGE-IDX) LESS THAN LOW-SET-YR
0144F2             MOVE RG-EFF-YR (RANGE-IDX) TO LOW-SET-YR
0144F3     END-IF.
0144F4*    SKIP1
0144F5 021B-EXIT.
0144F6     EXIT.
0144F7*    SKIP1
0144F8 021C-TWN-SET.
0144F9     IF      TN-EFF-YR (TWN-IDX) NOT GREATER THAN PARM-YR
0144G1        AND  TN-EFF-YR (TWN-IDX) GREATER THAN TWN-SET-YR
0144G2             MOVE TN-EFF-YR (TWN-IDX) TO TWN-SET-YR
0144G3     END-IF
0144G4     IF      LOW-SET-YR EQUAL TO SPACES
0144G5        OR   TN-EFF-YR (TWN-IDX) LESS THAN LOW-SET-YR
0144G6             MOVE TN-EFF-YR (TWN-IDX) TO LOW-SET-YR
0144G7     END-IF.
0144G8*    SKIP1
0144G9 021C-EXIT.
0144H1     EXIT.
0144H2*    SKIP3
      *----------------------------------------------------------------
      * 022-CHECK-QUAD: Test CD-QUAD against the valid-quad table.
      *
      *   Business logic:
      *     Linear SEARCH of QUAD-TABLE (loaded at startup by
      *     015-LOAD-QUADS) for an entry equal to CD-QUAD in the
      *     set 021-SELECT-PARMS chose for the card's year. Sets
      *     QUAD-VALID-SW accordingly; 020-MAIN-LINE tests the
      *     result via the QUAD-IS-VALID condition-name.
      *----------------------------------------------------------------
00144E             AT END
00144F                 CONTINUE
00144G             WHEN QT-QUAD (QUAD-IDX) EQUAL TO CD-QUAD
144G01              AND QT-EFF-YR (QUAD-IDX) EQUAL TO QUAD-SET-YR
00144H                 MOVE 'Y' TO QUAD-VALID-SW
00144I     END-SEARCH.
00144J*    SKIP1
      *   Business logic:
      *     Blank township = a quad-level card, always valid. A
      *     punched township must be numeric and present in TWN-TABLE
      *     (loaded at startup by 027-LOAD-TOWNSHIPS) within the set
      *     in force for the card's year. The SEARCH is
      *     guarded by TWN-CNT so an empty table -- no parameter file
      *     supplied -- rejects every township card rather than
      *     searching a zero-length table.
0144O2                             CONTINUE
0144O3                         WHEN TN-TWNSHP (TWN-IDX)
0144O4                                 EQUAL TO CD-TWNSHP
144O41                          AND TN-EFF-YR (TWN-IDX)
144O42                                 EQUAL TO TWN-SET-YR
0144O5                             MOVE 'Y' TO TWN-VALID-SW
0144O6                 END-SEARCH
0144O7         END-IF
      *
      *   Business logic:
      *     Linear SEARCH of RANGE-TABLE (loaded at startup by
      *     025-LOAD-RANGES) for the entry matching CD-QUAD in the
      *     set in force for the card's year, then
      *     compares CD-FACTOR-RD against that entry's RG-LOW/RG-HIGH.
      *     Sets WARN-SW and moves WARN-MESG into WK-MESG when the
      *     factor is out of range, or SPACES otherwise -- this only
00144R             AT END
00144S                 CONTINUE
00144T             WHEN RG-QUAD (RANGE-IDX) EQUAL TO CD-QUAD
144T01              AND RG-EFF-YR (RANGE-IDX) EQUAL TO RANGE-SET-YR
00144U                 IF  CD-FACTOR-RD LESS THAN RG-LOW (RANGE-IDX)
00144V                 OR  CD-FACTOR-RD GREATER THAN RG-HIGH (RANGE-IDX)
00144W                     MOVE 'Y' TO WARN-SW
0161J4     MOVE    RS-DATE       TO  FT-HDR-RUN-DATE
0161J5     MOVE    WK-HDR-YR     TO  FT-HDR-TAXYR
0161J6     MOVE    'CLREB020'    TO  FT-HDR-PROGRAM
161J61     MOVE    'F'           TO  FT-HDR-MODE
0161J7     WRITE   FACTOR-REC
0161J8     MOVE    'Y'           TO  FT-HDR-SW.
0161J9*    SKIP1
0161K1 039-EXIT.
0161K2     EXIT.
0161K3*    SKIP3
      *----------------------------------------------------------------
      * 039A-WRITE-PROOF-HEADER: Put the header record on
      *   PROOF-FACTOR-FILE.
      *
      *   Business logic:
      *     039-WRITE-FACTOR-HEADER for the PROOF run's copy, with the
      *     mode byte stamped 'P' so no extension or transmittal step
      *     can mistake the file for a certified release.
      *----------------------------------------------------------------
161K01 039A-WRITE-PROOF-HEADER.
161K02     MOVE    SPACES        TO  PROOF-FACTOR-REC
161K03     MOVE    'HD'          TO  PQ-HDR-ID
161K04     MOVE    RS-DATE       TO  PQ-HDR-RUN-DATE
161K05     MOVE    WK-HDR-YR     TO  PQ-HDR-TAXYR
161K06     MOVE    'CLREB020'    TO  PQ-HDR-PROGRAM
161K07     MOVE    'P'           TO  PQ-HDR-MODE
161K08     WRITE   PROOF-FACTOR-REC
161K09     MOVE    'Y'           TO  FT-HDR-SW.
161K10*    SKIP1
161K11 039A-EXIT.
161K12     EXIT.
161K13*    SKIP1
      *----------------------------------------------------------------
      * 039B-WRITE-PROOF-FACTOR: Write this card's factor to
      *   PROOF-FACTOR-FILE.
      *
      *   Business logic:
      *     The PROOF-run counterpart of the FACTOR-FILE write in
      *     040-CREATE-FACTOR and 043-APPLY-CHANGE: header first if
      *     this is the first factor, then the detail, counted into
      *     the same trailer totals a FINAL run would carry. The
      *     history file is not touched -- it is open INPUT only.
      *----------------------------------------------------------------
161K14 039B-WRITE-PROOF-FACTOR.
161K15     IF      NOT FT-HDR-WRITTEN
161K16             MOVE    CD-YR TO WK-HDR-YR
161K17             PERFORM 039A-WRITE-PROOF-HEADER THRU 039A-EXIT
161K18     END-IF
161K19     MOVE    SPACES        TO  PROOF-FACTOR-REC
161K20     MOVE    CD-YR         TO  PQ-TAXYR
161K21     MOVE    CD-QUAD       TO  PQ-QUAD
161K22     MOVE    CD-FACTOR-RD  TO  PQ-EQFACT
161K23     WRITE   PROOF-FACTOR-REC
161K24     ADD     +1            TO FT-DET-CNT
161K25     ADD     CD-FACTOR-RD  TO FT-HASH-TOT.
161K26*    SKIP1
161K27 039B-EXIT.
161K28     EXIT.
161K29*    SKIP3
      *----------------------------------------------------------------
      * 037-REWRITE-TWN-HISTORY: Replace a township history record
      *   that blocked an add with a duplicate key.
      *     in CHANGE-TABLE for the FACTORS CHANGED report section.
      *     An overwrite with an identical factor (a straight rerun
      *     of the same deck) destroys nothing and is not journaled.
      *     Callers set WK-JRN-OLD / WK-JRN-NEW / WK-JRN-SRC; FH-KEY
      *     still holds the record's key.
      *----------------------------------------------------------------
0161L1 038-WRITE-JOURNAL.
0161L2     IF      WK-JRN-OLD NOT EQUAL TO WK-JRN-NEW
0161L7             MOVE    WK-JRN-NEW    TO  CJ-NEW-FACT
0161L8             MOVE    RS-DATE       TO  CJ-RUN-DATE
161L81             MOVE    WK-APPR-INIT  TO  CJ-APPR-INIT
161L82             MOVE    WK-JRN-SRC    TO  CJ-SOURCE
0161L9             WRITE   FACTOR-CHANGE-REC
0161M1             IF      NOT CHANGE-TABLE-FULL
0161M2                     ADD     1             TO CHANGE-CNT
0161P5                 CONTINUE
0161P6             NOT INVALID KEY
0161P7                 MOVE    FH-EQFACT TO WK-JRN-OLD
161P71                 MOVE    'A'       TO WK-JRN-SRC
0161P8                 PERFORM 038-WRITE-JOURNAL THRU 038-EXIT
0161P9     END-READ
0161Q1     MOVE    WK-JRN-NEW TO FH-EQFACT
      *    -- Steps 2-7 release the factor, so they happen only on a
      *    FINAL run. On a PROOF run the released factor files are
      *    not open (see 010-BEGIN), and their record buffers must
      *    not be touched; the factor goes to PROOF-FACTOR-FILE.
00164      IF      FINAL-RUN
      *        -- Header goes on first, carrying this card's tax
      *        year; on a restart the preload already found it. It
00168H                     PERFORM 049-REWRITE-HISTORY
00168K                             THRU 049-EXIT
00168I             END-WRITE
0168I1     ELSE
      *        -- PROOF run: the same factor goes to the proof copy --
0168I2             PERFORM 039B-WRITE-PROOF-FACTOR THRU 039B-EXIT
00168J     END-IF.
00169 *    SKIP1
00170  040-EXIT.
      *                factor: journal it before it is destroyed.
0172M1                     MOVE    FH-EQFACT     TO  WK-JRN-OLD
0172M2                     MOVE    CD-FACTOR-RD  TO  WK-JRN-NEW
172M21                     MOVE    'C'           TO  WK-JRN-SRC
0172M3                     PERFORM 038-WRITE-JOURNAL THRU 038-EXIT
0172M4                     MOVE    CD-FACTOR-RD  TO  FH-EQFACT
0172M5                     REWRITE FACTOR-HISTORY-REC
0172N7                     ADD     +1            TO FT-DET-CNT
0172N8                     ADD     CD-FACTOR-RD  TO FT-HASH-TOT
0172N9     END-IF
      *    -- On a PROOF run the corrected factor goes to the proof
      *    copy, so the proof file shows what FINAL would release.
172N91     IF      PROOF-RUN
172N92        AND  NOT TRANS-FAILED
172N93             PERFORM 039B-WRITE-PROOF-FACTOR THRU 039B-EXIT
172N94     END-IF
0172P2     IF      NOT TRANS-FAILED
0172P3             ADD     +1 TO OUT-CNT
0172P4             SET     QUAD-USED-SUB TO QUAD-IDX
      *   Business logic:
      *     The township counterpart of 040-CREATE-FACTOR: counts the
      *     factor on PROOF and FINAL runs alike, writes the 25-byte
      *     record to TOWNSHIP-FACTOR-FILE only on a FINAL run (to
      *     PROOF-TWN-FACTOR-FILE on a PROOF run).
      *     Township factors stay out of FACTOR-FILE (ASHMA850/855/
      *     857 extend by quad) and out of FACTOR-HISTORY-FILE (its
      *     key has no township).
0172L5                     PERFORM 037-REWRITE-TWN-HISTORY
0172L6                             THRU 037-EXIT
0172L7             END-WRITE
0172L8     ELSE
0172L9             MOVE    SPACES        TO  PROOF-TWN-FACTOR-REC
0172M0             MOVE    CD-YR         TO  PW-TAXYR
172M01             MOVE    CD-QUAD       TO  PW-QUAD
172M02             MOVE    CD-TWNSHP     TO  PW-TWNSHP
172M03             MOVE    CD-FACTOR-RD  TO  PW-EQFACT
172M04             WRITE   PROOF-TWN-FACTOR-REC
0172K1     END-IF.
0172K2*    SKIP1
0172K3 046-EXIT.
0261G2*    SKIP1
0261G3 081-EXIT.
0261G4     EXIT.
0261G5*    SKIP1
      *----------------------------------------------------------------
      * 081A-WRITE-PROOF-TRAILER: Seal PROOF-FACTOR-FILE, exactly as
      *   081-WRITE-FACTOR-TRAILER seals FACTOR-FILE.
      *----------------------------------------------------------------
0261G6 081A-WRITE-PROOF-TRAILER.
0261G7     IF      NOT FT-HDR-WRITTEN
0261G8             MOVE    ZERO TO WK-HDR-YR
0261G9             PERFORM 039A-WRITE-PROOF-HEADER THRU 039A-EXIT
0261H1     END-IF
0261H2     MOVE    SPACES        TO  PROOF-FACTOR-REC
0261H3     MOVE    'TR'          TO  PQ-TRL-ID
0261H4     MOVE    FT-DET-CNT    TO  PQ-TRL-DET-CNT
0261H5     MOVE    FT-HASH-TOT   TO  PQ-TRL-FACT-HASH
0261H6     WRITE   PROOF-FACTOR-REC.
0261H7*    SKIP1
0261H8 081A-EXIT.
0261H9     EXIT.
0261I0*    SKIP3
      *----------------------------------------------------------------
      * 082-CHECK-MISSING: Name every quad that got no factor card.
      *
      *     nothing, and ends the run with a warning-level
      *     RETURN-CODE 4 so the scheduler holds the downstream
      *     extension steps. A clean run prints no section.
      *
      *     Only the quad set in force for the run's tax year is
      *     expected: a quad added for a later year, or dropped
      *     from this year's set, is not missing. A run that
      *     captured no factor card has no tax year, so it is
      *     measured against the latest set on file.
      *----------------------------------------------------------------
0261A1 082-CHECK-MISSING.
0261A2     MOVE    ZERO TO MISS-CNT
261A21     IF      WK-HDR-YR EQUAL TO ZERO
261A22             MOVE '9999'     TO PARM-YR
261A23     ELSE
261A24             MOVE WK-HDR-YR  TO PARM-YR
261A25     END-IF
261A26     PERFORM 021-SELECT-PARMS THRU 021-EXIT
0261A3     PERFORM 083-COUNT-MISSING THRU 083-EXIT
0261A4             VARYING QUAD-USED-SUB FROM 1 BY 1
0261A5             UNTIL   QUAD-USED-SUB GREATER THAN QUAD-CNT
0261C3*    SKIP1
0261C4 083-COUNT-MISSING.
0261C5     IF      NOT QUAD-GOT-FACTOR (QUAD-USED-SUB)
261C51        AND  QT-EFF-YR (QUAD-USED-SUB) EQUAL TO QUAD-SET-YR
0261C6             ADD +1 TO MISS-CNT
0261C7     END-IF.
0261C8*    SKIP1
0261D2*    SKIP1
0261D3 084-PRINT-MISSING.
0261D4     IF      NOT QUAD-GOT-FACTOR (QUAD-USED-SUB)
261D41        AND  QT-EFF-YR (QUAD-USED-SUB) EQUAL TO QUAD-SET-YR
0261D5             MOVE    QT-QUAD (QUAD-USED-SUB) TO MISS-QUAD
0261D6             WRITE   PRINT-REC FROM MISS-LINE
0261D7                     AFTER ADVANCING 2
00262O*    SKIP1
00262P 085-EXIT.
00262Q     EXIT.
0262Q1*    SKIP3
      *----------------------------------------------------------------
      * 086-WRITE-CYCLE: Append this run to the cycle control file.
      *
      *   Business logic:
      *     Step '020P' on a PROOF run, '020F' on a FINAL run, for
      *     the tax year 013-CHECK-CYCLE proved, carrying the three
      *     control counts, the factor hash total and the RETURN-
      *     CODE the run ends with. The next step of the cycle
      *     checks exactly this record.
      *----------------------------------------------------------------
0262Q2 086-WRITE-CYCLE.
0262Q3     OPEN    EXTEND CYCLE-CONTROL-FILE
0262Q4     MOVE    SPACES        TO CYCLE-CONTROL-REC
0262Q5     MOVE    CYC-YR        TO CY-TAXYR
0262Q6     IF      PROOF-RUN
0262Q7             MOVE '020P'   TO CY-STEP
0262Q8     ELSE
0262Q9             MOVE '020F'   TO CY-STEP
0262R1     END-IF
0262R2     MOVE    'CLREB020'    TO CY-PROGRAM
0262R3     MOVE    RS-DATE       TO CY-RUN-DATE
0262R4     MOVE    RS-TIME       TO CY-RUN-TIME
0262R5     MOVE    RETURN-CODE   TO CY-RETURN-CODE
0262R6     MOVE    IN-CNT        TO CY-IN-CNT
0262R7     MOVE    OUT-CNT       TO CY-OUT-CNT
0262R8     MOVE    ERROR-CNT     TO CY-ERR-CNT
0262R9     MOVE    FT-HASH-TOT   TO CY-CTL-TOT
0262S1     WRITE   CYCLE-CONTROL-REC
0262S2     CLOSE   CYCLE-CONTROL-FILE.
0262S3*    SKIP1
0262S4 086-EXIT.
0262S5     EXIT.
      *----------------------------------------------------------------
      * 090-CERT-WORKSHEET: Print the certification worksheet on a
      *   PROOF run.
00272      WRITE   PRINT-REC FROM CERT-DATE-LINE
00273              AFTER ADVANCING 2
00274      ADD     +12 TO LINE-CNT
00275      DISPLAY 'PROOF RUN - PROOF FACTOR FILES ONLY'.
00276 *    SKIP1
00277  090-EXIT.
00278      EXIT.
