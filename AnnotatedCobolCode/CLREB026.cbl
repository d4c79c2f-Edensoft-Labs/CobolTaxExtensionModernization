      *================================================================
      * PROGRAM: CLREB026 - Board of Review Adjustment
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   CLREB025 applied the factors to the Assessor's valuations
      *   exactly as CLREB024 edited them. But the Board of Review
      *   changes those valuations on appeal before any factor
      *   applies, so the impact report was measuring a base that
      *   no longer existed. This program is the Board stage between
      *   CLREB024 and CLREB025: it applies the Board's adjustments
      *   to the edited ASSESSED-FILE and writes a post-Board file,
      *   in the same layout and sealed with the same header and
      *   control-total trailer, for CLREB025 to read in its place.
      *
      *   Each adjustment carries a reason code and a signed dollar
      *   change, keyed year+quad+class like REBASVRD01. A change to
      *   a class detail also moves its quad summary by the same
      *   amount, so the class details still tie to the summary the
      *   way CLREB025's class roll-up proof demands. A quad that
      *   carries class details can only be adjusted through them.
      *
      *   The register prints the adjustments and their
      *   dispositions, then the Assessor total, Board change and
      *   post-Board total for every quad and class on the file,
      *   with county totals over the quad summaries.
      *
      * INPUT:   ASSESSED-FILE   - 80-byte edited assessed values
      *                            (copybook REBASVRD01) with header
      *                            and trailer, from CLREB024
      *          ADJUST-FILE     - 80-byte Board of Review adjustment
      *                            cards, in the order the Board
      *                            decided them
      * OUTPUT:  POST-BOARD-FILE - 80-byte post-Board assessed values,
      *                            REBASVRD01 layout, header first and
      *                            count/control-total trailer last
      *          REJECT-FILE     - 80-byte images of rejected
      *                            adjustments
      *          PRINT-FILE      - 133-byte Board of Review register
      *
      * VALIDATION RULES:
      *   1. Year, quad and dollar change must be numeric; the class
      *      is blank or numeric; the reason code must be punched
      *   2. The year+quad+class must be on ASSESSED-FILE
      *   3. A blank-class adjustment is refused for a quad that
      *      carries class details -- the details would no longer
      *      tie to the summary
      *   4. The change may not drive the value (or, for a class,
      *      its quad summary) below zero, counting every earlier
      *      adjustment to the same record
      *
      * ERROR HANDLING:
      *   - Rejected adjustments are listed with their reason,
      *     written to REJECT-FILE, and the run ends RETURN-CODE = 4
      *   - ASSESSED-FILE header or trailer missing, or its count/
      *     control total out of balance: nothing is written to the
      *     post-Board file and the run ends RETURN-CODE = 12
      *   - Value table full before end of ASSESSED-FILE: nothing
      *     is written and the run ends RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB026.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL APPLY THE BOARD OF REVIEW
00007 *         ADJUSTMENTS TO THE EDITED ASSESSED VALUES AND PUT THE
00008 *         POST BOARD VALUES OUT ON A BALANCED DISK FILE.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT ASSESSED-FILE ASSIGN TO UT-S-ASMVAL.
      *        OPTIONAL: a year the Board changed nothing still runs
      *        the stage, and the post-Board file is the Assessor's
      *        file re-sealed.
00017      SELECT OPTIONAL ADJUST-FILE ASSIGN TO UT-S-BORADJ.
00018      SELECT POST-BOARD-FILE ASSIGN TO UT-S-ASMBOR.
00019      SELECT REJECT-FILE ASSIGN TO UT-S-BORREJ.
00020      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00021 *    SKIP3
00022  DATA DIVISION.
00023  FILE SECTION.
00024  FD  ASSESSED-FILE
00025      RECORD CONTAINS 80 CHARACTERS
00026      BLOCK CONTAINS 0 RECORDS
00027      LABEL RECORDS ARE STANDARD
00028      DATA RECORD IS ASSESSED-REC.
00029  01  ASSESSED-REC.
00030      COPY REBASVRD01.
      *----------------------------------------------------------------
      * ADJUST-FILE: One card per Board of Review decision. The
      *   change is signed, sign in col 10 ahead of thirteen digits
      *   of dollars: -0000000012500 lowers the value by $12,500.
      *----------------------------------------------------------------
00031  FD  ADJUST-FILE
00032      RECORD CONTAINS 80 CHARACTERS
00033      BLOCK CONTAINS 0 RECORDS
00034      LABEL RECORDS ARE STANDARD
00035      DATA RECORD IS ADJUST-REC.
00036  01  ADJUST-REC.
00037      05  BA-KEY.
00038          10  BA-TAXYR      PIC X(4).
00039          10  BA-QUAD       PIC X.
00040          10  BA-CLASS      PIC XX.
00041      05  BA-REASON         PIC XX.
      *        Board of Review reason code, carried to the register.
00042      05  BA-CHANGE         PIC X(14).
00043      05  BA-CHANGE-RD REDEFINES BA-CHANGE
00044                            PIC S9(13) SIGN IS LEADING SEPARATE.
00045      05  FILLER            PIC X(57).
      *----------------------------------------------------------------
      * POST-BOARD-FILE: The REBASVRD01 layout field for field, so
      *   CLREB025 reads it exactly as it reads CLREB024's file.
      *   Independent 01-level: ASSESSED-REC already carries the
      *   copybook names, and this compiler's COPY REPLACING does
      *   not reach inside a hyphenated data name.
      *----------------------------------------------------------------
00046  FD  POST-BOARD-FILE
00047      RECORD CONTAINS 80 CHARACTERS
00048      BLOCK CONTAINS 0 RECORDS
00049      LABEL RECORDS ARE STANDARD
00050      DATA RECORD IS POST-BOARD-REC.
00051  01  POST-BOARD-REC.
00052      05  PB-DETAIL.
00053          10  PB-TAXYR      PIC X(4).
00054          10  PB-QUAD       PIC X.
00055          10  PB-ASSESSED   PIC 9(13).
00056          10  PB-CLASS      PIC XX.
00057          10  FILLER        PIC X(60).
00058      05  PB-HEADER REDEFINES PB-DETAIL.
00059          10  PB-HDR-ID     PIC XX.
00060          10  PB-HDR-RUN-DATE PIC X(8).
00061          10  PB-HDR-TAXYR  PIC 9(4).
00062          10  PB-HDR-PROGRAM PIC X(8).
00063          10  FILLER        PIC X(58).
00064      05  PB-TRAILER REDEFINES PB-DETAIL.
00065          10  PB-TRL-ID     PIC XX.
00066          10  PB-TRL-DET-CNT PIC 9(5).
00067          10  PB-TRL-ASSD-TOT PIC 9(15).
00068          10  FILLER        PIC X(58).
00069 *    SKIP1
00070  FD  REJECT-FILE
00071      RECORD CONTAINS 80 CHARACTERS
00072      BLOCK CONTAINS 0 RECORDS
00073      LABEL RECORDS ARE STANDARD
00074      DATA RECORD IS REJECT-REC.
00075  01  REJECT-REC        PIC X(80).
00076 *    SKIP1
00077  FD  PRINT-FILE
00078      LABEL RECORDS ARE STANDARD
00079      RECORD CONTAINS 133 CHARACTERS
00080      BLOCK CONTAINS 0 RECORDS
00081      DATA RECORD IS PRINT-REC.
00082  01  PRINT-REC         PIC X(133).
00083 *    SKIP3
00084 ****************  WORKING STORAGE STARTS HERE  *******************
00085 *    SKIP1
00086  WORKING-STORAGE SECTION.
00087  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00088  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00089  77  ERR-MESG          PIC X(11)      VALUE 'NOT NUMERIC'.
00090  77  RSN-MESG          PIC X(14)      VALUE 'NO REASON CODE'.
00091  77  NOF-MESG          PIC X(11)      VALUE 'NOT ON FILE'.
00092  77  CLS-MESG          PIC X(16)      VALUE 'QUAD HAS CLASSES'.
00093  77  NEG-MESG          PIC X(17)      VALUE 'WOULD GO NEGATIVE'.
00094  77  ADJ-CNT           PIC S999       VALUE +0       COMP-3.
      *    Adjustment cards read.
00095  77  APPLIED-CNT       PIC S999       VALUE +0       COMP-3.
00096  77  ERROR-CNT         PIC S999       VALUE +0       COMP-3.
      *    Adjustments rejected.
00097  77  OUT-CNT           PIC S999       VALUE +0       COMP-3.
      *    Detail records written to the post-Board file.
00098  77  ASSESSED-EOF-SW   PIC X          VALUE 'N'.
00099      88  ASSESSED-EOF                 VALUE 'Y'.
00100  77  ADJUST-EOF-SW     PIC X          VALUE 'N'.
00101      88  ADJUST-EOF                   VALUE 'Y'.
00102  77  BAL-FAIL-SW       PIC X          VALUE 'N'.
      *    Set when ASSESSED-FILE fails its header/trailer proof or
      *    the value table fills; no post-Board file is written.
00103      88  BAL-FAILED                   VALUE 'Y'.
00104  77  AV-HDR-SEEN-SW    PIC X          VALUE 'N'.
00105      88  AV-HDR-SEEN                  VALUE 'Y'.
00106  77  AV-TRL-SEEN-SW    PIC X          VALUE 'N'.
00107      88  AV-TRL-SEEN                  VALUE 'Y'.
00108  77  KEY-FOUND-SW      PIC X          VALUE 'N'.
00109      88  KEY-FOUND                    VALUE 'Y'.
00110  77  PART-SW           PIC X          VALUE 'A'.
      *    Which column headings the page break prints: A for the
      *    adjustment listing, R for the value register.
00111      88  PART-ADJUSTMENTS             VALUE 'A'.
00112  77  WK-HDR-YR         PIC X(4)       VALUE ZERO.
      *    Tax year off the ASSESSED-FILE header, carried to the
      *    post-Board header.
00113  77  ASD-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00114  77  ASD-TOT           PIC S9(15)     VALUE +0       COMP-3.
00115  77  EXP-ASD-CNT       PIC S9(5)      VALUE +0       COMP-3.
00116  77  EXP-ASD-TOT       PIC S9(15)     VALUE +0       COMP-3.
00117  77  PB-DET-CNT        PIC S9(5)      VALUE +0       COMP-3.
00118  77  PB-ASSD-TOT       PIC S9(15)     VALUE +0       COMP-3.
      *    Post-Board file trailer accumulators, over every detail
      *    written -- the same scope as CLREB024's trailer total.
00119  77  TOT-ASSESSOR      PIC S9(15)     VALUE +0       COMP-3.
00120  77  TOT-CHANGE        PIC S9(15)     VALUE +0       COMP-3.
00121  77  TOT-POST          PIC S9(15)     VALUE +0       COMP-3.
      *    County totals, over the quad summaries only, the way
      *    CLREB025 forms its county figures.
00122  77  WK-POST-VALUE     PIC S9(15)     VALUE +0       COMP-3.
00123  77  WK-NEW-VALUE      PIC S9(15)     VALUE +0       COMP-3.
00124  77  ADJ-SUB           PIC S999       VALUE +0       COMP-3.
00125  77  SUM-SUB           PIC S999       VALUE +0       COMP-3.
00126 *    SKIP1
00127  01  WORK-AREA.
00128      05 RUN-STAMP.
00129        10 RS-DATE    PIC X(8).
00130        10 RS-TIME    PIC X(6).
      *    -- Key being looked up on the value table --
00131      05 WK-FIND-KEY.
00132         10 WK-FIND-YR   PIC X(4).
00133         10 WK-FIND-QUAD PIC X.
00134         10 WK-FIND-CLS  PIC XX.
00135      05 DATE-LINE.
00136         10 FILLER     PIC X(11)      VALUE SPACES.
00137         10 DATE-DT    PIC X(8).
00138      05 HDG-LINE.
00139         10 FILLER     PIC X(11)      VALUE SPACES.
00140         10 FILLER     PIC X(40)      VALUE 'CLREB026'.
00141         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00142 -        'Y  CLERK'.
00143         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00144         10 HDG-PG     PIC ZZ9.
00145      05  TTL-LINE.
00146         10 FILLER     PIC X(46)      VALUE SPACES.
00147         10 FILLER     PIC X(16)      VALUE 'BOARD  OF  REVIE'.
00148         10 FILLER     PIC X(11)      VALUE 'W  REGISTER'.
00149      05  TTL-LINE2.
00150         10 FILLER     PIC X(7)       VALUE SPACES.
00151         10 FILLER     PIC X(7)       VALUE 'YEAR'.
00152         10 FILLER     PIC X(7)       VALUE 'QUAD'.
00153         10 FILLER     PIC X(6)       VALUE 'CLS'.
00154         10 FILLER     PIC X(8)       VALUE 'REASON'.
00155         10 FILLER     PIC X(22)      VALUE '      BOARD CHANGE'.
00156         10 FILLER     PIC X(18)      VALUE 'DISPOSITION'.
00157      05  TTL-LINE3.
00158         10 FILLER     PIC X(7)       VALUE SPACES.
00159         10 FILLER     PIC X(7)       VALUE 'YEAR'.
00160         10 FILLER     PIC X(7)       VALUE 'QUAD'.
00161         10 FILLER     PIC X(6)       VALUE 'CLS'.
00162         10 FILLER     PIC X(21)      VALUE '     ASSESSOR TOTAL'.
00163         10 FILLER     PIC X(22)      VALUE '      BOARD CHANGE'.
00164         10 FILLER     PIC X(20)      VALUE '   POST-BOARD TOTAL'.
      *----------------------------------------------------------------
      * ADJ-LINE: one listing line per adjustment card.
      *----------------------------------------------------------------
00165      05  ADJ-LINE.
00166         10 FILLER     PIC X(7)       VALUE SPACES.
00167         10 AL-YR      PIC X(4).
00168         10 FILLER     PIC X(3)       VALUE SPACES.
00169         10 AL-QUAD    PIC X.
00170         10 FILLER     PIC X(4)       VALUE SPACES.
00171         10 AL-CLS     PIC XX.
00172         10 FILLER     PIC X(5)       VALUE SPACES.
00173         10 AL-REASON  PIC XX.
00174         10 FILLER     PIC X(4)       VALUE SPACES.
00175         10 AL-CHANGE  PIC +ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00176         10 FILLER     PIC X(4)       VALUE SPACES.
00177         10 AL-MESG    PIC X(18)      VALUE SPACES.
      *----------------------------------------------------------------
      * WORK-LINE: one register line per quad summary or class
      *   detail on the file.
      *----------------------------------------------------------------
00178      05  WORK-LINE.
00179         10 FILLER     PIC X(7)       VALUE SPACES.
00180         10 WK-YR      PIC X(4).
00181         10 FILLER     PIC X(3)       VALUE SPACES.
00182         10 WK-QUAD    PIC X.
00183         10 FILLER     PIC X(4)       VALUE SPACES.
00184         10 WK-CLS     PIC XX.
00185         10 FILLER     PIC X(4)       VALUE SPACES.
00186         10 WK-ASSESSOR PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00187         10 FILLER     PIC X(4)       VALUE SPACES.
00188         10 WK-CHANGE  PIC +ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00189         10 FILLER     PIC X(4)       VALUE SPACES.
00190         10 WK-POST    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00191      05  TOT-LINE.
00192         10 FILLER     PIC X(7)       VALUE SPACES.
00193         10 FILLER     PIC X(14)      VALUE 'COUNTY TOTAL'.
00194         10 TOT-ASSESSOR-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00195         10 FILLER     PIC X(2)       VALUE SPACES.
00196         10 TOT-CHANGE-ED   PIC +Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00197         10 FILLER     PIC X(2)       VALUE SPACES.
00198         10 TOT-POST-ED     PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      *    -- Control-total trailer page templates --
00199      05  TRL-TTL-LINE.
00200         10  FILLER PIC X(46) VALUE SPACES.
00201         10  FILLER PIC X(15) VALUE 'CONTROL  TOTALS'.
00202      05  TRL-LINE.
00203         10 FILLER     PIC X(40)      VALUE SPACES.
00204         10 TRL-TEXT   PIC X(22).
00205         10 TRL-CNT    PIC ZZZZ9.
00206      05  TRL-ASSD-LINE.
00207         10  FILLER      PIC X(40) VALUE SPACES.
00208         10  FILLER      PIC X(22) VALUE 'POST-BOARD VALUE . . .'.
00209         10  TRL-ASSD-TOT PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      *    Printed under the control totals only when the input did
      *    not balance: the adjustments listed above as APPLIED were
      *    then carried to no output.
0209A      05  VERDICT-LINE.
0209B         10  FILLER      PIC X(40) VALUE SPACES.
0209C         10  FILLER      PIC X(50) VALUE
0209D            'INPUT OUT OF BALANCE - NO POST-BOARD FILE WRITTEN'.
      *----------------------------------------------------------------
      * VALUE-TABLE: ASSESSED-FILE loaded once at startup
      *   (015-LOAD-ASSESSED), one entry per detail in file order.
      *   VT-CHANGE accumulates every Board change applied to the
      *   entry; VT-CLASSES marks a quad summary that has class
      *   details under it.
      *----------------------------------------------------------------
00210  77  VAL-CNT           PIC S999       VALUE +0       COMP-3.
00211      88  VAL-TABLE-FULL               VALUE +500.
00212  77  VAL-SUB           PIC S999       VALUE +0       COMP-3.
00213  01  VALUE-TABLE.
00214      05  VAL-ENTRY OCCURS 500 TIMES.
00215          10  VT-KEY.
00216              15  VT-TAXYR      PIC X(4).
00217              15  VT-QUAD       PIC X.
00218              15  VT-CLASS      PIC XX.
00219          10  VT-ASSESSOR   PIC S9(13)     COMP-3.
00220          10  VT-CHANGE     PIC S9(13)     COMP-3.
00221          10  VT-CLASS-SW   PIC X.
00222              88  VT-CLASSES               VALUE 'Y'.
00223 *    SKIP3
00224 *****************  WORKING STORAGE ENDS HERE  ********************
00225 *SKIP3
00226  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load ASSESSED-FILE and balance it against its trailer
      *     2. Apply the Board's adjustments in card order, listing
      *        each with its disposition
      *     3. If the input balanced: write the post-Board file --
      *        header, one detail per input detail at its post-Board
      *        value, trailer -- printing the value register as it
      *        goes, then the county totals
      *     4. Print the control totals -- with a verdict line
      *        when the input did not balance -- display statistics
      *        and terminate
      *----------------------------------------------------------------
00227  010-BEGIN.
00228      OPEN    INPUT ASSESSED-FILE
00229                    ADJUST-FILE
00230              OUTPUT REJECT-FILE
00231                     PRINT-FILE
00232      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00233      MOVE    RS-DATE TO DATE-DT
00234      PERFORM 015-LOAD-ASSESSED THRU 015-EXIT
00235      PERFORM 030-APPLY-ADJUSTMENTS THRU 030-EXIT
00236      IF      BAL-FAILED
00237              DISPLAY 'NO POST-BOARD FILE WRITTEN'
00238      ELSE
00239              OPEN    OUTPUT POST-BOARD-FILE
00240              PERFORM 040-WRITE-POST-BOARD THRU 040-EXIT
00241              CLOSE   POST-BOARD-FILE
00242      END-IF
00243      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00244      IF      ERROR-CNT GREATER THAN ZERO
00245         AND  RETURN-CODE LESS THAN 4
00246              MOVE 4 TO RETURN-CODE
00247      END-IF
00248      DISPLAY 'NO. OF ADJUSTMENTS READ = ' ADJ-CNT
00249      DISPLAY 'NO. OF ADJUSTMENTS MADE = ' APPLIED-CNT
00250      DISPLAY 'NO. OF ADJUSTMENTS REJD = ' ERROR-CNT
00251      DISPLAY 'POST-BOARD VALUE TOTAL  = ' PB-ASSD-TOT
00252      CLOSE   ASSESSED-FILE
00253              ADJUST-FILE
00254              REJECT-FILE
00255              PRINT-FILE
00256      STOP RUN.
00257 *    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-ASSESSED: Load ASSESSED-FILE into VALUE-TABLE.
      *
      *   Business logic:
      *     Same shape as CLREB025's handling of the same file:
      *     route by record type, keep the trailer's expected count
      *     and control total, then balance. A class detail marks
      *     the quad summary it follows, which CLREB024's sequence
      *     rule guarantees came immediately before it.
      *----------------------------------------------------------------
00258  015-LOAD-ASSESSED.
00259      READ    ASSESSED-FILE
00260              AT END MOVE 'Y' TO ASSESSED-EOF-SW
00261      END-READ
00262      PERFORM 016-STORE-ASSESSED THRU 016-EXIT
00263              UNTIL ASSESSED-EOF
00264      PERFORM 017-BALANCE-ASSESSED THRU 017-EXIT.
00265 *    SKIP1
00266  015-EXIT.
00267      EXIT.
00268 *    SKIP1
00269  016-STORE-ASSESSED.
00270      IF      AV-HEADER-REC
00271              MOVE 'Y'              TO AV-HDR-SEEN-SW
00272              MOVE AV-HDR-TAXYR     TO WK-HDR-YR
00273              GO TO 016-READ.
00274      IF      AV-TRAILER-REC
00275              MOVE 'Y'              TO AV-TRL-SEEN-SW
00276              MOVE AV-TRL-DET-CNT   TO EXP-ASD-CNT
00277              MOVE AV-TRL-ASSD-TOT  TO EXP-ASD-TOT
00278              GO TO 016-READ.
00279      ADD     +1             TO ASD-DET-CNT
00280      ADD     AV-ASSESSED-RD TO ASD-TOT
00281      IF      VAL-TABLE-FULL
00282              DISPLAY 'VALUE TABLE FULL AT ' AV-KEY AV-CLASS
00283              MOVE 'Y' TO BAL-FAIL-SW
00284              MOVE 16  TO RETURN-CODE
00285              GO TO 016-READ.
00286      ADD     1               TO VAL-CNT
00287      MOVE    VAL-CNT         TO VAL-SUB
00288      MOVE    AV-TAXYR        TO VT-TAXYR (VAL-SUB)
00289      MOVE    AV-QUAD         TO VT-QUAD (VAL-SUB)
00290      MOVE    AV-CLASS        TO VT-CLASS (VAL-SUB)
00291      MOVE    AV-ASSESSED-RD  TO VT-ASSESSOR (VAL-SUB)
00292      MOVE    ZERO            TO VT-CHANGE (VAL-SUB)
00293      MOVE    'N'             TO VT-CLASS-SW (VAL-SUB)
00294      IF      AV-CLASS EQUAL TO SPACES
00295              MOVE VAL-SUB    TO SUM-SUB
00296      ELSE
00297          IF      SUM-SUB GREATER THAN ZERO
00298             AND  VT-TAXYR (SUM-SUB) EQUAL TO AV-TAXYR
00299             AND  VT-QUAD (SUM-SUB) EQUAL TO AV-QUAD
00300                  MOVE 'Y' TO VT-CLASS-SW (SUM-SUB)
00301          END-IF
00302      END-IF.
00303 *    SKIP1
00304  016-READ.
00305      READ    ASSESSED-FILE
00306              AT END MOVE 'Y' TO ASSESSED-EOF-SW
00307      END-READ.
00308 *    SKIP1
00309  016-EXIT.
00310      EXIT.
00311 *    SKIP3
      *----------------------------------------------------------------
      * 017-BALANCE-ASSESSED: Balance ASSESSED-FILE against its
      *   trailer -- CLREB025's proof, with the harder consequence
      *   CLREB050 applies to its own released file: a suspect
      *   input produces no post-Board file at all.
      *----------------------------------------------------------------
00312  017-BALANCE-ASSESSED.
00313      IF      NOT AV-HDR-SEEN
00314              DISPLAY 'ASSESSED FILE HAS NO HEADER RECORD'
00315              MOVE 'Y' TO BAL-FAIL-SW
00316      END-IF
00317      IF      NOT AV-TRL-SEEN
00318              DISPLAY 'ASSESSED FILE HAS NO TRAILER RECORD'
00319              MOVE 'Y' TO BAL-FAIL-SW
00320      ELSE
00321          IF      ASD-DET-CNT NOT EQUAL TO EXP-ASD-CNT
00322             OR   ASD-TOT NOT EQUAL TO EXP-ASD-TOT
00323                  DISPLAY 'ASSESSED FILE OUT OF BALANCE'
00324                  DISPLAY 'TRAILER COUNT = ' EXP-ASD-CNT
00325                          ' READ = ' ASD-DET-CNT
00326                  DISPLAY 'TRAILER TOTAL = ' EXP-ASD-TOT
00327                          ' READ = ' ASD-TOT
00328                  MOVE 'Y' TO BAL-FAIL-SW
00329          END-IF
00330      END-IF
00331      IF      BAL-FAILED
00332         AND  RETURN-CODE LESS THAN 12
00333              MOVE 12 TO RETURN-CODE
00334      END-IF.
00335 *    SKIP1
00336  017-EXIT.
00337      EXIT.
00338 *    SKIP3
      *----------------------------------------------------------------
      * 030-APPLY-ADJUSTMENTS: Apply every adjustment card, in the
      *   order the Board decided them.
      *----------------------------------------------------------------
00339  030-APPLY-ADJUSTMENTS.
00340      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00341      READ    ADJUST-FILE
00342              AT END MOVE 'Y' TO ADJUST-EOF-SW
00343      END-READ
00344      PERFORM 031-APPLY-ONE THRU 031-EXIT
00345              UNTIL ADJUST-EOF.
00346 *    SKIP1
00347  030-EXIT.
00348      EXIT.
00349 *    SKIP1
      *----------------------------------------------------------------
      * 031-APPLY-ONE: Validate and apply one adjustment.
      *
      *   Business logic:
      *     The card must be numeric and carry a reason; its key
      *     must be on the file; a blank class cannot touch a quad
      *     that has class details. The new value -- Assessor value
      *     plus every change already applied plus this one -- may
      *     not go below zero, and for a class detail neither may
      *     its quad summary's. A good change is added to the entry
      *     and, for a class, to its quad summary. A failure at any
      *     step lists the card with its reason, writes it to
      *     REJECT-FILE, and changes nothing.
      *----------------------------------------------------------------
00350  031-APPLY-ONE.
00351      ADD     +1 TO ADJ-CNT
00352      IF      BA-TAXYR NOT NUMERIC
00353         OR   BA-QUAD NOT NUMERIC
00354         OR   (BA-CLASS NOT EQUAL TO SPACES
00355          AND  BA-CLASS NOT NUMERIC)
00356         OR   BA-CHANGE-RD NOT NUMERIC
00357              MOVE ERR-MESG TO AL-MESG
00358              GO TO 031-REJECT.
00359      IF      BA-REASON EQUAL TO SPACES
00360              MOVE RSN-MESG TO AL-MESG
00361              GO TO 031-REJECT.
00362      MOVE    BA-KEY TO WK-FIND-KEY
00363      PERFORM 035-FIND-KEY THRU 035-EXIT
00364      IF      NOT KEY-FOUND
00365              MOVE NOF-MESG TO AL-MESG
00366              GO TO 031-REJECT.
00367      MOVE    VAL-SUB TO ADJ-SUB
00368      IF      VT-CLASSES (ADJ-SUB)
00369              MOVE CLS-MESG TO AL-MESG
00370              GO TO 031-REJECT.
00371      COMPUTE WK-NEW-VALUE = VT-ASSESSOR (ADJ-SUB)
00372                           + VT-CHANGE (ADJ-SUB)
00373                           + BA-CHANGE-RD
00374      IF      WK-NEW-VALUE LESS THAN ZERO
00375              MOVE NEG-MESG TO AL-MESG
00376              GO TO 031-REJECT.
00377      MOVE    ZERO TO SUM-SUB
00378      IF      BA-CLASS NOT EQUAL TO SPACES
00379              MOVE    SPACES TO WK-FIND-CLS
00380              PERFORM 035-FIND-KEY THRU 035-EXIT
00381              IF      KEY-FOUND
00382                      MOVE VAL-SUB TO SUM-SUB
00383              END-IF
00384      END-IF
00385      IF      SUM-SUB GREATER THAN ZERO
00386              COMPUTE WK-NEW-VALUE = VT-ASSESSOR (SUM-SUB)
00387                                   + VT-CHANGE (SUM-SUB)
00388                                   + BA-CHANGE-RD
00389              IF      WK-NEW-VALUE LESS THAN ZERO
00390                      MOVE NEG-MESG TO AL-MESG
00391                      GO TO 031-REJECT
00392              END-IF
00393              ADD     BA-CHANGE-RD TO VT-CHANGE (SUM-SUB)
00394      END-IF
00395      ADD     BA-CHANGE-RD TO VT-CHANGE (ADJ-SUB)
00396      ADD     +1 TO APPLIED-CNT
00397      MOVE    'APPLIED' TO AL-MESG
00398      PERFORM 050-WRITE-ADJ THRU 050-EXIT
00399      GO TO 031-READ.
00400 *    SKIP1
00401  031-REJECT.
00402      ADD     +1 TO ERROR-CNT
00403      MOVE    ADJUST-REC TO REJECT-REC
00404      WRITE   REJECT-REC
00405      PERFORM 050-WRITE-ADJ THRU 050-EXIT.
00406 *    SKIP1
00407  031-READ.
00408      READ    ADJUST-FILE
00409              AT END MOVE 'Y' TO ADJUST-EOF-SW
00410      END-READ.
00411 *    SKIP1
00412  031-EXIT.
00413      EXIT.
00414 *    SKIP3
      *----------------------------------------------------------------
      * 035-FIND-KEY: Look WK-FIND-KEY up on VALUE-TABLE. On a match
      *   KEY-FOUND is set and VAL-SUB is left on the entry.
      *----------------------------------------------------------------
00415  035-FIND-KEY.
00416      MOVE    'N' TO KEY-FOUND-SW
00417      PERFORM 036-MATCH-KEY THRU 036-EXIT
00418              VARYING VAL-SUB FROM 1 BY 1
00419              UNTIL   KEY-FOUND
00420              OR      VAL-SUB GREATER THAN VAL-CNT.
00421 *    SKIP1
00422  035-EXIT.
00423      EXIT.
00424 *    SKIP1
      *----------------------------------------------------------------
      * 036-MATCH-KEY: Test one table entry. Backing VAL-SUB up one
      *   on a match compensates for the increment the PERFORM
      *   VARYING applies after this paragraph, the same device as
      *   CLREB040's 041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00425  036-MATCH-KEY.
00426      IF      VT-KEY (VAL-SUB) EQUAL TO WK-FIND-KEY
00427              MOVE 'Y' TO KEY-FOUND-SW
00428              SUBTRACT 1 FROM VAL-SUB
00429      END-IF.
00430 *    SKIP1
00431  036-EXIT.
00432      EXIT.
00433 *    SKIP3
      *----------------------------------------------------------------
      * 040-WRITE-POST-BOARD: Write the post-Board file and print
      *   the value register.
      *
      *   Business logic:
      *     The header carries this run's date and the input
      *     header's tax year. Every table entry goes out, in the
      *     input's own order, at its Assessor value plus its Board
      *     change; the trailer seals the count and the post-Board
      *     control total. Quad summaries roll into the county
      *     totals printed under the register.
      *----------------------------------------------------------------
00434  040-WRITE-POST-BOARD.
00435      MOVE    'R' TO PART-SW
00436      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00437      MOVE    SPACES        TO  POST-BOARD-REC
00438      MOVE    'HD'          TO  PB-HDR-ID
00439      MOVE    RS-DATE       TO  PB-HDR-RUN-DATE
00440      MOVE    WK-HDR-YR     TO  PB-HDR-TAXYR
00441      MOVE    'CLREB026'    TO  PB-HDR-PROGRAM
00442      WRITE   POST-BOARD-REC
00443      PERFORM 041-WRITE-ONE THRU 041-EXIT
00444              VARYING VAL-SUB FROM 1 BY 1
00445              UNTIL   VAL-SUB GREATER THAN VAL-CNT
00446      MOVE    SPACES        TO  POST-BOARD-REC
00447      MOVE    'TR'          TO  PB-TRL-ID
00448      MOVE    PB-DET-CNT    TO  PB-TRL-DET-CNT
00449      MOVE    PB-ASSD-TOT   TO  PB-TRL-ASSD-TOT
00450      WRITE   POST-BOARD-REC
00451      IF      LINE-CNT GREATER THAN +53
00452              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00453      MOVE    TOT-ASSESSOR  TO  TOT-ASSESSOR-ED
00454      MOVE    TOT-CHANGE    TO  TOT-CHANGE-ED
00455      MOVE    TOT-POST      TO  TOT-POST-ED
00456      WRITE   PRINT-REC FROM TOT-LINE
00457              AFTER ADVANCING 3
00458      ADD     +3 TO LINE-CNT.
00459 *    SKIP1
00460  040-EXIT.
00461      EXIT.
00462 *    SKIP1
00463  041-WRITE-ONE.
00464      COMPUTE WK-POST-VALUE = VT-ASSESSOR (VAL-SUB)
00465                            + VT-CHANGE (VAL-SUB)
00466      MOVE    SPACES              TO  POST-BOARD-REC
00467      MOVE    VT-TAXYR (VAL-SUB)  TO  PB-TAXYR
00468      MOVE    VT-QUAD (VAL-SUB)   TO  PB-QUAD
00469      MOVE    WK-POST-VALUE       TO  PB-ASSESSED
00470      MOVE    VT-CLASS (VAL-SUB)  TO  PB-CLASS
00471      WRITE   POST-BOARD-REC
00472      ADD     +1                  TO  OUT-CNT
00473      ADD     +1                  TO  PB-DET-CNT
00474      ADD     WK-POST-VALUE       TO  PB-ASSD-TOT
00475      IF      VT-CLASS (VAL-SUB) EQUAL TO SPACES
00476              ADD VT-ASSESSOR (VAL-SUB) TO TOT-ASSESSOR
00477              ADD VT-CHANGE (VAL-SUB)   TO TOT-CHANGE
00478              ADD WK-POST-VALUE         TO TOT-POST
00479      END-IF
00480      IF      LINE-CNT GREATER THAN +55
00481              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00482      MOVE    VT-TAXYR (VAL-SUB)    TO  WK-YR
00483      MOVE    VT-QUAD (VAL-SUB)     TO  WK-QUAD
00484      MOVE    VT-CLASS (VAL-SUB)    TO  WK-CLS
00485      MOVE    VT-ASSESSOR (VAL-SUB) TO  WK-ASSESSOR
00486      MOVE    VT-CHANGE (VAL-SUB)   TO  WK-CHANGE
00487      MOVE    WK-POST-VALUE         TO  WK-POST
00488      WRITE   PRINT-REC FROM WORK-LINE
00489              AFTER ADVANCING 2
00490      ADD     +2 TO LINE-CNT.
00491 *    SKIP1
00492  041-EXIT.
00493      EXIT.
00494 *    SKIP3
      *----------------------------------------------------------------
      * 050-WRITE-ADJ: Write one adjustment listing line. The change
      *   prints edited only when numeric; the bad digits themselves
      *   are kept on the card's REJECT-FILE image.
      *----------------------------------------------------------------
00495  050-WRITE-ADJ.
00496      IF      LINE-CNT GREATER THAN +55
00497              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00498      MOVE    BA-TAXYR   TO  AL-YR
00499      MOVE    BA-QUAD    TO  AL-QUAD
00500      MOVE    BA-CLASS   TO  AL-CLS
00501      MOVE    BA-REASON  TO  AL-REASON
00502      IF      BA-CHANGE-RD NUMERIC
00503              MOVE BA-CHANGE-RD TO AL-CHANGE
00504      ELSE
00505              MOVE ZERO         TO AL-CHANGE
00506      END-IF
00507      WRITE   PRINT-REC FROM ADJ-LINE
00508              AFTER ADVANCING 2
00509      MOVE    SPACES TO AL-MESG
00510      ADD     +2 TO LINE-CNT.
00511 *    SKIP1
00512  050-EXIT.
00513      EXIT.
00514 *    SKIP3
00515  060-HDG-ROUTINE.
00516      ADD     +1 TO PAGE-CNT
00517      MOVE    PAGE-CNT TO HDG-PG
00518      WRITE   PRINT-REC FROM DATE-LINE
00519              AFTER PAGE
00520      WRITE   PRINT-REC FROM HDG-LINE
00521              AFTER ADVANCING 2
00522      WRITE   PRINT-REC FROM TTL-LINE
00523              AFTER ADVANCING 2
00524      IF      PART-ADJUSTMENTS
00525              WRITE   PRINT-REC FROM TTL-LINE2
00526                      AFTER ADVANCING 3
00527      ELSE
00528              WRITE   PRINT-REC FROM TTL-LINE3
00529                      AFTER ADVANCING 3
00530      END-IF
00531      MOVE    +8 TO LINE-CNT.
00532 *    SKIP1
00533  060-EXIT.
00534      EXIT.
00535 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the control-total trailer page.
      *----------------------------------------------------------------
00536  080-TRAILER-ROUTINE.
00537      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00538      WRITE   PRINT-REC FROM TRL-TTL-LINE
00539              AFTER ADVANCING 2
00540      MOVE    'ASSESSED RECORDS . . .' TO TRL-TEXT
00541      MOVE    ASD-DET-CNT   TO TRL-CNT
00542      WRITE   PRINT-REC FROM TRL-LINE
00543              AFTER ADVANCING 2
00544      MOVE    'ADJUSTMENTS READ . . .' TO TRL-TEXT
00545      MOVE    ADJ-CNT       TO TRL-CNT
00546      WRITE   PRINT-REC FROM TRL-LINE
00547              AFTER ADVANCING 2
00548      MOVE    'ADJUSTMENTS APPLIED  .' TO TRL-TEXT
00549      MOVE    APPLIED-CNT   TO TRL-CNT
00550      WRITE   PRINT-REC FROM TRL-LINE
00551              AFTER ADVANCING 2
00552      MOVE    'ADJUSTMENTS REJECTED .' TO TRL-TEXT
00553      MOVE    ERROR-CNT     TO TRL-CNT
00554      WRITE   PRINT-REC FROM TRL-LINE
00555              AFTER ADVANCING 2
00556      MOVE    'OUTPUT RECORDS   . . .' TO TRL-TEXT
00557      MOVE    OUT-CNT       TO TRL-CNT
00558      WRITE   PRINT-REC FROM TRL-LINE
00559              AFTER ADVANCING 2
00560      MOVE    PB-ASSD-TOT   TO TRL-ASSD-TOT
00561      WRITE   PRINT-REC FROM TRL-ASSD-LINE
00562              AFTER ADVANCING 2
0562A      IF      BAL-FAILED
0562B              WRITE   PRINT-REC FROM VERDICT-LINE
0562C                      AFTER ADVANCING 3
0562D      END-IF.
00563 *    SKIP1
00564  080-EXIT.
00565      EXIT.
