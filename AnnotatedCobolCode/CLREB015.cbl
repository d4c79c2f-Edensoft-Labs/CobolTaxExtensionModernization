      *================================================================
      * PROGRAM: CLREB015 - Ratio Study Factor Derivation
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   Every factor on the CARD-FILE deck used to be worked out on
      *   a spreadsheet from the sales-ratio study and then keyed
      *   into cols 6-11 by hand, and nothing in the system checked
      *   the keyed figure against the arithmetic. This program does
      *   the arithmetic itself: it reads the ratio-study file, one
      *   record per quad (township blank) or per township within a
      *   quad, and derives the indicated factor
      *
      *       INDICATED FACTOR = TARGET LEVEL / MEDIAN RATIO
      *
      *   rounded to the four decimals CD-FACTOR carries. Each
      *   derived factor goes out as a card in the CARD-FILE layout
      *   CLREB020 edits directly, and a derivation worksheet prints
      *   the study figures and the division behind every card.
      *
      *   When the keyed deck is supplied as well, every keyed card
      *   is checked against the derived figure for its year+quad+
      *   township key, and the worksheet lists each keyed factor
      *   that differs -- so a keying slip is caught before the
      *   PROOF run, not after the FINAL one.
      *
      * INPUT:   RATIO-STUDY-FILE - 80-byte sales-ratio study records
      *                             in ascending year+quad+township
      *                             sequence (blank township first)
      *          CARD-FILE        - optional, the hand-keyed 80-byte
      *                             factor deck (CLREB020 layout)
      * OUTPUT:  DERIVED-CARD-FILE - 80-byte factor cards in the
      *                              CLREB020 CARD-REC layout, in
      *                              year+quad+township sequence
      *          PRINT-FILE        - 133-byte derivation worksheet
      *                              and keyed-deck comparison
      *
      * VALIDATION RULES:
      *   1. Year (RA-TAXYR) must be numeric and greater than zero
      *   2. Quad (RA-QUAD) must be numeric
      *   3. Township (RA-TWNSHP) is blank for a quad-wide study or
      *      numeric for a township study
      *   4. Sale count, median ratio and target level must be
      *      numeric and greater than zero -- a study with no sales
      *      or a zero median has nothing to divide by
      *   5. The indicated factor must fit CD-FACTOR (99.9999)
      *   6. Records must be in ascending year+quad+township
      *      sequence; a repeated key is a duplicate and rejects
      *
      * ERROR HANDLING:
      *   - Validation failures and duplicates are listed on the
      *     worksheet with their message and no card is written;
      *     RETURN-CODE = 4
      *   - A keyed card whose factor differs from the derived one,
      *     or which has no study behind it: listed, RETURN-CODE = 4
      *   - Sequence error: the run stops with RETURN-CODE = 16, no
      *     comparison is made, and the derived deck is incomplete
      *     and must not be submitted
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB015.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL DERIVE THE INDICATED EQUALIZATION
00007 *         FACTOR FROM THE SALES RATIO STUDY, PUNCH THE FACTOR
00008 *         CARD DECK AND CHECK THE HAND KEYED DECK AGAINST IT.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT RATIO-STUDY-FILE ASSIGN TO UT-S-RATIO.
      *        OPTIONAL: with no keyed deck to check, the first READ
      *        simply goes AT END and the comparison lists nothing.
00017      SELECT OPTIONAL CARD-FILE ASSIGN TO UT-S-CARDS.
00018      SELECT DERIVED-CARD-FILE ASSIGN TO UT-S-DRVCDS.
00019      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00020 *    SKIP3
00021  DATA DIVISION.
00022  FILE SECTION.
      *----------------------------------------------------------------
      * RATIO-STUDY-FILE: One record per sales-ratio study cell.
      *   A blank township is the quad-wide study that yields the
      *   quad-level factor; a punched township yields that
      *   township's own factor. Ratios and levels are carried as
      *   9V9999 -- a median of 0.2850 is punched 02850.
      *----------------------------------------------------------------
00023  FD  RATIO-STUDY-FILE
00024      RECORD CONTAINS 80 CHARACTERS
00025      BLOCK CONTAINS 0 RECORDS
00026      LABEL RECORDS ARE STANDARD
00027      DATA RECORD IS RATIO-STUDY-REC.
00028  01  RATIO-STUDY-REC.
00029      05  RA-KEY.
00030          10  RA-TAXYR      PIC X(4).
00031          10  RA-QUAD       PIC X.
00032          10  RA-TWNSHP     PIC XX.
00033      05  RA-SALE-CNT       PIC X(5).
00034      05  RA-SALE-CNT-RD REDEFINES RA-SALE-CNT PIC 9(5).
      *        Arm's-length sales in the study cell.
00035      05  RA-MEDIAN         PIC X(5).
00036      05  RA-MEDIAN-RD REDEFINES RA-MEDIAN PIC 9V9999.
      *        Median assessment-to-sales ratio.
00037      05  RA-TARGET         PIC X(5).
00038      05  RA-TARGET-RD REDEFINES RA-TARGET PIC 9V9999.
      *        Target level of assessment the factor equalizes to.
00039      05  FILLER            PIC X(58).
      *----------------------------------------------------------------
      * CARD-FILE: The hand-keyed deck, same 80-byte layout as
      *   CLREB020's CARD-REC. Independent 01-level with its own
      *   KY- names, since the derived deck below carries the CD-
      *   names and this compiler's COPY REPLACING does not reach
      *   inside a hyphenated data name.
      *----------------------------------------------------------------
00040  FD  CARD-FILE
00041      RECORD CONTAINS 80 CHARACTERS
00042      BLOCK CONTAINS 0 RECORDS
00043      LABEL RECORDS ARE STANDARD
00044      DATA RECORD IS KEYED-CARD-REC.
00045  01  KEYED-CARD-REC.
00046      05  KY-YR             PIC X(4).
00047      05  KY-QUAD           PIC X.
00048      05  KY-FACTOR         PIC X(6).
00049      05  KY-FACTOR-RD REDEFINES KY-FACTOR PIC 99V9999.
00050      05  KY-TRANS-CODE     PIC X.
00051          88  KY-TRANS-DELETE          VALUE 'D'.
00052      05  KY-TWNSHP         PIC XX.
00053      05  FILLER            PIC X(66).
      *----------------------------------------------------------------
      * DERIVED-CARD-FILE: The derived deck, field for field the
      *   CARD-REC CLREB020 edits. The transaction code is left
      *   blank -- an add, exactly as a hand-keyed card would be.
      *----------------------------------------------------------------
00054  FD  DERIVED-CARD-FILE
00055      RECORD CONTAINS 80 CHARACTERS
00056      BLOCK CONTAINS 0 RECORDS
00057      LABEL RECORDS ARE STANDARD
00058      DATA RECORD IS CARD-REC.
00059  01  CARD-REC.
00060      05  CD-YR             PIC X(4).
00061      05  CD-QUAD           PIC X.
00062      05  CD-FACTOR         PIC X(6).
00063      05  CD-FACTOR-RD REDEFINES CD-FACTOR PIC 99V9999.
00064      05  CD-TRANS-CODE     PIC X.
00065      05  CD-TWNSHP         PIC XX.
00066      05  CD-FILLER         PIC X(66).
00067 *    SKIP1
00068  FD  PRINT-FILE
00069      LABEL RECORDS ARE STANDARD
00070      RECORD CONTAINS 133 CHARACTERS
00071      BLOCK CONTAINS 0 RECORDS
00072      DATA RECORD IS PRINT-REC.
00073  01  PRINT-REC         PIC X(133).
00074 *    SKIP3
00075 ****************  WORKING STORAGE STARTS HERE  *******************
00076 *    SKIP1
00077  WORKING-STORAGE SECTION.
00078  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00079  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00080  77  ERR-MESG          PIC X(11)      VALUE 'NOT NUMERIC'.
00081  77  DUP-MESG          PIC X(14)      VALUE 'DUPLICATE CELL'.
00082  77  ZERO-MESG         PIC X(13)      VALUE 'ZERO IN STUDY'.
      *    A zero sale count, median or target -- no factor can be
      *    derived from the cell.
00083  77  OVFL-MESG         PIC X(15)      VALUE 'FACTOR OVERFLOW'.
00084  77  IN-CNT            PIC S999       VALUE +0       COMP-3.
      *    Study records read.
00085  77  OUT-CNT           PIC S999       VALUE +0       COMP-3.
      *    Derived cards written.
00086  77  ERROR-CNT         PIC S999       VALUE +0       COMP-3.
      *    Study records rejected.
00087  77  KEYED-CNT         PIC S999       VALUE +0       COMP-3.
      *    Keyed cards checked against the derived figures.
00088  77  AGREE-CNT         PIC S999       VALUE +0       COMP-3.
00089  77  DIFFER-CNT        PIC S999       VALUE +0       COMP-3.
      *    Keyed cards whose factor differs from the derived one.
00090  77  NOSTUDY-CNT       PIC S999       VALUE +0       COMP-3.
      *    Keyed cards with no study cell behind them.
00091  77  NOTKEYED-CNT      PIC S999       VALUE +0       COMP-3.
      *    Derived factors no keyed card carried.
00092  77  STUDY-EOF         PIC 9          VALUE 0.
00093      88 END-OF-STUDY-FILE             VALUE 1.
00094  77  CARD-EOF-SW       PIC X          VALUE 'N'.
00095      88  CARD-EOF                     VALUE 'Y'.
00096  77  DUP-CHECK         PIC X          VALUE SPACE.
00097      88  DUP-ERROR                    VALUE 'D'.
00098  77  SEQ-CHECK         PIC X          VALUE SPACE.
00099      88  SEQ-ERROR                    VALUE 'E'.
00100  77  CALC-CHECK        PIC X          VALUE SPACE.
00101      88  CALC-ERROR                   VALUE 'E'.
00102  77  DRV-FOUND-SW      PIC X          VALUE 'N'.
00103      88  DRV-FOUND                    VALUE 'Y'.
00104  77  PART-SW           PIC X          VALUE 'W'.
      *    Which column headings the page break prints: W for the
      *    derivation worksheet, C for the keyed-deck comparison.
00105      88  PART-WORKSHEET               VALUE 'W'.
00106  77  WK-INDICATED      PIC 99V9999    VALUE ZERO.
      *    The indicated factor for the study record in hand.
00107  77  WK-DIFF           PIC S99V9999   VALUE ZERO.
      *    Keyed factor less derived factor.
00108  77  DRV-SUB           PIC S999       VALUE +0       COMP-3.
00109 *    SKIP1
00110  01  WORK-AREA.
00111      05 PREV-KEY.
00112         10 PREV-YR    PIC X(4)       VALUE LOW-VALUE.
00113         10 PREV-QUAD  PIC X          VALUE LOW-VALUE.
00114         10 PREV-TWN   PIC XX         VALUE LOW-VALUE.
      *    -- Full key of the keyed card just read; the township
      *    (cols 13-14) is not contiguous with year+quad (cols 1-5),
      *    same note as CLREB020's sequence key --
00115      05 WK-CARD-KEY.
00116         10 WK-KEY-YR   PIC X(4).
00117         10 WK-KEY-QUAD PIC X.
00118         10 WK-KEY-TWN  PIC XX.
00119      05 DATE-LINE.
00120         10 FILLER     PIC X(11)      VALUE SPACES.
00121         10 DATE-DT    PIC X(8).
00122      05 HDG-LINE.
00123         10 FILLER     PIC X(11)      VALUE SPACES.
00124         10 FILLER     PIC X(40)      VALUE 'CLREB015'.
00125         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00126 -        'Y  CLERK'.
00127         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00128         10 HDG-PG     PIC ZZ9.
00129      05  TTL-LINE.
00130         10 FILLER     PIC X(44)      VALUE SPACES.
00131         10 FILLER     PIC X(18)      VALUE 'RATIO  STUDY  FACT'.
00132         10 FILLER     PIC X(19)      VALUE 'OR  DERIVATION  WOR'.
00133         10 FILLER     PIC X(6)       VALUE 'KSHEET'.
00134      05  TTL-LINE2.
00135         10 FILLER     PIC X(7)       VALUE SPACES.
00136         10 FILLER     PIC X(7)       VALUE 'YEAR'.
00137         10 FILLER     PIC X(6)       VALUE 'QUAD'.
00138         10 FILLER     PIC X(6)       VALUE 'TWN'.
00139         10 FILLER     PIC X(9)       VALUE 'SALES'.
00140         10 FILLER     PIC X(12)      VALUE 'TARGET'.
00141         10 FILLER     PIC X(11)      VALUE 'MEDIAN'.
00142         10 FILLER     PIC X(12)      VALUE 'INDICATED'.
00143         10 FILLER     PIC X(18)      VALUE 'DISPOSITION'.
00144      05  TTL-LINE3.
00145         10 FILLER     PIC X(7)       VALUE SPACES.
00146         10 FILLER     PIC X(7)       VALUE 'YEAR'.
00147         10 FILLER     PIC X(6)       VALUE 'QUAD'.
00148         10 FILLER     PIC X(6)       VALUE 'TWN'.
00149         10 FILLER     PIC X(12)      VALUE 'KEYED'.
00150         10 FILLER     PIC X(12)      VALUE 'DERIVED'.
00151         10 FILLER     PIC X(13)      VALUE 'DIFFERENCE'.
00152         10 FILLER     PIC X(18)      VALUE 'DISPOSITION'.
      *----------------------------------------------------------------
      * WORK-LINE: one worksheet line per study record, showing the
      *   division itself: TARGET / MEDIAN = INDICATED.
      *----------------------------------------------------------------
00153      05  WORK-LINE.
00154         10 FILLER     PIC X(7)       VALUE SPACES.
00155         10 WK-YR      PIC X(4).
00156         10 FILLER     PIC X(4)       VALUE SPACES.
00157         10 WK-QUAD    PIC X.
00158         10 FILLER     PIC X(4)       VALUE SPACES.
00159         10 WK-TWN     PIC XX.
00160         10 FILLER     PIC X(3)       VALUE SPACES.
00161         10 WK-SALES   PIC ZZZZ9.
00162         10 FILLER     PIC X(5)       VALUE SPACES.
00163         10 WK-TARGET  PIC 9.9999.
00164         10 FILLER     PIC X(3)       VALUE ' / '.
00165         10 WK-MEDIAN  PIC 9.9999.
00166         10 FILLER     PIC X(3)       VALUE ' = '.
00167         10 WK-FACT    PIC 99.9999.
00168         10 FILLER     PIC X(4)       VALUE SPACES.
00169         10 WK-MESG    PIC X(18)      VALUE SPACES.
      *----------------------------------------------------------------
      * CMP-LINE: one comparison line per keyed card that differs,
      *   has no study, or per derived factor left unkeyed.
      *----------------------------------------------------------------
00170      05  CMP-LINE.
00171         10 FILLER     PIC X(7)       VALUE SPACES.
00172         10 CL-YR      PIC X(4).
00173         10 FILLER     PIC X(4)       VALUE SPACES.
00174         10 CL-QUAD    PIC X.
00175         10 FILLER     PIC X(4)       VALUE SPACES.
00176         10 CL-TWN     PIC XX.
00177         10 FILLER     PIC X(4)       VALUE SPACES.
00178         10 CL-KEYED   PIC X(7).
00179         10 CL-KEYED-ED REDEFINES CL-KEYED PIC 99.9999.
00180         10 FILLER     PIC X(5)       VALUE SPACES.
00181         10 CL-DERIVED PIC X(7).
00182         10 CL-DERIVED-ED REDEFINES CL-DERIVED PIC 99.9999.
00183         10 FILLER     PIC X(4)       VALUE SPACES.
00184         10 CL-DIFF    PIC X(8).
00185         10 CL-DIFF-ED REDEFINES CL-DIFF PIC +99.9999.
00186         10 FILLER     PIC X(5)       VALUE SPACES.
00187         10 CL-MESG    PIC X(20)      VALUE SPACES.
00188      05  CMP-TTL-LINE.
00189         10  FILLER PIC X(41) VALUE SPACES.
00190         10  FILLER PIC X(25) VALUE 'KEYED  DECK  COMPARISON'.
00191      05  TRL-TTL-LINE.
00192         10  FILLER PIC X(46) VALUE SPACES.
00193         10  FILLER PIC X(15) VALUE 'CONTROL  TOTALS'.
00194      05  TRL-LINE.
00195         10 FILLER     PIC X(40)      VALUE SPACES.
00196         10 TRL-TEXT   PIC X(26).
00197         10 TRL-CNT    PIC ZZZ9.
      *----------------------------------------------------------------
      * DRV-TABLE: every factor derived this run, kept for the
      *   keyed-deck comparison. DE-USED marks a derived factor some
      *   keyed card carried, so the leftovers can be listed NO
      *   KEYED CARD, the way CLREB040 lists unmatched corrections.
      *----------------------------------------------------------------
00198  77  DRV-CNT           PIC S999       VALUE +0       COMP-3.
00199      88  DRV-TABLE-FULL               VALUE +400.
00200  01  DRV-TABLE.
00201      05  DRV-ENTRY OCCURS 400 TIMES.
00202          10  DE-KEY.
00203              15  DE-TAXYR      PIC X(4).
00204              15  DE-QUAD       PIC X.
00205              15  DE-TWNSHP     PIC XX.
00206          10  DE-EQFACT     PIC 99V9999.
00207          10  DE-USED       PIC X.
00208              88  DE-CONSUMED          VALUE 'Y'.
00209 *    SKIP3
00210 *****************  WORKING STORAGE ENDS HERE  ********************
00211 *SKIP3
00212  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Open the files, capture today's date
      *     2. Derive one factor card per study record until end of
      *        file or a sequence error, printing the worksheet
      *     3. Unless the run aborted, check the keyed deck against
      *        the derived figures
      *     4. Print the control totals, set the return code,
      *        display statistics and terminate
      *----------------------------------------------------------------
00213  010-BEGIN.
00214      OPEN    INPUT RATIO-STUDY-FILE
00215                    CARD-FILE
00216              OUTPUT DERIVED-CARD-FILE
00217                     PRINT-FILE
00218      MOVE FUNCTION CURRENT-DATE TO DATE-DT
00219      PERFORM 020-MAIN-LINE THRU 020-EXIT
00220              UNTIL END-OF-STUDY-FILE
00221               OR   SEQ-ERROR
00222      IF      SEQ-ERROR
00223              DISPLAY 'DERIVED DECK INCOMPLETE - DO NOT SUBMIT'
00224      ELSE
00225              PERFORM 070-CHECK-KEYED-DECK THRU 070-EXIT
00226      END-IF
00227      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00228      IF      NOT SEQ-ERROR
00229          IF      ERROR-CNT GREATER THAN ZERO
00230             OR   DIFFER-CNT GREATER THAN ZERO
00231             OR   NOSTUDY-CNT GREATER THAN ZERO
00232             OR   NOTKEYED-CNT GREATER THAN ZERO
00233                  MOVE 4 TO RETURN-CODE
00234          END-IF
00235      END-IF
00236      DISPLAY 'NO. OF STUDY RECORDS  = ' IN-CNT
00237      DISPLAY 'NO. OF CARDS DERIVED  = ' OUT-CNT
00238      DISPLAY 'NO. OF ERROR RECORDS  = ' ERROR-CNT
00239      DISPLAY 'NO. OF KEYED CARDS    = ' KEYED-CNT
00240      DISPLAY 'NO. KEYED DIFFERING   = ' DIFFER-CNT
00241      CLOSE   RATIO-STUDY-FILE
00242              CARD-FILE
00243              DERIVED-CARD-FILE
00244              PRINT-FILE
00245      STOP RUN.
00246 *    SKIP3
      *----------------------------------------------------------------
      * 020-MAIN-LINE: Derive one study record.
      *
      *   Business logic:
      *     A record whose fields are all numeric, whose sales,
      *     median and target are non-zero, and which is not a
      *     duplicate has its factor computed; if the quotient fits
      *     CD-FACTOR a card is written. Anything else is counted
      *     and listed with its message -- no card goes out for it.
      *----------------------------------------------------------------
00247  020-MAIN-LINE.
00248      PERFORM 030-READ-STUDY THRU 030-READ-EXIT
00249      IF      END-OF-STUDY-FILE
00250         OR   SEQ-ERROR
00251              GO TO 020-EXIT.
00252      MOVE    ZERO   TO WK-INDICATED
00253      MOVE    SPACE  TO CALC-CHECK
00254      IF      RA-TAXYR NUMERIC
00255        AND   RA-TAXYR GREATER THAN 0
00256        AND   RA-QUAD NUMERIC
00257        AND   (RA-TWNSHP EQUAL TO SPACES
00258         OR    RA-TWNSHP NUMERIC)
00259        AND   RA-SALE-CNT NUMERIC
00260        AND   RA-MEDIAN NUMERIC
00261        AND   RA-TARGET NUMERIC
00262        AND   NOT DUP-ERROR
00263          IF      RA-SALE-CNT-RD GREATER THAN ZERO
00264             AND  RA-MEDIAN-RD GREATER THAN ZERO
00265             AND  RA-TARGET-RD GREATER THAN ZERO
00266                  PERFORM 040-DERIVE-FACTOR THRU 040-EXIT
00267          ELSE
00268                  ADD +1 TO ERROR-CNT
00269                  MOVE ZERO-MESG TO WK-MESG
00270          END-IF
00271      ELSE
00272              ADD +1 TO ERROR-CNT
00273              IF      DUP-ERROR
00274                      MOVE DUP-MESG TO WK-MESG
00275              ELSE
00276                      MOVE ERR-MESG TO WK-MESG
00277              END-IF
00278      END-IF
00279      PERFORM 050-WRITE THRU 050-EXIT.
00280 *    SKIP1
00281  020-EXIT.
00282      EXIT.
00283 *    SKIP3
      *----------------------------------------------------------------
      * 030-READ-STUDY: Read the next study record and check its
      *   sequence -- the same conventions as CLREB024's
      *   030-READ-ASSESSED: a key below the previous one aborts
      *   the run with RETURN-CODE 16, an equal key is flagged a
      *   duplicate. The derived deck inherits this order, which
      *   is the order CLREB020 demands of its cards.
      *----------------------------------------------------------------
00284  030-READ-STUDY.
00285      MOVE    SPACE TO DUP-CHECK
00286      READ    RATIO-STUDY-FILE
00287              AT END MOVE 1 TO STUDY-EOF.
00288      IF      NOT END-OF-STUDY-FILE
00289              IF   RA-KEY LESS THAN PREV-KEY
00290                   MOVE 16 TO RETURN-CODE
00291                   DISPLAY 'STUDY RECORDS OUT OF SEQUENCE'
00292                   DISPLAY 'CURRENT KEY  ' RA-KEY
00293                   DISPLAY 'PREVIOUS KEY ' PREV-KEY
00294                   MOVE 'E' TO SEQ-CHECK
00295              ELSE
00296                  IF  RA-KEY EQUAL TO PREV-KEY
00297                      MOVE 'D' TO DUP-CHECK
00298                      ADD +1 TO IN-CNT
00299                  ELSE
00300                      MOVE RA-KEY TO PREV-KEY
00301                      ADD +1 TO IN-CNT.
00302 *    SKIP1
00303  030-READ-EXIT.
00304      EXIT.
00305 *    SKIP3
      *----------------------------------------------------------------
      * 040-DERIVE-FACTOR: Compute the indicated factor and write
      *   its card.
      *
      *   Business logic:
      *     The factor is the target level divided by the median
      *     ratio, rounded to four decimals. A quotient of 100 or
      *     more cannot be punched in CD-FACTOR and rejects as a
      *     FACTOR OVERFLOW -- such a study is itself suspect. The
      *     card written is an add (transaction code blank) and is
      *     remembered in DRV-TABLE for the keyed-deck check.
      *----------------------------------------------------------------
00306  040-DERIVE-FACTOR.
00307      COMPUTE WK-INDICATED ROUNDED =
00308              RA-TARGET-RD / RA-MEDIAN-RD
00309          ON SIZE ERROR
00310              MOVE 'E' TO CALC-CHECK
00311      END-COMPUTE
00312      IF      CALC-ERROR
00313              ADD  +1 TO ERROR-CNT
00314              MOVE ZERO      TO WK-INDICATED
00315              MOVE OVFL-MESG TO WK-MESG
00316              GO TO 040-EXIT.
00317      MOVE    SPACES         TO  CARD-REC
00318      MOVE    RA-TAXYR       TO  CD-YR
00319      MOVE    RA-QUAD        TO  CD-QUAD
00320      MOVE    WK-INDICATED   TO  CD-FACTOR-RD
00321      MOVE    SPACE          TO  CD-TRANS-CODE
00322      MOVE    RA-TWNSHP      TO  CD-TWNSHP
00323      WRITE   CARD-REC
00324      ADD     +1             TO  OUT-CNT
00325      MOVE    'CARD WRITTEN' TO  WK-MESG
00326      IF      NOT DRV-TABLE-FULL
00327              ADD     1              TO DRV-CNT
00328              MOVE    DRV-CNT        TO DRV-SUB
00329              MOVE    RA-KEY         TO DE-KEY (DRV-SUB)
00330              MOVE    WK-INDICATED   TO DE-EQFACT (DRV-SUB)
00331              MOVE    'N'            TO DE-USED (DRV-SUB)
00332      ELSE
      *        The card is on the deck regardless; only the keyed
      *        comparison loses sight of it, and says so.
00333              DISPLAY 'DERIVED TABLE FULL AT ' RA-KEY
00334                      ' - NOT COMPARED'
00335              MOVE    4 TO RETURN-CODE
00336      END-IF.
00337 *    SKIP1
00338  040-EXIT.
00339      EXIT.
00340 *    SKIP3
      *----------------------------------------------------------------
      * 050-WRITE: Write one worksheet line. The study figures print
      *   edited only when numeric; non-numeric figures print as
      *   zero, the bad digits being the reason the line rejected.
      *----------------------------------------------------------------
00341  050-WRITE.
00342      IF      LINE-CNT GREATER THAN +55
00343              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00344      MOVE    RA-TAXYR   TO  WK-YR
00345      MOVE    RA-QUAD    TO  WK-QUAD
00346      MOVE    RA-TWNSHP  TO  WK-TWN
00347      MOVE    ZERO       TO  WK-SALES
00348                             WK-TARGET
00349                             WK-MEDIAN
00350      IF      RA-SALE-CNT NUMERIC
00351              MOVE RA-SALE-CNT-RD TO WK-SALES.
00352      IF      RA-TARGET NUMERIC
00353              MOVE RA-TARGET-RD   TO WK-TARGET.
00354      IF      RA-MEDIAN NUMERIC
00355              MOVE RA-MEDIAN-RD   TO WK-MEDIAN.
00356      MOVE    WK-INDICATED TO WK-FACT
00357      WRITE   PRINT-REC FROM WORK-LINE
00358              AFTER ADVANCING 2
00359      MOVE    SPACES TO WK-MESG
00360      ADD     +2 TO LINE-CNT.
00361 *    SKIP1
00362  050-EXIT.
00363      EXIT.
00364 *    SKIP3
00365  060-HDG-ROUTINE.
00366      ADD     +1 TO PAGE-CNT
00367      MOVE    PAGE-CNT TO HDG-PG
00368      WRITE   PRINT-REC FROM DATE-LINE
00369              AFTER PAGE
00370      WRITE   PRINT-REC FROM HDG-LINE
00371              AFTER ADVANCING 2
00372      WRITE   PRINT-REC FROM TTL-LINE
00373              AFTER ADVANCING 2
00374      IF      PART-WORKSHEET
00375              WRITE   PRINT-REC FROM TTL-LINE2
00376                      AFTER ADVANCING 3
00377      ELSE
00378              WRITE   PRINT-REC FROM CMP-TTL-LINE
00379                      AFTER ADVANCING 2
00380              WRITE   PRINT-REC FROM TTL-LINE3
00381                      AFTER ADVANCING 2
00382      END-IF
00383      MOVE    +8 TO LINE-CNT.
00384 *    SKIP1
00385  060-EXIT.
00386      EXIT.
00387 *    SKIP3
      *----------------------------------------------------------------
      * 070-CHECK-KEYED-DECK: Check every keyed card against the
      *   derived figure for its key.
      *
      *   Business logic:
      *     Delete cards carry no factor and are passed over. A
      *     keyed card whose factor agrees is counted and not
      *     listed; one that differs, one whose factor is not even
      *     numeric, and one with no study cell behind it are each
      *     listed. Derived factors no keyed card carried are listed
      *     last, but only when a keyed deck was supplied at all.
      *----------------------------------------------------------------
00388  070-CHECK-KEYED-DECK.
00389      MOVE    'C' TO PART-SW
00390      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00391      READ    CARD-FILE
00392              AT END MOVE 'Y' TO CARD-EOF-SW
00393      END-READ
00394      PERFORM 071-CHECK-CARD THRU 071-EXIT
00395              UNTIL CARD-EOF
00396      IF      KEYED-CNT GREATER THAN ZERO
00397              PERFORM 075-LIST-NOT-KEYED THRU 075-EXIT
00398                      VARYING DRV-SUB FROM 1 BY 1
00399                      UNTIL   DRV-SUB GREATER THAN DRV-CNT
00400      END-IF.
00401 *    SKIP1
00402  070-EXIT.
00403      EXIT.
00404 *    SKIP1
00405  071-CHECK-CARD.
00406      IF      KY-TRANS-DELETE
00407              GO TO 071-READ.
00408      ADD     +1        TO KEYED-CNT
00409      MOVE    KY-YR     TO WK-KEY-YR
00410      MOVE    KY-QUAD   TO WK-KEY-QUAD
00411      MOVE    KY-TWNSHP TO WK-KEY-TWN
00412      MOVE    'N'       TO DRV-FOUND-SW
00413      PERFORM 072-MATCH-DERIVED THRU 072-EXIT
00414              VARYING DRV-SUB FROM 1 BY 1
00415              UNTIL   DRV-FOUND
00416              OR      DRV-SUB GREATER THAN DRV-CNT
00417      MOVE    KY-YR     TO CL-YR
00418      MOVE    KY-QUAD   TO CL-QUAD
00419      MOVE    KY-TWNSHP TO CL-TWN
00420      MOVE    SPACES    TO CL-KEYED
00421                           CL-DERIVED
00422                           CL-DIFF
00423      IF      KY-FACTOR NUMERIC
00424              MOVE KY-FACTOR-RD TO CL-KEYED-ED
00425      ELSE
00426              MOVE KY-FACTOR    TO CL-KEYED
00427      END-IF
00428      IF      NOT DRV-FOUND
00429              ADD  +1 TO NOSTUDY-CNT
00430              MOVE 'NO STUDY FOR CARD' TO CL-MESG
00431              PERFORM 076-WRITE-CMP THRU 076-EXIT
00432              GO TO 071-READ.
00433      MOVE    DE-EQFACT (DRV-SUB) TO CL-DERIVED-ED
00434      IF      KY-FACTOR NOT NUMERIC
00435              ADD  +1 TO DIFFER-CNT
00436              MOVE 'KEYED NOT NUMERIC' TO CL-MESG
00437              PERFORM 076-WRITE-CMP THRU 076-EXIT
00438              GO TO 071-READ.
00439      IF      KY-FACTOR-RD EQUAL TO DE-EQFACT (DRV-SUB)
00440              ADD  +1 TO AGREE-CNT
00441      ELSE
00442              ADD  +1 TO DIFFER-CNT
00443              COMPUTE WK-DIFF = KY-FACTOR-RD - DE-EQFACT (DRV-SUB)
00444              MOVE WK-DIFF TO CL-DIFF-ED
00445              MOVE 'KEYED FACTOR DIFFERS' TO CL-MESG
00446              PERFORM 076-WRITE-CMP THRU 076-EXIT
00447      END-IF.
00448 *    SKIP1
00449  071-READ.
00450      READ    CARD-FILE
00451              AT END MOVE 'Y' TO CARD-EOF-SW
00452      END-READ.
00453 *    SKIP1
00454  071-EXIT.
00455      EXIT.
00456 *    SKIP1
      *----------------------------------------------------------------
      * 072-MATCH-DERIVED: Test one derived entry against the keyed
      *   card's key. On a match DRV-FOUND stops the PERFORM
      *   VARYING; backing DRV-SUB up one compensates for the
      *   increment the loop applies after this paragraph, the same
      *   device as CLREB040's 041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00457  072-MATCH-DERIVED.
00458      IF      DE-KEY (DRV-SUB) EQUAL TO WK-CARD-KEY
00459              MOVE 'Y' TO DRV-FOUND-SW
00460              MOVE 'Y' TO DE-USED (DRV-SUB)
00461              SUBTRACT 1 FROM DRV-SUB
00462      END-IF.
00463 *    SKIP1
00464  072-EXIT.
00465      EXIT.
00466 *    SKIP3
00467  075-LIST-NOT-KEYED.
00468      IF      NOT DE-CONSUMED (DRV-SUB)
00469              ADD     +1 TO NOTKEYED-CNT
00470              MOVE    DE-TAXYR (DRV-SUB)  TO CL-YR
00471              MOVE    DE-QUAD (DRV-SUB)   TO CL-QUAD
00472              MOVE    DE-TWNSHP (DRV-SUB) TO CL-TWN
00473              MOVE    SPACES              TO CL-KEYED
00474                                             CL-DIFF
00475              MOVE    DE-EQFACT (DRV-SUB) TO CL-DERIVED-ED
00476              MOVE    'NO KEYED CARD'     TO CL-MESG
00477              PERFORM 076-WRITE-CMP THRU 076-EXIT
00478      END-IF.
00479 *    SKIP1
00480  075-EXIT.
00481      EXIT.
00482 *    SKIP3
00483  076-WRITE-CMP.
00484      IF      LINE-CNT GREATER THAN +55
00485              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00486      WRITE   PRINT-REC FROM CMP-LINE
00487              AFTER ADVANCING 2
00488      MOVE    SPACES TO CL-MESG
00489      ADD     +2 TO LINE-CNT.
00490 *    SKIP1
00491  076-EXIT.
00492      EXIT.
00493 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the control totals.
      *----------------------------------------------------------------
00494  080-TRAILER-ROUTINE.
00495      IF      LINE-CNT GREATER THAN +37
00496              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00497      WRITE   PRINT-REC FROM TRL-TTL-LINE
00498              AFTER ADVANCING 3
00499      MOVE    'STUDY RECORDS READ  . . . ' TO TRL-TEXT
00500      MOVE    IN-CNT       TO TRL-CNT
00501      WRITE   PRINT-REC FROM TRL-LINE
00502              AFTER ADVANCING 2
00503      MOVE    'FACTOR CARDS DERIVED  . . ' TO TRL-TEXT
00504      MOVE    OUT-CNT      TO TRL-CNT
00505      WRITE   PRINT-REC FROM TRL-LINE
00506              AFTER ADVANCING 2
00507      MOVE    'STUDY RECORDS REJECTED  . ' TO TRL-TEXT
00508      MOVE    ERROR-CNT    TO TRL-CNT
00509      WRITE   PRINT-REC FROM TRL-LINE
00510              AFTER ADVANCING 2
00511      MOVE    'KEYED CARDS CHECKED . . . ' TO TRL-TEXT
00512      MOVE    KEYED-CNT    TO TRL-CNT
00513      WRITE   PRINT-REC FROM TRL-LINE
00514              AFTER ADVANCING 2
00515      MOVE    'KEYED CARDS AGREEING  . . ' TO TRL-TEXT
00516      MOVE    AGREE-CNT    TO TRL-CNT
00517      WRITE   PRINT-REC FROM TRL-LINE
00518              AFTER ADVANCING 2
00519      MOVE    'KEYED CARDS DIFFERING . . ' TO TRL-TEXT
00520      MOVE    DIFFER-CNT   TO TRL-CNT
00521      WRITE   PRINT-REC FROM TRL-LINE
00522              AFTER ADVANCING 2
00523      MOVE    'KEYED CARDS WITH NO STUDY ' TO TRL-TEXT
00524      MOVE    NOSTUDY-CNT  TO TRL-CNT
00525      WRITE   PRINT-REC FROM TRL-LINE
00526              AFTER ADVANCING 2
00527      MOVE    'DERIVED FACTORS NOT KEYED ' TO TRL-TEXT
00528      MOVE    NOTKEYED-CNT TO TRL-CNT
00529      WRITE   PRINT-REC FROM TRL-LINE
00530              AFTER ADVANCING 2
00531      ADD     +19 TO LINE-CNT.
00532 *    SKIP1
00533  080-EXIT.
00534      EXIT.
