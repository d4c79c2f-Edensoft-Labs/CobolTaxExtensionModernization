      *================================================================
      * PROGRAM: CLREB027 - Sample PIN Bill Impact Report
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   CLREB025 answers the certification hearing's question in
      *   quads and classes; the press office and the Board members
      *   are asked it in tax bills. This program takes a sample of
      *   real parcels (PINs) and estimates what the new factors do
      *   to each one's bill: last year's EAV at the prior factor on
      *   FACTOR-HISTORY-FILE, this year's EAV at the new factor --
      *   the township factor where the township has one, otherwise
      *   the quad factor, CLREB050's precedence -- and the bill at
      *   each, both at last year's composite tax rate. Holding the
      *   assessed value, the exemptions and the rate fixed isolates
      *   the factor's effect, which is the figure being asked for.
      *
      *   After the parcel listing, a summary page prints the median
      *   estimated bill change for each township and property class
      *   in the sample, with the parcel count and bill totals, and
      *   a total line under each township.
      *
      *   The report is strictly advisory -- nothing is written except
      *   the listing. It reads whichever factor file it is given:
      *   the proof copy a PROOF run of CLREB020 writes, so the
      *   figures are ready before the FINAL run, or the released
      *   FACTOR-FILE afterward. The heading names which.
      *
      * INPUT:   FACTOR-FILE          - 23-byte factor records
      *                                 (copybook REBEQFRD01), header
      *                                 first and count/hash trailer
      *                                 last; PROOF or FINAL
      *          TOWNSHIP-FACTOR-FILE - 25-byte township factors of
      *                                 the same run (optional)
      *          FACTOR-HISTORY-FILE  - keyed factor history, read
      *                                 for the prior year's factors
      *          SAMPLE-PIN-FILE      - 80-byte sample parcels
      * OUTPUT:  PRINT-FILE           - 133-byte bill impact listing
      *                                 and median change summary
      *
      * VALIDATION RULES:
      *   1. Assessed value, exemptions and tax rate must be numeric
      *   2. The parcel's quad must have a factor on FACTOR-FILE for
      *      the year on its header
      *   3. The quad must have a factor on FACTOR-HISTORY-FILE for
      *      the year before
      *   4. Exemptions larger than the equalized value bring the
      *      EAV to zero, not below, as on the bill itself
      *
      * ERROR HANDLING:
      *   - A parcel failing rules 1-3 is listed with its reason and
      *     left out of the summary; RETURN-CODE = 4
      *   - FACTOR-FILE header or trailer missing, or out of
      *     balance: the report still prints (it is advisory) but
      *     ends with RETURN-CODE = 12, as CLREB025 does
      *   - Summary table full: the parcel is listed TABLE FULL and
      *     left out of the summary; RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB027.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL ESTIMATE THE TAX BILL CHANGE THE NEW
00007 *         EQUALIZATION FACTORS MAKE ON A SAMPLE OF PARCELS AND
00008 *         PRINT THE MEDIAN CHANGE BY TOWNSHIP AND CLASS.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT FACTOR-FILE ASSIGN TO UT-S-FACTOR.
00017      SELECT OPTIONAL TOWNSHIP-FACTOR-FILE ASSIGN TO UT-S-TWNFT.
00018      SELECT OPTIONAL FACTOR-HISTORY-FILE ASSIGN TO UT-S-FACTHS
00019          ORGANIZATION IS INDEXED
00020          ACCESS MODE IS SEQUENTIAL
00021          RECORD KEY IS FH-KEY.
00022      SELECT SAMPLE-PIN-FILE ASSIGN TO UT-S-PINSMP.
00023      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00024      SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.
00025 *    SKIP3
00026  DATA DIVISION.
00027  FILE SECTION.
      *----------------------------------------------------------------
      * FACTOR-FILE: CLREB020's factor records -- the released file,
      *   or the proof copy (FT-PROOF-FILE on its header).
      *----------------------------------------------------------------
00028  FD  FACTOR-FILE
00029      RECORD CONTAINS 23 CHARACTERS
00030      BLOCK CONTAINS 0 RECORDS
00031      LABEL RECORDS ARE STANDARD
00032      DATA RECORD IS FACTOR-REC.
00033  01  FACTOR-REC.
00034      COPY REBEQFRD01.
      *----------------------------------------------------------------
      * TOWNSHIP-FACTOR-FILE: 25-byte township-level factor records
      *   of the same run. Independent 01-level, matching the
      *   writer's layout field for field.
      *----------------------------------------------------------------
00035  FD  TOWNSHIP-FACTOR-FILE
00036      RECORD CONTAINS 25 CHARACTERS
00037      BLOCK CONTAINS 0 RECORDS
00038      LABEL RECORDS ARE STANDARD
00039      DATA RECORD IS TOWNSHIP-FACTOR-REC.
00040  01  TOWNSHIP-FACTOR-REC.
00041      05  TW-TAXYR      PIC 9(4).
00042      05  TW-QUAD       PIC 9.
00043      05  TW-TWNSHP     PIC XX.
00044      05  TW-EQFACT     PIC 99V9999.
00045      05  FILLER        PIC X(12).
      *----------------------------------------------------------------
      * FACTOR-HISTORY-FILE: every factor CLREB020 has released,
      *   keyed year+quad. Read front to back for the prior year.
      *----------------------------------------------------------------
00046  FD  FACTOR-HISTORY-FILE
00047      RECORD CONTAINS 23 CHARACTERS
00048      LABEL RECORDS ARE STANDARD
00049      DATA RECORD IS FACTOR-HISTORY-REC.
00050  01  FACTOR-HISTORY-REC.
00051      05  FH-KEY.
00052          10  FH-TAXYR      PIC 9(4).
00053          10  FH-QUAD       PIC 9.
00054      05  FH-EQFACT         PIC 99V9999.
00055      05  FILLER            PIC X(12).
      *----------------------------------------------------------------
      * SAMPLE-PIN-FILE: one 80-byte record per sample parcel, drawn
      *   off the Assessor's roll: the 14-digit PIN, its township
      *   and the quad that township lies in, the property class,
      *   the assessed value and the exemption total in whole
      *   dollars, and last year's composite tax rate as a percent
      *   to three places (07.125 = 7.125%).
      *----------------------------------------------------------------
00056  FD  SAMPLE-PIN-FILE
00057      RECORD CONTAINS 80 CHARACTERS
00058      BLOCK CONTAINS 0 RECORDS
00059      LABEL RECORDS ARE STANDARD
00060      DATA RECORD IS SAMPLE-PIN-REC.
00061  01  SAMPLE-PIN-REC.
00062      05  SP-PIN            PIC X(14).
00063      05  SP-TWNSHP         PIC XX.
00064      05  SP-QUAD           PIC X.
00065      05  SP-CLASS          PIC XX.
00066      05  SP-ASSESSED       PIC X(11).
00067      05  SP-ASSESSED-RD REDEFINES SP-ASSESSED PIC 9(11).
00068      05  SP-EXEMPT         PIC X(11).
00069      05  SP-EXEMPT-RD REDEFINES SP-EXEMPT PIC 9(11).
00070      05  SP-TAX-RATE       PIC X(5).
00071      05  SP-TAX-RATE-RD REDEFINES SP-TAX-RATE PIC 99V999.
00072      05  FILLER            PIC X(34).
00073 *    SKIP1
00074  FD  PRINT-FILE
00075      LABEL RECORDS ARE STANDARD
00076      RECORD CONTAINS 133 CHARACTERS
00077      BLOCK CONTAINS 0 RECORDS
00078      DATA RECORD IS PRINT-REC.
00079  01  PRINT-REC         PIC X(133).
00080 *    SKIP1
      *----------------------------------------------------------------
      * SORT-FILE: one record per parcel priced, sequenced township,
      *   class, bill change so each township+class group arrives
      *   in order of its change and the median can be picked off
      *   by position.
      *----------------------------------------------------------------
00081  SD  SORT-FILE
00082      RECORD CONTAINS 19 CHARACTERS
00083      DATA RECORD IS SORT-REC.
00084  01  SORT-REC.
00085      05  SR-TWNSHP     PIC XX.
00086      05  SR-CLASS      PIC XX.
00087      05  SR-CHANGE     PIC S9(7)V99   COMP-3.
00088      05  SR-PRIOR-BILL PIC S9(7)V99   COMP-3.
00089      05  SR-NEW-BILL   PIC S9(7)V99   COMP-3.
00090 *    SKIP3
00091 ****************  WORKING STORAGE STARTS HERE  *******************
00092 *    SKIP1
00093  WORKING-STORAGE SECTION.
00094  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00095  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00096  77  ERR-MESG          PIC X(11)      VALUE 'NOT NUMERIC'.
00097  77  NOF-MESG          PIC X(11)      VALUE 'NO FACTOR'.
00098  77  NOP-MESG          PIC X(11)      VALUE 'NO PRIOR FT'.
00099  77  FUL-MESG          PIC X(11)      VALUE 'TABLE FULL'.
00100  77  IN-CNT            PIC S9(5)      VALUE +0       COMP-3.
      *    Sample parcels read.
00101  77  OUT-CNT           PIC S9(5)      VALUE +0       COMP-3.
      *    Parcels priced and carried to the summary.
00102  77  ERROR-CNT         PIC S9(5)      VALUE +0       COMP-3.
00103  77  FACTOR-EOF-SW     PIC X          VALUE 'N'.
00104      88  FACTOR-EOF                   VALUE 'Y'.
00105  77  TWNFT-EOF-SW      PIC X          VALUE 'N'.
00106      88  TWNFT-EOF                    VALUE 'Y'.
00107  77  HIST-EOF-SW       PIC X          VALUE 'N'.
00108      88  HIST-EOF                     VALUE 'Y'.
00109  77  PIN-EOF-SW        PIC X          VALUE 'N'.
00110      88  PIN-EOF                      VALUE 'Y'.
00111  77  SORT-EOF-SW       PIC X          VALUE 'N'.
00112      88  SORT-EOF                     VALUE 'Y'.
00113  77  BAL-FAIL-SW       PIC X          VALUE 'N'.
      *    Set when FACTOR-FILE fails its header/trailer proof.
00114      88  BAL-FAILED                   VALUE 'Y'.
00115  77  FAC-FOUND-SW      PIC X          VALUE 'N'.
00116      88  FAC-FOUND                    VALUE 'Y'.
00117  77  TWN-FOUND-SW      PIC X          VALUE 'N'.
00118      88  TWN-FOUND                    VALUE 'Y'.
00119  77  PRI-FOUND-SW      PIC X          VALUE 'N'.
00120      88  PRI-FOUND                    VALUE 'Y'.
00121  77  GRP-FOUND-SW      PIC X          VALUE 'N'.
00122      88  GRP-FOUND                    VALUE 'Y'.
00123  77  PART-SW           PIC X          VALUE 'L'.
      *    Which column headings the page break prints: L for the
      *    parcel listing, S for the median summary.
00124      88  PART-LISTING                 VALUE 'L'.
      *----------------------------------------------------------------
      * Trailer-balancing fields, same convention as CLREB025's
      *   017-BALANCE-FACTOR.
      *----------------------------------------------------------------
00125  77  FT-HDR-SEEN-SW    PIC X          VALUE 'N'.
00126      88  FT-HDR-SEEN                  VALUE 'Y'.
00127  77  FT-TRL-SEEN-SW    PIC X          VALUE 'N'.
00128      88  FT-TRL-SEEN                  VALUE 'Y'.
00129  77  FAC-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00130  77  FAC-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
00131  77  EXP-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00132  77  EXP-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
00133  77  WK-HDR-YR         PIC 9(4)       VALUE ZERO.
      *    Tax year off the FACTOR-FILE header: the year being
      *    priced. The prior factors are the year before.
00134  77  WK-PRIOR-YR       PIC 9(4)       VALUE ZERO.
      *----------------------------------------------------------------
      * Parcel work fields. EAV is carried in whole dollars, rounded
      *   as CLREB025 rounds; bills in dollars and cents.
      *----------------------------------------------------------------
00135  77  WK-FACTOR         PIC 99V9999    VALUE ZERO.
00136  77  WK-FACT-SRC       PIC X          VALUE SPACE.
00137  77  WK-PRIOR-FACT     PIC 99V9999    VALUE ZERO.
00138  77  WK-PRIOR-EAV      PIC S9(13)     VALUE +0       COMP-3.
00139  77  WK-NEW-EAV        PIC S9(13)     VALUE +0       COMP-3.
00140  77  WK-PRIOR-BILL     PIC S9(7)V99   VALUE +0       COMP-3.
00141  77  WK-NEW-BILL       PIC S9(7)V99   VALUE +0       COMP-3.
00142  77  WK-CHANGE         PIC S9(7)V99   VALUE +0       COMP-3.
00143  77  WK-PCT            PIC S9(5)V99   VALUE +0       COMP-3.
      *----------------------------------------------------------------
      * Sample totals for the trailer page.
      *----------------------------------------------------------------
00144  77  TOT-PRIOR-BILL    PIC S9(11)V99  VALUE +0       COMP-3.
00145  77  TOT-NEW-BILL      PIC S9(11)V99  VALUE +0       COMP-3.
00146  77  TOT-CHANGE        PIC S9(11)V99  VALUE +0       COMP-3.
      *----------------------------------------------------------------
      * Summary group fields. A township+class group's parcel count
      *   is known from GRP-TABLE before its first sorted record is
      *   returned, so the median is the change at the middle
      *   position (the mean of the two middle positions for an even
      *   count): MED-POS1 and MED-POS2 are the same position when
      *   the count is odd.
      *----------------------------------------------------------------
00147  77  GRP-POS           PIC S9(5)      VALUE +0       COMP-3.
00148  77  MED-POS1          PIC S9(5)      VALUE +0       COMP-3.
00149  77  MED-POS2          PIC S9(5)      VALUE +0       COMP-3.
00150  77  MED-SUM           PIC S9(8)V99   VALUE +0       COMP-3.
00151  77  MED-CHANGE        PIC S9(7)V99   VALUE +0       COMP-3.
00152  77  CLS-PRIOR-BILL    PIC S9(11)V99  VALUE +0       COMP-3.
00153  77  CLS-NEW-BILL      PIC S9(11)V99  VALUE +0       COMP-3.
00154  77  TWS-CNT           PIC S9(5)      VALUE +0       COMP-3.
00155  77  TWS-PRIOR-BILL    PIC S9(11)V99  VALUE +0       COMP-3.
00156  77  TWS-NEW-BILL      PIC S9(11)V99  VALUE +0       COMP-3.
00157  77  WK-TOT-CHANGE     PIC S9(11)V99  VALUE +0       COMP-3.
00158 *    SKIP1
00159  01  WORK-AREA.
00160      05 RUN-STAMP.
00161        10 RS-DATE    PIC X(8).
00162        10 RS-TIME    PIC X(6).
      *    -- Keys being looked up on the load tables --
00163      05 WK-FIND-QKEY.
00164         10 WK-FIND-YR   PIC X(4).
00165         10 WK-FIND-QUAD PIC X.
00166      05 WK-FIND-TWNSHP  PIC XX.
00167      05 WK-FIND-GKEY.
00168         10 WK-FIND-GTWN PIC XX.
00169         10 WK-FIND-GCLS PIC XX.
00170      05 PREV-GKEY.
00171         10 PREV-TWNSHP  PIC XX       VALUE LOW-VALUES.
00172         10 PREV-CLASS   PIC XX       VALUE LOW-VALUES.
00173      05 DATE-LINE.
00174         10 FILLER     PIC X(11)      VALUE SPACES.
00175         10 DATE-DT    PIC X(8).
00176      05 HDG-LINE.
00177         10 FILLER     PIC X(11)      VALUE SPACES.
00178         10 FILLER     PIC X(40)      VALUE 'CLREB027'.
00179         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00180 -        'Y  CLERK'.
00181         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00182         10 HDG-PG     PIC ZZ9.
00183      05  TTL-LINE.
00184         10 FILLER     PIC X(30)      VALUE SPACES.
00185         10 FILLER     PIC X(25)      VALUE
00186                       'SAMPLE  PIN  BILL  IMPACT'.
00187         10 FILLER     PIC X(13)      VALUE '  -  TAX YEAR'.
00188         10 FILLER     PIC X          VALUE SPACE.
00189         10 TL-YR      PIC X(4).
00190         10 FILLER     PIC X(2)       VALUE SPACES.
00191         10 TL-MODE    PIC X(30).
00192      05  TTL-LINE2.
00193         10 FILLER     PIC X(1)       VALUE SPACES.
00194         10 FILLER     PIC X(16)      VALUE 'PIN'.
00195         10 FILLER     PIC X(5)       VALUE 'TWN'.
00196         10 FILLER     PIC X(3)       VALUE 'Q'.
00197         10 FILLER     PIC X(4)       VALUE 'CL'.
00198         10 FILLER     PIC X(11)      VALUE '   ASSESSED'.
00199         10 FILLER     PIC X(9)       VALUE ' PRIOR FT'.
00200         10 FILLER     PIC X(11)      VALUE '  PRIOR EAV'.
00201         10 FILLER     PIC X(9)       VALUE '  NEW FT'.
00202         10 FILLER     PIC X(12)      VALUE '     NEW EAV'.
00203         10 FILLER     PIC X(11)      VALUE ' PRIOR BILL'.
00204         10 FILLER     PIC X(11)      VALUE '   EST BILL'.
00205         10 FILLER     PIC X(11)      VALUE '     CHANGE'.
00206         10 FILLER     PIC X(8)       VALUE '     PCT'.
00207      05  TTL-LINE3.
00208         10 FILLER     PIC X(7)       VALUE SPACES.
00209         10 FILLER     PIC X(7)       VALUE 'TWN'.
00210         10 FILLER     PIC X(7)       VALUE 'CLASS'.
00211         10 FILLER     PIC X(9)       VALUE 'PARCELS'.
00212         10 FILLER     PIC X(20)      VALUE '    PRIOR BILLS'.
00213         10 FILLER     PIC X(20)      VALUE '  ESTIMATED BILLS'.
00214         10 FILLER     PIC X(20)      VALUE '     TOTAL CHANGE'.
00215         10 FILLER     PIC X(15)      VALUE '  MEDIAN CHANGE'.
      *----------------------------------------------------------------
      * WORK-LINE: one listing line per sample parcel. A rejected
      *   parcel prints its key and the reason in WK-MESG.
      *----------------------------------------------------------------
00216      05  WORK-LINE.
00217         10 FILLER     PIC X          VALUE SPACE.
00218         10 WK-PIN     PIC X(14).
00219         10 FILLER     PIC X(2)       VALUE SPACES.
00220         10 WK-TWN     PIC XX.
00221         10 FILLER     PIC X(2)       VALUE SPACES.
00222         10 WK-QUAD    PIC X.
00223         10 FILLER     PIC X(2)       VALUE SPACES.
00224         10 WK-CLASS   PIC XX.
00225         10 FILLER     PIC X(2)       VALUE SPACES.
00226         10 WK-ASSESSED  PIC ZZZ,ZZZ,ZZ9.
00227         10 FILLER     PIC X          VALUE SPACE.
00228         10 WK-PFACT   PIC 99.9999.
00229         10 FILLER     PIC X          VALUE SPACE.
00230         10 WK-PEAV    PIC ZZZ,ZZZ,ZZ9.
00231         10 FILLER     PIC X          VALUE SPACE.
00232         10 WK-NFACT   PIC 99.9999.
00233         10 WK-SRC     PIC X.
00234         10 FILLER     PIC X          VALUE SPACE.
00235         10 WK-NEAV    PIC ZZZ,ZZZ,ZZ9.
00236         10 FILLER     PIC X          VALUE SPACE.
00237         10 WK-PBILL   PIC ZZZ,ZZ9.99.
00238         10 FILLER     PIC X          VALUE SPACE.
00239         10 WK-NBILL   PIC ZZZ,ZZ9.99.
00240         10 FILLER     PIC X          VALUE SPACE.
00241         10 WK-CHG     PIC -ZZ,ZZ9.99.
00242         10 FILLER     PIC X          VALUE SPACE.
00243         10 WK-PCT-ED  PIC -ZZ9.99.
00244         10 FILLER     PIC X          VALUE SPACE.
00245         10 WK-MESG    PIC X(11).
      *----------------------------------------------------------------
      * SUM-LINE: one summary line per township+class, and the
      *   township total beneath (class ALL, no median).
      *----------------------------------------------------------------
00246      05  SUM-LINE.
00247         10 FILLER     PIC X(7)       VALUE SPACES.
00248         10 SL-TWN     PIC XX.
00249         10 FILLER     PIC X(5)       VALUE SPACES.
00250         10 SL-CLASS   PIC X(3).
00251         10 FILLER     PIC X(4)       VALUE SPACES.
00252         10 SL-CNT     PIC ZZZZ9.
00253         10 FILLER     PIC X(3)       VALUE SPACES.
00254         10 SL-PBILL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00255         10 FILLER     PIC X(3)       VALUE SPACES.
00256         10 SL-NBILL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
00257         10 FILLER     PIC X(3)       VALUE SPACES.
00258         10 SL-CHG     PIC -Z,ZZZ,ZZZ,ZZ9.99.
00259         10 FILLER     PIC X(3)       VALUE SPACES.
00260         10 SL-MEDIAN  PIC -ZZZ,ZZ9.99.
00261         10 SL-MEDIAN-X REDEFINES SL-MEDIAN PIC X(11).
00262      05  TRL-LINE.
00263         10 FILLER     PIC X(7)       VALUE SPACES.
00264         10 TRL-TEXT   PIC X(32).
00265         10 TRL-CNT    PIC ZZZZ9.
00266      05  TRL-AMT-LINE.
00267         10 FILLER     PIC X(7)       VALUE SPACES.
00268         10 TA-TEXT    PIC X(32).
00269         10 TA-AMT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
00270      05  TRL-MSG-LINE.
00271         10 FILLER     PIC X(7)       VALUE SPACES.
00272         10 TM-TEXT    PIC X(50).
      *----------------------------------------------------------------
      * FACTOR-TABLE / TWN-FACT-TABLE: the factor files loaded once
      *   at startup, sized as in CLREB050.
      *----------------------------------------------------------------
00273  77  FAC-CNT           PIC S999       VALUE +0       COMP-3.
00274      88  FAC-TABLE-FULL               VALUE +40.
00275  77  FAC-SUB           PIC S999       VALUE +0       COMP-3.
00276  01  FACTOR-TABLE.
00277      05  FAC-ENTRY OCCURS 40 TIMES.
00278          10  FE-KEY.
00279              15  FE-TAXYR      PIC X(4).
00280              15  FE-QUAD       PIC X.
00281          10  FE-EQFACT     PIC 99V9999.
00282  77  TWN-CNT           PIC S999       VALUE +0       COMP-3.
00283      88  TWN-TABLE-FULL               VALUE +200.
00284  77  TWN-SUB           PIC S999       VALUE +0       COMP-3.
00285  01  TWN-FACT-TABLE.
00286      05  TWN-ENTRY OCCURS 200 TIMES.
00287          10  TE-TAXYR      PIC X(4).
00288          10  TE-QUAD       PIC X.
00289          10  TE-TWNSHP     PIC XX.
00290          10  TE-EQFACT     PIC 99V9999.
      *----------------------------------------------------------------
      * PRIOR-TABLE: the prior year's quad factors off
      *   FACTOR-HISTORY-FILE (018-LOAD-PRIOR).
      *----------------------------------------------------------------
00291  77  PRI-CNT           PIC S999       VALUE +0       COMP-3.
00292      88  PRI-TABLE-FULL               VALUE +9.
00293  77  PRI-SUB           PIC S999       VALUE +0       COMP-3.
00294  01  PRIOR-TABLE.
00295      05  PRI-ENTRY OCCURS 9 TIMES.
00296          10  PE-QUAD       PIC X.
00297          10  PE-EQFACT     PIC 99V9999.
      *----------------------------------------------------------------
      * GRP-TABLE: parcels priced per township+class, counted as
      *   they are released to the sort so the summary knows each
      *   group's size before the group is returned.
      *----------------------------------------------------------------
00298  77  GRP-CNT           PIC S999       VALUE +0       COMP-3.
00299      88  GRP-TABLE-FULL               VALUE +500.
00300  77  GRP-SUB           PIC S999       VALUE +0       COMP-3.
00301  01  GRP-TABLE.
00302      05  GRP-ENTRY OCCURS 500 TIMES.
00303          10  GT-KEY.
00304              15  GT-TWNSHP     PIC XX.
00305              15  GT-CLASS      PIC XX.
00306          10  GT-CNT        PIC S9(5)      COMP-3.
00307 *    SKIP3
00308 *****************  WORKING STORAGE ENDS HERE  ********************
00309 *SKIP3
00310  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load and balance FACTOR-FILE, load the township
      *        factors and the prior year's factors
      *     2. SORT: the input procedure prices and lists every
      *        sample parcel and releases each one priced; the
      *        output procedure prints the median change summary
      *        off the sorted records
      *     3. Print the trailer page, display statistics and
      *        terminate
      *----------------------------------------------------------------
00311  010-BEGIN.
00312      OPEN    INPUT FACTOR-FILE
00313                    TOWNSHIP-FACTOR-FILE
00314                    FACTOR-HISTORY-FILE
00315                    SAMPLE-PIN-FILE
00316              OUTPUT PRINT-FILE
00317      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00318      MOVE    RS-DATE TO DATE-DT
00319      PERFORM 015-LOAD-FACTORS THRU 015-EXIT
00320      PERFORM 020-LOAD-TWNSHPS THRU 020-EXIT
00321      PERFORM 018-LOAD-PRIOR THRU 018-EXIT
00322      MOVE    WK-HDR-YR TO TL-YR
00323      SORT    SORT-FILE
00324              ON ASCENDING KEY SR-TWNSHP
00325                               SR-CLASS
00326                               SR-CHANGE
00327              INPUT PROCEDURE IS 200-PRICE-PARCELS
00328                           THRU 200-EXIT
00329              OUTPUT PROCEDURE IS 300-MEDIAN-SUMMARY
00330                           THRU 300-EXIT
00331      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00332      IF      ERROR-CNT GREATER THAN ZERO
00333         AND  RETURN-CODE LESS THAN 4
00334              MOVE 4 TO RETURN-CODE
00335      END-IF
00336      IF      BAL-FAILED
00337         AND  RETURN-CODE LESS THAN 12
00338              MOVE 12 TO RETURN-CODE
00339      END-IF
00340      DISPLAY 'NO. OF SAMPLE PARCELS   = ' IN-CNT
00341      DISPLAY 'NO. OF PARCELS PRICED   = ' OUT-CNT
00342      DISPLAY 'NO. OF PARCELS REJECTED = ' ERROR-CNT
00343      CLOSE   FACTOR-FILE
00344              TOWNSHIP-FACTOR-FILE
00345              FACTOR-HISTORY-FILE
00346              SAMPLE-PIN-FILE
00347              PRINT-FILE
00348      STOP RUN.
00349 *    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-FACTORS: Load FACTOR-FILE into FACTOR-TABLE and
      *   balance it. The header supplies the year being priced and
      *   whether these are proof or released factors. A file that
      *   fails its proof is still priced -- the report is advisory
      *   -- but the run ends RETURN-CODE 12, as CLREB025's does.
      *----------------------------------------------------------------
00350  015-LOAD-FACTORS.
00351      MOVE    'ON RELEASED FACTORS' TO TL-MODE
00352      READ    FACTOR-FILE
00353              AT END MOVE 'Y' TO FACTOR-EOF-SW
00354      END-READ
00355      PERFORM 016-STORE-FACTOR THRU 016-EXIT
00356              UNTIL FACTOR-EOF
00357      PERFORM 017-BALANCE-FACTOR THRU 017-EXIT.
00358 *    SKIP1
00359  015-EXIT.
00360      EXIT.
00361 *    SKIP1
00362  016-STORE-FACTOR.
00363      IF      FT-HEADER-REC
00364              MOVE 'Y'              TO FT-HDR-SEEN-SW
00365              MOVE FT-HDR-TAXYR     TO WK-HDR-YR
00366              IF   FT-PROOF-FILE
00367                   MOVE 'ON PROOF FACTORS - ADVISORY'
00368                     TO TL-MODE
00369              END-IF
00370      ELSE
00371          IF      FT-TRAILER-REC
00372                  MOVE 'Y'              TO FT-TRL-SEEN-SW
00373                  MOVE FT-TRL-DET-CNT   TO EXP-DET-CNT
00374                  MOVE FT-TRL-FACT-HASH TO EXP-HASH-TOT
00375          ELSE
00376              IF      NOT FAC-TABLE-FULL
00377                  ADD     1              TO FAC-CNT
00378                  MOVE    FAC-CNT        TO FAC-SUB
00379                  MOVE    FT-TAXYR       TO FE-TAXYR (FAC-SUB)
00380                  MOVE    FT-QUAD        TO FE-QUAD (FAC-SUB)
00381                  MOVE    FT-EQFACT      TO FE-EQFACT (FAC-SUB)
00382              ELSE
00383                  DISPLAY 'FACTOR TABLE FULL AT ' FT-TAXYR
00384                          FT-QUAD
00385                  MOVE    'Y'            TO BAL-FAIL-SW
00386              END-IF
00387              ADD     +1             TO FAC-DET-CNT
00388              ADD     FT-EQFACT      TO FAC-HASH-TOT
00389          END-IF
00390      END-IF
00391      READ    FACTOR-FILE
00392              AT END MOVE 'Y' TO FACTOR-EOF-SW
00393      END-READ.
00394 *    SKIP1
00395  016-EXIT.
00396      EXIT.
00397 *    SKIP3
00398  017-BALANCE-FACTOR.
00399      IF      NOT FT-HDR-SEEN
00400              DISPLAY 'FACTOR FILE HAS NO HEADER RECORD'
00401              MOVE 'Y' TO BAL-FAIL-SW
00402      END-IF
00403      IF      NOT FT-TRL-SEEN
00404              DISPLAY 'FACTOR FILE HAS NO TRAILER RECORD'
00405              MOVE 'Y' TO BAL-FAIL-SW
00406      ELSE
00407          IF      FAC-DET-CNT NOT EQUAL TO EXP-DET-CNT
00408             OR   FAC-HASH-TOT NOT EQUAL TO EXP-HASH-TOT
00409                  DISPLAY 'FACTOR FILE OUT OF BALANCE'
00410                  DISPLAY 'TRAILER COUNT = ' EXP-DET-CNT
00411                          ' READ = ' FAC-DET-CNT
00412                  DISPLAY 'TRAILER HASH  = ' EXP-HASH-TOT
00413                          ' READ = ' FAC-HASH-TOT
00414                  MOVE 'Y' TO BAL-FAIL-SW
00415          END-IF
00416      END-IF.
00417 *    SKIP1
00418  017-EXIT.
00419      EXIT.
00420 *    SKIP3
      *----------------------------------------------------------------
      * 018-LOAD-PRIOR: Read FACTOR-HISTORY-FILE front to back and
      *   keep the factors for the year before the one being priced.
      *   An absent history file, or a year with nothing on it,
      *   leaves the table empty and every parcel lists NO PRIOR FT.
      *----------------------------------------------------------------
00421  018-LOAD-PRIOR.
00422      IF      WK-HDR-YR GREATER THAN ZERO
00423              COMPUTE WK-PRIOR-YR = WK-HDR-YR - 1
00424      END-IF
00425      READ    FACTOR-HISTORY-FILE
00426              AT END MOVE 'Y' TO HIST-EOF-SW
00427      END-READ
00428      PERFORM 019-STORE-PRIOR THRU 019-EXIT
00429              UNTIL HIST-EOF.
00430 *    SKIP1
00431  018-EXIT.
00432      EXIT.
00433 *    SKIP1
00434  019-STORE-PRIOR.
00435      IF      FH-TAXYR EQUAL TO WK-PRIOR-YR
00436         AND  NOT PRI-TABLE-FULL
00437              ADD     1              TO PRI-CNT
00438              MOVE    PRI-CNT        TO PRI-SUB
00439              MOVE    FH-QUAD        TO PE-QUAD (PRI-SUB)
00440              MOVE    FH-EQFACT      TO PE-EQFACT (PRI-SUB)
00441      END-IF
00442      READ    FACTOR-HISTORY-FILE
00443              AT END MOVE 'Y' TO HIST-EOF-SW
00444      END-READ.
00445 *    SKIP1
00446  019-EXIT.
00447      EXIT.
00448 *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-TWNSHPS: Load TOWNSHIP-FACTOR-FILE into
      *   TWN-FACT-TABLE. An absent or empty file leaves the table
      *   empty and every parcel takes its quad factor. A township
      *   factor the table cannot hold is priced at the quad factor
      *   instead, so the run says so on the console.
      *----------------------------------------------------------------
00449  020-LOAD-TWNSHPS.
00450      READ    TOWNSHIP-FACTOR-FILE
00451              AT END MOVE 'Y' TO TWNFT-EOF-SW
00452      END-READ
00453      PERFORM 021-STORE-TWNSHP THRU 021-EXIT
00454              UNTIL TWNFT-EOF
00455              OR     TWN-TABLE-FULL
00456      IF      NOT TWNFT-EOF
00457              DISPLAY 'TOWNSHIP TABLE FULL - QUAD FACTORS USED'
00458              MOVE 'Y' TO BAL-FAIL-SW
00459      END-IF.
00460 *    SKIP1
00461  020-EXIT.
00462      EXIT.
00463 *    SKIP1
00464  021-STORE-TWNSHP.
00465      ADD     1               TO TWN-CNT
00466      MOVE    TWN-CNT         TO TWN-SUB
00467      MOVE    TW-TAXYR        TO TE-TAXYR (TWN-SUB)
00468      MOVE    TW-QUAD         TO TE-QUAD (TWN-SUB)
00469      MOVE    TW-TWNSHP       TO TE-TWNSHP (TWN-SUB)
00470      MOVE    TW-EQFACT       TO TE-EQFACT (TWN-SUB)
00471      READ    TOWNSHIP-FACTOR-FILE
00472              AT END MOVE 'Y' TO TWNFT-EOF-SW
00473      END-READ.
00474 *    SKIP1
00475  021-EXIT.
00476      EXIT.
00477 *    SKIP3
      *----------------------------------------------------------------
      * 035-FIND-FACTOR / 036-FIND-TWNSHP / 037-FIND-PRIOR /
      *   038-ADD-GROUP: Table lookups. On a match the FOUND switch
      *   is set and the subscript left on the entry; the SUBTRACT
      *   backs out the increment the PERFORM VARYING applies after
      *   the matching pass, the same device as CLREB040's
      *   041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00478  035-FIND-FACTOR.
00479      MOVE    'N' TO FAC-FOUND-SW
00480      PERFORM 035-MATCH THRU 035-MATCH-EXIT
00481              VARYING FAC-SUB FROM 1 BY 1
00482              UNTIL   FAC-FOUND
00483              OR      FAC-SUB GREATER THAN FAC-CNT.
00484 *    SKIP1
00485  035-EXIT.
00486      EXIT.
00487 *    SKIP1
00488  035-MATCH.
00489      IF      FE-KEY (FAC-SUB) EQUAL TO WK-FIND-QKEY
00490              MOVE 'Y' TO FAC-FOUND-SW
00491              SUBTRACT 1 FROM FAC-SUB
00492      END-IF.
00493 *    SKIP1
00494  035-MATCH-EXIT.
00495      EXIT.
00496 *    SKIP1
00497  036-FIND-TWNSHP.
00498      MOVE    'N' TO TWN-FOUND-SW
00499      PERFORM 036-MATCH THRU 036-MATCH-EXIT
00500              VARYING TWN-SUB FROM 1 BY 1
00501              UNTIL   TWN-FOUND
00502              OR      TWN-SUB GREATER THAN TWN-CNT.
00503 *    SKIP1
00504  036-EXIT.
00505      EXIT.
00506 *    SKIP1
00507  036-MATCH.
00508      IF      TE-TAXYR (TWN-SUB) EQUAL TO WK-FIND-YR
00509         AND  TE-QUAD (TWN-SUB) EQUAL TO WK-FIND-QUAD
00510         AND  TE-TWNSHP (TWN-SUB) EQUAL TO WK-FIND-TWNSHP
00511              MOVE 'Y' TO TWN-FOUND-SW
00512              SUBTRACT 1 FROM TWN-SUB
00513      END-IF.
00514 *    SKIP1
00515  036-MATCH-EXIT.
00516      EXIT.
00517 *    SKIP1
00518  037-FIND-PRIOR.
00519      MOVE    'N' TO PRI-FOUND-SW
00520      PERFORM 037-MATCH THRU 037-MATCH-EXIT
00521              VARYING PRI-SUB FROM 1 BY 1
00522              UNTIL   PRI-FOUND
00523              OR      PRI-SUB GREATER THAN PRI-CNT.
00524 *    SKIP1
00525  037-EXIT.
00526      EXIT.
00527 *    SKIP1
00528  037-MATCH.
00529      IF      PE-QUAD (PRI-SUB) EQUAL TO SP-QUAD
00530              MOVE 'Y' TO PRI-FOUND-SW
00531              SUBTRACT 1 FROM PRI-SUB
00532      END-IF.
00533 *    SKIP1
00534  037-MATCH-EXIT.
00535      EXIT.
00536 *    SKIP1
      *    038-ADD-GROUP finds WK-FIND-GKEY on GRP-TABLE, adding a
      *    zero entry for a township+class not yet seen. GRP-FOUND
      *    comes back off only when the table is full.
00537  038-ADD-GROUP.
00538      MOVE    'N' TO GRP-FOUND-SW
00539      PERFORM 038-MATCH THRU 038-MATCH-EXIT
00540              VARYING GRP-SUB FROM 1 BY 1
00541              UNTIL   GRP-FOUND
00542              OR      GRP-SUB GREATER THAN GRP-CNT
00543      IF      GRP-FOUND
00544              GO TO 038-EXIT.
00545      IF      GRP-TABLE-FULL
00546              GO TO 038-EXIT.
00547      ADD     1              TO GRP-CNT
00548      MOVE    GRP-CNT        TO GRP-SUB
00549      MOVE    WK-FIND-GKEY   TO GT-KEY (GRP-SUB)
00550      MOVE    ZERO           TO GT-CNT (GRP-SUB)
00551      MOVE    'Y'            TO GRP-FOUND-SW.
00552 *    SKIP1
00553  038-EXIT.
00554      EXIT.
00555 *    SKIP1
00556  038-MATCH.
00557      IF      GT-KEY (GRP-SUB) EQUAL TO WK-FIND-GKEY
00558              MOVE 'Y' TO GRP-FOUND-SW
00559              SUBTRACT 1 FROM GRP-SUB
00560      END-IF.
00561 *    SKIP1
00562  038-MATCH-EXIT.
00563      EXIT.
00564 *    SKIP3
00565  050-WRITE.
00566      IF      LINE-CNT GREATER THAN +55
00567              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00568      WRITE   PRINT-REC FROM WORK-LINE
00569              AFTER ADVANCING 1
00570      ADD     +1 TO LINE-CNT.
00571 *    SKIP1
00572  050-EXIT.
00573      EXIT.
00574 *    SKIP3
00575  065-HDG-ROUTINE.
00576      ADD     +1 TO PAGE-CNT
00577      MOVE    PAGE-CNT TO HDG-PG
00578      WRITE   PRINT-REC FROM DATE-LINE
00579              AFTER PAGE
00580      WRITE   PRINT-REC FROM HDG-LINE
00581              AFTER ADVANCING 2
00582      WRITE   PRINT-REC FROM TTL-LINE
00583              AFTER ADVANCING 2
00584      IF      PART-LISTING
00585              WRITE   PRINT-REC FROM TTL-LINE2
00586                      AFTER ADVANCING 3
00587      ELSE
00588              WRITE   PRINT-REC FROM TTL-LINE3
00589                      AFTER ADVANCING 3
00590      END-IF
00591      MOVE    +8 TO LINE-CNT.
00592 *    SKIP1
00593  065-EXIT.
00594      EXIT.
00595 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the sample totals and, when the
      *   factor file failed its proof, say so where the reader of
      *   the figures will see it.
      *----------------------------------------------------------------
00596  080-TRAILER-ROUTINE.
00597      IF      LINE-CNT GREATER THAN +40
00598              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00599      MOVE    'SAMPLE PARCELS READ . . . . . . ' TO TRL-TEXT
00600      MOVE    IN-CNT          TO TRL-CNT
00601      WRITE   PRINT-REC FROM TRL-LINE
00602              AFTER ADVANCING 3
00603      MOVE    'PARCELS PRICED  . . . . . . . . ' TO TRL-TEXT
00604      MOVE    OUT-CNT         TO TRL-CNT
00605      WRITE   PRINT-REC FROM TRL-LINE
00606              AFTER ADVANCING 2
00607      MOVE    'PARCELS REJECTED  . . . . . . . ' TO TRL-TEXT
00608      MOVE    ERROR-CNT       TO TRL-CNT
00609      WRITE   PRINT-REC FROM TRL-LINE
00610              AFTER ADVANCING 2
00611      MOVE    'PRIOR BILLS . . . . . . . . . . ' TO TA-TEXT
00612      MOVE    TOT-PRIOR-BILL  TO TA-AMT
00613      WRITE   PRINT-REC FROM TRL-AMT-LINE
00614              AFTER ADVANCING 3
00615      MOVE    'ESTIMATED BILLS . . . . . . . . ' TO TA-TEXT
00616      MOVE    TOT-NEW-BILL    TO TA-AMT
00617      WRITE   PRINT-REC FROM TRL-AMT-LINE
00618              AFTER ADVANCING 2
00619      MOVE    'TOTAL CHANGE  . . . . . . . . . ' TO TA-TEXT
00620      MOVE    TOT-CHANGE      TO TA-AMT
00621      WRITE   PRINT-REC FROM TRL-AMT-LINE
00622              AFTER ADVANCING 2
00623      ADD     +15 TO LINE-CNT
00624      IF      BAL-FAILED
00625              MOVE 'FACTOR FILE SUSPECT - FIGURES NOT RELIABLE'
00626                TO TM-TEXT
00627              WRITE   PRINT-REC FROM TRL-MSG-LINE
00628                      AFTER ADVANCING 3
00629              ADD     +3 TO LINE-CNT
00630      END-IF.
00631 *    SKIP1
00632  080-EXIT.
00633      EXIT.
00634 *    SKIP3
      *----------------------------------------------------------------
      * 200-PRICE-PARCELS: SORT input procedure. Reads the sample
      *   parcels, prices and lists each one (210-PRICE-PARCEL), and
      *   releases every parcel priced to the sort for the summary.
      *----------------------------------------------------------------
00635  200-PRICE-PARCELS.
00636      PERFORM 205-READ-PIN THRU 205-EXIT
00637      PERFORM 210-PRICE-PARCEL THRU 210-EXIT
00638              UNTIL PIN-EOF.
00639 *    SKIP1
00640  200-EXIT.
00641      EXIT.
00642 *    SKIP1
00643  205-READ-PIN.
00644      READ    SAMPLE-PIN-FILE
00645              AT END MOVE 'Y' TO PIN-EOF-SW
00646      END-READ
00647      IF      NOT PIN-EOF
00648              ADD +1 TO IN-CNT
00649      END-IF.
00650 *    SKIP1
00651  205-EXIT.
00652      EXIT.
00653 *    SKIP3
      *----------------------------------------------------------------
      * 210-PRICE-PARCEL: Price one sample parcel.
      *
      *   Business logic:
      *     1. Assessed value, exemptions and rate must be numeric
      *     2. New factor: the township factor where the township
      *        has one for the year, otherwise the quad factor
      *     3. Prior factor: the quad's factor for the year before
      *        on FACTOR-HISTORY-FILE
      *     4. EAV = assessed x factor, rounded to the dollar, less
      *        exemptions, not below zero -- once at each factor
      *     5. Bill = EAV x last year's composite rate; the change
      *        is the estimated bill less the prior bill, and the
      *        percent is that change over the prior bill
      *----------------------------------------------------------------
00654  210-PRICE-PARCEL.
00655      MOVE    SP-PIN         TO WK-PIN
00656      MOVE    SP-TWNSHP      TO WK-TWN
00657      MOVE    SP-QUAD        TO WK-QUAD
00658      MOVE    SP-CLASS       TO WK-CLASS
00659      MOVE    SPACES         TO WK-SRC
00660                                WK-MESG
00661      MOVE    ZERO           TO WK-ASSESSED
00662                                WK-PFACT
00663                                WK-PEAV
00664                                WK-NFACT
00665                                WK-NEAV
00666                                WK-PBILL
00667                                WK-NBILL
00668                                WK-CHG
00669                                WK-PCT-ED
00670      IF      SP-ASSESSED-RD NOT NUMERIC
00671         OR   SP-EXEMPT-RD NOT NUMERIC
00672         OR   SP-TAX-RATE-RD NOT NUMERIC
00673              MOVE ERR-MESG TO WK-MESG
00674              GO TO 210-REJECT.
00675      MOVE    SP-ASSESSED-RD TO WK-ASSESSED
00676      MOVE    WK-HDR-YR      TO WK-FIND-YR
00677      MOVE    SP-QUAD        TO WK-FIND-QUAD
00678      MOVE    SP-TWNSHP      TO WK-FIND-TWNSHP
00679      PERFORM 035-FIND-FACTOR THRU 035-EXIT
00680      IF      NOT FAC-FOUND
00681              MOVE NOF-MESG TO WK-MESG
00682              GO TO 210-REJECT.
00683      MOVE    FE-EQFACT (FAC-SUB) TO WK-FACTOR
00684      MOVE    'Q'                 TO WK-FACT-SRC
00685      PERFORM 036-FIND-TWNSHP THRU 036-EXIT
00686      IF      TWN-FOUND
00687              MOVE TE-EQFACT (TWN-SUB) TO WK-FACTOR
00688              MOVE 'T'                 TO WK-FACT-SRC
00689      END-IF
00690      MOVE    WK-FACTOR      TO WK-NFACT
00691      MOVE    WK-FACT-SRC    TO WK-SRC
00692      PERFORM 037-FIND-PRIOR THRU 037-EXIT
00693      IF      NOT PRI-FOUND
00694              MOVE NOP-MESG TO WK-MESG
00695              GO TO 210-REJECT.
00696      MOVE    PE-EQFACT (PRI-SUB) TO WK-PRIOR-FACT
00697      MOVE    WK-PRIOR-FACT  TO WK-PFACT
00698      MOVE    SP-TWNSHP      TO WK-FIND-GTWN
00699      MOVE    SP-CLASS       TO WK-FIND-GCLS
00700      PERFORM 038-ADD-GROUP THRU 038-EXIT
00701      IF      NOT GRP-FOUND
00702              MOVE FUL-MESG TO WK-MESG
00703              MOVE 16 TO RETURN-CODE
00704              GO TO 210-REJECT.
00705      COMPUTE WK-PRIOR-EAV ROUNDED =
00706              SP-ASSESSED-RD * WK-PRIOR-FACT
00707      SUBTRACT SP-EXEMPT-RD FROM WK-PRIOR-EAV
00708      IF      WK-PRIOR-EAV LESS THAN ZERO
00709              MOVE ZERO TO WK-PRIOR-EAV
00710      END-IF
00711      COMPUTE WK-NEW-EAV ROUNDED =
00712              SP-ASSESSED-RD * WK-FACTOR
00713      SUBTRACT SP-EXEMPT-RD FROM WK-NEW-EAV
00714      IF      WK-NEW-EAV LESS THAN ZERO
00715              MOVE ZERO TO WK-NEW-EAV
00716      END-IF
00717      COMPUTE WK-PRIOR-BILL ROUNDED =
00718              WK-PRIOR-EAV * SP-TAX-RATE-RD / 100
00719      COMPUTE WK-NEW-BILL ROUNDED =
00720              WK-NEW-EAV * SP-TAX-RATE-RD / 100
00721      COMPUTE WK-CHANGE = WK-NEW-BILL - WK-PRIOR-BILL
00722      IF      WK-PRIOR-BILL GREATER THAN ZERO
00723              COMPUTE WK-PCT ROUNDED =
00724                      WK-CHANGE * 100 / WK-PRIOR-BILL
00725      ELSE
00726              MOVE ZERO TO WK-PCT
00727      END-IF
00728      MOVE    WK-PRIOR-EAV   TO WK-PEAV
00729      MOVE    WK-NEW-EAV     TO WK-NEAV
00730      MOVE    WK-PRIOR-BILL  TO WK-PBILL
00731      MOVE    WK-NEW-BILL    TO WK-NBILL
00732      MOVE    WK-CHANGE      TO WK-CHG
00733      MOVE    WK-PCT         TO WK-PCT-ED
00734      ADD     +1             TO GT-CNT (GRP-SUB)
00735      ADD     +1             TO OUT-CNT
00736      ADD     WK-PRIOR-BILL  TO TOT-PRIOR-BILL
00737      ADD     WK-NEW-BILL    TO TOT-NEW-BILL
00738      ADD     WK-CHANGE      TO TOT-CHANGE
00739      MOVE    SP-TWNSHP      TO SR-TWNSHP
00740      MOVE    SP-CLASS       TO SR-CLASS
00741      MOVE    WK-CHANGE      TO SR-CHANGE
00742      MOVE    WK-PRIOR-BILL  TO SR-PRIOR-BILL
00743      MOVE    WK-NEW-BILL    TO SR-NEW-BILL
00744      RELEASE SORT-REC
00745      PERFORM 050-WRITE THRU 050-EXIT
00746      GO TO 210-READ.
00747 *    SKIP1
00748  210-REJECT.
00749      ADD     +1 TO ERROR-CNT
00750      PERFORM 050-WRITE THRU 050-EXIT.
00751 *    SKIP1
00752  210-READ.
00753      PERFORM 205-READ-PIN THRU 205-EXIT.
00754 *    SKIP1
00755  210-EXIT.
00756      EXIT.
00757 *    SKIP3
      *----------------------------------------------------------------
      * 300-MEDIAN-SUMMARY: SORT output procedure. Returns the priced
      *   parcels in township, class, change order and prints one
      *   line per township+class -- parcels, bill totals, total
      *   change and the median change -- with a township total
      *   line under each township's classes.
      *----------------------------------------------------------------
00758  300-MEDIAN-SUMMARY.
00759      MOVE    'S' TO PART-SW
00760      PERFORM 065-HDG-ROUTINE THRU 065-EXIT
00761      PERFORM 305-RETURN-PARCEL THRU 305-EXIT
00762      PERFORM 310-SUM-PARCEL THRU 310-EXIT
00763              UNTIL SORT-EOF
00764      IF      OUT-CNT GREATER THAN ZERO
00765              PERFORM 320-CLASS-TOTAL THRU 320-EXIT
00766              PERFORM 330-TWNSHP-TOTAL THRU 330-EXIT
00767      END-IF.
00768 *    SKIP1
00769  300-EXIT.
00770      EXIT.
00771 *    SKIP1
00772  305-RETURN-PARCEL.
00773      RETURN  SORT-FILE
00774              AT END MOVE 'Y' TO SORT-EOF-SW
00775      END-RETURN.
00776 *    SKIP1
00777  305-EXIT.
00778      EXIT.
00779 *    SKIP3
      *----------------------------------------------------------------
      * 310-SUM-PARCEL: Accumulate one sorted parcel. A change of
      *   township or class closes the group before (and a change of
      *   township the township too), then opens the new group:
      *   its size comes off GRP-TABLE and fixes the middle
      *   position(s) the median is taken from.
      *----------------------------------------------------------------
00780  310-SUM-PARCEL.
00781      IF      SR-TWNSHP NOT EQUAL TO PREV-TWNSHP
00782         OR   SR-CLASS NOT EQUAL TO PREV-CLASS
00783              IF   PREV-TWNSHP NOT EQUAL TO LOW-VALUES
00784                   PERFORM 320-CLASS-TOTAL THRU 320-EXIT
00785                   IF   SR-TWNSHP NOT EQUAL TO PREV-TWNSHP
00786                        PERFORM 330-TWNSHP-TOTAL THRU 330-EXIT
00787                   END-IF
00788              END-IF
00789              PERFORM 315-OPEN-GROUP THRU 315-EXIT
00790      END-IF
00791      ADD     +1             TO GRP-POS
00792      IF      GRP-POS EQUAL TO MED-POS1
00793              ADD  SR-CHANGE TO MED-SUM
00794      END-IF
00795      IF      GRP-POS EQUAL TO MED-POS2
00796              ADD  SR-CHANGE TO MED-SUM
00797      END-IF
00798      ADD     SR-PRIOR-BILL  TO CLS-PRIOR-BILL
00799      ADD     SR-NEW-BILL    TO CLS-NEW-BILL
00800      PERFORM 305-RETURN-PARCEL THRU 305-EXIT.
00801 *    SKIP1
00802  310-EXIT.
00803      EXIT.
00804 *    SKIP1
00805  315-OPEN-GROUP.
00806      MOVE    SR-TWNSHP      TO PREV-TWNSHP
00807                                WK-FIND-GTWN
00808      MOVE    SR-CLASS       TO PREV-CLASS
00809                                WK-FIND-GCLS
00810      PERFORM 038-ADD-GROUP THRU 038-EXIT
00811      COMPUTE MED-POS1 = (GT-CNT (GRP-SUB) + 1) / 2
00812      COMPUTE MED-POS2 = GT-CNT (GRP-SUB) / 2 + 1
00813      MOVE    ZERO TO GRP-POS
00814                      MED-SUM
00815                      CLS-PRIOR-BILL
00816                      CLS-NEW-BILL.
00817 *    SKIP1
00818  315-EXIT.
00819      EXIT.
00820 *    SKIP3
00821  320-CLASS-TOTAL.
00822      COMPUTE MED-CHANGE ROUNDED = MED-SUM / 2
00823      COMPUTE WK-TOT-CHANGE = CLS-NEW-BILL - CLS-PRIOR-BILL
00824      MOVE    PREV-TWNSHP    TO SL-TWN
00825      MOVE    PREV-CLASS     TO SL-CLASS
00826      MOVE    GRP-POS        TO SL-CNT
00827      MOVE    CLS-PRIOR-BILL TO SL-PBILL
00828      MOVE    CLS-NEW-BILL   TO SL-NBILL
00829      MOVE    WK-TOT-CHANGE  TO SL-CHG
00830      MOVE    MED-CHANGE     TO SL-MEDIAN
00831      IF      LINE-CNT GREATER THAN +55
00832              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00833      WRITE   PRINT-REC FROM SUM-LINE
00834              AFTER ADVANCING 1
00835      ADD     +1             TO LINE-CNT
00836      ADD     GRP-POS        TO TWS-CNT
00837      ADD     CLS-PRIOR-BILL TO TWS-PRIOR-BILL
00838      ADD     CLS-NEW-BILL   TO TWS-NEW-BILL.
00839 *    SKIP1
00840  320-EXIT.
00841      EXIT.
00842 *    SKIP1
      *    The township total carries no median: the class medians
      *    above it are the figures asked for.
00843  330-TWNSHP-TOTAL.
00844      COMPUTE WK-TOT-CHANGE = TWS-NEW-BILL - TWS-PRIOR-BILL
00845      MOVE    PREV-TWNSHP    TO SL-TWN
00846      MOVE    'ALL'          TO SL-CLASS
00847      MOVE    TWS-CNT        TO SL-CNT
00848      MOVE    TWS-PRIOR-BILL TO SL-PBILL
00849      MOVE    TWS-NEW-BILL   TO SL-NBILL
00850      MOVE    WK-TOT-CHANGE  TO SL-CHG
00851      MOVE    SPACES         TO SL-MEDIAN-X
00852      IF      LINE-CNT GREATER THAN +54
00853              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00854      WRITE   PRINT-REC FROM SUM-LINE
00855              AFTER ADVANCING 2
00856      MOVE    SPACES TO PRINT-REC
00857      WRITE   PRINT-REC
00858              AFTER ADVANCING 1
00859      ADD     +3 TO LINE-CNT
00860      MOVE    ZERO TO TWS-CNT
00861                      TWS-PRIOR-BILL
00862                      TWS-NEW-BILL.
00863 *    SKIP1
00864  330-EXIT.
00865      EXIT.
