      *================================================================
      * PROGRAM: CLREB052 - Taxing District EAV Rollup
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   The rate clerks set levies against equalized assessed
      *   value (EAV) by taxing district, net of exemptions -- not
      *   against the quad and class totals CLREB025 reports. This
      *   program rolls the equalized value up by taxing district
      *   for the rate-setting jobs, so that figure comes out of
      *   the same factors and the same valuations the Clerk
      *   certified instead of being rebuilt by hand.
      *
      *   Each district assessed-value record is one piece of a
      *   district: the district's assessed value, homestead
      *   exemption total and senior exemption total within one
      *   township. The district cross-reference file names the
      *   district and places the township in its quad. The factor
      *   applied follows CLREB050's precedence exactly: the
      *   township factor from TOWNSHIP-FACTOR-FILE where the
      *   township has one, otherwise the quad factor from
      *   FACTOR-FILE. The exemptions come off after equalization.
      *   A district that spans townships carries one piece, one
      *   output record and one listing line per township, each at
      *   its own factor, with a district total line beneath.
      *
      *   The district assessed-value file apportions every dollar
      *   of the county's assessed value to exactly one district
      *   piece, so the rollup must tie back to CLREB025: the
      *   certificate proves, quad by quad, that the district
      *   pieces carry the same assessed value as the post-Board
      *   quad summaries CLREB025 reported, and that the same quad
      *   factors produce the same CLREB025 county equalized total.
      *   It then walks from that total to the net district EAV:
      *   township factor effect, gross EAV, exemptions, net EAV.
      *
      * INPUT:   FACTOR-FILE          - 23-byte validated factor
      *                                 records (copybook REBEQFRD01)
      *                                 with header and trailer
      *          TOWNSHIP-FACTOR-FILE - 25-byte township factors from
      *                                 CLREB020 (optional)
      *          ASSESSED-FILE        - 80-byte post-Board assessed
      *                                 values (copybook REBASVRD01)
      *                                 from CLREB026, the file
      *                                 CLREB025 reports on
      *          DISTRICT-XREF-FILE   - 80-byte district/township
      *                                 cross-reference
      *          DISTRICT-AV-FILE     - 80-byte district assessed
      *                                 values and exemption totals,
      *                                 by year, district, township
      * OUTPUT:  DISTRICT-EAV-FILE    - 80-byte district EAV records
      *                                 for the rate-setting jobs,
      *                                 header first and count/net
      *                                 EAV trailer last
      *          PRINT-FILE           - 133-byte district EAV listing
      *                                 and certificate
      *
      * VALIDATION RULES:
      *   1. District assessed-value records must be in year,
      *      district, township sequence
      *   2. Year and the three dollar amounts must be numeric
      *   3. The district+township must be on DISTRICT-XREF-FILE
      *   4. The township's quad must have a factor on FACTOR-FILE
      *   5. The exemptions may not exceed the equalized value
      *
      * ERROR HANDLING:
      *   - A record failing rules 2-5 is listed with its reason and
      *     left out; the run ends RETURN-CODE = 4
      *   - District rollup does not tie to the CLREB025 totals:
      *     certificate printed NOT CERTIFIED, RETURN-CODE = 8
      *   - ASSESSED-FILE header or trailer missing, or out of
      *     balance: the rollup runs but cannot be certified,
      *     RETURN-CODE = 12
      *   - FACTOR-FILE header or trailer missing or out of
      *     balance, or a load table full: no district EAV file is
      *     written, RETURN-CODE = 16
      *   - FACTOR-FILE is the proof copy of a CLREB020 PROOF run
      *     (header mode 'P'): the rollup is refused like an
      *     unbalanced file, RETURN-CODE = 16
      *   - District assessed-value records out of sequence: run
      *     stops, the district EAV file is left without a trailer,
      *     RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB052.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL ROLL THE EQUALIZED ASSESSED VALUE UP
00007 *         BY TAXING DISTRICT NET OF EXEMPTIONS AND CERTIFY THE
00008 *         ROLLUP AGAINST THE IMPACT REPORT COUNTY TOTAL.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT FACTOR-FILE ASSIGN TO UT-S-FACTOR.
      *        OPTIONAL, matching CLREB050's declaration: a year with
      *        no township cards leaves the file created but empty.
00017      SELECT OPTIONAL TOWNSHIP-FACTOR-FILE ASSIGN TO UT-S-TWNFT.
00018      SELECT ASSESSED-FILE ASSIGN TO UT-S-ASMBOR.
00019      SELECT DISTRICT-XREF-FILE ASSIGN TO UT-S-DSTXRF.
00020      SELECT DISTRICT-AV-FILE ASSIGN TO UT-S-DSTAV.
00021      SELECT DISTRICT-EAV-FILE ASSIGN TO UT-S-DSTEAV.
00022      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00023 *    SKIP3
00024  DATA DIVISION.
00025  FILE SECTION.
00026  FD  FACTOR-FILE
00027      RECORD CONTAINS 23 CHARACTERS
00028      BLOCK CONTAINS 0 RECORDS
00029      LABEL RECORDS ARE STANDARD
00030      DATA RECORD IS FACTOR-REC.
00031  01  FACTOR-REC.
00032      COPY REBEQFRD01.
      *----------------------------------------------------------------
      * TOWNSHIP-FACTOR-FILE: 25-byte township-level factor records,
      *   written by CLREB020's 046-CREATE-TWN-FACTOR. Independent
      *   01-level, matching the writer's layout field for field.
      *----------------------------------------------------------------
00033  FD  TOWNSHIP-FACTOR-FILE
00034      RECORD CONTAINS 25 CHARACTERS
00035      BLOCK CONTAINS 0 RECORDS
00036      LABEL RECORDS ARE STANDARD
00037      DATA RECORD IS TOWNSHIP-FACTOR-REC.
00038  01  TOWNSHIP-FACTOR-REC.
00039      05  TW-TAXYR      PIC 9(4).
00040      05  TW-QUAD       PIC 9.
00041      05  TW-TWNSHP     PIC XX.
00042      05  TW-EQFACT     PIC 99V9999.
00043      05  FILLER        PIC X(12).
00044 *    SKIP1
00045  FD  ASSESSED-FILE
00046      RECORD CONTAINS 80 CHARACTERS
00047      BLOCK CONTAINS 0 RECORDS
00048      LABEL RECORDS ARE STANDARD
00049      DATA RECORD IS ASSESSED-REC.
00050  01  ASSESSED-REC.
00051      COPY REBASVRD01.
      *----------------------------------------------------------------
      * DISTRICT-XREF-FILE: One record per township a taxing
      *   district reaches into, carrying the quad that township
      *   belongs to and the district's name for the listing.
      *----------------------------------------------------------------
00052  FD  DISTRICT-XREF-FILE
00053      RECORD CONTAINS 80 CHARACTERS
00054      BLOCK CONTAINS 0 RECORDS
00055      LABEL RECORDS ARE STANDARD
00056      DATA RECORD IS DISTRICT-XREF-REC.
00057  01  DISTRICT-XREF-REC.
00058      05  DX-DISTRICT       PIC X(5).
00059      05  DX-TWNSHP         PIC XX.
00060      05  DX-QUAD           PIC X.
00061      05  DX-NAME           PIC X(30).
00062      05  FILLER            PIC X(42).
      *----------------------------------------------------------------
      * DISTRICT-AV-FILE: One record per district piece -- the
      *   district's assessed value and exemption totals within one
      *   township -- in year, district, township sequence.
      *----------------------------------------------------------------
00063  FD  DISTRICT-AV-FILE
00064      RECORD CONTAINS 80 CHARACTERS
00065      BLOCK CONTAINS 0 RECORDS
00066      LABEL RECORDS ARE STANDARD
00067      DATA RECORD IS DISTRICT-AV-REC.
00068  01  DISTRICT-AV-REC.
00069      05  DA-KEY.
00070          10  DA-TAXYR      PIC X(4).
00071          10  DA-DISTRICT   PIC X(5).
00072          10  DA-TWNSHP     PIC XX.
00073      05  DA-ASSESSED       PIC X(13).
00074      05  DA-ASSESSED-RD REDEFINES DA-ASSESSED PIC 9(13).
00075      05  DA-HOMESTEAD      PIC X(13).
00076      05  DA-HOMESTEAD-RD REDEFINES DA-HOMESTEAD PIC 9(13).
00077      05  DA-SENIOR         PIC X(13).
00078      05  DA-SENIOR-RD REDEFINES DA-SENIOR PIC 9(13).
00079      05  FILLER            PIC X(30).
      *----------------------------------------------------------------
      * DISTRICT-EAV-FILE: One record per district piece accepted,
      *   carrying the factor applied and where it came from (T =
      *   township factor, Q = quad factor), the equalized value,
      *   the exemptions and the net EAV. Header and trailer follow
      *   the FACTOR-FILE convention; the trailer's control total is
      *   the net EAV over all details.
      *----------------------------------------------------------------
00080  FD  DISTRICT-EAV-FILE
00081      RECORD CONTAINS 80 CHARACTERS
00082      BLOCK CONTAINS 0 RECORDS
00083      LABEL RECORDS ARE STANDARD
00084      DATA RECORD IS DISTRICT-EAV-REC.
00085  01  DISTRICT-EAV-REC.
00086      05  DE-DETAIL.
00087          10  DE-TAXYR      PIC 9(4).
00088          10  DE-DISTRICT   PIC X(5).
00089          10  DE-TWNSHP     PIC XX.
00090          10  DE-QUAD       PIC 9.
00091          10  DE-EQFACT     PIC 99V9999.
00092          10  DE-FACT-SRC   PIC X.
00093          10  DE-ASSESSED   PIC 9(12).
00094          10  DE-EQUALIZED  PIC 9(12).
00095          10  DE-HOMESTEAD  PIC 9(12).
00096          10  DE-SENIOR     PIC 9(12).
00097          10  DE-NET-EAV    PIC 9(12).
00098          10  FILLER        PIC X.
00099      05  DE-HEADER REDEFINES DE-DETAIL.
00100          10  DE-HDR-ID     PIC XX.
00101          10  DE-HDR-RUN-DATE PIC X(8).
00102          10  DE-HDR-TAXYR  PIC 9(4).
00103          10  DE-HDR-PROGRAM PIC X(8).
00104          10  FILLER        PIC X(58).
00105      05  DE-TRAILER REDEFINES DE-DETAIL.
00106          10  DE-TRL-ID     PIC XX.
00107          10  DE-TRL-DET-CNT PIC 9(5).
00108          10  DE-TRL-EAV-TOT PIC 9(15).
00109          10  FILLER        PIC X(58).
00110 *    SKIP1
00111  FD  PRINT-FILE
00112      LABEL RECORDS ARE STANDARD
00113      RECORD CONTAINS 133 CHARACTERS
00114      BLOCK CONTAINS 0 RECORDS
00115      DATA RECORD IS PRINT-REC.
00116  01  PRINT-REC         PIC X(133).
00117 *    SKIP3
00118 ****************  WORKING STORAGE STARTS HERE  *******************
00119 *    SKIP1
00120  WORKING-STORAGE SECTION.
00121  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00122  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00123  77  ERR-MESG          PIC X(11)      VALUE 'NOT NUMERIC'.
00124  77  NOX-MESG          PIC X(11)      VALUE 'NOT ON XREF'.
00125  77  NOF-MESG          PIC X(9)       VALUE 'NO FACTOR'.
00126  77  EXM-MESG          PIC X(15)      VALUE 'EXEMPT OVER EAV'.
00127  77  IN-CNT            PIC S9(5)      VALUE +0       COMP-3.
      *    District assessed-value records read.
00128  77  ERROR-CNT         PIC S9(5)      VALUE +0       COMP-3.
00129  77  DIST-CNT          PIC S9(5)      VALUE +0       COMP-3.
      *    Districts with at least one piece accepted.
00130  77  FACTOR-EOF-SW     PIC X          VALUE 'N'.
00131      88  FACTOR-EOF                   VALUE 'Y'.
00132  77  TWNFT-EOF-SW      PIC X          VALUE 'N'.
00133      88  TWNFT-EOF                    VALUE 'Y'.
00134  77  XREF-EOF-SW       PIC X          VALUE 'N'.
00135      88  XREF-EOF                     VALUE 'Y'.
00136  77  ASSESSED-EOF-SW   PIC X          VALUE 'N'.
00137      88  ASSESSED-EOF                 VALUE 'Y'.
00138  77  DISTRICT-EOF-SW   PIC X          VALUE 'N'.
00139      88  DISTRICT-EOF                 VALUE 'Y'.
00140  77  SEQ-CHECK         PIC X          VALUE SPACE.
00141      88  SEQ-ERROR                    VALUE 'E'.
00142  77  BAL-FAIL-SW       PIC X          VALUE 'N'.
      *    Set when FACTOR-FILE fails its header/trailer proof or a
      *    load table fills; no district EAV file is written.
00143      88  BAL-FAILED                   VALUE 'Y'.
00144  77  ASD-FAIL-SW       PIC X          VALUE 'N'.
      *    Set when ASSESSED-FILE fails its header/trailer proof;
      *    the certificate cannot be signed.
00145      88  ASD-FAILED                   VALUE 'Y'.
00146  77  TIE-FAIL-SW       PIC X          VALUE 'N'.
00147      88  TIE-FAILED                   VALUE 'Y'.
00148  77  FAC-FOUND-SW      PIC X          VALUE 'N'.
00149      88  FAC-FOUND                    VALUE 'Y'.
00150  77  TWN-FOUND-SW      PIC X          VALUE 'N'.
00151      88  TWN-FOUND                    VALUE 'Y'.
00152  77  XRF-FOUND-SW      PIC X          VALUE 'N'.
00153      88  XRF-FOUND                    VALUE 'Y'.
00154  77  QT-FOUND-SW       PIC X          VALUE 'N'.
00155      88  QT-FOUND                     VALUE 'Y'.
00156  77  PART-SW           PIC X          VALUE 'L'.
      *    Which column headings the page break prints: L for the
      *    district listing, C for the certificate.
00157      88  PART-LISTING                 VALUE 'L'.
      *----------------------------------------------------------------
      * Trailer-balancing fields for the two sealed inputs, same
      *   convention as CLREB025's 017-BALANCE-FACTOR and
      *   018-BALANCE-ASSESSED.
      *----------------------------------------------------------------
00158  77  FT-HDR-SEEN-SW    PIC X          VALUE 'N'.
00159      88  FT-HDR-SEEN                  VALUE 'Y'.
00160  77  FT-TRL-SEEN-SW    PIC X          VALUE 'N'.
00161      88  FT-TRL-SEEN                  VALUE 'Y'.
00162  77  FAC-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00163  77  FAC-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
00164  77  EXP-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00165  77  EXP-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
00166  77  AV-HDR-SEEN-SW    PIC X          VALUE 'N'.
00167      88  AV-HDR-SEEN                  VALUE 'Y'.
00168  77  AV-TRL-SEEN-SW    PIC X          VALUE 'N'.
00169      88  AV-TRL-SEEN                  VALUE 'Y'.
00170  77  ASD-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00171  77  ASD-ASSD-TOT      PIC S9(15)     VALUE +0       COMP-3.
00172  77  EXP-ASD-CNT       PIC S9(5)      VALUE +0       COMP-3.
00173  77  EXP-ASD-TOT       PIC S9(15)     VALUE +0       COMP-3.
00174  77  WK-HDR-YR         PIC X(4)       VALUE ZERO.
      *    Tax year off the FACTOR-FILE header, carried to the
      *    district EAV header.
      *----------------------------------------------------------------
      * District EAV file trailer accumulators.
      *----------------------------------------------------------------
00175  77  DE-DET-CNT        PIC S9(5)      VALUE +0       COMP-3.
00176  77  DE-EAV-TOT        PIC S9(15)     VALUE +0       COMP-3.
      *----------------------------------------------------------------
      * Piece work fields and the district and county accumulators.
      *----------------------------------------------------------------
00177  77  WK-FACTOR         PIC 99V9999    VALUE ZERO.
00178  77  WK-FACT-SRC       PIC X          VALUE SPACE.
00179  77  WK-EQUALIZED      PIC S9(15)     VALUE +0       COMP-3.
00180  77  WK-NET-EAV        PIC S9(15)     VALUE +0       COMP-3.
00181  77  WK-DIFF           PIC S9(15)     VALUE +0       COMP-3.
00182  77  DST-PIECE-CNT     PIC S999       VALUE +0       COMP-3.
00183  77  DST-ASSESSED      PIC S9(15)     VALUE +0       COMP-3.
00184  77  DST-EQUALIZED     PIC S9(15)     VALUE +0       COMP-3.
00185  77  DST-HOMESTEAD     PIC S9(15)     VALUE +0       COMP-3.
00186  77  DST-SENIOR        PIC S9(15)     VALUE +0       COMP-3.
00187  77  DST-NET-EAV       PIC S9(15)     VALUE +0       COMP-3.
00188  77  CTY-ASSESSED      PIC S9(15)     VALUE +0       COMP-3.
00189  77  CTY-EQUALIZED     PIC S9(15)     VALUE +0       COMP-3.
00190  77  CTY-HOMESTEAD     PIC S9(15)     VALUE +0       COMP-3.
00191  77  CTY-SENIOR        PIC S9(15)     VALUE +0       COMP-3.
00192  77  CTY-NET-EAV       PIC S9(15)     VALUE +0       COMP-3.
      *    -- CLREB025 basis, over the quads that carry a factor --
00193  77  R25-ASSESSED      PIC S9(15)     VALUE +0       COMP-3.
00194  77  R25-EQUALIZED     PIC S9(15)     VALUE +0       COMP-3.
00195  77  DQF-ASSESSED      PIC S9(15)     VALUE +0       COMP-3.
00196  77  DQF-EQUALIZED     PIC S9(15)     VALUE +0       COMP-3.
      *    District pieces re-equalized at the plain quad factor,
      *    the like-for-like figure against CLREB025.
00197  77  QT-R25-EQ         PIC S9(15)     VALUE +0       COMP-3.
00198  77  QT-DQF-EQ         PIC S9(15)     VALUE +0       COMP-3.
00199 *    SKIP1
00200  01  WORK-AREA.
00201      05 RUN-STAMP.
00202        10 RS-DATE    PIC X(8).
00203        10 RS-TIME    PIC X(6).
00204      05 PREV-KEY.
00205         10 PREV-TAXYR    PIC X(4)    VALUE LOW-VALUES.
00206         10 PREV-DISTRICT PIC X(5)    VALUE LOW-VALUES.
00207         10 PREV-TWNSHP   PIC XX      VALUE LOW-VALUES.
00208      05 PREV-NAME     PIC X(30)      VALUE SPACES.
      *    -- Keys being looked up on the load tables --
00209      05 WK-FIND-QKEY.
00210         10 WK-FIND-YR   PIC X(4).
00211         10 WK-FIND-QUAD PIC X.
00212      05 WK-FIND-TWNSHP  PIC XX.
00213      05 DATE-LINE.
00214         10 FILLER     PIC X(11)      VALUE SPACES.
00215         10 DATE-DT    PIC X(8).
00216      05 HDG-LINE.
00217         10 FILLER     PIC X(11)      VALUE SPACES.
00218         10 FILLER     PIC X(40)      VALUE 'CLREB052'.
00219         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00220 -        'Y  CLERK'.
00221         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00222         10 HDG-PG     PIC ZZ9.
00223      05  TTL-LINE.
00224         10 FILLER     PIC X(46)      VALUE SPACES.
00225         10 FILLER     PIC X(16)      VALUE 'TAXING  DISTRICT'.
00226         10 FILLER     PIC X(11)      VALUE '  EAV  ROLL'.
00227         10 FILLER     PIC X(2)       VALUE 'UP'.
00228      05  TTL-LINE2.
00229         10 FILLER     PIC X(3)       VALUE SPACES.
00230         10 FILLER     PIC X(7)       VALUE 'DIST'.
00231         10 FILLER     PIC X(5)       VALUE 'TWN'.
00232         10 FILLER     PIC X(3)       VALUE 'Q'.
00233         10 FILLER     PIC X(10)      VALUE 'FACTOR'.
00234         10 FILLER     PIC X(16)      VALUE '       ASSESSED'.
00235         10 FILLER     PIC X(16)      VALUE '      EQUALIZED'.
00236         10 FILLER     PIC X(16)      VALUE '      HOMESTEAD'.
00237         10 FILLER     PIC X(16)      VALUE '         SENIOR'.
00238         10 FILLER     PIC X(16)      VALUE '        NET EAV'.
00239      05  TTL-LINE3.
00240         10 FILLER     PIC X(7)       VALUE SPACES.
00241         10 FILLER     PIC X(7)       VALUE 'YEAR'.
00242         10 FILLER     PIC X(6)       VALUE 'QUAD'.
00243         10 FILLER     PIC X(10)      VALUE 'FACTOR'.
00244         10 FILLER     PIC X(20)      VALUE '  CLREB025 ASSESSED'.
00245         10 FILLER     PIC X(20)      VALUE '  DISTRICT ASSESSED'.
00246         10 FILLER     PIC X(20)      VALUE '  CLREB025 EQUALIZED'.
00247         10 FILLER     PIC X(20)      VALUE ' DISTRICT QUAD FACT'.
00248         10 FILLER     PIC X(10)      VALUE '  RESULT'.
      *----------------------------------------------------------------
      * WORK-LINE: one listing line per district piece. A rejected
      *   piece prints its key and the reason in WK-MESG.
      *----------------------------------------------------------------
00249      05  WORK-LINE.
00250         10 FILLER     PIC X(3)       VALUE SPACES.
00251         10 WK-DIST    PIC X(5).
00252         10 FILLER     PIC X(2)       VALUE SPACES.
00253         10 WK-TWN     PIC XX.
00254         10 FILLER     PIC X(3)       VALUE SPACES.
00255         10 WK-QUAD    PIC X.
00256         10 FILLER     PIC X(2)       VALUE SPACES.
00257         10 WK-FACT    PIC 99.9999.
00258         10 FILLER     PIC X          VALUE SPACE.
00259         10 WK-SRC     PIC X.
00260         10 FILLER     PIC X          VALUE SPACE.
00261         10 WK-ASSESSED  PIC ZZ,ZZZ,ZZZ,ZZ9.
00262         10 FILLER     PIC X(2)       VALUE SPACES.
00263         10 WK-EQUALIZED-ED PIC ZZ,ZZZ,ZZZ,ZZ9.
00264         10 FILLER     PIC X(2)       VALUE SPACES.
00265         10 WK-HOMESTEAD PIC ZZ,ZZZ,ZZZ,ZZ9.
00266         10 FILLER     PIC X(2)       VALUE SPACES.
00267         10 WK-SENIOR  PIC ZZ,ZZZ,ZZZ,ZZ9.
00268         10 FILLER     PIC X(2)       VALUE SPACES.
00269         10 WK-NET     PIC ZZ,ZZZ,ZZZ,ZZ9.
00270         10 FILLER     PIC X(2)       VALUE SPACES.
00271         10 WK-MESG    PIC X(17).
      *----------------------------------------------------------------
      * DST-LINE: the district total under its pieces.
      *----------------------------------------------------------------
00272      05  DST-LINE.
00273         10 FILLER     PIC X(3)       VALUE SPACES.
00274         10 DL-DIST    PIC X(5).
00275         10 FILLER     PIC X(2)       VALUE SPACES.
00276         10 DL-NAME    PIC X(18).
00277         10 DL-ASSESSED  PIC ZZ,ZZZ,ZZZ,ZZ9.
00278         10 FILLER     PIC X(2)       VALUE SPACES.
00279         10 DL-EQUALIZED PIC ZZ,ZZZ,ZZZ,ZZ9.
00280         10 FILLER     PIC X(2)       VALUE SPACES.
00281         10 DL-HOMESTEAD PIC ZZ,ZZZ,ZZZ,ZZ9.
00282         10 FILLER     PIC X(2)       VALUE SPACES.
00283         10 DL-SENIOR  PIC ZZ,ZZZ,ZZZ,ZZ9.
00284         10 FILLER     PIC X(2)       VALUE SPACES.
00285         10 DL-NET     PIC ZZ,ZZZ,ZZZ,ZZ9.
00286         10 FILLER     PIC X(2)       VALUE SPACES.
00287         10 FILLER     PIC X(9)       VALUE 'DISTRICT '.
00288         10 DL-PIECES  PIC Z9.
00289         10 FILLER     PIC X(4)       VALUE ' TWN'.
      *----------------------------------------------------------------
      * QT-LINE: one certificate line per year+quad.
      *----------------------------------------------------------------
00290      05  QT-LINE.
00291         10 FILLER     PIC X(7)       VALUE SPACES.
00292         10 QL-YR      PIC X(4).
00293         10 FILLER     PIC X(4)       VALUE SPACES.
00294         10 QL-QUAD    PIC X.
00295         10 FILLER     PIC X(4)       VALUE SPACES.
00296         10 QL-FACT    PIC 99.9999.
00297         10 FILLER     PIC X(3)       VALUE SPACES.
00298         10 QL-R25-ASSD  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00299         10 FILLER     PIC X(2)       VALUE SPACES.
00300         10 QL-DST-ASSD  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00301         10 FILLER     PIC X(2)       VALUE SPACES.
00302         10 QL-R25-EQ    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00303         10 FILLER     PIC X(2)       VALUE SPACES.
00304         10 QL-DQF-EQ    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00305         10 FILLER     PIC X(2)       VALUE SPACES.
00306         10 QL-MESG    PIC X(10).
      *----------------------------------------------------------------
      * Certificate lines: CERT-AMT-LINE carries a dollar figure,
      *   CERT-INFO-LINE a date or count, as on CLREB055's release
      *   certificate.
      *----------------------------------------------------------------
00307      05  CERT-AMT-LINE.
00308         10 FILLER     PIC X(7)       VALUE SPACES.
00309         10 CA-LABEL   PIC X(32).
00310         10 CA-VALUE   PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
00311      05  CERT-INFO-LINE.
00312         10 FILLER     PIC X(7)       VALUE SPACES.
00313         10 CI-LABEL   PIC X(32).
00314         10 CI-VALUE   PIC X(14).
00315         10 CI-VALUE-NUM REDEFINES CI-VALUE PIC ZZZZ9.
00316      05  CERT-RESULT-LINE.
00317         10 FILLER     PIC X(7)       VALUE SPACES.
00318         10 CR-TEXT    PIC X(50).
      *----------------------------------------------------------------
      * FACTOR-TABLE: FACTOR-FILE loaded once at startup
      *   (015-LOAD-FACTORS), sized as in CLREB050.
      *----------------------------------------------------------------
00319  77  FAC-CNT           PIC S999       VALUE +0       COMP-3.
00320      88  FAC-TABLE-FULL               VALUE +40.
00321  77  FAC-SUB           PIC S999       VALUE +0       COMP-3.
00322  01  FACTOR-TABLE.
00323      05  FAC-ENTRY OCCURS 40 TIMES.
00324          10  FE-KEY.
00325              15  FE-TAXYR      PIC X(4).
00326              15  FE-QUAD       PIC X.
00327          10  FE-EQFACT     PIC 99V9999.
      *----------------------------------------------------------------
      * TWN-FACT-TABLE: TOWNSHIP-FACTOR-FILE loaded once at startup
      *   (020-LOAD-TWNSHPS), sized as in CLREB050.
      *----------------------------------------------------------------
00328  77  TWN-CNT           PIC S999       VALUE +0       COMP-3.
00329      88  TWN-TABLE-FULL               VALUE +200.
00330  77  TWN-SUB           PIC S999       VALUE +0       COMP-3.
00331  01  TWN-FACT-TABLE.
00332      05  TWN-ENTRY OCCURS 200 TIMES.
00333          10  TE-TAXYR      PIC X(4).
00334          10  TE-QUAD       PIC X.
00335          10  TE-TWNSHP     PIC XX.
00336          10  TE-EQFACT     PIC 99V9999.
      *----------------------------------------------------------------
      * XREF-TABLE: DISTRICT-XREF-FILE loaded once at startup
      *   (022-LOAD-XREF).
      *----------------------------------------------------------------
00337  77  XRF-CNT           PIC S9(4)      VALUE +0       COMP-3.
00338      88  XRF-TABLE-FULL               VALUE +1000.
00339  77  XRF-SUB           PIC S9(4)      VALUE +0       COMP-3.
00340  01  XREF-TABLE.
00341      05  XRF-ENTRY OCCURS 1000 TIMES.
00342          10  XE-KEY.
00343              15  XE-DISTRICT   PIC X(5).
00344              15  XE-TWNSHP     PIC XX.
00345          10  XE-QUAD       PIC X.
00346          10  XE-NAME       PIC X(30).
      *----------------------------------------------------------------
      * QUAD-TOT-TABLE: one entry per year+quad, carrying the
      *   post-Board quad summary off ASSESSED-FILE (what CLREB025
      *   reported) beside the district pieces' assessed value
      *   accumulated for the same quad. QT-SUMMARY marks an entry
      *   that came from a quad summary; a quad reached only by
      *   district pieces has nothing on the CLREB025 side to tie to.
      *----------------------------------------------------------------
00347  77  QT-CNT            PIC S999       VALUE +0       COMP-3.
00348      88  QT-TABLE-FULL                VALUE +40.
00349  77  QT-SUB            PIC S999       VALUE +0       COMP-3.
00350  01  QUAD-TOT-TABLE.
00351      05  QT-ENTRY OCCURS 40 TIMES.
00352          10  QT-KEY.
00353              15  QT-TAXYR      PIC X(4).
00354              15  QT-QUAD       PIC X.
00355          10  QT-R25-ASSD   PIC S9(15)     COMP-3.
00356          10  QT-DST-ASSD   PIC S9(15)     COMP-3.
00357          10  QT-SUM-SW     PIC X.
00358              88  QT-SUMMARY               VALUE 'Y'.
00359 *    SKIP3
00360 *****************  WORKING STORAGE ENDS HERE  ********************
00361 *SKIP3
00362  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load and balance FACTOR-FILE; load the township
      *        factors and the district cross-reference
      *     2. Load and balance ASSESSED-FILE's quad summaries
      *     3. If the factors are sound: write the district EAV
      *        file -- header, one record per district piece,
      *        trailer -- listing every piece and each district's
      *        total as it goes
      *     4. Print the certificate tying the rollup to the
      *        CLREB025 county total, display statistics and
      *        terminate
      *----------------------------------------------------------------
00363  010-BEGIN.
00364      OPEN    INPUT FACTOR-FILE
00365                    TOWNSHIP-FACTOR-FILE
00366                    ASSESSED-FILE
00367                    DISTRICT-XREF-FILE
00368                    DISTRICT-AV-FILE
00369              OUTPUT PRINT-FILE
00370      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00371      MOVE    RS-DATE TO DATE-DT
00372      PERFORM 015-LOAD-FACTORS THRU 015-EXIT
00373      PERFORM 020-LOAD-TWNSHPS THRU 020-EXIT
00374      PERFORM 022-LOAD-XREF THRU 022-EXIT
00375      PERFORM 025-LOAD-ASSESSED THRU 025-EXIT
00376      IF      BAL-FAILED
00377              DISPLAY 'ROLLUP REFUSED - NO DISTRICT EAV WRITTEN'
00378              MOVE 16 TO RETURN-CODE
00379              GO TO 010-CLOSE.
00380      OPEN    OUTPUT DISTRICT-EAV-FILE
00381      MOVE    SPACES        TO  DISTRICT-EAV-REC
00382      MOVE    'HD'          TO  DE-HDR-ID
00383      MOVE    RS-DATE       TO  DE-HDR-RUN-DATE
00384      MOVE    WK-HDR-YR     TO  DE-HDR-TAXYR
00385      MOVE    'CLREB052'    TO  DE-HDR-PROGRAM
00386      WRITE   DISTRICT-EAV-REC
00387      PERFORM 065-HDG-ROUTINE THRU 065-EXIT
00388      PERFORM 030-READ-DISTRICT THRU 030-READ-EXIT
00389      PERFORM 040-PROCESS-PIECE THRU 040-EXIT
00390              UNTIL DISTRICT-EOF
00391              OR    SEQ-ERROR
      *    A sequence error leaves the file without its trailer, so
      *    the rate-setting jobs refuse it rather than extend from
      *    half a rollup.
00392      IF      SEQ-ERROR
00393              DISPLAY 'ROLLUP STOPPED - DISTRICT EAV NOT SEALED'
00394              CLOSE   DISTRICT-EAV-FILE
00395              GO TO 010-CLOSE.
00396      PERFORM 045-DISTRICT-TOTAL THRU 045-EXIT
00397      MOVE    SPACES        TO  DISTRICT-EAV-REC
00398      MOVE    'TR'          TO  DE-TRL-ID
00399      MOVE    DE-DET-CNT    TO  DE-TRL-DET-CNT
00400      MOVE    DE-EAV-TOT    TO  DE-TRL-EAV-TOT
00401      WRITE   DISTRICT-EAV-REC
00402      CLOSE   DISTRICT-EAV-FILE
00403      PERFORM 070-PRINT-CERTIFICATE THRU 070-EXIT
00404      IF      ERROR-CNT GREATER THAN ZERO
00405         AND  RETURN-CODE LESS THAN 4
00406              MOVE 4 TO RETURN-CODE
00407      END-IF.
00408 *    SKIP1
00409  010-CLOSE.
00410      DISPLAY 'NO. OF DISTRICT RECORDS = ' IN-CNT
00411      DISPLAY 'NO. OF PIECES WRITTEN   = ' DE-DET-CNT
00412      DISPLAY 'NO. OF PIECES REJECTED  = ' ERROR-CNT
00413      DISPLAY 'NO. OF DISTRICTS        = ' DIST-CNT
00414      DISPLAY 'NET DISTRICT EAV TOTAL  = ' DE-EAV-TOT
00415      CLOSE   FACTOR-FILE
00416              TOWNSHIP-FACTOR-FILE
00417              ASSESSED-FILE
00418              DISTRICT-XREF-FILE
00419              DISTRICT-AV-FILE
00420              PRINT-FILE
00421      STOP RUN.
00422 *    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-FACTORS: Load FACTOR-FILE into FACTOR-TABLE and
      *   balance it, exactly as CLREB050 does: an unbalanced or
      *   headerless file, or one too big for the table, refuses
      *   the rollup -- the district EAV file is a released figure
      *   the rate clerks levy against.
      *----------------------------------------------------------------
00423  015-LOAD-FACTORS.
00424      READ    FACTOR-FILE
00425              AT END MOVE 'Y' TO FACTOR-EOF-SW
00426      END-READ
00427      PERFORM 016-STORE-FACTOR THRU 016-EXIT
00428              UNTIL FACTOR-EOF
00429      PERFORM 017-BALANCE-FACTOR THRU 017-EXIT.
00430 *    SKIP1
00431  015-EXIT.
00432      EXIT.
00433 *    SKIP1
00434  016-STORE-FACTOR.
00435      IF      FT-HEADER-REC
00436              MOVE 'Y'              TO FT-HDR-SEEN-SW
00437              MOVE FT-HDR-TAXYR     TO WK-HDR-YR
      *            The proof copy of a PROOF run carries factors
      *            still under review; no levy may be set from it.
00438              IF      FT-PROOF-FILE
00439                      DISPLAY 'FACTOR FILE IS A PROOF COPY'
00440                              ' - ROLLUP REFUSED'
00441                      MOVE 'Y' TO BAL-FAIL-SW
00442              END-IF
00443      ELSE
00444          IF      FT-TRAILER-REC
00445                  MOVE 'Y'              TO FT-TRL-SEEN-SW
00446                  MOVE FT-TRL-DET-CNT   TO EXP-DET-CNT
00447                  MOVE FT-TRL-FACT-HASH TO EXP-HASH-TOT
00448          ELSE
00449              IF      NOT FAC-TABLE-FULL
00450                  ADD     1              TO FAC-CNT
00451                  MOVE    FAC-CNT        TO FAC-SUB
00452                  MOVE    FT-TAXYR       TO FE-TAXYR (FAC-SUB)
00453                  MOVE    FT-QUAD        TO FE-QUAD (FAC-SUB)
00454                  MOVE    FT-EQFACT      TO FE-EQFACT (FAC-SUB)
00455              ELSE
00456                  DISPLAY 'FACTOR TABLE FULL AT ' FT-TAXYR
00457                          FT-QUAD ' - ROLLUP REFUSED'
00458                  MOVE    'Y'            TO BAL-FAIL-SW
00459              END-IF
00460              ADD     +1             TO FAC-DET-CNT
00461              ADD     FT-EQFACT      TO FAC-HASH-TOT
00462          END-IF
00463      END-IF
00464      READ    FACTOR-FILE
00465              AT END MOVE 'Y' TO FACTOR-EOF-SW
00466      END-READ.
00467 *    SKIP1
00468  016-EXIT.
00469      EXIT.
00470 *    SKIP3
00471  017-BALANCE-FACTOR.
00472      IF      NOT FT-HDR-SEEN
00473              DISPLAY 'FACTOR FILE HAS NO HEADER RECORD'
00474              MOVE 'Y' TO BAL-FAIL-SW
00475      END-IF
00476      IF      NOT FT-TRL-SEEN
00477              DISPLAY 'FACTOR FILE HAS NO TRAILER RECORD'
00478              MOVE 'Y' TO BAL-FAIL-SW
00479      ELSE
00480          IF      FAC-DET-CNT NOT EQUAL TO EXP-DET-CNT
00481             OR   FAC-HASH-TOT NOT EQUAL TO EXP-HASH-TOT
00482                  DISPLAY 'FACTOR FILE OUT OF BALANCE'
00483                  DISPLAY 'TRAILER COUNT = ' EXP-DET-CNT
00484                          ' READ = ' FAC-DET-CNT
00485                  DISPLAY 'TRAILER HASH  = ' EXP-HASH-TOT
00486                          ' READ = ' FAC-HASH-TOT
00487                  MOVE 'Y' TO BAL-FAIL-SW
00488          END-IF
00489      END-IF.
00490 *    SKIP1
00491  017-EXIT.
00492      EXIT.
00493 *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-TWNSHPS: Load TOWNSHIP-FACTOR-FILE into
      *   TWN-FACT-TABLE. An absent or empty file leaves the table
      *   empty and every piece takes its quad factor.
      *----------------------------------------------------------------
00494  020-LOAD-TWNSHPS.
00495      READ    TOWNSHIP-FACTOR-FILE
00496              AT END MOVE 'Y' TO TWNFT-EOF-SW
00497      END-READ
00498      PERFORM 021-STORE-TWNSHP THRU 021-EXIT
00499              UNTIL TWNFT-EOF
00500              OR     TWN-TABLE-FULL
00501      IF      NOT TWNFT-EOF
00502              DISPLAY 'TOWNSHIP TABLE FULL - ROLLUP REFUSED'
00503              MOVE 'Y' TO BAL-FAIL-SW
00504      END-IF.
00505 *    SKIP1
00506  020-EXIT.
00507      EXIT.
00508 *    SKIP1
00509  021-STORE-TWNSHP.
00510      ADD     1               TO TWN-CNT
00511      MOVE    TWN-CNT         TO TWN-SUB
00512      MOVE    TW-TAXYR        TO TE-TAXYR (TWN-SUB)
00513      MOVE    TW-QUAD         TO TE-QUAD (TWN-SUB)
00514      MOVE    TW-TWNSHP       TO TE-TWNSHP (TWN-SUB)
00515      MOVE    TW-EQFACT       TO TE-EQFACT (TWN-SUB)
00516      READ    TOWNSHIP-FACTOR-FILE
00517              AT END MOVE 'Y' TO TWNFT-EOF-SW
00518      END-READ.
00519 *    SKIP1
00520  021-EXIT.
00521      EXIT.
00522 *    SKIP3
      *----------------------------------------------------------------
      * 022-LOAD-XREF: Load DISTRICT-XREF-FILE into XREF-TABLE. A
      *   district the table cannot hold would have every piece
      *   rejected NOT ON XREF -- refuse instead, as for the factor
      *   tables.
      *----------------------------------------------------------------
00523  022-LOAD-XREF.
00524      READ    DISTRICT-XREF-FILE
00525              AT END MOVE 'Y' TO XREF-EOF-SW
00526      END-READ
00527      PERFORM 023-STORE-XREF THRU 023-EXIT
00528              UNTIL XREF-EOF
00529              OR     XRF-TABLE-FULL
00530      IF      NOT XREF-EOF
00531              DISPLAY 'XREF TABLE FULL - ROLLUP REFUSED'
00532              MOVE 'Y' TO BAL-FAIL-SW
00533      END-IF.
00534 *    SKIP1
00535  022-EXIT.
00536      EXIT.
00537 *    SKIP1
00538  023-STORE-XREF.
00539      ADD     1               TO XRF-CNT
00540      MOVE    XRF-CNT         TO XRF-SUB
00541      MOVE    DX-DISTRICT     TO XE-DISTRICT (XRF-SUB)
00542      MOVE    DX-TWNSHP       TO XE-TWNSHP (XRF-SUB)
00543      MOVE    DX-QUAD         TO XE-QUAD (XRF-SUB)
00544      MOVE    DX-NAME         TO XE-NAME (XRF-SUB)
00545      READ    DISTRICT-XREF-FILE
00546              AT END MOVE 'Y' TO XREF-EOF-SW
00547      END-READ.
00548 *    SKIP1
00549  023-EXIT.
00550      EXIT.
00551 *    SKIP3
      *----------------------------------------------------------------
      * 025-LOAD-ASSESSED: Load the quad summaries off ASSESSED-FILE
      *   into QUAD-TOT-TABLE and balance the file against its
      *   trailer. Class details are counted for the balance but
      *   not tied -- CLREB025 forms its county totals from the
      *   quad summaries alone, and so does the certificate.
      *----------------------------------------------------------------
00552  025-LOAD-ASSESSED.
00553      READ    ASSESSED-FILE
00554              AT END MOVE 'Y' TO ASSESSED-EOF-SW
00555      END-READ
00556      PERFORM 026-STORE-ASSESSED THRU 026-EXIT
00557              UNTIL ASSESSED-EOF
00558      IF      NOT AV-HDR-SEEN
00559              DISPLAY 'ASSESSED FILE HAS NO HEADER RECORD'
00560              MOVE 'Y' TO ASD-FAIL-SW
00561      END-IF
00562      IF      NOT AV-TRL-SEEN
00563              DISPLAY 'ASSESSED FILE HAS NO TRAILER RECORD'
00564              MOVE 'Y' TO ASD-FAIL-SW
00565      ELSE
00566          IF      ASD-DET-CNT NOT EQUAL TO EXP-ASD-CNT
00567             OR   ASD-ASSD-TOT NOT EQUAL TO EXP-ASD-TOT
00568                  DISPLAY 'ASSESSED FILE OUT OF BALANCE'
00569                  DISPLAY 'TRAILER COUNT = ' EXP-ASD-CNT
00570                          ' READ = ' ASD-DET-CNT
00571                  DISPLAY 'TRAILER TOTAL = ' EXP-ASD-TOT
00572                          ' READ = ' ASD-ASSD-TOT
00573                  MOVE 'Y' TO ASD-FAIL-SW
00574          END-IF
00575      END-IF
00576      IF      ASD-FAILED
00577              MOVE 12 TO RETURN-CODE
00578      END-IF.
00579 *    SKIP1
00580  025-EXIT.
00581      EXIT.
00582 *    SKIP1
00583  026-STORE-ASSESSED.
00584      IF      AV-HEADER-REC
00585              MOVE 'Y'              TO AV-HDR-SEEN-SW
00586              GO TO 026-READ.
00587      IF      AV-TRAILER-REC
00588              MOVE 'Y'              TO AV-TRL-SEEN-SW
00589              MOVE AV-TRL-DET-CNT   TO EXP-ASD-CNT
00590              MOVE AV-TRL-ASSD-TOT  TO EXP-ASD-TOT
00591              GO TO 026-READ.
00592      ADD     +1             TO ASD-DET-CNT
00593      ADD     AV-ASSESSED-RD TO ASD-ASSD-TOT
00594      IF      AV-CLASS NOT EQUAL TO SPACES
00595              GO TO 026-READ.
00596      MOVE    AV-TAXYR       TO WK-FIND-YR
00597      MOVE    AV-QUAD        TO WK-FIND-QUAD
00598      PERFORM 038-ADD-QUAD-TOT THRU 038-EXIT
00599      IF      QT-FOUND
00600              MOVE 'Y'            TO QT-SUM-SW (QT-SUB)
00601              ADD  AV-ASSESSED-RD TO QT-R25-ASSD (QT-SUB)
00602      ELSE
00603              DISPLAY 'QUAD TABLE FULL - ROLLUP REFUSED'
00604              MOVE 'Y' TO BAL-FAIL-SW
00605      END-IF.
00606 *    SKIP1
00607  026-READ.
00608      READ    ASSESSED-FILE
00609              AT END MOVE 'Y' TO ASSESSED-EOF-SW
00610      END-READ.
00611 *    SKIP1
00612  026-EXIT.
00613      EXIT.
00614 *    SKIP3
      *----------------------------------------------------------------
      * 030-READ-DISTRICT: Read the next district piece, checking
      *   year, district, township sequence. Sequence is what lets
      *   045-DISTRICT-TOTAL close a district when its key changes,
      *   so an out-of-order record stops the run.
      *----------------------------------------------------------------
00615  030-READ-DISTRICT.
00616      READ    DISTRICT-AV-FILE
00617              AT END MOVE 'Y' TO DISTRICT-EOF-SW.
00618      IF      NOT DISTRICT-EOF
00619              IF   DA-KEY NOT GREATER THAN PREV-KEY
00620                   MOVE 16 TO RETURN-CODE
00621                   DISPLAY 'DISTRICT RECORDS OUT OF SEQUENCE'
00622                   DISPLAY 'CURRENT KEY  ' DA-KEY
00623                   DISPLAY 'PREVIOUS KEY ' PREV-KEY
00624                   MOVE 'E' TO SEQ-CHECK
00625              ELSE
00626                   ADD +1 TO IN-CNT.
00627 *    SKIP1
00628  030-READ-EXIT.
00629      EXIT.
00630 *    SKIP3
      *----------------------------------------------------------------
      * 035-FIND-FACTOR / 036-FIND-TWNSHP / 037-FIND-XREF /
      *   038-ADD-QUAD-TOT: Table lookups. On a match the FOUND
      *   switch is set and the subscript left on the entry; the
      *   SUBTRACT backs out the increment the PERFORM VARYING
      *   applies after the matching pass, the same device as
      *   CLREB040's 041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00631  035-FIND-FACTOR.
00632      MOVE    'N' TO FAC-FOUND-SW
00633      PERFORM 035-MATCH THRU 035-MATCH-EXIT
00634              VARYING FAC-SUB FROM 1 BY 1
00635              UNTIL   FAC-FOUND
00636              OR      FAC-SUB GREATER THAN FAC-CNT.
00637 *    SKIP1
00638  035-EXIT.
00639      EXIT.
00640 *    SKIP1
00641  035-MATCH.
00642      IF      FE-KEY (FAC-SUB) EQUAL TO WK-FIND-QKEY
00643              MOVE 'Y' TO FAC-FOUND-SW
00644              SUBTRACT 1 FROM FAC-SUB
00645      END-IF.
00646 *    SKIP1
00647  035-MATCH-EXIT.
00648      EXIT.
00649 *    SKIP1
00650  036-FIND-TWNSHP.
00651      MOVE    'N' TO TWN-FOUND-SW
00652      PERFORM 036-MATCH THRU 036-MATCH-EXIT
00653              VARYING TWN-SUB FROM 1 BY 1
00654              UNTIL   TWN-FOUND
00655              OR      TWN-SUB GREATER THAN TWN-CNT.
00656 *    SKIP1
00657  036-EXIT.
00658      EXIT.
00659 *    SKIP1
00660  036-MATCH.
00661      IF      TE-TAXYR (TWN-SUB) EQUAL TO WK-FIND-YR
00662         AND  TE-QUAD (TWN-SUB) EQUAL TO WK-FIND-QUAD
00663         AND  TE-TWNSHP (TWN-SUB) EQUAL TO WK-FIND-TWNSHP
00664              MOVE 'Y' TO TWN-FOUND-SW
00665              SUBTRACT 1 FROM TWN-SUB
00666      END-IF.
00667 *    SKIP1
00668  036-MATCH-EXIT.
00669      EXIT.
00670 *    SKIP1
00671  037-FIND-XREF.
00672      MOVE    'N' TO XRF-FOUND-SW
00673      PERFORM 037-MATCH THRU 037-MATCH-EXIT
00674              VARYING XRF-SUB FROM 1 BY 1
00675              UNTIL   XRF-FOUND
00676              OR      XRF-SUB GREATER THAN XRF-CNT.
00677 *    SKIP1
00678  037-EXIT.
00679      EXIT.
00680 *    SKIP1
00681  037-MATCH.
00682      IF      XE-DISTRICT (XRF-SUB) EQUAL TO DA-DISTRICT
00683         AND  XE-TWNSHP (XRF-SUB) EQUAL TO DA-TWNSHP
00684              MOVE 'Y' TO XRF-FOUND-SW
00685              SUBTRACT 1 FROM XRF-SUB
00686      END-IF.
00687 *    SKIP1
00688  037-MATCH-EXIT.
00689      EXIT.
00690 *    SKIP1
      *    038-ADD-QUAD-TOT finds WK-FIND-QKEY on QUAD-TOT-TABLE,
      *    adding a zero entry for a year+quad not yet seen. QT-FOUND
      *    comes back off only when the table is full.
00691  038-ADD-QUAD-TOT.
00692      MOVE    'N' TO QT-FOUND-SW
00693      PERFORM 038-MATCH THRU 038-MATCH-EXIT
00694              VARYING QT-SUB FROM 1 BY 1
00695              UNTIL   QT-FOUND
00696              OR      QT-SUB GREATER THAN QT-CNT
00697      IF      QT-FOUND
00698              GO TO 038-EXIT.
00699      IF      QT-TABLE-FULL
00700              GO TO 038-EXIT.
00701      ADD     1              TO QT-CNT
00702      MOVE    QT-CNT         TO QT-SUB
00703      MOVE    WK-FIND-QKEY   TO QT-KEY (QT-SUB)
00704      MOVE    ZERO           TO QT-R25-ASSD (QT-SUB)
00705                                QT-DST-ASSD (QT-SUB)
00706      MOVE    'N'            TO QT-SUM-SW (QT-SUB)
00707      MOVE    'Y'            TO QT-FOUND-SW.
00708 *    SKIP1
00709  038-EXIT.
00710      EXIT.
00711 *    SKIP1
00712  038-MATCH.
00713      IF      QT-KEY (QT-SUB) EQUAL TO WK-FIND-QKEY
00714              MOVE 'Y' TO QT-FOUND-SW
00715              SUBTRACT 1 FROM QT-SUB
00716      END-IF.
00717 *    SKIP1
00718  038-MATCH-EXIT.
00719      EXIT.
00720 *    SKIP3
      *----------------------------------------------------------------
      * 040-PROCESS-PIECE: Equalize one district piece.
      *
      *   Business logic:
      *     1. A change of year or district closes the previous
      *        district (045-DISTRICT-TOTAL)
      *     2. The piece must be numeric and on the cross-reference,
      *        and its quad must carry a factor
      *     3. The factor is the township factor where the township
      *        has one, otherwise the quad factor -- CLREB050's
      *        precedence
      *     4. Equalized value = assessed x factor, rounded to the
      *        dollar as CLREB025 rounds; net EAV = equalized less
      *        homestead and senior exemptions, which may not take
      *        it below zero
      *     5. The piece is written, listed and accumulated into its
      *        district, the county and its quad's tie figure
      *----------------------------------------------------------------
00721  040-PROCESS-PIECE.
00722      IF      DA-TAXYR NOT EQUAL TO PREV-TAXYR
00723         OR   DA-DISTRICT NOT EQUAL TO PREV-DISTRICT
00724              PERFORM 045-DISTRICT-TOTAL THRU 045-EXIT.
00725      MOVE    DA-KEY         TO PREV-KEY
00726      MOVE    DA-DISTRICT    TO WK-DIST
00727      MOVE    DA-TWNSHP      TO WK-TWN
00728      MOVE    SPACES         TO WK-QUAD
00729                                WK-SRC
00730                                WK-MESG
00731      MOVE    ZERO           TO WK-FACT
00732                                WK-ASSESSED
00733                                WK-EQUALIZED-ED
00734                                WK-HOMESTEAD
00735                                WK-SENIOR
00736                                WK-NET
00737      IF      DA-TAXYR NOT NUMERIC
00738         OR   DA-ASSESSED-RD NOT NUMERIC
00739         OR   DA-HOMESTEAD-RD NOT NUMERIC
00740         OR   DA-SENIOR-RD NOT NUMERIC
00741              MOVE ERR-MESG TO WK-MESG
00742              GO TO 040-REJECT.
00743      MOVE    DA-ASSESSED-RD  TO WK-ASSESSED
00744      MOVE    DA-HOMESTEAD-RD TO WK-HOMESTEAD
00745      MOVE    DA-SENIOR-RD    TO WK-SENIOR
00746      PERFORM 037-FIND-XREF THRU 037-EXIT
00747      IF      NOT XRF-FOUND
00748              MOVE NOX-MESG TO WK-MESG
00749              GO TO 040-REJECT.
00750      MOVE    XE-NAME (XRF-SUB) TO PREV-NAME
00751      MOVE    XE-QUAD (XRF-SUB) TO WK-QUAD
00752      MOVE    DA-TAXYR          TO WK-FIND-YR
00753      MOVE    XE-QUAD (XRF-SUB) TO WK-FIND-QUAD
00754      MOVE    DA-TWNSHP         TO WK-FIND-TWNSHP
00755      PERFORM 035-FIND-FACTOR THRU 035-EXIT
00756      IF      NOT FAC-FOUND
00757              MOVE NOF-MESG TO WK-MESG
00758              GO TO 040-REJECT.
00759      MOVE    FE-EQFACT (FAC-SUB) TO WK-FACTOR
00760      MOVE    'Q'                 TO WK-FACT-SRC
00761      PERFORM 036-FIND-TWNSHP THRU 036-EXIT
00762      IF      TWN-FOUND
00763              MOVE TE-EQFACT (TWN-SUB) TO WK-FACTOR
00764              MOVE 'T'                 TO WK-FACT-SRC
00765      END-IF
00766      MOVE    WK-FACTOR   TO WK-FACT
00767      MOVE    WK-FACT-SRC TO WK-SRC
00768      COMPUTE WK-EQUALIZED ROUNDED =
00769              DA-ASSESSED-RD * WK-FACTOR
00770      MOVE    WK-EQUALIZED TO WK-EQUALIZED-ED
00771      COMPUTE WK-NET-EAV = WK-EQUALIZED
00772                         - DA-HOMESTEAD-RD
00773                         - DA-SENIOR-RD
00774      IF      WK-NET-EAV LESS THAN ZERO
00775              MOVE EXM-MESG TO WK-MESG
00776              GO TO 040-REJECT.
00777      MOVE    WK-NET-EAV TO WK-NET
00778      MOVE    SPACES              TO  DISTRICT-EAV-REC
00779      MOVE    DA-TAXYR            TO  DE-TAXYR
00780      MOVE    DA-DISTRICT         TO  DE-DISTRICT
00781      MOVE    DA-TWNSHP           TO  DE-TWNSHP
00782      MOVE    XE-QUAD (XRF-SUB)   TO  DE-QUAD
00783      MOVE    WK-FACTOR           TO  DE-EQFACT
00784      MOVE    WK-FACT-SRC         TO  DE-FACT-SRC
00785      MOVE    DA-ASSESSED-RD      TO  DE-ASSESSED
00786      MOVE    WK-EQUALIZED        TO  DE-EQUALIZED
00787      MOVE    DA-HOMESTEAD-RD     TO  DE-HOMESTEAD
00788      MOVE    DA-SENIOR-RD        TO  DE-SENIOR
00789      MOVE    WK-NET-EAV          TO  DE-NET-EAV
00790      WRITE   DISTRICT-EAV-REC
00791      ADD     +1                  TO  DE-DET-CNT
00792      ADD     WK-NET-EAV          TO  DE-EAV-TOT
00793      ADD     +1                  TO  DST-PIECE-CNT
00794      ADD     DA-ASSESSED-RD      TO  DST-ASSESSED
00795      ADD     WK-EQUALIZED        TO  DST-EQUALIZED
00796      ADD     DA-HOMESTEAD-RD     TO  DST-HOMESTEAD
00797      ADD     DA-SENIOR-RD        TO  DST-SENIOR
00798      ADD     WK-NET-EAV          TO  DST-NET-EAV
00799      PERFORM 038-ADD-QUAD-TOT THRU 038-EXIT
00800      IF      QT-FOUND
00801              ADD DA-ASSESSED-RD TO QT-DST-ASSD (QT-SUB)
00802      ELSE
00803              DISPLAY 'QUAD TABLE FULL AT ' DA-KEY
00804              MOVE 'Y' TO TIE-FAIL-SW
00805      END-IF
00806      PERFORM 050-WRITE THRU 050-EXIT
00807      GO TO 040-READ.
00808 *    SKIP1
00809  040-REJECT.
00810      ADD     +1 TO ERROR-CNT
00811      PERFORM 050-WRITE THRU 050-EXIT.
00812 *    SKIP1
00813  040-READ.
00814      PERFORM 030-READ-DISTRICT THRU 030-READ-EXIT.
00815 *    SKIP1
00816  040-EXIT.
00817      EXIT.
00818 *    SKIP3
      *----------------------------------------------------------------
      * 045-DISTRICT-TOTAL: Print the total of the district just
      *   closed, roll it into the county and clear it. A district
      *   whose pieces were all rejected prints no total.
      *----------------------------------------------------------------
00819  045-DISTRICT-TOTAL.
00820      IF      DST-PIECE-CNT EQUAL TO ZERO
00821              GO TO 045-EXIT.
00822      ADD     +1             TO DIST-CNT
00823      MOVE    PREV-DISTRICT  TO DL-DIST
00824      MOVE    PREV-NAME      TO DL-NAME
00825      MOVE    DST-ASSESSED   TO DL-ASSESSED
00826      MOVE    DST-EQUALIZED  TO DL-EQUALIZED
00827      MOVE    DST-HOMESTEAD  TO DL-HOMESTEAD
00828      MOVE    DST-SENIOR     TO DL-SENIOR
00829      MOVE    DST-NET-EAV    TO DL-NET
00830      MOVE    DST-PIECE-CNT  TO DL-PIECES
00831      IF      LINE-CNT GREATER THAN +54
00832              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00833      WRITE   PRINT-REC FROM DST-LINE
00834              AFTER ADVANCING 2
00835      MOVE    SPACES TO PRINT-REC
00836      WRITE   PRINT-REC
00837              AFTER ADVANCING 1
00838      ADD     +3 TO LINE-CNT
00839      ADD     DST-ASSESSED   TO CTY-ASSESSED
00840      ADD     DST-EQUALIZED  TO CTY-EQUALIZED
00841      ADD     DST-HOMESTEAD  TO CTY-HOMESTEAD
00842      ADD     DST-SENIOR     TO CTY-SENIOR
00843      ADD     DST-NET-EAV    TO CTY-NET-EAV
00844      MOVE    ZERO TO DST-PIECE-CNT
00845                      DST-ASSESSED
00846                      DST-EQUALIZED
00847                      DST-HOMESTEAD
00848                      DST-SENIOR
00849                      DST-NET-EAV.
00850 *    SKIP1
00851  045-EXIT.
00852      EXIT.
00853 *    SKIP3
00854  050-WRITE.
00855      IF      LINE-CNT GREATER THAN +55
00856              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00857      WRITE   PRINT-REC FROM WORK-LINE
00858              AFTER ADVANCING 1
00859      ADD     +1 TO LINE-CNT.
00860 *    SKIP1
00861  050-EXIT.
00862      EXIT.
00863 *    SKIP3
00864  065-HDG-ROUTINE.
00865      ADD     +1 TO PAGE-CNT
00866      MOVE    PAGE-CNT TO HDG-PG
00867      WRITE   PRINT-REC FROM DATE-LINE
00868              AFTER PAGE
00869      WRITE   PRINT-REC FROM HDG-LINE
00870              AFTER ADVANCING 2
00871      WRITE   PRINT-REC FROM TTL-LINE
00872              AFTER ADVANCING 2
00873      IF      PART-LISTING
00874              WRITE   PRINT-REC FROM TTL-LINE2
00875                      AFTER ADVANCING 3
00876      ELSE
00877              WRITE   PRINT-REC FROM TTL-LINE3
00878                      AFTER ADVANCING 3
00879      END-IF
00880      MOVE    +8 TO LINE-CNT.
00881 *    SKIP1
00882  065-EXIT.
00883      EXIT.
00884 *    SKIP3
      *----------------------------------------------------------------
      * 070-PRINT-CERTIFICATE: Print the district EAV certificate.
      *
      *   Business logic:
      *     1. One line per year+quad: the CLREB025 assessed value
      *        (the post-Board quad summary) beside the district
      *        pieces' assessed value, and each equalized at the
      *        plain quad factor. A quad ties when the two assessed
      *        values agree. A quad with no factor is left out on
      *        both sides, as CLREB025 leaves it out of its county
      *        totals.
      *     2. The county walk: CLREB025 county assessed and
      *        equalized, the district figures at quad factor, the
      *        township factor effect, gross EAV, exemptions and
      *        net EAV.
      *     3. The outcome: certified, not tied (RETURN-CODE 8), or
      *        not certifiable on a suspect ASSESSED-FILE.
      *----------------------------------------------------------------
00885  070-PRINT-CERTIFICATE.
00886      MOVE    'C' TO PART-SW
00887      PERFORM 065-HDG-ROUTINE THRU 065-EXIT
00888      PERFORM 071-CERTIFY-QUAD THRU 071-EXIT
00889              VARYING QT-SUB FROM 1 BY 1
00890              UNTIL   QT-SUB GREATER THAN QT-CNT
00891      IF      LINE-CNT GREATER THAN +34
00892              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
00893      MOVE    'COUNTY ASSESSED - CLREB025     ' TO CA-LABEL
00894      MOVE    R25-ASSESSED    TO CA-VALUE
00895      WRITE   PRINT-REC FROM CERT-AMT-LINE
00896              AFTER ADVANCING 3
00897      MOVE    'COUNTY ASSESSED - DISTRICTS    ' TO CA-LABEL
00898      MOVE    DQF-ASSESSED    TO CA-VALUE
00899      WRITE   PRINT-REC FROM CERT-AMT-LINE
00900              AFTER ADVANCING 1
00901      MOVE    'COUNTY EQUALIZED - CLREB025    ' TO CA-LABEL
00902      MOVE    R25-EQUALIZED   TO CA-VALUE
00903      WRITE   PRINT-REC FROM CERT-AMT-LINE
00904              AFTER ADVANCING 2
00905      MOVE    'DISTRICTS AT QUAD FACTOR       ' TO CA-LABEL
00906      MOVE    DQF-EQUALIZED   TO CA-VALUE
00907      WRITE   PRINT-REC FROM CERT-AMT-LINE
00908              AFTER ADVANCING 1
00909      COMPUTE WK-DIFF = CTY-EQUALIZED - DQF-EQUALIZED
00910      MOVE    'TOWNSHIP FACTOR EFFECT         ' TO CA-LABEL
00911      MOVE    WK-DIFF         TO CA-VALUE
00912      WRITE   PRINT-REC FROM CERT-AMT-LINE
00913              AFTER ADVANCING 1
00914      MOVE    'GROSS DISTRICT EAV             ' TO CA-LABEL
00915      MOVE    CTY-EQUALIZED   TO CA-VALUE
00916      WRITE   PRINT-REC FROM CERT-AMT-LINE
00917              AFTER ADVANCING 1
00918      MOVE    'LESS HOMESTEAD EXEMPTIONS      ' TO CA-LABEL
00919      MOVE    CTY-HOMESTEAD   TO CA-VALUE
00920      WRITE   PRINT-REC FROM CERT-AMT-LINE
00921              AFTER ADVANCING 2
00922      MOVE    'LESS SENIOR EXEMPTIONS         ' TO CA-LABEL
00923      MOVE    CTY-SENIOR      TO CA-VALUE
00924      WRITE   PRINT-REC FROM CERT-AMT-LINE
00925              AFTER ADVANCING 1
00926      MOVE    'NET DISTRICT EAV               ' TO CA-LABEL
00927      MOVE    CTY-NET-EAV     TO CA-VALUE
00928      WRITE   PRINT-REC FROM CERT-AMT-LINE
00929              AFTER ADVANCING 1
00930      MOVE    'DISTRICT PIECES WRITTEN        ' TO CI-LABEL
00931      MOVE    SPACES          TO CI-VALUE
00932      MOVE    DE-DET-CNT      TO CI-VALUE-NUM
00933      WRITE   PRINT-REC FROM CERT-INFO-LINE
00934              AFTER ADVANCING 3
00935      MOVE    'DISTRICT PIECES REJECTED       ' TO CI-LABEL
00936      MOVE    SPACES          TO CI-VALUE
00937      MOVE    ERROR-CNT       TO CI-VALUE-NUM
00938      WRITE   PRINT-REC FROM CERT-INFO-LINE
00939              AFTER ADVANCING 1
00940      MOVE    'TAXING DISTRICTS               ' TO CI-LABEL
00941      MOVE    SPACES          TO CI-VALUE
00942      MOVE    DIST-CNT        TO CI-VALUE-NUM
00943      WRITE   PRINT-REC FROM CERT-INFO-LINE
00944              AFTER ADVANCING 1
00945      IF      ASD-FAILED
00946              MOVE 'ASSESSED FILE SUSPECT - NOT CERTIFIED'
00947                                   TO CR-TEXT
00948      ELSE
00949          IF      TIE-FAILED
00950                  MOVE 'ROLLUP DOES NOT TIE - NOT CERTIFIED'
00951                                   TO CR-TEXT
00952                  IF      RETURN-CODE LESS THAN 8
00953                          MOVE 8 TO RETURN-CODE
00954                  END-IF
00955          ELSE
00956                  MOVE 'DISTRICT EAV TIES TO CLREB025 COUNTY TOTAL'
00957                                   TO CR-TEXT
00958          END-IF
00959      END-IF
00960      WRITE   PRINT-REC FROM CERT-RESULT-LINE
00961              AFTER ADVANCING 3.
00962 *    SKIP1
00963  070-EXIT.
00964      EXIT.
00965 *    SKIP1
00966  071-CERTIFY-QUAD.
00967      MOVE    QT-TAXYR (QT-SUB)    TO QL-YR
00968                                      WK-FIND-YR
00969      MOVE    QT-QUAD (QT-SUB)     TO QL-QUAD
00970                                      WK-FIND-QUAD
00971      MOVE    QT-R25-ASSD (QT-SUB) TO QL-R25-ASSD
00972      MOVE    QT-DST-ASSD (QT-SUB) TO QL-DST-ASSD
00973      MOVE    ZERO                 TO QL-FACT
00974                                      QL-R25-EQ
00975                                      QL-DQF-EQ
00976      PERFORM 035-FIND-FACTOR THRU 035-EXIT
00977      IF      NOT FAC-FOUND
00978              MOVE 'NO FACTOR'     TO QL-MESG
00979              GO TO 071-WRITE.
00980      MOVE    FE-EQFACT (FAC-SUB)  TO QL-FACT
00981      COMPUTE QT-R25-EQ ROUNDED =
00982              QT-R25-ASSD (QT-SUB) * FE-EQFACT (FAC-SUB)
00983      COMPUTE QT-DQF-EQ ROUNDED =
00984              QT-DST-ASSD (QT-SUB) * FE-EQFACT (FAC-SUB)
00985      MOVE    QT-R25-EQ            TO QL-R25-EQ
00986      MOVE    QT-DQF-EQ            TO QL-DQF-EQ
00987      ADD     QT-R25-ASSD (QT-SUB) TO R25-ASSESSED
00988      ADD     QT-R25-EQ            TO R25-EQUALIZED
00989      ADD     QT-DST-ASSD (QT-SUB) TO DQF-ASSESSED
00990      ADD     QT-DQF-EQ            TO DQF-EQUALIZED
00991      IF      NOT QT-SUMMARY (QT-SUB)
00992              MOVE 'NO SUMMARY'    TO QL-MESG
00993              MOVE 'Y'             TO TIE-FAIL-SW
00994      ELSE
00995          IF      QT-R25-ASSD (QT-SUB) EQUAL TO
00996                  QT-DST-ASSD (QT-SUB)
00997                  MOVE 'TIES'          TO QL-MESG
00998          ELSE
00999                  MOVE 'NO TIE'        TO QL-MESG
01000                  MOVE 'Y'             TO TIE-FAIL-SW
01001          END-IF
01002      END-IF.
01003 *    SKIP1
01004  071-WRITE.
01005      IF      LINE-CNT GREATER THAN +55
01006              PERFORM 065-HDG-ROUTINE THRU 065-EXIT.
01007      WRITE   PRINT-REC FROM QT-LINE
01008              AFTER ADVANCING 2
01009      ADD     +2 TO LINE-CNT.
01010 *    SKIP1
01011  071-EXIT.
01012      EXIT.
