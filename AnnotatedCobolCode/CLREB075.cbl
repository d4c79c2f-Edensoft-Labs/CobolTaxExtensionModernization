      *================================================================
      * PROGRAM: CLREB075 - Open-Data Factor Publication Extract
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   The county's open-data portal and the Assessor's website
      *   republish our equalization factors. Until now the web team
      *   retyped them from CLREB030 listings, and the published
      *   figures have been wrong more than once. This program hands
      *   them a machine-written file instead.
      *
      *   It reads FACTOR-HISTORY-FILE and TOWNSHIP-HIST-FILE in key
      *   order and writes one comma-delimited row per factor, after
      *   a column-header row: tax year, quad, township (blank on a
      *   quad-level row), factor, and the year's release date. Each
      *   quad's township rows follow its quad row. Only tax years
      *   with a RELEASE-STAMP-FILE record are published, so a PROOF
      *   figure or a year not yet released by CLREB055 can never
      *   reach the web. The release date is that of the year's last
      *   stamp -- the latest CLREB057 amendment, if any.
      *
      *   A stamp is not enough by itself: a FINAL CLREB020 rerun
      *   after release overwrites the history, and until CLREB057
      *   amends the year the history no longer holds what was
      *   released. So each stamped year's quad history is first
      *   counted and hashed against the count and hash on its last
      *   stamp; a year that no longer agrees is held back as
      *   changed since release.
      *
      *   A one-record manifest carries the row count, a hash total
      *   of the published factors and the extract date, so the web
      *   team can prove the file arrived whole. The listing shows
      *   every tax year found: published, with its row counts, or
      *   held back as unreleased or changed since release.
      *
      * INPUT:   RELEASE-STAMP-FILE  - 80-byte release-stamp records
      *                                (copybook REBRLST01)
      *          FACTOR-HISTORY-FILE - cumulative indexed quad history
      *          TOWNSHIP-HIST-FILE  - cumulative indexed township
      *                                history
      * OUTPUT:  PUBLISH-FILE        - comma-delimited rows, header
      *                                row first
      *          MANIFEST-FILE       - one comma-delimited record:
      *                                rows, hash total, extract date
      *          PRINT-FILE          - 133-byte publication register
      *
      * ERROR HANDLING:
      *   - Year table full: RETURN-CODE = 16 and no manifest is
      *     written, so the incomplete file cannot verify
      *   - No released year to publish: header row and a zero
      *     manifest only, RETURN-CODE = 4
      *   - Released year whose history no longer matches its last
      *     stamp: year held back, RETURN-CODE = 8
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB075.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL WRITE THE RELEASED FACTOR HISTORY
00007 *         AS A DELIMITED PUBLICATION FILE WITH A MANIFEST, AND
00008 *         LIST THE YEARS PUBLISHED AND HELD BACK.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT OPTIONAL RELEASE-STAMP-FILE ASSIGN TO UT-S-RELSTP.
00017      SELECT OPTIONAL FACTOR-HISTORY-FILE ASSIGN TO UT-S-FACTHS
00018          ORGANIZATION IS INDEXED
00019          ACCESS MODE IS SEQUENTIAL
00020          RECORD KEY IS FH-KEY.
00021      SELECT OPTIONAL TOWNSHIP-HIST-FILE ASSIGN TO UT-S-TWNHS
00022          ORGANIZATION IS INDEXED
00023          ACCESS MODE IS SEQUENTIAL
00024          RECORD KEY IS TH-KEY.
      *        LINE SEQUENTIAL, as CLREB020's TOWNSHIP-FILE: plain
      *        newline-terminated text the web team loads directly.
00025      SELECT PUBLISH-FILE ASSIGN TO UT-S-PUBCSV
00026          ORGANIZATION IS LINE SEQUENTIAL.
00027      SELECT MANIFEST-FILE ASSIGN TO UT-S-PUBMAN
00028          ORGANIZATION IS LINE SEQUENTIAL.
00029      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00030 *    SKIP3
00031  DATA DIVISION.
00032  FILE SECTION.
00033  FD  RELEASE-STAMP-FILE
00034      RECORD CONTAINS 80 CHARACTERS
00035      BLOCK CONTAINS 0 RECORDS
00036      LABEL RECORDS ARE STANDARD
00037      DATA RECORD IS RELEASE-STAMP-REC.
00038  01  RELEASE-STAMP-REC.
00039      COPY REBRLST01.
00040 *    SKIP1
00041  FD  FACTOR-HISTORY-FILE
00042      RECORD CONTAINS 23 CHARACTERS
00043      LABEL RECORDS ARE STANDARD
00044      DATA RECORD IS FACTOR-HISTORY-REC.
00045  01  FACTOR-HISTORY-REC.
00046      05  FH-KEY.
00047          10  FH-TAXYR      PIC 9(4).
00048          10  FH-QUAD       PIC 9.
00049      05  FH-EQFACT         PIC 99V9999.
00050      05  FILLER            PIC X(12).
00051 *    SKIP1
00052  FD  TOWNSHIP-HIST-FILE
00053      RECORD CONTAINS 25 CHARACTERS
00054      LABEL RECORDS ARE STANDARD
00055      DATA RECORD IS TOWNSHIP-HIST-REC.
00056  01  TOWNSHIP-HIST-REC.
00057      05  TH-KEY.
00058          10  TH-TAXYR      PIC 9(4).
00059          10  TH-QUAD       PIC 9.
00060          10  TH-TWNSHP     PIC XX.
00061      05  TH-EQFACT         PIC 99V9999.
00062      05  FILLER            PIC X(12).
      *----------------------------------------------------------------
      * PUBLISH-FILE: one row per published factor, built in
      *   WORKING-STORAGE (PUB-HDG-LINE, PUB-LINE) and written FROM
      *   it, the way CLREB020 builds TOWNSHIP-LINE.
      *----------------------------------------------------------------
00063  FD  PUBLISH-FILE
00064      RECORD CONTAINS 42 CHARACTERS
00065      LABEL RECORDS ARE STANDARD
00066      DATA RECORD IS PUBLISH-REC.
00067  01  PUBLISH-REC           PIC X(42).
00068 *    SKIP1
00069  FD  MANIFEST-FILE
00070      RECORD CONTAINS 29 CHARACTERS
00071      LABEL RECORDS ARE STANDARD
00072      DATA RECORD IS MANIFEST-REC.
00073  01  MANIFEST-REC          PIC X(29).
00074 *    SKIP1
00075  FD  PRINT-FILE
00076      LABEL RECORDS ARE STANDARD
00077      RECORD CONTAINS 133 CHARACTERS
00078      BLOCK CONTAINS 0 RECORDS
00079      DATA RECORD IS PRINT-REC.
00080  01  PRINT-REC         PIC X(133).
00081 *    SKIP3
00082 ****************  WORKING STORAGE STARTS HERE  *******************
00083 *    SKIP1
00084  WORKING-STORAGE SECTION.
00085  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00086  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00087  77  STAMP-EOF-SW      PIC X          VALUE 'N'.
00088      88  STAMP-EOF                    VALUE 'Y'.
00089  77  YR-STOP-SW        PIC X          VALUE 'N'.
00090      88  YR-STOP                      VALUE 'Y'.
00091  77  YR-NEW-SW         PIC X          VALUE 'N'.
00092      88  YR-NEW                       VALUE 'Y'.
00093  77  PUB-FAIL-SW       PIC X          VALUE 'N'.
00094      88  PUB-FAILED                   VALUE 'Y'.
00095  77  YR-SUB            PIC S999       VALUE +0       COMP-3.
00096  77  SHIFT-SUB         PIC S999       VALUE +0       COMP-3.
00097  77  YR-CNT            PIC S999       VALUE +0       COMP-3.
00098      88  YR-TABLE-FULL                VALUE +50.
00099  77  WK-YR             PIC 9(4)       VALUE ZERO.
      *    Tax year being looked up in YEAR-TABLE.
00100  77  WK-FACT           PIC 99V9999    VALUE ZERO.
      *    Factor of the history record in hand.
00101  77  STAMP-CNT         PIC S9(5)      VALUE +0       COMP-3.
00102  77  ROW-CNT           PIC S9(7)      VALUE +0       COMP-3.
      *    Data rows written; the header row is not counted.
00103  77  HASH-TOT          PIC S9(7)V9999 VALUE +0       COMP-3.
00104  77  PUB-YR-CNT        PIC S999       VALUE +0       COMP-3.
00105  77  HELD-YR-CNT       PIC S999       VALUE +0       COMP-3.
00106  77  HELD-ROW-CNT      PIC S9(5)      VALUE +0       COMP-3.
0106A  77  CHG-YR-CNT        PIC S999       VALUE +0       COMP-3.
00107 *    SKIP1
00108  01  WORK-AREA.
00109      05 RUN-STAMP.
00110        10 RS-DATE    PIC X(8).
00111        10 RS-TIME    PIC X(6).
      *    -- Merge keys: tax year + quad of the record in hand on
      *    each history file, HIGH-VALUES once it is exhausted --
00112      05 HIST-KEY-HOLD  PIC X(5).
00113      05 TWN-KEY-HOLD.
00114        10 TK-TAXYR   PIC 9(4).
00115        10 TK-QUAD    PIC 9.
00116      05 DATE-LINE.
00117         10 FILLER     PIC X(11)      VALUE SPACES.
00118         10 DATE-DT    PIC X(8).
00119      05 HDG-LINE.
00120         10 FILLER     PIC X(11)      VALUE SPACES.
00121         10 FILLER     PIC X(40)      VALUE 'CLREB075'.
00122         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00123 -        'Y  CLERK'.
00124         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00125         10 HDG-PG     PIC ZZ9.
00126      05  TTL-LINE.
00127         10 FILLER     PIC X(42)      VALUE SPACES.
00128         10 FILLER     PIC X(40)      VALUE
00129                       'FACTOR  PUBLICATION  REGISTER'.
00130      05  TTL-LINE2.
00131         10 FILLER     PIC X(7)       VALUE SPACES.
00132         10 FILLER     PIC X(8)       VALUE 'TAX YEAR'.
00133         10 FILLER     PIC X(4)       VALUE SPACES.
00134         10 FILLER     PIC X(30)      VALUE 'STATUS'.
00135         10 FILLER     PIC X(12)      VALUE 'RELEASED'.
00136         10 FILLER     PIC X(11)      VALUE 'BY'.
00137         10 FILLER     PIC X(7)       VALUE 'AMEND'.
00138         10 FILLER     PIC X(11)      VALUE 'QUAD ROWS'.
00139         10 FILLER     PIC X(9)       VALUE 'TWN ROWS'.
      *----------------------------------------------------------------
      * YR-LINE: one register line per tax year found.
      *----------------------------------------------------------------
00140      05  YR-LINE.
00141         10 FILLER     PIC X(9)       VALUE SPACES.
00142         10 YL-YR      PIC 9(4).
00143         10 FILLER     PIC X(6)       VALUE SPACES.
00144         10 YL-STATUS  PIC X(30).
00145         10 YL-DATE    PIC X(8).
00146         10 FILLER     PIC X(4)       VALUE SPACES.
00147         10 YL-PROG    PIC X(8).
00148         10 FILLER     PIC X(4)       VALUE SPACES.
00149         10 YL-AMEND   PIC X(2).
00150         10 FILLER     PIC X(7)       VALUE SPACES.
00151         10 YL-QROWS   PIC ZZZZ9.
00152         10 FILLER     PIC X(5)       VALUE SPACES.
00153         10 YL-TROWS   PIC ZZZZ9.
00154      05  TRL-LINE.
00155         10 FILLER     PIC X(7)       VALUE SPACES.
00156         10 TRL-TEXT   PIC X(28).
00157         10 FILLER     PIC X          VALUE SPACE.
00158         10 TRL-CNT    PIC ZZZZZZ9.
00159      05  HASH-LINE.
00160         10 FILLER     PIC X(7)       VALUE SPACES.
00161         10 FILLER     PIC X(28)      VALUE
00162                       'FACTOR HASH TOTAL        . .'.
00163         10 FILLER     PIC X          VALUE SPACE.
00164         10 HL-HASH    PIC Z(6)9.9999.
00165      05  VERDICT-LINE.
00166         10 FILLER     PIC X(7)       VALUE SPACES.
00167         10 VL-TEXT    PIC X(60).
      *----------------------------------------------------------------
      * Publication rows. Kept in their own 01 levels, as CLREB020
      *   keeps TOWNSHIP-LINE, so the comma FILLER values stay put.
      *----------------------------------------------------------------
00168  01  PUB-HDG-LINE.
00169      05  FILLER      PIC X(42)  VALUE
00170                     'TAX YEAR,QUAD,TOWNSHIP,FACTOR,RELEASE DATE'.
00171  01  PUB-LINE.
00172      05  PL-YR       PIC 9(4).
00173      05  FILLER      PIC X VALUE ','.
00174      05  PL-QUAD     PIC 9.
00175      05  FILLER      PIC X VALUE ','.
00176      05  PL-TWN      PIC XX.
00177      05  FILLER      PIC X VALUE ','.
00178      05  PL-FACT     PIC 99.9999.
00179      05  FILLER      PIC X VALUE ','.
00180      05  PL-DATE     PIC X(8).
      *----------------------------------------------------------------
      * MANIFEST-LINE: data rows written (header excluded), the sum
      *   of every published factor, and the extract date.
      *----------------------------------------------------------------
00181  01  MANIFEST-LINE.
00182      05  MF-ROWS     PIC 9(7).
00183      05  FILLER      PIC X VALUE ','.
00184      05  MF-HASH     PIC 9(7).9999.
00185      05  FILLER      PIC X VALUE ','.
00186      05  MF-DATE     PIC X(8).
      *----------------------------------------------------------------
      * YEAR-TABLE: one entry per tax year on the stamp file or
      *   either history file, kept in year order as CLREB090 keeps
      *   its own. A year is released once any stamp names it; the
      *   last stamp read supplies its release date and the count
      *   and hash its quad history is proved against (YE-ST-),
      *   026-COUNT-HISTORY the history's own figures (YE-HS-).
      *----------------------------------------------------------------
00187  01  YEAR-TABLE.
00188      05  YR-ENTRY OCCURS 50 TIMES.
00189          10  YE-TAXYR      PIC 9(4).
00190          10  YE-STATUS     PIC X.
00191              88  YE-RELEASED          VALUE 'R'.
0191A              88  YE-CHANGED           VALUE 'C'.
00192          10  YE-REL-DATE   PIC X(8).
00193          10  YE-PROGRAM    PIC X(8).
00194          10  YE-AMEND-NO   PIC 99.
00195          10  YE-QUAD-ROWS  PIC S9(5) COMP-3.
00196          10  YE-TWN-ROWS   PIC S9(5) COMP-3.
0196A          10  YE-ST-CNT     PIC S9(5) COMP-3.
0196B          10  YE-ST-HASH    PIC S9(7)V9999 COMP-3.
0196C          10  YE-HS-CNT     PIC S9(5) COMP-3.
0196D          10  YE-HS-HASH    PIC S9(7)V9999 COMP-3.
00197 *    SKIP3
00198 *****************  WORKING STORAGE ENDS HERE  ********************
00199 *SKIP3
00200  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load every release stamp into YEAR-TABLE
      *     1a. Count and hash the quad history by year, then
      *        reopen it; hold back any released year that no
      *        longer agrees with its last stamp
      *     2. Write the header row, then merge the quad and
      *        township histories in key order, writing a row for
      *        each factor of a released year
      *     3. Write the manifest, unless the extract failed
      *     4. Print the register and terminate
      *----------------------------------------------------------------
00201  010-BEGIN.
00202      OPEN    INPUT RELEASE-STAMP-FILE
00203                    FACTOR-HISTORY-FILE
00204                    TOWNSHIP-HIST-FILE
00205              OUTPUT PUBLISH-FILE
00206                     PRINT-FILE
00207      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00208      MOVE    RS-DATE TO DATE-DT
00209      READ    RELEASE-STAMP-FILE
00210              AT END MOVE 'Y' TO STAMP-EOF-SW
00211      END-READ
00212      PERFORM 020-LOAD-STAMP THRU 020-EXIT
00213              UNTIL STAMP-EOF
0213A      PERFORM 022-READ-HISTORY THRU 022-EXIT
0213B      PERFORM 026-COUNT-HISTORY THRU 026-EXIT
0213C              UNTIL HIST-KEY-HOLD EQUAL TO HIGH-VALUES
0213D      CLOSE   FACTOR-HISTORY-FILE
0213E      OPEN    INPUT FACTOR-HISTORY-FILE
0213F      PERFORM 028-PROVE-YEAR THRU 028-EXIT
0213G              VARYING YR-SUB FROM 1 BY 1
0213H              UNTIL   YR-SUB GREATER THAN YR-CNT
00214      WRITE   PUBLISH-REC FROM PUB-HDG-LINE
00215      PERFORM 022-READ-HISTORY THRU 022-EXIT
00216      PERFORM 024-READ-TWNHIST THRU 024-EXIT
00217      PERFORM 040-MERGE THRU 040-EXIT
00218              UNTIL HIST-KEY-HOLD EQUAL TO HIGH-VALUES
00219              AND   TWN-KEY-HOLD EQUAL TO HIGH-VALUES
00220      IF      PUB-FAILED
00221              MOVE 16 TO RETURN-CODE
00222              DISPLAY 'PUBLICATION FILE INCOMPLETE - NO MANIFEST'
00223      ELSE
00224              PERFORM 050-WRITE-MANIFEST THRU 050-EXIT
00225              IF      ROW-CNT EQUAL TO ZERO
00226                      MOVE 4 TO RETURN-CODE
00227                      DISPLAY 'NO RELEASED FACTORS TO PUBLISH'
00228              END-IF
00229      END-IF
0229A      IF      CHG-YR-CNT GREATER THAN ZERO
0229B         AND  RETURN-CODE LESS THAN 8
0229C              MOVE 8 TO RETURN-CODE
0229D      END-IF
00230      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00231      WRITE   PRINT-REC FROM TTL-LINE2
00232              AFTER ADVANCING 3
00233      ADD     +3 TO LINE-CNT
00234      PERFORM 045-PRINT-YEAR THRU 045-EXIT
00235              VARYING YR-SUB FROM 1 BY 1
00236              UNTIL   YR-SUB GREATER THAN YR-CNT
00237      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00238      DISPLAY 'NO. OF ROWS PUBLISHED     = ' ROW-CNT
00239      DISPLAY 'NO. OF YEARS PUBLISHED    = ' PUB-YR-CNT
00240      DISPLAY 'NO. OF YEARS HELD BACK    = ' HELD-YR-CNT
0240A      DISPLAY 'NO. CHANGED SINCE RELEASE = ' CHG-YR-CNT
00241      CLOSE   RELEASE-STAMP-FILE
00242              FACTOR-HISTORY-FILE
00243              TOWNSHIP-HIST-FILE
00244              PUBLISH-FILE
00245              PRINT-FILE
00246      STOP RUN.
00247 *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-STAMP: Mark one stamp's tax year released and read
      *   the next. Stamps are appended in time order, so the last
      *   one read for a year leaves its release date in the entry.
      *----------------------------------------------------------------
00248  020-LOAD-STAMP.
00249      ADD     +1 TO STAMP-CNT
00250      MOVE    ST-TAXYR TO WK-YR
00251      PERFORM 030-LOCATE-YEAR THRU 030-EXIT
00252      IF      NOT PUB-FAILED
00253              MOVE 'R'          TO YE-STATUS (YR-SUB)
00254              MOVE ST-REL-DATE  TO YE-REL-DATE (YR-SUB)
00255              MOVE ST-PROGRAM   TO YE-PROGRAM (YR-SUB)
0255A              MOVE ST-DET-CNT   TO YE-ST-CNT (YR-SUB)
0255B              MOVE ST-FACT-HASH TO YE-ST-HASH (YR-SUB)
      *        A release stamp from before amendments were
      *        numbered carries spaces in ST-AMEND-NO; only an
      *        amendment stamp's number is taken, as in CLREB057.
00256              IF      ST-AMENDMENT
0256A                      MOVE ST-AMEND-NO TO YE-AMEND-NO (YR-SUB)
0256B              ELSE
0256C                      MOVE ZERO        TO YE-AMEND-NO (YR-SUB)
0256D              END-IF
00257      END-IF
00258      READ    RELEASE-STAMP-FILE
00259              AT END MOVE 'Y' TO STAMP-EOF-SW
00260      END-READ.
00261 *    SKIP1
00262  020-EXIT.
00263      EXIT.
00264 *    SKIP3
00265  022-READ-HISTORY.
00266      READ    FACTOR-HISTORY-FILE
00267              AT END MOVE HIGH-VALUES TO HIST-KEY-HOLD
00268              NOT AT END MOVE FH-KEY TO HIST-KEY-HOLD
00269      END-READ.
00270 *    SKIP1
00271  022-EXIT.
00272      EXIT.
00273 *    SKIP1
00274  024-READ-TWNHIST.
00275      READ    TOWNSHIP-HIST-FILE
00276              AT END MOVE HIGH-VALUES TO TWN-KEY-HOLD
00277              NOT AT END
00278                  MOVE TH-TAXYR TO TK-TAXYR
00279                  MOVE TH-QUAD  TO TK-QUAD
00280      END-READ.
00281 *    SKIP1
00282  024-EXIT.
00283      EXIT.
00284 *    SKIP3
      *----------------------------------------------------------------
      * 026-COUNT-HISTORY: Add one quad history record to its year's
      *   history count and hash, and read the next.
      *----------------------------------------------------------------
0284A  026-COUNT-HISTORY.
0284B      MOVE    FH-TAXYR TO WK-YR
0284C      PERFORM 030-LOCATE-YEAR THRU 030-EXIT
0284D      IF      NOT PUB-FAILED
0284E              ADD  +1        TO YE-HS-CNT (YR-SUB)
0284F              ADD  FH-EQFACT TO YE-HS-HASH (YR-SUB)
0284G      END-IF
0284H      PERFORM 022-READ-HISTORY THRU 022-EXIT.
0284I *    SKIP1
0284J  026-EXIT.
0284K      EXIT.
0284L *    SKIP1
      *----------------------------------------------------------------
      * 028-PROVE-YEAR: A released year's quad history must still
      *   carry the detail count and factor hash of its last stamp,
      *   the proof CLREB057 makes of a release dataset. A year with
      *   no history left on file has nothing to publish and is not
      *   judged. A year that fails is changed since release: its
      *   rows are held back until CLREB057 amends it.
      *----------------------------------------------------------------
0284M  028-PROVE-YEAR.
0284N      IF      NOT YE-RELEASED (YR-SUB)
0284O         OR   YE-HS-CNT (YR-SUB) EQUAL TO ZERO
0284P              GO TO 028-EXIT.
0284Q      IF      YE-HS-CNT (YR-SUB) NOT EQUAL TO YE-ST-CNT (YR-SUB)
0284R         OR   YE-HS-HASH (YR-SUB) NOT EQUAL TO YE-ST-HASH (YR-SUB)
0284S              MOVE 'C' TO YE-STATUS (YR-SUB)
0284T              ADD  +1 TO CHG-YR-CNT
0284U              DISPLAY 'TAX YEAR ' YE-TAXYR (YR-SUB)
0284V                      ' CHANGED SINCE RELEASE - HELD BACK'.
0284W *    SKIP1
0284X  028-EXIT.
0284Y      EXIT.
0284Z *    SKIP3
      *----------------------------------------------------------------
      * 030-LOCATE-YEAR: Leave YR-SUB on WK-YR's YEAR-TABLE entry,
      *   adding the year in order when it is new -- the search and
      *   insert of CLREB090's 020-LOAD-CYCLE. A full table fails
      *   the extract.
      *----------------------------------------------------------------
00285  030-LOCATE-YEAR.
00286      MOVE    'N' TO YR-STOP-SW
00287      MOVE    'N' TO YR-NEW-SW
00288      PERFORM 031-FIND-YEAR THRU 031-EXIT
00289              VARYING YR-SUB FROM 1 BY 1
00290              UNTIL   YR-STOP
00291              OR      YR-SUB GREATER THAN YR-CNT
00292      IF      NOT YR-STOP
00293              MOVE 'Y' TO YR-NEW-SW
00294      ELSE
00295          IF      YE-TAXYR (YR-SUB) NOT EQUAL TO WK-YR
00296                  MOVE 'Y' TO YR-NEW-SW
00297          END-IF
00298      END-IF
00299      IF      YR-NEW
00300          IF      YR-TABLE-FULL
00301                  MOVE 'Y' TO PUB-FAIL-SW
00302                  DISPLAY 'YEAR TABLE FULL - TAX YEAR '
00303                          WK-YR ' NOT PROCESSED'
00304          ELSE
00305                  PERFORM 032-ADD-YEAR THRU 032-EXIT
00306          END-IF
00307      END-IF.
00308 *    SKIP1
00309  030-EXIT.
00310      EXIT.
00311 *    SKIP1
00312  031-FIND-YEAR.
00313      IF      YE-TAXYR (YR-SUB) NOT LESS THAN WK-YR
00314              MOVE 'Y' TO YR-STOP-SW
00315              SUBTRACT 1 FROM YR-SUB
00316      END-IF.
00317 *    SKIP1
00318  031-EXIT.
00319      EXIT.
00320 *    SKIP1
00321  032-ADD-YEAR.
00322      PERFORM 033-SHIFT-YEAR THRU 033-EXIT
00323              VARYING SHIFT-SUB FROM YR-CNT BY -1
00324              UNTIL   SHIFT-SUB LESS THAN YR-SUB
00325      ADD     +1 TO YR-CNT
00326      INITIALIZE YR-ENTRY (YR-SUB)
00327      MOVE    WK-YR TO YE-TAXYR (YR-SUB).
00328 *    SKIP1
00329  032-EXIT.
00330      EXIT.
00331 *    SKIP1
00332  033-SHIFT-YEAR.
00333      MOVE    YR-ENTRY (SHIFT-SUB) TO YR-ENTRY (SHIFT-SUB + 1).
00334 *    SKIP1
00335  033-EXIT.
00336      EXIT.
00337 *    SKIP3
      *----------------------------------------------------------------
      * 040-MERGE: Take the lower key of the two history files. On
      *   equal year and quad the quad record goes first, so each
      *   quad row is followed by its township rows.
      *
      *   Business logic:
      *     Every record is counted against its year. Only a
      *     released year's records become rows; an unreleased
      *     year's are counted as held back and never written.
      *----------------------------------------------------------------
00338  040-MERGE.
00339      IF      HIST-KEY-HOLD NOT GREATER THAN TWN-KEY-HOLD
00340              MOVE    FH-TAXYR TO WK-YR
00341              PERFORM 030-LOCATE-YEAR THRU 030-EXIT
00342              IF      NOT PUB-FAILED
00343                      ADD  +1 TO YE-QUAD-ROWS (YR-SUB)
00344                      MOVE FH-TAXYR   TO PL-YR
00345                      MOVE FH-QUAD    TO PL-QUAD
00346                      MOVE SPACES     TO PL-TWN
00347                      MOVE FH-EQFACT  TO WK-FACT
00348                      PERFORM 041-WRITE-ROW THRU 041-EXIT
00349              END-IF
00350              PERFORM 022-READ-HISTORY THRU 022-EXIT
00351      ELSE
00352              MOVE    TH-TAXYR TO WK-YR
00353              PERFORM 030-LOCATE-YEAR THRU 030-EXIT
00354              IF      NOT PUB-FAILED
00355                      ADD  +1 TO YE-TWN-ROWS (YR-SUB)
00356                      MOVE TH-TAXYR   TO PL-YR
00357                      MOVE TH-QUAD    TO PL-QUAD
00358                      MOVE TH-TWNSHP  TO PL-TWN
00359                      MOVE TH-EQFACT  TO WK-FACT
00360                      PERFORM 041-WRITE-ROW THRU 041-EXIT
00361              END-IF
00362              PERFORM 024-READ-TWNHIST THRU 024-EXIT
00363      END-IF.
00364 *    SKIP1
00365  040-EXIT.
00366      EXIT.
00367 *    SKIP1
00368  041-WRITE-ROW.
00369      IF      NOT YE-RELEASED (YR-SUB)
00370              ADD  +1 TO HELD-ROW-CNT
00371              GO TO 041-EXIT.
00372      MOVE    YE-REL-DATE (YR-SUB) TO PL-DATE
00373      MOVE    WK-FACT              TO PL-FACT
00374      WRITE   PUBLISH-REC FROM PUB-LINE
00375      ADD     +1       TO ROW-CNT
00376      ADD     WK-FACT  TO HASH-TOT.
00377 *    SKIP1
00378  041-EXIT.
00379      EXIT.
00380 *    SKIP3
      *----------------------------------------------------------------
      * 045-PRINT-YEAR: One register line per tax year found --
      *   published with its release and row counts, released with
      *   nothing on history to publish, held back as changed since
      *   release (its release still shown), or held back as never
      *   released.
      *----------------------------------------------------------------
00381  045-PRINT-YEAR.
00382      IF      LINE-CNT GREATER THAN +55
00383              PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00384              WRITE   PRINT-REC FROM TTL-LINE2
00385                      AFTER ADVANCING 3
00386              ADD     +3 TO LINE-CNT.
00387      MOVE    YE-TAXYR (YR-SUB)     TO YL-YR
00388      MOVE    YE-QUAD-ROWS (YR-SUB) TO YL-QROWS
00389      MOVE    YE-TWN-ROWS (YR-SUB)  TO YL-TROWS
00390      IF      YE-RELEASED (YR-SUB)
00391              MOVE YE-REL-DATE (YR-SUB) TO YL-DATE
00392              MOVE YE-PROGRAM (YR-SUB)  TO YL-PROG
00393              IF      YE-AMEND-NO (YR-SUB) EQUAL TO ZERO
00394                      MOVE SPACES               TO YL-AMEND
00395              ELSE
00396                      MOVE YE-AMEND-NO (YR-SUB) TO YL-AMEND
00397              END-IF
00398              IF      YE-QUAD-ROWS (YR-SUB) EQUAL TO ZERO
00399                 AND  YE-TWN-ROWS (YR-SUB) EQUAL TO ZERO
00400                      MOVE 'RELEASED - NOT ON FILE' TO YL-STATUS
00401              ELSE
00402                      MOVE 'PUBLISHED'  TO YL-STATUS
00403                      ADD  +1 TO PUB-YR-CNT
00404              END-IF
00405      ELSE
0405A          IF      YE-CHANGED (YR-SUB)
0405B                  MOVE 'HELD - CHANGED SINCE RELEASE'
0405C                                            TO YL-STATUS
0405D                  MOVE YE-REL-DATE (YR-SUB) TO YL-DATE
0405E                  MOVE YE-PROGRAM (YR-SUB)  TO YL-PROG
0405F                  IF      YE-AMEND-NO (YR-SUB) EQUAL TO ZERO
0405G                          MOVE SPACES               TO YL-AMEND
0405H                  ELSE
0405I                          MOVE YE-AMEND-NO (YR-SUB) TO YL-AMEND
0405J                  END-IF
0405K                  ADD  +1 TO HELD-YR-CNT
0405L          ELSE
00406                  MOVE 'HELD - NOT RELEASED' TO YL-STATUS
00407                  MOVE SPACES               TO YL-DATE
00408                  MOVE SPACES               TO YL-PROG
00409                  MOVE SPACES               TO YL-AMEND
00410                  ADD  +1 TO HELD-YR-CNT
0410A          END-IF
00411      END-IF
00412      WRITE   PRINT-REC FROM YR-LINE
00413              AFTER ADVANCING 2
00414      ADD     +2 TO LINE-CNT.
00415 *    SKIP1
00416  045-EXIT.
00417      EXIT.
00418 *    SKIP3
      *----------------------------------------------------------------
      * 050-WRITE-MANIFEST: The one manifest record, written only
      *   once every row is on the publication file.
      *----------------------------------------------------------------
00419  050-WRITE-MANIFEST.
00420      OPEN    OUTPUT MANIFEST-FILE
00421      MOVE    ROW-CNT   TO MF-ROWS
00422      MOVE    HASH-TOT  TO MF-HASH
00423      MOVE    RS-DATE   TO MF-DATE
00424      WRITE   MANIFEST-REC FROM MANIFEST-LINE
00425      CLOSE   MANIFEST-FILE.
00426 *    SKIP1
00427  050-EXIT.
00428      EXIT.
00429 *    SKIP3
00430  060-HDG-ROUTINE.
00431      ADD     +1 TO PAGE-CNT
00432      MOVE    PAGE-CNT TO HDG-PG
00433      WRITE   PRINT-REC FROM DATE-LINE
00434              AFTER PAGE
00435      WRITE   PRINT-REC FROM HDG-LINE
00436              AFTER ADVANCING 2
00437      WRITE   PRINT-REC FROM TTL-LINE
00438              AFTER ADVANCING 2
00439      MOVE    +5 TO LINE-CNT.
00440 *    SKIP1
00441  060-EXIT.
00442      EXIT.
00443 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: The figures the manifest carries, so
      *   the listing and the web team's check can be compared, and
      *   the outcome of the run.
      *----------------------------------------------------------------
00444  080-TRAILER-ROUTINE.
00445      IF      LINE-CNT GREATER THAN +39
00446              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00447      MOVE    'RELEASE STAMPS READ      . .' TO TRL-TEXT
00448      MOVE    STAMP-CNT      TO TRL-CNT
00449      WRITE   PRINT-REC FROM TRL-LINE
00450              AFTER ADVANCING 3
00451      MOVE    'YEARS PUBLISHED          . .' TO TRL-TEXT
00452      MOVE    PUB-YR-CNT     TO TRL-CNT
00453      WRITE   PRINT-REC FROM TRL-LINE
00454              AFTER ADVANCING 2
00455      MOVE    'YEARS HELD BACK          . .' TO TRL-TEXT
00456      MOVE    HELD-YR-CNT    TO TRL-CNT
00457      WRITE   PRINT-REC FROM TRL-LINE
00458              AFTER ADVANCING 2
0458A      MOVE    'CHANGED SINCE RELEASE    . .' TO TRL-TEXT
0458B      MOVE    CHG-YR-CNT     TO TRL-CNT
0458C      WRITE   PRINT-REC FROM TRL-LINE
0458D              AFTER ADVANCING 2
00459      MOVE    'RECORDS HELD BACK        . .' TO TRL-TEXT
00460      MOVE    HELD-ROW-CNT   TO TRL-CNT
00461      WRITE   PRINT-REC FROM TRL-LINE
00462              AFTER ADVANCING 2
00463      MOVE    'ROWS PUBLISHED           . .' TO TRL-TEXT
00464      MOVE    ROW-CNT        TO TRL-CNT
00465      WRITE   PRINT-REC FROM TRL-LINE
00466              AFTER ADVANCING 2
00467      MOVE    HASH-TOT       TO HL-HASH
00468      WRITE   PRINT-REC FROM HASH-LINE
00469              AFTER ADVANCING 2
00470      IF      PUB-FAILED
00471              MOVE
00472      'EXTRACT INCOMPLETE - NO MANIFEST - DO NOT PUBLISH'
00473                                  TO VL-TEXT
00474      ELSE
00475              MOVE SPACES TO VL-TEXT
00476              STRING  'MANIFEST WRITTEN - EXTRACT DATE '
00477                      RS-DATE
00478                      DELIMITED BY SIZE INTO VL-TEXT
00479      END-IF
00480      WRITE   PRINT-REC FROM VERDICT-LINE
00481              AFTER ADVANCING 3.
00482 *    SKIP1
00483  080-EXIT.
00484      EXIT.
