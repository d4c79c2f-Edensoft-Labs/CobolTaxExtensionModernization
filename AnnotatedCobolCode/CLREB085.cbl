      *================================================================
      * PROGRAM: CLREB085 - Factor History Integrity Audit
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   FACTOR-HISTORY-FILE, TOWNSHIP-HIST-FILE, FACTOR-CHANGE-FILE
      *   and RUN-LOG-FILE are the county's record of which factor
      *   was in force, who changed it and which run did it. Each is
      *   written by CLREB020, but nothing ever proved the four still
      *   agree with one another. This periodic audit cross-checks
      *   them:
      *
      *     1. Every history record whose key has journal entries
      *        carries the CJ-NEW-FACT of its latest journal entry
      *     2. Every journal entry's CJ-RUN-DATE has a FINAL run on
      *        the run log that ended return code 00
      *     3. Every journal entry from a change card (CJ-SOURCE
      *        'C') carries the approving supervisor's initials
      *     4. Every tax year on the quad or township history has
      *        at least one run on the run log with that RL-TAXYR
      *
      *   The exceptions listing prints one section per check, in
      *   the order above. When no check finds anything the listing
      *   closes with a clean-bill certificate instead.
      *
      *   The audit runs against either the live files or the
      *   archive datasets CLREB080 writes, chosen by the parameter
      *   card. The archives use CLREB080's DD names. CLREB080
      *   archives the run log by run-date year but the history and
      *   journal by tax year, so an archive audit can list checks
      *   2 and 4 for a year whose runs are still on the live log.
      *
      * INPUT:   AUDIT-PARM-FILE     - one card, cols 1-4: LIVE or
      *                                ARCH; absent or blank = LIVE
      *          FACTOR-HISTORY-FILE - live indexed quad history
      *          TOWNSHIP-HIST-FILE  - live indexed township history
      *          FACTOR-CHANGE-FILE  - live change journal
      *          RUN-LOG-FILE        - live run log (copybook
      *                                REBRNLG01)
      *          ARCH-HISTORY-FILE   - CLREB080 archived history
      *          ARCH-TWNHIST-FILE   - CLREB080 archived township
      *                                history
      *          ARCH-JOURNAL-FILE   - CLREB080 archived journal
      *          ARCH-RUN-LOG-FILE   - CLREB080 archived run log
      * OUTPUT:  PRINT-FILE          - 133-byte exceptions listing
      *
      * ERROR HANDLING:
      *   - Parameter card neither LIVE, ARCH nor blank: RETURN-CODE
      *     = 16 and nothing is read
      *   - Any exception: listed under its check, RETURN-CODE = 8
      *   - A table filling before end of file: console warning,
      *     AUDIT INCOMPLETE on the listing, no certificate and
      *     RETURN-CODE = 8 -- a partial audit proves nothing
      *   - No history, township history or journal records:
      *     RETURN-CODE = 4, no certificate
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB085.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL CROSS CHECK THE FACTOR HISTORIES,
00007 *         THE CHANGE JOURNAL AND RUN LOG, LIVE OR ARCHIVED, AND
00008 *         LIST EVERY EXCEPTION BY TYPE OR CERTIFY THEM CLEAN.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT OPTIONAL AUDIT-PARM-FILE ASSIGN TO UT-S-AUDPM.
00017      SELECT OPTIONAL FACTOR-HISTORY-FILE ASSIGN TO UT-S-FACTHS
00018          ORGANIZATION IS INDEXED
00019          ACCESS MODE IS SEQUENTIAL
00020          RECORD KEY IS FH-KEY.
00021      SELECT OPTIONAL TOWNSHIP-HIST-FILE ASSIGN TO UT-S-TWNHS
00022          ORGANIZATION IS INDEXED
00023          ACCESS MODE IS SEQUENTIAL
00024          RECORD KEY IS TH-KEY.
00025      SELECT OPTIONAL FACTOR-CHANGE-FILE ASSIGN TO UT-S-FACTCJ.
00026      SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO UT-S-RUNLOG.
      *        The archives are the plain sequential datasets CLREB080
      *        writes, under its DD names. Only one set is opened.
00027      SELECT OPTIONAL ARCH-HISTORY-FILE ASSIGN TO UT-S-FACTHA.
00028      SELECT OPTIONAL ARCH-TWNHIST-FILE ASSIGN TO UT-S-TWNHA.
00029      SELECT OPTIONAL ARCH-JOURNAL-FILE ASSIGN TO UT-S-FACTCA.
00030      SELECT OPTIONAL ARCH-RUN-LOG-FILE ASSIGN TO UT-S-RUNLGA.
00031      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00032 *    SKIP3
00033  DATA DIVISION.
00034  FILE SECTION.
00035  FD  AUDIT-PARM-FILE
00036      RECORD CONTAINS 80 CHARACTERS
00037      BLOCK CONTAINS 0 RECORDS
00038      LABEL RECORDS ARE STANDARD
00039      DATA RECORD IS AUDIT-PARM-REC.
00040  01  AUDIT-PARM-REC.
00041      05  AP-SOURCE     PIC X(4).
      *        LIVE (or blank) audits the live files, ARCH the
      *        CLREB080 archive datasets.
00042      05  FILLER        PIC X(76).
00043 *    SKIP1
00044  FD  FACTOR-HISTORY-FILE
00045      RECORD CONTAINS 23 CHARACTERS
00046      LABEL RECORDS ARE STANDARD
00047      DATA RECORD IS FACTOR-HISTORY-REC.
00048  01  FACTOR-HISTORY-REC.
00049      05  FH-KEY.
00050          10  FH-TAXYR      PIC 9(4).
00051          10  FH-QUAD       PIC 9.
00052      05  FH-EQFACT         PIC 99V9999.
00053      05  FILLER            PIC X(12).
00054 *    SKIP1
00055  FD  TOWNSHIP-HIST-FILE
00056      RECORD CONTAINS 25 CHARACTERS
00057      LABEL RECORDS ARE STANDARD
00058      DATA RECORD IS TOWNSHIP-HIST-REC.
00059  01  TOWNSHIP-HIST-REC.
00060      05  TH-KEY.
00061          10  TH-TAXYR      PIC 9(4).
00062          10  TH-QUAD       PIC 9.
00063          10  TH-TWNSHP     PIC XX.
00064      05  TH-EQFACT         PIC 99V9999.
00065      05  FILLER            PIC X(12).
      *----------------------------------------------------------------
      * FACTOR-CHANGE-FILE: 32-byte journal record, one per history
      *   overwrite, written by CLREB020's 038-WRITE-JOURNAL. Same
      *   field layout as the writer's.
      *----------------------------------------------------------------
00066  FD  FACTOR-CHANGE-FILE
00067      RECORD CONTAINS 32 CHARACTERS
00068      BLOCK CONTAINS 0 RECORDS
00069      LABEL RECORDS ARE STANDARD
00070      DATA RECORD IS FACTOR-CHANGE-REC.
00071  01  FACTOR-CHANGE-REC.
00072      05  CJ-TAXYR      PIC 9(4).
00073      05  CJ-QUAD       PIC 9.
00074      05  CJ-OLD-FACT   PIC 99V9999.
00075      05  CJ-NEW-FACT   PIC 99V9999.
00076      05  CJ-RUN-DATE   PIC X(8).
00077      05  CJ-APPR-INIT  PIC X(3).
00078      05  CJ-SOURCE     PIC X.
      *        'C' approved change card, 'A' resubmitted add,
      *        spaces on entries journaled before the source was
      *        carried.
00079      05  FILLER        PIC X(3).
00080 *    SKIP1
00081  FD  RUN-LOG-FILE
00082      RECORD CONTAINS 80 CHARACTERS
00083      BLOCK CONTAINS 0 RECORDS
00084      LABEL RECORDS ARE STANDARD
00085      DATA RECORD IS RUN-LOG-REC.
00086  01  RUN-LOG-REC.
00087      COPY REBRNLG01.
      *----------------------------------------------------------------
      * Archive records: the same layouts again, each an independent
      *   01-level with its own prefix for the COPY REPLACING
      *   limitation noted in CLREB020 for PRIOR-FACTOR-REC. Only
      *   the fields the audit reads are named.
      *----------------------------------------------------------------
00088  FD  ARCH-HISTORY-FILE
00089      RECORD CONTAINS 23 CHARACTERS
00090      BLOCK CONTAINS 0 RECORDS
00091      LABEL RECORDS ARE STANDARD
00092      DATA RECORD IS ARCH-HISTORY-REC.
00093  01  ARCH-HISTORY-REC.
00094      05  AH-TAXYR          PIC 9(4).
00095      05  AH-QUAD           PIC 9.
00096      05  AH-EQFACT         PIC 99V9999.
00097      05  FILLER            PIC X(12).
00098 *    SKIP1
00099  FD  ARCH-TWNHIST-FILE
00100      RECORD CONTAINS 25 CHARACTERS
00101      BLOCK CONTAINS 0 RECORDS
00102      LABEL RECORDS ARE STANDARD
00103      DATA RECORD IS ARCH-TWNHIST-REC.
00104  01  ARCH-TWNHIST-REC.
00105      05  AT-TAXYR          PIC 9(4).
00106      05  FILLER            PIC X(21).
00107 *    SKIP1
00108  FD  ARCH-JOURNAL-FILE
00109      RECORD CONTAINS 32 CHARACTERS
00110      BLOCK CONTAINS 0 RECORDS
00111      LABEL RECORDS ARE STANDARD
00112      DATA RECORD IS ARCH-JOURNAL-REC.
00113  01  ARCH-JOURNAL-REC.
00114      05  AJ-TAXYR      PIC 9(4).
00115      05  AJ-QUAD       PIC 9.
00116      05  AJ-OLD-FACT   PIC 99V9999.
00117      05  AJ-NEW-FACT   PIC 99V9999.
00118      05  AJ-RUN-DATE   PIC X(8).
00119      05  AJ-APPR-INIT  PIC X(3).
00120      05  AJ-SOURCE     PIC X.
00121      05  FILLER        PIC X(3).
00122 *    SKIP1
00123  FD  ARCH-RUN-LOG-FILE
00124      RECORD CONTAINS 80 CHARACTERS
00125      BLOCK CONTAINS 0 RECORDS
00126      LABEL RECORDS ARE STANDARD
00127      DATA RECORD IS ARCH-RUN-LOG-REC.
00128  01  ARCH-RUN-LOG-REC.
00129      05  AL-RUN-DATE   PIC X(8).
00130      05  FILLER        PIC X(7).
00131      05  AL-MODE       PIC X(5).
00132      05  FILLER        PIC X(16).
00133      05  AL-RETURN-CODE PIC 9(2).
00134      05  AL-TAXYR      PIC 9(4).
00135      05  FILLER        PIC X(38).
00136 *    SKIP1
00137  FD  PRINT-FILE
00138      LABEL RECORDS ARE STANDARD
00139      RECORD CONTAINS 133 CHARACTERS
00140      BLOCK CONTAINS 0 RECORDS
00141      DATA RECORD IS PRINT-REC.
00142  01  PRINT-REC         PIC X(133).
00143 *    SKIP3
00144 ****************  WORKING STORAGE STARTS HERE  *******************
00145 *    SKIP1
00146  WORKING-STORAGE SECTION.
00147  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00148  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00149  77  SOURCE-SW         PIC X          VALUE 'L'.
00150      88  LIVE-AUDIT                   VALUE 'L'.
00151      88  ARCHIVE-AUDIT                VALUE 'A'.
00152  77  PARM-FAIL-SW      PIC X          VALUE 'N'.
00153      88  PARM-FAILED                  VALUE 'Y'.
00154  77  INCOMPLETE-SW     PIC X          VALUE 'N'.
00155      88  AUDIT-INCOMPLETE             VALUE 'Y'.
00156  77  HIST-EOF-SW       PIC X          VALUE 'N'.
00157      88  HIST-EOF                     VALUE 'Y'.
00158  77  TWN-EOF-SW        PIC X          VALUE 'N'.
00159      88  TWN-EOF                      VALUE 'Y'.
00160  77  JRNL-EOF-SW       PIC X          VALUE 'N'.
00161      88  JRNL-EOF                     VALUE 'Y'.
00162  77  LOG-EOF-SW        PIC X          VALUE 'N'.
00163      88  LOG-EOF                      VALUE 'Y'.
00164  77  RUN-STATE-SW      PIC X          VALUE SPACE.
      *    Best run-log match for the journal date being checked:
      *    space none, 'P' only other runs, 'F' a FINAL run that
      *    did not end 00, 'Y' a clean FINAL run.
00165      88  RUN-NONE                     VALUE SPACE.
00166      88  RUN-OTHER-MODE               VALUE 'P'.
00167      88  RUN-FINAL-NOT-CLEAN          VALUE 'F'.
00168      88  RUN-CLEAN                    VALUE 'Y'.
00169  77  YEAR-FOUND-SW     PIC X          VALUE 'N'.
00170      88  YEAR-FOUND                   VALUE 'Y'.
00171  77  EXC1-CNT          PIC S9(5)      VALUE +0       COMP-3.
00172  77  EXC2-CNT          PIC S9(5)      VALUE +0       COMP-3.
00173  77  EXC3-CNT          PIC S9(5)      VALUE +0       COMP-3.
00174  77  EXC4-CNT          PIC S9(5)      VALUE +0       COMP-3.
00175  77  EXC-TOTAL         PIC S9(5)      VALUE +0       COMP-3.
00176  77  NOSRC-CNT         PIC S9(5)      VALUE +0       COMP-3.
      *    Journal entries with no CJ-SOURCE: written before the
      *    source was carried, so check 3 cannot judge them.
00177  77  YEAR-CNT          PIC S9(5)      VALUE +0       COMP-3.
00178  77  TWN-CNT           PIC S9(5)      VALUE +0       COMP-3.
      *    Township history records read; only their tax years are
      *    kept (TWNYR-TABLE).
00179  77  WK-TWN-YR         PIC 9(4)       VALUE ZERO.
00180  77  HIST-SUB          PIC S999       VALUE +0       COMP-3.
00181  77  JRNL-SUB          PIC S999       VALUE +0       COMP-3.
00182  77  LOG-SUB           PIC S999       VALUE +0       COMP-3.
00183  77  LATEST-SUB        PIC S999       VALUE +0       COMP-3.
      *    Latest journal entry for the history key being checked;
      *    zero when the key was never journaled.
00184  77  BAD-RC            PIC 9(2)       VALUE ZERO.
00185  77  PREV-YR           PIC 9(4)       VALUE ZERO.
00186  77  HIST-CNT          PIC S999       VALUE +0       COMP-3.
00187      88  HIST-TABLE-FULL              VALUE +200.
00188  77  TWNYR-CNT         PIC S999       VALUE +0       COMP-3.
00189      88  TWNYR-TABLE-FULL             VALUE +100.
00190  77  TWNYR-SUB         PIC S999       VALUE +0       COMP-3.
00191  77  JRNL-CNT          PIC S999       VALUE +0       COMP-3.
00192      88  JRNL-TABLE-FULL              VALUE +300.
00193  77  LOG-CNT           PIC S999       VALUE +0       COMP-3.
00194      88  LOG-TABLE-FULL               VALUE +300.
00195 *    SKIP1
00196  01  WORK-AREA.
00197      05 RUN-STAMP.
00198        10 RS-DATE    PIC X(8).
00199        10 RS-TIME    PIC X(6).
00200      05 DATE-LINE.
00201         10 FILLER     PIC X(11)      VALUE SPACES.
00202         10 DATE-DT    PIC X(8).
00203      05 HDG-LINE.
00204         10 FILLER     PIC X(11)      VALUE SPACES.
00205         10 FILLER     PIC X(40)      VALUE 'CLREB085'.
00206         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00207 -        'Y  CLERK'.
00208         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00209         10 HDG-PG     PIC ZZ9.
00210      05  TTL-LINE.
00211         10 FILLER     PIC X(40)      VALUE SPACES.
00212         10 FILLER     PIC X(40)      VALUE
00213                       'HISTORY  INTEGRITY  AUDIT  EXCEPTIONS'.
00214      05  SRC-LINE.
00215         10 FILLER     PIC X(7)       VALUE SPACES.
00216         10 FILLER     PIC X(16)      VALUE 'FILES AUDITED  '.
00217         10 SL-SOURCE  PIC X(30).
00218      05  SECT-LINE.
00219         10 FILLER     PIC X(7)       VALUE SPACES.
00220         10 SECT-TEXT  PIC X(70).
      *----------------------------------------------------------------
      * COL-LINE: column heading under each check's section line;
      *   the two factor columns are named per check.
      *----------------------------------------------------------------
00221      05  COL-LINE.
00222         10 FILLER     PIC X(7)       VALUE SPACES.
00223         10 FILLER     PIC X(8)       VALUE 'YEAR'.
00224         10 FILLER     PIC X(5)       VALUE 'QUAD'.
00225         10 FILLER     PIC X(12)      VALUE 'RUN DATE'.
00226         10 CL-F1      PIC X(11).
00227         10 CL-F2      PIC X(11).
00228         10 FILLER     PIC X(9)       VALUE 'EXCEPTION'.
00229      05  EXC-LINE.
00230         10 FILLER     PIC X(7)       VALUE SPACES.
00231         10 EX-YR      PIC X(4).
00232         10 FILLER     PIC X(4)       VALUE SPACES.
00233         10 EX-QUAD    PIC X.
00234         10 FILLER     PIC X(4)       VALUE SPACES.
00235         10 EX-DATE    PIC X(8).
00236         10 FILLER     PIC X(4)       VALUE SPACES.
00237         10 EX-FACT1   PIC 99.9999    BLANK WHEN ZERO.
00238         10 FILLER     PIC X(4)       VALUE SPACES.
00239         10 EX-FACT2   PIC 99.9999    BLANK WHEN ZERO.
00240         10 FILLER     PIC X(4)       VALUE SPACES.
00241         10 EX-TEXT    PIC X(30).
00242         10 EX-RC      PIC XX.
00243      05  NONE-LINE.
00244         10 FILLER     PIC X(11)      VALUE SPACES.
00245         10 FILLER     PIC X(30)      VALUE 'NO EXCEPTIONS'.
00246      05  TRL-LINE.
00247         10 FILLER     PIC X(7)       VALUE SPACES.
00248         10 TRL-TEXT   PIC X(34).
00249         10 FILLER     PIC X          VALUE SPACE.
00250         10 TRL-CNT    PIC ZZZZ9.
      *----------------------------------------------------------------
      * CERT-LINE: one line of the boxed clean-bill certificate.
      *----------------------------------------------------------------
00251      05  CERT-LINE.
00252         10 FILLER     PIC X(20)      VALUE SPACES.
00253         10 FILLER     PIC X(3)       VALUE '*  '.
00254         10 CT-TEXT    PIC X(50).
00255         10 FILLER     PIC X(3)       VALUE '  *'.
00256      05  CERT-RULE.
00257         10 FILLER     PIC X(20)      VALUE SPACES.
00258         10 FILLER     PIC X(56)      VALUE ALL '*'.
00259      05  CERT-ID.
00260         10 CI-TEXT    PIC X(25).
00261         10 CI-VALUE   PIC X(25).
00262         10 CI-VALUE-NUM REDEFINES CI-VALUE PIC ZZZZ9.
      *----------------------------------------------------------------
      * HIST-TABLE: the whole history in storage, in key order as
      *   read -- tax year ascending, the order check 4 relies on.
      *----------------------------------------------------------------
00263  01  HIST-TABLE.
00264      05  HIST-ENTRY OCCURS 200 TIMES.
00265          10  HE-TAXYR      PIC 9(4).
00266          10  HE-QUAD       PIC 9.
00267          10  HE-EQFACT     PIC 99V9999.
      *----------------------------------------------------------------
      * TWNYR-TABLE: each tax year on the township history, once,
      *   ascending -- the file is read in key order, so a year is
      *   new whenever it differs from the last one stored.
      *----------------------------------------------------------------
00268  01  TWNYR-TABLE.
00269      05  TWNYR-ENTRY OCCURS 100 TIMES.
00270          10  TY-TAXYR      PIC 9(4).
      *----------------------------------------------------------------
      * JRNL-TABLE: the whole journal in storage, in file order --
      *   oldest first, so the last match for a key is its latest.
      *----------------------------------------------------------------
00271  01  JRNL-TABLE.
00272      05  JRNL-ENTRY OCCURS 300 TIMES.
00273          10  JE-TAXYR      PIC 9(4).
00274          10  JE-QUAD       PIC 9.
00275          10  JE-OLD-FACT   PIC 99V9999.
00276          10  JE-NEW-FACT   PIC 99V9999.
00277          10  JE-RUN-DATE   PIC X(8).
00278          10  JE-APPR-INIT  PIC X(3).
00279          10  JE-SOURCE     PIC X.
00280              88  JE-FROM-CHANGE       VALUE 'C'.
00281              88  JE-NO-SOURCE         VALUE SPACE.
      *----------------------------------------------------------------
      * LOG-TABLE: the run-log fields the audit needs, every run.
      *----------------------------------------------------------------
00282  01  LOG-TABLE.
00283      05  LOG-ENTRY OCCURS 300 TIMES.
00284          10  LE-RUN-DATE   PIC X(8).
00285          10  LE-MODE       PIC X(5).
00286          10  LE-RC         PIC 9(2).
00287          10  LE-TAXYR      PIC 9(4).
00288 *    SKIP3
00289 *****************  WORKING STORAGE ENDS HERE  ********************
00290 *SKIP3
00291  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Read the parameter card; a bad card audits nothing
      *     2. Load the quad history, township history years,
      *        journal and run log -- live or archived -- into
      *        storage
      *     3. Run the four checks, each listing its own section
      *     4. Print the totals and, when nothing was found on a
      *        complete audit, the clean-bill certificate
      *----------------------------------------------------------------
00292  010-BEGIN.
00293      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00294      MOVE    RS-DATE TO DATE-DT
00295      OPEN    INPUT AUDIT-PARM-FILE
00296      PERFORM 015-LOAD-PARM THRU 015-EXIT
00297      IF      PARM-FAILED
00298              MOVE 16 TO RETURN-CODE
00299              DISPLAY 'NO VALID AUDIT CARD - NOTHING AUDITED'
00300              STOP RUN.
00301      OPEN    OUTPUT PRINT-FILE
00302      IF      ARCHIVE-AUDIT
00303              OPEN    INPUT ARCH-HISTORY-FILE
00304                            ARCH-TWNHIST-FILE
00305                            ARCH-JOURNAL-FILE
00306                            ARCH-RUN-LOG-FILE
00307              MOVE    'CLREB080 ARCHIVE DATASETS' TO SL-SOURCE
00308      ELSE
00309              OPEN    INPUT FACTOR-HISTORY-FILE
00310                            TOWNSHIP-HIST-FILE
00311                            FACTOR-CHANGE-FILE
00312                            RUN-LOG-FILE
00313              MOVE    'LIVE FILES'        TO SL-SOURCE
00314      END-IF
00315      PERFORM 020-LOAD-HISTORY THRU 020-EXIT
00316      PERFORM 033-LOAD-TWNHIST THRU 033-EXIT
00317      PERFORM 025-LOAD-JOURNAL THRU 025-EXIT
00318      PERFORM 030-LOAD-RUNLOG THRU 030-EXIT
00319      IF      ARCHIVE-AUDIT
00320              CLOSE   ARCH-HISTORY-FILE
00321                      ARCH-TWNHIST-FILE
00322                      ARCH-JOURNAL-FILE
00323                      ARCH-RUN-LOG-FILE
00324      ELSE
00325              CLOSE   FACTOR-HISTORY-FILE
00326                      TOWNSHIP-HIST-FILE
00327                      FACTOR-CHANGE-FILE
00328                      RUN-LOG-FILE
00329      END-IF
00330      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00331      WRITE   PRINT-REC FROM SRC-LINE
00332              AFTER ADVANCING 2
00333      ADD     +2 TO LINE-CNT
00334      PERFORM 040-CHECK-FACTORS THRU 040-EXIT
00335      PERFORM 045-CHECK-RUNS THRU 045-EXIT
00336      PERFORM 050-CHECK-APPROVALS THRU 050-EXIT
00337      PERFORM 055-CHECK-YEARS THRU 055-EXIT
00338      ADD     EXC1-CNT EXC2-CNT EXC3-CNT EXC4-CNT
00339              GIVING EXC-TOTAL
00340      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00341      IF      EXC-TOTAL GREATER THAN ZERO
00342         OR   AUDIT-INCOMPLETE
00343              MOVE 8 TO RETURN-CODE
00344      ELSE
00345          IF      HIST-CNT EQUAL TO ZERO
00346             AND  JRNL-CNT EQUAL TO ZERO
00347             AND  TWN-CNT EQUAL TO ZERO
00348                  MOVE 4 TO RETURN-CODE
00349                  DISPLAY 'NO HISTORY OR JOURNAL - NOTHING AUDITED'
00350          END-IF
00351      END-IF
00352      DISPLAY 'HISTORY RECORDS AUDITED  = ' HIST-CNT
00353      DISPLAY 'TOWNSHIP HISTORY RECORDS = ' TWN-CNT
00354      DISPLAY 'JOURNAL ENTRIES AUDITED  = ' JRNL-CNT
00355      DISPLAY 'RUN LOG RECORDS LOADED   = ' LOG-CNT
00356      DISPLAY 'TOTAL EXCEPTIONS         = ' EXC-TOTAL
00357      CLOSE   PRINT-FILE
00358      STOP RUN.
00359 *    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-PARM: Read the source card. No card, or a blank
      *   one, audits the live files; anything but LIVE or ARCH is
      *   refused rather than guessed at.
      *----------------------------------------------------------------
00360  015-LOAD-PARM.
00361      READ    AUDIT-PARM-FILE
00362              AT END
00363                  MOVE 'L' TO SOURCE-SW
00364              NOT AT END
00365                  IF      AP-SOURCE EQUAL TO 'ARCH'
00366                          MOVE 'A' TO SOURCE-SW
00367                  ELSE
00368                      IF      AP-SOURCE EQUAL TO 'LIVE'
00369                         OR   AP-SOURCE EQUAL TO SPACES
00370                              MOVE 'L' TO SOURCE-SW
00371                      ELSE
00372                              MOVE 'Y' TO PARM-FAIL-SW
00373                              DISPLAY 'BAD AUDIT CARD ' AP-SOURCE
00374                      END-IF
00375                  END-IF
00376      END-READ
00377      CLOSE   AUDIT-PARM-FILE.
00378 *    SKIP1
00379  015-EXIT.
00380      EXIT.
00381 *    SKIP3
      *----------------------------------------------------------------
      * The four loads below warn on the console when their table
      *   fills before end of file, as CLREB035's do, and mark the
      *   audit incomplete: no certificate can rest on records the
      *   audit never saw.
      *----------------------------------------------------------------
00382  020-LOAD-HISTORY.
00383      PERFORM 022-READ-HISTORY THRU 022-EXIT
00384      PERFORM 021-STORE-HISTORY THRU 021-EXIT
00385              UNTIL HIST-EOF
00386              OR     HIST-TABLE-FULL
00387      IF      NOT HIST-EOF
00388              DISPLAY 'HISTORY TABLE FULL - NEWEST NOT LOADED'
00389              MOVE 'Y' TO INCOMPLETE-SW
00390      END-IF.
00391 *    SKIP1
00392  020-EXIT.
00393      EXIT.
00394 *    SKIP1
00395  021-STORE-HISTORY.
00396      ADD     1             TO HIST-CNT
00397      MOVE    HIST-CNT      TO HIST-SUB
00398      IF      ARCHIVE-AUDIT
00399              MOVE AH-TAXYR     TO HE-TAXYR (HIST-SUB)
00400              MOVE AH-QUAD      TO HE-QUAD (HIST-SUB)
00401              MOVE AH-EQFACT    TO HE-EQFACT (HIST-SUB)
00402      ELSE
00403              MOVE FH-TAXYR     TO HE-TAXYR (HIST-SUB)
00404              MOVE FH-QUAD      TO HE-QUAD (HIST-SUB)
00405              MOVE FH-EQFACT    TO HE-EQFACT (HIST-SUB)
00406      END-IF
00407      PERFORM 022-READ-HISTORY THRU 022-EXIT.
00408 *    SKIP1
00409  021-EXIT.
00410      EXIT.
00411 *    SKIP1
00412  022-READ-HISTORY.
00413      IF      ARCHIVE-AUDIT
00414              READ    ARCH-HISTORY-FILE
00415                      AT END MOVE 'Y' TO HIST-EOF-SW
00416              END-READ
00417      ELSE
00418              READ    FACTOR-HISTORY-FILE
00419                      AT END MOVE 'Y' TO HIST-EOF-SW
00420              END-READ
00421      END-IF.
00422 *    SKIP1
00423  022-EXIT.
00424      EXIT.
00425 *    SKIP3
00426  025-LOAD-JOURNAL.
00427      PERFORM 027-READ-JOURNAL THRU 027-EXIT
00428      PERFORM 026-STORE-JOURNAL THRU 026-EXIT
00429              UNTIL JRNL-EOF
00430              OR     JRNL-TABLE-FULL
00431      IF      NOT JRNL-EOF
00432              DISPLAY 'JOURNAL TABLE FULL - NEWEST NOT LOADED'
00433              MOVE 'Y' TO INCOMPLETE-SW
00434      END-IF.
00435 *    SKIP1
00436  025-EXIT.
00437      EXIT.
00438 *    SKIP1
00439  026-STORE-JOURNAL.
00440      ADD     1             TO JRNL-CNT
00441      MOVE    JRNL-CNT      TO JRNL-SUB
00442      IF      ARCHIVE-AUDIT
00443              MOVE AJ-TAXYR     TO JE-TAXYR (JRNL-SUB)
00444              MOVE AJ-QUAD      TO JE-QUAD (JRNL-SUB)
00445              MOVE AJ-OLD-FACT  TO JE-OLD-FACT (JRNL-SUB)
00446              MOVE AJ-NEW-FACT  TO JE-NEW-FACT (JRNL-SUB)
00447              MOVE AJ-RUN-DATE  TO JE-RUN-DATE (JRNL-SUB)
00448              MOVE AJ-APPR-INIT TO JE-APPR-INIT (JRNL-SUB)
00449              MOVE AJ-SOURCE    TO JE-SOURCE (JRNL-SUB)
00450      ELSE
00451              MOVE CJ-TAXYR     TO JE-TAXYR (JRNL-SUB)
00452              MOVE CJ-QUAD      TO JE-QUAD (JRNL-SUB)
00453              MOVE CJ-OLD-FACT  TO JE-OLD-FACT (JRNL-SUB)
00454              MOVE CJ-NEW-FACT  TO JE-NEW-FACT (JRNL-SUB)
00455              MOVE CJ-RUN-DATE  TO JE-RUN-DATE (JRNL-SUB)
00456              MOVE CJ-APPR-INIT TO JE-APPR-INIT (JRNL-SUB)
00457              MOVE CJ-SOURCE    TO JE-SOURCE (JRNL-SUB)
00458      END-IF
00459      PERFORM 027-READ-JOURNAL THRU 027-EXIT.
00460 *    SKIP1
00461  026-EXIT.
00462      EXIT.
00463 *    SKIP1
00464  027-READ-JOURNAL.
00465      IF      ARCHIVE-AUDIT
00466              READ    ARCH-JOURNAL-FILE
00467                      AT END MOVE 'Y' TO JRNL-EOF-SW
00468              END-READ
00469      ELSE
00470              READ    FACTOR-CHANGE-FILE
00471                      AT END MOVE 'Y' TO JRNL-EOF-SW
00472              END-READ
00473      END-IF.
00474 *    SKIP1
00475  027-EXIT.
00476      EXIT.
00477 *    SKIP3
00478  030-LOAD-RUNLOG.
00479      PERFORM 032-READ-RUNLOG THRU 032-EXIT
00480      PERFORM 031-STORE-RUNLOG THRU 031-EXIT
00481              UNTIL LOG-EOF
00482              OR     LOG-TABLE-FULL
00483      IF      NOT LOG-EOF
00484              DISPLAY 'RUN LOG TABLE FULL - NEWEST NOT LOADED'
00485              MOVE 'Y' TO INCOMPLETE-SW
00486      END-IF.
00487 *    SKIP1
00488  030-EXIT.
00489      EXIT.
00490 *    SKIP1
00491  031-STORE-RUNLOG.
00492      ADD     1             TO LOG-CNT
00493      MOVE    LOG-CNT       TO LOG-SUB
00494      IF      ARCHIVE-AUDIT
00495              MOVE AL-RUN-DATE    TO LE-RUN-DATE (LOG-SUB)
00496              MOVE AL-MODE        TO LE-MODE (LOG-SUB)
00497              MOVE AL-RETURN-CODE TO LE-RC (LOG-SUB)
00498              MOVE AL-TAXYR       TO LE-TAXYR (LOG-SUB)
00499      ELSE
00500              MOVE RL-RUN-DATE    TO LE-RUN-DATE (LOG-SUB)
00501              MOVE RL-MODE        TO LE-MODE (LOG-SUB)
00502              MOVE RL-RETURN-CODE TO LE-RC (LOG-SUB)
00503              MOVE RL-TAXYR       TO LE-TAXYR (LOG-SUB)
00504      END-IF
00505      PERFORM 032-READ-RUNLOG THRU 032-EXIT.
00506 *    SKIP1
00507  031-EXIT.
00508      EXIT.
00509 *    SKIP1
00510  032-READ-RUNLOG.
00511      IF      ARCHIVE-AUDIT
00512              READ    ARCH-RUN-LOG-FILE
00513                      AT END MOVE 'Y' TO LOG-EOF-SW
00514              END-READ
00515      ELSE
00516              READ    RUN-LOG-FILE
00517                      AT END MOVE 'Y' TO LOG-EOF-SW
00518              END-READ
00519      END-IF.
00520 *    SKIP1
00521  032-EXIT.
00522      EXIT.
00523 *    SKIP3
00524  033-LOAD-TWNHIST.
00525      PERFORM 035-READ-TWNHIST THRU 035-EXIT
00526      PERFORM 034-STORE-TWNYR THRU 034-EXIT
00527              UNTIL TWN-EOF
00528              OR     TWNYR-TABLE-FULL
00529      IF      NOT TWN-EOF
00530              DISPLAY 'TWP YEAR TABLE FULL - NEWEST NOT LOADED'
00531              MOVE 'Y' TO INCOMPLETE-SW
00532      END-IF.
00533 *    SKIP1
00534  033-EXIT.
00535      EXIT.
00536 *    SKIP1
00537  034-STORE-TWNYR.
00538      ADD     1             TO TWN-CNT
00539      IF      TWNYR-CNT EQUAL TO ZERO
00540              ADD  1         TO TWNYR-CNT
00541              MOVE WK-TWN-YR TO TY-TAXYR (TWNYR-CNT)
00542      ELSE
00543          IF      WK-TWN-YR NOT EQUAL TO TY-TAXYR (TWNYR-CNT)
00544                  ADD  1         TO TWNYR-CNT
00545                  MOVE WK-TWN-YR TO TY-TAXYR (TWNYR-CNT)
00546          END-IF
00547      END-IF
00548      PERFORM 035-READ-TWNHIST THRU 035-EXIT.
00549 *    SKIP1
00550  034-EXIT.
00551      EXIT.
00552 *    SKIP1
00553  035-READ-TWNHIST.
00554      IF      ARCHIVE-AUDIT
00555              READ    ARCH-TWNHIST-FILE
00556                      AT END MOVE 'Y' TO TWN-EOF-SW
00557                      NOT AT END MOVE AT-TAXYR TO WK-TWN-YR
00558              END-READ
00559      ELSE
00560              READ    TOWNSHIP-HIST-FILE
00561                      AT END MOVE 'Y' TO TWN-EOF-SW
00562                      NOT AT END MOVE TH-TAXYR TO WK-TWN-YR
00563              END-READ
00564      END-IF.
00565 *    SKIP1
00566  035-EXIT.
00567      EXIT.
00568 *    SKIP3
      *----------------------------------------------------------------
      * 040-CHECK-FACTORS: Check 1 -- each history record against
      *   the latest journal entry for its key. A key never
      *   journaled has nothing to disagree with.
      *----------------------------------------------------------------
00569  040-CHECK-FACTORS.
00570      MOVE
00571      'CHECK 1 - HISTORY FACTOR DIFFERS FROM LATEST JOURNAL'
00572                                  TO SECT-TEXT
00573      MOVE    'ON FILE'           TO CL-F1
00574      MOVE    'JOURNAL'           TO CL-F2
00575      PERFORM 065-SECTION-HDG THRU 065-EXIT
00576      PERFORM 041-CHECK-ONE-HIST THRU 041-EXIT
00577              VARYING HIST-SUB FROM 1 BY 1
00578              UNTIL   HIST-SUB GREATER THAN HIST-CNT
00579      IF      EXC1-CNT EQUAL TO ZERO
00580              PERFORM 067-PRINT-NONE THRU 067-EXIT
00581      END-IF.
00582 *    SKIP1
00583  040-EXIT.
00584      EXIT.
00585 *    SKIP1
00586  041-CHECK-ONE-HIST.
00587      MOVE    ZERO TO LATEST-SUB
00588      PERFORM 042-FIND-LATEST THRU 042-EXIT
00589              VARYING JRNL-SUB FROM 1 BY 1
00590              UNTIL   JRNL-SUB GREATER THAN JRNL-CNT
00591      IF      LATEST-SUB EQUAL TO ZERO
00592              GO TO 041-EXIT.
00593      IF      JE-NEW-FACT (LATEST-SUB) EQUAL TO
00594               HE-EQFACT (HIST-SUB)
00595              GO TO 041-EXIT.
00596      ADD     +1 TO EXC1-CNT
00597      MOVE    HE-TAXYR (HIST-SUB)     TO EX-YR
00598      MOVE    HE-QUAD (HIST-SUB)      TO EX-QUAD
00599      MOVE    JE-RUN-DATE (LATEST-SUB) TO EX-DATE
00600      MOVE    HE-EQFACT (HIST-SUB)    TO EX-FACT1
00601      MOVE    JE-NEW-FACT (LATEST-SUB) TO EX-FACT2
00602      MOVE    'FACTOR NOT AS LAST JOURNALED' TO EX-TEXT
00603      MOVE    SPACES                  TO EX-RC
00604      PERFORM 066-PRINT-EXCEPTION THRU 066-EXIT.
00605 *    SKIP1
00606  041-EXIT.
00607      EXIT.
00608 *    SKIP1
00609  042-FIND-LATEST.
00610      IF      JE-TAXYR (JRNL-SUB) EQUAL TO HE-TAXYR (HIST-SUB)
00611         AND  JE-QUAD (JRNL-SUB) EQUAL TO HE-QUAD (HIST-SUB)
00612              MOVE JRNL-SUB TO LATEST-SUB
00613      END-IF.
00614 *    SKIP1
00615  042-EXIT.
00616      EXIT.
00617 *    SKIP3
      *----------------------------------------------------------------
      * 045-CHECK-RUNS: Check 2 -- each journal entry's run date
      *   against the run log. Only a FINAL run ending 00 on that
      *   date accounts for the change; the listing says what was
      *   found instead, if anything.
      *----------------------------------------------------------------
00618  045-CHECK-RUNS.
00619      MOVE    'CHECK 2 - JOURNAL DATE HAS NO FINAL RC 00 RUN'
00620                                  TO SECT-TEXT
00621      MOVE    'OLD'               TO CL-F1
00622      MOVE    'NEW'               TO CL-F2
00623      PERFORM 065-SECTION-HDG THRU 065-EXIT
00624      PERFORM 046-CHECK-ONE-JRNL THRU 046-EXIT
00625              VARYING JRNL-SUB FROM 1 BY 1
00626              UNTIL   JRNL-SUB GREATER THAN JRNL-CNT
00627      IF      EXC2-CNT EQUAL TO ZERO
00628              PERFORM 067-PRINT-NONE THRU 067-EXIT
00629      END-IF.
00630 *    SKIP1
00631  045-EXIT.
00632      EXIT.
00633 *    SKIP1
00634  046-CHECK-ONE-JRNL.
00635      MOVE    SPACE TO RUN-STATE-SW
00636      PERFORM 047-MATCH-RUN THRU 047-EXIT
00637              VARYING LOG-SUB FROM 1 BY 1
00638              UNTIL   RUN-CLEAN
00639              OR      LOG-SUB GREATER THAN LOG-CNT
00640      IF      RUN-CLEAN
00641              GO TO 046-EXIT.
00642      ADD     +1 TO EXC2-CNT
00643      PERFORM 068-JRNL-DETAIL THRU 068-EXIT
00644      MOVE    SPACES TO EX-RC
00645      IF      RUN-FINAL-NOT-CLEAN
00646              MOVE 'FINAL RUN ENDED RETURN CODE' TO EX-TEXT
00647              MOVE BAD-RC TO EX-RC
00648      ELSE
00649          IF      RUN-OTHER-MODE
00650                  MOVE 'NO FINAL RUN ON DATE'  TO EX-TEXT
00651          ELSE
00652                  MOVE 'NO RUN LOGGED ON DATE' TO EX-TEXT
00653          END-IF
00654      END-IF
00655      PERFORM 066-PRINT-EXCEPTION THRU 066-EXIT.
00656 *    SKIP1
00657  046-EXIT.
00658      EXIT.
00659 *    SKIP1
00660  047-MATCH-RUN.
00661      IF      LE-RUN-DATE (LOG-SUB) NOT EQUAL TO
00662              JE-RUN-DATE (JRNL-SUB)
00663              GO TO 047-EXIT.
00664      IF      LE-MODE (LOG-SUB) NOT EQUAL TO 'FINAL'
00665              IF      RUN-NONE
00666                      MOVE 'P' TO RUN-STATE-SW
00667              END-IF
00668              GO TO 047-EXIT.
00669      IF      LE-RC (LOG-SUB) EQUAL TO ZERO
00670              MOVE 'Y' TO RUN-STATE-SW
00671      ELSE
00672              MOVE 'F' TO RUN-STATE-SW
00673              MOVE LE-RC (LOG-SUB) TO BAD-RC
00674      END-IF.
00675 *    SKIP1
00676  047-EXIT.
00677      EXIT.
00678 *    SKIP3
      *----------------------------------------------------------------
      * 050-CHECK-APPROVALS: Check 3 -- every change-card entry must
      *   name its approving supervisor. Entries from a resubmitted
      *   add need no approval; entries with no source byte predate
      *   it and are only counted for the totals.
      *----------------------------------------------------------------
00679  050-CHECK-APPROVALS.
00680      MOVE    'CHECK 3 - CHANGE CARD ENTRY WITHOUT APPROVER'
00681                                  TO SECT-TEXT
00682      MOVE    'OLD'               TO CL-F1
00683      MOVE    'NEW'               TO CL-F2
00684      PERFORM 065-SECTION-HDG THRU 065-EXIT
00685      PERFORM 051-CHECK-ONE-APPR THRU 051-EXIT
00686              VARYING JRNL-SUB FROM 1 BY 1
00687              UNTIL   JRNL-SUB GREATER THAN JRNL-CNT
00688      IF      EXC3-CNT EQUAL TO ZERO
00689              PERFORM 067-PRINT-NONE THRU 067-EXIT
00690      END-IF.
00691 *    SKIP1
00692  050-EXIT.
00693      EXIT.
00694 *    SKIP1
00695  051-CHECK-ONE-APPR.
00696      IF      JE-NO-SOURCE (JRNL-SUB)
00697              ADD +1 TO NOSRC-CNT
00698              GO TO 051-EXIT.
00699      IF      NOT JE-FROM-CHANGE (JRNL-SUB)
00700         OR   JE-APPR-INIT (JRNL-SUB) NOT EQUAL TO SPACES
00701              GO TO 051-EXIT.
00702      ADD     +1 TO EXC3-CNT
00703      PERFORM 068-JRNL-DETAIL THRU 068-EXIT
00704      MOVE    'NO APPROVER INITIALS'  TO EX-TEXT
00705      MOVE    SPACES                  TO EX-RC
00706      PERFORM 066-PRINT-EXCEPTION THRU 066-EXIT.
00707 *    SKIP1
00708  051-EXIT.
00709      EXIT.
00710 *    SKIP3
      *----------------------------------------------------------------
      * 055-CHECK-YEARS: Check 4 -- each tax year on the quad or
      *   township history must have had a run. The quad history is
      *   in key order, so each of its years is tested once, on its
      *   first record; then each township year not already on the
      *   quad history is tested, its exception naming the township
      *   history as the source.
      *----------------------------------------------------------------
00711  055-CHECK-YEARS.
00712      MOVE    'CHECK 4 - HISTORY YEAR WITH NO RUN ON THE RUN LOG'
00713                                  TO SECT-TEXT
00714      MOVE    SPACES              TO CL-F1
00715      MOVE    SPACES              TO CL-F2
00716      PERFORM 065-SECTION-HDG THRU 065-EXIT
00717      MOVE    ZERO TO PREV-YR
00718      PERFORM 056-CHECK-ONE-YEAR THRU 056-EXIT
00719              VARYING HIST-SUB FROM 1 BY 1
00720              UNTIL   HIST-SUB GREATER THAN HIST-CNT
00721      PERFORM 058-CHECK-TWN-YEAR THRU 058-EXIT
00722              VARYING TWNYR-SUB FROM 1 BY 1
00723              UNTIL   TWNYR-SUB GREATER THAN TWNYR-CNT
00724      IF      EXC4-CNT EQUAL TO ZERO
00725              PERFORM 067-PRINT-NONE THRU 067-EXIT
00726      END-IF.
00727 *    SKIP1
00728  055-EXIT.
00729      EXIT.
00730 *    SKIP1
00731  056-CHECK-ONE-YEAR.
00732      IF      HE-TAXYR (HIST-SUB) EQUAL TO PREV-YR
00733              GO TO 056-EXIT.
00734      MOVE    HE-TAXYR (HIST-SUB) TO PREV-YR
00735      ADD     +1 TO YEAR-CNT
00736      MOVE    'N' TO YEAR-FOUND-SW
00737      PERFORM 057-MATCH-YEAR THRU 057-EXIT
00738              VARYING LOG-SUB FROM 1 BY 1
00739              UNTIL   YEAR-FOUND
00740              OR      LOG-SUB GREATER THAN LOG-CNT
00741      IF      YEAR-FOUND
00742              GO TO 056-EXIT.
00743      ADD     +1 TO EXC4-CNT
00744      MOVE    HE-TAXYR (HIST-SUB)     TO EX-YR
00745      MOVE    SPACES                  TO EX-QUAD
00746      MOVE    SPACES                  TO EX-DATE
00747      MOVE    ZERO                    TO EX-FACT1
00748      MOVE    ZERO                    TO EX-FACT2
00749      MOVE    'NO RUN LOGGED FOR TAX YEAR' TO EX-TEXT
00750      MOVE    SPACES                  TO EX-RC
00751      PERFORM 066-PRINT-EXCEPTION THRU 066-EXIT.
00752 *    SKIP1
00753  056-EXIT.
00754      EXIT.
00755 *    SKIP1
00756  057-MATCH-YEAR.
00757      IF      LE-TAXYR (LOG-SUB) EQUAL TO PREV-YR
00758              MOVE 'Y' TO YEAR-FOUND-SW
00759      END-IF.
00760 *    SKIP1
00761  057-EXIT.
00762      EXIT.
00763 *    SKIP1
00764  058-CHECK-TWN-YEAR.
00765      MOVE    TY-TAXYR (TWNYR-SUB) TO PREV-YR
00766      MOVE    'N' TO YEAR-FOUND-SW
00767      PERFORM 059-MATCH-HIST-YEAR THRU 059-EXIT
00768              VARYING HIST-SUB FROM 1 BY 1
00769              UNTIL   YEAR-FOUND
00770              OR      HIST-SUB GREATER THAN HIST-CNT
00771      IF      YEAR-FOUND
00772              GO TO 058-EXIT.
00773      ADD     +1 TO YEAR-CNT
00774      PERFORM 057-MATCH-YEAR THRU 057-EXIT
00775              VARYING LOG-SUB FROM 1 BY 1
00776              UNTIL   YEAR-FOUND
00777              OR      LOG-SUB GREATER THAN LOG-CNT
00778      IF      YEAR-FOUND
00779              GO TO 058-EXIT.
00780      ADD     +1 TO EXC4-CNT
00781      MOVE    PREV-YR                 TO EX-YR
00782      MOVE    SPACES                  TO EX-QUAD
00783      MOVE    SPACES                  TO EX-DATE
00784      MOVE    ZERO                    TO EX-FACT1
00785      MOVE    ZERO                    TO EX-FACT2
00786      MOVE    'TWP HIST - NO RUN FOR TAX YEAR' TO EX-TEXT
00787      MOVE    SPACES                  TO EX-RC
00788      PERFORM 066-PRINT-EXCEPTION THRU 066-EXIT.
00789 *    SKIP1
00790  058-EXIT.
00791      EXIT.
00792 *    SKIP1
00793  059-MATCH-HIST-YEAR.
00794      IF      HE-TAXYR (HIST-SUB) EQUAL TO PREV-YR
00795              MOVE 'Y' TO YEAR-FOUND-SW
00796      END-IF.
00797 *    SKIP1
00798  059-EXIT.
00799      EXIT.
00800 *    SKIP3
00801  060-HDG-ROUTINE.
00802      ADD     +1 TO PAGE-CNT
00803      MOVE    PAGE-CNT TO HDG-PG
00804      WRITE   PRINT-REC FROM DATE-LINE
00805              AFTER PAGE
00806      WRITE   PRINT-REC FROM HDG-LINE
00807              AFTER ADVANCING 2
00808      WRITE   PRINT-REC FROM TTL-LINE
00809              AFTER ADVANCING 2
00810      MOVE    +5 TO LINE-CNT.
00811 *    SKIP1
00812  060-EXIT.
00813      EXIT.
00814 *    SKIP3
      *----------------------------------------------------------------
      * 065-SECTION-HDG: Start one check's section -- a new page if
      *   the section line and a few exceptions would not fit.
      *----------------------------------------------------------------
00815  065-SECTION-HDG.
00816      IF      LINE-CNT GREATER THAN +47
00817              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00818      WRITE   PRINT-REC FROM SECT-LINE
00819              AFTER ADVANCING 3
00820      WRITE   PRINT-REC FROM COL-LINE
00821              AFTER ADVANCING 2
00822      ADD     +5 TO LINE-CNT.
00823 *    SKIP1
00824  065-EXIT.
00825      EXIT.
00826 *    SKIP1
00827  066-PRINT-EXCEPTION.
00828      IF      LINE-CNT GREATER THAN +55
00829              PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00830              WRITE   PRINT-REC FROM SECT-LINE
00831                      AFTER ADVANCING 3
00832              WRITE   PRINT-REC FROM COL-LINE
00833                      AFTER ADVANCING 2
00834              ADD     +5 TO LINE-CNT.
00835      WRITE   PRINT-REC FROM EXC-LINE
00836              AFTER ADVANCING 2
00837      ADD     +2 TO LINE-CNT.
00838 *    SKIP1
00839  066-EXIT.
00840      EXIT.
00841 *    SKIP1
00842  067-PRINT-NONE.
00843      WRITE   PRINT-REC FROM NONE-LINE
00844              AFTER ADVANCING 2
00845      ADD     +2 TO LINE-CNT.
00846 *    SKIP1
00847  067-EXIT.
00848      EXIT.
00849 *    SKIP1
00850  068-JRNL-DETAIL.
00851      MOVE    JE-TAXYR (JRNL-SUB)     TO EX-YR
00852      MOVE    JE-QUAD (JRNL-SUB)      TO EX-QUAD
00853      MOVE    JE-RUN-DATE (JRNL-SUB)  TO EX-DATE
00854      MOVE    JE-OLD-FACT (JRNL-SUB)  TO EX-FACT1
00855      MOVE    JE-NEW-FACT (JRNL-SUB)  TO EX-FACT2.
00856 *    SKIP1
00857  068-EXIT.
00858      EXIT.
00859 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Totals by check, then either the
      *   clean-bill certificate or the reason there is none.
      *----------------------------------------------------------------
00860  080-TRAILER-ROUTINE.
00861      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00862      WRITE   PRINT-REC FROM SRC-LINE
00863              AFTER ADVANCING 2
00864      MOVE    'HISTORY RECORDS AUDITED        . .' TO TRL-TEXT
00865      MOVE    HIST-CNT       TO TRL-CNT
00866      WRITE   PRINT-REC FROM TRL-LINE
00867              AFTER ADVANCING 3
00868      MOVE    'TAX YEARS ON HISTORY           . .' TO TRL-TEXT
00869      MOVE    YEAR-CNT       TO TRL-CNT
00870      WRITE   PRINT-REC FROM TRL-LINE
00871              AFTER ADVANCING 2
00872      MOVE    'TOWNSHIP HISTORY RECORDS       . .' TO TRL-TEXT
00873      MOVE    TWN-CNT        TO TRL-CNT
00874      WRITE   PRINT-REC FROM TRL-LINE
00875              AFTER ADVANCING 2
00876      MOVE    'JOURNAL ENTRIES AUDITED        . .' TO TRL-TEXT
00877      MOVE    JRNL-CNT       TO TRL-CNT
00878      WRITE   PRINT-REC FROM TRL-LINE
00879              AFTER ADVANCING 2
00880      MOVE    'JOURNAL ENTRIES WITH NO SOURCE . .' TO TRL-TEXT
00881      MOVE    NOSRC-CNT      TO TRL-CNT
00882      WRITE   PRINT-REC FROM TRL-LINE
00883              AFTER ADVANCING 2
00884      MOVE    'RUN LOG RECORDS                . .' TO TRL-TEXT
00885      MOVE    LOG-CNT        TO TRL-CNT
00886      WRITE   PRINT-REC FROM TRL-LINE
00887              AFTER ADVANCING 2
00888      MOVE    'CHECK 1 EXCEPTIONS             . .' TO TRL-TEXT
00889      MOVE    EXC1-CNT       TO TRL-CNT
00890      WRITE   PRINT-REC FROM TRL-LINE
00891              AFTER ADVANCING 3
00892      MOVE    'CHECK 2 EXCEPTIONS             . .' TO TRL-TEXT
00893      MOVE    EXC2-CNT       TO TRL-CNT
00894      WRITE   PRINT-REC FROM TRL-LINE
00895              AFTER ADVANCING 2
00896      MOVE    'CHECK 3 EXCEPTIONS             . .' TO TRL-TEXT
00897      MOVE    EXC3-CNT       TO TRL-CNT
00898      WRITE   PRINT-REC FROM TRL-LINE
00899              AFTER ADVANCING 2
00900      MOVE    'CHECK 4 EXCEPTIONS             . .' TO TRL-TEXT
00901      MOVE    EXC4-CNT       TO TRL-CNT
00902      WRITE   PRINT-REC FROM TRL-LINE
00903              AFTER ADVANCING 2
00904      MOVE    'TOTAL EXCEPTIONS               . .' TO TRL-TEXT
00905      MOVE    EXC-TOTAL      TO TRL-CNT
00906      WRITE   PRINT-REC FROM TRL-LINE
00907              AFTER ADVANCING 2
00908      IF      AUDIT-INCOMPLETE
00909              MOVE 'AUDIT INCOMPLETE - NO CERTIFICATE ISSUED'
00910                                  TO SECT-TEXT
00911              WRITE PRINT-REC FROM SECT-LINE
00912                    AFTER ADVANCING 3
00913              GO TO 080-EXIT.
00914      IF      EXC-TOTAL GREATER THAN ZERO
00915              MOVE 'EXCEPTIONS FOUND - NO CERTIFICATE ISSUED'
00916                                  TO SECT-TEXT
00917              WRITE PRINT-REC FROM SECT-LINE
00918                    AFTER ADVANCING 3
00919              GO TO 080-EXIT.
00920      IF      HIST-CNT EQUAL TO ZERO
00921         AND  JRNL-CNT EQUAL TO ZERO
00922         AND  TWN-CNT EQUAL TO ZERO
00923              MOVE 'NOTHING TO AUDIT - NO CERTIFICATE ISSUED'
00924                                  TO SECT-TEXT
00925              WRITE PRINT-REC FROM SECT-LINE
00926                    AFTER ADVANCING 3
00927              GO TO 080-EXIT.
00928      PERFORM 085-PRINT-CERTIFICATE THRU 085-EXIT.
00929 *    SKIP1
00930  080-EXIT.
00931      EXIT.
00932 *    SKIP3
      *----------------------------------------------------------------
      * 085-PRINT-CERTIFICATE: The clean-bill certificate, boxed so
      *   it can be cut from the listing and filed.
      *----------------------------------------------------------------
00933  085-PRINT-CERTIFICATE.
00934      WRITE   PRINT-REC FROM CERT-RULE
00935              AFTER ADVANCING 3
00936      MOVE    SPACES TO CT-TEXT
00937      WRITE   PRINT-REC FROM CERT-LINE
00938              AFTER ADVANCING 1
00939      MOVE    '   CERTIFICATE OF FACTOR HISTORY INTEGRITY'
00940                                  TO CT-TEXT
00941      WRITE   PRINT-REC FROM CERT-LINE
00942              AFTER ADVANCING 1
00943      MOVE    SPACES TO CT-TEXT
00944      WRITE   PRINT-REC FROM CERT-LINE
00945              AFTER ADVANCING 1
00946      MOVE    'THE QUAD AND TOWNSHIP HISTORIES, CHANGE JOURNAL'
00947                                  TO CT-TEXT
00948      WRITE   PRINT-REC FROM CERT-LINE
00949              AFTER ADVANCING 1
00950      MOVE    'AND RUN LOG NAMED BELOW PASSED ALL FOUR INTEGRITY'
00951                                  TO CT-TEXT
00952      WRITE   PRINT-REC FROM CERT-LINE
00953              AFTER ADVANCING 1
00954      MOVE    'CHECKS WITH NO EXCEPTIONS.' TO CT-TEXT
00955      WRITE   PRINT-REC FROM CERT-LINE
00956              AFTER ADVANCING 1
00957      MOVE    SPACES TO CT-TEXT
00958      WRITE   PRINT-REC FROM CERT-LINE
00959              AFTER ADVANCING 1
00960      MOVE    SPACES                  TO CERT-ID
00961      MOVE    'FILES AUDITED'         TO CI-TEXT
00962      MOVE    SL-SOURCE               TO CI-VALUE
00963      MOVE    CERT-ID                 TO CT-TEXT
00964      WRITE   PRINT-REC FROM CERT-LINE
00965              AFTER ADVANCING 1
00966      MOVE    SPACES                  TO CERT-ID
00967      MOVE    'HISTORY RECORDS'       TO CI-TEXT
00968      MOVE    HIST-CNT                TO CI-VALUE-NUM
00969      MOVE    CERT-ID                 TO CT-TEXT
00970      WRITE   PRINT-REC FROM CERT-LINE
00971              AFTER ADVANCING 1
00972      MOVE    SPACES                  TO CERT-ID
00973      MOVE    'TOWNSHIP HISTORY RECORDS' TO CI-TEXT
00974      MOVE    TWN-CNT                 TO CI-VALUE-NUM
00975      MOVE    CERT-ID                 TO CT-TEXT
00976      WRITE   PRINT-REC FROM CERT-LINE
00977              AFTER ADVANCING 1
00978      MOVE    SPACES                  TO CERT-ID
00979      MOVE    'JOURNAL ENTRIES'       TO CI-TEXT
00980      MOVE    JRNL-CNT                TO CI-VALUE-NUM
00981      MOVE    CERT-ID                 TO CT-TEXT
00982      WRITE   PRINT-REC FROM CERT-LINE
00983              AFTER ADVANCING 1
00984      MOVE    SPACES                  TO CERT-ID
00985      MOVE    'RUN LOG RECORDS'       TO CI-TEXT
00986      MOVE    LOG-CNT                 TO CI-VALUE-NUM
00987      MOVE    CERT-ID                 TO CT-TEXT
00988      WRITE   PRINT-REC FROM CERT-LINE
00989              AFTER ADVANCING 1
00990      MOVE    SPACES                  TO CERT-ID
00991      MOVE    'AUDITED ON'            TO CI-TEXT
00992      MOVE    RS-DATE                 TO CI-VALUE
00993      MOVE    CERT-ID                 TO CT-TEXT
00994      WRITE   PRINT-REC FROM CERT-LINE
00995              AFTER ADVANCING 1
00996      MOVE    SPACES TO CT-TEXT
00997      WRITE   PRINT-REC FROM CERT-LINE
00998              AFTER ADVANCING 1
00999      WRITE   PRINT-REC FROM CERT-RULE
01000              AFTER ADVANCING 1.
01001 *    SKIP1
01002  085-EXIT.
01003      EXIT.
