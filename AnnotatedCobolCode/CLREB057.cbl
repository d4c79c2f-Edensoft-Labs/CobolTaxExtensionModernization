      *================================================================
      * PROGRAM: CLREB057 - Post-Release Factor Amendment
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   An approved C card run through CLREB020 can change a factor
      *   on FACTOR-HISTORY-FILE after CLREB055 has already released
      *   that year and CLREB060 has already transmitted it. Nothing
      *   carried such a change forward: the released dataset the
      *   extension jobs read, and the Department of Revenue's copy,
      *   both kept the old factor.
      *
      *   This program amends a released year. It reads the release
      *   dataset currently in force for the year and proves it is
      *   the one described by the year's last RELEASE-STAMP-FILE
      *   record (ST-DET-CNT and ST-FACT-HASH against the details
      *   actually read). It then compares every released detail
      *   with FACTOR-HISTORY-FILE, and lists under each changed quad
      *   the FACTOR-CHANGE-FILE entries journaled since that
      *   release. When any factor has changed it writes:
      *     - an amended release dataset: every quad at its current
      *       history factor, header mode 'A', amendment number in
      *       the trailer
      *     - a supplemental transmittal for the Department: T1
      *       header mode 'AMEND' with the amendment number, and a
      *       T2 record for the changed quads only
      *     - a re-extension notice naming the quads the ASHMA850,
      *       ASHMA855 and ASHMA857 jobs must re-run
      *     - an 'RA' release-stamp record for the amended dataset
      *   Amendments are numbered per tax year from the last stamp:
      *   the first amendment of a year is 01, the next 02. Because
      *   the amendment stamp becomes the year's last stamp, the next
      *   amendment runs against the amended dataset, not the
      *   original release.
      *
      * INPUT:   RELEASE-FACTOR-FILE - 23-byte factor records
      *                                (copybook REBEQFRD01), the
      *                                release dataset in force for
      *                                the year: CLREB055's release
      *                                copy or the latest amendment
      *          FACTOR-HISTORY-FILE - cumulative indexed history
      *                                maintained by CLREB020
      *          FACTOR-CHANGE-FILE  - cumulative overwrite journal
      *                                written by CLREB020
      *          RELEASE-STAMP-FILE  - 80-byte release-stamp records
      *                                (copybook REBRLST01)
      * OUTPUT:  AMENDED-FACTOR-FILE - 23-byte amended release
      *                                dataset, header first, trailer
      *                                last
      *          SUPP-TRANSMIT-FILE  - 80-byte supplemental
      *                                transmittal (copybook
      *                                REBDRTX01)
      *          RELEASE-STAMP-FILE  - one 'RA' record appended per
      *                                amendment
      *          NOTICE-FILE         - 133-byte re-extension notice
      *          PRINT-FILE          - 133-byte amendment register
      *
      * ERROR HANDLING:
      *   - Release dataset header missing, trailer missing, out of
      *     balance, or a PROOF copy: RETURN-CODE = 16, no amendment
      *   - No release stamp for the year, or the dataset does not
      *     match the year's last stamp: RETURN-CODE = 16, no
      *     amendment
      *   - No factor changed since the last release: RETURN-CODE =
      *     4, nothing written but the register
      *   - A changed quad with no journal entry since the release,
      *     a released quad with no history record, or a journal
      *     table overflow: listed, RETURN-CODE = 4
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB057.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL AMEND A RELEASED TAX YEAR FOR EVERY
00007 *         FACTOR CHANGED ON THE HISTORY FILE SINCE ITS LAST
00008 *         RELEASE, WITH A SUPPLEMENTAL TRANSMITTAL AND A
00009 *         RE-EXTENSION NOTICE.
00010 *    SKIP3
00011  ENVIRONMENT DIVISION.
00012  CONFIGURATION SECTION.
00013  SOURCE-COMPUTER. IBM-370.
00014  OBJECT-COMPUTER. IBM-370.
00015  INPUT-OUTPUT SECTION.
00016  FILE-CONTROL.
00017      SELECT RELEASE-FACTOR-FILE ASSIGN TO UT-S-RELFT.
00018      SELECT FACTOR-HISTORY-FILE ASSIGN TO UT-S-FACTHS
00019          ORGANIZATION IS INDEXED
00020          ACCESS MODE IS DYNAMIC
00021          RECORD KEY IS FH-KEY.
      *        OPTIONAL, matching the writers' declarations of the
      *        same files: an office that has never overwritten a
      *        factor has no journal, and the first READ simply goes
      *        AT END.
00022      SELECT OPTIONAL FACTOR-CHANGE-FILE ASSIGN TO UT-S-FACTCJ.
00023      SELECT OPTIONAL RELEASE-STAMP-FILE ASSIGN TO UT-S-RELSTP.
00024      SELECT AMENDED-FACTOR-FILE ASSIGN TO UT-S-AMDFT.
00025      SELECT SUPP-TRANSMIT-FILE ASSIGN TO UT-S-DORSUP.
00026      SELECT NOTICE-FILE ASSIGN TO UT-S-REXNTC.
00027      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00028 *    SKIP3
00029  DATA DIVISION.
00030  FILE SECTION.
00031  FD  RELEASE-FACTOR-FILE
00032      RECORD CONTAINS 23 CHARACTERS
00033      BLOCK CONTAINS 0 RECORDS
00034      LABEL RECORDS ARE STANDARD
00035      DATA RECORD IS FACTOR-REC.
00036  01  FACTOR-REC.
00037      COPY REBEQFRD01.
      *----------------------------------------------------------------
      * FACTOR-HISTORY-FILE: Same 23-byte record CLREB020 maintains;
      *   read here strictly by key, one lookup per released detail.
      *----------------------------------------------------------------
00038  FD  FACTOR-HISTORY-FILE
00039      RECORD CONTAINS 23 CHARACTERS
00040      LABEL RECORDS ARE STANDARD
00041      DATA RECORD IS FACTOR-HISTORY-REC.
00042  01  FACTOR-HISTORY-REC.
00043      05  FH-KEY.
00044          10  FH-TAXYR      PIC 9(4).
00045          10  FH-QUAD       PIC 9.
00046      05  FH-EQFACT         PIC 99V9999.
00047      05  FILLER            PIC X(12).
      *----------------------------------------------------------------
      * FACTOR-CHANGE-FILE: 32-byte journal record, one per history
      *   overwrite, written by CLREB020's 038-WRITE-JOURNAL. Same
      *   field layout as the writer's.
      *----------------------------------------------------------------
00048  FD  FACTOR-CHANGE-FILE
00049      RECORD CONTAINS 32 CHARACTERS
00050      BLOCK CONTAINS 0 RECORDS
00051      LABEL RECORDS ARE STANDARD
00052      DATA RECORD IS FACTOR-CHANGE-REC.
00053  01  FACTOR-CHANGE-REC.
00054      05  CJ-TAXYR      PIC 9(4).
00055      05  CJ-QUAD       PIC 9.
00056      05  CJ-OLD-FACT   PIC 99V9999.
00057      05  CJ-NEW-FACT   PIC 99V9999.
00058      05  CJ-RUN-DATE   PIC X(8).
00059      05  CJ-APPR-INIT  PIC X(3).
      *        Approving supervisor's initials on an approved
      *        change; spaces on an overwrite from a resubmitted
      *        add.
00060      05  CJ-SOURCE     PIC X.
      *        'C' approved change card, 'A' resubmitted add,
      *        spaces on entries journaled before the source was
      *        carried.
0060A      05  FILLER        PIC X(3).
00061 *    SKIP1
00062  FD  RELEASE-STAMP-FILE
00063      RECORD CONTAINS 80 CHARACTERS
00064      BLOCK CONTAINS 0 RECORDS
00065      LABEL RECORDS ARE STANDARD
00066      DATA RECORD IS RELEASE-STAMP-REC.
00067  01  RELEASE-STAMP-REC.
00068      COPY REBRLST01.
      *----------------------------------------------------------------
      * AMENDED-FACTOR-FILE: 23-byte FACTOR-FILE layout, header and
      *   trailer included, for the amended release. Independent
      *   01-level for the COPY REPLACING limitation noted in
      *   CLREB020 for PRIOR-FACTOR-REC; AM-HDR-MODE sits where
      *   FT-HDR-MODE does and always carries 'A', AM-TRL-AMEND-NO
      *   where FT-TRL-AMEND-NO does.
      *----------------------------------------------------------------
00069  FD  AMENDED-FACTOR-FILE
00070      RECORD CONTAINS 23 CHARACTERS
00071      BLOCK CONTAINS 0 RECORDS
00072      LABEL RECORDS ARE STANDARD
00073      DATA RECORD IS AMENDED-FACTOR-REC.
00074  01  AMENDED-FACTOR-REC.
00075      05  AM-DETAIL.
00076          10  AM-TAXYR      PIC 9(4).
00077          10  AM-QUAD       PIC 9.
00078          10  AM-EQFACT     PIC 99V9999.
00079          10  FILLER        PIC X(12).
00080      05  AM-HEADER REDEFINES AM-DETAIL.
00081          10  AM-HDR-ID     PIC XX.
00082          10  AM-HDR-RUN-DATE PIC X(8).
00083          10  AM-HDR-TAXYR  PIC 9(4).
00084          10  AM-HDR-PROGRAM PIC X(8).
00085          10  AM-HDR-MODE   PIC X.
00086      05  AM-TRAILER REDEFINES AM-DETAIL.
00087          10  AM-TRL-ID     PIC XX.
00088          10  AM-TRL-DET-CNT PIC 9(5).
00089          10  AM-TRL-FACT-HASH PIC 9(7)V9999.
00090          10  AM-TRL-AMEND-NO PIC 99.
00091          10  FILLER        PIC X(3).
00092 *    SKIP1
00093  FD  SUPP-TRANSMIT-FILE
00094      RECORD CONTAINS 80 CHARACTERS
00095      BLOCK CONTAINS 0 RECORDS
00096      LABEL RECORDS ARE STANDARD
00097      DATA RECORD IS TRANSMIT-REC.
00098  01  TRANSMIT-REC.
00099      COPY REBDRTX01.
00100 *    SKIP1
00101  FD  NOTICE-FILE
00102      LABEL RECORDS ARE STANDARD
00103      RECORD CONTAINS 133 CHARACTERS
00104      BLOCK CONTAINS 0 RECORDS
00105      DATA RECORD IS NOTICE-REC.
00106  01  NOTICE-REC        PIC X(133).
00107 *    SKIP1
00108  FD  PRINT-FILE
00109      LABEL RECORDS ARE STANDARD
00110      RECORD CONTAINS 133 CHARACTERS
00111      BLOCK CONTAINS 0 RECORDS
00112      DATA RECORD IS PRINT-REC.
00113  01  PRINT-REC         PIC X(133).
00114 *    SKIP3
00115 ****************  WORKING STORAGE STARTS HERE  *******************
00116 *    SKIP1
00117  WORKING-STORAGE SECTION.
00118  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00119  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00120  77  DOR-COUNTY        PIC X(3)       VALUE '016'.
      *    The Department's county number for Cook County, as
      *    CLREB060 carries it on every transmittal record.
00121  77  FACTOR-EOF-SW     PIC X          VALUE 'N'.
00122      88  FACTOR-EOF                   VALUE 'Y'.
00123  77  STAMP-EOF-SW      PIC X          VALUE 'N'.
00124      88  STAMP-EOF                    VALUE 'Y'.
00125  77  JRNL-EOF-SW       PIC X          VALUE 'N'.
00126      88  JRNL-EOF                     VALUE 'Y'.
00127  77  FT-HDR-SEEN-SW    PIC X          VALUE 'N'.
00128      88  FT-HDR-SEEN                  VALUE 'Y'.
00129  77  FT-TRL-SEEN-SW    PIC X          VALUE 'N'.
00130      88  FT-TRL-SEEN                  VALUE 'Y'.
00131  77  STAMP-FOUND-SW    PIC X          VALUE 'N'.
00132      88  STAMP-FOUND                  VALUE 'Y'.
00133  77  AMEND-FAIL-SW     PIC X          VALUE 'N'.
      *    Any proof of the release dataset failing raises this;
      *    no amendment output is ever opened once it is up.
00134      88  AMEND-FAILED                 VALUE 'Y'.
00135  77  WK-FILE-YR        PIC 9(4)       VALUE ZERO.
      *    Tax year off the release dataset's header.
00136  77  AMEND-NO          PIC 99         VALUE ZERO.
      *    This amendment's number: one past the last stamp's.
0136A  77  STAMP-REL-DATE    PIC X(8)       VALUE SPACES.
0136B  77  STAMP-PROGRAM     PIC X(8)       VALUE SPACES.
      *    Release date and program off the year's last stamp,
      *    kept once the stamp file is closed.
00137  77  FAC-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00138  77  FAC-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
00139  77  EXP-DET-CNT       PIC S9(5)      VALUE +0       COMP-3.
00140  77  EXP-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
00141  77  AMD-HASH-TOT      PIC S9(7)V9999 VALUE +0       COMP-3.
      *    Hash of the amended dataset: the current factors.
00142  77  CHG-CNT           PIC S999       VALUE +0       COMP-3.
00143  77  NOHIST-CNT        PIC S999       VALUE +0       COMP-3.
00144  77  UNJRNL-CNT        PIC S999       VALUE +0       COMP-3.
      *    Changed quads with no journal entry since the release.
00145  77  DT-CNT            PIC S999       VALUE +0       COMP-3.
00146  77  DT-MAX            PIC S999       VALUE +10      COMP-3.
00147  77  DT-SUB            PIC S999       VALUE +0       COMP-3.
00148  77  JE-CNT            PIC S999       VALUE +0       COMP-3.
00149  77  JE-MAX            PIC S999       VALUE +100     COMP-3.
00150  77  JE-SUB            PIC S999       VALUE +0       COMP-3.
00151  77  JE-DROP-CNT       PIC S999       VALUE +0       COMP-3.
00152 *    SKIP1
00153  01  WORK-AREA.
00154      05 RUN-STAMP.
00155        10 RS-DATE    PIC X(8).
00156        10 RS-TIME    PIC X(6).
      *    -- The year's last release-stamp record, held back from
      *    the front-to-back scan --
00157      05 LAST-STAMP-REC PIC X(80).
00158      05 DATE-LINE.
00159         10 FILLER     PIC X(11)      VALUE SPACES.
00160         10 DATE-DT    PIC X(8).
00161      05 HDG-LINE.
00162         10 FILLER     PIC X(11)      VALUE SPACES.
00163         10 FILLER     PIC X(40)      VALUE 'CLREB057'.
00164         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00165 -        'Y  CLERK'.
00166         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00167         10 HDG-PG     PIC ZZ9.
00168      05  TTL-LINE.
00169         10 FILLER     PIC X(44)      VALUE SPACES.
00170         10 FILLER     PIC X(30)      VALUE
00171                       'FACTOR  AMENDMENT  REGISTER'.
00172      05  NTC-TTL-LINE.
00173         10 FILLER     PIC X(46)      VALUE SPACES.
00174         10 FILLER     PIC X(30)      VALUE
00175                       'RE-EXTENSION  NOTICE'.
00176      05  TTL-LINE2.
00177         10 FILLER     PIC X(7)       VALUE SPACES.
00178         10 FILLER     PIC X(8)       VALUE 'QUAD'.
00179         10 FILLER     PIC X(12)      VALUE '  RELEASED'.
00180         10 FILLER     PIC X(12)      VALUE '   CURRENT'.
00181         10 FILLER     PIC X(30)      VALUE '   STATUS'.
00182      05  INFO-LINE.
00183         10 FILLER     PIC X(7)       VALUE SPACES.
00184         10 IN-LABEL   PIC X(28).
00185         10 FILLER     PIC X          VALUE SPACE.
00186         10 IN-VALUE   PIC X(12).
00187         10 IN-VALUE-NUM REDEFINES IN-VALUE PIC ZZZZ9.
      *----------------------------------------------------------------
      * WORK-LINE: one per released quad on the register, reused
      *   for the quad lines of the re-extension notice.
      *----------------------------------------------------------------
00188      05  WORK-LINE.
00189         10 FILLER     PIC X(8)       VALUE SPACES.
00190         10 WK-QUAD    PIC X.
00191         10 FILLER     PIC X(8)       VALUE SPACES.
00192         10 WK-REL     PIC 99.9999.
00193         10 FILLER     PIC X(5)       VALUE SPACES.
00194         10 WK-CUR     PIC 99.9999.
00195         10 FILLER     PIC X(6)       VALUE SPACES.
00196         10 WK-STATUS  PIC X(30).
      *----------------------------------------------------------------
      * JRNL-LINE: one per journal entry since the release, printed
      *   under its changed quad.
      *----------------------------------------------------------------
00197      05  JRNL-LINE.
00198         10 FILLER     PIC X(17)      VALUE SPACES.
00199         10 FILLER     PIC X(9)       VALUE 'JOURNAL  '.
00200         10 JL-DATE    PIC X(8).
00201         10 FILLER     PIC X(3)       VALUE SPACES.
00202         10 JL-OLD     PIC 99.9999.
00203         10 FILLER     PIC X(4)       VALUE ' TO '.
00204         10 JL-NEW     PIC 99.9999.
00205         10 FILLER     PIC X(15)      VALUE '   APPROVED BY '.
00206         10 JL-INIT    PIC X(3).
00207      05  TRL-LINE.
00208         10 FILLER     PIC X(7)       VALUE SPACES.
00209         10 TRL-TEXT   PIC X(28).
00210         10 FILLER     PIC X          VALUE SPACE.
00211         10 TRL-CNT    PIC ZZZZ9.
00212      05  VERDICT-LINE.
00213         10 FILLER     PIC X(7)       VALUE SPACES.
00214         10 VL-TEXT    PIC X(50).
00215         10 VL-AMEND-NO PIC Z9.
      *----------------------------------------------------------------
      * Re-extension notice body lines.
      *----------------------------------------------------------------
00216      05  NTC-LINE.
00217         10 FILLER     PIC X(7)       VALUE SPACES.
00218         10 NL-TEXT    PIC X(70).
00219      05  NTC-ID-LINE.
00220         10 FILLER     PIC X(7)       VALUE SPACES.
00221         10 FILLER     PIC X(9)       VALUE 'TAX YEAR '.
00222         10 NI-YR      PIC 9(4).
00223         10 FILLER     PIC X(19)      VALUE '    AMENDMENT NO. '.
00224         10 NI-AMEND-NO PIC 99.
00225         10 FILLER     PIC X(19)      VALUE '    AMENDED ON '.
00226         10 NI-DATE    PIC X(8).
      *----------------------------------------------------------------
      * DETAIL-TABLE: one entry per released detail, with its
      *   current history factor and the comparison outcome. Ten
      *   entries covers the five quads with room to spare.
      *----------------------------------------------------------------
00227  01  DETAIL-TABLE.
00228      05  DT-ENTRY OCCURS 10 TIMES.
00229          10  DT-QUAD       PIC 9.
00230          10  DT-REL-FACT   PIC 99V9999.
00231          10  DT-CUR-FACT   PIC 99V9999.
00232          10  DT-STATUS     PIC X.
00233              88  DT-CHANGED           VALUE 'C'.
00234              88  DT-UNCHANGED         VALUE 'U'.
00235              88  DT-NO-HIST           VALUE 'N'.
00236          10  DT-JRNL-CNT   PIC S999 COMP-3.
      *----------------------------------------------------------------
      * JRNL-TABLE: the year's FACTOR-CHANGE-FILE entries dated on
      *   or after the last release, in journal order. Past JE-MAX
      *   they are counted only.
      *----------------------------------------------------------------
00237  01  JRNL-TABLE.
00238      05  JE-ENTRY OCCURS 100 TIMES.
00239          10  JE-QUAD       PIC 9.
00240          10  JE-OLD-FACT   PIC 99V9999.
00241          10  JE-NEW-FACT   PIC 99V9999.
00242          10  JE-RUN-DATE   PIC X(8).
00243          10  JE-APPR-INIT  PIC X(3).
00244 *    SKIP3
00245 *****************  WORKING STORAGE ENDS HERE  ********************
00246 *SKIP3
00247  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load the release dataset and prove it complete
      *     2. Find the year's last release stamp and prove the
      *        dataset is the one it describes
      *     3. Load the journal entries since that release and
      *        compare every released detail with the history
      *     4. Print the register
      *     5. If any factor changed: write the amended dataset,
      *        the supplemental transmittal, the release stamp and
      *        the re-extension notice
      *     6. Any proof failure: RETURN-CODE 16 and no amendment
      *----------------------------------------------------------------
00248  010-BEGIN.
00249      OPEN    INPUT RELEASE-FACTOR-FILE
00250                    FACTOR-HISTORY-FILE
00251              OUTPUT PRINT-FILE
00252      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00253      MOVE    RS-DATE TO DATE-DT
00254      PERFORM 020-LOAD-RELEASE THRU 020-EXIT
00255      IF      NOT AMEND-FAILED
00256              PERFORM 030-FIND-STAMP THRU 030-EXIT
00257      END-IF
00258      IF      AMEND-FAILED
00259              MOVE 16 TO RETURN-CODE
00260              DISPLAY 'NO AMENDMENT PRODUCED'
00261      ELSE
00262              PERFORM 035-LOAD-JOURNAL THRU 035-EXIT
00263              PERFORM 040-CHECK-QUAD THRU 040-EXIT
00264                      VARYING DT-SUB FROM 1 BY 1
00265                      UNTIL   DT-SUB GREATER THAN DT-CNT
00266              PERFORM 045-PRINT-REGISTER THRU 045-EXIT
00267              IF      CHG-CNT EQUAL TO ZERO
00268                      IF      RETURN-CODE LESS THAN 4
00269                              MOVE 4 TO RETURN-CODE
00270                      END-IF
00271                      DISPLAY 'NO FACTOR CHANGED SINCE RELEASE'
00272              ELSE
00273                      PERFORM 050-WRITE-AMENDMENT THRU 050-EXIT
00274                      PERFORM 055-WRITE-SUPPLEMENT THRU 055-EXIT
00275                      PERFORM 058-WRITE-STAMP THRU 058-EXIT
00276                      PERFORM 065-PRINT-NOTICE THRU 065-EXIT
00277              END-IF
00278              IF      UNJRNL-CNT  GREATER THAN ZERO
00279                 OR   NOHIST-CNT  GREATER THAN ZERO
00280                 OR   JE-DROP-CNT GREATER THAN ZERO
00281                      IF      RETURN-CODE LESS THAN 4
00282                              MOVE 4 TO RETURN-CODE
00283                      END-IF
00284              END-IF
00285              PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00286      END-IF
00287      DISPLAY 'NO. OF RELEASED DETAILS   = ' FAC-DET-CNT
00288      DISPLAY 'NO. OF FACTORS CHANGED    = ' CHG-CNT
00289      DISPLAY 'NO. OF JOURNAL ENTRIES    = ' JE-CNT
00290      DISPLAY 'AMENDMENT NUMBER          = ' AMEND-NO
00291      CLOSE   RELEASE-FACTOR-FILE
00292              FACTOR-HISTORY-FILE
00293              PRINT-FILE
00294      STOP RUN.
00295 *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-RELEASE: Load the release dataset and prove it.
      *
      *   Business logic:
      *     One pass: the header gives the tax year, each detail
      *     becomes a DETAIL-TABLE entry, and the trailer's count
      *     and hash must agree with the details read -- the same
      *     proof CLREB060's 020-VERIFY-FACTOR performs. A PROOF
      *     copy was never released and cannot be amended.
      *----------------------------------------------------------------
00296  020-LOAD-RELEASE.
00297      READ    RELEASE-FACTOR-FILE
00298              AT END MOVE 'Y' TO FACTOR-EOF-SW
00299      END-READ
00300      PERFORM 021-CHECK-FACTOR THRU 021-EXIT
00301              UNTIL FACTOR-EOF
00302      IF      NOT FT-HDR-SEEN
00303              DISPLAY 'RELEASE DATASET HAS NO HEADER RECORD'
00304              MOVE 'Y' TO AMEND-FAIL-SW
00305      END-IF
00306      IF      NOT FT-TRL-SEEN
00307              DISPLAY 'RELEASE DATASET HAS NO TRAILER RECORD'
00308              MOVE 'Y' TO AMEND-FAIL-SW
00309      ELSE
00310          IF      FAC-DET-CNT NOT EQUAL TO EXP-DET-CNT
00311             OR   FAC-HASH-TOT NOT EQUAL TO EXP-HASH-TOT
00312                  DISPLAY 'RELEASE DATASET OUT OF BALANCE'
00313                  DISPLAY 'TRAILER COUNT = ' EXP-DET-CNT
00314                          ' READ = ' FAC-DET-CNT
00315                  DISPLAY 'TRAILER HASH  = ' EXP-HASH-TOT
00316                          ' READ = ' FAC-HASH-TOT
00317                  MOVE 'Y' TO AMEND-FAIL-SW
00318          END-IF
00319      END-IF.
00320 *    SKIP1
00321  020-EXIT.
00322      EXIT.
00323 *    SKIP1
00324  021-CHECK-FACTOR.
00325      IF      FT-HEADER-REC
00326              MOVE 'Y'              TO FT-HDR-SEEN-SW
00327              MOVE FT-HDR-TAXYR     TO WK-FILE-YR
00328              IF      FT-PROOF-FILE
00329                      DISPLAY 'RELEASE DATASET IS A PROOF COPY'
00330                      MOVE 'Y' TO AMEND-FAIL-SW
00331              END-IF
00332      ELSE
00333          IF      FT-TRAILER-REC
00334                  MOVE 'Y'              TO FT-TRL-SEEN-SW
00335                  MOVE FT-TRL-DET-CNT   TO EXP-DET-CNT
00336                  MOVE FT-TRL-FACT-HASH TO EXP-HASH-TOT
00337          ELSE
00338                  ADD     +1            TO FAC-DET-CNT
00339                  ADD     FT-EQFACT     TO FAC-HASH-TOT
00340                  IF      DT-CNT NOT LESS THAN DT-MAX
00341                          DISPLAY 'DETAIL TABLE FULL AT QUAD '
00342                                  FT-QUAD
00343                          MOVE 'Y' TO AMEND-FAIL-SW
00344                  ELSE
00345                          ADD  +1 TO DT-CNT
00346                          MOVE FT-QUAD   TO DT-QUAD (DT-CNT)
00347                          MOVE FT-EQFACT TO DT-REL-FACT (DT-CNT)
00348                  END-IF
00349          END-IF
00350      END-IF
00351      READ    RELEASE-FACTOR-FILE
00352              AT END MOVE 'Y' TO FACTOR-EOF-SW
00353      END-READ.
00354 *    SKIP1
00355  021-EXIT.
00356      EXIT.
00357 *    SKIP3
      *----------------------------------------------------------------
      * 030-FIND-STAMP: Find the year's last release stamp and prove
      *   the release dataset is the one it describes.
      *
      *   Business logic:
      *     The stamp file is appended front to back, so one pass
      *     keeping the last record for the tax year leaves the
      *     release in force in hand -- the original release or the
      *     latest amendment. Its detail count and hash must equal
      *     the dataset's: a dataset that does not match is not the
      *     one in force (an amendment not yet put in its place, or
      *     another year's file) and amending it would lose changes.
      *     This amendment is numbered one past the stamp's.
      *----------------------------------------------------------------
00358  030-FIND-STAMP.
00359      OPEN    INPUT RELEASE-STAMP-FILE
00360      READ    RELEASE-STAMP-FILE
00361              AT END MOVE 'Y' TO STAMP-EOF-SW
00362      END-READ
00363      PERFORM 031-SCAN-STAMP THRU 031-EXIT
00364              UNTIL STAMP-EOF
00366      IF      NOT STAMP-FOUND
00367              DISPLAY 'NO RELEASE STAMP FOR TAX YEAR ' WK-FILE-YR
00368              MOVE 'Y' TO AMEND-FAIL-SW
00369              GO TO 030-CLOSE.
      *    Map the held stamp back into the record buffer, while the
      *    file is still open, so the REBRLST01 field names describe
      *    it again.
00370      MOVE    LAST-STAMP-REC TO RELEASE-STAMP-REC
0370A      MOVE    ST-REL-DATE    TO STAMP-REL-DATE
0370B      MOVE    ST-PROGRAM     TO STAMP-PROGRAM
00371      IF      ST-DET-CNT NOT EQUAL TO FAC-DET-CNT
00372         OR   ST-FACT-HASH NOT EQUAL TO FAC-HASH-TOT
00373              DISPLAY 'RELEASE DATASET DOES NOT MATCH LAST STAMP'
00374              DISPLAY 'STAMP COUNT = ' ST-DET-CNT
00375                      ' READ = ' FAC-DET-CNT
00376              DISPLAY 'STAMP HASH  = ' ST-FACT-HASH
00377                      ' READ = ' FAC-HASH-TOT
00378              MOVE 'Y' TO AMEND-FAIL-SW
00379              GO TO 030-CLOSE.
00380      IF      ST-AMENDMENT
00381              ADD  +1 ST-AMEND-NO GIVING AMEND-NO
00382      ELSE
00383              MOVE 1 TO AMEND-NO
00384      END-IF.
00385 *    SKIP1
0385A  030-CLOSE.
0385B      CLOSE   RELEASE-STAMP-FILE.
0385C *    SKIP1
00386  030-EXIT.
00387      EXIT.
00388 *    SKIP1
00389  031-SCAN-STAMP.
00390      IF      ST-TAXYR EQUAL TO WK-FILE-YR
00391              MOVE 'Y'               TO STAMP-FOUND-SW
00392              MOVE RELEASE-STAMP-REC TO LAST-STAMP-REC
00393      END-IF
00394      READ    RELEASE-STAMP-FILE
00395              AT END MOVE 'Y' TO STAMP-EOF-SW
00396      END-READ.
00397 *    SKIP1
00398  031-EXIT.
00399      EXIT.
00400 *    SKIP3
      *----------------------------------------------------------------
      * 035-LOAD-JOURNAL: Load the year's journal entries made on or
      *   after the last release date.
      *
      *   Business logic:
      *     The journal carries a run date but no time, so an entry
      *     from the release day itself is kept -- it may predate
      *     the release. That is harmless: entries are only listed
      *     under quads the history comparison has already found
      *     changed, never used to decide what changed.
      *----------------------------------------------------------------
00401  035-LOAD-JOURNAL.
00402      OPEN    INPUT FACTOR-CHANGE-FILE
00403      READ    FACTOR-CHANGE-FILE
00404              AT END MOVE 'Y' TO JRNL-EOF-SW
00405      END-READ
00406      PERFORM 036-STORE-JOURNAL THRU 036-EXIT
00407              UNTIL JRNL-EOF
00408      CLOSE   FACTOR-CHANGE-FILE.
00409 *    SKIP1
00410  035-EXIT.
00411      EXIT.
00412 *    SKIP1
00413  036-STORE-JOURNAL.
00414      IF      CJ-TAXYR EQUAL TO WK-FILE-YR
00415         AND  CJ-RUN-DATE NOT LESS THAN STAMP-REL-DATE
00416          IF      JE-CNT NOT LESS THAN JE-MAX
00417                  ADD  +1 TO JE-DROP-CNT
00418          ELSE
00419                  ADD  +1 TO JE-CNT
00420                  MOVE CJ-QUAD      TO JE-QUAD (JE-CNT)
00421                  MOVE CJ-OLD-FACT  TO JE-OLD-FACT (JE-CNT)
00422                  MOVE CJ-NEW-FACT  TO JE-NEW-FACT (JE-CNT)
00423                  MOVE CJ-RUN-DATE  TO JE-RUN-DATE (JE-CNT)
00424                  MOVE CJ-APPR-INIT TO JE-APPR-INIT (JE-CNT)
00425          END-IF
00426      END-IF
00427      READ    FACTOR-CHANGE-FILE
00428              AT END MOVE 'Y' TO JRNL-EOF-SW
00429      END-READ.
00430 *    SKIP1
00431  036-EXIT.
00432      EXIT.
00433 *    SKIP3
      *----------------------------------------------------------------
      * 040-CHECK-QUAD: Compare one released detail with the history.
      *
      *   Business logic:
      *     The history factor is the factor now in force. Differing
      *     from the released factor makes the quad CHANGED; a
      *     released quad with no history record keeps its released
      *     factor and is listed. Either way the amended dataset
      *     carries the current factor, so its hash is built here.
      *     A changed quad with no journal entry since the release
      *     is counted as unexplained.
      *----------------------------------------------------------------
00434  040-CHECK-QUAD.
00435      MOVE    WK-FILE-YR         TO FH-TAXYR
00436      MOVE    DT-QUAD (DT-SUB)   TO FH-QUAD
00437      READ    FACTOR-HISTORY-FILE
00438          INVALID KEY
00439              ADD  +1 TO NOHIST-CNT
00440              MOVE 'N' TO DT-STATUS (DT-SUB)
00441              MOVE DT-REL-FACT (DT-SUB) TO DT-CUR-FACT (DT-SUB)
00442              DISPLAY 'NO HISTORY RECORD FOR ' WK-FILE-YR
00443                      DT-QUAD (DT-SUB)
00444          NOT INVALID KEY
00445              MOVE FH-EQFACT TO DT-CUR-FACT (DT-SUB)
00446              IF      FH-EQFACT EQUAL TO DT-REL-FACT (DT-SUB)
00447                      MOVE 'U' TO DT-STATUS (DT-SUB)
00448              ELSE
00449                      MOVE 'C' TO DT-STATUS (DT-SUB)
00450                      ADD  +1  TO CHG-CNT
00451              END-IF
00452      END-READ
00453      ADD     DT-CUR-FACT (DT-SUB) TO AMD-HASH-TOT
00454      MOVE    ZERO TO DT-JRNL-CNT (DT-SUB)
00455      PERFORM 041-COUNT-JOURNAL THRU 041-EXIT
00456              VARYING JE-SUB FROM 1 BY 1
00457              UNTIL   JE-SUB GREATER THAN JE-CNT
00458      IF      DT-CHANGED (DT-SUB)
00459         AND  DT-JRNL-CNT (DT-SUB) EQUAL TO ZERO
00460              ADD  +1 TO UNJRNL-CNT
00461      END-IF.
00462 *    SKIP1
00463  040-EXIT.
00464      EXIT.
00465 *    SKIP1
00466  041-COUNT-JOURNAL.
00467      IF      JE-QUAD (JE-SUB) EQUAL TO DT-QUAD (DT-SUB)
00468              ADD  +1 TO DT-JRNL-CNT (DT-SUB)
00469      END-IF.
00470 *    SKIP1
00471  041-EXIT.
00472      EXIT.
00473 *    SKIP3
      *----------------------------------------------------------------
      * 045-PRINT-REGISTER: The release being amended, then one line
      *   per released quad, each changed quad followed by its
      *   journal entries since the release.
      *----------------------------------------------------------------
00474  045-PRINT-REGISTER.
00475      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00476      MOVE    'TAX YEAR                 . .' TO IN-LABEL
00477      MOVE    WK-FILE-YR      TO IN-VALUE
00478      WRITE   PRINT-REC FROM INFO-LINE
00479              AFTER ADVANCING 2
00480      MOVE    'LAST RELEASED ON         . .' TO IN-LABEL
00481      MOVE    STAMP-REL-DATE  TO IN-VALUE
00482      WRITE   PRINT-REC FROM INFO-LINE
00483              AFTER ADVANCING 2
00484      MOVE    'LAST RELEASED BY         . .' TO IN-LABEL
00485      MOVE    STAMP-PROGRAM   TO IN-VALUE
00486      WRITE   PRINT-REC FROM INFO-LINE
00487              AFTER ADVANCING 2
00488      MOVE    'AMENDMENTS BEFORE THIS   . .' TO IN-LABEL
00489      MOVE    SPACES          TO IN-VALUE
00490      COMPUTE IN-VALUE-NUM = AMEND-NO - 1
00491      WRITE   PRINT-REC FROM INFO-LINE
00492              AFTER ADVANCING 2
00493      WRITE   PRINT-REC FROM TTL-LINE2
00494              AFTER ADVANCING 3
00495      ADD     +11 TO LINE-CNT
00496      PERFORM 046-PRINT-QUAD THRU 046-EXIT
00497              VARYING DT-SUB FROM 1 BY 1
00498              UNTIL   DT-SUB GREATER THAN DT-CNT.
00499 *    SKIP1
00500  045-EXIT.
00501      EXIT.
00502 *    SKIP1
00503  046-PRINT-QUAD.
00504      IF      LINE-CNT GREATER THAN +55
00505              PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00506              WRITE   PRINT-REC FROM TTL-LINE2
00507                      AFTER ADVANCING 3
00508              ADD     +3 TO LINE-CNT.
00509      MOVE    DT-QUAD (DT-SUB)     TO WK-QUAD
00510      MOVE    DT-REL-FACT (DT-SUB) TO WK-REL
00511      MOVE    DT-CUR-FACT (DT-SUB) TO WK-CUR
00512      IF      DT-UNCHANGED (DT-SUB)
00513              MOVE 'UNCHANGED'         TO WK-STATUS
00514      ELSE
00515          IF      DT-NO-HIST (DT-SUB)
00516                  MOVE 'NO HISTORY RECORD' TO WK-STATUS
00517          ELSE
00518              IF      DT-JRNL-CNT (DT-SUB) EQUAL TO ZERO
00519                      MOVE 'CHANGED - NOT JOURNALED'
00520                                          TO WK-STATUS
00521              ELSE
00522                      MOVE 'CHANGED'       TO WK-STATUS
00523              END-IF
00524          END-IF
00525      END-IF
00526      WRITE   PRINT-REC FROM WORK-LINE
00527              AFTER ADVANCING 2
00528      ADD     +2 TO LINE-CNT
00529      IF      DT-CHANGED (DT-SUB)
00530              PERFORM 047-PRINT-JOURNAL THRU 047-EXIT
00531                      VARYING JE-SUB FROM 1 BY 1
00532                      UNTIL   JE-SUB GREATER THAN JE-CNT
00533      END-IF.
00534 *    SKIP1
00535  046-EXIT.
00536      EXIT.
00537 *    SKIP1
00538  047-PRINT-JOURNAL.
00539      IF      JE-QUAD (JE-SUB) NOT EQUAL TO DT-QUAD (DT-SUB)
00540              GO TO 047-EXIT.
00541      IF      LINE-CNT GREATER THAN +55
00542              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00543      MOVE    JE-RUN-DATE (JE-SUB)  TO JL-DATE
00544      MOVE    JE-OLD-FACT (JE-SUB)  TO JL-OLD
00545      MOVE    JE-NEW-FACT (JE-SUB)  TO JL-NEW
00546      MOVE    JE-APPR-INIT (JE-SUB) TO JL-INIT
00547      WRITE   PRINT-REC FROM JRNL-LINE
00548              AFTER ADVANCING 1
00549      ADD     +1 TO LINE-CNT.
00550 *    SKIP1
00551  047-EXIT.
00552      EXIT.
00553 *    SKIP3
      *----------------------------------------------------------------
      * 050-WRITE-AMENDMENT: Write the amended release dataset --
      *   the whole year, not just the changes, so the extension
      *   jobs read it exactly as they read a release: header mode
      *   'A', every quad at its current factor, trailer carrying
      *   the new count and hash and the amendment number.
      *----------------------------------------------------------------
00554  050-WRITE-AMENDMENT.
00555      OPEN    OUTPUT AMENDED-FACTOR-FILE
00556      MOVE    SPACES        TO  AMENDED-FACTOR-REC
00557      MOVE    'HD'          TO  AM-HDR-ID
00558      MOVE    RS-DATE       TO  AM-HDR-RUN-DATE
00559      MOVE    WK-FILE-YR    TO  AM-HDR-TAXYR
00560      MOVE    'CLREB057'    TO  AM-HDR-PROGRAM
00561      MOVE    'A'           TO  AM-HDR-MODE
00562      WRITE   AMENDED-FACTOR-REC
00563      PERFORM 051-WRITE-DETAIL THRU 051-EXIT
00564              VARYING DT-SUB FROM 1 BY 1
00565              UNTIL   DT-SUB GREATER THAN DT-CNT
00566      MOVE    SPACES        TO  AMENDED-FACTOR-REC
00567      MOVE    'TR'          TO  AM-TRL-ID
00568      MOVE    DT-CNT        TO  AM-TRL-DET-CNT
00569      MOVE    AMD-HASH-TOT  TO  AM-TRL-FACT-HASH
00570      MOVE    AMEND-NO      TO  AM-TRL-AMEND-NO
00571      WRITE   AMENDED-FACTOR-REC
00572      CLOSE   AMENDED-FACTOR-FILE.
00573 *    SKIP1
00574  050-EXIT.
00575      EXIT.
00576 *    SKIP1
00577  051-WRITE-DETAIL.
00578      MOVE    SPACES               TO  AMENDED-FACTOR-REC
00579      MOVE    WK-FILE-YR           TO  AM-TAXYR
00580      MOVE    DT-QUAD (DT-SUB)     TO  AM-QUAD
00581      MOVE    DT-CUR-FACT (DT-SUB) TO  AM-EQFACT
00582      WRITE   AMENDED-FACTOR-REC.
00583 *    SKIP1
00584  051-EXIT.
00585      EXIT.
00586 *    SKIP3
      *----------------------------------------------------------------
      * 055-WRITE-SUPPLEMENT: Write the supplemental transmittal --
      *   CLREB060's format, but a T1 header in mode 'AMEND' with
      *   the amendment number, dated today, carrying the journal
      *   entries behind the amendment and the quads changed, then
      *   a T2 record for each changed quad only.
      *----------------------------------------------------------------
00587  055-WRITE-SUPPLEMENT.
00588      OPEN    OUTPUT SUPP-TRANSMIT-FILE
00589      MOVE    SPACES        TO TRANSMIT-REC
00590      MOVE    'T1'          TO TX-REC-ID
00591      MOVE    DOR-COUNTY    TO TX-HDR-COUNTY
00592      MOVE    WK-FILE-YR    TO TX-HDR-TAXYR
00593      MOVE    RS-DATE       TO TX-HDR-CERT-DATE
00594      MOVE    'AMEND'       TO TX-HDR-MODE
00595      MOVE    JE-CNT        TO TX-HDR-CARD-CNT
00596      MOVE    CHG-CNT       TO TX-HDR-FACT-CNT
00597      MOVE    ZERO          TO TX-HDR-ERR-CNT
00598      MOVE    AMEND-NO      TO TX-HDR-AMEND-NO
00599      WRITE   TRANSMIT-REC
00600      PERFORM 056-WRITE-T2 THRU 056-EXIT
00601              VARYING DT-SUB FROM 1 BY 1
00602              UNTIL   DT-SUB GREATER THAN DT-CNT
00603      CLOSE   SUPP-TRANSMIT-FILE.
00604 *    SKIP1
00605  055-EXIT.
00606      EXIT.
00607 *    SKIP1
00608  056-WRITE-T2.
00609      IF      DT-CHANGED (DT-SUB)
00610              MOVE    SPACES               TO TRANSMIT-REC
00611              MOVE    'T2'                 TO TX-REC-ID
00612              MOVE    DOR-COUNTY           TO TX-COUNTY
00613              MOVE    WK-FILE-YR           TO TX-TAXYR
00614              MOVE    DT-QUAD (DT-SUB)     TO TX-QUAD
00615              MOVE    DT-CUR-FACT (DT-SUB) TO TX-EQFACT
00616              WRITE   TRANSMIT-REC
00617      END-IF.
00618 *    SKIP1
00619  056-EXIT.
00620      EXIT.
00621 *    SKIP3
      *----------------------------------------------------------------
      * 058-WRITE-STAMP: Append the amendment's release stamp. It
      *   becomes the year's last stamp, so the next amendment is
      *   proved against the amended dataset and numbered after it.
      *----------------------------------------------------------------
00622  058-WRITE-STAMP.
00623      OPEN    EXTEND RELEASE-STAMP-FILE
00624      MOVE    SPACES        TO  RELEASE-STAMP-REC
00625      MOVE    'RA'          TO  ST-REC-ID
00626      MOVE    RS-DATE       TO  ST-REL-DATE
00627      MOVE    RS-TIME       TO  ST-REL-TIME
00628      MOVE    WK-FILE-YR    TO  ST-TAXYR
00629      MOVE    DT-CNT        TO  ST-DET-CNT
00630      MOVE    AMD-HASH-TOT  TO  ST-FACT-HASH
00631      MOVE    'CLREB057'    TO  ST-PROGRAM
00632      MOVE    AMEND-NO      TO  ST-AMEND-NO
00633      WRITE   RELEASE-STAMP-REC
00634      CLOSE   RELEASE-STAMP-FILE.
00636 *    SKIP1
00637  058-EXIT.
00638      EXIT.
00639 *    SKIP3
00640  060-HDG-ROUTINE.
00641      ADD     +1 TO PAGE-CNT
00642      MOVE    PAGE-CNT TO HDG-PG
00643      WRITE   PRINT-REC FROM DATE-LINE
00644              AFTER PAGE
00645      WRITE   PRINT-REC FROM HDG-LINE
00646              AFTER ADVANCING 2
00647      WRITE   PRINT-REC FROM TTL-LINE
00648              AFTER ADVANCING 2
00649      MOVE    +5 TO LINE-CNT.
00650 *    SKIP1
00651  060-EXIT.
00652      EXIT.
00653 *    SKIP3
      *----------------------------------------------------------------
      * 065-PRINT-NOTICE: Print the re-extension notice for the
      *   extension operators -- one page naming the amendment and
      *   every quad the ASHMA jobs must re-run, with its released
      *   and amended factors.
      *----------------------------------------------------------------
00654  065-PRINT-NOTICE.
00655      OPEN    OUTPUT NOTICE-FILE
00656      MOVE    1 TO HDG-PG
00657      WRITE   NOTICE-REC FROM DATE-LINE
00658              AFTER PAGE
00659      WRITE   NOTICE-REC FROM HDG-LINE
00660              AFTER ADVANCING 2
00661      WRITE   NOTICE-REC FROM NTC-TTL-LINE
00662              AFTER ADVANCING 2
00663      MOVE    WK-FILE-YR    TO NI-YR
00664      MOVE    AMEND-NO      TO NI-AMEND-NO
00665      MOVE    RS-DATE       TO NI-DATE
00666      WRITE   NOTICE-REC FROM NTC-ID-LINE
00667              AFTER ADVANCING 3
00668      MOVE
00669      'THESE FACTORS HAVE CHANGED SINCE THE YEAR WAS RELEASED.'
00670              TO NL-TEXT
00671      WRITE   NOTICE-REC FROM NTC-LINE
00672              AFTER ADVANCING 3
00673      MOVE
00674      'RERUN CLREB050 AGAINST THE AMENDED RELEASE, THEN RE-RUN'
00675              TO NL-TEXT
00676      WRITE   NOTICE-REC FROM NTC-LINE
00677              AFTER ADVANCING 2
00678      MOVE
00679      'ASHMA850, ASHMA855 AND ASHMA857 FOR EACH QUAD LISTED:'
00680              TO NL-TEXT
00681      WRITE   NOTICE-REC FROM NTC-LINE
00682              AFTER ADVANCING 1
00683      WRITE   NOTICE-REC FROM TTL-LINE2
00684              AFTER ADVANCING 3
00685      PERFORM 066-NOTICE-QUAD THRU 066-EXIT
00686              VARYING DT-SUB FROM 1 BY 1
00687              UNTIL   DT-SUB GREATER THAN DT-CNT
00688      MOVE    'QUADS TO RE-EXTEND       . .' TO TRL-TEXT
00689      MOVE    CHG-CNT       TO TRL-CNT
00690      WRITE   NOTICE-REC FROM TRL-LINE
00691              AFTER ADVANCING 3
00692      CLOSE   NOTICE-FILE
00693      MOVE    PAGE-CNT TO HDG-PG.
00694 *    SKIP1
00695  065-EXIT.
00696      EXIT.
00697 *    SKIP1
00698  066-NOTICE-QUAD.
00699      IF      DT-CHANGED (DT-SUB)
00700              MOVE    DT-QUAD (DT-SUB)     TO WK-QUAD
00701              MOVE    DT-REL-FACT (DT-SUB) TO WK-REL
00702              MOVE    DT-CUR-FACT (DT-SUB) TO WK-CUR
00703              MOVE    'RE-EXTEND'          TO WK-STATUS
00704              WRITE   NOTICE-REC FROM WORK-LINE
00705                      AFTER ADVANCING 2
00706      END-IF.
00707 *    SKIP1
00708  066-EXIT.
00709      EXIT.
00710 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the comparison totals and the
      *   outcome of the run.
      *----------------------------------------------------------------
00711  080-TRAILER-ROUTINE.
00712      IF      LINE-CNT GREATER THAN +37
00713              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00714      MOVE    'DETAILS COMPARED         . .' TO TRL-TEXT
00715      MOVE    DT-CNT         TO TRL-CNT
00716      WRITE   PRINT-REC FROM TRL-LINE
00717              AFTER ADVANCING 3
00718      MOVE    'FACTORS CHANGED          . .' TO TRL-TEXT
00719      MOVE    CHG-CNT        TO TRL-CNT
00720      WRITE   PRINT-REC FROM TRL-LINE
00721              AFTER ADVANCING 2
00722      MOVE    'CHANGED - NOT JOURNALED  . .' TO TRL-TEXT
00723      MOVE    UNJRNL-CNT     TO TRL-CNT
00724      WRITE   PRINT-REC FROM TRL-LINE
00725              AFTER ADVANCING 2
00726      MOVE    'NO HISTORY RECORD        . .' TO TRL-TEXT
00727      MOVE    NOHIST-CNT     TO TRL-CNT
00728      WRITE   PRINT-REC FROM TRL-LINE
00729              AFTER ADVANCING 2
00730      MOVE    'JOURNAL ENTRIES SINCE    . .' TO TRL-TEXT
00731      MOVE    JE-CNT         TO TRL-CNT
00732      WRITE   PRINT-REC FROM TRL-LINE
00733              AFTER ADVANCING 2
00734      MOVE    'JOURNAL ENTRIES NOT LISTED .' TO TRL-TEXT
00735      MOVE    JE-DROP-CNT    TO TRL-CNT
00736      WRITE   PRINT-REC FROM TRL-LINE
00737              AFTER ADVANCING 2
00738      IF      CHG-CNT EQUAL TO ZERO
00739              MOVE 'NO FACTOR CHANGED SINCE RELEASE - NO AMENDMENT'
00740                                  TO VL-TEXT
00741              MOVE ZERO           TO VL-AMEND-NO
00742      ELSE
00743              MOVE 'AMENDED RELEASE WRITTEN - AMENDMENT NUMBER'
00744                                  TO VL-TEXT
00745              MOVE AMEND-NO       TO VL-AMEND-NO
00746      END-IF
00747      WRITE   PRINT-REC FROM VERDICT-LINE
00748              AFTER ADVANCING 3
00749      ADD     +16 TO LINE-CNT.
00750 *    SKIP1
00751  080-EXIT.
00752      EXIT.
