      *================================================================
      * PROGRAM: CLREB010 - Edit Parameter File Maintenance
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   QUAD-PARM-FILE, RANGE-PARM-FILE, TOWNSHIP-PARM-FILE and
      *   APPROVAL-FILE decide what CLREB020 will accept: which
      *   quads and townships are valid, what factor range draws a
      *   CHECK FACTOR warning, and which corrections a supervisor
      *   has approved. Until now they were keyed by hand, with no
      *   edit and no record of who changed what. This program is
      *   the only way they change: it applies add, change and
      *   delete transaction cards, validates each one, rewrites
      *   the four files, and appends every change -- with the
      *   record as it stood before and after, and the initials of
      *   the operator who keyed it -- to a permanent audit file.
      *
      *   Quad, range and township records carry the tax year they
      *   take effect (copybooks REBQDPM01, REBRGPM01, REBTWPM01).
      *   All records of one file with the same effective year form
      *   a set, and CLREB020 edits each card against the set in
      *   force for its own tax year: the set with the highest
      *   effective year not after it, or the earliest set on file
      *   for a year before any of them. A transaction keyed for an
      *   effective year that has no set of its own yet first
      *   carries the set then in force forward into the new year,
      *   so only the differences need keying; each carried record
      *   is audited as such. An approval is already specific to
      *   one tax year (AP-YR) and is never carried forward.
      *
      *   A file that is empty or absent behaves in CLREB020 as its
      *   built-in default -- quads '1' thru '4', and a 0.5000 to
      *   8.0000 range for each -- so this program starts from the
      *   same defaults when it finds such a file, and the first
      *   set keyed is carried forward from them.
      *
      * INPUT:   TRANS-FILE         - 80-byte parameter transaction
      *                               cards, applied in card order
      *          QUAD-PARM-FILE     - current parameter files, read
      *          RANGE-PARM-FILE      in full at startup; OPTIONAL,
      *          TOWNSHIP-PARM-FILE   as CLREB020 declares them
      *          APPROVAL-FILE
      * OUTPUT:  QUAD-PARM-FILE     - the same four files, rewritten
      *          RANGE-PARM-FILE      with every applied transaction
      *          TOWNSHIP-PARM-FILE
      *          APPROVAL-FILE
      *          PARM-AUDIT-FILE    - 80-byte audit records (copybook
      *                               REBPMAU01), appended
      *          REJECT-FILE        - 80-byte images of rejected
      *                               transactions
      *          PRINT-FILE         - 133-byte maintenance register
      *
      * TRANSACTION CARD:
      *   col  1     file: Q quad, R range, T township, A approval
      *   col  2     action: A add, C change, D delete
      *   cols 3-6   effective tax year (for an approval, the tax
      *              year the approved correction applies to)
      *   col  7     quad (Q, R and A cards)
      *   cols 8-9   township (T cards)
      *   cols 10-15 low factor, 99V9999 (R add and change)
      *   cols 16-21 high factor, 99V9999 (R add and change)
      *   col  22    approved transaction code, C or D (A cards)
      *   cols 23-25 approving supervisor's initials (A cards)
      *   cols 26-28 initials of the operator keying the card
      *
      * VALIDATION RULES:
      *   1. File code and action must be known; operator initials
      *      must be punched; effective year numeric, above zero
      *   2. Quad numeric; township numeric
      *   3. A range must be numeric, above zero, with the low
      *      below the high, on a quad in the quad set in force for
      *      its effective year
      *   4. An approval must name C or D, carry the supervisor's
      *      initials, and be on a quad in force for its year
      *   5. An add must not already be on file; a change or
      *      delete must be. Quad and township records hold nothing
      *      but their key, so they are added and deleted only
      *   6. A quad cannot be deleted while the range set in force
      *      for the same year still holds a range for it
      *   7. No file may grow past the table CLREB020 loads it into
      *
      * ERROR HANDLING:
      *   - Rejected transactions are listed with their reason,
      *     written to REJECT-FILE, and the run ends RETURN-CODE = 4
      *   - A parameter file too large for the maintenance table:
      *     no transaction is applied, no file is rewritten, and the
      *     run ends RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB010.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL MAINTAIN THE EQUALIZATION FACTOR
00007 *         EDIT PARAMETER FILES FROM TRANSACTION CARDS AND LOG
00008 *         EVERY CHANGE ON A PERMANENT AUDIT FILE.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT TRANS-FILE ASSIGN TO UT-S-PMTRAN.
      *        The four parameter files are read at startup and
      *        written again at end of run under the same names.
00017      SELECT OPTIONAL QUAD-PARM-FILE ASSIGN TO UT-S-QUADPM.
00018      SELECT OPTIONAL RANGE-PARM-FILE ASSIGN TO UT-S-RANGEP.
00019      SELECT OPTIONAL TOWNSHIP-PARM-FILE ASSIGN TO UT-S-TWNPM.
00020      SELECT OPTIONAL APPROVAL-FILE ASSIGN TO UT-S-APPRV.
      *        Permanent and cumulative: opened EXTEND, and OPTIONAL
      *        so the first run creates it, the way CLREB020 keeps
      *        its RUN-LOG-FILE.
00021      SELECT OPTIONAL PARM-AUDIT-FILE ASSIGN TO UT-S-PMAUDT.
00022      SELECT REJECT-FILE ASSIGN TO UT-S-PMREJ.
00023      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00024 *    SKIP3
00025  DATA DIVISION.
00026  FILE SECTION.
00027  FD  TRANS-FILE
00028      RECORD CONTAINS 80 CHARACTERS
00029      BLOCK CONTAINS 0 RECORDS
00030      LABEL RECORDS ARE STANDARD
00031      DATA RECORD IS TRANS-REC.
00032  01  TRANS-REC.
00033      05  TC-FILE-ID        PIC X.
00034          88  TC-QUAD-FILE             VALUE 'Q'.
00035          88  TC-RANGE-FILE            VALUE 'R'.
00036          88  TC-TWN-FILE              VALUE 'T'.
00037          88  TC-APPR-FILE             VALUE 'A'.
00038          88  TC-VALID-FILE            VALUE 'Q' 'R' 'T' 'A'.
00039      05  TC-ACTION         PIC X.
00040          88  TC-ADD                   VALUE 'A'.
00041          88  TC-CHANGE                VALUE 'C'.
00042          88  TC-DELETE                VALUE 'D'.
00043          88  TC-VALID-ACTION          VALUE 'A' 'C' 'D'.
00044      05  TC-EFF-YR         PIC X(4).
00045      05  TC-QUAD           PIC X.
00046      05  TC-TWNSHP         PIC XX.
00047      05  TC-LOW            PIC X(6).
00048      05  TC-LOW-RD REDEFINES TC-LOW
00049                            PIC 99V9999.
00050      05  TC-HIGH           PIC X(6).
00051      05  TC-HIGH-RD REDEFINES TC-HIGH
00052                            PIC 99V9999.
00053      05  TC-APPR-TRANS     PIC X.
00054          88  TC-VALID-APPR-TRANS      VALUE 'C' 'D'.
00055      05  TC-APPR-INIT      PIC X(3).
00056      05  TC-OPER-INIT      PIC X(3).
00057      05  FILLER            PIC X(52).
00058 *    SKIP1
00059  FD  QUAD-PARM-FILE
00060      RECORD CONTAINS 5 CHARACTERS
00061      BLOCK CONTAINS 0 RECORDS
00062      LABEL RECORDS ARE STANDARD
00063      DATA RECORD IS QUAD-PARM-REC.
00064  01  QUAD-PARM-REC.
00065      COPY REBQDPM01.
00066 *    SKIP1
00067  FD  RANGE-PARM-FILE
00068      RECORD CONTAINS 17 CHARACTERS
00069      BLOCK CONTAINS 0 RECORDS
00070      LABEL RECORDS ARE STANDARD
00071      DATA RECORD IS RANGE-PARM-REC.
00072  01  RANGE-PARM-REC.
00073      COPY REBRGPM01.
00074 *    SKIP1
00075  FD  TOWNSHIP-PARM-FILE
00076      RECORD CONTAINS 6 CHARACTERS
00077      BLOCK CONTAINS 0 RECORDS
00078      LABEL RECORDS ARE STANDARD
00079      DATA RECORD IS TOWNSHIP-PARM-REC.
00080  01  TOWNSHIP-PARM-REC.
00081      COPY REBTWPM01.
00082 *    SKIP1
00083  FD  APPROVAL-FILE
00084      RECORD CONTAINS 80 CHARACTERS
00085      BLOCK CONTAINS 0 RECORDS
00086      LABEL RECORDS ARE STANDARD
00087      DATA RECORD IS APPROVAL-REC.
00088  01  APPROVAL-REC.
00089      COPY REBAPPR01.
00090 *    SKIP1
00091  FD  PARM-AUDIT-FILE
00092      RECORD CONTAINS 80 CHARACTERS
00093      BLOCK CONTAINS 0 RECORDS
00094      LABEL RECORDS ARE STANDARD
00095      DATA RECORD IS PARM-AUDIT-REC.
00096  01  PARM-AUDIT-REC.
00097      COPY REBPMAU01.
00098 *    SKIP1
00099  FD  REJECT-FILE
00100      RECORD CONTAINS 80 CHARACTERS
00101      BLOCK CONTAINS 0 RECORDS
00102      LABEL RECORDS ARE STANDARD
00103      DATA RECORD IS REJECT-REC.
00104  01  REJECT-REC        PIC X(80).
00105 *    SKIP1
00106  FD  PRINT-FILE
00107      LABEL RECORDS ARE STANDARD
00108      RECORD CONTAINS 133 CHARACTERS
00109      BLOCK CONTAINS 0 RECORDS
00110      DATA RECORD IS PRINT-REC.
00111  01  PRINT-REC         PIC X(133).
00112 *    SKIP3
00113 ****************  WORKING STORAGE STARTS HERE  *******************
00114 *    SKIP1
00115  WORKING-STORAGE SECTION.
00116  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00117  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00118  77  ERR-MESG          PIC X(20)      VALUE 'NOT NUMERIC'.
00119  77  FILE-MESG         PIC X(20)      VALUE 'INVALID FILE CODE'.
00120  77  ACT-MESG          PIC X(20)      VALUE 'INVALID ACTION'.
00121  77  INIT-MESG         PIC X(20)   VALUE 'NO OPERATOR INITIALS'.
00122  77  DUP-MESG          PIC X(20)      VALUE 'ALREADY ON FILE'.
00123  77  NOF-MESG          PIC X(20)      VALUE 'NOT ON FILE'.
00124  77  QUAD-MESG         PIC X(20)      VALUE 'QUAD NOT IN FORCE'.
00125  77  RNG-MESG          PIC X(20)      VALUE 'LOW NOT BELOW HIGH'.
00126  77  USED-MESG         PIC X(20)      VALUE 'RANGE STILL ON FILE'.
00127  77  APTR-MESG         PIC X(20)   VALUE 'APPROVES C OR D ONLY'.
00128  77  APIN-MESG         PIC X(20)   VALUE 'NO APPROVER INITIALS'.
00129  77  FULL-MESG         PIC X(20)      VALUE 'FILE FULL'.
00130  77  TRANS-CNT         PIC S999       VALUE +0       COMP-3.
      *    Transaction cards read.
00131  77  APPLIED-CNT       PIC S999       VALUE +0       COMP-3.
00132  77  ERROR-CNT         PIC S999       VALUE +0       COMP-3.
      *    Transactions rejected.
00133  77  AUDIT-CNT         PIC S999       VALUE +0       COMP-3.
      *    Audit records appended, carried-forward records included.
00134  77  QUAD-OUT-CNT      PIC S999       VALUE +0       COMP-3.
00135  77  RANGE-OUT-CNT     PIC S999       VALUE +0       COMP-3.
00136  77  TWN-OUT-CNT       PIC S999       VALUE +0       COMP-3.
00137  77  APPR-OUT-CNT      PIC S999       VALUE +0       COMP-3.
00138  77  QUAD-IN-CNT       PIC S999       VALUE +0       COMP-3.
00139  77  RANGE-IN-CNT      PIC S999       VALUE +0       COMP-3.
00140  77  TRANS-EOF-SW      PIC X          VALUE 'N'.
00141      88  TRANS-EOF                    VALUE 'Y'.
00142  77  PARM-EOF-SW       PIC X          VALUE 'N'.
      *    End of whichever parameter file is being loaded; reset
      *    before each.
00143      88  PARM-EOF                     VALUE 'Y'.
00144  77  LOAD-FAIL-SW      PIC X          VALUE 'N'.
      *    Set when a parameter file overflows PARM-TABLE; nothing
      *    is applied and nothing is rewritten.
00145      88  LOAD-FAILED                  VALUE 'Y'.
00146  77  REJECT-SW         PIC X          VALUE 'N'.
00147      88  TRANS-REJECTED               VALUE 'Y'.
00148  77  KEY-FOUND-SW      PIC X          VALUE 'N'.
00149      88  KEY-FOUND                    VALUE 'Y'.
00150  77  SEED-NO           PIC 9          VALUE 0.
      *----------------------------------------------------------------
      * Lookup and carry-forward work fields.
      *   WK-FIND-FILE/EFF/KEY name the entry 040-FIND-ENTRY looks
      *   for. WK-SET-FILE and WK-SET-FOR-YR name the file and tax
      *   year 045-FIND-SET resolves to SET-YR, the effective year
      *   of the set in force -- chosen exactly as CLREB020's
      *   021-SELECT-PARMS chooses it, so both programs agree on
      *   which set governs a year.
      *----------------------------------------------------------------
00151  77  WK-FIND-FILE      PIC X          VALUE SPACE.
00152  77  WK-FIND-EFF       PIC X(4)       VALUE SPACES.
00153  77  WK-SET-FILE       PIC X          VALUE SPACE.
00154  77  WK-SET-FOR-YR     PIC X(4)       VALUE SPACES.
00155  77  SET-YR            PIC X(4)       VALUE SPACES.
00156  77  LOW-SET-YR        PIC X(4)       VALUE SPACES.
00157  77  FILE-CNT          PIC S999       VALUE +0       COMP-3.
      *    Records WK-SET-FILE will write, before this transaction.
00158  77  CARRY-CNT         PIC S999       VALUE +0       COMP-3.
      *    Records in the set about to be carried forward.
00159  77  FILE-LIMIT        PIC S999       VALUE +0       COMP-3.
      *    Largest file CLREB020 can load for WK-SET-FILE.
00160  77  ROOM-NEEDED       PIC S999       VALUE +0       COMP-3.
00161  77  CARRY-END         PIC S999       VALUE +0       COMP-3.
00162  77  AUDIT-ACTION      PIC X          VALUE SPACE.
00163  77  AUDIT-BEFORE      PIC X(20)      VALUE SPACES.
00164  77  AUDIT-AFTER       PIC X(20)      VALUE SPACES.
00165 *    SKIP1
00166  01  WORK-AREA.
00167      05 RUN-STAMP.
00168        10 RS-DATE    PIC X(8).
00169        10 RS-TIME    PIC X(6).
00170      05 WK-FIND-KEY.
00171         10 WK-FIND-QUAD  PIC X.
00172         10 WK-FIND-TRANS PIC X.
00173         10 FILLER        PIC X.
00174      05 WK-FIND-TWP-KEY REDEFINES WK-FIND-KEY.
00175         10 WK-FIND-TWNSHP PIC XX.
00176         10 FILLER        PIC X.
      *    -- One parameter record, in its own file's layout, for
      *    the audit file's before and after images --
00177      05 IMAGE-AREA.
00178         10 QI-EFF-YR  PIC X(4).
00179         10 QI-QUAD    PIC X.
00180         10 FILLER     PIC X(15).
00181      05 RANGE-IMAGE REDEFINES IMAGE-AREA.
00182         10 RI-EFF-YR  PIC X(4).
00183         10 RI-QUAD    PIC X.
00184         10 RI-LOW     PIC 99V9999.
00185         10 RI-HIGH    PIC 99V9999.
00186         10 FILLER     PIC X(3).
00187      05 TWN-IMAGE REDEFINES IMAGE-AREA.
00188         10 TI-EFF-YR  PIC X(4).
00189         10 TI-TWNSHP  PIC XX.
00190         10 FILLER     PIC X(14).
00191      05 APPR-IMAGE REDEFINES IMAGE-AREA.
00192         10 AI-YR      PIC X(4).
00193         10 AI-QUAD    PIC X.
00194         10 AI-TRANS   PIC X.
00195         10 AI-INIT    PIC X(3).
00196         10 FILLER     PIC X(11).
00197      05 DATE-LINE.
00198         10 FILLER     PIC X(11)      VALUE SPACES.
00199         10 DATE-DT    PIC X(8).
00200      05 HDG-LINE.
00201         10 FILLER     PIC X(11)      VALUE SPACES.
00202         10 FILLER     PIC X(40)      VALUE 'CLREB010'.
00203         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00204 -        'Y  CLERK'.
00205         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00206         10 HDG-PG     PIC ZZ9.
00207      05  TTL-LINE.
00208         10 FILLER     PIC X(46)      VALUE SPACES.
00209         10 FILLER     PIC X(16)      VALUE 'PARAMETER  FILE '.
00210         10 FILLER     PIC X(12)      VALUE ' MAINTENANCE'.
00211      05  TTL-LINE2.
00212         10 FILLER     PIC X(7)       VALUE SPACES.
00213         10 FILLER     PIC X(6)       VALUE 'FILE'.
00214         10 FILLER     PIC X(6)       VALUE 'ACTN'.
00215         10 FILLER     PIC X(8)       VALUE 'EFF YR'.
00216         10 FILLER     PIC X(6)       VALUE 'QUAD'.
00217         10 FILLER     PIC X(5)       VALUE 'TWP'.
00218         10 FILLER     PIC X(10)      VALUE '    LOW'.
00219         10 FILLER     PIC X(10)      VALUE '   HIGH'.
00220         10 FILLER     PIC X(5)       VALUE 'TRN'.
00221         10 FILLER     PIC X(6)       VALUE 'APPR'.
00222         10 FILLER     PIC X(6)       VALUE 'OPER'.
00223         10 FILLER     PIC X(11)      VALUE 'DISPOSITION'.
      *----------------------------------------------------------------
      * TRANS-LINE: one register line per transaction card. The
      *   range factors print edited only when numeric; otherwise
      *   the punched characters print as they are.
      *----------------------------------------------------------------
00224      05  TRANS-LINE.
00225         10 FILLER     PIC X(7)       VALUE SPACES.
00226         10 TL-FILE-ID PIC X.
00227         10 FILLER     PIC X(5)       VALUE SPACES.
00228         10 TL-ACTION  PIC X.
00229         10 FILLER     PIC X(5)       VALUE SPACES.
00230         10 TL-EFF-YR  PIC X(4).
00231         10 FILLER     PIC X(4)       VALUE SPACES.
00232         10 TL-QUAD    PIC X.
00233         10 FILLER     PIC X(5)       VALUE SPACES.
00234         10 TL-TWNSHP  PIC XX.
00235         10 FILLER     PIC X(3)       VALUE SPACES.
00236         10 TL-LOW     PIC Z9.9999.
00237         10 TL-LOW-X REDEFINES TL-LOW
00238                       PIC X(7).
00239         10 FILLER     PIC X(3)       VALUE SPACES.
00240         10 TL-HIGH    PIC Z9.9999.
00241         10 TL-HIGH-X REDEFINES TL-HIGH
00242                       PIC X(7).
00243         10 FILLER     PIC X(3)       VALUE SPACES.
00244         10 TL-APPR-TRANS PIC X.
00245         10 FILLER     PIC X(4)       VALUE SPACES.
00246         10 TL-APPR-INIT PIC X(3).
00247         10 FILLER     PIC X(3)       VALUE SPACES.
00248         10 TL-OPER-INIT PIC X(3).
00249         10 FILLER     PIC X(3)       VALUE SPACES.
00250         10 TL-MESG    PIC X(20)      VALUE SPACES.
      *    -- Control-total trailer page templates --
00251      05  TRL-TTL-LINE.
00252         10  FILLER PIC X(46) VALUE SPACES.
00253         10  FILLER PIC X(15) VALUE 'CONTROL  TOTALS'.
00254      05  TRL-LINE.
00255         10 FILLER     PIC X(40)      VALUE SPACES.
00256         10 TRL-TEXT   PIC X(22).
00257         10 TRL-CNT    PIC ZZZZ9.
      *----------------------------------------------------------------
      * PARM-TABLE: All four parameter files, loaded once at startup
      *   (015 thru 024) into one table so every lookup, set choice
      *   and carry-forward below is written once rather than four
      *   times. PE-FILE-ID says which file an entry belongs to. The
      *   key is the quad, the township, or the quad and approved
      *   transaction code, by file. A deleted entry stays in the
      *   table marked 'D' and is simply not written back; a
      *   built-in default entry (019/020) is marked 'S' -- it
      *   counts for every check but is never written, so a file
      *   that was empty stays empty until a set is keyed.
      *----------------------------------------------------------------
00258  77  PE-CNT            PIC S999       VALUE +0       COMP-3.
00259      88  PARM-TABLE-FULL              VALUE +999.
00260  77  PE-SUB            PIC S999       VALUE +0       COMP-3.
00261  77  FIND-SUB          PIC S999       VALUE +0       COMP-3.
00262  77  SET-SUB           PIC S999       VALUE +0       COMP-3.
00263  77  CARRY-SUB         PIC S999       VALUE +0       COMP-3.
00264  01  PARM-TABLE.
00265      05  PARM-ENTRY OCCURS 999 TIMES.
00266          10  PE-FILE-ID    PIC X.
00267          10  PE-EFF-YR     PIC X(4).
00268          10  PE-KEY.
00269              15  PE-QUAD       PIC X.
00270              15  PE-TRANS      PIC X.
00271              15  FILLER        PIC X.
00272          10  PE-TWP-KEY REDEFINES PE-KEY.
00273              15  PE-TWNSHP     PIC XX.
00274              15  FILLER        PIC X.
00275          10  PE-LOW        PIC 99V9999.
00276          10  PE-HIGH       PIC 99V9999.
00277          10  PE-INIT       PIC X(3).
00278          10  PE-STATUS     PIC X.
00279              88  PE-ACTIVE                VALUE ' ' 'S'.
00280              88  PE-SEEDED                VALUE 'S'.
00281              88  PE-DELETED               VALUE 'D'.
00282 *    SKIP3
00283 *****************  WORKING STORAGE ENDS HERE  ********************
00284 *SKIP3
00285  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load all four parameter files into PARM-TABLE
      *     2. Unless a file overflowed the table, apply the
      *        transactions in card order, listing each with its
      *        disposition and auditing every change, then rewrite
      *        the four files from the table
      *     3. Print the control totals, display statistics and
      *        terminate
      *----------------------------------------------------------------
00286  010-BEGIN.
00287      OPEN    INPUT TRANS-FILE
00288                    QUAD-PARM-FILE
00289                    RANGE-PARM-FILE
00290                    TOWNSHIP-PARM-FILE
00291                    APPROVAL-FILE
00292              OUTPUT REJECT-FILE
00293                     PRINT-FILE
00294              EXTEND PARM-AUDIT-FILE
00295      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00296      MOVE    RS-DATE TO DATE-DT
00297      PERFORM 015-LOAD-QUADS THRU 015-EXIT
00298      PERFORM 017-LOAD-RANGES THRU 017-EXIT
00299      PERFORM 021-LOAD-TOWNSHIPS THRU 021-EXIT
00300      PERFORM 023-LOAD-APPROVALS THRU 023-EXIT
00301      CLOSE   QUAD-PARM-FILE
00302              RANGE-PARM-FILE
00303              TOWNSHIP-PARM-FILE
00304              APPROVAL-FILE
00305      IF      LOAD-FAILED
00306              DISPLAY 'NO TRANSACTIONS APPLIED'
00307              DISPLAY 'PARAMETER FILES NOT REWRITTEN'
00308              MOVE 16 TO RETURN-CODE
00309      ELSE
00310              PERFORM 030-APPLY-TRANSACTIONS THRU 030-EXIT
00311              OPEN    OUTPUT QUAD-PARM-FILE
00312                             RANGE-PARM-FILE
00313                             TOWNSHIP-PARM-FILE
00314                             APPROVAL-FILE
00315              PERFORM 070-WRITE-PARM THRU 070-EXIT
00316                      VARYING PE-SUB FROM 1 BY 1
00317                      UNTIL   PE-SUB GREATER THAN PE-CNT
00318              CLOSE   QUAD-PARM-FILE
00319                      RANGE-PARM-FILE
00320                      TOWNSHIP-PARM-FILE
00321                      APPROVAL-FILE
00322      END-IF
00323      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00324      IF      ERROR-CNT GREATER THAN ZERO
00325         AND  RETURN-CODE LESS THAN 4
00326              MOVE 4 TO RETURN-CODE
00327      END-IF
00328      DISPLAY 'NO. OF TRANSACTIONS READ = ' TRANS-CNT
00329      DISPLAY 'NO. OF TRANSACTIONS MADE = ' APPLIED-CNT
00330      DISPLAY 'NO. OF TRANSACTIONS REJD = ' ERROR-CNT
00331      DISPLAY 'NO. OF AUDIT RECORDS     = ' AUDIT-CNT
00332      CLOSE   TRANS-FILE
00333              REJECT-FILE
00334              PRINT-FILE
00335              PARM-AUDIT-FILE
00336      STOP RUN.
00337 *    SKIP3
      *----------------------------------------------------------------
      * 015-LOAD-QUADS thru 024-STORE-APPROVAL: Load the four
      *   parameter files into PARM-TABLE, one entry per record.
      *
      *   Business logic:
      *     Each file is read to exhaustion. A file that overflows
      *     the table sets LOAD-FAILED: the table no longer holds
      *     the whole file, so rewriting it would lose records. An
      *     empty quad or range file is replaced in the table by
      *     CLREB020's built-in defaults (019/020), effective year
      *     zero, so the first set keyed is carried forward from
      *     the same codes and ranges CLREB020 was really using.
      *----------------------------------------------------------------
00338  015-LOAD-QUADS.
00339      MOVE    'N' TO PARM-EOF-SW
00340      READ    QUAD-PARM-FILE
00341              AT END MOVE 'Y' TO PARM-EOF-SW
00342      END-READ
00343      PERFORM 016-STORE-QUAD THRU 016-EXIT
00344              UNTIL PARM-EOF
00345      IF      QUAD-IN-CNT EQUAL TO ZERO
00346              PERFORM 019-SEED-QUAD THRU 019-EXIT
00347                      VARYING SEED-NO FROM 1 BY 1
00348                      UNTIL   SEED-NO GREATER THAN 4
00349      END-IF.
00350 *    SKIP1
00351  015-EXIT.
00352      EXIT.
00353 *    SKIP1
00354  016-STORE-QUAD.
00355      ADD     +1 TO QUAD-IN-CNT
00356      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00357      IF      NOT LOAD-FAILED
00358              MOVE 'Q'        TO PE-FILE-ID (PE-SUB)
00359              MOVE QP-EFF-YR  TO PE-EFF-YR (PE-SUB)
00360              MOVE QP-QUAD    TO PE-QUAD (PE-SUB)
00361      END-IF
00362      READ    QUAD-PARM-FILE
00363              AT END MOVE 'Y' TO PARM-EOF-SW
00364      END-READ.
00365 *    SKIP1
00366  016-EXIT.
00367      EXIT.
00368 *    SKIP1
00369  017-LOAD-RANGES.
00370      MOVE    'N' TO PARM-EOF-SW
00371      READ    RANGE-PARM-FILE
00372              AT END MOVE 'Y' TO PARM-EOF-SW
00373      END-READ
00374      PERFORM 018-STORE-RANGE THRU 018-EXIT
00375              UNTIL PARM-EOF
00376      IF      RANGE-IN-CNT EQUAL TO ZERO
00377              PERFORM 020-SEED-RANGE THRU 020-EXIT
00378                      VARYING SEED-NO FROM 1 BY 1
00379                      UNTIL   SEED-NO GREATER THAN 4
00380      END-IF.
00381 *    SKIP1
00382  017-EXIT.
00383      EXIT.
00384 *    SKIP1
00385  018-STORE-RANGE.
00386      ADD     +1 TO RANGE-IN-CNT
00387      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00388      IF      NOT LOAD-FAILED
00389              MOVE 'R'        TO PE-FILE-ID (PE-SUB)
00390              MOVE RP-EFF-YR  TO PE-EFF-YR (PE-SUB)
00391              MOVE RP-QUAD    TO PE-QUAD (PE-SUB)
00392              MOVE RP-LOW     TO PE-LOW (PE-SUB)
00393              MOVE RP-HIGH    TO PE-HIGH (PE-SUB)
00394      END-IF
00395      READ    RANGE-PARM-FILE
00396              AT END MOVE 'Y' TO PARM-EOF-SW
00397      END-READ.
00398 *    SKIP1
00399  018-EXIT.
00400      EXIT.
00401 *    SKIP1
00402  019-SEED-QUAD.
00403      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00404      IF      NOT LOAD-FAILED
00405              MOVE 'Q'        TO PE-FILE-ID (PE-SUB)
00406              MOVE '0000'     TO PE-EFF-YR (PE-SUB)
00407              MOVE SEED-NO    TO PE-QUAD (PE-SUB)
00408              MOVE 'S'        TO PE-STATUS (PE-SUB)
00409      END-IF.
00410 *    SKIP1
00411  019-EXIT.
00412      EXIT.
00413 *    SKIP1
00414  020-SEED-RANGE.
00415      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00416      IF      NOT LOAD-FAILED
00417              MOVE 'R'        TO PE-FILE-ID (PE-SUB)
00418              MOVE '0000'     TO PE-EFF-YR (PE-SUB)
00419              MOVE SEED-NO    TO PE-QUAD (PE-SUB)
00420              MOVE 0.5000     TO PE-LOW (PE-SUB)
00421              MOVE 8.0000     TO PE-HIGH (PE-SUB)
00422              MOVE 'S'        TO PE-STATUS (PE-SUB)
00423      END-IF.
00424 *    SKIP1
00425  020-EXIT.
00426      EXIT.
00427 *    SKIP1
00428  021-LOAD-TOWNSHIPS.
00429      MOVE    'N' TO PARM-EOF-SW
00430      READ    TOWNSHIP-PARM-FILE
00431              AT END MOVE 'Y' TO PARM-EOF-SW
00432      END-READ
00433      PERFORM 022-STORE-TOWNSHIP THRU 022-EXIT
00434              UNTIL PARM-EOF.
00435 *    SKIP1
00436  021-EXIT.
00437      EXIT.
00438 *    SKIP1
00439  022-STORE-TOWNSHIP.
00440      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00441      IF      NOT LOAD-FAILED
00442              MOVE 'T'        TO PE-FILE-ID (PE-SUB)
00443              MOVE TP-EFF-YR  TO PE-EFF-YR (PE-SUB)
00444              MOVE TP-TWNSHP  TO PE-TWNSHP (PE-SUB)
00445      END-IF
00446      READ    TOWNSHIP-PARM-FILE
00447              AT END MOVE 'Y' TO PARM-EOF-SW
00448      END-READ.
00449 *    SKIP1
00450  022-EXIT.
00451      EXIT.
00452 *    SKIP1
00453  023-LOAD-APPROVALS.
00454      MOVE    'N' TO PARM-EOF-SW
00455      READ    APPROVAL-FILE
00456              AT END MOVE 'Y' TO PARM-EOF-SW
00457      END-READ
00458      PERFORM 024-STORE-APPROVAL THRU 024-EXIT
00459              UNTIL PARM-EOF.
00460 *    SKIP1
00461  023-EXIT.
00462      EXIT.
00463 *    SKIP1
00464  024-STORE-APPROVAL.
00465      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00466      IF      NOT LOAD-FAILED
00467              MOVE 'A'        TO PE-FILE-ID (PE-SUB)
00468              MOVE AP-YR      TO PE-EFF-YR (PE-SUB)
00469              MOVE AP-QUAD    TO PE-QUAD (PE-SUB)
00470              MOVE AP-TRANS   TO PE-TRANS (PE-SUB)
00471              MOVE AP-INIT    TO PE-INIT (PE-SUB)
00472      END-IF
00473      READ    APPROVAL-FILE
00474              AT END MOVE 'Y' TO PARM-EOF-SW
00475      END-READ.
00476 *    SKIP1
00477  024-EXIT.
00478      EXIT.
00479 *    SKIP3
      *----------------------------------------------------------------
      * 025-NEW-ENTRY: Take the next PARM-TABLE entry, cleared to an
      *   active entry with zero factors, and leave PE-SUB on it.
      *   A full table at load time fails the load; the callers
      *   that add entries while applying transactions have
      *   already checked for room (050-OPEN-SET).
      *----------------------------------------------------------------
00480  025-NEW-ENTRY.
00481      IF      PARM-TABLE-FULL
00482              IF      NOT LOAD-FAILED
00483                      DISPLAY 'PARAMETER TABLE FULL'
00484                      MOVE 'Y' TO LOAD-FAIL-SW
00485              END-IF
00486              GO TO 025-EXIT.
00487      ADD     +1               TO PE-CNT
00488      MOVE    PE-CNT           TO PE-SUB
00489      MOVE    SPACES           TO PARM-ENTRY (PE-SUB)
00490      MOVE    ZERO             TO PE-LOW (PE-SUB)
00491                                  PE-HIGH (PE-SUB).
00492 *    SKIP1
00493  025-EXIT.
00494      EXIT.
00495 *    SKIP3
      *----------------------------------------------------------------
      * 030-APPLY-TRANSACTIONS: Apply every transaction card, in
      *   card order, so a later card sees the effect of an earlier
      *   one -- a range keyed after the card that adds its quad is
      *   accepted.
      *----------------------------------------------------------------
00496  030-APPLY-TRANSACTIONS.
00497      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00498      READ    TRANS-FILE
00499              AT END MOVE 'Y' TO TRANS-EOF-SW
00500      END-READ
00501      PERFORM 031-APPLY-ONE THRU 031-EXIT
00502              UNTIL TRANS-EOF.
00503 *    SKIP1
00504  030-EXIT.
00505      EXIT.
00506 *    SKIP1
      *----------------------------------------------------------------
      * 031-APPLY-ONE: Validate and apply one transaction.
      *
      *   Business logic:
      *     The checks every card shares are made here; the checks
      *     particular to each file, and the change itself, are
      *     made by 032 thru 035, which set TRANS-REJECTED and the
      *     reason on a failure. A rejected card changes nothing;
      *     it is listed with its reason and written to
      *     REJECT-FILE.
      *----------------------------------------------------------------
00507  031-APPLY-ONE.
00508      ADD     +1 TO TRANS-CNT
00509      MOVE    'N' TO REJECT-SW
00510      IF      NOT TC-VALID-FILE
00511              MOVE FILE-MESG TO TL-MESG
00512              GO TO 031-REJECT.
00513      IF      NOT TC-VALID-ACTION
00514              MOVE ACT-MESG TO TL-MESG
00515              GO TO 031-REJECT.
00516      IF      TC-OPER-INIT EQUAL TO SPACES
00517              MOVE INIT-MESG TO TL-MESG
00518              GO TO 031-REJECT.
00519      IF      TC-EFF-YR NOT NUMERIC
00520         OR   TC-EFF-YR NOT GREATER THAN '0000'
00521              MOVE ERR-MESG TO TL-MESG
00522              GO TO 031-REJECT.
00523      IF      TC-QUAD-FILE
00524              PERFORM 032-QUAD-TRANS THRU 032-EXIT.
00525      IF      TC-RANGE-FILE
00526              PERFORM 033-RANGE-TRANS THRU 033-EXIT.
00527      IF      TC-TWN-FILE
00528              PERFORM 034-TWN-TRANS THRU 034-EXIT.
00529      IF      TC-APPR-FILE
00530              PERFORM 035-APPR-TRANS THRU 035-EXIT.
00531      IF      TRANS-REJECTED
00532              GO TO 031-REJECT.
00533      ADD     +1 TO APPLIED-CNT
00534      MOVE    'APPLIED' TO TL-MESG
00535      PERFORM 058-WRITE-TRANS THRU 058-EXIT
00536      GO TO 031-READ.
00537 *    SKIP1
00538  031-REJECT.
00539      ADD     +1 TO ERROR-CNT
00540      MOVE    TRANS-REC TO REJECT-REC
00541      WRITE   REJECT-REC
00542      PERFORM 058-WRITE-TRANS THRU 058-EXIT.
00543 *    SKIP1
00544  031-READ.
00545      READ    TRANS-FILE
00546              AT END MOVE 'Y' TO TRANS-EOF-SW
00547      END-READ.
00548 *    SKIP1
00549  031-EXIT.
00550      EXIT.
00551 *    SKIP3
      *----------------------------------------------------------------
      * 032-QUAD-TRANS: Add or delete a quad code.
      *
      *   Business logic:
      *     The quad must be numeric -- it becomes FT-QUAD on the
      *     factor file. Before a delete, the range set in force
      *     for the same year must no longer hold a range for the
      *     quad. The key is then looked up in the quad set in
      *     force for the effective year: an add must not find it,
      *     a delete must. 050-OPEN-SET carries that set forward if
      *     it belongs to an earlier year, and the change is made
      *     in the effective year's own set.
      *----------------------------------------------------------------
00552  032-QUAD-TRANS.
00553      IF      TC-QUAD NOT NUMERIC
00554              MOVE ERR-MESG TO TL-MESG
00555              MOVE 'Y' TO REJECT-SW
00556              GO TO 032-EXIT.
00557      IF      TC-CHANGE
00558              MOVE ACT-MESG TO TL-MESG
00559              MOVE 'Y' TO REJECT-SW
00560              GO TO 032-EXIT.
00561      MOVE    SPACES    TO WK-FIND-KEY
00562      MOVE    TC-QUAD   TO WK-FIND-QUAD
00563      MOVE    TC-EFF-YR TO WK-SET-FOR-YR
00564      IF      TC-DELETE
00565              MOVE    'R' TO WK-SET-FILE
00566              PERFORM 045-FIND-SET THRU 045-EXIT
00567              MOVE    'R'    TO WK-FIND-FILE
00568              MOVE    SET-YR TO WK-FIND-EFF
00569              PERFORM 040-FIND-ENTRY THRU 040-EXIT
00570              IF      KEY-FOUND
00571                      MOVE USED-MESG TO TL-MESG
00572                      MOVE 'Y' TO REJECT-SW
00573                      GO TO 032-EXIT
00574              END-IF
00575      END-IF
00576      MOVE    'Q'       TO WK-SET-FILE
00577      PERFORM 045-FIND-SET THRU 045-EXIT
00578      MOVE    'Q'       TO WK-FIND-FILE
00579      MOVE    SET-YR    TO WK-FIND-EFF
00580      PERFORM 040-FIND-ENTRY THRU 040-EXIT
00581      IF      TC-ADD
00582         AND  KEY-FOUND
00583              MOVE DUP-MESG TO TL-MESG
00584              MOVE 'Y' TO REJECT-SW
00585              GO TO 032-EXIT.
00586      IF      TC-DELETE
00587         AND  NOT KEY-FOUND
00588              MOVE NOF-MESG TO TL-MESG
00589              MOVE 'Y' TO REJECT-SW
00590              GO TO 032-EXIT.
00591      PERFORM 050-OPEN-SET THRU 050-EXIT
00592      IF      TRANS-REJECTED
00593              GO TO 032-EXIT.
00594      IF      TC-ADD
00595              PERFORM 052-ADD-ENTRY THRU 052-EXIT
00596      ELSE
00597              PERFORM 054-DELETE-ENTRY THRU 054-EXIT
00598      END-IF.
00599 *    SKIP1
00600  032-EXIT.
00601      EXIT.
00602 *    SKIP3
      *----------------------------------------------------------------
      * 033-RANGE-TRANS: Add, change or delete a quad's factor
      *   range.
      *
      *   Business logic:
      *     An add or change must carry a numeric low and high, the
      *     low above zero and below the high, on a quad in the quad
      *     set in force for the effective year -- a range for a
      *     quad CLREB020 would reject anyway is a keying error. The
      *     key is then looked up in the range set in force: an add
      *     must not find it, a change or delete must. The set is
      *     opened for the effective year (050-OPEN-SET) and the
      *     change made there.
      *----------------------------------------------------------------
00603  033-RANGE-TRANS.
00604      IF      TC-QUAD NOT NUMERIC
00605              MOVE ERR-MESG TO TL-MESG
00606              MOVE 'Y' TO REJECT-SW
00607              GO TO 033-EXIT.
00608      MOVE    SPACES    TO WK-FIND-KEY
00609      MOVE    TC-QUAD   TO WK-FIND-QUAD
00610      MOVE    TC-EFF-YR TO WK-SET-FOR-YR
00611      IF      NOT TC-DELETE
00612          IF      TC-LOW-RD NOT NUMERIC
00613             OR   TC-HIGH-RD NOT NUMERIC
00614                  MOVE ERR-MESG TO TL-MESG
00615                  MOVE 'Y' TO REJECT-SW
00616                  GO TO 033-EXIT
00617          END-IF
00618          IF      TC-LOW-RD NOT GREATER THAN ZERO
00619             OR   TC-LOW-RD NOT LESS THAN TC-HIGH-RD
00620                  MOVE RNG-MESG TO TL-MESG
00621                  MOVE 'Y' TO REJECT-SW
00622                  GO TO 033-EXIT
00623          END-IF
00624          PERFORM 048-CHECK-QUAD THRU 048-EXIT
00625          IF      NOT KEY-FOUND
00626                  MOVE QUAD-MESG TO TL-MESG
00627                  MOVE 'Y' TO REJECT-SW
00628                  GO TO 033-EXIT
00629          END-IF
00630      END-IF
00631      MOVE    'R'       TO WK-SET-FILE
00632      PERFORM 045-FIND-SET THRU 045-EXIT
00633      MOVE    'R'       TO WK-FIND-FILE
00634      MOVE    SET-YR    TO WK-FIND-EFF
00635      PERFORM 040-FIND-ENTRY THRU 040-EXIT
00636      IF      TC-ADD
00637         AND  KEY-FOUND
00638              MOVE DUP-MESG TO TL-MESG
00639              MOVE 'Y' TO REJECT-SW
00640              GO TO 033-EXIT.
00641      IF      NOT TC-ADD
00642         AND  NOT KEY-FOUND
00643              MOVE NOF-MESG TO TL-MESG
00644              MOVE 'Y' TO REJECT-SW
00645              GO TO 033-EXIT.
00646      PERFORM 050-OPEN-SET THRU 050-EXIT
00647      IF      TRANS-REJECTED
00648              GO TO 033-EXIT.
00649      IF      TC-ADD
00650              PERFORM 052-ADD-ENTRY THRU 052-EXIT
00651              GO TO 033-EXIT.
00652      IF      TC-DELETE
00653              PERFORM 054-DELETE-ENTRY THRU 054-EXIT
00654              GO TO 033-EXIT.
00655      PERFORM 053-FIND-OPEN-ENTRY THRU 053-EXIT
00656      MOVE    FIND-SUB     TO PE-SUB
00657      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00658      MOVE    IMAGE-AREA   TO AUDIT-BEFORE
00659      MOVE    TC-LOW-RD    TO PE-LOW (PE-SUB)
00660      MOVE    TC-HIGH-RD   TO PE-HIGH (PE-SUB)
00661      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00662      MOVE    IMAGE-AREA   TO AUDIT-AFTER
00663      MOVE    'C'          TO AUDIT-ACTION
00664      PERFORM 055-WRITE-AUDIT THRU 055-EXIT.
00665 *    SKIP1
00666  033-EXIT.
00667      EXIT.
00668 *    SKIP3
      *----------------------------------------------------------------
      * 034-TWN-TRANS: Add or delete a township code, set by set
      *   exactly as 032-QUAD-TRANS handles a quad code.
      *----------------------------------------------------------------
00669  034-TWN-TRANS.
00670      IF      TC-TWNSHP NOT NUMERIC
00671              MOVE ERR-MESG TO TL-MESG
00672              MOVE 'Y' TO REJECT-SW
00673              GO TO 034-EXIT.
00674      IF      TC-CHANGE
00675              MOVE ACT-MESG TO TL-MESG
00676              MOVE 'Y' TO REJECT-SW
00677              GO TO 034-EXIT.
00678      MOVE    SPACES    TO WK-FIND-KEY
00679      MOVE    TC-TWNSHP TO WK-FIND-TWNSHP
00680      MOVE    TC-EFF-YR TO WK-SET-FOR-YR
00681      MOVE    'T'       TO WK-SET-FILE
00682      PERFORM 045-FIND-SET THRU 045-EXIT
00683      MOVE    'T'       TO WK-FIND-FILE
00684      MOVE    SET-YR    TO WK-FIND-EFF
00685      PERFORM 040-FIND-ENTRY THRU 040-EXIT
00686      IF      TC-ADD
00687         AND  KEY-FOUND
00688              MOVE DUP-MESG TO TL-MESG
00689              MOVE 'Y' TO REJECT-SW
00690              GO TO 034-EXIT.
00691      IF      TC-DELETE
00692         AND  NOT KEY-FOUND
00693              MOVE NOF-MESG TO TL-MESG
00694              MOVE 'Y' TO REJECT-SW
00695              GO TO 034-EXIT.
00696      PERFORM 050-OPEN-SET THRU 050-EXIT
00697      IF      TRANS-REJECTED
00698              GO TO 034-EXIT.
00699      IF      TC-ADD
00700              PERFORM 052-ADD-ENTRY THRU 052-EXIT
00701      ELSE
00702              PERFORM 054-DELETE-ENTRY THRU 054-EXIT
00703      END-IF.
00704 *    SKIP1
00705  034-EXIT.
00706      EXIT.
00707 *    SKIP3
      *----------------------------------------------------------------
      * 035-APPR-TRANS: Add, change or delete a correction approval.
      *
      *   Business logic:
      *     The approval must name a C or D correction on a quad in
      *     force for its tax year; an add or change must carry the
      *     approving supervisor's initials, which are all a change
      *     can alter. An approval belongs to its own tax year only,
      *     so it is looked up and stored under that year with no
      *     set carried forward.
      *----------------------------------------------------------------
00708  035-APPR-TRANS.
00709      IF      TC-QUAD NOT NUMERIC
00710              MOVE ERR-MESG TO TL-MESG
00711              MOVE 'Y' TO REJECT-SW
00712              GO TO 035-EXIT.
00713      IF      NOT TC-VALID-APPR-TRANS
00714              MOVE APTR-MESG TO TL-MESG
00715              MOVE 'Y' TO REJECT-SW
00716              GO TO 035-EXIT.
00717      IF      NOT TC-DELETE
00718         AND  TC-APPR-INIT EQUAL TO SPACES
00719              MOVE APIN-MESG TO TL-MESG
00720              MOVE 'Y' TO REJECT-SW
00721              GO TO 035-EXIT.
00722      MOVE    SPACES    TO WK-FIND-KEY
00723      MOVE    TC-QUAD   TO WK-FIND-QUAD
00724      MOVE    TC-EFF-YR TO WK-SET-FOR-YR
00725      PERFORM 048-CHECK-QUAD THRU 048-EXIT
00726      IF      NOT KEY-FOUND
00727              MOVE QUAD-MESG TO TL-MESG
00728              MOVE 'Y' TO REJECT-SW
00729              GO TO 035-EXIT.
00730      MOVE    TC-APPR-TRANS TO WK-FIND-TRANS
00731      MOVE    'A'       TO WK-FIND-FILE
00732      MOVE    TC-EFF-YR TO WK-FIND-EFF
00733      PERFORM 040-FIND-ENTRY THRU 040-EXIT
00734      IF      TC-ADD
00735         AND  KEY-FOUND
00736              MOVE DUP-MESG TO TL-MESG
00737              MOVE 'Y' TO REJECT-SW
00738              GO TO 035-EXIT.
00739      IF      NOT TC-ADD
00740         AND  NOT KEY-FOUND
00741              MOVE NOF-MESG TO TL-MESG
00742              MOVE 'Y' TO REJECT-SW
00743              GO TO 035-EXIT.
      *    Naming the approval's own year as the set in force keeps
      *    050-OPEN-SET to its room check.
00744      MOVE    'A'       TO WK-SET-FILE
00745      MOVE    TC-EFF-YR TO SET-YR
00746      PERFORM 050-OPEN-SET THRU 050-EXIT
00747      IF      TRANS-REJECTED
00748              GO TO 035-EXIT.
00749      IF      TC-ADD
00750              PERFORM 052-ADD-ENTRY THRU 052-EXIT
00751              GO TO 035-EXIT.
00752      IF      TC-DELETE
00753              PERFORM 054-DELETE-ENTRY THRU 054-EXIT
00754              GO TO 035-EXIT.
00755      MOVE    FIND-SUB      TO PE-SUB
00756      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00757      MOVE    IMAGE-AREA    TO AUDIT-BEFORE
00758      MOVE    TC-APPR-INIT  TO PE-INIT (PE-SUB)
00759      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00760      MOVE    IMAGE-AREA    TO AUDIT-AFTER
00761      MOVE    'C'           TO AUDIT-ACTION
00762      PERFORM 055-WRITE-AUDIT THRU 055-EXIT.
00763 *    SKIP1
00764  035-EXIT.
00765      EXIT.
00766 *    SKIP3
      *----------------------------------------------------------------
      * 040-FIND-ENTRY: Look WK-FIND-FILE + WK-FIND-EFF + WK-FIND-KEY
      *   up among the active PARM-TABLE entries. On a match
      *   KEY-FOUND is set and FIND-SUB is left on the entry.
      *----------------------------------------------------------------
00767  040-FIND-ENTRY.
00768      MOVE    'N' TO KEY-FOUND-SW
00769      PERFORM 041-MATCH-ENTRY THRU 041-EXIT
00770              VARYING FIND-SUB FROM 1 BY 1
00771              UNTIL   KEY-FOUND
00772              OR      FIND-SUB GREATER THAN PE-CNT.
00773 *    SKIP1
00774  040-EXIT.
00775      EXIT.
00776 *    SKIP1
      *----------------------------------------------------------------
      * 041-MATCH-ENTRY: Test one table entry. Backing FIND-SUB up
      *   one on a match compensates for the increment the PERFORM
      *   VARYING applies after this paragraph, the same device as
      *   CLREB040's 041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00777  041-MATCH-ENTRY.
00778      IF      PE-ACTIVE (FIND-SUB)
00779         AND  PE-FILE-ID (FIND-SUB) EQUAL TO WK-FIND-FILE
00780         AND  PE-EFF-YR (FIND-SUB) EQUAL TO WK-FIND-EFF
00781         AND  PE-KEY (FIND-SUB) EQUAL TO WK-FIND-KEY
00782              MOVE 'Y' TO KEY-FOUND-SW
00783              SUBTRACT 1 FROM FIND-SUB
00784      END-IF.
00785 *    SKIP1
00786  041-EXIT.
00787      EXIT.
00788 *    SKIP3
      *----------------------------------------------------------------
      * 045-FIND-SET: Resolve the WK-SET-FILE set in force for tax
      *   year WK-SET-FOR-YR into SET-YR.
      *
      *   Business logic:
      *     The rule CLREB020 applies in 021-SELECT-PARMS: the
      *     highest effective year not after the tax year, or the
      *     earliest effective year on file when every set starts
      *     later. SET-YR stays spaces only when the file has no
      *     active entries at all.
      *----------------------------------------------------------------
00789  045-FIND-SET.
00790      MOVE    SPACES TO SET-YR LOW-SET-YR
00791      PERFORM 046-TEST-SET THRU 046-EXIT
00792              VARYING SET-SUB FROM 1 BY 1
00793              UNTIL   SET-SUB GREATER THAN PE-CNT
00794      IF      SET-YR EQUAL TO SPACES
00795              MOVE LOW-SET-YR TO SET-YR
00796      END-IF.
00797 *    SKIP1
00798  045-EXIT.
00799      EXIT.
00800 *    SKIP1
00801  046-TEST-SET.
00802      IF      NOT PE-ACTIVE (SET-SUB)
00803         OR   PE-FILE-ID (SET-SUB) NOT EQUAL TO WK-SET-FILE
00804              GO TO 046-EXIT.
00805      IF      PE-EFF-YR (SET-SUB) NOT GREATER THAN WK-SET-FOR-YR
00806         AND  PE-EFF-YR (SET-SUB) GREATER THAN SET-YR
00807              MOVE PE-EFF-YR (SET-SUB) TO SET-YR
00808      END-IF
00809      IF      LOW-SET-YR EQUAL TO SPACES
00810         OR   PE-EFF-YR (SET-SUB) LESS THAN LOW-SET-YR
00811              MOVE PE-EFF-YR (SET-SUB) TO LOW-SET-YR
00812      END-IF.
00813 *    SKIP1
00814  046-EXIT.
00815      EXIT.
00816 *    SKIP3
      *----------------------------------------------------------------
      * 048-CHECK-QUAD: Is WK-FIND-QUAD in the quad set in force for
      *   WK-SET-FOR-YR? Sets KEY-FOUND. With the quad file empty
      *   the seeded defaults answer, as they do in CLREB020.
      *----------------------------------------------------------------
00817  048-CHECK-QUAD.
00818      MOVE    'Q'       TO WK-SET-FILE
00819      PERFORM 045-FIND-SET THRU 045-EXIT
00820      MOVE    'Q'       TO WK-FIND-FILE
00821      MOVE    SET-YR    TO WK-FIND-EFF
00822      PERFORM 040-FIND-ENTRY THRU 040-EXIT.
00823 *    SKIP1
00824  048-EXIT.
00825      EXIT.
00826 *    SKIP3
      *----------------------------------------------------------------
      * 050-OPEN-SET: Make sure the effective year has a set of its
      *   own, and room for the transaction.
      *
      *   Business logic:
      *     SET-YR is the set 045-FIND-SET found in force. When it
      *     belongs to another year, every active record of it is
      *     copied into the transaction's effective year first
      *     (051-CARRY-ONE) and audited as carried forward, so the
      *     new year starts from what was in force and the change
      *     applies on top. Room is checked first, for the carried
      *     set plus an added record, against both PARM-TABLE and
      *     the table CLREB020 loads the file into; a file that
      *     would not fit rejects the card FILE FULL with nothing
      *     carried.
      *----------------------------------------------------------------
00827  050-OPEN-SET.
00828      MOVE    ZERO TO FILE-CNT CARRY-CNT
00829      PERFORM 057-COUNT-FILE THRU 057-EXIT
00830              VARYING SET-SUB FROM 1 BY 1
00831              UNTIL   SET-SUB GREATER THAN PE-CNT
00832      IF      SET-YR EQUAL TO TC-EFF-YR
00833         OR   SET-YR EQUAL TO SPACES
00834              MOVE ZERO TO CARRY-CNT.
00835      MOVE    CARRY-CNT TO ROOM-NEEDED
00836      IF      TC-ADD
00837              ADD +1 TO ROOM-NEEDED.
00838      MOVE    +90 TO FILE-LIMIT
00839      IF      WK-SET-FILE EQUAL TO 'T'
00840              MOVE +500 TO FILE-LIMIT.
00841      IF      WK-SET-FILE EQUAL TO 'A'
00842              MOVE +100 TO FILE-LIMIT.
00843      IF      FILE-CNT + ROOM-NEEDED GREATER THAN FILE-LIMIT
00844         OR   PE-CNT + ROOM-NEEDED GREATER THAN +999
00845              MOVE FULL-MESG TO TL-MESG
00846              MOVE 'Y' TO REJECT-SW
00847              GO TO 050-EXIT.
00848      IF      CARRY-CNT EQUAL TO ZERO
00849              GO TO 050-EXIT.
00850      MOVE    PE-CNT TO CARRY-END
00851      PERFORM 051-CARRY-ONE THRU 051-EXIT
00852              VARYING CARRY-SUB FROM 1 BY 1
00853              UNTIL   CARRY-SUB GREATER THAN CARRY-END.
00854 *    SKIP1
00855  050-EXIT.
00856      EXIT.
00857 *    SKIP1
00858  051-CARRY-ONE.
00859      IF      NOT PE-ACTIVE (CARRY-SUB)
00860         OR   PE-FILE-ID (CARRY-SUB) NOT EQUAL TO WK-SET-FILE
00861         OR   PE-EFF-YR (CARRY-SUB) NOT EQUAL TO SET-YR
00862              GO TO 051-EXIT.
00863      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00864      MOVE    PARM-ENTRY (CARRY-SUB) TO PARM-ENTRY (PE-SUB)
00865      MOVE    TC-EFF-YR    TO PE-EFF-YR (PE-SUB)
00866      MOVE    SPACE        TO PE-STATUS (PE-SUB)
00867      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00868      MOVE    SPACES       TO AUDIT-BEFORE
00869      MOVE    IMAGE-AREA   TO AUDIT-AFTER
00870      MOVE    'F'          TO AUDIT-ACTION
00871      PERFORM 055-WRITE-AUDIT THRU 055-EXIT.
00872 *    SKIP1
00873  051-EXIT.
00874      EXIT.
00875 *    SKIP3
      *----------------------------------------------------------------
      * 052-ADD-ENTRY: Add the transaction's record to the
      *   effective year's set and audit it.
      *----------------------------------------------------------------
00876  052-ADD-ENTRY.
00877      PERFORM 025-NEW-ENTRY THRU 025-EXIT
00878      MOVE    TC-FILE-ID   TO PE-FILE-ID (PE-SUB)
00879      MOVE    TC-EFF-YR    TO PE-EFF-YR (PE-SUB)
00880      MOVE    WK-FIND-KEY  TO PE-KEY (PE-SUB)
00881      IF      TC-RANGE-FILE
00882              MOVE TC-LOW-RD    TO PE-LOW (PE-SUB)
00883              MOVE TC-HIGH-RD   TO PE-HIGH (PE-SUB)
00884      END-IF
00885      IF      TC-APPR-FILE
00886              MOVE TC-APPR-INIT TO PE-INIT (PE-SUB)
00887      END-IF
00888      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00889      MOVE    SPACES       TO AUDIT-BEFORE
00890      MOVE    IMAGE-AREA   TO AUDIT-AFTER
00891      MOVE    'A'          TO AUDIT-ACTION
00892      PERFORM 055-WRITE-AUDIT THRU 055-EXIT.
00893 *    SKIP1
00894  052-EXIT.
00895      EXIT.
00896 *    SKIP3
      *----------------------------------------------------------------
      * 053-FIND-OPEN-ENTRY: Find the transaction's key in the
      *   effective year's own set, where 050-OPEN-SET has put it
      *   if it was carried forward. Leaves FIND-SUB on it.
      *----------------------------------------------------------------
00897  053-FIND-OPEN-ENTRY.
00898      MOVE    TC-FILE-ID   TO WK-FIND-FILE
00899      MOVE    TC-EFF-YR    TO WK-FIND-EFF
00900      PERFORM 040-FIND-ENTRY THRU 040-EXIT.
00901 *    SKIP1
00902  053-EXIT.
00903      EXIT.
00904 *    SKIP3
      *----------------------------------------------------------------
      * 054-DELETE-ENTRY: Mark the transaction's record deleted in
      *   the effective year's set and audit it.
      *----------------------------------------------------------------
00905  054-DELETE-ENTRY.
00906      PERFORM 053-FIND-OPEN-ENTRY THRU 053-EXIT
00907      MOVE    FIND-SUB     TO PE-SUB
00908      PERFORM 056-BUILD-IMAGE THRU 056-EXIT
00909      MOVE    IMAGE-AREA   TO AUDIT-BEFORE
00910      MOVE    'D'          TO PE-STATUS (PE-SUB)
00911      MOVE    SPACES       TO AUDIT-AFTER
00912      MOVE    'D'          TO AUDIT-ACTION
00913      PERFORM 055-WRITE-AUDIT THRU 055-EXIT.
00914 *    SKIP1
00915  054-EXIT.
00916      EXIT.
00917 *    SKIP3
      *----------------------------------------------------------------
      * 055-WRITE-AUDIT: Append one audit record -- this run's
      *   stamp, the file and action, the keying operator, and the
      *   before and after images the caller left in AUDIT-BEFORE
      *   and AUDIT-AFTER.
      *----------------------------------------------------------------
00918  055-WRITE-AUDIT.
00919      MOVE    SPACES        TO PARM-AUDIT-REC
00920      MOVE    RS-DATE       TO PA-RUN-DATE
00921      MOVE    RS-TIME       TO PA-RUN-TIME
00922      MOVE    TC-FILE-ID    TO PA-FILE-ID
00923      MOVE    AUDIT-ACTION  TO PA-ACTION
00924      MOVE    TC-OPER-INIT  TO PA-OPER-INIT
00925      MOVE    AUDIT-BEFORE  TO PA-BEFORE
00926      MOVE    AUDIT-AFTER   TO PA-AFTER
00927      WRITE   PARM-AUDIT-REC
00928      ADD     +1 TO AUDIT-CNT.
00929 *    SKIP1
00930  055-EXIT.
00931      EXIT.
00932 *    SKIP3
      *----------------------------------------------------------------
      * 056-BUILD-IMAGE: Lay PARM-TABLE entry PE-SUB out in its own
      *   file's record layout in IMAGE-AREA.
      *----------------------------------------------------------------
00933  056-BUILD-IMAGE.
00934      MOVE    SPACES TO IMAGE-AREA
00935      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'Q'
00936              MOVE PE-EFF-YR (PE-SUB)  TO QI-EFF-YR
00937              MOVE PE-QUAD (PE-SUB)    TO QI-QUAD
00938      END-IF
00939      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'R'
00940              MOVE PE-EFF-YR (PE-SUB)  TO RI-EFF-YR
00941              MOVE PE-QUAD (PE-SUB)    TO RI-QUAD
00942              MOVE PE-LOW (PE-SUB)     TO RI-LOW
00943              MOVE PE-HIGH (PE-SUB)    TO RI-HIGH
00944      END-IF
00945      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'T'
00946              MOVE PE-EFF-YR (PE-SUB)  TO TI-EFF-YR
00947              MOVE PE-TWNSHP (PE-SUB)  TO TI-TWNSHP
00948      END-IF
00949      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'A'
00950              MOVE PE-EFF-YR (PE-SUB)  TO AI-YR
00951              MOVE PE-QUAD (PE-SUB)    TO AI-QUAD
00952              MOVE PE-TRANS (PE-SUB)   TO AI-TRANS
00953              MOVE PE-INIT (PE-SUB)    TO AI-INIT
00954      END-IF.
00955 *    SKIP1
00956  056-EXIT.
00957      EXIT.
00958 *    SKIP3
      *----------------------------------------------------------------
      * 057-COUNT-FILE: Count the WK-SET-FILE records the rewrite
      *   would write (FILE-CNT) and those in set SET-YR
      *   (CARRY-CNT). Seeded defaults are never written, so they
      *   count toward the carry but not toward the file.
      *----------------------------------------------------------------
00959  057-COUNT-FILE.
00960      IF      NOT PE-ACTIVE (SET-SUB)
00961         OR   PE-FILE-ID (SET-SUB) NOT EQUAL TO WK-SET-FILE
00962              GO TO 057-EXIT.
00963      IF      NOT PE-SEEDED (SET-SUB)
00964              ADD +1 TO FILE-CNT.
00965      IF      PE-EFF-YR (SET-SUB) EQUAL TO SET-YR
00966              ADD +1 TO CARRY-CNT.
00967 *    SKIP1
00968  057-EXIT.
00969      EXIT.
00970 *    SKIP3
      *----------------------------------------------------------------
      * 058-WRITE-TRANS: Write one register line for the current
      *   transaction card.
      *----------------------------------------------------------------
00971  058-WRITE-TRANS.
00972      IF      LINE-CNT GREATER THAN +55
00973              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00974      MOVE    TC-FILE-ID    TO TL-FILE-ID
00975      MOVE    TC-ACTION     TO TL-ACTION
00976      MOVE    TC-EFF-YR     TO TL-EFF-YR
00977      MOVE    TC-QUAD       TO TL-QUAD
00978      MOVE    TC-TWNSHP     TO TL-TWNSHP
00979      IF      TC-LOW-RD NUMERIC
00980              MOVE TC-LOW-RD  TO TL-LOW
00981      ELSE
00982              MOVE TC-LOW     TO TL-LOW-X
00983      END-IF
00984      IF      TC-HIGH-RD NUMERIC
00985              MOVE TC-HIGH-RD TO TL-HIGH
00986      ELSE
00987              MOVE TC-HIGH    TO TL-HIGH-X
00988      END-IF
00989      MOVE    TC-APPR-TRANS TO TL-APPR-TRANS
00990      MOVE    TC-APPR-INIT  TO TL-APPR-INIT
00991      MOVE    TC-OPER-INIT  TO TL-OPER-INIT
00992      WRITE   PRINT-REC FROM TRANS-LINE
00993              AFTER ADVANCING 2
00994      MOVE    SPACES TO TL-MESG
00995      ADD     +2 TO LINE-CNT.
00996 *    SKIP1
00997  058-EXIT.
00998      EXIT.
00999 *    SKIP3
01000  060-HDG-ROUTINE.
01001      ADD     +1 TO PAGE-CNT
01002      MOVE    PAGE-CNT TO HDG-PG
01003      WRITE   PRINT-REC FROM DATE-LINE
01004              AFTER PAGE
01005      WRITE   PRINT-REC FROM HDG-LINE
01006              AFTER ADVANCING 2
01007      WRITE   PRINT-REC FROM TTL-LINE
01008              AFTER ADVANCING 2
01009      WRITE   PRINT-REC FROM TTL-LINE2
01010              AFTER ADVANCING 3
01011      MOVE    +8 TO LINE-CNT.
01012 *    SKIP1
01013  060-EXIT.
01014      EXIT.
01015 *    SKIP3
      *----------------------------------------------------------------
      * 070-WRITE-PARM: Write PARM-TABLE entry PE-SUB back to its
      *   own parameter file, unless it was deleted this run or is
      *   one of the built-in defaults.
      *----------------------------------------------------------------
01016  070-WRITE-PARM.
01017      IF      PE-DELETED (PE-SUB)
01018         OR   PE-SEEDED (PE-SUB)
01019              GO TO 070-EXIT.
01020      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'Q'
01021              MOVE SPACES              TO QUAD-PARM-REC
01022              MOVE PE-EFF-YR (PE-SUB)  TO QP-EFF-YR
01023              MOVE PE-QUAD (PE-SUB)    TO QP-QUAD
01024              WRITE QUAD-PARM-REC
01025              ADD  +1 TO QUAD-OUT-CNT
01026      END-IF
01027      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'R'
01028              MOVE SPACES              TO RANGE-PARM-REC
01029              MOVE PE-EFF-YR (PE-SUB)  TO RP-EFF-YR
01030              MOVE PE-QUAD (PE-SUB)    TO RP-QUAD
01031              MOVE PE-LOW (PE-SUB)     TO RP-LOW
01032              MOVE PE-HIGH (PE-SUB)    TO RP-HIGH
01033              WRITE RANGE-PARM-REC
01034              ADD  +1 TO RANGE-OUT-CNT
01035      END-IF
01036      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'T'
01037              MOVE SPACES              TO TOWNSHIP-PARM-REC
01038              MOVE PE-EFF-YR (PE-SUB)  TO TP-EFF-YR
01039              MOVE PE-TWNSHP (PE-SUB)  TO TP-TWNSHP
01040              WRITE TOWNSHIP-PARM-REC
01041              ADD  +1 TO TWN-OUT-CNT
01042      END-IF
01043      IF      PE-FILE-ID (PE-SUB) EQUAL TO 'A'
01044              MOVE SPACES              TO APPROVAL-REC
01045              MOVE PE-EFF-YR (PE-SUB)  TO AP-YR
01046              MOVE PE-QUAD (PE-SUB)    TO AP-QUAD
01047              MOVE PE-TRANS (PE-SUB)   TO AP-TRANS
01048              MOVE PE-INIT (PE-SUB)    TO AP-INIT
01049              WRITE APPROVAL-REC
01050              ADD  +1 TO APPR-OUT-CNT
01051      END-IF.
01052 *    SKIP1
01053  070-EXIT.
01054      EXIT.
01055 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the control-total trailer page.
      *----------------------------------------------------------------
01056  080-TRAILER-ROUTINE.
01057      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
01058      WRITE   PRINT-REC FROM TRL-TTL-LINE
01059              AFTER ADVANCING 2
01060      MOVE    'TRANSACTIONS READ  . .' TO TRL-TEXT
01061      MOVE    TRANS-CNT     TO TRL-CNT
01062      WRITE   PRINT-REC FROM TRL-LINE
01063              AFTER ADVANCING 2
01064      MOVE    'TRANSACTIONS APPLIED .' TO TRL-TEXT
01065      MOVE    APPLIED-CNT   TO TRL-CNT
01066      WRITE   PRINT-REC FROM TRL-LINE
01067              AFTER ADVANCING 2
01068      MOVE    'TRANSACTIONS REJECTED ' TO TRL-TEXT
01069      MOVE    ERROR-CNT     TO TRL-CNT
01070      WRITE   PRINT-REC FROM TRL-LINE
01071              AFTER ADVANCING 2
01072      MOVE    'AUDIT RECORDS WRITTEN ' TO TRL-TEXT
01073      MOVE    AUDIT-CNT     TO TRL-CNT
01074      WRITE   PRINT-REC FROM TRL-LINE
01075              AFTER ADVANCING 2
01076      MOVE    'QUAD RECORDS OUT . . .' TO TRL-TEXT
01077      MOVE    QUAD-OUT-CNT  TO TRL-CNT
01078      WRITE   PRINT-REC FROM TRL-LINE
01079              AFTER ADVANCING 2
01080      MOVE    'RANGE RECORDS OUT  . .' TO TRL-TEXT
01081      MOVE    RANGE-OUT-CNT TO TRL-CNT
01082      WRITE   PRINT-REC FROM TRL-LINE
01083              AFTER ADVANCING 2
01084      MOVE    'TOWNSHIP RECORDS OUT .' TO TRL-TEXT
01085      MOVE    TWN-OUT-CNT   TO TRL-CNT
01086      WRITE   PRINT-REC FROM TRL-LINE
01087              AFTER ADVANCING 2
01088      MOVE    'APPROVAL RECORDS OUT .' TO TRL-TEXT
01089      MOVE    APPR-OUT-CNT  TO TRL-CNT
01090      WRITE   PRINT-REC FROM TRL-LINE
01091              AFTER ADVANCING 2.
01092 *    SKIP1
01093  080-EXIT.
01094      EXIT.
