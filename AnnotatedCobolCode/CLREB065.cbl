      *================================================================
      * PROGRAM: CLREB065 - Department of Revenue Acknowledgment
      *                     Reconciliation
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   CLREB060 writes the T1/T2 transmittal of the certified
      *   factors to the Department of Revenue. The Department
      *   returns an acknowledgment file carrying, per county, tax
      *   year and quad, whether it accepted the factor, the factor
      *   it actually loaded and, on a rejection, its reason code.
      *   Until now nobody compared the two: a quad the Department
      *   rejected, loaded with a different factor, or never
      *   acknowledged at all went unnoticed.
      *
      *   This program matches the acknowledgment file against the
      *   TRANSMIT-FILE that was sent, and each quad against
      *   FACTOR-HISTORY-FILE, and prints an acknowledgment register
      *   listing every quad sent as one of:
      *     ACCEPTED - MATCHING         accepted, and the loaded
      *                                 factor equals both the factor
      *                                 sent and the history factor
      *     ACCEPTED - DIFFERENT FACTOR accepted, but the loaded
      *                                 factor differs from the one
      *                                 sent or from history
      *     REJECTED                    with the Department's reason
      *     NEVER ACKNOWLEDGED          no acknowledgment came back
      *   followed by any acknowledgment for a quad that was not on
      *   the transmittal at all (NOT ON TRANSMITTAL).
      *
      *   The result is recorded on the extension cycle control file
      *   as step '065 '. The transmittal is not complete until that
      *   step is on file with return code 00 -- every T2 record
      *   accepted and matching -- and the cycle status report
      *   (CLREB090) shows the year's cycle open until then.
      *
      * INPUT:   TRANSMIT-FILE       - 80-byte transmittal records
      *                                (copybook REBDRTX01), as
      *                                written by CLREB060
      *          ACK-FILE            - 80-byte Department of Revenue
      *                                acknowledgment records, one
      *                                per county, year and quad
      *          FACTOR-HISTORY-FILE - cumulative indexed history
      *                                maintained by CLREB020
      *          CYCLE-CONTROL-FILE  - 80-byte extension cycle
      *                                records (copybook REBCYCL01)
      * OUTPUT:  PRINT-FILE          - 133-byte acknowledgment
      *                                register
      *          CYCLE-CONTROL-FILE  - one record appended per run,
      *                                as step '065 '
      *
      * ERROR HANDLING:
      *   - Any quad not accepted and matching, or any
      *     acknowledgment not on the transmittal:
      *     RETURN-CODE = 8, transmittal not complete
      *   - TRANSMIT-FILE without its T1 header, or more T2 records
      *     than the quad table holds: RETURN-CODE = 16, nothing
      *     reconciled
      *   - CLREB060 transmittal for the tax year not on the cycle
      *     control file with return code 00: the run is refused,
      *     RETURN-CODE = 16, nothing written
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB065.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL RECONCILE THE DEPARTMENT OF REVENUE
00007 *         ACKNOWLEDGMENT FILE AGAINST THE TRANSMITTAL SENT AND
00008 *         THE FACTOR HISTORY AND PRINT THE ACKNOWLEDGMENT
00009 *         REGISTER.
00010 *    SKIP3
00011  ENVIRONMENT DIVISION.
00012  CONFIGURATION SECTION.
00013  SOURCE-COMPUTER. IBM-370.
00014  OBJECT-COMPUTER. IBM-370.
00015  INPUT-OUTPUT SECTION.
00016  FILE-CONTROL.
00017      SELECT TRANSMIT-FILE ASSIGN TO UT-S-DORTRN.
00018      SELECT ACK-FILE ASSIGN TO UT-S-DORACK.
00019      SELECT FACTOR-HISTORY-FILE ASSIGN TO UT-S-FACTHS
00020          ORGANIZATION IS INDEXED
00021          ACCESS MODE IS DYNAMIC
00022          RECORD KEY IS FH-KEY.
00023      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00024      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00025 *    SKIP3
00026  DATA DIVISION.
00027  FILE SECTION.
00028  FD  TRANSMIT-FILE
00029      RECORD CONTAINS 80 CHARACTERS
00030      BLOCK CONTAINS 0 RECORDS
00031      LABEL RECORDS ARE STANDARD
00032      DATA RECORD IS TRANSMIT-REC.
00033  01  TRANSMIT-REC.
00034      COPY REBDRTX01.
      *----------------------------------------------------------------
      * ACK-FILE: The Department of Revenue acknowledgment, one
      *   80-byte record per county, tax year and quad it received:
      *     AK-STATUS  'A' accepted, 'R' rejected
      *     AK-EQFACT  the factor the Department loaded
      *     AK-REASON  the Department's reason code on a rejection
      *----------------------------------------------------------------
00035  FD  ACK-FILE
00036      RECORD CONTAINS 80 CHARACTERS
00037      BLOCK CONTAINS 0 RECORDS
00038      LABEL RECORDS ARE STANDARD
00039      DATA RECORD IS ACK-REC.
00040  01  ACK-REC.
00041      05  AK-COUNTY         PIC X(3).
00042      05  AK-TAXYR          PIC 9(4).
00043      05  AK-QUAD           PIC 9.
00044      05  AK-STATUS         PIC X.
00045          88  AK-ACCEPTED              VALUE 'A'.
00046          88  AK-REJECTED              VALUE 'R'.
00047      05  AK-EQFACT         PIC 99V9999.
00048      05  AK-REASON         PIC X(4).
00049      05  AK-PROC-DATE      PIC X(8).
00050      05  FILLER            PIC X(53).
      *----------------------------------------------------------------
      * FACTOR-HISTORY-FILE: Same 23-byte record CLREB020 maintains;
      *   read here strictly by key, one lookup per quad sent.
      *----------------------------------------------------------------
00051  FD  FACTOR-HISTORY-FILE
00052      RECORD CONTAINS 23 CHARACTERS
00053      LABEL RECORDS ARE STANDARD
00054      DATA RECORD IS FACTOR-HISTORY-REC.
00055  01  FACTOR-HISTORY-REC.
00056      05  FH-KEY.
00057          10  FH-TAXYR      PIC 9(4).
00058          10  FH-QUAD       PIC 9.
00059      05  FH-EQFACT         PIC 99V9999.
00060      05  FILLER            PIC X(12).
00061 *    SKIP1
00062  FD  PRINT-FILE
00063      LABEL RECORDS ARE STANDARD
00064      RECORD CONTAINS 133 CHARACTERS
00065      BLOCK CONTAINS 0 RECORDS
00066      DATA RECORD IS PRINT-REC.
00067  01  PRINT-REC         PIC X(133).
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file (copybook
      *   REBCYCL01). Read to prove the CLREB060 transmittal finished
      *   clean for the year; appended to at end of run.
      *----------------------------------------------------------------
00068  FD  CYCLE-CONTROL-FILE
00069      RECORD CONTAINS 80 CHARACTERS
00070      BLOCK CONTAINS 0 RECORDS
00071      LABEL RECORDS ARE STANDARD
00072      DATA RECORD IS CYCLE-CONTROL-REC.
00073  01  CYCLE-CONTROL-REC.
00074      COPY REBCYCL01.
00075 *    SKIP3
00076 ****************  WORKING STORAGE STARTS HERE  *******************
00077 *    SKIP1
00078  WORKING-STORAGE SECTION.
00079  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00080  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00081  77  DOR-COUNTY        PIC X(3)       VALUE '016'.
      *    The Department's county number for Cook County, as
      *    CLREB060 carries it on every transmittal record.
00082  77  TRANSMIT-EOF-SW   PIC X          VALUE 'N'.
00083      88  TRANSMIT-EOF                 VALUE 'Y'.
00084  77  ACK-EOF-SW        PIC X          VALUE 'N'.
00085      88  ACK-EOF                      VALUE 'Y'.
00086  77  RECON-FAIL-SW     PIC X          VALUE 'N'.
      *    Raised when the transmittal itself cannot be trusted;
      *    nothing is reconciled once it is up.
00087      88  RECON-FAILED                 VALUE 'Y'.
0087A  77  TX-HDR-SW         PIC X          VALUE 'N'.
      *    Raised once the T1 header is read: the run has a tax year
      *    to check the cycle against and to record its step under.
0087B      88  TX-HDR-READ                  VALUE 'Y'.
00088  77  QUAD-FOUND-SW     PIC X          VALUE 'N'.
00089      88  QUAD-FOUND                   VALUE 'Y'.
00090  77  HIST-FOUND-SW     PIC X          VALUE 'N'.
00091      88  HIST-FOUND                   VALUE 'Y'.
00092  77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
00093      88  CYCLE-EOF                    VALUE 'Y'.
00094  77  CYCLE-FOUND-SW    PIC X          VALUE 'N'.
00095      88  CYCLE-FOUND                  VALUE 'Y'.
00096  77  CYCLE-REFUSE-SW   PIC X          VALUE 'N'.
      *    Raised by 025-CHECK-CYCLE when the transmittal step for
      *    the year is not on the cycle control file clean; the run
      *    stops there.
00097      88  CYCLE-REFUSED                VALUE 'Y'.
00098  77  CYC-PRED-RC       PIC 99         VALUE ZERO.
00099  77  WK-FILE-YR        PIC 9(4)       VALUE ZERO.
      *    Tax year off the T1 header -- the year being reconciled.
00100  77  QT-CNT            PIC S999       VALUE +0       COMP-3.
      *    T2 records loaded into QUAD-TABLE.
00101  77  QT-MAX            PIC S999       VALUE +10      COMP-3.
00102  77  QT-SUB            PIC S999       VALUE +0       COMP-3.
00103  77  SENT-HASH-TOT     PIC S9(7)V9999 VALUE +0       COMP-3.
00104  77  ACK-CNT           PIC S999       VALUE +0       COMP-3.
00105  77  MATCH-CNT         PIC S999       VALUE +0       COMP-3.
00106  77  DIFF-CNT          PIC S999       VALUE +0       COMP-3.
00107  77  REJECT-CNT        PIC S999       VALUE +0       COMP-3.
00108  77  NOACK-CNT         PIC S999       VALUE +0       COMP-3.
00109  77  EXTRA-CNT         PIC S999       VALUE +0       COMP-3.
      *    Acknowledgments for a county, year or quad not sent.
00110  77  EXTRA-MAX         PIC S999       VALUE +20      COMP-3.
00111  77  EX-SUB            PIC S999       VALUE +0       COMP-3.
00112  77  DISCREP-CNT       PIC S999       VALUE +0       COMP-3.
00113 *    SKIP1
00114  01  WORK-AREA.
00115      05 RUN-STAMP.
00116        10 RS-DATE    PIC X(8).
00117        10 RS-TIME    PIC X(6).
00118      05 WK-CERT-DATE   PIC X(8)       VALUE SPACES.
      *    Certification run date off the T1 header.
00119      05 DATE-LINE.
00120         10 FILLER     PIC X(11)      VALUE SPACES.
00121         10 DATE-DT    PIC X(8).
00122      05 HDG-LINE.
00123         10 FILLER     PIC X(11)      VALUE SPACES.
00124         10 FILLER     PIC X(40)      VALUE 'CLREB065'.
00125         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00126 -        'Y  CLERK'.
00127         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00128         10 HDG-PG     PIC ZZ9.
00129      05  TTL-LINE.
00130         10 FILLER     PIC X(41)      VALUE SPACES.
00131         10 FILLER     PIC X(22)   VALUE 'STATE  ACKNOWLEDGMENT'.
00132         10 FILLER     PIC X(20)      VALUE 'RECONCILIATION'.
00133      05  TTL-LINE2.
00134         10 FILLER     PIC X(7)       VALUE SPACES.
00135         10 FILLER     PIC X(7)       VALUE 'COUNTY'.
00136         10 FILLER     PIC X(7)       VALUE 'YEAR'.
00137         10 FILLER     PIC X(6)       VALUE 'QUAD'.
00138         10 FILLER     PIC X(11)      VALUE '  SENT'.
00139         10 FILLER     PIC X(11)      VALUE '  DEPT'.
00140         10 FILLER     PIC X(11)      VALUE 'HISTORY'.
00141         10 FILLER     PIC X(30)   VALUE ' ACKNOWLEDGMENT STATUS'.
00142         10 FILLER     PIC X(7)       VALUE ' REASON'.
00143      05  WORK-LINE.
00144         10 FILLER     PIC X(7)       VALUE SPACES.
00145         10 WK-COUNTY  PIC X(3).
00146         10 FILLER     PIC X(4)       VALUE SPACES.
00147         10 WK-YR      PIC X(4).
00148         10 FILLER     PIC X(4)       VALUE SPACES.
00149         10 WK-QUAD    PIC X.
00150         10 FILLER     PIC X(5)       VALUE SPACES.
00151         10 WK-SENT    PIC 99.9999.
00152         10 WK-SENT-X  REDEFINES WK-SENT PIC X(7).
00153         10 FILLER     PIC X(4)       VALUE SPACES.
00154         10 WK-DEPT    PIC 99.9999.
00155         10 WK-DEPT-X  REDEFINES WK-DEPT PIC X(7).
00156         10 FILLER     PIC X(4)       VALUE SPACES.
00157         10 WK-HIST    PIC 99.9999.
00158         10 WK-HIST-X  REDEFINES WK-HIST PIC X(7).
00159         10 FILLER     PIC X(4)       VALUE SPACES.
00160         10 WK-STATUS  PIC X(28).
00161         10 FILLER     PIC X(2)       VALUE SPACES.
00162         10 WK-REASON  PIC X(4).
00163      05  INFO-LINE.
00164         10 FILLER     PIC X(7)       VALUE SPACES.
00165         10 IN-LABEL   PIC X(28).
00166         10 FILLER     PIC X          VALUE SPACE.
00167         10 IN-VALUE   PIC X(8).
00168      05  TRL-LINE.
00169         10 FILLER     PIC X(7)       VALUE SPACES.
00170         10 TRL-TEXT   PIC X(28).
00171         10 TRL-CNT    PIC ZZZ9.
00172      05  VERDICT-LINE.
00173         10 FILLER     PIC X(7)       VALUE SPACES.
00174         10 VL-TEXT    PIC X(60).
      *----------------------------------------------------------------
      * QUAD-TABLE: one entry per T2 record sent, with the
      *   Department's answer posted against it as the
      *   acknowledgments are read. Ten entries covers the five
      *   quads with room to spare.
      *----------------------------------------------------------------
00175  01  QUAD-TABLE.
00176      05  QT-ENTRY OCCURS 10 TIMES.
00177          10  QT-QUAD       PIC 9.
00178          10  QT-SENT-FACT  PIC 99V9999.
00179          10  QT-ACK-SW     PIC X.
00180              88  QT-ACKED             VALUE 'Y'.
00181          10  QT-ACK-STATUS PIC X.
00182              88  QT-ACCEPTED          VALUE 'A'.
00183          10  QT-ACK-FACT   PIC 99V9999.
00184          10  QT-REASON     PIC X(4).
      *----------------------------------------------------------------
      * EXTRA-TABLE: raw images of acknowledgments matching nothing
      *   sent, held for the register; mapped back into ACK-REC to
      *   print. Past EXTRA-MAX they are counted only.
      *----------------------------------------------------------------
00185  01  EXTRA-TABLE.
00186      05  EX-ACK-REC OCCURS 20 TIMES PIC X(80).
00187 *    SKIP3
00188 *****************  WORKING STORAGE ENDS HERE  ********************
00189 *SKIP3
00190  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Load the transmittal: the T1 header names the tax
      *        year, each T2 record becomes a QUAD-TABLE entry
      *     1a. Refuse the run outright unless the CLREB060
      *        transmittal of that year finished clean -- checked
      *        whenever a T1 header was read, even if the table
      *        then overflowed
      *     2. Post each acknowledgment against the quad it names
      *     3. Print the register, classifying every quad sent
      *        against the acknowledgment and the history file
      *     4. Any discrepancy: RETURN-CODE 8, transmittal not
      *        complete
      *     5. Record the run on the cycle control file, unless
      *        the transmittal had no T1 header
      *----------------------------------------------------------------
00191  010-BEGIN.
00192      OPEN    INPUT TRANSMIT-FILE
00193                    ACK-FILE
00194                    FACTOR-HISTORY-FILE
00195              OUTPUT PRINT-FILE
00196      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00197      MOVE    RS-DATE TO DATE-DT
00198      PERFORM 020-LOAD-TRANSMIT THRU 020-EXIT
00199      IF      TX-HDR-READ
00200              PERFORM 025-CHECK-CYCLE THRU 025-EXIT
00201      END-IF
00202      IF      CYCLE-REFUSED
00203              MOVE 16 TO RETURN-CODE
00204              DISPLAY 'RUN REFUSED - NOTHING RECONCILED'
00205              CLOSE   TRANSMIT-FILE
00206                      ACK-FILE
00207                      FACTOR-HISTORY-FILE
00208                      PRINT-FILE
00209              STOP RUN
00210      END-IF
00211      IF      RECON-FAILED
00212              MOVE 16 TO RETURN-CODE
00213              DISPLAY 'NO RECONCILIATION PRODUCED'
00214      ELSE
00215              READ    ACK-FILE
00216                      AT END MOVE 'Y' TO ACK-EOF-SW
00217              END-READ
00218              PERFORM 030-MATCH-ACK THRU 030-EXIT
00219                      UNTIL ACK-EOF
00220              PERFORM 040-PRINT-REGISTER THRU 040-EXIT
00221              COMPUTE DISCREP-CNT = DIFF-CNT + REJECT-CNT
00222                                  + NOACK-CNT + EXTRA-CNT
00223              PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00224              IF      DISCREP-CNT GREATER THAN ZERO
00225                      IF      RETURN-CODE LESS THAN 8
00226                              MOVE 8 TO RETURN-CODE
00227                      END-IF
00228                      DISPLAY 'TRANSMITTAL NOT COMPLETE'
00229              END-IF
00230      END-IF
00231      DISPLAY 'NO. OF T2 RECORDS SENT    = ' QT-CNT
00232      DISPLAY 'NO. OF ACKNOWLEDGMENTS    = ' ACK-CNT
00233      DISPLAY 'NO. ACCEPTED AND MATCHING = ' MATCH-CNT
00234      DISPLAY 'NO. OF DISCREPANCIES      = ' DISCREP-CNT
00235      CLOSE   TRANSMIT-FILE
00236              ACK-FILE
00237              FACTOR-HISTORY-FILE
00238              PRINT-FILE
      *    -- Record this step on the cycle control file, after
      *    every file above is closed, so the record carries the
      *    RETURN-CODE the run actually ends with. A transmittal
      *    with no header names no tax year, so nothing is
      *    recorded, as CLREB025 records nothing on unreadable
      *    input --
0238A      IF      TX-HDR-READ
00239              PERFORM 070-WRITE-CYCLE THRU 070-EXIT
0239A      END-IF
00240      STOP RUN.
00241 *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-TRANSMIT: Load the transmittal that was sent.
      *
      *   Business logic:
      *     The first record must be the T1 header; its tax year
      *     and certification date key everything after. Each T2
      *     record then becomes one QUAD-TABLE entry, not yet
      *     acknowledged. A transmittal with no header, or more T2
      *     records than the table holds, is not reconciled.
      *----------------------------------------------------------------
00242  020-LOAD-TRANSMIT.
00243      READ    TRANSMIT-FILE
00244              AT END MOVE 'Y' TO TRANSMIT-EOF-SW
00245      END-READ
00246      IF      TRANSMIT-EOF
00247         OR   NOT TX-HEADER-REC
00248              DISPLAY 'TRANSMITTAL HAS NO T1 HEADER RECORD'
00249              MOVE 'Y' TO RECON-FAIL-SW
00250              GO TO 020-EXIT.
0250A      MOVE    'Y'              TO TX-HDR-SW
00251      MOVE    TX-HDR-TAXYR     TO WK-FILE-YR
00252      MOVE    TX-HDR-CERT-DATE TO WK-CERT-DATE
00253      READ    TRANSMIT-FILE
00254              AT END MOVE 'Y' TO TRANSMIT-EOF-SW
00255      END-READ
00256      PERFORM 021-STORE-T2 THRU 021-EXIT
00257              UNTIL TRANSMIT-EOF.
00258 *    SKIP1
00259  020-EXIT.
00260      EXIT.
00261 *    SKIP1
00262  021-STORE-T2.
00263      IF      TX-FACTOR-REC
00264          IF      QT-CNT NOT LESS THAN QT-MAX
00265                  DISPLAY 'QUAD TABLE FULL AT QUAD ' TX-QUAD
00266                  MOVE 'Y' TO RECON-FAIL-SW
00267          ELSE
00268                  ADD     +1 TO QT-CNT
00269                  MOVE    TX-QUAD   TO QT-QUAD (QT-CNT)
00270                  MOVE    TX-EQFACT TO QT-SENT-FACT (QT-CNT)
00271                  MOVE    'N'       TO QT-ACK-SW (QT-CNT)
00272                  MOVE    SPACES    TO QT-ACK-STATUS (QT-CNT)
00273                                       QT-REASON (QT-CNT)
00274                  MOVE    ZERO      TO QT-ACK-FACT (QT-CNT)
00275                  ADD     TX-EQFACT TO SENT-HASH-TOT
00276          END-IF
00277      END-IF
00278      READ    TRANSMIT-FILE
00279              AT END MOVE 'Y' TO TRANSMIT-EOF-SW
00280      END-READ.
00281 *    SKIP1
00282  021-EXIT.
00283      EXIT.
00284 *    SKIP3
      *----------------------------------------------------------------
      * 025-CHECK-CYCLE: Prove the CLREB060 transmittal of the tax
      *   year finished clean.
      *
      *   Business logic:
      *     The latest step '060 ' record for the T1 header's tax
      *     year must be on the cycle control file with return code
      *     00 -- one pass keeping the last matching record, the
      *     same device CLREB060 uses for the step before it.
      *----------------------------------------------------------------
00285  025-CHECK-CYCLE.
00286      OPEN    INPUT CYCLE-CONTROL-FILE
00287      READ    CYCLE-CONTROL-FILE
00288              AT END MOVE 'Y' TO CYCLE-EOF-SW
00289      END-READ
00290      PERFORM 026-SCAN-CYCLE THRU 026-EXIT
00291              UNTIL CYCLE-EOF
00292      CLOSE   CYCLE-CONTROL-FILE
00293      IF      NOT CYCLE-FOUND
00294              DISPLAY 'STEP 060 HAS NOT RUN FOR TAX YEAR '
00295                      WK-FILE-YR
00296              MOVE 'Y' TO CYCLE-REFUSE-SW
00297      ELSE
00298          IF      CYC-PRED-RC NOT EQUAL TO ZERO
00299                  DISPLAY 'STEP 060 ENDED RETURN CODE '
00300                          CYC-PRED-RC ' FOR TAX YEAR ' WK-FILE-YR
00301                  MOVE 'Y' TO CYCLE-REFUSE-SW
00302          END-IF
00303      END-IF.
00304 *    SKIP1
00305  025-EXIT.
00306      EXIT.
00307 *    SKIP1
00308  026-SCAN-CYCLE.
00309      IF      CY-TAXYR EQUAL TO WK-FILE-YR
00310         AND  CY-STEP EQUAL TO '060 '
00311              MOVE 'Y'            TO CYCLE-FOUND-SW
00312              MOVE CY-RETURN-CODE TO CYC-PRED-RC
00313      END-IF
00314      READ    CYCLE-CONTROL-FILE
00315              AT END MOVE 'Y' TO CYCLE-EOF-SW
00316      END-READ.
00317 *    SKIP1
00318  026-EXIT.
00319      EXIT.
00320 *    SKIP3
      *----------------------------------------------------------------
      * 030-MATCH-ACK: Post one acknowledgment against the quad it
      *   names.
      *
      *   Business logic:
      *     An acknowledgment for this county and tax year is
      *     matched to its quad's QUAD-TABLE entry, which takes the
      *     Department's status, loaded factor and reason. Should
      *     the Department acknowledge a quad twice, the later
      *     record stands -- it is the Department's latest word. An
      *     acknowledgment matching nothing sent is held for the
      *     register as NOT ON TRANSMITTAL.
      *----------------------------------------------------------------
00321  030-MATCH-ACK.
00322      ADD     +1 TO ACK-CNT
00323      MOVE    'N' TO QUAD-FOUND-SW
00324      IF      AK-COUNTY EQUAL TO DOR-COUNTY
00325         AND  AK-TAXYR EQUAL TO WK-FILE-YR
00326              PERFORM 031-FIND-QUAD THRU 031-EXIT
00327                      VARYING QT-SUB FROM 1 BY 1
00328                      UNTIL   QUAD-FOUND
00329                      OR      QT-SUB GREATER THAN QT-CNT
00330      END-IF
00331      IF      QUAD-FOUND
00332              MOVE 'Y'        TO QT-ACK-SW (QT-SUB)
00333              MOVE AK-STATUS  TO QT-ACK-STATUS (QT-SUB)
00334              MOVE AK-EQFACT  TO QT-ACK-FACT (QT-SUB)
00335              MOVE AK-REASON  TO QT-REASON (QT-SUB)
00336      ELSE
00337              ADD  +1 TO EXTRA-CNT
00338              IF      EXTRA-CNT NOT GREATER THAN EXTRA-MAX
00339                      MOVE ACK-REC TO EX-ACK-REC (EXTRA-CNT)
00340              END-IF
00341      END-IF
00342      READ    ACK-FILE
00343              AT END MOVE 'Y' TO ACK-EOF-SW
00344      END-READ.
00345 *    SKIP1
00346  030-EXIT.
00347      EXIT.
00348 *    SKIP1
      *----------------------------------------------------------------
      * 031-FIND-QUAD: Test one QUAD-TABLE entry against the
      *   acknowledgment's quad. On a match, QUAD-FOUND stops the
      *   PERFORM VARYING and QT-SUB is backed up one to undo the
      *   loop's increment -- the same device as CLREB040's
      *   041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00349  031-FIND-QUAD.
00350      IF      QT-QUAD (QT-SUB) EQUAL TO AK-QUAD
00351              MOVE 'Y' TO QUAD-FOUND-SW
00352              SUBTRACT 1 FROM QT-SUB
00353      END-IF.
00354 *    SKIP1
00355  031-EXIT.
00356      EXIT.
00357 *    SKIP3
      *----------------------------------------------------------------
      * 040-PRINT-REGISTER: One register line per quad sent, in
      *   transmittal order, then one per acknowledgment that
      *   matched nothing sent.
      *----------------------------------------------------------------
00358  040-PRINT-REGISTER.
00359      PERFORM 060-HDG-ROUTINE THRU 060-EXIT
00360      PERFORM 041-PRINT-QUAD THRU 041-EXIT
00361              VARYING QT-SUB FROM 1 BY 1
00362              UNTIL   QT-SUB GREATER THAN QT-CNT
00363      PERFORM 045-PRINT-EXTRA THRU 045-EXIT
00364              VARYING EX-SUB FROM 1 BY 1
00365              UNTIL   EX-SUB GREATER THAN EXTRA-CNT
00366              OR      EX-SUB GREATER THAN EXTRA-MAX.
00367 *    SKIP1
00368  040-EXIT.
00369      EXIT.
00370 *    SKIP1
      *----------------------------------------------------------------
      * 041-PRINT-QUAD: Classify and print one quad sent.
      *
      *   Business logic:
      *     The quad's history factor is looked up by key first. No
      *     acknowledgment: NEVER ACKNOWLEDGED. Anything but an
      *     acceptance: REJECTED, with the Department's reason. An
      *     acceptance is MATCHING only when the factor loaded
      *     equals the factor sent and the history factor both; any
      *     other acceptance -- including one for a quad with no
      *     history record -- is a DIFFERENT FACTOR.
      *----------------------------------------------------------------
00371  041-PRINT-QUAD.
00372      IF      LINE-CNT GREATER THAN +55
00373              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00374      MOVE    DOR-COUNTY             TO WK-COUNTY
00375      MOVE    WK-FILE-YR             TO WK-YR
00376      MOVE    QT-QUAD (QT-SUB)       TO WK-QUAD
00377      MOVE    QT-SENT-FACT (QT-SUB)  TO WK-SENT
00378      MOVE    SPACES                 TO WK-REASON
00379      MOVE    WK-FILE-YR             TO FH-TAXYR
00380      MOVE    QT-QUAD (QT-SUB)       TO FH-QUAD
00381      READ    FACTOR-HISTORY-FILE
00382          INVALID KEY
00383              MOVE 'N'    TO HIST-FOUND-SW
00384              MOVE ' NONE' TO WK-HIST-X
00385          NOT INVALID KEY
00386              MOVE 'Y'    TO HIST-FOUND-SW
00387              MOVE FH-EQFACT TO WK-HIST
00388      END-READ
00389      IF      NOT QT-ACKED (QT-SUB)
00390              ADD  +1 TO NOACK-CNT
00391              MOVE SPACES TO WK-DEPT-X
00392              MOVE 'NEVER ACKNOWLEDGED' TO WK-STATUS
00393              GO TO 041-WRITE.
00394      IF      QT-ACK-FACT (QT-SUB) NUMERIC
00395              MOVE QT-ACK-FACT (QT-SUB) TO WK-DEPT
00396      ELSE
00397              MOVE SPACES TO WK-DEPT-X
00398      END-IF
00399      IF      NOT QT-ACCEPTED (QT-SUB)
00400              ADD  +1 TO REJECT-CNT
00401              MOVE 'REJECTED' TO WK-STATUS
00402              MOVE QT-REASON (QT-SUB) TO WK-REASON
00403              GO TO 041-WRITE.
00404      MOVE    'ACCEPTED - DIFFERENT FACTOR' TO WK-STATUS
00405      IF      HIST-FOUND
00406         AND  QT-ACK-FACT (QT-SUB) NUMERIC
00407          IF      QT-ACK-FACT (QT-SUB)
00408                     EQUAL TO QT-SENT-FACT (QT-SUB)
00409             AND  FH-EQFACT EQUAL TO QT-SENT-FACT (QT-SUB)
00410                  MOVE 'ACCEPTED - MATCHING' TO WK-STATUS
00411          END-IF
00412      END-IF
00413      IF      WK-STATUS EQUAL TO 'ACCEPTED - MATCHING'
00414              ADD  +1 TO MATCH-CNT
00415      ELSE
00416              ADD  +1 TO DIFF-CNT
00417      END-IF.
00418 *    SKIP1
00419  041-WRITE.
00420      WRITE   PRINT-REC FROM WORK-LINE
00421              AFTER ADVANCING 2
00422      ADD     +2 TO LINE-CNT.
00423 *    SKIP1
00424  041-EXIT.
00425      EXIT.
00426 *    SKIP1
      *----------------------------------------------------------------
      * 045-PRINT-EXTRA: Print one acknowledgment that matched
      *   nothing sent, off its held image.
      *----------------------------------------------------------------
00427  045-PRINT-EXTRA.
00428      IF      LINE-CNT GREATER THAN +55
00429              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00430      MOVE    EX-ACK-REC (EX-SUB) TO ACK-REC
00431      MOVE    AK-COUNTY          TO WK-COUNTY
00432      MOVE    AK-TAXYR           TO WK-YR
00433      MOVE    AK-QUAD            TO WK-QUAD
00434      MOVE    SPACES             TO WK-SENT-X
00435                                    WK-HIST-X
00436                                    WK-REASON
00437      IF      AK-EQFACT NUMERIC
00438              MOVE AK-EQFACT TO WK-DEPT
00439      ELSE
00440              MOVE SPACES    TO WK-DEPT-X
00441      END-IF
00442      IF      NOT AK-ACCEPTED
00443              MOVE AK-REASON TO WK-REASON
00444      END-IF
00445      MOVE    'NOT ON TRANSMITTAL' TO WK-STATUS
00446      WRITE   PRINT-REC FROM WORK-LINE
00447              AFTER ADVANCING 2
00448      ADD     +2 TO LINE-CNT.
00449 *    SKIP1
00450  045-EXIT.
00451      EXIT.
00452 *    SKIP3
00453  060-HDG-ROUTINE.
00454      ADD     +1 TO PAGE-CNT
00455      MOVE    PAGE-CNT TO HDG-PG
00456      WRITE   PRINT-REC FROM DATE-LINE
00457              AFTER PAGE
00458      WRITE   PRINT-REC FROM HDG-LINE
00459              AFTER ADVANCING 2
00460      WRITE   PRINT-REC FROM TTL-LINE
00461              AFTER ADVANCING 2
00462      WRITE   PRINT-REC FROM TTL-LINE2
00463              AFTER ADVANCING 3
00464      MOVE    +8 TO LINE-CNT.
00465 *    SKIP1
00466  060-EXIT.
00467      EXIT.
00468 *    SKIP3
      *----------------------------------------------------------------
      * 070-WRITE-CYCLE: Append this run to the cycle control file
      *   as step '065 ': T2 records sent, quads accepted and
      *   matching, discrepancies, and the hash of the factors sent.
      *   Return code 00 here is what marks the transmittal
      *   complete.
      *----------------------------------------------------------------
00469  070-WRITE-CYCLE.
00470      OPEN    EXTEND CYCLE-CONTROL-FILE
00471      MOVE    SPACES        TO CYCLE-CONTROL-REC
00472      MOVE    WK-FILE-YR    TO CY-TAXYR
00473      MOVE    '065 '        TO CY-STEP
00474      MOVE    'CLREB065'    TO CY-PROGRAM
00475      MOVE    RS-DATE       TO CY-RUN-DATE
00476      MOVE    RS-TIME       TO CY-RUN-TIME
00477      MOVE    RETURN-CODE   TO CY-RETURN-CODE
00478      MOVE    QT-CNT        TO CY-IN-CNT
00479      MOVE    MATCH-CNT     TO CY-OUT-CNT
00480      MOVE    DISCREP-CNT   TO CY-ERR-CNT
00481      MOVE    SENT-HASH-TOT TO CY-CTL-TOT
00482      WRITE   CYCLE-CONTROL-REC
00483      CLOSE   CYCLE-CONTROL-FILE.
00484 *    SKIP1
00485  070-EXIT.
00486      EXIT.
00487 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the transmittal identification,
      *   the count under each acknowledgment status, and the
      *   verdict on the transmittal as a whole.
      *----------------------------------------------------------------
00488  080-TRAILER-ROUTINE.
00489      IF      LINE-CNT GREATER THAN +35
00490              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00491      MOVE    'TAX YEAR TRANSMITTED     . .' TO IN-LABEL
00492      MOVE    WK-FILE-YR     TO IN-VALUE
00493      WRITE   PRINT-REC FROM INFO-LINE
00494              AFTER ADVANCING 3
00495      MOVE    'CERTIFICATION RUN DATE   . .' TO IN-LABEL
00496      MOVE    WK-CERT-DATE   TO IN-VALUE
00497      WRITE   PRINT-REC FROM INFO-LINE
00498              AFTER ADVANCING 2
00499      MOVE    'T2 RECORDS SENT          . .' TO TRL-TEXT
00500      MOVE    QT-CNT         TO TRL-CNT
00501      WRITE   PRINT-REC FROM TRL-LINE
00502              AFTER ADVANCING 2
00503      MOVE    'ACKNOWLEDGMENTS RECEIVED . .' TO TRL-TEXT
00504      MOVE    ACK-CNT        TO TRL-CNT
00505      WRITE   PRINT-REC FROM TRL-LINE
00506              AFTER ADVANCING 2
00507      MOVE    'ACCEPTED - MATCHING      . .' TO TRL-TEXT
00508      MOVE    MATCH-CNT      TO TRL-CNT
00509      WRITE   PRINT-REC FROM TRL-LINE
00510              AFTER ADVANCING 2
00511      MOVE    'ACCEPTED - DIFFERENT     . .' TO TRL-TEXT
00512      MOVE    DIFF-CNT       TO TRL-CNT
00513      WRITE   PRINT-REC FROM TRL-LINE
00514              AFTER ADVANCING 2
00515      MOVE    'REJECTED                 . .' TO TRL-TEXT
00516      MOVE    REJECT-CNT     TO TRL-CNT
00517      WRITE   PRINT-REC FROM TRL-LINE
00518              AFTER ADVANCING 2
00519      MOVE    'NEVER ACKNOWLEDGED       . .' TO TRL-TEXT
00520      MOVE    NOACK-CNT      TO TRL-CNT
00521      WRITE   PRINT-REC FROM TRL-LINE
00522              AFTER ADVANCING 2
00523      MOVE    'NOT ON TRANSMITTAL       . .' TO TRL-TEXT
00524      MOVE    EXTRA-CNT      TO TRL-CNT
00525      WRITE   PRINT-REC FROM TRL-LINE
00526              AFTER ADVANCING 2
00527      IF      DISCREP-CNT EQUAL TO ZERO
00528              MOVE
00529                'TRANSMITTAL COMPLETE - ALL ACCEPTED AND MATCHING'
00530                      TO VL-TEXT
00531      ELSE
00532              MOVE
00533                'TRANSMITTAL NOT COMPLETE - DISCREPANCIES LISTED'
00534                      TO VL-TEXT
00535      END-IF
00536      WRITE   PRINT-REC FROM VERDICT-LINE
00537              AFTER ADVANCING 3
00538      ADD     +21 TO LINE-CNT.
00539 *    SKIP1
00540  080-EXIT.
00541      EXIT.
