      *   non-zero return code: an uncertified factor must never
      *   reach the Department.
      *
      *   The factors are read from the release dataset CLREB055
      *   copies out (the file the extension jobs read), never from
      *   CLREB020's FACTOR-FILE directly, and the run is refused
      *   unless the CLREB050 feed merge for the year -- the step
      *   before this one in the extension cycle -- is on the cycle
      *   control file with return code 00.
      *
      * INPUT:   FACTOR-FILE  - 23-byte validated factor records
      *                         (copybook REBEQFRD01) with header
      *                         and trailer: the release copy of a
      *                         FINAL CLREB020 run, made by CLREB055
      *          RUN-LOG-FILE - 80-byte run-log records (copybook
      *                         REBRNLG01), appended by CLREB020
      *          CYCLE-CONTROL-FILE - 80-byte extension cycle
      *                         records (copybook REBCYCL01)
      * OUTPUT:  TRANSMIT-FILE - 80-byte Department of Revenue
      *                          transmittal records: one T1 header,
      *                          one T2 record per quad factor
      *          PRINT-FILE    - 133-byte transmittal register
      *          CYCLE-CONTROL-FILE - one record appended per run,
      *                          as step '060 '
      *
      * ERROR HANDLING:
      *   - FACTOR-FILE header missing, trailer missing, or trailer
      *   - No run-log entry for the file's tax year, newest entry
      *     is PROOF, or newest entry carries a non-zero return
      *     code: RETURN-CODE = 16, no transmittal written
      *   - CLREB050 merge for the file's tax year not on the cycle
      *     control file with return code 00: the run is refused,
      *     RETURN-CODE = 16, nothing written
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB060.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
00016      SELECT FACTOR-FILE ASSIGN TO UT-S-RELFT.
00017      SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO UT-S-RUNLOG.
00018      SELECT TRANSMIT-FILE ASSIGN TO UT-S-DORTRN.
00019      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
0019A      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00020 *    SKIP3
00021  DATA DIVISION.
00022  FILE SECTION.
      *----------------------------------------------------------------
      * FACTOR-FILE: The release dataset CLREB055 copies byte for
      *   byte from CLREB020's FACTOR-FILE once it has proven it --
      *   the same copy the extension jobs read, so the Department
      *   is sent exactly what was extended.
      *----------------------------------------------------------------
00023  FD  FACTOR-FILE
00024      RECORD CONTAINS 23 CHARACTERS
00025      BLOCK CONTAINS 0 RECORDS
00036  01  RUN-LOG-REC.
00037      COPY REBRNLG01.
      *----------------------------------------------------------------
      * TRANSMIT-FILE: The Department of Revenue transmittal
      *   (copybook REBDRTX01): one T1 header, then one T2 record
      *   per quad factor.
      *----------------------------------------------------------------
00038  FD  TRANSMIT-FILE
00039      RECORD CONTAINS 80 CHARACTERS
00041      LABEL RECORDS ARE STANDARD
00042      DATA RECORD IS TRANSMIT-REC.
00043  01  TRANSMIT-REC.
00044      COPY REBDRTX01.
00061 *    SKIP1
00062  FD  PRINT-FILE
00063      LABEL RECORDS ARE STANDARD
00065      BLOCK CONTAINS 0 RECORDS
00066      DATA RECORD IS PRINT-REC.
00067  01  PRINT-REC         PIC X(133).
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file (copybook
      *   REBCYCL01). Read to prove the CLREB050 merge finished clean
      *   for the year; appended to at end of run.
      *----------------------------------------------------------------
0067A  FD  CYCLE-CONTROL-FILE
0067B      RECORD CONTAINS 80 CHARACTERS
0067C      BLOCK CONTAINS 0 RECORDS
0067D      LABEL RECORDS ARE STANDARD
0067E      DATA RECORD IS CYCLE-CONTROL-REC.
0067F  01  CYCLE-CONTROL-REC.
0067G      COPY REBCYCL01.
00068 *    SKIP3
00069 ****************  WORKING STORAGE STARTS HERE  *******************
00070 *    SKIP1
00092  77  WK-FILE-YR        PIC X(4)       VALUE ZERO.
      *    Tax year off the FACTOR-FILE header -- the year whose
      *    certification the run log must prove.
0092A  77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
0092B      88  CYCLE-EOF                    VALUE 'Y'.
0092C  77  CYCLE-FOUND-SW    PIC X          VALUE 'N'.
0092D      88  CYCLE-FOUND                  VALUE 'Y'.
0092E  77  CYCLE-REFUSE-SW   PIC X          VALUE 'N'.
      *    Raised by 025-CHECK-CYCLE when the merge step for the
      *    year is not on the cycle control file clean; the run
      *    stops there.
0092F      88  CYCLE-REFUSED                VALUE 'Y'.
0092G  77  CYC-PRED-RC       PIC 99         VALUE ZERO.
00093 *    SKIP1
00094  01  WORK-AREA.
0094A      05 RUN-STAMP.
0094B        10 RS-DATE    PIC X(8).
0094C        10 RS-TIME    PIC X(6).
      *    -- The newest run-log entry for the file's tax year,
      *    held back from the front-to-back scan --
00095      05 CERT-LOG-REC   PIC X(80).
      *     1. Prove FACTOR-FILE: header present, trailer present
      *        and in balance (the whole file is read and held no-
      *        where -- the extract pass below re-reads it)
      *     1a. Refuse the run outright unless the CLREB050 merge
      *        of the file's tax year finished clean
      *     2. Find the newest run-log entry for the file's tax
      *        year and prove it a clean FINAL run
      *     3. Only then open the transmittal, write the T1 header
      *        off the run-log record, re-read FACTOR-FILE writing
      *        one T2 record per quad, and print the register
      *     4. Any failure: RETURN-CODE 16 and nothing transmitted
      *     5. Record the run on the cycle control file
      *----------------------------------------------------------------
00138  010-BEGIN.
00139      OPEN    INPUT FACTOR-FILE
00140                    RUN-LOG-FILE
00141              OUTPUT PRINT-FILE
00142      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
0142A      MOVE    RS-DATE TO DATE-DT
00143      PERFORM 020-VERIFY-FACTOR THRU 020-EXIT
0143A      PERFORM 025-CHECK-CYCLE THRU 025-EXIT
0143B      IF      CYCLE-REFUSED
0143C              MOVE 16 TO RETURN-CODE
0143D              DISPLAY 'RUN REFUSED - NOTHING TRANSMITTED'
0143E              CLOSE   FACTOR-FILE
0143F                      RUN-LOG-FILE
0143G                      PRINT-FILE
0143H              STOP RUN
0143I      END-IF
00144      IF      NOT EXTRACT-FAILED
00145              PERFORM 030-FIND-CERT-RUN THRU 030-EXIT
00146      END-IF
00154      CLOSE   FACTOR-FILE
00155              RUN-LOG-FILE
00156              PRINT-FILE
      *    -- Record this step on the cycle control file, after
      *    every file above is closed, so the record carries the
      *    RETURN-CODE the run actually ends with --
0156A      PERFORM 070-WRITE-CYCLE THRU 070-EXIT
00157      STOP RUN.
00158 *    SKIP3
      *----------------------------------------------------------------
00205  021-EXIT.
00206      EXIT.
00207 *    SKIP3
      *----------------------------------------------------------------
      * 025-CHECK-CYCLE: Prove the CLREB050 merge of the file's tax
      *   year finished clean.
      *
      *   Business logic:
      *     The latest step '050 ' record for the header's tax year
      *     must be on the cycle control file with return code 00
      *     -- one pass keeping the last matching record, the same
      *     device as 031-SCAN-LOG below.
      *----------------------------------------------------------------
0207A  025-CHECK-CYCLE.
0207B      OPEN    INPUT CYCLE-CONTROL-FILE
0207C      READ    CYCLE-CONTROL-FILE
0207D              AT END MOVE 'Y' TO CYCLE-EOF-SW
0207E      END-READ
0207F      PERFORM 026-SCAN-CYCLE THRU 026-EXIT
0207G              UNTIL CYCLE-EOF
0207H      CLOSE   CYCLE-CONTROL-FILE
0207I      IF      NOT CYCLE-FOUND
0207J              DISPLAY 'STEP 050 HAS NOT RUN FOR TAX YEAR '
0207K                      WK-FILE-YR
0207L              MOVE 'Y' TO CYCLE-REFUSE-SW
0207M      ELSE
0207N          IF      CYC-PRED-RC NOT EQUAL TO ZERO
0207O                  DISPLAY 'STEP 050 ENDED RETURN CODE '
0207P                          CYC-PRED-RC ' FOR TAX YEAR ' WK-FILE-YR
0207Q                  MOVE 'Y' TO CYCLE-REFUSE-SW
0207R          END-IF
0207S      END-IF.
0207T *    SKIP1
0207U  025-EXIT.
0207V      EXIT.
0207W *    SKIP1
0207X  026-SCAN-CYCLE.
0207Y      IF      CY-TAXYR EQUAL TO WK-FILE-YR
0207Z         AND  CY-STEP EQUAL TO '050 '
207Z1              MOVE 'Y'            TO CYCLE-FOUND-SW
207Z2              MOVE CY-RETURN-CODE TO CYC-PRED-RC
207Z3      END-IF
207Z4      READ    CYCLE-CONTROL-FILE
207Z5              AT END MOVE 'Y' TO CYCLE-EOF-SW
207Z6      END-READ.
207Z7 *    SKIP1
207Z8  026-EXIT.
207Z9      EXIT.
207ZA *    SKIP3
      *----------------------------------------------------------------
      * 030-FIND-CERT-RUN: Find the run-log entry that certified
      *   this FACTOR-FILE.
00346 *    SKIP1
00347  060-EXIT.
00348      EXIT.
00349 *    SKIP3
      *----------------------------------------------------------------
      * 070-WRITE-CYCLE: Append this run to the cycle control file
      *   as step '060 ': factor details on the release copy, T2
      *   records transmitted, and the factor hash.
      *----------------------------------------------------------------
00350  070-WRITE-CYCLE.
00351      OPEN    EXTEND CYCLE-CONTROL-FILE
00352      MOVE    SPACES        TO CYCLE-CONTROL-REC
00353      MOVE    WK-FILE-YR    TO CY-TAXYR
00354      MOVE    '060 '        TO CY-STEP
00355      MOVE    'CLREB060'    TO CY-PROGRAM
00356      MOVE    RS-DATE       TO CY-RUN-DATE
00357      MOVE    RS-TIME       TO CY-RUN-TIME
00358      MOVE    RETURN-CODE   TO CY-RETURN-CODE
00359      MOVE    FAC-DET-CNT   TO CY-IN-CNT
00360      MOVE    OUT-CNT       TO CY-OUT-CNT
00361      MOVE    ZERO          TO CY-ERR-CNT
00362      MOVE    FAC-HASH-TOT  TO CY-CTL-TOT
00363      WRITE   CYCLE-CONTROL-REC
00364      CLOSE   CYCLE-CONTROL-FILE.
00365 *    SKIP1
00366  070-EXIT.
00367      EXIT.
