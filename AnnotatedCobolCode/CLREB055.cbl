      *   certificate prints. Any mismatch ends with RETURN-CODE 16
      *   and nothing released.
      *
      *   Ahead of the proofs, the run is refused outright (RETURN-
      *   CODE 16, nothing released, no certificate) unless the
      *   CLREB020 FINAL run for the file's tax year is on the
      *   extension cycle control file with return code 00.
      *
      * INPUT:   FACTOR-FILE         - 23-byte factor records
      *                                (copybook REBEQFRD01) with
      *                                header and trailer
      *                                maintained by CLREB020
      *          RUN-LOG-FILE        - 80-byte run-log records
      *                                (copybook REBRNLG01)
      *          CYCLE-CONTROL-FILE  - 80-byte extension cycle
      *                                records (copybook REBCYCL01)
      * OUTPUT:  RELEASE-FACTOR-FILE - byte-for-byte copy of
      *                                FACTOR-FILE, the dataset the
      *                                ASHMA jobs read
      *          RELEASE-STAMP-FILE  - one 80-byte record (copybook
      *                                REBRLST01) appended per
      *                                release, proving when, what
      *                                and by which program the
      *                                release was made
      *          PRINT-FILE          - 133-byte release certificate
      *          CYCLE-CONTROL-FILE  - one record appended per run,
      *                                as step '055 '
      *
      * ERROR HANDLING:
      *   - FACTOR-FILE header or trailer missing, trailer count/hash
      *     disagreeing with the details read, a detail the history
      *     does not corroborate, or a latest run-log entry that is
      *     not a clean FINAL run: RETURN-CODE = 16, nothing released
      *     and no release stamp written
      *   - FACTOR-FILE header stamped 'P' -- the proof copy a PROOF
      *     run of CLREB020 writes: refused the same way, even when
      *     its factors equal the FINAL ones on the history
      *   - The CLREB020 FINAL run for the file's tax year not on
      *     the cycle control file with return code 00: the run is
      *     refused outright, RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB055.
00020          RECORD KEY IS FH-KEY.
00021      SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO UT-S-RUNLOG.
00022      SELECT RELEASE-FACTOR-FILE ASSIGN TO UT-S-RELFT.
00023      SELECT OPTIONAL RELEASE-STAMP-FILE ASSIGN TO UT-S-RELSTP.
00024      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
0024A      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00025 *    SKIP3
00026  DATA DIVISION.
00027  FILE SECTION.
      *----------------------------------------------------------------
      * RELEASE-STAMP-FILE: One record per release, proving when the
      *   copy was made, for which tax year, and what the released
      *   file's control figures were (copybook REBRLST01). Kept
      *   cumulative, every year's releases and amendments in the
      *   order made, so the last record for a year always describes
      *   the dataset in force for it.
      *----------------------------------------------------------------
00059  FD  RELEASE-STAMP-FILE
00060      RECORD CONTAINS 80 CHARACTERS
00062      LABEL RECORDS ARE STANDARD
00063      DATA RECORD IS RELEASE-STAMP-REC.
00064  01  RELEASE-STAMP-REC.
00065      COPY REBRLST01.
00073 *    SKIP1
00074  FD  PRINT-FILE
00075      LABEL RECORDS ARE STANDARD
00077      BLOCK CONTAINS 0 RECORDS
00078      DATA RECORD IS PRINT-REC.
00079  01  PRINT-REC         PIC X(133).
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file (copybook
      *   REBCYCL01). Read to prove the CLREB020 FINAL run finished
      *   clean for the year; appended to at end of run.
      *----------------------------------------------------------------
0079A  FD  CYCLE-CONTROL-FILE
0079B      RECORD CONTAINS 80 CHARACTERS
0079C      BLOCK CONTAINS 0 RECORDS
0079D      LABEL RECORDS ARE STANDARD
0079E      DATA RECORD IS CYCLE-CONTROL-REC.
0079F  01  CYCLE-CONTROL-REC.
0079G      COPY REBCYCL01.
00080 *    SKIP3
00081 ****************  WORKING STORAGE STARTS HERE  *******************
00082 *    SKIP1
00105  77  WK-FILE-YR        PIC X(4)       VALUE ZERO.
      *    Tax year off the FACTOR-FILE header, for the stamp and
      *    the certificate.
0105A  77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
0105B      88  CYCLE-EOF                    VALUE 'Y'.
0105C  77  CYCLE-FOUND-SW    PIC X          VALUE 'N'.
0105D      88  CYCLE-FOUND                  VALUE 'Y'.
0105E  77  CYCLE-REFUSE-SW   PIC X          VALUE 'N'.
      *    Raised by 025-CHECK-CYCLE when the FINAL run for the
      *    year is not on the cycle control file clean; the run
      *    stops there.
0105F      88  CYCLE-REFUSED                VALUE 'Y'.
0105G  77  CYC-PRED-RC       PIC 99         VALUE ZERO.
00106 *    SKIP1
00107  01  WORK-AREA.
00108      05 RUN-STAMP.
      *   Business logic:
      *     1. Prove the FACTOR-FILE trailer and every detail's
      *        agreement with the history file, in one pass
      *     1a. Refuse the run outright unless the CLREB020 FINAL
      *        run of the file's tax year finished clean
      *     2. Prove the latest run-log entry a clean FINAL run
      *     3. All proofs held: copy the file to the release
      *        dataset, write the release stamp, print the
      *        certificate RELEASED
      *     4. Any proof failed: RETURN-CODE 16, nothing copied,
      *        certificate prints NOT RELEASED with the counts
      *     5. Record the run on the cycle control file
      *----------------------------------------------------------------
00137  010-BEGIN.
00138      OPEN    INPUT FACTOR-FILE
00142      MOVE FUNCTION CURRENT-DATE TO RUN-STAMP
00143      MOVE    RS-DATE TO DATE-DT
00144      PERFORM 020-VERIFY-FACTOR THRU 020-EXIT
0144A      PERFORM 025-CHECK-CYCLE THRU 025-EXIT
0144B      IF      CYCLE-REFUSED
0144C              MOVE 16 TO RETURN-CODE
0144D              DISPLAY 'RUN REFUSED - NOTHING RELEASED'
0144E              CLOSE   FACTOR-FILE
0144F                      FACTOR-HISTORY-FILE
0144G                      RUN-LOG-FILE
0144H                      PRINT-FILE
0144I              STOP RUN
0144J      END-IF
00145      PERFORM 030-VERIFY-RUN-LOG THRU 030-EXIT
00146      IF      RELEASE-FAILED
00147              MOVE 16 TO RETURN-CODE
00158              FACTOR-HISTORY-FILE
00159              RUN-LOG-FILE
00160              PRINT-FILE
      *    -- Record this step on the cycle control file, after
      *    every file above is closed, so the record carries the
      *    RETURN-CODE the run actually ends with --
0160A      PERFORM 070-WRITE-CYCLE THRU 070-EXIT
00161      STOP RUN.
00162 *    SKIP3
      *----------------------------------------------------------------
00195      IF      FT-HEADER-REC
00196              MOVE 'Y'              TO FT-HDR-SEEN-SW
00197              MOVE FT-HDR-TAXYR     TO WK-FILE-YR
0197A              IF      FT-PROOF-FILE
0197B                      DISPLAY 'FACTOR FILE IS A PROOF COPY'
0197C                              ' - RELEASE REFUSED'
0197D                      MOVE 'Y' TO RELEASE-FAIL-SW
0197E              END-IF
00198      ELSE
00199          IF      FT-TRAILER-REC
00200                  MOVE 'Y'              TO FT-TRL-SEEN-SW
00235  022-EXIT.
00236      EXIT.
00237 *    SKIP3
      *----------------------------------------------------------------
      * 025-CHECK-CYCLE: Prove the CLREB020 FINAL run of the file's
      *   tax year finished clean.
      *
      *   Business logic:
      *     The latest step '020F' record for the header's tax year
      *     must be on the cycle control file with return code 00.
      *     The file is appended front to back, so one pass keeping
      *     the last matching record leaves the latest run in hand
      *     -- the same device as 031-SCAN-LOG below.
      *----------------------------------------------------------------
0237A  025-CHECK-CYCLE.
0237B      OPEN    INPUT CYCLE-CONTROL-FILE
0237C      READ    CYCLE-CONTROL-FILE
0237D              AT END MOVE 'Y' TO CYCLE-EOF-SW
0237E      END-READ
0237F      PERFORM 026-SCAN-CYCLE THRU 026-EXIT
0237G              UNTIL CYCLE-EOF
0237H      CLOSE   CYCLE-CONTROL-FILE
0237I      IF      NOT CYCLE-FOUND
0237J              DISPLAY 'STEP 020F HAS NOT RUN FOR TAX YEAR '
0237K                      WK-FILE-YR
0237L              MOVE 'Y' TO CYCLE-REFUSE-SW
0237M      ELSE
0237N          IF      CYC-PRED-RC NOT EQUAL TO ZERO
0237O                  DISPLAY 'STEP 020F ENDED RETURN CODE '
0237P                          CYC-PRED-RC ' FOR TAX YEAR ' WK-FILE-YR
0237Q                  MOVE 'Y' TO CYCLE-REFUSE-SW
0237R          END-IF
0237S      END-IF.
0237T *    SKIP1
0237U  025-EXIT.
0237V      EXIT.
0237W *    SKIP1
0237X  026-SCAN-CYCLE.
0237Y      IF      CY-TAXYR EQUAL TO WK-FILE-YR
0237Z         AND  CY-STEP EQUAL TO '020F'
237Z1              MOVE 'Y'            TO CYCLE-FOUND-SW
237Z2              MOVE CY-RETURN-CODE TO CYC-PRED-RC
237Z3      END-IF
237Z4      READ    CYCLE-CONTROL-FILE
237Z5              AT END MOVE 'Y' TO CYCLE-EOF-SW
237Z6      END-READ.
237Z7 *    SKIP1
237Z8  026-EXIT.
237Z9      EXIT.
237ZA *    SKIP3
      *----------------------------------------------------------------
      * 030-VERIFY-RUN-LOG: Prove the latest run-log entry a clean
      *   FINAL run.
00296      EXIT.
00297 *    SKIP3
      *----------------------------------------------------------------
      * 045-WRITE-STAMP: Append the release-stamp record.
      *----------------------------------------------------------------
00298  045-WRITE-STAMP.
00299      OPEN    EXTEND RELEASE-STAMP-FILE
00300      MOVE    SPACES        TO  RELEASE-STAMP-REC
00301      MOVE    'RS'          TO  ST-REC-ID
00302      MOVE    RS-DATE       TO  ST-REL-DATE
00305      MOVE    FAC-DET-CNT   TO  ST-DET-CNT
00306      MOVE    FAC-HASH-TOT  TO  ST-FACT-HASH
00307      MOVE    'CLREB055'    TO  ST-PROGRAM
0307A      MOVE    ZERO          TO  ST-AMEND-NO
00308      WRITE   RELEASE-STAMP-REC
00309      CLOSE   RELEASE-STAMP-FILE.
00310 *    SKIP1
00368 *    SKIP1
00369  060-EXIT.
00370      EXIT.
00371 *    SKIP3
      *----------------------------------------------------------------
      * 070-WRITE-CYCLE: Append this run to the cycle control file
      *   as step '055 ': details on file, records released, details
      *   in disagreement with the history, and the factor hash.
      *----------------------------------------------------------------
00372  070-WRITE-CYCLE.
00373      OPEN    EXTEND CYCLE-CONTROL-FILE
00374      MOVE    SPACES        TO CYCLE-CONTROL-REC
00375      MOVE    WK-FILE-YR    TO CY-TAXYR
00376      MOVE    '055 '        TO CY-STEP
00377      MOVE    'CLREB055'    TO CY-PROGRAM
00378      MOVE    RS-DATE       TO CY-RUN-DATE
00379      MOVE    RS-TIME       TO CY-RUN-TIME
00380      MOVE    RETURN-CODE   TO CY-RETURN-CODE
00381      MOVE    FAC-DET-CNT   TO CY-IN-CNT
00382      MOVE    COPY-CNT      TO CY-OUT-CNT
00383      MOVE    MISMATCH-CNT  TO CY-ERR-CNT
00384      MOVE    FAC-HASH-TOT  TO CY-CTL-TOT
00385      WRITE   CYCLE-CONTROL-REC
00386      CLOSE   CYCLE-CONTROL-FILE.
00387 *    SKIP1
00388  070-EXIT.
00389      EXIT.
