      *                                 CLREB020
      *          TOWNSHIP-FACTOR-FILE - 25-byte township factor
      *                                 records, from CLREB020
      *          CYCLE-CONTROL-FILE   - 80-byte extension cycle
      *                                 records (copybook REBCYCL01)
      * OUTPUT:  MERGED-FACTOR-FILE   - 25-byte merged feed: quad
      *                                 records (township blank) and
      *                                 township override records,
      *                                 header first, trailer last
      *          PRINT-FILE           - 133-byte merge listing
      *          CYCLE-CONTROL-FILE   - one record appended per run,
      *                                 as step '050 '
      *
      * ERROR HANDLING:
      *   - FACTOR-FILE header missing, trailer missing, trailer
      *     on FACTOR-FILE is listed NO PARENT QUAD, left out of the
      *     feed, and the run ends with RETURN-CODE = 8 so the
      *     operator reviews the listing before the feed is used
      *   - FACTOR-FILE header stamped 'P' -- the proof copy a
      *     PROOF run of CLREB020 writes: the merge is refused like
      *     an unbalanced file, RETURN-CODE = 16, no feed written
      *   - The CLREB055 release for the file's tax year not on the
      *     cycle control file with return code 00: the run is
      *     refused before anything is written, RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB050.
00017      SELECT OPTIONAL TOWNSHIP-FACTOR-FILE ASSIGN TO UT-S-TWNFT.
00018      SELECT MERGED-FACTOR-FILE ASSIGN TO UT-S-EXTFT.
00019      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
0019A      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00020 *    SKIP3
00021  DATA DIVISION.
00022  FILE SECTION.
00068      BLOCK CONTAINS 0 RECORDS
00069      DATA RECORD IS PRINT-REC.
00070  01  PRINT-REC         PIC X(133).
      *----------------------------------------------------------------
      * CYCLE-CONTROL-FILE: The extension cycle control file (copybook
      *   REBCYCL01). Read to prove the CLREB055 release finished
      *   clean for the year; appended to at end of run.
      *----------------------------------------------------------------
0070A  FD  CYCLE-CONTROL-FILE
0070B      RECORD CONTAINS 80 CHARACTERS
0070C      BLOCK CONTAINS 0 RECORDS
0070D      LABEL RECORDS ARE STANDARD
0070E      DATA RECORD IS CYCLE-CONTROL-REC.
0070F  01  CYCLE-CONTROL-REC.
0070G      COPY REBCYCL01.
00071 *    SKIP3
00072 ****************  WORKING STORAGE STARTS HERE  *******************
00073 *    SKIP1
      *    header during the load.
00095  77  FAC-SUB           PIC S999       VALUE +0       COMP-3.
00096  77  TWN-SUB           PIC S999       VALUE +0       COMP-3.
      *----------------------------------------------------------------
      * Cycle control fields: 018-CHECK-CYCLE proves the release step
      *   finished clean for the file's tax year; CYCLE-REFUSE stops
      *   the run otherwise.
      *----------------------------------------------------------------
0096A  77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
0096B      88  CYCLE-EOF                    VALUE 'Y'.
0096C  77  CYCLE-FOUND-SW    PIC X          VALUE 'N'.
0096D      88  CYCLE-FOUND                  VALUE 'Y'.
0096E  77  CYCLE-REFUSE-SW   PIC X          VALUE 'N'.
0096F      88  CYCLE-REFUSED                VALUE 'Y'.
0096G  77  CYC-PRED-RC       PIC 99         VALUE ZERO.
      *    Return code of the release step's latest cycle record.
00097 *    SKIP1
00098  01  WORK-AREA.
00099      05 RUN-STAMP.
      *     1. Open the inputs, capture today's date
      *     2. Load FACTOR-FILE and balance it against its trailer
      *     3. Load TOWNSHIP-FACTOR-FILE
      *     3a. Refuse the run outright unless the CLREB055 release
      *        of the file's tax year finished clean
      *     4. If the input balanced: write the feed -- header, one
      *        quad record plus its township overrides per quad
      *        detail, trailer -- and list every record released
      *     5. List township factors that found no parent quad
      *     6. Print totals, display statistics and terminate
      *     7. Record the run on the cycle control file
      *----------------------------------------------------------------
00159  010-BEGIN.
00160      OPEN    INPUT FACTOR-FILE
00164      MOVE    RS-DATE TO DATE-DT
00165      PERFORM 015-LOAD-FACTORS THRU 015-EXIT
00166      PERFORM 020-LOAD-TWNSHPS THRU 020-EXIT
0166A      PERFORM 018-CHECK-CYCLE THRU 018-EXIT
0166B      IF      CYCLE-REFUSED
0166C              MOVE 16 TO RETURN-CODE
0166D              DISPLAY 'RUN REFUSED - NOTHING PROCESSED'
0166E              CLOSE   FACTOR-FILE
0166F                      TOWNSHIP-FACTOR-FILE
0166G                      PRINT-FILE
0166H              STOP RUN
0166I      END-IF
00167      IF      BAL-FAILED
00168              DISPLAY 'MERGE REFUSED - NO FEED WRITTEN'
00169              MOVE 16 TO RETURN-CODE
00184      CLOSE   FACTOR-FILE
00185              TOWNSHIP-FACTOR-FILE
00186              PRINT-FILE
      *    -- Record this step on the cycle control file, after
      *    every file above is closed, so the record carries the
      *    RETURN-CODE the run actually ends with --
0186A      PERFORM 085-WRITE-CYCLE THRU 085-EXIT
00187      STOP RUN.
00188 *    SKIP3
      *----------------------------------------------------------------
00201      IF      FT-HEADER-REC
0201A              MOVE 'Y'              TO FT-HDR-SEEN-SW
00202              MOVE FT-HDR-TAXYR     TO WK-HDR-YR
      *            The proof copy of a PROOF run carries factors
      *            still under review; it must never become an
      *            extension feed.
0202A              IF      FT-PROOF-FILE
0202B                      DISPLAY 'FACTOR FILE IS A PROOF COPY'
0202C                              ' - MERGE REFUSED'
0202D                      MOVE 'Y' TO BAL-FAIL-SW
0202E              END-IF
00203      ELSE
00204          IF      FT-TRAILER-REC
00205                  MOVE 'Y'              TO FT-TRL-SEEN-SW
00243  017-EXIT.
00244      EXIT.
00245 *    SKIP3
      *----------------------------------------------------------------
      * 018-CHECK-CYCLE: Prove the CLREB055 release of the file's tax
      *   year finished clean.
      *
      *   Business logic:
      *     The extension feed is built only from a released factor
      *     file. The latest step '055 ' record for the header's tax
      *     year must be on the cycle control file with return code
      *     00 -- one pass keeping the last matching record, the
      *     same device as CLREB060's 031-SCAN-LOG.
      *----------------------------------------------------------------
0245A  018-CHECK-CYCLE.
0245B      OPEN    INPUT CYCLE-CONTROL-FILE
0245C      READ    CYCLE-CONTROL-FILE
0245D              AT END MOVE 'Y' TO CYCLE-EOF-SW
0245E      END-READ
0245F      PERFORM 019-SCAN-CYCLE THRU 019-EXIT
0245G              UNTIL CYCLE-EOF
0245H      CLOSE   CYCLE-CONTROL-FILE
0245I      IF      NOT CYCLE-FOUND
0245J              DISPLAY 'STEP 055 HAS NOT RUN FOR TAX YEAR '
0245K                      WK-HDR-YR
0245L              MOVE 'Y' TO CYCLE-REFUSE-SW
0245M      ELSE
0245N          IF      CYC-PRED-RC NOT EQUAL TO ZERO
0245O                  DISPLAY 'STEP 055 ENDED RETURN CODE '
0245P                          CYC-PRED-RC ' FOR TAX YEAR ' WK-HDR-YR
0245Q                  MOVE 'Y' TO CYCLE-REFUSE-SW
0245R          END-IF
0245S      END-IF.
0245T *    SKIP1
0245U  018-EXIT.
0245V      EXIT.
0245W *    SKIP1
0245X  019-SCAN-CYCLE.
0245Y      IF      CY-TAXYR EQUAL TO WK-HDR-YR
0245Z         AND  CY-STEP EQUAL TO '055 '
245Z1              MOVE 'Y'            TO CYCLE-FOUND-SW
245Z2              MOVE CY-RETURN-CODE TO CYC-PRED-RC
245Z3      END-IF
245Z4      READ    CYCLE-CONTROL-FILE
245Z5              AT END MOVE 'Y' TO CYCLE-EOF-SW
245Z6      END-READ.
245Z7 *    SKIP1
245Z8  019-EXIT.
245Z9      EXIT.
245ZA *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-TWNSHPS: Load TOWNSHIP-FACTOR-FILE into
      *   TWN-FACT-TABLE. An absent or empty file leaves the table
00408 *    SKIP1
00409  080-EXIT.
00410      EXIT.
00411 *    SKIP3
      *----------------------------------------------------------------
      * 085-WRITE-CYCLE: Append this run to the cycle control file
      *   as step '050 ': factor details read, feed details written,
      *   township factors left out with no parent quad, and the
      *   feed's hash total.
      *----------------------------------------------------------------
00412  085-WRITE-CYCLE.
00413      OPEN    EXTEND CYCLE-CONTROL-FILE
00414      MOVE    SPACES        TO CYCLE-CONTROL-REC
00415      MOVE    WK-HDR-YR     TO CY-TAXYR
00416      MOVE    '050 '        TO CY-STEP
00417      MOVE    'CLREB050'    TO CY-PROGRAM
00418      MOVE    RS-DATE       TO CY-RUN-DATE
00419      MOVE    RS-TIME       TO CY-RUN-TIME
00420      MOVE    RETURN-CODE   TO CY-RETURN-CODE
00421      MOVE    FAC-DET-CNT   TO CY-IN-CNT
00422      MOVE    MG-DET-CNT    TO CY-OUT-CNT
00423      MOVE    ORPHAN-CNT    TO CY-ERR-CNT
00424      MOVE    MG-HASH-TOT   TO CY-CTL-TOT
00425      WRITE   CYCLE-CONTROL-REC
00426      CLOSE   CYCLE-CONTROL-FILE.
00427 *    SKIP1
00428  085-EXIT.
00429      EXIT.
