      *================================================================
      * PROGRAM: CLREB090 - Extension Cycle Status Report
      *================================================================
      *
      * BUSINESS PURPOSE:
      *   Every step of the yearly extension cycle -- CLREB024,
      *   CLREB020 PROOF, CLREB025, CLREB020 FINAL, CLREB055,
      *   CLREB050, CLREB060 and the CLREB065 reconciliation of the
      *   Department's acknowledgment -- appends a record to the cycle
      *   control file when it finishes: the tax year, its step
      *   code, run date and time, return code and control totals.
      *   Each step refuses to start unless the step before it
      *   finished clean for the same year. This program prints
      *   where every tax year stands: per year, each step of the
      *   cycle in order, whether it is done or still pending, how
      *   many times it has run, and the figures off its latest run,
      *   so "how far along is this year's extension, and what had
      *   to be rerun" is a one-page answer.
      *
      *   A step is DONE when its latest run for the year ended with
      *   return code 00, and PENDING when it has never run or its
      *   latest run did not end clean -- the same test the next
      *   step applies before it will start. A step run more than
      *   once is flagged in the RERUN column.
      *
      * INPUT:   CYCLE-CONTROL-FILE - 80-byte cycle control records
      *                               (copybook REBCYCL01), appended
      *                               by each step of the cycle
      * OUTPUT:  PRINT-FILE         - 133-byte cycle status report,
      *                               tax years in ascending order
      *
      * ERROR HANDLING:
      *   - Cycle control file absent or empty: RETURN-CODE = 4
      *   - A record whose step code is not one of the cycle's is
      *     counted, displayed and left off the report
      *   - More tax years on file than the year table holds: the
      *     extra years are left off, RETURN-CODE = 16
      *================================================================
00001  IDENTIFICATION DIVISION.
00002  PROGRAM-ID. CLREB090.
00003  AUTHOR. COUNTY CLERK SYSTEMS GROUP.
00004  DATE-WRITTEN. OCT 15, 2026.
00005  DATE-COMPILED.
00006 *REMARKS. THIS PROGRAM WILL REPORT, BY TAX YEAR, WHICH STEPS
00007 *         OF THE EXTENSION CYCLE ARE DONE, WHICH ARE PENDING
00008 *         AND WHICH HAVE BEEN RUN MORE THAN ONCE.
00009 *    SKIP3
00010  ENVIRONMENT DIVISION.
00011  CONFIGURATION SECTION.
00012  SOURCE-COMPUTER. IBM-370.
00013  OBJECT-COMPUTER. IBM-370.
00014  INPUT-OUTPUT SECTION.
00015  FILE-CONTROL.
      *        OPTIONAL, matching the cycle steps' declaration of the
      *        same file: before the first step has ever run there is
      *        no file, and the first READ simply goes AT END.
00016      SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO UT-S-CYCCTL.
00017      SELECT PRINT-FILE ASSIGN TO UT-S-PRINT.
00018 *    SKIP3
00019  DATA DIVISION.
00020  FILE SECTION.
00021  FD  CYCLE-CONTROL-FILE
00022      RECORD CONTAINS 80 CHARACTERS
00023      BLOCK CONTAINS 0 RECORDS
00024      LABEL RECORDS ARE STANDARD
00025      DATA RECORD IS CYCLE-CONTROL-REC.
00026  01  CYCLE-CONTROL-REC.
00027      COPY REBCYCL01.
00028 *    SKIP1
00029  FD  PRINT-FILE
00030      LABEL RECORDS ARE STANDARD
00031      RECORD CONTAINS 133 CHARACTERS
00032      BLOCK CONTAINS 0 RECORDS
00033      DATA RECORD IS PRINT-REC.
00034  01  PRINT-REC         PIC X(133).
00035 *    SKIP3
00036 ****************  WORKING STORAGE STARTS HERE  *******************
00037 *    SKIP1
00038  WORKING-STORAGE SECTION.
00039  77  LINE-CNT          PIC S999       VALUE +60      COMP-3.
00040  77  PAGE-CNT          PIC S999       VALUE +0       COMP-3.
00041  77  IN-CNT            PIC S9(5)      VALUE +0       COMP-3.
      *    Count of cycle control records read.
00042  77  UNKNOWN-CNT       PIC S9(5)      VALUE +0       COMP-3.
      *    Records carrying a step code not in STEP-TABLE.
00043  77  DROPPED-CNT       PIC S9(5)      VALUE +0       COMP-3.
      *    Records for a tax year the year table had no room for.
00044  77  CYCLE-EOF-SW      PIC X          VALUE 'N'.
00045      88  CYCLE-EOF                    VALUE 'Y'.
00046  77  STEP-FOUND-SW     PIC X          VALUE 'N'.
00047      88  STEP-FOUND                   VALUE 'Y'.
00048  77  YR-STOP-SW        PIC X          VALUE 'N'.
      *    Set by 032-FIND-YEAR on the first table year at or past
      *    the record's year -- the year itself, or the slot a new
      *    year is inserted at to keep the table in year order.
00049      88  YR-STOP                      VALUE 'Y'.
00050  77  YR-NEW-SW         PIC X          VALUE 'N'.
00051      88  YR-NEW                       VALUE 'Y'.
00052  77  STEP-MAX          PIC S999       VALUE +8       COMP-3.
00053  77  STP-SUB           PIC S999       VALUE +0       COMP-3.
00054  77  YR-SUB            PIC S999       VALUE +0       COMP-3.
00055  77  SHIFT-SUB         PIC S999       VALUE +0       COMP-3.
00056  77  YR-CNT            PIC S999       VALUE +0       COMP-3.
00057      88  YR-TABLE-FULL                VALUE +50.
      *----------------------------------------------------------------
      * Per-year summary counts, reset by 050-PRINT-YEAR.
      *----------------------------------------------------------------
00058  77  YR-DONE-CNT       PIC S999       VALUE +0       COMP-3.
00059  77  YR-PEND-CNT       PIC S999       VALUE +0       COMP-3.
00060  77  YR-RERUN-CNT      PIC S999       VALUE +0       COMP-3.
00061  77  COMPLETE-CNT      PIC S999       VALUE +0       COMP-3.
      *    Tax years with every step of the cycle done.
00062 *    SKIP1
00063  01  WORK-AREA.
00064      05 DATE-LINE.
00065         10 FILLER     PIC X(11)      VALUE SPACES.
00066         10 DATE-DT    PIC X(8).
00067      05 HDG-LINE.
00068         10 FILLER     PIC X(11)      VALUE SPACES.
00069         10 FILLER     PIC X(40)      VALUE 'CLREB090'.
00070         10 FILLER     PIC X(70)      VALUE  'OFFICE  OF  THE COUNT
00071 -        'Y  CLERK'.
00072         10 FILLER     PIC X(6)       VALUE 'PAGE  '.
00073         10 HDG-PG     PIC ZZ9.
00074      05  TTL-LINE.
00075         10 FILLER     PIC X(46)      VALUE SPACES.
00076         10 FILLER     PIC X(18)      VALUE 'EXTENSION  CYCLE  '.
00077         10 FILLER     PIC X(14)      VALUE 'STATUS  REPORT'.
00078      05  TTL-LINE2.
00079         10 FILLER     PIC X(7)       VALUE SPACES.
00080         10 FILLER     PIC X(7)       VALUE 'STEP'.
00081         10 FILLER     PIC X(11)      VALUE 'PROGRAM'.
00082         10 FILLER     PIC X(22)      VALUE 'DESCRIPTION'.
00083         10 FILLER     PIC X(9)       VALUE 'STATUS'.
00084         10 FILLER     PIC X(6)       VALUE 'RUNS'.
00085         10 FILLER     PIC X(6)       VALUE 'RERUN'.
00086         10 FILLER     PIC X(11)      VALUE ' LAST RUN'.
00087         10 FILLER     PIC X(5)       VALUE ' RC'.
00088         10 FILLER     PIC X(7)       VALUE '    IN'.
00089         10 FILLER     PIC X(7)       VALUE '   OUT'.
00090         10 FILLER     PIC X(7)       VALUE '   ERR'.
00091         10 FILLER     PIC X(20)      VALUE '       CONTROL TOTAL'.
      *----------------------------------------------------------------
      * YR-LINE: opens each tax year's block.
      *----------------------------------------------------------------
00092      05  YR-LINE.
00093         10 FILLER     PIC X(7)       VALUE SPACES.
00094         10 FILLER     PIC X(9)       VALUE 'TAX YEAR '.
00095         10 YL-YR      PIC 9(4).
      *----------------------------------------------------------------
      * WORK-LINE: one line per step of the cycle within the year.
      *----------------------------------------------------------------
00096      05  WORK-LINE.
00097         10 FILLER     PIC X(7)       VALUE SPACES.
00098         10 WK-STEP    PIC X(4).
00099         10 FILLER     PIC X(3)       VALUE SPACES.
00100         10 WK-PROG    PIC X(8).
00101         10 FILLER     PIC X(3)       VALUE SPACES.
00102         10 WK-DESC    PIC X(20).
00103         10 FILLER     PIC X(2)       VALUE SPACES.
00104         10 WK-STATUS  PIC X(7).
00105         10 FILLER     PIC X(3)       VALUE SPACES.
00106         10 WK-RUNS    PIC ZZ9.
00107         10 FILLER     PIC X(3)       VALUE SPACES.
00108         10 WK-RERUN   PIC X(3).
00109         10 FILLER     PIC X(3)       VALUE SPACES.
00110         10 WK-DATE    PIC X(8).
00111         10 FILLER     PIC X(3)       VALUE SPACES.
00112         10 WK-RC      PIC XX.
00113         10 FILLER     PIC X(3)       VALUE SPACES.
00114         10 WK-IN      PIC ZZZZ9.
00115         10 FILLER     PIC X(2)       VALUE SPACES.
00116         10 WK-OUT     PIC ZZZZ9.
00117         10 FILLER     PIC X(2)       VALUE SPACES.
00118         10 WK-ERR     PIC ZZZZ9.
00119         10 FILLER     PIC X(2)       VALUE SPACES.
00120         10 WK-TOT     PIC Z(14)9.9999.
      *    Blanked-out view of the run columns, for a step that has
      *    never run -- nothing prints past the RERUN column.
00121      05  WK-NO-RUN REDEFINES WORK-LINE.
00122         10 FILLER     PIC X(66).
00123         10 WK-NO-RUN-COLS PIC X(60).
      *----------------------------------------------------------------
      * YR-SUM-LINE: closes each tax year's block.
      *----------------------------------------------------------------
00124      05  YR-SUM-LINE.
00125         10 FILLER     PIC X(7)       VALUE SPACES.
00126         10 FILLER     PIC X(11)      VALUE 'STEPS DONE '.
00127         10 YS-DONE    PIC Z9.
00128         10 FILLER     PIC X(11)      VALUE '   PENDING '.
00129         10 YS-PEND    PIC Z9.
00130         10 FILLER     PIC X(22)      VALUE  '   RUN MORE THAN ONCE
00131 -        ' '.
00132         10 YS-RERUN   PIC Z9.
00133         10 FILLER     PIC X(4)       VALUE SPACES.
00134         10 YS-CYCLE   PIC X(14).
00135      05  TRL-TTL-LINE.
00136         10  FILLER PIC X(46) VALUE SPACES.
00137         10  FILLER PIC X(15) VALUE 'CONTROL  TOTALS'.
00138      05  TRL-LINE.
00139         10 FILLER     PIC X(40)      VALUE SPACES.
00140         10 TRL-TEXT   PIC X(22).
00141         10 TRL-CNT    PIC ZZZZ9.
      *----------------------------------------------------------------
      * STEP-TABLE: the steps of the cycle, in the order they run --
      *   step code, program and description. The report prints
      *   every year's steps in this order, run or not.
      *----------------------------------------------------------------
00142  01  STEP-VALUES.
00143      05  FILLER PIC X(12) VALUE '024 CLREB024'.
00144      05  FILLER PIC X(20) VALUE 'ASSESSED VALUE EDIT'.
00145      05  FILLER PIC X(12) VALUE '020PCLREB020'.
00146      05  FILLER PIC X(20) VALUE 'FACTOR EDIT - PROOF'.
00147      05  FILLER PIC X(12) VALUE '025 CLREB025'.
00148      05  FILLER PIC X(20) VALUE 'IMPACT REPORT'.
00149      05  FILLER PIC X(12) VALUE '020FCLREB020'.
00150      05  FILLER PIC X(20) VALUE 'FACTOR EDIT - FINAL'.
00151      05  FILLER PIC X(12) VALUE '055 CLREB055'.
00152      05  FILLER PIC X(20) VALUE 'FACTOR RELEASE'.
00153      05  FILLER PIC X(12) VALUE '050 CLREB050'.
00154      05  FILLER PIC X(20) VALUE 'EXTENSION FEED MERGE'.
00155      05  FILLER PIC X(12) VALUE '060 CLREB060'.
00156      05  FILLER PIC X(20) VALUE 'STATE TRANSMITTAL'.
0156A      05  FILLER PIC X(12) VALUE '065 CLREB065'.
0156B      05  FILLER PIC X(20) VALUE 'STATE ACKNOWLEDGMENT'.
00157  01  STEP-TABLE REDEFINES STEP-VALUES.
00158      05  STEP-ENTRY OCCURS 8 TIMES.
00159          10  SE-STEP       PIC X(4).
00160          10  SE-PROGRAM    PIC X(8).
00161          10  SE-DESC       PIC X(20).
      *----------------------------------------------------------------
      * YEAR-TABLE: one entry per tax year on the file, kept in
      *   ascending year order as years are added (033-ADD-YEAR), so
      *   the report prints in year order with no sort step. Under
      *   each year, one slot per step of STEP-TABLE: how many times
      *   the step has run, and the raw image of its latest record --
      *   the file is in run order, so the last one read is the
      *   latest. 50 years is decades of cycles.
      *----------------------------------------------------------------
00162  01  YEAR-TABLE.
00163      05  YR-ENTRY OCCURS 50 TIMES.
00164          10  YE-TAXYR      PIC 9(4).
00165          10  YE-STEP OCCURS 8 TIMES.
00166              15  YS-RUNS       PIC S999 COMP-3.
00167              15  YS-LAST-REC   PIC X(80).
00168 *    SKIP3
00169 *****************  WORKING STORAGE ENDS HERE  ********************
00170 *SKIP3
00171  PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * 010-BEGIN: Main entry point.
      *
      *   Business logic:
      *     1. Read the whole cycle control file into YEAR-TABLE
      *     2. Print each tax year's block, oldest year first
      *     3. Print the control totals, display run statistics and
      *        terminate
      *----------------------------------------------------------------
00172  010-BEGIN.
00173      OPEN    INPUT CYCLE-CONTROL-FILE
00174              OUTPUT PRINT-FILE
00175      MOVE FUNCTION CURRENT-DATE TO DATE-DT
00176      READ    CYCLE-CONTROL-FILE
00177              AT END MOVE 'Y' TO CYCLE-EOF-SW
00178      END-READ
00179      PERFORM 020-LOAD-CYCLE THRU 020-EXIT
00180              UNTIL CYCLE-EOF
00181      IF      YR-CNT EQUAL TO ZERO
00182              IF      RETURN-CODE LESS THAN 4
00183                      MOVE 4 TO RETURN-CODE
00184              END-IF
00185              DISPLAY 'CYCLE CONTROL FILE IS EMPTY'
00186      ELSE
00187              PERFORM 050-PRINT-YEAR THRU 050-EXIT
00188                      VARYING YR-SUB FROM 1 BY 1
00189                      UNTIL   YR-SUB GREATER THAN YR-CNT
00190      END-IF
00191      PERFORM 080-TRAILER-ROUTINE THRU 080-EXIT
00192      DISPLAY 'NO. OF CYCLE RECORDS READ = ' IN-CNT
00193      DISPLAY 'NO. OF TAX YEARS REPORTED = ' YR-CNT
00194      DISPLAY 'NO. OF YEARS CYCLE DONE   = ' COMPLETE-CNT
00195      DISPLAY 'NO. OF UNKNOWN STEP CODES = ' UNKNOWN-CNT
00196      CLOSE   CYCLE-CONTROL-FILE
00197              PRINT-FILE
00198      STOP RUN.
00199 *    SKIP3
      *----------------------------------------------------------------
      * 020-LOAD-CYCLE: Post one cycle control record to YEAR-TABLE
      *   and read the next.
      *
      *   Business logic:
      *     The step code is looked up in STEP-TABLE; an unknown code
      *     is displayed, counted and skipped. The tax year is found
      *     in YEAR-TABLE, or added in year order. The step's run
      *     count goes up by one and the record becomes the step's
      *     latest run for the year.
      *----------------------------------------------------------------
00200  020-LOAD-CYCLE.
00201      ADD     +1 TO IN-CNT
00202      MOVE    'N' TO STEP-FOUND-SW
00203      PERFORM 031-MATCH-STEP THRU 031-EXIT
00204              VARYING STP-SUB FROM 1 BY 1
00205              UNTIL   STEP-FOUND
00206              OR      STP-SUB GREATER THAN STEP-MAX
00207      IF      NOT STEP-FOUND
00208              ADD     +1 TO UNKNOWN-CNT
00209              DISPLAY 'UNKNOWN STEP CODE ' CY-STEP
00210                      ' FOR TAX YEAR ' CY-TAXYR
00211              GO TO 020-READ.
00212      MOVE    'N' TO YR-STOP-SW
00213      MOVE    'N' TO YR-NEW-SW
00214      PERFORM 032-FIND-YEAR THRU 032-EXIT
00215              VARYING YR-SUB FROM 1 BY 1
00216              UNTIL   YR-STOP
00217              OR      YR-SUB GREATER THAN YR-CNT
00218      IF      NOT YR-STOP
00219              MOVE 'Y' TO YR-NEW-SW
00220      ELSE
00221          IF      YE-TAXYR (YR-SUB) NOT EQUAL TO CY-TAXYR
00222                  MOVE 'Y' TO YR-NEW-SW
00223          END-IF
00224      END-IF
00225      IF      YR-NEW
00226          IF      YR-TABLE-FULL
00227                  ADD     +1 TO DROPPED-CNT
00228                  MOVE    16 TO RETURN-CODE
00229                  DISPLAY 'YEAR TABLE FULL - TAX YEAR '
00230                          CY-TAXYR ' NOT REPORTED'
00231                  GO TO 020-READ
00232          ELSE
00233                  PERFORM 033-ADD-YEAR THRU 033-EXIT
00234          END-IF
00235      END-IF
00236      ADD     +1 TO YS-RUNS (YR-SUB, STP-SUB)
00237      MOVE    CYCLE-CONTROL-REC TO YS-LAST-REC (YR-SUB, STP-SUB).
00238 *    SKIP1
00239  020-READ.
00240      READ    CYCLE-CONTROL-FILE
00241              AT END MOVE 'Y' TO CYCLE-EOF-SW
00242      END-READ.
00243 *    SKIP1
00244  020-EXIT.
00245      EXIT.
00246 *    SKIP1
      *----------------------------------------------------------------
      * 031-MATCH-STEP: Test one STEP-TABLE entry against the
      *   record's step code. On a match, STEP-FOUND stops the
      *   PERFORM VARYING and STP-SUB is backed up one to undo the
      *   loop's increment -- the same device as CLREB040's
      *   041-MATCH-CORRECTION.
      *----------------------------------------------------------------
00247  031-MATCH-STEP.
00248      IF      SE-STEP (STP-SUB) EQUAL TO CY-STEP
00249              MOVE 'Y' TO STEP-FOUND-SW
00250              SUBTRACT 1 FROM STP-SUB
00251      END-IF.
00252 *    SKIP1
00253  031-EXIT.
00254      EXIT.
00255 *    SKIP1
      *----------------------------------------------------------------
      * 032-FIND-YEAR: Stop on the first table year at or past the
      *   record's year, same device as 031-MATCH-STEP. YR-SUB is
      *   then either the year itself or the slot the year belongs
      *   in; run off the end, it is one past the last entry.
      *----------------------------------------------------------------
00256  032-FIND-YEAR.
00257      IF      YE-TAXYR (YR-SUB) NOT LESS THAN CY-TAXYR
00258              MOVE 'Y' TO YR-STOP-SW
00259              SUBTRACT 1 FROM YR-SUB
00260      END-IF.
00261 *    SKIP1
00262  032-EXIT.
00263      EXIT.
00264 *    SKIP1
      *----------------------------------------------------------------
      * 033-ADD-YEAR: Open a new tax year at YR-SUB, moving every
      *   later year down one entry first, so the table stays in
      *   year order. The new entry starts with no runs of any step.
      *----------------------------------------------------------------
00265  033-ADD-YEAR.
00266      PERFORM 034-SHIFT-YEAR THRU 034-EXIT
00267              VARYING SHIFT-SUB FROM YR-CNT BY -1
00268              UNTIL   SHIFT-SUB LESS THAN YR-SUB
00269      ADD     +1 TO YR-CNT
00270      INITIALIZE YR-ENTRY (YR-SUB)
00271      MOVE    CY-TAXYR TO YE-TAXYR (YR-SUB).
00272 *    SKIP1
00273  033-EXIT.
00274      EXIT.
00275 *    SKIP1
00276  034-SHIFT-YEAR.
00277      MOVE    YR-ENTRY (SHIFT-SUB) TO YR-ENTRY (SHIFT-SUB + 1).
00278 *    SKIP1
00279  034-EXIT.
00280      EXIT.
00281 *    SKIP3
      *----------------------------------------------------------------
      * 050-PRINT-YEAR: Print one tax year's block -- the year line,
      *   one line per step of the cycle, and the year's summary.
      *
      *   Business logic:
      *     A block never splits across pages: when the rest of the
      *     page cannot hold all of it, the page breaks first. The
      *     cycle is complete for the year only when every step is
      *     done.
      *----------------------------------------------------------------
00282  050-PRINT-YEAR.
00283      IF      LINE-CNT GREATER THAN +44
00284              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00285      MOVE    ZERO TO YR-DONE-CNT
00286                      YR-PEND-CNT
00287                      YR-RERUN-CNT
00288      MOVE    YE-TAXYR (YR-SUB) TO YL-YR
00289      WRITE   PRINT-REC FROM YR-LINE
00290              AFTER ADVANCING 3
00291      ADD     +3 TO LINE-CNT
00292      PERFORM 051-PRINT-STEP THRU 051-EXIT
00293              VARYING STP-SUB FROM 1 BY 1
00294              UNTIL   STP-SUB GREATER THAN STEP-MAX
00295      MOVE    YR-DONE-CNT  TO YS-DONE
00296      MOVE    YR-PEND-CNT  TO YS-PEND
00297      MOVE    YR-RERUN-CNT TO YS-RERUN
00298      IF      YR-PEND-CNT EQUAL TO ZERO
00299              MOVE 'CYCLE COMPLETE' TO YS-CYCLE
00300              ADD  +1 TO COMPLETE-CNT
00301      ELSE
00302              MOVE 'CYCLE OPEN'     TO YS-CYCLE
00303      END-IF
00304      WRITE   PRINT-REC FROM YR-SUM-LINE
00305              AFTER ADVANCING 2
00306      ADD     +2 TO LINE-CNT.
00307 *    SKIP1
00308  050-EXIT.
00309      EXIT.
00310 *    SKIP1
      *----------------------------------------------------------------
      * 051-PRINT-STEP: Print one step's line within the year.
      *
      *   Business logic:
      *     Never run: PENDING, with the run columns blank. Run:
      *     the latest run's image is mapped back into the record
      *     buffer so the REBCYCL01 field names describe it again
      *     (the device CLREB021 uses for its ring), and the step is
      *     DONE if that run ended 00, PENDING otherwise. More than
      *     one run flags RERUN.
      *----------------------------------------------------------------
00311  051-PRINT-STEP.
00312      MOVE    SE-STEP (STP-SUB)      TO WK-STEP
00313      MOVE    SE-PROGRAM (STP-SUB)   TO WK-PROG
00314      MOVE    SE-DESC (STP-SUB)      TO WK-DESC
00315      MOVE    YS-RUNS (YR-SUB, STP-SUB) TO WK-RUNS
00316      MOVE    SPACES                 TO WK-RERUN
00317      IF      YS-RUNS (YR-SUB, STP-SUB) EQUAL TO ZERO
00318              ADD  +1 TO YR-PEND-CNT
00319              MOVE 'PENDING' TO WK-STATUS
00320              MOVE SPACES    TO WK-NO-RUN-COLS
00321              GO TO 051-WRITE.
00322      IF      YS-RUNS (YR-SUB, STP-SUB) GREATER THAN +1
00323              ADD  +1 TO YR-RERUN-CNT
00324              MOVE 'YES' TO WK-RERUN
00325      END-IF
00326      MOVE    YS-LAST-REC (YR-SUB, STP-SUB) TO CYCLE-CONTROL-REC
00327      IF      CY-RETURN-CODE EQUAL TO ZERO
00328              ADD  +1 TO YR-DONE-CNT
00329              MOVE 'DONE'    TO WK-STATUS
00330      ELSE
00331              ADD  +1 TO YR-PEND-CNT
00332              MOVE 'PENDING' TO WK-STATUS
00333      END-IF
00334      MOVE    CY-RUN-DATE    TO WK-DATE
00335      MOVE    CY-RETURN-CODE TO WK-RC
00336      MOVE    CY-IN-CNT      TO WK-IN
00337      MOVE    CY-OUT-CNT     TO WK-OUT
00338      MOVE    CY-ERR-CNT     TO WK-ERR
00339      MOVE    CY-CTL-TOT     TO WK-TOT.
00340 *    SKIP1
00341  051-WRITE.
00342      WRITE   PRINT-REC FROM WORK-LINE
00343              AFTER ADVANCING 1
00344      ADD     +1 TO LINE-CNT.
00345 *    SKIP1
00346  051-EXIT.
00347      EXIT.
00348 *    SKIP3
00349  060-HDG-ROUTINE.
00350      ADD     +1 TO PAGE-CNT
00351      MOVE    PAGE-CNT TO HDG-PG
00352      WRITE   PRINT-REC FROM DATE-LINE
00353              AFTER PAGE
00354      WRITE   PRINT-REC FROM HDG-LINE
00355              AFTER ADVANCING 2
00356      WRITE   PRINT-REC FROM TTL-LINE
00357              AFTER ADVANCING 2
00358      WRITE   PRINT-REC FROM TTL-LINE2
00359              AFTER ADVANCING 3
00360      MOVE    +8 TO LINE-CNT.
00361 *    SKIP1
00362  060-EXIT.
00363      EXIT.
00364 *    SKIP3
      *----------------------------------------------------------------
      * 080-TRAILER-ROUTINE: Print the control totals.
      *----------------------------------------------------------------
00365  080-TRAILER-ROUTINE.
00366      IF      LINE-CNT GREATER THAN +45
00367              PERFORM 060-HDG-ROUTINE THRU 060-EXIT.
00368      WRITE   PRINT-REC FROM TRL-TTL-LINE
00369              AFTER ADVANCING 3
00370      MOVE    'RECORDS READ     . . .' TO TRL-TEXT
00371      MOVE    IN-CNT         TO TRL-CNT
00372      WRITE   PRINT-REC FROM TRL-LINE
00373              AFTER ADVANCING 2
00374      MOVE    'TAX YEARS        . . .' TO TRL-TEXT
00375      MOVE    YR-CNT         TO TRL-CNT
00376      WRITE   PRINT-REC FROM TRL-LINE
00377              AFTER ADVANCING 2
00378      MOVE    'CYCLES COMPLETE  . . .' TO TRL-TEXT
00379      MOVE    COMPLETE-CNT   TO TRL-CNT
00380      WRITE   PRINT-REC FROM TRL-LINE
00381              AFTER ADVANCING 2
00382      MOVE    'UNKNOWN STEPS    . . .' TO TRL-TEXT
00383      MOVE    UNKNOWN-CNT    TO TRL-CNT
00384      WRITE   PRINT-REC FROM TRL-LINE
00385              AFTER ADVANCING 2
00386      MOVE    'RECORDS DROPPED  . . .' TO TRL-TEXT
00387      MOVE    DROPPED-CNT    TO TRL-CNT
00388      WRITE   PRINT-REC FROM TRL-LINE
00389              AFTER ADVANCING 2
00390      ADD     +13 TO LINE-CNT.
00391 *    SKIP1
00392  080-EXIT.
00393      EXIT.
