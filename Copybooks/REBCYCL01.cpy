000100*================================================================
000200* REBCYCL01 - Extension cycle control record layout for the
000300*   CYCLE-CONTROL-FILE.
000400*
000500*   80-byte record, one appended by each step of the yearly
000600*   extension cycle when it finishes, keyed by the tax year the
000700*   step ran for. The file is read front to back, so the last
000800*   record for a year+step is that step's latest run. Shared by
000900*   every step of the cycle (writers) and CLREB090 (the cycle
001000*   status report) so all sides keep one definition.
001100*
001200*   The cycle, in order, with the step code each step writes:
001300*     '024 ' CLREB024 assessed value edit
001400*     '020P' CLREB020 factor edit, PROOF run
001500*     '025 ' CLREB025 equalized value impact report
001600*     '020F' CLREB020 factor edit, FINAL run
001700*     '055 ' CLREB055 factor file release
001800*     '050 ' CLREB050 extension factor feed merge
001900*     '060 ' CLREB060 state certification transmittal
001910*     '065 ' CLREB065 Department of Revenue acknowledgment
001920*                     reconciliation; the transmittal is not
001930*                     complete until this step ends 00
002000*   Each step after the first refuses to start (RETURN-CODE 16)
002100*   unless the latest record of the step before it, for the
002200*   same tax year, carries return code 00.
002300*================================================================
002400    05  CY-TAXYR      PIC 9(4).
002500*       Four-digit tax year the step ran for.
002600    05  CY-STEP       PIC X(4).
002700*       Step code, from the list above.
002800    05  CY-PROGRAM    PIC X(8).
002900    05  CY-RUN-DATE   PIC X(8).
003000*       Run date, YYYYMMDD, from FUNCTION CURRENT-DATE.
003100    05  CY-RUN-TIME   PIC X(6).
003200*       Run time, HHMMSS.
003300    05  CY-RETURN-CODE PIC 9(2).
003400*       Return code the step ended with.
003500    05  CY-IN-CNT     PIC 9(5).
003600    05  CY-OUT-CNT    PIC 9(5).
003700    05  CY-ERR-CNT    PIC 9(5).
003800*       The step's own input, output and error counts.
003900    05  CY-CTL-TOT    PIC 9(15)V9999.
004000*       The step's control total: the assessed value total on
004100*       CLREB024 and CLREB025, the factor hash total on the
004200*       others.
004300    05  FILLER        PIC X(14).
