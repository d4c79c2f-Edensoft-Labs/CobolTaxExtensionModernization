000100*================================================================
000200* REBPMAU01 - Parameter audit record layout for PARM-AUDIT-FILE.
000300*
000400*   80-byte record, one appended by CLREB010 for every change
000500*   it makes to QUAD-PARM-FILE, RANGE-PARM-FILE,
000600*   TOWNSHIP-PARM-FILE or APPROVAL-FILE. The file is permanent
000700*   and cumulative: it is opened EXTEND and never rewritten, so
000800*   it answers "who changed this parameter, when, and from
000900*   what" for every year the parameters have been maintained.
001000*
001100*   The before and after images are the parameter record as it
001200*   stood on either side of the change (spaces before an add
001300*   and after a delete). An APPROVAL-FILE image is its first
001400*   20 bytes; the rest of that record is FILLER.
001500*================================================================
001600    05  PA-RUN-DATE   PIC X(8).
001700*       Run date, YYYYMMDD, from FUNCTION CURRENT-DATE.
001800    05  PA-RUN-TIME   PIC X(6).
001900*       Run time, HHMMSS.
002000    05  PA-FILE-ID    PIC X.
002100*       Q = QUAD-PARM-FILE, R = RANGE-PARM-FILE,
002200*       T = TOWNSHIP-PARM-FILE, A = APPROVAL-FILE.
002300    05  PA-ACTION     PIC X.
002400*       A = add, C = change, D = delete, F = carried forward
002500*       from the set previously in force when a transaction
002600*       opened a new effective year.
002700    05  PA-OPER-INIT  PIC X(3).
002800*       Initials of the operator who keyed the transaction.
002900    05  PA-BEFORE     PIC X(20).
003000    05  PA-AFTER      PIC X(20).
003100    05  FILLER        PIC X(21).
