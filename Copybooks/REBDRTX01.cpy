000100*================================================================
000200* REBDRTX01 - Department of Revenue transmittal record layout
000300*   for the TRANSMIT-FILE.
000400*
000500*   80-byte fixed-format records:
000600*     T1 header - county number, tax year, certification run
000700*                 date, run mode, and the certifying run's
000800*                 card / factor / error control counts
000900*     T2 detail - county number, tax year, quad, factor
001000*   Shared by CLREB060 and CLREB057 (writers) and CLREB065
001100*   (acknowledgment reconciliation) so all sides keep one
001150*   definition.
001200*================================================================
001300    05  TX-DETAIL.
001400        10  TX-REC-ID     PIC XX.
001500            88  TX-HEADER-REC        VALUE 'T1'.
001600            88  TX-FACTOR-REC        VALUE 'T2'.
001700        10  TX-COUNTY     PIC X(3).
001800        10  TX-TAXYR      PIC 9(4).
001900        10  TX-QUAD       PIC 9.
002000        10  TX-EQFACT     PIC 99V9999.
002100        10  FILLER        PIC X(64).
002200    05  TX-HEADER REDEFINES TX-DETAIL.
002300        10  FILLER        PIC XX.
002400        10  TX-HDR-COUNTY PIC X(3).
002500        10  TX-HDR-TAXYR  PIC 9(4).
002600        10  TX-HDR-CERT-DATE PIC X(8).
002700        10  TX-HDR-MODE   PIC X(5).
002710*           'FINAL' on the certification transmittal CLREB060
002720*           writes; 'AMEND' on a supplemental transmittal from
002730*           CLREB057, which carries only the amended quads.
002800        10  TX-HDR-CARD-CNT PIC 9(4).
002900        10  TX-HDR-FACT-CNT PIC 9(4).
003000        10  TX-HDR-ERR-CNT PIC 9(4).
003010        10  TX-HDR-AMEND-NO PIC 99.
003020*           Amendment number on an 'AMEND' transmittal; spaces
003030*           on a FINAL one.
003100        10  FILLER        PIC X(44).
