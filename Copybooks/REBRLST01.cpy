000100*================================================================
000200* REBRLST01 - Release-stamp record layout for the
000300*   RELEASE-STAMP-FILE.
000400*
000500*   80-byte record, one appended per release: by CLREB055 when
000600*   it releases a tax year's factor file ('RS'), and by CLREB057
000700*   when it amends a released year ('RA'). The file is read
000800*   front to back, so the last record for a tax year describes
000900*   the release dataset currently in force for that year --
001000*   the original release or its latest amendment. Shared by
001100*   CLREB055, CLREB057 and the publication extract so all sides
001200*   keep one definition.
001300*================================================================
001400    05  ST-REC-ID     PIC XX.
001500        88  ST-RELEASE               VALUE 'RS'.
001600        88  ST-AMENDMENT             VALUE 'RA'.
001700    05  ST-REL-DATE   PIC X(8).
001800*       Release date, YYYYMMDD, from FUNCTION CURRENT-DATE.
001900    05  ST-REL-TIME   PIC X(6).
002000    05  ST-TAXYR      PIC 9(4).
002100    05  ST-DET-CNT    PIC 9(5).
002200    05  ST-FACT-HASH  PIC 9(7)V9999.
002300*       Detail count and FT-EQFACT hash total of the dataset
002400*       released, the same figures its trailer carries.
002500    05  ST-PROGRAM    PIC X(8).
002600    05  ST-AMEND-NO   PIC 99.
002700*       Amendment number on an 'RA' record, 01 for the first
002800*       amendment of the year; zero on an original release.
002900    05  FILLER        PIC X(34).
