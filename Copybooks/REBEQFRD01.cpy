001300*       always numeric on a detail record.
001400*     - Header: 'HD' in the first two bytes (where a detail
001500*       carries its numeric year), then the run date, tax year
001600*       generating program and the PROOF/FINAL mode byte.
001700*     - Trailer: 'TR' in the first two bytes, then the detail
001800*       record count and a hash total of the FT-EQFACT values.
001900*   Test FT-HEADER-REC / FT-TRAILER-REC to route a record; a
003700*           Tax year the factors on this file apply to.
003800        10  FT-HDR-PROGRAM PIC X(8).
003900*           Generating program, e.g. 'CLREB020'.
004000        10  FT-HDR-MODE   PIC X.
004010*           'F' on a released file, 'P' on the proof copy a
004020*           PROOF run of CLREB020 writes. Files written before
004030*           the byte was stamped carry a space: treat as 'F'.
004031*           'A' on an amended release written by CLREB057 --
004032*           released factors, read exactly as an 'F' file.
004040            88  FT-PROOF-FILE        VALUE 'P'.
004050            88  FT-FINAL-FILE        VALUE 'F' ' '.
004060            88  FT-AMENDED-FILE      VALUE 'A'.
004100*----------------------------------------------------------------
004200* Trailer view: record ID 'TR', detail count and factor hash
004300* total. A reader balances both against what it actually read.
004900*           Count of detail records on the file.
005000        10  FT-TRL-FACT-HASH PIC 9(7)V9999.
005100*           Hash total: sum of FT-EQFACT over all details.
005110        10  FT-TRL-AMEND-NO PIC 99.
005120*           Amendment number on an amended release ('A'
005130*           header); spaces on any other file.
005200        10  FILLER        PIC X(3).
