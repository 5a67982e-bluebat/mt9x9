000010*----------------------------------------------------------------
000020* MT9CHG.CPY
000030*
000040* CHANGE-FEED RECORDS WRITTEN BY MT9X9C TO EACH SUBSCRIBER'S
000050* CHGFEED-SSSSSSSS FILE.  ONE FILE CARRIES ONE BATCH: AN "H"
000060* HEADER NAMING THE SUBSCRIBER, THE BATCH SEQUENCE NUMBER, THE
000070* FEED TYPE AND THE CATFILE GENERATIONS THE BATCH SPANS; ONE
000080* DETAIL RECORD PER CELL ADDED ("A"), CHANGED ("C") OR DELETED
000090* ("D"), KEYED ON K/J/OPMODE WITH THE OLD AND NEW KJ; AND A
000100* "T" TRAILER WITH THE DETAIL COUNTS AND A HASH (THE SUM OF
000110* EVERY NEW KJ SENT) SO THE SUBSCRIBER CAN PROVE IT HAS THE
000120* WHOLE BATCH.
000130*
000140* A DELTA BATCH ("D") TAKES THE SUBSCRIBER FROM THE GENERATION
000150* IN ITS LAST ACKNOWLEDGED BATCH (FROM-GEN) TO THE NEWEST
000160* VERIFIED GENERATION (TO-GEN).  WHEN EARLIER BATCHES ARE STILL
000170* UNACKNOWLEDGED THE NEW BATCH CUMULATES THEM: FIRST-SEQ NAMES
000180* THE OLDEST BATCH IT REPLACES, AND THE SUBSCRIBER APPLIES THE
000190* NEW BATCH INSTEAD OF THE OLD ONES.  A REFRESH BATCH ("R")
000200* CARRIES EVERY CELL OF TO-GEN AS AN "A" RECORD AND REPLACES
000210* THE SUBSCRIBER'S WHOLE COPY; FROM-GEN IS ZERO.
000220*----------------------------------------------------------------
000230* DATE       BY    DESCRIPTION
000240* ---------- ----- ---------------------------------------------
000250* 2026-10-15 DPS   ORIGINAL.
000260*----------------------------------------------------------------
000270 01  MT9-CHANGE-HEADER.
000280     05  MT9-CH-TYPE         PIC X(01).
000290         88  MT9-CH-IS-HEADER         VALUE "H".
000300     05  MT9-CH-SUBID        PIC X(08).
000310     05  MT9-CH-BATCH-SEQ    PIC 9(06).
000320     05  MT9-CH-FEED-TYPE    PIC X(01).
000330         88  MT9-CH-DELTA             VALUE "D".
000340         88  MT9-CH-REFRESH           VALUE "R".
000350     05  MT9-CH-FIRST-SEQ    PIC 9(06).
000360     05  MT9-CH-FROM-GEN     PIC 9(04).
000370     05  MT9-CH-TO-GEN       PIC 9(04).
000380     05  MT9-CH-DATE         PIC 9(08).
000390     05  MT9-CH-TIME         PIC 9(08).
000400 01  MT9-CHANGE-DETAIL.
000410     05  MT9-CF-ACTION       PIC X(01).
000420         88  MT9-CF-IS-ADD            VALUE "A".
000430         88  MT9-CF-IS-CHANGE         VALUE "C".
000440         88  MT9-CF-IS-DELETE         VALUE "D".
000450     05  MT9-CF-BATCH-SEQ    PIC 9(06).
000460     05  MT9-CF-KEY.
000470         10  MT9-CF-K        PIC 9(02).
000480         10  MT9-CF-J        PIC 9(02).
000490         10  MT9-CF-OPMODE   PIC X(01).
000500     05  MT9-CF-OLD-KJ       PIC 9(04).
000510     05  MT9-CF-NEW-KJ       PIC 9(04).
000520 01  MT9-CHANGE-TRAILER.
000530     05  MT9-CX-TYPE         PIC X(01).
000540         88  MT9-CX-IS-TRAILER        VALUE "T".
000550     05  MT9-CX-BATCH-SEQ    PIC 9(06).
000560     05  MT9-CX-ADDS         PIC 9(08).
000570     05  MT9-CX-CHANGES      PIC 9(08).
000580     05  MT9-CX-DELETES      PIC 9(08).
000590     05  MT9-CX-COUNT        PIC 9(08).
000600     05  MT9-CX-HASH         PIC 9(12).
