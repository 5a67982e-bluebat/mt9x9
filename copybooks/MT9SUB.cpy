000010*----------------------------------------------------------------
000020* MT9SUB.CPY
000030*
000040* SUBSCRIBER RECORD FOR SUBFILE, THE CHANGE-FEED SUBSCRIBER
000050* MASTER KEPT BY MT9X9C.  ONE RECORD PER SYSTEM THAT HOLDS ITS
000060* OWN COPY OF THE TABLE: THE LAST BATCH SENT (AND THE GENERATION
000070* IT BROUGHT THE SUBSCRIBER TO), THE LAST BATCH ACKNOWLEDGED ON
000080* THE SUBSCRIBER'S CHGACK-SSSSSSSS FILE (AND ITS GENERATION),
000090* AND THE BATCHES SENT BUT NOT YET ACKNOWLEDGED.  MT9X9C
000100* REWRITES THE WHOLE FILE EVERY RUN.  A NEW SUBSCRIBER IS
000110* ENROLLED BY ADDING A RECORD WITH ONLY THE SUBSCRIBER ID IN
000120* COLUMNS 1-8; ITS FIRST BATCH IS A FULL REFRESH.
000130*----------------------------------------------------------------
000140* DATE       BY    DESCRIPTION
000150* ---------- ----- ---------------------------------------------
000160* 2026-10-15 DPS   ORIGINAL.
000170*----------------------------------------------------------------
000180 01  MT9-SUBSCRIBER-RECORD.
000190     05  MT9-SB-SUBID        PIC X(08).
000200     05  MT9-SB-LAST-SENT    PIC 9(06).
000210     05  MT9-SB-SENT-GEN     PIC 9(04).
000220     05  MT9-SB-SENT-DATE    PIC 9(08).
000230     05  MT9-SB-LAST-ACK     PIC 9(06).
000240     05  MT9-SB-ACK-GEN      PIC 9(04).
000250     05  MT9-SB-ACK-DATE     PIC 9(08).
000260     05  MT9-SB-PEND-COUNT   PIC 9(02).
000270     05  MT9-SB-PENDING      OCCURS 9.
000280         10  MT9-SB-PD-SEQ   PIC 9(06).
000290         10  MT9-SB-PD-GEN   PIC 9(04).
000300         10  MT9-SB-PD-TYPE  PIC X(01).
