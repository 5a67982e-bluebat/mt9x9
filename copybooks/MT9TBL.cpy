000120* DATE       BY    DESCRIPTION
000130* ---------- ----- ---------------------------------------------
000140* 2026-08-22 DPS   ORIGINAL.
000141* 2026-10-15 DPS   ADDED MT9-TB-ALT-KEY, THE KJ AND OPMODE AGAIN
000142*                  AS ONE CONTIGUOUS FIELD, DECLARED AS THE
000143*                  ALTERNATE RECORD KEY (WITH DUPLICATES) SO
000144*                  MT9X9Q CAN FIND EVERY CELL GIVING A KJ.
000145*                  EVERY PROGRAM THAT WRITES THE MASTER MUST
000146*                  KEEP IT EQUAL TO MT9-TB-KJ / MT9-TB-OPMODE.
000150*----------------------------------------------------------------
000160 01  MT9-TABLE-RECORD.
000170     05  MT9-TB-KEY.
000220     05  MT9-TB-RUN-DATE     PIC 9(08).
000230     05  MT9-TB-RUN-TIME     PIC 9(08).
000240     05  MT9-TB-JOBID        PIC X(08).
000250     05  MT9-TB-ALT-KEY.
000260         10  MT9-TB-ALT-KJ   PIC 9(04).
000270         10  MT9-TB-ALT-OPMODE
000280                             PIC X(01).
