000170* DATE       BY    DESCRIPTION
000180* ---------- ----- ---------------------------------------------
000190* 2026-09-02 DPS   ORIGINAL.
000192* 2026-10-15 DPS   A REVERSE (KJ) REQUEST IS ANSWERED WITH ONE
000194*                  "D" RECORD PER MATCHING CELL, THEN AN "M"
000196*                  MATCH-COUNT RECORD LAID OUT IN MT9X9Q.  THE
000198*                  "D" LAYOUT ITSELF IS UNCHANGED.
000200*----------------------------------------------------------------
000210 01  MT9-RESPONSE-RECORD.
000220     05  MT9-RP-TYPE         PIC X(01).
