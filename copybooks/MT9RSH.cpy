000010*----------------------------------------------------------------
000020* MT9RSH.CPY
000030*
000040* RESPONSE-HISTORY RECORD FOR RSHFILE, THE RETAINED HISTORY OF
000050* BATCH INQUIRIES.  EVERY RECORD MT9X9Q WRITES TO RSPFILE IN
000060* BATCH MODE ("D", "M" AND "T" ALIKE) IS ALSO APPENDED HERE,
000070* PREFIXED BY THE DATE AND TIME THE BATCH RAN AND THE KIND OF
000080* REQUEST IT ANSWERS (F = ONE-CELL, R = REVERSE BY KJ, BLANK
000090* FOR THE BATCH TOTALS RECORD).  RSPFILE IS OVERWRITTEN BY
000100* EACH BATCH; THIS FILE IS ONLY EVER EXTENDED.  MT9X9U REPORTS
000110* MONTHLY USAGE OVER IT.
000120*----------------------------------------------------------------
000130* DATE       BY    DESCRIPTION
000140* ---------- ----- ---------------------------------------------
000150* 2026-10-15 DPS   ORIGINAL.
000160*----------------------------------------------------------------
000170 01  MT9-RESPONSE-HISTORY-RECORD.
000180     05  MT9-RH-BATCH-DATE   PIC 9(08).
000190     05  MT9-RH-BATCH-TIME   PIC 9(08).
000200     05  MT9-RH-KIND         PIC X(01).
000210         88  MT9-RH-FORWARD           VALUE "F".
000220         88  MT9-RH-REVERSE           VALUE "R".
000230     05  MT9-RH-RESPONSE     PIC X(44).
