000010*----------------------------------------------------------------
000020* MT9ACK.CPY
000030*
000040* ACKNOWLEDGEMENT RECORD RETURNED BY A CHANGE-FEED SUBSCRIBER
000050* ON ITS CHGACK-SSSSSSSS FILE, ONE RECORD PER BATCH APPLIED.
000060* MT9X9C READS IT ON THE NEXT RUN; ACKNOWLEDGING A BATCH ALSO
000070* ACKNOWLEDGES EVERY EARLIER BATCH IT CUMULATED.
000080*----------------------------------------------------------------
000090* DATE       BY    DESCRIPTION
000100* ---------- ----- ---------------------------------------------
000110* 2026-10-15 DPS   ORIGINAL.
000120*----------------------------------------------------------------
000130 01  MT9-ACK-RECORD.
000140     05  MT9-AK-SUBID        PIC X(08).
000150     05  MT9-AK-BATCH-SEQ    PIC 9(06).
000160     05  MT9-AK-DATE         PIC 9(08).
