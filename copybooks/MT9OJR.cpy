000010*----------------------------------------------------------------
000020* MT9OJR.CPY
000030*
000040* OPERATOR MAINTENANCE JOURNAL RECORD FOR OPJFILE, THE PERMANENT
000050* LOG OF EVERY CHANGE MT9X9O MAKES TO THE OPRFILE OPERATOR
000060* MASTER.  EACH ADD, CHANGE OR REVOKE APPENDS ONE RECORD CARRYING
000070* THE OPERATOR ID, THE WHOLE MT9OPR RECORD AS IT STOOD BEFORE
000080* (SPACES FOR AN ADD) AND AFTER, THE ID OF THE USER WHO DID THE
000090* MAINTENANCE AND THE DATE/TIME IT WAS DONE.  THE FILE IS ONLY
000100* EVER EXTENDED, SO IT IS IN TIME ORDER: THE FIRST "R" RECORD FOR
000110* AN OPERATOR IS THE DATE THEY WERE REVOKED, AND ANY LATER ONES
000115* ARE REPEATS OF A REVOKE ON AN OPERATOR ALREADY REVOKED.  MT9X9E
000120* READS IT FOR THE QUARTERLY ACCESS REVIEW.
000130*----------------------------------------------------------------
000140* DATE       BY    DESCRIPTION
000150* ---------- ----- ---------------------------------------------
000160* 2026-10-15 DPS   ORIGINAL.
000170*----------------------------------------------------------------
000180 01  MT9-OPR-JOURNAL-RECORD.
000190     05  MT9-OJ-ACTION       PIC X(01).
000200         88  MT9-OJ-IS-ADD            VALUE "A".
000210         88  MT9-OJ-IS-CHANGE         VALUE "C".
000220         88  MT9-OJ-IS-REVOKE         VALUE "R".
000230     05  MT9-OJ-OPERID       PIC X(08).
000240     05  MT9-OJ-BEFORE       PIC X(36).
000250     05  MT9-OJ-AFTER        PIC X(36).
000260     05  MT9-OJ-USER         PIC X(08).
000270     05  MT9-OJ-STAMP.
000280         10  MT9-OJ-DATE     PIC 9(08).
000290         10  MT9-OJ-TIME     PIC 9(08).
