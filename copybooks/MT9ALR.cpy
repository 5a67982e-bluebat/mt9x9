000010*----------------------------------------------------------------
000020* MT9ALR.CPY
000030*
000040* OPERATOR ALERT RECORD FOR ALRFILE, THE ALERT FILE SHARED BY
000050* EVERY PROGRAM IN THE MT9X9 SUITE.  WHEREVER A PROGRAM MEETS A
000060* CONDITION THAT RAISES ITS RETURN CODE (A FILE NOT AVAILABLE, A
000070* BAD PARM, AN OUT-OF-BALANCE EXTRACT, RECORDS SKIPPED) IT ALSO
000080* APPENDS ONE RECORD HERE CARRYING ITS PROGRAM ID, THE JOB ID IT
000090* WAS WORKING FOR (SPACES WHEN IT HAS NONE), THE SEVERITY (THE
000100* RETURN CODE THE CONDITION SETS: 04 WARNING, 08 FAILURE), A
000110* SHORT MESSAGE CODE, FREE TEXT AND THE DATE/TIME IT WAS RAISED.
000120* THE FILE IS ONLY EVER EXTENDED, SO IT IS IN TIME ORDER.  MT9X9I
000130* PRINTS THE MORNING EXCEPTIONS DIGEST FROM IT.
000140*----------------------------------------------------------------
000150* DATE       BY    DESCRIPTION
000160* ---------- ----- ---------------------------------------------
000170* 2026-10-15 DPS   ORIGINAL.
000180*----------------------------------------------------------------
000190 01  MT9-ALERT-RECORD.
000200     05  MT9-AL-STAMP.
000210         10  MT9-AL-DATE     PIC 9(08).
000220         10  MT9-AL-TIME     PIC 9(08).
000230     05  MT9-AL-PROGRAM      PIC X(08).
000240     05  MT9-AL-JOBID        PIC X(08).
000250     05  MT9-AL-SEVERITY     PIC 9(02).
000260         88  MT9-AL-WARNING           VALUE 04.
000270         88  MT9-AL-FAILURE           VALUE 08.
000280     05  MT9-AL-CODE         PIC X(08).
000290     05  MT9-AL-TEXT         PIC X(60).
