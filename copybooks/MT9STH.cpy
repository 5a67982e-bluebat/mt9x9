000010*----------------------------------------------------------------
000020* MT9STH.CPY
000030*
000040* STEP-HISTORY RECORD FOR STHFILE, THE PERMANENT TIMING HISTORY
000050* OF THE NIGHTLY CHAIN.  WHEN A STREAM ENDS WITH EVERY STEP
000060* COMPLETE, MT9X9D APPENDS ONE RECORD PER STEP -- THE JOBFILE
000070* JOB-CONTROL ENTRY (STEP NAME, PROGRAM, STATUS, START AND END
000080* DATE/TIME, RETURN CODE) PREFIXED BY THE STREAM DATE, THE
000090* START DATE OF THE STREAM'S FIRST STEP, SO A CHAIN THAT RUNS
000100* PAST MIDNIGHT OR IS RESUBMITTED NEXT MORNING STILL FILES
000110* UNDER THE NIGHT IT BELONGS TO.  THE FILE IS ONLY EVER
000120* EXTENDED; MT9X9T REPORTS ELAPSED-TIME TRENDS OVER IT.
000130*----------------------------------------------------------------
000140* DATE       BY    DESCRIPTION
000150* ---------- ----- ---------------------------------------------
000160* 2026-10-15 DPS   ORIGINAL.
000170*----------------------------------------------------------------
000180 01  MT9-STEP-HISTORY-RECORD.
000190     05  MT9-SH-STREAM-DATE  PIC 9(08).
000200     05  MT9-SH-STEPNAME     PIC X(08).
000210     05  MT9-SH-PROGRAM      PIC X(08).
000220     05  MT9-SH-STATUS       PIC X(08).
000230     05  MT9-SH-START-DATE   PIC 9(08).
000240     05  MT9-SH-START-TIME   PIC 9(08).
000250     05  MT9-SH-END-DATE     PIC 9(08).
000260     05  MT9-SH-END-TIME     PIC 9(08).
000270     05  MT9-SH-RC           PIC 9(04).
