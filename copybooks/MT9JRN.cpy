000010*----------------------------------------------------------------
000020* MT9JRN.CPY
000030*
000040* BEFORE/AFTER JOURNAL RECORD FOR JRNFILE, THE PERMANENT LOG OF
000050* EVERY CHANGE MADE TO THE TBLFILE TABLE MASTER.  WHATEVER STEP
000060* ADDS, CHANGES OR DELETES A CELL -- MT9X9L ON A RELOAD, MT9X9M
000070* ON AN APPLY OR PURGE, MT9X9J ON A REBUILD -- APPENDS ONE
000080* RECORD HERE CARRYING THE CELL KEY, THE WHOLE MT9TBL RECORD AS
000090* IT STOOD BEFORE (SPACES FOR AN ADD) AND AFTER (SPACES FOR A
000100* DELETE), THE PROGRAM AND JOB ID THAT MADE THE CHANGE, AND THE
000110* DATE/TIME IT WAS MADE.  THE FILE IS ONLY EVER EXTENDED, SO
000120* IT IS IN TIME ORDER AND MT9X9J CAN REPLAY IT TO RECONSTRUCT
000130* THE MASTER AS IT STOOD AT ANY MOMENT.
000140*----------------------------------------------------------------
000150* DATE       BY    DESCRIPTION
000160* ---------- ----- ---------------------------------------------
000170* 2026-10-15 DPS   ORIGINAL.
000175* 2026-10-15 DPS   IMAGES WIDENED TO 40 BYTES, HOLDING THE 38-BYTE
000176*                  MT9TBL RECORD PADDED WITH SPACES.
000180*----------------------------------------------------------------
000190 01  MT9-JOURNAL-RECORD.
000200     05  MT9-JR-ACTION       PIC X(01).
000210         88  MT9-JR-IS-ADD            VALUE "A".
000220         88  MT9-JR-IS-CHANGE         VALUE "C".
000230         88  MT9-JR-IS-DELETE         VALUE "D".
000240     05  MT9-JR-KEY.
000250         10  MT9-JR-K        PIC 9(02).
000260         10  MT9-JR-J        PIC 9(02).
000270         10  MT9-JR-OPMODE   PIC X(01).
000280     05  MT9-JR-BEFORE       PIC X(40).
000290     05  MT9-JR-AFTER        PIC X(40).
000300     05  MT9-JR-PROGRAM      PIC X(08).
000310     05  MT9-JR-JOBID        PIC X(08).
000320     05  MT9-JR-STAMP.
000330         10  MT9-JR-DATE     PIC 9(08).
000340         10  MT9-JR-TIME     PIC 9(08).
