000240*                  CLOSES WITH AN IN BALANCE / OUT OF BALANCE
000250*                  VERDICT AND ANY BREAK ENDS THE JOB RC=8 SO
000260*                  THE SCHEDULER CAN HOLD DOWNSTREAM STEPS.
000263* 2026-10-15 DPS   TBLFILE NOW DECLARES ITS KJ/OPMODE ALTERNATE
000266*                  KEY.
000267* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000268*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000269*                  EXCEPTIONS DIGEST (MT9X9I).
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS MT9-TB-KEY
000433         ALTERNATE RECORD KEY IS MT9-TB-ALT-KEY
000436             WITH DUPLICATES
000440         FILE STATUS IS MT9-TBL-STATUS.
000450     SELECT BALFILE ASSIGN TO "BALFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MT9-BAL-STATUS.
000472     SELECT ALRFILE ASSIGN TO "ALRFILE"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS MT9-ALR-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DATFILE
000680 01  BAL-RECORD.
000690     05  BAL-CTL             PIC X(01).
000700     05  BAL-TEXT            PIC X(132).
000702 FD  ALRFILE
000704     RECORDING MODE IS F.
000706     COPY "MT9ALR.cpy".
000710 WORKING-STORAGE SECTION.
000720 01  MT9-DAT-STATUS          PIC X(02).
000730 01  MT9-LOG-STATUS          PIC X(02).
000740 01  MT9-EXC-STATUS          PIC X(02).
000750 01  MT9-TBL-STATUS          PIC X(02).
000760 01  MT9-BAL-STATUS          PIC X(02).
000765 01  MT9-ALR-STATUS          PIC X(02).
000770 01  MT9-RUN-DATE            PIC 9(08).
000780 01  MT9-RUN-TIME            PIC 9(08).
000790 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
001630     05  MT9-TL-LABEL        PIC X(24).
001640     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001650     05  FILLER              PIC X(100) VALUE SPACES.
001651 01  MT9-ALERT-FIELDS.
001652     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001653     05  MT9-ALERT-SEVERITY  PIC 9(02).
001654     05  MT9-ALERT-CODE      PIC X(08).
001655     05  MT9-ALERT-TEXT      PIC X(60).
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002750     MOVE MT9-HR-DATE TO MT9-GS-DATE
002760     MOVE MT9-HR-TIME TO MT9-GS-TIME
002770     MOVE MT9-HR-JOBID TO MT9-GS-JOBID
002775     MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
002780     MOVE ZERO TO MT9-GRP-COUNT
002790     MOVE ZERO TO MT9-GRP-HASH
002800     MOVE ZERO TO MT9-GRP-DIST-HASH
005120     ELSE
005130         DISPLAY "MT9X9B: OUT OF BALANCE, " MT9-BREAK-COUNT
005140             " BREAK(S)"
005141         MOVE 8 TO MT9-ALERT-SEVERITY
005142         MOVE "OUTOFBAL" TO MT9-ALERT-CODE
005143         MOVE "EXTRACT OUT OF BALANCE, SEE BALFILE"
005144             TO MT9-ALERT-TEXT
005145         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
005150         MOVE 8 TO RETURN-CODE
005160     END-IF.
005170 9000-EXIT.
005370     ADD 1 TO MT9-LINE-COUNT.
005380 8200-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
005420* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
005430* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
005440* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
005450* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
005460*----------------------------------------------------------------
005470 8900-WRITE-ALERT.
005480     OPEN EXTEND ALRFILE
005490     IF MT9-ALR-STATUS NOT EQUAL "00"
005500         OPEN OUTPUT ALRFILE
005510     END-IF
005520     IF MT9-ALR-STATUS NOT EQUAL "00"
005530         DISPLAY "MT9X9B: ALRFILE NOT AVAILABLE, STATUS="
005540             MT9-ALR-STATUS
005550         GO TO 8900-EXIT
005560     END-IF
005570     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
005580     ACCEPT MT9-AL-TIME FROM TIME
005590     MOVE "MT9X9B" TO MT9-AL-PROGRAM
005600     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
005610     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
005620     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
005630     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
005640     WRITE MT9-ALERT-RECORD
005650     CLOSE ALRFILE.
005660 8900-EXIT.
005670     EXIT.
