000320*                  HOUSEKEEPING.  ARCHIVE "C" CONTROL RECORDS
000330*                  ARE PASSED OVER; AN ARCHIVE THAT CANNOT BE
000340*                  OPENED IS NOTED AND ENDS THE JOB RC=4.
000341* 2026-10-15 DPS   "A" AUTHORISATION RECORDS ARE NOW READ.  ONE
000342*                  FILED BY MT9X9 ALONGSIDE A RUN ("R" IN COLUMN
000343*                  2, SAME DATE, TIME AND JOB ID) PRINTS ON THAT
000344*                  RUN'S LINE AS AUTH=SUPERVISOR (OR
000345*                  REJ=SUPERVISOR FOR A REFUSED CARD), SO THE
000346*                  HISTORY SHOWS WHO AUTHORISED EACH HELD RUN.
000347*                  MT9X9Y'S OWN DECISION-TIME RECORDS ARE PASSED
000348*                  OVER WITHOUT COUNTING AS UNRECOGNIZED.
000349* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000350*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000351*                  EXCEPTIONS DIGEST (MT9X9I).
000352*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS MT9-OP-OPERID
000520         FILE STATUS IS MT9-OPR-STATUS.
000522     SELECT ALRFILE ASSIGN TO "ALRFILE"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS MT9-ALR-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  LOGFILE
000710     05  ARC-TEXT            PIC X(55).
000720 FD  OPRFILE.
000730     COPY "MT9OPR.cpy".
000732 FD  ALRFILE
000734     RECORDING MODE IS F.
000736     COPY "MT9ALR.cpy".
000740 WORKING-STORAGE SECTION.
000750 01  MT9-LOG-STATUS          PIC X(02).
000760 01  MT9-HST-STATUS          PIC X(02).
000770 01  MT9-OPR-STATUS          PIC X(02).
000780 01  MT9-ARC-STATUS          PIC X(02).
000785 01  MT9-ALR-STATUS          PIC X(02).
000790 01  MT9-ARC-NAME            PIC X(16).
000800 01  MT9-ARCH-SUB            PIC 9(04) COMP.
000810 01  MT9-ARC-EOF-SW          PIC X(01).
000820     88  MT9-ARC-EOF                   VALUE "Y".
000830 01  MT9-LOG-WORK.
000840     05  MT9-LW-TYPE         PIC X(01).
000850     05  MT9-LW-MODE         PIC X(01).
000860     05  MT9-LW-TEXT         PIC X(55).
000870 01  MT9-PARM-CARD           PIC X(80).
000880 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
001030     05  MT9-OPER-COUNT      PIC 9(04) COMP VALUE ZERO.
001040     05  MT9-DAY-COUNT       PIC 9(04) COMP VALUE ZERO.
001050     05  MT9-SKIP-COUNT      PIC 9(04) COMP VALUE ZERO.
001055     05  MT9-AUTH-COUNT      PIC 9(04) COMP VALUE ZERO.
001060 01  MT9-LOG-BODY.
001070     05  MT9-LB-DATE         PIC 9(08).
001080     05  FILLER              PIC X(01).
001250     05  MT9-LE-STATUS       PIC X(08).
001260     05  FILLER              PIC X(01).
001270     05  MT9-LE-COUNT        PIC 9(08).
001271 01  MT9-LOG-AUTH-BODY.
001272     05  MT9-LA-DATE         PIC 9(08).
001273     05  FILLER              PIC X(01).
001274     05  MT9-LA-TIME         PIC 9(08).
001275     05  FILLER              PIC X(01).
001276     05  MT9-LA-JOBID        PIC X(08).
001277     05  FILLER              PIC X(01).
001278     05  MT9-LA-SUPERVISOR   PIC X(08).
001279     05  FILLER              PIC X(01).
001280     05  MT9-LA-DECISION     PIC X(08).
001281     05  FILLER              PIC X(01).
001282     05  MT9-LA-HOLD-NO      PIC 9(06).
001283 01  MT9-RUN-TABLE.
001290     05  MT9-RT-ENTRY        OCCURS 500.
001300         10  MT9-RT-DATE     PIC 9(08).
001310         10  MT9-RT-TIME     PIC 9(08).
001370         10  MT9-RT-COUNT    PIC 9(08).
001380         10  MT9-RT-DUP-SW   PIC X(01).
001390             88  MT9-RT-DUP           VALUE "Y".
001395         10  MT9-RT-AUTH     PIC X(13).
001400 01  MT9-OPER-TABLE.
001410     05  MT9-OT-ENTRY        OCCURS 100.
001420         10  MT9-OT-OPERID   PIC X(08).
001870     05  MT9-RD-COUNT        PIC ZZZZZZZ9.
001880     05  FILLER              PIC X(01)  VALUE SPACE.
001890     05  MT9-RD-DUP-FLAG     PIC X(08).
001895     05  FILLER              PIC X(01)  VALUE SPACE.
001900     05  MT9-RD-AUTH         PIC X(13).
001905     05  FILLER              PIC X(24)  VALUE SPACES.
001910 01  MT9-OPER-TOTAL-LINE.
001920     05  FILLER              PIC X(09)  VALUE "OPERATOR ".
001930     05  MT9-OL-OPERID       PIC X(08).
002020     05  FILLER              PIC X(06)  VALUE " RUNS=".
002030     05  MT9-DL-COUNT        PIC ZZZZZ9.
002040     05  FILLER              PIC X(108) VALUE SPACES.
002041 01  MT9-ALERT-FIELDS.
002042     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
002043     05  MT9-ALERT-SEVERITY  PIC 9(02).
002044     05  MT9-ALERT-CODE      PIC X(08).
002045     05  MT9-ALERT-TEXT      PIC X(60).
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300         DISPLAY "MT9X9H: LOGFILE NOT AVAILABLE, STATUS="
002310             MT9-LOG-STATUS
002320         SET MT9-EOF TO TRUE
002322         MOVE 8 TO MT9-ALERT-SEVERITY
002324         MOVE "LOGNOTAV" TO MT9-ALERT-CODE
002326         MOVE "LOGFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
002328         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002330         MOVE 8 TO RETURN-CODE
002340     ELSE
002350         OPEN OUTPUT HSTFILE
003090*----------------------------------------------------------------
003100* DISPATCH ONE BANKED AUDIT RECORD (LIVE OR ARCHIVED) ON ITS
003110* TYPE CODE.  AN ARCHIVE'S "C" CONTROL RECORD IS PASSED OVER
003120* WITHOUT COUNTING AS AN UNRECOGNIZED RECORD.  AN "A" RECORD
003125* FILED WITH A RUN ("R" IN COLUMN 2) AUTHORISES THAT RUN; ONE
003127* FILED AT DECISION TIME IS PASSED OVER.
003130*----------------------------------------------------------------
003140 2050-POST-RECORD.
003150     EVALUATE TRUE
003190         WHEN MT9-LW-TYPE EQUAL "E"
003200             MOVE MT9-LW-TEXT TO MT9-LOG-END-BODY
003210             PERFORM 2200-CLOSE-RUN THRU 2200-EXIT
003212         WHEN MT9-LW-TYPE EQUAL "A" AND MT9-LW-MODE EQUAL "R"
003214             MOVE MT9-LW-TEXT TO MT9-LOG-AUTH-BODY
003216             PERFORM 2250-AUTHORISE-RUN THRU 2250-EXIT
003217         WHEN MT9-LW-TYPE EQUAL "A"
003218             CONTINUE
003220         WHEN MT9-LW-TYPE EQUAL "C"
003230             CONTINUE
003240         WHEN MT9-LW-TYPE NUMERIC
003520     IF MT9-ARC-STATUS NOT EQUAL "00"
003530         DISPLAY "MT9X9H: ARCHIVE " MT9-ARC-NAME
003540             " NOT AVAILABLE, STATUS=" MT9-ARC-STATUS
003541         MOVE 4 TO MT9-ALERT-SEVERITY
003542         MOVE "ARCUNRD" TO MT9-ALERT-CODE
003543         MOVE "LOGFILE ARCHIVE UNREADABLE, RUNS MAY BE MISSING"
003544             TO MT9-ALERT-TEXT
003545         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003550         IF RETURN-CODE LESS THAN 4
003560             MOVE 4 TO RETURN-CODE
003570         END-IF
003950     MOVE "*NO END*" TO MT9-RT-STATUS (MT9-RUN-COUNT)
003960     MOVE ZERO TO MT9-RT-COUNT (MT9-RUN-COUNT)
003970     MOVE "N" TO MT9-RT-DUP-SW (MT9-RUN-COUNT)
003975     MOVE SPACES TO MT9-RT-AUTH (MT9-RUN-COUNT)
003980     PERFORM VARYING MT9-SCAN-SUB FROM 1 BY 1
003990             UNTIL MT9-SCAN-SUB EQUAL MT9-RUN-COUNT
004000         IF MT9-RT-DATE (MT9-SCAN-SUB)
004320     END-PERFORM.
004330 2200-EXIT.
004340     EXIT.
004341*----------------------------------------------------------------
004342* MATCH AN AUTHORISATION RECORD TO THE RUN IT WAS FILED WITH
004343* (SAME JOB ID, DATE AND TIME, NEWEST FIRST) AND NOTE WHICH
004344* SUPERVISOR APPROVED OR REJECTED IT.
004346*----------------------------------------------------------------
004347 2250-AUTHORISE-RUN.
004348     ADD 1 TO MT9-AUTH-COUNT
004349     MOVE MT9-RUN-COUNT TO MT9-SCAN-SUB
004350     PERFORM UNTIL MT9-SCAN-SUB EQUAL ZERO
004351         IF MT9-RT-JOBID (MT9-SCAN-SUB) EQUAL MT9-LA-JOBID
004352             AND MT9-RT-DATE (MT9-SCAN-SUB) EQUAL MT9-LA-DATE
004353             AND MT9-RT-TIME (MT9-SCAN-SUB) EQUAL MT9-LA-TIME
004354             IF MT9-LA-DECISION EQUAL "REJECTED"
004355                 STRING "REJ=" MT9-LA-SUPERVISOR
004356                     DELIMITED BY SIZE
004357                     INTO MT9-RT-AUTH (MT9-SCAN-SUB)
004358             ELSE
004359                 STRING "AUTH=" MT9-LA-SUPERVISOR
004360                     DELIMITED BY SIZE
004361                     INTO MT9-RT-AUTH (MT9-SCAN-SUB)
004362             END-IF
004363             MOVE ZERO TO MT9-SCAN-SUB
004364         ELSE
004365             SUBTRACT 1 FROM MT9-SCAN-SUB
004366         END-IF
004367     END-PERFORM.
004368 2250-EXIT.
004369     EXIT.
004370*----------------------------------------------------------------
004371* BUMP THE RUN COUNT FOR THIS RUN'S OPERATOR, OPENING A NEW
004372* SLOT THE FIRST TIME THE OPERATOR APPEARS.
004380*----------------------------------------------------------------
004390 2300-COUNT-OPERATOR.
004400     PERFORM VARYING MT9-SCAN-SUB FROM 1 BY 1
005110     ELSE
005120         MOVE SPACES TO MT9-RD-DUP-FLAG
005130     END-IF
005135     MOVE MT9-RT-AUTH (MT9-RUN-SUB) TO MT9-RD-AUTH
005140     MOVE MT9-RUN-DETAIL-LINE TO MT9-TI-TEXT
005150     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
005160 3100-EXIT.
005870     END-IF
005880     DISPLAY "MT9X9H: " MT9-RUN-COUNT " RUN(S) LISTED"
005890     DISPLAY "MT9X9H: " MT9-END-COUNT " END RECORD(S) READ"
005893     DISPLAY "MT9X9H: " MT9-AUTH-COUNT
005896         " RUN AUTHORISATION RECORD(S) READ"
005900     IF MT9-SKIP-COUNT NOT EQUAL ZERO
005910         DISPLAY "MT9X9H: " MT9-SKIP-COUNT
005920             " UNRECOGNIZED OR OVERFLOW RECORD(S) SKIPPED"
005921         MOVE 4 TO MT9-ALERT-SEVERITY
005922         MOVE "SKIPPED" TO MT9-ALERT-CODE
005923         MOVE "UNRECOGNIZED OR OVERFLOW RECORD(S) SKIPPED"
005924             TO MT9-ALERT-TEXT
005925         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
005930         MOVE 4 TO RETURN-CODE
005940     END-IF.
005950 9000-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
005990* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
006000* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
006010* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
006020* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
006030*----------------------------------------------------------------
006040 8900-WRITE-ALERT.
006050     OPEN EXTEND ALRFILE
006060     IF MT9-ALR-STATUS NOT EQUAL "00"
006070         OPEN OUTPUT ALRFILE
006080     END-IF
006090     IF MT9-ALR-STATUS NOT EQUAL "00"
006100         DISPLAY "MT9X9H: ALRFILE NOT AVAILABLE, STATUS="
006110             MT9-ALR-STATUS
006120         GO TO 8900-EXIT
006130     END-IF
006140     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
006150     ACCEPT MT9-AL-TIME FROM TIME
006160     MOVE "MT9X9H" TO MT9-AL-PROGRAM
006170     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
006180     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
006190     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
006200     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
006210     WRITE MT9-ALERT-RECORD
006220     CLOSE ALRFILE.
006230 8900-EXIT.
006240     EXIT.
