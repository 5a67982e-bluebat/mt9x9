000230*                  EXTRACT FEEDS MT9X9L AND MT9X9G LIKE ANY
000240*                  OTHER.  EVERY ACTION IS LISTED ON THE RPRFILE
000250*                  REPAIR REPORT WITH BEFORE AND AFTER IMAGES.
000252* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000254*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000256*                  EXCEPTIONS DIGEST (MT9X9I).
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000390     SELECT RPRFILE ASSIGN TO "RPRFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MT9-RPR-STATUS.
000412     SELECT ALRFILE ASSIGN TO "ALRFILE"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS MT9-ALR-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EXCFILE
000590 01  RPR-RECORD.
000600     05  RPR-CTL             PIC X(01).
000610     05  RPR-TEXT            PIC X(132).
000612 FD  ALRFILE
000614     RECORDING MODE IS F.
000616     COPY "MT9ALR.cpy".
000620 WORKING-STORAGE SECTION.
000630 01  MT9-EXC-STATUS          PIC X(02).
000640 01  MT9-DAT-STATUS          PIC X(02).
000650 01  MT9-FIX-STATUS          PIC X(02).
000660 01  MT9-RPR-STATUS          PIC X(02).
000665 01  MT9-ALR-STATUS          PIC X(02).
000670 01  MT9-RUN-DATE            PIC 9(08).
000680 01  MT9-RUN-TIME            PIC 9(08).
000690 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
001190     05  MT9-TL-LABEL        PIC X(24).
001200     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001210     05  FILLER              PIC X(100) VALUE SPACES.
001211 01  MT9-ALERT-FIELDS.
001212     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001213     05  MT9-ALERT-SEVERITY  PIC 9(02).
001214     05  MT9-ALERT-CODE      PIC X(08).
001215     05  MT9-ALERT-TEXT      PIC X(60).
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001400         DISPLAY "MT9X9R: EXCFILE NOT AVAILABLE, STATUS="
001410             MT9-EXC-STATUS
001420         SET MT9-EOF TO TRUE
001421         MOVE 8 TO MT9-ALERT-SEVERITY
001422         MOVE "EXCNOTAV" TO MT9-ALERT-CODE
001423         MOVE "EXCFILE NOT AVAILABLE, NOTHING REPAIRED"
001424             TO MT9-ALERT-TEXT
001425         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001430         MOVE 8 TO RETURN-CODE
001440         GO TO 1000-EXIT
001450     END-IF
001482         DISPLAY "MT9X9R: MORE THAN 500 EXCEPTION(S) FILED,"
001483             " EXTRACT NOT REPAIRED"
001484         SET MT9-EOF TO TRUE
001485         MOVE 8 TO MT9-ALERT-SEVERITY
001486         MOVE "EXCLIMIT" TO MT9-ALERT-CODE
001487         MOVE "OVER 500 EXCEPTIONS, EXTRACT NOT REPAIRED"
001488             TO MT9-ALERT-TEXT
001489         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001490         MOVE 8 TO RETURN-CODE
001491         GO TO 1000-EXIT
001492     END-IF
001493     OPEN INPUT DATFILE
001500     IF MT9-DAT-STATUS NOT EQUAL "00"
001510         DISPLAY "MT9X9R: DATFILE NOT AVAILABLE, STATUS="
001520             MT9-DAT-STATUS
001530         SET MT9-EOF TO TRUE
001531         MOVE 8 TO MT9-ALERT-SEVERITY
001532         MOVE "DATNOTAV" TO MT9-ALERT-CODE
001533         MOVE "DATFILE NOT AVAILABLE, NOTHING REPAIRED"
001534             TO MT9-ALERT-TEXT
001535         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001540         MOVE 8 TO RETURN-CODE
001550         GO TO 1000-EXIT
001560     END-IF
002260     MOVE MT9-RUN-DATE TO FIX-HR-DATE
002270     MOVE MT9-RUN-TIME TO FIX-HR-TIME
002280     MOVE MT9-HR-JOBID TO FIX-HR-JOBID
002285     MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
002290     MOVE MT9-HR-ISTART TO FIX-HR-ISTART
002300     MOVE MT9-HR-IEND TO FIX-HR-IEND
002310     MOVE MT9-HR-ISTEP TO FIX-HR-ISTEP
003170     IF MT9-UNMATCHED-COUNT NOT EQUAL ZERO
003180         DISPLAY "MT9X9R: " MT9-UNMATCHED-COUNT
003190             " EXCEPTION(S) MATCHED NO DATFILE RECORD"
003191         MOVE 8 TO MT9-ALERT-SEVERITY
003192         MOVE "UNMATCHD" TO MT9-ALERT-CODE
003193         MOVE "EXCEPTION(S) MATCHED NO DATFILE RECORD"
003194             TO MT9-ALERT-TEXT
003195         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003200         IF RETURN-CODE LESS THAN 8
003210             MOVE 8 TO RETURN-CODE
003220         END-IF
003880     ADD 1 TO MT9-LINE-COUNT.
003890 8200-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
003930* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
003940* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
003950* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
003960* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
003970*----------------------------------------------------------------
003980 8900-WRITE-ALERT.
003990     OPEN EXTEND ALRFILE
004000     IF MT9-ALR-STATUS NOT EQUAL "00"
004010         OPEN OUTPUT ALRFILE
004020     END-IF
004030     IF MT9-ALR-STATUS NOT EQUAL "00"
004040         DISPLAY "MT9X9R: ALRFILE NOT AVAILABLE, STATUS="
004050             MT9-ALR-STATUS
004060         GO TO 8900-EXIT
004070     END-IF
004080     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
004090     ACCEPT MT9-AL-TIME FROM TIME
004100     MOVE "MT9X9R" TO MT9-AL-PROGRAM
004110     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
004120     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
004130     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
004140     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
004150     WRITE MT9-ALERT-RECORD
004160     CLOSE ALRFILE.
004170 8900-EXIT.
004180     EXIT.
