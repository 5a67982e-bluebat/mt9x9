000210*                  ITS OWN COMPLETENESS.  ANY CROSS-FOOT BREAK
000220*                  OR A GROUP WITH NO TRAILER ENDS THE JOB
000230*                  RC=8.
000232* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000234*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000236*                  EXCEPTIONS DIGEST (MT9X9I).
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000310     SELECT SUMFILE ASSIGN TO "SUMFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS MT9-SUM-STATUS.
000332     SELECT ALRFILE ASSIGN TO "ALRFILE"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS MT9-ALR-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  DATFILE
000430 01  SUM-RECORD.
000440     05  SUM-CTL             PIC X(01).
000450     05  SUM-TEXT            PIC X(132).
000452 FD  ALRFILE
000454     RECORDING MODE IS F.
000456     COPY "MT9ALR.cpy".
000460 WORKING-STORAGE SECTION.
000470 01  MT9-DAT-STATUS          PIC X(02).
000480 01  MT9-SUM-STATUS          PIC X(02).
000485 01  MT9-ALR-STATUS          PIC X(02).
000490 01  MT9-RUN-DATE            PIC 9(08).
000500 01  MT9-RUN-TIME            PIC 9(08).
000510 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
001420     05  FILLER              PIC X(02)  VALUE SPACES.
001430     05  MT9-GL-VERDICT      PIC X(08).
001440     05  FILLER              PIC X(84)  VALUE SPACES.
001441 01  MT9-ALERT-FIELDS.
001442     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001443     05  MT9-ALERT-SEVERITY  PIC 9(02).
001444     05  MT9-ALERT-CODE      PIC X(08).
001445     05  MT9-ALERT-TEXT      PIC X(60).
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600         DISPLAY "MT9X9S: DATFILE NOT AVAILABLE, STATUS="
001610             MT9-DAT-STATUS
001620         SET MT9-EOF TO TRUE
001622         MOVE 8 TO MT9-ALERT-SEVERITY
001624         MOVE "DATNOTAV" TO MT9-ALERT-CODE
001626         MOVE "DATFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
001628         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001630         MOVE 8 TO RETURN-CODE
001640         GO TO 1000-EXIT
001650     END-IF
002080     MOVE MT9-HR-DATE TO MT9-GS-DATE
002090     MOVE MT9-HR-TIME TO MT9-GS-TIME
002100     MOVE MT9-HR-JOBID TO MT9-GS-JOBID
002105     MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
002110     MOVE MT9-HR-OPMODE TO MT9-GS-OPMODE
002120     SET MT9-GROUP-OPEN TO TRUE.
002130 2100-EXIT.
003650     IF MT9-BREAK-COUNT NOT EQUAL ZERO
003660         DISPLAY "MT9X9S: " MT9-BREAK-COUNT
003670             " CROSS-FOOT BREAK(S)"
003671         MOVE 8 TO MT9-ALERT-SEVERITY
003672         MOVE "XFOOTBRK" TO MT9-ALERT-CODE
003673         MOVE "CROSS-FOOT BREAK(S) IN THE SUMMARY"
003674             TO MT9-ALERT-TEXT
003675         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003680         MOVE 8 TO RETURN-CODE
003690     END-IF.
003700 9000-EXIT.
003900     ADD 1 TO MT9-LINE-COUNT.
003910 8200-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
003950* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
003960* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
003970* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
003980* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
003990*----------------------------------------------------------------
004000 8900-WRITE-ALERT.
004010     OPEN EXTEND ALRFILE
004020     IF MT9-ALR-STATUS NOT EQUAL "00"
004030         OPEN OUTPUT ALRFILE
004040     END-IF
004050     IF MT9-ALR-STATUS NOT EQUAL "00"
004060         DISPLAY "MT9X9S: ALRFILE NOT AVAILABLE, STATUS="
004070             MT9-ALR-STATUS
004080         GO TO 8900-EXIT
004090     END-IF
004100     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
004110     ACCEPT MT9-AL-TIME FROM TIME
004120     MOVE "MT9X9S" TO MT9-AL-PROGRAM
004130     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
004140     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
004150     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
004160     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
004170     WRITE MT9-ALERT-RECORD
004180     CLOSE ALRFILE.
004190 8900-EXIT.
004200     EXIT.
