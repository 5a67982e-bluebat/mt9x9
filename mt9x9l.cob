000160*                  A CELL FILED TWICE IN THE EXTRACT IS COUNTED
000170*                  AND SKIPPED (FIRST ONE WINS) AND THE JOB ENDS
000180*                  RC=4 SO THE DUPLICATION GETS LOOKED AT.
000181* 2026-10-15 DPS   EVERY CHANGE TO THE MASTER IS NOW JOURNALED
000182*                  ON JRNFILE (MT9JRN).  BEFORE THE RELOAD
000183*                  EMPTIES THE MASTER, EACH CELL IT HELD IS
000184*                  JOURNALED AS A DELETE WITH ITS BEFORE IMAGE;
000185*                  EACH CELL LOADED IS JOURNALED AS AN ADD WITH
000186*                  ITS AFTER IMAGE, SO MT9X9J CAN REPLAY THE
000187*                  MASTER ACROSS A RELOAD.
000188* 2026-10-15 DPS   EACH CELL NOW ALSO CARRIES ITS KJ/OPMODE
000189*                  ALTERNATE KEY.
000190* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000191*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000192*                  EXCEPTIONS DIGEST (MT9X9I).
000193* 2026-10-15 DPS   THE OUTGOING MASTER IS NOW BANKED IN CORE AND
000194*                  ITS CELLS ARE JOURNALED AS DELETED ONLY ONCE
000195*                  THE JOURNAL AND THE MASTER HAVE BOTH OPENED FOR
000196*                  THE RELOAD; A JOURNAL THAT CANNOT BE OPENED
000197*                  STOPS THE RUN (RC=8) WITH THE MASTER UNTOUCHED.
000198*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS MT9-TB-KEY
000293         ALTERNATE RECORD KEY IS MT9-TB-ALT-KEY
000296             WITH DUPLICATES
000300         FILE STATUS IS MT9-TBL-STATUS.
000302     SELECT JRNFILE ASSIGN TO "JRNFILE"
000304         ORGANIZATION IS LINE SEQUENTIAL
000306         FILE STATUS IS MT9-JRN-STATUS.
000307     SELECT ALRFILE ASSIGN TO "ALRFILE"
000308         ORGANIZATION IS LINE SEQUENTIAL
000309         FILE STATUS IS MT9-ALR-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  DATFILE
000370     COPY "MT9TRL.cpy".
000380 FD  TBLFILE.
000390     COPY "MT9TBL.cpy".
000392 FD  JRNFILE
000394     RECORDING MODE IS F.
000396     COPY "MT9JRN.cpy".
000397 FD  ALRFILE
000398     RECORDING MODE IS F.
000399     COPY "MT9ALR.cpy".
000400 WORKING-STORAGE SECTION.
000410 01  MT9-DAT-STATUS          PIC X(02).
000420 01  MT9-TBL-STATUS          PIC X(02).
000422 01  MT9-JRN-STATUS          PIC X(02).
000423 01  MT9-ALR-STATUS          PIC X(02).
000424 01  MT9-RUN-DATE            PIC 9(08).
000426 01  MT9-RUN-TIME            PIC 9(08).
000430 01  MT9-RUN-STAMP.
000440     05  MT9-RS-DATE         PIC 9(08) VALUE ZERO.
000450     05  MT9-RS-TIME         PIC 9(08) VALUE ZERO.
000490         88  MT9-EOF                   VALUE "Y".
000500     05  MT9-OPEN-SW         PIC X(01) VALUE "N".
000510         88  MT9-FILES-OPEN            VALUE "Y".
000513     05  MT9-TBL-EOF-SW      PIC X(01) VALUE "N".
000516         88  MT9-TBL-EOF               VALUE "Y".
000520 01  MT9-COUNTERS.
000530     05  MT9-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
000540     05  MT9-LOAD-COUNT      PIC 9(08) COMP VALUE ZERO.
000550     05  MT9-DUP-COUNT       PIC 9(08) COMP VALUE ZERO.
000555     05  MT9-DROP-COUNT      PIC 9(08) COMP VALUE ZERO.
000556 01  MT9-ALERT-FIELDS.
000557     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000558     05  MT9-ALERT-SEVERITY  PIC 9(02).
000559     05  MT9-ALERT-CODE      PIC X(08).
000560     05  MT9-ALERT-TEXT      PIC X(60).
000561 01  MT9-PRV-COUNT           PIC 9(08) COMP VALUE ZERO.
000562 01  MT9-PRV-SUB             PIC 9(08) COMP.
000563 01  MT9-PRV-TABLE.
000564     05  MT9-PV-ENTRY        PIC X(38) OCCURS 20000.
000565 PROCEDURE DIVISION.
000570 0000-MAINLINE.
000580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000590     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
000610     PERFORM 9000-TERMINATE THRU 9000-EXIT
000620     STOP RUN.
000630*----------------------------------------------------------------
000640* OPEN THE EXTRACT AND PRIME THE READ SO THE HEADER RUN STAMP
000650* IS IN HAND, AND BANK THE CELLS THE MASTER HOLDS NOW.  ONLY WHEN
000660* THE JOURNAL AND THE MASTER HAVE BOTH OPENED FOR THE RELOAD ARE
000670* THOSE CELLS JOURNALED AS DELETED, SO A FAILED OPEN LEAVES THE
000680* MASTER AND ITS JOURNAL IN AGREEMENT.
000690*----------------------------------------------------------------
000700 1000-INITIALIZE.
000710     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
000720     ACCEPT MT9-RUN-TIME FROM TIME
000730     OPEN INPUT DATFILE
000740     IF MT9-DAT-STATUS NOT EQUAL "00"
000750         DISPLAY "MT9X9L: DATFILE NOT AVAILABLE, STATUS="
000760             MT9-DAT-STATUS
000770         SET MT9-EOF TO TRUE
000780         MOVE 8 TO MT9-ALERT-SEVERITY
000790         MOVE "DATNOTAV" TO MT9-ALERT-CODE
000800         MOVE "DATFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
000810         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000820         MOVE 8 TO RETURN-CODE
000830         GO TO 1000-EXIT
000840     END-IF
000850     PERFORM 1100-READ-RECORD THRU 1100-EXIT
000860     IF NOT MT9-EOF AND MT9-HR-IS-HEADER
000870         MOVE MT9-HR-DATE TO MT9-RS-DATE
000880         MOVE MT9-HR-TIME TO MT9-RS-TIME
000890         MOVE MT9-HR-JOBID TO MT9-RS-JOBID
000900         MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
000910     END-IF
000920     PERFORM 1200-LOAD-PRIOR-MASTER THRU 1200-EXIT
000930     IF RETURN-CODE EQUAL 8
000940         CLOSE DATFILE
000950         SET MT9-EOF TO TRUE
000960         GO TO 1000-EXIT
000970     END-IF
000980     OPEN EXTEND JRNFILE
000990     IF MT9-JRN-STATUS NOT EQUAL "00"
001000         OPEN OUTPUT JRNFILE
001010     END-IF
001020     IF MT9-JRN-STATUS NOT EQUAL "00"
001030         DISPLAY "MT9X9L: JRNFILE OPEN FAILED, STATUS="
001040             MT9-JRN-STATUS
001050         CLOSE DATFILE
001060         SET MT9-EOF TO TRUE
001070         MOVE 8 TO MT9-ALERT-SEVERITY
001080         MOVE "JRNOPEN" TO MT9-ALERT-CODE
001090         MOVE "JRNFILE OPEN FAILED, NOTHING LOADED"
001100             TO MT9-ALERT-TEXT
001110         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001120         MOVE 8 TO RETURN-CODE
001130         GO TO 1000-EXIT
001140     END-IF
001150     OPEN OUTPUT TBLFILE
001160     IF MT9-TBL-STATUS NOT EQUAL "00"
001170         DISPLAY "MT9X9L: TBLFILE OPEN FAILED, STATUS="
001180             MT9-TBL-STATUS
001190         CLOSE DATFILE
001200         CLOSE JRNFILE
001210         SET MT9-EOF TO TRUE
001220         MOVE 8 TO MT9-ALERT-SEVERITY
001230         MOVE "TBLOPEN" TO MT9-ALERT-CODE
001240         MOVE "TBLFILE OPEN FAILED, NOTHING LOADED"
001250             TO MT9-ALERT-TEXT
001260         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001270         MOVE 8 TO RETURN-CODE
001280         GO TO 1000-EXIT
001290     END-IF
001300     MOVE ZERO TO MT9-PRV-SUB
001310     PERFORM 1300-DROP-PRIOR-CELL THRU 1300-EXIT
001320         UNTIL MT9-PRV-SUB EQUAL MT9-PRV-COUNT
001330     SET MT9-FILES-OPEN TO TRUE.
001340 1000-EXIT.
001350     EXIT.
001360*----------------------------------------------------------------
001370* READ THE NEXT EXTRACT RECORD; SET THE EOF SWITCH WHEN THE
001380* FILE IS EXHAUSTED.
001390*----------------------------------------------------------------
001400 1100-READ-RECORD.
001410     READ DATFILE
001420         AT END
001430             SET MT9-EOF TO TRUE
001440     END-READ.
001450 1100-EXIT.
001460     EXIT.
001470*----------------------------------------------------------------
001480* THE RELOAD EMPTIES THE MASTER, SO EVERY CELL IT HOLDS NOW IS
001490* BANKED IN CORE FIRST, TO BE JOURNALED AS A DELETE ONCE THE
001500* RELOAD IS SURE TO GO AHEAD.  THE TABLE HOLDS EVERY K/J/OPMODE
001510* KEY THE MASTER CAN CARRY.  NO MASTER YET MEANS NOTHING TO BANK;
001520* A MASTER THAT IS THERE BUT CANNOT BE READ STOPS THE RUN BEFORE
001530* ANYTHING IS CHANGED.
001540*----------------------------------------------------------------
001550 1200-LOAD-PRIOR-MASTER.
001560     MOVE ZERO TO MT9-PRV-COUNT
001570     OPEN INPUT TBLFILE
001580     IF MT9-TBL-STATUS EQUAL "35"
001590         GO TO 1200-EXIT
001600     END-IF
001610     IF MT9-TBL-STATUS NOT EQUAL "00"
001620         DISPLAY "MT9X9L: TBLFILE NOT READABLE, STATUS="
001630             MT9-TBL-STATUS
001640         MOVE 8 TO MT9-ALERT-SEVERITY
001650         MOVE "TBLREAD" TO MT9-ALERT-CODE
001660         MOVE "TBLFILE NOT READABLE, NOTHING LOADED"
001670             TO MT9-ALERT-TEXT
001680         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001690         MOVE 8 TO RETURN-CODE
001700         GO TO 1200-EXIT
001710     END-IF
001720     PERFORM 1250-LOAD-PRIOR-CELL THRU 1250-EXIT
001730         UNTIL MT9-TBL-EOF OR MT9-PRV-COUNT EQUAL 20000
001740     CLOSE TBLFILE.
001750 1200-EXIT.
001760     EXIT.
001770*----------------------------------------------------------------
001780* READ THE NEXT CELL OF THE OUTGOING MASTER INTO THE TABLE.
001790*----------------------------------------------------------------
001800 1250-LOAD-PRIOR-CELL.
001810     READ TBLFILE NEXT
001820         AT END
001830             SET MT9-TBL-EOF TO TRUE
001840             GO TO 1250-EXIT
001850     END-READ
001860     ADD 1 TO MT9-PRV-COUNT
001870     MOVE MT9-TABLE-RECORD TO MT9-PV-ENTRY (MT9-PRV-COUNT).
001880 1250-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------
001910* JOURNAL THE NEXT BANKED CELL OF THE OUTGOING MASTER AS A DELETE
001920* CARRYING ITS BEFORE IMAGE.
001930*----------------------------------------------------------------
001940 1300-DROP-PRIOR-CELL.
001950     ADD 1 TO MT9-PRV-SUB
001960     MOVE MT9-PV-ENTRY (MT9-PRV-SUB) TO MT9-TABLE-RECORD
001970     ADD 1 TO MT9-DROP-COUNT
001980     MOVE SPACES TO MT9-JOURNAL-RECORD
001990     MOVE "D" TO MT9-JR-ACTION
002000     MOVE MT9-TABLE-RECORD TO MT9-JR-BEFORE
002010     PERFORM 2200-WRITE-JOURNAL THRU 2200-EXIT.
002020 1300-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050* DISPATCH ON THE COLUMN-1 TYPE CODE: THE HEADER SUPPLIES THE
002060* RUN STAMP, THE TRAILER IS PASSED OVER, AND EVERY DETAIL
002070* RECORD IS KEYED AND WRITTEN TO THE TABLE MASTER.
002080*----------------------------------------------------------------
002090 2000-LOAD-RECORD.
002100     IF NOT MT9-EOF
002110         EVALUATE TRUE
002120             WHEN MT9-HR-IS-HEADER
002130                 MOVE MT9-HR-DATE TO MT9-RS-DATE
002140                 MOVE MT9-HR-TIME TO MT9-RS-TIME
002150                 MOVE MT9-HR-JOBID TO MT9-RS-JOBID
002160                 MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
002170             WHEN MT9-TR-IS-TRAILER
002180                 CONTINUE
002190             WHEN OTHER
002200                 PERFORM 2100-WRITE-CELL THRU 2100-EXIT
002210         END-EVALUATE
002220         PERFORM 1100-READ-RECORD THRU 1100-EXIT
002230     END-IF.
002240 2000-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270* KEY AND WRITE ONE CELL TO THE TABLE MASTER.  A DUPLICATE KEY
002280* MEANS THE EXTRACT FILED THE SAME K/J/OPMODE TWICE; THE FIRST
002290* RECORD STANDS AND THE DUPLICATE IS COUNTED.
002300*----------------------------------------------------------------
002310 2100-WRITE-CELL.
002320     ADD 1 TO MT9-READ-COUNT
002330     MOVE MT9-DR-K TO MT9-TB-K
002340     MOVE MT9-DR-J TO MT9-TB-J
002350     MOVE MT9-DR-OPMODE TO MT9-TB-OPMODE
002360     MOVE MT9-DR-KJ TO MT9-TB-KJ
002370     MOVE MT9-RS-DATE TO MT9-TB-RUN-DATE
002380     MOVE MT9-RS-TIME TO MT9-TB-RUN-TIME
002390     MOVE MT9-RS-JOBID TO MT9-TB-JOBID
002400     MOVE MT9-DR-KJ TO MT9-TB-ALT-KJ
002410     MOVE MT9-DR-OPMODE TO MT9-TB-ALT-OPMODE
002420     WRITE MT9-TABLE-RECORD
002430         INVALID KEY
002440             ADD 1 TO MT9-DUP-COUNT
002450         NOT INVALID KEY
002460             ADD 1 TO MT9-LOAD-COUNT
002470             MOVE SPACES TO MT9-JOURNAL-RECORD
002480             MOVE "A" TO MT9-JR-ACTION
002490             MOVE MT9-TABLE-RECORD TO MT9-JR-AFTER
002500             PERFORM 2200-WRITE-JOURNAL THRU 2200-EXIT
002510     END-WRITE.
002520 2100-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550* COMPLETE AND APPEND ONE JOURNAL RECORD.  THE CALLER HAS SET
002560* THE ACTION AND THE BEFORE AND/OR AFTER IMAGE; THE KEY IS
002570* TAKEN FROM THE MASTER RECORD AND THE CHANGE IS STAMPED WITH
002580* THIS PROGRAM, THE LOAD'S JOB ID AND THE RUN DATE/TIME.
002590*----------------------------------------------------------------
002600 2200-WRITE-JOURNAL.
002610     MOVE MT9-TB-KEY TO MT9-JR-KEY
002620     MOVE "MT9X9L  " TO MT9-JR-PROGRAM
002630     MOVE MT9-RS-JOBID TO MT9-JR-JOBID
002640     MOVE MT9-RUN-DATE TO MT9-JR-DATE
002650     MOVE MT9-RUN-TIME TO MT9-JR-TIME
002660     WRITE MT9-JOURNAL-RECORD.
002670 2200-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* CLOSE THE FILES AND REPORT THE LOAD TOTALS.
002710*----------------------------------------------------------------
002720 9000-TERMINATE.
002730     IF MT9-FILES-OPEN
002740         CLOSE DATFILE
002750         CLOSE TBLFILE
002760         CLOSE JRNFILE
002770     END-IF
002780     DISPLAY "MT9X9L: " MT9-DROP-COUNT
002790         " PRIOR CELL(S) JOURNALED AS DELETED"
002800     DISPLAY "MT9X9L: " MT9-READ-COUNT " CELL(S) READ"
002810     DISPLAY "MT9X9L: " MT9-LOAD-COUNT " CELL(S) LOADED"
002820     IF MT9-DUP-COUNT NOT EQUAL ZERO
002830         DISPLAY "MT9X9L: " MT9-DUP-COUNT
002840             " DUPLICATE KEY(S) SKIPPED"
002850         MOVE 4 TO MT9-ALERT-SEVERITY
002860         MOVE "DUPKEYS" TO MT9-ALERT-CODE
002870         MOVE "DUPLICATE KEY(S) SKIPPED ON LOAD" TO MT9-ALERT-TEXT
002880         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002890         MOVE 4 TO RETURN-CODE
002900     END-IF.
002910 9000-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
002950* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
002960* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
002970* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
002980* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
002990*----------------------------------------------------------------
003000 8900-WRITE-ALERT.
003010     OPEN EXTEND ALRFILE
003020     IF MT9-ALR-STATUS NOT EQUAL "00"
003030         OPEN OUTPUT ALRFILE
003040     END-IF
003050     IF MT9-ALR-STATUS NOT EQUAL "00"
003060         DISPLAY "MT9X9L: ALRFILE NOT AVAILABLE, STATUS="
003070             MT9-ALR-STATUS
003080         GO TO 8900-EXIT
003090     END-IF
003100     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
003110     ACCEPT MT9-AL-TIME FROM TIME
003120     MOVE "MT9X9L" TO MT9-AL-PROGRAM
003130     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
003140     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
003150     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
003160     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
003170     WRITE MT9-ALERT-RECORD
003180     CLOSE ALRFILE.
003190 8900-EXIT.
003200     EXIT.
