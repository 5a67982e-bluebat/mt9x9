001480*                  SAME WAY A BAD RANGE IS.  A MISSING MASTER
001490*                  REFUSES THE CARD TOO: AN UNCHECKABLE
001500*                  OPERATOR IS AN UNCHECKED ONE.
001502* 2026-10-15 DPS   A RUN-START "S" AUDIT RECORD FOR A CARD TAKEN
001504*                  FROM A DECK NOW CARRIES "D" IN COLUMN 2
001506*                  (FORMERLY ALWAYS BLANK) SO THE MT9X9E ACCESS
001508*                  REVIEW CAN TELL WHO ACTUALLY USES DECK MODE.
001509* 2026-10-15 DPS   MAKER-CHECKER HOLD.  A CARD THAT PASSES EDIT
001510*                  BUT IS OVER THE THRFILE RANGE-SIZE THRESHOLD
001511*                  (K/J CELLS, DEFAULT 2500), CAME FROM A DECK, OR
001512*                  REPEATS A RUN ALREADY COMPLETED TODAY IS HELD
001513*                  ON THE PNDFILE APPROVAL QUEUE INSTEAD OF RUN:
001514*                  RC=4, A HELD AUDIT PAIR ON THE LOGFILE AND A
001515*                  HOLD LINE ON THE EDTFILE EDIT REPORT.  ONCE A
001516*                  SUPERVISOR HAS APPROVED THE HOLD WITH MT9X9Y
001517*                  THE SAME CARD RUNS WHEN RESUBMITTED AND THE
001518*                  HOLD IS MARKED RUN; A REJECTED HOLD REFUSES
001519*                  THE CARD.  EITHER WAY THE EDIT REPORT SHOWS THE
001520*                  SUPERVISOR AND COMMENT AND AN "A" AUTHORISATION
001521*                  RECORD FOLLOWS THE RUN'S "S" AUDIT RECORD.
001522* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
001523*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
001524*                  EXCEPTIONS DIGEST (MT9X9I).
001525* 2026-10-15 DPS   A PARTITION CARD CUT BY MT9X9X FROM A WHOLE
001526*                  CARD THAT WAS ALREADY CLEARED AS A WHOLE (IT IS
001527*                  ON THE SPLFILE PARTITION MANIFEST) IS NOT HELD
001528*                  AGAIN FOR RANGE SIZE OR DECK MODE; THE REPEAT
001529*                  CHECK STILL APPLIES.
001530*----------------------------------------------------------------
001531 ENVIRONMENT DIVISION.
001532 INPUT-OUTPUT SECTION.
001540 FILE-CONTROL.
001550     SELECT RPTFILE ASSIGN TO DYNAMIC MT9-RPT-NAME
001560         ORGANIZATION IS LINE SEQUENTIAL
001780         ACCESS MODE IS RANDOM
001790         RECORD KEY IS MT9-OP-OPERID
001800         FILE STATUS IS MT9-OPR-STATUS.
001801     SELECT PNDFILE ASSIGN TO "PNDFILE"
001802         ORGANIZATION IS LINE SEQUENTIAL
001803         FILE STATUS IS MT9-PND-STATUS.
001804     SELECT THRFILE ASSIGN TO "THRFILE"
001805         ORGANIZATION IS LINE SEQUENTIAL
001806         FILE STATUS IS MT9-THR-STATUS.
001807     SELECT ALRFILE ASSIGN TO "ALRFILE"
001808         ORGANIZATION IS LINE SEQUENTIAL
001809         FILE STATUS IS MT9-ALR-STATUS.
001810     SELECT SPLFILE ASSIGN TO "SPLFILE"
001811         ORGANIZATION IS LINE SEQUENTIAL
001812         FILE STATUS IS MT9-SPL-STATUS.
001813 DATA DIVISION.
001820 FILE SECTION.
001830 FD  RPTFILE
001840     RECORDING MODE IS F.
001940     RECORDING MODE IS F.
001950 01  LOG-RECORD.
001960     05  LOG-REC-TYPE        PIC X(01).
001970     05  LOG-REC-MODE        PIC X(01).
001980     05  LOG-TEXT            PIC X(55).
001990 FD  CSVFILE
002000     RECORDING MODE IS F.
002260     05  PRM-TEXT            PIC X(80).
002270 FD  OPRFILE.
002280     COPY "MT9OPR.cpy".
002281 FD  PNDFILE
002282     RECORDING MODE IS F.
002283     COPY "MT9PND.cpy".
002284 FD  THRFILE
002285     RECORDING MODE IS F.
002286 01  THR-RECORD.
002287     05  THR-MAX-CELLS       PIC 9(06).
002288     05  FILLER              PIC X(01).
002289     05  THR-DECK-SW         PIC X(01).
002290     05  FILLER              PIC X(01).
002291     05  THR-RERUN-SW        PIC X(01).
002292     05  FILLER              PIC X(70).
002293 FD  ALRFILE
002294     RECORDING MODE IS F.
002295     COPY "MT9ALR.cpy".
002296 FD  SPLFILE
002297     RECORDING MODE IS F.
002298     COPY "MT9SPL.cpy".
002299 WORKING-STORAGE SECTION.
002300 01  MT9-I                   PIC 9(02).
002310 01  MT9-J                   PIC 9(02).
002320 01  MT9-K                   PIC 9(02).
002440 01  MT9-CSV-STATUS          PIC X(02).
002450 01  MT9-EDT-STATUS          PIC X(02).
002460 01  MT9-OPR-STATUS          PIC X(02).
002463 01  MT9-PND-STATUS          PIC X(02).
002466 01  MT9-THR-STATUS          PIC X(02).
002470 01  MT9-RUN-STATUS          PIC X(08).
002480 01  MT9-EDIT-SWITCHES.
002490     05  MT9-EDIT-FAIL-SW    PIC X(01) VALUE "N".
002740         88  MT9-PRM-EOF               VALUE "Y".
002750     05  MT9-EXCESS-SW       PIC X(01) VALUE "N".
002760         88  MT9-DECK-EXCESS           VALUE "Y".
002761     05  MT9-LOG-EOF-SW      PIC X(01) VALUE "N".
002762         88  MT9-LOG-EOF               VALUE "Y".
002763     05  MT9-THR-LOAD-SW     PIC X(01) VALUE "N".
002764         88  MT9-THR-LOADED            VALUE "Y".
002765     05  MT9-HOLD-SW         PIC X(01) VALUE "N".
002766         88  MT9-HOLD-NONE             VALUE "N".
002767         88  MT9-HOLD-PENDING          VALUE "H".
002768         88  MT9-HOLD-APPROVED         VALUE "A".
002769         88  MT9-HOLD-REJECTED         VALUE "R".
002770 01  MT9-THRESHOLDS.
002771     05  MT9-TH-MAX-CELLS    PIC 9(06) VALUE 2500.
002772     05  MT9-TH-DECK-SW      PIC X(01) VALUE "Y".
002773         88  MT9-TH-HOLD-DECK          VALUE "Y".
002774     05  MT9-TH-RERUN-SW     PIC X(01) VALUE "Y".
002775         88  MT9-TH-HOLD-RERUN         VALUE "Y".
002776 01  MT9-HOLD-CELLS          PIC 9(06).
002777 01  MT9-HOLD-SPAN           PIC 9(04).
002778 01  MT9-HOLD-NO             PIC 9(06).
002779 01  MT9-HOLD-SUPERVISOR     PIC X(08).
002780 01  MT9-PND-COUNT           PIC 9(04) COMP VALUE ZERO.
002781 01  MT9-PND-SUB             PIC 9(04) COMP.
002782 01  MT9-PND-SLOT            PIC 9(04) COMP.
002783 01  MT9-PND-TABLE.
002784     05  MT9-PT-ENTRY        PIC X(215) OCCURS 200.
002785 01  MT9-RERUN-COUNT         PIC 9(04) COMP VALUE ZERO.
002786 01  MT9-RERUN-SUB           PIC 9(04) COMP.
002787 01  MT9-RERUN-TABLE.
002788     05  MT9-RR-ENTRY        OCCURS 50.
002789         10  MT9-RR-JOBID    PIC X(08).
002790         10  MT9-RR-TIME     PIC X(08).
002791     COPY "MT9PND.cpy" REPLACING LEADING ==MT9== BY ==HLD==.
002792 01  MT9-RANGE.
002793     05  MT9-I-START         PIC 9(02).
002794     05  MT9-I-END           PIC 9(02).
002800     05  MT9-I-STEP          PIC 9(02).
002810     05  MT9-J-START         PIC 9(02).
002820     05  MT9-J-END           PIC 9(02).
003370     05  MT9-LE-STATUS       PIC X(08).
003380     05  FILLER              PIC X(01)  VALUE SPACE.
003390     05  MT9-LE-COUNT        PIC 9(08).
003391 01  MT9-LOG-AUTH-LINE.
003392     05  MT9-LA-DATE         PIC 9(08).
003393     05  FILLER              PIC X(01)  VALUE SPACE.
003394     05  MT9-LA-TIME         PIC 9(08).
003395     05  FILLER              PIC X(01)  VALUE SPACE.
003396     05  MT9-LA-JOBID        PIC X(08).
003397     05  FILLER              PIC X(01)  VALUE SPACE.
003398     05  MT9-LA-SUPERVISOR   PIC X(08).
003399     05  FILLER              PIC X(01)  VALUE SPACE.
003400     05  MT9-LA-DECISION     PIC X(08).
003401     05  FILLER              PIC X(01)  VALUE SPACE.
003402     05  MT9-LA-HOLD-NO      PIC 9(06).
003403 01  MT9-EDIT-PRINT          PIC X(132).
003410 01  MT9-EDIT-CARD-LINE.
003420     05  FILLER              PIC X(04)  VALUE "REQ=".
003430     05  MT9-EC-REQ          PIC 9(04).
003540     05  FILLER              PIC X(06)  VALUE " RULE=".
003550     05  MT9-EL-RULE         PIC X(40).
003560     05  FILLER              PIC X(50)  VALUE SPACES.
003561 01  MT9-EDIT-HOLD-LINE.
003562     05  FILLER              PIC X(04)  VALUE "REQ=".
003563     05  MT9-EH-REQ          PIC 9(04).
003564     05  FILLER              PIC X(06)  VALUE " HOLD=".
003565     05  MT9-EH-HOLD-NO      PIC 9(06).
003566     05  FILLER              PIC X(01)  VALUE SPACE.
003567     05  MT9-EH-STATUS       PIC X(08).
003568     05  FILLER              PIC X(04)  VALUE " BY=".
003569     05  MT9-EH-USER         PIC X(08).
003570     05  FILLER              PIC X(08)  VALUE " REASON=".
003571     05  MT9-EH-REASON       PIC X(20).
003572     05  FILLER              PIC X(06)  VALUE " NOTE=".
003573     05  MT9-EH-NOTE         PIC X(40).
003574     05  FILLER              PIC X(17)  VALUE SPACES.
003575 01  MT9-EH-PTR              PIC 9(04) COMP.
003576 01  MT9-CSV-DETAIL-LINE.
003580     05  MT9-CSV-K           PIC 9(02).
003590     05  FILLER              PIC X(01)  VALUE ",".
003600     05  MT9-CSV-J           PIC 9(02).
003930     05  FILLER              PIC X(17).
003940     05  FILLER              PIC X(51).
003950 01  MT9-PRM-STATUS          PIC X(02).
003955 01  MT9-ALR-STATUS          PIC X(02).
003956 01  MT9-SPL-STATUS          PIC X(02).
003957 01  MT9-SPL-EOF-SW          PIC X(01) VALUE "N".
003958     88  MT9-SPL-EOF                   VALUE "Y".
003960 01  MT9-REQ-NO              PIC 9(04) VALUE ZERO.
003970 01  MT9-REQ-SUB             PIC 9(04) COMP.
003980 01  MT9-REQ-TABLE.
004000         10  MT9-RQ-JOBID    PIC X(08).
004010         10  MT9-RQ-STATUS   PIC X(08).
004020         10  MT9-RQ-COUNT    PIC 9(08).
004021 01  MT9-ALERT-FIELDS.
004022     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
004023     05  MT9-ALERT-SEVERITY  PIC 9(02).
004024     05  MT9-ALERT-CODE      PIC X(08).
004025     05  MT9-ALERT-TEXT      PIC X(60).
004030 PROCEDURE DIVISION.
004040 0000-MAINLINE.
004050     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
004240     IF MT9-PRM-STATUS NOT EQUAL "00"
004250         DISPLAY "MT9X9: PRMFILE NOT AVAILABLE, STATUS="
004260             MT9-PRM-STATUS
004261         MOVE 8 TO MT9-ALERT-SEVERITY
004262         MOVE "PRMNOTAV" TO MT9-ALERT-CODE
004263         MOVE "PRMFILE NOT AVAILABLE, DECK NOT RUN"
004264             TO MT9-ALERT-TEXT
004265         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004270         MOVE 8 TO RETURN-CODE
004280         GO TO 0100-EXIT
004290     END-IF
004340     IF MT9-DECK-EXCESS
004350         DISPLAY "MT9X9: DECK LIMIT OF 100 REQUESTS REACHED,"
004360             " REMAINING CARDS SKIPPED"
004361         MOVE 4 TO MT9-ALERT-SEVERITY
004362         MOVE "DECKLIM" TO MT9-ALERT-CODE
004363         MOVE "DECK LIMIT OF 100 REACHED, CARDS SKIPPED"
004364             TO MT9-ALERT-TEXT
004365         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004370         IF RETURN-CODE LESS THAN 4
004380             MOVE 4 TO RETURN-CODE
004390         END-IF
004660     ADD 1 TO MT9-REQ-NO
004670     PERFORM 0250-RESET-REQUEST THRU 0250-EXIT
004680     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004685     EVALUATE TRUE
004690         WHEN MT9-EDIT-FAILED
004695             MOVE "FAILED  " TO MT9-RUN-STATUS
004700             PERFORM 9100-WRITE-END-LOG THRU 9100-EXIT
004701             MOVE 8 TO MT9-ALERT-SEVERITY
004702             MOVE "EDITFAIL" TO MT9-ALERT-CODE
004703             MOVE "PARM CARD FAILED EDIT, RUN NOT MADE"
004704                 TO MT9-ALERT-TEXT
004705             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004706             MOVE 8 TO RETURN-CODE
004710         WHEN MT9-HOLD-PENDING
004715             MOVE "HELD    " TO MT9-RUN-STATUS
004720             PERFORM 9100-WRITE-END-LOG THRU 9100-EXIT
004721             MOVE 4 TO MT9-ALERT-SEVERITY
004722             MOVE "HELD" TO MT9-ALERT-CODE
004723             MOVE "PARM CARD HELD FOR APPROVAL, RUN NOT MADE"
004724                 TO MT9-ALERT-TEXT
004725             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004726             IF RETURN-CODE LESS THAN 4
004730                 MOVE 4 TO RETURN-CODE
004735             END-IF
004740         WHEN OTHER
004745             PERFORM 2000-BUILD-REPORT THRU 2000-EXIT
004750             PERFORM 9000-TERMINATE THRU 9000-EXIT
004755     END-EVALUATE
004770     MOVE MT9-JOBID TO MT9-RQ-JOBID (MT9-REQ-NO)
004780     MOVE MT9-RUN-STATUS TO MT9-RQ-STATUS (MT9-REQ-NO)
004790     MOVE MT9-DETAIL-COUNT TO MT9-RQ-COUNT (MT9-REQ-NO).
004910     MOVE "N" TO MT9-RESTART-SW
004920     MOVE "N" TO MT9-CSV-SW
004930     MOVE "N" TO MT9-EDIT-FAIL-SW
004935     MOVE "N" TO MT9-HOLD-SW
004940     MOVE "M" TO MT9-OPMODE-SW.
004950 0250-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980* EDIT THE PARM CARD, STAMP THE RUN DATE/TIME, CHECK FOR A
004990* PRIOR CHECKPOINT (SINGLE-CARD RUNS ONLY), AND OPEN THE
004996* OUTPUT FILES.  A CARD HELD FOR SUPERVISOR APPROVAL GOES NO
005002* FURTHER THAN ITS AUDIT RECORD.
005010*----------------------------------------------------------------
005020 1000-INITIALIZE.
005030     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
005040     ACCEPT MT9-RUN-TIME FROM TIME
005050     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
005060     PERFORM 1120-CHECK-OPERATOR THRU 1120-EXIT
005065     PERFORM 1130-CHECK-HOLD THRU 1130-EXIT
005070     PERFORM 1150-WRITE-LOG THRU 1150-EXIT
005080     IF MT9-EDIT-FAILED OR MT9-HOLD-PENDING
005090         GO TO 1000-EXIT
005100     END-IF
005110     PERFORM 1050-SET-FILE-NAMES THRU 1050-EXIT
006810     IF MT9-PC-JOBID NOT EQUAL SPACES
006820         MOVE MT9-PC-JOBID TO MT9-JOBID
006830     END-IF
006835     MOVE MT9-JOBID TO MT9-ALERT-JOBID
006840     IF MT9-PC-OPERID NOT EQUAL SPACES
006850         MOVE MT9-PC-OPERID TO MT9-OPERID
006860     END-IF
008250*----------------------------------------------------------------
008260* WRITE ONE AUDIT RECORD TO THE LOGFILE FOR THIS RUN, CAPTURING
008270* WHEN IT RAN, WHO SUBMITTED IT, AND THE I/J RANGE REQUESTED.
008272* A CARD RUN OR REFUSED ON A SUPERVISOR'S DECISION IS FOLLOWED
008274* BY AN "A" AUTHORISATION RECORD ("R" IN COLUMN 2) WITH THE SAME
008276* DATE, TIME AND JOB ID NAMING THE SUPERVISOR, THE DECISION AND
008278* THE HOLD NUMBER.
008280*----------------------------------------------------------------
008290 1150-WRITE-LOG.
008300     OPEN EXTEND LOGFILE
008440     MOVE MT9-OPMODE-SW TO MT9-LL-OPMODE
008450     MOVE SPACES TO LOG-RECORD
008460     MOVE "S" TO LOG-REC-TYPE
008462     IF MT9-DECK-MODE
008464         MOVE "D" TO LOG-REC-MODE
008466     END-IF
008470     MOVE MT9-LOG-LINE TO LOG-TEXT
008480     WRITE LOG-RECORD
008481     IF MT9-HOLD-APPROVED OR MT9-HOLD-REJECTED
008482         MOVE MT9-RUN-DATE TO MT9-LA-DATE
008483         MOVE MT9-RUN-TIME TO MT9-LA-TIME
008484         MOVE MT9-JOBID TO MT9-LA-JOBID
008485         MOVE MT9-HOLD-SUPERVISOR TO MT9-LA-SUPERVISOR
008486         MOVE MT9-EH-STATUS TO MT9-LA-DECISION
008487         MOVE MT9-HOLD-NO TO MT9-LA-HOLD-NO
008488         MOVE SPACES TO LOG-RECORD
008489         MOVE "A" TO LOG-REC-TYPE
008490         MOVE "R" TO LOG-REC-MODE
008491         MOVE MT9-LOG-AUTH-LINE TO LOG-TEXT
008492         WRITE LOG-RECORD
008493     END-IF
008494     CLOSE LOGFILE.
008500 1150-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
010910         MOVE "WARNING " TO MT9-RUN-STATUS
010920         DISPLAY "MT9X9: " MT9-K-OVFL-COUNT
010930             " K VALUE(S) OVERFLOWED AND WERE SKIPPED"
010931         MOVE 4 TO MT9-ALERT-SEVERITY
010932         MOVE "KOVERFLO" TO MT9-ALERT-CODE
010933         MOVE "K VALUE(S) OVERFLOWED AND WERE SKIPPED"
010934             TO MT9-ALERT-TEXT
010935         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
010940         IF RETURN-CODE LESS THAN 4
010950             MOVE 4 TO RETURN-CODE
010960         END-IF
010980         MOVE "COMPLETE" TO MT9-RUN-STATUS
010990     END-IF
011000     PERFORM 9100-WRITE-END-LOG THRU 9100-EXIT
011002     IF MT9-HOLD-APPROVED
011004         PERFORM 9050-MARK-HOLD-RUN THRU 9050-EXIT
011006     END-IF
011010     PERFORM 2250-CLEAR-CHECKPOINT THRU 2250-EXIT.
011020 9000-EXIT.
011021     EXIT.
011022*----------------------------------------------------------------
011023* MARK THE APPROVED HOLD THIS CARD RAN UNDER AS RUN, WITH THE
011024* RUN'S DATE AND TIME, SO THE APPROVAL CANNOT BE USED AGAIN.  A
011025* RUN THAT DIES IN FLIGHT LEAVES THE HOLD APPROVED FOR ITS
011026* RESTART.
011027*----------------------------------------------------------------
011028 9050-MARK-HOLD-RUN.
011029     PERFORM 1140-LOAD-PENDING THRU 1140-EXIT
011030     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
011031             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
011032         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
011033         IF MT9-PD-HOLD-NO EQUAL MT9-HOLD-NO
011034             SET MT9-PD-RUN TO TRUE
011035             MOVE MT9-RUN-DATE TO MT9-PD-RUN-DATE
011036             MOVE MT9-RUN-TIME TO MT9-PD-RUN-TIME
011037             MOVE MT9-PENDING-RECORD TO MT9-PT-ENTRY (MT9-PND-SUB)
011038         END-IF
011039     END-PERFORM
011040     PERFORM 1144-SAVE-PENDING THRU 1144-EXIT.
011041 9050-EXIT.
011042     EXIT.
011043*----------------------------------------------------------------
011050* FILE THE END-OF-RUN AUDIT RECORD.  ITS PRESENCE PROVES THE RUN
011060* REACHED END OF JOB; A START RECORD WITH NO MATCHING END MEANS
011070* THE RUN DIED IN FLIGHT.  THE STATUS NOTES WHETHER ANY K VALUE
012170     MOVE "N" TO MT9-CKP-LOAD-SW.
012180 2250-EXIT.
012190     EXIT.
012200*----------------------------------------------------------------
012210* MAKER-CHECKER HOLD.  A CARD THAT PASSED EDIT IS HELD FOR A
012220* SUPERVISOR WHEN IT WOULD BUILD MORE K/J CELLS THAN THE
012230* THRESHOLD, CAME FROM A DECK, OR REPEATS A RUN ALREADY COMPLETED
012240* TODAY.  THE QUEUE IS SEARCHED FOR AN OPEN HOLD ON THE SAME CARD
012250* IMAGE: NONE QUEUES A NEW HOLD, A PENDING ONE KEEPS THE CARD
012260* HELD, AN APPROVED ONE LETS THE CARD RUN AND A REJECTED ONE
012265* REFUSES IT.
012270*----------------------------------------------------------------
012280 1130-CHECK-HOLD.
012290     MOVE "N" TO MT9-HOLD-SW
012300     IF MT9-EDIT-FAILED
012310         GO TO 1130-EXIT
012320     END-IF
012330     PERFORM 1132-LOAD-THRESHOLDS THRU 1132-EXIT
012340     MOVE SPACES TO HLD-PENDING-RECORD
012350     MOVE "NNN" TO HLD-PD-REASONS
012360     SUBTRACT MT9-I-START FROM MT9-I-END GIVING MT9-HOLD-SPAN
012370     DIVIDE MT9-I-STEP INTO MT9-HOLD-SPAN
012380     ADD 1 TO MT9-HOLD-SPAN
012390     MULTIPLY MT9-I-STEP BY MT9-HOLD-SPAN GIVING MT9-HOLD-CELLS
012400     SUBTRACT MT9-J-START FROM MT9-J-END GIVING MT9-HOLD-SPAN
012410     DIVIDE MT9-J-STEP INTO MT9-HOLD-SPAN
012420     ADD 1 TO MT9-HOLD-SPAN
012430     MULTIPLY MT9-HOLD-SPAN BY MT9-HOLD-CELLS
012440     MOVE MT9-HOLD-CELLS TO HLD-PD-CELLS
012450     IF MT9-HOLD-CELLS GREATER THAN MT9-TH-MAX-CELLS
012460         SET HLD-PD-OVER-RANGE TO TRUE
012470     END-IF
012480     IF MT9-DECK-MODE AND MT9-TH-HOLD-DECK
012490         SET HLD-PD-FROM-DECK TO TRUE
012500     END-IF
012502     IF HLD-PD-OVER-RANGE OR HLD-PD-FROM-DECK
012504         PERFORM 1148-CHECK-PARTITION THRU 1148-EXIT
012506     END-IF
012510     IF MT9-TH-HOLD-RERUN
012520         PERFORM 1134-CHECK-RERUN THRU 1134-EXIT
012530     END-IF
012540     IF HLD-PD-REASONS EQUAL "NNN"
012550         GO TO 1130-EXIT
012560     END-IF
012570     PERFORM 1140-LOAD-PENDING THRU 1140-EXIT
012580     MOVE ZERO TO MT9-PND-SLOT
012590     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
012600             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
012610         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
012620         IF MT9-PD-CARD EQUAL MT9-PARM-CARD AND MT9-PD-OPEN
012630             MOVE MT9-PND-SUB TO MT9-PND-SLOT
012640         END-IF
012650     END-PERFORM
012660     IF MT9-PND-SLOT EQUAL ZERO
012670         PERFORM 1138-ADD-HOLD THRU 1138-EXIT
012680         GO TO 1130-EXIT
012690     END-IF
012700     MOVE MT9-PT-ENTRY (MT9-PND-SLOT) TO MT9-PENDING-RECORD
012710     MOVE MT9-PD-HOLD-NO TO MT9-HOLD-NO
012720     MOVE MT9-PD-SUPERVISOR TO MT9-HOLD-SUPERVISOR
012730     MOVE MT9-PD-HOLD-NO TO MT9-EH-HOLD-NO
012740     MOVE MT9-PD-SUPERVISOR TO MT9-EH-USER
012750     MOVE MT9-PD-COMMENT TO MT9-EH-NOTE
012760     EVALUATE TRUE
012770         WHEN MT9-PD-APPROVED
012780             SET MT9-HOLD-APPROVED TO TRUE
012790             MOVE "APPROVED" TO MT9-EH-STATUS
012800             DISPLAY "MT9X9: HOLD " MT9-HOLD-NO " APPROVED BY "
012810                 MT9-HOLD-SUPERVISOR ", CARD RELEASED"
012820         WHEN MT9-PD-REJECTED
012830             SET MT9-HOLD-REJECTED TO TRUE
012840             MOVE "REJECTED" TO MT9-EH-STATUS
012850             SET MT9-PD-CLOSED TO TRUE
012860             MOVE MT9-RUN-DATE TO MT9-PD-RUN-DATE
012870             MOVE MT9-RUN-TIME TO MT9-PD-RUN-TIME
012880             MOVE MT9-PENDING-RECORD
012885                 TO MT9-PT-ENTRY (MT9-PND-SLOT)
012890             PERFORM 1144-SAVE-PENDING THRU 1144-EXIT
012900             MOVE "HOLD  " TO MT9-EL-FIELD
012910             MOVE MT9-HOLD-NO TO MT9-EL-VALUE
012920             MOVE "CARD REJECTED BY SUPERVISOR" TO MT9-EL-RULE
012930             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
012940         WHEN OTHER
012950             SET MT9-HOLD-PENDING TO TRUE
012960             MOVE "HELD    " TO MT9-EH-STATUS
012970             MOVE MT9-PD-REQUESTER TO MT9-EH-USER
012980             MOVE "STILL AWAITING SUPERVISOR APPROVAL"
012990                 TO MT9-EH-NOTE
013000             DISPLAY "MT9X9: CARD STILL HELD, HOLD " MT9-HOLD-NO
013010     END-EVALUATE
013020     PERFORM 1146-WRITE-HOLD-LINE THRU 1146-EXIT.
013030 1130-EXIT.
013040     EXIT.
013050*----------------------------------------------------------------
013060* LOAD THE HOLD THRESHOLDS FROM THE ONE-CARD THRFILE, ONCE PER
013070* RUN.  COLUMNS 1-6 ARE THE LARGEST K/J CELL COUNT A CARD MAY
013080* BUILD WITHOUT APPROVAL, COLUMN 8 HOLDS DECK CARDS (Y/N) AND
013090* COLUMN 10 HOLDS REPEATS OF A RUN COMPLETED TODAY (Y/N).  A
013100* MISSING FILE OR A BLANK OR INVALID FIELD KEEPS THE DEFAULT:
013110* 2500 CELLS, DECK CARDS HELD, REPEATS HELD.
013120*----------------------------------------------------------------
013130 1132-LOAD-THRESHOLDS.
013140     IF MT9-THR-LOADED
013150         GO TO 1132-EXIT
013160     END-IF
013170     SET MT9-THR-LOADED TO TRUE
013180     OPEN INPUT THRFILE
013190     IF MT9-THR-STATUS NOT EQUAL "00"
013200         GO TO 1132-EXIT
013210     END-IF
013220     READ THRFILE
013230         AT END
013240             MOVE SPACES TO THR-RECORD
013250     END-READ
013260     CLOSE THRFILE
013270     IF THR-MAX-CELLS NUMERIC
013280         MOVE THR-MAX-CELLS TO MT9-TH-MAX-CELLS
013290     END-IF
013300     IF THR-DECK-SW EQUAL "Y" OR THR-DECK-SW EQUAL "N"
013310         MOVE THR-DECK-SW TO MT9-TH-DECK-SW
013320     END-IF
013330     IF THR-RERUN-SW EQUAL "Y" OR THR-RERUN-SW EQUAL "N"
013340         MOVE THR-RERUN-SW TO MT9-TH-RERUN-SW
013350     END-IF.
013360 1132-EXIT.
013370     EXIT.
013380*----------------------------------------------------------------
013390* SCAN TODAY'S AUDIT TRAIL FOR A RUN OF THE SAME I/J RANGE AND
013400* OPERATOR MODE THAT REACHED END OF JOB COMPLETE OR WITH A
013410* WARNING.  START RECORDS WITH THE SAME PARAMETERS ARE BANKED AND
013420* A MATCHING END RECORD MARKS THE CARD AS A REPEAT.
013430*----------------------------------------------------------------
013440 1134-CHECK-RERUN.
013450     MOVE MT9-I-START TO MT9-LL-ISTART
013460     MOVE MT9-I-END TO MT9-LL-IEND
013470     MOVE MT9-I-STEP TO MT9-LL-ISTEP
013480     MOVE MT9-J-START TO MT9-LL-JSTART
013490     MOVE MT9-J-END TO MT9-LL-JEND
013500     MOVE MT9-J-STEP TO MT9-LL-JSTEP
013510     MOVE MT9-OPMODE-SW TO MT9-LL-OPMODE
013520     MOVE ZERO TO MT9-RERUN-COUNT
013530     MOVE "N" TO MT9-LOG-EOF-SW
013540     OPEN INPUT LOGFILE
013550     IF MT9-LOG-STATUS NOT EQUAL "00"
013560         GO TO 1134-EXIT
013570     END-IF
013580     PERFORM 1136-READ-LOG-RECORD THRU 1136-EXIT
013590         UNTIL MT9-LOG-EOF OR HLD-PD-RERUN
013600     CLOSE LOGFILE.
013610 1134-EXIT.
013620     EXIT.
013630*----------------------------------------------------------------
013640* READ ONE AUDIT RECORD AND TEST IT FOR A REPEAT OF THIS CARD.
013650*----------------------------------------------------------------
013660 1136-READ-LOG-RECORD.
013670     READ LOGFILE
013680         AT END
013690             SET MT9-LOG-EOF TO TRUE
013700     END-READ
013710     IF MT9-LOG-EOF
013720         GO TO 1136-EXIT
013730     END-IF
013740     IF LOG-TEXT (1:8) NOT EQUAL MT9-RUN-DATE
013750         GO TO 1136-EXIT
013760     END-IF
013770     IF LOG-REC-TYPE EQUAL "S"
013780         AND LOG-TEXT (37:19) EQUAL MT9-LOG-LINE (37:19)
013790         AND MT9-RERUN-COUNT LESS THAN 50
013800         ADD 1 TO MT9-RERUN-COUNT
013810         MOVE LOG-TEXT (19:8) TO MT9-RR-JOBID (MT9-RERUN-COUNT)
013820         MOVE LOG-TEXT (10:8) TO MT9-RR-TIME (MT9-RERUN-COUNT)
013830     END-IF
013840     IF LOG-REC-TYPE EQUAL "E"
013850         AND (LOG-TEXT (28:8) EQUAL "COMPLETE"
013860             OR LOG-TEXT (28:8) EQUAL "WARNING ")
013870         PERFORM VARYING MT9-RERUN-SUB FROM 1 BY 1
013880                 UNTIL MT9-RERUN-SUB GREATER THAN MT9-RERUN-COUNT
013890             IF MT9-RR-JOBID (MT9-RERUN-SUB) EQUAL LOG-TEXT (19:8)
013900                 AND MT9-RR-TIME (MT9-RERUN-SUB)
013910                     EQUAL LOG-TEXT (10:8)
013920                 SET HLD-PD-RERUN TO TRUE
013930             END-IF
013940         END-PERFORM
013950     END-IF.
013960 1136-EXIT.
013970     EXIT.
013980*----------------------------------------------------------------
013990* QUEUE A NEW HOLD FOR THIS CARD UNDER THE NEXT HOLD NUMBER.  A
014000* FULL QUEUE CANNOT TAKE THE HOLD, SO THE CARD IS REFUSED.
014010*----------------------------------------------------------------
014020 1138-ADD-HOLD.
014030     IF MT9-PND-COUNT EQUAL 200
014040         MOVE "HOLD  " TO MT9-EL-FIELD
014050         MOVE SPACES TO MT9-EL-VALUE
014060         MOVE "APPROVAL QUEUE FULL, CARD NOT HELD" TO MT9-EL-RULE
014070         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
014080         GO TO 1138-EXIT
014090     END-IF
014100     MOVE ZERO TO MT9-HOLD-NO
014110     IF MT9-PND-COUNT GREATER THAN ZERO
014120         MOVE MT9-PT-ENTRY (MT9-PND-COUNT) TO MT9-PENDING-RECORD
014130         MOVE MT9-PD-HOLD-NO TO MT9-HOLD-NO
014140     END-IF
014150     ADD 1 TO MT9-HOLD-NO
014160     MOVE MT9-HOLD-NO TO HLD-PD-HOLD-NO
014170     SET HLD-PD-PENDING TO TRUE
014180     MOVE MT9-OPERID TO HLD-PD-REQUESTER
014190     MOVE MT9-JOBID TO HLD-PD-JOBID
014200     MOVE MT9-RUN-DATE TO HLD-PD-HLD-DATE
014210     MOVE MT9-RUN-TIME TO HLD-PD-HLD-TIME
014220     MOVE MT9-PARM-CARD TO HLD-PD-CARD
014230     MOVE ZERO TO HLD-PD-DECIDED-STAMP
014240     MOVE ZERO TO HLD-PD-RUN-STAMP
014250     ADD 1 TO MT9-PND-COUNT
014260     MOVE HLD-PENDING-RECORD TO MT9-PT-ENTRY (MT9-PND-COUNT)
014270     PERFORM 1144-SAVE-PENDING THRU 1144-EXIT
014280     SET MT9-HOLD-PENDING TO TRUE
014290     MOVE MT9-HOLD-NO TO MT9-EH-HOLD-NO
014300     MOVE "HELD    " TO MT9-EH-STATUS
014310     MOVE MT9-OPERID TO MT9-EH-USER
014320     MOVE "AWAITING SUPERVISOR APPROVAL" TO MT9-EH-NOTE
014330     PERFORM 1146-WRITE-HOLD-LINE THRU 1146-EXIT
014340     DISPLAY "MT9X9: CARD HELD FOR APPROVAL, HOLD " MT9-HOLD-NO.
014350 1138-EXIT.
014360     EXIT.
014370*----------------------------------------------------------------
014380* LOAD THE WHOLE APPROVAL QUEUE INTO THE IN-CORE TABLE.  A QUEUE
014390* THAT DOES NOT YET EXIST IS AN EMPTY ONE.
014400*----------------------------------------------------------------
014410 1140-LOAD-PENDING.
014420     MOVE ZERO TO MT9-PND-COUNT
014430     OPEN INPUT PNDFILE
014440     IF MT9-PND-STATUS NOT EQUAL "00"
014450         GO TO 1140-EXIT
014460     END-IF
014470     PERFORM 1142-LOAD-PENDING-RECORD THRU 1142-EXIT
014480         UNTIL MT9-PND-STATUS NOT EQUAL "00"
014490             OR MT9-PND-COUNT EQUAL 200
014500     CLOSE PNDFILE.
014510 1140-EXIT.
014520     EXIT.
014530*----------------------------------------------------------------
014540* READ AND BANK ONE QUEUE RECORD.
014550*----------------------------------------------------------------
014560 1142-LOAD-PENDING-RECORD.
014570     READ PNDFILE
014580         AT END
014590             CONTINUE
014600         NOT AT END
014610             ADD 1 TO MT9-PND-COUNT
014620             MOVE MT9-PENDING-RECORD
014625                 TO MT9-PT-ENTRY (MT9-PND-COUNT)
014630     END-READ.
014640 1142-EXIT.
014650     EXIT.
014660*----------------------------------------------------------------
014670* REWRITE THE WHOLE APPROVAL QUEUE FROM THE IN-CORE TABLE.
014680*----------------------------------------------------------------
014690 1144-SAVE-PENDING.
014700     OPEN OUTPUT PNDFILE
014710     IF MT9-PND-STATUS NOT EQUAL "00"
014720         DISPLAY "MT9X9: PNDFILE NOT AVAILABLE, STATUS="
014730             MT9-PND-STATUS
014731         MOVE 8 TO MT9-ALERT-SEVERITY
014732         MOVE "PNDNOTAV" TO MT9-ALERT-CODE
014733         MOVE "PNDFILE NOT AVAILABLE, QUEUE NOT SAVED"
014734             TO MT9-ALERT-TEXT
014735         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
014740         MOVE 8 TO RETURN-CODE
014750         GO TO 1144-EXIT
014760     END-IF
014770     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
014780             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
014790         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
014800         WRITE MT9-PENDING-RECORD
014810     END-PERFORM
014820     CLOSE PNDFILE.
014830 1144-EXIT.
014840     EXIT.
014850*----------------------------------------------------------------
014860* LIST THE CARD'S HOLD ON THE EDIT REPORT: HOLD NUMBER, STATUS,
014870* WHO ASKED FOR OR DECIDED IT, WHY IT WAS HELD AND THE
014880* SUPERVISOR'S COMMENT.  THE CARD IMAGE IS PRINTED FIRST UNLESS
014890* AN EDIT FAILURE HAS ALREADY PRINTED IT.
014900*----------------------------------------------------------------
014910 1146-WRITE-HOLD-LINE.
014920     IF NOT MT9-EDIT-FAILED
014930         MOVE MT9-REQ-NO TO MT9-EC-REQ
014940         MOVE MT9-PARM-CARD TO MT9-EC-CARD
014950         MOVE MT9-EDIT-CARD-LINE TO MT9-EDIT-PRINT
014960         PERFORM 1195-WRITE-EDIT-LINE THRU 1195-EXIT
014970     END-IF
014980     MOVE MT9-REQ-NO TO MT9-EH-REQ
014990     MOVE SPACES TO MT9-EH-REASON
015000     MOVE 1 TO MT9-EH-PTR
015010     IF HLD-PD-OVER-RANGE
015020         STRING "RANGE " DELIMITED BY SIZE
015030             INTO MT9-EH-REASON WITH POINTER MT9-EH-PTR
015040     END-IF
015050     IF HLD-PD-FROM-DECK
015060         STRING "DECK " DELIMITED BY SIZE
015070             INTO MT9-EH-REASON WITH POINTER MT9-EH-PTR
015080     END-IF
015090     IF HLD-PD-RERUN
015100         STRING "REPEAT " DELIMITED BY SIZE
015110             INTO MT9-EH-REASON WITH POINTER MT9-EH-PTR
015120     END-IF
015130     MOVE MT9-EDIT-HOLD-LINE TO MT9-EDIT-PRINT
015140     PERFORM 1195-WRITE-EDIT-LINE THRU 1195-EXIT.
015150 1146-EXIT.
015160     EXIT.
015161*----------------------------------------------------------------
015162* A CARD THAT IS ONE PARTITION OF A SPLIT WHOLE CARD WAS CHECKED
015163* BY MT9X9X AGAINST THE RANGE-SIZE THRESHOLD AND THE APPROVAL
015164* QUEUE AS A WHOLE, SO IT IS NOT HELD AGAIN PIECE BY PIECE FOR
015165* RANGE SIZE OR FOR COMING FROM A DECK.  ONLY A CARD IMAGE EXACTLY
015166* AS FILED ON THE SPLFILE PARTITION MANIFEST QUALIFIES; A MISSING
015167* MANIFEST WAIVES NOTHING.
015168*----------------------------------------------------------------
015169 1148-CHECK-PARTITION.
015170     MOVE "N" TO MT9-SPL-EOF-SW
015171     OPEN INPUT SPLFILE
015172     IF MT9-SPL-STATUS NOT EQUAL "00"
015173         GO TO 1148-EXIT
015174     END-IF
015175     PERFORM 1149-READ-SPLIT-RECORD THRU 1149-EXIT
015176         UNTIL MT9-SPL-EOF
015177     CLOSE SPLFILE.
015178 1148-EXIT.
015179     EXIT.
015180*----------------------------------------------------------------
015181* READ ONE MANIFEST RECORD AND TEST IT FOR THIS CARD.
015182*----------------------------------------------------------------
015183 1149-READ-SPLIT-RECORD.
015184     READ SPLFILE
015185         AT END
015186             SET MT9-SPL-EOF TO TRUE
015187     END-READ
015188     IF MT9-SPL-EOF
015189         GO TO 1149-EXIT
015190     END-IF
015191     IF MT9-SP-CARD EQUAL MT9-PARM-CARD
015192         MOVE "N" TO HLD-PD-RANGE-SW
015193         MOVE "N" TO HLD-PD-DECK-SW
015194         SET MT9-SPL-EOF TO TRUE
015195         DISPLAY "MT9X9: PARTITION " MT9-SP-PART-NO " OF "
015196             MT9-SP-PART-COUNT " OF JOB " MT9-SP-BASE-JOBID
015197             " CLEARED WITH ITS WHOLE CARD"
015198     END-IF.
015199 1149-EXIT.
015200     EXIT.
015201*----------------------------------------------------------------
015202* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
015203* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
015204* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
015210* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
015220* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
015230*----------------------------------------------------------------
015240 8900-WRITE-ALERT.
015250     OPEN EXTEND ALRFILE
015260     IF MT9-ALR-STATUS NOT EQUAL "00"
015270         OPEN OUTPUT ALRFILE
015280     END-IF
015290     IF MT9-ALR-STATUS NOT EQUAL "00"
015300         DISPLAY "MT9X9: ALRFILE NOT AVAILABLE, STATUS="
015310             MT9-ALR-STATUS
015320         GO TO 8900-EXIT
015330     END-IF
015340     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
015350     ACCEPT MT9-AL-TIME FROM TIME
015360     MOVE "MT9X9" TO MT9-AL-PROGRAM
015370     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
015380     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
015390     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
015400     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
015410     WRITE MT9-ALERT-RECORD
015420     CLOSE ALRFILE.
015430 8900-EXIT.
015440     EXIT.
