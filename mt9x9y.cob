000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9Y.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  SUPERVISOR UTILITY FOR THE PNDFILE
000130*                  MAKER-CHECKER QUEUE OF PARM CARDS MT9X9 HAS
000140*                  HELD.  "LIST" (OR A BLANK PARM) DISPLAYS EVERY
000150*                  OPEN HOLD WITH ITS REQUESTER, REASONS AND CARD
000160*                  IMAGE.  "APPROVE" OR "REJECT" WITH A HOLD
000170*                  NUMBER, THE SUPERVISOR'S OPERATOR ID AND A
000180*                  COMMENT DECIDES A PENDING HOLD: THE SUPERVISOR
000190*                  MUST BE AN ACTIVE OPERATOR ON THE OPRFILE
000200*                  MASTER AND MAY NEVER DECIDE THEIR OWN REQUEST.
000210*                  EVERY DECISION FILES AN "A" AUTHORISATION
000220*                  RECORD ON THE LOGFILE AUDIT TRAIL.  "PURGE"
000230*                  DROPS HOLDS THAT HAVE BEEN RUN OR CLOSED (THEIR
000240*                  STORY IS ALREADY ON THE LOGFILE), ALWAYS
000250*                  KEEPING THE NEWEST HOLD SO NUMBERING CARRIES
000251*                  ON.
000252* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000254*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000256*                  EXCEPTIONS DIGEST (MT9X9I).
000257* 2026-10-15 DPS   A PNDFILE THAT DOES NOT EXIST YET IS TAKEN AS
000258*                  AN EMPTY QUEUE, AS MT9X9 AND MT9X9X TAKE IT,
000259*                  NOT AS A FAILURE.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PNDFILE ASSIGN TO "PNDFILE"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS MT9-PND-STATUS.
000330     SELECT OPRFILE ASSIGN TO "OPRFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS MT9-OP-OPERID
000370         FILE STATUS IS MT9-OPR-STATUS.
000380     SELECT LOGFILE ASSIGN TO "LOGFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MT9-LOG-STATUS.
000402     SELECT ALRFILE ASSIGN TO "ALRFILE"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS MT9-ALR-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PNDFILE
000440     RECORDING MODE IS F.
000450     COPY "MT9PND.cpy".
000460 FD  OPRFILE.
000470     COPY "MT9OPR.cpy".
000480 FD  LOGFILE
000490     RECORDING MODE IS F.
000500 01  LOG-RECORD.
000510     05  LOG-REC-TYPE        PIC X(01).
000520     05  LOG-REC-MODE        PIC X(01).
000530     05  LOG-TEXT            PIC X(55).
000532 FD  ALRFILE
000534     RECORDING MODE IS F.
000536     COPY "MT9ALR.cpy".
000540 WORKING-STORAGE SECTION.
000550 01  MT9-PND-STATUS          PIC X(02).
000560 01  MT9-OPR-STATUS          PIC X(02).
000570 01  MT9-LOG-STATUS          PIC X(02).
000575 01  MT9-ALR-STATUS          PIC X(02).
000580 01  MT9-RUN-DATE            PIC 9(08).
000590 01  MT9-RUN-TIME            PIC 9(08).
000600 01  MT9-PND-COUNT           PIC 9(04) COMP VALUE ZERO.
000610 01  MT9-PND-SUB             PIC 9(04) COMP.
000620 01  MT9-PND-SLOT            PIC 9(04) COMP.
000630 01  MT9-KEEP-COUNT          PIC 9(04) COMP VALUE ZERO.
000640 01  MT9-OPEN-COUNT          PIC 9(04) COMP VALUE ZERO.
000650 01  MT9-PND-TABLE.
000660     05  MT9-PT-ENTRY        PIC X(215) OCCURS 200.
000670 01  MT9-REASON-TEXT         PIC X(20).
000680 01  MT9-REASON-PTR          PIC 9(04) COMP.
000690 01  MT9-DECISION            PIC X(08).
000700 01  MT9-PARM-CARD           PIC X(80).
000710 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000720     05  MT9-PC-ACTION       PIC X(08).
000730     05  MT9-PC-HOLD-NO      PIC X(06).
000740     05  MT9-PC-SUPERVISOR   PIC X(08).
000750     05  MT9-PC-COMMENT      PIC X(40).
000760     05  FILLER              PIC X(18).
000770 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000780     05  FILLER              PIC X(08).
000790     05  MT9-PN-HOLD-NO      PIC 9(06).
000800     05  FILLER              PIC X(66).
000810 01  MT9-LOG-AUTH-LINE.
000820     05  MT9-LA-DATE         PIC 9(08).
000830     05  FILLER              PIC X(01)  VALUE SPACE.
000840     05  MT9-LA-TIME         PIC 9(08).
000850     05  FILLER              PIC X(01)  VALUE SPACE.
000860     05  MT9-LA-JOBID        PIC X(08).
000870     05  FILLER              PIC X(01)  VALUE SPACE.
000880     05  MT9-LA-SUPERVISOR   PIC X(08).
000890     05  FILLER              PIC X(01)  VALUE SPACE.
000900     05  MT9-LA-DECISION     PIC X(08).
000910     05  FILLER              PIC X(01)  VALUE SPACE.
000920     05  MT9-LA-HOLD-NO      PIC 9(06).
000921 01  MT9-ALERT-FIELDS.
000922     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000923     05  MT9-ALERT-SEVERITY  PIC 9(02).
000924     05  MT9-ALERT-CODE      PIC X(08).
000925     05  MT9-ALERT-TEXT      PIC X(60).
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
000960     ACCEPT MT9-RUN-TIME FROM TIME
000970     MOVE SPACES TO MT9-PARM-CARD
000980     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
000990     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
001000     IF MT9-PND-STATUS EQUAL "00" OR "10" OR "35"
001010         EVALUATE MT9-PC-ACTION
001020             WHEN "APPROVE "
001030                 MOVE "APPROVED" TO MT9-DECISION
001040                 PERFORM 3000-DECIDE-HOLD THRU 3000-EXIT
001050             WHEN "REJECT  "
001060                 MOVE "REJECTED" TO MT9-DECISION
001070                 PERFORM 3000-DECIDE-HOLD THRU 3000-EXIT
001080             WHEN "PURGE   "
001090                 PERFORM 4000-PURGE-HOLDS THRU 4000-EXIT
001100             WHEN "LIST    "
001110                 PERFORM 2000-LIST-HOLDS THRU 2000-EXIT
001120             WHEN SPACES
001130                 PERFORM 2000-LIST-HOLDS THRU 2000-EXIT
001140             WHEN OTHER
001150                 DISPLAY "MT9X9Y: ACTION MUST BE LIST, APPROVE,"
001160                     " REJECT OR PURGE, GOT " MT9-PC-ACTION
001161                 MOVE 8 TO MT9-ALERT-SEVERITY
001162                 MOVE "BADACTN" TO MT9-ALERT-CODE
001163                 MOVE "ACTION NOT LIST, APPROVE, REJECT OR PURGE"
001164                     TO MT9-ALERT-TEXT
001165                 PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001170                 MOVE 8 TO RETURN-CODE
001180         END-EVALUATE
001190     END-IF
001200     STOP RUN.
001210*----------------------------------------------------------------
001220* LOAD THE WHOLE APPROVAL QUEUE INTO THE TABLE.  A QUEUE THAT DOES
001225* NOT EXIST YET (NO HOLD HAS EVER BEEN RAISED) IS AN EMPTY ONE.
001230*----------------------------------------------------------------
001240 1000-LOAD-TABLE.
001250     OPEN INPUT PNDFILE
001252     IF MT9-PND-STATUS EQUAL "35"
001254         GO TO 1000-EXIT
001256     END-IF
001260     IF MT9-PND-STATUS NOT EQUAL "00"
001270         DISPLAY "MT9X9Y: PNDFILE NOT AVAILABLE, STATUS="
001280             MT9-PND-STATUS
001282         MOVE 8 TO MT9-ALERT-SEVERITY
001284         MOVE "PNDNOTAV" TO MT9-ALERT-CODE
001286         MOVE "PNDFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
001288         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001290         MOVE 8 TO RETURN-CODE
001300         GO TO 1000-EXIT
001310     END-IF
001320     PERFORM 1100-LOAD-RECORD THRU 1100-EXIT
001330         UNTIL MT9-PND-STATUS NOT EQUAL "00"
001340             OR MT9-PND-COUNT EQUAL 200
001350     CLOSE PNDFILE.
001360 1000-EXIT.
001370     EXIT.
001380*----------------------------------------------------------------
001390* READ AND BANK ONE QUEUE RECORD.
001400*----------------------------------------------------------------
001410 1100-LOAD-RECORD.
001420     READ PNDFILE
001430         AT END
001440             CONTINUE
001450         NOT AT END
001460             ADD 1 TO MT9-PND-COUNT
001470             MOVE MT9-PENDING-RECORD
001480                 TO MT9-PT-ENTRY (MT9-PND-COUNT)
001490     END-READ.
001500 1100-EXIT.
001510     EXIT.
001520*----------------------------------------------------------------
001530* DISPLAY EVERY OPEN HOLD (PENDING, OR DECIDED BUT NOT YET TAKEN
001540* UP BY MT9X9) ON THE CONSOLE.
001550*----------------------------------------------------------------
001560 2000-LIST-HOLDS.
001570     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
001580             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
001590         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
001600         IF MT9-PD-OPEN
001610             PERFORM 2100-LIST-HOLD THRU 2100-EXIT
001620         END-IF
001630     END-PERFORM
001640     DISPLAY "MT9X9Y: " MT9-OPEN-COUNT " OPEN HOLD(S) OF "
001650         MT9-PND-COUNT " ON THE QUEUE".
001660 2000-EXIT.
001670     EXIT.
001680*----------------------------------------------------------------
001690* DISPLAY ONE HOLD: NUMBER, STATUS, REQUESTER, JOB, WHEN AND WHY
001700* IT WAS HELD, THE CARD IMAGE, AND ANY DECISION ALREADY MADE.
001710*----------------------------------------------------------------
001720 2100-LIST-HOLD.
001730     ADD 1 TO MT9-OPEN-COUNT
001740     MOVE SPACES TO MT9-REASON-TEXT
001750     MOVE 1 TO MT9-REASON-PTR
001760     IF MT9-PD-OVER-RANGE
001770         STRING "RANGE " DELIMITED BY SIZE
001780             INTO MT9-REASON-TEXT WITH POINTER MT9-REASON-PTR
001790     END-IF
001800     IF MT9-PD-FROM-DECK
001810         STRING "DECK " DELIMITED BY SIZE
001820             INTO MT9-REASON-TEXT WITH POINTER MT9-REASON-PTR
001830     END-IF
001840     IF MT9-PD-RERUN
001850         STRING "REPEAT " DELIMITED BY SIZE
001860             INTO MT9-REASON-TEXT WITH POINTER MT9-REASON-PTR
001870     END-IF
001880     DISPLAY "MT9X9Y: HOLD " MT9-PD-HOLD-NO " " MT9-PD-STATUS
001890         " REQUESTER=" MT9-PD-REQUESTER " JOB=" MT9-PD-JOBID
001900         " HELD=" MT9-PD-HLD-DATE " " MT9-PD-HLD-TIME
001910     DISPLAY "MT9X9Y:   REASON=" MT9-REASON-TEXT
001920         " CELLS=" MT9-PD-CELLS
001930     DISPLAY "MT9X9Y:   CARD=" MT9-PD-CARD
001940     IF NOT MT9-PD-PENDING
001950         DISPLAY "MT9X9Y:   BY=" MT9-PD-SUPERVISOR
001960             " ON=" MT9-PD-DEC-DATE " " MT9-PD-DEC-TIME
001970             " NOTE=" MT9-PD-COMMENT
001980     END-IF.
001990 2100-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020* APPROVE OR REJECT ONE PENDING HOLD.  THE HOLD MUST BE ON THE
002030* QUEUE AND STILL PENDING, THE DECISION MUST CARRY A COMMENT, AND
002040* THE SUPERVISOR MUST BE AN ACTIVE OPERATOR WHO IS NOT THE
002050* REQUESTER.  THE QUEUE IS REWRITTEN AND THE DECISION FILED ON
002060* THE AUDIT TRAIL.
002070*----------------------------------------------------------------
002080 3000-DECIDE-HOLD.
002090     IF MT9-PC-HOLD-NO NOT NUMERIC
002100         DISPLAY "MT9X9Y: " MT9-PC-ACTION " NEEDS A SIX-DIGIT"
002110             " HOLD NUMBER, GOT " MT9-PC-HOLD-NO
002111         MOVE 8 TO MT9-ALERT-SEVERITY
002112         MOVE "BADHOLD" TO MT9-ALERT-CODE
002113         MOVE "DECISION NEEDS A SIX-DIGIT HOLD NUMBER"
002114             TO MT9-ALERT-TEXT
002115         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002120         MOVE 8 TO RETURN-CODE
002130         GO TO 3000-EXIT
002140     END-IF
002150     IF MT9-PC-SUPERVISOR EQUAL SPACES
002160         DISPLAY "MT9X9Y: " MT9-PC-ACTION " NEEDS A SUPERVISOR ID"
002162         MOVE 8 TO MT9-ALERT-SEVERITY
002164         MOVE "NOSUPER" TO MT9-ALERT-CODE
002166         MOVE "DECISION NEEDS A SUPERVISOR ID" TO MT9-ALERT-TEXT
002168         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002170         MOVE 8 TO RETURN-CODE
002180         GO TO 3000-EXIT
002190     END-IF
002200     IF MT9-PC-COMMENT EQUAL SPACES
002210         DISPLAY "MT9X9Y: " MT9-PC-ACTION " NEEDS A COMMENT"
002212         MOVE 8 TO MT9-ALERT-SEVERITY
002214         MOVE "NOCOMMNT" TO MT9-ALERT-CODE
002216         MOVE "DECISION NEEDS A COMMENT" TO MT9-ALERT-TEXT
002218         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002220         MOVE 8 TO RETURN-CODE
002230         GO TO 3000-EXIT
002240     END-IF
002250     MOVE ZERO TO MT9-PND-SLOT
002260     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
002270             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
002280         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
002290         IF MT9-PD-HOLD-NO EQUAL MT9-PN-HOLD-NO
002300             MOVE MT9-PND-SUB TO MT9-PND-SLOT
002310         END-IF
002320     END-PERFORM
002330     IF MT9-PND-SLOT EQUAL ZERO
002340         DISPLAY "MT9X9Y: HOLD " MT9-PC-HOLD-NO
002350             " NOT ON THE QUEUE"
002352         MOVE 8 TO MT9-ALERT-SEVERITY
002354         MOVE "NOTQUEUD" TO MT9-ALERT-CODE
002356         MOVE "HOLD NOT ON THE QUEUE" TO MT9-ALERT-TEXT
002358         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002360         MOVE 8 TO RETURN-CODE
002370         GO TO 3000-EXIT
002380     END-IF
002390     MOVE MT9-PT-ENTRY (MT9-PND-SLOT) TO MT9-PENDING-RECORD
002395     MOVE MT9-PD-JOBID TO MT9-ALERT-JOBID
002400     IF NOT MT9-PD-PENDING
002410         DISPLAY "MT9X9Y: HOLD " MT9-PC-HOLD-NO " IS ALREADY "
002420             MT9-PD-STATUS
002422         MOVE 8 TO MT9-ALERT-SEVERITY
002424         MOVE "DECIDED" TO MT9-ALERT-CODE
002426         MOVE "HOLD IS ALREADY DECIDED" TO MT9-ALERT-TEXT
002428         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002430         MOVE 8 TO RETURN-CODE
002440         GO TO 3000-EXIT
002450     END-IF
002460     IF MT9-PD-REQUESTER EQUAL MT9-PC-SUPERVISOR
002470         DISPLAY "MT9X9Y: " MT9-PC-SUPERVISOR " REQUESTED HOLD "
002480             MT9-PC-HOLD-NO " AND MAY NOT DECIDE IT"
002481         MOVE 8 TO MT9-ALERT-SEVERITY
002482         MOVE "SELFDECD" TO MT9-ALERT-CODE
002483         MOVE "REQUESTER MAY NOT DECIDE THEIR OWN HOLD"
002484             TO MT9-ALERT-TEXT
002485         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002490         MOVE 8 TO RETURN-CODE
002500         GO TO 3000-EXIT
002510     END-IF
002520     PERFORM 3100-CHECK-SUPERVISOR THRU 3100-EXIT
002530     IF RETURN-CODE EQUAL 8
002540         GO TO 3000-EXIT
002550     END-IF
002560     MOVE MT9-PT-ENTRY (MT9-PND-SLOT) TO MT9-PENDING-RECORD
002570     MOVE MT9-DECISION TO MT9-PD-STATUS
002580     MOVE MT9-PC-SUPERVISOR TO MT9-PD-SUPERVISOR
002590     MOVE MT9-RUN-DATE TO MT9-PD-DEC-DATE
002600     MOVE MT9-RUN-TIME TO MT9-PD-DEC-TIME
002610     MOVE MT9-PC-COMMENT TO MT9-PD-COMMENT
002620     MOVE MT9-PENDING-RECORD TO MT9-PT-ENTRY (MT9-PND-SLOT)
002630     PERFORM 8000-SAVE-TABLE THRU 8000-EXIT
002640     IF RETURN-CODE EQUAL 8
002650         GO TO 3000-EXIT
002660     END-IF
002670     PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT
002680     DISPLAY "MT9X9Y: HOLD " MT9-PC-HOLD-NO " " MT9-DECISION
002690         " BY " MT9-PC-SUPERVISOR.
002700 3000-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730* THE SUPERVISOR MUST BE ON THE OPERATOR MASTER AND ACTIVE.  A
002740* MASTER THAT CANNOT BE OPENED REFUSES THE DECISION: AN
002750* UNCHECKABLE SUPERVISOR IS AN UNCHECKED ONE.
002760*----------------------------------------------------------------
002770 3100-CHECK-SUPERVISOR.
002780     OPEN INPUT OPRFILE
002790     IF MT9-OPR-STATUS NOT EQUAL "00"
002800         DISPLAY "MT9X9Y: OPRFILE NOT AVAILABLE, STATUS="
002810             MT9-OPR-STATUS
002811         MOVE 8 TO MT9-ALERT-SEVERITY
002812         MOVE "OPRNOTAV" TO MT9-ALERT-CODE
002813         MOVE "OPRFILE NOT AVAILABLE, NO DECISION MADE"
002814             TO MT9-ALERT-TEXT
002815         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002820         MOVE 8 TO RETURN-CODE
002830         GO TO 3100-EXIT
002840     END-IF
002850     MOVE MT9-PC-SUPERVISOR TO MT9-OP-OPERID
002860     READ OPRFILE
002870         INVALID KEY
002880             DISPLAY "MT9X9Y: SUPERVISOR " MT9-PC-SUPERVISOR
002890                 " NOT ON OPERATOR MASTER"
002891             MOVE 8 TO MT9-ALERT-SEVERITY
002892             MOVE "NOTOPER" TO MT9-ALERT-CODE
002893             MOVE "SUPERVISOR NOT ON OPERATOR MASTER"
002894                 TO MT9-ALERT-TEXT
002895             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002900             MOVE 8 TO RETURN-CODE
002910     END-READ
002920     CLOSE OPRFILE
002930     IF RETURN-CODE EQUAL 8
002940         GO TO 3100-EXIT
002950     END-IF
002960     IF MT9-OP-REVOKED
002970         DISPLAY "MT9X9Y: SUPERVISOR " MT9-PC-SUPERVISOR
002980             " IS REVOKED"
002982         MOVE 8 TO MT9-ALERT-SEVERITY
002984         MOVE "REVOKED" TO MT9-ALERT-CODE
002986         MOVE "SUPERVISOR IS REVOKED" TO MT9-ALERT-TEXT
002988         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002990         MOVE 8 TO RETURN-CODE
003000     END-IF.
003010 3100-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* FILE THE DECISION ON THE AUDIT TRAIL AS AN "A" AUTHORISATION
003050* RECORD: DECISION DATE/TIME, THE HELD CARD'S JOB ID, THE
003060* SUPERVISOR, THE DECISION AND THE HOLD NUMBER.
003070*----------------------------------------------------------------
003080 3200-WRITE-AUDIT.
003090     OPEN EXTEND LOGFILE
003100     IF MT9-LOG-STATUS NOT EQUAL "00"
003110         OPEN OUTPUT LOGFILE
003120     END-IF
003130     MOVE MT9-RUN-DATE TO MT9-LA-DATE
003140     MOVE MT9-RUN-TIME TO MT9-LA-TIME
003150     MOVE MT9-PD-JOBID TO MT9-LA-JOBID
003160     MOVE MT9-PC-SUPERVISOR TO MT9-LA-SUPERVISOR
003170     MOVE MT9-DECISION TO MT9-LA-DECISION
003180     MOVE MT9-PD-HOLD-NO TO MT9-LA-HOLD-NO
003190     MOVE SPACES TO LOG-RECORD
003200     MOVE "A" TO LOG-REC-TYPE
003210     MOVE MT9-LOG-AUTH-LINE TO LOG-TEXT
003220     WRITE LOG-RECORD
003230     CLOSE LOGFILE.
003240 3200-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270* DROP EVERY HOLD THAT HAS BEEN RUN OR CLOSED AND REWRITE THE
003280* QUEUE.  THE NEWEST HOLD IS ALWAYS KEPT SO THE NEXT HOLD NUMBER
003290* CARRIES ON FROM IT.
003300*----------------------------------------------------------------
003310 4000-PURGE-HOLDS.
003320     MOVE ZERO TO MT9-KEEP-COUNT
003330     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
003340             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
003350         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
003360         IF MT9-PD-OPEN OR MT9-PND-SUB EQUAL MT9-PND-COUNT
003370             ADD 1 TO MT9-KEEP-COUNT
003380             MOVE MT9-PENDING-RECORD
003390                 TO MT9-PT-ENTRY (MT9-KEEP-COUNT)
003400         END-IF
003410     END-PERFORM
003420     SUBTRACT MT9-KEEP-COUNT FROM MT9-PND-COUNT
003430         GIVING MT9-PND-SLOT
003440     MOVE MT9-KEEP-COUNT TO MT9-PND-COUNT
003450     PERFORM 8000-SAVE-TABLE THRU 8000-EXIT
003460     DISPLAY "MT9X9Y: " MT9-PND-SLOT " FINISHED HOLD(S) PURGED, "
003470         MT9-KEEP-COUNT " KEPT".
003480 4000-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* REWRITE THE WHOLE APPROVAL QUEUE FROM THE TABLE.
003520*----------------------------------------------------------------
003530 8000-SAVE-TABLE.
003540     OPEN OUTPUT PNDFILE
003550     IF MT9-PND-STATUS NOT EQUAL "00"
003560         DISPLAY "MT9X9Y: PNDFILE NOT AVAILABLE, STATUS="
003570             MT9-PND-STATUS
003571         MOVE 8 TO MT9-ALERT-SEVERITY
003572         MOVE "PNDWRITE" TO MT9-ALERT-CODE
003573         MOVE "PNDFILE NOT AVAILABLE, QUEUE NOT REWRITTEN"
003574             TO MT9-ALERT-TEXT
003575         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 8000-EXIT
003600     END-IF
003610     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
003620             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
003630         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
003640         WRITE MT9-PENDING-RECORD
003650     END-PERFORM
003660     CLOSE PNDFILE.
003670 8000-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
003710* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
003720* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
003730* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
003740* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
003750*----------------------------------------------------------------
003760 8900-WRITE-ALERT.
003770     OPEN EXTEND ALRFILE
003780     IF MT9-ALR-STATUS NOT EQUAL "00"
003790         OPEN OUTPUT ALRFILE
003800     END-IF
003810     IF MT9-ALR-STATUS NOT EQUAL "00"
003820         DISPLAY "MT9X9Y: ALRFILE NOT AVAILABLE, STATUS="
003830             MT9-ALR-STATUS
003840         GO TO 8900-EXIT
003850     END-IF
003860     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
003870     ACCEPT MT9-AL-TIME FROM TIME
003880     MOVE "MT9X9Y" TO MT9-AL-PROGRAM
003890     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
003900     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
003910     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
003920     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
003930     WRITE MT9-ALERT-RECORD
003940     CLOSE ALRFILE.
003950 8900-EXIT.
003960     EXIT.
