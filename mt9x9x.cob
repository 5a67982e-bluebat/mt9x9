000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9X.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  PARTITIONED RUNS OF ONE LARGE PARM
000130*                  CARD.  "SPLIT   NN" FOLLOWED BY THE WHOLE CARD
000140*                  (COLUMNS 11-90) EDITS THE WHOLE CARD THE WAY
000150*                  MT9X9 DOES, CHECKS IT ONCE AGAINST THE OPRFILE
000160*                  OPERATOR MASTER AND THE THRFILE RANGE-SIZE
000170*                  THRESHOLD (AN OVER-THRESHOLD WHOLE CARD NEEDS
000180*                  AN APPROVED PNDFILE HOLD, EXACTLY AS IT WOULD
000190*                  TO RUN UNSPLIT), THEN CUTS ITS I-RANGE INTO NN
000200*                  (02-20) PARTITIONS ON I-BLOCK BOUNDARIES.  EACH
000210*                  PARTITION GETS ITS OWN JOB ID (THE WHOLE CARD'S
000220*                  JOB ID, AT MOST SIX CHARACTERS, PLUS A
000230*                  TWO-DIGIT PARTITION NUMBER) AND ITS OWN CARD ON
000240*                  THE PRMFILE-JOBID DECK, AND IS FILED ON THE
000250*                  SPLFILE PARTITION MANIFEST SO MT9X9 KNOWS IT
000260*                  WAS CLEARED WITH ITS WHOLE.  "MERGE   JOBID"
000270*                  PROVES EVERY PARTITION'S DATFILE-JOBID EXTRACT
000280*                  COMPLETE (HEADER FOR THE RIGHT RANGE, TRAILER
000290*                  COUNT AND HASH CROSS-FOOTED) AND ONLY THEN
000300*                  WRITES ONE DATFILE-JOBID EXTRACT UNDER THE
000310*                  WHOLE CARD'S JOB ID: ONE "H" HEADER CARRYING
000320*                  THE FULL RANGE, THE DETAIL RECORDS IN PARTITION
000330*                  ORDER AND ONE "T" TRAILER WHOSE COUNT AND HASH
000340*                  ARE PROVED EQUAL TO THE SUM OF THE PARTITION
000350*                  TRAILERS.  A MISSING OR INCOMPLETE PARTITION
000360*                  REFUSES THE MERGE (RC=8) AND IS NAMED SO ONLY
000370*                  THAT PIECE NEEDS RERUNNING.  A PROVED MERGE
000380*                  ALSO FILES AN "E" END RECORD ON THE LOGFILE
000381*                  UNDER THE MERGED HEADER'S DATE AND TIME, SO
000382*                  MT9X9B BALANCES THE MERGED EXTRACT LIKE ANY
000383*                  OTHER RUN.  TROUBLE CONDITIONS ARE WRITTEN TO
000384*                  THE SHARED ALERT FILE ALRFILE FOR THE MORNING
000385*                  EXCEPTIONS DIGEST.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SPLFILE ASSIGN TO "SPLFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS MT9-SPL-STATUS.
000460     SELECT PRMFILE ASSIGN TO DYNAMIC MT9-PRM-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS MT9-PRM-STATUS.
000490     SELECT OPRFILE ASSIGN TO "OPRFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS MT9-OP-OPERID
000530         FILE STATUS IS MT9-OPR-STATUS.
000540     SELECT PNDFILE ASSIGN TO "PNDFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS MT9-PND-STATUS.
000570     SELECT THRFILE ASSIGN TO "THRFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS MT9-THR-STATUS.
000600     SELECT DATFILE ASSIGN TO DYNAMIC MT9-DAT-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS MT9-DAT-STATUS.
000630     SELECT MRGFILE ASSIGN TO DYNAMIC MT9-MRG-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MT9-MRG-STATUS.
000652     SELECT LOGFILE ASSIGN TO "LOGFILE"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS MT9-LOG-STATUS.
000660     SELECT ALRFILE ASSIGN TO "ALRFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS MT9-ALR-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SPLFILE
000720     RECORDING MODE IS F.
000730     COPY "MT9SPL.cpy".
000740 FD  PRMFILE
000750     RECORDING MODE IS F.
000760 01  PRM-RECORD.
000770     05  PRM-TEXT            PIC X(80).
000780 FD  OPRFILE.
000790     COPY "MT9OPR.cpy".
000800 FD  PNDFILE
000810     RECORDING MODE IS F.
000820     COPY "MT9PND.cpy".
000830 FD  THRFILE
000840     RECORDING MODE IS F.
000850 01  THR-RECORD.
000860     05  THR-MAX-CELLS       PIC 9(06).
000870     05  FILLER              PIC X(74).
000880 FD  DATFILE
000890     RECORDING MODE IS F.
000900     COPY "MT9REC.cpy".
000910     COPY "MT9HDR.cpy".
000920     COPY "MT9TRL.cpy".
000930 FD  MRGFILE
000940     RECORDING MODE IS F.
000950     COPY "MT9REC.cpy" REPLACING LEADING ==MT9== BY ==MRG==.
000960     COPY "MT9HDR.cpy" REPLACING LEADING ==MT9== BY ==MRG==.
000970     COPY "MT9TRL.cpy" REPLACING LEADING ==MT9== BY ==MRG==.
000971 FD  LOGFILE
000972     RECORDING MODE IS F.
000973 01  LOG-RECORD.
000974     05  LOG-REC-TYPE        PIC X(01).
000975     05  LOG-REC-MODE        PIC X(01).
000976     05  LOG-TEXT            PIC X(55).
000980 FD  ALRFILE
000990     RECORDING MODE IS F.
001000     COPY "MT9ALR.cpy".
001010 WORKING-STORAGE SECTION.
001020 01  MT9-SPL-STATUS          PIC X(02).
001030 01  MT9-PRM-STATUS          PIC X(02).
001040 01  MT9-OPR-STATUS          PIC X(02).
001050 01  MT9-PND-STATUS          PIC X(02).
001060 01  MT9-THR-STATUS          PIC X(02).
001070 01  MT9-DAT-STATUS          PIC X(02).
001080 01  MT9-MRG-STATUS          PIC X(02).
001090 01  MT9-ALR-STATUS          PIC X(02).
001095 01  MT9-LOG-STATUS          PIC X(02).
001100 01  MT9-RUN-DATE            PIC 9(08).
001110 01  MT9-RUN-TIME            PIC 9(08).
001120 01  MT9-JOBID               PIC X(08).
001130 01  MT9-OPERID              PIC X(08).
001140 01  MT9-BASE-LEN            PIC 9(04) COMP.
001150 01  MT9-FILE-NAMES.
001160     05  MT9-PRM-NAME        PIC X(16) VALUE "PRMFILE".
001170     05  MT9-DAT-NAME        PIC X(16) VALUE "DATFILE".
001180     05  MT9-MRG-NAME        PIC X(16) VALUE "DATFILE".
001190 01  MT9-SWITCHES.
001200     05  MT9-EDIT-FAIL-SW    PIC X(01) VALUE "N".
001210         88  MT9-EDIT-FAILED           VALUE "Y".
001220     05  MT9-OPMODE-SW       PIC X(01) VALUE "M".
001230         88  MT9-OP-ADD                VALUE "A".
001240         88  MT9-OP-MULTIPLY           VALUE "M".
001250     05  MT9-HOLD-SW         PIC X(01) VALUE "N".
001260         88  MT9-HOLD-NONE             VALUE "N".
001270         88  MT9-HOLD-PENDING          VALUE "H".
001280         88  MT9-HOLD-APPROVED         VALUE "A".
001290         88  MT9-HOLD-REJECTED         VALUE "R".
001300     05  MT9-DAT-EOF-SW      PIC X(01) VALUE "N".
001310         88  MT9-DAT-EOF               VALUE "Y".
001320     05  MT9-TRAILER-SW      PIC X(01) VALUE "N".
001330         88  MT9-TRAILER-SEEN          VALUE "Y".
001340 01  MT9-RANGE.
001350     05  MT9-I-START         PIC 9(02).
001360     05  MT9-I-END           PIC 9(02).
001370     05  MT9-I-STEP          PIC 9(02).
001380     05  MT9-J-START         PIC 9(02).
001390     05  MT9-J-END           PIC 9(02).
001400     05  MT9-J-STEP          PIC 9(02).
001410 01  MT9-EDIT-ERROR-FIELDS.
001420     05  MT9-EL-FIELD        PIC X(06).
001430     05  MT9-EL-VALUE        PIC X(08).
001440     05  MT9-EL-RULE         PIC X(40).
001450 01  MT9-TH-MAX-CELLS        PIC 9(06) VALUE 2500.
001460 01  MT9-HOLD-CELLS          PIC 9(06).
001470 01  MT9-HOLD-SPAN           PIC 9(04).
001480 01  MT9-HOLD-NO             PIC 9(06) VALUE ZERO.
001490 01  MT9-HOLD-SUPERVISOR     PIC X(08).
001500 01  MT9-PND-COUNT           PIC 9(04) COMP VALUE ZERO.
001510 01  MT9-PND-SUB             PIC 9(04) COMP.
001520 01  MT9-PND-SLOT            PIC 9(04) COMP.
001530 01  MT9-PND-TABLE.
001540     05  MT9-PT-ENTRY        PIC X(215) OCCURS 200.
001550 01  MT9-SPL-COUNT           PIC 9(04) COMP VALUE ZERO.
001560 01  MT9-SPL-SUB             PIC 9(04) COMP.
001570 01  MT9-KEEP-COUNT          PIC 9(04) COMP.
001580 01  MT9-SPL-TABLE.
001590     05  MT9-ST-ENTRY        PIC X(135) OCCURS 200.
001600 01  MT9-PART-COUNT          PIC 9(02) VALUE ZERO.
001610 01  MT9-PART-SUB            PIC 9(04) COMP.
001620 01  MT9-PART-NO             PIC 9(02).
001630 01  MT9-BLOCK-COUNT         PIC 9(04).
001640 01  MT9-BLOCK-SHARE         PIC 9(04) COMP.
001650 01  MT9-BLOCK-EXTRA         PIC 9(04) COMP.
001660 01  MT9-PART-BLOCKS         PIC 9(04) COMP.
001670 01  MT9-NEXT-I              PIC 9(04).
001680 01  MT9-PART-TABLE.
001690     05  MT9-PR-ENTRY        OCCURS 20.
001700         10  MT9-PR-JOBID    PIC X(08).
001710         10  MT9-PR-ISTART   PIC 9(02).
001720         10  MT9-PR-IEND     PIC 9(02).
001730         10  MT9-PR-SLOT     PIC 9(04) COMP.
001740         10  MT9-PR-COUNT    PIC 9(08).
001750         10  MT9-PR-HASH     PIC 9(12).
001760         10  MT9-PR-REASON   PIC X(08).
001770 01  MT9-PART-CARD.
001780     05  MT9-PK-ISTRT        PIC 9(02).
001790     05  MT9-PK-IEND         PIC 9(02).
001800     05  MT9-PK-ISTEP        PIC 9(02).
001810     05  MT9-PK-JSTRT        PIC 9(02).
001820     05  MT9-PK-JEND         PIC 9(02).
001830     05  MT9-PK-JSTEP        PIC 9(02).
001840     05  MT9-PK-JOBID        PIC X(08).
001850     05  MT9-PK-OPERID       PIC X(08).
001860     05  MT9-PK-CSVSW        PIC X(01).
001870     05  MT9-PK-OPMODE       PIC X(01).
001880     05  FILLER              PIC X(50).
001890 01  MT9-DECK-COMMENT.
001900     05  FILLER              PIC X(20)
001910                             VALUE "* PARTITIONS OF JOB ".
001920     05  MT9-DC-JOBID        PIC X(08).
001930     05  FILLER              PIC X(07)  VALUE " SPLIT ".
001940     05  MT9-DC-DATE         PIC 9(08).
001950     05  FILLER              PIC X(01)  VALUE SPACE.
001960     05  MT9-DC-TIME         PIC 9(08).
001970     05  FILLER              PIC X(06)  VALUE " HOLD ".
001980     05  MT9-DC-HOLD-NO      PIC 9(06).
001990     05  FILLER              PIC X(16)  VALUE SPACES.
002000 01  MT9-REC-NO              PIC 9(08) COMP.
002010 01  MT9-GRP-COUNT           PIC 9(08) COMP.
002020 01  MT9-GRP-HASH            PIC 9(12) COMP.
002030 01  MT9-SUM-COUNT           PIC 9(08) VALUE ZERO.
002040 01  MT9-SUM-HASH            PIC 9(12) VALUE ZERO.
002050 01  MT9-MRG-COUNT           PIC 9(08) VALUE ZERO.
002060 01  MT9-MRG-HASH            PIC 9(12) VALUE ZERO.
002061 01  MT9-LOG-END-LINE.
002062     05  MT9-LE-DATE         PIC 9(08).
002063     05  FILLER              PIC X(01)  VALUE SPACE.
002064     05  MT9-LE-TIME         PIC 9(08).
002065     05  FILLER              PIC X(01)  VALUE SPACE.
002066     05  MT9-LE-JOBID        PIC X(08).
002067     05  FILLER              PIC X(01)  VALUE SPACE.
002068     05  MT9-LE-STATUS       PIC X(08).
002069     05  FILLER              PIC X(01)  VALUE SPACE.
002070     05  MT9-LE-COUNT        PIC 9(08).
002071 01  MT9-BAD-COUNT           PIC 9(02) VALUE ZERO.
002080 01  MT9-REASON-TEXT         PIC X(40).
002090 01  MT9-COMMAND             PIC X(90).
002100 01  MT9-COMMAND-FIELDS REDEFINES MT9-COMMAND.
002110     05  MT9-CM-ACTION       PIC X(08).
002120     05  MT9-CM-PARTS        PIC X(02).
002130     05  MT9-CM-CARD         PIC X(80).
002140 01  MT9-COMMAND-NUM REDEFINES MT9-COMMAND.
002150     05  FILLER              PIC X(08).
002160     05  MT9-CN-PARTS        PIC 9(02).
002170     05  FILLER              PIC X(80).
002180 01  MT9-COMMAND-MERGE REDEFINES MT9-COMMAND.
002190     05  FILLER              PIC X(08).
002200     05  MT9-CG-JOBID        PIC X(08).
002210     05  FILLER              PIC X(74).
002220 01  MT9-PARM-CARD           PIC X(80).
002230 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
002240     05  MT9-PC-ISTRT        PIC X(02).
002250     05  MT9-PC-IEND         PIC X(02).
002260     05  MT9-PC-ISTEP        PIC X(02).
002270     05  MT9-PC-JSTRT        PIC X(02).
002280     05  MT9-PC-JEND         PIC X(02).
002290     05  MT9-PC-JSTEP        PIC X(02).
002300     05  MT9-PC-JOBID        PIC X(08).
002310     05  MT9-PC-OPERID       PIC X(08).
002320     05  MT9-PC-CSVSW        PIC X(01).
002330     05  MT9-PC-OPMODE       PIC X(01).
002340     05  FILLER              PIC X(50).
002350 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
002360     05  MT9-PN-ISTRT        PIC 9(02).
002370     05  MT9-PN-IEND         PIC 9(02).
002380     05  MT9-PN-ISTEP        PIC 9(02).
002390     05  MT9-PN-JSTRT        PIC 9(02).
002400     05  MT9-PN-JEND         PIC 9(02).
002410     05  MT9-PN-JSTEP        PIC 9(02).
002420     05  FILLER              PIC X(17).
002430     05  FILLER              PIC X(51).
002440 01  MT9-ALERT-FIELDS.
002450     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
002460     05  MT9-ALERT-SEVERITY  PIC 9(02).
002470     05  MT9-ALERT-CODE      PIC X(08).
002480     05  MT9-ALERT-TEXT      PIC X(60).
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
002520     ACCEPT MT9-RUN-TIME FROM TIME
002530     MOVE SPACES TO MT9-COMMAND
002540     ACCEPT MT9-COMMAND FROM COMMAND-LINE
002550     EVALUATE MT9-CM-ACTION
002560         WHEN "SPLIT   "
002570             PERFORM 1000-SPLIT THRU 1000-EXIT
002580         WHEN "MERGE   "
002590             PERFORM 5000-MERGE THRU 5000-EXIT
002600         WHEN OTHER
002610             DISPLAY "MT9X9X: ACTION MUST BE SPLIT OR MERGE, GOT "
002620                 MT9-CM-ACTION
002630             MOVE 8 TO MT9-ALERT-SEVERITY
002640             MOVE "BADACTN" TO MT9-ALERT-CODE
002650             MOVE "ACTION NOT SPLIT OR MERGE" TO MT9-ALERT-TEXT
002660             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002670             MOVE 8 TO RETURN-CODE
002680     END-EVALUATE
002690     STOP RUN.
002700*----------------------------------------------------------------
002710* SPLIT ONE WHOLE CARD INTO PARTITION CARDS.  THE WHOLE CARD IS
002720* EDITED, CHECKED AGAINST THE OPERATOR'S ENTITLEMENT AND, WHEN IT
002730* IS OVER THE RANGE-SIZE THRESHOLD, AGAINST THE APPROVAL QUEUE --
002740* ONCE, AS A WHOLE -- BEFORE ANY PARTITION IS CUT.  A REFUSED OR
002750* HELD WHOLE CARD PRODUCES NO PARTITIONS AT ALL.
002760*----------------------------------------------------------------
002770 1000-SPLIT.
002780     IF MT9-CM-PARTS NOT NUMERIC
002790         OR MT9-CN-PARTS LESS THAN 2
002800         OR MT9-CN-PARTS GREATER THAN 20
002810         DISPLAY "MT9X9X: SPLIT NEEDS A PARTITION COUNT OF 02 TO"
002820             " 20, GOT " MT9-CM-PARTS
002830         MOVE 8 TO MT9-ALERT-SEVERITY
002840         MOVE "BADPARTS" TO MT9-ALERT-CODE
002850         MOVE "PARTITION COUNT NOT 02 TO 20, NOTHING SPLIT"
002860             TO MT9-ALERT-TEXT
002870         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002880         MOVE 8 TO RETURN-CODE
002890         GO TO 1000-EXIT
002900     END-IF
002910     MOVE MT9-CN-PARTS TO MT9-PART-COUNT
002920     MOVE MT9-CM-CARD TO MT9-PARM-CARD
002930     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002940     PERFORM 1120-CHECK-OPERATOR THRU 1120-EXIT
002950     PERFORM 1150-CHECK-JOBID THRU 1150-EXIT
002960     PERFORM 1200-PLAN-PARTITIONS THRU 1200-EXIT
002970     PERFORM 1300-LOAD-MANIFEST THRU 1300-EXIT
002980     PERFORM 1350-CHECK-CONFLICT THRU 1350-EXIT
002990     IF MT9-EDIT-FAILED
003000         DISPLAY "MT9X9X: WHOLE CARD REFUSED, NOT SPLIT"
003010         MOVE 8 TO MT9-ALERT-SEVERITY
003020         MOVE "EDITFAIL" TO MT9-ALERT-CODE
003030         MOVE "WHOLE CARD FAILED EDIT, NOT SPLIT"
003040             TO MT9-ALERT-TEXT
003050         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003060         MOVE 8 TO RETURN-CODE
003070         GO TO 1000-EXIT
003080     END-IF
003090     PERFORM 1400-CHECK-HOLD THRU 1400-EXIT
003100     IF MT9-HOLD-PENDING
003110         MOVE 4 TO MT9-ALERT-SEVERITY
003120         MOVE "HELD" TO MT9-ALERT-CODE
003130         MOVE "WHOLE CARD HELD FOR APPROVAL, NOT SPLIT"
003140             TO MT9-ALERT-TEXT
003150         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003160         IF RETURN-CODE LESS THAN 4
003170             MOVE 4 TO RETURN-CODE
003180         END-IF
003190         GO TO 1000-EXIT
003200     END-IF
003210     IF MT9-HOLD-REJECTED
003220         DISPLAY "MT9X9X: WHOLE CARD REFUSED, NOT SPLIT"
003230         MOVE 8 TO MT9-ALERT-SEVERITY
003240         MOVE "REJECTED" TO MT9-ALERT-CODE
003250         MOVE "WHOLE CARD REFUSED AT APPROVAL, NOT SPLIT"
003260             TO MT9-ALERT-TEXT
003270         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003280         MOVE 8 TO RETURN-CODE
003290         GO TO 1000-EXIT
003300     END-IF
003302     IF RETURN-CODE EQUAL 8
003304         GO TO 1000-EXIT
003306     END-IF
003310     PERFORM 1500-SAVE-MANIFEST THRU 1500-EXIT
003320     IF RETURN-CODE EQUAL 8
003330         GO TO 1000-EXIT
003340     END-IF
003350     PERFORM 1600-WRITE-DECK THRU 1600-EXIT
003360     IF RETURN-CODE EQUAL 8
003370         GO TO 1000-EXIT
003380     END-IF
003390     IF MT9-HOLD-APPROVED
003400         PERFORM 1450-MARK-HOLD-RUN THRU 1450-EXIT
003410     END-IF
003420     DISPLAY "MT9X9X: JOB " MT9-JOBID " SPLIT INTO "
003430         MT9-PART-COUNT " PARTITION(S) OF " MT9-BLOCK-COUNT
003440         " I-BLOCK(S), CARDS ON " MT9-PRM-NAME.
003450 1000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* EDIT THE WHOLE CARD BY THE SAME RULES MT9X9 APPLIES: A BLANK
003490* POSITION KEEPS THE ORIGINAL 9 X 9 DEFAULT FOR THAT FIELD, A
003500* SUPPLIED RANGE FIELD MUST BE NUMERIC, NO STEP MAY BE ZERO, NO
003510* START MAY BE GREATER THAN ITS END, AND THE SWITCH BYTES MUST BE
003520* WITHIN THEIR CODE SETS.
003530*----------------------------------------------------------------
003540 1100-EDIT-PARM.
003550     MOVE 0 TO MT9-I-START
003560     MOVE 8 TO MT9-I-END
003570     MOVE 3 TO MT9-I-STEP
003580     MOVE 1 TO MT9-J-START
003590     MOVE 9 TO MT9-J-END
003600     MOVE 1 TO MT9-J-STEP
003610     MOVE "UNKNOWN " TO MT9-JOBID
003620     MOVE "UNKNOWN " TO MT9-OPERID
003630     IF MT9-PC-ISTRT NOT EQUAL SPACES
003640         IF MT9-PC-ISTRT NUMERIC
003650             MOVE MT9-PN-ISTRT TO MT9-I-START
003660         ELSE
003670             MOVE "ISTRT " TO MT9-EL-FIELD
003680             MOVE MT9-PC-ISTRT TO MT9-EL-VALUE
003690             MOVE "RANGE FIELD NOT NUMERIC" TO MT9-EL-RULE
003700             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
003710         END-IF
003720     END-IF
003730     IF MT9-PC-IEND NOT EQUAL SPACES
003740         IF MT9-PC-IEND NUMERIC
003750             MOVE MT9-PN-IEND TO MT9-I-END
003760         ELSE
003770             MOVE "IEND  " TO MT9-EL-FIELD
003780             MOVE MT9-PC-IEND TO MT9-EL-VALUE
003790             MOVE "RANGE FIELD NOT NUMERIC" TO MT9-EL-RULE
003800             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
003810         END-IF
003820     END-IF
003830     IF MT9-PC-ISTEP NOT EQUAL SPACES
003840         EVALUATE TRUE
003850             WHEN MT9-PC-ISTEP NOT NUMERIC
003860                 MOVE "ISTEP " TO MT9-EL-FIELD
003870                 MOVE MT9-PC-ISTEP TO MT9-EL-VALUE
003880                 MOVE "RANGE FIELD NOT NUMERIC" TO MT9-EL-RULE
003890                 PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
003900             WHEN MT9-PN-ISTEP EQUAL ZERO
003910                 MOVE "ISTEP " TO MT9-EL-FIELD
003920                 MOVE MT9-PC-ISTEP TO MT9-EL-VALUE
003930                 MOVE "STEP MUST NOT BE ZERO" TO MT9-EL-RULE
003940                 PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
003950             WHEN OTHER
003960                 MOVE MT9-PN-ISTEP TO MT9-I-STEP
003970         END-EVALUATE
003980     END-IF
003990     IF MT9-PC-JSTRT NOT EQUAL SPACES
004000         IF MT9-PC-JSTRT NUMERIC
004010             MOVE MT9-PN-JSTRT TO MT9-J-START
004020         ELSE
004030             MOVE "JSTRT " TO MT9-EL-FIELD
004040             MOVE MT9-PC-JSTRT TO MT9-EL-VALUE
004050             MOVE "RANGE FIELD NOT NUMERIC" TO MT9-EL-RULE
004060             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004070         END-IF
004080     END-IF
004090     IF MT9-PC-JEND NOT EQUAL SPACES
004100         IF MT9-PC-JEND NUMERIC
004110             MOVE MT9-PN-JEND TO MT9-J-END
004120         ELSE
004130             MOVE "JEND  " TO MT9-EL-FIELD
004140             MOVE MT9-PC-JEND TO MT9-EL-VALUE
004150             MOVE "RANGE FIELD NOT NUMERIC" TO MT9-EL-RULE
004160             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004170         END-IF
004180     END-IF
004190     IF MT9-PC-JSTEP NOT EQUAL SPACES
004200         EVALUATE TRUE
004210             WHEN MT9-PC-JSTEP NOT NUMERIC
004220                 MOVE "JSTEP " TO MT9-EL-FIELD
004230                 MOVE MT9-PC-JSTEP TO MT9-EL-VALUE
004240                 MOVE "RANGE FIELD NOT NUMERIC" TO MT9-EL-RULE
004250                 PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004260             WHEN MT9-PN-JSTEP EQUAL ZERO
004270                 MOVE "JSTEP " TO MT9-EL-FIELD
004280                 MOVE MT9-PC-JSTEP TO MT9-EL-VALUE
004290                 MOVE "STEP MUST NOT BE ZERO" TO MT9-EL-RULE
004300                 PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004310             WHEN OTHER
004320                 MOVE MT9-PN-JSTEP TO MT9-J-STEP
004330         END-EVALUATE
004340     END-IF
004350     IF MT9-I-START GREATER THAN MT9-I-END
004360         MOVE "ISTRT " TO MT9-EL-FIELD
004370         MOVE MT9-I-START TO MT9-EL-VALUE
004380         MOVE "START GREATER THAN END, NO I-BLOCKS"
004390             TO MT9-EL-RULE
004400         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004410     END-IF
004420     IF MT9-J-START GREATER THAN MT9-J-END
004430         MOVE "JSTRT " TO MT9-EL-FIELD
004440         MOVE MT9-J-START TO MT9-EL-VALUE
004450         MOVE "START GREATER THAN END, NO DETAIL LINES"
004460             TO MT9-EL-RULE
004470         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004480     END-IF
004490     IF MT9-PC-JOBID NOT EQUAL SPACES
004500         MOVE MT9-PC-JOBID TO MT9-JOBID
004510     END-IF
004520     MOVE MT9-JOBID TO MT9-ALERT-JOBID
004530     IF MT9-PC-OPERID NOT EQUAL SPACES
004540         MOVE MT9-PC-OPERID TO MT9-OPERID
004550     END-IF
004560     EVALUATE MT9-PC-CSVSW
004570         WHEN "Y"
004580             CONTINUE
004590         WHEN "N"
004600             CONTINUE
004610         WHEN SPACE
004620             CONTINUE
004630         WHEN OTHER
004640             MOVE "CSVSW " TO MT9-EL-FIELD
004650             MOVE MT9-PC-CSVSW TO MT9-EL-VALUE
004660             MOVE "CSV SWITCH MUST BE Y, N OR BLANK"
004670                 TO MT9-EL-RULE
004680             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004690     END-EVALUATE
004700     EVALUATE MT9-PC-OPMODE
004710         WHEN "A"
004720             SET MT9-OP-ADD TO TRUE
004730         WHEN "M"
004740             CONTINUE
004750         WHEN SPACE
004760             CONTINUE
004770         WHEN OTHER
004780             MOVE "OPMODE" TO MT9-EL-FIELD
004790             MOVE MT9-PC-OPMODE TO MT9-EL-VALUE
004800             MOVE "OPERATOR MODE MUST BE A, M OR BLANK"
004810                 TO MT9-EL-RULE
004820             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
004830     END-EVALUATE
004840     IF MT9-I-STEP EQUAL ZERO
004850         MOVE 1 TO MT9-I-STEP
004860     END-IF
004870     IF MT9-J-STEP EQUAL ZERO
004880         MOVE 1 TO MT9-J-STEP
004890     END-IF.
004900 1100-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* CHECK THE WHOLE CARD'S OPERATOR AGAINST THE OPRFILE MASTER, ONCE
004940* FOR THE FULL RANGE: ON FILE AND ACTIVE, ENTITLED TO THE MODE
004950* REQUESTED AND WITHIN THEIR PERMITTED I/J RANGE.  A MASTER THAT
004960* CANNOT BE OPENED REFUSES THE CARD AS WELL.
004970*----------------------------------------------------------------
004980 1120-CHECK-OPERATOR.
004990     OPEN INPUT OPRFILE
005000     IF MT9-OPR-STATUS NOT EQUAL "00"
005010         MOVE "OPERID" TO MT9-EL-FIELD
005020         MOVE MT9-OPERID TO MT9-EL-VALUE
005030         MOVE "OPERATOR MASTER NOT AVAILABLE" TO MT9-EL-RULE
005040         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005050         GO TO 1120-EXIT
005060     END-IF
005070     MOVE MT9-OPERID TO MT9-OP-OPERID
005080     READ OPRFILE
005090         INVALID KEY
005100             MOVE "OPERID" TO MT9-EL-FIELD
005110             MOVE MT9-OPERID TO MT9-EL-VALUE
005120             MOVE "OPERATOR NOT ON MASTER" TO MT9-EL-RULE
005130             PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005140             CLOSE OPRFILE
005150             GO TO 1120-EXIT
005160     END-READ
005170     CLOSE OPRFILE
005180     MOVE "OPERID" TO MT9-EL-FIELD
005190     MOVE MT9-OPERID TO MT9-EL-VALUE
005200     IF MT9-OP-REVOKED
005210         MOVE "OPERATOR REVOKED" TO MT9-EL-RULE
005220         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005230         GO TO 1120-EXIT
005240     END-IF
005250     IF MT9-OP-ADD AND NOT MT9-OP-ADD-OK
005260         MOVE "OPMODE A NOT PERMITTED FOR OPERATOR"
005270             TO MT9-EL-RULE
005280         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005290     END-IF
005300     IF MT9-OP-MULTIPLY AND NOT MT9-OP-MULT-OK
005310         MOVE "OPMODE M NOT PERMITTED FOR OPERATOR"
005320             TO MT9-EL-RULE
005330         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005340     END-IF
005350     IF MT9-I-END GREATER THAN MT9-OP-MAX-I
005360         MOVE "I RANGE EXCEEDS OPERATOR ENTITLEMENT"
005370             TO MT9-EL-RULE
005380         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005390     END-IF
005400     IF MT9-J-END GREATER THAN MT9-OP-MAX-J
005410         MOVE "J RANGE EXCEEDS OPERATOR ENTITLEMENT"
005420             TO MT9-EL-RULE
005430         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005440     END-IF.
005450 1120-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* THE WHOLE CARD MUST CARRY ITS OWN JOB ID OF ONE TO SIX
005490* CHARACTERS WITH NO EMBEDDED SPACE, SO EVERY PARTITION JOB ID
005500* (THE WHOLE JOB ID PLUS A TWO-DIGIT PARTITION NUMBER) STILL FITS
005510* THE EIGHT-CHARACTER FIELD AND NAMES ITS OWN DATFILE-JOBID.
005520*----------------------------------------------------------------
005530 1150-CHECK-JOBID.
005540     MOVE "JOBID " TO MT9-EL-FIELD
005550     MOVE MT9-JOBID TO MT9-EL-VALUE
005560     IF MT9-PC-JOBID EQUAL SPACES
005570         MOVE "A SPLIT CARD MUST CARRY A JOB ID" TO MT9-EL-RULE
005580         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005590         GO TO 1150-EXIT
005600     END-IF
005610     MOVE ZERO TO MT9-BASE-LEN
005620     INSPECT MT9-JOBID TALLYING MT9-BASE-LEN
005630         FOR CHARACTERS BEFORE INITIAL SPACE
005640     IF MT9-BASE-LEN EQUAL ZERO OR MT9-BASE-LEN GREATER THAN 6
005650         MOVE "JOB ID MUST BE 1-6 CHARACTERS TO SPLIT"
005660             TO MT9-EL-RULE
005670         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005680         GO TO 1150-EXIT
005690     END-IF
005700     IF MT9-JOBID (MT9-BASE-LEN + 1:) NOT EQUAL SPACES
005710         MOVE "JOB ID MUST NOT CONTAIN A SPACE" TO MT9-EL-RULE
005720         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
005730     END-IF.
005740 1150-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770* LIST ONE EDIT FAILURE OF THE WHOLE CARD ON THE CONSOLE AND MARK
005780* THE CARD REFUSED.
005790*----------------------------------------------------------------
005800 1190-REPORT-EDIT-ERROR.
005810     IF NOT MT9-EDIT-FAILED
005820         SET MT9-EDIT-FAILED TO TRUE
005830         DISPLAY "MT9X9X: CARD=" MT9-PARM-CARD
005840     END-IF
005850     DISPLAY "MT9X9X: EDIT ERROR, FIELD=" MT9-EL-FIELD
005860         " VALUE=" MT9-EL-VALUE " RULE=" MT9-EL-RULE.
005870 1190-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* CUT THE WHOLE I-RANGE INTO PARTITIONS ON I-BLOCK BOUNDARIES.
005910* THE WHOLE CARD BUILDS ONE I-BLOCK FOR EVERY I FROM ISTRT BY
005920* ISTEP THROUGH IEND; THE BLOCKS ARE SHARED OUT AS EVENLY AS
005930* THEY GO, THE FIRST PARTITIONS TAKING ONE EXTRA BLOCK EACH WHEN
005940* THEY DO NOT DIVIDE EXACTLY.  EACH PARTITION'S RANGE RUNS FROM
005950* ITS FIRST BLOCK TO JUST SHORT OF THE NEXT PARTITION'S, THE LAST
005960* ENDING AT THE WHOLE CARD'S IEND, SO TOGETHER THEY BUILD EXACTLY
005970* THE BLOCKS THE WHOLE CARD WOULD, IN THE SAME ORDER.
005980*----------------------------------------------------------------
005990 1200-PLAN-PARTITIONS.
006000     IF MT9-EDIT-FAILED
006010         GO TO 1200-EXIT
006020     END-IF
006030     SUBTRACT MT9-I-START FROM MT9-I-END GIVING MT9-BLOCK-COUNT
006040     DIVIDE MT9-I-STEP INTO MT9-BLOCK-COUNT
006050     ADD 1 TO MT9-BLOCK-COUNT
006060     IF MT9-PART-COUNT GREATER THAN MT9-BLOCK-COUNT
006070         MOVE "PARTS " TO MT9-EL-FIELD
006080         MOVE MT9-CM-PARTS TO MT9-EL-VALUE
006090         MOVE "MORE PARTITIONS THAN I-BLOCKS" TO MT9-EL-RULE
006100         PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
006110         GO TO 1200-EXIT
006120     END-IF
006130     DIVIDE MT9-PART-COUNT INTO MT9-BLOCK-COUNT
006140         GIVING MT9-BLOCK-SHARE REMAINDER MT9-BLOCK-EXTRA
006150     MOVE MT9-I-START TO MT9-NEXT-I
006160     MOVE ZERO TO MT9-PART-SUB
006170     PERFORM 1250-PLAN-PARTITION THRU 1250-EXIT
006180         UNTIL MT9-PART-SUB EQUAL MT9-PART-COUNT.
006190 1200-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------
006220* PLAN THE NEXT PARTITION: ITS JOB ID AND ITS I-RANGE.
006230*----------------------------------------------------------------
006240 1250-PLAN-PARTITION.
006250     ADD 1 TO MT9-PART-SUB
006260     MOVE MT9-BLOCK-SHARE TO MT9-PART-BLOCKS
006270     IF MT9-PART-SUB NOT GREATER THAN MT9-BLOCK-EXTRA
006280         ADD 1 TO MT9-PART-BLOCKS
006290     END-IF
006300     MOVE MT9-NEXT-I TO MT9-PR-ISTART (MT9-PART-SUB)
006310     MULTIPLY MT9-I-STEP BY MT9-PART-BLOCKS
006320     ADD MT9-PART-BLOCKS TO MT9-NEXT-I
006330     IF MT9-PART-SUB EQUAL MT9-PART-COUNT
006340         MOVE MT9-I-END TO MT9-PR-IEND (MT9-PART-SUB)
006350     ELSE
006360         SUBTRACT 1 FROM MT9-NEXT-I
006370             GIVING MT9-PR-IEND (MT9-PART-SUB)
006380     END-IF
006390     MOVE MT9-PART-SUB TO MT9-PART-NO
006400     MOVE SPACES TO MT9-PR-JOBID (MT9-PART-SUB)
006410     STRING MT9-JOBID DELIMITED BY SPACE
006420         MT9-PART-NO DELIMITED BY SIZE
006430         INTO MT9-PR-JOBID (MT9-PART-SUB).
006440 1250-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470* LOAD THE WHOLE PARTITION MANIFEST INTO THE TABLE.  A MANIFEST
006480* THAT DOES NOT YET EXIST IS AN EMPTY ONE.
006490*----------------------------------------------------------------
006500 1300-LOAD-MANIFEST.
006510     MOVE ZERO TO MT9-SPL-COUNT
006520     OPEN INPUT SPLFILE
006530     IF MT9-SPL-STATUS NOT EQUAL "00"
006540         GO TO 1300-EXIT
006550     END-IF
006560     PERFORM 1310-LOAD-MANIFEST-RECORD THRU 1310-EXIT
006570         UNTIL MT9-SPL-STATUS NOT EQUAL "00"
006580             OR MT9-SPL-COUNT EQUAL 200
006590     CLOSE SPLFILE.
006600 1300-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* READ AND BANK ONE MANIFEST RECORD.
006640*----------------------------------------------------------------
006650 1310-LOAD-MANIFEST-RECORD.
006660     READ SPLFILE
006670         AT END
006680             CONTINUE
006690         NOT AT END
006700             ADD 1 TO MT9-SPL-COUNT
006710             MOVE MT9-SPLIT-RECORD TO MT9-ST-ENTRY (MT9-SPL-COUNT)
006720     END-READ.
006730 1310-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* NO JOB ID THIS SPLIT WILL USE -- THE WHOLE CARD'S OR ANY
006770* PARTITION'S -- MAY ALREADY BELONG TO THE SPLIT OF A DIFFERENT
006780* WHOLE CARD ON THE MANIFEST, OR ONE MERGE WOULD OVERWRITE
006790* ANOTHER SPLIT'S PARTITION EXTRACT.  A RESPLIT OF THE SAME WHOLE
006800* JOB ID SIMPLY REPLACES ITS OLD PARTITIONS.
006810*----------------------------------------------------------------
006820 1350-CHECK-CONFLICT.
006830     IF MT9-EDIT-FAILED
006840         GO TO 1350-EXIT
006850     END-IF
006860     PERFORM VARYING MT9-SPL-SUB FROM 1 BY 1
006870             UNTIL MT9-SPL-SUB GREATER THAN MT9-SPL-COUNT
006880         MOVE MT9-ST-ENTRY (MT9-SPL-SUB) TO MT9-SPLIT-RECORD
006890         IF MT9-SP-BASE-JOBID NOT EQUAL MT9-JOBID
006900             IF MT9-SP-PI-JOBID EQUAL MT9-JOBID
006910                 MOVE MT9-SP-BASE-JOBID TO MT9-EL-VALUE
006920                 MOVE "JOB ID IS A PARTITION OF ANOTHER SPLIT"
006930                     TO MT9-EL-RULE
006940                 PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
006950             END-IF
006960             PERFORM VARYING MT9-PART-SUB FROM 1 BY 1
006966                     UNTIL MT9-PART-SUB
006972                         GREATER THAN MT9-PART-COUNT
006978                 IF MT9-SP-PI-JOBID
006984                         EQUAL MT9-PR-JOBID (MT9-PART-SUB)
006990                     OR MT9-SP-BASE-JOBID
007000                         EQUAL MT9-PR-JOBID (MT9-PART-SUB)
007010                     MOVE MT9-PR-JOBID (MT9-PART-SUB)
007020                         TO MT9-EL-VALUE
007030                     MOVE "PARTITION JOB ID USED BY ANOTHER SPLIT"
007040                         TO MT9-EL-RULE
007050                     PERFORM 1190-REPORT-EDIT-ERROR THRU 1190-EXIT
007060                 END-IF
007070             END-PERFORM
007080         END-IF
007090     END-PERFORM.
007100 1350-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------
007130* MAKER-CHECKER HOLD ON THE WHOLE CARD.  THE CELL COUNT IS THAT
007140* OF THE WHOLE RANGE, SO SPLITTING A CARD CAN NEVER SLIP IT UNDER
007150* THE THRESHOLD A PIECE AT A TIME.  AN OVER-THRESHOLD CARD IS
007160* LOOKED UP ON THE APPROVAL QUEUE BY ITS CARD IMAGE JUST AS MT9X9
007170* DOES: NONE QUEUES A NEW HOLD, A PENDING ONE KEEPS THE CARD HELD,
007180* AN APPROVED ONE LETS THE SPLIT GO AHEAD AND A REJECTED ONE
007190* REFUSES IT.
007200*----------------------------------------------------------------
007210 1400-CHECK-HOLD.
007220     MOVE "N" TO MT9-HOLD-SW
007230     MOVE ZERO TO MT9-HOLD-NO
007240     PERFORM 1410-LOAD-THRESHOLDS THRU 1410-EXIT
007250     SUBTRACT MT9-I-START FROM MT9-I-END GIVING MT9-HOLD-SPAN
007260     DIVIDE MT9-I-STEP INTO MT9-HOLD-SPAN
007270     ADD 1 TO MT9-HOLD-SPAN
007280     MULTIPLY MT9-I-STEP BY MT9-HOLD-SPAN GIVING MT9-HOLD-CELLS
007290     SUBTRACT MT9-J-START FROM MT9-J-END GIVING MT9-HOLD-SPAN
007300     DIVIDE MT9-J-STEP INTO MT9-HOLD-SPAN
007310     ADD 1 TO MT9-HOLD-SPAN
007320     MULTIPLY MT9-HOLD-SPAN BY MT9-HOLD-CELLS
007330     IF MT9-HOLD-CELLS NOT GREATER THAN MT9-TH-MAX-CELLS
007340         GO TO 1400-EXIT
007350     END-IF
007360     PERFORM 1420-LOAD-PENDING THRU 1420-EXIT
007370     MOVE ZERO TO MT9-PND-SLOT
007380     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
007390             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
007400         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
007410         IF MT9-PD-CARD EQUAL MT9-PARM-CARD AND MT9-PD-OPEN
007420             MOVE MT9-PND-SUB TO MT9-PND-SLOT
007430         END-IF
007440     END-PERFORM
007450     IF MT9-PND-SLOT EQUAL ZERO
007460         PERFORM 1430-ADD-HOLD THRU 1430-EXIT
007470         GO TO 1400-EXIT
007480     END-IF
007490     MOVE MT9-PT-ENTRY (MT9-PND-SLOT) TO MT9-PENDING-RECORD
007500     MOVE MT9-PD-HOLD-NO TO MT9-HOLD-NO
007510     MOVE MT9-PD-SUPERVISOR TO MT9-HOLD-SUPERVISOR
007520     EVALUATE TRUE
007530         WHEN MT9-PD-APPROVED
007540             SET MT9-HOLD-APPROVED TO TRUE
007550             DISPLAY "MT9X9X: HOLD " MT9-HOLD-NO " APPROVED BY "
007560                 MT9-HOLD-SUPERVISOR ", WHOLE CARD RELEASED"
007570         WHEN MT9-PD-REJECTED
007580             SET MT9-HOLD-REJECTED TO TRUE
007590             SET MT9-PD-CLOSED TO TRUE
007600             MOVE MT9-RUN-DATE TO MT9-PD-RUN-DATE
007610             MOVE MT9-RUN-TIME TO MT9-PD-RUN-TIME
007620             MOVE MT9-PENDING-RECORD
007630                 TO MT9-PT-ENTRY (MT9-PND-SLOT)
007640             PERFORM 1440-SAVE-PENDING THRU 1440-EXIT
007650             DISPLAY "MT9X9X: HOLD " MT9-HOLD-NO " REJECTED BY "
007660                 MT9-HOLD-SUPERVISOR ", NOTE=" MT9-PD-COMMENT
007670         WHEN OTHER
007680             SET MT9-HOLD-PENDING TO TRUE
007690             DISPLAY "MT9X9X: WHOLE CARD STILL HELD, HOLD "
007700                 MT9-HOLD-NO
007710     END-EVALUATE.
007720 1400-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750* LOAD THE RANGE-SIZE THRESHOLD FROM COLUMNS 1-6 OF THE ONE-CARD
007760* THRFILE.  A MISSING FILE OR A BLANK OR INVALID FIELD KEEPS THE
007770* DEFAULT OF 2500 CELLS.  THE DECK AND REPEAT SWITCHES OF THE SAME
007780* CARD DO NOT APPLY TO A SPLIT.
007790*----------------------------------------------------------------
007800 1410-LOAD-THRESHOLDS.
007810     OPEN INPUT THRFILE
007820     IF MT9-THR-STATUS NOT EQUAL "00"
007830         GO TO 1410-EXIT
007840     END-IF
007850     READ THRFILE
007860         AT END
007870             MOVE SPACES TO THR-RECORD
007880     END-READ
007890     CLOSE THRFILE
007900     IF THR-MAX-CELLS NUMERIC
007910         MOVE THR-MAX-CELLS TO MT9-TH-MAX-CELLS
007920     END-IF.
007930 1410-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960* LOAD THE WHOLE APPROVAL QUEUE INTO THE TABLE.  A QUEUE THAT DOES
007970* NOT YET EXIST IS AN EMPTY ONE.
007980*----------------------------------------------------------------
007990 1420-LOAD-PENDING.
008000     MOVE ZERO TO MT9-PND-COUNT
008010     OPEN INPUT PNDFILE
008020     IF MT9-PND-STATUS NOT EQUAL "00"
008030         GO TO 1420-EXIT
008040     END-IF
008050     PERFORM 1425-LOAD-PENDING-RECORD THRU 1425-EXIT
008060         UNTIL MT9-PND-STATUS NOT EQUAL "00"
008070             OR MT9-PND-COUNT EQUAL 200
008080     CLOSE PNDFILE.
008090 1420-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120* READ AND BANK ONE QUEUE RECORD.
008130*----------------------------------------------------------------
008140 1425-LOAD-PENDING-RECORD.
008150     READ PNDFILE
008160         AT END
008170             CONTINUE
008180         NOT AT END
008190             ADD 1 TO MT9-PND-COUNT
008200             MOVE MT9-PENDING-RECORD
008210                 TO MT9-PT-ENTRY (MT9-PND-COUNT)
008220     END-READ.
008230 1425-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------
008260* QUEUE A NEW RANGE HOLD FOR THE WHOLE CARD UNDER THE NEXT HOLD
008270* NUMBER.  MT9X9Y DECIDES IT LIKE ANY OTHER HOLD; THE SPLIT IS
008280* RESUBMITTED ONCE IT IS APPROVED.  A FULL QUEUE CANNOT TAKE THE
008290* HOLD, SO THE CARD IS REFUSED.
008300*----------------------------------------------------------------
008310 1430-ADD-HOLD.
008320     IF MT9-PND-COUNT EQUAL 200
008326         DISPLAY "MT9X9X: APPROVAL QUEUE FULL, WHOLE CARD"
008332             " NOT HELD"
008333         MOVE 8 TO MT9-ALERT-SEVERITY
008334         MOVE "PNDFULL" TO MT9-ALERT-CODE
008335         MOVE "APPROVAL QUEUE FULL, WHOLE CARD NOT HELD"
008336             TO MT9-ALERT-TEXT
008337         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008340         MOVE 8 TO RETURN-CODE
008350         GO TO 1430-EXIT
008360     END-IF
008370     MOVE ZERO TO MT9-HOLD-NO
008380     IF MT9-PND-COUNT GREATER THAN ZERO
008390         MOVE MT9-PT-ENTRY (MT9-PND-COUNT) TO MT9-PENDING-RECORD
008400         MOVE MT9-PD-HOLD-NO TO MT9-HOLD-NO
008410     END-IF
008420     ADD 1 TO MT9-HOLD-NO
008430     MOVE SPACES TO MT9-PENDING-RECORD
008440     MOVE MT9-HOLD-NO TO MT9-PD-HOLD-NO
008450     SET MT9-PD-PENDING TO TRUE
008460     MOVE MT9-OPERID TO MT9-PD-REQUESTER
008470     MOVE MT9-JOBID TO MT9-PD-JOBID
008480     MOVE "YNN" TO MT9-PD-REASONS
008490     MOVE MT9-HOLD-CELLS TO MT9-PD-CELLS
008500     MOVE MT9-RUN-DATE TO MT9-PD-HLD-DATE
008510     MOVE MT9-RUN-TIME TO MT9-PD-HLD-TIME
008520     MOVE MT9-PARM-CARD TO MT9-PD-CARD
008530     MOVE ZERO TO MT9-PD-DECIDED-STAMP
008540     MOVE ZERO TO MT9-PD-RUN-STAMP
008550     ADD 1 TO MT9-PND-COUNT
008560     MOVE MT9-PENDING-RECORD TO MT9-PT-ENTRY (MT9-PND-COUNT)
008570     PERFORM 1440-SAVE-PENDING THRU 1440-EXIT
008580     IF RETURN-CODE EQUAL 8
008590         GO TO 1430-EXIT
008600     END-IF
008610     SET MT9-HOLD-PENDING TO TRUE
008620     DISPLAY "MT9X9X: WHOLE CARD OF " MT9-HOLD-CELLS
008630         " CELLS HELD FOR APPROVAL, HOLD " MT9-HOLD-NO.
008640 1430-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670* REWRITE THE WHOLE APPROVAL QUEUE FROM THE TABLE.
008680*----------------------------------------------------------------
008690 1440-SAVE-PENDING.
008700     OPEN OUTPUT PNDFILE
008710     IF MT9-PND-STATUS NOT EQUAL "00"
008720         DISPLAY "MT9X9X: PNDFILE NOT AVAILABLE, STATUS="
008730             MT9-PND-STATUS
008740         MOVE 8 TO MT9-ALERT-SEVERITY
008750         MOVE "PNDNOTAV" TO MT9-ALERT-CODE
008760         MOVE "PNDFILE NOT AVAILABLE, QUEUE NOT SAVED"
008770             TO MT9-ALERT-TEXT
008780         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008790         MOVE 8 TO RETURN-CODE
008800         GO TO 1440-EXIT
008810     END-IF
008820     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
008830             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
008840         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
008850         WRITE MT9-PENDING-RECORD
008860     END-PERFORM
008870     CLOSE PNDFILE.
008880 1440-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910* MARK THE APPROVED HOLD THE SPLIT WAS MADE UNDER AS RUN, WITH THE
008920* SPLIT'S DATE AND TIME, SO THE APPROVAL CANNOT BE USED AGAIN.
008930* THE HOLD NUMBER RIDES ON EVERY PARTITION'S MANIFEST RECORD.
008940*----------------------------------------------------------------
008950 1450-MARK-HOLD-RUN.
008960     PERFORM 1420-LOAD-PENDING THRU 1420-EXIT
008970     PERFORM VARYING MT9-PND-SUB FROM 1 BY 1
008980             UNTIL MT9-PND-SUB GREATER THAN MT9-PND-COUNT
008990         MOVE MT9-PT-ENTRY (MT9-PND-SUB) TO MT9-PENDING-RECORD
009000         IF MT9-PD-HOLD-NO EQUAL MT9-HOLD-NO
009010             SET MT9-PD-RUN TO TRUE
009020             MOVE MT9-RUN-DATE TO MT9-PD-RUN-DATE
009030             MOVE MT9-RUN-TIME TO MT9-PD-RUN-TIME
009040             MOVE MT9-PENDING-RECORD TO MT9-PT-ENTRY (MT9-PND-SUB)
009050         END-IF
009060     END-PERFORM
009070     PERFORM 1440-SAVE-PENDING THRU 1440-EXIT.
009080 1450-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110* FILE THE NEW PARTITIONS ON THE MANIFEST.  ANY EARLIER SPLIT OF
009120* THE SAME WHOLE JOB ID IS DROPPED FIRST, THEN ONE RECORD PER
009130* PARTITION IS ADDED AND THE WHOLE MANIFEST IS REWRITTEN.  A
009140* MANIFEST WITH NO ROOM FOR THE NEW PARTITIONS REFUSES THE SPLIT.
009150*----------------------------------------------------------------
009160 1500-SAVE-MANIFEST.
009170     MOVE ZERO TO MT9-KEEP-COUNT
009180     PERFORM VARYING MT9-SPL-SUB FROM 1 BY 1
009190             UNTIL MT9-SPL-SUB GREATER THAN MT9-SPL-COUNT
009200         MOVE MT9-ST-ENTRY (MT9-SPL-SUB) TO MT9-SPLIT-RECORD
009210         IF MT9-SP-BASE-JOBID NOT EQUAL MT9-JOBID
009220             ADD 1 TO MT9-KEEP-COUNT
009226             MOVE MT9-SPLIT-RECORD
009232                 TO MT9-ST-ENTRY (MT9-KEEP-COUNT)
009240         END-IF
009250     END-PERFORM
009260     IF MT9-KEEP-COUNT LESS THAN MT9-SPL-COUNT
009270         DISPLAY "MT9X9X: EARLIER SPLIT OF JOB " MT9-JOBID
009280             " REPLACED"
009290     END-IF
009300     MOVE MT9-KEEP-COUNT TO MT9-SPL-COUNT
009310     ADD MT9-PART-COUNT TO MT9-KEEP-COUNT
009320     IF MT9-KEEP-COUNT GREATER THAN 200
009330         DISPLAY "MT9X9X: SPLFILE FULL, MERGE OR CLEAR OLDER"
009340             " SPLITS BEFORE SPLITTING JOB " MT9-JOBID
009350         MOVE 8 TO MT9-ALERT-SEVERITY
009360         MOVE "SPLFULL" TO MT9-ALERT-CODE
009370         MOVE "PARTITION MANIFEST FULL, NOTHING SPLIT"
009380             TO MT9-ALERT-TEXT
009390         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
009400         MOVE 8 TO RETURN-CODE
009410         GO TO 1500-EXIT
009420     END-IF
009430     MOVE ZERO TO MT9-PART-SUB
009440     PERFORM 1550-ADD-PARTITION THRU 1550-EXIT
009450         UNTIL MT9-PART-SUB EQUAL MT9-PART-COUNT
009460     PERFORM 8000-SAVE-MANIFEST THRU 8000-EXIT.
009470 1500-EXIT.
009480     EXIT.
009490*----------------------------------------------------------------
009500* BUILD THE NEXT PARTITION'S CARD AND ADD ITS MANIFEST RECORD.
009510*----------------------------------------------------------------
009520 1550-ADD-PARTITION.
009530     ADD 1 TO MT9-PART-SUB
009540     PERFORM 1560-BUILD-CARD THRU 1560-EXIT
009550     MOVE SPACES TO MT9-SPLIT-RECORD
009560     MOVE MT9-JOBID TO MT9-SP-BASE-JOBID
009570     MOVE MT9-PART-SUB TO MT9-SP-PART-NO
009580     MOVE MT9-PART-COUNT TO MT9-SP-PART-COUNT
009590     MOVE MT9-OPERID TO MT9-SP-OPERID
009600     MOVE MT9-RUN-DATE TO MT9-SP-SPL-DATE
009610     MOVE MT9-RUN-TIME TO MT9-SP-SPL-TIME
009620     MOVE MT9-HOLD-NO TO MT9-SP-HOLD-NO
009630     MOVE MT9-I-START TO MT9-SP-ISTART
009640     MOVE MT9-I-END TO MT9-SP-IEND
009650     MOVE MT9-I-STEP TO MT9-SP-ISTEP
009660     MOVE MT9-J-START TO MT9-SP-JSTART
009670     MOVE MT9-J-END TO MT9-SP-JEND
009680     MOVE MT9-J-STEP TO MT9-SP-JSTEP
009690     MOVE MT9-OPMODE-SW TO MT9-SP-OPMODE
009700     MOVE MT9-PART-CARD TO MT9-SP-CARD
009710     ADD 1 TO MT9-SPL-COUNT
009720     MOVE MT9-SPLIT-RECORD TO MT9-ST-ENTRY (MT9-SPL-COUNT).
009730 1550-EXIT.
009740     EXIT.
009750*----------------------------------------------------------------
009760* BUILD ONE PARTITION CARD IN THE STANDARD MT9X9 LAYOUT.  EVERY
009770* RANGE FIELD AND THE OPERATOR MODE ARE WRITTEN OUT IN FULL, SO
009780* A PARTITION NEVER DEPENDS ON A BLANK-FIELD DEFAULT; THE J-RANGE,
009790* STEPS, OPERATOR AND CSV SWITCH ARE THE WHOLE CARD'S.
009800*----------------------------------------------------------------
009810 1560-BUILD-CARD.
009820     MOVE SPACES TO MT9-PART-CARD
009830     MOVE MT9-PR-ISTART (MT9-PART-SUB) TO MT9-PK-ISTRT
009840     MOVE MT9-PR-IEND (MT9-PART-SUB) TO MT9-PK-IEND
009850     MOVE MT9-I-STEP TO MT9-PK-ISTEP
009860     MOVE MT9-J-START TO MT9-PK-JSTRT
009870     MOVE MT9-J-END TO MT9-PK-JEND
009880     MOVE MT9-J-STEP TO MT9-PK-JSTEP
009890     MOVE MT9-PR-JOBID (MT9-PART-SUB) TO MT9-PK-JOBID
009900     MOVE MT9-OPERID TO MT9-PK-OPERID
009910     MOVE MT9-PC-CSVSW TO MT9-PK-CSVSW
009920     MOVE MT9-OPMODE-SW TO MT9-PK-OPMODE.
009930 1560-EXIT.
009940     EXIT.
009950*----------------------------------------------------------------
009960* WRITE THE PARTITION CARDS TO THE JOB-QUALIFIED DECK PRMFILE-
009970* JOBID BEHIND A "*" COMMENT CARD NAMING THE WHOLE JOB.  EACH CARD
009980* CAN BE SUBMITTED TO MT9X9 AS ITS OWN STEP TO RUN THE PARTITIONS
009990* SIDE BY SIDE, OR THE DECK RUN WHOLE IN DECK MODE.
010000*----------------------------------------------------------------
010010 1600-WRITE-DECK.
010020     MOVE SPACES TO MT9-PRM-NAME
010030     STRING "PRMFILE-" DELIMITED BY SIZE MT9-JOBID
010040         DELIMITED BY SPACE INTO MT9-PRM-NAME
010050     OPEN OUTPUT PRMFILE
010060     IF MT9-PRM-STATUS NOT EQUAL "00"
010070         DISPLAY "MT9X9X: " MT9-PRM-NAME " NOT AVAILABLE, STATUS="
010080             MT9-PRM-STATUS
010090         MOVE 8 TO MT9-ALERT-SEVERITY
010100         MOVE "PRMNOTAV" TO MT9-ALERT-CODE
010110         MOVE "PARTITION DECK NOT AVAILABLE, CARDS NOT WRITTEN"
010120             TO MT9-ALERT-TEXT
010130         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
010140         MOVE 8 TO RETURN-CODE
010150         GO TO 1600-EXIT
010160     END-IF
010170     MOVE MT9-JOBID TO MT9-DC-JOBID
010180     MOVE MT9-RUN-DATE TO MT9-DC-DATE
010190     MOVE MT9-RUN-TIME TO MT9-DC-TIME
010200     MOVE MT9-HOLD-NO TO MT9-DC-HOLD-NO
010210     MOVE MT9-DECK-COMMENT TO PRM-TEXT
010220     WRITE PRM-RECORD
010230     MOVE ZERO TO MT9-PART-SUB
010240     PERFORM 1650-WRITE-CARD THRU 1650-EXIT
010250         UNTIL MT9-PART-SUB EQUAL MT9-PART-COUNT
010260     CLOSE PRMFILE.
010270 1600-EXIT.
010280     EXIT.
010290*----------------------------------------------------------------
010300* WRITE AND LIST THE NEXT PARTITION CARD.
010310*----------------------------------------------------------------
010320 1650-WRITE-CARD.
010330     ADD 1 TO MT9-PART-SUB
010340     PERFORM 1560-BUILD-CARD THRU 1560-EXIT
010350     MOVE MT9-PART-CARD TO PRM-TEXT
010360     WRITE PRM-RECORD
010365     MOVE MT9-PART-SUB TO MT9-PART-NO
010370     DISPLAY "MT9X9X: PARTITION " MT9-PART-NO " JOB "
010380         MT9-PR-JOBID (MT9-PART-SUB) " I="
010390         MT9-PR-ISTART (MT9-PART-SUB) "-"
010400         MT9-PR-IEND (MT9-PART-SUB) " CARD=" MT9-PART-CARD (1:30).
010410 1650-EXIT.
010420     EXIT.
010430*----------------------------------------------------------------
010440* MERGE THE PARTITION EXTRACTS OF ONE SPLIT BACK INTO ONE.  EVERY
010450* PARTITION IS PROVED COMPLETE BEFORE ANYTHING IS WRITTEN: IF ANY
010460* IS MISSING OR INCOMPLETE THE MERGE IS REFUSED, EACH BAD
010470* PARTITION IS NAMED, AND ANY EARLIER MERGED EXTRACT IS LEFT AS IT
010480* WAS.  A GOOD MERGE DROPS THE SPLIT FROM THE MANIFEST.
010490*----------------------------------------------------------------
010500 5000-MERGE.
010510     MOVE MT9-CG-JOBID TO MT9-JOBID
010520     MOVE MT9-JOBID TO MT9-ALERT-JOBID
010530     IF MT9-JOBID EQUAL SPACES
010540         DISPLAY "MT9X9X: MERGE NEEDS THE WHOLE CARD'S JOB ID"
010550         MOVE 8 TO MT9-ALERT-SEVERITY
010560         MOVE "NOJOBID" TO MT9-ALERT-CODE
010570         MOVE "MERGE NEEDS THE WHOLE CARD'S JOB ID"
010580             TO MT9-ALERT-TEXT
010590         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
010600         MOVE 8 TO RETURN-CODE
010610         GO TO 5000-EXIT
010620     END-IF
010630     PERFORM 1300-LOAD-MANIFEST THRU 1300-EXIT
010640     PERFORM 5100-FIND-PARTITIONS THRU 5100-EXIT
010650     IF RETURN-CODE EQUAL 8
010660         GO TO 5000-EXIT
010670     END-IF
010680     MOVE ZERO TO MT9-PART-SUB
010690     PERFORM 5200-CHECK-PARTITION THRU 5200-EXIT
010700         UNTIL MT9-PART-SUB EQUAL MT9-PART-COUNT
010710     MOVE MT9-JOBID TO MT9-ALERT-JOBID
010720     IF MT9-BAD-COUNT GREATER THAN ZERO
010730         DISPLAY "MT9X9X: MERGE OF JOB " MT9-JOBID " REFUSED, "
010740             MT9-BAD-COUNT " OF " MT9-PART-COUNT
010750             " PARTITION(S) NOT COMPLETE"
010760         MOVE 8 TO RETURN-CODE
010770         GO TO 5000-EXIT
010780     END-IF
010790     PERFORM 5400-WRITE-MERGED THRU 5400-EXIT
010800     IF RETURN-CODE EQUAL 8
010810         GO TO 5000-EXIT
010820     END-IF
010830     MOVE ZERO TO MT9-KEEP-COUNT
010840     PERFORM VARYING MT9-SPL-SUB FROM 1 BY 1
010850             UNTIL MT9-SPL-SUB GREATER THAN MT9-SPL-COUNT
010860         MOVE MT9-ST-ENTRY (MT9-SPL-SUB) TO MT9-SPLIT-RECORD
010870         IF MT9-SP-BASE-JOBID NOT EQUAL MT9-JOBID
010880             ADD 1 TO MT9-KEEP-COUNT
010886             MOVE MT9-SPLIT-RECORD
010892                 TO MT9-ST-ENTRY (MT9-KEEP-COUNT)
010900         END-IF
010910     END-PERFORM
010920     MOVE MT9-KEEP-COUNT TO MT9-SPL-COUNT
010930     PERFORM 8000-SAVE-MANIFEST THRU 8000-EXIT.
010940 5000-EXIT.
010950     EXIT.
010960*----------------------------------------------------------------
010970* PICK THE SPLIT'S PARTITIONS OFF THE MANIFEST INTO PARTITION
010980* ORDER.  THE SPLIT MUST BE ON FILE AND EVERY PARTITION NUMBER UP
010990* TO THE PARTITION COUNT MUST BE PRESENT.
011000*----------------------------------------------------------------
011010 5100-FIND-PARTITIONS.
011020     MOVE ZERO TO MT9-PART-COUNT
011030     PERFORM VARYING MT9-PART-SUB FROM 1 BY 1
011040             UNTIL MT9-PART-SUB GREATER THAN 20
011050         MOVE ZERO TO MT9-PR-SLOT (MT9-PART-SUB)
011060     END-PERFORM
011070     PERFORM VARYING MT9-SPL-SUB FROM 1 BY 1
011080             UNTIL MT9-SPL-SUB GREATER THAN MT9-SPL-COUNT
011090         MOVE MT9-ST-ENTRY (MT9-SPL-SUB) TO MT9-SPLIT-RECORD
011100         IF MT9-SP-BASE-JOBID EQUAL MT9-JOBID
011110             AND MT9-SP-PART-NO GREATER THAN ZERO
011120             AND MT9-SP-PART-NO NOT GREATER THAN 20
011130             MOVE MT9-SP-PART-COUNT TO MT9-PART-COUNT
011140             MOVE MT9-SPL-SUB TO MT9-PR-SLOT (MT9-SP-PART-NO)
011150         END-IF
011160     END-PERFORM
011170     IF MT9-PART-COUNT EQUAL ZERO
011180         DISPLAY "MT9X9X: NO SPLIT OF JOB " MT9-JOBID
011190             " ON THE PARTITION MANIFEST"
011200         MOVE 8 TO MT9-ALERT-SEVERITY
011210         MOVE "NOSPLIT" TO MT9-ALERT-CODE
011220         MOVE "NO SPLIT OF THIS JOB ON SPLFILE, NOTHING MERGED"
011230             TO MT9-ALERT-TEXT
011240         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
011250         MOVE 8 TO RETURN-CODE
011260         GO TO 5100-EXIT
011270     END-IF
011280     PERFORM VARYING MT9-PART-SUB FROM 1 BY 1
011290             UNTIL MT9-PART-SUB GREATER THAN MT9-PART-COUNT
011300         IF MT9-PR-SLOT (MT9-PART-SUB) EQUAL ZERO
011305             MOVE MT9-PART-SUB TO MT9-PART-NO
011310             DISPLAY "MT9X9X: PARTITION " MT9-PART-NO " OF JOB "
011320                 MT9-JOBID " NOT ON THE PARTITION MANIFEST"
011330             MOVE 8 TO RETURN-CODE
011340         END-IF
011350     END-PERFORM
011360     IF RETURN-CODE EQUAL 8
011370         MOVE 8 TO MT9-ALERT-SEVERITY
011380         MOVE "SPLBROKE" TO MT9-ALERT-CODE
011390         MOVE "PARTITION MISSING FROM SPLFILE, RESPLIT THE JOB"
011400             TO MT9-ALERT-TEXT
011410         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
011420     END-IF.
011430 5100-EXIT.
011440     EXIT.
011450*----------------------------------------------------------------
011460* PROVE THE NEXT PARTITION'S EXTRACT COMPLETE.  IT MUST EXIST,
011470* OPEN WITH AN "H" HEADER FOR THAT PARTITION'S JOB ID AND RANGE,
011480* HOLD ONLY DETAIL RECORDS AFTER IT, AND CLOSE WITH ONE "T"
011490* TRAILER WHOSE COUNT AND HASH MATCH THE DETAIL RECORDS ACTUALLY
011500* READ.  A BAD PARTITION IS NAMED ON THE CONSOLE AND THE ALERT
011510* FILE WITH THE REASON, SO ONLY THAT PIECE NEED BE RERUN.
011520*----------------------------------------------------------------
011530 5200-CHECK-PARTITION.
011540     ADD 1 TO MT9-PART-SUB
011550     MOVE MT9-ST-ENTRY (MT9-PR-SLOT (MT9-PART-SUB))
011560         TO MT9-SPLIT-RECORD
011570     MOVE MT9-SP-PI-JOBID TO MT9-PR-JOBID (MT9-PART-SUB)
011580     MOVE MT9-SP-PI-START TO MT9-PR-ISTART (MT9-PART-SUB)
011590     MOVE MT9-SP-PI-END TO MT9-PR-IEND (MT9-PART-SUB)
011600     MOVE SPACES TO MT9-PR-REASON (MT9-PART-SUB)
011610     MOVE ZERO TO MT9-PR-COUNT (MT9-PART-SUB)
011620     MOVE ZERO TO MT9-PR-HASH (MT9-PART-SUB)
011630     MOVE ZERO TO MT9-REC-NO
011640     MOVE ZERO TO MT9-GRP-COUNT
011650     MOVE ZERO TO MT9-GRP-HASH
011660     MOVE "N" TO MT9-DAT-EOF-SW
011670     MOVE "N" TO MT9-TRAILER-SW
011680     MOVE SPACES TO MT9-DAT-NAME
011690     STRING "DATFILE-" DELIMITED BY SIZE MT9-SP-PI-JOBID
011700         DELIMITED BY SPACE INTO MT9-DAT-NAME
011710     OPEN INPUT DATFILE
011720     IF MT9-DAT-STATUS NOT EQUAL "00"
011730         MOVE "MISSING " TO MT9-PR-REASON (MT9-PART-SUB)
011740         MOVE "EXTRACT NOT FOUND, PARTITION NOT RUN"
011750             TO MT9-REASON-TEXT
011760     ELSE
011770         PERFORM 5300-CHECK-RECORD THRU 5300-EXIT
011780             UNTIL MT9-DAT-EOF
011790                 OR MT9-PR-REASON (MT9-PART-SUB) NOT EQUAL SPACES
011800         CLOSE DATFILE
011810     END-IF
011820     IF MT9-PR-REASON (MT9-PART-SUB) EQUAL SPACES
011830         AND NOT MT9-TRAILER-SEEN
011840         IF MT9-REC-NO EQUAL ZERO
011850             MOVE "EMPTY   " TO MT9-PR-REASON (MT9-PART-SUB)
011860             MOVE "EXTRACT IS EMPTY" TO MT9-REASON-TEXT
011870         ELSE
011880             MOVE "NOTRAILR" TO MT9-PR-REASON (MT9-PART-SUB)
011890             MOVE "NO TRAILER, RUN DID NOT FINISH"
011900                 TO MT9-REASON-TEXT
011910         END-IF
011920     END-IF
011930     IF MT9-PR-REASON (MT9-PART-SUB) NOT EQUAL SPACES
011940         ADD 1 TO MT9-BAD-COUNT
011950         DISPLAY "MT9X9X: PARTITION " MT9-SP-PART-NO " JOB "
011960             MT9-SP-PI-JOBID " " MT9-PR-REASON (MT9-PART-SUB)
011970             " - " MT9-REASON-TEXT
011980         DISPLAY "MT9X9X:   RERUN CARD=" MT9-SP-CARD (1:30)
011990         MOVE MT9-SP-PI-JOBID TO MT9-ALERT-JOBID
012000         MOVE 8 TO MT9-ALERT-SEVERITY
012010         MOVE "PARTFAIL" TO MT9-ALERT-CODE
012020         MOVE SPACES TO MT9-ALERT-TEXT
012030         STRING "PARTITION " DELIMITED BY SIZE
012040             MT9-SP-PART-NO DELIMITED BY SIZE
012050             " OF " DELIMITED BY SIZE
012060             MT9-JOBID DELIMITED BY SPACE
012070             " " DELIMITED BY SIZE
012080             MT9-PR-REASON (MT9-PART-SUB) DELIMITED BY SPACE
012090             ", MERGE REFUSED" DELIMITED BY SIZE
012100             INTO MT9-ALERT-TEXT
012110         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
012120         GO TO 5200-EXIT
012130     END-IF
012140     ADD MT9-PR-COUNT (MT9-PART-SUB) TO MT9-SUM-COUNT
012150     ADD MT9-PR-HASH (MT9-PART-SUB) TO MT9-SUM-HASH
012160     DISPLAY "MT9X9X: PARTITION " MT9-SP-PART-NO " JOB "
012170         MT9-SP-PI-JOBID " I=" MT9-SP-PI-START "-" MT9-SP-PI-END
012180         " COUNT=" MT9-PR-COUNT (MT9-PART-SUB)
012190         " HASH=" MT9-PR-HASH (MT9-PART-SUB) " COMPLETE".
012200 5200-EXIT.
012210     EXIT.
012220*----------------------------------------------------------------
012230* READ AND CHECK ONE RECORD OF A PARTITION EXTRACT.
012240*----------------------------------------------------------------
012250 5300-CHECK-RECORD.
012260     READ DATFILE
012270         AT END
012280             SET MT9-DAT-EOF TO TRUE
012290     END-READ
012300     IF MT9-DAT-EOF
012310         GO TO 5300-EXIT
012320     END-IF
012330     ADD 1 TO MT9-REC-NO
012340     IF MT9-TRAILER-SEEN
012350         MOVE "EXTRAREC" TO MT9-PR-REASON (MT9-PART-SUB)
012360         MOVE "RECORDS FOLLOW THE TRAILER" TO MT9-REASON-TEXT
012370         GO TO 5300-EXIT
012380     END-IF
012390     IF MT9-REC-NO EQUAL 1
012400         IF NOT MT9-HR-IS-HEADER
012410             MOVE "NOHEADER" TO MT9-PR-REASON (MT9-PART-SUB)
012420             MOVE "FIRST RECORD IS NOT AN H HEADER"
012430                 TO MT9-REASON-TEXT
012440             GO TO 5300-EXIT
012450         END-IF
012460         IF MT9-HR-JOBID NOT EQUAL MT9-SP-PI-JOBID
012470             OR MT9-HR-ISTART NOT EQUAL MT9-SP-PI-START
012480             OR MT9-HR-IEND NOT EQUAL MT9-SP-PI-END
012490             OR MT9-HR-ISTEP NOT EQUAL MT9-SP-ISTEP
012500             OR MT9-HR-JSTART NOT EQUAL MT9-SP-JSTART
012510             OR MT9-HR-JEND NOT EQUAL MT9-SP-JEND
012520             OR MT9-HR-JSTEP NOT EQUAL MT9-SP-JSTEP
012530             OR MT9-HR-OPMODE NOT EQUAL MT9-SP-OPMODE
012540             MOVE "WRONGHDR" TO MT9-PR-REASON (MT9-PART-SUB)
012550             MOVE "HEADER JOB OR RANGE NOT THE PARTITION'S"
012560                 TO MT9-REASON-TEXT
012570         END-IF
012580         GO TO 5300-EXIT
012590     END-IF
012600     EVALUATE TRUE
012610         WHEN MT9-HR-IS-HEADER
012620             MOVE "TWOHDRS " TO MT9-PR-REASON (MT9-PART-SUB)
012630             MOVE "MORE THAN ONE H HEADER" TO MT9-REASON-TEXT
012640         WHEN MT9-TR-IS-TRAILER
012650             SET MT9-TRAILER-SEEN TO TRUE
012660             MOVE MT9-TR-COUNT TO MT9-PR-COUNT (MT9-PART-SUB)
012670             MOVE MT9-TR-HASH TO MT9-PR-HASH (MT9-PART-SUB)
012680             IF MT9-TR-COUNT NOT EQUAL MT9-GRP-COUNT
012690                 OR MT9-TR-HASH NOT EQUAL MT9-GRP-HASH
012700                 MOVE "OUTOFBAL" TO MT9-PR-REASON (MT9-PART-SUB)
012710                 MOVE "TRAILER COUNT OR HASH DOES NOT CROSS-FOOT"
012720                     TO MT9-REASON-TEXT
012730             END-IF
012740         WHEN MT9-DR-KJ NOT NUMERIC
012750             MOVE "BADDETL " TO MT9-PR-REASON (MT9-PART-SUB)
012760             MOVE "DETAIL RECORD KJ NOT NUMERIC"
012770                 TO MT9-REASON-TEXT
012780         WHEN OTHER
012790             ADD 1 TO MT9-GRP-COUNT
012800             ADD MT9-DR-KJ TO MT9-GRP-HASH
012810     END-EVALUATE.
012820 5300-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------
012850* WRITE THE MERGED EXTRACT UNDER THE WHOLE CARD'S JOB ID: ONE "H"
012860* HEADER CARRYING THE WHOLE CARD'S FULL RANGE AND THE MERGE RUN'S
012870* DATE AND TIME, EVERY PARTITION'S DETAIL RECORDS IN PARTITION
012880* ORDER, AND ONE "T" TRAILER.  THE TRAILER IS WRITTEN ONLY WHEN
012890* THE COUNT AND HASH OF WHAT WAS ACTUALLY WRITTEN ARE PROVED
012900* EQUAL TO THE SUM OF THE PARTITION TRAILERS; OTHERWISE THE FILE
012910* IS LEFT WITHOUT ONE SO NO DOWNSTREAM STEP WILL TAKE IT.  A
012915* PROVED MERGE FILES ITS "E" END RECORD UNDER THE HEADER'S STAMP.
012920*----------------------------------------------------------------
012930 5400-WRITE-MERGED.
012940     MOVE SPACES TO MT9-MRG-NAME
012950     STRING "DATFILE-" DELIMITED BY SIZE MT9-JOBID
012960         DELIMITED BY SPACE INTO MT9-MRG-NAME
012970     OPEN OUTPUT MRGFILE
012980     IF MT9-MRG-STATUS NOT EQUAL "00"
012990         DISPLAY "MT9X9X: " MT9-MRG-NAME " NOT AVAILABLE, STATUS="
013000             MT9-MRG-STATUS
013010         MOVE 8 TO MT9-ALERT-SEVERITY
013020         MOVE "MRGNOTAV" TO MT9-ALERT-CODE
013030         MOVE "MERGED EXTRACT NOT AVAILABLE, NOTHING MERGED"
013040             TO MT9-ALERT-TEXT
013050         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
013060         MOVE 8 TO RETURN-CODE
013070         GO TO 5400-EXIT
013080     END-IF
013090     MOVE MT9-ST-ENTRY (MT9-PR-SLOT (1)) TO MT9-SPLIT-RECORD
013100     MOVE SPACES TO MRG-HEADER-RECORD
013110     MOVE "H" TO MRG-HR-TYPE
013120     MOVE MT9-RUN-DATE TO MRG-HR-DATE
013130     MOVE MT9-RUN-TIME TO MRG-HR-TIME
013140     MOVE MT9-JOBID TO MRG-HR-JOBID
013150     MOVE MT9-SP-ISTART TO MRG-HR-ISTART
013160     MOVE MT9-SP-IEND TO MRG-HR-IEND
013170     MOVE MT9-SP-ISTEP TO MRG-HR-ISTEP
013180     MOVE MT9-SP-JSTART TO MRG-HR-JSTART
013190     MOVE MT9-SP-JEND TO MRG-HR-JEND
013200     MOVE MT9-SP-JSTEP TO MRG-HR-JSTEP
013210     MOVE MT9-SP-OPMODE TO MRG-HR-OPMODE
013220     WRITE MRG-HEADER-RECORD
013230     MOVE ZERO TO MT9-PART-SUB
013240     PERFORM 5500-COPY-PARTITION THRU 5500-EXIT
013250         UNTIL MT9-PART-SUB EQUAL MT9-PART-COUNT
013260     IF MT9-MRG-COUNT NOT EQUAL MT9-SUM-COUNT
013270         OR MT9-MRG-HASH NOT EQUAL MT9-SUM-HASH
013280         CLOSE MRGFILE
013290         DISPLAY "MT9X9X: MERGED COUNT=" MT9-MRG-COUNT
013300             " HASH=" MT9-MRG-HASH
013310         DISPLAY "MT9X9X: PARTITION SUM COUNT=" MT9-SUM-COUNT
013320             " HASH=" MT9-SUM-HASH
013330         DISPLAY "MT9X9X: MERGE NOT PROVED, " MT9-MRG-NAME
013340             " LEFT WITHOUT A TRAILER"
013350         MOVE 8 TO MT9-ALERT-SEVERITY
013360         MOVE "NOTPROVD" TO MT9-ALERT-CODE
013370         MOVE "MERGED TOTALS NOT EQUAL TO PARTITION SUM"
013380             TO MT9-ALERT-TEXT
013390         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
013400         MOVE 8 TO RETURN-CODE
013410         GO TO 5400-EXIT
013420     END-IF
013430     MOVE SPACES TO MRG-TRAILER-RECORD
013440     MOVE "T" TO MRG-TR-TYPE
013450     MOVE MT9-MRG-COUNT TO MRG-TR-COUNT
013460     MOVE MT9-MRG-HASH TO MRG-TR-HASH
013470     WRITE MRG-TRAILER-RECORD
013480     CLOSE MRGFILE
013485     PERFORM 5450-WRITE-END-LOG THRU 5450-EXIT
013490     DISPLAY "MT9X9X: PARTITION SUM COUNT=" MT9-SUM-COUNT
013500         " HASH=" MT9-SUM-HASH
013510     DISPLAY "MT9X9X: MERGED TRAILER COUNT=" MT9-MRG-COUNT
013520         " HASH=" MT9-MRG-HASH " PROVED EQUAL"
013530     DISPLAY "MT9X9X: JOB " MT9-JOBID " MERGED FROM "
013540         MT9-PART-COUNT " PARTITION(S) INTO " MT9-MRG-NAME.
013550 5400-EXIT.
013560     EXIT.
013561*----------------------------------------------------------------
013562* APPEND THE MERGED RUN'S "E" END RECORD TO THE LOGFILE IN
013563* MT9X9'S END-RECORD LAYOUT: THE MERGED HEADER'S DATE AND TIME,
013564* THE WHOLE CARD'S JOB ID, "COMPLETE" AND THE MERGED DETAIL
013565* COUNT, SO MT9X9B CAN MATCH THE MERGED EXTRACT TO A RUN.  NO
013566* "S" RECORD IS FILED; EACH PARTITION'S OWN RUN ALREADY HAS ONE.
013567*----------------------------------------------------------------
013568 5450-WRITE-END-LOG.
013569     OPEN EXTEND LOGFILE
013570     IF MT9-LOG-STATUS NOT EQUAL "00"
013571         OPEN OUTPUT LOGFILE
013572     END-IF
013573     IF MT9-LOG-STATUS NOT EQUAL "00"
013574         DISPLAY "MT9X9X: LOGFILE NOT AVAILABLE, STATUS="
013575             MT9-LOG-STATUS ", NO END RECORD FOR " MT9-JOBID
013576         MOVE 8 TO MT9-ALERT-SEVERITY
013577         MOVE "LOGNOTAV" TO MT9-ALERT-CODE
013578         MOVE "LOGFILE NOT AVAILABLE, MERGE END RECORD NOT FILED"
013579             TO MT9-ALERT-TEXT
013580         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
013581         MOVE 8 TO RETURN-CODE
013582         GO TO 5450-EXIT
013583     END-IF
013584     MOVE MT9-RUN-DATE TO MT9-LE-DATE
013585     MOVE MT9-RUN-TIME TO MT9-LE-TIME
013586     MOVE MT9-JOBID TO MT9-LE-JOBID
013587     MOVE "COMPLETE" TO MT9-LE-STATUS
013588     MOVE MT9-MRG-COUNT TO MT9-LE-COUNT
013589     MOVE SPACES TO LOG-RECORD
013590     MOVE "E" TO LOG-REC-TYPE
013591     MOVE MT9-LOG-END-LINE TO LOG-TEXT
013592     WRITE LOG-RECORD
013593     CLOSE LOGFILE.
013594 5450-EXIT.
013595     EXIT.
013596*----------------------------------------------------------------
013597* COPY THE NEXT PARTITION'S DETAIL RECORDS TO THE MERGED EXTRACT,
013598* COUNTING AND HASHING WHAT IS WRITTEN.  ITS HEADER AND TRAILER
013600* ARE NOT COPIED.
013610*----------------------------------------------------------------
013620 5500-COPY-PARTITION.
013630     ADD 1 TO MT9-PART-SUB
013640     MOVE MT9-ST-ENTRY (MT9-PR-SLOT (MT9-PART-SUB))
013650         TO MT9-SPLIT-RECORD
013660     MOVE SPACES TO MT9-DAT-NAME
013670     STRING "DATFILE-" DELIMITED BY SIZE MT9-SP-PI-JOBID
013680         DELIMITED BY SPACE INTO MT9-DAT-NAME
013690     MOVE "N" TO MT9-DAT-EOF-SW
013700     OPEN INPUT DATFILE
013710     IF MT9-DAT-STATUS NOT EQUAL "00"
013720         DISPLAY "MT9X9X: " MT9-DAT-NAME " NOT AVAILABLE, STATUS="
013730             MT9-DAT-STATUS
013740         GO TO 5500-EXIT
013750     END-IF
013760     PERFORM 5550-COPY-RECORD THRU 5550-EXIT
013770         UNTIL MT9-DAT-EOF
013780     CLOSE DATFILE.
013790 5500-EXIT.
013800     EXIT.
013810*----------------------------------------------------------------
013820* READ ONE PARTITION RECORD AND COPY IT IF IT IS A DETAIL RECORD.
013830*----------------------------------------------------------------
013840 5550-COPY-RECORD.
013850     READ DATFILE
013860         AT END
013870             SET MT9-DAT-EOF TO TRUE
013880     END-READ
013890     IF MT9-DAT-EOF OR MT9-HR-IS-HEADER OR MT9-TR-IS-TRAILER
013900         GO TO 5550-EXIT
013910     END-IF
013920     MOVE MT9-DATA-RECORD TO MRG-DATA-RECORD
013930     WRITE MRG-DATA-RECORD
013940     ADD 1 TO MT9-MRG-COUNT
013950     ADD MRG-DR-KJ TO MT9-MRG-HASH.
013960 5550-EXIT.
013970     EXIT.
013980*----------------------------------------------------------------
013990* REWRITE THE WHOLE PARTITION MANIFEST FROM THE TABLE.
014000*----------------------------------------------------------------
014010 8000-SAVE-MANIFEST.
014020     OPEN OUTPUT SPLFILE
014030     IF MT9-SPL-STATUS NOT EQUAL "00"
014040         DISPLAY "MT9X9X: SPLFILE NOT AVAILABLE, STATUS="
014050             MT9-SPL-STATUS
014060         MOVE 8 TO MT9-ALERT-SEVERITY
014070         MOVE "SPLWRITE" TO MT9-ALERT-CODE
014080         MOVE "SPLFILE NOT AVAILABLE, MANIFEST NOT REWRITTEN"
014090             TO MT9-ALERT-TEXT
014100         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
014110         MOVE 8 TO RETURN-CODE
014120         GO TO 8000-EXIT
014130     END-IF
014140     PERFORM VARYING MT9-SPL-SUB FROM 1 BY 1
014150             UNTIL MT9-SPL-SUB GREATER THAN MT9-SPL-COUNT
014160         MOVE MT9-ST-ENTRY (MT9-SPL-SUB) TO MT9-SPLIT-RECORD
014170         WRITE MT9-SPLIT-RECORD
014180     END-PERFORM
014190     CLOSE SPLFILE.
014200 8000-EXIT.
014210     EXIT.
014220*----------------------------------------------------------------
014230* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
014240* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
014250* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
014260* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
014270* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
014280*----------------------------------------------------------------
014290 8900-WRITE-ALERT.
014300     OPEN EXTEND ALRFILE
014310     IF MT9-ALR-STATUS NOT EQUAL "00"
014320         OPEN OUTPUT ALRFILE
014330     END-IF
014340     IF MT9-ALR-STATUS NOT EQUAL "00"
014350         DISPLAY "MT9X9X: ALRFILE NOT AVAILABLE, STATUS="
014360             MT9-ALR-STATUS
014370         GO TO 8900-EXIT
014380     END-IF
014390     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
014400     ACCEPT MT9-AL-TIME FROM TIME
014410     MOVE "MT9X9X" TO MT9-AL-PROGRAM
014420     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
014430     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
014440     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
014450     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
014460     WRITE MT9-ALERT-RECORD
014470     CLOSE ALRFILE.
014480 8900-EXIT.
014490     EXIT.
