000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9T.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  BATCH-WINDOW TIMING REPORT OVER THE
000130*                  STHFILE STEP HISTORY (MT9STH) THAT MT9X9D
000140*                  EXTENDS AT THE END OF EVERY COMPLETE STREAM.
000150*                  FOR EACH STEP NAME IT LISTS THE LAST N NIGHTS'
000160*                  ELAPSED TIME AGAINST THE ROLLING AVERAGE OF
000170*                  THE N RUNS BEFORE IT, FLAGS *OVERRUN* WHERE A
000180*                  NIGHT RAN MORE THAN THE SET PERCENTAGE OVER
000190*                  THAT AVERAGE, AND CLOSES WITH THE WORST NIGHT.
000200*                  A SECOND SECTION GIVES EACH NIGHT'S WHOLE-
000210*                  CHAIN START AND FINISH AND FLAGS *PAST
000220*                  DEADLINE* WHERE THE CHAIN FINISHED AFTER THE
000230*                  WINDOW DEADLINE.  PARM "NN PPP HHMM": NIGHTS
000240*                  (DEFAULT 07), PERCENT (DEFAULT 050) AND THE
000250*                  DEADLINE (DEFAULT 0600; A DEADLINE BEFORE NOON
000260*                  FALLS ON THE MORNING AFTER THE NIGHT).  ANY
000270*                  FLAG ENDS THE JOB RC=4.
000272* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000274*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000276*                  EXCEPTIONS DIGEST (MT9X9I).
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STHFILE ASSIGN TO "STHFILE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS MT9-STH-STATUS.
000350     SELECT TIMFILE ASSIGN TO "TIMFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS MT9-TIM-STATUS.
000372     SELECT ALRFILE ASSIGN TO "ALRFILE"
000374         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS MT9-ALR-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  STHFILE
000410     RECORDING MODE IS F.
000420     COPY "MT9STH.cpy".
000430 FD  TIMFILE
000440     RECORDING MODE IS F.
000450 01  TIM-RECORD.
000460     05  TIM-CTL             PIC X(01).
000470     05  TIM-TEXT            PIC X(132).
000472 FD  ALRFILE
000474     RECORDING MODE IS F.
000476     COPY "MT9ALR.cpy".
000480 WORKING-STORAGE SECTION.
000490 01  MT9-STH-STATUS          PIC X(02).
000500 01  MT9-TIM-STATUS          PIC X(02).
000505 01  MT9-ALR-STATUS          PIC X(02).
000510 01  MT9-PARM-CARD           PIC X(80).
000520 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000530     05  MT9-PC-NIGHTS       PIC X(02).
000540     05  FILLER              PIC X(01).
000550     05  MT9-PC-PCT          PIC X(03).
000560     05  FILLER              PIC X(01).
000570     05  MT9-PC-DEADLINE     PIC X(04).
000580     05  FILLER              PIC X(69).
000590 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000600     05  MT9-PN-NIGHTS       PIC 9(02).
000610     05  FILLER              PIC X(01).
000620     05  MT9-PN-PCT          PIC 9(03).
000630     05  FILLER              PIC X(01).
000640     05  MT9-PN-DEADLINE     PIC 9(04).
000650     05  FILLER              PIC X(69).
000660 01  MT9-NIGHTS              PIC 9(02) VALUE 7.
000670 01  MT9-PCT                 PIC 9(03) VALUE 50.
000680 01  MT9-DEADLINE            PIC 9(04) VALUE 600.
000690 01  MT9-DEADLINE-TIME       PIC 9(08).
000700 01  MT9-DEADLINE-DAYS       PIC 9(01).
000710 01  MT9-RUN-DATE            PIC 9(08).
000720 01  MT9-RUN-TIME            PIC 9(08).
000730 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000740 01  MT9-LINE-COUNT          PIC 9(04) COMP VALUE 99.
000750 01  MT9-SWITCHES.
000760     05  MT9-EOF-SW          PIC X(01) VALUE "N".
000770         88  MT9-EOF                   VALUE "Y".
000780     05  MT9-OPEN-SW         PIC X(01) VALUE "N".
000790         88  MT9-FILES-OPEN            VALUE "Y".
000800 01  MT9-COUNTERS.
000810     05  MT9-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
000820     05  MT9-NIGHT-TOTAL     PIC 9(08) COMP VALUE ZERO.
000830     05  MT9-NIGHT-ORDINAL   PIC 9(08) COMP VALUE ZERO.
000840     05  MT9-FIRST-KEEP      PIC 9(08) COMP VALUE 1.
000850     05  MT9-FIRST-SHOW      PIC 9(08) COMP VALUE 1.
000860     05  MT9-OVERRUN-COUNT   PIC 9(08) COMP VALUE ZERO.
000870     05  MT9-LATE-COUNT      PIC 9(08) COMP VALUE ZERO.
000880     05  MT9-SKIP-COUNT      PIC 9(08) COMP VALUE ZERO.
000890 01  MT9-PRIOR-DATE          PIC 9(08) VALUE ZERO.
000900*----------------------------------------------------------------
000910* DATE AND TIME WORK AREAS.  THE DAY NUMBER IS A RUNNING COUNT
000920* OF DAYS, GOOD ONLY FOR TAKING DIFFERENCES; THE SECOND COUNT
000930* IS SECONDS SINCE MIDNIGHT FROM AN HHMMSSCC TIME.
000940*----------------------------------------------------------------
000950 01  MT9-DATE-WORK           PIC 9(08).
000960 01  MT9-DATE-PARTS REDEFINES MT9-DATE-WORK.
000970     05  MT9-DW-YEAR         PIC 9(04).
000980     05  MT9-DW-MONTH        PIC 9(02).
000990     05  MT9-DW-DAY          PIC 9(02).
001000 01  MT9-TIME-WORK           PIC 9(08).
001010 01  MT9-TIME-PARTS REDEFINES MT9-TIME-WORK.
001020     05  MT9-TW-HOUR         PIC 9(02).
001030     05  MT9-TW-MINUTE       PIC 9(02).
001040     05  MT9-TW-SECOND       PIC 9(02).
001050     05  MT9-TW-HUNDREDTH    PIC 9(02).
001060 01  MT9-CALC-FIELDS.
001070     05  MT9-CALC-YEAR       PIC 9(04) COMP.
001080     05  MT9-CALC-MONTH      PIC 9(04) COMP.
001090     05  MT9-CALC-QUOT       PIC 9(08) COMP.
001100     05  MT9-DAY-NUMBER      PIC 9(08) COMP.
001110     05  MT9-SECONDS         PIC 9(08) COMP.
001120     05  MT9-START-DAYS      PIC 9(08) COMP.
001130     05  MT9-START-SECS      PIC 9(08) COMP.
001140     05  MT9-ELAPSED         PIC 9(08) COMP.
001150     05  MT9-AVG-TOTAL       PIC 9(10) COMP.
001160     05  MT9-AVG-COUNT       PIC 9(04) COMP.
001170     05  MT9-AVERAGE         PIC 9(08) COMP.
001180     05  MT9-LIMIT           PIC 9(10) COMP.
001190     05  MT9-SCALED          PIC 9(10) COMP.
001200     05  MT9-OVER-PCT        PIC 9(08) COMP.
001210     05  MT9-WORST           PIC 9(08) COMP.
001220     05  MT9-WORST-DATE      PIC 9(08).
001230     05  MT9-SHOW-COUNT      PIC 9(04) COMP.
001240     05  MT9-HMS-SECS        PIC 9(08) COMP.
001250     05  MT9-HMS-REM         PIC 9(08) COMP.
001260 01  MT9-HMS-TEXT.
001270     05  MT9-HMS-HOUR        PIC 9(02).
001280     05  FILLER              PIC X(01)  VALUE ":".
001290     05  MT9-HMS-MINUTE      PIC 9(02).
001300     05  FILLER              PIC X(01)  VALUE ":".
001310     05  MT9-HMS-SECOND      PIC 9(02).
001320*----------------------------------------------------------------
001330* STEP HISTORY KEPT IN CORE: THE LAST 2N NIGHTS, SO EVERY NIGHT
001340* REPORTED HAS UP TO N EARLIER RUNS BEHIND ITS AVERAGE.
001350*----------------------------------------------------------------
001360 01  MT9-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
001370 01  MT9-ENTRY-TABLE.
001380     05  MT9-ET-ENTRY        OCCURS 5000.
001390         10  MT9-ET-NIGHT    PIC 9(04) COMP.
001400         10  MT9-ET-STEPNAME PIC X(08).
001410         10  MT9-ET-STATUS   PIC X(08).
001420         10  MT9-ET-START-TIME
001430                             PIC 9(08).
001440         10  MT9-ET-END-TIME PIC 9(08).
001450         10  MT9-ET-RC       PIC 9(04).
001460         10  MT9-ET-ELAPSED  PIC 9(08) COMP.
001470         10  MT9-ET-TIMED-SW PIC X(01).
001480             88  MT9-ET-TIMED          VALUE "Y".
001490 01  MT9-STEP-COUNT          PIC 9(04) COMP VALUE ZERO.
001500 01  MT9-STEP-TABLE.
001510     05  MT9-ST-ENTRY        OCCURS 100.
001520         10  MT9-ST-STEPNAME PIC X(08).
001530         10  MT9-ST-PROGRAM  PIC X(08).
001540 01  MT9-NIGHT-COUNT         PIC 9(04) COMP VALUE ZERO.
001550 01  MT9-NIGHT-TABLE.
001560     05  MT9-NT-ENTRY        OCCURS 200.
001570         10  MT9-NT-DATE     PIC 9(08).
001580         10  MT9-NT-DAYS     PIC 9(08) COMP.
001590         10  MT9-NT-START-DATE
001600                             PIC 9(08).
001610         10  MT9-NT-START-TIME
001620                             PIC 9(08).
001630         10  MT9-NT-END-DATE PIC 9(08).
001640         10  MT9-NT-END-TIME PIC 9(08).
001650         10  MT9-NT-STEPS    PIC 9(04) COMP.
001660 01  MT9-SUB-FIELDS.
001670     05  MT9-ENT-SUB         PIC 9(04) COMP.
001680     05  MT9-SCAN-SUB        PIC 9(04) COMP.
001690     05  MT9-STEP-SUB        PIC 9(04) COMP.
001700     05  MT9-NIGHT-SUB       PIC 9(04) COMP.
001710 01  MT9-HEADER-LINE.
001720     05  FILLER              PIC X(05)  VALUE "DATE=".
001730     05  MT9-HL-DATE         PIC 9(08).
001740     05  FILLER              PIC X(06)  VALUE " TIME=".
001750     05  MT9-HL-TIME         PIC 9(08).
001760     05  FILLER              PIC X(06)  VALUE " PAGE=".
001770     05  MT9-HL-PAGE         PIC ZZZ9.
001780     05  FILLER              PIC X(95)  VALUE SPACES.
001790 01  MT9-TITLE-LINE.
001800     05  MT9-TI-TEXT         PIC X(132).
001810 01  MT9-STEP-TITLE-LINE.
001820     05  FILLER              PIC X(05)  VALUE "STEP ".
001830     05  MT9-SL-STEPNAME     PIC X(08).
001840     05  FILLER              PIC X(09)  VALUE " PROGRAM ".
001850     05  MT9-SL-PROGRAM      PIC X(08).
001860     05  FILLER              PIC X(102) VALUE SPACES.
001870 01  MT9-STEP-HEAD-LINE.
001880     05  FILLER              PIC X(38)  VALUE
001890         "  NIGHT    START    END      ELAPSED  ".
001900     05  FILLER              PIC X(94)  VALUE
001910         "AVERAGE  RUNS PCT-OVER   RC STATUS".
001920 01  MT9-STEP-DETAIL-LINE.
001930     05  FILLER              PIC X(02)  VALUE SPACES.
001940     05  MT9-SD-NIGHT        PIC 9(08).
001950     05  FILLER              PIC X(01)  VALUE SPACE.
001960     05  MT9-SD-START        PIC 9(08).
001970     05  FILLER              PIC X(01)  VALUE SPACE.
001980     05  MT9-SD-END          PIC 9(08).
001990     05  FILLER              PIC X(01)  VALUE SPACE.
002000     05  MT9-SD-ELAPSED      PIC X(08).
002010     05  FILLER              PIC X(01)  VALUE SPACE.
002020     05  MT9-SD-AVERAGE      PIC X(08).
002030     05  FILLER              PIC X(01)  VALUE SPACE.
002040     05  MT9-SD-RUNS         PIC ZZZ9.
002050     05  FILLER              PIC X(01)  VALUE SPACE.
002060     05  MT9-SD-OVER-PCT     PIC ZZZZZZZ9.
002070     05  FILLER              PIC X(01)  VALUE SPACE.
002080     05  MT9-SD-RC           PIC ZZZ9.
002090     05  FILLER              PIC X(01)  VALUE SPACE.
002100     05  MT9-SD-STATUS       PIC X(08).
002110     05  FILLER              PIC X(01)  VALUE SPACE.
002120     05  MT9-SD-FLAG         PIC X(09).
002130     05  FILLER              PIC X(48)  VALUE SPACES.
002140 01  MT9-WORST-LINE.
002150     05  FILLER              PIC X(02)  VALUE SPACES.
002160     05  FILLER              PIC X(14)  VALUE "WORST OF LAST ".
002170     05  MT9-WL-NIGHTS       PIC Z9.
002180     05  FILLER              PIC X(09)  VALUE " NIGHTS: ".
002190     05  MT9-WL-ELAPSED      PIC X(08).
002200     05  FILLER              PIC X(04)  VALUE " ON ".
002210     05  MT9-WL-DATE         PIC 9(08).
002220     05  FILLER              PIC X(85)  VALUE SPACES.
002230 01  MT9-CHAIN-HEAD-LINE.
002240     05  FILLER              PIC X(47)  VALUE
002250         "  NIGHT    STARTED           FINISHED          ".
002260     05  FILLER              PIC X(85)  VALUE "ELAPSED  STEPS".
002270 01  MT9-CHAIN-DETAIL-LINE.
002280     05  FILLER              PIC X(02)  VALUE SPACES.
002290     05  MT9-CD-NIGHT        PIC 9(08).
002300     05  FILLER              PIC X(01)  VALUE SPACE.
002310     05  MT9-CD-START-DATE   PIC 9(08).
002320     05  FILLER              PIC X(01)  VALUE SPACE.
002330     05  MT9-CD-START-TIME   PIC 9(08).
002340     05  FILLER              PIC X(01)  VALUE SPACE.
002350     05  MT9-CD-END-DATE     PIC 9(08).
002360     05  FILLER              PIC X(01)  VALUE SPACE.
002370     05  MT9-CD-END-TIME     PIC 9(08).
002380     05  FILLER              PIC X(01)  VALUE SPACE.
002390     05  MT9-CD-ELAPSED      PIC X(08).
002400     05  FILLER              PIC X(01)  VALUE SPACE.
002410     05  MT9-CD-STEPS        PIC ZZZ9.
002420     05  FILLER              PIC X(01)  VALUE SPACE.
002430     05  MT9-CD-FLAG         PIC X(15).
002440     05  FILLER              PIC X(56)  VALUE SPACES.
002450 01  MT9-TOTAL-LINE.
002460     05  MT9-TL-LABEL        PIC X(24).
002470     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
002480     05  FILLER              PIC X(100) VALUE SPACES.
002481 01  MT9-ALERT-FIELDS.
002482     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
002483     05  MT9-ALERT-SEVERITY  PIC 9(02).
002484     05  MT9-ALERT-CODE      PIC X(08).
002485     05  MT9-ALERT-TEXT      PIC X(60).
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     IF MT9-FILES-OPEN
002530         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002540         PERFORM 3000-PRINT-STEPS THRU 3000-EXIT
002550         PERFORM 4000-PRINT-CHAIN THRU 4000-EXIT
002560         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002570     END-IF
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT
002590     STOP RUN.
002600*----------------------------------------------------------------
002610* TAKE THE PARM, COUNT THE NIGHTS ON THE STEP HISTORY, AND WORK
002620* OUT WHICH NIGHTS TO KEEP (THE LAST 2N) AND TO REPORT (THE LAST
002630* N).  NO HISTORY FILE ENDS THE JOB RC=8 WITH NOTHING PRINTED.
002640*----------------------------------------------------------------
002650 1000-INITIALIZE.
002660     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
002670     ACCEPT MT9-RUN-TIME FROM TIME
002680     MOVE SPACES TO MT9-PARM-CARD
002690     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
002700     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002710     OPEN INPUT STHFILE
002720     IF MT9-STH-STATUS NOT EQUAL "00"
002730         DISPLAY "MT9X9T: STHFILE NOT AVAILABLE, STATUS="
002740             MT9-STH-STATUS
002742         MOVE 8 TO MT9-ALERT-SEVERITY
002744         MOVE "STHNOTAV" TO MT9-ALERT-CODE
002746         MOVE "STHFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
002748         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002750         MOVE 8 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF
002780     PERFORM 1200-COUNT-NIGHT THRU 1200-EXIT
002790         UNTIL MT9-EOF
002800     CLOSE STHFILE
002810     MOVE MT9-NIGHT-ORDINAL TO MT9-NIGHT-TOTAL
002820     IF MT9-NIGHT-TOTAL GREATER THAN MT9-NIGHTS
002830         SUBTRACT MT9-NIGHTS FROM MT9-NIGHT-TOTAL
002840             GIVING MT9-FIRST-SHOW
002850         ADD 1 TO MT9-FIRST-SHOW
002860     END-IF
002870     IF MT9-FIRST-SHOW GREATER THAN MT9-NIGHTS
002880         SUBTRACT MT9-NIGHTS FROM MT9-FIRST-SHOW
002890             GIVING MT9-FIRST-KEEP
002900     END-IF
002910     OPEN OUTPUT TIMFILE
002920     SET MT9-FILES-OPEN TO TRUE.
002930 1000-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960* EDIT THE PARM.  A BLANK FIELD TAKES ITS DEFAULT; A FIELD THAT
002970* IS NOT NUMERIC (OR A ZERO NIGHT COUNT, OR A DEADLINE THAT IS
002980* NOT A CLOCK TIME) IS NOTED AND ALSO TAKES ITS DEFAULT.
002990*----------------------------------------------------------------
003000 1100-EDIT-PARM.
003010     IF MT9-PC-NIGHTS NOT EQUAL SPACES
003020         IF MT9-PC-NIGHTS NUMERIC
003030             AND MT9-PN-NIGHTS GREATER THAN ZERO
003040             MOVE MT9-PN-NIGHTS TO MT9-NIGHTS
003050         ELSE
003060             DISPLAY "MT9X9T: NIGHTS " MT9-PC-NIGHTS
003070                 " NOT VALID, 07 USED"
003080         END-IF
003090     END-IF
003100     IF MT9-PC-PCT NOT EQUAL SPACES
003110         IF MT9-PC-PCT NUMERIC
003120             MOVE MT9-PN-PCT TO MT9-PCT
003130         ELSE
003140             DISPLAY "MT9X9T: PERCENT " MT9-PC-PCT
003150                 " NOT VALID, 050 USED"
003160         END-IF
003170     END-IF
003180     IF MT9-PC-DEADLINE NOT EQUAL SPACES
003190         IF MT9-PC-DEADLINE NUMERIC
003200             AND MT9-PN-DEADLINE LESS THAN 2400
003210             MOVE MT9-PN-DEADLINE TO MT9-DEADLINE
003220         ELSE
003230             DISPLAY "MT9X9T: DEADLINE " MT9-PC-DEADLINE
003240                 " NOT VALID, 0600 USED"
003250         END-IF
003260     END-IF
003270     MULTIPLY MT9-DEADLINE BY 10000 GIVING MT9-DEADLINE-TIME
003280     IF MT9-DEADLINE LESS THAN 1200
003290         MOVE 1 TO MT9-DEADLINE-DAYS
003300     ELSE
003310         MOVE ZERO TO MT9-DEADLINE-DAYS
003320     END-IF.
003330 1100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* FIRST PASS: COUNT THE NIGHTS ON FILE.  THE FILE IS EXTENDED IN
003370* STREAM ORDER, SO A CHANGE OF STREAM DATE IS A NEW NIGHT.
003380*----------------------------------------------------------------
003390 1200-COUNT-NIGHT.
003400     READ STHFILE
003410         AT END
003420             SET MT9-EOF TO TRUE
003430         NOT AT END
003440             IF MT9-SH-STREAM-DATE NOT EQUAL MT9-PRIOR-DATE
003450                 ADD 1 TO MT9-NIGHT-ORDINAL
003460                 MOVE MT9-SH-STREAM-DATE TO MT9-PRIOR-DATE
003470             END-IF
003480     END-READ.
003490 1200-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* SECOND PASS: BANK THE STEP RECORDS OF THE NIGHTS BEING KEPT.
003530*----------------------------------------------------------------
003540 2000-LOAD-HISTORY.
003550     MOVE "N" TO MT9-EOF-SW
003560     MOVE ZERO TO MT9-NIGHT-ORDINAL
003570     MOVE ZERO TO MT9-PRIOR-DATE
003580     OPEN INPUT STHFILE
003590     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
003600         UNTIL MT9-EOF
003610     CLOSE STHFILE.
003620 2000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* READ ONE STEP RECORD AND BANK IT WHEN ITS NIGHT IS KEPT.
003660*----------------------------------------------------------------
003670 2100-READ-HISTORY.
003680     READ STHFILE
003690         AT END
003700             SET MT9-EOF TO TRUE
003710             GO TO 2100-EXIT
003720     END-READ
003730     ADD 1 TO MT9-READ-COUNT
003740     IF MT9-SH-STREAM-DATE NOT EQUAL MT9-PRIOR-DATE
003750         ADD 1 TO MT9-NIGHT-ORDINAL
003760         MOVE MT9-SH-STREAM-DATE TO MT9-PRIOR-DATE
003770         IF MT9-NIGHT-ORDINAL NOT LESS THAN MT9-FIRST-KEEP
003780             PERFORM 2200-ADD-NIGHT THRU 2200-EXIT
003790         END-IF
003800     END-IF
003810     IF MT9-NIGHT-ORDINAL LESS THAN MT9-FIRST-KEEP
003820         GO TO 2100-EXIT
003830     END-IF
003840     IF MT9-ENTRY-COUNT EQUAL 5000
003850         ADD 1 TO MT9-SKIP-COUNT
003860         GO TO 2100-EXIT
003870     END-IF
003880     ADD 1 TO MT9-ENTRY-COUNT
003890     MOVE MT9-NIGHT-COUNT TO MT9-ET-NIGHT (MT9-ENTRY-COUNT)
003900     MOVE MT9-SH-STEPNAME TO MT9-ET-STEPNAME (MT9-ENTRY-COUNT)
003910     MOVE MT9-SH-STATUS TO MT9-ET-STATUS (MT9-ENTRY-COUNT)
003920     MOVE MT9-SH-START-TIME TO MT9-ET-START-TIME (MT9-ENTRY-COUNT)
003930     MOVE MT9-SH-END-TIME TO MT9-ET-END-TIME (MT9-ENTRY-COUNT)
003940     MOVE MT9-SH-RC TO MT9-ET-RC (MT9-ENTRY-COUNT)
003950     MOVE ZERO TO MT9-ET-ELAPSED (MT9-ENTRY-COUNT)
003960     MOVE "N" TO MT9-ET-TIMED-SW (MT9-ENTRY-COUNT)
003970     IF MT9-SH-START-DATE NOT EQUAL ZERO
003980         AND MT9-SH-END-DATE NOT EQUAL ZERO
003990         PERFORM 2300-TIME-STEP THRU 2300-EXIT
004000         PERFORM 2400-EXTEND-NIGHT THRU 2400-EXIT
004010     END-IF
004020     PERFORM 2500-ADD-STEP-NAME THRU 2500-EXIT.
004030 2100-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* OPEN A NIGHT-TABLE SLOT FOR A NEW KEPT NIGHT.
004070*----------------------------------------------------------------
004080 2200-ADD-NIGHT.
004090     ADD 1 TO MT9-NIGHT-COUNT
004100     MOVE MT9-SH-STREAM-DATE TO MT9-NT-DATE (MT9-NIGHT-COUNT)
004110     MOVE MT9-SH-STREAM-DATE TO MT9-DATE-WORK
004120     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
004130     MOVE MT9-DAY-NUMBER TO MT9-NT-DAYS (MT9-NIGHT-COUNT)
004140     MOVE ZERO TO MT9-NT-START-DATE (MT9-NIGHT-COUNT)
004150     MOVE ZERO TO MT9-NT-START-TIME (MT9-NIGHT-COUNT)
004160     MOVE ZERO TO MT9-NT-END-DATE (MT9-NIGHT-COUNT)
004170     MOVE ZERO TO MT9-NT-END-TIME (MT9-NIGHT-COUNT)
004180     MOVE ZERO TO MT9-NT-STEPS (MT9-NIGHT-COUNT).
004190 2200-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* ELAPSED SECONDS FROM THE STEP'S START TO ITS END, ACROSS
004230* MIDNIGHT WHEN THE DATES DIFFER.
004240*----------------------------------------------------------------
004250 2300-TIME-STEP.
004260     MOVE MT9-SH-START-DATE TO MT9-DATE-WORK
004270     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
004280     MOVE MT9-DAY-NUMBER TO MT9-START-DAYS
004290     MOVE MT9-SH-START-TIME TO MT9-TIME-WORK
004300     PERFORM 8600-SECONDS THRU 8600-EXIT
004310     MOVE MT9-SECONDS TO MT9-START-SECS
004320     MOVE MT9-SH-END-DATE TO MT9-DATE-WORK
004330     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
004340     MOVE MT9-SH-END-TIME TO MT9-TIME-WORK
004350     PERFORM 8600-SECONDS THRU 8600-EXIT
004360     PERFORM 8700-ELAPSED THRU 8700-EXIT
004370     MOVE MT9-ELAPSED TO MT9-ET-ELAPSED (MT9-ENTRY-COUNT)
004380     MOVE "Y" TO MT9-ET-TIMED-SW (MT9-ENTRY-COUNT).
004390 2300-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* WIDEN THE NIGHT'S CHAIN START AND FINISH TO TAKE IN THIS STEP.
004430*----------------------------------------------------------------
004440 2400-EXTEND-NIGHT.
004450     ADD 1 TO MT9-NT-STEPS (MT9-NIGHT-COUNT)
004460     IF MT9-NT-START-DATE (MT9-NIGHT-COUNT) EQUAL ZERO
004470         OR MT9-SH-START-DATE
004480             LESS THAN MT9-NT-START-DATE (MT9-NIGHT-COUNT)
004490         OR (MT9-SH-START-DATE
004500             EQUAL MT9-NT-START-DATE (MT9-NIGHT-COUNT)
004510             AND MT9-SH-START-TIME
004520             LESS THAN MT9-NT-START-TIME (MT9-NIGHT-COUNT))
004530         MOVE MT9-SH-START-DATE
004540             TO MT9-NT-START-DATE (MT9-NIGHT-COUNT)
004550         MOVE MT9-SH-START-TIME
004560             TO MT9-NT-START-TIME (MT9-NIGHT-COUNT)
004570     END-IF
004580     IF MT9-SH-END-DATE
004590             GREATER THAN MT9-NT-END-DATE (MT9-NIGHT-COUNT)
004600         OR (MT9-SH-END-DATE
004610             EQUAL MT9-NT-END-DATE (MT9-NIGHT-COUNT)
004620             AND MT9-SH-END-TIME
004630             GREATER THAN MT9-NT-END-TIME (MT9-NIGHT-COUNT))
004640         MOVE MT9-SH-END-DATE TO MT9-NT-END-DATE (MT9-NIGHT-COUNT)
004650         MOVE MT9-SH-END-TIME TO MT9-NT-END-TIME (MT9-NIGHT-COUNT)
004660     END-IF.
004670 2400-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* BANK THE STEP NAME THE FIRST TIME IT APPEARS, WITH ITS LATEST
004710* PROGRAM NAME.
004720*----------------------------------------------------------------
004730 2500-ADD-STEP-NAME.
004740     PERFORM VARYING MT9-STEP-SUB FROM 1 BY 1
004750             UNTIL MT9-STEP-SUB GREATER THAN MT9-STEP-COUNT
004760             OR MT9-ST-STEPNAME (MT9-STEP-SUB)
004770                 EQUAL MT9-SH-STEPNAME
004780         CONTINUE
004790     END-PERFORM
004800     IF MT9-STEP-SUB GREATER THAN MT9-STEP-COUNT
004810         IF MT9-STEP-COUNT EQUAL 100
004820             ADD 1 TO MT9-SKIP-COUNT
004830             GO TO 2500-EXIT
004840         END-IF
004850         ADD 1 TO MT9-STEP-COUNT
004860         MOVE MT9-SH-STEPNAME TO MT9-ST-STEPNAME (MT9-STEP-COUNT)
004870         MOVE MT9-STEP-COUNT TO MT9-STEP-SUB
004880     END-IF
004890     MOVE MT9-SH-PROGRAM TO MT9-ST-PROGRAM (MT9-STEP-SUB).
004900 2500-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* PRINT THE ELAPSED-TIME TREND FOR EVERY STEP NAME.
004940*----------------------------------------------------------------
004950 3000-PRINT-STEPS.
004960     MOVE SPACES TO MT9-TI-TEXT
004970     STRING "STEP ELAPSED-TIME TREND - LAST " DELIMITED BY SIZE
004980         MT9-NIGHTS DELIMITED BY SIZE
004990         " NIGHTS, OVERRUN AT " DELIMITED BY SIZE
005000         MT9-PCT DELIMITED BY SIZE
005010         " PCT OVER AVERAGE" DELIMITED BY SIZE
005020         INTO MT9-TI-TEXT
005030     END-STRING
005040     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
005050     PERFORM 3100-PRINT-STEP THRU 3100-EXIT
005060         VARYING MT9-STEP-SUB FROM 1 BY 1
005070         UNTIL MT9-STEP-SUB GREATER THAN MT9-STEP-COUNT.
005080 3000-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110* PRINT ONE STEP'S BLOCK: A LINE PER REPORTED NIGHT, THEN THE
005120* WORST NIGHT OF THE PERIOD.
005130*----------------------------------------------------------------
005140 3100-PRINT-STEP.
005150     MOVE SPACES TO MT9-TI-TEXT
005160     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005170     MOVE MT9-ST-STEPNAME (MT9-STEP-SUB) TO MT9-SL-STEPNAME
005180     MOVE MT9-ST-PROGRAM (MT9-STEP-SUB) TO MT9-SL-PROGRAM
005190     MOVE MT9-STEP-TITLE-LINE TO MT9-TI-TEXT
005200     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005210     MOVE MT9-STEP-HEAD-LINE TO MT9-TI-TEXT
005220     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005230     MOVE ZERO TO MT9-WORST
005240     MOVE ZERO TO MT9-WORST-DATE
005250     PERFORM 3200-PRINT-STEP-NIGHT THRU 3200-EXIT
005260         VARYING MT9-ENT-SUB FROM 1 BY 1
005270         UNTIL MT9-ENT-SUB GREATER THAN MT9-ENTRY-COUNT
005280     IF MT9-WORST-DATE NOT EQUAL ZERO
005290         MOVE MT9-NIGHTS TO MT9-WL-NIGHTS
005300         MOVE MT9-WORST TO MT9-HMS-SECS
005310         PERFORM 8800-FORMAT-HMS THRU 8800-EXIT
005320         MOVE MT9-HMS-TEXT TO MT9-WL-ELAPSED
005330         MOVE MT9-WORST-DATE TO MT9-WL-DATE
005340         MOVE MT9-WORST-LINE TO MT9-TI-TEXT
005350         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005360     END-IF.
005370 3100-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400* PRINT ONE NIGHT OF THE CURRENT STEP, IF THE ENTRY IS THAT STEP
005410* ON A REPORTED NIGHT.  THE AVERAGE IS OVER THE UP-TO-N TIMED
005420* RUNS OF THE STEP BEFORE THIS ONE; A NIGHT OVER THE AVERAGE BY
005430* MORE THAN THE SET PERCENTAGE IS FLAGGED *OVERRUN*.
005440*----------------------------------------------------------------
005450 3200-PRINT-STEP-NIGHT.
005460     IF MT9-ET-STEPNAME (MT9-ENT-SUB)
005470             NOT EQUAL MT9-ST-STEPNAME (MT9-STEP-SUB)
005480         GO TO 3200-EXIT
005490     END-IF
005500     MOVE MT9-ET-NIGHT (MT9-ENT-SUB) TO MT9-NIGHT-SUB
005510     ADD MT9-FIRST-KEEP MT9-NIGHT-SUB GIVING MT9-NIGHT-ORDINAL
005520     SUBTRACT 1 FROM MT9-NIGHT-ORDINAL
005530     IF MT9-NIGHT-ORDINAL LESS THAN MT9-FIRST-SHOW
005540         GO TO 3200-EXIT
005550     END-IF
005560     MOVE SPACES TO MT9-STEP-DETAIL-LINE
005570     MOVE MT9-NT-DATE (MT9-NIGHT-SUB) TO MT9-SD-NIGHT
005580     MOVE MT9-ET-START-TIME (MT9-ENT-SUB) TO MT9-SD-START
005590     MOVE MT9-ET-END-TIME (MT9-ENT-SUB) TO MT9-SD-END
005600     MOVE MT9-ET-RC (MT9-ENT-SUB) TO MT9-SD-RC
005610     MOVE MT9-ET-STATUS (MT9-ENT-SUB) TO MT9-SD-STATUS
005620     PERFORM 3300-ROLLING-AVERAGE THRU 3300-EXIT
005630     MOVE MT9-AVG-COUNT TO MT9-SD-RUNS
005640     MOVE ZERO TO MT9-SD-OVER-PCT
005650     IF MT9-AVG-COUNT GREATER THAN ZERO
005660         MOVE MT9-AVERAGE TO MT9-HMS-SECS
005670         PERFORM 8800-FORMAT-HMS THRU 8800-EXIT
005680         MOVE MT9-HMS-TEXT TO MT9-SD-AVERAGE
005690     END-IF
005700     IF NOT MT9-ET-TIMED (MT9-ENT-SUB)
005710         GO TO 3200-WRITE
005720     END-IF
005730     MOVE MT9-ET-ELAPSED (MT9-ENT-SUB) TO MT9-HMS-SECS
005740     PERFORM 8800-FORMAT-HMS THRU 8800-EXIT
005750     MOVE MT9-HMS-TEXT TO MT9-SD-ELAPSED
005760     IF MT9-ET-ELAPSED (MT9-ENT-SUB) NOT LESS THAN MT9-WORST
005770         MOVE MT9-ET-ELAPSED (MT9-ENT-SUB) TO MT9-WORST
005780         MOVE MT9-NT-DATE (MT9-NIGHT-SUB) TO MT9-WORST-DATE
005790     END-IF
005800     IF MT9-AVG-COUNT EQUAL ZERO OR MT9-AVERAGE EQUAL ZERO
005810         GO TO 3200-WRITE
005820     END-IF
005830     IF MT9-ET-ELAPSED (MT9-ENT-SUB) GREATER THAN MT9-AVERAGE
005840         SUBTRACT MT9-AVERAGE FROM MT9-ET-ELAPSED (MT9-ENT-SUB)
005850             GIVING MT9-OVER-PCT
005860         MULTIPLY 100 BY MT9-OVER-PCT
005870         DIVIDE MT9-AVERAGE INTO MT9-OVER-PCT
005880         MOVE MT9-OVER-PCT TO MT9-SD-OVER-PCT
005890     END-IF
005900     ADD 100 MT9-PCT GIVING MT9-LIMIT
005910     MULTIPLY MT9-AVERAGE BY MT9-LIMIT
005920     MULTIPLY MT9-ET-ELAPSED (MT9-ENT-SUB) BY 100
005930         GIVING MT9-SCALED
005940     IF MT9-SCALED GREATER THAN MT9-LIMIT
005950         MOVE "*OVERRUN*" TO MT9-SD-FLAG
005960         ADD 1 TO MT9-OVERRUN-COUNT
005970     END-IF.
005980 3200-WRITE.
005990     MOVE MT9-STEP-DETAIL-LINE TO MT9-TI-TEXT
006000     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
006010 3200-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040* AVERAGE THE UP-TO-N TIMED RUNS OF THE STEP BEFORE THE CURRENT
006050* ENTRY, NEWEST FIRST.
006060*----------------------------------------------------------------
006070 3300-ROLLING-AVERAGE.
006080     MOVE ZERO TO MT9-AVG-TOTAL
006090     MOVE ZERO TO MT9-AVG-COUNT
006100     MOVE ZERO TO MT9-AVERAGE
006110     MOVE MT9-ENT-SUB TO MT9-SCAN-SUB
006120     PERFORM UNTIL MT9-SCAN-SUB EQUAL 1
006130             OR MT9-AVG-COUNT EQUAL MT9-NIGHTS
006140         SUBTRACT 1 FROM MT9-SCAN-SUB
006150         IF MT9-ET-STEPNAME (MT9-SCAN-SUB)
006160                 EQUAL MT9-ST-STEPNAME (MT9-STEP-SUB)
006170             AND MT9-ET-TIMED (MT9-SCAN-SUB)
006180             ADD MT9-ET-ELAPSED (MT9-SCAN-SUB) TO MT9-AVG-TOTAL
006190             ADD 1 TO MT9-AVG-COUNT
006200         END-IF
006210     END-PERFORM
006220     IF MT9-AVG-COUNT GREATER THAN ZERO
006230         DIVIDE MT9-AVG-TOTAL BY MT9-AVG-COUNT
006240             GIVING MT9-AVERAGE
006250     END-IF.
006260 3300-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290* PRINT EACH REPORTED NIGHT'S WHOLE-CHAIN START AND FINISH.
006300*----------------------------------------------------------------
006310 4000-PRINT-CHAIN.
006320     MOVE SPACES TO MT9-TI-TEXT
006330     STRING "CHAIN COMPLETION BY NIGHT - DEADLINE "
006340             DELIMITED BY SIZE
006350         MT9-DEADLINE DELIMITED BY SIZE
006360         INTO MT9-TI-TEXT
006370     END-STRING
006380     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
006390     MOVE MT9-CHAIN-HEAD-LINE TO MT9-TI-TEXT
006400     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006410     MOVE ZERO TO MT9-SHOW-COUNT
006420     PERFORM 4100-PRINT-NIGHT THRU 4100-EXIT
006430         VARYING MT9-NIGHT-SUB FROM 1 BY 1
006440         UNTIL MT9-NIGHT-SUB GREATER THAN MT9-NIGHT-COUNT.
006450 4000-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480* PRINT ONE NIGHT.  THE CHAIN IS PAST THE DEADLINE WHEN ITS LAST
006490* STEP ENDED AFTER THE DEADLINE TIME ON THE DEADLINE DAY (THE
006500* NIGHT ITSELF, OR THE MORNING AFTER FOR A DEADLINE BEFORE NOON).
006510*----------------------------------------------------------------
006520 4100-PRINT-NIGHT.
006530     ADD MT9-FIRST-KEEP MT9-NIGHT-SUB GIVING MT9-NIGHT-ORDINAL
006540     SUBTRACT 1 FROM MT9-NIGHT-ORDINAL
006550     IF MT9-NIGHT-ORDINAL LESS THAN MT9-FIRST-SHOW
006560         GO TO 4100-EXIT
006570     END-IF
006580     ADD 1 TO MT9-SHOW-COUNT
006590     MOVE SPACES TO MT9-CHAIN-DETAIL-LINE
006600     MOVE MT9-NT-DATE (MT9-NIGHT-SUB) TO MT9-CD-NIGHT
006610     MOVE MT9-NT-STEPS (MT9-NIGHT-SUB) TO MT9-CD-STEPS
006620     IF MT9-NT-END-DATE (MT9-NIGHT-SUB) EQUAL ZERO
006630         GO TO 4100-WRITE
006640     END-IF
006650     MOVE MT9-NT-START-DATE (MT9-NIGHT-SUB) TO MT9-CD-START-DATE
006660     MOVE MT9-NT-START-TIME (MT9-NIGHT-SUB) TO MT9-CD-START-TIME
006670     MOVE MT9-NT-END-DATE (MT9-NIGHT-SUB) TO MT9-CD-END-DATE
006680     MOVE MT9-NT-END-TIME (MT9-NIGHT-SUB) TO MT9-CD-END-TIME
006690     MOVE MT9-NT-START-DATE (MT9-NIGHT-SUB) TO MT9-DATE-WORK
006700     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
006710     MOVE MT9-DAY-NUMBER TO MT9-START-DAYS
006720     MOVE MT9-NT-START-TIME (MT9-NIGHT-SUB) TO MT9-TIME-WORK
006730     PERFORM 8600-SECONDS THRU 8600-EXIT
006740     MOVE MT9-SECONDS TO MT9-START-SECS
006750     MOVE MT9-NT-END-DATE (MT9-NIGHT-SUB) TO MT9-DATE-WORK
006760     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
006770     MOVE MT9-NT-END-TIME (MT9-NIGHT-SUB) TO MT9-TIME-WORK
006780     PERFORM 8600-SECONDS THRU 8600-EXIT
006790     PERFORM 8700-ELAPSED THRU 8700-EXIT
006800     MOVE MT9-ELAPSED TO MT9-HMS-SECS
006810     PERFORM 8800-FORMAT-HMS THRU 8800-EXIT
006820     MOVE MT9-HMS-TEXT TO MT9-CD-ELAPSED
006830     SUBTRACT MT9-NT-DAYS (MT9-NIGHT-SUB) FROM MT9-DAY-NUMBER
006840     IF MT9-DAY-NUMBER GREATER THAN MT9-DEADLINE-DAYS
006850         OR (MT9-DAY-NUMBER EQUAL MT9-DEADLINE-DAYS
006860             AND MT9-NT-END-TIME (MT9-NIGHT-SUB)
006870                 GREATER THAN MT9-DEADLINE-TIME)
006880         MOVE "*PAST DEADLINE*" TO MT9-CD-FLAG
006890         ADD 1 TO MT9-LATE-COUNT
006900     END-IF.
006910 4100-WRITE.
006920     MOVE MT9-CHAIN-DETAIL-LINE TO MT9-TI-TEXT
006930     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
006940 4100-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970* PRINT THE REPORT TOTALS.
006980*----------------------------------------------------------------
006990 5000-PRINT-TOTALS.
007000     MOVE "TOTALS" TO MT9-TI-TEXT
007010     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
007020     MOVE "NIGHTS ON FILE" TO MT9-TL-LABEL
007030     MOVE MT9-NIGHT-TOTAL TO MT9-TL-COUNT
007040     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007050     MOVE "NIGHTS REPORTED" TO MT9-TL-LABEL
007060     MOVE MT9-SHOW-COUNT TO MT9-TL-COUNT
007070     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007080     MOVE "STEP NAMES" TO MT9-TL-LABEL
007090     MOVE MT9-STEP-COUNT TO MT9-TL-COUNT
007100     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007110     MOVE "STEP OVERRUNS" TO MT9-TL-LABEL
007120     MOVE MT9-OVERRUN-COUNT TO MT9-TL-COUNT
007130     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007140     MOVE "NIGHTS PAST DEADLINE" TO MT9-TL-LABEL
007150     MOVE MT9-LATE-COUNT TO MT9-TL-COUNT
007160     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT.
007170 5000-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200* WRITE ONE TOTAL LINE.
007210*----------------------------------------------------------------
007220 5100-PRINT-TOTAL.
007230     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
007240     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
007250 5100-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* PRINT A SECTION TITLE, FORCING A FRESH PAGE HEADER FIRST.
007290*----------------------------------------------------------------
007300 8100-PRINT-TITLE.
007310     MOVE 99 TO MT9-LINE-COUNT
007320     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
007330 8100-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360* WRITE ONE REPORT LINE, BREAKING TO A NEW PAGE WITH THE RUN
007370* DATE/TIME/PAGE HEADER EVERY 55 LINES.
007380*----------------------------------------------------------------
007390 8200-PRINT-LINE.
007400     IF MT9-LINE-COUNT GREATER THAN 55
007410         ADD 1 TO MT9-PAGE-NO
007420         MOVE MT9-RUN-DATE TO MT9-HL-DATE
007430         MOVE MT9-RUN-TIME TO MT9-HL-TIME
007440         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
007450         MOVE "1" TO TIM-CTL
007460         MOVE MT9-HEADER-LINE TO TIM-TEXT
007470         WRITE TIM-RECORD
007480         MOVE 1 TO MT9-LINE-COUNT
007490     END-IF
007500     MOVE " " TO TIM-CTL
007510     MOVE MT9-TITLE-LINE TO TIM-TEXT
007520     WRITE TIM-RECORD
007530     ADD 1 TO MT9-LINE-COUNT.
007540 8200-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570* DAY NUMBER OF THE YYYYMMDD DATE IN MT9-DATE-WORK, COUNTING
007580* MARCH AS THE FIRST MONTH SO THE LEAP DAY FALLS AT YEAR END.
007590*----------------------------------------------------------------
007600 8500-DAY-NUMBER.
007610     MOVE MT9-DW-YEAR TO MT9-CALC-YEAR
007620     MOVE MT9-DW-MONTH TO MT9-CALC-MONTH
007630     IF MT9-CALC-MONTH LESS THAN 3
007640         SUBTRACT 1 FROM MT9-CALC-YEAR
007650         ADD 12 TO MT9-CALC-MONTH
007660     END-IF
007670     MULTIPLY MT9-CALC-YEAR BY 365 GIVING MT9-DAY-NUMBER
007680     DIVIDE MT9-CALC-YEAR BY 4 GIVING MT9-CALC-QUOT
007690     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
007700     DIVIDE MT9-CALC-YEAR BY 100 GIVING MT9-CALC-QUOT
007710     SUBTRACT MT9-CALC-QUOT FROM MT9-DAY-NUMBER
007720     DIVIDE MT9-CALC-YEAR BY 400 GIVING MT9-CALC-QUOT
007730     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
007740     SUBTRACT 3 FROM MT9-CALC-MONTH
007750     MULTIPLY MT9-CALC-MONTH BY 153 GIVING MT9-CALC-QUOT
007760     ADD 2 TO MT9-CALC-QUOT
007770     DIVIDE 5 INTO MT9-CALC-QUOT
007780     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
007790     ADD MT9-DW-DAY TO MT9-DAY-NUMBER.
007800 8500-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* SECONDS SINCE MIDNIGHT OF THE HHMMSSCC TIME IN MT9-TIME-WORK.
007840*----------------------------------------------------------------
007850 8600-SECONDS.
007860     MULTIPLY MT9-TW-HOUR BY 3600 GIVING MT9-SECONDS
007870     MULTIPLY MT9-TW-MINUTE BY 60 GIVING MT9-CALC-QUOT
007880     ADD MT9-CALC-QUOT TO MT9-SECONDS
007890     ADD MT9-TW-SECOND TO MT9-SECONDS.
007900 8600-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------
007930* ELAPSED SECONDS FROM MT9-START-DAYS/MT9-START-SECS TO THE END
007940* POINT JUST LEFT IN MT9-DAY-NUMBER/MT9-SECONDS.  AN END BEFORE
007950* THE START (A CLOCK SET BACK) COUNTS AS ZERO.
007960*----------------------------------------------------------------
007970 8700-ELAPSED.
007980     MOVE ZERO TO MT9-ELAPSED
007990     IF MT9-DAY-NUMBER LESS THAN MT9-START-DAYS
008000         GO TO 8700-EXIT
008010     END-IF
008020     SUBTRACT MT9-START-DAYS FROM MT9-DAY-NUMBER
008030         GIVING MT9-ELAPSED
008040     MULTIPLY 86400 BY MT9-ELAPSED
008050     ADD MT9-SECONDS TO MT9-ELAPSED
008060     IF MT9-ELAPSED LESS THAN MT9-START-SECS
008070         MOVE ZERO TO MT9-ELAPSED
008080     ELSE
008090         SUBTRACT MT9-START-SECS FROM MT9-ELAPSED
008100     END-IF.
008110 8700-EXIT.
008120     EXIT.
008130*----------------------------------------------------------------
008140* FORMAT MT9-HMS-SECS AS HH:MM:SS IN MT9-HMS-TEXT.
008150*----------------------------------------------------------------
008160 8800-FORMAT-HMS.
008170     DIVIDE MT9-HMS-SECS BY 3600 GIVING MT9-CALC-QUOT
008180         REMAINDER MT9-HMS-REM
008190     IF MT9-CALC-QUOT GREATER THAN 99
008200         MOVE 99 TO MT9-CALC-QUOT
008210     END-IF
008220     MOVE MT9-CALC-QUOT TO MT9-HMS-HOUR
008230     DIVIDE MT9-HMS-REM BY 60 GIVING MT9-CALC-QUOT
008240         REMAINDER MT9-HMS-REM
008250     MOVE MT9-CALC-QUOT TO MT9-HMS-MINUTE
008260     MOVE MT9-HMS-REM TO MT9-HMS-SECOND.
008270 8800-EXIT.
008280     EXIT.
008290*----------------------------------------------------------------
008300* CLOSE THE REPORT AND REPORT THE RUN TOTALS.
008310*----------------------------------------------------------------
008320 9000-TERMINATE.
008330     IF MT9-FILES-OPEN
008340         CLOSE TIMFILE
008350     END-IF
008360     DISPLAY "MT9X9T: " MT9-READ-COUNT " STEP RECORD(S) READ"
008370     DISPLAY "MT9X9T: " MT9-OVERRUN-COUNT " STEP OVERRUN(S), "
008380         MT9-LATE-COUNT " NIGHT(S) PAST DEADLINE"
008390     IF MT9-SKIP-COUNT NOT EQUAL ZERO
008400         DISPLAY "MT9X9T: " MT9-SKIP-COUNT
008410             " OVERFLOW RECORD(S) SKIPPED"
008420     END-IF
008430     IF MT9-OVERRUN-COUNT NOT EQUAL ZERO
008440         OR MT9-LATE-COUNT NOT EQUAL ZERO
008450         OR MT9-SKIP-COUNT NOT EQUAL ZERO
008451         MOVE 4 TO MT9-ALERT-SEVERITY
008452         MOVE "OVERRUN" TO MT9-ALERT-CODE
008453         MOVE "STEP OVERRUN, LATE NIGHT OR RECORDS SKIPPED"
008454             TO MT9-ALERT-TEXT
008455         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008460         IF RETURN-CODE LESS THAN 4
008470             MOVE 4 TO RETURN-CODE
008480         END-IF
008490     END-IF.
008500 9000-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
008540* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
008550* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
008560* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
008570* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
008580*----------------------------------------------------------------
008590 8900-WRITE-ALERT.
008600     OPEN EXTEND ALRFILE
008610     IF MT9-ALR-STATUS NOT EQUAL "00"
008620         OPEN OUTPUT ALRFILE
008630     END-IF
008640     IF MT9-ALR-STATUS NOT EQUAL "00"
008650         DISPLAY "MT9X9T: ALRFILE NOT AVAILABLE, STATUS="
008660             MT9-ALR-STATUS
008670         GO TO 8900-EXIT
008680     END-IF
008690     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
008700     ACCEPT MT9-AL-TIME FROM TIME
008710     MOVE "MT9X9T" TO MT9-AL-PROGRAM
008720     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
008730     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
008740     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
008750     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
008760     WRITE MT9-ALERT-RECORD
008770     CLOSE ALRFILE.
008780 8900-EXIT.
008790     EXIT.
