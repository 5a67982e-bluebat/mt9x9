000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9I.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  MORNING EXCEPTIONS DIGEST OVER
000130*                  ALRFILE, THE ALERT FILE EVERY PROGRAM IN THE
000140*                  SUITE APPENDS TO WHEN IT MEETS TROUBLE.  ONE
000150*                  PAGE (DGSFILE) LISTS THE NIGHT'S ALERTS, THE
000160*                  FAILURES (SEVERITY 08) FIRST, THEN THE WARNINGS
000170*                  (04), EACH IN THE ORDER IT WAS FIRST RAISED.
000180*                  REPEATS OF THE SAME MESSAGE CODE FROM THE SAME
000190*                  PROGRAM AND JOB ARE SUPPRESSED TO ONE LINE WITH
000200*                  A COUNT, AND ANY ALERT WHOSE PROGRAM AND CODE
000210*                  WERE ALSO RAISED THE NIGHT BEFORE IS FLAGGED
000220*                  *LAST NIGHT* SO A RECURRING FAULT STANDS OUT.
000230*                  A NIGHT RUNS FROM THE CUTOFF HOUR ON ITS DATE
000240*                  TO THE CUTOFF HOUR THE NEXT DAY.  PARM
000250*                  "YYYYMMDD HH": THE NIGHT'S DATE (DEFAULT THE
000260*                  NIGHT JUST ENDED WHEN RUN BEFORE THE CUTOFF)
000270*                  AND THE CUTOFF HOUR (DEFAULT 12, NOON).
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALRFILE ASSIGN TO "ALRFILE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS MT9-ALR-STATUS.
000350     SELECT DGSFILE ASSIGN TO "DGSFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS MT9-DGS-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ALRFILE
000410     RECORDING MODE IS F.
000420     COPY "MT9ALR.cpy".
000430 FD  DGSFILE
000440     RECORDING MODE IS F.
000450 01  DGS-RECORD.
000460     05  DGS-CTL             PIC X(01).
000470     05  DGS-TEXT            PIC X(132).
000480 WORKING-STORAGE SECTION.
000490 01  MT9-ALR-STATUS          PIC X(02).
000500 01  MT9-DGS-STATUS          PIC X(02).
000510 01  MT9-PARM-CARD           PIC X(80).
000520 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000530     05  MT9-PC-NIGHT        PIC X(08).
000540     05  FILLER              PIC X(01).
000550     05  MT9-PC-CUTOFF       PIC X(02).
000560     05  FILLER              PIC X(69).
000570 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000580     05  MT9-PN-YEAR         PIC 9(04).
000590     05  MT9-PN-MONTH        PIC 9(02).
000600     05  MT9-PN-DAY          PIC 9(02).
000610     05  FILLER              PIC X(01).
000620     05  MT9-PN-CUTOFF       PIC 9(02).
000630     05  FILLER              PIC X(69).
000640 01  MT9-RUN-DATE            PIC 9(08).
000650 01  MT9-RUN-TIME            PIC 9(08).
000660 01  MT9-NIGHT-DATE          PIC 9(08).
000670 01  MT9-CUTOFF              PIC 9(02) VALUE 12.
000680 01  MT9-CUTOFF-TIME         PIC 9(08).
000690 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000700 01  MT9-LINE-COUNT          PIC 9(04) COMP VALUE 99.
000710 01  MT9-SWITCHES.
000720     05  MT9-EOF-SW          PIC X(01) VALUE "N".
000730         88  MT9-EOF                   VALUE "Y".
000740     05  MT9-OPEN-SW         PIC X(01) VALUE "N".
000750         88  MT9-FILES-OPEN            VALUE "Y".
000760     05  MT9-PARM-SW         PIC X(01) VALUE "Y".
000770         88  MT9-PARM-OK               VALUE "Y".
000780     05  MT9-ALR-SW          PIC X(01) VALUE "N".
000790         88  MT9-ALR-FOUND             VALUE "Y".
000800 01  MT9-COUNTERS.
000810     05  MT9-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
000820     05  MT9-NIGHT-COUNT     PIC 9(08) COMP VALUE ZERO.
000830     05  MT9-FAILURE-COUNT   PIC 9(08) COMP VALUE ZERO.
000840     05  MT9-WARNING-COUNT   PIC 9(08) COMP VALUE ZERO.
000850     05  MT9-REPEAT-COUNT    PIC 9(08) COMP VALUE ZERO.
000860     05  MT9-SKIP-COUNT      PIC 9(08) COMP VALUE ZERO.
000870*----------------------------------------------------------------
000880* NIGHTS ARE NUMBERED BY THE DAY NUMBER OF THEIR STARTING DATE; AN
000890* ALERT RAISED BEFORE THE CUTOFF HOUR BELONGS TO THE NIGHT BEFORE.
000900*----------------------------------------------------------------
000910 01  MT9-NIGHT-FIELDS.
000920     05  MT9-DIGEST-NIGHT    PIC 9(08) COMP.
000930     05  MT9-PRIOR-NIGHT     PIC 9(08) COMP.
000940     05  MT9-ALERT-NIGHT     PIC 9(08) COMP.
000950 01  MT9-DATE-WORK           PIC 9(08).
000960 01  MT9-DATE-PARTS REDEFINES MT9-DATE-WORK.
000970     05  MT9-DW-YEAR         PIC 9(04).
000980     05  MT9-DW-MONTH        PIC 9(02).
000990     05  MT9-DW-DAY          PIC 9(02).
001000 01  MT9-TIME-WORK           PIC 9(08).
001010 01  MT9-TIME-PARTS REDEFINES MT9-TIME-WORK.
001020     05  MT9-TW-HH           PIC 9(02).
001030     05  MT9-TW-MM           PIC 9(02).
001040     05  MT9-TW-SS           PIC 9(02).
001050     05  MT9-TW-CC           PIC 9(02).
001060 01  MT9-CALC-FIELDS.
001070     05  MT9-CALC-YEAR       PIC 9(04) COMP.
001080     05  MT9-CALC-MONTH      PIC 9(04) COMP.
001090     05  MT9-CALC-QUOT       PIC 9(08) COMP.
001100     05  MT9-CALC-REM        PIC 9(04) COMP.
001110     05  MT9-DAY-NUMBER      PIC 9(08) COMP.
001120 01  MT9-MONTH-DAYS-VALUES.
001130     05  FILLER              PIC X(24)
001140                             VALUE "312831303130313130313031".
001150 01  MT9-MONTH-DAYS-TABLE REDEFINES MT9-MONTH-DAYS-VALUES.
001160     05  MT9-MONTH-DAYS      PIC 9(02) OCCURS 12.
001170*----------------------------------------------------------------
001180* ONE ENTRY PER PROGRAM/JOB/CODE RAISED IN THE DIGEST NIGHT, IN
001190* THE ORDER FIRST RAISED, AND ONE PER PROGRAM/CODE RAISED THE
001200* NIGHT BEFORE.
001210*----------------------------------------------------------------
001220 01  MT9-ENTRY-COUNT         PIC 9(04) COMP VALUE ZERO.
001230 01  MT9-ENTRY-TABLE.
001240     05  MT9-EN-ENTRY        OCCURS 300.
001250         10  MT9-EN-SEVERITY PIC 9(02).
001260         10  MT9-EN-PROGRAM  PIC X(08).
001270         10  MT9-EN-JOBID    PIC X(08).
001280         10  MT9-EN-CODE     PIC X(08).
001290         10  MT9-EN-DATE     PIC 9(08).
001300         10  MT9-EN-TIME     PIC 9(08).
001310         10  MT9-EN-COUNT    PIC 9(04) COMP.
001320         10  MT9-EN-TEXT     PIC X(60).
001330         10  MT9-EN-REPEAT-SW PIC X(01).
001340             88  MT9-EN-REPEAT         VALUE "Y".
001350         10  MT9-EN-PRINT-SW PIC X(01).
001360             88  MT9-EN-PRINTED        VALUE "Y".
001370 01  MT9-PRIOR-COUNT         PIC 9(04) COMP VALUE ZERO.
001380 01  MT9-PRIOR-TABLE.
001390     05  MT9-PR-ENTRY        OCCURS 300.
001400         10  MT9-PR-PROGRAM  PIC X(08).
001410         10  MT9-PR-CODE     PIC X(08).
001420 01  MT9-SUB-FIELDS.
001430     05  MT9-EN-SUB          PIC 9(04) COMP.
001440     05  MT9-PR-SUB          PIC 9(04) COMP.
001450     05  MT9-FOUND-SUB       PIC 9(04) COMP.
001460     05  MT9-BEST-SUB        PIC 9(04) COMP.
001470     05  MT9-PICK-COUNT      PIC 9(04) COMP.
001480 01  MT9-HEADER-LINE.
001490     05  FILLER              PIC X(05)  VALUE "DATE=".
001500     05  MT9-HL-DATE         PIC 9(08).
001510     05  FILLER              PIC X(06)  VALUE " TIME=".
001520     05  MT9-HL-TIME         PIC 9(08).
001530     05  FILLER              PIC X(06)  VALUE " PAGE=".
001540     05  MT9-HL-PAGE         PIC ZZZ9.
001550     05  FILLER              PIC X(95)  VALUE SPACES.
001560 01  MT9-TITLE-LINE.
001570     05  MT9-TI-TEXT         PIC X(132).
001580 01  MT9-NIGHT-TITLE-LINE.
001590     05  FILLER              PIC X(36)  VALUE
001600         "MORNING EXCEPTIONS DIGEST  NIGHT OF ".
001610     05  MT9-NT-DATE         PIC 9(08).
001620     05  FILLER              PIC X(06)  VALUE " FROM ".
001630     05  MT9-NT-CUTOFF       PIC 9(02).
001640     05  FILLER              PIC X(22)  VALUE
001650         ":00 TO THE NEXT DAY'S ".
001660     05  MT9-NT-CUTOFF-2     PIC 9(02).
001670     05  FILLER              PIC X(03)  VALUE ":00".
001680     05  FILLER              PIC X(53)  VALUE SPACES.
001690 01  MT9-TOTAL-LINE.
001700     05  MT9-TL-LABEL        PIC X(32).
001710     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001720     05  FILLER              PIC X(92)  VALUE SPACES.
001730 01  MT9-ALERT-HEAD-LINE.
001740     05  FILLER              PIC X(36)  VALUE
001750         "  SV  PROGRAM  JOB ID   CODE     FIR".
001760     05  FILLER              PIC X(36)  VALUE
001770         "ST    AT      COUNT  TEXT           ".
001780     05  FILLER              PIC X(60)  VALUE SPACES.
001790 01  MT9-ALERT-DETAIL-LINE.
001800     05  FILLER              PIC X(02)  VALUE SPACES.
001810     05  MT9-AD-SEVERITY     PIC 9(02).
001820     05  FILLER              PIC X(02)  VALUE SPACES.
001830     05  MT9-AD-PROGRAM      PIC X(08).
001840     05  FILLER              PIC X(01)  VALUE SPACE.
001850     05  MT9-AD-JOBID        PIC X(08).
001860     05  FILLER              PIC X(01)  VALUE SPACE.
001870     05  MT9-AD-CODE         PIC X(08).
001880     05  FILLER              PIC X(01)  VALUE SPACE.
001890     05  MT9-AD-DATE         PIC 9(08).
001900     05  FILLER              PIC X(01)  VALUE SPACE.
001910     05  MT9-AD-TIME.
001920         10  MT9-AD-HH       PIC 9(02).
001930         10  FILLER          PIC X(01)  VALUE ":".
001940         10  MT9-AD-MM       PIC 9(02).
001950         10  FILLER          PIC X(01)  VALUE ":".
001960         10  MT9-AD-SS       PIC 9(02).
001970     05  FILLER              PIC X(01)  VALUE SPACE.
001980     05  MT9-AD-COUNT        PIC ZZZ9.
001990     05  FILLER              PIC X(02)  VALUE SPACES.
002000     05  MT9-AD-TEXT         PIC X(60).
002010     05  FILLER              PIC X(01)  VALUE SPACE.
002020     05  MT9-AD-FLAG         PIC X(12).
002030     05  FILLER              PIC X(02)  VALUE SPACES.
002040 01  MT9-ALERT-FIELDS.
002050     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
002060     05  MT9-ALERT-SEVERITY  PIC 9(02).
002070     05  MT9-ALERT-CODE      PIC X(08).
002080     05  MT9-ALERT-TEXT      PIC X(60).
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120     IF MT9-FILES-OPEN
002130         PERFORM 2000-READ-ALERT THRU 2000-EXIT
002140             UNTIL MT9-EOF
002150         PERFORM 3000-PRINT-DIGEST THRU 3000-EXIT
002160     END-IF
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT
002180     STOP RUN.
002190*----------------------------------------------------------------
002200* TAKE AND EDIT THE PARM, WORK OUT WHICH NIGHT IS DIGESTED AND
002210* OPEN THE FILES.  A BAD PARM ENDS THE JOB RC=8 WITH NOTHING
002220* PRINTED.  NO ALERT FILE AT ALL STILL PRINTS THE PAGE, SAYING SO.
002230*----------------------------------------------------------------
002240 1000-INITIALIZE.
002250     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
002260     ACCEPT MT9-RUN-TIME FROM TIME
002270     MOVE SPACES TO MT9-PARM-CARD
002280     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
002290     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002300     IF NOT MT9-PARM-OK
002310         MOVE 8 TO MT9-ALERT-SEVERITY
002320         MOVE "BADPARM" TO MT9-ALERT-CODE
002330         MOVE "PARM NOT VALID, NO DIGEST PRODUCED"
002340             TO MT9-ALERT-TEXT
002350         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002360         MOVE 8 TO RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF
002390     MOVE MT9-NIGHT-DATE TO MT9-DATE-WORK
002400     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
002410     MOVE MT9-DAY-NUMBER TO MT9-DIGEST-NIGHT
002420     SUBTRACT 1 FROM MT9-DIGEST-NIGHT GIVING MT9-PRIOR-NIGHT
002430     OPEN OUTPUT DGSFILE
002440     SET MT9-FILES-OPEN TO TRUE
002450     OPEN INPUT ALRFILE
002460     IF MT9-ALR-STATUS NOT EQUAL "00"
002470         DISPLAY "MT9X9I: ALRFILE NOT AVAILABLE, STATUS="
002480             MT9-ALR-STATUS
002490         SET MT9-EOF TO TRUE
002500         GO TO 1000-EXIT
002510     END-IF
002520     SET MT9-ALR-FOUND TO TRUE.
002530 1000-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* EDIT THE PARM.  A BLANK NIGHT IS THE NIGHT THE RUN FALLS IN:
002570* RUN BEFORE THE CUTOFF HOUR, THAT IS THE NIGHT THAT STARTED THE
002580* DAY BEFORE.  A BAD CUTOFF FALLS BACK TO NOON WITH A NOTE.
002590*----------------------------------------------------------------
002600 1100-EDIT-PARM.
002610     IF MT9-PC-CUTOFF NOT EQUAL SPACES
002620         IF MT9-PC-CUTOFF NUMERIC
002630             AND MT9-PN-CUTOFF LESS THAN 24
002640             MOVE MT9-PN-CUTOFF TO MT9-CUTOFF
002650         ELSE
002660             DISPLAY "MT9X9I: CUTOFF HOUR " MT9-PC-CUTOFF
002670                 " NOT VALID, 12 USED"
002680         END-IF
002690     END-IF
002700     MULTIPLY MT9-CUTOFF BY 1000000 GIVING MT9-CUTOFF-TIME
002710     IF MT9-PC-NIGHT EQUAL SPACES
002720         MOVE MT9-RUN-DATE TO MT9-NIGHT-DATE
002730         IF MT9-RUN-TIME LESS THAN MT9-CUTOFF-TIME
002740             PERFORM 8550-PREVIOUS-DATE THRU 8550-EXIT
002750         END-IF
002760         GO TO 1100-EXIT
002770     END-IF
002780     IF MT9-PC-NIGHT NUMERIC
002790         AND MT9-PN-MONTH GREATER THAN ZERO
002800         AND MT9-PN-MONTH NOT GREATER THAN 12
002810         AND MT9-PN-DAY GREATER THAN ZERO
002820         AND MT9-PN-DAY NOT GREATER THAN 31
002830         MOVE MT9-PC-NIGHT TO MT9-NIGHT-DATE
002840     ELSE
002850         DISPLAY "MT9X9I: NIGHT " MT9-PC-NIGHT
002860             " NOT VALID, MUST BE YYYYMMDD"
002870         MOVE "N" TO MT9-PARM-SW
002880     END-IF.
002890 1100-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* READ ONE ALERT AND FILE IT UNDER THE DIGEST NIGHT OR THE NIGHT
002930* BEFORE; ALERTS FROM ANY OTHER NIGHT ARE PASSED OVER.
002940*----------------------------------------------------------------
002950 2000-READ-ALERT.
002960     READ ALRFILE
002970         AT END
002980             SET MT9-EOF TO TRUE
002990             GO TO 2000-EXIT
003000     END-READ
003010     ADD 1 TO MT9-READ-COUNT
003020     IF MT9-AL-DATE NOT NUMERIC OR MT9-AL-TIME NOT NUMERIC
003030         GO TO 2000-EXIT
003040     END-IF
003050     MOVE MT9-AL-DATE TO MT9-DATE-WORK
003060     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
003070     MOVE MT9-DAY-NUMBER TO MT9-ALERT-NIGHT
003080     IF MT9-AL-TIME LESS THAN MT9-CUTOFF-TIME
003090         SUBTRACT 1 FROM MT9-ALERT-NIGHT
003100     END-IF
003110     IF MT9-ALERT-NIGHT EQUAL MT9-DIGEST-NIGHT
003120         PERFORM 2100-POST-ALERT THRU 2100-EXIT
003130     END-IF
003140     IF MT9-ALERT-NIGHT EQUAL MT9-PRIOR-NIGHT
003150         PERFORM 2200-POST-PRIOR THRU 2200-EXIT
003160     END-IF.
003170 2000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* POST ONE ALERT OF THE DIGEST NIGHT.  A REPEAT OF A PROGRAM/JOB/
003210* CODE ALREADY SEEN ONLY ADDS TO ITS COUNT (AND RAISES ITS
003220* SEVERITY IF THE REPEAT IS WORSE); THE FIRST TEXT IS KEPT.
003230*----------------------------------------------------------------
003240 2100-POST-ALERT.
003250     ADD 1 TO MT9-NIGHT-COUNT
003260     MOVE ZERO TO MT9-FOUND-SUB
003270     PERFORM VARYING MT9-EN-SUB FROM 1 BY 1
003280             UNTIL MT9-EN-SUB GREATER THAN MT9-ENTRY-COUNT
003290                OR MT9-FOUND-SUB NOT EQUAL ZERO
003300         IF MT9-EN-PROGRAM (MT9-EN-SUB) EQUAL MT9-AL-PROGRAM
003310             AND MT9-EN-JOBID (MT9-EN-SUB) EQUAL MT9-AL-JOBID
003320             AND MT9-EN-CODE (MT9-EN-SUB) EQUAL MT9-AL-CODE
003330             MOVE MT9-EN-SUB TO MT9-FOUND-SUB
003340         END-IF
003350     END-PERFORM
003360     IF MT9-FOUND-SUB NOT EQUAL ZERO
003370         ADD 1 TO MT9-EN-COUNT (MT9-FOUND-SUB)
003380         IF MT9-AL-SEVERITY NUMERIC
003390             AND MT9-AL-SEVERITY GREATER THAN
003400                 MT9-EN-SEVERITY (MT9-FOUND-SUB)
003410             MOVE MT9-AL-SEVERITY
003420                 TO MT9-EN-SEVERITY (MT9-FOUND-SUB)
003430         END-IF
003440         GO TO 2100-EXIT
003450     END-IF
003460     IF MT9-ENTRY-COUNT EQUAL 300
003470         ADD 1 TO MT9-SKIP-COUNT
003480         GO TO 2100-EXIT
003490     END-IF
003500     ADD 1 TO MT9-ENTRY-COUNT
003510     MOVE MT9-ENTRY-COUNT TO MT9-EN-SUB
003520     IF MT9-AL-SEVERITY NUMERIC
003530         MOVE MT9-AL-SEVERITY TO MT9-EN-SEVERITY (MT9-EN-SUB)
003540     ELSE
003550         MOVE 8 TO MT9-EN-SEVERITY (MT9-EN-SUB)
003560     END-IF
003570     MOVE MT9-AL-PROGRAM TO MT9-EN-PROGRAM (MT9-EN-SUB)
003580     MOVE MT9-AL-JOBID TO MT9-EN-JOBID (MT9-EN-SUB)
003590     MOVE MT9-AL-CODE TO MT9-EN-CODE (MT9-EN-SUB)
003600     MOVE MT9-AL-DATE TO MT9-EN-DATE (MT9-EN-SUB)
003610     MOVE MT9-AL-TIME TO MT9-EN-TIME (MT9-EN-SUB)
003620     MOVE 1 TO MT9-EN-COUNT (MT9-EN-SUB)
003630     MOVE MT9-AL-TEXT TO MT9-EN-TEXT (MT9-EN-SUB)
003640     MOVE "N" TO MT9-EN-REPEAT-SW (MT9-EN-SUB)
003650     MOVE "N" TO MT9-EN-PRINT-SW (MT9-EN-SUB).
003660 2100-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690* REMEMBER ONE PROGRAM/CODE RAISED THE NIGHT BEFORE.
003700*----------------------------------------------------------------
003710 2200-POST-PRIOR.
003720     PERFORM VARYING MT9-PR-SUB FROM 1 BY 1
003730             UNTIL MT9-PR-SUB GREATER THAN MT9-PRIOR-COUNT
003740         IF MT9-PR-PROGRAM (MT9-PR-SUB) EQUAL MT9-AL-PROGRAM
003750             AND MT9-PR-CODE (MT9-PR-SUB) EQUAL MT9-AL-CODE
003760             GO TO 2200-EXIT
003770         END-IF
003780     END-PERFORM
003790     IF MT9-PRIOR-COUNT EQUAL 300
003800         ADD 1 TO MT9-SKIP-COUNT
003810         GO TO 2200-EXIT
003820     END-IF
003830     ADD 1 TO MT9-PRIOR-COUNT
003840     MOVE MT9-AL-PROGRAM TO MT9-PR-PROGRAM (MT9-PRIOR-COUNT)
003850     MOVE MT9-AL-CODE TO MT9-PR-CODE (MT9-PRIOR-COUNT).
003860 2200-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890* PRINT THE PAGE: THE NIGHT, THE COUNTS, THEN EVERY DISTINCT
003900* ALERT, HIGHEST SEVERITY FIRST.
003910*----------------------------------------------------------------
003920 3000-PRINT-DIGEST.
003930     PERFORM 3100-MARK-REPEAT THRU 3100-EXIT
003940         VARYING MT9-EN-SUB FROM 1 BY 1
003950         UNTIL MT9-EN-SUB GREATER THAN MT9-ENTRY-COUNT
003960     MOVE MT9-NIGHT-DATE TO MT9-NT-DATE
003970     MOVE MT9-CUTOFF TO MT9-NT-CUTOFF
003980     MOVE MT9-CUTOFF TO MT9-NT-CUTOFF-2
003990     MOVE MT9-NIGHT-TITLE-LINE TO MT9-TI-TEXT
004000     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
004010     MOVE SPACES TO MT9-TI-TEXT
004020     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004030     IF NOT MT9-ALR-FOUND
004040         MOVE "ALRFILE NOT AVAILABLE -- NO ALERTS COULD BE READ"
004050             TO MT9-TI-TEXT
004060         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004070         GO TO 3000-EXIT
004080     END-IF
004090     MOVE "ALERTS RAISED" TO MT9-TL-LABEL
004100     MOVE MT9-NIGHT-COUNT TO MT9-TL-COUNT
004110     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
004120     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004130     MOVE "DISTINCT ALERTS LISTED" TO MT9-TL-LABEL
004140     MOVE MT9-ENTRY-COUNT TO MT9-TL-COUNT
004150     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
004160     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004170     MOVE "  FAILURES (SEVERITY 08 AND UP)" TO MT9-TL-LABEL
004180     MOVE MT9-FAILURE-COUNT TO MT9-TL-COUNT
004190     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
004200     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004210     MOVE "  WARNINGS" TO MT9-TL-LABEL
004220     MOVE MT9-WARNING-COUNT TO MT9-TL-COUNT
004230     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
004240     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004250     MOVE "  ALSO RAISED LAST NIGHT" TO MT9-TL-LABEL
004260     MOVE MT9-REPEAT-COUNT TO MT9-TL-COUNT
004270     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
004280     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004290     IF MT9-SKIP-COUNT NOT EQUAL ZERO
004300         MOVE "ALERTS NOT LISTED, TABLE FULL" TO MT9-TL-LABEL
004310         MOVE MT9-SKIP-COUNT TO MT9-TL-COUNT
004320         MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
004330         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004340     END-IF
004350     MOVE SPACES TO MT9-TI-TEXT
004360     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004370     IF MT9-ENTRY-COUNT EQUAL ZERO
004380         MOVE "NO ALERTS RAISED -- A CLEAN NIGHT" TO MT9-TI-TEXT
004390         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004400         GO TO 3000-EXIT
004410     END-IF
004420     MOVE MT9-ALERT-HEAD-LINE TO MT9-TI-TEXT
004430     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
004440     PERFORM 3200-PRINT-NEXT THRU 3200-EXIT
004450         VARYING MT9-PICK-COUNT FROM 1 BY 1
004460         UNTIL MT9-PICK-COUNT GREATER THAN MT9-ENTRY-COUNT.
004470 3000-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500* COUNT ONE DISTINCT ALERT BY SEVERITY AND FLAG IT WHEN ITS
004510* PROGRAM AND CODE WERE ALSO RAISED THE NIGHT BEFORE.
004520*----------------------------------------------------------------
004530 3100-MARK-REPEAT.
004540     IF MT9-EN-SEVERITY (MT9-EN-SUB) NOT LESS THAN 8
004550         ADD 1 TO MT9-FAILURE-COUNT
004560     ELSE
004570         ADD 1 TO MT9-WARNING-COUNT
004580     END-IF
004590     PERFORM VARYING MT9-PR-SUB FROM 1 BY 1
004600             UNTIL MT9-PR-SUB GREATER THAN MT9-PRIOR-COUNT
004610                OR MT9-EN-REPEAT (MT9-EN-SUB)
004620         IF MT9-PR-PROGRAM (MT9-PR-SUB)
004630                 EQUAL MT9-EN-PROGRAM (MT9-EN-SUB)
004640             AND MT9-PR-CODE (MT9-PR-SUB)
004650                 EQUAL MT9-EN-CODE (MT9-EN-SUB)
004660             SET MT9-EN-REPEAT (MT9-EN-SUB) TO TRUE
004670             ADD 1 TO MT9-REPEAT-COUNT
004680         END-IF
004690     END-PERFORM.
004700 3100-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* PICK THE UNPRINTED ALERT OF HIGHEST SEVERITY (THE EARLIEST
004740* RAISED ON A TIE) AND PRINT IT.
004750*----------------------------------------------------------------
004760 3200-PRINT-NEXT.
004770     MOVE ZERO TO MT9-BEST-SUB
004780     PERFORM VARYING MT9-EN-SUB FROM 1 BY 1
004790             UNTIL MT9-EN-SUB GREATER THAN MT9-ENTRY-COUNT
004800         IF NOT MT9-EN-PRINTED (MT9-EN-SUB)
004810             IF MT9-BEST-SUB EQUAL ZERO
004820                 MOVE MT9-EN-SUB TO MT9-BEST-SUB
004830             ELSE
004840                 IF MT9-EN-SEVERITY (MT9-EN-SUB) GREATER THAN
004850                     MT9-EN-SEVERITY (MT9-BEST-SUB)
004860                     MOVE MT9-EN-SUB TO MT9-BEST-SUB
004870                 END-IF
004880             END-IF
004890         END-IF
004900     END-PERFORM
004910     IF MT9-BEST-SUB EQUAL ZERO
004920         GO TO 3200-EXIT
004930     END-IF
004940     SET MT9-EN-PRINTED (MT9-BEST-SUB) TO TRUE
004950     MOVE MT9-EN-SEVERITY (MT9-BEST-SUB) TO MT9-AD-SEVERITY
004960     MOVE MT9-EN-PROGRAM (MT9-BEST-SUB) TO MT9-AD-PROGRAM
004970     MOVE MT9-EN-JOBID (MT9-BEST-SUB) TO MT9-AD-JOBID
004980     MOVE MT9-EN-CODE (MT9-BEST-SUB) TO MT9-AD-CODE
004990     MOVE MT9-EN-DATE (MT9-BEST-SUB) TO MT9-AD-DATE
005000     MOVE MT9-EN-TIME (MT9-BEST-SUB) TO MT9-TIME-WORK
005010     MOVE MT9-TW-HH TO MT9-AD-HH
005020     MOVE MT9-TW-MM TO MT9-AD-MM
005030     MOVE MT9-TW-SS TO MT9-AD-SS
005040     MOVE MT9-EN-COUNT (MT9-BEST-SUB) TO MT9-AD-COUNT
005050     MOVE MT9-EN-TEXT (MT9-BEST-SUB) TO MT9-AD-TEXT
005060     IF MT9-EN-REPEAT (MT9-BEST-SUB)
005070         MOVE "*LAST NIGHT*" TO MT9-AD-FLAG
005080     ELSE
005090         MOVE SPACES TO MT9-AD-FLAG
005100     END-IF
005110     MOVE MT9-ALERT-DETAIL-LINE TO MT9-TI-TEXT
005120     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
005130 3200-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160* PRINT A SECTION TITLE, FORCING A FRESH PAGE HEADER FIRST.
005170*----------------------------------------------------------------
005180 8100-PRINT-TITLE.
005190     MOVE 99 TO MT9-LINE-COUNT
005200     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
005210 8100-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240* WRITE ONE REPORT LINE, BREAKING TO A NEW PAGE WITH THE RUN
005250* DATE/TIME/PAGE HEADER EVERY 55 LINES.
005260*----------------------------------------------------------------
005270 8200-PRINT-LINE.
005280     IF MT9-LINE-COUNT GREATER THAN 55
005290         ADD 1 TO MT9-PAGE-NO
005300         MOVE MT9-RUN-DATE TO MT9-HL-DATE
005310         MOVE MT9-RUN-TIME TO MT9-HL-TIME
005320         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
005330         MOVE "1" TO DGS-CTL
005340         MOVE MT9-HEADER-LINE TO DGS-TEXT
005350         WRITE DGS-RECORD
005360         MOVE 1 TO MT9-LINE-COUNT
005370     END-IF
005380     MOVE " " TO DGS-CTL
005390     MOVE MT9-TITLE-LINE TO DGS-TEXT
005400     WRITE DGS-RECORD
005410     ADD 1 TO MT9-LINE-COUNT.
005420 8200-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* CONVERT THE YYYYMMDD DATE IN MT9-DATE-WORK TO A DAY NUMBER SO
005460* THAT NIGHTS CAN BE COMPARED ACROSS MONTH AND YEAR ENDS.
005470*----------------------------------------------------------------
005480 8500-DAY-NUMBER.
005490     MOVE MT9-DW-YEAR TO MT9-CALC-YEAR
005500     MOVE MT9-DW-MONTH TO MT9-CALC-MONTH
005510     IF MT9-CALC-MONTH LESS THAN 3
005520         SUBTRACT 1 FROM MT9-CALC-YEAR
005530         ADD 12 TO MT9-CALC-MONTH
005540     END-IF
005550     MULTIPLY MT9-CALC-YEAR BY 365 GIVING MT9-DAY-NUMBER
005560     DIVIDE MT9-CALC-YEAR BY 4 GIVING MT9-CALC-QUOT
005570     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
005580     DIVIDE MT9-CALC-YEAR BY 100 GIVING MT9-CALC-QUOT
005590     SUBTRACT MT9-CALC-QUOT FROM MT9-DAY-NUMBER
005600     DIVIDE MT9-CALC-YEAR BY 400 GIVING MT9-CALC-QUOT
005610     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
005620     SUBTRACT 3 FROM MT9-CALC-MONTH
005630     MULTIPLY MT9-CALC-MONTH BY 153 GIVING MT9-CALC-QUOT
005640     ADD 2 TO MT9-CALC-QUOT
005650     DIVIDE 5 INTO MT9-CALC-QUOT
005660     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
005670     ADD MT9-DW-DAY TO MT9-DAY-NUMBER.
005680 8500-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* STEP MT9-NIGHT-DATE BACK ONE CALENDAR DAY.
005720*----------------------------------------------------------------
005730 8550-PREVIOUS-DATE.
005740     MOVE MT9-NIGHT-DATE TO MT9-DATE-WORK
005750     IF MT9-DW-DAY GREATER THAN 1
005760         SUBTRACT 1 FROM MT9-DW-DAY
005770         MOVE MT9-DATE-WORK TO MT9-NIGHT-DATE
005780         GO TO 8550-EXIT
005790     END-IF
005800     IF MT9-DW-MONTH EQUAL 1
005810         MOVE 12 TO MT9-DW-MONTH
005820         SUBTRACT 1 FROM MT9-DW-YEAR
005830     ELSE
005840         SUBTRACT 1 FROM MT9-DW-MONTH
005850     END-IF
005860     MOVE MT9-MONTH-DAYS (MT9-DW-MONTH) TO MT9-DW-DAY
005870     IF MT9-DW-MONTH EQUAL 2
005880         DIVIDE MT9-DW-YEAR BY 4 GIVING MT9-CALC-QUOT
005890             REMAINDER MT9-CALC-REM
005900         IF MT9-CALC-REM EQUAL ZERO
005910             MOVE 29 TO MT9-DW-DAY
005920             DIVIDE MT9-DW-YEAR BY 100 GIVING MT9-CALC-QUOT
005930                 REMAINDER MT9-CALC-REM
005940             IF MT9-CALC-REM EQUAL ZERO
005950                 MOVE 28 TO MT9-DW-DAY
005960                 DIVIDE MT9-DW-YEAR BY 400 GIVING MT9-CALC-QUOT
005970                     REMAINDER MT9-CALC-REM
005980                 IF MT9-CALC-REM EQUAL ZERO
005990                     MOVE 29 TO MT9-DW-DAY
006000                 END-IF
006010             END-IF
006020         END-IF
006030     END-IF
006040     MOVE MT9-DATE-WORK TO MT9-NIGHT-DATE.
006050 8550-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080* CLOSE THE FILES, REPORT THE COUNTS AND SET THE RETURN CODE: 4
006090* WHEN THE ALERT FILE COULD NOT BE READ OR THE TABLES FILLED.
006100*----------------------------------------------------------------
006110 9000-TERMINATE.
006120     IF NOT MT9-FILES-OPEN
006130         GO TO 9000-EXIT
006140     END-IF
006150     IF MT9-ALR-FOUND
006160         CLOSE ALRFILE
006170     END-IF
006180     CLOSE DGSFILE
006190     DISPLAY "MT9X9I: " MT9-READ-COUNT " ALERT(S) READ, "
006200         MT9-NIGHT-COUNT " IN THE NIGHT OF " MT9-NIGHT-DATE
006210     DISPLAY "MT9X9I: " MT9-ENTRY-COUNT " LISTED, "
006220         MT9-FAILURE-COUNT " FAILURE(S), " MT9-REPEAT-COUNT
006230         " ALSO RAISED LAST NIGHT"
006240     IF MT9-SKIP-COUNT NOT EQUAL ZERO
006250         DISPLAY "MT9X9I: " MT9-SKIP-COUNT
006260             " ALERT(S) NOT LISTED, TABLE FULL"
006270         MOVE 4 TO MT9-ALERT-SEVERITY
006280         MOVE "DGSFULL" TO MT9-ALERT-CODE
006290         MOVE "DIGEST TABLE FULL, ALERT(S) NOT LISTED"
006300             TO MT9-ALERT-TEXT
006310         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
006320     END-IF
006330     IF (NOT MT9-ALR-FOUND OR MT9-SKIP-COUNT NOT EQUAL ZERO)
006340         AND RETURN-CODE LESS THAN 4
006350         MOVE 4 TO RETURN-CODE
006360     END-IF.
006370 9000-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
006410* WHOLE SUITE.  ONLY CALLED WITH ALRFILE CLOSED: AN ALERT RAISED
006420* HERE IS DIGESTED THE NEXT MORNING.  A FILE THAT CANNOT BE
006430* OPENED IS REPORTED BUT LEAVES THE RC ALONE.
006440*----------------------------------------------------------------
006450 8900-WRITE-ALERT.
006460     OPEN EXTEND ALRFILE
006470     IF MT9-ALR-STATUS NOT EQUAL "00"
006480         OPEN OUTPUT ALRFILE
006490     END-IF
006500     IF MT9-ALR-STATUS NOT EQUAL "00"
006510         DISPLAY "MT9X9I: ALRFILE NOT AVAILABLE, STATUS="
006520             MT9-ALR-STATUS
006530         GO TO 8900-EXIT
006540     END-IF
006550     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
006560     ACCEPT MT9-AL-TIME FROM TIME
006570     MOVE "MT9X9I" TO MT9-AL-PROGRAM
006580     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
006590     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
006600     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
006610     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
006620     WRITE MT9-ALERT-RECORD
006630     CLOSE ALRFILE.
006640 8900-EXIT.
006650     EXIT.
