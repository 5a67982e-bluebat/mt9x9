000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9W.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  PRACTICE WORKSHEET GENERATOR.  THE
000130*                  CELLS OF ONE K RANGE, J RANGE AND OPERATOR
000140*                  MODE ARE READ FROM TBLFILE, THE KEYED TABLE
000150*                  MASTER, AND DRAWN IN A SHUFFLED ORDER ONTO
000160*                  ONE OR MORE DRILL SHEETS (WKSFILE).  ABOUT ONE
000170*                  QUESTION IN THREE HIDES A FACTOR ("7 X __ =
000180*                  56") INSTEAD OF THE ANSWER.  A MATCHING
000190*                  ANSWER KEY WITH THE SAME SHEET NUMBERS GOES
000200*                  TO A SEPARATE FILE (KEYFILE) SO IT CAN BE
000210*                  ROUTED TO THE TEACHER AND NOT THE STUDENT.
000220*                  BOTH ARE ASA PRINT FILES FOR MT9X9P.  EVERY
000230*                  SHEET CARRIES ITS NUMBER AND ITS SEED; THE
000240*                  KEY ALSO PRINTS THE PARM THAT REPRODUCES THE
000250*                  SHEET EXACTLY.  PARM "KK KK JJ JJ M QQ SS
000260*                  SSSSSSSSSS NNNN": K FROM/TO (01 09), J
000270*                  FROM/TO (01 09), OPMODE (M), QUESTIONS PER
000280*                  SHEET (20, AT MOST 60), SHEETS (01), SEED
000290*                  (BLANK TAKES THE CLOCK) AND FIRST SHEET
000300*                  NUMBER (0001).  A CELL MISSING FROM TBLFILE,
000310*                  OR ONE WHOSE STORED KJ DISAGREES WITH A FRESH
000320*                  RECOMPUTATION, IS LEFT OFF THE SHEETS AND
000330*                  ENDS THE JOB RC=4.
000332* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000334*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000336*                  EXCEPTIONS DIGEST (MT9X9I).
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TBLFILE ASSIGN TO "TBLFILE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS MT9-TB-KEY
000420         ALTERNATE RECORD KEY IS MT9-TB-ALT-KEY
000430             WITH DUPLICATES
000440         FILE STATUS IS MT9-TBL-STATUS.
000450     SELECT WKSFILE ASSIGN TO "WKSFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MT9-WKS-STATUS.
000480     SELECT KEYFILE ASSIGN TO "KEYFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MT9-KEY-STATUS.
000502     SELECT ALRFILE ASSIGN TO "ALRFILE"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS MT9-ALR-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TBLFILE.
000540     COPY "MT9TBL.cpy".
000550 FD  WKSFILE
000560     RECORDING MODE IS F.
000570 01  WKS-RECORD.
000580     05  WKS-CTL             PIC X(01).
000590     05  WKS-TEXT            PIC X(132).
000600 FD  KEYFILE
000610     RECORDING MODE IS F.
000620 01  KEY-RECORD.
000630     05  KEY-CTL             PIC X(01).
000640     05  KEY-TEXT            PIC X(132).
000642 FD  ALRFILE
000644     RECORDING MODE IS F.
000646     COPY "MT9ALR.cpy".
000650 WORKING-STORAGE SECTION.
000660 01  MT9-TBL-STATUS          PIC X(02).
000670 01  MT9-WKS-STATUS          PIC X(02).
000680 01  MT9-KEY-STATUS          PIC X(02).
000685 01  MT9-ALR-STATUS          PIC X(02).
000690 01  MT9-PARM-CARD           PIC X(80).
000700 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000710     05  MT9-PC-KSTRT        PIC X(02).
000720     05  FILLER              PIC X(01).
000730     05  MT9-PC-KEND         PIC X(02).
000740     05  FILLER              PIC X(01).
000750     05  MT9-PC-JSTRT        PIC X(02).
000760     05  FILLER              PIC X(01).
000770     05  MT9-PC-JEND         PIC X(02).
000780     05  FILLER              PIC X(01).
000790     05  MT9-PC-OPMODE       PIC X(01).
000800     05  FILLER              PIC X(01).
000810     05  MT9-PC-QUESTIONS    PIC X(02).
000820     05  FILLER              PIC X(01).
000830     05  MT9-PC-SHEETS       PIC X(02).
000840     05  FILLER              PIC X(01).
000850     05  MT9-PC-SEED         PIC X(10).
000860     05  FILLER              PIC X(01).
000870     05  MT9-PC-SHEET-NO     PIC X(04).
000880     05  FILLER              PIC X(45).
000890 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000900     05  MT9-PN-KSTRT        PIC 9(02).
000910     05  FILLER              PIC X(01).
000920     05  MT9-PN-KEND         PIC 9(02).
000930     05  FILLER              PIC X(01).
000940     05  MT9-PN-JSTRT        PIC 9(02).
000950     05  FILLER              PIC X(01).
000960     05  MT9-PN-JEND         PIC 9(02).
000970     05  FILLER              PIC X(03).
000980     05  MT9-PN-QUESTIONS    PIC 9(02).
000990     05  FILLER              PIC X(01).
001000     05  MT9-PN-SHEETS       PIC 9(02).
001010     05  FILLER              PIC X(01).
001020     05  MT9-PN-SEED         PIC 9(10).
001030     05  FILLER              PIC X(01).
001040     05  MT9-PN-SHEET-NO     PIC 9(04).
001050     05  FILLER              PIC X(45).
001060 01  MT9-WORKSHEET-REQUEST.
001070     05  MT9-WR-KSTRT        PIC 9(02) VALUE 1.
001080     05  MT9-WR-KEND         PIC 9(02) VALUE 9.
001090     05  MT9-WR-JSTRT        PIC 9(02) VALUE 1.
001100     05  MT9-WR-JEND         PIC 9(02) VALUE 9.
001110     05  MT9-WR-OPMODE       PIC X(01) VALUE "M".
001120     05  MT9-WR-QUESTIONS    PIC 9(02) VALUE 20.
001130     05  MT9-WR-SHEETS       PIC 9(02) VALUE 1.
001140     05  MT9-WR-FIRST-SHEET  PIC 9(04) VALUE 1.
001150 01  MT9-WR-MAX-QUESTIONS    PIC 9(02) VALUE 60.
001160 01  MT9-RUN-DATE            PIC 9(08).
001170 01  MT9-RUN-TIME            PIC 9(08).
001180 01  MT9-WKS-PAGE-NO         PIC 9(04) VALUE ZERO.
001190 01  MT9-KEY-PAGE-NO         PIC 9(04) VALUE ZERO.
001200 01  MT9-SHEET-NO            PIC 9(04) VALUE ZERO.
001210 01  MT9-SHEET-SEED          PIC 9(10) VALUE ZERO.
001220 01  MT9-LAST-SHEET          PIC 9(05) VALUE ZERO.
001230 01  MT9-RECOMPUTED-KJ       PIC 9(04).
001240 01  MT9-SWITCHES.
001250     05  MT9-OPEN-SW         PIC X(01) VALUE "N".
001260         88  MT9-FILES-OPEN            VALUE "Y".
001270     05  MT9-HIDE-SW         PIC X(01) VALUE "P".
001280         88  MT9-HIDE-K                VALUE "K".
001290         88  MT9-HIDE-J                VALUE "J".
001300         88  MT9-HIDE-KJ               VALUE "P".
001310 01  MT9-COUNTERS.
001320     05  MT9-SHEET-COUNT     PIC 9(04) COMP VALUE ZERO.
001330     05  MT9-QUESTION-COUNT  PIC 9(08) COMP VALUE ZERO.
001340     05  MT9-HIDDEN-COUNT    PIC 9(08) COMP VALUE ZERO.
001350     05  MT9-POOL-COUNT      PIC 9(05) COMP VALUE ZERO.
001360     05  MT9-MISS-COUNT      PIC 9(05) COMP VALUE ZERO.
001370     05  MT9-VD-COUNT        PIC 9(05) COMP VALUE ZERO.
001380*----------------------------------------------------------------
001390* MINIMAL-STANDARD MULTIPLICATIVE CONGRUENTIAL GENERATOR:
001400* NEXT = SEED X 16807 MOD (2**31 - 1).  THE SAME SEED ALWAYS
001410* GIVES THE SAME SEQUENCE OF DRAWS, SO A SHEET IS REPRODUCED
001420* FROM ITS PRINTED SEED.
001430*----------------------------------------------------------------
001440 01  MT9-RANDOM-FIELDS.
001450     05  MT9-RN-SEED         PIC 9(10) COMP VALUE ZERO.
001460     05  MT9-RN-MULTIPLIER   PIC 9(05) COMP VALUE 16807.
001470     05  MT9-RN-MODULUS      PIC 9(10) COMP VALUE 2147483647.
001480     05  MT9-RN-PRODUCT      PIC 9(15) COMP.
001490     05  MT9-RN-QUOT         PIC 9(15) COMP.
001500     05  MT9-RN-RANGE        PIC 9(05) COMP.
001510     05  MT9-RN-DRAW         PIC 9(05) COMP.
001520 01  MT9-CELL-POOL.
001530     05  MT9-CP-ENTRY        OCCURS 10000.
001540         10  MT9-CP-K        PIC 9(02).
001550         10  MT9-CP-J        PIC 9(02).
001560         10  MT9-CP-KJ       PIC 9(04).
001570 01  MT9-SHUFFLE-TABLE.
001580     05  MT9-SH-IX           PIC 9(05) COMP OCCURS 10000.
001590 01  MT9-SUB-FIELDS.
001600     05  MT9-K-LOOP          PIC 9(03) COMP.
001610     05  MT9-J-LOOP          PIC 9(03) COMP.
001620     05  MT9-Q-SUB           PIC 9(05) COMP.
001630     05  MT9-PICK            PIC 9(05) COMP.
001640     05  MT9-SWAP            PIC 9(05) COMP.
001650     05  MT9-CELL-SUB        PIC 9(05) COMP.
001660     05  MT9-ITEM-SUB        PIC 9(04) COMP.
001670 01  MT9-HEADER-LINE.
001680     05  FILLER              PIC X(05)  VALUE "DATE=".
001690     05  MT9-HL-DATE         PIC 9(08).
001700     05  FILLER              PIC X(06)  VALUE " TIME=".
001710     05  MT9-HL-TIME         PIC 9(08).
001720     05  FILLER              PIC X(06)  VALUE " PAGE=".
001730     05  MT9-HL-PAGE         PIC ZZZ9.
001740     05  FILLER              PIC X(95)  VALUE SPACES.
001750 01  MT9-SHEET-TITLE-LINE.
001760     05  MT9-ST-TITLE        PIC X(18).
001770     05  FILLER              PIC X(08)  VALUE "  SHEET=".
001780     05  MT9-ST-SHEET        PIC 9(04).
001790     05  FILLER              PIC X(07)  VALUE "  SEED=".
001800     05  MT9-ST-SEED         PIC 9(10).
001810     05  FILLER              PIC X(08)  VALUE "  TABLE=".
001820     05  MT9-ST-OPNAME       PIC X(14).
001830     05  FILLER              PIC X(04)  VALUE "  K=".
001840     05  MT9-ST-KSTRT        PIC 9(02).
001850     05  FILLER              PIC X(01)  VALUE "-".
001860     05  MT9-ST-KEND         PIC 9(02).
001870     05  FILLER              PIC X(04)  VALUE "  J=".
001880     05  MT9-ST-JSTRT        PIC 9(02).
001890     05  FILLER              PIC X(01)  VALUE "-".
001900     05  MT9-ST-JEND         PIC 9(02).
001910     05  FILLER              PIC X(12)  VALUE "  QUESTIONS=".
001920     05  MT9-ST-QUESTIONS    PIC Z9.
001930     05  FILLER              PIC X(31)  VALUE SPACES.
001940 01  MT9-NAME-LINE.
001950     05  FILLER              PIC X(05)  VALUE "NAME ".
001960     05  FILLER              PIC X(30)  VALUE ALL "_".
001970     05  FILLER              PIC X(08)  VALUE "   DATE ".
001980     05  FILLER              PIC X(12)  VALUE ALL "_".
001990     05  FILLER              PIC X(09)  VALUE "   SCORE ".
002000     05  FILLER              PIC X(04)  VALUE ALL "_".
002010     05  FILLER              PIC X(03)  VALUE " / ".
002020     05  MT9-NL-QUESTIONS    PIC Z9.
002030     05  FILLER              PIC X(59)  VALUE SPACES.
002040 01  MT9-REPRODUCE-LINE.
002050     05  FILLER              PIC X(24)
002060         VALUE "TO REPRODUCE THIS SHEET ".
002070     05  FILLER              PIC X(21)
002080         VALUE "RUN MT9X9W WITH PARM ".
002090     05  FILLER              PIC X(01)  VALUE QUOTE.
002100     05  MT9-RL-CARD         PIC X(35).
002110     05  FILLER              PIC X(01)  VALUE QUOTE.
002120     05  FILLER              PIC X(50)  VALUE SPACES.
002130 01  MT9-REPRODUCE-CARD.
002140     05  MT9-RC-KSTRT        PIC 9(02).
002150     05  FILLER              PIC X(01)  VALUE SPACE.
002160     05  MT9-RC-KEND         PIC 9(02).
002170     05  FILLER              PIC X(01)  VALUE SPACE.
002180     05  MT9-RC-JSTRT        PIC 9(02).
002190     05  FILLER              PIC X(01)  VALUE SPACE.
002200     05  MT9-RC-JEND         PIC 9(02).
002210     05  FILLER              PIC X(01)  VALUE SPACE.
002220     05  MT9-RC-OPMODE       PIC X(01).
002230     05  FILLER              PIC X(01)  VALUE SPACE.
002240     05  MT9-RC-QUESTIONS    PIC 9(02).
002250     05  FILLER              PIC X(04)  VALUE " 01 ".
002260     05  MT9-RC-SEED         PIC 9(10).
002270     05  FILLER              PIC X(01)  VALUE SPACE.
002280     05  MT9-RC-SHEET-NO     PIC 9(04).
002290 01  MT9-QUESTION-ITEM.
002300     05  FILLER              PIC X(01)  VALUE SPACE.
002310     05  MT9-QI-NO           PIC Z9.
002320     05  FILLER              PIC X(03)  VALUE ".  ".
002330     05  MT9-QI-K            PIC X(02).
002340     05  FILLER              PIC X(01)  VALUE SPACE.
002350     05  MT9-QI-OP           PIC X(01).
002360     05  FILLER              PIC X(01)  VALUE SPACE.
002370     05  MT9-QI-J            PIC X(02).
002380     05  FILLER              PIC X(03)  VALUE " = ".
002390     05  MT9-QI-KJ           PIC X(04).
002400     05  FILLER              PIC X(03)  VALUE SPACES.
002410     05  MT9-QI-ANS-LABEL    PIC X(04).
002420     05  MT9-QI-ANS          PIC X(04).
002430     05  FILLER              PIC X(09)  VALUE SPACES.
002440 01  MT9-WKS-LINE.
002450     05  MT9-WL-ITEM         PIC X(40)  OCCURS 3.
002460     05  FILLER              PIC X(12).
002470 01  MT9-KEY-LINE.
002480     05  MT9-KL-ITEM         PIC X(40)  OCCURS 3.
002490     05  FILLER              PIC X(12).
002500 01  MT9-EDIT-2              PIC Z9.
002510 01  MT9-EDIT-4              PIC ZZZ9.
002511 01  MT9-ALERT-FIELDS.
002512     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
002513     05  MT9-ALERT-SEVERITY  PIC 9(02).
002514     05  MT9-ALERT-CODE      PIC X(08).
002515     05  MT9-ALERT-TEXT      PIC X(60).
002520 PROCEDURE DIVISION.
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002550     IF MT9-FILES-OPEN
002560         PERFORM 3000-PRINT-SHEET THRU 3000-EXIT
002570             UNTIL MT9-SHEET-COUNT NOT LESS THAN MT9-WR-SHEETS
002580     END-IF
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT
002600     STOP RUN.
002610*----------------------------------------------------------------
002620* TAKE AND EDIT THE PARM, LOAD THE CELL POOL FROM TBLFILE, SET
002630* THE STARTING SEED AND OPEN THE TWO PRINT FILES.  A BAD PARM,
002640* A MISSING TBLFILE OR AN EMPTY POOL ENDS THE JOB RC=8 WITH
002650* NOTHING PRINTED.
002660*----------------------------------------------------------------
002670 1000-INITIALIZE.
002680     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
002690     ACCEPT MT9-RUN-TIME FROM TIME
002700     MOVE SPACES TO MT9-PARM-CARD
002710     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
002720     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002730     IF RETURN-CODE NOT LESS THAN 8
002731         MOVE 8 TO MT9-ALERT-SEVERITY
002732         MOVE "BADPARM" TO MT9-ALERT-CODE
002733         MOVE "PARM NOT VALID, NO SHEETS PRINTED"
002734             TO MT9-ALERT-TEXT
002735         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002740         GO TO 1000-EXIT
002750     END-IF
002760     OPEN INPUT TBLFILE
002770     IF MT9-TBL-STATUS NOT EQUAL "00"
002780         DISPLAY "MT9X9W: TBLFILE NOT AVAILABLE, STATUS="
002790             MT9-TBL-STATUS
002791         MOVE 8 TO MT9-ALERT-SEVERITY
002792         MOVE "TBLNOTAV" TO MT9-ALERT-CODE
002793         MOVE "TBLFILE NOT AVAILABLE, NO SHEETS PRINTED"
002794             TO MT9-ALERT-TEXT
002795         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002800         MOVE 8 TO RETURN-CODE
002810         GO TO 1000-EXIT
002820     END-IF
002830     MOVE MT9-WR-KSTRT TO MT9-K-LOOP
002840     PERFORM 2000-LOAD-ROW THRU 2000-EXIT
002850         UNTIL MT9-K-LOOP GREATER THAN MT9-WR-KEND
002860     CLOSE TBLFILE
002870     IF MT9-MISS-COUNT NOT EQUAL ZERO
002880         OR MT9-VD-COUNT NOT EQUAL ZERO
002890         DISPLAY "MT9X9W: " MT9-MISS-COUNT " CELL(S) NOT ON "
002900             "TBLFILE, " MT9-VD-COUNT " STORED VALUE(S) "
002910             "DISAGREE -- LEFT OFF THE SHEETS"
002911         MOVE 4 TO MT9-ALERT-SEVERITY
002912         MOVE "CELLMISS" TO MT9-ALERT-CODE
002913         MOVE "CELL(S) MISSING OR DISAGREEING, LEFT OFF"
002914             TO MT9-ALERT-TEXT
002915         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002920         MOVE 4 TO RETURN-CODE
002930     END-IF
002940     IF MT9-POOL-COUNT EQUAL ZERO
002950         DISPLAY "MT9X9W: NO USABLE CELLS IN THE REQUESTED RANGE"
002951         MOVE 8 TO MT9-ALERT-SEVERITY
002952         MOVE "NOPOOL" TO MT9-ALERT-CODE
002953         MOVE "NO USABLE CELLS IN THE REQUESTED RANGE"
002954             TO MT9-ALERT-TEXT
002955         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002960         MOVE 8 TO RETURN-CODE
002970         GO TO 1000-EXIT
002980     END-IF
002990     IF MT9-WR-QUESTIONS GREATER THAN MT9-POOL-COUNT
003000         DISPLAY "MT9X9W: ONLY " MT9-POOL-COUNT " CELL(S) IN THE "
003010             "RANGE, QUESTIONS PER SHEET REDUCED"
003020         MOVE MT9-POOL-COUNT TO MT9-WR-QUESTIONS
003021         MOVE 4 TO MT9-ALERT-SEVERITY
003022         MOVE "FEWCELLS" TO MT9-ALERT-CODE
003023         MOVE "FEWER CELLS THAN QUESTIONS, SHEETS SHORT"
003024             TO MT9-ALERT-TEXT
003025         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003030         IF RETURN-CODE LESS THAN 4
003040             MOVE 4 TO RETURN-CODE
003050         END-IF
003060     END-IF
003070     IF MT9-PC-SEED EQUAL SPACES
003080         MOVE MT9-RUN-TIME TO MT9-RN-SEED
003090         IF MT9-RN-SEED EQUAL ZERO
003100             MOVE 1 TO MT9-RN-SEED
003110         END-IF
003120     ELSE
003130         MOVE MT9-PN-SEED TO MT9-RN-SEED
003140     END-IF
003150     OPEN OUTPUT WKSFILE
003160     OPEN OUTPUT KEYFILE
003170     SET MT9-FILES-OPEN TO TRUE.
003180 1000-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210* EDIT THE PARM.  A BLANK FIELD TAKES ITS DEFAULT.  A FIELD THAT
003220* IS NOT NUMERIC OR OUT OF RANGE IS REPORTED AND ENDS THE JOB
003230* RC=8 -- A SHEET MUST NEVER BE PRINTED FROM A GUESSED RANGE.
003240*----------------------------------------------------------------
003250 1100-EDIT-PARM.
003260     IF MT9-PC-KSTRT NOT EQUAL SPACES
003270         IF MT9-PC-KSTRT NUMERIC
003280             MOVE MT9-PN-KSTRT TO MT9-WR-KSTRT
003290         ELSE
003300             DISPLAY "MT9X9W: K FROM " MT9-PC-KSTRT " NOT VALID"
003310             MOVE 8 TO RETURN-CODE
003320         END-IF
003330     END-IF
003340     IF MT9-PC-KEND NOT EQUAL SPACES
003350         IF MT9-PC-KEND NUMERIC
003360             MOVE MT9-PN-KEND TO MT9-WR-KEND
003370         ELSE
003380             DISPLAY "MT9X9W: K TO " MT9-PC-KEND " NOT VALID"
003390             MOVE 8 TO RETURN-CODE
003400         END-IF
003410     END-IF
003420     IF MT9-PC-JSTRT NOT EQUAL SPACES
003430         IF MT9-PC-JSTRT NUMERIC
003440             MOVE MT9-PN-JSTRT TO MT9-WR-JSTRT
003450         ELSE
003460             DISPLAY "MT9X9W: J FROM " MT9-PC-JSTRT " NOT VALID"
003470             MOVE 8 TO RETURN-CODE
003480         END-IF
003490     END-IF
003500     IF MT9-PC-JEND NOT EQUAL SPACES
003510         IF MT9-PC-JEND NUMERIC
003520             MOVE MT9-PN-JEND TO MT9-WR-JEND
003530         ELSE
003540             DISPLAY "MT9X9W: J TO " MT9-PC-JEND " NOT VALID"
003550             MOVE 8 TO RETURN-CODE
003560         END-IF
003570     END-IF
003580     IF MT9-WR-KEND LESS THAN MT9-WR-KSTRT
003590         OR MT9-WR-JEND LESS THAN MT9-WR-JSTRT
003600         DISPLAY "MT9X9W: RANGE TO IS BELOW RANGE FROM"
003610         MOVE 8 TO RETURN-CODE
003620     END-IF
003630     IF MT9-PC-OPMODE NOT EQUAL SPACE
003640         MOVE MT9-PC-OPMODE TO MT9-WR-OPMODE
003650     END-IF
003660     IF MT9-WR-OPMODE NOT EQUAL "A"
003670         AND MT9-WR-OPMODE NOT EQUAL "M"
003680         DISPLAY "MT9X9W: OPERATOR MODE MUST BE A OR M, GOT "
003690             MT9-WR-OPMODE
003700         MOVE 8 TO RETURN-CODE
003710     END-IF
003720     IF MT9-PC-QUESTIONS NOT EQUAL SPACES
003730         IF MT9-PC-QUESTIONS NUMERIC
003740             AND MT9-PN-QUESTIONS GREATER THAN ZERO
003750             AND MT9-PN-QUESTIONS NOT GREATER THAN
003760                 MT9-WR-MAX-QUESTIONS
003770             MOVE MT9-PN-QUESTIONS TO MT9-WR-QUESTIONS
003780         ELSE
003790             DISPLAY "MT9X9W: QUESTIONS " MT9-PC-QUESTIONS
003800                 " NOT VALID, 01-" MT9-WR-MAX-QUESTIONS
003810             MOVE 8 TO RETURN-CODE
003820         END-IF
003830     END-IF
003840     IF MT9-PC-SHEETS NOT EQUAL SPACES
003850         IF MT9-PC-SHEETS NUMERIC
003860             AND MT9-PN-SHEETS GREATER THAN ZERO
003870             MOVE MT9-PN-SHEETS TO MT9-WR-SHEETS
003880         ELSE
003890             DISPLAY "MT9X9W: SHEETS " MT9-PC-SHEETS " NOT VALID"
003900             MOVE 8 TO RETURN-CODE
003910         END-IF
003920     END-IF
003930     IF MT9-PC-SEED NOT EQUAL SPACES
003940         IF MT9-PC-SEED NOT NUMERIC
003950             OR MT9-PN-SEED EQUAL ZERO
003960             OR MT9-PN-SEED NOT LESS THAN MT9-RN-MODULUS
003970             DISPLAY "MT9X9W: SEED " MT9-PC-SEED " NOT VALID, "
003980                 "0000000001-2147483646"
003990             MOVE 8 TO RETURN-CODE
004000         END-IF
004010     END-IF
004020     IF MT9-PC-SHEET-NO NOT EQUAL SPACES
004030         IF MT9-PC-SHEET-NO NUMERIC
004040             AND MT9-PN-SHEET-NO GREATER THAN ZERO
004050             MOVE MT9-PN-SHEET-NO TO MT9-WR-FIRST-SHEET
004060         ELSE
004070             DISPLAY "MT9X9W: FIRST SHEET " MT9-PC-SHEET-NO
004080                 " NOT VALID"
004090             MOVE 8 TO RETURN-CODE
004100         END-IF
004110     END-IF
004120     ADD MT9-WR-FIRST-SHEET MT9-WR-SHEETS GIVING MT9-LAST-SHEET
004130     SUBTRACT 1 FROM MT9-LAST-SHEET
004140     IF MT9-LAST-SHEET GREATER THAN 9999
004150         DISPLAY "MT9X9W: SHEET NUMBERS WOULD PASS 9999"
004160         MOVE 8 TO RETURN-CODE
004170     END-IF.
004180 1100-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210* LOAD ONE K ROW OF THE POOL, ONE KEYED READ PER J.
004220*----------------------------------------------------------------
004230 2000-LOAD-ROW.
004240     MOVE MT9-WR-JSTRT TO MT9-J-LOOP
004250     PERFORM 2100-LOAD-CELL THRU 2100-EXIT
004260         UNTIL MT9-J-LOOP GREATER THAN MT9-WR-JEND
004270     ADD 1 TO MT9-K-LOOP.
004280 2000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* READ ONE K/J/OPMODE CELL.  A CELL NEVER LOADED, OR ONE WHOSE
004320* STORED KJ DISAGREES WITH K (X OR +) J, IS COUNTED AND LEFT
004330* OUT SO THE ANSWER KEY NEVER TEACHES A WRONG VALUE.
004340*----------------------------------------------------------------
004350 2100-LOAD-CELL.
004360     MOVE MT9-J-LOOP TO MT9-TB-J
004370     MOVE MT9-K-LOOP TO MT9-TB-K
004380     MOVE MT9-WR-OPMODE TO MT9-TB-OPMODE
004390     ADD 1 TO MT9-J-LOOP
004400     READ TBLFILE
004410         INVALID KEY
004420             ADD 1 TO MT9-MISS-COUNT
004430             GO TO 2100-EXIT
004440     END-READ
004450     IF MT9-TB-OPMODE EQUAL "A"
004460         ADD MT9-TB-K MT9-TB-J GIVING MT9-RECOMPUTED-KJ
004470     ELSE
004480         MULTIPLY MT9-TB-K BY MT9-TB-J
004490             GIVING MT9-RECOMPUTED-KJ
004500     END-IF
004510     IF MT9-RECOMPUTED-KJ NOT EQUAL MT9-TB-KJ
004520         ADD 1 TO MT9-VD-COUNT
004530         GO TO 2100-EXIT
004540     END-IF
004550     ADD 1 TO MT9-POOL-COUNT
004560     MOVE MT9-TB-K TO MT9-CP-K (MT9-POOL-COUNT)
004570     MOVE MT9-TB-J TO MT9-CP-J (MT9-POOL-COUNT)
004580     MOVE MT9-TB-KJ TO MT9-CP-KJ (MT9-POOL-COUNT).
004590 2100-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* PRINT ONE SHEET AND ITS ANSWER KEY.  THE SHUFFLE ALWAYS
004630* STARTS FROM THE POOL IN KEY ORDER AND THE SEED IN HAND IS THE
004640* SHEET'S PRINTED SEED, SO THE SHEET DEPENDS ON NOTHING ELSE.
004650*----------------------------------------------------------------
004660 3000-PRINT-SHEET.
004670     ADD 1 TO MT9-SHEET-COUNT
004680     ADD MT9-WR-FIRST-SHEET MT9-SHEET-COUNT GIVING MT9-SHEET-NO
004690     SUBTRACT 1 FROM MT9-SHEET-NO
004700     MOVE MT9-RN-SEED TO MT9-SHEET-SEED
004710     PERFORM VARYING MT9-CELL-SUB FROM 1 BY 1
004720             UNTIL MT9-CELL-SUB GREATER THAN MT9-POOL-COUNT
004730         MOVE MT9-CELL-SUB TO MT9-SH-IX (MT9-CELL-SUB)
004740     END-PERFORM
004750     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT
004760     MOVE ZERO TO MT9-Q-SUB
004770     MOVE ZERO TO MT9-ITEM-SUB
004780     MOVE SPACES TO MT9-WKS-LINE
004790     MOVE SPACES TO MT9-KEY-LINE
004800     PERFORM 3200-DRAW-QUESTION THRU 3200-EXIT
004810         UNTIL MT9-Q-SUB NOT LESS THAN MT9-WR-QUESTIONS
004820     IF MT9-ITEM-SUB GREATER THAN ZERO
004830         PERFORM 3400-WRITE-LINES THRU 3400-EXIT
004840     END-IF.
004850 3000-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* START A NEW PAGE ON EACH FILE: THE RUN HEADER, THEN THE SHEET
004890* TITLE (SHEET NUMBER, SEED, TABLE AND RANGES).  THE WORKSHEET
004900* GETS A NAME/DATE/SCORE LINE; THE KEY GETS THE PARM THAT
004910* REPRODUCES THE SHEET.
004920*----------------------------------------------------------------
004930 3100-PRINT-HEADINGS.
004940     MOVE MT9-RUN-DATE TO MT9-HL-DATE
004950     MOVE MT9-RUN-TIME TO MT9-HL-TIME
004960     MOVE MT9-SHEET-NO TO MT9-ST-SHEET
004970     MOVE MT9-SHEET-SEED TO MT9-ST-SEED
004980     IF MT9-WR-OPMODE EQUAL "A"
004990         MOVE "SUM K+J       " TO MT9-ST-OPNAME
005000     ELSE
005010         MOVE "PRODUCT K X J " TO MT9-ST-OPNAME
005020     END-IF
005030     MOVE MT9-WR-KSTRT TO MT9-ST-KSTRT
005040     MOVE MT9-WR-KEND TO MT9-ST-KEND
005050     MOVE MT9-WR-JSTRT TO MT9-ST-JSTRT
005060     MOVE MT9-WR-JEND TO MT9-ST-JEND
005070     MOVE MT9-WR-QUESTIONS TO MT9-ST-QUESTIONS
005080     ADD 1 TO MT9-WKS-PAGE-NO
005090     MOVE MT9-WKS-PAGE-NO TO MT9-HL-PAGE
005100     MOVE "1" TO WKS-CTL
005110     MOVE MT9-HEADER-LINE TO WKS-TEXT
005120     WRITE WKS-RECORD
005130     MOVE "PRACTICE WORKSHEET" TO MT9-ST-TITLE
005140     MOVE " " TO WKS-CTL
005150     MOVE MT9-SHEET-TITLE-LINE TO WKS-TEXT
005160     WRITE WKS-RECORD
005170     MOVE MT9-WR-QUESTIONS TO MT9-NL-QUESTIONS
005180     MOVE "0" TO WKS-CTL
005190     MOVE MT9-NAME-LINE TO WKS-TEXT
005200     WRITE WKS-RECORD
005210     ADD 1 TO MT9-KEY-PAGE-NO
005220     MOVE MT9-KEY-PAGE-NO TO MT9-HL-PAGE
005230     MOVE "1" TO KEY-CTL
005240     MOVE MT9-HEADER-LINE TO KEY-TEXT
005250     WRITE KEY-RECORD
005260     MOVE "ANSWER KEY" TO MT9-ST-TITLE
005270     MOVE " " TO KEY-CTL
005280     MOVE MT9-SHEET-TITLE-LINE TO KEY-TEXT
005290     WRITE KEY-RECORD
005300     MOVE MT9-WR-KSTRT TO MT9-RC-KSTRT
005310     MOVE MT9-WR-KEND TO MT9-RC-KEND
005320     MOVE MT9-WR-JSTRT TO MT9-RC-JSTRT
005330     MOVE MT9-WR-JEND TO MT9-RC-JEND
005340     MOVE MT9-WR-OPMODE TO MT9-RC-OPMODE
005350     MOVE MT9-WR-QUESTIONS TO MT9-RC-QUESTIONS
005360     MOVE MT9-SHEET-SEED TO MT9-RC-SEED
005370     MOVE MT9-SHEET-NO TO MT9-RC-SHEET-NO
005380     MOVE MT9-REPRODUCE-CARD TO MT9-RL-CARD
005390     MOVE "0" TO KEY-CTL
005400     MOVE MT9-REPRODUCE-LINE TO KEY-TEXT
005410     WRITE KEY-RECORD.
005420 3100-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450* DRAW THE NEXT QUESTION: SWAP A RANDOM CELL FROM THE UNDRAWN
005460* PART OF THE SHUFFLE TABLE INTO PLACE, THEN DRAW WHAT TO HIDE --
005470* ONE TIME IN SIX K, ONE IN SIX J, OTHERWISE THE ANSWER.  A
005480* FACTOR IS NEVER HIDDEN BEHIND A ZERO PRODUCT FACTOR ("0 X __
005490* = 0" HAS NO ONE ANSWER); THE ANSWER IS HIDDEN INSTEAD.
005500*----------------------------------------------------------------
005510 3200-DRAW-QUESTION.
005520     ADD 1 TO MT9-Q-SUB
005530     SUBTRACT MT9-Q-SUB FROM MT9-POOL-COUNT GIVING MT9-RN-RANGE
005540     ADD 1 TO MT9-RN-RANGE
005550     PERFORM 8500-NEXT-RANDOM THRU 8500-EXIT
005560     ADD MT9-Q-SUB MT9-RN-DRAW GIVING MT9-PICK
005570     MOVE MT9-SH-IX (MT9-Q-SUB) TO MT9-SWAP
005580     MOVE MT9-SH-IX (MT9-PICK) TO MT9-SH-IX (MT9-Q-SUB)
005590     MOVE MT9-SWAP TO MT9-SH-IX (MT9-PICK)
005600     MOVE MT9-SH-IX (MT9-Q-SUB) TO MT9-CELL-SUB
005610     MOVE 6 TO MT9-RN-RANGE
005620     PERFORM 8500-NEXT-RANDOM THRU 8500-EXIT
005630     EVALUATE TRUE
005640         WHEN MT9-RN-DRAW EQUAL ZERO
005650             SET MT9-HIDE-K TO TRUE
005660         WHEN MT9-RN-DRAW EQUAL 1
005670             SET MT9-HIDE-J TO TRUE
005680         WHEN OTHER
005690             SET MT9-HIDE-KJ TO TRUE
005700     END-EVALUATE
005710     IF MT9-WR-OPMODE EQUAL "M"
005720         IF (MT9-HIDE-K
005730             AND MT9-CP-J (MT9-CELL-SUB) EQUAL ZERO)
005740             OR (MT9-HIDE-J
005750             AND MT9-CP-K (MT9-CELL-SUB) EQUAL ZERO)
005760             SET MT9-HIDE-KJ TO TRUE
005770         END-IF
005780     END-IF
005790     PERFORM 3300-FORMAT-QUESTION THRU 3300-EXIT
005800     ADD 1 TO MT9-QUESTION-COUNT
005810     IF NOT MT9-HIDE-KJ
005820         ADD 1 TO MT9-HIDDEN-COUNT
005830     END-IF
005840     IF MT9-ITEM-SUB EQUAL 3
005850         PERFORM 3400-WRITE-LINES THRU 3400-EXIT
005860     END-IF.
005870 3200-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* FORMAT THE DRAWN CELL TWICE: IN FULL WITH THE HIDDEN VALUE
005910* REPEATED AS "ANS" FOR THE KEY, THEN WITH THE HIDDEN VALUE
005920* BLANKED OUT FOR THE WORKSHEET.
005930*----------------------------------------------------------------
005940 3300-FORMAT-QUESTION.
005950     ADD 1 TO MT9-ITEM-SUB
005960     MOVE MT9-Q-SUB TO MT9-QI-NO
005970     MOVE MT9-CP-K (MT9-CELL-SUB) TO MT9-EDIT-2
005980     MOVE MT9-EDIT-2 TO MT9-QI-K
005990     MOVE MT9-CP-J (MT9-CELL-SUB) TO MT9-EDIT-2
006000     MOVE MT9-EDIT-2 TO MT9-QI-J
006010     MOVE MT9-CP-KJ (MT9-CELL-SUB) TO MT9-EDIT-4
006020     MOVE MT9-EDIT-4 TO MT9-QI-KJ
006030     IF MT9-WR-OPMODE EQUAL "A"
006040         MOVE "+" TO MT9-QI-OP
006050     ELSE
006060         MOVE "X" TO MT9-QI-OP
006070     END-IF
006080     EVALUATE TRUE
006090         WHEN MT9-HIDE-K
006100             MOVE MT9-CP-K (MT9-CELL-SUB) TO MT9-EDIT-4
006110         WHEN MT9-HIDE-J
006120             MOVE MT9-CP-J (MT9-CELL-SUB) TO MT9-EDIT-4
006130         WHEN OTHER
006140             MOVE MT9-CP-KJ (MT9-CELL-SUB) TO MT9-EDIT-4
006150     END-EVALUATE
006160     MOVE "ANS " TO MT9-QI-ANS-LABEL
006170     MOVE MT9-EDIT-4 TO MT9-QI-ANS
006180     MOVE MT9-QUESTION-ITEM TO MT9-KL-ITEM (MT9-ITEM-SUB)
006190     MOVE SPACES TO MT9-QI-ANS-LABEL
006200     MOVE SPACES TO MT9-QI-ANS
006210     EVALUATE TRUE
006220         WHEN MT9-HIDE-K
006230             MOVE "__" TO MT9-QI-K
006240         WHEN MT9-HIDE-J
006250             MOVE "__" TO MT9-QI-J
006260         WHEN OTHER
006270             MOVE "____" TO MT9-QI-KJ
006280     END-EVALUATE
006290     MOVE MT9-QUESTION-ITEM TO MT9-WL-ITEM (MT9-ITEM-SUB).
006300 3300-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* WRITE ONE ROW OF UP TO THREE QUESTIONS TO EACH FILE.  THE
006340* WORKSHEET IS DOUBLE-SPACED TO LEAVE ROOM FOR WORKING.
006350*----------------------------------------------------------------
006360 3400-WRITE-LINES.
006370     MOVE "0" TO WKS-CTL
006380     MOVE MT9-WKS-LINE TO WKS-TEXT
006390     WRITE WKS-RECORD
006400     MOVE " " TO KEY-CTL
006410     MOVE MT9-KEY-LINE TO KEY-TEXT
006420     WRITE KEY-RECORD
006430     MOVE ZERO TO MT9-ITEM-SUB
006440     MOVE SPACES TO MT9-WKS-LINE
006450     MOVE SPACES TO MT9-KEY-LINE.
006460 3400-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* ADVANCE THE GENERATOR ONE STEP AND REDUCE THE NEW SEED TO A
006500* DRAW FROM ZERO TO MT9-RN-RANGE LESS ONE.
006510*----------------------------------------------------------------
006520 8500-NEXT-RANDOM.
006530     MULTIPLY MT9-RN-SEED BY MT9-RN-MULTIPLIER
006540         GIVING MT9-RN-PRODUCT
006550     DIVIDE MT9-RN-PRODUCT BY MT9-RN-MODULUS
006560         GIVING MT9-RN-QUOT REMAINDER MT9-RN-SEED
006570     DIVIDE MT9-RN-SEED BY MT9-RN-RANGE
006580         GIVING MT9-RN-QUOT REMAINDER MT9-RN-DRAW.
006590 8500-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620* CLOSE THE FILES AND REPORT THE TOTALS.
006630*----------------------------------------------------------------
006640 9000-TERMINATE.
006650     IF MT9-FILES-OPEN
006660         CLOSE WKSFILE
006670         CLOSE KEYFILE
006680     END-IF
006690     DISPLAY "MT9X9W: " MT9-POOL-COUNT " CELL(S) IN THE POOL"
006700     DISPLAY "MT9X9W: " MT9-SHEET-COUNT " SHEET(S) PRINTED, "
006710         MT9-QUESTION-COUNT " QUESTION(S), "
006720         MT9-HIDDEN-COUNT " WITH A HIDDEN"
006730             " FACTOR".
006740 9000-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
006780* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
006790* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
006800* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
006810* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
006820*----------------------------------------------------------------
006830 8900-WRITE-ALERT.
006840     OPEN EXTEND ALRFILE
006850     IF MT9-ALR-STATUS NOT EQUAL "00"
006860         OPEN OUTPUT ALRFILE
006870     END-IF
006880     IF MT9-ALR-STATUS NOT EQUAL "00"
006890         DISPLAY "MT9X9W: ALRFILE NOT AVAILABLE, STATUS="
006900             MT9-ALR-STATUS
006910         GO TO 8900-EXIT
006920     END-IF
006930     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
006940     ACCEPT MT9-AL-TIME FROM TIME
006950     MOVE "MT9X9W" TO MT9-AL-PROGRAM
006960     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
006970     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
006980     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
006990     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
007000     WRITE MT9-ALERT-RECORD
007010     CLOSE ALRFILE.
007020 8900-EXIT.
007030     EXIT.
