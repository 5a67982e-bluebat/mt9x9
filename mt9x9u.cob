000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9U.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  MONTHLY INQUIRY USAGE REPORT OVER
000130*                  RSHFILE, THE RESPONSE HISTORY APPENDED BY
000140*                  MT9X9Q BATCH MODE.  FOR ONE CALENDAR MONTH IT
000150*                  PRINTS (USGFILE) THE MONTH TOTALS, THE REQUEST
000160*                  VOLUME BY REQUESTER REFERENCE, THE MOST-ASKED
000170*                  K/J/OPMODE CELLS AND THE MOST-ASKED CELLS NOT
000180*                  ON THE TABLE MASTER (A HIGH NOT-FOUND COUNT ON
000190*                  A RANGE MEANS THE NIGHTLY PARM CARD SHOULD BE
000200*                  WIDENED), THE NOT-FOUND AND STORED-VALUE-
000210*                  DISAGREES RATES BY DAY (A VD COUNT ABOVE THE
000220*                  PREVIOUS DAY'S IS FLAGGED *VD RISING* -- EARLY
000230*                  WARNING THAT TBLFILE HAS DRIFTED SINCE MT9X9V
000240*                  LAST VERIFIED IT), AND THE REQUESTERS WHOSE
000250*                  SHARE OF REJECTED (RJ) REQUESTS IS HIGH.  PARM
000260*                  "YYYYMM NN PPP MMM": MONTH (DEFAULT THE MONTH
000270*                  BEFORE THE RUN DATE), NUMBER OF CELLS LISTED
000280*                  (10), REJECTED SHARE THAT FLAGS A REQUESTER
000290*                  (025 PCT) AND THE FEWEST REQUESTS A REQUESTER
000300*                  MUST HAVE MADE TO BE FLAGGED (010).  ANY FLAG
000310*                  ENDS THE JOB RC=4.
000312* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000314*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000316*                  EXCEPTIONS DIGEST (MT9X9I).
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RSHFILE ASSIGN TO "RSHFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MT9-RSH-STATUS.
000390     SELECT USGFILE ASSIGN TO "USGFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MT9-USG-STATUS.
000412     SELECT ALRFILE ASSIGN TO "ALRFILE"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS MT9-ALR-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RSHFILE
000450     RECORDING MODE IS F.
000460     COPY "MT9RSH.cpy".
000470 FD  USGFILE
000480     RECORDING MODE IS F.
000490 01  USG-RECORD.
000500     05  USG-CTL             PIC X(01).
000510     05  USG-TEXT            PIC X(132).
000512 FD  ALRFILE
000514     RECORDING MODE IS F.
000516     COPY "MT9ALR.cpy".
000520 WORKING-STORAGE SECTION.
000530 01  MT9-RSH-STATUS          PIC X(02).
000540 01  MT9-USG-STATUS          PIC X(02).
000545 01  MT9-ALR-STATUS          PIC X(02).
000550     COPY "MT9RSP.cpy".
000560 01  RSP-MATCH-RECORD.
000570     05  RSP-MC-TYPE         PIC X(01).
000580     05  RSP-MC-REQREF       PIC X(08).
000590     05  RSP-MC-KJ           PIC X(04).
000600     05  RSP-MC-OPMODE       PIC X(01).
000610     05  RSP-MC-MATCHES      PIC 9(08).
000620     05  FILLER              PIC X(22).
000630 01  MT9-PARM-CARD           PIC X(80).
000640 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000650     05  MT9-PC-MONTH        PIC X(06).
000660     05  FILLER              PIC X(01).
000670     05  MT9-PC-TOP          PIC X(02).
000680     05  FILLER              PIC X(01).
000690     05  MT9-PC-PCT          PIC X(03).
000700     05  FILLER              PIC X(01).
000710     05  MT9-PC-MINIMUM      PIC X(03).
000720     05  FILLER              PIC X(63).
000730 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000740     05  MT9-PN-YEAR         PIC 9(04).
000750     05  MT9-PN-MONTH        PIC 9(02).
000760     05  FILLER              PIC X(01).
000770     05  MT9-PN-TOP          PIC 9(02).
000780     05  FILLER              PIC X(01).
000790     05  MT9-PN-PCT          PIC 9(03).
000800     05  FILLER              PIC X(01).
000810     05  MT9-PN-MINIMUM      PIC 9(03).
000820     05  FILLER              PIC X(63).
000830 01  MT9-REPORT-MONTH.
000840     05  MT9-RM-YEAR         PIC 9(04).
000850     05  MT9-RM-MONTH        PIC 9(02).
000860 01  MT9-REPORT-MONTH-X REDEFINES MT9-REPORT-MONTH
000870                             PIC X(06).
000880 01  MT9-TOP                 PIC 9(02) VALUE 10.
000890 01  MT9-PCT                 PIC 9(03) VALUE 25.
000900 01  MT9-MINIMUM             PIC 9(03) VALUE 10.
000910 01  MT9-RUN-DATE            PIC 9(08).
000920 01  MT9-RUN-DATE-X REDEFINES MT9-RUN-DATE.
000930     05  MT9-RD-YEAR         PIC 9(04).
000940     05  MT9-RD-MONTH        PIC 9(02).
000950     05  MT9-RD-DAY          PIC 9(02).
000960 01  MT9-RUN-TIME            PIC 9(08).
000970 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000980 01  MT9-LINE-COUNT          PIC 9(04) COMP VALUE 99.
000990 01  MT9-SWITCHES.
001000     05  MT9-EOF-SW          PIC X(01) VALUE "N".
001010         88  MT9-EOF                   VALUE "Y".
001020     05  MT9-OPEN-SW         PIC X(01) VALUE "N".
001030         88  MT9-FILES-OPEN            VALUE "Y".
001040     05  MT9-PARM-SW         PIC X(01) VALUE "Y".
001050         88  MT9-PARM-OK               VALUE "Y".
001060 01  MT9-COUNTERS.
001070     05  MT9-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
001080     05  MT9-MONTH-COUNT     PIC 9(08) COMP VALUE ZERO.
001090     05  MT9-BATCH-COUNT     PIC 9(08) COMP VALUE ZERO.
001100     05  MT9-REQUEST-COUNT   PIC 9(08) COMP VALUE ZERO.
001110     05  MT9-FORWARD-COUNT   PIC 9(08) COMP VALUE ZERO.
001120     05  MT9-REVERSE-COUNT   PIC 9(08) COMP VALUE ZERO.
001130     05  MT9-FD-COUNT        PIC 9(08) COMP VALUE ZERO.
001140     05  MT9-NF-COUNT        PIC 9(08) COMP VALUE ZERO.
001150     05  MT9-VD-COUNT        PIC 9(08) COMP VALUE ZERO.
001160     05  MT9-RJ-COUNT        PIC 9(08) COMP VALUE ZERO.
001170     05  MT9-SKIP-COUNT      PIC 9(08) COMP VALUE ZERO.
001180     05  MT9-FLAG-COUNT      PIC 9(08) COMP VALUE ZERO.
001190     05  MT9-RISING-COUNT    PIC 9(08) COMP VALUE ZERO.
001200 01  MT9-PRIOR-BATCH.
001210     05  MT9-PB-DATE         PIC 9(08) VALUE ZERO.
001220     05  MT9-PB-TIME         PIC 9(08) VALUE ZERO.
001230 01  MT9-BATCH-DATE-X.
001240     05  MT9-BD-MONTH        PIC X(06).
001250     05  MT9-BD-DAY          PIC 9(02).
001260 01  MT9-REQUESTER-COUNT     PIC 9(04) COMP VALUE ZERO.
001270 01  MT9-REQUESTER-TABLE.
001280     05  MT9-RQ-ENTRY        OCCURS 500.
001290         10  MT9-RQ-REQREF   PIC X(08).
001300         10  MT9-RQ-REQUESTS PIC 9(08) COMP.
001310         10  MT9-RQ-FORWARD  PIC 9(08) COMP.
001320         10  MT9-RQ-REVERSE  PIC 9(08) COMP.
001330         10  MT9-RQ-NF       PIC 9(08) COMP.
001340         10  MT9-RQ-VD       PIC 9(08) COMP.
001350         10  MT9-RQ-RJ       PIC 9(08) COMP.
001360         10  MT9-RQ-PRINT-SW PIC X(01).
001370             88  MT9-RQ-PRINTED        VALUE "Y".
001380 01  MT9-DAY-TABLE.
001390     05  MT9-DY-ENTRY        OCCURS 31.
001400         10  MT9-DY-REQUESTS PIC 9(08) COMP.
001410         10  MT9-DY-NF       PIC 9(08) COMP.
001420         10  MT9-DY-VD       PIC 9(08) COMP.
001430         10  MT9-DY-RJ       PIC 9(08) COMP.
001440*----------------------------------------------------------------
001450* ONE COUNTER PAIR PER POSSIBLE CELL: ENTRY = K X 100 + J + 1,
001460* PLUS 10000 FOR OPMODE A.
001470*----------------------------------------------------------------
001480 01  MT9-CELL-TABLE.
001490     05  MT9-CL-ENTRY        OCCURS 20000.
001500         10  MT9-CL-ASKED    PIC 9(06) COMP.
001510         10  MT9-CL-NF       PIC 9(06) COMP.
001520         10  MT9-CL-PRINT-SW PIC X(01).
001530             88  MT9-CL-PRINTED        VALUE "Y".
001540 01  MT9-RESPONSE-KEY.
001550     05  MT9-RK-K            PIC 9(02).
001560     05  MT9-RK-J            PIC 9(02).
001570 01  MT9-RESPONSE-KEY-X REDEFINES MT9-RESPONSE-KEY.
001580     05  MT9-RX-K            PIC X(02).
001590     05  MT9-RX-J            PIC X(02).
001600 01  MT9-SUB-FIELDS.
001610     05  MT9-RQ-SUB          PIC 9(04) COMP.
001620     05  MT9-DAY-SUB         PIC 9(04) COMP.
001630     05  MT9-CELL-SUB        PIC 9(05) COMP.
001640     05  MT9-BEST-SUB        PIC 9(05) COMP.
001650     05  MT9-BEST-COUNT      PIC 9(08) COMP.
001660     05  MT9-RANK            PIC 9(04) COMP.
001670     05  MT9-CELL-WORK       PIC 9(05) COMP.
001680     05  MT9-PRIOR-VD        PIC 9(08) COMP.
001690 01  MT9-LIST-SW             PIC X(01).
001700     88  MT9-LIST-ASKED                VALUE "A".
001710     88  MT9-LIST-NF                   VALUE "N".
001720 01  MT9-PERCENT-FIELDS.
001730     05  MT9-PCT-CALC        PIC 9(10) COMP.
001740     05  MT9-PCT-PART        PIC 9(08) COMP.
001750     05  MT9-PCT-WHOLE       PIC 9(08) COMP.
001760     05  MT9-PCT-RESULT      PIC 9(03)V9(01).
001770 01  MT9-HEADER-LINE.
001780     05  FILLER              PIC X(05)  VALUE "DATE=".
001790     05  MT9-HL-DATE         PIC 9(08).
001800     05  FILLER              PIC X(06)  VALUE " TIME=".
001810     05  MT9-HL-TIME         PIC 9(08).
001820     05  FILLER              PIC X(06)  VALUE " PAGE=".
001830     05  MT9-HL-PAGE         PIC ZZZ9.
001840     05  FILLER              PIC X(95)  VALUE SPACES.
001850 01  MT9-TITLE-LINE.
001860     05  MT9-TI-TEXT         PIC X(132).
001870 01  MT9-TOTAL-LINE.
001880     05  MT9-TL-LABEL        PIC X(32).
001890     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001900     05  FILLER              PIC X(02)  VALUE SPACES.
001910     05  MT9-TL-PCT          PIC X(10).
001920     05  FILLER              PIC X(80)  VALUE SPACES.
001930 01  MT9-PCT-EDIT-LINE.
001940     05  MT9-PE-PCT          PIC ZZ9.9.
001950     05  FILLER              PIC X(05)  VALUE " PCT ".
001960 01  MT9-RQ-HEAD-LINE.
001970     05  FILLER              PIC X(36)  VALUE
001980         "  REQUESTER REQUESTS  FORWARD  REVER".
001990     05  FILLER              PIC X(36)  VALUE
002000         "SE  NOT-FND  VAL-DIS  REJECTD RJ-PCT".
002010     05  FILLER              PIC X(60)  VALUE SPACES.
002020 01  MT9-RQ-DETAIL-LINE.
002030     05  FILLER              PIC X(02)  VALUE SPACES.
002040     05  MT9-RD-REQREF       PIC X(08).
002050     05  FILLER              PIC X(02)  VALUE SPACES.
002060     05  MT9-RD-REQUESTS     PIC ZZZZZZZ9.
002070     05  FILLER              PIC X(01)  VALUE SPACE.
002080     05  MT9-RD-FORWARD      PIC ZZZZZZZ9.
002090     05  FILLER              PIC X(01)  VALUE SPACE.
002100     05  MT9-RD-REVERSE      PIC ZZZZZZZ9.
002110     05  FILLER              PIC X(01)  VALUE SPACE.
002120     05  MT9-RD-NF           PIC ZZZZZZZ9.
002130     05  FILLER              PIC X(01)  VALUE SPACE.
002140     05  MT9-RD-VD           PIC ZZZZZZZ9.
002150     05  FILLER              PIC X(01)  VALUE SPACE.
002160     05  MT9-RD-RJ           PIC ZZZZZZZ9.
002170     05  FILLER              PIC X(02)  VALUE SPACES.
002180     05  MT9-RD-RJ-PCT       PIC ZZ9.9.
002190     05  FILLER              PIC X(02)  VALUE SPACES.
002200     05  MT9-RD-FLAG         PIC X(14).
002210     05  FILLER              PIC X(44)  VALUE SPACES.
002220 01  MT9-CELL-HEAD-LINE.
002230     05  FILLER              PIC X(41)  VALUE
002240         "  RANK   K   J  OPMODE     ASKED  NOT-FND".
002250     05  FILLER              PIC X(91)  VALUE SPACES.
002260 01  MT9-CELL-DETAIL-LINE.
002270     05  FILLER              PIC X(02)  VALUE SPACES.
002280     05  MT9-CD-RANK         PIC ZZZ9.
002290     05  FILLER              PIC X(02)  VALUE SPACES.
002300     05  MT9-CD-K            PIC 9(02).
002310     05  FILLER              PIC X(02)  VALUE SPACES.
002320     05  MT9-CD-J            PIC 9(02).
002330     05  FILLER              PIC X(07)  VALUE SPACES.
002340     05  MT9-CD-OPMODE       PIC X(01).
002350     05  FILLER              PIC X(02)  VALUE SPACES.
002360     05  MT9-CD-ASKED        PIC ZZZZZZZ9.
002370     05  FILLER              PIC X(01)  VALUE SPACE.
002380     05  MT9-CD-NF           PIC ZZZZZZZ9.
002390     05  FILLER              PIC X(91)  VALUE SPACES.
002400 01  MT9-DAY-HEAD-LINE.
002410     05  FILLER              PIC X(32)  VALUE
002420         "  DAY       REQUESTS  NOT-FND NF".
002430     05  FILLER              PIC X(32)  VALUE
002440         "-PCT    VAL-DIS VD-PCT   REJECTD".
002450     05  FILLER              PIC X(68)  VALUE SPACES.
002460 01  MT9-DAY-DETAIL-LINE.
002470     05  FILLER              PIC X(02)  VALUE SPACES.
002480     05  MT9-DD-DATE         PIC X(08).
002490     05  FILLER              PIC X(02)  VALUE SPACES.
002500     05  MT9-DD-REQUESTS     PIC ZZZZZZZ9.
002510     05  FILLER              PIC X(01)  VALUE SPACE.
002520     05  MT9-DD-NF           PIC ZZZZZZZ9.
002530     05  FILLER              PIC X(02)  VALUE SPACES.
002540     05  MT9-DD-NF-PCT       PIC ZZ9.9.
002550     05  FILLER              PIC X(03)  VALUE SPACES.
002560     05  MT9-DD-VD           PIC ZZZZZZZ9.
002570     05  FILLER              PIC X(02)  VALUE SPACES.
002580     05  MT9-DD-VD-PCT       PIC ZZ9.9.
002590     05  FILLER              PIC X(02)  VALUE SPACES.
002600     05  MT9-DD-RJ           PIC ZZZZZZZ9.
002610     05  FILLER              PIC X(02)  VALUE SPACES.
002620     05  MT9-DD-FLAG         PIC X(11).
002630     05  FILLER              PIC X(55)  VALUE SPACES.
002631 01  MT9-ALERT-FIELDS.
002632     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
002633     05  MT9-ALERT-SEVERITY  PIC 9(02).
002634     05  MT9-ALERT-CODE      PIC X(08).
002635     05  MT9-ALERT-TEXT      PIC X(60).
002640 PROCEDURE DIVISION.
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002670     IF MT9-FILES-OPEN
002680         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
002690             UNTIL MT9-EOF
002700         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002710         PERFORM 4000-PRINT-REQUESTERS THRU 4000-EXIT
002720         PERFORM 5000-PRINT-CELLS THRU 5000-EXIT
002730         PERFORM 6000-PRINT-DAYS THRU 6000-EXIT
002740         PERFORM 7000-PRINT-HIGH-REJECTS THRU 7000-EXIT
002750     END-IF
002760     PERFORM 9000-TERMINATE THRU 9000-EXIT
002770     STOP RUN.
002780*----------------------------------------------------------------
002790* TAKE AND EDIT THE PARM, CLEAR THE TABLES AND OPEN THE FILES.
002800* NO HISTORY FILE, OR A BAD MONTH ON THE PARM, ENDS THE JOB RC=8
002810* WITH NOTHING PRINTED.
002820*----------------------------------------------------------------
002830 1000-INITIALIZE.
002840     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
002850     ACCEPT MT9-RUN-TIME FROM TIME
002860     MOVE SPACES TO MT9-PARM-CARD
002870     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
002880     PERFORM 1100-EDIT-PARM THRU 1100-EXIT
002890     IF NOT MT9-PARM-OK
002891         MOVE 8 TO MT9-ALERT-SEVERITY
002892         MOVE "BADPARM" TO MT9-ALERT-CODE
002893         MOVE "PARM NOT VALID, NO REPORT PRODUCED"
002894             TO MT9-ALERT-TEXT
002895         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002900         MOVE 8 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF
002930     PERFORM VARYING MT9-CELL-SUB FROM 1 BY 1
002940             UNTIL MT9-CELL-SUB GREATER THAN 20000
002950         MOVE ZERO TO MT9-CL-ASKED (MT9-CELL-SUB)
002960         MOVE ZERO TO MT9-CL-NF (MT9-CELL-SUB)
002970         MOVE "N" TO MT9-CL-PRINT-SW (MT9-CELL-SUB)
002980     END-PERFORM
002990     PERFORM VARYING MT9-DAY-SUB FROM 1 BY 1
003000             UNTIL MT9-DAY-SUB GREATER THAN 31
003010         MOVE ZERO TO MT9-DY-REQUESTS (MT9-DAY-SUB)
003020         MOVE ZERO TO MT9-DY-NF (MT9-DAY-SUB)
003030         MOVE ZERO TO MT9-DY-VD (MT9-DAY-SUB)
003040         MOVE ZERO TO MT9-DY-RJ (MT9-DAY-SUB)
003050     END-PERFORM
003060     OPEN INPUT RSHFILE
003070     IF MT9-RSH-STATUS NOT EQUAL "00"
003080         DISPLAY "MT9X9U: RSHFILE NOT AVAILABLE, STATUS="
003090             MT9-RSH-STATUS
003092         MOVE 8 TO MT9-ALERT-SEVERITY
003094         MOVE "RSHNOTAV" TO MT9-ALERT-CODE
003096         MOVE "RSHFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
003098         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003100         MOVE 8 TO RETURN-CODE
003110         GO TO 1000-EXIT
003120     END-IF
003130     OPEN OUTPUT USGFILE
003140     SET MT9-FILES-OPEN TO TRUE.
003150 1000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* EDIT THE PARM.  A BLANK MONTH IS THE MONTH BEFORE THE RUN
003190* DATE, SO THE REPORT CAN RUN ON THE FIRST OF THE MONTH WITH NO
003200* PARM.  A BAD MONTH IS AN ERROR; THE OTHER FIELDS FALL BACK TO
003210* THEIR DEFAULTS WITH A NOTE.
003220*----------------------------------------------------------------
003230 1100-EDIT-PARM.
003240     IF MT9-PC-MONTH EQUAL SPACES
003250         MOVE MT9-RD-YEAR TO MT9-RM-YEAR
003260         IF MT9-RD-MONTH EQUAL 1
003270             MOVE 12 TO MT9-RM-MONTH
003280             SUBTRACT 1 FROM MT9-RM-YEAR
003290         ELSE
003300             SUBTRACT 1 FROM MT9-RD-MONTH GIVING MT9-RM-MONTH
003310         END-IF
003320     ELSE
003330         IF MT9-PC-MONTH NUMERIC
003340             AND MT9-PN-MONTH GREATER THAN ZERO
003350             AND MT9-PN-MONTH NOT GREATER THAN 12
003360             MOVE MT9-PC-MONTH TO MT9-REPORT-MONTH-X
003370         ELSE
003380             DISPLAY "MT9X9U: MONTH " MT9-PC-MONTH
003390                 " NOT VALID, MUST BE YYYYMM"
003400             MOVE "N" TO MT9-PARM-SW
003410         END-IF
003420     END-IF
003430     IF MT9-PC-TOP NOT EQUAL SPACES
003440         IF MT9-PC-TOP NUMERIC
003450             AND MT9-PN-TOP GREATER THAN ZERO
003460             MOVE MT9-PN-TOP TO MT9-TOP
003470         ELSE
003480             DISPLAY "MT9X9U: CELLS LISTED " MT9-PC-TOP
003490                 " NOT VALID, 10 USED"
003500         END-IF
003510     END-IF
003520     IF MT9-PC-PCT NOT EQUAL SPACES
003530         IF MT9-PC-PCT NUMERIC
003540             AND MT9-PN-PCT NOT GREATER THAN 100
003550             MOVE MT9-PN-PCT TO MT9-PCT
003560         ELSE
003570             DISPLAY "MT9X9U: PERCENT " MT9-PC-PCT
003580                 " NOT VALID, 025 USED"
003590         END-IF
003600     END-IF
003610     IF MT9-PC-MINIMUM NOT EQUAL SPACES
003620         IF MT9-PC-MINIMUM NUMERIC
003630             MOVE MT9-PN-MINIMUM TO MT9-MINIMUM
003640         ELSE
003650             DISPLAY "MT9X9U: MINIMUM REQUESTS " MT9-PC-MINIMUM
003660                 " NOT VALID, 010 USED"
003670         END-IF
003680     END-IF.
003690 1100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* READ ONE HISTORY RECORD AND, WHEN ITS BATCH RAN IN THE REPORT
003730* MONTH, COUNT IT.  A CHANGE OF BATCH DATE/TIME IS A NEW BATCH.
003740*----------------------------------------------------------------
003750 2000-READ-HISTORY.
003760     READ RSHFILE
003770         AT END
003780             SET MT9-EOF TO TRUE
003790             GO TO 2000-EXIT
003800     END-READ
003810     ADD 1 TO MT9-READ-COUNT
003820     MOVE MT9-RH-BATCH-DATE TO MT9-BATCH-DATE-X
003830     IF MT9-BD-MONTH NOT EQUAL MT9-REPORT-MONTH-X
003840         GO TO 2000-EXIT
003850     END-IF
003860     ADD 1 TO MT9-MONTH-COUNT
003870     IF MT9-RH-BATCH-DATE NOT EQUAL MT9-PB-DATE
003880         OR MT9-RH-BATCH-TIME NOT EQUAL MT9-PB-TIME
003890         ADD 1 TO MT9-BATCH-COUNT
003900         MOVE MT9-RH-BATCH-DATE TO MT9-PB-DATE
003910         MOVE MT9-RH-BATCH-TIME TO MT9-PB-TIME
003920     END-IF
003930     MOVE MT9-RH-RESPONSE TO MT9-RESPONSE-RECORD
003940     MOVE MT9-RH-RESPONSE TO RSP-MATCH-RECORD
003950     MOVE MT9-BD-DAY TO MT9-DAY-SUB
003960     EVALUATE TRUE
003970         WHEN MT9-RP-IS-DETAIL AND MT9-RH-FORWARD
003980             PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
003990             PERFORM 2200-COUNT-FORWARD THRU 2200-EXIT
004000         WHEN MT9-RP-IS-DETAIL AND MT9-RH-REVERSE
004010             PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
004020             PERFORM 2300-COUNT-REVERSE-LINE THRU 2300-EXIT
004030         WHEN RSP-MC-TYPE EQUAL "M"
004040             PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
004050             PERFORM 2400-COUNT-REVERSE THRU 2400-EXIT
004060         WHEN OTHER
004070             CONTINUE
004080     END-EVALUATE.
004090 2000-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* FIND THE RESPONSE'S REQUESTER REFERENCE IN THE TABLE, ADDING IT
004130* THE FIRST TIME IT APPEARS.  A FULL TABLE LEAVES MT9-RQ-SUB AT
004140* ZERO AND THE REQUESTER IS NOT BROKEN OUT (IT IS STILL IN THE
004150* MONTH TOTALS).
004160*----------------------------------------------------------------
004170 2100-FIND-REQUESTER.
004180     PERFORM VARYING MT9-RQ-SUB FROM 1 BY 1
004190             UNTIL MT9-RQ-SUB GREATER THAN MT9-REQUESTER-COUNT
004200             OR MT9-RQ-REQREF (MT9-RQ-SUB) EQUAL MT9-RP-REQREF
004210         CONTINUE
004220     END-PERFORM
004230     IF MT9-RQ-SUB GREATER THAN MT9-REQUESTER-COUNT
004240         IF MT9-REQUESTER-COUNT EQUAL 500
004250             ADD 1 TO MT9-SKIP-COUNT
004260             MOVE ZERO TO MT9-RQ-SUB
004270             GO TO 2100-EXIT
004280         END-IF
004290         ADD 1 TO MT9-REQUESTER-COUNT
004300         MOVE MT9-REQUESTER-COUNT TO MT9-RQ-SUB
004310         MOVE MT9-RP-REQREF TO MT9-RQ-REQREF (MT9-RQ-SUB)
004320         MOVE ZERO TO MT9-RQ-REQUESTS (MT9-RQ-SUB)
004330         MOVE ZERO TO MT9-RQ-FORWARD (MT9-RQ-SUB)
004340         MOVE ZERO TO MT9-RQ-REVERSE (MT9-RQ-SUB)
004350         MOVE ZERO TO MT9-RQ-NF (MT9-RQ-SUB)
004360         MOVE ZERO TO MT9-RQ-VD (MT9-RQ-SUB)
004370         MOVE ZERO TO MT9-RQ-RJ (MT9-RQ-SUB)
004380         MOVE "N" TO MT9-RQ-PRINT-SW (MT9-RQ-SUB)
004390     END-IF.
004400 2100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430* A ONE-CELL REQUEST: ONE "D" RECORD IS ONE REQUEST.  COUNT IT
004440* BY REQUESTER, BY DAY AND, UNLESS REJECTED, BY CELL.
004450*----------------------------------------------------------------
004460 2200-COUNT-FORWARD.
004470     ADD 1 TO MT9-REQUEST-COUNT
004480     ADD 1 TO MT9-FORWARD-COUNT
004490     ADD 1 TO MT9-DY-REQUESTS (MT9-DAY-SUB)
004500     IF MT9-RQ-SUB GREATER THAN ZERO
004510         ADD 1 TO MT9-RQ-REQUESTS (MT9-RQ-SUB)
004520         ADD 1 TO MT9-RQ-FORWARD (MT9-RQ-SUB)
004530     END-IF
004540     PERFORM 2500-COUNT-STATUS THRU 2500-EXIT
004550     IF MT9-RP-REJECTED
004560         GO TO 2200-EXIT
004570     END-IF
004580     MOVE MT9-RP-K TO MT9-RX-K
004590     MOVE MT9-RP-J TO MT9-RX-J
004600     IF MT9-RX-K NOT NUMERIC OR MT9-RX-J NOT NUMERIC
004610         GO TO 2200-EXIT
004620     END-IF
004630     MULTIPLY MT9-RK-K BY 100 GIVING MT9-CELL-SUB
004640     ADD MT9-RK-J TO MT9-CELL-SUB
004650     ADD 1 TO MT9-CELL-SUB
004660     IF MT9-RP-OPMODE EQUAL "A"
004670         ADD 10000 TO MT9-CELL-SUB
004680     END-IF
004690     ADD 1 TO MT9-CL-ASKED (MT9-CELL-SUB)
004700     IF MT9-RP-NOT-FOUND
004710         ADD 1 TO MT9-CL-NF (MT9-CELL-SUB)
004720     END-IF.
004730 2200-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760* ONE LINE OF A REVERSE ANSWER.  THE REQUEST ITSELF IS COUNTED
004770* FROM ITS "M" RECORD; HERE ONLY THE OUTCOME IS COUNTED (ONE NF
004780* OR RJ LINE PER REQUEST, ONE VD LINE PER DISAGREEING CELL).
004790*----------------------------------------------------------------
004800 2300-COUNT-REVERSE-LINE.
004810     PERFORM 2500-COUNT-STATUS THRU 2500-EXIT.
004820 2300-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* THE "M" MATCH-COUNT RECORD CLOSING A REVERSE REQUEST.
004860*----------------------------------------------------------------
004870 2400-COUNT-REVERSE.
004880     ADD 1 TO MT9-REQUEST-COUNT
004890     ADD 1 TO MT9-REVERSE-COUNT
004900     ADD 1 TO MT9-DY-REQUESTS (MT9-DAY-SUB)
004910     IF MT9-RQ-SUB GREATER THAN ZERO
004920         ADD 1 TO MT9-RQ-REQUESTS (MT9-RQ-SUB)
004930         ADD 1 TO MT9-RQ-REVERSE (MT9-RQ-SUB)
004940     END-IF.
004950 2400-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980* COUNT A RESPONSE STATUS FOR THE MONTH, THE DAY AND THE
004990* REQUESTER.
005000*----------------------------------------------------------------
005010 2500-COUNT-STATUS.
005020     EVALUATE TRUE
005030         WHEN MT9-RP-FOUND
005040             ADD 1 TO MT9-FD-COUNT
005050         WHEN MT9-RP-NOT-FOUND
005060             ADD 1 TO MT9-NF-COUNT
005070             ADD 1 TO MT9-DY-NF (MT9-DAY-SUB)
005080             IF MT9-RQ-SUB GREATER THAN ZERO
005090                 ADD 1 TO MT9-RQ-NF (MT9-RQ-SUB)
005100             END-IF
005110         WHEN MT9-RP-DISAGREES
005120             ADD 1 TO MT9-VD-COUNT
005130             ADD 1 TO MT9-DY-VD (MT9-DAY-SUB)
005140             IF MT9-RQ-SUB GREATER THAN ZERO
005150                 ADD 1 TO MT9-RQ-VD (MT9-RQ-SUB)
005160             END-IF
005170         WHEN MT9-RP-REJECTED
005180             ADD 1 TO MT9-RJ-COUNT
005190             ADD 1 TO MT9-DY-RJ (MT9-DAY-SUB)
005200             IF MT9-RQ-SUB GREATER THAN ZERO
005210                 ADD 1 TO MT9-RQ-RJ (MT9-RQ-SUB)
005220             END-IF
005230     END-EVALUATE.
005240 2500-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* PRINT THE MONTH TOTALS.
005280*----------------------------------------------------------------
005290 3000-PRINT-TOTALS.
005300     MOVE SPACES TO MT9-TI-TEXT
005310     STRING "INQUIRY USAGE REPORT FOR MONTH " DELIMITED BY SIZE
005320         MT9-REPORT-MONTH-X DELIMITED BY SIZE
005330         INTO MT9-TI-TEXT
005340     END-STRING
005350     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
005360     MOVE SPACES TO MT9-TI-TEXT
005370     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005380     IF MT9-REQUEST-COUNT EQUAL ZERO
005390         MOVE "NO INQUIRIES ON FILE FOR THE MONTH" TO MT9-TI-TEXT
005400         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005410         MOVE SPACES TO MT9-TI-TEXT
005420         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
005430     END-IF
005440     MOVE MT9-REQUEST-COUNT TO MT9-PCT-WHOLE
005450     MOVE "BATCHES RUN" TO MT9-TL-LABEL
005460     MOVE MT9-BATCH-COUNT TO MT9-TL-COUNT
005470     MOVE SPACES TO MT9-TL-PCT
005480     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
005490     MOVE "REQUESTS" TO MT9-TL-LABEL
005500     MOVE MT9-REQUEST-COUNT TO MT9-TL-COUNT
005510     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
005520     MOVE "  ONE-CELL REQUESTS" TO MT9-TL-LABEL
005530     MOVE MT9-FORWARD-COUNT TO MT9-TL-COUNT
005540     MOVE MT9-FORWARD-COUNT TO MT9-PCT-PART
005550     PERFORM 3200-PRINT-TOTAL-PCT THRU 3200-EXIT
005560     MOVE "  REVERSE (KJ) REQUESTS" TO MT9-TL-LABEL
005570     MOVE MT9-REVERSE-COUNT TO MT9-TL-COUNT
005580     MOVE MT9-REVERSE-COUNT TO MT9-PCT-PART
005590     PERFORM 3200-PRINT-TOTAL-PCT THRU 3200-EXIT
005600     MOVE "FOUND (FD) RESPONSES" TO MT9-TL-LABEL
005610     MOVE MT9-FD-COUNT TO MT9-TL-COUNT
005620     MOVE SPACES TO MT9-TL-PCT
005630     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
005640     MOVE "NOT FOUND (NF)" TO MT9-TL-LABEL
005650     MOVE MT9-NF-COUNT TO MT9-TL-COUNT
005660     MOVE MT9-NF-COUNT TO MT9-PCT-PART
005670     PERFORM 3200-PRINT-TOTAL-PCT THRU 3200-EXIT
005680     MOVE "STORED VALUE DISAGREES (VD)" TO MT9-TL-LABEL
005690     MOVE MT9-VD-COUNT TO MT9-TL-COUNT
005700     MOVE MT9-VD-COUNT TO MT9-PCT-PART
005710     PERFORM 3200-PRINT-TOTAL-PCT THRU 3200-EXIT
005720     MOVE "REJECTED (RJ)" TO MT9-TL-LABEL
005730     MOVE MT9-RJ-COUNT TO MT9-TL-COUNT
005740     MOVE MT9-RJ-COUNT TO MT9-PCT-PART
005750     PERFORM 3200-PRINT-TOTAL-PCT THRU 3200-EXIT
005760     MOVE "REQUESTERS" TO MT9-TL-LABEL
005770     MOVE MT9-REQUESTER-COUNT TO MT9-TL-COUNT
005780     MOVE SPACES TO MT9-TL-PCT
005790     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
005800     IF MT9-SKIP-COUNT GREATER THAN ZERO
005810         MOVE "RESPONSES NOT BY REQUESTER" TO MT9-TL-LABEL
005820         MOVE MT9-SKIP-COUNT TO MT9-TL-COUNT
005830         MOVE "*TABLE*" TO MT9-TL-PCT
005840         PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT
005850     END-IF.
005860 3000-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890* WRITE ONE TOTAL LINE.
005900*----------------------------------------------------------------
005910 3100-PRINT-TOTAL.
005920     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
005930     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
005940 3100-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970* WRITE ONE TOTAL LINE WITH ITS SHARE OF ALL REQUESTS.
005980*----------------------------------------------------------------
005990 3200-PRINT-TOTAL-PCT.
006000     PERFORM 8600-PERCENT THRU 8600-EXIT
006010     MOVE MT9-PCT-RESULT TO MT9-PE-PCT
006020     MOVE MT9-PCT-EDIT-LINE TO MT9-TL-PCT
006030     PERFORM 3100-PRINT-TOTAL THRU 3100-EXIT.
006040 3200-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070* PRINT THE REQUEST VOLUME BY REQUESTER, BUSIEST FIRST.
006080*----------------------------------------------------------------
006090 4000-PRINT-REQUESTERS.
006100     MOVE "REQUEST VOLUME BY REQUESTER REFERENCE" TO MT9-TI-TEXT
006110     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
006120     MOVE MT9-RQ-HEAD-LINE TO MT9-TI-TEXT
006130     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006140     PERFORM 4100-PRINT-NEXT-REQUESTER THRU 4100-EXIT
006150         MT9-REQUESTER-COUNT TIMES.
006160 4000-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* FIND THE BUSIEST REQUESTER NOT YET PRINTED AND PRINT IT.
006200*----------------------------------------------------------------
006210 4100-PRINT-NEXT-REQUESTER.
006220     MOVE ZERO TO MT9-BEST-SUB
006230     MOVE ZERO TO MT9-BEST-COUNT
006240     PERFORM VARYING MT9-RQ-SUB FROM 1 BY 1
006250             UNTIL MT9-RQ-SUB GREATER THAN MT9-REQUESTER-COUNT
006260         IF NOT MT9-RQ-PRINTED (MT9-RQ-SUB)
006270             AND (MT9-BEST-SUB EQUAL ZERO
006280             OR MT9-RQ-REQUESTS (MT9-RQ-SUB) GREATER THAN
006290                 MT9-BEST-COUNT)
006300             MOVE MT9-RQ-SUB TO MT9-BEST-SUB
006310             MOVE MT9-RQ-REQUESTS (MT9-RQ-SUB) TO MT9-BEST-COUNT
006320         END-IF
006330     END-PERFORM
006340     MOVE MT9-BEST-SUB TO MT9-RQ-SUB
006350     SET MT9-RQ-PRINTED (MT9-RQ-SUB) TO TRUE
006360     PERFORM 4200-FORMAT-REQUESTER THRU 4200-EXIT.
006370 4100-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400* FORMAT AND PRINT ONE REQUESTER LINE.  A REQUESTER WITH AT
006410* LEAST THE MINIMUM REQUESTS AND A REJECTED SHARE AT OR ABOVE
006420* THE SET PERCENTAGE IS FLAGGED *HIGH RJ SHARE*.
006430*----------------------------------------------------------------
006440 4200-FORMAT-REQUESTER.
006450     MOVE MT9-RQ-REQREF (MT9-RQ-SUB) TO MT9-RD-REQREF
006460     MOVE MT9-RQ-REQUESTS (MT9-RQ-SUB) TO MT9-RD-REQUESTS
006470     MOVE MT9-RQ-FORWARD (MT9-RQ-SUB) TO MT9-RD-FORWARD
006480     MOVE MT9-RQ-REVERSE (MT9-RQ-SUB) TO MT9-RD-REVERSE
006490     MOVE MT9-RQ-NF (MT9-RQ-SUB) TO MT9-RD-NF
006500     MOVE MT9-RQ-VD (MT9-RQ-SUB) TO MT9-RD-VD
006510     MOVE MT9-RQ-RJ (MT9-RQ-SUB) TO MT9-RD-RJ
006520     MOVE MT9-RQ-RJ (MT9-RQ-SUB) TO MT9-PCT-PART
006530     MOVE MT9-RQ-REQUESTS (MT9-RQ-SUB) TO MT9-PCT-WHOLE
006540     PERFORM 8600-PERCENT THRU 8600-EXIT
006550     MOVE MT9-PCT-RESULT TO MT9-RD-RJ-PCT
006560     MOVE SPACES TO MT9-RD-FLAG
006570     IF MT9-RQ-REQUESTS (MT9-RQ-SUB) NOT LESS THAN MT9-MINIMUM
006580         AND MT9-RQ-RJ (MT9-RQ-SUB) GREATER THAN ZERO
006590         AND MT9-PCT-RESULT NOT LESS THAN MT9-PCT
006600         MOVE "*HIGH RJ SHARE" TO MT9-RD-FLAG
006610     END-IF
006620     MOVE MT9-RQ-DETAIL-LINE TO MT9-TI-TEXT
006630     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
006640 4200-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* PRINT THE MOST-ASKED CELLS, THEN THE MOST-ASKED CELLS THAT WERE
006680* NOT ON THE TABLE MASTER.
006690*----------------------------------------------------------------
006700 5000-PRINT-CELLS.
006710     MOVE SPACES TO MT9-TI-TEXT
006720     STRING "MOST-ASKED K/J/OPMODE CELLS - TOP " DELIMITED BY SIZE
006730         MT9-TOP DELIMITED BY SIZE
006740         INTO MT9-TI-TEXT
006750     END-STRING
006760     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
006770     MOVE MT9-CELL-HEAD-LINE TO MT9-TI-TEXT
006780     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006790     SET MT9-LIST-ASKED TO TRUE
006800     MOVE ZERO TO MT9-RANK
006810     PERFORM 5100-PRINT-NEXT-CELL THRU 5100-EXIT
006820         MT9-TOP TIMES
006830     PERFORM VARYING MT9-CELL-SUB FROM 1 BY 1
006840             UNTIL MT9-CELL-SUB GREATER THAN 20000
006850         MOVE "N" TO MT9-CL-PRINT-SW (MT9-CELL-SUB)
006860     END-PERFORM
006870     MOVE SPACES TO MT9-TI-TEXT
006880     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006890     MOVE SPACES TO MT9-TI-TEXT
006900     STRING "MOST-ASKED CELLS NOT FOUND ON TBLFILE - TOP "
006910         DELIMITED BY SIZE
006920         MT9-TOP DELIMITED BY SIZE
006930         INTO MT9-TI-TEXT
006940     END-STRING
006950     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006960     MOVE MT9-CELL-HEAD-LINE TO MT9-TI-TEXT
006970     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006980     SET MT9-LIST-NF TO TRUE
006990     MOVE ZERO TO MT9-RANK
007000     PERFORM 5100-PRINT-NEXT-CELL THRU 5100-EXIT
007010         MT9-TOP TIMES.
007020 5000-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050* FIND THE CELL WITH THE HIGHEST COUNT (ASKED OR NOT FOUND, PER
007060* MT9-LIST-SW) NOT YET PRINTED AND PRINT IT.  A LIST SHORTER
007070* THAN THE TOP COUNT STOPS AT THE FIRST ZERO.
007080*----------------------------------------------------------------
007090 5100-PRINT-NEXT-CELL.
007100     MOVE ZERO TO MT9-BEST-SUB
007110     MOVE ZERO TO MT9-BEST-COUNT
007120     PERFORM VARYING MT9-CELL-SUB FROM 1 BY 1
007130             UNTIL MT9-CELL-SUB GREATER THAN 20000
007140         IF NOT MT9-CL-PRINTED (MT9-CELL-SUB)
007150             IF MT9-LIST-ASKED
007160                 IF MT9-CL-ASKED (MT9-CELL-SUB) GREATER THAN
007170                     MT9-BEST-COUNT
007180                     MOVE MT9-CELL-SUB TO MT9-BEST-SUB
007190                     MOVE MT9-CL-ASKED (MT9-CELL-SUB)
007200                         TO MT9-BEST-COUNT
007210                 END-IF
007220             ELSE
007230                 IF MT9-CL-NF (MT9-CELL-SUB) GREATER THAN
007240                     MT9-BEST-COUNT
007250                     MOVE MT9-CELL-SUB TO MT9-BEST-SUB
007260                     MOVE MT9-CL-NF (MT9-CELL-SUB)
007270                         TO MT9-BEST-COUNT
007280                 END-IF
007290             END-IF
007300         END-IF
007310     END-PERFORM
007320     IF MT9-BEST-SUB EQUAL ZERO
007330         GO TO 5100-EXIT
007340     END-IF
007350     SET MT9-CL-PRINTED (MT9-BEST-SUB) TO TRUE
007360     ADD 1 TO MT9-RANK
007370     MOVE MT9-RANK TO MT9-CD-RANK
007380     SUBTRACT 1 FROM MT9-BEST-SUB GIVING MT9-CELL-WORK
007390     IF MT9-CELL-WORK NOT LESS THAN 10000
007400         MOVE "A" TO MT9-CD-OPMODE
007410         SUBTRACT 10000 FROM MT9-CELL-WORK
007420     ELSE
007430         MOVE "M" TO MT9-CD-OPMODE
007440     END-IF
007450     DIVIDE MT9-CELL-WORK BY 100 GIVING MT9-CD-K
007460         REMAINDER MT9-CD-J
007470     MOVE MT9-CL-ASKED (MT9-BEST-SUB) TO MT9-CD-ASKED
007480     MOVE MT9-CL-NF (MT9-BEST-SUB) TO MT9-CD-NF
007490     MOVE MT9-CELL-DETAIL-LINE TO MT9-TI-TEXT
007500     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
007510 5100-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540* PRINT THE NOT-FOUND AND STORED-VALUE-DISAGREES RATES FOR EVERY
007550* DAY OF THE MONTH THAT HAD REQUESTS.  A VD COUNT ABOVE THE
007560* PREVIOUS ACTIVE DAY'S IS FLAGGED *VD RISING*.
007570*----------------------------------------------------------------
007580 6000-PRINT-DAYS.
007590     MOVE "NOT-FOUND AND STORED-VALUE-DISAGREES RATES BY DAY"
007600         TO MT9-TI-TEXT
007610     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
007620     MOVE MT9-DAY-HEAD-LINE TO MT9-TI-TEXT
007630     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
007640     MOVE ZERO TO MT9-PRIOR-VD
007650     PERFORM 6100-PRINT-DAY THRU 6100-EXIT
007660         VARYING MT9-DAY-SUB FROM 1 BY 1
007670         UNTIL MT9-DAY-SUB GREATER THAN 31.
007680 6000-EXIT.
007690     EXIT.
007700*----------------------------------------------------------------
007710* PRINT ONE DAY'S LINE.
007720*----------------------------------------------------------------
007730 6100-PRINT-DAY.
007740     IF MT9-DY-REQUESTS (MT9-DAY-SUB) EQUAL ZERO
007750         GO TO 6100-EXIT
007760     END-IF
007770     MOVE MT9-REPORT-MONTH-X TO MT9-BD-MONTH
007780     MOVE MT9-DAY-SUB TO MT9-BD-DAY
007790     MOVE MT9-BATCH-DATE-X TO MT9-DD-DATE
007800     MOVE MT9-DY-REQUESTS (MT9-DAY-SUB) TO MT9-DD-REQUESTS
007810     MOVE MT9-DY-REQUESTS (MT9-DAY-SUB) TO MT9-PCT-WHOLE
007820     MOVE MT9-DY-NF (MT9-DAY-SUB) TO MT9-DD-NF
007830     MOVE MT9-DY-NF (MT9-DAY-SUB) TO MT9-PCT-PART
007840     PERFORM 8600-PERCENT THRU 8600-EXIT
007850     MOVE MT9-PCT-RESULT TO MT9-DD-NF-PCT
007860     MOVE MT9-DY-VD (MT9-DAY-SUB) TO MT9-DD-VD
007870     MOVE MT9-DY-VD (MT9-DAY-SUB) TO MT9-PCT-PART
007880     PERFORM 8600-PERCENT THRU 8600-EXIT
007890     MOVE MT9-PCT-RESULT TO MT9-DD-VD-PCT
007900     MOVE MT9-DY-RJ (MT9-DAY-SUB) TO MT9-DD-RJ
007910     MOVE SPACES TO MT9-DD-FLAG
007920     IF MT9-DY-VD (MT9-DAY-SUB) GREATER THAN MT9-PRIOR-VD
007930         MOVE "*VD RISING*" TO MT9-DD-FLAG
007940         ADD 1 TO MT9-RISING-COUNT
007950     END-IF
007960     MOVE MT9-DY-VD (MT9-DAY-SUB) TO MT9-PRIOR-VD
007970     MOVE MT9-DAY-DETAIL-LINE TO MT9-TI-TEXT
007980     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
007990 6100-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020* LIST THE REQUESTERS WHOSE REJECTED SHARE IS AT OR ABOVE THE
008030* SET PERCENTAGE, WITH AT LEAST THE MINIMUM NUMBER OF REQUESTS.
008040*----------------------------------------------------------------
008050 7000-PRINT-HIGH-REJECTS.
008060     MOVE SPACES TO MT9-TI-TEXT
008070     STRING "REQUESTERS WITH A HIGH REJECTED (RJ) SHARE - "
008080         DELIMITED BY SIZE
008090         MT9-PCT DELIMITED BY SIZE
008100         " PCT OR MORE OF AT LEAST " DELIMITED BY SIZE
008110         MT9-MINIMUM DELIMITED BY SIZE
008120         " REQUESTS" DELIMITED BY SIZE
008130         INTO MT9-TI-TEXT
008140     END-STRING
008150     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
008160     MOVE MT9-RQ-HEAD-LINE TO MT9-TI-TEXT
008170     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
008180     PERFORM 7100-CHECK-REQUESTER THRU 7100-EXIT
008190         VARYING MT9-RQ-SUB FROM 1 BY 1
008200         UNTIL MT9-RQ-SUB GREATER THAN MT9-REQUESTER-COUNT
008210     IF MT9-FLAG-COUNT EQUAL ZERO
008220         MOVE "  NONE" TO MT9-TI-TEXT
008230         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
008240     END-IF.
008250 7000-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------
008280* PRINT ONE REQUESTER AGAIN HERE WHEN IT IS FLAGGED.
008290*----------------------------------------------------------------
008300 7100-CHECK-REQUESTER.
008310     MOVE MT9-RQ-RJ (MT9-RQ-SUB) TO MT9-PCT-PART
008320     MOVE MT9-RQ-REQUESTS (MT9-RQ-SUB) TO MT9-PCT-WHOLE
008330     PERFORM 8600-PERCENT THRU 8600-EXIT
008340     IF MT9-RQ-REQUESTS (MT9-RQ-SUB) NOT LESS THAN MT9-MINIMUM
008350         AND MT9-RQ-RJ (MT9-RQ-SUB) GREATER THAN ZERO
008360         AND MT9-PCT-RESULT NOT LESS THAN MT9-PCT
008370         ADD 1 TO MT9-FLAG-COUNT
008380         PERFORM 4200-FORMAT-REQUESTER THRU 4200-EXIT
008390     END-IF.
008400 7100-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430* PRINT A SECTION TITLE, FORCING A FRESH PAGE HEADER FIRST.
008440*----------------------------------------------------------------
008450 8100-PRINT-TITLE.
008460     MOVE 99 TO MT9-LINE-COUNT
008470     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
008480 8100-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510* WRITE ONE REPORT LINE, BREAKING TO A NEW PAGE WITH THE RUN
008520* DATE/TIME/PAGE HEADER EVERY 55 LINES.
008530*----------------------------------------------------------------
008540 8200-PRINT-LINE.
008550     IF MT9-LINE-COUNT GREATER THAN 55
008560         ADD 1 TO MT9-PAGE-NO
008570         MOVE MT9-RUN-DATE TO MT9-HL-DATE
008580         MOVE MT9-RUN-TIME TO MT9-HL-TIME
008590         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
008600         MOVE "1" TO USG-CTL
008610         MOVE MT9-HEADER-LINE TO USG-TEXT
008620         WRITE USG-RECORD
008630         MOVE 1 TO MT9-LINE-COUNT
008640     END-IF
008650     MOVE " " TO USG-CTL
008660     MOVE MT9-TITLE-LINE TO USG-TEXT
008670     WRITE USG-RECORD
008680     ADD 1 TO MT9-LINE-COUNT.
008690 8200-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720* PERCENTAGE OF MT9-PCT-PART IN MT9-PCT-WHOLE TO ONE DECIMAL
008730* PLACE; ZERO WHEN THE WHOLE IS ZERO.
008740*----------------------------------------------------------------
008750 8600-PERCENT.
008760     MOVE ZERO TO MT9-PCT-RESULT
008770     IF MT9-PCT-WHOLE GREATER THAN ZERO
008780         MULTIPLY MT9-PCT-PART BY 100 GIVING MT9-PCT-CALC
008790         DIVIDE MT9-PCT-CALC BY MT9-PCT-WHOLE
008800             GIVING MT9-PCT-RESULT ROUNDED
008810     END-IF.
008820 8600-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850* CLOSE THE FILES, REPORT THE COUNTS AND SET THE RETURN CODE.
008860*----------------------------------------------------------------
008870 9000-TERMINATE.
008880     IF MT9-FILES-OPEN
008890         CLOSE RSHFILE
008900         CLOSE USGFILE
008910         DISPLAY "MT9X9U: " MT9-READ-COUNT
008920             " HISTORY RECORD(S) READ, " MT9-MONTH-COUNT
008930             " IN MONTH " MT9-REPORT-MONTH-X
008940         DISPLAY "MT9X9U: " MT9-REQUEST-COUNT " REQUEST(S), "
008950             MT9-FLAG-COUNT " REQUESTER FLAG(S), "
008960             MT9-RISING-COUNT " VD RISING DAY(S)"
008961         IF MT9-FLAG-COUNT GREATER THAN ZERO
008962             MOVE 4 TO MT9-ALERT-SEVERITY
008963             MOVE "HIGHRJ" TO MT9-ALERT-CODE
008964             MOVE "REQUESTER FLAGGED HIGH RJ SHARE, SEE USGFILE"
008965                 TO MT9-ALERT-TEXT
008966             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008967         END-IF
008968         IF MT9-RISING-COUNT GREATER THAN ZERO
008969             MOVE 4 TO MT9-ALERT-SEVERITY
008970             MOVE "VDRISING" TO MT9-ALERT-CODE
008971             MOVE "VD RATE ROSE DAY ON DAY, SEE USGFILE"
008972                 TO MT9-ALERT-TEXT
008973             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008974         END-IF
008975         IF MT9-SKIP-COUNT GREATER THAN ZERO
008976             MOVE 4 TO MT9-ALERT-SEVERITY
008977             MOVE "TBLFULL" TO MT9-ALERT-CODE
008978             MOVE "USAGE TABLE FULL, HISTORY RECORD(S) SKIPPED"
008979                 TO MT9-ALERT-TEXT
008980             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008981         END-IF
008982         IF MT9-REQUEST-COUNT EQUAL ZERO
008983             MOVE 4 TO MT9-ALERT-SEVERITY
008984             MOVE "NOINQ" TO MT9-ALERT-CODE
008985             MOVE "NO INQUIRIES ON FILE FOR THE MONTH"
008986                 TO MT9-ALERT-TEXT
008987             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008988         END-IF
008989         IF (MT9-FLAG-COUNT GREATER THAN ZERO
008990             OR MT9-RISING-COUNT GREATER THAN ZERO
008991             OR MT9-SKIP-COUNT GREATER THAN ZERO
009000             OR MT9-REQUEST-COUNT EQUAL ZERO)
009010             AND RETURN-CODE LESS THAN 4
009020             MOVE 4 TO RETURN-CODE
009030         END-IF
009040     END-IF.
009050 9000-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
009090* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
009100* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
009110* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
009120* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
009130*----------------------------------------------------------------
009140 8900-WRITE-ALERT.
009150     OPEN EXTEND ALRFILE
009160     IF MT9-ALR-STATUS NOT EQUAL "00"
009170         OPEN OUTPUT ALRFILE
009180     END-IF
009190     IF MT9-ALR-STATUS NOT EQUAL "00"
009200         DISPLAY "MT9X9U: ALRFILE NOT AVAILABLE, STATUS="
009210             MT9-ALR-STATUS
009220         GO TO 8900-EXIT
009230     END-IF
009240     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
009250     ACCEPT MT9-AL-TIME FROM TIME
009260     MOVE "MT9X9U" TO MT9-AL-PROGRAM
009270     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
009280     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
009290     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
009300     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
009310     WRITE MT9-ALERT-RECORD
009320     CLOSE ALRFILE.
009330 8900-EXIT.
009340     EXIT.
