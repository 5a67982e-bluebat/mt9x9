000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9E.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  OPERATOR ACCESS-REVIEW REPORT.
000130*                  EVERY OPERATOR ON THE OPRFILE MASTER IS SET
000140*                  AGAINST THE LOGFILE AUDIT TRAIL (PLUS UP TO
000150*                  FOUR MT9X9A ARCHIVES NAMED ON THE PARM) AND
000160*                  THE OPJFILE MAINTENANCE JOURNAL WRITTEN BY
000170*                  MT9X9O.  FOR EACH OPERATOR IT PRINTS THE
000180*                  ENTITLEMENTS, THE RUNS ON FILE, THE LAST
000190*                  MAINTENANCE AND THE EXCEPTIONS FOUND: AN
000200*                  ACTIVE OPERATOR WITH NO RUN IN THE SET NUMBER
000210*                  OF DAYS (*INACTIVE*), A REVOKED OPERATOR STILL
000220*                  ON "S" RECORDS AFTER THE REVOKE DATE TAKEN
000230*                  FROM THE JOURNAL (*RUN AFTER REVOKE*), AND AN
000240*                  ACTIVE OPERATOR WHOSE MAX-I, MAX-J OR DECK
000250*                  ENTITLEMENT IS WIDER THAN ANY RUN ON FILE
000260*                  (*WIDER THAN USED*, *DECK NOT USED*).  EACH
000270*                  OPERATOR CLOSES WITH A SIGN-OFF LINE FOR THE
000280*                  REVIEWER.  PARM "NNN ARCHIVE-NAMES": DAYS
000290*                  (DEFAULT 090) IN COLUMNS 1-3, ARCHIVE FILE
000300*                  NAMES (16 CHARACTERS EACH) FROM COLUMN 5.  ANY
000310*                  EXCEPTION ENDS THE JOB RC=4.
000312* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000314*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000316*                  EXCEPTIONS DIGEST (MT9X9I).
000317* 2026-10-15 DPS   USAGE (RUNS, LAST RUN, HIGHEST I/J END, DECK
000318*                  RUNS) NOW COUNTS ONLY RUNS WHOSE MATCHING "E"
000319*                  RECORD SHOWS COMPLETE OR WARNING, SO A CARD
000320*                  REFUSED AT EDIT OR HELD FOR APPROVAL NO LONGER
000321*                  LOOKS LIKE USE.  EVERY "S" RECORD IS STILL
000322*                  TESTED AGAINST THE REVOKE DATE.
000323*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPRFILE ASSIGN TO "OPRFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS MT9-OP-OPERID
000400         FILE STATUS IS MT9-OPR-STATUS.
000410     SELECT OPJFILE ASSIGN TO "OPJFILE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS MT9-OPJ-STATUS.
000440     SELECT LOGFILE ASSIGN TO "LOGFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS MT9-LOG-STATUS.
000470     SELECT ARCFILE ASSIGN TO DYNAMIC MT9-ARC-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS MT9-ARC-STATUS.
000500     SELECT ACRFILE ASSIGN TO "ACRFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MT9-ACR-STATUS.
000522     SELECT ALRFILE ASSIGN TO "ALRFILE"
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS MT9-ALR-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OPRFILE.
000560     COPY "MT9OPR.cpy".
000570 FD  OPJFILE
000580     RECORDING MODE IS F.
000590     COPY "MT9OJR.cpy".
000600 FD  LOGFILE
000610     RECORDING MODE IS F.
000620 01  LOG-RECORD.
000630     05  LOG-REC-TYPE        PIC X(01).
000640     05  LOG-REC-MODE        PIC X(01).
000650     05  LOG-TEXT            PIC X(55).
000660 FD  ARCFILE
000670     RECORDING MODE IS F.
000680 01  ARC-RECORD.
000690     05  ARC-REC-TYPE        PIC X(01).
000700     05  ARC-REC-MODE        PIC X(01).
000710     05  ARC-TEXT            PIC X(55).
000720 FD  ACRFILE
000730     RECORDING MODE IS F.
000740 01  ACR-RECORD.
000750     05  ACR-CTL             PIC X(01).
000760     05  ACR-TEXT            PIC X(132).
000762 FD  ALRFILE
000764     RECORDING MODE IS F.
000766     COPY "MT9ALR.cpy".
000770 WORKING-STORAGE SECTION.
000780 01  MT9-OPR-STATUS          PIC X(02).
000790 01  MT9-OPJ-STATUS          PIC X(02).
000800 01  MT9-LOG-STATUS          PIC X(02).
000810 01  MT9-ARC-STATUS          PIC X(02).
000820 01  MT9-ACR-STATUS          PIC X(02).
000825 01  MT9-ALR-STATUS          PIC X(02).
000830 01  MT9-ARC-NAME            PIC X(16).
000840 01  MT9-ARCH-SUB            PIC 9(04) COMP.
000850 01  MT9-PARM-CARD           PIC X(80).
000860 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000870     05  MT9-PC-DAYS         PIC X(03).
000880     05  FILLER              PIC X(01).
000890     05  MT9-PC-ARCH-NAME    PIC X(16) OCCURS 4.
000900     05  FILLER              PIC X(12).
000910 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000920     05  MT9-PN-DAYS         PIC 9(03).
000930     05  FILLER              PIC X(77).
000940 01  MT9-DAYS                PIC 9(03) VALUE 90.
000950 01  MT9-RUN-DATE            PIC 9(08).
000960 01  MT9-RUN-TIME            PIC 9(08).
000970 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000980 01  MT9-LINE-COUNT          PIC 9(04) COMP VALUE 99.
000990 01  MT9-SWITCHES.
001000     05  MT9-EOF-SW          PIC X(01) VALUE "N".
001010         88  MT9-EOF                   VALUE "Y".
001020     05  MT9-OPEN-SW         PIC X(01) VALUE "N".
001030         88  MT9-FILES-OPEN            VALUE "Y".
001040     05  MT9-OPR-EOF-SW      PIC X(01) VALUE "N".
001050         88  MT9-OPR-EOF               VALUE "Y".
001060     05  MT9-OPJ-EOF-SW      PIC X(01) VALUE "N".
001070         88  MT9-OPJ-EOF               VALUE "Y".
001080     05  MT9-ARC-EOF-SW      PIC X(01).
001090         88  MT9-ARC-EOF               VALUE "Y".
001100     05  MT9-FINDING-SW      PIC X(01).
001110         88  MT9-FINDING               VALUE "Y".
001120 01  MT9-COUNTERS.
001130     05  MT9-RUN-COUNT       PIC 9(08) COMP VALUE ZERO.
001140     05  MT9-JOURNAL-COUNT   PIC 9(08) COMP VALUE ZERO.
001150     05  MT9-UNKNOWN-COUNT   PIC 9(08) COMP VALUE ZERO.
001160     05  MT9-SKIP-COUNT      PIC 9(08) COMP VALUE ZERO.
001170     05  MT9-ACTIVE-COUNT    PIC 9(08) COMP VALUE ZERO.
001180     05  MT9-REVOKED-COUNT   PIC 9(08) COMP VALUE ZERO.
001190     05  MT9-INACTIVE-COUNT  PIC 9(08) COMP VALUE ZERO.
001200     05  MT9-LATE-COUNT      PIC 9(08) COMP VALUE ZERO.
001210     05  MT9-WIDER-COUNT     PIC 9(08) COMP VALUE ZERO.
001220     05  MT9-NO-REVOKE-COUNT PIC 9(08) COMP VALUE ZERO.
001230*----------------------------------------------------------------
001240* ONE AUDIT RECORD AS READ (LIVE OR ARCHIVED), AND THE BODY OF A
001250* RUN-START RECORD WITH THE RANGE FIELDS BROKEN OUT.
001260*----------------------------------------------------------------
001270 01  MT9-LOG-WORK.
001280     05  MT9-LW-TYPE         PIC X(01).
001290     05  MT9-LW-MODE         PIC X(01).
001300     05  MT9-LW-TEXT         PIC X(55).
001310 01  MT9-RUN-MODE            PIC X(01).
001320 01  MT9-LOG-BODY.
001330     05  MT9-LB-DATE         PIC 9(08).
001340     05  FILLER              PIC X(01).
001350     05  MT9-LB-TIME         PIC 9(08).
001360     05  FILLER              PIC X(01).
001370     05  MT9-LB-JOBID        PIC X(08).
001380     05  FILLER              PIC X(01).
001390     05  MT9-LB-OPERID       PIC X(08).
001400     05  FILLER              PIC X(01).
001410     05  MT9-LB-ISTART       PIC X(02).
001420     05  FILLER              PIC X(01).
001430     05  MT9-LB-IEND         PIC X(02).
001440     05  MT9-LB-IEND-NUM REDEFINES MT9-LB-IEND
001450                             PIC 9(02).
001460     05  FILLER              PIC X(01).
001470     05  MT9-LB-ISTEP        PIC X(02).
001480     05  FILLER              PIC X(01).
001490     05  MT9-LB-JSTART       PIC X(02).
001500     05  FILLER              PIC X(01).
001510     05  MT9-LB-JEND         PIC X(02).
001520     05  MT9-LB-JEND-NUM REDEFINES MT9-LB-JEND
001530                             PIC 9(02).
001540     05  FILLER              PIC X(01).
001550     05  MT9-LB-JSTEP        PIC X(02).
001560     05  FILLER              PIC X(01).
001570     05  MT9-LB-OPMODE       PIC X(01).
001580 01  MT9-STAMP-WORK.
001590     05  MT9-SW-DATE         PIC 9(08).
001600     05  MT9-SW-TIME         PIC 9(08).
001601*----------------------------------------------------------------
001602* RUN-START RECORDS AWAITING THEIR "E" RECORD, KEPT AS A ROLLING
001603* WINDOW OF THE LATEST 500 SO A RUN THAT DIED IN FLIGHT AND NEVER
001604* ENDED AGES OUT.
001605*----------------------------------------------------------------
001606 01  MT9-START-COUNT         PIC 9(04) COMP VALUE ZERO.
001607 01  MT9-START-SLOT          PIC 9(04) COMP VALUE ZERO.
001608 01  MT9-START-SUB           PIC 9(04) COMP.
001609 01  MT9-MATCH-SUB           PIC 9(04) COMP.
001610 01  MT9-START-TABLE.
001611     05  MT9-ST-ENTRY        OCCURS 500.
001612         10  MT9-ST-MODE     PIC X(01).
001613         10  MT9-ST-TEXT     PIC X(55).
001614*----------------------------------------------------------------
001620* DATE WORK AREAS.  THE DAY NUMBER IS A RUNNING COUNT OF DAYS,
001630* GOOD ONLY FOR TAKING DIFFERENCES.
001640*----------------------------------------------------------------
001650 01  MT9-DATE-WORK           PIC 9(08).
001660 01  MT9-DATE-PARTS REDEFINES MT9-DATE-WORK.
001670     05  MT9-DW-YEAR         PIC 9(04).
001680     05  MT9-DW-MONTH        PIC 9(02).
001690     05  MT9-DW-DAY          PIC 9(02).
001700 01  MT9-CALC-FIELDS.
001710     05  MT9-CALC-YEAR       PIC 9(04) COMP.
001720     05  MT9-CALC-MONTH      PIC 9(04) COMP.
001730     05  MT9-CALC-QUOT       PIC 9(08) COMP.
001740     05  MT9-DAY-NUMBER      PIC 9(08) COMP.
001750     05  MT9-TODAY-DAYS      PIC 9(08) COMP.
001760     05  MT9-IDLE-DAYS       PIC 9(08) COMP.
001770 01  MT9-ACTIVITY-DATE       PIC 9(08).
001780*----------------------------------------------------------------
001790* THE OPERATOR MASTER HELD IN CORE IN KEY ORDER, EACH ENTRY WITH
001800* WHAT THE JOURNAL AND THE AUDIT TRAIL SAY ABOUT THE OPERATOR.
001810*----------------------------------------------------------------
001820 01  MT9-OPER-COUNT          PIC 9(04) COMP VALUE ZERO.
001830 01  MT9-OPER-TABLE.
001840     05  MT9-OT-ENTRY        OCCURS 100.
001850         10  MT9-OT-OPERID   PIC X(08).
001860         10  MT9-OT-RECORD   PIC X(36).
001870         10  MT9-OT-RUNS     PIC 9(06).
001880         10  MT9-OT-LAST-DATE
001890                             PIC 9(08).
001900         10  MT9-OT-HI-I     PIC 9(02).
001910         10  MT9-OT-HI-J     PIC 9(02).
001920         10  MT9-OT-DECK-RUNS
001930                             PIC 9(06).
001940         10  MT9-OT-ADD-DATE PIC 9(08).
001950         10  MT9-OT-REVOKE-STAMP
001960                             PIC X(16).
001970         10  MT9-OT-LATE-RUNS
001980                             PIC 9(06).
001990         10  MT9-OT-LATE-FIRST
002000                             PIC 9(08).
002010         10  MT9-OT-LATE-LAST
002020                             PIC 9(08).
002030         10  MT9-OT-CHG-DATE PIC 9(08).
002040         10  MT9-OT-CHG-USER PIC X(08).
002050         10  MT9-OT-CHG-ACTION
002060                             PIC X(01).
002070 01  MT9-SUB-FIELDS.
002080     05  MT9-OPER-SUB        PIC 9(04) COMP.
002090     05  MT9-FIND-SUB        PIC 9(04) COMP.
002100     05  MT9-SCAN-SUB        PIC 9(04) COMP.
002110 01  MT9-FIND-ID             PIC X(08).
002120     COPY "MT9OPR.cpy" REPLACING LEADING ==MT9== BY ==REV==.
002130 01  MT9-HEADER-LINE.
002140     05  FILLER              PIC X(05)  VALUE "DATE=".
002150     05  MT9-HL-DATE         PIC 9(08).
002160     05  FILLER              PIC X(06)  VALUE " TIME=".
002170     05  MT9-HL-TIME         PIC 9(08).
002180     05  FILLER              PIC X(06)  VALUE " PAGE=".
002190     05  MT9-HL-PAGE         PIC ZZZ9.
002200     05  FILLER              PIC X(95)  VALUE SPACES.
002210 01  MT9-TITLE-LINE.
002220     05  MT9-TI-TEXT         PIC X(132).
002230 01  MT9-REVIEW-TITLE-LINE.
002240     05  FILLER              PIC X(40)  VALUE
002250         "OPERATOR ACCESS REVIEW - INACTIVE AFTER ".
002260     05  MT9-RT-DAYS         PIC ZZ9.
002270     05  FILLER              PIC X(89)  VALUE " DAYS".
002280 01  MT9-OPER-LINE.
002290     05  FILLER              PIC X(09)  VALUE "OPERATOR ".
002300     05  MT9-OL-OPERID       PIC X(08).
002310     05  FILLER              PIC X(01)  VALUE SPACE.
002320     05  MT9-OL-NAME         PIC X(20).
002330     05  FILLER              PIC X(08)  VALUE " STATUS=".
002340     05  MT9-OL-STATUS       PIC X(01).
002350     05  FILLER              PIC X(05)  VALUE " ADD=".
002360     05  MT9-OL-ADD          PIC X(01).
002370     05  FILLER              PIC X(06)  VALUE " MULT=".
002380     05  MT9-OL-MULT         PIC X(01).
002390     05  FILLER              PIC X(06)  VALUE " DECK=".
002400     05  MT9-OL-DECK         PIC X(01).
002410     05  FILLER              PIC X(07)  VALUE " MAX-I=".
002420     05  MT9-OL-MAX-I        PIC 9(02).
002430     05  FILLER              PIC X(07)  VALUE " MAX-J=".
002440     05  MT9-OL-MAX-J        PIC 9(02).
002450     05  FILLER              PIC X(47)  VALUE SPACES.
002460 01  MT9-USAGE-LINE.
002470     05  FILLER              PIC X(07)  VALUE "  RUNS=".
002480     05  MT9-UL-RUNS         PIC ZZZZZ9.
002490     05  FILLER              PIC X(10)  VALUE " LAST RUN=".
002500     05  MT9-UL-LAST         PIC X(08).
002510     05  FILLER              PIC X(13)  VALUE " HIGHEST I/J=".
002520     05  MT9-UL-HI-I         PIC 9(02).
002530     05  FILLER              PIC X(01)  VALUE "/".
002540     05  MT9-UL-HI-J         PIC 9(02).
002550     05  FILLER              PIC X(11)  VALUE " DECK RUNS=".
002560     05  MT9-UL-DECK         PIC ZZZZZ9.
002570     05  FILLER              PIC X(66)  VALUE SPACES.
002580 01  MT9-MAINT-LINE.
002590     05  FILLER              PIC X(18)  VALUE
002600         "  LAST MAINTAINED ".
002610     05  MT9-ML-DATE         PIC 9(08).
002620     05  FILLER              PIC X(04)  VALUE " BY ".
002630     05  MT9-ML-USER         PIC X(08).
002640     05  FILLER              PIC X(08)  VALUE " ACTION=".
002650     05  MT9-ML-ACTION       PIC X(01).
002660     05  FILLER              PIC X(85)  VALUE SPACES.
002670 01  MT9-NO-MAINT-LINE       PIC X(132) VALUE
002680         "  NO MAINTENANCE ON THE OPJFILE JOURNAL".
002690 01  MT9-INACTIVE-LINE.
002700     05  FILLER              PIC X(30)  VALUE
002710         "  *INACTIVE*         NO RUN IN".
002720     05  FILLER              PIC X(10)  VALUE " THE LAST ".
002730     05  MT9-IL-DAYS         PIC ZZ9.
002740     05  FILLER              PIC X(21)  VALUE
002750         " DAYS, LAST ACTIVITY ".
002760     05  MT9-IL-LAST         PIC X(08).
002770     05  FILLER              PIC X(60)  VALUE SPACES.
002780 01  MT9-LATE-LINE.
002790     05  FILLER              PIC X(30)  VALUE
002800         "  *RUN AFTER REVOKE*  REVOKED ".
002810     05  MT9-LL-REVOKED      PIC 9(08).
002820     05  FILLER              PIC X(02)  VALUE ", ".
002830     05  MT9-LL-RUNS         PIC ZZZZZ9.
002840     05  FILLER              PIC X(21)  VALUE
002850         " RUN(S) SINCE, FIRST ".
002860     05  MT9-LL-FIRST        PIC 9(08).
002870     05  FILLER              PIC X(06)  VALUE " LAST ".
002880     05  MT9-LL-LAST         PIC 9(08).
002890     05  FILLER              PIC X(43)  VALUE SPACES.
002900 01  MT9-WIDER-LINE.
002910     05  FILLER              PIC X(27)  VALUE
002920         "  *WIDER THAN USED*  MAX-I=".
002930     05  MT9-WL-MAX-I        PIC 9(02).
002940     05  FILLER              PIC X(09)  VALUE " HIGHEST=".
002950     05  MT9-WL-HI-I         PIC 9(02).
002960     05  FILLER              PIC X(07)  VALUE " MAX-J=".
002970     05  MT9-WL-MAX-J        PIC 9(02).
002980     05  FILLER              PIC X(09)  VALUE " HIGHEST=".
002990     05  MT9-WL-HI-J         PIC 9(02).
003000     05  FILLER              PIC X(72)  VALUE SPACES.
003010 01  MT9-DECK-LINE.
003020     05  FILLER              PIC X(38)  VALUE
003030         "  *DECK NOT USED*    DECK ENTITLEMENT ".
003040     05  FILLER              PIC X(94)  VALUE
003050         "HELD, NO DECK RUN ON FILE".
003060 01  MT9-NO-REVOKE-LINE.
003070     05  FILLER              PIC X(41)  VALUE
003080         "  REVOKE DATE NOT ON THE OPJFILE JOURNAL,".
003090     05  FILLER              PIC X(91)  VALUE
003100         " RUNS NOT TESTED".
003110 01  MT9-CLEAN-LINE          PIC X(132) VALUE
003120         "  NO EXCEPTIONS".
003130 01  MT9-SIGNOFF-LINE.
003140     05  FILLER              PIC X(38)  VALUE
003150         "  REVIEWED BY ______________________  ".
003160     05  FILLER              PIC X(50)  VALUE
003170         "DATE __________  RETAIN [ ]  AMEND [ ]  REVOKE [ ]".
003180     05  FILLER              PIC X(44)  VALUE SPACES.
003190 01  MT9-TOTAL-LINE.
003200     05  MT9-TL-LABEL        PIC X(24).
003210     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
003220     05  FILLER              PIC X(100) VALUE SPACES.
003221 01  MT9-ALERT-FIELDS.
003222     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
003223     05  MT9-ALERT-SEVERITY  PIC 9(02).
003224     05  MT9-ALERT-CODE      PIC X(08).
003225     05  MT9-ALERT-TEXT      PIC X(60).
003230 PROCEDURE DIVISION.
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003260     IF MT9-FILES-OPEN
003270         PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
003280         PERFORM 3000-LOAD-ARCHIVES THRU 3000-EXIT
003290         PERFORM 3200-READ-LOG THRU 3200-EXIT
003300             UNTIL MT9-EOF
003310         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
003320         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
003330     END-IF
003340     PERFORM 9000-TERMINATE THRU 9000-EXIT
003350     STOP RUN.
003360*----------------------------------------------------------------
003370* EDIT THE PARM, BANK THE OPERATOR MASTER, OPEN THE AUDIT TRAIL
003380* AND THE REVIEW REPORT.  NO MASTER OR NO TRAIL IS NOTHING TO
003390* REVIEW AND ENDS THE JOB RC=8.
003400*----------------------------------------------------------------
003410 1000-INITIALIZE.
003420     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
003430     ACCEPT MT9-RUN-TIME FROM TIME
003440     MOVE SPACES TO MT9-PARM-CARD
003450     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
003460     IF MT9-PC-DAYS NOT EQUAL SPACES
003470         IF MT9-PC-DAYS NUMERIC
003480             AND MT9-PN-DAYS GREATER THAN ZERO
003490             MOVE MT9-PN-DAYS TO MT9-DAYS
003500         ELSE
003510             DISPLAY "MT9X9E: DAYS " MT9-PC-DAYS
003520                 " NOT VALID, 090 USED"
003530         END-IF
003540     END-IF
003550     MOVE MT9-RUN-DATE TO MT9-DATE-WORK
003560     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
003570     MOVE MT9-DAY-NUMBER TO MT9-TODAY-DAYS
003580     OPEN INPUT OPRFILE
003590     IF MT9-OPR-STATUS NOT EQUAL "00"
003600         DISPLAY "MT9X9E: OPRFILE NOT AVAILABLE, STATUS="
003610             MT9-OPR-STATUS
003612         MOVE 8 TO MT9-ALERT-SEVERITY
003614         MOVE "OPRNOTAV" TO MT9-ALERT-CODE
003616         MOVE "OPRFILE NOT AVAILABLE, NO REVIEW" TO MT9-ALERT-TEXT
003618         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003620         MOVE 8 TO RETURN-CODE
003630         GO TO 1000-EXIT
003640     END-IF
003650     PERFORM 1100-LOAD-OPERATOR THRU 1100-EXIT
003660         UNTIL MT9-OPR-EOF
003670     CLOSE OPRFILE
003680     OPEN INPUT LOGFILE
003690     IF MT9-LOG-STATUS NOT EQUAL "00"
003700         DISPLAY "MT9X9E: LOGFILE NOT AVAILABLE, STATUS="
003710             MT9-LOG-STATUS
003712         MOVE 8 TO MT9-ALERT-SEVERITY
003714         MOVE "LOGNOTAV" TO MT9-ALERT-CODE
003716         MOVE "LOGFILE NOT AVAILABLE, NO REVIEW" TO MT9-ALERT-TEXT
003718         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003720         MOVE 8 TO RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF
003750     OPEN OUTPUT ACRFILE
003760     SET MT9-FILES-OPEN TO TRUE.
003770 1000-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* READ AND BANK ONE OPERATOR RECORD WITH EMPTY USAGE COUNTS.  AN
003810* OPERATOR PAST THE TABLE LIMIT IS COUNTED AND LEFT UNREVIEWED.
003820*----------------------------------------------------------------
003830 1100-LOAD-OPERATOR.
003840     READ OPRFILE
003850         AT END
003860             SET MT9-OPR-EOF TO TRUE
003870             GO TO 1100-EXIT
003880     END-READ
003890     IF MT9-OPER-COUNT EQUAL 100
003900         ADD 1 TO MT9-SKIP-COUNT
003910         GO TO 1100-EXIT
003920     END-IF
003930     ADD 1 TO MT9-OPER-COUNT
003940     MOVE MT9-OP-OPERID TO MT9-OT-OPERID (MT9-OPER-COUNT)
003950     MOVE MT9-OPERATOR-RECORD TO MT9-OT-RECORD (MT9-OPER-COUNT)
003960     MOVE ZERO TO MT9-OT-RUNS (MT9-OPER-COUNT)
003970     MOVE ZERO TO MT9-OT-LAST-DATE (MT9-OPER-COUNT)
003980     MOVE ZERO TO MT9-OT-HI-I (MT9-OPER-COUNT)
003990     MOVE ZERO TO MT9-OT-HI-J (MT9-OPER-COUNT)
004000     MOVE ZERO TO MT9-OT-DECK-RUNS (MT9-OPER-COUNT)
004010     MOVE ZERO TO MT9-OT-ADD-DATE (MT9-OPER-COUNT)
004020     MOVE SPACES TO MT9-OT-REVOKE-STAMP (MT9-OPER-COUNT)
004030     MOVE ZERO TO MT9-OT-LATE-RUNS (MT9-OPER-COUNT)
004040     MOVE ZERO TO MT9-OT-LATE-FIRST (MT9-OPER-COUNT)
004050     MOVE ZERO TO MT9-OT-LATE-LAST (MT9-OPER-COUNT)
004060     MOVE ZERO TO MT9-OT-CHG-DATE (MT9-OPER-COUNT)
004070     MOVE SPACES TO MT9-OT-CHG-USER (MT9-OPER-COUNT)
004080     MOVE SPACES TO MT9-OT-CHG-ACTION (MT9-OPER-COUNT).
004090 1100-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* READ THE OPERATOR MAINTENANCE JOURNAL.  WITHOUT IT THE REVIEW
004130* STILL RUNS, BUT NO REVOKE DATE IS KNOWN (RC=4).
004140*----------------------------------------------------------------
004150 2000-LOAD-JOURNAL.
004160     OPEN INPUT OPJFILE
004170     IF MT9-OPJ-STATUS NOT EQUAL "00"
004180         DISPLAY "MT9X9E: OPJFILE NOT AVAILABLE, STATUS="
004190             MT9-OPJ-STATUS ", REVOKE DATES UNKNOWN"
004191         MOVE 4 TO MT9-ALERT-SEVERITY
004192         MOVE "OPJNOTAV" TO MT9-ALERT-CODE
004193         MOVE "OPJFILE NOT AVAILABLE, REVOKE DATES UNKNOWN"
004194             TO MT9-ALERT-TEXT
004195         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004200         IF RETURN-CODE LESS THAN 4
004210             MOVE 4 TO RETURN-CODE
004220         END-IF
004230         GO TO 2000-EXIT
004240     END-IF
004250     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
004260         UNTIL MT9-OPJ-EOF
004270     CLOSE OPJFILE.
004280 2000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* POST ONE JOURNAL RECORD TO ITS OPERATOR: THE LATEST MAINTENANCE
004320* SEEN, THE DATE THE OPERATOR WAS ADDED, AND THE FIRST REVOKE.
004330* THE JOURNAL IS IN TIME ORDER, SO THE LAST RECORD READ FOR AN
004340* OPERATOR IS THE LATEST.
004350*----------------------------------------------------------------
004360 2100-READ-JOURNAL.
004370     READ OPJFILE
004380         AT END
004390             SET MT9-OPJ-EOF TO TRUE
004400             GO TO 2100-EXIT
004410     END-READ
004420     ADD 1 TO MT9-JOURNAL-COUNT
004430     MOVE MT9-OJ-OPERID TO MT9-FIND-ID
004440     PERFORM 8400-FIND-OPERATOR THRU 8400-EXIT
004450     IF MT9-FIND-SUB EQUAL ZERO
004460         GO TO 2100-EXIT
004470     END-IF
004480     MOVE MT9-OJ-DATE TO MT9-OT-CHG-DATE (MT9-FIND-SUB)
004490     MOVE MT9-OJ-USER TO MT9-OT-CHG-USER (MT9-FIND-SUB)
004500     MOVE MT9-OJ-ACTION TO MT9-OT-CHG-ACTION (MT9-FIND-SUB)
004510     IF MT9-OJ-IS-ADD
004520         MOVE MT9-OJ-DATE TO MT9-OT-ADD-DATE (MT9-FIND-SUB)
004530     END-IF
004540     IF MT9-OJ-IS-REVOKE
004550         AND MT9-OT-REVOKE-STAMP (MT9-FIND-SUB) EQUAL SPACES
004560         MOVE MT9-OJ-STAMP TO MT9-OT-REVOKE-STAMP (MT9-FIND-SUB)
004570     END-IF.
004580 2100-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610* POST EVERY ARCHIVE FILE NAMED ON THE PARM, OLDEST HISTORY
004620* FIRST, AHEAD OF THE LIVE TRAIL.
004630*----------------------------------------------------------------
004640 3000-LOAD-ARCHIVES.
004650     PERFORM VARYING MT9-ARCH-SUB FROM 1 BY 1
004660             UNTIL MT9-ARCH-SUB GREATER THAN 4
004670         IF MT9-PC-ARCH-NAME (MT9-ARCH-SUB) NOT EQUAL SPACES
004680             PERFORM 3050-LOAD-ONE-ARCHIVE THRU 3050-EXIT
004690         END-IF
004700     END-PERFORM.
004710 3000-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* POST ONE ARCHIVE FILE'S RECORDS.  AN ARCHIVE THAT CANNOT BE
004750* OPENED IS NOTED AND ENDS THE JOB RC=4.
004760*----------------------------------------------------------------
004770 3050-LOAD-ONE-ARCHIVE.
004780     MOVE MT9-PC-ARCH-NAME (MT9-ARCH-SUB) TO MT9-ARC-NAME
004790     MOVE "N" TO MT9-ARC-EOF-SW
004800     OPEN INPUT ARCFILE
004810     IF MT9-ARC-STATUS NOT EQUAL "00"
004820         DISPLAY "MT9X9E: ARCHIVE " MT9-ARC-NAME
004830             " NOT AVAILABLE, STATUS=" MT9-ARC-STATUS
004832         MOVE 4 TO MT9-ALERT-SEVERITY
004834         MOVE "ARCNOTAV" TO MT9-ALERT-CODE
004836         MOVE "LOGFILE ARCHIVE NOT AVAILABLE" TO MT9-ALERT-TEXT
004838         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004840         IF RETURN-CODE LESS THAN 4
004850             MOVE 4 TO RETURN-CODE
004860         END-IF
004870         GO TO 3050-EXIT
004880     END-IF
004890     PERFORM 3060-READ-ARCHIVE THRU 3060-EXIT
004900         UNTIL MT9-ARC-EOF
004910     CLOSE ARCFILE.
004920 3050-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950* READ AND POST ONE ARCHIVED AUDIT RECORD.
004960*----------------------------------------------------------------
004970 3060-READ-ARCHIVE.
004980     READ ARCFILE
004990         AT END
005000             SET MT9-ARC-EOF TO TRUE
005010         NOT AT END
005020             MOVE ARC-RECORD TO MT9-LOG-WORK
005030             PERFORM 3100-POST-RECORD THRU 3100-EXIT
005040     END-READ.
005050 3060-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* DISPATCH ONE AUDIT RECORD ON ITS TYPE CODE.  A RUN-START ("S")
005090* RECORD IS CHECKED AGAINST THE REVOKE DATE AND BANKED; ITS USAGE
005100* IS POSTED ONLY WHEN THE MATCHING END ("E") RECORD SHOWS THE RUN
005102* WENT THROUGH.  A LEGACY RECORD (A NUMERIC DATE IN COLUMN 1)
005104* PREDATES BOTH THE CARD EDIT AND THE END RECORD, SO IT IS POSTED
005106* AS IT STANDS.  CONTROL RECORDS ARE PASSED OVER.
005110*----------------------------------------------------------------
005120 3100-POST-RECORD.
005130     EVALUATE TRUE
005140         WHEN MT9-LW-TYPE EQUAL "S"
005150             MOVE MT9-LW-TEXT TO MT9-LOG-BODY
005160             MOVE MT9-LW-MODE TO MT9-RUN-MODE
005170             PERFORM 3300-POST-RUN THRU 3300-EXIT
005172             PERFORM 3400-BANK-START THRU 3400-EXIT
005174         WHEN MT9-LW-TYPE EQUAL "E"
005176             PERFORM 3500-MATCH-END THRU 3500-EXIT
005180         WHEN MT9-LW-TYPE NUMERIC
005190             MOVE MT9-LOG-WORK TO MT9-LOG-BODY
005200             MOVE SPACE TO MT9-RUN-MODE
005210             PERFORM 3300-POST-RUN THRU 3300-EXIT
005215             PERFORM 3600-POST-USAGE THRU 3600-EXIT
005220         WHEN OTHER
005230             CONTINUE
005240     END-EVALUATE.
005250 3100-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* READ AND POST ONE LIVE AUDIT RECORD.
005290*----------------------------------------------------------------
005300 3200-READ-LOG.
005310     READ LOGFILE
005320         AT END
005330             SET MT9-EOF TO TRUE
005340         NOT AT END
005350             MOVE LOG-RECORD TO MT9-LOG-WORK
005360             PERFORM 3100-POST-RECORD THRU 3100-EXIT
005370     END-READ.
005380 3200-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* COUNT ONE RUN-START RECORD AND NOTE WHETHER IT CAME AFTER THE
005420* OPERATOR'S JOURNALED REVOKE.  ANY ATTEMPT COUNTS HERE, WHETHER
005430* OR NOT THE CARD WENT ON TO RUN.  A RUN BY AN ID NOT ON THE
005440* MASTER IS COUNTED ONLY.
005450*----------------------------------------------------------------
005460 3300-POST-RUN.
005470     IF MT9-LB-DATE NOT NUMERIC
005480         ADD 1 TO MT9-SKIP-COUNT
005490         GO TO 3300-EXIT
005500     END-IF
005510     ADD 1 TO MT9-RUN-COUNT
005520     MOVE MT9-LB-OPERID TO MT9-FIND-ID
005530     PERFORM 8400-FIND-OPERATOR THRU 8400-EXIT
005540     IF MT9-FIND-SUB EQUAL ZERO
005550         ADD 1 TO MT9-UNKNOWN-COUNT
005560         GO TO 3300-EXIT
005570     END-IF
005750     IF MT9-OT-REVOKE-STAMP (MT9-FIND-SUB) EQUAL SPACES
005760         GO TO 3300-EXIT
005770     END-IF
005780     MOVE MT9-LB-DATE TO MT9-SW-DATE
005790     MOVE ZERO TO MT9-SW-TIME
005800     IF MT9-LB-TIME NUMERIC
005810         MOVE MT9-LB-TIME TO MT9-SW-TIME
005820     END-IF
005830     IF MT9-STAMP-WORK GREATER THAN
005840             MT9-OT-REVOKE-STAMP (MT9-FIND-SUB)
005850         ADD 1 TO MT9-OT-LATE-RUNS (MT9-FIND-SUB)
005860         IF MT9-OT-LATE-FIRST (MT9-FIND-SUB) EQUAL ZERO
005870             OR MT9-LB-DATE LESS THAN
005880                 MT9-OT-LATE-FIRST (MT9-FIND-SUB)
005890             MOVE MT9-LB-DATE TO MT9-OT-LATE-FIRST (MT9-FIND-SUB)
005900         END-IF
005910         IF MT9-LB-DATE GREATER THAN
005920                 MT9-OT-LATE-LAST (MT9-FIND-SUB)
005930             MOVE MT9-LB-DATE TO MT9-OT-LATE-LAST (MT9-FIND-SUB)
005940         END-IF
005950     END-IF.
005960 3300-EXIT.
005970     EXIT.
005971*----------------------------------------------------------------
005972* BANK A RUN-START RECORD UNTIL ITS END RECORD IS READ.  THE
005973* TABLE IS A ROLLING WINDOW: WHEN FULL, THE OLDEST ENTRY GOES.
005974*----------------------------------------------------------------
005975 3400-BANK-START.
005976     IF MT9-LB-DATE NOT NUMERIC
005977         GO TO 3400-EXIT
005978     END-IF
005979     ADD 1 TO MT9-START-SLOT
005980     IF MT9-START-SLOT GREATER THAN 500
005981         MOVE 1 TO MT9-START-SLOT
005982     END-IF
005983     IF MT9-START-COUNT LESS THAN 500
005984         ADD 1 TO MT9-START-COUNT
005985     END-IF
005986     MOVE MT9-LW-MODE TO MT9-ST-MODE (MT9-START-SLOT)
005987     MOVE MT9-LW-TEXT TO MT9-ST-TEXT (MT9-START-SLOT).
005988 3400-EXIT.
005989     EXIT.
005990*----------------------------------------------------------------
005991* AN END RECORD OF COMPLETE OR WARNING RELEASES THE BANKED START
005992* RECORD WITH THE SAME DATE, TIME AND JOB ID FOR USAGE POSTING.
005993* A FAILED OR HELD CARD, OR AN END WITH NO START ON FILE, POSTS
005994* NOTHING.  A MATCHED ENTRY IS BLANKED SO IT POSTS ONLY ONCE.
005995*----------------------------------------------------------------
005996 3500-MATCH-END.
005997     IF MT9-LW-TEXT (28:8) NOT EQUAL "COMPLETE"
005998         AND MT9-LW-TEXT (28:8) NOT EQUAL "WARNING "
005999         GO TO 3500-EXIT
006000     END-IF
006001     MOVE ZERO TO MT9-MATCH-SUB
006002     PERFORM VARYING MT9-START-SUB FROM 1 BY 1
006003             UNTIL MT9-START-SUB GREATER THAN MT9-START-COUNT
006004             OR MT9-MATCH-SUB NOT EQUAL ZERO
006005         IF MT9-ST-TEXT (MT9-START-SUB) (1:26)
006006                 EQUAL MT9-LW-TEXT (1:26)
006007             MOVE MT9-START-SUB TO MT9-MATCH-SUB
006008         END-IF
006009     END-PERFORM
006010     IF MT9-MATCH-SUB EQUAL ZERO
006011         GO TO 3500-EXIT
006012     END-IF
006013     MOVE MT9-ST-TEXT (MT9-MATCH-SUB) TO MT9-LOG-BODY
006014     MOVE MT9-ST-MODE (MT9-MATCH-SUB) TO MT9-RUN-MODE
006015     MOVE SPACES TO MT9-ST-TEXT (MT9-MATCH-SUB)
006016     PERFORM 3600-POST-USAGE THRU 3600-EXIT.
006017 3500-EXIT.
006018     EXIT.
006019*----------------------------------------------------------------
006020* POST ONE RUN THAT WENT THROUGH TO ITS OPERATOR: RUN COUNT,
006021* LATEST RUN DATE, THE HIGHEST I AND J END RUN, AND DECK USE.
006022*----------------------------------------------------------------
006023 3600-POST-USAGE.
006024     IF MT9-LB-DATE NOT NUMERIC
006025         GO TO 3600-EXIT
006026     END-IF
006027     MOVE MT9-LB-OPERID TO MT9-FIND-ID
006028     PERFORM 8400-FIND-OPERATOR THRU 8400-EXIT
006029     IF MT9-FIND-SUB EQUAL ZERO
006030         GO TO 3600-EXIT
006031     END-IF
006032     ADD 1 TO MT9-OT-RUNS (MT9-FIND-SUB)
006033     IF MT9-LB-DATE GREATER THAN MT9-OT-LAST-DATE (MT9-FIND-SUB)
006034         MOVE MT9-LB-DATE TO MT9-OT-LAST-DATE (MT9-FIND-SUB)
006035     END-IF
006036     IF MT9-LB-IEND NUMERIC
006037         AND MT9-LB-IEND-NUM GREATER THAN
006038             MT9-OT-HI-I (MT9-FIND-SUB)
006039         MOVE MT9-LB-IEND-NUM TO MT9-OT-HI-I (MT9-FIND-SUB)
006040     END-IF
006041     IF MT9-LB-JEND NUMERIC
006042         AND MT9-LB-JEND-NUM GREATER THAN
006043             MT9-OT-HI-J (MT9-FIND-SUB)
006044         MOVE MT9-LB-JEND-NUM TO MT9-OT-HI-J (MT9-FIND-SUB)
006045     END-IF
006046     IF MT9-RUN-MODE EQUAL "D"
006047         ADD 1 TO MT9-OT-DECK-RUNS (MT9-FIND-SUB)
006048     END-IF.
006049 3600-EXIT.
006050     EXIT.
006051*----------------------------------------------------------------
006052* PRINT THE REVIEW, ONE BLOCK PER OPERATOR IN KEY ORDER.
006053*----------------------------------------------------------------
006054 4000-PRINT-REVIEW.
006055     MOVE MT9-DAYS TO MT9-RT-DAYS
006056     MOVE MT9-REVIEW-TITLE-LINE TO MT9-TI-TEXT
006057     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
006058     PERFORM 4100-PRINT-OPERATOR THRU 4100-EXIT
006060         VARYING MT9-OPER-SUB FROM 1 BY 1
006070         UNTIL MT9-OPER-SUB GREATER THAN MT9-OPER-COUNT.
006080 4000-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110* PRINT ONE OPERATOR'S BLOCK: ENTITLEMENTS, USAGE, LAST
006120* MAINTENANCE, EXCEPTIONS AND THE SIGN-OFF LINE.  A BLOCK IS
006130* NEVER SPLIT ACROSS A PAGE.
006140*----------------------------------------------------------------
006150 4100-PRINT-OPERATOR.
006160     IF MT9-LINE-COUNT GREATER THAN 47
006170         MOVE 99 TO MT9-LINE-COUNT
006180     END-IF
006190     MOVE MT9-OT-RECORD (MT9-OPER-SUB) TO REV-OPERATOR-RECORD
006200     MOVE SPACES TO MT9-TI-TEXT
006210     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006220     MOVE REV-OP-OPERID TO MT9-OL-OPERID
006230     MOVE REV-OP-NAME TO MT9-OL-NAME
006240     MOVE REV-OP-STATUS TO MT9-OL-STATUS
006250     MOVE REV-OP-ADD-SW TO MT9-OL-ADD
006260     MOVE REV-OP-MULT-SW TO MT9-OL-MULT
006270     MOVE REV-OP-DECK-SW TO MT9-OL-DECK
006280     MOVE REV-OP-MAX-I TO MT9-OL-MAX-I
006290     MOVE REV-OP-MAX-J TO MT9-OL-MAX-J
006300     MOVE MT9-OPER-LINE TO MT9-TI-TEXT
006310     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006320     MOVE MT9-OT-RUNS (MT9-OPER-SUB) TO MT9-UL-RUNS
006330     IF MT9-OT-LAST-DATE (MT9-OPER-SUB) EQUAL ZERO
006340         MOVE "NONE" TO MT9-UL-LAST
006350     ELSE
006360         MOVE MT9-OT-LAST-DATE (MT9-OPER-SUB) TO MT9-UL-LAST
006370     END-IF
006380     MOVE MT9-OT-HI-I (MT9-OPER-SUB) TO MT9-UL-HI-I
006390     MOVE MT9-OT-HI-J (MT9-OPER-SUB) TO MT9-UL-HI-J
006400     MOVE MT9-OT-DECK-RUNS (MT9-OPER-SUB) TO MT9-UL-DECK
006410     MOVE MT9-USAGE-LINE TO MT9-TI-TEXT
006420     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006430     IF MT9-OT-CHG-DATE (MT9-OPER-SUB) EQUAL ZERO
006440         MOVE MT9-NO-MAINT-LINE TO MT9-TI-TEXT
006450     ELSE
006460         MOVE MT9-OT-CHG-DATE (MT9-OPER-SUB) TO MT9-ML-DATE
006470         MOVE MT9-OT-CHG-USER (MT9-OPER-SUB) TO MT9-ML-USER
006480         MOVE MT9-OT-CHG-ACTION (MT9-OPER-SUB) TO MT9-ML-ACTION
006490         MOVE MT9-MAINT-LINE TO MT9-TI-TEXT
006500     END-IF
006510     PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006520     MOVE "N" TO MT9-FINDING-SW
006530     IF REV-OP-REVOKED
006540         ADD 1 TO MT9-REVOKED-COUNT
006550         PERFORM 4300-CHECK-REVOKED THRU 4300-EXIT
006560     ELSE
006570         ADD 1 TO MT9-ACTIVE-COUNT
006580         PERFORM 4200-CHECK-ACTIVE THRU 4200-EXIT
006590     END-IF
006600     IF NOT MT9-FINDING
006610         MOVE MT9-CLEAN-LINE TO MT9-TI-TEXT
006620         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006630     END-IF
006640     MOVE MT9-SIGNOFF-LINE TO MT9-TI-TEXT
006650     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
006660 4100-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690* EXCEPTIONS FOR AN ACTIVE OPERATOR.  INACTIVITY RUNS FROM THE
006700* LATER OF THE LAST RUN AND THE JOURNALED ADD, SO A NEWLY FILED
006710* OPERATOR IS NOT FLAGGED BEFORE THEY HAVE HAD THE CHANCE TO RUN.
006720* ENTITLEMENT IS WIDER THAN USED WHEN A RANGE CAP IS ABOVE THE
006730* HIGHEST END EVER REQUESTED, OR DECK IS HELD BUT NEVER USED.
006740*----------------------------------------------------------------
006750 4200-CHECK-ACTIVE.
006760     MOVE MT9-OT-LAST-DATE (MT9-OPER-SUB) TO MT9-ACTIVITY-DATE
006770     IF MT9-OT-ADD-DATE (MT9-OPER-SUB) GREATER THAN
006780             MT9-ACTIVITY-DATE
006790         MOVE MT9-OT-ADD-DATE (MT9-OPER-SUB) TO MT9-ACTIVITY-DATE
006800     END-IF
006810     MOVE ZERO TO MT9-IDLE-DAYS
006820     IF MT9-ACTIVITY-DATE EQUAL ZERO
006830         MOVE MT9-DAYS TO MT9-IDLE-DAYS
006840         ADD 1 TO MT9-IDLE-DAYS
006850         MOVE "NONE" TO MT9-IL-LAST
006860     ELSE
006870         MOVE MT9-ACTIVITY-DATE TO MT9-DATE-WORK
006880         PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
006890         IF MT9-DAY-NUMBER LESS THAN MT9-TODAY-DAYS
006900             SUBTRACT MT9-DAY-NUMBER FROM MT9-TODAY-DAYS
006910                 GIVING MT9-IDLE-DAYS
006920         END-IF
006930         MOVE MT9-ACTIVITY-DATE TO MT9-IL-LAST
006940     END-IF
006950     IF MT9-IDLE-DAYS GREATER THAN MT9-DAYS
006960         MOVE MT9-DAYS TO MT9-IL-DAYS
006970         MOVE MT9-INACTIVE-LINE TO MT9-TI-TEXT
006980         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
006990         ADD 1 TO MT9-INACTIVE-COUNT
007000         SET MT9-FINDING TO TRUE
007010     END-IF
007020     IF REV-OP-MAX-I GREATER THAN MT9-OT-HI-I (MT9-OPER-SUB)
007030         OR REV-OP-MAX-J GREATER THAN MT9-OT-HI-J (MT9-OPER-SUB)
007040         MOVE REV-OP-MAX-I TO MT9-WL-MAX-I
007050         MOVE MT9-OT-HI-I (MT9-OPER-SUB) TO MT9-WL-HI-I
007060         MOVE REV-OP-MAX-J TO MT9-WL-MAX-J
007070         MOVE MT9-OT-HI-J (MT9-OPER-SUB) TO MT9-WL-HI-J
007080         MOVE MT9-WIDER-LINE TO MT9-TI-TEXT
007090         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
007100         ADD 1 TO MT9-WIDER-COUNT
007110         SET MT9-FINDING TO TRUE
007120     END-IF
007130     IF REV-OP-DECK-OK
007140         AND MT9-OT-DECK-RUNS (MT9-OPER-SUB) EQUAL ZERO
007150         MOVE MT9-DECK-LINE TO MT9-TI-TEXT
007160         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
007170         ADD 1 TO MT9-WIDER-COUNT
007180         SET MT9-FINDING TO TRUE
007190     END-IF.
007200 4200-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230* EXCEPTIONS FOR A REVOKED OPERATOR: ANY RUN-START RECORD AFTER
007240* THE JOURNALED REVOKE.  AN OPERATOR REVOKED BEFORE THE JOURNAL
007250* WAS KEPT HAS NO REVOKE DATE AND IS NOTED, NOT TESTED.
007260*----------------------------------------------------------------
007270 4300-CHECK-REVOKED.
007280     IF MT9-OT-REVOKE-STAMP (MT9-OPER-SUB) EQUAL SPACES
007290         MOVE MT9-NO-REVOKE-LINE TO MT9-TI-TEXT
007300         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
007310         ADD 1 TO MT9-NO-REVOKE-COUNT
007320         SET MT9-FINDING TO TRUE
007330         GO TO 4300-EXIT
007340     END-IF
007350     IF MT9-OT-LATE-RUNS (MT9-OPER-SUB) GREATER THAN ZERO
007360         MOVE MT9-OT-REVOKE-STAMP (MT9-OPER-SUB) TO MT9-STAMP-WORK
007370         MOVE MT9-SW-DATE TO MT9-LL-REVOKED
007380         MOVE MT9-OT-LATE-RUNS (MT9-OPER-SUB) TO MT9-LL-RUNS
007390         MOVE MT9-OT-LATE-FIRST (MT9-OPER-SUB) TO MT9-LL-FIRST
007400         MOVE MT9-OT-LATE-LAST (MT9-OPER-SUB) TO MT9-LL-LAST
007410         MOVE MT9-LATE-LINE TO MT9-TI-TEXT
007420         PERFORM 8200-PRINT-LINE THRU 8200-EXIT
007430         ADD 1 TO MT9-LATE-COUNT
007440         SET MT9-FINDING TO TRUE
007450     END-IF.
007460 4300-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490* PRINT THE REVIEW TOTALS.
007500*----------------------------------------------------------------
007510 5000-PRINT-TOTALS.
007520     MOVE "TOTALS" TO MT9-TI-TEXT
007530     PERFORM 8100-PRINT-TITLE THRU 8100-EXIT
007540     MOVE "OPERATORS REVIEWED" TO MT9-TL-LABEL
007550     MOVE MT9-OPER-COUNT TO MT9-TL-COUNT
007560     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007570     MOVE "ACTIVE" TO MT9-TL-LABEL
007580     MOVE MT9-ACTIVE-COUNT TO MT9-TL-COUNT
007590     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007600     MOVE "REVOKED" TO MT9-TL-LABEL
007610     MOVE MT9-REVOKED-COUNT TO MT9-TL-COUNT
007620     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007630     MOVE "INACTIVE" TO MT9-TL-LABEL
007640     MOVE MT9-INACTIVE-COUNT TO MT9-TL-COUNT
007650     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007660     MOVE "RUN AFTER REVOKE" TO MT9-TL-LABEL
007670     MOVE MT9-LATE-COUNT TO MT9-TL-COUNT
007680     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007690     MOVE "WIDER THAN USED" TO MT9-TL-LABEL
007700     MOVE MT9-WIDER-COUNT TO MT9-TL-COUNT
007710     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007720     MOVE "REVOKE NOT JOURNALED" TO MT9-TL-LABEL
007730     MOVE MT9-NO-REVOKE-COUNT TO MT9-TL-COUNT
007740     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007750     MOVE "RUN RECORDS READ" TO MT9-TL-LABEL
007760     MOVE MT9-RUN-COUNT TO MT9-TL-COUNT
007770     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007780     MOVE "RUNS BY ID NOT ON FILE" TO MT9-TL-LABEL
007790     MOVE MT9-UNKNOWN-COUNT TO MT9-TL-COUNT
007800     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT
007810     MOVE "JOURNAL RECORDS READ" TO MT9-TL-LABEL
007820     MOVE MT9-JOURNAL-COUNT TO MT9-TL-COUNT
007830     PERFORM 5100-PRINT-TOTAL THRU 5100-EXIT.
007840 5000-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870* WRITE ONE TOTAL LINE.
007880*----------------------------------------------------------------
007890 5100-PRINT-TOTAL.
007900     MOVE MT9-TOTAL-LINE TO MT9-TI-TEXT
007910     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
007920 5100-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950* PRINT A SECTION TITLE, FORCING A FRESH PAGE HEADER FIRST.
007960*----------------------------------------------------------------
007970 8100-PRINT-TITLE.
007980     MOVE 99 TO MT9-LINE-COUNT
007990     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
008000 8100-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030* WRITE ONE REPORT LINE, BREAKING TO A NEW PAGE WITH THE RUN
008040* DATE/TIME/PAGE HEADER EVERY 55 LINES.
008050*----------------------------------------------------------------
008060 8200-PRINT-LINE.
008070     IF MT9-LINE-COUNT GREATER THAN 55
008080         ADD 1 TO MT9-PAGE-NO
008090         MOVE MT9-RUN-DATE TO MT9-HL-DATE
008100         MOVE MT9-RUN-TIME TO MT9-HL-TIME
008110         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
008120         MOVE "1" TO ACR-CTL
008130         MOVE MT9-HEADER-LINE TO ACR-TEXT
008140         WRITE ACR-RECORD
008150         MOVE 1 TO MT9-LINE-COUNT
008160     END-IF
008170     MOVE " " TO ACR-CTL
008180     MOVE MT9-TITLE-LINE TO ACR-TEXT
008190     WRITE ACR-RECORD
008200     ADD 1 TO MT9-LINE-COUNT.
008210 8200-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240* LOCATE MT9-FIND-ID IN THE OPERATOR TABLE; MT9-FIND-SUB COMES
008250* BACK ZERO WHEN THE ID IS NOT ON THE MASTER.
008260*----------------------------------------------------------------
008270 8400-FIND-OPERATOR.
008280     MOVE ZERO TO MT9-FIND-SUB
008290     PERFORM VARYING MT9-SCAN-SUB FROM 1 BY 1
008300             UNTIL MT9-SCAN-SUB GREATER THAN MT9-OPER-COUNT
008310             OR MT9-FIND-SUB NOT EQUAL ZERO
008320         IF MT9-OT-OPERID (MT9-SCAN-SUB) EQUAL MT9-FIND-ID
008330             MOVE MT9-SCAN-SUB TO MT9-FIND-SUB
008340         END-IF
008350     END-PERFORM.
008360 8400-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------
008390* DAY NUMBER OF THE YYYYMMDD DATE IN MT9-DATE-WORK, COUNTING
008400* MARCH AS THE FIRST MONTH SO THE LEAP DAY FALLS AT YEAR END.
008410*----------------------------------------------------------------
008420 8500-DAY-NUMBER.
008430     MOVE MT9-DW-YEAR TO MT9-CALC-YEAR
008440     MOVE MT9-DW-MONTH TO MT9-CALC-MONTH
008450     IF MT9-CALC-MONTH LESS THAN 3
008460         SUBTRACT 1 FROM MT9-CALC-YEAR
008470         ADD 12 TO MT9-CALC-MONTH
008480     END-IF
008490     MULTIPLY MT9-CALC-YEAR BY 365 GIVING MT9-DAY-NUMBER
008500     DIVIDE MT9-CALC-YEAR BY 4 GIVING MT9-CALC-QUOT
008510     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
008520     DIVIDE MT9-CALC-YEAR BY 100 GIVING MT9-CALC-QUOT
008530     SUBTRACT MT9-CALC-QUOT FROM MT9-DAY-NUMBER
008540     DIVIDE MT9-CALC-YEAR BY 400 GIVING MT9-CALC-QUOT
008550     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
008560     SUBTRACT 3 FROM MT9-CALC-MONTH
008570     MULTIPLY MT9-CALC-MONTH BY 153 GIVING MT9-CALC-QUOT
008580     ADD 2 TO MT9-CALC-QUOT
008590     DIVIDE 5 INTO MT9-CALC-QUOT
008600     ADD MT9-CALC-QUOT TO MT9-DAY-NUMBER
008610     ADD MT9-DW-DAY TO MT9-DAY-NUMBER.
008620 8500-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650* CLOSE THE FILES AND REPORT THE REVIEW TOTALS.
008660*----------------------------------------------------------------
008670 9000-TERMINATE.
008680     IF MT9-FILES-OPEN
008690         CLOSE LOGFILE
008700         CLOSE ACRFILE
008710     END-IF
008720     DISPLAY "MT9X9E: " MT9-OPER-COUNT " OPERATOR(S) REVIEWED, "
008730         MT9-RUN-COUNT " RUN RECORD(S) READ"
008740     DISPLAY "MT9X9E: " MT9-INACTIVE-COUNT " INACTIVE, "
008750         MT9-LATE-COUNT " RUN AFTER REVOKE, "
008760         MT9-WIDER-COUNT " WIDER THAN USED"
008770     IF MT9-SKIP-COUNT NOT EQUAL ZERO
008780         DISPLAY "MT9X9E: " MT9-SKIP-COUNT
008790             " UNREADABLE OR OVERFLOW RECORD(S) SKIPPED"
008800     END-IF
008810     IF MT9-INACTIVE-COUNT NOT EQUAL ZERO
008820         OR MT9-LATE-COUNT NOT EQUAL ZERO
008830         OR MT9-WIDER-COUNT NOT EQUAL ZERO
008840         OR MT9-SKIP-COUNT NOT EQUAL ZERO
008841         OR MT9-NO-REVOKE-COUNT NOT EQUAL ZERO
008842         MOVE 4 TO MT9-ALERT-SEVERITY
008843         MOVE "FINDINGS" TO MT9-ALERT-CODE
008844         MOVE "ACCESS REVIEW EXCEPTIONS, SEE ACRFILE"
008845             TO MT9-ALERT-TEXT
008846         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008850         IF RETURN-CODE LESS THAN 4
008860             MOVE 4 TO RETURN-CODE
008870         END-IF
008880     END-IF.
008890 9000-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
008920* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
008930* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
008940* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
008950* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
008960* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
008970*----------------------------------------------------------------
008980 8900-WRITE-ALERT.
008990     OPEN EXTEND ALRFILE
009000     IF MT9-ALR-STATUS NOT EQUAL "00"
009010         OPEN OUTPUT ALRFILE
009020     END-IF
009030     IF MT9-ALR-STATUS NOT EQUAL "00"
009040         DISPLAY "MT9X9E: ALRFILE NOT AVAILABLE, STATUS="
009050             MT9-ALR-STATUS
009060         GO TO 8900-EXIT
009070     END-IF
009080     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
009090     ACCEPT MT9-AL-TIME FROM TIME
009100     MOVE "MT9X9E" TO MT9-AL-PROGRAM
009110     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
009120     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
009130     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
009140     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
009150     WRITE MT9-ALERT-RECORD
009160     CLOSE ALRFILE.
009170 8900-EXIT.
009180     EXIT.
