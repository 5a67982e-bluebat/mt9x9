000280*                  DELTA CAN NEVER COMPARE THE WRONG RUNS.  A
000290*                  BLANK PARM KEEPS THE CLASSIC OLDDAT/NEWDAT
000300*                  FILE NAMES.
000301* 2026-10-15 DPS   A PARM OF "FEED" RUNS THE CATALOG COMPARE AND
000302*                  THEN TURNS THE DELTA INTO A SEQUENCED CHANGE
000303*                  FEED (MT9CHG) FOR EVERY SUBSCRIBER ON SUBFILE
000304*                  (MT9SUB).  EACH BATCH RUNS FROM THE
000305*                  GENERATION THE SUBSCRIBER LAST ACKNOWLEDGED
000306*                  ON ITS CHGACK FILE (MT9ACK) TO THE NEWEST, SO
000307*                  AN UNACKNOWLEDGED BATCH IS RESENT CUMULATED
000308*                  INTO THE NEXT.  A NEW SUBSCRIBER, OR ONE WITH
000309*                  MORE UNACKNOWLEDGED BATCHES THAN THE PARM
000310*                  LIMIT (DEFAULT 03), GETS A FULL REFRESH.  THE
000311*                  FSTFILE STATUS REPORT SHOWS EACH SUBSCRIBER'S
000312*                  LAST BATCH SENT, LAST ACKNOWLEDGED AND GAP.
000313* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000314*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000315*                  EXCEPTIONS DIGEST (MT9X9I).
000316*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000440     SELECT CMPFILE ASSIGN TO "CMPFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS MT9-CMP-STATUS.
000461     SELECT SUBFILE ASSIGN TO "SUBFILE"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS MT9-SUB-STATUS.
000464     SELECT FEEDFILE ASSIGN TO DYNAMIC MT9-FEED-NAME
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS MT9-FEED-STATUS.
000467     SELECT ACKFILE ASSIGN TO DYNAMIC MT9-ACK-NAME
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS MT9-ACK-STATUS.
000470     SELECT FSTFILE ASSIGN TO "FSTFILE"
000471         ORGANIZATION IS LINE SEQUENTIAL
000472         FILE STATUS IS MT9-FST-STATUS.
000473     SELECT ALRFILE ASSIGN TO "ALRFILE"
000474         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS MT9-ALR-STATUS.
000476 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OLDDAT
000500     RECORDING MODE IS F.
000640 FD  CATFILE
000650     RECORDING MODE IS F.
000660     COPY "MT9CAT.cpy".
000661 FD  SUBFILE
000662     RECORDING MODE IS F.
000663 01  SUB-RECORD              PIC X(145).
000664 FD  FEEDFILE
000665     RECORDING MODE IS F.
000666     COPY "MT9CHG.cpy".
000667 FD  ACKFILE
000668     RECORDING MODE IS F.
000669     COPY "MT9ACK.cpy".
000670 FD  FSTFILE
000671     RECORDING MODE IS F.
000672 01  FST-RECORD.
000673     05  FST-CTL             PIC X(01).
000674     05  FST-TEXT            PIC X(132).
000675 FD  ALRFILE
000676     RECORDING MODE IS F.
000677     COPY "MT9ALR.cpy".
000678 WORKING-STORAGE SECTION.
000680 01  MT9-OLD-STATUS          PIC X(02).
000690 01  MT9-NEW-STATUS          PIC X(02).
000700 01  MT9-CMP-STATUS          PIC X(02).
000710 01  MT9-CAT-STATUS          PIC X(02).
000711 01  MT9-SUB-STATUS          PIC X(02).
000712 01  MT9-FEED-STATUS         PIC X(02).
000713 01  MT9-ACK-STATUS          PIC X(02).
000714 01  MT9-FST-STATUS          PIC X(02).
000715 01  MT9-ALR-STATUS          PIC X(02).
000716 01  MT9-FEED-NAME           PIC X(16).
000717 01  MT9-ACK-NAME            PIC X(16).
000720 01  MT9-FILE-NAMES.
000730     05  MT9-OLD-NAME        PIC X(16) VALUE "OLDDAT".
000740     05  MT9-NEW-NAME        PIC X(16) VALUE "NEWDAT".
000750 01  MT9-PARM-CARD           PIC X(80).
000751 01  MT9-PARM-FEED REDEFINES MT9-PARM-CARD.
000752     05  MT9-PF-ACTION       PIC X(08).
000753     05  MT9-PF-MAX-LAG      PIC X(02).
000754     05  MT9-PF-MAX-LAG-N REDEFINES MT9-PF-MAX-LAG
000755                             PIC 9(02).
000756     05  FILLER              PIC X(70).
000757 01  MT9-MAX-LAG             PIC 9(02) VALUE 3.
000758 01  MT9-FEED-SW             PIC X(01) VALUE "N".
000759     88  MT9-FEEDING                   VALUE "Y".
000760 01  MT9-CAT-PICKS.
000770     05  MT9-CP-NEW-GEN      PIC 9(04) VALUE ZERO.
000780     05  MT9-CP-OLD-GEN      PIC 9(04) VALUE ZERO.
001000     05  MT9-ONLY-NEW-COUNT  PIC 9(08) COMP VALUE ZERO.
001010     05  MT9-CHANGED-COUNT   PIC 9(08) COMP VALUE ZERO.
001020     05  MT9-BAD-MODE-COUNT  PIC 9(08) COMP VALUE ZERO.
001021     05  MT9-BATCH-COUNT     PIC 9(08) COMP VALUE ZERO.
001022     05  MT9-REFRESH-COUNT   PIC 9(08) COMP VALUE ZERO.
001023     05  MT9-LAG-COUNT       PIC 9(08) COMP VALUE ZERO.
001024     05  MT9-STRAY-ACK-COUNT PIC 9(08) COMP VALUE ZERO.
001025     05  MT9-SAVE-OLD-COUNT  PIC 9(08) COMP VALUE ZERO.
001026     05  MT9-SAVE-BAD-COUNT  PIC 9(08) COMP VALUE ZERO.
001027     05  MT9-FC-ADDS         PIC 9(08) COMP VALUE ZERO.
001028     05  MT9-FC-CHANGES      PIC 9(08) COMP VALUE ZERO.
001029     05  MT9-FC-DELETES      PIC 9(08) COMP VALUE ZERO.
001030     05  MT9-FC-COUNT        PIC 9(08) COMP VALUE ZERO.
001031     05  MT9-FC-HASH         PIC 9(12) COMP VALUE ZERO.
001032*----------------------------------------------------------------
001033* CHANGE-FEED WORK AREAS.  THE GENERATION TABLE HOLDS EVERY
001034* VERIFIED, HELD GENERATION ON THE CATALOG SO A SUBSCRIBER'S
001035* BASE GENERATION CAN BE RELOADED INTO THE OLD SIDE OF THE CELL
001036* TABLE; MT9-BASE-GEN IS THE GENERATION LOADED THERE NOW.
001037*----------------------------------------------------------------
001038     COPY "MT9SUB.cpy".
001039 01  MT9-SUB-COUNT           PIC 9(04) COMP VALUE ZERO.
001040 01  MT9-SUB-TABLE.
001041     05  MT9-SU-ENTRY        PIC X(145) OCCURS 100.
001042 01  MT9-GEN-COUNT           PIC 9(04) COMP VALUE ZERO.
001043 01  MT9-GEN-TABLE.
001044     05  MT9-GT-ENTRY        OCCURS 100.
001045         10  MT9-GT-GEN-NO   PIC 9(04).
001046         10  MT9-GT-FILE-NAME
001047                             PIC X(16).
001048 01  MT9-FEED-FIELDS.
001049     05  MT9-BASE-GEN        PIC 9(04) VALUE ZERO.
001050     05  MT9-FROM-GEN        PIC 9(04).
001051     05  MT9-FEED-TYPE       PIC X(01).
001052         88  MT9-FEED-DELTA            VALUE "D".
001053         88  MT9-FEED-REFRESH          VALUE "R".
001054     05  MT9-FEED-ACTION     PIC X(08).
001055     05  MT9-FEED-NOTE       PIC X(30).
001056     05  MT9-SUB-SUB         PIC 9(04) COMP.
001057     05  MT9-PEND-SUB        PIC 9(04) COMP.
001058     05  MT9-KEEP-SUB        PIC 9(04) COMP.
001059     05  MT9-GEN-SUB         PIC 9(04) COMP.
001060     05  MT9-GAP             PIC 9(06).
001061     05  MT9-REFRESH-PENDING-SW
001062                             PIC X(01).
001063         88  MT9-REFRESH-PENDING       VALUE "Y".
001064     05  MT9-BASE-FAIL-SW    PIC X(01).
001065         88  MT9-BASE-FAILED           VALUE "Y".
001066     05  MT9-ACK-EOF-SW      PIC X(01).
001067         88  MT9-ACK-EOF               VALUE "Y".
001068     05  MT9-SUB-EOF-SW      PIC X(01) VALUE "N".
001069         88  MT9-SUB-EOF               VALUE "Y".
001070     05  MT9-SUB-OVERFLOW-SW PIC X(01) VALUE "N".
001071         88  MT9-SUB-OVERFLOW          VALUE "Y".
001072 01  MT9-FST-PAGE-NO         PIC 9(04) VALUE ZERO.
001073 01  MT9-FST-LINE-COUNT      PIC 9(04) COMP VALUE 99.
001074 01  MT9-CELL-TABLE.
001075     05  MT9-CT-MODE         OCCURS 2.
001076         10  MT9-CT-ROW      OCCURS 100.
001077             15  MT9-CT-CELL OCCURS 100.
001078                 20  MT9-CT-OLD-KJ   PIC 9(04).
001080                 20  MT9-CT-OLD-SW   PIC X(01).
001090                     88  MT9-CT-IN-OLD        VALUE "Y".
001100                 20  MT9-CT-NEW-KJ   PIC 9(04).
001560     05  MT9-TL-LABEL        PIC X(24).
001570     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001580     05  FILLER              PIC X(100) VALUE SPACES.
001581 01  MT9-STATUS-HEAD-LINE.
001582     05  FILLER              PIC X(44)  VALUE
001583         "SUBSCRIB ACTION    BATCH FROM   TO  RECORDS ".
001584     05  FILLER              PIC X(88)  VALUE
001585         "  LAST   LAST    GAP ACKED ON NOTE".
001586 01  MT9-STATUS-HEAD-LINE-2.
001587     05  FILLER              PIC X(44)  VALUE
001588         "                    SENT  GEN  GEN     SENT ".
001589     05  FILLER              PIC X(88)  VALUE
001590         "  SENT  ACKED".
001591 01  MT9-STATUS-LINE.
001592     05  MT9-SS-SUBID        PIC X(08).
001593     05  FILLER              PIC X(01)  VALUE SPACE.
001594     05  MT9-SS-ACTION       PIC X(08).
001595     05  FILLER              PIC X(01)  VALUE SPACE.
001596     05  MT9-SS-BATCH        PIC ZZZZZ9.
001597     05  FILLER              PIC X(01)  VALUE SPACE.
001598     05  MT9-SS-FROM-GEN     PIC ZZZ9.
001599     05  FILLER              PIC X(01)  VALUE SPACE.
001600     05  MT9-SS-TO-GEN       PIC ZZZ9.
001601     05  FILLER              PIC X(01)  VALUE SPACE.
001602     05  MT9-SS-RECORDS      PIC ZZZZZZZ9.
001603     05  FILLER              PIC X(01)  VALUE SPACE.
001604     05  MT9-SS-LAST-SENT    PIC ZZZZZ9.
001605     05  FILLER              PIC X(01)  VALUE SPACE.
001606     05  MT9-SS-LAST-ACK     PIC ZZZZZ9.
001607     05  FILLER              PIC X(01)  VALUE SPACE.
001608     05  MT9-SS-GAP          PIC ZZZZZ9.
001609     05  FILLER              PIC X(01)  VALUE SPACE.
001610     05  MT9-SS-ACK-DATE     PIC 9(08).
001611     05  FILLER              PIC X(01)  VALUE SPACE.
001612     05  MT9-SS-NOTE         PIC X(30).
001613     05  FILLER              PIC X(28)  VALUE SPACES.
001614 01  MT9-ALERT-FIELDS.
001615     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001616     05  MT9-ALERT-SEVERITY  PIC 9(02).
001617     05  MT9-ALERT-CODE      PIC X(08).
001618     05  MT9-ALERT-TEXT      PIC X(60).
001619 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001621     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001622     PERFORM 2000-LOAD-OLD THRU 2000-EXIT
001630         UNTIL MT9-OLD-EOF
001640     PERFORM 2500-LOAD-NEW THRU 2500-EXIT
001650         UNTIL MT9-NEW-EOF
001660     IF MT9-FILES-OPEN
001670         PERFORM 3000-REPORT-DELTAS THRU 3000-EXIT
001672         IF MT9-FEEDING
001674             PERFORM 6000-PRODUCE-FEEDS THRU 6000-EXIT
001676         END-IF
001680     END-IF
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT
001700     STOP RUN.
001770     ACCEPT MT9-RUN-TIME FROM TIME
001780     MOVE SPACES TO MT9-PARM-CARD
001790     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
001792     IF MT9-PF-ACTION EQUAL "FEED    "
001794         PERFORM 1020-EDIT-FEED-PARM THRU 1020-EXIT
001796     END-IF
001800     IF MT9-PARM-CARD (1:8) EQUAL "CATALOG " OR MT9-FEEDING
001810         PERFORM 1050-PICK-GENERATIONS THRU 1050-EXIT
001820         IF MT9-PICK-FAILED
001830             SET MT9-OLD-EOF TO TRUE
001840             SET MT9-NEW-EOF TO TRUE
001841             MOVE 8 TO MT9-ALERT-SEVERITY
001842             MOVE "PICKFAIL" TO MT9-ALERT-CODE
001843             MOVE "GENERATION PICK FAILED, NOTHING COMPARED"
001844                 TO MT9-ALERT-TEXT
001845             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001850             MOVE 8 TO RETURN-CODE
001860             GO TO 1000-EXIT
001870         END-IF
001920             MT9-OLD-STATUS
001930         SET MT9-OLD-EOF TO TRUE
001940         SET MT9-NEW-EOF TO TRUE
001941         MOVE 8 TO MT9-ALERT-SEVERITY
001942         MOVE "OLDNOTAV" TO MT9-ALERT-CODE
001943         MOVE "OLDDAT NOT AVAILABLE, NOTHING COMPARED"
001944             TO MT9-ALERT-TEXT
001945         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001950         MOVE 8 TO RETURN-CODE
001960         GO TO 1000-EXIT
001970     END-IF
002020         CLOSE OLDDAT
002030         SET MT9-OLD-EOF TO TRUE
002040         SET MT9-NEW-EOF TO TRUE
002041         MOVE 8 TO MT9-ALERT-SEVERITY
002042         MOVE "NEWNOTAV" TO MT9-ALERT-CODE
002043         MOVE "NEWDAT NOT AVAILABLE, NOTHING COMPARED"
002044             TO MT9-ALERT-TEXT
002045         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002050         MOVE 8 TO RETURN-CODE
002060         GO TO 1000-EXIT
002070     END-IF
002120     PERFORM 2600-READ-NEW THRU 2600-EXIT.
002130 1000-EXIT.
002140     EXIT.
002141*----------------------------------------------------------------
002142* "FEED" DRIVES THE COMPARE FROM THE CATALOG LIKE "CATALOG" AND
002143* THEN WRITES THE SUBSCRIBER FEEDS.  COLUMNS 9-10 GIVE THE MOST
002144* UNACKNOWLEDGED BATCHES A SUBSCRIBER MAY HAVE BEFORE IT IS
002145* SWITCHED TO A FULL REFRESH (01-09, DEFAULT 03).
002146*----------------------------------------------------------------
002147 1020-EDIT-FEED-PARM.
002148     SET MT9-FEEDING TO TRUE
002149     IF MT9-PF-MAX-LAG EQUAL SPACES
002150         GO TO 1020-EXIT
002151     END-IF
002152     IF MT9-PF-MAX-LAG NUMERIC
002153         AND MT9-PF-MAX-LAG-N GREATER THAN ZERO
002154         AND MT9-PF-MAX-LAG-N LESS THAN 10
002155         MOVE MT9-PF-MAX-LAG-N TO MT9-MAX-LAG
002156     ELSE
002157         DISPLAY "MT9X9C: FEED LIMIT " MT9-PF-MAX-LAG
002158             " NOT 01-09, 03 USED"
002159     END-IF.
002160 1020-EXIT.
002161     EXIT.
002162*----------------------------------------------------------------
002163* READ THE MT9X9N GENERATION CATALOG AND PICK THE TWO MOST
002170* RECENT VERIFIED, STILL-HELD GENERATIONS: THE NEWEST BECOMES
002180* THE CURRENT RUN AND THE SECOND NEWEST THE PRIOR RUN.  FEWER
002190* THAN TWO MEANS THE DELTA CANNOT BE DRIVEN FROM THE CATALOG.
002550     IF NOT MT9-CG-VERIFIED OR NOT MT9-CG-HELD
002560         GO TO 1060-EXIT
002570     END-IF
002571     IF MT9-GEN-COUNT LESS THAN 100
002572         ADD 1 TO MT9-GEN-COUNT
002573         MOVE MT9-CG-GEN-NO TO MT9-GT-GEN-NO (MT9-GEN-COUNT)
002574         MOVE MT9-CG-FILE-NAME
002575             TO MT9-GT-FILE-NAME (MT9-GEN-COUNT)
002576     END-IF
002580     IF MT9-CG-GEN-NO GREATER THAN MT9-CP-NEW-GEN
002590         MOVE MT9-CP-NEW-GEN TO MT9-CP-OLD-GEN
002600         MOVE MT9-CP-NEW-NAME TO MT9-CP-OLD-NAME
005160 3500-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190* WRITE A CHANGE-FEED BATCH FOR EVERY SUBSCRIBER ON SUBFILE, PRINT
005200* THE FEED STATUS REPORT, AND SAVE THE UPDATED SUBSCRIBER MASTER.
005210* THE OLD SIDE OF THE CELL TABLE STARTS OUT HOLDING THE PRIOR
005220* GENERATION FROM THE COMPARE.  A MASTER TOO BIG FOR THE TABLE IS
005230* LEFT UNTOUCHED AND ENDS THE JOB RC=8 WITH NO FEEDS WRITTEN.
005240*----------------------------------------------------------------
005250 6000-PRODUCE-FEEDS.
005260     OPEN INPUT SUBFILE
005270     IF MT9-SUB-STATUS NOT EQUAL "00"
005280         DISPLAY "MT9X9C: SUBFILE NOT AVAILABLE, STATUS="
005290             MT9-SUB-STATUS ", NO FEEDS WRITTEN"
005300         MOVE 4 TO MT9-ALERT-SEVERITY
005310         MOVE "SUBNOTAV" TO MT9-ALERT-CODE
005320         MOVE "SUBFILE NOT AVAILABLE, NO FEEDS WRITTEN"
005330             TO MT9-ALERT-TEXT
005340         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
005350         IF RETURN-CODE LESS THAN 4
005360             MOVE 4 TO RETURN-CODE
005370         END-IF
005380         GO TO 6000-EXIT
005390     END-IF
005400     PERFORM 6050-LOAD-SUBSCRIBER THRU 6050-EXIT
005410         UNTIL MT9-SUB-EOF
005420     CLOSE SUBFILE
005430     IF MT9-SUB-OVERFLOW
005440         DISPLAY "MT9X9C: SUBFILE EXCEEDS THE 100-SUBSCRIBER"
005450             " LIMIT, NO FEEDS WRITTEN"
005460         MOVE 8 TO MT9-ALERT-SEVERITY
005470         MOVE "SUBLIMIT" TO MT9-ALERT-CODE
005480         MOVE "OVER 100 SUBSCRIBERS, NO FEEDS WRITTEN"
005490             TO MT9-ALERT-TEXT
005500         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
005510         MOVE 8 TO RETURN-CODE
005520         GO TO 6000-EXIT
005530     END-IF
005540     MOVE MT9-CP-OLD-GEN TO MT9-BASE-GEN
005550     OPEN OUTPUT FSTFILE
005560     MOVE SPACES TO MT9-PRINT-LINE
005570     STRING "CHANGE-FEED STATUS - GENERATION " DELIMITED BY SIZE
005580         MT9-CP-NEW-GEN DELIMITED BY SIZE
005590         INTO MT9-PRINT-LINE
005600     END-STRING
005610     MOVE 99 TO MT9-FST-LINE-COUNT
005620     PERFORM 8300-PRINT-STATUS-LINE THRU 8300-EXIT
005630     MOVE MT9-STATUS-HEAD-LINE TO MT9-PRINT-LINE
005640     PERFORM 8300-PRINT-STATUS-LINE THRU 8300-EXIT
005650     MOVE MT9-STATUS-HEAD-LINE-2 TO MT9-PRINT-LINE
005660     PERFORM 8300-PRINT-STATUS-LINE THRU 8300-EXIT
005670     PERFORM 6100-FEED-SUBSCRIBER THRU 6100-EXIT
005680         VARYING MT9-SUB-SUB FROM 1 BY 1
005690         UNTIL MT9-SUB-SUB GREATER THAN MT9-SUB-COUNT
005700     CLOSE FSTFILE
005710     PERFORM 6900-SAVE-SUBSCRIBERS THRU 6900-EXIT.
005720 6000-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* BANK ONE SUBSCRIBER RECORD.  BLANK RECORDS ARE DROPPED.
005760*----------------------------------------------------------------
005770 6050-LOAD-SUBSCRIBER.
005780     READ SUBFILE
005790         AT END
005800             SET MT9-SUB-EOF TO TRUE
005810             GO TO 6050-EXIT
005820     END-READ
005830     IF SUB-RECORD (1:8) EQUAL SPACES
005840         GO TO 6050-EXIT
005850     END-IF
005860     IF MT9-SUB-COUNT EQUAL 100
005870         SET MT9-SUB-OVERFLOW TO TRUE
005880         SET MT9-SUB-EOF TO TRUE
005890         GO TO 6050-EXIT
005900     END-IF
005910     ADD 1 TO MT9-SUB-COUNT
005920     MOVE SUB-RECORD TO MT9-SU-ENTRY (MT9-SUB-COUNT).
005930 6050-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* TAKE IN THE SUBSCRIBER'S ACKNOWLEDGEMENTS, THEN SEND IT A BATCH
005970* UNLESS IT HAS ALREADY ACKNOWLEDGED THE NEWEST GENERATION.
005980*----------------------------------------------------------------
005990 6100-FEED-SUBSCRIBER.
006000     MOVE MT9-SU-ENTRY (MT9-SUB-SUB) TO MT9-SUBSCRIBER-RECORD
006010     IF MT9-SB-LAST-SENT NOT NUMERIC
006020         PERFORM 6150-ENROL-SUBSCRIBER THRU 6150-EXIT
006030     END-IF
006040     PERFORM 6200-APPLY-ACKS THRU 6200-EXIT
006050     MOVE SPACES TO MT9-FEED-NOTE
006060     MOVE ZERO TO MT9-FC-COUNT
006070     IF MT9-SB-ACK-GEN EQUAL MT9-CP-NEW-GEN
006080         MOVE ZERO TO MT9-SB-PEND-COUNT
006090         MOVE "CURRENT " TO MT9-FEED-ACTION
006100         MOVE "UP TO DATE" TO MT9-FEED-NOTE
006110     ELSE
006120         PERFORM 6300-CHOOSE-FEED THRU 6300-EXIT
006130         PERFORM 6400-WRITE-FEED THRU 6400-EXIT
006140     END-IF
006150     PERFORM 6800-PRINT-STATUS THRU 6800-EXIT
006160     MOVE MT9-SUBSCRIBER-RECORD TO MT9-SU-ENTRY (MT9-SUB-SUB).
006170 6100-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200* A RECORD CARRYING ONLY A SUBSCRIBER ID IS A NEW ENROLMENT:
006210* NOTHING SENT, NOTHING ACKNOWLEDGED.
006220*----------------------------------------------------------------
006230 6150-ENROL-SUBSCRIBER.
006240     MOVE ZERO TO MT9-SB-LAST-SENT
006250     MOVE ZERO TO MT9-SB-SENT-GEN
006260     MOVE ZERO TO MT9-SB-SENT-DATE
006270     MOVE ZERO TO MT9-SB-LAST-ACK
006280     MOVE ZERO TO MT9-SB-ACK-GEN
006290     MOVE ZERO TO MT9-SB-ACK-DATE
006300     MOVE ZERO TO MT9-SB-PEND-COUNT
006310     DISPLAY "MT9X9C: SUBSCRIBER " MT9-SB-SUBID " ENROLLED".
006320 6150-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* READ THE SUBSCRIBER'S CHGACK FILE, IF IT HAS RETURNED ONE.  NO
006360* FILE MEANS NOTHING NEW WAS ACKNOWLEDGED.
006370*----------------------------------------------------------------
006380 6200-APPLY-ACKS.
006390     MOVE SPACES TO MT9-ACK-NAME
006400     STRING "CHGACK-" DELIMITED BY SIZE
006410         MT9-SB-SUBID DELIMITED BY SPACE
006420         INTO MT9-ACK-NAME
006430     END-STRING
006440     MOVE "N" TO MT9-ACK-EOF-SW
006450     OPEN INPUT ACKFILE
006460     IF MT9-ACK-STATUS NOT EQUAL "00"
006470         GO TO 6200-EXIT
006480     END-IF
006490     PERFORM 6250-READ-ACK THRU 6250-EXIT
006500         UNTIL MT9-ACK-EOF
006510     CLOSE ACKFILE.
006520 6200-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550* POST ONE ACKNOWLEDGEMENT.  IT MUST NAME THIS SUBSCRIBER AND A
006560* BATCH STILL OUTSTANDING; THAT BATCH AND EVERY EARLIER ONE ARE
006570* THEN ACKNOWLEDGED AND THE SUBSCRIBER STANDS AT THE GENERATION
006580* THE BATCH BROUGHT IT TO.  AN ACKNOWLEDGEMENT ALREADY POSTED IS
006590* PASSED OVER; ONE MATCHING NO BATCH SENT IS COUNTED.
006600*----------------------------------------------------------------
006610 6250-READ-ACK.
006620     READ ACKFILE
006630         AT END
006640             SET MT9-ACK-EOF TO TRUE
006650             GO TO 6250-EXIT
006660     END-READ
006670     IF MT9-AK-SUBID NOT EQUAL MT9-SB-SUBID
006680         OR MT9-AK-BATCH-SEQ NOT NUMERIC
006690         ADD 1 TO MT9-STRAY-ACK-COUNT
006700         GO TO 6250-EXIT
006710     END-IF
006720     IF MT9-AK-BATCH-SEQ NOT GREATER THAN MT9-SB-LAST-ACK
006730         GO TO 6250-EXIT
006740     END-IF
006750     PERFORM VARYING MT9-PEND-SUB FROM 1 BY 1
006760             UNTIL MT9-PEND-SUB GREATER THAN MT9-SB-PEND-COUNT
006770             OR MT9-SB-PD-SEQ (MT9-PEND-SUB)
006780                 EQUAL MT9-AK-BATCH-SEQ
006790         CONTINUE
006800     END-PERFORM
006810     IF MT9-PEND-SUB GREATER THAN MT9-SB-PEND-COUNT
006820         DISPLAY "MT9X9C: " MT9-SB-SUBID " ACKNOWLEDGED BATCH "
006830             MT9-AK-BATCH-SEQ ", WHICH IS NOT OUTSTANDING"
006840         ADD 1 TO MT9-STRAY-ACK-COUNT
006850         GO TO 6250-EXIT
006860     END-IF
006870     MOVE MT9-AK-BATCH-SEQ TO MT9-SB-LAST-ACK
006880     MOVE MT9-SB-PD-GEN (MT9-PEND-SUB) TO MT9-SB-ACK-GEN
006890     IF MT9-AK-DATE NUMERIC
006900         MOVE MT9-AK-DATE TO MT9-SB-ACK-DATE
006910     ELSE
006920         MOVE MT9-RUN-DATE TO MT9-SB-ACK-DATE
006930     END-IF
006940     PERFORM 6270-DROP-ACKED THRU 6270-EXIT.
006950 6250-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------
006980* CLOSE UP THE OUTSTANDING-BATCH LIST, KEEPING ONLY BATCHES LATER
006990* THAN THE LAST ONE ACKNOWLEDGED.
007000*----------------------------------------------------------------
007010 6270-DROP-ACKED.
007020     MOVE ZERO TO MT9-KEEP-SUB
007030     PERFORM VARYING MT9-PEND-SUB FROM 1 BY 1
007040             UNTIL MT9-PEND-SUB GREATER THAN MT9-SB-PEND-COUNT
007050         IF MT9-SB-PD-SEQ (MT9-PEND-SUB)
007060                 GREATER THAN MT9-SB-LAST-ACK
007070             ADD 1 TO MT9-KEEP-SUB
007080             MOVE MT9-SB-PENDING (MT9-PEND-SUB)
007090                 TO MT9-SB-PENDING (MT9-KEEP-SUB)
007100         END-IF
007110     END-PERFORM
007120     MOVE MT9-KEEP-SUB TO MT9-SB-PEND-COUNT.
007130 6270-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160* DECIDE BETWEEN A DELTA AND A FULL REFRESH.  A SUBSCRIBER GETS A
007170* REFRESH WHEN IT HAS NEVER ACKNOWLEDGED A BATCH, WHEN IT HAS THE
007180* PARM LIMIT OF BATCHES OUTSTANDING, WHEN A REFRESH IT WAS SENT IS
007190* STILL UNACKNOWLEDGED, OR WHEN THE GENERATION IT LAST
007200* ACKNOWLEDGED IS NO LONGER HELD ON THE CATALOG.  OTHERWISE IT
007210* GETS A DELTA FROM THAT GENERATION, CUMULATING ANY BATCHES
007220* OUTSTANDING.
007230*----------------------------------------------------------------
007240 6300-CHOOSE-FEED.
007250     MOVE "D" TO MT9-FEED-TYPE
007260     MOVE MT9-SB-ACK-GEN TO MT9-FROM-GEN
007270     MOVE "N" TO MT9-REFRESH-PENDING-SW
007280     PERFORM VARYING MT9-PEND-SUB FROM 1 BY 1
007290             UNTIL MT9-PEND-SUB GREATER THAN MT9-SB-PEND-COUNT
007300         IF MT9-SB-PD-TYPE (MT9-PEND-SUB) EQUAL "R"
007310             SET MT9-REFRESH-PENDING TO TRUE
007320         END-IF
007330     END-PERFORM
007340     EVALUATE TRUE
007350         WHEN MT9-SB-ACK-GEN EQUAL ZERO
007360             MOVE "R" TO MT9-FEED-TYPE
007370             MOVE "NO BATCH ACKNOWLEDGED YET" TO MT9-FEED-NOTE
007380         WHEN MT9-SB-PEND-COUNT NOT LESS THAN MT9-MAX-LAG
007390             MOVE "R" TO MT9-FEED-TYPE
007400             MOVE "TOO FAR BEHIND" TO MT9-FEED-NOTE
007410             ADD 1 TO MT9-LAG-COUNT
007420         WHEN MT9-REFRESH-PENDING
007430             MOVE "R" TO MT9-FEED-TYPE
007440             MOVE "REFRESH NOT ACKNOWLEDGED" TO MT9-FEED-NOTE
007450         WHEN OTHER
007460             PERFORM 6350-LOAD-BASE THRU 6350-EXIT
007470             IF MT9-BASE-FAILED
007480                 MOVE "R" TO MT9-FEED-TYPE
007490                 MOVE "BASE GENERATION NOT HELD" TO MT9-FEED-NOTE
007500             END-IF
007510     END-EVALUATE
007520     IF MT9-FEED-REFRESH
007530         MOVE ZERO TO MT9-FROM-GEN
007540         MOVE "REFRESH " TO MT9-FEED-ACTION
007550     ELSE
007560         IF MT9-SB-PEND-COUNT GREATER THAN ZERO
007570             MOVE "RESEND  " TO MT9-FEED-ACTION
007580             MOVE "CUMULATES UNACKNOWLEDGED" TO MT9-FEED-NOTE
007590         ELSE
007600             MOVE "DELTA   " TO MT9-FEED-ACTION
007610         END-IF
007620     END-IF.
007630 6300-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------
007660* MAKE THE SUBSCRIBER'S BASE GENERATION THE OLD SIDE OF THE CELL
007670* TABLE, RELOADING IT FROM ITS CATALOGED EXTRACT UNLESS IT IS
007680* ALREADY THERE.  THE COMPARE TOTALS ARE LEFT AS THEY WERE.
007690*----------------------------------------------------------------
007700 6350-LOAD-BASE.
007710     MOVE "N" TO MT9-BASE-FAIL-SW
007720     IF MT9-SB-ACK-GEN EQUAL MT9-BASE-GEN
007730         GO TO 6350-EXIT
007740     END-IF
007750     PERFORM VARYING MT9-GEN-SUB FROM 1 BY 1
007760             UNTIL MT9-GEN-SUB GREATER THAN MT9-GEN-COUNT
007770             OR MT9-GT-GEN-NO (MT9-GEN-SUB) EQUAL MT9-SB-ACK-GEN
007780         CONTINUE
007790     END-PERFORM
007800     IF MT9-GEN-SUB GREATER THAN MT9-GEN-COUNT
007810         SET MT9-BASE-FAILED TO TRUE
007820         GO TO 6350-EXIT
007830     END-IF
007840     CLOSE OLDDAT
007850     MOVE ZERO TO MT9-BASE-GEN
007860     PERFORM 6360-CLEAR-OLD-SIDE THRU 6360-EXIT
007870     MOVE MT9-GT-FILE-NAME (MT9-GEN-SUB) TO MT9-OLD-NAME
007880     OPEN INPUT OLDDAT
007890     IF MT9-OLD-STATUS NOT EQUAL "00"
007900         DISPLAY "MT9X9C: GENERATION " MT9-SB-ACK-GEN " ("
007910             MT9-OLD-NAME ") NOT AVAILABLE, STATUS="
007920             MT9-OLD-STATUS
007930         SET MT9-BASE-FAILED TO TRUE
007940         GO TO 6350-EXIT
007950     END-IF
007960     MOVE MT9-OLD-COUNT TO MT9-SAVE-OLD-COUNT
007970     MOVE MT9-BAD-MODE-COUNT TO MT9-SAVE-BAD-COUNT
007980     MOVE "N" TO MT9-OLD-EOF-SW
007990     PERFORM 2100-READ-OLD THRU 2100-EXIT
008000     PERFORM 2000-LOAD-OLD THRU 2000-EXIT
008010         UNTIL MT9-OLD-EOF
008020     MOVE MT9-SAVE-OLD-COUNT TO MT9-OLD-COUNT
008030     MOVE MT9-SAVE-BAD-COUNT TO MT9-BAD-MODE-COUNT
008040     MOVE MT9-SB-ACK-GEN TO MT9-BASE-GEN.
008050 6350-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------
008080* EMPTY THE OLD SIDE OF THE CELL TABLE.
008090*----------------------------------------------------------------
008100 6360-CLEAR-OLD-SIDE.
008110     PERFORM VARYING MT9-MODE-SUB FROM 1 BY 1
008120             UNTIL MT9-MODE-SUB GREATER THAN 2
008130       PERFORM VARYING MT9-K-SUB FROM 1 BY 1
008140               UNTIL MT9-K-SUB GREATER THAN 100
008150         PERFORM VARYING MT9-J-SUB FROM 1 BY 1
008160                 UNTIL MT9-J-SUB GREATER THAN 100
008170           MOVE SPACE TO MT9-CT-OLD-SW
008180               (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
008190         END-PERFORM
008200       END-PERFORM
008210     END-PERFORM.
008220 6360-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250* WRITE THE SUBSCRIBER'S BATCH TO ITS CHGFEED FILE: HEADER, ONE
008260* RECORD PER CELL, TRAILER.  THE BATCH THEN JOINS THE SUBSCRIBER'S
008270* OUTSTANDING LIST; A REFRESH REPLACES WHATEVER WAS OUTSTANDING.
008280*----------------------------------------------------------------
008290 6400-WRITE-FEED.
008300     MOVE SPACES TO MT9-FEED-NAME
008310     STRING "CHGFEED-" DELIMITED BY SIZE
008320         MT9-SB-SUBID DELIMITED BY SPACE
008330         INTO MT9-FEED-NAME
008340     END-STRING
008350     OPEN OUTPUT FEEDFILE
008360     IF MT9-FEED-STATUS NOT EQUAL "00"
008370         DISPLAY "MT9X9C: " MT9-FEED-NAME " CANNOT BE WRITTEN,"
008380             " STATUS=" MT9-FEED-STATUS
008390         MOVE "NOT SENT" TO MT9-FEED-ACTION
008400         MOVE "FEED FILE NOT WRITTEN" TO MT9-FEED-NOTE
008410         MOVE 8 TO MT9-ALERT-SEVERITY
008420         MOVE "FEEDFAIL" TO MT9-ALERT-CODE
008430         MOVE "SUBSCRIBER FEED FILE COULD NOT BE WRITTEN"
008440             TO MT9-ALERT-TEXT
008450         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
008460         MOVE 8 TO RETURN-CODE
008470         GO TO 6400-EXIT
008480     END-IF
008490     ADD 1 TO MT9-SB-LAST-SENT
008500     MOVE "H" TO MT9-CH-TYPE
008510     MOVE MT9-SB-SUBID TO MT9-CH-SUBID
008520     MOVE MT9-SB-LAST-SENT TO MT9-CH-BATCH-SEQ
008530     MOVE MT9-FEED-TYPE TO MT9-CH-FEED-TYPE
008540     ADD 1 MT9-SB-LAST-ACK GIVING MT9-CH-FIRST-SEQ
008550     MOVE MT9-FROM-GEN TO MT9-CH-FROM-GEN
008560     MOVE MT9-CP-NEW-GEN TO MT9-CH-TO-GEN
008570     MOVE MT9-RUN-DATE TO MT9-CH-DATE
008580     MOVE MT9-RUN-TIME TO MT9-CH-TIME
008590     WRITE MT9-CHANGE-HEADER
008600     MOVE ZERO TO MT9-FC-ADDS
008610     MOVE ZERO TO MT9-FC-CHANGES
008620     MOVE ZERO TO MT9-FC-DELETES
008630     MOVE ZERO TO MT9-FC-COUNT
008640     MOVE ZERO TO MT9-FC-HASH
008650     IF MT9-FEED-REFRESH
008660         PERFORM 6600-SWEEP-REFRESH THRU 6600-EXIT
008670     ELSE
008680         PERFORM 6500-SWEEP-DELTA THRU 6500-EXIT
008690     END-IF
008700     MOVE "T" TO MT9-CX-TYPE
008710     MOVE MT9-SB-LAST-SENT TO MT9-CX-BATCH-SEQ
008720     MOVE MT9-FC-ADDS TO MT9-CX-ADDS
008730     MOVE MT9-FC-CHANGES TO MT9-CX-CHANGES
008740     MOVE MT9-FC-DELETES TO MT9-CX-DELETES
008750     MOVE MT9-FC-COUNT TO MT9-CX-COUNT
008760     MOVE MT9-FC-HASH TO MT9-CX-HASH
008770     WRITE MT9-CHANGE-TRAILER
008780     CLOSE FEEDFILE
008790     ADD 1 TO MT9-BATCH-COUNT
008800     IF MT9-FEED-REFRESH
008810         ADD 1 TO MT9-REFRESH-COUNT
008820         MOVE ZERO TO MT9-SB-PEND-COUNT
008830     END-IF
008840     ADD 1 TO MT9-SB-PEND-COUNT
008850     MOVE MT9-SB-LAST-SENT TO MT9-SB-PD-SEQ (MT9-SB-PEND-COUNT)
008860     MOVE MT9-CP-NEW-GEN TO MT9-SB-PD-GEN (MT9-SB-PEND-COUNT)
008870     MOVE MT9-FEED-TYPE TO MT9-SB-PD-TYPE (MT9-SB-PEND-COUNT)
008880     MOVE MT9-CP-NEW-GEN TO MT9-SB-SENT-GEN
008890     MOVE MT9-RUN-DATE TO MT9-SB-SENT-DATE.
008900 6400-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------
008930* DELTA BATCH: SWEEP THE CELL TABLE FOR CELLS ADDED, DELETED OR
008940* CHANGED BETWEEN THE BASE GENERATION AND THE NEWEST.
008950*----------------------------------------------------------------
008960 6500-SWEEP-DELTA.
008970     PERFORM VARYING MT9-MODE-SUB FROM 1 BY 1
008980             UNTIL MT9-MODE-SUB GREATER THAN 2
008990       PERFORM VARYING MT9-K-SUB FROM 1 BY 1
009000               UNTIL MT9-K-SUB GREATER THAN 100
009010         PERFORM VARYING MT9-J-SUB FROM 1 BY 1
009020                 UNTIL MT9-J-SUB GREATER THAN 100
009030           EVALUATE TRUE
009040               WHEN MT9-CT-IN-NEW
009050                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009060                   AND NOT MT9-CT-IN-OLD
009070                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009080                   MOVE "A" TO MT9-CF-ACTION
009090                   PERFORM 6550-WRITE-CHANGE THRU 6550-EXIT
009100               WHEN MT9-CT-IN-OLD
009110                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009120                   AND NOT MT9-CT-IN-NEW
009130                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009140                   MOVE "D" TO MT9-CF-ACTION
009150                   PERFORM 6550-WRITE-CHANGE THRU 6550-EXIT
009160               WHEN MT9-CT-IN-OLD
009170                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009180                   AND MT9-CT-OLD-KJ
009190                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009200                       NOT EQUAL MT9-CT-NEW-KJ
009210                       (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009220                   MOVE "C" TO MT9-CF-ACTION
009230                   PERFORM 6550-WRITE-CHANGE THRU 6550-EXIT
009240           END-EVALUATE
009250         END-PERFORM
009260       END-PERFORM
009270     END-PERFORM.
009280 6500-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------
009310* WRITE ONE CHANGE RECORD FOR THE CELL AT THE CURRENT MODE/K/J
009320* SUBSCRIPTS, AND COUNT IT INTO THE TRAILER TOTALS.
009330*----------------------------------------------------------------
009340 6550-WRITE-CHANGE.
009350     MOVE MT9-SB-LAST-SENT TO MT9-CF-BATCH-SEQ
009360     SUBTRACT 1 FROM MT9-K-SUB GIVING MT9-CF-K
009370     SUBTRACT 1 FROM MT9-J-SUB GIVING MT9-CF-J
009380     MOVE MT9-MODE-CODE (MT9-MODE-SUB) TO MT9-CF-OPMODE
009390     MOVE ZERO TO MT9-CF-OLD-KJ
009400     MOVE ZERO TO MT9-CF-NEW-KJ
009410     IF MT9-CF-IS-CHANGE OR MT9-CF-IS-DELETE
009420         MOVE MT9-CT-OLD-KJ (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009430             TO MT9-CF-OLD-KJ
009440     END-IF
009450     IF NOT MT9-CF-IS-DELETE
009460         MOVE MT9-CT-NEW-KJ (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009470             TO MT9-CF-NEW-KJ
009480         ADD MT9-CF-NEW-KJ TO MT9-FC-HASH
009490     END-IF
009500     EVALUATE TRUE
009510         WHEN MT9-CF-IS-ADD
009520             ADD 1 TO MT9-FC-ADDS
009530         WHEN MT9-CF-IS-CHANGE
009540             ADD 1 TO MT9-FC-CHANGES
009550         WHEN MT9-CF-IS-DELETE
009560             ADD 1 TO MT9-FC-DELETES
009570     END-EVALUATE
009580     ADD 1 TO MT9-FC-COUNT
009590     WRITE MT9-CHANGE-DETAIL.
009600 6550-EXIT.
009610     EXIT.
009620*----------------------------------------------------------------
009630* REFRESH BATCH: EVERY CELL OF THE NEWEST GENERATION AS AN ADD.
009640*----------------------------------------------------------------
009650 6600-SWEEP-REFRESH.
009660     PERFORM VARYING MT9-MODE-SUB FROM 1 BY 1
009670             UNTIL MT9-MODE-SUB GREATER THAN 2
009680       PERFORM VARYING MT9-K-SUB FROM 1 BY 1
009690               UNTIL MT9-K-SUB GREATER THAN 100
009700         PERFORM VARYING MT9-J-SUB FROM 1 BY 1
009710                 UNTIL MT9-J-SUB GREATER THAN 100
009720           IF MT9-CT-IN-NEW
009730                   (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
009740               MOVE "A" TO MT9-CF-ACTION
009750               PERFORM 6550-WRITE-CHANGE THRU 6550-EXIT
009760           END-IF
009770         END-PERFORM
009780       END-PERFORM
009790     END-PERFORM.
009800 6600-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830* PRINT THE SUBSCRIBER'S FEED STATUS LINE: WHAT WAS SENT THIS RUN,
009840* THE LAST BATCH SENT AND ACKNOWLEDGED, AND THE GAP BETWEEN THEM.
009850*----------------------------------------------------------------
009860 6800-PRINT-STATUS.
009870     MOVE SPACES TO MT9-STATUS-LINE
009880     MOVE MT9-SB-SUBID TO MT9-SS-SUBID
009890     MOVE MT9-FEED-ACTION TO MT9-SS-ACTION
009900     IF MT9-FEED-ACTION NOT EQUAL "CURRENT "
009910         AND MT9-FEED-ACTION NOT EQUAL "NOT SENT"
009920         MOVE MT9-SB-LAST-SENT TO MT9-SS-BATCH
009930         MOVE MT9-FROM-GEN TO MT9-SS-FROM-GEN
009940         MOVE MT9-CP-NEW-GEN TO MT9-SS-TO-GEN
009950         MOVE MT9-FC-COUNT TO MT9-SS-RECORDS
009960     END-IF
009970     MOVE MT9-SB-LAST-SENT TO MT9-SS-LAST-SENT
009980     MOVE MT9-SB-LAST-ACK TO MT9-SS-LAST-ACK
009990     SUBTRACT MT9-SB-LAST-ACK FROM MT9-SB-LAST-SENT GIVING MT9-GAP
010000     MOVE MT9-GAP TO MT9-SS-GAP
010010     MOVE MT9-SB-ACK-DATE TO MT9-SS-ACK-DATE
010020     MOVE MT9-FEED-NOTE TO MT9-SS-NOTE
010030     MOVE MT9-STATUS-LINE TO MT9-PRINT-LINE
010040     PERFORM 8300-PRINT-STATUS-LINE THRU 8300-EXIT.
010050 6800-EXIT.
010060     EXIT.
010070*----------------------------------------------------------------
010080* REWRITE THE SUBSCRIBER MASTER WITH THIS RUN'S SENDS AND ACKS.
010090*----------------------------------------------------------------
010100 6900-SAVE-SUBSCRIBERS.
010110     OPEN OUTPUT SUBFILE
010120     PERFORM VARYING MT9-SUB-SUB FROM 1 BY 1
010130             UNTIL MT9-SUB-SUB GREATER THAN MT9-SUB-COUNT
010140         MOVE MT9-SU-ENTRY (MT9-SUB-SUB) TO SUB-RECORD
010150         WRITE SUB-RECORD
010160     END-PERFORM
010170     CLOSE SUBFILE.
010180 6900-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210* PRINT A SECTION TITLE, FORCING A FRESH PAGE HEADER FIRST.
010220*----------------------------------------------------------------
010230 8100-PRINT-TITLE.
010240     MOVE 99 TO MT9-LINE-COUNT
010250     PERFORM 8200-PRINT-LINE THRU 8200-EXIT.
010260 8100-EXIT.
010270     EXIT.
010280*----------------------------------------------------------------
010290* WRITE ONE REPORT LINE, BREAKING TO A NEW PAGE WITH THE RUN
010300* DATE/TIME/PAGE HEADER EVERY 55 LINES.
010310*----------------------------------------------------------------
010320 8200-PRINT-LINE.
010330     IF MT9-LINE-COUNT GREATER THAN 55
010340         ADD 1 TO MT9-PAGE-NO
010350         MOVE MT9-RUN-DATE TO MT9-HL-DATE
010360         MOVE MT9-RUN-TIME TO MT9-HL-TIME
010370         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
010380         MOVE "1" TO CMP-CTL
010390         MOVE MT9-HEADER-LINE TO CMP-TEXT
010400         WRITE CMP-RECORD
010410         MOVE 1 TO MT9-LINE-COUNT
010420     END-IF
010430     MOVE " " TO CMP-CTL
010440     MOVE MT9-PRINT-LINE TO CMP-TEXT
010450     WRITE CMP-RECORD
010460     ADD 1 TO MT9-LINE-COUNT.
010470 8200-EXIT.
010480     EXIT.
010490*----------------------------------------------------------------
010500* WRITE ONE FEED STATUS REPORT LINE, BREAKING TO A NEW PAGE WITH
010510* THE RUN DATE/TIME/PAGE HEADER EVERY 55 LINES.
010520*----------------------------------------------------------------
010530 8300-PRINT-STATUS-LINE.
010540     IF MT9-FST-LINE-COUNT GREATER THAN 55
010550         ADD 1 TO MT9-FST-PAGE-NO
010560         MOVE MT9-RUN-DATE TO MT9-HL-DATE
010570         MOVE MT9-RUN-TIME TO MT9-HL-TIME
010580         MOVE MT9-FST-PAGE-NO TO MT9-HL-PAGE
010590         MOVE "1" TO FST-CTL
010600         MOVE MT9-HEADER-LINE TO FST-TEXT
010610         WRITE FST-RECORD
010620         MOVE 1 TO MT9-FST-LINE-COUNT
010630     END-IF
010640     MOVE " " TO FST-CTL
010650     MOVE MT9-PRINT-LINE TO FST-TEXT
010660     WRITE FST-RECORD
010670     ADD 1 TO MT9-FST-LINE-COUNT.
010680 8300-EXIT.
010690     EXIT.
010700*----------------------------------------------------------------
010710* CLOSE THE FILES, REPORT THE TOTALS ON THE CONSOLE, AND SET
010720* THE RETURN CODE: 4 WHEN ANY DIFFERENCE WAS FOUND SO THE
010730* SCHEDULER CAN ROUTE THE REPORT, 0 WHEN THE RUNS MATCH.
010740* A SUBSCRIBER FORCED TO A REFRESH FOR LAG, OR AN
010750* ACKNOWLEDGEMENT MATCHING NO BATCH SENT, ALSO ENDS RC=4.
010760*----------------------------------------------------------------
010770 9000-TERMINATE.
010780     IF MT9-FILES-OPEN
010790         CLOSE OLDDAT
010800         CLOSE NEWDAT
010810         CLOSE CMPFILE
010820     END-IF
010830     DISPLAY "MT9X9C: " MT9-OLD-COUNT " PRIOR-RUN CELL(S), "
010840         MT9-NEW-COUNT " CURRENT-RUN CELL(S)"
010850     DISPLAY "MT9X9C: " MT9-ONLY-OLD-COUNT " ONLY-OLD, "
010860         MT9-ONLY-NEW-COUNT " ONLY-NEW, "
010870         MT9-CHANGED-COUNT " CHANGED"
010880     IF MT9-BAD-MODE-COUNT NOT EQUAL ZERO
010890         MOVE 4 TO MT9-ALERT-SEVERITY
010900         MOVE "BADMODE" TO MT9-ALERT-CODE
010910         MOVE "RECORD(S) WITH UNRECOGNIZED OPMODE SKIPPED"
010920             TO MT9-ALERT-TEXT
010930         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
010940         DISPLAY "MT9X9C: " MT9-BAD-MODE-COUNT
010950             " RECORD(S) WITH UNRECOGNIZED OPMODE SKIPPED"
010960     END-IF
010970     IF MT9-FEEDING
010980         DISPLAY "MT9X9C: " MT9-BATCH-COUNT " FEED BATCH(ES) "
010990             "WRITTEN, " MT9-REFRESH-COUNT " FULL REFRESH(ES)"
011000     END-IF
011010     IF MT9-LAG-COUNT NOT EQUAL ZERO
011020         MOVE 4 TO MT9-ALERT-SEVERITY
011030         MOVE "SUBLAG" TO MT9-ALERT-CODE
011040         MOVE "SUBSCRIBER(S) SWITCHED TO REFRESH FOR LAG"
011050             TO MT9-ALERT-TEXT
011060         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
011070         DISPLAY "MT9X9C: " MT9-LAG-COUNT
011080             " SUBSCRIBER(S) SWITCHED TO REFRESH FOR LAG"
011090     END-IF
011100     IF MT9-STRAY-ACK-COUNT NOT EQUAL ZERO
011110         MOVE 4 TO MT9-ALERT-SEVERITY
011120         MOVE "STRAYACK" TO MT9-ALERT-CODE
011130         MOVE "ACKNOWLEDGEMENT(S) MATCHED NO BATCH SENT"
011140             TO MT9-ALERT-TEXT
011150         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
011160         DISPLAY "MT9X9C: " MT9-STRAY-ACK-COUNT
011170             " ACKNOWLEDGEMENT(S) MATCHED NO BATCH SENT"
011180     END-IF
011190     IF RETURN-CODE EQUAL ZERO
011200         AND (MT9-ONLY-OLD-COUNT NOT EQUAL ZERO
011210         OR MT9-ONLY-NEW-COUNT NOT EQUAL ZERO
011220         OR MT9-CHANGED-COUNT NOT EQUAL ZERO
011230         OR MT9-BAD-MODE-COUNT NOT EQUAL ZERO
011240         OR MT9-LAG-COUNT NOT EQUAL ZERO
011250         OR MT9-STRAY-ACK-COUNT NOT EQUAL ZERO)
011260         MOVE 4 TO RETURN-CODE
011270     END-IF.
011280 9000-EXIT.
011290     EXIT.
011300*----------------------------------------------------------------
011310* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
011320* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
011330* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
011340* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
011350* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
011360*----------------------------------------------------------------
011370 8900-WRITE-ALERT.
011380     OPEN EXTEND ALRFILE
011390     IF MT9-ALR-STATUS NOT EQUAL "00"
011400         OPEN OUTPUT ALRFILE
011410     END-IF
011420     IF MT9-ALR-STATUS NOT EQUAL "00"
011430         DISPLAY "MT9X9C: ALRFILE NOT AVAILABLE, STATUS="
011440             MT9-ALR-STATUS
011450         GO TO 8900-EXIT
011460     END-IF
011470     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
011480     ACCEPT MT9-AL-TIME FROM TIME
011490     MOVE "MT9X9C" TO MT9-AL-PROGRAM
011500     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
011510     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
011520     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
011530     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
011540     WRITE MT9-ALERT-RECORD
011550     CLOSE ALRFILE.
011560 8900-EXIT.
011570     EXIT.
