000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MT9X9J.
000030 AUTHOR. W-L CHAO.
000040 INSTALLATION. DATA PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       BY    DESCRIPTION
000110* ---------- ----- ---------------------------------------------
000120* 2026-10-15 DPS   ORIGINAL.  POINT-IN-TIME REPLAY OF THE JRNFILE
000130*                  BEFORE/AFTER JOURNAL KEPT ON THE TBLFILE TABLE
000140*                  MASTER.  THE JOURNAL IS READ FROM THE START
000150*                  AND EVERY ADD, CHANGE AND DELETE STAMPED AT
000160*                  OR BEFORE THE CUTOFF IS APPLIED TO AN IN-CORE
000170*                  IMAGE OF THE MASTER, GIVING THE TABLE AS IT
000180*                  STOOD AT THAT MOMENT.  "LIST" PRINTS THAT
000190*                  IMAGE CELL BY CELL ON RPLFILE.  "REBUILD"
000200*                  BRINGS TBLFILE INTO LINE WITH IT, DELETING,
000210*                  REWRITING AND ADDING ONLY THE CELLS THAT
000220*                  DIFFER, AND JOURNALS THOSE CHANGES IN TURN SO
000230*                  THE JOURNAL STILL ACCOUNTS FOR THE MASTER.
000240*                  PARM IS "REBUILD 2026101512000000JOBID001":
000250*                  THE ACTION PADDED TO EIGHT COLUMNS, THE
000260*                  YYYYMMDD CUTOFF DATE, THE HHMMSSCC CUTOFF TIME
000270*                  AND THE JOB ID THE REBUILD IS JOURNALED UNDER.
000280*                  A BLANK DATE REPLAYS THE WHOLE JOURNAL; A
000290*                  BLANK TIME MEANS THE END OF THE CUTOFF DAY.
000293* 2026-10-15 DPS   TBLFILE NOW DECLARES ITS KJ/OPMODE ALTERNATE
000296*                  KEY; THE CELL IMAGES GROW TO MATCH.
000297* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000298*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000299*                  EXCEPTIONS DIGEST (MT9X9I).
000300* 2026-10-15 DPS   A REBUILD WHOSE REPLAY APPLIED NO JOURNAL ENTRY
000301*                  IS REFUSED (RC=8) WITH THE MASTER UNTOUCHED,
000302*                  RATHER THAN DELETING EVERY CELL ON IT.
000303*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT JRNFILE ASSIGN TO "JRNFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS MT9-JRN-STATUS.
000370     SELECT TBLFILE ASSIGN TO "TBLFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS MT9-TB-KEY
000403         ALTERNATE RECORD KEY IS MT9-TB-ALT-KEY
000406             WITH DUPLICATES
000410         FILE STATUS IS MT9-TBL-STATUS.
000420     SELECT RPLFILE ASSIGN TO "RPLFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MT9-RPL-STATUS.
000442     SELECT ALRFILE ASSIGN TO "ALRFILE"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS MT9-ALR-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  JRNFILE
000480     RECORDING MODE IS F.
000490     COPY "MT9JRN.cpy".
000500 FD  TBLFILE.
000510     COPY "MT9TBL.cpy".
000520 FD  RPLFILE
000530     RECORDING MODE IS F.
000540 01  RPL-RECORD.
000550     05  RPL-CTL             PIC X(01).
000560     05  RPL-TEXT            PIC X(132).
000562 FD  ALRFILE
000564     RECORDING MODE IS F.
000566     COPY "MT9ALR.cpy".
000570 WORKING-STORAGE SECTION.
000580 01  MT9-JRN-STATUS          PIC X(02).
000590 01  MT9-TBL-STATUS          PIC X(02).
000600 01  MT9-RPL-STATUS          PIC X(02).
000605 01  MT9-ALR-STATUS          PIC X(02).
000610 01  MT9-RUN-DATE            PIC 9(08).
000620 01  MT9-RUN-TIME            PIC 9(08).
000630 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000640 01  MT9-LINE-COUNT          PIC 9(04) COMP VALUE 99.
000650 01  MT9-REPORT-PRINT        PIC X(132).
000660 01  MT9-CUTOFF.
000670     05  MT9-CUTOFF-DATE     PIC X(08).
000680     05  MT9-CUTOFF-TIME     PIC X(08).
000690 01  MT9-BEFORE-IMAGE        PIC X(40).
000700 01  MT9-SWITCHES.
000710     05  MT9-EOF-SW          PIC X(01) VALUE "N".
000720         88  MT9-EOF                   VALUE "Y".
000730     05  MT9-TBL-EOF-SW      PIC X(01) VALUE "N".
000740         88  MT9-TBL-EOF               VALUE "Y".
000750 01  MT9-COUNTERS.
000760     05  MT9-JRN-COUNT       PIC 9(08) COMP VALUE ZERO.
000770     05  MT9-REPLAY-COUNT    PIC 9(08) COMP VALUE ZERO.
000780     05  MT9-LATER-COUNT     PIC 9(08) COMP VALUE ZERO.
000790     05  MT9-BAD-COUNT       PIC 9(08) COMP VALUE ZERO.
000800     05  MT9-CELL-COUNT      PIC 9(08) COMP VALUE ZERO.
000810     05  MT9-ADD-COUNT       PIC 9(08) COMP VALUE ZERO.
000820     05  MT9-CHANGE-COUNT    PIC 9(08) COMP VALUE ZERO.
000830     05  MT9-DELETE-COUNT    PIC 9(08) COMP VALUE ZERO.
000840     05  MT9-SAME-COUNT      PIC 9(08) COMP VALUE ZERO.
000850 01  MT9-CELL-TABLE.
000860     05  MT9-CT-MODE         OCCURS 2.
000870         10  MT9-CT-ROW      OCCURS 100.
000880             15  MT9-CT-CELL OCCURS 100.
000890                 20  MT9-CT-IMAGE    PIC X(40).
000900                 20  MT9-CT-SW       PIC X(01).
000910                     88  MT9-CT-PRESENT       VALUE "Y".
000920                 20  MT9-CT-SEEN-SW  PIC X(01).
000930                     88  MT9-CT-SEEN          VALUE "Y".
000940 01  MT9-SUB-FIELDS.
000950     05  MT9-MODE-WORK       PIC X(01).
000960     05  MT9-MODE-SUB        PIC 9(04) COMP.
000970     05  MT9-K-SUB           PIC 9(04) COMP.
000980     05  MT9-J-SUB           PIC 9(04) COMP.
000990 01  MT9-MODE-CODE-TABLE.
001000     05  FILLER              PIC X(01) VALUE "A".
001010     05  FILLER              PIC X(01) VALUE "M".
001020 01  MT9-MODE-CODES REDEFINES MT9-MODE-CODE-TABLE.
001030     05  MT9-MODE-CODE       PIC X(01) OCCURS 2.
001040     COPY "MT9TBL.cpy" REPLACING LEADING ==MT9== BY ==IMG==.
001050 01  MT9-PARM-CARD           PIC X(80).
001060 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
001070     05  MT9-PC-ACTION       PIC X(08).
001080     05  MT9-PC-DATE         PIC X(08).
001090     05  MT9-PC-TIME         PIC X(08).
001100     05  MT9-PC-JOBID        PIC X(08).
001110     05  FILLER              PIC X(48).
001120 01  MT9-HEADER-LINE.
001130     05  FILLER              PIC X(05)  VALUE "DATE=".
001140     05  MT9-HL-DATE         PIC 9(08).
001150     05  FILLER              PIC X(06)  VALUE " TIME=".
001160     05  MT9-HL-TIME         PIC 9(08).
001170     05  FILLER              PIC X(06)  VALUE " PAGE=".
001180     05  MT9-HL-PAGE         PIC ZZZ9.
001190     05  FILLER              PIC X(95)  VALUE SPACES.
001200 01  MT9-ACTION-TITLE-LINE.
001210     05  FILLER              PIC X(07)  VALUE "ACTION=".
001220     05  MT9-AT-ACTION       PIC X(08).
001230     05  FILLER              PIC X(07)  VALUE " AS OF=".
001240     05  MT9-AT-DATE         PIC X(08).
001250     05  FILLER              PIC X(01)  VALUE SPACE.
001260     05  MT9-AT-TIME         PIC X(08).
001270     05  FILLER              PIC X(05)  VALUE " JOB=".
001280     05  MT9-AT-JOBID        PIC X(08).
001290     05  FILLER              PIC X(80)  VALUE SPACES.
001300 01  MT9-CELL-LINE.
001310     05  FILLER              PIC X(02)  VALUE "K=".
001320     05  MT9-CL-K            PIC 9(02).
001330     05  FILLER              PIC X(03)  VALUE " J=".
001340     05  MT9-CL-J            PIC 9(02).
001350     05  FILLER              PIC X(08)  VALUE " OPMODE=".
001360     05  MT9-CL-OPMODE       PIC X(01).
001370     05  FILLER              PIC X(04)  VALUE " KJ=".
001380     05  MT9-CL-KJ           PIC 9(04).
001390     05  FILLER              PIC X(05)  VALUE " RUN=".
001400     05  MT9-CL-RUN-DATE     PIC 9(08).
001410     05  FILLER              PIC X(01)  VALUE SPACE.
001420     05  MT9-CL-RUN-TIME     PIC 9(08).
001430     05  FILLER              PIC X(05)  VALUE " JOB=".
001440     05  MT9-CL-JOBID        PIC X(08).
001450     05  FILLER              PIC X(71)  VALUE SPACES.
001460 01  MT9-TOTAL-LINE.
001470     05  MT9-TL-LABEL        PIC X(24).
001480     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001490     05  FILLER              PIC X(100) VALUE SPACES.
001491 01  MT9-ALERT-FIELDS.
001492     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001493     05  MT9-ALERT-SEVERITY  PIC 9(02).
001494     05  MT9-ALERT-CODE      PIC X(08).
001495     05  MT9-ALERT-TEXT      PIC X(60).
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
001530     ACCEPT MT9-RUN-TIME FROM TIME
001540     MOVE SPACES TO MT9-PARM-CARD
001550     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
001560     IF MT9-PC-ACTION NOT EQUAL "REBUILD "
001570         AND MT9-PC-ACTION NOT EQUAL "LIST    "
001580         AND MT9-PC-ACTION NOT EQUAL SPACES
001590         DISPLAY "MT9X9J: ACTION MUST BE REBUILD OR LIST, GOT "
001600             MT9-PC-ACTION
001602         MOVE 8 TO MT9-ALERT-SEVERITY
001604         MOVE "BADACTN" TO MT9-ALERT-CODE
001606         MOVE "ACTION MUST BE REBUILD OR LIST" TO MT9-ALERT-TEXT
001608         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001610         MOVE 8 TO RETURN-CODE
001620         GO TO 0000-STOP
001630     END-IF
001640     PERFORM 1000-SET-CUTOFF THRU 1000-EXIT
001650     IF RETURN-CODE NOT LESS THAN 8
001660         GO TO 0000-STOP
001670     END-IF
001680     OPEN OUTPUT RPLFILE
001690     MOVE MT9-PC-ACTION TO MT9-AT-ACTION
001700     MOVE MT9-CUTOFF-DATE TO MT9-AT-DATE
001710     MOVE MT9-CUTOFF-TIME TO MT9-AT-TIME
001720     MOVE MT9-PC-JOBID TO MT9-AT-JOBID
001725     MOVE MT9-PC-JOBID TO MT9-ALERT-JOBID
001730     MOVE MT9-ACTION-TITLE-LINE TO MT9-REPORT-PRINT
001740     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
001750     PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT
001760     IF RETURN-CODE LESS THAN 8
001770         IF MT9-PC-ACTION EQUAL "REBUILD "
001780             PERFORM 3000-REBUILD-MASTER THRU 3000-EXIT
001790         ELSE
001800             PERFORM 4000-LIST-IMAGE THRU 4000-EXIT
001810         END-IF
001820     END-IF
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001840 0000-STOP.
001850     STOP RUN.
001860*----------------------------------------------------------------
001870* EDIT THE CUTOFF.  A BLANK DATE TAKES IN THE WHOLE JOURNAL, A
001880* BLANK TIME THE WHOLE OF THE CUTOFF DAY.
001890*----------------------------------------------------------------
001900 1000-SET-CUTOFF.
001910     IF MT9-PC-DATE EQUAL SPACES
001920         MOVE "99999999" TO MT9-CUTOFF-DATE
001930         MOVE "99999999" TO MT9-CUTOFF-TIME
001940         GO TO 1000-EXIT
001950     END-IF
001960     IF MT9-PC-DATE NOT NUMERIC
001970         DISPLAY "MT9X9J: CUTOFF DATE MUST BE YYYYMMDD, GOT "
001980             MT9-PC-DATE
001982         MOVE 8 TO MT9-ALERT-SEVERITY
001984         MOVE "BADDATE" TO MT9-ALERT-CODE
001986         MOVE "CUTOFF DATE MUST BE YYYYMMDD" TO MT9-ALERT-TEXT
001988         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001990         MOVE 8 TO RETURN-CODE
002000         GO TO 1000-EXIT
002010     END-IF
002020     MOVE MT9-PC-DATE TO MT9-CUTOFF-DATE
002030     IF MT9-PC-TIME EQUAL SPACES
002040         MOVE "99999999" TO MT9-CUTOFF-TIME
002050         GO TO 1000-EXIT
002060     END-IF
002070     IF MT9-PC-TIME NOT NUMERIC
002080         DISPLAY "MT9X9J: CUTOFF TIME MUST BE HHMMSSCC, GOT "
002090             MT9-PC-TIME
002092         MOVE 8 TO MT9-ALERT-SEVERITY
002094         MOVE "BADTIME" TO MT9-ALERT-CODE
002096         MOVE "CUTOFF TIME MUST BE HHMMSSCC" TO MT9-ALERT-TEXT
002098         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF
002130     MOVE MT9-PC-TIME TO MT9-CUTOFF-TIME.
002140 1000-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170* READ THE WHOLE JOURNAL, APPLYING EVERY ENTRY STAMPED AT OR
002180* BEFORE THE CUTOFF TO THE IN-CORE IMAGE OF THE MASTER.  WITH
002190* NO JOURNAL THERE IS NOTHING TO REPLAY, AND A REBUILD FROM
002200* NOTHING WOULD EMPTY THE MASTER, SO THE JOB STOPS RC=8.
002210*----------------------------------------------------------------
002220 2000-REPLAY-JOURNAL.
002225     MOVE SPACES TO MT9-CELL-TABLE
002230     OPEN INPUT JRNFILE
002240     IF MT9-JRN-STATUS NOT EQUAL "00"
002250         DISPLAY "MT9X9J: JRNFILE NOT AVAILABLE, STATUS="
002260             MT9-JRN-STATUS
002262         MOVE 8 TO MT9-ALERT-SEVERITY
002264         MOVE "JRNNOTAV" TO MT9-ALERT-CODE
002266         MOVE "JRNFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
002268         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002270         MOVE 8 TO RETURN-CODE
002280         GO TO 2000-EXIT
002290     END-IF
002300     PERFORM 2100-REPLAY-ENTRY THRU 2100-EXIT
002310         UNTIL MT9-EOF
002320     CLOSE JRNFILE.
002330 2000-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* READ ONE JOURNAL ENTRY AND, IF IT FALLS WITHIN THE CUTOFF,
002370* POST ITS AFTER IMAGE (ADD, CHANGE) OR DROP THE CELL (DELETE).
002380*----------------------------------------------------------------
002390 2100-REPLAY-ENTRY.
002400     READ JRNFILE
002410         AT END
002420             SET MT9-EOF TO TRUE
002430             GO TO 2100-EXIT
002440     END-READ
002450     ADD 1 TO MT9-JRN-COUNT
002460     IF MT9-JR-STAMP GREATER THAN MT9-CUTOFF
002470         ADD 1 TO MT9-LATER-COUNT
002480         GO TO 2100-EXIT
002490     END-IF
002500     MOVE MT9-JR-OPMODE TO MT9-MODE-WORK
002510     PERFORM 2900-SET-MODE-SUB THRU 2900-EXIT
002520     IF MT9-MODE-SUB EQUAL ZERO
002530         OR MT9-JR-K NOT NUMERIC
002540         OR MT9-JR-J NOT NUMERIC
002550         ADD 1 TO MT9-BAD-COUNT
002560         GO TO 2100-EXIT
002570     END-IF
002580     ADD 1 MT9-JR-K GIVING MT9-K-SUB
002590     ADD 1 MT9-JR-J GIVING MT9-J-SUB
002600     EVALUATE TRUE
002610         WHEN MT9-JR-IS-ADD
002620         WHEN MT9-JR-IS-CHANGE
002630             MOVE MT9-JR-AFTER TO MT9-CT-IMAGE
002640                 (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
002650             SET MT9-CT-PRESENT
002660                 (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB) TO TRUE
002670         WHEN MT9-JR-IS-DELETE
002680             MOVE SPACES TO MT9-CT-IMAGE
002690                 (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
002700             MOVE "N" TO MT9-CT-SW
002710                 (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
002720         WHEN OTHER
002730             ADD 1 TO MT9-BAD-COUNT
002740             GO TO 2100-EXIT
002750     END-EVALUATE
002760     ADD 1 TO MT9-REPLAY-COUNT.
002770 2100-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800* MAP AN OPMODE CODE TO ITS TABLE SUBSCRIPT; ZERO IF UNKNOWN.
002810*----------------------------------------------------------------
002820 2900-SET-MODE-SUB.
002830     MOVE ZERO TO MT9-MODE-SUB
002840     IF MT9-MODE-WORK EQUAL MT9-MODE-CODE (1)
002850         MOVE 1 TO MT9-MODE-SUB
002860     END-IF
002870     IF MT9-MODE-WORK EQUAL MT9-MODE-CODE (2)
002880         MOVE 2 TO MT9-MODE-SUB
002890     END-IF.
002900 2900-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930* BRING TBLFILE INTO LINE WITH THE REPLAYED IMAGE.  ONE PASS OF
002940* THE MASTER DELETES OR REWRITES THE CELLS THAT DIFFER; A SWEEP
002950* OF THE IMAGE THEN ADDS THE CELLS THE MASTER LACKS.  A MASTER
002960* THAT DOES NOT EXIST YET IS CREATED EMPTY FIRST.  A REPLAY THAT
002962* APPLIED NOTHING -- AN EMPTY JOURNAL OR A CUTOFF BEFORE ITS FIRST
002964* ENTRY -- IS NOT A TABLE TO REBUILD TO, SO THE MASTER IS LEFT
002966* ALONE.
002970*----------------------------------------------------------------
002980 3000-REBUILD-MASTER.
002981     IF MT9-REPLAY-COUNT EQUAL ZERO
002982         DISPLAY "MT9X9J: NO JOURNAL ENTRY AT OR BEFORE THE"
002983             " CUTOFF, TBLFILE NOT REBUILT"
002984         MOVE 8 TO MT9-ALERT-SEVERITY
002985         MOVE "NORPLY" TO MT9-ALERT-CODE
002986         MOVE "NOTHING REPLAYED TO CUTOFF, TABLE NOT REBUILT"
002987             TO MT9-ALERT-TEXT
002988         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002989         MOVE 8 TO RETURN-CODE
002990         GO TO 3000-EXIT
002991     END-IF
002992     OPEN EXTEND JRNFILE
002993     IF MT9-JRN-STATUS NOT EQUAL "00"
002995         OPEN OUTPUT JRNFILE
003000     END-IF
003005     IF MT9-JRN-STATUS NOT EQUAL "00"
003010         DISPLAY "MT9X9J: JRNFILE OPEN FAILED, STATUS="
003015             MT9-JRN-STATUS
003020         MOVE 8 TO MT9-ALERT-SEVERITY
003025         MOVE "JRNOPEN" TO MT9-ALERT-CODE
003030         MOVE "JRNFILE OPEN FAILED, TABLE NOT REBUILT"
003035             TO MT9-ALERT-TEXT
003040         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003045         MOVE 8 TO RETURN-CODE
003050         GO TO 3000-EXIT
003055     END-IF
003060     OPEN I-O TBLFILE
003065     IF MT9-TBL-STATUS EQUAL "35"
003070         OPEN OUTPUT TBLFILE
003075         CLOSE TBLFILE
003080         OPEN I-O TBLFILE
003085     END-IF
003090     IF MT9-TBL-STATUS NOT EQUAL "00"
003095         DISPLAY "MT9X9J: TBLFILE OPEN FAILED, STATUS="
003100             MT9-TBL-STATUS
003105         CLOSE JRNFILE
003110         MOVE 8 TO MT9-ALERT-SEVERITY
003115         MOVE "TBLOPEN" TO MT9-ALERT-CODE
003120         MOVE "TBLFILE OPEN FAILED, TABLE NOT REBUILT"
003125             TO MT9-ALERT-TEXT
003130         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003135         MOVE 8 TO RETURN-CODE
003140         GO TO 3000-EXIT
003145     END-IF
003150     MOVE LOW-VALUES TO MT9-TB-KEY
003160     START TBLFILE KEY NOT LESS THAN MT9-TB-KEY
003170         INVALID KEY
003180             SET MT9-TBL-EOF TO TRUE
003190     END-START
003200     PERFORM 3100-RECONCILE-CELL THRU 3100-EXIT
003210         UNTIL MT9-TBL-EOF
003220     PERFORM VARYING MT9-K-SUB FROM 1 BY 1
003230             UNTIL MT9-K-SUB GREATER THAN 100
003240       PERFORM VARYING MT9-J-SUB FROM 1 BY 1
003250               UNTIL MT9-J-SUB GREATER THAN 100
003260         PERFORM VARYING MT9-MODE-SUB FROM 1 BY 1
003270                 UNTIL MT9-MODE-SUB GREATER THAN 2
003280           IF MT9-CT-PRESENT (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
003290               AND NOT MT9-CT-SEEN
003300                   (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
003310               ADD 1 TO MT9-CELL-COUNT
003320               PERFORM 3200-ADD-CELL THRU 3200-EXIT
003330           END-IF
003340         END-PERFORM
003350       END-PERFORM
003360     END-PERFORM
003370     CLOSE TBLFILE
003380     CLOSE JRNFILE
003390     MOVE "CELLS AS OF CUTOFF      " TO MT9-TL-LABEL
003400     MOVE MT9-CELL-COUNT TO MT9-TL-COUNT
003410     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
003420     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
003430     MOVE "CELLS ADDED             " TO MT9-TL-LABEL
003440     MOVE MT9-ADD-COUNT TO MT9-TL-COUNT
003450     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
003460     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
003470     MOVE "CELLS CHANGED           " TO MT9-TL-LABEL
003480     MOVE MT9-CHANGE-COUNT TO MT9-TL-COUNT
003490     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
003500     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
003510     MOVE "CELLS DELETED           " TO MT9-TL-LABEL
003520     MOVE MT9-DELETE-COUNT TO MT9-TL-COUNT
003530     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
003540     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
003550     MOVE "CELLS UNCHANGED         " TO MT9-TL-LABEL
003560     MOVE MT9-SAME-COUNT TO MT9-TL-COUNT
003570     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
003580     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
003590 3000-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* READ THE NEXT MASTER CELL AND SET IT TO ITS REPLAYED IMAGE:
003630* DELETE IT IF THE IMAGE DOES NOT HOLD IT, REWRITE IT IF THE
003640* IMAGE HOLDS IT DIFFERENTLY, OTHERWISE LEAVE IT ALONE.
003650*----------------------------------------------------------------
003660 3100-RECONCILE-CELL.
003670     READ TBLFILE NEXT
003680         AT END
003690             SET MT9-TBL-EOF TO TRUE
003700             GO TO 3100-EXIT
003710     END-READ
003720     MOVE MT9-TB-OPMODE TO MT9-MODE-WORK
003730     PERFORM 2900-SET-MODE-SUB THRU 2900-EXIT
003740     IF MT9-MODE-SUB EQUAL ZERO
003750         PERFORM 3300-DELETE-CELL THRU 3300-EXIT
003760         GO TO 3100-EXIT
003770     END-IF
003780     ADD 1 MT9-TB-K GIVING MT9-K-SUB
003790     ADD 1 MT9-TB-J GIVING MT9-J-SUB
003800     IF NOT MT9-CT-PRESENT (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
003810         PERFORM 3300-DELETE-CELL THRU 3300-EXIT
003820         GO TO 3100-EXIT
003830     END-IF
003840     SET MT9-CT-SEEN (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB) TO TRUE
003850     ADD 1 TO MT9-CELL-COUNT
003860     IF MT9-TABLE-RECORD EQUAL
003870         MT9-CT-IMAGE (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
003880         ADD 1 TO MT9-SAME-COUNT
003890         GO TO 3100-EXIT
003900     END-IF
003910     MOVE MT9-TABLE-RECORD TO MT9-BEFORE-IMAGE
003920     MOVE MT9-CT-IMAGE (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
003930         TO MT9-TABLE-RECORD
003940     REWRITE MT9-TABLE-RECORD
003950     ADD 1 TO MT9-CHANGE-COUNT
003960     MOVE SPACES TO MT9-JOURNAL-RECORD
003970     MOVE "C" TO MT9-JR-ACTION
003980     MOVE MT9-BEFORE-IMAGE TO MT9-JR-BEFORE
003990     MOVE MT9-TABLE-RECORD TO MT9-JR-AFTER
004000     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
004010 3100-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* ADD ONE CELL THE IMAGE HOLDS AND THE MASTER LACKS.
004050*----------------------------------------------------------------
004060 3200-ADD-CELL.
004070     MOVE MT9-CT-IMAGE (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
004080         TO MT9-TABLE-RECORD
004090     WRITE MT9-TABLE-RECORD
004100         INVALID KEY
004110             ADD 1 TO MT9-BAD-COUNT
004120             GO TO 3200-EXIT
004130     END-WRITE
004140     ADD 1 TO MT9-ADD-COUNT
004150     MOVE SPACES TO MT9-JOURNAL-RECORD
004160     MOVE "A" TO MT9-JR-ACTION
004170     MOVE MT9-TABLE-RECORD TO MT9-JR-AFTER
004180     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
004190 3200-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* DELETE THE MASTER CELL JUST READ AND JOURNAL ITS BEFORE IMAGE.
004230*----------------------------------------------------------------
004240 3300-DELETE-CELL.
004250     MOVE MT9-TABLE-RECORD TO MT9-BEFORE-IMAGE
004260     DELETE TBLFILE
004270     ADD 1 TO MT9-DELETE-COUNT
004280     MOVE SPACES TO MT9-JOURNAL-RECORD
004290     MOVE "D" TO MT9-JR-ACTION
004300     MOVE MT9-BEFORE-IMAGE TO MT9-JR-BEFORE
004310     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
004320 3300-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* PRINT THE REPLAYED IMAGE IN MASTER KEY ORDER (K, J, OPMODE).
004360*----------------------------------------------------------------
004370 4000-LIST-IMAGE.
004380     PERFORM VARYING MT9-K-SUB FROM 1 BY 1
004390             UNTIL MT9-K-SUB GREATER THAN 100
004400       PERFORM VARYING MT9-J-SUB FROM 1 BY 1
004410               UNTIL MT9-J-SUB GREATER THAN 100
004420         PERFORM VARYING MT9-MODE-SUB FROM 1 BY 1
004430                 UNTIL MT9-MODE-SUB GREATER THAN 2
004440           IF MT9-CT-PRESENT (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
004450               ADD 1 TO MT9-CELL-COUNT
004460               PERFORM 4100-LIST-CELL THRU 4100-EXIT
004470           END-IF
004480         END-PERFORM
004490       END-PERFORM
004500     END-PERFORM
004510     MOVE "CELLS AS OF CUTOFF      " TO MT9-TL-LABEL
004520     MOVE MT9-CELL-COUNT TO MT9-TL-COUNT
004530     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
004540     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
004550 4000-EXIT.
004560     EXIT.
004570*----------------------------------------------------------------
004580* FORMAT AND PRINT ONE CELL OF THE REPLAYED IMAGE.
004590*----------------------------------------------------------------
004600 4100-LIST-CELL.
004610     MOVE MT9-CT-IMAGE (MT9-MODE-SUB MT9-K-SUB MT9-J-SUB)
004620         TO IMG-TABLE-RECORD
004630     MOVE IMG-TB-K TO MT9-CL-K
004640     MOVE IMG-TB-J TO MT9-CL-J
004650     MOVE IMG-TB-OPMODE TO MT9-CL-OPMODE
004660     MOVE IMG-TB-KJ TO MT9-CL-KJ
004670     MOVE IMG-TB-RUN-DATE TO MT9-CL-RUN-DATE
004680     MOVE IMG-TB-RUN-TIME TO MT9-CL-RUN-TIME
004690     MOVE IMG-TB-JOBID TO MT9-CL-JOBID
004700     MOVE MT9-CELL-LINE TO MT9-REPORT-PRINT
004710     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
004720 4100-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* COMPLETE AND APPEND ONE JOURNAL RECORD FOR A REBUILD CHANGE,
004760* STAMPED WITH THIS PROGRAM, THE PARM JOB ID AND THE RUN
004770* DATE/TIME.
004780*----------------------------------------------------------------
004790 5000-WRITE-JOURNAL.
004800     MOVE MT9-TB-KEY TO MT9-JR-KEY
004810     MOVE "MT9X9J  " TO MT9-JR-PROGRAM
004820     MOVE MT9-PC-JOBID TO MT9-JR-JOBID
004830     MOVE MT9-RUN-DATE TO MT9-JR-DATE
004840     MOVE MT9-RUN-TIME TO MT9-JR-TIME
004850     WRITE MT9-JOURNAL-RECORD.
004860 5000-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* PRINT THE REPLAY TOTALS, CLOSE THE REPORT AND DISPLAY THE
004900* COUNTS.  UNREADABLE JOURNAL ENTRIES END THE JOB RC=4.
004910*----------------------------------------------------------------
004920 9000-TERMINATE.
004930     MOVE "JOURNAL RECORDS READ    " TO MT9-TL-LABEL
004940     MOVE MT9-JRN-COUNT TO MT9-TL-COUNT
004950     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
004960     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
004970     MOVE "ENTRIES REPLAYED        " TO MT9-TL-LABEL
004980     MOVE MT9-REPLAY-COUNT TO MT9-TL-COUNT
004990     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
005000     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
005010     MOVE "ENTRIES PAST CUTOFF     " TO MT9-TL-LABEL
005020     MOVE MT9-LATER-COUNT TO MT9-TL-COUNT
005030     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
005040     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
005050     MOVE "ENTRIES REJECTED        " TO MT9-TL-LABEL
005060     MOVE MT9-BAD-COUNT TO MT9-TL-COUNT
005070     MOVE MT9-TOTAL-LINE TO MT9-REPORT-PRINT
005080     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
005090     CLOSE RPLFILE
005100     DISPLAY "MT9X9J: " MT9-JRN-COUNT " JOURNAL RECORD(S) READ, "
005110         MT9-REPLAY-COUNT " REPLAYED, "
005120         MT9-LATER-COUNT " PAST CUTOFF"
005130     DISPLAY "MT9X9J: " MT9-CELL-COUNT " CELL(S) AS OF "
005140         MT9-CUTOFF-DATE " " MT9-CUTOFF-TIME
005150     IF MT9-BAD-COUNT NOT EQUAL ZERO
005160         DISPLAY "MT9X9J: " MT9-BAD-COUNT
005170             " JOURNAL ENTRY(IES) REJECTED"
005172         MOVE 4 TO MT9-ALERT-SEVERITY
005174         MOVE "JRNREJ" TO MT9-ALERT-CODE
005176         MOVE "JOURNAL ENTRY(IES) REJECTED" TO MT9-ALERT-TEXT
005178         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
005180         IF RETURN-CODE LESS THAN 4
005190             MOVE 4 TO RETURN-CODE
005200         END-IF
005210     END-IF.
005220 9000-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* WRITE ONE REPLAY-REPORT LINE, BREAKING TO A NEW PAGE WITH THE
005260* RUN DATE/TIME/PAGE HEADER EVERY 55 LINES.
005270*----------------------------------------------------------------
005280 8200-WRITE-REPORT-LINE.
005290     IF MT9-LINE-COUNT GREATER THAN 55
005300         ADD 1 TO MT9-PAGE-NO
005310         MOVE MT9-RUN-DATE TO MT9-HL-DATE
005320         MOVE MT9-RUN-TIME TO MT9-HL-TIME
005330         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
005340         MOVE "1" TO RPL-CTL
005350         MOVE MT9-HEADER-LINE TO RPL-TEXT
005360         WRITE RPL-RECORD
005370         MOVE 1 TO MT9-LINE-COUNT
005380     END-IF
005390     MOVE " " TO RPL-CTL
005400     MOVE MT9-REPORT-PRINT TO RPL-TEXT
005410     WRITE RPL-RECORD
005420     ADD 1 TO MT9-LINE-COUNT.
005430 8200-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
005470* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
005480* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
005490* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
005500* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
005510*----------------------------------------------------------------
005520 8900-WRITE-ALERT.
005530     OPEN EXTEND ALRFILE
005540     IF MT9-ALR-STATUS NOT EQUAL "00"
005550         OPEN OUTPUT ALRFILE
005560     END-IF
005570     IF MT9-ALR-STATUS NOT EQUAL "00"
005580         DISPLAY "MT9X9J: ALRFILE NOT AVAILABLE, STATUS="
005590             MT9-ALR-STATUS
005600         GO TO 8900-EXIT
005610     END-IF
005620     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
005630     ACCEPT MT9-AL-TIME FROM TIME
005640     MOVE "MT9X9J" TO MT9-AL-PROGRAM
005650     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
005660     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
005670     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
005680     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
005690     WRITE MT9-ALERT-RECORD
005700     CLOSE ALRFILE.
005710 8900-EXIT.
005720     EXIT.
