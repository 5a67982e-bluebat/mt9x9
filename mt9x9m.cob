000240*                  CARRYING THAT SOURCE JOB ID OR RUN DATE, SO
000250*                  A BAD LOAD CAN BE BACKED OUT WITHOUT
000252*                  REBUILDING THE MASTER.
000253* 2026-10-15 DPS   EVERY ADD, CHANGE AND DELETE IS NOW JOURNALED
000254*                  ON JRNFILE (MT9JRN) WITH THE CELL'S BEFORE
000255*                  AND AFTER IMAGES.  AN APPLY IS JOURNALED
000256*                  UNDER THE EXTRACT'S HEADER JOB ID; A PURGE
000257*                  UNDER THE JOB ID PUNCHED IN COLUMNS 17-24 OF
000258*                  THE PARM (BLANK IF NONE IS GIVEN).
000259* 2026-10-15 DPS   ADDS/CHANGES NOW SET THE KJ/OPMODE ALT KEY.
000260* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000261*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000262*                  EXCEPTIONS DIGEST (MT9X9I).
000263* 2026-10-15 DPS   A JRNFILE THAT CANNOT BE OPENED NOW STOPS THE
000264*                  RUN (RC=8) BEFORE THE MASTER IS OPENED, SO NO
000265*                  CHANGE IS MADE THAT THE JOURNAL WOULD MISS.
000266*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS MT9-TB-KEY
000363         ALTERNATE RECORD KEY IS MT9-TB-ALT-KEY
000366             WITH DUPLICATES
000370         FILE STATUS IS MT9-TBL-STATUS.
000380     SELECT MNTFILE ASSIGN TO "MNTFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MT9-MNT-STATUS.
000402     SELECT JRNFILE ASSIGN TO "JRNFILE"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS MT9-JRN-STATUS.
000407     SELECT ALRFILE ASSIGN TO "ALRFILE"
000408         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS MT9-ALR-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DATFILE
000520 01  MNT-RECORD.
000530     05  MNT-CTL             PIC X(01).
000540     05  MNT-TEXT            PIC X(132).
000542 FD  JRNFILE
000544     RECORDING MODE IS F.
000546     COPY "MT9JRN.cpy".
000547 FD  ALRFILE
000548     RECORDING MODE IS F.
000549     COPY "MT9ALR.cpy".
000550 WORKING-STORAGE SECTION.
000560 01  MT9-DAT-STATUS          PIC X(02).
000570 01  MT9-TBL-STATUS          PIC X(02).
000580 01  MT9-MNT-STATUS          PIC X(02).
000585 01  MT9-JRN-STATUS          PIC X(02).
000587 01  MT9-ALR-STATUS          PIC X(02).
000590 01  MT9-RUN-DATE            PIC 9(08).
000600 01  MT9-RUN-TIME            PIC 9(08).
000610 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000650     05  MT9-RS-DATE         PIC 9(08) VALUE ZERO.
000660     05  MT9-RS-TIME         PIC 9(08) VALUE ZERO.
000670     05  MT9-RS-JOBID        PIC X(08) VALUE SPACES.
000673 01  MT9-JOURNAL-JOBID       PIC X(08) VALUE SPACES.
000676 01  MT9-BEFORE-IMAGE        PIC X(40).
000680 01  MT9-SWITCHES.
000690     05  MT9-EOF-SW          PIC X(01) VALUE "N".
000700         88  MT9-EOF                   VALUE "Y".
000810 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000820     05  MT9-PC-ACTION       PIC X(08).
000830     05  MT9-PC-VALUE        PIC X(08).
000835     05  MT9-PC-JOBID        PIC X(08).
000840     05  FILLER              PIC X(56).
000850 01  MT9-HEADER-LINE.
000860     05  FILLER              PIC X(05)  VALUE "DATE=".
000870     05  MT9-HL-DATE         PIC 9(08).
001000     05  MT9-TL-LABEL        PIC X(24).
001010     05  MT9-TL-COUNT        PIC ZZZZZZZ9.
001020     05  FILLER              PIC X(100) VALUE SPACES.
001021 01  MT9-ALERT-FIELDS.
001022     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001023     05  MT9-ALERT-SEVERITY  PIC 9(02).
001024     05  MT9-ALERT-CODE      PIC X(08).
001025     05  MT9-ALERT-TEXT      PIC X(60).
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
001110     MOVE MT9-PC-VALUE TO MT9-AT-VALUE
001120     MOVE MT9-ACTION-TITLE-LINE TO MT9-REPORT-PRINT
001130     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
001132     OPEN EXTEND JRNFILE
001134     IF MT9-JRN-STATUS NOT EQUAL "00"
001136         OPEN OUTPUT JRNFILE
001138     END-IF
001139     IF MT9-JRN-STATUS NOT EQUAL "00"
001140         DISPLAY "MT9X9M: JRNFILE OPEN FAILED, STATUS="
001141             MT9-JRN-STATUS
001142         MOVE 8 TO MT9-ALERT-SEVERITY
001143         MOVE "JRNOPEN" TO MT9-ALERT-CODE
001144         MOVE "JRNFILE OPEN FAILED, MASTER NOT CHANGED"
001145             TO MT9-ALERT-TEXT
001146         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001147         MOVE 8 TO RETURN-CODE
001148         GO TO 0000-TERMINATE
001150     END-IF
001151     EVALUATE MT9-PC-ACTION
001152         WHEN "APPLY   "
001160             PERFORM 2000-APPLY-EXTRACT THRU 2000-EXIT
001170         WHEN SPACES
001180             PERFORM 2000-APPLY-EXTRACT THRU 2000-EXIT
001230         WHEN OTHER
001240             DISPLAY "MT9X9M: ACTION MUST BE APPLY, PURGEJOB"
001250                 " OR PURGEDAY, GOT " MT9-PC-ACTION
001251             MOVE 8 TO MT9-ALERT-SEVERITY
001252             MOVE "BADACTN" TO MT9-ALERT-CODE
001253             MOVE "ACTION MUST BE APPLY, PURGEJOB OR PURGEDAY"
001254                 TO MT9-ALERT-TEXT
001255             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001260             MOVE 8 TO RETURN-CODE
001270     END-EVALUATE.
001275 0000-TERMINATE.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT
001290     STOP RUN.
001300*----------------------------------------------------------------
001370     IF MT9-DAT-STATUS NOT EQUAL "00"
001380         DISPLAY "MT9X9M: DATFILE NOT AVAILABLE, STATUS="
001390             MT9-DAT-STATUS
001392         MOVE 8 TO MT9-ALERT-SEVERITY
001394         MOVE "DATNOTAV" TO MT9-ALERT-CODE
001396         MOVE "DATFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
001398         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001400         MOVE 8 TO RETURN-CODE
001410         GO TO 2000-EXIT
001420     END-IF
001500         DISPLAY "MT9X9M: TBLFILE OPEN FAILED, STATUS="
001510             MT9-TBL-STATUS
001520         CLOSE DATFILE
001521         MOVE 8 TO MT9-ALERT-SEVERITY
001522         MOVE "TBLOPEN" TO MT9-ALERT-CODE
001523         MOVE "TBLFILE OPEN FAILED, NOTHING APPLIED"
001524             TO MT9-ALERT-TEXT
001525         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001530         MOVE 8 TO RETURN-CODE
001540         GO TO 2000-EXIT
001550     END-IF
001850                 MOVE MT9-HR-DATE TO MT9-RS-DATE
001860                 MOVE MT9-HR-TIME TO MT9-RS-TIME
001870                 MOVE MT9-HR-JOBID TO MT9-RS-JOBID
001875                 MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
001880             WHEN MT9-TR-IS-TRAILER
001890                 CONTINUE
001900             WHEN OTHER
002100             MOVE MT9-RS-DATE TO MT9-TB-RUN-DATE
002110             MOVE MT9-RS-TIME TO MT9-TB-RUN-TIME
002120             MOVE MT9-RS-JOBID TO MT9-TB-JOBID
002123             MOVE MT9-DR-KJ TO MT9-TB-ALT-KJ
002126             MOVE MT9-DR-OPMODE TO MT9-TB-ALT-OPMODE
002130             WRITE MT9-TABLE-RECORD
002140             ADD 1 TO MT9-ADD-COUNT
002141             MOVE SPACES TO MT9-JOURNAL-RECORD
002142             MOVE "A" TO MT9-JR-ACTION
002143             MOVE MT9-TABLE-RECORD TO MT9-JR-AFTER
002144             MOVE MT9-RS-JOBID TO MT9-JOURNAL-JOBID
002145             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002150         NOT INVALID KEY
002160             IF MT9-TB-KJ NOT EQUAL MT9-DR-KJ
002170                 OR MT9-TB-RUN-DATE NOT EQUAL MT9-RS-DATE
002180                 OR MT9-TB-RUN-TIME NOT EQUAL MT9-RS-TIME
002190                 OR MT9-TB-JOBID NOT EQUAL MT9-RS-JOBID
002195                 MOVE MT9-TABLE-RECORD TO MT9-BEFORE-IMAGE
002200                 MOVE MT9-DR-KJ TO MT9-TB-KJ
002210                 MOVE MT9-RS-DATE TO MT9-TB-RUN-DATE
002220                 MOVE MT9-RS-TIME TO MT9-TB-RUN-TIME
002230                 MOVE MT9-RS-JOBID TO MT9-TB-JOBID
002233                 MOVE MT9-DR-KJ TO MT9-TB-ALT-KJ
002236                 MOVE MT9-DR-OPMODE TO MT9-TB-ALT-OPMODE
002240                 REWRITE MT9-TABLE-RECORD
002250                 ADD 1 TO MT9-CHANGE-COUNT
002251                 MOVE SPACES TO MT9-JOURNAL-RECORD
002252                 MOVE "C" TO MT9-JR-ACTION
002253                 MOVE MT9-BEFORE-IMAGE TO MT9-JR-BEFORE
002254                 MOVE MT9-TABLE-RECORD TO MT9-JR-AFTER
002255                 MOVE MT9-RS-JOBID TO MT9-JOURNAL-JOBID
002256                 PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002260             ELSE
002270                 ADD 1 TO MT9-SAME-COUNT
002280             END-IF
002590 4000-PURGE-CELLS.
002600     IF MT9-PC-VALUE EQUAL SPACES
002610         DISPLAY "MT9X9M: " MT9-PC-ACTION " NEEDS A VALUE"
002612         MOVE 8 TO MT9-ALERT-SEVERITY
002614         MOVE "NOVALUE" TO MT9-ALERT-CODE
002616         MOVE "PURGE NEEDS A VALUE" TO MT9-ALERT-TEXT
002618         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002620         MOVE 8 TO RETURN-CODE
002630         GO TO 4000-EXIT
002640     END-IF
002660     IF MT9-TBL-STATUS NOT EQUAL "00"
002670         DISPLAY "MT9X9M: TBLFILE NOT AVAILABLE, STATUS="
002680             MT9-TBL-STATUS
002681         MOVE 8 TO MT9-ALERT-SEVERITY
002682         MOVE "TBLNOTAV" TO MT9-ALERT-CODE
002683         MOVE "TBLFILE NOT AVAILABLE, NOTHING PURGED"
002684             TO MT9-ALERT-TEXT
002685         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002690         MOVE 8 TO RETURN-CODE
002700         GO TO 4000-EXIT
002710     END-IF
002890     IF MT9-PURGE-COUNT EQUAL ZERO
002900         DISPLAY "MT9X9M: NO CELL MATCHED " MT9-PC-ACTION
002910             " " MT9-PC-VALUE
002912         MOVE 4 TO MT9-ALERT-SEVERITY
002914         MOVE "NOMATCH" TO MT9-ALERT-CODE
002916         MOVE "NO CELL MATCHED THE PURGE" TO MT9-ALERT-TEXT
002918         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002920         IF RETURN-CODE LESS THAN 4
002930             MOVE 4 TO RETURN-CODE
002940         END-IF
003110             IF MT9-TB-JOBID EQUAL MT9-PC-VALUE
003120                 DELETE TBLFILE
003130                 ADD 1 TO MT9-PURGE-COUNT
003135                 PERFORM 4200-JOURNAL-PURGE THRU 4200-EXIT
003140             END-IF
003150         WHEN "PURGEDAY"
003160             IF MT9-TB-RUN-DATE EQUAL MT9-PC-VALUE
003170                 DELETE TBLFILE
003180                 ADD 1 TO MT9-PURGE-COUNT
003185                 PERFORM 4200-JOURNAL-PURGE THRU 4200-EXIT
003190             END-IF
003200     END-EVALUATE.
003210 4100-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* JOURNAL ONE PURGED CELL AS A DELETE CARRYING ITS BEFORE IMAGE,
003250* UNDER THE JOB ID GIVEN ON THE PARM.
003260*----------------------------------------------------------------
003270 4200-JOURNAL-PURGE.
003280     MOVE SPACES TO MT9-JOURNAL-RECORD
003290     MOVE "D" TO MT9-JR-ACTION
003300     MOVE MT9-TABLE-RECORD TO MT9-JR-BEFORE
003310     MOVE MT9-PC-JOBID TO MT9-JOURNAL-JOBID
003320     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
003330 4200-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* COMPLETE AND APPEND ONE JOURNAL RECORD.  THE CALLER HAS SET
003370* THE ACTION, THE BEFORE AND/OR AFTER IMAGE AND THE JOB ID; THE
003380* KEY IS TAKEN FROM THE MASTER RECORD AND THE CHANGE IS STAMPED
003390* WITH THIS PROGRAM AND THE RUN DATE/TIME.
003400*----------------------------------------------------------------
003410 5000-WRITE-JOURNAL.
003420     MOVE MT9-TB-KEY TO MT9-JR-KEY
003430     MOVE "MT9X9M  " TO MT9-JR-PROGRAM
003440     MOVE MT9-JOURNAL-JOBID TO MT9-JR-JOBID
003450     MOVE MT9-RUN-DATE TO MT9-JR-DATE
003460     MOVE MT9-RUN-TIME TO MT9-JR-TIME
003470     WRITE MT9-JOURNAL-RECORD.
003480 5000-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510* CLOSE THE MAINTENANCE REPORT AND DISPLAY THE TOTALS.
003520*----------------------------------------------------------------
003530 9000-TERMINATE.
003540     CLOSE MNTFILE
003550     CLOSE JRNFILE
003560     DISPLAY "MT9X9M: " MT9-READ-COUNT " CELL(S) READ, "
003570         MT9-ADD-COUNT " ADDED, "
003580         MT9-CHANGE-COUNT " CHANGED, "
003590         MT9-SAME-COUNT " UNCHANGED"
003600     IF MT9-PURGE-COUNT NOT EQUAL ZERO
003610         DISPLAY "MT9X9M: " MT9-PURGE-COUNT " CELL(S) PURGED"
003620     END-IF.
003630 9000-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* WRITE ONE MAINTENANCE-REPORT LINE, BREAKING TO A NEW PAGE
003670* WITH THE RUN DATE/TIME/PAGE HEADER EVERY 55 LINES.
003680*----------------------------------------------------------------
003690 8200-WRITE-REPORT-LINE.
003700     IF MT9-LINE-COUNT GREATER THAN 55
003710         ADD 1 TO MT9-PAGE-NO
003720         MOVE MT9-RUN-DATE TO MT9-HL-DATE
003730         MOVE MT9-RUN-TIME TO MT9-HL-TIME
003740         MOVE MT9-PAGE-NO TO MT9-HL-PAGE
003750         MOVE "1" TO MNT-CTL
003760         MOVE MT9-HEADER-LINE TO MNT-TEXT
003770         WRITE MNT-RECORD
003780         MOVE 1 TO MT9-LINE-COUNT
003790     END-IF
003800     MOVE " " TO MNT-CTL
003810     MOVE MT9-REPORT-PRINT TO MNT-TEXT
003820     WRITE MNT-RECORD
003830     ADD 1 TO MT9-LINE-COUNT.
003840 8200-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
003880* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
003890* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
003900* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
003910* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
003920*----------------------------------------------------------------
003930 8900-WRITE-ALERT.
003940     OPEN EXTEND ALRFILE
003950     IF MT9-ALR-STATUS NOT EQUAL "00"
003960         OPEN OUTPUT ALRFILE
003970     END-IF
003980     IF MT9-ALR-STATUS NOT EQUAL "00"
003990         DISPLAY "MT9X9M: ALRFILE NOT AVAILABLE, STATUS="
004000             MT9-ALR-STATUS
004010         GO TO 8900-EXIT
004020     END-IF
004030     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
004040     ACCEPT MT9-AL-TIME FROM TIME
004050     MOVE "MT9X9M" TO MT9-AL-PROGRAM
004060     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
004070     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
004080     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
004090     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
004100     WRITE MT9-ALERT-RECORD
004110     CLOSE ALRFILE.
004120 8900-EXIT.
004130     EXIT.
