000290*                  PRINTS THE CATALOG ON CLSFILE SO THE EXTRACT
000300*                  HISTORY ACTUALLY HELD ON DISK CAN BE SEEN AT
000310*                  A GLANCE.
000312* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000314*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000316*                  EXCEPTIONS DIGEST (MT9X9I).
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000450     SELECT CLSFILE ASSIGN TO "CLSFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MT9-CLS-STATUS.
000472     SELECT ALRFILE ASSIGN TO "ALRFILE"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS MT9-ALR-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DATFILE
000650 01  CLS-RECORD.
000660     05  CLS-CTL             PIC X(01).
000670     05  CLS-TEXT            PIC X(132).
000672 FD  ALRFILE
000674     RECORDING MODE IS F.
000676     COPY "MT9ALR.cpy".
000680 WORKING-STORAGE SECTION.
000690 01  MT9-DAT-STATUS          PIC X(02).
000700 01  MT9-GEN-STATUS          PIC X(02).
000710 01  MT9-CAT-STATUS          PIC X(02).
000720 01  MT9-CLS-STATUS          PIC X(02).
000725 01  MT9-ALR-STATUS          PIC X(02).
000730 01  MT9-GEN-NAME            PIC X(16).
000740 01  MT9-RUN-DATE            PIC 9(08).
000750 01  MT9-RUN-TIME            PIC 9(08).
001400     05  FILLER              PIC X(01)  VALUE SPACE.
001410     05  MT9-CL-STATUS       PIC X(08).
001420     05  FILLER              PIC X(16)  VALUE SPACES.
001421 01  MT9-ALERT-FIELDS.
001422     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001423     05  MT9-ALERT-SEVERITY  PIC 9(02).
001424     05  MT9-ALERT-CODE      PIC X(08).
001425     05  MT9-ALERT-TEXT      PIC X(60).
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
001610         WHEN OTHER
001620             DISPLAY "MT9X9N: ACTION MUST BE CATALOG, VERIFY,"
001630                 " RETAIN OR LIST, GOT " MT9-PC-ACTION
001631             MOVE 8 TO MT9-ALERT-SEVERITY
001632             MOVE "BADACTN" TO MT9-ALERT-CODE
001633             MOVE "ACTION MUST BE CATALOG, VERIFY, RETAIN OR LIST"
001634                 TO MT9-ALERT-TEXT
001635             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001640             MOVE 8 TO RETURN-CODE
001650     END-EVALUATE
001660     STOP RUN.
002080     IF MT9-DAT-STATUS NOT EQUAL "00"
002090         DISPLAY "MT9X9N: DATFILE NOT AVAILABLE, STATUS="
002100             MT9-DAT-STATUS
002101         MOVE 8 TO MT9-ALERT-SEVERITY
002102         MOVE "DATNOTAV" TO MT9-ALERT-CODE
002103         MOVE "DATFILE NOT AVAILABLE, NOT CATALOGED"
002104             TO MT9-ALERT-TEXT
002105         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002110         MOVE 8 TO RETURN-CODE
002120         GO TO 2000-EXIT
002130     END-IF
002140     IF MT9-CAT-COUNT EQUAL 100
002150         DISPLAY "MT9X9N: CATALOG FULL, RUN RETAIN FIRST"
002160         CLOSE DATFILE
002162         MOVE 8 TO MT9-ALERT-SEVERITY
002164         MOVE "CATFULL" TO MT9-ALERT-CODE
002166         MOVE "CATALOG FULL, RUN RETAIN FIRST" TO MT9-ALERT-TEXT
002168         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002170         MOVE 8 TO RETURN-CODE
002180         GO TO 2000-EXIT
002190     END-IF
002320             "HEADER/TRAILER, NOT CATALOGED"
002330         OPEN OUTPUT GENFILE
002340         CLOSE GENFILE
002341         MOVE 8 TO MT9-ALERT-SEVERITY
002342         MOVE "NOHDRTRL" TO MT9-ALERT-CODE
002343         MOVE "EXTRACT HAS NO HEADER/TRAILER, NOT CATALOGED"
002344             TO MT9-ALERT-TEXT
002345         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002350         MOVE 8 TO RETURN-CODE
002360         GO TO 2000-EXIT
002370     END-IF
002680             MOVE MT9-HR-DATE TO MT9-NS-DATE
002690             MOVE MT9-HR-TIME TO MT9-NS-TIME
002700             MOVE MT9-HR-JOBID TO MT9-NS-JOBID
002705             MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
002710             MOVE MT9-HEADER-RECORD TO GEN-HEADER-RECORD
002720             WRITE GEN-HEADER-RECORD
002730         WHEN MT9-TR-IS-TRAILER
002890 3000-MARK-VERIFIED.
002900     IF MT9-PC-VALUE NOT NUMERIC
002910         DISPLAY "MT9X9N: VERIFY NEEDS A GENERATION NUMBER"
002912         MOVE 8 TO MT9-ALERT-SEVERITY
002914         MOVE "BADGEN" TO MT9-ALERT-CODE
002916         MOVE "VERIFY NEEDS A GENERATION NUMBER" TO MT9-ALERT-TEXT
002918         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002920         MOVE 8 TO RETURN-CODE
002930         GO TO 3000-EXIT
002940     END-IF
003030     IF MT9-CAT-SLOT EQUAL ZERO
003040         DISPLAY "MT9X9N: GENERATION " MT9-PC-VALUE
003050             " NOT IN CATALOG"
003052         MOVE 4 TO MT9-ALERT-SEVERITY
003054         MOVE "NOTINCAT" TO MT9-ALERT-CODE
003056         MOVE "GENERATION NOT IN CATALOG" TO MT9-ALERT-TEXT
003058         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003060         MOVE 4 TO RETURN-CODE
003070         GO TO 3000-EXIT
003080     END-IF
003240 4000-RETAIN-GENERATIONS.
003250     IF MT9-PC-VALUE NOT NUMERIC OR MT9-PN-VALUE EQUAL ZERO
003260         DISPLAY "MT9X9N: RETAIN NEEDS A NONZERO COUNT"
003262         MOVE 8 TO MT9-ALERT-SEVERITY
003264         MOVE "BADCOUNT" TO MT9-ALERT-CODE
003266         MOVE "RETAIN NEEDS A NONZERO COUNT" TO MT9-ALERT-TEXT
003268         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003270         MOVE 8 TO RETURN-CODE
003280         GO TO 4000-EXIT
003290     END-IF
004490     ADD 1 TO MT9-LINE-COUNT.
004500 8200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
004540* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
004550* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
004560* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
004570* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
004580*----------------------------------------------------------------
004590 8900-WRITE-ALERT.
004600     OPEN EXTEND ALRFILE
004610     IF MT9-ALR-STATUS NOT EQUAL "00"
004620         OPEN OUTPUT ALRFILE
004630     END-IF
004640     IF MT9-ALR-STATUS NOT EQUAL "00"
004650         DISPLAY "MT9X9N: ALRFILE NOT AVAILABLE, STATUS="
004660             MT9-ALR-STATUS
004670         GO TO 8900-EXIT
004680     END-IF
004690     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
004700     ACCEPT MT9-AL-TIME FROM TIME
004710     MOVE "MT9X9N" TO MT9-AL-PROGRAM
004720     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
004730     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
004740     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
004750     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
004760     WRITE MT9-ALERT-RECORD
004770     CLOSE ALRFILE.
004780 8900-EXIT.
004790     EXIT.
