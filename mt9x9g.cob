000225*                  I-STEP AS THE ROWS-PER-BLOCK COUNT, WHEN A
000226*                  SINGLE-COLUMN BLOCK IS ALREADY FULL.  EACH
000227*                  I-BLOCK AGAIN PRINTS AS ITS OWN PAGE.
000228* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000229*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000230*                  EXCEPTIONS DIGEST (MT9X9I).
000231*----------------------------------------------------------------
000232 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT DATFILE ASSIGN TO "DATFILE"
000290     SELECT GRDFILE ASSIGN TO "GRDFILE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS MT9-GRD-STATUS.
000312     SELECT ALRFILE ASSIGN TO "ALRFILE"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS MT9-ALR-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  DATFILE
000390 01  GRD-RECORD.
000400     05  GRD-CTL             PIC X(01).
000410     05  GRD-TEXT            PIC X(132).
000412 FD  ALRFILE
000414     RECORDING MODE IS F.
000416     COPY "MT9ALR.cpy".
000420 WORKING-STORAGE SECTION.
000430 01  MT9-DAT-STATUS          PIC X(02).
000440 01  MT9-GRD-STATUS          PIC X(02).
000445 01  MT9-ALR-STATUS          PIC X(02).
000450 01  MT9-RUN-DATE            PIC 9(08).
000460 01  MT9-RUN-TIME            PIC 9(08).
000470 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000970     05  MT9-GR-COL          PIC X(05)  OCCURS 25.
000980     05  FILLER              PIC X(02)  VALUE SPACES.
000990 01  MT9-CELL-EDIT           PIC ZZZZ9.
000991 01  MT9-ALERT-FIELDS.
000992     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000993     05  MT9-ALERT-SEVERITY  PIC 9(02).
000994     05  MT9-ALERT-CODE      PIC X(08).
000995     05  MT9-ALERT-TEXT      PIC X(60).
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190         DISPLAY "MT9X9G: DATFILE NOT AVAILABLE, STATUS="
001200             MT9-DAT-STATUS
001210         SET MT9-EOF TO TRUE
001212         MOVE 8 TO MT9-ALERT-SEVERITY
001214         MOVE "DATNOTAV" TO MT9-ALERT-CODE
001216         MOVE "DATFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
001218         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001220         MOVE 8 TO RETURN-CODE
001230     ELSE
001240         OPEN OUTPUT GRDFILE
001480     IF NOT MT9-EOF
001482         EVALUATE TRUE
001484             WHEN MT9-HR-IS-HEADER
001485                 MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
001486                 IF MT9-GS-COL-COUNT GREATER THAN ZERO
001488                     PERFORM 3000-PRINT-BLOCK THRU 3000-EXIT
001490                 END-IF
002840     DISPLAY "MT9X9G: " MT9-BLOCK-COUNT " I-BLOCK(S) PRINTED".
002850 9000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
002890* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
002900* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
002910* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
002920* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
002930*----------------------------------------------------------------
002940 8900-WRITE-ALERT.
002950     OPEN EXTEND ALRFILE
002960     IF MT9-ALR-STATUS NOT EQUAL "00"
002970         OPEN OUTPUT ALRFILE
002980     END-IF
002990     IF MT9-ALR-STATUS NOT EQUAL "00"
003000         DISPLAY "MT9X9G: ALRFILE NOT AVAILABLE, STATUS="
003010             MT9-ALR-STATUS
003020         GO TO 8900-EXIT
003030     END-IF
003040     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
003050     ACCEPT MT9-AL-TIME FROM TIME
003060     MOVE "MT9X9G" TO MT9-AL-PROGRAM
003070     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
003080     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
003090     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
003100     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
003110     WRITE MT9-ALERT-RECORD
003120     CLOSE ALRFILE.
003130 8900-EXIT.
003140     EXIT.
