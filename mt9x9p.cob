000250*                  SILENTLY FAILED STEP IS CAUGHT AT
000260*                  DISTRIBUTION TIME, NOT WHEN THE CLERK ASKS
000270*                  WHERE THEIR REPORT WENT.
000272* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000274*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000276*                  EXCEPTIONS DIGEST (MT9X9I).
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000380     SELECT BNDFILE ASSIGN TO DYNAMIC MT9-BND-NAME
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MT9-BND-STATUS.
000402     SELECT ALRFILE ASSIGN TO "ALRFILE"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS MT9-ALR-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DSTFILE
000570 01  BND-RECORD.
000580     05  BND-CTL             PIC X(01).
000590     05  BND-TEXT            PIC X(132).
000592 FD  ALRFILE
000594     RECORDING MODE IS F.
000596     COPY "MT9ALR.cpy".
000600 WORKING-STORAGE SECTION.
000610 01  MT9-DST-STATUS          PIC X(02).
000620 01  MT9-REP-STATUS          PIC X(02).
000630 01  MT9-BND-STATUS          PIC X(02).
000635 01  MT9-ALR-STATUS          PIC X(02).
000640 01  MT9-REP-NAME            PIC X(16).
000650 01  MT9-BND-NAME            PIC X(16).
000660 01  MT9-RUN-DATE            PIC 9(08).
001190     05  MT9-EX-REASON       PIC X(18).
001200     05  FILLER              PIC X(04)  VALUE " ***".
001210     05  FILLER              PIC X(82)  VALUE SPACES.
001211 01  MT9-ALERT-FIELDS.
001212     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001213     05  MT9-ALERT-SEVERITY  PIC 9(02).
001214     05  MT9-ALERT-CODE      PIC X(08).
001215     05  MT9-ALERT-TEXT      PIC X(60).
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001390     IF MT9-DST-STATUS NOT EQUAL "00"
001400         DISPLAY "MT9X9P: DSTFILE NOT AVAILABLE, STATUS="
001410             MT9-DST-STATUS
001411         MOVE 8 TO MT9-ALERT-SEVERITY
001412         MOVE "DSTNOTAV" TO MT9-ALERT-CODE
001413         MOVE "DSTFILE NOT AVAILABLE, NOTHING DISTRIBUTED"
001414             TO MT9-ALERT-TEXT
001415         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001420         MOVE 8 TO RETURN-CODE
001430         GO TO 1000-EXIT
001440     END-IF
001490     IF MT9-CARD-EXCESS
001500         DISPLAY "MT9X9P: CONTROL-CARD LIMIT OF 50 REACHED,"
001510             " REMAINING CARDS SKIPPED"
001512         MOVE 4 TO MT9-ALERT-SEVERITY
001514         MOVE "CARDLIM" TO MT9-ALERT-CODE
001516         MOVE "CONTROL-CARD LIMIT OF 50 REACHED" TO MT9-ALERT-TEXT
001518         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001520         IF RETURN-CODE LESS THAN 4
001530             MOVE 4 TO RETURN-CODE
001540         END-IF
001560     CLOSE DSTFILE
001570     IF MT9-CARD-COUNT EQUAL ZERO
001580         DISPLAY "MT9X9P: NO DISTRIBUTION CARDS, NOTHING TO DO"
001581         MOVE 8 TO MT9-ALERT-SEVERITY
001582         MOVE "NOCARDS" TO MT9-ALERT-CODE
001583         MOVE "NO DISTRIBUTION CARDS, NOTHING TO DO"
001584             TO MT9-ALERT-TEXT
001585         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001590         MOVE 8 TO RETURN-CODE
001600     END-IF.
001610 1000-EXIT.
001880             DISPLAY "MT9X9P: RECIPIENT TABLE FULL, CARD FOR "
001890                 DST-RECIP " SKIPPED"
001900             SUBTRACT 1 FROM MT9-CARD-COUNT
001901             MOVE 4 TO MT9-ALERT-SEVERITY
001902             MOVE "RCPFULL" TO MT9-ALERT-CODE
001903             MOVE "RECIPIENT TABLE FULL, CARD SKIPPED"
001904                 TO MT9-ALERT-TEXT
001905             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001910             IF RETURN-CODE LESS THAN 4
001920                 MOVE 4 TO RETURN-CODE
001930             END-IF
003590     IF MT9-EXCEPT-COUNT NOT EQUAL ZERO
003600         DISPLAY "MT9X9P: " MT9-EXCEPT-COUNT
003610             " EXPECTED REPORT(S) MISSING OR EMPTY"
003611         MOVE 4 TO MT9-ALERT-SEVERITY
003612         MOVE "RPTMISS" TO MT9-ALERT-CODE
003613         MOVE "EXPECTED REPORT(S) MISSING OR EMPTY"
003614             TO MT9-ALERT-TEXT
003615         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003620         IF RETURN-CODE LESS THAN 4
003630             MOVE 4 TO RETURN-CODE
003640         END-IF
003650     END-IF.
003660 9000-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
003700* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
003710* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
003720* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
003730* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
003740*----------------------------------------------------------------
003750 8900-WRITE-ALERT.
003760     OPEN EXTEND ALRFILE
003770     IF MT9-ALR-STATUS NOT EQUAL "00"
003780         OPEN OUTPUT ALRFILE
003790     END-IF
003800     IF MT9-ALR-STATUS NOT EQUAL "00"
003810         DISPLAY "MT9X9P: ALRFILE NOT AVAILABLE, STATUS="
003820             MT9-ALR-STATUS
003830         GO TO 8900-EXIT
003840     END-IF
003850     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
003860     ACCEPT MT9-AL-TIME FROM TIME
003870     MOVE "MT9X9P" TO MT9-AL-PROGRAM
003880     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
003890     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
003900     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
003910     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
003920     WRITE MT9-ALERT-RECORD
003930     CLOSE ALRFILE.
003940 8900-EXIT.
003950     EXIT.
