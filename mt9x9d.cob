000270*                  APPLIED ACROSS THE WHOLE STREAM.  A STREAM
000280*                  THAT ENDS WITH EVERY STEP COMPLETE CLEARS
000290*                  THE JOBFILE SO THE NEXT NIGHT STARTS FRESH.
000291* 2026-10-15 DPS   BEFORE A COMPLETE STREAM CLEARS THE JOBFILE,
000292*                  EVERY STEP'S TIMINGS ARE APPENDED TO STHFILE
000293*                  (MT9STH), THE PERMANENT STEP HISTORY THAT
000294*                  MT9X9T REPORTS ON, UNDER THE START DATE OF
000295*                  THE STREAM'S FIRST STEP.
000296* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000297*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000298*                  EXCEPTIONS DIGEST (MT9X9I).
000299* 2026-10-15 DPS   A STHFILE THAT CANNOT BE OPENED NOW SPILLS THE
000300*                  STEP TIMINGS TO THE CONSOLE AS STHFILE IMAGES
000301*                  AND ENDS THE DRIVER RC=8.  THE JOBFILE IS
000302*                  STILL CLEARED SO THE NEXT NIGHT STARTS FRESH.
000303*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000370     SELECT JOBFILE ASSIGN TO "JOBFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS MT9-JCF-STATUS.
000392     SELECT STHFILE ASSIGN TO "STHFILE"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS MT9-STH-STATUS.
000397     SELECT ALRFILE ASSIGN TO "ALRFILE"
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS MT9-ALR-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  STPFILE
000580     05  JCF-END-DATE        PIC 9(08).
000590     05  JCF-END-TIME        PIC 9(08).
000600     05  JCF-RC              PIC 9(04).
000602 FD  STHFILE
000604     RECORDING MODE IS F.
000606     COPY "MT9STH.cpy".
000607 FD  ALRFILE
000608     RECORDING MODE IS F.
000609     COPY "MT9ALR.cpy".
000610 WORKING-STORAGE SECTION.
000620 01  MT9-STP-STATUS          PIC X(02).
000630 01  MT9-JCF-STATUS          PIC X(02).
000633 01  MT9-STH-STATUS          PIC X(02).
000634 01  MT9-ALR-STATUS          PIC X(02).
000636 01  MT9-STREAM-DATE         PIC 9(08) VALUE ZERO.
000640 01  MT9-RUN-DATE            PIC 9(08).
000650 01  MT9-RUN-TIME            PIC 9(08).
000660 01  MT9-SWITCHES.
000740         88  MT9-ALL-DONE              VALUE "Y".
000750     05  MT9-EXCESS-SW       PIC X(01) VALUE "N".
000760         88  MT9-DECK-EXCESS           VALUE "Y".
000763     05  MT9-HIST-SW         PIC X(01) VALUE "N".
000766         88  MT9-HIST-FAILED           VALUE "Y".
000770 01  MT9-STEP-COUNT          PIC 9(04) COMP VALUE ZERO.
000780 01  MT9-STEP-SUB            PIC 9(04) COMP.
000790 01  MT9-PRIOR-COUNT         PIC 9(04) COMP VALUE ZERO.
001020         10  MT9-JT-END-DATE     PIC 9(08).
001030         10  MT9-JT-END-TIME     PIC 9(08).
001040         10  MT9-JT-RC           PIC 9(04).
001041 01  MT9-ALERT-FIELDS.
001042     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
001043     05  MT9-ALERT-SEVERITY  PIC 9(02).
001044     05  MT9-ALERT-CODE      PIC X(08).
001045     05  MT9-ALERT-TEXT      PIC X(60).
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230     IF MT9-STP-STATUS NOT EQUAL "00"
001240         DISPLAY "MT9X9D: STPFILE NOT AVAILABLE, STATUS="
001250             MT9-STP-STATUS
001251         MOVE 8 TO MT9-ALERT-SEVERITY
001252         MOVE "STPNOTAV" TO MT9-ALERT-CODE
001253         MOVE "STPFILE NOT AVAILABLE, STREAM NOT RUN"
001254             TO MT9-ALERT-TEXT
001255         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001260         MOVE 8 TO RETURN-CODE
001270         GO TO 1000-EXIT
001280     END-IF
001350         DISPLAY "MT9X9D: STEP DECK EXCEEDS THE 50-STEP"
001360             " LIMIT, STREAM NOT RUN"
001370         MOVE ZERO TO MT9-STEP-COUNT
001371         MOVE 8 TO MT9-ALERT-SEVERITY
001372         MOVE "DECKLIM" TO MT9-ALERT-CODE
001373         MOVE "STEP DECK OVER 50 STEPS, STREAM NOT RUN"
001374             TO MT9-ALERT-TEXT
001375         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001380         MOVE 8 TO RETURN-CODE
001390         GO TO 1000-EXIT
001400     END-IF
001410     IF MT9-STEP-COUNT EQUAL ZERO
001420         DISPLAY "MT9X9D: STEP DECK IS EMPTY, NOTHING TO RUN"
001421         MOVE 8 TO MT9-ALERT-SEVERITY
001422         MOVE "DECKEMPT" TO MT9-ALERT-CODE
001423         MOVE "STEP DECK IS EMPTY, NOTHING TO RUN"
001424             TO MT9-ALERT-TEXT
001425         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001430         MOVE 8 TO RETURN-CODE
001440         GO TO 1000-EXIT
001450     END-IF
003720* STORE SO THE NEXT NIGHT STARTS FRESH; ANY FAILED OR SKIPPED
003730* STEP LEAVES THE STORE IN PLACE FOR THE RESTART AND ENDS THE
003740* DRIVER WITH THE STREAM'S HIGHEST RETURN CODE.
003743* A COMPLETE STREAM WHOSE STEP HISTORY COULD NOT BE FILED STILL
003746* CLEARS THE STORE BUT ENDS THE DRIVER RC=8.
003750*----------------------------------------------------------------
003760 9000-TERMINATE.
003770     IF MT9-STEP-COUNT EQUAL ZERO
003780         GO TO 9000-EXIT
003790     END-IF
003800     IF MT9-ALL-DONE
003805         PERFORM 9100-APPEND-HISTORY THRU 9100-EXIT
003810         OPEN OUTPUT JOBFILE
003820         CLOSE JOBFILE
003830         DISPLAY "MT9X9D: STREAM COMPLETE, HIGHEST RC="
003840             MT9-MAX-RC
003850     ELSE
003851         MOVE 8 TO MT9-ALERT-SEVERITY
003852         MOVE "INCOMPLT" TO MT9-ALERT-CODE
003853         MOVE "STREAM INCOMPLETE, RESUBMIT TO RESUME"
003854             TO MT9-ALERT-TEXT
003855         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003860         DISPLAY "MT9X9D: STREAM INCOMPLETE, RESUBMIT TO"
003870             " RESUME AT THE FIRST INCOMPLETE STEP"
003880     END-IF
003890     MOVE MT9-MAX-RC TO RETURN-CODE
003900     IF NOT MT9-ALL-DONE AND RETURN-CODE LESS THAN 8
003910         MOVE 8 TO RETURN-CODE
003912     END-IF
003914     IF MT9-HIST-FAILED
003916         MOVE 8 TO RETURN-CODE
003920     END-IF.
003930 9000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960* APPEND THE COMPLETED STREAM'S STEP TIMINGS TO THE PERMANENT
003970* STEP HISTORY.  THE STREAM IS FILED UNDER THE START DATE OF
003980* ITS FIRST STEP, WHICH FOR A RESUMED STREAM IS THE NIGHT OF
003990* THE ORIGINAL SUBMISSION.
004000*----------------------------------------------------------------
004010 9100-APPEND-HISTORY.
004020     MOVE ZERO TO MT9-STREAM-DATE
004030     PERFORM VARYING MT9-SAVE-SUB FROM 1 BY 1
004040             UNTIL MT9-SAVE-SUB GREATER THAN MT9-STEP-COUNT
004050                OR MT9-STREAM-DATE NOT EQUAL ZERO
004060         MOVE MT9-JT-START-DATE (MT9-SAVE-SUB) TO MT9-STREAM-DATE
004070     END-PERFORM
004080     IF MT9-STREAM-DATE EQUAL ZERO
004090         MOVE MT9-RUN-DATE TO MT9-STREAM-DATE
004100     END-IF
004110     OPEN EXTEND STHFILE
004120     IF MT9-STH-STATUS NOT EQUAL "00"
004130         OPEN OUTPUT STHFILE
004140     END-IF
004141     IF MT9-STH-STATUS NOT EQUAL "00"
004142         DISPLAY "MT9X9D: STHFILE NOT AVAILABLE, STATUS="
004143             MT9-STH-STATUS
004144         DISPLAY "MT9X9D: STEP HISTORY FOLLOWS AS STHFILE IMAGES,"
004145             " KEY THEM IN FROM THE LOG"
004146         SET MT9-HIST-FAILED TO TRUE
004147         PERFORM 9160-SPILL-HISTORY THRU 9160-EXIT
004148             VARYING MT9-SAVE-SUB FROM 1 BY 1
004149             UNTIL MT9-SAVE-SUB GREATER THAN MT9-STEP-COUNT
004150         MOVE 8 TO MT9-ALERT-SEVERITY
004151         MOVE "STHNOTAV" TO MT9-ALERT-CODE
004152         MOVE "STHFILE NOT AVAILABLE, STEP TIMINGS ON CONSOLE"
004153             TO MT9-ALERT-TEXT
004154         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004155         GO TO 9100-EXIT
004156     END-IF
004157     PERFORM 9150-WRITE-HISTORY THRU 9150-EXIT
004160         VARYING MT9-SAVE-SUB FROM 1 BY 1
004170         UNTIL MT9-SAVE-SUB GREATER THAN MT9-STEP-COUNT
004180     CLOSE STHFILE.
004190 9100-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* WRITE ONE STEP-HISTORY RECORD.
004230*----------------------------------------------------------------
004240 9150-WRITE-HISTORY.
004250     IF MT9-JT-STEPNAME (MT9-SAVE-SUB) NOT EQUAL SPACES
004260         MOVE MT9-STREAM-DATE TO MT9-SH-STREAM-DATE
004270         MOVE MT9-JT-STEPNAME (MT9-SAVE-SUB) TO MT9-SH-STEPNAME
004280         MOVE MT9-JT-PROGRAM (MT9-SAVE-SUB) TO MT9-SH-PROGRAM
004290         MOVE MT9-JT-STATUS (MT9-SAVE-SUB) TO MT9-SH-STATUS
004300         MOVE MT9-JT-START-DATE (MT9-SAVE-SUB)
004310             TO MT9-SH-START-DATE
004320         MOVE MT9-JT-START-TIME (MT9-SAVE-SUB)
004330             TO MT9-SH-START-TIME
004340         MOVE MT9-JT-END-DATE (MT9-SAVE-SUB) TO MT9-SH-END-DATE
004350         MOVE MT9-JT-END-TIME (MT9-SAVE-SUB) TO MT9-SH-END-TIME
004360         MOVE MT9-JT-RC (MT9-SAVE-SUB) TO MT9-SH-RC
004370         WRITE MT9-STEP-HISTORY-RECORD
004380     END-IF.
004390 9150-EXIT.
004400     EXIT.
004401*----------------------------------------------------------------
004402* SHOW ONE STEP'S TIMINGS ON THE CONSOLE IN STHFILE RECORD
004403* LAYOUT WHEN STHFILE ITSELF CANNOT BE OPENED.
004404*----------------------------------------------------------------
004405 9160-SPILL-HISTORY.
004406     IF MT9-JT-STEPNAME (MT9-SAVE-SUB) NOT EQUAL SPACES
004407         DISPLAY "MT9X9D: STH " MT9-STREAM-DATE
004408             MT9-JT-ENTRY (MT9-SAVE-SUB)
004409     END-IF.
004410 9160-EXIT.
004411     EXIT.
004412*----------------------------------------------------------------
004420* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
004430* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
004440* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
004450* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
004460* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
004470*----------------------------------------------------------------
004480 8900-WRITE-ALERT.
004490     OPEN EXTEND ALRFILE
004500     IF MT9-ALR-STATUS NOT EQUAL "00"
004510         OPEN OUTPUT ALRFILE
004520     END-IF
004530     IF MT9-ALR-STATUS NOT EQUAL "00"
004540         DISPLAY "MT9X9D: ALRFILE NOT AVAILABLE, STATUS="
004550             MT9-ALR-STATUS
004560         GO TO 8900-EXIT
004570     END-IF
004580     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
004590     ACCEPT MT9-AL-TIME FROM TIME
004600     MOVE "MT9X9D" TO MT9-AL-PROGRAM
004610     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
004620     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
004630     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
004640     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
004650     WRITE MT9-ALERT-RECORD
004660     CLOSE ALRFILE.
004670 8900-EXIT.
004680     EXIT.
