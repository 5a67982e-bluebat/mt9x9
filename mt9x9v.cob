000237*                  A PARTIAL BLOCK CAN LEAVE), AND CELLS OUTSIDE
000238*                  THE REQUESTED RANGE ARE LISTED AND TOTALLED,
000239*                  WITH A NON-ZERO RETURN CODE ON ANY FINDING.
000240* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000241*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000242*                  EXCEPTIONS DIGEST (MT9X9I).
000243*----------------------------------------------------------------
000244 ENVIRONMENT DIVISION.
000245 INPUT-OUTPUT SECTION.
000246 FILE-CONTROL.
000250     SELECT DATFILE ASSIGN TO "DATFILE"
000260         ORGANIZATION IS LINE SEQUENTIAL
000269     SELECT VRPFILE ASSIGN TO "VRPFILE"
000270         ORGANIZATION IS LINE SEQUENTIAL
000271         FILE STATUS IS MT9-VRP-STATUS.
000272     SELECT ALRFILE ASSIGN TO "ALRFILE"
000273         ORGANIZATION IS LINE SEQUENTIAL
000274         FILE STATUS IS MT9-ALR-STATUS.
000275 DATA DIVISION.
000276 FILE SECTION.
000290 FD  DATFILE
000300     RECORDING MODE IS F.
000321 01  VRP-RECORD.
000322     05  VRP-CTL             PIC X(01).
000323     05  VRP-TEXT            PIC X(132).
000324 FD  ALRFILE
000325     RECORDING MODE IS F.
000326     COPY "MT9ALR.cpy".
000327 WORKING-STORAGE SECTION.
000328 01  MT9-DAT-STATUS          PIC X(02).
000329 01  MT9-EXC-STATUS          PIC X(02).
000330 01  MT9-VRP-STATUS          PIC X(02).
000331 01  MT9-ALR-STATUS          PIC X(02).
000332 01  MT9-RUN-DATE            PIC 9(08).
000333 01  MT9-RUN-TIME            PIC 9(08).
000334 01  MT9-PAGE-NO             PIC 9(04) VALUE ZERO.
000335 01  MT9-LINE-COUNT          PIC 9(04) COMP VALUE 99.
000336 01  MT9-REPORT-PRINT        PIC X(132).
000337 01  MT9-SWITCHES.
000340     05  MT9-EOF-SW          PIC X(01) VALUE "N".
000350         88  MT9-EOF                   VALUE "Y".
000352     05  MT9-TRAILER-SW      PIC X(01) VALUE "N".
000446     05  FILLER              PIC X(07)  VALUE " COUNT=".
000447     05  MT9-CL-COUNT        PIC ZZZ9.
000448     05  FILLER              PIC X(102) VALUE SPACES.
000449 01  MT9-ALERT-FIELDS.
000450     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000451     05  MT9-ALERT-SEVERITY  PIC 9(02).
000452     05  MT9-ALERT-CODE      PIC X(08).
000453     05  MT9-ALERT-TEXT      PIC X(60).
000455 PROCEDURE DIVISION.
000457 0000-MAINLINE.
000459     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000519     IF MT9-DAT-STATUS NOT EQUAL "00"
000520         DISPLAY "MT9X9V: DATFILE NOT AVAILABLE, STATUS="
000521             MT9-DAT-STATUS
000522         MOVE 8 TO MT9-ALERT-SEVERITY
000523         MOVE "DATNOTAV" TO MT9-ALERT-CODE
000524         MOVE "DATFILE NOT AVAILABLE, NOTHING VERIFIED"
000525             TO MT9-ALERT-TEXT
000526         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000527         MOVE "DATFILE NOT AVAILABLE, NOTHING VERIFIED"
000528             TO MT9-REPORT-PRINT
000529         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
000530         SET MT9-EOF TO TRUE
000531     ELSE
000532         SET MT9-FILE-OPENED TO TRUE
000533         PERFORM 1100-READ-RECORD THRU 1100-EXIT
000534     END-IF.
000535 1000-EXIT.
000540     EXIT.
000550*----------------------------------------------------------------
000560* READ THE NEXT RECORD; SET THE EOF SWITCH WHEN THE FILE IS
000672     IF NOT MT9-EOF
000674         EVALUATE TRUE
000676             WHEN MT9-HR-IS-HEADER
000677                 MOVE MT9-HR-JOBID TO MT9-ALERT-JOBID
000678                 MOVE ZERO TO MT9-GRP-COUNT
000680                 MOVE ZERO TO MT9-GRP-HASH
000682                 SET MT9-GROUP-OPEN TO TRUE
000814 2200-VERIFY-TRAILER.
000815     IF MT9-TR-COUNT NOT EQUAL MT9-GRP-COUNT
000816         ADD 1 TO MT9-ERROR-COUNT
000817         MOVE 8 TO MT9-ALERT-SEVERITY
000818         MOVE "TRLCOUNT" TO MT9-ALERT-CODE
000819         MOVE "TRAILER COUNT DISAGREES WITH DETAILS READ"
000820             TO MT9-ALERT-TEXT
000821         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000822         MOVE 8 TO RETURN-CODE
000823         DISPLAY "MT9X9V: TRAILER COUNT " MT9-TR-COUNT
000824             " BUT " MT9-GRP-COUNT " DETAIL RECORD(S) READ"
000825     END-IF
000826     IF MT9-TR-HASH NOT EQUAL MT9-GRP-HASH
000827         ADD 1 TO MT9-ERROR-COUNT
000828         MOVE 8 TO MT9-ALERT-SEVERITY
000829         MOVE "TRLHASH" TO MT9-ALERT-CODE
000830         MOVE "TRAILER HASH DISAGREES WITH KJ SUM"
000831             TO MT9-ALERT-TEXT
000832         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000833         MOVE 8 TO RETURN-CODE
000834         DISPLAY "MT9X9V: TRAILER HASH " MT9-TR-HASH
000835             " BUT KJ VALUES SUM TO " MT9-GRP-HASH
000836     END-IF
000837     SET MT9-GROUP-CLOSED TO TRUE.
000838 2200-EXIT.
000839     EXIT.
000840*----------------------------------------------------------------
000841* FILE ONE EXCEPTION: THE FULL DETAIL RECORD AS FILED, THE
000842* RECOMPUTED VALUE, THE REASON CODE AND THE RECORD'S POSITION
000843* IN DATFILE, TO BOTH THE EXCFILE EXTRACT AND THE PRINTED
000844* EXCEPTION REPORT, WITH A ONE-LINE CONSOLE NOTE.
000845*----------------------------------------------------------------
000846 2300-FILE-EXCEPTION.
000847     ADD 1 TO MT9-ERROR-COUNT
000848     EVALUATE MT9-REASON-WORK
000849         WHEN "VM"
000850             ADD 1 TO MT9-VM-COUNT
000851         WHEN "BO"
000852             ADD 1 TO MT9-BO-COUNT
000853         WHEN "NN"
000854             ADD 1 TO MT9-NN-COUNT
000855     END-EVALUATE
000856     MOVE MT9-REASON-WORK TO MT9-EX-REASON
000857     MOVE MT9-POSITION TO MT9-EX-POSITION
000858     MOVE MT9-DATA-RECORD TO MT9-EX-RECORD
000859     MOVE MT9-RECOMPUTED-KJ TO MT9-EX-RECOMPUTED
000860     WRITE MT9-EXCEPTION-RECORD
000861     MOVE MT9-EX-POSITION TO MT9-XD-POSITION
000862     MOVE MT9-EX-REASON TO MT9-XD-REASON
000863     MOVE MT9-EX-RECORD TO MT9-XD-RECORD
000864     MOVE MT9-EX-RECOMPUTED TO MT9-XD-RECOMPUTED
000865     MOVE MT9-EXC-DETAIL-LINE TO MT9-REPORT-PRINT
000866     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
000867     DISPLAY "MT9X9V: EXCEPTION " MT9-REASON-WORK
000868         " AT RECORD " MT9-POSITION " OF DATFILE".
000869 2300-EXIT.
000870     EXIT.
000871*----------------------------------------------------------------
000872* CLOSE THE FILES, PRINT THE EXCEPTION TOTALS BY REASON CODE,
000873* AND SET A NON-ZERO RETURN CODE IF ANY MISMATCH WAS FOUND.
000874*----------------------------------------------------------------
000880 9000-TERMINATE.
000881     IF MT9-FILE-OPENED AND MT9-GROUP-OPEN
000882         PERFORM 2500-SWEEP-COVERAGE THRU 2500-EXIT
000912     DISPLAY "MT9X9V: " MT9-MISS-COUNT " MISSING, "
000914         MT9-DUP-COUNT " DUPLICATED, "
000916         MT9-OUT-COUNT " OUTSIDE-RANGE CELL(S)"
000917     IF MT9-ERROR-COUNT NOT EQUAL ZERO
000918         MOVE 4 TO MT9-ALERT-SEVERITY
000919         MOVE "MISMATCH" TO MT9-ALERT-CODE
000920         MOVE "MISMATCH(ES) FOUND, SEE VRPFILE"
000921             TO MT9-ALERT-TEXT
000922         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000923     END-IF
000924     IF MT9-ERROR-COUNT NOT EQUAL ZERO
000925         AND RETURN-CODE EQUAL ZERO
000930         MOVE 4 TO RETURN-CODE
000940     END-IF
000941     IF MT9-FILE-OPENED AND MT9-GROUP-OPEN
000942         DISPLAY "MT9X9V: NO TRAILER RECORD -- DATFILE IS"
000943             " INCOMPLETE OR TRUNCATED"
000944         MOVE 8 TO MT9-ALERT-SEVERITY
000945         MOVE "NOTRAILR" TO MT9-ALERT-CODE
000946         MOVE "NO TRAILER RECORD, DATFILE INCOMPLETE"
000947             TO MT9-ALERT-TEXT
000948         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000949         MOVE 8 TO RETURN-CODE
000950     END-IF
000951     IF MT9-DAT-STATUS NOT EQUAL "00"
000952         MOVE 8 TO RETURN-CODE
000953     END-IF
000954     IF MT9-MISS-COUNT NOT EQUAL ZERO
000955         OR MT9-DUP-COUNT NOT EQUAL ZERO
000956         OR MT9-OUT-COUNT NOT EQUAL ZERO
000957         MOVE 4 TO MT9-ALERT-SEVERITY
000958         MOVE "COVERAGE" TO MT9-ALERT-CODE
000959         MOVE "MISSING, DUPLICATED OR OUTSIDE-RANGE CELL(S)"
000960             TO MT9-ALERT-TEXT
000961         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000962     END-IF
000963     IF (MT9-MISS-COUNT NOT EQUAL ZERO
000964         OR MT9-DUP-COUNT NOT EQUAL ZERO
000965         OR MT9-OUT-COUNT NOT EQUAL ZERO)
000966         AND RETURN-CODE EQUAL ZERO
000967         MOVE 4 TO RETURN-CODE
000968     END-IF.
000969 9000-EXIT.
000970     EXIT.
000971*----------------------------------------------------------------
000972* PRINT THE EXCEPTION TOTALS BY REASON CODE AT THE FOOT OF THE
000973* EXCEPTION REPORT.
000974*----------------------------------------------------------------
000975 9050-PRINT-TOTALS.
000976     MOVE "VALUE MISMATCH   (VM)   " TO MT9-XT-LABEL
000977     MOVE MT9-VM-COUNT TO MT9-XT-COUNT
000978     MOVE MT9-EXC-TOTAL-LINE TO MT9-REPORT-PRINT
000979     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
000980     MOVE "BAD OPMODE       (BO)   " TO MT9-XT-LABEL
000982     MOVE MT9-BO-COUNT TO MT9-XT-COUNT
000984     MOVE MT9-EXC-TOTAL-LINE TO MT9-REPORT-PRINT
001270     MOVE "N" TO MT9-RANGE-SW.
001272 2500-EXIT.
001274     EXIT.
001280*----------------------------------------------------------------
001290* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
001300* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
001310* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
001320* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
001330* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
001340*----------------------------------------------------------------
001350 8900-WRITE-ALERT.
001360     OPEN EXTEND ALRFILE
001370     IF MT9-ALR-STATUS NOT EQUAL "00"
001380         OPEN OUTPUT ALRFILE
001390     END-IF
001400     IF MT9-ALR-STATUS NOT EQUAL "00"
001410         DISPLAY "MT9X9V: ALRFILE NOT AVAILABLE, STATUS="
001420             MT9-ALR-STATUS
001430         GO TO 8900-EXIT
001440     END-IF
001450     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
001460     ACCEPT MT9-AL-TIME FROM TIME
001470     MOVE "MT9X9V" TO MT9-AL-PROGRAM
001480     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
001490     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
001500     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
001510     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
001520     WRITE MT9-ALERT-RECORD
001530     CLOSE ALRFILE.
001540 8900-EXIT.
001550     EXIT.
