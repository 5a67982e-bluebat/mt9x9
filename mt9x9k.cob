000170*                  MARKER AND REWRITES THE STORE, SO A STUCK
000180*                  RESTART CAN BE CLEARED WITHOUT EDITING THE
000190*                  FILE BY HAND.
000192* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000194*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000196*                  EXCEPTIONS DIGEST (MT9X9I).
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000240     SELECT CKPFILE ASSIGN TO "CKPFILE"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS MT9-CKP-STATUS.
000262     SELECT ALRFILE ASSIGN TO "ALRFILE"
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS MT9-ALR-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CKPFILE
000410     05  CKP-OPMODE          PIC X(01).
000420     05  CKP-DETAIL-COUNT    PIC 9(08).
000430     05  CKP-HASH-TOTAL      PIC 9(12).
000432 FD  ALRFILE
000434     RECORDING MODE IS F.
000436     COPY "MT9ALR.cpy".
000440 WORKING-STORAGE SECTION.
000450 01  MT9-CKP-STATUS          PIC X(02).
000455 01  MT9-ALR-STATUS          PIC X(02).
000460 01  MT9-CKP-COUNT           PIC 9(04) COMP VALUE ZERO.
000470 01  MT9-CKP-SUB             PIC 9(04) COMP.
000480 01  MT9-KEEP-COUNT          PIC 9(04) COMP VALUE ZERO.
000530     05  MT9-PC-ACTION       PIC X(08).
000540     05  MT9-PC-JOBID        PIC X(08).
000550     05  FILLER              PIC X(64).
000551 01  MT9-ALERT-FIELDS.
000552     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000553     05  MT9-ALERT-SEVERITY  PIC 9(02).
000554     05  MT9-ALERT-CODE      PIC X(08).
000555     05  MT9-ALERT-TEXT      PIC X(60).
000560 PROCEDURE DIVISION.
000570 0000-MAINLINE.
000580     MOVE SPACES TO MT9-PARM-CARD
000690             WHEN OTHER
000700                 DISPLAY "MT9X9K: ACTION MUST BE LIST OR"
000710                     " DELETE, GOT " MT9-PC-ACTION
000711                 MOVE 8 TO MT9-ALERT-SEVERITY
000712                 MOVE "BADACTN" TO MT9-ALERT-CODE
000713                 MOVE "ACTION MUST BE LIST OR DELETE"
000714                     TO MT9-ALERT-TEXT
000715                 PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000720                 MOVE 8 TO RETURN-CODE
000730         END-EVALUATE
000740     END-IF
000810     IF MT9-CKP-STATUS NOT EQUAL "00"
000820         DISPLAY "MT9X9K: CKPFILE NOT AVAILABLE, STATUS="
000830             MT9-CKP-STATUS
000832         MOVE 8 TO MT9-ALERT-SEVERITY
000834         MOVE "CKPNOTAV" TO MT9-ALERT-CODE
000836         MOVE "CKPFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
000838         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000840         MOVE 8 TO RETURN-CODE
000850         GO TO 1000-EXIT
000860     END-IF
001260* EVERY OTHER JOB'S RECORD INTACT.
001270*----------------------------------------------------------------
001280 3000-DELETE-CHECKPOINT.
001285     MOVE MT9-PC-JOBID TO MT9-ALERT-JOBID
001290     IF MT9-PC-JOBID EQUAL SPACES
001300         DISPLAY "MT9X9K: DELETE NEEDS A JOB ID"
001302         MOVE 8 TO MT9-ALERT-SEVERITY
001304         MOVE "NOJOBID" TO MT9-ALERT-CODE
001306         MOVE "DELETE NEEDS A JOB ID" TO MT9-ALERT-TEXT
001308         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001310         MOVE 8 TO RETURN-CODE
001320         GO TO 3000-EXIT
001330     END-IF
001460     IF MT9-KEEP-COUNT EQUAL MT9-CKP-COUNT
001470         DISPLAY "MT9X9K: NO CHECKPOINT FOUND FOR JOB "
001480             MT9-PC-JOBID
001482         MOVE 4 TO MT9-ALERT-SEVERITY
001484         MOVE "NOCKPT" TO MT9-ALERT-CODE
001486         MOVE "NO CHECKPOINT FOUND FOR THE JOB" TO MT9-ALERT-TEXT
001488         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001490         MOVE 4 TO RETURN-CODE
001500     ELSE
001510         DISPLAY "MT9X9K: CHECKPOINT DELETED FOR JOB "
001530     END-IF.
001540 3000-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
001580* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
001590* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
001600* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
001610* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
001620*----------------------------------------------------------------
001630 8900-WRITE-ALERT.
001640     OPEN EXTEND ALRFILE
001650     IF MT9-ALR-STATUS NOT EQUAL "00"
001660         OPEN OUTPUT ALRFILE
001670     END-IF
001680     IF MT9-ALR-STATUS NOT EQUAL "00"
001690         DISPLAY "MT9X9K: ALRFILE NOT AVAILABLE, STATUS="
001700             MT9-ALR-STATUS
001710         GO TO 8900-EXIT
001720     END-IF
001730     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
001740     ACCEPT MT9-AL-TIME FROM TIME
001750     MOVE "MT9X9K" TO MT9-AL-PROGRAM
001760     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
001770     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
001780     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
001790     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
001800     WRITE MT9-ALERT-RECORD
001810     CLOSE ALRFILE.
001820 8900-EXIT.
001830     EXIT.
