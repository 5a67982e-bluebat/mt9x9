000270*                  COUNTED, NEVER ARCHIVED BLIND.  MT9X9H CAN
000280*                  NAME ARCHIVE FILES ON ITS PARM TO REPORT
000290*                  ACROSS THE LIVE FILE PLUS THE ARCHIVES.
000292* 2026-10-15 DPS   "A" AUTHORISATION RECORDS FILED BY MT9X9 AND
000294*                  MT9X9Y ARE DATED LIKE "S" AND "E" RECORDS AND
000296*                  ARE NOW ARCHIVED WITH THEM INSTEAD OF BEING
000298*                  KEPT LIVE AS UNREADABLE.
000299* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000300*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000301*                  EXCEPTIONS DIGEST (MT9X9I).
000302*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000400     SELECT TMPFILE ASSIGN TO "LOGTEMP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS MT9-TMP-STATUS.
000422     SELECT ALRFILE ASSIGN TO "ALRFILE"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS MT9-ALR-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  LOGFILE
000570 FD  TMPFILE
000580     RECORDING MODE IS F.
000590 01  TMP-RECORD              PIC X(57).
000592 FD  ALRFILE
000594     RECORDING MODE IS F.
000596     COPY "MT9ALR.cpy".
000600 WORKING-STORAGE SECTION.
000610 01  MT9-LOG-STATUS          PIC X(02).
000620 01  MT9-ARC-STATUS          PIC X(02).
000630 01  MT9-TMP-STATUS          PIC X(02).
000635 01  MT9-ALR-STATUS          PIC X(02).
000640 01  MT9-ARC-NAME            PIC X(16).
000650 01  MT9-RUN-DATE            PIC 9(08).
000660 01  MT9-RUN-TIME            PIC 9(08).
000900 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000910     05  MT9-PN-CUTOFF       PIC 9(08).
000920     05  FILLER              PIC X(72).
000921 01  MT9-ALERT-FIELDS.
000922     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000923     05  MT9-ALERT-SEVERITY  PIC 9(02).
000924     05  MT9-ALERT-CODE      PIC X(08).
000925     05  MT9-ALERT-TEXT      PIC X(60).
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001100         DISPLAY "MT9X9A: PARM MUST BE THE CUTOFF DATE"
001110             " YYYYMMDD, GOT " MT9-PC-CUTOFF
001120         SET MT9-EOF TO TRUE
001121         MOVE 8 TO MT9-ALERT-SEVERITY
001122         MOVE "BADPARM" TO MT9-ALERT-CODE
001123         MOVE "PARM MUST BE THE CUTOFF DATE YYYYMMDD"
001124             TO MT9-ALERT-TEXT
001125         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001130         MOVE 8 TO RETURN-CODE
001140         GO TO 1000-EXIT
001150     END-IF
001180         DISPLAY "MT9X9A: LOGFILE NOT AVAILABLE, STATUS="
001190             MT9-LOG-STATUS
001200         SET MT9-EOF TO TRUE
001201         MOVE 8 TO MT9-ALERT-SEVERITY
001202         MOVE "LOGNOTAV" TO MT9-ALERT-CODE
001203         MOVE "LOGFILE NOT AVAILABLE, NOTHING ARCHIVED"
001204             TO MT9-ALERT-TEXT
001205         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001210         MOVE 8 TO RETURN-CODE
001220         GO TO 1000-EXIT
001230     END-IF
001730 2000-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------
001760* PULL THE RUN DATE OUT OF ONE AUDIT RECORD.  TYPED "S", "E"
001770* AND "A" RECORDS CARRY IT AFTER THE TYPE CODE; A LEGACY RECORD
001780* FILED BEFORE THE TYPE CODE WAS ADDED STARTS WITH THE DATE
001790* ITSELF.
001800*----------------------------------------------------------------
001830     MOVE ZERO TO MT9-RECORD-DATE
001840     EVALUATE TRUE
001850         WHEN LOG-REC-TYPE EQUAL "S" OR LOG-REC-TYPE EQUAL "E"
001855             OR LOG-REC-TYPE EQUAL "A"
001860             IF LOG-TEXT (1:8) NUMERIC
001870                 MOVE LOG-TEXT (1:8) TO MT9-RECORD-DATE
001880                 SET MT9-DATE-OK TO TRUE
002270     IF MT9-BAD-COUNT NOT EQUAL ZERO
002280         DISPLAY "MT9X9A: " MT9-BAD-COUNT
002290             " UNDATED RECORD(S) KEPT LIVE, NOT ARCHIVED"
002291         MOVE 4 TO MT9-ALERT-SEVERITY
002292         MOVE "UNDATED" TO MT9-ALERT-CODE
002293         MOVE "UNDATED RECORD(S) KEPT LIVE, NOT ARCHIVED"
002294             TO MT9-ALERT-TEXT
002295         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002300         MOVE 4 TO RETURN-CODE
002310     END-IF.
002320 9000-EXIT.
002600     END-READ.
002610 9150-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
002650* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
002660* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
002670* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
002680* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
002690*----------------------------------------------------------------
002700 8900-WRITE-ALERT.
002710     OPEN EXTEND ALRFILE
002720     IF MT9-ALR-STATUS NOT EQUAL "00"
002730         OPEN OUTPUT ALRFILE
002740     END-IF
002750     IF MT9-ALR-STATUS NOT EQUAL "00"
002760         DISPLAY "MT9X9A: ALRFILE NOT AVAILABLE, STATUS="
002770             MT9-ALR-STATUS
002780         GO TO 8900-EXIT
002790     END-IF
002800     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
002810     ACCEPT MT9-AL-TIME FROM TIME
002820     MOVE "MT9X9A" TO MT9-AL-PROGRAM
002830     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
002840     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
002850     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
002860     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
002870     WRITE MT9-ALERT-RECORD
002880     CLOSE ALRFILE.
002890 8900-EXIT.
002900     EXIT.
