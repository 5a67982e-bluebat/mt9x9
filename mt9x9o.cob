000200*                  THE CONSOLE.  BLANK ENTITLEMENT SWITCHES ON
000210*                  AN ADD DEFAULT TO MULTIPLY ONLY, NO DECK,
000220*                  RANGE CAP 99/99.
000221* 2026-10-15 DPS   EVERY ADD, CHANGE AND REVOKE IS NOW JOURNALED
000222*                  ON OPJFILE (MT9OJR) WITH THE OPERATOR RECORD
000223*                  AS IT STOOD BEFORE AND AFTER, THE MAINTAINING
000224*                  USER'S ID (PARM COLUMNS 44-51) AND THE DATE
000225*                  AND TIME.  A CARD WITH NO USER ID IS STILL
000226*                  APPLIED BUT IS JOURNALED AS "UNKNOWN" AND
000227*                  ENDS RC=4 SO THE GAP IS SEEN.
000228* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000229*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000230*                  EXCEPTIONS DIGEST (MT9X9I).
000231*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS MT9-OP-OPERID
000310         FILE STATUS IS MT9-OPR-STATUS.
000312     SELECT OPJFILE ASSIGN TO "OPJFILE"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS MT9-OPJ-STATUS.
000317     SELECT ALRFILE ASSIGN TO "ALRFILE"
000318         ORGANIZATION IS LINE SEQUENTIAL
000319         FILE STATUS IS MT9-ALR-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  OPRFILE.
000350     COPY "MT9OPR.cpy".
000352 FD  OPJFILE
000354     RECORDING MODE IS F.
000356     COPY "MT9OJR.cpy".
000357 FD  ALRFILE
000358     RECORDING MODE IS F.
000359     COPY "MT9ALR.cpy".
000360 WORKING-STORAGE SECTION.
000370 01  MT9-OPR-STATUS          PIC X(02).
000371 01  MT9-OPJ-STATUS          PIC X(02).
000372 01  MT9-ALR-STATUS          PIC X(02).
000373 01  MT9-RUN-DATE            PIC 9(08).
000374 01  MT9-RUN-TIME            PIC 9(08).
000375 01  MT9-MAINT-USER          PIC X(08).
000376 01  MT9-JOURNAL-ACTION      PIC X(01).
000377 01  MT9-BEFORE-IMAGE        PIC X(36).
000380 01  MT9-EOF-SW              PIC X(01) VALUE "N".
000390     88  MT9-EOF                       VALUE "Y".
000400 01  MT9-LIST-COUNT          PIC 9(04) COMP VALUE ZERO.
000480     05  MT9-PC-DECK-SW      PIC X(01).
000490     05  MT9-PC-MAX-I        PIC X(02).
000500     05  MT9-PC-MAX-J        PIC X(02).
000505     05  MT9-PC-USER         PIC X(08).
000510     05  FILLER              PIC X(29).
000520 01  MT9-PARM-NUM REDEFINES MT9-PARM-CARD.
000530     05  FILLER              PIC X(39).
000540     05  MT9-PN-MAX-I        PIC 9(02).
000550     05  MT9-PN-MAX-J        PIC 9(02).
000560     05  FILLER              PIC X(37).
000561 01  MT9-ALERT-FIELDS.
000562     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000563     05  MT9-ALERT-SEVERITY  PIC 9(02).
000564     05  MT9-ALERT-CODE      PIC X(08).
000565     05  MT9-ALERT-TEXT      PIC X(60).
000570 PROCEDURE DIVISION.
000580 0000-MAINLINE.
000590     MOVE SPACES TO MT9-PARM-CARD
000600     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
000601     ACCEPT MT9-RUN-DATE FROM DATE YYYYMMDD
000602     ACCEPT MT9-RUN-TIME FROM TIME
000603     MOVE MT9-PC-USER TO MT9-MAINT-USER
000604     IF MT9-MAINT-USER EQUAL SPACES
000605         MOVE "UNKNOWN " TO MT9-MAINT-USER
000606     END-IF
000610     EVALUATE MT9-PC-ACTION
000620         WHEN "ADD     "
000630             PERFORM 2000-ADD-OPERATOR THRU 2000-EXIT
000720         WHEN OTHER
000730             DISPLAY "MT9X9O: ACTION MUST BE ADD, CHANGE,"
000740                 " REVOKE OR LIST, GOT " MT9-PC-ACTION
000741             MOVE 8 TO MT9-ALERT-SEVERITY
000742             MOVE "BADACTN" TO MT9-ALERT-CODE
000743             MOVE "ACTION MUST BE ADD, CHANGE, REVOKE OR LIST"
000744                 TO MT9-ALERT-TEXT
000745             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000750             MOVE 8 TO RETURN-CODE
000760     END-EVALUATE
000770     STOP RUN.
000820 2000-ADD-OPERATOR.
000830     IF MT9-PC-OPERID EQUAL SPACES
000840         DISPLAY "MT9X9O: ADD NEEDS AN OPERATOR ID"
000842         MOVE 8 TO MT9-ALERT-SEVERITY
000844         MOVE "NOOPERID" TO MT9-ALERT-CODE
000846         MOVE "ADD NEEDS AN OPERATOR ID" TO MT9-ALERT-TEXT
000848         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000850         MOVE 8 TO RETURN-CODE
000860         GO TO 2000-EXIT
000870     END-IF
000940     IF MT9-OPR-STATUS NOT EQUAL "00"
000950         DISPLAY "MT9X9O: OPRFILE OPEN FAILED, STATUS="
000960             MT9-OPR-STATUS
000962         MOVE 8 TO MT9-ALERT-SEVERITY
000964         MOVE "OPROPEN" TO MT9-ALERT-CODE
000966         MOVE "OPRFILE OPEN FAILED" TO MT9-ALERT-TEXT
000968         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000970         MOVE 8 TO RETURN-CODE
000980         GO TO 2000-EXIT
000990     END-IF
001040         INVALID KEY
001050             DISPLAY "MT9X9O: OPERATOR " MT9-PC-OPERID
001060                 " ALREADY ON FILE, USE CHANGE"
001061             MOVE 8 TO MT9-ALERT-SEVERITY
001062             MOVE "OPEXISTS" TO MT9-ALERT-CODE
001063             MOVE "OPERATOR ALREADY ON FILE, USE CHANGE"
001064                 TO MT9-ALERT-TEXT
001065             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001070             MOVE 8 TO RETURN-CODE
001080         NOT INVALID KEY
001090             DISPLAY "MT9X9O: OPERATOR " MT9-PC-OPERID
001100                 " ADDED"
001102             MOVE SPACES TO MT9-BEFORE-IMAGE
001104             MOVE "A" TO MT9-JOURNAL-ACTION
001106             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
001110     END-WRITE
001120     CLOSE OPRFILE.
001130 2000-EXIT.
001200 3000-CHANGE-OPERATOR.
001210     IF MT9-PC-OPERID EQUAL SPACES
001220         DISPLAY "MT9X9O: CHANGE NEEDS AN OPERATOR ID"
001222         MOVE 8 TO MT9-ALERT-SEVERITY
001224         MOVE "NOOPERID" TO MT9-ALERT-CODE
001226         MOVE "CHANGE NEEDS AN OPERATOR ID" TO MT9-ALERT-TEXT
001228         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001230         MOVE 8 TO RETURN-CODE
001240         GO TO 3000-EXIT
001250     END-IF
001270     IF MT9-OPR-STATUS NOT EQUAL "00"
001280         DISPLAY "MT9X9O: OPRFILE NOT AVAILABLE, STATUS="
001290             MT9-OPR-STATUS
001292         MOVE 8 TO MT9-ALERT-SEVERITY
001294         MOVE "OPRNOTAV" TO MT9-ALERT-CODE
001296         MOVE "OPRFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
001298         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001300         MOVE 8 TO RETURN-CODE
001310         GO TO 3000-EXIT
001320     END-IF
001350         INVALID KEY
001360             DISPLAY "MT9X9O: OPERATOR " MT9-PC-OPERID
001370                 " NOT ON FILE"
001372             MOVE 4 TO MT9-ALERT-SEVERITY
001374             MOVE "NOTONFIL" TO MT9-ALERT-CODE
001376             MOVE "OPERATOR NOT ON FILE" TO MT9-ALERT-TEXT
001378             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001380             MOVE 4 TO RETURN-CODE
001390         NOT INVALID KEY
001395             MOVE MT9-OPERATOR-RECORD TO MT9-BEFORE-IMAGE
001400             PERFORM 2500-BUILD-RECORD THRU 2500-EXIT
001410             REWRITE MT9-OPERATOR-RECORD
001420             DISPLAY "MT9X9O: OPERATOR " MT9-PC-OPERID
001430                 " CHANGED"
001433             MOVE "C" TO MT9-JOURNAL-ACTION
001436             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
001440     END-READ
001450     CLOSE OPRFILE.
001460 3000-EXIT.
001520 4000-REVOKE-OPERATOR.
001530     IF MT9-PC-OPERID EQUAL SPACES
001540         DISPLAY "MT9X9O: REVOKE NEEDS AN OPERATOR ID"
001542         MOVE 8 TO MT9-ALERT-SEVERITY
001544         MOVE "NOOPERID" TO MT9-ALERT-CODE
001546         MOVE "REVOKE NEEDS AN OPERATOR ID" TO MT9-ALERT-TEXT
001548         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001550         MOVE 8 TO RETURN-CODE
001560         GO TO 4000-EXIT
001570     END-IF
001590     IF MT9-OPR-STATUS NOT EQUAL "00"
001600         DISPLAY "MT9X9O: OPRFILE NOT AVAILABLE, STATUS="
001610             MT9-OPR-STATUS
001612         MOVE 8 TO MT9-ALERT-SEVERITY
001614         MOVE "OPRNOTAV" TO MT9-ALERT-CODE
001616         MOVE "OPRFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
001618         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001620         MOVE 8 TO RETURN-CODE
001630         GO TO 4000-EXIT
001640     END-IF
001670         INVALID KEY
001680             DISPLAY "MT9X9O: OPERATOR " MT9-PC-OPERID
001690                 " NOT ON FILE"
001692             MOVE 4 TO MT9-ALERT-SEVERITY
001694             MOVE "NOTONFIL" TO MT9-ALERT-CODE
001696             MOVE "OPERATOR NOT ON FILE" TO MT9-ALERT-TEXT
001698             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001700             MOVE 4 TO RETURN-CODE
001710         NOT INVALID KEY
001715             MOVE MT9-OPERATOR-RECORD TO MT9-BEFORE-IMAGE
001720             MOVE "R" TO MT9-OP-STATUS
001730             REWRITE MT9-OPERATOR-RECORD
001740             DISPLAY "MT9X9O: OPERATOR " MT9-PC-OPERID
001750                 " REVOKED"
001753             MOVE "R" TO MT9-JOURNAL-ACTION
001756             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
001760     END-READ
001770     CLOSE OPRFILE.
001780 4000-EXIT.
002190     IF MT9-OPR-STATUS NOT EQUAL "00"
002200         DISPLAY "MT9X9O: OPRFILE NOT AVAILABLE, STATUS="
002210             MT9-OPR-STATUS
002212         MOVE 8 TO MT9-ALERT-SEVERITY
002214         MOVE "OPRNOTAV" TO MT9-ALERT-CODE
002216         MOVE "OPRFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
002218         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002220         MOVE 8 TO RETURN-CODE
002230         GO TO 5000-EXIT
002240     END-IF
002530         " MAX-J=" MT9-OP-MAX-J.
002540 5100-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* APPEND ONE JOURNAL RECORD FOR THE MAINTENANCE JUST APPLIED:
002580* THE BEFORE IMAGE SAVED BY THE CALLER, THE OPERATOR RECORD AS
002590* NOW FILED, THE MAINTAINING USER AND THE RUN DATE/TIME.  THE
002600* JOURNAL IS CREATED ON FIRST USE.
002610*----------------------------------------------------------------
002620 7000-WRITE-JOURNAL.
002630     OPEN EXTEND OPJFILE
002640     IF MT9-OPJ-STATUS NOT EQUAL "00"
002650         OPEN OUTPUT OPJFILE
002660     END-IF
002670     IF MT9-OPJ-STATUS NOT EQUAL "00"
002680         DISPLAY "MT9X9O: OPJFILE OPEN FAILED, STATUS="
002690             MT9-OPJ-STATUS " - " MT9-PC-OPERID " NOT JOURNALED"
002691         MOVE 8 TO MT9-ALERT-SEVERITY
002692         MOVE "OPJOPEN" TO MT9-ALERT-CODE
002693         MOVE "OPJFILE OPEN FAILED, CHANGE NOT JOURNALED"
002694             TO MT9-ALERT-TEXT
002695         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002700         MOVE 8 TO RETURN-CODE
002710         GO TO 7000-EXIT
002720     END-IF
002730     MOVE MT9-JOURNAL-ACTION TO MT9-OJ-ACTION
002740     MOVE MT9-OP-OPERID TO MT9-OJ-OPERID
002750     MOVE MT9-BEFORE-IMAGE TO MT9-OJ-BEFORE
002760     MOVE MT9-OPERATOR-RECORD TO MT9-OJ-AFTER
002770     MOVE MT9-MAINT-USER TO MT9-OJ-USER
002780     MOVE MT9-RUN-DATE TO MT9-OJ-DATE
002790     MOVE MT9-RUN-TIME TO MT9-OJ-TIME
002800     WRITE MT9-OPR-JOURNAL-RECORD
002810     CLOSE OPJFILE
002820     IF MT9-MAINT-USER EQUAL "UNKNOWN "
002830         DISPLAY "MT9X9O: NO MAINTAINING USER ON THE PARM,"
002840             " JOURNALED AS UNKNOWN"
002842         MOVE 4 TO MT9-ALERT-SEVERITY
002844         MOVE "NOMAINT" TO MT9-ALERT-CODE
002846         MOVE "NO MAINTAINING USER ON THE PARM" TO MT9-ALERT-TEXT
002848         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
002850         IF RETURN-CODE LESS THAN 4
002860             MOVE 4 TO RETURN-CODE
002870         END-IF
002880     END-IF.
002890 7000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
002930* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
002940* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
002950* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
002960* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
002970*----------------------------------------------------------------
002980 8900-WRITE-ALERT.
002990     OPEN EXTEND ALRFILE
003000     IF MT9-ALR-STATUS NOT EQUAL "00"
003010         OPEN OUTPUT ALRFILE
003020     END-IF
003030     IF MT9-ALR-STATUS NOT EQUAL "00"
003040         DISPLAY "MT9X9O: ALRFILE NOT AVAILABLE, STATUS="
003050             MT9-ALR-STATUS
003060         GO TO 8900-EXIT
003070     END-IF
003080     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
003090     ACCEPT MT9-AL-TIME FROM TIME
003100     MOVE "MT9X9O" TO MT9-AL-PROGRAM
003110     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
003120     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
003130     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
003140     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
003150     WRITE MT9-ALERT-RECORD
003160     CLOSE ALRFILE.
003170 8900-EXIT.
003180     EXIT.
