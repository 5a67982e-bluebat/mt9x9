000201*                  USE THE TABLE MASTER WITHOUT SCRAPING THE
000202*                  CONSOLE DISPLAYS.  THE ONE-CELL PARM FORM
000203*                  IS UNCHANGED.
000204* 2026-10-15 DPS   ADDED REVERSE INQUIRY OVER THE NEW KJ/OPMODE
000205*                  ALTERNATE KEY OF TBLFILE: EVERY CELL GIVING
000206*                  A KJ IS LISTED WITH ITS RUN STAMP.  ON THE
000207*                  PARM IT IS "REVERSE 0036M" (THE ACTION
000208*                  PADDED TO EIGHT COLUMNS, THE FOUR-DIGIT KJ,
000209*                  THE OPMODE); ON TRNFILE IT IS AN "R" IN
000210*                  COLUMN 14 WITH THE KJ IN COLUMNS 1-4.  BATCH
000211*                  MODE ANSWERS WITH ONE MT9RSP "D" RECORD PER
000212*                  MATCH (ONE "NF" RECORD IF NONE) FOLLOWED BY
000213*                  AN "M" MATCH-COUNT RECORD.  TBLFILE IS NOW
000214*                  OPENED FOR DYNAMIC ACCESS.
000215* 2026-10-15 DPS   BATCH MODE NOW ALSO APPENDS EVERY RESPONSE
000216*                  RECORD IT WRITES TO RSHFILE, THE RETAINED
000217*                  RESPONSE HISTORY (MT9RSH), STAMPED WITH THE
000218*                  BATCH RUN DATE/TIME AND THE REQUEST KIND, SO
000219*                  MT9X9U CAN REPORT USAGE OVER A WHOLE MONTH.
000220*                  RSPFILE ITSELF IS UNCHANGED.
000221* 2026-10-15 DPS   TROUBLE CONDITIONS ARE ALSO WRITTEN TO THE
000222*                  SHARED ALERT FILE ALRFILE FOR THE MORNING
000223*                  EXCEPTIONS DIGEST (MT9X9I).
000224*----------------------------------------------------------------
000225 ENVIRONMENT DIVISION.
000226 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT TBLFILE ASSIGN TO "TBLFILE"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS MT9-TB-KEY
000273         ALTERNATE RECORD KEY IS MT9-TB-ALT-KEY
000276             WITH DUPLICATES
000280         FILE STATUS IS MT9-TBL-STATUS.
000282     SELECT TRNFILE ASSIGN TO "TRNFILE"
000284         ORGANIZATION IS LINE SEQUENTIAL
000288     SELECT RSPFILE ASSIGN TO "RSPFILE"
000290         ORGANIZATION IS LINE SEQUENTIAL
000292         FILE STATUS IS MT9-RSP-STATUS.
000293     SELECT RSHFILE ASSIGN TO "RSHFILE"
000294         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS IS MT9-RSH-STATUS.
000296     SELECT ALRFILE ASSIGN TO "ALRFILE"
000297         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS MT9-ALR-STATUS.
000299 DATA DIVISION.
000300 FILE SECTION.
000310 FD  TBLFILE.
000320     COPY "MT9TBL.cpy".
000330     05  TRN-J               PIC X(02).
000332     05  TRN-OPMODE          PIC X(01).
000334     05  TRN-REQREF          PIC X(08).
000335     05  TRN-TYPE            PIC X(01).
000336     05  FILLER              PIC X(66).
000337 01  TRN-REVERSE-RECORD.
000338     05  TRN-KJ              PIC X(04).
000339     05  FILLER              PIC X(76).
000340 FD  RSPFILE
000341     RECORDING MODE IS F.
000342     COPY "MT9RSP.cpy".
000344 01  RSP-TOTAL-RECORD.
000346     05  RSP-RT-TYPE         PIC X(01).
000348     05  RSP-RT-IN           PIC 9(08).
000350     05  RSP-RT-ANSWERED     PIC 9(08).
000352     05  RSP-RT-REJECTED     PIC 9(08).
000353 01  RSP-MATCH-RECORD.
000354     05  RSP-MC-TYPE         PIC X(01).
000355     05  RSP-MC-REQREF       PIC X(08).
000356     05  RSP-MC-KJ           PIC X(04).
000357     05  RSP-MC-OPMODE       PIC X(01).
000358     05  RSP-MC-MATCHES      PIC 9(08).
000359 FD  RSHFILE
000360     RECORDING MODE IS F.
000361     COPY "MT9RSH.cpy".
000362 FD  ALRFILE
000363     RECORDING MODE IS F.
000364     COPY "MT9ALR.cpy".
000365 WORKING-STORAGE SECTION.
000366 01  MT9-TBL-STATUS          PIC X(02).
000367 01  MT9-TRN-STATUS          PIC X(02).
000368 01  MT9-RSP-STATUS          PIC X(02).
000369 01  MT9-RSH-STATUS          PIC X(02).
000370 01  MT9-ALR-STATUS          PIC X(02).
000371 01  MT9-BATCH-DATE          PIC 9(08).
000372 01  MT9-BATCH-TIME          PIC 9(08).
000373 01  MT9-REQUEST-KIND        PIC X(01).
000374 01  MT9-RECOMPUTED-KJ       PIC 9(04).
000375 01  MT9-SWITCHES.
000376     05  MT9-EOF-SW          PIC X(01) VALUE "N".
000377         88  MT9-EOF                   VALUE "Y".
000378     05  MT9-MATCH-EOF-SW    PIC X(01) VALUE "N".
000379         88  MT9-MATCH-EOF             VALUE "Y".
000380     05  MT9-RSH-OPEN-SW     PIC X(01) VALUE "N".
000381         88  MT9-RSH-OPEN              VALUE "Y".
000382 01  MT9-COUNTERS.
000383     05  MT9-IN-COUNT        PIC 9(08) COMP VALUE ZERO.
000384     05  MT9-ANS-COUNT       PIC 9(08) COMP VALUE ZERO.
000385     05  MT9-REJ-COUNT       PIC 9(08) COMP VALUE ZERO.
000386     05  MT9-NF-COUNT        PIC 9(08) COMP VALUE ZERO.
000388     05  MT9-VD-COUNT        PIC 9(08) COMP VALUE ZERO.
000389     05  MT9-MATCH-COUNT     PIC 9(08) COMP VALUE ZERO.
000390 01  MT9-REVERSE-KEY.
000391     05  MT9-RV-KJ           PIC 9(04).
000392     05  MT9-RV-OPMODE       PIC X(01).
000393 01  MT9-REVERSE-KEY-X REDEFINES MT9-REVERSE-KEY.
000394     05  MT9-RX-KJ           PIC X(04).
000395     05  FILLER              PIC X(01).
000396 01  MT9-TRN-NUM.
000397     05  MT9-TN-K            PIC 9(02).
000398     05  MT9-TN-J            PIC 9(02).
000399 01  MT9-TRN-NUM-X REDEFINES MT9-TRN-NUM.
000400     05  MT9-TX-K            PIC X(02).
000401     05  MT9-TX-J            PIC X(02).
000410 01  MT9-PARM-CARD           PIC X(80).
000420 01  MT9-PARM-FIELDS REDEFINES MT9-PARM-CARD.
000430     05  MT9-PC-K            PIC X(02).
000480     05  MT9-PN-K            PIC 9(02).
000490     05  MT9-PN-J            PIC 9(02).
000500     05  FILLER              PIC X(76).
000501 01  MT9-PARM-REVERSE REDEFINES MT9-PARM-CARD.
000502     05  MT9-PR-ACTION       PIC X(08).
000503     05  MT9-PR-KJ           PIC X(04).
000504     05  MT9-PR-OPMODE       PIC X(01).
000505     05  FILLER              PIC X(67).
000506 01  MT9-ALERT-FIELDS.
000507     05  MT9-ALERT-JOBID     PIC X(08) VALUE SPACES.
000508     05  MT9-ALERT-SEVERITY  PIC 9(02).
000509     05  MT9-ALERT-CODE      PIC X(08).
000510     05  MT9-ALERT-TEXT      PIC X(60).
000511 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000530     MOVE SPACES TO MT9-PARM-CARD
000540     ACCEPT MT9-PARM-CARD FROM COMMAND-LINE
000544         PERFORM 3000-BATCH-INQUIRY THRU 3000-EXIT
000546         GO TO 0000-STOP
000548     END-IF
000549     IF MT9-PR-ACTION EQUAL "REVERSE "
000550         PERFORM 4000-REVERSE-INQUIRY THRU 4000-EXIT
000551         GO TO 0000-STOP
000552     END-IF
000553     PERFORM 1000-EDIT-PARM THRU 1000-EXIT
000560     IF RETURN-CODE EQUAL ZERO
000570         PERFORM 2000-INQUIRE THRU 2000-EXIT
000580     END-IF.
000660     IF MT9-PC-K NOT NUMERIC OR MT9-PC-J NOT NUMERIC
000670         DISPLAY "MT9X9Q: PARM MUST BE KKJJM, GOT "
000680             MT9-PARM-CARD (1:5)
000682         MOVE 8 TO MT9-ALERT-SEVERITY
000684         MOVE "BADPARM" TO MT9-ALERT-CODE
000686         MOVE "PARM MUST BE KKJJM" TO MT9-ALERT-TEXT
000688         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000690         MOVE 8 TO RETURN-CODE
000700         GO TO 1000-EXIT
000710     END-IF
000760         AND MT9-PC-OPMODE NOT EQUAL "M"
000770         DISPLAY "MT9X9Q: OPERATOR MODE MUST BE A OR M, GOT "
000780             MT9-PC-OPMODE
000782         MOVE 8 TO MT9-ALERT-SEVERITY
000784         MOVE "BADMODE" TO MT9-ALERT-CODE
000786         MOVE "OPERATOR MODE MUST BE A OR M" TO MT9-ALERT-TEXT
000788         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000790         MOVE 8 TO RETURN-CODE
000800     END-IF.
000810 1000-EXIT.
000890     IF MT9-TBL-STATUS NOT EQUAL "00"
000900         DISPLAY "MT9X9Q: TBLFILE NOT AVAILABLE, STATUS="
000910             MT9-TBL-STATUS
000912         MOVE 8 TO MT9-ALERT-SEVERITY
000914         MOVE "TBLNOTAV" TO MT9-ALERT-CODE
000916         MOVE "TBLFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
000918         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
000920         MOVE 8 TO RETURN-CODE
000930         GO TO 2000-EXIT
000940     END-IF
000990         INVALID KEY
001000             DISPLAY "MT9X9Q: NOT FOUND K=" MT9-TB-K
001010                 " J=" MT9-TB-J " OPMODE=" MT9-TB-OPMODE
001012             MOVE 4 TO MT9-ALERT-SEVERITY
001014             MOVE "NOTFOUND" TO MT9-ALERT-CODE
001016             MOVE "CELL NOT FOUND ON TBLFILE" TO MT9-ALERT-TEXT
001018             PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001020             MOVE 4 TO RETURN-CODE
001030         NOT INVALID KEY
001040             PERFORM 2100-REPORT-CELL THRU 2100-EXIT
001190     IF MT9-RECOMPUTED-KJ NOT EQUAL MT9-TB-KJ
001200         DISPLAY "MT9X9Q: WARNING, STORED KJ DISAGREES WITH"
001210             " RECOMPUTED KJ=" MT9-RECOMPUTED-KJ
001211         MOVE 4 TO MT9-ALERT-SEVERITY
001212         MOVE "KJDIFF" TO MT9-ALERT-CODE
001213         MOVE "STORED KJ DISAGREES WITH RECOMPUTED KJ"
001214             TO MT9-ALERT-TEXT
001215         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001220         MOVE 4 TO RETURN-CODE
001230     END-IF.
001240 2100-EXIT.
001470     IF MT9-TRN-STATUS NOT EQUAL "00"
001480         DISPLAY "MT9X9Q: TRNFILE NOT AVAILABLE, STATUS="
001490             MT9-TRN-STATUS
001491         MOVE 8 TO MT9-ALERT-SEVERITY
001492         MOVE "TRNNOTAV" TO MT9-ALERT-CODE
001493         MOVE "TRNFILE NOT AVAILABLE, BATCH NOT ANSWERED"
001494             TO MT9-ALERT-TEXT
001495         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001500         MOVE 8 TO RETURN-CODE
001510         GO TO 3000-EXIT
001520     END-IF
001540     IF MT9-TBL-STATUS NOT EQUAL "00"
001550         DISPLAY "MT9X9Q: TBLFILE NOT AVAILABLE, STATUS="
001560             MT9-TBL-STATUS
001561         MOVE 8 TO MT9-ALERT-SEVERITY
001562         MOVE "TBLNOTAV" TO MT9-ALERT-CODE
001563         MOVE "TBLFILE NOT AVAILABLE, BATCH NOT ANSWERED"
001564             TO MT9-ALERT-TEXT
001565         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001570         CLOSE TRNFILE
001580         MOVE 8 TO RETURN-CODE
001590         GO TO 3000-EXIT
001600     END-IF
001610     OPEN OUTPUT RSPFILE
001615     PERFORM 3400-OPEN-HISTORY THRU 3400-EXIT
001620     PERFORM 3100-ANSWER-REQUEST THRU 3100-EXIT
001630         UNTIL MT9-EOF
001640     MOVE "T" TO RSP-RT-TYPE
001650     MOVE MT9-IN-COUNT TO RSP-RT-IN
001660     MOVE MT9-ANS-COUNT TO RSP-RT-ANSWERED
001670     MOVE MT9-REJ-COUNT TO RSP-RT-REJECTED
001672     MOVE SPACE TO MT9-REQUEST-KIND
001674     MOVE RSP-TOTAL-RECORD TO MT9-RH-RESPONSE
001676     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
001680     WRITE RSP-TOTAL-RECORD
001690     CLOSE RSPFILE
001692     IF MT9-RSH-OPEN
001694         CLOSE RSHFILE
001696     END-IF
001700     CLOSE TBLFILE
001710     CLOSE TRNFILE
001720     DISPLAY "MT9X9Q: " MT9-IN-COUNT " REQUEST(S) IN, "
001740         MT9-REJ-COUNT " REJECTED"
001750     DISPLAY "MT9X9Q: " MT9-NF-COUNT " NOT FOUND, "
001760         MT9-VD-COUNT " STORED VALUE(S) DISAGREE"
001761     IF MT9-VD-COUNT NOT EQUAL ZERO
001762         MOVE 4 TO MT9-ALERT-SEVERITY
001763         MOVE "VALDIFF" TO MT9-ALERT-CODE
001764         MOVE "STORED VALUE(S) DISAGREE, SEE RSPFILE"
001765             TO MT9-ALERT-TEXT
001766         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
001767     END-IF
001770     IF (MT9-NF-COUNT NOT EQUAL ZERO
001780         OR MT9-VD-COUNT NOT EQUAL ZERO
001790         OR MT9-REJ-COUNT NOT EQUAL ZERO)
001960         OR TRN-RECORD (1:1) EQUAL "*"
001970         GO TO 3100-EXIT
001980     END-IF
001982     IF TRN-TYPE EQUAL "R"
001984         PERFORM 3200-ANSWER-REVERSE THRU 3200-EXIT
001986         GO TO 3100-EXIT
001988     END-IF
001989     MOVE "F" TO MT9-REQUEST-KIND
001990     ADD 1 TO MT9-IN-COUNT
002000     MOVE SPACES TO MT9-RESPONSE-RECORD
002010     MOVE "D" TO MT9-RP-TYPE
002140             AND MT9-RP-OPMODE NOT EQUAL "M")
002150         MOVE "RJ" TO MT9-RP-STATUS
002160         ADD 1 TO MT9-REJ-COUNT
002170         PERFORM 3600-WRITE-RESPONSE THRU 3600-EXIT
002180         GO TO 3100-EXIT
002190     END-IF
002200     MOVE TRN-K TO MT9-TX-K
002410             END-IF
002420             ADD 1 TO MT9-ANS-COUNT
002430     END-READ
002440     PERFORM 3600-WRITE-RESPONSE THRU 3600-EXIT.
002450 3100-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* BATCH REVERSE REQUEST: EDIT THE KJ AND OPMODE, THEN WRITE ONE
002490* "D" RESPONSE FOR EVERY CELL ON THE ALTERNATE KEY (OR ONE "NF"
002500* RESPONSE IF NONE) AND CLOSE THE ANSWER WITH THE "M"
002510* MATCH-COUNT RECORD.  A REJECTED REQUEST STILL GETS ITS "M"
002520* RECORD, WITH A COUNT OF ZERO, SO EVERY REVERSE REQUEST ENDS
002530* THE SAME WAY.
002540*----------------------------------------------------------------
002550 3200-ANSWER-REVERSE.
002560     ADD 1 TO MT9-IN-COUNT
002565     MOVE "R" TO MT9-REQUEST-KIND
002570     MOVE ZERO TO MT9-MATCH-COUNT
002580     MOVE TRN-KJ TO MT9-RX-KJ
002590     MOVE TRN-OPMODE TO MT9-RV-OPMODE
002600     IF MT9-RV-OPMODE EQUAL SPACE
002610         MOVE "M" TO MT9-RV-OPMODE
002620     END-IF
002630     MOVE SPACES TO MT9-RESPONSE-RECORD
002640     MOVE "D" TO MT9-RP-TYPE
002650     MOVE TRN-REQREF TO MT9-RP-REQREF
002660     MOVE MT9-RV-OPMODE TO MT9-RP-OPMODE
002670     MOVE ZERO TO MT9-RP-KJ
002680     MOVE ZERO TO MT9-RP-RUN-DATE
002690     MOVE ZERO TO MT9-RP-RUN-TIME
002700     IF MT9-RX-KJ NOT NUMERIC
002710         OR (MT9-RV-OPMODE NOT EQUAL "A"
002720             AND MT9-RV-OPMODE NOT EQUAL "M")
002730         MOVE "RJ" TO MT9-RP-STATUS
002740         ADD 1 TO MT9-REJ-COUNT
002750         PERFORM 3600-WRITE-RESPONSE THRU 3600-EXIT
002760         GO TO 3200-WRITE-COUNT
002770     END-IF
002780     ADD 1 TO MT9-ANS-COUNT
002790     PERFORM 4200-START-REVERSE THRU 4200-EXIT
002800     PERFORM 3300-ANSWER-MATCH THRU 3300-EXIT
002810         UNTIL MT9-MATCH-EOF
002820     IF MT9-MATCH-COUNT EQUAL ZERO
002830         MOVE SPACES TO MT9-RP-K
002840         MOVE SPACES TO MT9-RP-J
002850         MOVE MT9-RV-KJ TO MT9-RP-KJ
002860         MOVE "NF" TO MT9-RP-STATUS
002870         ADD 1 TO MT9-NF-COUNT
002880         PERFORM 3600-WRITE-RESPONSE THRU 3600-EXIT
002890     END-IF.
002900 3200-WRITE-COUNT.
002910     MOVE SPACES TO RSP-MATCH-RECORD
002920     MOVE "M" TO RSP-MC-TYPE
002930     MOVE TRN-REQREF TO RSP-MC-REQREF
002940     MOVE TRN-KJ TO RSP-MC-KJ
002950     MOVE MT9-RV-OPMODE TO RSP-MC-OPMODE
002960     MOVE MT9-MATCH-COUNT TO RSP-MC-MATCHES
002963     MOVE RSP-MATCH-RECORD TO MT9-RH-RESPONSE
002966     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
002970     WRITE RSP-MATCH-RECORD.
002980 3200-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010* READ THE NEXT CELL ON THE ALTERNATE KEY AND, WHILE IT STILL
003020* CARRIES THE REQUESTED KJ AND OPMODE, ANSWER IT WITH A "D"
003030* RESPONSE, CROSS-CHECKED AGAINST A FRESH RECOMPUTATION.
003040*----------------------------------------------------------------
003050 3300-ANSWER-MATCH.
003060     PERFORM 4300-READ-MATCH THRU 4300-EXIT
003070     IF MT9-MATCH-EOF
003080         GO TO 3300-EXIT
003090     END-IF
003100     MOVE MT9-TB-K TO MT9-RP-K
003110     MOVE MT9-TB-J TO MT9-RP-J
003120     MOVE MT9-TB-KJ TO MT9-RP-KJ
003130     MOVE MT9-TB-RUN-DATE TO MT9-RP-RUN-DATE
003140     MOVE MT9-TB-RUN-TIME TO MT9-RP-RUN-TIME
003150     MOVE MT9-TB-JOBID TO MT9-RP-JOBID
003160     PERFORM 2200-RECOMPUTE-CELL THRU 2200-EXIT
003170     IF MT9-RECOMPUTED-KJ NOT EQUAL MT9-TB-KJ
003180         MOVE "VD" TO MT9-RP-STATUS
003190         ADD 1 TO MT9-VD-COUNT
003200     ELSE
003210         MOVE "FD" TO MT9-RP-STATUS
003220     END-IF
003230     PERFORM 3600-WRITE-RESPONSE THRU 3600-EXIT.
003240 3300-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270* OPEN THE RESPONSE HISTORY FOR EXTENSION (CREATING IT ON FIRST
003280* USE) AND STAMP THE BATCH.  A HISTORY THAT CANNOT BE OPENED
003290* DOES NOT STOP THE BATCH -- THE REQUESTERS STILL GET THEIR
003300* ANSWERS -- BUT IT IS REPORTED AND ENDS THE JOB RC=4.
003310*----------------------------------------------------------------
003320 3400-OPEN-HISTORY.
003330     ACCEPT MT9-BATCH-DATE FROM DATE YYYYMMDD
003340     ACCEPT MT9-BATCH-TIME FROM TIME
003350     OPEN EXTEND RSHFILE
003360     IF MT9-RSH-STATUS NOT EQUAL "00"
003370         OPEN OUTPUT RSHFILE
003380     END-IF
003390     IF MT9-RSH-STATUS EQUAL "00"
003400         SET MT9-RSH-OPEN TO TRUE
003410     ELSE
003420         DISPLAY "MT9X9Q: RSHFILE NOT AVAILABLE, STATUS="
003430             MT9-RSH-STATUS ", RESPONSES NOT RETAINED"
003440         MOVE 4 TO MT9-ALERT-SEVERITY
003450         MOVE "RSHNOTAV" TO MT9-ALERT-CODE
003460         MOVE "RSHFILE NOT AVAILABLE, RESPONSES NOT KEPT"
003470             TO MT9-ALERT-TEXT
003480         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003490         MOVE 4 TO RETURN-CODE
003500     END-IF.
003510 3400-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* APPEND THE RESPONSE IMAGE ALREADY MOVED TO MT9-RH-RESPONSE TO
003550* THE HISTORY, WITH THE BATCH STAMP AND THE REQUEST KIND.
003560*----------------------------------------------------------------
003570 3500-WRITE-HISTORY.
003580     IF MT9-RSH-OPEN
003590         MOVE MT9-BATCH-DATE TO MT9-RH-BATCH-DATE
003600         MOVE MT9-BATCH-TIME TO MT9-RH-BATCH-TIME
003610         MOVE MT9-REQUEST-KIND TO MT9-RH-KIND
003620         WRITE MT9-RESPONSE-HISTORY-RECORD
003630     END-IF.
003640 3500-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* WRITE ONE "D" RESPONSE RECORD AND ITS HISTORY COPY.
003680*----------------------------------------------------------------
003690 3600-WRITE-RESPONSE.
003700     MOVE MT9-RESPONSE-RECORD TO MT9-RH-RESPONSE
003710     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
003720     WRITE MT9-RESPONSE-RECORD.
003730 3600-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760* PARM REVERSE INQUIRY ("REVERSE 0036M"): DISPLAY EVERY CELL
003770* GIVING THE KJ UNDER THE OPMODE (BLANK DEFAULTS TO M), WITH
003780* THE SAME DISAGREEMENT WARNING AS THE ONE-CELL INQUIRY.  NO
003790* MATCHING CELL ENDS THE JOB RC=4.
003800*----------------------------------------------------------------
003810 4000-REVERSE-INQUIRY.
003820     MOVE MT9-PR-KJ TO MT9-RX-KJ
003830     MOVE MT9-PR-OPMODE TO MT9-RV-OPMODE
003840     IF MT9-RV-OPMODE EQUAL SPACE
003850         MOVE "M" TO MT9-RV-OPMODE
003860     END-IF
003870     IF MT9-RX-KJ NOT NUMERIC
003880         DISPLAY "MT9X9Q: REVERSE PARM MUST BE REVERSE KKKKM,"
003890             " GOT " MT9-PARM-CARD (1:13)
003900         MOVE 8 TO MT9-ALERT-SEVERITY
003910         MOVE "BADPARM" TO MT9-ALERT-CODE
003920         MOVE "REVERSE PARM MUST BE REVERSE KKKKM"
003930             TO MT9-ALERT-TEXT
003940         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
003950         MOVE 8 TO RETURN-CODE
003960         GO TO 4000-EXIT
003970     END-IF
003980     IF MT9-RV-OPMODE NOT EQUAL "A"
003990         AND MT9-RV-OPMODE NOT EQUAL "M"
004000         DISPLAY "MT9X9Q: OPERATOR MODE MUST BE A OR M, GOT "
004010             MT9-RV-OPMODE
004020         MOVE 8 TO MT9-ALERT-SEVERITY
004030         MOVE "BADMODE" TO MT9-ALERT-CODE
004040         MOVE "OPERATOR MODE MUST BE A OR M" TO MT9-ALERT-TEXT
004050         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004060         MOVE 8 TO RETURN-CODE
004070         GO TO 4000-EXIT
004080     END-IF
004090     OPEN INPUT TBLFILE
004100     IF MT9-TBL-STATUS NOT EQUAL "00"
004110         DISPLAY "MT9X9Q: TBLFILE NOT AVAILABLE, STATUS="
004120             MT9-TBL-STATUS
004130         MOVE 8 TO MT9-ALERT-SEVERITY
004140         MOVE "TBLNOTAV" TO MT9-ALERT-CODE
004150         MOVE "TBLFILE NOT AVAILABLE" TO MT9-ALERT-TEXT
004160         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004170         MOVE 8 TO RETURN-CODE
004180         GO TO 4000-EXIT
004190     END-IF
004200     PERFORM 4200-START-REVERSE THRU 4200-EXIT
004210     PERFORM 4100-REPORT-MATCH THRU 4100-EXIT
004220         UNTIL MT9-MATCH-EOF
004230     CLOSE TBLFILE
004240     DISPLAY "MT9X9Q: " MT9-MATCH-COUNT " CELL(S) GIVE KJ="
004250         MT9-RV-KJ " OPMODE=" MT9-RV-OPMODE
004260     IF MT9-MATCH-COUNT EQUAL ZERO
004270         MOVE 4 TO MT9-ALERT-SEVERITY
004280         MOVE "NOMATCH" TO MT9-ALERT-CODE
004290         MOVE "NO CELL GIVES THE REQUESTED KJ" TO MT9-ALERT-TEXT
004300         PERFORM 8900-WRITE-ALERT THRU 8900-EXIT
004310         MOVE 4 TO RETURN-CODE
004320     END-IF.
004330 4000-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* READ THE NEXT MATCHING CELL AND DISPLAY IT.
004370*----------------------------------------------------------------
004380 4100-REPORT-MATCH.
004390     PERFORM 4300-READ-MATCH THRU 4300-EXIT
004400     IF NOT MT9-MATCH-EOF
004410         PERFORM 2100-REPORT-CELL THRU 2100-EXIT
004420     END-IF.
004430 4100-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460* POSITION TBLFILE ON THE FIRST CELL CARRYING THE REQUESTED
004470* KJ AND OPMODE ON THE ALTERNATE KEY.
004480*----------------------------------------------------------------
004490 4200-START-REVERSE.
004500     MOVE "N" TO MT9-MATCH-EOF-SW
004510     MOVE MT9-RV-KJ TO MT9-TB-ALT-KJ
004520     MOVE MT9-RV-OPMODE TO MT9-TB-ALT-OPMODE
004530     START TBLFILE KEY EQUAL MT9-TB-ALT-KEY
004540         INVALID KEY
004550             SET MT9-MATCH-EOF TO TRUE
004560     END-START.
004570 4200-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* READ THE NEXT CELL ALONG THE ALTERNATE KEY; THE MATCHES END AT
004610* END OF FILE OR AT THE FIRST CELL WITH A DIFFERENT KJ/OPMODE.
004620*----------------------------------------------------------------
004630 4300-READ-MATCH.
004640     READ TBLFILE NEXT
004650         AT END
004660             SET MT9-MATCH-EOF TO TRUE
004670             GO TO 4300-EXIT
004680     END-READ
004690     IF MT9-TB-ALT-KJ NOT EQUAL MT9-RV-KJ
004700         OR MT9-TB-ALT-OPMODE NOT EQUAL MT9-RV-OPMODE
004710         SET MT9-MATCH-EOF TO TRUE
004720         GO TO 4300-EXIT
004730     END-IF
004740     ADD 1 TO MT9-MATCH-COUNT.
004750 4300-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* APPEND ONE RECORD TO ALRFILE, THE ALERT FILE SHARED BY THE
004790* WHOLE SUITE AND DIGESTED EACH MORNING BY MT9X9I.  THE CALLER
004800* SETS THE SEVERITY, MESSAGE CODE AND TEXT.  THE FILE IS OPENED
004810* AND CLOSED AROUND EACH ALERT SO A LATER ABEND LOSES NOTHING; A
004820* FILE THAT CANNOT BE OPENED IS REPORTED BUT LEAVES THE RC ALONE.
004830*----------------------------------------------------------------
004840 8900-WRITE-ALERT.
004850     OPEN EXTEND ALRFILE
004860     IF MT9-ALR-STATUS NOT EQUAL "00"
004870         OPEN OUTPUT ALRFILE
004880     END-IF
004890     IF MT9-ALR-STATUS NOT EQUAL "00"
004900         DISPLAY "MT9X9Q: ALRFILE NOT AVAILABLE, STATUS="
004910             MT9-ALR-STATUS
004920         GO TO 8900-EXIT
004930     END-IF
004940     ACCEPT MT9-AL-DATE FROM DATE YYYYMMDD
004950     ACCEPT MT9-AL-TIME FROM TIME
004960     MOVE "MT9X9Q" TO MT9-AL-PROGRAM
004970     MOVE MT9-ALERT-JOBID TO MT9-AL-JOBID
004980     MOVE MT9-ALERT-SEVERITY TO MT9-AL-SEVERITY
004990     MOVE MT9-ALERT-CODE TO MT9-AL-CODE
005000     MOVE MT9-ALERT-TEXT TO MT9-AL-TEXT
005010     WRITE MT9-ALERT-RECORD
005020     CLOSE ALRFILE.
005030 8900-EXIT.
005040     EXIT.
