000010*----------------------------------------------------------------
000020* MT9SPL.CPY
000030*
000040* PARTITION MANIFEST RECORD FOR SPLFILE.  WHEN MT9X9X SPLITS ONE
000050* LARGE PARM CARD (THE "WHOLE" CARD) BY I-RANGE IT FILES ONE
000060* RECORD HERE PER PARTITION: THE WHOLE CARD'S JOB ID (THE BASE
000070* JOB), THE PARTITION NUMBER AND COUNT, THE OPERATOR, WHEN THE
000080* SPLIT WAS MADE, THE HOLD NUMBER THAT AUTHORISED THE WHOLE CARD
000090* (ZERO WHEN NONE WAS NEEDED), THE WHOLE CARD'S FULL I/J RANGE AND
000100* OPERATOR MODE, AND THE PARTITION'S OWN 80-BYTE CARD IMAGE, WHOSE
000110* JOB ID (BASE JOB PLUS A TWO-DIGIT PARTITION NUMBER) NAMES ITS
000120* DATFILE-JOBID EXTRACT.  MT9X9 READS THE MANIFEST TO KNOW A
000130* PARTITION CARD WAS CLEARED WITH ITS WHOLE, AND MT9X9X MERGE
000140* READS IT TO KNOW WHICH EXTRACTS MAKE UP THE WHOLE AND WHAT
000150* RANGE THE MERGED HEADER MUST CARRY.  A SUCCESSFUL MERGE DROPS
000160* THE BASE JOB'S RECORDS.  THE FILE IS SMALL AND IS REWRITTEN
000170* WHOLE ON EVERY CHANGE.
000180*----------------------------------------------------------------
000190* DATE       BY    DESCRIPTION
000200* ---------- ----- ---------------------------------------------
000210* 2026-10-15 DPS   ORIGINAL.
000220*----------------------------------------------------------------
000230 01  MT9-SPLIT-RECORD.
000240     05  MT9-SP-BASE-JOBID   PIC X(08).
000250     05  MT9-SP-PART-NO      PIC 9(02).
000260     05  MT9-SP-PART-COUNT   PIC 9(02).
000270     05  MT9-SP-OPERID       PIC X(08).
000280     05  MT9-SP-SPLIT-STAMP.
000290         10  MT9-SP-SPL-DATE PIC 9(08).
000300         10  MT9-SP-SPL-TIME PIC 9(08).
000310     05  MT9-SP-HOLD-NO      PIC 9(06).
000320     05  MT9-SP-WHOLE-RANGE.
000330         10  MT9-SP-ISTART   PIC 9(02).
000340         10  MT9-SP-IEND     PIC 9(02).
000350         10  MT9-SP-ISTEP    PIC 9(02).
000360         10  MT9-SP-JSTART   PIC 9(02).
000370         10  MT9-SP-JEND     PIC 9(02).
000380         10  MT9-SP-JSTEP    PIC 9(02).
000390         10  MT9-SP-OPMODE   PIC X(01).
000400     05  MT9-SP-CARD         PIC X(80).
000410     05  MT9-SP-CARD-FIELDS REDEFINES MT9-SP-CARD.
000420         10  MT9-SP-PI-START PIC 9(02).
000430         10  MT9-SP-PI-END   PIC 9(02).
000440         10  FILLER          PIC X(08).
000450         10  MT9-SP-PI-JOBID PIC X(08).
000460         10  FILLER          PIC X(60).
