000010*----------------------------------------------------------------
000020* MT9PND.CPY
000030*
000040* PENDING-APPROVAL RECORD FOR PNDFILE, THE MAKER-CHECKER QUEUE.
000050* MT9X9 HOLDS A PARM CARD HERE INSTEAD OF RUNNING IT WHEN THE
000060* CARD IS OVER THE THRFILE RANGE-SIZE THRESHOLD, CAME FROM A
000070* DECK, OR REPEATS A RUN ALREADY COMPLETED THE SAME DAY.  EACH
000080* HOLD CARRIES A HOLD NUMBER, THE REQUESTER (THE CARD'S OPERATOR
000090* ID), THE FULL CARD IMAGE AND THE REASONS IT WAS HELD.  MT9X9Y
000100* LETS A SUPERVISOR (NEVER THE REQUESTER) APPROVE OR REJECT THE
000110* HOLD WITH A COMMENT.  WHEN THE SAME CARD IS SUBMITTED AGAIN
000120* MT9X9 RUNS IT ONLY IF ITS HOLD IS APPROVED, AND THEN MARKS THE
000130* HOLD RUN; A REJECTED HOLD REFUSES THE CARD AND IS MARKED
000140* CLOSED.  THE FILE IS SMALL AND IS REWRITTEN WHOLE ON EVERY
000150* CHANGE.
000160*----------------------------------------------------------------
000170* DATE       BY    DESCRIPTION
000180* ---------- ----- ---------------------------------------------
000190* 2026-10-15 DPS   ORIGINAL.
000200*----------------------------------------------------------------
000210 01  MT9-PENDING-RECORD.
000220     05  MT9-PD-HOLD-NO      PIC 9(06).
000230     05  MT9-PD-STATUS       PIC X(08).
000240         88  MT9-PD-PENDING           VALUE "PENDING ".
000250         88  MT9-PD-APPROVED          VALUE "APPROVED".
000260         88  MT9-PD-REJECTED          VALUE "REJECTED".
000270         88  MT9-PD-RUN               VALUE "RUN     ".
000280         88  MT9-PD-CLOSED            VALUE "CLOSED  ".
000290         88  MT9-PD-OPEN              VALUE "PENDING "
000300                                            "APPROVED"
000310                                            "REJECTED".
000320     05  MT9-PD-REQUESTER    PIC X(08).
000330     05  MT9-PD-JOBID        PIC X(08).
000340     05  MT9-PD-REASONS.
000350         10  MT9-PD-RANGE-SW PIC X(01).
000360             88  MT9-PD-OVER-RANGE        VALUE "Y".
000370         10  MT9-PD-DECK-SW  PIC X(01).
000380             88  MT9-PD-FROM-DECK         VALUE "Y".
000390         10  MT9-PD-RERUN-SW PIC X(01).
000400             88  MT9-PD-RERUN             VALUE "Y".
000410     05  MT9-PD-CELLS        PIC 9(06).
000420     05  MT9-PD-HOLD-STAMP.
000430         10  MT9-PD-HLD-DATE PIC 9(08).
000440         10  MT9-PD-HLD-TIME PIC 9(08).
000450     05  MT9-PD-CARD         PIC X(80).
000460     05  MT9-PD-SUPERVISOR   PIC X(08).
000470     05  MT9-PD-DECIDED-STAMP.
000480         10  MT9-PD-DEC-DATE PIC 9(08).
000490         10  MT9-PD-DEC-TIME PIC 9(08).
000500     05  MT9-PD-COMMENT      PIC X(40).
000510     05  MT9-PD-RUN-STAMP.
000520         10  MT9-PD-RUN-DATE PIC 9(08).
000530         10  MT9-PD-RUN-TIME PIC 9(08).
