002483*                    OTHER REJECT, AND A RECONCILER FOOTING OK
002484*                    PLUS THE EXCEPTIONS AGAINST THE GRAND
002485*                    RECORD COUNT MUST NOT COME UP SHORT.
002486*  10/15/2026  JH    REVERSING ENTRIES.  A "REVERSAL" DETAIL
002488*                    (SEE JOURNAL.CPY) CARRIES MONEY THE TRAILER
002490*                    INCLUDES, SO IT NOW COUNTS IN THE "OK" NET
002492*                    FOR THE TIE-BACK, AND A NEW LINE UNDER THE
002494*                    EXCEPTIONS SAYS HOW MANY REVERSALS THE DAY
002496*                    HELD AND WHAT THEY NETTED.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007800 01  DSM-DEPT-COUNTERS.
007900     05  DSM-DEPT-COUNT         PIC 9(06) COMP VALUE ZERO.
008000     05  DSM-DEPT-TOTAL         PIC S9(11)V99 VALUE ZERO.
008100* RUN-WIDE ACCUMULATORS.  DSM-OK-TOTAL SUMS "OK" AND "REVERSAL"
008200* DETAILS - THAT IS THE FIGURE THE JOURNAL TRAILER CARRIES; THE
008300* NET TOTALS ALSO INCLUDE "CTLOVFLW" DETAILS, WHICH THE TRAILER
008400* EXCLUDES BY DESIGN (SEE JOURNAL.CPY).
008500 01  DSM-GRAND-COUNTERS.
008600     05  DSM-GRAND-COUNT        PIC 9(08) COMP VALUE ZERO.
008700     05  DSM-GRAND-TOTAL        PIC S9(11)V99 VALUE ZERO.
008870     05  DSM-CTL-TOTAL          PIC S9(11)V99 VALUE ZERO.
008880     05  DSM-EDT-COUNT          PIC 9(08) COMP VALUE ZERO.
008890     05  DSM-CPD-COUNT          PIC 9(08) COMP VALUE ZERO.
008892* REVERSALS SEEN AND THEIR NET - PART OF THE "OK" NET ABOVE,
008894* PRINTED ON THEIR OWN SO A DAY OF BACKED-OUT POSTINGS IS VISIBLE.
008896     05  DSM-REV-COUNT          PIC 9(08) COMP VALUE ZERO.
008898     05  DSM-REV-TOTAL          PIC S9(11)V99 VALUE ZERO.
008900* WHAT THE JOURNAL TRAILER RECORD(S) SAID THE RUN HELD.
009000 01  DSM-TRAILER-COUNTERS.
009100     05  DSM-TRAILER-COUNT      PIC 9(08) COMP VALUE ZERO.
012874     05  FILLER                  PIC X(01) VALUE SPACE.
012876     05  DSM-E-CPD               PIC ZZZZZZZ9.
012878     05  FILLER                  PIC X(11) VALUE SPACES.
012880* REVERSAL LINE - HOW MANY "REVERSAL" DETAILS THE DAY HELD AND
012882* THEIR NET (ALREADY IN THE "OK" NET THE TIE-BACK USES).
012884 01  DSM-REVERSAL-LINE.
012886     05  FILLER                  PIC X(01) VALUE SPACE.
012888     05  FILLER                  PIC X(10) VALUE "REVERSALS ".
012890     05  DSM-V-COUNT             PIC ZZZZZZZ9.
012892     05  FILLER                  PIC X(05) VALUE " NET ".
012894     05  DSM-V-TOTAL             PIC -(11)9.99.
012896     05  FILLER                  PIC X(94) VALUE SPACES.
012900* TIE-BACK LINE - THE SUMMARY'S FIGURES AGAINST THE JOURNAL
013000* TRAILER'S, WITH THE VERDICT.
013100 01  DSM-TIE-LINE.
025500         ON SIZE ERROR
025600             SET DSM-OVERFLOW-YES TO TRUE
025700     END-ADD.
025800     IF SRT-DISPOSITION = "OK" OR
025850        SRT-DISPOSITION = "REVERSAL"
025900         ADD SRT-TOTAL TO DSM-OK-TOTAL
026000             ON SIZE ERROR
026100                 SET DSM-OVERFLOW-YES TO TRUE
026406     IF SRT-DISPOSITION = "CLOSEDPD"
026408         ADD 1 TO DSM-CPD-COUNT
026410     END-IF.
026411     IF SRT-DISPOSITION = "REVERSAL"
026412         ADD 1 TO DSM-REV-COUNT
026413         ADD SRT-TOTAL TO DSM-REV-TOTAL
026414             ON SIZE ERROR
026415                 SET DSM-OVERFLOW-YES TO TRUE
026416         END-ADD
026417     END-IF.
026420     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
026500 4200-EXIT.
026600     EXIT.
028300*----------------------------------------------------------------
028400* 9000-TERMINATE - PRINT THE GRAND TOTAL, TIE IT BACK TO THE
028500* JOURNAL TRAILER (THE COUNT COVERS EVERY DETAIL; THE TOTAL
028600* COMPARES THE "OK" NET, REVERSALS INCLUDED, TO THE BATCH
028700* CONTROL TOTAL THE TRAILER CARRIES), AND END WITH RETURN-CODE
028800* 8 ON ANY MISMATCH SO THE FIGURES GET PULLED BEFORE MANAGEMENT
028850* SEES THEM.
028900*----------------------------------------------------------------
029000 9000-TERMINATE.
029100     MOVE DSM-GRAND-COUNT TO DSM-G-COUNT.
029342     MOVE DSM-EDT-COUNT TO DSM-E-EDT.
029344     MOVE DSM-CPD-COUNT TO DSM-E-CPD.
029350     WRITE SUMMARY-LINE FROM DSM-EXCEPTION-LINE.
029360     MOVE DSM-REV-COUNT TO DSM-V-COUNT.
029370     MOVE DSM-REV-TOTAL TO DSM-V-TOTAL.
029380     WRITE SUMMARY-LINE FROM DSM-REVERSAL-LINE.
029400     MOVE DSM-TRAILER-COUNT TO DSM-T-TRAILER-COUNT.
029500     MOVE DSM-TRAILER-TOTAL TO DSM-T-TRAILER-TOTAL.
029600     MOVE DSM-GRAND-COUNT TO DSM-T-OK-COUNT.
