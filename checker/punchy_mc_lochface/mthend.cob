002812*                    HAND RE-KEY OF THE CLOSE INTO THE
002813*                    CORPORATE LEDGER.
002814*----------------------------------------------------------------
002815* MODIFICATION HISTORY (CONTINUED)
002820*----------------------------------------------------------------
002825*  10/15/2026  JH    A "REVERSAL" DETAIL (SEE JOURNAL.CPY)
002830*                    CARRIES MONEY THE DAY'S TRAILER INCLUDES,
002835*                    SO IT NOW COUNTS IN THE "OK" NET THE DAY
002840*                    AND THE MONTH ARE PROVED ON.  IT LANDS IN
002845*                    ITS OWN EFFECTIVE MONTH LIKE ANY DETAIL.
002850*  10/15/2026  JH    THE PERIOD CONTROL RECORD NOW ALSO CARRIES
002855*                    THE YEAR YREND LAST CLOSED (SEE
002860*                    PERDCTL.CPY).  A CLEAN CLOSE READS THE
002865*                    RECORD BEFORE REWRITING IT AND CARRIES THE
002870*                    CLOSED YEAR AND ITS CLOSE DATE FORWARD, SO
002875*                    THE JANUARY CLOSE CANNOT REOPEN THE YEAR.
002880*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. GENERIC.
008442* CANNOT BALANCE IS WORSE THAN NO FILE, SO A FAILURE FAILS THE
008443* JOB AT ONCE.
008444 01  MTH-GLI-FILE-STATUS        PIC X(02).
008445* THE CLOSED YEAR AND ITS CLOSE DATE OFF THE PERIOD CONTROL
008446* RECORD, CARRIED FORWARD WHEN THE RECORD IS REWRITTEN (ZERO
008447* WHEN NO YEAR HAS BEEN CLOSED).
008448 01  MTH-CLOSED-YEAR            PIC 9(04) VALUE ZERO.
008449 01  MTH-YEAR-CLOSE-DATE        PIC 9(08) VALUE ZERO.
008450* PARAMETER AREA FOR THE RUNLOG CALLS.  SEE RUNLINK.CPY.
008460 COPY RUNLINK.
008470* DETAIL COUNT AND HASH TOTAL FOR THE GL INTERFACE TRAILER.
009600         88  MTH-OVERFLOW-YES                VALUE "Y".
009700* THE DAY WHOSE SECTION IS OPEN - ITS DATE (WITH THE MONTH
009800* VIEW FOR THE MASTER RECORDS) AND ITS ACCUMULATORS.  THE "OK"
009900* NET (REVERSALS INCLUDED) IS THE FIGURE THE DAY'S TRAILER
010000* CARRIES; THE PLAIN NET ALSO HOLDS "CTLOVFLW" MONEY THE
010100* TRAILER EXCLUDES BY DESIGN (SEE JOURNAL.CPY).
010200 01  MTH-DAY-DATE               PIC 9(08).
010300 01  MTH-DAY-DATE-X REDEFINES MTH-DAY-DATE.
010400     05  MTH-DAY-YYYYMM         PIC 9(06).
027800         ON SIZE ERROR
027900             SET MTH-OVERFLOW-YES TO TRUE
028000     END-ADD.
028100     IF JRN-DISPOSITION = "OK" OR
028150        JRN-DISPOSITION = "REVERSAL"
028200         ADD JRN-TOTAL TO MTH-DAY-OK-TOTAL
028300             ON SIZE ERROR
028400                 SET MTH-OVERFLOW-YES TO TRUE
044000     DISPLAY "MONTH-END CLOSE COMPLETE - " MTH-T-VERDICT.
044100 9000-EXIT.
044200     EXIT.
044202*----------------------------------------------------------------
044204* 9030-READ-PERIOD - READ THE PERIOD CONTROL RECORD ABOUT TO BE
044206* REWRITTEN AND KEEP THE YEAR YREND LAST CLOSED.  NO FILE, AN
044208* EMPTY ONE, OR A RECORD FROM BEFORE THE YEAR FIELDS EXISTED
044210* MEANS NO YEAR HAS BEEN CLOSED.
044212*----------------------------------------------------------------
044214 9030-READ-PERIOD.
044216     MOVE ZERO TO MTH-CLOSED-YEAR.
044218     MOVE ZERO TO MTH-YEAR-CLOSE-DATE.
044220     OPEN INPUT PERIOD-FILE.
044222     IF MTH-PRD-FILE-STATUS NOT = "00"
044224         GO TO 9030-EXIT
044226     END-IF.
044228     READ PERIOD-FILE
044230         AT END
044232             CONTINUE
044234         NOT AT END
044236             IF PRD-CLOSED-YEAR NUMERIC AND
044238                PRD-YEAR-CLOSE-DATE NUMERIC
044240                 MOVE PRD-CLOSED-YEAR TO MTH-CLOSED-YEAR
044242                 MOVE PRD-YEAR-CLOSE-DATE TO MTH-YEAR-CLOSE-DATE
044244             END-IF
044246     END-READ.
044248     CLOSE PERIOD-FILE.
044250 9030-EXIT.
044252     EXIT.
044300*----------------------------------------------------------------
044400* 9040-WRITE-PERIOD - THE CLOSE BALANCED, SO RECORD THE MONTH
044500* CLOSED IN THE PERIOD CONTROL RECORD, REWRITTEN IN PLACE SO
044800* REOPENABLE AND FAILS THE JOB.
044900*----------------------------------------------------------------
045000 9040-WRITE-PERIOD.
045050     PERFORM 9030-READ-PERIOD THRU 9030-EXIT.
045100     OPEN OUTPUT PERIOD-FILE.
045200     IF MTH-PRD-FILE-STATUS NOT = "00"
045300         DISPLAY "MTHEND - CANNOT WRITE PERIOD CONTROL - "
045800     MOVE SPACES TO PERIOD-CONTROL-RECORD.
045900     MOVE MTH-MONTH TO PRD-CLOSED-THRU.
046000     MOVE MTH-RUN-DATE TO PRD-CLOSE-DATE.
046020     MOVE MTH-CLOSED-YEAR TO PRD-CLOSED-YEAR.
046040     MOVE MTH-YEAR-CLOSE-DATE TO PRD-YEAR-CLOSE-DATE.
046100     WRITE PERIOD-CONTROL-RECORD.
046200     IF MTH-PRD-FILE-STATUS NOT = "00"
046300         DISPLAY "MTHEND - CANNOT WRITE PERIOD CONTROL - "
