003298*                    FAILING THE RUN.  ONLY A NONZERO ORPHAN
003299*                    GROUP IS OUT OF PROOF.
003300*----------------------------------------------------------------
003302* MODIFICATION HISTORY (CONTINUED)
003304*----------------------------------------------------------------
003306*  10/15/2026  JH    REVERSING ENTRIES.  A "REVERSAL" DETAIL
003308*                    (SEE JOURNAL.CPY) IS MONEY THE POSTING RUN
003310*                    APPLIED, SO IT NOW RIDES INTO THE PROOF
003312*                    BESIDE THE "OK" DETAILS.  EACH ONE PRINTS
003314*                    UNDER ITS ACCOUNT'S LINE NAMING THE
003316*                    ORIGINAL IT REVERSES, SO THE PAIR READS AS
003318*                    A REVERSAL RATHER THAN TWO UNRELATED
003320*                    POSTINGS, AND THE GRAND LINE COUNTS THEM.
003322*  10/15/2026  JH    YEAR-END CLOSE.  YREND ROLLS EVERY OPENING
003324*                    BALANCE FORWARD TO THE YEAR'S CLOSING
003326*                    BALANCE AND STAMPS THE CLOSE DATE ON THE
003328*                    PERIOD CONTROL RECORD (SEE PERDCTL.CPY).  A
003330*                    JOURNAL DETAIL OR SUSPENSE ITEM DATED ON OR
003332*                    BEFORE THAT DATE IS ALREADY IN THE OPENING
003334*                    BALANCES AND NO LONGER RIDES INTO THE PROOF,
003336*                    SO JRNALL NEED ONLY HOLD THE NEW YEAR'S
003338*                    JOURNALS.  A PRIOR-YEAR SUSPENSE ITEM
003340*                    RECLASSIFIED SINCE THE CLOSE IS MONEY SUSRECL
003342*                    MOVED WITH NO JOURNAL BEHIND IT, SO ITS PAIR
003344*                    OF ADJUSTMENTS NOW RUNS THE OTHER WAY - INTO
003346*                    THE REAL ACCOUNT AND OUT OF SUSPENSE.
003348*  10/15/2026  JH    HELD ITEMS.  LDGPOST NOW HOLDS AN "OK"
003350*                    DETAIL OVER ITS ACCOUNT'S THRESHOLD IN
003352*                    HLDMST (SEE HOLDITM.CPY) INSTEAD OF POSTING
003354*                    IT, AND A SUPERVISOR LATER RELEASES OR
003356*                    CANCELS IT THROUGH HLDRLSE.  AN ITEM STILL
003358*                    HELD OR CANCELLED IS JOURNAL MONEY THE
003360*                    MASTER NEVER RECEIVED, SO IT NOW RELEASES
003362*                    AN ADJUSTMENT BACKING IT OUT OF ITS ACCOUNT,
003364*                    AND PRINTS UNDER THE ACCOUNT LINE AS KNOWN
003366*                    AND EXPLAINED RATHER THAN OUT OF PROOF.  A
003368*                    PRIOR-YEAR ITEM RELEASED SINCE THE CLOSE IS
003370*                    MONEY POSTED WITH NO JOURNAL IN THE PROOF,
003372*                    SO IT RELEASES THE OPPOSITE ADJUSTMENT.  A
003374*                    ZERO-NET ORPHAN GROUP WITH MONEY ON HOLD
003376*                    LISTS AS "ON HOLD", AND THE HELD AND
003378*                    CANCELLED TOTALS PRINT AFTER THE GRAND LINE.
003380*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
004710     SELECT SUSPENSE-FILE-IN ASSIGN TO "SUSDET"
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS TBL-SUS-FILE-STATUS.
004740     SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
004760         ORGANIZATION IS SEQUENTIAL
004780         FILE STATUS IS TBL-PRD-FILE-STATUS.
004782     SELECT HELD-FILE-IN ASSIGN TO "HLDMST"
004784         ORGANIZATION IS INDEXED
004786         ACCESS MODE IS SEQUENTIAL
004788         RECORD KEY IS HLD-KEY
004790         FILE STATUS IS TBL-HLD-FILE-STATUS.
004800     SELECT TRIAL-REPORT-FILE ASSIGN TO "TBLOUT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT SORT-FILE ASSIGN TO "SORTWK".
005400* JOURNAL-FILE-IN - EVERY DAILY TRANSACTION JOURNAL WRITTEN
005500* SINCE THE LEDGER MASTER WAS LAST LOADED, CONCATENATED BY
005600* OPERATIONS INTO JRNALL.  SEE JOURNAL.CPY FOR THE LAYOUT AND
005700* DISPOSITIONS.  ONLY "OK" AND "REVERSAL" DETAILS CARRY MONEY
005800* THE POSTING RUN WAS EVER ASKED TO APPLY, SO ONLY THEY RIDE
005850* INTO THE PROOF.
005900*----------------------------------------------------------------
006000 FD  JOURNAL-FILE-IN
006100     LABEL RECORDS ARE STANDARD
007370     LABEL RECORDS ARE STANDARD
007380     RECORD CONTAINS 48 CHARACTERS.
007390 COPY SUSPDET.
007391*----------------------------------------------------------------
007392* PERIOD-FILE - THE PERIOD CONTROL RECORD, READ ONCE AT STARTUP
007393* FOR THE DATE YREND LAST CLOSED A YEAR.  SEE PERDCTL.CPY.
007394*----------------------------------------------------------------
007395 FD  PERIOD-FILE
007396     LABEL RECORDS ARE STANDARD
007397     RECORD CONTAINS 40 CHARACTERS.
007398 COPY PERDCTL.
007400*----------------------------------------------------------------
007410* HELD-FILE-IN - THE HELD-ITEMS FILE LDGPOST WRITES AND HLDRLSE
007420* STAMPS.  AN ITEM STILL HELD OR CANCELLED IS AN "OK" JOURNAL
007430* DETAIL WHOSE MONEY NEVER REACHED THE MASTER.  SEE HOLDITM.CPY.
007440*----------------------------------------------------------------
007450 FD  HELD-FILE-IN
007460     LABEL RECORDS ARE STANDARD
007470     RECORD CONTAINS 80 CHARACTERS.
007480 COPY HOLDITM.
007490*----------------------------------------------------------------
007500* SORT-FILE - WORK FILE FOR THE SORT BY ACCOUNT.  ONLY THE
007600* FIELDS THE PROOF NEEDS RIDE THROUGH THE SORT, PLUS - FOR A
007620* REVERSAL - ITS OWN RUN DATE AND RECORD NUMBER AND THE
007640* ORIGINAL'S, SO THE PAIR CAN BE PRINTED UNDER THE ACCOUNT.
007660* THE BACK-OUT OF A HELD OR CANCELLED ITEM IS MARKED SO THE
007680* GROUP CAN SAY HOW MUCH OF ITS ACTIVITY IS WAITING OR REFUSED.
007700*----------------------------------------------------------------
007800 SD  SORT-FILE.
007900 01  SRT-RECORD.
008000     05  SRT-ACCOUNT-CODE       PIC X(04).
008100     05  SRT-TOTAL              PIC S9(7)V99.
008110     05  SRT-ENTRY-TYPE         PIC X(01).
008120         88  SRT-REVERSAL                    VALUE "R".
008122         88  SRT-HELD                        VALUE "H".
008124         88  SRT-CANCELLED                   VALUE "C".
008130     05  SRT-RUN-DATE           PIC 9(08).
008140     05  SRT-RECORD-NO          PIC 9(06).
008150     05  SRT-ORIG-DATE          PIC 9(08).
008160     05  SRT-ORIG-RECORD-NO     PIC 9(06).
008200*----------------------------------------------------------------
008300* TRIAL-REPORT-FILE - THE PRINTED TRIAL BALANCE.  COLUMN 1 OF
008400* EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " =
009610* FILE STATUS FOR THE SUSPENSE DETAIL - "35" SIMPLY MEANS NO
009620* ITEM HAS EVER GONE TO SUSPENSE.
009630 01  TBL-SUS-FILE-STATUS        PIC X(02).
009631* FILE STATUS FOR THE PERIOD CONTROL - "35" MEANS NO MONTH, AND
009632* SO NO YEAR, HAS EVER BEEN CLOSED.
009633 01  TBL-PRD-FILE-STATUS        PIC X(02).
009634* THE DATE YREND LAST CLOSED A YEAR (ZERO WHEN NONE HAS BEEN).
009635* ANYTHING DATED ON OR BEFORE IT IS IN THE OPENING BALANCES.
009636 01  TBL-YEAR-CLOSE-DATE        PIC 9(08) VALUE ZERO.
009637* FILE STATUS FOR THE HELD ITEMS - "35" SIMPLY MEANS NOTHING HAS
009638* EVER BEEN HELD.
009639 01  TBL-HLD-FILE-STATUS        PIC X(02).
009640* THE DESIGNATED SUSPENSE ACCOUNT ON THE LEDGER MASTER.  MUST
009650* MATCH THE CODE LDGPOST AND SUSRECL CARRY.
009660 77  TBL-SUSPENSE-ACCT          PIC X(04) VALUE "9999".
009665* THE AMOUNT ONE SUSPENSE ITEM MOVES OUT OF ITS ORIGINAL
009670* ACCOUNT AND INTO SUSPENSE - NEGATIVE WHEN A RECLASS SINCE THE
009675* YEAR CLOSE MOVED IT BACK.
009680 01  TBL-SUS-ADJUSTMENT         PIC S9(7)V99 VALUE ZERO.
009700* END-OF-FILE AND VERDICT SWITCHES.
009800 01  TBL-SWITCHES.
009900     05  TBL-EOF-SW             PIC X(01) VALUE "N".
010200         88  TBL-SORT-EOF-YES                VALUE "Y".
010210     05  TBL-SUS-EOF-SW         PIC X(01) VALUE "N".
010220         88  TBL-SUS-EOF-YES                 VALUE "Y".
010240     05  TBL-HLD-EOF-SW         PIC X(01) VALUE "N".
010260         88  TBL-HLD-EOF-YES                 VALUE "Y".
010300     05  TBL-MST-EOF-SW         PIC X(01) VALUE "N".
010400         88  TBL-MST-EOF-YES                 VALUE "Y".
010500     05  TBL-OUT-OF-PROOF-SW    PIC X(01) VALUE "N".
011300* THE BALANCE EACH ACCOUNT SHOULD SHOW - OPENING BALANCE PLUS
011400* ACCUMULATED ACTIVITY.
011500 01  TBL-EXPECTED-BALANCE       PIC S9(11)V99 VALUE ZERO.
011505* THE REVERSALS IN THE ACCOUNT GROUP IN HAND, HELD UNTIL THE
011510* ACCOUNT LINE PRINTS SO THEY CAN BE LISTED UNDER IT.  A GROUP
011515* WITH MORE THAN THE TABLE HOLDS LISTS THE FIRST ONES AND SAYS
011520* HOW MANY MORE THERE WERE.
011525 77  TBL-REV-MAX                PIC 9(04) COMP VALUE 20.
011530 77  TBL-REV-INDEX              PIC 9(04) COMP.
011535 01  TBL-REV-TABLE.
011540     05  TBL-REV-USED           PIC 9(04) COMP VALUE ZERO.
011545     05  TBL-REV-MORE           PIC 9(06) COMP VALUE ZERO.
011550     05  TBL-REV-ENTRY OCCURS 20 TIMES.
011555         10  TBL-REV-RUN-DATE     PIC 9(08).
011560         10  TBL-REV-RECORD-NO    PIC 9(06).
011565         10  TBL-REV-ORIG-DATE    PIC 9(08).
011570         10  TBL-REV-ORIG-RECORD  PIC 9(06).
011575         10  TBL-REV-AMOUNT       PIC S9(7)V99.
011576* THE HELD AND CANCELLED ITEMS IN THE ACCOUNT GROUP IN HAND -
011578* COUNT AND AMOUNT AS THE JOURNAL CARRIED THEM.
011580 01  TBL-GROUP-HOLDS.
011582     05  TBL-GRP-HELD-COUNT     PIC 9(06) COMP VALUE ZERO.
011584     05  TBL-GRP-HELD-AMOUNT    PIC S9(11)V99 VALUE ZERO.
011586     05  TBL-GRP-CAN-COUNT      PIC 9(06) COMP VALUE ZERO.
011588     05  TBL-GRP-CAN-AMOUNT     PIC S9(11)V99 VALUE ZERO.
011600* RUN-WIDE ACCUMULATORS - ACCOUNTS LISTED, ACCOUNTS OUT OF
011700* PROOF, THE GRAND NET OF THE MASTER BALANCES, THE GRAND NET
011800* THE JOURNALS AND OPENING BALANCES SAY THE FILE SHOULD HOLD,
011850* AND THE REVERSALS SEEN.
011900 01  TBL-GRAND-COUNTERS.
012000     05  TBL-ACCOUNT-COUNT      PIC 9(06) COMP VALUE ZERO.
012100     05  TBL-BAD-COUNT          PIC 9(06) COMP VALUE ZERO.
012200     05  TBL-GRAND-BALANCE      PIC S9(13)V99 VALUE ZERO.
012300     05  TBL-GRAND-EXPECTED     PIC S9(13)V99 VALUE ZERO.
012350     05  TBL-REV-COUNT          PIC 9(06) COMP VALUE ZERO.
012360     05  TBL-HELD-COUNT         PIC 9(06) COMP VALUE ZERO.
012370     05  TBL-HELD-TOTAL         PIC S9(13)V99 VALUE ZERO.
012380     05  TBL-CAN-COUNT          PIC 9(06) COMP VALUE ZERO.
012390     05  TBL-CAN-TOTAL          PIC S9(13)V99 VALUE ZERO.
012400* RUN DATE FOR THE PAGE HEADER.
012500 01  TBL-RUN-DATE               PIC 9(08).
012600* PAGE HEADER - PROGRAM NAME AND RUN DATE.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  TBL-D-VERDICT           PIC X(16).
015600     05  FILLER                  PIC X(18) VALUE SPACES.
015602* REVERSAL LINE - ONE UNDER THE ACCOUNT LINE FOR EACH REVERSAL
015604* IN THE GROUP, NAMING THE ORIGINAL IT BACKS OUT.
015606 01  TBL-REVERSAL-LINE.
015608     05  FILLER                  PIC X(01) VALUE SPACE.
015610     05  FILLER                  PIC X(05) VALUE SPACES.
015612     05  FILLER                  PIC X(13) VALUE "REVERSAL RUN ".
015614     05  TBL-R-RUN-DATE          PIC 9(08).
015616     05  FILLER                  PIC X(05) VALUE " REC ".
015618     05  TBL-R-RECORD-NO         PIC ZZZZZ9.
015620     05  FILLER                  PIC X(15)
015621         VALUE "  REVERSES RUN ".
015622     05  TBL-R-ORIG-DATE         PIC 9(08).
015624     05  FILLER                  PIC X(05) VALUE " REC ".
015626     05  TBL-R-ORIG-RECORD       PIC ZZZZZ9.
015628     05  FILLER                  PIC X(08) VALUE "  AMOUNT".
015630     05  FILLER                  PIC X(01) VALUE SPACE.
015632     05  TBL-R-AMOUNT            PIC -(7)9.99.
015634     05  FILLER                  PIC X(41) VALUE SPACES.
015636* OVERFLOW LINE FOR A GROUP WITH MORE REVERSALS THAN THE TABLE
015638* HOLDS.
015640 01  TBL-REV-MORE-LINE.
015642     05  FILLER                  PIC X(01) VALUE SPACE.
015644     05  FILLER                  PIC X(05) VALUE SPACES.
015646     05  FILLER                  PIC X(04) VALUE "AND ".
015648     05  TBL-M-COUNT             PIC ZZZZZ9.
015650     05  FILLER                  PIC X(26)
015652         VALUE " MORE REVERSALS NOT LISTED".
015656     05  FILLER                  PIC X(91) VALUE SPACES.
015658* HOLD LINE - UNDER THE ACCOUNT LINE WHEN ANY OF THE GROUP'S
015660* JOURNAL MONEY IS STILL HELD OR WAS CANCELLED, SO THE GAP
015662* BETWEEN JOURNAL AND MASTER READS AS KNOWN AND EXPLAINED.
015664 01  TBL-HOLD-LINE.
015666     05  FILLER                  PIC X(01) VALUE SPACE.
015668     05  FILLER                  PIC X(05) VALUE SPACES.
015670     05  FILLER                  PIC X(05) VALUE "HELD ".
015672     05  TBL-O-HELD-COUNT        PIC ZZZZZ9.
015674     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
015676     05  TBL-O-HELD-AMOUNT       PIC -(11)9.99.
015678     05  FILLER                  PIC X(12)
015680         VALUE "  CANCELLED ".
015682     05  TBL-O-CAN-COUNT         PIC ZZZZZ9.
015684     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
015686     05  TBL-O-CAN-AMOUNT        PIC -(11)9.99.
015688     05  FILLER                  PIC X(50) VALUE SPACES.
015700* GRAND PROOF LINE - THE MASTER'S NET AGAINST THE NET THE
015800* JOURNALS AND OPENING BALANCES SAY IT SHOULD HOLD.
015900 01  TBL-GRAND-LINE.
016900     05  FILLER                  PIC X(10) VALUE "  EXPECTED".
017000     05  FILLER                  PIC X(01) VALUE SPACE.
017100     05  TBL-G-EXPECTED          PIC -(13)9.99.
017200     05  FILLER                  PIC X(12) VALUE "  REVERSALS ".
017220     05  TBL-G-REVERSALS         PIC ZZZZZ9.
017240     05  FILLER                  PIC X(04) VALUE SPACES.
017242* HELD SUMMARY LINE - THE JOURNAL MONEY THE PROOF TOOK OUT
017244* BECAUSE IT IS STILL HELD OR WAS CANCELLED.
017246 01  TBL-HELD-GRAND-LINE.
017248     05  FILLER                  PIC X(01) VALUE SPACE.
017250     05  FILLER                  PIC X(11) VALUE "HELD ITEMS ".
017252     05  TBL-HG-HELD-COUNT       PIC ZZZZZ9.
017254     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
017256     05  TBL-HG-HELD-TOTAL       PIC -(13)9.99.
017258     05  FILLER                  PIC X(18)
017260         VALUE "  CANCELLED ITEMS ".
017262     05  TBL-HG-CAN-COUNT        PIC ZZZZZ9.
017264     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
017266     05  TBL-HG-CAN-TOTAL        PIC -(13)9.99.
017268     05  FILLER                  PIC X(39) VALUE SPACES.
017300 PROCEDURE DIVISION.
017400*================================================================
017500* BEGIN - MAINLINE.  FEED THE JOURNALS' "OK" AND "REVERSAL"
017600* DETAILS THROUGH THE SORT BY ACCOUNT, THEN WALK THE SORTED
017700* ACTIVITY AND THE MASTER IN STEP AND PROVE EVERY ACCOUNT.
017800*================================================================
017900 BEGIN.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     ACCEPT TBL-RUN-DATE FROM DATE YYYYMMDD.
019300     MOVE TBL-RUN-DATE TO TBL-H-DATE.
019400     WRITE TRIAL-REPORT-LINE FROM TBL-HEADING-LINE.
019450     PERFORM 1010-READ-PERIOD THRU 1010-EXIT.
019500 1000-EXIT.
019600     EXIT.
019602*----------------------------------------------------------------
019604* 1010-READ-PERIOD - PICK UP THE DATE YREND LAST CLOSED A YEAR.
019606* NO FILE, AN EMPTY ONE, OR A RECORD FROM BEFORE THE YEAR FIELDS
019608* EXISTED MEANS NO YEAR HAS BEEN CLOSED AND EVERY JOURNAL COUNTS.
019610*----------------------------------------------------------------
019612 1010-READ-PERIOD.
019614     OPEN INPUT PERIOD-FILE.
019616     IF TBL-PRD-FILE-STATUS = "35"
019618         GO TO 1010-EXIT
019620     END-IF.
019622     IF TBL-PRD-FILE-STATUS NOT = "00"
019624         DISPLAY "TRIALBAL - CANNOT OPEN PERDCTL - STATUS "
019626             TBL-PRD-FILE-STATUS
019628         MOVE 16 TO RETURN-CODE
019630         STOP RUN
019632     END-IF.
019634     READ PERIOD-FILE
019636         AT END
019638             CONTINUE
019640         NOT AT END
019642             IF PRD-YEAR-CLOSE-DATE NUMERIC
019644                 MOVE PRD-YEAR-CLOSE-DATE TO TBL-YEAR-CLOSE-DATE
019646             END-IF
019648     END-READ.
019650     CLOSE PERIOD-FILE.
019652 1010-EXIT.
019654     EXIT.
019700*----------------------------------------------------------------
019800* 3000-FEED-SORT - READ THE CONCATENATED JOURNALS AND RELEASE
019900* EVERY "OK" OR "REVERSAL" DETAIL TO THE SORT.  TRAILERS AND THE
020000* OTHER DISPOSITIONS CARRY NOTHING THE MASTER WAS EVER ASKED TO
020050* HOLD.
020100*----------------------------------------------------------------
020200 3000-FEED-SORT.
020300     OPEN INPUT JOURNAL-FILE-IN.
021200         UNTIL TBL-EOF-YES.
021300     CLOSE JOURNAL-FILE-IN.
021310     PERFORM 3300-FEED-SUSPENSE THRU 3300-EXIT.
021350     PERFORM 3400-FEED-HELD THRU 3400-EXIT.
021400 3000-EXIT.
021500     EXIT.
021600*----------------------------------------------------------------
021700* 3100-READ-JOURNAL - READ ONE JOURNAL RECORD AND RELEASE IT IF
021800* IT IS AN "OK" OR "REVERSAL" DETAIL.
021820* A DETAIL POSTED ON OR BEFORE THE LAST YEAR CLOSE IS ALREADY
021840* IN THE OPENING BALANCES AND IS PASSED OVER.
021900*----------------------------------------------------------------
022000 3100-READ-JOURNAL.
022100     READ JOURNAL-FILE-IN
022200         AT END
022300             SET TBL-EOF-YES TO TRUE
022400         NOT AT END
022500             IF JRN-DETAIL AND
022520                (JRN-DISPOSITION = "OK" OR
022540                 JRN-DISPOSITION = "REVERSAL") AND
022550                JRN-RUN-DATE > TBL-YEAR-CLOSE-DATE
022600                 MOVE JRN-ACCOUNT-CODE TO SRT-ACCOUNT-CODE
022700                 MOVE JRN-TOTAL TO SRT-TOTAL
022750                 PERFORM 3150-MARK-REVERSAL THRU 3150-EXIT
022800                 RELEASE SRT-RECORD
022900             END-IF
023000     END-READ.
023305 3300-EXIT.
023306     EXIT.
023307*----------------------------------------------------------------
023308* 3350-READ-SUSPENSE - READ ONE SUSPENSE ITEM AND RELEASE ANY
023309* ADJUSTMENT PAIR IT NEEDS (SEE 3360-ADJUST-ONE).
023311*----------------------------------------------------------------
023312 3350-READ-SUSPENSE.
023313     READ SUSPENSE-FILE-IN
023314         AT END
023315             SET TBL-SUS-EOF-YES TO TRUE
023316         NOT AT END
023320             PERFORM 3360-ADJUST-ONE THRU 3360-EXIT
023325     END-READ.
023326 3350-EXIT.
023327     EXIT.
028900        (TBL-MST-EOF-SW = "N" AND
029000         LDM-ACCOUNT-CODE < SRT-ACCOUNT-CODE)
029100         MOVE ZERO TO TBL-GROUP-TOTAL
029120         MOVE ZERO TO TBL-REV-USED
029140         MOVE ZERO TO TBL-REV-MORE
029150         MOVE ZERO TO TBL-GRP-HELD-COUNT
029160         MOVE ZERO TO TBL-GRP-HELD-AMOUNT
029170         MOVE ZERO TO TBL-GRP-CAN-COUNT
029180         MOVE ZERO TO TBL-GRP-CAN-AMOUNT
029200         PERFORM 4500-PROVE-ACCOUNT THRU 4500-EXIT
029300         PERFORM 4150-READ-MASTER THRU 4150-EXIT
029400         GO TO 4200-EXIT
031200 4400-SUM-GROUP.
031300     MOVE SRT-ACCOUNT-CODE TO TBL-GROUP-ACCOUNT.
031400     MOVE ZERO TO TBL-GROUP-TOTAL.
031420     MOVE ZERO TO TBL-REV-USED.
031440     MOVE ZERO TO TBL-REV-MORE.
031450     MOVE ZERO TO TBL-GRP-HELD-COUNT.
031460     MOVE ZERO TO TBL-GRP-HELD-AMOUNT.
031470     MOVE ZERO TO TBL-GRP-CAN-COUNT.
031480     MOVE ZERO TO TBL-GRP-CAN-AMOUNT.
031500     PERFORM 4450-SUM-ONE THRU 4450-EXIT
031600         UNTIL TBL-SORT-EOF-YES
031700         OR SRT-ACCOUNT-CODE NOT = TBL-GROUP-ACCOUNT.
031800 4400-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100* 4450-SUM-ONE - ROLL ONE ACTIVITY RECORD INTO THE GROUP, HOLD
032200* IT FOR LISTING IF IT IS A REVERSAL, COUNT IT IF IT BACKS OUT
032250* A HELD OR CANCELLED ITEM, AND FETCH THE NEXT.
032300*----------------------------------------------------------------
032400 4450-SUM-ONE.
032500     ADD SRT-TOTAL TO TBL-GROUP-TOTAL
032600         ON SIZE ERROR
032700             SET TBL-OVERFLOW-YES TO TRUE
032800     END-ADD.
032805     IF SRT-REVERSAL
032810         ADD 1 TO TBL-REV-COUNT
032815         IF TBL-REV-USED < TBL-REV-MAX
032820             ADD 1 TO TBL-REV-USED
032825             MOVE SRT-RUN-DATE TO TBL-REV-RUN-DATE (TBL-REV-USED)
032830             MOVE SRT-RECORD-NO
032832                 TO TBL-REV-RECORD-NO (TBL-REV-USED)
032835             MOVE SRT-ORIG-DATE
032836                 TO TBL-REV-ORIG-DATE (TBL-REV-USED)
032840             MOVE SRT-ORIG-RECORD-NO
032845                 TO TBL-REV-ORIG-RECORD (TBL-REV-USED)
032850             MOVE SRT-TOTAL TO TBL-REV-AMOUNT (TBL-REV-USED)
032855         ELSE
032860             ADD 1 TO TBL-REV-MORE
032865         END-IF
032870     END-IF.
032872     IF SRT-HELD
032874         ADD 1 TO TBL-GRP-HELD-COUNT
032876         SUBTRACT SRT-TOTAL FROM TBL-GRP-HELD-AMOUNT
032878     END-IF.
032880     IF SRT-CANCELLED
032882         ADD 1 TO TBL-GRP-CAN-COUNT
032884         SUBTRACT SRT-TOTAL FROM TBL-GRP-CAN-AMOUNT
032886     END-IF.
032900     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
033000 4450-EXIT.
033100     EXIT.
033200*----------------------------------------------------------------
033300* 4500-PROVE-ACCOUNT - PRINT THE MASTER ACCOUNT IN HAND WITH
033400* ITS BALANCE, POST COUNT AND ACTIVITY, AND PROVE THE BALANCE
033500* EQUAL TO THE OPENING BALANCE PLUS THE ACTIVITY.  ITS
033550* REVERSALS AND ANY MONEY ON HOLD LIST UNDER IT.
033600*----------------------------------------------------------------
033700 4500-PROVE-ACCOUNT.
033800     ADD 1 TO TBL-ACCOUNT-COUNT.
036200         ADD 1 TO TBL-BAD-COUNT
036300     END-IF.
036400     WRITE TRIAL-REPORT-LINE FROM TBL-DETAIL-LINE.
036450     PERFORM 4700-PRINT-REVERSALS THRU 4700-EXIT.
036460     PERFORM 4800-PRINT-HOLDS THRU 4800-EXIT.
036500 4500-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036910* SUSPENSE NETS TO ZERO HERE - ITS "OK" DETAILS CANCEL AGAINST
036920* THE ADJUSTMENT PAIRS 3350-READ-SUSPENSE RELEASED - AND THAT
036930* IS THE ROUTINE STATE OF AN ACCOUNT OPENED A DAY LATE, SAID
036940* OUT LOUD BUT NOT FAILED - AS IS ONE WHOSE MONEY IS ON HOLD,
036950* BACKED OUT BY 3460-ADJUST-HELD.  A NONZERO ORPHAN GROUP IS MONEY
037000* THE FILE CANNOT SHOW AT ALL, AND IS OUT OF PROOF BY
037010* DEFINITION.
037100*----------------------------------------------------------------
038000     MOVE TBL-GROUP-TOTAL TO TBL-D-ACTIVITY.
038100     MOVE TBL-GROUP-TOTAL TO TBL-D-EXPECTED.
038110     IF TBL-GROUP-TOTAL = ZERO
038112         IF TBL-GRP-HELD-COUNT > ZERO
038114             MOVE "ON HOLD" TO TBL-D-VERDICT
038116         ELSE
038120             MOVE "IN SUSPENSE" TO TBL-D-VERDICT
038125         END-IF
038130     ELSE
038200         MOVE "** NOT ON MASTER" TO TBL-D-VERDICT
038300         SET TBL-OUT-OF-PROOF-YES TO TRUE
038400         ADD 1 TO TBL-BAD-COUNT
038410     END-IF.
038500     WRITE TRIAL-REPORT-LINE FROM TBL-DETAIL-LINE.
038550     PERFORM 4700-PRINT-REVERSALS THRU 4700-EXIT.
038560     PERFORM 4800-PRINT-HOLDS THRU 4800-EXIT.
038600 4600-EXIT.
038700     EXIT.
038702*----------------------------------------------------------------
038704* 4700-PRINT-REVERSALS - LIST THE GROUP'S REVERSALS UNDER THE
038706* ACCOUNT LINE JUST PRINTED, AND HOW MANY MORE THERE WERE WHEN
038708* THE GROUP HELD MORE THAN THE TABLE.
038710*----------------------------------------------------------------
038712 4700-PRINT-REVERSALS.
038714     PERFORM 4750-PRINT-ONE-REVERSAL THRU 4750-EXIT
038716         VARYING TBL-REV-INDEX FROM 1 BY 1
038718         UNTIL TBL-REV-INDEX > TBL-REV-USED.
038720     IF TBL-REV-MORE > ZERO
038722         MOVE TBL-REV-MORE TO TBL-M-COUNT
038724         WRITE TRIAL-REPORT-LINE FROM TBL-REV-MORE-LINE
038726     END-IF.
038728 4700-EXIT.
038730     EXIT.
038732*----------------------------------------------------------------
038734* 4750-PRINT-ONE-REVERSAL - ONE REVERSAL LINE.
038736*----------------------------------------------------------------
038738 4750-PRINT-ONE-REVERSAL.
038740     MOVE TBL-REV-RUN-DATE (TBL-REV-INDEX) TO TBL-R-RUN-DATE.
038742     MOVE TBL-REV-RECORD-NO (TBL-REV-INDEX) TO TBL-R-RECORD-NO.
038744     MOVE TBL-REV-ORIG-DATE (TBL-REV-INDEX) TO TBL-R-ORIG-DATE.
038746     MOVE TBL-REV-ORIG-RECORD (TBL-REV-INDEX)
038747         TO TBL-R-ORIG-RECORD.
038748     MOVE TBL-REV-AMOUNT (TBL-REV-INDEX) TO TBL-R-AMOUNT.
038750     WRITE TRIAL-REPORT-LINE FROM TBL-REVERSAL-LINE.
038752 4750-EXIT.
038754     EXIT.
038755*----------------------------------------------------------------
038756* 4800-PRINT-HOLDS - WHEN ANY OF THE GROUP'S JOURNAL MONEY IS
038757* STILL HELD OR WAS CANCELLED, SAY SO UNDER THE ACCOUNT LINE AND
038758* ROLL IT INTO THE RUN'S HELD AND CANCELLED TOTALS.
038759*----------------------------------------------------------------
038760 4800-PRINT-HOLDS.
038761     IF TBL-GRP-HELD-COUNT = ZERO AND TBL-GRP-CAN-COUNT = ZERO
038762         GO TO 4800-EXIT
038763     END-IF.
038764     ADD TBL-GRP-HELD-COUNT TO TBL-HELD-COUNT.
038765     ADD TBL-GRP-HELD-AMOUNT TO TBL-HELD-TOTAL
038766         ON SIZE ERROR
038767             SET TBL-OVERFLOW-YES TO TRUE
038768     END-ADD.
038769     ADD TBL-GRP-CAN-COUNT TO TBL-CAN-COUNT.
038770     ADD TBL-GRP-CAN-AMOUNT TO TBL-CAN-TOTAL
038771         ON SIZE ERROR
038772             SET TBL-OVERFLOW-YES TO TRUE
038773     END-ADD.
038774     MOVE TBL-GRP-HELD-COUNT TO TBL-O-HELD-COUNT.
038775     MOVE TBL-GRP-HELD-AMOUNT TO TBL-O-HELD-AMOUNT.
038776     MOVE TBL-GRP-CAN-COUNT TO TBL-O-CAN-COUNT.
038777     MOVE TBL-GRP-CAN-AMOUNT TO TBL-O-CAN-AMOUNT.
038778     WRITE TRIAL-REPORT-LINE FROM TBL-HOLD-LINE.
038779 4800-EXIT.
038780     EXIT.
038800*----------------------------------------------------------------
038900* 9000-TERMINATE - PRINT THE GRAND PROOF LINE AND END WITH
039000* RETURN-CODE 8 WHEN ANY ACCOUNT IS OUT OF PROOF OR THE TOTALS
039100* OVERFLOWED - A FILE THAT CANNOT BE PROVED MUST NOT PASS.
039150* THE HELD AND CANCELLED TOTALS FOLLOW THE GRAND LINE.
039200*----------------------------------------------------------------
039300 9000-TERMINATE.
039400     MOVE TBL-ACCOUNT-COUNT TO TBL-G-ACCOUNTS.
039500     MOVE TBL-BAD-COUNT TO TBL-G-BAD.
039600     MOVE TBL-GRAND-BALANCE TO TBL-G-BALANCE.
039700     MOVE TBL-GRAND-EXPECTED TO TBL-G-EXPECTED.
039750     MOVE TBL-REV-COUNT TO TBL-G-REVERSALS.
039800     IF TBL-OVERFLOW-YES
039900         MOVE "TOTALS OVERFLOWED" TO TBL-G-VERDICT
040000         MOVE 8 TO RETURN-CODE
040700         END-IF
040800     END-IF.
040900     WRITE TRIAL-REPORT-LINE FROM TBL-GRAND-LINE.
040910     MOVE TBL-HELD-COUNT TO TBL-HG-HELD-COUNT.
040920     MOVE TBL-HELD-TOTAL TO TBL-HG-HELD-TOTAL.
040930     MOVE TBL-CAN-COUNT TO TBL-HG-CAN-COUNT.
040940     MOVE TBL-CAN-TOTAL TO TBL-HG-CAN-TOTAL.
040950     WRITE TRIAL-REPORT-LINE FROM TBL-HELD-GRAND-LINE.
041000     CLOSE TRIAL-REPORT-FILE.
041100     DISPLAY "TRIAL BALANCE COMPLETE - " TBL-G-VERDICT.
041200 9000-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500* 3150-MARK-REVERSAL - A REVERSAL CARRIES ITS OWN RUN DATE AND
041600* RECORD NUMBER AND THE ORIGINAL'S THROUGH THE SORT; ANYTHING
041700* ELSE GOES THROUGH UNMARKED.
041800*----------------------------------------------------------------
041900 3150-MARK-REVERSAL.
042000     IF JRN-DISPOSITION = "REVERSAL"
042100         SET SRT-REVERSAL TO TRUE
042200         MOVE JRN-RUN-DATE TO SRT-RUN-DATE
042300         MOVE JRN-RECORD-NO TO SRT-RECORD-NO
042400         MOVE JRN-REV-ORIG-RUN-DATE TO SRT-ORIG-DATE
042500         MOVE JRN-REV-ORIG-RECORD-NO TO SRT-ORIG-RECORD-NO
042600     ELSE
042700         MOVE SPACE TO SRT-ENTRY-TYPE
042800         MOVE ZERO TO SRT-RUN-DATE
042900         MOVE ZERO TO SRT-RECORD-NO
043000         MOVE ZERO TO SRT-ORIG-DATE
043100         MOVE ZERO TO SRT-ORIG-RECORD-NO
043200     END-IF.
043300 3150-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 3360-ADJUST-ONE - DECIDE THE ADJUSTMENT FOR ONE SUSPENSE ITEM.
043700* AN ITEM POSTED SINCE THE LAST YEAR CLOSE IS ADJUSTED WHILE IT
043800* SITS OPEN - ITS JOURNAL NAMES ONE ACCOUNT, THE MONEY SITS IN
043900* SUSPENSE.  AN ITEM POSTED BEFORE THE CLOSE IS IN THE OPENING
044000* BALANCES WHERE IT SAT THAT NIGHT - IN SUSPENSE IF IT WAS STILL
044100* OPEN - AND ITS JOURNAL NO LONGER COUNTS, SO ONLY A RECLASS
044200* SINCE THE CLOSE NEEDS THE OPPOSITE PAIR.
044300*----------------------------------------------------------------
044400 3360-ADJUST-ONE.
044500     IF SUS-POST-DATE > TBL-YEAR-CLOSE-DATE
044600         IF SUS-ITEM-OPEN
044700             MOVE SUS-AMOUNT TO TBL-SUS-ADJUSTMENT
044800             PERFORM 3370-RELEASE-PAIR THRU 3370-EXIT
044900         END-IF
045000         GO TO 3360-EXIT
045100     END-IF.
045200     IF SUS-ITEM-RECLASSED AND
045300        SUS-RECLASS-DATE > TBL-YEAR-CLOSE-DATE
045400         SUBTRACT SUS-AMOUNT FROM ZERO GIVING TBL-SUS-ADJUSTMENT
045500         PERFORM 3370-RELEASE-PAIR THRU 3370-EXIT
045600     END-IF.
045700 3360-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000* 3370-RELEASE-PAIR - RELEASE THE ADJUSTMENT OUT OF THE ITEM'S
046100* ORIGINAL ACCOUNT AND INTO THE SUSPENSE ACCOUNT.
046200*----------------------------------------------------------------
046300 3370-RELEASE-PAIR.
046400     MOVE SPACE TO SRT-ENTRY-TYPE.
046500     MOVE ZERO TO SRT-RUN-DATE.
046600     MOVE ZERO TO SRT-RECORD-NO.
046700     MOVE ZERO TO SRT-ORIG-DATE.
046800     MOVE ZERO TO SRT-ORIG-RECORD-NO.
046900     MOVE SUS-ORIG-ACCOUNT TO SRT-ACCOUNT-CODE.
047000     SUBTRACT TBL-SUS-ADJUSTMENT FROM ZERO GIVING SRT-TOTAL.
047100     RELEASE SRT-RECORD.
047200     MOVE TBL-SUSPENSE-ACCT TO SRT-ACCOUNT-CODE.
047300     MOVE TBL-SUS-ADJUSTMENT TO SRT-TOTAL.
047400     RELEASE SRT-RECORD.
047500 3370-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800* 3400-FEED-HELD - RELEASE AN ADJUSTMENT FOR EVERY HELD ITEM
047900* WHOSE MONEY THE JOURNALS IN THE PROOF AND THE MASTER DISAGREE
048000* ABOUT (SEE 3460-ADJUST-HELD).  NO HELD-ITEMS FILE ON THE
048100* SYSTEM ("35") JUST MEANS NOTHING HAS EVER BEEN HELD.
048200*----------------------------------------------------------------
048300 3400-FEED-HELD.
048400     OPEN INPUT HELD-FILE-IN.
048500     IF TBL-HLD-FILE-STATUS = "35"
048600         GO TO 3400-EXIT
048700     END-IF.
048800     IF TBL-HLD-FILE-STATUS NOT = "00"
048900         DISPLAY "TRIALBAL - CANNOT OPEN HLDMST - STATUS "
049000             TBL-HLD-FILE-STATUS
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400     MOVE "N" TO TBL-HLD-EOF-SW.
049500     PERFORM 3450-READ-HELD THRU 3450-EXIT
049600         UNTIL TBL-HLD-EOF-YES.
049700     CLOSE HELD-FILE-IN.
049800 3400-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 3450-READ-HELD - READ ONE HELD ITEM IN KEY ORDER AND RELEASE
050200* ANY ADJUSTMENT IT NEEDS.
050300*----------------------------------------------------------------
050400 3450-READ-HELD.
050500     READ HELD-FILE-IN
050600         AT END
050700             SET TBL-HLD-EOF-YES TO TRUE
050800             GO TO 3450-EXIT
050900     END-READ.
051000     IF TBL-HLD-FILE-STATUS NOT = "00"
051100         DISPLAY "TRIALBAL - CANNOT READ HLDMST - STATUS "
051200             TBL-HLD-FILE-STATUS
051300         MOVE 16 TO RETURN-CODE
051400         STOP RUN
051500     END-IF.
051600     PERFORM 3460-ADJUST-HELD THRU 3460-EXIT.
051700 3450-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------
052000* 3460-ADJUST-HELD - DECIDE THE ADJUSTMENT FOR ONE HELD ITEM.
052100* AN ITEM HELD SINCE THE LAST YEAR CLOSE HAS ITS "OK" DETAIL IN
052200* THE PROOF; WHILE IT IS STILL HELD OR ONCE IT IS CANCELLED THE
052300* MASTER NEVER GOT THE MONEY, SO IT IS BACKED OUT OF THE ACCOUNT
052400* AND MARKED FOR THE HOLD LINE.  A RELEASED ONE POSTED LIKE ANY
052500* OTHER - INTO SUSPENSE WITH ITS OWN SUSPENSE ITEM IF IT HAD TO.
052600* AN ITEM HELD BEFORE THE CLOSE HAS NO JOURNAL IN THE PROOF, SO
052700* ONLY A RELEASE SINCE THE CLOSE - MONEY THE OPENING BALANCES DID
052800* NOT HAVE - NEEDS AN ADJUSTMENT, INTO THE ACCOUNT.
052900*----------------------------------------------------------------
053000 3460-ADJUST-HELD.
053100     MOVE ZERO TO SRT-RUN-DATE.
053200     MOVE ZERO TO SRT-RECORD-NO.
053300     MOVE ZERO TO SRT-ORIG-DATE.
053400     MOVE ZERO TO SRT-ORIG-RECORD-NO.
053500     MOVE HLD-ACCOUNT-CODE TO SRT-ACCOUNT-CODE.
053600     IF HLD-RUN-DATE > TBL-YEAR-CLOSE-DATE
053700         IF HLD-ITEM-RELEASED
053800             GO TO 3460-EXIT
053900         END-IF
054000         IF HLD-ITEM-CANCELLED
054100             SET SRT-CANCELLED TO TRUE
054200         ELSE
054300             SET SRT-HELD TO TRUE
054400         END-IF
054500         SUBTRACT HLD-AMOUNT FROM ZERO GIVING SRT-TOTAL
054600         RELEASE SRT-RECORD
054700         GO TO 3460-EXIT
054800     END-IF.
054900     IF HLD-ITEM-RELEASED AND
055000        HLD-ACTION-DATE > TBL-YEAR-CLOSE-DATE
055100         MOVE SPACE TO SRT-ENTRY-TYPE
055200         MOVE HLD-AMOUNT TO SRT-TOTAL
055300         RELEASE SRT-RECORD
055400     END-IF.
055500 3460-EXIT.
055600     EXIT.
