002100*                    RUN INSTEAD OF A MONTH OF PSTOUT LISTINGS.
002200*                    A DECK WITH REJECTED REQUEST CARDS ENDS
002300*                    WITH WARNING RETURN-CODE 4.
002310*  10/15/2026  JH    REVERSING ENTRIES.  THE POSTING HISTORY
002320*                    RECORD GREW TO 64 CHARACTERS AND NOW MARKS
002330*                    A REVERSAL AND THE ORIGINAL IT BACKS OUT
002340*                    (SEE PSTHIST.CPY).  EACH REQUEST FIRST
002350*                    GATHERS THE ACCOUNT'S REVERSALS, SO AN
002360*                    ORIGINAL POSTING PRINTS "REVERSED BY" ITS
002370*                    REVERSAL AND THE REVERSAL PRINTS WHAT IT
002380*                    "REVERSES" - THE PAIR READS AS ONE.
002381*  10/15/2026  JH    PSTHST IS NOW INDEXED ON ACCOUNT, POST DATE
002382*                    AND POSTING SEQUENCE (SEE PSTHIST.CPY - THE
002383*                    RECORD GREW TO 70 CHARACTERS), SO EACH
002384*                    REQUEST STARTS AT ITS ACCOUNT AND STOPS AT
002385*                    THE NEXT ONE INSTEAD OF PASSING THE WHOLE
002386*                    FILE.  PSTARCH NOW MOVES CLOSED MONTHS OUT
002387*                    TO PERIOD ARCHIVES AND LEAVES A BALANCE-
002388*                    FORWARD RECORD PER ACCOUNT.  A RANGE THAT
002389*                    STARTS ON OR BEFORE THE ACCOUNT'S BALANCE-
002390*                    FORWARD DATE READS THE ARCHIVE (PSTARC -
002391*                    OPERATIONS CONCATENATES THE PERIOD FILES
002392*                    THE RANGE NEEDS, OLDEST FIRST) AHEAD OF THE
002393*                    LIVE FILE, SO THE STATEMENT SHOWS THE SAME
002394*                    OPENING AND CLOSING BALANCES IT ALWAYS DID.
002395*                    A BALANCE-FORWARD RECORD NEVER PRINTS; IT
002396*                    ONLY CARRIES THE OPENING BALANCE.
002400*----------------------------------------------------------------
002405* MODIFICATION HISTORY (CONTINUED)
002410*----------------------------------------------------------------
002415*  10/15/2026  JH    A POSTING HLDRLSE RELEASED FROM HOLD IS
002420*                    DATED THE DAY OF THE RELEASE, NOT THE RUN
002425*                    DATE OF ITS JOURNAL THAT A REVERSAL NAMES,
002430*                    SO IT IS NOW PAIRED BY THE ORIGINAL RUN DATE
002435*                    IT CARRIES (SEE PSTHIST.CPY).  ONE NOT
002440*                    REVERSED NOTES "HELD FROM RUN" AND THAT
002445*                    DATE, SO A REVERSAL'S "REVERSES RUN" CAN BE
002450*                    FOUND ON THE STATEMENT.
002455*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. GENERIC.
003100     SELECT REQUEST-CARD-FILE ASSIGN TO "STMIN"
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT HISTORY-FILE-IN ASSIGN TO "PSTHST"
003400         ORGANIZATION IS INDEXED
003420         ACCESS MODE IS DYNAMIC
003440         RECORD KEY IS PHS-HISTORY-KEY
003500         FILE STATUS IS STM-HST-FILE-STATUS.
003520     SELECT ARCHIVE-FILE-IN ASSIGN TO "PSTARC"
003540         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS STM-ARC-FILE-STATUS.
003600     SELECT STATEMENT-FILE ASSIGN TO "STMOUT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
005300     05  REQ-END-DATE           PIC X(08).
005400     05  FILLER                 PIC X(60).
005500*----------------------------------------------------------------
005600* HISTORY-FILE-IN - THE LIVE POSTING HISTORY, KEYED ON
005700* ACCOUNT, POST DATE AND POSTING SEQUENCE.  WITHIN AN ACCOUNT
005800* THE RECORDS SIT IN POSTING ORDER, SO A START AT THE ACCOUNT
005900* AND A READ FORWARD READS A STATEMENT OFF IN ORDER.  SEE
005950* PSTHIST.CPY.
006000*----------------------------------------------------------------
006100 FD  HISTORY-FILE-IN
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 70 CHARACTERS.
006400 COPY PSTHIST.
006405*----------------------------------------------------------------
006410* ARCHIVE-FILE-IN - THE PERIOD ARCHIVES PSTARCH WROTE, OLDEST
006415* FIRST, EACH IN KEY ORDER.  READ ONLY WHEN A RANGE REACHES
006420* BACK PAST THE ACCOUNT'S BALANCE-FORWARD RECORD.  SAME LAYOUT
006425* AS THE LIVE HISTORY, UNDER PHA- NAMES.  SEE PSTHIST.CPY.
006430*----------------------------------------------------------------
006435 FD  ARCHIVE-FILE-IN
006440     LABEL RECORDS ARE STANDARD
006445     RECORD CONTAINS 70 CHARACTERS.
006450 COPY PSTHIST REPLACING LEADING ==PHS-== BY ==PHA-==
006455     ==POSTING-HISTORY-RECORD== BY ==POSTING-ARCHIVE-RECORD==.
006500*----------------------------------------------------------------
006600* STATEMENT-FILE - THE PRINTED STATEMENTS.  COLUMN 1 OF EACH
006700* LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " = SINGLE
007500* FILE STATUS FOR THE HISTORY - "35" MEANS NO HISTORY HAS EVER
007600* BEEN WRITTEN, SAID OUT LOUD; ANYTHING ELSE NON-ZERO ABORTS.
007700 01  STM-HST-FILE-STATUS        PIC X(02).
007720* FILE STATUS FOR THE ARCHIVE - "35" MEANS THE RANGE NEEDED IT
007740* AND NONE WAS MOUNTED, SAID OUT LOUD AS A REJECT; ANYTHING
007760* ELSE NON-ZERO ABORTS.
007780 01  STM-ARC-FILE-STATUS        PIC X(02).
007800* END-OF-FILE AND PER-REQUEST SWITCHES.
007900 01  STM-SWITCHES.
008000     05  STM-EOF-SW             PIC X(01) VALUE "N".
008500         88  STM-PRIOR-SEEN-YES              VALUE "Y".
008600     05  STM-OPENED-SW          PIC X(01) VALUE "N".
008700         88  STM-OPENED-YES                  VALUE "Y".
008720     05  STM-REV-FOUND-SW       PIC X(01) VALUE "N".
008740         88  STM-REV-FOUND-YES               VALUE "Y".
008760     05  STM-ARCHIVE-SW         PIC X(01) VALUE "N".
008780         88  STM-ARCHIVE-NEEDED              VALUE "Y".
008800* THE REQUEST IN HAND, EDITED INTO NUMERIC FORM.
008900 01  STM-REQ-ACCOUNT            PIC X(04).
009000 01  STM-START-DATE             PIC 9(08).
009600     05  STM-CLOSING-BALANCE    PIC S9(11)V99 VALUE ZERO.
009700     05  STM-POST-COUNT         PIC 9(06) COMP VALUE ZERO.
009800     05  STM-NET-TOTAL          PIC S9(11)V99 VALUE ZERO.
009805* THE ACCOUNT'S REVERSALS, GATHERED BEFORE THE STATEMENT PRINTS
009810* SO AN ORIGINAL CAN BE MARKED WITH THE REVERSAL THAT FOLLOWS IT
009815* IN THE FILE.  PAST THE TABLE'S SIZE THE EXTRA REVERSALS STILL
009820* PRINT AS REVERSALS, BUT THEIR ORIGINALS GO UNMARKED AND A
009825* MESSAGE SAYS SO.
009830 77  STM-REV-MAX                PIC 9(04) COMP VALUE 100.
009835 77  STM-REV-INDEX              PIC 9(04) COMP.
009840 01  STM-REV-TABLE.
009845     05  STM-REV-USED           PIC 9(04) COMP VALUE ZERO.
009850     05  STM-REV-MORE           PIC 9(06) COMP VALUE ZERO.
009855     05  STM-REV-ENTRY OCCURS 100 TIMES.
009860         10  STM-REV-ORIG-DATE    PIC 9(08).
009865         10  STM-REV-ORIG-RECORD  PIC 9(06).
009870         10  STM-REV-BY-DATE      PIC 9(08).
009875         10  STM-REV-BY-RECORD    PIC 9(06).
009900* COUNTS FOR THE RUN.
010000 01  STM-COUNTERS.
010100     05  STM-REQUEST-COUNT      PIC 9(06) COMP VALUE ZERO.
012900         VALUE "   OPENING BALANCE ".
013000     05  STM-O-BALANCE           PIC -(11)9.99.
013100     05  FILLER                  PIC X(98) VALUE SPACES.
013200* POSTING LINE - ONE PER HISTORY RECORD IN THE RANGE, NOTING
013250* WHICH POSTING REVERSES OR IS REVERSED BY WHICH.
013300 01  STM-DETAIL-LINE.
013400     05  FILLER                  PIC X(01) VALUE SPACE.
013500     05  FILLER                  PIC X(03) VALUE SPACES.
014300     05  FILLER                  PIC X(09) VALUE "  BALANCE".
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  STM-D-BALANCE           PIC -(11)9.99.
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014610     05  STM-D-NOTE-LABEL        PIC X(16).
014620     05  STM-D-NOTE-DATE         PIC X(08).
014630     05  STM-D-NOTE-REC-LABEL    PIC X(05).
014640     05  STM-D-NOTE-RECORD       PIC X(06).
014650     05  FILLER                  PIC X(24) VALUE SPACES.
014700* CLOSING BALANCE LINE - WITH THE POSTINGS LISTED AND THEIR
014800* NET, SO THE READER CAN FOOT THE STATEMENT.
014900 01  STM-CLOSING-LINE.
024000* RANGE PRINT, WITH THE OPENING LINE EMITTED JUST BEFORE THE
024100* FIRST OF THEM (DERIVED FROM THE FIRST POSTING ITSELF WHEN NO
024200* PRIOR HISTORY EXISTS); RECORDS PAST THE RANGE ARE LEFT ALONE.
024220* THE ACCOUNT'S REVERSALS ARE GATHERED BY A PASS OF THEIR OWN
024240* FIRST.  A RANGE REACHING BACK INTO ARCHIVED MONTHS READS THE
024250* ARCHIVE AHEAD OF THE LIVE FILE ON BOTH PASSES.
024300*----------------------------------------------------------------
024400 2200-RUN-STATEMENT.
024500     MOVE "N" TO STM-HST-EOF-SW.
024900     MOVE ZERO TO STM-CLOSING-BALANCE.
025000     MOVE ZERO TO STM-POST-COUNT.
025100     MOVE ZERO TO STM-NET-TOTAL.
025120     MOVE ZERO TO STM-REV-USED.
025140     MOVE ZERO TO STM-REV-MORE.
025150     MOVE "N" TO STM-ARCHIVE-SW.
025200     OPEN INPUT HISTORY-FILE-IN.
025300     IF STM-HST-FILE-STATUS = "35"
025400         MOVE "NO POSTING HISTORY FILE ON SYSTEM" TO STM-M-TEXT
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026402     PERFORM 2210-CHECK-ARCHIVE THRU 2210-EXIT.
026404     IF STM-ARCHIVE-NEEDED
026406         PERFORM 2215-OPEN-ARCHIVE THRU 2215-EXIT
026408         IF STM-ARC-FILE-STATUS = "35"
026410             MOVE "RANGE IS ARCHIVED - NO PSTARC MOUNTED"
026412                 TO STM-M-TEXT
026414             WRITE STATEMENT-LINE FROM STM-MESSAGE-LINE
026416             ADD 1 TO STM-REJECT-COUNT
026418             CLOSE HISTORY-FILE-IN
026420             GO TO 2200-EXIT
026422         END-IF
026424         PERFORM 2240-READ-ARCHIVE-REV THRU 2240-EXIT
026426             UNTIL STM-HST-EOF-YES
026428         CLOSE ARCHIVE-FILE-IN
026430     END-IF.
026432     PERFORM 2220-START-ACCOUNT THRU 2220-EXIT.
026434     PERFORM 2250-READ-REVERSAL THRU 2250-EXIT
026436         UNTIL STM-HST-EOF-YES.
026438     IF STM-ARCHIVE-NEEDED
026440         PERFORM 2215-OPEN-ARCHIVE THRU 2215-EXIT
026442         PERFORM 2310-READ-ARCHIVE THRU 2310-EXIT
026444             UNTIL STM-HST-EOF-YES
026446         CLOSE ARCHIVE-FILE-IN
026448     END-IF.
026450     PERFORM 2220-START-ACCOUNT THRU 2220-EXIT.
026500     PERFORM 2300-READ-HISTORY THRU 2300-EXIT
026600         UNTIL STM-HST-EOF-YES.
026700     CLOSE HISTORY-FILE-IN.
027000         MOVE STM-POST-COUNT TO STM-C-COUNT
027100         MOVE STM-NET-TOTAL TO STM-C-NET
027200         WRITE STATEMENT-LINE FROM STM-CLOSING-LINE
027250         PERFORM 2270-REV-OVERFLOW-MSG THRU 2270-EXIT
027300         GO TO 2200-EXIT
027400     END-IF.
027500     IF STM-PRIOR-SEEN-YES
029000* 2300-READ-HISTORY - READ ONE HISTORY RECORD AND HAND IT ON.
029100*----------------------------------------------------------------
029200 2300-READ-HISTORY.
029250     PERFORM 2230-READ-NEXT THRU 2230-EXIT.
029260     IF NOT STM-HST-EOF-YES
029700         PERFORM 2350-ONE-HISTORY THRU 2350-EXIT
029850     END-IF.
029900 2300-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 2350-ONE-HISTORY - APPLY ONE HISTORY RECORD TO THE STATEMENT
030300* IN HAND, NOTING A REVERSAL OR A REVERSED ORIGINAL.  RECORDS
030400* FOR OTHER ACCOUNTS, AND RECORDS PAST THE END DATE, ARE LEFT
030450* ALONE.  A BALANCE-FORWARD RECORD IS THE BALANCE AS OF ITS
030460* DATE - IT SETS THE OPENING BALANCE WHILE NOTHING HAS PRINTED
030480* YET AND IS OTHERWISE PASSED OVER.
030490* A POSTING RELEASED FROM HOLD NOTES ITS JOURNAL'S RUN DATE.
030500*----------------------------------------------------------------
030600 2350-ONE-HISTORY.
030700     IF PHS-ACCOUNT-CODE NOT = STM-REQ-ACCOUNT
030800         GO TO 2350-EXIT
030900     END-IF.
030910     IF PHS-BALANCE-FORWARD
030920         IF STM-OPENED-SW = "N" AND
030930            PHS-POST-DATE NOT > STM-END-DATE
030940             MOVE PHS-RESULT-BALANCE TO STM-OPENING-BALANCE
030950             SET STM-PRIOR-SEEN-YES TO TRUE
030960         END-IF
030970         GO TO 2350-EXIT
030980     END-IF.
031000     IF PHS-POST-DATE < STM-START-DATE
031100         MOVE PHS-RESULT-BALANCE TO STM-OPENING-BALANCE
031200         SET STM-PRIOR-SEEN-YES TO TRUE
032800     MOVE PHS-RECORD-NO TO STM-D-RECORD-NO.
032900     MOVE PHS-AMOUNT TO STM-D-AMOUNT.
033000     MOVE PHS-RESULT-BALANCE TO STM-D-BALANCE.
033005     MOVE SPACES TO STM-D-NOTE-LABEL.
033010     MOVE SPACES TO STM-D-NOTE-DATE.
033015     MOVE SPACES TO STM-D-NOTE-REC-LABEL.
033020     MOVE SPACES TO STM-D-NOTE-RECORD.
033025     IF PHS-REVERSAL
033030         MOVE "REVERSES RUN " TO STM-D-NOTE-LABEL
033035         MOVE PHS-ORIG-POST-DATE TO STM-D-NOTE-DATE
033040         MOVE " REC " TO STM-D-NOTE-REC-LABEL
033045         MOVE PHS-ORIG-RECORD-NO TO STM-D-NOTE-RECORD
033050     ELSE
033055         MOVE "N" TO STM-REV-FOUND-SW
033060         PERFORM 2260-CHECK-ONE-REV THRU 2260-EXIT
033065             VARYING STM-REV-INDEX FROM 1 BY 1
033070             UNTIL STM-REV-INDEX > STM-REV-USED
033075             OR STM-REV-FOUND-YES
033080     END-IF.
033082     IF PHS-HOLD-RELEASE AND NOT STM-REV-FOUND-YES
033084         MOVE "HELD FROM RUN " TO STM-D-NOTE-LABEL
033086         MOVE PHS-ORIG-POST-DATE TO STM-D-NOTE-DATE
033088     END-IF.
033100     WRITE STATEMENT-LINE FROM STM-DETAIL-LINE.
033200     ADD 1 TO STM-POST-COUNT.
033300     ADD PHS-AMOUNT TO STM-NET-TOTAL.
034700     DISPLAY "STATEMENTS COMPLETE - SEE STATEMENT LISTING.".
034800 9000-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100* 2210-CHECK-ARCHIVE - THE ACCOUNT'S FIRST LIVE RECORD IS ITS
035200* BALANCE-FORWARD RECORD WHEN PSTARCH HAS ARCHIVED ANY OF ITS
035300* POSTINGS.  A RANGE STARTING ON OR BEFORE THAT DATE NEEDS THE
035400* ARCHIVE; ANY OTHER RANGE IS ANSWERED FROM THE LIVE FILE.
035500*----------------------------------------------------------------
035600 2210-CHECK-ARCHIVE.
035700     PERFORM 2220-START-ACCOUNT THRU 2220-EXIT.
035800     PERFORM 2230-READ-NEXT THRU 2230-EXIT.
035900     IF STM-HST-EOF-YES
036000         GO TO 2210-EXIT
036100     END-IF.
036200     IF PHS-BALANCE-FORWARD AND
036300        STM-START-DATE NOT > PHS-POST-DATE
036400         SET STM-ARCHIVE-NEEDED TO TRUE
036500     END-IF.
036600 2210-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 2215-OPEN-ARCHIVE - OPEN THE ARCHIVE FOR A PASS.  "35" GOES
037000* BACK TO THE CALLER; ANY OTHER FAILURE ABORTS THE RUN.
037100*----------------------------------------------------------------
037200 2215-OPEN-ARCHIVE.
037300     MOVE "N" TO STM-HST-EOF-SW.
037400     OPEN INPUT ARCHIVE-FILE-IN.
037500     IF STM-ARC-FILE-STATUS NOT = "00" AND
037600        STM-ARC-FILE-STATUS NOT = "35"
037700         DISPLAY "STMTGEN - POSTING ARCHIVE I-O FAILURE - "
037800             "STATUS " STM-ARC-FILE-STATUS
037900         MOVE 16 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200 2215-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 2220-START-ACCOUNT - POSITION THE LIVE HISTORY AT THE FIRST
038600* RECORD FOR THE REQUESTED ACCOUNT.  NOTHING AT OR PAST IT
038700* SETS THE EOF SWITCH.
038800*----------------------------------------------------------------
038900 2220-START-ACCOUNT.
039000     MOVE "N" TO STM-HST-EOF-SW.
039100     MOVE STM-REQ-ACCOUNT TO PHS-ACCOUNT-CODE.
039200     MOVE ZERO TO PHS-POST-DATE.
039300     MOVE ZERO TO PHS-POST-SEQ.
039400     START HISTORY-FILE-IN KEY IS NOT LESS THAN PHS-HISTORY-KEY
039500         INVALID KEY
039600             SET STM-HST-EOF-YES TO TRUE
039700     END-START.
039800 2220-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100* 2230-READ-NEXT - READ THE NEXT LIVE HISTORY RECORD.  THE
040200* FIRST RECORD FOR ANOTHER ACCOUNT ENDS THE PASS.
040300*----------------------------------------------------------------
040400 2230-READ-NEXT.
040500     IF STM-HST-EOF-YES
040600         GO TO 2230-EXIT
040700     END-IF.
040800     READ HISTORY-FILE-IN NEXT RECORD
040900         AT END
041000             SET STM-HST-EOF-YES TO TRUE
041100             GO TO 2230-EXIT
041200     END-READ.
041300     IF STM-HST-FILE-STATUS NOT = "00"
041400         DISPLAY "STMTGEN - POSTING HISTORY I-O FAILURE - "
041500             "STATUS " STM-HST-FILE-STATUS
041600         MOVE 16 TO RETURN-CODE
041700         STOP RUN
041800     END-IF.
041900     IF PHS-ACCOUNT-CODE NOT = STM-REQ-ACCOUNT
042000         SET STM-HST-EOF-YES TO TRUE
042100     END-IF.
042200 2230-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500* 2240-READ-ARCHIVE-REV - READ ONE ARCHIVE RECORD ON THE
042600* GATHERING PASS AND KEEP IT IF IT IS A REVERSAL ON THE
042700* REQUESTED ACCOUNT.
042800*----------------------------------------------------------------
042900 2240-READ-ARCHIVE-REV.
043000     PERFORM 2245-READ-ARCHIVE-ONE THRU 2245-EXIT.
043100     IF NOT STM-HST-EOF-YES
043200         PERFORM 2255-KEEP-REVERSAL THRU 2255-EXIT
043300     END-IF.
043400 2240-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700* 2245-READ-ARCHIVE-ONE - READ THE NEXT ARCHIVE RECORD INTO THE
043800* HISTORY RECORD AREA, SO THE ARCHIVE AND LIVE PASSES SHARE
043900* ONE SET OF RULES.
044000*----------------------------------------------------------------
044100 2245-READ-ARCHIVE-ONE.
044200     READ ARCHIVE-FILE-IN
044300         AT END
044400             SET STM-HST-EOF-YES TO TRUE
044500             GO TO 2245-EXIT
044600     END-READ.
044700     IF STM-ARC-FILE-STATUS NOT = "00"
044800         DISPLAY "STMTGEN - POSTING ARCHIVE I-O FAILURE - "
044900             "STATUS " STM-ARC-FILE-STATUS
045000         MOVE 16 TO RETURN-CODE
045100         STOP RUN
045200     END-IF.
045300     MOVE POSTING-ARCHIVE-RECORD TO POSTING-HISTORY-RECORD.
045400 2245-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700* 2250-READ-REVERSAL - READ ONE HISTORY RECORD ON THE GATHERING
045800* PASS AND KEEP IT IF IT IS A REVERSAL ON THE REQUESTED ACCOUNT.
045900*----------------------------------------------------------------
046000 2250-READ-REVERSAL.
046100     PERFORM 2230-READ-NEXT THRU 2230-EXIT.
046200     IF NOT STM-HST-EOF-YES
046300         PERFORM 2255-KEEP-REVERSAL THRU 2255-EXIT
046400     END-IF.
046500 2250-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800* 2255-KEEP-REVERSAL - ADD THE RECORD IN HAND TO THE TABLE IF
046900* IT IS A REVERSAL ON THE REQUESTED ACCOUNT.
047000*----------------------------------------------------------------
047100 2255-KEEP-REVERSAL.
047200     IF PHS-ACCOUNT-CODE NOT = STM-REQ-ACCOUNT OR
047300        NOT PHS-REVERSAL
047400         GO TO 2255-EXIT
047500     END-IF.
047600     IF STM-REV-USED NOT < STM-REV-MAX
047700         ADD 1 TO STM-REV-MORE
047800         GO TO 2255-EXIT
047900     END-IF.
048000     ADD 1 TO STM-REV-USED.
048100     MOVE PHS-ORIG-POST-DATE TO STM-REV-ORIG-DATE (STM-REV-USED).
048200     MOVE PHS-ORIG-RECORD-NO
048300         TO STM-REV-ORIG-RECORD (STM-REV-USED).
048400     MOVE PHS-POST-DATE TO STM-REV-BY-DATE (STM-REV-USED).
048500     MOVE PHS-RECORD-NO TO STM-REV-BY-RECORD (STM-REV-USED).
048600 2255-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 2260-CHECK-ONE-REV - IS THE POSTING IN HAND THE ORIGINAL THIS
049000* TABLE ENTRY REVERSES?
049020* A POSTING RELEASED FROM HOLD IS MATCHED ON THE RUN DATE OF ITS
049040* JOURNAL, WHICH IS WHAT THE REVERSAL NAMES.
049100*----------------------------------------------------------------
049200 2260-CHECK-ONE-REV.
049300     IF STM-REV-ORIG-RECORD (STM-REV-INDEX) = PHS-RECORD-NO AND
049400        ((PHS-HOLD-RELEASE AND
049420          STM-REV-ORIG-DATE (STM-REV-INDEX) =
049430              PHS-ORIG-POST-DATE) OR
049440         (NOT PHS-HOLD-RELEASE AND
049460          STM-REV-ORIG-DATE (STM-REV-INDEX) = PHS-POST-DATE))
049500         SET STM-REV-FOUND-YES TO TRUE
049600         MOVE "REVERSED BY RUN " TO STM-D-NOTE-LABEL
049700         MOVE STM-REV-BY-DATE (STM-REV-INDEX) TO STM-D-NOTE-DATE
049800         MOVE " REC " TO STM-D-NOTE-REC-LABEL
049900         MOVE STM-REV-BY-RECORD (STM-REV-INDEX)
050000             TO STM-D-NOTE-RECORD
050100     END-IF.
050200 2260-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 2270-REV-OVERFLOW-MSG - SAY SO WHEN THE ACCOUNT HAD MORE
050600* REVERSALS THAN THE TABLE COULD PAIR WITH THEIR ORIGINALS.
050700*----------------------------------------------------------------
050800 2270-REV-OVERFLOW-MSG.
050900     IF STM-REV-MORE > ZERO
051000         MOVE "SOME REVERSED POSTINGS ARE NOT MARKED"
051100             TO STM-M-TEXT
051200         WRITE STATEMENT-LINE FROM STM-MESSAGE-LINE
051300     END-IF.
051400 2270-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700* 2310-READ-ARCHIVE - READ ONE ARCHIVE RECORD AND HAND IT ON.
051800*----------------------------------------------------------------
051900 2310-READ-ARCHIVE.
052000     PERFORM 2245-READ-ARCHIVE-ONE THRU 2245-EXIT.
052100     IF NOT STM-HST-EOF-YES
052200         PERFORM 2350-ONE-HISTORY THRU 2350-EXIT
052300     END-IF.
052400 2310-EXIT.
052500     EXIT.
