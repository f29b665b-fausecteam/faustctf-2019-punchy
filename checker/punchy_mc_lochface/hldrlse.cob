000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HLDRLSE.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  RELEASES OR CANCELS THE
001300*                    ITEMS LDGPOST HELD FOR BEING OVER THEIR
001400*                    ACCOUNT'S HOLD THRESHOLD (SEE HOLDITM.CPY),
001500*                    FROM A DECK OF RELEASE CARDS A SUPERVISOR
001600*                    SIGNS BY PUNCHING AN ID.  A RELEASED ITEM
001700*                    POSTS THE WAY LDGPOST WOULD HAVE POSTED IT -
001800*                    INTO ITS ACCOUNT, OR INTO THE SUSPENSE
001900*                    ACCOUNT WITH A SUSPENSE DETAIL ITEM WHEN THE
002000*                    ACCOUNT IS MISSING OR CLOSED BY NOW - WITH
002100*                    ITS POSTING HISTORY RECORD TAKING THE NEXT
002200*                    SEQUENCE FOR THE ACCOUNT AND RUN DATE.  A
002300*                    CANCELLED ITEM NEVER POSTS.  EITHER WAY THE
002400*                    HELD RECORD IS STAMPED WITH THE DATE AND THE
002500*                    SUPERVISOR, AND THE LISTING SHOWS WHO
002600*                    RELEASED OR CANCELLED WHAT.  AN ITEM NO
002700*                    LONGER HELD IS REJECTED, SO A RERUN OF THE
002800*                    SAME DECK CANNOT POST ANYTHING TWICE - LIKE
002900*                    SUSRECL, THE EXPOSURE ON A HARD ABORT IS THE
003000*                    ONE CARD IN FLIGHT; CHECK THE LAST LINE OF
003100*                    THE LISTING AGAINST HLDMST BEFORE RERUNNING.
003200*                    A DECK WITH REJECTED CARDS ENDS WITH
003300*                    WARNING RETURN-CODE 4.
003310*  10/15/2026  JH    A RELEASED ITEM'S POSTING HISTORY RECORD IS
003320*                    NOW TYPED "H" AND CARRIES THE HELD ITEM'S
003330*                    RUN DATE AND RECORD NUMBER AS ITS ORIGINAL
003340*                    (SEE PSTHIST.CPY), SO STMTGEN CAN PAIR A
003350*                    LATER REVERSAL OF THE JOURNAL WITH THE
003360*                    POSTING DATED THE DAY OF THE RELEASE.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GENERIC.
003800 OBJECT-COMPUTER. GENERIC.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RELEASE-CARD-FILE ASSIGN TO "RLSIN"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT HELD-FILE ASSIGN TO "HLDMST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS HLD-KEY
004700         FILE STATUS IS HRL-HLD-FILE-STATUS.
004800     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS LDM-ACCOUNT-CODE
005200         FILE STATUS IS HRL-MST-FILE-STATUS.
005300     SELECT HISTORY-FILE ASSIGN TO "PSTHST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS PHS-HISTORY-KEY
005700         FILE STATUS IS HRL-HST-FILE-STATUS.
005800     SELECT SUSPENSE-FILE ASSIGN TO "SUSDET"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS HRL-SUS-FILE-STATUS.
006100     SELECT RELEASE-REPORT-FILE ASSIGN TO "HRLOUT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*----------------------------------------------------------------
006600* RELEASE-CARD-FILE - THE SUPERVISOR'S RELEASE DECK.  ONE
006700* 80-COLUMN CARD PER HELD ITEM:
006800* COLUMNS   1-  2  ACTION - "RL" RELEASE AND POST, "CN" CANCEL
006900* COLUMNS   3- 10  RUN DATE THE ITEM WAS HELD, YYYYMMDD
007000* COLUMNS  11- 16  JOURNAL RECORD NUMBER OF THE ITEM
007100* COLUMNS  17- 24  SUPERVISOR ID (REQUIRED)
007200* COLUMNS  25- 80  UNUSED
007300* THE RUN DATE AND RECORD NUMBER ARE THE ONES ON LDGPOST'S
007400* LISTING AND ON THE HLDAGE AGING LIST.
007500*----------------------------------------------------------------
007600 FD  RELEASE-CARD-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  RELEASE-CARD-RECORD.
008000     05  RLC-ACTION             PIC X(02).
008100         88  RLC-RELEASE                     VALUE "RL".
008200         88  RLC-CANCEL                      VALUE "CN".
008300     05  RLC-KEY.
008400         10  RLC-RUN-DATE       PIC 9(08).
008500         10  RLC-RECORD-NO      PIC 9(06).
008600     05  RLC-KEY-X REDEFINES RLC-KEY.
008700         10  RLC-RUN-DATE-X     PIC X(08).
008800         10  RLC-RECORD-NO-X    PIC X(06).
008900     05  RLC-SUPERVISOR         PIC X(08).
009000     05  FILLER                 PIC X(56).
009100*----------------------------------------------------------------
009200* HELD-FILE - THE HELD-ITEMS FILE LDGPOST WRITES.  EACH CARD
009300* READS ITS ITEM BY KEY AND REWRITES IT WITH THE VERDICT.  SEE
009400* HOLDITM.CPY.
009500*----------------------------------------------------------------
009600 FD  HELD-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
009900 COPY HOLDITM.
010000*----------------------------------------------------------------
010100* LEDGER-MASTER-FILE - THE LEDGER MASTER.  SEE LDGMAST.CPY.
010200* THIS PROGRAM ONLY REWRITES BALANCES AND NEVER CREATES AN
010300* ACCOUNT.
010400*----------------------------------------------------------------
010500 FD  LEDGER-MASTER-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800 COPY LDGMAST.
010900*----------------------------------------------------------------
011000* HISTORY-FILE - THE POSTING HISTORY.  ONE RECORD PER RELEASED
011100* ITEM, EXACTLY AS LDGPOST WOULD HAVE WRITTEN IT, DATED THE DAY
011200* THE MONEY ACTUALLY POSTED.  SEE PSTHIST.CPY.
011300*----------------------------------------------------------------
011400 FD  HISTORY-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 70 CHARACTERS.
011700 COPY PSTHIST.
011800*----------------------------------------------------------------
011900* SUSPENSE-FILE - THE SUSPENSE DETAIL FILE, EXTENDED WITH ONE
012000* ITEM PER RELEASE THAT HAD TO GO TO SUSPENSE.  SEE SUSPDET.CPY.
012100*----------------------------------------------------------------
012200 FD  SUSPENSE-FILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 48 CHARACTERS.
012500 COPY SUSPDET.
012600*----------------------------------------------------------------
012700* RELEASE-REPORT-FILE - THE PRINTED RELEASE LISTING, ONE LINE
012800* PER CARD WITH THE SUPERVISOR WHO SIGNED IT.  COLUMN 1 OF EACH
012900* LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " = SINGLE
013000* SPACE).
013100*----------------------------------------------------------------
013200 FD  RELEASE-REPORT-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORD CONTAINS 133 CHARACTERS.
013500 01  RELEASE-REPORT-LINE        PIC X(133).
013600 WORKING-STORAGE SECTION.
013700* FILE STATUS FOR THE HELD-ITEMS FILE - "35" MEANS NOTHING HAS
013800* EVER BEEN HELD; THE FILE IS CREATED EMPTY AND EVERY CARD
013900* REJECTS AS NOT ON FILE.  ANY OTHER FAILURE ABORTS IN
014000* 9940-HLD-IO-ABORT.
014100 01  HRL-HLD-FILE-STATUS        PIC X(02).
014200* FILE STATUS FOR THE MASTER - ANYTHING BUT "00" ON AN OPEN,
014300* READ OR REWRITE ABORTS THE RUN IN 9900-MASTER-IO-ABORT.
014400 01  HRL-MST-FILE-STATUS        PIC X(02).
014500* FILE STATUS FOR THE HISTORY - A POSTING THE HISTORY CANNOT
014600* EXPLAIN IS A QUESTION NOBODY CAN ANSWER LATER.
014700 01  HRL-HST-FILE-STATUS        PIC X(02).
014800* FILE STATUS FOR THE SUSPENSE DETAIL - "35" ON OPEN EXTEND
014900* SIMPLY MEANS NO ITEM HAS EVER GONE TO SUSPENSE.
015000 01  HRL-SUS-FILE-STATUS        PIC X(02).
015100* THE ACCOUNT THE LAST HISTORY RECORD WENT TO AND THE POSTING
015200* SEQUENCE IT TOOK, SO THE NEXT RECORD FOR THE SAME ACCOUNT
015300* TAKES THE ONE AFTER WITHOUT READING THE FILE AGAIN.
015400 01  HRL-HST-SEQ-AREA.
015500     05  HRL-HST-LAST-ACCOUNT   PIC X(04) VALUE SPACES.
015600     05  HRL-HST-SEQ            PIC 9(06) VALUE ZERO.
015700     05  HRL-HST-SCAN-SW        PIC X(01) VALUE "N".
015800         88  HRL-HST-SCAN-DONE               VALUE "Y".
015900* THE DESIGNATED SUSPENSE ACCOUNT ON THE LEDGER MASTER.  MUST
016000* MATCH THE CODE LDGPOST, SUSRECL AND TRIALBAL CARRY.
016100 77  HRL-SUSPENSE-ACCT          PIC X(04) VALUE "9999".
016200* END-OF-DECK AND PER-CARD SWITCHES.
016300 01  HRL-SWITCHES.
016400     05  HRL-EOF-SW             PIC X(01) VALUE "N".
016500         88  HRL-EOF-YES                     VALUE "Y".
016600     05  HRL-REJECTED-SW        PIC X(01) VALUE "N".
016700         88  HRL-REJECTED-YES                VALUE "Y".
016800     05  HRL-NO-ACCOUNT-SW      PIC X(01) VALUE "N".
016900         88  HRL-NO-ACCOUNT-YES              VALUE "Y".
017000     05  HRL-CLOSED-ACCT-SW     PIC X(01) VALUE "N".
017100         88  HRL-CLOSED-ACCT-YES             VALUE "Y".
017200     05  HRL-TO-SUSPENSE-SW     PIC X(01) VALUE "N".
017300         88  HRL-TO-SUSPENSE-YES             VALUE "Y".
017400* COUNTS AND AMOUNTS FOR THE RUN.
017500 01  HRL-COUNTERS.
017600     05  HRL-CARD-COUNT         PIC 9(06) COMP VALUE ZERO.
017700     05  HRL-RELEASED-COUNT     PIC 9(06) COMP VALUE ZERO.
017800     05  HRL-RELEASED-TOTAL     PIC S9(11)V99 VALUE ZERO.
017900     05  HRL-CANCELLED-COUNT    PIC 9(06) COMP VALUE ZERO.
018000     05  HRL-CANCELLED-TOTAL    PIC S9(11)V99 VALUE ZERO.
018100     05  HRL-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
018200* RUN DATE - STAMPED ON THE MASTER, THE HISTORY, THE SUSPENSE
018300* ITEM AND THE HELD RECORD.
018400 01  HRL-RUN-DATE               PIC 9(08).
018500* PAGE HEADER - PROGRAM NAME AND RUN DATE.
018600 01  HRL-HEADING-LINE.
018700     05  FILLER                  PIC X(01) VALUE "1".
018800     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
018900     05  FILLER                  PIC X(08) VALUE "HLDRLSE ".
019000     05  FILLER                  PIC X(10) VALUE SPACES.
019100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
019200     05  HRL-H-DATE              PIC 9(08).
019300     05  FILLER                  PIC X(87) VALUE SPACES.
019400* CARD LINE - ONE PER RELEASE CARD: THE ITEM, WHERE ITS MONEY
019500* WENT, THE SUPERVISOR WHO SIGNED THE CARD AND THE VERDICT.
019600 01  HRL-DETAIL-LINE.
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  HRL-D-ACTION            PIC X(02).
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  HRL-D-RUN-DATE          PIC X(08).
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  HRL-D-RECORD-NO         PIC X(06).
020300     05  FILLER                  PIC X(03) VALUE SPACES.
020400     05  HRL-D-ACCOUNT           PIC X(04).
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020600     05  HRL-D-AMOUNT            PIC -(7)9.99.
020700     05  FILLER                  PIC X(03) VALUE SPACES.
020800     05  HRL-D-BALANCE           PIC -(11)9.99.
020900     05  FILLER                  PIC X(03) VALUE SPACES.
021000     05  FILLER                  PIC X(03) VALUE "BY ".
021100     05  HRL-D-SUPERVISOR        PIC X(08).
021200     05  FILLER                  PIC X(03) VALUE SPACES.
021300     05  HRL-D-STATUS            PIC X(28) VALUE SPACES.
021400     05  FILLER                  PIC X(29) VALUE SPACES.
021500* TRAILER LINE - WHAT THE RUN DID.
021600 01  HRL-TRAILER-LINE.
021700     05  FILLER                  PIC X(01) VALUE SPACE.
021800     05  FILLER            PIC X(09) VALUE "RELEASED ".
021900     05  HRL-T-RELEASED          PIC ZZZZZ9.
022000     05  FILLER            PIC X(09) VALUE "  AMOUNT ".
022100     05  HRL-T-RELEASED-TOTAL    PIC -(11)9.99.
022200     05  FILLER            PIC X(12) VALUE "  CANCELLED ".
022300     05  HRL-T-CANCELLED         PIC ZZZZZ9.
022400     05  FILLER            PIC X(09) VALUE "  AMOUNT ".
022500     05  HRL-T-CANCELLED-TOTAL   PIC -(11)9.99.
022600     05  FILLER            PIC X(11) VALUE "  REJECTED ".
022700     05  HRL-T-REJECTED          PIC ZZZZZ9.
022800     05  FILLER                  PIC X(34) VALUE SPACES.
022900 PROCEDURE DIVISION.
023000*================================================================
023100* BEGIN - MAINLINE.  ONE PASS OF THE RELEASE DECK, ONE HELD
023200* ITEM PER CARD.
023300*================================================================
023400 BEGIN.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
023700         UNTIL HRL-EOF-YES.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     STOP RUN.
024000*----------------------------------------------------------------
024100* 1000-INITIALIZE - OPEN THE DECK, THE HELD-ITEMS FILE, THE
024200* MASTER, THE HISTORY, THE SUSPENSE DETAIL AND THE LISTING,
024300* PRINT THE PAGE HEADER AND PRIME THE READ.
024400*----------------------------------------------------------------
024500 1000-INITIALIZE.
024600     OPEN INPUT RELEASE-CARD-FILE.
024700     OPEN OUTPUT RELEASE-REPORT-FILE.
024800     ACCEPT HRL-RUN-DATE FROM DATE YYYYMMDD.
024900     MOVE HRL-RUN-DATE TO HRL-H-DATE.
025000     WRITE RELEASE-REPORT-LINE FROM HRL-HEADING-LINE.
025100     OPEN I-O HELD-FILE.
025200     IF HRL-HLD-FILE-STATUS = "35"
025300         OPEN OUTPUT HELD-FILE
025400         IF HRL-HLD-FILE-STATUS = "00"
025500             CLOSE HELD-FILE
025600             OPEN I-O HELD-FILE
025700         END-IF
025800     END-IF.
025900     IF HRL-HLD-FILE-STATUS NOT = "00"
026000         PERFORM 9940-HLD-IO-ABORT THRU 9940-EXIT
026100     END-IF.
026200     OPEN I-O LEDGER-MASTER-FILE.
026300     IF HRL-MST-FILE-STATUS NOT = "00"
026400         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
026500     END-IF.
026600     OPEN I-O HISTORY-FILE.
026700     IF HRL-HST-FILE-STATUS = "35"
026800         OPEN OUTPUT HISTORY-FILE
026900         IF HRL-HST-FILE-STATUS = "00"
027000             CLOSE HISTORY-FILE
027100             OPEN I-O HISTORY-FILE
027200         END-IF
027300     END-IF.
027400     IF HRL-HST-FILE-STATUS NOT = "00"
027500         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
027600     END-IF.
027700     OPEN EXTEND SUSPENSE-FILE.
027800     IF HRL-SUS-FILE-STATUS = "35"
027900         OPEN OUTPUT SUSPENSE-FILE
028000     END-IF.
028100     IF HRL-SUS-FILE-STATUS NOT = "00"
028200         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
028300     END-IF.
028400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
028500 1000-EXIT.
028600     EXIT.
028700*----------------------------------------------------------------
028800* 2000-PROCESS-CARD - EDIT ONE RELEASE CARD, FETCH ITS HELD
028900* ITEM, AND RELEASE OR CANCEL IT.  A CARD WITH A BAD ACTION, A
029000* BAD KEY OR NO SUPERVISOR, OR WHOSE ITEM IS NOT ON FILE OR NO
029100* LONGER HELD, IS REJECTED WITHOUT TOUCHING ANYTHING.
029200*----------------------------------------------------------------
029300 2000-PROCESS-CARD.
029400     ADD 1 TO HRL-CARD-COUNT.
029500     MOVE "N" TO HRL-REJECTED-SW.
029600     MOVE RLC-ACTION TO HRL-D-ACTION.
029700     MOVE RLC-RUN-DATE-X TO HRL-D-RUN-DATE.
029800     MOVE RLC-RECORD-NO-X TO HRL-D-RECORD-NO.
029900     MOVE RLC-SUPERVISOR TO HRL-D-SUPERVISOR.
030000     MOVE SPACES TO HRL-D-ACCOUNT.
030100     MOVE ZERO TO HRL-D-AMOUNT.
030200     MOVE ZERO TO HRL-D-BALANCE.
030300     MOVE SPACES TO HRL-D-STATUS.
030400     PERFORM 2800-EDIT-CARD THRU 2800-EXIT.
030500     IF HRL-REJECTED-YES
030600         GO TO 2000-NEXT
030700     END-IF.
030800     PERFORM 2500-READ-HELD THRU 2500-EXIT.
030900     IF HRL-REJECTED-YES
031000         GO TO 2000-NEXT
031100     END-IF.
031200     IF RLC-RELEASE
031300         PERFORM 2200-RELEASE-ITEM THRU 2200-EXIT
031400     ELSE
031500         PERFORM 2300-CANCEL-ITEM THRU 2300-EXIT
031600     END-IF.
031700 2000-NEXT.
031800     IF HRL-REJECTED-YES
031900         ADD 1 TO HRL-REJECT-COUNT
032000         WRITE RELEASE-REPORT-LINE FROM HRL-DETAIL-LINE
032100     END-IF.
032200     PERFORM 2100-READ-CARD THRU 2100-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500*----------------------------------------------------------------
032600* 2100-READ-CARD - READ THE NEXT RELEASE CARD, SETTING THE EOF
032700* SWITCH WHEN THE DECK IS EXHAUSTED.
032800*----------------------------------------------------------------
032900 2100-READ-CARD.
033000     READ RELEASE-CARD-FILE
033100         AT END SET HRL-EOF-YES TO TRUE.
033200 2100-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500* 2200-RELEASE-ITEM - POST THE HELD ITEM THE WAY LDGPOST WOULD
033600* HAVE: INTO ITS ACCOUNT, OR INTO SUSPENSE WHEN THE ACCOUNT IS
033700* MISSING OR CLOSED, WITH ITS HISTORY RECORD AND - IN SUSPENSE -
033800* ITS SUSPENSE ITEM; THEN MARK IT RELEASED.  A BALANCE THAT
033900* WOULD OVERFLOW REJECTS THE CARD AND LEAVES THE ITEM HELD.
034000*----------------------------------------------------------------
034100 2200-RELEASE-ITEM.
034200     PERFORM 2400-READ-ACCOUNT THRU 2400-EXIT.
034300     ADD HLD-AMOUNT TO LDM-BALANCE
034400         ON SIZE ERROR
034500             MOVE "REJECTED - OVERFLOW" TO HRL-D-STATUS
034600             SET HRL-REJECTED-YES TO TRUE
034700             GO TO 2200-EXIT
034800     END-ADD.
034900     ADD 1 TO LDM-POST-COUNT.
035000     MOVE HRL-RUN-DATE TO LDM-LAST-POST-DATE.
035100     REWRITE LEDGER-MASTER-RECORD.
035200     IF HRL-MST-FILE-STATUS NOT = "00"
035300         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
035400     END-IF.
035500     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
035600     IF HRL-TO-SUSPENSE-YES
035700         PERFORM 2700-WRITE-SUSPENSE THRU 2700-EXIT
035800         IF HRL-NO-ACCOUNT-YES
035900             MOVE "RELEASED - SUSP NO ACCOUNT" TO HRL-D-STATUS
036000         ELSE
036100             MOVE "RELEASED - SUSP ACCT CLOSED" TO HRL-D-STATUS
036200         END-IF
036300     ELSE
036400         MOVE "RELEASED - POSTED" TO HRL-D-STATUS
036500     END-IF.
036600     SET HLD-ITEM-RELEASED TO TRUE.
036700     MOVE HRL-RUN-DATE TO HLD-ACTION-DATE.
036800     MOVE RLC-SUPERVISOR TO HLD-SUPERVISOR.
036900     MOVE LDM-ACCOUNT-CODE TO HLD-POSTED-ACCOUNT.
037000     REWRITE HELD-ITEM-RECORD.
037100     IF HRL-HLD-FILE-STATUS NOT = "00"
037200         PERFORM 9940-HLD-IO-ABORT THRU 9940-EXIT
037300     END-IF.
037400     ADD 1 TO HRL-RELEASED-COUNT.
037500     ADD HLD-AMOUNT TO HRL-RELEASED-TOTAL.
037600     MOVE LDM-BALANCE TO HRL-D-BALANCE.
037700     WRITE RELEASE-REPORT-LINE FROM HRL-DETAIL-LINE.
037800 2200-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100* 2300-CANCEL-ITEM - THE SUPERVISOR HAS REFUSED THE ITEM.  ITS
038200* MONEY NEVER POSTS; THE HELD RECORD IS MARKED CANCELLED SO IT
038300* LEAVES THE AGING LIST AND TRIALBAL KEEPS IT OUT OF THE PROOF.
038400*----------------------------------------------------------------
038500 2300-CANCEL-ITEM.
038600     SET HLD-ITEM-CANCELLED TO TRUE.
038700     MOVE HRL-RUN-DATE TO HLD-ACTION-DATE.
038800     MOVE RLC-SUPERVISOR TO HLD-SUPERVISOR.
038900     MOVE SPACES TO HLD-POSTED-ACCOUNT.
039000     REWRITE HELD-ITEM-RECORD.
039100     IF HRL-HLD-FILE-STATUS NOT = "00"
039200         PERFORM 9940-HLD-IO-ABORT THRU 9940-EXIT
039300     END-IF.
039400     ADD 1 TO HRL-CANCELLED-COUNT.
039500     ADD HLD-AMOUNT TO HRL-CANCELLED-TOTAL.
039600     MOVE "CANCELLED" TO HRL-D-STATUS.
039700     WRITE RELEASE-REPORT-LINE FROM HRL-DETAIL-LINE.
039800 2300-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100* 2400-READ-ACCOUNT - FETCH THE MASTER RECORD THE ITEM POSTS
040200* TO.  AN ACCOUNT THAT IS MISSING OR CLOSED SWITCHES THE ITEM TO
040300* THE SUSPENSE ACCOUNT, WHICH MUST ITSELF BE ON FILE AND OPEN -
040400* OTHERWISE THERE IS NOWHERE SAFE TO PUT THE MONEY AND THE RUN
040500* ABORTS, AS IN LDGPOST, WITH NOTHING FOR THIS CARD TOUCHED.
040600*----------------------------------------------------------------
040700 2400-READ-ACCOUNT.
040800     MOVE "N" TO HRL-NO-ACCOUNT-SW.
040900     MOVE "N" TO HRL-CLOSED-ACCT-SW.
041000     MOVE "N" TO HRL-TO-SUSPENSE-SW.
041100     MOVE HLD-ACCOUNT-CODE TO LDM-ACCOUNT-CODE.
041200     READ LEDGER-MASTER-FILE
041300         INVALID KEY
041400             SET HRL-NO-ACCOUNT-YES TO TRUE
041500     END-READ.
041600     IF HRL-NO-ACCOUNT-SW = "N" AND
041700        HRL-MST-FILE-STATUS NOT = "00"
041800         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
041900     END-IF.
042000     IF HRL-NO-ACCOUNT-SW = "N" AND LDM-CLOSED
042100         SET HRL-CLOSED-ACCT-YES TO TRUE
042200     END-IF.
042300     IF HRL-NO-ACCOUNT-YES OR HRL-CLOSED-ACCT-YES
042400         SET HRL-TO-SUSPENSE-YES TO TRUE
042500         MOVE HRL-SUSPENSE-ACCT TO LDM-ACCOUNT-CODE
042600         READ LEDGER-MASTER-FILE
042700             INVALID KEY
042800                 DISPLAY "HLDRLSE - SUSPENSE ACCOUNT "
042900                     HRL-SUSPENSE-ACCT " NOT ON MASTER - RUN "
043000                     "LDGMAINT TO CREATE IT"
043100                 MOVE 16 TO RETURN-CODE
043200                 STOP RUN
043300         END-READ
043400         IF HRL-MST-FILE-STATUS NOT = "00"
043500             PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
043600         END-IF
043700         IF LDM-CLOSED
043800             DISPLAY "HLDRLSE - SUSPENSE ACCOUNT "
043900                 HRL-SUSPENSE-ACCT " IS CLOSED - RUN LDGMAINT"
044000             MOVE 16 TO RETURN-CODE
044100             STOP RUN
044200         END-IF
044300     END-IF.
044400 2400-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 2500-READ-HELD - READ THE HELD ITEM THE CARD NAMES.  AN
044800* INVALID KEY MEANS NO SUCH ITEM WAS EVER HELD; AN ITEM ALREADY
044900* RELEASED OR CANCELLED IS NOT TOUCHED AGAIN.  ANY OTHER
045000* NON-ZERO STATUS IS A HARD I-O FAILURE AND ABORTS THE RUN.
045100*----------------------------------------------------------------
045200 2500-READ-HELD.
045300     MOVE RLC-RUN-DATE TO HLD-RUN-DATE.
045400     MOVE RLC-RECORD-NO TO HLD-RECORD-NO.
045500     READ HELD-FILE
045600         INVALID KEY
045700             MOVE "REJECTED - NOT ON FILE" TO HRL-D-STATUS
045800             SET HRL-REJECTED-YES TO TRUE
045900             GO TO 2500-EXIT
046000     END-READ.
046100     IF HRL-HLD-FILE-STATUS NOT = "00"
046200         PERFORM 9940-HLD-IO-ABORT THRU 9940-EXIT
046300     END-IF.
046400     MOVE HLD-ACCOUNT-CODE TO HRL-D-ACCOUNT.
046500     MOVE HLD-AMOUNT TO HRL-D-AMOUNT.
046600     IF HLD-ITEM-RELEASED
046700         MOVE "REJECTED - ALREADY RELEASED" TO HRL-D-STATUS
046800         SET HRL-REJECTED-YES TO TRUE
046900         GO TO 2500-EXIT
047000     END-IF.
047100     IF HLD-ITEM-CANCELLED
047200         MOVE "REJECTED - ALREADY CANCELLED" TO HRL-D-STATUS
047300         SET HRL-REJECTED-YES TO TRUE
047400     END-IF.
047500 2500-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800* 2600-WRITE-HISTORY - WRITE ONE POSTING HISTORY RECORD FOR THE
047900* RELEASE JUST APPLIED: ACCOUNT (SUSPENSE WHEN THAT IS WHERE THE
048000* MONEY WENT), THIS RUN'S DATE AND THE ACCOUNT'S NEXT POSTING
048100* SEQUENCE FOR IT, THE JOURNAL RECORD NUMBER, AMOUNT, RESULTING
048200* BALANCE AND THE JOURNAL'S EFFECTIVE DATE - TYPED AS RELEASED
048220* FROM HOLD, WITH THE HELD ITEM'S RUN DATE AND RECORD NUMBER AS
048240* ITS ORIGINAL, THE KEY A REVERSAL OF THE JOURNAL NAMES.
048300*----------------------------------------------------------------
048400 2600-WRITE-HISTORY.
048500     PERFORM 2650-NEXT-SEQUENCE THRU 2650-EXIT.
048600     MOVE SPACES TO POSTING-HISTORY-RECORD.
048700     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
048800     MOVE HRL-RUN-DATE TO PHS-POST-DATE.
048900     MOVE HRL-HST-SEQ TO PHS-POST-SEQ.
049000     MOVE HLD-RECORD-NO TO PHS-RECORD-NO.
049100     MOVE HLD-AMOUNT TO PHS-AMOUNT.
049200     MOVE LDM-BALANCE TO PHS-RESULT-BALANCE.
049300     MOVE HLD-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE.
049320     SET PHS-HOLD-RELEASE TO TRUE.
049340     MOVE HLD-RUN-DATE TO PHS-ORIG-POST-DATE.
049360     MOVE HLD-RECORD-NO TO PHS-ORIG-RECORD-NO.
049400     WRITE POSTING-HISTORY-RECORD.
049500     IF HRL-HST-FILE-STATUS NOT = "00"
049600         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
049700     END-IF.
049800 2600-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 2650-NEXT-SEQUENCE - THE POSTING SEQUENCE FOR THE HISTORY
050200* RECORD ABOUT TO BE WRITTEN FOR THE ACCOUNT IN LDM-ACCOUNT-CODE.
050300* THE SAME ACCOUNT AS THE LAST RECORD TAKES THE NEXT NUMBER; A
050400* NEW ACCOUNT STARTS AFTER THE HIGHEST SEQUENCE ALREADY ON FILE
050500* FOR IT AND THE RUN DATE - NONE AT ALL MEANS 1.
050600*----------------------------------------------------------------
050700 2650-NEXT-SEQUENCE.
050800     IF LDM-ACCOUNT-CODE = HRL-HST-LAST-ACCOUNT
050900         ADD 1 TO HRL-HST-SEQ
051000         GO TO 2650-EXIT
051100     END-IF.
051200     MOVE LDM-ACCOUNT-CODE TO HRL-HST-LAST-ACCOUNT.
051300     MOVE ZERO TO HRL-HST-SEQ.
051400     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
051500     MOVE HRL-RUN-DATE TO PHS-POST-DATE.
051600     MOVE ZERO TO PHS-POST-SEQ.
051700     MOVE "N" TO HRL-HST-SCAN-SW.
051800     START HISTORY-FILE KEY IS GREATER THAN PHS-HISTORY-KEY
051900         INVALID KEY
052000             SET HRL-HST-SCAN-DONE TO TRUE
052100     END-START.
052200     IF NOT HRL-HST-SCAN-DONE AND HRL-HST-FILE-STATUS NOT = "00"
052300         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
052400     END-IF.
052500     PERFORM 2660-SCAN-SEQUENCE THRU 2660-EXIT
052600         UNTIL HRL-HST-SCAN-DONE.
052700     ADD 1 TO HRL-HST-SEQ.
052800 2650-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 2660-SCAN-SEQUENCE - READ ON THROUGH THE ACCOUNT'S RECORDS FOR
053200* THE RUN DATE, KEEPING THE LAST SEQUENCE SEEN.
053300*----------------------------------------------------------------
053400 2660-SCAN-SEQUENCE.
053500     READ HISTORY-FILE NEXT RECORD
053600         AT END
053700             SET HRL-HST-SCAN-DONE TO TRUE
053800             GO TO 2660-EXIT
053900     END-READ.
054000     IF HRL-HST-FILE-STATUS NOT = "00"
054100         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
054200     END-IF.
054300     IF PHS-ACCOUNT-CODE NOT = HRL-HST-LAST-ACCOUNT OR
054400        PHS-POST-DATE NOT = HRL-RUN-DATE
054500         SET HRL-HST-SCAN-DONE TO TRUE
054600         GO TO 2660-EXIT
054700     END-IF.
054800     MOVE PHS-POST-SEQ TO HRL-HST-SEQ.
054900 2660-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200* 2700-WRITE-SUSPENSE - CARRY THE RELEASED ITEM ON THE SUSPENSE
055300* FILE UNDER THE ACCOUNT THE CARD ORIGINALLY NAMED, FOR SUSPAGE
055400* AND SUSRECL, DATED THE DAY IT ACTUALLY POSTED.
055500*----------------------------------------------------------------
055600 2700-WRITE-SUSPENSE.
055700     MOVE SPACES TO SUSPENSE-RECORD.
055800     MOVE HLD-ACCOUNT-CODE TO SUS-ORIG-ACCOUNT.
055900     MOVE HRL-RUN-DATE TO SUS-POST-DATE.
056000     MOVE HLD-RECORD-NO TO SUS-RECORD-NO.
056100     MOVE HLD-AMOUNT TO SUS-AMOUNT.
056200     SET SUS-ITEM-OPEN TO TRUE.
056300     MOVE ZERO TO SUS-RECLASS-DATE.
056400     WRITE SUSPENSE-RECORD.
056500     IF HRL-SUS-FILE-STATUS NOT = "00"
056600         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
056700     END-IF.
056800 2700-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100* 2800-EDIT-CARD - THE ACTION MUST BE "RL" OR "CN", THE RUN
057200* DATE AND RECORD NUMBER MUST BE NUMERIC, AND THE CARD MUST
057300* CARRY THE SUPERVISOR'S ID - AN UNSIGNED RELEASE IS NO SECOND
057400* PAIR OF EYES.
057500*----------------------------------------------------------------
057600 2800-EDIT-CARD.
057700     IF NOT RLC-RELEASE AND NOT RLC-CANCEL
057800         MOVE "REJECTED - BAD ACTION" TO HRL-D-STATUS
057900         SET HRL-REJECTED-YES TO TRUE
058000         GO TO 2800-EXIT
058100     END-IF.
058200     IF RLC-RUN-DATE NOT NUMERIC OR
058300        RLC-RECORD-NO NOT NUMERIC
058400         MOVE "REJECTED - BAD ITEM KEY" TO HRL-D-STATUS
058500         SET HRL-REJECTED-YES TO TRUE
058600         GO TO 2800-EXIT
058700     END-IF.
058800     IF RLC-SUPERVISOR = SPACES
058900         MOVE "REJECTED - NO SUPERVISOR" TO HRL-D-STATUS
059000         SET HRL-REJECTED-YES TO TRUE
059100     END-IF.
059200 2800-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500* 9000-TERMINATE - PRINT THE TRAILER, CLOSE THE FILES, AND GIVE
059600* THE OPERATOR A SHORT CONSOLE MESSAGE.  A DECK WITH REJECTED
059700* CARDS ENDS WITH WARNING RETURN-CODE 4 SO THE SUPERVISOR
059800* CHECKS WHAT DID NOT GO THROUGH.
059900*----------------------------------------------------------------
060000 9000-TERMINATE.
060100     MOVE HRL-RELEASED-COUNT TO HRL-T-RELEASED.
060200     MOVE HRL-RELEASED-TOTAL TO HRL-T-RELEASED-TOTAL.
060300     MOVE HRL-CANCELLED-COUNT TO HRL-T-CANCELLED.
060400     MOVE HRL-CANCELLED-TOTAL TO HRL-T-CANCELLED-TOTAL.
060500     MOVE HRL-REJECT-COUNT TO HRL-T-REJECTED.
060600     WRITE RELEASE-REPORT-LINE FROM HRL-TRAILER-LINE.
060700     CLOSE RELEASE-CARD-FILE, HELD-FILE, LEDGER-MASTER-FILE,
060800         HISTORY-FILE, SUSPENSE-FILE, RELEASE-REPORT-FILE.
060900     IF HRL-REJECT-COUNT > ZERO
061000         MOVE 4 TO RETURN-CODE
061100     END-IF.
061200     DISPLAY "HELD ITEM RELEASE COMPLETE - SEE LISTING.".
061300 9000-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------
061600* 9900-MASTER-IO-ABORT - THE LEDGER MASTER FAILED AN OPEN, READ
061700* OR REWRITE.  TELL THE OPERATOR AND END WITH RETURN-CODE 16 SO
061800* THE SCHEDULER HOLDS THE DOWNSTREAM JOBS.
061900*----------------------------------------------------------------
062000 9900-MASTER-IO-ABORT.
062100     DISPLAY "HLDRLSE - LEDGER MASTER I-O FAILURE - STATUS "
062200         HRL-MST-FILE-STATUS.
062300     MOVE 16 TO RETURN-CODE.
062400     STOP RUN.
062500 9900-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 9920-HST-IO-ABORT - THE POSTING HISTORY FAILED AN OPEN, A
062900* READ OR A WRITE.  A POSTING THE HISTORY CANNOT EXPLAIN IS A
063000* QUESTION NOBODY CAN ANSWER LATER, SO STOP WITH RETURN-CODE 16.
063100*----------------------------------------------------------------
063200 9920-HST-IO-ABORT.
063300     DISPLAY "HLDRLSE - POSTING HISTORY I-O FAILURE - STATUS "
063400         HRL-HST-FILE-STATUS.
063500     MOVE 16 TO RETURN-CODE.
063600     STOP RUN.
063700 9920-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 9930-SUS-IO-ABORT - THE SUSPENSE DETAIL FILE FAILED AN OPEN
064100* OR A WRITE.  A SUSPENSE POSTING THE DETAIL FILE CANNOT
064200* EXPLAIN COULD NEVER BE RECLASSIFIED, SO STOP WITH RETURN-CODE
064300* 16.
064400*----------------------------------------------------------------
064500 9930-SUS-IO-ABORT.
064600     DISPLAY "HLDRLSE - SUSPENSE DETAIL I-O FAILURE - STATUS "
064700         HRL-SUS-FILE-STATUS.
064800     MOVE 16 TO RETURN-CODE.
064900     STOP RUN.
065000 9930-EXIT.
065100     EXIT.
065200*----------------------------------------------------------------
065300* 9940-HLD-IO-ABORT - THE HELD-ITEMS FILE FAILED AN OPEN, A READ
065400* OR A REWRITE.  TELL THE OPERATOR AND END WITH RETURN-CODE 16.
065500*----------------------------------------------------------------
065600 9940-HLD-IO-ABORT.
065700     DISPLAY "HLDRLSE - HELD ITEMS I-O FAILURE - STATUS "
065800         HRL-HLD-FILE-STATUS.
065900     MOVE 16 TO RETURN-CODE.
066000     STOP RUN.
066100 9940-EXIT.
066200     EXIT.
