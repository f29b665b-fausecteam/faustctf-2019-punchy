000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LDGINQ.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  ACCOUNT INQUIRY FOR THE
001300*                    FILE ROOM TERMINAL, SO A DEPARTMENT ASKING
001400*                    ABOUT ITS BALANCE NEED NOT WAIT FOR A
001500*                    STMTGEN RUN.  THE CLERK KEYS AN ACCOUNT
001600*                    CODE AND SEES ITS LEDGER MASTER RECORD, ITS
001700*                    MOST RECENT POSTINGS FROM THE POSTING
001800*                    HISTORY, NEWEST FIRST, A PAGE AT A TIME
001900*                    ("B" PAGES BACK), EVERY SUSPENSE ITEM STILL
002000*                    OPEN UNDER THE CODE, AND ANY OF ITS JOURNAL
002100*                    MONEY WAITING IN THE HELD-ITEMS FILE.  THE
002200*                    PROGRAM ONLY EVER OPENS FILES FOR INPUT,
002300*                    AND EVERY FILE IS CLOSED AGAIN BEFORE THE
002400*                    NEXT PROMPT, SO A CLERK LEFT SITTING AT THE
002500*                    TERMINAL NEVER HOLDS THE MASTER AGAINST THE
002600*                    NIGHTLY LDGPOST RUN.  A FILE THAT CANNOT BE
002700*                    OPENED - THE POSTING RUN HAS IT - IS SAID
002800*                    SO ON THE SCREEN AND THE CLERK TRIES AGAIN
002900*                    LATER; THE INQUIRY ITSELF CARRIES ON.
002920*  10/15/2026  JH    A POSTING HLDRLSE RELEASED FROM HOLD SHOWS
002940*                    "RELEASED" IN THE TYPE COLUMN.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. GENERIC.
003400 OBJECT-COMPUTER. GENERIC.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS LDM-ACCOUNT-CODE
004100         FILE STATUS IS LIQ-MST-FILE-STATUS.
004200     SELECT HISTORY-FILE ASSIGN TO "PSTHST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PHS-HISTORY-KEY
004600         FILE STATUS IS LIQ-HST-FILE-STATUS.
004700     SELECT SUSPENSE-FILE-IN ASSIGN TO "SUSDET"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS LIQ-SUS-FILE-STATUS.
005000     SELECT HELD-FILE-IN ASSIGN TO "HLDMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS HLD-KEY
005400         FILE STATUS IS LIQ-HLD-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------
005800* LEDGER-MASTER-FILE - THE LEDGER MASTER, READ BY KEY FOR THE
005900* ACCOUNT KEYED.  SEE LDGMAST.CPY.  NEVER WRITTEN.
006000*----------------------------------------------------------------
006100 FD  LEDGER-MASTER-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 80 CHARACTERS.
006400 COPY LDGMAST.
006500*----------------------------------------------------------------
006600* HISTORY-FILE - THE POSTING HISTORY, STARTED AT THE ACCOUNT'S
006700* FIRST KEY AND READ FORWARD.  SEE PSTHIST.CPY.  NEVER WRITTEN.
006800*----------------------------------------------------------------
006900 FD  HISTORY-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 70 CHARACTERS.
007200 COPY PSTHIST.
007300*----------------------------------------------------------------
007400* SUSPENSE-FILE-IN - THE SUSPENSE DETAIL FILE, READ THROUGH FOR
007500* THE OPEN ITEMS WHOSE ORIGINAL ACCOUNT IS THE ONE KEYED.  SEE
007600* SUSPDET.CPY.
007700*----------------------------------------------------------------
007800 FD  SUSPENSE-FILE-IN
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 48 CHARACTERS.
008100 COPY SUSPDET.
008200*----------------------------------------------------------------
008300* HELD-FILE-IN - THE HELD-ITEMS FILE, READ THROUGH FOR THE
008400* ITEMS STILL HELD AGAINST THE ACCOUNT KEYED.  SEE HOLDITM.CPY.
008500*----------------------------------------------------------------
008600 FD  HELD-FILE-IN
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 COPY HOLDITM.
009000 WORKING-STORAGE SECTION.
009100* FILE STATUSES.  ON AN INQUIRY TERMINAL NO FILE FAILURE ENDS
009200* THE PROGRAM - THE CLERK IS TOLD WHICH FILE COULD NOT BE READ
009300* AND THE NEXT ACCOUNT CAN STILL BE KEYED.  "35" ON THE HISTORY,
009400* SUSPENSE OR HELD-ITEMS FILE SIMPLY MEANS NOTHING IS ON IT YET.
009500 01  LIQ-MST-FILE-STATUS        PIC X(02).
009600 01  LIQ-HST-FILE-STATUS        PIC X(02).
009700 01  LIQ-SUS-FILE-STATUS        PIC X(02).
009800 01  LIQ-HLD-FILE-STATUS        PIC X(02).
009900* WHAT THE CLERK KEYED - AN ACCOUNT CODE, "B" FOR THE NEXT PAGE
010000* OF OLDER POSTINGS, OR "END".
010100 01  LIQ-REPLY                  PIC X(08).
010200 01  LIQ-REPLY-X REDEFINES LIQ-REPLY.
010300     05  LIQ-REPLY-ACCOUNT      PIC X(04).
010400     05  LIQ-REPLY-REST         PIC X(04).
010500* THE ACCOUNT ON THE SCREEN.
010600 01  LIQ-ACCOUNT                PIC X(04) VALUE SPACES.
010700* SWITCHES.
010800 01  LIQ-SWITCHES.
010900     05  LIQ-QUIT-SW            PIC X(01) VALUE "N".
011000         88  LIQ-QUIT-YES                    VALUE "Y".
011100     05  LIQ-HAVE-ACCOUNT-SW    PIC X(01) VALUE "N".
011200         88  LIQ-HAVE-ACCOUNT-YES            VALUE "Y".
011300     05  LIQ-BOUND-SW           PIC X(01) VALUE "N".
011400         88  LIQ-BOUND-YES                   VALUE "Y".
011500     05  LIQ-MORE-SW            PIC X(01) VALUE "N".
011600         88  LIQ-MORE-YES                    VALUE "Y".
011700     05  LIQ-SCAN-SW            PIC X(01) VALUE "N".
011800         88  LIQ-SCAN-DONE                   VALUE "Y".
011900* THE OLDEST POSTING ON THE PAGE LAST SHOWN.  THE NEXT PAGE
012000* BACK STOPS SHORT OF IT.
012100 01  LIQ-BOUND-KEY.
012200     05  LIQ-BOUND-DATE         PIC 9(08) VALUE ZERO.
012300     05  LIQ-BOUND-SEQ          PIC 9(06) VALUE ZERO.
012400* ONE PAGE OF POSTINGS.  THE HISTORY IS READ FORWARD FROM THE
012500* ACCOUNT'S FIRST KEY UP TO THE BOUND, EACH POSTING OVERWRITING
012600* THE OLDEST SLOT ONCE THE TABLE IS FULL, SO WHAT IS LEFT IS
012700* THE PAGE SIZE'S WORTH OF POSTINGS JUST BEFORE THE BOUND.
012800* LIQ-OLDER-COUNT IS HOW MANY WERE PUSHED OUT - OLDER PAGES.
012900 77  LIQ-PAGE-SIZE              PIC 9(04) COMP VALUE 10.
013000 77  LIQ-RING-NEXT              PIC 9(04) COMP.
013100 77  LIQ-RING-USED              PIC 9(04) COMP.
013200 77  LIQ-SHOW-INDEX             PIC 9(04) COMP.
013300 77  LIQ-SHOW-COUNT             PIC 9(04) COMP.
013400 77  LIQ-OLDER-COUNT            PIC 9(06) COMP.
013500 01  LIQ-PAGE-TABLE.
013600     05  LIQ-PAGE-ENTRY OCCURS 10 TIMES.
013700         10  LIQ-PG-POST-DATE   PIC 9(08).
013800         10  LIQ-PG-POST-SEQ    PIC 9(06).
013900         10  LIQ-PG-RECORD-NO   PIC 9(06).
014000         10  LIQ-PG-AMOUNT      PIC S9(7)V99.
014100         10  LIQ-PG-BALANCE     PIC S9(11)V99.
014200         10  LIQ-PG-EFF-DATE    PIC X(08).
014300         10  LIQ-PG-ENTRY-TYPE  PIC X(01).
014400* COUNT AND AMOUNT OF THE SUSPENSE OR HELD ITEMS LISTED.
014500 01  LIQ-ITEM-COUNT             PIC 9(06) COMP VALUE ZERO.
014600 01  LIQ-ITEM-TOTAL             PIC S9(11)V99 VALUE ZERO.
014700* RUN DATE FOR THE OPENING BANNER.
014800 01  LIQ-RUN-DATE               PIC 9(08).
014900* THE FILE NAME AND STATUS FOR A "NOT AVAILABLE" MESSAGE.
015000 01  LIQ-BUSY-FILE              PIC X(08).
015100 01  LIQ-BUSY-STATUS            PIC X(02).
015200* MASTER RECORD, FIRST LINE - CODE, DESCRIPTION AND STATUS.
015300 01  LIQ-MASTER-LINE-1.
015400     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
015500     05  LIQ-M-ACCOUNT           PIC X(04).
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  LIQ-M-DESCRIPTION       PIC X(30).
015800     05  FILLER                  PIC X(09) VALUE "  STATUS ".
015900     05  LIQ-M-STATUS            PIC X(06).
016000* MASTER RECORD, SECOND LINE - THE FIGURES.
016100 01  LIQ-MASTER-LINE-2.
016200     05  FILLER                  PIC X(08) VALUE "BALANCE ".
016300     05  LIQ-M-BALANCE           PIC -(11)9.99.
016400     05  FILLER                  PIC X(10) VALUE "  OPENING ".
016500     05  LIQ-M-OPENING           PIC -(11)9.99.
016600     05  FILLER                  PIC X(08) VALUE "  POSTS ".
016700     05  LIQ-M-POST-COUNT        PIC ZZZZZ9.
016800* MASTER RECORD, THIRD LINE - THE LAST DAY ANYTHING POSTED.
016900 01  LIQ-MASTER-LINE-3.
017000     05  FILLER            PIC X(12) VALUE "LAST POSTED ".
017100     05  LIQ-M-LAST-DATE         PIC 9(08).
017200* POSTINGS HEADING AND ONE LINE PER POSTING.
017300 01  LIQ-POSTING-HEAD.
017400     05  FILLER                  PIC X(10) VALUE "  POSTED  ".
017500     05  FILLER                  PIC X(07) VALUE "    SEQ".
017600     05  FILLER                  PIC X(07) VALUE " RECORD".
017700     05  FILLER                  PIC X(12)
017800         VALUE "      AMOUNT".
017900     05  FILLER                  PIC X(16)
018000         VALUE "         BALANCE".
018100     05  FILLER                  PIC X(09) VALUE " EFFECTVE".
018200     05  FILLER                  PIC X(05) VALUE " TYPE".
018300 01  LIQ-POSTING-LINE.
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  LIQ-P-POST-DATE         PIC 9(08).
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  LIQ-P-POST-SEQ          PIC ZZZZZ9.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  LIQ-P-RECORD-NO         PIC ZZZZZ9.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  LIQ-P-AMOUNT            PIC -(7)9.99.
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  LIQ-P-BALANCE           PIC -(11)9.99.
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  LIQ-P-EFF-DATE          PIC X(08).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  LIQ-P-TYPE              PIC X(08).
019800* ONE LINE PER OPEN SUSPENSE ITEM OR ITEM STILL HELD.
019900 01  LIQ-ITEM-LINE.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  LIQ-I-LABEL             PIC X(07).
020200     05  LIQ-I-DATE              PIC 9(08).
020300     05  FILLER                  PIC X(09) VALUE "  RECORD ".
020400     05  LIQ-I-RECORD-NO         PIC 9(06).
020500     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
020600     05  LIQ-I-AMOUNT            PIC -(7)9.99.
020700* COUNT AND TOTAL UNDER THE SUSPENSE OR HELD ITEMS.
020800 01  LIQ-ITEM-TOTAL-LINE.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  LIQ-IT-COUNT            PIC ZZZZZ9.
021100     05  FILLER                  PIC X(10) VALUE " ITEMS    ".
021200     05  FILLER                  PIC X(06) VALUE "TOTAL ".
021300     05  LIQ-IT-TOTAL            PIC -(11)9.99.
021400 PROCEDURE DIVISION.
021500*================================================================
021600* BEGIN - MAINLINE.  ONE REPLY AT A TIME UNTIL THE CLERK KEYS
021700* "END".
021800*================================================================
021900 BEGIN.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100     PERFORM 2000-CONVERSE THRU 2000-EXIT
022200         UNTIL LIQ-QUIT-YES.
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400     STOP RUN.
022500*----------------------------------------------------------------
022600* 1000-INITIALIZE - THE OPENING BANNER.  NO FILE IS OPENED
022700* HERE - EACH INQUIRY OPENS AND CLOSES WHAT IT READS.
022800*----------------------------------------------------------------
022900 1000-INITIALIZE.
023000     ACCEPT LIQ-RUN-DATE FROM DATE YYYYMMDD.
023100     DISPLAY "LDGINQ - LEDGER ACCOUNT INQUIRY   DATE "
023200         LIQ-RUN-DATE.
023300 1000-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023600* 2000-CONVERSE - PROMPT, TAKE THE CLERK'S REPLY AND ACT ON IT.
023700*----------------------------------------------------------------
023800 2000-CONVERSE.
023900     DISPLAY " ".
024000     DISPLAY "KEY AN ACCOUNT CODE, B FOR OLDER POSTINGS, "
024100         "OR END TO FINISH".
024200     MOVE SPACES TO LIQ-REPLY.
024300     ACCEPT LIQ-REPLY.
024400     IF LIQ-REPLY = SPACES
024500         GO TO 2000-EXIT
024600     END-IF.
024700     IF LIQ-REPLY = "END"
024800         SET LIQ-QUIT-YES TO TRUE
024900         GO TO 2000-EXIT
025000     END-IF.
025100     IF LIQ-REPLY = "B"
025200         PERFORM 2100-PAGE-BACK THRU 2100-EXIT
025300         GO TO 2000-EXIT
025400     END-IF.
025500     IF LIQ-REPLY-REST NOT = SPACES
025600         DISPLAY "AN ACCOUNT CODE IS FOUR CHARACTERS - "
025700             LIQ-REPLY
025800         GO TO 2000-EXIT
025900     END-IF.
026000     MOVE LIQ-REPLY-ACCOUNT TO LIQ-ACCOUNT.
026100     SET LIQ-HAVE-ACCOUNT-YES TO TRUE.
026200     MOVE "N" TO LIQ-BOUND-SW.
026300     MOVE "N" TO LIQ-MORE-SW.
026400     PERFORM 2200-SHOW-MASTER THRU 2200-EXIT.
026500     PERFORM 3000-SHOW-POSTINGS THRU 3000-EXIT.
026600     PERFORM 4000-SHOW-SUSPENSE THRU 4000-EXIT.
026700     PERFORM 5000-SHOW-HELD THRU 5000-EXIT.
026800 2000-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100* 2100-PAGE-BACK - THE NEXT PAGE OF OLDER POSTINGS FOR THE
027200* ACCOUNT ON THE SCREEN, IF THERE ARE ANY.
027300*----------------------------------------------------------------
027400 2100-PAGE-BACK.
027500     IF NOT LIQ-HAVE-ACCOUNT-YES
027600         DISPLAY "KEY AN ACCOUNT CODE FIRST"
027700         GO TO 2100-EXIT
027800     END-IF.
027900     IF NOT LIQ-MORE-YES
028000         DISPLAY "NO OLDER POSTINGS FOR ACCOUNT " LIQ-ACCOUNT
028100         GO TO 2100-EXIT
028200     END-IF.
028300     PERFORM 3000-SHOW-POSTINGS THRU 3000-EXIT.
028400 2100-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700* 2200-SHOW-MASTER - READ AND SHOW THE ACCOUNT'S LEDGER MASTER
028800* RECORD.  AN ACCOUNT NOT ON THE MASTER IS SAID SO, AND THE
028900* INQUIRY GOES ON - ITS MONEY MAY WELL BE SITTING IN SUSPENSE.
029000*----------------------------------------------------------------
029100 2200-SHOW-MASTER.
029200     OPEN INPUT LEDGER-MASTER-FILE.
029300     IF LIQ-MST-FILE-STATUS NOT = "00"
029400         MOVE "LDGMST" TO LIQ-BUSY-FILE
029500         MOVE LIQ-MST-FILE-STATUS TO LIQ-BUSY-STATUS
029600         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
029700         GO TO 2200-EXIT
029800     END-IF.
029900     MOVE LIQ-ACCOUNT TO LDM-ACCOUNT-CODE.
030000     READ LEDGER-MASTER-FILE
030100         INVALID KEY
030200             DISPLAY "ACCOUNT " LIQ-ACCOUNT
030300                 " IS NOT ON THE LEDGER MASTER"
030400             CLOSE LEDGER-MASTER-FILE
030500             GO TO 2200-EXIT
030600     END-READ.
030700     IF LIQ-MST-FILE-STATUS NOT = "00"
030800         MOVE "LDGMST" TO LIQ-BUSY-FILE
030900         MOVE LIQ-MST-FILE-STATUS TO LIQ-BUSY-STATUS
031000         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
031100         CLOSE LEDGER-MASTER-FILE
031200         GO TO 2200-EXIT
031300     END-IF.
031400     CLOSE LEDGER-MASTER-FILE.
031500     MOVE LDM-ACCOUNT-CODE TO LIQ-M-ACCOUNT.
031600     MOVE LDM-DESCRIPTION TO LIQ-M-DESCRIPTION.
031700     IF LDM-CLOSED
031800         MOVE "CLOSED" TO LIQ-M-STATUS
031900     ELSE
032000         MOVE "OPEN" TO LIQ-M-STATUS
032100     END-IF.
032200     MOVE LDM-BALANCE TO LIQ-M-BALANCE.
032300     MOVE LDM-OPENING-BALANCE TO LIQ-M-OPENING.
032400     MOVE LDM-POST-COUNT TO LIQ-M-POST-COUNT.
032500     MOVE LDM-LAST-POST-DATE TO LIQ-M-LAST-DATE.
032600     DISPLAY LIQ-MASTER-LINE-1.
032700     DISPLAY LIQ-MASTER-LINE-2.
032800     DISPLAY LIQ-MASTER-LINE-3.
032900 2200-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200* 3000-SHOW-POSTINGS - ONE PAGE OF THE ACCOUNT'S POSTINGS,
033300* NEWEST FIRST: THE MOST RECENT ONES THE FIRST TIME, THEN EACH
033400* "B" THE PAGE JUST BEFORE THE OLDEST ONE SHOWN.
033500*----------------------------------------------------------------
033600 3000-SHOW-POSTINGS.
033700     MOVE 1 TO LIQ-RING-NEXT.
033800     MOVE ZERO TO LIQ-RING-USED.
033900     MOVE ZERO TO LIQ-OLDER-COUNT.
034000     MOVE "N" TO LIQ-MORE-SW.
034100     OPEN INPUT HISTORY-FILE.
034200     IF LIQ-HST-FILE-STATUS = "35"
034300         DISPLAY "NO POSTINGS ON FILE FOR ACCOUNT " LIQ-ACCOUNT
034400         GO TO 3000-EXIT
034500     END-IF.
034600     IF LIQ-HST-FILE-STATUS NOT = "00"
034700         MOVE "PSTHST" TO LIQ-BUSY-FILE
034800         MOVE LIQ-HST-FILE-STATUS TO LIQ-BUSY-STATUS
034900         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
035000         GO TO 3000-EXIT
035100     END-IF.
035200     MOVE LIQ-ACCOUNT TO PHS-ACCOUNT-CODE.
035300     MOVE ZERO TO PHS-POST-DATE.
035400     MOVE ZERO TO PHS-POST-SEQ.
035500     MOVE "N" TO LIQ-SCAN-SW.
035600     START HISTORY-FILE KEY IS NOT LESS THAN PHS-HISTORY-KEY
035700         INVALID KEY
035800             SET LIQ-SCAN-DONE TO TRUE
035900     END-START.
036000     PERFORM 3100-READ-POSTING THRU 3100-EXIT
036100         UNTIL LIQ-SCAN-DONE.
036200     CLOSE HISTORY-FILE.
036300     IF LIQ-RING-USED = ZERO
036400         DISPLAY "NO POSTINGS ON FILE FOR ACCOUNT " LIQ-ACCOUNT
036500         GO TO 3000-EXIT
036600     END-IF.
036700     DISPLAY "POSTINGS, NEWEST FIRST".
036800     DISPLAY LIQ-POSTING-HEAD.
036900     MOVE LIQ-RING-NEXT TO LIQ-SHOW-INDEX.
037000     PERFORM 3200-SHOW-ONE-POSTING THRU 3200-EXIT
037100         VARYING LIQ-SHOW-COUNT FROM 1 BY 1
037200         UNTIL LIQ-SHOW-COUNT > LIQ-RING-USED.
037300     MOVE LIQ-PG-POST-DATE (LIQ-SHOW-INDEX) TO LIQ-BOUND-DATE.
037400     MOVE LIQ-PG-POST-SEQ (LIQ-SHOW-INDEX) TO LIQ-BOUND-SEQ.
037500     SET LIQ-BOUND-YES TO TRUE.
037600     IF LIQ-OLDER-COUNT > ZERO
037700         SET LIQ-MORE-YES TO TRUE
037800         DISPLAY "MORE - KEY B FOR OLDER POSTINGS"
037900     ELSE
038000         DISPLAY "NO OLDER POSTINGS"
038100     END-IF.
038200 3000-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 3100-READ-POSTING - READ THE NEXT HISTORY RECORD.  THE SCAN
038600* STOPS AT THE NEXT ACCOUNT OR AT THE BOUND (THE OLDEST POSTING
038700* ALREADY SHOWN); OTHERWISE THE POSTING TAKES THE NEXT SLOT IN
038800* THE PAGE TABLE, PUSHING OUT THE OLDEST ONCE IT IS FULL.
038900*----------------------------------------------------------------
039000 3100-READ-POSTING.
039100     READ HISTORY-FILE NEXT RECORD
039200         AT END
039300             SET LIQ-SCAN-DONE TO TRUE
039400             GO TO 3100-EXIT
039500     END-READ.
039600     IF LIQ-HST-FILE-STATUS NOT = "00"
039700         MOVE "PSTHST" TO LIQ-BUSY-FILE
039800         MOVE LIQ-HST-FILE-STATUS TO LIQ-BUSY-STATUS
039900         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
040000         SET LIQ-SCAN-DONE TO TRUE
040100         GO TO 3100-EXIT
040200     END-IF.
040300     IF PHS-ACCOUNT-CODE NOT = LIQ-ACCOUNT
040400         SET LIQ-SCAN-DONE TO TRUE
040500         GO TO 3100-EXIT
040600     END-IF.
040700     IF LIQ-BOUND-YES AND
040800        (PHS-POST-DATE > LIQ-BOUND-DATE OR
040900         (PHS-POST-DATE = LIQ-BOUND-DATE AND
041000          PHS-POST-SEQ NOT < LIQ-BOUND-SEQ))
041100         SET LIQ-SCAN-DONE TO TRUE
041200         GO TO 3100-EXIT
041300     END-IF.
041400     IF LIQ-RING-USED < LIQ-PAGE-SIZE
041500         ADD 1 TO LIQ-RING-USED
041600     ELSE
041700         ADD 1 TO LIQ-OLDER-COUNT
041800     END-IF.
041900     MOVE PHS-POST-DATE TO LIQ-PG-POST-DATE (LIQ-RING-NEXT).
042000     MOVE PHS-POST-SEQ TO LIQ-PG-POST-SEQ (LIQ-RING-NEXT).
042100     MOVE PHS-RECORD-NO TO LIQ-PG-RECORD-NO (LIQ-RING-NEXT).
042200     MOVE PHS-AMOUNT TO LIQ-PG-AMOUNT (LIQ-RING-NEXT).
042300     MOVE PHS-RESULT-BALANCE TO LIQ-PG-BALANCE (LIQ-RING-NEXT).
042400     MOVE PHS-EFFECTIVE-DATE TO LIQ-PG-EFF-DATE (LIQ-RING-NEXT).
042500     MOVE PHS-ENTRY-TYPE TO LIQ-PG-ENTRY-TYPE (LIQ-RING-NEXT).
042600     IF LIQ-RING-NEXT = LIQ-PAGE-SIZE
042700         MOVE 1 TO LIQ-RING-NEXT
042800     ELSE
042900         ADD 1 TO LIQ-RING-NEXT
043000     END-IF.
043100 3100-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400* 3200-SHOW-ONE-POSTING - STEP BACK ONE SLOT IN THE PAGE TABLE
043500* (NEWEST FIRST) AND SHOW THAT POSTING.  WHEN THE PAGE IS DONE,
043600* LIQ-SHOW-INDEX IS LEFT ON THE OLDEST POSTING SHOWN.
043700*----------------------------------------------------------------
043800 3200-SHOW-ONE-POSTING.
043900     IF LIQ-SHOW-INDEX = 1
044000         MOVE LIQ-PAGE-SIZE TO LIQ-SHOW-INDEX
044100     ELSE
044200         SUBTRACT 1 FROM LIQ-SHOW-INDEX
044300     END-IF.
044400     MOVE LIQ-PG-POST-DATE (LIQ-SHOW-INDEX) TO LIQ-P-POST-DATE.
044500     MOVE LIQ-PG-POST-SEQ (LIQ-SHOW-INDEX) TO LIQ-P-POST-SEQ.
044600     MOVE LIQ-PG-RECORD-NO (LIQ-SHOW-INDEX) TO LIQ-P-RECORD-NO.
044700     MOVE LIQ-PG-AMOUNT (LIQ-SHOW-INDEX) TO LIQ-P-AMOUNT.
044800     MOVE LIQ-PG-BALANCE (LIQ-SHOW-INDEX) TO LIQ-P-BALANCE.
044900     MOVE LIQ-PG-EFF-DATE (LIQ-SHOW-INDEX) TO LIQ-P-EFF-DATE.
045000     MOVE SPACES TO LIQ-P-TYPE.
045100     IF LIQ-PG-ENTRY-TYPE (LIQ-SHOW-INDEX) = "R"
045200         MOVE "REVERSAL" TO LIQ-P-TYPE
045300     END-IF.
045400     IF LIQ-PG-ENTRY-TYPE (LIQ-SHOW-INDEX) = "B"
045500         MOVE "BAL FWD" TO LIQ-P-TYPE
045600     END-IF.
045620     IF LIQ-PG-ENTRY-TYPE (LIQ-SHOW-INDEX) = "H"
045640         MOVE "RELEASED" TO LIQ-P-TYPE
045660     END-IF.
045700     DISPLAY LIQ-POSTING-LINE.
045800 3200-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100* 4000-SHOW-SUSPENSE - EVERY SUSPENSE ITEM STILL OPEN WHOSE
046200* ORIGINAL ACCOUNT IS THE ONE KEYED - MONEY THE JOURNAL NAMED
046300* FOR IT THAT IS SITTING IN SUSPENSE INSTEAD.
046400*----------------------------------------------------------------
046500 4000-SHOW-SUSPENSE.
046600     MOVE ZERO TO LIQ-ITEM-COUNT.
046700     MOVE ZERO TO LIQ-ITEM-TOTAL.
046800     DISPLAY "OPEN SUSPENSE ITEMS FOR ACCOUNT " LIQ-ACCOUNT.
046900     OPEN INPUT SUSPENSE-FILE-IN.
047000     IF LIQ-SUS-FILE-STATUS = "35"
047100         GO TO 4000-TOTAL
047200     END-IF.
047300     IF LIQ-SUS-FILE-STATUS NOT = "00"
047400         MOVE "SUSDET" TO LIQ-BUSY-FILE
047500         MOVE LIQ-SUS-FILE-STATUS TO LIQ-BUSY-STATUS
047600         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
047700         GO TO 4000-EXIT
047800     END-IF.
047900     MOVE "N" TO LIQ-SCAN-SW.
048000     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
048100         UNTIL LIQ-SCAN-DONE.
048200     CLOSE SUSPENSE-FILE-IN.
048300 4000-TOTAL.
048400     MOVE LIQ-ITEM-COUNT TO LIQ-IT-COUNT.
048500     MOVE LIQ-ITEM-TOTAL TO LIQ-IT-TOTAL.
048600     DISPLAY LIQ-ITEM-TOTAL-LINE.
048700 4000-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 4100-READ-SUSPENSE - READ ONE SUSPENSE ITEM AND SHOW IT IF IT
049100* IS OPEN AND BELONGS TO THE ACCOUNT KEYED.
049200*----------------------------------------------------------------
049300 4100-READ-SUSPENSE.
049400     READ SUSPENSE-FILE-IN
049500         AT END
049600             SET LIQ-SCAN-DONE TO TRUE
049700             GO TO 4100-EXIT
049800     END-READ.
049900     IF SUS-ORIG-ACCOUNT NOT = LIQ-ACCOUNT OR
050000        NOT SUS-ITEM-OPEN
050100         GO TO 4100-EXIT
050200     END-IF.
050300     ADD 1 TO LIQ-ITEM-COUNT.
050400     ADD SUS-AMOUNT TO LIQ-ITEM-TOTAL.
050500     MOVE "POSTED " TO LIQ-I-LABEL.
050600     MOVE SUS-POST-DATE TO LIQ-I-DATE.
050700     MOVE SUS-RECORD-NO TO LIQ-I-RECORD-NO.
050800     MOVE SUS-AMOUNT TO LIQ-I-AMOUNT.
050900     DISPLAY LIQ-ITEM-LINE.
051000 4100-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300* 5000-SHOW-HELD - EVERY ITEM STILL HELD FOR A SUPERVISOR'S
051400* RELEASE AGAINST THE ACCOUNT KEYED - JOURNAL MONEY THAT HAS NOT
051500* REACHED THE BALANCE YET.
051600*----------------------------------------------------------------
051700 5000-SHOW-HELD.
051800     MOVE ZERO TO LIQ-ITEM-COUNT.
051900     MOVE ZERO TO LIQ-ITEM-TOTAL.
052000     DISPLAY "ITEMS ON HOLD FOR ACCOUNT " LIQ-ACCOUNT.
052100     OPEN INPUT HELD-FILE-IN.
052200     IF LIQ-HLD-FILE-STATUS = "35"
052300         GO TO 5000-TOTAL
052400     END-IF.
052500     IF LIQ-HLD-FILE-STATUS NOT = "00"
052600         MOVE "HLDMST" TO LIQ-BUSY-FILE
052700         MOVE LIQ-HLD-FILE-STATUS TO LIQ-BUSY-STATUS
052800         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
052900         GO TO 5000-EXIT
053000     END-IF.
053100     MOVE "N" TO LIQ-SCAN-SW.
053200     PERFORM 5100-READ-HELD THRU 5100-EXIT
053300         UNTIL LIQ-SCAN-DONE.
053400     CLOSE HELD-FILE-IN.
053500 5000-TOTAL.
053600     MOVE LIQ-ITEM-COUNT TO LIQ-IT-COUNT.
053700     MOVE LIQ-ITEM-TOTAL TO LIQ-IT-TOTAL.
053800     DISPLAY LIQ-ITEM-TOTAL-LINE.
053900 5000-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200* 5100-READ-HELD - READ ONE HELD ITEM AND SHOW IT IF IT IS
054300* STILL HELD AGAINST THE ACCOUNT KEYED.
054400*----------------------------------------------------------------
054500 5100-READ-HELD.
054600     READ HELD-FILE-IN
054700         AT END
054800             SET LIQ-SCAN-DONE TO TRUE
054900             GO TO 5100-EXIT
055000     END-READ.
055100     IF LIQ-HLD-FILE-STATUS NOT = "00"
055200         MOVE "HLDMST" TO LIQ-BUSY-FILE
055300         MOVE LIQ-HLD-FILE-STATUS TO LIQ-BUSY-STATUS
055400         PERFORM 8000-FILE-BUSY THRU 8000-EXIT
055500         SET LIQ-SCAN-DONE TO TRUE
055600         GO TO 5100-EXIT
055700     END-IF.
055800     IF HLD-ACCOUNT-CODE NOT = LIQ-ACCOUNT OR
055900        NOT HLD-ITEM-HELD
056000         GO TO 5100-EXIT
056100     END-IF.
056200     ADD 1 TO LIQ-ITEM-COUNT.
056300     ADD HLD-AMOUNT TO LIQ-ITEM-TOTAL.
056400     MOVE "HELD   " TO LIQ-I-LABEL.
056500     MOVE HLD-RUN-DATE TO LIQ-I-DATE.
056600     MOVE HLD-RECORD-NO TO LIQ-I-RECORD-NO.
056700     MOVE HLD-AMOUNT TO LIQ-I-AMOUNT.
056800     DISPLAY LIQ-ITEM-LINE.
056900 5100-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200* 8000-FILE-BUSY - A FILE COULD NOT BE OPENED OR READ - MOST
057300* LIKELY THE NIGHTLY POSTING RUN HAS IT.  TELL THE CLERK AND
057400* CARRY ON; NOTHING HAS BEEN CHANGED, SO TRYING LATER IS SAFE.
057500*----------------------------------------------------------------
057600 8000-FILE-BUSY.
057700     DISPLAY LIQ-BUSY-FILE " NOT AVAILABLE - STATUS "
057800         LIQ-BUSY-STATUS " - TRY AGAIN AFTER THE POSTING RUN".
057900 8000-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200* 9000-TERMINATE - SIGN OFF.  EVERY FILE IS ALREADY CLOSED.
058300*----------------------------------------------------------------
058400 9000-TERMINATE.
058500     DISPLAY "LDGINQ - INQUIRY ENDED.".
058600 9000-EXIT.
058700     EXIT.
