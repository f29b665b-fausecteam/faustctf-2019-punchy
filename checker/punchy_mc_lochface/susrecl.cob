002400*                    ITEM IN FLIGHT - CHECK THE LAST LINE OF
002500*                    THE LISTING AGAINST THE DETAIL FILE BEFORE
002600*                    RERUNNING AN ABORTED PASS.
002620*  10/15/2026  JH    THE POSTING HISTORY RECORD GREW TO 64
002640*                    CHARACTERS (SEE PSTHIST.CPY).  A RECLASS
002660*                    MOVE IS NEVER A REVERSAL, SO THE NEW FIELDS
002680*                    ARE LEFT BLANK.
002682*  10/15/2026  JH    THE POSTING HISTORY IS NOW INDEXED ON
002684*                    ACCOUNT, POST DATE AND POSTING SEQUENCE
002686*                    (SEE PSTHIST.CPY - THE RECORD GREW TO 70
002688*                    CHARACTERS).  EACH MOVE'S HISTORY RECORD
002690*                    TAKES THE NEXT SEQUENCE FOR ITS ACCOUNT
002692*                    AND RUN DATE, AFTER ANYTHING LDGPOST
002694*                    ALREADY WROTE FOR THE DAY.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004000         RECORD KEY IS LDM-ACCOUNT-CODE
004100         FILE STATUS IS SRC-MST-FILE-STATUS.
004200     SELECT HISTORY-FILE ASSIGN TO "PSTHST"
004300         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS PHS-HISTORY-KEY
004400         FILE STATUS IS SRC-HST-FILE-STATUS.
004500     SELECT RECLASS-REPORT-FILE ASSIGN TO "SRCOUT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
007200*----------------------------------------------------------------
007300 FD  HISTORY-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 70 CHARACTERS.
007600 COPY PSTHIST.
007700*----------------------------------------------------------------
007800* RECLASS-REPORT-FILE - THE PRINTED RECLASSIFICATION LISTING.
009300* FILE STATUS FOR THE HISTORY - A MOVE THE HISTORY CANNOT
009400* EXPLAIN IS A QUESTION NOBODY CAN ANSWER LATER.
009500 01  SRC-HST-FILE-STATUS        PIC X(02).
009510* THE ACCOUNT THE LAST HISTORY RECORD WENT TO AND THE POSTING
009520* SEQUENCE IT TOOK, SO THE NEXT RECORD FOR THE SAME ACCOUNT
009530* TAKES THE ONE AFTER WITHOUT READING THE FILE AGAIN.
009540 01  SRC-HST-SEQ-AREA.
009550     05  SRC-HST-LAST-ACCOUNT   PIC X(04) VALUE SPACES.
009560     05  SRC-HST-SEQ            PIC 9(06) VALUE ZERO.
009570     05  SRC-HST-SCAN-SW        PIC X(01) VALUE "N".
009580         88  SRC-HST-SCAN-DONE               VALUE "Y".
009600* THE DESIGNATED SUSPENSE ACCOUNT ON THE LEDGER MASTER.  MUST
009700* MATCH THE CODE LDGPOST AND TRIALBAL CARRY.
009800 77  SRC-SUSPENSE-ACCT          PIC X(04) VALUE "9999".
018600     IF SRC-MST-FILE-STATUS NOT = "00"
018700         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
018800     END-IF.
018900     OPEN I-O HISTORY-FILE.
019000     IF SRC-HST-FILE-STATUS = "35"
019100         OPEN OUTPUT HISTORY-FILE
019120         IF SRC-HST-FILE-STATUS = "00"
019140             CLOSE HISTORY-FILE
019160             OPEN I-O HISTORY-FILE
019180         END-IF
019200     END-IF.
019300     IF SRC-HST-FILE-STATUS NOT = "00"
019400         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
033100* THE BUFFER.
033200*----------------------------------------------------------------
033300 2400-WRITE-HISTORY.
033350     PERFORM 2480-NEXT-SEQUENCE THRU 2480-EXIT.
033400     MOVE SPACES TO POSTING-HISTORY-RECORD.
033500     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
033600     MOVE SRC-RUN-DATE TO PHS-POST-DATE.
033650     MOVE SRC-HST-SEQ TO PHS-POST-SEQ.
033700     MOVE SUS-RECORD-NO TO PHS-RECORD-NO.
033800     MOVE SUS-AMOUNT TO PHS-AMOUNT.
033900     MOVE LDM-BALANCE TO PHS-RESULT-BALANCE.
034800* THE SUSPENSE ACCOUNT, CARRYING THE AMOUNT NEGATED.
034900*----------------------------------------------------------------
035000 2450-WRITE-SUS-HISTORY.
035050     PERFORM 2480-NEXT-SEQUENCE THRU 2480-EXIT.
035100     MOVE SPACES TO POSTING-HISTORY-RECORD.
035200     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
035300     MOVE SRC-RUN-DATE TO PHS-POST-DATE.
035350     MOVE SRC-HST-SEQ TO PHS-POST-SEQ.
035400     MOVE SUS-RECORD-NO TO PHS-RECORD-NO.
035500     SUBTRACT SUS-AMOUNT FROM ZERO GIVING PHS-AMOUNT.
035600     MOVE LDM-BALANCE TO PHS-RESULT-BALANCE.
036000     END-IF.
036100 2450-EXIT.
036200     EXIT.
036201*----------------------------------------------------------------
036202* 2480-NEXT-SEQUENCE - THE POSTING SEQUENCE FOR THE HISTORY
036203* RECORD ABOUT TO BE WRITTEN FOR THE ACCOUNT IN LDM-ACCOUNT-CODE.
036204* THE SAME ACCOUNT AS THE LAST RECORD TAKES THE NEXT NUMBER; A
036205* NEW ACCOUNT STARTS AFTER THE HIGHEST SEQUENCE ALREADY ON FILE
036206* FOR IT AND THE RUN DATE - NONE AT ALL MEANS 1.
036207*----------------------------------------------------------------
036208 2480-NEXT-SEQUENCE.
036209     IF LDM-ACCOUNT-CODE = SRC-HST-LAST-ACCOUNT
036210         ADD 1 TO SRC-HST-SEQ
036211         GO TO 2480-EXIT
036212     END-IF.
036213     MOVE LDM-ACCOUNT-CODE TO SRC-HST-LAST-ACCOUNT.
036214     MOVE ZERO TO SRC-HST-SEQ.
036215     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
036216     MOVE SRC-RUN-DATE TO PHS-POST-DATE.
036217     MOVE ZERO TO PHS-POST-SEQ.
036218     MOVE "N" TO SRC-HST-SCAN-SW.
036219     START HISTORY-FILE KEY IS GREATER THAN PHS-HISTORY-KEY
036220         INVALID KEY
036221             SET SRC-HST-SCAN-DONE TO TRUE
036222     END-START.
036223     IF NOT SRC-HST-SCAN-DONE AND SRC-HST-FILE-STATUS NOT = "00"
036224         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
036225     END-IF.
036226     PERFORM 2490-SCAN-SEQUENCE THRU 2490-EXIT
036227         UNTIL SRC-HST-SCAN-DONE.
036228     ADD 1 TO SRC-HST-SEQ.
036229 2480-EXIT.
036230     EXIT.
036231*----------------------------------------------------------------
036232* 2490-SCAN-SEQUENCE - READ ON THROUGH THE ACCOUNT'S RECORDS FOR
036233* THE RUN DATE, KEEPING THE LAST SEQUENCE SEEN.
036234*----------------------------------------------------------------
036235 2490-SCAN-SEQUENCE.
036236     READ HISTORY-FILE NEXT RECORD
036237         AT END
036238             SET SRC-HST-SCAN-DONE TO TRUE
036239             GO TO 2490-EXIT
036240     END-READ.
036241     IF SRC-HST-FILE-STATUS NOT = "00"
036242         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
036243     END-IF.
036244     IF PHS-ACCOUNT-CODE NOT = SRC-HST-LAST-ACCOUNT OR
036245        PHS-POST-DATE NOT = SRC-RUN-DATE
036246         SET SRC-HST-SCAN-DONE TO TRUE
036247         GO TO 2490-EXIT
036248     END-IF.
036249     MOVE PHS-POST-SEQ TO SRC-HST-SEQ.
036250 2490-EXIT.
036251     EXIT.
036300*----------------------------------------------------------------
036400* 9000-TERMINATE - PRINT THE TRAILER, CLOSE THE FILES, AND GIVE
036500* THE OPERATOR A SHORT CONSOLE MESSAGE.  HELD ITEMS ARE THE
039100 9900-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400* 9920-HST-IO-ABORT - THE POSTING HISTORY FAILED AN OPEN, A
039500* READ OR A WRITE.  A MOVE THE HISTORY CANNOT EXPLAIN IS A
039600* QUESTION NOBODY CAN ANSWER LATER, SO STOP WITH RETURN-CODE 16.
039700*----------------------------------------------------------------
039800 9920-HST-IO-ABORT.
039900     DISPLAY "SUSRECL - POSTING HISTORY I-O FAILURE - STATUS "
