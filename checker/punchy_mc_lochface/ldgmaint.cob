002500*                    A DECK WITH REJECTED CARDS ENDS WITH
002600*                    WARNING RETURN-CODE 4; ANY MASTER I-O
002700*                    FAILURE ABORTS WITH RETURN-CODE 16.
002710*  10/15/2026  JH    APPROVAL THRESHOLDS.  A NEW "TH" CARD SETS
002720*                    AN ACCOUNT'S HOLD LIMIT (SEE LDGMAST.CPY)
002730*                    IN WHOLE THOUSANDS FROM COLUMNS 49-53, AND
002740*                    AN "AD" CARD MAY PUNCH ONE THERE TOO.  AN
002750*                    "OK" DETAIL OVER THE LIMIT IS HELD BY
002760*                    LDGPOST UNTIL A SUPERVISOR RELEASES IT
002770*                    THROUGH HLDRLSE.  BLANK OR ZERO MEANS NO
002780*                    LIMIT.  THE IMAGE LINES NOW SHOW THE LIMIT.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004700* MAINT-CARD-FILE - THE MAINTENANCE DECK.  ONE 80-COLUMN CARD
004800* PER ACTION:
004900* COLUMNS   1-  2  ACTION - "AD" ADD, "CL" CLOSE, "CH" CHANGE
005000*                  DESCRIPTION, "TH" SET HOLD THRESHOLD
005100* COLUMNS   3-  6  DEPARTMENT/ACCOUNT CODE
005200* COLUMNS   7- 36  ACCOUNT DESCRIPTION ("AD" AND "CH")
005300* COLUMNS  37- 48  OPENING BALANCE, SIGN AND 9 DIGITS WITH 2
005400*                  DECIMALS ("AD" ONLY - BLANK MEANS ZERO)
005420* COLUMNS  49- 53  HOLD THRESHOLD IN WHOLE THOUSANDS ("AD" AND
005440*                  "TH" - BLANK MEANS ZERO, NO THRESHOLD)
005460* COLUMNS  54- 80  UNUSED
005600*----------------------------------------------------------------
005700 FD  MAINT-CARD-FILE
005800     LABEL RECORDS ARE STANDARD
006200         88  MNT-ADD                         VALUE "AD".
006300         88  MNT-CLOSE                       VALUE "CL".
006400         88  MNT-CHANGE                      VALUE "CH".
006450         88  MNT-THRESHOLD                   VALUE "TH".
006500     05  MNT-ACCOUNT-CODE       PIC X(04).
006600     05  MNT-DESCRIPTION        PIC X(30).
006700     05  MNT-OPENING-BALANCE    PIC S9(9)V99
006800         SIGN LEADING SEPARATE.
006820     05  MNT-HOLD-LIMIT         PIC 9(05).
006840     05  MNT-HOLD-LIMIT-X REDEFINES MNT-HOLD-LIMIT
006860                                PIC X(05).
006900     05  FILLER                 PIC X(27).
007000*----------------------------------------------------------------
007100* LEDGER-MASTER-FILE - ONE RECORD PER DEPARTMENT/ACCOUNT, KEYED
007200* BY THE ACCOUNT CODE.  SEE LDGMAST.CPY.  THIS IS THE ONLY
009900     05  LMT-ADD-COUNT          PIC 9(06) COMP VALUE ZERO.
010000     05  LMT-CLOSE-COUNT        PIC 9(06) COMP VALUE ZERO.
010100     05  LMT-CHANGE-COUNT       PIC 9(06) COMP VALUE ZERO.
010150     05  LMT-LIMIT-COUNT        PIC 9(06) COMP VALUE ZERO.
010200     05  LMT-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
010300* END-OF-DECK AND PER-CARD SWITCHES.
010400 01  LMT-SWITCHES.
015000     05  FILLER                  PIC X(08) VALUE "  STATUS".
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  LMT-I-STATUS            PIC X(01).
015220     05  FILLER                  PIC X(07) VALUE "  LIMIT".
015240     05  FILLER                  PIC X(01) VALUE SPACE.
015260     05  LMT-I-LIMIT             PIC ZZZZ9.
015300     05  FILLER                  PIC X(25) VALUE SPACES.
015400* "NOT ON FILE" BEFORE-IMAGE LINE FOR AN ADD OR A MIS-KEYED
015500* CLOSE/CHANGE.
015600 01  LMT-NOFILE-LINE.
017100     05  LMT-T-CHANGE-COUNT      PIC ZZZZZ9.
017200     05  FILLER            PIC X(11) VALUE "  REJECTED ".
017300     05  LMT-T-REJECT-COUNT      PIC ZZZZZ9.
017320     05  FILLER            PIC X(13) VALUE "  THRESHOLDS ".
017340     05  LMT-T-LIMIT-COUNT       PIC ZZZZZ9.
017400     05  FILLER                  PIC X(53) VALUE SPACES.
017500 PROCEDURE DIVISION.
017600*================================================================
017700* BEGIN - MAINLINE.  OPENS THE MAINTENANCE DECK, THE LEDGER
023600             IF MNT-CHANGE
023700                 PERFORM 2400-CHANGE-ACCOUNT THRU 2400-EXIT
023800             ELSE
023820                 IF MNT-THRESHOLD
023840                     PERFORM 2450-SET-THRESHOLD THRU 2450-EXIT
023860                 ELSE
023900                     MOVE "REJECTED - BAD ACTION" TO LMT-D-STATUS
024000                     SET LMT-REJECTED-YES TO TRUE
024100                     WRITE AUDIT-REPORT-LINE FROM LMT-DETAIL-LINE
024150                 END-IF
024200             END-IF
024300         END-IF
024400     END-IF.
028100         WRITE AUDIT-REPORT-LINE FROM LMT-DETAIL-LINE
028200         GO TO 2200-EXIT
028300     END-IF.
028310     IF MNT-HOLD-LIMIT-X NOT = SPACES AND
028320        MNT-HOLD-LIMIT NOT NUMERIC
028330         MOVE "REJECTED - BAD THRESHOLD" TO LMT-D-STATUS
028340         SET LMT-REJECTED-YES TO TRUE
028350         WRITE AUDIT-REPORT-LINE FROM LMT-DETAIL-LINE
028360         GO TO 2200-EXIT
028370     END-IF.
028400     MOVE SPACES TO LEDGER-MASTER-RECORD.
028500     MOVE MNT-ACCOUNT-CODE TO LDM-ACCOUNT-CODE.
028600     IF MNT-OPENING-BALANCE = SPACES
029300     MOVE ZERO TO LDM-LAST-POST-DATE.
029400     MOVE MNT-DESCRIPTION TO LDM-DESCRIPTION.
029500     SET LDM-OPEN TO TRUE.
029510     IF MNT-HOLD-LIMIT-X = SPACES
029520         MOVE ZERO TO LDM-HOLD-LIMIT
029530     ELSE
029540         MOVE MNT-HOLD-LIMIT TO LDM-HOLD-LIMIT
029550     END-IF.
029600     WRITE LEDGER-MASTER-RECORD.
029700     IF LMT-MST-FILE-STATUS NOT = "00"
029800         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
037500     PERFORM 2700-PRINT-AFTER THRU 2700-EXIT.
037600 2400-EXIT.
037700     EXIT.
037702*----------------------------------------------------------------
037704* 2450-SET-THRESHOLD - SET AN ACCOUNT'S HOLD THRESHOLD.  THE
037706* ACCOUNT MUST BE ON FILE AND THE THRESHOLD, IF PUNCHED, MUST
037708* PASS THE CLASS TEST - BLANK OR ZERO TAKES THE THRESHOLD OFF.
037710* A CLOSED ACCOUNT CAN STILL BE SET; IT TAKES NO POSTINGS.
037712*----------------------------------------------------------------
037714 2450-SET-THRESHOLD.
037716     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
037718     IF LMT-NO-ACCOUNT-YES
037720         MOVE "REJECTED - NO ACCOUNT" TO LMT-D-STATUS
037722         SET LMT-REJECTED-YES TO TRUE
037724         WRITE AUDIT-REPORT-LINE FROM LMT-DETAIL-LINE
037726         MOVE "BEFORE" TO LMT-N-TAG
037728         WRITE AUDIT-REPORT-LINE FROM LMT-NOFILE-LINE
037730         GO TO 2450-EXIT
037732     END-IF.
037734     IF MNT-HOLD-LIMIT-X NOT = SPACES AND
037736        MNT-HOLD-LIMIT NOT NUMERIC
037738         MOVE "REJECTED - BAD THRESHOLD" TO LMT-D-STATUS
037740         SET LMT-REJECTED-YES TO TRUE
037742         WRITE AUDIT-REPORT-LINE FROM LMT-DETAIL-LINE
037744         PERFORM 2600-PRINT-BEFORE THRU 2600-EXIT
037746         GO TO 2450-EXIT
037748     END-IF.
037750     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
037752     IF MNT-HOLD-LIMIT-X = SPACES
037754         MOVE ZERO TO LDM-HOLD-LIMIT
037756     ELSE
037758         MOVE MNT-HOLD-LIMIT TO LDM-HOLD-LIMIT
037760     END-IF.
037762     REWRITE LEDGER-MASTER-RECORD.
037764     IF LMT-MST-FILE-STATUS NOT = "00"
037766         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
037768     END-IF.
037770     ADD 1 TO LMT-LIMIT-COUNT.
037772     MOVE "THRESHOLD SET" TO LMT-D-STATUS.
037774     WRITE AUDIT-REPORT-LINE FROM LMT-DETAIL-LINE.
037776     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
037778     PERFORM 2700-PRINT-AFTER THRU 2700-EXIT.
037780 2450-EXIT.
037782     EXIT.
037800*----------------------------------------------------------------
037900* 2500-READ-MASTER - READ THE MASTER BY THE CARD'S ACCOUNT CODE.
038000* AN INVALID KEY MEANS THE ACCOUNT IS NOT ON FILE; ANY OTHER
041100     MOVE LDM-BALANCE TO LMT-I-BALANCE.
041200     MOVE LDM-POST-COUNT TO LMT-I-POST-COUNT.
041300     MOVE LDM-STATUS TO LMT-I-STATUS.
041350     PERFORM 2660-IMAGE-LIMIT THRU 2660-EXIT.
041400 2610-EXIT.
041500     EXIT.
041600 2650-PRINT-HELD.
041700     WRITE AUDIT-REPORT-LINE FROM LMT-IMAGE-LINE.
041800 2650-EXIT.
041900     EXIT.
041902*----------------------------------------------------------------
041904* 2660-IMAGE-LIMIT - THE THRESHOLD FOR THE IMAGE LINE.  A RECORD
041906* FROM BEFORE THE FIELD EXISTED SHOWS ZERO, WHICH IS WHAT ITS
041908* BLANKS MEAN.
041910*----------------------------------------------------------------
041912 2660-IMAGE-LIMIT.
041914     IF LDM-HOLD-LIMIT NUMERIC
041916         MOVE LDM-HOLD-LIMIT TO LMT-I-LIMIT
041918     ELSE
041920         MOVE ZERO TO LMT-I-LIMIT
041922     END-IF.
041924 2660-EXIT.
041926     EXIT.
041950*----------------------------------------------------------------
042000* 2700-PRINT-AFTER - PRINT THE RECORD IN THE BUFFER AS THE
042100* AFTER IMAGE, ONCE THE ACTION HAS LANDED ON THE MASTER.
042600     MOVE LDM-BALANCE TO LMT-I-BALANCE.
042700     MOVE LDM-POST-COUNT TO LMT-I-POST-COUNT.
042800     MOVE LDM-STATUS TO LMT-I-STATUS.
042850     PERFORM 2660-IMAGE-LIMIT THRU 2660-EXIT.
042900     WRITE AUDIT-REPORT-LINE FROM LMT-IMAGE-LINE.
043000 2700-EXIT.
043100     EXIT.
044000     MOVE LMT-CLOSE-COUNT TO LMT-T-CLOSE-COUNT.
044100     MOVE LMT-CHANGE-COUNT TO LMT-T-CHANGE-COUNT.
044200     MOVE LMT-REJECT-COUNT TO LMT-T-REJECT-COUNT.
044250     MOVE LMT-LIMIT-COUNT TO LMT-T-LIMIT-COUNT.
044300     WRITE AUDIT-REPORT-LINE FROM LMT-TRAILER-LINE.
044400     CLOSE MAINT-CARD-FILE, LEDGER-MASTER-FILE,
044500         AUDIT-REPORT-FILE.
