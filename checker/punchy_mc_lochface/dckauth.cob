000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCKAUTH.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  DECK REGISTRY MAINTENANCE.
001300*                    ADDBATCH REFUSES A DECK OR BATCH THE DECK
001400*                    REGISTRY (SEE DECKREG.CPY) SAYS WENT THROUGH
001500*                    ON AN EARLIER NIGHT, NAMING THAT RUN DATE.
001600*                    WHEN A SUPERVISOR KNOWS THE RESUBMISSION IS
001700*                    LEGITIMATE, AN "AU" CARD HERE AUTHORIZES IT -
001800*                    THE WHOLE DECK AND EVERY BATCH THAT WENT
001900*                    THROUGH ON THAT RUN DATE, OR ONE DEPARTMENT'S
002000*                    BATCH - AND A "CN" CARD WITHDRAWS AN
002100*                    AUTHORIZATION NOT YET USED.  AN AUTHORIZATION
002200*                    COVERS ONE FEEDING: ADDBATCH MARKS IT USED
002300*                    WHEN THE RESUBMITTED DECK COMPLETES.  THE
002400*                    LISTING SHOWS EVERY REGISTRY ENTRY TOUCHED
002500*                    AND THE SUPERVISOR WHO SIGNED FOR IT.  A DECK
002600*                    WITH REJECTED CARDS ENDS WITH WARNING
002700*                    RETURN-CODE 4.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. GENERIC.
003200 OBJECT-COMPUTER. GENERIC.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AUTH-CARD-FILE ASSIGN TO "DCKIN"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DECK-REGISTRY-FILE ASSIGN TO "DCKREG"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS DKR-KEY
004100         FILE STATUS IS DKA-DKR-FILE-STATUS.
004200     SELECT AUTH-REPORT-FILE ASSIGN TO "DCKOUT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------
004700* AUTH-CARD-FILE - THE SUPERVISOR'S REGISTRY MAINTENANCE DECK.
004800* ONE 80-COLUMN CARD PER AUTHORIZATION:
004900* COLUMNS   1-  2  ACTION - "AU" AUTHORIZE A RESUBMISSION, "CN"
005000*                  WITHDRAW AN AUTHORIZATION NOT YET USED
005100* COLUMNS   3- 10  RUN DATE THE DECK WENT THROUGH, YYYYMMDD - THE
005200*                  ONE ADDBATCH NAMED WHEN IT REFUSED THE DECK
005300* COLUMNS  11- 14  DEPARTMENT OF THE ONE BATCH TO AUTHORIZE -
005400*                  BLANK MEANS THE WHOLE DECK AND EVERY BATCH
005500*                  THAT WENT THROUGH ON THAT RUN DATE
005600* COLUMNS  15- 22  SUPERVISOR ID (REQUIRED)
005700* COLUMNS  23- 80  UNUSED
005800*----------------------------------------------------------------
005900 FD  AUTH-CARD-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  AUTH-CARD-RECORD.
006300     05  AUC-ACTION             PIC X(02).
006400         88  AUC-AUTHORIZE                   VALUE "AU".
006500         88  AUC-CANCEL                      VALUE "CN".
006600     05  AUC-RUN-DATE           PIC 9(08).
006700     05  AUC-RUN-DATE-X REDEFINES AUC-RUN-DATE
006800                                PIC X(08).
006900     05  AUC-DEPARTMENT         PIC X(04).
007000     05  AUC-SUPERVISOR         PIC X(08).
007100     05  FILLER                 PIC X(58).
007200*----------------------------------------------------------------
007300* DECK-REGISTRY-FILE - THE DECK REGISTRY ADDBATCH CHECKS AND
007400* WRITES.  EACH CARD READS IT FROM THE TOP AND REWRITES EVERY
007500* ENTRY IT COVERS.  SEE DECKREG.CPY.
007600*----------------------------------------------------------------
007700 FD  DECK-REGISTRY-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 80 CHARACTERS.
008000 COPY DECKREG.
008100*----------------------------------------------------------------
008200* AUTH-REPORT-FILE - THE PRINTED LISTING, ONE LINE PER REGISTRY
008300* ENTRY TOUCHED AND PER REJECTED CARD, WITH THE SUPERVISOR WHO
008400* SIGNED THE CARD.  COLUMN 1 OF EACH LINE IS ASA CARRIAGE CONTROL
008500* ("1" = NEW PAGE, " " = SINGLE SPACE).
008600*----------------------------------------------------------------
008700 FD  AUTH-REPORT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 133 CHARACTERS.
009000 01  AUTH-REPORT-LINE           PIC X(133).
009100 WORKING-STORAGE SECTION.
009200* FILE STATUS FOR THE DECK REGISTRY - "35" MEANS NO DECK HAS EVER
009300* BEEN REGISTERED; THE FILE IS CREATED EMPTY AND EVERY CARD
009400* REJECTS AS NOT ON FILE.  ANY OTHER FAILURE ABORTS IN
009500* 9900-REGISTRY-IO-ABORT.
009600 01  DKA-DKR-FILE-STATUS        PIC X(02).
009700* END-OF-DECK, END-OF-REGISTRY AND PER-CARD SWITCHES.
009800 01  DKA-SWITCHES.
009900     05  DKA-EOF-SW             PIC X(01) VALUE "N".
010000         88  DKA-EOF-YES                     VALUE "Y".
010100     05  DKA-REG-EOF-SW         PIC X(01) VALUE "N".
010200         88  DKA-REG-EOF-YES                 VALUE "Y".
010300     05  DKA-REJECTED-SW        PIC X(01) VALUE "N".
010400         88  DKA-REJECTED-YES                VALUE "Y".
010500* COUNTS FOR THE RUN, AND THE REGISTRY ENTRIES THE CARD IN
010600* FLIGHT COVERED.
010700 01  DKA-COUNTERS.
010800     05  DKA-CARD-COUNT         PIC 9(06) COMP VALUE ZERO.
010900     05  DKA-AUTHORIZED-COUNT   PIC 9(06) COMP VALUE ZERO.
011000     05  DKA-WITHDRAWN-COUNT    PIC 9(06) COMP VALUE ZERO.
011100     05  DKA-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
011200     05  DKA-MATCH-COUNT        PIC 9(06) COMP VALUE ZERO.
011300* RUN DATE - STAMPED ON EVERY ENTRY AUTHORIZED OR WITHDRAWN.
011400 01  DKA-RUN-DATE               PIC 9(08).
011500* PAGE HEADER - PROGRAM NAME AND RUN DATE.
011600 01  DKA-HEADING-LINE.
011700     05  FILLER                  PIC X(01) VALUE "1".
011800     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
011900     05  FILLER                  PIC X(08) VALUE "DCKAUTH ".
012000     05  FILLER                  PIC X(10) VALUE SPACES.
012100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
012200     05  DKA-H-DATE              PIC 9(08).
012300     05  FILLER                  PIC X(87) VALUE SPACES.
012400* ENTRY LINE - ONE PER REGISTRY ENTRY A CARD COVERED, OR PER
012500* REJECTED CARD: THE ACTION, THE RUN DATE, THE DECK OR BATCH AND
012600* ITS FIGURES, THE SUPERVISOR WHO SIGNED THE CARD AND THE
012700* VERDICT.
012800 01  DKA-DETAIL-LINE.
012900     05  FILLER                  PIC X(01) VALUE SPACE.
013000     05  DKA-D-ACTION            PIC X(02).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  DKA-D-RUN-DATE          PIC X(08).
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  DKA-D-TYPE              PIC X(05).
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  DKA-D-DEPARTMENT        PIC X(04).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  DKA-D-COUNT             PIC ZZZZZ9.
013900     05  FILLER                  PIC X(01) VALUE "/".
014000     05  DKA-D-TOTAL             PIC -(9)9.99.
014100     05  FILLER                  PIC X(06) VALUE "  SEQ ".
014200     05  DKA-D-FIRST-SEQ         PIC X(06).
014300     05  FILLER                  PIC X(01) VALUE "-".
014400     05  DKA-D-LAST-SEQ          PIC X(06).
014500     05  FILLER                  PIC X(03) VALUE SPACES.
014600     05  FILLER                  PIC X(03) VALUE "BY ".
014700     05  DKA-D-SUPERVISOR        PIC X(08).
014800     05  FILLER                  PIC X(03) VALUE SPACES.
014900     05  DKA-D-STATUS            PIC X(28) VALUE SPACES.
015000     05  FILLER                  PIC X(22) VALUE SPACES.
015100* TRAILER LINE - WHAT THE RUN DID.
015200 01  DKA-TRAILER-LINE.
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  FILLER            PIC X(06) VALUE "CARDS ".
015500     05  DKA-T-CARDS             PIC ZZZZZ9.
015600     05  FILLER            PIC X(20) VALUE "  ENTRIES AUTHORIZED".
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  DKA-T-AUTHORIZED        PIC ZZZZZ9.
015900     05  FILLER            PIC X(12) VALUE "  WITHDRAWN ".
016000     05  DKA-T-WITHDRAWN         PIC ZZZZZ9.
016100     05  FILLER            PIC X(11) VALUE "  REJECTED ".
016200     05  DKA-T-REJECTED          PIC ZZZZZ9.
016300     05  FILLER                  PIC X(58) VALUE SPACES.
016400 PROCEDURE DIVISION.
016500*================================================================
016600* BEGIN - MAINLINE.  ONE PASS OF THE MAINTENANCE DECK, ONE
016700* REGISTRY SWEEP PER CARD.
016800*================================================================
016900 BEGIN.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
017200         UNTIL DKA-EOF-YES.
017300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017400     STOP RUN.
017500*----------------------------------------------------------------
017600* 1000-INITIALIZE - OPEN THE DECK, THE REGISTRY AND THE LISTING,
017700* PRINT THE PAGE HEADER AND PRIME THE READ.
017800*----------------------------------------------------------------
017900 1000-INITIALIZE.
018000     OPEN INPUT AUTH-CARD-FILE.
018100     OPEN OUTPUT AUTH-REPORT-FILE.
018200     ACCEPT DKA-RUN-DATE FROM DATE YYYYMMDD.
018300     MOVE DKA-RUN-DATE TO DKA-H-DATE.
018400     WRITE AUTH-REPORT-LINE FROM DKA-HEADING-LINE.
018500     OPEN I-O DECK-REGISTRY-FILE.
018600     IF DKA-DKR-FILE-STATUS = "35"
018700         OPEN OUTPUT DECK-REGISTRY-FILE
018800         IF DKA-DKR-FILE-STATUS = "00"
018900             CLOSE DECK-REGISTRY-FILE
019000             OPEN I-O DECK-REGISTRY-FILE
019100         END-IF
019200     END-IF.
019300     IF DKA-DKR-FILE-STATUS NOT = "00"
019400         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
019500     END-IF.
019600     PERFORM 2100-READ-CARD THRU 2100-EXIT.
019700 1000-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
020000* 2000-PROCESS-CARD - EDIT ONE CARD, THEN SWEEP THE REGISTRY FOR
020100* EVERY ENTRY IT COVERS AND AUTHORIZE OR WITHDRAW EACH.  A CARD
020200* THAT FAILS THE EDIT, OR COVERS NO ENTRY AT ALL, IS REJECTED.
020300*----------------------------------------------------------------
020400 2000-PROCESS-CARD.
020500     ADD 1 TO DKA-CARD-COUNT.
020600     MOVE "N" TO DKA-REJECTED-SW.
020700     MOVE ZERO TO DKA-MATCH-COUNT.
020800     MOVE AUC-ACTION TO DKA-D-ACTION.
020900     MOVE AUC-RUN-DATE-X TO DKA-D-RUN-DATE.
021000     MOVE AUC-SUPERVISOR TO DKA-D-SUPERVISOR.
021100     PERFORM 2800-EDIT-CARD THRU 2800-EXIT.
021200     IF DKA-REJECTED-YES
021300         GO TO 2000-NEXT
021400     END-IF.
021500     MOVE LOW-VALUES TO DKR-KEY.
021600     MOVE "N" TO DKA-REG-EOF-SW.
021700     START DECK-REGISTRY-FILE KEY IS NOT LESS THAN DKR-KEY
021800         INVALID KEY
021900             SET DKA-REG-EOF-YES TO TRUE
022000     END-START.
022100     IF DKA-REG-EOF-SW = "N" AND
022200        DKA-DKR-FILE-STATUS NOT = "00"
022300         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
022400     END-IF.
022500     PERFORM 2200-NEXT-ENTRY THRU 2200-EXIT
022600         UNTIL DKA-REG-EOF-YES.
022700     IF DKA-MATCH-COUNT = ZERO
022800         MOVE "REJECTED - NOT ON FILE" TO DKA-D-STATUS
022900         SET DKA-REJECTED-YES TO TRUE
023000     END-IF.
023100 2000-NEXT.
023200     IF DKA-REJECTED-YES
023300         ADD 1 TO DKA-REJECT-COUNT
023400         MOVE AUC-DEPARTMENT TO DKA-D-DEPARTMENT
023500         MOVE SPACES TO DKA-D-TYPE
023600         MOVE ZERO TO DKA-D-COUNT
023700         MOVE ZERO TO DKA-D-TOTAL
023800         MOVE SPACES TO DKA-D-FIRST-SEQ
023900         MOVE SPACES TO DKA-D-LAST-SEQ
024000         WRITE AUTH-REPORT-LINE FROM DKA-DETAIL-LINE
024100     END-IF.
024200     PERFORM 2100-READ-CARD THRU 2100-EXIT.
024300 2000-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600* 2100-READ-CARD - READ THE NEXT MAINTENANCE CARD, SETTING THE
024700* EOF SWITCH WHEN THE DECK IS EXHAUSTED.
024800*----------------------------------------------------------------
024900 2100-READ-CARD.
025000     READ AUTH-CARD-FILE
025100         AT END SET DKA-EOF-YES TO TRUE.
025200 2100-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500* 2200-NEXT-ENTRY - READ THE NEXT REGISTRY ENTRY AND, WHEN THE
025600* CARD COVERS IT - SAME RUN DATE, AND WITH A DEPARTMENT PUNCHED
025700* ONLY THAT DEPARTMENT'S BATCH - AUTHORIZE OR WITHDRAW IT.
025800*----------------------------------------------------------------
025900 2200-NEXT-ENTRY.
026000     READ DECK-REGISTRY-FILE NEXT RECORD
026100         AT END
026200             SET DKA-REG-EOF-YES TO TRUE
026300             GO TO 2200-EXIT
026400     END-READ.
026500     IF DKA-DKR-FILE-STATUS NOT = "00"
026600         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
026700     END-IF.
026800     IF DKR-RUN-DATE NOT = AUC-RUN-DATE
026900         GO TO 2200-EXIT
027000     END-IF.
027100     IF AUC-DEPARTMENT NOT = SPACES
027200         IF NOT DKR-BATCH-ENTRY OR
027300            DKR-DEPARTMENT NOT = AUC-DEPARTMENT
027400             GO TO 2200-EXIT
027500         END-IF
027600     END-IF.
027700     ADD 1 TO DKA-MATCH-COUNT.
027800     IF AUC-AUTHORIZE
027900         PERFORM 2300-AUTHORIZE-ENTRY THRU 2300-EXIT
028000     ELSE
028100         PERFORM 2400-WITHDRAW-ENTRY THRU 2400-EXIT
028200     END-IF.
028300     PERFORM 2500-ENTRY-LINE THRU 2500-EXIT.
028400 2200-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700* 2300-AUTHORIZE-ENTRY - MARK THE ENTRY AUTHORIZED FOR ONE MORE
028800* FEEDING, STAMPED WITH TODAY'S DATE AND THE SUPERVISOR.  ONE
028900* ALREADY AUTHORIZED IS LEFT AS IT IS.
029000*----------------------------------------------------------------
029100 2300-AUTHORIZE-ENTRY.
029200     IF DKR-RESUBMIT-AUTHORIZED
029300         MOVE "ALREADY AUTHORIZED" TO DKA-D-STATUS
029400         GO TO 2300-EXIT
029500     END-IF.
029600     SET DKR-RESUBMIT-AUTHORIZED TO TRUE.
029700     MOVE DKA-RUN-DATE TO DKR-AUTH-DATE.
029800     MOVE AUC-SUPERVISOR TO DKR-AUTH-SUPERVISOR.
029900     REWRITE DECK-REGISTRY-RECORD.
030000     IF DKA-DKR-FILE-STATUS NOT = "00"
030100         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
030200     END-IF.
030300     ADD 1 TO DKA-AUTHORIZED-COUNT.
030400     MOVE "AUTHORIZED" TO DKA-D-STATUS.
030500 2300-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------
030800* 2400-WITHDRAW-ENTRY - TAKE BACK AN AUTHORIZATION NOT YET USED,
030900* STAMPED WITH TODAY'S DATE AND THE SUPERVISOR WHO WITHDREW IT.
031000* AN ENTRY WITH NO AUTHORIZATION STANDING IS LEFT AS IT IS.
031100*----------------------------------------------------------------
031200 2400-WITHDRAW-ENTRY.
031300     IF NOT DKR-RESUBMIT-AUTHORIZED
031400         MOVE "NOT AUTHORIZED" TO DKA-D-STATUS
031500         GO TO 2400-EXIT
031600     END-IF.
031700     SET DKR-NOT-AUTHORIZED TO TRUE.
031800     MOVE DKA-RUN-DATE TO DKR-AUTH-DATE.
031900     MOVE AUC-SUPERVISOR TO DKR-AUTH-SUPERVISOR.
032000     REWRITE DECK-REGISTRY-RECORD.
032100     IF DKA-DKR-FILE-STATUS NOT = "00"
032200         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
032300     END-IF.
032400     ADD 1 TO DKA-WITHDRAWN-COUNT.
032500     MOVE "WITHDRAWN" TO DKA-D-STATUS.
032600 2400-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900* 2500-ENTRY-LINE - LIST ONE REGISTRY ENTRY THE CARD COVERED.
033000*----------------------------------------------------------------
033100 2500-ENTRY-LINE.
033200     IF DKR-DECK-ENTRY
033300         MOVE "DECK" TO DKA-D-TYPE
033400     ELSE
033500         MOVE "BATCH" TO DKA-D-TYPE
033600     END-IF.
033700     MOVE DKR-DEPARTMENT TO DKA-D-DEPARTMENT.
033800     MOVE DKR-EXPECTED-COUNT TO DKA-D-COUNT.
033900     MOVE DKR-EXPECTED-TOTAL TO DKA-D-TOTAL.
034000     MOVE DKR-FIRST-SEQ TO DKA-D-FIRST-SEQ.
034100     MOVE DKR-LAST-SEQ TO DKA-D-LAST-SEQ.
034200     WRITE AUTH-REPORT-LINE FROM DKA-DETAIL-LINE.
034300 2500-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 2800-EDIT-CARD - THE ACTION MUST BE "AU" OR "CN", THE RUN DATE
034700* MUST BE NUMERIC, AND THE CARD MUST CARRY THE SUPERVISOR'S ID -
034800* AN UNSIGNED AUTHORIZATION IS NO SECOND PAIR OF EYES.
034900*----------------------------------------------------------------
035000 2800-EDIT-CARD.
035100     IF NOT AUC-AUTHORIZE AND NOT AUC-CANCEL
035200         MOVE "REJECTED - BAD ACTION" TO DKA-D-STATUS
035300         SET DKA-REJECTED-YES TO TRUE
035400         GO TO 2800-EXIT
035500     END-IF.
035600     IF AUC-RUN-DATE NOT NUMERIC
035700         MOVE "REJECTED - BAD RUN DATE" TO DKA-D-STATUS
035800         SET DKA-REJECTED-YES TO TRUE
035900         GO TO 2800-EXIT
036000     END-IF.
036100     IF AUC-SUPERVISOR = SPACES
036200         MOVE "REJECTED - NO SUPERVISOR" TO DKA-D-STATUS
036300         SET DKA-REJECTED-YES TO TRUE
036400     END-IF.
036500 2800-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------
036800* 9000-TERMINATE - PRINT THE TRAILER, CLOSE THE FILES, AND GIVE
036900* THE OPERATOR A SHORT CONSOLE MESSAGE.  A DECK WITH REJECTED
037000* CARDS ENDS WITH WARNING RETURN-CODE 4 SO THE SUPERVISOR CHECKS
037100* WHAT DID NOT GO THROUGH.
037200*----------------------------------------------------------------
037300 9000-TERMINATE.
037400     MOVE DKA-CARD-COUNT TO DKA-T-CARDS.
037500     MOVE DKA-AUTHORIZED-COUNT TO DKA-T-AUTHORIZED.
037600     MOVE DKA-WITHDRAWN-COUNT TO DKA-T-WITHDRAWN.
037700     MOVE DKA-REJECT-COUNT TO DKA-T-REJECTED.
037800     WRITE AUTH-REPORT-LINE FROM DKA-TRAILER-LINE.
037900     CLOSE AUTH-CARD-FILE, DECK-REGISTRY-FILE, AUTH-REPORT-FILE.
038000     IF DKA-REJECT-COUNT > ZERO
038100         MOVE 4 TO RETURN-CODE
038200     END-IF.
038300     DISPLAY "DECK REGISTRY MAINTENANCE COMPLETE - SEE LISTING.".
038400 9000-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700* 9900-REGISTRY-IO-ABORT - THE DECK REGISTRY FAILED AN OPEN, A
038800* READ OR A REWRITE.  TELL THE OPERATOR AND END WITH RETURN-CODE
038900* 16.
039000*----------------------------------------------------------------
039100 9900-REGISTRY-IO-ABORT.
039200     DISPLAY "DCKAUTH - DECK REGISTRY I-O FAILURE - STATUS "
039300         DKA-DKR-FILE-STATUS.
039400     MOVE 16 TO RETURN-CODE.
039500     STOP RUN.
039600 9900-EXIT.
039700     EXIT.
