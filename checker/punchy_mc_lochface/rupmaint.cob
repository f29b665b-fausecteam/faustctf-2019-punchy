000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUPMAINT.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  MAINTAINS THE ROLL-UP
001300*                    MASTER (SEE ROLLUP.CPY) - WHICH DIVISION
001400*                    EACH ACCOUNT BELONGS TO AND WHICH GROUP
001500*                    EACH DIVISION BELONGS TO - FROM ITS OWN
001600*                    DECK OF MAINTENANCE CARDS, THE WAY LDGMAINT
001700*                    MAINTAINS THE LEDGER MASTER: "AD" ADDS A
001800*                    GROUP, DIVISION OR ACCOUNT, "CH" REPLACES
001900*                    ITS PARENT AND NAME FROM A FULLY RE-PUNCHED
002000*                    CARD, AND "DL" DELETES ONE.  A DIVISION'S
002100*                    GROUP AND AN ACCOUNT'S DIVISION MUST BE ON
002200*                    FILE, AND A GROUP OR DIVISION CANNOT BE
002300*                    DELETED WHILE ANYTHING STILL ROLLS UP TO
002400*                    IT, SO DIVSTMT NEVER FINDS A BROKEN CHAIN.
002500*                    EVERY CARD PRINTS ON THE AUDIT LISTING
002600*                    WITH THE BEFORE AND AFTER IMAGES OF THE
002700*                    RECORD IT TOUCHED.  A DECK WITH REJECTED
002800*                    CARDS ENDS WITH WARNING RETURN-CODE 4; ANY
002900*                    MASTER I-O FAILURE ABORTS WITH RETURN-CODE
003000*                    16.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GENERIC.
003500 OBJECT-COMPUTER. GENERIC.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MAINT-CARD-FILE ASSIGN TO "RUPIN"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ROLLUP-MASTER-FILE ASSIGN TO "RUPMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RUP-KEY
004400         FILE STATUS IS RMT-RUP-FILE-STATUS.
004500     SELECT AUDIT-REPORT-FILE ASSIGN TO "RMTOUT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*----------------------------------------------------------------
005000* MAINT-CARD-FILE - THE MAINTENANCE DECK.  ONE 80-COLUMN CARD
005100* PER ACTION:
005200* COLUMNS   1-  2  ACTION - "AD" ADD, "CH" CHANGE, "DL" DELETE
005300* COLUMN        3  LEVEL - "G" GROUP, "D" DIVISION, "A" ACCOUNT
005400* COLUMNS   4-  7  GROUP, DIVISION OR DEPARTMENT/ACCOUNT CODE
005500* COLUMNS   8- 11  PARENT - A DIVISION'S GROUP, AN ACCOUNT'S
005600*                  DIVISION ("AD" AND "CH"; BLANK FOR A GROUP)
005700* COLUMNS  12- 41  NAME OF THE GROUP OR DIVISION ("AD" AND
005800*                  "CH"; IGNORED FOR AN ACCOUNT, WHOSE NAME IS
005900*                  ON THE LEDGER MASTER)
006000* COLUMNS  42- 80  UNUSED
006100* A "DL" CARD NEEDS ONLY COLUMNS 1-7.
006200*----------------------------------------------------------------
006300 FD  MAINT-CARD-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  MAINT-CARD-RECORD.
006700     05  RMC-ACTION             PIC X(02).
006800         88  RMC-ADD                         VALUE "AD".
006900         88  RMC-CHANGE                      VALUE "CH".
007000         88  RMC-DELETE                      VALUE "DL".
007100     05  RMC-KEY.
007200         10  RMC-LEVEL          PIC X(01).
007300             88  RMC-GROUP                   VALUE "G".
007400             88  RMC-DIVISION                VALUE "D".
007500             88  RMC-ACCOUNT                 VALUE "A".
007600             88  RMC-VALID-LEVEL             VALUE "G" "D" "A".
007700         10  RMC-CODE           PIC X(04).
007800     05  RMC-PARENT-CODE        PIC X(04).
007900     05  RMC-NAME               PIC X(30).
008000     05  FILLER                 PIC X(39).
008100*----------------------------------------------------------------
008200* ROLLUP-MASTER-FILE - ONE RECORD PER GROUP, DIVISION AND
008300* ACCOUNT, KEYED BY LEVEL AND CODE.  SEE ROLLUP.CPY.  THIS IS
008400* THE ONLY PROGRAM THAT WRITES NEW RECORDS TO IT.
008500*----------------------------------------------------------------
008600 FD  ROLLUP-MASTER-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 COPY ROLLUP.
009000*----------------------------------------------------------------
009100* AUDIT-REPORT-FILE - THE PRINTED AUDIT LISTING.  EVERY CARD
009200* GETS A DETAIL LINE WITH ITS VERDICT, AND EVERY CARD THAT
009300* TOUCHED THE MASTER GETS THE BEFORE AND AFTER IMAGES OF THE
009400* RECORD.  COLUMN 1 OF EACH LINE IS ASA CARRIAGE CONTROL ("1" =
009500* NEW PAGE, " " = SINGLE SPACE).
009600*----------------------------------------------------------------
009700 FD  AUDIT-REPORT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 133 CHARACTERS.
010000 01  AUDIT-REPORT-LINE          PIC X(133).
010100 WORKING-STORAGE SECTION.
010200* FILE STATUS FOR ROLLUP-MASTER-FILE - "35" ON THE FIRST OPEN
010300* MEANS NO MASTER EXISTS YET AND AN EMPTY ONE IS CREATED.
010400* ANYTHING ELSE BUT "00" ABORTS THE RUN IN 9900-MASTER-IO-ABORT.
010500 01  RMT-RUP-FILE-STATUS        PIC X(02).
010600* COUNTS FOR THE MAINTENANCE RUN.
010700 01  RMT-COUNTERS.
010800     05  RMT-RECORD-COUNT       PIC 9(06) COMP VALUE ZERO.
010900     05  RMT-ADD-COUNT          PIC 9(06) COMP VALUE ZERO.
011000     05  RMT-CHANGE-COUNT       PIC 9(06) COMP VALUE ZERO.
011100     05  RMT-DELETE-COUNT       PIC 9(06) COMP VALUE ZERO.
011200     05  RMT-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
011300* RECORDS STILL ROLLING UP TO A GROUP OR DIVISION ON A DELETE.
011400     05  RMT-CHILD-COUNT        PIC 9(06) COMP VALUE ZERO.
011500* END-OF-DECK AND PER-CARD SWITCHES.
011600 01  RMT-SWITCHES.
011700     05  RMT-EOF-SW             PIC X(01) VALUE "N".
011800         88  RMT-EOF-YES                     VALUE "Y".
011900     05  RMT-NOT-FOUND-SW       PIC X(01) VALUE "N".
012000         88  RMT-NOT-FOUND-YES               VALUE "Y".
012100     05  RMT-REJECTED-SW        PIC X(01) VALUE "N".
012200         88  RMT-REJECTED-YES                VALUE "Y".
012300     05  RMT-SCAN-SW            PIC X(01) VALUE "N".
012400         88  RMT-SCAN-DONE                   VALUE "Y".
012500* THE LEVEL OF THE RECORDS THAT ROLL UP TO THE ONE ON THE CARD,
012600* FOR THE DELETE CHECK.
012700 01  RMT-CHILD-LEVEL            PIC X(01).
012800* RUN DATE, USED ON THE LISTING HEADER AND STAMPED ON EVERY
012900* RECORD A CARD TOUCHES.
013000 01  RMT-RUN-DATE               PIC 9(08).
013100* LISTING PAGE HEADER - PROGRAM NAME AND RUN DATE.
013200 01  RMT-HEADING-LINE.
013300     05  FILLER                  PIC X(01) VALUE "1".
013400     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
013500     05  FILLER                  PIC X(08) VALUE "RUPMAINT".
013600     05  FILLER                  PIC X(10) VALUE SPACES.
013700     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
013800     05  RMT-H-DATE              PIC 9(08).
013900     05  FILLER                  PIC X(87) VALUE SPACES.
014000* LISTING DETAIL LINE - ONE PER MAINTENANCE CARD READ.
014100 01  RMT-DETAIL-LINE.
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  FILLER                  PIC X(04) VALUE SPACES.
014400     05  RMT-D-RECORD-NO         PIC ZZZZZ9.
014500     05  FILLER                  PIC X(03) VALUE SPACES.
014600     05  RMT-D-ACTION            PIC X(02).
014700     05  FILLER                  PIC X(03) VALUE SPACES.
014800     05  RMT-D-LEVEL             PIC X(01).
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  RMT-D-CODE              PIC X(04).
015100     05  FILLER                  PIC X(03) VALUE SPACES.
015200     05  RMT-D-STATUS            PIC X(28) VALUE SPACES.
015300     05  FILLER                  PIC X(77) VALUE SPACES.
015400* BEFORE/AFTER IMAGE LINE - THE RECORD AS IT STOOD BEFORE THE
015500* CARD AND AS IT STANDS AFTER.  A CARD WHOSE RECORD IS NOT ON
015600* FILE PRINTS "** NOT ON FILE **" AS ITS BEFORE IMAGE.
015700 01  RMT-IMAGE-LINE.
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  FILLER                  PIC X(11) VALUE SPACES.
016000     05  RMT-I-TAG               PIC X(07).
016100     05  FILLER                  PIC X(07) VALUE " PARENT".
016200     05  FILLER                  PIC X(01) VALUE SPACE.
016300     05  RMT-I-PARENT            PIC X(04).
016400     05  FILLER                  PIC X(06) VALUE "  NAME".
016500     05  FILLER                  PIC X(01) VALUE SPACE.
016600     05  RMT-I-NAME              PIC X(30).
016700     05  FILLER                  PIC X(09) VALUE "  CHANGED".
016800     05  FILLER                  PIC X(01) VALUE SPACE.
016900     05  RMT-I-CHANGED           PIC 9(08).
017000     05  FILLER                  PIC X(47) VALUE SPACES.
017100* "NOT ON FILE" BEFORE-IMAGE LINE FOR AN ADD OR A MIS-KEYED
017200* CHANGE/DELETE, AND THE "DELETED" AFTER-IMAGE LINE.
017300 01  RMT-NOFILE-LINE.
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  FILLER                  PIC X(11) VALUE SPACES.
017600     05  RMT-N-TAG               PIC X(07).
017700     05  FILLER                  PIC X(18)
017800         VALUE " ** NOT ON FILE **".
017900     05  FILLER                  PIC X(96) VALUE SPACES.
018000* LISTING TRAILER LINE - WHAT THE RUN DID.
018100 01  RMT-TRAILER-LINE.
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  FILLER            PIC X(06) VALUE "ADDED ".
018400     05  RMT-T-ADD-COUNT         PIC ZZZZZ9.
018500     05  FILLER            PIC X(10) VALUE "  CHANGED ".
018600     05  RMT-T-CHANGE-COUNT      PIC ZZZZZ9.
018700     05  FILLER            PIC X(10) VALUE "  DELETED ".
018800     05  RMT-T-DELETE-COUNT      PIC ZZZZZ9.
018900     05  FILLER            PIC X(11) VALUE "  REJECTED ".
019000     05  RMT-T-REJECT-COUNT      PIC ZZZZZ9.
019100     05  FILLER                  PIC X(71) VALUE SPACES.
019200 PROCEDURE DIVISION.
019300*================================================================
019400* BEGIN - MAINLINE.  OPENS THE MAINTENANCE DECK, THE ROLL-UP
019500* MASTER AND THE AUDIT LISTING, LOOPS ONE ACTION PER CARD UNTIL
019600* THE DECK IS EXHAUSTED.
019700*================================================================
019800 BEGIN.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
020100         UNTIL RMT-EOF-YES.
020200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020300     STOP RUN.
020400*----------------------------------------------------------------
020500* 1000-INITIALIZE - OPEN THE DECK, THE MASTER AND THE LISTING,
020600* PRINT THE PAGE HEADER AND PRIME THE READ.  A ROLL-UP MASTER
020700* THAT DOES NOT EXIST YET ("35") IS CREATED EMPTY, AS LDGMAINT
020800* CREATES THE LEDGER MASTER.
020900*----------------------------------------------------------------
021000 1000-INITIALIZE.
021100     OPEN INPUT MAINT-CARD-FILE.
021200     OPEN I-O ROLLUP-MASTER-FILE.
021300     IF RMT-RUP-FILE-STATUS = "35"
021400         OPEN OUTPUT ROLLUP-MASTER-FILE
021500         CLOSE ROLLUP-MASTER-FILE
021600         OPEN I-O ROLLUP-MASTER-FILE
021700     END-IF.
021800     IF RMT-RUP-FILE-STATUS NOT = "00"
021900         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
022000     END-IF.
022100     OPEN OUTPUT AUDIT-REPORT-FILE.
022200     ACCEPT RMT-RUN-DATE FROM DATE YYYYMMDD.
022300     MOVE RMT-RUN-DATE TO RMT-H-DATE.
022400     WRITE AUDIT-REPORT-LINE FROM RMT-HEADING-LINE.
022500     PERFORM 2100-READ-CARD THRU 2100-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900* 2000-PROCESS-CARD - ROUTE ONE MAINTENANCE CARD TO ITS ACTION
023000* PARAGRAPH, PRINT ITS DETAIL LINE AND READ THE NEXT CARD.  A
023100* CARD WITH AN UNKNOWN ACTION OR LEVEL, OR A BLANK CODE, IS
023200* REJECTED WITHOUT TOUCHING THE MASTER.
023300*----------------------------------------------------------------
023400 2000-PROCESS-CARD.
023500     ADD 1 TO RMT-RECORD-COUNT.
023600     MOVE "N" TO RMT-REJECTED-SW.
023700     MOVE RMT-RECORD-COUNT TO RMT-D-RECORD-NO.
023800     MOVE RMC-ACTION TO RMT-D-ACTION.
023900     MOVE RMC-LEVEL TO RMT-D-LEVEL.
024000     MOVE RMC-CODE TO RMT-D-CODE.
024100     MOVE SPACES TO RMT-D-STATUS.
024200     IF NOT RMC-VALID-LEVEL
024300         MOVE "REJECTED - BAD LEVEL" TO RMT-D-STATUS
024400         SET RMT-REJECTED-YES TO TRUE
024500         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
024600         GO TO 2000-NEXT
024700     END-IF.
024800     IF RMC-CODE = SPACES
024900         MOVE "REJECTED - NO CODE" TO RMT-D-STATUS
025000         SET RMT-REJECTED-YES TO TRUE
025100         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
025200         GO TO 2000-NEXT
025300     END-IF.
025400     IF RMC-ADD
025500         PERFORM 2200-ADD-RECORD THRU 2200-EXIT
025600     ELSE
025700         IF RMC-CHANGE
025800             PERFORM 2300-CHANGE-RECORD THRU 2300-EXIT
025900         ELSE
026000             IF RMC-DELETE
026100                 PERFORM 2400-DELETE-RECORD THRU 2400-EXIT
026200             ELSE
026300                 MOVE "REJECTED - BAD ACTION" TO RMT-D-STATUS
026400                 SET RMT-REJECTED-YES TO TRUE
026500                 WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
026600             END-IF
026700         END-IF
026800     END-IF.
026900 2000-NEXT.
027000     IF RMT-REJECTED-YES
027100         ADD 1 TO RMT-REJECT-COUNT
027200     END-IF.
027300     PERFORM 2100-READ-CARD THRU 2100-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 2100-READ-CARD - READ THE NEXT MAINTENANCE CARD, SETTING THE
027800* EOF SWITCH WHEN THE DECK IS EXHAUSTED.
027900*----------------------------------------------------------------
028000 2100-READ-CARD.
028100     READ MAINT-CARD-FILE
028200         AT END SET RMT-EOF-YES TO TRUE.
028300 2100-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600* 2200-ADD-RECORD - CREATE A NEW GROUP, DIVISION OR ACCOUNT
028700* FROM THE CARD.  IT MUST NOT ALREADY BE ON FILE AND THE CARD
028800* MUST PASS 2800-EDIT-CARD.
028900*----------------------------------------------------------------
029000 2200-ADD-RECORD.
029100     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
029200     IF RMT-NOT-FOUND-SW = "N"
029300         MOVE "REJECTED - ALREADY ON FILE" TO RMT-D-STATUS
029400         SET RMT-REJECTED-YES TO TRUE
029500         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
029600         PERFORM 2600-PRINT-BEFORE THRU 2600-EXIT
029700         GO TO 2200-EXIT
029800     END-IF.
029900     PERFORM 2800-EDIT-CARD THRU 2800-EXIT.
030000     IF RMT-REJECTED-YES
030100         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
030200         GO TO 2200-EXIT
030300     END-IF.
030400     MOVE SPACES TO ROLLUP-RECORD.
030500     MOVE RMC-KEY TO RUP-KEY.
030600     PERFORM 2850-LOAD-RECORD THRU 2850-EXIT.
030700     WRITE ROLLUP-RECORD.
030800     IF RMT-RUP-FILE-STATUS NOT = "00"
030900         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
031000     END-IF.
031100     ADD 1 TO RMT-ADD-COUNT.
031200     MOVE "ADDED" TO RMT-D-STATUS.
031300     WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE.
031400     MOVE "BEFORE" TO RMT-N-TAG.
031500     WRITE AUDIT-REPORT-LINE FROM RMT-NOFILE-LINE.
031600     PERFORM 2700-PRINT-AFTER THRU 2700-EXIT.
031700 2200-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000* 2300-CHANGE-RECORD - REPLACE A RECORD'S PARENT AND NAME FROM
032100* A FULLY RE-PUNCHED CARD.  MOVING A DIVISION TO ANOTHER GROUP
032200* MOVES ALL ITS ACCOUNTS WITH IT.  THE EDIT READS THE PARENT
032300* INTO THE BUFFER, SO THE RECORD IS READ AGAIN BEFORE THE
032400* REWRITE.
032500*----------------------------------------------------------------
032600 2300-CHANGE-RECORD.
032700     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
032800     IF RMT-NOT-FOUND-YES
032900         MOVE "REJECTED - NOT ON FILE" TO RMT-D-STATUS
033000         SET RMT-REJECTED-YES TO TRUE
033100         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
033200         MOVE "BEFORE" TO RMT-N-TAG
033300         WRITE AUDIT-REPORT-LINE FROM RMT-NOFILE-LINE
033400         GO TO 2300-EXIT
033500     END-IF.
033600     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
033700     PERFORM 2800-EDIT-CARD THRU 2800-EXIT.
033800     IF RMT-REJECTED-YES
033900         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
034000         PERFORM 2650-PRINT-HELD THRU 2650-EXIT
034100         GO TO 2300-EXIT
034200     END-IF.
034300     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
034400     IF RMT-NOT-FOUND-YES
034500         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
034600     END-IF.
034700     PERFORM 2850-LOAD-RECORD THRU 2850-EXIT.
034800     REWRITE ROLLUP-RECORD.
034900     IF RMT-RUP-FILE-STATUS NOT = "00"
035000         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
035100     END-IF.
035200     ADD 1 TO RMT-CHANGE-COUNT.
035300     MOVE "CHANGED" TO RMT-D-STATUS.
035400     WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE.
035500     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
035600     PERFORM 2700-PRINT-AFTER THRU 2700-EXIT.
035700 2300-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------
036000* 2400-DELETE-RECORD - REMOVE A RECORD FROM THE MASTER.  A GROUP
036100* WITH DIVISIONS, OR A DIVISION WITH ACCOUNTS, STILL ROLLING UP
036200* TO IT IS REFUSED - THEY MUST BE MOVED OR DELETED FIRST.  THE
036300* CHECK READS THROUGH THE FILE, SO THE RECORD IS READ AGAIN
036400* BEFORE THE DELETE.  AN ACCOUNT DELETED HERE SHOWS AS HAVING
036500* NO ROLL-UP ON THE NEXT DIVSTMT WHILE IT STILL HAS ACTIVITY.
036600*----------------------------------------------------------------
036700 2400-DELETE-RECORD.
036800     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
036900     IF RMT-NOT-FOUND-YES
037000         MOVE "REJECTED - NOT ON FILE" TO RMT-D-STATUS
037100         SET RMT-REJECTED-YES TO TRUE
037200         WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
037300         MOVE "BEFORE" TO RMT-N-TAG
037400         WRITE AUDIT-REPORT-LINE FROM RMT-NOFILE-LINE
037500         GO TO 2400-EXIT
037600     END-IF.
037700     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
037800     IF NOT RMC-ACCOUNT
037900         PERFORM 2550-COUNT-CHILDREN THRU 2550-EXIT
038000         IF RMT-CHILD-COUNT > ZERO
038100             MOVE "REJECTED - STILL IN USE" TO RMT-D-STATUS
038200             SET RMT-REJECTED-YES TO TRUE
038300             WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE
038400             PERFORM 2650-PRINT-HELD THRU 2650-EXIT
038500             GO TO 2400-EXIT
038600         END-IF
038700         PERFORM 2500-READ-MASTER THRU 2500-EXIT
038800         IF RMT-NOT-FOUND-YES
038900             PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
039000         END-IF
039100     END-IF.
039200     DELETE ROLLUP-MASTER-FILE RECORD.
039300     IF RMT-RUP-FILE-STATUS NOT = "00"
039400         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
039500     END-IF.
039600     ADD 1 TO RMT-DELETE-COUNT.
039700     MOVE "DELETED" TO RMT-D-STATUS.
039800     WRITE AUDIT-REPORT-LINE FROM RMT-DETAIL-LINE.
039900     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
040000     MOVE "AFTER" TO RMT-N-TAG.
040100     WRITE AUDIT-REPORT-LINE FROM RMT-NOFILE-LINE.
040200 2400-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500* 2500-READ-MASTER - READ THE ROLL-UP MASTER BY THE CARD'S
040600* LEVEL AND CODE.  AN INVALID KEY MEANS THE RECORD IS NOT ON
040700* FILE; ANY OTHER NON-ZERO STATUS IS A HARD I-O FAILURE AND
040800* ABORTS THE RUN.
040900*----------------------------------------------------------------
041000 2500-READ-MASTER.
041100     MOVE RMC-KEY TO RUP-KEY.
041200     PERFORM 2510-READ-KEY THRU 2510-EXIT.
041300 2500-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600* 2510-READ-KEY - READ THE ROLL-UP MASTER BY WHATEVER KEY IS IN
041700* THE BUFFER.
041800*----------------------------------------------------------------
041900 2510-READ-KEY.
042000     MOVE "N" TO RMT-NOT-FOUND-SW.
042100     READ ROLLUP-MASTER-FILE
042200         INVALID KEY
042300             SET RMT-NOT-FOUND-YES TO TRUE
042400     END-READ.
042500     IF RMT-NOT-FOUND-SW = "N" AND
042600        RMT-RUP-FILE-STATUS NOT = "00"
042700         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
042800     END-IF.
042900 2510-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200* 2550-COUNT-CHILDREN - COUNT THE RECORDS ONE LEVEL DOWN THAT
043300* NAME THE CARD'S GROUP OR DIVISION AS THEIR PARENT: READ EVERY
043400* DIVISION FOR A GROUP, EVERY ACCOUNT FOR A DIVISION.
043500*----------------------------------------------------------------
043600 2550-COUNT-CHILDREN.
043700     MOVE ZERO TO RMT-CHILD-COUNT.
043800     MOVE "N" TO RMT-SCAN-SW.
043900     IF RMC-GROUP
044000         MOVE "D" TO RMT-CHILD-LEVEL
044100     ELSE
044200         MOVE "A" TO RMT-CHILD-LEVEL
044300     END-IF.
044400     MOVE RMT-CHILD-LEVEL TO RUP-LEVEL.
044500     MOVE LOW-VALUES TO RUP-CODE.
044600     START ROLLUP-MASTER-FILE KEY IS NOT < RUP-KEY
044700         INVALID KEY
044800             SET RMT-SCAN-DONE TO TRUE
044900     END-START.
045000     PERFORM 2560-SCAN-CHILD THRU 2560-EXIT
045100         UNTIL RMT-SCAN-DONE.
045200 2550-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500* 2560-SCAN-CHILD - READ THE NEXT RECORD; THE SCAN ENDS AT THE
045600* END OF THE FILE OR OF THE CHILD LEVEL.
045700*----------------------------------------------------------------
045800 2560-SCAN-CHILD.
045900     READ ROLLUP-MASTER-FILE NEXT RECORD
046000         AT END
046100             SET RMT-SCAN-DONE TO TRUE
046200             GO TO 2560-EXIT
046300     END-READ.
046400     IF RMT-RUP-FILE-STATUS NOT = "00"
046500         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
046600     END-IF.
046700     IF RUP-LEVEL NOT = RMT-CHILD-LEVEL
046800         SET RMT-SCAN-DONE TO TRUE
046900         GO TO 2560-EXIT
047000     END-IF.
047100     IF RUP-PARENT-CODE = RMC-CODE
047200         ADD 1 TO RMT-CHILD-COUNT
047300     END-IF.
047400 2560-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700* 2600-PRINT-BEFORE - PRINT THE RECORD IN THE BUFFER AS THE
047800* BEFORE IMAGE.  2610-HOLD-BEFORE FILLS THE IMAGE LINE WITHOUT
047900* WRITING IT, FOR THE ACTIONS THAT MUST CAPTURE THE IMAGE
048000* BEFORE CHANGING THE BUFFER AND PRINT IT AFTER THE VERDICT
048100* LINE; 2650-PRINT-HELD WRITES WHAT WAS HELD.
048200*----------------------------------------------------------------
048300 2600-PRINT-BEFORE.
048400     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
048500     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
048600 2600-EXIT.
048700     EXIT.
048720*----------------------------------------------------------------
048740* 2610-HOLD-BEFORE - FILL THE BEFORE IMAGE LINE FROM THE BUFFER
048760* WITHOUT WRITING IT.
048780*----------------------------------------------------------------
048800 2610-HOLD-BEFORE.
048900     MOVE "BEFORE" TO RMT-I-TAG.
049000     PERFORM 2750-FILL-IMAGE THRU 2750-EXIT.
049100 2610-EXIT.
049200     EXIT.
049225*----------------------------------------------------------------
049250* 2650-PRINT-HELD - WRITE THE IMAGE LINE 2610-HOLD-BEFORE FILLED.
049275*----------------------------------------------------------------
049300 2650-PRINT-HELD.
049400     WRITE AUDIT-REPORT-LINE FROM RMT-IMAGE-LINE.
049500 2650-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800* 2700-PRINT-AFTER - PRINT THE RECORD IN THE BUFFER AS THE AFTER
049900* IMAGE, ONCE THE ACTION HAS LANDED ON THE MASTER.
050000*----------------------------------------------------------------
050100 2700-PRINT-AFTER.
050200     MOVE "AFTER" TO RMT-I-TAG.
050300     PERFORM 2750-FILL-IMAGE THRU 2750-EXIT.
050400     WRITE AUDIT-REPORT-LINE FROM RMT-IMAGE-LINE.
050500 2700-EXIT.
050600     EXIT.
050700*----------------------------------------------------------------
050800* 2750-FILL-IMAGE - MOVE THE RECORD IN THE BUFFER ONTO THE
050900* IMAGE LINE.
051000*----------------------------------------------------------------
051100 2750-FILL-IMAGE.
051200     MOVE RUP-PARENT-CODE TO RMT-I-PARENT.
051300     MOVE RUP-NAME TO RMT-I-NAME.
051400     MOVE RUP-CHANGE-DATE TO RMT-I-CHANGED.
051500 2750-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 2800-EDIT-CARD - EDIT AN "AD" OR "CH" CARD.  A GROUP OR
051900* DIVISION MUST BE NAMED; A DIVISION'S GROUP AND AN ACCOUNT'S
052000* DIVISION MUST BE PUNCHED AND ON FILE.  THE FIRST FAILURE SETS
052100* THE VERDICT AND ENDS THE EDIT.  THE PARENT IS READ INTO THE
052200* BUFFER, SO THE CALLER READS ITS OWN RECORD AGAIN BEFORE
052300* CHANGING IT.
052400*----------------------------------------------------------------
052500 2800-EDIT-CARD.
052600     IF NOT RMC-ACCOUNT AND RMC-NAME = SPACES
052700         MOVE "REJECTED - NO NAME" TO RMT-D-STATUS
052800         SET RMT-REJECTED-YES TO TRUE
052900         GO TO 2800-EXIT
053000     END-IF.
053100     IF RMC-GROUP
053200         GO TO 2800-EXIT
053300     END-IF.
053400     IF RMC-PARENT-CODE = SPACES
053500         MOVE "REJECTED - NO PARENT" TO RMT-D-STATUS
053600         SET RMT-REJECTED-YES TO TRUE
053700         GO TO 2800-EXIT
053800     END-IF.
053900     IF RMC-DIVISION
054000         MOVE "G" TO RUP-LEVEL
054100     ELSE
054200         MOVE "D" TO RUP-LEVEL
054300     END-IF.
054400     MOVE RMC-PARENT-CODE TO RUP-CODE.
054500     PERFORM 2510-READ-KEY THRU 2510-EXIT.
054600     IF RMT-NOT-FOUND-YES
054700         IF RMC-DIVISION
054800             MOVE "REJECTED - NO SUCH GROUP" TO RMT-D-STATUS
054900         ELSE
055000             MOVE "REJECTED - NO SUCH DIVISION" TO RMT-D-STATUS
055100         END-IF
055200         SET RMT-REJECTED-YES TO TRUE
055300     END-IF.
055400 2800-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700* 2850-LOAD-RECORD - MOVE THE EDITED CARD INTO THE BUFFER.  A
055800* GROUP HAS NO PARENT AND AN ACCOUNT NO NAME OF ITS OWN HERE.
055900*----------------------------------------------------------------
056000 2850-LOAD-RECORD.
056100     IF RMC-GROUP
056200         MOVE SPACES TO RUP-PARENT-CODE
056300     ELSE
056400         MOVE RMC-PARENT-CODE TO RUP-PARENT-CODE
056500     END-IF.
056600     IF RMC-ACCOUNT
056700         MOVE SPACES TO RUP-NAME
056800     ELSE
056900         MOVE RMC-NAME TO RUP-NAME
057000     END-IF.
057100     MOVE RMT-RUN-DATE TO RUP-CHANGE-DATE.
057200 2850-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500* 9000-TERMINATE - PRINT THE MAINTENANCE TRAILER, CLOSE THE
057600* FILES, AND GIVE THE OPERATOR A SHORT CONSOLE MESSAGE.  A DECK
057700* WITH REJECTED CARDS ENDS WITH WARNING RETURN-CODE 4 SO THE
057800* FILE ROOM RE-PULLS THE SOURCE DOCUMENTS.
057900*----------------------------------------------------------------
058000 9000-TERMINATE.
058100     MOVE RMT-ADD-COUNT TO RMT-T-ADD-COUNT.
058200     MOVE RMT-CHANGE-COUNT TO RMT-T-CHANGE-COUNT.
058300     MOVE RMT-DELETE-COUNT TO RMT-T-DELETE-COUNT.
058400     MOVE RMT-REJECT-COUNT TO RMT-T-REJECT-COUNT.
058500     WRITE AUDIT-REPORT-LINE FROM RMT-TRAILER-LINE.
058600     CLOSE MAINT-CARD-FILE, ROLLUP-MASTER-FILE,
058700         AUDIT-REPORT-FILE.
058800     IF RMT-REJECT-COUNT > ZERO
058900         MOVE 4 TO RETURN-CODE
059000     END-IF.
059100     DISPLAY "ROLL-UP MAINTENANCE COMPLETE - SEE AUDIT LISTING.".
059200 9000-EXIT.
059300     EXIT.
059400*----------------------------------------------------------------
059500* 9900-MASTER-IO-ABORT - THE ROLL-UP MASTER FAILED AN OPEN,
059600* READ, START, WRITE, REWRITE OR DELETE.  TELL THE OPERATOR AND
059700* END WITH RETURN-CODE 16.
059800*----------------------------------------------------------------
059900 9900-MASTER-IO-ABORT.
060000     DISPLAY "RUPMAINT - ROLL-UP MASTER I-O FAILURE - STATUS "
060100         RMT-RUP-FILE-STATUS.
060200     MOVE 16 TO RETURN-CODE.
060300     STOP RUN.
060400 9900-EXIT.
060500     EXIT.
