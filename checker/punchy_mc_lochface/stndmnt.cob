000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STNDMNT.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  MAINTAINS THE STANDING-
001300*                    ENTRY MASTER (SEE STNDENT.CPY) FROM ITS OWN
001400*                    DECK OF MAINTENANCE CARDS, THE WAY LDGMAINT
001500*                    MAINTAINS THE LEDGER MASTER: "AD" ADDS A
001600*                    NEW ENTRY, "CH" REPLACES AN ENTRY'S
001700*                    ACCOUNT, FREQUENCY, MONTHS AND AMOUNTS
001800*                    FROM A FULLY RE-PUNCHED CARD, AND "DL"
001900*                    DELETES ONE.  THE ACCOUNT MUST BE OPEN ON
002000*                    THE LEDGER MASTER, SO STNDGEN NEVER PUNCHES
002100*                    A CARD THAT WOULD GO STRAIGHT TO SUSPENSE.
002200*                    EVERY CARD PRINTS ON THE AUDIT LISTING
002300*                    WITH THE BEFORE AND AFTER IMAGES OF THE
002400*                    ENTRY IT TOUCHED.  A DECK WITH REJECTED
002500*                    CARDS ENDS WITH WARNING RETURN-CODE 4; ANY
002600*                    MASTER I-O FAILURE ABORTS WITH RETURN-CODE
002700*                    16.
002710*  10/15/2026  JH    A "CH" CARD WITH "R" IN COLUMN 78 ALSO CLEARS
002720*                    THE ENTRY'S LAST GENERATED MONTH, SO THE NEXT
002730*                    STNDGEN RUN PUNCHES ITS CARD AGAIN - HOW THE
002740*                    FILE ROOM RECOVERS A GENDECK LOST AFTER A
002750*                    CLEAN RUN.  A BLANK COLUMN 78 STILL KEEPS IT.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. GENERIC.
003200 OBJECT-COMPUTER. GENERIC.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MAINT-CARD-FILE ASSIGN TO "SEMIN"
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT STANDING-MASTER-FILE ASSIGN TO "STDMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS STE-ENTRY-ID
004100         FILE STATUS IS SMT-STE-FILE-STATUS.
004200     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS LDM-ACCOUNT-CODE
004600         FILE STATUS IS SMT-MST-FILE-STATUS.
004700     SELECT AUDIT-REPORT-FILE ASSIGN TO "SEMOUT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* MAINT-CARD-FILE - THE MAINTENANCE DECK.  ONE 80-COLUMN CARD
005300* PER ACTION:
005400* COLUMNS   1-  2  ACTION - "AD" ADD, "CH" CHANGE, "DL" DELETE
005500* COLUMNS   3-  8  ENTRY ID
005600* COLUMNS   9- 12  DEPARTMENT/ACCOUNT CODE ("AD" AND "CH")
005700* COLUMN       13  FREQUENCY - "M" MONTHLY, "Q" QUARTERLY,
005800*                  "O" ONE-TIME ("AD" AND "CH")
005900* COLUMNS  14- 19  START MONTH, YYYYMM ("AD" AND "CH")
006000* COLUMNS  20- 25  STOP MONTH, YYYYMM - BLANK MEANS NO STOP
006100*                  ("AD" AND "CH"; IGNORED FOR ONE-TIME)
006200* COLUMNS  26- 27  COUNT OF AMOUNTS IN USE (01 THRU 05)
006300* COLUMNS  28- 77  5 AMOUNTS, 10 COLUMNS EACH (SIGN, 7 DIGITS,
006400*                  2 DECIMALS), AS ON THE TRANSACTION CARD
006450* COLUMN       78  "R" CLEARS THE LAST GENERATED MONTH ("CH"
006500*                  ONLY) - BLANK KEEPS IT
006550* COLUMNS  79- 80  UNUSED
006600* A "DL" CARD NEEDS ONLY COLUMNS 1-8.
006700*----------------------------------------------------------------
006800 FD  MAINT-CARD-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  MAINT-CARD-RECORD.
007200     05  SMC-ACTION             PIC X(02).
007300         88  SMC-ADD                         VALUE "AD".
007400         88  SMC-CHANGE                      VALUE "CH".
007500         88  SMC-DELETE                      VALUE "DL".
007600     05  SMC-ENTRY-ID           PIC X(06).
007700     05  SMC-ACCOUNT-CODE       PIC X(04).
007800     05  SMC-FREQUENCY          PIC X(01).
007900     05  SMC-START-MONTH        PIC X(06).
008000     05  SMC-STOP-MONTH         PIC X(06).
008100     05  SMC-AMOUNT-COUNT       PIC X(02).
008200     05  SMC-AMOUNT-TABLE OCCURS 5 TIMES.
008300         10  SMC-AMOUNT           PIC S9(7)V99
008400             SIGN LEADING SEPARATE.
008450     05  SMC-RESET-GEN          PIC X(01).
008500         88  SMC-RESET-GEN-YES               VALUE "R".
008550     05  FILLER                 PIC X(02).
008600*----------------------------------------------------------------
008700* STANDING-MASTER-FILE - ONE RECORD PER STANDING ENTRY, KEYED
008800* BY THE ENTRY ID.  SEE STNDENT.CPY.  THIS IS THE ONLY PROGRAM
008900* THAT WRITES NEW RECORDS TO IT.
009000*----------------------------------------------------------------
009100 FD  STANDING-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 COPY STNDENT.
009500*----------------------------------------------------------------
009600* LEDGER-MASTER-FILE - READ ONLY, TO PROVE THE ENTRY'S ACCOUNT
009700* IS ON FILE AND OPEN.  SEE LDGMAST.CPY.
009800*----------------------------------------------------------------
009900 FD  LEDGER-MASTER-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS.
010200 COPY LDGMAST.
010300*----------------------------------------------------------------
010400* AUDIT-REPORT-FILE - THE PRINTED AUDIT LISTING.  EVERY CARD
010500* GETS A DETAIL LINE WITH ITS VERDICT, AND EVERY CARD THAT
010600* TOUCHED THE MASTER GETS THE BEFORE AND AFTER IMAGES OF THE
010700* ENTRY.  COLUMN 1 OF EACH LINE IS ASA CARRIAGE CONTROL ("1" =
010800* NEW PAGE, " " = SINGLE SPACE).
010900*----------------------------------------------------------------
011000 FD  AUDIT-REPORT-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 133 CHARACTERS.
011300 01  AUDIT-REPORT-LINE          PIC X(133).
011400 WORKING-STORAGE SECTION.
011500* FILE STATUS FOR STANDING-MASTER-FILE - "35" ON THE FIRST OPEN
011600* MEANS NO MASTER EXISTS YET AND AN EMPTY ONE IS CREATED.
011700* ANYTHING ELSE BUT "00" ABORTS THE RUN IN 9900-MASTER-IO-ABORT.
011800 01  SMT-STE-FILE-STATUS        PIC X(02).
011900* FILE STATUS FOR LEDGER-MASTER-FILE - ANYTHING BUT "00" ON
012000* THE OPEN, OR ON A READ THAT FINDS ITS KEY, ABORTS THE RUN IN
012100* 9910-LEDGER-IO-ABORT.
012200 01  SMT-MST-FILE-STATUS        PIC X(02).
012300* COUNTS FOR THE MAINTENANCE RUN.
012400 01  SMT-COUNTERS.
012500     05  SMT-RECORD-COUNT       PIC 9(06) COMP VALUE ZERO.
012600     05  SMT-ADD-COUNT          PIC 9(06) COMP VALUE ZERO.
012700     05  SMT-CHANGE-COUNT       PIC 9(06) COMP VALUE ZERO.
012800     05  SMT-DELETE-COUNT       PIC 9(06) COMP VALUE ZERO.
012900     05  SMT-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
013000* END-OF-DECK AND PER-CARD SWITCHES.
013100 01  SMT-SWITCHES.
013200     05  SMT-EOF-SW             PIC X(01) VALUE "N".
013300         88  SMT-EOF-YES                     VALUE "Y".
013400     05  SMT-NO-ENTRY-SW        PIC X(01) VALUE "N".
013500         88  SMT-NO-ENTRY-YES                VALUE "Y".
013600     05  SMT-REJECTED-SW        PIC X(01) VALUE "N".
013700         88  SMT-REJECTED-YES                VALUE "Y".
013800     05  SMT-NO-ACCOUNT-SW      PIC X(01) VALUE "N".
013900         88  SMT-NO-ACCOUNT-YES              VALUE "Y".
014000* SUBSCRIPT FOR THE AMOUNT TABLES.
014100 77  SMT-AMOUNT-INDEX           PIC 9(02) COMP.
014200* THE CARD'S FIELDS AFTER THE EDIT, IN NUMERIC FORM, AND THE
014300* TOTAL THE GENERATED DETAIL CARD WILL CARRY.  THE TOTAL MUST
014400* FIT THE TRANSACTION CARD'S TOTAL FIELD (SEE LEDGER.CPY) OR
014500* ADDBATCH WOULD FLAG EVERY CARD GENERATED FROM THE ENTRY.
014600 01  SMT-EDIT-WORK.
014700     05  SMT-START-MONTH        PIC 9(06).
014800     05  SMT-STOP-MONTH         PIC 9(06).
014900     05  SMT-AMOUNT-COUNT       PIC 9(02).
015000     05  SMT-CARD-TOTAL         PIC S9(7)V99.
015100* WORK FIELD FOR THE MONTH EDIT.
015200 01  SMT-MONTH-WORK             PIC 9(06).
015300 01  SMT-MONTH-WORK-X REDEFINES SMT-MONTH-WORK.
015400     05  FILLER                 PIC 9(04).
015500     05  SMT-MONTH-MM           PIC 9(02).
015600* RUN DATE, USED ON THE LISTING HEADER.
015700 01  SMT-RUN-DATE               PIC 9(08).
015800* LISTING PAGE HEADER - PROGRAM NAME AND RUN DATE.
015900 01  SMT-HEADING-LINE.
016000     05  FILLER                  PIC X(01) VALUE "1".
016100     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
016200     05  FILLER                  PIC X(08) VALUE "STNDMNT ".
016300     05  FILLER                  PIC X(10) VALUE SPACES.
016400     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
016500     05  SMT-H-DATE              PIC 9(08).
016600     05  FILLER                  PIC X(87) VALUE SPACES.
016700* LISTING DETAIL LINE - ONE PER MAINTENANCE CARD READ.
016800 01  SMT-DETAIL-LINE.
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  FILLER                  PIC X(04) VALUE SPACES.
017100     05  SMT-D-RECORD-NO         PIC ZZZZZ9.
017200     05  FILLER                  PIC X(03) VALUE SPACES.
017300     05  SMT-D-ACTION            PIC X(02).
017400     05  FILLER                  PIC X(03) VALUE SPACES.
017500     05  SMT-D-ENTRY-ID          PIC X(06).
017600     05  FILLER                  PIC X(03) VALUE SPACES.
017700     05  SMT-D-STATUS            PIC X(28) VALUE SPACES.
017800     05  FILLER                  PIC X(77) VALUE SPACES.
017900* BEFORE/AFTER IMAGE LINE - THE ENTRY AS IT STOOD BEFORE THE
018000* CARD AND AS IT STANDS AFTER.  A CARD WHOSE ENTRY IS NOT ON
018100* FILE PRINTS "** NOT ON FILE **" AS ITS BEFORE IMAGE.
018200 01  SMT-IMAGE-LINE.
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  FILLER                  PIC X(11) VALUE SPACES.
018500     05  SMT-I-TAG               PIC X(07).
018600     05  FILLER                  PIC X(05) VALUE " ACCT".
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  SMT-I-ACCOUNT           PIC X(04).
018900     05  FILLER                  PIC X(06) VALUE "  FREQ".
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  SMT-I-FREQUENCY         PIC X(01).
019200     05  FILLER                  PIC X(07) VALUE "  START".
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  SMT-I-START             PIC 9(06).
019500     05  FILLER                  PIC X(06) VALUE "  STOP".
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  SMT-I-STOP              PIC 9(06).
019800     05  FILLER                  PIC X(06) VALUE "  AMTS".
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  SMT-I-AMOUNT-COUNT      PIC Z9.
020100     05  FILLER                  PIC X(07) VALUE "  TOTAL".
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  SMT-I-TOTAL             PIC -(7)9.99.
020400     05  FILLER                  PIC X(10) VALUE "  LAST GEN".
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  SMT-I-LAST-GEN          PIC 9(06).
020700     05  FILLER                  PIC X(08) VALUE "  STATUS".
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  SMT-I-STATUS            PIC X(01).
021000     05  FILLER                  PIC X(14) VALUE SPACES.
021100* "NOT ON FILE" BEFORE-IMAGE LINE FOR AN ADD OR A MIS-KEYED
021200* CHANGE/DELETE, AND THE "DELETED" AFTER-IMAGE LINE.
021300 01  SMT-NOFILE-LINE.
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  FILLER                  PIC X(11) VALUE SPACES.
021600     05  SMT-N-TAG               PIC X(07).
021700     05  FILLER                  PIC X(18)
021800         VALUE " ** NOT ON FILE **".
021900     05  FILLER                  PIC X(96) VALUE SPACES.
022000* LISTING TRAILER LINE - WHAT THE RUN DID.
022100 01  SMT-TRAILER-LINE.
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  FILLER            PIC X(06) VALUE "ADDED ".
022400     05  SMT-T-ADD-COUNT         PIC ZZZZZ9.
022500     05  FILLER            PIC X(10) VALUE "  CHANGED ".
022600     05  SMT-T-CHANGE-COUNT      PIC ZZZZZ9.
022700     05  FILLER            PIC X(10) VALUE "  DELETED ".
022800     05  SMT-T-DELETE-COUNT      PIC ZZZZZ9.
022900     05  FILLER            PIC X(11) VALUE "  REJECTED ".
023000     05  SMT-T-REJECT-COUNT      PIC ZZZZZ9.
023100     05  FILLER                  PIC X(71) VALUE SPACES.
023200 PROCEDURE DIVISION.
023300*================================================================
023400* BEGIN - MAINLINE.  OPENS THE MAINTENANCE DECK, THE STANDING-
023500* ENTRY MASTER, THE LEDGER MASTER AND THE AUDIT LISTING, LOOPS
023600* ONE ACTION PER CARD UNTIL THE DECK IS EXHAUSTED.
023700*================================================================
023800 BEGIN.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
024100         UNTIL SMT-EOF-YES.
024200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024300     STOP RUN.
024400*----------------------------------------------------------------
024500* 1000-INITIALIZE - OPEN THE DECK, THE MASTERS AND THE LISTING,
024600* PRINT THE PAGE HEADER AND PRIME THE READ.  A STANDING-ENTRY
024700* MASTER THAT DOES NOT EXIST YET ("35") IS CREATED EMPTY, AS
024800* LDGMAINT CREATES THE LEDGER MASTER.  THE LEDGER MASTER IS
024900* OPENED INPUT - THIS PROGRAM NEVER CHANGES IT.
025000*----------------------------------------------------------------
025100 1000-INITIALIZE.
025200     OPEN INPUT MAINT-CARD-FILE.
025300     OPEN I-O STANDING-MASTER-FILE.
025400     IF SMT-STE-FILE-STATUS = "35"
025500         OPEN OUTPUT STANDING-MASTER-FILE
025600         CLOSE STANDING-MASTER-FILE
025700         OPEN I-O STANDING-MASTER-FILE
025800     END-IF.
025900     IF SMT-STE-FILE-STATUS NOT = "00"
026000         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
026100     END-IF.
026200     OPEN INPUT LEDGER-MASTER-FILE.
026300     IF SMT-MST-FILE-STATUS NOT = "00"
026400         PERFORM 9910-LEDGER-IO-ABORT THRU 9910-EXIT
026500     END-IF.
026600     OPEN OUTPUT AUDIT-REPORT-FILE.
026700     ACCEPT SMT-RUN-DATE FROM DATE YYYYMMDD.
026800     MOVE SMT-RUN-DATE TO SMT-H-DATE.
026900     WRITE AUDIT-REPORT-LINE FROM SMT-HEADING-LINE.
027000     PERFORM 2100-READ-CARD THRU 2100-EXIT.
027100 1000-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400* 2000-PROCESS-CARD - ROUTE ONE MAINTENANCE CARD TO ITS ACTION
027500* PARAGRAPH, PRINT ITS DETAIL LINE AND READ THE NEXT CARD.  A
027600* CARD WITH AN UNKNOWN ACTION OR A BLANK ENTRY ID IS REJECTED
027700* WITHOUT TOUCHING THE MASTER.
027800*----------------------------------------------------------------
027900 2000-PROCESS-CARD.
028000     ADD 1 TO SMT-RECORD-COUNT.
028100     MOVE "N" TO SMT-REJECTED-SW.
028200     MOVE SMT-RECORD-COUNT TO SMT-D-RECORD-NO.
028300     MOVE SMC-ACTION TO SMT-D-ACTION.
028400     MOVE SMC-ENTRY-ID TO SMT-D-ENTRY-ID.
028500     MOVE SPACES TO SMT-D-STATUS.
028600     IF SMC-ENTRY-ID = SPACES
028700         MOVE "REJECTED - NO ENTRY ID" TO SMT-D-STATUS
028800         SET SMT-REJECTED-YES TO TRUE
028900         WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
029000         GO TO 2000-NEXT
029100     END-IF.
029200     IF SMC-ADD
029300         PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
029400     ELSE
029500         IF SMC-CHANGE
029600             PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
029700         ELSE
029800             IF SMC-DELETE
029900                 PERFORM 2400-DELETE-ENTRY THRU 2400-EXIT
030000             ELSE
030100                 MOVE "REJECTED - BAD ACTION" TO SMT-D-STATUS
030200                 SET SMT-REJECTED-YES TO TRUE
030300                 WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
030400             END-IF
030500         END-IF
030600     END-IF.
030700 2000-NEXT.
030800     IF SMT-REJECTED-YES
030900         ADD 1 TO SMT-REJECT-COUNT
031000     END-IF.
031100     PERFORM 2100-READ-CARD THRU 2100-EXIT.
031200 2000-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 2100-READ-CARD - READ THE NEXT MAINTENANCE CARD, SETTING THE
031600* EOF SWITCH WHEN THE DECK IS EXHAUSTED.
031700*----------------------------------------------------------------
031800 2100-READ-CARD.
031900     READ MAINT-CARD-FILE
032000         AT END SET SMT-EOF-YES TO TRUE.
032100 2100-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400* 2200-ADD-ENTRY - CREATE A NEW STANDING ENTRY FROM THE CARD.
032500* THE ENTRY MUST NOT ALREADY BE ON FILE AND THE CARD MUST PASS
032600* 2800-EDIT-CARD.  A NEW ENTRY IS ACTIVE AND HAS NEVER BEEN
032700* GENERATED.
032800*----------------------------------------------------------------
032900 2200-ADD-ENTRY.
033000     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
033100     IF SMT-NO-ENTRY-SW = "N"
033200         MOVE "REJECTED - ALREADY ON FILE" TO SMT-D-STATUS
033300         SET SMT-REJECTED-YES TO TRUE
033400         WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
033500         PERFORM 2600-PRINT-BEFORE THRU 2600-EXIT
033600         GO TO 2200-EXIT
033700     END-IF.
033800     PERFORM 2800-EDIT-CARD THRU 2800-EXIT.
033900     IF SMT-REJECTED-YES
034000         WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
034100         GO TO 2200-EXIT
034200     END-IF.
034300     MOVE SPACES TO STANDING-ENTRY-RECORD.
034400     MOVE SMC-ENTRY-ID TO STE-ENTRY-ID.
034500     PERFORM 2850-LOAD-ENTRY THRU 2850-EXIT.
034600     MOVE ZERO TO STE-LAST-GEN-MONTH.
034700     SET STE-ACTIVE TO TRUE.
034800     WRITE STANDING-ENTRY-RECORD.
034900     IF SMT-STE-FILE-STATUS NOT = "00"
035000         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
035100     END-IF.
035200     ADD 1 TO SMT-ADD-COUNT.
035300     MOVE "ADDED" TO SMT-D-STATUS.
035400     WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE.
035500     MOVE "BEFORE" TO SMT-N-TAG.
035600     WRITE AUDIT-REPORT-LINE FROM SMT-NOFILE-LINE.
035700     PERFORM 2700-PRINT-AFTER THRU 2700-EXIT.
035800 2200-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100* 2300-CHANGE-ENTRY - REPLACE AN ENTRY'S ACCOUNT, FREQUENCY,
036200* MONTHS AND AMOUNTS FROM A FULLY RE-PUNCHED CARD.  THE LAST
036300* GENERATED MONTH IS KEPT, SO A CHANGE CAN NEVER CAUSE A SECOND
036350* CARD FOR A MONTH ALREADY GENERATED - UNLESS THE CARD ASKS
036400* FOR IT TO BE CLEARED ("R" IN COLUMN 78), WHEN THE DECK THAT
036450* CARRIED THAT CARD NEVER REACHED ADDBATCH.  AN EXPIRED ENTRY IS
036500* MADE ACTIVE AGAIN - A CHANGE IS HOW THE FILE ROOM EXTENDS AN
036600* ENTRY PAST ITS OLD STOP MONTH.
036700*----------------------------------------------------------------
036800 2300-CHANGE-ENTRY.
036900     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
037000     IF SMT-NO-ENTRY-YES
037100         MOVE "REJECTED - NO ENTRY" TO SMT-D-STATUS
037200         SET SMT-REJECTED-YES TO TRUE
037300         WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
037400         MOVE "BEFORE" TO SMT-N-TAG
037500         WRITE AUDIT-REPORT-LINE FROM SMT-NOFILE-LINE
037600         GO TO 2300-EXIT
037700     END-IF.
037800     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
037900     PERFORM 2800-EDIT-CARD THRU 2800-EXIT.
037910     IF SMT-REJECTED-SW = "N" AND
037920        SMC-RESET-GEN NOT = SPACE AND
037930        NOT SMC-RESET-GEN-YES
037940         MOVE "REJECTED - BAD RESET FLAG" TO SMT-D-STATUS
037950         SET SMT-REJECTED-YES TO TRUE
037960     END-IF.
038000     IF SMT-REJECTED-YES
038100         WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
038200         PERFORM 2650-PRINT-HELD THRU 2650-EXIT
038300         GO TO 2300-EXIT
038400     END-IF.
038500     PERFORM 2850-LOAD-ENTRY THRU 2850-EXIT.
038600     SET STE-ACTIVE TO TRUE.
038620     IF SMC-RESET-GEN-YES
038640         MOVE ZERO TO STE-LAST-GEN-MONTH
038660     END-IF.
038700     REWRITE STANDING-ENTRY-RECORD.
038800     IF SMT-STE-FILE-STATUS NOT = "00"
038900         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
039000     END-IF.
039100     ADD 1 TO SMT-CHANGE-COUNT.
039200     MOVE "CHANGED" TO SMT-D-STATUS.
039220     IF SMC-RESET-GEN-YES
039240         MOVE "CHANGED - LAST GEN CLEARED" TO SMT-D-STATUS
039260     END-IF.
039300     WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE.
039400     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
039500     PERFORM 2700-PRINT-AFTER THRU 2700-EXIT.
039600 2300-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900* 2400-DELETE-ENTRY - REMOVE AN ENTRY FROM THE MASTER.  NO CARD
040000* ALREADY GENERATED IS AFFECTED - IT HAS GONE THROUGH ADDBATCH
040100* LIKE ANY OTHER CARD AND IS REVERSED, IF NEED BE, THE SAME WAY.
040200*----------------------------------------------------------------
040300 2400-DELETE-ENTRY.
040400     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
040500     IF SMT-NO-ENTRY-YES
040600         MOVE "REJECTED - NO ENTRY" TO SMT-D-STATUS
040700         SET SMT-REJECTED-YES TO TRUE
040800         WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE
040900         MOVE "BEFORE" TO SMT-N-TAG
041000         WRITE AUDIT-REPORT-LINE FROM SMT-NOFILE-LINE
041100         GO TO 2400-EXIT
041200     END-IF.
041300     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
041400     DELETE STANDING-MASTER-FILE RECORD.
041500     IF SMT-STE-FILE-STATUS NOT = "00"
041600         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
041700     END-IF.
041800     ADD 1 TO SMT-DELETE-COUNT.
041900     MOVE "DELETED" TO SMT-D-STATUS.
042000     WRITE AUDIT-REPORT-LINE FROM SMT-DETAIL-LINE.
042100     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
042200     MOVE "AFTER" TO SMT-N-TAG.
042300     WRITE AUDIT-REPORT-LINE FROM SMT-NOFILE-LINE.
042400 2400-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700* 2500-READ-MASTER - READ THE STANDING-ENTRY MASTER BY THE
042800* CARD'S ENTRY ID.  AN INVALID KEY MEANS THE ENTRY IS NOT ON
042900* FILE; ANY OTHER NON-ZERO STATUS IS A HARD I-O FAILURE AND
043000* ABORTS THE RUN.
043100*----------------------------------------------------------------
043200 2500-READ-MASTER.
043300     MOVE "N" TO SMT-NO-ENTRY-SW.
043400     MOVE SMC-ENTRY-ID TO STE-ENTRY-ID.
043500     READ STANDING-MASTER-FILE
043600         INVALID KEY
043700             SET SMT-NO-ENTRY-YES TO TRUE
043800     END-READ.
043900     IF SMT-NO-ENTRY-SW = "N" AND
044000        SMT-STE-FILE-STATUS NOT = "00"
044100         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
044200     END-IF.
044300 2500-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 2600-PRINT-BEFORE - PRINT THE ENTRY IN THE BUFFER AS THE
044700* BEFORE IMAGE.  2610-HOLD-BEFORE FILLS THE IMAGE LINE WITHOUT
044800* WRITING IT, FOR THE ACTIONS THAT MUST CAPTURE THE IMAGE
044900* BEFORE CHANGING THE BUFFER AND PRINT IT AFTER THE VERDICT
045000* LINE; 2650-PRINT-HELD WRITES WHAT WAS HELD.
045100*----------------------------------------------------------------
045200 2600-PRINT-BEFORE.
045300     PERFORM 2610-HOLD-BEFORE THRU 2610-EXIT.
045400     PERFORM 2650-PRINT-HELD THRU 2650-EXIT.
045500 2600-EXIT.
045600     EXIT.
045700 2610-HOLD-BEFORE.
045800     MOVE "BEFORE" TO SMT-I-TAG.
045900     PERFORM 2750-FILL-IMAGE THRU 2750-EXIT.
046000 2610-EXIT.
046100     EXIT.
046200 2650-PRINT-HELD.
046300     WRITE AUDIT-REPORT-LINE FROM SMT-IMAGE-LINE.
046400 2650-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700* 2700-PRINT-AFTER - PRINT THE ENTRY IN THE BUFFER AS THE AFTER
046800* IMAGE, ONCE THE ACTION HAS LANDED ON THE MASTER.
046900*----------------------------------------------------------------
047000 2700-PRINT-AFTER.
047100     MOVE "AFTER" TO SMT-I-TAG.
047200     PERFORM 2750-FILL-IMAGE THRU 2750-EXIT.
047300     WRITE AUDIT-REPORT-LINE FROM SMT-IMAGE-LINE.
047400 2700-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700* 2750-FILL-IMAGE - MOVE THE ENTRY IN THE BUFFER ONTO THE IMAGE
047800* LINE, WITH THE TOTAL ITS GENERATED CARD WOULD CARRY.
047900*----------------------------------------------------------------
048000 2750-FILL-IMAGE.
048100     MOVE STE-ACCOUNT-CODE TO SMT-I-ACCOUNT.
048200     MOVE STE-FREQUENCY TO SMT-I-FREQUENCY.
048300     MOVE STE-START-MONTH TO SMT-I-START.
048400     MOVE STE-STOP-MONTH TO SMT-I-STOP.
048500     MOVE STE-AMOUNT-COUNT TO SMT-I-AMOUNT-COUNT.
048600     MOVE ZERO TO SMT-CARD-TOTAL.
048700     PERFORM 2760-ADD-ONE-STORED THRU 2760-EXIT
048800         VARYING SMT-AMOUNT-INDEX FROM 1 BY 1
048900         UNTIL SMT-AMOUNT-INDEX > STE-AMOUNT-COUNT
049000         OR SMT-AMOUNT-INDEX > 5.
049100     MOVE SMT-CARD-TOTAL TO SMT-I-TOTAL.
049200     MOVE STE-LAST-GEN-MONTH TO SMT-I-LAST-GEN.
049300     MOVE STE-STATUS TO SMT-I-STATUS.
049400 2750-EXIT.
049500     EXIT.
049525*----------------------------------------------------------------
049550* 2760-ADD-ONE-STORED - ADD ONE STORED AMOUNT TO THE CARD TOTAL.
049575*----------------------------------------------------------------
049600 2760-ADD-ONE-STORED.
049700     ADD STE-AMOUNT (SMT-AMOUNT-INDEX) TO SMT-CARD-TOTAL.
049800 2760-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 2800-EDIT-CARD - EDIT AN "AD" OR "CH" CARD.  THE ACCOUNT MUST
050200* BE ON THE LEDGER MASTER AND OPEN; THE FREQUENCY MUST BE "M",
050300* "Q" OR "O"; THE START MONTH, AND THE STOP MONTH IF PUNCHED,
050400* MUST NAME REAL MONTHS WITH THE STOP NOT BEFORE THE START; THE
050500* AMOUNT COUNT MUST BE 1 THRU 5, EVERY AMOUNT IN USE MUST PASS
050600* THE CLASS TEST, AND THEIR TOTAL MUST FIT THE TRANSACTION
050700* CARD.  THE FIRST FAILURE SETS THE VERDICT AND ENDS THE EDIT.
050800* THE BUFFER IS NOT TOUCHED, SO A CHANGE'S BEFORE IMAGE SURVIVES
050900* A REJECT.
051000*----------------------------------------------------------------
051100 2800-EDIT-CARD.
051200     IF SMC-ACCOUNT-CODE = SPACES
051300         MOVE "REJECTED - NO ACCOUNT CODE" TO SMT-D-STATUS
051400         SET SMT-REJECTED-YES TO TRUE
051500         GO TO 2800-EXIT
051600     END-IF.
051700     PERFORM 2900-READ-LEDGER THRU 2900-EXIT.
051800     IF SMT-NO-ACCOUNT-YES
051900         MOVE "REJECTED - NO ACCOUNT" TO SMT-D-STATUS
052000         SET SMT-REJECTED-YES TO TRUE
052100         GO TO 2800-EXIT
052200     END-IF.
052300     IF LDM-CLOSED
052400         MOVE "REJECTED - ACCOUNT CLOSED" TO SMT-D-STATUS
052500         SET SMT-REJECTED-YES TO TRUE
052600         GO TO 2800-EXIT
052700     END-IF.
052800     IF SMC-FREQUENCY NOT = "M" AND
052900        SMC-FREQUENCY NOT = "Q" AND
053000        SMC-FREQUENCY NOT = "O"
053100         MOVE "REJECTED - BAD FREQUENCY" TO SMT-D-STATUS
053200         SET SMT-REJECTED-YES TO TRUE
053300         GO TO 2800-EXIT
053400     END-IF.
053500     IF SMC-START-MONTH NOT NUMERIC
053600         MOVE "REJECTED - BAD START MONTH" TO SMT-D-STATUS
053700         SET SMT-REJECTED-YES TO TRUE
053800         GO TO 2800-EXIT
053900     END-IF.
054000     MOVE SMC-START-MONTH TO SMT-MONTH-WORK.
054100     IF SMT-MONTH-MM < 1 OR SMT-MONTH-MM > 12
054200         MOVE "REJECTED - BAD START MONTH" TO SMT-D-STATUS
054300         SET SMT-REJECTED-YES TO TRUE
054400         GO TO 2800-EXIT
054500     END-IF.
054600     MOVE SMT-MONTH-WORK TO SMT-START-MONTH.
054700*    A ONE-TIME ENTRY RUNS ONCE WHATEVER THE CARD SAYS, SO ITS
054800*    STOP MONTH IS NOT EDITED AND IS KEPT AS ZERO.
054900     MOVE ZERO TO SMT-STOP-MONTH.
055000     IF SMC-FREQUENCY NOT = "O" AND
055100        SMC-STOP-MONTH NOT = SPACES
055200         IF SMC-STOP-MONTH NOT NUMERIC
055300             MOVE "REJECTED - BAD STOP MONTH" TO SMT-D-STATUS
055400             SET SMT-REJECTED-YES TO TRUE
055500             GO TO 2800-EXIT
055600         END-IF
055700         MOVE SMC-STOP-MONTH TO SMT-MONTH-WORK
055800         IF SMT-MONTH-MM < 1 OR SMT-MONTH-MM > 12
055900             MOVE "REJECTED - BAD STOP MONTH" TO SMT-D-STATUS
056000             SET SMT-REJECTED-YES TO TRUE
056100             GO TO 2800-EXIT
056200         END-IF
056300         IF SMT-MONTH-WORK < SMT-START-MONTH
056400             MOVE "REJECTED - STOP BEFORE START" TO SMT-D-STATUS
056500             SET SMT-REJECTED-YES TO TRUE
056600             GO TO 2800-EXIT
056700         END-IF
056800         MOVE SMT-MONTH-WORK TO SMT-STOP-MONTH
056900     END-IF.
057000     IF SMC-AMOUNT-COUNT NOT NUMERIC
057100         MOVE "REJECTED - BAD AMOUNT COUNT" TO SMT-D-STATUS
057200         SET SMT-REJECTED-YES TO TRUE
057300         GO TO 2800-EXIT
057400     END-IF.
057500     MOVE SMC-AMOUNT-COUNT TO SMT-AMOUNT-COUNT.
057600     IF SMT-AMOUNT-COUNT < 1 OR SMT-AMOUNT-COUNT > 5
057700         MOVE "REJECTED - BAD AMOUNT COUNT" TO SMT-D-STATUS
057800         SET SMT-REJECTED-YES TO TRUE
057900         GO TO 2800-EXIT
058000     END-IF.
058100     MOVE ZERO TO SMT-CARD-TOTAL.
058200     PERFORM 2810-EDIT-ONE-AMOUNT THRU 2810-EXIT
058300         VARYING SMT-AMOUNT-INDEX FROM 1 BY 1
058400         UNTIL SMT-AMOUNT-INDEX > SMT-AMOUNT-COUNT
058500         OR SMT-REJECTED-YES.
058600 2800-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900* 2810-EDIT-ONE-AMOUNT - CLASS TEST ONE AMOUNT IN USE AND ADD
059000* IT TO THE CARD TOTAL, WHICH MUST NOT OVERFLOW.
059100*----------------------------------------------------------------
059200 2810-EDIT-ONE-AMOUNT.
059300     IF SMC-AMOUNT (SMT-AMOUNT-INDEX) NOT NUMERIC
059400         MOVE "REJECTED - BAD AMOUNT" TO SMT-D-STATUS
059500         SET SMT-REJECTED-YES TO TRUE
059600         GO TO 2810-EXIT
059700     END-IF.
059800     ADD SMC-AMOUNT (SMT-AMOUNT-INDEX) TO SMT-CARD-TOTAL
059900         ON SIZE ERROR
060000             MOVE "REJECTED - TOTAL OVERFLOW" TO SMT-D-STATUS
060100             SET SMT-REJECTED-YES TO TRUE
060200     END-ADD.
060300 2810-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------
060600* 2850-LOAD-ENTRY - MOVE THE EDITED CARD INTO THE BUFFER.
060700* AMOUNTS PAST THE COUNT ARE ZEROED SO NO STALE FIGURE FROM AN
060800* EARLIER VERSION OF THE ENTRY RIDES ALONG.
060900*----------------------------------------------------------------
061000 2850-LOAD-ENTRY.
061100     MOVE SMC-ACCOUNT-CODE TO STE-ACCOUNT-CODE.
061200     MOVE SMC-FREQUENCY TO STE-FREQUENCY.
061300     MOVE SMT-START-MONTH TO STE-START-MONTH.
061400     MOVE SMT-STOP-MONTH TO STE-STOP-MONTH.
061500     MOVE SMT-AMOUNT-COUNT TO STE-AMOUNT-COUNT.
061600     PERFORM 2860-LOAD-ONE-AMOUNT THRU 2860-EXIT
061700         VARYING SMT-AMOUNT-INDEX FROM 1 BY 1
061800         UNTIL SMT-AMOUNT-INDEX > 5.
061900 2850-EXIT.
062000     EXIT.
062020*----------------------------------------------------------------
062040* 2860-LOAD-ONE-AMOUNT - LOAD ONE AMOUNT FROM THE CARD INTO THE
062060* ENTRY.  A SLOT PAST THE CARD'S AMOUNT COUNT IS ZEROED.
062080*----------------------------------------------------------------
062100 2860-LOAD-ONE-AMOUNT.
062200     IF SMT-AMOUNT-INDEX > SMT-AMOUNT-COUNT
062300         MOVE ZERO TO STE-AMOUNT (SMT-AMOUNT-INDEX)
062400     ELSE
062500         MOVE SMC-AMOUNT (SMT-AMOUNT-INDEX)
062600             TO STE-AMOUNT (SMT-AMOUNT-INDEX)
062700     END-IF.
062800 2860-EXIT.
062900     EXIT.
063000*----------------------------------------------------------------
063100* 2900-READ-LEDGER - READ THE LEDGER MASTER BY THE CARD'S
063200* ACCOUNT CODE.  AN INVALID KEY MEANS THE ACCOUNT IS NOT ON
063300* FILE; ANY OTHER NON-ZERO STATUS ABORTS THE RUN.
063400*----------------------------------------------------------------
063500 2900-READ-LEDGER.
063600     MOVE "N" TO SMT-NO-ACCOUNT-SW.
063700     MOVE SMC-ACCOUNT-CODE TO LDM-ACCOUNT-CODE.
063800     READ LEDGER-MASTER-FILE
063900         INVALID KEY
064000             SET SMT-NO-ACCOUNT-YES TO TRUE
064100     END-READ.
064200     IF SMT-NO-ACCOUNT-SW = "N" AND
064300        SMT-MST-FILE-STATUS NOT = "00"
064400         PERFORM 9910-LEDGER-IO-ABORT THRU 9910-EXIT
064500     END-IF.
064600 2900-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 9000-TERMINATE - PRINT THE MAINTENANCE TRAILER, CLOSE THE
065000* FILES, AND GIVE THE OPERATOR A SHORT CONSOLE MESSAGE.  A DECK
065100* WITH REJECTED CARDS ENDS WITH WARNING RETURN-CODE 4 SO THE
065200* FILE ROOM RE-PULLS THE SOURCE DOCUMENTS.
065300*----------------------------------------------------------------
065400 9000-TERMINATE.
065500     MOVE SMT-ADD-COUNT TO SMT-T-ADD-COUNT.
065600     MOVE SMT-CHANGE-COUNT TO SMT-T-CHANGE-COUNT.
065700     MOVE SMT-DELETE-COUNT TO SMT-T-DELETE-COUNT.
065800     MOVE SMT-REJECT-COUNT TO SMT-T-REJECT-COUNT.
065900     WRITE AUDIT-REPORT-LINE FROM SMT-TRAILER-LINE.
066000     CLOSE MAINT-CARD-FILE, STANDING-MASTER-FILE,
066100         LEDGER-MASTER-FILE, AUDIT-REPORT-FILE.
066200     IF SMT-REJECT-COUNT > ZERO
066300         MOVE 4 TO RETURN-CODE
066400     END-IF.
066500     DISPLAY "STANDING ENTRY MAINTENANCE COMPLETE - SEE AUDIT "
066600         "LISTING.".
066700 9000-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000* 9900-MASTER-IO-ABORT - THE STANDING-ENTRY MASTER FAILED AN
067100* OPEN, READ, WRITE, REWRITE OR DELETE.  TELL THE OPERATOR AND
067200* END WITH RETURN-CODE 16.
067300*----------------------------------------------------------------
067400 9900-MASTER-IO-ABORT.
067500     DISPLAY "STNDMNT - STANDING ENTRY MASTER I-O FAILURE - "
067600         "STATUS " SMT-STE-FILE-STATUS.
067700     MOVE 16 TO RETURN-CODE.
067800     STOP RUN.
067900 9900-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------
068200* 9910-LEDGER-IO-ABORT - THE LEDGER MASTER FAILED AN OPEN OR
068300* READ.  TELL THE OPERATOR AND END WITH RETURN-CODE 16.
068400*----------------------------------------------------------------
068500 9910-LEDGER-IO-ABORT.
068600     DISPLAY "STNDMNT - LEDGER MASTER I-O FAILURE - STATUS "
068700         SMT-MST-FILE-STATUS.
068800     MOVE 16 TO RETURN-CODE.
068900     STOP RUN.
069000 9910-EXIT.
069100     EXIT.
