000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STNDGEN.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  BUILDS THE MONTH'S
001300*                    STANDING-ENTRY CARDS (RENT, DEPRECIATION,
001400*                    ALLOCATIONS) FROM THE STANDING-ENTRY MASTER
001500*                    (SEE STNDENT.CPY) AS A COMPLETE DECK IN THE
001600*                    CARDIN FORMAT (SEE CARDIMG.CPY): AN "HD"
001700*                    CARD, ONE "BH"/"BT" BATCH PER DEPARTMENT,
001800*                    AND A "TR" CARD CARRYING THE DECK'S COUNT
001900*                    AND CONTROL TOTAL, WITH SEQUENCE NUMBERS
002000*                    AND THE EFFECTIVE DATE ALREADY PUNCHED.
002100*                    THE DECK RUNS THROUGH ADDBATCH'S EDIT AND
002200*                    BALANCING LIKE ANY HAND-PUNCHED DECK.  EACH
002300*                    ENTRY GENERATES AT MOST ONCE A MONTH, AND
002400*                    ENTRIES PAST THEIR STOP MONTH (OR ONE-TIME
002500*                    ENTRIES ONCE PUNCHED) ARE EXPIRED AND
002600*                    LISTED, SO THE FILE ROOM SEES WHAT DROPPED
002700*                    OFF.  ANY MASTER I-O FAILURE ABORTS WITH
002800*                    RETURN-CODE 16.
002810*  10/15/2026  JH    THE MASTER IS NO LONGER UPDATED WHILE THE
002820*                    DUE ENTRIES ARE PICKED.  THE LAST GENERATED
002830*                    MONTH AND ANY EXPIRY ARE REWRITTEN ONLY ONCE
002840*                    THE WHOLE DECK IS WRITTEN AND GENDECK HAS
002850*                    CLOSED CLEANLY, SO A RUN THAT ABORTS ON THE
002860*                    WAY LEAVES THE MASTER AS IT FOUND IT AND IS
002870*                    SIMPLY RERUN.  A GENDECK I-O FAILURE NOW
002880*                    ABORTS WITH RETURN-CODE 16.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GENERIC.
003300 OBJECT-COMPUTER. GENERIC.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STANDING-MASTER-FILE ASSIGN TO "STDMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS STE-ENTRY-ID
004000         FILE STATUS IS SGN-STE-FILE-STATUS.
004100     SELECT DECK-FILE ASSIGN TO "GENDECK"
004150         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS SGN-DCK-FILE-STATUS.
004300     SELECT GEN-REPORT-FILE ASSIGN TO "SGNOUT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT SORT-FILE ASSIGN TO "SORTWK".
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------------
004900* STANDING-MASTER-FILE - THE STANDING-ENTRY MASTER, READ IN
005000* ENTRY-ID ORDER.  ONLY THE LAST GENERATED MONTH AND THE STATUS
005050* ARE EVER REWRITTEN HERE, AND ONLY ONCE THE DECK IS SAFELY
005100* WRITTEN (SEE 5000-UPDATE-MASTER).  SEE STNDENT.CPY.
005200*----------------------------------------------------------------
005300 FD  STANDING-MASTER-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS.
005600 COPY STNDENT.
005700*----------------------------------------------------------------
005800* DECK-FILE - THE GENERATED CARD DECK, 120-COLUMN IMAGES IN
005900* THE CARDIN FORMAT.  SEE CARDIMG.CPY.  IT IS FED TO ADDBATCH
006000* AS ITS CARDIN DECK.
006100*----------------------------------------------------------------
006200 FD  DECK-FILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 120 CHARACTERS.
006500 COPY CARDIMG.
006600*----------------------------------------------------------------
006700* SORT-FILE - WORK FILE FOR THE SORT OF THE DUE ENTRIES BY
006800* DEPARTMENT AND ENTRY ID, SO EACH DEPARTMENT'S CARDS FORM ONE
006900* BATCH.
007000*----------------------------------------------------------------
007100 SD  SORT-FILE.
007200 01  SRT-RECORD.
007300     05  SRT-ACCOUNT-CODE       PIC X(04).
007400     05  SRT-ENTRY-ID           PIC X(06).
007500     05  SRT-FREQUENCY          PIC X(01).
007600     05  SRT-AMOUNT-COUNT       PIC 9(02).
007700     05  SRT-AMOUNT             PIC S9(7)V99
007800         OCCURS 5 TIMES.
007900     05  SRT-TOTAL              PIC S9(7)V99.
008000*----------------------------------------------------------------
008100* GEN-REPORT-FILE - THE PRINTED GENERATION LISTING.  COLUMN 1
008200* OF EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " =
008300* SINGLE SPACE).
008400*----------------------------------------------------------------
008500 FD  GEN-REPORT-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 133 CHARACTERS.
008800 01  GEN-REPORT-LINE            PIC X(133).
008900 WORKING-STORAGE SECTION.
009000* FILE STATUS FOR STANDING-MASTER-FILE - ANYTHING BUT "00" ON
009100* THE OPEN OR A REWRITE ABORTS THE RUN IN 9900-MASTER-IO-ABORT;
009200* "10" ON A READ IS THE END OF THE FILE.
009300 01  SGN-STE-FILE-STATUS        PIC X(02).
009320* FILE STATUS FOR DECK-FILE - ANYTHING BUT "00" ON THE OPEN, A
009340* WRITE OR THE CLOSE ABORTS THE RUN IN 9920-DECK-IO-ABORT BEFORE
009360* THE MASTER IS TOUCHED.
009380 01  SGN-DCK-FILE-STATUS        PIC X(02).
009400* END-OF-FILE, SORT-RETURN, BATCH AND UPDATE-PHASE SWITCHES.
009500 01  SGN-SWITCHES.
009600     05  SGN-EOF-SW             PIC X(01) VALUE "N".
009700         88  SGN-EOF-YES                     VALUE "Y".
009800     05  SGN-SORT-EOF-SW        PIC X(01) VALUE "N".
009900         88  SGN-SORT-EOF-YES                VALUE "Y".
010000     05  SGN-IN-BATCH-SW        PIC X(01) VALUE "N".
010100         88  SGN-IN-BATCH-YES                VALUE "Y".
010105     05  SGN-UPDATING-SW        PIC X(01) VALUE "N".
010110         88  SGN-UPDATING-YES                VALUE "Y".
010115* WHAT 3250-DECIDE-ENTRY MADE OF THE ENTRY IN HAND.  THE PICK AND
010120* THE MASTER UPDATE AFTER IT PUT THE SAME QUESTION TO THE SAME
010125* RECORD, SO THEY ALWAYS AGREE.
010130 01  SGN-ACTION                 PIC X(01).
010135     88  SGN-ACT-NONE                    VALUE "N".
010140     88  SGN-ACT-SKIP                    VALUE "S".
010145     88  SGN-ACT-EXPIRE                  VALUE "X".
010150     88  SGN-ACT-GENERATE                VALUE "G".
010155     88  SGN-ACT-LAST-CARD               VALUE "L".
010200* SUBSCRIPT FOR THE AMOUNT TABLES.
010300 77  SGN-AMOUNT-INDEX           PIC 9(02) COMP.
010400* RUN DATE - ITS MONTH IS THE MONTH GENERATED FOR, AND THE
010500* WHOLE DATE IS PUNCHED AS EVERY CARD'S EFFECTIVE DATE.
010600 01  SGN-RUN-DATE               PIC 9(08).
010700 01  SGN-RUN-DATE-X REDEFINES SGN-RUN-DATE.
010800     05  SGN-GEN-MONTH          PIC 9(06).
010900     05  FILLER                 PIC 9(02).
011000* MONTH ARITHMETIC FOR THE QUARTERLY TEST - A MONTH AS A COUNT
011100* OF MONTHS (YEAR TIMES 12 PLUS MONTH), AND THE DISTANCE FROM
011200* THE START MONTH TO THE MONTH GENERATED FOR.
011300 01  SGN-MONTH-WORK             PIC 9(06).
011400 01  SGN-MONTH-WORK-X REDEFINES SGN-MONTH-WORK.
011500     05  SGN-MONTH-YYYY         PIC 9(04).
011600     05  SGN-MONTH-MM           PIC 9(02).
011700 01  SGN-MONTH-ARITH.
011800     05  SGN-GEN-INDEX          PIC 9(06) COMP.
011900     05  SGN-START-INDEX        PIC 9(06) COMP.
012000     05  SGN-MONTHS-SINCE       PIC 9(06) COMP.
012100     05  SGN-QUARTERS           PIC 9(06) COMP.
012200     05  SGN-QTR-REMAINDER      PIC 9(02) COMP.
012300* THE DEPARTMENT OF THE BATCH IN PROGRESS.
012400 01  SGN-BATCH-DEPARTMENT       PIC X(04) VALUE SPACES.
012500* COUNTS AND CONTROL TOTALS FOR THE DECK AND THE BATCH IN
012600* PROGRESS.  THE TOTALS ARE THE SIZE OF THE CONTROL CARD'S
012700* FIELD, SO A DECK TOO BIG TO PUNCH A TRAILER FOR IS CAUGHT.
012800 01  SGN-COUNTERS.
012900     05  SGN-ENTRY-COUNT        PIC 9(06) COMP VALUE ZERO.
013000     05  SGN-GEN-COUNT          PIC 9(06) COMP VALUE ZERO.
013100     05  SGN-EXPIRED-COUNT      PIC 9(06) COMP VALUE ZERO.
013200     05  SGN-SKIPPED-COUNT      PIC 9(06) COMP VALUE ZERO.
013300     05  SGN-BATCH-COUNT        PIC 9(06) COMP VALUE ZERO.
013400     05  SGN-SEQUENCE-NO        PIC 9(06) VALUE ZERO.
013500     05  SGN-DECK-TOTAL         PIC S9(9)V99 VALUE ZERO.
013600     05  SGN-BATCH-RECORDS      PIC 9(06) VALUE ZERO.
013700     05  SGN-BATCH-TOTAL        PIC S9(9)V99 VALUE ZERO.
013800* LISTING PAGE HEADER - PROGRAM NAME, RUN DATE AND THE MONTH
013900* GENERATED FOR.
014000 01  SGN-HEADING-LINE.
014100     05  FILLER                  PIC X(01) VALUE "1".
014200     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
014300     05  FILLER                  PIC X(08) VALUE "STNDGEN ".
014400     05  FILLER                  PIC X(10) VALUE SPACES.
014500     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
014600     05  SGN-H-DATE              PIC 9(08).
014700     05  FILLER                  PIC X(10) VALUE SPACES.
014800     05  FILLER                  PIC X(07) VALUE "MONTH: ".
014900     05  SGN-H-MONTH             PIC 9(06).
015000     05  FILLER                  PIC X(64) VALUE SPACES.
015100* SECTION HEADING LINE - OPENS THE EXPIRED/SKIPPED SECTION AND
015200* THE GENERATED-CARDS SECTION.
015300 01  SGN-SECTION-LINE.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  SGN-S-TEXT              PIC X(40).
015600     05  FILLER                  PIC X(92) VALUE SPACES.
015700* ENTRY LINE - ONE PER ENTRY EXPIRED OR SKIPPED, WITH WHY.
015800 01  SGN-ENTRY-LINE.
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  FILLER                  PIC X(04) VALUE SPACES.
016100     05  SGN-E-ENTRY-ID          PIC X(06).
016200     05  FILLER                  PIC X(03) VALUE SPACES.
016300     05  SGN-E-ACCOUNT           PIC X(04).
016400     05  FILLER                  PIC X(03) VALUE SPACES.
016500     05  SGN-E-FREQUENCY         PIC X(01).
016600     05  FILLER                  PIC X(08) VALUE "  START ".
016700     05  SGN-E-START             PIC 9(06).
016800     05  FILLER                  PIC X(07) VALUE "  STOP ".
016900     05  SGN-E-STOP              PIC 9(06).
017000     05  FILLER                  PIC X(03) VALUE SPACES.
017100     05  SGN-E-STATUS            PIC X(30).
017200     05  FILLER                  PIC X(51) VALUE SPACES.
017300* GENERATED CARD LINE - ONE PER DETAIL CARD PUNCHED.
017400 01  SGN-CARD-LINE.
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  FILLER                  PIC X(04) VALUE SPACES.
017700     05  SGN-C-SEQUENCE-NO       PIC 9(06).
017800     05  FILLER                  PIC X(03) VALUE SPACES.
017900     05  SGN-C-ENTRY-ID          PIC X(06).
018000     05  FILLER                  PIC X(03) VALUE SPACES.
018100     05  SGN-C-ACCOUNT           PIC X(04).
018200     05  FILLER                  PIC X(03) VALUE SPACES.
018300     05  SGN-C-FREQUENCY         PIC X(01).
018400     05  FILLER                  PIC X(03) VALUE SPACES.
018500     05  SGN-C-AMOUNT-COUNT      PIC Z9.
018600     05  FILLER                  PIC X(03) VALUE SPACES.
018700     05  SGN-C-TOTAL             PIC -(7)9.99.
018800     05  FILLER                  PIC X(03) VALUE SPACES.
018900     05  FILLER                  PIC X(09) VALUE "GENERATED".
019000     05  FILLER                  PIC X(71) VALUE SPACES.
019100* BATCH LINE - ONE PER "BT" CARD PUNCHED.
019200 01  SGN-BATCH-LINE.
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  FILLER                  PIC X(10) VALUE "  BATCH   ".
019500     05  SGN-B-DEPARTMENT        PIC X(04).
019600     05  FILLER                  PIC X(08) VALUE "  CARDS ".
019700     05  SGN-B-COUNT             PIC ZZZZZ9.
019800     05  FILLER                  PIC X(08) VALUE "  TOTAL ".
019900     05  SGN-B-TOTAL             PIC -(9)9.99.
020000     05  FILLER                  PIC X(83) VALUE SPACES.
020100* TRAILER LINE - WHAT THE RUN DID.
020200 01  SGN-TRAILER-LINE.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  FILLER            PIC X(10) VALUE "GENERATED ".
020500     05  SGN-T-GEN-COUNT         PIC ZZZZZ9.
020600     05  FILLER            PIC X(10) VALUE "  BATCHES ".
020700     05  SGN-T-BATCH-COUNT       PIC ZZZZZ9.
020800     05  FILLER            PIC X(13) VALUE "  DECK TOTAL ".
020900     05  SGN-T-DECK-TOTAL        PIC -(9)9.99.
021000     05  FILLER            PIC X(10) VALUE "  EXPIRED ".
021100     05  SGN-T-EXPIRED-COUNT     PIC ZZZZZ9.
021200     05  FILLER            PIC X(10) VALUE "  SKIPPED ".
021300     05  SGN-T-SKIPPED-COUNT     PIC ZZZZZ9.
021400     05  FILLER            PIC X(10) VALUE "  ENTRIES ".
021500     05  SGN-T-ENTRY-COUNT       PIC ZZZZZ9.
021600     05  FILLER                  PIC X(26) VALUE SPACES.
021700 PROCEDURE DIVISION.
021800*================================================================
021900* BEGIN - MAINLINE.  PICK THE DUE ENTRIES OFF THE MASTER ON THE
022000* WAY INTO THE SORT, PUNCH THE DECK BY DEPARTMENT ON THE WAY
022100* OUT, AND ONLY THEN STAMP THE MASTER WITH WHAT WAS DONE.
022200*================================================================
022300 BEGIN.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     SORT SORT-FILE
022600         ON ASCENDING KEY SRT-ACCOUNT-CODE, SRT-ENTRY-ID
022700         INPUT PROCEDURE IS 3000-SELECT-ENTRIES THRU 3000-EXIT
022800         OUTPUT PROCEDURE IS 4000-PUNCH-DECK THRU 4000-EXIT.
022850     PERFORM 5000-UPDATE-MASTER THRU 5000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     STOP RUN.
023100*----------------------------------------------------------------
023200* 1000-INITIALIZE - OPEN THE LISTING, PRINT THE PAGE HEADER AND
023300* WORK OUT THE MONTH BEING GENERATED FOR.
023400*----------------------------------------------------------------
023500 1000-INITIALIZE.
023600     OPEN OUTPUT GEN-REPORT-FILE.
023700     ACCEPT SGN-RUN-DATE FROM DATE YYYYMMDD.
023800     MOVE SGN-RUN-DATE TO SGN-H-DATE.
023900     MOVE SGN-GEN-MONTH TO SGN-H-MONTH.
024000     WRITE GEN-REPORT-LINE FROM SGN-HEADING-LINE.
024100     MOVE SGN-GEN-MONTH TO SGN-MONTH-WORK.
024200     COMPUTE SGN-GEN-INDEX = SGN-MONTH-YYYY * 12 + SGN-MONTH-MM.
024300 1000-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600* 3000-SELECT-ENTRIES - READ THE MASTER FROM END TO END AND
024700* RELEASE EVERY ENTRY DUE THIS MONTH TO THE SORT.  EXPIRED AND
024750* SKIPPED ENTRIES LIST AS THEY ARE MET.  NOTHING IS REWRITTEN
024800* HERE - SEE 5000-UPDATE-MASTER.
024900*----------------------------------------------------------------
025000 3000-SELECT-ENTRIES.
025100     OPEN INPUT STANDING-MASTER-FILE.
025200     IF SGN-STE-FILE-STATUS NOT = "00"
025300         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
025400     END-IF.
025500     MOVE "ENTRIES EXPIRED OR SKIPPED" TO SGN-S-TEXT.
025600     WRITE GEN-REPORT-LINE FROM SGN-SECTION-LINE.
025700     MOVE "N" TO SGN-EOF-SW.
025800     PERFORM 3100-READ-ENTRY THRU 3100-EXIT.
025900     PERFORM 3200-EXAMINE-ENTRY THRU 3200-EXIT
026000         UNTIL SGN-EOF-YES.
026100     CLOSE STANDING-MASTER-FILE.
026200 3000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500* 3100-READ-ENTRY - READ THE NEXT STANDING ENTRY, SETTING THE
026600* EOF SWITCH AT THE END OF THE MASTER.
026700*----------------------------------------------------------------
026800 3100-READ-ENTRY.
026900     READ STANDING-MASTER-FILE NEXT RECORD
027000         AT END SET SGN-EOF-YES TO TRUE
027100     END-READ.
027200     IF SGN-EOF-SW = "N" AND
027300        SGN-STE-FILE-STATUS NOT = "00"
027400         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
027500     END-IF.
027600 3100-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------
027810* 3200-EXAMINE-ENTRY - LIST OR RELEASE THE ENTRY IN HAND AS
027820* 3250-DECIDE-ENTRY SAYS, AND READ THE NEXT ONE.  THE ENTRY
027830* ITSELF IS LEFT AS IT IS UNTIL THE DECK IS SAFELY WRITTEN.
027840*----------------------------------------------------------------
027850 3200-EXAMINE-ENTRY.
027860     ADD 1 TO SGN-ENTRY-COUNT.
027870     PERFORM 3250-DECIDE-ENTRY THRU 3250-EXIT.
027880     IF SGN-ACT-SKIP
027890         ADD 1 TO SGN-SKIPPED-COUNT
027900         PERFORM 3400-LIST-ENTRY THRU 3400-EXIT
027910     END-IF.
027920     IF SGN-ACT-GENERATE OR SGN-ACT-LAST-CARD
027930         PERFORM 3500-RELEASE-ENTRY THRU 3500-EXIT
027940     END-IF.
027950     IF SGN-ACT-EXPIRE OR SGN-ACT-LAST-CARD
027960         ADD 1 TO SGN-EXPIRED-COUNT
027970         PERFORM 3400-LIST-ENTRY THRU 3400-EXIT
027980     END-IF.
027990     PERFORM 3100-READ-ENTRY THRU 3100-EXIT.
028000 3200-EXIT.
028010     EXIT.
028020*----------------------------------------------------------------
028030* 3250-DECIDE-ENTRY - DECIDE WHAT THE ENTRY IN HAND DOES THIS
028040* MONTH, INTO SGN-ACTION, WITH THE REASON FOR THE LISTING IN THE
028050* STATUS COLUMN:
028100*   - ALREADY EXPIRED, OR NOT STARTED YET - NOTHING, UNLISTED;
028200*   - ALREADY GENERATED THIS MONTH - SKIPPED, SO A SECOND RUN
028300*     IN ONE MONTH CANNOT PUNCH THE SAME CARD TWICE;
028400*   - PAST ITS STOP MONTH - EXPIRED;
028500*   - QUARTERLY, AND THIS IS NOT A QUARTER FROM ITS START -
028600*     NOTHING, UNLISTED;
028700*   - OTHERWISE DUE - GENERATED.  A ONE-TIME ENTRY, OR ONE WHOSE
028800*     STOP MONTH THIS IS, EXPIRES WITH ITS LAST CARD.
028900* THE ENTRY IS ONLY LOOKED AT, NEVER CHANGED.
029100*----------------------------------------------------------------
029200 3250-DECIDE-ENTRY.
029300     SET SGN-ACT-NONE TO TRUE.
029400     IF STE-EXPIRED
029500         GO TO 3250-EXIT
029600     END-IF.
029700     IF STE-LAST-GEN-MONTH NOT < SGN-GEN-MONTH
029900         MOVE "SKIPPED - ALREADY GENERATED" TO SGN-E-STATUS
030000         SET SGN-ACT-SKIP TO TRUE
030100         GO TO 3250-EXIT
030200     END-IF.
030300     IF STE-STOP-MONTH NOT = ZERO AND
030400        STE-STOP-MONTH < SGN-GEN-MONTH
030500         MOVE "EXPIRED - PAST STOP MONTH" TO SGN-E-STATUS
030600         SET SGN-ACT-EXPIRE TO TRUE
030700         GO TO 3250-EXIT
030800     END-IF.
030900     IF STE-ONE-TIME AND
031000        STE-LAST-GEN-MONTH NOT = ZERO
031100         MOVE "EXPIRED - ONE-TIME ALREADY RUN" TO SGN-E-STATUS
031200         SET SGN-ACT-EXPIRE TO TRUE
031300         GO TO 3250-EXIT
031400     END-IF.
031500     IF STE-START-MONTH > SGN-GEN-MONTH
031600         GO TO 3250-EXIT
031700     END-IF.
031800     IF STE-QUARTERLY
031900         MOVE STE-START-MONTH TO SGN-MONTH-WORK
032000         COMPUTE SGN-START-INDEX =
032100             SGN-MONTH-YYYY * 12 + SGN-MONTH-MM
032200         COMPUTE SGN-MONTHS-SINCE =
032300             SGN-GEN-INDEX - SGN-START-INDEX
032400         DIVIDE SGN-MONTHS-SINCE BY 3
032500             GIVING SGN-QUARTERS
032600             REMAINDER SGN-QTR-REMAINDER
032700         IF SGN-QTR-REMAINDER NOT = ZERO
032800             GO TO 3250-EXIT
032900         END-IF
033000     END-IF.
033300     IF STE-ONE-TIME OR
033400        STE-STOP-MONTH = SGN-GEN-MONTH
033500         MOVE "EXPIRED - LAST CARD GENERATED" TO SGN-E-STATUS
033600         SET SGN-ACT-LAST-CARD TO TRUE
033700         GO TO 3250-EXIT
033900     END-IF.
034000     SET SGN-ACT-GENERATE TO TRUE.
034100 3250-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600* 3400-LIST-ENTRY - PRINT THE ENTRY IN HAND ON THE EXPIRED/
035700* SKIPPED SECTION OF THE LISTING.
035800*----------------------------------------------------------------
035900 3400-LIST-ENTRY.
036000     MOVE STE-ENTRY-ID TO SGN-E-ENTRY-ID.
036100     MOVE STE-ACCOUNT-CODE TO SGN-E-ACCOUNT.
036200     MOVE STE-FREQUENCY TO SGN-E-FREQUENCY.
036300     MOVE STE-START-MONTH TO SGN-E-START.
036400     MOVE STE-STOP-MONTH TO SGN-E-STOP.
036500     WRITE GEN-REPORT-LINE FROM SGN-ENTRY-LINE.
036600 3400-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 3500-RELEASE-ENTRY - HAND THE DUE ENTRY TO THE SORT WITH THE
037000* TOTAL ITS CARD WILL CARRY.  STNDMNT PROVED THE TOTAL FITS
037100* THE CARD WHEN THE ENTRY WAS LOADED.
037200*----------------------------------------------------------------
037300 3500-RELEASE-ENTRY.
037400     MOVE STE-ACCOUNT-CODE TO SRT-ACCOUNT-CODE.
037500     MOVE STE-ENTRY-ID TO SRT-ENTRY-ID.
037600     MOVE STE-FREQUENCY TO SRT-FREQUENCY.
037700     MOVE STE-AMOUNT-COUNT TO SRT-AMOUNT-COUNT.
037800     MOVE ZERO TO SRT-TOTAL.
037900     PERFORM 3550-COPY-ONE-AMOUNT THRU 3550-EXIT
038000         VARYING SGN-AMOUNT-INDEX FROM 1 BY 1
038100         UNTIL SGN-AMOUNT-INDEX > 5.
038200     RELEASE SRT-RECORD.
038300 3500-EXIT.
038400     EXIT.
038420*----------------------------------------------------------------
038440* 3550-COPY-ONE-AMOUNT - COPY ONE STORED AMOUNT ONTO THE SORT
038460* RECORD, ADDING IT TO THE CARD TOTAL IF THE ENTRY USES IT.
038480*----------------------------------------------------------------
038500 3550-COPY-ONE-AMOUNT.
038600     MOVE STE-AMOUNT (SGN-AMOUNT-INDEX)
038700         TO SRT-AMOUNT (SGN-AMOUNT-INDEX).
038800     IF SGN-AMOUNT-INDEX NOT > STE-AMOUNT-COUNT
038900         ADD STE-AMOUNT (SGN-AMOUNT-INDEX) TO SRT-TOTAL
039000     END-IF.
039100 3550-EXIT.
039200     EXIT.
039300*----------------------------------------------------------------
039400* 3600-REWRITE-ENTRY - REWRITE THE ENTRY IN HAND.
039500*----------------------------------------------------------------
039600 3600-REWRITE-ENTRY.
039700     REWRITE STANDING-ENTRY-RECORD.
039800     IF SGN-STE-FILE-STATUS NOT = "00"
039900         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
040000     END-IF.
040100 3600-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 4000-PUNCH-DECK - TAKE THE DUE ENTRIES BACK BY DEPARTMENT AND
040500* PUNCH THE DECK: "HD", A "BH"/"BT" BATCH PER DEPARTMENT, AND
040600* "TR".  A MONTH WITH NOTHING DUE STILL GETS AN "HD"/"TR" PAIR
040700* WITH A ZERO COUNT, SO THE SCHEDULED ADDBATCH STEP BALANCES.
040800*----------------------------------------------------------------
040900 4000-PUNCH-DECK.
041000     OPEN OUTPUT DECK-FILE.
041050     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
041100     MOVE SPACES TO CARD-CONTROL-RECORD.
041200     MOVE "HD" TO CCC-CARD-TYPE.
041300     WRITE CARD-CONTROL-RECORD.
041350     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
041400     MOVE "CARDS GENERATED" TO SGN-S-TEXT.
041500     WRITE GEN-REPORT-LINE FROM SGN-SECTION-LINE.
041600     MOVE "N" TO SGN-SORT-EOF-SW.
041700     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
041800     PERFORM 4200-ONE-CARD THRU 4200-EXIT
041900         UNTIL SGN-SORT-EOF-YES.
042000     IF SGN-IN-BATCH-YES
042100         PERFORM 4400-BATCH-TRAILER THRU 4400-EXIT
042200     END-IF.
042300     MOVE SPACES TO CARD-CONTROL-RECORD.
042400     MOVE "TR" TO CCC-CARD-TYPE.
042500     MOVE SGN-GEN-COUNT TO CCC-EXPECTED-COUNT.
042600     MOVE SGN-DECK-TOTAL TO CCC-EXPECTED-TOTAL.
042700     WRITE CARD-CONTROL-RECORD.
042750     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
042800     CLOSE DECK-FILE.
042850     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
042900 4000-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200* 4100-RETURN-ONE - TAKE ONE DUE ENTRY BACK FROM THE SORT.
043300*----------------------------------------------------------------
043400 4100-RETURN-ONE.
043500     RETURN SORT-FILE
043600         AT END SET SGN-SORT-EOF-YES TO TRUE.
043700 4100-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 4200-ONE-CARD - PUNCH THE DETAIL CARD FOR THE ENTRY IN HAND,
044100* CLOSING THE PREVIOUS DEPARTMENT'S BATCH AND OPENING A NEW ONE
044200* WHEN THE DEPARTMENT CHANGES, AND FETCH THE NEXT ENTRY.
044300* SEQUENCE NUMBERS RUN FROM 000001 ACROSS THE WHOLE DECK.
044400*----------------------------------------------------------------
044500 4200-ONE-CARD.
044600     IF SGN-IN-BATCH-YES AND
044700        SRT-ACCOUNT-CODE NOT = SGN-BATCH-DEPARTMENT
044800         PERFORM 4400-BATCH-TRAILER THRU 4400-EXIT
044900     END-IF.
045000     IF SGN-IN-BATCH-SW = "N"
045100         PERFORM 4300-BATCH-HEADER THRU 4300-EXIT
045200     END-IF.
045300     ADD 1 TO SGN-SEQUENCE-NO.
045400     MOVE SPACES TO CARD-RECORD.
045500     MOVE SRT-AMOUNT-COUNT TO CARD-AMOUNT-COUNT.
045600     PERFORM 4250-PUNCH-ONE-AMOUNT THRU 4250-EXIT
045700         VARYING SGN-AMOUNT-INDEX FROM 1 BY 1
045800         UNTIL SGN-AMOUNT-INDEX > SRT-AMOUNT-COUNT.
045900     MOVE SRT-ACCOUNT-CODE TO CARD-ACCOUNT-CODE.
046000     MOVE SGN-SEQUENCE-NO TO CARD-SEQUENCE-NO.
046100     MOVE SGN-RUN-DATE TO CARD-EFFECTIVE-DATE.
046200     WRITE CARD-RECORD.
046250     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
046300     ADD 1 TO SGN-GEN-COUNT.
046400     ADD 1 TO SGN-BATCH-RECORDS.
046500     ADD SRT-TOTAL TO SGN-DECK-TOTAL
046600         ON SIZE ERROR
046700             PERFORM 9910-TOTAL-ABORT THRU 9910-EXIT
046800     END-ADD.
046900     ADD SRT-TOTAL TO SGN-BATCH-TOTAL
047000         ON SIZE ERROR
047100             PERFORM 9910-TOTAL-ABORT THRU 9910-EXIT
047200     END-ADD.
047300     MOVE SGN-SEQUENCE-NO TO SGN-C-SEQUENCE-NO.
047400     MOVE SRT-ENTRY-ID TO SGN-C-ENTRY-ID.
047500     MOVE SRT-ACCOUNT-CODE TO SGN-C-ACCOUNT.
047600     MOVE SRT-FREQUENCY TO SGN-C-FREQUENCY.
047700     MOVE SRT-AMOUNT-COUNT TO SGN-C-AMOUNT-COUNT.
047800     MOVE SRT-TOTAL TO SGN-C-TOTAL.
047900     WRITE GEN-REPORT-LINE FROM SGN-CARD-LINE.
048000     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
048100 4200-EXIT.
048200     EXIT.
048225*----------------------------------------------------------------
048250* 4250-PUNCH-ONE-AMOUNT - MOVE ONE AMOUNT ONTO THE CARD IMAGE.
048275*----------------------------------------------------------------
048300 4250-PUNCH-ONE-AMOUNT.
048400     MOVE SRT-AMOUNT (SGN-AMOUNT-INDEX)
048500         TO CARD-AMOUNT (SGN-AMOUNT-INDEX).
048600 4250-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900* 4300-BATCH-HEADER - PUNCH THE "BH" CARD FOR THE DEPARTMENT IN
049000* HAND AND RESET THE BATCH FIGURES.
049100*----------------------------------------------------------------
049200 4300-BATCH-HEADER.
049300     SET SGN-IN-BATCH-YES TO TRUE.
049400     MOVE SRT-ACCOUNT-CODE TO SGN-BATCH-DEPARTMENT.
049500     MOVE ZERO TO SGN-BATCH-RECORDS.
049600     MOVE ZERO TO SGN-BATCH-TOTAL.
049700     MOVE SPACES TO CARD-CONTROL-RECORD.
049800     MOVE "BH" TO CCC-CARD-TYPE.
049900     MOVE SGN-BATCH-DEPARTMENT TO CCC-DEPARTMENT.
050000     WRITE CARD-CONTROL-RECORD.
050050     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
050100 4300-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 4400-BATCH-TRAILER - PUNCH THE "BT" CARD CLOSING THE BATCH IN
050500* PROGRESS WITH ITS COUNT AND TOTAL, AND LIST THE BATCH.
050600*----------------------------------------------------------------
050700 4400-BATCH-TRAILER.
050800     MOVE SPACES TO CARD-CONTROL-RECORD.
050900     MOVE "BT" TO CCC-CARD-TYPE.
051000     MOVE SGN-BATCH-RECORDS TO CCC-EXPECTED-COUNT.
051100     MOVE SGN-BATCH-TOTAL TO CCC-EXPECTED-TOTAL.
051200     WRITE CARD-CONTROL-RECORD.
051250     PERFORM 4900-CHECK-DECK THRU 4900-EXIT.
051300     ADD 1 TO SGN-BATCH-COUNT.
051400     MOVE SGN-BATCH-DEPARTMENT TO SGN-B-DEPARTMENT.
051500     MOVE SGN-BATCH-RECORDS TO SGN-B-COUNT.
051600     MOVE SGN-BATCH-TOTAL TO SGN-B-TOTAL.
051700     WRITE GEN-REPORT-LINE FROM SGN-BATCH-LINE.
051800     MOVE "N" TO SGN-IN-BATCH-SW.
051900 4400-EXIT.
052000     EXIT.
052002*----------------------------------------------------------------
052004* 4900-CHECK-DECK - ANY DECK OPEN, WRITE OR CLOSE THAT DID NOT
052006* COME BACK "00" ENDS THE RUN BEFORE THE MASTER IS TOUCHED.
052008*----------------------------------------------------------------
052010 4900-CHECK-DECK.
052012     IF SGN-DCK-FILE-STATUS NOT = "00"
052014         PERFORM 9920-DECK-IO-ABORT THRU 9920-EXIT
052016     END-IF.
052018 4900-EXIT.
052020     EXIT.
052022*----------------------------------------------------------------
052024* 5000-UPDATE-MASTER - THE DECK IS WRITTEN AND CLOSED, SO STAMP
052026* EVERY ENTRY THAT GENERATED WITH THE MONTH AND MARK EXPIRED EVERY
052028* ENTRY THAT EXPIRED, PUTTING THE SAME QUESTION TO EACH ENTRY THAT
052030* 3000-SELECT-ENTRIES PUT.  A RUN THAT NEVER GETS THIS FAR LEAVES
052032* THE MASTER AS IT FOUND IT.
052034*----------------------------------------------------------------
052036 5000-UPDATE-MASTER.
052038     SET SGN-UPDATING-YES TO TRUE.
052040     OPEN I-O STANDING-MASTER-FILE.
052042     IF SGN-STE-FILE-STATUS NOT = "00"
052044         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
052046     END-IF.
052048     MOVE "N" TO SGN-EOF-SW.
052050     PERFORM 3100-READ-ENTRY THRU 3100-EXIT.
052052     PERFORM 5100-UPDATE-ENTRY THRU 5100-EXIT
052054         UNTIL SGN-EOF-YES.
052056     CLOSE STANDING-MASTER-FILE.
052058 5000-EXIT.
052060     EXIT.
052062*----------------------------------------------------------------
052064* 5100-UPDATE-ENTRY - APPLY WHAT 3250-DECIDE-ENTRY SAYS TO THE
052066* ENTRY IN HAND, REWRITE IT IF IT CHANGED, AND READ THE NEXT ONE.
052068*----------------------------------------------------------------
052070 5100-UPDATE-ENTRY.
052072     PERFORM 3250-DECIDE-ENTRY THRU 3250-EXIT.
052074     IF SGN-ACT-GENERATE OR SGN-ACT-LAST-CARD
052076         MOVE SGN-GEN-MONTH TO STE-LAST-GEN-MONTH
052078     END-IF.
052080     IF SGN-ACT-EXPIRE OR SGN-ACT-LAST-CARD
052082         SET STE-EXPIRED TO TRUE
052084     END-IF.
052086     IF SGN-ACT-GENERATE OR SGN-ACT-EXPIRE OR SGN-ACT-LAST-CARD
052088         PERFORM 3600-REWRITE-ENTRY THRU 3600-EXIT
052090     END-IF.
052092     PERFORM 3100-READ-ENTRY THRU 3100-EXIT.
052094 5100-EXIT.
052096     EXIT.
052100*----------------------------------------------------------------
052200* 9000-TERMINATE - PRINT THE GENERATION TRAILER, CLOSE THE
052300* LISTING, AND GIVE THE OPERATOR A SHORT CONSOLE MESSAGE.
052400*----------------------------------------------------------------
052500 9000-TERMINATE.
052600     MOVE SGN-GEN-COUNT TO SGN-T-GEN-COUNT.
052700     MOVE SGN-BATCH-COUNT TO SGN-T-BATCH-COUNT.
052800     MOVE SGN-DECK-TOTAL TO SGN-T-DECK-TOTAL.
052900     MOVE SGN-EXPIRED-COUNT TO SGN-T-EXPIRED-COUNT.
053000     MOVE SGN-SKIPPED-COUNT TO SGN-T-SKIPPED-COUNT.
053100     MOVE SGN-ENTRY-COUNT TO SGN-T-ENTRY-COUNT.
053200     WRITE GEN-REPORT-LINE FROM SGN-TRAILER-LINE.
053300     CLOSE GEN-REPORT-FILE.
053400     DISPLAY "STANDING ENTRY DECK GENERATED - " SGN-GEN-COUNT
053500         " CARDS.".
053600 9000-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 9900-MASTER-IO-ABORT - THE STANDING-ENTRY MASTER FAILED AN
054000* OPEN, READ OR REWRITE.  TELL THE OPERATOR AND END WITH
054100* RETURN-CODE 16.  BEFORE THE DECK IS WRITTEN THE MASTER IS
054110* UNTOUCHED AND THE RUN IS SIMPLY RERUN; A FAILURE WHILE
054120* 5000-UPDATE-MASTER STAMPS IT COMES AFTER A COMPLETE DECK,
054130* AND THE OPERATOR IS TOLD SO.
054200*----------------------------------------------------------------
054300 9900-MASTER-IO-ABORT.
054400     DISPLAY "STNDGEN - STANDING ENTRY MASTER I-O FAILURE - "
054500         "STATUS " SGN-STE-FILE-STATUS.
054510     IF SGN-UPDATING-YES
054520         DISPLAY "STNDGEN - GENDECK IS COMPLETE BUT THE "
054530             "MASTER IS ONLY PARTLY STAMPED - FEED THE DECK, "
054540             "DO NOT RERUN, CHECK THE MASTER AGAINST SGNOUT"
054550     END-IF.
054600     MOVE 16 TO RETURN-CODE.
054700     STOP RUN.
054800 9900-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 9910-TOTAL-ABORT - THE DECK OR A BATCH TOTAL OUTGREW THE
055200* CONTROL CARD'S FIELD, SO NO TRAILER COULD BE PUNCHED THAT
055300* ADDBATCH WOULD BALANCE TO.  END WITH RETURN-CODE 16.
055400*----------------------------------------------------------------
055500 9910-TOTAL-ABORT.
055600     DISPLAY "STNDGEN - DECK TOTAL TOO LARGE FOR THE CONTROL "
055700         "CARD - DECK NOT USABLE".
055800     MOVE 16 TO RETURN-CODE.
055900     STOP RUN.
056000 9910-EXIT.
056100     EXIT.
056200*----------------------------------------------------------------
056300* 9920-DECK-IO-ABORT - GENDECK FAILED AN OPEN, A WRITE OR THE
056400* CLOSE.  THE MASTER HAS NOT BEEN TOUCHED, SO THE RUN CAN SIMPLY
056500* BE RERUN.  END WITH RETURN-CODE 16 SO THE DECK IS NOT FED TO
056600* ADDBATCH.
056700*----------------------------------------------------------------
056800 9920-DECK-IO-ABORT.
056900     DISPLAY "STNDGEN - GENDECK I-O FAILURE - STATUS "
057000         SGN-DCK-FILE-STATUS.
057100     MOVE 16 TO RETURN-CODE.
057200     STOP RUN.
057300 9920-EXIT.
057400     EXIT.
