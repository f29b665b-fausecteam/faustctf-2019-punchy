000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HLDAGE.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  AGING LIST OF THE HELD-
001300*                    ITEMS FILE (SEE HOLDITM.CPY).  EVERY ITEM
001400*                    LDGPOST HELD OVER ITS ACCOUNT'S THRESHOLD
001500*                    AND NO SUPERVISOR HAS YET RELEASED OR
001600*                    CANCELLED LISTS WITH ITS ACCOUNT, THE RUN
001700*                    DATE AND RECORD NUMBER THE RELEASE CARD
001800*                    NEEDS, ITS AMOUNT AND AGE, BUCKETED 0-7 /
001900*                    8-14 / 15-30 / OVER 30 DAYS, WITH BUCKET
002000*                    SUBTOTALS AND THE TOTAL STILL HELD.  AGES
002100*                    USE THE SAME 30/360 DAY COUNT AS SUSPAGE.
002200*                    ANY ITEM HELD OVER 30 DAYS ENDS THE RUN
002300*                    WITH WARNING RETURN-CODE 4 - JOURNAL MONEY
002400*                    THAT NEITHER POSTS NOR IS REFUSED IS A
002500*                    DECISION SOMEBODY IS PUTTING OFF.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. GENERIC.
003000 OBJECT-COMPUTER. GENERIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HELD-FILE ASSIGN TO "HLDMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS HLD-KEY
003700         FILE STATUS IS HAG-HLD-FILE-STATUS.
003800     SELECT AGING-REPORT-FILE ASSIGN TO "HAGOUT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*----------------------------------------------------------------
004300* HELD-FILE - THE HELD-ITEMS FILE LDGPOST WRITES AND HLDRLSE
004400* STAMPS, READ IN KEY ORDER - OLDEST RUN DATE FIRST.  SEE
004500* HOLDITM.CPY.
004600*----------------------------------------------------------------
004700 FD  HELD-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 80 CHARACTERS.
005000 COPY HOLDITM.
005100*----------------------------------------------------------------
005200* AGING-REPORT-FILE - THE PRINTED AGING.  COLUMN 1 OF EACH LINE
005300* IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " = SINGLE SPACE).
005400*----------------------------------------------------------------
005500 FD  AGING-REPORT-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 133 CHARACTERS.
005800 01  AGING-REPORT-LINE          PIC X(133).
005900 WORKING-STORAGE SECTION.
006000* FILE STATUS FOR THE HELD-ITEMS FILE - "35" SIMPLY MEANS
006100* NOTHING HAS EVER BEEN HELD.
006200 01  HAG-HLD-FILE-STATUS        PIC X(02).
006300* END-OF-FILE SWITCH.
006400 01  HAG-SWITCHES.
006500     05  HAG-EOF-SW             PIC X(01) VALUE "N".
006600         88  HAG-EOF-YES                     VALUE "Y".
006700* RUN DATE (WITH ITS YEAR/MONTH/DAY VIEW) AND THE HELD DATE
006800* VIEW, FOR THE 30/360 AGE ARITHMETIC.
006900 01  HAG-RUN-DATE               PIC 9(08).
007000 01  HAG-RUN-DATE-X REDEFINES HAG-RUN-DATE.
007100     05  HAG-RUN-YYYY           PIC 9(04).
007200     05  HAG-RUN-MM             PIC 9(02).
007300     05  HAG-RUN-DD             PIC 9(02).
007400 01  HAG-HELD-DATE              PIC 9(08).
007500 01  HAG-HELD-DATE-X REDEFINES HAG-HELD-DATE.
007600     05  HAG-HELD-YYYY          PIC 9(04).
007700     05  HAG-HELD-MM            PIC 9(02).
007800     05  HAG-HELD-DD            PIC 9(02).
007900* AGE OF THE ITEM IN HAND, 30/360 DAYS (NEVER NEGATIVE - A
008000* HELD DATE AHEAD OF THE RUN DATE COUNTS AS ZERO DAYS OLD).
008100 01  HAG-AGE-DAYS               PIC S9(06) COMP VALUE ZERO.
008200* BUCKET ACCUMULATORS - COUNT AND AMOUNT PER AGE BAND, PLUS
008300* THE HELD, RELEASED AND CANCELLED ITEM COUNTS ACROSS THE FILE.
008400 01  HAG-BUCKETS.
008500     05  HAG-B1-COUNT           PIC 9(06) COMP VALUE ZERO.
008600     05  HAG-B1-TOTAL           PIC S9(11)V99 VALUE ZERO.
008700     05  HAG-B2-COUNT           PIC 9(06) COMP VALUE ZERO.
008800     05  HAG-B2-TOTAL           PIC S9(11)V99 VALUE ZERO.
008900     05  HAG-B3-COUNT           PIC 9(06) COMP VALUE ZERO.
009000     05  HAG-B3-TOTAL           PIC S9(11)V99 VALUE ZERO.
009100     05  HAG-B4-COUNT           PIC 9(06) COMP VALUE ZERO.
009200     05  HAG-B4-TOTAL           PIC S9(11)V99 VALUE ZERO.
009300 01  HAG-COUNTERS.
009400     05  HAG-HELD-COUNT         PIC 9(06) COMP VALUE ZERO.
009500     05  HAG-HELD-TOTAL         PIC S9(11)V99 VALUE ZERO.
009600     05  HAG-RELEASED-COUNT     PIC 9(06) COMP VALUE ZERO.
009700     05  HAG-CANCELLED-COUNT    PIC 9(06) COMP VALUE ZERO.
009800* PAGE HEADER - PROGRAM NAME AND RUN DATE.
009900 01  HAG-HEADING-LINE.
010000     05  FILLER                  PIC X(01) VALUE "1".
010100     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
010200     05  FILLER                  PIC X(08) VALUE "HLDAGE  ".
010300     05  FILLER                  PIC X(10) VALUE SPACES.
010400     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
010500     05  HAG-H-DATE              PIC 9(08).
010600     05  FILLER                  PIC X(87) VALUE SPACES.
010700* ITEM LINE - ONE PER ITEM STILL HELD.  THE HELD DATE AND
010800* RECORD NUMBER ARE WHAT THE RELEASE CARD PUNCHES.
010900 01  HAG-DETAIL-LINE.
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  FILLER                  PIC X(05) VALUE "ACCT ".
011200     05  HAG-D-ACCOUNT           PIC X(04).
011300     05  FILLER                  PIC X(08) VALUE "    HELD".
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  HAG-D-DATE              PIC 9(08).
011600     05  FILLER                  PIC X(08) VALUE "  RECORD".
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  HAG-D-RECORD-NO         PIC 9(06).
011900     05  FILLER                  PIC X(08) VALUE "  AMOUNT".
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  HAG-D-AMOUNT            PIC -(7)9.99.
012200     05  FILLER                  PIC X(05) VALUE "  AGE".
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  HAG-D-AGE               PIC ZZZZZ9.
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  HAG-D-BUCKET            PIC X(10).
012700     05  FILLER                  PIC X(47) VALUE SPACES.
012800* BUCKET SUBTOTAL LINE.
012900 01  HAG-BUCKET-LINE.
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  HAG-B-LABEL             PIC X(10).
013200     05  FILLER                  PIC X(07) VALUE " ITEMS ".
013300     05  HAG-B-COUNT             PIC ZZZZZ9.
013400     05  FILLER                  PIC X(08) VALUE "  AMOUNT".
013500     05  FILLER                  PIC X(01) VALUE SPACE.
013600     05  HAG-B-TOTAL             PIC -(11)9.99.
013700     05  FILLER                  PIC X(85) VALUE SPACES.
013800* TOTAL LINE - WHAT IS STILL HELD ALTOGETHER, AND HOW MANY
013900* ITEMS SUPERVISORS HAVE ALREADY RELEASED OR CANCELLED.
014000 01  HAG-TOTAL-LINE.
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  FILLER                  PIC X(11) VALUE "STILL HELD ".
014300     05  HAG-T-COUNT             PIC ZZZZZ9.
014400     05  FILLER                  PIC X(08) VALUE "  AMOUNT".
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  HAG-T-TOTAL             PIC -(11)9.99.
014700     05  FILLER                  PIC X(11) VALUE "  RELEASED ".
014800     05  HAG-T-RELEASED          PIC ZZZZZ9.
014900     05  FILLER                  PIC X(12)
015000         VALUE "  CANCELLED ".
015100     05  HAG-T-CANCELLED         PIC ZZZZZ9.
015200     05  FILLER                  PIC X(56) VALUE SPACES.
015300 PROCEDURE DIVISION.
015400*================================================================
015500* BEGIN - MAINLINE.  ONE PASS OF THE HELD-ITEMS FILE, AGING
015600* EVERY ITEM STILL HELD, THEN THE BUCKET SUBTOTALS AND THE
015700* VERDICT.
015800*================================================================
015900 BEGIN.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-AGE-ONE THRU 2000-EXIT
016200         UNTIL HAG-EOF-YES.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     STOP RUN.
016500*----------------------------------------------------------------
016600* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE PAGE HEADER.
016700* NO HELD-ITEMS FILE ON THE SYSTEM MEANS NOTHING HAS EVER BEEN
016800* HELD - THE REPORT STILL PRINTS, SHOWING ZEROS, SO THE
016900* OPERATOR SEES THE VERDICT RATHER THAN AN EMPTY SPOOL.
017000*----------------------------------------------------------------
017100 1000-INITIALIZE.
017200     OPEN OUTPUT AGING-REPORT-FILE.
017300     ACCEPT HAG-RUN-DATE FROM DATE YYYYMMDD.
017400     MOVE HAG-RUN-DATE TO HAG-H-DATE.
017500     WRITE AGING-REPORT-LINE FROM HAG-HEADING-LINE.
017600     OPEN INPUT HELD-FILE.
017700     IF HAG-HLD-FILE-STATUS = "35"
017800         SET HAG-EOF-YES TO TRUE
017900         GO TO 1000-EXIT
018000     END-IF.
018100     IF HAG-HLD-FILE-STATUS NOT = "00"
018200         DISPLAY "HLDAGE - CANNOT OPEN HLDMST - STATUS "
018300             HAG-HLD-FILE-STATUS
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF.
018700     PERFORM 2100-READ-HELD THRU 2100-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000*----------------------------------------------------------------
019100* 2000-AGE-ONE - AGE THE ITEM IN HAND, PRINT IT IF IT IS STILL
019200* HELD, ROLL IT INTO ITS BUCKET, AND READ THE NEXT.  RELEASED
019300* AND CANCELLED ITEMS ARE ONLY COUNTED.
019400*----------------------------------------------------------------
019500 2000-AGE-ONE.
019600     IF HLD-ITEM-RELEASED
019700         ADD 1 TO HAG-RELEASED-COUNT
019800         PERFORM 2100-READ-HELD THRU 2100-EXIT
019900         GO TO 2000-EXIT
020000     END-IF.
020100     IF HLD-ITEM-CANCELLED
020200         ADD 1 TO HAG-CANCELLED-COUNT
020300         PERFORM 2100-READ-HELD THRU 2100-EXIT
020400         GO TO 2000-EXIT
020500     END-IF.
020600     ADD 1 TO HAG-HELD-COUNT.
020700     ADD HLD-AMOUNT TO HAG-HELD-TOTAL.
020800     MOVE HLD-RUN-DATE TO HAG-HELD-DATE.
020900     PERFORM 2200-COMPUTE-AGE THRU 2200-EXIT.
021000     MOVE HLD-ACCOUNT-CODE TO HAG-D-ACCOUNT.
021100     MOVE HLD-RUN-DATE TO HAG-D-DATE.
021200     MOVE HLD-RECORD-NO TO HAG-D-RECORD-NO.
021300     MOVE HLD-AMOUNT TO HAG-D-AMOUNT.
021400     MOVE HAG-AGE-DAYS TO HAG-D-AGE.
021500     IF HAG-AGE-DAYS > 30
021600         MOVE "OVER 30" TO HAG-D-BUCKET
021700         ADD 1 TO HAG-B4-COUNT
021800         ADD HLD-AMOUNT TO HAG-B4-TOTAL
021900     ELSE
022000         IF HAG-AGE-DAYS > 14
022100             MOVE "15-30" TO HAG-D-BUCKET
022200             ADD 1 TO HAG-B3-COUNT
022300             ADD HLD-AMOUNT TO HAG-B3-TOTAL
022400         ELSE
022500             IF HAG-AGE-DAYS > 7
022600                 MOVE "8-14" TO HAG-D-BUCKET
022700                 ADD 1 TO HAG-B2-COUNT
022800                 ADD HLD-AMOUNT TO HAG-B2-TOTAL
022900             ELSE
023000                 MOVE "0-7" TO HAG-D-BUCKET
023100                 ADD 1 TO HAG-B1-COUNT
023200                 ADD HLD-AMOUNT TO HAG-B1-TOTAL
023300             END-IF
023400         END-IF
023500     END-IF.
023600     WRITE AGING-REPORT-LINE FROM HAG-DETAIL-LINE.
023700     PERFORM 2100-READ-HELD THRU 2100-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 2100-READ-HELD - READ THE NEXT HELD ITEM IN KEY ORDER,
024200* SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.  A HARD
024300* READ FAILURE ENDS THE RUN WITH RETURN-CODE 16.
024400*----------------------------------------------------------------
024500 2100-READ-HELD.
024600     READ HELD-FILE
024700         AT END
024800             SET HAG-EOF-YES TO TRUE
024900             GO TO 2100-EXIT
025000     END-READ.
025100     IF HAG-HLD-FILE-STATUS NOT = "00"
025200         DISPLAY "HLDAGE - CANNOT READ HLDMST - STATUS "
025300             HAG-HLD-FILE-STATUS
025400         MOVE 16 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700 2100-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000* 2200-COMPUTE-AGE - 30/360 COMMERCIAL DAY COUNT FROM THE DAY
026100* THE ITEM WAS HELD TO THE RUN DATE, AS IN SUSPAGE.  NEVER
026200* NEGATIVE - A HELD DATE AHEAD OF THE RUN DATE COUNTS AS ZERO
026300* DAYS OLD.
026400*----------------------------------------------------------------
026500 2200-COMPUTE-AGE.
026600     COMPUTE HAG-AGE-DAYS =
026700         (HAG-RUN-YYYY - HAG-HELD-YYYY) * 360
026800         + (HAG-RUN-MM - HAG-HELD-MM) * 30
026900         + (HAG-RUN-DD - HAG-HELD-DD).
027000     IF HAG-AGE-DAYS < ZERO
027100         MOVE ZERO TO HAG-AGE-DAYS
027200     END-IF.
027300 2200-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600* 9000-TERMINATE - PRINT THE BUCKET SUBTOTALS AND THE TOTAL
027700* STILL HELD, CLOSE THE FILES, AND END WITH WARNING RETURN-CODE
027800* 4 WHEN ANYTHING HAS BEEN HELD OVER 30 DAYS.
027900*----------------------------------------------------------------
028000 9000-TERMINATE.
028100     MOVE "0-7" TO HAG-B-LABEL.
028200     MOVE HAG-B1-COUNT TO HAG-B-COUNT.
028300     MOVE HAG-B1-TOTAL TO HAG-B-TOTAL.
028400     WRITE AGING-REPORT-LINE FROM HAG-BUCKET-LINE.
028500     MOVE "8-14" TO HAG-B-LABEL.
028600     MOVE HAG-B2-COUNT TO HAG-B-COUNT.
028700     MOVE HAG-B2-TOTAL TO HAG-B-TOTAL.
028800     WRITE AGING-REPORT-LINE FROM HAG-BUCKET-LINE.
028900     MOVE "15-30" TO HAG-B-LABEL.
029000     MOVE HAG-B3-COUNT TO HAG-B-COUNT.
029100     MOVE HAG-B3-TOTAL TO HAG-B-TOTAL.
029200     WRITE AGING-REPORT-LINE FROM HAG-BUCKET-LINE.
029300     MOVE "OVER 30" TO HAG-B-LABEL.
029400     MOVE HAG-B4-COUNT TO HAG-B-COUNT.
029500     MOVE HAG-B4-TOTAL TO HAG-B-TOTAL.
029600     WRITE AGING-REPORT-LINE FROM HAG-BUCKET-LINE.
029700     MOVE HAG-HELD-COUNT TO HAG-T-COUNT.
029800     MOVE HAG-HELD-TOTAL TO HAG-T-TOTAL.
029900     MOVE HAG-RELEASED-COUNT TO HAG-T-RELEASED.
030000     MOVE HAG-CANCELLED-COUNT TO HAG-T-CANCELLED.
030100     WRITE AGING-REPORT-LINE FROM HAG-TOTAL-LINE.
030200     IF HAG-HLD-FILE-STATUS NOT = "35"
030300         CLOSE HELD-FILE
030400     END-IF.
030500     CLOSE AGING-REPORT-FILE.
030600     IF HAG-B4-COUNT > ZERO
030700         MOVE 4 TO RETURN-CODE
030800         DISPLAY "HELD ITEMS OVER 30 DAYS OLD - A SUPERVISOR "
030900             "MUST RELEASE OR CANCEL THEM"
031000     END-IF.
031100     DISPLAY "HELD ITEM AGING COMPLETE - SEE AGING LISTING.".
031200 9000-EXIT.
031300     EXIT.
