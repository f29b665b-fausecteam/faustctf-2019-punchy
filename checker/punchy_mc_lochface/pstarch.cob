000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PSTARCH.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  POSTING HISTORY ARCHIVE.
001300*                    PSTHST IS EXTENDED EVERY NIGHT AND WAS
001400*                    NEVER TRIMMED.  THIS RUN COPIES THE LIVE
001500*                    HISTORY (SEE PSTHIST.CPY) TO A NEW LIVE
001600*                    FILE (PSTNEW) AND MOVES EVERY POSTING
001700*                    DATED ON OR BEFORE THE LAST DAY OF THE
001800*                    MONTH ON THE CONTROL CARD OUT TO THE
001900*                    PERIOD ARCHIVE (PSTARC - OPERATIONS POINTS
002000*                    IT AT A FILE NAMED FOR THE PERIOD).  EACH
002100*                    ACCOUNT THAT LOST POSTINGS GETS ONE
002200*                    BALANCE-FORWARD RECORD IN PSTNEW, DATED
002300*                    THE LAST DAY ARCHIVED AND CARRYING THE
002400*                    BALANCE AS OF THAT DAY, SO BALANCES STILL
002500*                    CHAIN AND STMTGEN KNOWS WHEN A RANGE
002600*                    REACHES INTO THE ARCHIVE.  AN EARLIER
002700*                    BALANCE-FORWARD RECORD GOES TO THE ARCHIVE
002800*                    WITH THE POSTINGS IT PRECEDES, SO EVERY
002900*                    PERIOD FILE OPENS EACH ACCOUNT WITH ITS
003000*                    BALANCE.  ONLY A MONTH THE CLOSE HAS
003100*                    FINISHED (SEE PERDCTL.CPY) MAY BE
003200*                    ARCHIVED.  PSTHST ITSELF IS ONLY READ -
003300*                    OPERATIONS REPLACES IT WITH PSTNEW AFTER A
003400*                    CLEAN RUN, AND AN ABORTED RUN CHANGES
003500*                    NOTHING.  A RUN THAT FINDS NOTHING TO
003600*                    ARCHIVE ENDS WITH WARNING RETURN-CODE 4.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. GENERIC.
004100 OBJECT-COMPUTER. GENERIC.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-CARD-FILE ASSIGN TO "ARCIN"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS ARC-CRD-FILE-STATUS.
004700     SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS ARC-PRD-FILE-STATUS.
005000     SELECT HISTORY-FILE-IN ASSIGN TO "PSTHST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS PHS-HISTORY-KEY
005400         FILE STATUS IS ARC-HST-FILE-STATUS.
005500     SELECT HISTORY-FILE-OUT ASSIGN TO "PSTNEW"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS PHN-HISTORY-KEY
005900         FILE STATUS IS ARC-NEW-FILE-STATUS.
006000     SELECT ARCHIVE-FILE-OUT ASSIGN TO "PSTARC"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS ARC-ARC-FILE-STATUS.
006300     SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCOUT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700*----------------------------------------------------------------
006800* CONTROL-CARD-FILE - ONE 80-COLUMN CARD NAMING THE LAST MONTH
006900* TO ARCHIVE:
007000* COLUMNS   1-  6  ARCHIVE THROUGH MONTH, YYYYMM
007100* COLUMNS   7- 80  UNUSED
007200*----------------------------------------------------------------
007300 FD  CONTROL-CARD-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  CONTROL-CARD-RECORD.
007700     05  CRD-THRU-MONTH         PIC X(06).
007800     05  FILLER                 PIC X(74).
007900*----------------------------------------------------------------
008000* PERIOD-FILE - THE PERIOD CONTROL RECORD.  THE MONTH ARCHIVED
008100* MUST BE ONE THE CLOSE HAS FINISHED.  SEE PERDCTL.CPY.
008200*----------------------------------------------------------------
008300 FD  PERIOD-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 40 CHARACTERS.
008600 COPY PERDCTL.
008700*----------------------------------------------------------------
008800* HISTORY-FILE-IN - THE LIVE POSTING HISTORY, READ IN KEY ORDER.
008900* SEE PSTHIST.CPY.
009000*----------------------------------------------------------------
009100 FD  HISTORY-FILE-IN
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 70 CHARACTERS.
009400 COPY PSTHIST.
009500*----------------------------------------------------------------
009600* HISTORY-FILE-OUT - THE NEW LIVE POSTING HISTORY, WRITTEN IN
009700* KEY ORDER: EVERYTHING KEPT, WITH EACH ACCOUNT'S NEW BALANCE-
009800* FORWARD RECORD AHEAD OF ITS FIRST KEPT POSTING.  SAME LAYOUT,
009900* UNDER PHN- NAMES.  SEE PSTHIST.CPY.
010000*----------------------------------------------------------------
010100 FD  HISTORY-FILE-OUT
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 70 CHARACTERS.
010400 COPY PSTHIST REPLACING LEADING ==PHS-== BY ==PHN-==
010500     ==POSTING-HISTORY-RECORD== BY ==POSTING-NEW-RECORD==.
010600*----------------------------------------------------------------
010700* ARCHIVE-FILE-OUT - THE PERIOD ARCHIVE, IN KEY ORDER, FOR
010800* STMTGEN TO READ BACK WHEN A STATEMENT RANGE REACHES INTO IT.
010900* SAME LAYOUT, UNDER PHA- NAMES.  SEE PSTHIST.CPY.
011000*----------------------------------------------------------------
011100 FD  ARCHIVE-FILE-OUT
011200     LABEL RECORDS ARE STANDARD
011300     RECORD CONTAINS 70 CHARACTERS.
011400 COPY PSTHIST REPLACING LEADING ==PHS-== BY ==PHA-==
011500     ==POSTING-HISTORY-RECORD== BY ==POSTING-ARCHIVE-RECORD==.
011600*----------------------------------------------------------------
011700* ARCHIVE-REPORT-FILE - THE PRINTED ARCHIVE LISTING.  COLUMN 1
011800* OF EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " =
011900* SINGLE SPACE).
012000*----------------------------------------------------------------
012100 FD  ARCHIVE-REPORT-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 133 CHARACTERS.
012400 01  ARCHIVE-REPORT-LINE        PIC X(133).
012500 WORKING-STORAGE SECTION.
012600* FILE STATUS FOR THE CONTROL CARD - NO CARD, NO RUN.
012700 01  ARC-CRD-FILE-STATUS        PIC X(02).
012800* FILE STATUS FOR THE PERIOD CONTROL - NO CLOSE ON FILE MEANS
012900* NOTHING MAY BE ARCHIVED.
013000 01  ARC-PRD-FILE-STATUS        PIC X(02).
013100* FILE STATUS FOR THE LIVE HISTORY - ANYTHING BUT "00" ON AN
013200* OPEN OR A READ ABORTS.
013300 01  ARC-HST-FILE-STATUS        PIC X(02).
013400* FILE STATUS FOR THE NEW LIVE HISTORY AND THE ARCHIVE - A
013500* RECORD THAT LANDS IN NEITHER IS A POSTING LOST, SO ANYTHING
013600* BUT "00" ABORTS.
013700 01  ARC-NEW-FILE-STATUS        PIC X(02).
013800 01  ARC-ARC-FILE-STATUS        PIC X(02).
013900* PARAMETER AREA FOR THE RUNLOG CALLS.  SEE RUNLINK.CPY.
014000 COPY RUNLINK.
014100* END-OF-FILE AND PER-ACCOUNT SWITCHES.
014200 01  ARC-SWITCHES.
014300     05  ARC-EOF-SW             PIC X(01) VALUE "N".
014400         88  ARC-EOF-YES                     VALUE "Y".
014500     05  ARC-BF-WRITTEN-SW      PIC X(01) VALUE "N".
014600         88  ARC-BF-WRITTEN-YES              VALUE "Y".
014700* THE MONTH TO ARCHIVE THROUGH, AND ITS LAST DAY - THE CUTOFF.
014800 01  ARC-THRU-MONTH             PIC 9(06).
014900 01  ARC-THRU-MONTH-X REDEFINES ARC-THRU-MONTH.
015000     05  ARC-THRU-YYYY          PIC 9(04).
015100     05  ARC-THRU-MM            PIC 9(02).
015200 01  ARC-CUTOFF-DATE            PIC 9(08).
015300 01  ARC-CUTOFF-DATE-X REDEFINES ARC-CUTOFF-DATE.
015400     05  ARC-CUTOFF-MONTH       PIC 9(06).
015500     05  ARC-CUTOFF-DD          PIC 9(02).
015600* THE LATEST MONTH THE CLOSE HAS FINISHED.
015700 01  ARC-CLOSED-THRU            PIC 9(06) VALUE ZERO.
015800* DAYS IN EACH MONTH, FEBRUARY TAKEN AS 28 UNTIL THE LEAP-YEAR
015900* TEST SAYS OTHERWISE.
016000 01  ARC-MONTH-DAYS-VALUES      PIC X(24)
016100     VALUE "312831303130313130313031".
016200 01  ARC-MONTH-DAYS-TABLE REDEFINES ARC-MONTH-DAYS-VALUES.
016300     05  ARC-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
016400* WORK FIELDS FOR THE LEAP-YEAR TEST.
016500 77  ARC-LEAP-QUOTIENT          PIC 9(04) COMP.
016600 77  ARC-LEAP-REM-4             PIC 9(04) COMP.
016700 77  ARC-LEAP-REM-100           PIC 9(04) COMP.
016800 77  ARC-LEAP-REM-400           PIC 9(04) COMP.
016900* THE ACCOUNT IN HAND - POSTINGS IT HAS SENT TO THE ARCHIVE
017000* AND THE BALANCE THE LAST OF THEM LEFT.
017100 01  ARC-ACCOUNT-FIGURES.
017200     05  ARC-CUR-ACCOUNT        PIC X(04) VALUE LOW-VALUES.
017300     05  ARC-ACCT-MOVED         PIC 9(06) COMP VALUE ZERO.
017400     05  ARC-ACCT-BALANCE       PIC S9(11)V99 VALUE ZERO.
017500* COUNTS AND TOTALS FOR THE RUN.
017600 01  ARC-COUNTERS.
017700     05  ARC-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
017800     05  ARC-MOVED-COUNT        PIC 9(08) COMP VALUE ZERO.
017900     05  ARC-KEPT-COUNT         PIC 9(08) COMP VALUE ZERO.
018000     05  ARC-BF-COUNT           PIC 9(06) COMP VALUE ZERO.
018100     05  ARC-MOVED-TOTAL        PIC S9(11)V99 VALUE ZERO.
018200* RUN DATE FOR THE PAGE HEADER.
018300 01  ARC-RUN-DATE               PIC 9(08).
018400* PAGE HEADER - PROGRAM NAME AND RUN DATE.
018500 01  ARC-HEADING-LINE.
018600     05  FILLER                  PIC X(01) VALUE "1".
018700     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
018800     05  FILLER                  PIC X(08) VALUE "PSTARCH ".
018900     05  FILLER                  PIC X(10) VALUE SPACES.
019000     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
019100     05  ARC-H-DATE              PIC 9(08).
019200     05  FILLER                  PIC X(87) VALUE SPACES.
019300* CUTOFF LINE - WHAT THIS RUN ARCHIVES.
019400 01  ARC-CUTOFF-LINE.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  FILLER                  PIC X(24)
019700         VALUE "ARCHIVING POSTINGS THRU ".
019800     05  ARC-L-CUTOFF            PIC 9(08).
019900     05  FILLER                  PIC X(100) VALUE SPACES.
020000* ACCOUNT LINE - ONE PER ACCOUNT THAT SENT POSTINGS TO THE
020100* ARCHIVE, WITH THE BALANCE CARRIED FORWARD.
020200 01  ARC-ACCOUNT-LINE.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  FILLER                  PIC X(05) VALUE "ACCT ".
020500     05  ARC-A-ACCOUNT           PIC X(04).
020600     05  FILLER                  PIC X(10) VALUE "  ARCHIVED".
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  ARC-A-MOVED             PIC ZZZZZ9.
020900     05  FILLER                  PIC X(19)
021000         VALUE "  BALANCE FORWARD  ".
021100     05  ARC-A-BALANCE           PIC -(11)9.99.
021200     05  FILLER                  PIC X(72) VALUE SPACES.
021300* TRAILER LINE - THE RUN'S COUNTS.  READ MUST EQUAL ARCHIVED
021400* PLUS KEPT.
021500 01  ARC-TRAILER-LINE.
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  FILLER                  PIC X(05) VALUE "READ ".
021800     05  ARC-T-READ              PIC ZZZZZZZ9.
021900     05  FILLER                  PIC X(11) VALUE "  ARCHIVED ".
022000     05  ARC-T-MOVED             PIC ZZZZZZZ9.
022100     05  FILLER                  PIC X(07) VALUE "  KEPT ".
022200     05  ARC-T-KEPT              PIC ZZZZZZZ9.
022300     05  FILLER                  PIC X(18)
022400         VALUE "  BALANCE FORWARD ".
022500     05  ARC-T-BF                PIC ZZZZZ9.
022600     05  FILLER                  PIC X(17)
022700         VALUE "  ARCHIVED TOTAL ".
022800     05  ARC-T-TOTAL             PIC -(11)9.99.
022900     05  FILLER                  PIC X(29) VALUE SPACES.
023000* VERDICT LINE.
023100 01  ARC-VERDICT-LINE.
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  ARC-V-VERDICT           PIC X(40).
023400     05  FILLER                  PIC X(92) VALUE SPACES.
023500 PROCEDURE DIVISION.
023600*================================================================
023700* BEGIN - MAINLINE.  ONE PASS OF THE LIVE HISTORY IN KEY ORDER,
023800* EACH RECORD GOING EITHER TO THE ARCHIVE OR TO THE NEW LIVE
023900* FILE.
024000*================================================================
024100 BEGIN.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024300     PERFORM 2000-ONE-RECORD THRU 2000-EXIT
024400         UNTIL ARC-EOF-YES.
024500     PERFORM 2500-END-ACCOUNT THRU 2500-EXIT.
024600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024700     STOP RUN.
024800*----------------------------------------------------------------
024900* 1000-INITIALIZE - CHECK THE RUN CONTROL, WORK OUT AND VALIDATE
025000* THE CUTOFF BEFORE ANY OUTPUT IS OPENED, THEN OPEN THE FILES
025100* AND PRIME THE READ.
025200*----------------------------------------------------------------
025300 1000-INITIALIZE.
025400     PERFORM 1005-CHECK-RUN-CONTROL THRU 1005-EXIT.
025500     ACCEPT ARC-RUN-DATE FROM DATE YYYYMMDD.
025600     PERFORM 1010-READ-CARD THRU 1010-EXIT.
025700     PERFORM 1020-READ-PERIOD THRU 1020-EXIT.
025800     PERFORM 1030-SET-CUTOFF THRU 1030-EXIT.
025900     OPEN INPUT HISTORY-FILE-IN.
026000     IF ARC-HST-FILE-STATUS NOT = "00"
026100         DISPLAY "PSTARCH - CANNOT OPEN PSTHST - STATUS "
026200             ARC-HST-FILE-STATUS
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600     OPEN OUTPUT HISTORY-FILE-OUT.
026700     IF ARC-NEW-FILE-STATUS NOT = "00"
026800         PERFORM 9900-NEW-IO-ABORT THRU 9900-EXIT
026900     END-IF.
027000     OPEN OUTPUT ARCHIVE-FILE-OUT.
027100     IF ARC-ARC-FILE-STATUS NOT = "00"
027200         PERFORM 9910-ARC-IO-ABORT THRU 9910-EXIT
027300     END-IF.
027400     OPEN OUTPUT ARCHIVE-REPORT-FILE.
027500     MOVE ARC-RUN-DATE TO ARC-H-DATE.
027600     WRITE ARCHIVE-REPORT-LINE FROM ARC-HEADING-LINE.
027700     MOVE ARC-CUTOFF-DATE TO ARC-L-CUTOFF.
027800     WRITE ARCHIVE-REPORT-LINE FROM ARC-CUTOFF-LINE.
027900     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
028000 1000-EXIT.
028100     EXIT.
028200*----------------------------------------------------------------
028300* 1005-CHECK-RUN-CONTROL - ASK RUNLOG WHETHER THE ARCHIVE
028400* ALREADY RAN FOR THIS RUN DATE.  IT IS RUN WHEN THE FILE ROOM
028500* CHOOSES, NOT BEHIND ANY ONE STEP, SO THERE IS NO PREDECESSOR.
028600*----------------------------------------------------------------
028700 1005-CHECK-RUN-CONTROL.
028800     SET RLK-FUNC-CHECK TO TRUE.
028900     MOVE "PSTARCH " TO RLK-PROGRAM.
029000     MOVE SPACES TO RLK-PREDECESSOR.
029100     ACCEPT RLK-RUN-DATE FROM DATE YYYYMMDD.
029200     CALL "RUNLOG" USING RUN-LOG-AREA.
029300     IF RLK-RESULT-NO
029400         DISPLAY "PSTARCH - RUN REFUSED - "
029500             RLK-REASON
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900 1005-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200* 1010-READ-CARD - THE CONTROL CARD MUST NAME A REAL MONTH.
030300*----------------------------------------------------------------
030400 1010-READ-CARD.
030500     OPEN INPUT CONTROL-CARD-FILE.
030600     IF ARC-CRD-FILE-STATUS NOT = "00"
030700         DISPLAY "PSTARCH - CANNOT OPEN ARCIN - STATUS "
030800             ARC-CRD-FILE-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     READ CONTROL-CARD-FILE
031300         AT END
031400             MOVE SPACES TO CRD-THRU-MONTH
031500     END-READ.
031600     CLOSE CONTROL-CARD-FILE.
031700     IF CRD-THRU-MONTH NOT NUMERIC
031800         DISPLAY "PSTARCH - CONTROL CARD MISSING OR NOT YYYYMM"
031900         MOVE 16 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     MOVE CRD-THRU-MONTH TO ARC-THRU-MONTH.
032300     IF ARC-THRU-MM < 1 OR ARC-THRU-MM > 12
032400         DISPLAY "PSTARCH - CONTROL CARD MONTH " ARC-THRU-MONTH
032500             " IS NOT A MONTH"
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900 1010-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200* 1020-READ-PERIOD - ONLY A MONTH THE CLOSE HAS FINISHED MAY BE
033300* ARCHIVED.  NO PERIOD CONTROL ON FILE MEANS NO MONTH HAS.
033400*----------------------------------------------------------------
033500 1020-READ-PERIOD.
033600     OPEN INPUT PERIOD-FILE.
033700     IF ARC-PRD-FILE-STATUS = "35"
033800         DISPLAY "PSTARCH - NO PERIOD CONTROL ON FILE - NO MONTH "
033900             "HAS CLOSED"
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     IF ARC-PRD-FILE-STATUS NOT = "00"
034400         DISPLAY "PSTARCH - CANNOT OPEN PERDCTL - STATUS "
034500             ARC-PRD-FILE-STATUS
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     READ PERIOD-FILE
035000         AT END
035100             CONTINUE
035200         NOT AT END
035300             IF PRD-CLOSED-THRU NUMERIC
035400                 MOVE PRD-CLOSED-THRU TO ARC-CLOSED-THRU
035500             END-IF
035600     END-READ.
035700     CLOSE PERIOD-FILE.
035800     IF ARC-THRU-MONTH > ARC-CLOSED-THRU
035900         DISPLAY "PSTARCH - MONTH " ARC-THRU-MONTH
036000             " HAS NOT CLOSED - CLOSED THROUGH " ARC-CLOSED-THRU
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400 1020-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700* 1030-SET-CUTOFF - THE LAST DAY OF THE MONTH ARCHIVED.
036800* FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
036900* CENTURY YEAR NOT DIVISIBLE BY 400.  THE CUTOFF MUST BE
037000* BEFORE TODAY - NOTHING MAY POST ON OR BEFORE IT ONCE ITS
037100* BALANCE-FORWARD RECORDS EXIST.
037200*----------------------------------------------------------------
037300 1030-SET-CUTOFF.
037400     MOVE ARC-THRU-MONTH TO ARC-CUTOFF-MONTH.
037500     MOVE ARC-MONTH-DAYS (ARC-THRU-MM) TO ARC-CUTOFF-DD.
037600     IF ARC-THRU-MM = 2
037700         DIVIDE ARC-THRU-YYYY BY 4 GIVING ARC-LEAP-QUOTIENT
037800             REMAINDER ARC-LEAP-REM-4
037900         DIVIDE ARC-THRU-YYYY BY 100 GIVING ARC-LEAP-QUOTIENT
038000             REMAINDER ARC-LEAP-REM-100
038100         DIVIDE ARC-THRU-YYYY BY 400 GIVING ARC-LEAP-QUOTIENT
038200             REMAINDER ARC-LEAP-REM-400
038300         IF ARC-LEAP-REM-4 = ZERO AND
038400            (ARC-LEAP-REM-100 NOT = ZERO OR
038500             ARC-LEAP-REM-400 = ZERO)
038600             MOVE 29 TO ARC-CUTOFF-DD
038700         END-IF
038800     END-IF.
038900     IF ARC-CUTOFF-DATE NOT < ARC-RUN-DATE
039000         DISPLAY "PSTARCH - CUTOFF " ARC-CUTOFF-DATE
039100             " IS NOT BEFORE TODAY"
039200         MOVE 16 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500 1030-EXIT.
039600     EXIT.
039700*----------------------------------------------------------------
039800* 2000-ONE-RECORD - SEND THE RECORD IN HAND TO THE ARCHIVE OR
039900* KEEP IT.  A NEW ACCOUNT FIRST FINISHES THE LAST ONE.  A
040000* BALANCE-FORWARD RECORD DATED ON THE CUTOFF ITSELF IS ALREADY
040100* THE ANSWER FOR THIS CUTOFF AND IS KEPT.  THE FIRST RECORD KEPT
040200* FOR AN ACCOUNT THAT HAS ARCHIVED ANYTHING GOES IN BEHIND ITS
040300* NEW BALANCE-FORWARD RECORD.
040400*----------------------------------------------------------------
040500 2000-ONE-RECORD.
040600     IF PHS-ACCOUNT-CODE NOT = ARC-CUR-ACCOUNT
040700         PERFORM 2500-END-ACCOUNT THRU 2500-EXIT
040800         MOVE PHS-ACCOUNT-CODE TO ARC-CUR-ACCOUNT
040900         MOVE ZERO TO ARC-ACCT-MOVED
041000         MOVE ZERO TO ARC-ACCT-BALANCE
041100         MOVE "N" TO ARC-BF-WRITTEN-SW
041200     END-IF.
041300     IF PHS-POST-DATE < ARC-CUTOFF-DATE OR
041400        (PHS-POST-DATE = ARC-CUTOFF-DATE AND
041500         NOT PHS-BALANCE-FORWARD)
041600         PERFORM 2200-ARCHIVE-ONE THRU 2200-EXIT
041700     ELSE
041800         IF ARC-ACCT-MOVED > ZERO AND NOT ARC-BF-WRITTEN-YES
041900             PERFORM 2600-WRITE-FORWARD THRU 2600-EXIT
042000         END-IF
042100         PERFORM 2300-KEEP-ONE THRU 2300-EXIT
042200     END-IF.
042300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
042400 2000-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700* 2100-READ-HISTORY - READ THE NEXT LIVE HISTORY RECORD, SETTING
042800* THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
042900*----------------------------------------------------------------
043000 2100-READ-HISTORY.
043100     READ HISTORY-FILE-IN NEXT RECORD
043200         AT END
043300             SET ARC-EOF-YES TO TRUE
043400             GO TO 2100-EXIT
043500     END-READ.
043600     IF ARC-HST-FILE-STATUS NOT = "00"
043700         DISPLAY "PSTARCH - POSTING HISTORY I-O FAILURE - "
043800             "STATUS " ARC-HST-FILE-STATUS
043900         MOVE 16 TO RETURN-CODE
044000         STOP RUN
044100     END-IF.
044200     ADD 1 TO ARC-READ-COUNT.
044300 2100-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 2200-ARCHIVE-ONE - COPY THE RECORD IN HAND TO THE ARCHIVE AND
044700* REMEMBER THE BALANCE IT LEFT.
044800*----------------------------------------------------------------
044900 2200-ARCHIVE-ONE.
045000     WRITE POSTING-ARCHIVE-RECORD FROM POSTING-HISTORY-RECORD.
045100     IF ARC-ARC-FILE-STATUS NOT = "00"
045200         PERFORM 9910-ARC-IO-ABORT THRU 9910-EXIT
045300     END-IF.
045400     ADD 1 TO ARC-ACCT-MOVED.
045500     ADD 1 TO ARC-MOVED-COUNT.
045600     ADD PHS-AMOUNT TO ARC-MOVED-TOTAL.
045700     MOVE PHS-RESULT-BALANCE TO ARC-ACCT-BALANCE.
045800 2200-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100* 2300-KEEP-ONE - COPY THE RECORD IN HAND TO THE NEW LIVE FILE.
046200*----------------------------------------------------------------
046300 2300-KEEP-ONE.
046400     WRITE POSTING-NEW-RECORD FROM POSTING-HISTORY-RECORD.
046500     IF ARC-NEW-FILE-STATUS NOT = "00"
046600         PERFORM 9900-NEW-IO-ABORT THRU 9900-EXIT
046700     END-IF.
046800     ADD 1 TO ARC-KEPT-COUNT.
046900 2300-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 2500-END-ACCOUNT - FINISH THE ACCOUNT IN HAND.  ONE THAT SENT
047300* POSTINGS TO THE ARCHIVE AND KEPT NONE STILL GETS ITS
047400* BALANCE-FORWARD RECORD, AND EVERY ONE THAT SENT ANY IS LISTED.
047500*----------------------------------------------------------------
047600 2500-END-ACCOUNT.
047700     IF ARC-ACCT-MOVED = ZERO
047800         GO TO 2500-EXIT
047900     END-IF.
048000     IF NOT ARC-BF-WRITTEN-YES
048100         PERFORM 2600-WRITE-FORWARD THRU 2600-EXIT
048200     END-IF.
048300     MOVE ARC-CUR-ACCOUNT TO ARC-A-ACCOUNT.
048400     MOVE ARC-ACCT-MOVED TO ARC-A-MOVED.
048500     MOVE ARC-ACCT-BALANCE TO ARC-A-BALANCE.
048600     WRITE ARCHIVE-REPORT-LINE FROM ARC-ACCOUNT-LINE.
048700 2500-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 2600-WRITE-FORWARD - THE ACCOUNT'S BALANCE-FORWARD RECORD:
049100* SEQUENCE ZERO ON THE CUTOFF DATE, SO IT SORTS AHEAD OF EVERY
049200* POSTING KEPT, AMOUNT ZERO AND THE BALANCE AS OF THE CUTOFF.
049300*----------------------------------------------------------------
049400 2600-WRITE-FORWARD.
049500     MOVE SPACES TO POSTING-NEW-RECORD.
049600     MOVE ARC-CUR-ACCOUNT TO PHN-ACCOUNT-CODE.
049700     MOVE ARC-CUTOFF-DATE TO PHN-POST-DATE.
049800     MOVE ZERO TO PHN-POST-SEQ.
049900     MOVE ZERO TO PHN-RECORD-NO.
050000     MOVE ZERO TO PHN-AMOUNT.
050100     MOVE ARC-ACCT-BALANCE TO PHN-RESULT-BALANCE.
050200     MOVE ARC-CUTOFF-DATE TO PHN-EFFECTIVE-DATE.
050300     SET PHN-BALANCE-FORWARD TO TRUE.
050400     WRITE POSTING-NEW-RECORD.
050500     IF ARC-NEW-FILE-STATUS NOT = "00"
050600         PERFORM 9900-NEW-IO-ABORT THRU 9900-EXIT
050700     END-IF.
050800     SET ARC-BF-WRITTEN-YES TO TRUE.
050900     ADD 1 TO ARC-BF-COUNT.
051000 2600-EXIT.
051100     EXIT.
051200*----------------------------------------------------------------
051300* 9000-TERMINATE - PRINT THE COUNTS AND THE VERDICT, CLOSE THE
051400* FILES AND LOG THE RUN.  NOTHING TO ARCHIVE ENDS WITH WARNING
051500* RETURN-CODE 4 - PSTNEW IS THEN THE SAME AS PSTHST.
051600*----------------------------------------------------------------
051700 9000-TERMINATE.
051800     MOVE ARC-READ-COUNT TO ARC-T-READ.
051900     MOVE ARC-MOVED-COUNT TO ARC-T-MOVED.
052000     MOVE ARC-KEPT-COUNT TO ARC-T-KEPT.
052100     MOVE ARC-BF-COUNT TO ARC-T-BF.
052200     MOVE ARC-MOVED-TOTAL TO ARC-T-TOTAL.
052300     WRITE ARCHIVE-REPORT-LINE FROM ARC-TRAILER-LINE.
052400     IF ARC-MOVED-COUNT = ZERO
052500         MOVE "NOTHING TO ARCHIVE" TO ARC-V-VERDICT
052600         MOVE 4 TO RETURN-CODE
052700     ELSE
052800         MOVE "ARCHIVED - REPLACE PSTHST WITH PSTNEW"
052900             TO ARC-V-VERDICT
053000     END-IF.
053100     WRITE ARCHIVE-REPORT-LINE FROM ARC-VERDICT-LINE.
053200     CLOSE HISTORY-FILE-IN, HISTORY-FILE-OUT, ARCHIVE-FILE-OUT,
053300         ARCHIVE-REPORT-FILE.
053400     PERFORM 9060-LOG-RUN THRU 9060-EXIT.
053500     DISPLAY "POSTING ARCHIVE COMPLETE - " ARC-V-VERDICT.
053600 9000-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 9060-LOG-RUN - WRITE THIS RUN'S HISTORY RECORD THROUGH
054000* RUNLOG: POSTINGS ARCHIVED, THEIR NET AND THE RETURN CODE.  A
054100* RUN THAT CANNOT LOG SAYS SO AND FAILS.
054200*----------------------------------------------------------------
054300 9060-LOG-RUN.
054400     SET RLK-FUNC-LOG TO TRUE.
054500     MOVE "PSTARCH " TO RLK-PROGRAM.
054600     MOVE ARC-RUN-DATE TO RLK-RUN-DATE.
054700     MOVE "PSTHST  " TO RLK-INPUT-ID.
054800     MOVE ARC-MOVED-COUNT TO RLK-RECORD-COUNT.
054900     MOVE ARC-MOVED-TOTAL TO RLK-TOTAL.
055000     MOVE RETURN-CODE TO RLK-RETURN-CODE.
055100     CALL "RUNLOG" USING RUN-LOG-AREA.
055200     IF RLK-RESULT-NO
055300         DISPLAY "PSTARCH - CANNOT LOG RUN - " RLK-REASON
055400         MOVE 16 TO RETURN-CODE
055500     END-IF.
055600 9060-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 9900-NEW-IO-ABORT - THE NEW LIVE HISTORY FAILED AN OPEN OR A
056000* WRITE.  PSTHST IS UNTOUCHED; PSTNEW MUST NOT REPLACE IT.
056100*----------------------------------------------------------------
056200 9900-NEW-IO-ABORT.
056300     DISPLAY "PSTARCH - NEW POSTING HISTORY I-O FAILURE - STATUS "
056400         ARC-NEW-FILE-STATUS.
056500     MOVE 16 TO RETURN-CODE.
056600     STOP RUN.
056700 9900-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000* 9910-ARC-IO-ABORT - THE ARCHIVE FAILED AN OPEN OR A WRITE.
057100* PSTHST IS UNTOUCHED; PSTNEW MUST NOT REPLACE IT.
057200*----------------------------------------------------------------
057300 9910-ARC-IO-ABORT.
057400     DISPLAY "PSTARCH - POSTING ARCHIVE I-O FAILURE - STATUS "
057500         ARC-ARC-FILE-STATUS.
057600     MOVE 16 TO RETURN-CODE.
057700     STOP RUN.
057800 9910-EXIT.
057900     EXIT.
