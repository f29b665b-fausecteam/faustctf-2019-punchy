000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DIVSTMT.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  DIVISIONAL FINANCIAL
001300*                    STATEMENT.  THE DIVISION CONTROLLERS WERE
001400*                    RE-ADDING BUDVAR AND MTHOUT BY HAND TO GET
001500*                    DIVISION AND COMPANY FIGURES.  WALKS THE
001600*                    MONTH-TO-DATE MASTER (SEE MTDMAST.CPY) AND
001700*                    THE BUDGET MASTER (SEE BUDMAST.CPY) IN STEP
001800*                    AS BUDVAR DOES, LOOKS EACH ACCOUNT UP ON
001900*                    THE ROLL-UP MASTER (SEE ROLLUP.CPY), SORTS
002000*                    BY MONTH, GROUP, DIVISION AND ACCOUNT, AND
002100*                    PRINTS ACTUAL, BUDGET AND VARIANCE FOR
002200*                    EVERY ACCOUNT WITH CONTROL-BREAK TOTALS
002300*                    FOR EACH DIVISION, GROUP AND THE COMPANY -
002400*                    ONE STATEMENT PER MONTH ON THE MASTERS.
002500*                    AN ACCOUNT WITH NO ROLL-UP (OR A BROKEN
002600*                    ONE) IS NOT DROPPED: IT PRINTS FLAGGED
002700*                    UNDER GROUP AND DIVISION "NONE", SO THE
002800*                    COMPANY TOTAL STILL TIES TO BUDVAR.  EVERY
002900*                    LEDGER MASTER ACCOUNT WITH NO ROLL-UP IS
003000*                    LISTED AT THE END, SO A NEW ACCOUNT IS
003100*                    CAUGHT BEFORE IT HAS ANY ACTIVITY.  ANY
003200*                    ACCOUNT FLAGGED ENDS THE RUN WITH WARNING
003300*                    RETURN-CODE 4.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GENERIC.
003800 OBJECT-COMPUTER. GENERIC.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MTD-MASTER-FILE-IN ASSIGN TO "MTDMST"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS DVS-MTD-FILE-STATUS.
004400     SELECT BUDGET-MASTER-FILE-IN ASSIGN TO "BUDMST"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS DVS-BUD-FILE-STATUS.
004700     SELECT ROLLUP-MASTER-FILE ASSIGN TO "RUPMST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS RUP-KEY
005100         FILE STATUS IS DVS-RUP-FILE-STATUS.
005200     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS LDM-ACCOUNT-CODE
005600         FILE STATUS IS DVS-MST-FILE-STATUS.
005700     SELECT SORT-FILE ASSIGN TO "SORTWK".
005800     SELECT STATEMENT-FILE ASSIGN TO "DVSOUT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*----------------------------------------------------------------
006300* MTD-MASTER-FILE-IN - THE MONTH-TO-DATE MASTER MTHEND BUILDS,
006400* IN MONTH/DEPARTMENT ORDER.  SEE MTDMAST.CPY.
006500*----------------------------------------------------------------
006600 FD  MTD-MASTER-FILE-IN
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 40 CHARACTERS.
006900 COPY MTDMAST.
007000*----------------------------------------------------------------
007100* BUDGET-MASTER-FILE-IN - THE BUDGET MASTER BUDLOAD BUILDS, IN
007200* THE SAME ORDER.  SEE BUDMAST.CPY.
007300*----------------------------------------------------------------
007400 FD  BUDGET-MASTER-FILE-IN
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 40 CHARACTERS.
007700 COPY BUDMAST.
007800*----------------------------------------------------------------
007900* ROLLUP-MASTER-FILE - READ ONLY, BY LEVEL AND CODE, TO CLIMB
008000* FROM AN ACCOUNT TO ITS DIVISION AND GROUP.  SEE ROLLUP.CPY.
008100*----------------------------------------------------------------
008200 FD  ROLLUP-MASTER-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 80 CHARACTERS.
008500 COPY ROLLUP.
008600*----------------------------------------------------------------
008700* LEDGER-MASTER-FILE - READ ONLY, FRONT TO BACK, FOR THE LIST
008800* OF ACCOUNTS WITH NO ROLL-UP.  SEE LDGMAST.CPY.
008900*----------------------------------------------------------------
009000 FD  LEDGER-MASTER-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 COPY LDGMAST.
009400*----------------------------------------------------------------
009500* SORT-FILE - WORK FILE FOR THE SORT BY MONTH, GROUP, DIVISION
009600* AND ACCOUNT.  THE NAMES RIDE THROUGH THE SORT SO THE BREAKS
009700* NEED NO SECOND LOOK-UP.  AN ACCOUNT WITH NO ROLL-UP CARRIES
009800* HIGH-VALUES AS ITS GROUP AND DIVISION AND SORTS LAST.
009900*----------------------------------------------------------------
010000 SD  SORT-FILE.
010100 01  SRT-RECORD.
010200     05  SRT-MONTH              PIC 9(06).
010300     05  SRT-GROUP-CODE         PIC X(04).
010400     05  SRT-DIVISION-CODE      PIC X(04).
010500     05  SRT-ACCOUNT-CODE       PIC X(04).
010600     05  SRT-GROUP-NAME         PIC X(30).
010700     05  SRT-DIVISION-NAME      PIC X(30).
010800     05  SRT-ACTUAL             PIC S9(11)V99.
010900     05  SRT-BUDGET             PIC S9(11)V99.
011000     05  SRT-FLAG               PIC X(18).
011100*----------------------------------------------------------------
011200* STATEMENT-FILE - THE PRINTED DIVISIONAL STATEMENT.  COLUMN 1
011300* OF EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " =
011400* SINGLE SPACE).
011500*----------------------------------------------------------------
011600 FD  STATEMENT-FILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 133 CHARACTERS.
011900 01  STATEMENT-LINE             PIC X(133).
012000 WORKING-STORAGE SECTION.
012100* FILE STATUSES - A MISSING MASTER MUST STOP THE JOB WITH A
012200* MESSAGE, NOT A RAW RUNTIME ERROR.
012300 01  DVS-MTD-FILE-STATUS        PIC X(02).
012400 01  DVS-BUD-FILE-STATUS        PIC X(02).
012500 01  DVS-RUP-FILE-STATUS        PIC X(02).
012600 01  DVS-MST-FILE-STATUS        PIC X(02).
012700* END-OF-FILE AND LOOK-UP SWITCHES.
012800 01  DVS-SWITCHES.
012900     05  DVS-MTD-EOF-SW         PIC X(01) VALUE "N".
013000         88  DVS-MTD-EOF-YES                 VALUE "Y".
013100     05  DVS-BUD-EOF-SW         PIC X(01) VALUE "N".
013200         88  DVS-BUD-EOF-YES                 VALUE "Y".
013300     05  DVS-SORT-EOF-SW        PIC X(01) VALUE "N".
013400         88  DVS-SORT-EOF-YES                VALUE "Y".
013500     05  DVS-MST-EOF-SW         PIC X(01) VALUE "N".
013600         88  DVS-MST-EOF-YES                 VALUE "Y".
013700     05  DVS-FOUND-SW           PIC X(01) VALUE "N".
013800         88  DVS-FOUND-YES                   VALUE "Y".
013900* THE ROLL-UP OF THE ACCOUNT IN HAND, AS 3300-LOOK-UP LEAVES
014000* IT.  A BLANK FLAG MEANS THE CHAIN IS WHOLE.
014100 01  DVS-LOOK-UP.
014200     05  DVS-LOOK-ACCOUNT       PIC X(04).
014300     05  DVS-LOOK-GROUP         PIC X(04).
014400     05  DVS-LOOK-DIVISION      PIC X(04).
014500     05  DVS-LOOK-GROUP-NAME    PIC X(30).
014600     05  DVS-LOOK-DIVISION-NAME PIC X(30).
014700     05  DVS-LOOK-FLAG          PIC X(18).
014800* THE GROUP AND DIVISION WHOSE SECTIONS ARE OPEN.
014900 01  DVS-CURRENT.
015000     05  DVS-CUR-MONTH          PIC 9(06).
015100     05  DVS-CUR-GROUP          PIC X(04).
015200     05  DVS-CUR-DIVISION       PIC X(04).
015300* ACCUMULATORS FOR EACH LEVEL - ACTUAL AND BUDGET; THE VARIANCE
015400* IS ALWAYS ACTUAL LESS BUDGET.
015500 01  DVS-TOTALS.
015600     05  DVS-DIV-ACTUAL         PIC S9(13)V99 VALUE ZERO.
015700     05  DVS-DIV-BUDGET         PIC S9(13)V99 VALUE ZERO.
015800     05  DVS-GRP-ACTUAL         PIC S9(13)V99 VALUE ZERO.
015900     05  DVS-GRP-BUDGET         PIC S9(13)V99 VALUE ZERO.
016000     05  DVS-CO-ACTUAL          PIC S9(13)V99 VALUE ZERO.
016100     05  DVS-CO-BUDGET          PIC S9(13)V99 VALUE ZERO.
016200     05  DVS-VARIANCE           PIC S9(13)V99 VALUE ZERO.
016300* THE FIGURES FOR THE TOTAL LINE BEING PRINTED.
016400     05  DVS-PRT-ACTUAL         PIC S9(13)V99 VALUE ZERO.
016500     05  DVS-PRT-BUDGET         PIC S9(13)V99 VALUE ZERO.
016600* ACCOUNTS FLAGGED - ON THE STATEMENT, AND ON THE LEDGER MASTER.
016700 01  DVS-COUNTERS.
016800     05  DVS-STMT-FLAGGED       PIC 9(06) COMP VALUE ZERO.
016900     05  DVS-LDG-FLAGGED        PIC 9(06) COMP VALUE ZERO.
017000* RUN DATE FOR THE PAGE HEADER.
017100 01  DVS-RUN-DATE               PIC 9(08).
017200* PAGE HEADER - PROGRAM NAME AND RUN DATE.  EACH MONTH STARTS
017300* A NEW PAGE.
017400 01  DVS-HEADING-LINE.
017500     05  FILLER                  PIC X(01) VALUE "1".
017600     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
017700     05  FILLER                  PIC X(08) VALUE "DIVSTMT ".
017800     05  FILLER                  PIC X(10) VALUE SPACES.
017900     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
018000     05  DVS-H-DATE              PIC 9(08).
018100     05  FILLER                  PIC X(87) VALUE SPACES.
018200* MONTH LINE - UNDER THE PAGE HEADER.
018300 01  DVS-MONTH-LINE.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  FILLER                  PIC X(16)
018600         VALUE "STATEMENT MONTH ".
018700     05  DVS-M-MONTH             PIC 9(06).
018800     05  FILLER                  PIC X(110) VALUE SPACES.
018900* GROUP HEADING LINE.
019000 01  DVS-GROUP-LINE.
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  FILLER                  PIC X(06) VALUE "GROUP ".
019300     05  DVS-G-CODE              PIC X(04).
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  DVS-G-NAME              PIC X(30).
019600     05  FILLER                  PIC X(91) VALUE SPACES.
019700* DIVISION HEADING LINE.
019800 01  DVS-DIVISION-LINE.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  FILLER                  PIC X(09) VALUE "DIVISION ".
020200     05  DVS-V-CODE              PIC X(04).
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  DVS-V-NAME              PIC X(30).
020500     05  FILLER                  PIC X(85) VALUE SPACES.
020600* ACCOUNT LINE - ONE PER MONTH AND ACCOUNT ON EITHER MASTER.
020700 01  DVS-ACCOUNT-LINE.
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  FILLER                  PIC X(06) VALUE SPACES.
021000     05  FILLER                  PIC X(05) VALUE "ACCT ".
021100     05  DVS-A-ACCOUNT           PIC X(04).
021200     05  FILLER                  PIC X(24) VALUE SPACES.
021300     05  FILLER                  PIC X(08) VALUE " ACTUAL ".
021400     05  DVS-A-ACTUAL            PIC -(13)9.99.
021500     05  FILLER                  PIC X(08) VALUE " BUDGET ".
021600     05  DVS-A-BUDGET            PIC -(13)9.99.
021700     05  FILLER                  PIC X(05) VALUE " VAR ".
021800     05  DVS-A-VARIANCE          PIC -(13)9.99.
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  DVS-A-FLAG              PIC X(18).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200* TOTAL LINE - DIVISION, GROUP AND COMPANY, WITH THE FIGURES
022300* IN THE SAME COLUMNS AS THE ACCOUNT LINES.
022400 01  DVS-TOTAL-LINE.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  DVS-T-LEVEL             PIC X(15).
022700     05  DVS-T-CODE              PIC X(04).
022800     05  FILLER                  PIC X(20) VALUE SPACES.
022900     05  FILLER                  PIC X(08) VALUE " ACTUAL ".
023000     05  DVS-T-ACTUAL            PIC -(13)9.99.
023100     05  FILLER                  PIC X(08) VALUE " BUDGET ".
023200     05  DVS-T-BUDGET            PIC -(13)9.99.
023300     05  FILLER                  PIC X(05) VALUE " VAR ".
023400     05  DVS-T-VARIANCE          PIC -(13)9.99.
023500     05  FILLER                  PIC X(21) VALUE SPACES.
023600* SECTION LINE - A TITLE OR MESSAGE ON A LINE OF ITS OWN.
023700 01  DVS-SECTION-LINE.
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  DVS-S-TEXT              PIC X(50).
024000     05  FILLER                  PIC X(82) VALUE SPACES.
024100* LEDGER EXCEPTION LINE - A LEDGER MASTER ACCOUNT WITH NO
024200* ROLL-UP.
024300 01  DVS-LEDGER-LINE.
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  FILLER                  PIC X(06) VALUE SPACES.
024600     05  FILLER                  PIC X(05) VALUE "ACCT ".
024700     05  DVS-L-ACCOUNT           PIC X(04).
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  DVS-L-DESCRIPTION       PIC X(30).
025000     05  FILLER                  PIC X(09) VALUE "  STATUS ".
025100     05  DVS-L-STATUS            PIC X(01).
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  DVS-L-FLAG              PIC X(18).
025400     05  FILLER                  PIC X(55) VALUE SPACES.
025500* COUNTS LINE - ACCOUNTS FLAGGED.
025600 01  DVS-COUNTS-LINE.
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  FILLER                  PIC X(31)
025900         VALUE "NO ROLL-UP - STATEMENT LINES   ".
026000     05  DVS-C-STMT              PIC ZZZZZ9.
026100     05  FILLER                  PIC X(19)
026200         VALUE "  LEDGER ACCOUNTS  ".
026300     05  DVS-C-LDG               PIC ZZZZZ9.
026400     05  FILLER                  PIC X(70) VALUE SPACES.
026500 PROCEDURE DIVISION.
026600*================================================================
026700* BEGIN - MAINLINE.  FEED EVERY MONTH AND ACCOUNT ON EITHER
026800* MASTER THROUGH THE SORT WITH ITS ROLL-UP, PRINT THE STATEMENT
026900* WITH CONTROL BREAKS, THEN LIST THE LEDGER ACCOUNTS WITH NO
027000* ROLL-UP.
027100*================================================================
027200 BEGIN.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     SORT SORT-FILE
027500         ON ASCENDING KEY SRT-MONTH SRT-GROUP-CODE
027600             SRT-DIVISION-CODE SRT-ACCOUNT-CODE
027700         INPUT PROCEDURE IS 3000-FEED-SORT THRU 3000-EXIT
027800         OUTPUT PROCEDURE IS 4000-PRINT-STATEMENT THRU 4000-EXIT.
027900     PERFORM 5000-CHECK-LEDGER THRU 5000-EXIT.
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028100     STOP RUN.
028200*----------------------------------------------------------------
028300* 1000-INITIALIZE - OPEN THE ROLL-UP MASTER AND THE STATEMENT.
028400* NO ROLL-UP MASTER MEANS NOTHING TO ROLL UP TO - RUN RUPMAINT
028500* FIRST.
028600*----------------------------------------------------------------
028700 1000-INITIALIZE.
028800     ACCEPT DVS-RUN-DATE FROM DATE YYYYMMDD.
028900     MOVE DVS-RUN-DATE TO DVS-H-DATE.
029000     OPEN INPUT ROLLUP-MASTER-FILE.
029100     IF DVS-RUP-FILE-STATUS NOT = "00"
029200         DISPLAY "DIVSTMT - CANNOT OPEN RUPMST - STATUS "
029300             DVS-RUP-FILE-STATUS
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700     OPEN OUTPUT STATEMENT-FILE.
029800 1000-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100* 3000-FEED-SORT - OPEN THE TWO MASTERS AND WALK THEM IN STEP,
030200* RELEASING ONE RECORD PER MONTH AND ACCOUNT SEEN ON EITHER.
030300*----------------------------------------------------------------
030400 3000-FEED-SORT.
030500     OPEN INPUT MTD-MASTER-FILE-IN.
030600     IF DVS-MTD-FILE-STATUS NOT = "00"
030700         DISPLAY "DIVSTMT - CANNOT OPEN MTDMST - STATUS "
030800             DVS-MTD-FILE-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     OPEN INPUT BUDGET-MASTER-FILE-IN.
031300     IF DVS-BUD-FILE-STATUS NOT = "00"
031400         DISPLAY "DIVSTMT - CANNOT OPEN BUDMST - STATUS "
031500             DVS-BUD-FILE-STATUS
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     PERFORM 3110-READ-MTD THRU 3110-EXIT.
032000     PERFORM 3120-READ-BUDGET THRU 3120-EXIT.
032100     PERFORM 3100-MATCH-ONE THRU 3100-EXIT
032200         UNTIL DVS-MTD-EOF-YES AND DVS-BUD-EOF-YES.
032300     CLOSE MTD-MASTER-FILE-IN, BUDGET-MASTER-FILE-IN.
032400 3000-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------
032700* 3100-MATCH-ONE - HANDLE ONE STEP OF THE MATCH, AS BUDVAR
032800* DOES: ACTIVITY WITH NO BUDGET, A BUDGET WITH NO ACTIVITY, OR
032900* THE PAIR THAT BELONG TOGETHER.
033000*----------------------------------------------------------------
033100 3100-MATCH-ONE.
033200     IF DVS-BUD-EOF-YES OR
033300        (DVS-MTD-EOF-SW = "N" AND
033400         (MTD-MONTH < BUD-MONTH OR
033500          (MTD-MONTH = BUD-MONTH AND
033600           MTD-ACCOUNT-CODE < BUD-ACCOUNT-CODE)))
033700         MOVE MTD-MONTH TO SRT-MONTH
033800         MOVE MTD-ACCOUNT-CODE TO SRT-ACCOUNT-CODE
033900         MOVE MTD-NET-TOTAL TO SRT-ACTUAL
034000         MOVE ZERO TO SRT-BUDGET
034100         PERFORM 3200-RELEASE-ONE THRU 3200-EXIT
034200         PERFORM 3110-READ-MTD THRU 3110-EXIT
034300         GO TO 3100-EXIT
034400     END-IF.
034500     IF DVS-MTD-EOF-YES OR
034600        BUD-MONTH < MTD-MONTH OR
034700        (BUD-MONTH = MTD-MONTH AND
034800         BUD-ACCOUNT-CODE < MTD-ACCOUNT-CODE)
034900         MOVE BUD-MONTH TO SRT-MONTH
035000         MOVE BUD-ACCOUNT-CODE TO SRT-ACCOUNT-CODE
035100         MOVE ZERO TO SRT-ACTUAL
035200         MOVE BUD-NET-TOTAL TO SRT-BUDGET
035300         PERFORM 3200-RELEASE-ONE THRU 3200-EXIT
035400         PERFORM 3120-READ-BUDGET THRU 3120-EXIT
035500         GO TO 3100-EXIT
035600     END-IF.
035700     MOVE MTD-MONTH TO SRT-MONTH.
035800     MOVE MTD-ACCOUNT-CODE TO SRT-ACCOUNT-CODE.
035900     MOVE MTD-NET-TOTAL TO SRT-ACTUAL.
036000     MOVE BUD-NET-TOTAL TO SRT-BUDGET.
036100     PERFORM 3200-RELEASE-ONE THRU 3200-EXIT.
036200     PERFORM 3110-READ-MTD THRU 3110-EXIT.
036300     PERFORM 3120-READ-BUDGET THRU 3120-EXIT.
036400 3100-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700* 3110-READ-MTD - READ THE NEXT MONTH-TO-DATE RECORD.
036800*----------------------------------------------------------------
036900 3110-READ-MTD.
037000     READ MTD-MASTER-FILE-IN
037100         AT END SET DVS-MTD-EOF-YES TO TRUE.
037200 3110-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500* 3120-READ-BUDGET - READ THE NEXT BUDGET RECORD.
037600*----------------------------------------------------------------
037700 3120-READ-BUDGET.
037800     READ BUDGET-MASTER-FILE-IN
037900         AT END SET DVS-BUD-EOF-YES TO TRUE.
038000 3120-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300* 3200-RELEASE-ONE - LOOK THE ACCOUNT IN HAND UP AND RELEASE IT
038400* WITH ITS GROUP AND DIVISION.  ONE WITH NO WHOLE ROLL-UP GOES
038500* TO THE SORT UNDER HIGH-VALUES, FLAGGED, AND IS COUNTED.
038600*----------------------------------------------------------------
038700 3200-RELEASE-ONE.
038800     MOVE SRT-ACCOUNT-CODE TO DVS-LOOK-ACCOUNT.
038900     PERFORM 3300-LOOK-UP THRU 3300-EXIT.
039000     MOVE DVS-LOOK-GROUP TO SRT-GROUP-CODE.
039100     MOVE DVS-LOOK-DIVISION TO SRT-DIVISION-CODE.
039200     MOVE DVS-LOOK-GROUP-NAME TO SRT-GROUP-NAME.
039300     MOVE DVS-LOOK-DIVISION-NAME TO SRT-DIVISION-NAME.
039400     MOVE DVS-LOOK-FLAG TO SRT-FLAG.
039500     IF DVS-LOOK-FLAG NOT = SPACES
039600         ADD 1 TO DVS-STMT-FLAGGED
039700     END-IF.
039800     RELEASE SRT-RECORD.
039900 3200-EXIT.
040000     EXIT.
040100*----------------------------------------------------------------
040200* 3300-LOOK-UP - CLIMB FROM THE ACCOUNT IN DVS-LOOK-ACCOUNT TO ITS
040300* DIVISION AND GROUP.  NO ACCOUNT RECORD IS "NO ROLL-UP"; AN
040400* ACCOUNT WHOSE DIVISION OR GROUP IS MISSING IS "ROLL-UP BROKEN"
040500* (RUPMAINT PREVENTS IT, BUT THE STATEMENT DOES NOT COUNT ON
040600* IT).  EITHER WAY THE ACCOUNT IS PUT UNDER HIGH-VALUES.
040700*----------------------------------------------------------------
040800 3300-LOOK-UP.
040900     MOVE SPACES TO DVS-LOOK-FLAG.
041000     MOVE "A" TO RUP-LEVEL.
041100     MOVE DVS-LOOK-ACCOUNT TO RUP-CODE.
041200     PERFORM 3400-READ-ROLLUP THRU 3400-EXIT.
041300     IF NOT DVS-FOUND-YES
041400         MOVE "** NO ROLL-UP" TO DVS-LOOK-FLAG
041500         GO TO 3300-UNASSIGNED
041600     END-IF.
041700     MOVE RUP-PARENT-CODE TO DVS-LOOK-DIVISION.
041800     MOVE "D" TO RUP-LEVEL.
041900     MOVE DVS-LOOK-DIVISION TO RUP-CODE.
042000     PERFORM 3400-READ-ROLLUP THRU 3400-EXIT.
042100     IF NOT DVS-FOUND-YES
042200         MOVE "** ROLL-UP BROKEN" TO DVS-LOOK-FLAG
042300         GO TO 3300-UNASSIGNED
042400     END-IF.
042500     MOVE RUP-NAME TO DVS-LOOK-DIVISION-NAME.
042600     MOVE RUP-PARENT-CODE TO DVS-LOOK-GROUP.
042700     MOVE "G" TO RUP-LEVEL.
042800     MOVE DVS-LOOK-GROUP TO RUP-CODE.
042900     PERFORM 3400-READ-ROLLUP THRU 3400-EXIT.
043000     IF NOT DVS-FOUND-YES
043100         MOVE "** ROLL-UP BROKEN" TO DVS-LOOK-FLAG
043200         GO TO 3300-UNASSIGNED
043300     END-IF.
043400     MOVE RUP-NAME TO DVS-LOOK-GROUP-NAME.
043500     GO TO 3300-EXIT.
043600 3300-UNASSIGNED.
043700     MOVE HIGH-VALUES TO DVS-LOOK-GROUP.
043800     MOVE HIGH-VALUES TO DVS-LOOK-DIVISION.
043900     MOVE "ACCOUNTS WITH NO ROLL-UP" TO DVS-LOOK-GROUP-NAME.
044000     MOVE "ACCOUNTS WITH NO ROLL-UP" TO DVS-LOOK-DIVISION-NAME.
044100 3300-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400* 3400-READ-ROLLUP - READ THE ROLL-UP MASTER BY THE KEY IN THE
044500* BUFFER.  AN INVALID KEY MEANS NOT ON FILE; ANY OTHER NON-ZERO
044600* STATUS ABORTS THE RUN.
044700*----------------------------------------------------------------
044800 3400-READ-ROLLUP.
044900     SET DVS-FOUND-YES TO TRUE.
045000     READ ROLLUP-MASTER-FILE
045100         INVALID KEY
045200             MOVE "N" TO DVS-FOUND-SW
045300     END-READ.
045400     IF DVS-FOUND-YES AND DVS-RUP-FILE-STATUS NOT = "00"
045500         DISPLAY "DIVSTMT - ROLL-UP MASTER I-O FAILURE - STATUS "
045600             DVS-RUP-FILE-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000 3400-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300* 4000-PRINT-STATEMENT - TAKE THE SORTED RECORDS BACK, BREAKING
046400* ON MONTH, GROUP AND DIVISION, AND CLOSE THE LAST SECTIONS AT
046500* THE END.
046600*----------------------------------------------------------------
046700 4000-PRINT-STATEMENT.
046800     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
046900     IF DVS-SORT-EOF-YES
047000         WRITE STATEMENT-LINE FROM DVS-HEADING-LINE
047100         MOVE "NO ACTIVITY OR BUDGET ON FILE" TO DVS-S-TEXT
047200         WRITE STATEMENT-LINE FROM DVS-SECTION-LINE
047300         GO TO 4000-EXIT
047400     END-IF.
047500     PERFORM 4600-START-MONTH THRU 4600-EXIT.
047600     PERFORM 4200-ONE-RECORD THRU 4200-EXIT
047700         UNTIL DVS-SORT-EOF-YES.
047800     PERFORM 4300-DIVISION-BREAK THRU 4300-EXIT.
047900     PERFORM 4400-GROUP-BREAK THRU 4400-EXIT.
048000     PERFORM 4500-COMPANY-BREAK THRU 4500-EXIT.
048100 4000-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048400* 4100-RETURN-ONE - TAKE ONE RECORD BACK FROM THE SORT.
048500*----------------------------------------------------------------
048600 4100-RETURN-ONE.
048700     RETURN SORT-FILE
048800         AT END SET DVS-SORT-EOF-YES TO TRUE.
048900 4100-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 4200-ONE-RECORD - CLOSE WHATEVER SECTIONS THE RECORD IN HAND
049300* ENDS AND OPEN ITS OWN, THEN PRINT ITS ACCOUNT LINE, ROLL IT
049400* INTO THE DIVISION AND FETCH THE NEXT.
049500*----------------------------------------------------------------
049600 4200-ONE-RECORD.
049700     IF SRT-MONTH NOT = DVS-CUR-MONTH
049800         PERFORM 4300-DIVISION-BREAK THRU 4300-EXIT
049900         PERFORM 4400-GROUP-BREAK THRU 4400-EXIT
050000         PERFORM 4500-COMPANY-BREAK THRU 4500-EXIT
050100         PERFORM 4600-START-MONTH THRU 4600-EXIT
050200     ELSE
050300         IF SRT-GROUP-CODE NOT = DVS-CUR-GROUP
050400             PERFORM 4300-DIVISION-BREAK THRU 4300-EXIT
050500             PERFORM 4400-GROUP-BREAK THRU 4400-EXIT
050600             PERFORM 4610-START-GROUP THRU 4610-EXIT
050700         ELSE
050800             IF SRT-DIVISION-CODE NOT = DVS-CUR-DIVISION
050900                 PERFORM 4300-DIVISION-BREAK THRU 4300-EXIT
051000                 PERFORM 4620-START-DIVISION THRU 4620-EXIT
051100             END-IF
051200         END-IF
051300     END-IF.
051400     MOVE SRT-ACCOUNT-CODE TO DVS-A-ACCOUNT.
051500     MOVE SRT-ACTUAL TO DVS-A-ACTUAL.
051600     MOVE SRT-BUDGET TO DVS-A-BUDGET.
051700     SUBTRACT SRT-BUDGET FROM SRT-ACTUAL GIVING DVS-VARIANCE.
051800     MOVE DVS-VARIANCE TO DVS-A-VARIANCE.
051900     MOVE SRT-FLAG TO DVS-A-FLAG.
052000     WRITE STATEMENT-LINE FROM DVS-ACCOUNT-LINE.
052100     ADD SRT-ACTUAL TO DVS-DIV-ACTUAL.
052200     ADD SRT-BUDGET TO DVS-DIV-BUDGET.
052300     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
052400 4200-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700* 4300-DIVISION-BREAK - PRINT THE DIVISION JUST FINISHED AND
052800* ROLL IT INTO ITS GROUP.
052900*----------------------------------------------------------------
053000 4300-DIVISION-BREAK.
053100     MOVE "DIVISION TOTAL " TO DVS-T-LEVEL.
053200     MOVE DVS-CUR-DIVISION TO DVS-T-CODE.
053300     MOVE DVS-DIV-ACTUAL TO DVS-PRT-ACTUAL.
053400     MOVE DVS-DIV-BUDGET TO DVS-PRT-BUDGET.
053500     PERFORM 4700-PRINT-TOTAL THRU 4700-EXIT.
053600     ADD DVS-DIV-ACTUAL TO DVS-GRP-ACTUAL.
053700     ADD DVS-DIV-BUDGET TO DVS-GRP-BUDGET.
053800     MOVE ZERO TO DVS-DIV-ACTUAL.
053900     MOVE ZERO TO DVS-DIV-BUDGET.
054000 4300-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300* 4400-GROUP-BREAK - PRINT THE GROUP JUST FINISHED AND ROLL IT
054400* INTO THE COMPANY.
054500*----------------------------------------------------------------
054600 4400-GROUP-BREAK.
054700     MOVE "GROUP TOTAL    " TO DVS-T-LEVEL.
054800     MOVE DVS-CUR-GROUP TO DVS-T-CODE.
054900     MOVE DVS-GRP-ACTUAL TO DVS-PRT-ACTUAL.
055000     MOVE DVS-GRP-BUDGET TO DVS-PRT-BUDGET.
055100     PERFORM 4700-PRINT-TOTAL THRU 4700-EXIT.
055200     ADD DVS-GRP-ACTUAL TO DVS-CO-ACTUAL.
055300     ADD DVS-GRP-BUDGET TO DVS-CO-BUDGET.
055400     MOVE ZERO TO DVS-GRP-ACTUAL.
055500     MOVE ZERO TO DVS-GRP-BUDGET.
055600 4400-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 4500-COMPANY-BREAK - PRINT THE COMPANY TOTAL FOR THE MONTH
056000* JUST FINISHED.
056100*----------------------------------------------------------------
056200 4500-COMPANY-BREAK.
056300     MOVE "COMPANY TOTAL  " TO DVS-T-LEVEL.
056400     MOVE SPACES TO DVS-T-CODE.
056500     MOVE DVS-CO-ACTUAL TO DVS-PRT-ACTUAL.
056600     MOVE DVS-CO-BUDGET TO DVS-PRT-BUDGET.
056700     PERFORM 4700-PRINT-TOTAL THRU 4700-EXIT.
056800     MOVE ZERO TO DVS-CO-ACTUAL.
056900     MOVE ZERO TO DVS-CO-BUDGET.
057000 4500-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 4600-START-MONTH - NEW PAGE FOR THE MONTH OF THE RECORD IN
057400* HAND, THEN ITS FIRST GROUP.  4610-START-GROUP OPENS A GROUP
057500* AND ITS FIRST DIVISION; 4620-START-DIVISION OPENS A DIVISION.
057600* THE NO-ROLL-UP SECTION PRINTS ITS CODES AS "NONE".
057700*----------------------------------------------------------------
057800 4600-START-MONTH.
057900     MOVE SRT-MONTH TO DVS-CUR-MONTH.
058000     MOVE SRT-MONTH TO DVS-M-MONTH.
058100     WRITE STATEMENT-LINE FROM DVS-HEADING-LINE.
058200     WRITE STATEMENT-LINE FROM DVS-MONTH-LINE.
058300     PERFORM 4610-START-GROUP THRU 4610-EXIT.
058400 4600-EXIT.
058500     EXIT.
058600 4610-START-GROUP.
058700     MOVE SRT-GROUP-CODE TO DVS-CUR-GROUP.
058800     IF SRT-GROUP-CODE = HIGH-VALUES
058900         MOVE "NONE" TO DVS-G-CODE
059000     ELSE
059100         MOVE SRT-GROUP-CODE TO DVS-G-CODE
059200     END-IF.
059300     MOVE SRT-GROUP-NAME TO DVS-G-NAME.
059400     WRITE STATEMENT-LINE FROM DVS-GROUP-LINE.
059500     PERFORM 4620-START-DIVISION THRU 4620-EXIT.
059600 4610-EXIT.
059700     EXIT.
059800 4620-START-DIVISION.
059900     MOVE SRT-DIVISION-CODE TO DVS-CUR-DIVISION.
060000     IF SRT-DIVISION-CODE = HIGH-VALUES
060100         MOVE "NONE" TO DVS-V-CODE
060200     ELSE
060300         MOVE SRT-DIVISION-CODE TO DVS-V-CODE
060400     END-IF.
060500     MOVE SRT-DIVISION-NAME TO DVS-V-NAME.
060600     WRITE STATEMENT-LINE FROM DVS-DIVISION-LINE.
060700 4620-EXIT.
060800     EXIT.
060900*----------------------------------------------------------------
061000* 4700-PRINT-TOTAL - FINISH AND PRINT THE TOTAL LINE THE CALLER
061100* FILLED: VARIANCE IS ACTUAL LESS BUDGET.
061200*----------------------------------------------------------------
061300 4700-PRINT-TOTAL.
061400     IF DVS-T-CODE = HIGH-VALUES
061500         MOVE "NONE" TO DVS-T-CODE
061600     END-IF.
061700     MOVE DVS-PRT-ACTUAL TO DVS-T-ACTUAL.
061800     MOVE DVS-PRT-BUDGET TO DVS-T-BUDGET.
061900     SUBTRACT DVS-PRT-BUDGET FROM DVS-PRT-ACTUAL
062000         GIVING DVS-VARIANCE.
062100     MOVE DVS-VARIANCE TO DVS-T-VARIANCE.
062200     WRITE STATEMENT-LINE FROM DVS-TOTAL-LINE.
062300 4700-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 5000-CHECK-LEDGER - READ THE LEDGER MASTER FRONT TO BACK AND
062700* LIST EVERY ACCOUNT, OPEN OR CLOSED, WITH NO WHOLE ROLL-UP.
062800*----------------------------------------------------------------
062900 5000-CHECK-LEDGER.
063000     OPEN INPUT LEDGER-MASTER-FILE.
063100     IF DVS-MST-FILE-STATUS NOT = "00"
063200         DISPLAY "DIVSTMT - CANNOT OPEN LDGMST - STATUS "
063300             DVS-MST-FILE-STATUS
063400         MOVE 16 TO RETURN-CODE
063500         STOP RUN
063600     END-IF.
063700     MOVE SPACES TO DVS-S-TEXT.
063800     WRITE STATEMENT-LINE FROM DVS-SECTION-LINE.
063900     MOVE "LEDGER MASTER ACCOUNTS WITH NO ROLL-UP" TO DVS-S-TEXT.
064000     WRITE STATEMENT-LINE FROM DVS-SECTION-LINE.
064100     PERFORM 5100-READ-LEDGER THRU 5100-EXIT.
064200     PERFORM 5200-CHECK-ONE THRU 5200-EXIT
064300         UNTIL DVS-MST-EOF-YES.
064400     IF DVS-LDG-FLAGGED = ZERO
064500         MOVE "  NONE" TO DVS-S-TEXT
064600         WRITE STATEMENT-LINE FROM DVS-SECTION-LINE
064700     END-IF.
064800     CLOSE LEDGER-MASTER-FILE.
064900 5000-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------
065200* 5100-READ-LEDGER - READ THE NEXT LEDGER MASTER RECORD.
065300*----------------------------------------------------------------
065400 5100-READ-LEDGER.
065500     READ LEDGER-MASTER-FILE NEXT RECORD
065600         AT END
065700             SET DVS-MST-EOF-YES TO TRUE
065800             GO TO 5100-EXIT
065900     END-READ.
066000     IF DVS-MST-FILE-STATUS NOT = "00"
066100         DISPLAY "DIVSTMT - LEDGER MASTER I-O FAILURE - STATUS "
066200             DVS-MST-FILE-STATUS
066300         MOVE 16 TO RETURN-CODE
066400         STOP RUN
066500     END-IF.
066600 5100-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900* 5200-CHECK-ONE - LOOK THE LEDGER ACCOUNT IN HAND UP AND LIST
067000* IT IF ITS ROLL-UP IS MISSING OR BROKEN.
067100*----------------------------------------------------------------
067200 5200-CHECK-ONE.
067300     MOVE LDM-ACCOUNT-CODE TO DVS-LOOK-ACCOUNT.
067400     PERFORM 3300-LOOK-UP THRU 3300-EXIT.
067500     IF DVS-LOOK-FLAG NOT = SPACES
067600         MOVE LDM-ACCOUNT-CODE TO DVS-L-ACCOUNT
067700         MOVE LDM-DESCRIPTION TO DVS-L-DESCRIPTION
067800         MOVE LDM-STATUS TO DVS-L-STATUS
067900         MOVE DVS-LOOK-FLAG TO DVS-L-FLAG
068000         WRITE STATEMENT-LINE FROM DVS-LEDGER-LINE
068100         ADD 1 TO DVS-LDG-FLAGGED
068200     END-IF.
068300     PERFORM 5100-READ-LEDGER THRU 5100-EXIT.
068400 5200-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------
068700* 9000-TERMINATE - PRINT THE COUNTS OF ACCOUNTS FLAGGED, CLOSE
068800* THE FILES, AND END WITH WARNING RETURN-CODE 4 WHEN ANY
068900* ACCOUNT HAS NO ROLL-UP.
069000*----------------------------------------------------------------
069100 9000-TERMINATE.
069200     MOVE DVS-STMT-FLAGGED TO DVS-C-STMT.
069300     MOVE DVS-LDG-FLAGGED TO DVS-C-LDG.
069400     WRITE STATEMENT-LINE FROM DVS-COUNTS-LINE.
069500     CLOSE ROLLUP-MASTER-FILE, STATEMENT-FILE.
069600     IF DVS-STMT-FLAGGED > ZERO OR DVS-LDG-FLAGGED > ZERO
069700         MOVE 4 TO RETURN-CODE
069800     END-IF.
069900     DISPLAY "DIVISIONAL STATEMENT COMPLETE - SEE STATEMENT "
070000         "LISTING.".
070100 9000-EXIT.
070200     EXIT.
