000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YREND.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  FISCAL YEAR-END CLOSE,
001300*                    RUN THE SAME NIGHT AS THE DECEMBER MTHEND.
001400*                    PROVES THE LEDGER MASTER ONE LAST TIME THE
001500*                    WAY TRIALBAL DOES - EVERY ACCOUNT'S
001600*                    BALANCE EQUAL TO ITS OPENING BALANCE PLUS
001700*                    THE YEAR'S "OK" AND "REVERSAL" ACTIVITY,
001800*                    OPEN SUSPENSE ITEMS FOLLOWED TO WHERE THE
001900*                    MONEY SITS.  ONLY WHEN EVERY ACCOUNT IS IN
002000*                    PROOF DOES IT WRITE ONE YEAR-END HISTORY
002100*                    RECORD PER ACCOUNT (SEE YREHIST.CPY), ROLL
002200*                    EACH OPENING BALANCE FORWARD TO THE
002300*                    CLOSING BALANCE, STAMP THE CLOSED YEAR ON
002400*                    THE PERIOD CONTROL RECORD (SEE PERDCTL.CPY)
002500*                    SO NO CARD CAN BE DATED BACK INTO IT, AND
002600*                    PRINT THE YEAR-END STATEMENT - OPENING,
002700*                    ACTIVITY AND CLOSING BY ACCOUNT.  FROM
002800*                    THEN ON TRIALBAL PASSES OVER EVERYTHING
002900*                    DATED ON OR BEFORE THE CLOSE, SO JRNALL
003000*                    NEED ONLY CARRY THE NEW YEAR'S JOURNALS.
003100*                    REPLACES THE JANUARY HAND-ADJUSTMENT OF
003200*                    THE OPENING BALANCES.  AN OUT-OF-PROOF
003300*                    YEAR CHANGES NOTHING AND ENDS WITH
003400*                    RETURN-CODE 8.  THE EXPOSURE ON A HARD
003500*                    ABORT PART WAY THROUGH THE ROLL IS A
003600*                    HALF-ROLLED MASTER - RESTORE LDGMST AND
003700*                    YRHIST FROM THE PRE-RUN COPIES BEFORE
003800*                    RERUNNING.
003810*  10/15/2026  JH    HELD ITEMS.  THE PROOF NOW TAKES HELD AND
003820*                    CANCELLED MONEY OUT THE WAY TRIALBAL DOES
003830*                    (SEE 3400-FEED-HELD) - AN "OK" DETAIL STILL
003840*                    ON HLDMST NEVER REACHED THE MASTER, AND
003850*                    WITHOUT THE BACK-OUT EVERY HELD ACCOUNT
003860*                    FAILED THE PROOF AND THE YEAR COULD NOT
003870*                    CLOSE.  ITEMS DATED ON OR BEFORE THE
003880*                    PREVIOUS YEAR CLOSE ARE PASSED OVER AS THE
003890*                    JOURNALS ARE.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GENERIC.
004300 OBJECT-COMPUTER. GENERIC.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT JOURNAL-FILE-IN ASSIGN TO "JRNALL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS YRE-JRN-FILE-STATUS.
004900     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS LDM-ACCOUNT-CODE
005300         FILE STATUS IS YRE-MST-FILE-STATUS.
005400     SELECT SUSPENSE-FILE-IN ASSIGN TO "SUSDET"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS YRE-SUS-FILE-STATUS.
005700     SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS YRE-PRD-FILE-STATUS.
005910     SELECT HELD-FILE-IN ASSIGN TO "HLDMST"
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS SEQUENTIAL
005940         RECORD KEY IS HLD-KEY
005950         FILE STATUS IS YRE-HLD-FILE-STATUS.
006000     SELECT YEAR-END-HISTORY-FILE ASSIGN TO "YRHIST"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS YRE-YEH-FILE-STATUS.
006300     SELECT YEAR-END-REPORT-FILE ASSIGN TO "YREOUT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT SORT-FILE ASSIGN TO "SORTWK".
006600 DATA DIVISION.
006700 FILE SECTION.
006800*----------------------------------------------------------------
006900* JOURNAL-FILE-IN - THE CONCATENATED JOURNALS TRIALBAL PROVES
007000* AGAINST.  A DETAIL POSTED ON OR BEFORE THE PREVIOUS YEAR
007100* CLOSE IS ALREADY IN THE OPENING BALANCES AND IS PASSED OVER.
007200* SEE JOURNAL.CPY.
007300*----------------------------------------------------------------
007400 FD  JOURNAL-FILE-IN
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 136 CHARACTERS.
007700 COPY JOURNAL.
007800*----------------------------------------------------------------
007900* LEDGER-MASTER-FILE - THE LEDGER MASTER, READ IN KEY ORDER FOR
008000* THE PROOF AND READ AGAIN, OPEN I-O, FOR THE ROLL FORWARD.
008100* ONLY LDM-OPENING-BALANCE IS EVER REWRITTEN.  SEE LDGMAST.CPY.
008200*----------------------------------------------------------------
008300 FD  LEDGER-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS.
008600 COPY LDGMAST.
008700*----------------------------------------------------------------
008800* SUSPENSE-FILE-IN - THE SUSPENSE DETAIL FILE LDGPOST EXTENDS,
008900* READ FOR THE SAME ADJUSTMENTS TRIALBAL MAKES.  SEE
009000* SUSPDET.CPY.
009100*----------------------------------------------------------------
009200 FD  SUSPENSE-FILE-IN
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 48 CHARACTERS.
009500 COPY SUSPDET.
009600*----------------------------------------------------------------
009700* PERIOD-FILE - THE PERIOD CONTROL RECORD.  READ AT STARTUP TO
009800* SEE THAT DECEMBER HAS CLOSED, REWRITTEN AT A CLEAN CLOSE WITH
009900* THE YEAR CLOSED.  SEE PERDCTL.CPY.
010000*----------------------------------------------------------------
010100 FD  PERIOD-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 40 CHARACTERS.
010400 COPY PERDCTL.
010410*----------------------------------------------------------------
010420* HELD-FILE-IN - THE HELD-ITEMS FILE LDGPOST WRITES AND HLDRLSE
010430* STAMPS, READ FOR THE SAME ADJUSTMENTS TRIALBAL MAKES.  SEE
010440* HOLDITM.CPY.
010450*----------------------------------------------------------------
010460 FD  HELD-FILE-IN
010470     LABEL RECORDS ARE STANDARD
010480     RECORD CONTAINS 80 CHARACTERS.
010490 COPY HOLDITM.
010500*----------------------------------------------------------------
010600* YEAR-END-HISTORY-FILE - THE PERMANENT YEAR-END HISTORY,
010700* EXTENDED WITH ONE RECORD PER ACCOUNT AT EACH CLEAN CLOSE.
010800* SEE YREHIST.CPY.
010900*----------------------------------------------------------------
011000 FD  YEAR-END-HISTORY-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 100 CHARACTERS.
011300 COPY YREHIST.
011400*----------------------------------------------------------------
011500* SORT-FILE - WORK FILE FOR THE SORT BY ACCOUNT.  ONLY THE
011600* FIELDS THE PROOF NEEDS RIDE THROUGH THE SORT.
011700*----------------------------------------------------------------
011800 SD  SORT-FILE.
011900 01  SRT-RECORD.
012000     05  SRT-ACCOUNT-CODE       PIC X(04).
012100     05  SRT-TOTAL              PIC S9(7)V99.
012200*----------------------------------------------------------------
012300* YEAR-END-REPORT-FILE - THE PRINTED YEAR-END STATEMENT.
012400* COLUMN 1 OF EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW
012500* PAGE, " " = SINGLE SPACE).
012600*----------------------------------------------------------------
012700 FD  YEAR-END-REPORT-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 133 CHARACTERS.
013000 01  YEAR-END-REPORT-LINE       PIC X(133).
013100 WORKING-STORAGE SECTION.
013200* FILE STATUS FOR THE JOURNAL - A MISSING OR MIS-WIRED JRNALL
013300* MUST STOP THE JOB WITH A MESSAGE, NOT A RAW RUNTIME ERROR.
013400 01  YRE-JRN-FILE-STATUS        PIC X(02).
013500* FILE STATUS FOR THE MASTER - SAME RULE.  A FAILURE DURING THE
013600* ROLL FORWARD ABORTS IN 9900-MASTER-IO-ABORT.
013700 01  YRE-MST-FILE-STATUS        PIC X(02).
013800* FILE STATUS FOR THE SUSPENSE DETAIL - "35" SIMPLY MEANS NO
013900* ITEM HAS EVER GONE TO SUSPENSE.
014000 01  YRE-SUS-FILE-STATUS        PIC X(02).
014100* FILE STATUS FOR THE PERIOD CONTROL - NO RECORD MEANS NO
014200* MONTH HAS EVER CLOSED, SO DECEMBER CANNOT HAVE.
014300 01  YRE-PRD-FILE-STATUS        PIC X(02).
014400* FILE STATUS FOR THE YEAR-END HISTORY - "35" ON OPEN EXTEND
014500* MEANS THE FIRST YEAR EVER CLOSED.  A FAILURE DURING THE ROLL
014600* FORWARD ABORTS IN 9910-HISTORY-IO-ABORT.
014700 01  YRE-YEH-FILE-STATUS        PIC X(02).
014720* FILE STATUS FOR THE HELD ITEMS - "35" SIMPLY MEANS NOTHING HAS
014740* EVER BEEN HELD.
014760 01  YRE-HLD-FILE-STATUS        PIC X(02).
014800* PARAMETER AREA FOR THE RUNLOG CALLS.  SEE RUNLINK.CPY.
014900 COPY RUNLINK.
015000* THE DESIGNATED SUSPENSE ACCOUNT ON THE LEDGER MASTER.  MUST
015100* MATCH THE CODE LDGPOST, SUSRECL AND TRIALBAL CARRY.
015200 77  YRE-SUSPENSE-ACCT          PIC X(04) VALUE "9999".
015300* END-OF-FILE AND VERDICT SWITCHES.
015400 01  YRE-SWITCHES.
015500     05  YRE-EOF-SW             PIC X(01) VALUE "N".
015600         88  YRE-EOF-YES                     VALUE "Y".
015700     05  YRE-SORT-EOF-SW        PIC X(01) VALUE "N".
015800         88  YRE-SORT-EOF-YES                VALUE "Y".
015900     05  YRE-SUS-EOF-SW         PIC X(01) VALUE "N".
016000         88  YRE-SUS-EOF-YES                 VALUE "Y".
016020     05  YRE-HLD-EOF-SW         PIC X(01) VALUE "N".
016040         88  YRE-HLD-EOF-YES                 VALUE "Y".
016100     05  YRE-MST-EOF-SW         PIC X(01) VALUE "N".
016200         88  YRE-MST-EOF-YES                 VALUE "Y".
016300     05  YRE-OUT-OF-PROOF-SW    PIC X(01) VALUE "N".
016400         88  YRE-OUT-OF-PROOF-YES            VALUE "Y".
016500     05  YRE-OVERFLOW-SW        PIC X(01) VALUE "N".
016600         88  YRE-OVERFLOW-YES                VALUE "Y".
016700     05  YRE-CLOSED-SW          PIC X(01) VALUE "N".
016800         88  YRE-CLOSED-YES                  VALUE "Y".
016900* THE MONTH THE PERIOD CONTROL SAYS IS CLOSED, WITH ITS YEAR
017000* AND MONTH VIEW, AND THE DATE THAT CLOSE RAN - BOTH CARRIED
017100* BACK UNCHANGED WHEN THE RECORD IS REWRITTEN.
017200 01  YRE-CLOSED-THRU            PIC 9(06) VALUE ZERO.
017300 01  YRE-CLOSED-THRU-X REDEFINES YRE-CLOSED-THRU.
017400     05  YRE-CLOSED-YYYY        PIC 9(04).
017500     05  YRE-CLOSED-MM          PIC 9(02).
017600 01  YRE-MONTH-CLOSE-DATE       PIC 9(08) VALUE ZERO.
017700* THE YEAR BEING CLOSED, AND THE YEAR AND DATE OF THE PREVIOUS
017800* YEAR CLOSE (ZERO WHEN THIS IS THE FIRST).
017900 01  YRE-CLOSE-YEAR             PIC 9(04) VALUE ZERO.
018000 01  YRE-PRIOR-YEAR             PIC 9(04) VALUE ZERO.
018100 01  YRE-PRIOR-CLOSE-DATE       PIC 9(08) VALUE ZERO.
018200* THE ACCOUNT WHOSE ACTIVITY GROUP IS OPEN, ITS ACCUMULATED
018300* NET, AND THE BALANCE THE ACCOUNT SHOULD SHOW.
018400 01  YRE-GROUP-ACCOUNT          PIC X(04).
018500 01  YRE-GROUP-TOTAL            PIC S9(11)V99 VALUE ZERO.
018600 01  YRE-EXPECTED-BALANCE       PIC S9(11)V99 VALUE ZERO.
018700* THE AMOUNT ONE SUSPENSE ITEM MOVES OUT OF ITS ORIGINAL
018800* ACCOUNT AND INTO SUSPENSE - NEGATIVE WHEN A RECLASS SINCE THE
018900* PREVIOUS YEAR CLOSE MOVED IT BACK.
019000 01  YRE-SUS-ADJUSTMENT         PIC S9(7)V99 VALUE ZERO.
019100* PROOF COUNTERS - ACCOUNTS PROVED AND ACCOUNTS OUT OF PROOF.
019200 01  YRE-PROOF-COUNTERS.
019300     05  YRE-PROOF-COUNT        PIC 9(06) COMP VALUE ZERO.
019400     05  YRE-BAD-COUNT          PIC 9(06) COMP VALUE ZERO.
019500* STATEMENT ACCUMULATORS - ACCOUNTS ROLLED FORWARD AND THE
019600* GRAND OPENING, ACTIVITY AND CLOSING FIGURES.
019700 01  YRE-GRAND-COUNTERS.
019800     05  YRE-CLOSED-COUNT       PIC 9(06) COMP VALUE ZERO.
019900     05  YRE-GRAND-OPENING      PIC S9(13)V99 VALUE ZERO.
020000     05  YRE-GRAND-ACTIVITY     PIC S9(13)V99 VALUE ZERO.
020100     05  YRE-GRAND-CLOSING      PIC S9(13)V99 VALUE ZERO.
020200* RUN DATE FOR THE PAGE HEADER, THE HISTORY AND THE PERIOD
020300* CONTROL.
020400 01  YRE-RUN-DATE               PIC 9(08).
020500* PAGE HEADER - PROGRAM NAME AND RUN DATE.
020600 01  YRE-HEADING-LINE.
020700     05  FILLER                  PIC X(01) VALUE "1".
020800     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
020900     05  FILLER                  PIC X(08) VALUE "YREND   ".
021000     05  FILLER                  PIC X(10) VALUE SPACES.
021100     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
021200     05  YRE-H-DATE              PIC 9(08).
021300     05  FILLER                  PIC X(87) VALUE SPACES.
021400* PROOF EXCEPTION LINE - ONE PER ACCOUNT (OR ORPHAN ACTIVITY
021500* GROUP) THAT DOES NOT PROVE.  AN IN-PROOF ACCOUNT PRINTS ON
021600* THE STATEMENT INSTEAD.
021700 01  YRE-PROOF-LINE.
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  FILLER                  PIC X(05) VALUE "ACCT ".
022000     05  YRE-P-ACCOUNT           PIC X(04).
022100     05  FILLER                  PIC X(05) VALUE "  BAL".
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  YRE-P-BALANCE           PIC -(11)9.99.
022400     05  FILLER                  PIC X(09) VALUE "  OPENING".
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  YRE-P-OPENING           PIC -(11)9.99.
022700     05  FILLER                  PIC X(10) VALUE "  ACTIVITY".
022800     05  FILLER                  PIC X(01) VALUE SPACE.
022900     05  YRE-P-ACTIVITY          PIC -(11)9.99.
023000     05  FILLER                  PIC X(10) VALUE "  EXPECTED".
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  YRE-P-EXPECTED          PIC -(11)9.99.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  YRE-P-VERDICT           PIC X(16).
023500     05  FILLER                  PIC X(07) VALUE SPACES.
023600* STATEMENT LINE - ONE PER ACCOUNT ROLLED FORWARD.
023700 01  YRE-DETAIL-LINE.
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  FILLER                  PIC X(05) VALUE "ACCT ".
024000     05  YRE-D-ACCOUNT           PIC X(04).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  YRE-D-DESCRIPTION       PIC X(30).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  YRE-D-STATUS            PIC X(06).
024500     05  FILLER                  PIC X(09) VALUE "  OPENING".
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  YRE-D-OPENING           PIC -(11)9.99.
024800     05  FILLER                  PIC X(10) VALUE "  ACTIVITY".
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  YRE-D-ACTIVITY          PIC -(11)9.99.
025100     05  FILLER                  PIC X(09) VALUE "  CLOSING".
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  YRE-D-CLOSING           PIC -(11)9.99.
025400     05  FILLER                  PIC X(07) VALUE SPACES.
025500* YEAR TOTAL LINE - ACCOUNTS ROLLED AND THE GRAND FIGURES.
025600 01  YRE-TOTAL-LINE.
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  FILLER                  PIC X(05) VALUE "YEAR ".
025900     05  YRE-T-YEAR              PIC 9(04).
026000     05  FILLER                  PIC X(11) VALUE "  ACCOUNTS ".
026100     05  YRE-T-ACCOUNTS          PIC ZZZZZ9.
026200     05  FILLER                  PIC X(09) VALUE "  OPENING".
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  YRE-T-OPENING           PIC -(13)9.99.
026500     05  FILLER                  PIC X(10) VALUE "  ACTIVITY".
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  YRE-T-ACTIVITY          PIC -(13)9.99.
026800     05  FILLER                  PIC X(09) VALUE "  CLOSING".
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  YRE-T-CLOSING           PIC -(13)9.99.
027100     05  FILLER                  PIC X(24) VALUE SPACES.
027200* VERDICT LINE - WHETHER THE YEAR CLOSED, WITH THE PROOF
027300* COUNTS.
027400 01  YRE-VERDICT-LINE.
027500     05  FILLER                  PIC X(01) VALUE SPACE.
027600     05  YRE-V-VERDICT           PIC X(26).
027700     05  FILLER                  PIC X(11) VALUE "  ACCOUNTS ".
027800     05  YRE-V-ACCOUNTS          PIC ZZZZZ9.
027900     05  FILLER                  PIC X(14) VALUE "  OUT OF PROOF".
028000     05  FILLER                  PIC X(01) VALUE SPACE.
028100     05  YRE-V-BAD               PIC ZZZZZ9.
028200     05  FILLER                  PIC X(68) VALUE SPACES.
028300 PROCEDURE DIVISION.
028400*================================================================
028500* BEGIN - MAINLINE.  PROVE THE YEAR THROUGH THE SORT BY
028600* ACCOUNT, ROLL THE MASTER FORWARD ONLY IF EVERY ACCOUNT
028700* PROVED, AND CLOSE WITH THE VERDICT.
028800*================================================================
028900 BEGIN.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     SORT SORT-FILE
029200         ON ASCENDING KEY SRT-ACCOUNT-CODE
029300         INPUT PROCEDURE IS 3000-FEED-SORT THRU 3000-EXIT
029400         OUTPUT PROCEDURE IS 4000-PROVE THRU 4000-EXIT.
029500     IF YRE-OUT-OF-PROOF-SW = "N" AND YRE-OVERFLOW-SW = "N"
029600         PERFORM 5000-CLOSE-YEAR THRU 5000-EXIT
029700     END-IF.
029800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029900     STOP RUN.
030000*----------------------------------------------------------------
030100* 1000-INITIALIZE - CHECK THE RUN CONTROL, OPEN THE REPORT AND
030200* PRINT THE PAGE HEADER, AND SEE FROM THE PERIOD CONTROL THAT
030300* THERE IS A YEAR TO CLOSE.
030400*----------------------------------------------------------------
030500 1000-INITIALIZE.
030600     PERFORM 1005-CHECK-RUN-CONTROL THRU 1005-EXIT.
030700     OPEN OUTPUT YEAR-END-REPORT-FILE.
030800     ACCEPT YRE-RUN-DATE FROM DATE YYYYMMDD.
030900     MOVE YRE-RUN-DATE TO YRE-H-DATE.
031000     WRITE YEAR-END-REPORT-LINE FROM YRE-HEADING-LINE.
031100     PERFORM 1010-READ-PERIOD THRU 1010-EXIT.
031200 1000-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 1005-CHECK-RUN-CONTROL - ASK RUNLOG WHETHER MTHEND COMPLETED
031600* FOR THIS RUN DATE - THE YEAR CLOSES THE NIGHT DECEMBER DOES -
031700* AND WHETHER THE YEAR-END ITSELF ALREADY RAN.  EITHER REFUSAL
031800* STOPS THE JOB BEFORE ANYTHING IS OPENED.
031900*----------------------------------------------------------------
032000 1005-CHECK-RUN-CONTROL.
032100     SET RLK-FUNC-CHECK TO TRUE.
032200     MOVE "YREND   " TO RLK-PROGRAM.
032300     MOVE "MTHEND  " TO RLK-PREDECESSOR.
032400     ACCEPT RLK-RUN-DATE FROM DATE YYYYMMDD.
032500     CALL "RUNLOG" USING RUN-LOG-AREA.
032600     IF RLK-RESULT-NO
032700         DISPLAY "YREND - RUN REFUSED - "
032800             RLK-REASON
032900         MOVE 16 TO RETURN-CODE
033000         STOP RUN
033100     END-IF.
033200 1005-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500* 1010-READ-PERIOD - THE PERIOD CONTROL MUST SAY DECEMBER HAS
033600* CLOSED; ITS YEAR IS THE YEAR BEING CLOSED, AND IT MUST NOT
033700* ALREADY HAVE BEEN.  A RECORD FROM BEFORE THE YEAR FIELDS
033800* EXISTED CARRIES BLANKS THERE AND MEANS NO YEAR HAS CLOSED.
033900*----------------------------------------------------------------
034000 1010-READ-PERIOD.
034100     OPEN INPUT PERIOD-FILE.
034200     IF YRE-PRD-FILE-STATUS = "35"
034300         DISPLAY "YREND - NO PERIOD CONTROL ON FILE - DECEMBER "
034400             "HAS NOT CLOSED"
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     IF YRE-PRD-FILE-STATUS NOT = "00"
034900         DISPLAY "YREND - CANNOT OPEN PERDCTL - STATUS "
035000             YRE-PRD-FILE-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400     READ PERIOD-FILE
035500         AT END
035600             CONTINUE
035700         NOT AT END
035800             MOVE PRD-CLOSED-THRU TO YRE-CLOSED-THRU
035900             MOVE PRD-CLOSE-DATE TO YRE-MONTH-CLOSE-DATE
036000             IF PRD-CLOSED-YEAR NUMERIC AND
036100                PRD-YEAR-CLOSE-DATE NUMERIC
036200                 MOVE PRD-CLOSED-YEAR TO YRE-PRIOR-YEAR
036300                 MOVE PRD-YEAR-CLOSE-DATE TO YRE-PRIOR-CLOSE-DATE
036400             END-IF
036500     END-READ.
036600     CLOSE PERIOD-FILE.
036700     IF YRE-CLOSED-MM NOT = 12
036800         DISPLAY "YREND - DECEMBER HAS NOT CLOSED - PERIOD "
036900             "CONTROL CLOSED THROUGH " YRE-CLOSED-THRU
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     MOVE YRE-CLOSED-YYYY TO YRE-CLOSE-YEAR.
037400     IF YRE-PRIOR-YEAR NOT < YRE-CLOSE-YEAR
037500         DISPLAY "YREND - YEAR " YRE-CLOSE-YEAR
037600             " IS ALREADY CLOSED"
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000 1010-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300* 3000-FEED-SORT - READ THE CONCATENATED JOURNALS AND RELEASE
038400* EVERY "OK" OR "REVERSAL" DETAIL POSTED SINCE THE PREVIOUS
038500* YEAR CLOSE, THEN THE SUSPENSE AND HELD-ITEM ADJUSTMENTS.
038600*----------------------------------------------------------------
038700 3000-FEED-SORT.
038800     OPEN INPUT JOURNAL-FILE-IN.
038900     IF YRE-JRN-FILE-STATUS NOT = "00"
039000         DISPLAY "YREND - CANNOT OPEN JRNALL - STATUS "
039100             YRE-JRN-FILE-STATUS
039200         MOVE 16 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500     MOVE "N" TO YRE-EOF-SW.
039600     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
039700         UNTIL YRE-EOF-YES.
039800     CLOSE JOURNAL-FILE-IN.
039900     PERFORM 3300-FEED-SUSPENSE THRU 3300-EXIT.
039950     PERFORM 3400-FEED-HELD THRU 3400-EXIT.
040000 3000-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300* 3100-READ-JOURNAL - READ ONE JOURNAL RECORD AND RELEASE IT IF
040400* IT IS AN "OK" OR "REVERSAL" DETAIL OF THE YEAR BEING CLOSED.
040500*----------------------------------------------------------------
040600 3100-READ-JOURNAL.
040700     READ JOURNAL-FILE-IN
040800         AT END
040900             SET YRE-EOF-YES TO TRUE
041000         NOT AT END
041100             IF JRN-DETAIL AND
041200                (JRN-DISPOSITION = "OK" OR
041300                 JRN-DISPOSITION = "REVERSAL") AND
041400                JRN-RUN-DATE > YRE-PRIOR-CLOSE-DATE
041500                 MOVE JRN-ACCOUNT-CODE TO SRT-ACCOUNT-CODE
041600                 MOVE JRN-TOTAL TO SRT-TOTAL
041700                 RELEASE SRT-RECORD
041800             END-IF
041900     END-READ.
042000 3100-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 3300-FEED-SUSPENSE - RELEASE THE ADJUSTMENTS THE SUSPENSE
042400* ITEMS NEED, EXACTLY AS TRIALBAL DOES.  NO SUSPENSE FILE ON
042500* THE SYSTEM ("35") JUST MEANS NOTHING HAS EVER GONE TO
042600* SUSPENSE.
042700*----------------------------------------------------------------
042800 3300-FEED-SUSPENSE.
042900     OPEN INPUT SUSPENSE-FILE-IN.
043000     IF YRE-SUS-FILE-STATUS = "35"
043100         GO TO 3300-EXIT
043200     END-IF.
043300     IF YRE-SUS-FILE-STATUS NOT = "00"
043400         DISPLAY "YREND - CANNOT OPEN SUSDET - STATUS "
043500             YRE-SUS-FILE-STATUS
043600         MOVE 16 TO RETURN-CODE
043700         STOP RUN
043800     END-IF.
043900     MOVE "N" TO YRE-SUS-EOF-SW.
044000     PERFORM 3350-READ-SUSPENSE THRU 3350-EXIT
044100         UNTIL YRE-SUS-EOF-YES.
044200     CLOSE SUSPENSE-FILE-IN.
044300 3300-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 3350-READ-SUSPENSE - READ ONE SUSPENSE ITEM AND RELEASE ANY
044700* ADJUSTMENT PAIR IT NEEDS (SEE 3360-ADJUST-ONE).
044800*----------------------------------------------------------------
044900 3350-READ-SUSPENSE.
045000     READ SUSPENSE-FILE-IN
045100         AT END
045200             SET YRE-SUS-EOF-YES TO TRUE
045300         NOT AT END
045400             PERFORM 3360-ADJUST-ONE THRU 3360-EXIT
045500     END-READ.
045600 3350-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900* 3360-ADJUST-ONE - AN ITEM POSTED SINCE THE PREVIOUS YEAR
046000* CLOSE IS ADJUSTED WHILE IT SITS OPEN.  AN ITEM POSTED BEFORE
046100* IT IS ALREADY IN THE OPENING BALANCES, SO ONLY A RECLASS
046200* SINCE THAT CLOSE NEEDS THE OPPOSITE PAIR.
046300*----------------------------------------------------------------
046400 3360-ADJUST-ONE.
046500     IF SUS-POST-DATE > YRE-PRIOR-CLOSE-DATE
046600         IF SUS-ITEM-OPEN
046700             MOVE SUS-AMOUNT TO YRE-SUS-ADJUSTMENT
046800             PERFORM 3370-RELEASE-PAIR THRU 3370-EXIT
046900         END-IF
047000         GO TO 3360-EXIT
047100     END-IF.
047200     IF SUS-ITEM-RECLASSED AND
047300        SUS-RECLASS-DATE > YRE-PRIOR-CLOSE-DATE
047400         SUBTRACT SUS-AMOUNT FROM ZERO GIVING YRE-SUS-ADJUSTMENT
047500         PERFORM 3370-RELEASE-PAIR THRU 3370-EXIT
047600     END-IF.
047700 3360-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 3370-RELEASE-PAIR - RELEASE THE ADJUSTMENT OUT OF THE ITEM'S
048100* ORIGINAL ACCOUNT AND INTO THE SUSPENSE ACCOUNT.
048200*----------------------------------------------------------------
048300 3370-RELEASE-PAIR.
048400     MOVE SUS-ORIG-ACCOUNT TO SRT-ACCOUNT-CODE.
048500     SUBTRACT YRE-SUS-ADJUSTMENT FROM ZERO GIVING SRT-TOTAL.
048600     RELEASE SRT-RECORD.
048700     MOVE YRE-SUSPENSE-ACCT TO SRT-ACCOUNT-CODE.
048800     MOVE YRE-SUS-ADJUSTMENT TO SRT-TOTAL.
048900     RELEASE SRT-RECORD.
049000 3370-EXIT.
049100     EXIT.
049101*----------------------------------------------------------------
049102* 3400-FEED-HELD - RELEASE AN ADJUSTMENT FOR EVERY HELD ITEM
049103* WHOSE MONEY THE JOURNALS IN THE PROOF AND THE MASTER DISAGREE
049104* ABOUT (SEE 3460-ADJUST-HELD), EXACTLY AS TRIALBAL DOES.  NO
049105* HELD-ITEMS FILE ON THE SYSTEM ("35") JUST MEANS NOTHING HAS
049106* EVER BEEN HELD.
049107*----------------------------------------------------------------
049108 3400-FEED-HELD.
049109     OPEN INPUT HELD-FILE-IN.
049110     IF YRE-HLD-FILE-STATUS = "35"
049111         GO TO 3400-EXIT
049112     END-IF.
049113     IF YRE-HLD-FILE-STATUS NOT = "00"
049114         DISPLAY "YREND - CANNOT OPEN HLDMST - STATUS "
049115             YRE-HLD-FILE-STATUS
049116         MOVE 16 TO RETURN-CODE
049117         STOP RUN
049118     END-IF.
049119     MOVE "N" TO YRE-HLD-EOF-SW.
049120     PERFORM 3450-READ-HELD THRU 3450-EXIT
049121         UNTIL YRE-HLD-EOF-YES.
049122     CLOSE HELD-FILE-IN.
049123 3400-EXIT.
049124     EXIT.
049125*----------------------------------------------------------------
049126* 3450-READ-HELD - READ ONE HELD ITEM IN KEY ORDER AND RELEASE
049127* ANY ADJUSTMENT IT NEEDS.
049128*----------------------------------------------------------------
049129 3450-READ-HELD.
049130     READ HELD-FILE-IN
049131         AT END
049132             SET YRE-HLD-EOF-YES TO TRUE
049133             GO TO 3450-EXIT
049134     END-READ.
049135     IF YRE-HLD-FILE-STATUS NOT = "00"
049136         DISPLAY "YREND - CANNOT READ HLDMST - STATUS "
049137             YRE-HLD-FILE-STATUS
049138         MOVE 16 TO RETURN-CODE
049139         STOP RUN
049140     END-IF.
049141     PERFORM 3460-ADJUST-HELD THRU 3460-EXIT.
049142 3450-EXIT.
049143     EXIT.
049144*----------------------------------------------------------------
049145* 3460-ADJUST-HELD - AN ITEM HELD SINCE THE PREVIOUS YEAR CLOSE
049146* HAS ITS "OK" DETAIL IN THE PROOF; WHILE IT IS STILL HELD OR
049147* ONCE IT IS CANCELLED THE MASTER NEVER GOT THE MONEY, SO IT IS
049148* BACKED OUT OF THE ACCOUNT.  A RELEASED ONE POSTED LIKE ANY
049149* OTHER.  AN ITEM HELD ON OR BEFORE THAT CLOSE HAS NO JOURNAL IN
049150* THE PROOF, SO ONLY A RELEASE SINCE THE CLOSE - MONEY THE
049151* OPENING BALANCES DID NOT HAVE - NEEDS AN ADJUSTMENT, INTO THE
049152* ACCOUNT.
049153*----------------------------------------------------------------
049154 3460-ADJUST-HELD.
049155     MOVE HLD-ACCOUNT-CODE TO SRT-ACCOUNT-CODE.
049156     IF HLD-RUN-DATE > YRE-PRIOR-CLOSE-DATE
049157         IF HLD-ITEM-RELEASED
049158             GO TO 3460-EXIT
049159         END-IF
049160         SUBTRACT HLD-AMOUNT FROM ZERO GIVING SRT-TOTAL
049161         RELEASE SRT-RECORD
049162         GO TO 3460-EXIT
049163     END-IF.
049164     IF HLD-ITEM-RELEASED AND
049165        HLD-ACTION-DATE > YRE-PRIOR-CLOSE-DATE
049166         MOVE HLD-AMOUNT TO SRT-TOTAL
049167         RELEASE SRT-RECORD
049168     END-IF.
049169 3460-EXIT.
049170     EXIT.
049200*----------------------------------------------------------------
049300* 4000-PROVE - WALK THE SORTED ACTIVITY AND THE MASTER IN KEY
049400* ORDER TOGETHER AND PROVE EVERY ACCOUNT.  NOTHING IS WRITTEN
049500* HERE - THE MASTER IS ONLY TOUCHED ONCE THE WHOLE FILE PROVES.
049600*----------------------------------------------------------------
049700 4000-PROVE.
049800     OPEN INPUT LEDGER-MASTER-FILE.
049900     IF YRE-MST-FILE-STATUS NOT = "00"
050000         DISPLAY "YREND - CANNOT OPEN LDGMST - STATUS "
050100             YRE-MST-FILE-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF.
050500     MOVE "N" TO YRE-SORT-EOF-SW.
050600     MOVE "N" TO YRE-MST-EOF-SW.
050700     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
050800     PERFORM 4150-READ-MASTER THRU 4150-EXIT.
050900     PERFORM 4200-MATCH-ONE THRU 4200-EXIT
051000         UNTIL YRE-SORT-EOF-YES AND YRE-MST-EOF-YES.
051100     CLOSE LEDGER-MASTER-FILE.
051200 4000-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500* 4100-RETURN-ONE - TAKE ONE RECORD BACK FROM THE SORT.
051600*----------------------------------------------------------------
051700 4100-RETURN-ONE.
051800     RETURN SORT-FILE
051900         AT END SET YRE-SORT-EOF-YES TO TRUE.
052000 4100-EXIT.
052100     EXIT.
052200*----------------------------------------------------------------
052300* 4150-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
052400*----------------------------------------------------------------
052500 4150-READ-MASTER.
052600     READ LEDGER-MASTER-FILE
052700         AT END
052800             SET YRE-MST-EOF-YES TO TRUE
052900     END-READ.
053000     IF YRE-MST-EOF-SW = "N" AND
053100        YRE-MST-FILE-STATUS NOT = "00"
053200         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
053300     END-IF.
053400 4150-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 4200-MATCH-ONE - HANDLE ONE STEP OF THE MATCH: THE MASTER
053800* ACCOUNT WITH NO ACTIVITY, THE ACTIVITY GROUP WITH NO MASTER
053900* RECORD, OR THE PAIR THAT BELONG TOGETHER.
054000*----------------------------------------------------------------
054100 4200-MATCH-ONE.
054200     IF YRE-SORT-EOF-YES OR
054300        (YRE-MST-EOF-SW = "N" AND
054400         LDM-ACCOUNT-CODE < SRT-ACCOUNT-CODE)
054500         MOVE ZERO TO YRE-GROUP-TOTAL
054600         PERFORM 4500-PROVE-ACCOUNT THRU 4500-EXIT
054700         PERFORM 4150-READ-MASTER THRU 4150-EXIT
054800         GO TO 4200-EXIT
054900     END-IF.
055000     IF YRE-MST-EOF-YES OR
055100        SRT-ACCOUNT-CODE < LDM-ACCOUNT-CODE
055200         PERFORM 4400-SUM-GROUP THRU 4400-EXIT
055300         PERFORM 4600-ORPHAN-GROUP THRU 4600-EXIT
055400         GO TO 4200-EXIT
055500     END-IF.
055600     PERFORM 4400-SUM-GROUP THRU 4400-EXIT.
055700     PERFORM 4500-PROVE-ACCOUNT THRU 4500-EXIT.
055800     PERFORM 4150-READ-MASTER THRU 4150-EXIT.
055900 4200-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200* 4400-SUM-GROUP - ACCUMULATE THE SORTED ACTIVITY FOR THE
056300* ACCOUNT IN HAND INTO YRE-GROUP-TOTAL, LEAVING THE FIRST
056400* RECORD OF THE NEXT ACCOUNT (OR EOF) IN THE BUFFER.
056500*----------------------------------------------------------------
056600 4400-SUM-GROUP.
056700     MOVE SRT-ACCOUNT-CODE TO YRE-GROUP-ACCOUNT.
056800     MOVE ZERO TO YRE-GROUP-TOTAL.
056900     PERFORM 4450-SUM-ONE THRU 4450-EXIT
057000         UNTIL YRE-SORT-EOF-YES
057100         OR SRT-ACCOUNT-CODE NOT = YRE-GROUP-ACCOUNT.
057200 4400-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500* 4450-SUM-ONE - ROLL ONE ACTIVITY RECORD INTO THE GROUP AND
057600* FETCH THE NEXT.
057700*----------------------------------------------------------------
057800 4450-SUM-ONE.
057900     ADD SRT-TOTAL TO YRE-GROUP-TOTAL
058000         ON SIZE ERROR
058100             SET YRE-OVERFLOW-YES TO TRUE
058200     END-ADD.
058300     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
058400 4450-EXIT.
058500     EXIT.
058600*----------------------------------------------------------------
058700* 4500-PROVE-ACCOUNT - PROVE THE MASTER ACCOUNT IN HAND: ITS
058800* BALANCE MUST EQUAL ITS OPENING BALANCE PLUS THE YEAR'S
058900* ACTIVITY.  ONLY AN ACCOUNT THAT FAILS PRINTS HERE.
059000*----------------------------------------------------------------
059100 4500-PROVE-ACCOUNT.
059200     ADD 1 TO YRE-PROOF-COUNT.
059300     MOVE LDM-OPENING-BALANCE TO YRE-EXPECTED-BALANCE.
059400     ADD YRE-GROUP-TOTAL TO YRE-EXPECTED-BALANCE
059500         ON SIZE ERROR
059600             SET YRE-OVERFLOW-YES TO TRUE
059700     END-ADD.
059800     IF LDM-BALANCE = YRE-EXPECTED-BALANCE
059900         GO TO 4500-EXIT
060000     END-IF.
060100     SET YRE-OUT-OF-PROOF-YES TO TRUE.
060200     ADD 1 TO YRE-BAD-COUNT.
060300     MOVE LDM-ACCOUNT-CODE TO YRE-P-ACCOUNT.
060400     MOVE LDM-BALANCE TO YRE-P-BALANCE.
060500     MOVE LDM-OPENING-BALANCE TO YRE-P-OPENING.
060600     MOVE YRE-GROUP-TOTAL TO YRE-P-ACTIVITY.
060700     MOVE YRE-EXPECTED-BALANCE TO YRE-P-EXPECTED.
060800     MOVE "** OUT OF PROOF" TO YRE-P-VERDICT.
060900     WRITE YEAR-END-REPORT-LINE FROM YRE-PROOF-LINE.
061000 4500-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------
061300* 4600-ORPHAN-GROUP - ACTIVITY FOR AN ACCOUNT THE MASTER DOES
061400* NOT CARRY.  A ZERO NET IS AN ACCOUNT WHOSE MONEY ALL SITS IN
061500* SUSPENSE AND IS FINE; ANYTHING ELSE IS MONEY THE FILE CANNOT
061600* SHOW AND THE YEAR CANNOT CLOSE OVER IT.
061700*----------------------------------------------------------------
061800 4600-ORPHAN-GROUP.
061900     IF YRE-GROUP-TOTAL = ZERO
062000         GO TO 4600-EXIT
062100     END-IF.
062200     SET YRE-OUT-OF-PROOF-YES TO TRUE.
062300     ADD 1 TO YRE-BAD-COUNT.
062400     MOVE YRE-GROUP-ACCOUNT TO YRE-P-ACCOUNT.
062500     MOVE ZERO TO YRE-P-BALANCE.
062600     MOVE ZERO TO YRE-P-OPENING.
062700     MOVE YRE-GROUP-TOTAL TO YRE-P-ACTIVITY.
062800     MOVE YRE-GROUP-TOTAL TO YRE-P-EXPECTED.
062900     MOVE "** NOT ON MASTER" TO YRE-P-VERDICT.
063000     WRITE YEAR-END-REPORT-LINE FROM YRE-PROOF-LINE.
063100 4600-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400* 5000-CLOSE-YEAR - THE YEAR PROVED.  PASS THE MASTER AGAIN,
063500* OPEN I-O: EVERY ACCOUNT GETS ITS YEAR-END HISTORY RECORD AND
063600* STATEMENT LINE AND HAS ITS OPENING BALANCE ROLLED FORWARD TO
063700* ITS CLOSING BALANCE.  THEN THE PERIOD CONTROL TAKES THE YEAR.
063800*----------------------------------------------------------------
063900 5000-CLOSE-YEAR.
064000     OPEN I-O LEDGER-MASTER-FILE.
064100     IF YRE-MST-FILE-STATUS NOT = "00"
064200         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
064300     END-IF.
064400     OPEN EXTEND YEAR-END-HISTORY-FILE.
064500     IF YRE-YEH-FILE-STATUS = "35"
064600         OPEN OUTPUT YEAR-END-HISTORY-FILE
064700     END-IF.
064800     IF YRE-YEH-FILE-STATUS NOT = "00"
064900         PERFORM 9910-HISTORY-IO-ABORT THRU 9910-EXIT
065000     END-IF.
065100     MOVE "N" TO YRE-MST-EOF-SW.
065200     PERFORM 5100-CLOSE-ONE THRU 5100-EXIT
065300         UNTIL YRE-MST-EOF-YES.
065400     CLOSE YEAR-END-HISTORY-FILE.
065500     CLOSE LEDGER-MASTER-FILE.
065600     SET YRE-CLOSED-YES TO TRUE.
065700     PERFORM 5900-WRITE-PERIOD THRU 5900-EXIT.
065800 5000-EXIT.
065900     EXIT.
066000*----------------------------------------------------------------
066100* 5100-CLOSE-ONE - ONE ACCOUNT: HISTORY RECORD FIRST, THEN THE
066200* STATEMENT LINE, THEN THE REWRITE.  THE ACTIVITY IS THE
066300* CLOSING LESS THE OPENING BALANCE - THE PROOF HAS JUST SHOWN
066400* IT EQUAL TO THE JOURNALS' FIGURE.
066500*----------------------------------------------------------------
066600 5100-CLOSE-ONE.
066700     READ LEDGER-MASTER-FILE
066800         AT END
066900             SET YRE-MST-EOF-YES TO TRUE
067000             GO TO 5100-EXIT
067100     END-READ.
067200     IF YRE-MST-FILE-STATUS NOT = "00"
067300         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
067400     END-IF.
067500     MOVE SPACES TO YEAR-END-HISTORY-RECORD.
067600     MOVE YRE-CLOSE-YEAR TO YEH-YEAR.
067700     MOVE LDM-ACCOUNT-CODE TO YEH-ACCOUNT-CODE.
067800     MOVE LDM-DESCRIPTION TO YEH-DESCRIPTION.
067900     MOVE LDM-STATUS TO YEH-STATUS.
068000     MOVE LDM-OPENING-BALANCE TO YEH-OPENING-BALANCE.
068100     SUBTRACT LDM-OPENING-BALANCE FROM LDM-BALANCE
068200         GIVING YEH-ACTIVITY.
068300     MOVE LDM-BALANCE TO YEH-CLOSING-BALANCE.
068400     MOVE LDM-POST-COUNT TO YEH-POST-COUNT.
068500     MOVE YRE-RUN-DATE TO YEH-CLOSE-DATE.
068600     WRITE YEAR-END-HISTORY-RECORD.
068700     IF YRE-YEH-FILE-STATUS NOT = "00"
068800         PERFORM 9910-HISTORY-IO-ABORT THRU 9910-EXIT
068900     END-IF.
069000     PERFORM 5200-PRINT-ACCOUNT THRU 5200-EXIT.
069100     MOVE LDM-BALANCE TO LDM-OPENING-BALANCE.
069200     REWRITE LEDGER-MASTER-RECORD.
069300     IF YRE-MST-FILE-STATUS NOT = "00"
069400         PERFORM 9900-MASTER-IO-ABORT THRU 9900-EXIT
069500     END-IF.
069600     ADD 1 TO YRE-CLOSED-COUNT.
069700 5100-EXIT.
069800     EXIT.
069900*----------------------------------------------------------------
070000* 5200-PRINT-ACCOUNT - THE ACCOUNT'S STATEMENT LINE, AND ITS
070100* FIGURES INTO THE YEAR TOTALS.
070200*----------------------------------------------------------------
070300 5200-PRINT-ACCOUNT.
070400     MOVE YEH-ACCOUNT-CODE TO YRE-D-ACCOUNT.
070500     MOVE YEH-DESCRIPTION TO YRE-D-DESCRIPTION.
070600     IF LDM-CLOSED
070700         MOVE "CLOSED" TO YRE-D-STATUS
070800     ELSE
070900         MOVE "OPEN" TO YRE-D-STATUS
071000     END-IF.
071100     MOVE YEH-OPENING-BALANCE TO YRE-D-OPENING.
071200     MOVE YEH-ACTIVITY TO YRE-D-ACTIVITY.
071300     MOVE YEH-CLOSING-BALANCE TO YRE-D-CLOSING.
071400     WRITE YEAR-END-REPORT-LINE FROM YRE-DETAIL-LINE.
071500     ADD YEH-OPENING-BALANCE TO YRE-GRAND-OPENING
071600         ON SIZE ERROR
071700             SET YRE-OVERFLOW-YES TO TRUE
071800     END-ADD.
071900     ADD YEH-ACTIVITY TO YRE-GRAND-ACTIVITY
072000         ON SIZE ERROR
072100             SET YRE-OVERFLOW-YES TO TRUE
072200     END-ADD.
072300     ADD YEH-CLOSING-BALANCE TO YRE-GRAND-CLOSING
072400         ON SIZE ERROR
072500             SET YRE-OVERFLOW-YES TO TRUE
072600     END-ADD.
072700 5200-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000* 5900-WRITE-PERIOD - STAMP THE CLOSED YEAR AND TODAY'S DATE ON
073100* THE PERIOD CONTROL RECORD, CARRYING THE CLOSED MONTH AND ITS
073200* DATE BACK UNCHANGED, SO ADDBATCH REFUSES ANY CARD DATED INTO
073300* THE YEAR AND TRIALBAL STARTS FROM THE NEW OPENING BALANCES.
073400* A PERIOD CONTROL THAT CANNOT BE WRITTEN LEAVES THE YEAR
073500* OPEN OVER A ROLLED MASTER AND FAILS THE JOB.
073600*----------------------------------------------------------------
073700 5900-WRITE-PERIOD.
073800     OPEN OUTPUT PERIOD-FILE.
073900     IF YRE-PRD-FILE-STATUS NOT = "00"
074000         DISPLAY "YREND - CANNOT WRITE PERIOD CONTROL - "
074100             "STATUS " YRE-PRD-FILE-STATUS
074200         MOVE 16 TO RETURN-CODE
074300         GO TO 5900-EXIT
074400     END-IF.
074500     MOVE SPACES TO PERIOD-CONTROL-RECORD.
074600     MOVE YRE-CLOSED-THRU TO PRD-CLOSED-THRU.
074700     MOVE YRE-MONTH-CLOSE-DATE TO PRD-CLOSE-DATE.
074800     MOVE YRE-CLOSE-YEAR TO PRD-CLOSED-YEAR.
074900     MOVE YRE-RUN-DATE TO PRD-YEAR-CLOSE-DATE.
075000     WRITE PERIOD-CONTROL-RECORD.
075100     IF YRE-PRD-FILE-STATUS NOT = "00"
075200         DISPLAY "YREND - CANNOT WRITE PERIOD CONTROL - "
075300             "STATUS " YRE-PRD-FILE-STATUS
075400         MOVE 16 TO RETURN-CODE
075500     END-IF.
075600     CLOSE PERIOD-FILE.
075700 5900-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 9000-TERMINATE - PRINT THE YEAR TOTALS (WHEN THE YEAR CLOSED)
076100* AND THE VERDICT.  AN OUT-OF-PROOF OR OVERFLOWED PROOF LEAVES
076200* EVERYTHING AS IT WAS AND ENDS WITH RETURN-CODE 8; TOTALS THAT
076300* OVERFLOW ONLY ON THE STATEMENT AFTER A CLEAN ROLL EARN A
076400* WARNING 4.
076500*----------------------------------------------------------------
076600 9000-TERMINATE.
076700     IF YRE-CLOSED-YES
076800         MOVE YRE-CLOSE-YEAR TO YRE-T-YEAR
076900         MOVE YRE-CLOSED-COUNT TO YRE-T-ACCOUNTS
077000         MOVE YRE-GRAND-OPENING TO YRE-T-OPENING
077100         MOVE YRE-GRAND-ACTIVITY TO YRE-T-ACTIVITY
077200         MOVE YRE-GRAND-CLOSING TO YRE-T-CLOSING
077300         WRITE YEAR-END-REPORT-LINE FROM YRE-TOTAL-LINE
077400     END-IF.
077500     MOVE YRE-PROOF-COUNT TO YRE-V-ACCOUNTS.
077600     MOVE YRE-BAD-COUNT TO YRE-V-BAD.
077700     IF YRE-CLOSED-YES
077800         IF YRE-OVERFLOW-YES
077900             MOVE "YEAR CLOSED - TOTALS OVFL" TO YRE-V-VERDICT
078000             IF RETURN-CODE < 4
078100                 MOVE 4 TO RETURN-CODE
078200             END-IF
078300         ELSE
078400             MOVE "YEAR CLOSED" TO YRE-V-VERDICT
078500         END-IF
078600     ELSE
078700         IF YRE-OVERFLOW-YES
078800             MOVE "TOTALS OVERFLOWED" TO YRE-V-VERDICT
078900         ELSE
079000             MOVE "YEAR OUT OF PROOF" TO YRE-V-VERDICT
079100         END-IF
079200         MOVE 8 TO RETURN-CODE
079300     END-IF.
079400     WRITE YEAR-END-REPORT-LINE FROM YRE-VERDICT-LINE.
079500     CLOSE YEAR-END-REPORT-FILE.
079600     PERFORM 9060-LOG-RUN THRU 9060-EXIT.
079700     DISPLAY "YEAR-END CLOSE COMPLETE - " YRE-V-VERDICT.
079800 9000-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------
080100* 9060-LOG-RUN - WRITE THIS RUN'S HISTORY RECORD THROUGH
080200* RUNLOG: THE ACCOUNTS ROLLED FORWARD, THE GRAND CLOSING
080300* BALANCE AND THE RETURN CODE.  A RUN THAT CANNOT LOG WOULD
080400* LEAVE A HOLE IN THE RECAP, SO SAY SO AND FAIL LOUDLY.
080500*----------------------------------------------------------------
080600 9060-LOG-RUN.
080700     SET RLK-FUNC-LOG TO TRUE.
080800     MOVE "YREND   " TO RLK-PROGRAM.
080900     MOVE YRE-RUN-DATE TO RLK-RUN-DATE.
081000     MOVE "JRNALL  " TO RLK-INPUT-ID.
081100     MOVE YRE-CLOSED-COUNT TO RLK-RECORD-COUNT.
081200     MOVE YRE-GRAND-CLOSING TO RLK-TOTAL.
081300     MOVE RETURN-CODE TO RLK-RETURN-CODE.
081400     CALL "RUNLOG" USING RUN-LOG-AREA.
081500     IF RLK-RESULT-NO
081600         DISPLAY "YREND - CANNOT LOG RUN - " RLK-REASON
081700         MOVE 16 TO RETURN-CODE
081800     END-IF.
081900 9060-EXIT.
082000     EXIT.
082100*----------------------------------------------------------------
082200* 9900-MASTER-IO-ABORT - THE LEDGER MASTER FAILED AN OPEN, READ
082300* OR REWRITE.  IF THE ROLL FORWARD HAD STARTED, RESTORE LDGMST
082400* AND YRHIST FROM THE PRE-RUN COPIES BEFORE RERUNNING.
082500*----------------------------------------------------------------
082600 9900-MASTER-IO-ABORT.
082700     DISPLAY "YREND - LEDGER MASTER I-O FAILURE - STATUS "
082800         YRE-MST-FILE-STATUS.
082900     MOVE 16 TO RETURN-CODE.
083000     STOP RUN.
083100 9900-EXIT.
083200     EXIT.
083300*----------------------------------------------------------------
083400* 9910-HISTORY-IO-ABORT - THE YEAR-END HISTORY FAILED AN OPEN OR
083500* WRITE.  SAME RECOVERY AS 9900-MASTER-IO-ABORT.
083600*----------------------------------------------------------------
083700 9910-HISTORY-IO-ABORT.
083800     DISPLAY "YREND - YEAR-END HISTORY I-O FAILURE - STATUS "
083900         YRE-YEH-FILE-STATUS.
084000     MOVE 16 TO RETURN-CODE.
084100     STOP RUN.
084200 9910-EXIT.
084300     EXIT.
