000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLRECON.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  RECONCILES CORPORATE'S
001300*                    ACKNOWLEDGEMENT OF THE GENERAL LEDGER
001400*                    INTERFACE (GLIACK, SEE GLACK.CPY) AGAINST
001500*                    THE EXTRACT MTHEND SENT (GLIEXT, SEE
001600*                    GLINTF.CPY) AND THE MONTH-TO-DATE MASTER
001700*                    IT CAME FROM (MTDMST, SEE MTDMAST.CPY).
001800*                    THE ACKNOWLEDGEMENT IS SORTED BY EFFECTIVE
001900*                    MONTH AND ACCOUNT AND MERGED WITH THE OTHER
002000*                    TWO, WHICH MTHEND WRITES IN THAT ORDER.
002100*                    LISTS EVERY ACCOUNT CORPORATE REJECTED,
002200*                    NEVER ACKNOWLEDGED, LOADED AT A DIFFERENT
002300*                    AMOUNT, ACKNOWLEDGED WITHOUT BEING SENT OR
002400*                    ACKNOWLEDGED TWICE, AND ANY EXTRACT RECORD
002500*                    THAT DISAGREES WITH MTDMST.  BOTH TRAILERS
002600*                    ARE PROVED AGAINST WHAT WAS COUNTED AND THE
002700*                    ACKNOWLEDGEMENT MUST ANSWER THE EXTRACT'S
002800*                    RUN DATE.  ANY EXCEPTION ENDS THE RUN WITH
002900*                    RETURN-CODE 8 SO THE CLOSE IS NOT SIGNED
003000*                    OFF.  LOGS THROUGH RUNLOG SO RUNRECAP SHOWS
003100*                    WHETHER THE HANDOFF FINISHED.  THE
003200*                    ACKNOWLEDGEMENT ARRIVES ON CORPORATE'S
003300*                    SCHEDULE, NOT THE NIGHTLY STREAM'S, SO
003400*                    THERE IS NO PREDECESSOR - ONLY A SECOND
003500*                    CLEAN RUN ON ONE DATE IS REFUSED.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GENERIC.
004000 OBJECT-COMPUTER. GENERIC.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT GL-ACK-FILE ASSIGN TO "GLIACK"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS GLR-ACK-FILE-STATUS.
004600     SELECT GL-INTERFACE-FILE ASSIGN TO "GLIEXT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS GLR-GLI-FILE-STATUS.
004900     SELECT MTD-MASTER-FILE ASSIGN TO "MTDMST"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS GLR-MTD-FILE-STATUS.
005200     SELECT RECON-REPORT-FILE ASSIGN TO "GLROUT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT SORT-FILE ASSIGN TO "SORTWK".
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------
005800* GL-ACK-FILE - CORPORATE'S ACKNOWLEDGEMENT, HEADER, DETAILS IN
005900* ANY ORDER, TRAILER.  SEE GLACK.CPY.
006000*----------------------------------------------------------------
006100 FD  GL-ACK-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 60 CHARACTERS.
006400 COPY GLACK.
006500*----------------------------------------------------------------
006600* GL-INTERFACE-FILE - THE EXTRACT MTHEND SENT, IN EFFECTIVE
006700* MONTH AND ACCOUNT ORDER.  SEE GLINTF.CPY.
006800*----------------------------------------------------------------
006900 FD  GL-INTERFACE-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 60 CHARACTERS.
007200 COPY GLINTF.
007300*----------------------------------------------------------------
007400* MTD-MASTER-FILE - THE MONTH-TO-DATE MASTER THE EXTRACT WAS
007500* BUILT BESIDE, IN THE SAME ORDER.  SEE MTDMAST.CPY.
007600*----------------------------------------------------------------
007700 FD  MTD-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORD CONTAINS 40 CHARACTERS.
008000 COPY MTDMAST.
008100*----------------------------------------------------------------
008200* SORT-FILE - WORK FILE FOR THE SORT OF THE ACKNOWLEDGEMENT
008300* DETAILS BY EFFECTIVE MONTH AND ACCOUNT.
008400*----------------------------------------------------------------
008500 SD  SORT-FILE.
008600 01  SRT-RECORD.
008700     05  SRT-MONTH              PIC 9(06).
008800     05  SRT-ACCOUNT-CODE       PIC X(04).
008900     05  SRT-LOADED-AMOUNT      PIC S9(11)V99.
009000     05  SRT-STATUS             PIC X(01).
009100     05  SRT-REASON             PIC X(30).
009200*----------------------------------------------------------------
009300* RECON-REPORT-FILE - THE PRINTED RECONCILIATION.  COLUMN 1 OF
009400* EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " =
009500* SINGLE SPACE).
009600*----------------------------------------------------------------
009700 FD  RECON-REPORT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 133 CHARACTERS.
010000 01  RECON-REPORT-LINE          PIC X(133).
010100 WORKING-STORAGE SECTION.
010200* FILE STATUS FOR THE ACKNOWLEDGEMENT - NOTHING TO RECONCILE
010300* IS A STOP, NOT A CLEAN NIGHT.
010400 01  GLR-ACK-FILE-STATUS        PIC X(02).
010500* FILE STATUS FOR THE EXTRACT - SAME RULE.
010600 01  GLR-GLI-FILE-STATUS        PIC X(02).
010700* FILE STATUS FOR THE MONTH-TO-DATE MASTER - SAME RULE.
010800 01  GLR-MTD-FILE-STATUS        PIC X(02).
010900* PARAMETER AREA FOR THE RUNLOG CALLS.  SEE RUNLINK.CPY.
011000 COPY RUNLINK.
011100* END-OF-FILE, HEADER/TRAILER AND VERDICT SWITCHES.
011200 01  GLR-SWITCHES.
011300     05  GLR-ACK-EOF-SW         PIC X(01) VALUE "N".
011400         88  GLR-ACK-EOF-YES                 VALUE "Y".
011500     05  GLR-GLI-EOF-SW         PIC X(01) VALUE "N".
011600         88  GLR-GLI-EOF-YES                 VALUE "Y".
011700     05  GLR-ACK-HEADER-SW      PIC X(01) VALUE "N".
011800         88  GLR-ACK-HEADER-YES              VALUE "Y".
011900     05  GLR-ACK-TRAILER-SW     PIC X(01) VALUE "N".
012000         88  GLR-ACK-TRAILER-YES             VALUE "Y".
012100     05  GLR-GLI-TRAILER-SW     PIC X(01) VALUE "N".
012200         88  GLR-GLI-TRAILER-YES             VALUE "Y".
012300     05  GLR-EXCEPTION-SW       PIC X(01) VALUE "N".
012400         88  GLR-EXCEPTION-YES               VALUE "Y".
012500     05  GLR-OVERFLOW-SW        PIC X(01) VALUE "N".
012600         88  GLR-OVERFLOW-YES                VALUE "Y".
012700* THE RUN DATE OFF THE EXTRACT HEADER, AND THE ONE THE
012800* ACKNOWLEDGEMENT SAYS IT ANSWERS.
012900 01  GLR-SENT-RUN-DATE          PIC 9(08) VALUE ZERO.
013000 01  GLR-ACK-RUN-DATE           PIC 9(08) VALUE ZERO.
013100* THE THREE RECORDS IN HAND, EACH WITH ITS MONTH-AND-ACCOUNT
013200* KEY (HIGH-VALUES ONCE ITS FILE IS EXHAUSTED), AND THE LOW
013300* KEY THE MERGE IS WORKING ON.
013400 01  GLR-GLI-KEY.
013500     05  GLR-GLI-MONTH          PIC 9(06).
013600     05  GLR-GLI-ACCOUNT        PIC X(04).
013700 01  GLR-GLI-AMOUNT             PIC S9(11)V99 VALUE ZERO.
013800 01  GLR-MTD-KEY.
013900     05  GLR-MTD-MONTH          PIC 9(06).
014000     05  GLR-MTD-ACCOUNT        PIC X(04).
014100 01  GLR-MTD-AMOUNT             PIC S9(11)V99 VALUE ZERO.
014200 01  GLR-ACK-KEY.
014300     05  GLR-ACK-MONTH          PIC 9(06).
014400     05  GLR-ACK-ACCOUNT        PIC X(04).
014500 01  GLR-ACK-AMOUNT             PIC S9(11)V99 VALUE ZERO.
014600 01  GLR-ACK-STATUS             PIC X(01).
014700     88  GLR-ACK-ACCEPTED                    VALUE "A".
014800     88  GLR-ACK-REJECTED                    VALUE "R".
014900 01  GLR-ACK-REASON             PIC X(30).
015000 01  GLR-LOW-KEY.
015100     05  GLR-LOW-MONTH          PIC 9(06).
015200     05  GLR-LOW-ACCOUNT        PIC X(04).
015300* TRAILER FIGURES AS THE FILES CARRY THEM, AND AS COUNTED HERE.
015400 01  GLR-TRAILER-FIGURES.
015500     05  GLR-GLI-T-COUNT        PIC 9(08) VALUE ZERO.
015600     05  GLR-GLI-T-HASH         PIC S9(13)V99 VALUE ZERO.
015700     05  GLR-GLI-COUNT          PIC 9(08) COMP VALUE ZERO.
015800     05  GLR-GLI-HASH           PIC S9(13)V99 VALUE ZERO.
015900     05  GLR-ACK-T-COUNT        PIC 9(08) VALUE ZERO.
016000     05  GLR-ACK-T-HASH         PIC S9(13)V99 VALUE ZERO.
016100     05  GLR-ACK-COUNT          PIC 9(08) COMP VALUE ZERO.
016200     05  GLR-ACK-HASH           PIC S9(13)V99 VALUE ZERO.
016300* WHAT THE MERGE FOUND.
016400 01  GLR-COUNTERS.
016500     05  GLR-SENT-COUNT         PIC 9(06) COMP VALUE ZERO.
016600     05  GLR-ACCEPTED-COUNT     PIC 9(06) COMP VALUE ZERO.
016700     05  GLR-REJECTED-COUNT     PIC 9(06) COMP VALUE ZERO.
016800     05  GLR-MISSING-COUNT      PIC 9(06) COMP VALUE ZERO.
016900     05  GLR-DIFFER-COUNT       PIC 9(06) COMP VALUE ZERO.
017000     05  GLR-NOT-SENT-COUNT     PIC 9(06) COMP VALUE ZERO.
017100     05  GLR-DUPLICATE-COUNT    PIC 9(06) COMP VALUE ZERO.
017200     05  GLR-SOURCE-BAD-COUNT   PIC 9(06) COMP VALUE ZERO.
017300     05  GLR-UNREADABLE-COUNT   PIC 9(06) COMP VALUE ZERO.
017400* RUN DATE FOR THE PAGE HEADER.
017500 01  GLR-RUN-DATE               PIC 9(08).
017600* PAGE HEADER - PROGRAM NAME AND RUN DATE.
017700 01  GLR-HEADING-LINE.
017800     05  FILLER                  PIC X(01) VALUE "1".
017900     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
018000     05  FILLER                  PIC X(08) VALUE "GLRECON ".
018100     05  FILLER                  PIC X(10) VALUE SPACES.
018200     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
018300     05  GLR-H-DATE              PIC 9(08).
018400     05  FILLER                  PIC X(87) VALUE SPACES.
018500* EXCEPTION LINE - ONE PER MONTH AND ACCOUNT CORPORATE DID NOT
018600* LOAD AS SENT, WITH WHAT WAS SENT, WHAT WAS LOADED AND WHY.
018700 01  GLR-EXCEPTION-LINE.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  FILLER                  PIC X(06) VALUE "MONTH ".
019000     05  GLR-E-MONTH             PIC 9(06).
019100     05  FILLER                  PIC X(07) VALUE "  ACCT ".
019200     05  GLR-E-ACCOUNT           PIC X(04).
019300     05  FILLER                  PIC X(06) VALUE "  SENT".
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  GLR-E-SENT              PIC -(11)9.99.
019600     05  FILLER                  PIC X(08) VALUE "  LOADED".
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  GLR-E-LOADED            PIC -(11)9.99.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  GLR-E-ISSUE             PIC X(26).
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  GLR-E-REASON            PIC X(30).
020300     05  FILLER                  PIC X(04) VALUE SPACES.
020400* SOURCE LINE - ONE PER EXTRACT RECORD THAT DISAGREES WITH THE
020500* MONTH-TO-DATE MASTER IT WAS BUILT FROM.
020600 01  GLR-SOURCE-LINE.
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  FILLER                  PIC X(06) VALUE "MONTH ".
020900     05  GLR-S-MONTH             PIC 9(06).
021000     05  FILLER                  PIC X(07) VALUE "  ACCT ".
021100     05  GLR-S-ACCOUNT           PIC X(04).
021200     05  FILLER                  PIC X(09) VALUE "  EXTRACT".
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  GLR-S-EXTRACT           PIC -(11)9.99.
021500     05  FILLER                  PIC X(08) VALUE "  MTDMST".
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  GLR-S-MTDMST            PIC -(11)9.99.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  GLR-S-ISSUE             PIC X(26).
022000     05  FILLER                  PIC X(32) VALUE SPACES.
022100* RUN-DATE LINE - THE RUN THE ACKNOWLEDGEMENT ANSWERS AGAINST
022200* THE RUN THE EXTRACT CAME FROM.
022300 01  GLR-RUN-LINE.
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  FILLER                  PIC X(12) VALUE "ACK FOR RUN ".
022600     05  GLR-R-ACK-DATE          PIC 9(08).
022700     05  FILLER                  PIC X(14) VALUE "  EXTRACT RUN ".
022800     05  GLR-R-SENT-DATE         PIC 9(08).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  GLR-R-VERDICT           PIC X(16).
023100     05  FILLER                  PIC X(72) VALUE SPACES.
023200* TRAILER PROOF LINE - A FILE'S TRAILER AGAINST WHAT WAS
023300* COUNTED, PRINTED ONCE FOR THE EXTRACT AND ONCE FOR THE
023400* ACKNOWLEDGEMENT.
023500 01  GLR-TRAILER-LINE.
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  GLR-T-LABEL             PIC X(16).
023800     05  FILLER                  PIC X(07) VALUE " COUNT ".
023900     05  GLR-T-COUNT             PIC ZZZZZZZ9.
024000     05  FILLER                  PIC X(06) VALUE " HASH ".
024100     05  GLR-T-HASH              PIC -(13)9.99.
024200     05  FILLER                  PIC X(10) VALUE "  COUNTED ".
024300     05  GLR-T-COUNTED           PIC ZZZZZZZ9.
024400     05  FILLER                  PIC X(06) VALUE " HASH ".
024500     05  GLR-T-HASHED            PIC -(13)9.99.
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  GLR-T-VERDICT           PIC X(16).
024800     05  FILLER                  PIC X(19) VALUE SPACES.
024900* COUNTS LINE - WHAT BECAME OF EVERY RECORD SENT.
025000 01  GLR-COUNTS-LINE.
025100     05  FILLER                  PIC X(01) VALUE SPACE.
025200     05  FILLER                  PIC X(05) VALUE "SENT ".
025300     05  GLR-C-SENT              PIC ZZZZZ9.
025400     05  FILLER                  PIC X(11) VALUE "  ACCEPTED ".
025500     05  GLR-C-ACCEPTED          PIC ZZZZZ9.
025600     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
025700     05  GLR-C-REJECTED          PIC ZZZZZ9.
025800     05  FILLER                  PIC X(10) VALUE "  MISSING ".
025900     05  GLR-C-MISSING           PIC ZZZZZ9.
026000     05  FILLER                  PIC X(11) VALUE "  DIFFERED ".
026100     05  GLR-C-DIFFER            PIC ZZZZZ9.
026200     05  FILLER                  PIC X(11) VALUE "  NOT SENT ".
026300     05  GLR-C-NOT-SENT          PIC ZZZZZ9.
026400     05  FILLER                  PIC X(12) VALUE "  DUPLICATE ".
026500     05  GLR-C-DUPLICATE         PIC ZZZZZ9.
026600     05  FILLER                  PIC X(09) VALUE "  UNREAD ".
026700     05  GLR-C-UNREADABLE        PIC ZZZZZ9.
026800     05  FILLER                  PIC X(04) VALUE SPACES.
026900* VERDICT LINE.
027000 01  GLR-VERDICT-LINE.
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  GLR-V-VERDICT           PIC X(30).
027300     05  FILLER                  PIC X(102) VALUE SPACES.
027400 PROCEDURE DIVISION.
027500*================================================================
027600* BEGIN - MAINLINE.  SORT THE ACKNOWLEDGEMENT DETAILS BY
027700* MONTH AND ACCOUNT, MERGE THEM WITH THE EXTRACT AND THE
027800* MONTH-TO-DATE MASTER, AND CLOSE WITH THE TRAILER PROOFS AND
027900* THE VERDICT.
028000*================================================================
028100 BEGIN.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300     SORT SORT-FILE
028400         ON ASCENDING KEY SRT-MONTH, SRT-ACCOUNT-CODE
028500         INPUT PROCEDURE IS 3000-FEED-SORT THRU 3000-EXIT
028600         OUTPUT PROCEDURE IS 4000-RECONCILE THRU 4000-EXIT.
028700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028800     STOP RUN.
028900*----------------------------------------------------------------
029000* 1000-INITIALIZE - CHECK THE RUN CONTROL, OPEN THE REPORT,
029100* THE EXTRACT AND THE MASTER, AND TAKE THE RUN DATE OFF THE
029200* EXTRACT HEADER.
029300*----------------------------------------------------------------
029400 1000-INITIALIZE.
029500     PERFORM 1005-CHECK-RUN-CONTROL THRU 1005-EXIT.
029600     OPEN OUTPUT RECON-REPORT-FILE.
029700     ACCEPT GLR-RUN-DATE FROM DATE YYYYMMDD.
029800     MOVE GLR-RUN-DATE TO GLR-H-DATE.
029900     WRITE RECON-REPORT-LINE FROM GLR-HEADING-LINE.
030000     OPEN INPUT GL-INTERFACE-FILE.
030100     IF GLR-GLI-FILE-STATUS NOT = "00"
030200         DISPLAY "GLRECON - CANNOT OPEN GLIEXT - STATUS "
030300             GLR-GLI-FILE-STATUS
030400         MOVE 16 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030700     OPEN INPUT MTD-MASTER-FILE.
030800     IF GLR-MTD-FILE-STATUS NOT = "00"
030900         DISPLAY "GLRECON - CANNOT OPEN MTDMST - STATUS "
031000             GLR-MTD-FILE-STATUS
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400     READ GL-INTERFACE-FILE
031500         AT END
031600             MOVE SPACE TO GLI-RECORD-TYPE
031700     END-READ.
031800     IF NOT GLI-HEADER
031900         DISPLAY "GLRECON - GLIEXT HAS NO HEADER RECORD"
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     MOVE GLI-H-RUN-DATE TO GLR-SENT-RUN-DATE.
032400 1000-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------
032700* 1005-CHECK-RUN-CONTROL - ASK RUNLOG WHETHER THIS
032800* RECONCILIATION ALREADY COMPLETED FOR THE RUN DATE.  THERE IS
032900* NO PREDECESSOR - THE ACKNOWLEDGEMENT ARRIVES WHEN CORPORATE
033000* SENDS IT, NOT IN THE NIGHTLY STREAM.
033100*----------------------------------------------------------------
033200 1005-CHECK-RUN-CONTROL.
033300     SET RLK-FUNC-CHECK TO TRUE.
033400     MOVE "GLRECON " TO RLK-PROGRAM.
033500     MOVE SPACES TO RLK-PREDECESSOR.
033600     ACCEPT RLK-RUN-DATE FROM DATE YYYYMMDD.
033700     CALL "RUNLOG" USING RUN-LOG-AREA.
033800     IF RLK-RESULT-NO
033900         DISPLAY "GLRECON - RUN REFUSED - "
034000             RLK-REASON
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400 1005-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700* 3000-FEED-SORT - READ THE ACKNOWLEDGEMENT, KEEPING ITS
034800* HEADER AND TRAILER AND RELEASING EVERY DETAIL TO THE SORT.
034900*----------------------------------------------------------------
035000 3000-FEED-SORT.
035100     OPEN INPUT GL-ACK-FILE.
035200     IF GLR-ACK-FILE-STATUS NOT = "00"
035300         DISPLAY "GLRECON - CANNOT OPEN GLIACK - STATUS "
035400             GLR-ACK-FILE-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         STOP RUN
035700     END-IF.
035800     PERFORM 3100-READ-ACK THRU 3100-EXIT
035900         UNTIL GLR-ACK-EOF-YES.
036000     CLOSE GL-ACK-FILE.
036100 3000-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400* 3100-READ-ACK - READ ONE ACKNOWLEDGEMENT RECORD AND HANDLE IT
036500* BY TYPE.  A DETAIL IS COUNTED AND HASHED FOR THE TRAILER
036600* PROOF BEFORE IT GOES TO THE SORT.  A RECORD OF NO KNOWN TYPE,
036700* OR A DETAIL WITH AN AMOUNT THAT IS NOT A NUMBER, CANNOT BE
036800* MATCHED AND IS LISTED AS UNREADABLE.
036900*----------------------------------------------------------------
037000 3100-READ-ACK.
037100     READ GL-ACK-FILE
037200         AT END
037300             SET GLR-ACK-EOF-YES TO TRUE
037400             GO TO 3100-EXIT
037500     END-READ.
037600     IF GLA-HEADER
037700         SET GLR-ACK-HEADER-YES TO TRUE
037800         MOVE GLA-H-RUN-DATE TO GLR-ACK-RUN-DATE
037900         GO TO 3100-EXIT
038000     END-IF.
038100     IF GLA-TRAILER
038200         SET GLR-ACK-TRAILER-YES TO TRUE
038300         MOVE GLA-T-RECORD-COUNT TO GLR-ACK-T-COUNT
038400         MOVE GLA-T-HASH-TOTAL TO GLR-ACK-T-HASH
038500         GO TO 3100-EXIT
038600     END-IF.
038700     IF NOT GLA-DETAIL OR GLA-LOADED-AMOUNT NOT NUMERIC
038800         PERFORM 3200-UNREADABLE THRU 3200-EXIT
038900         GO TO 3100-EXIT
039000     END-IF.
039100     ADD 1 TO GLR-ACK-COUNT.
039200     ADD GLA-LOADED-AMOUNT TO GLR-ACK-HASH
039300         ON SIZE ERROR
039400             SET GLR-OVERFLOW-YES TO TRUE
039500     END-ADD.
039600     MOVE GLA-MONTH TO SRT-MONTH.
039700     MOVE GLA-ACCOUNT-CODE TO SRT-ACCOUNT-CODE.
039800     MOVE GLA-LOADED-AMOUNT TO SRT-LOADED-AMOUNT.
039900     MOVE GLA-STATUS TO SRT-STATUS.
040000     MOVE GLA-REASON TO SRT-REASON.
040100     RELEASE SRT-RECORD.
040200 3100-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500* 3200-UNREADABLE - LIST AN ACKNOWLEDGEMENT RECORD THAT CANNOT
040600* BE MATCHED.  IT STILL COUNTS TOWARD CORPORATE'S TRAILER.
040700*----------------------------------------------------------------
040800 3200-UNREADABLE.
040900     ADD 1 TO GLR-UNREADABLE-COUNT.
041000     ADD 1 TO GLR-ACK-COUNT.
041100     SET GLR-EXCEPTION-YES TO TRUE.
041200     MOVE ZERO TO GLR-E-MONTH.
041300     MOVE GLA-ACCOUNT-CODE TO GLR-E-ACCOUNT.
041400     MOVE ZERO TO GLR-E-SENT.
041500     MOVE ZERO TO GLR-E-LOADED.
041600     MOVE "** UNREADABLE ACK RECORD" TO GLR-E-ISSUE.
041700     MOVE SPACES TO GLR-E-REASON.
041800     WRITE RECON-REPORT-LINE FROM GLR-EXCEPTION-LINE.
041900 3200-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 4000-RECONCILE - MERGE THE SORTED ACKNOWLEDGEMENT WITH THE
042300* EXTRACT AND THE MASTER ON MONTH AND ACCOUNT UNTIL ALL THREE
042400* ARE EXHAUSTED.
042500*----------------------------------------------------------------
042600 4000-RECONCILE.
042700     PERFORM 4100-READ-EXTRACT THRU 4100-EXIT.
042800     PERFORM 4150-READ-MASTER THRU 4150-EXIT.
042900     PERFORM 4170-RETURN-ACK THRU 4170-EXIT.
043000     PERFORM 4200-MATCH-ONE THRU 4200-EXIT
043100         UNTIL GLR-GLI-KEY = HIGH-VALUES
043200           AND GLR-MTD-KEY = HIGH-VALUES
043300           AND GLR-ACK-KEY = HIGH-VALUES.
043400     CLOSE GL-INTERFACE-FILE.
043500     CLOSE MTD-MASTER-FILE.
043600 4000-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900* 4100-READ-EXTRACT - THE NEXT EXTRACT DETAIL, COUNTED AND
044000* HASHED FOR THE TRAILER PROOF.  THE TRAILER ENDS THE FILE.
044100*----------------------------------------------------------------
044200 4100-READ-EXTRACT.
044300     MOVE HIGH-VALUES TO GLR-GLI-KEY.
044400     IF GLR-GLI-EOF-YES
044500         GO TO 4100-EXIT
044600     END-IF.
044700     READ GL-INTERFACE-FILE
044800         AT END
044900             SET GLR-GLI-EOF-YES TO TRUE
045000             GO TO 4100-EXIT
045100     END-READ.
045200     IF GLI-TRAILER
045300         SET GLR-GLI-TRAILER-YES TO TRUE
045400         SET GLR-GLI-EOF-YES TO TRUE
045500         MOVE GLI-T-RECORD-COUNT TO GLR-GLI-T-COUNT
045600         MOVE GLI-T-HASH-TOTAL TO GLR-GLI-T-HASH
045700         GO TO 4100-EXIT
045800     END-IF.
045900     MOVE GLI-MONTH TO GLR-GLI-MONTH.
046000     MOVE GLI-ACCOUNT-CODE TO GLR-GLI-ACCOUNT.
046100     MOVE GLI-NET-TOTAL TO GLR-GLI-AMOUNT.
046200     ADD 1 TO GLR-GLI-COUNT.
046300     ADD GLI-NET-TOTAL TO GLR-GLI-HASH
046400         ON SIZE ERROR
046500             SET GLR-OVERFLOW-YES TO TRUE
046600     END-ADD.
046700 4100-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 4150-READ-MASTER - THE NEXT MONTH-TO-DATE MASTER RECORD.
047100*----------------------------------------------------------------
047200 4150-READ-MASTER.
047300     READ MTD-MASTER-FILE
047400         AT END
047500             MOVE HIGH-VALUES TO GLR-MTD-KEY
047600             GO TO 4150-EXIT
047700     END-READ.
047800     MOVE MTD-MONTH TO GLR-MTD-MONTH.
047900     MOVE MTD-ACCOUNT-CODE TO GLR-MTD-ACCOUNT.
048000     MOVE MTD-NET-TOTAL TO GLR-MTD-AMOUNT.
048100 4150-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048400* 4170-RETURN-ACK - THE NEXT ACKNOWLEDGEMENT DETAIL FROM THE
048500* SORT.
048600*----------------------------------------------------------------
048700 4170-RETURN-ACK.
048800     RETURN SORT-FILE
048900         AT END
049000             MOVE HIGH-VALUES TO GLR-ACK-KEY
049100             GO TO 4170-EXIT
049200     END-RETURN.
049300     MOVE SRT-MONTH TO GLR-ACK-MONTH.
049400     MOVE SRT-ACCOUNT-CODE TO GLR-ACK-ACCOUNT.
049500     MOVE SRT-LOADED-AMOUNT TO GLR-ACK-AMOUNT.
049600     MOVE SRT-STATUS TO GLR-ACK-STATUS.
049700     MOVE SRT-REASON TO GLR-ACK-REASON.
049800 4170-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100* 4200-MATCH-ONE - TAKE THE LOWEST MONTH AND ACCOUNT IN HAND,
050200* CHECK THE EXTRACT AGAINST THE MASTER AND THE ACKNOWLEDGEMENT
050300* AGAINST THE EXTRACT FOR IT, AND MOVE PAST IT.
050400*----------------------------------------------------------------
050500 4200-MATCH-ONE.
050600     MOVE GLR-GLI-KEY TO GLR-LOW-KEY.
050700     IF GLR-MTD-KEY < GLR-LOW-KEY
050800         MOVE GLR-MTD-KEY TO GLR-LOW-KEY
050900     END-IF.
051000     IF GLR-ACK-KEY < GLR-LOW-KEY
051100         MOVE GLR-ACK-KEY TO GLR-LOW-KEY
051200     END-IF.
051300     PERFORM 4300-CHECK-SOURCE THRU 4300-EXIT.
051400     PERFORM 4400-CHECK-ACK THRU 4400-EXIT.
051500     IF GLR-GLI-KEY = GLR-LOW-KEY
051600         PERFORM 4100-READ-EXTRACT THRU 4100-EXIT
051700     END-IF.
051800     IF GLR-MTD-KEY = GLR-LOW-KEY
051900         PERFORM 4150-READ-MASTER THRU 4150-EXIT
052000     END-IF.
052100 4200-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 4300-CHECK-SOURCE - THE EXTRACT RECORD MUST MATCH THE MASTER
052500* RECORD IT WAS BUILT BESIDE, ONE FOR ONE AND TO THE PENNY.
052600*----------------------------------------------------------------
052700 4300-CHECK-SOURCE.
052800     IF GLR-GLI-KEY = GLR-LOW-KEY AND
052900        GLR-MTD-KEY = GLR-LOW-KEY AND
053000        GLR-GLI-AMOUNT = GLR-MTD-AMOUNT
053100         GO TO 4300-EXIT
053200     END-IF.
053300     IF GLR-GLI-KEY NOT = GLR-LOW-KEY AND
053400        GLR-MTD-KEY NOT = GLR-LOW-KEY
053500         GO TO 4300-EXIT
053600     END-IF.
053700     ADD 1 TO GLR-SOURCE-BAD-COUNT.
053800     SET GLR-EXCEPTION-YES TO TRUE.
053900     MOVE GLR-LOW-MONTH TO GLR-S-MONTH.
054000     MOVE GLR-LOW-ACCOUNT TO GLR-S-ACCOUNT.
054100     MOVE ZERO TO GLR-S-EXTRACT.
054200     MOVE ZERO TO GLR-S-MTDMST.
054300     IF GLR-GLI-KEY = GLR-LOW-KEY
054400         MOVE GLR-GLI-AMOUNT TO GLR-S-EXTRACT
054500     END-IF.
054600     IF GLR-MTD-KEY = GLR-LOW-KEY
054700         MOVE GLR-MTD-AMOUNT TO GLR-S-MTDMST
054800     END-IF.
054900     IF GLR-GLI-KEY NOT = GLR-LOW-KEY
055000         MOVE "** NOT IN EXTRACT" TO GLR-S-ISSUE
055100     ELSE
055200         IF GLR-MTD-KEY NOT = GLR-LOW-KEY
055300             MOVE "** NOT ON MTDMST" TO GLR-S-ISSUE
055400         ELSE
055500             MOVE "** EXTRACT DIFFERS" TO GLR-S-ISSUE
055600         END-IF
055700     END-IF.
055800     WRITE RECON-REPORT-LINE FROM GLR-SOURCE-LINE.
055900 4300-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200* 4400-CHECK-ACK - A RECORD SENT MUST BE ACKNOWLEDGED ONCE,
056300* ACCEPTED, AT THE AMOUNT SENT.  AN ACKNOWLEDGEMENT FOR
056400* SOMETHING NEVER SENT, AND EVERY EXTRA ONE AFTER THE FIRST,
056500* IS LISTED TOO.
056600*----------------------------------------------------------------
056700 4400-CHECK-ACK.
056800     MOVE GLR-LOW-MONTH TO GLR-E-MONTH.
056900     MOVE GLR-LOW-ACCOUNT TO GLR-E-ACCOUNT.
057000     MOVE ZERO TO GLR-E-SENT.
057100     MOVE ZERO TO GLR-E-LOADED.
057200     MOVE SPACES TO GLR-E-REASON.
057300     IF GLR-GLI-KEY NOT = GLR-LOW-KEY
057400         IF GLR-ACK-KEY = GLR-LOW-KEY
057500             ADD 1 TO GLR-NOT-SENT-COUNT
057600             MOVE GLR-ACK-AMOUNT TO GLR-E-LOADED
057700             MOVE "** ACKNOWLEDGED NOT SENT" TO GLR-E-ISSUE
057800             PERFORM 4490-WRITE-EXCEPTION THRU 4490-EXIT
057900             PERFORM 4170-RETURN-ACK THRU 4170-EXIT
058000             PERFORM 4450-EXTRA-ACK THRU 4450-EXIT
058100                 UNTIL GLR-ACK-KEY NOT = GLR-LOW-KEY
058200         END-IF
058300         GO TO 4400-EXIT
058400     END-IF.
058500     ADD 1 TO GLR-SENT-COUNT.
058600     MOVE GLR-GLI-AMOUNT TO GLR-E-SENT.
058700     IF GLR-ACK-KEY NOT = GLR-LOW-KEY
058800         ADD 1 TO GLR-MISSING-COUNT
058900         MOVE "** MISSING FROM ACK" TO GLR-E-ISSUE
059000         PERFORM 4490-WRITE-EXCEPTION THRU 4490-EXIT
059100         GO TO 4400-EXIT
059200     END-IF.
059300     MOVE GLR-ACK-AMOUNT TO GLR-E-LOADED.
059400     IF GLR-ACK-REJECTED
059500         ADD 1 TO GLR-REJECTED-COUNT
059600         MOVE "** REJECTED BY CORPORATE" TO GLR-E-ISSUE
059700         MOVE GLR-ACK-REASON TO GLR-E-REASON
059800         PERFORM 4490-WRITE-EXCEPTION THRU 4490-EXIT
059900     ELSE
060000         IF NOT GLR-ACK-ACCEPTED
060100             ADD 1 TO GLR-REJECTED-COUNT
060200             MOVE "** UNKNOWN ACK STATUS" TO GLR-E-ISSUE
060300             MOVE GLR-ACK-REASON TO GLR-E-REASON
060400             PERFORM 4490-WRITE-EXCEPTION THRU 4490-EXIT
060500         ELSE
060600             IF GLR-ACK-AMOUNT NOT = GLR-GLI-AMOUNT
060700                 ADD 1 TO GLR-DIFFER-COUNT
060800                 MOVE "** LOADED AT OTHER AMOUNT" TO GLR-E-ISSUE
060900                 PERFORM 4490-WRITE-EXCEPTION THRU 4490-EXIT
061000             ELSE
061100                 ADD 1 TO GLR-ACCEPTED-COUNT
061200             END-IF
061300         END-IF
061400     END-IF.
061500     PERFORM 4170-RETURN-ACK THRU 4170-EXIT.
061600     PERFORM 4450-EXTRA-ACK THRU 4450-EXIT
061700         UNTIL GLR-ACK-KEY NOT = GLR-LOW-KEY.
061800 4400-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 4450-EXTRA-ACK - A SECOND OR LATER ACKNOWLEDGEMENT FOR THE
062200* SAME MONTH AND ACCOUNT.
062300*----------------------------------------------------------------
062400 4450-EXTRA-ACK.
062500     ADD 1 TO GLR-DUPLICATE-COUNT.
062600     MOVE GLR-ACK-AMOUNT TO GLR-E-LOADED.
062700     MOVE "** DUPLICATE ACK" TO GLR-E-ISSUE.
062800     MOVE GLR-ACK-REASON TO GLR-E-REASON.
062900     PERFORM 4490-WRITE-EXCEPTION THRU 4490-EXIT.
063000     PERFORM 4170-RETURN-ACK THRU 4170-EXIT.
063100 4450-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400* 4490-WRITE-EXCEPTION - PRINT THE EXCEPTION LINE BUILT BY THE
063500* CALLER AND MARK THE RUN.
063600*----------------------------------------------------------------
063700 4490-WRITE-EXCEPTION.
063800     SET GLR-EXCEPTION-YES TO TRUE.
063900     WRITE RECON-REPORT-LINE FROM GLR-EXCEPTION-LINE.
064000 4490-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300* 9000-TERMINATE - PROVE THE RUN DATES AND BOTH TRAILERS, PRINT
064400* THE COUNTS, AND END WITH RETURN-CODE 8 WHEN ANYTHING AT ALL
064500* IS WRONG - THE CLOSE IS NOT SIGNED OFF UNTIL CORPORATE HAS
064600* LOADED EVERY RECORD AS SENT.
064700*----------------------------------------------------------------
064800 9000-TERMINATE.
064900     PERFORM 9010-PROVE-RUN-DATE THRU 9010-EXIT.
065000     PERFORM 9020-PROVE-EXTRACT THRU 9020-EXIT.
065100     PERFORM 9030-PROVE-ACK THRU 9030-EXIT.
065200     MOVE GLR-SENT-COUNT TO GLR-C-SENT.
065300     MOVE GLR-ACCEPTED-COUNT TO GLR-C-ACCEPTED.
065400     MOVE GLR-REJECTED-COUNT TO GLR-C-REJECTED.
065500     MOVE GLR-MISSING-COUNT TO GLR-C-MISSING.
065600     MOVE GLR-DIFFER-COUNT TO GLR-C-DIFFER.
065700     MOVE GLR-NOT-SENT-COUNT TO GLR-C-NOT-SENT.
065800     MOVE GLR-DUPLICATE-COUNT TO GLR-C-DUPLICATE.
065900     MOVE GLR-UNREADABLE-COUNT TO GLR-C-UNREADABLE.
066000     WRITE RECON-REPORT-LINE FROM GLR-COUNTS-LINE.
066100     IF GLR-EXCEPTION-YES OR GLR-OVERFLOW-YES
066200         MOVE "GL HANDOFF NOT COMPLETE" TO GLR-V-VERDICT
066300         MOVE 8 TO RETURN-CODE
066400     ELSE
066500         MOVE "GL HANDOFF COMPLETE" TO GLR-V-VERDICT
066600     END-IF.
066700     WRITE RECON-REPORT-LINE FROM GLR-VERDICT-LINE.
066800     CLOSE RECON-REPORT-FILE.
066900     PERFORM 9060-LOG-RUN THRU 9060-EXIT.
067000     DISPLAY "GL ACKNOWLEDGEMENT RECONCILIATION COMPLETE - "
067100         GLR-V-VERDICT.
067200 9000-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500* 9010-PROVE-RUN-DATE - THE ACKNOWLEDGEMENT MUST ANSWER THE
067600* EXTRACT ON FILE.  ONE FOR AN OLDER OR NEWER CLOSE PROVES
067700* NOTHING ABOUT THIS ONE.
067800*----------------------------------------------------------------
067900 9010-PROVE-RUN-DATE.
068000     MOVE GLR-ACK-RUN-DATE TO GLR-R-ACK-DATE.
068100     MOVE GLR-SENT-RUN-DATE TO GLR-R-SENT-DATE.
068200     IF GLR-ACK-HEADER-SW = "N"
068300         MOVE "** NO ACK HEADER" TO GLR-R-VERDICT
068400         SET GLR-EXCEPTION-YES TO TRUE
068500     ELSE
068600         IF GLR-ACK-RUN-DATE NOT = GLR-SENT-RUN-DATE
068700             MOVE "** DIFFERENT RUN" TO GLR-R-VERDICT
068800             SET GLR-EXCEPTION-YES TO TRUE
068900         ELSE
069000             MOVE "SAME RUN" TO GLR-R-VERDICT
069100         END-IF
069200     END-IF.
069300     WRITE RECON-REPORT-LINE FROM GLR-RUN-LINE.
069400 9010-EXIT.
069500     EXIT.
069600*----------------------------------------------------------------
069700* 9020-PROVE-EXTRACT - THE EXTRACT'S OWN TRAILER AGAINST THE
069800* DETAILS READ BACK.
069900*----------------------------------------------------------------
070000 9020-PROVE-EXTRACT.
070100     MOVE "EXTRACT TRAILER" TO GLR-T-LABEL.
070200     MOVE GLR-GLI-T-COUNT TO GLR-T-COUNT.
070300     MOVE GLR-GLI-T-HASH TO GLR-T-HASH.
070400     MOVE GLR-GLI-COUNT TO GLR-T-COUNTED.
070500     MOVE GLR-GLI-HASH TO GLR-T-HASHED.
070600     IF GLR-GLI-TRAILER-SW = "N"
070700         MOVE "** NO TRAILER" TO GLR-T-VERDICT
070800         SET GLR-EXCEPTION-YES TO TRUE
070900     ELSE
071000         IF GLR-GLI-T-COUNT NOT = GLR-GLI-COUNT OR
071100            GLR-GLI-T-HASH NOT = GLR-GLI-HASH
071200             MOVE "** OUT OF BALANCE" TO GLR-T-VERDICT
071300             SET GLR-EXCEPTION-YES TO TRUE
071400         ELSE
071500             MOVE "IN BALANCE" TO GLR-T-VERDICT
071600         END-IF
071700     END-IF.
071800     WRITE RECON-REPORT-LINE FROM GLR-TRAILER-LINE.
071900 9020-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200* 9030-PROVE-ACK - CORPORATE'S TRAILER AGAINST THE DETAILS
072300* THEY SENT BACK.  A FILE THAT DOES NOT BALANCE MAY BE MISSING
072400* THE VERY REJECTION THAT MATTERS.
072500*----------------------------------------------------------------
072600 9030-PROVE-ACK.
072700     MOVE "ACK TRAILER" TO GLR-T-LABEL.
072800     MOVE GLR-ACK-T-COUNT TO GLR-T-COUNT.
072900     MOVE GLR-ACK-T-HASH TO GLR-T-HASH.
073000     MOVE GLR-ACK-COUNT TO GLR-T-COUNTED.
073100     MOVE GLR-ACK-HASH TO GLR-T-HASHED.
073200     IF GLR-ACK-TRAILER-SW = "N"
073300         MOVE "** NO TRAILER" TO GLR-T-VERDICT
073400         SET GLR-EXCEPTION-YES TO TRUE
073500     ELSE
073600         IF GLR-ACK-T-COUNT NOT = GLR-ACK-COUNT OR
073700            GLR-ACK-T-HASH NOT = GLR-ACK-HASH
073800             MOVE "** OUT OF BALANCE" TO GLR-T-VERDICT
073900             SET GLR-EXCEPTION-YES TO TRUE
074000         ELSE
074100             MOVE "IN BALANCE" TO GLR-T-VERDICT
074200         END-IF
074300     END-IF.
074400     WRITE RECON-REPORT-LINE FROM GLR-TRAILER-LINE.
074500 9030-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800* 9060-LOG-RUN - WRITE THIS RUN'S HISTORY RECORD THROUGH
074900* RUNLOG: THE ACKNOWLEDGEMENT DETAILS READ, THEIR LOADED
075000* TOTAL AND THE RETURN CODE, SO RUNRECAP SHOWS WHETHER THE
075100* HANDOFF FINISHED.  A RUN THAT CANNOT LOG SAYS SO AND FAILS.
075200*----------------------------------------------------------------
075300 9060-LOG-RUN.
075400     SET RLK-FUNC-LOG TO TRUE.
075500     MOVE "GLRECON " TO RLK-PROGRAM.
075600     MOVE GLR-RUN-DATE TO RLK-RUN-DATE.
075700     MOVE "GLIACK  " TO RLK-INPUT-ID.
075800     MOVE GLR-ACK-COUNT TO RLK-RECORD-COUNT.
075900     MOVE GLR-ACK-HASH TO RLK-TOTAL.
076000     MOVE RETURN-CODE TO RLK-RETURN-CODE.
076100     CALL "RUNLOG" USING RUN-LOG-AREA.
076200     IF RLK-RESULT-NO
076300         DISPLAY "GLRECON - CANNOT LOG RUN - " RLK-REASON
076400         MOVE 16 TO RETURN-CODE
076500     END-IF.
076600 9060-EXIT.
076700     EXIT.
