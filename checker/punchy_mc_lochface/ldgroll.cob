000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LDGROLL.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  ROLLBACK OF THE LEDGER
001300*                    FILES TO A GENERATION LDGBKUP TOOK (SEE
001400*                    BKPGEN.CPY).  THE ROLLIN CARD NAMES THE
001500*                    GENERATION AND, AS A CHECK THAT THE RIGHT
001600*                    ONE WAS PICKED OFF THE BACKUP LISTING, THE
001700*                    STEP IT WAS TAKEN BEFORE.  LDGMST, PSTHST,
001800*                    SUSDET, THE LPCKPT CHECKPOINT AND HLDMST ARE
001900*                    REBUILT AS A UNIT FROM THE GENERATION, EACH
002000*                    FILE'S COUNT PROVED AGAINST THE HEADER, AND
002100*                    THE ROLLBACK IS RECORDED ON THE RUN-CONTROL
002200*                    MASTER THROUGH RUNLOG - VOIDING, FOR THE
002300*                    GENERATION'S RUN DATE, EVERY RUN LOGGED
002400*                    SINCE IT WAS TAKEN, SO THE ROLLED-BACK STEPS
002500*                    MAY RUN AGAIN, AND SO RUNRECAP SHOWS THE
002600*                    ROLLBACK.  EVERY FILE IS REWRITTEN FROM
002700*                    SCRATCH, SO A ROLLBACK THAT STOPS PART WAY
002800*                    IS SIMPLY RUN AGAIN.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GENERIC.
003300 OBJECT-COMPUTER. GENERIC.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CONTROL-CARD-FILE ASSIGN TO "ROLLIN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS LRL-CRD-FILE-STATUS.
003900     SELECT BACKUP-FILE ASSIGN TO "LDGBKP"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS BKP-KEY
004300         FILE STATUS IS LRL-BKP-FILE-STATUS.
004400     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS LDM-ACCOUNT-CODE
004800         FILE STATUS IS LRL-MST-FILE-STATUS.
004900     SELECT HISTORY-FILE ASSIGN TO "PSTHST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS PHS-HISTORY-KEY
005300         FILE STATUS IS LRL-HST-FILE-STATUS.
005400     SELECT SUSPENSE-FILE ASSIGN TO "SUSDET"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS LRL-SUS-FILE-STATUS.
005700     SELECT CHECKPOINT-FILE ASSIGN TO "LPCKPT"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS LRL-CKP-FILE-STATUS.
006000     SELECT HELD-FILE ASSIGN TO "HLDMST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS HLD-KEY
006400         FILE STATUS IS LRL-HLD-FILE-STATUS.
006500     SELECT ROLLBACK-REPORT-FILE ASSIGN TO "ROLOUT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900*----------------------------------------------------------------
007000* CONTROL-CARD-FILE - ONE 80-COLUMN CARD NAMING THE GENERATION
007100* TO RESTORE, FROM THE LDGBKUP LISTING:
007200* COLUMNS   1-  6  GENERATION NUMBER
007300* COLUMNS   7- 14  STEP NAME THE GENERATION WAS TAKEN BEFORE
007400* COLUMNS  15- 80  UNUSED
007500*----------------------------------------------------------------
007600 FD  CONTROL-CARD-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  CONTROL-CARD-RECORD.
008000     05  CRD-GENERATION         PIC X(06).
008100     05  CRD-STEP-NAME          PIC X(08).
008200     05  FILLER                 PIC X(66).
008300*----------------------------------------------------------------
008400* BACKUP-FILE - THE BACKUP STORE.  SEE BKPGEN.CPY.
008500*----------------------------------------------------------------
008600 FD  BACKUP-FILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 120 CHARACTERS.
008900 COPY BKPGEN.
009000*----------------------------------------------------------------
009100* LEDGER-MASTER-FILE - THE ACCOUNT MASTER, REBUILT IN KEY ORDER.
009200* SEE LDGMAST.CPY.
009300*----------------------------------------------------------------
009400 FD  LEDGER-MASTER-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 80 CHARACTERS.
009700 COPY LDGMAST.
009800*----------------------------------------------------------------
009900* HISTORY-FILE - THE POSTING HISTORY, REBUILT IN KEY ORDER.  SEE
010000* PSTHIST.CPY.
010100*----------------------------------------------------------------
010200 FD  HISTORY-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 70 CHARACTERS.
010500 COPY PSTHIST.
010600*----------------------------------------------------------------
010700* SUSPENSE-FILE - THE SUSPENSE DETAIL FILE, REBUILT IN THE ORDER
010800* IT WAS TAKEN.  SEE SUSPDET.CPY.
010900*----------------------------------------------------------------
011000 FD  SUSPENSE-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORD CONTAINS 48 CHARACTERS.
011300 COPY SUSPDET.
011400*----------------------------------------------------------------
011500* CHECKPOINT-FILE - LDGPOST'S RESTART CHECKPOINT, PUT BACK AS AN
011600* IMAGE.  THE LAYOUT BELONGS TO LDGPOST.
011700*----------------------------------------------------------------
011800 FD  CHECKPOINT-FILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORD CONTAINS 81 CHARACTERS.
012100 01  CHECKPOINT-IMAGE           PIC X(81).
012200*----------------------------------------------------------------
012300* HELD-FILE - THE HELD-ITEMS FILE, REBUILT IN KEY ORDER.  SEE
012400* HOLDITM.CPY.
012500*----------------------------------------------------------------
012600 FD  HELD-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS.
012900 COPY HOLDITM.
013000*----------------------------------------------------------------
013100* ROLLBACK-REPORT-FILE - THE PRINTED ROLLBACK LISTING.  COLUMN 1
013200* OF EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " =
013300* SINGLE SPACE).
013400*----------------------------------------------------------------
013500 FD  ROLLBACK-REPORT-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORD CONTAINS 133 CHARACTERS.
013800 01  ROLLBACK-REPORT-LINE       PIC X(133).
013900 WORKING-STORAGE SECTION.
014000* FILE STATUS FOR THE CONTROL CARD - NO CARD, NO RUN.
014100 01  LRL-CRD-FILE-STATUS        PIC X(02).
014200* FILE STATUS FOR THE BACKUP STORE - NO STORE MEANS NOTHING TO
014300* RESTORE; ANY OTHER FAILURE ABORTS.
014400 01  LRL-BKP-FILE-STATUS        PIC X(02).
014500* FILE STATUS FOR EACH FILE REBUILT - ANYTHING BUT "00" ABORTS.
014600 01  LRL-MST-FILE-STATUS        PIC X(02).
014700 01  LRL-HST-FILE-STATUS        PIC X(02).
014800 01  LRL-SUS-FILE-STATUS        PIC X(02).
014900 01  LRL-CKP-FILE-STATUS        PIC X(02).
015000 01  LRL-HLD-FILE-STATUS        PIC X(02).
015100* END-OF-IMAGES SWITCH FOR THE FILE BEING REBUILT.
015200 01  LRL-SWITCHES.
015300     05  LRL-EOF-SW             PIC X(01) VALUE "N".
015400         88  LRL-EOF-YES                     VALUE "Y".
015500* TODAY'S DATE, FOR THE PAGE HEADER.
015600 01  LRL-TODAY                  PIC 9(08).
015700* THE GENERATION BEING RESTORED AND THE FILE CODE OF THE IMAGES
015800* BEING READ BACK.
015900 01  LRL-GENERATION             PIC 9(06).
016000 01  LRL-FILE-CODE              PIC X(01).
016100* THE GENERATION'S STAMP AND COUNTS, KEPT FROM ITS HEADER - THE
016200* STORE'S RECORD AREA IS REUSED FOR EVERY IMAGE READ.
016300 01  LRL-HEADER-SAVE.
016400     05  LRL-BKP-RUN-DATE       PIC 9(08).
016500     05  LRL-BKP-RUN-TIME       PIC 9(08).
016600     05  LRL-BKP-STEP-NAME      PIC X(08).
016700     05  LRL-EXPECT-MST         PIC 9(08).
016800     05  LRL-EXPECT-HST         PIC 9(08).
016900     05  LRL-EXPECT-SUS         PIC 9(08).
017000     05  LRL-EXPECT-CKP         PIC 9(08).
017100     05  LRL-EXPECT-HLD         PIC 9(08).
017200     05  LRL-RUNCTL-POINT       PIC 9(08).
017300* RECORDS PUT BACK INTO THE FILE IN HAND, AND WHAT THE HEADER
017400* SAYS THERE SHOULD BE.
017500 01  LRL-RESTORED-COUNT         PIC 9(08) COMP VALUE ZERO.
017600 01  LRL-EXPECTED-COUNT         PIC 9(08) COMP VALUE ZERO.
017700* PARAMETER AREA FOR THE RUNLOG CALL.  SEE RUNLINK.CPY.
017800 COPY RUNLINK.
017900* PAGE HEADER - PROGRAM NAME AND RUN DATE.
018000 01  LRL-HEADING-LINE.
018100     05  FILLER                  PIC X(01) VALUE "1".
018200     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
018300     05  FILLER                  PIC X(08) VALUE "LDGROLL ".
018400     05  FILLER                  PIC X(10) VALUE SPACES.
018500     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
018600     05  LRL-H-DATE              PIC 9(08).
018700     05  FILLER                  PIC X(87) VALUE SPACES.
018800* GENERATION LINE - WHAT IS BEING PUT BACK.
018900 01  LRL-GEN-LINE.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  FILLER                  PIC X(21)
019200         VALUE "RESTORING GENERATION ".
019300     05  LRL-G-GENERATION        PIC 9(06).
019400     05  FILLER                  PIC X(15)
019500         VALUE "  TAKEN BEFORE ".
019600     05  LRL-G-STEP              PIC X(08).
019700     05  FILLER                  PIC X(06) VALUE "  DATE".
019800     05  FILLER                  PIC X(01) VALUE SPACE.
019900     05  LRL-G-DATE              PIC 9(08).
020000     05  FILLER                  PIC X(06) VALUE "  TIME".
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  LRL-G-TIME              PIC 9(08).
020300     05  FILLER                  PIC X(52) VALUE SPACES.
020400* FILE LINE - RECORDS PUT BACK INTO ONE FILE.
020500 01  LRL-FILE-LINE.
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  FILLER                  PIC X(07) VALUE "  FILE ".
020800     05  LRL-F-FILE              PIC X(08).
020900     05  FILLER                  PIC X(09) VALUE "  RECORDS".
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  LRL-F-COUNT             PIC ZZZZZZZ9.
021200     05  FILLER                  PIC X(09) VALUE "  OF     ".
021300     05  LRL-F-EXPECTED          PIC ZZZZZZZ9.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  LRL-F-NOTE              PIC X(12).
021600     05  FILLER                  PIC X(68) VALUE SPACES.
021700* VERDICT LINE - THE ROLLBACK AND ITS RECORDING ON THE RUN-CONTROL
021800* MASTER.
021900 01  LRL-VERDICT-LINE.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  LRL-V-TEXT              PIC X(40).
022200     05  LRL-V-REASON            PIC X(30).
022300     05  FILLER                  PIC X(62) VALUE SPACES.
022400 PROCEDURE DIVISION.
022500*================================================================
022600* BEGIN - MAINLINE.  FIND AND CHECK THE GENERATION, REBUILD EACH
022700* FILE FROM IT, THEN RECORD THE ROLLBACK.
022800*================================================================
022900 BEGIN.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     PERFORM 2000-RESTORE-MASTER THRU 2000-EXIT.
023200     PERFORM 2100-RESTORE-HISTORY THRU 2100-EXIT.
023300     PERFORM 2200-RESTORE-SUSPENSE THRU 2200-EXIT.
023400     PERFORM 2300-RESTORE-CHECKPOINT THRU 2300-EXIT.
023500     PERFORM 2400-RESTORE-HELD THRU 2400-EXIT.
023600     PERFORM 3000-LOG-ROLLBACK THRU 3000-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     STOP RUN.
023900*----------------------------------------------------------------
024000* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE LISTING AND
024100* THE BACKUP STORE, AND CHECK THE GENERATION ASKED FOR.  NOTHING
024200* IS TOUCHED UNTIL THE GENERATION HAS PASSED EVERY CHECK.
024300*----------------------------------------------------------------
024400 1000-INITIALIZE.
024500     PERFORM 1010-READ-CARD THRU 1010-EXIT.
024600     OPEN OUTPUT ROLLBACK-REPORT-FILE.
024700     ACCEPT LRL-TODAY FROM DATE YYYYMMDD.
024800     MOVE LRL-TODAY TO LRL-H-DATE.
024900     WRITE ROLLBACK-REPORT-LINE FROM LRL-HEADING-LINE.
025000     OPEN INPUT BACKUP-FILE.
025100     IF LRL-BKP-FILE-STATUS = "35"
025200         DISPLAY "LDGROLL - NO BACKUP STORE ON FILE - NOTHING TO "
025300             "RESTORE"
025400         MOVE 16 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700     IF LRL-BKP-FILE-STATUS NOT = "00"
025800         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
025900     END-IF.
026000     PERFORM 1020-READ-HEADER THRU 1020-EXIT.
026100     MOVE LRL-GENERATION TO LRL-G-GENERATION.
026200     MOVE LRL-BKP-STEP-NAME TO LRL-G-STEP.
026300     MOVE LRL-BKP-RUN-DATE TO LRL-G-DATE.
026400     MOVE LRL-BKP-RUN-TIME TO LRL-G-TIME.
026500     WRITE ROLLBACK-REPORT-LINE FROM LRL-GEN-LINE.
026600 1000-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900* 1010-READ-CARD - THE CARD MUST NAME A GENERATION AND A STEP.
027000*----------------------------------------------------------------
027100 1010-READ-CARD.
027200     OPEN INPUT CONTROL-CARD-FILE.
027300     IF LRL-CRD-FILE-STATUS NOT = "00"
027400         DISPLAY "LDGROLL - CANNOT OPEN ROLLIN - STATUS "
027500             LRL-CRD-FILE-STATUS
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF.
027900     READ CONTROL-CARD-FILE
028000         AT END
028100             MOVE SPACES TO CONTROL-CARD-RECORD
028200     END-READ.
028300     CLOSE CONTROL-CARD-FILE.
028400     IF CRD-GENERATION NOT NUMERIC OR
028500        CRD-GENERATION = "000000"
028600         DISPLAY "LDGROLL - CONTROL CARD MISSING OR NO GENERATION"
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000     IF CRD-STEP-NAME = SPACES
029100         DISPLAY "LDGROLL - CONTROL CARD HAS NO STEP NAME"
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     MOVE CRD-GENERATION TO LRL-GENERATION.
029600 1010-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 1020-READ-HEADER - THE GENERATION MUST BE ON THE STORE, MUST
030000* HAVE FINISHED, AND MUST HAVE BEEN TAKEN BEFORE THE STEP THE
030100* CARD NAMES.  KEEP ITS STAMP AND COUNTS.
030200*----------------------------------------------------------------
030300 1020-READ-HEADER.
030400     MOVE LRL-GENERATION TO BKP-GENERATION.
030500     MOVE SPACE TO BKP-FILE-CODE.
030600     MOVE ZERO TO BKP-RECORD-SEQ.
030700     READ BACKUP-FILE
030800         INVALID KEY
030900             DISPLAY "LDGROLL - GENERATION " LRL-GENERATION
031000                 " IS NOT ON THE BACKUP STORE"
031100             MOVE 16 TO RETURN-CODE
031200             STOP RUN
031300     END-READ.
031400     IF LRL-BKP-FILE-STATUS NOT = "00"
031500         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
031600     END-IF.
031700     IF NOT BKH-COMPLETE
031800         DISPLAY "LDGROLL - GENERATION " LRL-GENERATION
031900             " NEVER FINISHED - IT CANNOT BE RESTORED"
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     IF BKH-STEP-NAME NOT = CRD-STEP-NAME
032400         DISPLAY "LDGROLL - GENERATION " LRL-GENERATION
032500             " WAS TAKEN BEFORE " BKH-STEP-NAME
032600             ", NOT " CRD-STEP-NAME
032700         MOVE 16 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     MOVE BKH-RUN-DATE TO LRL-BKP-RUN-DATE.
033100     MOVE BKH-RUN-TIME TO LRL-BKP-RUN-TIME.
033200     MOVE BKH-STEP-NAME TO LRL-BKP-STEP-NAME.
033300     MOVE BKH-MST-COUNT TO LRL-EXPECT-MST.
033400     MOVE BKH-HST-COUNT TO LRL-EXPECT-HST.
033500     MOVE BKH-SUS-COUNT TO LRL-EXPECT-SUS.
033600     MOVE BKH-CKP-COUNT TO LRL-EXPECT-CKP.
033700     MOVE BKH-HLD-COUNT TO LRL-EXPECT-HLD.
033800     MOVE BKH-RUNCTL-COUNT TO LRL-RUNCTL-POINT.
033900 1020-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200* 2000-RESTORE-MASTER - REBUILD THE ACCOUNT MASTER FROM THE
034300* GENERATION'S "L" IMAGES.
034400*----------------------------------------------------------------
034500 2000-RESTORE-MASTER.
034600     OPEN OUTPUT LEDGER-MASTER-FILE.
034700     IF LRL-MST-FILE-STATUS NOT = "00"
034800         PERFORM 9910-MST-IO-ABORT THRU 9910-EXIT
034900     END-IF.
035000     MOVE "L" TO LRL-FILE-CODE.
035100     PERFORM 2900-POSITION THRU 2900-EXIT.
035200     PERFORM 2050-RESTORE-ONE-MASTER THRU 2050-EXIT
035300         UNTIL LRL-EOF-YES.
035400     CLOSE LEDGER-MASTER-FILE.
035500     MOVE "LDGMST" TO LRL-F-FILE.
035600     MOVE LRL-EXPECT-MST TO LRL-EXPECTED-COUNT.
035700     PERFORM 2990-CHECK-COUNT THRU 2990-EXIT.
035800 2000-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100* 2050-RESTORE-ONE-MASTER - PUT ONE IMAGE BACK AND READ THE NEXT.
036200*----------------------------------------------------------------
036300 2050-RESTORE-ONE-MASTER.
036400     MOVE BKP-IMAGE TO LEDGER-MASTER-RECORD.
036500     WRITE LEDGER-MASTER-RECORD
036600         INVALID KEY
036700             PERFORM 9910-MST-IO-ABORT THRU 9910-EXIT
036800     END-WRITE.
036900     IF LRL-MST-FILE-STATUS NOT = "00"
037000         PERFORM 9910-MST-IO-ABORT THRU 9910-EXIT
037100     END-IF.
037200     ADD 1 TO LRL-RESTORED-COUNT.
037300     PERFORM 2950-READ-IMAGE THRU 2950-EXIT.
037400 2050-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700* 2100-RESTORE-HISTORY - REBUILD THE POSTING HISTORY FROM THE
037800* GENERATION'S "P" IMAGES.
037900*----------------------------------------------------------------
038000 2100-RESTORE-HISTORY.
038100     OPEN OUTPUT HISTORY-FILE.
038200     IF LRL-HST-FILE-STATUS NOT = "00"
038300         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
038400     END-IF.
038500     MOVE "P" TO LRL-FILE-CODE.
038600     PERFORM 2900-POSITION THRU 2900-EXIT.
038700     PERFORM 2150-RESTORE-ONE-HISTORY THRU 2150-EXIT
038800         UNTIL LRL-EOF-YES.
038900     CLOSE HISTORY-FILE.
039000     MOVE "PSTHST" TO LRL-F-FILE.
039100     MOVE LRL-EXPECT-HST TO LRL-EXPECTED-COUNT.
039200     PERFORM 2990-CHECK-COUNT THRU 2990-EXIT.
039300 2100-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600* 2150-RESTORE-ONE-HISTORY - PUT ONE IMAGE BACK AND READ THE
039700* NEXT.
039800*----------------------------------------------------------------
039900 2150-RESTORE-ONE-HISTORY.
040000     MOVE BKP-IMAGE TO POSTING-HISTORY-RECORD.
040100     WRITE POSTING-HISTORY-RECORD
040200         INVALID KEY
040300             PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
040400     END-WRITE.
040500     IF LRL-HST-FILE-STATUS NOT = "00"
040600         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
040700     END-IF.
040800     ADD 1 TO LRL-RESTORED-COUNT.
040900     PERFORM 2950-READ-IMAGE THRU 2950-EXIT.
041000 2150-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 2200-RESTORE-SUSPENSE - REBUILD THE SUSPENSE DETAIL FILE FROM
041400* THE GENERATION'S "S" IMAGES.
041500*----------------------------------------------------------------
041600 2200-RESTORE-SUSPENSE.
041700     OPEN OUTPUT SUSPENSE-FILE.
041800     IF LRL-SUS-FILE-STATUS NOT = "00"
041900         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
042000     END-IF.
042100     MOVE "S" TO LRL-FILE-CODE.
042200     PERFORM 2900-POSITION THRU 2900-EXIT.
042300     PERFORM 2250-RESTORE-ONE-SUSPENSE THRU 2250-EXIT
042400         UNTIL LRL-EOF-YES.
042500     CLOSE SUSPENSE-FILE.
042600     MOVE "SUSDET" TO LRL-F-FILE.
042700     MOVE LRL-EXPECT-SUS TO LRL-EXPECTED-COUNT.
042800     PERFORM 2990-CHECK-COUNT THRU 2990-EXIT.
042900 2200-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200* 2250-RESTORE-ONE-SUSPENSE - PUT ONE IMAGE BACK AND READ THE
043300* NEXT.
043400*----------------------------------------------------------------
043500 2250-RESTORE-ONE-SUSPENSE.
043600     MOVE BKP-IMAGE TO SUSPENSE-RECORD.
043700     WRITE SUSPENSE-RECORD.
043800     IF LRL-SUS-FILE-STATUS NOT = "00"
043900         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
044000     END-IF.
044100     ADD 1 TO LRL-RESTORED-COUNT.
044200     PERFORM 2950-READ-IMAGE THRU 2950-EXIT.
044300 2250-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 2300-RESTORE-CHECKPOINT - REBUILD LDGPOST'S CHECKPOINT FROM THE
044700* GENERATION'S "C" IMAGES - USUALLY NONE, LEAVING IT EMPTY, SO
044800* THE NEXT LDGPOST STARTS FRESH RATHER THAN RESTARTING.
044900*----------------------------------------------------------------
045000 2300-RESTORE-CHECKPOINT.
045100     OPEN OUTPUT CHECKPOINT-FILE.
045200     IF LRL-CKP-FILE-STATUS NOT = "00"
045300         PERFORM 9940-CKP-IO-ABORT THRU 9940-EXIT
045400     END-IF.
045500     MOVE "C" TO LRL-FILE-CODE.
045600     PERFORM 2900-POSITION THRU 2900-EXIT.
045700     PERFORM 2350-RESTORE-ONE-CHECKPOINT THRU 2350-EXIT
045800         UNTIL LRL-EOF-YES.
045900     CLOSE CHECKPOINT-FILE.
046000     MOVE "LPCKPT" TO LRL-F-FILE.
046100     MOVE LRL-EXPECT-CKP TO LRL-EXPECTED-COUNT.
046200     PERFORM 2990-CHECK-COUNT THRU 2990-EXIT.
046300 2300-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 2350-RESTORE-ONE-CHECKPOINT - PUT ONE IMAGE BACK AND READ THE
046700* NEXT.
046800*----------------------------------------------------------------
046900 2350-RESTORE-ONE-CHECKPOINT.
047000     MOVE BKP-IMAGE TO CHECKPOINT-IMAGE.
047100     WRITE CHECKPOINT-IMAGE.
047200     IF LRL-CKP-FILE-STATUS NOT = "00"
047300         PERFORM 9940-CKP-IO-ABORT THRU 9940-EXIT
047400     END-IF.
047500     ADD 1 TO LRL-RESTORED-COUNT.
047600     PERFORM 2950-READ-IMAGE THRU 2950-EXIT.
047700 2350-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 2400-RESTORE-HELD - REBUILD THE HELD-ITEMS FILE FROM THE
048100* GENERATION'S "H" IMAGES.
048200*----------------------------------------------------------------
048300 2400-RESTORE-HELD.
048400     OPEN OUTPUT HELD-FILE.
048500     IF LRL-HLD-FILE-STATUS NOT = "00"
048600         PERFORM 9950-HLD-IO-ABORT THRU 9950-EXIT
048700     END-IF.
048800     MOVE "H" TO LRL-FILE-CODE.
048900     PERFORM 2900-POSITION THRU 2900-EXIT.
049000     PERFORM 2450-RESTORE-ONE-HELD THRU 2450-EXIT
049100         UNTIL LRL-EOF-YES.
049200     CLOSE HELD-FILE.
049300     MOVE "HLDMST" TO LRL-F-FILE.
049400     MOVE LRL-EXPECT-HLD TO LRL-EXPECTED-COUNT.
049500     PERFORM 2990-CHECK-COUNT THRU 2990-EXIT.
049600 2400-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900* 2450-RESTORE-ONE-HELD - PUT ONE IMAGE BACK AND READ THE NEXT.
050000*----------------------------------------------------------------
050100 2450-RESTORE-ONE-HELD.
050200     MOVE BKP-IMAGE TO HELD-ITEM-RECORD.
050300     WRITE HELD-ITEM-RECORD
050400         INVALID KEY
050500             PERFORM 9950-HLD-IO-ABORT THRU 9950-EXIT
050600     END-WRITE.
050700     IF LRL-HLD-FILE-STATUS NOT = "00"
050800         PERFORM 9950-HLD-IO-ABORT THRU 9950-EXIT
050900     END-IF.
051000     ADD 1 TO LRL-RESTORED-COUNT.
051100     PERFORM 2950-READ-IMAGE THRU 2950-EXIT.
051200 2450-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500* 2900-POSITION - POSITION THE STORE AT THE FIRST IMAGE OF
051600* LRL-FILE-CODE IN THE GENERATION AND READ IT.  NO IMAGES AT ALL
051700* (THE FILE WAS EMPTY OR NOT YET ON FILE) LEAVES THE FILE EMPTY.
051800*----------------------------------------------------------------
051900 2900-POSITION.
052000     MOVE ZERO TO LRL-RESTORED-COUNT.
052100     MOVE "N" TO LRL-EOF-SW.
052200     MOVE LRL-GENERATION TO BKP-GENERATION.
052300     MOVE LRL-FILE-CODE TO BKP-FILE-CODE.
052400     MOVE 1 TO BKP-RECORD-SEQ.
052500     START BACKUP-FILE KEY IS NOT LESS THAN BKP-KEY
052600         INVALID KEY
052700             SET LRL-EOF-YES TO TRUE
052800             GO TO 2900-EXIT
052900     END-START.
053000     IF LRL-BKP-FILE-STATUS NOT = "00"
053100         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
053200     END-IF.
053300     PERFORM 2950-READ-IMAGE THRU 2950-EXIT.
053400 2900-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 2950-READ-IMAGE - READ THE NEXT IMAGE OFF THE STORE.  THE END
053800* OF THE STORE, OR THE FIRST RECORD OF ANOTHER FILE OR ANOTHER
053900* GENERATION, ENDS THE FILE IN HAND.
054000*----------------------------------------------------------------
054100 2950-READ-IMAGE.
054200     READ BACKUP-FILE NEXT RECORD
054300         AT END
054400             SET LRL-EOF-YES TO TRUE
054500             GO TO 2950-EXIT
054600     END-READ.
054700     IF LRL-BKP-FILE-STATUS NOT = "00"
054800         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
054900     END-IF.
055000     IF BKP-GENERATION NOT = LRL-GENERATION OR
055100        BKP-FILE-CODE NOT = LRL-FILE-CODE
055200         SET LRL-EOF-YES TO TRUE
055300     END-IF.
055400 2950-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700* 2990-CHECK-COUNT - PROVE THE RECORDS PUT BACK AGAINST THE COUNT
055800* THE HEADER CARRIES.  A SHORT OR LONG FILE MEANS THE STORE IS
055900* DAMAGED - STOP BEFORE THE ROLLBACK IS RECORDED, WITH RETURN-
056000* CODE 16; THE LEDGER FILES MUST NOT BE USED UNTIL ANOTHER
056100* GENERATION HAS BEEN RESTORED.
056200*----------------------------------------------------------------
056300 2990-CHECK-COUNT.
056400     MOVE LRL-RESTORED-COUNT TO LRL-F-COUNT.
056500     MOVE LRL-EXPECTED-COUNT TO LRL-F-EXPECTED.
056600     IF LRL-RESTORED-COUNT = LRL-EXPECTED-COUNT
056700         MOVE "RESTORED" TO LRL-F-NOTE
056800         WRITE ROLLBACK-REPORT-LINE FROM LRL-FILE-LINE
056900         GO TO 2990-EXIT
057000     END-IF.
057100     MOVE "** SHORT" TO LRL-F-NOTE.
057200     IF LRL-RESTORED-COUNT > LRL-EXPECTED-COUNT
057300         MOVE "** LONG" TO LRL-F-NOTE
057400     END-IF.
057500     WRITE ROLLBACK-REPORT-LINE FROM LRL-FILE-LINE.
057600     CLOSE ROLLBACK-REPORT-FILE.
057700     DISPLAY "LDGROLL - " LRL-F-FILE " RESTORED "
057800         LRL-RESTORED-COUNT " RECORDS, HEADER SAYS "
057900         LRL-EXPECTED-COUNT " - GENERATION " LRL-GENERATION
058000         " IS DAMAGED".
058100     MOVE 16 TO RETURN-CODE.
058200     STOP RUN.
058300 2990-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600* 3000-LOG-ROLLBACK - EVERY FILE IS BACK.  RECORD THE ROLLBACK ON
058700* THE RUN-CONTROL MASTER THROUGH RUNLOG, FOR THE GENERATION'S RUN
058800* DATE: EVERY RUN LOGGED SINCE THE GENERATION WAS TAKEN IS VOIDED
058900* AND MAY RUN AGAIN.  IF RUNLOG CANNOT RECORD IT THE FILES ARE
059000* STILL RESTORED, BUT THE STREAM WILL REFUSE THE RERUN - END WITH
059100* RETURN-CODE 16 SO THE OPERATOR RERUNS LDGROLL.
059200*----------------------------------------------------------------
059300 3000-LOG-ROLLBACK.
059400     SET RLK-FUNC-ROLLBACK TO TRUE.
059500     MOVE LRL-BKP-STEP-NAME TO RLK-PROGRAM.
059600     MOVE LRL-BKP-RUN-DATE TO RLK-RUN-DATE.
059700     MOVE SPACES TO RLK-PREDECESSOR.
059800     MOVE LRL-BKP-STEP-NAME TO RLK-INPUT-ID.
059900     MOVE LRL-GENERATION TO RLK-RECORD-COUNT.
060000     MOVE ZERO TO RLK-TOTAL.
060100     MOVE ZERO TO RLK-RETURN-CODE.
060200     MOVE LRL-RUNCTL-POINT TO RLK-ROLLBACK-POINT.
060300     CALL "RUNLOG" USING RUN-LOG-AREA.
060400     IF RLK-RESULT-NO
060500         MOVE "** ROLLBACK NOT RECORDED - " TO LRL-V-TEXT
060600         MOVE RLK-REASON TO LRL-V-REASON
060700         WRITE ROLLBACK-REPORT-LINE FROM LRL-VERDICT-LINE
060800         DISPLAY "LDGROLL - CANNOT RECORD ROLLBACK - " RLK-REASON
060900         MOVE 16 TO RETURN-CODE
061000         GO TO 3000-EXIT
061100     END-IF.
061200     MOVE "ROLLBACK RECORDED FOR RUN DATE" TO LRL-V-TEXT.
061300     MOVE LRL-BKP-RUN-DATE TO LRL-V-REASON.
061400     WRITE ROLLBACK-REPORT-LINE FROM LRL-VERDICT-LINE.
061500 3000-EXIT.
061600     EXIT.
061700*----------------------------------------------------------------
061800* 9000-TERMINATE - CLOSE THE STORE AND THE LISTING.
061900*----------------------------------------------------------------
062000 9000-TERMINATE.
062100     CLOSE BACKUP-FILE.
062200     CLOSE ROLLBACK-REPORT-FILE.
062300     DISPLAY "LDGROLL - GENERATION " LRL-GENERATION
062400         " RESTORED - SEE ROLLBACK LISTING.".
062500 9000-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 9900-BKP-IO-ABORT - THE BACKUP STORE FAILED AN OPEN, A START OR
062900* A READ.  STOP WITH RETURN-CODE 16; RUN LDGROLL AGAIN ONCE THE
063000* STORE IS READABLE.
063100*----------------------------------------------------------------
063200 9900-BKP-IO-ABORT.
063300     DISPLAY "LDGROLL - BACKUP STORE I-O FAILURE - STATUS "
063400         LRL-BKP-FILE-STATUS.
063500     MOVE 16 TO RETURN-CODE.
063600     STOP RUN.
063700 9900-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 9910-MST-IO-ABORT - THE LEDGER MASTER FAILED AN OPEN OR A
064100* WRITE.
064200*----------------------------------------------------------------
064300 9910-MST-IO-ABORT.
064400     DISPLAY "LDGROLL - LEDGER MASTER I-O FAILURE - STATUS "
064500         LRL-MST-FILE-STATUS.
064600     MOVE 16 TO RETURN-CODE.
064700     STOP RUN.
064800 9910-EXIT.
064900     EXIT.
065000*----------------------------------------------------------------
065100* 9920-HST-IO-ABORT - THE POSTING HISTORY FAILED AN OPEN OR A
065200* WRITE.
065300*----------------------------------------------------------------
065400 9920-HST-IO-ABORT.
065500     DISPLAY "LDGROLL - POSTING HISTORY I-O FAILURE - STATUS "
065600         LRL-HST-FILE-STATUS.
065700     MOVE 16 TO RETURN-CODE.
065800     STOP RUN.
065900 9920-EXIT.
066000     EXIT.
066100*----------------------------------------------------------------
066200* 9930-SUS-IO-ABORT - THE SUSPENSE DETAIL FILE FAILED AN OPEN OR
066300* A WRITE.
066400*----------------------------------------------------------------
066500 9930-SUS-IO-ABORT.
066600     DISPLAY "LDGROLL - SUSPENSE DETAIL I-O FAILURE - STATUS "
066700         LRL-SUS-FILE-STATUS.
066800     MOVE 16 TO RETURN-CODE.
066900     STOP RUN.
067000 9930-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300* 9940-CKP-IO-ABORT - THE CHECKPOINT FILE FAILED AN OPEN OR A
067400* WRITE.
067500*----------------------------------------------------------------
067600 9940-CKP-IO-ABORT.
067700     DISPLAY "LDGROLL - CHECKPOINT I-O FAILURE - STATUS "
067800         LRL-CKP-FILE-STATUS.
067900     MOVE 16 TO RETURN-CODE.
068000     STOP RUN.
068100 9940-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400* 9950-HLD-IO-ABORT - THE HELD-ITEMS FILE FAILED AN OPEN OR A
068500* WRITE.
068600*----------------------------------------------------------------
068700 9950-HLD-IO-ABORT.
068800     DISPLAY "LDGROLL - HELD ITEMS I-O FAILURE - STATUS "
068900         LRL-HLD-FILE-STATUS.
069000     MOVE 16 TO RETURN-CODE.
069100     STOP RUN.
069200 9950-EXIT.
069300     EXIT.
