000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LDGBKUP.
000300 AUTHOR. J. HALVORSEN.
000400 INSTALLATION. DATA CENTER OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000*  DATE        INIT  DESCRIPTION
001100*  ----------  ----  ---------------------------------------------
001200*  10/15/2026  JH    ORIGINAL VERSION.  BACKUP STEP RUN AHEAD OF
001300*                    ANY STEP THAT UPDATES THE LEDGER FILES IN
001400*                    PLACE - LDGPOST, SUSRECL, LDGMAINT, HLDRLSE.
001500*                    SNAPS LDGMST, PSTHST, SUSDET, THE LPCKPT
001600*                    CHECKPOINT AND HLDMST INTO THE NEXT NUMBERED
001700*                    GENERATION OF THE BACKUP STORE (SEE
001800*                    BKPGEN.CPY), STAMPED WITH THE RUN DATE, THE
001900*                    TIME AND THE STEP NAME PUNCHED ON THE BKPIN
002000*                    CARD, THEN PURGES GENERATIONS BEYOND THE
002100*                    NUMBER TO KEEP.  LDGROLL PUTS A GENERATION
002200*                    BACK WHEN A RUN GOES BAD IN A WAY THE
002300*                    CHECKPOINT CANNOT FIX.  THE HEADER ALSO
002400*                    RECORDS HOW FAR THE RUN-CONTROL MASTER HAD
002500*                    GOT, SO THE ROLLBACK KNOWS WHICH LOGGED
002600*                    RUNS IT UNDOES.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GENERIC.
003100 OBJECT-COMPUTER. GENERIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONTROL-CARD-FILE ASSIGN TO "BKPIN"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS BKU-CRD-FILE-STATUS.
003700     SELECT BACKUP-FILE ASSIGN TO "LDGBKP"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BKP-KEY
004100         FILE STATUS IS BKU-BKP-FILE-STATUS.
004200     SELECT LEDGER-MASTER-FILE ASSIGN TO "LDGMST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS LDM-ACCOUNT-CODE
004600         FILE STATUS IS BKU-MST-FILE-STATUS.
004700     SELECT HISTORY-FILE ASSIGN TO "PSTHST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS PHS-HISTORY-KEY
005100         FILE STATUS IS BKU-HST-FILE-STATUS.
005200     SELECT SUSPENSE-FILE ASSIGN TO "SUSDET"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS BKU-SUS-FILE-STATUS.
005500     SELECT CHECKPOINT-FILE ASSIGN TO "LPCKPT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS BKU-CKP-FILE-STATUS.
005800     SELECT HELD-FILE ASSIGN TO "HLDMST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS HLD-KEY
006200         FILE STATUS IS BKU-HLD-FILE-STATUS.
006300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS BKU-RCM-FILE-STATUS.
006600     SELECT BACKUP-REPORT-FILE ASSIGN TO "BKUOUT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000*----------------------------------------------------------------
007100* CONTROL-CARD-FILE - ONE 80-COLUMN CARD NAMING THE STEP THE
007200* BACKUP IS TAKEN BEFORE:
007300* COLUMNS   1-  8  STEP NAME (LDGPOST, SUSRECL, LDGMAINT, ...)
007400* COLUMNS   9- 10  GENERATIONS TO KEEP, 01-99 - BLANK LEAVES THE
007500*                  NUMBER ON THE STORE'S CONTROL RECORD AS IT IS
007600* COLUMNS  11- 80  UNUSED
007700*----------------------------------------------------------------
007800 FD  CONTROL-CARD-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  CONTROL-CARD-RECORD.
008200     05  CRD-STEP-NAME          PIC X(08).
008300     05  CRD-KEEP-COUNT         PIC X(02).
008400     05  FILLER                 PIC X(70).
008500*----------------------------------------------------------------
008600* BACKUP-FILE - THE BACKUP STORE, ONE GENERATION PER RUN.  SEE
008700* BKPGEN.CPY.
008800*----------------------------------------------------------------
008900 FD  BACKUP-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 120 CHARACTERS.
009200 COPY BKPGEN.
009300*----------------------------------------------------------------
009400* LEDGER-MASTER-FILE - THE ACCOUNT MASTER, READ IN KEY ORDER.
009500* SEE LDGMAST.CPY.
009600*----------------------------------------------------------------
009700 FD  LEDGER-MASTER-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 80 CHARACTERS.
010000 COPY LDGMAST.
010100*----------------------------------------------------------------
010200* HISTORY-FILE - THE POSTING HISTORY, READ IN KEY ORDER.  SEE
010300* PSTHIST.CPY.
010400*----------------------------------------------------------------
010500 FD  HISTORY-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 70 CHARACTERS.
010800 COPY PSTHIST.
010900*----------------------------------------------------------------
011000* SUSPENSE-FILE - THE SUSPENSE DETAIL FILE, READ FRONT TO BACK.
011100* SEE SUSPDET.CPY.
011200*----------------------------------------------------------------
011300 FD  SUSPENSE-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 48 CHARACTERS.
011600 COPY SUSPDET.
011700*----------------------------------------------------------------
011800* CHECKPOINT-FILE - LDGPOST'S RESTART CHECKPOINT, TAKEN AS AN
011900* IMAGE.  THE LAYOUT BELONGS TO LDGPOST.
012000*----------------------------------------------------------------
012100 FD  CHECKPOINT-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 81 CHARACTERS.
012400 01  CHECKPOINT-IMAGE           PIC X(81).
012500*----------------------------------------------------------------
012600* HELD-FILE - THE HELD-ITEMS FILE, READ IN KEY ORDER.  SEE
012700* HOLDITM.CPY.
012800*----------------------------------------------------------------
012900 FD  HELD-FILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 80 CHARACTERS.
013200 COPY HOLDITM.
013300*----------------------------------------------------------------
013400* RUN-CONTROL-FILE - THE RUN-CONTROL MASTER, ONLY COUNTED.  SEE
013500* RUNCTL.CPY.
013600*----------------------------------------------------------------
013700 FD  RUN-CONTROL-FILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORD CONTAINS 60 CHARACTERS.
014000 COPY RUNCTL.
014100*----------------------------------------------------------------
014200* BACKUP-REPORT-FILE - THE PRINTED BACKUP LISTING.  COLUMN 1 OF
014300* EACH LINE IS ASA CARRIAGE CONTROL ("1" = NEW PAGE, " " = SINGLE
014400* SPACE).
014500*----------------------------------------------------------------
014600 FD  BACKUP-REPORT-FILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 133 CHARACTERS.
014900 01  BACKUP-REPORT-LINE         PIC X(133).
015000 WORKING-STORAGE SECTION.
015100* FILE STATUS FOR THE CONTROL CARD - NO CARD, NO RUN.
015200 01  BKU-CRD-FILE-STATUS        PIC X(02).
015300* FILE STATUS FOR THE BACKUP STORE - "35" ON THE FIRST BACKUP
015400* EVER; ANYTHING ELSE BUT "00" ABORTS, SINCE A GENERATION THAT IS
015500* NOT ALL THERE IS NO BACKUP AT ALL.
015600 01  BKU-BKP-FILE-STATUS        PIC X(02).
015700* FILE STATUS FOR EACH FILE TAKEN - "35" MEANS THE FILE DOES NOT
015800* EXIST YET AND IS TAKEN AS EMPTY; ANYTHING ELSE BUT "00" ABORTS.
015900 01  BKU-MST-FILE-STATUS        PIC X(02).
016000 01  BKU-HST-FILE-STATUS        PIC X(02).
016100 01  BKU-SUS-FILE-STATUS        PIC X(02).
016200 01  BKU-CKP-FILE-STATUS        PIC X(02).
016300 01  BKU-HLD-FILE-STATUS        PIC X(02).
016400* FILE STATUS FOR THE RUN-CONTROL MASTER - "35" MEANS NO RUN HAS
016500* EVER BEEN LOGGED.
016600 01  BKU-RCM-FILE-STATUS        PIC X(02).
016700* END-OF-FILE SWITCH FOR THE FILE BEING TAKEN, AND THE SWITCH THAT
016800* ENDS THE PURGE.
016900 01  BKU-SWITCHES.
017000     05  BKU-EOF-SW             PIC X(01) VALUE "N".
017100         88  BKU-EOF-YES                     VALUE "Y".
017200     05  BKU-PURGE-DONE-SW      PIC X(01) VALUE "N".
017300         88  BKU-PURGE-DONE-YES              VALUE "Y".
017400* RUN DATE AND TIME STAMPED ON THE GENERATION.
017500 01  BKU-RUN-DATE               PIC 9(08).
017600 01  BKU-RUN-TIME               PIC 9(08).
017700* GENERATIONS TO KEEP WHEN THE STORE IS FIRST BUILT AND NO CARD
017800* SAYS OTHERWISE.
017900 01  BKU-DEFAULT-KEEP           PIC 9(02) VALUE 7.
018000* THE GENERATION BEING TAKEN, THE NUMBER TO KEEP, AND THE OLDEST
018100* GENERATION THAT SURVIVES THE PURGE.
018200 01  BKU-GENERATION             PIC 9(06).
018300 01  BKU-KEEP-COUNT             PIC 9(02).
018400 01  BKU-OLDEST-KEPT            PIC 9(06).
018500* GENERATION BEING LISTED IN THE KEPT-GENERATIONS LIST.
018600 01  BKU-LIST-GEN               PIC 9(06).
018700* RECORD SEQUENCE WITHIN THE FILE BEING TAKEN.
018800 01  BKU-RECORD-SEQ             PIC 9(08) COMP.
018900* RECORDS TAKEN FROM EACH FILE, CARRIED TO THE HEADER AT THE END.
019000 01  BKU-COUNTERS.
019100     05  BKU-MST-COUNT          PIC 9(08) COMP VALUE ZERO.
019200     05  BKU-HST-COUNT          PIC 9(08) COMP VALUE ZERO.
019300     05  BKU-SUS-COUNT          PIC 9(08) COMP VALUE ZERO.
019400     05  BKU-CKP-COUNT          PIC 9(08) COMP VALUE ZERO.
019500     05  BKU-HLD-COUNT          PIC 9(08) COMP VALUE ZERO.
019600     05  BKU-PURGED-COUNT       PIC 9(06) COMP VALUE ZERO.
019700     05  BKU-RUNCTL-COUNT       PIC 9(08) COMP VALUE ZERO.
019800* PAGE HEADER - PROGRAM NAME AND RUN DATE.
019900 01  BKU-HEADING-LINE.
020000     05  FILLER                  PIC X(01) VALUE "1".
020100     05  FILLER                  PIC X(09) VALUE "PROGRAM: ".
020200     05  FILLER                  PIC X(08) VALUE "LDGBKUP ".
020300     05  FILLER                  PIC X(10) VALUE SPACES.
020400     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
020500     05  BKU-H-DATE              PIC 9(08).
020600     05  FILLER                  PIC X(87) VALUE SPACES.
020700* GENERATION LINE - WHAT WAS TAKEN AND WHEN.
020800 01  BKU-GEN-LINE.
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  FILLER                  PIC X(11) VALUE "GENERATION ".
021100     05  BKU-G-GENERATION        PIC 9(06).
021200     05  FILLER                  PIC X(15)
021300         VALUE "  TAKEN BEFORE ".
021400     05  BKU-G-STEP              PIC X(08).
021500     05  FILLER                  PIC X(06) VALUE "  DATE".
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  BKU-G-DATE              PIC 9(08).
021800     05  FILLER                  PIC X(06) VALUE "  TIME".
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  BKU-G-TIME              PIC 9(08).
022100     05  FILLER                  PIC X(62) VALUE SPACES.
022200* FILE LINE - RECORDS TAKEN FROM ONE FILE.
022300 01  BKU-FILE-LINE.
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  FILLER                  PIC X(07) VALUE "  FILE ".
022600     05  BKU-F-FILE              PIC X(08).
022700     05  FILLER                  PIC X(09) VALUE "  RECORDS".
022800     05  FILLER                  PIC X(01) VALUE SPACE.
022900     05  BKU-F-COUNT             PIC ZZZZZZZ9.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  BKU-F-NOTE              PIC X(11).
023200     05  FILLER                  PIC X(86) VALUE SPACES.
023300* PURGE LINE - ONE PER GENERATION DROPPED OFF THE END.
023400 01  BKU-PURGE-LINE.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  FILLER                  PIC X(11) VALUE "GENERATION ".
023700     05  BKU-P-GENERATION        PIC 9(06).
023800     05  FILLER                  PIC X(08) VALUE "  PURGED".
023900     05  FILLER                  PIC X(107) VALUE SPACES.
024000* KEPT LINE - ONE PER GENERATION STILL ON THE STORE, OLDEST
024100* FIRST - THE LIST LDGROLL CHOOSES FROM.
024200 01  BKU-KEPT-LINE.
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  FILLER                  PIC X(16)
024500         VALUE "KEPT GENERATION ".
024600     05  BKU-K-GENERATION        PIC 9(06).
024700     05  FILLER                  PIC X(09) VALUE "  BEFORE ".
024800     05  BKU-K-STEP              PIC X(08).
024900     05  FILLER                  PIC X(06) VALUE "  DATE".
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  BKU-K-DATE              PIC 9(08).
025200     05  FILLER                  PIC X(06) VALUE "  TIME".
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  BKU-K-TIME              PIC 9(08).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  BKU-K-STATUS            PIC X(10).
025700     05  FILLER                  PIC X(52) VALUE SPACES.
025800 PROCEDURE DIVISION.
025900*================================================================
026000* BEGIN - MAINLINE.  OPEN THE STORE AND CLAIM THE NEXT
026100* GENERATION NUMBER, TAKE EVERY FILE INTO IT, MARK IT COMPLETE,
026200* THEN PURGE WHAT IS NO LONGER KEPT AND LIST WHAT IS.
026300*================================================================
026400 BEGIN.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     PERFORM 2000-START-GENERATION THRU 2000-EXIT.
026700     PERFORM 3000-TAKE-MASTER THRU 3000-EXIT.
026800     PERFORM 3100-TAKE-HISTORY THRU 3100-EXIT.
026900     PERFORM 3200-TAKE-SUSPENSE THRU 3200-EXIT.
027000     PERFORM 3300-TAKE-CHECKPOINT THRU 3300-EXIT.
027100     PERFORM 3400-TAKE-HELD THRU 3400-EXIT.
027200     PERFORM 4000-FINISH-GENERATION THRU 4000-EXIT.
027300     PERFORM 5000-PURGE THRU 5000-EXIT.
027400     PERFORM 6000-LIST-KEPT THRU 6000-EXIT.
027500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027600     STOP RUN.
027700*----------------------------------------------------------------
027800* 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE LISTING AND
027900* THE BACKUP STORE (BUILDING IT ON THE FIRST BACKUP EVER), AND
028000* READ THE STORE'S CONTROL RECORD.
028100*----------------------------------------------------------------
028200 1000-INITIALIZE.
028300     ACCEPT BKU-RUN-DATE FROM DATE YYYYMMDD.
028400     ACCEPT BKU-RUN-TIME FROM TIME.
028500     PERFORM 1010-READ-CARD THRU 1010-EXIT.
028600     OPEN OUTPUT BACKUP-REPORT-FILE.
028700     MOVE BKU-RUN-DATE TO BKU-H-DATE.
028800     WRITE BACKUP-REPORT-LINE FROM BKU-HEADING-LINE.
028900     OPEN I-O BACKUP-FILE.
029000     IF BKU-BKP-FILE-STATUS = "35"
029100         OPEN OUTPUT BACKUP-FILE
029200         CLOSE BACKUP-FILE
029300         OPEN I-O BACKUP-FILE
029400     END-IF.
029500     IF BKU-BKP-FILE-STATUS NOT = "00"
029600         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
029700     END-IF.
029800     PERFORM 1020-READ-CONTROL THRU 1020-EXIT.
029900     PERFORM 1030-COUNT-RUNS THRU 1030-EXIT.
030000 1000-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300* 1010-READ-CARD - THE CARD MUST NAME THE STEP; A KEEP COUNT, IF
030400* PUNCHED, MUST BE 01-99.
030500*----------------------------------------------------------------
030600 1010-READ-CARD.
030700     OPEN INPUT CONTROL-CARD-FILE.
030800     IF BKU-CRD-FILE-STATUS NOT = "00"
030900         DISPLAY "LDGBKUP - CANNOT OPEN BKPIN - STATUS "
031000             BKU-CRD-FILE-STATUS
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400     READ CONTROL-CARD-FILE
031500         AT END
031600             MOVE SPACES TO CONTROL-CARD-RECORD
031700     END-READ.
031800     CLOSE CONTROL-CARD-FILE.
031900     IF CRD-STEP-NAME = SPACES
032000         DISPLAY "LDGBKUP - CONTROL CARD MISSING OR NO STEP NAME"
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     IF CRD-KEEP-COUNT NOT = SPACES
032500         IF CRD-KEEP-COUNT NOT NUMERIC OR
032600            CRD-KEEP-COUNT = "00"
032700             DISPLAY "LDGBKUP - KEEP COUNT " CRD-KEEP-COUNT
032800                 " IS NOT 01-99"
032900             MOVE 16 TO RETURN-CODE
033000             STOP RUN
033100         END-IF
033200     END-IF.
033300 1010-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600* 1020-READ-CONTROL - READ THE STORE'S CONTROL RECORD.  A NEW
033700* STORE GETS ONE, STARTING AT GENERATION 1 AND KEEPING THE
033800* DEFAULT NUMBER OF GENERATIONS.
033900*----------------------------------------------------------------
034000 1020-READ-CONTROL.
034100     MOVE ZERO TO BKP-GENERATION.
034200     MOVE SPACE TO BKP-FILE-CODE.
034300     MOVE ZERO TO BKP-RECORD-SEQ.
034400     READ BACKUP-FILE
034500         INVALID KEY
034600             MOVE "23" TO BKU-BKP-FILE-STATUS
034700     END-READ.
034800     IF BKU-BKP-FILE-STATUS = "23"
034900         MOVE SPACES TO BKP-IMAGE
035000         MOVE 1 TO BKC-NEXT-GENERATION
035100         MOVE BKU-DEFAULT-KEEP TO BKC-KEEP-COUNT
035200         MOVE ZERO TO BKC-LAST-RUN-DATE
035300         WRITE BACKUP-RECORD
035400             INVALID KEY
035500                 PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
035600         END-WRITE
035700     END-IF.
035800     IF BKU-BKP-FILE-STATUS NOT = "00"
035900         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
036000     END-IF.
036100 1020-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400* 1030-COUNT-RUNS - COUNT THE RUN-HISTORY RECORDS ON FILE NOW,
036500* BEFORE THE STEP THIS BACKUP PROTECTS HAS LOGGED ANYTHING.
036600*----------------------------------------------------------------
036700 1030-COUNT-RUNS.
036800     MOVE "N" TO BKU-EOF-SW.
036900     OPEN INPUT RUN-CONTROL-FILE.
037000     IF BKU-RCM-FILE-STATUS = "35"
037100         GO TO 1030-EXIT
037200     END-IF.
037300     IF BKU-RCM-FILE-STATUS NOT = "00"
037400         PERFORM 9960-RCM-IO-ABORT THRU 9960-EXIT
037500     END-IF.
037600     PERFORM 1035-COUNT-ONE-RUN THRU 1035-EXIT
037700         UNTIL BKU-EOF-YES.
037800     CLOSE RUN-CONTROL-FILE.
037900 1030-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 1035-COUNT-ONE-RUN - READ AND COUNT ONE RUN-HISTORY RECORD.
038300*----------------------------------------------------------------
038400 1035-COUNT-ONE-RUN.
038500     READ RUN-CONTROL-FILE
038600         AT END
038700             SET BKU-EOF-YES TO TRUE
038800             GO TO 1035-EXIT
038900     END-READ.
039000     IF BKU-RCM-FILE-STATUS NOT = "00"
039100         PERFORM 9960-RCM-IO-ABORT THRU 9960-EXIT
039200     END-IF.
039300     ADD 1 TO BKU-RUNCTL-COUNT.
039400 1035-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700* 2000-START-GENERATION - CLAIM THE NEXT GENERATION NUMBER AND
039800* REWRITE THE CONTROL RECORD BEFORE ANYTHING IS TAKEN, SO A
039900* BACKUP THAT ABORTS PART WAY NEVER HAS ITS NUMBER REUSED; THEN
040000* WRITE THE GENERATION'S HEADER, MARKED INCOMPLETE.
040100*----------------------------------------------------------------
040200 2000-START-GENERATION.
040300     MOVE BKC-NEXT-GENERATION TO BKU-GENERATION.
040400     IF CRD-KEEP-COUNT NOT = SPACES
040500         MOVE CRD-KEEP-COUNT TO BKC-KEEP-COUNT
040600     END-IF.
040700     MOVE BKC-KEEP-COUNT TO BKU-KEEP-COUNT.
040800     ADD 1 TO BKC-NEXT-GENERATION.
040900     MOVE BKU-RUN-DATE TO BKC-LAST-RUN-DATE.
041000     REWRITE BACKUP-RECORD
041100         INVALID KEY
041200             PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
041300     END-REWRITE.
041400     IF BKU-BKP-FILE-STATUS NOT = "00"
041500         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
041600     END-IF.
041700     MOVE SPACES TO BACKUP-RECORD.
041800     MOVE BKU-GENERATION TO BKP-GENERATION.
041900     MOVE SPACE TO BKP-FILE-CODE.
042000     MOVE ZERO TO BKP-RECORD-SEQ.
042100     MOVE BKU-RUN-DATE TO BKH-RUN-DATE.
042200     MOVE BKU-RUN-TIME TO BKH-RUN-TIME.
042300     MOVE CRD-STEP-NAME TO BKH-STEP-NAME.
042400     SET BKH-INCOMPLETE TO TRUE.
042500     MOVE ZERO TO BKH-MST-COUNT.
042600     MOVE ZERO TO BKH-HST-COUNT.
042700     MOVE ZERO TO BKH-SUS-COUNT.
042800     MOVE ZERO TO BKH-CKP-COUNT.
042900     MOVE ZERO TO BKH-HLD-COUNT.
043000     MOVE BKU-RUNCTL-COUNT TO BKH-RUNCTL-COUNT.
043100     WRITE BACKUP-RECORD
043200         INVALID KEY
043300             DISPLAY "LDGBKUP - GENERATION " BKU-GENERATION
043400                 " IS ALREADY ON THE STORE"
043500             PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
043600     END-WRITE.
043700     IF BKU-BKP-FILE-STATUS NOT = "00"
043800         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
043900     END-IF.
044000     MOVE BKU-GENERATION TO BKU-G-GENERATION.
044100     MOVE CRD-STEP-NAME TO BKU-G-STEP.
044200     MOVE BKU-RUN-DATE TO BKU-G-DATE.
044300     MOVE BKU-RUN-TIME TO BKU-G-TIME.
044400     WRITE BACKUP-REPORT-LINE FROM BKU-GEN-LINE.
044500 2000-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800* 2900-WRITE-IMAGE - WRITE ONE RECORD IMAGE INTO THE GENERATION.
044900* THE CALLER HAS PUT THE FILE CODE AND THE IMAGE IN PLACE; THE
045000* NEXT SEQUENCE NUMBER FOR THE FILE GOES IN HERE.
045100*----------------------------------------------------------------
045200 2900-WRITE-IMAGE.
045300     MOVE BKU-GENERATION TO BKP-GENERATION.
045400     ADD 1 TO BKU-RECORD-SEQ.
045500     MOVE BKU-RECORD-SEQ TO BKP-RECORD-SEQ.
045600     WRITE BACKUP-RECORD
045700         INVALID KEY
045800             PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
045900     END-WRITE.
046000     IF BKU-BKP-FILE-STATUS NOT = "00"
046100         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
046200     END-IF.
046300 2900-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 3000-TAKE-MASTER - TAKE THE ACCOUNT MASTER, IN KEY ORDER.
046700*----------------------------------------------------------------
046800 3000-TAKE-MASTER.
046900     MOVE ZERO TO BKU-RECORD-SEQ.
047000     MOVE "N" TO BKU-EOF-SW.
047100     OPEN INPUT LEDGER-MASTER-FILE.
047200     IF BKU-MST-FILE-STATUS = "35"
047300         MOVE "LDGMST" TO BKU-F-FILE
047400         PERFORM 3900-PRINT-NOT-ON-FILE THRU 3900-EXIT
047500         GO TO 3000-EXIT
047600     END-IF.
047700     IF BKU-MST-FILE-STATUS NOT = "00"
047800         PERFORM 9910-MST-IO-ABORT THRU 9910-EXIT
047900     END-IF.
048000     PERFORM 3050-TAKE-ONE-MASTER THRU 3050-EXIT
048100         UNTIL BKU-EOF-YES.
048200     CLOSE LEDGER-MASTER-FILE.
048300     MOVE BKU-RECORD-SEQ TO BKU-MST-COUNT.
048400     MOVE "LDGMST" TO BKU-F-FILE.
048500     MOVE BKU-MST-COUNT TO BKU-F-COUNT.
048600     MOVE SPACES TO BKU-F-NOTE.
048700     WRITE BACKUP-REPORT-LINE FROM BKU-FILE-LINE.
048800 3000-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100* 3050-TAKE-ONE-MASTER - READ ONE MASTER RECORD AND WRITE ITS
049200* IMAGE INTO THE GENERATION.
049300*----------------------------------------------------------------
049400 3050-TAKE-ONE-MASTER.
049500     READ LEDGER-MASTER-FILE
049600         AT END
049700             SET BKU-EOF-YES TO TRUE
049800             GO TO 3050-EXIT
049900     END-READ.
050000     IF BKU-MST-FILE-STATUS NOT = "00"
050100         PERFORM 9910-MST-IO-ABORT THRU 9910-EXIT
050200     END-IF.
050300     MOVE SPACES TO BACKUP-RECORD.
050400     SET BKP-LDGMST TO TRUE.
050500     MOVE LEDGER-MASTER-RECORD TO BKP-IMAGE.
050600     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
050700 3050-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 3100-TAKE-HISTORY - TAKE THE POSTING HISTORY, IN KEY ORDER.
051100*----------------------------------------------------------------
051200 3100-TAKE-HISTORY.
051300     MOVE ZERO TO BKU-RECORD-SEQ.
051400     MOVE "N" TO BKU-EOF-SW.
051500     OPEN INPUT HISTORY-FILE.
051600     IF BKU-HST-FILE-STATUS = "35"
051700         MOVE "PSTHST" TO BKU-F-FILE
051800         PERFORM 3900-PRINT-NOT-ON-FILE THRU 3900-EXIT
051900         GO TO 3100-EXIT
052000     END-IF.
052100     IF BKU-HST-FILE-STATUS NOT = "00"
052200         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
052300     END-IF.
052400     PERFORM 3150-TAKE-ONE-HISTORY THRU 3150-EXIT
052500         UNTIL BKU-EOF-YES.
052600     CLOSE HISTORY-FILE.
052700     MOVE BKU-RECORD-SEQ TO BKU-HST-COUNT.
052800     MOVE "PSTHST" TO BKU-F-FILE.
052900     MOVE BKU-HST-COUNT TO BKU-F-COUNT.
053000     MOVE SPACES TO BKU-F-NOTE.
053100     WRITE BACKUP-REPORT-LINE FROM BKU-FILE-LINE.
053200 3100-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500* 3150-TAKE-ONE-HISTORY - READ ONE POSTING HISTORY RECORD AND
053600* WRITE ITS IMAGE INTO THE GENERATION.
053700*----------------------------------------------------------------
053800 3150-TAKE-ONE-HISTORY.
053900     READ HISTORY-FILE
054000         AT END
054100             SET BKU-EOF-YES TO TRUE
054200             GO TO 3150-EXIT
054300     END-READ.
054400     IF BKU-HST-FILE-STATUS NOT = "00"
054500         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
054600     END-IF.
054700     MOVE SPACES TO BACKUP-RECORD.
054800     SET BKP-PSTHST TO TRUE.
054900     MOVE POSTING-HISTORY-RECORD TO BKP-IMAGE.
055000     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
055100 3150-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------
055400* 3200-TAKE-SUSPENSE - TAKE THE SUSPENSE DETAIL FILE, FRONT TO
055500* BACK, SO IT COMES BACK IN THE ORDER IT WAS WRITTEN.
055600*----------------------------------------------------------------
055700 3200-TAKE-SUSPENSE.
055800     MOVE ZERO TO BKU-RECORD-SEQ.
055900     MOVE "N" TO BKU-EOF-SW.
056000     OPEN INPUT SUSPENSE-FILE.
056100     IF BKU-SUS-FILE-STATUS = "35"
056200         MOVE "SUSDET" TO BKU-F-FILE
056300         PERFORM 3900-PRINT-NOT-ON-FILE THRU 3900-EXIT
056400         GO TO 3200-EXIT
056500     END-IF.
056600     IF BKU-SUS-FILE-STATUS NOT = "00"
056700         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
056800     END-IF.
056900     PERFORM 3250-TAKE-ONE-SUSPENSE THRU 3250-EXIT
057000         UNTIL BKU-EOF-YES.
057100     CLOSE SUSPENSE-FILE.
057200     MOVE BKU-RECORD-SEQ TO BKU-SUS-COUNT.
057300     MOVE "SUSDET" TO BKU-F-FILE.
057400     MOVE BKU-SUS-COUNT TO BKU-F-COUNT.
057500     MOVE SPACES TO BKU-F-NOTE.
057600     WRITE BACKUP-REPORT-LINE FROM BKU-FILE-LINE.
057700 3200-EXIT.
057800     EXIT.
057900*----------------------------------------------------------------
058000* 3250-TAKE-ONE-SUSPENSE - READ ONE SUSPENSE DETAIL RECORD AND
058100* WRITE ITS IMAGE INTO THE GENERATION.
058200*----------------------------------------------------------------
058300 3250-TAKE-ONE-SUSPENSE.
058400     READ SUSPENSE-FILE
058500         AT END
058600             SET BKU-EOF-YES TO TRUE
058700             GO TO 3250-EXIT
058800     END-READ.
058900     IF BKU-SUS-FILE-STATUS NOT = "00"
059000         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
059100     END-IF.
059200     MOVE SPACES TO BACKUP-RECORD.
059300     SET BKP-SUSDET TO TRUE.
059400     MOVE SUSPENSE-RECORD TO BKP-IMAGE.
059500     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
059600 3250-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900* 3300-TAKE-CHECKPOINT - TAKE LDGPOST'S CHECKPOINT FILE.  AN
060000* EMPTY CHECKPOINT (THE USUAL CASE - LDGPOST EMPTIES IT ON A
060100* CLEAN FINISH) IS TAKEN AS EMPTY.
060200*----------------------------------------------------------------
060300 3300-TAKE-CHECKPOINT.
060400     MOVE ZERO TO BKU-RECORD-SEQ.
060500     MOVE "N" TO BKU-EOF-SW.
060600     OPEN INPUT CHECKPOINT-FILE.
060700     IF BKU-CKP-FILE-STATUS = "35"
060800         MOVE "LPCKPT" TO BKU-F-FILE
060900         PERFORM 3900-PRINT-NOT-ON-FILE THRU 3900-EXIT
061000         GO TO 3300-EXIT
061100     END-IF.
061200     IF BKU-CKP-FILE-STATUS NOT = "00"
061300         PERFORM 9940-CKP-IO-ABORT THRU 9940-EXIT
061400     END-IF.
061500     PERFORM 3350-TAKE-ONE-CHECKPOINT THRU 3350-EXIT
061600         UNTIL BKU-EOF-YES.
061700     CLOSE CHECKPOINT-FILE.
061800     MOVE BKU-RECORD-SEQ TO BKU-CKP-COUNT.
061900     MOVE "LPCKPT" TO BKU-F-FILE.
062000     MOVE BKU-CKP-COUNT TO BKU-F-COUNT.
062100     MOVE SPACES TO BKU-F-NOTE.
062200     WRITE BACKUP-REPORT-LINE FROM BKU-FILE-LINE.
062300 3300-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 3350-TAKE-ONE-CHECKPOINT - READ ONE CHECKPOINT RECORD AND WRITE
062700* ITS IMAGE INTO THE GENERATION.
062800*----------------------------------------------------------------
062900 3350-TAKE-ONE-CHECKPOINT.
063000     READ CHECKPOINT-FILE
063100         AT END
063200             SET BKU-EOF-YES TO TRUE
063300             GO TO 3350-EXIT
063400     END-READ.
063500     IF BKU-CKP-FILE-STATUS NOT = "00"
063600         PERFORM 9940-CKP-IO-ABORT THRU 9940-EXIT
063700     END-IF.
063800     MOVE SPACES TO BACKUP-RECORD.
063900     SET BKP-LPCKPT TO TRUE.
064000     MOVE CHECKPOINT-IMAGE TO BKP-IMAGE.
064100     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
064200 3350-EXIT.
064300     EXIT.
064400*----------------------------------------------------------------
064500* 3400-TAKE-HELD - TAKE THE HELD-ITEMS FILE, IN KEY ORDER.
064600*----------------------------------------------------------------
064700 3400-TAKE-HELD.
064800     MOVE ZERO TO BKU-RECORD-SEQ.
064900     MOVE "N" TO BKU-EOF-SW.
065000     OPEN INPUT HELD-FILE.
065100     IF BKU-HLD-FILE-STATUS = "35"
065200         MOVE "HLDMST" TO BKU-F-FILE
065300         PERFORM 3900-PRINT-NOT-ON-FILE THRU 3900-EXIT
065400         GO TO 3400-EXIT
065500     END-IF.
065600     IF BKU-HLD-FILE-STATUS NOT = "00"
065700         PERFORM 9950-HLD-IO-ABORT THRU 9950-EXIT
065800     END-IF.
065900     PERFORM 3450-TAKE-ONE-HELD THRU 3450-EXIT
066000         UNTIL BKU-EOF-YES.
066100     CLOSE HELD-FILE.
066200     MOVE BKU-RECORD-SEQ TO BKU-HLD-COUNT.
066300     MOVE "HLDMST" TO BKU-F-FILE.
066400     MOVE BKU-HLD-COUNT TO BKU-F-COUNT.
066500     MOVE SPACES TO BKU-F-NOTE.
066600     WRITE BACKUP-REPORT-LINE FROM BKU-FILE-LINE.
066700 3400-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000* 3450-TAKE-ONE-HELD - READ ONE HELD ITEM AND WRITE ITS IMAGE
067100* INTO THE GENERATION.
067200*----------------------------------------------------------------
067300 3450-TAKE-ONE-HELD.
067400     READ HELD-FILE
067500         AT END
067600             SET BKU-EOF-YES TO TRUE
067700             GO TO 3450-EXIT
067800     END-READ.
067900     IF BKU-HLD-FILE-STATUS NOT = "00"
068000         PERFORM 9950-HLD-IO-ABORT THRU 9950-EXIT
068100     END-IF.
068200     MOVE SPACES TO BACKUP-RECORD.
068300     SET BKP-HLDMST TO TRUE.
068400     MOVE HELD-ITEM-RECORD TO BKP-IMAGE.
068500     PERFORM 2900-WRITE-IMAGE THRU 2900-EXIT.
068600 3450-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900* 3900-PRINT-NOT-ON-FILE - A FILE THAT DOES NOT EXIST YET IS
069000* TAKEN AS EMPTY; LDGROLL PUTS IT BACK EMPTY.  SAY SO ON THE
069100* LISTING.
069200*----------------------------------------------------------------
069300 3900-PRINT-NOT-ON-FILE.
069400     MOVE ZERO TO BKU-F-COUNT.
069500     MOVE "NOT ON FILE" TO BKU-F-NOTE.
069600     WRITE BACKUP-REPORT-LINE FROM BKU-FILE-LINE.
069700 3900-EXIT.
069800     EXIT.
069900*----------------------------------------------------------------
070000* 4000-FINISH-GENERATION - EVERY FILE IS IN.  PUT THE COUNTS ON
070100* THE HEADER AND MARK THE GENERATION COMPLETE - ONLY NOW MAY
070200* LDGROLL RESTORE IT.
070300*----------------------------------------------------------------
070400 4000-FINISH-GENERATION.
070500     MOVE BKU-GENERATION TO BKP-GENERATION.
070600     MOVE SPACE TO BKP-FILE-CODE.
070700     MOVE ZERO TO BKP-RECORD-SEQ.
070800     READ BACKUP-FILE
070900         INVALID KEY
071000             PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
071100     END-READ.
071200     IF BKU-BKP-FILE-STATUS NOT = "00"
071300         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
071400     END-IF.
071500     MOVE BKU-MST-COUNT TO BKH-MST-COUNT.
071600     MOVE BKU-HST-COUNT TO BKH-HST-COUNT.
071700     MOVE BKU-SUS-COUNT TO BKH-SUS-COUNT.
071800     MOVE BKU-CKP-COUNT TO BKH-CKP-COUNT.
071900     MOVE BKU-HLD-COUNT TO BKH-HLD-COUNT.
072000     SET BKH-COMPLETE TO TRUE.
072100     REWRITE BACKUP-RECORD
072200         INVALID KEY
072300             PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
072400     END-REWRITE.
072500     IF BKU-BKP-FILE-STATUS NOT = "00"
072600         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
072700     END-IF.
072800 4000-EXIT.
072900     EXIT.
073000*----------------------------------------------------------------
073100* 5000-PURGE - DELETE EVERY GENERATION OLDER THAN THE LAST
073200* BKU-KEEP-COUNT, THE ONE JUST TAKEN INCLUDED.  THE STORE IS
073300* READ FROM GENERATION 1 (THE CONTROL RECORD IS GENERATION 0),
073400* SO A KEEP COUNT CUT SINCE THE LAST RUN PURGES EVERYTHING IT
073500* NO LONGER COVERS.
073600*----------------------------------------------------------------
073700 5000-PURGE.
073800     IF BKU-GENERATION NOT > BKU-KEEP-COUNT
073900         MOVE 1 TO BKU-OLDEST-KEPT
074000         GO TO 5000-EXIT
074100     END-IF.
074200     COMPUTE BKU-OLDEST-KEPT =
074300         BKU-GENERATION - BKU-KEEP-COUNT + 1.
074400     MOVE "N" TO BKU-PURGE-DONE-SW.
074500     MOVE 1 TO BKP-GENERATION.
074600     MOVE SPACE TO BKP-FILE-CODE.
074700     MOVE ZERO TO BKP-RECORD-SEQ.
074800     START BACKUP-FILE KEY IS NOT LESS THAN BKP-KEY
074900         INVALID KEY
075000             GO TO 5000-EXIT
075100     END-START.
075200     IF BKU-BKP-FILE-STATUS NOT = "00"
075300         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
075400     END-IF.
075500     PERFORM 5100-PURGE-ONE THRU 5100-EXIT
075600         UNTIL BKU-PURGE-DONE-YES.
075700 5000-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 5100-PURGE-ONE - READ THE NEXT RECORD ON THE STORE AND DELETE
076100* IT IF ITS GENERATION IS NO LONGER KEPT.  A HEADER GOING MEANS A
076200* WHOLE GENERATION IS GOING - LIST IT.
076300*----------------------------------------------------------------
076400 5100-PURGE-ONE.
076500     READ BACKUP-FILE NEXT RECORD
076600         AT END
076700             SET BKU-PURGE-DONE-YES TO TRUE
076800             GO TO 5100-EXIT
076900     END-READ.
077000     IF BKU-BKP-FILE-STATUS NOT = "00"
077100         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
077200     END-IF.
077300     IF BKP-GENERATION NOT < BKU-OLDEST-KEPT
077400         SET BKU-PURGE-DONE-YES TO TRUE
077500         GO TO 5100-EXIT
077600     END-IF.
077700     IF BKP-HEADER
077800         ADD 1 TO BKU-PURGED-COUNT
077900         MOVE BKP-GENERATION TO BKU-P-GENERATION
078000         WRITE BACKUP-REPORT-LINE FROM BKU-PURGE-LINE
078100     END-IF.
078200     DELETE BACKUP-FILE RECORD
078300         INVALID KEY
078400             PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
078500     END-DELETE.
078600     IF BKU-BKP-FILE-STATUS NOT = "00"
078700         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
078800     END-IF.
078900 5100-EXIT.
079000     EXIT.
079100*----------------------------------------------------------------
079200* 6000-LIST-KEPT - LIST EVERY GENERATION STILL ON THE STORE,
079300* OLDEST FIRST, WITH ITS STAMP - THE CHOICES LDGROLL HAS.
079400*----------------------------------------------------------------
079500 6000-LIST-KEPT.
079600     PERFORM 6100-LIST-ONE THRU 6100-EXIT
079700         VARYING BKU-LIST-GEN FROM BKU-OLDEST-KEPT BY 1
079800         UNTIL BKU-LIST-GEN > BKU-GENERATION.
079900 6000-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200* 6100-LIST-ONE - READ ONE GENERATION'S HEADER AND LIST IT.  A
080300* NUMBER WITH NO HEADER (A BACKUP THAT NEVER GOT THAT FAR) IS
080400* SKIPPED.
080500*----------------------------------------------------------------
080600 6100-LIST-ONE.
080700     MOVE BKU-LIST-GEN TO BKP-GENERATION.
080800     MOVE SPACE TO BKP-FILE-CODE.
080900     MOVE ZERO TO BKP-RECORD-SEQ.
081000     READ BACKUP-FILE
081100         INVALID KEY
081200             GO TO 6100-EXIT
081300     END-READ.
081400     IF BKU-BKP-FILE-STATUS NOT = "00"
081500         PERFORM 9900-BKP-IO-ABORT THRU 9900-EXIT
081600     END-IF.
081700     MOVE BKP-GENERATION TO BKU-K-GENERATION.
081800     MOVE BKH-STEP-NAME TO BKU-K-STEP.
081900     MOVE BKH-RUN-DATE TO BKU-K-DATE.
082000     MOVE BKH-RUN-TIME TO BKU-K-TIME.
082100     IF BKH-COMPLETE
082200         MOVE "COMPLETE" TO BKU-K-STATUS
082300     ELSE
082400         MOVE "INCOMPLETE" TO BKU-K-STATUS
082500     END-IF.
082600     WRITE BACKUP-REPORT-LINE FROM BKU-KEPT-LINE.
082700 6100-EXIT.
082800     EXIT.
082900*----------------------------------------------------------------
083000* 9000-TERMINATE - CLOSE THE STORE AND THE LISTING.
083100*----------------------------------------------------------------
083200 9000-TERMINATE.
083300     CLOSE BACKUP-FILE.
083400     CLOSE BACKUP-REPORT-FILE.
083500     DISPLAY "LDGBKUP - GENERATION " BKU-GENERATION
083600         " TAKEN BEFORE " CRD-STEP-NAME
083700         " - " BKU-PURGED-COUNT " PURGED".
083800 9000-EXIT.
083900     EXIT.
084000*----------------------------------------------------------------
084100* 9900-BKP-IO-ABORT - THE BACKUP STORE FAILED AN OPEN, A READ OR
084200* A WRITE.  THE GENERATION IN HAND STAYS MARKED INCOMPLETE AND
084300* LDGROLL WILL NOT RESTORE IT; STOP WITH RETURN-CODE 16 SO THE
084400* STEP IT PROTECTS DOES NOT RUN UNPROTECTED.
084500*----------------------------------------------------------------
084600 9900-BKP-IO-ABORT.
084700     DISPLAY "LDGBKUP - BACKUP STORE I-O FAILURE - STATUS "
084800         BKU-BKP-FILE-STATUS.
084900     MOVE 16 TO RETURN-CODE.
085000     STOP RUN.
085100 9900-EXIT.
085200     EXIT.
085300*----------------------------------------------------------------
085400* 9910-MST-IO-ABORT - THE LEDGER MASTER FAILED AN OPEN OR A READ.
085500*----------------------------------------------------------------
085600 9910-MST-IO-ABORT.
085700     DISPLAY "LDGBKUP - LEDGER MASTER I-O FAILURE - STATUS "
085800         BKU-MST-FILE-STATUS.
085900     MOVE 16 TO RETURN-CODE.
086000     STOP RUN.
086100 9910-EXIT.
086200     EXIT.
086300*----------------------------------------------------------------
086400* 9920-HST-IO-ABORT - THE POSTING HISTORY FAILED AN OPEN OR A
086500* READ.
086600*----------------------------------------------------------------
086700 9920-HST-IO-ABORT.
086800     DISPLAY "LDGBKUP - POSTING HISTORY I-O FAILURE - STATUS "
086900         BKU-HST-FILE-STATUS.
087000     MOVE 16 TO RETURN-CODE.
087100     STOP RUN.
087200 9920-EXIT.
087300     EXIT.
087400*----------------------------------------------------------------
087500* 9930-SUS-IO-ABORT - THE SUSPENSE DETAIL FILE FAILED AN OPEN OR
087600* A READ.
087700*----------------------------------------------------------------
087800 9930-SUS-IO-ABORT.
087900     DISPLAY "LDGBKUP - SUSPENSE DETAIL I-O FAILURE - STATUS "
088000         BKU-SUS-FILE-STATUS.
088100     MOVE 16 TO RETURN-CODE.
088200     STOP RUN.
088300 9930-EXIT.
088400     EXIT.
088500*----------------------------------------------------------------
088600* 9940-CKP-IO-ABORT - THE CHECKPOINT FILE FAILED AN OPEN OR A
088700* READ.
088800*----------------------------------------------------------------
088900 9940-CKP-IO-ABORT.
089000     DISPLAY "LDGBKUP - CHECKPOINT I-O FAILURE - STATUS "
089100         BKU-CKP-FILE-STATUS.
089200     MOVE 16 TO RETURN-CODE.
089300     STOP RUN.
089400 9940-EXIT.
089500     EXIT.
089600*----------------------------------------------------------------
089700* 9950-HLD-IO-ABORT - THE HELD-ITEMS FILE FAILED AN OPEN OR A
089800* READ.
089900*----------------------------------------------------------------
090000 9950-HLD-IO-ABORT.
090100     DISPLAY "LDGBKUP - HELD ITEMS I-O FAILURE - STATUS "
090200         BKU-HLD-FILE-STATUS.
090300     MOVE 16 TO RETURN-CODE.
090400     STOP RUN.
090500 9950-EXIT.
090600     EXIT.
090700*----------------------------------------------------------------
090800* 9960-RCM-IO-ABORT - THE RUN-CONTROL MASTER FAILED AN OPEN OR A
090900* READ.
091000*----------------------------------------------------------------
091100 9960-RCM-IO-ABORT.
091200     DISPLAY "LDGBKUP - RUN CONTROL I-O FAILURE - STATUS "
091300         BKU-RCM-FILE-STATUS.
091400     MOVE 16 TO RETURN-CODE.
091500     STOP RUN.
091600 9960-EXIT.
091700     EXIT.
