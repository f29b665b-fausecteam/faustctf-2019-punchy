006525*                    NOR LOGS - A PRE-FLIGHT IS NOT A RUN.
006526*----------------------------------------------------------------
006530 ENVIRONMENT DIVISION.
006531*----------------------------------------------------------------
006532* MODIFICATION HISTORY (CONTINUED)
006533*----------------------------------------------------------------
006534*  10/15/2026  JH    REVERSING ENTRY CARD.  AN "RV" CARD (SEE
006535*                    CARDIMG.CPY) NAMES AN EARLIER RUN DATE AND
006536*                    JOURNAL RECORD NUMBER.  THE ORIGINAL IS
006537*                    LOOKED UP IN THE JOURNAL HISTORY (JRNALL)
006538*                    AND MUST EXIST, MUST HAVE BEEN "OK", AND
006539*                    MUST NOT ALREADY HAVE BEEN REVERSED - BY AN
006540*                    EARLIER RUN OR EARLIER IN THIS DECK.  A CARD
006541*                    THAT PASSES JOURNALS AS "REVERSAL" UNDER THE
006542*                    ORIGINAL'S ACCOUNT WITH THE EXACT NEGATIVE
006543*                    OF ITS TOTAL AND A POINTER BACK TO IT (SEE
006544*                    JOURNAL.CPY), AND COUNTS IN THE CONTROL AND
006545*                    BATCH TOTALS LIKE AN "OK" CARD.  ONE THAT
006546*                    FAILS GOES TO THE REJECT DECK AS "RV".
006547*                    THE LISTING SHOWS WHAT EACH RV CARD
006548*                    REVERSES.  CHECKED ON AN EDIT PASS TOO.
006549*  10/15/2026  JH    THE PERIOD CONTROL RECORD NOW ALSO CARRIES
006550*                    THE YEAR YREND LAST CLOSED (SEE
006551*                    PERDCTL.CPY).  A CARD DATED ANYWHERE IN A
006552*                    CLOSED YEAR GOES TO THE REJECT DECK AS
006553*                    "CLOSEDPD"/"CP" LIKE ONE DATED INTO A
006554*                    CLOSED MONTH - THE YEAR'S DECEMBER IS TAKEN
006555*                    AS THE CLOSED-THROUGH MONTH WHEN THE MONTH
006556*                    ON FILE IS EARLIER.
006557*  10/15/2026  JH    DECK REGISTRY (DCKREG, SEE DECKREG.CPY).
006558*                    RUNLOG ONLY STOPS A SECOND RUN FOR THE SAME
006559*                    RUN DATE; THE SAME PHYSICAL DECK FED AGAIN
006560*                    THE NEXT NIGHT POSTED A WHOLE DEPARTMENT'S
006561*                    DAY TWICE.  AT STARTUP - EDIT PASS INCLUDED -
006562*                    THE DECK IS NOW READ ONCE AHEAD OF THE RUN
006563*                    AND FINGERPRINTED, AS A WHOLE AND BATCH BY
006564*                    BATCH: THE EXPECTED COUNT AND TOTAL OFF ITS
006565*                    "TR"/"BT" CARD, THE FIRST AND LAST SEQUENCE
006566*                    NUMBERS AND A HASH OF THE DETAIL CARD
006567*                    IMAGES.  A DECK OR BATCH ALREADY IN THE
006568*                    REGISTRY UNDER AN EARLIER RUN DATE IS NAMED
006569*                    WITH THAT DATE AND THE RUN STOPS WITH
006570*                    RETURN-CODE 16, UNLESS A SUPERVISOR HAS
006571*                    AUTHORIZED THE RESUBMISSION THROUGH DCKAUTH.
006572*                    A CLEAN PRODUCTION END-OF-JOB (LOGGED UNDER
006573*                    RETURN-CODE 8) RECORDS THE FINGERPRINTS WITH
006574*                    THE RUN DATE AND USES UP ANY AUTHORIZATION.
006576*  10/15/2026  JH    AN "RV" CARD WHOSE ORIGINAL LDGPOST HELD
006578*                    (SEE HOLDITM.CPY) AND HLDRLSE HAS NOT
006580*                    RELEASED IS NOW REJECTED AS "RV" - THE
006582*                    MASTER NEVER GOT THE ORIGINAL'S MONEY, SO THE
006584*                    REVERSAL WOULD HAVE POSTED AGAINST NOTHING,
006586*                    AND A LATER RELEASE WOULD HAVE POSTED IT
006588*                    AFTER ALL.  THE ITEM IS LOOKED UP ON HLDMST;
006590*                    ONE STILL HELD OR CANCELLED REFUSES THE CARD.
006592*                    RELEASE OR CANCEL THE HOLD INSTEAD.
006599*----------------------------------------------------------------
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER. GENERIC.
006800 OBJECT-COMPUTER. GENERIC.
007910     SELECT PARM-FILE ASSIGN TO "PARMIN"
007920         ORGANIZATION IS SEQUENTIAL
007930         FILE STATUS IS PCH-PARM-FILE-STATUS.
007931     SELECT HELD-FILE ASSIGN TO "HLDMST"
007932         ORGANIZATION IS INDEXED
007933         ACCESS MODE IS RANDOM
007934         RECORD KEY IS HLD-KEY
007935         FILE STATUS IS PCH-HLD-FILE-STATUS.
007940     SELECT EDIT-LIST-FILE ASSIGN TO "EDTOUT"
007950         ORGANIZATION IS LINE SEQUENTIAL.
007960     SELECT BALANCE-FWD-FILE ASSIGN TO "BALFWD"
007982     SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
007984         ORGANIZATION IS SEQUENTIAL
007986         FILE STATUS IS PCH-PRD-FILE-STATUS.
007988     SELECT JOURNAL-HISTORY-FILE ASSIGN TO "JRNALL"
007990         ORGANIZATION IS SEQUENTIAL
007992         FILE STATUS IS PCH-JHS-FILE-STATUS.
007993     SELECT DECK-REGISTRY-FILE ASSIGN TO "DCKREG"
007994         ORGANIZATION IS INDEXED
007995         ACCESS MODE IS RANDOM
007996         RECORD KEY IS DKR-KEY
007997         FILE STATUS IS PCH-DKR-FILE-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008102*----------------------------------------------------------------
008104* JOURNAL-HISTORY-FILE - EVERY JOURNAL SINCE THE LAST YEAR-END,
008106* CONCATENATED BY OPERATIONS INTO JRNALL (THE SAME FILE TRIALBAL
008108* READS).  SCANNED FOR EACH REVERSAL CARD TO FIND THE ORIGINAL IT
008110* NAMES AND ANY EARLIER REVERSAL OF IT.  SAME LAYOUT AS THE
008112* JOURNAL, UNDER JHS- NAMES.  SEE JOURNAL.CPY.
008114*----------------------------------------------------------------
008116 FD  JOURNAL-HISTORY-FILE
008118     LABEL RECORDS ARE STANDARD
008120     RECORD CONTAINS 136 CHARACTERS.
008122 COPY JOURNAL REPLACING LEADING ==JRN-== BY ==JHS-==
008124     ==JOURNAL-RECORD== BY ==JOURNAL-HISTORY-RECORD==.
008126*----------------------------------------------------------------
008128* DECK-REGISTRY-FILE - THE PERMANENT REGISTRY OF EVERY DECK AND
008130* BATCH A CLEAN PRODUCTION RUN HAS TAKEN, KEYED BY ITS
008132* FINGERPRINT.  READ AT STARTUP TO REFUSE A DECK OR BATCH FED
008134* AGAIN; WRITTEN AT END-OF-JOB.  SEE DECKREG.CPY.
008136*----------------------------------------------------------------
008138 FD  DECK-REGISTRY-FILE
008140     LABEL RECORDS ARE STANDARD
008142     RECORD CONTAINS 80 CHARACTERS.
008144 COPY DECKREG.
008145*----------------------------------------------------------------
008150* HELD-FILE - THE HELD-ITEMS FILE LDGPOST WRITES AND HLDRLSE
008155* STAMPS.  READ BY KEY FOR EACH REVERSAL CARD - AN ORIGINAL STILL
008160* HELD OR CANCELLED THERE NEVER REACHED THE MASTER AND CANNOT BE
008165* REVERSED.  SEE HOLDITM.CPY.
008170*----------------------------------------------------------------
008175 FD  HELD-FILE
008180     LABEL RECORDS ARE STANDARD
008185     RECORD CONTAINS 80 CHARACTERS.
008190 COPY HOLDITM.
008200*----------------------------------------------------------------
008300* CARD-FILE - ONE CARD IMAGE PER TRANSACTION, CARRYING A LIST OF
008400* UP TO 10 AMOUNTS TO BE SUMMED.  EACH AMOUNT IS SIGNED, TWO-
011825* CORRECT COLUMNS 1-120 AND RESUBMIT THEM AS A FOLLOW-UP DECK.
011826* LIKE EVERY DECK, THE FOLLOW-UP DECK NEEDS ITS OWN HD/TR
011827* CONTROL CARDS PUNCHED FOR IT, OR THE RUN WILL NOT BALANCE.
011828* REASON "RV" IS A REVERSAL CARD WHOSE ORIGINAL IS MISSING, NOT
011829* "OK", REVERSED, HELD OR CANCELLED, OR ON ANOTHER ACCOUNT.
011830*----------------------------------------------------------------
011835 FD  REJECT-FILE
011840     LABEL RECORDS ARE STANDARD
013144     RECORD CONTAINS 40 CHARACTERS.
013145 COPY PERDCTL.
013150 WORKING-STORAGE SECTION.
013152* CARD-IMAGE HASH WORK - THE DETAIL CARD A COLUMN AT A TIME, THE
013154* COLUMN, ITS CHARACTER'S PLACE IN PCH-CHARSET (ONE PAST THE END
013156* FOR A CHARACTER NOT IN IT), AND THE CARD'S OWN HASH.
013158 01  PCH-HASH-IMAGE             PIC X(120).
013160 01  PCH-HASH-IMAGE-X REDEFINES PCH-HASH-IMAGE.
013162     05  PCH-HASH-BYTE          PIC X(01) OCCURS 120 TIMES.
013164 77  PCH-HASH-COL               PIC 9(04) COMP.
013166 77  PCH-CHAR-INDEX             PIC 9(04) COMP.
013168 77  PCH-CHAR-VALUE             PIC 9(04) COMP.
013170 77  PCH-CARD-HASH              PIC 9(08) COMP.
013172* THE CHARACTERS A CARD CAN CARRY, IN THE ORDER THAT GIVES EACH
013174* ITS HASH VALUE.  A BLANK COLUMN ADDS NOTHING.
013176 77  PCH-CHARSET-MAX            PIC 9(04) COMP VALUE 48.
013178 01  PCH-CHARSET                PIC X(48) VALUE
013180     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ+-.,/*$()&=#".
013182 01  PCH-CHARSET-X REDEFINES PCH-CHARSET.
013184     05  PCH-CHARSET-CHAR       PIC X(01) OCCURS 48 TIMES.
013200* NUMBER OF CARDS BETWEEN CHECKPOINTS.
013300 77  PCH-CHECKPOINT-INTERVAL PIC 9(04) VALUE 50.
013400* WORK FIELDS FOR THE CHECKPOINT-INTERVAL TEST.
013700* FILE STATUS FOR CHECKPOINT-FILE - "35" (FILE NOT FOUND) ON
013800* OPEN INPUT SIMPLY MEANS THIS IS THE FIRST RUN OF THE DECK.
013900 01  PCH-CKP-FILE-STATUS     PIC X(02).
013902* FILE STATUS FOR JOURNAL-HISTORY-FILE - "35" (FILE NOT FOUND)
013904* MEANS NO JOURNAL HISTORY, SO NO ORIGINAL CAN BE FOUND.
013906 01  PCH-JHS-FILE-STATUS     PIC X(02).
013910* FILE STATUS FOR PARM-FILE - "35" (FILE NOT FOUND) SIMPLY
013920* MEANS A NORMAL PRODUCTION RUN.
013930 01  PCH-PARM-FILE-STATUS    PIC X(02).
013983     05  FILLER                 PIC 9(02).
013984 77  PCH-EFF-MAX-DD             PIC 9(02).
013985 01  PCH-CLOSED-THRU            PIC 9(06) VALUE ZERO.
013986* DECEMBER OF THE YEAR YREND LAST CLOSED, YYYYMM - EVERYTHING
013987* UP TO IT IS CLOSED WHATEVER MONTH THE CLOSE HAS REACHED.
013988 01  PCH-YEAR-END-MONTH         PIC 9(06) VALUE ZERO.
013989* FILE STATUS FOR DECK-REGISTRY-FILE - "35" (FILE NOT FOUND) AT
013990* STARTUP MEANS NO DECK HAS EVER BEEN REGISTERED; AT END-OF-JOB
013991* THE FILE IS CREATED.  ANY OTHER FAILURE ABORTS IN
013992* 9900-REGISTRY-IO-ABORT.
013993 01  PCH-DKR-FILE-STATUS     PIC X(02).
013994* FILE STATUS FOR HELD-FILE - "35" (FILE NOT FOUND) MEANS
013996* NOTHING HAS EVER BEEN HELD.  ANY OTHER FAILURE STOPS THE RUN.
013998 01  PCH-HLD-FILE-STATUS     PIC X(02).
014000* SUBSCRIPT INTO CARD-AMOUNT-TABLE / LDG-AMOUNT-TABLE.
014100 77  PCH-AMOUNT-INDEX        PIC 9(02) COMP.
014200* LEDGER-RECORD (LDG-AMOUNT-COUNT, LDG-AMOUNT-TABLE, LDG-TOTAL)
016300         88  PCH-RESTART-YES                 VALUE "Y".
016400     05  PCH-TRIM-EOF-SW        PIC X(01) VALUE "N".
016500         88  PCH-TRIM-EOF-YES                VALUE "Y".
016501     05  PCH-REVERSAL-CARD-SW   PIC X(01) VALUE "N".
016502         88  PCH-REVERSAL-CARD-YES           VALUE "Y".
016503     05  PCH-JHS-EOF-SW         PIC X(01) VALUE "N".
016504         88  PCH-JHS-EOF-YES                 VALUE "Y".
016505     05  PCH-ORIG-FOUND-SW      PIC X(01) VALUE "N".
016506         88  PCH-ORIG-FOUND-YES              VALUE "Y".
016507     05  PCH-REV-FOUND-SW       PIC X(01) VALUE "N".
016508         88  PCH-REV-FOUND-YES               VALUE "Y".
016510     05  PCH-HEADER-SEEN-SW     PIC X(01) VALUE "N".
016520         88  PCH-HEADER-SEEN-YES             VALUE "Y".
016530     05  PCH-TRAILER-SEEN-SW    PIC X(01) VALUE "N".
016602         88  PCH-CLOSED-PD-YES               VALUE "Y".
016603* RUN DATE, USED ON THE REPORT PAGE HEADER AND THE JOURNAL.
016604 01  RPT-RUN-DATE               PIC 9(08).
016605* THE REVERSAL CARD IN FLIGHT - THE ORIGINAL IT NAMES, WHAT THE
016606* JOURNAL HISTORY SAYS ABOUT THAT ORIGINAL (DISPOSITION, ACCOUNT
016607* AND TOTAL), AND THE RUN DATE AND RECORD NUMBER OF ANY EARLIER
016608* REVERSAL OF IT.  PCH-REV-ACCOUNT IS THE CARD'S OWN ACCOUNT
016609* UNTIL THE ORIGINAL IS FOUND.  PCH-REV-BY-RECORD IS THE
016610* REVERSAL CARD'S OWN RECORD NUMBER.
016611 01  PCH-REVERSAL-WORK.
016612     05  PCH-REV-ORIG-DATE      PIC 9(08) VALUE ZERO.
016613     05  PCH-REV-ORIG-RECORD    PIC 9(06) VALUE ZERO.
016614     05  PCH-REV-ORIG-DISP      PIC X(08) VALUE SPACES.
016615     05  PCH-REV-ACCOUNT        PIC X(04) VALUE SPACES.
016616     05  PCH-REV-ORIG-TOTAL     PIC S9(7)V99 VALUE ZERO.
016617     05  PCH-REV-PRIOR-DATE     PIC 9(08) VALUE ZERO.
016618     05  PCH-REV-PRIOR-RECORD   PIC 9(06) VALUE ZERO.
016619     05  PCH-REV-BY-RECORD      PIC 9(06) VALUE ZERO.
016620* REVERSALS ALREADY ACCEPTED IN THIS DECK - THE ORIGINAL EACH ONE
016621* NAMES AND ITS OWN RECORD NUMBER - SO A SECOND RV CARD FOR THE
016622* SAME ORIGINAL IS REFUSED BEFORE EITHER REACHES JRNALL.  A
016623* RESTART REBUILDS IT FROM THE JOURNAL IT KEEPS.
016624 77  PCH-REV-MAX             PIC 9(04) COMP VALUE 200.
016625 77  PCH-REV-INDEX           PIC 9(04) COMP.
016626 01  PCH-REV-TABLE.
016627     05  PCH-REV-USED           PIC 9(04) COMP VALUE ZERO.
016628     05  PCH-REV-ENTRY OCCURS 200 TIMES.
016629         10  PCH-REV-T-DATE       PIC 9(08).
016630         10  PCH-REV-T-RECORD     PIC 9(06).
016631         10  PCH-REV-T-BY-RECORD  PIC 9(06).
016632* THE FINGERPRINT OF THE DECK, AND OF THE BATCH IN HAND, AS
016633* 7000-SCAN-DECK READS THE DECK: DETAIL CARDS SEEN, THE EXPECTED
016634* FIGURES OFF THE "TR" OR "BT" CARD, THE SEQUENCE NUMBERS ON THE
016635* FIRST AND LAST DETAIL CARDS, AND THE CARD-IMAGE HASH.
016636 01  PCH-DECK-PRINT.
016637     05  PCH-DP-COUNT           PIC 9(06) COMP VALUE ZERO.
016638     05  PCH-DP-EXP-COUNT       PIC 9(06) VALUE ZERO.
016639     05  PCH-DP-EXP-TOTAL       PIC S9(9)V99 VALUE ZERO.
016640     05  PCH-DP-FIRST-SEQ       PIC X(06) VALUE SPACES.
016641     05  PCH-DP-LAST-SEQ        PIC X(06) VALUE SPACES.
016642     05  PCH-DP-HASH            PIC 9(12) COMP VALUE ZERO.
016643 01  PCH-BATCH-PRINT.
016644     05  PCH-BP-DEPARTMENT      PIC X(04) VALUE SPACES.
016645     05  PCH-BP-COUNT           PIC 9(06) COMP VALUE ZERO.
016646     05  PCH-BP-EXP-COUNT       PIC 9(06) VALUE ZERO.
016647     05  PCH-BP-EXP-TOTAL       PIC S9(9)V99 VALUE ZERO.
016648     05  PCH-BP-FIRST-SEQ       PIC X(06) VALUE SPACES.
016649     05  PCH-BP-LAST-SEQ        PIC X(06) VALUE SPACES.
016650     05  PCH-BP-HASH            PIC 9(12) COMP VALUE ZERO.
016651* THE REGISTRY KEY BEING CHECKED OR RECORDED - SAME LAYOUT AS
016652* DKR-KEY - AND ITS DETAIL CARD COUNT.
016653 01  PCH-REG-KEY.
016654     05  PCH-REG-TYPE           PIC X(01).
016655     05  PCH-REG-DEPARTMENT     PIC X(04).
016656     05  PCH-REG-EXP-COUNT      PIC 9(06).
016657     05  PCH-REG-EXP-TOTAL      PIC S9(9)V99.
016658     05  PCH-REG-FIRST-SEQ      PIC X(06).
016659     05  PCH-REG-LAST-SEQ       PIC X(06).
016660     05  PCH-REG-HASH           PIC 9(12).
016661* REGISTRY WORK - WHETHER THE SCAN CHECKS ("C", AT STARTUP) OR
016662* RECORDS ("R", AT END-OF-JOB), TODAY'S DATE FOR THE CHECK, HOW
016663* MANY DUPLICATES THE CHECK FOUND, AND THE "DECK"/"BATCH NNNN"
016664* LABEL FOR THE CONSOLE AND THE EDIT LISTING.
016665 01  PCH-REG-WORK.
016666     05  PCH-REG-MODE-SW        PIC X(01) VALUE "C".
016667         88  PCH-REG-CHECK                   VALUE "C".
016668         88  PCH-REG-RECORD                  VALUE "R".
016669     05  PCH-REG-DETAIL-COUNT   PIC 9(06) COMP VALUE ZERO.
016670     05  PCH-REG-TODAY          PIC 9(08) VALUE ZERO.
016671     05  PCH-DUP-COUNT          PIC 9(04) COMP VALUE ZERO.
016672     05  PCH-REG-LABEL.
016673         10  PCH-REG-LABEL-TYPE   PIC X(06).
016674         10  PCH-REG-LABEL-DEPT   PIC X(04).
016675* SWITCHES FOR THE DECK REGISTRY SCAN (SEE 7000-SCAN-DECK).
016676 01  PCH-SCAN-SWITCHES.
016677     05  PCH-SCAN-EOF-SW        PIC X(01) VALUE "N".
016678         88  PCH-SCAN-EOF-YES                VALUE "Y".
016679     05  PCH-SCAN-HDR-SW        PIC X(01) VALUE "N".
016680         88  PCH-SCAN-HDR-YES                VALUE "Y".
016681     05  PCH-SCAN-TRL-SW        PIC X(01) VALUE "N".
016682         88  PCH-SCAN-TRL-YES                VALUE "Y".
016683     05  PCH-SCAN-BATCH-SW      PIC X(01) VALUE "N".
016684         88  PCH-SCAN-BATCH-YES              VALUE "Y".
016685     05  PCH-CHAR-FOUND-SW      PIC X(01) VALUE "N".
016686         88  PCH-CHAR-FOUND-YES              VALUE "Y".
016688* WHAT HLDMST SAYS ABOUT THE ORIGINAL A REVERSAL CARD NAMES -
016690* SPACE WHEN LDGPOST NEVER HELD IT.  SEE 2063-CHECK-HELD.
016692 01  PCH-REV-HOLD-STATUS        PIC X(01) VALUE SPACE.
016694     88  PCH-REV-ORIG-HELD                  VALUE "H".
016696     88  PCH-REV-ORIG-CANCELLED             VALUE "C".
016701* THE PRIOR CLOSE READ BACK FROM BALFWD AT STARTUP.
016702 01  PCH-PRIOR-CLOSE.
016703     05  PCH-PRIOR-DATE         PIC 9(08) VALUE ZERO.
017650     05  RPT-W-EXPECTED          PIC 9(08).
017651     05  FILLER                  PIC X(03) VALUE " **".
017652     05  FILLER                  PIC X(45) VALUE SPACES.
017653* REVERSAL LINE - PRINTED UNDER AN RV CARD'S DETAIL LINE, NAMING
017654* THE ORIGINAL IT REVERSES (AS PUNCHED) AND, WHEN IT WAS REFUSED
017655* FOR THAT REASON, THE REVERSAL ALREADY ON FILE.
017656 01  RPT-REVERSAL-LINE.
017657     05  FILLER                  PIC X(01) VALUE SPACE.
017658     05  FILLER                  PIC X(04) VALUE SPACES.
017659     05  FILLER                  PIC X(13) VALUE "REVERSES RUN ".
017660     05  RPT-RV-ORIG-DATE        PIC X(08).
017661     05  FILLER                  PIC X(08) VALUE " RECORD ".
017662     05  RPT-RV-ORIG-RECORD      PIC X(06).
017663     05  FILLER                  PIC X(02) VALUE SPACES.
017664     05  RPT-RV-BY-LABEL         PIC X(24).
017665     05  RPT-RV-BY-DATE          PIC X(08).
017666     05  RPT-RV-BY-REC-LABEL     PIC X(05).
017667     05  RPT-RV-BY-RECORD        PIC X(06).
017668     05  FILLER                  PIC X(48) VALUE SPACES.
017669* REGISTRY LINE - ON AN EDIT PASS, ONE PER DECK OR BATCH THE DECK
017670* REGISTRY SAYS WENT THROUGH BEFORE, WITH THAT RUN DATE AND ANY
017671* SUPERVISOR'S AUTHORIZATION TO RESUBMIT IT.
017672 01  RPT-DUP-LINE.
017673     05  FILLER                  PIC X(01) VALUE SPACE.
017674     05  RPT-DK-LABEL            PIC X(10).
017675     05  FILLER                  PIC X(01) VALUE SPACE.
017676     05  RPT-DK-VERDICT          PIC X(30).
017677     05  RPT-DK-RUN-DATE         PIC 9(08).
017678     05  FILLER                  PIC X(02) VALUE SPACES.
017679     05  RPT-DK-AUTH             PIC X(27).
017680     05  RPT-DK-SUPERVISOR       PIC X(08).
017681     05  FILLER                  PIC X(46) VALUE SPACES.
017700* REPORT DETAIL LINE - ONE PER TRANSACTION PROCESSED.
017800 01  RPT-DETAIL-LINE.
017900     05  RPT-D-CONTROL           PIC X(01) VALUE SPACE.
021000     STOP RUN.
021100*----------------------------------------------------------------
021110* 1000-INITIALIZE - READ THE PARM CARD AND, ON AN EDIT PASS,
021120* OPEN JUST THE DECK AND THE EDIT LISTING.  EITHER WAY, REFUSE
021140* A DECK OR BATCH THE DECK REGISTRY SAYS WENT THROUGH ON AN
021160* EARLIER NIGHT.  IN PRODUCTION:
021200* OPEN THE DECK, RUN THE RESTART CHECK, TRIM
021300* THE REPORT, JOURNAL AND REJECT FILES BACK TO THEIR LAST-
021400* CHECKPOINTED LENGTHS AND EXTEND THEM WHEN THIS IS A RESTART
021716         PERFORM 1005-CHECK-RUN-CONTROL THRU 1005-EXIT
021717     END-IF.
021720     PERFORM 1030-READ-PERIOD THRU 1030-EXIT.
021750     PERFORM 1035-APPLY-CLOSED-YEAR THRU 1035-EXIT.
021800     OPEN INPUT CARD-FILE.
021810*    AN EDIT PASS TOUCHES NO PRODUCTION FILE - NOT THE REPORT,
021820*    NOT EVEN THE CHECKPOINT - SO AN ABORTED PRODUCTION RUN CAN
021864         ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
021870         MOVE RPT-RUN-DATE TO RPT-H-DATE
021880         WRITE EDIT-LIST-LINE FROM RPT-HEADING-LINE
021885         PERFORM 1100-CHECK-DECK-REGISTRY THRU 1100-EXIT
021890         PERFORM 2100-READ-CARD THRU 2100-EXIT
021895         GO TO 1000-EXIT
021897     END-IF.
021898     PERFORM 1100-CHECK-DECK-REGISTRY THRU 1100-EXIT.
021900     PERFORM 1050-RESTART THRU 1050-EXIT.
022000     IF PCH-RESTART-YES
022100         PERFORM 1070-TRIM-REPORT THRU 1070-EXIT
034176         NOT AT END
034178             WRITE JOURNAL-SCRATCH-REC FROM JOURNAL-RECORD
034180             ADD 1 TO PCH-JOURNAL-REC-COUNT
034181             PERFORM 1093-NOTE-JRN-REVERSAL THRU 1093-EXIT
034182     END-READ.
034184 1092-EXIT.
034186     EXIT.
035202     IF PCH-IN-BATCH-YES
035204         ADD 1 TO PCH-BATCH-RECORD-COUNT
035206     END-IF.
035210     MOVE "N" TO PCH-REVERSAL-CARD-SW.
035220*    AN "RV" REVERSAL CARD IS A DETAIL CARD - COUNTED, SEQUENCED
035230*    AND BALANCED LIKE ONE - BUT CARRIES A REFERENCE INSTEAD OF
035240*    AMOUNTS, SO 2060 EDITS IT IN PLACE OF THE AMOUNT EDITS.
035250     IF CCC-REVERSAL
035260         PERFORM 2060-REVERSAL-CARD THRU 2060-EXIT
035270         GO TO 2000-CARD-DONE
035280     END-IF.
035300     PERFORM 2050-VALIDATE-CARD THRU 2050-EXIT.
035310*    A CARD THAT NEVER REACHES THE EFFECTIVE-DATE EDIT STILL
035320*    JOURNALS UNDER THE RUN DATE.
037740     IF PCH-EDIT-MODE
037750         IF PCH-REASON-CODE NOT = SPACES
037760             WRITE EDIT-LIST-LINE FROM RPT-DETAIL-LINE
037765             IF PCH-REVERSAL-CARD-YES
037770                 WRITE EDIT-LIST-LINE FROM RPT-REVERSAL-LINE
037775             END-IF
037780             ADD 1 TO PCH-REJECT-REC-COUNT
037790         END-IF
037792         PERFORM 2100-READ-CARD THRU 2100-EXIT
037796     END-IF.
037800     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
037900     ADD 1 TO PCH-REPORT-LINE-COUNT.
037902     IF PCH-REVERSAL-CARD-YES
037904         WRITE REPORT-LINE FROM RPT-REVERSAL-LINE
037906         ADD 1 TO PCH-REPORT-LINE-COUNT
037908     END-IF.
037910     PERFORM 2080-WRITE-JOURNAL THRU 2080-EXIT.
037920     IF PCH-REASON-CODE NOT = SPACES
037940         PERFORM 2087-WRITE-REJECT THRU 2087-EXIT
038840     PERFORM 2085-COPY-JRN-AMOUNT THRU 2085-EXIT
038842         VARYING PCH-AMOUNT-INDEX FROM 1 BY 1
038844         UNTIL PCH-AMOUNT-INDEX > 10.
038845     PERFORM 2082-JOURNAL-REVERSAL THRU 2082-EXIT.
038846     IF PCH-DISPOSITION = "OK" OR PCH-DISPOSITION = "REVERSAL" OR
038847        PCH-DISPOSITION = "CTLOVFLW"
038848         MOVE LDG-TOTAL TO JRN-TOTAL
038850     ELSE
044900* PRINT THE BATCH TRAILER AND REJECT COUNT,
044920* BALANCE THE RUN AGAINST THE DECK'S CONTROL CARDS, WRITE THE
044950* JOURNAL TRAILER RECORD SO READERS CAN BALANCE THE DETAILS
044960* THEY SAW AGAINST THE RUN, CLOSE THE FILES, LOG THE RUN,
044980* RECORD THE DECK IN THE DECK REGISTRY, AND GIVE THE
045050* OPERATOR A SHORT CONSOLE MESSAGE.
045100*----------------------------------------------------------------
045200 9000-TERMINATE.
045650     PERFORM 9030-WRITE-BALANCE-FWD THRU 9030-EXIT.
045700     PERFORM 9050-CLEAR-CHECKPOINT THRU 9050-EXIT.
045710     PERFORM 9060-LOG-RUN THRU 9060-EXIT.
045750     PERFORM 9070-REGISTER-DECK THRU 9070-EXIT.
045800     DISPLAY "RUN COMPLETE - SEE REPORT-FILE FOR DETAIL.".
045810     DISPLAY "REJECT CARDS PUNCHED - " RPT-R-REJECT-COUNT.
045900 9000-EXIT.
059400     END-IF.
059500 9060-EXIT.
059600     EXIT.
059602*----------------------------------------------------------------
059604* 9070-REGISTER-DECK - RECORD THE DECK'S AND EACH BATCH'S
059606* FINGERPRINT IN THE DECK REGISTRY UNDER THIS RUN'S DATE, SO THE
059608* SAME DECK FED ON A LATER NIGHT IS REFUSED AT STARTUP.  ONLY A
059610* RUN RUNLOG LOGGED UNDER RETURN-CODE 8 IS RECORDED - ONE THAT
059612* DID NOT BALANCE NEVER FLOWED DOWNSTREAM, SO THE SAME DECK MUST
059614* STAY FREE TO GO THROUGH ONCE IT IS PUT RIGHT.  THE DECK IS
059616* READ AGAIN FROM THE TOP FOR ITS FINGERPRINTS.
059618*----------------------------------------------------------------
059620 9070-REGISTER-DECK.
059622     IF NOT RLK-RESULT-OK OR
059624        RLK-RETURN-CODE NOT < 08
059626         GO TO 9070-EXIT
059628     END-IF.
059630     OPEN I-O DECK-REGISTRY-FILE.
059632     IF PCH-DKR-FILE-STATUS = "35"
059634         OPEN OUTPUT DECK-REGISTRY-FILE
059636         IF PCH-DKR-FILE-STATUS = "00"
059638             CLOSE DECK-REGISTRY-FILE
059640             OPEN I-O DECK-REGISTRY-FILE
059642         END-IF
059644     END-IF.
059646     IF PCH-DKR-FILE-STATUS NOT = "00"
059648         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
059650     END-IF.
059652     OPEN INPUT CARD-FILE.
059654     SET PCH-REG-RECORD TO TRUE.
059656     PERFORM 7000-SCAN-DECK THRU 7000-EXIT.
059658     CLOSE CARD-FILE, DECK-REGISTRY-FILE.
059660 9070-EXIT.
059662     EXIT.
059664*----------------------------------------------------------------
059666* 9900-REGISTRY-IO-ABORT - THE DECK REGISTRY FAILED AN OPEN, A
059668* READ OR A WRITE.  A DECK THAT CANNOT BE CHECKED MUST NOT RUN,
059670* AND ONE THAT CANNOT BE RECORDED COULD BE FED AGAIN UNSEEN, SO
059672* TELL THE OPERATOR AND END WITH RETURN-CODE 16.
059674*----------------------------------------------------------------
059676 9900-REGISTRY-IO-ABORT.
059678     DISPLAY "ADDBATCH - DECK REGISTRY I-O FAILURE - STATUS "
059680         PCH-DKR-FILE-STATUS.
059682     MOVE 16 TO RETURN-CODE.
059684     STOP RUN.
059686 9900-EXIT.
059688     EXIT.
059700*----------------------------------------------------------------
059710* 1005-CHECK-RUN-CONTROL - ASK RUNLOG WHETHER TONIGHT'S RUN
059720* ALREADY COMPLETED.  THIS IS THE FIRST STEP IN THE STREAM -
059870     END-IF.
059880 1005-EXIT.
059890     EXIT.
059900*----------------------------------------------------------------
060000* 1035-APPLY-CLOSED-YEAR - A YEAR YREND HAS CLOSED IS CLOSED
060100* THROUGH ITS DECEMBER, EVEN IF THE MONTH ON FILE SAYS LESS.  THE
060200* PERIOD CONTROL RECORD IS READ AGAIN FOR ITS YEAR FIELDS - A
060300* MISSING OR UNREADABLE FILE HAS ALREADY BEEN DEALT WITH IN
060400* 1030-READ-PERIOD.  A RECORD FROM BEFORE THE YEAR FIELDS EXISTED
060500* CARRIES BLANKS THERE AND CLOSES NO YEAR.
060600*----------------------------------------------------------------
060700 1035-APPLY-CLOSED-YEAR.
060800     OPEN INPUT PERIOD-FILE.
060900     IF PCH-PRD-FILE-STATUS NOT = "00"
061000         GO TO 1035-EXIT
061100     END-IF.
061200     READ PERIOD-FILE
061300         AT END
061400             GO TO 1035-CLOSE
061500     END-READ.
061600     IF PRD-CLOSED-YEAR NOT NUMERIC OR PRD-CLOSED-YEAR = ZERO
061700         GO TO 1035-CLOSE
061800     END-IF.
061900     COMPUTE PCH-YEAR-END-MONTH = PRD-CLOSED-YEAR * 100 + 12.
062000     IF PCH-YEAR-END-MONTH > PCH-CLOSED-THRU
062100         MOVE PCH-YEAR-END-MONTH TO PCH-CLOSED-THRU
062200     END-IF.
062300 1035-CLOSE.
062400     CLOSE PERIOD-FILE.
062500 1035-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800* 1093-NOTE-JRN-REVERSAL - NOTE A REVERSAL THE OLD JOURNAL CARRIES
062900* AS 1092-COPY-JRN-TO-SCRATCH COPIES IT, SO THE RESTARTED RUN
063000* STILL REFUSES A SECOND REVERSAL OF THE SAME ORIGINAL.
063100*----------------------------------------------------------------
063200 1093-NOTE-JRN-REVERSAL.
063300     IF JRN-DETAIL AND
063400        JRN-DISPOSITION = "REVERSAL"
063500         MOVE JRN-REV-ORIG-RUN-DATE TO PCH-REV-ORIG-DATE
063600         MOVE JRN-REV-ORIG-RECORD-NO TO PCH-REV-ORIG-RECORD
063700         MOVE JRN-RECORD-NO TO PCH-REV-BY-RECORD
063800         PERFORM 2068-NOTE-REVERSAL THRU 2068-EXIT
063900     END-IF.
064000 1093-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300* 1100-CHECK-DECK-REGISTRY - FINGERPRINT THE INCOMING DECK, AS A
064400* WHOLE AND BATCH BY BATCH, AND LOOK EACH FINGERPRINT UP IN THE
064500* DECK REGISTRY.  A DECK OR BATCH ALREADY THERE UNDER AN EARLIER
064600* RUN DATE IS NAMED ON THE CONSOLE (AND ON THE EDIT LISTING ON
064700* AN EDIT PASS) WITH THE RUN DATE IT WENT THROUGH, AND THE RUN
064800* STOPS WITH RETURN-CODE 16 BEFORE ANY FILE IS TOUCHED - UNLESS
064900* A SUPERVISOR HAS AUTHORIZED THE RESUBMISSION THROUGH DCKAUTH.
065000* THE DECK IS READ TO ITS END HERE, SO IT IS CLOSED AND OPENED
065100* AGAIN FOR THE RUN.  NO REGISTRY AT ALL MEANS NOTHING HAS BEEN
065200* REGISTERED YET.
065300*----------------------------------------------------------------
065400 1100-CHECK-DECK-REGISTRY.
065500     MOVE ZERO TO PCH-DUP-COUNT.
065600     ACCEPT PCH-REG-TODAY FROM DATE YYYYMMDD.
065700     OPEN INPUT DECK-REGISTRY-FILE.
065800     IF PCH-DKR-FILE-STATUS = "35"
065900         GO TO 1100-EXIT
066000     END-IF.
066100     IF PCH-DKR-FILE-STATUS NOT = "00"
066200         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
066300     END-IF.
066400     SET PCH-REG-CHECK TO TRUE.
066500     PERFORM 7000-SCAN-DECK THRU 7000-EXIT.
066600     CLOSE DECK-REGISTRY-FILE.
066700     CLOSE CARD-FILE.
066800     OPEN INPUT CARD-FILE.
066900     IF PCH-DUP-COUNT = ZERO
067000         GO TO 1100-EXIT
067100     END-IF.
067200     DISPLAY "ADDBATCH - DECK REFUSED - ALREADY PROCESSED.  A "
067300         "LEGITIMATE RESUBMISSION MUST BE AUTHORIZED THROUGH "
067400         "DCKAUTH".
067500     IF PCH-EDIT-MODE
067600         CLOSE EDIT-LIST-FILE
067700     END-IF.
067800     CLOSE CARD-FILE.
067900     MOVE 16 TO RETURN-CODE.
068000     STOP RUN.
068100 1100-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400* 2060-REVERSAL-CARD - EDIT AN "RV" CARD.  THE REFERENCE MUST BE
068500* NUMERIC; THE ORIGINAL IT NAMES MUST NOT ALREADY BE REVERSED IN
068600* THIS DECK; JRNALL MUST HOLD THE ORIGINAL AS AN "OK" DETAIL AND
068700* NO EARLIER REVERSAL OF IT; HLDMST MUST NOT SHOW THE ORIGINAL
068750* STILL HELD OR CANCELLED; A PUNCHED ACCOUNT MUST BE THE
068800* ORIGINAL'S; AND THE EFFECTIVE DATE MUST PASS THE SAME EDIT AS A
068900* DETAIL CARD'S.  A CARD THAT FAILS ANY OF THESE IS REJECTED AND
069000* PUNCHED TO THE REJECT DECK.  ONE THAT PASSES TAKES THE EXACT
069100* NEGATIVE OF THE ORIGINAL'S TOTAL, JOURNALS AS "REVERSAL" AND
069200* ROLLS INTO THE CONTROL AND BATCH TOTALS LIKE AN "OK" CARD.
069300*----------------------------------------------------------------
069400 2060-REVERSAL-CARD.
069500     SET PCH-REVERSAL-CARD-YES TO TRUE.
069600     MOVE RPT-RUN-DATE TO PCH-EFFECTIVE-DATE.
069700     MOVE PCH-RECORD-COUNT TO RPT-D-RECORD-NO.
069800     MOVE CARD-ACCOUNT-CODE TO RPT-D-ACCOUNT.
069900     MOVE CARD-ACCOUNT-CODE TO PCH-REV-ACCOUNT.
070000     MOVE ZERO TO RPT-D-AMOUNT-COUNT.
070100     MOVE ZERO TO RPT-D-TOTAL.
070200     MOVE ZERO TO LDG-AMOUNT-COUNT.
070300     MOVE ZERO TO LDG-TOTAL.
070400     MOVE ZERO TO PCH-REV-ORIG-DATE.
070500     MOVE ZERO TO PCH-REV-ORIG-RECORD.
070600     MOVE ZERO TO PCH-REV-ORIG-TOTAL.
070700     MOVE SPACES TO PCH-REV-ORIG-DISP.
070800     MOVE CCC-ORIG-RUN-DATE TO RPT-RV-ORIG-DATE.
070900     MOVE CCC-ORIG-RECORD-NO TO RPT-RV-ORIG-RECORD.
071000     MOVE SPACES TO RPT-RV-BY-LABEL.
071100     MOVE SPACES TO RPT-RV-BY-DATE.
071200     MOVE SPACES TO RPT-RV-BY-REC-LABEL.
071300     MOVE SPACES TO RPT-RV-BY-RECORD.
071400     MOVE "REJECTED" TO PCH-DISPOSITION.
071500     MOVE "RV" TO PCH-REASON-CODE.
071600     IF CCC-ORIG-RUN-DATE NOT NUMERIC OR
071700        CCC-ORIG-RECORD-NO NOT NUMERIC
071800         MOVE "REJECTED - BAD REF" TO RPT-D-STATUS
071900         GO TO 2060-EXIT
072000     END-IF.
072100     MOVE CCC-ORIG-RUN-DATE TO PCH-REV-ORIG-DATE.
072200     MOVE CCC-ORIG-RECORD-NO TO PCH-REV-ORIG-RECORD.
072300     PERFORM 2066-SEARCH-REV-TABLE THRU 2066-EXIT.
072400     IF NOT PCH-REV-FOUND-YES
072500         PERFORM 2062-FIND-ORIGINAL THRU 2062-EXIT
072600     END-IF.
072700     IF PCH-REV-FOUND-YES
072800         MOVE "REJECTED - ALREADY REV" TO RPT-D-STATUS
072900         MOVE "ALREADY REVERSED BY RUN " TO RPT-RV-BY-LABEL
073000         MOVE PCH-REV-PRIOR-DATE TO RPT-RV-BY-DATE
073100         MOVE " REC " TO RPT-RV-BY-REC-LABEL
073200         MOVE PCH-REV-PRIOR-RECORD TO RPT-RV-BY-RECORD
073300         GO TO 2060-EXIT
073400     END-IF.
073500     IF NOT PCH-ORIG-FOUND-YES
073600         MOVE "REJECTED - NO ORIGINAL" TO RPT-D-STATUS
073700         GO TO 2060-EXIT
073800     END-IF.
073900     IF PCH-REV-ORIG-DISP NOT = "OK"
074000         MOVE "REJECTED - ORIG NOT OK" TO RPT-D-STATUS
074100         GO TO 2060-EXIT
074200     END-IF.
074210     PERFORM 2063-CHECK-HELD THRU 2063-EXIT.
074220     IF PCH-REV-ORIG-HELD
074230         MOVE "REJECTED - ORIG HELD" TO RPT-D-STATUS
074240         GO TO 2060-EXIT
074250     END-IF.
074260     IF PCH-REV-ORIG-CANCELLED
074270         MOVE "REJECTED - ORIG CANCEL" TO RPT-D-STATUS
074280         GO TO 2060-EXIT
074290     END-IF.
074300     IF CARD-ACCOUNT-CODE NOT = SPACES AND
074400        CARD-ACCOUNT-CODE NOT = PCH-REV-ACCOUNT
074500         MOVE CARD-ACCOUNT-CODE TO PCH-REV-ACCOUNT
074600         MOVE "REJECTED - WRONG ACCT" TO RPT-D-STATUS
074700         GO TO 2060-EXIT
074800     END-IF.
074900     MOVE PCH-REV-ACCOUNT TO RPT-D-ACCOUNT.
075000     PERFORM 2052-EDIT-EFFECTIVE-DATE THRU 2052-EXIT.
075100     IF PCH-BAD-EDATE-YES
075200         MOVE "REJECTED - BAD EDATE" TO RPT-D-STATUS
075300         MOVE "BADEDATE" TO PCH-DISPOSITION
075400         MOVE "ED" TO PCH-REASON-CODE
075500         GO TO 2060-EXIT
075600     END-IF.
075700     IF PCH-CLOSED-PD-YES
075800         MOVE "REJECTED - CLOSED PD" TO RPT-D-STATUS
075900         MOVE "CLOSEDPD" TO PCH-DISPOSITION
076000         MOVE "CP" TO PCH-REASON-CODE
076100         GO TO 2060-EXIT
076200     END-IF.
076300     IF PCH-REV-USED NOT < PCH-REV-MAX
076400         MOVE "REJECTED - TABLE FULL" TO RPT-D-STATUS
076500         GO TO 2060-EXIT
076600     END-IF.
076700     SUBTRACT PCH-REV-ORIG-TOTAL FROM ZERO GIVING LDG-TOTAL.
076800     MOVE LDG-TOTAL TO RPT-D-TOTAL.
076900     MOVE "REVERSAL" TO RPT-D-STATUS.
077000     MOVE "REVERSAL" TO PCH-DISPOSITION.
077100     MOVE SPACES TO PCH-REASON-CODE.
077200     ADD LDG-TOTAL TO PCH-CONTROL-TOTAL
077300         ON SIZE ERROR
077400             MOVE ZERO TO RPT-D-TOTAL
077500             MOVE "REVERSAL - CTL OVFLW" TO RPT-D-STATUS
077600             MOVE "CTLOVFLW" TO PCH-DISPOSITION
077700             MOVE "CT" TO PCH-REASON-CODE
077800             GO TO 2060-EXIT
077900     END-ADD.
078000     IF PCH-IN-BATCH-YES
078100         ADD LDG-TOTAL TO PCH-BATCH-TOTAL
078200             ON SIZE ERROR
078300                 SET PCH-BATCH-BAD-YES TO TRUE
078400         END-ADD
078500     END-IF.
078600     MOVE PCH-RECORD-COUNT TO PCH-REV-BY-RECORD.
078700     PERFORM 2068-NOTE-REVERSAL THRU 2068-EXIT.
078800 2060-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------
079100* 2062-FIND-ORIGINAL - READ JRNALL END TO END FOR THE ORIGINAL
079200* THE REVERSAL CARD NAMES AND FOR ANY REVERSAL ALREADY JOURNALED
079300* AGAINST IT.  NO JRNALL AT ALL MEANS NOTHING CAN BE FOUND; ANY
079400* OTHER OPEN FAILURE STOPS THE RUN - A REVERSAL MUST NEVER BE
079500* ACCEPTED BLIND.
079600*----------------------------------------------------------------
079700 2062-FIND-ORIGINAL.
079800     MOVE "N" TO PCH-ORIG-FOUND-SW.
079900     MOVE "N" TO PCH-JHS-EOF-SW.
080000     OPEN INPUT JOURNAL-HISTORY-FILE.
080100     IF PCH-JHS-FILE-STATUS = "35"
080200         GO TO 2062-EXIT
080300     END-IF.
080400     IF PCH-JHS-FILE-STATUS NOT = "00"
080500         DISPLAY "ADDBATCH - CANNOT OPEN JRNALL - STATUS "
080600             PCH-JHS-FILE-STATUS
080700         MOVE 16 TO RETURN-CODE
080800         STOP RUN
080900     END-IF.
081000     PERFORM 2064-SCAN-ONE-JOURNAL THRU 2064-EXIT
081100         UNTIL PCH-JHS-EOF-YES.
081200     CLOSE JOURNAL-HISTORY-FILE.
081300 2062-EXIT.
081400     EXIT.
081402*----------------------------------------------------------------
081404* 2063-CHECK-HELD - LOOK THE ORIGINAL UP ON HLDMST BY ITS RUN DATE
081406* AND RECORD NUMBER AND KEEP ITS HOLD STATUS.  NO HLDMST AT ALL,
081408* OR NO RECORD FOR THE ORIGINAL, MEANS LDGPOST NEVER HELD IT; ANY
081410* OTHER FAILURE STOPS THE RUN - A REVERSAL MUST NEVER BE ACCEPTED
081412* BLIND.
081414*----------------------------------------------------------------
081416 2063-CHECK-HELD.
081418     MOVE SPACE TO PCH-REV-HOLD-STATUS.
081420     OPEN INPUT HELD-FILE.
081422     IF PCH-HLD-FILE-STATUS = "35"
081424         GO TO 2063-EXIT
081426     END-IF.
081428     IF PCH-HLD-FILE-STATUS NOT = "00"
081430         DISPLAY "ADDBATCH - CANNOT OPEN HLDMST - STATUS "
081432             PCH-HLD-FILE-STATUS
081434         MOVE 16 TO RETURN-CODE
081436         STOP RUN
081438     END-IF.
081440     MOVE PCH-REV-ORIG-DATE TO HLD-RUN-DATE.
081442     MOVE PCH-REV-ORIG-RECORD TO HLD-RECORD-NO.
081444     READ HELD-FILE
081446         INVALID KEY
081448             CLOSE HELD-FILE
081450             GO TO 2063-EXIT
081452     END-READ.
081454     IF PCH-HLD-FILE-STATUS NOT = "00"
081456         DISPLAY "ADDBATCH - CANNOT READ HLDMST - STATUS "
081458             PCH-HLD-FILE-STATUS
081460         MOVE 16 TO RETURN-CODE
081462         STOP RUN
081464     END-IF.
081466     MOVE HLD-STATUS TO PCH-REV-HOLD-STATUS.
081468     CLOSE HELD-FILE.
081470 2063-EXIT.
081472     EXIT.
081500*----------------------------------------------------------------
081600* 2064-SCAN-ONE-JOURNAL - READ ONE JRNALL RECORD.  A DETAIL WITH
081700* THE ORIGINAL'S RUN DATE AND RECORD NUMBER IS THE ORIGINAL - KEEP
081800* ITS DISPOSITION, ACCOUNT AND TOTAL.  A "REVERSAL" DETAIL THAT
081900* POINTS AT THE SAME ORIGINAL MEANS IT IS ALREADY REVERSED - KEEP
082000* WHICH RUN AND RECORD DID IT.
082100*----------------------------------------------------------------
082200 2064-SCAN-ONE-JOURNAL.
082300     READ JOURNAL-HISTORY-FILE
082400         AT END
082500             SET PCH-JHS-EOF-YES TO TRUE
082600     END-READ.
082700     IF PCH-JHS-EOF-YES OR NOT JHS-DETAIL
082800         GO TO 2064-EXIT
082900     END-IF.
083000     IF JHS-RUN-DATE = PCH-REV-ORIG-DATE AND
083100        JHS-RECORD-NO = PCH-REV-ORIG-RECORD
083200         SET PCH-ORIG-FOUND-YES TO TRUE
083300         MOVE JHS-DISPOSITION TO PCH-REV-ORIG-DISP
083400         MOVE JHS-ACCOUNT-CODE TO PCH-REV-ACCOUNT
083500         MOVE JHS-TOTAL TO PCH-REV-ORIG-TOTAL
083600     END-IF.
083700     IF JHS-DISPOSITION = "REVERSAL" AND
083800        JHS-REV-ORIG-RUN-DATE = PCH-REV-ORIG-DATE AND
083900        JHS-REV-ORIG-RECORD-NO = PCH-REV-ORIG-RECORD
084000         SET PCH-REV-FOUND-YES TO TRUE
084100         MOVE JHS-RUN-DATE TO PCH-REV-PRIOR-DATE
084200         MOVE JHS-RECORD-NO TO PCH-REV-PRIOR-RECORD
084300     END-IF.
084400 2064-EXIT.
084500     EXIT.
084600*----------------------------------------------------------------
084700* 2066-SEARCH-REV-TABLE - HAS THIS DECK ALREADY ACCEPTED A
084800* REVERSAL OF THE SAME ORIGINAL?
084900*----------------------------------------------------------------
085000 2066-SEARCH-REV-TABLE.
085100     MOVE "N" TO PCH-REV-FOUND-SW.
085200     PERFORM 2067-CHECK-ONE-REV THRU 2067-EXIT
085300         VARYING PCH-REV-INDEX FROM 1 BY 1
085400         UNTIL PCH-REV-INDEX > PCH-REV-USED
085500         OR PCH-REV-FOUND-YES.
085600 2066-EXIT.
085700     EXIT.
085800*----------------------------------------------------------------
085900* 2067-CHECK-ONE-REV - COMPARE ONE TABLE ENTRY.
086000*----------------------------------------------------------------
086100 2067-CHECK-ONE-REV.
086200     IF PCH-REV-T-DATE (PCH-REV-INDEX) = PCH-REV-ORIG-DATE AND
086300        PCH-REV-T-RECORD (PCH-REV-INDEX) = PCH-REV-ORIG-RECORD
086400         SET PCH-REV-FOUND-YES TO TRUE
086500         MOVE RPT-RUN-DATE TO PCH-REV-PRIOR-DATE
086600         MOVE PCH-REV-T-BY-RECORD (PCH-REV-INDEX)
086700             TO PCH-REV-PRIOR-RECORD
086800     END-IF.
086900 2067-EXIT.
087000     EXIT.
087100*----------------------------------------------------------------
087200* 2068-NOTE-REVERSAL - ADD THE REVERSAL JUST ACCEPTED (OR, ON A
087300* RESTART, JUST COPIED BACK FROM THE JOURNAL) TO THE TABLE.
087400*----------------------------------------------------------------
087500 2068-NOTE-REVERSAL.
087600     IF PCH-REV-USED < PCH-REV-MAX
087700         ADD 1 TO PCH-REV-USED
087800         MOVE PCH-REV-ORIG-DATE TO PCH-REV-T-DATE (PCH-REV-USED)
087900         MOVE PCH-REV-ORIG-RECORD
088000             TO PCH-REV-T-RECORD (PCH-REV-USED)
088100         MOVE PCH-REV-BY-RECORD
088200             TO PCH-REV-T-BY-RECORD (PCH-REV-USED)
088300     END-IF.
088400 2068-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------
088700* 2082-JOURNAL-REVERSAL - AN "RV" CARD JOURNALS UNDER THE
088800* ORIGINAL'S ACCOUNT (THE CARD'S OWN UNTIL THE ORIGINAL IS FOUND),
088900* AND A REVERSAL THAT PASSED CARRIES THE ORIGINAL'S RUN DATE AND
089000* RECORD NUMBER IN PLACE OF THE AMOUNT SLOTS (SEE JOURNAL.CPY) -
089100* ITS TOTAL, THE EXACT NEGATIVE OF THE ORIGINAL'S, IS JOURNALED
089200* LIKE AN "OK" TOTAL.  ANY OTHER CARD IS LEFT AS 2080 BUILT IT.
089300*----------------------------------------------------------------
089400 2082-JOURNAL-REVERSAL.
089500     IF NOT PCH-REVERSAL-CARD-YES
089600         GO TO 2082-EXIT
089700     END-IF.
089800     MOVE PCH-REV-ACCOUNT TO JRN-ACCOUNT-CODE.
089900     IF PCH-DISPOSITION = "REVERSAL"
090000         MOVE PCH-REV-ORIG-DATE TO JRN-REV-ORIG-RUN-DATE
090100         MOVE PCH-REV-ORIG-RECORD TO JRN-REV-ORIG-RECORD-NO
090200     END-IF.
090300 2082-EXIT.
090400     EXIT.
090500*----------------------------------------------------------------
090600* 7000-SCAN-DECK - READ THE WHOLE DECK FROM WHERE CARD-FILE WAS
090700* JUST OPENED, FINGERPRINTING THE DECK AND EACH "BH"/"BT" BATCH
090800* ON IT, AND HAND EACH FINGERPRINT TO 7100-REGISTRY-ENTRY TO BE
090900* CHECKED OR RECORDED.  CONTROL CARDS ARE TOLD FROM DETAIL CARDS
091000* EXACTLY AS 2000-PROCESS-CARD TELLS THEM, SO BOTH SEE THE SAME
091100* DETAIL CARDS.  A DECK OR BATCH WITHOUT A DETAIL CARD, OR A
091200* BATCH THAT NEVER REACHES ITS "BT" CARD, HAS NO FINGERPRINT.
091300*----------------------------------------------------------------
091400 7000-SCAN-DECK.
091500     MOVE ZERO TO PCH-DP-COUNT.
091600     MOVE ZERO TO PCH-DP-EXP-COUNT.
091700     MOVE ZERO TO PCH-DP-EXP-TOTAL.
091800     MOVE SPACES TO PCH-DP-FIRST-SEQ.
091900     MOVE SPACES TO PCH-DP-LAST-SEQ.
092000     MOVE ZERO TO PCH-DP-HASH.
092100     MOVE "N" TO PCH-SCAN-EOF-SW.
092200     MOVE "N" TO PCH-SCAN-HDR-SW.
092300     MOVE "N" TO PCH-SCAN-TRL-SW.
092400     MOVE "N" TO PCH-SCAN-BATCH-SW.
092500     PERFORM 7010-SCAN-CARD THRU 7010-EXIT
092600         UNTIL PCH-SCAN-EOF-YES.
092700     IF PCH-DP-COUNT = ZERO
092800         GO TO 7000-EXIT
092900     END-IF.
093000     MOVE "D" TO PCH-REG-TYPE.
093100     MOVE SPACES TO PCH-REG-DEPARTMENT.
093200     MOVE PCH-DP-EXP-COUNT TO PCH-REG-EXP-COUNT.
093300     MOVE PCH-DP-EXP-TOTAL TO PCH-REG-EXP-TOTAL.
093400     MOVE PCH-DP-FIRST-SEQ TO PCH-REG-FIRST-SEQ.
093500     MOVE PCH-DP-LAST-SEQ TO PCH-REG-LAST-SEQ.
093600     MOVE PCH-DP-HASH TO PCH-REG-HASH.
093700     MOVE PCH-DP-COUNT TO PCH-REG-DETAIL-COUNT.
093800     PERFORM 7100-REGISTRY-ENTRY THRU 7100-EXIT.
093900 7000-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------
094200* 7010-SCAN-CARD - READ ONE CARD AND ROUTE IT: A DECK HEADER IS
094300* NOTED, THE DECK TRAILER'S FIGURES GO INTO THE DECK'S
094400* FINGERPRINT (ZERO WHEN THEY FAIL THE CLASS TEST), A BATCH
094500* HEADER OR TRAILER OPENS OR CLOSES A BATCH, AND ANYTHING ELSE
094600* IS A DETAIL CARD.
094700*----------------------------------------------------------------
094800 7010-SCAN-CARD.
094900     READ CARD-FILE
095000         AT END
095100             SET PCH-SCAN-EOF-YES TO TRUE
095200             GO TO 7010-EXIT
095300     END-READ.
095400     IF CCC-DECK-HEADER AND
095500        PCH-SCAN-HDR-SW = "N" AND
095600        PCH-SCAN-TRL-SW = "N" AND
095700        PCH-DP-COUNT = ZERO
095800         SET PCH-SCAN-HDR-YES TO TRUE
095900         GO TO 7010-EXIT
096000     END-IF.
096100     IF CCC-DECK-TRAILER AND
096200        PCH-SCAN-TRL-SW = "N"
096300         SET PCH-SCAN-TRL-YES TO TRUE
096400         IF CCC-EXPECTED-COUNT NUMERIC AND
096500            CCC-EXPECTED-TOTAL NUMERIC
096600             MOVE CCC-EXPECTED-COUNT TO PCH-DP-EXP-COUNT
096700             MOVE CCC-EXPECTED-TOTAL TO PCH-DP-EXP-TOTAL
096800         END-IF
096900         GO TO 7010-EXIT
097000     END-IF.
097100     IF CCC-BATCH-HEADER AND
097200        PCH-SCAN-BATCH-SW = "N"
097300         PERFORM 7020-SCAN-BATCH-HEADER THRU 7020-EXIT
097400         GO TO 7010-EXIT
097500     END-IF.
097600     IF CCC-BATCH-TRAILER AND
097700        PCH-SCAN-BATCH-YES
097800         PERFORM 7030-SCAN-BATCH-TRAILER THRU 7030-EXIT
097900         GO TO 7010-EXIT
098000     END-IF.
098100     PERFORM 7040-SCAN-DETAIL THRU 7040-EXIT.
098200 7010-EXIT.
098300     EXIT.
098400*----------------------------------------------------------------
098500* 7020-SCAN-BATCH-HEADER - START A FRESH BATCH FINGERPRINT UNDER
098600* THE "BH" CARD'S DEPARTMENT.
098700*----------------------------------------------------------------
098800 7020-SCAN-BATCH-HEADER.
098900     SET PCH-SCAN-BATCH-YES TO TRUE.
099000     MOVE CCC-DEPARTMENT TO PCH-BP-DEPARTMENT.
099100     MOVE ZERO TO PCH-BP-COUNT.
099200     MOVE ZERO TO PCH-BP-EXP-COUNT.
099300     MOVE ZERO TO PCH-BP-EXP-TOTAL.
099400     MOVE SPACES TO PCH-BP-FIRST-SEQ.
099500     MOVE SPACES TO PCH-BP-LAST-SEQ.
099600     MOVE ZERO TO PCH-BP-HASH.
099700 7020-EXIT.
099800     EXIT.
099900*----------------------------------------------------------------
100000* 7030-SCAN-BATCH-TRAILER - CLOSE THE BATCH: TAKE THE "BT" CARD'S
100100* FIGURES (ZERO WHEN THEY FAIL THE CLASS TEST) AND HAND THE
100200* BATCH'S FINGERPRINT ON.
100300*----------------------------------------------------------------
100400 7030-SCAN-BATCH-TRAILER.
100500     MOVE "N" TO PCH-SCAN-BATCH-SW.
100600     IF CCC-EXPECTED-COUNT NUMERIC AND
100700        CCC-EXPECTED-TOTAL NUMERIC
100800         MOVE CCC-EXPECTED-COUNT TO PCH-BP-EXP-COUNT
100900         MOVE CCC-EXPECTED-TOTAL TO PCH-BP-EXP-TOTAL
101000     END-IF.
101100     IF PCH-BP-COUNT = ZERO
101200         GO TO 7030-EXIT
101300     END-IF.
101400     MOVE "B" TO PCH-REG-TYPE.
101500     MOVE PCH-BP-DEPARTMENT TO PCH-REG-DEPARTMENT.
101600     MOVE PCH-BP-EXP-COUNT TO PCH-REG-EXP-COUNT.
101700     MOVE PCH-BP-EXP-TOTAL TO PCH-REG-EXP-TOTAL.
101800     MOVE PCH-BP-FIRST-SEQ TO PCH-REG-FIRST-SEQ.
101900     MOVE PCH-BP-LAST-SEQ TO PCH-REG-LAST-SEQ.
102000     MOVE PCH-BP-HASH TO PCH-REG-HASH.
102100     MOVE PCH-BP-COUNT TO PCH-REG-DETAIL-COUNT.
102200     PERFORM 7100-REGISTRY-ENTRY THRU 7100-EXIT.
102300 7030-EXIT.
102400     EXIT.
102500*----------------------------------------------------------------
102600* 7040-SCAN-DETAIL - ADD ONE DETAIL CARD TO THE DECK'S
102700* FINGERPRINT AND, INSIDE A BATCH, TO THE BATCH'S: COUNT IT,
102800* NOTE ITS SEQUENCE NUMBER AS PUNCHED, AND ADD ITS IMAGE HASH.
102900*----------------------------------------------------------------
103000 7040-SCAN-DETAIL.
103100     MOVE CARD-RECORD TO PCH-HASH-IMAGE.
103200     MOVE ZERO TO PCH-CARD-HASH.
103300     PERFORM 7050-HASH-COLUMN THRU 7050-EXIT
103400         VARYING PCH-HASH-COL FROM 1 BY 1
103500         UNTIL PCH-HASH-COL > 120.
103600     ADD 1 TO PCH-DP-COUNT.
103700     IF PCH-DP-COUNT = 1
103800         MOVE CARD-SEQUENCE-NO TO PCH-DP-FIRST-SEQ
103900     END-IF.
104000     MOVE CARD-SEQUENCE-NO TO PCH-DP-LAST-SEQ.
104100     ADD PCH-CARD-HASH TO PCH-DP-HASH.
104200     IF PCH-SCAN-BATCH-SW = "N"
104300         GO TO 7040-EXIT
104400     END-IF.
104500     ADD 1 TO PCH-BP-COUNT.
104600     IF PCH-BP-COUNT = 1
104700         MOVE CARD-SEQUENCE-NO TO PCH-BP-FIRST-SEQ
104800     END-IF.
104900     MOVE CARD-SEQUENCE-NO TO PCH-BP-LAST-SEQ.
105000     ADD PCH-CARD-HASH TO PCH-BP-HASH.
105100 7040-EXIT.
105200     EXIT.
105300*----------------------------------------------------------------
105400* 7050-HASH-COLUMN - ADD ONE COLUMN OF THE CARD IMAGE TO THE
105500* CARD'S HASH: ITS CHARACTER'S PLACE IN PCH-CHARSET TIMES THE
105600* COLUMN NUMBER, SO THE SAME PUNCHES IN DIFFERENT COLUMNS HASH
105700* DIFFERENTLY.  A BLANK COLUMN ADDS NOTHING.
105800*----------------------------------------------------------------
105900 7050-HASH-COLUMN.
106000     IF PCH-HASH-BYTE (PCH-HASH-COL) = SPACE
106100         GO TO 7050-EXIT
106200     END-IF.
106300     MOVE "N" TO PCH-CHAR-FOUND-SW.
106400     COMPUTE PCH-CHAR-VALUE = PCH-CHARSET-MAX + 1.
106500     PERFORM 7055-FIND-CHAR THRU 7055-EXIT
106600         VARYING PCH-CHAR-INDEX FROM 1 BY 1
106700         UNTIL PCH-CHAR-INDEX > PCH-CHARSET-MAX
106800         OR PCH-CHAR-FOUND-YES.
106900     COMPUTE PCH-CARD-HASH = PCH-CARD-HASH
107000         + PCH-HASH-COL * PCH-CHAR-VALUE.
107100 7050-EXIT.
107200     EXIT.
107300*----------------------------------------------------------------
107400* 7055-FIND-CHAR - COMPARE ONE PCH-CHARSET ENTRY.
107500*----------------------------------------------------------------
107600 7055-FIND-CHAR.
107700     IF PCH-CHARSET-CHAR (PCH-CHAR-INDEX) =
107800        PCH-HASH-BYTE (PCH-HASH-COL)
107900         SET PCH-CHAR-FOUND-YES TO TRUE
108000         MOVE PCH-CHAR-INDEX TO PCH-CHAR-VALUE
108100     END-IF.
108200 7055-EXIT.
108300     EXIT.
108400*----------------------------------------------------------------
108500* 7100-REGISTRY-ENTRY - CHECK THE FINGERPRINT IN PCH-REG-KEY AT
108600* STARTUP, OR RECORD IT AT END-OF-JOB.
108700*----------------------------------------------------------------
108800 7100-REGISTRY-ENTRY.
108900     IF PCH-REG-TYPE = "D"
109000         MOVE "DECK" TO PCH-REG-LABEL-TYPE
109100     ELSE
109200         MOVE "BATCH" TO PCH-REG-LABEL-TYPE
109300     END-IF.
109400     MOVE PCH-REG-DEPARTMENT TO PCH-REG-LABEL-DEPT.
109500     IF PCH-REG-CHECK
109600         PERFORM 7110-CHECK-ENTRY THRU 7110-EXIT
109700     ELSE
109800         PERFORM 7120-RECORD-ENTRY THRU 7120-EXIT
109900     END-IF.
110000 7100-EXIT.
110100     EXIT.
110200*----------------------------------------------------------------
110300* 7110-CHECK-ENTRY - LOOK THE FINGERPRINT UP.  NOT ON FILE IS A
110400* NEW DECK OR BATCH.  ON FILE UNDER TONIGHT'S OWN RUN DATE IS
110500* LEFT TO RUNLOG - IT ONLY LETS ADDBATCH RUN AGAIN FOR A DATE
110600* AFTER A ROLLBACK VOIDED THE FIRST RUN.  ON FILE UNDER AN
110700* EARLIER DATE IS A DECK OR BATCH FED AGAIN: COUNTED AS A
110800* DUPLICATE UNLESS A SUPERVISOR HAS AUTHORIZED IT, AND NAMED
110900* WITH ITS RUN DATE EITHER WAY.
111000*----------------------------------------------------------------
111100 7110-CHECK-ENTRY.
111200     MOVE PCH-REG-KEY TO DKR-KEY.
111300     READ DECK-REGISTRY-FILE
111400         INVALID KEY
111500             GO TO 7110-EXIT
111600     END-READ.
111700     IF PCH-DKR-FILE-STATUS NOT = "00"
111800         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
111900     END-IF.
112000     IF DKR-RUN-DATE = PCH-REG-TODAY
112100         GO TO 7110-EXIT
112200     END-IF.
112300     MOVE PCH-REG-LABEL TO RPT-DK-LABEL.
112400     MOVE DKR-RUN-DATE TO RPT-DK-RUN-DATE.
112500     IF DKR-RESUBMIT-AUTHORIZED
112600         MOVE "LAST PROCESSED ON RUN DATE" TO RPT-DK-VERDICT
112700         MOVE "RESUBMISSION AUTHORIZED BY" TO RPT-DK-AUTH
112800         MOVE DKR-AUTH-SUPERVISOR TO RPT-DK-SUPERVISOR
112900         DISPLAY "ADDBATCH - " PCH-REG-LABEL " LAST PROCESSED ON "
113000             "RUN DATE " DKR-RUN-DATE " - RESUBMISSION "
113100             "AUTHORIZED BY " DKR-AUTH-SUPERVISOR
113200     ELSE
113300         ADD 1 TO PCH-DUP-COUNT
113400         MOVE "ALREADY PROCESSED ON RUN DATE" TO RPT-DK-VERDICT
113500         MOVE SPACES TO RPT-DK-AUTH
113600         MOVE SPACES TO RPT-DK-SUPERVISOR
113700         DISPLAY "ADDBATCH - " PCH-REG-LABEL " ALREADY PROCESSED "
113800             "ON RUN DATE " DKR-RUN-DATE
113900     END-IF.
114000     IF PCH-EDIT-MODE
114100         WRITE EDIT-LIST-LINE FROM RPT-DUP-LINE
114200     END-IF.
114300 7110-EXIT.
114400     EXIT.
114500*----------------------------------------------------------------
114600* 7120-RECORD-ENTRY - RECORD THE FINGERPRINT UNDER THIS RUN'S
114700* DATE.  ONE ALREADY ON FILE (AN AUTHORIZED RESUBMISSION, OR A
114800* RERUN AFTER A ROLLBACK) TAKES THE NEW RUN DATE, AND AN
114900* AUTHORIZATION IT CARRIED IS MARKED USED SO IT COVERS ONE
115000* FEEDING ONLY.
115100*----------------------------------------------------------------
115200 7120-RECORD-ENTRY.
115300     MOVE PCH-REG-KEY TO DKR-KEY.
115400     READ DECK-REGISTRY-FILE
115500         INVALID KEY
115600             GO TO 7120-NEW-ENTRY
115700     END-READ.
115800     IF PCH-DKR-FILE-STATUS NOT = "00"
115900         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
116000     END-IF.
116100     MOVE RPT-RUN-DATE TO DKR-RUN-DATE.
116200     MOVE PCH-REG-DETAIL-COUNT TO DKR-DETAIL-COUNT.
116300     IF DKR-RESUBMIT-AUTHORIZED
116400         SET DKR-AUTH-USED TO TRUE
116500     END-IF.
116600     REWRITE DECK-REGISTRY-RECORD.
116700     IF PCH-DKR-FILE-STATUS NOT = "00"
116800         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
116900     END-IF.
117000     GO TO 7120-EXIT.
117100 7120-NEW-ENTRY.
117200     MOVE SPACES TO DECK-REGISTRY-RECORD.
117300     MOVE PCH-REG-KEY TO DKR-KEY.
117400     MOVE RPT-RUN-DATE TO DKR-RUN-DATE.
117500     MOVE PCH-REG-DETAIL-COUNT TO DKR-DETAIL-COUNT.
117600     MOVE ZERO TO DKR-AUTH-DATE.
117700     WRITE DECK-REGISTRY-RECORD.
117800     IF PCH-DKR-FILE-STATUS NOT = "00"
117900         PERFORM 9900-REGISTRY-IO-ABORT THRU 9900-EXIT
118000     END-IF.
118100 7120-EXIT.
118200     EXIT.
