004086*                    THE END-OF-JOB TIE LINE STAYS AS THE
004087*                    FINAL PROOF ON THE LISTING.
004100*----------------------------------------------------------------
004102* MODIFICATION HISTORY (CONTINUED)
004104*----------------------------------------------------------------
004106*  10/15/2026  JH    REVERSING ENTRIES.  A "REVERSAL" DETAIL
004108*                    FROM ADDBATCH (SEE JOURNAL.CPY) POSTS LIKE
004110*                    AN "OK" ONE - ITS TOTAL IS ALREADY THE EXACT
004112*                    NEGATIVE OF THE ORIGINAL'S, ON THE
004114*                    ORIGINAL'S ACCOUNT - AND COUNTS IN THE
004116*                    TRAILER TIE.  ITS HISTORY RECORD IS MARKED
004118*                    AS A REVERSAL AND POINTS BACK AT THE
004120*                    ORIGINAL POSTING (SEE PSTHIST.CPY - THE
004122*                    RECORD GREW TO 64 CHARACTERS).
004124*  10/15/2026  JH    THE POSTING HISTORY IS NOW INDEXED ON
004126*                    ACCOUNT, POST DATE AND POSTING SEQUENCE
004128*                    (SEE PSTHIST.CPY - THE RECORD GREW TO 70
004130*                    CHARACTERS).  EACH HISTORY RECORD TAKES
004132*                    THE NEXT SEQUENCE FOR ITS ACCOUNT AND RUN
004134*                    DATE, FOUND BY READING THE ACCOUNT'S
004136*                    RECORDS FOR THE DATE ONCE AND COUNTING ON
004138*                    FROM THERE WHILE THE ACCOUNT STAYS THE
004140*                    SAME.  A FIRST RUN CREATES THE FILE.
004142*  10/15/2026  JH    DUAL CONTROL ON LARGE POSTINGS.  AN "OK"
004144*                    DETAIL WHOSE TOTAL, EITHER SIGN, IS OVER
004146*                    THE HOLD THRESHOLD OF THE ACCOUNT IT WOULD
004148*                    POST TO (SEE LDGMAST.CPY) NO LONGER POSTS -
004150*                    IT GOES TO THE HELD-ITEMS FILE (HLDMST, SEE
004152*                    HOLDITM.CPY) AND LISTS AS HELD, AND A
004154*                    SUPERVISOR RELEASES OR CANCELS IT THROUGH
004156*                    HLDRLSE.  HELD MONEY STILL COUNTS IN THE
004158*                    TRAILER TIE BUT NOT IN THE TOTAL POSTED;
004160*                    THE LISTING ENDS WITH THE HELD TOTAL.  A
004162*                    FIRST RUN CREATES THE FILE.  THE CHECKPOINT
004164*                    CARRIES THE HELD FIGURES - EMPTY LPCKPT
004166*                    WHEN INSTALLING, THE OLD LAYOUT CANNOT BE
004168*                    READ BACK.
004170*----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. GENERIC.
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS LPT-CKP-FILE-STATUS.
006010     SELECT HISTORY-FILE ASSIGN TO "PSTHST"
006020         ORGANIZATION IS INDEXED
006022         ACCESS MODE IS DYNAMIC
006024         RECORD KEY IS PHS-HISTORY-KEY
006030         FILE STATUS IS LPT-HST-FILE-STATUS.
006040     SELECT SUSPENSE-FILE ASSIGN TO "SUSDET"
006050         ORGANIZATION IS SEQUENTIAL
006060         FILE STATUS IS LPT-SUS-FILE-STATUS.
006061     SELECT HELD-FILE ASSIGN TO "HLDMST"
006062         ORGANIZATION IS INDEXED
006063         ACCESS MODE IS RANDOM
006064         RECORD KEY IS HLD-KEY
006065         FILE STATUS IS LPT-HLD-FILE-STATUS.
006070     SELECT SORT-FILE ASSIGN TO "SORTWK".
006100 DATA DIVISION.
006200 FILE SECTION.
010040     05  SRT-DISPOSITION        PIC X(08).
010050     05  SRT-TOTAL              PIC S9(7)V99.
010060     05  SRT-EFFECTIVE-DATE     PIC 9(08).
010080     05  SRT-ORIG-DATE          PIC 9(08).
010100     05  SRT-ORIG-RECORD-NO     PIC 9(06).
010110*----------------------------------------------------------------
010120* HISTORY-FILE - THE POSTING HISTORY.  ONE RECORD PER POSTING
010130* APPLIED TO THE MASTER, KEYED ON ACCOUNT, POST DATE AND
010140* POSTING SEQUENCE SO WITHIN AN ACCOUNT THE RECORDS SIT IN
010145* POSTING ORDER.  SEE PSTHIST.CPY.
010150*----------------------------------------------------------------
010160 FD  HISTORY-FILE
010170     LABEL RECORDS ARE STANDARD
010180     RECORD CONTAINS 70 CHARACTERS.
010190 COPY PSTHIST.
010191*----------------------------------------------------------------
010192* SUSPENSE-FILE - THE SUSPENSE DETAIL FILE.  ONE RECORD PER
010198     LABEL RECORDS ARE STANDARD
010199     RECORD CONTAINS 48 CHARACTERS.
010200 COPY SUSPDET.
010201*----------------------------------------------------------------
010202* HELD-FILE - THE HELD-ITEMS FILE.  ONE RECORD PER "OK" DETAIL
010203* OVER ITS ACCOUNT'S HOLD THRESHOLD, KEYED BY RUN DATE AND
010204* JOURNAL RECORD NUMBER, WAITING FOR HLDRLSE.  SEE HOLDITM.CPY.
010205*----------------------------------------------------------------
010206 FD  HELD-FILE
010207     LABEL RECORDS ARE STANDARD
010208     RECORD CONTAINS 80 CHARACTERS.
010209 COPY HOLDITM.
010210*----------------------------------------------------------------
010220* CHECKPOINT-FILE - ONE RECORD WRITTEN AFTER EVERY ACCOUNT
010230* GROUP IS FULLY APPLIED.  THE LAST RECORD IN THE FILE IS THE
010900     05  LCK-POSTED-TOTAL       PIC S9(9)V99.
011000     05  LCK-OK-TOTAL           PIC S9(11)V99.
011100     05  LCK-GROUPS-POSTED      PIC 9(08).
011200     05  LCK-HELD-COUNT         PIC 9(06).
011300     05  LCK-HELD-TOTAL         PIC S9(11)V99.
011500 WORKING-STORAGE SECTION.
011600* FILE STATUS FOR THE JOURNAL - A MISSING OR MIS-WIRED JRNIN
011700* MUST STOP THE JOB WITH A MESSAGE, NOT A RAW RUNTIME ERROR.
011800 01  LPT-JRN-FILE-STATUS     PIC X(02).
011810* FILE STATUS FOR HELD-FILE - "35" ON OPEN I-O SIMPLY MEANS
011820* NOTHING HAS EVER BEEN HELD.  ANY OTHER NON-ZERO STATUS ABORTS
011830* IN 9940-HLD-IO-ABORT - MONEY THAT NEITHER POSTED NOR LANDED
011840* ON THE HELD FILE WOULD BE LOST.
011850 01  LPT-HLD-FILE-STATUS     PIC X(02).
011860* THE HOLD THRESHOLD OF THE ACCOUNT IN THE BUFFER IN DOLLARS,
011870* AND THE SIZE OF THE DETAIL IN HAND WHATEVER ITS SIGN.
011880 01  LPT-LIMIT-AMOUNT        PIC S9(9)V99 VALUE ZERO.
011890 01  LPT-ABS-TOTAL           PIC S9(7)V99 VALUE ZERO.
011900* ACCOUNT GROUPS FULLY APPLIED TO THE MASTER, AND THE NUMBER
012000* OF GROUPS A RESTART MUST FAST-FORWARD PAST.
012100 77  LPT-GROUPS-POSTED       PIC 9(08) COMP.
012800* ANY OTHER NON-ZERO STATUS ABORTS IN 9910-CKP-IO-ABORT.
012900 01  LPT-CKP-FILE-STATUS     PIC X(02).
012910* FILE STATUS FOR HISTORY-FILE - "35" (FILE NOT FOUND) ON OPEN
012920* I-O SIMPLY MEANS NO HISTORY EXISTS YET.  ANY OTHER
012930* NON-ZERO STATUS ABORTS IN 9920-HST-IO-ABORT - A POSTING THE
012940* HISTORY CANNOT EXPLAIN IS A QUESTION NOBODY CAN ANSWER LATER.
012950 01  LPT-HST-FILE-STATUS     PIC X(02).
012951* THE ACCOUNT THE LAST HISTORY RECORD WENT TO AND THE POSTING
012952* SEQUENCE IT TOOK, SO THE NEXT RECORD FOR THE SAME ACCOUNT
012953* TAKES THE ONE AFTER WITHOUT READING THE FILE AGAIN.
012954 01  LPT-HST-SEQ-AREA.
012955     05  LPT-HST-LAST-ACCOUNT   PIC X(04) VALUE SPACES.
012956     05  LPT-HST-SEQ            PIC 9(06) VALUE ZERO.
012957     05  LPT-HST-SCAN-SW        PIC X(01) VALUE "N".
012958         88  LPT-HST-SCAN-DONE               VALUE "Y".
012960* FILE STATUS FOR SUSPENSE-FILE - "35" ON OPEN EXTEND SIMPLY
012970* MEANS NO ITEM HAS EVER GONE TO SUSPENSE.  ANY OTHER NON-ZERO
012980* STATUS ABORTS IN 9930-SUS-IO-ABORT - A SUSPENSE POSTING THE
013700     05  LPT-REJECT-COUNT       PIC 9(06) COMP VALUE ZERO.
013800     05  LPT-SKIP-COUNT         PIC 9(06) COMP VALUE ZERO.
013810     05  LPT-SUSPENSE-COUNT     PIC 9(06) COMP VALUE ZERO.
013820     05  LPT-HELD-COUNT         PIC 9(06) COMP VALUE ZERO.
013840     05  LPT-HELD-TOTAL         PIC S9(11)V99 VALUE ZERO.
013900     05  LPT-POSTED-TOTAL       PIC S9(9)V99 VALUE ZERO.
014000     05  LPT-OK-TOTAL           PIC S9(11)V99 VALUE ZERO.
014100* WHAT THE JOURNAL TRAILER RECORD(S) SAID THE RUN HELD -
015240         88  LPT-GROUP-SUSP-YES              VALUE "Y".
015250     05  LPT-GROUP-POSTED-SW    PIC X(01) VALUE "N".
015260         88  LPT-GROUP-POSTED-YES            VALUE "Y".
015270     05  LPT-OVER-LIMIT-SW      PIC X(01) VALUE "N".
015280         88  LPT-OVER-LIMIT-YES              VALUE "Y".
015300     05  LPT-CKP-EOF-SW         PIC X(01) VALUE "N".
015400         88  LPT-CKP-EOF-YES                 VALUE "Y".
015500     05  LPT-RESTART-SW         PIC X(01) VALUE "N".
020520     05  FILLER            PIC X(05) VALUE "SUSP ".
020530     05  LPT-T-SUSP-COUNT        PIC ZZZZZ9.
020600     05  FILLER                  PIC X(37) VALUE SPACES.
020605* HELD LINE - WHAT WENT TO THE HELD-ITEMS FILE INSTEAD OF THE
020610* MASTER, WAITING FOR A SUPERVISOR.
020615 01  LPT-HELD-LINE.
020620     05  FILLER                  PIC X(01) VALUE SPACE.
020625     05  FILLER            PIC X(13) VALUE "TOTAL HELD   ".
020630     05  LPT-HL-TOTAL            PIC -(9)9.99.
020635     05  FILLER                  PIC X(04) VALUE SPACES.
020640     05  FILLER            PIC X(05) VALUE "HELD ".
020645     05  LPT-HL-COUNT            PIC ZZZZZ9.
020650     05  FILLER                  PIC X(91) VALUE SPACES.
020700* TIE-BACK LINE - THIS RUN'S FIGURES AGAINST THE JOURNAL
020800* TRAILER'S, WITH THE VERDICT.  THE COUNT COVERS EVERY DETAIL
020900* SEEN; THE TOTAL COMPARES THE "OK" NET TO THE CONTROL TOTAL
026200         MOVE LPT-RUN-DATE TO LPT-H-DATE
026300         WRITE POST-REPORT-LINE FROM LPT-HEADING-LINE
026400     END-IF.
026410     OPEN I-O HISTORY-FILE.
026420     IF LPT-HST-FILE-STATUS = "35"
026430         OPEN OUTPUT HISTORY-FILE
026432         IF LPT-HST-FILE-STATUS = "00"
026434             CLOSE HISTORY-FILE
026436             OPEN I-O HISTORY-FILE
026438         END-IF
026440     END-IF.
026450     IF LPT-HST-FILE-STATUS NOT = "00"
026460         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
026475     IF LPT-SUS-FILE-STATUS NOT = "00"
026476         PERFORM 9930-SUS-IO-ABORT THRU 9930-EXIT
026477     END-IF.
026478     OPEN I-O HELD-FILE.
026480     IF LPT-HLD-FILE-STATUS = "35"
026482         OPEN OUTPUT HELD-FILE
026484         IF LPT-HLD-FILE-STATUS = "00"
026486             CLOSE HELD-FILE
026488             OPEN I-O HELD-FILE
026490         END-IF
026492     END-IF.
026494     IF LPT-HLD-FILE-STATUS NOT = "00"
026496         PERFORM 9940-HLD-IO-ABORT THRU 9940-EXIT
026498     END-IF.
026500     OPEN EXTEND CHECKPOINT-FILE.
026600     IF LPT-CKP-FILE-STATUS = "35"
026700         OPEN OUTPUT CHECKPOINT-FILE
030200     MOVE ZERO TO LPT-REJECT-COUNT.
030300     MOVE ZERO TO LPT-SKIP-COUNT.
030310     MOVE ZERO TO LPT-SUSPENSE-COUNT.
030320     MOVE ZERO TO LPT-HELD-COUNT.
030340     MOVE ZERO TO LPT-HELD-TOTAL.
030400     MOVE ZERO TO LPT-POSTED-TOTAL.
030500     MOVE ZERO TO LPT-OK-TOTAL.
030600     MOVE ZERO TO LPT-GROUPS-POSTED.
034000             MOVE LCK-POSTED-TOTAL TO LPT-POSTED-TOTAL
034100             MOVE LCK-OK-TOTAL TO LPT-OK-TOTAL
034200             MOVE LCK-GROUPS-POSTED TO LPT-GROUPS-POSTED
034300             MOVE LCK-HELD-COUNT TO LPT-HELD-COUNT
034400             MOVE LCK-HELD-TOTAL TO LPT-HELD-TOTAL
034600     END-READ.
034700 1060-EXIT.
034800     EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000* 3200-RELEASE-ONE - A DETAIL GOES TO THE SORT; A TRAILER'S
037100* FIGURES ARE KEPT FOR THE TIE-BACK.  A REVERSAL CARRIES THE
037150* ORIGINAL IT POINTS AT THROUGH THE SORT.
037200*----------------------------------------------------------------
037300 3200-RELEASE-ONE.
037400     IF JRN-DETAIL
037410         ADD 1 TO LPT-IN-COUNT
037420         IF JRN-DISPOSITION = "OK" OR
037425            JRN-DISPOSITION = "REVERSAL"
037430             ADD JRN-TOTAL TO LPT-IN-OK-TOTAL
037440         END-IF
037500         MOVE JRN-ACCOUNT-CODE TO SRT-ACCOUNT-CODE
037700         MOVE JRN-DISPOSITION TO SRT-DISPOSITION
037800         MOVE JRN-TOTAL TO SRT-TOTAL
037900         MOVE JRN-EFFECTIVE-DATE TO SRT-EFFECTIVE-DATE
037910         IF JRN-DISPOSITION = "REVERSAL"
037920             MOVE JRN-REV-ORIG-RUN-DATE TO SRT-ORIG-DATE
037930             MOVE JRN-REV-ORIG-RECORD-NO TO SRT-ORIG-RECORD-NO
037940         ELSE
037950             MOVE ZERO TO SRT-ORIG-DATE
037960             MOVE ZERO TO SRT-ORIG-RECORD-NO
037970         END-IF
038000         RELEASE SRT-RECORD
038100     ELSE
038200         IF JRN-TRAILER
051700     EXIT.
051800*----------------------------------------------------------------
051900* 4400-ONE-DETAIL - APPLY ONE JOURNAL DETAIL OF THE GROUP IN
052000* HAND.  A DISPOSITION OTHER THAN "OK" OR "REVERSAL" ONLY
052100* PRINTS - ADDBATCH ALREADY DECIDED THAT CARD'S FATE.  AN "OK"
052200* OR "REVERSAL" DETAIL ROLLS INTO THE MASTER RECORD IN THE BUFFER
052300* (THE ACCOUNT'S OWN, OR SUSPENSE WHEN THE ACCOUNT IS MISSING
052400* OR CLOSED), WRITES ITS HISTORY RECORD WITH THE RESULTING
052500* BALANCE, AND - IN SUSPENSE - ITS DETAIL ITEM UNDER THE ACCOUNT
052600* THE CARD ORIGINALLY NAMED.  A BALANCE THAT WOULD OVERFLOW
052700* LEAVES THE DETAIL FLAGGED AND THE MASTER UNTOUCHED RATHER
052750* THAN TRUNCATED.
052760* AN "OK" DETAIL OVER THE HOLD THRESHOLD OF THE ACCOUNT IN THE
052770* BUFFER GOES TO THE HELD-ITEMS FILE INSTEAD AND LEAVES THE
052780* MASTER ALONE.
052800*----------------------------------------------------------------
052900 4400-ONE-DETAIL.
053000     MOVE SRT-RECORD-NO TO LPT-D-RECORD-NO.
053200     MOVE ZERO TO LPT-D-TOTAL.
053300     MOVE ZERO TO LPT-D-BALANCE.
053400     ADD 1 TO LPT-RECORD-COUNT.
053500     IF SRT-DISPOSITION NOT = "OK" AND
053550        SRT-DISPOSITION NOT = "REVERSAL"
053600         ADD 1 TO LPT-SKIP-COUNT
053700         MOVE SRT-DISPOSITION TO LPT-SKIP-DISP
053800         MOVE LPT-SKIP-STATUS TO LPT-D-STATUS
054400     IF LPT-GROUP-READ-SW = "N"
054500         PERFORM 4350-READ-GROUP-ACCOUNT THRU 4350-EXIT
054600     END-IF.
054610     MOVE "N" TO LPT-OVER-LIMIT-SW.
054620     IF SRT-DISPOSITION = "OK"
054630         PERFORM 4420-CHECK-LIMIT THRU 4420-EXIT
054640     END-IF.
054650     IF LPT-OVER-LIMIT-YES
054660         PERFORM 4460-HOLD-DETAIL THRU 4460-EXIT
054670         PERFORM 4100-RETURN-ONE THRU 4100-EXIT
054680         GO TO 4400-EXIT
054690     END-IF.
054700     ADD SRT-TOTAL TO LDM-BALANCE
054800         ON SIZE ERROR
054900             ADD 1 TO LPT-REJECT-COUNT
056600         END-IF
056700     ELSE
056800         ADD 1 TO LPT-POSTED-COUNT
056850         IF SRT-DISPOSITION = "REVERSAL"
056860             MOVE "POSTED - REVERSAL" TO LPT-D-STATUS
056870         ELSE
056900             MOVE "POSTED" TO LPT-D-STATUS
056950         END-IF
057000     END-IF.
057100     ADD SRT-TOTAL TO LPT-POSTED-TOTAL
057200         ON SIZE ERROR
057800     PERFORM 4100-RETURN-ONE THRU 4100-EXIT.
057900 4400-EXIT.
058000     EXIT.
058001*----------------------------------------------------------------
058002* 4420-CHECK-LIMIT - IS THE DETAIL IN HAND OVER THE HOLD
058003* THRESHOLD OF THE ACCOUNT IN THE BUFFER?  THAT IS THE ACCOUNT
058004* THE MONEY WOULD LAND IN - THE SUSPENSE ACCOUNT'S THRESHOLD
058005* GOVERNS A GROUP GOING TO SUSPENSE.  A CREDIT IS MEASURED LIKE
058006* A DEBIT.  A ZERO OR BLANK THRESHOLD HOLDS NOTHING.
058007*----------------------------------------------------------------
058008 4420-CHECK-LIMIT.
058009     IF LDM-HOLD-LIMIT NOT NUMERIC OR
058010        LDM-HOLD-LIMIT = ZERO
058011         GO TO 4420-EXIT
058012     END-IF.
058013     COMPUTE LPT-LIMIT-AMOUNT = LDM-HOLD-LIMIT * 1000.
058014     IF SRT-TOTAL < ZERO
058015         SUBTRACT SRT-TOTAL FROM ZERO GIVING LPT-ABS-TOTAL
058016     ELSE
058017         MOVE SRT-TOTAL TO LPT-ABS-TOTAL
058018     END-IF.
058019     IF LPT-ABS-TOTAL > LPT-LIMIT-AMOUNT
058020         SET LPT-OVER-LIMIT-YES TO TRUE
058021     END-IF.
058022 4420-EXIT.
058023     EXIT.
058024*----------------------------------------------------------------
058025* 4460-HOLD-DETAIL - PUT THE DETAIL ON THE HELD-ITEMS FILE
058026* UNDER THE ACCOUNT THE CARD NAMED, WITH THE THRESHOLD IT
058027* BROKE, AND LIST IT.  A RESTART REPLAYING THE GROUP IN FLIGHT
058028* FINDS ITS EARLIER HELD RECORDS ALREADY ON FILE ("22") - THAT
058029* IS THE SAME ITEM, STILL HELD, NOT A FAILURE.
058030*----------------------------------------------------------------
058031 4460-HOLD-DETAIL.
058032     MOVE SPACES TO HELD-ITEM-RECORD.
058033     MOVE LPT-RUN-DATE TO HLD-RUN-DATE.
058034     MOVE SRT-RECORD-NO TO HLD-RECORD-NO.
058035     MOVE LPT-GROUP-ACCOUNT TO HLD-ACCOUNT-CODE.
058036     MOVE SRT-TOTAL TO HLD-AMOUNT.
058037     MOVE SRT-EFFECTIVE-DATE TO HLD-EFFECTIVE-DATE.
058038     MOVE LDM-HOLD-LIMIT TO HLD-LIMIT.
058039     SET HLD-ITEM-HELD TO TRUE.
058040     MOVE ZERO TO HLD-ACTION-DATE.
058041     WRITE HELD-ITEM-RECORD.
058042     IF LPT-HLD-FILE-STATUS NOT = "00" AND
058043        LPT-HLD-FILE-STATUS NOT = "22"
058044         PERFORM 9940-HLD-IO-ABORT THRU 9940-EXIT
058045     END-IF.
058046     ADD 1 TO LPT-HELD-COUNT.
058047     ADD SRT-TOTAL TO LPT-HELD-TOTAL.
058048     MOVE "HELD - OVER THRESHOLD" TO LPT-D-STATUS.
058049     MOVE SRT-TOTAL TO LPT-D-TOTAL.
058050     MOVE LDM-BALANCE TO LPT-D-BALANCE.
058051     WRITE POST-REPORT-LINE FROM LPT-DETAIL-LINE.
058052 4460-EXIT.
058053     EXIT.
058100*----------------------------------------------------------------
058200* 4450-WRITE-SUSPENSE - CARRY THE DETAIL ON THE SUSPENSE FILE
058300* UNDER THE ACCOUNT THE CARD ORIGINALLY NAMED, FOR SUSPAGE AND
060100* 2080-WRITE-HISTORY - WRITE ONE POSTING HISTORY RECORD FOR THE
060200* POSTING JUST APPLIED: ACCOUNT (SUSPENSE WHEN THAT IS WHERE
060300* THE MONEY WENT), POST DATE, SOURCE RECORD NUMBER, AMOUNT,
060400* RESULTING BALANCE AND EFFECTIVE DATE - AND, FOR A REVERSAL,
060420* THE MARK AND THE ORIGINAL POSTING'S DATE AND RECORD NUMBER.
060440* THE RECORD TAKES THE ACCOUNT'S NEXT POSTING SEQUENCE FOR THE
060450* RUN DATE.  A HISTORY THAT CANNOT BE WRITTEN ABORTS THE RUN -
060500* A POSTING THE HISTORY CANNOT EXPLAIN IS A QUESTION NOBODY CAN
060600* ANSWER LATER.
060700*----------------------------------------------------------------
060800 2080-WRITE-HISTORY.
060850     PERFORM 2085-NEXT-SEQUENCE THRU 2085-EXIT.
060900     MOVE SPACES TO POSTING-HISTORY-RECORD.
061000     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
061100     MOVE LPT-RUN-DATE TO PHS-POST-DATE.
061150     MOVE LPT-HST-SEQ TO PHS-POST-SEQ.
061200     MOVE SRT-RECORD-NO TO PHS-RECORD-NO.
061300     MOVE SRT-TOTAL TO PHS-AMOUNT.
061400     MOVE LDM-BALANCE TO PHS-RESULT-BALANCE.
061500     MOVE SRT-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE.
061510     IF SRT-DISPOSITION = "REVERSAL"
061520         SET PHS-REVERSAL TO TRUE
061530         MOVE SRT-ORIG-DATE TO PHS-ORIG-POST-DATE
061540         MOVE SRT-ORIG-RECORD-NO TO PHS-ORIG-RECORD-NO
061550     END-IF.
061600     WRITE POSTING-HISTORY-RECORD.
061700     IF LPT-HST-FILE-STATUS NOT = "00"
061800         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
061900     END-IF.
062000 2080-EXIT.
062100     EXIT.
062101*----------------------------------------------------------------
062102* 2085-NEXT-SEQUENCE - THE POSTING SEQUENCE FOR THE HISTORY
062103* RECORD ABOUT TO BE WRITTEN.  THE SAME ACCOUNT AS THE LAST
062104* RECORD TAKES THE NEXT NUMBER; A NEW ACCOUNT STARTS AFTER THE
062105* HIGHEST SEQUENCE ALREADY ON FILE FOR IT AND THE RUN DATE -
062106* NONE AT ALL MEANS 1.
062107*----------------------------------------------------------------
062108 2085-NEXT-SEQUENCE.
062109     IF LDM-ACCOUNT-CODE = LPT-HST-LAST-ACCOUNT
062110         ADD 1 TO LPT-HST-SEQ
062111         GO TO 2085-EXIT
062112     END-IF.
062113     MOVE LDM-ACCOUNT-CODE TO LPT-HST-LAST-ACCOUNT.
062114     MOVE ZERO TO LPT-HST-SEQ.
062115     MOVE LDM-ACCOUNT-CODE TO PHS-ACCOUNT-CODE.
062116     MOVE LPT-RUN-DATE TO PHS-POST-DATE.
062117     MOVE ZERO TO PHS-POST-SEQ.
062118     MOVE "N" TO LPT-HST-SCAN-SW.
062119     START HISTORY-FILE KEY IS GREATER THAN PHS-HISTORY-KEY
062120         INVALID KEY
062121             SET LPT-HST-SCAN-DONE TO TRUE
062122     END-START.
062123     IF NOT LPT-HST-SCAN-DONE AND LPT-HST-FILE-STATUS NOT = "00"
062124         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
062125     END-IF.
062126     PERFORM 2086-SCAN-SEQUENCE THRU 2086-EXIT
062127         UNTIL LPT-HST-SCAN-DONE.
062128     ADD 1 TO LPT-HST-SEQ.
062129 2085-EXIT.
062130     EXIT.
062131*----------------------------------------------------------------
062132* 2086-SCAN-SEQUENCE - READ ON THROUGH THE ACCOUNT'S RECORDS FOR
062133* THE RUN DATE, KEEPING THE LAST SEQUENCE SEEN.
062134*----------------------------------------------------------------
062135 2086-SCAN-SEQUENCE.
062136     READ HISTORY-FILE NEXT RECORD
062137         AT END
062138             SET LPT-HST-SCAN-DONE TO TRUE
062139             GO TO 2086-EXIT
062140     END-READ.
062141     IF LPT-HST-FILE-STATUS NOT = "00"
062142         PERFORM 9920-HST-IO-ABORT THRU 9920-EXIT
062143     END-IF.
062144     IF PHS-ACCOUNT-CODE NOT = LPT-HST-LAST-ACCOUNT OR
062145        PHS-POST-DATE NOT = LPT-RUN-DATE
062146         SET LPT-HST-SCAN-DONE TO TRUE
062147         GO TO 2086-EXIT
062148     END-IF.
062149     MOVE PHS-POST-SEQ TO LPT-HST-SEQ.
062150 2086-EXIT.
062151     EXIT.
062200*----------------------------------------------------------------
062300* 2090-WRITE-CHECKPOINT - RECORD HOW FAR THE RUN HAS GOT.  ONE
062400* RECORD PER ACCOUNT GROUP, WRITTEN AFTER THE GROUP'S REWRITE
063600     MOVE LPT-POSTED-TOTAL TO LCK-POSTED-TOTAL.
063700     MOVE LPT-OK-TOTAL TO LCK-OK-TOTAL.
063800     MOVE LPT-GROUPS-POSTED TO LCK-GROUPS-POSTED.
063820     MOVE LPT-HELD-COUNT TO LCK-HELD-COUNT.
063840     MOVE LPT-HELD-TOTAL TO LCK-HELD-TOTAL.
063900     WRITE CHECKPOINT-RECORD.
064000     IF LPT-CKP-FILE-STATUS NOT = "00"
064100         PERFORM 9910-CKP-IO-ABORT THRU 9910-EXIT
064300 2090-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600* 9000-TERMINATE - PRINT THE POSTING TRAILER AND THE HELD
064650* LINE, TIE THE RUN BACK TO THE JOURNAL TRAILER (THE COUNT
064700* COVERS EVERY DETAIL SEEN;
064800* THE TOTAL COMPARES THE "OK" NET TO THE CONTROL TOTAL THE
064900* TRAILER CARRIES), LOG THE RUN, CLOSE THE FILES, AND GIVE THE
065000* OPERATOR A SHORT CONSOLE MESSAGE.  A MISSING TRAILER OR A
065900     MOVE LPT-SKIP-COUNT TO LPT-T-SKIP-COUNT.
066000     MOVE LPT-SUSPENSE-COUNT TO LPT-T-SUSP-COUNT.
066100     WRITE POST-REPORT-LINE FROM LPT-TRAILER-LINE.
066120     MOVE LPT-HELD-TOTAL TO LPT-HL-TOTAL.
066140     MOVE LPT-HELD-COUNT TO LPT-HL-COUNT.
066160     WRITE POST-REPORT-LINE FROM LPT-HELD-LINE.
066200     MOVE LPT-TRAILER-COUNT TO LPT-T-TRAILER-COUNT.
066300     MOVE LPT-TRAILER-TOTAL TO LPT-T-TRAILER-TOTAL.
066400     MOVE LPT-RECORD-COUNT TO LPT-T-OK-COUNT.
067700     END-IF.
067800     WRITE POST-REPORT-LINE FROM LPT-TIE-LINE.
067900     CLOSE LEDGER-MASTER-FILE, POST-REPORT-FILE,
068000         HISTORY-FILE, SUSPENSE-FILE, HELD-FILE.
068100     PERFORM 9050-CLEAR-CHECKPOINT THRU 9050-EXIT.
068200     PERFORM 9060-LOG-RUN THRU 9060-EXIT.
068300     DISPLAY "POSTING COMPLETE - " LPT-T-VERDICT.
074300 9910-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600* 9920-HST-IO-ABORT - THE POSTING HISTORY FILE FAILED AN OPEN,
074700* A READ OR A WRITE.  TELL THE OPERATOR, LEAVE THE CHECKPOINT
074800* IN PLACE SO THE RERUN RESUMES AT THIS GROUP, AND END WITH
074900* RETURN-CODE 16 SO THE SCHEDULER HOLDS THE DOWNSTREAM JOBS.
075000*----------------------------------------------------------------
075100 9920-HST-IO-ABORT.
075200     DISPLAY "LDGPOST - POSTING HISTORY I-O FAILURE - STATUS "
076800     STOP RUN.
076900 9930-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------
077200* 9940-HLD-IO-ABORT - THE HELD-ITEMS FILE FAILED AN OPEN OR A
077300* WRITE.  A DETAIL THAT NEITHER POSTED NOR LANDED ON THE HELD
077400* FILE WOULD BE LOST, SO STOP HERE WITH THE CHECKPOINT IN PLACE
077500* AND RETURN-CODE 16.
077600*----------------------------------------------------------------
077700 9940-HLD-IO-ABORT.
077800     DISPLAY "LDGPOST - HELD ITEMS I-O FAILURE - STATUS "
077900         LPT-HLD-FILE-STATUS.
078000     MOVE 16 TO RETURN-CODE.
078100     STOP RUN.
078200 9940-EXIT.
078300     EXIT.
