002300*                    RETURN CODE UNDER 08 - A RUN THAT ENDED
002400*                    OUT OF BALANCE, OR ABORTED WITHOUT
002500*                    LOGGING AT ALL, IS EXPECTED TO BE RERUN.
002510*  10/15/2026  JH    FUNCTION "R", CALLED BY LDGROLL ONCE A
002520*                    BACKUP GENERATION IS RESTORED: WRITES A
002530*                    ROLLBACK ENTRY FOR EVERY PROGRAM LOGGED AS
002540*                    COMPLETE FOR THE RUN DATE SINCE THE
002550*                    GENERATION WAS TAKEN, AND ONE FOR THE STEP
002560*                    IT WAS TAKEN BEFORE.  A ROLLBACK ENTRY
002570*                    CANCELS THE EARLIER COMPLETED RUNS OF ITS
002580*                    PROGRAM FOR THAT DATE IN THE CHECK, SO THE
002590*                    ROLLED-BACK STEPS MAY RUN AGAIN.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005600         88  RLG-PRED-FOUND-YES              VALUE "Y".
005700     05  RLG-SELF-FOUND-SW      PIC X(01) VALUE "N".
005800         88  RLG-SELF-FOUND-YES              VALUE "Y".
005802     05  RLG-VOID-FOUND-SW      PIC X(01) VALUE "N".
005804         88  RLG-VOID-FOUND-YES              VALUE "Y".
005806     05  RLG-STEP-VOIDED-SW     PIC X(01) VALUE "N".
005808         88  RLG-STEP-VOIDED-YES             VALUE "Y".
005810* ROLLBACK WORK AREAS - THE POSITION OF THE RECORD IN HAND ON
005812* THE MASTER, AND ONE ENTRY PER PROGRAM LOGGED AS COMPLETE FOR
005814* THE RUN DATE PAST THE ROLLBACK POINT, STILL ACTIVE UNLESS A
005816* LATER ROLLBACK ENTRY HAS ALREADY VOIDED IT.
005818 01  RLG-RECORD-NO              PIC 9(08) COMP VALUE ZERO.
005820 01  RLG-VOID-TABLE.
005822     05  RLG-VOID-USED          PIC 9(04) COMP VALUE ZERO.
005824     05  RLG-VOID-MAX           PIC 9(04) COMP VALUE 50.
005826     05  RLG-VOID-INDEX         PIC 9(04) COMP VALUE ZERO.
005828     05  RLG-VOID-FOUND-INDEX   PIC 9(04) COMP VALUE ZERO.
005830     05  RLG-VOID-ENTRY OCCURS 50 TIMES.
005832         10  RLG-VOID-PROGRAM   PIC X(08).
005834         10  RLG-VOID-ACTIVE-SW PIC X(01).
005836             88  RLG-VOID-ACTIVE             VALUE "Y".
005838* PROGRAM BEING LOOKED UP IN THE TABLE.
005840 01  RLG-VOID-KEY               PIC X(08).
005900 LINKAGE SECTION.
006000* RLK-FUNCTION, THE CALLER'S IDENTITY AND FIGURES, AND THE
006100* RESULT.  SEE RUNLINK.CPY.
007300         IF RLK-FUNC-LOG
007400             PERFORM 2000-LOG THRU 2000-EXIT
007500         ELSE
007520             IF RLK-FUNC-ROLLBACK
007540                 PERFORM 3000-ROLLBACK THRU 3000-EXIT
007560             ELSE
007600                 SET RLK-RESULT-NO TO TRUE
007700                 MOVE "BAD FUNCTION CODE" TO RLK-REASON
007750             END-IF
007800         END-IF
007900     END-IF.
008000     GOBACK.
012100* 1100-SCAN-ONE - EXAMINE ONE RUN-HISTORY RECORD.  ONLY A
012200* COMPLETED RUN (RETURN CODE UNDER 08) FOR THE SAME RUN DATE
012300* COUNTS, FOR THE PREDECESSOR AND THE DOUBLED-STEP TEST BOTH.
012320* A ROLLBACK ENTRY FOR THE SAME RUN DATE CANCELS WHATEVER ITS
012340* PROGRAM HAD COMPLETED BEFORE IT; A RUN LOGGED AFTER IT COUNTS
012360* AGAIN.
012400*----------------------------------------------------------------
012500 1100-SCAN-ONE.
012600     READ RUN-CONTROL-FILE
012700         AT END
012800             SET RLG-EOF-YES TO TRUE
012900         NOT AT END
012905             IF RCM-RUN-DATE = RLK-RUN-DATE AND
012910                RCM-ROLLBACK-ENTRY
012915                 IF RCM-PROGRAM = RLK-PREDECESSOR
012920                     MOVE "N" TO RLG-PRED-FOUND-SW
012925                 END-IF
012930                 IF RCM-PROGRAM = RLK-PROGRAM
012935                     MOVE "N" TO RLG-SELF-FOUND-SW
012940                 END-IF
012945                 GO TO 1100-EXIT
012950             END-IF
013000             IF RCM-RUN-DATE = RLK-RUN-DATE AND
013100                RCM-RETURN-CODE < 08
013200                 IF RCM-PROGRAM = RLK-PREDECESSOR
016800     CLOSE RUN-CONTROL-FILE.
016900 2000-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------
017200* 3000-ROLLBACK - RECORD A ROLLBACK TO A BACKUP GENERATION.
017300* EVERY PROGRAM LOGGED AS COMPLETE FOR RLK-RUN-DATE PAST
017400* RLK-ROLLBACK-POINT (THE NUMBER OF RECORDS ON FILE WHEN THE
017500* GENERATION WAS TAKEN) HAS HAD ITS WORK UNDONE, SO EACH GETS A
017600* ROLLBACK ENTRY; SO DOES THE STEP THE GENERATION WAS TAKEN
017700* BEFORE, WHETHER OR NOT IT EVER LOGGED, SO THE ROLLBACK SHOWS
017800* ON RUNRECAP.  NOTHING IS WRITTEN IF THE MASTER CANNOT BE READ
017900* OR THE TABLE OVERFLOWS.
018000*----------------------------------------------------------------
018100 3000-ROLLBACK.
018200     MOVE "N" TO RLG-EOF-SW.
018300     MOVE "N" TO RLG-STEP-VOIDED-SW.
018400     MOVE ZERO TO RLG-RECORD-NO.
018500     MOVE ZERO TO RLG-VOID-USED.
018600     OPEN INPUT RUN-CONTROL-FILE.
018700     IF RLG-FILE-STATUS = "00"
018800         PERFORM 3100-SCAN-FOR-VOID THRU 3100-EXIT
018900             UNTIL RLG-EOF-YES
019000         CLOSE RUN-CONTROL-FILE
019100     ELSE
019200         IF RLG-FILE-STATUS NOT = "35"
019300             SET RLK-RESULT-NO TO TRUE
019400             MOVE "RUN CONTROL I-O FAILURE" TO RLK-REASON
019500         END-IF
019600     END-IF.
019700     IF RLK-RESULT-NO
019800         GO TO 3000-EXIT
019900     END-IF.
020000     OPEN EXTEND RUN-CONTROL-FILE.
020100     IF RLG-FILE-STATUS = "35"
020200         OPEN OUTPUT RUN-CONTROL-FILE
020300     END-IF.
020400     IF RLG-FILE-STATUS NOT = "00"
020500         SET RLK-RESULT-NO TO TRUE
020600         MOVE "RUN CONTROL I-O FAILURE" TO RLK-REASON
020700         GO TO 3000-EXIT
020800     END-IF.
020900     PERFORM 3300-WRITE-VOID THRU 3300-EXIT
021000         VARYING RLG-VOID-INDEX FROM 1 BY 1
021100         UNTIL RLG-VOID-INDEX > RLG-VOID-USED.
021200     IF RLG-STEP-VOIDED-SW = "N"
021300         MOVE RLK-PROGRAM TO RLG-VOID-KEY
021400         PERFORM 3400-WRITE-ENTRY THRU 3400-EXIT
021500     END-IF.
021600     CLOSE RUN-CONTROL-FILE.
021700 3000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000* 3100-SCAN-FOR-VOID - EXAMINE ONE RUN-HISTORY RECORD PAST THE
022100* ROLLBACK POINT FOR THE RUN DATE.  A COMPLETED RUN MAKES ITS
022200* PROGRAM ACTIVE IN THE TABLE; A ROLLBACK ENTRY (AN EARLIER
022300* ROLLBACK, OR THIS ONE BEING RUN AGAIN) MAKES IT INACTIVE.
022400*----------------------------------------------------------------
022500 3100-SCAN-FOR-VOID.
022600     READ RUN-CONTROL-FILE
022700         AT END
022800             SET RLG-EOF-YES TO TRUE
022900             GO TO 3100-EXIT
023000     END-READ.
023100     ADD 1 TO RLG-RECORD-NO.
023200     IF RLG-RECORD-NO NOT > RLK-ROLLBACK-POINT OR
023300        RCM-RUN-DATE NOT = RLK-RUN-DATE
023400         GO TO 3100-EXIT
023500     END-IF.
023600     MOVE RCM-PROGRAM TO RLG-VOID-KEY.
023700     PERFORM 3200-FIND-VOID THRU 3200-EXIT.
023800     IF RCM-ROLLBACK-ENTRY
023900         IF RLG-VOID-FOUND-YES
024000             MOVE "N" TO RLG-VOID-ACTIVE-SW (RLG-VOID-FOUND-INDEX)
024100         END-IF
024200         GO TO 3100-EXIT
024300     END-IF.
024400     IF RCM-RETURN-CODE NOT < 08
024500         GO TO 3100-EXIT
024600     END-IF.
024700     IF RLG-VOID-FOUND-YES
024800         MOVE "Y" TO RLG-VOID-ACTIVE-SW (RLG-VOID-FOUND-INDEX)
024900         GO TO 3100-EXIT
025000     END-IF.
025100     IF RLG-VOID-USED NOT < RLG-VOID-MAX
025200         SET RLK-RESULT-NO TO TRUE
025300         MOVE "ROLLBACK TABLE FULL" TO RLK-REASON
025400         SET RLG-EOF-YES TO TRUE
025500         GO TO 3100-EXIT
025600     END-IF.
025700     ADD 1 TO RLG-VOID-USED.
025800     MOVE RCM-PROGRAM TO RLG-VOID-PROGRAM (RLG-VOID-USED).
025900     MOVE "Y" TO RLG-VOID-ACTIVE-SW (RLG-VOID-USED).
026000 3100-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------
026300* 3200-FIND-VOID - IS RLG-VOID-KEY ALREADY IN THE TABLE?
026400*----------------------------------------------------------------
026500 3200-FIND-VOID.
026600     MOVE "N" TO RLG-VOID-FOUND-SW.
026700     PERFORM 3250-CHECK-ONE-VOID THRU 3250-EXIT
026800         VARYING RLG-VOID-INDEX FROM 1 BY 1
026900         UNTIL RLG-VOID-INDEX > RLG-VOID-USED
027000         OR RLG-VOID-FOUND-YES.
027100 3200-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400* 3250-CHECK-ONE-VOID - COMPARE ONE TABLE ENTRY.
027500*----------------------------------------------------------------
027600 3250-CHECK-ONE-VOID.
027700     IF RLG-VOID-PROGRAM (RLG-VOID-INDEX) = RLG-VOID-KEY
027800         SET RLG-VOID-FOUND-YES TO TRUE
027900         MOVE RLG-VOID-INDEX TO RLG-VOID-FOUND-INDEX
028000     END-IF.
028100 3250-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 3300-WRITE-VOID - WRITE A ROLLBACK ENTRY FOR ONE TABLE ENTRY
028500* STILL ACTIVE, NOTING WHEN IT IS THE STEP ITSELF.
028600*----------------------------------------------------------------
028700 3300-WRITE-VOID.
028800     IF NOT RLG-VOID-ACTIVE (RLG-VOID-INDEX)
028900         GO TO 3300-EXIT
029000     END-IF.
029100     MOVE RLG-VOID-PROGRAM (RLG-VOID-INDEX) TO RLG-VOID-KEY.
029200     IF RLG-VOID-KEY = RLK-PROGRAM
029300         SET RLG-STEP-VOIDED-YES TO TRUE
029400     END-IF.
029500     PERFORM 3400-WRITE-ENTRY THRU 3400-EXIT.
029600 3300-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 3400-WRITE-ENTRY - WRITE ONE ROLLBACK ENTRY FOR THE PROGRAM
030000* IN RLG-VOID-KEY: THE STEP RESTORED TO IN RCM-INPUT-ID AND THE
030100* GENERATION IN RCM-RECORD-COUNT.
030200*----------------------------------------------------------------
030300 3400-WRITE-ENTRY.
030400     MOVE SPACES TO RUN-CONTROL-RECORD.
030500     MOVE RLG-VOID-KEY TO RCM-PROGRAM.
030600     MOVE RLK-RUN-DATE TO RCM-RUN-DATE.
030700     MOVE RLK-INPUT-ID TO RCM-INPUT-ID.
030800     MOVE RLK-RECORD-COUNT TO RCM-RECORD-COUNT.
030900     MOVE ZERO TO RCM-TOTAL.
031000     MOVE ZERO TO RCM-RETURN-CODE.
031100     SET RCM-ROLLBACK-ENTRY TO TRUE.
031200     WRITE RUN-CONTROL-RECORD.
031300     IF RLG-FILE-STATUS NOT = "00"
031400         SET RLK-RESULT-NO TO TRUE
031500         MOVE "RUN CONTROL I-O FAILURE" TO RLK-REASON
031600     END-IF.
031700 3400-EXIT.
031800     EXIT.
