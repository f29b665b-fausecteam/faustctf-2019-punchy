002100*                    RETURN-CODE 4 WHEN ANY LOGGED RUN ENDED
002200*                    BADLY, OR WHEN NOTHING AT ALL WAS LOGGED
002300*                    FOR THE DATE.
002310*  10/15/2026  JH    ROLLBACK ENTRIES (WRITTEN THROUGH RUNLOG
002320*                    WHEN LDGROLL RESTORES A BACKUP GENERATION)
002330*                    PRINT AS THEIR OWN LINE - THE PROGRAM
002340*                    VOIDED, THE GENERATION RESTORED AND THE
002350*                    STEP IT WAS TAKEN BEFORE - AND ARE COUNTED
002360*                    ON THE TRAILER.  ANY ROLLBACK ALSO EARNS
002370*                    RETURN-CODE 4.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006200 01  RCP-COUNTERS.
006300     05  RCP-LISTED-COUNT       PIC 9(06) COMP VALUE ZERO.
006400     05  RCP-BAD-COUNT          PIC 9(06) COMP VALUE ZERO.
006450     05  RCP-ROLLBACK-COUNT     PIC 9(06) COMP VALUE ZERO.
006500* RUN DATE THE RECAP COVERS.
006600 01  RCP-RUN-DATE               PIC 9(08).
006700* PAGE HEADER - PROGRAM NAME AND RUN DATE.
009100     05  FILLER                  PIC X(02) VALUE SPACES.
009200     05  RCP-D-VERDICT           PIC X(16).
009300     05  FILLER                  PIC X(43) VALUE SPACES.
009305* ROLLBACK LINE - ONE PER ROLLBACK ENTRY FOR THE DATE: THE
009310* PROGRAM WHOSE RUN WAS UNDONE, THE GENERATION PUT BACK, AND THE
009315* STEP THAT GENERATION WAS TAKEN BEFORE.
009320 01  RCP-ROLLBACK-LINE.
009325     05  FILLER                  PIC X(01) VALUE SPACE.
009330     05  RCP-R-PROGRAM           PIC X(08).
009335     05  FILLER                  PIC X(27)
009340         VALUE "  ROLLED BACK - GENERATION ".
009345     05  RCP-R-GENERATION        PIC 9(06).
009350     05  FILLER                  PIC X(21)
009355         VALUE "  RESTORED TO BEFORE ".
009360     05  RCP-R-STEP              PIC X(08).
009365     05  FILLER                  PIC X(62) VALUE SPACES.
009400* MESSAGE LINE FOR A NIGHT WITH NOTHING LOGGED.
009500 01  RCP-MESSAGE-LINE.
009600     05  FILLER                  PIC X(01) VALUE SPACE.
009700     05  RCP-M-TEXT              PIC X(40).
009800     05  FILLER                  PIC X(92) VALUE SPACES.
009900* TRAILER LINE - RUNS LISTED, RUNS THAT ENDED BADLY, AND
009950* ROLLBACK ENTRIES.
010000 01  RCP-TRAILER-LINE.
010100     05  FILLER                  PIC X(01) VALUE SPACE.
010200     05  FILLER            PIC X(13) VALUE "RUNS LISTED  ".
010300     05  RCP-T-LISTED            PIC ZZZZZ9.
010400     05  FILLER            PIC X(14) VALUE "  ENDED BADLY ".
010500     05  RCP-T-BAD               PIC ZZZZZ9.
010520     05  FILLER            PIC X(14) VALUE "  ROLLED BACK ".
010540     05  RCP-T-ROLLBACK          PIC ZZZZZ9.
010600     05  FILLER                  PIC X(73) VALUE SPACES.
010700 PROCEDURE DIVISION.
010800*================================================================
010900* BEGIN - MAINLINE.  ONE PASS OF THE RUN-CONTROL MASTER,
014800             SET RCP-EOF-YES TO TRUE
014900         NOT AT END
015000             IF RCM-RUN-DATE = RCP-RUN-DATE
015020                 IF RCM-ROLLBACK-ENTRY
015040                     PERFORM 2200-LIST-ROLLBACK THRU 2200-EXIT
015060                 ELSE
015100                     PERFORM 2100-LIST-ONE THRU 2100-EXIT
015150                 END-IF
015200             END-IF
015300     END-READ.
015400 2000-EXIT.
017700     WRITE RECAP-REPORT-LINE FROM RCP-DETAIL-LINE.
017800 2100-EXIT.
017900     EXIT.
017905*----------------------------------------------------------------
017910* 2200-LIST-ROLLBACK - PRINT ONE ROLLBACK ENTRY.  ON A ROLLBACK
017915* ENTRY THE INPUT FIELD CARRIES THE STEP THE GENERATION WAS
017920* TAKEN BEFORE AND THE COUNT FIELD THE GENERATION ITSELF.
017925*----------------------------------------------------------------
017930 2200-LIST-ROLLBACK.
017935     ADD 1 TO RCP-ROLLBACK-COUNT.
017940     MOVE RCM-PROGRAM TO RCP-R-PROGRAM.
017945     MOVE RCM-RECORD-COUNT TO RCP-R-GENERATION.
017950     MOVE RCM-INPUT-ID TO RCP-R-STEP.
017955     WRITE RECAP-REPORT-LINE FROM RCP-ROLLBACK-LINE.
017960 2200-EXIT.
017965     EXIT.
018000*----------------------------------------------------------------
018100* 9000-TERMINATE - PRINT THE TRAILER AND GIVE THE OPERATOR THE
018200* ONE-LINE VERDICT.  A NIGHT WITH NOTHING LOGGED, ANY RUN
018300* THAT ENDED BADLY, OR ANY ROLLBACK, EARNS WARNING RETURN-CODE
018400* 4 SO THE RECAP ITSELF SHOWS UP IN THE SCHEDULER.
018500*----------------------------------------------------------------
018600 9000-TERMINATE.
018700     IF RCP-LISTED-COUNT = ZERO
019000     END-IF.
019100     MOVE RCP-LISTED-COUNT TO RCP-T-LISTED.
019200     MOVE RCP-BAD-COUNT TO RCP-T-BAD.
019250     MOVE RCP-ROLLBACK-COUNT TO RCP-T-ROLLBACK.
019300     WRITE RECAP-REPORT-LINE FROM RCP-TRAILER-LINE.
019400     IF RCP-CTL-FILE-STATUS NOT = "35"
019500         CLOSE RUN-CONTROL-FILE
019600     END-IF.
019700     CLOSE RECAP-REPORT-FILE.
019800     IF RCP-LISTED-COUNT = ZERO OR RCP-BAD-COUNT > ZERO OR
019850        RCP-ROLLBACK-COUNT > ZERO
019900         MOVE 4 TO RETURN-CODE
020000     END-IF.
020100     DISPLAY "RUN RECAP COMPLETE - SEE RECAP LISTING.".
