000100*----------------------------------------------------------------
000200* STNDENT.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE STANDING-ENTRY MASTER FILE - ONE
000500* RECORD PER RECURRING CARD THE FILE ROOM USED TO HAND-PUNCH
000600* EVERY MONTH (RENT, DEPRECIATION, ALLOCATIONS), KEYED BY A
000700* SIX-CHARACTER ENTRY ID.  STNDMNT IS THE ONLY PROGRAM THAT
000800* ADDS, CHANGES OR DELETES AN ENTRY; STNDGEN READS THE FILE TO
000900* BUILD THE CARD DECK AND ONLY REWRITES STE-LAST-GEN-MONTH AND
001000* STE-STATUS.
001100*
001200* STE-FREQUENCY IS "M" (EVERY MONTH), "Q" (EVERY THIRD MONTH,
001300* COUNTING FROM THE START MONTH) OR "O" (ONCE, IN THE FIRST
001400* GENERATING RUN ON OR AFTER THE START MONTH).  STE-STOP-MONTH
001500* IS THE LAST MONTH A CARD MAY BE GENERATED FOR - ZERO MEANS
001600* THE ENTRY RUNS UNTIL IT IS DELETED.  STE-AMOUNT-COUNT SAYS
001700* HOW MANY OF THE FIVE AMOUNTS ARE IN USE; THEY BECOME THE
001800* AMOUNTS OF THE GENERATED DETAIL CARD (SEE CARDIMG.CPY).
001900* STE-LAST-GEN-MONTH IS THE LAST MONTH A CARD WAS GENERATED
002000* (ZERO = NEVER), SO A SECOND GENERATING RUN IN ONE MONTH
002100* CANNOT PUNCH THE SAME CARD TWICE.  STE-STATUS IS "A" WHILE
002200* THE ENTRY IS ACTIVE AND "E" ONCE STNDGEN HAS EXPIRED IT.
002210* STNDMNT CLEARS STE-LAST-GEN-MONTH ONLY WHEN A "CH" CARD ASKS
002220* FOR IT, TO REGENERATE A CARD WHOSE DECK WAS LOST.
002300*
002400*  DATE        INIT  DESCRIPTION
002500*  ----------  ----  ---------------------------------------------
002600*  10/15/2026  JH    ORIGINAL VERSION.
002650*  10/15/2026  JH    STNDMNT MAY NOW CLEAR STE-LAST-GEN-MONTH.
002700*----------------------------------------------------------------
002800 01  STANDING-ENTRY-RECORD.
002900     05  STE-ENTRY-ID           PIC X(06).
003000     05  STE-ACCOUNT-CODE       PIC X(04).
003100     05  STE-FREQUENCY          PIC X(01).
003200         88  STE-MONTHLY                     VALUE "M".
003300         88  STE-QUARTERLY                   VALUE "Q".
003400         88  STE-ONE-TIME                    VALUE "O".
003500         88  STE-VALID-FREQUENCY             VALUE "M" "Q" "O".
003600     05  STE-START-MONTH        PIC 9(06).
003700     05  STE-STOP-MONTH         PIC 9(06).
003800     05  STE-AMOUNT-COUNT       PIC 9(02).
003900     05  STE-AMOUNT             PIC S9(7)V99
004000         OCCURS 5 TIMES.
004100     05  STE-LAST-GEN-MONTH     PIC 9(06).
004200     05  STE-STATUS             PIC X(01).
004300         88  STE-ACTIVE                      VALUE "A".
004400         88  STE-EXPIRED                     VALUE "E".
004500     05  FILLER                 PIC X(03).
