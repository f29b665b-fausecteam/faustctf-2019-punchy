001370*                  WITH 2 DECIMALS ("TR"/"BT")
001380* COLUMNS  21-120  UNUSED
001400*
001405* REVERSAL CARD ("RV" IN COLUMNS 1-2) - CANCELS ONE EARLIER
001410* "OK" JOURNAL DETAIL.  IT IS A DETAIL CARD FOR COUNTING,
001415* SEQUENCING AND BALANCING - ITS TOTAL IS THE EXACT NEGATIVE OF
001420* THE ORIGINAL'S, AND THE "TR"/"BT" CARDS MUST ALLOW FOR IT:
001425* COLUMNS   1-  2  "RV"
001430* COLUMNS   3- 10  RUN DATE OF THE ORIGINAL, YYYYMMDD
001435* COLUMNS  11- 16  JOURNAL RECORD NUMBER OF THE ORIGINAL
001440* COLUMNS  17-102  UNUSED
001445* COLUMNS 103-106  ACCOUNT CODE - BLANK, OR THE ORIGINAL'S AS A
001450*                  CROSS-CHECK
001455* COLUMNS 107-112  CARD SEQUENCE NUMBER, AS ON A DETAIL CARD
001460* COLUMNS 113-120  EFFECTIVE DATE, AS ON A DETAIL CARD
001465*
001500*  DATE        INIT  DESCRIPTION
001600*  ----------  ----  ---------------------------------------------
001700*  08/22/2026  JH    ORIGINAL VERSION.  PULLED THE CARD LAYOUT
001997*                    VALIDATES IT AND REFUSES A DATE IN AN
001998*                    ALREADY-CLOSED MONTH (SEE PERDCTL.CPY).
002000*----------------------------------------------------------------
002010* MODIFICATION HISTORY (CONTINUED)
002020*----------------------------------------------------------------
002030*  10/15/2026  JH    ADDED THE "RV" REVERSAL CARD, NAMING THE
002040*                    RUN DATE AND JOURNAL RECORD NUMBER OF THE
002050*                    "OK" DETAIL IT CANCELS, SO A CORRECTION IS
002060*                    TIED TO WHAT IT CORRECTS INSTEAD OF BEING
002070*                    HAND-FIGURED AS AN ORDINARY OFFSET CARD.
002080*----------------------------------------------------------------
002100 01  CARD-RECORD.
002200     05  CARD-AMOUNT-COUNT      PIC 9(02).
002300     05  CARD-AMOUNT-TABLE OCCURS 10 TIMES.
002830         88  CCC-DECK-TRAILER                VALUE "TR".
002832         88  CCC-BATCH-HEADER                VALUE "BH".
002834         88  CCC-BATCH-TRAILER               VALUE "BT".
002836         88  CCC-REVERSAL                    VALUE "RV".
002840     05  CCC-CONTROL-DATA.
002842         10  CCC-EXPECTED-COUNT   PIC 9(06).
002850         10  CCC-EXPECTED-TOTAL   PIC S9(9)V99
002880     05  CCC-BH-VIEW REDEFINES CCC-CONTROL-DATA.
002890         10  CCC-DEPARTMENT       PIC X(04).
002895         10  FILLER               PIC X(114).
002896     05  CCC-RV-VIEW REDEFINES CCC-CONTROL-DATA.
002897         10  CCC-ORIG-RUN-DATE    PIC X(08).
002898         10  CCC-ORIG-RECORD-NO   PIC X(06).
002899         10  FILLER               PIC X(104).
