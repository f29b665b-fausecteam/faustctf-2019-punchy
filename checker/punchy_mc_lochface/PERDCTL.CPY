001300*  DATE        INIT  DESCRIPTION
001400*  ----------  ----  ---------------------------------------------
001500*  09/02/2026  JH    ORIGINAL VERSION.
001505*  10/15/2026  JH    ADDED THE CLOSED YEAR AND THE DATE YREND
001510*                    CLOSED IT.  ADDBATCH REFUSES A CARD DATED
001515*                    ANYWHERE IN A CLOSED YEAR, MTHEND CARRIES
001520*                    BOTH FIELDS FORWARD WHEN IT REWRITES THE
001525*                    RECORD, AND TRIALBAL TAKES NO JOURNAL OR
001530*                    SUSPENSE ITEM DATED ON OR BEFORE THE YEAR
001535*                    CLOSE - IT IS ALREADY IN THE OPENING
001540*                    BALANCES.  SAME RECORD LENGTH - AN OLD
001545*                    RECORD READS BACK WITH BLANKS THERE, WHICH
001550*                    MEANS NO YEAR HAS BEEN CLOSED.
001600*----------------------------------------------------------------
001700 01  PERIOD-CONTROL-RECORD.
001800     05  PRD-CLOSED-THRU        PIC 9(06).
001900     05  PRD-CLOSE-DATE         PIC 9(08).
002000     05  PRD-CLOSED-YEAR        PIC 9(04).
002100     05  PRD-YEAR-CLOSE-DATE    PIC 9(08).
002200     05  FILLER                 PIC X(14).
