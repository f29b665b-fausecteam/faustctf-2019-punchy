000100*----------------------------------------------------------------
000200* YREHIST.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE YEAR-END HISTORY FILE - ONE
000500* RECORD PER LEDGER MASTER ACCOUNT PER CLOSED YEAR, WRITTEN BY
000600* YREND WHEN THE YEAR PROVES AND THE MASTER IS ROLLED FORWARD:
000700* THE ACCOUNT AS IT STOOD THAT NIGHT, THE OPENING BALANCE THE
000800* YEAR STARTED FROM, THE YEAR'S NET ACTIVITY AND THE CLOSING
000900* BALANCE THAT BECAME THE NEW OPENING BALANCE.  THE FILE IS
001000* EXTENDED YEAR OVER YEAR AND NEVER REBUILT, SO IT IS THE
001100* PERMANENT RECORD OF WHAT EACH YEAR CLOSED AT ONCE THE
001200* YEAR'S JOURNALS HAVE BEEN RETIRED.
001300*
001400*  DATE        INIT  DESCRIPTION
001500*  ----------  ----  ---------------------------------------------
001600*  10/15/2026  JH    ORIGINAL VERSION.
001700*----------------------------------------------------------------
001800 01  YEAR-END-HISTORY-RECORD.
001900     05  YEH-YEAR               PIC 9(04).
002000     05  YEH-ACCOUNT-CODE       PIC X(04).
002100     05  YEH-DESCRIPTION        PIC X(30).
002200     05  YEH-STATUS             PIC X(01).
002300     05  YEH-OPENING-BALANCE    PIC S9(11)V99.
002400     05  YEH-ACTIVITY           PIC S9(11)V99.
002500     05  YEH-CLOSING-BALANCE    PIC S9(11)V99.
002600     05  YEH-POST-COUNT         PIC 9(06).
002700     05  YEH-CLOSE-DATE         PIC 9(08).
002800     05  FILLER                 PIC X(08).
