000100*----------------------------------------------------------------
000200* ROLLUP.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE ROLL-UP MASTER FILE - THE CHART
000500* OF ACCOUNTS HIERARCHY ABOVE THE DEPARTMENT/ACCOUNT CODE.
000600* THREE LEVELS SHARE THE FILE, KEYED BY LEVEL AND CODE:
000700*   "G" - A GROUP: ITS NAME.  GROUPS ADD UP TO THE COMPANY.
000800*   "D" - A DIVISION: ITS NAME AND THE GROUP IT BELONGS TO.
000900*   "A" - AN ACCOUNT: THE DIVISION IT BELONGS TO.  ITS GROUP IS
001000*         ALWAYS ITS DIVISION'S, SO MOVING A DIVISION TO ANOTHER
001100*         GROUP TAKES ITS ACCOUNTS WITH IT.
001200* RUPMAINT IS THE ONLY PROGRAM THAT ADDS, CHANGES OR DELETES A
001300* RECORD, AND IT NEVER LETS A PARENT GO MISSING UNDER ITS
001400* CHILDREN.  RUP-CHANGE-DATE IS THE RUN DATE OF THE LAST CARD
001500* THAT TOUCHED THE RECORD.
001600*
001700*  DATE        INIT  DESCRIPTION
001800*  ----------  ----  ---------------------------------------------
001900*  10/15/2026  JH    ORIGINAL VERSION.
002000*----------------------------------------------------------------
002100 01  ROLLUP-RECORD.
002200     05  RUP-KEY.
002300         10  RUP-LEVEL          PIC X(01).
002400             88  RUP-GROUP                   VALUE "G".
002500             88  RUP-DIVISION                VALUE "D".
002600             88  RUP-ACCOUNT                 VALUE "A".
002700             88  RUP-VALID-LEVEL             VALUE "G" "D" "A".
002800         10  RUP-CODE           PIC X(04).
002900     05  RUP-PARENT-CODE        PIC X(04).
003000     05  RUP-NAME               PIC X(30).
003100     05  RUP-CHANGE-DATE        PIC 9(08).
003200     05  FILLER                 PIC X(33).
