000800* ACCOUNT WAS LEFT WITH - SO A QUESTIONED BALANCE CAN BE
000900* EXPLAINED LINE BY LINE INSTEAD OF BY PULLING A MONTH OF
001000* POSTING LISTINGS.  STMTGEN READS IT BACK TO PRINT PER-ACCOUNT
001100* STATEMENTS.  LDGPOST AND HLDRLSE BOTH WRITE IT.  THE FILE IS
001200* INDEXED ON PHS-HISTORY-KEY, SO WITHIN AN ACCOUNT THE RECORDS
001220* COME BACK IN POSTING ORDER - BY POST DATE, THEN BY THE POSTING
001240* SEQUENCE WITHIN THE DAY.  PSTARCH TRIMS CLOSED MONTHS OFF IT BY
001260* WRITING A NEW FILE, PSTNEW, THAT OPERATIONS PUTS IN ITS PLACE.
001300*
001400*  DATE        INIT  DESCRIPTION
001500*  ----------  ----  ---------------------------------------------
001630*                    (THE RUN DATE FOR A SUSRECL MOVE).  SAME
001640*                    RECORD LENGTH - OLD RECORDS READ BACK WITH
001650*                    BLANKS THERE.
001655*  10/15/2026  JH    ADDED PHS-ENTRY-TYPE AND THE ORIGINAL'S
001660*                    POST DATE AND RECORD NUMBER, SO A POSTING
001665*                    THAT REVERSES AN EARLIER ONE SAYS WHICH.
001670*                    THE RECORD GREW FROM 48 TO 64 CHARACTERS -
001675*                    CONVERT PSTHST (PAD EACH OLD RECORD WITH
001680*                    16 BLANKS) WHEN INSTALLING.
001681*  10/15/2026  JH    PSTHST IS NOW AN INDEXED FILE KEYED ON
001682*                    PHS-HISTORY-KEY - ACCOUNT, POST DATE AND
001683*                    A POSTING SEQUENCE WITHIN THE DAY, WHICH
001684*                    THE WRITER ASSIGNS AS ONE MORE THAN THE
001685*                    HIGHEST ALREADY ON FILE FOR THE ACCOUNT
001686*                    AND DATE - SO STMTGEN CAN GO STRAIGHT TO
001687*                    AN ACCOUNT AND READ ITS POSTINGS IN THE
001688*                    ORDER THEY LANDED.  PSTARCH MOVES CLOSED
001689*                    MONTHS OUT TO A PERIOD ARCHIVE (SAME
001690*                    LAYOUT, SEQUENTIAL, KEY ORDER) AND LEAVES
001691*                    ONE BALANCE-FORWARD RECORD PER ACCOUNT
001692*                    (ENTRY TYPE "B", SEQUENCE ZERO, DATED THE
001693*                    LAST DAY ARCHIVED, AMOUNT ZERO, THE
001694*                    BALANCE AT THAT DAY) SO BALANCES STILL
001695*                    CHAIN.  THE RECORD GREW FROM 64 TO 70
001696*                    CHARACTERS - RELOAD PSTHST IN KEY ORDER
001697*                    WHEN INSTALLING, NUMBERING EACH
001698*                    ACCOUNT'S POSTINGS FOR A DAY 1, 2, 3 IN
001699*                    THE ORDER THEY SIT IN THE OLD FILE.
001700*----------------------------------------------------------------
001710* MODIFICATION HISTORY (CONTINUED)
001720*----------------------------------------------------------------
001730*  10/15/2026  JH    ADDED ENTRY TYPE "H" - A POSTING HLDRLSE
001740*                    RELEASED FROM HOLD.  IT IS DATED THE DAY OF
001750*                    THE RELEASE, SO ITS ORIGINAL POST DATE AND
001760*                    RECORD NUMBER CARRY THE RUN DATE AND RECORD
001770*                    NUMBER OF THE JOURNAL THE MONEY CAME FROM -
001780*                    THE ONES A REVERSAL OF IT POINTS BACK AT.
001790*----------------------------------------------------------------
001800 01  POSTING-HISTORY-RECORD.
001850     05  PHS-HISTORY-KEY.
001900         10  PHS-ACCOUNT-CODE   PIC X(04).
002000         10  PHS-POST-DATE      PIC 9(08).
002050         10  PHS-POST-SEQ       PIC 9(06).
002100     05  PHS-RECORD-NO          PIC 9(06).
002200     05  PHS-AMOUNT             PIC S9(7)V99.
002300     05  PHS-RESULT-BALANCE     PIC S9(11)V99.
002400     05  PHS-EFFECTIVE-DATE     PIC X(08).
002500     05  PHS-ENTRY-TYPE         PIC X(01).
002600         88  PHS-REVERSAL                    VALUE "R".
002650         88  PHS-BALANCE-FORWARD             VALUE "B".
002660         88  PHS-HOLD-RELEASE                VALUE "H".
002700     05  PHS-ORIG-POST-DATE     PIC 9(08).
002800     05  PHS-ORIG-RECORD-NO     PIC 9(06).
002900     05  FILLER                 PIC X(01).
