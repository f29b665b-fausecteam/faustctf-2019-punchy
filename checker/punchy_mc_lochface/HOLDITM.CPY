000100*----------------------------------------------------------------
000200* HOLDITM.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE HELD-ITEMS FILE (HLDMST).  WHEN
000500* LDGPOST FINDS AN "OK" JOURNAL DETAIL WHOSE TOTAL, EITHER SIGN,
000600* IS OVER THE HOLD THRESHOLD OF THE ACCOUNT IT WOULD POST TO
000700* (SEE LDM-HOLD-LIMIT IN LDGMAST.CPY), THE MONEY DOES NOT POST -
000800* ONE RECORD IS WRITTEN HERE INSTEAD, KEYED BY THE RUN DATE AND
000900* THE JOURNAL RECORD NUMBER, AND WAITS FOR A SUPERVISOR.  A
001000* RELEASE DECK RUN THROUGH HLDRLSE EITHER POSTS THE ITEM THE WAY
001100* LDGPOST WOULD HAVE (MASTER, HISTORY AND - FOR A MISSING OR
001200* CLOSED ACCOUNT - SUSPENSE) OR CANCELS IT, AND STAMPS THE DATE
001300* AND THE SUPERVISOR ON THE RECORD.  HLDAGE AGES WHAT IS STILL
001400* HELD; TRIALBAL TAKES HELD AND CANCELLED MONEY OUT OF THE
001500* PROOF, SINCE THE JOURNAL CARRIES IT BUT THE MASTER DOES NOT.
001600*
001700* HLD-STATUS IS "H" WHILE THE ITEM WAITS, "R" ONCE RELEASED AND
001800* POSTED, "C" ONCE CANCELLED.  RECORDS ARE NEVER DELETED.
001900* HLD-POSTED-ACCOUNT IS WHERE A RELEASE PUT THE MONEY - THE
002000* ACCOUNT ITSELF OR THE SUSPENSE ACCOUNT.
002100*
002200*  DATE        INIT  DESCRIPTION
002300*  ----------  ----  ---------------------------------------------
002400*  10/15/2026  JH    ORIGINAL VERSION.
002500*----------------------------------------------------------------
002600 01  HELD-ITEM-RECORD.
002700     05  HLD-KEY.
002800         10  HLD-RUN-DATE       PIC 9(08).
002900         10  HLD-RECORD-NO      PIC 9(06).
003000     05  HLD-ACCOUNT-CODE       PIC X(04).
003100     05  HLD-AMOUNT             PIC S9(7)V99.
003200     05  HLD-EFFECTIVE-DATE     PIC 9(08).
003300     05  HLD-LIMIT              PIC 9(05).
003400     05  HLD-STATUS             PIC X(01).
003500         88  HLD-ITEM-HELD                   VALUE "H".
003600         88  HLD-ITEM-RELEASED               VALUE "R".
003700         88  HLD-ITEM-CANCELLED              VALUE "C".
003800     05  HLD-ACTION-DATE        PIC 9(08).
003900     05  HLD-SUPERVISOR         PIC X(08).
004000     05  HLD-POSTED-ACCOUNT     PIC X(04).
004100     05  FILLER                 PIC X(19).
