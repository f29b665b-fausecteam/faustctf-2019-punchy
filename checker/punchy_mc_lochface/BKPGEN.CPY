000100*----------------------------------------------------------------
000200* BKPGEN.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE LEDGER BACKUP STORE (LDGBKP).
000500* EACH LDGBKUP RUN SNAPS THE LEDGER FILES THE POSTING AND
000600* MAINTENANCE STEPS UPDATE IN PLACE - LDGMST, PSTHST, SUSDET,
000700* THE LPCKPT CHECKPOINT AND HLDMST - INTO ONE NUMBERED
000800* GENERATION, STAMPED WITH THE RUN DATE, THE TIME AND THE NAME OF
000900* THE STEP IT WAS TAKEN BEFORE.  LDGROLL RESTORES A GENERATION
001000* AS A UNIT.  THE STORE IS KEYED BY GENERATION, FILE CODE AND
001100* RECORD SEQUENCE, SO EACH FILE'S RECORDS COME BACK IN THE ORDER
001200* THEY WERE TAKEN - KEY ORDER FOR THE INDEXED FILES.
001300*
001400* GENERATION ZERO HOLDS THE ONE CONTROL RECORD: THE NEXT
001500* GENERATION NUMBER AND HOW MANY GENERATIONS TO KEEP.  EVERY
001600* OTHER GENERATION STARTS WITH ITS HEADER (FILE CODE SPACE,
001700* SEQUENCE ZERO) CARRYING THE STAMP, THE RECORD COUNT TAKEN FROM
001800* EACH FILE, AND BKH-STATUS - "I" WHILE THE BACKUP IS RUNNING,
001900* "C" ONCE EVERY FILE IS IN.  AN INCOMPLETE GENERATION IS NEVER
002000* RESTORED.  BKH-RUNCTL-COUNT IS THE NUMBER OF RUN-HISTORY
002020* RECORDS (SEE RUNCTL.CPY) ON FILE WHEN THE GENERATION WAS
002040* TAKEN - EVERY RUN LOGGED AFTER THAT POINT IS ONE A RESTORE
002060* UNDOES.  THE LPCKPT RECORD IS DEFINED IN LDGPOST; THE IMAGE
002100* HERE IS WIDE ENOUGH FOR IT AND FOR EVERY OTHER FILE IN THE SET.
002200*
002300*  DATE        INIT  DESCRIPTION
002400*  ----------  ----  ---------------------------------------------
002500*  10/15/2026  JH    ORIGINAL VERSION.
002600*----------------------------------------------------------------
002700 01  BACKUP-RECORD.
002800     05  BKP-KEY.
002900         10  BKP-GENERATION     PIC 9(06).
003000         10  BKP-FILE-CODE      PIC X(01).
003100             88  BKP-HEADER                  VALUE SPACE.
003200             88  BKP-LDGMST                  VALUE "L".
003300             88  BKP-PSTHST                  VALUE "P".
003400             88  BKP-SUSDET                  VALUE "S".
003500             88  BKP-LPCKPT                  VALUE "C".
003600             88  BKP-HLDMST                  VALUE "H".
003700         10  BKP-RECORD-SEQ     PIC 9(08).
003800     05  BKP-IMAGE              PIC X(100).
003900     05  BKP-HEADER-DATA REDEFINES BKP-IMAGE.
004000         10  BKH-RUN-DATE       PIC 9(08).
004100         10  BKH-RUN-TIME       PIC 9(08).
004200         10  BKH-STEP-NAME      PIC X(08).
004300         10  BKH-STATUS         PIC X(01).
004400             88  BKH-INCOMPLETE              VALUE "I".
004500             88  BKH-COMPLETE                VALUE "C".
004600         10  BKH-MST-COUNT      PIC 9(08).
004700         10  BKH-HST-COUNT      PIC 9(08).
004800         10  BKH-SUS-COUNT      PIC 9(08).
004900         10  BKH-CKP-COUNT      PIC 9(08).
005000         10  BKH-HLD-COUNT      PIC 9(08).
005050         10  BKH-RUNCTL-COUNT   PIC 9(08).
005100         10  FILLER             PIC X(27).
005200     05  BKP-CONTROL-DATA REDEFINES BKP-IMAGE.
005300         10  BKC-NEXT-GENERATION PIC 9(06).
005400         10  BKC-KEEP-COUNT     PIC 9(02).
005500         10  BKC-LAST-RUN-DATE  PIC 9(08).
005600         10  FILLER             PIC X(84).
005700     05  FILLER                 PIC X(05).
