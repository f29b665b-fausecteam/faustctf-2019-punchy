000100*----------------------------------------------------------------
000200* DECKREG.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE PERMANENT DECK REGISTRY (DCKREG).
000500* RUNLOG STOPS ADDBATCH FROM RUNNING TWICE FOR ONE RUN DATE, BUT
000600* NOT THE SAME PHYSICAL DECK FROM BEING FED AGAIN THE NEXT NIGHT.
000700* AT EVERY CLEAN PRODUCTION END-OF-JOB ADDBATCH RECORDS A
000800* FINGERPRINT OF THE DECK AND OF EACH "BH"/"BT" BATCH ON IT, AND
000900* AT STARTUP - EDIT PASS INCLUDED - IT FINGERPRINTS THE INCOMING
001000* DECK THE SAME WAY AND REFUSES ONE WHOSE DECK OR ANY BATCH IS
001100* ALREADY HERE, NAMING THE RUN DATE IT WENT THROUGH.
001200*
001300* THE FINGERPRINT IS THE KEY: ENTRY TYPE ("D" THE WHOLE DECK, "B"
001400* ONE BATCH, WITH ITS DEPARTMENT), THE EXPECTED COUNT AND TOTAL
001500* PUNCHED ON THE "TR" (DECK) OR "BT" (BATCH) CARD - ZERO WHEN
001600* MISSING OR UNREADABLE - THE SEQUENCE NUMBERS ON THE FIRST AND
001700* LAST DETAIL CARDS, AND A HASH OF THE DETAIL CARD IMAGES (EVERY
001800* NON-BLANK COLUMN'S CHARACTER WEIGHTED BY ITS COLUMN NUMBER,
001900* SUMMED OVER THE CARDS).  A DECK OR BATCH WITH NO DETAIL CARDS
002000* HAS NOTHING TO FINGERPRINT AND IS NEVER RECORDED OR REFUSED.
002100*
002200* DKR-RUN-DATE IS THE RUN DATE THE DECK OR BATCH LAST WENT
002300* THROUGH.  A SUPERVISOR WHO KNOWS A RESUBMISSION IS LEGITIMATE
002400* AUTHORIZES IT WITH A DCKAUTH CARD, WHICH SETS DKR-AUTH-SW TO
002500* "A" AND STAMPS THE DATE AND THE SUPERVISOR; THE NEXT CLEAN
002600* ADDBATCH RUN OF IT MOVES DKR-RUN-DATE UP AND MARKS THE
002700* AUTHORIZATION USED ("U"), SO IT IS GOOD FOR ONE FEEDING ONLY.
002800* RECORDS ARE NEVER DELETED.
002900*
003000*  DATE        INIT  DESCRIPTION
003100*  ----------  ----  ---------------------------------------------
003200*  10/15/2026  JH    ORIGINAL VERSION.
003300*----------------------------------------------------------------
003400 01  DECK-REGISTRY-RECORD.
003500     05  DKR-KEY.
003600         10  DKR-ENTRY-TYPE     PIC X(01).
003700             88  DKR-DECK-ENTRY              VALUE "D".
003800             88  DKR-BATCH-ENTRY             VALUE "B".
003900         10  DKR-DEPARTMENT     PIC X(04).
004000         10  DKR-EXPECTED-COUNT PIC 9(06).
004100         10  DKR-EXPECTED-TOTAL PIC S9(9)V99.
004200         10  DKR-FIRST-SEQ      PIC X(06).
004300         10  DKR-LAST-SEQ       PIC X(06).
004400         10  DKR-CARD-HASH      PIC 9(12).
004500     05  DKR-RUN-DATE           PIC 9(08).
004600     05  DKR-DETAIL-COUNT       PIC 9(06).
004700     05  DKR-AUTH-SW            PIC X(01).
004800         88  DKR-NOT-AUTHORIZED              VALUE SPACE.
004900         88  DKR-RESUBMIT-AUTHORIZED         VALUE "A".
005000         88  DKR-AUTH-USED                   VALUE "U".
005100     05  DKR-AUTH-DATE          PIC 9(08).
005200     05  DKR-AUTH-SUPERVISOR    PIC X(08).
005300     05  FILLER                 PIC X(03).
