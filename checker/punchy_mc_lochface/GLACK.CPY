000100*----------------------------------------------------------------
000200* GLACK.CPY
000300*
000400* SHARED RECORD LAYOUT FOR THE CORPORATE GENERAL LEDGER
000500* ACKNOWLEDGEMENT FILE - CORPORATE'S ANSWER TO THE INTERFACE
000600* EXTRACT MTHEND SENDS (SEE GLINTF.CPY).  ONE "H" HEADER
000700* CARRYING THE DATE CORPORATE LOADED THE FILE AND THE RUN DATE
000800* OFF THE EXTRACT HEADER IT ANSWERS, ONE "D" RECORD PER
000900* EFFECTIVE MONTH AND ACCOUNT CORPORATE PROCESSED - "A"
001000* ACCEPTED WITH THE AMOUNT IT LOADED, OR "R" REJECTED WITH ITS
001100* REASON - AND ONE "T" TRAILER CARRYING CORPORATE'S OWN DETAIL
001200* COUNT AND HASH TOTAL OF THE LOADED AMOUNTS.  GLRECON MATCHES
001300* IT BACK TO THE EXTRACT AND THE MONTH-TO-DATE MASTER.  THE
001400* DETAILS NEED NOT ARRIVE IN ANY ORDER.
001500*
001600*  DATE        INIT  DESCRIPTION
001700*  ----------  ----  ---------------------------------------------
001800*  10/15/2026  JH    ORIGINAL VERSION.
001900*----------------------------------------------------------------
002000 01  GL-ACK-RECORD.
002100     05  GLA-RECORD-TYPE        PIC X(01).
002200         88  GLA-HEADER                      VALUE "H".
002300         88  GLA-DETAIL                      VALUE "D".
002400         88  GLA-TRAILER                     VALUE "T".
002500     05  GLA-DETAIL-DATA.
002600         10  GLA-MONTH            PIC 9(06).
002700         10  GLA-ACCOUNT-CODE     PIC X(04).
002800         10  GLA-LOADED-AMOUNT    PIC S9(11)V99.
002900         10  GLA-STATUS           PIC X(01).
003000             88  GLA-ACCEPTED                VALUE "A".
003100             88  GLA-REJECTED                VALUE "R".
003200         10  GLA-REASON           PIC X(30).
003300         10  FILLER               PIC X(05).
003400     05  GLA-HEADER-DATA REDEFINES GLA-DETAIL-DATA.
003500         10  GLA-H-LOAD-DATE      PIC 9(08).
003600         10  GLA-H-RUN-DATE       PIC 9(08).
003700         10  FILLER               PIC X(43).
003800     05  GLA-TRAILER-DATA REDEFINES GLA-DETAIL-DATA.
003900         10  GLA-T-RECORD-COUNT   PIC 9(08).
004000         10  GLA-T-HASH-TOTAL     PIC S9(13)V99.
004100         10  FILLER               PIC X(36).
