001940* EDIT - AMOUNTS ARE PUNCHED AS READ, TOTAL IS ZERO),
001950* "CLOSEDPD" (EFFECTIVE DATE FALLS IN AN ALREADY-CLOSED MONTH,
001960* SEE PERDCTL.CPY - AMOUNTS ARE PUNCHED AS READ, TOTAL IS
001970* ZERO),
001975* "REVERSAL" (AN "RV" CARD THAT CANCELS AN EARLIER "OK" DETAIL -
001980* THE ACCOUNT IS THE ORIGINAL'S, THE TOTAL IS THE EXACT
001985* NEGATIVE OF THE ORIGINAL'S AND IS IN THE TRAILER FIGURE LIKE
001990* AN "OK" TOTAL, THE AMOUNT COUNT IS ZERO AND JRN-REVERSAL-DATA
001995* NAMES THE ORIGINAL'S RUN DATE AND RECORD NUMBER).
002000*
002100*  DATE        INIT  DESCRIPTION
002200*  ----------  ----  ---------------------------------------------
002370*                    THE OLD LAYOUT CANNOT BE CONCATENATED
002380*                    WITH NEW ONES.  ADDED THE "BADEDATE" AND
002390*                    "CLOSEDPD" DISPOSITIONS.
002392*  10/15/2026  JH    ADDED THE "REVERSAL" DISPOSITION AND THE
002394*                    JRN-REVERSAL-DATA VIEW POINTING BACK TO
002396*                    THE DETAIL A REVERSAL CANCELS.  SAME
002398*                    RECORD LENGTH.
002400*----------------------------------------------------------------
002500 01  JOURNAL-RECORD.
002600     05  JRN-RECORD-TYPE        PIC X(01).
003900         10  JRN-T-RECORD-COUNT   PIC 9(06).
004000         10  JRN-T-CONTROL-TOTAL  PIC S9(9)V99.
004100         10  FILLER               PIC X(84).
004110     05  JRN-REVERSAL-DATA REDEFINES JRN-LEDGER-DATA.
004120         10  FILLER               PIC X(02).
004130         10  JRN-REV-ORIG-RUN-DATE PIC 9(08).
004150         10  JRN-REV-ORIG-RECORD-NO PIC 9(06).
004170         10  FILLER               PIC X(85).
004200     05  JRN-EFFECTIVE-DATE     PIC 9(08).
