001400* ACCOUNT WAS LOADED WITH, KEPT SO THE FILE'S ABSOLUTE STATE CAN
001500* BE PROVED BACK TO THE POSTED ACTIVITY.
001600*
001610* LDM-HOLD-LIMIT IS THE ACCOUNT'S APPROVAL THRESHOLD IN WHOLE
001620* THOUSANDS.  AN "OK" JOURNAL DETAIL WHOSE TOTAL, EITHER SIGN,
001630* IS OVER IT IS HELD BY LDGPOST FOR A SUPERVISOR'S RELEASE
001640* INSTEAD OF POSTING.  ZERO OR BLANK MEANS NO THRESHOLD.
001650*
001700*  DATE        INIT  DESCRIPTION
001800*  ----------  ----  ---------------------------------------------
001900*  09/02/2026  JH    ORIGINAL VERSION.  PULLED THE MASTER LAYOUT
002400*                    RELOAD LDGMST THROUGH LDGMAINT WHEN
002500*                    INSTALLING - THE OLD 40-CHARACTER RECORDS
002600*                    CANNOT BE READ BACK.
002620*  10/15/2026  JH    ADDED LDM-HOLD-LIMIT OUT OF THE FILLER,
002640*                    SET BY LDGMAINT.  SAME RECORD LENGTH -
002660*                    OLD RECORDS READ BACK BLANK THERE, WHICH
002680*                    MEANS NO THRESHOLD.
002700*----------------------------------------------------------------
002800 01  LEDGER-MASTER-RECORD.
002900     05  LDM-ACCOUNT-CODE       PIC X(04).
003500         88  LDM-OPEN                        VALUE "O".
003600         88  LDM-CLOSED                      VALUE "C".
003700     05  LDM-OPENING-BALANCE    PIC S9(11)V99.
003800     05  LDM-HOLD-LIMIT         PIC 9(05).
