000900* UNDER 08, AND THE CALLER ITSELF MUST NOT ALREADY HAVE.
001000* FUNCTION "L" WRITES THE CALLER'S RUN-HISTORY RECORD AT
001100* END-OF-JOB.  RLK-RESULT COMES BACK "Y" OR "N", WITH THE
001200* REFUSAL SPELLED OUT IN RLK-REASON.  FUNCTION "R", CALLED BY
001210* LDGROLL AFTER A BACKUP GENERATION IS RESTORED, VOIDS FOR
001220* RLK-RUN-DATE EVERY STEP LOGGED AS COMPLETE SINCE THE GENERATION
001230* WAS TAKEN, BY WRITING ROLLBACK ENTRIES, AND ALWAYS WRITES ONE
001240* FOR THE STEP IN RLK-PROGRAM THE GENERATION WAS TAKEN BEFORE.
001250* RLK-RECORD-COUNT CARRIES THE GENERATION RESTORED AND
001260* RLK-ROLLBACK-POINT THE NUMBER OF RUN-HISTORY RECORDS ON FILE
001270* WHEN IT WAS TAKEN; ONLY RECORDS PAST THAT POINT ARE VOIDED.
001300*
001400*  DATE        INIT  DESCRIPTION
001500*  ----------  ----  ---------------------------------------------
001600*  09/02/2026  JH    ORIGINAL VERSION.
001650*  10/15/2026  JH    FUNCTION "R" - ROLLBACK.
001700*----------------------------------------------------------------
001800 01  RUN-LOG-AREA.
001900     05  RLK-FUNCTION           PIC X(01).
002000         88  RLK-FUNC-CHECK                  VALUE "C".
002100         88  RLK-FUNC-LOG                    VALUE "L".
002150         88  RLK-FUNC-ROLLBACK               VALUE "R".
002200     05  RLK-PROGRAM            PIC X(08).
002300     05  RLK-RUN-DATE           PIC 9(08).
002400     05  RLK-PREDECESSOR        PIC X(08).
003000         88  RLK-RESULT-OK                   VALUE "Y".
003100         88  RLK-RESULT-NO                   VALUE "N".
003200     05  RLK-REASON             PIC X(30).
003300     05  RLK-ROLLBACK-POINT     PIC 9(08).
