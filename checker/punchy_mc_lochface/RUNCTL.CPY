001600*  DATE        INIT  DESCRIPTION
001700*  ----------  ----  ---------------------------------------------
001800*  09/02/2026  JH    ORIGINAL VERSION.
001805*  10/15/2026  JH    RCM-ENTRY-TYPE TAKEN OUT OF THE FILLER.  A
001810*                    ROLLBACK ENTRY ("R"), WRITTEN THROUGH RUNLOG
001815*                    WHEN LDGROLL RESTORES A BACKUP GENERATION,
001820*                    VOIDS THE EARLIER COMPLETED RUN OF
001825*                    RCM-PROGRAM FOR THE SAME RUN DATE SO THE
001830*                    STEP CAN RUN AGAIN.  ON A ROLLBACK ENTRY
001835*                    RCM-INPUT-ID IS THE STEP THE GENERATION WAS
001840*                    TAKEN BEFORE AND RCM-RECORD-COUNT THE
001845*                    GENERATION RESTORED.  SAME LENGTH; BLANK ON
001850*                    OLD RECORDS MEANS AN ORDINARY RUN.
001900*----------------------------------------------------------------
002000 01  RUN-CONTROL-RECORD.
002100     05  RCM-PROGRAM            PIC X(08).
002400     05  RCM-RECORD-COUNT       PIC 9(08).
002500     05  RCM-TOTAL              PIC S9(11)V99.
002600     05  RCM-RETURN-CODE        PIC 9(02).
002700     05  RCM-ENTRY-TYPE         PIC X(01).
002800         88  RCM-ROLLBACK-ENTRY              VALUE "R".
002900     05  FILLER                 PIC X(12).
