001300*                          CLASS PLUS RUN TIMESTAMP, SO THE SAME
001400*                          MODULE TAUGHT TERM AFTER TERM CAN BE
001500*                          COMPARED ACROSS SITTINGS.
001510*   2026-10-15  S18108467  ADDED HST-PERIOD (ACADEMIC YEAR AND
001520*                          TERM CODE, AS IN MASTERREC) TO THE KEY
001530*                          BETWEEN THE CLASS AND THE RUN STAMP.
001540*                          THE RECORD IS 6 BYTES LONGER.
001600*----------------------------------------------------------------
001700* HST-RUN-STAMP CARRIES THE SAME YYYYMMDD-HHMMSSCC STAMP THE
001800* AUDIT TRAIL USES, SO A HISTORY ROW CAN BE MATCHED BACK TO ITS
001810* AUDIT.DAT LINE EXACTLY.  WITHIN ONE CLASS THE ROWS FALL IN
001820* PERIOD ORDER, THEN RUN ORDER INSIDE EACH PERIOD.
002000*----------------------------------------------------------------
002100 01  HISTORY-RECORD.
002200     05  HST-KEY.
002300         10  HST-DATASET-ID      PIC X(20).
002310         10  HST-PERIOD          PIC X(06).
002400         10  HST-RUN-STAMP       PIC X(17).
002500     05  HST-COUNT               PIC 9(03).
002600     05  HST-MEAN                PIC 9(06)V9(02).
