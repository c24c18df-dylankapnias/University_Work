001250*                          ITS LAST RUN.  AN EXISTING MASTER.DAT
001260*                          MUST BE RELOADED AFTER THIS CHANGE -
001270*                          THE RECORD IS 8 BYTES LONGER.
001273*   2026-10-15  S18108467  THE KEY IS NOW MST-KEY - DATASET ID
001276*                          PLUS ACADEMIC PERIOD (MST-PERIOD, YEAR
001279*                          AND TERM CODE FROM THE SCORE FILE H
001282*                          HEADER) - SO NEXT SEMESTER'S RUN OF A
001285*                          MODULE FILES BESIDE THIS SEMESTER'S
001288*                          INSTEAD OF REWRITING IT.  AN EXISTING
001291*                          MASTER.DAT MUST BE RELOADED AFTER THIS
001294*                          CHANGE - THE RECORD IS 6 BYTES LONGER.
001300*----------------------------------------------------------------
001310* ONE RECORD PER DATASET/CLASS PER ACADEMIC PERIOD, KEYED ON
001320* MST-KEY.  A LATER RUN OVER THE SAME DATASET IN THE SAME PERIOD
001330* REWRITES ITS RECORD IN PLACE.  MST-PERIOD IS THE FOUR-DIGIT
001340* YEAR FOLLOWED BY A TWO-CHARACTER TERM CODE (2026S1, 2026S2...),
001350* SO PERIODS COLLATE IN DATE ORDER WITHIN ONE DATASET.
001600*----------------------------------------------------------------
001700 01  MASTER-RECORD.
001710     05  MST-KEY.
001720         10  MST-DATASET-ID      PIC X(20)  VALUE SPACES.
001730         10  MST-PERIOD          PIC X(06)  VALUE SPACES.
001900     05  MST-COUNT               PIC 9(03)  VALUE ZEROS.
002000     05  MST-MEAN                PIC 9(06)V9(02) VALUE ZEROS.
002100     05  MST-STDDEV              PIC 9(04)V9(02) VALUE ZEROS.
