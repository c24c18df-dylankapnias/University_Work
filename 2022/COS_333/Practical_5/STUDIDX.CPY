001300*                          TIME; THIS INDEX ANSWERS THE APPEALS
001400*                          BOARD'S QUESTION - EVERYTHING WE HOLD
001500*                          FOR ONE STUDENT ACROSS ALL CLASSES.
001510*   2026-10-15  S18108467  ADDED SIX-PERIOD (ACADEMIC YEAR AND
001520*                          TERM CODE, AS IN MASTERREC) TO THE END
001530*                          OF THE KEY, SO A STUDENT WHO REPEATS A
001540*                          MODULE KEEPS BOTH SITTINGS' RESULTS.
001600*----------------------------------------------------------------
001610* ONE RECORD PER STUDENT PER DATASET/CLASS PER ACADEMIC PERIOD,
001620* KEYED ON STUDENT NUMBER, DATASET ID AND PERIOD.  A LATER RUN
001630* OVER THE SAME CLASS IN THE SAME PERIOD REWRITES ITS RECORDS IN
001640* PLACE, THE SAME WAY MASTER.DAT KEEPS ONLY THE CURRENT FIGURES.
002100*----------------------------------------------------------------
002200 01  STUDENT-INDEX-RECORD.
002300     05  SIX-KEY.
002400         10  SIX-STUDNO          PIC X(10).
002500         10  SIX-DATASET-ID      PIC X(20).
002510         10  SIX-PERIOD          PIC X(06).
002600     05  SIX-SCORE               PIC S9(04).
002700     05  SIX-RANK                PIC 9(03).
002800     05  SIX-MEAN-DEV            PIC S9(06)V9(02).
