000100*----------------------------------------------------------------
000200* SUBREG.
000300* AUTHOR.     S18108467.
000400* DATE-WRITTEN. 2026-10-15.
000500*----------------------------------------------------------------
000600* MODIFICATION HISTORY.
000700*   2026-10-15  S18108467  ORIGINAL VERSION.  SCORE-FILE
000800*                          SUBMISSION REGISTER (SUBREG.DAT), ONE
000900*                          RECORD PER CLASSCTL.DAT CLASS.  KEPT BY
001000*                          THE DAYTIME INTAKE CHECK (S18108467K),
001100*                          WHICH RECORDS WHEN EACH CLASS'S SCORE
001200*                          FILE ARRIVED AND WHETHER ITS HEADER AND
001300*                          TRAILER RECONCILE, AND READ BY THE
001400*                          BATCH DRIVER (S18108467B) SO A
001500*                          CLASS NOT YET RECEIVED IS SKIPPED, NOT
001600*                          FAILED.
001700*----------------------------------------------------------------
001800* KEYED ON CLASS.  SRG-PERIOD IS THE ACADEMIC PERIOD THE ENTRY
001900* IS WAITING FOR - A SCORE FILE WHOSE HEADER NAMES ANOTHER PERIOD
002000* IS LAST TERM'S FILE, NOT THIS TERM'S.  SRG-STATUS IS
002100* OUTSTANDING UNTIL THE INTAKE CHECK FIRST FINDS THE FILE, THEN
002200* RECEIVED OR OUT-OF-BALANCE BY ITS CONTROL TOTALS.  LATE IS NOT
002300* STORED - IT IS AN OUTSTANDING CLASS PAST ITS DUE DATE, WORKED
002400* OUT WHEN THE CHASER LIST IS WRITTEN.  THE ARRIVAL DATE AND
002500* TIME ARE THOSE OF THE INTAKE RUN THAT FIRST SAW THE FILE IN
002600* ITS CURRENT STATE.
002700*----------------------------------------------------------------
002800 01  SUBMISSION-REGISTER-RECORD.
002900     05  SRG-CLASS               PIC X(20).
003000     05  SRG-PERIOD              PIC X(06).
003100     05  SRG-OWNER               PIC X(20).
003200     05  SRG-DUE-DATE            PIC X(08).
003300     05  SRG-STATUS              PIC X(14).
003400         88  SRG-OUTSTANDING             VALUE "OUTSTANDING".
003500         88  SRG-RECEIVED                VALUE "RECEIVED".
003600         88  SRG-OUT-OF-BALANCE          VALUE "OUT-OF-BALANCE".
003700     05  SRG-ARRIVED-DATE        PIC X(08).
003800     05  SRG-ARRIVED-TIME        PIC X(08).
003900     05  SRG-DETAIL-COUNT        PIC 9(04).
004000     05  SRG-CHECKED-STAMP       PIC X(17).
