000100*----------------------------------------------------------------
000200* OPERAUTH.
000300* AUTHOR.     S18108467.
000400* DATE-WRITTEN. 2026-10-15.
000500*----------------------------------------------------------------
000600* MODIFICATION HISTORY.
000700*   2026-10-15  S18108467  ORIGINAL VERSION.  LINES OF
000800*                          OPERAUTH.DAT BY USERID, NAMING THE
000900*                          SENSITIVE FUNCTIONS THAT USERID MAY
001000*                          RUN.  SHARED BY EVERY PROGRAM THAT
001100*                          CHANGES STORED RESULTS (MAINTENANCE,
001200*                          MODERATION, RELOAD, ARCHIVE CUT AND THE
001300*                          REJECTS CORRECTIONS BUILD), SO THE
001400*                          EXAMINERS SEE ONE LIST OF NAMED STAFF.
001410*   2026-10-15  S18108467  SIGNOFF AND UNFREEZE ADDED FOR THE
001420*                          EXAM BOARD'S SIGN-OFF REGISTER.
001430*   2026-10-15  S18108467  SUPP ADDED FOR THE SUPPLEMENTARY
001440*                          RUN, WHICH REVISES STORED RESULTS.
001450*   2026-10-15  S18108467  A USERID MAY BE ON AS MANY LINES AS
001460*                          IT NEEDS; ITS FUNCTIONS ARE ALL THOSE
001470*                          ITS LINES NAME.
001500*----------------------------------------------------------------
001600* USERID IN COLS 1-20 (AS THE USER ENVIRONMENT VARIABLE GIVES
001700* IT), THEN UP TO FIVE FUNCTION CODES IN COLS 22-29, 31-38,
001800* 40-47, 49-56 AND 58-65.  A USERID WITH MORE THAN FIVE GOES ON
001810* AS MANY LINES AS IT NEEDS - EVERY LINE IS READ AND THE USERID
001820* MAY RUN ANY FUNCTION NAMED ON ANY OF ITS LINES.  THE CODES ARE:
001900*     MAINTAIN  DELETE/RENAME A MASTER RECORD  (S18108467M)
002000*     MODERATE  APPLY A MODERATION ADJUSTMENT  (S18108467N)
002100*     RELOAD    RELOAD MASTER.DAT FROM BACKUP  (S18108467U)
002200*     ARCHIVE   CUT OR RETRIEVE THE ARCHIVES   (S18108467A)
002300*     CORRECT   BUILD CORRECTED REJECT ROWS    (S18108467J)
002310*     SIGNOFF   SIGN OFF A CLASS'S RESULTS     (S18108467F)
002320*     UNFREEZE  UNFREEZE A SIGNED-OFF CLASS    (S18108467F)
002330*     SUPP      APPLY SUPPLEMENTARY MARKS      (S18108467E)
002400* A LINE STARTING WITH * IS A COMMENT.  A USERID NOT ON FILE,
002500* OR A MISSING FILE, IS REFUSED EVERYTHING.
002600*----------------------------------------------------------------
002700 01  OPERAUTH-RECORD.
002800     05  OPA-USERID              PIC X(20).
002900     05  OPA-FUNCTION-SLOT       OCCURS 5 TIMES.
003000         10  FILLER              PIC X(01).
003100         10  OPA-FUNCTION        PIC X(08).
003200     05  FILLER                  PIC X(15).
