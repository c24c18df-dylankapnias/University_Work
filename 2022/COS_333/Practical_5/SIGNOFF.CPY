000100*----------------------------------------------------------------
000110* SIGNOFF.
000120* AUTHOR.     S18108467.
000130* DATE-WRITTEN. 2026-10-15.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-10-15  S18108467  ORIGINAL VERSION.  RESULTS SIGN-OFF
000170*                          REGISTER (SIGNOFF.DAT), ONE RECORD PER
000180*                          CLASS AND ACADEMIC PERIOD THE EXAM
000190*                          BOARD HAS APPROVED.  KEPT BY THE
000200*                          SIGN-OFF RUN (S18108467F) AND READ BY
000210*                          EVERY PROGRAM THAT CAN CHANGE A STORED
000220*                          RESULT, SO A SIGNED-OFF CLASS STAYS AS
000230*                          THE BOARD SAW IT UNTIL IT IS FORMALLY
000240*                          UNFROZEN.
000250*----------------------------------------------------------------
000260* KEYED ON CLASS PLUS PERIOD, THE SAME WAY MASTER.DAT IS.  ONLY A
000270* SIGNED-OFF ENTRY FREEZES ITS CLASS.  AN UNFROZEN ENTRY IS KEPT,
000280* WITH WHO UNFROZE IT, WHEN AND WHY, NEXT TO THE SIGN-OFF IT
000290* LIFTED; SIGNING THE CLASS OFF AGAIN REPLACES THE APPROVAL BUT
000300* LEAVES THE LAST UNFREEZE ON THE RECORD.  SGN-APPROVER IS WHO
000310* APPROVED THE RESULT (THE BOARD OR ITS CHAIR), SGN-SIGNED-BY THE
000320* OPERATOR WHO RECORDED IT.  NO FILE MEANS NOTHING IS FROZEN.
000330*----------------------------------------------------------------
000340 01  SIGNOFF-RECORD.
000350     05  SGN-KEY.
000360         10  SGN-CLASS           PIC X(20).
000370         10  SGN-PERIOD          PIC X(06).
000380     05  SGN-STATUS              PIC X(10).
000390         88  SGN-SIGNED-OFF              VALUE "SIGNED-OFF".
000400         88  SGN-UNFROZEN                VALUE "UNFROZEN".
000410     05  SGN-APPROVER            PIC X(20).
000420     05  SGN-SIGNED-BY           PIC X(20).
000430     05  SGN-SIGNED-STAMP        PIC X(17).
000440     05  SGN-UNFROZEN-BY         PIC X(20).
000450     05  SGN-UNFROZEN-STAMP      PIC X(17).
000460     05  SGN-UNFREEZE-REASON     PIC X(60).
