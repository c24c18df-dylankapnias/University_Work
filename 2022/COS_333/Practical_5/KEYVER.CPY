000100*----------------------------------------------------------------
000110* KEYVER.
000120* AUTHOR.     S18108467.
000130* DATE-WRITTEN. 2026-10-15.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY.
000160*   2026-10-15  S18108467  ORIGINAL VERSION.  DOUBLE-KEYING
000170*                          VERIFICATION REGISTER (KEYVER.DAT),
000180*                          ONE RECORD PER CLASS WHOSE SCORE FILE
000190*                          WAS KEYED TWICE.  KEPT BY THE
000200*                          VERIFICATION RUN (S18108467V) AND READ
000210*                          BY THE STATS RUNS, SO A CLASS WHOSE TWO
000220*                          COPIES DISAGREE IS HELD UNTIL THEY ARE
000230*                          PUT RIGHT AND VERIFIED AGAIN.
000232*   2026-10-15  S18108467  TRAILER COUNT AND HASH OF EACH COPY
000234*                          ADDED, SO A MATCHED ENTRY STANDS ONLY
000236*                          FOR THE COPIES IT WAS MADE FROM.
000240*----------------------------------------------------------------
000250* KEYED ON CLASS.  KVR-PERIOD IS THE PERIOD THE CLASS WOULD BE
000260* FILED UNDER WHEN IT WAS LAST VERIFIED - AN ENTRY FOR ANOTHER
000270* PERIOD SAYS NOTHING ABOUT THIS TERM'S COPIES.  KVR-STATUS IS
000280* MATCHED WHEN THE TWO COPIES AGREED STUDENT FOR STUDENT AND
000290* MISMATCHED WHEN THEY DID NOT, WITH THE NUMBER OF DIFFERENCES
000300* LISTED IN VERIFEXC.DAT.  KVR-CHECKED-STAMP IS WHEN THE COPIES
000302* WERE LAST COMPARED.  KVR-FIRST-/KVR-SECOND- COUNT AND HASH ARE
000304* THE TRAILER TOTALS OF <CLASS>.DAT AND <CLASS>V.DAT AS COMPARED
000306* (ZERO FOR A COPY WITH NO USABLE TRAILER).  A COPY WHOSE TRAILER
000308* HAS CHANGED SINCE IS NO LONGER THE ONE VERIFIED; THE MODERATION
000310* RUN, WHICH IS AUTHORISED AND AUDITED, REFRESHES THE FIRST-COPY
000312* TOTALS WHEN IT REWRITES <CLASS>.DAT.
000320*----------------------------------------------------------------
000330 01  KEYING-VERIFY-RECORD.
000340     05  KVR-CLASS               PIC X(20).
000350     05  KVR-PERIOD              PIC X(06).
000360     05  KVR-STATUS              PIC X(10).
000370         88  KVR-MATCHED                 VALUE "MATCHED".
000380         88  KVR-MISMATCHED              VALUE "MISMATCHED".
000390     05  KVR-STUDENTS            PIC 9(04).
000400     05  KVR-DIFFERENCES         PIC 9(04).
000410     05  KVR-CHECKED-STAMP       PIC X(17).
000420     05  KVR-FIRST-COUNT         PIC 9(04).
000430     05  KVR-FIRST-HASH          PIC 9(08).
000440     05  KVR-SECOND-COUNT        PIC 9(04).
000450     05  KVR-SECOND-HASH         PIC 9(08).
