000100*----------------------------------------------------------------
000200* STUDNAME.
000300* AUTHOR.     S18108467.
000400* DATE-WRITTEN. 2026-10-15.
000500*----------------------------------------------------------------
000600* MODIFICATION HISTORY.
000700*   2026-10-15  S18108467  ORIGINAL VERSION.  STUDENT NAME RECORD
000800*                          FILED IN STUDNAME.DAT BY THE ENROLMENT
000810*                          LOADER (S18108467L) FROM THE
000820*                          REGISTRAR'S FEED, AND READ BY THE
000830*                          MARK-SHEET WRITERS (S18108467,
000840*                          S18108467B) AND THE TRANSCRIPT REPORT
000850*                          (S18108467R) SO THEY CAN PRINT A NAME
000860*                          BESIDE EACH STUDENT NUMBER.
001500*----------------------------------------------------------------
001600* ONE RECORD PER STUDENT, KEYED ON STUDENT NUMBER.  A LATER LOAD
001700* REWRITES THE NAME IN PLACE; A STUDENT WHO DROPS OUT OF THE FEED
001800* KEEPS THE LAST NAME LOADED, SO OLD TRANSCRIPTS STILL SHOW IT.
001900*----------------------------------------------------------------
002000 01  STUDENT-NAME-RECORD.
002100     05  SNM-STUDNO              PIC X(10).
002200     05  SNM-SURNAME             PIC X(20).
002300     05  SNM-INITIALS            PIC X(05).
002400     05  SNM-LOAD-DATE           PIC X(08).
