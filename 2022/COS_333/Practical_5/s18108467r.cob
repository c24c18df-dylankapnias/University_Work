000300*                          DATE - SO THE APPEALS BOARD GETS IT IN
000310*                          ONE PULL INSTEAD OF SOMEONE GREPPING
000320*                          MARK SHEETS CLASS BY CLASS.
000321*   2026-10-15  S18108467  STUDIDX.DAT KEY NOW CARRIES THE
000322*                          ACADEMIC PERIOD AFTER THE DATASET.  THE
000323*                          TRANSCRIPT SHOWS EACH RESULT'S PERIOD,
000324*                          AND S18108467-PERIOD, WHEN SET, LISTS
000325*                          ONLY THAT ONE PERIOD'S RESULTS.
000326*   2026-10-15  S18108467  THE STUDENT'S NAME FROM STUDNAME.DAT
000327*                          (FILED BY THE ENROLMENT LOADER,
000328*                          S18108467L) NOW FOLLOWS THE STUDENT
000329*                          NUMBER AT THE HEAD OF THE TRANSCRIPT.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000410         FILE STATUS IS WS-SIX-FILE-STATUS.
000420     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCR.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431     SELECT STUDENT-NAME-FILE ASSIGN TO "STUDNAME.DAT"
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS SNM-STUDNO
000435         FILE STATUS IS WS-SNM-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  STUDENT-INDEX-FILE.
000470     COPY STUDIDX.
000480 FD  TRANSCRIPT-FILE.
000490 01  TRANSCRIPT-RECORD          PIC X(80).
000493 FD  STUDENT-NAME-FILE.
000496     COPY STUDNAME.
000500 WORKING-STORAGE SECTION.
000510     01 WS-STUDENT-ID           PIC X(10) VALUE SPACES.
000515     01 WS-PERIOD               PIC X(06) VALUE SPACES.
000520     01 WS-SIX-FILE-STATUS      PIC X(02) VALUE SPACES.
000523     01 WS-SNM-FILE-STATUS      PIC X(02) VALUE SPACES.
000526     01 WS-SNM-PTR              PIC 9(2) COMP VALUE 1.
000530     01 WS-SIX-EOF-SWITCH       PIC X(01) VALUE "N".
000540         88 WS-SIX-END-OF-FILE          VALUE "Y".
000550     01 WS-CLASS-COUNT          PIC 9(3) VALUE ZEROS.
000600         05 FILLER              PIC X(15) VALUE
000610                 "STUDENT      : ".
000620         05 WS-RPT-STUDNO       PIC X(10) VALUE SPACES.
000623         05 FILLER              PIC X(02) VALUE SPACES.
000626         05 WS-RPT-STUDENT-NAME PIC X(28) VALUE SPACES.
000630     01 WS-HEADING-LINE.
000640         05 FILLER              PIC X(21) VALUE "CLASS".
000645         05 FILLER              PIC X(08) VALUE "PERIOD".
000650         05 FILLER              PIC X(08) VALUE "SCORE".
000660         05 FILLER              PIC X(06) VALUE "RANK".
000670         05 FILLER              PIC X(16) VALUE "DEV FROM MEAN".
000690     01 WS-DETAIL-LINE.
000700         05 WS-DTL-CLASS        PIC X(20) VALUE SPACES.
000710         05 FILLER              PIC X(01) VALUE SPACES.
000713         05 WS-DTL-PERIOD       PIC X(06) VALUE SPACES.
000716         05 FILLER              PIC X(02) VALUE SPACES.
000720         05 WS-DTL-SCORE        PIC -ZZZ9.
000730         05 FILLER              PIC X(03) VALUE SPACES.
000740         05 WS-DTL-RANK         PIC ZZ9.
000880             "REPORT ON."
000890         GO TO 0000-MAINLINE-EXIT
000900     END-IF.
000905     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
000910     OPEN INPUT STUDENT-INDEX-FILE.
000920     IF WS-SIX-FILE-STATUS NOT = "00"
000930         DISPLAY "NO STUDENT INDEX YET - NOTHING TO REPORT."
000980 0000-MAINLINE-EXIT.
000990     GOBACK.
001000 1000-LIST-RESULTS.
001010*    THE INDEX KEY IS STUDENT NUMBER PLUS DATASET PLUS PERIOD, SO
001020*    STARTING AT THE STUDENT WITH A LOW-VALUES DATASET AND PERIOD
001030*    AND READING NEXT WALKS EVERY CLASS WE HOLD FOR THAT STUDENT
001040*    AND STOPS CLEANLY AT THE FIRST RECORD OF THE NEXT STUDENT.
001050     MOVE WS-STUDENT-ID TO SIX-STUDNO.
001060     MOVE LOW-VALUES TO SIX-DATASET-ID.
001065     MOVE LOW-VALUES TO SIX-PERIOD.
001070     START STUDENT-INDEX-FILE KEY IS NOT LESS THAN SIX-KEY
001080         INVALID KEY
001090             DISPLAY "NO STORED RESULTS FOR " WS-STUDENT-ID
001120     OPEN OUTPUT TRANSCRIPT-FILE.
001130     WRITE TRANSCRIPT-RECORD FROM WS-TITLE-LINE.
001140     MOVE WS-STUDENT-ID TO WS-RPT-STUDNO.
001143     PERFORM 1050-LOOK-UP-STUDENT-NAME
001146         THRU 1050-LOOK-UP-STUDENT-NAME-EXIT.
001150     WRITE TRANSCRIPT-RECORD FROM WS-NAME-LINE.
001160     WRITE TRANSCRIPT-RECORD FROM WS-HEADING-LINE.
001170     PERFORM 1100-READ-ONE-RESULT THRU 1100-READ-ONE-RESULT-EXIT
001260     END-IF.
001270     CLOSE TRANSCRIPT-FILE.
001280 1000-LIST-RESULTS-EXIT.
001281     EXIT.
001282 1050-LOOK-UP-STUDENT-NAME.
001283*    NO STUDNAME.DAT, OR A STUDENT THE ENROLMENT LOADER HAS
001284*    NEVER FILED, LEAVES THE NAME BLANK - THE TRANSCRIPT IS
001285*    STILL WRITTEN.
001286     MOVE SPACES TO WS-RPT-STUDENT-NAME.
001287     OPEN INPUT STUDENT-NAME-FILE.
001288     IF WS-SNM-FILE-STATUS NOT = "00"
001289         GO TO 1050-LOOK-UP-STUDENT-NAME-EXIT
001290     END-IF.
001291     MOVE WS-STUDENT-ID TO SNM-STUDNO.
001292     READ STUDENT-NAME-FILE
001293         INVALID KEY
001294             CLOSE STUDENT-NAME-FILE
001295             GO TO 1050-LOOK-UP-STUDENT-NAME-EXIT
001296     END-READ.
001297     CLOSE STUDENT-NAME-FILE.
001298     MOVE 1 TO WS-SNM-PTR.
001299     STRING SNM-SURNAME DELIMITED BY "  "
001300         INTO WS-RPT-STUDENT-NAME
001301         WITH POINTER WS-SNM-PTR.
001302     IF SNM-INITIALS NOT = SPACES
001303         STRING ", " DELIMITED BY SIZE
001304                SNM-INITIALS DELIMITED BY SPACE
001305             INTO WS-RPT-STUDENT-NAME
001306             WITH POINTER WS-SNM-PTR
001307     END-IF.
001308 1050-LOOK-UP-STUDENT-NAME-EXIT.
001309     EXIT.
001310 1100-READ-ONE-RESULT.
001311     READ STUDENT-INDEX-FILE NEXT RECORD
001320         AT END SET WS-SIX-END-OF-FILE TO TRUE
001330         NOT AT END
001340             IF SIX-STUDNO = WS-STUDENT-ID
001410 1100-READ-ONE-RESULT-EXIT.
001420     EXIT.
001430 1200-WRITE-RESULT-LINE.
001432     IF WS-PERIOD NOT = SPACES
001434             AND SIX-PERIOD NOT = WS-PERIOD
001436         GO TO 1200-WRITE-RESULT-LINE-EXIT
001438     END-IF.
001440     ADD 1 TO WS-CLASS-COUNT.
001450     MOVE SIX-DATASET-ID TO WS-DTL-CLASS.
001455     MOVE SIX-PERIOD TO WS-DTL-PERIOD.
001460     MOVE SIX-SCORE TO WS-DTL-SCORE.
001470     MOVE SIX-RANK TO WS-DTL-RANK.
001480     MOVE SIX-MEAN-DEV TO WS-DTL-DEV.
