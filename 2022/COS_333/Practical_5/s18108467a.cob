000400*                          AN OLD APPEAL AND LISTS THE MATCHING
000410*                          ARCHIVED AUDIT LINES IN RETRRPT.DAT,
000420*                          LEAVING THE ARCHIVE FILES INTACT.
000421*   2026-10-15  S18108467  MSTHIST.DAT KEY NOW CARRIES THE
000422*                          ACADEMIC PERIOD, RECORD SIX BYTES
000423*                          LONGER.  THE ARCHIVE DETAIL AND
000424*                          RETRIEVAL LINES ARE WIDENED TO MATCH,
000425*                          AND A RESTORED ROW ALREADY ON FILE IS
000426*                          REPORTED WITH ITS PERIOD.
000427*   2026-10-15  S18108467  CUT AND RETRIEVE BOTH CHANGE THE LIVE
000428*                          HISTORY, SO BOTH NOW NEED THE ARCHIVE
000429*                          FUNCTION AGAINST THE OPERATOR'S USERID
000430*                          IN OPERAUTH.DAT.  A REFUSAL TOUCHES NO
000431*                          FILE BUT AUDIT.DAT, WHERE IT FILES A
000432*                          DENIED LINE, AND ENDS RETURN CODE 8.
000433*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT RETRIEVE-REPORT-FILE ASSIGN TO "RETRRPT.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000692     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS WS-OPA-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  HISTORY-FILE.
000760 FD  AUDIT-KEEP-FILE.
000770 01  AUDIT-KEEP-RECORD          PIC X(400).
000780 FD  HISTORY-ARCHIVE-FILE.
000790 01  HISTORY-ARCHIVE-RECORD     PIC X(73).
000800 FD  AUDIT-ARCHIVE-FILE.
000810 01  AUDIT-ARCHIVE-RECORD       PIC X(401).
000820 FD  CUT-REPORT-FILE.
000830 01  CUT-REPORT-RECORD          PIC X(80).
000840 FD  RETRIEVE-REPORT-FILE.
000850 01  RETRIEVE-REPORT-RECORD     PIC X(420).
000853 FD  OPERATOR-AUTH-FILE.
000856     COPY OPERAUTH.
000860 WORKING-STORAGE SECTION.
000870     01 WS-HST-FILE-STATUS      PIC X(02) VALUE SPACES.
000880     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000960     01 WS-ARC-DATE             PIC X(08) VALUE SPACES.
000970     01 WS-ARC-CLASS            PIC X(20) VALUE SPACES.
000980     01 WS-TODAY                PIC X(08) VALUE SPACES.
000981     01 WS-AUD-TIME             PIC X(08) VALUE SPACES.
000982     COPY AUDITREC.
000983     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
000984     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
000985     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
000986     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
000987     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
000988         88 WS-OPA-END-OF-FILE          VALUE "Y".
000989     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
000990         88 WS-OPA-AUTHORISED           VALUE "Y".
000991     01 WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
001000         88 WS-HST-END-OF-FILE          VALUE "Y".
001010     01 WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
001020         88 WS-AUD-END-OF-FILE          VALUE "Y".
001310         05 WS-ARH-CREATED      PIC X(08) VALUE SPACES.
001320     01 WS-HARC-DETAIL.
001330         05 FILLER              PIC X(01) VALUE "D".
001340         05 WS-HARC-BODY        PIC X(72) VALUE SPACES.
001350     01 WS-HARC-TRAILER.
001360         05 FILLER              PIC X(01) VALUE "T".
001370         05 WS-HART-COUNT       PIC 9(06) VALUE ZEROS.
001680         05 FILLER              PIC X(20) VALUE
001690                 "HISTORY ROW RESTORED".
001700         05 FILLER              PIC X(02) VALUE ": ".
001710         05 WS-RET-HIST-BODY    PIC X(72) VALUE SPACES.
001720     01 WS-RET-AUDIT-LINE.
001730         05 FILLER              PIC X(12) VALUE "AUDIT LINE: ".
001740         05 WS-RET-AUDIT-BODY   PIC X(400) VALUE SPACES.
002010            WS-CUTOFF-DATE DELIMITED BY SIZE
002020            ".DAT" DELIMITED BY SIZE
002030         INTO WS-AARC-FILE-NAME.
002031     MOVE "ARCHIVE" TO WS-OPA-WANTED.
002032     PERFORM 8000-CHECK-AUTHORITY THRU 8000-CHECK-AUTHORITY-EXIT.
002033     IF NOT WS-OPA-AUTHORISED
002034         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT CUT THE "
002035             "ARCHIVES - NOTHING ARCHIVED."
002036         MOVE "MSTHIST.DAT" TO AUD-DATASET
002037         MOVE SPACES TO AUD-VALUES
002038         STRING "DENIED - ARCHIVE CUT OF MSTHIST.DAT AND "
002039                    DELIMITED BY SIZE
002040                "AUDIT.DAT AT " DELIMITED BY SIZE
002041                WS-CUTOFF-DATE DELIMITED BY SIZE
002042             INTO AUD-VALUES
002043         PERFORM 9000-WRITE-AUDIT THRU 9000-WRITE-AUDIT-EXIT
002044         MOVE 8 TO RETURN-CODE
002045         GO TO 1000-CUT-RUN-EXIT
002046     END-IF.
002047     PERFORM 2000-CUT-HISTORY THRU 2000-CUT-HISTORY-EXIT.
002050     PERFORM 3000-CUT-AUDIT THRU 3000-CUT-AUDIT-EXIT.
002060     PERFORM 4000-WRITE-CUT-REPORT
002070         THRU 4000-WRITE-CUT-REPORT-EXIT.
003820            WS-ARC-DATE DELIMITED BY SIZE
003830            ".DAT" DELIMITED BY SIZE
003840         INTO WS-AARC-FILE-NAME.
003841     MOVE "ARCHIVE" TO WS-OPA-WANTED.
003842     PERFORM 8000-CHECK-AUTHORITY THRU 8000-CHECK-AUTHORITY-EXIT.
003843     IF NOT WS-OPA-AUTHORISED
003844         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT RETRIEVE "
003845             "FROM THE ARCHIVES - NOTHING RETRIEVED."
003846         MOVE WS-ARC-CLASS TO AUD-DATASET
003847         MOVE SPACES TO AUD-VALUES
003848         STRING "DENIED - ARCHIVE RETRIEVAL FROM "
003849                    DELIMITED BY SIZE
003850                WS-HARC-FILE-NAME DELIMITED BY SPACE
003851             INTO AUD-VALUES
003852         PERFORM 9000-WRITE-AUDIT THRU 9000-WRITE-AUDIT-EXIT
003853         MOVE 8 TO RETURN-CODE
003854         GO TO 5000-RETRIEVE-RUN-EXIT
003855     END-IF.
003856     OPEN OUTPUT RETRIEVE-REPORT-FILE.
003860     WRITE RETRIEVE-REPORT-RECORD FROM WS-RET-TITLE-LINE.
003870     MOVE WS-ARC-CLASS TO WS-RET-CLASS.
003880     MOVE WS-ARC-DATE TO WS-RET-ARCHIVE.
004400*    THE ARCHIVE FILE IS LEFT EXACTLY AS IT WAS - RETRIEVAL COPIES
004410*    A ROW BACK, IT NEVER MOVES ONE.  A ROW ALREADY ON THE LIVE
004420*    FILE (A RE-RETRIEVAL) IS REPORTED AND LEFT ALONE.
004430     MOVE HISTORY-ARCHIVE-RECORD(2:72) TO HISTORY-RECORD.
004440     IF HST-DATASET-ID NOT = WS-ARC-CLASS
004450         GO TO 6200-RESTORE-ONE-ROW-EXIT
004460     END-IF.
004470     WRITE HISTORY-RECORD
004480         INVALID KEY
004490             DISPLAY "HISTORY ROW FOR " HST-DATASET-ID
004496                 " " HST-PERIOD " " HST-RUN-STAMP
004502                 " ALREADY ON FILE."
004510         NOT INVALID KEY
004520             ADD 1 TO WS-RESTORED-COUNT
004530             MOVE HISTORY-ARCHIVE-RECORD(2:72)
004540                 TO WS-RET-HIST-BODY
004550             WRITE RETRIEVE-REPORT-RECORD FROM WS-RET-HIST-LINE
004560     END-WRITE.
004930     END-READ.
004940 7100-READ-ONE-AUDIT-ARC-EXIT.
004950     EXIT.
004951 8000-CHECK-AUTHORITY.
004952*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
004953*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
004954*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
004955     MOVE "N" TO WS-OPA-AUTH-SWITCH.
004956     MOVE SPACES TO WS-OPA-USER.
004957     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
004958     IF WS-OPA-USER = SPACES
004959         GO TO 8000-CHECK-AUTHORITY-EXIT
004960     END-IF.
004961     OPEN INPUT OPERATOR-AUTH-FILE.
004962     IF WS-OPA-FILE-STATUS NOT = "00"
004963         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
004964         GO TO 8000-CHECK-AUTHORITY-EXIT
004965     END-IF.
004966     MOVE "N" TO WS-OPA-EOF-SWITCH.
004967     PERFORM 8100-READ-AUTHORITY THRU 8100-READ-AUTHORITY-EXIT
004968         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
004969     CLOSE OPERATOR-AUTH-FILE.
004970 8000-CHECK-AUTHORITY-EXIT.
004971     EXIT.
004972 8100-READ-AUTHORITY.
004973     READ OPERATOR-AUTH-FILE
004974         AT END SET WS-OPA-END-OF-FILE TO TRUE
004975         NOT AT END
004976             IF OPA-USERID(1:1) NOT = "*"
004977                 AND OPA-USERID = WS-OPA-USER
004978                 MOVE 1 TO WS-OPA-SLOT
004979                 PERFORM 8200-CHECK-ONE-FUNCTION
004980                     THRU 8200-CHECK-ONE-FUNCTION-EXIT
004981                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
004982                         OR WS-OPA-AUTHORISED
004983             END-IF
004984     END-READ.
004985 8100-READ-AUTHORITY-EXIT.
004986     EXIT.
004987 8200-CHECK-ONE-FUNCTION.
004988     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
004989         SET WS-OPA-AUTHORISED TO TRUE
004990     END-IF.
004991     ADD 1 TO WS-OPA-SLOT.
004992 8200-CHECK-ONE-FUNCTION-EXIT.
004993     EXIT.
004994 9000-WRITE-AUDIT.
004995*    SAME TRAIL, SAME LINE LAYOUT AND SAME FIRST-TIME STATUS-35
004996*    FALLBACK AS THE STATISTICS RUNS.  ONLY EVER CALLED BEFORE A
004997*    CUT HAS TOUCHED AUDIT.DAT.  THE ACTION TEXT RIDES IN THE
004998*    VALUES COLUMN; THE FIGURES COLUMNS STAY ZERO.
004999     ACCEPT WS-AUD-TIME FROM TIME.
005000     STRING WS-TODAY DELIMITED BY SIZE
005001            "-" DELIMITED BY SIZE
005002            WS-AUD-TIME DELIMITED BY SIZE
005003         INTO AUD-TIMESTAMP.
005004     MOVE WS-OPA-USER TO AUD-OPERATOR.
005005     MOVE ZEROS TO AUD-MEAN.
005006     MOVE ZEROS TO AUD-STDDEV.
005007     OPEN EXTEND AUDIT-FILE.
005008     IF WS-AUD-FILE-STATUS NOT = "00"
005009         IF WS-AUD-FILE-STATUS = "35"
005010             OPEN OUTPUT AUDIT-FILE
005011         ELSE
005012             DISPLAY "ERROR - CANNOT OPEN AUDIT.DAT, FILE "
005013                 "STATUS " WS-AUD-FILE-STATUS
005014             DISPLAY "RUN ABANDONED."
005015             STOP RUN
005016         END-IF
005017     END-IF.
005018     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
005019     CLOSE AUDIT-FILE.
005020 9000-WRITE-AUDIT-EXIT.
005021     EXIT.
005022 END PROGRAM 'S18108467A'.
