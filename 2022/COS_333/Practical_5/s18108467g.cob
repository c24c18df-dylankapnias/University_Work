000320*                          DEPARTMENT TOTAL.  NO SCORE FILE IS
000330*                          TOUCHED AND MASTER.DAT IS OPENED INPUT
000340*                          ONLY - A PURE WHAT-IF FOR THE MEETING.
000341*   2026-10-15  S18108467  MASTER.DAT NOW KEYED ON CLASS AND
000342*                          ACADEMIC PERIOD.  EACH CLASS BLOCK
000343*                          SHOWS ITS PERIOD, AND S18108467-PERIOD,
000344*                          WHEN SET, RE-BANDS ONLY THAT ONE
000345*                          PERIOD'S CLASSES SO THE DEPARTMENT
000346*                          TOTAL IS NOT A MIX OF SITTINGS.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000390     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS MST-KEY
000430         FILE STATUS IS WS-MST-FILE-STATUS.
000440     SELECT BAND-FILE ASSIGN TO DYNAMIC WS-BAND-FILE-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000700     01 j PIC 9(2) COMP VALUE 1.
000710     01 p PIC 9(2) COMP VALUE 1.
000720     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000725     01 WS-PERIOD               PIC X(06) VALUE SPACES.
000730     01 WS-BAND-FILE-STATUS     PIC X(02) VALUE SPACES.
000740     01 WS-BAND-FILE-NAME       PIC X(30) VALUE SPACES.
000750     01 WS-CANDIDATE-NAME       PIC X(30) VALUE SPACES.
001370     01 WS-CLASS-LINE.
001380         05 FILLER              PIC X(07) VALUE "CLASS: ".
001390         05 WS-RPT-CLASS        PIC X(20) VALUE SPACES.
001393         05 FILLER              PIC X(10) VALUE "  PERIOD: ".
001396         05 WS-RPT-PERIOD       PIC X(06) VALUE SPACES.
001400         05 FILLER              PIC X(09) VALUE "  SCORES ".
001410         05 WS-RPT-SCORES       PIC ZZ9.
001420     01 WS-BAND-HEAD-LINE.
001800             "FILE TO TRY."
001810         GO TO 0000-MAINLINE-EXIT
001820     END-IF.
001825     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
001830     PERFORM 1000-LOAD-BAND-SCHEMES
001840         THRU 1000-LOAD-BAND-SCHEMES-EXIT.
001850     IF WS-LOAD-FAILED
002940 2000-READ-ONE-MASTER-EXIT.
002950     EXIT.
002960 2100-REPORT-ONE-CLASS.
002962     IF WS-PERIOD NOT = SPACES
002964             AND MST-PERIOD NOT = WS-PERIOD
002966         GO TO 2100-REPORT-ONE-CLASS-EXIT
002968     END-IF.
002970     PERFORM 2200-PARSE-VALUES THRU 2200-PARSE-VALUES-EXIT.
002980     IF WS-SCORE-COUNT = 0
002990         DISPLAY "NO STORED VALUES FOR " MST-DATASET-ID
003990     EXIT.
004000 2500-WRITE-CLASS-BLOCK.
004010     MOVE MST-DATASET-ID TO WS-RPT-CLASS.
004015     MOVE MST-PERIOD TO WS-RPT-PERIOD.
004020     MOVE WS-SCORE-COUNT TO WS-RPT-SCORES.
004030     WRITE WHATIF-REPORT-RECORD FROM WS-CLASS-LINE.
004040     WRITE WHATIF-REPORT-RECORD FROM WS-BAND-HEAD-LINE.
