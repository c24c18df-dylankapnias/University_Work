000410*                          LISTED ON THE BUILD REPORT
000420*                          (COMPBLD.DAT); WEIGHTS THAT DO NOT SUM
000430*                          TO 100 ABANDON THE BUILD.
000431*   2026-10-15  S18108467  COMPOSITE HEADER NOW CARRIES THE
000432*                          ACADEMIC PERIOD IN COLS 30-35, TAKEN
000433*                          FROM THE FIRST COMPONENT HEADER THAT
000435*                          HAS ONE, ELSE S18108467-PERIOD, ELSE
000437*                          THE CURRENT YEAR WITH TERM "00".
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000720         88 CMP-HEADER-REC              VALUE "H".
000730         88 CMP-DETAIL-REC              VALUE "D".
000740         88 CMP-TRAILER-REC             VALUE "T".
000742     05 CMP-RECORD-BODY         PIC X(34).
000744 01  CMP-HEADER-RECORD.
000746     05 FILLER                  PIC X(01).
000748     05 CMP-HDR-CLASS           PIC X(20).
000750     05 CMP-HDR-ASOF            PIC X(08).
000752     05 CMP-HDR-PERIOD          PIC X(06).
000760 01  CMP-DETAIL-RECORD.
000770     05 FILLER                  PIC X(01).
000780     05 CMP-STUDNO              PIC X(10).
000910                                PIC 9(08).
000920     05 FILLER                  PIC X(16).
000930 FD  COMPOSITE-FILE.
000940 01  COMPOSITE-RECORD           PIC X(35).
000950 FD  BUILD-REPORT-FILE.
000960 01  BUILD-REPORT-RECORD        PIC X(80).
000970 WORKING-STORAGE SECTION.
001660         05 FILLER              PIC X(01) VALUE "H".
001670         05 WS-HDR-CLASS        PIC X(20) VALUE SPACES.
001680         05 WS-HDR-ASOF         PIC X(08) VALUE SPACES.
001685         05 WS-HDR-PERIOD       PIC X(06) VALUE SPACES.
001690     01 WS-OUT-DETAIL.
001700         05 FILLER              PIC X(01) VALUE "D".
001710         05 WS-DTL-STUDNO       PIC X(10) VALUE SPACES.
003370 2120-CLASSIFY-COMPONENT-REC.
003380     IF CMP-HEADER-REC
003390         MOVE "Y" TO WS-HDR-SWITCH
003392         IF WS-HDR-PERIOD = SPACES
003394             MOVE CMP-HDR-PERIOD TO WS-HDR-PERIOD
003396         END-IF
003400         GO TO 2120-CLASSIFY-COMPONENT-REC-EXIT
003410     END-IF.
003420     IF CMP-TRAILER-REC
004660         WITH TEST AFTER UNTIL k > WS-COMP-COUNT.
004670     MOVE WS-COMPOSITE-CLASS TO WS-HDR-CLASS.
004680     MOVE WS-TODAY TO WS-HDR-ASOF.
004681     IF WS-HDR-PERIOD = SPACES
004682         ACCEPT WS-HDR-PERIOD FROM ENVIRONMENT "S18108467-PERIOD"
004683     END-IF.
004684     IF WS-HDR-PERIOD = SPACES
004685         MOVE WS-TODAY(1:4) TO WS-HDR-PERIOD(1:4)
004686         MOVE "00" TO WS-HDR-PERIOD(5:2)
004687     END-IF.
004690     WRITE COMPOSITE-RECORD FROM WS-OUT-HEADER.
004700     IF WS-STUD-COUNT > 0
004710         MOVE 1 TO i
