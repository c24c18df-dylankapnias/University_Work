000340*                          FILE GO TO THE EXCEPTIONS LIST
000350*                          (DISTEXC.DAT) AND INTO NO BUNDLE AT ALL
000360*                          - CALLED OUT, NOT LEFT IN A CATCH-ALL.
000362*   2026-10-15  S18108467  BATCHMKS.DAT LINES ARE NOW 80 WIDE (THE
000364*                          STUDENT NAME FOLLOWS THE NUMBER), SO
000366*                          THE MARK-SHEET RECORD IS WIDENED TO
000368*                          MATCH.
000369*   2026-10-15  S18108467  EACH BUNDLE NOW ALSO CARRIES THE
000370*                          OWNER'S CLASS SECTIONS FROM THE
000371*                          QUESTION ITEM ANALYSIS (ITEMANL.DAT,
000372*                          WRITTEN BY S18108467Q) WHEN THAT STEP
000373*                          HAS RUN.
000374*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000470     SELECT BATCH-MARKSHEET-FILE ASSIGN TO "BATCHMKS.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BMKS-FILE-STATUS.
000492     SELECT ITEM-ANALYSIS-FILE ASSIGN TO "ITEMANL.DAT"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-ITEM-FILE-STATUS.
000500     SELECT BUNDLE-FILE ASSIGN TO DYNAMIC WS-BUNDLE-FILE-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT EXCEPTION-LIST-FILE ASSIGN TO "DISTEXC.DAT"
000610 FD  BATCH-REPORT-FILE.
000620 01  BATCH-REPORT-RECORD        PIC X(120).
000630 FD  BATCH-MARKSHEET-FILE.
000640 01  BATCH-MARKSHEET-RECORD     PIC X(80).
000643 FD  ITEM-ANALYSIS-FILE.
000646 01  ITEM-ANALYSIS-RECORD       PIC X(120).
000650 FD  BUNDLE-FILE.
000660 01  BUNDLE-RECORD              PIC X(120).
000670 FD  EXCEPTION-LIST-FILE.
000720     01 WS-RCP-FILE-STATUS      PIC X(02) VALUE SPACES.
000730     01 WS-BRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
000740     01 WS-BMKS-FILE-STATUS     PIC X(02) VALUE SPACES.
000745     01 WS-ITEM-FILE-STATUS     PIC X(02) VALUE SPACES.
000750     01 WS-BUNDLE-FILE-NAME     PIC X(30) VALUE SPACES.
000760     01 WS-RCP-EOF-SWITCH       PIC X(01) VALUE "N".
000770         88 WS-RCP-END-OF-FILE          VALUE "Y".
000790         88 WS-RPT-END-OF-FILE          VALUE "Y".
000800     01 WS-MKS-EOF-SWITCH       PIC X(01) VALUE "N".
000810         88 WS-MKS-END-OF-FILE          VALUE "Y".
000813     01 WS-ITM-EOF-SWITCH       PIC X(01) VALUE "N".
000816         88 WS-ITM-END-OF-FILE          VALUE "Y".
000820     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
000830         88 WS-MATCH-FOUND              VALUE "Y".
000840     01 WS-COPY-SWITCH          PIC X(01) VALUE "N".
001300                 "SUMMARY AND DISTRIBUTION".
001310     01 WS-SECTION-MKS-LINE.
001320         05 FILLER              PIC X(11) VALUE "MARK SHEETS".
001322     01 WS-SECTION-ITEM-LINE.
001324         05 FILLER              PIC X(22) VALUE
001326                 "QUESTION ITEM ANALYSIS".
001330     01 WS-EXC-TITLE-LINE.
001340         05 FILLER              PIC X(33) VALUE
001350                 "CLASSES WITH NO OWNER ON FILE".
001540     CLOSE BATCH-REPORT-FILE.
001550     PERFORM 2500-SCAN-MARKS-CLASSES
001560         THRU 2500-SCAN-MARKS-CLASSES-EXIT.
001563     PERFORM 2600-SCAN-ITEM-CLASSES
001566         THRU 2600-SCAN-ITEM-CLASSES-EXIT.
001570     IF WS-CLASS-COUNT = 0
001580         DISPLAY "NO CLASS SECTIONS FOUND - NOTHING TO "
001590             "DISTRIBUTE."
003080     END-READ.
003090 2510-SCAN-ONE-MKS-LINE-EXIT.
003100     EXIT.
003101 2600-SCAN-ITEM-CLASSES.
003102*    ITEM ANALYSIS IS OPTIONAL - NO ITEMANL.DAT, NOTHING TO ADD.
003103     OPEN INPUT ITEM-ANALYSIS-FILE.
003104     IF WS-ITEM-FILE-STATUS NOT = "00"
003105         GO TO 2600-SCAN-ITEM-CLASSES-EXIT
003106     END-IF.
003107     MOVE "N" TO WS-ITM-EOF-SWITCH.
003108     PERFORM 2610-SCAN-ONE-ITEM-LINE
003109         THRU 2610-SCAN-ONE-ITEM-LINE-EXIT
003110         WITH TEST AFTER UNTIL WS-ITM-END-OF-FILE.
003111     CLOSE ITEM-ANALYSIS-FILE.
003112 2600-SCAN-ITEM-CLASSES-EXIT.
003113     EXIT.
003114 2610-SCAN-ONE-ITEM-LINE.
003115     READ ITEM-ANALYSIS-FILE
003116         AT END SET WS-ITM-END-OF-FILE TO TRUE
003117         NOT AT END
003118             IF ITEM-ANALYSIS-RECORD(1:7) = "CLASS: "
003119                 MOVE ITEM-ANALYSIS-RECORD(8:20)
003120                     TO WS-THE-CLASS
003121                 PERFORM 2300-NOTE-ONE-CLASS
003122                     THRU 2300-NOTE-ONE-CLASS-EXIT
003123             END-IF
003124     END-READ.
003125 2610-SCAN-ONE-ITEM-LINE-EXIT.
003126     EXIT.
003127 3000-RESOLVE-OWNERS.
003128     MOVE 1 TO i.
003130     PERFORM 3100-RESOLVE-ONE-CLASS
003140         THRU 3100-RESOLVE-ONE-CLASS-EXIT
003150         WITH TEST AFTER UNTIL i > WS-CLASS-COUNT.
004240     WRITE BUNDLE-RECORD.
004250     PERFORM 5400-COPY-MARKS-SECTIONS
004260         THRU 5400-COPY-MARKS-SECTIONS-EXIT.
004263     PERFORM 5500-COPY-ITEM-SECTIONS
004266         THRU 5500-COPY-ITEM-SECTIONS-EXIT.
004270     CLOSE BUNDLE-FILE.
004280     ADD 1 TO WS-BUNDLE-COUNT.
004290     ADD 1 TO j.
005380     END-READ.
005390 5410-COPY-ONE-MKS-LINE-EXIT.
005400     EXIT.
005401 5500-COPY-ITEM-SECTIONS.
005402*    THE HEADING GOES IN ONLY WHEN THE ITEM ANALYSIS HAS RUN; THE
005403*    TITLE AND RUN-DATE LINES AHEAD OF THE FIRST CLASS ARE NOT
005404*    COPIED, THE SAME AS THE MARK SHEETS' TITLE.
005405     OPEN INPUT ITEM-ANALYSIS-FILE.
005406     IF WS-ITEM-FILE-STATUS NOT = "00"
005407         GO TO 5500-COPY-ITEM-SECTIONS-EXIT
005408     END-IF.
005409     MOVE WS-SECTION-ITEM-LINE TO BUNDLE-RECORD.
005410     WRITE BUNDLE-RECORD.
005411     MOVE "N" TO WS-ITM-EOF-SWITCH.
005412     MOVE "N" TO WS-COPY-SWITCH.
005413     PERFORM 5510-COPY-ONE-ITEM-LINE
005414         THRU 5510-COPY-ONE-ITEM-LINE-EXIT
005415         WITH TEST AFTER UNTIL WS-ITM-END-OF-FILE.
005416     CLOSE ITEM-ANALYSIS-FILE.
005417 5500-COPY-ITEM-SECTIONS-EXIT.
005418     EXIT.
005419 5510-COPY-ONE-ITEM-LINE.
005420     READ ITEM-ANALYSIS-FILE
005421         AT END SET WS-ITM-END-OF-FILE TO TRUE
005422         NOT AT END
005423             IF ITEM-ANALYSIS-RECORD(1:7) = "CLASS: "
005424                 MOVE ITEM-ANALYSIS-RECORD(8:20)
005425                     TO WS-THE-CLASS
005426                 PERFORM 5320-JUDGE-SECTION
005427                     THRU 5320-JUDGE-SECTION-EXIT
005428             END-IF
005429             IF WS-COPYING-SECTION
005430                 WRITE BUNDLE-RECORD FROM ITEM-ANALYSIS-RECORD
005431             END-IF
005432     END-READ.
005433 5510-COPY-ONE-ITEM-LINE-EXIT.
005434     EXIT.
005435 END PROGRAM 'S18108467D'.
