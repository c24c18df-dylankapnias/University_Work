000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467I'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  CROSS-FILE INTEGRITY
000200*                          RECONCILIATION.  THE STATS RUNS, THE
000210*                          MODERATION RUN, MAINTENANCE, THE
000220*                          ARCHIVE CUT AND THE MASTER RELOAD ALL
000230*                          WRITE SOME MIX OF MASTER.DAT,
000240*                          MSTHIST.DAT, STUDIDX.DAT AND AUDIT.DAT,
000250*                          AND UNTIL NOW NOTHING PROVED THE FOUR
000260*                          STILL AGREED.  THIS PROGRAM, RUN AS A
000270*                          JOBSTEPS.DAT STEP, CHECKS THAT:
000280*                          - EVERY MASTER RECORD HAS A LATEST
000290*                            HISTORY ROW WITH THE SAME COUNT, MEAN
000300*                            AND STD DEV;
000310*                          - EACH CLASS HAS AS MANY STUDENT-INDEX
000320*                            ROWS AS ITS MST-COUNT;
000330*                          - EVERY HISTORY RUN STAMP HAS ITS
000340*                            AUDIT.DAT LINE;
000350*                          - NO HISTORY OR STUDENT-INDEX ROWS ARE
000360*                            LEFT FOR A CLASS NO LONGER ON THE
000370*                            MASTER (DELETED OR RENAMED BY
000380*                            MAINTENANCE).
000390*                          EVERY BREAK IS LISTED IN RECONEXC.DAT
000400*                          AND THE RUN ENDS WITH RETURN-CODE 8, SO
000410*                          A CRITICAL STEP HOLDS THE REGISTRAR
000420*                          EXTRACT BEHIND IT.
000421*   2026-10-15  S18108467  THE AUDIT TRAIL IS NO LONGER HELD IN A
000422*                          TABLE, WHICH A TERM'S SUPPLEMENTARY AND
000423*                          NIGHTLY LINES OUTGREW BEFORE THE CUT.
000424*                          ITS CLASS/STAMP PAIRS ARE LOADED EACH
000425*                          RUN INTO THE INDEXED WORK FILE
000426*                          AUDKEY.DAT AND EACH HISTORY ROW IS
000427*                          LOOKED UP BY KEY.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MST-KEY
000510         FILE STATUS IS WS-MST-FILE-STATUS.
000520     SELECT HISTORY-FILE ASSIGN TO "MSTHIST.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HST-KEY
000560         FILE STATUS IS WS-HST-FILE-STATUS.
000570     SELECT STUDENT-INDEX-FILE ASSIGN TO "STUDIDX.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SIX-KEY
000610         FILE STATUS IS WS-SIX-FILE-STATUS.
000620     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUD-FILE-STATUS.
000650     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "RECONEXC.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000661     SELECT AUDIT-KEY-FILE ASSIGN TO "AUDKEY.DAT"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS AKY-KEY
000665         FILE STATUS IS WS-AKY-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  MASTER-FILE.
000700     COPY MASTERREC.
000710 FD  HISTORY-FILE.
000720     COPY MSTHIST.
000730 FD  STUDENT-INDEX-FILE.
000740     COPY STUDIDX.
000750 FD  AUDIT-FILE.
000760 01  AUDIT-RECORD               PIC X(400).
000770 FD  EXCEPTION-REPORT-FILE.
000780 01  EXCEPTION-REPORT-RECORD    PIC X(110).
000781 FD  AUDIT-KEY-FILE.
000782 01  AUDIT-KEY-RECORD.
000783     05 AKY-KEY.
000784         10 AKY-DATASET         PIC X(20).
000785         10 AKY-STAMP           PIC X(17).
000790 WORKING-STORAGE SECTION.
000800     01 i PIC 9(4) COMP VALUE 1.
000810     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000820     01 WS-HST-FILE-STATUS      PIC X(02) VALUE SPACES.
000830     01 WS-SIX-FILE-STATUS      PIC X(02) VALUE SPACES.
000840     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000845     01 WS-AKY-FILE-STATUS      PIC X(02) VALUE SPACES.
000850     01 WS-MST-OPEN-SWITCH      PIC X(01) VALUE "N".
000860         88 WS-MST-OPEN                 VALUE "Y".
000870     01 WS-HST-OPEN-SWITCH      PIC X(01) VALUE "N".
000880         88 WS-HST-OPEN                 VALUE "Y".
000890     01 WS-SIX-OPEN-SWITCH      PIC X(01) VALUE "N".
000900         88 WS-SIX-OPEN                 VALUE "Y".
000903     01 WS-AKY-OPEN-SWITCH      PIC X(01) VALUE "N".
000906         88 WS-AKY-OPEN                 VALUE "Y".
000910     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
000920         88 WS-MST-END-OF-FILE          VALUE "Y".
000930     01 WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
000940         88 WS-HST-END-OF-FILE          VALUE "Y".
000950     01 WS-SIX-EOF-SWITCH       PIC X(01) VALUE "N".
000960         88 WS-SIX-END-OF-FILE          VALUE "Y".
000970     01 WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
000980         88 WS-AUD-END-OF-FILE          VALUE "Y".
000990     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001000         88 WS-ENTRY-FOUND              VALUE "Y".
001010     COPY AUDITREC.
001020     01 WS-AUD-TOTAL            PIC 9(6) VALUE ZEROS.
001150*    STUDENT-INDEX ROWS COUNTED PER CLASS AND PERIOD.  THE INDEX
001160*    IS KEYED ON STUDENT FIRST, SO ONE PASS FILLS THIS AND THE
001170*    MASTER PASS THEN TICKS OFF EACH CLASS IT FINDS.
001180     01 WS-CLS-MAX              PIC 9(4) COMP VALUE 500.
001190     01 WS-CLS-TOTAL            PIC 9(4) COMP VALUE ZEROS.
001200     01 WS-CLS-TABLE.
001210         05 WS-CLS-ENTRY OCCURS 500 TIMES.
001220             10 WS-CLS-DATASET  PIC X(20).
001230             10 WS-CLS-PERIOD   PIC X(06).
001240             10 WS-CLS-ROWS     PIC 9(05) COMP.
001250             10 WS-CLS-MATCHED  PIC X(01).
001260     01 WS-FIND-DATASET         PIC X(20) VALUE SPACES.
001270     01 WS-FIND-PERIOD          PIC X(06) VALUE SPACES.
001280     01 WS-LAST-HST-DATASET     PIC X(20) VALUE SPACES.
001290     01 WS-LAST-HST-PERIOD      PIC X(06) VALUE SPACES.
001300     01 WS-OLDEST-HST-DATE      PIC X(08) VALUE HIGH-VALUES.
001310     01 WS-LATEST-SWITCH        PIC X(01) VALUE "N".
001320         88 WS-LATEST-FOUND             VALUE "Y".
001330     01 WS-LATEST-COUNT         PIC 9(03) VALUE ZEROS.
001340     01 WS-LATEST-MEAN          PIC 9(06)V9(02) VALUE ZEROS.
001350     01 WS-LATEST-STDDEV        PIC 9(04)V9(02) VALUE ZEROS.
001360     01 WS-LATEST-STAMP         PIC X(17) VALUE SPACES.
001370     01 WS-SIX-ROWS             PIC 9(05) VALUE ZEROS.
001380     01 WS-MST-READ-COUNT       PIC 9(6) VALUE ZEROS.
001390     01 WS-HST-READ-COUNT       PIC 9(6) VALUE ZEROS.
001400     01 WS-SIX-READ-COUNT       PIC 9(6) VALUE ZEROS.
001410     01 WS-BREAK-COUNT          PIC 9(6) VALUE ZEROS.
001420     01 WS-TITLE-LINE.
001430         05 FILLER              PIC X(32) VALUE
001440                 "CROSS-FILE RECONCILIATION REPORT".
001450         05 FILLER              PIC X(08) VALUE "  DATE: ".
001460         05 WS-TTL-DATE         PIC X(08) VALUE SPACES.
001470     01 WS-HEADING-LINE.
001480         05 FILLER              PIC X(26) VALUE "BREAK".
001490         05 FILLER              PIC X(21) VALUE "CLASS".
001500         05 FILLER              PIC X(07) VALUE "PERIOD".
001510         05 FILLER              PIC X(06) VALUE "DETAIL".
001520     01 WS-EXC-LINE.
001530         05 WS-EXC-TEXT         PIC X(26) VALUE SPACES.
001540         05 WS-EXC-CLASS        PIC X(20) VALUE SPACES.
001550         05 FILLER              PIC X(01) VALUE SPACES.
001560         05 WS-EXC-PERIOD       PIC X(06) VALUE SPACES.
001570         05 FILLER              PIC X(01) VALUE SPACES.
001580         05 WS-EXC-DETAIL       PIC X(51) VALUE SPACES.
001590*    THE TWO SETS OF FIGURES SIDE BY SIDE WHEN THE MASTER AND ITS
001600*    LATEST HISTORY ROW DISAGREE.
001610     01 WS-FIG-DETAIL.
001620         05 FILLER              PIC X(04) VALUE "MST ".
001630         05 WS-FIG-MST-COUNT    PIC ZZ9.
001640         05 FILLER              PIC X(01) VALUE SPACES.
001650         05 WS-FIG-MST-MEAN     PIC ZZZZZ9.99.
001660         05 FILLER              PIC X(01) VALUE SPACES.
001670         05 WS-FIG-MST-STDDEV   PIC ZZZ9.99.
001680         05 FILLER              PIC X(05) VALUE " HST ".
001690         05 WS-FIG-HST-COUNT    PIC ZZ9.
001700         05 FILLER              PIC X(01) VALUE SPACES.
001710         05 WS-FIG-HST-MEAN     PIC ZZZZZ9.99.
001720         05 FILLER              PIC X(01) VALUE SPACES.
001730         05 WS-FIG-HST-STDDEV   PIC ZZZ9.99.
001740     01 WS-ROWS-DETAIL.
001750         05 FILLER              PIC X(13) VALUE "STUDIDX ROWS ".
001760         05 WS-ROWS-SIX         PIC ZZZZ9.
001770         05 FILLER              PIC X(12) VALUE "  MST-COUNT ".
001780         05 WS-ROWS-MST         PIC ZZ9.
001790     01 WS-STAMP-DETAIL.
001800         05 FILLER              PIC X(10) VALUE "RUN STAMP ".
001810         05 WS-STAMP-VALUE      PIC X(17) VALUE SPACES.
001820     01 WS-SUM-LINE.
001830         05 WS-SUM-LABEL        PIC X(24) VALUE SPACES.
001840         05 FILLER              PIC X(02) VALUE ": ".
001850         05 WS-SUM-COUNT        PIC ZZZZZ9.
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001890     PERFORM 2000-LOAD-AUDIT THRU 2000-LOAD-AUDIT-EXIT.
001900     PERFORM 3000-CHECK-HISTORY THRU 3000-CHECK-HISTORY-EXIT.
001910     PERFORM 4000-COUNT-STUDENT-INDEX
001920         THRU 4000-COUNT-STUDENT-INDEX-EXIT.
001930     PERFORM 5000-CHECK-MASTER THRU 5000-CHECK-MASTER-EXIT.
001940     PERFORM 6000-CHECK-INDEX-ORPHANS
001950         THRU 6000-CHECK-INDEX-ORPHANS-EXIT.
001960     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT.
001970     IF WS-BREAK-COUNT > 0
001980         MOVE 8 TO RETURN-CODE
001990     END-IF.
002000 0000-MAINLINE-EXIT.
002010     GOBACK.
002020 1000-INITIALIZE.
002030*    A FILE THAT HAS NEVER BEEN CREATED IS SIMPLY EMPTY HERE - A
002040*    NEW INSTALLATION RECONCILES CLEAN, AND A FILE MISSING WHILE
002050*    ITS PARTNERS HOLD DATA SHOWS UP AS BREAKS AGAINST THEM.
002060     ACCEPT WS-TTL-DATE FROM DATE YYYYMMDD.
002070     OPEN INPUT MASTER-FILE.
002080     IF WS-MST-FILE-STATUS = "00"
002090         SET WS-MST-OPEN TO TRUE
002100     END-IF.
002110     OPEN INPUT HISTORY-FILE.
002120     IF WS-HST-FILE-STATUS = "00"
002130         SET WS-HST-OPEN TO TRUE
002140     END-IF.
002150     OPEN INPUT STUDENT-INDEX-FILE.
002160     IF WS-SIX-FILE-STATUS = "00"
002170         SET WS-SIX-OPEN TO TRUE
002180     END-IF.
002190     OPEN OUTPUT EXCEPTION-REPORT-FILE.
002200     WRITE EXCEPTION-REPORT-RECORD FROM WS-TITLE-LINE.
002210     WRITE EXCEPTION-REPORT-RECORD FROM WS-HEADING-LINE.
002220 1000-INITIALIZE-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------
002250* AUDIT TRAIL - KEY EVERY CLASS/STAMP PAIR FOR THE HISTORY PASS.
002260*----------------------------------------------------------------
002270 2000-LOAD-AUDIT.
002271*    AUDKEY.DAT IS A WORK FILE, BUILT AFRESH EVERY RUN.  A RUN
002272*    THAT FILED SEVERAL LINES UNDER ONE STAMP (A MODERATION OR A
002273*    SUPPLEMENTARY RUN) GIVES ONE KEY; REPEATS ARE PASSED OVER.
002274     OPEN OUTPUT AUDIT-KEY-FILE.
002275     IF WS-AKY-FILE-STATUS NOT = "00"
002276         DISPLAY "ERROR - CANNOT OPEN AUDKEY.DAT, FILE STATUS "
002277             WS-AKY-FILE-STATUS
002278         DISPLAY "RUN ABANDONED."
002279         MOVE 8 TO RETURN-CODE
002280         STOP RUN
002281     END-IF.
002282     OPEN INPUT AUDIT-FILE.
002287     IF WS-AUD-FILE-STATUS = "00"
002292         PERFORM 2100-READ-ONE-AUDIT THRU 2100-READ-ONE-AUDIT-EXIT
002297             WITH TEST AFTER UNTIL WS-AUD-END-OF-FILE
002302         CLOSE AUDIT-FILE
002310     END-IF.
002320     CLOSE AUDIT-KEY-FILE.
002330     OPEN INPUT AUDIT-KEY-FILE.
002340     IF WS-AKY-FILE-STATUS = "00"
002350         SET WS-AKY-OPEN TO TRUE
002420     END-IF.
002430 2000-LOAD-AUDIT-EXIT.
002440     EXIT.
002450 2100-READ-ONE-AUDIT.
002460     READ AUDIT-FILE INTO WS-AUDIT-LINE
002470         AT END SET WS-AUD-END-OF-FILE TO TRUE
002480         NOT AT END
002490             ADD 1 TO WS-AUD-TOTAL
002500             MOVE AUD-DATASET TO AKY-DATASET
002510             MOVE AUD-TIMESTAMP TO AKY-STAMP
002520             WRITE AUDIT-KEY-RECORD
002530                 INVALID KEY CONTINUE
002540             END-WRITE
002560     END-READ.
002570 2100-READ-ONE-AUDIT-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* HISTORY PASS - EACH ROW NEEDS ITS AUDIT LINE, AND EACH CLASS
002610* NEEDS TO STILL BE ON THE MASTER.
002620*----------------------------------------------------------------
002630 3000-CHECK-HISTORY.
002640     IF NOT WS-HST-OPEN
002650         GO TO 3000-CHECK-HISTORY-EXIT
002660     END-IF.
002670     PERFORM 3100-READ-ONE-HISTORY THRU 3100-READ-ONE-HISTORY-EXIT
002680         WITH TEST AFTER UNTIL WS-HST-END-OF-FILE.
002690 3000-CHECK-HISTORY-EXIT.
002700     EXIT.
002710 3100-READ-ONE-HISTORY.
002720     READ HISTORY-FILE NEXT RECORD
002730         AT END SET WS-HST-END-OF-FILE TO TRUE
002740         NOT AT END
002750             PERFORM 3200-CHECK-ONE-HISTORY
002760                 THRU 3200-CHECK-ONE-HISTORY-EXIT
002770     END-READ.
002780 3100-READ-ONE-HISTORY-EXIT.
002790     EXIT.
002800 3200-CHECK-ONE-HISTORY.
002810     ADD 1 TO WS-HST-READ-COUNT.
002820*    THE OLDEST STAMP LEFT ON FILE MARKS HOW FAR BACK THE LAST
002830*    YEAR-END CUT REACHED - SEE 5200.
002840     IF HST-RUN-STAMP(1:8) < WS-OLDEST-HST-DATE
002850         MOVE HST-RUN-STAMP(1:8) TO WS-OLDEST-HST-DATE
002860     END-IF.
002870     MOVE "N" TO WS-FOUND-SWITCH.
002875     IF WS-AKY-OPEN
002880         MOVE HST-DATASET-ID TO AKY-DATASET
002885         MOVE HST-RUN-STAMP TO AKY-STAMP
002890         READ AUDIT-KEY-FILE
002895             INVALID KEY CONTINUE
002900             NOT INVALID KEY SET WS-ENTRY-FOUND TO TRUE
002905         END-READ
002910     END-IF.
002920     IF NOT WS-ENTRY-FOUND
002930         MOVE "HISTORY RUN NOT AUDITED" TO WS-EXC-TEXT
002940         MOVE HST-DATASET-ID TO WS-EXC-CLASS
002950         MOVE HST-PERIOD TO WS-EXC-PERIOD
002960         MOVE HST-RUN-STAMP TO WS-STAMP-VALUE
002970         MOVE WS-STAMP-DETAIL TO WS-EXC-DETAIL
002980         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
002990     END-IF.
003000*    THE HISTORY FILE IS IN CLASS ORDER, SO THE MASTER ONLY NEEDS
003010*    ASKING ONCE PER CLASS AND PERIOD.
003020     IF HST-DATASET-ID = WS-LAST-HST-DATASET
003030             AND HST-PERIOD = WS-LAST-HST-PERIOD
003040         GO TO 3200-CHECK-ONE-HISTORY-EXIT
003050     END-IF.
003060     MOVE HST-DATASET-ID TO WS-LAST-HST-DATASET.
003070     MOVE HST-PERIOD TO WS-LAST-HST-PERIOD.
003080     MOVE "N" TO WS-FOUND-SWITCH.
003090     IF WS-MST-OPEN
003100         MOVE HST-DATASET-ID TO MST-DATASET-ID
003110         MOVE HST-PERIOD TO MST-PERIOD
003120         READ MASTER-FILE
003130             INVALID KEY CONTINUE
003140             NOT INVALID KEY SET WS-ENTRY-FOUND TO TRUE
003150         END-READ
003160     END-IF.
003170     IF NOT WS-ENTRY-FOUND
003180         MOVE "HISTORY FOR NO MASTER" TO WS-EXC-TEXT
003190         MOVE HST-DATASET-ID TO WS-EXC-CLASS
003200         MOVE HST-PERIOD TO WS-EXC-PERIOD
003210         MOVE "CLASS DELETED OR RENAMED - HISTORY ROWS REMAIN"
003220             TO WS-EXC-DETAIL
003230         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
003240     END-IF.
003250 3200-CHECK-ONE-HISTORY-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* STUDENT INDEX PASS - COUNT THE ROWS HELD FOR EACH CLASS.
003370*----------------------------------------------------------------
003380 4000-COUNT-STUDENT-INDEX.
003390     IF NOT WS-SIX-OPEN
003400         GO TO 4000-COUNT-STUDENT-INDEX-EXIT
003410     END-IF.
003420     PERFORM 4100-READ-ONE-INDEX THRU 4100-READ-ONE-INDEX-EXIT
003430         WITH TEST AFTER UNTIL WS-SIX-END-OF-FILE.
003440 4000-COUNT-STUDENT-INDEX-EXIT.
003450     EXIT.
003460 4100-READ-ONE-INDEX.
003470     READ STUDENT-INDEX-FILE NEXT RECORD
003480         AT END SET WS-SIX-END-OF-FILE TO TRUE
003490         NOT AT END
003500             PERFORM 4200-TALLY-ONE-INDEX
003510                 THRU 4200-TALLY-ONE-INDEX-EXIT
003520     END-READ.
003530 4100-READ-ONE-INDEX-EXIT.
003540     EXIT.
003550 4200-TALLY-ONE-INDEX.
003560     ADD 1 TO WS-SIX-READ-COUNT.
003570     MOVE SIX-DATASET-ID TO WS-FIND-DATASET.
003580     MOVE SIX-PERIOD TO WS-FIND-PERIOD.
003590     MOVE "N" TO WS-FOUND-SWITCH.
003600     MOVE 1 TO i.
003610     PERFORM 4300-FIND-ONE-CLASS THRU 4300-FIND-ONE-CLASS-EXIT
003620         UNTIL WS-ENTRY-FOUND
003630             OR i > WS-CLS-TOTAL.
003640     IF WS-ENTRY-FOUND
003650         ADD 1 TO WS-CLS-ROWS(i)
003660         GO TO 4200-TALLY-ONE-INDEX-EXIT
003670     END-IF.
003680     IF WS-CLS-TOTAL >= WS-CLS-MAX
003690         MOVE "CLASS TABLE FULL" TO WS-EXC-TEXT
003700         MOVE SIX-DATASET-ID TO WS-EXC-CLASS
003710         MOVE SIX-PERIOD TO WS-EXC-PERIOD
003720         MOVE "STUDENT-INDEX ROW NOT COUNTED" TO WS-EXC-DETAIL
003730         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
003740         GO TO 4200-TALLY-ONE-INDEX-EXIT
003750     END-IF.
003760     ADD 1 TO WS-CLS-TOTAL.
003770     MOVE SIX-DATASET-ID TO WS-CLS-DATASET(WS-CLS-TOTAL).
003780     MOVE SIX-PERIOD TO WS-CLS-PERIOD(WS-CLS-TOTAL).
003790     MOVE 1 TO WS-CLS-ROWS(WS-CLS-TOTAL).
003800     MOVE "N" TO WS-CLS-MATCHED(WS-CLS-TOTAL).
003810 4200-TALLY-ONE-INDEX-EXIT.
003820     EXIT.
003830*    LEAVES i ON THE MATCHING ENTRY WHEN ONE IS FOUND.
003840 4300-FIND-ONE-CLASS.
003850     IF WS-CLS-DATASET(i) = WS-FIND-DATASET
003860             AND WS-CLS-PERIOD(i) = WS-FIND-PERIOD
003870         SET WS-ENTRY-FOUND TO TRUE
003880     ELSE
003890         ADD 1 TO i
003900     END-IF.
003910 4300-FIND-ONE-CLASS-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* MASTER PASS - LATEST HISTORY ROW AND STUDENT-INDEX COUNT.
003950*----------------------------------------------------------------
003960 5000-CHECK-MASTER.
003970     IF NOT WS-MST-OPEN
003980         GO TO 5000-CHECK-MASTER-EXIT
003990     END-IF.
004000     MOVE LOW-VALUES TO MST-KEY.
004010     START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
004020         INVALID KEY
004030             GO TO 5000-CHECK-MASTER-EXIT
004040     END-START.
004050     PERFORM 5100-READ-ONE-MASTER THRU 5100-READ-ONE-MASTER-EXIT
004060         WITH TEST AFTER UNTIL WS-MST-END-OF-FILE.
004070 5000-CHECK-MASTER-EXIT.
004080     EXIT.
004090 5100-READ-ONE-MASTER.
004100     READ MASTER-FILE NEXT RECORD
004110         AT END SET WS-MST-END-OF-FILE TO TRUE
004120         NOT AT END
004130             ADD 1 TO WS-MST-READ-COUNT
004140             PERFORM 5200-CHECK-LATEST-HISTORY
004150                 THRU 5200-CHECK-LATEST-HISTORY-EXIT
004160             PERFORM 5400-CHECK-INDEX-COUNT
004170                 THRU 5400-CHECK-INDEX-COUNT-EXIT
004180     END-READ.
004190 5100-READ-ONE-MASTER-EXIT.
004200     EXIT.
004210 5200-CHECK-LATEST-HISTORY.
004220*    THE HISTORY KEY IS CLASS, PERIOD, STAMP - START AT THE CLASS
004230*    AND PERIOD WITH A LOW-VALUES STAMP AND THE LAST ROW READ
004240*    BEFORE THE KEY MOVES ON IS THE LATEST RUN.
004250     MOVE "N" TO WS-LATEST-SWITCH.
004260     IF WS-HST-OPEN
004270         MOVE MST-DATASET-ID TO HST-DATASET-ID
004280         MOVE MST-PERIOD TO HST-PERIOD
004290         MOVE LOW-VALUES TO HST-RUN-STAMP
004300         MOVE "N" TO WS-HST-EOF-SWITCH
004310         START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
004320             INVALID KEY SET WS-HST-END-OF-FILE TO TRUE
004330         END-START
004340         PERFORM 5300-READ-ONE-CLASS-RUN
004350             THRU 5300-READ-ONE-CLASS-RUN-EXIT
004360             UNTIL WS-HST-END-OF-FILE
004370     END-IF.
004380     MOVE MST-DATASET-ID TO WS-EXC-CLASS.
004390     MOVE MST-PERIOD TO WS-EXC-PERIOD.
004400     IF NOT WS-LATEST-FOUND
004410*        A CLASS LAST RUN BEFORE THE OLDEST STAMP STILL ON FILE
004420*        HAD ITS HISTORY MOVED TO THE ARCHIVE BY THE YEAR-END CUT
004430*        - THAT IS EXPECTED, NOT A BREAK.
004440         IF MST-RUN-DATE < WS-OLDEST-HST-DATE
004450                 AND WS-OLDEST-HST-DATE NOT = HIGH-VALUES
004460             GO TO 5200-CHECK-LATEST-HISTORY-EXIT
004470         END-IF
004480         MOVE "NO HISTORY ROW" TO WS-EXC-TEXT
004490         MOVE "MASTER RECORD HAS NO RUN IN MSTHIST.DAT"
004500             TO WS-EXC-DETAIL
004510         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
004520         GO TO 5200-CHECK-LATEST-HISTORY-EXIT
004530     END-IF.
004540*    A MODERATION FILES ITS NEW FIGURES IN THE HISTORY ONLY, SO A
004550*    MODERATED CLASS SHOWS HERE UNTIL THE NEXT STATS RUN REFILES
004560*    ITS MASTER RECORD FROM THE ADJUSTED SCORE FILE.
004570     IF MST-COUNT NOT = WS-LATEST-COUNT
004580             OR MST-MEAN NOT = WS-LATEST-MEAN
004590             OR MST-STDDEV NOT = WS-LATEST-STDDEV
004600         MOVE "MASTER/HISTORY DIFFER" TO WS-EXC-TEXT
004610         MOVE MST-COUNT TO WS-FIG-MST-COUNT
004620         MOVE MST-MEAN TO WS-FIG-MST-MEAN
004630         MOVE MST-STDDEV TO WS-FIG-MST-STDDEV
004640         MOVE WS-LATEST-COUNT TO WS-FIG-HST-COUNT
004650         MOVE WS-LATEST-MEAN TO WS-FIG-HST-MEAN
004660         MOVE WS-LATEST-STDDEV TO WS-FIG-HST-STDDEV
004670         MOVE WS-FIG-DETAIL TO WS-EXC-DETAIL
004680         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
004690     END-IF.
004700 5200-CHECK-LATEST-HISTORY-EXIT.
004710     EXIT.
004720 5300-READ-ONE-CLASS-RUN.
004730     READ HISTORY-FILE NEXT RECORD
004740         AT END SET WS-HST-END-OF-FILE TO TRUE
004750         NOT AT END
004760             IF HST-DATASET-ID = MST-DATASET-ID
004770                     AND HST-PERIOD = MST-PERIOD
004780                 SET WS-LATEST-FOUND TO TRUE
004790                 MOVE HST-COUNT TO WS-LATEST-COUNT
004800                 MOVE HST-MEAN TO WS-LATEST-MEAN
004810                 MOVE HST-STDDEV TO WS-LATEST-STDDEV
004820                 MOVE HST-RUN-STAMP TO WS-LATEST-STAMP
004830             ELSE
004840                 SET WS-HST-END-OF-FILE TO TRUE
004850             END-IF
004860     END-READ.
004870 5300-READ-ONE-CLASS-RUN-EXIT.
004880     EXIT.
004890 5400-CHECK-INDEX-COUNT.
004900     MOVE "N" TO WS-FOUND-SWITCH.
004910     MOVE MST-DATASET-ID TO WS-FIND-DATASET.
004920     MOVE MST-PERIOD TO WS-FIND-PERIOD.
004930     MOVE 1 TO i.
004940     PERFORM 4300-FIND-ONE-CLASS THRU 4300-FIND-ONE-CLASS-EXIT
004950         UNTIL WS-ENTRY-FOUND
004960             OR i > WS-CLS-TOTAL.
004970     MOVE ZEROS TO WS-SIX-ROWS.
004980     IF WS-ENTRY-FOUND
004990         MOVE WS-CLS-ROWS(i) TO WS-SIX-ROWS
005000         MOVE "Y" TO WS-CLS-MATCHED(i)
005010     END-IF.
005020     IF WS-SIX-ROWS NOT = MST-COUNT
005030         MOVE "STUDENT-INDEX COUNT" TO WS-EXC-TEXT
005040         MOVE MST-DATASET-ID TO WS-EXC-CLASS
005050         MOVE MST-PERIOD TO WS-EXC-PERIOD
005060         MOVE WS-SIX-ROWS TO WS-ROWS-SIX
005070         MOVE MST-COUNT TO WS-ROWS-MST
005080         MOVE WS-ROWS-DETAIL TO WS-EXC-DETAIL
005090         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
005100     END-IF.
005110 5400-CHECK-INDEX-COUNT-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140* ANY STUDENT-INDEX CLASS THE MASTER PASS NEVER TICKED OFF HAS
005150* NO MASTER RECORD LEFT.
005160*----------------------------------------------------------------
005170 6000-CHECK-INDEX-ORPHANS.
005180     MOVE 1 TO i.
005190     PERFORM 6100-CHECK-ONE-ORPHAN THRU 6100-CHECK-ONE-ORPHAN-EXIT
005200         UNTIL i > WS-CLS-TOTAL.
005210 6000-CHECK-INDEX-ORPHANS-EXIT.
005220     EXIT.
005230 6100-CHECK-ONE-ORPHAN.
005240     IF WS-CLS-MATCHED(i) NOT = "Y"
005250         MOVE "STUDENT-INDEX FOR NO MST" TO WS-EXC-TEXT
005260         MOVE WS-CLS-DATASET(i) TO WS-EXC-CLASS
005270         MOVE WS-CLS-PERIOD(i) TO WS-EXC-PERIOD
005280         MOVE WS-CLS-ROWS(i) TO WS-ROWS-SIX
005290         MOVE ZEROS TO WS-ROWS-MST
005300         MOVE WS-ROWS-DETAIL TO WS-EXC-DETAIL
005310         PERFORM 8000-WRITE-BREAK THRU 8000-WRITE-BREAK-EXIT
005320     END-IF.
005330     ADD 1 TO i.
005340 6100-CHECK-ONE-ORPHAN-EXIT.
005350     EXIT.
005360 8000-WRITE-BREAK.
005370     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXC-LINE.
005380     ADD 1 TO WS-BREAK-COUNT.
005390     MOVE SPACES TO WS-EXC-DETAIL.
005400 8000-WRITE-BREAK-EXIT.
005410     EXIT.
005420 9000-FINISH.
005430     IF WS-MST-OPEN
005440         CLOSE MASTER-FILE
005450     END-IF.
005460     IF WS-HST-OPEN
005470         CLOSE HISTORY-FILE
005480     END-IF.
005490     IF WS-SIX-OPEN
005500         CLOSE STUDENT-INDEX-FILE
005510     END-IF.
005512     IF WS-AKY-OPEN
005514         CLOSE AUDIT-KEY-FILE
005516     END-IF.
005520     MOVE "MASTER RECORDS" TO WS-SUM-LABEL.
005530     MOVE WS-MST-READ-COUNT TO WS-SUM-COUNT.
005540     WRITE EXCEPTION-REPORT-RECORD FROM WS-SUM-LINE.
005550     MOVE "HISTORY ROWS" TO WS-SUM-LABEL.
005560     MOVE WS-HST-READ-COUNT TO WS-SUM-COUNT.
005570     WRITE EXCEPTION-REPORT-RECORD FROM WS-SUM-LINE.
005580     MOVE "STUDENT-INDEX ROWS" TO WS-SUM-LABEL.
005590     MOVE WS-SIX-READ-COUNT TO WS-SUM-COUNT.
005600     WRITE EXCEPTION-REPORT-RECORD FROM WS-SUM-LINE.
005610     MOVE "AUDIT LINES" TO WS-SUM-LABEL.
005620     MOVE WS-AUD-TOTAL TO WS-SUM-COUNT.
005630     WRITE EXCEPTION-REPORT-RECORD FROM WS-SUM-LINE.
005640     MOVE "BREAKS" TO WS-SUM-LABEL.
005650     MOVE WS-BREAK-COUNT TO WS-SUM-COUNT.
005660     WRITE EXCEPTION-REPORT-RECORD FROM WS-SUM-LINE.
005670     CLOSE EXCEPTION-REPORT-FILE.
005680     IF WS-BREAK-COUNT > 0
005690         DISPLAY "RECONCILIATION FAILED - " WS-BREAK-COUNT
005700             " BREAKS, SEE RECONEXC.DAT"
005710     ELSE
005720         DISPLAY "RECONCILIATION CLEAN - MASTER, HISTORY, "
005730             "STUDENT INDEX AND AUDIT TRAIL AGREE."
005740     END-IF.
005750 9000-FINISH-EXIT.
005760     EXIT.
005770 END PROGRAM 'S18108467I'.
