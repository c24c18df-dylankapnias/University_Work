000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467P'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  PARTITIONED BATCH.
000200*                          AT EXAM TIME ONE BATCH STREAM WORKING
000210*                          THROUGH CLASSCTL.DAT A CLASS AT A TIME
000220*                          RUNS INTO THE REGISTRAR EXTRACT'S
000230*                          WINDOW.  THIS PROGRAM LETS THE NIGHT BE
000240*                          RUN AS UP TO NINE STREAMS SIDE BY SIDE.
000250*                          S18108467-PARTMODE SELECTS THE STEP:
000260*                            SPLIT - CUT CLASSCTL.DAT INTO
000270*                            S18108467-PARTITIONS CONSECUTIVE
000280*                            PIECES, CLASSCTL1.DAT ONWARDS, AND
000290*                            CLEAR EACH PIECE'S LOG AND
000300*                            CHECKPOINT FOR THE NEW NIGHT.  EACH
000310*                            STREAM IS THEN THE BATCH DRIVER RUN
000320*                            WITH S18108467-PARTITION SET TO ITS
000330*                            PIECE NUMBER.
000340*                            MERGE - ONCE EVERY STREAM HAS
000350*                            FINISHED, JOIN THE BATCHRPTN.DAT,
000360*                            BATCHMKSN.DAT AND BATCHLOGN.DAT
000370*                            PIECES, IN PIECE ORDER (SO CLASSCTL
000380*                            ORDER), INTO THE BATCHRPT.DAT,
000390*                            BATCHMKS.DAT AND BATCHLOG.DAT THE
000400*                            BUNDLER AND THE SEQUENCER READ, AND
000410*                            WRITE ONE END-OF-JOB SUMMARY FOR THE
000420*                            WHOLE NIGHT.  A STREAM WHOSE LOG HAS
000430*                            NO SUMMARY AFTER ITS LAST CLASS HAS
000440*                            NOT FINISHED - NOTHING IS MERGED
000450*                            UNTIL IT IS RESTARTED AND COMPLETES.
000460*                          RETURN-CODE 8 ON ANY FAILURE, OR WHEN
000470*                          THE NIGHT'S CONDITION IS NOT CLEAN.
000472*   2026-10-15  S18108467  FROZEN CLASS LINES (SIGNED OFF BY THE
000474*                          EXAM BOARD) ARE COUNTED IN THE MERGED
000476*                          SUMMARY.  LIKE NOT-RECEIVED THEY DO NOT
000478*                          MAKE THE NIGHT UNCLEAN.
000479*   2026-10-15  S18108467  SO ARE KEY-MISMATCH AND KEY-UNVERIFIED
000480*                          LINES (A CLASS HELD UNTIL ITS TWO KEYED
000481*                          COPIES ARE VERIFIED), WHICH DO NOT MAKE
000482*                          IT UNCLEAN EITHER.
000483*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CONTROL-FILE ASSIGN TO "CLASSCTL.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CTL-FILE-STATUS.
000550     SELECT PIECE-CONTROL-FILE ASSIGN TO DYNAMIC WS-PIECE-CTL-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PCTL-FILE-STATUS.
000580     SELECT PIECE-CHECKPOINT-FILE
000590         ASSIGN TO DYNAMIC WS-PIECE-CHKPT-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PCHK-FILE-STATUS.
000620     SELECT PIECE-REPORT-FILE ASSIGN TO DYNAMIC WS-PIECE-RPT-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PRPT-FILE-STATUS.
000650     SELECT PIECE-MARKSHEET-FILE
000660         ASSIGN TO DYNAMIC WS-PIECE-MKS-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PMKS-FILE-STATUS.
000690     SELECT PIECE-LOG-FILE ASSIGN TO DYNAMIC WS-PIECE-LOG-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PLOG-FILE-STATUS.
000720     SELECT BATCH-REPORT-FILE ASSIGN TO "BATCHRPT.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT BATCH-MARKSHEET-FILE ASSIGN TO "BATCHMKS.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT JOB-LOG-FILE ASSIGN TO "BATCHLOG.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-LOG-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CONTROL-FILE.
000820 01  CONTROL-RECORD             PIC X(20).
000830 FD  PIECE-CONTROL-FILE.
000840 01  PIECE-CONTROL-RECORD       PIC X(20).
000850 FD  PIECE-CHECKPOINT-FILE.
000860 01  PIECE-CHECKPOINT-RECORD    PIC X(20).
000870 FD  PIECE-REPORT-FILE.
000880 01  PIECE-REPORT-RECORD        PIC X(120).
000890 01  PIECE-REPORT-TRAILER.
000900     05 PRT-TRL-LABEL           PIC X(19).
000910     05 PRT-TRL-COUNT           PIC X(03).
000920     05 FILLER                  PIC X(98).
000930 FD  PIECE-MARKSHEET-FILE.
000940 01  PIECE-MARKSHEET-RECORD     PIC X(80).
000950 FD  PIECE-LOG-FILE.
000960 01  PIECE-LOG-RECORD           PIC X(80).
000970 01  PIECE-LOG-CLASS-LINE.
000980     05 PLG-STAMP-DATE          PIC X(08).
000990     05 FILLER                  PIC X(30).
001000     05 FILLER                  PIC X(01).
001010     05 PLG-STATUS              PIC X(20).
001020     05 PLG-REJECTS-LABEL       PIC X(08).
001030     05 PLG-REJECTS             PIC X(03).
001040     05 FILLER                  PIC X(10).
001050 FD  BATCH-REPORT-FILE.
001060 01  BATCH-REPORT-RECORD        PIC X(120).
001070 FD  BATCH-MARKSHEET-FILE.
001080 01  BATCH-MARKSHEET-RECORD     PIC X(80).
001090 FD  JOB-LOG-FILE.
001100 01  JOB-LOG-RECORD             PIC X(80).
001110 WORKING-STORAGE SECTION.
001120     01 WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001130     01 WS-PCTL-FILE-STATUS     PIC X(02) VALUE SPACES.
001140     01 WS-PCHK-FILE-STATUS     PIC X(02) VALUE SPACES.
001150     01 WS-PRPT-FILE-STATUS     PIC X(02) VALUE SPACES.
001160     01 WS-PMKS-FILE-STATUS     PIC X(02) VALUE SPACES.
001170     01 WS-PLOG-FILE-STATUS     PIC X(02) VALUE SPACES.
001180     01 WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
001190     01 WS-PIECE-CTL-NAME       PIC X(20) VALUE SPACES.
001200     01 WS-PIECE-CHKPT-NAME     PIC X(20) VALUE SPACES.
001210     01 WS-PIECE-RPT-NAME       PIC X(20) VALUE SPACES.
001220     01 WS-PIECE-MKS-NAME       PIC X(20) VALUE SPACES.
001230     01 WS-PIECE-LOG-NAME       PIC X(20) VALUE SPACES.
001240     01 WS-PART-MODE            PIC X(10) VALUE SPACES.
001250     01 WS-PARTITIONS-ARG       PIC X(01) VALUE SPACES.
001260     01 WS-PARTITIONS REDEFINES WS-PARTITIONS-ARG
001270                                PIC 9(01).
001280     01 WS-PIECE                PIC 9(02) COMP VALUE ZEROS.
001290     01 WS-PIECE-DIGIT          PIC 9(01) VALUE ZEROS.
001300     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001310         88 WS-RUN-FAILED               VALUE "Y".
001320     01 WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001330         88 WS-CTL-END-OF-FILE          VALUE "Y".
001340     01 WS-PIECE-EOF-SWITCH     PIC X(01) VALUE "N".
001350         88 WS-PIECE-END-OF-FILE        VALUE "Y".
001360     01 WS-FINISHED-SWITCH      PIC X(01) VALUE "N".
001370         88 WS-PIECE-FINISHED           VALUE "Y".
001380*    SPLIT - CLASSES ARE DEALT OUT IN CONSECUTIVE RUNS OF
001390*    WS-PIECE-SIZE, SO JOINING THE PIECES BACK IN ORDER GIVES
001400*    CLASSCTL.DAT ORDER AGAIN.
001410     01 WS-CLASS-TOTAL          PIC 9(4) COMP VALUE ZEROS.
001420     01 WS-PIECE-SIZE           PIC 9(4) COMP VALUE ZEROS.
001430     01 WS-PIECE-FILLED         PIC 9(4) COMP VALUE ZEROS.
001440     01 WS-PIECE-LINE           PIC 9(5) COMP VALUE ZEROS.
001450     01 WS-UNFINISHED-COUNT     PIC 9(1) VALUE ZEROS.
001460*    MERGE - THE NIGHT'S TALLIES, FROM EVERY PIECE'S CLASS LINES.
001470     01 WS-CLASSES-PROCESSED    PIC 9(4) VALUE ZEROS.
001480     01 WS-NUMBER-WORK          PIC X(03) VALUE SPACES.
001490     01 WS-NUMBER-WORK-N REDEFINES WS-NUMBER-WORK
001500                                PIC 9(03).
001510     01 WS-CNT-PROCESSED        PIC 9(4) VALUE ZEROS.
001520     01 WS-CNT-FILE-MISSING     PIC 9(4) VALUE ZEROS.
001530     01 WS-CNT-ZERO-VALID       PIC 9(4) VALUE ZEROS.
001540     01 WS-CNT-OUT-OF-BALANCE   PIC 9(4) VALUE ZEROS.
001550     01 WS-CNT-ROSTER-EXC       PIC 9(4) VALUE ZEROS.
001560     01 WS-CNT-SKIPPED          PIC 9(4) VALUE ZEROS.
001570     01 WS-CNT-NOT-RECEIVED     PIC 9(4) VALUE ZEROS.
001575     01 WS-CNT-FROZEN           PIC 9(4) VALUE ZEROS.
001576     01 WS-CNT-KEY-MISMATCH     PIC 9(4) VALUE ZEROS.
001577     01 WS-CNT-KEY-UNVERIFIED   PIC 9(4) VALUE ZEROS.
001580     01 WS-CNT-WARNINGS         PIC 9(4) VALUE ZEROS.
001590     01 WS-TOTAL-REJECTS        PIC 9(5) VALUE ZEROS.
001600     01 WS-BATCH-TRAILER-LINE.
001610         05 FILLER              PIC X(19) VALUE
001620                 "CLASSES PROCESSED: ".
001630         05 WS-BTRL-COUNT       PIC ZZZ9 VALUE ZEROS.
001640     01 WS-LOG-SUMMARY-HEAD.
001650         05 FILLER              PIC X(18) VALUE
001660                 "END-OF-JOB SUMMARY".
001670     01 WS-LOG-SUMMARY-LINE.
001680         05 WS-LSUM-LABEL       PIC X(20) VALUE SPACES.
001690         05 FILLER              PIC X(02) VALUE ": ".
001700         05 WS-LSUM-COUNT       PIC ZZZZ9.
001710     01 WS-LOG-CONDITION-LINE.
001720         05 FILLER              PIC X(22) VALUE
001730                 "CONDITION           : ".
001740         05 WS-LCON-TEXT        PIC X(06) VALUE SPACES.
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     ACCEPT WS-PART-MODE FROM ENVIRONMENT "S18108467-PARTMODE".
001780     ACCEPT WS-PARTITIONS-ARG FROM ENVIRONMENT
001790         "S18108467-PARTITIONS".
001800     IF WS-PARTITIONS-ARG IS NOT NUMERIC OR WS-PARTITIONS = 0
001810         DISPLAY "ERROR - S18108467-PARTITIONS MUST BE 1 TO 9."
001820         MOVE "Y" TO WS-FAIL-SWITCH
001830         GO TO 0000-MAINLINE-EXIT
001840     END-IF.
001850     EVALUATE WS-PART-MODE
001860         WHEN "SPLIT"
001870             PERFORM 1000-SPLIT THRU 1000-SPLIT-EXIT
001880         WHEN "MERGE"
001890             PERFORM 2000-MERGE THRU 2000-MERGE-EXIT
001900         WHEN OTHER
001910             DISPLAY "ERROR - S18108467-PARTMODE MUST BE SPLIT "
001920                 "OR MERGE."
001930             MOVE "Y" TO WS-FAIL-SWITCH
001940     END-EVALUATE.
001950 0000-MAINLINE-EXIT.
001960     IF WS-RUN-FAILED
001970         MOVE 8 TO RETURN-CODE
001980     END-IF.
001990     GOBACK.
002000*----------------------------------------------------------------
002010* SPLIT CLASSCTL.DAT INTO THE PIECES THE STREAMS WORK FROM.
002020*----------------------------------------------------------------
002030 1000-SPLIT.
002040     OPEN INPUT CONTROL-FILE.
002050     IF WS-CTL-FILE-STATUS NOT = "00"
002060         DISPLAY "ERROR - CANNOT OPEN CLASSCTL.DAT, FILE STATUS "
002070             WS-CTL-FILE-STATUS
002080         MOVE "Y" TO WS-FAIL-SWITCH
002090         GO TO 1000-SPLIT-EXIT
002100     END-IF.
002110     PERFORM 1100-COUNT-ONE-CLASS THRU 1100-COUNT-ONE-CLASS-EXIT
002120         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
002130     CLOSE CONTROL-FILE.
002140     DIVIDE WS-PARTITIONS INTO WS-CLASS-TOTAL
002150         GIVING WS-PIECE-SIZE.
002160     IF WS-PIECE-SIZE * WS-PARTITIONS < WS-CLASS-TOTAL
002170         ADD 1 TO WS-PIECE-SIZE
002180     END-IF.
002190*    EVERY PIECE FILE IS WRITTEN, EVEN AN EMPTY ONE, SO A STREAM
002200*    NEVER PICKS UP AN OLD NIGHT'S PIECE.
002210     MOVE 1 TO WS-PIECE.
002220     PERFORM 1200-CLEAR-ONE-PIECE THRU 1200-CLEAR-ONE-PIECE-EXIT
002230         WITH TEST AFTER UNTIL WS-PIECE > WS-PARTITIONS.
002240     MOVE "N" TO WS-CTL-EOF-SWITCH.
002250     OPEN INPUT CONTROL-FILE.
002260     MOVE 1 TO WS-PIECE.
002270     MOVE ZEROS TO WS-PIECE-FILLED.
002280     PERFORM 1300-BUILD-PIECE-NAMES
002290         THRU 1300-BUILD-PIECE-NAMES-EXIT.
002300     OPEN OUTPUT PIECE-CONTROL-FILE.
002310     PERFORM 1400-DEAL-ONE-CLASS THRU 1400-DEAL-ONE-CLASS-EXIT
002320         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
002330     CLOSE PIECE-CONTROL-FILE.
002340     CLOSE CONTROL-FILE.
002350     DISPLAY WS-CLASS-TOTAL " CLASSES SPLIT INTO " WS-PARTITIONS
002360         " PIECES OF UP TO " WS-PIECE-SIZE ".".
002370 1000-SPLIT-EXIT.
002380     EXIT.
002390 1100-COUNT-ONE-CLASS.
002400     READ CONTROL-FILE
002410         AT END SET WS-CTL-END-OF-FILE TO TRUE
002420         NOT AT END
002430             IF CONTROL-RECORD NOT = SPACES
002440                 ADD 1 TO WS-CLASS-TOTAL
002450             END-IF
002460     END-READ.
002470 1100-COUNT-ONE-CLASS-EXIT.
002480     EXIT.
002490 1200-CLEAR-ONE-PIECE.
002500*    A NEW NIGHT STARTS EACH PIECE WITH AN EMPTY CONTROL LIST, LOG
002510*    AND CHECKPOINT - LAST NIGHT'S LOG LINES ARE ALREADY IN
002520*    BATCHLOG.DAT, AND A STALE CHECKPOINT MUST NOT STEER A
002530*    RESTART.
002540     PERFORM 1300-BUILD-PIECE-NAMES
002550         THRU 1300-BUILD-PIECE-NAMES-EXIT.
002560     OPEN OUTPUT PIECE-CONTROL-FILE.
002570     CLOSE PIECE-CONTROL-FILE.
002580     OPEN OUTPUT PIECE-LOG-FILE.
002590     CLOSE PIECE-LOG-FILE.
002600     OPEN OUTPUT PIECE-CHECKPOINT-FILE.
002610     CLOSE PIECE-CHECKPOINT-FILE.
002620     ADD 1 TO WS-PIECE.
002630 1200-CLEAR-ONE-PIECE-EXIT.
002640     EXIT.
002650 1300-BUILD-PIECE-NAMES.
002660     MOVE WS-PIECE TO WS-PIECE-DIGIT.
002670     MOVE SPACES TO WS-PIECE-CTL-NAME.
002680     STRING "CLASSCTL" WS-PIECE-DIGIT ".DAT" DELIMITED BY SIZE
002690         INTO WS-PIECE-CTL-NAME.
002700     MOVE SPACES TO WS-PIECE-CHKPT-NAME.
002710     STRING "BCHKPT" WS-PIECE-DIGIT ".DAT" DELIMITED BY SIZE
002720         INTO WS-PIECE-CHKPT-NAME.
002730     MOVE SPACES TO WS-PIECE-RPT-NAME.
002740     STRING "BATCHRPT" WS-PIECE-DIGIT ".DAT" DELIMITED BY SIZE
002750         INTO WS-PIECE-RPT-NAME.
002760     MOVE SPACES TO WS-PIECE-MKS-NAME.
002770     STRING "BATCHMKS" WS-PIECE-DIGIT ".DAT" DELIMITED BY SIZE
002780         INTO WS-PIECE-MKS-NAME.
002790     MOVE SPACES TO WS-PIECE-LOG-NAME.
002800     STRING "BATCHLOG" WS-PIECE-DIGIT ".DAT" DELIMITED BY SIZE
002810         INTO WS-PIECE-LOG-NAME.
002820 1300-BUILD-PIECE-NAMES-EXIT.
002830     EXIT.
002840 1400-DEAL-ONE-CLASS.
002850     READ CONTROL-FILE
002860         AT END SET WS-CTL-END-OF-FILE TO TRUE
002870             GO TO 1400-DEAL-ONE-CLASS-EXIT
002880     END-READ.
002890     IF CONTROL-RECORD = SPACES
002900         GO TO 1400-DEAL-ONE-CLASS-EXIT
002910     END-IF.
002920     IF WS-PIECE-FILLED >= WS-PIECE-SIZE
002930         CLOSE PIECE-CONTROL-FILE
002940         ADD 1 TO WS-PIECE
002950         MOVE ZEROS TO WS-PIECE-FILLED
002960         PERFORM 1300-BUILD-PIECE-NAMES
002970             THRU 1300-BUILD-PIECE-NAMES-EXIT
002980         OPEN OUTPUT PIECE-CONTROL-FILE
002990     END-IF.
003000     MOVE CONTROL-RECORD TO PIECE-CONTROL-RECORD.
003010     WRITE PIECE-CONTROL-RECORD.
003020     ADD 1 TO WS-PIECE-FILLED.
003030 1400-DEAL-ONE-CLASS-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* MERGE THE FINISHED STREAMS' PIECES INTO THE NIGHT'S FILES.
003070*----------------------------------------------------------------
003080 2000-MERGE.
003090     MOVE ZEROS TO WS-UNFINISHED-COUNT.
003100     MOVE 1 TO WS-PIECE.
003110     PERFORM 2100-CHECK-ONE-PIECE THRU 2100-CHECK-ONE-PIECE-EXIT
003120         WITH TEST AFTER UNTIL WS-PIECE > WS-PARTITIONS.
003130     IF WS-UNFINISHED-COUNT > 0
003140         DISPLAY "MERGE ABANDONED - " WS-UNFINISHED-COUNT
003150             " STREAM(S) NOT FINISHED, OR THE NIGHT IS ALREADY "
003160             "MERGED."
003170         MOVE "Y" TO WS-FAIL-SWITCH
003180         GO TO 2000-MERGE-EXIT
003190     END-IF.
003200     PERFORM 3000-MERGE-REPORTS THRU 3000-MERGE-REPORTS-EXIT.
003210     PERFORM 4000-MERGE-MARK-SHEETS
003220         THRU 4000-MERGE-MARK-SHEETS-EXIT.
003230     PERFORM 5000-MERGE-LOGS THRU 5000-MERGE-LOGS-EXIT.
003240*    ONCE THE LOG LINES ARE IN BATCHLOG.DAT THE PIECE LOGS ARE
003250*    EMPTIED, SO A SECOND MERGE FINDS NO FINISHED STREAMS AND
003260*    CANNOT FILE THE SAME NIGHT TWICE.
003270     MOVE 1 TO WS-PIECE.
003280     PERFORM 2200-EMPTY-ONE-LOG THRU 2200-EMPTY-ONE-LOG-EXIT
003290         WITH TEST AFTER UNTIL WS-PIECE > WS-PARTITIONS.
003300 2000-MERGE-EXIT.
003310     EXIT.
003320 2100-CHECK-ONE-PIECE.
003330*    A STREAM HAS FINISHED WHEN ITS REPORT AND MARK SHEET ARE
003340*    THERE AND AN END-OF-JOB SUMMARY FOLLOWS THE LAST CLASS IN ITS
003350*    LOG.
003360*    A STREAM STILL RUNNING, OR ONE THAT FELL OVER PART-WAY, HAS
003370*    CLASS LINES AFTER ITS LAST SUMMARY (OR NO LOG AT ALL).
003380     PERFORM 1300-BUILD-PIECE-NAMES
003390         THRU 1300-BUILD-PIECE-NAMES-EXIT.
003400     MOVE "N" TO WS-FINISHED-SWITCH.
003410     OPEN INPUT PIECE-REPORT-FILE.
003420     IF WS-PRPT-FILE-STATUS NOT = "00"
003430         GO TO 2100-CHECK-ONE-PIECE-NEXT
003440     END-IF.
003450     CLOSE PIECE-REPORT-FILE.
003460     OPEN INPUT PIECE-MARKSHEET-FILE.
003470     IF WS-PMKS-FILE-STATUS NOT = "00"
003480         GO TO 2100-CHECK-ONE-PIECE-NEXT
003490     END-IF.
003500     CLOSE PIECE-MARKSHEET-FILE.
003510     OPEN INPUT PIECE-LOG-FILE.
003520     IF WS-PLOG-FILE-STATUS NOT = "00"
003530         GO TO 2100-CHECK-ONE-PIECE-NEXT
003540     END-IF.
003550     MOVE "N" TO WS-PIECE-EOF-SWITCH.
003560     PERFORM 2110-READ-ONE-PIECE-LOG
003570         THRU 2110-READ-ONE-PIECE-LOG-EXIT
003580         WITH TEST AFTER UNTIL WS-PIECE-END-OF-FILE.
003590     CLOSE PIECE-LOG-FILE.
003600 2100-CHECK-ONE-PIECE-NEXT.
003610     IF NOT WS-PIECE-FINISHED
003620         DISPLAY "STREAM " WS-PIECE-DIGIT " HAS NOT FINISHED - "
003630             WS-PIECE-LOG-NAME
003640         ADD 1 TO WS-UNFINISHED-COUNT
003650     END-IF.
003660     ADD 1 TO WS-PIECE.
003670 2100-CHECK-ONE-PIECE-EXIT.
003680     EXIT.
003690 2110-READ-ONE-PIECE-LOG.
003700     READ PIECE-LOG-FILE
003710         AT END SET WS-PIECE-END-OF-FILE TO TRUE
003720         NOT AT END
003730             IF PIECE-LOG-RECORD(1:18) = "END-OF-JOB SUMMARY"
003740                 MOVE "Y" TO WS-FINISHED-SWITCH
003750             END-IF
003760             IF PLG-STAMP-DATE IS NUMERIC
003770                 MOVE "N" TO WS-FINISHED-SWITCH
003780             END-IF
003790     END-READ.
003800 2110-READ-ONE-PIECE-LOG-EXIT.
003810     EXIT.
003820 2200-EMPTY-ONE-LOG.
003830     PERFORM 1300-BUILD-PIECE-NAMES
003840         THRU 1300-BUILD-PIECE-NAMES-EXIT.
003850     OPEN OUTPUT PIECE-LOG-FILE.
003860     CLOSE PIECE-LOG-FILE.
003870     ADD 1 TO WS-PIECE.
003880 2200-EMPTY-ONE-LOG-EXIT.
003890     EXIT.
003900 3000-MERGE-REPORTS.
003910*    THE TITLE AND HEADING ARE TAKEN FROM THE FIRST PIECE ONLY,
003920*    AND EACH PIECE'S CLASSES-PROCESSED TRAILER IS REPLACED BY
003930*    ONE FOR THE WHOLE NIGHT.
003940     OPEN OUTPUT BATCH-REPORT-FILE.
003950     MOVE ZEROS TO WS-CLASSES-PROCESSED.
003960     MOVE 1 TO WS-PIECE.
003970     PERFORM 3100-COPY-ONE-REPORT THRU 3100-COPY-ONE-REPORT-EXIT
003980         WITH TEST AFTER UNTIL WS-PIECE > WS-PARTITIONS.
003990     MOVE WS-CLASSES-PROCESSED TO WS-BTRL-COUNT.
004000     WRITE BATCH-REPORT-RECORD FROM WS-BATCH-TRAILER-LINE.
004010     CLOSE BATCH-REPORT-FILE.
004020 3000-MERGE-REPORTS-EXIT.
004030     EXIT.
004040 3100-COPY-ONE-REPORT.
004050     PERFORM 1300-BUILD-PIECE-NAMES
004060         THRU 1300-BUILD-PIECE-NAMES-EXIT.
004070     OPEN INPUT PIECE-REPORT-FILE.
004080     MOVE "N" TO WS-PIECE-EOF-SWITCH.
004090     MOVE ZEROS TO WS-PIECE-LINE.
004100     PERFORM 3110-COPY-ONE-REPORT-LINE
004110         THRU 3110-COPY-ONE-REPORT-LINE-EXIT
004120         WITH TEST AFTER UNTIL WS-PIECE-END-OF-FILE.
004130     CLOSE PIECE-REPORT-FILE.
004140     ADD 1 TO WS-PIECE.
004150 3100-COPY-ONE-REPORT-EXIT.
004160     EXIT.
004170 3110-COPY-ONE-REPORT-LINE.
004180     READ PIECE-REPORT-FILE
004190         AT END SET WS-PIECE-END-OF-FILE TO TRUE
004200             GO TO 3110-COPY-ONE-REPORT-LINE-EXIT
004210     END-READ.
004220     ADD 1 TO WS-PIECE-LINE.
004230     IF WS-PIECE-LINE <= 2 AND WS-PIECE > 1
004240         GO TO 3110-COPY-ONE-REPORT-LINE-EXIT
004250     END-IF.
004260     IF PRT-TRL-LABEL = "CLASSES PROCESSED: "
004270         MOVE PRT-TRL-COUNT TO WS-NUMBER-WORK
004280         INSPECT WS-NUMBER-WORK REPLACING LEADING SPACES BY ZEROS
004290         IF WS-NUMBER-WORK IS NUMERIC
004300             ADD WS-NUMBER-WORK-N TO WS-CLASSES-PROCESSED
004310         END-IF
004320         GO TO 3110-COPY-ONE-REPORT-LINE-EXIT
004330     END-IF.
004340     WRITE BATCH-REPORT-RECORD FROM PIECE-REPORT-RECORD.
004350 3110-COPY-ONE-REPORT-LINE-EXIT.
004360     EXIT.
004370 4000-MERGE-MARK-SHEETS.
004380     OPEN OUTPUT BATCH-MARKSHEET-FILE.
004390     MOVE 1 TO WS-PIECE.
004400     PERFORM 4100-COPY-ONE-MARK-SHEET
004410         THRU 4100-COPY-ONE-MARK-SHEET-EXIT
004420         WITH TEST AFTER UNTIL WS-PIECE > WS-PARTITIONS.
004430     CLOSE BATCH-MARKSHEET-FILE.
004440 4000-MERGE-MARK-SHEETS-EXIT.
004450     EXIT.
004460 4100-COPY-ONE-MARK-SHEET.
004470     PERFORM 1300-BUILD-PIECE-NAMES
004480         THRU 1300-BUILD-PIECE-NAMES-EXIT.
004490     OPEN INPUT PIECE-MARKSHEET-FILE.
004500     MOVE "N" TO WS-PIECE-EOF-SWITCH.
004510     PERFORM 4110-COPY-ONE-MARK-LINE
004520         THRU 4110-COPY-ONE-MARK-LINE-EXIT
004530         WITH TEST AFTER UNTIL WS-PIECE-END-OF-FILE.
004540     CLOSE PIECE-MARKSHEET-FILE.
004550     ADD 1 TO WS-PIECE.
004560 4100-COPY-ONE-MARK-SHEET-EXIT.
004570     EXIT.
004580 4110-COPY-ONE-MARK-LINE.
004590     READ PIECE-MARKSHEET-FILE
004600         AT END SET WS-PIECE-END-OF-FILE TO TRUE
004610         NOT AT END
004620             WRITE BATCH-MARKSHEET-RECORD
004630                 FROM PIECE-MARKSHEET-RECORD
004640     END-READ.
004650 4110-COPY-ONE-MARK-LINE-EXIT.
004660     EXIT.
004670 5000-MERGE-LOGS.
004680*    BATCHLOG.DAT ACCUMULATES ACROSS NIGHTS, SO IT IS EXTENDED THE
004690*    SAME WAY THE BATCH DRIVER DOES IT.  CLASS LINES (AND ANY
004700*    RESTART WARNING) ARE COPIED; THE STREAMS' OWN SUMMARIES GIVE
004710*    WAY TO ONE COUNTED FROM THE CLASS LINES OF EVERY STREAM.
004720     OPEN EXTEND JOB-LOG-FILE.
004730     IF WS-LOG-FILE-STATUS NOT = "00"
004740         IF WS-LOG-FILE-STATUS = "35"
004750             OPEN OUTPUT JOB-LOG-FILE
004760         ELSE
004770             DISPLAY "ERROR - CANNOT OPEN BATCHLOG.DAT, FILE "
004780                 "STATUS " WS-LOG-FILE-STATUS
004790             DISPLAY "RUN ABANDONED."
004800             MOVE 8 TO RETURN-CODE
004810             STOP RUN
004820         END-IF
004830     END-IF.
004840     MOVE 1 TO WS-PIECE.
004850     PERFORM 5100-COPY-ONE-LOG THRU 5100-COPY-ONE-LOG-EXIT
004860         WITH TEST AFTER UNTIL WS-PIECE > WS-PARTITIONS.
004870     PERFORM 5300-WRITE-LOG-SUMMARY
004880         THRU 5300-WRITE-LOG-SUMMARY-EXIT.
004890     CLOSE JOB-LOG-FILE.
004900 5000-MERGE-LOGS-EXIT.
004910     EXIT.
004920 5100-COPY-ONE-LOG.
004930     PERFORM 1300-BUILD-PIECE-NAMES
004940         THRU 1300-BUILD-PIECE-NAMES-EXIT.
004950     OPEN INPUT PIECE-LOG-FILE.
004960     MOVE "N" TO WS-PIECE-EOF-SWITCH.
004970     PERFORM 5110-COPY-ONE-LOG-LINE
004980         THRU 5110-COPY-ONE-LOG-LINE-EXIT
004990         WITH TEST AFTER UNTIL WS-PIECE-END-OF-FILE.
005000     CLOSE PIECE-LOG-FILE.
005010     ADD 1 TO WS-PIECE.
005020 5100-COPY-ONE-LOG-EXIT.
005030     EXIT.
005040 5110-COPY-ONE-LOG-LINE.
005050     READ PIECE-LOG-FILE
005060         AT END SET WS-PIECE-END-OF-FILE TO TRUE
005070             GO TO 5110-COPY-ONE-LOG-LINE-EXIT
005080     END-READ.
005090     IF PIECE-LOG-RECORD(1:28) = "RESTART CHECKPOINT NOT FOUND"
005100         WRITE JOB-LOG-RECORD FROM PIECE-LOG-RECORD
005110         ADD 1 TO WS-CNT-WARNINGS
005120         GO TO 5110-COPY-ONE-LOG-LINE-EXIT
005130     END-IF.
005140     IF PLG-STAMP-DATE IS NOT NUMERIC
005150         GO TO 5110-COPY-ONE-LOG-LINE-EXIT
005160     END-IF.
005170     WRITE JOB-LOG-RECORD FROM PIECE-LOG-RECORD.
005180     PERFORM 5200-TALLY-CLASS-LINE
005190         THRU 5200-TALLY-CLASS-LINE-EXIT.
005200 5110-COPY-ONE-LOG-LINE-EXIT.
005210     EXIT.
005220 5200-TALLY-CLASS-LINE.
005230     EVALUATE PLG-STATUS
005240         WHEN "PROCESSED"
005250             ADD 1 TO WS-CNT-PROCESSED
005260         WHEN "FILE-MISSING"
005270             ADD 1 TO WS-CNT-FILE-MISSING
005280         WHEN "ZERO-VALID-ENTRIES"
005290             ADD 1 TO WS-CNT-ZERO-VALID
005300         WHEN "OUT-OF-BALANCE"
005310             ADD 1 TO WS-CNT-OUT-OF-BALANCE
005320         WHEN "ROSTER-EXCEPTIONS"
005330             ADD 1 TO WS-CNT-ROSTER-EXC
005340         WHEN "SKIPPED-ON-RESTART"
005350             ADD 1 TO WS-CNT-SKIPPED
005360         WHEN "NOT-RECEIVED"
005370             ADD 1 TO WS-CNT-NOT-RECEIVED
005373         WHEN "FROZEN"
005376             ADD 1 TO WS-CNT-FROZEN
005377         WHEN "KEY-MISMATCH"
005378             ADD 1 TO WS-CNT-KEY-MISMATCH
005379         WHEN "KEY-UNVERIFIED"
005380             ADD 1 TO WS-CNT-KEY-UNVERIFIED
005381     END-EVALUATE.
005390     MOVE PLG-REJECTS TO WS-NUMBER-WORK.
005400     INSPECT WS-NUMBER-WORK REPLACING LEADING SPACES BY ZEROS.
005410     IF WS-NUMBER-WORK IS NUMERIC
005420         ADD WS-NUMBER-WORK-N TO WS-TOTAL-REJECTS
005430     END-IF.
005440 5200-TALLY-CLASS-LINE-EXIT.
005450     EXIT.
005460 5300-WRITE-LOG-SUMMARY.
005470     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-HEAD.
005480     MOVE "STREAMS MERGED" TO WS-LSUM-LABEL.
005490     MOVE WS-PARTITIONS TO WS-LSUM-COUNT.
005500     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005510     MOVE "PROCESSED" TO WS-LSUM-LABEL.
005520     MOVE WS-CNT-PROCESSED TO WS-LSUM-COUNT.
005530     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005540     MOVE "FILE-MISSING" TO WS-LSUM-LABEL.
005550     MOVE WS-CNT-FILE-MISSING TO WS-LSUM-COUNT.
005560     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005570     MOVE "ZERO-VALID-ENTRIES" TO WS-LSUM-LABEL.
005580     MOVE WS-CNT-ZERO-VALID TO WS-LSUM-COUNT.
005590     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005600     MOVE "OUT-OF-BALANCE" TO WS-LSUM-LABEL.
005610     MOVE WS-CNT-OUT-OF-BALANCE TO WS-LSUM-COUNT.
005620     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005630     MOVE "ROSTER-EXCEPTIONS" TO WS-LSUM-LABEL.
005640     MOVE WS-CNT-ROSTER-EXC TO WS-LSUM-COUNT.
005650     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005660     MOVE "SKIPPED-ON-RESTART" TO WS-LSUM-LABEL.
005670     MOVE WS-CNT-SKIPPED TO WS-LSUM-COUNT.
005680     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005690     MOVE "NOT-RECEIVED" TO WS-LSUM-LABEL.
005700     MOVE WS-CNT-NOT-RECEIVED TO WS-LSUM-COUNT.
005710     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005712     MOVE "FROZEN" TO WS-LSUM-LABEL.
005714     MOVE WS-CNT-FROZEN TO WS-LSUM-COUNT.
005716     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005717     MOVE "KEY-MISMATCH" TO WS-LSUM-LABEL.
005718     MOVE WS-CNT-KEY-MISMATCH TO WS-LSUM-COUNT.
005719     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005720     MOVE "KEY-UNVERIFIED" TO WS-LSUM-LABEL.
005721     MOVE WS-CNT-KEY-UNVERIFIED TO WS-LSUM-COUNT.
005722     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005723     MOVE "TOTAL REJECTS" TO WS-LSUM-LABEL.
005730     MOVE WS-TOTAL-REJECTS TO WS-LSUM-COUNT.
005740     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
005750*    THE NIGHT IS CLEAN ONLY WHEN EVERY STREAM WOULD HAVE ENDED
005760*    WITH RETURN-CODE 0 - THE SAME TEST THE BATCH DRIVER MAKES.
005770     IF WS-CNT-FILE-MISSING > 0
005780             OR WS-CNT-ZERO-VALID > 0
005790             OR WS-CNT-OUT-OF-BALANCE > 0
005800             OR WS-CNT-ROSTER-EXC > 0
005810             OR WS-CNT-WARNINGS > 0
005820         MOVE "ERRORS" TO WS-LCON-TEXT
005830         MOVE "Y" TO WS-FAIL-SWITCH
005840         DISPLAY "BATCH ENDED WITH ERRORS - SEE BATCHLOG.DAT."
005850     ELSE
005860         MOVE "CLEAN" TO WS-LCON-TEXT
005870     END-IF.
005880     WRITE JOB-LOG-RECORD FROM WS-LOG-CONDITION-LINE.
005890 5300-WRITE-LOG-SUMMARY-EXIT.
005900     EXIT.
005910 END PROGRAM 'S18108467P'.
