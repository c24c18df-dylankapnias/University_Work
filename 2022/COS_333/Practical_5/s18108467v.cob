000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467V'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  DOUBLE-KEYING
000200*                          VERIFICATION.  MANY SCORE FILES ARE
000210*                          STILL TYPED IN FROM PAPER MARK LISTS,
000220*                          AND THE TRAILER ONLY PROVES A FILE
000230*                          AGREES WITH ITSELF.  A CLASS MAY NOW BE
000240*                          KEYED A SECOND TIME, BY SOMEONE ELSE,
000250*                          INTO <CLASS>V.DAT.  THIS RUN COMPARES
000260*                          THE TWO COPIES STUDENT BY STUDENT AND
000270*                          LISTS IN VERIFEXC.DAT EVERY HEADER
000280*                          DIFFERENCE, EVERY MARK THAT DIFFERS AND
000290*                          EVERY STUDENT IN ONLY ONE COPY.  THE
000300*                          RESULT IS FILED IN KEYVER.DAT, AND THE
000310*                          STATS RUNS HOLD A CLASS WHOSE COPIES
000320*                          DISAGREE.  RUN IT AHEAD OF THE BATCH.
000330*                          A CLASS ALREADY VERIFIED FOR ITS PERIOD
000340*                          IS NOT COMPARED AGAIN, SO A LATER
000350*                          MODERATION OF <CLASS>.DAT DOES NOT HOLD
000360*                          IT; S18108467-VERCLASS COMPARES THE ONE
000370*                          CLASS NAMED AFRESH.  RETURN-CODE 8 WHEN
000380*                          ANY CLASS'S COPIES DISAGREE.
000381*   2026-10-15  S18108467  THE TRAILER COUNT AND HASH OF BOTH
000382*                          COPIES ARE FILED WITH THE RESULT, AND A
000383*                          MATCHED CLASS IS PASSED OVER ONLY WHILE
000384*                          BOTH TRAILERS ARE UNCHANGED - A COPY
000385*                          EDITED SINCE IS COMPARED AGAIN.  THE
000386*                          MODERATION RUN REFRESHES THE FIRST-COPY
000387*                          TOTALS, SO MODERATION STILL DOES NOT
000388*                          HOLD A CLASS.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CONTROL-FILE ASSIGN TO "CLASSCTL.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CTL-FILE-STATUS.
000460     SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SCORE-FILE-STATUS.
000490     SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFEXC.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT KEYING-VERIFY-FILE ASSIGN TO "KEYVER.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS KVR-CLASS
000550         FILE STATUS IS WS-KVR-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CONTROL-FILE.
000590 01  CONTROL-RECORD             PIC X(20).
000600 FD  SCORE-FILE.
000610 01  SCORE-FILE-RECORD.
000620     05 SF-RECORD-TYPE          PIC X(01).
000630         88 SF-HEADER-REC               VALUE "H".
000640         88 SF-DETAIL-REC               VALUE "D".
000650         88 SF-TRAILER-REC              VALUE "T".
000660     05 SF-RECORD-BODY          PIC X(34).
000670 01  SF-HEADER-RECORD.
000680     05 FILLER                  PIC X(01).
000690     05 SF-HDR-CLASS            PIC X(20).
000700     05 SF-HDR-ASOF             PIC X(08).
000710     05 SF-HDR-PERIOD           PIC X(06).
000720 01  SF-DETAIL-RECORD.
000730     05 FILLER                  PIC X(01).
000740     05 SF-STUDNO               PIC X(10).
000750     05 FILLER                  PIC X(01).
000760     05 SF-SCORE                PIC X(04).
000770     05 SF-SCORE-N REDEFINES SF-SCORE
000780                                PIC 9(04).
000790     05 FILLER                  PIC X(19).
000800 01  SF-TRAILER-RECORD.
000810     05 FILLER                  PIC X(01).
000820     05 SF-TRL-COUNT            PIC X(04).
000830     05 SF-TRL-COUNT-N REDEFINES SF-TRL-COUNT
000840                                PIC 9(04).
000850     05 SF-TRL-HASH             PIC X(08).
000860     05 SF-TRL-HASH-N REDEFINES SF-TRL-HASH
000870                                PIC 9(08).
000880     05 FILLER                  PIC X(22).
000890 FD  VERIFY-REPORT-FILE.
000900 01  VERIFY-REPORT-RECORD       PIC X(80).
000910 FD  KEYING-VERIFY-FILE.
000920     COPY KEYVER.
000930 WORKING-STORAGE SECTION.
000940     01 i PIC 9(3) COMP VALUE 1.
000950     01 j PIC 9(3) COMP VALUE 1.
000960     01 c PIC 9(1) COMP VALUE 1.
000970     01 WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
000980     01 WS-SCORE-FILE-STATUS    PIC X(02) VALUE SPACES.
000990     01 WS-KVR-FILE-STATUS      PIC X(02) VALUE SPACES.
001000     01 WS-SCORE-FILE-NAME      PIC X(30) VALUE SPACES.
001010     01 WS-VERIFY-CLASS         PIC X(20) VALUE SPACES.
001020     01 WS-THE-CLASS            PIC X(20) VALUE SPACES.
001030     01 WS-PERIOD               PIC X(06) VALUE SPACES.
001040     01 WS-TODAY                PIC X(08) VALUE SPACES.
001050     01 WS-NOW-TIME             PIC X(08) VALUE SPACES.
001060     01 WS-RUN-STAMP            PIC X(17) VALUE SPACES.
001070     01 WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001080         88 WS-CTL-END-OF-FILE          VALUE "Y".
001090     01 WS-SCR-EOF-SWITCH       PIC X(01) VALUE "N".
001100         88 WS-SCR-END-OF-FILE          VALUE "Y".
001110     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001120         88 WS-RUN-FAILED               VALUE "Y".
001130     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001140         88 WS-MATCH-FOUND              VALUE "Y".
001150     01 WS-NEW-ENTRY-SWITCH     PIC X(01) VALUE "N".
001160         88 WS-NEW-ENTRY                VALUE "Y".
001170*    CONTROL TOTALS OF THE COPY BEING LOADED - THE SAME FOUR TESTS
001180*    READDATA APPLIES AT NIGHT.
001190     01 WS-DTL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001200     01 WS-HASH-SUM             PIC 9(8) COMP VALUE ZEROS.
001210     01 WS-TRL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001220     01 WS-TRL-HASH             PIC 9(8) COMP VALUE ZEROS.
001230     01 WS-HDR-SWITCH           PIC X(01) VALUE "N".
001240         88 WS-HEADER-SEEN              VALUE "Y".
001250     01 WS-TRL-SWITCH           PIC X(01) VALUE "N".
001260         88 WS-TRAILER-SEEN             VALUE "Y".
001270     01 WS-FMT-SWITCH           PIC X(01) VALUE "N".
001280         88 WS-FORMAT-BAD               VALUE "Y".
001290     01 WS-SCORE-SIGN           PIC X(01) VALUE SPACES.
001300     01 WS-SCORE-DIGITS         PIC X(03) VALUE SPACES.
001310     01 WS-SCORE-DIGITS-N REDEFINES WS-SCORE-DIGITS
001320                                PIC 9(03).
001330*    THE TWO COPIES OF THE CLASS - 1 IS <CLASS>.DAT AS THE BATCH
001340*    READS IT, 2 IS THE SECOND KEYING IN <CLASS>V.DAT.  A ROW'S
001350*    PAIRED FLAG IS Y ONCE IT IS MATCHED TO THE OTHER COPY, AND D
001360*    WHEN IT REPEATS A STUDENT ALREADY IN THE SAME COPY.  MARKS
001370*    ARE COMPARED AS KEYED.
001380     01 WS-ROW-MAX              PIC 9(3) COMP VALUE 100.
001390     01 WS-COPY-TABLE.
001400         05 WS-CPY-ENTRY OCCURS 2 TIMES.
001410             10 WS-CPY-PRESENT  PIC X(01).
001420             10 WS-CPY-BALANCED PIC X(01).
001430             10 WS-CPY-OVERFLOW PIC X(01).
001440             10 WS-CPY-CLASS    PIC X(20).
001450             10 WS-CPY-ASOF     PIC X(08).
001460             10 WS-CPY-PERIOD   PIC X(06).
001463             10 WS-CPY-TRL-COUNT PIC 9(04).
001466             10 WS-CPY-TRL-HASH PIC 9(08).
001470             10 WS-CPY-COUNT    PIC 9(3) COMP.
001480             10 WS-CPY-ROW OCCURS 100 TIMES.
001490                 15 WS-CPY-STUDNO PIC X(10).
001500                 15 WS-CPY-SCORE  PIC X(04).
001510                 15 WS-CPY-PAIRED PIC X(01).
001520     01 WS-COPY-NAMES.
001530         05 FILLER              PIC X(06) VALUE "FIRST".
001540         05 FILLER              PIC X(06) VALUE "SECOND".
001550     01 WS-COPY-NAME-TABLE REDEFINES WS-COPY-NAMES.
001560         05 WS-COPY-NAME        PIC X(06) OCCURS 2 TIMES.
001570     01 WS-DIFF-COUNT           PIC 9(4) VALUE ZEROS.
001580     01 WS-AGREE-COUNT          PIC 9(4) VALUE ZEROS.
001590     01 WS-CNT-KEYED-TWICE      PIC 9(4) VALUE ZEROS.
001600     01 WS-CNT-MATCHED          PIC 9(4) VALUE ZEROS.
001610     01 WS-CNT-MISMATCHED       PIC 9(4) VALUE ZEROS.
001620     01 WS-CNT-ALREADY          PIC 9(4) VALUE ZEROS.
001630     01 WS-CNT-KEYED-ONCE       PIC 9(4) VALUE ZEROS.
001640     01 WS-TITLE-LINE.
001650         05 FILLER              PIC X(30) VALUE
001660                 "DOUBLE-KEYING VERIFICATION".
001670     01 WS-STAMP-LINE.
001680         05 FILLER              PIC X(15) VALUE
001690                 "AS AT        : ".
001700         05 WS-RPT-STAMP        PIC X(17) VALUE SPACES.
001710     01 WS-BLANK-LINE           PIC X(01) VALUE SPACES.
001720     01 WS-CLASS-LINE.
001730         05 FILLER              PIC X(07) VALUE "CLASS: ".
001740         05 WS-CLS-CLASS        PIC X(20) VALUE SPACES.
001750         05 FILLER              PIC X(10) VALUE "  PERIOD: ".
001760         05 WS-CLS-PERIOD       PIC X(06) VALUE SPACES.
001770     01 WS-DIFF-HEAD-LINE.
001780         05 FILLER              PIC X(02) VALUE SPACES.
001790         05 FILLER              PIC X(12) VALUE "STUDENT".
001800         05 FILLER              PIC X(10) VALUE "DIFFERENCE".
001810     01 WS-DIFF-LINE.
001820         05 FILLER              PIC X(02) VALUE SPACES.
001830         05 WS-DFL-STUDNO       PIC X(10) VALUE SPACES.
001840         05 FILLER              PIC X(02) VALUE SPACES.
001850         05 WS-DFL-TEXT         PIC X(60) VALUE SPACES.
001860     01 WS-MATCHED-LINE.
001870         05 FILLER              PIC X(20) VALUE
001880                 "  RESULT: MATCHED - ".
001890         05 WS-MTL-COUNT        PIC ZZZ9.
001900         05 FILLER              PIC X(16) VALUE
001910                 " STUDENTS AGREE.".
001920     01 WS-MISMATCHED-LINE.
001930         05 FILLER              PIC X(23) VALUE
001940                 "  RESULT: MISMATCHED - ".
001950         05 WS-MML-COUNT        PIC ZZZ9.
001960         05 FILLER              PIC X(25) VALUE
001970                 " DIFFERENCES - CLASS HELD".
001980     01 WS-ALREADY-LINE.
001990         05 FILLER              PIC X(27) VALUE
002000                 "  ALREADY VERIFIED MATCHED ".
002010         05 WS-ALL-STAMP        PIC X(17) VALUE SPACES.
002020         05 FILLER              PIC X(24) VALUE
002030                 " - NOT COMPARED AGAIN.".
002040     01 WS-COUNT-LINE.
002050         05 WS-CNT-LABEL        PIC X(20) VALUE SPACES.
002060         05 FILLER              PIC X(02) VALUE ": ".
002070         05 WS-CNT-VALUE        PIC ZZZ9.
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002110     IF WS-VERIFY-CLASS NOT = SPACES
002120         MOVE WS-VERIFY-CLASS TO WS-THE-CLASS
002130         PERFORM 3000-VERIFY-CLASS THRU 3000-VERIFY-CLASS-EXIT
002140         IF WS-CNT-KEYED-ONCE > 0
002150             DISPLAY "NO SECOND COPY FOR CLASS " WS-VERIFY-CLASS
002160             MOVE "Y" TO WS-FAIL-SWITCH
002170         END-IF
002180     ELSE
002190         PERFORM 2000-RUN-ALL-CLASSES
002200             THRU 2000-RUN-ALL-CLASSES-EXIT
002210     END-IF.
002220     CLOSE KEYING-VERIFY-FILE.
002230     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT.
002240     CLOSE VERIFY-REPORT-FILE.
002250     DISPLAY "KEYING VERIFICATION - " WS-CNT-MATCHED " MATCHED, "
002260         WS-CNT-MISMATCHED " MISMATCHED, " WS-CNT-ALREADY
002270         " ALREADY VERIFIED - SEE VERIFEXC.DAT".
002280     IF WS-RUN-FAILED
002290         MOVE 8 TO RETURN-CODE
002300     END-IF.
002310 0000-MAINLINE-EXIT.
002320     GOBACK.
002330 1000-INITIALIZE.
002340*    S18108467-VERCLASS COMPARES THE ONE CLASS NAMED, EVEN IF IT
002350*    WAS VERIFIED BEFORE; UNSET, EVERY CLASSCTL.DAT CLASS WITH A
002360*    SECOND COPY IS VERIFIED.
002370     ACCEPT WS-VERIFY-CLASS FROM ENVIRONMENT "S18108467-VERCLASS".
002380     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002390     ACCEPT WS-NOW-TIME FROM TIME.
002400     STRING WS-TODAY DELIMITED BY SIZE
002410            "-" DELIMITED BY SIZE
002420            WS-NOW-TIME DELIMITED BY SIZE
002430         INTO WS-RUN-STAMP.
002440*    STATUS 35 MEANS KEYVER.DAT DOESN'T EXIST YET - IT IS CREATED
002450*    EMPTY AND REOPENED I-O SO EXISTING ENTRIES CAN BE REWRITTEN.
002460*    ANY OTHER STATUS MEANS THE REGISTER COULD STILL BE OUT THERE,
002470*    SO THE RUN IS ABANDONED RATHER THAN WIPING IT.
002480     OPEN I-O KEYING-VERIFY-FILE.
002490     IF WS-KVR-FILE-STATUS NOT = "00"
002500         IF WS-KVR-FILE-STATUS = "35"
002510             OPEN OUTPUT KEYING-VERIFY-FILE
002520             CLOSE KEYING-VERIFY-FILE
002530             OPEN I-O KEYING-VERIFY-FILE
002540         ELSE
002550             DISPLAY "ERROR - CANNOT OPEN KEYVER.DAT, FILE "
002560                 "STATUS " WS-KVR-FILE-STATUS
002570             DISPLAY "RUN ABANDONED."
002580             MOVE 8 TO RETURN-CODE
002590             STOP RUN
002600         END-IF
002610     END-IF.
002620     OPEN OUTPUT VERIFY-REPORT-FILE.
002630     WRITE VERIFY-REPORT-RECORD FROM WS-TITLE-LINE.
002640     MOVE WS-RUN-STAMP TO WS-RPT-STAMP.
002650     WRITE VERIFY-REPORT-RECORD FROM WS-STAMP-LINE.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680 2000-RUN-ALL-CLASSES.
002690     OPEN INPUT CONTROL-FILE.
002700     IF WS-CTL-FILE-STATUS NOT = "00"
002710         DISPLAY "NO CLASSCTL.DAT - NO CLASSES TO VERIFY."
002720         MOVE "Y" TO WS-FAIL-SWITCH
002730         GO TO 2000-RUN-ALL-CLASSES-EXIT
002740     END-IF.
002750     MOVE "N" TO WS-CTL-EOF-SWITCH.
002760     PERFORM 2100-READ-ONE-CLASS THRU 2100-READ-ONE-CLASS-EXIT
002770         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
002780     CLOSE CONTROL-FILE.
002790 2000-RUN-ALL-CLASSES-EXIT.
002800     EXIT.
002810 2100-READ-ONE-CLASS.
002820     READ CONTROL-FILE
002830         AT END SET WS-CTL-END-OF-FILE TO TRUE
002840         NOT AT END
002850             IF CONTROL-RECORD NOT = SPACES
002860                 MOVE CONTROL-RECORD TO WS-THE-CLASS
002870                 PERFORM 3000-VERIFY-CLASS
002880                     THRU 3000-VERIFY-CLASS-EXIT
002890             END-IF
002900     END-READ.
002910 2100-READ-ONE-CLASS-EXIT.
002920     EXIT.
002930 3000-VERIFY-CLASS.
002940*    A CLASS WITH NO SECOND COPY WAS KEYED ONCE AND IS NOT LISTED.
002950     MOVE SPACES TO WS-SCORE-FILE-NAME.
002960     STRING WS-THE-CLASS DELIMITED BY SPACE
002970            "V.DAT" DELIMITED BY SIZE
002980         INTO WS-SCORE-FILE-NAME.
002990     MOVE 2 TO c.
003000     PERFORM 3100-LOAD-ONE-COPY THRU 3100-LOAD-ONE-COPY-EXIT.
003010     IF WS-CPY-PRESENT(2) NOT = "Y"
003020         ADD 1 TO WS-CNT-KEYED-ONCE
003030         GO TO 3000-VERIFY-CLASS-EXIT
003040     END-IF.
003050     ADD 1 TO WS-CNT-KEYED-TWICE.
003060     MOVE SPACES TO WS-SCORE-FILE-NAME.
003070     STRING WS-THE-CLASS DELIMITED BY SPACE
003080            ".DAT" DELIMITED BY SIZE
003090         INTO WS-SCORE-FILE-NAME.
003100     MOVE 1 TO c.
003110     PERFORM 3100-LOAD-ONE-COPY THRU 3100-LOAD-ONE-COPY-EXIT.
003120*    THE PERIOD THE CLASS WILL BE FILED UNDER, BY READDATA'S RULE,
003130*    FROM THE FIRST COPY - OR THE SECOND WHEN THERE IS NO FIRST.
003140     MOVE WS-CPY-PERIOD(1) TO WS-PERIOD.
003150     IF WS-PERIOD = SPACES
003160         MOVE WS-CPY-PERIOD(2) TO WS-PERIOD
003170     END-IF.
003180     IF WS-PERIOD = SPACES
003190         ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD"
003200     END-IF.
003210     IF WS-PERIOD = SPACES
003220         MOVE WS-TODAY(1:4) TO WS-PERIOD(1:4)
003230         MOVE "00" TO WS-PERIOD(5:2)
003240     END-IF.
003250     MOVE WS-THE-CLASS TO WS-CLS-CLASS.
003260     MOVE WS-PERIOD TO WS-CLS-PERIOD.
003270     WRITE VERIFY-REPORT-RECORD FROM WS-BLANK-LINE.
003280     WRITE VERIFY-REPORT-RECORD FROM WS-CLASS-LINE.
003290     MOVE "N" TO WS-NEW-ENTRY-SWITCH.
003300     MOVE WS-THE-CLASS TO KVR-CLASS.
003310     READ KEYING-VERIFY-FILE
003320         INVALID KEY MOVE "Y" TO WS-NEW-ENTRY-SWITCH
003330     END-READ.
003333*    A MATCHED ENTRY COVERS ONLY THE COPIES IT WAS MADE FROM - IF
003336*    EITHER TRAILER HAS CHANGED SINCE, THE CLASS IS RECOMPARED.
003340     IF NOT WS-NEW-ENTRY AND KVR-MATCHED
003350             AND KVR-PERIOD = WS-PERIOD
003360             AND WS-VERIFY-CLASS = SPACES
003362             AND KVR-FIRST-COUNT = WS-CPY-TRL-COUNT(1)
003364             AND KVR-FIRST-HASH = WS-CPY-TRL-HASH(1)
003366             AND KVR-SECOND-COUNT = WS-CPY-TRL-COUNT(2)
003368             AND KVR-SECOND-HASH = WS-CPY-TRL-HASH(2)
003370         MOVE KVR-CHECKED-STAMP TO WS-ALL-STAMP
003380         WRITE VERIFY-REPORT-RECORD FROM WS-ALREADY-LINE
003390         ADD 1 TO WS-CNT-ALREADY
003400         GO TO 3000-VERIFY-CLASS-EXIT
003410     END-IF.
003420     WRITE VERIFY-REPORT-RECORD FROM WS-DIFF-HEAD-LINE.
003430     MOVE ZEROS TO WS-DIFF-COUNT.
003440     MOVE ZEROS TO WS-AGREE-COUNT.
003450     PERFORM 3200-COMPARE-COPIES THRU 3200-COMPARE-COPIES-EXIT.
003460     MOVE WS-THE-CLASS TO KVR-CLASS.
003470     MOVE WS-PERIOD TO KVR-PERIOD.
003480     MOVE WS-AGREE-COUNT TO KVR-STUDENTS.
003490     MOVE WS-DIFF-COUNT TO KVR-DIFFERENCES.
003500     MOVE WS-RUN-STAMP TO KVR-CHECKED-STAMP.
003502     MOVE WS-CPY-TRL-COUNT(1) TO KVR-FIRST-COUNT.
003504     MOVE WS-CPY-TRL-HASH(1) TO KVR-FIRST-HASH.
003506     MOVE WS-CPY-TRL-COUNT(2) TO KVR-SECOND-COUNT.
003508     MOVE WS-CPY-TRL-HASH(2) TO KVR-SECOND-HASH.
003510     IF WS-DIFF-COUNT = 0
003520         MOVE "MATCHED" TO KVR-STATUS
003530         MOVE WS-AGREE-COUNT TO WS-MTL-COUNT
003540         WRITE VERIFY-REPORT-RECORD FROM WS-MATCHED-LINE
003550         ADD 1 TO WS-CNT-MATCHED
003560     ELSE
003570         MOVE "MISMATCHED" TO KVR-STATUS
003580         MOVE WS-DIFF-COUNT TO WS-MML-COUNT
003590         WRITE VERIFY-REPORT-RECORD FROM WS-MISMATCHED-LINE
003600         ADD 1 TO WS-CNT-MISMATCHED
003610         MOVE "Y" TO WS-FAIL-SWITCH
003620         DISPLAY "CLASS " WS-THE-CLASS " " WS-PERIOD
003630             " COPIES DISAGREE - " WS-DIFF-COUNT " DIFFERENCES."
003640     END-IF.
003650     IF WS-NEW-ENTRY
003660         WRITE KEYING-VERIFY-RECORD
003670             INVALID KEY
003680                 DISPLAY "WARNING - " KVR-CLASS
003690                     " COULD NOT BE ADDED TO KEYVER.DAT."
003700         END-WRITE
003710     ELSE
003720         REWRITE KEYING-VERIFY-RECORD
003730             INVALID KEY
003740                 DISPLAY "WARNING - " KVR-CLASS
003750                     " COULD NOT BE UPDATED IN KEYVER.DAT."
003760         END-REWRITE
003770     END-IF.
003780 3000-VERIFY-CLASS-EXIT.
003790     EXIT.
003800 3100-LOAD-ONE-COPY.
003810*    LOADS THE FILE IN WS-SCORE-FILE-NAME AS COPY C.  NO FILE
003820*    LEAVES THE COPY NOT PRESENT.
003830     MOVE "N" TO WS-CPY-PRESENT(c).
003840     MOVE "N" TO WS-CPY-BALANCED(c).
003850     MOVE "N" TO WS-CPY-OVERFLOW(c).
003860     MOVE SPACES TO WS-CPY-CLASS(c).
003870     MOVE SPACES TO WS-CPY-ASOF(c).
003880     MOVE SPACES TO WS-CPY-PERIOD(c).
003883     MOVE ZEROS TO WS-CPY-TRL-COUNT(c).
003886     MOVE ZEROS TO WS-CPY-TRL-HASH(c).
003890     MOVE ZEROS TO WS-CPY-COUNT(c).
003900     OPEN INPUT SCORE-FILE.
003910     IF WS-SCORE-FILE-STATUS NOT = "00"
003920         GO TO 3100-LOAD-ONE-COPY-EXIT
003930     END-IF.
003940     MOVE "Y" TO WS-CPY-PRESENT(c).
003950     MOVE ZEROS TO WS-DTL-COUNT.
003960     MOVE ZEROS TO WS-HASH-SUM.
003970     MOVE ZEROS TO WS-TRL-COUNT.
003980     MOVE ZEROS TO WS-TRL-HASH.
003990     MOVE "N" TO WS-HDR-SWITCH.
004000     MOVE "N" TO WS-TRL-SWITCH.
004010     MOVE "N" TO WS-FMT-SWITCH.
004020     MOVE "N" TO WS-SCR-EOF-SWITCH.
004030     PERFORM 3110-READ-ONE-SCORE-REC
004040         THRU 3110-READ-ONE-SCORE-REC-EXIT
004050         WITH TEST AFTER UNTIL WS-SCR-END-OF-FILE.
004060     CLOSE SCORE-FILE.
004062     IF WS-TRAILER-SEEN
004064         MOVE WS-TRL-COUNT TO WS-CPY-TRL-COUNT(c)
004066         MOVE WS-TRL-HASH TO WS-CPY-TRL-HASH(c)
004068     END-IF.
004070     IF WS-FORMAT-BAD OR NOT WS-HEADER-SEEN
004080             OR NOT WS-TRAILER-SEEN
004090             OR WS-DTL-COUNT NOT = WS-TRL-COUNT
004100             OR WS-HASH-SUM NOT = WS-TRL-HASH
004110         GO TO 3100-LOAD-ONE-COPY-EXIT
004120     END-IF.
004130     MOVE "Y" TO WS-CPY-BALANCED(c).
004140 3100-LOAD-ONE-COPY-EXIT.
004150     EXIT.
004160 3110-READ-ONE-SCORE-REC.
004170     READ SCORE-FILE
004180         AT END SET WS-SCR-END-OF-FILE TO TRUE
004190         NOT AT END
004200             PERFORM 3120-TAKE-SCORE-REC
004210                 THRU 3120-TAKE-SCORE-REC-EXIT
004220     END-READ.
004230 3110-READ-ONE-SCORE-REC-EXIT.
004240     EXIT.
004250 3120-TAKE-SCORE-REC.
004260     IF SF-HEADER-REC
004270         MOVE "Y" TO WS-HDR-SWITCH
004280         MOVE SF-HDR-CLASS TO WS-CPY-CLASS(c)
004290         MOVE SF-HDR-ASOF TO WS-CPY-ASOF(c)
004300         MOVE SF-HDR-PERIOD TO WS-CPY-PERIOD(c)
004310         GO TO 3120-TAKE-SCORE-REC-EXIT
004320     END-IF.
004330     IF SF-TRAILER-REC
004340         IF SF-TRL-COUNT IS NUMERIC AND SF-TRL-HASH IS NUMERIC
004350             MOVE SF-TRL-COUNT-N TO WS-TRL-COUNT
004360             MOVE SF-TRL-HASH-N TO WS-TRL-HASH
004370             MOVE "Y" TO WS-TRL-SWITCH
004380         ELSE
004390             MOVE "Y" TO WS-FMT-SWITCH
004400         END-IF
004410         GO TO 3120-TAKE-SCORE-REC-EXIT
004420     END-IF.
004430     IF NOT SF-DETAIL-REC
004440         MOVE "Y" TO WS-FMT-SWITCH
004450         GO TO 3120-TAKE-SCORE-REC-EXIT
004460     END-IF.
004470     ADD 1 TO WS-DTL-COUNT.
004480     MOVE SF-SCORE(1:1) TO WS-SCORE-SIGN.
004490     MOVE SF-SCORE(2:3) TO WS-SCORE-DIGITS.
004500     IF WS-SCORE-SIGN = "-" AND WS-SCORE-DIGITS-N IS NUMERIC
004510         ADD WS-SCORE-DIGITS-N TO WS-HASH-SUM
004520     ELSE
004530         IF SF-SCORE IS NUMERIC
004540             ADD SF-SCORE-N TO WS-HASH-SUM
004550         ELSE
004560             MOVE "Y" TO WS-FMT-SWITCH
004570         END-IF
004580     END-IF.
004590*    A ROW THAT WILL NOT SCAN IS STILL KEPT - WHAT WAS KEYED IS
004600*    WHAT IS COMPARED.
004610     IF WS-CPY-COUNT(c) >= WS-ROW-MAX
004620         MOVE "Y" TO WS-CPY-OVERFLOW(c)
004630         GO TO 3120-TAKE-SCORE-REC-EXIT
004640     END-IF.
004650     ADD 1 TO WS-CPY-COUNT(c).
004660     MOVE SF-STUDNO TO WS-CPY-STUDNO(c, WS-CPY-COUNT(c)).
004670     MOVE SF-SCORE TO WS-CPY-SCORE(c, WS-CPY-COUNT(c)).
004680     MOVE "N" TO WS-CPY-PAIRED(c, WS-CPY-COUNT(c)).
004690 3120-TAKE-SCORE-REC-EXIT.
004700     EXIT.
004710 3200-COMPARE-COPIES.
004720*    WITHOUT THE FIRST COPY THERE IS NOTHING TO COMPARE THE SECOND
004730*    AGAINST, SO THAT IS THE ONE DIFFERENCE LISTED.
004740     IF WS-CPY-PRESENT(1) NOT = "Y"
004750         MOVE SPACES TO WS-DFL-STUDNO
004760         MOVE SPACES TO WS-DFL-TEXT
004770         STRING "FIRST COPY " DELIMITED BY SIZE
004780                WS-THE-CLASS DELIMITED BY SPACE
004790                ".DAT IS MISSING" DELIMITED BY SIZE
004800             INTO WS-DFL-TEXT
004810         PERFORM 3900-WRITE-DIFFERENCE
004820             THRU 3900-WRITE-DIFFERENCE-EXIT
004830         GO TO 3200-COMPARE-COPIES-EXIT
004840     END-IF.
004850     PERFORM 3300-COMPARE-HEADERS THRU 3300-COMPARE-HEADERS-EXIT.
004860     MOVE 1 TO c.
004870     PERFORM 3400-CHECK-ONE-COPY THRU 3400-CHECK-ONE-COPY-EXIT
004880         UNTIL c > 2.
004890     MOVE 1 TO i.
004900     PERFORM 3500-PAIR-ONE-ROW THRU 3500-PAIR-ONE-ROW-EXIT
004910         UNTIL i > WS-CPY-COUNT(1).
004920     MOVE 1 TO i.
004930     PERFORM 3600-LIST-SECOND-ONLY THRU 3600-LIST-SECOND-ONLY-EXIT
004940         UNTIL i > WS-CPY-COUNT(2).
004950 3200-COMPARE-COPIES-EXIT.
004960     EXIT.
004970 3300-COMPARE-HEADERS.
004980     MOVE SPACES TO WS-DFL-STUDNO.
004990     IF WS-CPY-CLASS(1) NOT = WS-CPY-CLASS(2)
005000         MOVE SPACES TO WS-DFL-TEXT
005010         STRING "HEADER CLASS - FIRST " DELIMITED BY SIZE
005020                WS-CPY-CLASS(1) DELIMITED BY SPACE
005030                ", SECOND " DELIMITED BY SIZE
005040                WS-CPY-CLASS(2) DELIMITED BY SPACE
005050             INTO WS-DFL-TEXT
005060         PERFORM 3900-WRITE-DIFFERENCE
005070             THRU 3900-WRITE-DIFFERENCE-EXIT
005080     END-IF.
005090     IF WS-CPY-ASOF(1) NOT = WS-CPY-ASOF(2)
005100         MOVE SPACES TO WS-DFL-TEXT
005110         STRING "HEADER AS-OF DATE - FIRST " DELIMITED BY SIZE
005120                WS-CPY-ASOF(1) DELIMITED BY SIZE
005130                ", SECOND " DELIMITED BY SIZE
005140                WS-CPY-ASOF(2) DELIMITED BY SIZE
005150             INTO WS-DFL-TEXT
005160         PERFORM 3900-WRITE-DIFFERENCE
005170             THRU 3900-WRITE-DIFFERENCE-EXIT
005180     END-IF.
005190     IF WS-CPY-PERIOD(1) NOT = WS-CPY-PERIOD(2)
005200         MOVE SPACES TO WS-DFL-TEXT
005210         STRING "HEADER PERIOD - FIRST " DELIMITED BY SIZE
005220                WS-CPY-PERIOD(1) DELIMITED BY SIZE
005230                ", SECOND " DELIMITED BY SIZE
005240                WS-CPY-PERIOD(2) DELIMITED BY SIZE
005250             INTO WS-DFL-TEXT
005260         PERFORM 3900-WRITE-DIFFERENCE
005270             THRU 3900-WRITE-DIFFERENCE-EXIT
005280     END-IF.
005290 3300-COMPARE-HEADERS-EXIT.
005300     EXIT.
005310 3400-CHECK-ONE-COPY.
005320*    A COPY THAT FAILS ITS OWN CONTROL TOTALS, OR HAS MORE ROWS
005330*    THAN CAN BE HELD, CANNOT BE TAKEN AS AGREEING EVEN WHERE ITS
005340*    ROWS DO.  A STUDENT KEYED TWICE IN ONE COPY IS LISTED, AND
005350*    ONLY THE FIRST ROW IS COMPARED.
005360     MOVE SPACES TO WS-DFL-STUDNO.
005370     IF WS-CPY-BALANCED(c) NOT = "Y"
005380         MOVE SPACES TO WS-DFL-TEXT
005390         STRING WS-COPY-NAME(c) DELIMITED BY SPACE
005400                " COPY DOES NOT BALANCE TO ITS TRAILER"
005410                    DELIMITED BY SIZE
005420             INTO WS-DFL-TEXT
005430         PERFORM 3900-WRITE-DIFFERENCE
005440             THRU 3900-WRITE-DIFFERENCE-EXIT
005450     END-IF.
005460     IF WS-CPY-OVERFLOW(c) = "Y"
005470         MOVE SPACES TO WS-DFL-TEXT
005480         STRING WS-COPY-NAME(c) DELIMITED BY SPACE
005490                " COPY HAS MORE THAN 100 ROWS - REST NOT COMPARED"
005500                    DELIMITED BY SIZE
005510             INTO WS-DFL-TEXT
005520         PERFORM 3900-WRITE-DIFFERENCE
005530             THRU 3900-WRITE-DIFFERENCE-EXIT
005540     END-IF.
005550     MOVE 2 TO i.
005560     PERFORM 3410-CHECK-ONE-REPEAT THRU 3410-CHECK-ONE-REPEAT-EXIT
005570         UNTIL i > WS-CPY-COUNT(c).
005580     ADD 1 TO c.
005590 3400-CHECK-ONE-COPY-EXIT.
005600     EXIT.
005610 3410-CHECK-ONE-REPEAT.
005620     MOVE "N" TO WS-FOUND-SWITCH.
005630     MOVE 1 TO j.
005640     PERFORM 3420-COMPARE-EARLIER-ROW
005650         THRU 3420-COMPARE-EARLIER-ROW-EXIT
005660         UNTIL j >= i OR WS-MATCH-FOUND.
005670     IF WS-MATCH-FOUND
005680         MOVE "D" TO WS-CPY-PAIRED(c, i)
005690         MOVE WS-CPY-STUDNO(c, i) TO WS-DFL-STUDNO
005700         MOVE SPACES TO WS-DFL-TEXT
005710         STRING "MORE THAN ONE ROW IN THE " DELIMITED BY SIZE
005720                WS-COPY-NAME(c) DELIMITED BY SPACE
005730                " COPY" DELIMITED BY SIZE
005740             INTO WS-DFL-TEXT
005750         PERFORM 3900-WRITE-DIFFERENCE
005760             THRU 3900-WRITE-DIFFERENCE-EXIT
005770     END-IF.
005780     ADD 1 TO i.
005790 3410-CHECK-ONE-REPEAT-EXIT.
005800     EXIT.
005810 3420-COMPARE-EARLIER-ROW.
005820     IF WS-CPY-STUDNO(c, j) = WS-CPY-STUDNO(c, i)
005830         MOVE "Y" TO WS-FOUND-SWITCH
005840     END-IF.
005850     ADD 1 TO j.
005860 3420-COMPARE-EARLIER-ROW-EXIT.
005870     EXIT.
005880 3500-PAIR-ONE-ROW.
005890     IF WS-CPY-PAIRED(1, i) = "D"
005900         GO TO 3500-PAIR-ONE-ROW-NEXT
005910     END-IF.
005920     MOVE WS-CPY-STUDNO(1, i) TO WS-DFL-STUDNO.
005930     MOVE "N" TO WS-FOUND-SWITCH.
005940     MOVE 1 TO j.
005950     PERFORM 3510-FIND-IN-SECOND THRU 3510-FIND-IN-SECOND-EXIT
005960         UNTIL j > WS-CPY-COUNT(2) OR WS-MATCH-FOUND.
005970     IF NOT WS-MATCH-FOUND
005980         MOVE "ONLY IN THE FIRST COPY" TO WS-DFL-TEXT
005990         PERFORM 3900-WRITE-DIFFERENCE
006000             THRU 3900-WRITE-DIFFERENCE-EXIT
006010         GO TO 3500-PAIR-ONE-ROW-NEXT
006020     END-IF.
006030     MOVE "Y" TO WS-CPY-PAIRED(1, i).
006040     MOVE "Y" TO WS-CPY-PAIRED(2, j).
006050     IF WS-CPY-SCORE(1, i) = WS-CPY-SCORE(2, j)
006060         ADD 1 TO WS-AGREE-COUNT
006070     ELSE
006080         MOVE SPACES TO WS-DFL-TEXT
006090         STRING "MARK - FIRST " DELIMITED BY SIZE
006100                WS-CPY-SCORE(1, i) DELIMITED BY SIZE
006110                ", SECOND " DELIMITED BY SIZE
006120                WS-CPY-SCORE(2, j) DELIMITED BY SIZE
006130             INTO WS-DFL-TEXT
006140         PERFORM 3900-WRITE-DIFFERENCE
006150             THRU 3900-WRITE-DIFFERENCE-EXIT
006160     END-IF.
006170 3500-PAIR-ONE-ROW-NEXT.
006180     ADD 1 TO i.
006190 3500-PAIR-ONE-ROW-EXIT.
006200     EXIT.
006210 3510-FIND-IN-SECOND.
006220*    LEAVES J ON THE MATCHING ROW.
006230     IF WS-CPY-STUDNO(2, j) = WS-CPY-STUDNO(1, i)
006240             AND WS-CPY-PAIRED(2, j) = "N"
006250         MOVE "Y" TO WS-FOUND-SWITCH
006260         GO TO 3510-FIND-IN-SECOND-EXIT
006270     END-IF.
006280     ADD 1 TO j.
006290 3510-FIND-IN-SECOND-EXIT.
006300     EXIT.
006310 3600-LIST-SECOND-ONLY.
006320     IF WS-CPY-PAIRED(2, i) = "N"
006330         MOVE WS-CPY-STUDNO(2, i) TO WS-DFL-STUDNO
006340         MOVE "ONLY IN THE SECOND COPY" TO WS-DFL-TEXT
006350         PERFORM 3900-WRITE-DIFFERENCE
006360             THRU 3900-WRITE-DIFFERENCE-EXIT
006370     END-IF.
006380     ADD 1 TO i.
006390 3600-LIST-SECOND-ONLY-EXIT.
006400     EXIT.
006410 3900-WRITE-DIFFERENCE.
006420     WRITE VERIFY-REPORT-RECORD FROM WS-DIFF-LINE.
006430     ADD 1 TO WS-DIFF-COUNT.
006440 3900-WRITE-DIFFERENCE-EXIT.
006450     EXIT.
006460 4000-WRITE-TOTALS.
006470     WRITE VERIFY-REPORT-RECORD FROM WS-BLANK-LINE.
006480     MOVE "CLASSES KEYED TWICE" TO WS-CNT-LABEL.
006490     MOVE WS-CNT-KEYED-TWICE TO WS-CNT-VALUE.
006500     WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE.
006510     MOVE "MATCHED" TO WS-CNT-LABEL.
006520     MOVE WS-CNT-MATCHED TO WS-CNT-VALUE.
006530     WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE.
006540     MOVE "MISMATCHED" TO WS-CNT-LABEL.
006550     MOVE WS-CNT-MISMATCHED TO WS-CNT-VALUE.
006560     WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE.
006570     MOVE "ALREADY VERIFIED" TO WS-CNT-LABEL.
006580     MOVE WS-CNT-ALREADY TO WS-CNT-VALUE.
006590     WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE.
006600     MOVE "KEYED ONCE" TO WS-CNT-LABEL.
006610     MOVE WS-CNT-KEYED-ONCE TO WS-CNT-VALUE.
006620     WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE.
006630 4000-WRITE-TOTALS-EXIT.
006640     EXIT.
006650 END PROGRAM 'S18108467V'.
