000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467Q'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  QUESTION-LEVEL ITEM
000200*                          ANALYSIS.  THE STATS RUNS ONLY EVER SEE
000210*                          ONE TOTAL PER STUDENT, SO THE EXAM
000220*                          COMMITTEE COULD NOT TELL WHICH
000230*                          QUESTIONS WERE TOO HARD OR FAILED TO
000240*                          SEPARATE THE STRONG STUDENTS FROM THE
000250*                          WEAK.  A CLASS MAY NOW SEND
000260*                          <CLASS>Q.DAT BESIDE ITS SCORE FILE: A
000270*                          HEADER GIVING EACH QUESTION'S MAXIMUM,
000280*                          A ROW PER STUDENT WITH THE MARK FOR
000290*                          EACH OF UP TO 20 QUESTIONS, AND THE
000300*                          USUAL CONTROL-TOTAL TRAILER.  EACH ROW
000310*                          MUST ADD UP TO THE STUDENT'S TOTAL ON
000320*                          <CLASS>.DAT. FOR EVERY QUESTION
000330*                          ITEMANL.DAT SHOWS THE MEAN, THE MEAN AS
000340*                          A PERCENTAGE OF THE MAXIMUM
000350*                          (DIFFICULTY), THE STANDARD DEVIATION
000360*                          AND A DISCRIMINATION INDEX (TOP GROUP
000370*                          AGAINST BOTTOM GROUP, 27 PER CENT EACH,
000380*                          RANKED ON TOTAL), AND FLAGS EVERY
000390*                          QUESTION OUTSIDE THE LIMITS IN
000400*                          ITEMLIM.DAT. RUN AFTER THE BATCH, AHEAD
000410*                          OF THE DISTRIBUTION STEP, WHICH PUTS
000420*                          EACH CLASS'S SECTION IN ITS LECTURER'S
000430*                          BUNDLE.  RETURN-CODE 8 WHEN A CLASS
000440*                          CANNOT BE ANALYSED OR ANY ROW IS LEFT
000450*                          OUT.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CONTROL-FILE ASSIGN TO "CLASSCTL.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CTL-FILE-STATUS.
000530     SELECT LIMIT-FILE ASSIGN TO "ITEMLIM.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LIM-FILE-STATUS.
000560     SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SCORE-FILE-STATUS.
000590     SELECT QUESTION-FILE ASSIGN TO DYNAMIC WS-QUESTION-FILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-QST-FILE-STATUS.
000620     SELECT ITEM-REPORT-FILE ASSIGN TO "ITEMANL.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CONTROL-FILE.
000670 01  CONTROL-RECORD             PIC X(20).
000680 FD  LIMIT-FILE.
000690 01  LIMIT-RECORD.
000700     05 LIM-DIFF-LOW            PIC X(03).
000710     05 LIM-DIFF-LOW-N REDEFINES LIM-DIFF-LOW
000720                                PIC 9(03).
000730     05 FILLER                  PIC X(01).
000740     05 LIM-DIFF-HIGH           PIC X(03).
000750     05 LIM-DIFF-HIGH-N REDEFINES LIM-DIFF-HIGH
000760                                PIC 9(03).
000770     05 FILLER                  PIC X(01).
000780     05 LIM-DISCRIM             PIC X(03).
000790     05 LIM-DISCRIM-N REDEFINES LIM-DISCRIM
000800                                PIC 9(03).
000810 FD  SCORE-FILE.
000820 01  SCORE-FILE-RECORD.
000830     05 SF-RECORD-TYPE          PIC X(01).
000840         88 SF-HEADER-REC               VALUE "H".
000850         88 SF-DETAIL-REC               VALUE "D".
000860         88 SF-TRAILER-REC              VALUE "T".
000870     05 SF-RECORD-BODY          PIC X(34).
000880 01  SF-HEADER-RECORD.
000890     05 FILLER                  PIC X(01).
000900     05 SF-HDR-CLASS            PIC X(20).
000910     05 SF-HDR-ASOF             PIC X(08).
000920     05 SF-HDR-PERIOD           PIC X(06).
000930 01  SF-DETAIL-RECORD.
000940     05 FILLER                  PIC X(01).
000950     05 SF-STUDNO               PIC X(10).
000960     05 FILLER                  PIC X(01).
000970     05 SF-SCORE                PIC X(04).
000980     05 SF-SCORE-N REDEFINES SF-SCORE
000990                                PIC 9(04).
001000     05 FILLER                  PIC X(19).
001010 01  SF-TRAILER-RECORD.
001020     05 FILLER                  PIC X(01).
001030     05 SF-TRL-COUNT            PIC X(04).
001040     05 SF-TRL-COUNT-N REDEFINES SF-TRL-COUNT
001050                                PIC 9(04).
001060     05 SF-TRL-HASH             PIC X(08).
001070     05 SF-TRL-HASH-N REDEFINES SF-TRL-HASH
001080                                PIC 9(08).
001090     05 FILLER                  PIC X(22).
001100*    <CLASS>Q.DAT - THE SAME H/D/T SHAPE AS THE SCORE FILE.  THE
001110*    HEADER KEEPS THE SCORE FILE'S CLASS, AS-OF AND PERIOD COLUMNS
001120*    AND ADDS THE QUESTION COUNT (37-38) AND EACH QUESTION'S
001130*    MAXIMUM, THREE DIGITS APIECE FROM COL 40.  A DETAIL ROW HAS
001140*    THE STUDENT NUMBER IN 2-11 AND THREE DIGITS PER QUESTION FROM
001150*    COL 13.  THE TRAILER HASH IS THE SUM OF EVERY QUESTION MARK.
001160 FD  QUESTION-FILE.
001170 01  QUESTION-FILE-RECORD.
001180     05 QF-RECORD-TYPE          PIC X(01).
001190         88 QF-HEADER-REC               VALUE "H".
001200         88 QF-DETAIL-REC               VALUE "D".
001210         88 QF-TRAILER-REC              VALUE "T".
001220     05 QF-RECORD-BODY          PIC X(99).
001230 01  QF-HEADER-RECORD.
001240     05 FILLER                  PIC X(01).
001250     05 QF-HDR-CLASS            PIC X(20).
001260     05 QF-HDR-ASOF             PIC X(08).
001270     05 QF-HDR-PERIOD           PIC X(06).
001280     05 FILLER                  PIC X(01).
001290     05 QF-HDR-QCOUNT           PIC X(02).
001300     05 QF-HDR-QCOUNT-N REDEFINES QF-HDR-QCOUNT
001310                                PIC 9(02).
001320     05 FILLER                  PIC X(01).
001330     05 QF-HDR-MAX-SLOT OCCURS 20 TIMES.
001340         10 QF-HDR-MAX          PIC X(03).
001350         10 QF-HDR-MAX-N REDEFINES QF-HDR-MAX
001360                                PIC 9(03).
001370     05 FILLER                  PIC X(01).
001380 01  QF-DETAIL-RECORD.
001390     05 FILLER                  PIC X(01).
001400     05 QF-STUDNO               PIC X(10).
001410     05 FILLER                  PIC X(01).
001420     05 QF-MARK-SLOT OCCURS 20 TIMES.
001430         10 QF-MARK             PIC X(03).
001440         10 QF-MARK-N REDEFINES QF-MARK
001450                                PIC 9(03).
001460     05 FILLER                  PIC X(28).
001470 01  QF-TRAILER-RECORD.
001480     05 FILLER                  PIC X(01).
001490     05 QF-TRL-COUNT            PIC X(04).
001500     05 QF-TRL-COUNT-N REDEFINES QF-TRL-COUNT
001510                                PIC 9(04).
001520     05 QF-TRL-HASH             PIC X(08).
001530     05 QF-TRL-HASH-N REDEFINES QF-TRL-HASH
001540                                PIC 9(08).
001550     05 FILLER                  PIC X(87).
001560 FD  ITEM-REPORT-FILE.
001570 01  ITEM-REPORT-RECORD         PIC X(120).
001580 WORKING-STORAGE SECTION.
001590     01 i PIC 9(3) COMP VALUE 1.
001600     01 j PIC 9(3) COMP VALUE 1.
001610     01 q PIC 9(2) COMP VALUE 1.
001620     01 WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001630     01 WS-LIM-FILE-STATUS      PIC X(02) VALUE SPACES.
001640     01 WS-SCORE-FILE-STATUS    PIC X(02) VALUE SPACES.
001650     01 WS-QST-FILE-STATUS      PIC X(02) VALUE SPACES.
001660     01 WS-SCORE-FILE-NAME      PIC X(30) VALUE SPACES.
001670     01 WS-QUESTION-FILE-NAME   PIC X(30) VALUE SPACES.
001680     01 WS-ITEM-CLASS           PIC X(20) VALUE SPACES.
001690     01 WS-THE-CLASS            PIC X(20) VALUE SPACES.
001700     01 WS-PERIOD               PIC X(06) VALUE SPACES.
001710     01 WS-TODAY                PIC X(08) VALUE SPACES.
001720     01 WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001730         88 WS-CTL-END-OF-FILE          VALUE "Y".
001740     01 WS-SCR-EOF-SWITCH       PIC X(01) VALUE "N".
001750         88 WS-SCR-END-OF-FILE          VALUE "Y".
001760     01 WS-QST-EOF-SWITCH       PIC X(01) VALUE "N".
001770         88 WS-QST-END-OF-FILE          VALUE "Y".
001780     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001790         88 WS-RUN-FAILED               VALUE "Y".
001800     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001810         88 WS-ENTRY-FOUND              VALUE "Y".
001820*    WHY THE CURRENT CLASS CANNOT BE ANALYSED - SPACES WHILE IT
001830*    STILL CAN.
001840     01 WS-CLASS-FAULT          PIC X(60) VALUE SPACES.
001850*    CONTROL TOTALS FOR WHICHEVER FILE IS BEING LOADED.
001860     01 WS-DTL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001870     01 WS-HASH-SUM             PIC 9(8) COMP VALUE ZEROS.
001880     01 WS-TRL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001890     01 WS-TRL-HASH             PIC 9(8) COMP VALUE ZEROS.
001900     01 WS-HDR-SWITCH           PIC X(01) VALUE "N".
001910         88 WS-HEADER-SEEN              VALUE "Y".
001920     01 WS-TRL-SWITCH           PIC X(01) VALUE "N".
001930         88 WS-TRAILER-SEEN             VALUE "Y".
001940     01 WS-FMT-SWITCH           PIC X(01) VALUE "N".
001950         88 WS-FORMAT-BAD               VALUE "Y".
001960     01 WS-HDR-SEEN-CLASS       PIC X(20) VALUE SPACES.
001970     01 WS-HDR-SEEN-PERIOD      PIC X(06) VALUE SPACES.
001980     01 WS-SCORE-SIGN           PIC X(01) VALUE SPACES.
001990     01 WS-SCORE-DIGITS         PIC X(03) VALUE SPACES.
002000     01 WS-SCORE-DIGITS-N REDEFINES WS-SCORE-DIGITS
002010                                PIC 9(03).
002020     01 WS-SCORE-VALUE          PIC S9(04) VALUE ZEROS.
002030*    ACCEPTABLE LIMITS.  ITEMLIM.DAT, WHEN PRESENT, IS ONE LINE:
002040*    LOWEST DIFFICULTY PER CENT (1-3), HIGHEST DIFFICULTY PER CENT
002050*    (5-7) AND LOWEST DISCRIMINATION INDEX IN HUNDREDTHS (9-11).
002060*    WITHOUT IT THE USUAL TEXTBOOK FIGURES APPLY: A QUESTION THE
002070*    CLASS AVERAGES UNDER 30 OR OVER 90 PER CENT ON IS TOO HARD OR
002080*    TOO EASY, AND AN INDEX UNDER 0.20 DOES NOT DISCRIMINATE.
002090     01 WS-LIM-DIFF-LOW         PIC 9(03) VALUE 30.
002100     01 WS-LIM-DIFF-HIGH        PIC 9(03) VALUE 90.
002110     01 WS-LIM-DISCRIM          PIC 9V9(02) VALUE 0.20.
002120*    THE SCORE FILE'S STUDENTS AND TOTALS.  A CLASS IS AT MOST 50
002130*    ENTRIES, THE SAME CEILING READDATA WORKS TO.
002140     01 WS-STU-MAX              PIC 9(3) COMP VALUE 50.
002150     01 WS-STU-COUNT            PIC 9(3) COMP VALUE ZEROS.
002160     01 WS-STU-TABLE.
002170         05 WS-STU-ROW OCCURS 50 TIMES.
002180             10 WS-STU-STUDNO   PIC X(10).
002190             10 WS-STU-TOTAL    PIC S9(4).
002200             10 WS-STU-MATCHED  PIC X(01).
002210*    THE QUESTION MAXIMA FROM THE HEADER.
002220     01 WS-QCOUNT               PIC 9(2) COMP VALUE ZEROS.
002230     01 WS-QMAX-TABLE.
002240         05 WS-QMAX             PIC 9(3) OCCURS 20 TIMES.
002250*    THE ROW BEING CHECKED.
002260     01 WS-ROW-SUM              PIC 9(4) COMP VALUE ZEROS.
002270     01 WS-ROW-REASON           PIC X(60) VALUE SPACES.
002280     01 WS-ROW-STU              PIC 9(3) COMP VALUE ZEROS.
002290     01 WS-ROW-Q                PIC 99.
002300     01 WS-ROW-SUM-ED           PIC ZZZ9.
002310     01 WS-ROW-TOTAL-ED         PIC -ZZZ9.
002320*    THE ROWS THAT PASSED - ONE PER STUDENT, MARKS BY QUESTION,
002330*    RANKED ON TOTAL BEFORE THE GROUPS ARE TAKEN.
002340     01 WS-ITM-COUNT            PIC 9(3) COMP VALUE ZEROS.
002350     01 WS-ITM-TABLE.
002360         05 WS-ITM-ROW OCCURS 50 TIMES.
002370             10 WS-ITM-STUDNO   PIC X(10).
002380             10 WS-ITM-TOTAL    PIC 9(4).
002390             10 WS-ITM-MARK     PIC 9(3) OCCURS 20 TIMES.
002400     01 WS-HOLD-ROW             PIC X(74).
002410*    ROWS LEFT OUT OF THE ANALYSIS, LISTED UNDER THE CLASS.
002420     01 WS-EXC-MAX              PIC 9(3) COMP VALUE 100.
002430     01 WS-EXC-COUNT            PIC 9(3) COMP VALUE ZEROS.
002440     01 WS-EXC-TABLE.
002450         05 WS-EXC-ROW OCCURS 100 TIMES.
002460             10 WS-EXC-STUDNO   PIC X(10).
002470             10 WS-EXC-REASON   PIC X(60).
002480     01 WS-EXC-NEW-STUDNO       PIC X(10) VALUE SPACES.
002490*    ONE QUESTION'S FIGURES.
002500     01 WS-GROUP-SIZE           PIC 9(3) COMP VALUE ZEROS.
002510     01 WS-BOTTOM-START         PIC 9(3) COMP VALUE ZEROS.
002520     01 WS-Q-SUM                PIC 9(6) COMP VALUE ZEROS.
002530     01 WS-Q-MEAN               PIC 9(3)V9(4) VALUE ZEROS.
002540     01 WS-Q-DIFF               PIC 9(3)V9(1) VALUE ZEROS.
002550     01 WS-Q-DEV-DIFF           PIC S9(3)V9(4) VALUE ZEROS.
002560     01 WS-Q-DEV-SUM            PIC 9(9)V9(4) VALUE ZEROS.
002570     01 WS-Q-STDDEV             PIC 9(3)V9(2) VALUE ZEROS.
002580     01 WS-Q-TOP-SUM            PIC 9(6) COMP VALUE ZEROS.
002590     01 WS-Q-BOTTOM-SUM         PIC 9(6) COMP VALUE ZEROS.
002600     01 WS-Q-SPREAD             PIC S9(6) VALUE ZEROS.
002610     01 WS-Q-DISCRIM            PIC S9V9(2) VALUE ZEROS.
002620     01 WS-Q-FLAGGED            PIC 9(2) VALUE ZEROS.
002630     01 WS-CNT-ANALYSED         PIC 9(3) VALUE ZEROS.
002640     01 WS-CNT-NOT-ANALYSED     PIC 9(3) VALUE ZEROS.
002650     01 WS-CNT-NO-QUESTIONS     PIC 9(3) VALUE ZEROS.
002660     01 WS-TITLE-LINE.
002670         05 FILLER              PIC X(30) VALUE
002680                 "QUESTION ITEM ANALYSIS".
002690     01 WS-DATE-LINE.
002700         05 FILLER              PIC X(15) VALUE
002710                 "RUN DATE     : ".
002720         05 WS-RPT-DATE         PIC X(08) VALUE SPACES.
002730     01 WS-CLASS-LINE.
002740         05 FILLER              PIC X(07) VALUE "CLASS: ".
002750         05 WS-CLS-CLASS        PIC X(20) VALUE SPACES.
002760         05 FILLER              PIC X(10) VALUE "  PERIOD: ".
002770         05 WS-CLS-PERIOD       PIC X(06) VALUE SPACES.
002780     01 WS-FAULT-LINE.
002790         05 FILLER              PIC X(17) VALUE
002800                 "  NOT ANALYSED - ".
002810         05 WS-FLT-TEXT         PIC X(60) VALUE SPACES.
002820     01 WS-COUNT-LINE.
002830         05 FILLER              PIC X(02) VALUE SPACES.
002840         05 WS-CNT-LABEL        PIC X(20) VALUE SPACES.
002850         05 FILLER              PIC X(02) VALUE ": ".
002860         05 WS-CNT-VALUE        PIC ZZ9.
002870     01 WS-LIMIT-LINE.
002880         05 FILLER              PIC X(35) VALUE
002890                 "  LIMITS              : DIFFICULTY ".
002900         05 WS-LML-LOW          PIC ZZ9.
002910         05 FILLER              PIC X(04) VALUE " TO ".
002920         05 WS-LML-HIGH         PIC ZZ9.
002930         05 FILLER              PIC X(29) VALUE
002940                 " PER CENT, DISCRIMINATION AT ".
002950         05 FILLER              PIC X(06) VALUE "LEAST ".
002960         05 WS-LML-DISCRIM      PIC 9.99.
002970     01 WS-HEAD-LINE.
002980         05 FILLER              PIC X(12) VALUE "  QUESTION".
002990         05 FILLER              PIC X(08) VALUE "MAX".
003000         05 FILLER              PIC X(05) VALUE "MEAN".
003010         05 FILLER              PIC X(12) VALUE "DIFFICULTY".
003020         05 FILLER              PIC X(09) VALUE "STD DEV".
003030         05 FILLER              PIC X(10) VALUE "DISCRIM".
003040         05 FILLER              PIC X(04) VALUE "FLAG".
003050     01 WS-DETAIL-LINE.
003060         05 FILLER              PIC X(05) VALUE "    Q".
003070         05 WS-DTL-Q            PIC 99.
003080         05 FILLER              PIC X(05) VALUE SPACES.
003090         05 WS-DTL-MAX          PIC ZZ9.
003100         05 FILLER              PIC X(03) VALUE SPACES.
003110         05 WS-DTL-MEAN         PIC ZZ9.99.
003120         05 FILLER              PIC X(05) VALUE SPACES.
003130         05 WS-DTL-DIFF         PIC ZZ9.9.
003140         05 FILLER              PIC X(01) VALUE "%".
003150         05 FILLER              PIC X(03) VALUE SPACES.
003160         05 WS-DTL-STDDEV       PIC ZZ9.99.
003170         05 FILLER              PIC X(04) VALUE SPACES.
003180         05 WS-DTL-DISCRIM      PIC -9.99.
003190         05 FILLER              PIC X(03) VALUE SPACES.
003200         05 WS-DTL-DIFF-FLAG    PIC X(09) VALUE SPACES.
003210         05 WS-DTL-DISC-FLAG    PIC X(24) VALUE SPACES.
003220     01 WS-EXC-HEAD-LINE.
003230         05 FILLER              PIC X(30) VALUE
003240                 "  ROWS NOT ANALYSED".
003250     01 WS-EXC-LINE.
003260         05 FILLER              PIC X(04) VALUE SPACES.
003270         05 WS-EXL-STUDNO       PIC X(10) VALUE SPACES.
003280         05 FILLER              PIC X(03) VALUE " - ".
003290         05 WS-EXL-REASON       PIC X(60) VALUE SPACES.
003300     01 WS-BLANK-LINE           PIC X(01) VALUE SPACES.
003310 PROCEDURE DIVISION.
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003340     IF WS-ITEM-CLASS NOT = SPACES
003350         MOVE WS-ITEM-CLASS TO WS-THE-CLASS
003360         PERFORM 3000-ANALYSE-CLASS THRU 3000-ANALYSE-CLASS-EXIT
003370         IF WS-CNT-NO-QUESTIONS > 0
003380             DISPLAY "NO QUESTION FILE FOR CLASS " WS-ITEM-CLASS
003390             MOVE "Y" TO WS-FAIL-SWITCH
003400         END-IF
003410     ELSE
003420         PERFORM 2000-RUN-ALL-CLASSES
003430             THRU 2000-RUN-ALL-CLASSES-EXIT
003440     END-IF.
003450     CLOSE ITEM-REPORT-FILE.
003460     DISPLAY "ITEM ANALYSIS COMPLETE - " WS-CNT-ANALYSED
003470         " CLASSES ANALYSED, " WS-CNT-NOT-ANALYSED
003480         " NOT ANALYSED, " WS-CNT-NO-QUESTIONS
003490         " WITHOUT A QUESTION FILE - SEE ITEMANL.DAT".
003500     IF WS-RUN-FAILED
003510         MOVE 8 TO RETURN-CODE
003520     END-IF.
003530 0000-MAINLINE-EXIT.
003540     GOBACK.
003550 1000-INITIALIZE.
003560*    S18108467-ITEMCLASS ANALYSES THE ONE CLASS NAMED; UNSET,
003570*    EVERY CLASS IN CLASSCTL.DAT THAT HAS A QUESTION FILE IS
003580*    ANALYSED.
003590     ACCEPT WS-ITEM-CLASS FROM ENVIRONMENT "S18108467-ITEMCLASS".
003600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003610     PERFORM 1100-LOAD-LIMITS THRU 1100-LOAD-LIMITS-EXIT.
003620     OPEN OUTPUT ITEM-REPORT-FILE.
003630     WRITE ITEM-REPORT-RECORD FROM WS-TITLE-LINE.
003640     MOVE WS-TODAY TO WS-RPT-DATE.
003650     WRITE ITEM-REPORT-RECORD FROM WS-DATE-LINE.
003660 1000-INITIALIZE-EXIT.
003670     EXIT.
003680 1100-LOAD-LIMITS.
003690*    A FIGURE LEFT BLANK OR NOT NUMERIC KEEPS ITS DEFAULT.
003700     OPEN INPUT LIMIT-FILE.
003710     IF WS-LIM-FILE-STATUS NOT = "00"
003720         GO TO 1100-LOAD-LIMITS-EXIT
003730     END-IF.
003740     READ LIMIT-FILE
003750         AT END CONTINUE
003760         NOT AT END
003770             IF LIM-DIFF-LOW IS NUMERIC
003780                 MOVE LIM-DIFF-LOW-N TO WS-LIM-DIFF-LOW
003790             END-IF
003800             IF LIM-DIFF-HIGH IS NUMERIC
003810                 MOVE LIM-DIFF-HIGH-N TO WS-LIM-DIFF-HIGH
003820             END-IF
003830             IF LIM-DISCRIM IS NUMERIC
003840                 COMPUTE WS-LIM-DISCRIM = LIM-DISCRIM-N / 100
003850             END-IF
003860     END-READ.
003870     CLOSE LIMIT-FILE.
003880 1100-LOAD-LIMITS-EXIT.
003890     EXIT.
003900 2000-RUN-ALL-CLASSES.
003910     OPEN INPUT CONTROL-FILE.
003920     IF WS-CTL-FILE-STATUS NOT = "00"
003930         DISPLAY "NO CLASSCTL.DAT - NO CLASSES TO ANALYSE."
003940         MOVE "Y" TO WS-FAIL-SWITCH
003950         GO TO 2000-RUN-ALL-CLASSES-EXIT
003960     END-IF.
003970     MOVE "N" TO WS-CTL-EOF-SWITCH.
003980     PERFORM 2100-READ-ONE-CLASS THRU 2100-READ-ONE-CLASS-EXIT
003990         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
004000     CLOSE CONTROL-FILE.
004010 2000-RUN-ALL-CLASSES-EXIT.
004020     EXIT.
004030 2100-READ-ONE-CLASS.
004040     READ CONTROL-FILE
004050         AT END SET WS-CTL-END-OF-FILE TO TRUE
004060         NOT AT END
004070             IF CONTROL-RECORD NOT = SPACES
004080                 MOVE CONTROL-RECORD TO WS-THE-CLASS
004090                 PERFORM 3000-ANALYSE-CLASS
004100                     THRU 3000-ANALYSE-CLASS-EXIT
004110             END-IF
004120     END-READ.
004130 2100-READ-ONE-CLASS-EXIT.
004140     EXIT.
004150 3000-ANALYSE-CLASS.
004160*    A CLASS WITHOUT A QUESTION FILE SIMPLY HAS NO ITEM ANALYSIS -
004170*    MOST PAPERS ARE STILL MARKED AS A SINGLE TOTAL.
004180     MOVE SPACES TO WS-QUESTION-FILE-NAME.
004190     STRING WS-THE-CLASS DELIMITED BY SPACE
004200            "Q.DAT" DELIMITED BY SIZE
004210         INTO WS-QUESTION-FILE-NAME.
004220     OPEN INPUT QUESTION-FILE.
004230     IF WS-QST-FILE-STATUS NOT = "00"
004240         ADD 1 TO WS-CNT-NO-QUESTIONS
004250         GO TO 3000-ANALYSE-CLASS-EXIT
004260     END-IF.
004270     CLOSE QUESTION-FILE.
004280     MOVE SPACES TO WS-CLASS-FAULT.
004290     MOVE SPACES TO WS-PERIOD.
004300     MOVE ZEROS TO WS-STU-COUNT.
004310     MOVE ZEROS TO WS-ITM-COUNT.
004320     MOVE ZEROS TO WS-EXC-COUNT.
004330     MOVE ZEROS TO WS-QCOUNT.
004340     PERFORM 3100-LOAD-SCORE-FILE THRU 3100-LOAD-SCORE-FILE-EXIT.
004350     IF WS-CLASS-FAULT = SPACES
004360         PERFORM 3200-LOAD-QUESTION-FILE
004370             THRU 3200-LOAD-QUESTION-FILE-EXIT
004380     END-IF.
004390     IF WS-CLASS-FAULT = SPACES
004400         MOVE 1 TO i
004410         PERFORM 3300-CHECK-ONE-STUDENT
004420             THRU 3300-CHECK-ONE-STUDENT-EXIT
004430             WITH TEST AFTER UNTIL i > WS-STU-COUNT
004440     END-IF.
004450     IF WS-CLASS-FAULT = SPACES AND WS-ITM-COUNT < 2
004460         MOVE "FEWER THAN TWO STUDENTS WITH MATCHING MARKS"
004470             TO WS-CLASS-FAULT
004480     END-IF.
004490     MOVE WS-THE-CLASS TO WS-CLS-CLASS.
004500     MOVE WS-PERIOD TO WS-CLS-PERIOD.
004510     WRITE ITEM-REPORT-RECORD FROM WS-BLANK-LINE.
004520     WRITE ITEM-REPORT-RECORD FROM WS-CLASS-LINE.
004530     IF WS-CLASS-FAULT NOT = SPACES
004540         MOVE WS-CLASS-FAULT TO WS-FLT-TEXT
004550         WRITE ITEM-REPORT-RECORD FROM WS-FAULT-LINE
004560         ADD 1 TO WS-CNT-NOT-ANALYSED
004570         MOVE "Y" TO WS-FAIL-SWITCH
004580         DISPLAY "CLASS " WS-THE-CLASS " NOT ANALYSED - "
004590             WS-CLASS-FAULT
004600     ELSE
004610         PERFORM 4000-RANK-BY-TOTAL THRU 4000-RANK-BY-TOTAL-EXIT
004620         PERFORM 5000-WRITE-ANALYSIS THRU 5000-WRITE-ANALYSIS-EXIT
004630         ADD 1 TO WS-CNT-ANALYSED
004640     END-IF.
004650     IF WS-EXC-COUNT > 0
004660         PERFORM 5500-WRITE-EXCEPTIONS
004670             THRU 5500-WRITE-EXCEPTIONS-EXIT
004680         MOVE "Y" TO WS-FAIL-SWITCH
004690     END-IF.
004700 3000-ANALYSE-CLASS-EXIT.
004710     EXIT.
004720 3100-LOAD-SCORE-FILE.
004730*    THE SAME RECONCILIATION READDATA APPLIES - A SCORE FILE THAT
004740*    DOES NOT BALANCE HAS NO TOTALS WORTH CHECKING AGAINST.
004750     MOVE SPACES TO WS-SCORE-FILE-NAME.
004760     STRING WS-THE-CLASS DELIMITED BY SPACE
004770            ".DAT" DELIMITED BY SIZE
004780         INTO WS-SCORE-FILE-NAME.
004790     MOVE ZEROS TO WS-DTL-COUNT.
004800     MOVE ZEROS TO WS-HASH-SUM.
004810     MOVE ZEROS TO WS-TRL-COUNT.
004820     MOVE ZEROS TO WS-TRL-HASH.
004830     MOVE "N" TO WS-HDR-SWITCH.
004840     MOVE "N" TO WS-TRL-SWITCH.
004850     MOVE "N" TO WS-FMT-SWITCH.
004860     MOVE "N" TO WS-SCR-EOF-SWITCH.
004870     MOVE SPACES TO WS-HDR-SEEN-CLASS.
004880     MOVE SPACES TO WS-HDR-SEEN-PERIOD.
004890     OPEN INPUT SCORE-FILE.
004900     IF WS-SCORE-FILE-STATUS NOT = "00"
004910         MOVE "NO SCORE FILE TO CHECK THE QUESTION MARKS AGAINST"
004920             TO WS-CLASS-FAULT
004930         GO TO 3100-LOAD-SCORE-FILE-EXIT
004940     END-IF.
004950     PERFORM 3110-READ-ONE-SCORE-REC
004960         THRU 3110-READ-ONE-SCORE-REC-EXIT
004970         WITH TEST AFTER UNTIL WS-SCR-END-OF-FILE.
004980     CLOSE SCORE-FILE.
004990*    THE PERIOD THE CLASS IS FILED UNDER, BY READDATA'S RULE.
005000     MOVE WS-HDR-SEEN-PERIOD TO WS-PERIOD.
005010     IF WS-PERIOD = SPACES
005020         ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD"
005030     END-IF.
005040     IF WS-PERIOD = SPACES
005050         MOVE WS-TODAY(1:4) TO WS-PERIOD(1:4)
005060         MOVE "00" TO WS-PERIOD(5:2)
005070     END-IF.
005080     IF WS-FORMAT-BAD OR NOT WS-HEADER-SEEN
005090             OR NOT WS-TRAILER-SEEN
005100             OR WS-DTL-COUNT NOT = WS-TRL-COUNT
005110             OR WS-HASH-SUM NOT = WS-TRL-HASH
005120         MOVE "SCORE FILE IS OUT OF BALANCE" TO WS-CLASS-FAULT
005130         GO TO 3100-LOAD-SCORE-FILE-EXIT
005140     END-IF.
005150     IF WS-DTL-COUNT > WS-STU-MAX
005160         MOVE "SCORE FILE HAS MORE THAN 50 STUDENTS"
005170             TO WS-CLASS-FAULT
005180     END-IF.
005190 3100-LOAD-SCORE-FILE-EXIT.
005200     EXIT.
005210 3110-READ-ONE-SCORE-REC.
005220     READ SCORE-FILE
005230         AT END SET WS-SCR-END-OF-FILE TO TRUE
005240         NOT AT END
005250             PERFORM 3120-TAKE-SCORE-REC
005260                 THRU 3120-TAKE-SCORE-REC-EXIT
005270     END-READ.
005280 3110-READ-ONE-SCORE-REC-EXIT.
005290     EXIT.
005300 3120-TAKE-SCORE-REC.
005310     IF SF-HEADER-REC
005320         MOVE "Y" TO WS-HDR-SWITCH
005330         MOVE SF-HDR-CLASS TO WS-HDR-SEEN-CLASS
005340         MOVE SF-HDR-PERIOD TO WS-HDR-SEEN-PERIOD
005350         GO TO 3120-TAKE-SCORE-REC-EXIT
005360     END-IF.
005370     IF SF-TRAILER-REC
005380         IF SF-TRL-COUNT IS NUMERIC AND SF-TRL-HASH IS NUMERIC
005390             MOVE SF-TRL-COUNT-N TO WS-TRL-COUNT
005400             MOVE SF-TRL-HASH-N TO WS-TRL-HASH
005410             MOVE "Y" TO WS-TRL-SWITCH
005420         ELSE
005430             MOVE "Y" TO WS-FMT-SWITCH
005440         END-IF
005450         GO TO 3120-TAKE-SCORE-REC-EXIT
005460     END-IF.
005470     IF NOT SF-DETAIL-REC
005480         MOVE "Y" TO WS-FMT-SWITCH
005490         GO TO 3120-TAKE-SCORE-REC-EXIT
005500     END-IF.
005510     ADD 1 TO WS-DTL-COUNT.
005520     MOVE SF-SCORE(1:1) TO WS-SCORE-SIGN.
005530     MOVE SF-SCORE(2:3) TO WS-SCORE-DIGITS.
005540     IF WS-SCORE-SIGN = "-" AND WS-SCORE-DIGITS-N IS NUMERIC
005550         COMPUTE WS-SCORE-VALUE = 0 - WS-SCORE-DIGITS-N
005560         ADD WS-SCORE-DIGITS-N TO WS-HASH-SUM
005570     ELSE
005580         IF SF-SCORE IS NUMERIC
005590             MOVE SF-SCORE-N TO WS-SCORE-VALUE
005600             ADD SF-SCORE-N TO WS-HASH-SUM
005610         ELSE
005620             MOVE "Y" TO WS-FMT-SWITCH
005630             GO TO 3120-TAKE-SCORE-REC-EXIT
005640         END-IF
005650     END-IF.
005660     IF WS-STU-COUNT < WS-STU-MAX
005670         ADD 1 TO WS-STU-COUNT
005680         MOVE SF-STUDNO TO WS-STU-STUDNO(WS-STU-COUNT)
005690         MOVE WS-SCORE-VALUE TO WS-STU-TOTAL(WS-STU-COUNT)
005700         MOVE "N" TO WS-STU-MATCHED(WS-STU-COUNT)
005710     END-IF.
005720 3120-TAKE-SCORE-REC-EXIT.
005730     EXIT.
005740 3200-LOAD-QUESTION-FILE.
005750     MOVE ZEROS TO WS-DTL-COUNT.
005760     MOVE ZEROS TO WS-HASH-SUM.
005770     MOVE ZEROS TO WS-TRL-COUNT.
005780     MOVE ZEROS TO WS-TRL-HASH.
005790     MOVE "N" TO WS-HDR-SWITCH.
005800     MOVE "N" TO WS-TRL-SWITCH.
005810     MOVE "N" TO WS-FMT-SWITCH.
005820     MOVE "N" TO WS-QST-EOF-SWITCH.
005830     MOVE SPACES TO WS-HDR-SEEN-CLASS.
005840     MOVE SPACES TO WS-HDR-SEEN-PERIOD.
005850     OPEN INPUT QUESTION-FILE.
005860     PERFORM 3210-READ-ONE-QUESTION-REC
005870         THRU 3210-READ-ONE-QUESTION-REC-EXIT
005880         WITH TEST AFTER UNTIL WS-QST-END-OF-FILE.
005890     CLOSE QUESTION-FILE.
005900     IF WS-FORMAT-BAD OR NOT WS-HEADER-SEEN
005910             OR NOT WS-TRAILER-SEEN
005920             OR WS-DTL-COUNT NOT = WS-TRL-COUNT
005930             OR WS-HASH-SUM NOT = WS-TRL-HASH
005940         MOVE "QUESTION FILE IS OUT OF BALANCE" TO WS-CLASS-FAULT
005950         GO TO 3200-LOAD-QUESTION-FILE-EXIT
005960     END-IF.
005970*    THE QUESTION FILE MUST BE FOR THIS CLASS AND THE PERIOD ITS
005980*    SCORE FILE IS FILED UNDER - A BLANK HEADER FIELD IS TAKEN TO
005990*    AGREE.
006000     IF WS-HDR-SEEN-CLASS NOT = SPACES
006010             AND WS-HDR-SEEN-CLASS NOT = WS-THE-CLASS
006020         MOVE SPACES TO WS-CLASS-FAULT
006030         STRING "QUESTION FILE HEADER NAMES CLASS "
006040                    DELIMITED BY SIZE
006050                WS-HDR-SEEN-CLASS DELIMITED BY SPACE
006060             INTO WS-CLASS-FAULT
006070         GO TO 3200-LOAD-QUESTION-FILE-EXIT
006080     END-IF.
006090     IF WS-HDR-SEEN-PERIOD NOT = SPACES
006100             AND WS-HDR-SEEN-PERIOD NOT = WS-PERIOD
006110         MOVE SPACES TO WS-CLASS-FAULT
006120         STRING "QUESTION FILE HEADER NAMES PERIOD "
006130                    DELIMITED BY SIZE
006140                WS-HDR-SEEN-PERIOD DELIMITED BY SIZE
006150             INTO WS-CLASS-FAULT
006160     END-IF.
006170 3200-LOAD-QUESTION-FILE-EXIT.
006180     EXIT.
006190 3210-READ-ONE-QUESTION-REC.
006200     READ QUESTION-FILE
006210         AT END SET WS-QST-END-OF-FILE TO TRUE
006220         NOT AT END
006230             PERFORM 3220-TAKE-QUESTION-REC
006240                 THRU 3220-TAKE-QUESTION-REC-EXIT
006250     END-READ.
006260 3210-READ-ONE-QUESTION-REC-EXIT.
006270     EXIT.
006280 3220-TAKE-QUESTION-REC.
006290     IF QF-HEADER-REC
006300         PERFORM 3230-TAKE-QUESTION-HEADER
006310             THRU 3230-TAKE-QUESTION-HEADER-EXIT
006320         GO TO 3220-TAKE-QUESTION-REC-EXIT
006330     END-IF.
006340     IF QF-TRAILER-REC
006350         IF QF-TRL-COUNT IS NUMERIC AND QF-TRL-HASH IS NUMERIC
006360             MOVE QF-TRL-COUNT-N TO WS-TRL-COUNT
006370             MOVE QF-TRL-HASH-N TO WS-TRL-HASH
006380             MOVE "Y" TO WS-TRL-SWITCH
006390         ELSE
006400             MOVE "Y" TO WS-FMT-SWITCH
006410         END-IF
006420         GO TO 3220-TAKE-QUESTION-REC-EXIT
006430     END-IF.
006440*    A ROW AHEAD OF THE HEADER HAS NO MAXIMA TO BE CHECKED
006450*    AGAINST.
006460     IF NOT QF-DETAIL-REC OR NOT WS-HEADER-SEEN
006470         MOVE "Y" TO WS-FMT-SWITCH
006480         GO TO 3220-TAKE-QUESTION-REC-EXIT
006490     END-IF.
006500     ADD 1 TO WS-DTL-COUNT.
006510     MOVE ZEROS TO WS-ROW-SUM.
006520     MOVE SPACES TO WS-ROW-REASON.
006530     MOVE 1 TO q.
006540     PERFORM 3240-ADD-ONE-MARK THRU 3240-ADD-ONE-MARK-EXIT
006550         WITH TEST AFTER UNTIL q > WS-QCOUNT.
006560     IF WS-FORMAT-BAD
006570         GO TO 3220-TAKE-QUESTION-REC-EXIT
006580     END-IF.
006590     PERFORM 3250-MATCH-QUESTION-ROW
006600         THRU 3250-MATCH-QUESTION-ROW-EXIT.
006610     IF WS-ROW-REASON NOT = SPACES
006620         MOVE QF-STUDNO TO WS-EXC-NEW-STUDNO
006630         PERFORM 3400-NOTE-EXCEPTION THRU 3400-NOTE-EXCEPTION-EXIT
006640         GO TO 3220-TAKE-QUESTION-REC-EXIT
006650     END-IF.
006660     ADD 1 TO WS-ITM-COUNT.
006670     MOVE QF-STUDNO TO WS-ITM-STUDNO(WS-ITM-COUNT).
006680     MOVE WS-ROW-SUM TO WS-ITM-TOTAL(WS-ITM-COUNT).
006690     MOVE 1 TO q.
006700     PERFORM 3270-KEEP-ONE-MARK THRU 3270-KEEP-ONE-MARK-EXIT
006710         WITH TEST AFTER UNTIL q > WS-QCOUNT.
006720 3220-TAKE-QUESTION-REC-EXIT.
006730     EXIT.
006740 3230-TAKE-QUESTION-HEADER.
006750*    ONE TO TWENTY QUESTIONS, EACH WITH A MAXIMUM ABOVE ZERO.
006760     MOVE "Y" TO WS-HDR-SWITCH.
006770     MOVE QF-HDR-CLASS TO WS-HDR-SEEN-CLASS.
006780     MOVE QF-HDR-PERIOD TO WS-HDR-SEEN-PERIOD.
006790     IF QF-HDR-QCOUNT IS NOT NUMERIC
006800         MOVE "Y" TO WS-FMT-SWITCH
006810         GO TO 3230-TAKE-QUESTION-HEADER-EXIT
006820     END-IF.
006830     IF QF-HDR-QCOUNT-N < 1 OR QF-HDR-QCOUNT-N > 20
006840         MOVE "Y" TO WS-FMT-SWITCH
006850         GO TO 3230-TAKE-QUESTION-HEADER-EXIT
006860     END-IF.
006870     MOVE QF-HDR-QCOUNT-N TO WS-QCOUNT.
006880     MOVE 1 TO q.
006890     PERFORM 3235-TAKE-ONE-MAXIMUM THRU 3235-TAKE-ONE-MAXIMUM-EXIT
006900         WITH TEST AFTER UNTIL q > WS-QCOUNT.
006910 3230-TAKE-QUESTION-HEADER-EXIT.
006920     EXIT.
006930 3235-TAKE-ONE-MAXIMUM.
006940     IF QF-HDR-MAX(q) IS NUMERIC
006950         MOVE QF-HDR-MAX-N(q) TO WS-QMAX(q)
006960     ELSE
006970         MOVE ZEROS TO WS-QMAX(q)
006980     END-IF.
006990     IF WS-QMAX(q) = 0
007000         MOVE "Y" TO WS-FMT-SWITCH
007010     END-IF.
007020     ADD 1 TO q.
007030 3235-TAKE-ONE-MAXIMUM-EXIT.
007040     EXIT.
007050 3240-ADD-ONE-MARK.
007060     IF QF-MARK(q) IS NOT NUMERIC
007070         MOVE "Y" TO WS-FMT-SWITCH
007080         MOVE WS-QCOUNT TO q
007090     ELSE
007100         ADD QF-MARK-N(q) TO WS-HASH-SUM
007110         ADD QF-MARK-N(q) TO WS-ROW-SUM
007120         IF QF-MARK-N(q) > WS-QMAX(q) AND WS-ROW-REASON = SPACES
007130             MOVE q TO WS-ROW-Q
007140             STRING "MARK ABOVE THE MAXIMUM FOR QUESTION "
007150                        DELIMITED BY SIZE
007160                    WS-ROW-Q DELIMITED BY SIZE
007170                 INTO WS-ROW-REASON
007180         END-IF
007190     END-IF.
007200     ADD 1 TO q.
007210 3240-ADD-ONE-MARK-EXIT.
007220     EXIT.
007230 3250-MATCH-QUESTION-ROW.
007240*    A ROW IS ANALYSED ONLY WHEN IT BELONGS TO A STUDENT ON THE
007250*    SCORE FILE, IS THE ONLY ROW FOR THAT STUDENT, KEEPS EVERY
007260*    MARK WITHIN ITS QUESTION'S MAXIMUM AND ADDS UP TO THE
007270*    STUDENT'S TOTAL THERE.  ANYTHING ELSE LEAVES THE REASON IN
007280*    WS-ROW-REASON.
007290     MOVE "N" TO WS-FOUND-SWITCH.
007300     MOVE 1 TO j.
007310     PERFORM 3260-FIND-ONE-STUDENT THRU 3260-FIND-ONE-STUDENT-EXIT
007320         WITH TEST AFTER UNTIL j > WS-STU-COUNT OR WS-ENTRY-FOUND.
007330     IF NOT WS-ENTRY-FOUND
007340         MOVE "NOT ON THE SCORE FILE" TO WS-ROW-REASON
007350         GO TO 3250-MATCH-QUESTION-ROW-EXIT
007360     END-IF.
007370     MOVE j TO WS-ROW-STU.
007380     IF WS-STU-MATCHED(WS-ROW-STU) = "Y"
007390         MOVE "MORE THAN ONE ROW FOR THE STUDENT" TO WS-ROW-REASON
007400         GO TO 3250-MATCH-QUESTION-ROW-EXIT
007410     END-IF.
007420     MOVE "Y" TO WS-STU-MATCHED(WS-ROW-STU).
007430     IF WS-ROW-REASON NOT = SPACES
007440         GO TO 3250-MATCH-QUESTION-ROW-EXIT
007450     END-IF.
007460     IF WS-STU-TOTAL(WS-ROW-STU) NOT = WS-ROW-SUM
007470         MOVE WS-ROW-SUM TO WS-ROW-SUM-ED
007480         MOVE WS-STU-TOTAL(WS-ROW-STU) TO WS-ROW-TOTAL-ED
007490         STRING "QUESTION MARKS ADD UP TO " DELIMITED BY SIZE
007500                WS-ROW-SUM-ED DELIMITED BY SIZE
007510                ", SCORE FILE SAYS " DELIMITED BY SIZE
007520                WS-ROW-TOTAL-ED DELIMITED BY SIZE
007530             INTO WS-ROW-REASON
007540     END-IF.
007550 3250-MATCH-QUESTION-ROW-EXIT.
007560     EXIT.
007570 3260-FIND-ONE-STUDENT.
007580     IF j <= WS-STU-COUNT
007590             AND WS-STU-STUDNO(j) = QF-STUDNO
007600         MOVE "Y" TO WS-FOUND-SWITCH
007610     ELSE
007620         ADD 1 TO j
007630     END-IF.
007640 3260-FIND-ONE-STUDENT-EXIT.
007650     EXIT.
007660 3270-KEEP-ONE-MARK.
007670     MOVE QF-MARK-N(q) TO WS-ITM-MARK(WS-ITM-COUNT, q).
007680     ADD 1 TO q.
007690 3270-KEEP-ONE-MARK-EXIT.
007700     EXIT.
007710 3300-CHECK-ONE-STUDENT.
007720*    A STUDENT ON THE SCORE FILE WITH NO QUESTION ROW AT ALL.
007730     IF i <= WS-STU-COUNT
007740             AND WS-STU-MATCHED(i) NOT = "Y"
007750         MOVE "NO QUESTION MARKS FOR THE STUDENT" TO WS-ROW-REASON
007760         MOVE WS-STU-STUDNO(i) TO WS-EXC-NEW-STUDNO
007770         PERFORM 3400-NOTE-EXCEPTION THRU 3400-NOTE-EXCEPTION-EXIT
007780     END-IF.
007790     ADD 1 TO i.
007800 3300-CHECK-ONE-STUDENT-EXIT.
007810     EXIT.
007820 3400-NOTE-EXCEPTION.
007830     IF WS-EXC-COUNT >= WS-EXC-MAX
007840         GO TO 3400-NOTE-EXCEPTION-EXIT
007850     END-IF.
007860     ADD 1 TO WS-EXC-COUNT.
007870     MOVE WS-EXC-NEW-STUDNO TO WS-EXC-STUDNO(WS-EXC-COUNT).
007880     MOVE WS-ROW-REASON TO WS-EXC-REASON(WS-EXC-COUNT).
007890 3400-NOTE-EXCEPTION-EXIT.
007900     EXIT.
007910 4000-RANK-BY-TOTAL.
007920*    A PLAIN EXCHANGE SORT, HIGHEST TOTAL FIRST.  STUDENTS ON
007930*    EQUAL TOTALS KEEP THEIR FILE ORDER, SO A TIE ACROSS A GROUP
007940*    BOUNDARY ALWAYS FALLS THE SAME WAY.
007950     MOVE 1 TO i.
007960     PERFORM 4100-SORT-PASS THRU 4100-SORT-PASS-EXIT
007970         WITH TEST AFTER UNTIL i >= WS-ITM-COUNT.
007980 4000-RANK-BY-TOTAL-EXIT.
007990     EXIT.
008000 4100-SORT-PASS.
008010     MOVE 1 TO j.
008020     PERFORM 4110-SORT-COMPARE THRU 4110-SORT-COMPARE-EXIT
008030         WITH TEST AFTER UNTIL j >= WS-ITM-COUNT.
008040     ADD 1 TO i.
008050 4100-SORT-PASS-EXIT.
008060     EXIT.
008070 4110-SORT-COMPARE.
008080     IF WS-ITM-TOTAL(j) < WS-ITM-TOTAL(j + 1)
008090         MOVE WS-ITM-ROW(j) TO WS-HOLD-ROW
008100         MOVE WS-ITM-ROW(j + 1) TO WS-ITM-ROW(j)
008110         MOVE WS-HOLD-ROW TO WS-ITM-ROW(j + 1)
008120     END-IF.
008130     ADD 1 TO j.
008140 4110-SORT-COMPARE-EXIT.
008150     EXIT.
008160 5000-WRITE-ANALYSIS.
008170*    THE TOP AND BOTTOM GROUPS ARE EACH 27 PER CENT OF THE
008180*    STUDENTS ANALYSED, ROUNDED, AND NEVER FEWER THAN ONE.
008190     COMPUTE WS-GROUP-SIZE = (WS-ITM-COUNT * 27 + 50) / 100.
008200     IF WS-GROUP-SIZE < 1
008210         MOVE 1 TO WS-GROUP-SIZE
008220     END-IF.
008230     COMPUTE WS-BOTTOM-START = WS-ITM-COUNT - WS-GROUP-SIZE + 1.
008240     MOVE "QUESTIONS" TO WS-CNT-LABEL.
008250     MOVE WS-QCOUNT TO WS-CNT-VALUE.
008260     WRITE ITEM-REPORT-RECORD FROM WS-COUNT-LINE.
008270     MOVE "STUDENTS ANALYSED" TO WS-CNT-LABEL.
008280     MOVE WS-ITM-COUNT TO WS-CNT-VALUE.
008290     WRITE ITEM-REPORT-RECORD FROM WS-COUNT-LINE.
008300     MOVE "TOP/BOTTOM GROUP" TO WS-CNT-LABEL.
008310     MOVE WS-GROUP-SIZE TO WS-CNT-VALUE.
008320     WRITE ITEM-REPORT-RECORD FROM WS-COUNT-LINE.
008330     MOVE WS-LIM-DIFF-LOW TO WS-LML-LOW.
008340     MOVE WS-LIM-DIFF-HIGH TO WS-LML-HIGH.
008350     MOVE WS-LIM-DISCRIM TO WS-LML-DISCRIM.
008360     WRITE ITEM-REPORT-RECORD FROM WS-LIMIT-LINE.
008370     WRITE ITEM-REPORT-RECORD FROM WS-HEAD-LINE.
008380     MOVE ZEROS TO WS-Q-FLAGGED.
008390     MOVE 1 TO q.
008400     PERFORM 5100-ANALYSE-ONE-QUESTION
008410         THRU 5100-ANALYSE-ONE-QUESTION-EXIT
008420         WITH TEST AFTER UNTIL q > WS-QCOUNT.
008430     MOVE "QUESTIONS FLAGGED" TO WS-CNT-LABEL.
008440     MOVE WS-Q-FLAGGED TO WS-CNT-VALUE.
008450     WRITE ITEM-REPORT-RECORD FROM WS-COUNT-LINE.
008460 5000-WRITE-ANALYSIS-EXIT.
008470     EXIT.
008480 5100-ANALYSE-ONE-QUESTION.
008490     MOVE ZEROS TO WS-Q-SUM.
008500     MOVE ZEROS TO WS-Q-TOP-SUM.
008510     MOVE ZEROS TO WS-Q-BOTTOM-SUM.
008520     MOVE 1 TO i.
008530     PERFORM 5110-SUM-ONE-ROW THRU 5110-SUM-ONE-ROW-EXIT
008540         WITH TEST AFTER UNTIL i > WS-ITM-COUNT.
008550     COMPUTE WS-Q-MEAN ROUNDED = WS-Q-SUM / WS-ITM-COUNT.
008560     COMPUTE WS-Q-DIFF ROUNDED =
008570         WS-Q-SUM * 100 / (WS-ITM-COUNT * WS-QMAX(q)).
008580     MOVE ZEROS TO WS-Q-DEV-SUM.
008590     MOVE 1 TO i.
008600     PERFORM 5120-DEV-ONE-ROW THRU 5120-DEV-ONE-ROW-EXIT
008610         WITH TEST AFTER UNTIL i > WS-ITM-COUNT.
008620     DIVIDE WS-Q-DEV-SUM BY WS-ITM-COUNT GIVING WS-Q-DEV-SUM.
008630     COMPUTE WS-Q-STDDEV ROUNDED = WS-Q-DEV-SUM ** 0.5.
008640*    THE INDEX IS THE TOP GROUP'S MEAN LESS THE BOTTOM GROUP'S, AS
008650*    A FRACTION OF THE QUESTION'S MAXIMUM - 1.00 WHEN THE STRONG
008660*    ALL GOT FULL MARKS AND THE WEAK NONE, BELOW ZERO WHEN THE
008670*    WEAK DID BETTER.
008680     SUBTRACT WS-Q-BOTTOM-SUM FROM WS-Q-TOP-SUM
008690         GIVING WS-Q-SPREAD.
008700     COMPUTE WS-Q-DISCRIM ROUNDED =
008710         WS-Q-SPREAD / (WS-GROUP-SIZE * WS-QMAX(q)).
008720     MOVE q TO WS-DTL-Q.
008730     MOVE WS-QMAX(q) TO WS-DTL-MAX.
008740     COMPUTE WS-DTL-MEAN ROUNDED = WS-Q-MEAN.
008750     MOVE WS-Q-DIFF TO WS-DTL-DIFF.
008760     MOVE WS-Q-STDDEV TO WS-DTL-STDDEV.
008770     MOVE WS-Q-DISCRIM TO WS-DTL-DISCRIM.
008780     MOVE SPACES TO WS-DTL-DIFF-FLAG.
008790     MOVE SPACES TO WS-DTL-DISC-FLAG.
008800     IF WS-Q-DIFF < WS-LIM-DIFF-LOW
008810         MOVE "TOO HARD" TO WS-DTL-DIFF-FLAG
008820     END-IF.
008830     IF WS-Q-DIFF > WS-LIM-DIFF-HIGH
008840         MOVE "TOO EASY" TO WS-DTL-DIFF-FLAG
008850     END-IF.
008860     IF WS-Q-DISCRIM < WS-LIM-DISCRIM
008870         MOVE "POOR DISCRIMINATION" TO WS-DTL-DISC-FLAG
008880     END-IF.
008890     IF WS-Q-DISCRIM < 0
008900         MOVE "NEGATIVE DISCRIMINATION" TO WS-DTL-DISC-FLAG
008910     END-IF.
008920     IF WS-DTL-DIFF-FLAG NOT = SPACES
008930             OR WS-DTL-DISC-FLAG NOT = SPACES
008940         ADD 1 TO WS-Q-FLAGGED
008950     END-IF.
008960     WRITE ITEM-REPORT-RECORD FROM WS-DETAIL-LINE.
008970     ADD 1 TO q.
008980 5100-ANALYSE-ONE-QUESTION-EXIT.
008990     EXIT.
009000 5110-SUM-ONE-ROW.
009010     ADD WS-ITM-MARK(i, q) TO WS-Q-SUM.
009020     IF i <= WS-GROUP-SIZE
009030         ADD WS-ITM-MARK(i, q) TO WS-Q-TOP-SUM
009040     END-IF.
009050     IF i >= WS-BOTTOM-START
009060         ADD WS-ITM-MARK(i, q) TO WS-Q-BOTTOM-SUM
009070     END-IF.
009080     ADD 1 TO i.
009090 5110-SUM-ONE-ROW-EXIT.
009100     EXIT.
009110 5120-DEV-ONE-ROW.
009120     SUBTRACT WS-Q-MEAN FROM WS-ITM-MARK(i, q)
009130         GIVING WS-Q-DEV-DIFF.
009140     COMPUTE WS-Q-DEV-SUM =
009150         WS-Q-DEV-SUM + (WS-Q-DEV-DIFF * WS-Q-DEV-DIFF).
009160     ADD 1 TO i.
009170 5120-DEV-ONE-ROW-EXIT.
009180     EXIT.
009190 5500-WRITE-EXCEPTIONS.
009200     WRITE ITEM-REPORT-RECORD FROM WS-EXC-HEAD-LINE.
009210     MOVE 1 TO i.
009220     PERFORM 5510-WRITE-ONE-EXCEPTION
009230         THRU 5510-WRITE-ONE-EXCEPTION-EXIT
009240         WITH TEST AFTER UNTIL i > WS-EXC-COUNT.
009250 5500-WRITE-EXCEPTIONS-EXIT.
009260     EXIT.
009270 5510-WRITE-ONE-EXCEPTION.
009280     MOVE WS-EXC-STUDNO(i) TO WS-EXL-STUDNO.
009290     MOVE WS-EXC-REASON(i) TO WS-EXL-REASON.
009300     WRITE ITEM-REPORT-RECORD FROM WS-EXC-LINE.
009310     ADD 1 TO i.
009320 5510-WRITE-ONE-EXCEPTION-EXIT.
009330     EXIT.
009340 END PROGRAM 'S18108467Q'.
