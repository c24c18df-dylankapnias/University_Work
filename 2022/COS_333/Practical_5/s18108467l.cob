000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467L'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  ENROLMENT FEED
000200*                          LOADER.  THE REGISTRAR SENDS ONE FILE,
000210*                          ENROLMNT.DAT, WITH A LINE PER STUDENT
000220*                          PER CLASS - STUDENT NUMBER, SURNAME,
000230*                          INITIALS, CLASS AND ENROLMENT STATUS.
000240*                          UNTIL NOW EVERY <CLASS>R.DAT ROSTER WAS
000250*                          KEPT BY HAND AND A CLASS WITHOUT ONE
000260*                          WAS QUIETLY NOT CHECKED.  THIS RUN:
000270*                          - WRITES EVERY <CLASS>R.DAT FROM THE
000280*                            FEED, WITHDRAWN AND CANCELLED
000290*                            STUDENTS LEFT OUT;
000300*                          - FILES EACH STUDENT'S NAME IN
000310*                            STUDNAME.DAT FOR THE MARK SHEETS AND
000320*                            THE TRANSCRIPT REPORT;
000330*                          - LISTS EVERY CLASS IN CLASSCTL.DAT THE
000340*                            FEED HAS NOBODY ENROLLED IN.
000348*                          ENROLRPT.DAT CARRIES THE FEED LINES
000356*                          THAT COULD NOT BE USED, THE COUNTS PER
000364*                          CLASS AND THE UNENROLLED CLASSES; ANY
000372*                          OF THOSE ENDS THE RUN WITH
000380*                          RETURN-CODE 8.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ENROLMENT-FILE ASSIGN TO "ENROLMNT.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ENR-FILE-STATUS.
000460     SELECT CONTROL-FILE ASSIGN TO "CLASSCTL.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CTL-FILE-STATUS.
000490     SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ROSTER-FILE-STATUS.
000520     SELECT ENROLMENT-REPORT-FILE ASSIGN TO "ENROLRPT.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT STUDENT-NAME-FILE ASSIGN TO "STUDNAME.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SNM-STUDNO
000580         FILE STATUS IS WS-SNM-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ENROLMENT-FILE.
000620 01  ENROLMENT-RECORD.
000630     05 ENR-STUDNO              PIC X(10).
000640     05 FILLER                  PIC X(01).
000650     05 ENR-SURNAME             PIC X(20).
000660     05 FILLER                  PIC X(01).
000670     05 ENR-INITIALS            PIC X(05).
000680     05 FILLER                  PIC X(01).
000690     05 ENR-CLASS               PIC X(20).
000700     05 FILLER                  PIC X(01).
000710     05 ENR-STATUS              PIC X(01).
000720         88 ENR-ENROLLED                VALUE "E".
000730         88 ENR-WITHDRAWN               VALUE "W".
000740         88 ENR-CANCELLED               VALUE "C".
000750 FD  CONTROL-FILE.
000760 01  CONTROL-RECORD             PIC X(20).
000770 FD  ROSTER-FILE.
000780 01  ROSTER-RECORD.
000790     05 ROS-STUDNO              PIC X(10).
000800 FD  ENROLMENT-REPORT-FILE.
000810 01  ENROLMENT-REPORT-RECORD    PIC X(80).
000820 FD  STUDENT-NAME-FILE.
000830     COPY STUDNAME.
000840 WORKING-STORAGE SECTION.
000850     01 i PIC 9(3) COMP VALUE 1.
000860     01 j PIC 9(3) COMP VALUE 1.
000870     01 WS-ENR-FILE-STATUS      PIC X(02) VALUE SPACES.
000880     01 WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
000890     01 WS-ROSTER-FILE-STATUS   PIC X(02) VALUE SPACES.
000900     01 WS-SNM-FILE-STATUS      PIC X(02) VALUE SPACES.
000910     01 WS-ROSTER-FILE-NAME     PIC X(30) VALUE SPACES.
000920     01 WS-TODAY                PIC X(08) VALUE SPACES.
000930     01 WS-ENR-EOF-SWITCH       PIC X(01) VALUE "N".
000940         88 WS-ENR-END-OF-FILE          VALUE "Y".
000950     01 WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
000960         88 WS-CTL-END-OF-FILE          VALUE "Y".
000970     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
000980         88 WS-RUN-FAILED               VALUE "Y".
000990     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001000         88 WS-MATCH-FOUND              VALUE "Y".
001010     01 WS-FEED-LINE-NO         PIC 9(5) VALUE ZEROS.
001020     01 WS-FEED-COUNT           PIC 9(5) VALUE ZEROS.
001030     01 WS-NAME-COUNT           PIC 9(5) VALUE ZEROS.
001040     01 WS-EXC-COUNT            PIC 9(5) VALUE ZEROS.
001050     01 WS-UNENROLLED-COUNT     PIC 9(5) VALUE ZEROS.
001060     01 WS-EXC-REASON           PIC X(30) VALUE SPACES.
001070*    EVERY CLASS THE FEED MENTIONS, WITH ITS COUNTS BY STATUS.
001080*    THE ROSTERS ARE WRITTEN CLASS BY CLASS FROM THIS LIST, ONE
001090*    PASS OF THE FEED PER CLASS, SO THE FEED NEED NOT BE SORTED.
001100     01 WS-CLASS-MAX            PIC 9(3) COMP VALUE 100.
001110     01 WS-CLASS-COUNT          PIC 9(3) COMP VALUE ZEROS.
001120     01 WS-CLASS-TABLE.
001130         05 WS-CLS-ENTRY OCCURS 100 TIMES.
001140             10 WS-CLS-NAME     PIC X(20).
001150             10 WS-CLS-ENROLLED PIC 9(4) COMP.
001160             10 WS-CLS-WITHDRAWN
001170                                PIC 9(4) COMP.
001180             10 WS-CLS-CANCELLED
001190                                PIC 9(4) COMP.
001200             10 WS-CLS-DUPLICATES
001210                                PIC 9(4) COMP.
001220     01 WS-CUR-CLASS            PIC 9(3) COMP VALUE ZEROS.
001230*    STUDENTS ALREADY WRITTEN TO THE ROSTER BEING BUILT, SO A
001240*    STUDENT THE FEED LISTS TWICE FOR ONE CLASS GOES ON ONCE.
001250*    SIZED TO ROSTERCHECK'S OWN ROSTER LIMIT.
001260     01 WS-SEEN-MAX             PIC 9(3) COMP VALUE 100.
001270     01 WS-SEEN-COUNT           PIC 9(3) COMP VALUE ZEROS.
001280     01 WS-SEEN-TABLE.
001290         05 WS-SEEN-STUDNO OCCURS 100 TIMES
001300                                PIC X(10).
001310     01 WS-TITLE-LINE.
001320         05 FILLER              PIC X(30) VALUE
001330                 "ENROLMENT FEED LOAD".
001340     01 WS-DATE-LINE.
001350         05 FILLER              PIC X(15) VALUE
001360                 "RUN DATE     : ".
001370         05 WS-RPT-DATE         PIC X(08) VALUE SPACES.
001380     01 WS-BLANK-LINE           PIC X(01) VALUE SPACES.
001390     01 WS-EXC-HEAD-LINE.
001400         05 FILLER              PIC X(40) VALUE
001410                 "FEED LINES NOT USED".
001420     01 WS-EXC-LINE.
001430         05 FILLER              PIC X(05) VALUE "LINE ".
001440         05 WS-EXL-LINE-NO      PIC ZZZZ9.
001450         05 FILLER              PIC X(02) VALUE SPACES.
001460         05 WS-EXL-STUDNO       PIC X(10) VALUE SPACES.
001470         05 FILLER              PIC X(01) VALUE SPACES.
001480         05 WS-EXL-CLASS        PIC X(20) VALUE SPACES.
001490         05 FILLER              PIC X(03) VALUE " - ".
001500         05 WS-EXL-REASON       PIC X(30) VALUE SPACES.
001510     01 WS-CLS-HEAD-LINE.
001520         05 FILLER              PIC X(22) VALUE "CLASS".
001530         05 FILLER              PIC X(10) VALUE "ENROLLED".
001540         05 FILLER              PIC X(11) VALUE "WITHDRAWN".
001550         05 FILLER              PIC X(11) VALUE "CANCELLED".
001560         05 FILLER              PIC X(10) VALUE "DUPLICATE".
001570     01 WS-CLS-LINE.
001580         05 WS-CLL-NAME         PIC X(20) VALUE SPACES.
001590         05 FILLER              PIC X(02) VALUE SPACES.
001600         05 WS-CLL-ENROLLED     PIC ZZZ9.
001610         05 FILLER              PIC X(07) VALUE SPACES.
001620         05 WS-CLL-WITHDRAWN    PIC ZZZ9.
001630         05 FILLER              PIC X(07) VALUE SPACES.
001640         05 WS-CLL-CANCELLED    PIC ZZZ9.
001650         05 FILLER              PIC X(07) VALUE SPACES.
001660         05 WS-CLL-DUPLICATES   PIC ZZZ9.
001670     01 WS-UNENROLLED-HEAD-LINE.
001680         05 FILLER              PIC X(40) VALUE
001690                 "CLASSCTL.DAT CLASSES - NOBODY ENROLLED".
001700     01 WS-UNENROLLED-LINE.
001710         05 WS-UNL-NAME         PIC X(20) VALUE SPACES.
001720     01 WS-COUNT-LINE.
001730         05 WS-CNT-LABEL        PIC X(24) VALUE SPACES.
001740         05 FILLER              PIC X(02) VALUE ": ".
001750         05 WS-CNT-VALUE        PIC ZZZZ9.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001790     IF WS-RUN-FAILED
001800         GO TO 0000-MAINLINE-EXIT
001810     END-IF.
001820     PERFORM 2000-SCAN-FEED THRU 2000-SCAN-FEED-EXIT.
001830     MOVE 1 TO WS-CUR-CLASS.
001840     PERFORM 3000-WRITE-ONE-ROSTER THRU 3000-WRITE-ONE-ROSTER-EXIT
001850         UNTIL WS-CUR-CLASS > WS-CLASS-COUNT.
001860     PERFORM 4000-LIST-CLASSES THRU 4000-LIST-CLASSES-EXIT.
001870     PERFORM 5000-CHECK-CLASS-CONTROL
001880         THRU 5000-CHECK-CLASS-CONTROL-EXIT.
001890     PERFORM 6000-WRITE-COUNTS THRU 6000-WRITE-COUNTS-EXIT.
001900     CLOSE ENROLMENT-REPORT-FILE.
001910     DISPLAY "ENROLMENT FEED LOADED - " WS-CLASS-COUNT
001920         " ROSTERS, " WS-NAME-COUNT " NAMES - SEE ENROLRPT.DAT".
001930     IF WS-EXC-COUNT > 0 OR WS-UNENROLLED-COUNT > 0
001940         MOVE "Y" TO WS-FAIL-SWITCH
001950     END-IF.
001960 0000-MAINLINE-EXIT.
001970     IF WS-RUN-FAILED
001980         MOVE 8 TO RETURN-CODE
001990     END-IF.
002000     GOBACK.
002010 1000-INITIALIZE.
002020     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002030     OPEN INPUT ENROLMENT-FILE.
002040     IF WS-ENR-FILE-STATUS NOT = "00"
002050         DISPLAY "NO ENROLMNT.DAT - NOTHING TO LOAD."
002060         MOVE "Y" TO WS-FAIL-SWITCH
002070         GO TO 1000-INITIALIZE-EXIT
002080     END-IF.
002090     CLOSE ENROLMENT-FILE.
002100*    STATUS 35 MEANS STUDNAME.DAT DOESN'T EXIST YET - IT IS
002110*    CREATED EMPTY AND REOPENED I-O, SINCE A STUDENT IN SEVERAL
002120*    CLASSES IS FILED MORE THAN ONCE AND NEEDS THE REWRITE.  ANY
002130*    OTHER STATUS MEANS AN EXISTING FILE COULD STILL BE OUT
002140*    THERE, SO THE RUN IS ABANDONED RATHER THAN WIPING IT.
002150     OPEN I-O STUDENT-NAME-FILE.
002160     IF WS-SNM-FILE-STATUS NOT = "00"
002170         IF WS-SNM-FILE-STATUS = "35"
002180             OPEN OUTPUT STUDENT-NAME-FILE
002190             CLOSE STUDENT-NAME-FILE
002200             OPEN I-O STUDENT-NAME-FILE
002210         ELSE
002220             DISPLAY "ERROR - CANNOT OPEN STUDNAME.DAT, FILE "
002230                 "STATUS " WS-SNM-FILE-STATUS
002240             DISPLAY "RUN ABANDONED."
002250             STOP RUN
002260         END-IF
002270     END-IF.
002280     OPEN OUTPUT ENROLMENT-REPORT-FILE.
002290     WRITE ENROLMENT-REPORT-RECORD FROM WS-TITLE-LINE.
002300     MOVE WS-TODAY TO WS-RPT-DATE.
002310     WRITE ENROLMENT-REPORT-RECORD FROM WS-DATE-LINE.
002320     WRITE ENROLMENT-REPORT-RECORD FROM WS-BLANK-LINE.
002330     WRITE ENROLMENT-REPORT-RECORD FROM WS-EXC-HEAD-LINE.
002340 1000-INITIALIZE-EXIT.
002350     EXIT.
002360 2000-SCAN-FEED.
002370     OPEN INPUT ENROLMENT-FILE.
002380     MOVE "N" TO WS-ENR-EOF-SWITCH.
002390     MOVE ZEROS TO WS-FEED-LINE-NO.
002400     PERFORM 2100-SCAN-ONE-LINE THRU 2100-SCAN-ONE-LINE-EXIT
002410         WITH TEST AFTER UNTIL WS-ENR-END-OF-FILE.
002420     CLOSE ENROLMENT-FILE.
002430     CLOSE STUDENT-NAME-FILE.
002440 2000-SCAN-FEED-EXIT.
002450     EXIT.
002460 2100-SCAN-ONE-LINE.
002470     READ ENROLMENT-FILE
002480         AT END SET WS-ENR-END-OF-FILE TO TRUE
002490         NOT AT END
002500             ADD 1 TO WS-FEED-LINE-NO
002510             ADD 1 TO WS-FEED-COUNT
002520             PERFORM 2200-TAKE-ONE-LINE
002530                 THRU 2200-TAKE-ONE-LINE-EXIT
002540     END-READ.
002550 2100-SCAN-ONE-LINE-EXIT.
002560     EXIT.
002570 2200-TAKE-ONE-LINE.
002580*    A LINE WITHOUT A STUDENT NUMBER, A CLASS OR A KNOWN STATUS
002590*    CANNOT BE PLACED ON ANY ROSTER AND IS LISTED INSTEAD.  A
002600*    LINE WITH NO SURNAME STILL COUNTS TOWARD THE ROSTER - THE
002610*    STUDENT IS ENROLLED - BUT NO NAME IS FILED FOR IT.
002620     IF ENR-STUDNO = SPACES
002630         MOVE "NO STUDENT NUMBER" TO WS-EXC-REASON
002640         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
002650         GO TO 2200-TAKE-ONE-LINE-EXIT
002660     END-IF.
002670     IF ENR-CLASS = SPACES
002680         MOVE "NO CLASS" TO WS-EXC-REASON
002690         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
002700         GO TO 2200-TAKE-ONE-LINE-EXIT
002710     END-IF.
002720     IF NOT ENR-ENROLLED AND NOT ENR-WITHDRAWN
002730             AND NOT ENR-CANCELLED
002740         MOVE "UNKNOWN ENROLMENT STATUS" TO WS-EXC-REASON
002750         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
002760         GO TO 2200-TAKE-ONE-LINE-EXIT
002770     END-IF.
002780     PERFORM 2300-NOTE-CLASS THRU 2300-NOTE-CLASS-EXIT.
002790     IF WS-CUR-CLASS = 0
002800         MOVE "MORE CLASSES THAN THE LOADER HOLDS"
002810             TO WS-EXC-REASON
002820         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
002830         GO TO 2200-TAKE-ONE-LINE-EXIT
002840     END-IF.
002850     IF ENR-ENROLLED
002860         ADD 1 TO WS-CLS-ENROLLED(WS-CUR-CLASS)
002870     END-IF.
002880     IF ENR-WITHDRAWN
002890         ADD 1 TO WS-CLS-WITHDRAWN(WS-CUR-CLASS)
002900     END-IF.
002910     IF ENR-CANCELLED
002920         ADD 1 TO WS-CLS-CANCELLED(WS-CUR-CLASS)
002930     END-IF.
002940     IF ENR-SURNAME = SPACES
002950         MOVE "NO SURNAME - NAME NOT FILED" TO WS-EXC-REASON
002960         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
002970         GO TO 2200-TAKE-ONE-LINE-EXIT
002980     END-IF.
002990     PERFORM 2400-FILE-NAME THRU 2400-FILE-NAME-EXIT.
003000 2200-TAKE-ONE-LINE-EXIT.
003010     EXIT.
003020 2300-NOTE-CLASS.
003030*    LEAVES THE CLASS'S SLOT IN WS-CUR-CLASS, ADDING IT WHEN THE
003040*    FEED FIRST MENTIONS IT, OR ZERO WHEN THE TABLE IS FULL.
003050     MOVE "N" TO WS-FOUND-SWITCH.
003060     MOVE 1 TO i.
003070     PERFORM 2310-MATCH-ONE-CLASS THRU 2310-MATCH-ONE-CLASS-EXIT
003080         UNTIL i > WS-CLASS-COUNT OR WS-MATCH-FOUND.
003090     IF WS-MATCH-FOUND
003100         MOVE i TO WS-CUR-CLASS
003110         GO TO 2300-NOTE-CLASS-EXIT
003120     END-IF.
003130     IF WS-CLASS-COUNT >= WS-CLASS-MAX
003140         MOVE ZEROS TO WS-CUR-CLASS
003150         GO TO 2300-NOTE-CLASS-EXIT
003160     END-IF.
003170     ADD 1 TO WS-CLASS-COUNT.
003180     MOVE WS-CLASS-COUNT TO WS-CUR-CLASS.
003190     MOVE ENR-CLASS TO WS-CLS-NAME(WS-CUR-CLASS).
003200     MOVE ZEROS TO WS-CLS-ENROLLED(WS-CUR-CLASS).
003210     MOVE ZEROS TO WS-CLS-WITHDRAWN(WS-CUR-CLASS).
003220     MOVE ZEROS TO WS-CLS-CANCELLED(WS-CUR-CLASS).
003230     MOVE ZEROS TO WS-CLS-DUPLICATES(WS-CUR-CLASS).
003240 2300-NOTE-CLASS-EXIT.
003250     EXIT.
003260 2310-MATCH-ONE-CLASS.
003270     IF WS-CLS-NAME(i) = ENR-CLASS
003280         MOVE "Y" TO WS-FOUND-SWITCH
003290     ELSE
003300         ADD 1 TO i
003310     END-IF.
003320 2310-MATCH-ONE-CLASS-EXIT.
003330     EXIT.
003340 2400-FILE-NAME.
003350*    EVERY STATUS FILES THE NAME - A STUDENT WHO WITHDREW STILL
003360*    HAS RESULTS FROM EARLIER PERIODS ON THE TRANSCRIPT.
003370     MOVE ENR-STUDNO TO SNM-STUDNO.
003380     MOVE ENR-SURNAME TO SNM-SURNAME.
003390     MOVE ENR-INITIALS TO SNM-INITIALS.
003400     MOVE WS-TODAY TO SNM-LOAD-DATE.
003410     WRITE STUDENT-NAME-RECORD
003420         INVALID KEY REWRITE STUDENT-NAME-RECORD
003430         NOT INVALID KEY ADD 1 TO WS-NAME-COUNT
003440     END-WRITE.
003450 2400-FILE-NAME-EXIT.
003460     EXIT.
003470 2500-LIST-EXCEPTION.
003480     ADD 1 TO WS-EXC-COUNT.
003490     MOVE WS-FEED-LINE-NO TO WS-EXL-LINE-NO.
003500     MOVE ENR-STUDNO TO WS-EXL-STUDNO.
003510     MOVE ENR-CLASS TO WS-EXL-CLASS.
003520     MOVE WS-EXC-REASON TO WS-EXL-REASON.
003530     WRITE ENROLMENT-REPORT-RECORD FROM WS-EXC-LINE.
003540 2500-LIST-EXCEPTION-EXIT.
003550     EXIT.
003560 3000-WRITE-ONE-ROSTER.
003570*    THE ROSTER IS REPLACED OUTRIGHT - THE FEED IS THE WHOLE
003580*    ENROLMENT, SO A STUDENT WHO HAS SINCE WITHDRAWN COMES OFF.
003590     MOVE SPACES TO WS-ROSTER-FILE-NAME.
003600     STRING WS-CLS-NAME(WS-CUR-CLASS) DELIMITED BY SPACE
003610            "R.DAT" DELIMITED BY SIZE
003620         INTO WS-ROSTER-FILE-NAME.
003630     OPEN OUTPUT ROSTER-FILE.
003640     IF WS-ROSTER-FILE-STATUS NOT = "00"
003650         DISPLAY "ERROR - CANNOT WRITE " WS-ROSTER-FILE-NAME
003660             ", FILE STATUS " WS-ROSTER-FILE-STATUS
003670         MOVE "Y" TO WS-FAIL-SWITCH
003680         GO TO 3000-WRITE-ONE-ROSTER-NEXT
003690     END-IF.
003700     MOVE ZEROS TO WS-SEEN-COUNT.
003710     MOVE ZEROS TO WS-FEED-LINE-NO.
003720     MOVE "N" TO WS-ENR-EOF-SWITCH.
003730     OPEN INPUT ENROLMENT-FILE.
003740     PERFORM 3100-ROSTER-ONE-LINE THRU 3100-ROSTER-ONE-LINE-EXIT
003750         WITH TEST AFTER UNTIL WS-ENR-END-OF-FILE.
003760     CLOSE ENROLMENT-FILE.
003770     CLOSE ROSTER-FILE.
003780 3000-WRITE-ONE-ROSTER-NEXT.
003790     ADD 1 TO WS-CUR-CLASS.
003800 3000-WRITE-ONE-ROSTER-EXIT.
003810     EXIT.
003820 3100-ROSTER-ONE-LINE.
003830     READ ENROLMENT-FILE
003840         AT END SET WS-ENR-END-OF-FILE TO TRUE
003850         NOT AT END
003860             ADD 1 TO WS-FEED-LINE-NO
003870             IF ENR-CLASS = WS-CLS-NAME(WS-CUR-CLASS)
003880                     AND ENR-ENROLLED
003890                     AND ENR-STUDNO NOT = SPACES
003900                 PERFORM 3200-ROSTER-ONE-STUDENT
003910                     THRU 3200-ROSTER-ONE-STUDENT-EXIT
003920             END-IF
003930     END-READ.
003940 3100-ROSTER-ONE-LINE-EXIT.
003950     EXIT.
003960 3200-ROSTER-ONE-STUDENT.
003970     MOVE "N" TO WS-FOUND-SWITCH.
003980     MOVE 1 TO j.
003990     PERFORM 3210-MATCH-ONE-SEEN THRU 3210-MATCH-ONE-SEEN-EXIT
004000         UNTIL j > WS-SEEN-COUNT OR WS-MATCH-FOUND.
004010     IF WS-MATCH-FOUND
004020         ADD 1 TO WS-CLS-DUPLICATES(WS-CUR-CLASS)
004030         SUBTRACT 1 FROM WS-CLS-ENROLLED(WS-CUR-CLASS)
004040         MOVE "DUPLICATE ENROLMENT LINE" TO WS-EXC-REASON
004050         PERFORM 2500-LIST-EXCEPTION THRU 2500-LIST-EXCEPTION-EXIT
004060         GO TO 3200-ROSTER-ONE-STUDENT-EXIT
004070     END-IF.
004080     IF WS-SEEN-COUNT < WS-SEEN-MAX
004090         ADD 1 TO WS-SEEN-COUNT
004100         MOVE ENR-STUDNO TO WS-SEEN-STUDNO(WS-SEEN-COUNT)
004110     END-IF.
004120     MOVE ENR-STUDNO TO ROS-STUDNO.
004130     WRITE ROSTER-RECORD.
004140 3200-ROSTER-ONE-STUDENT-EXIT.
004150     EXIT.
004160 3210-MATCH-ONE-SEEN.
004170     IF WS-SEEN-STUDNO(j) = ENR-STUDNO
004180         MOVE "Y" TO WS-FOUND-SWITCH
004190     ELSE
004200         ADD 1 TO j
004210     END-IF.
004220 3210-MATCH-ONE-SEEN-EXIT.
004230     EXIT.
004240 4000-LIST-CLASSES.
004250     WRITE ENROLMENT-REPORT-RECORD FROM WS-BLANK-LINE.
004260     WRITE ENROLMENT-REPORT-RECORD FROM WS-CLS-HEAD-LINE.
004270     MOVE 1 TO i.
004280     PERFORM 4100-LIST-ONE-CLASS THRU 4100-LIST-ONE-CLASS-EXIT
004290         UNTIL i > WS-CLASS-COUNT.
004300 4000-LIST-CLASSES-EXIT.
004310     EXIT.
004320 4100-LIST-ONE-CLASS.
004330     MOVE WS-CLS-NAME(i) TO WS-CLL-NAME.
004340     MOVE WS-CLS-ENROLLED(i) TO WS-CLL-ENROLLED.
004350     MOVE WS-CLS-WITHDRAWN(i) TO WS-CLL-WITHDRAWN.
004360     MOVE WS-CLS-CANCELLED(i) TO WS-CLL-CANCELLED.
004370     MOVE WS-CLS-DUPLICATES(i) TO WS-CLL-DUPLICATES.
004380     WRITE ENROLMENT-REPORT-RECORD FROM WS-CLS-LINE.
004390     ADD 1 TO i.
004400 4100-LIST-ONE-CLASS-EXIT.
004410     EXIT.
004420 5000-CHECK-CLASS-CONTROL.
004430*    A CLASS THE BATCH WILL RUN TONIGHT BUT THE FEED HAS NOBODY
004440*    ENROLLED IN - NOT LISTED AT ALL, OR EVERY LINE WITHDRAWN OR
004450*    CANCELLED - IS EITHER A CLASSCTL.DAT SLIP OR A FEED THAT
004460*    CAME IN SHORT, AND EITHER WAY SOMEBODY HAS TO LOOK.
004470     WRITE ENROLMENT-REPORT-RECORD FROM WS-BLANK-LINE.
004480     WRITE ENROLMENT-REPORT-RECORD FROM WS-UNENROLLED-HEAD-LINE.
004490     OPEN INPUT CONTROL-FILE.
004500     IF WS-CTL-FILE-STATUS NOT = "00"
004510         DISPLAY "NO CLASSCTL.DAT - CLASS CHECK SKIPPED."
004520         GO TO 5000-CHECK-CLASS-CONTROL-EXIT
004530     END-IF.
004540     PERFORM 5100-CHECK-ONE-CONTROL
004550         THRU 5100-CHECK-ONE-CONTROL-EXIT
004560         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
004570     CLOSE CONTROL-FILE.
004580 5000-CHECK-CLASS-CONTROL-EXIT.
004590     EXIT.
004600 5100-CHECK-ONE-CONTROL.
004610     READ CONTROL-FILE
004620         AT END SET WS-CTL-END-OF-FILE TO TRUE
004630         NOT AT END
004640             IF CONTROL-RECORD NOT = SPACES
004650                 PERFORM 5200-JUDGE-ONE-CONTROL
004660                     THRU 5200-JUDGE-ONE-CONTROL-EXIT
004670             END-IF
004680     END-READ.
004690 5100-CHECK-ONE-CONTROL-EXIT.
004700     EXIT.
004710 5200-JUDGE-ONE-CONTROL.
004720     MOVE "N" TO WS-FOUND-SWITCH.
004730     MOVE 1 TO i.
004740     PERFORM 5210-MATCH-ONE-CONTROL
004750         THRU 5210-MATCH-ONE-CONTROL-EXIT
004760         UNTIL i > WS-CLASS-COUNT OR WS-MATCH-FOUND.
004770     IF WS-MATCH-FOUND
004780         IF WS-CLS-ENROLLED(i) > 0
004790             GO TO 5200-JUDGE-ONE-CONTROL-EXIT
004800         END-IF
004810     END-IF.
004820     ADD 1 TO WS-UNENROLLED-COUNT.
004830     MOVE CONTROL-RECORD TO WS-UNL-NAME.
004840     WRITE ENROLMENT-REPORT-RECORD FROM WS-UNENROLLED-LINE.
004850 5200-JUDGE-ONE-CONTROL-EXIT.
004860     EXIT.
004870 5210-MATCH-ONE-CONTROL.
004880     IF WS-CLS-NAME(i) = CONTROL-RECORD
004890         MOVE "Y" TO WS-FOUND-SWITCH
004900     ELSE
004910         ADD 1 TO i
004920     END-IF.
004930 5210-MATCH-ONE-CONTROL-EXIT.
004940     EXIT.
004950 6000-WRITE-COUNTS.
004960     WRITE ENROLMENT-REPORT-RECORD FROM WS-BLANK-LINE.
004970     MOVE "FEED LINES READ" TO WS-CNT-LABEL.
004980     MOVE WS-FEED-COUNT TO WS-CNT-VALUE.
004990     WRITE ENROLMENT-REPORT-RECORD FROM WS-COUNT-LINE.
005000     MOVE "NEW NAMES FILED" TO WS-CNT-LABEL.
005010     MOVE WS-NAME-COUNT TO WS-CNT-VALUE.
005020     WRITE ENROLMENT-REPORT-RECORD FROM WS-COUNT-LINE.
005030     MOVE "ROSTERS WRITTEN" TO WS-CNT-LABEL.
005040     MOVE WS-CLASS-COUNT TO WS-CNT-VALUE.
005050     WRITE ENROLMENT-REPORT-RECORD FROM WS-COUNT-LINE.
005060     MOVE "FEED LINES NOT USED" TO WS-CNT-LABEL.
005070     MOVE WS-EXC-COUNT TO WS-CNT-VALUE.
005080     WRITE ENROLMENT-REPORT-RECORD FROM WS-COUNT-LINE.
005090     MOVE "CLASSES NOT ENROLLED" TO WS-CNT-LABEL.
005100     MOVE WS-UNENROLLED-COUNT TO WS-CNT-VALUE.
005110     WRITE ENROLMENT-REPORT-RECORD FROM WS-COUNT-LINE.
005120 6000-WRITE-COUNTS-EXIT.
005130     EXIT.
005140 END PROGRAM 'S18108467L'.
