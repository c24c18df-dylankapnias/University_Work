000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467K'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  SCORE-FILE INTAKE
000200*                          CHECK AND OUTSTANDING-MARKS CHASER.
000210*                          THE BATCH DRIVER ONLY FOUND OUT A
000220*                          LECTURER NEVER DELIVERED <CLASS>.DAT
000230*                          WHEN IT TRIED TO OPEN IT AT NIGHT, AND
000240*                          THE CHASING WAS DONE BY PHONE NEXT
000250*                          MORNING.  RUN DURING THE DAY (AS OFTEN
000260*                          AS WANTED), THIS PROGRAM KEEPS THE
000270*                          SUBMISSION REGISTER, SUBREG.DAT: ONE
000280*                          ENTRY PER CLASSCTL.DAT CLASS, CARRYING
000290*                          ITS OWNER FROM RECIPNTS.DAT AND ITS
000300*                          DUE DATE FROM SUBDUE.DAT.  EACH
000310*                          CLASS'S SCORE FILE IS LOOKED FOR, AND
000320*                          WHEN FOUND ITS HEADER AND TRAILER ARE
000330*                          RECONCILED THE SAME WAY READDATA DOES
000340*                          IT; THE TIME IT WAS FIRST SEEN AND THE
000350*                          RESULT ARE FILED.  CHASER.DAT THEN
000360*                          LISTS, OWNER BY OWNER, EVERY CLASS
000370*                          STILL OUTSTANDING, LATE (OUTSTANDING
000380*                          PAST ITS DUE DATE) OR OUT OF BALANCE.
000390*                          S18108467-PERIOD NAMES THE PERIOD
000400*                          BEING COLLECTED - A NEW PERIOD STARTS
000410*                          EVERY ENTRY AFRESH, AND A FILE WHOSE
000420*                          HEADER NAMES ANOTHER PERIOD IS LAST
000430*                          TERM'S.
000432*   2026-10-15  S18108467  OWNER, DUE-DATE AND CHASER TABLES NOW
000434*                          SAY WHEN THEY ARE FULL INSTEAD OF
000436*                          DROPPING THE EXTRAS SILENTLY; A CLASS
000438*                          LEFT OFF THE CHASER ENDS WITH RC 8.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTROL-FILE ASSIGN TO "CLASSCTL.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-FILE-STATUS.
000510     SELECT RECIPIENTS-FILE ASSIGN TO "RECIPNTS.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RCP-FILE-STATUS.
000540     SELECT DUE-DATE-FILE ASSIGN TO "SUBDUE.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DUE-FILE-STATUS.
000570     SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SCORE-FILE-STATUS.
000600     SELECT CHASER-FILE ASSIGN TO "CHASER.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT SUBMISSION-REGISTER-FILE ASSIGN TO "SUBREG.DAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SRG-CLASS
000660         FILE STATUS IS WS-SRG-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-FILE.
000700 01  CONTROL-RECORD             PIC X(20).
000710 FD  RECIPIENTS-FILE.
000720 01  RECIPIENTS-RECORD.
000730     05 RCP-CLASS               PIC X(20).
000740     05 FILLER                  PIC X(01).
000750     05 RCP-OWNER               PIC X(20).
000760 FD  DUE-DATE-FILE.
000770 01  DUE-DATE-RECORD.
000780     05 DUE-CLASS               PIC X(20).
000790     05 FILLER                  PIC X(01).
000800     05 DUE-DATE                PIC X(08).
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
001100 FD  CHASER-FILE.
001110 01  CHASER-RECORD              PIC X(80).
001120 FD  SUBMISSION-REGISTER-FILE.
001130     COPY SUBREG.
001140 WORKING-STORAGE SECTION.
001150     01 i PIC 9(3) COMP VALUE 1.
001160     01 j PIC 9(3) COMP VALUE 1.
001170     01 WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001180     01 WS-RCP-FILE-STATUS      PIC X(02) VALUE SPACES.
001190     01 WS-DUE-FILE-STATUS      PIC X(02) VALUE SPACES.
001200     01 WS-SCORE-FILE-STATUS    PIC X(02) VALUE SPACES.
001210     01 WS-SRG-FILE-STATUS      PIC X(02) VALUE SPACES.
001220     01 WS-SCORE-FILE-NAME      PIC X(30) VALUE SPACES.
001230     01 WS-PERIOD               PIC X(06) VALUE SPACES.
001240     01 WS-TODAY                PIC X(08) VALUE SPACES.
001250     01 WS-NOW-TIME             PIC X(08) VALUE SPACES.
001260     01 WS-RUN-STAMP            PIC X(17) VALUE SPACES.
001270     01 WS-THE-CLASS            PIC X(20) VALUE SPACES.
001280     01 WS-THE-OWNER            PIC X(20) VALUE SPACES.
001290     01 WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001300         88 WS-CTL-END-OF-FILE          VALUE "Y".
001310     01 WS-RCP-EOF-SWITCH       PIC X(01) VALUE "N".
001320         88 WS-RCP-END-OF-FILE          VALUE "Y".
001330     01 WS-DUE-EOF-SWITCH       PIC X(01) VALUE "N".
001340         88 WS-DUE-END-OF-FILE          VALUE "Y".
001350     01 WS-SCR-EOF-SWITCH       PIC X(01) VALUE "N".
001360         88 WS-SCR-END-OF-FILE          VALUE "Y".
001370     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001380         88 WS-RUN-FAILED               VALUE "Y".
001390     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001400         88 WS-MATCH-FOUND              VALUE "Y".
001410     01 WS-NEW-ENTRY-SWITCH     PIC X(01) VALUE "N".
001420         88 WS-NEW-ENTRY                VALUE "Y".
001430*    CONTROL TOTALS OF THE SCORE FILE BEING CHECKED - THE SAME
001440*    FOUR TESTS READDATA APPLIES AT NIGHT.
001450     01 WS-DTL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001460     01 WS-HASH-SUM             PIC 9(8) COMP VALUE ZEROS.
001470     01 WS-TRL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001480     01 WS-TRL-HASH             PIC 9(8) COMP VALUE ZEROS.
001490     01 WS-HDR-SWITCH           PIC X(01) VALUE "N".
001500         88 WS-HEADER-SEEN              VALUE "Y".
001510     01 WS-TRL-SWITCH           PIC X(01) VALUE "N".
001520         88 WS-TRAILER-SEEN             VALUE "Y".
001530     01 WS-FMT-SWITCH           PIC X(01) VALUE "N".
001540         88 WS-FORMAT-BAD               VALUE "Y".
001550     01 WS-HDR-SEEN-PERIOD      PIC X(06) VALUE SPACES.
001560     01 WS-SCORE-SIGN           PIC X(01) VALUE SPACES.
001570     01 WS-SCORE-DIGITS         PIC X(03) VALUE SPACES.
001580     01 WS-SCORE-DIGITS-N REDEFINES WS-SCORE-DIGITS
001590                                PIC 9(03).
001600     01 WS-FOUND-STATUS         PIC X(14) VALUE SPACES.
001610*    OWNERS AND DUE DATES, LOADED ONCE.
001620     01 WS-OWNER-MAX            PIC 9(3) COMP VALUE 100.
001630     01 WS-OWNER-COUNT          PIC 9(3) COMP VALUE ZEROS.
001640     01 WS-OWNER-TABLE.
001650         05 WS-OWN-ENTRY OCCURS 100 TIMES.
001660             10 WS-OWN-CLASS    PIC X(20).
001670             10 WS-OWN-OWNER    PIC X(20).
001680     01 WS-DUE-MAX              PIC 9(3) COMP VALUE 100.
001690     01 WS-DUE-COUNT            PIC 9(3) COMP VALUE ZEROS.
001700     01 WS-DUE-TABLE.
001710         05 WS-DUE-ENTRY OCCURS 100 TIMES.
001720             10 WS-DUE-CLASS    PIC X(20).
001730             10 WS-DUE-DATE     PIC X(08).
001740*    EVERY CLASS CHECKED THIS RUN, AS IT NOW STANDS, FOR THE
001750*    CHASER LIST.
001760     01 WS-CHASE-MAX            PIC 9(3) COMP VALUE 100.
001770     01 WS-CHASE-COUNT          PIC 9(3) COMP VALUE ZEROS.
001780     01 WS-CHASE-TABLE.
001790         05 WS-CHS-ENTRY OCCURS 100 TIMES.
001800             10 WS-CHS-CLASS    PIC X(20).
001810             10 WS-CHS-OWNER    PIC X(20).
001820             10 WS-CHS-DUE      PIC X(08).
001830             10 WS-CHS-STATE    PIC X(14).
001840             10 WS-CHS-ARRIVED  PIC X(08).
001850     01 WS-CNT-REGISTERED       PIC 9(4) VALUE ZEROS.
001860     01 WS-CNT-RECEIVED         PIC 9(4) VALUE ZEROS.
001870     01 WS-CNT-OUTSTANDING      PIC 9(4) VALUE ZEROS.
001880     01 WS-CNT-LATE             PIC 9(4) VALUE ZEROS.
001890     01 WS-CNT-OUT-OF-BALANCE   PIC 9(4) VALUE ZEROS.
001900     01 WS-OWNER-LINES          PIC 9(4) VALUE ZEROS.
001910     01 WS-TITLE-LINE.
001920         05 FILLER              PIC X(30) VALUE
001930                 "OUTSTANDING MARKS CHASER".
001940     01 WS-STAMP-LINE.
001950         05 FILLER              PIC X(15) VALUE
001960                 "AS AT        : ".
001970         05 WS-RPT-STAMP        PIC X(17) VALUE SPACES.
001980     01 WS-PERIOD-LINE.
001990         05 FILLER              PIC X(15) VALUE
002000                 "PERIOD       : ".
002010         05 WS-RPT-PERIOD       PIC X(06) VALUE SPACES.
002020     01 WS-BLANK-LINE           PIC X(01) VALUE SPACES.
002030     01 WS-OWNER-LINE.
002040         05 FILLER              PIC X(07) VALUE "OWNER: ".
002050         05 WS-OWL-OWNER        PIC X(30) VALUE SPACES.
002060     01 WS-CHASE-HEAD-LINE.
002070         05 FILLER              PIC X(02) VALUE SPACES.
002080         05 FILLER              PIC X(22) VALUE "CLASS".
002090         05 FILLER              PIC X(16) VALUE "STATUS".
002100         05 FILLER              PIC X(10) VALUE "DUE".
002110         05 FILLER              PIC X(10) VALUE "ARRIVED".
002120     01 WS-CHASE-LINE.
002130         05 FILLER              PIC X(02) VALUE SPACES.
002140         05 WS-CHL-CLASS        PIC X(20) VALUE SPACES.
002150         05 FILLER              PIC X(02) VALUE SPACES.
002160         05 WS-CHL-STATE        PIC X(14) VALUE SPACES.
002170         05 FILLER              PIC X(02) VALUE SPACES.
002180         05 WS-CHL-DUE          PIC X(08) VALUE SPACES.
002190         05 FILLER              PIC X(02) VALUE SPACES.
002200         05 WS-CHL-ARRIVED      PIC X(08) VALUE SPACES.
002210     01 WS-NOTHING-LINE.
002220         05 FILLER              PIC X(40) VALUE
002230                 "NOTHING OUTSTANDING".
002240     01 WS-COUNT-LINE.
002250         05 WS-CNT-LABEL        PIC X(20) VALUE SPACES.
002260         05 FILLER              PIC X(02) VALUE ": ".
002270         05 WS-CNT-VALUE        PIC ZZZ9.
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002310     IF WS-RUN-FAILED
002320         GO TO 0000-MAINLINE-EXIT
002330     END-IF.
002340     PERFORM 2000-CHECK-CLASSES THRU 2000-CHECK-CLASSES-EXIT.
002350     CLOSE SUBMISSION-REGISTER-FILE.
002360     PERFORM 4000-WRITE-CHASER THRU 4000-WRITE-CHASER-EXIT.
002370     DISPLAY "INTAKE CHECK - " WS-CNT-RECEIVED " RECEIVED, "
002380         WS-CNT-OUTSTANDING " OUTSTANDING, " WS-CNT-LATE " LATE, "
002390         WS-CNT-OUT-OF-BALANCE " OUT OF BALANCE - SEE CHASER.DAT".
002400 0000-MAINLINE-EXIT.
002410     IF WS-RUN-FAILED
002420         MOVE 8 TO RETURN-CODE
002430     END-IF.
002440     GOBACK.
002450 1000-INITIALIZE.
002460     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002470     ACCEPT WS-NOW-TIME FROM TIME.
002480     STRING WS-TODAY DELIMITED BY SIZE
002490            "-" DELIMITED BY SIZE
002500            WS-NOW-TIME DELIMITED BY SIZE
002510         INTO WS-RUN-STAMP.
002520     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
002530     OPEN INPUT CONTROL-FILE.
002540     IF WS-CTL-FILE-STATUS NOT = "00"
002550         DISPLAY "ERROR - CANNOT OPEN CLASSCTL.DAT, FILE STATUS "
002560             WS-CTL-FILE-STATUS
002570         MOVE "Y" TO WS-FAIL-SWITCH
002580         GO TO 1000-INITIALIZE-EXIT
002590     END-IF.
002600     PERFORM 1100-LOAD-OWNERS THRU 1100-LOAD-OWNERS-EXIT.
002610     PERFORM 1200-LOAD-DUE-DATES THRU 1200-LOAD-DUE-DATES-EXIT.
002620*    STATUS 35 MEANS SUBREG.DAT DOESN'T EXIST YET - IT IS CREATED
002630*    EMPTY AND REOPENED I-O SO EXISTING ENTRIES CAN BE REWRITTEN.
002640*    ANY OTHER STATUS MEANS THE REGISTER COULD STILL BE OUT THERE,
002650*    SO THE RUN IS ABANDONED RATHER THAN WIPING IT.
002660     OPEN I-O SUBMISSION-REGISTER-FILE.
002670     IF WS-SRG-FILE-STATUS NOT = "00"
002680         IF WS-SRG-FILE-STATUS = "35"
002690             OPEN OUTPUT SUBMISSION-REGISTER-FILE
002700             CLOSE SUBMISSION-REGISTER-FILE
002710             OPEN I-O SUBMISSION-REGISTER-FILE
002720         ELSE
002730             DISPLAY "ERROR - CANNOT OPEN SUBREG.DAT, FILE "
002740                 "STATUS " WS-SRG-FILE-STATUS
002750             DISPLAY "RUN ABANDONED."
002760             STOP RUN
002770         END-IF
002780     END-IF.
002790 1000-INITIALIZE-EXIT.
002800     EXIT.
002810 1100-LOAD-OWNERS.
002820     OPEN INPUT RECIPIENTS-FILE.
002830     IF WS-RCP-FILE-STATUS NOT = "00"
002840         DISPLAY "NO RECIPNTS.DAT - EVERY CLASS IS LISTED WITH "
002850             "NO OWNER."
002860         GO TO 1100-LOAD-OWNERS-EXIT
002870     END-IF.
002880     PERFORM 1110-READ-ONE-OWNER THRU 1110-READ-ONE-OWNER-EXIT
002890         WITH TEST AFTER UNTIL WS-RCP-END-OF-FILE.
002910     CLOSE RECIPIENTS-FILE.
002920 1100-LOAD-OWNERS-EXIT.
002930     EXIT.
002940 1110-READ-ONE-OWNER.
002950     READ RECIPIENTS-FILE
002960         AT END SET WS-RCP-END-OF-FILE TO TRUE
002970         NOT AT END
002980             IF RCP-CLASS NOT = SPACES AND RCP-OWNER NOT = SPACES
002983                 IF WS-OWNER-COUNT >= WS-OWNER-MAX
002986                     DISPLAY "MORE THAN " WS-OWNER-MAX
002989                         " RECIPNTS.DAT LINES - EXTRAS IGNORED."
002992                     SET WS-RCP-END-OF-FILE TO TRUE
002995                 ELSE
002998                     ADD 1 TO WS-OWNER-COUNT
003001                     MOVE RCP-CLASS
003004                         TO WS-OWN-CLASS(WS-OWNER-COUNT)
003007                     MOVE RCP-OWNER
003010                         TO WS-OWN-OWNER(WS-OWNER-COUNT)
003013                 END-IF
003020             END-IF
003030     END-READ.
003040 1110-READ-ONE-OWNER-EXIT.
003050     EXIT.
003060 1200-LOAD-DUE-DATES.
003070     OPEN INPUT DUE-DATE-FILE.
003080     IF WS-DUE-FILE-STATUS NOT = "00"
003090         GO TO 1200-LOAD-DUE-DATES-EXIT
003100     END-IF.
003110     PERFORM 1210-READ-ONE-DUE-DATE
003120         THRU 1210-READ-ONE-DUE-DATE-EXIT
003130         WITH TEST AFTER UNTIL WS-DUE-END-OF-FILE.
003150     CLOSE DUE-DATE-FILE.
003160 1200-LOAD-DUE-DATES-EXIT.
003170     EXIT.
003180 1210-READ-ONE-DUE-DATE.
003190     READ DUE-DATE-FILE
003200         AT END SET WS-DUE-END-OF-FILE TO TRUE
003210         NOT AT END
003220             IF DUE-CLASS NOT = SPACES AND DUE-DATE IS NUMERIC
003224                 IF WS-DUE-COUNT >= WS-DUE-MAX
003228                     DISPLAY "MORE THAN " WS-DUE-MAX
003232                         " SUBDUE.DAT LINES - EXTRAS IGNORED."
003236                     SET WS-DUE-END-OF-FILE TO TRUE
003240                 ELSE
003244                     ADD 1 TO WS-DUE-COUNT
003248                     MOVE DUE-CLASS TO WS-DUE-CLASS(WS-DUE-COUNT)
003252                     MOVE DUE-DATE TO WS-DUE-DATE(WS-DUE-COUNT)
003256                 END-IF
003260             END-IF
003270     END-READ.
003280 1210-READ-ONE-DUE-DATE-EXIT.
003290     EXIT.
003300 2000-CHECK-CLASSES.
003310     PERFORM 2100-READ-ONE-CLASS THRU 2100-READ-ONE-CLASS-EXIT
003320         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
003330     CLOSE CONTROL-FILE.
003340 2000-CHECK-CLASSES-EXIT.
003350     EXIT.
003360 2100-READ-ONE-CLASS.
003370     READ CONTROL-FILE
003380         AT END SET WS-CTL-END-OF-FILE TO TRUE
003390         NOT AT END
003400             IF CONTROL-RECORD NOT = SPACES
003410                 MOVE CONTROL-RECORD TO WS-THE-CLASS
003420                 PERFORM 2200-REGISTER-CLASS
003430                     THRU 2200-REGISTER-CLASS-EXIT
003440             END-IF
003450     END-READ.
003460 2100-READ-ONE-CLASS-EXIT.
003470     EXIT.
003480 2200-REGISTER-CLASS.
003490     MOVE "N" TO WS-NEW-ENTRY-SWITCH.
003500     MOVE WS-THE-CLASS TO SRG-CLASS.
003510     READ SUBMISSION-REGISTER-FILE
003520         INVALID KEY MOVE "Y" TO WS-NEW-ENTRY-SWITCH
003530     END-READ.
003540*    A CLASS NEW TO THE REGISTER, OR ONE WHOSE ENTRY WAS FOR AN
003550*    EARLIER PERIOD, STARTS OUTSTANDING WITH NO ARRIVAL.
003560     IF WS-NEW-ENTRY
003570             OR (WS-PERIOD NOT = SPACES
003580                 AND SRG-PERIOD NOT = WS-PERIOD)
003590         MOVE WS-THE-CLASS TO SRG-CLASS
003600         MOVE WS-PERIOD TO SRG-PERIOD
003610         MOVE "OUTSTANDING" TO SRG-STATUS
003620         MOVE SPACES TO SRG-ARRIVED-DATE
003630         MOVE SPACES TO SRG-ARRIVED-TIME
003640         MOVE ZEROS TO SRG-DETAIL-COUNT
003650     END-IF.
003660*    OWNER AND DUE DATE ARE TAKEN FRESH EVERY RUN, SO A CHANGE TO
003670*    RECIPNTS.DAT OR SUBDUE.DAT SHOWS ON THE NEXT CHASER LIST.
003680     MOVE SPACES TO SRG-OWNER.
003690     MOVE 1 TO i.
003700     PERFORM 2210-MATCH-ONE-OWNER THRU 2210-MATCH-ONE-OWNER-EXIT
003710         UNTIL i > WS-OWNER-COUNT.
003720     MOVE SPACES TO SRG-DUE-DATE.
003730     MOVE 1 TO i.
003740     PERFORM 2220-MATCH-ONE-DUE-DATE
003750         THRU 2220-MATCH-ONE-DUE-DATE-EXIT
003760         UNTIL i > WS-DUE-COUNT.
003770     PERFORM 2300-CHECK-SCORE-FILE
003780         THRU 2300-CHECK-SCORE-FILE-EXIT.
003790     MOVE WS-RUN-STAMP TO SRG-CHECKED-STAMP.
003800     IF WS-NEW-ENTRY
003810         WRITE SUBMISSION-REGISTER-RECORD
003820             INVALID KEY
003830                 DISPLAY "WARNING - " SRG-CLASS
003840                     " COULD NOT BE ADDED TO SUBREG.DAT."
003850         END-WRITE
003860     ELSE
003870         REWRITE SUBMISSION-REGISTER-RECORD
003880             INVALID KEY
003890                 DISPLAY "WARNING - " SRG-CLASS
003900                     " COULD NOT BE UPDATED IN SUBREG.DAT."
003910         END-REWRITE
003920     END-IF.
003930     ADD 1 TO WS-CNT-REGISTERED.
003940     PERFORM 2400-NOTE-FOR-CHASER THRU 2400-NOTE-FOR-CHASER-EXIT.
003950 2200-REGISTER-CLASS-EXIT.
003960     EXIT.
003970 2210-MATCH-ONE-OWNER.
003980     IF WS-OWN-CLASS(i) = WS-THE-CLASS
003990         MOVE WS-OWN-OWNER(i) TO SRG-OWNER
004000         MOVE WS-OWNER-COUNT TO i
004010     END-IF.
004020     ADD 1 TO i.
004030 2210-MATCH-ONE-OWNER-EXIT.
004040     EXIT.
004050 2220-MATCH-ONE-DUE-DATE.
004060     IF WS-DUE-CLASS(i) = WS-THE-CLASS
004070         MOVE WS-DUE-DATE(i) TO SRG-DUE-DATE
004080         MOVE WS-DUE-COUNT TO i
004090     END-IF.
004100     ADD 1 TO i.
004110 2220-MATCH-ONE-DUE-DATE-EXIT.
004120     EXIT.
004130 2300-CHECK-SCORE-FILE.
004140*    NO FILE LEAVES THE ENTRY AS IT WAS - STILL OUTSTANDING, OR
004150*    RECEIVED EARLIER AND SINCE MOVED ON.  A FILE THAT IS THERE IS
004160*    RECONCILED EVERY RUN, SO A RESUBMISSION THAT FIXES (OR
004170*    BREAKS) THE CONTROL TOTALS IS PICKED UP.
004180     MOVE SPACES TO WS-SCORE-FILE-NAME.
004190     STRING WS-THE-CLASS DELIMITED BY SPACE
004200            ".DAT" DELIMITED BY SIZE
004210         INTO WS-SCORE-FILE-NAME.
004220     OPEN INPUT SCORE-FILE.
004230     IF WS-SCORE-FILE-STATUS NOT = "00"
004240         GO TO 2300-CHECK-SCORE-FILE-EXIT
004250     END-IF.
004260     MOVE ZEROS TO WS-DTL-COUNT.
004270     MOVE ZEROS TO WS-HASH-SUM.
004280     MOVE ZEROS TO WS-TRL-COUNT.
004290     MOVE ZEROS TO WS-TRL-HASH.
004300     MOVE "N" TO WS-HDR-SWITCH.
004310     MOVE "N" TO WS-TRL-SWITCH.
004320     MOVE "N" TO WS-FMT-SWITCH.
004330     MOVE "N" TO WS-SCR-EOF-SWITCH.
004340     MOVE SPACES TO WS-HDR-SEEN-PERIOD.
004350     PERFORM 2310-READ-ONE-SCORE-REC
004360         THRU 2310-READ-ONE-SCORE-REC-EXIT
004370         WITH TEST AFTER UNTIL WS-SCR-END-OF-FILE.
004380     CLOSE SCORE-FILE.
004390*    A HEADER NAMING ANOTHER PERIOD IS LAST TERM'S FILE STILL
004400*    SITTING THERE - THIS TERM'S HAS NOT ARRIVED.
004410     IF WS-PERIOD NOT = SPACES AND WS-HDR-SEEN-PERIOD NOT = SPACES
004420             AND WS-HDR-SEEN-PERIOD NOT = WS-PERIOD
004430         GO TO 2300-CHECK-SCORE-FILE-EXIT
004440     END-IF.
004450     IF WS-FORMAT-BAD OR NOT WS-HEADER-SEEN
004460             OR NOT WS-TRAILER-SEEN
004470             OR WS-DTL-COUNT NOT = WS-TRL-COUNT
004480             OR WS-HASH-SUM NOT = WS-TRL-HASH
004490         MOVE "OUT-OF-BALANCE" TO WS-FOUND-STATUS
004500     ELSE
004510         MOVE "RECEIVED" TO WS-FOUND-STATUS
004520     END-IF.
004530     IF WS-FOUND-STATUS NOT = SRG-STATUS
004540         MOVE WS-TODAY TO SRG-ARRIVED-DATE
004550         MOVE WS-NOW-TIME TO SRG-ARRIVED-TIME
004560         MOVE WS-FOUND-STATUS TO SRG-STATUS
004570     END-IF.
004580     MOVE WS-DTL-COUNT TO SRG-DETAIL-COUNT.
004590 2300-CHECK-SCORE-FILE-EXIT.
004600     EXIT.
004610 2310-READ-ONE-SCORE-REC.
004620     READ SCORE-FILE
004630         AT END SET WS-SCR-END-OF-FILE TO TRUE
004640         NOT AT END
004650             PERFORM 2320-CLASSIFY-SCORE-REC
004660                 THRU 2320-CLASSIFY-SCORE-REC-EXIT
004670     END-READ.
004680 2310-READ-ONE-SCORE-REC-EXIT.
004690     EXIT.
004700 2320-CLASSIFY-SCORE-REC.
004710     IF SF-HEADER-REC
004720         MOVE "Y" TO WS-HDR-SWITCH
004730         MOVE SF-HDR-PERIOD TO WS-HDR-SEEN-PERIOD
004740         GO TO 2320-CLASSIFY-SCORE-REC-EXIT
004750     END-IF.
004760     IF SF-TRAILER-REC
004770         IF SF-TRL-COUNT IS NUMERIC AND SF-TRL-HASH IS NUMERIC
004780             MOVE SF-TRL-COUNT-N TO WS-TRL-COUNT
004790             MOVE SF-TRL-HASH-N TO WS-TRL-HASH
004800             MOVE "Y" TO WS-TRL-SWITCH
004810         ELSE
004820             MOVE "Y" TO WS-FMT-SWITCH
004830         END-IF
004840         GO TO 2320-CLASSIFY-SCORE-REC-EXIT
004850     END-IF.
004860     IF NOT SF-DETAIL-REC
004870         MOVE "Y" TO WS-FMT-SWITCH
004880         GO TO 2320-CLASSIFY-SCORE-REC-EXIT
004890     END-IF.
004900     ADD 1 TO WS-DTL-COUNT.
004910     MOVE SF-SCORE(1:1) TO WS-SCORE-SIGN.
004920     MOVE SF-SCORE(2:3) TO WS-SCORE-DIGITS.
004930     IF WS-SCORE-SIGN = "-" AND WS-SCORE-DIGITS-N IS NUMERIC
004940         ADD WS-SCORE-DIGITS-N TO WS-HASH-SUM
004950     ELSE
004960         IF SF-SCORE IS NUMERIC
004970             ADD SF-SCORE-N TO WS-HASH-SUM
004980         ELSE
004990             MOVE "Y" TO WS-FMT-SWITCH
005000         END-IF
005010     END-IF.
005020 2320-CLASSIFY-SCORE-REC-EXIT.
005030     EXIT.
005040 2400-NOTE-FOR-CHASER.
005050     IF WS-CHASE-COUNT >= WS-CHASE-MAX
005052         DISPLAY "MORE THAN " WS-CHASE-MAX
005054             " CLASSES - " SRG-CLASS " NOT ON CHASER.DAT."
005056         MOVE "Y" TO WS-FAIL-SWITCH
005060         GO TO 2400-NOTE-FOR-CHASER-EXIT
005070     END-IF.
005080     ADD 1 TO WS-CHASE-COUNT.
005090     MOVE SRG-CLASS TO WS-CHS-CLASS(WS-CHASE-COUNT).
005100     MOVE SRG-OWNER TO WS-CHS-OWNER(WS-CHASE-COUNT).
005110     MOVE SRG-DUE-DATE TO WS-CHS-DUE(WS-CHASE-COUNT).
005120     MOVE SRG-ARRIVED-DATE TO WS-CHS-ARRIVED(WS-CHASE-COUNT).
005130     MOVE SRG-STATUS TO WS-CHS-STATE(WS-CHASE-COUNT).
005140     IF SRG-RECEIVED
005150         ADD 1 TO WS-CNT-RECEIVED
005160     END-IF.
005170     IF SRG-OUT-OF-BALANCE
005180         ADD 1 TO WS-CNT-OUT-OF-BALANCE
005190     END-IF.
005200*    LATE IS OUTSTANDING AND PAST THE DUE DATE - ON THE DUE DATE
005210*    ITSELF THE FILE IS NOT LATE YET.
005220     IF SRG-OUTSTANDING
005230         IF SRG-DUE-DATE NOT = SPACES AND SRG-DUE-DATE < WS-TODAY
005240             MOVE "LATE" TO WS-CHS-STATE(WS-CHASE-COUNT)
005250             ADD 1 TO WS-CNT-LATE
005260         ELSE
005270             ADD 1 TO WS-CNT-OUTSTANDING
005280         END-IF
005290     END-IF.
005300 2400-NOTE-FOR-CHASER-EXIT.
005310     EXIT.
005320 4000-WRITE-CHASER.
005330     OPEN OUTPUT CHASER-FILE.
005340     WRITE CHASER-RECORD FROM WS-TITLE-LINE.
005350     MOVE WS-RUN-STAMP TO WS-RPT-STAMP.
005360     WRITE CHASER-RECORD FROM WS-STAMP-LINE.
005370     MOVE WS-PERIOD TO WS-RPT-PERIOD.
005380     WRITE CHASER-RECORD FROM WS-PERIOD-LINE.
005390     MOVE ZEROS TO WS-OWNER-LINES.
005400     MOVE 1 TO i.
005410     PERFORM 4100-CHASE-ONE-OWNER THRU 4100-CHASE-ONE-OWNER-EXIT
005420         UNTIL i > WS-CHASE-COUNT.
005430     IF WS-OWNER-LINES = 0
005440         WRITE CHASER-RECORD FROM WS-BLANK-LINE
005450         WRITE CHASER-RECORD FROM WS-NOTHING-LINE
005460     END-IF.
005470     WRITE CHASER-RECORD FROM WS-BLANK-LINE.
005480     MOVE "CLASSES REGISTERED" TO WS-CNT-LABEL.
005490     MOVE WS-CNT-REGISTERED TO WS-CNT-VALUE.
005500     WRITE CHASER-RECORD FROM WS-COUNT-LINE.
005510     MOVE "RECEIVED" TO WS-CNT-LABEL.
005520     MOVE WS-CNT-RECEIVED TO WS-CNT-VALUE.
005530     WRITE CHASER-RECORD FROM WS-COUNT-LINE.
005540     MOVE "OUTSTANDING" TO WS-CNT-LABEL.
005550     MOVE WS-CNT-OUTSTANDING TO WS-CNT-VALUE.
005560     WRITE CHASER-RECORD FROM WS-COUNT-LINE.
005570     MOVE "LATE" TO WS-CNT-LABEL.
005580     MOVE WS-CNT-LATE TO WS-CNT-VALUE.
005590     WRITE CHASER-RECORD FROM WS-COUNT-LINE.
005600     MOVE "OUT-OF-BALANCE" TO WS-CNT-LABEL.
005610     MOVE WS-CNT-OUT-OF-BALANCE TO WS-CNT-VALUE.
005620     WRITE CHASER-RECORD FROM WS-COUNT-LINE.
005630     CLOSE CHASER-FILE.
005640 4000-WRITE-CHASER-EXIT.
005650     EXIT.
005660 4100-CHASE-ONE-OWNER.
005670*    EACH OWNER IS HANDLED AT THE FIRST CLASS OF THEIRS IN THE
005680*    TABLE: A HEADING, THEN EVERY ONE OF THEIR CLASSES STILL
005690*    NEEDING ACTION.  AN OWNER WITH NOTHING OUTSTANDING GETS NO
005700*    SECTION AT ALL.
005710     MOVE WS-CHS-OWNER(i) TO WS-THE-OWNER.
005720     MOVE "N" TO WS-FOUND-SWITCH.
005730     MOVE 1 TO j.
005740     PERFORM 4110-CHECK-EARLIER-OWNER
005750         THRU 4110-CHECK-EARLIER-OWNER-EXIT
005760         UNTIL j >= i OR WS-MATCH-FOUND.
005770     IF WS-MATCH-FOUND
005780         GO TO 4100-CHASE-ONE-OWNER-NEXT
005790     END-IF.
005800     MOVE "N" TO WS-FOUND-SWITCH.
005810     MOVE i TO j.
005820     PERFORM 4120-CHECK-OWNER-NEEDS
005830         THRU 4120-CHECK-OWNER-NEEDS-EXIT
005840         UNTIL j > WS-CHASE-COUNT OR WS-MATCH-FOUND.
005850     IF NOT WS-MATCH-FOUND
005860         GO TO 4100-CHASE-ONE-OWNER-NEXT
005870     END-IF.
005880     WRITE CHASER-RECORD FROM WS-BLANK-LINE.
005890     IF WS-THE-OWNER = SPACES
005900         MOVE "(NONE IN RECIPNTS.DAT)" TO WS-OWL-OWNER
005910     ELSE
005920         MOVE WS-THE-OWNER TO WS-OWL-OWNER
005930     END-IF.
005940     WRITE CHASER-RECORD FROM WS-OWNER-LINE.
005950     WRITE CHASER-RECORD FROM WS-CHASE-HEAD-LINE.
005960     MOVE i TO j.
005970     PERFORM 4200-LIST-ONE-CLASS THRU 4200-LIST-ONE-CLASS-EXIT
005980         UNTIL j > WS-CHASE-COUNT.
005990 4100-CHASE-ONE-OWNER-NEXT.
006000     ADD 1 TO i.
006010 4100-CHASE-ONE-OWNER-EXIT.
006020     EXIT.
006030 4110-CHECK-EARLIER-OWNER.
006040     IF WS-CHS-OWNER(j) = WS-THE-OWNER
006050         MOVE "Y" TO WS-FOUND-SWITCH
006060     END-IF.
006070     ADD 1 TO j.
006080 4110-CHECK-EARLIER-OWNER-EXIT.
006090     EXIT.
006100 4120-CHECK-OWNER-NEEDS.
006110     IF WS-CHS-OWNER(j) = WS-THE-OWNER
006120             AND WS-CHS-STATE(j) NOT = "RECEIVED"
006130         MOVE "Y" TO WS-FOUND-SWITCH
006140     END-IF.
006150     ADD 1 TO j.
006160 4120-CHECK-OWNER-NEEDS-EXIT.
006170     EXIT.
006180 4200-LIST-ONE-CLASS.
006190     IF WS-CHS-OWNER(j) NOT = WS-THE-OWNER
006200             OR WS-CHS-STATE(j) = "RECEIVED"
006210         GO TO 4200-LIST-ONE-CLASS-NEXT
006220     END-IF.
006230     MOVE WS-CHS-CLASS(j) TO WS-CHL-CLASS.
006240     MOVE WS-CHS-STATE(j) TO WS-CHL-STATE.
006250     MOVE WS-CHS-DUE(j) TO WS-CHL-DUE.
006260     MOVE WS-CHS-ARRIVED(j) TO WS-CHL-ARRIVED.
006270     WRITE CHASER-RECORD FROM WS-CHASE-LINE.
006280     ADD 1 TO WS-OWNER-LINES.
006290 4200-LIST-ONE-CLASS-NEXT.
006300     ADD 1 TO j.
006310 4200-LIST-ONE-CLASS-EXIT.
006320     EXIT.
006330 END PROGRAM 'S18108467K'.
