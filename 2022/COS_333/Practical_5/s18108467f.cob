000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467F'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  RESULTS SIGN-OFF
000200*                          AND FREEZE.  ONCE THE EXAM BOARD HAD
000210*                          APPROVED A CLASS NOTHING STOPPED IT
000220*                          BEING CHANGED - A STRAY CLASSCTL.DAT
000230*                          LINE REWROTE ITS MASTER AND STUDENT-
000240*                          INDEX RECORDS, AND MODERATION OR
000250*                          MAINTENANCE COULD ALTER OR REMOVE IT.
000260*                          THIS PROGRAM KEEPS THE SIGN-OFF
000270*                          REGISTER, SIGNOFF.DAT.
000280*                          S18108467-SIGNMODE SAYS WHAT TO DO:
000290*                            SIGNOFF   RECORD THE BOARD'S
000300*                                      APPROVAL OF
000310*                                      S18108467-SIGNCLASS FOR
000320*                                      S18108467-PERIOD, NAMING
000330*                                      THE APPROVER IN
000340*                                      S18108467-APPROVER.  THE
000350*                                      CLASS IS FROZEN FROM THEN.
000360*                            UNFREEZE  LIFT A SIGN-OFF.  THE
000370*                                      REASON IN
000380*                                      S18108467-SIGNREASON IS
000390*                                      REQUIRED AND IS KEPT ON THE
000400*                                      REGISTER AND IN AUDIT.DAT.
000410*                            LIST      (THE DEFAULT) WRITE THE
000420*                                      REGISTER TO SIGNLIST.DAT,
000430*                                      FOR ONE CLASS WHEN
000440*                                      SIGNCLASS IS SET.
000450*                          NO PERIOD NAMED MEANS THE CLASS'S
000460*                          LATEST PERIOD ON MASTER.DAT, AND A
000470*                          CLASS CAN ONLY BE SIGNED OFF FOR A
000480*                          PERIOD THAT HAS A STORED RESULT.
000490*                          SIGNING OFF NEEDS THE SIGNOFF FUNCTION
000500*                          IN OPERAUTH.DAT AND UNFREEZING THE
000510*                          UNFREEZE FUNCTION; EVERY SIGN-OFF,
000520*                          UNFREEZE AND REFUSAL IS FILED IN
000530*                          AUDIT.DAT.  ANY FAILURE ENDS RETURN
000540*                          CODE 8.
000550*----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SGN-KEY
000630         FILE STATUS IS WS-SGN-FILE-STATUS.
000640     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS MST-KEY
000680         FILE STATUS IS WS-MST-FILE-STATUS.
000690     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUD-FILE-STATUS.
000720     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-OPA-FILE-STATUS.
000750     SELECT SIGN-LIST-FILE ASSIGN TO "SIGNLIST.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SIGNOFF-FILE.
000800     COPY SIGNOFF.
000810 FD  MASTER-FILE.
000820     COPY MASTERREC.
000830 FD  AUDIT-FILE.
000840 01  AUDIT-RECORD               PIC X(400).
000850 FD  OPERATOR-AUTH-FILE.
000860     COPY OPERAUTH.
000870 FD  SIGN-LIST-FILE.
000880 01  SIGN-LIST-RECORD           PIC X(120).
000890 WORKING-STORAGE SECTION.
000900     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
000910     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000920     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000930     01 WS-SIGN-MODE            PIC X(08) VALUE SPACES.
000940     01 WS-SIGN-CLASS           PIC X(20) VALUE SPACES.
000950     01 WS-PERIOD               PIC X(06) VALUE SPACES.
000960     01 WS-APPROVER             PIC X(20) VALUE SPACES.
000970     01 WS-REASON               PIC X(60) VALUE SPACES.
000980     01 WS-TODAY                PIC X(08) VALUE SPACES.
000990     01 WS-NOW-TIME             PIC X(08) VALUE SPACES.
001000     01 WS-RUN-STAMP            PIC X(17) VALUE SPACES.
001010     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001020         88 WS-RUN-FAILED               VALUE "Y".
001030     01 WS-NEW-ENTRY-SWITCH     PIC X(01) VALUE "N".
001040         88 WS-NEW-ENTRY                VALUE "Y".
001050     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
001060         88 WS-MST-END-OF-FILE          VALUE "Y".
001070     01 WS-SGN-EOF-SWITCH       PIC X(01) VALUE "N".
001080         88 WS-SGN-END-OF-FILE          VALUE "Y".
001090     01 WS-CNT-SIGNED-OFF       PIC 9(3) VALUE ZEROS.
001100     01 WS-CNT-UNFROZEN         PIC 9(3) VALUE ZEROS.
001110     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
001120     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
001130     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
001140     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
001150     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
001160         88 WS-OPA-END-OF-FILE          VALUE "Y".
001170     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
001180         88 WS-OPA-AUTHORISED           VALUE "Y".
001190     COPY AUDITREC.
001200     01 WS-TITLE-LINE.
001210         05 FILLER              PIC X(25) VALUE
001220                 "RESULTS SIGN-OFF REGISTER".
001230     01 WS-STAMP-LINE.
001240         05 FILLER              PIC X(15) VALUE
001250                 "LISTED       : ".
001260         05 WS-RPT-STAMP        PIC X(17) VALUE SPACES.
001270     01 WS-HEAD-LINE.
001280         05 FILLER              PIC X(22) VALUE "CLASS".
001290         05 FILLER              PIC X(08) VALUE "PERIOD".
001300         05 FILLER              PIC X(12) VALUE "STATUS".
001310         05 FILLER              PIC X(22) VALUE "APPROVED BY".
001320         05 FILLER              PIC X(22) VALUE "SIGNED OFF BY".
001330         05 FILLER              PIC X(17) VALUE "SIGNED OFF".
001340     01 WS-DETAIL-LINE.
001350         05 WS-DTL-CLASS        PIC X(20) VALUE SPACES.
001360         05 FILLER              PIC X(02) VALUE SPACES.
001370         05 WS-DTL-PERIOD       PIC X(06) VALUE SPACES.
001380         05 FILLER              PIC X(02) VALUE SPACES.
001390         05 WS-DTL-STATUS       PIC X(10) VALUE SPACES.
001400         05 FILLER              PIC X(02) VALUE SPACES.
001410         05 WS-DTL-APPROVER     PIC X(20) VALUE SPACES.
001420         05 FILLER              PIC X(02) VALUE SPACES.
001430         05 WS-DTL-SIGNED-BY    PIC X(20) VALUE SPACES.
001440         05 FILLER              PIC X(02) VALUE SPACES.
001450         05 WS-DTL-SIGNED-STAMP PIC X(17) VALUE SPACES.
001460     01 WS-UNFREEZE-LINE.
001470         05 FILLER              PIC X(16) VALUE
001480                 "    UNFROZEN BY ".
001490         05 WS-UNF-BY           PIC X(20) VALUE SPACES.
001500         05 FILLER              PIC X(01) VALUE SPACES.
001510         05 WS-UNF-STAMP        PIC X(17) VALUE SPACES.
001520         05 FILLER              PIC X(02) VALUE ": ".
001530         05 WS-UNF-REASON       PIC X(60) VALUE SPACES.
001540     01 WS-COUNT-LINE.
001550         05 WS-CNT-LABEL        PIC X(20) VALUE SPACES.
001560         05 FILLER              PIC X(02) VALUE ": ".
001570         05 WS-CNT-VALUE        PIC ZZ9.
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001610     IF WS-RUN-FAILED
001620         GO TO 0000-MAINLINE-EXIT
001630     END-IF.
001640     IF WS-SIGN-MODE = "LIST"
001650         PERFORM 4000-LIST-REGISTER THRU 4000-LIST-REGISTER-EXIT
001660         GO TO 0000-MAINLINE-EXIT
001670     END-IF.
001680     PERFORM 1100-CHECK-CLASS THRU 1100-CHECK-CLASS-EXIT.
001690     IF WS-RUN-FAILED
001700         GO TO 0000-MAINLINE-EXIT
001710     END-IF.
001720     MOVE WS-SIGN-MODE TO WS-OPA-WANTED.
001730     PERFORM 1500-CHECK-AUTHORITY THRU 1500-CHECK-AUTHORITY-EXIT.
001740     IF NOT WS-OPA-AUTHORISED
001750         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT " WS-SIGN-MODE
001760             " - CLASS " WS-SIGN-CLASS " " WS-PERIOD " UNCHANGED."
001770         MOVE SPACES TO AUD-VALUES
001780         STRING "DENIED - " DELIMITED BY SIZE
001790                WS-SIGN-MODE DELIMITED BY SPACE
001800                " - PERIOD " DELIMITED BY SIZE
001810                WS-PERIOD DELIMITED BY SIZE
001820             INTO AUD-VALUES
001830         PERFORM 8000-WRITE-AUDIT THRU 8000-WRITE-AUDIT-EXIT
001840         MOVE "Y" TO WS-FAIL-SWITCH
001850         GO TO 0000-MAINLINE-EXIT
001860     END-IF.
001870     PERFORM 1300-OPEN-REGISTER THRU 1300-OPEN-REGISTER-EXIT.
001880     IF WS-RUN-FAILED
001890         GO TO 0000-MAINLINE-EXIT
001900     END-IF.
001910     IF WS-SIGN-MODE = "SIGNOFF"
001920         PERFORM 2000-SIGN-OFF-CLASS THRU 2000-SIGN-OFF-CLASS-EXIT
001930     ELSE
001940         PERFORM 3000-UNFREEZE-CLASS THRU 3000-UNFREEZE-CLASS-EXIT
001950     END-IF.
001960     CLOSE SIGNOFF-FILE.
001970 0000-MAINLINE-EXIT.
001980     IF WS-RUN-FAILED
001990         MOVE 8 TO RETURN-CODE
002000     END-IF.
002010     GOBACK.
002020 1000-INITIALIZE.
002030*    WHAT TO DO, TO WHICH CLASS, AND ON WHOSE SAY.  A SIGN-OFF
002040*    WITH NO APPROVER, OR AN UNFREEZE WITH NO REASON, IS NOT
002050*    CONTROLLED AND IS REFUSED BEFORE ANY FILE IS TOUCHED.
002060     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002070     ACCEPT WS-NOW-TIME FROM TIME.
002080     STRING WS-TODAY DELIMITED BY SIZE
002090            "-" DELIMITED BY SIZE
002100            WS-NOW-TIME DELIMITED BY SIZE
002110         INTO WS-RUN-STAMP.
002120     ACCEPT WS-SIGN-MODE FROM ENVIRONMENT "S18108467-SIGNMODE".
002130     ACCEPT WS-SIGN-CLASS FROM ENVIRONMENT "S18108467-SIGNCLASS".
002140     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
002150     ACCEPT WS-APPROVER FROM ENVIRONMENT "S18108467-APPROVER".
002160     ACCEPT WS-REASON FROM ENVIRONMENT "S18108467-SIGNREASON".
002170     IF WS-SIGN-MODE = SPACES
002180         MOVE "LIST" TO WS-SIGN-MODE
002190     END-IF.
002200     IF WS-SIGN-MODE NOT = "SIGNOFF"
002210             AND WS-SIGN-MODE NOT = "UNFREEZE"
002220             AND WS-SIGN-MODE NOT = "LIST"
002230         DISPLAY "S18108467-SIGNMODE MUST BE SIGNOFF, UNFREEZE "
002240             "OR LIST."
002250         MOVE "Y" TO WS-FAIL-SWITCH
002260         GO TO 1000-INITIALIZE-EXIT
002270     END-IF.
002280     IF WS-SIGN-MODE = "LIST"
002290         GO TO 1000-INITIALIZE-EXIT
002300     END-IF.
002310     IF WS-SIGN-CLASS = SPACES
002320         DISPLAY "SET S18108467-SIGNCLASS TO THE CLASS TO "
002330             WS-SIGN-MODE "."
002340         MOVE "Y" TO WS-FAIL-SWITCH
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF.
002370     IF WS-SIGN-MODE = "SIGNOFF" AND WS-APPROVER = SPACES
002380         DISPLAY "SET S18108467-APPROVER TO WHOEVER APPROVED "
002390             WS-SIGN-CLASS " - NOTHING SIGNED OFF."
002400         MOVE "Y" TO WS-FAIL-SWITCH
002410         GO TO 1000-INITIALIZE-EXIT
002420     END-IF.
002430     IF WS-SIGN-MODE = "UNFREEZE" AND WS-REASON = SPACES
002440         DISPLAY "SET S18108467-SIGNREASON TO WHY " WS-SIGN-CLASS
002450             " IS BEING UNFROZEN - NOTHING UNFROZEN."
002460         MOVE "Y" TO WS-FAIL-SWITCH
002470     END-IF.
002480 1000-INITIALIZE-EXIT.
002490     EXIT.
002500 1100-CHECK-CLASS.
002510*    ONLY A RESULT THAT IS ON FILE CAN BE APPROVED.  AN UNFREEZE
002520*    ONLY NEEDS THE PERIOD - THE REGISTER ITSELF SAYS WHETHER
002530*    THERE IS ANYTHING TO LIFT.
002540     OPEN INPUT MASTER-FILE.
002550     IF WS-MST-FILE-STATUS NOT = "00"
002560         DISPLAY "NO MASTER FILE YET - NOTHING TO "
002570             WS-SIGN-MODE "."
002580         MOVE "Y" TO WS-FAIL-SWITCH
002590         GO TO 1100-CHECK-CLASS-EXIT
002600     END-IF.
002610     IF WS-PERIOD = SPACES
002620         PERFORM 1200-FIND-LATEST-PERIOD
002630             THRU 1200-FIND-LATEST-PERIOD-EXIT
002640     END-IF.
002650     IF WS-PERIOD = SPACES
002660         DISPLAY "NO STORED RESULT FOR " WS-SIGN-CLASS
002670         MOVE "Y" TO WS-FAIL-SWITCH
002680     ELSE
002690         IF WS-SIGN-MODE = "SIGNOFF"
002700             MOVE WS-SIGN-CLASS TO MST-DATASET-ID
002710             MOVE WS-PERIOD TO MST-PERIOD
002720             READ MASTER-FILE
002730                 INVALID KEY
002740                     DISPLAY "NO STORED RESULT FOR " WS-SIGN-CLASS
002750                         " " WS-PERIOD " - NOTHING SIGNED OFF."
002760                     MOVE "Y" TO WS-FAIL-SWITCH
002770             END-READ
002780         END-IF
002790     END-IF.
002800     CLOSE MASTER-FILE.
002810 1100-CHECK-CLASS-EXIT.
002820     EXIT.
002830 1200-FIND-LATEST-PERIOD.
002840*    THE PERIODS OF ONE CLASS COLLATE IN DATE ORDER, SO STARTING
002850*    AT THE CLASS WITH A LOW-VALUES PERIOD AND READING NEXT LEAVES
002860*    THE LATEST ONE IN WS-PERIOD WHEN THE CLASS RUNS OUT.
002870     MOVE WS-SIGN-CLASS TO MST-DATASET-ID.
002880     MOVE LOW-VALUES TO MST-PERIOD.
002890     START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
002900         INVALID KEY
002910             GO TO 1200-FIND-LATEST-PERIOD-EXIT
002920     END-START.
002930     MOVE "N" TO WS-MST-EOF-SWITCH.
002940     PERFORM 1210-READ-ONE-PERIOD THRU 1210-READ-ONE-PERIOD-EXIT
002950         WITH TEST AFTER UNTIL WS-MST-END-OF-FILE.
002960 1200-FIND-LATEST-PERIOD-EXIT.
002970     EXIT.
002980 1210-READ-ONE-PERIOD.
002990     READ MASTER-FILE NEXT RECORD
003000         AT END SET WS-MST-END-OF-FILE TO TRUE
003010         NOT AT END
003020             IF MST-DATASET-ID = WS-SIGN-CLASS
003030                 MOVE MST-PERIOD TO WS-PERIOD
003040             ELSE
003050                 SET WS-MST-END-OF-FILE TO TRUE
003060             END-IF
003070     END-READ.
003080 1210-READ-ONE-PERIOD-EXIT.
003090     EXIT.
003100 1300-OPEN-REGISTER.
003110*    STATUS 35 MEANS SIGNOFF.DAT DOESN'T EXIST YET - IT IS CREATED
003120*    EMPTY AND REOPENED, THE SAME FIRST-TIME FALLBACK THE OTHER
003130*    INDEXED FILES USE.
003140     OPEN I-O SIGNOFF-FILE.
003150     IF WS-SGN-FILE-STATUS NOT = "00"
003160         IF WS-SGN-FILE-STATUS = "35"
003170             OPEN OUTPUT SIGNOFF-FILE
003180             CLOSE SIGNOFF-FILE
003190             OPEN I-O SIGNOFF-FILE
003200         ELSE
003210             DISPLAY "ERROR - CANNOT OPEN SIGNOFF.DAT, FILE "
003220                 "STATUS " WS-SGN-FILE-STATUS
003230             MOVE "Y" TO WS-FAIL-SWITCH
003240         END-IF
003250     END-IF.
003260 1300-OPEN-REGISTER-EXIT.
003270     EXIT.
003280 1500-CHECK-AUTHORITY.
003290*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
003300*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
003310*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
003320     MOVE "N" TO WS-OPA-AUTH-SWITCH.
003330     MOVE SPACES TO WS-OPA-USER.
003340     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
003350     IF WS-OPA-USER = SPACES
003360         GO TO 1500-CHECK-AUTHORITY-EXIT
003370     END-IF.
003380     OPEN INPUT OPERATOR-AUTH-FILE.
003390     IF WS-OPA-FILE-STATUS NOT = "00"
003400         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
003410         GO TO 1500-CHECK-AUTHORITY-EXIT
003420     END-IF.
003430     MOVE "N" TO WS-OPA-EOF-SWITCH.
003440     PERFORM 1510-READ-AUTHORITY THRU 1510-READ-AUTHORITY-EXIT
003450         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
003460     CLOSE OPERATOR-AUTH-FILE.
003470 1500-CHECK-AUTHORITY-EXIT.
003480     EXIT.
003490 1510-READ-AUTHORITY.
003500     READ OPERATOR-AUTH-FILE
003510         AT END SET WS-OPA-END-OF-FILE TO TRUE
003520         NOT AT END
003530             IF OPA-USERID(1:1) NOT = "*"
003540                 AND OPA-USERID = WS-OPA-USER
003550                 MOVE 1 TO WS-OPA-SLOT
003560                 PERFORM 1520-CHECK-ONE-FUNCTION
003570                     THRU 1520-CHECK-ONE-FUNCTION-EXIT
003580                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
003590                         OR WS-OPA-AUTHORISED
003600             END-IF
003610     END-READ.
003620 1510-READ-AUTHORITY-EXIT.
003630     EXIT.
003640 1520-CHECK-ONE-FUNCTION.
003650     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
003660         SET WS-OPA-AUTHORISED TO TRUE
003670     END-IF.
003680     ADD 1 TO WS-OPA-SLOT.
003690 1520-CHECK-ONE-FUNCTION-EXIT.
003700     EXIT.
003710 2000-SIGN-OFF-CLASS.
003720*    SIGN OFF - A CLASS ALREADY SIGNED OFF IS LEFT EXACTLY AS IT
003730*    IS, SO THE ORIGINAL APPROVAL IS NEVER OVERWRITTEN BY A
003740*    SECOND ONE.  AN ENTRY LEFT UNFROZEN IS SIGNED OFF AGAIN IN
003750*    PLACE.
003760     MOVE "N" TO WS-NEW-ENTRY-SWITCH.
003770     MOVE WS-SIGN-CLASS TO SGN-CLASS.
003780     MOVE WS-PERIOD TO SGN-PERIOD.
003790     READ SIGNOFF-FILE
003800         INVALID KEY MOVE "Y" TO WS-NEW-ENTRY-SWITCH
003810     END-READ.
003820     IF NOT WS-NEW-ENTRY AND SGN-SIGNED-OFF
003830         DISPLAY "CLASS " WS-SIGN-CLASS " " WS-PERIOD
003840             " WAS SIGNED OFF ON " SGN-SIGNED-STAMP
003850             " - NOTHING CHANGED."
003860         GO TO 2000-SIGN-OFF-CLASS-EXIT
003870     END-IF.
003880     IF WS-NEW-ENTRY
003890         MOVE SPACES TO SIGNOFF-RECORD
003900         MOVE WS-SIGN-CLASS TO SGN-CLASS
003910         MOVE WS-PERIOD TO SGN-PERIOD
003920     END-IF.
003930     SET SGN-SIGNED-OFF TO TRUE.
003940     MOVE WS-APPROVER TO SGN-APPROVER.
003950     MOVE WS-OPA-USER TO SGN-SIGNED-BY.
003960     MOVE WS-RUN-STAMP TO SGN-SIGNED-STAMP.
003970     IF WS-NEW-ENTRY
003980         WRITE SIGNOFF-RECORD
003990             INVALID KEY
004000                 DISPLAY "ERROR - " WS-SIGN-CLASS " " WS-PERIOD
004010                     " COULD NOT BE ADDED TO SIGNOFF.DAT."
004020                 MOVE "Y" TO WS-FAIL-SWITCH
004030         END-WRITE
004040     ELSE
004050         REWRITE SIGNOFF-RECORD
004060             INVALID KEY
004070                 DISPLAY "ERROR - " WS-SIGN-CLASS " " WS-PERIOD
004080                     " COULD NOT BE UPDATED IN SIGNOFF.DAT."
004090                 MOVE "Y" TO WS-FAIL-SWITCH
004100         END-REWRITE
004110     END-IF.
004120     IF WS-RUN-FAILED
004130         GO TO 2000-SIGN-OFF-CLASS-EXIT
004140     END-IF.
004150     DISPLAY "CLASS " WS-SIGN-CLASS " " WS-PERIOD
004160         " SIGNED OFF - APPROVED BY " WS-APPROVER.
004170     MOVE SPACES TO AUD-VALUES.
004180     STRING "SIGNED OFF - PERIOD " DELIMITED BY SIZE
004190            WS-PERIOD DELIMITED BY SIZE
004200            " - APPROVED BY " DELIMITED BY SIZE
004210            WS-APPROVER DELIMITED BY SIZE
004220         INTO AUD-VALUES.
004230     PERFORM 8000-WRITE-AUDIT THRU 8000-WRITE-AUDIT-EXIT.
004240 2000-SIGN-OFF-CLASS-EXIT.
004250     EXIT.
004260 3000-UNFREEZE-CLASS.
004270*    UNFREEZE - ONLY A SIGNED-OFF ENTRY CAN BE LIFTED.  THE
004280*    APPROVAL STAYS ON THE RECORD NEXT TO WHO LIFTED IT AND WHY,
004290*    AND THE AUDIT LINE CARRIES BOTH.
004300     MOVE WS-SIGN-CLASS TO SGN-CLASS.
004310     MOVE WS-PERIOD TO SGN-PERIOD.
004320     READ SIGNOFF-FILE
004330         INVALID KEY MOVE SPACES TO SGN-STATUS
004340     END-READ.
004350     IF NOT SGN-SIGNED-OFF
004360         DISPLAY "CLASS " WS-SIGN-CLASS " " WS-PERIOD
004370             " IS NOT SIGNED OFF - NOTHING UNFROZEN."
004380         MOVE "Y" TO WS-FAIL-SWITCH
004390         GO TO 3000-UNFREEZE-CLASS-EXIT
004400     END-IF.
004410     SET SGN-UNFROZEN TO TRUE.
004420     MOVE WS-OPA-USER TO SGN-UNFROZEN-BY.
004430     MOVE WS-RUN-STAMP TO SGN-UNFROZEN-STAMP.
004440     MOVE WS-REASON TO SGN-UNFREEZE-REASON.
004450     REWRITE SIGNOFF-RECORD
004460         INVALID KEY
004470             DISPLAY "ERROR - " WS-SIGN-CLASS " " WS-PERIOD
004480                 " COULD NOT BE UPDATED IN SIGNOFF.DAT."
004490             MOVE "Y" TO WS-FAIL-SWITCH
004500             GO TO 3000-UNFREEZE-CLASS-EXIT
004510     END-REWRITE.
004520     DISPLAY "CLASS " WS-SIGN-CLASS " " WS-PERIOD " UNFROZEN.".
004530     MOVE SPACES TO AUD-VALUES.
004540     STRING "UNFROZEN - PERIOD " DELIMITED BY SIZE
004550            WS-PERIOD DELIMITED BY SIZE
004560            " - SIGNED OFF " DELIMITED BY SIZE
004570            SGN-SIGNED-STAMP DELIMITED BY SIZE
004580            " APPROVED BY " DELIMITED BY SIZE
004590            SGN-APPROVER DELIMITED BY SIZE
004600            " - REASON: " DELIMITED BY SIZE
004610            WS-REASON DELIMITED BY SIZE
004620         INTO AUD-VALUES.
004630     PERFORM 8000-WRITE-AUDIT THRU 8000-WRITE-AUDIT-EXIT.
004640 3000-UNFREEZE-CLASS-EXIT.
004650     EXIT.
004660 4000-LIST-REGISTER.
004670*    LIST - THE WHOLE REGISTER IN KEY ORDER, OR ONE CLASS'S
004680*    PERIODS WHEN S18108467-SIGNCLASS IS SET.  AN UNFROZEN ENTRY
004690*    GETS A SECOND LINE SAYING WHO LIFTED IT, WHEN AND WHY.
004700     OPEN INPUT SIGNOFF-FILE.
004710     IF WS-SGN-FILE-STATUS NOT = "00"
004720         DISPLAY "NO SIGNOFF.DAT YET - NO CLASS HAS BEEN "
004730             "SIGNED OFF."
004740         GO TO 4000-LIST-REGISTER-EXIT
004750     END-IF.
004760     OPEN OUTPUT SIGN-LIST-FILE.
004770     WRITE SIGN-LIST-RECORD FROM WS-TITLE-LINE.
004780     MOVE WS-RUN-STAMP TO WS-RPT-STAMP.
004790     WRITE SIGN-LIST-RECORD FROM WS-STAMP-LINE.
004800     MOVE SPACES TO SIGN-LIST-RECORD.
004810     WRITE SIGN-LIST-RECORD.
004820     WRITE SIGN-LIST-RECORD FROM WS-HEAD-LINE.
004830     MOVE "N" TO WS-SGN-EOF-SWITCH.
004840     PERFORM 4100-LIST-ONE-ENTRY THRU 4100-LIST-ONE-ENTRY-EXIT
004850         WITH TEST AFTER UNTIL WS-SGN-END-OF-FILE.
004860     MOVE SPACES TO SIGN-LIST-RECORD.
004870     WRITE SIGN-LIST-RECORD.
004880     MOVE "SIGNED OFF" TO WS-CNT-LABEL.
004890     MOVE WS-CNT-SIGNED-OFF TO WS-CNT-VALUE.
004900     WRITE SIGN-LIST-RECORD FROM WS-COUNT-LINE.
004910     MOVE "UNFROZEN" TO WS-CNT-LABEL.
004920     MOVE WS-CNT-UNFROZEN TO WS-CNT-VALUE.
004930     WRITE SIGN-LIST-RECORD FROM WS-COUNT-LINE.
004940     CLOSE SIGN-LIST-FILE.
004950     CLOSE SIGNOFF-FILE.
004960     DISPLAY "SIGN-OFF REGISTER LISTED - " WS-CNT-SIGNED-OFF
004970         " SIGNED OFF, " WS-CNT-UNFROZEN
004980         " UNFROZEN - SEE SIGNLIST.DAT".
004990 4000-LIST-REGISTER-EXIT.
005000     EXIT.
005010 4100-LIST-ONE-ENTRY.
005020     READ SIGNOFF-FILE NEXT RECORD
005030         AT END
005040             SET WS-SGN-END-OF-FILE TO TRUE
005050             GO TO 4100-LIST-ONE-ENTRY-EXIT
005060     END-READ.
005070     IF WS-SIGN-CLASS NOT = SPACES
005080             AND SGN-CLASS NOT = WS-SIGN-CLASS
005090         GO TO 4100-LIST-ONE-ENTRY-EXIT
005100     END-IF.
005110     MOVE SGN-CLASS TO WS-DTL-CLASS.
005120     MOVE SGN-PERIOD TO WS-DTL-PERIOD.
005130     MOVE SGN-STATUS TO WS-DTL-STATUS.
005140     MOVE SGN-APPROVER TO WS-DTL-APPROVER.
005150     MOVE SGN-SIGNED-BY TO WS-DTL-SIGNED-BY.
005160     MOVE SGN-SIGNED-STAMP TO WS-DTL-SIGNED-STAMP.
005170     WRITE SIGN-LIST-RECORD FROM WS-DETAIL-LINE.
005180     IF SGN-SIGNED-OFF
005190         ADD 1 TO WS-CNT-SIGNED-OFF
005200     ELSE
005210         ADD 1 TO WS-CNT-UNFROZEN
005220         MOVE SGN-UNFROZEN-BY TO WS-UNF-BY
005230         MOVE SGN-UNFROZEN-STAMP TO WS-UNF-STAMP
005240         MOVE SGN-UNFREEZE-REASON TO WS-UNF-REASON
005250         WRITE SIGN-LIST-RECORD FROM WS-UNFREEZE-LINE
005260     END-IF.
005270 4100-LIST-ONE-ENTRY-EXIT.
005280     EXIT.
005290 8000-WRITE-AUDIT.
005300*    SAME TRAIL, SAME LINE LAYOUT AND SAME FIRST-TIME STATUS-35
005310*    FALLBACK AS THE STATISTICS RUNS.  THE ACTION TEXT RIDES IN
005320*    THE VALUES COLUMN; THE FIGURES COLUMNS STAY ZERO SO A
005330*    SIGN-OFF LINE CANNOT BE MISREAD AS A RESULT.
005340     MOVE WS-RUN-STAMP TO AUD-TIMESTAMP.
005350     MOVE WS-OPA-USER TO AUD-OPERATOR.
005360     MOVE WS-SIGN-CLASS TO AUD-DATASET.
005370     MOVE ZEROS TO AUD-MEAN.
005380     MOVE ZEROS TO AUD-STDDEV.
005390     OPEN EXTEND AUDIT-FILE.
005400     IF WS-AUD-FILE-STATUS NOT = "00"
005410         IF WS-AUD-FILE-STATUS = "35"
005420             OPEN OUTPUT AUDIT-FILE
005430         ELSE
005440             DISPLAY "ERROR - CANNOT OPEN AUDIT.DAT, FILE "
005450                 "STATUS " WS-AUD-FILE-STATUS
005460             MOVE "Y" TO WS-FAIL-SWITCH
005470             GO TO 8000-WRITE-AUDIT-EXIT
005480         END-IF
005490     END-IF.
005500     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
005510     CLOSE AUDIT-FILE.
005520 8000-WRITE-AUDIT-EXIT.
005530     EXIT.
005540 END PROGRAM 'S18108467F'.
