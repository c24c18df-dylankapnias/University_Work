000390*                          LINE STAY ON RECORD UNTOUCHED.  A SCORE
000400*                          FILE THAT FAILS ITS OWN TRAILER CHECK
000410*                          IS NOT ADJUSTED.
000411*   2026-10-15  S18108467  ACADEMIC PERIOD CARRIED THROUGH.  THE
000412*                          PERIOD IS TAKEN FROM THE SCORE FILE'S
000413*                          H HEADER (COLS 30-35), OR FAILING THAT
000414*                          FROM S18108467-PERIOD OR THE CURRENT
000415*                          YEAR AS THE STATS RUN DOES, KEPT ON THE
000416*                          REWRITTEN HEADER AND FILED IN THE NEW
000417*                          MSTHIST.DAT KEY.
000418*   2026-10-15  S18108467  THE OPERATOR RUNNING THE MODERATION
000419*                          (THE USER ENVIRONMENT VARIABLE) MUST
000420*                          HOLD THE MODERATE FUNCTION IN
000421*                          OPERAUTH.DAT.  A REFUSAL LEAVES THE
000422*                          SCORE FILE ALONE, FILES A DENIED LINE
000423*                          IN AUDIT.DAT AND ENDS RETURN CODE 8.
000424*   2026-10-15  S18108467  A CLASS AND PERIOD THE EXAM BOARD HAS
000425*                          SIGNED OFF (SIGNOFF.DAT, KEPT BY
000426*                          S18108467F) IS NOT ADJUSTED.  THE
000427*                          REFUSAL LEAVES THE SCORE FILE ALONE,
000428*                          FILES A REFUSED LINE IN AUDIT.DAT AND
000429*                          ENDS RETURN CODE 8 - THE CLASS MUST BE
000430*                          UNFROZEN FIRST.
000431*   2026-10-15  S18108467  A KEYVER.DAT ENTRY FOR THE CLASS AND
000432*                          PERIOD TAKES THE REWRITTEN FILE'S
000433*                          TRAILER TOTALS AS ITS FIRST-COPY
000434*                          TOTALS, SO A CLASS VERIFIED BEFORE AN
000435*                          AUTHORISED MODERATION IS NOT HELD.
000436*----------------------------------------------------------------
000437 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ADJUSTMENTS-FILE ASSIGN TO "ADJUSTS.DAT"
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HST-KEY
000640         FILE STATUS IS WS-HST-FILE-STATUS.
000642     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-OPA-FILE-STATUS.
000647     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
000648         ORGANIZATION IS INDEXED
000649         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SGN-KEY
000651         FILE STATUS IS WS-SGN-FILE-STATUS.
000652     SELECT KEYING-VERIFY-FILE ASSIGN TO "KEYVER.DAT"
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS KVR-CLASS
000656         FILE STATUS IS WS-KVR-FILE-STATUS.
000657 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ADJUSTMENTS-FILE.
000680 01  ADJUSTMENTS-RECORD.
000860         88 SF-HEADER-REC               VALUE "H".
000870         88 SF-DETAIL-REC               VALUE "D".
000880         88 SF-TRAILER-REC              VALUE "T".
000882     05 SF-RECORD-BODY          PIC X(34).
000884 01  SF-HEADER-RECORD.
000886     05 FILLER                  PIC X(01).
000888     05 SF-HDR-CLASS            PIC X(20).
000890     05 SF-HDR-ASOF             PIC X(08).
000892     05 SF-HDR-PERIOD           PIC X(06).
000900 01  SF-DETAIL-RECORD.
000910     05 FILLER                  PIC X(01).
000920     05 SF-STUDNO               PIC X(10).
001230 01  AUDIT-RECORD               PIC X(400).
001240 FD  HISTORY-FILE.
001250     COPY MSTHIST.
001253 FD  OPERATOR-AUTH-FILE.
001256     COPY OPERAUTH.
001257 FD  SIGNOFF-FILE.
001258     COPY SIGNOFF.
001259 FD  KEYING-VERIFY-FILE.
001260     COPY KEYVER.
001261 WORKING-STORAGE SECTION.
001270     01 i PIC 9(2) COMP VALUE 1.
001280     01 j PIC 9(2) COMP VALUE 1.
001290     01 WS-ADJ-FILE-STATUS      PIC X(02) VALUE SPACES.
001470     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001480         88 WS-RUN-FAILED               VALUE "Y".
001490     01 WS-TODAY                PIC X(08) VALUE SPACES.
001495     01 WS-PERIOD               PIC X(06) VALUE SPACES.
001500     01 WS-NOW-TIME             PIC X(08) VALUE SPACES.
001510     01 WS-RUN-STAMP            PIC X(17) VALUE SPACES.
001511     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
001512     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
001513     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
001514     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
001515     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
001516         88 WS-OPA-END-OF-FILE          VALUE "Y".
001517     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
001518         88 WS-OPA-AUTHORISED           VALUE "Y".
001519     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
001520     01 WS-KVR-FILE-STATUS      PIC X(02) VALUE SPACES.
001521     01 WS-SGN-FROZEN-SWITCH    PIC X(01) VALUE "N".
001522         88 WS-CLASS-FROZEN             VALUE "Y".
001523     COPY AUDITREC.
001530*    THE CLASS BEING MODERATED - UP TO THE SAME FIFTY ENTRIES THE
001540*    REST OF THE SUITE HOLDS, WITH THE ORIGINAL AND THE ADJUSTED
001550*    SCORE SIDE BY SIDE SO THE BEFORE FIGURES NEVER DEPEND ON
002200         05 FILLER              PIC X(01) VALUE "H".
002210         05 WS-HDR-CLASS        PIC X(20) VALUE SPACES.
002220         05 WS-HDR-ASOF         PIC X(08) VALUE SPACES.
002225         05 WS-HDR-PERIOD       PIC X(06) VALUE SPACES.
002230     01 WS-OUT-DETAIL.
002240         05 FILLER              PIC X(01) VALUE "D".
002250         05 WS-DTL-STUDNO       PIC X(10) VALUE SPACES.
002790     IF WS-RUN-FAILED
002800         GO TO 0000-MAINLINE-EXIT
002810     END-IF.
002811     MOVE "MODERATE" TO WS-OPA-WANTED.
002812     PERFORM 1500-CHECK-AUTHORITY THRU 1500-CHECK-AUTHORITY-EXIT.
002813     IF NOT WS-OPA-AUTHORISED
002814         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT MODERATE - "
002815             "CLASS " WS-ADJ-CLASS " NOT ADJUSTED."
002816         MOVE WS-RUN-STAMP TO AUD-TIMESTAMP
002817         MOVE WS-OPA-USER TO AUD-OPERATOR
002818         MOVE WS-ADJ-CLASS TO AUD-DATASET
002819         MOVE ZEROS TO AUD-MEAN
002820         MOVE ZEROS TO AUD-STDDEV
002821         MOVE SPACES TO AUD-VALUES
002822         MOVE WS-ADJ-AMOUNT TO WS-RPT-AMOUNT
002823         STRING "DENIED - MODERATION " DELIMITED BY SIZE
002824                WS-ADJ-TYPE DELIMITED BY SIZE
002825                " " DELIMITED BY SIZE
002826                WS-RPT-AMOUNT DELIMITED BY SIZE
002827             INTO AUD-VALUES
002828         PERFORM 8100-APPEND-AUDIT-LINE
002829             THRU 8100-APPEND-AUDIT-LINE-EXIT
002830         MOVE 8 TO RETURN-CODE
002831         GO TO 0000-MAINLINE-EXIT
002832     END-IF.
002833     PERFORM 2000-LOAD-SCORE-FILE THRU 2000-LOAD-SCORE-FILE-EXIT.
002834     IF WS-RUN-FAILED
002840         DISPLAY "CLASS " WS-ADJ-CLASS " NOT ADJUSTED."
002850         GO TO 0000-MAINLINE-EXIT
002860     END-IF.
002861*    THE PERIOD COMES FROM THE SCORE FILE, SO THE SIGN-OFF CHECK
002862*    CAN ONLY BE MADE ONCE IT IS LOADED - NOTHING IS WRITTEN
002863*    BEFORE THIS POINT.
002864     PERFORM 1600-CHECK-SIGN-OFF THRU 1600-CHECK-SIGN-OFF-EXIT.
002865     IF WS-CLASS-FROZEN
002866         DISPLAY "CLASS " WS-ADJ-CLASS " " WS-PERIOD
002867             " IS SIGNED OFF - NOT ADJUSTED."
002868         MOVE WS-RUN-STAMP TO AUD-TIMESTAMP
002869         MOVE WS-OPA-USER TO AUD-OPERATOR
002870         MOVE WS-ADJ-CLASS TO AUD-DATASET
002871         MOVE ZEROS TO AUD-MEAN
002872         MOVE ZEROS TO AUD-STDDEV
002873         MOVE SPACES TO AUD-VALUES
002874         STRING "REFUSED - MODERATION OF SIGNED-OFF RESULT - "
002875                    DELIMITED BY SIZE
002876                "PERIOD " DELIMITED BY SIZE
002877                WS-PERIOD DELIMITED BY SIZE
002878             INTO AUD-VALUES
002879         PERFORM 8100-APPEND-AUDIT-LINE
002880             THRU 8100-APPEND-AUDIT-LINE-EXIT
002881         MOVE 8 TO RETURN-CODE
002882         GO TO 0000-MAINLINE-EXIT
002883     END-IF.
002884     PERFORM 3000-LOAD-BANDS THRU 3000-LOAD-BANDS-EXIT.
002885     MOVE "O" TO WS-STAT-SIDE.
002890     PERFORM 7000-COMPUTE-STATS THRU 7000-COMPUTE-STATS-EXIT.
002900     MOVE WS-STAT-MEAN TO WS-BEF-MEAN.
002910     MOVE WS-STAT-STDDEV TO WS-BEF-STDDEV.
003050     MOVE WS-STAT-MAX TO WS-AFT-MAX.
003060     PERFORM 5000-REWRITE-SCORE-FILE
003070         THRU 5000-REWRITE-SCORE-FILE-EXIT.
003075     PERFORM 5200-REFRESH-KEYING THRU 5200-REFRESH-KEYING-EXIT.
003080     PERFORM 6000-WRITE-MOD-REPORT
003090         THRU 6000-WRITE-MOD-REPORT-EXIT.
003100     PERFORM 8000-FILE-AUDIT-LINES
003110         THRU 8000-FILE-AUDIT-LINES-EXIT.
003120     PERFORM 9000-FILE-HISTORY THRU 9000-FILE-HISTORY-EXIT.
003130     DISPLAY "MODERATION APPLIED TO " WS-ADJ-CLASS " " WS-PERIOD
003140         " - SEE MODRPT.DAT".
003150 0000-MAINLINE-EXIT.
003160     GOBACK.
003800     MOVE ADJ-OPERATOR TO WS-ADJ-OPERATOR.
003810     SET WS-ADJUSTMENT-FOUND TO TRUE.
003820 1200-STORE-ADJUSTMENT-EXIT.
003821     EXIT.
003822 1500-CHECK-AUTHORITY.
003823*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
003824*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
003825*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
003826     MOVE "N" TO WS-OPA-AUTH-SWITCH.
003827     MOVE SPACES TO WS-OPA-USER.
003828     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
003829     IF WS-OPA-USER = SPACES
003830         GO TO 1500-CHECK-AUTHORITY-EXIT
003831     END-IF.
003832     OPEN INPUT OPERATOR-AUTH-FILE.
003833     IF WS-OPA-FILE-STATUS NOT = "00"
003834         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
003835         GO TO 1500-CHECK-AUTHORITY-EXIT
003836     END-IF.
003837     MOVE "N" TO WS-OPA-EOF-SWITCH.
003838     PERFORM 1510-READ-AUTHORITY THRU 1510-READ-AUTHORITY-EXIT
003839         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
003840     CLOSE OPERATOR-AUTH-FILE.
003841 1500-CHECK-AUTHORITY-EXIT.
003842     EXIT.
003843 1510-READ-AUTHORITY.
003844     READ OPERATOR-AUTH-FILE
003845         AT END SET WS-OPA-END-OF-FILE TO TRUE
003846         NOT AT END
003847             IF OPA-USERID(1:1) NOT = "*"
003848                 AND OPA-USERID = WS-OPA-USER
003849                 MOVE 1 TO WS-OPA-SLOT
003850                 PERFORM 1520-CHECK-ONE-FUNCTION
003851                     THRU 1520-CHECK-ONE-FUNCTION-EXIT
003852                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
003853                         OR WS-OPA-AUTHORISED
003854             END-IF
003855     END-READ.
003856 1510-READ-AUTHORITY-EXIT.
003857     EXIT.
003858 1520-CHECK-ONE-FUNCTION.
003859     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
003860         SET WS-OPA-AUTHORISED TO TRUE
003861     END-IF.
003862     ADD 1 TO WS-OPA-SLOT.
003863 1520-CHECK-ONE-FUNCTION-EXIT.
003864     EXIT.
003865 1600-CHECK-SIGN-OFF.
003866*    A SIGNED-OFF ENTRY FOR THE CLASS AND PERIOD FREEZES IT; AN
003867*    UNFROZEN ONE, NO ENTRY OR NO SIGNOFF.DAT LEAVES IT OPEN.
003868     MOVE "N" TO WS-SGN-FROZEN-SWITCH.
003869     OPEN INPUT SIGNOFF-FILE.
003870     IF WS-SGN-FILE-STATUS NOT = "00"
003871         GO TO 1600-CHECK-SIGN-OFF-EXIT
003872     END-IF.
003873     MOVE WS-ADJ-CLASS TO SGN-CLASS.
003874     MOVE WS-PERIOD TO SGN-PERIOD.
003875     READ SIGNOFF-FILE
003876         INVALID KEY CONTINUE
003877         NOT INVALID KEY
003878             IF SGN-SIGNED-OFF
003879                 SET WS-CLASS-FROZEN TO TRUE
003880             END-IF
003881     END-READ.
003882     CLOSE SIGNOFF-FILE.
003883 1600-CHECK-SIGN-OFF-EXIT.
003884     EXIT.
003885 2000-LOAD-SCORE-FILE.
003886     MOVE SPACES TO WS-SCORE-FILE-NAME.
003887     STRING WS-ADJ-CLASS DELIMITED BY SPACE
003888            ".DAT" DELIMITED BY SIZE
003889         INTO WS-SCORE-FILE-NAME.
003890     OPEN INPUT SCORE-FILE.
003900     IF WS-SCORE-FILE-STATUS NOT = "00"
003910         DISPLAY "SCORE FILE " WS-SCORE-FILE-NAME " NOT FOUND."
003960         THRU 2100-READ-ONE-SCORE-REC-EXIT
003970         WITH TEST AFTER UNTIL WS-SCR-END-OF-FILE.
003980     CLOSE SCORE-FILE.
003981*    A FILE KEYED BEFORE THE HEADER CARRIED A PERIOD IS FILED THE
003982*    SAME WAY THE STATS RUN WOULD HAVE FILED IT.
003983     IF WS-PERIOD = SPACES
003984         ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD"
003985     END-IF.
003986     IF WS-PERIOD = SPACES
003987         MOVE WS-TODAY(1:4) TO WS-PERIOD(1:4)
003988         MOVE "00" TO WS-PERIOD(5:2)
003989     END-IF.
003990     IF WS-FORMAT-BAD OR NOT WS-HEADER-SEEN
004000             OR NOT WS-TRAILER-SEEN
004010             OR WS-DTL-COUNT NOT = WS-TRL-COUNT
004230 2200-CLASSIFY-SCORE-REC.
004240     IF SF-HEADER-REC
004250         MOVE "Y" TO WS-HDR-SWITCH
004255         MOVE SF-HDR-PERIOD TO WS-PERIOD
004260         GO TO 2200-CLASSIFY-SCORE-REC-EXIT
004270     END-IF.
004280     IF SF-TRAILER-REC
005320     MOVE "H" TO SF-RECORD-TYPE.
005330     MOVE WS-ADJ-CLASS TO WS-HDR-CLASS.
005340     MOVE WS-TODAY TO WS-HDR-ASOF.
005345     MOVE WS-PERIOD TO WS-HDR-PERIOD.
005350     WRITE SCORE-FILE-RECORD FROM WS-OUT-HEADER.
005360     MOVE 1 TO i.
005370     PERFORM 5100-WRITE-ONE-DETAIL
005630     ADD 1 TO i.
005640 5100-WRITE-ONE-DETAIL-EXIT.
005650     EXIT.
005651 5200-REFRESH-KEYING.
005652*    A CLASS KEYED TWICE AND VERIFIED FOR THIS PERIOD IS VERIFIED
005653*    AGAINST <CLASS>.DAT'S TRAILER.  THE MODERATION IS AUTHORISED
005654*    AND AUDITED, SO THE ENTRY TAKES THE NEW TOTALS RATHER THAN
005655*    HOLDING THE CLASS.  NO REGISTER, OR NO ENTRY FOR THE CLASS
005656*    AND PERIOD, AND THERE IS NOTHING TO REFRESH.
005657     OPEN I-O KEYING-VERIFY-FILE.
005658     IF WS-KVR-FILE-STATUS NOT = "00"
005659         GO TO 5200-REFRESH-KEYING-EXIT
005660     END-IF.
005661     MOVE WS-ADJ-CLASS TO KVR-CLASS.
005662     READ KEYING-VERIFY-FILE
005663         INVALID KEY MOVE SPACES TO KVR-PERIOD
005664     END-READ.
005665     IF KVR-PERIOD = WS-PERIOD
005666         MOVE WS-TRL-OUT-COUNT TO KVR-FIRST-COUNT
005667         MOVE WS-TRL-OUT-HASH TO KVR-FIRST-HASH
005668         REWRITE KEYING-VERIFY-RECORD
005669             INVALID KEY
005670                 DISPLAY "WARNING - " KVR-CLASS
005671                     " COULD NOT BE UPDATED IN KEYVER.DAT."
005672         END-REWRITE
005673     END-IF.
005674     CLOSE KEYING-VERIFY-FILE.
005675 5200-REFRESH-KEYING-EXIT.
005676     EXIT.
005677 6000-WRITE-MOD-REPORT.
005678     OPEN OUTPUT MODERATION-REPORT-FILE.
005680     WRITE MODERATION-REPORT-RECORD FROM WS-TITLE-LINE.
005690     MOVE WS-ADJ-CLASS TO WS-RPT-NAME.
005700     WRITE MODERATION-REPORT-RECORD FROM WS-NAME-LINE.
007340*    UNADJUSTED RUN'S ROW IS NEVER REWRITTEN, SO BOTH SITTINGS OF
007350*    THE FIGURES STAY ON RECORD SIDE BY SIDE.
007360     MOVE WS-ADJ-CLASS TO HST-DATASET-ID.
007365     MOVE WS-PERIOD TO HST-PERIOD.
007370     MOVE WS-RUN-STAMP TO HST-RUN-STAMP.
007380     MOVE WS-ENTRY-COUNT TO HST-COUNT.
007390     MOVE WS-AFT-MEAN TO HST-MEAN.
