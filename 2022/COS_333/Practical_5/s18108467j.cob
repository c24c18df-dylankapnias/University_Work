000390*                            HASH, SO THE FIXED ROWS CAN BE MERGED
000400*                            AND THE CLASS RE-RUN THROUGH READDATA
000410*                            UNCHANGED.
000412*   2026-10-15  S18108467  CORROUT.DAT HEADER NOW CARRIES THE
000414*                          ACADEMIC PERIOD IN COLS 30-35, FROM
000416*                          S18108467-PERIOD OR, IF THAT IS NOT
000418*                          SET, THE CURRENT YEAR WITH TERM "00".
000419*   2026-10-15  S18108467  BUILD MODE NOW NEEDS THE CORRECT
000420*                          FUNCTION AGAINST THE OPERATOR'S USERID
000421*                          IN OPERAUTH.DAT.  A REFUSAL BUILDS
000422*                          NOTHING, FILES A DENIED LINE IN
000423*                          AUDIT.DAT AND ENDS RETURN CODE 8.  THE
000424*                          WORKSHEET ONLY READS AND STAYS OPEN TO
000425*                          ANYONE.
000426*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000530         FILE STATUS IS WS-CORRIN-FILE-STATUS.
000540     SELECT CORRECTION-OUTPUT-FILE ASSIGN TO "CORROUT.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000551     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-AUD-FILE-STATUS.
000554     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000555         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-OPA-FILE-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  REJECT-FILE.
000670     05 CIN-SCORE-N REDEFINES CIN-SCORE
000680                                PIC 9(04).
000690 FD  CORRECTION-OUTPUT-FILE.
000700 01  CORRECTION-OUTPUT-RECORD   PIC X(35).
000702 FD  AUDIT-FILE.
000704 01  AUDIT-RECORD               PIC X(400).
000706 FD  OPERATOR-AUTH-FILE.
000708     COPY OPERAUTH.
000710 WORKING-STORAGE SECTION.
000720     COPY REJECTREC.
000730     01 WS-REJCLASS             PIC X(20) VALUE SPACES.
000830     01 WS-SKIPPED-COUNT        PIC 9(4) VALUE ZEROS.
000840     01 WS-HASH-SUM             PIC 9(8) COMP VALUE ZEROS.
000850     01 WS-TODAY                PIC X(08) VALUE SPACES.
000851     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000852     01 WS-AUD-DATE             PIC X(08) VALUE SPACES.
000853     01 WS-AUD-TIME             PIC X(08) VALUE SPACES.
000854     COPY AUDITREC.
000855     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
000856     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
000857     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
000858     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
000859     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
000860         88 WS-OPA-END-OF-FILE          VALUE "Y".
000861     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
000862         88 WS-OPA-AUTHORISED           VALUE "Y".
000863*    A SIGNED CORRECTED SCORE IS PLAIN TEXT WITH A LEADING "-",
000870*    EXACTLY AS READDATA EXPECTS ON THE SCORE FILE, SO THE SIGN IS
000880*    PULLED OFF AND CHECKED SEPARATELY AND THE HASH COUNTS ONLY
000890*    THE DIGITS - THE SAME RULE READDATA'S RECONCILIATION USES.
001250         05 FILLER              PIC X(01) VALUE "H".
001260         05 WS-HDR-CLASS        PIC X(20) VALUE SPACES.
001270         05 WS-HDR-ASOF         PIC X(08) VALUE SPACES.
001275         05 WS-HDR-PERIOD       PIC X(06) VALUE SPACES.
001280     01 WS-OUT-DETAIL.
001290         05 FILLER              PIC X(01) VALUE "D".
001300         05 WS-DTL-OUT-STUDNO   PIC X(10) VALUE SPACES.
002000 1200-WRITE-REJECT-LINE-EXIT.
002010     EXIT.
002020 2000-BUILD-CORRECTIONS.
002021     MOVE "CORRECT" TO WS-OPA-WANTED.
002022     PERFORM 8000-CHECK-AUTHORITY THRU 8000-CHECK-AUTHORITY-EXIT.
002023     IF NOT WS-OPA-AUTHORISED
002024         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT CORRECT "
002025             "REJECTS - NOTHING BUILT."
002026         MOVE WS-REJCLASS TO AUD-DATASET
002027         MOVE "DENIED - BUILD OF CORROUT.DAT FROM CORRIN.DAT"
002028             TO AUD-VALUES
002029         PERFORM 9000-WRITE-AUDIT THRU 9000-WRITE-AUDIT-EXIT
002030         MOVE 8 TO RETURN-CODE
002031         GO TO 2000-BUILD-CORRECTIONS-EXIT
002032     END-IF.
002033     OPEN INPUT CORRECTION-INPUT-FILE.
002040     IF WS-CORRIN-FILE-STATUS NOT = "00"
002050         DISPLAY "NO CORRIN.DAT - NOTHING TO BUILD.  KEY THE "
002060             "CORRECTED ENTRIES THERE FIRST."
002100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002110     MOVE WS-REJCLASS TO WS-HDR-CLASS.
002120     MOVE WS-TODAY TO WS-HDR-ASOF.
002121     ACCEPT WS-HDR-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
002122     IF WS-HDR-PERIOD = SPACES
002123         MOVE WS-TODAY(1:4) TO WS-HDR-PERIOD(1:4)
002124         MOVE "00" TO WS-HDR-PERIOD(5:2)
002125     END-IF.
002130     WRITE CORRECTION-OUTPUT-RECORD FROM WS-OUT-HEADER.
002140     PERFORM 2100-READ-ONE-CORRECTION
002150         THRU 2100-READ-ONE-CORRECTION-EXIT
002620     ADD 1 TO WS-BUILT-COUNT.
002630 2200-WRITE-ONE-DETAIL-EXIT.
002640     EXIT.
002641 8000-CHECK-AUTHORITY.
002642*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
002643*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
002644*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
002645     MOVE "N" TO WS-OPA-AUTH-SWITCH.
002646     MOVE SPACES TO WS-OPA-USER.
002647     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
002648     IF WS-OPA-USER = SPACES
002649         GO TO 8000-CHECK-AUTHORITY-EXIT
002650     END-IF.
002651     OPEN INPUT OPERATOR-AUTH-FILE.
002652     IF WS-OPA-FILE-STATUS NOT = "00"
002653         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
002654         GO TO 8000-CHECK-AUTHORITY-EXIT
002655     END-IF.
002656     MOVE "N" TO WS-OPA-EOF-SWITCH.
002657     PERFORM 8100-READ-AUTHORITY THRU 8100-READ-AUTHORITY-EXIT
002658         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
002659     CLOSE OPERATOR-AUTH-FILE.
002660 8000-CHECK-AUTHORITY-EXIT.
002661     EXIT.
002662 8100-READ-AUTHORITY.
002663     READ OPERATOR-AUTH-FILE
002664         AT END SET WS-OPA-END-OF-FILE TO TRUE
002665         NOT AT END
002666             IF OPA-USERID(1:1) NOT = "*"
002667                 AND OPA-USERID = WS-OPA-USER
002668                 MOVE 1 TO WS-OPA-SLOT
002669                 PERFORM 8200-CHECK-ONE-FUNCTION
002670                     THRU 8200-CHECK-ONE-FUNCTION-EXIT
002671                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
002672                         OR WS-OPA-AUTHORISED
002673             END-IF
002674     END-READ.
002675 8100-READ-AUTHORITY-EXIT.
002676     EXIT.
002677 8200-CHECK-ONE-FUNCTION.
002678     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
002679         SET WS-OPA-AUTHORISED TO TRUE
002680     END-IF.
002681     ADD 1 TO WS-OPA-SLOT.
002682 8200-CHECK-ONE-FUNCTION-EXIT.
002683     EXIT.
002684 9000-WRITE-AUDIT.
002685*    SAME TRAIL, SAME LINE LAYOUT AND SAME FIRST-TIME STATUS-35
002686*    FALLBACK AS THE STATISTICS RUNS.  THE ACTION TEXT RIDES IN
002687*    THE VALUES COLUMN; THE FIGURES COLUMNS STAY ZERO.
002688     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
002689     ACCEPT WS-AUD-TIME FROM TIME.
002690     STRING WS-AUD-DATE DELIMITED BY SIZE
002691            "-" DELIMITED BY SIZE
002692            WS-AUD-TIME DELIMITED BY SIZE
002693         INTO AUD-TIMESTAMP.
002694     MOVE WS-OPA-USER TO AUD-OPERATOR.
002695     MOVE ZEROS TO AUD-MEAN.
002696     MOVE ZEROS TO AUD-STDDEV.
002697     OPEN EXTEND AUDIT-FILE.
002698     IF WS-AUD-FILE-STATUS NOT = "00"
002699         IF WS-AUD-FILE-STATUS = "35"
002700             OPEN OUTPUT AUDIT-FILE
002701         ELSE
002702             DISPLAY "ERROR - CANNOT OPEN AUDIT.DAT, FILE "
002703                 "STATUS " WS-AUD-FILE-STATUS
002704             DISPLAY "RUN ABANDONED."
002705             STOP RUN
002706         END-IF
002707     END-IF.
002708     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
002709     CLOSE AUDIT-FILE.
002710 9000-WRITE-AUDIT-EXIT.
002711     EXIT.
002712 END PROGRAM 'S18108467J'.
