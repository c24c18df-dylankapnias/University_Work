000430*                            DECLARING SUCCESS - AN INDEX
000440*                            CORRUPTION OR THE NEXT LAYOUT CHANGE
000450*                            STOPS BEING A HOLD-YOUR-BREATH EVENT.
000451*   2026-10-15  S18108467  MASTER.DAT NOW KEYED ON DATASET ID AND
000452*                          ACADEMIC PERIOD (MST-KEY), RECORD SIX
000453*                          BYTES LONGER.  BACKUP DETAIL, HOLD AND
000454*                          VERIFY FIELDS WIDENED TO MATCH; A
000455*                          BACKUP TAKEN UNDER THE OLD LAYOUT MUST
000456*                          BE RELOADED BY THE OLD LEVEL OF THIS
000457*                          UTILITY BEFORE THE NEW ONE UNLOADS IT.
000458*   2026-10-15  S18108467  RELOAD NOW NEEDS THE RELOAD FUNCTION
000459*                          AGAINST THE OPERATOR'S USERID IN
000460*                          OPERAUTH.DAT.  A REFUSAL LEAVES
000461*                          MASTER.DAT ALONE, FILES A DENIED LINE
000462*                          IN AUDIT.DAT AND ENDS RETURN CODE 8.
000463*                          UNLOAD AND VERIFY ONLY READ THE MASTER
000464*                          AND STAY OPEN TO ANYONE.
000465*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MST-KEY
000540         FILE STATUS IS WS-MST-FILE-STATUS.
000550     SELECT BACKUP-FILE ASSIGN TO "MSTBKP.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-BKP-FILE-STATUS.
000580     SELECT VERIFY-REPORT-FILE ASSIGN TO "MSTVFY.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000591     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WS-AUD-FILE-STATUS.
000594     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000595         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-OPA-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MASTER-FILE.
000630     COPY MASTERREC.
000640 FD  BACKUP-FILE.
000650 01  BACKUP-RECORD              PIC X(364).
000660 FD  VERIFY-REPORT-FILE.
000670 01  VERIFY-REPORT-RECORD       PIC X(80).
000672 FD  AUDIT-FILE.
000674 01  AUDIT-RECORD               PIC X(400).
000676 FD  OPERATOR-AUTH-FILE.
000678     COPY OPERAUTH.
000680 WORKING-STORAGE SECTION.
000690     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000700     01 WS-BKP-FILE-STATUS      PIC X(02) VALUE SPACES.
000710     01 WS-MST-MODE             PIC X(10) VALUE SPACES.
000720     01 WS-TODAY                PIC X(08) VALUE SPACES.
000721     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000722     01 WS-AUD-TIME             PIC X(08) VALUE SPACES.
000723     COPY AUDITREC.
000724     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
000725     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
000726     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
000727     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
000728     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
000729         88 WS-OPA-END-OF-FILE          VALUE "Y".
000730     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
000731         88 WS-OPA-AUTHORISED           VALUE "Y".
000732     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
000740         88 WS-MST-END-OF-FILE          VALUE "Y".
000750     01 WS-BKP-EOF-SWITCH       PIC X(01) VALUE "N".
000760         88 WS-BKP-END-OF-FILE          VALUE "Y".
000920     01 WS-MISSING-COUNT        PIC 9(6) VALUE ZEROS.
000930     01 WS-MISMATCH-COUNT       PIC 9(6) VALUE ZEROS.
000940     01 WS-LIVE-COUNT           PIC 9(6) VALUE ZEROS.
000950     01 WS-HOLD-RECORD          PIC X(363) VALUE SPACES.
000960     01 WS-BKP-HEADER.
000970         05 FILLER              PIC X(01) VALUE "H".
000980         05 WS-BKH-CREATED      PIC X(08) VALUE SPACES.
000990     01 WS-BKP-DETAIL.
001000         05 FILLER              PIC X(01) VALUE "D".
001010         05 WS-BKD-BODY         PIC X(363) VALUE SPACES.
001020     01 WS-BKP-TRAILER.
001030         05 FILLER              PIC X(01) VALUE "T".
001040         05 WS-BKT-COUNT        PIC 9(06) VALUE ZEROS.
001090                 "MASTER VERIFY REPORT".
001100     01 WS-VFY-DETAIL-LINE.
001110         05 WS-VFY-TEXT         PIC X(24) VALUE SPACES.
001120         05 WS-VFY-ID           PIC X(26) VALUE SPACES.
001130     01 WS-VFY-COUNT-LINE.
001140         05 WS-VFY-LABEL        PIC X(20) VALUE SPACES.
001150         05 FILLER              PIC X(02) VALUE ": ".
002150 2100-VERIFY-ONE-RECORD-EXIT.
002160     EXIT.
002170 2200-CHECK-ONE-ROW.
002180     MOVE BACKUP-RECORD(2:363) TO WS-HOLD-RECORD.
002190     ADD 1 TO WS-REC-COUNT.
002200     MOVE WS-HOLD-RECORD(1:26) TO MST-KEY.
002210     READ MASTER-FILE
002220         INVALID KEY
002230             PERFORM 2210-NOTE-MISSING
002330 2210-NOTE-MISSING.
002340     ADD 1 TO WS-MISSING-COUNT.
002350     MOVE "MISSING ON LIVE FILE  : " TO WS-VFY-TEXT.
002360     MOVE WS-HOLD-RECORD(1:26) TO WS-VFY-ID.
002370     WRITE VERIFY-REPORT-RECORD FROM WS-VFY-DETAIL-LINE.
002380 2210-NOTE-MISSING-EXIT.
002390     EXIT.
002400 2220-NOTE-MISMATCH.
002410     ADD 1 TO WS-MISMATCH-COUNT.
002420     MOVE "FIELDS DIFFER ON LIVE : " TO WS-VFY-TEXT.
002430     MOVE WS-HOLD-RECORD(1:26) TO WS-VFY-ID.
002440     WRITE VERIFY-REPORT-RECORD FROM WS-VFY-DETAIL-LINE.
002450 2220-NOTE-MISMATCH-EXIT.
002460     EXIT.
002520 2300-STORE-TRAILER-EXIT.
002530     EXIT.
002540 2500-COUNT-LIVE-RECORDS.
002550     MOVE LOW-VALUES TO MST-KEY.
002560     START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
002570         INVALID KEY
002580             GO TO 2500-COUNT-LIVE-RECORDS-EXIT
002590     END-START.
003050 2600-JUDGE-VERIFY-EXIT.
003060     EXIT.
003070 3000-RELOAD.
003071     MOVE "RELOAD" TO WS-OPA-WANTED.
003072     PERFORM 8000-CHECK-AUTHORITY THRU 8000-CHECK-AUTHORITY-EXIT.
003073     IF NOT WS-OPA-AUTHORISED
003074         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT RELOAD "
003075             "MASTER.DAT - NOTHING RELOADED."
003076         MOVE "MASTER.DAT" TO AUD-DATASET
003077         MOVE "DENIED - RELOAD OF MASTER.DAT FROM MSTBKP.DAT"
003078             TO AUD-VALUES
003079         PERFORM 9000-WRITE-AUDIT THRU 9000-WRITE-AUDIT-EXIT
003080         MOVE "Y" TO WS-FAIL-SWITCH
003081         GO TO 3000-RELOAD-EXIT
003082     END-IF.
003083     OPEN INPUT BACKUP-FILE.
003090     IF WS-BKP-FILE-STATUS NOT = "00"
003100         DISPLAY "NO MSTBKP.DAT - NOTHING TO RELOAD FROM."
003110         MOVE "Y" TO WS-FAIL-SWITCH
003310         NOT AT END
003320             EVALUATE BACKUP-RECORD(1:1)
003330                 WHEN "D"
003340                     MOVE BACKUP-RECORD(2:363)
003350                         TO MASTER-RECORD
003360                     WRITE MASTER-RECORD
003370                         INVALID KEY
003380                             DISPLAY "DUPLICATE KEY IN BACKUP: "
003390                                 MST-DATASET-ID " " MST-PERIOD
003400                             MOVE "Y" TO WS-FAIL-SWITCH
003410                     END-WRITE
003420                 WHEN "T"
003880     END-READ.
003890 3510-TALLY-ONE-RELOADED-EXIT.
003900     EXIT.
003901 8000-CHECK-AUTHORITY.
003902*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
003903*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
003904*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
003905     MOVE "N" TO WS-OPA-AUTH-SWITCH.
003906     MOVE SPACES TO WS-OPA-USER.
003907     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
003908     IF WS-OPA-USER = SPACES
003909         GO TO 8000-CHECK-AUTHORITY-EXIT
003910     END-IF.
003911     OPEN INPUT OPERATOR-AUTH-FILE.
003912     IF WS-OPA-FILE-STATUS NOT = "00"
003913         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
003914         GO TO 8000-CHECK-AUTHORITY-EXIT
003915     END-IF.
003916     MOVE "N" TO WS-OPA-EOF-SWITCH.
003917     PERFORM 8100-READ-AUTHORITY THRU 8100-READ-AUTHORITY-EXIT
003918         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
003919     CLOSE OPERATOR-AUTH-FILE.
003920 8000-CHECK-AUTHORITY-EXIT.
003921     EXIT.
003922 8100-READ-AUTHORITY.
003923     READ OPERATOR-AUTH-FILE
003924         AT END SET WS-OPA-END-OF-FILE TO TRUE
003925         NOT AT END
003926             IF OPA-USERID(1:1) NOT = "*"
003927                 AND OPA-USERID = WS-OPA-USER
003928                 MOVE 1 TO WS-OPA-SLOT
003929                 PERFORM 8200-CHECK-ONE-FUNCTION
003930                     THRU 8200-CHECK-ONE-FUNCTION-EXIT
003931                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
003932                         OR WS-OPA-AUTHORISED
003933             END-IF
003934     END-READ.
003935 8100-READ-AUTHORITY-EXIT.
003936     EXIT.
003937 8200-CHECK-ONE-FUNCTION.
003938     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
003939         SET WS-OPA-AUTHORISED TO TRUE
003940     END-IF.
003941     ADD 1 TO WS-OPA-SLOT.
003942 8200-CHECK-ONE-FUNCTION-EXIT.
003943     EXIT.
003944 9000-WRITE-AUDIT.
003945*    SAME TRAIL, SAME LINE LAYOUT AND SAME FIRST-TIME STATUS-35
003946*    FALLBACK AS THE STATISTICS RUNS.  THE ACTION TEXT RIDES IN
003947*    THE VALUES COLUMN; THE FIGURES COLUMNS STAY ZERO.
003948     ACCEPT WS-AUD-TIME FROM TIME.
003949     STRING WS-TODAY DELIMITED BY SIZE
003950            "-" DELIMITED BY SIZE
003951            WS-AUD-TIME DELIMITED BY SIZE
003952         INTO AUD-TIMESTAMP.
003953     MOVE WS-OPA-USER TO AUD-OPERATOR.
003954     MOVE ZEROS TO AUD-MEAN.
003955     MOVE ZEROS TO AUD-STDDEV.
003956     OPEN EXTEND AUDIT-FILE.
003957     IF WS-AUD-FILE-STATUS NOT = "00"
003958         IF WS-AUD-FILE-STATUS = "35"
003959             OPEN OUTPUT AUDIT-FILE
003960         ELSE
003961             DISPLAY "ERROR - CANNOT OPEN AUDIT.DAT, FILE "
003962                 "STATUS " WS-AUD-FILE-STATUS
003963             DISPLAY "RUN ABANDONED."
003964             STOP RUN
003965         END-IF
003966     END-IF.
003967     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
003968     CLOSE AUDIT-FILE.
003969 9000-WRITE-AUDIT-EXIT.
003970     EXIT.
003971 END PROGRAM 'S18108467U'.
