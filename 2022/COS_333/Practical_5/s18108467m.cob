000280*                          RUNS WRITE, NAMING THE OPERATOR AND
000290*                          THE ACTION, SO THE MASTER FILE STAYS
000300*                          A SET OF NUMBERS WE CAN STAND BEHIND.
000301*   2026-10-15  S18108467  MASTER.DAT NOW KEYED ON DATASET ID AND
000302*                          ACADEMIC PERIOD.  DISPLAY, DELETE AND
000303*                          RENAME ASK FOR THE PERIOD AS WELL AS
000304*                          THE ID, THE LIST SHOWS IT, A RENAME
000305*                          KEEPS THE RECORD IN ITS PERIOD, AND THE
000306*                          AUDIT TEXT NAMES THE PERIOD ACTED ON.
000307*   2026-10-15  S18108467  DELETE AND RENAME NOW NEED THE MAINTAIN
000308*                          FUNCTION AGAINST THE OPERATOR'S USERID
000309*                          IN OPERAUTH.DAT.  A REFUSAL TOUCHES
000310*                          NOTHING AND FILES A DENIED LINE IN
000311*                          AUDIT.DAT NAMING THE OPERATOR AND THE
000312*                          ACTION ATTEMPTED.
000313*   2026-10-15  S18108467  A RECORD WHOSE CLASS AND PERIOD THE
000314*                          EXAM BOARD HAS SIGNED OFF (SIGNOFF.DAT,
000315*                          KEPT BY S18108467F) CAN NO LONGER BE
000316*                          DELETED OR RENAMED.  THE REFUSAL
000317*                          TOUCHES NOTHING AND FILES A REFUSED
000318*                          LINE IN AUDIT.DAT.
000319*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MST-KEY
000390         FILE STATUS IS WS-MST-FILE-STATUS.
000400     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AUD-FILE-STATUS.
000422     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-OPA-FILE-STATUS.
000427     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
000428         ORGANIZATION IS INDEXED
000429         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SGN-KEY
000431         FILE STATUS IS WS-SGN-FILE-STATUS.
000432 DATA DIVISION.
000440 FILE SECTION.
000450 FD  MASTER-FILE.
000460     COPY MASTERREC.
000470 FD  AUDIT-FILE.
000480 01  AUDIT-RECORD               PIC X(400).
000483 FD  OPERATOR-AUTH-FILE.
000486     COPY OPERAUTH.
000487 FD  SIGNOFF-FILE.
000488     COPY SIGNOFF.
000490 WORKING-STORAGE SECTION.
000500     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000510     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000520     01 WS-AUD-DATE             PIC X(08) VALUE SPACES.
000530     01 WS-AUD-TIME             PIC X(08) VALUE SPACES.
000531     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
000532     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
000533     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
000534     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
000535     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
000536         88 WS-OPA-END-OF-FILE          VALUE "Y".
000537     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
000538         88 WS-OPA-AUTHORISED           VALUE "Y".
000539     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
000540     01 WS-SGN-FROZEN-SWITCH    PIC X(01) VALUE "N".
000541         88 WS-CLASS-FROZEN             VALUE "Y".
000542     COPY AUDITREC.
000550     01 WS-MENU-CHOICE          PIC X(01) VALUE SPACES.
000560     01 WS-QUIT-SWITCH          PIC X(01) VALUE "N".
000570         88 WS-QUIT-REQUESTED           VALUE "Y".
000580     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
000590         88 WS-MST-END-OF-FILE          VALUE "Y".
000600     01 WS-WORK-ID              PIC X(20) VALUE SPACES.
000605     01 WS-WORK-PERIOD          PIC X(06) VALUE SPACES.
000610     01 WS-NEW-ID               PIC X(20) VALUE SPACES.
000620     01 WS-CONFIRM              PIC X(01) VALUE SPACES.
000630     01 WS-LIST-COUNT           PIC 9(3) VALUE ZEROS.
000640     01 WS-LIST-LINE.
000650         05 WS-LST-ID           PIC X(20) VALUE SPACES.
000653         05 FILLER              PIC X(02) VALUE SPACES.
000656         05 WS-LST-PERIOD       PIC X(06) VALUE SPACES.
000660         05 FILLER              PIC X(02) VALUE SPACES.
000670         05 WS-LST-COUNT        PIC ZZ9.
000680         05 FILLER              PIC X(02) VALUE SPACES.
001090     END-EVALUATE.
001100 1000-SHOW-MENU-EXIT.
001110     EXIT.
001111 1500-ACCEPT-PERIOD.
001112*    THE SAME RESULT CAN BE ON FILE FOR SEVERAL PERIODS, SO EVERY
001113*    SINGLE-RECORD ACTION NEEDS THE PERIOD TOO.  S18108467-PERIOD
001114*    ANSWERS THE QUESTION FOR A WHOLE SESSION WHEN IT IS SET.
001115     ACCEPT WS-WORK-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
001116     IF WS-WORK-PERIOD = SPACES
001117         DISPLAY "ACADEMIC PERIOD (E.G. 2026S1)?"
001118         ACCEPT WS-WORK-PERIOD
001119     END-IF.
001120 1500-ACCEPT-PERIOD-EXIT.
001121     EXIT.
001122 2000-LIST-RECORDS.
001130     OPEN INPUT MASTER-FILE.
001140     IF WS-MST-FILE-STATUS NOT = "00"
001150         DISPLAY "NO MASTER FILE YET - NOTHING TO LIST."
001170     END-IF.
001180     MOVE "N" TO WS-MST-EOF-SWITCH.
001190     MOVE ZEROS TO WS-LIST-COUNT.
001196     DISPLAY "DATASET               PERIOD  CNT  MEAN       "
001202         "RUN DATE".
001210     PERFORM 2100-LIST-ONE-RECORD
001220         THRU 2100-LIST-ONE-RECORD-EXIT
001230         WITH TEST AFTER UNTIL WS-MST-END-OF-FILE.
001310         NOT AT END
001320             ADD 1 TO WS-LIST-COUNT
001330             MOVE MST-DATASET-ID TO WS-LST-ID
001335             MOVE MST-PERIOD TO WS-LST-PERIOD
001340             MOVE MST-COUNT TO WS-LST-COUNT
001350             MOVE MST-MEAN TO WS-LST-MEAN
001360             MOVE MST-RUN-DATE TO WS-LST-DATE
001410 3000-DISPLAY-RECORD.
001420     DISPLAY "DATASET ID TO DISPLAY?".
001430     ACCEPT WS-WORK-ID.
001435     PERFORM 1500-ACCEPT-PERIOD THRU 1500-ACCEPT-PERIOD-EXIT.
001440     OPEN INPUT MASTER-FILE.
001450     IF WS-MST-FILE-STATUS NOT = "00"
001460         DISPLAY "NO MASTER FILE YET - NOTHING TO DISPLAY."
001470         GO TO 3000-DISPLAY-RECORD-EXIT
001480     END-IF.
001490     MOVE WS-WORK-ID TO MST-DATASET-ID.
001495     MOVE WS-WORK-PERIOD TO MST-PERIOD.
001500     READ MASTER-FILE
001510         INVALID KEY
001516             DISPLAY "NO STORED RESULT FOR " WS-WORK-ID " "
001522                 WS-WORK-PERIOD
001530         NOT INVALID KEY
001540             DISPLAY "DATASET  : " MST-DATASET-ID
001545             DISPLAY "PERIOD   : " MST-PERIOD
001550             DISPLAY "COUNT    : " MST-COUNT
001560             DISPLAY "MEAN     : " MST-MEAN
001570             DISPLAY "STD DEV  : " MST-STDDEV
001670 4000-DELETE-RECORD.
001680     DISPLAY "DATASET ID TO DELETE?".
001690     ACCEPT WS-WORK-ID.
001695     PERFORM 1500-ACCEPT-PERIOD THRU 1500-ACCEPT-PERIOD-EXIT.
001700     DISPLAY "DELETE " WS-WORK-ID " " WS-WORK-PERIOD
001705         " - ARE YOU SURE (Y/N)?".
001710     ACCEPT WS-CONFIRM.
001720     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
001730         DISPLAY "NOTHING DELETED."
001740         GO TO 4000-DELETE-RECORD-EXIT
001750     END-IF.
001751     MOVE "MAINTAIN" TO WS-OPA-WANTED.
001752     PERFORM 7000-CHECK-AUTHORITY THRU 7000-CHECK-AUTHORITY-EXIT.
001753     IF NOT WS-OPA-AUTHORISED
001754         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT MAINTAIN "
001755             "MASTER.DAT - NOTHING DELETED."
001756         MOVE WS-WORK-ID TO AUD-DATASET
001757         MOVE SPACES TO AUD-VALUES
001758         STRING "DENIED - DELETE OF MASTER RECORD - PERIOD "
001759                    DELIMITED BY SIZE
001760                WS-WORK-PERIOD DELIMITED BY SIZE
001761             INTO AUD-VALUES
001762         PERFORM 6000-WRITE-AUDIT THRU 6000-WRITE-AUDIT-EXIT
001763         GO TO 4000-DELETE-RECORD-EXIT
001764     END-IF.
001765     PERFORM 7500-CHECK-SIGN-OFF THRU 7500-CHECK-SIGN-OFF-EXIT.
001766     IF WS-CLASS-FROZEN
001767         DISPLAY WS-WORK-ID " " WS-WORK-PERIOD " IS SIGNED OFF - "
001768             "NOTHING DELETED."
001769         MOVE WS-WORK-ID TO AUD-DATASET
001770         MOVE SPACES TO AUD-VALUES
001771         STRING "REFUSED - DELETE OF SIGNED-OFF MASTER RECORD - "
001772                    DELIMITED BY SIZE
001773                "PERIOD " DELIMITED BY SIZE
001774                WS-WORK-PERIOD DELIMITED BY SIZE
001775             INTO AUD-VALUES
001776         PERFORM 6000-WRITE-AUDIT THRU 6000-WRITE-AUDIT-EXIT
001777         GO TO 4000-DELETE-RECORD-EXIT
001778     END-IF.
001779     OPEN I-O MASTER-FILE.
001780     IF WS-MST-FILE-STATUS NOT = "00"
001781         DISPLAY "NO MASTER FILE YET - NOTHING TO DELETE."
001790         GO TO 4000-DELETE-RECORD-EXIT
001800     END-IF.
001810     MOVE WS-WORK-ID TO MST-DATASET-ID.
001815     MOVE WS-WORK-PERIOD TO MST-PERIOD.
001820     DELETE MASTER-FILE RECORD
001830         INVALID KEY
001836             DISPLAY "NO STORED RESULT FOR " WS-WORK-ID " "
001842                 WS-WORK-PERIOD
001850         NOT INVALID KEY
001860             DISPLAY WS-WORK-ID " " WS-WORK-PERIOD " DELETED."
001870             MOVE WS-WORK-ID TO AUD-DATASET
001874             MOVE SPACES TO AUD-VALUES
001878             STRING "MASTER RECORD DELETED BY MAINTENANCE - "
001882                        DELIMITED BY SIZE
001886                    "PERIOD " DELIMITED BY SIZE
001890                    WS-WORK-PERIOD DELIMITED BY SIZE
001894                 INTO AUD-VALUES
001900             PERFORM 6000-WRITE-AUDIT
001910                 THRU 6000-WRITE-AUDIT-EXIT
001920     END-DELETE.
001960 5000-RENAME-RECORD.
001970     DISPLAY "DATASET ID TO RENAME?".
001980     ACCEPT WS-WORK-ID.
001985     PERFORM 1500-ACCEPT-PERIOD THRU 1500-ACCEPT-PERIOD-EXIT.
001990     DISPLAY "NEW DATASET ID?".
002000     ACCEPT WS-NEW-ID.
002010     IF WS-NEW-ID = SPACES OR WS-NEW-ID = WS-WORK-ID
002020         DISPLAY "NOTHING RENAMED."
002021         GO TO 5000-RENAME-RECORD-EXIT
002022     END-IF.
002023     MOVE "MAINTAIN" TO WS-OPA-WANTED.
002024     PERFORM 7000-CHECK-AUTHORITY THRU 7000-CHECK-AUTHORITY-EXIT.
002025     IF NOT WS-OPA-AUTHORISED
002026         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT MAINTAIN "
002027             "MASTER.DAT - NOTHING RENAMED."
002028         MOVE WS-WORK-ID TO AUD-DATASET
002029         MOVE SPACES TO AUD-VALUES
002030         STRING "DENIED - RENAME OF MASTER RECORD TO "
002031                    DELIMITED BY SIZE
002032                WS-NEW-ID DELIMITED BY SIZE
002033                " - PERIOD " DELIMITED BY SIZE
002034                WS-WORK-PERIOD DELIMITED BY SIZE
002035             INTO AUD-VALUES
002036         PERFORM 6000-WRITE-AUDIT THRU 6000-WRITE-AUDIT-EXIT
002037         GO TO 5000-RENAME-RECORD-EXIT
002038     END-IF.
002039     PERFORM 7500-CHECK-SIGN-OFF THRU 7500-CHECK-SIGN-OFF-EXIT.
002040     IF WS-CLASS-FROZEN
002041         DISPLAY WS-WORK-ID " " WS-WORK-PERIOD " IS SIGNED OFF - "
002042             "NOTHING RENAMED."
002043         MOVE WS-WORK-ID TO AUD-DATASET
002044         MOVE SPACES TO AUD-VALUES
002045         STRING "REFUSED - RENAME OF SIGNED-OFF MASTER RECORD TO "
002046                    DELIMITED BY SIZE
002047                WS-NEW-ID DELIMITED BY SIZE
002048                " - PERIOD " DELIMITED BY SIZE
002049                WS-WORK-PERIOD DELIMITED BY SIZE
002050             INTO AUD-VALUES
002051         PERFORM 6000-WRITE-AUDIT THRU 6000-WRITE-AUDIT-EXIT
002052         GO TO 5000-RENAME-RECORD-EXIT
002053     END-IF.
002054     OPEN I-O MASTER-FILE.
002060     IF WS-MST-FILE-STATUS NOT = "00"
002070         DISPLAY "NO MASTER FILE YET - NOTHING TO RENAME."
002080         GO TO 5000-RENAME-RECORD-EXIT
002090     END-IF.
002100     MOVE WS-WORK-ID TO MST-DATASET-ID.
002105     MOVE WS-WORK-PERIOD TO MST-PERIOD.
002110     READ MASTER-FILE
002120         INVALID KEY
002126             DISPLAY "NO STORED RESULT FOR " WS-WORK-ID " "
002132                 WS-WORK-PERIOD
002140             CLOSE MASTER-FILE
002150             GO TO 5000-RENAME-RECORD-EXIT
002160     END-READ.
002170*    THE RECORD JUST READ IS STILL SITTING IN MASTER-RECORD, SO
002176*    REKEYING IT IS JUST A MATTER OF SWAPPING THE ID IN PLACE -
002182*    THE PERIOD HALF OF THE KEY STAYS AS IT WAS.
002190     MOVE WS-NEW-ID TO MST-DATASET-ID.
002200*    THE WRITE GOES FIRST AND THE DELETE ONLY AFTER IT LANDS -
002210*    IF THE NEW KEY IS ALREADY TAKEN THE OLD RECORD IS LEFT
002380     MOVE SPACES TO AUD-VALUES.
002390     STRING "MASTER RECORD RENAMED FROM " DELIMITED BY SIZE
002400            WS-WORK-ID DELIMITED BY SIZE
002406            " BY MAINTENANCE - PERIOD " DELIMITED BY SIZE
002412            WS-WORK-PERIOD DELIMITED BY SIZE
002420         INTO AUD-VALUES.
002430     PERFORM 6000-WRITE-AUDIT THRU 6000-WRITE-AUDIT-EXIT.
002440     CLOSE MASTER-FILE.
002740     CLOSE AUDIT-FILE.
002750 6000-WRITE-AUDIT-EXIT.
002760     EXIT.
002761 7000-CHECK-AUTHORITY.
002762*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
002763*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
002764*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
002765     MOVE "N" TO WS-OPA-AUTH-SWITCH.
002766     MOVE SPACES TO WS-OPA-USER.
002767     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
002768     IF WS-OPA-USER = SPACES
002769         GO TO 7000-CHECK-AUTHORITY-EXIT
002770     END-IF.
002771     OPEN INPUT OPERATOR-AUTH-FILE.
002772     IF WS-OPA-FILE-STATUS NOT = "00"
002773         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
002774         GO TO 7000-CHECK-AUTHORITY-EXIT
002775     END-IF.
002776     MOVE "N" TO WS-OPA-EOF-SWITCH.
002777     PERFORM 7100-READ-AUTHORITY THRU 7100-READ-AUTHORITY-EXIT
002778         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
002779     CLOSE OPERATOR-AUTH-FILE.
002780 7000-CHECK-AUTHORITY-EXIT.
002781     EXIT.
002782 7100-READ-AUTHORITY.
002783     READ OPERATOR-AUTH-FILE
002784         AT END SET WS-OPA-END-OF-FILE TO TRUE
002785         NOT AT END
002786             IF OPA-USERID(1:1) NOT = "*"
002787                 AND OPA-USERID = WS-OPA-USER
002788                 MOVE 1 TO WS-OPA-SLOT
002789                 PERFORM 7200-CHECK-ONE-FUNCTION
002790                     THRU 7200-CHECK-ONE-FUNCTION-EXIT
002791                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
002792                         OR WS-OPA-AUTHORISED
002793             END-IF
002794     END-READ.
002795 7100-READ-AUTHORITY-EXIT.
002796     EXIT.
002797 7200-CHECK-ONE-FUNCTION.
002798     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
002799         SET WS-OPA-AUTHORISED TO TRUE
002800     END-IF.
002801     ADD 1 TO WS-OPA-SLOT.
002802 7200-CHECK-ONE-FUNCTION-EXIT.
002803     EXIT.
002804 7500-CHECK-SIGN-OFF.
002805*    A SIGNED-OFF ENTRY FOR THE ID AND PERIOD FREEZES THE RECORD;
002806*    AN UNFROZEN ONE, NO ENTRY OR NO SIGNOFF.DAT LEAVES IT OPEN.
002807     MOVE "N" TO WS-SGN-FROZEN-SWITCH.
002808     OPEN INPUT SIGNOFF-FILE.
002809     IF WS-SGN-FILE-STATUS NOT = "00"
002810         GO TO 7500-CHECK-SIGN-OFF-EXIT
002811     END-IF.
002812     MOVE WS-WORK-ID TO SGN-CLASS.
002813     MOVE WS-WORK-PERIOD TO SGN-PERIOD.
002814     READ SIGNOFF-FILE
002815         INVALID KEY CONTINUE
002816         NOT INVALID KEY
002817             IF SGN-SIGNED-OFF
002818                 SET WS-CLASS-FROZEN TO TRUE
002819             END-IF
002820     END-READ.
002821     CLOSE SIGNOFF-FILE.
002822 7500-CHECK-SIGN-OFF-EXIT.
002823     EXIT.
002824 END PROGRAM 'S18108467M'.
