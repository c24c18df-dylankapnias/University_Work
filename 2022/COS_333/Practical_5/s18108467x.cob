000330*                          EXTRACT.  EITHER WAY THE CONTROL FILE
000340*                          IS REWRITTEN WITH TODAY'S DATE AT END
000350*                          OF JOB.
000351*   2026-10-15  S18108467  MASTER.DAT NOW KEYED ON CLASS AND
000352*                          ACADEMIC PERIOD.  EACH D RECORD CARRIES
000353*                          THE PERIOD AFTER THE DATASET ID, AND
000354*                          S18108467-PERIOD, WHEN SET, LIMITS THE
000355*                          EXTRACT TO THAT ONE PERIOD.
000356*   2026-10-15  S18108467  S18108467-SIGNEDONLY SET TO "Y" LIMITS
000357*                          THE EXTRACT TO CLASSES AND PERIODS THE
000358*                          EXAM BOARD HAS SIGNED OFF (SIGNOFF.DAT,
000359*                          KEPT BY S18108467F).  A DELTA EXTRACT
000360*                          OF THAT KIND ALSO SENDS A CLASS SIGNED
000361*                          OFF SINCE THE LAST EXTRACT, EVEN IF ITS
000362*                          RESULT WAS WORKED OUT BEFORE IT.
000363*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MST-KEY
000440         FILE STATUS IS WS-MST-FILE-STATUS.
000450     SELECT EXTRACT-FILE ASSIGN TO "REGEXTR.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT EXTRACT-CONTROL-FILE ASSIGN TO "EXTRCTL.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-XCT-FILE-STATUS.
000491     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS SGN-KEY
000495         FILE STATUS IS WS-SGN-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MASTER-FILE.
000550 01  EXTRACT-RECORD             PIC X(80).
000560 FD  EXTRACT-CONTROL-FILE.
000570 01  EXTRACT-CONTROL-RECORD     PIC X(08).
000573 FD  SIGNOFF-FILE.
000576     COPY SIGNOFF.
000580 WORKING-STORAGE SECTION.
000590     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000600     01 WS-XCT-FILE-STATUS      PIC X(02) VALUE SPACES.
000601     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
000602     01 WS-SIGNED-ONLY-FLAG     PIC X(01) VALUE SPACES.
000603         88 WS-SIGNED-ONLY              VALUE "Y".
000604     01 WS-SGN-OPEN-SWITCH      PIC X(01) VALUE "N".
000605         88 WS-SIGN-OFFS-AVAILABLE      VALUE "Y".
000606     01 WS-SGN-FOUND-SWITCH     PIC X(01) VALUE "N".
000607         88 WS-CLASS-SIGNED-OFF         VALUE "Y".
000608     01 WS-SGN-DATE             PIC X(08) VALUE LOW-VALUES.
000610     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
000620         88 WS-MST-END-OF-FILE          VALUE "Y".
000630     01 WS-EXTRACT-MODE         PIC X(08) VALUE SPACES.
000635     01 WS-PERIOD               PIC X(06) VALUE SPACES.
000640     01 WS-DELTA-SWITCH         PIC X(01) VALUE "N".
000650         88 WS-DELTA-EXTRACT            VALUE "Y".
000660     01 WS-LAST-EXTRACT-DATE    PIC X(08) VALUE SPACES.
000690     01 WS-DETAIL-LINE.
000700         05 FILLER              PIC X(02) VALUE "D|".
000710         05 WS-XTR-ID           PIC X(20) VALUE SPACES.
000713         05 FILLER              PIC X(01) VALUE "|".
000716         05 WS-XTR-PERIOD       PIC X(06) VALUE SPACES.
000720         05 FILLER              PIC X(01) VALUE "|".
000730         05 WS-XTR-COUNT        PIC 9(03).
000740         05 FILLER              PIC X(01) VALUE "|".
001000 1000-INITIALIZE.
001010     ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
001020     ACCEPT WS-EXTRACT-MODE FROM ENVIRONMENT "S18108467-EXTRACT".
001022     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
001024     IF WS-PERIOD NOT = SPACES
001026         DISPLAY "EXTRACT LIMITED TO ACADEMIC PERIOD " WS-PERIOD
001028     END-IF.
001029     ACCEPT WS-SIGNED-ONLY-FLAG
001030         FROM ENVIRONMENT "S18108467-SIGNEDONLY".
001031     IF WS-SIGNED-ONLY
001032         PERFORM 1200-OPEN-SIGN-OFFS THRU 1200-OPEN-SIGN-OFFS-EXIT
001033     END-IF.
001034     IF WS-EXTRACT-MODE = "DELTA"
001040         PERFORM 1100-LOAD-LAST-EXTRACT
001050             THRU 1100-LOAD-LAST-EXTRACT-EXIT
001060     END-IF.
001310     END-IF.
001320 1100-LOAD-LAST-EXTRACT-EXIT.
001330     EXIT.
001331 1200-OPEN-SIGN-OFFS.
001332*    NO SIGNOFF.DAT MEANS NOTHING HAS BEEN SIGNED OFF, SO A
001333*    SIGNED-OFF-ONLY EXTRACT CARRIES NO CLASSES AT ALL - IT IS
001334*    NEVER WIDENED TO UNAPPROVED RESULTS.
001335     DISPLAY "EXTRACT LIMITED TO SIGNED-OFF CLASSES".
001336     OPEN INPUT SIGNOFF-FILE.
001337     IF WS-SGN-FILE-STATUS = "00"
001338         MOVE "Y" TO WS-SGN-OPEN-SWITCH
001339     ELSE
001340         DISPLAY "NO SIGNOFF.DAT - NO CLASS HAS BEEN SIGNED OFF."
001341     END-IF.
001342 1200-OPEN-SIGN-OFFS-EXIT.
001343     EXIT.
001344 2000-EXTRACT-CLASSES.
001350     OPEN OUTPUT EXTRACT-FILE.
001360     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT
001370         WITH TEST AFTER UNTIL WS-MST-END-OF-FILE.
001520 2100-READ-MASTER-EXIT.
001530     EXIT.
001540 2200-WRITE-ONE-CLASS.
001541     IF WS-SIGNED-ONLY
001542         PERFORM 2300-CHECK-SIGN-OFF THRU 2300-CHECK-SIGN-OFF-EXIT
001543         IF NOT WS-CLASS-SIGNED-OFF
001544             GO TO 2200-WRITE-ONE-CLASS-EXIT
001545         END-IF
001546     END-IF.
001550*    A DELTA FEED CARRIES ONLY CLASSES WORKED OUT ON OR AFTER
001560*    THE LAST EXTRACT DATE - THE DATE COMPARISON IS SAFE ON THE
001564*    YYYYMMDD STAMPS BECAUSE THEY COLLATE IN DATE ORDER.  IN A
001568*    SIGNED-OFF-ONLY FEED THE SIGN-OFF DATE COUNTS AS WELL, SO A
001572*    CLASS APPROVED SINCE THE LAST EXTRACT IS SENT; OTHERWISE
001576*    WS-SGN-DATE STAYS LOW-VALUES AND NEVER QUALIFIES.
001580     IF WS-DELTA-EXTRACT
001590             AND MST-RUN-DATE < WS-LAST-EXTRACT-DATE
001595             AND WS-SGN-DATE < WS-LAST-EXTRACT-DATE
001600         GO TO 2200-WRITE-ONE-CLASS-EXIT
001610     END-IF.
001612     IF WS-PERIOD NOT = SPACES
001614             AND MST-PERIOD NOT = WS-PERIOD
001616         GO TO 2200-WRITE-ONE-CLASS-EXIT
001618     END-IF.
001620     MOVE MST-DATASET-ID TO WS-XTR-ID.
001625     MOVE MST-PERIOD TO WS-XTR-PERIOD.
001630     MOVE MST-COUNT TO WS-XTR-COUNT.
001640     MOVE MST-MEAN TO WS-XTR-MEAN.
001650     MOVE MST-STDDEV TO WS-XTR-STDDEV.
001700     ADD 1 TO WS-EXTRACT-COUNT.
001710 2200-WRITE-ONE-CLASS-EXIT.
001720     EXIT.
001721 2300-CHECK-SIGN-OFF.
001722     MOVE "N" TO WS-SGN-FOUND-SWITCH.
001723     MOVE LOW-VALUES TO WS-SGN-DATE.
001724     IF NOT WS-SIGN-OFFS-AVAILABLE
001725         GO TO 2300-CHECK-SIGN-OFF-EXIT
001726     END-IF.
001727     MOVE MST-DATASET-ID TO SGN-CLASS.
001728     MOVE MST-PERIOD TO SGN-PERIOD.
001729     READ SIGNOFF-FILE
001730         INVALID KEY CONTINUE
001731         NOT INVALID KEY
001732             IF SGN-SIGNED-OFF
001733                 MOVE "Y" TO WS-SGN-FOUND-SWITCH
001734                 MOVE SGN-SIGNED-STAMP(1:8) TO WS-SGN-DATE
001735             END-IF
001736     END-READ.
001737 2300-CHECK-SIGN-OFF-EXIT.
001738     EXIT.
001739 3000-FINISH.
001740     CLOSE MASTER-FILE.
001742     IF WS-SIGN-OFFS-AVAILABLE
001744         CLOSE SIGNOFF-FILE
001746     END-IF.
001750*    THE CONTROL FILE ALWAYS HOLDS JUST THE ONE MOST RECENT
001760*    EXTRACT DATE, SO IT IS REWRITTEN FROM SCRATCH EACH TIME -
001770*    THE SAME PATTERN THE BATCH CHECKPOINT FILE USES.
