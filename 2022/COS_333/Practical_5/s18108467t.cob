000290*                          THE OVERALL DRIFT FIRST TO LAST - IS
000300*                          COS333 SLIPPING TERM ON TERM, DID THE
000310*                          RESIT IMPROVE ON THE MAIN SITTING.
000311*   2026-10-15  S18108467  MSTHIST.DAT KEY NOW CARRIES THE
000312*                          ACADEMIC PERIOD BETWEEN DATASET AND
000313*                          STAMP.  EACH RUN LINE SHOWS ITS PERIOD,
000314*                          AND S18108467-PERIOD, WHEN SET, TRENDS
000315*                          ONLY THE RUNS OF THAT ONE PERIOD.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000480 01  TREND-REPORT-RECORD        PIC X(80).
000490 WORKING-STORAGE SECTION.
000500     01 WS-TREND-ID             PIC X(20) VALUE SPACES.
000505     01 WS-PERIOD               PIC X(06) VALUE SPACES.
000510     01 WS-HST-FILE-STATUS      PIC X(02) VALUE SPACES.
000520     01 WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
000530         88 WS-HST-END-OF-FILE          VALUE "Y".
000650         05 WS-RPT-NAME         PIC X(20) VALUE SPACES.
000660     01 WS-HEADING-LINE.
000670         05 FILLER              PIC X(19) VALUE "RUN STAMP".
000675         05 FILLER              PIC X(08) VALUE "PERIOD".
000680         05 FILLER              PIC X(07) VALUE "COUNT".
000690         05 FILLER              PIC X(10) VALUE "MEAN".
000700         05 FILLER              PIC X(09) VALUE "STDDEV".
000710         05 FILLER              PIC X(14) VALUE "MOVE".
000720     01 WS-RUN-LINE.
000730         05 WS-RUN-STAMP        PIC X(17) VALUE SPACES.
000733         05 FILLER              PIC X(02) VALUE SPACES.
000736         05 WS-RUN-PERIOD       PIC X(06) VALUE SPACES.
000740         05 FILLER              PIC X(02) VALUE SPACES.
000750         05 WS-RUN-COUNT-ED     PIC ZZ9.
000760         05 FILLER              PIC X(03) VALUE SPACES.
000950         DISPLAY "SET S18108467-TREND TO THE CLASS TO REPORT ON."
000960         GO TO 0000-MAINLINE-EXIT
000970     END-IF.
000975     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
000980     OPEN INPUT HISTORY-FILE.
000990     IF WS-HST-FILE-STATUS NOT = "00"
001000         DISPLAY "NO HISTORY FILE YET - NOTHING TO TREND."
001050 0000-MAINLINE-EXIT.
001060     GOBACK.
001070 1000-LIST-RUNS.
001080*    THE HISTORY KEY IS DATASET PLUS PERIOD PLUS TIMESTAMP, SO
001090*    STARTING AT THE CLASS NAME WITH A LOW-VALUES PERIOD AND STAMP
001100*    AND READING NEXT WALKS THAT CLASS'S RUNS OLDEST FIRST AND
001110*    STOPS CLEANLY AT THE FIRST RECORD OF THE NEXT CLASS.
001120     MOVE WS-TREND-ID TO HST-DATASET-ID.
001125     MOVE LOW-VALUES TO HST-PERIOD.
001130     MOVE LOW-VALUES TO HST-RUN-STAMP.
001140     START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
001150         INVALID KEY
001520 1100-READ-ONE-RUN-EXIT.
001530     EXIT.
001540 1200-WRITE-RUN-LINE.
001542     IF WS-PERIOD NOT = SPACES
001544             AND HST-PERIOD NOT = WS-PERIOD
001546         GO TO 1200-WRITE-RUN-LINE-EXIT
001548     END-IF.
001550     ADD 1 TO WS-RUN-COUNT.
001560     MOVE HST-RUN-STAMP TO WS-RUN-STAMP.
001565     MOVE HST-PERIOD TO WS-RUN-PERIOD.
001570     MOVE HST-COUNT TO WS-RUN-COUNT-ED.
001580     MOVE HST-MEAN TO WS-RUN-MEAN.
001590     MOVE HST-STDDEV TO WS-RUN-STDDEV.
