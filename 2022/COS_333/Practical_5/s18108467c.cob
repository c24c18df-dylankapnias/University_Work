000270*                          REST (MORE THAN 1.5 STANDARD
000280*                          DEVIATIONS OF THE CLASS MEANS AWAY
000290*                          FROM THE DEPARTMENT AVERAGE).
000291*   2026-10-15  S18108467  MASTER.DAT NOW KEYED ON CLASS AND
000292*                          ACADEMIC PERIOD.  THE REPORT SHOWS EACH
000293*                          CLASS'S PERIOD, AND S18108467-PERIOD,
000294*                          WHEN SET, COMPARES ONLY THE CLASSES OF
000295*                          THAT ONE PERIOD.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000340     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS MST-KEY
000380         FILE STATUS IS WS-MST-FILE-STATUS.
000390     SELECT COMPARE-REPORT-FILE ASSIGN TO "CMPRPT.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000500     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
000510     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
000520         88 WS-MST-END-OF-FILE          VALUE "Y".
000525     01 WS-PERIOD               PIC X(06) VALUE SPACES.
000530*    ONE ENTRY PER MASTER RECORD READ.  A HUNDRED SLOTS IS FOUR
000540*    TIMES THE LARGEST SEMESTER THE DEPARTMENT HAS EVER RUN.
000550     01 WS-CLASS-MAX            PIC 9(3) COMP VALUE 100.
000570     01 WS-CLASS-TABLE.
000580         05 WS-CLS-ENTRY OCCURS 100 TIMES.
000590             10 WS-CLS-ID       PIC X(20).
000595             10 WS-CLS-PERIOD   PIC X(06).
000600             10 WS-CLS-COUNT    PIC 9(03).
000610             10 WS-CLS-MEAN     PIC 9(06)V9(02).
000620             10 WS-CLS-STDDEV   PIC 9(04)V9(02).
000630     01 WS-HOLD-ENTRY.
000640         05 WS-HOLD-ID          PIC X(20).
000645         05 WS-HOLD-PERIOD      PIC X(06).
000650         05 WS-HOLD-COUNT       PIC 9(03).
000660         05 WS-HOLD-MEAN        PIC 9(06)V9(02).
000670         05 WS-HOLD-STDDEV      PIC 9(04)V9(02).
000770     01 WS-HEADING-LINE.
000780         05 FILLER              PIC X(06) VALUE "RANK".
000790         05 FILLER              PIC X(21) VALUE "CLASS".
000795         05 FILLER              PIC X(08) VALUE "PERIOD".
000800         05 FILLER              PIC X(07) VALUE "COUNT".
000810         05 FILLER              PIC X(10) VALUE "MEAN".
000820         05 FILLER              PIC X(09) VALUE "STDDEV".
000860         05 FILLER              PIC X(03) VALUE SPACES.
000870         05 WS-DTL-ID           PIC X(20) VALUE SPACES.
000880         05 FILLER              PIC X(01) VALUE SPACES.
000883         05 WS-DTL-PERIOD       PIC X(06) VALUE SPACES.
000886         05 FILLER              PIC X(02) VALUE SPACES.
000890         05 WS-DTL-COUNT        PIC ZZ9.
000900         05 FILLER              PIC X(03) VALUE SPACES.
000910         05 WS-DTL-MEAN         PIC ZZZZZ9.99.
001010         05 FILLER              PIC X(19) VALUE
001020                 "DEPARTMENT MEAN  : ".
001030         05 WS-TOT-MEAN         PIC ZZZZZ9.99.
001032     01 WS-PERIOD-LINE.
001034         05 FILLER              PIC X(19) VALUE
001036                 "ACADEMIC PERIOD  : ".
001038         05 WS-TOT-PERIOD       PIC X(06) VALUE "ALL".
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060     PERFORM 1000-LOAD-MASTER THRU 1000-LOAD-MASTER-EXIT.
001140 0000-MAINLINE-EXIT.
001150     GOBACK.
001160 1000-LOAD-MASTER.
001165     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
001170     OPEN INPUT MASTER-FILE.
001180     IF WS-MST-FILE-STATUS NOT = "00"
001190         DISPLAY "NO MASTER FILE YET - NOTHING TO COMPARE."
001340     READ MASTER-FILE NEXT RECORD
001350         AT END SET WS-MST-END-OF-FILE TO TRUE
001360         NOT AT END
001370             PERFORM 1110-KEEP-ONE-CLASS
001380                 THRU 1110-KEEP-ONE-CLASS-EXIT
001420     END-READ.
001430 1100-READ-MASTER-EXIT.
001431     EXIT.
001432 1110-KEEP-ONE-CLASS.
001433*    CLASSES ARE ONLY COMPARABLE WITHIN ONE SITTING, SO A PERIOD
001434*    IN S18108467-PERIOD DROPS EVERY OTHER PERIOD'S RECORDS.
001435     IF WS-PERIOD NOT = SPACES
001436             AND MST-PERIOD NOT = WS-PERIOD
001437         GO TO 1110-KEEP-ONE-CLASS-EXIT
001438     END-IF.
001439     ADD 1 TO WS-CLASS-TOTAL.
001440     MOVE MST-DATASET-ID TO WS-CLS-ID(WS-CLASS-TOTAL).
001441     MOVE MST-PERIOD TO WS-CLS-PERIOD(WS-CLASS-TOTAL).
001442     MOVE MST-COUNT TO WS-CLS-COUNT(WS-CLASS-TOTAL).
001443     MOVE MST-MEAN TO WS-CLS-MEAN(WS-CLASS-TOTAL).
001444     MOVE MST-STDDEV TO WS-CLS-STDDEV(WS-CLASS-TOTAL).
001445 1110-KEEP-ONE-CLASS-EXIT.
001446     EXIT.
001450 2000-RANK-BY-MEAN.
001460*    A PLAIN EXCHANGE SORT, HIGHEST MEAN FIRST - THE TABLE IS AT
001470*    MOST A HUNDRED ENTRIES, SO THERE IS NOTHING TO BE GAINED
002010 4000-WRITE-REPORT.
002020     OPEN OUTPUT COMPARE-REPORT-FILE.
002030     WRITE COMPARE-REPORT-RECORD FROM WS-TITLE-LINE.
002032     IF WS-PERIOD NOT = SPACES
002034         MOVE WS-PERIOD TO WS-TOT-PERIOD
002036     END-IF.
002038     WRITE COMPARE-REPORT-RECORD FROM WS-PERIOD-LINE.
002040     WRITE COMPARE-REPORT-RECORD FROM WS-HEADING-LINE.
002050     MOVE 1 TO i.
002060     PERFORM 4100-WRITE-ONE-CLASS WITH TEST AFTER
002170 4100-WRITE-ONE-CLASS.
002180     MOVE i TO WS-DTL-RANK.
002190     MOVE WS-CLS-ID(i) TO WS-DTL-ID.
002195     MOVE WS-CLS-PERIOD(i) TO WS-DTL-PERIOD.
002200     MOVE WS-CLS-COUNT(i) TO WS-DTL-COUNT.
002210     MOVE WS-CLS-MEAN(i) TO WS-DTL-MEAN.
002220     MOVE WS-CLS-STDDEV(i) TO WS-DTL-STDDEV.
