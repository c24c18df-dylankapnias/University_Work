000970*                          NIGHT'S RUN OF WHICH CLASS.  THE
000980*                          STAMP IS TAKEN ONCE PER CALL, SO ONE
000990*                          CLASS LOAD SHARES ONE STAMP.
000991*   2026-10-15  S18108467  THE H HEADER NOW CARRIES THE ACADEMIC
000992*                          PERIOD IN COLUMNS 30-35 (YEAR PLUS
000993*                          TERM CODE, E.G. 2026S1) AND READDATA
000994*                          HANDS IT BACK IN THE NEW ACADEMICPERIOD
000995*                          ARGUMENT FOR THE CALLER TO KEY ITS
000996*                          MASTER, HISTORY AND STUDENT-INDEX
000997*                          RECORDS ON.  A HEADER WITHOUT ONE FALLS
000998*                          BACK TO S18108467-PERIOD, THEN TO THE
000999*                          CURRENT YEAR WITH TERM "00".
001000*----------------------------------------------------------------
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001180         88 SF-HEADER-REC               VALUE "H".
001190         88 SF-DETAIL-REC               VALUE "D".
001200         88 SF-TRAILER-REC              VALUE "T".
001210     05 SF-RECORD-BODY          PIC X(34).
001220 01  SF-HEADER-RECORD.
001230     05 FILLER                  PIC X(01).
001240     05 SF-HDR-CLASS            PIC X(20).
001250     05 SF-HDR-ASOF             PIC X(08).
001255     05 SF-HDR-PERIOD           PIC X(06).
001260 01  SF-DETAIL-RECORD.
001270     05 FILLER                  PIC X(01).
001280     05 SF-STUDNO               PIC X(10).
002420         88 WS-IS-BATCH-CALL        VALUE "Y".
002430     01 rejectCount PIC 9(3) VALUE ZEROS.
002440     01 datasetName PIC X(20) VALUE SPACES.
002445     01 academicPeriod PIC X(06) VALUE SPACES.
002450 PROCEDURE DIVISION USING BY REFERENCE inArr
002460         BY REFERENCE scoreFileName BY REFERENCE batchMode
002470         BY REFERENCE rejectCount BY REFERENCE datasetName
002475         BY REFERENCE academicPeriod
002480         RETURNING outInt.
002490 startPara.
002500*    ---------------------------------------------------------
002700     MOVE "Y" TO WS-BAL-SWITCH.
002710     MOVE "N" TO WS-OPEN-FAIL-SWITCH.
002720     MOVE ZEROS TO rejectCount.
002725     MOVE SPACES TO academicPeriod.
002730*    ONE RUN STAMP PER CALL - EVERY REJECT OF THIS CLASS'S LOAD
002740*    CARRIES THE SAME STAMP, SO THE WORKSHEET CAN GROUP A
002750*    NIGHT'S REJECTS TOGETHER.  SAME YYYYMMDD-HHMMSSCC LAYOUT
003260             MOVE WS-ENTRY-COUNT TO valCount
003270         END-IF
003280     END-IF.
003281*    NOTHING IS EVER FILED UNDER A BLANK PERIOD - A HEADER THAT
003282*    CARRIES NONE (A FILE CUT BEFORE PERIODS WERE ADDED, OR AN
003283*    INTERACTIVE RUN WITH NO FILE AT ALL) TAKES THE DEFAULT.
003284     IF academicPeriod = SPACES
003285         PERFORM defaultPeriod
003286     END-IF.
003290*    1 = LOADED AND IN BALANCE, 2 = OUT OF BALANCE, 3 = SCORE
003300*    FILE COULD NOT BE OPENED (BATCH CALL) - THE CALLER'S JOB
003310*    LOG TELLS THE THREE APART.
003390         END-IF
003400     END-IF.
003410     GOBACK.
003411 defaultPeriod.
003412     ACCEPT academicPeriod FROM ENVIRONMENT "S18108467-PERIOD".
003413     IF academicPeriod = SPACES
003414         MOVE WS-REJECT-DATE(1:4) TO academicPeriod(1:4)
003415         MOVE "00" TO academicPeriod(5:2)
003416     END-IF.
003420 askEntryCount.
003430     DISPLAY "How many scores will be entered (1-"
003440         WS-CLASS-MAX-ENT ")?".
004040 classifyFileRec.
004050     IF SF-HEADER-REC
004060         MOVE "Y" TO WS-HDR-SWITCH
004062         IF SF-HDR-PERIOD NOT = SPACES
004064             MOVE SF-HDR-PERIOD TO academicPeriod
004066         END-IF
004070     ELSE
004080         IF SF-TRAILER-REC
004090             PERFORM storeTrailer
012660*                          CALCULATION - EXCEPTIONS GO TO
012670*                          ROSTRX.DAT AND ARE REPORTED ON THE
012680*                          CONSOLE.
012681*   2026-10-15  S18108467  MASTER, HISTORY AND STUDENT-INDEX
012682*                          RECORDS ARE NOW KEYED ON THE ACADEMIC
012683*                          PERIOD READDATA TAKES FROM THE SCORE
012684*                          FILE HEADER AS WELL AS THE DATASET, SO
012685*                          A REPEAT SITTING FILES BESIDE THE LAST
012686*                          ONE.  THE PERIOD IS SHOWN ON THE REPORT
012687*                          AND MARK SHEET.  A LOOKUP REPRINTS THE
012688*                          PERIOD IN S18108467-PERIOD, OR THE
012689*                          LATEST ONE ON FILE WHEN THAT IS BLANK.
012690*   2026-10-15  S18108467  EACH MARK-SHEET LINE NOW CARRIES THE
012691*                          STUDENT'S NAME FROM STUDNAME.DAT (FILED
012692*                          BY THE ENROLMENT LOADER, S18108467L)
012693*                          AFTER THE STUDENT NUMBER, SO LECTURERS
012694*                          NO LONGER LOOK NAMES UP.  A STUDENT NOT
012695*                          ON FILE, OR NO FILE, LEAVES IT BLANK.
012696*                          MARKSHT.DAT IS WIDENED TO 80 TO TAKE
012697*                          IT.
012698*   2026-10-15  S18108467  A CLASS AND PERIOD THE EXAM BOARD HAS
012699*                          SIGNED OFF (SIGNOFF.DAT, KEPT BY
012700*                          S18108467F) IS FROZEN - THE RUN STOPS
012701*                          AFTER THE LOAD WITH NO REPORT, MARK
012702*                          SHEET, AUDIT LINE OR FILED RESULT.
012703*   2026-10-15  S18108467  SO IS A CLASS KEYED TWICE WHOSE SECOND
012704*                          COPY (<CLASS>V.DAT) IS NOT SHOWN AS
012705*                          MATCHED FOR THE PERIOD IN KEYVER.DAT,
012706*                          KEPT BY THE VERIFICATION RUN
012707*                          (S18108467V).
012708*   2026-10-15  S18108467  A MATCHED ENTRY NOW HOLDS ONLY WHILE
012709*                          <CLASS>.DAT STILL CARRIES THE TRAILER
012710*                          TOTALS IT WAS VERIFIED WITH; A FILE
012711*                          CHANGED SINCE IS UNVERIFIED AGAIN.
012712*----------------------------------------------------------------
012713 ENVIRONMENT DIVISION.
012714 CONFIGURATION SECTION.
012720 REPOSITORY.
012730 FUNCTION readData
012740 FUNCTION stdDev
012820         ORGANIZATION IS LINE SEQUENTIAL.
012830     SELECT MARKSHEET-FILE ASSIGN TO "MARKSHT.DAT"
012840         ORGANIZATION IS LINE SEQUENTIAL.
012841     SELECT STUDENT-NAME-FILE ASSIGN TO "STUDNAME.DAT"
012842         ORGANIZATION IS INDEXED
012843         ACCESS MODE IS DYNAMIC
012844         RECORD KEY IS SNM-STUDNO
012845         FILE STATUS IS WS-SNM-FILE-STATUS.
012850     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
012860         ORGANIZATION IS LINE SEQUENTIAL
012870         FILE STATUS IS WS-AUD-FILE-STATUS.
012880     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
012890         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS DYNAMIC
012910         RECORD KEY IS MST-KEY
012920         FILE STATUS IS WS-MST-FILE-STATUS.
012930     SELECT HISTORY-FILE ASSIGN TO "MSTHIST.DAT"
012940         ORGANIZATION IS INDEXED
013000         ACCESS MODE IS DYNAMIC
013010         RECORD KEY IS SIX-KEY
013020         FILE STATUS IS WS-SIX-FILE-STATUS.
013021     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
013022         ORGANIZATION IS INDEXED
013023         ACCESS MODE IS DYNAMIC
013024         RECORD KEY IS SGN-KEY
013025         FILE STATUS IS WS-SGN-FILE-STATUS.
013026     SELECT KEYING-VERIFY-FILE ASSIGN TO "KEYVER.DAT"
013027         ORGANIZATION IS INDEXED
013028         ACCESS MODE IS DYNAMIC
013029         RECORD KEY IS KVR-CLASS
013030         FILE STATUS IS WS-KVR-FILE-STATUS.
013031     SELECT SECOND-COPY-FILE ASSIGN TO DYNAMIC WS-SECOND-COPY-NAME
013032         ORGANIZATION IS LINE SEQUENTIAL
013033         FILE STATUS IS WS-SCP-FILE-STATUS.
013034 DATA DIVISION.
013040 FILE SECTION.
013050 FD  REPORT-FILE.
013060 01  REPORT-RECORD              PIC X(40).
013070 FD  MARKSHEET-FILE.
013075 01  MARKSHEET-RECORD           PIC X(80).
013080 FD  STUDENT-NAME-FILE.
013085     COPY STUDNAME.
013090 FD  AUDIT-FILE.
013100 01  AUDIT-RECORD               PIC X(400).
013110 FD  MASTER-FILE.
013140     COPY MSTHIST.
013150 FD  STUDENT-INDEX-FILE.
013160     COPY STUDIDX.
013163 FD  SIGNOFF-FILE.
013166     COPY SIGNOFF.
013167 FD  KEYING-VERIFY-FILE.
013168     COPY KEYVER.
013169 FD  SECOND-COPY-FILE.
013170 01  SECOND-COPY-RECORD         PIC X(35).
013171 WORKING-STORAGE SECTION.
013180     01 WS-DATASET-NAME         PIC X(20) VALUE "SCORES".
013190     01 WS-SCORE-FILE-ARG       PIC X(20) VALUE SPACES.
013200     01 WS-BATCH-MODE-FLAG      PIC X(01) VALUE "N".
013270     01 WS-HST-FILE-STATUS      PIC X(02) VALUE SPACES.
013280     01 WS-SIX-FILE-STATUS      PIC X(02) VALUE SPACES.
013290     01 WS-SIX-RUN-DATE         PIC X(08) VALUE SPACES.
013292     01 WS-SNM-FILE-STATUS      PIC X(02) VALUE SPACES.
013294     01 WS-SNM-OPEN-SWITCH      PIC X(01) VALUE "N".
013296         88 WS-NAMES-AVAILABLE          VALUE "Y".
013298     01 WS-SNM-PTR              PIC 9(2) COMP VALUE 1.
013300     01 WS-LOOKUP-ID            PIC X(20) VALUE SPACES.
013302     01 WS-PERIOD               PIC X(06) VALUE SPACES.
013304     01 WS-MST-EOF-SWITCH       PIC X(01) VALUE "N".
013306         88 WS-MST-END-OF-FILE          VALUE "Y".
013307     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
013308     01 WS-SGN-FROZEN-SWITCH    PIC X(01) VALUE "N".
013309         88 WS-CLASS-FROZEN             VALUE "Y".
013310     01 WS-KVR-FILE-STATUS      PIC X(02) VALUE SPACES.
013311     01 WS-SCP-FILE-STATUS      PIC X(02) VALUE SPACES.
013312     01 WS-SECOND-COPY-NAME     PIC X(30) VALUE SPACES.
013313     01 WS-KEY-STATUS           PIC X(20) VALUE SPACES.
013314     01 WS-KEY-EOF-SWITCH       PIC X(01) VALUE "N".
013315         88 WS-KEY-END-OF-FILE          VALUE "Y".
013316     01 WS-KEY-TRL-SWITCH       PIC X(01) VALUE "N".
013317         88 WS-KEY-TRL-SEEN             VALUE "Y".
013318     01 WS-KEY-TRL-COUNT        PIC 9(04) VALUE ZEROS.
013319     01 WS-KEY-TRL-HASH         PIC 9(08) VALUE ZEROS.
013320     01 WS-KEY-SCORE-LINE.
013321         05 WS-KEY-REC-TYPE     PIC X(01).
013322         05 WS-KEY-LINE-COUNT   PIC X(04).
013323         05 WS-KEY-LINE-COUNT-N REDEFINES WS-KEY-LINE-COUNT
013324                                PIC 9(04).
013325         05 WS-KEY-LINE-HASH    PIC X(08).
013326         05 WS-KEY-LINE-HASH-N REDEFINES WS-KEY-LINE-HASH
013327                                PIC 9(08).
013328         05 FILLER              PIC X(22).
013329     COPY AUDITREC.
013330     COPY SCORESREC.
013331     COPY GRADEBND.
013340 01 check PIC 9 VALUE ZEROS.
013350     01 WS-BAND-CHECK           PIC 9 VALUE ZEROS.
013360     01 WS-REJECT-COUNT         PIC 9(3) VALUE ZEROS.
013630         05 FILLER              PIC X(15) VALUE
013640                 "DATASET NAME : ".
013650         05 WS-RPT-NAME         PIC X(20) VALUE SPACES.
013652     01 WS-PERIOD-LINE.
013654         05 FILLER              PIC X(15) VALUE
013656                 "PERIOD       : ".
013658         05 WS-RPT-PERIOD       PIC X(06) VALUE SPACES.
013660     01 WS-COUNT-LINE.
013670         05 FILLER              PIC X(15) VALUE
013680                 "RECORD COUNT : ".
014300                 "CLASS MARK SHEET".
014310     01 WS-MKS-HEAD-LINE.
014320         05 FILLER              PIC X(12) VALUE "STUDENT NO".
014325         05 FILLER              PIC X(30) VALUE "NAME".
014330         05 FILLER              PIC X(08) VALUE "SCORE".
014340         05 FILLER              PIC X(06) VALUE "RANK".
014350         05 FILLER              PIC X(13) VALUE "DEV FROM MEAN".
014360     01 WS-MKS-LINE.
014370         05 WS-MKS-STUDNO-ED    PIC X(10) VALUE SPACES.
014373         05 FILLER              PIC X(02) VALUE SPACES.
014376         05 WS-MKS-NAME-ED      PIC X(28) VALUE SPACES.
014380         05 FILLER              PIC X(02) VALUE SPACES.
014390         05 WS-MKS-SCORE-ED     PIC -ZZZ9.
014400         05 FILLER              PIC X(03) VALUE SPACES.
014540         COMPUTE check =
014550             readData(inArr, WS-SCORE-FILE-ARG,
014560                 WS-BATCH-MODE-FLAG, WS-REJECT-COUNT,
014570                 WS-DATASET-NAME, WS-PERIOD)
014580         IF check = 2
014590             DISPLAY "CLASS IS OUT OF BALANCE - REPORT NOT "
014600                 "PRODUCED."
014620         IF valCount = 0
014630             DISPLAY "NO VALID ENTRIES - REPORT NOT PRODUCED."
014640         ELSE
014641*    A CLASS THE EXAM BOARD HAS SIGNED OFF FOR THIS PERIOD IS
014642*    FROZEN - NOTHING IS REPORTED OR FILED FOR IT UNTIL IT IS
014643*    UNFROZEN.
014644         PERFORM 4300-CHECK-SIGN-OFF THRU 4300-CHECK-SIGN-OFF-EXIT
014645         IF WS-CLASS-FROZEN
014646             DISPLAY "CLASS " WS-DATASET-NAME " " WS-PERIOD
014647                 " IS SIGNED OFF - REPORT NOT PRODUCED."
014648         ELSE
014649*    SO IS A CLASS KEYED TWICE UNTIL ITS TWO COPIES ARE VERIFIED.
014650         PERFORM 4400-CHECK-KEYING THRU 4400-CHECK-KEYING-EXIT
014651         IF WS-KEY-STATUS NOT = SPACES
014652             IF WS-KEY-STATUS = "KEY-MISMATCH"
014653                 DISPLAY "CLASS " WS-DATASET-NAME " " WS-PERIOD
014654                     " KEYED COPIES DISAGREE - REPORT NOT "
014655                     "PRODUCED."
014656             ELSE
014657                 DISPLAY "CLASS " WS-DATASET-NAME " " WS-PERIOD
014658                     " SECOND COPY NOT VERIFIED - REPORT NOT "
014659                     "PRODUCED."
014660             END-IF
014661         ELSE
014662*    THE ROSTER RECONCILIATION RUNS AHEAD OF THE STATS
014663*    CALCULATION, SO A SKIPPED OR DOUBLE-KEYED STUDENT IS ON
014670*    THE CONSOLE BEFORE THE FIGURES ARE EVER PUBLISHED.
014680         COMPUTE WS-ROSTER-EXC =
014690             rosterCheck(inArr, WS-DATASET-NAME)
014930         PERFORM 2000-WRITE-AUDIT THRU 2000-WRITE-AUDIT-EXIT
014940         PERFORM 3000-SAVE-MASTER THRU 3000-SAVE-MASTER-EXIT
014950     END-IF
014952         END-IF
014955         END-IF
014960         END-IF
014970 END-IF.
014980     GOBACK.
015010     WRITE REPORT-RECORD FROM WS-TITLE-LINE.
015020     MOVE WS-DATASET-NAME TO WS-RPT-NAME.
015030     WRITE REPORT-RECORD FROM WS-NAME-LINE.
015033     MOVE WS-PERIOD TO WS-RPT-PERIOD.
015036     WRITE REPORT-RECORD FROM WS-PERIOD-LINE.
015040     MOVE valCount TO WS-RPT-COUNT.
015050     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
015060     MOVE WS-MEAN TO WS-RPT-MEAN.
015570     WRITE MARKSHEET-RECORD FROM WS-MKS-TITLE-LINE.
015580     MOVE WS-DATASET-NAME TO WS-RPT-NAME.
015590     WRITE MARKSHEET-RECORD FROM WS-NAME-LINE.
015593     MOVE WS-PERIOD TO WS-RPT-PERIOD.
015596     WRITE MARKSHEET-RECORD FROM WS-PERIOD-LINE.
015600     WRITE MARKSHEET-RECORD FROM WS-MKS-HEAD-LINE.
015610     PERFORM 1530-OPEN-STUDENT-INDEX
015620         THRU 1530-OPEN-STUDENT-INDEX-EXIT.
015621     MOVE "N" TO WS-SNM-OPEN-SWITCH.
015622     OPEN INPUT STUDENT-NAME-FILE.
015623     IF WS-SNM-FILE-STATUS = "00"
015624         MOVE "Y" TO WS-SNM-OPEN-SWITCH
015625     END-IF.
015630     MOVE 1 TO i.
015640     PERFORM 1510-WRITE-MARK-LINE WITH TEST AFTER
015650         UNTIL i > WS-MKS-COUNT.
015660     CLOSE MARKSHEET-FILE.
015670     CLOSE STUDENT-INDEX-FILE.
015672     IF WS-NAMES-AVAILABLE
015674         CLOSE STUDENT-NAME-FILE
015676     END-IF.
015680 1500-WRITE-MARK-SHEET-EXIT.
015690     EXIT.
015700 1510-WRITE-MARK-LINE.
015750     PERFORM 1520-COUNT-HIGHER WITH TEST AFTER
015760         UNTIL j > WS-MKS-COUNT.
015770     MOVE WS-MKS-STUDNO(i) TO WS-MKS-STUDNO-ED.
015773     PERFORM 1550-LOOK-UP-STUDENT-NAME
015776         THRU 1550-LOOK-UP-STUDENT-NAME-EXIT.
015780     MOVE WS-MKS-SCORE(i) TO WS-MKS-SCORE-ED.
015790     MOVE WS-MKS-RANK TO WS-MKS-RANK-ED.
015800     SUBTRACT WS-MEAN FROM WS-MKS-SCORE(i) GIVING WS-MKS-DEV.
016140*    KEEPS ONLY THE CURRENT FIGURES PER CLASS.
016150     MOVE WS-MKS-STUDNO(i) TO SIX-STUDNO.
016160     MOVE WS-DATASET-NAME TO SIX-DATASET-ID.
016165     MOVE WS-PERIOD TO SIX-PERIOD.
016170     MOVE WS-MKS-SCORE(i) TO SIX-SCORE.
016180     MOVE WS-MKS-RANK TO SIX-RANK.
016190     MOVE WS-MKS-DEV TO SIX-MEAN-DEV.
016220         INVALID KEY REWRITE STUDENT-INDEX-RECORD
016230     END-WRITE.
016240 1540-FILE-STUDENT-RESULT-EXIT.
016241     EXIT.
016242 1550-LOOK-UP-STUDENT-NAME.
016243*    A STUDENT THE ENROLMENT LOADER HAS NEVER FILED - OR A RUN
016244*    WITH NO STUDNAME.DAT AT ALL - PRINTS WITH THE NAME BLANK.
016245     MOVE SPACES TO WS-MKS-NAME-ED.
016246     IF NOT WS-NAMES-AVAILABLE
016247         GO TO 1550-LOOK-UP-STUDENT-NAME-EXIT
016248     END-IF.
016249     MOVE WS-MKS-STUDNO(i) TO SNM-STUDNO.
016250     READ STUDENT-NAME-FILE
016251         INVALID KEY GO TO 1550-LOOK-UP-STUDENT-NAME-EXIT
016252     END-READ.
016253     MOVE 1 TO WS-SNM-PTR.
016254     STRING SNM-SURNAME DELIMITED BY "  "
016255         INTO WS-MKS-NAME-ED
016256         WITH POINTER WS-SNM-PTR.
016257     IF SNM-INITIALS NOT = SPACES
016258         STRING ", " DELIMITED BY SIZE
016259                SNM-INITIALS DELIMITED BY SPACE
016260             INTO WS-MKS-NAME-ED
016261             WITH POINTER WS-SNM-PTR
016262     END-IF.
016263 1550-LOOK-UP-STUDENT-NAME-EXIT.
016264     EXIT.
016265 2000-WRITE-AUDIT.
016270     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
016280     ACCEPT WS-AUD-TIME FROM TIME.
016290     STRING WS-AUD-DATE DELIMITED BY SIZE
016810     ADD 1 TO i.
016820 3000-SAVE-MASTER.
016830     MOVE WS-DATASET-NAME TO MST-DATASET-ID.
016835     MOVE WS-PERIOD TO MST-PERIOD.
016840     MOVE valCount TO MST-COUNT.
016850     MOVE WS-MEAN TO MST-MEAN.
016860     MOVE WS-STDDEV TO MST-STDDEV.
017240*    AUDIT LINE JUST USED), SO A RERUN ADDS A ROW INSTEAD OF
017250*    DESTROYING LAST TERM'S FIGURES.
017260     MOVE WS-DATASET-NAME TO HST-DATASET-ID.
017265     MOVE WS-PERIOD TO HST-PERIOD.
017270     MOVE AUD-TIMESTAMP TO HST-RUN-STAMP.
017280     MOVE valCount TO HST-COUNT.
017290     MOVE WS-MEAN TO HST-MEAN.
017560 3200-SAVE-HISTORY-EXIT.
017570     EXIT.
017580 4000-REPRINT-FROM-MASTER.
017585     ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD".
017590     OPEN INPUT MASTER-FILE.
017600     IF WS-MST-FILE-STATUS = "00"
017602         IF WS-PERIOD = SPACES
017604             PERFORM 4200-FIND-LATEST-PERIOD
017606                 THRU 4200-FIND-LATEST-PERIOD-EXIT
017608         END-IF
017610         MOVE WS-LOOKUP-ID TO MST-DATASET-ID
017615         MOVE WS-PERIOD TO MST-PERIOD
017620         READ MASTER-FILE
017630             INVALID KEY
017640                 DISPLAY "NO STORED RESULT FOR " WS-LOOKUP-ID
017645                     " " WS-PERIOD
017650             NOT INVALID KEY
017660                 PERFORM 4100-PRINT-MASTER-RECORD
017670                     THRU 4100-PRINT-MASTER-RECORD-EXIT
017820     MOVE MST-RANGE TO WS-RPT-RANGE.
017830     DISPLAY WS-TITLE-LINE.
017840     DISPLAY WS-NAME-LINE.
017843     MOVE MST-PERIOD TO WS-RPT-PERIOD.
017846     DISPLAY WS-PERIOD-LINE.
017850     DISPLAY WS-COUNT-LINE.
017860     DISPLAY WS-MEAN-LINE.
017870     DISPLAY WS-STDDEV-LINE.
017890     DISPLAY WS-MAX-LINE.
017900     DISPLAY WS-RANGE-LINE.
017910 4100-PRINT-MASTER-RECORD-EXIT.
017911     EXIT.
017912 4200-FIND-LATEST-PERIOD.
017913*    NO PERIOD NAMED MEANS THE MOST RECENT SITTING ON FILE.  THE
017914*    PERIODS OF ONE DATASET COLLATE IN DATE ORDER, SO STARTING AT
017915*    THE DATASET WITH A LOW-VALUES PERIOD AND READING NEXT LEAVES
017916*    THE LATEST ONE IN WS-PERIOD WHEN THE DATASET RUNS OUT.  NONE
017917*    FOUND LEAVES IT BLANK AND THE KEYED READ REPORTS THE MISS.
017918     MOVE WS-LOOKUP-ID TO MST-DATASET-ID.
017919     MOVE LOW-VALUES TO MST-PERIOD.
017920     START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
017921         INVALID KEY
017922             GO TO 4200-FIND-LATEST-PERIOD-EXIT
017923     END-START.
017924     MOVE "N" TO WS-MST-EOF-SWITCH.
017925     PERFORM 4210-READ-ONE-PERIOD THRU 4210-READ-ONE-PERIOD-EXIT
017926         WITH TEST AFTER UNTIL WS-MST-END-OF-FILE.
017927 4200-FIND-LATEST-PERIOD-EXIT.
017928     EXIT.
017929 4210-READ-ONE-PERIOD.
017930     READ MASTER-FILE NEXT RECORD
017931         AT END SET WS-MST-END-OF-FILE TO TRUE
017932         NOT AT END
017933             IF MST-DATASET-ID = WS-LOOKUP-ID
017934                 MOVE MST-PERIOD TO WS-PERIOD
017935             ELSE
017936                 SET WS-MST-END-OF-FILE TO TRUE
017937             END-IF
017938     END-READ.
017939 4210-READ-ONE-PERIOD-EXIT.
017940     EXIT.
017941 4300-CHECK-SIGN-OFF.
017942*    A SIGNED-OFF ENTRY FOR THE CLASS AND PERIOD FREEZES IT; AN
017943*    UNFROZEN ONE, NO ENTRY OR NO SIGNOFF.DAT LEAVES IT OPEN.
017944     MOVE "N" TO WS-SGN-FROZEN-SWITCH.
017945     OPEN INPUT SIGNOFF-FILE.
017946     IF WS-SGN-FILE-STATUS NOT = "00"
017947         GO TO 4300-CHECK-SIGN-OFF-EXIT
017948     END-IF.
017949     MOVE WS-DATASET-NAME TO SGN-CLASS.
017950     MOVE WS-PERIOD TO SGN-PERIOD.
017951     READ SIGNOFF-FILE
017952         INVALID KEY CONTINUE
017953         NOT INVALID KEY
017954             IF SGN-SIGNED-OFF
017955                 SET WS-CLASS-FROZEN TO TRUE
017956             END-IF
017957     END-READ.
017958     CLOSE SIGNOFF-FILE.
017959 4300-CHECK-SIGN-OFF-EXIT.
017960     EXIT.
017961 4400-CHECK-KEYING.
017962*    THE BATCH DRIVER'S TEST: NO SECOND COPY, NOTHING TO HOLD; ONE
017963*    THAT IS THERE NEEDS A MATCHED KEYVER.DAT ENTRY FOR THIS
017964*    PERIOD, MADE FROM THE <CLASS>.DAT NOW ON FILE.  BOTH COPIES
017965*    ARE NAMED FOR THE CLASS IN THE SCORE FILE HEADER.
017966     MOVE SPACES TO WS-KEY-STATUS.
017967     MOVE SPACES TO WS-SECOND-COPY-NAME.
017968     STRING WS-DATASET-NAME DELIMITED BY SPACE
017969            "V.DAT" DELIMITED BY SIZE
017970         INTO WS-SECOND-COPY-NAME.
017971     OPEN INPUT SECOND-COPY-FILE.
017972     IF WS-SCP-FILE-STATUS NOT = "00"
017973         GO TO 4400-CHECK-KEYING-EXIT
017974     END-IF.
017975     CLOSE SECOND-COPY-FILE.
017976     MOVE "KEY-UNVERIFIED" TO WS-KEY-STATUS.
017977     OPEN INPUT KEYING-VERIFY-FILE.
017978     IF WS-KVR-FILE-STATUS NOT = "00"
017979         GO TO 4400-CHECK-KEYING-EXIT
017980     END-IF.
017981     MOVE WS-DATASET-NAME TO KVR-CLASS.
017982     READ KEYING-VERIFY-FILE
017983         INVALID KEY MOVE SPACES TO KVR-PERIOD
017984     END-READ.
017985     CLOSE KEYING-VERIFY-FILE.
017986     IF KVR-PERIOD NOT = WS-PERIOD
017987         GO TO 4400-CHECK-KEYING-EXIT
017988     END-IF.
017989     IF NOT KVR-MATCHED
017990         MOVE "KEY-MISMATCH" TO WS-KEY-STATUS
017991         GO TO 4400-CHECK-KEYING-EXIT
017992     END-IF.
017993     PERFORM 4410-FIND-FIRST-TRAILER
017994         THRU 4410-FIND-FIRST-TRAILER-EXIT.
017995     IF WS-KEY-TRL-SEEN
017996             AND WS-KEY-TRL-COUNT = KVR-FIRST-COUNT
017997             AND WS-KEY-TRL-HASH = KVR-FIRST-HASH
017998         MOVE SPACES TO WS-KEY-STATUS
017999     END-IF.
018000 4400-CHECK-KEYING-EXIT.
018001     EXIT.
018002 4410-FIND-FIRST-TRAILER.
018003*    THE TRAILER TOTALS OF <CLASS>.DAT AS IT STANDS NOW, READ
018004*    THROUGH THE SECOND-COPY FILE SINCE BOTH ARE SCORE FILES.
018005     MOVE "N" TO WS-KEY-TRL-SWITCH.
018006     MOVE "N" TO WS-KEY-EOF-SWITCH.
018007     MOVE SPACES TO WS-SECOND-COPY-NAME.
018008     STRING WS-DATASET-NAME DELIMITED BY SPACE
018009            ".DAT" DELIMITED BY SIZE
018010         INTO WS-SECOND-COPY-NAME.
018011     OPEN INPUT SECOND-COPY-FILE.
018012     IF WS-SCP-FILE-STATUS NOT = "00"
018013         GO TO 4410-FIND-FIRST-TRAILER-EXIT
018014     END-IF.
018015     PERFORM 4420-READ-FOR-TRAILER THRU 4420-READ-FOR-TRAILER-EXIT
018016         WITH TEST AFTER UNTIL WS-KEY-END-OF-FILE.
018017     CLOSE SECOND-COPY-FILE.
018018 4410-FIND-FIRST-TRAILER-EXIT.
018019     EXIT.
018020 4420-READ-FOR-TRAILER.
018021     READ SECOND-COPY-FILE INTO WS-KEY-SCORE-LINE
018022         AT END SET WS-KEY-END-OF-FILE TO TRUE
018023         NOT AT END
018024             IF WS-KEY-REC-TYPE = "T"
018025                 MOVE "N" TO WS-KEY-TRL-SWITCH
018026                 IF WS-KEY-LINE-COUNT IS NUMERIC
018027                         AND WS-KEY-LINE-HASH IS NUMERIC
018028                     MOVE WS-KEY-LINE-COUNT-N TO WS-KEY-TRL-COUNT
018029                     MOVE WS-KEY-LINE-HASH-N TO WS-KEY-TRL-HASH
018030                     SET WS-KEY-TRL-SEEN TO TRUE
018031                 END-IF
018032             END-IF
018033     END-READ.
018034 4420-READ-FOR-TRAILER-EXIT.
018035     EXIT.
018036 END PROGRAM 's18108467'.
018037 IDENTIFICATION DIVISION.
018038 PROGRAM-ID. 'S18108467B'.
018039*----------------------------------------------------------------
018040* AUTHOR.     S18108467.
018041* INSTALLATION. COS 333 STATISTICS PRACTICAL.
018042* DATE-WRITTEN. 2026-08-09.
018043*----------------------------------------------------------------
018044* MODIFICATION HISTORY.
018045*   2026-08-09  S18108467  ORIGINAL VERSION.  UNATTENDED BATCH
018046*                          DRIVER FOR OVERNIGHT RUNS - READS A
018047*                          CONTROL FILE (CLASSCTL.DAT) LISTING ONE
018050*                          CLASS/DATASET NAME PER LINE, CALLS
018060*                          READDATA/STDDEV ONCE PER CLASS (EACH
018070*                          CLASS'S SCORES LIVE IN <NAME>.DAT) AND
018760*                          ENDS WITH RETURN-CODE 8, SO THE 06:00
018770*                          CHECK OF BATCHLOG.DAT SHOWS IT BEFORE
018780*                          A STUDENT COMPLAINS.
018781*   2026-10-15  S18108467  MASTER, HISTORY AND STUDENT-INDEX
018782*                          RECORDS ARE NOW KEYED ON EACH CLASS'S
018783*                          ACADEMIC PERIOD (FROM ITS SCORE FILE
018784*                          HEADER, VIA READDATA) AS WELL AS THE
018785*                          CLASS, SO NEXT SEMESTER'S RUN NO
018786*                          LONGER REWRITES THIS SEMESTER'S
018787*                          RESULTS.  THE PERIOD FOLLOWS THE CLASS
018788*                          NAME ON EACH BATCHMKS.DAT CLASS LINE.
018789*   2026-10-15  S18108467  EACH MARK-SHEET LINE NOW CARRIES THE
018790*                          STUDENT'S NAME FROM STUDNAME.DAT (FILED
018791*                          BY THE ENROLMENT LOADER, S18108467L)
018792*                          AFTER THE STUDENT NUMBER, SO LECTURERS
018793*                          NO LONGER LOOK NAMES UP.  A STUDENT NOT
018794*                          ON FILE, OR NO FILE, LEAVES IT BLANK.
018795*                          BATCHMKS.DAT IS WIDENED TO 80 TO TAKE
018796*                          IT.
018797*   2026-10-15  S18108467  A CLASS THE SUBMISSION REGISTER
018798*                          (SUBREG.DAT, KEPT BY THE DAYTIME INTAKE
018799*                          CHECK S18108467K) STILL SHOWS
018800*                          OUTSTANDING IS LOGGED NOT-RECEIVED AND
018801*                          PASSED OVER INSTEAD OF FAILING
018802*                          FILE-MISSING - IT IS BEING CHASED, NOT
018803*                          BROKEN, SO IT DOES NOT SET RETURN-CODE
018804*                          8.  NO REGISTER MEANS EVERY CLASS IS
018805*                          RUN AS BEFORE.
018806*   2026-10-15  S18108467  S18108467-PARTITION (1-9) RUNS THIS AS
018807*                          ONE STREAM OF A PARTITIONED NIGHT: THE
018808*                          CONTROL LIST, CHECKPOINT, LOG, REPORT
018809*                          AND MARK SHEET BECOME CLASSCTLN.DAT,
018810*                          BCHKPTN.DAT, BATCHLOGN.DAT,
018811*                          BATCHRPTN.DAT AND BATCHMKSN.DAT FOR
018812*                          PIECE N, SO SEVERAL STREAMS CAN RUN AT
018813*                          ONCE AND EACH RESTARTS ON ITS OWN.
018814*                          S18108467P SPLITS CLASSCTL.DAT
018815*                          BEFOREHAND AND MERGES THE PIECES
018816*                          AFTERWARDS.  UNSET, THE FILES ARE THE
018817*                          USUAL ONES.
018818*   2026-10-15  S18108467  A CLASS WHOSE PERIOD (FROM ITS SCORE
018819*                          FILE HEADER, OR THE SAME DEFAULT
018820*                          READDATA USES) THE EXAM BOARD HAS
018821*                          SIGNED OFF IN SIGNOFF.DAT IS LOGGED
018822*                          FROZEN AND PASSED OVER - NO MASTER,
018823*                          HISTORY, STUDENT-INDEX OR AUDIT RECORD
018824*                          IS WRITTEN FOR IT.  A FROZEN CLASS IS
018825*                          EXPECTED, NOT BROKEN, SO IT DOES NOT
018826*                          SET RETURN-CODE 8.
018827*   2026-10-15  S18108467  A CLASS KEYED TWICE (<CLASS>V.DAT
018828*                          PRESENT) IS HELD UNTIL THE VERIFICATION
018829*                          RUN (S18108467V) HAS FOUND ITS TWO
018830*                          COPIES MATCHED FOR THE PERIOD IT WOULD
018831*                          BE FILED UNDER - LOGGED KEY-MISMATCH
018832*                          WHEN KEYVER.DAT SAYS THEY DISAGREE,
018833*                          KEY-UNVERIFIED WHEN THEY HAVE NOT BEEN
018834*                          COMPARED.  NEITHER SETS RETURN-CODE 8;
018835*                          THE VERIFICATION RUN REPORTS THE
018836*                          DIFFERENCES.  THE PERIOD LOOKUP THE
018837*                          SIGN-OFF CHECK USED IS NOW SHARED BY
018838*                          BOTH CHECKS.
018839*   2026-10-15  S18108467  A MATCHED ENTRY NOW HOLDS ONLY WHILE
018840*                          <CLASS>.DAT STILL CARRIES THE TRAILER
018841*                          TOTALS IT WAS VERIFIED WITH; A FILE
018842*                          CHANGED SINCE IS LOGGED KEY-UNVERIFIED.
018843*----------------------------------------------------------------
018844 ENVIRONMENT DIVISION.
018845 CONFIGURATION SECTION.
018846 REPOSITORY.
018847     FUNCTION readData
018848     FUNCTION stdDev
018850     FUNCTION pctiles
018860     FUNCTION loadBands
018870     FUNCTION bandDist
018880     FUNCTION rosterCheck.
018890 INPUT-OUTPUT SECTION.
018900 FILE-CONTROL.
018910     SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CTL-FILE-NAME
018920         ORGANIZATION IS LINE SEQUENTIAL
018930         FILE STATUS IS WS-CTL-FILE-STATUS.
018936     SELECT BATCH-MARKSHEET-FILE
018942         ASSIGN TO DYNAMIC WS-BMKS-FILE-NAME
018950         ORGANIZATION IS LINE SEQUENTIAL.
018951     SELECT STUDENT-NAME-FILE ASSIGN TO "STUDNAME.DAT"
018952         ORGANIZATION IS INDEXED
018953         ACCESS MODE IS DYNAMIC
018954         RECORD KEY IS SNM-STUDNO
018955         FILE STATUS IS WS-SNM-FILE-STATUS.
018956     SELECT SUBMISSION-REGISTER-FILE ASSIGN TO "SUBREG.DAT"
018957         ORGANIZATION IS INDEXED
018958         ACCESS MODE IS DYNAMIC
018959         RECORD KEY IS SRG-CLASS
018960         FILE STATUS IS WS-SRG-FILE-STATUS.
018961     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
018962         ORGANIZATION IS INDEXED
018963         ACCESS MODE IS DYNAMIC
018964         RECORD KEY IS SGN-KEY
018965         FILE STATUS IS WS-SGN-FILE-STATUS.
018966     SELECT KEYING-VERIFY-FILE ASSIGN TO "KEYVER.DAT"
018967         ORGANIZATION IS INDEXED
018968         ACCESS MODE IS DYNAMIC
018969         RECORD KEY IS KVR-CLASS
018970         FILE STATUS IS WS-KVR-FILE-STATUS.
018971     SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE-ARG
018972         ORGANIZATION IS LINE SEQUENTIAL
018973         FILE STATUS IS WS-SCORE-FILE-STATUS.
018974     SELECT BATCH-REPORT-FILE ASSIGN TO DYNAMIC WS-BRPT-FILE-NAME
018975         ORGANIZATION IS LINE SEQUENTIAL.
018980     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
018990         ORGANIZATION IS LINE SEQUENTIAL
019000         FILE STATUS IS WS-AUD-FILE-STATUS.
019010     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHKPT-FILE-NAME
019020         ORGANIZATION IS LINE SEQUENTIAL
019030         FILE STATUS IS WS-CHKPT-FILE-STATUS.
019040     SELECT JOB-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
019050         ORGANIZATION IS LINE SEQUENTIAL
019060         FILE STATUS IS WS-LOG-FILE-STATUS.
019070     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
019080         ORGANIZATION IS INDEXED
019090         ACCESS MODE IS DYNAMIC
019100         RECORD KEY IS MST-KEY
019110         FILE STATUS IS WS-MST-FILE-STATUS.
019120     SELECT HISTORY-FILE ASSIGN TO "MSTHIST.DAT"
019130         ORGANIZATION IS INDEXED
019260 FD  BATCH-REPORT-FILE.
019270 01  BATCH-REPORT-RECORD        PIC X(120).
019280 FD  BATCH-MARKSHEET-FILE.
019285 01  BATCH-MARKSHEET-RECORD     PIC X(80).
019290 FD  STUDENT-NAME-FILE.
019295     COPY STUDNAME.
019296 FD  SUBMISSION-REGISTER-FILE.
019297     COPY SUBREG.
019298 FD  SIGNOFF-FILE.
019299     COPY SIGNOFF.
019300 FD  KEYING-VERIFY-FILE.
019301     COPY KEYVER.
019302 FD  SCORE-FILE.
019303 01  SCORE-FILE-RECORD.
019304     05 SF-RECORD-TYPE          PIC X(01).
019305         88 SF-HEADER-REC               VALUE "H".
019306         88 SF-TRAILER-REC              VALUE "T".
019307     05 FILLER                  PIC X(28).
019308     05 SF-HDR-PERIOD           PIC X(06).
019309 01  SF-TRAILER-RECORD.
019310     05 FILLER                  PIC X(01).
019311     05 SF-TRL-COUNT            PIC X(04).
019312     05 SF-TRL-COUNT-N REDEFINES SF-TRL-COUNT
019313                                PIC 9(04).
019314     05 SF-TRL-HASH             PIC X(08).
019315     05 SF-TRL-HASH-N REDEFINES SF-TRL-HASH
019316                                PIC 9(08).
019317     05 FILLER                  PIC X(22).
019318 FD  AUDIT-FILE.
019319 01  AUDIT-RECORD               PIC X(400).
019320 FD  CHECKPOINT-FILE.
019330 01  CHECKPOINT-RECORD          PIC X(20).
019340 FD  JOB-LOG-FILE.
019490     01 WS-HST-FILE-STATUS      PIC X(02) VALUE SPACES.
019500     01 WS-SIX-FILE-STATUS      PIC X(02) VALUE SPACES.
019510     01 WS-SIX-RUN-DATE         PIC X(08) VALUE SPACES.
019512     01 WS-SNM-FILE-STATUS      PIC X(02) VALUE SPACES.
019514     01 WS-SNM-OPEN-SWITCH      PIC X(01) VALUE "N".
019516         88 WS-NAMES-AVAILABLE          VALUE "Y".
019518     01 WS-SNM-PTR              PIC 9(2) COMP VALUE 1.
019519     01 WS-SRG-FILE-STATUS      PIC X(02) VALUE SPACES.
019520     01 WS-SRG-OPEN-SWITCH      PIC X(01) VALUE "N".
019521         88 WS-REGISTER-AVAILABLE       VALUE "Y".
019522     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
019523     01 WS-SGN-OPEN-SWITCH      PIC X(01) VALUE "N".
019524         88 WS-SIGN-OFFS-AVAILABLE      VALUE "Y".
019525     01 WS-SGN-FROZEN-SWITCH    PIC X(01) VALUE "N".
019526         88 WS-CLASS-FROZEN             VALUE "Y".
019527     01 WS-FILED-PERIOD         PIC X(06) VALUE SPACES.
019528     01 WS-SGN-TODAY            PIC X(08) VALUE SPACES.
019529     01 WS-KVR-FILE-STATUS      PIC X(02) VALUE SPACES.
019530     01 WS-KVR-OPEN-SWITCH      PIC X(01) VALUE "N".
019531         88 WS-KEYVER-AVAILABLE         VALUE "Y".
019532     01 WS-KEY-STATUS           PIC X(20) VALUE SPACES.
019533     01 WS-SCORE-FILE-STATUS    PIC X(02) VALUE SPACES.
019534     01 WS-KEY-EOF-SWITCH       PIC X(01) VALUE "N".
019535         88 WS-KEY-END-OF-FILE          VALUE "Y".
019536     01 WS-KEY-TRL-SWITCH       PIC X(01) VALUE "N".
019537         88 WS-KEY-TRL-SEEN             VALUE "Y".
019538     01 WS-KEY-TRL-COUNT        PIC 9(04) VALUE ZEROS.
019539     01 WS-KEY-TRL-HASH         PIC 9(08) VALUE ZEROS.
019540     COPY AUDITREC.
019541     01 WS-SCORE-FILE-ARG       PIC X(20) VALUE SPACES.
019542     01 WS-BATCH-MODE-FLAG      PIC X(01) VALUE "Y".
019550     COPY SCORESREC.
019560     01 WS-CLASS-NAME           PIC X(20) VALUE SPACES.
019565     01 WS-PERIOD               PIC X(06) VALUE SPACES.
019570     01 WS-CLASS-COUNT          PIC 9(3) COMP VALUE ZEROS.
019580     01 WS-CHECK                PIC 9 VALUE ZEROS.
019590     01 WS-BAND-CHECK           PIC 9 VALUE ZEROS.
019660     01 WS-CNT-ZERO-VALID       PIC 9(3) VALUE ZEROS.
019670     01 WS-CNT-OUT-OF-BALANCE   PIC 9(3) VALUE ZEROS.
019680     01 WS-CNT-SKIPPED          PIC 9(3) VALUE ZEROS.
019685     01 WS-CNT-NOT-RECEIVED     PIC 9(3) VALUE ZEROS.
019687     01 WS-CNT-FROZEN           PIC 9(3) VALUE ZEROS.
019688     01 WS-CNT-KEY-MISMATCH     PIC 9(3) VALUE ZEROS.
019689     01 WS-CNT-KEY-UNVERIFIED   PIC 9(3) VALUE ZEROS.
019690     COPY GRADEBND.
019700     01 WS-STDDEV               PIC 9(4)V9(2) VALUE ZEROS.
019710     01 WS-MEAN                 PIC 9(6)V9(2) VALUE ZEROS.
019810         88 WS-CTL-END-OF-FILE          VALUE "Y".
019820     01 WS-CHKPT-FILE-STATUS    PIC X(02) VALUE SPACES.
019830     01 WS-LOG-FILE-STATUS      PIC X(02) VALUE SPACES.
019831*    THE RUN'S OWN FILES - THE USUAL NAMES, OR ONE PIECE'S NAMES
019832*    WHEN THIS IS A STREAM OF A PARTITIONED NIGHT.
019833     01 WS-PARTITION-ARG        PIC X(01) VALUE SPACES.
019834     01 WS-CTL-FILE-NAME        PIC X(20) VALUE "CLASSCTL.DAT".
019835     01 WS-CHKPT-FILE-NAME      PIC X(20) VALUE "BCHKPT.DAT".
019836     01 WS-LOG-FILE-NAME        PIC X(20) VALUE "BATCHLOG.DAT".
019837     01 WS-BRPT-FILE-NAME       PIC X(20) VALUE "BATCHRPT.DAT".
019838     01 WS-BMKS-FILE-NAME       PIC X(20) VALUE "BATCHMKS.DAT".
019840     01 WS-RESTART-FLAG         PIC X(01) VALUE "N".
019850         88 WS-RESTART-REQUESTED         VALUE "Y".
019860     01 WS-CHECKPOINT-CLASS     PIC X(20) VALUE SPACES.
020490     01 WS-BMKS-CLASS-LINE.
020500         05 FILLER              PIC X(07) VALUE "CLASS: ".
020510         05 WS-BMKS-CLASS       PIC X(20) VALUE SPACES.
020513         05 FILLER              PIC X(10) VALUE "  PERIOD: ".
020516         05 WS-BMKS-PERIOD      PIC X(06) VALUE SPACES.
020520     01 WS-BMKS-HEAD-LINE.
020530         05 FILLER              PIC X(12) VALUE "STUDENT NO".
020535         05 FILLER              PIC X(30) VALUE "NAME".
020540         05 FILLER              PIC X(08) VALUE "SCORE".
020550         05 FILLER              PIC X(06) VALUE "RANK".
020560         05 FILLER              PIC X(13) VALUE "DEV FROM MEAN".
020570     01 WS-BMKS-LINE.
020580         05 WS-BMKS-STUDNO-ED   PIC X(10) VALUE SPACES.
020583         05 FILLER              PIC X(02) VALUE SPACES.
020586         05 WS-BMKS-NAME-ED     PIC X(28) VALUE SPACES.
020590         05 FILLER              PIC X(02) VALUE SPACES.
020600         05 WS-BMKS-SCORE-ED    PIC -ZZZ9.
020610         05 FILLER              PIC X(03) VALUE SPACES.
021000     PERFORM 3000-FINISH THRU 3000-FINISH-EXIT.
021010     GOBACK.
021020 1000-INITIALIZE.
021023     PERFORM 1050-SET-PARTITION-FILES
021026         THRU 1050-SET-PARTITION-FILES-EXIT.
021030     OPEN INPUT CONTROL-FILE.
021040     OPEN OUTPUT BATCH-REPORT-FILE.
021050     OPEN OUTPUT BATCH-MARKSHEET-FILE.
021120         IF WS-LOG-FILE-STATUS = "35"
021130             OPEN OUTPUT JOB-LOG-FILE
021140         ELSE
021150             DISPLAY "ERROR - CANNOT OPEN " WS-LOG-FILE-NAME
021160                 " FILE STATUS " WS-LOG-FILE-STATUS
021170             DISPLAY "RUN ABANDONED."
021180             STOP RUN
021190         END-IF
021210*    THE BAND SCHEME IS THE SAME FOR EVERY CLASS IN THE RUN, SO
021220*    GRADEBND.DAT IS READ JUST ONCE HERE RATHER THAN PER CLASS.
021230     COMPUTE WS-BAND-CHECK = loadBands(bandTable).
021231*    THE SUBMISSION REGISTER IS OPTIONAL - WITHOUT ONE, NO CLASS
021232*    IS PASSED OVER AS NOT RECEIVED.
021233     MOVE "N" TO WS-SRG-OPEN-SWITCH.
021234     OPEN INPUT SUBMISSION-REGISTER-FILE.
021235     IF WS-SRG-FILE-STATUS = "00"
021236         MOVE "Y" TO WS-SRG-OPEN-SWITCH
021237     END-IF.
021238*    LIKEWISE THE SIGN-OFF REGISTER - WITHOUT ONE, NOTHING IS
021239*    FROZEN.
021240     MOVE "N" TO WS-SGN-OPEN-SWITCH.
021241     OPEN INPUT SIGNOFF-FILE.
021242     IF WS-SGN-FILE-STATUS = "00"
021243         MOVE "Y" TO WS-SGN-OPEN-SWITCH
021244     END-IF.
021245*    AND THE KEYING REGISTER - WITHOUT ONE, NO SECOND COPY HAS
021246*    BEEN VERIFIED.
021247     MOVE "N" TO WS-KVR-OPEN-SWITCH.
021248     OPEN INPUT KEYING-VERIFY-FILE.
021249     IF WS-KVR-FILE-STATUS = "00"
021250         MOVE "Y" TO WS-KVR-OPEN-SWITCH
021251     END-IF.
021252     WRITE BATCH-REPORT-RECORD FROM WS-BATCH-TITLE-LINE.
021253     WRITE BATCH-REPORT-RECORD FROM WS-BATCH-HEADING-LINE.
021260     IF WS-CTL-FILE-STATUS NOT = "00"
021270         DISPLAY "ERROR - CANNOT OPEN " WS-CTL-FILE-NAME
021280             " FILE STATUS " WS-CTL-FILE-STATUS
021290         DISPLAY "BATCH RUN ABANDONED - NO CLASSES PROCESSED."
021300         GO TO 1000-INITIALIZE-EXIT
021310     END-IF.
021380             THRU 1100-LOAD-CHECKPOINT-EXIT
021390     END-IF.
021400 1000-INITIALIZE-EXIT.
021401     EXIT.
021402 1050-SET-PARTITION-FILES.
021403*    EVERY FILE THAT BELONGS TO THE STREAM ALONE TAKES THE PIECE
021404*    NUMBER; THE SHARED FILES (MASTER, HISTORY, STUDENT INDEX,
021405*    AUDIT, REJECTS, ROSTRX) ARE OPENED AND CLOSED PER CLASS AS
021406*    ALWAYS, SO THE STREAMS TAKE TURNS AT THEM.
021407     ACCEPT WS-PARTITION-ARG
021408         FROM ENVIRONMENT "S18108467-PARTITION".
021409     IF WS-PARTITION-ARG = SPACES
021410         GO TO 1050-SET-PARTITION-FILES-EXIT
021411     END-IF.
021412     IF WS-PARTITION-ARG IS NOT NUMERIC OR WS-PARTITION-ARG = "0"
021413         DISPLAY "ERROR - S18108467-PARTITION MUST BE 1 TO 9."
021414         DISPLAY "RUN ABANDONED."
021415         MOVE 8 TO RETURN-CODE
021416         STOP RUN
021417     END-IF.
021418     MOVE SPACES TO WS-CTL-FILE-NAME.
021419     STRING "CLASSCTL" WS-PARTITION-ARG ".DAT" DELIMITED BY SIZE
021420         INTO WS-CTL-FILE-NAME.
021421     MOVE SPACES TO WS-CHKPT-FILE-NAME.
021422     STRING "BCHKPT" WS-PARTITION-ARG ".DAT" DELIMITED BY SIZE
021423         INTO WS-CHKPT-FILE-NAME.
021424     MOVE SPACES TO WS-LOG-FILE-NAME.
021425     STRING "BATCHLOG" WS-PARTITION-ARG ".DAT" DELIMITED BY SIZE
021426         INTO WS-LOG-FILE-NAME.
021427     MOVE SPACES TO WS-BRPT-FILE-NAME.
021428     STRING "BATCHRPT" WS-PARTITION-ARG ".DAT" DELIMITED BY SIZE
021429         INTO WS-BRPT-FILE-NAME.
021430     MOVE SPACES TO WS-BMKS-FILE-NAME.
021431     STRING "BATCHMKS" WS-PARTITION-ARG ".DAT" DELIMITED BY SIZE
021432         INTO WS-BMKS-FILE-NAME.
021433 1050-SET-PARTITION-FILES-EXIT.
021434     EXIT.
021435 1100-LOAD-CHECKPOINT.
021436     OPEN INPUT CHECKPOINT-FILE.
021440     IF WS-CHKPT-FILE-STATUS = "00"
021450         READ CHECKPOINT-FILE
021460             AT END CONTINUE
021870             MOVE "N" TO WS-SKIP-SWITCH
021880         END-IF
021890     ELSE
021896         PERFORM 2070-CHECK-SUBMISSION
021902             THRU 2070-CHECK-SUBMISSION-EXIT
021910     END-IF.
021920 2050-CHECK-RESTART-SKIP-EXIT.
021921     EXIT.
021922 2070-CHECK-SUBMISSION.
021923*    A CLASS THE INTAKE CHECK NEVER SAW ARRIVE IS LOGGED AND
021924*    CHECKPOINTED LIKE ANY OTHER, SO A RESTART PASSES IT TOO, BUT
021925*    NOTHING IS READ OR FILED FOR IT.  A CLASS NOT ON THE
021926*    REGISTER, OR ONE RECEIVED OR OUT OF BALANCE, IS RUN AS
021927*    NORMAL AND READDATA HAS THE FINAL SAY.
021928     IF WS-REGISTER-AVAILABLE
021929         MOVE WS-CLASS-NAME TO SRG-CLASS
021930         READ SUBMISSION-REGISTER-FILE
021931             INVALID KEY MOVE SPACES TO SRG-STATUS
021932         END-READ
021933         IF SRG-OUTSTANDING
021934             DISPLAY "CLASS " WS-CLASS-NAME
021935                 " NOT YET RECEIVED - CLASS PASSED OVER."
021936             MOVE "NOT-RECEIVED" TO WS-LOG-STATUS
021937             MOVE ZEROS TO WS-REJECT-COUNT
021938             ADD 1 TO WS-CNT-NOT-RECEIVED
021939             PERFORM 2600-WRITE-JOB-LOG
021940                 THRU 2600-WRITE-JOB-LOG-EXIT
021941             PERFORM 2400-WRITE-CHECKPOINT
021942                 THRU 2400-WRITE-CHECKPOINT-EXIT
021943             GO TO 2070-CHECK-SUBMISSION-EXIT
021944         END-IF
021945     END-IF.
021946     PERFORM 2075-FIND-FILED-PERIOD
021947         THRU 2075-FIND-FILED-PERIOD-EXIT.
021948     PERFORM 2080-CHECK-SIGN-OFF THRU 2080-CHECK-SIGN-OFF-EXIT.
021949     IF WS-CLASS-FROZEN
021950         DISPLAY "CLASS " WS-CLASS-NAME " " WS-FILED-PERIOD
021951             " IS SIGNED OFF - CLASS PASSED OVER."
021952         MOVE "FROZEN" TO WS-LOG-STATUS
021953         MOVE ZEROS TO WS-REJECT-COUNT
021954         ADD 1 TO WS-CNT-FROZEN
021955         PERFORM 2600-WRITE-JOB-LOG THRU 2600-WRITE-JOB-LOG-EXIT
021956         PERFORM 2400-WRITE-CHECKPOINT
021957             THRU 2400-WRITE-CHECKPOINT-EXIT
021958         GO TO 2070-CHECK-SUBMISSION-EXIT
021959     END-IF.
021960*    A HELD CLASS IS LOGGED AND CHECKPOINTED THE SAME WAY, SO IT
021961*    RUNS ON THE FIRST NIGHT AFTER ITS COPIES ARE VERIFIED.
021962     PERFORM 2090-CHECK-KEYING THRU 2090-CHECK-KEYING-EXIT.
021963     IF WS-KEY-STATUS NOT = SPACES
021964         IF WS-KEY-STATUS = "KEY-MISMATCH"
021965             DISPLAY "CLASS " WS-CLASS-NAME " " WS-FILED-PERIOD
021966                 " KEYED COPIES DISAGREE - CLASS HELD."
021967             ADD 1 TO WS-CNT-KEY-MISMATCH
021968         ELSE
021969             DISPLAY "CLASS " WS-CLASS-NAME " " WS-FILED-PERIOD
021970                 " SECOND COPY NOT VERIFIED - CLASS HELD."
021971             ADD 1 TO WS-CNT-KEY-UNVERIFIED
021972         END-IF
021973         MOVE WS-KEY-STATUS TO WS-LOG-STATUS
021974         MOVE ZEROS TO WS-REJECT-COUNT
021975         PERFORM 2600-WRITE-JOB-LOG THRU 2600-WRITE-JOB-LOG-EXIT
021976         PERFORM 2400-WRITE-CHECKPOINT
021977             THRU 2400-WRITE-CHECKPOINT-EXIT
021978         GO TO 2070-CHECK-SUBMISSION-EXIT
021979     END-IF.
021980     PERFORM 2100-RUN-CLASS THRU 2100-RUN-CLASS-EXIT.
021981 2070-CHECK-SUBMISSION-EXIT.
021982     EXIT.
021983 2075-FIND-FILED-PERIOD.
021984*    THE PERIOD THE CLASS WOULD BE FILED UNDER IS TAKEN FROM THE
021985*    SCORE FILE HEADER BY THE SAME RULE READDATA APPLIES - HEADER
021986*    PERIOD, THEN S18108467-PERIOD, THEN THE CURRENT YEAR WITH
021987*    TERM 00 - SO A FROZEN OR HELD CLASS IS PASSED OVER BEFORE
021988*    ANYTHING IS READ OR FILED.  A MISSING FILE LEAVES THE PERIOD
021989*    BLANK AND IS LEFT FOR READDATA TO REPORT.
021990     MOVE SPACES TO WS-FILED-PERIOD.
021991     MOVE SPACES TO WS-SCORE-FILE-ARG.
021992     STRING WS-CLASS-NAME DELIMITED BY SPACE
021993            ".DAT" DELIMITED BY SIZE
021994         INTO WS-SCORE-FILE-ARG.
021995     OPEN INPUT SCORE-FILE.
021996     IF WS-SCORE-FILE-STATUS NOT = "00"
021997         GO TO 2075-FIND-FILED-PERIOD-EXIT
021998     END-IF.
021999     READ SCORE-FILE
022000         AT END CONTINUE
022001         NOT AT END
022002             IF SF-HEADER-REC
022003                 MOVE SF-HDR-PERIOD TO WS-FILED-PERIOD
022004             END-IF
022005     END-READ.
022006     CLOSE SCORE-FILE.
022007     IF WS-FILED-PERIOD = SPACES
022008         ACCEPT WS-FILED-PERIOD
022009             FROM ENVIRONMENT "S18108467-PERIOD"
022010     END-IF.
022011     IF WS-FILED-PERIOD = SPACES
022012         ACCEPT WS-SGN-TODAY FROM DATE YYYYMMDD
022013         MOVE WS-SGN-TODAY(1:4) TO WS-FILED-PERIOD(1:4)
022014         MOVE "00" TO WS-FILED-PERIOD(5:2)
022015     END-IF.
022016 2075-FIND-FILED-PERIOD-EXIT.
022017     EXIT.
022018 2080-CHECK-SIGN-OFF.
022019     MOVE "N" TO WS-SGN-FROZEN-SWITCH.
022020     IF NOT WS-SIGN-OFFS-AVAILABLE OR WS-FILED-PERIOD = SPACES
022021         GO TO 2080-CHECK-SIGN-OFF-EXIT
022022     END-IF.
022023     MOVE WS-CLASS-NAME TO SGN-CLASS.
022024     MOVE WS-FILED-PERIOD TO SGN-PERIOD.
022025     READ SIGNOFF-FILE
022026         INVALID KEY CONTINUE
022027         NOT INVALID KEY
022028             IF SGN-SIGNED-OFF
022029                 SET WS-CLASS-FROZEN TO TRUE
022030             END-IF
022031     END-READ.
022032 2080-CHECK-SIGN-OFF-EXIT.
022033     EXIT.
022034 2090-CHECK-KEYING.
022035*    NO SECOND COPY, NOTHING TO HOLD.  ONE THAT IS THERE NEEDS A
022036*    MATCHED KEYVER.DAT ENTRY FOR THIS PERIOD; NO REGISTER, NO
022037*    ENTRY OR ONE FOR ANOTHER PERIOD MEANS IT WAS NEVER VERIFIED,
022038*    AND SO DOES A <CLASS>.DAT WHOSE TRAILER NO LONGER CARRIES THE
022039*    TOTALS THE ENTRY WAS MADE FROM.
022040     MOVE SPACES TO WS-KEY-STATUS.
022041     IF WS-FILED-PERIOD = SPACES
022042         GO TO 2090-CHECK-KEYING-EXIT
022043     END-IF.
022044     MOVE SPACES TO WS-SCORE-FILE-ARG.
022045     STRING WS-CLASS-NAME DELIMITED BY SPACE
022046            "V.DAT" DELIMITED BY SIZE
022047         INTO WS-SCORE-FILE-ARG.
022048     OPEN INPUT SCORE-FILE.
022049     IF WS-SCORE-FILE-STATUS NOT = "00"
022050         GO TO 2090-CHECK-KEYING-EXIT
022051     END-IF.
022052     CLOSE SCORE-FILE.
022053     MOVE "KEY-UNVERIFIED" TO WS-KEY-STATUS.
022054     IF NOT WS-KEYVER-AVAILABLE
022055         GO TO 2090-CHECK-KEYING-EXIT
022056     END-IF.
022057     MOVE WS-CLASS-NAME TO KVR-CLASS.
022058     READ KEYING-VERIFY-FILE
022059         INVALID KEY MOVE SPACES TO KVR-PERIOD
022060     END-READ.
022061     IF KVR-PERIOD NOT = WS-FILED-PERIOD
022062         GO TO 2090-CHECK-KEYING-EXIT
022063     END-IF.
022064     IF NOT KVR-MATCHED
022065         MOVE "KEY-MISMATCH" TO WS-KEY-STATUS
022066         GO TO 2090-CHECK-KEYING-EXIT
022067     END-IF.
022068     PERFORM 2095-FIND-FIRST-TRAILER
022069         THRU 2095-FIND-FIRST-TRAILER-EXIT.
022070     IF WS-KEY-TRL-SEEN
022071             AND WS-KEY-TRL-COUNT = KVR-FIRST-COUNT
022072             AND WS-KEY-TRL-HASH = KVR-FIRST-HASH
022073         MOVE SPACES TO WS-KEY-STATUS
022074     END-IF.
022075 2090-CHECK-KEYING-EXIT.
022076     EXIT.
022077 2095-FIND-FIRST-TRAILER.
022078     MOVE "N" TO WS-KEY-TRL-SWITCH.
022079     MOVE "N" TO WS-KEY-EOF-SWITCH.
022080     MOVE SPACES TO WS-SCORE-FILE-ARG.
022081     STRING WS-CLASS-NAME DELIMITED BY SPACE
022082            ".DAT" DELIMITED BY SIZE
022083         INTO WS-SCORE-FILE-ARG.
022084     OPEN INPUT SCORE-FILE.
022085     IF WS-SCORE-FILE-STATUS NOT = "00"
022086         GO TO 2095-FIND-FIRST-TRAILER-EXIT
022087     END-IF.
022088     PERFORM 2096-READ-FOR-TRAILER THRU 2096-READ-FOR-TRAILER-EXIT
022089         WITH TEST AFTER UNTIL WS-KEY-END-OF-FILE.
022090     CLOSE SCORE-FILE.
022091 2095-FIND-FIRST-TRAILER-EXIT.
022092     EXIT.
022093 2096-READ-FOR-TRAILER.
022094     READ SCORE-FILE
022095         AT END SET WS-KEY-END-OF-FILE TO TRUE
022096         NOT AT END
022097             IF SF-TRAILER-REC
022098                 MOVE "N" TO WS-KEY-TRL-SWITCH
022099                 IF SF-TRL-COUNT IS NUMERIC
022100                         AND SF-TRL-HASH IS NUMERIC
022101                     MOVE SF-TRL-COUNT-N TO WS-KEY-TRL-COUNT
022102                     MOVE SF-TRL-HASH-N TO WS-KEY-TRL-HASH
022103                     SET WS-KEY-TRL-SEEN TO TRUE
022104                 END-IF
022105             END-IF
022106     END-READ.
022107 2096-READ-FOR-TRAILER-EXIT.
022108     EXIT.
022109 2100-RUN-CLASS.
022110     MOVE SPACES TO WS-SCORE-FILE-ARG.
022111     STRING WS-CLASS-NAME DELIMITED BY SPACE
022112            ".DAT" DELIMITED BY SIZE
022113         INTO WS-SCORE-FILE-ARG.
022114     COMPUTE WS-CHECK =
022115         readData(inArr, WS-SCORE-FILE-ARG, WS-BATCH-MODE-FLAG,
022116             WS-REJECT-COUNT, WS-CLASS-NAME, WS-PERIOD).
022117     ADD 1 TO WS-CLASS-COUNT.
022118     ADD WS-REJECT-COUNT TO WS-TOTAL-REJECTS.
022119     IF WS-CHECK = 2
022120         DISPLAY "CLASS " WS-CLASS-NAME
022121             " IS OUT OF BALANCE - CLASS EXCLUDED."
022122         MOVE "OUT-OF-BALANCE" TO WS-LOG-STATUS
022123         ADD 1 TO WS-CNT-OUT-OF-BALANCE
022124     ELSE
022125     IF WS-CHECK = 3
022126         MOVE "FILE-MISSING" TO WS-LOG-STATUS
022127         ADD 1 TO WS-CNT-FILE-MISSING
022130     ELSE
022140     IF valCount = 0
022150         DISPLAY "NO VALID ENTRIES FOR " WS-CLASS-NAME
022970     ADD 1 TO i.
022980 2250-WRITE-MARK-SHEET.
022990     MOVE WS-CLASS-NAME TO WS-BMKS-CLASS.
022995     MOVE WS-PERIOD TO WS-BMKS-PERIOD.
023000     WRITE BATCH-MARKSHEET-RECORD FROM WS-BMKS-CLASS-LINE.
023010     WRITE BATCH-MARKSHEET-RECORD FROM WS-BMKS-HEAD-LINE.
023020     PERFORM 2280-OPEN-STUDENT-INDEX
023030         THRU 2280-OPEN-STUDENT-INDEX-EXIT.
023031     MOVE "N" TO WS-SNM-OPEN-SWITCH.
023032     OPEN INPUT STUDENT-NAME-FILE.
023033     IF WS-SNM-FILE-STATUS = "00"
023034         MOVE "Y" TO WS-SNM-OPEN-SWITCH
023035     END-IF.
023040     MOVE 1 TO i.
023050     PERFORM 2260-WRITE-MARK-LINE WITH TEST AFTER
023060         UNTIL i > WS-MKS-COUNT.
023070     CLOSE STUDENT-INDEX-FILE.
023072     IF WS-NAMES-AVAILABLE
023074         CLOSE STUDENT-NAME-FILE
023076     END-IF.
023080 2250-WRITE-MARK-SHEET-EXIT.
023090     EXIT.
023100 2260-WRITE-MARK-LINE.
023150     PERFORM 2270-COUNT-HIGHER WITH TEST AFTER
023160         UNTIL j > WS-MKS-COUNT.
023170     MOVE WS-MKS-STUDNO(i) TO WS-BMKS-STUDNO-ED.
023173     PERFORM 2295-LOOK-UP-STUDENT-NAME
023176         THRU 2295-LOOK-UP-STUDENT-NAME-EXIT.
023180     MOVE WS-MKS-SCORE(i) TO WS-BMKS-SCORE-ED.
023190     MOVE WS-MKS-RANK TO WS-BMKS-RANK-ED.
023200     SUBTRACT WS-MEAN FROM WS-MKS-SCORE(i) GIVING WS-MKS-DEV.
023540*    KEEPS ONLY THE CURRENT FIGURES PER CLASS.
023550     MOVE WS-MKS-STUDNO(i) TO SIX-STUDNO.
023560     MOVE WS-CLASS-NAME TO SIX-DATASET-ID.
023565     MOVE WS-PERIOD TO SIX-PERIOD.
023570     MOVE WS-MKS-SCORE(i) TO SIX-SCORE.
023580     MOVE WS-MKS-RANK TO SIX-RANK.
023590     MOVE WS-MKS-DEV TO SIX-MEAN-DEV.
023620         INVALID KEY REWRITE STUDENT-INDEX-RECORD
023630     END-WRITE.
023640 2290-FILE-STUDENT-RESULT-EXIT.
023641     EXIT.
023642 2295-LOOK-UP-STUDENT-NAME.
023643*    A STUDENT THE ENROLMENT LOADER HAS NEVER FILED - OR A RUN
023644*    WITH NO STUDNAME.DAT AT ALL - PRINTS WITH THE NAME BLANK.
023645     MOVE SPACES TO WS-BMKS-NAME-ED.
023646     IF NOT WS-NAMES-AVAILABLE
023647         GO TO 2295-LOOK-UP-STUDENT-NAME-EXIT
023648     END-IF.
023649     MOVE WS-MKS-STUDNO(i) TO SNM-STUDNO.
023650     READ STUDENT-NAME-FILE
023651         INVALID KEY GO TO 2295-LOOK-UP-STUDENT-NAME-EXIT
023652     END-READ.
023653     MOVE 1 TO WS-SNM-PTR.
023654     STRING SNM-SURNAME DELIMITED BY "  "
023655         INTO WS-BMKS-NAME-ED
023656         WITH POINTER WS-SNM-PTR.
023657     IF SNM-INITIALS NOT = SPACES
023658         STRING ", " DELIMITED BY SIZE
023659                SNM-INITIALS DELIMITED BY SPACE
023660             INTO WS-BMKS-NAME-ED
023661             WITH POINTER WS-SNM-PTR
023662     END-IF.
023663 2295-LOOK-UP-STUDENT-NAME-EXIT.
023664     EXIT.
023665 2300-WRITE-AUDIT.
023670     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
023680     ACCEPT WS-AUD-TIME FROM TIME.
023690     STRING WS-AUD-DATE DELIMITED BY SIZE
024440     EXIT.
024450 2500-SAVE-MASTER.
024460     MOVE WS-CLASS-NAME TO MST-DATASET-ID.
024465     MOVE WS-PERIOD TO MST-PERIOD.
024470     MOVE valCount TO MST-COUNT.
024480     MOVE WS-MEAN TO MST-MEAN.
024490     MOVE WS-STDDEV TO MST-STDDEV.
024850*    AUDIT LINE JUST USED), SO A RERUN ADDS A ROW INSTEAD OF
024860*    DESTROYING LAST TERM'S FIGURES.
024870     MOVE WS-CLASS-NAME TO HST-DATASET-ID.
024875     MOVE WS-PERIOD TO HST-PERIOD.
024880     MOVE AUD-TIMESTAMP TO HST-RUN-STAMP.
024890     MOVE valCount TO HST-COUNT.
024900     MOVE WS-MEAN TO HST-MEAN.
025220     CLOSE CONTROL-FILE.
025230     CLOSE BATCH-REPORT-FILE.
025240     CLOSE BATCH-MARKSHEET-FILE.
025242     IF WS-REGISTER-AVAILABLE
025244         CLOSE SUBMISSION-REGISTER-FILE
025246     END-IF.
025247     IF WS-SIGN-OFFS-AVAILABLE
025248         CLOSE SIGNOFF-FILE
025249     END-IF.
025250     IF WS-KEYVER-AVAILABLE
025251         CLOSE KEYING-VERIFY-FILE
025252     END-IF.
025253     PERFORM 3100-WRITE-LOG-SUMMARY
025260         THRU 3100-WRITE-LOG-SUMMARY-EXIT.
025270     CLOSE JOB-LOG-FILE.
025280*    ANY CLASS THAT DID NOT PROCESS CLEANLY - OR A CONTROL FILE
025610     MOVE "SKIPPED-ON-RESTART" TO WS-LSUM-LABEL.
025620     MOVE WS-CNT-SKIPPED TO WS-LSUM-COUNT.
025630     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
025632     MOVE "NOT-RECEIVED" TO WS-LSUM-LABEL.
025634     MOVE WS-CNT-NOT-RECEIVED TO WS-LSUM-COUNT.
025636     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
025637     MOVE "FROZEN" TO WS-LSUM-LABEL.
025638     MOVE WS-CNT-FROZEN TO WS-LSUM-COUNT.
025639     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
025640     MOVE "KEY-MISMATCH" TO WS-LSUM-LABEL.
025641     MOVE WS-CNT-KEY-MISMATCH TO WS-LSUM-COUNT.
025642     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
025643     MOVE "KEY-UNVERIFIED" TO WS-LSUM-LABEL.
025644     MOVE WS-CNT-KEY-UNVERIFIED TO WS-LSUM-COUNT.
025645     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
025646     MOVE "TOTAL REJECTS" TO WS-LSUM-LABEL.
025650     MOVE WS-TOTAL-REJECTS TO WS-LSUM-COUNT.
025660     WRITE JOB-LOG-RECORD FROM WS-LOG-SUMMARY-LINE.
025670 3100-WRITE-LOG-SUMMARY-EXIT.
