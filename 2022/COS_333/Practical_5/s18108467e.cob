000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. 'S18108467E'.
000120*----------------------------------------------------------------
000130* AUTHOR.     S18108467.
000140* INSTALLATION. COS 333 STATISTICS PRACTICAL.
000150* DATE-WRITTEN. 2026-10-15.
000160* DATE-COMPILED.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15  S18108467  ORIGINAL VERSION.  SUPPLEMENTARY /
000200*                          RE-SIT RUN.  A STUDENT WHO FAILED OR
000210*                          MISSED THE MAIN PAPER WRITES A SUPP,
000220*                          AND THE ONLY WAY TO RECORD IT USED TO
000230*                          BE OVERWRITING THE MAIN MARK IN
000240*                          <CLASS>.DAT.  THE SUPP MARKS NOW COME
000250*                          IN THEIR OWN H/D/T FILE, <CLASS>S.DAT,
000260*                          WITH THE SAME CONTROL-TOTAL TRAILER.
000270*                          EACH SUPP ROW MUST BELONG TO A STUDENT
000280*                          FILED IN STUDIDX.DAT FOR THE CLASS AND
000290*                          PERIOD; THE MARK IS APPLIED UNDER THE
000300*                          CLASS'S RULE IN SUPPRULE.DAT (CAP AT
000310*                          THE PASS MARK, OR BEST OF THE TWO).
000320*                          WRITES THE SUPPLEMENTARY RESULTS LIST
000330*                          (SUPPRSLT.DAT) AND A REVISED MARK SHEET
000340*                          BANDED WITH GRADEBND.DAT (SUPPMKS.DAT),
000350*                          FILES THE REVISED RESULT IN MASTER.DAT,
000360*                          STUDIDX.DAT AND A NEW MSTHIST.DAT ROW,
000370*                          AND PUTS EVERY STUDENT'S ORIGINAL, SUPP
000380*                          AND FINAL MARK IN AUDIT.DAT.  THE MAIN
000390*                          SCORE FILE IS NEVER TOUCHED, SO THE
000400*                          ORIGINAL MARKS ALWAYS COME FROM IT AND
000410*                          A SECOND RUN GIVES THE SAME ANSWER.
000411*   2026-10-15  S18108467  A CLASS AND PERIOD THE EXAM BOARD HAS
000412*                          SIGNED OFF (SIGNOFF.DAT, KEPT BY
000413*                          S18108467F) IS NOT REVISED - IT MUST BE
000414*                          UNFROZEN FIRST.  THE REFUSAL FILES
000415*                          NOTHING BUT A REFUSED LINE IN AUDIT.DAT
000416*                          AND ENDS RETURN CODE 8.
000417*   2026-10-15  S18108467  WITH S18108467-SUPCLASS UNSET, EVERY
000418*                          CLASSCTL.DAT CLASS THAT HAS A
000419*                          <CLASS>S.DAT IS RUN.  THE STATS RUNS
000420*                          REFILE A CLASS FROM ITS MAIN MARKS,
000421*                          SO THIS RUNS AS A STEP AFTER THE
000422*                          BATCH TO PUT THE REVISION BACK BEFORE
000423*                          THE EXTRACT.  A CLASS WHOSE MASTER
000424*                          RECORD ALREADY HOLDS THE REVISED
000425*                          RESULT IS NOT REFILED, AND A SIGNED-OFF
000426*                          CLASS IS LEFT AS FILED.  THE OPERATOR
000427*                          MUST NOW HOLD THE SUPP FUNCTION IN
000428*                          OPERAUTH.DAT - A REFUSAL FILES NOTHING
000429*                          BUT A DENIED LINE IN AUDIT.DAT AND ENDS
000430*                          RETURN CODE 8.
000431*----------------------------------------------------------------
000432 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000452     SELECT CONTROL-FILE ASSIGN TO "CLASSCTL.DAT"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-CTL-FILE-STATUS.
000460     SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SCORE-FILE-STATUS.
000490     SELECT RULE-FILE ASSIGN TO "SUPPRULE.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUL-FILE-STATUS.
000520     SELECT BAND-FILE ASSIGN TO "GRADEBND.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BAND-FILE-STATUS.
000550     SELECT RESULTS-LIST-FILE ASSIGN TO "SUPPRSLT.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT SUPP-MARKSHEET-FILE ASSIGN TO "SUPPMKS.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUD-FILE-STATUS.
000620     SELECT MASTER-FILE ASSIGN TO "MASTER.DAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS MST-KEY
000660         FILE STATUS IS WS-MST-FILE-STATUS.
000670     SELECT HISTORY-FILE ASSIGN TO "MSTHIST.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HST-KEY
000710         FILE STATUS IS WS-HST-FILE-STATUS.
000720     SELECT STUDENT-INDEX-FILE ASSIGN TO "STUDIDX.DAT"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SIX-KEY
000760         FILE STATUS IS WS-SIX-FILE-STATUS.
000761     SELECT SIGNOFF-FILE ASSIGN TO "SIGNOFF.DAT"
000762         ORGANIZATION IS INDEXED
000763         ACCESS MODE IS DYNAMIC
000764         RECORD KEY IS SGN-KEY
000765         FILE STATUS IS WS-SGN-FILE-STATUS.
000766     SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
000767         ORGANIZATION IS LINE SEQUENTIAL
000768         FILE STATUS IS WS-OPA-FILE-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000783 FD  CONTROL-FILE.
000786 01  CONTROL-RECORD             PIC X(20).
000790 FD  SCORE-FILE.
000800 01  SCORE-FILE-RECORD.
000810     05 SF-RECORD-TYPE          PIC X(01).
000820         88 SF-HEADER-REC               VALUE "H".
000830         88 SF-DETAIL-REC               VALUE "D".
000840         88 SF-TRAILER-REC              VALUE "T".
000850     05 SF-RECORD-BODY          PIC X(34).
000860 01  SF-HEADER-RECORD.
000870     05 FILLER                  PIC X(01).
000880     05 SF-HDR-CLASS            PIC X(20).
000890     05 SF-HDR-ASOF             PIC X(08).
000900     05 SF-HDR-PERIOD           PIC X(06).
000910 01  SF-DETAIL-RECORD.
000920     05 FILLER                  PIC X(01).
000930     05 SF-STUDNO               PIC X(10).
000940     05 FILLER                  PIC X(01).
000950     05 SF-SCORE                PIC X(04).
000960     05 SF-SCORE-N REDEFINES SF-SCORE
000970                                PIC 9(04).
000980     05 FILLER                  PIC X(19).
000990 01  SF-TRAILER-RECORD.
001000     05 FILLER                  PIC X(01).
001010     05 SF-TRL-COUNT            PIC X(04).
001020     05 SF-TRL-COUNT-N REDEFINES SF-TRL-COUNT
001030                                PIC 9(04).
001040     05 SF-TRL-HASH             PIC X(08).
001050     05 SF-TRL-HASH-N REDEFINES SF-TRL-HASH
001060                                PIC 9(08).
001070     05 FILLER                  PIC X(22).
001080 FD  RULE-FILE.
001090 01  RULE-RECORD.
001100     05 RUL-CLASS               PIC X(20).
001110     05 FILLER                  PIC X(01).
001120     05 RUL-TYPE                PIC X(04).
001130     05 FILLER                  PIC X(01).
001140     05 RUL-CAP                 PIC X(04).
001150     05 RUL-CAP-N REDEFINES RUL-CAP
001160                                PIC 9(04).
001170 FD  BAND-FILE.
001180 01  BAND-FILE-RECORD.
001190     05 BND-FILE-LOW            PIC X(04).
001200     05 BND-FILE-LOW-N REDEFINES BND-FILE-LOW
001210                                PIC 9(04).
001220     05 FILLER                  PIC X(01).
001230     05 BND-FILE-HIGH           PIC X(04).
001240     05 BND-FILE-HIGH-N REDEFINES BND-FILE-HIGH
001250                                PIC 9(04).
001260     05 FILLER                  PIC X(01).
001270     05 BND-FILE-PASS           PIC X(01).
001280     05 FILLER                  PIC X(01).
001290     05 BND-FILE-LABEL          PIC X(12).
001300 FD  RESULTS-LIST-FILE.
001310 01  RESULTS-LIST-RECORD        PIC X(80).
001320 FD  SUPP-MARKSHEET-FILE.
001330 01  SUPP-MARKSHEET-RECORD      PIC X(80).
001340 FD  AUDIT-FILE.
001350 01  AUDIT-RECORD               PIC X(400).
001360 FD  MASTER-FILE.
001370     COPY MASTERREC.
001380 FD  HISTORY-FILE.
001390     COPY MSTHIST.
001400 FD  STUDENT-INDEX-FILE.
001410     COPY STUDIDX.
001413 FD  SIGNOFF-FILE.
001416     COPY SIGNOFF.
001417 FD  OPERATOR-AUTH-FILE.
001418     COPY OPERAUTH.
001420 WORKING-STORAGE SECTION.
001430     01 i PIC 9(2) COMP VALUE 1.
001440     01 j PIC 9(2) COMP VALUE 1.
001450     01 WS-SCORE-FILE-STATUS    PIC X(02) VALUE SPACES.
001460     01 WS-RUL-FILE-STATUS      PIC X(02) VALUE SPACES.
001470     01 WS-BAND-FILE-STATUS     PIC X(02) VALUE SPACES.
001480     01 WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
001490     01 WS-MST-FILE-STATUS      PIC X(02) VALUE SPACES.
001500     01 WS-HST-FILE-STATUS      PIC X(02) VALUE SPACES.
001510     01 WS-SIX-FILE-STATUS      PIC X(02) VALUE SPACES.
001512     01 WS-SGN-FILE-STATUS      PIC X(02) VALUE SPACES.
001514     01 WS-SGN-FROZEN-SWITCH    PIC X(01) VALUE "N".
001516         88 WS-CLASS-FROZEN             VALUE "Y".
001517     01 WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001518     01 WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
001519         88 WS-CTL-END-OF-FILE          VALUE "Y".
001520     01 WS-OPA-FILE-STATUS      PIC X(02) VALUE SPACES.
001521     01 WS-OPA-USER             PIC X(20) VALUE SPACES.
001522     01 WS-OPA-WANTED           PIC X(08) VALUE SPACES.
001523     01 WS-OPA-SLOT             PIC 9(1) COMP VALUE 1.
001524     01 WS-OPA-EOF-SWITCH       PIC X(01) VALUE "N".
001525         88 WS-OPA-END-OF-FILE          VALUE "Y".
001526     01 WS-OPA-AUTH-SWITCH      PIC X(01) VALUE "N".
001527         88 WS-OPA-AUTHORISED           VALUE "Y".
001528     01 WS-SCORE-FILE-NAME      PIC X(30) VALUE SPACES.
001530     01 WS-SUP-CLASS            PIC X(20) VALUE SPACES.
001540     01 WS-PERIOD               PIC X(06) VALUE SPACES.
001550     01 WS-HDR-SEEN-CLASS       PIC X(20) VALUE SPACES.
001560     01 WS-HDR-SEEN-PERIOD      PIC X(06) VALUE SPACES.
001570     01 WS-TODAY                PIC X(08) VALUE SPACES.
001580     01 WS-NOW-TIME             PIC X(08) VALUE SPACES.
001590     01 WS-RUN-STAMP            PIC X(17) VALUE SPACES.
001600     01 WS-RUL-EOF-SWITCH       PIC X(01) VALUE "N".
001610         88 WS-RUL-END-OF-FILE          VALUE "Y".
001620     01 WS-SCR-EOF-SWITCH       PIC X(01) VALUE "N".
001630         88 WS-SCR-END-OF-FILE          VALUE "Y".
001640     01 WS-BND-EOF-SWITCH       PIC X(01) VALUE "N".
001650         88 WS-BND-END-OF-FILE          VALUE "Y".
001653*    WS-FAIL-SWITCH IS THE CLASS IN HAND FAILING; ANY CLASS THAT
001656*    FAILS ALSO SETS WS-ANY-FAIL-SWITCH FOR THE RETURN CODE.
001660     01 WS-FAIL-SWITCH          PIC X(01) VALUE "N".
001670         88 WS-RUN-FAILED               VALUE "Y".
001671     01 WS-ANY-FAIL-SWITCH      PIC X(01) VALUE "N".
001672         88 WS-ANY-CLASS-FAILED         VALUE "Y".
001673*    S18108467-SUPCLASS UNSET RUNS EVERY CLASSCTL.DAT CLASS THAT
001674*    HAS A SUPP FILE - THE NIGHTLY STEP AFTER THE BATCH.
001675     01 WS-ALL-SWITCH           PIC X(01) VALUE "N".
001676         88 WS-ALL-CLASSES              VALUE "Y".
001677     01 WS-SUPP-FILE-SWITCH     PIC X(01) VALUE "N".
001678         88 WS-SUPP-FILE-FOUND          VALUE "Y".
001679     01 WS-REVISED-SWITCH       PIC X(01) VALUE "N".
001680         88 WS-ALREADY-REVISED          VALUE "Y".
001681     01 WS-CNT-REVISED          PIC 9(4) VALUE ZEROS.
001682     01 WS-CNT-ALREADY          PIC 9(4) VALUE ZEROS.
001683     01 WS-CNT-FROZEN           PIC 9(4) VALUE ZEROS.
001684     01 WS-CNT-FAILED           PIC 9(4) VALUE ZEROS.
001685     01 WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001690         88 WS-ENTRY-FOUND              VALUE "Y".
001700     COPY AUDITREC.
001710*    WHICH FILE 2000-LOAD-SCORE-FILE IS READING - "O" THE MAIN
001720*    <CLASS>.DAT, "S" THE SUPPLEMENTARY <CLASS>S.DAT.  BOTH GO
001730*    THROUGH THE SAME RECONCILIATION RULES READDATA APPLIES.
001740     01 WS-LOAD-SIDE            PIC X(01) VALUE "O".
001750         88 WS-LOADING-ORIGINAL         VALUE "O".
001760         88 WS-LOADING-SUPP             VALUE "S".
001770     01 WS-DTL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001780     01 WS-HASH-SUM             PIC 9(8) COMP VALUE ZEROS.
001790     01 WS-TRL-COUNT            PIC 9(4) COMP VALUE ZEROS.
001800     01 WS-TRL-HASH             PIC 9(8) COMP VALUE ZEROS.
001810     01 WS-HDR-SWITCH           PIC X(01) VALUE "N".
001820         88 WS-HEADER-SEEN              VALUE "Y".
001830     01 WS-TRL-SWITCH           PIC X(01) VALUE "N".
001840         88 WS-TRAILER-SEEN             VALUE "Y".
001850     01 WS-FMT-SWITCH           PIC X(01) VALUE "N".
001860         88 WS-FORMAT-BAD               VALUE "Y".
001870     01 WS-SCORE-SIGN           PIC X(01) VALUE SPACES.
001880     01 WS-SCORE-DIGITS         PIC X(03) VALUE SPACES.
001890     01 WS-SCORE-DIGITS-N REDEFINES WS-SCORE-DIGITS
001900                                PIC 9(03).
001910     01 WS-SCORE-VALUE          PIC S9(04) VALUE ZEROS.
001920*    THE CLASS AS FILED - ONLY MAIN-FILE ROWS THAT HAVE A
001930*    STUDIDX.DAT RECORD FOR THE CLASS AND PERIOD, SO A ROW
001940*    READDATA REJECTED ON THE NIGHT STAYS OUT HERE TOO.  ORIGINAL
001950*    MARK, SUPP MARK (IF ANY) AND FINAL MARK SIDE BY SIDE.
001960     01 WS-ENTRY-MAX            PIC 9(2) COMP VALUE 50.
001970     01 WS-ENTRY-COUNT          PIC 9(2) COMP VALUE ZEROS.
001980     01 WS-ENTRY-TABLE.
001990         05 WS-ENT-ROW OCCURS 50 TIMES.
002000             10 WS-ENT-STUDNO   PIC X(10).
002010             10 WS-ENT-OLD      PIC S9(4).
002020             10 WS-ENT-SUPP     PIC S9(4).
002030             10 WS-ENT-NEW      PIC S9(4).
002040             10 WS-ENT-RANK     PIC 9(3).
002050             10 WS-ENT-SUPP-FLAG
002060                                PIC X(01).
002070                 88 WS-ENT-HAS-SUPP     VALUE "Y".
002080     01 WS-DROPPED-COUNT        PIC 9(4) VALUE ZEROS.
002090     01 WS-SUPP-READ-COUNT      PIC 9(4) VALUE ZEROS.
002100     01 WS-SUPP-APPLIED-COUNT   PIC 9(4) VALUE ZEROS.
002110*    SUPP ROWS THAT COULD NOT BE APPLIED, LISTED ON SUPPRSLT.DAT.
002120     01 WS-EXC-MAX              PIC 9(2) COMP VALUE 50.
002130     01 WS-EXC-COUNT            PIC 9(2) COMP VALUE ZEROS.
002140     01 WS-EXC-TABLE.
002150         05 WS-EXC-ROW OCCURS 50 TIMES.
002160             10 WS-EXC-STUDNO   PIC X(10).
002170             10 WS-EXC-SCORE    PIC X(04).
002180             10 WS-EXC-REASON   PIC X(30).
002190     01 WS-EXC-NEW-REASON       PIC X(30) VALUE SPACES.
002200*    THE RULE FOR THE CLASS.  A CLASS NOT IN SUPPRULE.DAT IS
002210*    CAPPED AT THE PASS MARK, AND A CAP LEFT BLANK IS THE PASS
002220*    MARK - THE LOWEST MARK IN ANY GRADEBND.DAT BAND FLAGGED "P",
002230*    OR 50 WITH NO USABLE BAND FILE.
002240     01 WS-RULE-TYPE            PIC X(04) VALUE "CAP".
002250         88 WS-RULE-CAP                 VALUE "CAP".
002260         88 WS-RULE-BEST                VALUE "BEST".
002270     01 WS-RULE-CAP-SWITCH      PIC X(01) VALUE "N".
002280         88 WS-RULE-CAP-GIVEN           VALUE "Y".
002290     01 WS-CAP-MARK             PIC S9(4) VALUE ZEROS.
002300     01 WS-PASS-MARK            PIC S9(4) VALUE 50.
002310     01 WS-PASS-SWITCH          PIC X(01) VALUE "N".
002320         88 WS-PASS-MARK-FOUND          VALUE "Y".
002330     01 WS-CAPPED-SUPP          PIC S9(4) VALUE ZEROS.
002340*    THE GRADE BANDS, WITH A BEFORE AND AN AFTER TALLY EACH.
002350     01 WS-BAND-MAX             PIC 9(2) COMP VALUE 10.
002360     01 WS-BAND-COUNT           PIC 9(2) COMP VALUE ZEROS.
002370     01 WS-BAND-TABLE.
002380         05 WS-BND-ENTRY OCCURS 10 TIMES.
002390             10 WS-BND-LOW      PIC S9(4).
002400             10 WS-BND-HIGH     PIC S9(4).
002410             10 WS-BND-PASS     PIC X(01).
002420             10 WS-BND-LABEL    PIC X(12).
002430             10 WS-BND-TALLY-OLD
002440                                PIC 9(3) COMP.
002450             10 WS-BND-TALLY-NEW
002460                                PIC 9(3) COMP.
002470     01 WS-FOUND-BAND           PIC 9(2) COMP VALUE ZEROS.
002480*    STATISTICS FOR ONE PASS OVER ONE SIDE OF THE TABLE.
002490     01 WS-STAT-SUM             PIC S9(8)V9(2) VALUE ZEROS.
002500     01 WS-STAT-MEAN            PIC S9(6)V9(2) VALUE ZEROS.
002510     01 WS-STAT-DEV-DIFF        PIC S9(6)V9(2) VALUE ZEROS.
002520     01 WS-STAT-DEV-SUM         PIC 9(12)V9(4) VALUE ZEROS.
002530     01 WS-STAT-STDDEV          PIC 9(4)V9(2) VALUE ZEROS.
002540     01 WS-STAT-MIN             PIC S9(4) VALUE ZEROS.
002550     01 WS-STAT-MAX             PIC S9(4) VALUE ZEROS.
002560     01 WS-STAT-PASS-TALLY      PIC 9(4) COMP VALUE ZEROS.
002570     01 WS-STAT-PASS-PCT        PIC 9(3)V9(1) VALUE ZEROS.
002580     01 WS-STAT-VALUE           PIC S9(4) VALUE ZEROS.
002590*    WHICH SIDE 4000-COMPUTE-STATS IS WORKING ON - "O" READS THE
002600*    ORIGINAL MARKS, "N" THE FINAL ONES.
002610     01 WS-STAT-SIDE            PIC X(01) VALUE "O".
002620     01 WS-BEF-MEAN             PIC S9(6)V9(2) VALUE ZEROS.
002630     01 WS-BEF-STDDEV           PIC 9(4)V9(2) VALUE ZEROS.
002640     01 WS-BEF-PASS-PCT         PIC 9(3)V9(1) VALUE ZEROS.
002650     01 WS-AFT-MEAN             PIC S9(6)V9(2) VALUE ZEROS.
002660     01 WS-AFT-STDDEV           PIC 9(4)V9(2) VALUE ZEROS.
002670     01 WS-AFT-PASS-PCT         PIC 9(3)V9(1) VALUE ZEROS.
002680     01 WS-AFT-MIN              PIC S9(4) VALUE ZEROS.
002690     01 WS-AFT-MAX              PIC S9(4) VALUE ZEROS.
002700     01 WS-MKS-DEV              PIC S9(6)V9(2) VALUE ZEROS.
002710     01 WS-TITLE-LINE.
002720         05 FILLER              PIC X(26) VALUE
002730                 "SUPPLEMENTARY RESULTS LIST".
002740     01 WS-NAME-LINE.
002750         05 FILLER              PIC X(15) VALUE
002760                 "CLASS        : ".
002770         05 WS-RPT-NAME         PIC X(20) VALUE SPACES.
002780     01 WS-PERIOD-LINE.
002790         05 FILLER              PIC X(15) VALUE
002800                 "PERIOD       : ".
002810         05 WS-RPT-PERIOD       PIC X(06) VALUE SPACES.
002820     01 WS-RULE-LINE.
002830         05 FILLER              PIC X(15) VALUE
002840                 "RULE         : ".
002850         05 WS-RPT-RULE         PIC X(40) VALUE SPACES.
002860     01 WS-RPT-CAP              PIC ZZZ9.
002870     01 WS-LIST-HEAD-LINE.
002880         05 FILLER              PIC X(12) VALUE "STUDENT NO".
002890         05 FILLER              PIC X(10) VALUE "ORIGINAL".
002900         05 FILLER              PIC X(08) VALUE "SUPP".
002910         05 FILLER              PIC X(08) VALUE "FINAL".
002920         05 FILLER              PIC X(12) VALUE "RESULT".
002930     01 WS-LIST-LINE.
002940         05 WS-LST-STUDNO       PIC X(10) VALUE SPACES.
002950         05 FILLER              PIC X(02) VALUE SPACES.
002960         05 WS-LST-OLD          PIC -ZZZ9.
002970         05 FILLER              PIC X(05) VALUE SPACES.
002980         05 WS-LST-SUPP         PIC -ZZZ9.
002990         05 FILLER              PIC X(03) VALUE SPACES.
003000         05 WS-LST-NEW          PIC -ZZZ9.
003010         05 FILLER              PIC X(03) VALUE SPACES.
003020         05 WS-LST-LABEL        PIC X(12) VALUE SPACES.
003030     01 WS-EXC-HEAD-LINE.
003040         05 FILLER              PIC X(30) VALUE
003050                 "SUPP ROWS NOT APPLIED".
003060     01 WS-EXC-LINE.
003070         05 WS-EXL-STUDNO       PIC X(10) VALUE SPACES.
003080         05 FILLER              PIC X(02) VALUE SPACES.
003090         05 WS-EXL-SCORE        PIC X(04) VALUE SPACES.
003100         05 FILLER              PIC X(03) VALUE " - ".
003110         05 WS-EXL-REASON       PIC X(30) VALUE SPACES.
003120     01 WS-COUNT-LINE.
003130         05 WS-CNT-LABEL        PIC X(20) VALUE SPACES.
003140         05 FILLER              PIC X(02) VALUE ": ".
003150         05 WS-CNT-VALUE        PIC ZZZ9.
003160     01 WS-BLANK-LINE           PIC X(01) VALUE SPACES.
003170     01 WS-MKS-TITLE-LINE.
003180         05 FILLER              PIC X(30) VALUE
003190                 "REVISED MARK SHEET".
003200     01 WS-MKS-CLASS-LINE.
003210         05 FILLER              PIC X(07) VALUE "CLASS: ".
003220         05 WS-MKS-CLASS        PIC X(20) VALUE SPACES.
003230         05 FILLER              PIC X(10) VALUE "  PERIOD: ".
003240         05 WS-MKS-PERIOD       PIC X(06) VALUE SPACES.
003250     01 WS-MKS-HEAD-LINE.
003260         05 FILLER              PIC X(12) VALUE "STUDENT NO".
003270         05 FILLER              PIC X(10) VALUE "ORIGINAL".
003280         05 FILLER              PIC X(08) VALUE "FINAL".
003290         05 FILLER              PIC X(06) VALUE "RANK".
003300         05 FILLER              PIC X(15) VALUE "DEV FROM MEAN".
003310         05 FILLER              PIC X(13) VALUE "GRADE".
003320     01 WS-MKS-LINE.
003330         05 WS-MKS-STUDNO-ED    PIC X(10) VALUE SPACES.
003340         05 FILLER              PIC X(02) VALUE SPACES.
003350         05 WS-MKS-OLD-ED       PIC -ZZZ9.
003360         05 FILLER              PIC X(05) VALUE SPACES.
003370         05 WS-MKS-NEW-ED       PIC -ZZZ9.
003380         05 FILLER              PIC X(03) VALUE SPACES.
003390         05 WS-MKS-RANK-ED      PIC ZZ9.
003400         05 FILLER              PIC X(03) VALUE SPACES.
003410         05 WS-MKS-DEV-ED       PIC -ZZZ9.99.
003420         05 FILLER              PIC X(07) VALUE SPACES.
003430         05 WS-MKS-LABEL        PIC X(12) VALUE SPACES.
003440         05 FILLER              PIC X(01) VALUE SPACES.
003450         05 WS-MKS-SUPP-FLAG    PIC X(04) VALUE SPACES.
003460     01 WS-DIST-HEAD-LINE.
003470         05 FILLER              PIC X(20) VALUE "GRADE".
003480         05 FILLER              PIC X(10) VALUE "BEFORE".
003490         05 FILLER              PIC X(10) VALUE "AFTER".
003500     01 WS-DIST-LINE.
003510         05 WS-DST-LABEL        PIC X(12) VALUE SPACES.
003520         05 FILLER              PIC X(08) VALUE SPACES.
003530         05 WS-DST-BEFORE       PIC ZZ9.
003540         05 FILLER              PIC X(07) VALUE SPACES.
003550         05 WS-DST-AFTER        PIC ZZ9.
003560     01 WS-COMP-LINE.
003570         05 WS-CMP-LABEL        PIC X(15) VALUE SPACES.
003580         05 FILLER              PIC X(02) VALUE ": ".
003590         05 WS-CMP-BEFORE       PIC -ZZZZ9.99.
003600         05 FILLER              PIC X(03) VALUE SPACES.
003610         05 WS-CMP-AFTER        PIC -ZZZZ9.99.
003620     01 WS-NOBAND-LINE.
003630         05 FILLER              PIC X(42) VALUE
003640                 "NO GRADEBND.DAT - MARKS NOT BANDED".
003642     01 WS-ALREADY-LINE.
003644         05 FILLER              PIC X(42) VALUE
003646                 "ALREADY ON MASTER.DAT - NOT FILED AGAIN".
003650 PROCEDURE DIVISION.
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003673     IF WS-ALL-CLASSES
003676         PERFORM 1600-RUN-ALL-CLASSES
003679             THRU 1600-RUN-ALL-CLASSES-EXIT
003682         DISPLAY "SUPPLEMENTARY RUN - " WS-CNT-REVISED
003685             " REVISED, " WS-CNT-ALREADY " ALREADY ON FILE, "
003688             WS-CNT-FROZEN " SIGNED OFF, " WS-CNT-FAILED " FAILED"
003691     ELSE
003694         PERFORM 1700-RUN-ONE-CLASS THRU 1700-RUN-ONE-CLASS-EXIT
003700     END-IF.
003710     CLOSE RESULTS-LIST-FILE.
003720     CLOSE SUPP-MARKSHEET-FILE.
004220 0000-MAINLINE-EXIT.
004230     IF WS-ANY-CLASS-FAILED
004240         MOVE 8 TO RETURN-CODE
004250     END-IF.
004260     GOBACK.
004270 1000-INITIALIZE.
004272*    S18108467-SUPCLASS NAMES THE ONE CLASS TO RUN; UNSET, EVERY
004274*    CLASSCTL.DAT CLASS WITH A <CLASS>S.DAT IS RUN.  THE LIST AND
004276*    THE MARK SHEET CARRY ONE SECTION PER CLASS RUN.
004280     ACCEPT WS-SUP-CLASS FROM ENVIRONMENT "S18108467-SUPCLASS".
004290     IF WS-SUP-CLASS = SPACES
004300         SET WS-ALL-CLASSES TO TRUE
004340     END-IF.
004350     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004360     ACCEPT WS-NOW-TIME FROM TIME.
004370     STRING WS-TODAY DELIMITED BY SIZE
004380            "-" DELIMITED BY SIZE
004390            WS-NOW-TIME DELIMITED BY SIZE
004400         INTO WS-RUN-STAMP.
004410     PERFORM 1200-LOAD-BANDS THRU 1200-LOAD-BANDS-EXIT.
004416     OPEN OUTPUT RESULTS-LIST-FILE.
004422     OPEN OUTPUT SUPP-MARKSHEET-FILE.
004430 1000-INITIALIZE-EXIT.
004440     EXIT.
004450 1100-LOAD-RULE.
004460     OPEN INPUT RULE-FILE.
004470     IF WS-RUL-FILE-STATUS = "00"
004480         PERFORM 1110-READ-ONE-RULE THRU 1110-READ-ONE-RULE-EXIT
004490             WITH TEST AFTER UNTIL WS-RUL-END-OF-FILE
004500         CLOSE RULE-FILE
004510     END-IF.
004520     IF WS-RULE-CAP-GIVEN
004530         MOVE SPACES TO WS-RPT-RULE
004540         MOVE WS-CAP-MARK TO WS-RPT-CAP
004550         STRING "CAPPED AT " DELIMITED BY SIZE
004560                WS-RPT-CAP DELIMITED BY SIZE
004570             INTO WS-RPT-RULE
004580     ELSE
004590         MOVE WS-PASS-MARK TO WS-CAP-MARK
004600         MOVE SPACES TO WS-RPT-RULE
004610         MOVE WS-CAP-MARK TO WS-RPT-CAP
004620         STRING "CAPPED AT THE PASS MARK " DELIMITED BY SIZE
004630                WS-RPT-CAP DELIMITED BY SIZE
004640             INTO WS-RPT-RULE
004650     END-IF.
004660     IF WS-RULE-BEST
004670         MOVE "BEST OF ORIGINAL AND SUPP" TO WS-RPT-RULE
004680     END-IF.
004690 1100-LOAD-RULE-EXIT.
004700     EXIT.
004710 1110-READ-ONE-RULE.
004720*    AN UNRECOGNISED RULE WORD FALLS BACK TO THE CAP, THE
004730*    CAUTIOUS CHOICE - IT CAN NEVER AWARD MORE THAN THE PASS MARK.
004740     READ RULE-FILE
004750         AT END SET WS-RUL-END-OF-FILE TO TRUE
004760         NOT AT END
004770             IF RUL-CLASS = WS-SUP-CLASS
004780                 IF RUL-TYPE = "BEST"
004790                     MOVE "BEST" TO WS-RULE-TYPE
004800                 ELSE
004810                     MOVE "CAP" TO WS-RULE-TYPE
004820                 END-IF
004830                 IF RUL-CAP IS NUMERIC
004840                     MOVE RUL-CAP-N TO WS-CAP-MARK
004850                     MOVE "Y" TO WS-RULE-CAP-SWITCH
004860                 END-IF
004870                 SET WS-RUL-END-OF-FILE TO TRUE
004880             END-IF
004890     END-READ.
004900 1110-READ-ONE-RULE-EXIT.
004910     EXIT.
004920 1200-LOAD-BANDS.
004930     OPEN INPUT BAND-FILE.
004940     IF WS-BAND-FILE-STATUS NOT = "00"
004950         GO TO 1200-LOAD-BANDS-EXIT
004960     END-IF.
004970     PERFORM 1210-READ-ONE-BAND THRU 1210-READ-ONE-BAND-EXIT
004980         WITH TEST AFTER UNTIL WS-BND-END-OF-FILE
004990             OR WS-BAND-COUNT >= WS-BAND-MAX.
005000     CLOSE BAND-FILE.
005010 1200-LOAD-BANDS-EXIT.
005020     EXIT.
005030 1210-READ-ONE-BAND.
005040     READ BAND-FILE
005050         AT END SET WS-BND-END-OF-FILE TO TRUE
005060         NOT AT END
005070             IF BND-FILE-LOW IS NUMERIC
005080                     AND BND-FILE-HIGH IS NUMERIC
005090                 ADD 1 TO WS-BAND-COUNT
005100                 MOVE BND-FILE-LOW-N
005110                     TO WS-BND-LOW(WS-BAND-COUNT)
005120                 MOVE BND-FILE-HIGH-N
005130                     TO WS-BND-HIGH(WS-BAND-COUNT)
005140                 MOVE BND-FILE-PASS
005150                     TO WS-BND-PASS(WS-BAND-COUNT)
005160                 MOVE BND-FILE-LABEL
005170                     TO WS-BND-LABEL(WS-BAND-COUNT)
005180                 MOVE ZEROS TO WS-BND-TALLY-OLD(WS-BAND-COUNT)
005190                 MOVE ZEROS TO WS-BND-TALLY-NEW(WS-BAND-COUNT)
005200                 PERFORM 1220-TAKE-PASS-MARK
005210                     THRU 1220-TAKE-PASS-MARK-EXIT
005220             END-IF
005230     END-READ.
005240 1210-READ-ONE-BAND-EXIT.
005250     EXIT.
005260 1220-TAKE-PASS-MARK.
005270     IF BND-FILE-PASS NOT = "P"
005280         GO TO 1220-TAKE-PASS-MARK-EXIT
005290     END-IF.
005300     IF NOT WS-PASS-MARK-FOUND
005310             OR BND-FILE-LOW-N < WS-PASS-MARK
005320         MOVE BND-FILE-LOW-N TO WS-PASS-MARK
005330         MOVE "Y" TO WS-PASS-SWITCH
005340     END-IF.
005350 1220-TAKE-PASS-MARK-EXIT.
005360     EXIT.
005370 1300-CHECK-MASTER.
005380*    THE SUPP REVISES A RESULT ALREADY ON FILE - A CLASS THE STATS
005390*    RUN HAS NEVER FILED FOR THIS PERIOD HAS NOTHING TO REVISE.
005400     OPEN INPUT MASTER-FILE.
005410     IF WS-MST-FILE-STATUS NOT = "00"
005420         DISPLAY "NO MASTER FILE YET - NOTHING TO REVISE."
005430         MOVE "Y" TO WS-FAIL-SWITCH
005440         GO TO 1300-CHECK-MASTER-EXIT
005450     END-IF.
005460     MOVE WS-SUP-CLASS TO MST-DATASET-ID.
005470     MOVE WS-PERIOD TO MST-PERIOD.
005480     READ MASTER-FILE
005490         INVALID KEY
005500             DISPLAY "NO STORED RESULT FOR " WS-SUP-CLASS " "
005510                 WS-PERIOD " - RUN THE CLASS FIRST."
005520             MOVE "Y" TO WS-FAIL-SWITCH
005530     END-READ.
005540     CLOSE MASTER-FILE.
005550 1300-CHECK-MASTER-EXIT.
005551     EXIT.
005552 1400-CHECK-SIGN-OFF.
005553*    A SIGNED-OFF ENTRY FOR THE CLASS AND PERIOD FREEZES IT; AN
005554*    UNFROZEN ONE, NO ENTRY OR NO SIGNOFF.DAT LEAVES IT OPEN.
005555     MOVE "N" TO WS-SGN-FROZEN-SWITCH.
005556     OPEN INPUT SIGNOFF-FILE.
005557     IF WS-SGN-FILE-STATUS NOT = "00"
005558         GO TO 1400-CHECK-SIGN-OFF-EXIT
005559     END-IF.
005560     MOVE WS-SUP-CLASS TO SGN-CLASS.
005561     MOVE WS-PERIOD TO SGN-PERIOD.
005562     READ SIGNOFF-FILE
005563         INVALID KEY CONTINUE
005564         NOT INVALID KEY
005565             IF SGN-SIGNED-OFF
005566                 SET WS-CLASS-FROZEN TO TRUE
005567             END-IF
005568     END-READ.
005569     CLOSE SIGNOFF-FILE.
005570 1400-CHECK-SIGN-OFF-EXIT.
005571     EXIT.
005572 1500-CHECK-AUTHORITY.
005573*    THE OPERATOR IS WHOEVER THE AUDIT LINE WOULD NAME - THE USER
005574*    ENVIRONMENT VARIABLE - AND MUST HOLD WS-OPA-WANTED ON SOME
005575*    OPERAUTH.DAT LINE.  NO FILE, OR NO USERID, MEANS NO.
005576     MOVE "N" TO WS-OPA-AUTH-SWITCH.
005577     MOVE SPACES TO WS-OPA-USER.
005578     ACCEPT WS-OPA-USER FROM ENVIRONMENT "USER".
005579     IF WS-OPA-USER = SPACES
005580         GO TO 1500-CHECK-AUTHORITY-EXIT
005581     END-IF.
005582     OPEN INPUT OPERATOR-AUTH-FILE.
005583     IF WS-OPA-FILE-STATUS NOT = "00"
005584         DISPLAY "NO OPERAUTH.DAT - NOBODY IS AUTHORISED."
005585         GO TO 1500-CHECK-AUTHORITY-EXIT
005586     END-IF.
005587     MOVE "N" TO WS-OPA-EOF-SWITCH.
005588     PERFORM 1510-READ-AUTHORITY THRU 1510-READ-AUTHORITY-EXIT
005589         UNTIL WS-OPA-END-OF-FILE OR WS-OPA-AUTHORISED.
005590     CLOSE OPERATOR-AUTH-FILE.
005591 1500-CHECK-AUTHORITY-EXIT.
005592     EXIT.
005593 1510-READ-AUTHORITY.
005594     READ OPERATOR-AUTH-FILE
005595         AT END SET WS-OPA-END-OF-FILE TO TRUE
005596         NOT AT END
005597             IF OPA-USERID(1:1) NOT = "*"
005598                 AND OPA-USERID = WS-OPA-USER
005599                 MOVE 1 TO WS-OPA-SLOT
005600                 PERFORM 1520-CHECK-ONE-FUNCTION
005601                     THRU 1520-CHECK-ONE-FUNCTION-EXIT
005602                     WITH TEST AFTER UNTIL WS-OPA-SLOT > 5
005603                         OR WS-OPA-AUTHORISED
005604             END-IF
005605     END-READ.
005606 1510-READ-AUTHORITY-EXIT.
005607     EXIT.
005608 1520-CHECK-ONE-FUNCTION.
005609     IF OPA-FUNCTION(WS-OPA-SLOT) = WS-OPA-WANTED
005610         SET WS-OPA-AUTHORISED TO TRUE
005611     END-IF.
005612     ADD 1 TO WS-OPA-SLOT.
005613 1520-CHECK-ONE-FUNCTION-EXIT.
005614     EXIT.
005615 1600-RUN-ALL-CLASSES.
005616     OPEN INPUT CONTROL-FILE.
005617     IF WS-CTL-FILE-STATUS NOT = "00"
005618         DISPLAY "NO CLASSCTL.DAT - NO CLASSES TO RUN."
005619         MOVE "Y" TO WS-ANY-FAIL-SWITCH
005620         GO TO 1600-RUN-ALL-CLASSES-EXIT
005621     END-IF.
005622     MOVE "N" TO WS-CTL-EOF-SWITCH.
005623     PERFORM 1610-READ-ONE-CLASS THRU 1610-READ-ONE-CLASS-EXIT
005624         WITH TEST AFTER UNTIL WS-CTL-END-OF-FILE.
005625     CLOSE CONTROL-FILE.
005626 1600-RUN-ALL-CLASSES-EXIT.
005627     EXIT.
005628 1610-READ-ONE-CLASS.
005629     READ CONTROL-FILE
005630         AT END SET WS-CTL-END-OF-FILE TO TRUE
005631         NOT AT END
005632             IF CONTROL-RECORD NOT = SPACES
005633                 MOVE CONTROL-RECORD TO WS-SUP-CLASS
005634                 PERFORM 1700-RUN-ONE-CLASS
005635                     THRU 1700-RUN-ONE-CLASS-EXIT
005636             END-IF
005637     END-READ.
005638 1610-READ-ONE-CLASS-EXIT.
005639     EXIT.
005640 1700-RUN-ONE-CLASS.
005641*    IN THE ALL-CLASSES RUN A CLASS WITH NO SUPP FILE HAS NOTHING
005642*    TO APPLY AND IS PASSED OVER UNLISTED.
005643     PERFORM 1750-RESET-CLASS THRU 1750-RESET-CLASS-EXIT.
005644     IF WS-ALL-CLASSES AND NOT WS-SUPP-FILE-FOUND
005645         GO TO 1700-RUN-ONE-CLASS-EXIT
005646     END-IF.
005647     MOVE "O" TO WS-LOAD-SIDE.
005648     PERFORM 2000-LOAD-SCORE-FILE THRU 2000-LOAD-SCORE-FILE-EXIT.
005649     IF WS-RUN-FAILED
005650         DISPLAY "CLASS " WS-SUP-CLASS " - NO SUPPS APPLIED."
005651         GO TO 1700-RUN-ONE-CLASS-FAILED
005652     END-IF.
005653     PERFORM 1300-CHECK-MASTER THRU 1300-CHECK-MASTER-EXIT.
005654     IF WS-RUN-FAILED
005655         GO TO 1700-RUN-ONE-CLASS-FAILED
005656     END-IF.
005657*    THE PERIOD COMES FROM THE SCORE FILE, SO THE AUTHORITY AND
005658*    SIGN-OFF CHECKS ARE MADE ONCE IT IS LOADED - NOTHING IS
005659*    WRITTEN BEFORE THIS POINT.
005660     MOVE "SUPP" TO WS-OPA-WANTED.
005661     PERFORM 1500-CHECK-AUTHORITY THRU 1500-CHECK-AUTHORITY-EXIT.
005662     IF NOT WS-OPA-AUTHORISED
005663         DISPLAY "OPERATOR " WS-OPA-USER " MAY NOT APPLY "
005664             "SUPPLEMENTARIES - CLASS " WS-SUP-CLASS
005665             " NOT REVISED."
005666         MOVE WS-RUN-STAMP TO AUD-TIMESTAMP
005667         MOVE WS-OPA-USER TO AUD-OPERATOR
005668         MOVE WS-SUP-CLASS TO AUD-DATASET
005669         MOVE ZEROS TO AUD-MEAN
005670         MOVE ZEROS TO AUD-STDDEV
005671         MOVE SPACES TO AUD-VALUES
005672         STRING "DENIED - SUPPLEMENTARY RUN - PERIOD "
005673                    DELIMITED BY SIZE
005674                WS-PERIOD DELIMITED BY SIZE
005675             INTO AUD-VALUES
005676         PERFORM 5100-APPEND-AUDIT-LINE
005677             THRU 5100-APPEND-AUDIT-LINE-EXIT
005678         MOVE "Y" TO WS-FAIL-SWITCH
005679         GO TO 1700-RUN-ONE-CLASS-FAILED
005680     END-IF.
005681     PERFORM 1400-CHECK-SIGN-OFF THRU 1400-CHECK-SIGN-OFF-EXIT.
005682*    THE STATS RUNS LEAVE A SIGNED-OFF CLASS AS FILED, SO THE
005683*    ALL-CLASSES RUN HAS NOTHING TO PUT BACK AND PASSES OVER IT.
005684     IF WS-CLASS-FROZEN AND WS-ALL-CLASSES
005685         DISPLAY "CLASS " WS-SUP-CLASS " " WS-PERIOD
005686             " IS SIGNED OFF - LEFT AS FILED."
005687         ADD 1 TO WS-CNT-FROZEN
005688         GO TO 1700-RUN-ONE-CLASS-EXIT
005689     END-IF.
005690     IF WS-CLASS-FROZEN
005691         DISPLAY "CLASS " WS-SUP-CLASS " " WS-PERIOD
005692             " IS SIGNED OFF - NO SUPPS APPLIED."
005693         MOVE WS-RUN-STAMP TO AUD-TIMESTAMP
005694         ACCEPT AUD-OPERATOR FROM ENVIRONMENT "USER"
005695         MOVE WS-SUP-CLASS TO AUD-DATASET
005696         MOVE ZEROS TO AUD-MEAN
005697         MOVE ZEROS TO AUD-STDDEV
005698         MOVE SPACES TO AUD-VALUES
005699         STRING "REFUSED - SUPPLEMENTARY RUN ON SIGNED-OFF "
005700                    DELIMITED BY SIZE
005701                "RESULT - PERIOD " DELIMITED BY SIZE
005702                WS-PERIOD DELIMITED BY SIZE
005703             INTO AUD-VALUES
005704         PERFORM 5100-APPEND-AUDIT-LINE
005705             THRU 5100-APPEND-AUDIT-LINE-EXIT
005706         MOVE "Y" TO WS-FAIL-SWITCH
005707         GO TO 1700-RUN-ONE-CLASS-FAILED
005708     END-IF.
005709     MOVE "S" TO WS-LOAD-SIDE.
005710     PERFORM 2000-LOAD-SCORE-FILE THRU 2000-LOAD-SCORE-FILE-EXIT.
005711     IF WS-RUN-FAILED
005712         DISPLAY "CLASS " WS-SUP-CLASS " - NO SUPPS APPLIED."
005713         GO TO 1700-RUN-ONE-CLASS-FAILED
005714     END-IF.
005715     PERFORM 3000-APPLY-RULE THRU 3000-APPLY-RULE-EXIT.
005716     MOVE "O" TO WS-STAT-SIDE.
005717     PERFORM 4000-COMPUTE-STATS THRU 4000-COMPUTE-STATS-EXIT.
005718     MOVE WS-STAT-MEAN TO WS-BEF-MEAN.
005719     MOVE WS-STAT-STDDEV TO WS-BEF-STDDEV.
005720     MOVE WS-STAT-PASS-PCT TO WS-BEF-PASS-PCT.
005721     MOVE "N" TO WS-STAT-SIDE.
005722     PERFORM 4000-COMPUTE-STATS THRU 4000-COMPUTE-STATS-EXIT.
005723     MOVE WS-STAT-MEAN TO WS-AFT-MEAN.
005724     MOVE WS-STAT-STDDEV TO WS-AFT-STDDEV.
005725     MOVE WS-STAT-PASS-PCT TO WS-AFT-PASS-PCT.
005726     MOVE WS-STAT-MIN TO WS-AFT-MIN.
005727     MOVE WS-STAT-MAX TO WS-AFT-MAX.
005728     PERFORM 4300-RANK-FINAL-MARKS
005729         THRU 4300-RANK-FINAL-MARKS-EXIT.
005730     IF WS-ALL-CLASSES AND WS-SUPP-APPLIED-COUNT > 0
005731         PERFORM 1800-CHECK-ALREADY-REVISED
005732             THRU 1800-CHECK-ALREADY-REVISED-EXIT
005733     END-IF.
005734*    A RUN WHERE NOT ONE SUPP COULD BE APPLIED STILL LISTS ITS
005735*    EXCEPTIONS, BUT FILES NOTHING - THERE IS NO REVISED RESULT.
005736*    NOR IS A REVISION THE MASTER RECORD ALREADY HOLDS FILED
005737*    AGAIN, OR EVERY NIGHT THE STATS RUN LEFT THE CLASS ALONE
005738*    WOULD ADD ANOTHER HISTORY ROW.
005739     IF WS-ALREADY-REVISED
005740         ADD 1 TO WS-CNT-ALREADY
005741     END-IF.
005742     IF WS-SUPP-APPLIED-COUNT > 0 AND NOT WS-ALREADY-REVISED
005743         PERFORM 5000-FILE-AUDIT-LINES
005744             THRU 5000-FILE-AUDIT-LINES-EXIT
005745         PERFORM 5500-SAVE-MASTER THRU 5500-SAVE-MASTER-EXIT
005746         PERFORM 5600-FILE-HISTORY THRU 5600-FILE-HISTORY-EXIT
005747         PERFORM 5700-FILE-STUDENT-INDEX
005748             THRU 5700-FILE-STUDENT-INDEX-EXIT
005749         PERFORM 7000-WRITE-MARK-SHEET
005750             THRU 7000-WRITE-MARK-SHEET-EXIT
005751         ADD 1 TO WS-CNT-REVISED
005752     END-IF.
005753     PERFORM 6000-WRITE-RESULTS-LIST
005754         THRU 6000-WRITE-RESULTS-LIST-EXIT.
005755     DISPLAY "SUPPLEMENTARY RUN FOR " WS-SUP-CLASS " " WS-PERIOD
005756         " - " WS-SUPP-APPLIED-COUNT " APPLIED, " WS-EXC-COUNT
005757         " NOT APPLIED - SEE SUPPRSLT.DAT".
005758     IF WS-EXC-COUNT > 0 OR WS-SUPP-APPLIED-COUNT = 0
005759         MOVE "Y" TO WS-FAIL-SWITCH
005760     END-IF.
005761     IF NOT WS-RUN-FAILED
005762         GO TO 1700-RUN-ONE-CLASS-EXIT
005763     END-IF.
005764 1700-RUN-ONE-CLASS-FAILED.
005765     MOVE "Y" TO WS-ANY-FAIL-SWITCH.
005766     ADD 1 TO WS-CNT-FAILED.
005767 1700-RUN-ONE-CLASS-EXIT.
005768     EXIT.
005769 1750-RESET-CLASS.
005770*    WHATEVER THE LAST CLASS LEFT BEHIND IS CLEARED, AND THIS
005771*    CLASS'S OWN RULE LOADED, BEFORE THE CLASS IS RUN.
005772     MOVE "N" TO WS-FAIL-SWITCH.
005773     MOVE "N" TO WS-REVISED-SWITCH.
005774     MOVE SPACES TO WS-PERIOD.
005775     MOVE ZEROS TO WS-ENTRY-COUNT.
005776     MOVE ZEROS TO WS-EXC-COUNT.
005777     MOVE ZEROS TO WS-DROPPED-COUNT.
005778     MOVE ZEROS TO WS-SUPP-READ-COUNT.
005779     MOVE ZEROS TO WS-SUPP-APPLIED-COUNT.
005780     MOVE "CAP" TO WS-RULE-TYPE.
005781     MOVE "N" TO WS-RULE-CAP-SWITCH.
005782     MOVE ZEROS TO WS-CAP-MARK.
005783     MOVE "N" TO WS-RUL-EOF-SWITCH.
005784     PERFORM 1100-LOAD-RULE THRU 1100-LOAD-RULE-EXIT.
005785     MOVE 1 TO j.
005786     PERFORM 1760-CLEAR-ONE-BAND THRU 1760-CLEAR-ONE-BAND-EXIT
005787         UNTIL j > WS-BAND-COUNT.
005788     MOVE "N" TO WS-SUPP-FILE-SWITCH.
005789     MOVE SPACES TO WS-SCORE-FILE-NAME.
005790     STRING WS-SUP-CLASS DELIMITED BY SPACE
005791            "S.DAT" DELIMITED BY SIZE
005792         INTO WS-SCORE-FILE-NAME.
005793     OPEN INPUT SCORE-FILE.
005794     IF WS-SCORE-FILE-STATUS = "00"
005795         SET WS-SUPP-FILE-FOUND TO TRUE
005796         CLOSE SCORE-FILE
005797     END-IF.
005798 1750-RESET-CLASS-EXIT.
005799     EXIT.
005800 1760-CLEAR-ONE-BAND.
005801     MOVE ZEROS TO WS-BND-TALLY-OLD(j).
005802     MOVE ZEROS TO WS-BND-TALLY-NEW(j).
005803     ADD 1 TO j.
005804 1760-CLEAR-ONE-BAND-EXIT.
005805     EXIT.
005806 1800-CHECK-ALREADY-REVISED.
005807*    THE REVISION IS ALREADY ON FILE WHEN THE CLASS'S MASTER
005808*    RECORD CARRIES EXACTLY THE FIGURES AND FINAL MARKS THIS RUN
005809*    WOULD FILE - NO STATS RUN HAS REFILED THE CLASS SINCE.
005810     MOVE "N" TO WS-REVISED-SWITCH.
005811     MOVE SPACES TO AUD-VALUES.
005812     MOVE 1 TO AUD-VALUES-PTR.
005813     MOVE 1 TO i.
005814     PERFORM 5200-APPEND-ONE-VALUE
005815         THRU 5200-APPEND-ONE-VALUE-EXIT
005816         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
005817     OPEN INPUT MASTER-FILE.
005818     IF WS-MST-FILE-STATUS NOT = "00"
005819         GO TO 1800-CHECK-ALREADY-REVISED-EXIT
005820     END-IF.
005821     MOVE WS-SUP-CLASS TO MST-DATASET-ID.
005822     MOVE WS-PERIOD TO MST-PERIOD.
005823     READ MASTER-FILE
005824         INVALID KEY CONTINUE
005825         NOT INVALID KEY
005826             IF MST-COUNT = WS-ENTRY-COUNT
005827                     AND MST-MEAN = WS-AFT-MEAN
005828                     AND MST-STDDEV = WS-AFT-STDDEV
005829                     AND MST-VALUES = AUD-VALUES
005830                 SET WS-ALREADY-REVISED TO TRUE
005831             END-IF
005832     END-READ.
005833     CLOSE MASTER-FILE.
005834 1800-CHECK-ALREADY-REVISED-EXIT.
005835     EXIT.
005836 2000-LOAD-SCORE-FILE.
005837     MOVE SPACES TO WS-SCORE-FILE-NAME.
005838     IF WS-LOADING-ORIGINAL
005839         STRING WS-SUP-CLASS DELIMITED BY SPACE
005840                ".DAT" DELIMITED BY SIZE
005841             INTO WS-SCORE-FILE-NAME
005842     ELSE
005843         STRING WS-SUP-CLASS DELIMITED BY SPACE
005844                "S.DAT" DELIMITED BY SIZE
005845             INTO WS-SCORE-FILE-NAME
005846     END-IF.
005847     MOVE ZEROS TO WS-DTL-COUNT.
005848     MOVE ZEROS TO WS-HASH-SUM.
005849     MOVE ZEROS TO WS-TRL-COUNT.
005850     MOVE ZEROS TO WS-TRL-HASH.
005851     MOVE "N" TO WS-HDR-SWITCH.
005852     MOVE "N" TO WS-TRL-SWITCH.
005853     MOVE "N" TO WS-FMT-SWITCH.
005854     MOVE "N" TO WS-SCR-EOF-SWITCH.
005855     MOVE SPACES TO WS-HDR-SEEN-CLASS.
005856     MOVE SPACES TO WS-HDR-SEEN-PERIOD.
005857     OPEN INPUT SCORE-FILE.
005858     IF WS-SCORE-FILE-STATUS NOT = "00"
005859         DISPLAY "SCORE FILE " WS-SCORE-FILE-NAME " NOT FOUND."
005860         MOVE "Y" TO WS-FAIL-SWITCH
005861         GO TO 2000-LOAD-SCORE-FILE-EXIT
005862     END-IF.
005863*    THE MAIN FILE'S ROWS ARE MATCHED TO THE STUDENT INDEX AS THEY
005864*    ARE READ, SO THE INDEX IS OPEN FOR THE WHOLE OF THAT LOAD.
005865     IF WS-LOADING-ORIGINAL
005870         OPEN INPUT STUDENT-INDEX-FILE
005880         IF WS-SIX-FILE-STATUS NOT = "00"
005890             DISPLAY "NO STUDIDX.DAT - NO FILED STUDENTS TO "
005900                 "RECONCILE AGAINST."
005910             MOVE "Y" TO WS-FAIL-SWITCH
005920             CLOSE SCORE-FILE
005930             GO TO 2000-LOAD-SCORE-FILE-EXIT
005940         END-IF
005950     END-IF.
005960     PERFORM 2100-READ-ONE-SCORE-REC
005970         THRU 2100-READ-ONE-SCORE-REC-EXIT
005980         WITH TEST AFTER UNTIL WS-SCR-END-OF-FILE.
005990     CLOSE SCORE-FILE.
006000     IF WS-LOADING-ORIGINAL
006010         CLOSE STUDENT-INDEX-FILE
006020*    A FILE KEYED BEFORE THE HEADER CARRIED A PERIOD IS FILED THE
006030*    SAME WAY THE STATS RUN WOULD HAVE FILED IT.
006040         MOVE WS-HDR-SEEN-PERIOD TO WS-PERIOD
006050         IF WS-PERIOD = SPACES
006060             ACCEPT WS-PERIOD FROM ENVIRONMENT "S18108467-PERIOD"
006070         END-IF
006080         IF WS-PERIOD = SPACES
006090             MOVE WS-TODAY(1:4) TO WS-PERIOD(1:4)
006100             MOVE "00" TO WS-PERIOD(5:2)
006110         END-IF
006120     END-IF.
006130     IF WS-FORMAT-BAD OR NOT WS-HEADER-SEEN
006140             OR NOT WS-TRAILER-SEEN
006150             OR WS-DTL-COUNT NOT = WS-TRL-COUNT
006160             OR WS-HASH-SUM NOT = WS-TRL-HASH
006170         DISPLAY "SCORE FILE " WS-SCORE-FILE-NAME
006180             " IS OUT OF BALANCE."
006190         MOVE "Y" TO WS-FAIL-SWITCH
006200         GO TO 2000-LOAD-SCORE-FILE-EXIT
006210     END-IF.
006220     IF WS-LOADING-ORIGINAL
006230         IF WS-ENTRY-COUNT = 0
006240             DISPLAY "NO FILED STUDENTS FOR " WS-SUP-CLASS " "
006250                 WS-PERIOD " IN STUDIDX.DAT."
006260             MOVE "Y" TO WS-FAIL-SWITCH
006270         END-IF
006280         GO TO 2000-LOAD-SCORE-FILE-EXIT
006290     END-IF.
006300*    THE SUPP FILE MUST BE FOR THIS CLASS AND THIS PERIOD - A
006310*    HEADER THAT SAYS OTHERWISE IS SOMEBODY ELSE'S PAPER.
006320     IF WS-HDR-SEEN-CLASS NOT = SPACES
006330             AND WS-HDR-SEEN-CLASS NOT = WS-SUP-CLASS
006340         DISPLAY "SUPP FILE HEADER NAMES CLASS " WS-HDR-SEEN-CLASS
006350             " - NOT " WS-SUP-CLASS "."
006360         MOVE "Y" TO WS-FAIL-SWITCH
006370     END-IF.
006380     IF WS-HDR-SEEN-PERIOD NOT = SPACES
006390             AND WS-HDR-SEEN-PERIOD NOT = WS-PERIOD
006400         DISPLAY "SUPP FILE HEADER NAMES PERIOD "
006410             WS-HDR-SEEN-PERIOD " - NOT " WS-PERIOD "."
006420         MOVE "Y" TO WS-FAIL-SWITCH
006430     END-IF.
006440 2000-LOAD-SCORE-FILE-EXIT.
006450     EXIT.
006460 2100-READ-ONE-SCORE-REC.
006470     READ SCORE-FILE
006480         AT END SET WS-SCR-END-OF-FILE TO TRUE
006490         NOT AT END
006500             PERFORM 2200-CLASSIFY-SCORE-REC
006510                 THRU 2200-CLASSIFY-SCORE-REC-EXIT
006520     END-READ.
006530 2100-READ-ONE-SCORE-REC-EXIT.
006540     EXIT.
006550 2200-CLASSIFY-SCORE-REC.
006560     IF SF-HEADER-REC
006570         MOVE "Y" TO WS-HDR-SWITCH
006580         MOVE SF-HDR-CLASS TO WS-HDR-SEEN-CLASS
006590         MOVE SF-HDR-PERIOD TO WS-HDR-SEEN-PERIOD
006600         GO TO 2200-CLASSIFY-SCORE-REC-EXIT
006610     END-IF.
006620     IF SF-TRAILER-REC
006630         IF SF-TRL-COUNT IS NUMERIC AND SF-TRL-HASH IS NUMERIC
006640             MOVE SF-TRL-COUNT-N TO WS-TRL-COUNT
006650             MOVE SF-TRL-HASH-N TO WS-TRL-HASH
006660             MOVE "Y" TO WS-TRL-SWITCH
006670         ELSE
006680             MOVE "Y" TO WS-FMT-SWITCH
006690         END-IF
006700         GO TO 2200-CLASSIFY-SCORE-REC-EXIT
006710     END-IF.
006720     IF NOT SF-DETAIL-REC
006730         MOVE "Y" TO WS-FMT-SWITCH
006740         GO TO 2200-CLASSIFY-SCORE-REC-EXIT
006750     END-IF.
006760     ADD 1 TO WS-DTL-COUNT.
006770     MOVE SF-SCORE(1:1) TO WS-SCORE-SIGN.
006780     MOVE SF-SCORE(2:3) TO WS-SCORE-DIGITS.
006790     IF WS-SCORE-SIGN = "-" AND WS-SCORE-DIGITS-N IS NUMERIC
006800         COMPUTE WS-SCORE-VALUE = 0 - WS-SCORE-DIGITS-N
006810         ADD WS-SCORE-DIGITS-N TO WS-HASH-SUM
006820     ELSE
006830         IF SF-SCORE IS NUMERIC
006840             MOVE SF-SCORE-N TO WS-SCORE-VALUE
006850             ADD SF-SCORE-N TO WS-HASH-SUM
006860         ELSE
006870             MOVE "Y" TO WS-FMT-SWITCH
006880             GO TO 2200-CLASSIFY-SCORE-REC-EXIT
006890         END-IF
006900     END-IF.
006910     IF WS-LOADING-ORIGINAL
006920         PERFORM 2300-TAKE-ORIGINAL THRU 2300-TAKE-ORIGINAL-EXIT
006930     ELSE
006940         PERFORM 2400-TAKE-SUPP THRU 2400-TAKE-SUPP-EXIT
006950     END-IF.
006960 2200-CLASSIFY-SCORE-REC-EXIT.
006970     EXIT.
006980 2300-TAKE-ORIGINAL.
006990*    ONLY A ROW THE STATS RUN FILED FOR THIS CLASS AND PERIOD IS
007000*    PART OF THE RESULT BEING REVISED.
007010     MOVE SF-STUDNO TO SIX-STUDNO.
007020     MOVE WS-SUP-CLASS TO SIX-DATASET-ID.
007030     MOVE WS-HDR-SEEN-PERIOD TO SIX-PERIOD.
007040     IF SIX-PERIOD = SPACES
007050         ACCEPT SIX-PERIOD FROM ENVIRONMENT "S18108467-PERIOD"
007060     END-IF.
007070     IF SIX-PERIOD = SPACES
007080         MOVE WS-TODAY(1:4) TO SIX-PERIOD(1:4)
007090         MOVE "00" TO SIX-PERIOD(5:2)
007100     END-IF.
007110     READ STUDENT-INDEX-FILE
007120         INVALID KEY
007130             ADD 1 TO WS-DROPPED-COUNT
007140             GO TO 2300-TAKE-ORIGINAL-EXIT
007150     END-READ.
007160     IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
007170         MOVE "Y" TO WS-FMT-SWITCH
007180         GO TO 2300-TAKE-ORIGINAL-EXIT
007190     END-IF.
007200     ADD 1 TO WS-ENTRY-COUNT.
007210     MOVE SF-STUDNO TO WS-ENT-STUDNO(WS-ENTRY-COUNT).
007220     MOVE WS-SCORE-VALUE TO WS-ENT-OLD(WS-ENTRY-COUNT).
007230     MOVE WS-SCORE-VALUE TO WS-ENT-NEW(WS-ENTRY-COUNT).
007240     MOVE ZEROS TO WS-ENT-SUPP(WS-ENTRY-COUNT).
007250     MOVE ZEROS TO WS-ENT-RANK(WS-ENTRY-COUNT).
007260     MOVE "N" TO WS-ENT-SUPP-FLAG(WS-ENTRY-COUNT).
007270 2300-TAKE-ORIGINAL-EXIT.
007280     EXIT.
007290 2400-TAKE-SUPP.
007300     ADD 1 TO WS-SUPP-READ-COUNT.
007310     IF WS-SCORE-VALUE < 0
007320         MOVE "NEGATIVE SUPP MARK" TO WS-EXC-NEW-REASON
007330         PERFORM 2500-ADD-EXCEPTION THRU 2500-ADD-EXCEPTION-EXIT
007340         GO TO 2400-TAKE-SUPP-EXIT
007350     END-IF.
007360     MOVE "N" TO WS-FOUND-SWITCH.
007370     MOVE 1 TO i.
007380     PERFORM 2410-FIND-ONE-ENTRY THRU 2410-FIND-ONE-ENTRY-EXIT
007390         UNTIL i > WS-ENTRY-COUNT OR WS-ENTRY-FOUND.
007400     IF NOT WS-ENTRY-FOUND
007410         MOVE "NOT ON STUDENT INDEX FOR CLASS"
007420             TO WS-EXC-NEW-REASON
007430         PERFORM 2500-ADD-EXCEPTION THRU 2500-ADD-EXCEPTION-EXIT
007440         GO TO 2400-TAKE-SUPP-EXIT
007450     END-IF.
007460     IF WS-ENT-HAS-SUPP(i)
007470         MOVE "DUPLICATE SUPP ROW" TO WS-EXC-NEW-REASON
007480         PERFORM 2500-ADD-EXCEPTION THRU 2500-ADD-EXCEPTION-EXIT
007490         GO TO 2400-TAKE-SUPP-EXIT
007500     END-IF.
007510     MOVE WS-SCORE-VALUE TO WS-ENT-SUPP(i).
007520     MOVE "Y" TO WS-ENT-SUPP-FLAG(i).
007530     ADD 1 TO WS-SUPP-APPLIED-COUNT.
007540 2400-TAKE-SUPP-EXIT.
007550     EXIT.
007560 2410-FIND-ONE-ENTRY.
007570*    LEAVES i ON THE MATCHING ROW WHEN ONE IS FOUND.
007580     IF WS-ENT-STUDNO(i) = SF-STUDNO
007590         MOVE "Y" TO WS-FOUND-SWITCH
007600     ELSE
007610         ADD 1 TO i
007620     END-IF.
007630 2410-FIND-ONE-ENTRY-EXIT.
007640     EXIT.
007650 2500-ADD-EXCEPTION.
007660     IF WS-EXC-COUNT >= WS-EXC-MAX
007670         GO TO 2500-ADD-EXCEPTION-EXIT
007680     END-IF.
007690     ADD 1 TO WS-EXC-COUNT.
007700     MOVE SF-STUDNO TO WS-EXC-STUDNO(WS-EXC-COUNT).
007710     MOVE SF-SCORE TO WS-EXC-SCORE(WS-EXC-COUNT).
007720     MOVE WS-EXC-NEW-REASON TO WS-EXC-REASON(WS-EXC-COUNT).
007730 2500-ADD-EXCEPTION-EXIT.
007740     EXIT.
007750 3000-APPLY-RULE.
007760     MOVE 1 TO i.
007770     PERFORM 3100-APPLY-ONE-SUPP THRU 3100-APPLY-ONE-SUPP-EXIT
007780         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
007790 3000-APPLY-RULE-EXIT.
007800     EXIT.
007810 3100-APPLY-ONE-SUPP.
007820*    BEST: THE HIGHER OF THE TWO MARKS.  CAP: THE SUPP MARK, BUT
007830*    NEVER MORE THAN THE CAP - AND A SUPP THAT COMES IN UNDER THE
007840*    ORIGINAL NEVER COSTS THE STUDENT THE MARK ALREADY EARNED.
007850     IF NOT WS-ENT-HAS-SUPP(i)
007860         GO TO 3100-APPLY-ONE-SUPP-NEXT
007870     END-IF.
007880     MOVE WS-ENT-SUPP(i) TO WS-CAPPED-SUPP.
007890     IF WS-RULE-CAP AND WS-CAPPED-SUPP > WS-CAP-MARK
007900         MOVE WS-CAP-MARK TO WS-CAPPED-SUPP
007910     END-IF.
007920     IF WS-CAPPED-SUPP > WS-ENT-OLD(i)
007930         MOVE WS-CAPPED-SUPP TO WS-ENT-NEW(i)
007940     ELSE
007950         MOVE WS-ENT-OLD(i) TO WS-ENT-NEW(i)
007960     END-IF.
007970 3100-APPLY-ONE-SUPP-NEXT.
007980     ADD 1 TO i.
007990 3100-APPLY-ONE-SUPP-EXIT.
008000     EXIT.
008010 4000-COMPUTE-STATS.
008020     MOVE ZEROS TO WS-STAT-SUM.
008030     MOVE ZEROS TO WS-STAT-DEV-SUM.
008040     MOVE ZEROS TO WS-STAT-PASS-TALLY.
008050     MOVE 1 TO i.
008060     PERFORM 4050-PICK-ONE-VALUE THRU 4050-PICK-ONE-VALUE-EXIT.
008070     MOVE WS-STAT-VALUE TO WS-STAT-MIN.
008080     MOVE WS-STAT-VALUE TO WS-STAT-MAX.
008090     PERFORM 4100-SUM-ONE-VALUE THRU 4100-SUM-ONE-VALUE-EXIT
008100         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
008110     DIVIDE WS-STAT-SUM BY WS-ENTRY-COUNT
008120         GIVING WS-STAT-MEAN.
008130     MOVE 1 TO i.
008140     PERFORM 4200-DEV-ONE-VALUE THRU 4200-DEV-ONE-VALUE-EXIT
008150         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
008160     DIVIDE WS-STAT-DEV-SUM BY WS-ENTRY-COUNT
008170         GIVING WS-STAT-DEV-SUM.
008180     COMPUTE WS-STAT-STDDEV = WS-STAT-DEV-SUM ** 0.5.
008190     IF WS-BAND-COUNT = 0
008200         MOVE ZEROS TO WS-STAT-PASS-PCT
008210     ELSE
008220         COMPUTE WS-STAT-PASS-PCT ROUNDED =
008230             WS-STAT-PASS-TALLY * 100 / WS-ENTRY-COUNT
008240     END-IF.
008250 4000-COMPUTE-STATS-EXIT.
008260     EXIT.
008270 4050-PICK-ONE-VALUE.
008280     IF WS-STAT-SIDE = "O"
008290         MOVE WS-ENT-OLD(i) TO WS-STAT-VALUE
008300     ELSE
008310         MOVE WS-ENT-NEW(i) TO WS-STAT-VALUE
008320     END-IF.
008330 4050-PICK-ONE-VALUE-EXIT.
008340     EXIT.
008350 4100-SUM-ONE-VALUE.
008360     PERFORM 4050-PICK-ONE-VALUE THRU 4050-PICK-ONE-VALUE-EXIT.
008370     ADD WS-STAT-VALUE TO WS-STAT-SUM.
008380     IF WS-STAT-VALUE < WS-STAT-MIN
008390         MOVE WS-STAT-VALUE TO WS-STAT-MIN
008400     END-IF.
008410     IF WS-STAT-VALUE > WS-STAT-MAX
008420         MOVE WS-STAT-VALUE TO WS-STAT-MAX
008430     END-IF.
008440     PERFORM 8000-FIND-BAND THRU 8000-FIND-BAND-EXIT.
008450     IF WS-FOUND-BAND > 0
008460         IF WS-BND-PASS(WS-FOUND-BAND) = "P"
008470             ADD 1 TO WS-STAT-PASS-TALLY
008480         END-IF
008490         IF WS-STAT-SIDE = "O"
008500             ADD 1 TO WS-BND-TALLY-OLD(WS-FOUND-BAND)
008510         ELSE
008520             ADD 1 TO WS-BND-TALLY-NEW(WS-FOUND-BAND)
008530         END-IF
008540     END-IF.
008550     ADD 1 TO i.
008560 4100-SUM-ONE-VALUE-EXIT.
008570     EXIT.
008580 4200-DEV-ONE-VALUE.
008590     PERFORM 4050-PICK-ONE-VALUE THRU 4050-PICK-ONE-VALUE-EXIT.
008600     SUBTRACT WS-STAT-MEAN FROM WS-STAT-VALUE
008610         GIVING WS-STAT-DEV-DIFF.
008620     COMPUTE WS-STAT-DEV-SUM = WS-STAT-DEV-SUM
008630         + (WS-STAT-DEV-DIFF * WS-STAT-DEV-DIFF).
008640     ADD 1 TO i.
008650 4200-DEV-ONE-VALUE-EXIT.
008660     EXIT.
008670 4300-RANK-FINAL-MARKS.
008680     MOVE 1 TO i.
008690     PERFORM 4310-RANK-ONE-MARK THRU 4310-RANK-ONE-MARK-EXIT
008700         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
008710 4300-RANK-FINAL-MARKS-EXIT.
008720     EXIT.
008730 4310-RANK-ONE-MARK.
008740*    RANK IS ONE MORE THAN THE NUMBER OF STRICTLY HIGHER FINAL
008750*    MARKS, SO STUDENTS ON THE SAME MARK SHARE THE SAME RANK - THE
008760*    SAME RULE THE STATS RUNS USE ON THEIR MARK SHEETS.
008770     MOVE 1 TO WS-ENT-RANK(i).
008780     MOVE 1 TO j.
008790     PERFORM 4320-COUNT-HIGHER THRU 4320-COUNT-HIGHER-EXIT
008800         WITH TEST AFTER UNTIL j > WS-ENTRY-COUNT.
008810     ADD 1 TO i.
008820 4310-RANK-ONE-MARK-EXIT.
008830     EXIT.
008840 4320-COUNT-HIGHER.
008850     IF WS-ENT-NEW(j) > WS-ENT-NEW(i)
008860         ADD 1 TO WS-ENT-RANK(i)
008870     END-IF.
008880     ADD 1 TO j.
008890 4320-COUNT-HIGHER-EXIT.
008900     EXIT.
008910 5000-FILE-AUDIT-LINES.
008920*    ONE LINE PER STUDENT WHOSE SUPP WAS APPLIED, CARRYING THE
008930*    ORIGINAL, SUPP AND FINAL MARKS AND THE RULE (FIGURES ZERO,
008940*    TEXT IN THE VALUES COLUMN, THE WAY MAINTENANCE ACTIONS ARE
008950*    FILED), THEN THE REVISED RESULT WITH ITS FINAL RAW VALUES -
008960*    ALL UNDER ONE STAMP, THE SAME STAMP THE NEW HISTORY ROW GETS.
008970     MOVE WS-RUN-STAMP TO AUD-TIMESTAMP.
008980     ACCEPT AUD-OPERATOR FROM ENVIRONMENT "USER".
008990     MOVE WS-SUP-CLASS TO AUD-DATASET.
009000     MOVE 1 TO i.
009010     PERFORM 5050-AUDIT-ONE-SUPP THRU 5050-AUDIT-ONE-SUPP-EXIT
009020         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
009030     MOVE WS-AFT-MEAN TO AUD-MEAN.
009040     MOVE WS-AFT-STDDEV TO AUD-STDDEV.
009050     MOVE SPACES TO AUD-VALUES.
009060     MOVE 1 TO AUD-VALUES-PTR.
009070     MOVE 1 TO i.
009080     PERFORM 5200-APPEND-ONE-VALUE
009090         THRU 5200-APPEND-ONE-VALUE-EXIT
009100         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
009110     PERFORM 5100-APPEND-AUDIT-LINE
009120         THRU 5100-APPEND-AUDIT-LINE-EXIT.
009130 5000-FILE-AUDIT-LINES-EXIT.
009140     EXIT.
009150 5050-AUDIT-ONE-SUPP.
009160     IF NOT WS-ENT-HAS-SUPP(i)
009170         GO TO 5050-AUDIT-ONE-SUPP-NEXT
009180     END-IF.
009190     MOVE ZEROS TO AUD-MEAN.
009200     MOVE ZEROS TO AUD-STDDEV.
009210     MOVE SPACES TO AUD-VALUES.
009220     MOVE 1 TO AUD-VALUES-PTR.
009230     STRING "SUPPLEMENTARY " DELIMITED BY SIZE
009240            WS-ENT-STUDNO(i) DELIMITED BY SIZE
009250            " PERIOD " DELIMITED BY SIZE
009260            WS-PERIOD DELIMITED BY SIZE
009270            " ORIGINAL " DELIMITED BY SIZE
009280         INTO AUD-VALUES
009290         WITH POINTER AUD-VALUES-PTR.
009300     MOVE WS-ENT-OLD(i) TO AUD-VALUE-EDIT.
009310     STRING AUD-VALUE-EDIT DELIMITED BY SIZE
009320            " SUPP " DELIMITED BY SIZE
009330         INTO AUD-VALUES
009340         WITH POINTER AUD-VALUES-PTR.
009350     MOVE WS-ENT-SUPP(i) TO AUD-VALUE-EDIT.
009360     STRING AUD-VALUE-EDIT DELIMITED BY SIZE
009370            " FINAL " DELIMITED BY SIZE
009380         INTO AUD-VALUES
009390         WITH POINTER AUD-VALUES-PTR.
009400     MOVE WS-ENT-NEW(i) TO AUD-VALUE-EDIT.
009410     STRING AUD-VALUE-EDIT DELIMITED BY SIZE
009420            " RULE " DELIMITED BY SIZE
009430            WS-RPT-RULE DELIMITED BY SIZE
009440         INTO AUD-VALUES
009450         WITH POINTER AUD-VALUES-PTR.
009460     PERFORM 5100-APPEND-AUDIT-LINE
009470         THRU 5100-APPEND-AUDIT-LINE-EXIT.
009480 5050-AUDIT-ONE-SUPP-NEXT.
009490     ADD 1 TO i.
009500 5050-AUDIT-ONE-SUPP-EXIT.
009510     EXIT.
009520 5100-APPEND-AUDIT-LINE.
009530*    STATUS 35 MEANS AUDIT.DAT DOESN'T EXIST YET, SO CREATING IT
009540*    IS CORRECT.  ANY OTHER STATUS MEANS AN EXISTING AUDIT.DAT
009550*    COULD STILL BE OUT THERE - OPEN OUTPUT WOULD WIPE OUT THE
009560*    PERMANENT AUDIT TRAIL, SO THE RUN IS ABANDONED INSTEAD.
009570     OPEN EXTEND AUDIT-FILE.
009580     IF WS-AUD-FILE-STATUS NOT = "00"
009590         IF WS-AUD-FILE-STATUS = "35"
009600             OPEN OUTPUT AUDIT-FILE
009610         ELSE
009620             DISPLAY "ERROR - CANNOT OPEN AUDIT.DAT, FILE "
009630                 "STATUS " WS-AUD-FILE-STATUS
009640             DISPLAY "RUN ABANDONED."
009650             STOP RUN
009660         END-IF
009670     END-IF.
009680     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
009690     CLOSE AUDIT-FILE.
009700 5100-APPEND-AUDIT-LINE-EXIT.
009710     EXIT.
009720 5200-APPEND-ONE-VALUE.
009730     MOVE WS-ENT-NEW(i) TO AUD-VALUE-EDIT.
009740     STRING AUD-VALUE-EDIT DELIMITED BY SIZE
009750            "," DELIMITED BY SIZE
009760         INTO AUD-VALUES
009770         WITH POINTER AUD-VALUES-PTR.
009780     ADD 1 TO i.
009790 5200-APPEND-ONE-VALUE-EXIT.
009800     EXIT.
009810 5500-SAVE-MASTER.
009820*    THE REVISED FIGURES REPLACE THE CLASS'S MASTER RECORD FOR THE
009830*    PERIOD WITH TODAY'S RUN DATE, SO THE NEXT REGISTRAR EXTRACT -
009840*    FULL OR DELTA - SENDS THE REVISED RESULT.  THE UNREVISED
009850*    FIGURES STAY IN THE EARLIER HISTORY ROW AND AUDIT LINE.
009860     OPEN I-O MASTER-FILE.
009870     IF WS-MST-FILE-STATUS NOT = "00"
009880         DISPLAY "ERROR - CANNOT OPEN MASTER.DAT, FILE "
009890             "STATUS " WS-MST-FILE-STATUS
009900         DISPLAY "RUN ABANDONED."
009910         STOP RUN
009920     END-IF.
009930     MOVE WS-SUP-CLASS TO MST-DATASET-ID.
009940     MOVE WS-PERIOD TO MST-PERIOD.
009950     READ MASTER-FILE
009960         INVALID KEY
009970             DISPLAY "WARNING - " WS-SUP-CLASS " " WS-PERIOD
009980                 " LEFT MASTER.DAT DURING THE RUN - NOT REVISED."
009990             CLOSE MASTER-FILE
010000             GO TO 5500-SAVE-MASTER-EXIT
010010     END-READ.
010020     MOVE WS-ENTRY-COUNT TO MST-COUNT.
010030     MOVE WS-AFT-MEAN TO MST-MEAN.
010040     MOVE WS-AFT-STDDEV TO MST-STDDEV.
010050     MOVE WS-AFT-MIN TO MST-MIN.
010060     MOVE WS-AFT-MAX TO MST-MAX.
010070     COMPUTE MST-RANGE = WS-AFT-MAX - WS-AFT-MIN.
010080     MOVE AUD-VALUES TO MST-VALUES.
010090     MOVE WS-TODAY TO MST-RUN-DATE.
010100     REWRITE MASTER-RECORD.
010110     CLOSE MASTER-FILE.
010120 5500-SAVE-MASTER-EXIT.
010130     EXIT.
010140 5600-FILE-HISTORY.
010150*    THE REVISED RESULT LANDS UNDER ITS OWN STAMP - THE ORIGINAL
010160*    RUN'S ROW IS NEVER REWRITTEN, SO BOTH SITTINGS OF THE
010170*    FIGURES STAY ON RECORD SIDE BY SIDE.
010180     MOVE WS-SUP-CLASS TO HST-DATASET-ID.
010190     MOVE WS-PERIOD TO HST-PERIOD.
010200     MOVE WS-RUN-STAMP TO HST-RUN-STAMP.
010210     MOVE WS-ENTRY-COUNT TO HST-COUNT.
010220     MOVE WS-AFT-MEAN TO HST-MEAN.
010230     MOVE WS-AFT-STDDEV TO HST-STDDEV.
010240     MOVE WS-AFT-MIN TO HST-MIN.
010250     MOVE WS-AFT-MAX TO HST-MAX.
010260     COMPUTE HST-RANGE = WS-AFT-MAX - WS-AFT-MIN.
010270     OPEN I-O HISTORY-FILE.
010280     IF WS-HST-FILE-STATUS NOT = "00"
010290         IF WS-HST-FILE-STATUS = "35"
010300             OPEN OUTPUT HISTORY-FILE
010310         ELSE
010320             DISPLAY "ERROR - CANNOT OPEN MSTHIST.DAT, FILE "
010330                 "STATUS " WS-HST-FILE-STATUS
010340             DISPLAY "RUN ABANDONED."
010350             STOP RUN
010360         END-IF
010370     END-IF.
010380     WRITE HISTORY-RECORD
010390         INVALID KEY
010400             DISPLAY "WARNING - DUPLICATE HISTORY STAMP FOR "
010410                 HST-DATASET-ID " - RESULT NOT FILED TWICE."
010420     END-WRITE.
010430     CLOSE HISTORY-FILE.
010440 5600-FILE-HISTORY-EXIT.
010450     EXIT.
010460 5700-FILE-STUDENT-INDEX.
010470*    EVERY STUDENT IN THE CLASS IS REFILED, NOT JUST THE SUPP
010480*    CANDIDATES - A CHANGED MARK MOVES EVERYONE'S RANK AND
010490*    DEVIATION FROM THE MEAN.
010500     OPEN I-O STUDENT-INDEX-FILE.
010510     IF WS-SIX-FILE-STATUS NOT = "00"
010520         DISPLAY "ERROR - CANNOT OPEN STUDIDX.DAT, FILE "
010530             "STATUS " WS-SIX-FILE-STATUS
010540         DISPLAY "RUN ABANDONED."
010550         STOP RUN
010560     END-IF.
010570     MOVE 1 TO i.
010580     PERFORM 5710-FILE-ONE-STUDENT THRU 5710-FILE-ONE-STUDENT-EXIT
010590         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
010600     CLOSE STUDENT-INDEX-FILE.
010610 5700-FILE-STUDENT-INDEX-EXIT.
010620     EXIT.
010630 5710-FILE-ONE-STUDENT.
010640     MOVE WS-ENT-STUDNO(i) TO SIX-STUDNO.
010650     MOVE WS-SUP-CLASS TO SIX-DATASET-ID.
010660     MOVE WS-PERIOD TO SIX-PERIOD.
010670     MOVE WS-ENT-NEW(i) TO SIX-SCORE.
010680     MOVE WS-ENT-RANK(i) TO SIX-RANK.
010690     SUBTRACT WS-AFT-MEAN FROM WS-ENT-NEW(i) GIVING SIX-MEAN-DEV.
010700     MOVE WS-TODAY TO SIX-RUN-DATE.
010710     REWRITE STUDENT-INDEX-RECORD
010720         INVALID KEY WRITE STUDENT-INDEX-RECORD
010730     END-REWRITE.
010740     ADD 1 TO i.
010750 5710-FILE-ONE-STUDENT-EXIT.
010760     EXIT.
010770 6000-WRITE-RESULTS-LIST.
010790     WRITE RESULTS-LIST-RECORD FROM WS-TITLE-LINE.
010800     MOVE WS-SUP-CLASS TO WS-RPT-NAME.
010810     WRITE RESULTS-LIST-RECORD FROM WS-NAME-LINE.
010820     MOVE WS-PERIOD TO WS-RPT-PERIOD.
010830     WRITE RESULTS-LIST-RECORD FROM WS-PERIOD-LINE.
010840     WRITE RESULTS-LIST-RECORD FROM WS-RULE-LINE.
010850     WRITE RESULTS-LIST-RECORD FROM WS-BLANK-LINE.
010860     WRITE RESULTS-LIST-RECORD FROM WS-LIST-HEAD-LINE.
010870     MOVE 1 TO i.
010880     PERFORM 6100-LIST-ONE-SUPP THRU 6100-LIST-ONE-SUPP-EXIT
010890         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
010900     IF WS-EXC-COUNT > 0
010910         WRITE RESULTS-LIST-RECORD FROM WS-BLANK-LINE
010920         WRITE RESULTS-LIST-RECORD FROM WS-EXC-HEAD-LINE
010930         MOVE 1 TO i
010940         PERFORM 6200-LIST-ONE-EXCEPTION
010950             THRU 6200-LIST-ONE-EXCEPTION-EXIT
010960             WITH TEST AFTER UNTIL i > WS-EXC-COUNT
010970     END-IF.
010980     WRITE RESULTS-LIST-RECORD FROM WS-BLANK-LINE.
010990     MOVE "SUPP ROWS READ" TO WS-CNT-LABEL.
011000     MOVE WS-SUPP-READ-COUNT TO WS-CNT-VALUE.
011010     WRITE RESULTS-LIST-RECORD FROM WS-COUNT-LINE.
011020     MOVE "SUPPS APPLIED" TO WS-CNT-LABEL.
011030     MOVE WS-SUPP-APPLIED-COUNT TO WS-CNT-VALUE.
011040     WRITE RESULTS-LIST-RECORD FROM WS-COUNT-LINE.
011050     MOVE "NOT APPLIED" TO WS-CNT-LABEL.
011060     MOVE WS-EXC-COUNT TO WS-CNT-VALUE.
011070     WRITE RESULTS-LIST-RECORD FROM WS-COUNT-LINE.
011074     IF WS-ALREADY-REVISED
011078         WRITE RESULTS-LIST-RECORD FROM WS-ALREADY-LINE
011082     END-IF.
011086     WRITE RESULTS-LIST-RECORD FROM WS-BLANK-LINE.
011090 6000-WRITE-RESULTS-LIST-EXIT.
011100     EXIT.
011110 6100-LIST-ONE-SUPP.
011120     IF NOT WS-ENT-HAS-SUPP(i)
011130         GO TO 6100-LIST-ONE-SUPP-NEXT
011140     END-IF.
011150     MOVE WS-ENT-STUDNO(i) TO WS-LST-STUDNO.
011160     MOVE WS-ENT-OLD(i) TO WS-LST-OLD.
011170     MOVE WS-ENT-SUPP(i) TO WS-LST-SUPP.
011180     MOVE WS-ENT-NEW(i) TO WS-LST-NEW.
011190     MOVE WS-ENT-NEW(i) TO WS-STAT-VALUE.
011200     PERFORM 8000-FIND-BAND THRU 8000-FIND-BAND-EXIT.
011210     IF WS-FOUND-BAND > 0
011220         MOVE WS-BND-LABEL(WS-FOUND-BAND) TO WS-LST-LABEL
011230     ELSE
011240         MOVE SPACES TO WS-LST-LABEL
011250     END-IF.
011260     WRITE RESULTS-LIST-RECORD FROM WS-LIST-LINE.
011270 6100-LIST-ONE-SUPP-NEXT.
011280     ADD 1 TO i.
011290 6100-LIST-ONE-SUPP-EXIT.
011300     EXIT.
011310 6200-LIST-ONE-EXCEPTION.
011320     MOVE WS-EXC-STUDNO(i) TO WS-EXL-STUDNO.
011330     MOVE WS-EXC-SCORE(i) TO WS-EXL-SCORE.
011340     MOVE WS-EXC-REASON(i) TO WS-EXL-REASON.
011350     WRITE RESULTS-LIST-RECORD FROM WS-EXC-LINE.
011360     ADD 1 TO i.
011370 6200-LIST-ONE-EXCEPTION-EXIT.
011380     EXIT.
011390 7000-WRITE-MARK-SHEET.
011410     WRITE SUPP-MARKSHEET-RECORD FROM WS-MKS-TITLE-LINE.
011420     MOVE WS-SUP-CLASS TO WS-MKS-CLASS.
011430     MOVE WS-PERIOD TO WS-MKS-PERIOD.
011440     WRITE SUPP-MARKSHEET-RECORD FROM WS-MKS-CLASS-LINE.
011450     WRITE SUPP-MARKSHEET-RECORD FROM WS-MKS-HEAD-LINE.
011460     MOVE 1 TO i.
011470     PERFORM 7100-WRITE-ONE-MARK-LINE
011480         THRU 7100-WRITE-ONE-MARK-LINE-EXIT
011490         WITH TEST AFTER UNTIL i > WS-ENTRY-COUNT.
011500     WRITE SUPP-MARKSHEET-RECORD FROM WS-BLANK-LINE.
011510     IF WS-BAND-COUNT = 0
011520         WRITE SUPP-MARKSHEET-RECORD FROM WS-NOBAND-LINE
011530     ELSE
011540         WRITE SUPP-MARKSHEET-RECORD FROM WS-DIST-HEAD-LINE
011550         MOVE 1 TO j
011560         PERFORM 7200-WRITE-ONE-BAND-LINE
011570             THRU 7200-WRITE-ONE-BAND-LINE-EXIT
011580             WITH TEST AFTER UNTIL j > WS-BAND-COUNT
011590         MOVE "PASS RATE PCT" TO WS-CMP-LABEL
011600         MOVE WS-BEF-PASS-PCT TO WS-CMP-BEFORE
011610         MOVE WS-AFT-PASS-PCT TO WS-CMP-AFTER
011620         WRITE SUPP-MARKSHEET-RECORD FROM WS-COMP-LINE
011630     END-IF.
011640     MOVE "MEAN" TO WS-CMP-LABEL.
011650     MOVE WS-BEF-MEAN TO WS-CMP-BEFORE.
011660     MOVE WS-AFT-MEAN TO WS-CMP-AFTER.
011670     WRITE SUPP-MARKSHEET-RECORD FROM WS-COMP-LINE.
011680     MOVE "STD DEV" TO WS-CMP-LABEL.
011690     MOVE WS-BEF-STDDEV TO WS-CMP-BEFORE.
011700     MOVE WS-AFT-STDDEV TO WS-CMP-AFTER.
011710     WRITE SUPP-MARKSHEET-RECORD FROM WS-COMP-LINE.
011720     WRITE SUPP-MARKSHEET-RECORD FROM WS-BLANK-LINE.
011730 7000-WRITE-MARK-SHEET-EXIT.
011740     EXIT.
011750 7100-WRITE-ONE-MARK-LINE.
011760     MOVE WS-ENT-STUDNO(i) TO WS-MKS-STUDNO-ED.
011770     MOVE WS-ENT-OLD(i) TO WS-MKS-OLD-ED.
011780     MOVE WS-ENT-NEW(i) TO WS-MKS-NEW-ED.
011790     MOVE WS-ENT-RANK(i) TO WS-MKS-RANK-ED.
011800     SUBTRACT WS-AFT-MEAN FROM WS-ENT-NEW(i) GIVING WS-MKS-DEV.
011810     MOVE WS-MKS-DEV TO WS-MKS-DEV-ED.
011820     MOVE WS-ENT-NEW(i) TO WS-STAT-VALUE.
011830     PERFORM 8000-FIND-BAND THRU 8000-FIND-BAND-EXIT.
011840     IF WS-FOUND-BAND > 0
011850         MOVE WS-BND-LABEL(WS-FOUND-BAND) TO WS-MKS-LABEL
011860     ELSE
011870         MOVE SPACES TO WS-MKS-LABEL
011880     END-IF.
011890     IF WS-ENT-HAS-SUPP(i)
011900         MOVE "SUPP" TO WS-MKS-SUPP-FLAG
011910     ELSE
011920         MOVE SPACES TO WS-MKS-SUPP-FLAG
011930     END-IF.
011940     WRITE SUPP-MARKSHEET-RECORD FROM WS-MKS-LINE.
011950     ADD 1 TO i.
011960 7100-WRITE-ONE-MARK-LINE-EXIT.
011970     EXIT.
011980 7200-WRITE-ONE-BAND-LINE.
011990     MOVE WS-BND-LABEL(j) TO WS-DST-LABEL.
012000     MOVE WS-BND-TALLY-OLD(j) TO WS-DST-BEFORE.
012010     MOVE WS-BND-TALLY-NEW(j) TO WS-DST-AFTER.
012020     WRITE SUPP-MARKSHEET-RECORD FROM WS-DIST-LINE.
012030     ADD 1 TO j.
012040 7200-WRITE-ONE-BAND-LINE-EXIT.
012050     EXIT.
012060 8000-FIND-BAND.
012070*    FIRST MATCHING BAND WINS - THE SAME RULE BANDDIST APPLIES ON
012080*    THE LIVE REPORTS.  LEAVES THE BAND'S SLOT IN WS-FOUND-BAND,
012090*    OR ZERO WHEN WS-STAT-VALUE FALLS IN NO BAND.
012100     MOVE ZEROS TO WS-FOUND-BAND.
012110     MOVE 1 TO j.
012120     PERFORM 8100-CHECK-ONE-BAND THRU 8100-CHECK-ONE-BAND-EXIT
012130         UNTIL j > WS-BAND-COUNT OR WS-FOUND-BAND > 0.
012140 8000-FIND-BAND-EXIT.
012150     EXIT.
012160 8100-CHECK-ONE-BAND.
012170     IF WS-STAT-VALUE >= WS-BND-LOW(j)
012180             AND WS-STAT-VALUE <= WS-BND-HIGH(j)
012190         MOVE j TO WS-FOUND-BAND
012200     END-IF.
012210     ADD 1 TO j.
012220 8100-CHECK-ONE-BAND-EXIT.
012230     EXIT.
012240 END PROGRAM 'S18108467E'.
