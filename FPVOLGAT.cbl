000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPVOLGAT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - SOURCE VOLUME ANOMALY GATE.
000100*                    THE TRAILER RECONCILIATION ONLY PROVES A
000110*                    FEED AGREES WITH ITS OWN TRAILER, SO A SENDER
000120*                    THAT SHIPS HALF ITS USUAL FILE WITH A
000130*                    MATCHING TRAILER SAILS THROUGH. THIS STEP
000140*                    COMPARES EACH SOURCE'S DETAILS RECEIVED AND
000150*                    REJECT RATE TONIGHT WITH ITS OWN TRAILING
000160*                    AVERAGE ON SRCSTATS, AGAINST A TOLERANCE BAND
000170*                    PER SOURCE (VOLBAND), AND ENDS WITH A RETURN
000180*                    CODE THE SCHEDULER HOLDS FPEXTLD ON UNTIL THE
000190*                    NIGHT IS RELEASED WITH A VOLACK CARD.
000200*---------------------------------------------------------------
000210* THE NIGHT GATED IS THE LAST RUN ON STAHIST (FPBALNC
000220* PRECEDENT); ITS SRCSTATS RECORDS ARE THE ONES WITH THAT RUN
000230* DATE AND RUN TIME. EVERY EARLIER SRCSTATS RECORD IS HISTORY,
000240* EXCEPT STALE SKIPS AND MISSING FEEDS, WHICH LOADED NOTHING.
000250* SEVERAL FEEDS FROM ONE SOURCE IN ONE RUN COUNT AS ONE NIGHT.
000260* THE ANONYMOUS (BLANK-SOURCE) RESUBMISSION FEED IS NOT GATED -
000270* ITS SIZE IS WHATEVER WAS RESUBMITTED.
000280*
000290* VOLBAND - ONE CARD PER SOURCE, "***" IN COLUMNS 1-3 FOR THE
000300* BAND OF ANY SOURCE WITHOUT ITS OWN CARD:
000310*   COLS  1-3   SOURCE CODE OR "***"
000320*   COLS  5-7   LOW  - DETAILS BELOW THIS PCT OF AVERAGE ALERT
000330*   COLS  9-11  HIGH - DETAILS ABOVE THIS PCT OF AVERAGE ALERT
000340*               (000 = NO UPPER LIMIT)
000350*   COLS 13-15  REJECT-RATE ALLOWANCE - ALERT WHEN TONIGHT'S
000360*               REJECT RATE EXCEEDS THE AVERAGE RATE BY MORE
000370*               THAN THIS MANY POINTS (000 = NOT CHECKED)
000380*   COLS 17-18  NIGHTS IN THE TRAILING AVERAGE (01-30)
000390*   COLS 20-21  FEWEST NIGHTS OF HISTORY BEFORE THE SOURCE IS
000400*               GATED (01 UP TO THE NIGHTS IN THE AVERAGE)
000410*   COLS 23-80  COMMENT, NOT READ
000420* VOLACK - RELEASE CARDS, NORMALLY DUMMY:
000430*   COLS  1-8   RUN DATE OF THE NIGHT BEING RELEASED (YYYYMMDD)
000440*   COLS 10-12  SOURCE CODE, OR "***" FOR EVERY SOURCE
000450*   COLS 14-21  RELEASED BY (MANDATORY)
000460*   COLS 23-80  REASON, NOT READ
000470* A RELEASED SOURCE IS STILL REPORTED IN THE ALERT SECTION.
000480*
000490* THE REJECT RATE IS TOTAL REJECTS PER HUNDRED DETAILS
000500* RECEIVED (FPSRCRPT DEFINITION), ROUNDED TO ONE DECIMAL.
000510*
000520* RETURN CODES:
000530*   RC=00  EVERY GATED SOURCE INSIDE ITS BAND
000540*   RC=04  SOMETHING NOT GATED (NO BAND, TOO LITTLE HISTORY,
000550*          NO VOLBAND) OR AN ALERT RELEASED BY A VOLACK CARD,
000560*          OR A VOLACK CARD IGNORED - FPEXTLD MAY RUN
000570*   RC=12  STAHIST MISSING OR EMPTY, BAD VOLBAND CARD, TABLE
000580*          FULL, OR UNEXPECTED FILE STATUS
000590*   RC=20  ONE OR MORE SOURCES OUTSIDE THEIR BAND AND NOT
000600*          RELEASED - HOLD FPEXTLD, SEE PRTOUT
000610* WHEN MORE THAN ONE APPLIES THE HIGHEST CODE IS RETURNED.
000620*---------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT STATUS-HISTORY-FILE ASSIGN TO "STAHIST"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-STAHIST-STATUS.
000690
000700     SELECT SOURCE-STATS-FILE ASSIGN TO "SRCSTATS"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SRCSTATS-STATUS.
000730
000740     SELECT BAND-CONTROL-FILE ASSIGN TO "VOLBAND"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-BAND-STATUS.
000770
000780     SELECT RELEASE-CARD-FILE ASSIGN TO "VOLACK"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-ACK-STATUS.
000810
000820     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PRINT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  STATUS-HISTORY-FILE
000890     RECORDING MODE IS F.
000900     COPY FPSTAREC.
000910
000920 FD  SOURCE-STATS-FILE
000930     RECORDING MODE IS F.
000940     COPY FPSRCSTA.
000950
000960 FD  BAND-CONTROL-FILE
000970     RECORDING MODE IS F.
000980 01  BAND-CONTROL-RECORD.
000990     05  BND-SOURCE                  PIC X(03).
001000     05  FILLER                      PIC X(01).
001010     05  BND-LOW-PCT                 PIC X(03).
001020     05  BND-LOW-PCT-N REDEFINES BND-LOW-PCT
001030                                     PIC 9(03).
001040     05  FILLER                      PIC X(01).
001050     05  BND-HIGH-PCT                PIC X(03).
001060     05  BND-HIGH-PCT-N REDEFINES BND-HIGH-PCT
001070                                     PIC 9(03).
001080     05  FILLER                      PIC X(01).
001090     05  BND-REJ-POINTS              PIC X(03).
001100     05  BND-REJ-POINTS-N REDEFINES BND-REJ-POINTS
001110                                     PIC 9(03).
001120     05  FILLER                      PIC X(01).
001130     05  BND-NIGHTS                  PIC X(02).
001140     05  BND-NIGHTS-N REDEFINES BND-NIGHTS
001150                                     PIC 9(02).
001160     05  FILLER                      PIC X(01).
001170     05  BND-MIN-NIGHTS              PIC X(02).
001180     05  BND-MIN-NIGHTS-N REDEFINES BND-MIN-NIGHTS
001190                                     PIC 9(02).
001200     05  FILLER                      PIC X(59).
001210
001220 FD  RELEASE-CARD-FILE
001230     RECORDING MODE IS F.
001240 01  RELEASE-CARD-RECORD.
001250     05  ACK-RUN-DATE                PIC X(08).
001260     05  ACK-RUN-DATE-N REDEFINES ACK-RUN-DATE
001270                                     PIC 9(08).
001280     05  FILLER                      PIC X(01).
001290     05  ACK-SOURCE                  PIC X(03).
001300     05  FILLER                      PIC X(01).
001310     05  ACK-RELEASED-BY             PIC X(08).
001320     05  FILLER                      PIC X(59).
001330
001340 FD  PRINT-FILE
001350     RECORDING MODE IS F.
001360 01  PRINT-RECORD                    PIC X(80).
001370
001380 WORKING-STORAGE SECTION.
001390 77  WS-STAHIST-STATUS               PIC X(02).
001400 77  WS-SRCSTATS-STATUS              PIC X(02).
001410 77  WS-BAND-STATUS                  PIC X(02).
001420 77  WS-ACK-STATUS                   PIC X(02).
001430 77  WS-PRINT-STATUS                 PIC X(02).
001440 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001450
001460 77  WS-STAHIST-EOF-SWITCH           PIC X(01) VALUE "N".
001470     88  WS-STAHIST-EOF                  VALUE "Y".
001480 77  WS-SRCSTATS-EOF-SWITCH          PIC X(01) VALUE "N".
001490     88  WS-SRCSTATS-EOF                 VALUE "Y".
001500 77  WS-BAND-EOF-SWITCH              PIC X(01) VALUE "N".
001510     88  WS-BAND-EOF                     VALUE "Y".
001520 77  WS-ACK-EOF-SWITCH               PIC X(01) VALUE "N".
001530     88  WS-ACK-EOF                      VALUE "Y".
001540
001550*---------------------------------------------------------------
001560* TONIGHT'S RUN (LAST STAHIST RECORD).
001570*---------------------------------------------------------------
001580 77  WS-STAHIST-READ                 PIC 9(07) COMP VALUE ZERO.
001590 77  WS-TON-RUN-DATE                 PIC 9(08) VALUE ZERO.
001600 77  WS-TON-RUN-TIME                 PIC 9(08) VALUE ZERO.
001610
001620 77  WS-SRCSTATS-READ                PIC 9(07) COMP VALUE ZERO.
001630 77  WS-SRCSTATS-TONIGHT             PIC 9(07) COMP VALUE ZERO.
001640 77  WS-SRCSTATS-HISTORY             PIC 9(07) COMP VALUE ZERO.
001650 77  WS-REC-RUN-TIME                 PIC 9(08) VALUE ZERO.
001660 77  WS-REJECTS-WORK                 PIC 9(07) COMP VALUE ZERO.
001670 77  WS-SUM-RECEIVED                 PIC 9(09) COMP VALUE ZERO.
001680 77  WS-SUM-REJECTS                  PIC 9(09) COMP VALUE ZERO.
001690 77  WS-LIMIT-WORK                   PIC 9(04)V9(01) VALUE ZERO.
001700
001710 77  WS-SOURCES-CHECKED              PIC 9(03) COMP VALUE ZERO.
001720 77  WS-SOURCES-IN-BAND              PIC 9(03) COMP VALUE ZERO.
001730 77  WS-SOURCES-HELD                 PIC 9(03) COMP VALUE ZERO.
001740 77  WS-SOURCES-RELEASED             PIC 9(03) COMP VALUE ZERO.
001750 77  WS-SOURCES-NOT-GATED            PIC 9(03) COMP VALUE ZERO.
001760 77  WS-ALERTS-WRITTEN               PIC 9(05) COMP VALUE ZERO.
001770
001780 77  WS-IDX                          PIC 9(03) COMP VALUE ZERO.
001790 77  WS-FOUND-IDX                    PIC 9(03) COMP VALUE ZERO.
001800 77  WS-SCAN-IDX                     PIC 9(03) COMP VALUE ZERO.
001810 77  WS-BAND-IDX                     PIC 9(03) COMP VALUE ZERO.
001820 77  WS-DEFAULT-BAND-IDX             PIC 9(03) COMP VALUE ZERO.
001830 77  WS-ACK-IDX                      PIC 9(03) COMP VALUE ZERO.
001840 77  WS-SLOT-IDX                     PIC 9(03) COMP VALUE ZERO.
001850 77  WS-NIGHT-IDX                    PIC 9(03) COMP VALUE ZERO.
001860
001870 77  WS-ERROR-FILE-NAME              PIC X(09).
001880 77  WS-ERROR-STATUS                 PIC X(02).
001890
001900 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001910 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001920 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001930
001940 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001950 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001960 01  WS-HOLD-LINE                    PIC X(80).
001970
001980*---------------------------------------------------------------
001990* TOLERANCE BANDS FROM VOLBAND. A BAD OR DUPLICATE CARD IS
002000* PRINTED AND ENDS THE RUN RC=12 - A GATE MUST NOT GUESS AT
002010* THE BAND IT WAS MEANT TO APPLY.
002020*---------------------------------------------------------------
002030 01  WS-BAND-TABLE.
002040     05  WS-BAND-COUNT               PIC 9(03) COMP VALUE ZERO.
002050     05  WS-BAND-OVERFLOW            PIC 9(05) COMP VALUE ZERO.
002060     05  WS-BAND-INVALID             PIC 9(05) COMP VALUE ZERO.
002070     05  WS-BAND-ENTRY OCCURS 100 TIMES.
002080         10  WS-BAND-SOURCE          PIC X(03).
002090         10  WS-BAND-LOW-PCT         PIC 9(03).
002100         10  WS-BAND-HIGH-PCT        PIC 9(03).
002110         10  WS-BAND-REJ-POINTS      PIC 9(03).
002120         10  WS-BAND-NIGHTS          PIC 9(02).
002130         10  WS-BAND-MIN-NIGHTS      PIC 9(02).
002140
002150*---------------------------------------------------------------
002160* RELEASE CARDS FROM VOLACK, WITH WHAT BECAME OF EACH.
002170*---------------------------------------------------------------
002180 01  WS-ACK-TABLE.
002190     05  WS-ACK-COUNT                PIC 9(03) COMP VALUE ZERO.
002200     05  WS-ACK-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
002210     05  WS-ACK-ENTRY OCCURS 50 TIMES.
002220         10  WS-ACK-RUN-DATE         PIC X(08).
002230         10  WS-ACK-SOURCE           PIC X(03).
002240         10  WS-ACK-RELEASED-BY      PIC X(08).
002250         10  WS-ACK-RESULT           PIC X(08).
002260             88  WS-ACK-USABLE           VALUE "NOT USED".
002270             88  WS-ACK-APPLIED          VALUE "APPLIED ".
002280
002290*---------------------------------------------------------------
002300* ONE ENTRY PER SOURCE SEEN ON SRCSTATS. THE LAST 30 NIGHTS OF
002310* HISTORY ARE KEPT IN A RING (WS-SRC-NEXT-SLOT IS WHERE THE
002320* NEXT NIGHT GOES); TONIGHT IS HELD SEPARATELY. OVERFLOW ENDS
002330* THE RUN RC=12.
002340*---------------------------------------------------------------
002350 01  WS-SOURCE-TABLE.
002360     05  WS-SRC-COUNT                PIC 9(03) COMP VALUE ZERO.
002370     05  WS-SRC-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
002380     05  WS-SRC-ENTRY OCCURS 100 TIMES.
002390         10  WS-SRC-CODE             PIC X(03).
002400         10  WS-SRC-KEPT             PIC 9(03) COMP.
002410         10  WS-SRC-NEXT-SLOT        PIC 9(03) COMP.
002420         10  WS-SRC-LAST-DATE        PIC 9(08).
002430         10  WS-SRC-LAST-TIME        PIC 9(08).
002440         10  WS-SRC-NIGHT OCCURS 30 TIMES.
002450             15  WS-SRC-HIST-RCVD    PIC 9(07) COMP.
002460             15  WS-SRC-HIST-REJ     PIC 9(07) COMP.
002470         10  WS-SRC-TON-SWITCH       PIC X(01).
002480             88  WS-SRC-NOT-TONIGHT      VALUE " ".
002490             88  WS-SRC-TON-LOADED       VALUE "L".
002500             88  WS-SRC-TON-NOT-LOADED   VALUE "N".
002510         10  WS-SRC-TON-RCVD         PIC 9(07) COMP.
002520         10  WS-SRC-TON-REJ          PIC 9(07) COMP.
002530         10  WS-SRC-NIGHTS-USED      PIC 9(03) COMP.
002540         10  WS-SRC-AVG-RCVD         PIC 9(07) COMP.
002550         10  WS-SRC-PCT              PIC 9(04)V9(01).
002560         10  WS-SRC-RATE             PIC 9(03)V9(01).
002570         10  WS-SRC-AVG-RATE         PIC 9(03)V9(01).
002580         10  WS-SRC-BAND-IDX         PIC 9(03) COMP.
002590         10  WS-SRC-SHORT-SWITCH     PIC X(01).
002600             88  WS-SRC-SHORT            VALUE "Y".
002610         10  WS-SRC-LONG-SWITCH      PIC X(01).
002620             88  WS-SRC-LONG             VALUE "Y".
002630         10  WS-SRC-REJ-SWITCH       PIC X(01).
002640             88  WS-SRC-REJ-HIGH         VALUE "Y".
002650         10  WS-SRC-RESULT           PIC X(08).
002660         10  WS-SRC-RELEASED-BY      PIC X(08).
002670
002680*---------------------------------------------------------------
002690* PRINT LINE LAYOUTS
002700*---------------------------------------------------------------
002710 01  WS-HEADER-LINE-1.
002720     05  FILLER                      PIC X(38)
002730             VALUE "FPVOLGAT - SOURCE VOLUME ANOMALY GATE ".
002740     05  FILLER                      PIC X(05) VALUE "PAGE ".
002750     05  HDR-PAGE-NO                 PIC ZZ9.
002760     05  FILLER                      PIC X(34) VALUE SPACES.
002770
002780 01  WS-HEADER-LINE-2.
002790     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002800     05  HDR-RUN-DATE                PIC 9(08).
002810     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
002820     05  HDR-RUN-TIME                PIC 9(08).
002830     05  FILLER                      PIC X(17)
002840             VALUE "  NIGHT GATED:   ".
002850     05  HDR-TON-DATE                PIC 9(08).
002860     05  FILLER                      PIC X(01) VALUE SPACE.
002870     05  HDR-TON-TIME                PIC 9(08).
002880     05  FILLER                      PIC X(11) VALUE SPACES.
002890
002900 01  WS-SECTION-LINE.
002910     05  SEC-TITLE                   PIC X(40).
002920     05  FILLER                      PIC X(40) VALUE SPACES.
002930
002940 01  WS-BAND-HEAD-LINE.
002950     05  FILLER                      PIC X(40)
002960             VALUE "  SRC  LOW%  HIGH%  REJ+PTS   NIGHTS   M".
002970     05  FILLER                      PIC X(40)
002980             VALUE "IN  STATUS                              ".
002990
003000 01  WS-BAND-LINE.
003010     05  FILLER                      PIC X(02) VALUE SPACES.
003020     05  BDL-SOURCE                  PIC X(03).
003030     05  FILLER                      PIC X(03) VALUE SPACES.
003040     05  BDL-LOW-PCT                 PIC X(03).
003050     05  FILLER                      PIC X(04) VALUE SPACES.
003060     05  BDL-HIGH-PCT                PIC X(03).
003070     05  FILLER                      PIC X(06) VALUE SPACES.
003080     05  BDL-REJ-POINTS              PIC X(03).
003090     05  FILLER                      PIC X(07) VALUE SPACES.
003100     05  BDL-NIGHTS                  PIC X(02).
003110     05  FILLER                      PIC X(04) VALUE SPACES.
003120     05  BDL-MIN-NIGHTS              PIC X(02).
003130     05  FILLER                      PIC X(02) VALUE SPACES.
003140     05  BDL-STATUS                  PIC X(30).
003150     05  FILLER                      PIC X(06) VALUE SPACES.
003160
003170 01  WS-CHECK-HEAD-LINE.
003180     05  FILLER                      PIC X(40)
003190             VALUE "  SRC   TONIGHT    AVERAGE PCT-AVG   REJ".
003200     05  FILLER                      PIC X(40)
003210             VALUE "%  AVG-REJ% NTS   RESULT                ".
003220
003230 01  WS-CHECK-LINE.
003240     05  FILLER                      PIC X(02) VALUE SPACES.
003250     05  CHK-SOURCE                  PIC X(03).
003260     05  FILLER                      PIC X(01) VALUE SPACE.
003270     05  CHK-TONIGHT                 PIC Z,ZZZ,ZZ9.
003280     05  FILLER                      PIC X(02) VALUE SPACES.
003290     05  CHK-AVERAGE                 PIC Z,ZZZ,ZZ9.
003300     05  FILLER                      PIC X(02) VALUE SPACES.
003310     05  CHK-PCT                     PIC ZZZ9.9.
003320     05  FILLER                      PIC X(02) VALUE SPACES.
003330     05  CHK-RATE                    PIC ZZ9.9.
003340     05  FILLER                      PIC X(05) VALUE SPACES.
003350     05  CHK-AVG-RATE                PIC ZZ9.9.
003360     05  FILLER                      PIC X(02) VALUE SPACES.
003370     05  CHK-NIGHTS                  PIC Z9.
003380     05  FILLER                      PIC X(03) VALUE SPACES.
003390     05  CHK-RESULT                  PIC X(08).
003400     05  FILLER                      PIC X(14) VALUE SPACES.
003410
003420 01  WS-ALERT-LINE.
003430     05  FILLER                      PIC X(02) VALUE SPACES.
003440     05  ALR-SOURCE                  PIC X(03).
003450     05  FILLER                      PIC X(02) VALUE SPACES.
003460     05  ALR-TEXT                    PIC X(22).
003470     05  ALR-VALUE                   PIC ZZZ9.9.
003480     05  FILLER                      PIC X(07) VALUE " LIMIT ".
003490     05  ALR-LIMIT                   PIC ZZZ9.9.
003500     05  FILLER                      PIC X(02) VALUE SPACES.
003510     05  ALR-ACTION                  PIC X(30).
003520
003530 01  WS-MESSAGE-LINE.
003540     05  FILLER                      PIC X(02) VALUE SPACES.
003550     05  MSG-TEXT                    PIC X(78).
003560
003570 01  WS-ACK-LINE.
003580     05  FILLER                      PIC X(02) VALUE SPACES.
003590     05  ACL-RUN-DATE                PIC X(08).
003600     05  FILLER                      PIC X(02) VALUE SPACES.
003610     05  ACL-SOURCE                  PIC X(03).
003620     05  FILLER                      PIC X(02) VALUE SPACES.
003630     05  ACL-RELEASED-BY             PIC X(08).
003640     05  FILLER                      PIC X(02) VALUE SPACES.
003650     05  ACL-RESULT                  PIC X(08).
003660     05  FILLER                      PIC X(45) VALUE SPACES.
003670
003680 01  WS-OVERFLOW-LINE.
003690     05  FILLER                      PIC X(11)
003700             VALUE "  OVERFLOW ".
003710     05  OVF-COUNT                   PIC Z,ZZZ,ZZ9.
003720     05  FILLER                      PIC X(01) VALUE SPACE.
003730     05  OVF-TEXT                    PIC X(40).
003740     05  FILLER                      PIC X(19) VALUE SPACES.
003750
003760 01  WS-TOTAL-LINE-1.
003770     05  FILLER                      PIC X(16)
003780             VALUE "SRCSTATS READ   ".
003790     05  TOT-READ                    PIC Z,ZZZ,ZZ9.
003800     05  FILLER                      PIC X(10) VALUE "  TONIGHT ".
003810     05  TOT-TONIGHT                 PIC Z,ZZZ,ZZ9.
003820     05  FILLER                      PIC X(10) VALUE "  HISTORY ".
003830     05  TOT-HISTORY                 PIC Z,ZZZ,ZZ9.
003840     05  FILLER                      PIC X(17) VALUE SPACES.
003850
003860 01  WS-TOTAL-LINE-2.
003870     05  FILLER                      PIC X(16)
003880             VALUE "SOURCES CHECKED ".
003890     05  TOT-CHECKED                 PIC ZZ9.
003900     05  FILLER                      PIC X(10) VALUE "  IN BAND ".
003910     05  TOT-IN-BAND                 PIC ZZ9.
003920     05  FILLER                      PIC X(07) VALUE "  HELD ".
003930     05  TOT-HELD                    PIC ZZ9.
003940     05  FILLER                      PIC X(11)
003950             VALUE "  RELEASED ".
003960     05  TOT-RELEASED                PIC ZZ9.
003970     05  FILLER                      PIC X(13)
003980             VALUE "  NOT GATED  ".
003990     05  TOT-NOT-GATED               PIC ZZ9.
004000     05  FILLER                      PIC X(08) VALUE SPACES.
004010
004020 01  WS-TOTAL-LINE-3.
004030     05  FILLER                      PIC X(16)
004040             VALUE "RETURN CODE     ".
004050     05  TOT-RC                      PIC ZZ9.
004060     05  FILLER                      PIC X(02) VALUE SPACES.
004070     05  TOT-RESULT                  PIC X(50).
004080     05  FILLER                      PIC X(09) VALUE SPACES.
004090
004100*---------------------------------------------------------------
004110* PROCEDURE DIVISION
004120*---------------------------------------------------------------
004130 PROCEDURE DIVISION.
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     PERFORM 1100-READ-RUN-HISTORY THRU 1100-EXIT
004170         UNTIL WS-STAHIST-EOF.
004180     IF WS-STAHIST-READ = ZERO
004190         DISPLAY "FPVOLGAT: STAHIST HAS NO RUN TO GATE - "
004200             "RUN ABANDONED"
004210         MOVE 12 TO WS-RETURN-CODE
004220         MOVE WS-RETURN-CODE TO RETURN-CODE
004230         STOP RUN
004240     END-IF.
004250     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
004260     PERFORM 1200-LOAD-BANDS THRU 1200-EXIT.
004270     PERFORM 1300-LOAD-RELEASE-CARDS THRU 1300-EXIT.
004280     PERFORM 1500-OPEN-SOURCE-STATS THRU 1500-EXIT.
004290     PERFORM 2000-READ-SOURCE-STATS THRU 2000-EXIT
004300         UNTIL WS-SRCSTATS-EOF.
004310     MOVE "SOURCE VOLUME CHECK" TO SEC-TITLE.
004320     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
004330     MOVE WS-CHECK-HEAD-LINE TO PRINT-RECORD.
004340     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
004350     PERFORM 3000-CHECK-ONE-SOURCE THRU 3000-EXIT
004360         VARYING WS-IDX FROM 1 BY 1
004370         UNTIL WS-IDX > WS-SRC-COUNT.
004380     PERFORM 7000-WRITE-ALERTS THRU 7000-EXIT.
004390     PERFORM 7300-WRITE-RELEASE-CARDS THRU 7300-EXIT.
004400     PERFORM 7500-WRITE-TOTALS THRU 7500-EXIT.
004410     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004420 0000-EXIT.
004430     MOVE WS-RETURN-CODE TO RETURN-CODE.
004440     STOP RUN.
004450
004460*-----------------------------------------------------------
004470* 1000-INITIALIZE - STAHIST IS THE ONE FILE THAT MUST BE
004480* THERE - WITHOUT IT THERE IS NO NIGHT TO GATE.
004490*-----------------------------------------------------------
004500 1000-INITIALIZE.
004510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004520     ACCEPT WS-RUN-TIME FROM TIME.
004530
004540     OPEN INPUT STATUS-HISTORY-FILE.
004550     IF WS-STAHIST-STATUS NOT = "00"
004560         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
004570         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
004580         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004590     END-IF.
004600
004610     OPEN OUTPUT PRINT-FILE.
004620     IF WS-PRINT-STATUS NOT = "00"
004630         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
004640         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
004650         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004660     END-IF.
004670 1000-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------
004710* 1100-READ-RUN-HISTORY - READ STAHIST TO THE END, KEEPING
004720* THE LAST RUN (TONIGHT).
004730*-----------------------------------------------------------
004740 1100-READ-RUN-HISTORY.
004750     READ STATUS-HISTORY-FILE
004760         AT END
004770             SET WS-STAHIST-EOF TO TRUE
004780     END-READ.
004790     IF WS-STAHIST-EOF
004800         GO TO 1100-EXIT
004810     END-IF.
004820     IF WS-STAHIST-STATUS NOT = "00"
004830         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
004840         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
004850         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004860     END-IF.
004870     ADD 1 TO WS-STAHIST-READ.
004880     MOVE STA-RUN-DATE TO WS-TON-RUN-DATE.
004890     MOVE STA-RUN-TIME TO WS-TON-RUN-TIME.
004900 1100-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------
004940* 1200-LOAD-BANDS - READ AND EDIT THE VOLBAND CARDS, PRINTING
004950* EACH ONE. A MISSING OR EMPTY VOLBAND GATES NOTHING (RC=04).
004960*-----------------------------------------------------------
004970 1200-LOAD-BANDS.
004980     MOVE "TOLERANCE BANDS" TO SEC-TITLE.
004990     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005000     OPEN INPUT BAND-CONTROL-FILE.
005010     EVALUATE WS-BAND-STATUS
005020         WHEN "00"
005030             CONTINUE
005040         WHEN "35"
005050             SET WS-BAND-EOF TO TRUE
005060         WHEN OTHER
005070             MOVE "VOLBAND" TO WS-ERROR-FILE-NAME
005080             MOVE WS-BAND-STATUS TO WS-ERROR-STATUS
005090             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005100     END-EVALUATE.
005110     IF NOT WS-BAND-EOF
005120         MOVE WS-BAND-HEAD-LINE TO PRINT-RECORD
005130         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
005140         PERFORM 1210-READ-BAND-CARD THRU 1210-EXIT
005150             UNTIL WS-BAND-EOF
005160         CLOSE BAND-CONTROL-FILE
005170         IF WS-BAND-STATUS NOT = "00"
005180             MOVE "VOLBAND" TO WS-ERROR-FILE-NAME
005190             MOVE WS-BAND-STATUS TO WS-ERROR-STATUS
005200             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005210         END-IF
005220     END-IF.
005230     IF WS-BAND-COUNT = ZERO AND WS-BAND-INVALID = ZERO
005240         MOVE "NO TOLERANCE BANDS ON VOLBAND - NO SOURCE IS GATED"
005250             TO MSG-TEXT
005260         MOVE WS-MESSAGE-LINE TO PRINT-RECORD
005270         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
005280         DISPLAY "FPVOLGAT: NO TOLERANCE BANDS - NOTHING GATED"
005290         PERFORM 9700-SET-WARNING THRU 9700-EXIT
005300     END-IF.
005310     IF WS-BAND-OVERFLOW > ZERO
005320         MOVE WS-BAND-OVERFLOW TO OVF-COUNT
005330         MOVE "BAND CARDS BEYOND TABLE - ENLARGE TABLE"
005340             TO OVF-TEXT
005350         MOVE WS-OVERFLOW-LINE TO PRINT-RECORD
005360         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
005370         MOVE 12 TO WS-RETURN-CODE
005380     END-IF.
005390     IF WS-BAND-INVALID > ZERO
005400         DISPLAY "FPVOLGAT: " WS-BAND-INVALID
005410             " VOLBAND CARD(S) REJECTED - SEE PRTOUT"
005420         IF WS-RETURN-CODE < 12
005430             MOVE 12 TO WS-RETURN-CODE
005440         END-IF
005450     END-IF.
005460 1200-EXIT.
005470     EXIT.
005480
005490 1210-READ-BAND-CARD.
005500     READ BAND-CONTROL-FILE
005510         AT END
005520             SET WS-BAND-EOF TO TRUE
005530     END-READ.
005540     IF WS-BAND-EOF
005550         GO TO 1210-EXIT
005560     END-IF.
005570     IF WS-BAND-STATUS NOT = "00"
005580         MOVE "VOLBAND" TO WS-ERROR-FILE-NAME
005590         MOVE WS-BAND-STATUS TO WS-ERROR-STATUS
005600         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005610     END-IF.
005620     MOVE BND-SOURCE TO BDL-SOURCE.
005630     MOVE BND-LOW-PCT TO BDL-LOW-PCT.
005640     MOVE BND-HIGH-PCT TO BDL-HIGH-PCT.
005650     MOVE BND-REJ-POINTS TO BDL-REJ-POINTS.
005660     MOVE BND-NIGHTS TO BDL-NIGHTS.
005670     MOVE BND-MIN-NIGHTS TO BDL-MIN-NIGHTS.
005680     PERFORM 1220-EDIT-BAND-CARD THRU 1220-EXIT.
005690     IF BDL-STATUS = "ACCEPTED"
005700         IF WS-BAND-COUNT >= 100
005710             ADD 1 TO WS-BAND-OVERFLOW
005720             MOVE "NOT LOADED - TABLE FULL" TO BDL-STATUS
005730         ELSE
005740             ADD 1 TO WS-BAND-COUNT
005750             MOVE BND-SOURCE TO WS-BAND-SOURCE (WS-BAND-COUNT)
005760             MOVE BND-LOW-PCT-N TO WS-BAND-LOW-PCT (WS-BAND-COUNT)
005770             MOVE BND-HIGH-PCT-N
005780                 TO WS-BAND-HIGH-PCT (WS-BAND-COUNT)
005790             MOVE BND-REJ-POINTS-N
005800                 TO WS-BAND-REJ-POINTS (WS-BAND-COUNT)
005810             MOVE BND-NIGHTS-N TO WS-BAND-NIGHTS (WS-BAND-COUNT)
005820             MOVE BND-MIN-NIGHTS-N
005830                 TO WS-BAND-MIN-NIGHTS (WS-BAND-COUNT)
005840             IF BND-SOURCE = "***"
005850                 MOVE WS-BAND-COUNT TO WS-DEFAULT-BAND-IDX
005860             END-IF
005870         END-IF
005880     ELSE
005890         ADD 1 TO WS-BAND-INVALID
005900     END-IF.
005910     MOVE WS-BAND-LINE TO PRINT-RECORD.
005920     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
005930 1210-EXIT.
005940     EXIT.
005950
005960*-----------------------------------------------------------
005970* 1220-EDIT-BAND-CARD - SET BDL-STATUS TO "ACCEPTED" OR TO
005980* THE FIRST THING WRONG WITH THE CARD.
005990*-----------------------------------------------------------
006000 1220-EDIT-BAND-CARD.
006010     MOVE "ACCEPTED" TO BDL-STATUS.
006020     IF BND-SOURCE = SPACES
006030         MOVE "REJECTED - NO SOURCE CODE" TO BDL-STATUS
006040         GO TO 1220-EXIT
006050     END-IF.
006060     IF BND-LOW-PCT NOT NUMERIC OR BND-HIGH-PCT NOT NUMERIC
006070             OR BND-REJ-POINTS NOT NUMERIC
006080             OR BND-NIGHTS NOT NUMERIC
006090             OR BND-MIN-NIGHTS NOT NUMERIC
006100         MOVE "REJECTED - FIELD NOT NUMERIC" TO BDL-STATUS
006110         GO TO 1220-EXIT
006120     END-IF.
006130     IF BND-HIGH-PCT-N NOT = ZERO AND
006140             BND-HIGH-PCT-N NOT > BND-LOW-PCT-N
006150         MOVE "REJECTED - HIGH NOT ABOVE LOW" TO BDL-STATUS
006160         GO TO 1220-EXIT
006170     END-IF.
006180     IF BND-NIGHTS-N < 1 OR BND-NIGHTS-N > 30
006190         MOVE "REJECTED - NIGHTS NOT 01-30" TO BDL-STATUS
006200         GO TO 1220-EXIT
006210     END-IF.
006220     IF BND-MIN-NIGHTS-N < 1 OR BND-MIN-NIGHTS-N > BND-NIGHTS-N
006230         MOVE "REJECTED - MIN NOT 01-NIGHTS" TO BDL-STATUS
006240         GO TO 1220-EXIT
006250     END-IF.
006260     MOVE ZERO TO WS-FOUND-IDX.
006270     PERFORM 1230-MATCH-BAND-CARD THRU 1230-EXIT
006280         VARYING WS-SCAN-IDX FROM 1 BY 1
006290         UNTIL WS-SCAN-IDX > WS-BAND-COUNT
006300            OR WS-FOUND-IDX > ZERO.
006310     IF WS-FOUND-IDX > ZERO
006320         MOVE "REJECTED - DUPLICATE SOURCE" TO BDL-STATUS
006330     END-IF.
006340 1220-EXIT.
006350     EXIT.
006360
006370 1230-MATCH-BAND-CARD.
006380     IF WS-BAND-SOURCE (WS-SCAN-IDX) = BND-SOURCE
006390         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
006400     END-IF.
006410 1230-EXIT.
006420     EXIT.
006430
006440*-----------------------------------------------------------
006450* 1300-LOAD-RELEASE-CARDS - READ THE VOLACK CARDS INTO THE
006460* TABLE. A CARD FOR ANOTHER NIGHT OR WITHOUT A RELEASED-BY
006470* IS KEPT FOR THE REPORT BUT RELEASES NOTHING. VOLACK IS
006480* NORMALLY DUMMY.
006490*-----------------------------------------------------------
006500 1300-LOAD-RELEASE-CARDS.
006510     OPEN INPUT RELEASE-CARD-FILE.
006520     EVALUATE WS-ACK-STATUS
006530         WHEN "00"
006540             CONTINUE
006550         WHEN "35"
006560             SET WS-ACK-EOF TO TRUE
006570         WHEN OTHER
006580             MOVE "VOLACK" TO WS-ERROR-FILE-NAME
006590             MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
006600             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006610     END-EVALUATE.
006620     IF NOT WS-ACK-EOF
006630         PERFORM 1310-READ-RELEASE-CARD THRU 1310-EXIT
006640             UNTIL WS-ACK-EOF
006650         CLOSE RELEASE-CARD-FILE
006660         IF WS-ACK-STATUS NOT = "00"
006670             MOVE "VOLACK" TO WS-ERROR-FILE-NAME
006680             MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
006690             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006700         END-IF
006710     END-IF.
006720 1300-EXIT.
006730     EXIT.
006740
006750 1310-READ-RELEASE-CARD.
006760     READ RELEASE-CARD-FILE
006770         AT END
006780             SET WS-ACK-EOF TO TRUE
006790     END-READ.
006800     IF WS-ACK-EOF
006810         GO TO 1310-EXIT
006820     END-IF.
006830     IF WS-ACK-STATUS NOT = "00"
006840         MOVE "VOLACK" TO WS-ERROR-FILE-NAME
006850         MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
006860         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006870     END-IF.
006880     IF WS-ACK-COUNT >= 50
006890         ADD 1 TO WS-ACK-OVERFLOW
006900         GO TO 1310-EXIT
006910     END-IF.
006920     ADD 1 TO WS-ACK-COUNT.
006930     MOVE ACK-RUN-DATE TO WS-ACK-RUN-DATE (WS-ACK-COUNT).
006940     MOVE ACK-SOURCE TO WS-ACK-SOURCE (WS-ACK-COUNT).
006950     MOVE ACK-RELEASED-BY TO WS-ACK-RELEASED-BY (WS-ACK-COUNT).
006960     EVALUATE TRUE
006970         WHEN ACK-RUN-DATE NOT NUMERIC
006980             MOVE "INVALID " TO WS-ACK-RESULT (WS-ACK-COUNT)
006990         WHEN ACK-SOURCE = SPACES
007000             MOVE "INVALID " TO WS-ACK-RESULT (WS-ACK-COUNT)
007010         WHEN ACK-RELEASED-BY = SPACES
007020             MOVE "NO NAME " TO WS-ACK-RESULT (WS-ACK-COUNT)
007030         WHEN ACK-RUN-DATE-N NOT = WS-TON-RUN-DATE
007040             MOVE "OTHER DT" TO WS-ACK-RESULT (WS-ACK-COUNT)
007050         WHEN OTHER
007060             MOVE "NOT USED" TO WS-ACK-RESULT (WS-ACK-COUNT)
007070     END-EVALUATE.
007080 1310-EXIT.
007090     EXIT.
007100
007110*-----------------------------------------------------------
007120* 1500-OPEN-SOURCE-STATS - A MISSING SRCSTATS MEANS NOTHING
007130* HAS BEEN COLLECTED YET; THE RUN HAS NO SOURCE TO GATE.
007140*-----------------------------------------------------------
007150 1500-OPEN-SOURCE-STATS.
007160     OPEN INPUT SOURCE-STATS-FILE.
007170     EVALUATE WS-SRCSTATS-STATUS
007180         WHEN "00"
007190             CONTINUE
007200         WHEN "35"
007210             SET WS-SRCSTATS-EOF TO TRUE
007220         WHEN OTHER
007230             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
007240             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
007250             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007260     END-EVALUATE.
007270 1500-EXIT.
007280     EXIT.
007290
007300*-----------------------------------------------------------
007310* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE.
007320*-----------------------------------------------------------
007330 1700-WRITE-REPORT-HEADER.
007340     ADD 1 TO WS-PRINT-PAGE-COUNT.
007350     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
007360     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
007370     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
007380     MOVE WS-TON-RUN-DATE TO HDR-TON-DATE.
007390     MOVE WS-TON-RUN-TIME TO HDR-TON-TIME.
007400     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
007410     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
007420     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007430     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
007440     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007450     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007460     MOVE SPACES TO PRINT-RECORD.
007470     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007480     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007490     MOVE 3 TO WS-PRINT-LINE-COUNT.
007500 1700-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------
007540* 2000-READ-SOURCE-STATS - READ ONE STATISTICS RECORD. ONE OF
007550* TONIGHT'S IS ADDED TO THE SOURCE'S TONIGHT FIGURES; AN
007560* EARLIER ONE THAT LOADED DETAILS GOES INTO ITS HISTORY.
007570*-----------------------------------------------------------
007580 2000-READ-SOURCE-STATS.
007590     READ SOURCE-STATS-FILE
007600         AT END
007610             SET WS-SRCSTATS-EOF TO TRUE
007620     END-READ.
007630     IF WS-SRCSTATS-EOF
007640         GO TO 2000-EXIT
007650     END-IF.
007660     IF WS-SRCSTATS-STATUS NOT = "00" AND
007670             WS-SRCSTATS-STATUS NOT = "10"
007680         MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
007690         MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
007700         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007710     END-IF.
007720     ADD 1 TO WS-SRCSTATS-READ.
007730     IF SRC-SOURCE-CODE = SPACES
007740         GO TO 2000-EXIT
007750     END-IF.
007760     IF SRC-REJ-SRCNAUTH NOT NUMERIC
007770         MOVE ZERO TO SRC-REJ-SRCNAUTH
007780     END-IF.
007790     IF SRC-RUN-TIME IS NUMERIC
007800         MOVE SRC-RUN-TIME TO WS-REC-RUN-TIME
007810     ELSE
007820         MOVE ZERO TO WS-REC-RUN-TIME
007830     END-IF.
007840     COMPUTE WS-REJECTS-WORK = SRC-REJ-NOTAPPRV +
007850         SRC-REJ-BLANKVAL + SRC-REJ-OTHER + SRC-REJ-SRCNAUTH.
007860     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT.
007870     IF WS-FOUND-IDX = ZERO
007880         GO TO 2000-EXIT
007890     END-IF.
007900     IF SRC-RUN-DATE = WS-TON-RUN-DATE AND
007910             WS-REC-RUN-TIME = WS-TON-RUN-TIME
007920         ADD 1 TO WS-SRCSTATS-TONIGHT
007930         PERFORM 2200-ADD-TONIGHT THRU 2200-EXIT
007940     ELSE
007950         IF SRC-RECON-RESULT NOT = "MISSING " AND
007960                 SRC-STALE-FLAG NOT = "Y"
007970             ADD 1 TO WS-SRCSTATS-HISTORY
007980             PERFORM 2300-ADD-HISTORY THRU 2300-EXIT
007990         END-IF
008000     END-IF.
008010 2000-EXIT.
008020     EXIT.
008030
008040*-----------------------------------------------------------
008050* 2100-FIND-SOURCE - LOCATE (OR ADD) THE SOURCE'S TABLE ENTRY
008060* IN WS-FOUND-IDX; ZERO WHEN THE TABLE IS FULL.
008070*-----------------------------------------------------------
008080 2100-FIND-SOURCE.
008090     MOVE ZERO TO WS-FOUND-IDX.
008100     PERFORM 2110-MATCH-SOURCE THRU 2110-EXIT
008110         VARYING WS-SCAN-IDX FROM 1 BY 1
008120         UNTIL WS-SCAN-IDX > WS-SRC-COUNT
008130            OR WS-FOUND-IDX > ZERO.
008140     IF WS-FOUND-IDX > ZERO
008150         GO TO 2100-EXIT
008160     END-IF.
008170     IF WS-SRC-COUNT >= 100
008180         ADD 1 TO WS-SRC-OVERFLOW
008190         GO TO 2100-EXIT
008200     END-IF.
008210     ADD 1 TO WS-SRC-COUNT.
008220     MOVE WS-SRC-COUNT TO WS-FOUND-IDX.
008230     MOVE SRC-SOURCE-CODE TO WS-SRC-CODE (WS-FOUND-IDX).
008240     MOVE ZERO TO WS-SRC-KEPT (WS-FOUND-IDX).
008250     MOVE 1 TO WS-SRC-NEXT-SLOT (WS-FOUND-IDX).
008260     MOVE ZERO TO WS-SRC-LAST-DATE (WS-FOUND-IDX).
008270     MOVE ZERO TO WS-SRC-LAST-TIME (WS-FOUND-IDX).
008280     MOVE SPACE TO WS-SRC-TON-SWITCH (WS-FOUND-IDX).
008290     MOVE ZERO TO WS-SRC-TON-RCVD (WS-FOUND-IDX).
008300     MOVE ZERO TO WS-SRC-TON-REJ (WS-FOUND-IDX).
008310     MOVE ZERO TO WS-SRC-NIGHTS-USED (WS-FOUND-IDX).
008320     MOVE ZERO TO WS-SRC-AVG-RCVD (WS-FOUND-IDX).
008330     MOVE ZERO TO WS-SRC-PCT (WS-FOUND-IDX).
008340     MOVE ZERO TO WS-SRC-RATE (WS-FOUND-IDX).
008350     MOVE ZERO TO WS-SRC-AVG-RATE (WS-FOUND-IDX).
008360     MOVE ZERO TO WS-SRC-BAND-IDX (WS-FOUND-IDX).
008370     MOVE "N" TO WS-SRC-SHORT-SWITCH (WS-FOUND-IDX).
008380     MOVE "N" TO WS-SRC-LONG-SWITCH (WS-FOUND-IDX).
008390     MOVE "N" TO WS-SRC-REJ-SWITCH (WS-FOUND-IDX).
008400     MOVE SPACES TO WS-SRC-RESULT (WS-FOUND-IDX).
008410     MOVE SPACES TO WS-SRC-RELEASED-BY (WS-FOUND-IDX).
008420 2100-EXIT.
008430     EXIT.
008440
008450 2110-MATCH-SOURCE.
008460     IF WS-SRC-CODE (WS-SCAN-IDX) = SRC-SOURCE-CODE
008470         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
008480     END-IF.
008490 2110-EXIT.
008500     EXIT.
008510
008520*-----------------------------------------------------------
008530* 2200-ADD-TONIGHT - A STALE SKIP OR MISSING FEED TONIGHT
008540* LOADED NOTHING, SO ON ITS OWN IT LEAVES THE SOURCE UNGATED.
008550*-----------------------------------------------------------
008560 2200-ADD-TONIGHT.
008570     IF SRC-RECON-RESULT = "MISSING " OR SRC-STALE-FLAG = "Y"
008580         IF WS-SRC-NOT-TONIGHT (WS-FOUND-IDX)
008590             SET WS-SRC-TON-NOT-LOADED (WS-FOUND-IDX) TO TRUE
008600         END-IF
008610         GO TO 2200-EXIT
008620     END-IF.
008630     SET WS-SRC-TON-LOADED (WS-FOUND-IDX) TO TRUE.
008640     ADD SRC-DETAILS-RECEIVED TO WS-SRC-TON-RCVD (WS-FOUND-IDX).
008650     ADD WS-REJECTS-WORK TO WS-SRC-TON-REJ (WS-FOUND-IDX).
008660 2200-EXIT.
008670     EXIT.
008680
008690*-----------------------------------------------------------
008700* 2300-ADD-HISTORY - A FURTHER FEED FROM THE SAME RUN IS
008710* ADDED TO THAT RUN'S NIGHT; A NEW RUN TAKES THE NEXT SLOT IN
008720* THE RING, OVERWRITING THE OLDEST ONCE 30 ARE KEPT.
008730*-----------------------------------------------------------
008740 2300-ADD-HISTORY.
008750     IF WS-SRC-KEPT (WS-FOUND-IDX) > ZERO AND
008760             SRC-RUN-DATE = WS-SRC-LAST-DATE (WS-FOUND-IDX) AND
008770             WS-REC-RUN-TIME = WS-SRC-LAST-TIME (WS-FOUND-IDX)
008780         IF WS-SRC-NEXT-SLOT (WS-FOUND-IDX) = 1
008790             MOVE 30 TO WS-SLOT-IDX
008800         ELSE
008810             COMPUTE WS-SLOT-IDX =
008820                 WS-SRC-NEXT-SLOT (WS-FOUND-IDX) - 1
008830         END-IF
008840         ADD SRC-DETAILS-RECEIVED
008850             TO WS-SRC-HIST-RCVD (WS-FOUND-IDX, WS-SLOT-IDX)
008860         ADD WS-REJECTS-WORK
008870             TO WS-SRC-HIST-REJ (WS-FOUND-IDX, WS-SLOT-IDX)
008880         GO TO 2300-EXIT
008890     END-IF.
008900     MOVE WS-SRC-NEXT-SLOT (WS-FOUND-IDX) TO WS-SLOT-IDX.
008910     MOVE SRC-DETAILS-RECEIVED
008920         TO WS-SRC-HIST-RCVD (WS-FOUND-IDX, WS-SLOT-IDX).
008930     MOVE WS-REJECTS-WORK
008940         TO WS-SRC-HIST-REJ (WS-FOUND-IDX, WS-SLOT-IDX).
008950     MOVE SRC-RUN-DATE TO WS-SRC-LAST-DATE (WS-FOUND-IDX).
008960     MOVE WS-REC-RUN-TIME TO WS-SRC-LAST-TIME (WS-FOUND-IDX).
008970     IF WS-SRC-KEPT (WS-FOUND-IDX) < 30
008980         ADD 1 TO WS-SRC-KEPT (WS-FOUND-IDX)
008990     END-IF.
009000     IF WS-SLOT-IDX = 30
009010         MOVE 1 TO WS-SRC-NEXT-SLOT (WS-FOUND-IDX)
009020     ELSE
009030         ADD 1 TO WS-SRC-NEXT-SLOT (WS-FOUND-IDX)
009040     END-IF.
009050 2300-EXIT.
009060     EXIT.
009070
009080*-----------------------------------------------------------
009090* 3000-CHECK-ONE-SOURCE - FIND THE SOURCE'S BAND, AVERAGE ITS
009100* LAST NIGHTS, COMPARE TONIGHT, AND PRINT ITS CHECK LINE.
009110* RESULTS: IN BAND, HOLD, RELEASED, NO BAND, NO HIST (TOO
009120* FEW NIGHTS), NOT LOAD (STALE OR MISSING TONIGHT). A SOURCE
009130* WITH NOTHING TONIGHT IS NOT LISTED.
009140*-----------------------------------------------------------
009150 3000-CHECK-ONE-SOURCE.
009160     IF WS-SRC-NOT-TONIGHT (WS-IDX)
009170         GO TO 3000-EXIT
009180     END-IF.
009190     ADD 1 TO WS-SOURCES-CHECKED.
009200     IF WS-SRC-TON-NOT-LOADED (WS-IDX)
009210         MOVE "NOT LOAD" TO WS-SRC-RESULT (WS-IDX)
009220         ADD 1 TO WS-SOURCES-NOT-GATED
009230         GO TO 3000-WRITE
009240     END-IF.
009250     IF WS-SRC-TON-RCVD (WS-IDX) > ZERO
009260         COMPUTE WS-SRC-RATE (WS-IDX) ROUNDED =
009270             WS-SRC-TON-REJ (WS-IDX) * 100 /
009280             WS-SRC-TON-RCVD (WS-IDX)
009290     END-IF.
009300     MOVE ZERO TO WS-FOUND-IDX.
009310     PERFORM 3010-MATCH-BAND THRU 3010-EXIT
009320         VARYING WS-SCAN-IDX FROM 1 BY 1
009330         UNTIL WS-SCAN-IDX > WS-BAND-COUNT
009340            OR WS-FOUND-IDX > ZERO.
009350     IF WS-FOUND-IDX = ZERO
009360         MOVE WS-DEFAULT-BAND-IDX TO WS-FOUND-IDX
009370     END-IF.
009380     IF WS-FOUND-IDX = ZERO
009390         MOVE "NO BAND " TO WS-SRC-RESULT (WS-IDX)
009400         ADD 1 TO WS-SOURCES-NOT-GATED
009410         PERFORM 9700-SET-WARNING THRU 9700-EXIT
009420         GO TO 3000-WRITE
009430     END-IF.
009440     MOVE WS-FOUND-IDX TO WS-SRC-BAND-IDX (WS-IDX).
009450     MOVE WS-FOUND-IDX TO WS-BAND-IDX.
009460     PERFORM 3100-AVERAGE-HISTORY THRU 3100-EXIT.
009470     IF WS-SRC-NIGHTS-USED (WS-IDX) <
009480             WS-BAND-MIN-NIGHTS (WS-BAND-IDX)
009490         MOVE "NO HIST " TO WS-SRC-RESULT (WS-IDX)
009500         ADD 1 TO WS-SOURCES-NOT-GATED
009510         PERFORM 9700-SET-WARNING THRU 9700-EXIT
009520         GO TO 3000-WRITE
009530     END-IF.
009540     PERFORM 3200-COMPARE-TO-BAND THRU 3200-EXIT.
009550     IF NOT WS-SRC-SHORT (WS-IDX) AND NOT WS-SRC-LONG (WS-IDX)
009560             AND NOT WS-SRC-REJ-HIGH (WS-IDX)
009570         MOVE "IN BAND " TO WS-SRC-RESULT (WS-IDX)
009580         ADD 1 TO WS-SOURCES-IN-BAND
009590         GO TO 3000-WRITE
009600     END-IF.
009610     PERFORM 3300-FIND-RELEASE THRU 3300-EXIT.
009620     IF WS-SRC-RELEASED-BY (WS-IDX) = SPACES
009630         MOVE "HOLD    " TO WS-SRC-RESULT (WS-IDX)
009640         ADD 1 TO WS-SOURCES-HELD
009650         MOVE 20 TO WS-RETURN-CODE
009660         DISPLAY "FPVOLGAT: SOURCE " WS-SRC-CODE (WS-IDX)
009670             " OUTSIDE ITS VOLUME BAND - FPEXTLD HELD"
009680     ELSE
009690         MOVE "RELEASED" TO WS-SRC-RESULT (WS-IDX)
009700         ADD 1 TO WS-SOURCES-RELEASED
009710         PERFORM 9700-SET-WARNING THRU 9700-EXIT
009720         DISPLAY "FPVOLGAT: SOURCE " WS-SRC-CODE (WS-IDX)
009730             " OUTSIDE ITS VOLUME BAND - RELEASED BY "
009740             WS-SRC-RELEASED-BY (WS-IDX)
009750     END-IF.
009760 3000-WRITE.
009770     MOVE WS-SRC-CODE (WS-IDX) TO CHK-SOURCE.
009780     MOVE WS-SRC-TON-RCVD (WS-IDX) TO CHK-TONIGHT.
009790     MOVE WS-SRC-AVG-RCVD (WS-IDX) TO CHK-AVERAGE.
009800     MOVE WS-SRC-PCT (WS-IDX) TO CHK-PCT.
009810     MOVE WS-SRC-RATE (WS-IDX) TO CHK-RATE.
009820     MOVE WS-SRC-AVG-RATE (WS-IDX) TO CHK-AVG-RATE.
009830     MOVE WS-SRC-NIGHTS-USED (WS-IDX) TO CHK-NIGHTS.
009840     MOVE WS-SRC-RESULT (WS-IDX) TO CHK-RESULT.
009850     MOVE WS-CHECK-LINE TO PRINT-RECORD.
009860     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
009870 3000-EXIT.
009880     EXIT.
009890
009900 3010-MATCH-BAND.
009910     IF WS-BAND-SOURCE (WS-SCAN-IDX) = WS-SRC-CODE (WS-IDX)
009920         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
009930     END-IF.
009940 3010-EXIT.
009950     EXIT.
009960
009970*-----------------------------------------------------------
009980* 3100-AVERAGE-HISTORY - SUM THE MOST RECENT NIGHTS IN THE
009990* RING (UP TO THE BAND'S NIGHTS) AND WORK OUT THE AVERAGE
010000* DETAILS RECEIVED AND THE AVERAGE REJECT RATE.
010010*-----------------------------------------------------------
010020 3100-AVERAGE-HISTORY.
010030     MOVE ZERO TO WS-SUM-RECEIVED WS-SUM-REJECTS.
010040     MOVE WS-SRC-KEPT (WS-IDX) TO WS-SRC-NIGHTS-USED (WS-IDX).
010050     IF WS-SRC-NIGHTS-USED (WS-IDX) > WS-BAND-NIGHTS (WS-BAND-IDX)
010060         MOVE WS-BAND-NIGHTS (WS-BAND-IDX)
010070             TO WS-SRC-NIGHTS-USED (WS-IDX)
010080     END-IF.
010090     IF WS-SRC-NIGHTS-USED (WS-IDX) = ZERO
010100         GO TO 3100-EXIT
010110     END-IF.
010120     MOVE WS-SRC-NEXT-SLOT (WS-IDX) TO WS-SLOT-IDX.
010130     PERFORM 3110-ADD-ONE-NIGHT THRU 3110-EXIT
010140         VARYING WS-NIGHT-IDX FROM 1 BY 1
010150         UNTIL WS-NIGHT-IDX > WS-SRC-NIGHTS-USED (WS-IDX).
010160     COMPUTE WS-SRC-AVG-RCVD (WS-IDX) ROUNDED =
010170         WS-SUM-RECEIVED / WS-SRC-NIGHTS-USED (WS-IDX).
010180     IF WS-SUM-RECEIVED > ZERO
010190         COMPUTE WS-SRC-AVG-RATE (WS-IDX) ROUNDED =
010200             WS-SUM-REJECTS * 100 / WS-SUM-RECEIVED
010210         COMPUTE WS-SRC-PCT (WS-IDX) ROUNDED =
010220             WS-SRC-TON-RCVD (WS-IDX) * 100 *
010230             WS-SRC-NIGHTS-USED (WS-IDX) / WS-SUM-RECEIVED
010240             ON SIZE ERROR
010250                 MOVE 9999.9 TO WS-SRC-PCT (WS-IDX)
010260         END-COMPUTE
010270     ELSE
010280         IF WS-SRC-TON-RCVD (WS-IDX) > ZERO
010290             MOVE 9999.9 TO WS-SRC-PCT (WS-IDX)
010300         ELSE
010310             MOVE 100 TO WS-SRC-PCT (WS-IDX)
010320         END-IF
010330     END-IF.
010340 3100-EXIT.
010350     EXIT.
010360
010370 3110-ADD-ONE-NIGHT.
010380     IF WS-SLOT-IDX = 1
010390         MOVE 30 TO WS-SLOT-IDX
010400     ELSE
010410         SUBTRACT 1 FROM WS-SLOT-IDX
010420     END-IF.
010430     ADD WS-SRC-HIST-RCVD (WS-IDX, WS-SLOT-IDX)
010440         TO WS-SUM-RECEIVED.
010450     ADD WS-SRC-HIST-REJ (WS-IDX, WS-SLOT-IDX) TO WS-SUM-REJECTS.
010460 3110-EXIT.
010470     EXIT.
010480
010490*-----------------------------------------------------------
010500* 3200-COMPARE-TO-BAND - FLAG EACH WAY TONIGHT FALLS OUTSIDE
010510* THE BAND.
010520*-----------------------------------------------------------
010530 3200-COMPARE-TO-BAND.
010540     IF WS-SRC-PCT (WS-IDX) < WS-BAND-LOW-PCT (WS-BAND-IDX)
010550         MOVE "Y" TO WS-SRC-SHORT-SWITCH (WS-IDX)
010560     END-IF.
010570     IF WS-BAND-HIGH-PCT (WS-BAND-IDX) NOT = ZERO AND
010580             WS-SRC-PCT (WS-IDX) > WS-BAND-HIGH-PCT (WS-BAND-IDX)
010590         MOVE "Y" TO WS-SRC-LONG-SWITCH (WS-IDX)
010600     END-IF.
010610     IF WS-BAND-REJ-POINTS (WS-BAND-IDX) NOT = ZERO AND
010620             WS-SRC-RATE (WS-IDX) > WS-SRC-AVG-RATE (WS-IDX) +
010630                 WS-BAND-REJ-POINTS (WS-BAND-IDX)
010640         MOVE "Y" TO WS-SRC-REJ-SWITCH (WS-IDX)
010650     END-IF.
010660 3200-EXIT.
010670     EXIT.
010680
010690*-----------------------------------------------------------
010700* 3300-FIND-RELEASE - THE FIRST USABLE VOLACK CARD FOR THIS
010710* SOURCE (OR "***") RELEASES IT; EVERY SUCH CARD IS MARKED
010720* APPLIED.
010730*-----------------------------------------------------------
010740 3300-FIND-RELEASE.
010750     PERFORM 3310-MATCH-RELEASE THRU 3310-EXIT
010760         VARYING WS-ACK-IDX FROM 1 BY 1
010770         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
010780 3300-EXIT.
010790     EXIT.
010800
010810 3310-MATCH-RELEASE.
010820     IF NOT WS-ACK-USABLE (WS-ACK-IDX) AND
010830             NOT WS-ACK-APPLIED (WS-ACK-IDX)
010840         GO TO 3310-EXIT
010850     END-IF.
010860     IF WS-ACK-SOURCE (WS-ACK-IDX) NOT = WS-SRC-CODE (WS-IDX) AND
010870             WS-ACK-SOURCE (WS-ACK-IDX) NOT = "***"
010880         GO TO 3310-EXIT
010890     END-IF.
010900     SET WS-ACK-APPLIED (WS-ACK-IDX) TO TRUE.
010910     IF WS-SRC-RELEASED-BY (WS-IDX) = SPACES
010920         MOVE WS-ACK-RELEASED-BY (WS-ACK-IDX)
010930             TO WS-SRC-RELEASED-BY (WS-IDX)
010940     END-IF.
010950 3310-EXIT.
010960     EXIT.
010970
010980*-----------------------------------------------------------
010990* 7000-WRITE-ALERTS - ONE LINE PER BREACH FOR EVERY SOURCE
011000* OUTSIDE ITS BAND, HELD OR RELEASED.
011010*-----------------------------------------------------------
011020 7000-WRITE-ALERTS.
011030     MOVE "VOLUME ALERTS" TO SEC-TITLE.
011040     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
011050     PERFORM 7100-WRITE-SOURCE-ALERTS THRU 7100-EXIT
011060         VARYING WS-IDX FROM 1 BY 1
011070         UNTIL WS-IDX > WS-SRC-COUNT.
011080     IF WS-ALERTS-WRITTEN = ZERO
011090         MOVE "NONE - EVERY GATED SOURCE IS INSIDE ITS BAND"
011100             TO MSG-TEXT
011110         MOVE WS-MESSAGE-LINE TO PRINT-RECORD
011120         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
011130     END-IF.
011140     IF WS-SOURCES-HELD > ZERO
011150         MOVE SPACES TO MSG-TEXT
011160         STRING "FPEXTLD IS HELD. CHECK THE FEED WITH THE "
011170                 DELIMITED BY SIZE
011180             "SENDER, THEN BACK OUT" DELIMITED BY SIZE
011190             INTO MSG-TEXT
011200         MOVE WS-MESSAGE-LINE TO PRINT-RECORD
011210         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
011220         MOVE SPACES TO MSG-TEXT
011230         STRING "AND RERUN, OR RELEASE WITH A VOLACK CARD "
011240                 DELIMITED BY SIZE
011250             "FOR RUN DATE " DELIMITED BY SIZE
011260             WS-TON-RUN-DATE DELIMITED BY SIZE
011270             INTO MSG-TEXT
011280         MOVE WS-MESSAGE-LINE TO PRINT-RECORD
011290         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
011300     END-IF.
011310 7000-EXIT.
011320     EXIT.
011330
011340 7100-WRITE-SOURCE-ALERTS.
011350     IF WS-SRC-RESULT (WS-IDX) NOT = "HOLD    " AND
011360             WS-SRC-RESULT (WS-IDX) NOT = "RELEASED"
011370         GO TO 7100-EXIT
011380     END-IF.
011390     MOVE WS-SRC-CODE (WS-IDX) TO ALR-SOURCE.
011400     MOVE WS-SRC-BAND-IDX (WS-IDX) TO WS-BAND-IDX.
011410     IF WS-SRC-RESULT (WS-IDX) = "HOLD    "
011420         MOVE "HELD - NOT RELEASED" TO ALR-ACTION
011430     ELSE
011440         MOVE SPACES TO ALR-ACTION
011450         STRING "RELEASED BY " DELIMITED BY SIZE
011460             WS-SRC-RELEASED-BY (WS-IDX) DELIMITED BY SIZE
011470             INTO ALR-ACTION
011480     END-IF.
011490     IF WS-SRC-SHORT (WS-IDX)
011500         MOVE "SHORT - PCT OF AVERAGE" TO ALR-TEXT
011510         MOVE WS-SRC-PCT (WS-IDX) TO ALR-VALUE
011520         MOVE WS-BAND-LOW-PCT (WS-BAND-IDX) TO ALR-LIMIT
011530         PERFORM 7110-WRITE-ALERT-LINE THRU 7110-EXIT
011540     END-IF.
011550     IF WS-SRC-LONG (WS-IDX)
011560         MOVE "LONG - PCT OF AVERAGE " TO ALR-TEXT
011570         MOVE WS-SRC-PCT (WS-IDX) TO ALR-VALUE
011580         MOVE WS-BAND-HIGH-PCT (WS-BAND-IDX) TO ALR-LIMIT
011590         PERFORM 7110-WRITE-ALERT-LINE THRU 7110-EXIT
011600     END-IF.
011610     IF WS-SRC-REJ-HIGH (WS-IDX)
011620         MOVE "REJECT RATE PCT       " TO ALR-TEXT
011630         MOVE WS-SRC-RATE (WS-IDX) TO ALR-VALUE
011640         COMPUTE WS-LIMIT-WORK = WS-SRC-AVG-RATE (WS-IDX) +
011650             WS-BAND-REJ-POINTS (WS-BAND-IDX)
011660         MOVE WS-LIMIT-WORK TO ALR-LIMIT
011670         PERFORM 7110-WRITE-ALERT-LINE THRU 7110-EXIT
011680     END-IF.
011690 7100-EXIT.
011700     EXIT.
011710
011720 7110-WRITE-ALERT-LINE.
011730     MOVE WS-ALERT-LINE TO PRINT-RECORD.
011740     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
011750     ADD 1 TO WS-ALERTS-WRITTEN.
011760 7110-EXIT.
011770     EXIT.
011780
011790*-----------------------------------------------------------
011800* 7300-WRITE-RELEASE-CARDS - EVERY VOLACK CARD AND WHAT BECAME
011810* OF IT. A CARD THAT RELEASED NOTHING IS A WARNING - IT MAY BE
011820* MEANT FOR ANOTHER NIGHT OR ANOTHER SOURCE.
011830*-----------------------------------------------------------
011840 7300-WRITE-RELEASE-CARDS.
011850     IF WS-ACK-COUNT = ZERO AND WS-ACK-OVERFLOW = ZERO
011860         GO TO 7300-EXIT
011870     END-IF.
011880     MOVE "RELEASE CARDS (VOLACK)" TO SEC-TITLE.
011890     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
011900     PERFORM 7310-WRITE-RELEASE-CARD THRU 7310-EXIT
011910         VARYING WS-ACK-IDX FROM 1 BY 1
011920         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
011930     IF WS-ACK-OVERFLOW > ZERO
011940         MOVE WS-ACK-OVERFLOW TO OVF-COUNT
011950         MOVE "RELEASE CARDS BEYOND TABLE - NOT READ"
011960             TO OVF-TEXT
011970         MOVE WS-OVERFLOW-LINE TO PRINT-RECORD
011980         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
011990         PERFORM 9700-SET-WARNING THRU 9700-EXIT
012000     END-IF.
012010 7300-EXIT.
012020     EXIT.
012030
012040 7310-WRITE-RELEASE-CARD.
012050     MOVE WS-ACK-RUN-DATE (WS-ACK-IDX) TO ACL-RUN-DATE.
012060     MOVE WS-ACK-SOURCE (WS-ACK-IDX) TO ACL-SOURCE.
012070     MOVE WS-ACK-RELEASED-BY (WS-ACK-IDX) TO ACL-RELEASED-BY.
012080     MOVE WS-ACK-RESULT (WS-ACK-IDX) TO ACL-RESULT.
012090     MOVE WS-ACK-LINE TO PRINT-RECORD.
012100     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
012110     IF NOT WS-ACK-APPLIED (WS-ACK-IDX)
012120         PERFORM 9700-SET-WARNING THRU 9700-EXIT
012130     END-IF.
012140 7310-EXIT.
012150     EXIT.
012160
012170*-----------------------------------------------------------
012180* 7500-WRITE-TOTALS - COUNTS AND THE RETURN CODE THE
012190* SCHEDULER WILL SEE.
012200*-----------------------------------------------------------
012210 7500-WRITE-TOTALS.
012220     IF WS-SRC-OVERFLOW > ZERO
012230         MOVE WS-SRC-OVERFLOW TO OVF-COUNT
012240         MOVE "RECORDS BEYOND SOURCE TABLE - ENLARGE"
012250             TO OVF-TEXT
012260         MOVE WS-OVERFLOW-LINE TO PRINT-RECORD
012270         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
012280         IF WS-RETURN-CODE < 12
012290             MOVE 12 TO WS-RETURN-CODE
012300         END-IF
012310     END-IF.
012320     IF WS-SOURCES-CHECKED = ZERO
012330         DISPLAY "FPVOLGAT: NO SRCSTATS RECORDS FOR THE NIGHT "
012340             "GATED"
012350         PERFORM 9700-SET-WARNING THRU 9700-EXIT
012360     END-IF.
012370     IF WS-PRINT-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
012380         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
012390     END-IF.
012400     MOVE WS-SRCSTATS-READ TO TOT-READ.
012410     MOVE WS-SRCSTATS-TONIGHT TO TOT-TONIGHT.
012420     MOVE WS-SRCSTATS-HISTORY TO TOT-HISTORY.
012430     MOVE WS-TOTAL-LINE-1 TO PRINT-RECORD.
012440     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
012450     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
012460     MOVE WS-SOURCES-CHECKED TO TOT-CHECKED.
012470     MOVE WS-SOURCES-IN-BAND TO TOT-IN-BAND.
012480     MOVE WS-SOURCES-HELD TO TOT-HELD.
012490     MOVE WS-SOURCES-RELEASED TO TOT-RELEASED.
012500     MOVE WS-SOURCES-NOT-GATED TO TOT-NOT-GATED.
012510     MOVE WS-TOTAL-LINE-2 TO PRINT-RECORD.
012520     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
012530     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
012540     MOVE WS-RETURN-CODE TO TOT-RC.
012550     EVALUATE TRUE
012560         WHEN WS-RETURN-CODE = 20
012570             MOVE "VOLUME ANOMALY - HOLD FPEXTLD UNTIL RELEASED"
012580                 TO TOT-RESULT
012590         WHEN WS-RETURN-CODE = 12
012600             MOVE "CONTROL ERROR - HOLD FPEXTLD, FIX AND RERUN"
012610                 TO TOT-RESULT
012620         WHEN WS-RETURN-CODE = 4
012630             MOVE "WARNING - FPEXTLD MAY RUN, SEE ABOVE"
012640                 TO TOT-RESULT
012650         WHEN OTHER
012660             MOVE "EVERY GATED SOURCE IN BAND - FPEXTLD MAY RUN"
012670                 TO TOT-RESULT
012680     END-EVALUATE.
012690     MOVE WS-TOTAL-LINE-3 TO PRINT-RECORD.
012700     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
012710     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
012720     ADD 4 TO WS-PRINT-LINE-COUNT.
012730 7500-EXIT.
012740     EXIT.
012750
012760 7700-WRITE-SECTION-TITLE.
012770     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
012780         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
012790     END-IF.
012800     MOVE WS-SECTION-LINE TO PRINT-RECORD.
012810     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
012820     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
012830     ADD 2 TO WS-PRINT-LINE-COUNT.
012840 7700-EXIT.
012850     EXIT.
012860
012870*-----------------------------------------------------------
012880* 7800-WRITE-LINE - WRITE THE LINE IN PRINT-RECORD, STARTING
012890* A NEW PAGE FIRST IF THIS ONE IS FULL.
012900*-----------------------------------------------------------
012910 7800-WRITE-LINE.
012920     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
012930         MOVE PRINT-RECORD TO WS-HOLD-LINE
012940         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
012950         MOVE WS-HOLD-LINE TO PRINT-RECORD
012960     END-IF.
012970     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
012980     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
012990     ADD 1 TO WS-PRINT-LINE-COUNT.
013000 7800-EXIT.
013010     EXIT.
013020
013030*-----------------------------------------------------------
013040* 8000-TERMINATE - CLOSE THE FILES.
013050*-----------------------------------------------------------
013060 8000-TERMINATE.
013070     CLOSE PRINT-FILE.
013080     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
013090     CLOSE STATUS-HISTORY-FILE.
013100     IF WS-STAHIST-STATUS NOT = "00"
013110         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
013120         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
013130         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
013140     END-IF.
013150     IF WS-SRCSTATS-STATUS NOT = "35"
013160         CLOSE SOURCE-STATS-FILE
013170         IF WS-SRCSTATS-STATUS NOT = "00"
013180             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
013190             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
013200             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
013210         END-IF
013220     END-IF.
013230 8000-EXIT.
013240     EXIT.
013250
013260*-----------------------------------------------------------
013270* 9700-SET-WARNING - RAISE THE RETURN CODE TO 4 UNLESS IT IS
013280* ALREADY HIGHER.
013290*-----------------------------------------------------------
013300 9700-SET-WARNING.
013310     IF WS-RETURN-CODE < 4
013320         MOVE 4 TO WS-RETURN-CODE
013330     END-IF.
013340 9700-EXIT.
013350     EXIT.
013360
013370*-----------------------------------------------------------
013380* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
013390* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
013400* COMMON FILE-ERROR PARAGRAPH.
013410*-----------------------------------------------------------
013420 9810-CHECK-PRINT-STATUS.
013430     IF WS-PRINT-STATUS NOT = "00"
013440         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
013450         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
013460         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
013470     END-IF.
013480 9810-EXIT.
013490     EXIT.
013500
013510*-----------------------------------------------------------
013520* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
013530* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
013540* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
013550* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
013560*-----------------------------------------------------------
013570 9800-FILE-ERROR.
013580     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
013590         " STATUS: " WS-ERROR-STATUS.
013600     MOVE 12 TO WS-RETURN-CODE.
013610     MOVE WS-RETURN-CODE TO RETURN-CODE.
013620     STOP RUN.
013630 9800-EXIT.
013640     EXIT.
