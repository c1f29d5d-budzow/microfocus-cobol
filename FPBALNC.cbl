000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPBALNC.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - NIGHTLY BALANCING SHEET.
000100*                    TIES THE NIGHT'S RUN-STATUS COUNTS TO WHAT
000110*                    EVERY DOWNSTREAM FILE AND JOB ACTUALLY
000120*                    HOLDS - EXTRACT TRAILER AND DETAILS, THE
000130*                    FPEXTLD APPLY, THE REJECT FILE, THE FPREJHST
000140*                    POSTING, AND THE RESUBMISSIONS AGAINST THE
000150*                    ANONYMOUS FEED - ON ONE SHEET, WITH A RETURN
000160*                    CODE THE SCHEDULER HOLDS ON, SO A NIGHT THAT
000170*                    LOST OR DOUBLED RECORDS BETWEEN JOBS IS
000180*                    CAUGHT BEFORE THE NEXT ONE BUILDS ON IT.
000181*   2026-10-15  DLB  LEG 1 NOW ALSO COUNTS THE RECORDS LEFT IN
000182*                    THE PENDING-APPROVAL SUSPENSE QUEUE
000183*                    (STA-SUSPENDED) - A DETAIL WHOSE VALUE IS
000184*                    NOT YET APPROVED IS NEITHER VALID NOR
000185*                    REJECTED UNTIL IT IS RELEASED OR AGES OUT.
000186*                    STA-SUSPENDED IS TAKEN AS ZERO ON RECORDS
000187*                    WRITTEN BEFORE THE FIELD WENT IN.
000190*---------------------------------------------------------------
000200* THE NIGHT BALANCED IS THE LAST RUN ON STAHIST (A RUN BACKED
000210* OUT BY FPBACKOT IS GONE FROM STAHIST, SO ITS RERUN IS THE
000220* ONE BALANCED). THE RUN BEFORE IT BOUNDS THE RESUBMISSIONS:
000230* RESUBLOG RECORDS WRITTEN AFTER THE PREVIOUS RUN AND BEFORE
000240* THIS ONE ARE THE ONES MERGED INTO TONIGHT'S INPUT.
000250*
000256* LEG 1  RECORDS READ + BAD RECORD TYPES = VALID + REJECTED +
000262*        SUSPENDED (A BAD RECORD TYPE IS REJECTED WITHOUT BEING
000268*        COUNTED AS READ, SO IT IS ADDED BACK FROM THE REJECTS;
000274*        READ INCLUDES THE SUSPENSE QUEUE READ BACK AT START OF
000280*        RUN, AND SUSPENDED IS THE QUEUE LEFT AT END OF RUN)
000290* LEG 2  VALID LESS DUPLICATES SUPPRESSED = EXTRACT TRAILER
000300*        COUNT = EXTRACT DETAILS = DETAILS APPLIED BY FPEXTLD
000310* LEG 3  RECORDS REJECTED = REJECT FILE RECORDS = REJECTS
000320*        POSTED BY FPREJHST
000330* LEG 4  RESUBMISSIONS LOGGED BY FPRESUB = DETAILS RECEIVED ON
000340*        TONIGHT'S ANONYMOUS (BLANK-SOURCE) FEED ON SRCSTATS
000350*
000360* RETURN CODES:
000370*   RC=00  EVERY LEG IN BALANCE
000380*   RC=12  STAHIST MISSING OR EMPTY, OR UNEXPECTED FILE STATUS
000390*   RC=16  ONE OR MORE LEGS OUT OF BALANCE (OR A FIGURE COULD
000400*          NOT BE FOUND) - HOLD DOWNSTREAM WORK, SEE PRTOUT
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT STATUS-HISTORY-FILE ASSIGN TO "STAHIST"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-STAHIST-STATUS.
000480
000490     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-EXTRACT-STATUS.
000520
000530     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REJECT-STATUS.
000560
000570     SELECT RESUB-LOG-FILE ASSIGN TO "RESUBLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RESUBLOG-STATUS.
000600
000610     SELECT SOURCE-STATS-FILE ASSIGN TO "SRCSTATS"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SRCSTATS-STATUS.
000640
000650     SELECT APPLY-HISTORY-FILE ASSIGN TO "APLHIST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-APLHIST-STATUS.
000680
000690     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PRINT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  STATUS-HISTORY-FILE
000760     RECORDING MODE IS F.
000770     COPY FPSTAREC.
000780
000790 FD  EXTRACT-FILE
000800     RECORDING MODE IS F.
000810     COPY FPEXTREC.
000820
000830 FD  REJECT-FILE
000840     RECORDING MODE IS F.
000850     COPY FPREJREC.
000860
000870 FD  RESUB-LOG-FILE
000880     RECORDING MODE IS F.
000890     COPY FPRSLREC.
000900
000910 FD  SOURCE-STATS-FILE
000920     RECORDING MODE IS F.
000930     COPY FPSRCSTA.
000940
000950 FD  APPLY-HISTORY-FILE
000960     RECORDING MODE IS F.
000970     COPY FPAPLSTA.
000980
000990 FD  PRINT-FILE
001000     RECORDING MODE IS F.
001010 01  PRINT-RECORD                    PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-STAHIST-STATUS               PIC X(02).
001050 77  WS-EXTRACT-STATUS               PIC X(02).
001060 77  WS-REJECT-STATUS                PIC X(02).
001070 77  WS-RESUBLOG-STATUS              PIC X(02).
001080 77  WS-SRCSTATS-STATUS              PIC X(02).
001090 77  WS-APLHIST-STATUS               PIC X(02).
001100 77  WS-PRINT-STATUS                 PIC X(02).
001110 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001120
001130 77  WS-STAHIST-EOF-SWITCH           PIC X(01) VALUE "N".
001140     88  WS-STAHIST-EOF                  VALUE "Y".
001150 77  WS-EXTRACT-EOF-SWITCH           PIC X(01) VALUE "N".
001160     88  WS-EXTRACT-EOF                  VALUE "Y".
001170 77  WS-REJECT-EOF-SWITCH            PIC X(01) VALUE "N".
001180     88  WS-REJECT-EOF                   VALUE "Y".
001190 77  WS-RESUBLOG-EOF-SWITCH          PIC X(01) VALUE "N".
001200     88  WS-RESUBLOG-EOF                 VALUE "Y".
001210 77  WS-SRCSTATS-EOF-SWITCH          PIC X(01) VALUE "N".
001220     88  WS-SRCSTATS-EOF                 VALUE "Y".
001230 77  WS-APLHIST-EOF-SWITCH           PIC X(01) VALUE "N".
001240     88  WS-APLHIST-EOF                  VALUE "Y".
001250
001260*---------------------------------------------------------------
001270* TONIGHT'S RUN (LAST STAHIST RECORD) AND THE RUN BEFORE IT.
001280*---------------------------------------------------------------
001290 77  WS-STAHIST-READ                 PIC 9(07) COMP VALUE ZERO.
001300 77  WS-TON-RUN-DATE                 PIC 9(08) VALUE ZERO.
001310 77  WS-TON-RUN-TIME                 PIC 9(08) VALUE ZERO.
001320 77  WS-TON-RETURN-CODE              PIC 9(03) VALUE ZERO.
001330 77  WS-TON-READ                     PIC 9(07) COMP VALUE ZERO.
001340 77  WS-TON-VALID                    PIC 9(07) COMP VALUE ZERO.
001350 77  WS-TON-REJECTED                 PIC 9(07) COMP VALUE ZERO.
001360 77  WS-TON-DUP-SUPPRESSED           PIC 9(07) COMP VALUE ZERO.
001365 77  WS-TON-SUSPENDED                PIC 9(07) COMP VALUE ZERO.
001370 77  WS-PREV-RUN-DATE                PIC 9(08) VALUE ZERO.
001380 77  WS-PREV-RUN-TIME                PIC 9(08) VALUE ZERO.
001390
001400*---------------------------------------------------------------
001410* WHAT THE FILES AND THE APPLY JOBS HOLD.
001420*---------------------------------------------------------------
001430 77  WS-EXT-HEADER-SWITCH            PIC X(01) VALUE "N".
001440     88  WS-EXT-HEADER-SEEN              VALUE "Y".
001450 77  WS-EXT-TRAILER-SWITCH           PIC X(01) VALUE "N".
001460     88  WS-EXT-TRAILER-SEEN             VALUE "Y".
001470 77  WS-EXT-HEADER-DATE              PIC 9(08) VALUE ZERO.
001480 77  WS-EXT-TRAILER-COUNT            PIC 9(07) COMP VALUE ZERO.
001490 77  WS-EXT-DETAILS                  PIC 9(07) COMP VALUE ZERO.
001500 77  WS-REJ-COUNT                    PIC 9(07) COMP VALUE ZERO.
001510 77  WS-REJ-BADRECTY                 PIC 9(07) COMP VALUE ZERO.
001520 77  WS-REJ-OTHER-DATE               PIC 9(07) COMP VALUE ZERO.
001530 77  WS-RSL-COUNT                    PIC 9(07) COMP VALUE ZERO.
001540 77  WS-RSL-OUTSIDE                  PIC 9(07) COMP VALUE ZERO.
001550 77  WS-RSL-IN-WINDOW-SWITCH         PIC X(01) VALUE "N".
001560     88  WS-RSL-IN-WINDOW                VALUE "Y".
001570 77  WS-SRC-ANON-FEEDS               PIC 9(07) COMP VALUE ZERO.
001580 77  WS-SRC-ANON-RECEIVED            PIC 9(07) COMP VALUE ZERO.
001590 77  WS-EXTLD-FOUND-SWITCH           PIC X(01) VALUE "N".
001600     88  WS-EXTLD-FOUND                  VALUE "Y".
001610 77  WS-EXTLD-APPLIED                PIC 9(07) COMP VALUE ZERO.
001620 77  WS-REJHST-FOUND-SWITCH          PIC X(01) VALUE "N".
001630     88  WS-REJHST-FOUND                 VALUE "Y".
001640 77  WS-REJHST-POSTED                PIC 9(07) COMP VALUE ZERO.
001650
001660*---------------------------------------------------------------
001670* ONE FIGURE ON THE SHEET AND THE LEG IT BELONGS TO. A "C"
001680* COMPONENT IS PRINTED ONLY; THE "E" FIGURE IS WHAT THE LEG
001690* EXPECTS; EVERY "B" FIGURE MUST EQUAL IT.
001700*---------------------------------------------------------------
001710 77  WS-ITEM-DESC                    PIC X(44).
001720 77  WS-ITEM-AMOUNT                  PIC 9(07) COMP VALUE ZERO.
001730 77  WS-ITEM-KIND                    PIC X(01).
001740     88  WS-ITEM-COMPONENT               VALUE "C".
001750     88  WS-ITEM-EXPECTED                VALUE "E".
001760     88  WS-ITEM-BALANCE                 VALUE "B".
001770 77  WS-ITEM-FOUND-SWITCH            PIC X(01) VALUE "Y".
001780     88  WS-ITEM-FOUND                   VALUE "Y".
001790 77  WS-LEG-NUMBER                   PIC 9(01) VALUE ZERO.
001800 77  WS-LEG-EXPECTED                 PIC 9(07) COMP VALUE ZERO.
001810 77  WS-LEG-OUT-SWITCH               PIC X(01) VALUE "N".
001820     88  WS-LEG-OUT                      VALUE "Y".
001830 77  WS-LEGS-IN-BALANCE              PIC 9(03) COMP VALUE ZERO.
001840 77  WS-LEGS-OUT                     PIC 9(03) COMP VALUE ZERO.
001850
001860 77  WS-ERROR-FILE-NAME              PIC X(09).
001870 77  WS-ERROR-STATUS                 PIC X(02).
001880
001890 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001900 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001910 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001920
001930 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001940 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001950
001960*---------------------------------------------------------------
001970* PRINT LINE LAYOUTS
001980*---------------------------------------------------------------
001990 01  WS-HEADER-LINE-1.
002000     05  FILLER                      PIC X(38)
002010             VALUE "FPBALNC - NIGHTLY BALANCING SHEET     ".
002020     05  FILLER                      PIC X(05) VALUE "PAGE ".
002030     05  HDR-PAGE-NO                 PIC ZZ9.
002040     05  FILLER                      PIC X(34) VALUE SPACES.
002050
002060 01  WS-HEADER-LINE-2.
002070     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002080     05  HDR-RUN-DATE                PIC 9(08).
002090     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
002100     05  HDR-RUN-TIME                PIC 9(08).
002110     05  FILLER                      PIC X(45) VALUE SPACES.
002120
002130 01  WS-HEADER-LINE-3.
002140     05  FILLER                      PIC X(18)
002150             VALUE "NIGHT BALANCED:   ".
002160     05  HDR-TON-DATE                PIC 9(08).
002170     05  FILLER                      PIC X(01) VALUE SPACE.
002180     05  HDR-TON-TIME                PIC 9(08).
002190     05  FILLER                      PIC X(07) VALUE "  RC = ".
002200     05  HDR-TON-RC                  PIC ZZ9.
002210     05  FILLER                      PIC X(15)
002220             VALUE "  PREVIOUS RUN ".
002230     05  HDR-PREV-DATE               PIC 9(08).
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  HDR-PREV-TIME               PIC 9(08).
002260     05  FILLER                      PIC X(03) VALUE SPACES.
002270
002280 01  WS-LEG-LINE.
002290     05  FILLER                      PIC X(04) VALUE "LEG ".
002300     05  LEG-NO                      PIC 9(01).
002310     05  FILLER                      PIC X(03) VALUE " - ".
002320     05  LEG-TITLE                   PIC X(60).
002330     05  FILLER                      PIC X(12) VALUE SPACES.
002340
002350 01  WS-ITEM-LINE.
002360     05  FILLER                      PIC X(04) VALUE SPACES.
002370     05  ITM-DESC                    PIC X(44).
002380     05  ITM-AMOUNT                  PIC Z,ZZZ,ZZ9.
002390     05  FILLER                      PIC X(02) VALUE SPACES.
002400     05  ITM-FLAG                    PIC X(17).
002410     05  FILLER                      PIC X(04) VALUE SPACES.
002420
002430 01  WS-NOTE-LINE.
002440     05  FILLER                      PIC X(04) VALUE SPACES.
002450     05  FILLER                      PIC X(03) VALUE "** ".
002460     05  NOTE-TEXT                   PIC X(73).
002470
002480 01  WS-RESULT-LINE.
002490     05  FILLER                      PIC X(04) VALUE SPACES.
002500     05  FILLER                      PIC X(08) VALUE "RESULT: ".
002510     05  RES-TEXT                    PIC X(30).
002520     05  FILLER                      PIC X(38) VALUE SPACES.
002530
002540 01  WS-TOTAL-LINE.
002550     05  FILLER                      PIC X(16)
002560             VALUE "LEGS IN BALANCE ".
002570     05  TOT-IN                      PIC ZZ9.
002580     05  FILLER                      PIC X(18)
002590             VALUE "  OUT OF BALANCE  ".
002600     05  TOT-OUT                     PIC ZZ9.
002610     05  FILLER                      PIC X(04) VALUE SPACES.
002620     05  TOT-RESULT                  PIC X(36).
002630
002640*---------------------------------------------------------------
002650* PROCEDURE DIVISION
002660*---------------------------------------------------------------
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-READ-RUN-HISTORY THRU 2000-EXIT
002710         UNTIL WS-STAHIST-EOF.
002720     IF WS-STAHIST-READ = ZERO
002730         DISPLAY "FPBALNC: STAHIST HAS NO RUN TO BALANCE - "
002740             "RUN ABANDONED"
002750         MOVE 12 TO WS-RETURN-CODE
002760         MOVE WS-RETURN-CODE TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     PERFORM 1500-OPEN-DOWNSTREAM-FILES THRU 1500-EXIT.
002800     PERFORM 2100-COUNT-EXTRACT THRU 2100-EXIT
002810         UNTIL WS-EXTRACT-EOF.
002820     PERFORM 2200-COUNT-REJECTS THRU 2200-EXIT
002830         UNTIL WS-REJECT-EOF.
002840     PERFORM 2300-COUNT-RESUBLOG THRU 2300-EXIT
002850         UNTIL WS-RESUBLOG-EOF.
002860     PERFORM 2400-COUNT-SOURCE-STATS THRU 2400-EXIT
002870         UNTIL WS-SRCSTATS-EOF.
002880     PERFORM 2500-FIND-APPLY-STATUS THRU 2500-EXIT
002890         UNTIL WS-APLHIST-EOF.
002900     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002910     PERFORM 3000-LEG-READ-VS-DISPOSED THRU 3000-EXIT.
002920     PERFORM 3100-LEG-VALID-VS-EXTRACT THRU 3100-EXIT.
002930     PERFORM 3200-LEG-REJECTED-VS-POSTED THRU 3200-EXIT.
002940     PERFORM 3300-LEG-RESUBMITTED THRU 3300-EXIT.
002950     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002960     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002970 0000-EXIT.
002980     MOVE WS-RETURN-CODE TO RETURN-CODE.
002990     STOP RUN.
003000
003010*-----------------------------------------------------------
003020* 1000-INITIALIZE - STAHIST IS THE ONE FILE THAT MUST BE
003030* THERE - WITHOUT IT THERE IS NO NIGHT TO BALANCE.
003040*-----------------------------------------------------------
003050 1000-INITIALIZE.
003060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003070     ACCEPT WS-RUN-TIME FROM TIME.
003080
003090     OPEN INPUT STATUS-HISTORY-FILE.
003100     IF WS-STAHIST-STATUS NOT = "00"
003110         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
003120         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
003130         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003140     END-IF.
003150
003160     OPEN OUTPUT PRINT-FILE.
003170     IF WS-PRINT-STATUS NOT = "00"
003180         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
003190         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
003200         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003210     END-IF.
003220 1000-EXIT.
003230     EXIT.
003240
003250*-----------------------------------------------------------
003260* 1500-OPEN-DOWNSTREAM-FILES - ANY OF THESE MAY BE MISSING;
003270* A MISSING FILE SIMPLY CONTRIBUTES NOTHING, AND THE LEG THAT
003280* NEEDS IT SHOWS THE GAP.
003290*-----------------------------------------------------------
003300 1500-OPEN-DOWNSTREAM-FILES.
003310     OPEN INPUT EXTRACT-FILE.
003320     EVALUATE WS-EXTRACT-STATUS
003330         WHEN "00"
003340             CONTINUE
003350         WHEN "35"
003360             SET WS-EXTRACT-EOF TO TRUE
003370         WHEN OTHER
003380             MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
003390             MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
003400             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003410     END-EVALUATE.
003420
003430     OPEN INPUT REJECT-FILE.
003440     EVALUATE WS-REJECT-STATUS
003450         WHEN "00"
003460             CONTINUE
003470         WHEN "35"
003480             SET WS-REJECT-EOF TO TRUE
003490         WHEN OTHER
003500             MOVE "REJECTS" TO WS-ERROR-FILE-NAME
003510             MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
003520             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003530     END-EVALUATE.
003540
003550     OPEN INPUT RESUB-LOG-FILE.
003560     EVALUATE WS-RESUBLOG-STATUS
003570         WHEN "00"
003580             CONTINUE
003590         WHEN "35"
003600             SET WS-RESUBLOG-EOF TO TRUE
003610         WHEN OTHER
003620             MOVE "RESUBLOG" TO WS-ERROR-FILE-NAME
003630             MOVE WS-RESUBLOG-STATUS TO WS-ERROR-STATUS
003640             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003650     END-EVALUATE.
003660
003670     OPEN INPUT SOURCE-STATS-FILE.
003680     EVALUATE WS-SRCSTATS-STATUS
003690         WHEN "00"
003700             CONTINUE
003710         WHEN "35"
003720             SET WS-SRCSTATS-EOF TO TRUE
003730         WHEN OTHER
003740             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
003750             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
003760             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003770     END-EVALUATE.
003780
003790     OPEN INPUT APPLY-HISTORY-FILE.
003800     EVALUATE WS-APLHIST-STATUS
003810         WHEN "00"
003820             CONTINUE
003830         WHEN "35"
003840             SET WS-APLHIST-EOF TO TRUE
003850         WHEN OTHER
003860             MOVE "APLHIST" TO WS-ERROR-FILE-NAME
003870             MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
003880             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003890     END-EVALUATE.
003900 1500-EXIT.
003910     EXIT.
003920
003930*-----------------------------------------------------------
003940* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE,
003950* NAMING THE NIGHT BEING BALANCED AND THE RUN BEFORE IT.
003960*-----------------------------------------------------------
003970 1700-WRITE-REPORT-HEADER.
003980     ADD 1 TO WS-PRINT-PAGE-COUNT.
003990     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
004000     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004010     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
004020     MOVE WS-TON-RUN-DATE TO HDR-TON-DATE.
004030     MOVE WS-TON-RUN-TIME TO HDR-TON-TIME.
004040     MOVE WS-TON-RETURN-CODE TO HDR-TON-RC.
004050     MOVE WS-PREV-RUN-DATE TO HDR-PREV-DATE.
004060     MOVE WS-PREV-RUN-TIME TO HDR-PREV-TIME.
004070     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
004080     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
004090     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004100     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
004110     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004120     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004130     MOVE WS-HEADER-LINE-3 TO PRINT-RECORD.
004140     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004150     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004160     MOVE SPACES TO PRINT-RECORD.
004170     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004180     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004190     MOVE 4 TO WS-PRINT-LINE-COUNT.
004200 1700-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------
004240* 2000-READ-RUN-HISTORY - READ STAHIST TO THE END, KEEPING
004250* THE LAST RUN (TONIGHT) AND THE ONE BEFORE IT.
004260*-----------------------------------------------------------
004270 2000-READ-RUN-HISTORY.
004280     READ STATUS-HISTORY-FILE
004290         AT END
004300             SET WS-STAHIST-EOF TO TRUE
004310     END-READ.
004320     IF WS-STAHIST-EOF
004330         GO TO 2000-EXIT
004340     END-IF.
004350     IF WS-STAHIST-STATUS NOT = "00"
004360         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
004370         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
004380         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004390     END-IF.
004400     ADD 1 TO WS-STAHIST-READ.
004410     MOVE WS-TON-RUN-DATE TO WS-PREV-RUN-DATE.
004420     MOVE WS-TON-RUN-TIME TO WS-PREV-RUN-TIME.
004430     MOVE STA-RUN-DATE TO WS-TON-RUN-DATE.
004440     MOVE STA-RUN-TIME TO WS-TON-RUN-TIME.
004450     MOVE STA-RETURN-CODE TO WS-TON-RETURN-CODE.
004460     MOVE STA-RECORDS-READ TO WS-TON-READ.
004470     MOVE STA-RECORDS-VALID TO WS-TON-VALID.
004480     MOVE STA-RECORDS-REJECTED TO WS-TON-REJECTED.
004490     IF STA-DUP-SUPPRESSED IS NUMERIC
004500         MOVE STA-DUP-SUPPRESSED TO WS-TON-DUP-SUPPRESSED
004510     ELSE
004520         MOVE ZERO TO WS-TON-DUP-SUPPRESSED
004530     END-IF.
004531     IF STA-SUSPENDED IS NUMERIC
004532         MOVE STA-SUSPENDED TO WS-TON-SUSPENDED
004533     ELSE
004534         MOVE ZERO TO WS-TON-SUSPENDED
004535     END-IF.
004540 2000-EXIT.
004550     EXIT.
004560
004570*-----------------------------------------------------------
004580* 2100-COUNT-EXTRACT - NOTE THE HEADER DATE AND THE TRAILER
004590* COUNT AND COUNT THE DETAILS ACTUALLY ON THE GENERATION.
004600*-----------------------------------------------------------
004610 2100-COUNT-EXTRACT.
004620     READ EXTRACT-FILE
004630         AT END
004640             SET WS-EXTRACT-EOF TO TRUE
004650     END-READ.
004660     IF WS-EXTRACT-EOF
004670         GO TO 2100-EXIT
004680     END-IF.
004690     IF WS-EXTRACT-STATUS NOT = "00"
004700         MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
004710         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
004720         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004730     END-IF.
004740     EVALUATE TRUE
004750         WHEN EXT-HEADER-RECORD
004760             SET WS-EXT-HEADER-SEEN TO TRUE
004770             MOVE EXH-RUN-DATE TO WS-EXT-HEADER-DATE
004780         WHEN EXT-TRAILER-RECORD
004790             SET WS-EXT-TRAILER-SEEN TO TRUE
004800             MOVE EXT-RECORD-COUNT TO WS-EXT-TRAILER-COUNT
004810         WHEN EXT-DETAIL-RECORD
004820             ADD 1 TO WS-EXT-DETAILS
004830         WHEN OTHER
004840             CONTINUE
004850     END-EVALUATE.
004860 2100-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------
004900* 2200-COUNT-REJECTS - COUNT TONIGHT'S REJECTS AND THE BAD
004910* RECORD TYPES AMONG THEM. A REJECT DATED ANY OTHER DAY MEANS
004920* THE WRONG GENERATION WAS PASSED AND IS COUNTED SEPARATELY.
004930*-----------------------------------------------------------
004940 2200-COUNT-REJECTS.
004950     READ REJECT-FILE
004960         AT END
004970             SET WS-REJECT-EOF TO TRUE
004980     END-READ.
004990     IF WS-REJECT-EOF
005000         GO TO 2200-EXIT
005010     END-IF.
005020     IF WS-REJECT-STATUS NOT = "00"
005030         MOVE "REJECTS" TO WS-ERROR-FILE-NAME
005040         MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
005050         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005060     END-IF.
005070     IF REJ-RUN-DATE NOT = WS-TON-RUN-DATE
005080         ADD 1 TO WS-REJ-OTHER-DATE
005090         GO TO 2200-EXIT
005100     END-IF.
005110     ADD 1 TO WS-REJ-COUNT.
005120     IF REJ-BAD-REC-TYPE
005130         ADD 1 TO WS-REJ-BADRECTY
005140     END-IF.
005150 2200-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------
005190* 2300-COUNT-RESUBLOG - COUNT THE RESUBMISSIONS WRITTEN AFTER
005200* THE PREVIOUS RUN AND NOT AFTER TONIGHT'S. A RECORD WRITTEN
005210* BEFORE THE RUN TIME WENT ON THE LOG IS WINDOWED ON ITS
005220* DATE ALONE.
005230*-----------------------------------------------------------
005240 2300-COUNT-RESUBLOG.
005250     READ RESUB-LOG-FILE
005260         AT END
005270             SET WS-RESUBLOG-EOF TO TRUE
005280     END-READ.
005290     IF WS-RESUBLOG-EOF
005300         GO TO 2300-EXIT
005310     END-IF.
005320     IF WS-RESUBLOG-STATUS NOT = "00"
005330         MOVE "RESUBLOG" TO WS-ERROR-FILE-NAME
005340         MOVE WS-RESUBLOG-STATUS TO WS-ERROR-STATUS
005350         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005360     END-IF.
005370     MOVE "Y" TO WS-RSL-IN-WINDOW-SWITCH.
005380     IF RSL-RUN-TIME IS NUMERIC
005390         IF RSL-RUN-DATE < WS-PREV-RUN-DATE OR
005400                 (RSL-RUN-DATE = WS-PREV-RUN-DATE AND
005410                  RSL-RUN-TIME NOT > WS-PREV-RUN-TIME)
005420             MOVE "N" TO WS-RSL-IN-WINDOW-SWITCH
005430         END-IF
005440         IF RSL-RUN-DATE > WS-TON-RUN-DATE OR
005450                 (RSL-RUN-DATE = WS-TON-RUN-DATE AND
005460                  RSL-RUN-TIME > WS-TON-RUN-TIME)
005470             MOVE "N" TO WS-RSL-IN-WINDOW-SWITCH
005480         END-IF
005490     ELSE
005500         IF RSL-RUN-DATE < WS-PREV-RUN-DATE OR
005510                 RSL-RUN-DATE > WS-TON-RUN-DATE
005520             MOVE "N" TO WS-RSL-IN-WINDOW-SWITCH
005530         END-IF
005540     END-IF.
005550     IF WS-RSL-IN-WINDOW
005560         ADD 1 TO WS-RSL-COUNT
005570     ELSE
005580         ADD 1 TO WS-RSL-OUTSIDE
005590     END-IF.
005600 2300-EXIT.
005610     EXIT.
005620
005630*-----------------------------------------------------------
005640* 2400-COUNT-SOURCE-STATS - ADD UP THE DETAILS RECEIVED ON
005650* TONIGHT'S ANONYMOUS FEED - THE SRCSTATS RECORDS WITH A
005660* BLANK SOURCE WRITTEN BY TONIGHT'S RUN (DATE AND TIME).
005670*-----------------------------------------------------------
005680 2400-COUNT-SOURCE-STATS.
005690     READ SOURCE-STATS-FILE
005700         AT END
005710             SET WS-SRCSTATS-EOF TO TRUE
005720     END-READ.
005730     IF WS-SRCSTATS-EOF
005740         GO TO 2400-EXIT
005750     END-IF.
005760     IF WS-SRCSTATS-STATUS NOT = "00"
005770         MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
005780         MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
005790         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005800     END-IF.
005810     IF SRC-RUN-DATE NOT = WS-TON-RUN-DATE OR
005820             SRC-SOURCE-CODE NOT = SPACES
005830         GO TO 2400-EXIT
005840     END-IF.
005850     IF SRC-RUN-TIME IS NUMERIC
005860         IF SRC-RUN-TIME NOT = WS-TON-RUN-TIME
005870             GO TO 2400-EXIT
005880         END-IF
005890     END-IF.
005900     ADD 1 TO WS-SRC-ANON-FEEDS.
005910     ADD SRC-DETAILS-RECEIVED TO WS-SRC-ANON-RECEIVED.
005920 2400-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------
005960* 2500-FIND-APPLY-STATUS - THE LAST FPEXTLD AND FPREJHST
005970* APPLY-STATUS RECORDS FOR TONIGHT'S GENERATIONS. A RERUN OF
005980* EITHER JOB APPENDS A LATER RECORD, WHICH WINS.
005990*-----------------------------------------------------------
006000 2500-FIND-APPLY-STATUS.
006010     READ APPLY-HISTORY-FILE
006020         AT END
006030             SET WS-APLHIST-EOF TO TRUE
006040     END-READ.
006050     IF WS-APLHIST-EOF
006060         GO TO 2500-EXIT
006070     END-IF.
006080     IF WS-APLHIST-STATUS NOT = "00"
006090         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
006100         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
006110         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006120     END-IF.
006130     IF APL-DATA-DATE NOT = WS-TON-RUN-DATE
006140         GO TO 2500-EXIT
006150     END-IF.
006160     IF APL-JOB-NAME = "FPEXTLD"
006170         SET WS-EXTLD-FOUND TO TRUE
006180         MOVE APL-RECORDS-APPLIED TO WS-EXTLD-APPLIED
006190     END-IF.
006200     IF APL-JOB-NAME = "FPREJHST"
006210         SET WS-REJHST-FOUND TO TRUE
006220         MOVE APL-RECORDS-APPLIED TO WS-REJHST-POSTED
006230     END-IF.
006240 2500-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------
006280* 3000-LEG-READ-VS-DISPOSED - EVERY RECORD READ WAS EITHER
006290* VALID, REJECTED, OR LEFT WAITING IN THE SUSPENSE QUEUE.
006300*-----------------------------------------------------------
006310 3000-LEG-READ-VS-DISPOSED.
006320     MOVE 1 TO WS-LEG-NUMBER.
006326     MOVE "RECORDS READ = VALID + REJECTED + SUSPENDED"
006332         TO LEG-TITLE.
006340     PERFORM 6000-START-LEG THRU 6000-EXIT.
006350     MOVE "RECORDS READ (STAHIST)" TO WS-ITEM-DESC.
006360     MOVE WS-TON-READ TO WS-ITEM-AMOUNT.
006370     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006380     MOVE "PLUS BAD RECORD TYPES (REJECTS)" TO WS-ITEM-DESC.
006390     MOVE WS-REJ-BADRECTY TO WS-ITEM-AMOUNT.
006400     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006410     MOVE "RECORDS TO BE DISPOSED OF" TO WS-ITEM-DESC.
006420     ADD WS-TON-READ WS-REJ-BADRECTY GIVING WS-ITEM-AMOUNT.
006430     PERFORM 6200-POST-EXPECTED THRU 6200-EXIT.
006440     MOVE "RECORDS VALID (STAHIST)" TO WS-ITEM-DESC.
006450     MOVE WS-TON-VALID TO WS-ITEM-AMOUNT.
006460     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006470     MOVE "RECORDS REJECTED (STAHIST)" TO WS-ITEM-DESC.
006480     MOVE WS-TON-REJECTED TO WS-ITEM-AMOUNT.
006490     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006494     MOVE "RECORDS SUSPENDED (STAHIST)" TO WS-ITEM-DESC.
006498     MOVE WS-TON-SUSPENDED TO WS-ITEM-AMOUNT.
006502     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006506     MOVE "VALID + REJECTED + SUSPENDED" TO WS-ITEM-DESC.
006510     ADD WS-TON-VALID WS-TON-REJECTED WS-TON-SUSPENDED
006514         GIVING WS-ITEM-AMOUNT.
006520     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
006530     PERFORM 6500-END-LEG THRU 6500-EXIT.
006540 3000-EXIT.
006550     EXIT.
006560
006570*-----------------------------------------------------------
006580* 3100-LEG-VALID-VS-EXTRACT - EVERY VALID RECORD NOT
006590* SUPPRESSED AS A DUPLICATE IS ON THE EXTRACT AND WAS APPLIED
006600* TO THE EXTRACT MASTER. THE GENERATION MUST BE TONIGHT'S.
006610*-----------------------------------------------------------
006620 3100-LEG-VALID-VS-EXTRACT.
006630     MOVE 2 TO WS-LEG-NUMBER.
006640     MOVE "VALID LESS SUPPRESSED = EXTRACT = APPLIED BY FPEXTLD"
006650         TO LEG-TITLE.
006660     PERFORM 6000-START-LEG THRU 6000-EXIT.
006670     IF WS-EXTRACT-STATUS = "35"
006680         MOVE "EXTRACT GENERATION NOT FOUND" TO NOTE-TEXT
006690         PERFORM 6400-POST-NOTE THRU 6400-EXIT
006700     ELSE
006710         IF NOT WS-EXT-HEADER-SEEN OR
006720                 WS-EXT-HEADER-DATE NOT = WS-TON-RUN-DATE
006730             MOVE "EXTRACT GENERATION IS NOT THE NIGHT BALANCED"
006740                 TO NOTE-TEXT
006750             PERFORM 6400-POST-NOTE THRU 6400-EXIT
006760         END-IF
006770     END-IF.
006780     MOVE "RECORDS VALID (STAHIST)" TO WS-ITEM-DESC.
006790     MOVE WS-TON-VALID TO WS-ITEM-AMOUNT.
006800     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006810     MOVE "LESS DUPLICATES SUPPRESSED (STAHIST)" TO WS-ITEM-DESC.
006820     MOVE WS-TON-DUP-SUPPRESSED TO WS-ITEM-AMOUNT.
006830     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
006840     MOVE "VALID LESS SUPPRESSED" TO WS-ITEM-DESC.
006850     IF WS-TON-DUP-SUPPRESSED > WS-TON-VALID
006860         MOVE ZERO TO WS-ITEM-AMOUNT
006870     ELSE
006880         SUBTRACT WS-TON-DUP-SUPPRESSED FROM WS-TON-VALID
006890             GIVING WS-ITEM-AMOUNT
006900     END-IF.
006910     PERFORM 6200-POST-EXPECTED THRU 6200-EXIT.
006920     MOVE "EXTRACT TRAILER COUNT" TO WS-ITEM-DESC.
006930     MOVE WS-EXT-TRAILER-COUNT TO WS-ITEM-AMOUNT.
006940     MOVE WS-EXT-TRAILER-SWITCH TO WS-ITEM-FOUND-SWITCH.
006950     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
006960     MOVE "EXTRACT DETAIL RECORDS" TO WS-ITEM-DESC.
006970     MOVE WS-EXT-DETAILS TO WS-ITEM-AMOUNT.
006980     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
006990     MOVE "DETAILS APPLIED BY FPEXTLD (APLHIST)" TO WS-ITEM-DESC.
007000     MOVE WS-EXTLD-APPLIED TO WS-ITEM-AMOUNT.
007010     MOVE WS-EXTLD-FOUND-SWITCH TO WS-ITEM-FOUND-SWITCH.
007020     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
007030     PERFORM 6500-END-LEG THRU 6500-EXIT.
007040 3100-EXIT.
007050     EXIT.
007060
007070*-----------------------------------------------------------
007080* 3200-LEG-REJECTED-VS-POSTED - EVERY REJECT IS ON THE REJECT
007090* FILE AND WAS POSTED TO THE REJECT-HISTORY MASTER. A CLEAN
007100* NIGHT NEEDS NO FPREJHST POSTING TO BALANCE.
007110*-----------------------------------------------------------
007120 3200-LEG-REJECTED-VS-POSTED.
007130     MOVE 3 TO WS-LEG-NUMBER.
007140     MOVE "REJECTED = REJECT FILE = POSTED BY FPREJHST"
007150         TO LEG-TITLE.
007160     PERFORM 6000-START-LEG THRU 6000-EXIT.
007170     IF WS-REJ-OTHER-DATE > ZERO
007180         MOVE "REJECTS FROM ANOTHER NIGHT - WRONG GENERATION"
007190             TO NOTE-TEXT
007200         PERFORM 6400-POST-NOTE THRU 6400-EXIT
007210     END-IF.
007220     MOVE "RECORDS REJECTED (STAHIST)" TO WS-ITEM-DESC.
007230     MOVE WS-TON-REJECTED TO WS-ITEM-AMOUNT.
007240     PERFORM 6200-POST-EXPECTED THRU 6200-EXIT.
007250     MOVE "REJECT FILE RECORDS" TO WS-ITEM-DESC.
007260     MOVE WS-REJ-COUNT TO WS-ITEM-AMOUNT.
007270     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
007280     IF NOT WS-REJHST-FOUND AND WS-REJ-COUNT = ZERO
007290         SET WS-REJHST-FOUND TO TRUE
007300     END-IF.
007310     MOVE "REJECTS POSTED BY FPREJHST (APLHIST)" TO WS-ITEM-DESC.
007320     MOVE WS-REJHST-POSTED TO WS-ITEM-AMOUNT.
007330     MOVE WS-REJHST-FOUND-SWITCH TO WS-ITEM-FOUND-SWITCH.
007340     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
007350     PERFORM 6500-END-LEG THRU 6500-EXIT.
007360 3200-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------------
007400* 3300-LEG-RESUBMITTED - EVERY REJECT FPRESUB MERGED INTO
007410* TONIGHT'S INPUT ARRIVED ON THE ANONYMOUS FEED.
007420*-----------------------------------------------------------
007430 3300-LEG-RESUBMITTED.
007440     MOVE 4 TO WS-LEG-NUMBER.
007450     MOVE "RESUBMITTED (RESUBLOG) = ANONYMOUS FEED (SRCSTATS)"
007460         TO LEG-TITLE.
007470     PERFORM 6000-START-LEG THRU 6000-EXIT.
007480     MOVE "RESUBLOG RECORDS OUTSIDE WINDOW (IGNORED)"
007490         TO WS-ITEM-DESC.
007500     MOVE WS-RSL-OUTSIDE TO WS-ITEM-AMOUNT.
007510     PERFORM 6100-POST-COMPONENT THRU 6100-EXIT.
007520     MOVE "RESUBMITTED SINCE THE PREVIOUS RUN" TO WS-ITEM-DESC.
007530     MOVE WS-RSL-COUNT TO WS-ITEM-AMOUNT.
007540     PERFORM 6200-POST-EXPECTED THRU 6200-EXIT.
007550     MOVE "ANONYMOUS FEED DETAILS RECEIVED (SRCSTATS)"
007560         TO WS-ITEM-DESC.
007570     MOVE WS-SRC-ANON-RECEIVED TO WS-ITEM-AMOUNT.
007580     PERFORM 6300-POST-BALANCE THRU 6300-EXIT.
007590     PERFORM 6500-END-LEG THRU 6500-EXIT.
007600 3300-EXIT.
007610     EXIT.
007620
007630*-----------------------------------------------------------
007640* 6000-START-LEG - THE LEG HEADING (WS-LEG-NUMBER AND
007650* LEG-TITLE). A LEG IS KEPT TOGETHER ON ONE PAGE.
007660*-----------------------------------------------------------
007670 6000-START-LEG.
007680     MOVE "N" TO WS-LEG-OUT-SWITCH.
007690     MOVE ZERO TO WS-LEG-EXPECTED.
007700     IF WS-PRINT-LINE-COUNT + 12 > WS-LINES-PER-PAGE
007710         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
007720     END-IF.
007730     MOVE WS-LEG-NUMBER TO LEG-NO.
007740     MOVE WS-LEG-LINE TO PRINT-RECORD.
007750     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
007760     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007770     ADD 2 TO WS-PRINT-LINE-COUNT.
007780 6000-EXIT.
007790     EXIT.
007800
007810*-----------------------------------------------------------
007820* 6100/6200/6300 - POST ONE FIGURE (WS-ITEM-DESC AND
007830* WS-ITEM-AMOUNT) AS A COMPONENT, AS THE FIGURE THE LEG
007840* EXPECTS, OR AS A FIGURE THAT MUST EQUAL IT. A BALANCE
007850* FIGURE THAT COULD NOT BE FOUND (WS-ITEM-FOUND-SWITCH "N")
007860* PUTS THE LEG OUT OF BALANCE.
007870*-----------------------------------------------------------
007880 6100-POST-COMPONENT.
007890     SET WS-ITEM-COMPONENT TO TRUE.
007900     PERFORM 6600-WRITE-ITEM THRU 6600-EXIT.
007910 6100-EXIT.
007920     EXIT.
007930
007940 6200-POST-EXPECTED.
007950     SET WS-ITEM-EXPECTED TO TRUE.
007960     MOVE WS-ITEM-AMOUNT TO WS-LEG-EXPECTED.
007970     PERFORM 6600-WRITE-ITEM THRU 6600-EXIT.
007980 6200-EXIT.
007990     EXIT.
008000
008010 6300-POST-BALANCE.
008020     SET WS-ITEM-BALANCE TO TRUE.
008030     PERFORM 6600-WRITE-ITEM THRU 6600-EXIT.
008040 6300-EXIT.
008050     EXIT.
008060
008070*-----------------------------------------------------------
008080* 6400-POST-NOTE - A WARNING UNDER THE LEG HEADING (IN
008090* NOTE-TEXT). IT PUTS THE LEG OUT OF BALANCE.
008100*-----------------------------------------------------------
008110 6400-POST-NOTE.
008120     SET WS-LEG-OUT TO TRUE.
008130     MOVE WS-NOTE-LINE TO PRINT-RECORD.
008140     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008150     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008160     ADD 1 TO WS-PRINT-LINE-COUNT.
008170 6400-EXIT.
008180     EXIT.
008190
008200*-----------------------------------------------------------
008210* 6500-END-LEG - THE LEG RESULT. ANY LEG OUT OF BALANCE
008220* ENDS THE RUN RC=16 SO THE SCHEDULER HOLDS.
008230*-----------------------------------------------------------
008240 6500-END-LEG.
008250     IF WS-LEG-OUT
008260         MOVE "** OUT OF BALANCE **" TO RES-TEXT
008270         ADD 1 TO WS-LEGS-OUT
008280         IF WS-RETURN-CODE < 16
008290             MOVE 16 TO WS-RETURN-CODE
008300         END-IF
008310     ELSE
008320         MOVE "IN BALANCE" TO RES-TEXT
008330         ADD 1 TO WS-LEGS-IN-BALANCE
008340     END-IF.
008350     MOVE WS-RESULT-LINE TO PRINT-RECORD.
008360     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008370     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008380     ADD 1 TO WS-PRINT-LINE-COUNT.
008390 6500-EXIT.
008400     EXIT.
008410
008420 6600-WRITE-ITEM.
008430     MOVE SPACES TO ITM-FLAG.
008440     IF NOT WS-ITEM-FOUND
008450         MOVE "** NOT FOUND **" TO ITM-FLAG
008460         SET WS-LEG-OUT TO TRUE
008470     ELSE
008480         IF WS-ITEM-BALANCE AND
008490                 WS-ITEM-AMOUNT NOT = WS-LEG-EXPECTED
008500             MOVE "<-- DIFFERS" TO ITM-FLAG
008510             SET WS-LEG-OUT TO TRUE
008520         END-IF
008530     END-IF.
008540     MOVE WS-ITEM-DESC TO ITM-DESC.
008550     MOVE WS-ITEM-AMOUNT TO ITM-AMOUNT.
008560     MOVE WS-ITEM-LINE TO PRINT-RECORD.
008570     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008580     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008590     ADD 1 TO WS-PRINT-LINE-COUNT.
008600     SET WS-ITEM-FOUND TO TRUE.
008610 6600-EXIT.
008620     EXIT.
008630
008640*-----------------------------------------------------------
008650* 7000-WRITE-TOTALS - THE SHEET RESULT.
008660*-----------------------------------------------------------
008670 7000-WRITE-TOTALS.
008680     MOVE WS-LEGS-IN-BALANCE TO TOT-IN.
008690     MOVE WS-LEGS-OUT TO TOT-OUT.
008700     IF WS-LEGS-OUT = ZERO
008710         MOVE "NIGHT BALANCED" TO TOT-RESULT
008720     ELSE
008730         MOVE "** NIGHT OUT OF BALANCE - HOLD **" TO TOT-RESULT
008740         DISPLAY "FPBALNC: NIGHT " WS-TON-RUN-DATE
008750             " OUT OF BALANCE - SEE PRTOUT"
008760     END-IF.
008770     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
008780     WRITE PRINT-RECORD AFTER ADVANCING 3 LINES.
008790     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008800 7000-EXIT.
008810     EXIT.
008820
008830*-----------------------------------------------------------
008840* 8000-TERMINATE - CLOSE THE FILES.
008850*-----------------------------------------------------------
008860 8000-TERMINATE.
008870     CLOSE PRINT-FILE.
008880     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008890     CLOSE STATUS-HISTORY-FILE.
008900     IF WS-STAHIST-STATUS NOT = "00"
008910         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
008920         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
008930         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
008940     END-IF.
008950     IF WS-EXTRACT-STATUS NOT = "35"
008960         CLOSE EXTRACT-FILE
008970         IF WS-EXTRACT-STATUS NOT = "00"
008980             MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
008990             MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
009000             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009010         END-IF
009020     END-IF.
009030     IF WS-REJECT-STATUS NOT = "35"
009040         CLOSE REJECT-FILE
009050         IF WS-REJECT-STATUS NOT = "00"
009060             MOVE "REJECTS" TO WS-ERROR-FILE-NAME
009070             MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
009080             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009090         END-IF
009100     END-IF.
009110     IF WS-RESUBLOG-STATUS NOT = "35"
009120         CLOSE RESUB-LOG-FILE
009130         IF WS-RESUBLOG-STATUS NOT = "00"
009140             MOVE "RESUBLOG" TO WS-ERROR-FILE-NAME
009150             MOVE WS-RESUBLOG-STATUS TO WS-ERROR-STATUS
009160             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009170         END-IF
009180     END-IF.
009190     IF WS-SRCSTATS-STATUS NOT = "35"
009200         CLOSE SOURCE-STATS-FILE
009210         IF WS-SRCSTATS-STATUS NOT = "00"
009220             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
009230             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
009240             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009250         END-IF
009260     END-IF.
009270     IF WS-APLHIST-STATUS NOT = "35"
009280         CLOSE APPLY-HISTORY-FILE
009290         IF WS-APLHIST-STATUS NOT = "00"
009300             MOVE "APLHIST" TO WS-ERROR-FILE-NAME
009310             MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
009320             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009330         END-IF
009340     END-IF.
009350 8000-EXIT.
009360     EXIT.
009370
009380*-----------------------------------------------------------
009390* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
009400* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
009410* COMMON FILE-ERROR PARAGRAPH.
009420*-----------------------------------------------------------
009430 9810-CHECK-PRINT-STATUS.
009440     IF WS-PRINT-STATUS NOT = "00"
009450         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
009460         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
009470         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009480     END-IF.
009490 9810-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------
009530* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
009540* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
009550* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
009560* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
009570*-----------------------------------------------------------
009580 9800-FILE-ERROR.
009590     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
009600         " STATUS: " WS-ERROR-STATUS.
009610     MOVE 12 TO WS-RETURN-CODE.
009620     MOVE WS-RETURN-CODE TO RETURN-CODE.
009630     STOP RUN.
009640 9800-EXIT.
009650     EXIT.
