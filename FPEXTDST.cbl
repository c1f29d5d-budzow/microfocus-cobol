000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPEXTDST.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - SUBSCRIBER-DRIVEN EXTRACT
000100*                    DISTRIBUTION. EVERY DOWNSTREAM TEAM USED TO
000110*                    TAKE THE WHOLE NIGHTLY EXTRACT AND FILTER ON
000120*                    EXT-SOURCE WITH ITS OWN CODE. THIS STEP CUTS
000130*                    THE NIGHT'S VERIFIED EXTRACT INTO ONE FILE
000140*                    PER CONSUMER ON THE SUBSCRIPTION MASTER (SEE
000150*                    FPSUBREC, MAINTAINED BY FPSUBMNT), EACH WITH
000160*                    ITS OWN HEADER AND TRAILER, AND PRINTS WHO
000170*                    CONSUMES WHAT (WITH WHAT EACH CHANGES-ONLY
000180*                    CONSUMER HELD BACK) AND A BALANCE AGAINST
000185*                    THE EXTRACT TRAILER AND DISTOUT.
000190*---------------------------------------------------------------
000200* THE EXTRACT IS VERIFIED AS FPEXTLD DOES: A HEADER NOT DATED
000210* TODAY REFUSES THE GENERATION OUTRIGHT (RC=16, NOTHING
000220* DISTRIBUTED), AND A MISSING HEADER OR TRAILER OR A TRAILER
000230* COUNT THAT DOES NOT MATCH THE DETAILS READ ENDS THE RUN RC=16
000240* SO THE SPLIT STEP DOES NOT RUN.
000250*
000260* DISTOUT (FPDSTREC, LRECL 100) CARRIES THE CONSUMER ID IN BYTES
000270* 1-8 AHEAD OF EACH 80-BYTE EXTRACT RECORD: FIRST EVERY
000280* CONSUMER'S "H" HEADER (JOB FPEXTDST, THE EXTRACT DATE AND THE
000290* CONSUMER ID IN EXH-CONSUMER-ID), THEN THE "D" DETAILS IN
000300* EXTRACT ORDER - A DETAIL ONCE FOR EACH CONSUMER IT GOES TO -
000310* THEN EVERY CONSUMER'S "T" TRAILER WITH ITS OWN DETAIL COUNT.
000320* THE JOB'S SORT STEP SPLITS IT ON BYTES 1-8 KEEPING THAT ORDER.
000330*
000340* A DETAIL GOES TO A CONSUMER WHEN IT MATCHES ANY OF THE
000350* CONSUMER'S SELECTIONS (SOURCE OR "***", AND VALUE FROM / TO)
000360* AND THE CONSUMER TAKES FULL DATA, OR TAKES CHANGES ONLY AND
000370* THE VALUE IS NEW - NOT ON EXTMAST, OR FIRST SEEN ON OR AFTER
000380* THE EXTRACT DATE. EVERY DETAIL READ IS EITHER DELIVERED (TO
000390* ONE CONSUMER OR MORE), HELD BACK (IT MATCHED ONLY CHANGES-
000400* ONLY CONSUMERS AND THE VALUE IS NOT NEW), OR UNSUBSCRIBED
000410* (IT MATCHED NOTHING) AND LISTED ON THE REPORT. EACH
000412* CONSUMER'S LINE SHOWS WHAT IT WAS SENT AND WHAT IT HELD
000413* BACK, SO A DETAIL NOT SENT TRACES TO THE CONSUMER THAT
000414* DECLINED IT.
000415*
000416* THE BALANCE: DETAILS READ MUST EQUAL THE EXTRACT TRAILER
000417* COUNT, AND DISTOUT RECORDS WRITTEN MUST EQUAL THE DETAILS
000418* WRITTEN PLUS A HEADER AND A TRAILER FOR EVERY CONSUMER.
000420*
000430* RETURN CODES:
000440*   RC=00  EXTRACT DISTRIBUTED, EVERY DETAIL SUBSCRIBED
000450*   RC=04  UNSUBSCRIBED DETAILS LISTED, NO SUBSCRIPTIONS ON
000460*          SUBMAST, OR EXTMAST MISSING (EVERY VALUE TAKEN AS
000470*          NEW) - THE FILES ARE STILL GOOD
000480*   RC=12  SUBSCRIPTION TABLE FULL OR UNEXPECTED FILE STATUS
000490*   RC=16  EXTRACT FAILED ITS HEADER/TRAILER CHECK, OR THE
000500*          DISTRIBUTION DID NOT BALANCE - SEE PRTOUT
000510* WHEN MORE THAN ONE APPLIES THE HIGHEST CODE IS RETURNED.
000520*---------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-EXTRACT-STATUS.
000590
000600     SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS SB-KEY
000640         FILE STATUS IS WS-SUBMAST-STATUS.
000650
000660     SELECT EXTRACT-MASTER-FILE ASSIGN TO "EXTMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS EXM-MY-VAR
000700         FILE STATUS IS WS-MASTER-STATUS.
000710
000720     SELECT DISTRIBUTION-FILE ASSIGN TO "DISTOUT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-DISTOUT-STATUS.
000750
000760     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PRINT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  EXTRACT-FILE
000830     RECORDING MODE IS F.
000840     COPY FPEXTREC.
000850
000860 FD  SUBSCRIPTION-FILE.
000870     COPY FPSUBREC.
000880
000890 FD  EXTRACT-MASTER-FILE.
000900     COPY FPEXTMST.
000910
000920 FD  DISTRIBUTION-FILE
000930     RECORDING MODE IS F.
000940     COPY FPDSTREC.
000950
000960 FD  PRINT-FILE
000970     RECORDING MODE IS F.
000980 01  PRINT-RECORD                    PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010 77  WS-EXTRACT-STATUS               PIC X(02).
001020 77  WS-SUBMAST-STATUS               PIC X(02).
001030 77  WS-MASTER-STATUS                PIC X(02).
001040 77  WS-DISTOUT-STATUS               PIC X(02).
001050 77  WS-PRINT-STATUS                 PIC X(02).
001060 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001070
001080 77  WS-EXTRACT-EOF-SWITCH           PIC X(01) VALUE "N".
001090     88  WS-EXTRACT-EOF                  VALUE "Y".
001100 77  WS-SUBMAST-EOF-SWITCH           PIC X(01) VALUE "N".
001110     88  WS-SUBMAST-EOF                  VALUE "Y".
001120 77  WS-EXTMAST-SWITCH               PIC X(01) VALUE "Y".
001130     88  WS-EXTMAST-AVAILABLE            VALUE "Y".
001140 77  WS-HEADER-SEEN-SWITCH           PIC X(01) VALUE "N".
001150     88  WS-HEADER-SEEN                  VALUE "Y".
001160 77  WS-TRAILER-SEEN-SWITCH          PIC X(01) VALUE "N".
001170     88  WS-TRAILER-SEEN                 VALUE "Y".
001180 77  WS-ANY-MATCH-SWITCH             PIC X(01) VALUE "N".
001190     88  WS-ANY-MATCH                    VALUE "Y".
001200 77  WS-CHANGES-MATCH-SWITCH         PIC X(01) VALUE "N".
001210     88  WS-CHANGES-MATCHED              VALUE "Y".
001220 77  WS-NEW-VALUE-SWITCH             PIC X(01) VALUE "N".
001230     88  WS-NEW-VALUE                    VALUE "Y".
001240 77  WS-DELIVERED-SWITCH             PIC X(01) VALUE "N".
001250     88  WS-DETAIL-DELIVERED             VALUE "Y".
001260 77  WS-BALANCE-SWITCH               PIC X(01) VALUE "N".
001270     88  WS-IN-BALANCE                   VALUE "Y".
001280
001290 77  WS-DETAILS-READ                 PIC 9(07) COMP VALUE ZERO.
001300 77  WS-DETAILS-DELIVERED            PIC 9(07) COMP VALUE ZERO.
001310 77  WS-DETAILS-HELD                 PIC 9(07) COMP VALUE ZERO.
001320 77  WS-DETAILS-UNSUBSCRIBED         PIC 9(07) COMP VALUE ZERO.
001330 77  WS-DELIVERIES                   PIC 9(07) COMP VALUE ZERO.
001340 77  WS-RECORDS-EXPECTED             PIC 9(07) COMP VALUE ZERO.
001350 77  WS-RECORDS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001360 77  WS-SUBMAST-READ                 PIC 9(05) COMP VALUE ZERO.
001370 77  WS-TRAILER-COUNT                PIC 9(07) COMP VALUE ZERO.
001380
001390 77  WS-CON-IDX                      PIC 9(03) COMP VALUE ZERO.
001400 77  WS-SEL-IDX                      PIC 9(03) COMP VALUE ZERO.
001410 77  WS-FOUND-IDX                    PIC 9(03) COMP VALUE ZERO.
001420 77  WS-LOAD-CON-IDX                 PIC 9(03) COMP VALUE ZERO.
001430 77  WS-LAST-SEL-IDX                 PIC 9(03) COMP VALUE ZERO.
001440 77  WS-LAST-CONSUMER-ID             PIC X(08) VALUE LOW-VALUES.
001450
001460 77  WS-ERROR-FILE-NAME              PIC X(09).
001470 77  WS-ERROR-STATUS                 PIC X(02).
001480
001490 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001500 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001510 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001520
001530 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001540 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001550 01  WS-EXTRACT-DATE                 PIC 9(08) VALUE ZERO.
001560 01  WS-HOLD-LINE                    PIC X(80).
001570 01  WS-GENCHECK-TEXT                PIC X(40) VALUE SPACES.
001580
001590*---------------------------------------------------------------
001600* CONSUMERS AND THEIR SELECTIONS FROM SUBMAST. SUBMAST IS READ
001610* IN KEY ORDER, SO A CONSUMER'S SELECTIONS ARE CONSECUTIVE IN
001620* THE SELECTION TABLE FROM WS-CON-FIRST-SEL. OVERFLOW ENDS THE
001630* RUN RC=12 - A CONSUMER MUST NOT QUIETLY MISS ITS DATA.
001640*---------------------------------------------------------------
001650 01  WS-CONSUMER-TABLE.
001660     05  WS-CON-COUNT                PIC 9(03) COMP VALUE ZERO.
001670     05  WS-CON-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
001680     05  WS-CON-ENTRY OCCURS 50 TIMES.
001690         10  WS-CON-ID               PIC X(08).
001700         10  WS-CON-MODE             PIC X(01).
001710             88  WS-CON-FULL             VALUE "F".
001720             88  WS-CON-CHANGES-ONLY     VALUE "C".
001730         10  WS-CON-FIRST-SEL        PIC 9(03) COMP.
001740         10  WS-CON-SELECTIONS       PIC 9(03) COMP.
001750         10  WS-CON-DELIVERED        PIC 9(07) COMP.
001755         10  WS-CON-HELD             PIC 9(07) COMP.
001760         10  WS-CON-MATCH-SWITCH     PIC X(01).
001770             88  WS-CON-MATCHED          VALUE "Y".
001780
001790 01  WS-SELECTION-TABLE.
001800     05  WS-SEL-COUNT                PIC 9(03) COMP VALUE ZERO.
001810     05  WS-SEL-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
001820     05  WS-SEL-ENTRY OCCURS 500 TIMES.
001830         10  WS-SEL-CON-IDX          PIC 9(03) COMP.
001840         10  WS-SEL-SOURCE           PIC X(03).
001850         10  WS-SEL-FROM             PIC X(05).
001860         10  WS-SEL-TO               PIC X(05).
001870         10  WS-SEL-DESCRIPTION      PIC X(30).
001880         10  WS-SEL-MATCHED          PIC 9(07) COMP.
001890
001900*---------------------------------------------------------------
001910* PRINT LINE LAYOUTS
001920*---------------------------------------------------------------
001930 01  WS-HEADER-LINE-1.
001940     05  FILLER                      PIC X(38)
001950             VALUE "FPEXTDST - EXTRACT DISTRIBUTION       ".
001960     05  FILLER                      PIC X(05) VALUE "PAGE ".
001970     05  HDR-PAGE-NO                 PIC ZZ9.
001980     05  FILLER                      PIC X(34) VALUE SPACES.
001990
002000 01  WS-HEADER-LINE-2.
002010     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002020     05  HDR-RUN-DATE                PIC 9(08).
002030     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
002040     05  HDR-RUN-TIME                PIC 9(08).
002050     05  FILLER                      PIC X(45) VALUE SPACES.
002060
002070 01  WS-SECTION-LINE.
002080     05  SEC-TITLE                   PIC X(40).
002090     05  FILLER                      PIC X(40) VALUE SPACES.
002100
002110 01  WS-UNSUB-HEAD-LINE.
002120     05  FILLER                      PIC X(40)
002130             VALUE "  SRC  VALUE  ARRIVED                   ".
002140     05  FILLER                      PIC X(40) VALUE SPACES.
002150
002160 01  WS-UNSUB-LINE.
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  UNL-SOURCE                  PIC X(03).
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  UNL-VALUE                   PIC X(05).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  UNL-ARRIVED                 PIC X(08).
002230     05  FILLER                      PIC X(02) VALUE SPACES.
002240     05  UNL-NOTE                    PIC X(20).
002250     05  FILLER                      PIC X(36) VALUE SPACES.
002260
002270 01  WS-CONSUMER-HEAD-LINE.
002280     05  FILLER                      PIC X(12)
002290             VALUE "  CONSUMER  ".
002300     05  FILLER                      PIC X(16) VALUE "MODE".
002310     05  FILLER                      PIC X(13)
002320             VALUE "SELECTIONS   ".
002330     05  FILLER                      PIC X(09) VALUE "DELIVERED".
002335     05  FILLER                      PIC X(11)
002337             VALUE "  HELD BACK".
002340     05  FILLER                      PIC X(19) VALUE SPACES.
002350
002360 01  WS-CONSUMER-LINE.
002370     05  FILLER                      PIC X(02) VALUE SPACES.
002380     05  CNL-ID                      PIC X(08).
002390     05  FILLER                      PIC X(02) VALUE SPACES.
002400     05  CNL-MODE                    PIC X(14).
002410     05  FILLER                      PIC X(09) VALUE SPACES.
002420     05  CNL-SELECTIONS              PIC ZZ9.
002430     05  FILLER                      PIC X(03) VALUE SPACES.
002440     05  CNL-DELIVERED               PIC Z,ZZZ,ZZ9.
002445     05  FILLER                      PIC X(02) VALUE SPACES.
002447     05  CNL-HELD                    PIC Z,ZZZ,ZZ9.
002450     05  FILLER                      PIC X(19) VALUE SPACES.
002460
002470 01  WS-SELECTION-HEAD-LINE.
002480     05  FILLER                      PIC X(11)
002490             VALUE "      SRC  ".
002500     05  FILLER                      PIC X(07) VALUE "FROM   ".
002510     05  FILLER                      PIC X(07) VALUE "TO     ".
002520     05  FILLER                      PIC X(11)
002530             VALUE "  MATCHED  ".
002540     05  FILLER                      PIC X(11)
002550             VALUE "DESCRIPTION".
002560     05  FILLER                      PIC X(33) VALUE SPACES.
002570
002580 01  WS-SELECTION-LINE.
002590     05  FILLER                      PIC X(06) VALUE SPACES.
002600     05  SLL-SOURCE                  PIC X(03).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  SLL-FROM                    PIC X(05).
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  SLL-TO                      PIC X(05).
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  SLL-MATCHED                 PIC Z,ZZZ,ZZ9.
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  SLL-DESCRIPTION             PIC X(30).
002690     05  FILLER                      PIC X(14) VALUE SPACES.
002700
002710 01  WS-MESSAGE-LINE.
002720     05  FILLER                      PIC X(02) VALUE SPACES.
002730     05  MSG-TEXT                    PIC X(78).
002740
002750 01  WS-OVERFLOW-LINE.
002760     05  FILLER                      PIC X(11)
002770             VALUE "  OVERFLOW ".
002780     05  OVF-COUNT                   PIC Z,ZZZ,ZZ9.
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  OVF-TEXT                    PIC X(40).
002810     05  FILLER                      PIC X(19) VALUE SPACES.
002820
002830 01  WS-COUNT-LINE.
002840     05  CNT-LABEL                   PIC X(24).
002850     05  CNT-VALUE                   PIC Z,ZZZ,ZZ9.
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  CNT-TEXT                    PIC X(45).
002880
002890 01  WS-DATE-LINE.
002900     05  FILLER                      PIC X(25)
002910             VALUE "EXTRACT DATE             ".
002920     05  DAT-EXTRACT-DATE            PIC 9(08).
002930     05  FILLER                      PIC X(47) VALUE SPACES.
002940
002950 01  WS-RESULT-LINE.
002960     05  RSL-LABEL                   PIC X(24).
002970     05  RSL-TEXT                    PIC X(56).
002980
002990*---------------------------------------------------------------
003000* PROCEDURE DIVISION
003010*---------------------------------------------------------------
003020 PROCEDURE DIVISION.
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 1200-LOAD-SUBSCRIPTIONS THRU 1200-EXIT.
003060     MOVE "UNSUBSCRIBED DETAILS" TO SEC-TITLE.
003070     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
003080     MOVE WS-UNSUB-HEAD-LINE TO PRINT-RECORD.
003090     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
003100     PERFORM 2000-DISTRIBUTE-EXTRACT THRU 2000-EXIT
003110         UNTIL WS-EXTRACT-EOF.
003120     IF WS-DETAILS-UNSUBSCRIBED = ZERO
003130         MOVE "NONE - EVERY DETAIL MATCHED A SUBSCRIPTION"
003140             TO MSG-TEXT
003150         MOVE WS-MESSAGE-LINE TO PRINT-RECORD
003160         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
003170     ELSE
003180         PERFORM 9700-SET-WARNING THRU 9700-EXIT
003190     END-IF.
003200     PERFORM 3000-WRITE-CONSUMER-TRAILER THRU 3000-EXIT
003210         VARYING WS-CON-IDX FROM 1 BY 1
003220         UNTIL WS-CON-IDX > WS-CON-COUNT.
003230     PERFORM 7000-WRITE-SUBSCRIBERS THRU 7000-EXIT.
003240     PERFORM 7200-VERIFY-GENERATION THRU 7200-EXIT.
003250     PERFORM 7500-WRITE-TOTALS THRU 7500-EXIT.
003260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003270 0000-EXIT.
003280     MOVE WS-RETURN-CODE TO RETURN-CODE.
003290     STOP RUN.
003300
003310*-----------------------------------------------------------
003320* 1000-INITIALIZE - OPEN THE NIGHT'S EXTRACT GENERATION, THE
003330* EXTRACT MASTER, THE DISTRIBUTION FILE AND THE REPORT. A
003340* MISSING EXTRACT IS AN ERROR; A MISSING EXTMAST ONLY MEANS NO
003350* VALUE HAS A HISTORY YET, SO EVERY VALUE IS NEW.
003360*-----------------------------------------------------------
003370 1000-INITIALIZE.
003380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003390     ACCEPT WS-RUN-TIME FROM TIME.
003400     MOVE WS-RUN-DATE TO WS-EXTRACT-DATE.
003410
003420     OPEN INPUT EXTRACT-FILE.
003430     IF WS-EXTRACT-STATUS NOT = "00"
003440         MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
003450         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
003460         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003470     END-IF.
003480
003490     OPEN INPUT EXTRACT-MASTER-FILE.
003500     EVALUATE WS-MASTER-STATUS
003510         WHEN "00"
003520             CONTINUE
003530         WHEN "35"
003540             MOVE "N" TO WS-EXTMAST-SWITCH
003550             DISPLAY "FPEXTDST: EXTMAST NOT FOUND - EVERY VALUE "
003560                 "TREATED AS NEW FOR CHANGES-ONLY SUBSCRIBERS"
003570             PERFORM 9700-SET-WARNING THRU 9700-EXIT
003580         WHEN OTHER
003590             MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
003600             MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
003610             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003620     END-EVALUATE.
003630
003640     OPEN OUTPUT DISTRIBUTION-FILE.
003650     IF WS-DISTOUT-STATUS NOT = "00"
003660         MOVE "DISTOUT" TO WS-ERROR-FILE-NAME
003670         MOVE WS-DISTOUT-STATUS TO WS-ERROR-STATUS
003680         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003690     END-IF.
003700
003710     OPEN OUTPUT PRINT-FILE.
003720     IF WS-PRINT-STATUS NOT = "00"
003730         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
003740         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
003750         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003760     END-IF.
003770     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
003780 1000-EXIT.
003790     EXIT.
003800
003810*-----------------------------------------------------------
003820* 1200-LOAD-SUBSCRIPTIONS - READ SUBMAST INTO THE CONSUMER AND
003830* SELECTION TABLES. NO SUBMAST, OR AN EMPTY ONE, LEAVES EVERY
003840* DETAIL UNSUBSCRIBED (RC=4).
003850*-----------------------------------------------------------
003860 1200-LOAD-SUBSCRIPTIONS.
003870     OPEN INPUT SUBSCRIPTION-FILE.
003880     EVALUATE WS-SUBMAST-STATUS
003890         WHEN "00"
003900             PERFORM 1210-LOAD-ONE-SELECTION THRU 1210-EXIT
003910                 UNTIL WS-SUBMAST-EOF
003920             CLOSE SUBSCRIPTION-FILE
003930             IF WS-SUBMAST-STATUS NOT = "00"
003940                 MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
003950                 MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
003960                 PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003970             END-IF
003980         WHEN "35"
003990             CONTINUE
004000         WHEN OTHER
004010             MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
004020             MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
004030             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004040     END-EVALUATE.
004050     IF WS-CON-COUNT = ZERO
004060         DISPLAY "FPEXTDST: NO SUBSCRIPTIONS ON SUBMAST - "
004070             "NOTHING DISTRIBUTED"
004080         PERFORM 9700-SET-WARNING THRU 9700-EXIT
004090     END-IF.
004100     IF WS-CON-OVERFLOW > ZERO OR WS-SEL-OVERFLOW > ZERO
004110         DISPLAY "FPEXTDST: SUBSCRIPTION TABLE FULL - "
004120             "DISTRIBUTION INCOMPLETE, SEE PRTOUT"
004130         MOVE 12 TO WS-RETURN-CODE
004140     END-IF.
004150 1200-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------
004190* 1210-LOAD-ONE-SELECTION - ONE SUBMAST RECORD. A NEW CONSUMER
004200* ID STARTS A CONSUMER ENTRY, ITS MODE TAKEN FROM ITS FIRST
004210* SELECTION (FPSUBMNT KEEPS THEM ALL THE SAME).
004220*-----------------------------------------------------------
004230 1210-LOAD-ONE-SELECTION.
004240     READ SUBSCRIPTION-FILE
004250         AT END
004260             SET WS-SUBMAST-EOF TO TRUE
004270             GO TO 1210-EXIT
004280     END-READ.
004290     IF WS-SUBMAST-STATUS NOT = "00"
004300         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
004310         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
004320         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004330     END-IF.
004340     ADD 1 TO WS-SUBMAST-READ.
004350     IF SB-CONSUMER-ID NOT = WS-LAST-CONSUMER-ID
004360         MOVE SB-CONSUMER-ID TO WS-LAST-CONSUMER-ID
004370         PERFORM 1220-ADD-CONSUMER THRU 1220-EXIT
004380     END-IF.
004390     IF WS-LOAD-CON-IDX = ZERO OR WS-SEL-COUNT >= 500
004400         ADD 1 TO WS-SEL-OVERFLOW
004410         GO TO 1210-EXIT
004420     END-IF.
004430     ADD 1 TO WS-SEL-COUNT.
004440     MOVE WS-LOAD-CON-IDX TO WS-SEL-CON-IDX (WS-SEL-COUNT).
004450     MOVE SB-SOURCE-CODE TO WS-SEL-SOURCE (WS-SEL-COUNT).
004460     MOVE SB-VALUE-FROM TO WS-SEL-FROM (WS-SEL-COUNT).
004470     MOVE SB-VALUE-TO TO WS-SEL-TO (WS-SEL-COUNT).
004480     MOVE SB-DESCRIPTION TO WS-SEL-DESCRIPTION (WS-SEL-COUNT).
004490     MOVE ZERO TO WS-SEL-MATCHED (WS-SEL-COUNT).
004500     ADD 1 TO WS-CON-SELECTIONS (WS-LOAD-CON-IDX).
004510 1210-EXIT.
004520     EXIT.
004530
004540 1220-ADD-CONSUMER.
004550     IF WS-CON-COUNT >= 50
004560         ADD 1 TO WS-CON-OVERFLOW
004570         MOVE ZERO TO WS-LOAD-CON-IDX
004580         GO TO 1220-EXIT
004590     END-IF.
004600     ADD 1 TO WS-CON-COUNT.
004610     MOVE WS-CON-COUNT TO WS-LOAD-CON-IDX.
004620     MOVE SB-CONSUMER-ID TO WS-CON-ID (WS-LOAD-CON-IDX).
004630     MOVE SB-MODE TO WS-CON-MODE (WS-LOAD-CON-IDX).
004640     COMPUTE WS-CON-FIRST-SEL (WS-LOAD-CON-IDX) =
004650         WS-SEL-COUNT + 1.
004660     MOVE ZERO TO WS-CON-SELECTIONS (WS-LOAD-CON-IDX).
004670     MOVE ZERO TO WS-CON-DELIVERED (WS-LOAD-CON-IDX).
004675     MOVE ZERO TO WS-CON-HELD (WS-LOAD-CON-IDX).
004680     MOVE "N" TO WS-CON-MATCH-SWITCH (WS-LOAD-CON-IDX).
004690 1220-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------
004730* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE.
004740*-----------------------------------------------------------
004750 1700-WRITE-REPORT-HEADER.
004760     ADD 1 TO WS-PRINT-PAGE-COUNT.
004770     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
004780     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004790     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
004800     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
004810     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
004820     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004830     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
004840     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004850     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004860     MOVE SPACES TO PRINT-RECORD.
004870     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004880     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004890     MOVE 3 TO WS-PRINT-LINE-COUNT.
004900 1700-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------
004940* 2000-DISTRIBUTE-EXTRACT - READ ONE EXTRACT RECORD AND ROUTE
004950* IT BY RECORD TYPE: THE "H" HEADER IS VERIFIED, THE "T"
004960* TRAILER COUNT IS SAVED FOR THE GENERATION CHECK, A "D"
004970* DETAIL IS DISTRIBUTED, AND ANYTHING ELSE MARKS THE
004980* GENERATION BAD (RC=16).
004990*-----------------------------------------------------------
005000 2000-DISTRIBUTE-EXTRACT.
005010     READ EXTRACT-FILE
005020         AT END
005030             SET WS-EXTRACT-EOF TO TRUE
005040         NOT AT END
005050             EVALUATE TRUE
005060                 WHEN EXT-HEADER-RECORD
005070                     PERFORM 2050-VERIFY-HEADER THRU 2050-EXIT
005080                 WHEN EXT-TRAILER-RECORD
005090                     SET WS-TRAILER-SEEN TO TRUE
005100                     MOVE EXT-RECORD-COUNT TO WS-TRAILER-COUNT
005110                 WHEN EXT-DETAIL-RECORD
005120                     ADD 1 TO WS-DETAILS-READ
005130                     PERFORM 2100-DISTRIBUTE-DETAIL THRU 2100-EXIT
005140                 WHEN OTHER
005150                     DISPLAY "FPEXTDST: BAD EXTRACT RECORD "
005160                         "TYPE: " EXT-REC-TYPE
005170                     IF WS-RETURN-CODE < 16
005180                         MOVE 16 TO WS-RETURN-CODE
005190                     END-IF
005200             END-EVALUATE
005210     END-READ.
005220     IF WS-EXTRACT-STATUS NOT = "00" AND
005230             WS-EXTRACT-STATUS NOT = "10"
005240         MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
005250         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
005260         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005270     END-IF.
005280 2000-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------
005320* 2050-VERIFY-HEADER - THE GENERATION HEADER MUST CARRY
005330* TODAY'S DATE, OR THE WHOLE GENERATION IS REFUSED BEFORE
005340* ANYTHING IS DISTRIBUTED. A GOOD HEADER STARTS EVERY
005350* CONSUMER'S FILE WITH ITS OWN HEADER.
005360*-----------------------------------------------------------
005370 2050-VERIFY-HEADER.
005380     IF EXH-RUN-DATE = WS-RUN-DATE
005390         SET WS-HEADER-SEEN TO TRUE
005400         MOVE EXH-RUN-DATE TO WS-EXTRACT-DATE
005410         PERFORM 2060-WRITE-CONSUMER-HEADER THRU 2060-EXIT
005420             VARYING WS-CON-IDX FROM 1 BY 1
005430             UNTIL WS-CON-IDX > WS-CON-COUNT
005440         GO TO 2050-EXIT
005450     END-IF.
005460     DISPLAY "FPEXTDST: EXTRACT GENERATION DATED "
005470         EXH-RUN-DATE " - EXPECTED " WS-RUN-DATE
005480         " - GENERATION REFUSED".
005490     MOVE 16 TO WS-RETURN-CODE.
005500     MOVE WS-RETURN-CODE TO RETURN-CODE.
005510     STOP RUN.
005520 2050-EXIT.
005530     EXIT.
005540
005550 2060-WRITE-CONSUMER-HEADER.
005560     MOVE SPACES TO DISTRIBUTION-RECORD.
005570     MOVE WS-CON-ID (WS-CON-IDX) TO DST-CONSUMER-ID.
005580     MOVE "H" TO DSH-REC-TYPE.
005590     MOVE "FPEXTDST" TO DSH-JOB-NAME.
005600     MOVE WS-EXTRACT-DATE TO DSH-RUN-DATE.
005610     MOVE WS-CON-ID (WS-CON-IDX) TO DSH-CONSUMER-ID.
005620     PERFORM 2900-WRITE-DISTRIBUTION THRU 2900-EXIT.
005630 2060-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------
005670* 2100-DISTRIBUTE-DETAIL - MATCH THE DETAIL AGAINST EVERY
005680* SELECTION, THEN WRITE IT ONCE FOR EACH CONSUMER THAT TAKES
005690* IT. EXTMAST IS ONLY READ WHEN A CHANGES-ONLY CONSUMER
005700* MATCHED. THE DETAIL IS COUNTED DELIVERED, HELD BACK OR
005710* UNSUBSCRIBED; AN UNSUBSCRIBED ONE IS LISTED.
005720*-----------------------------------------------------------
005730 2100-DISTRIBUTE-DETAIL.
005740     MOVE "N" TO WS-ANY-MATCH-SWITCH.
005750     MOVE "N" TO WS-CHANGES-MATCH-SWITCH.
005760     MOVE "N" TO WS-NEW-VALUE-SWITCH.
005770     MOVE "N" TO WS-DELIVERED-SWITCH.
005780     PERFORM 2110-CLEAR-MATCH THRU 2110-EXIT
005790         VARYING WS-CON-IDX FROM 1 BY 1
005800         UNTIL WS-CON-IDX > WS-CON-COUNT.
005810     PERFORM 2200-MATCH-SELECTION THRU 2200-EXIT
005820         VARYING WS-SEL-IDX FROM 1 BY 1
005830         UNTIL WS-SEL-IDX > WS-SEL-COUNT.
005840     IF NOT WS-ANY-MATCH
005850         ADD 1 TO WS-DETAILS-UNSUBSCRIBED
005860         PERFORM 2500-LIST-UNSUBSCRIBED THRU 2500-EXIT
005870         GO TO 2100-EXIT
005880     END-IF.
005890     IF WS-CHANGES-MATCHED
005900         PERFORM 2250-CHECK-NEW-VALUE THRU 2250-EXIT
005910     END-IF.
005920     PERFORM 2300-DELIVER-TO-CONSUMER THRU 2300-EXIT
005930         VARYING WS-CON-IDX FROM 1 BY 1
005940         UNTIL WS-CON-IDX > WS-CON-COUNT.
005950     IF WS-DETAIL-DELIVERED
005960         ADD 1 TO WS-DETAILS-DELIVERED
005970     ELSE
005980         ADD 1 TO WS-DETAILS-HELD
005990     END-IF.
006000 2100-EXIT.
006010     EXIT.
006020
006030 2110-CLEAR-MATCH.
006040     MOVE "N" TO WS-CON-MATCH-SWITCH (WS-CON-IDX).
006050 2110-EXIT.
006060     EXIT.
006070
006080*-----------------------------------------------------------
006090* 2200-MATCH-SELECTION - ONE SELECTION AGAINST THE DETAIL: THE
006100* SOURCE (OR "***") AND THE VALUE RANGE, A BLANK END BEING
006110* OPEN. A MATCH MARKS THE SELECTION'S CONSUMER.
006120*-----------------------------------------------------------
006130 2200-MATCH-SELECTION.
006140     IF WS-SEL-SOURCE (WS-SEL-IDX) NOT = "***" AND
006150             WS-SEL-SOURCE (WS-SEL-IDX) NOT = EXT-SOURCE
006160         GO TO 2200-EXIT
006170     END-IF.
006180     IF WS-SEL-FROM (WS-SEL-IDX) NOT = SPACES AND
006190             EXT-MY-VAR < WS-SEL-FROM (WS-SEL-IDX)
006200         GO TO 2200-EXIT
006210     END-IF.
006220     IF WS-SEL-TO (WS-SEL-IDX) NOT = SPACES AND
006230             EXT-MY-VAR > WS-SEL-TO (WS-SEL-IDX)
006240         GO TO 2200-EXIT
006250     END-IF.
006260     ADD 1 TO WS-SEL-MATCHED (WS-SEL-IDX).
006270     MOVE WS-SEL-CON-IDX (WS-SEL-IDX) TO WS-FOUND-IDX.
006280     MOVE "Y" TO WS-CON-MATCH-SWITCH (WS-FOUND-IDX).
006290     SET WS-ANY-MATCH TO TRUE.
006300     IF WS-CON-CHANGES-ONLY (WS-FOUND-IDX)
006310         SET WS-CHANGES-MATCHED TO TRUE
006320     END-IF.
006330 2200-EXIT.
006340     EXIT.
006350
006360*-----------------------------------------------------------
006370* 2250-CHECK-NEW-VALUE - THE VALUE IS NEW WHEN IT IS NOT ON
006380* EXTMAST OR WAS FIRST SEEN ON OR AFTER THE EXTRACT DATE (SO
006390* THE TEST HOLDS WHETHER OR NOT FPEXTLD HAS APPLIED TONIGHT).
006400*-----------------------------------------------------------
006410 2250-CHECK-NEW-VALUE.
006420     IF NOT WS-EXTMAST-AVAILABLE
006430         SET WS-NEW-VALUE TO TRUE
006440         GO TO 2250-EXIT
006450     END-IF.
006460     MOVE EXT-MY-VAR TO EXM-MY-VAR.
006470     READ EXTRACT-MASTER-FILE
006480         INVALID KEY
006490             SET WS-NEW-VALUE TO TRUE
006500         NOT INVALID KEY
006510             IF EXM-FIRST-SEEN NOT < WS-EXTRACT-DATE
006520                 SET WS-NEW-VALUE TO TRUE
006530             END-IF
006540     END-READ.
006550     IF WS-MASTER-STATUS NOT = "00" AND
006560             WS-MASTER-STATUS NOT = "23"
006570         MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
006580         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
006590         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006600     END-IF.
006610 2250-EXIT.
006620     EXIT.
006630
006640*-----------------------------------------------------------
006650* 2300-DELIVER-TO-CONSUMER - WRITE THE DETAIL FOR ONE MATCHED
006660* CONSUMER THAT TAKES FULL DATA, OR CHANGES ONLY AND THE VALUE
006670* IS NEW. A CHANGES-ONLY CONSUMER THAT DECLINES IT COUNTS IT
006675* HELD BACK.
006680*-----------------------------------------------------------
006690 2300-DELIVER-TO-CONSUMER.
006700     IF NOT WS-CON-MATCHED (WS-CON-IDX)
006710         GO TO 2300-EXIT
006720     END-IF.
006730     IF WS-CON-CHANGES-ONLY (WS-CON-IDX) AND NOT WS-NEW-VALUE
006735         ADD 1 TO WS-CON-HELD (WS-CON-IDX)
006740         GO TO 2300-EXIT
006750     END-IF.
006760     MOVE SPACES TO DISTRIBUTION-RECORD.
006770     MOVE WS-CON-ID (WS-CON-IDX) TO DST-CONSUMER-ID.
006780     MOVE EXTRACT-RECORD TO DST-EXTRACT-IMAGE.
006790     PERFORM 2900-WRITE-DISTRIBUTION THRU 2900-EXIT.
006800     ADD 1 TO WS-CON-DELIVERED (WS-CON-IDX).
006810     ADD 1 TO WS-DELIVERIES.
006820     SET WS-DETAIL-DELIVERED TO TRUE.
006830 2300-EXIT.
006840     EXIT.
006850
006860*-----------------------------------------------------------
006870* 2500-LIST-UNSUBSCRIBED - ONE REPORT LINE FOR A DETAIL NO
006880* SUBSCRIPTION MATCHED. A DETAIL RELEASED FROM SUSPENSE SHOWS
006885* THE NIGHT IT FIRST ARRIVED; ANY OTHER ARRIVED TONIGHT.
006890*-----------------------------------------------------------
006900 2500-LIST-UNSUBSCRIBED.
006910     MOVE EXT-SOURCE TO UNL-SOURCE.
006920     MOVE EXT-MY-VAR TO UNL-VALUE.
006930     MOVE EXT-RUN-DATE TO UNL-ARRIVED.
006932     IF EXT-ARRIVAL-DATE IS NUMERIC
006934         IF EXT-ARRIVAL-DATE NOT = ZERO
006936             MOVE EXT-ARRIVAL-DATE TO UNL-ARRIVED
006938         END-IF
006939     END-IF.
006940     IF EXT-FROM-SUSPENSE
006950         MOVE "FROM SUSPENSE" TO UNL-NOTE
006960     ELSE
006970         MOVE SPACES TO UNL-NOTE
006980     END-IF.
006990     MOVE WS-UNSUB-LINE TO PRINT-RECORD.
007000     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
007010 2500-EXIT.
007020     EXIT.
007030
007040*-----------------------------------------------------------
007050* 2900-WRITE-DISTRIBUTION - WRITE THE RECORD BUILT IN
007060* DISTRIBUTION-RECORD TO DISTOUT.
007070*-----------------------------------------------------------
007080 2900-WRITE-DISTRIBUTION.
007090     WRITE DISTRIBUTION-RECORD.
007100     IF WS-DISTOUT-STATUS NOT = "00"
007110         MOVE "DISTOUT" TO WS-ERROR-FILE-NAME
007120         MOVE WS-DISTOUT-STATUS TO WS-ERROR-STATUS
007130         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007140     END-IF.
007150     ADD 1 TO WS-RECORDS-WRITTEN.
007160 2900-EXIT.
007170     EXIT.
007180
007190*-----------------------------------------------------------
007200* 3000-WRITE-CONSUMER-TRAILER - END ONE CONSUMER'S FILE WITH
007210* ITS DETAIL COUNT.
007220*-----------------------------------------------------------
007230 3000-WRITE-CONSUMER-TRAILER.
007240     MOVE SPACES TO DISTRIBUTION-RECORD.
007250     MOVE WS-CON-ID (WS-CON-IDX) TO DST-CONSUMER-ID.
007260     MOVE "T" TO DST-REC-TYPE.
007270     MOVE WS-CON-DELIVERED (WS-CON-IDX) TO DST-RECORD-COUNT.
007280     MOVE WS-CON-ID (WS-CON-IDX) TO DST-TRL-CONSUMER-ID.
007290     PERFORM 2900-WRITE-DISTRIBUTION THRU 2900-EXIT.
007300 3000-EXIT.
007310     EXIT.
007320
007330*-----------------------------------------------------------
007340* 7000-WRITE-SUBSCRIBERS - WHO CONSUMES WHAT: EACH CONSUMER
007350* WITH ITS MODE AND THE DETAILS DELIVERED AND HELD BACK, AND
007360* UNDER IT EACH OF ITS SELECTIONS WITH THE DETAILS IT MATCHED.
007370*-----------------------------------------------------------
007380 7000-WRITE-SUBSCRIBERS.
007390     MOVE "SUBSCRIBERS" TO SEC-TITLE.
007400     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
007410     IF WS-CON-COUNT = ZERO
007420         MOVE "NO SUBSCRIPTIONS ON SUBMAST - NOTHING DISTRIBUTED"
007430             TO MSG-TEXT
007440         MOVE WS-MESSAGE-LINE TO PRINT-RECORD
007450         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
007460         GO TO 7000-EXIT
007470     END-IF.
007480     MOVE WS-CONSUMER-HEAD-LINE TO PRINT-RECORD.
007490     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
007500     MOVE WS-SELECTION-HEAD-LINE TO PRINT-RECORD.
007510     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
007520     PERFORM 7010-WRITE-ONE-CONSUMER THRU 7010-EXIT
007530         VARYING WS-CON-IDX FROM 1 BY 1
007540         UNTIL WS-CON-IDX > WS-CON-COUNT.
007550     IF WS-CON-OVERFLOW > ZERO
007560         MOVE WS-CON-OVERFLOW TO OVF-COUNT
007570         MOVE "CONSUMERS NOT LOADED - TABLE FULL" TO OVF-TEXT
007580         MOVE WS-OVERFLOW-LINE TO PRINT-RECORD
007590         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
007600     END-IF.
007610     IF WS-SEL-OVERFLOW > ZERO
007620         MOVE WS-SEL-OVERFLOW TO OVF-COUNT
007630         MOVE "SELECTIONS NOT LOADED - TABLE FULL" TO OVF-TEXT
007640         MOVE WS-OVERFLOW-LINE TO PRINT-RECORD
007650         PERFORM 7800-WRITE-LINE THRU 7800-EXIT
007660     END-IF.
007670 7000-EXIT.
007680     EXIT.
007690
007700 7010-WRITE-ONE-CONSUMER.
007710     MOVE SPACES TO PRINT-RECORD.
007720     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
007730     MOVE WS-CON-ID (WS-CON-IDX) TO CNL-ID.
007740     EVALUATE TRUE
007750         WHEN WS-CON-FULL (WS-CON-IDX)
007760             MOVE "FULL" TO CNL-MODE
007770         WHEN WS-CON-CHANGES-ONLY (WS-CON-IDX)
007780             MOVE "CHANGES ONLY" TO CNL-MODE
007790         WHEN OTHER
007800             MOVE "UNKNOWN MODE" TO CNL-MODE
007810     END-EVALUATE.
007820     MOVE WS-CON-SELECTIONS (WS-CON-IDX) TO CNL-SELECTIONS.
007830     MOVE WS-CON-DELIVERED (WS-CON-IDX) TO CNL-DELIVERED.
007835     MOVE WS-CON-HELD (WS-CON-IDX) TO CNL-HELD.
007840     MOVE WS-CONSUMER-LINE TO PRINT-RECORD.
007850     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
007860     COMPUTE WS-LAST-SEL-IDX = WS-CON-FIRST-SEL (WS-CON-IDX)
007870         + WS-CON-SELECTIONS (WS-CON-IDX) - 1.
007880     PERFORM 7020-WRITE-ONE-SELECTION THRU 7020-EXIT
007890         VARYING WS-SEL-IDX FROM WS-CON-FIRST-SEL (WS-CON-IDX)
007900         BY 1 UNTIL WS-SEL-IDX > WS-LAST-SEL-IDX.
007910 7010-EXIT.
007920     EXIT.
007930
007940 7020-WRITE-ONE-SELECTION.
007950     MOVE WS-SEL-SOURCE (WS-SEL-IDX) TO SLL-SOURCE.
007960     IF WS-SEL-FROM (WS-SEL-IDX) = SPACES
007970         MOVE "LOW" TO SLL-FROM
007980     ELSE
007990         MOVE WS-SEL-FROM (WS-SEL-IDX) TO SLL-FROM
008000     END-IF.
008010     IF WS-SEL-TO (WS-SEL-IDX) = SPACES
008020         MOVE "HIGH" TO SLL-TO
008030     ELSE
008040         MOVE WS-SEL-TO (WS-SEL-IDX) TO SLL-TO
008050     END-IF.
008060     MOVE WS-SEL-MATCHED (WS-SEL-IDX) TO SLL-MATCHED.
008070     MOVE WS-SEL-DESCRIPTION (WS-SEL-IDX) TO SLL-DESCRIPTION.
008080     MOVE WS-SELECTION-LINE TO PRINT-RECORD.
008090     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
008100 7020-EXIT.
008110     EXIT.
008120
008130*-----------------------------------------------------------
008140* 7200-VERIFY-GENERATION - THE EXTRACT MUST HAVE SHOWN ITS
008150* HEADER AND ITS TRAILER, AND THE TRAILER COUNT MUST MATCH
008160* THE DETAILS READ. A FAILURE IS LOGGED TO THE CONSOLE AND
008170* ENDS THE RUN RC=16 SO THE FILES ARE NOT SPLIT OR SENT.
008180*-----------------------------------------------------------
008190 7200-VERIFY-GENERATION.
008200     MOVE "PASSED" TO WS-GENCHECK-TEXT.
008210     IF NOT WS-HEADER-SEEN
008220         MOVE "NO HEADER - GENERATION SUSPECT" TO WS-GENCHECK-TEXT
008230         PERFORM 7210-GENCHECK-FAILED THRU 7210-EXIT
008240         GO TO 7200-EXIT
008250     END-IF.
008260     IF NOT WS-TRAILER-SEEN
008270         MOVE "NO TRAILER - GENERATION SUSPECT"
008280             TO WS-GENCHECK-TEXT
008290         PERFORM 7210-GENCHECK-FAILED THRU 7210-EXIT
008300         GO TO 7200-EXIT
008310     END-IF.
008320     IF WS-TRAILER-COUNT NOT = WS-DETAILS-READ
008330         MOVE "TRAILER COUNT MISMATCH" TO WS-GENCHECK-TEXT
008340         PERFORM 7210-GENCHECK-FAILED THRU 7210-EXIT
008350     END-IF.
008360 7200-EXIT.
008370     EXIT.
008380
008390 7210-GENCHECK-FAILED.
008400     DISPLAY "FPEXTDST: GENERATION CHECK FAILED - "
008410         WS-GENCHECK-TEXT.
008420     IF WS-RETURN-CODE < 16
008430         MOVE 16 TO WS-RETURN-CODE
008440     END-IF.
008450 7210-EXIT.
008460     EXIT.
008470
008480*-----------------------------------------------------------
008490* 7500-WRITE-TOTALS - THE DISTRIBUTION BALANCE, AGAINST
008500* CONTROLS KEPT APART FROM THE ROUTING: THE DETAILS READ MUST
008510* EQUAL THE EXTRACT TRAILER COUNT, AND THE RECORDS WRITTEN TO
008515* DISTOUT MUST EQUAL THE DETAILS WRITTEN PLUS A HEADER AND A
008517* TRAILER FOR EACH CONSUMER. DELIVERED + HELD BACK +
008518* UNSUBSCRIBED IS PRINTED TO SHOW WHERE THE DETAILS WENT.
008520* OUT OF BALANCE IS RC=16, THE CONTROL-TOTAL CONVENTION.
008530*-----------------------------------------------------------
008540 7500-WRITE-TOTALS.
008550     COMPUTE WS-RECORDS-EXPECTED =
008560         WS-DELIVERIES + (2 * WS-CON-COUNT).
008590     IF WS-DETAILS-READ = WS-TRAILER-COUNT AND
008600             WS-TRAILER-SEEN AND
008610             WS-RECORDS-WRITTEN = WS-RECORDS-EXPECTED
008620         SET WS-IN-BALANCE TO TRUE
008630     ELSE
008640         MOVE "N" TO WS-BALANCE-SWITCH
008650         DISPLAY "FPEXTDST: DISTRIBUTION OUT OF BALANCE"
008660         IF WS-RETURN-CODE < 16
008670             MOVE 16 TO WS-RETURN-CODE
008680         END-IF
008690     END-IF.
008700     MOVE "DISTRIBUTION BALANCE" TO SEC-TITLE.
008710     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
008720     MOVE WS-EXTRACT-DATE TO DAT-EXTRACT-DATE.
008730     MOVE WS-DATE-LINE TO PRINT-RECORD.
008740     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
008750     MOVE "SUBSCRIBERS" TO CNT-LABEL.
008760     MOVE WS-CON-COUNT TO CNT-VALUE.
008770     MOVE SPACES TO CNT-TEXT.
008780     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008790     MOVE "SELECTIONS" TO CNT-LABEL.
008800     MOVE WS-SEL-COUNT TO CNT-VALUE.
008810     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008820     MOVE "DETAILS READ" TO CNT-LABEL.
008830     MOVE WS-DETAILS-READ TO CNT-VALUE.
008840     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008842     MOVE "EXTRACT TRAILER COUNT" TO CNT-LABEL.
008844     MOVE WS-TRAILER-COUNT TO CNT-VALUE.
008845     IF NOT WS-TRAILER-SEEN
008846         MOVE "NO TRAILER ON THE EXTRACT" TO CNT-TEXT
008847     ELSE
008848         IF WS-TRAILER-COUNT = WS-DETAILS-READ
008849             MOVE "AGREES WITH DETAILS READ" TO CNT-TEXT
008850         ELSE
008851             MOVE "DOES NOT AGREE WITH DETAILS READ" TO CNT-TEXT
008852         END-IF
008853     END-IF.
008854     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008855     MOVE "  DELIVERED" TO CNT-LABEL.
008860     MOVE WS-DETAILS-DELIVERED TO CNT-VALUE.
008870     MOVE "TO ONE SUBSCRIBER OR MORE" TO CNT-TEXT.
008880     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008890     MOVE "  HELD BACK" TO CNT-LABEL.
008900     MOVE WS-DETAILS-HELD TO CNT-VALUE.
008910     MOVE "CHANGES-ONLY SUBSCRIBERS - VALUE NOT NEW"
008920         TO CNT-TEXT.
008930     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008940     MOVE "  UNSUBSCRIBED" TO CNT-LABEL.
008950     MOVE WS-DETAILS-UNSUBSCRIBED TO CNT-VALUE.
008960     MOVE "LISTED UNDER UNSUBSCRIBED DETAILS" TO CNT-TEXT.
008970     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
008980     MOVE "DETAILS WRITTEN" TO CNT-LABEL.
008990     MOVE WS-DELIVERIES TO CNT-VALUE.
009000     MOVE "ONE PER SUBSCRIBER PER DETAIL DELIVERED"
009010         TO CNT-TEXT.
009020     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
009030     MOVE "  PLUS HEADERS/TRAILERS" TO CNT-LABEL.
009040     COMPUTE CNT-VALUE = 2 * WS-CON-COUNT.
009050     MOVE "ONE OF EACH PER SUBSCRIBER" TO CNT-TEXT.
009060     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
009070     MOVE "DISTOUT RECORDS EXPECTED" TO CNT-LABEL.
009080     MOVE WS-RECORDS-EXPECTED TO CNT-VALUE.
009090     MOVE SPACES TO CNT-TEXT.
009100     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
009110     MOVE "DISTOUT RECORDS WRITTEN" TO CNT-LABEL.
009120     MOVE WS-RECORDS-WRITTEN TO CNT-VALUE.
009130     IF WS-RECORDS-WRITTEN = WS-RECORDS-EXPECTED
009132         MOVE "AGREES WITH RECORDS EXPECTED" TO CNT-TEXT
009134     ELSE
009136         MOVE "DOES NOT AGREE WITH RECORDS EXPECTED" TO CNT-TEXT
009138     END-IF.
009140     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
009142     MOVE "BALANCE" TO RSL-LABEL.
009144     IF WS-IN-BALANCE
009146         MOVE "IN BALANCE" TO RSL-TEXT
009147     ELSE
009148         MOVE "OUT OF BALANCE" TO RSL-TEXT
009149     END-IF.
009150     MOVE WS-RESULT-LINE TO PRINT-RECORD.
009151     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
009152     MOVE "GENERATION CHECK" TO RSL-LABEL.
009160     MOVE WS-GENCHECK-TEXT TO RSL-TEXT.
009170     MOVE WS-RESULT-LINE TO PRINT-RECORD.
009180     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
009190     MOVE "RETURN CODE" TO CNT-LABEL.
009200     MOVE WS-RETURN-CODE TO CNT-VALUE.
009210     MOVE SPACES TO CNT-TEXT.
009220     PERFORM 7520-WRITE-COUNT THRU 7520-EXIT.
009230 7500-EXIT.
009240     EXIT.
009250
009310 7520-WRITE-COUNT.
009320     MOVE WS-COUNT-LINE TO PRINT-RECORD.
009330     PERFORM 7800-WRITE-LINE THRU 7800-EXIT.
009340 7520-EXIT.
009350     EXIT.
009360
009370*-----------------------------------------------------------
009380* 7700-WRITE-SECTION-TITLE - SECTION TITLE IN SEC-TITLE, A
009390* BLANK LINE ABOVE IT, STARTING A NEW PAGE IF IT WOULD FALL
009400* AT THE FOOT OF THIS ONE.
009410*-----------------------------------------------------------
009420 7700-WRITE-SECTION-TITLE.
009430     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
009440         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
009450     END-IF.
009460     MOVE WS-SECTION-LINE TO PRINT-RECORD.
009470     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
009480     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009490     ADD 2 TO WS-PRINT-LINE-COUNT.
009500 7700-EXIT.
009510     EXIT.
009520
009530*-----------------------------------------------------------
009540* 7800-WRITE-LINE - WRITE THE LINE IN PRINT-RECORD, STARTING
009550* A NEW PAGE FIRST IF THIS ONE IS FULL.
009560*-----------------------------------------------------------
009570 7800-WRITE-LINE.
009580     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
009590         MOVE PRINT-RECORD TO WS-HOLD-LINE
009600         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
009610         MOVE WS-HOLD-LINE TO PRINT-RECORD
009620     END-IF.
009630     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
009640     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009650     ADD 1 TO WS-PRINT-LINE-COUNT.
009660 7800-EXIT.
009670     EXIT.
009680
009690*-----------------------------------------------------------
009700* 8000-TERMINATE - CLOSE THE FILES.
009710*-----------------------------------------------------------
009720 8000-TERMINATE.
009730     CLOSE PRINT-FILE.
009740     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009750     CLOSE EXTRACT-FILE.
009760     IF WS-EXTRACT-STATUS NOT = "00"
009770         MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
009780         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
009790         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009800     END-IF.
009810     CLOSE DISTRIBUTION-FILE.
009820     IF WS-DISTOUT-STATUS NOT = "00"
009830         MOVE "DISTOUT" TO WS-ERROR-FILE-NAME
009840         MOVE WS-DISTOUT-STATUS TO WS-ERROR-STATUS
009850         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009860     END-IF.
009870     IF WS-EXTMAST-AVAILABLE
009880         CLOSE EXTRACT-MASTER-FILE
009890         IF WS-MASTER-STATUS NOT = "00"
009900             MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
009910             MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
009920             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009930         END-IF
009940     END-IF.
009950 8000-EXIT.
009960     EXIT.
009970
009980*-----------------------------------------------------------
009990* 9700-SET-WARNING - RAISE THE RETURN CODE TO 4 UNLESS IT IS
010000* ALREADY HIGHER.
010010*-----------------------------------------------------------
010020 9700-SET-WARNING.
010030     IF WS-RETURN-CODE < 4
010040         MOVE 4 TO WS-RETURN-CODE
010050     END-IF.
010060 9700-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------
010100* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
010110* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
010120* COMMON FILE-ERROR PARAGRAPH.
010130*-----------------------------------------------------------
010140 9810-CHECK-PRINT-STATUS.
010150     IF WS-PRINT-STATUS NOT = "00"
010160         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
010170         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
010180         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010190     END-IF.
010200 9810-EXIT.
010210     EXIT.
010220
010230*-----------------------------------------------------------
010240* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
010250* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
010260* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
010270* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
010280*-----------------------------------------------------------
010290 9800-FILE-ERROR.
010300     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
010310         " STATUS: " WS-ERROR-STATUS.
010320     MOVE 12 TO WS-RETURN-CODE.
010330     MOVE WS-RETURN-CODE TO RETURN-CODE.
010340     STOP RUN.
010350 9800-EXIT.
010360     EXIT.
