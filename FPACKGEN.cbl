000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPACKGEN.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - PER-SOURCE
000100*                    ACKNOWLEDGEMENTS. AFTER THE NIGHTLY RUN,
000110*                    WRITES AN ACKNOWLEDGEMENT (SEE FPACKREC) FOR
000120*                    EVERY FEED TONIGHT'S RUN RECEIVED - FEED
000130*                    DATE, OUR RUN DATE, THE RECONCILIATION RESULT
000140*                    AND COUNTS FROM SRCSTATS, AND EVERY REJECTED
000150*                    RECORD AS IT ARRIVED WITH THE REASON IN WORDS
000160*                    - PLUS A "NOT RECEIVED" ACKNOWLEDGEMENT FOR
000170*                    EVERY EXPECTED SOURCE THAT NEVER SENT, SO
000180*                    EACH SENDING SYSTEM CAN LOAD ITS OWN ERRORS
000190*                    AND FIX THEM AT SOURCE.
000200*   2026-10-15  DLB  REJECTS OUT OF THE SUSPENSE QUEUE (FLAGGED
000201*                    "S", WRITTEN AHEAD OF THE FEEDS) BELONG TO
000202*                    NO FEED - STEPPED OVER AND COUNTED IN THE
000203*                    TOTALS. SUSPAGED REASON IN WORDS.
000204*   2026-10-15  DLB  SUSPENSE-QUEUE REJECTS ACKNOWLEDGED TO THEIR
000205*                    SOURCE ("D" LINES FLAGGED "S"), ON A "QUEUE
000206*                    ONLY" ACKNOWLEDGEMENT WHEN THE SOURCE HAD NO
000207*                    FEED. PARKED AND QUEUE-REJECTED COUNTS ADDED
000208*                    TO THE SUMMARY.
000209*---------------------------------------------------------------
000210* THE NIGHT ACKNOWLEDGED IS THE LAST RUN ON STAHIST. ITS SRCSTATS
000220* RECORDS (SAME RUN DATE AND TIME) ARE TAKEN IN THE ORDER THEY
000230* WERE WRITTEN - ONE PER FEED IN INFILE ORDER, THEN ONE "MISSING"
000240* RECORD PER EXPECTED SOURCE THAT NEVER SENT (FPUNUSED WRITES
000250* THOSE FOR EVERY FEEDREG OR CALENDAR SOURCE DUE THAT NIGHT).
000260* REJECTS IS WRITTEN IN THE SAME FEED ORDER, SO EACH FEED'S
000270* REJECTED RECORDS ARE THE NEXT N ON REJECTS, N BEING THE SUM OF
000280* ITS SRCSTATS REJECT COUNTS; EACH MUST CARRY THE FEED'S SOURCE.
000290* THE FEED DATE COMES FROM THE FEED'S HEADER ON INFILE. THE
000300* ANONYMOUS (BLANK-SOURCE) FEED HAS NO SENDER AND IS NOT
000310* ACKNOWLEDGED, BUT ITS REJECTS ARE STILL STEPPED OVER.
000312* A QUEUED VALUE REJECTED WHILE FPUNUSED WORKS THE SUSPENSE
000313* QUEUE, BEFORE ANY FEED IS READ, BELONGS TO NO FEED OF THE
000314* NIGHT. THOSE REJECTS (FLAGGED "S", AHEAD OF THE FEEDS ON
000315* REJECTS) ARE HELD IN A TABLE AND WRITTEN AS "D" LINES FLAGGED
000316* "S" ON THE SOURCE'S FIRST ACKNOWLEDGEMENT OF THE NIGHT; A
000317* SOURCE WITH NONE GETS A "QUEUE ONLY" ACKNOWLEDGEMENT OF ITS
000318* OWN. THE SUMMARY CARRIES THE FEED'S DETAILS PARKED ON THE
000319* QUEUE (RECEIVED LESS VALID LESS REJECTED), SO RECEIVED = VALID
000320* + REJECTED + PARKED, AND THE COUNT OF QUEUE REJECTS THAT
000321* FOLLOW.
000322*
000330* ACKOUT HOLDS EVERY ACKNOWLEDGEMENT, EACH RECORD CARRYING ITS
000340* SOURCE CODE IN BYTES 2-4; THE JOB SPLITS IT INTO ONE DATASET
000350* PER SOURCE.
000360*
000370* RETURN CODES:
000380*   RC=00  EVERY FEED ACKNOWLEDGED WITH ALL ITS REJECTED RECORDS
000390*   RC=04  A FEED'S HEADER WAS NOT FOUND ON INFILE (FEED DATE
000400*          ZERO ON ITS ACKNOWLEDGEMENT), OR THE NIGHT HAS NO
000410*          SRCSTATS RECORDS
000417*   RC=08  REJECTED RECORDS COULD NOT BE MATCHED TO THEIR FEED,
000424*          OR SUSPENSE REJECTS OVERFLOWED THEIR TABLE - SOME
000431*          ACKNOWLEDGEMENTS ARE SHORT, SEE PRTOUT
000440*   RC=12  STAHIST MISSING OR EMPTY, OR UNEXPECTED FILE STATUS
000450*---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT STATUS-HISTORY-FILE ASSIGN TO "STAHIST"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STAHIST-STATUS.
000520
000530     SELECT INPUT-FILE ASSIGN TO "INFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-INPUT-STATUS.
000560
000570     SELECT SOURCE-STATS-FILE ASSIGN TO "SRCSTATS"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SRCSTATS-STATUS.
000600
000610     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REJECT-STATUS.
000640
000650     SELECT ACK-FILE ASSIGN TO "ACKOUT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ACK-STATUS.
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
000790 FD  INPUT-FILE
000800     RECORDING MODE IS F.
000810 01  INPUT-RECORD.
000820     05  IN-REC-TYPE                 PIC X(01).
000830         88  IN-HEADER-RECORD            VALUE "H".
000840     05  FILLER                      PIC X(79).
000850 01  INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
000860     05  FILLER                      PIC X(01).
000870     05  IN-SOURCE-CODE              PIC X(03).
000880     05  IN-FEED-DATE                PIC 9(08).
000890     05  FILLER                      PIC X(68).
000900
000910 FD  SOURCE-STATS-FILE
000920     RECORDING MODE IS F.
000930     COPY FPSRCSTA.
000940
000950 FD  REJECT-FILE
000960     RECORDING MODE IS F.
000970     COPY FPREJREC.
000980
000990 FD  ACK-FILE
001000     RECORDING MODE IS F.
001010     COPY FPACKREC.
001020
001030 FD  PRINT-FILE
001040     RECORDING MODE IS F.
001050 01  PRINT-RECORD                    PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080 77  WS-STAHIST-STATUS               PIC X(02).
001090 77  WS-INPUT-STATUS                 PIC X(02).
001100 77  WS-SRCSTATS-STATUS              PIC X(02).
001110 77  WS-REJECT-STATUS                PIC X(02).
001120 77  WS-ACK-STATUS                   PIC X(02).
001130 77  WS-PRINT-STATUS                 PIC X(02).
001140 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001150
001160 77  WS-STAHIST-EOF-SWITCH           PIC X(01) VALUE "N".
001170     88  WS-STAHIST-EOF                  VALUE "Y".
001180 77  WS-INPUT-EOF-SWITCH             PIC X(01) VALUE "N".
001190     88  WS-INPUT-EOF                    VALUE "Y".
001200 77  WS-SRCSTATS-EOF-SWITCH          PIC X(01) VALUE "N".
001210     88  WS-SRCSTATS-EOF                 VALUE "Y".
001220 77  WS-REJECT-EOF-SWITCH            PIC X(01) VALUE "N".
001230     88  WS-REJECT-EOF                   VALUE "Y".
001240 77  WS-REJECT-PENDING-SWITCH        PIC X(01) VALUE "N".
001250     88  WS-REJECT-PENDING               VALUE "Y".
001260 77  WS-ANONYMOUS-SWITCH             PIC X(01) VALUE "N".
001270     88  WS-ANONYMOUS-FEED               VALUE "Y".
001273 77  WS-QUEUE-ONLY-SWITCH            PIC X(01) VALUE "N".
001276     88  WS-QUEUE-ONLY-ACK               VALUE "Y".
001280
001290*---------------------------------------------------------------
001300* TONIGHT'S RUN (LAST STAHIST RECORD).
001310*---------------------------------------------------------------
001320 77  WS-STAHIST-READ                 PIC 9(07) COMP VALUE ZERO.
001330 77  WS-TON-RUN-DATE                 PIC 9(08) VALUE ZERO.
001340 77  WS-TON-RUN-TIME                 PIC 9(08) VALUE ZERO.
001350
001360*---------------------------------------------------------------
001370* THE FEED BEING ACKNOWLEDGED.
001380*---------------------------------------------------------------
001390 77  WS-ACK-SOURCE                   PIC X(03).
001400 77  WS-FEED-DATE                    PIC 9(08) VALUE ZERO.
001410 77  WS-FEED-REJECTS                 PIC 9(07) COMP VALUE ZERO.
001420 77  WS-FEED-SHORT                   PIC 9(07) COMP VALUE ZERO.
001430 77  WS-ACK-RECORDS                  PIC 9(07) COMP VALUE ZERO.
001433 77  WS-FEED-PARKED                  PIC 9(07) COMP VALUE ZERO.
001436 77  WS-ACK-QUEUE-REJ                PIC 9(07) COMP VALUE ZERO.
001440
001450*---------------------------------------------------------------
001460* RUN TOTALS.
001470*---------------------------------------------------------------
001480 77  WS-FEEDS-TONIGHT                PIC 9(07) COMP VALUE ZERO.
001490 77  WS-ACKS-WRITTEN                 PIC 9(07) COMP VALUE ZERO.
001500 77  WS-ACKS-NOT-RECEIVED            PIC 9(07) COMP VALUE ZERO.
001510 77  WS-ACK-RECORDS-TOTAL            PIC 9(07) COMP VALUE ZERO.
001520 77  WS-REJ-LINES                    PIC 9(07) COMP VALUE ZERO.
001530 77  WS-ANON-FEEDS                   PIC 9(07) COMP VALUE ZERO.
001540 77  WS-ANON-REJECTS                 PIC 9(07) COMP VALUE ZERO.
001550 77  WS-REJ-SHORT                    PIC 9(07) COMP VALUE ZERO.
001560 77  WS-REJ-UNPLACED                 PIC 9(07) COMP VALUE ZERO.
001570 77  WS-REJ-OTHER-DATE               PIC 9(07) COMP VALUE ZERO.
001580 77  WS-DATE-NOT-FOUND               PIC 9(07) COMP VALUE ZERO.
001585 77  WS-REJ-SUSPENSE                 PIC 9(07) COMP VALUE ZERO.
001586 77  WS-QUE-LINES                    PIC 9(07) COMP VALUE ZERO.
001587 77  WS-ACKS-QUEUE-ONLY              PIC 9(07) COMP VALUE ZERO.
001590
001600 77  WS-IDX                          PIC 9(04) COMP VALUE ZERO.
001610 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
001615 77  WS-QIX                          PIC 9(04) COMP VALUE ZERO.
001620
001630 77  WS-ERROR-FILE-NAME              PIC X(09).
001640 77  WS-ERROR-STATUS                 PIC X(02).
001650
001660 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001670 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001680 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001690
001700 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001710 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001720
001730*---------------------------------------------------------------
001740* FEED HEADERS ON INFILE, IN ARRIVAL ORDER. A FEED TAKES THE
001750* FIRST UNUSED HEADER FOR ITS SOURCE, SO A SOURCE THAT SENT
001760* TWICE GETS EACH FEED'S OWN DATE. OVERFLOW IS COUNTED; THE
001770* FEEDS AFFECTED GO OUT WITH A ZERO FEED DATE.
001780*---------------------------------------------------------------
001790 01  WS-HDR-TABLE.
001800     05  WS-HDR-COUNT                PIC 9(04) COMP VALUE ZERO.
001810     05  WS-HDR-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001820     05  WS-HDR-ENTRY OCCURS 50 TIMES.
001830         10  WS-HDR-SOURCE           PIC X(03).
001840         10  WS-HDR-FEED-DATE        PIC 9(08).
001850         10  WS-HDR-USED             PIC X(01).
001851
001852*---------------------------------------------------------------
001853* TONIGHT'S REJECTS OUT OF THE SUSPENSE QUEUE, HELD UNTIL THEIR
001854* SOURCE'S ACKNOWLEDGEMENT IS WRITTEN. OVERFLOW IS COUNTED AND
001855* THOSE REJECTS GO UNACKNOWLEDGED.
001856*---------------------------------------------------------------
001857 01  WS-QUE-TABLE.
001858     05  WS-QUE-COUNT                PIC 9(04) COMP VALUE ZERO.
001859     05  WS-QUE-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001860     05  WS-QUE-ENTRY OCCURS 500 TIMES.
001861         10  WS-QUE-SOURCE           PIC X(03).
001862         10  WS-QUE-REASON           PIC X(08).
001863         10  WS-QUE-RECORD           PIC X(80).
001864         10  WS-QUE-USED             PIC X(01).
001865
001870*---------------------------------------------------------------
001880* PRINT LINE LAYOUTS
001890*---------------------------------------------------------------
001900 01  WS-HEADER-LINE-1.
001910     05  FILLER                      PIC X(38)
001920             VALUE "FPACKGEN - SOURCE ACKNOWLEDGEMENTS    ".
001930     05  FILLER                      PIC X(05) VALUE "PAGE ".
001940     05  HDR-PAGE-NO                 PIC ZZ9.
001950     05  FILLER                      PIC X(34) VALUE SPACES.
001960
001970 01  WS-HEADER-LINE-2.
001980     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001990     05  HDR-RUN-DATE                PIC 9(08).
002000     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
002010     05  HDR-RUN-TIME                PIC 9(08).
002020     05  FILLER                      PIC X(45) VALUE SPACES.
002030
002040 01  WS-HEADER-LINE-3.
002050     05  FILLER                      PIC X(20)
002060             VALUE "NIGHT ACKNOWLEDGED: ".
002070     05  HDR-TON-DATE                PIC 9(08).
002080     05  FILLER                      PIC X(01) VALUE SPACE.
002090     05  HDR-TON-TIME                PIC 9(08).
002100     05  FILLER                      PIC X(43) VALUE SPACES.
002110
002120 01  WS-SECTION-LINE.
002130     05  SEC-TITLE                   PIC X(40).
002140     05  FILLER                      PIC X(40) VALUE SPACES.
002150
002160 01  WS-COLUMN-LINE.
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  FILLER                      PIC X(05) VALUE "SRC  ".
002190     05  FILLER                      PIC X(10) VALUE "FEED DATE ".
002200     05  FILLER                      PIC X(13) VALUE "RECEIPT".
002210     05  FILLER                      PIC X(08) VALUE "RESULT".
002220     05  FILLER                      PIC X(10) VALUE "  RECEIVED".
002230     05  FILLER                      PIC X(10) VALUE "     VALID".
002240     05  FILLER                      PIC X(10) VALUE "  REJECTED".
002250     05  FILLER                      PIC X(08) VALUE " RECORDS".
002260     05  FILLER                      PIC X(04) VALUE SPACES.
002270
002280 01  WS-ACK-LINE.
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  ACL-SOURCE                  PIC X(03).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  ACL-FEED-DATE               PIC 9(08).
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  ACL-RECEIPT                 PIC X(12).
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  ACL-RESULT                  PIC X(08).
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  ACL-RECEIVED                PIC Z,ZZZ,ZZ9.
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  ACL-VALID                   PIC Z,ZZZ,ZZ9.
002410     05  FILLER                      PIC X(01) VALUE SPACE.
002420     05  ACL-REJECTED                PIC Z,ZZZ,ZZ9.
002430     05  FILLER                      PIC X(01) VALUE SPACE.
002440     05  ACL-RECORDS                 PIC ZZZ,ZZ9.
002450     05  FILLER                      PIC X(04) VALUE SPACES.
002460
002470 01  WS-NOTE-LINE.
002480     05  FILLER                      PIC X(04) VALUE SPACES.
002490     05  FILLER                      PIC X(03) VALUE "** ".
002500     05  NOTE-SOURCE                 PIC X(03).
002510     05  FILLER                      PIC X(01) VALUE SPACE.
002520     05  NOTE-COUNT                  PIC Z,ZZZ,ZZ9.
002530     05  FILLER                      PIC X(01) VALUE SPACE.
002540     05  NOTE-TEXT                   PIC X(59).
002550
002560 01  WS-UNPLACED-LINE.
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  UNP-SOURCE                  PIC X(03).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  UNP-RUN-DATE                PIC 9(08).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  UNP-REASON                  PIC X(08).
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  UNP-RECORD                  PIC X(53).
002650
002660 01  WS-TOTAL-LINE.
002670     05  FILLER                      PIC X(04) VALUE SPACES.
002680     05  TOT-DESC                    PIC X(44).
002690     05  TOT-AMOUNT                  PIC Z,ZZZ,ZZ9.
002700     05  FILLER                      PIC X(23) VALUE SPACES.
002710
002720*---------------------------------------------------------------
002730* PROCEDURE DIVISION
002740*---------------------------------------------------------------
002750 PROCEDURE DIVISION.
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 2000-READ-RUN-HISTORY THRU 2000-EXIT
002790         UNTIL WS-STAHIST-EOF.
002800     IF WS-STAHIST-READ = ZERO
002810         DISPLAY "FPACKGEN: STAHIST HAS NO RUN TO ACKNOWLEDGE - "
002820             "RUN ABANDONED"
002830         MOVE 12 TO WS-RETURN-CODE
002840         MOVE WS-RETURN-CODE TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     PERFORM 1500-OPEN-NIGHT-FILES THRU 1500-EXIT.
002880     PERFORM 1600-LOAD-FEED-HEADER THRU 1600-EXIT
002890         UNTIL WS-INPUT-EOF.
002893     PERFORM 3310-READ-NEXT-REJECT THRU 3310-EXIT
002896         UNTIL WS-REJECT-PENDING OR WS-REJECT-EOF.
002900     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002910     MOVE "ACKNOWLEDGEMENTS WRITTEN" TO SEC-TITLE.
002920     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
002930     PERFORM 7710-WRITE-COLUMN-HEADING THRU 7710-EXIT.
002940     PERFORM 3000-ACKNOWLEDGE-FEED THRU 3000-EXIT
002950         UNTIL WS-SRCSTATS-EOF.
002952     PERFORM 3800-ACK-QUEUE-ONLY THRU 3800-EXIT
002954         VARYING WS-QIX FROM 1 BY 1
002956         UNTIL WS-QIX > WS-QUE-COUNT.
002960     PERFORM 4000-LIST-UNPLACED-REJECT THRU 4000-EXIT
002970         UNTIL WS-REJECT-EOF AND NOT WS-REJECT-PENDING.
002980     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003000 0000-EXIT.
003010     MOVE WS-RETURN-CODE TO RETURN-CODE.
003020     STOP RUN.
003030
003040*-----------------------------------------------------------
003050* 1000-INITIALIZE - STAHIST IS THE ONE INPUT THAT MUST BE
003060* THERE - WITHOUT IT THERE IS NO NIGHT TO ACKNOWLEDGE.
003070*-----------------------------------------------------------
003080 1000-INITIALIZE.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT WS-RUN-TIME FROM TIME.
003110
003120     OPEN INPUT STATUS-HISTORY-FILE.
003130     IF WS-STAHIST-STATUS NOT = "00"
003140         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
003150         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
003160         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003170     END-IF.
003180
003190     OPEN OUTPUT PRINT-FILE.
003200     IF WS-PRINT-STATUS NOT = "00"
003210         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
003220         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
003230         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------
003290* 1500-OPEN-NIGHT-FILES - A MISSING INFILE LEAVES EVERY FEED
003300* DATE ZERO; A MISSING REJECTS GENERATION IS A CLEAN NIGHT; A
003310* MISSING SRCSTATS MEANS NOTHING TO ACKNOWLEDGE.
003320*-----------------------------------------------------------
003330 1500-OPEN-NIGHT-FILES.
003340     OPEN INPUT INPUT-FILE.
003350     EVALUATE WS-INPUT-STATUS
003360         WHEN "00"
003370             CONTINUE
003380         WHEN "35"
003390             SET WS-INPUT-EOF TO TRUE
003400         WHEN OTHER
003410             MOVE "INFILE" TO WS-ERROR-FILE-NAME
003420             MOVE WS-INPUT-STATUS TO WS-ERROR-STATUS
003430             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003440     END-EVALUATE.
003450
003460     OPEN INPUT SOURCE-STATS-FILE.
003470     EVALUATE WS-SRCSTATS-STATUS
003480         WHEN "00"
003490             CONTINUE
003500         WHEN "35"
003510             SET WS-SRCSTATS-EOF TO TRUE
003520         WHEN OTHER
003530             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
003540             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
003550             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003560     END-EVALUATE.
003570
003580     OPEN INPUT REJECT-FILE.
003590     EVALUATE WS-REJECT-STATUS
003600         WHEN "00"
003610             CONTINUE
003620         WHEN "35"
003630             SET WS-REJECT-EOF TO TRUE
003640         WHEN OTHER
003650             MOVE "REJECTS" TO WS-ERROR-FILE-NAME
003660             MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
003670             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003680     END-EVALUATE.
003690
003700     OPEN OUTPUT ACK-FILE.
003710     IF WS-ACK-STATUS NOT = "00"
003720         MOVE "ACKOUT" TO WS-ERROR-FILE-NAME
003730         MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
003740         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003750     END-IF.
003760 1500-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------
003800* 1600-LOAD-FEED-HEADER - NOTE THE SOURCE AND FEED DATE OF
003810* EVERY FEED HEADER ON INFILE. DETAILS AND TRAILERS ARE
003820* PASSED OVER.
003830*-----------------------------------------------------------
003840 1600-LOAD-FEED-HEADER.
003850     READ INPUT-FILE
003860         AT END
003870             SET WS-INPUT-EOF TO TRUE
003880     END-READ.
003890     IF WS-INPUT-EOF
003900         GO TO 1600-EXIT
003910     END-IF.
003920     IF WS-INPUT-STATUS NOT = "00"
003930         MOVE "INFILE" TO WS-ERROR-FILE-NAME
003940         MOVE WS-INPUT-STATUS TO WS-ERROR-STATUS
003950         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003960     END-IF.
003970     IF NOT IN-HEADER-RECORD
003980         GO TO 1600-EXIT
003990     END-IF.
004000     IF WS-HDR-COUNT >= 50
004010         ADD 1 TO WS-HDR-OVERFLOW
004020         GO TO 1600-EXIT
004030     END-IF.
004040     ADD 1 TO WS-HDR-COUNT.
004050     MOVE IN-SOURCE-CODE TO WS-HDR-SOURCE (WS-HDR-COUNT).
004060     IF IN-FEED-DATE IS NUMERIC
004070         MOVE IN-FEED-DATE TO WS-HDR-FEED-DATE (WS-HDR-COUNT)
004080     ELSE
004090         MOVE ZERO TO WS-HDR-FEED-DATE (WS-HDR-COUNT)
004100     END-IF.
004110     MOVE "N" TO WS-HDR-USED (WS-HDR-COUNT).
004120 1600-EXIT.
004130     EXIT.
004140
004150*-----------------------------------------------------------
004160* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE,
004170* NAMING THE NIGHT BEING ACKNOWLEDGED.
004180*-----------------------------------------------------------
004190 1700-WRITE-REPORT-HEADER.
004200     ADD 1 TO WS-PRINT-PAGE-COUNT.
004210     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
004220     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004230     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
004240     MOVE WS-TON-RUN-DATE TO HDR-TON-DATE.
004250     MOVE WS-TON-RUN-TIME TO HDR-TON-TIME.
004260     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
004270     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
004280     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004290     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
004300     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004310     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004320     MOVE WS-HEADER-LINE-3 TO PRINT-RECORD.
004330     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004340     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004350     MOVE SPACES TO PRINT-RECORD.
004360     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004370     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004380     MOVE 4 TO WS-PRINT-LINE-COUNT.
004390 1700-EXIT.
004400     EXIT.
004410
004420*-----------------------------------------------------------
004430* 2000-READ-RUN-HISTORY - READ STAHIST TO THE END, KEEPING
004440* THE LAST RUN (TONIGHT).
004450*-----------------------------------------------------------
004460 2000-READ-RUN-HISTORY.
004470     READ STATUS-HISTORY-FILE
004480         AT END
004490             SET WS-STAHIST-EOF TO TRUE
004500     END-READ.
004510     IF WS-STAHIST-EOF
004520         GO TO 2000-EXIT
004530     END-IF.
004540     IF WS-STAHIST-STATUS NOT = "00"
004550         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
004560         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
004570         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004580     END-IF.
004590     ADD 1 TO WS-STAHIST-READ.
004600     MOVE STA-RUN-DATE TO WS-TON-RUN-DATE.
004610     MOVE STA-RUN-TIME TO WS-TON-RUN-TIME.
004620 2000-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------
004660* 3000-ACKNOWLEDGE-FEED - ONE SRCSTATS RECORD WRITTEN BY
004670* TONIGHT'S RUN (DATE AND TIME; A RECORD WRITTEN BEFORE THE RUN
004680* TIME WENT ON SRCSTATS IS TAKEN ON ITS DATE) BECOMES ONE
004686* ACKNOWLEDGEMENT: HEADER, SUMMARY, ITS REJECTED RECORDS, THE
004692* SOURCE'S SUSPENSE-QUEUE REJECTS NOT YET ACKNOWLEDGED, AND
004700* TRAILER.
004710*-----------------------------------------------------------
004720 3000-ACKNOWLEDGE-FEED.
004730     READ SOURCE-STATS-FILE
004740         AT END
004750             SET WS-SRCSTATS-EOF TO TRUE
004760     END-READ.
004770     IF WS-SRCSTATS-EOF
004780         GO TO 3000-EXIT
004790     END-IF.
004800     IF WS-SRCSTATS-STATUS NOT = "00"
004810         MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
004820         MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
004830         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004840     END-IF.
004850     IF SRC-RUN-DATE NOT = WS-TON-RUN-DATE
004860         GO TO 3000-EXIT
004870     END-IF.
004880     IF SRC-RUN-TIME IS NUMERIC
004890         IF SRC-RUN-TIME NOT = WS-TON-RUN-TIME
004900             GO TO 3000-EXIT
004910         END-IF
004920     END-IF.
004930     ADD 1 TO WS-FEEDS-TONIGHT.
004940     IF SRC-REJ-SRCNAUTH NOT NUMERIC
004950         MOVE ZERO TO SRC-REJ-SRCNAUTH
004960     END-IF.
004970     COMPUTE WS-FEED-REJECTS = SRC-REJ-NOTAPPRV +
004980         SRC-REJ-BLANKVAL + SRC-REJ-OTHER + SRC-REJ-SRCNAUTH.
004990     MOVE SRC-SOURCE-CODE TO WS-ACK-SOURCE.
005000     MOVE ZERO TO WS-FEED-SHORT.
005010     MOVE ZERO TO WS-ACK-RECORDS.
005020     IF WS-ACK-SOURCE = SPACES
005030         PERFORM 3500-PASS-ANONYMOUS-FEED THRU 3500-EXIT
005040         GO TO 3000-EXIT
005050     END-IF.
005051     IF SRC-DETAILS-RECEIVED > SRC-DETAILS-VALID + WS-FEED-REJECTS
005052         COMPUTE WS-FEED-PARKED = SRC-DETAILS-RECEIVED -
005053             SRC-DETAILS-VALID - WS-FEED-REJECTS
005054     ELSE
005055         MOVE ZERO TO WS-FEED-PARKED
005056     END-IF.
005057     MOVE ZERO TO WS-ACK-QUEUE-REJ.
005058     PERFORM 3710-COUNT-QUEUE-REJECT THRU 3710-EXIT
005059         VARYING WS-IDX FROM 1 BY 1
005060         UNTIL WS-IDX > WS-QUE-COUNT.
005061     PERFORM 3100-WRITE-ACK-HEADER THRU 3100-EXIT.
005070     PERFORM 3200-WRITE-ACK-SUMMARY THRU 3200-EXIT.
005080     PERFORM 3300-PLACE-REJECT THRU 3300-EXIT
005090         WS-FEED-REJECTS TIMES.
005092     PERFORM 3700-WRITE-QUEUE-REJECT THRU 3700-EXIT
005094         VARYING WS-IDX FROM 1 BY 1
005096         UNTIL WS-IDX > WS-QUE-COUNT.
005100     PERFORM 3400-WRITE-ACK-TRAILER THRU 3400-EXIT.
005110     ADD 1 TO WS-ACKS-WRITTEN.
005120     PERFORM 3600-WRITE-ACK-LINE THRU 3600-EXIT.
005125     PERFORM 3610-WRITE-QUEUE-NOTE THRU 3610-EXIT.
005130     IF WS-FEED-SHORT > ZERO
005140         MOVE WS-ACK-SOURCE TO NOTE-SOURCE
005150         MOVE WS-FEED-SHORT TO NOTE-COUNT
005160         MOVE "REJECTED RECORDS NOT FOUND ON REJECTS - ACK SHORT"
005170             TO NOTE-TEXT
005180         PERFORM 7720-WRITE-NOTE THRU 7720-EXIT
005190         ADD WS-FEED-SHORT TO WS-REJ-SHORT
005200     END-IF.
005210 3000-EXIT.
005220     EXIT.
005230
005240*-----------------------------------------------------------
005250* 3100-WRITE-ACK-HEADER - "RECEIVED" WITH THE FEED'S HEADER
005260* DATE, OR "NOT RECEIVED" FOR AN EXPECTED SOURCE THAT NEVER
005270* SENT (RESULT "MISSING" ON SRCSTATS).
005280*-----------------------------------------------------------
005290 3100-WRITE-ACK-HEADER.
005300     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
005310     SET ACK-HEADER-RECORD TO TRUE.
005320     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
005330     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
005340     MOVE WS-TON-RUN-TIME TO ACH-RUN-TIME.
005350     IF SRC-RECON-RESULT = "MISSING"
005360         SET ACH-NOT-RECEIVED TO TRUE
005370         MOVE ZERO TO WS-FEED-DATE
005380         ADD 1 TO WS-ACKS-NOT-RECEIVED
005390     ELSE
005400         SET ACH-RECEIVED TO TRUE
005410         PERFORM 6100-FIND-FEED-DATE THRU 6100-EXIT
005420     END-IF.
005430     MOVE WS-FEED-DATE TO ACH-FEED-DATE.
005440     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
005450 3100-EXIT.
005460     EXIT.
005470
005480*-----------------------------------------------------------
005490* 3200-WRITE-ACK-SUMMARY - THE FEED'S RECONCILIATION RESULT
005496* AND COUNTS AS FPUNUSED RECORDED THEM ON SRCSTATS, ITS DETAILS
005502* PARKED ON THE QUEUE, AND THE QUEUE REJECTS THAT FOLLOW.
005510*-----------------------------------------------------------
005520 3200-WRITE-ACK-SUMMARY.
005530     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
005540     SET ACK-SUMMARY-RECORD TO TRUE.
005550     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
005560     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
005570     MOVE SRC-RECON-RESULT TO ACS-RECON-RESULT.
005580     MOVE SRC-STALE-FLAG TO ACS-STALE-FLAG.
005590     MOVE SRC-DETAILS-RECEIVED TO ACS-DETAILS-RECEIVED.
005600     MOVE SRC-DETAILS-VALID TO ACS-DETAILS-VALID.
005610     MOVE WS-FEED-REJECTS TO ACS-DETAILS-REJECTED.
005620     MOVE SRC-REJ-NOTAPPRV TO ACS-REJ-NOTAPPRV.
005630     MOVE SRC-REJ-BLANKVAL TO ACS-REJ-BLANKVAL.
005640     MOVE SRC-REJ-SRCNAUTH TO ACS-REJ-SRCNAUTH.
005650     MOVE SRC-REJ-OTHER TO ACS-REJ-OTHER.
005653     MOVE WS-FEED-PARKED TO ACS-DETAILS-PARKED.
005656     MOVE WS-ACK-QUEUE-REJ TO ACS-QUEUE-REJECTED.
005660     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
005670 3200-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------
005710* 3300-PLACE-REJECT - TAKE THE NEXT OF TONIGHT'S REJECTS FOR
005720* THE FEED. ONE CARRYING ANOTHER SOURCE IS LEFT PENDING FOR
005730* THE FEEDS THAT FOLLOW AND THE FEED IS COUNTED SHORT. THE
005740* ANONYMOUS FEED'S REJECTS ARE STEPPED OVER, NOT WRITTEN.
005750*-----------------------------------------------------------
005760 3300-PLACE-REJECT.
005770     IF NOT WS-REJECT-PENDING
005780         PERFORM 3310-READ-NEXT-REJECT THRU 3310-EXIT
005790             UNTIL WS-REJECT-PENDING OR WS-REJECT-EOF
005800     END-IF.
005810     IF NOT WS-REJECT-PENDING
005820         ADD 1 TO WS-FEED-SHORT
005830         GO TO 3300-EXIT
005840     END-IF.
005850     IF REJ-SOURCE-CODE NOT = WS-ACK-SOURCE
005860         ADD 1 TO WS-FEED-SHORT
005870         GO TO 3300-EXIT
005880     END-IF.
005890     MOVE "N" TO WS-REJECT-PENDING-SWITCH.
005900     IF WS-ANONYMOUS-FEED
005910         ADD 1 TO WS-ANON-REJECTS
005920         GO TO 3300-EXIT
005930     END-IF.
005940     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
005950     SET ACK-REJECT-RECORD TO TRUE.
005960     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
005970     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
005980     MOVE REJ-REASON-CODE TO ACD-REASON-CODE.
005990     PERFORM 6200-SET-REASON-TEXT THRU 6200-EXIT.
006000     MOVE REJ-ORIG-RECORD TO ACD-ORIG-RECORD.
006010     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
006020     ADD 1 TO WS-REJ-LINES.
006030 3300-EXIT.
006040     EXIT.
006050
006060*-----------------------------------------------------------
006070* 3310-READ-NEXT-REJECT - READ REJECTS UP TO THE NEXT RECORD
006080* DATED TONIGHT. ONE DATED ANY OTHER DAY MEANS THE WRONG
006090* GENERATION WAS PASSED AND IS ONLY COUNTED.
006093* ONE REJECTED OUT OF THE SUSPENSE QUEUE BELONGS TO NO FEED AND
006096* IS HELD FOR ITS SOURCE'S ACKNOWLEDGEMENT (3320).
006100*-----------------------------------------------------------
006110 3310-READ-NEXT-REJECT.
006120     READ REJECT-FILE
006130         AT END
006140             SET WS-REJECT-EOF TO TRUE
006150     END-READ.
006160     IF WS-REJECT-EOF
006170         GO TO 3310-EXIT
006180     END-IF.
006190     IF WS-REJECT-STATUS NOT = "00"
006200         MOVE "REJECTS" TO WS-ERROR-FILE-NAME
006210         MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
006220         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006230     END-IF.
006240     IF REJ-RUN-DATE NOT = WS-TON-RUN-DATE
006250         ADD 1 TO WS-REJ-OTHER-DATE
006260         GO TO 3310-EXIT
006270     END-IF.
006272     IF REJ-FROM-SUSPENSE
006274         ADD 1 TO WS-REJ-SUSPENSE
006275         PERFORM 3320-HOLD-QUEUE-REJECT THRU 3320-EXIT
006276         GO TO 3310-EXIT
006278     END-IF.
006280     SET WS-REJECT-PENDING TO TRUE.
006290 3310-EXIT.
006300     EXIT.
006301
006302*-----------------------------------------------------------
006303* 3320-HOLD-QUEUE-REJECT - KEEP A SUSPENSE-QUEUE REJECT FOR
006304* ITS SOURCE'S ACKNOWLEDGEMENT. ONE WITH NO SOURCE WAS PARKED
006305* OFF THE ANONYMOUS FEED AND, LIKE THAT FEED'S OTHER REJECTS,
006306* HAS NO ONE TO GO TO.
006307*-----------------------------------------------------------
006308 3320-HOLD-QUEUE-REJECT.
006309     IF REJ-SOURCE-CODE = SPACES
006310         ADD 1 TO WS-ANON-REJECTS
006311         GO TO 3320-EXIT
006312     END-IF.
006313     IF WS-QUE-COUNT >= 500
006314         ADD 1 TO WS-QUE-OVERFLOW
006315         GO TO 3320-EXIT
006316     END-IF.
006317     ADD 1 TO WS-QUE-COUNT.
006318     MOVE REJ-SOURCE-CODE TO WS-QUE-SOURCE (WS-QUE-COUNT).
006319     MOVE REJ-REASON-CODE TO WS-QUE-REASON (WS-QUE-COUNT).
006320     MOVE REJ-ORIG-RECORD TO WS-QUE-RECORD (WS-QUE-COUNT).
006321     MOVE "N" TO WS-QUE-USED (WS-QUE-COUNT).
006322 3320-EXIT.
006323     EXIT.
006324
006325*-----------------------------------------------------------
006330* 3400-WRITE-ACK-TRAILER - THE RECORD COUNT INCLUDES THE
006340* HEADER AND THIS TRAILER, SO THE SENDER CAN PROVE IT LOADED
006350* THE WHOLE ACKNOWLEDGEMENT.
006360*-----------------------------------------------------------
006370 3400-WRITE-ACK-TRAILER.
006380     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
006390     SET ACK-TRAILER-RECORD TO TRUE.
006400     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
006410     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
006420     ADD 1 WS-ACK-RECORDS GIVING ACT-RECORD-COUNT.
006430     MOVE SRC-DETAILS-RECEIVED TO ACT-DETAILS-RECEIVED.
006440     MOVE SRC-DETAILS-VALID TO ACT-DETAILS-VALID.
006450     MOVE WS-FEED-REJECTS TO ACT-DETAILS-REJECTED.
006460     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
006470 3400-EXIT.
006480     EXIT.
006490
006500*-----------------------------------------------------------
006510* 3500-PASS-ANONYMOUS-FEED - THE OLD SINGLE-FEED LAYOUT AND
006520* THE FPRESUB RESUBMISSIONS ARRIVE WITH NO SOURCE CODE. THERE
006530* IS NO ONE TO SEND AN ACKNOWLEDGEMENT TO; ITS REJECTS ARE
006540* STEPPED OVER SO THE NEXT FEED STARTS IN STEP.
006550*-----------------------------------------------------------
006560 3500-PASS-ANONYMOUS-FEED.
006570     SET WS-ANONYMOUS-FEED TO TRUE.
006580     PERFORM 3300-PLACE-REJECT THRU 3300-EXIT
006590         WS-FEED-REJECTS TIMES.
006600     MOVE "N" TO WS-ANONYMOUS-SWITCH.
006610     ADD 1 TO WS-ANON-FEEDS.
006620     MOVE "---" TO NOTE-SOURCE.
006630     MOVE WS-FEED-REJECTS TO NOTE-COUNT.
006640     MOVE "REJECTS ON THE ANONYMOUS FEED - NOT ACKNOWLEDGED"
006650         TO NOTE-TEXT.
006660     PERFORM 7720-WRITE-NOTE THRU 7720-EXIT.
006670     IF WS-FEED-SHORT > ZERO
006680         MOVE "---" TO NOTE-SOURCE
006690         MOVE WS-FEED-SHORT TO NOTE-COUNT
006700         MOVE "ANONYMOUS REJECTS NOT FOUND ON REJECTS"
006710             TO NOTE-TEXT
006720         PERFORM 7720-WRITE-NOTE THRU 7720-EXIT
006730         ADD WS-FEED-SHORT TO WS-REJ-SHORT
006740     END-IF.
006750 3500-EXIT.
006760     EXIT.
006770
006780*-----------------------------------------------------------
006790* 3600-WRITE-ACK-LINE - ONE REPORT LINE PER ACKNOWLEDGEMENT.
006800*-----------------------------------------------------------
006810 3600-WRITE-ACK-LINE.
006820     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006830         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006840         PERFORM 7710-WRITE-COLUMN-HEADING THRU 7710-EXIT
006850     END-IF.
006860     MOVE WS-ACK-SOURCE TO ACL-SOURCE.
006870     MOVE WS-FEED-DATE TO ACL-FEED-DATE.
006876     IF WS-QUEUE-ONLY-ACK
006882         MOVE "QUEUE ONLY" TO ACL-RECEIPT
006888         MOVE SPACES TO ACL-RESULT
006894         MOVE ZERO TO ACL-RECEIVED ACL-VALID ACL-REJECTED
006900     ELSE
006906         IF SRC-RECON-RESULT = "MISSING"
006912             MOVE "NOT RECEIVED" TO ACL-RECEIPT
006918         ELSE
006924             MOVE "RECEIVED" TO ACL-RECEIPT
006930         END-IF
006936         MOVE SRC-RECON-RESULT TO ACL-RESULT
006942         MOVE SRC-DETAILS-RECEIVED TO ACL-RECEIVED
006948         MOVE SRC-DETAILS-VALID TO ACL-VALID
006954         MOVE WS-FEED-REJECTS TO ACL-REJECTED
006960     END-IF.
006970     MOVE WS-ACK-RECORDS TO ACL-RECORDS.
006980     MOVE WS-ACK-LINE TO PRINT-RECORD.
006990     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007000     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007010     ADD 1 TO WS-PRINT-LINE-COUNT.
007020 3600-EXIT.
007030     EXIT.
007031
007032 3610-WRITE-QUEUE-NOTE.
007033     IF WS-ACK-QUEUE-REJ = ZERO
007034         GO TO 3610-EXIT
007035     END-IF.
007036     MOVE WS-ACK-SOURCE TO NOTE-SOURCE.
007037     MOVE WS-ACK-QUEUE-REJ TO NOTE-COUNT.
007038     MOVE "REJECTED OUT OF THE SUSPENSE QUEUE - ACKNOWLEDGED"
007039         TO NOTE-TEXT.
007040     PERFORM 7720-WRITE-NOTE THRU 7720-EXIT.
007041 3610-EXIT.
007042     EXIT.
007043
007044*-----------------------------------------------------------
007045* 3700-WRITE-QUEUE-REJECT - ONE SUSPENSE-QUEUE REJECT FOR THE
007046* SOURCE, NOT YET ACKNOWLEDGED, AS A "D" LINE FLAGGED "S".
007047* 3710 COUNTS THE SAME REJECTS AHEAD OF THE SUMMARY.
007048*-----------------------------------------------------------
007049 3700-WRITE-QUEUE-REJECT.
007050     IF WS-QUE-SOURCE (WS-IDX) NOT = WS-ACK-SOURCE OR
007051             WS-QUE-USED (WS-IDX) NOT = "N"
007052         GO TO 3700-EXIT
007053     END-IF.
007054     MOVE "Y" TO WS-QUE-USED (WS-IDX).
007055     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
007056     SET ACK-REJECT-RECORD TO TRUE.
007057     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
007058     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
007059     MOVE WS-QUE-REASON (WS-IDX) TO ACD-REASON-CODE.
007060     PERFORM 6200-SET-REASON-TEXT THRU 6200-EXIT.
007061     MOVE WS-QUE-RECORD (WS-IDX) TO ACD-ORIG-RECORD.
007062     SET ACD-FROM-SUSPENSE TO TRUE.
007063     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
007064     ADD 1 TO WS-QUE-LINES.
007065 3700-EXIT.
007066     EXIT.
007067
007068 3710-COUNT-QUEUE-REJECT.
007069     IF WS-QUE-SOURCE (WS-IDX) = WS-ACK-SOURCE AND
007070             WS-QUE-USED (WS-IDX) = "N"
007071         ADD 1 TO WS-ACK-QUEUE-REJ
007072     END-IF.
007073 3710-EXIT.
007074     EXIT.
007075
007076*-----------------------------------------------------------
007077* 3800-ACK-QUEUE-ONLY - A SOURCE WHOSE VALUES WERE REJECTED
007078* OUT OF THE SUSPENSE QUEUE BUT WHICH HAD NO ACKNOWLEDGEMENT
007079* TONIGHT GETS ONE OF ITS OWN: HEADER ("QUEUE ONLY", FEED DATE
007080* ZERO), SUMMARY WITH NO FEED COUNTS, ITS QUEUE REJECTS, AND
007081* TRAILER.
007082*-----------------------------------------------------------
007083 3800-ACK-QUEUE-ONLY.
007084     IF WS-QUE-USED (WS-QIX) NOT = "N"
007085         GO TO 3800-EXIT
007086     END-IF.
007087     SET WS-QUEUE-ONLY-ACK TO TRUE.
007088     MOVE WS-QUE-SOURCE (WS-QIX) TO WS-ACK-SOURCE.
007089     MOVE ZERO TO WS-FEED-DATE.
007090     MOVE ZERO TO WS-ACK-RECORDS.
007091     MOVE ZERO TO WS-ACK-QUEUE-REJ.
007092     PERFORM 3710-COUNT-QUEUE-REJECT THRU 3710-EXIT
007093         VARYING WS-IDX FROM 1 BY 1
007094         UNTIL WS-IDX > WS-QUE-COUNT.
007095
007096     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
007097     SET ACK-HEADER-RECORD TO TRUE.
007098     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
007099     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
007100     MOVE WS-TON-RUN-TIME TO ACH-RUN-TIME.
007101     SET ACH-QUEUE-ONLY TO TRUE.
007102     MOVE ZERO TO ACH-FEED-DATE.
007103     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
007104
007105     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
007106     SET ACK-SUMMARY-RECORD TO TRUE.
007107     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
007108     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
007109     MOVE ZERO TO ACS-DETAILS-RECEIVED ACS-DETAILS-VALID
007110         ACS-DETAILS-REJECTED ACS-REJ-NOTAPPRV ACS-REJ-BLANKVAL
007111         ACS-REJ-SRCNAUTH ACS-REJ-OTHER ACS-DETAILS-PARKED.
007112     MOVE WS-ACK-QUEUE-REJ TO ACS-QUEUE-REJECTED.
007113     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
007114
007115     PERFORM 3700-WRITE-QUEUE-REJECT THRU 3700-EXIT
007116         VARYING WS-IDX FROM 1 BY 1
007117         UNTIL WS-IDX > WS-QUE-COUNT.
007118
007119     MOVE SPACES TO ACKNOWLEDGEMENT-RECORD.
007120     SET ACK-TRAILER-RECORD TO TRUE.
007121     MOVE WS-ACK-SOURCE TO ACK-SOURCE-CODE.
007122     MOVE WS-TON-RUN-DATE TO ACK-RUN-DATE.
007123     ADD 1 WS-ACK-RECORDS GIVING ACT-RECORD-COUNT.
007124     MOVE ZERO TO ACT-DETAILS-RECEIVED ACT-DETAILS-VALID
007125         ACT-DETAILS-REJECTED.
007126     PERFORM 6500-WRITE-ACK-RECORD THRU 6500-EXIT.
007127
007128     ADD 1 TO WS-ACKS-WRITTEN.
007129     ADD 1 TO WS-ACKS-QUEUE-ONLY.
007130     PERFORM 3600-WRITE-ACK-LINE THRU 3600-EXIT.
007131     PERFORM 3610-WRITE-QUEUE-NOTE THRU 3610-EXIT.
007132     MOVE "N" TO WS-QUEUE-ONLY-SWITCH.
007133 3800-EXIT.
007134     EXIT.
007135
007136*-----------------------------------------------------------
007137* 4000-LIST-UNPLACED-REJECT - ANY OF TONIGHT'S REJECTS LEFT
007138* OVER ONCE EVERY FEED HAS TAKEN ITS SHARE BELONGS TO NO
007139* ACKNOWLEDGEMENT. LIST IT SO IT CAN BE RETURNED BY HAND.
007140*-----------------------------------------------------------
007141 4000-LIST-UNPLACED-REJECT.
007142     IF NOT WS-REJECT-PENDING
007143         PERFORM 3310-READ-NEXT-REJECT THRU 3310-EXIT
007144             UNTIL WS-REJECT-PENDING OR WS-REJECT-EOF
007145     END-IF.
007150     IF NOT WS-REJECT-PENDING
007160         GO TO 4000-EXIT
007170     END-IF.
007180     MOVE "N" TO WS-REJECT-PENDING-SWITCH.
007190     IF WS-REJ-UNPLACED = ZERO
007200         MOVE "REJECTS NOT ON ANY ACKNOWLEDGEMENT" TO SEC-TITLE
007210         PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT
007220     END-IF.
007230     ADD 1 TO WS-REJ-UNPLACED.
007240     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
007250         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
007260     END-IF.
007270     MOVE REJ-SOURCE-CODE TO UNP-SOURCE.
007280     MOVE REJ-RUN-DATE TO UNP-RUN-DATE.
007290     MOVE REJ-REASON-CODE TO UNP-REASON.
007300     MOVE REJ-ORIG-RECORD TO UNP-RECORD.
007310     MOVE WS-UNPLACED-LINE TO PRINT-RECORD.
007320     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
007330     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007340     ADD 1 TO WS-PRINT-LINE-COUNT.
007350 4000-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------
007390* 6100-FIND-FEED-DATE - THE FIRST UNUSED INFILE HEADER FOR
007400* THE FEED'S SOURCE GIVES ITS FEED DATE. NONE FOUND LEAVES
007410* THE DATE ZERO AND IS NOTED.
007420*-----------------------------------------------------------
007430 6100-FIND-FEED-DATE.
007440     MOVE ZERO TO WS-FEED-DATE.
007450     MOVE ZERO TO WS-FOUND-IDX.
007460     PERFORM 6110-MATCH-HEADER THRU 6110-EXIT
007470         VARYING WS-IDX FROM 1 BY 1
007480         UNTIL WS-IDX > WS-HDR-COUNT
007490            OR WS-FOUND-IDX > ZERO.
007500     IF WS-FOUND-IDX > ZERO
007510         MOVE "Y" TO WS-HDR-USED (WS-FOUND-IDX)
007520         MOVE WS-HDR-FEED-DATE (WS-FOUND-IDX) TO WS-FEED-DATE
007530         GO TO 6100-EXIT
007540     END-IF.
007550     ADD 1 TO WS-DATE-NOT-FOUND.
007560     MOVE WS-ACK-SOURCE TO NOTE-SOURCE.
007570     MOVE 1 TO NOTE-COUNT.
007580     MOVE "FEED HEADER NOT FOUND ON INFILE - FEED DATE ZERO"
007590         TO NOTE-TEXT.
007600     PERFORM 7720-WRITE-NOTE THRU 7720-EXIT.
007610 6100-EXIT.
007620     EXIT.
007630
007640 6110-MATCH-HEADER.
007650     IF WS-HDR-SOURCE (WS-IDX) = WS-ACK-SOURCE AND
007660             WS-HDR-USED (WS-IDX) = "N"
007670         MOVE WS-IDX TO WS-FOUND-IDX
007680     END-IF.
007690 6110-EXIT.
007700     EXIT.
007710
007720*-----------------------------------------------------------
007730* 6200-SET-REASON-TEXT - THE REJECT REASON IN WORDS FOR THE
007736* SENDING SYSTEM, FROM THE REASON CODE ALREADY ON THE "D"
007742* LINE (A QUEUE REJECT COMES FROM THE TABLE, NOT REJECTS).
007750*-----------------------------------------------------------
007760 6200-SET-REASON-TEXT.
007770     EVALUATE ACD-REASON-CODE
007780         WHEN "NOTAPPRV"
007790             MOVE "VALUE IS NOT AN APPROVED CODE"
007800                 TO ACD-REASON-TEXT
007810         WHEN "BLANKVAL"
007820             MOVE "VALUE IS BLANK" TO ACD-REASON-TEXT
007830         WHEN "BADRECTY"
007840             MOVE "RECORD TYPE IS NOT H, D OR T"
007850                 TO ACD-REASON-TEXT
007860         WHEN "SRCNAUTH"
007870             MOVE "CODE IS NOT AUTHORIZED FOR YOUR SOURCE"
007880                 TO ACD-REASON-TEXT
007882         WHEN "SUSPAGED"
007884             MOVE "CODE NOT APPROVED IN TIME - AGED OUT"
007886                 TO ACD-REASON-TEXT
007890         WHEN OTHER
007900             MOVE "REJECTED - SEE REASON CODE" TO ACD-REASON-TEXT
007910     END-EVALUATE.
007920 6200-EXIT.
007930     EXIT.
007940
007950*-----------------------------------------------------------
007960* 6500-WRITE-ACK-RECORD - WRITE ONE ACKNOWLEDGEMENT RECORD
007970* AND COUNT IT FOR THE TRAILER.
007980*-----------------------------------------------------------
007990 6500-WRITE-ACK-RECORD.
008000     WRITE ACKNOWLEDGEMENT-RECORD.
008010     IF WS-ACK-STATUS NOT = "00"
008020         MOVE "ACKOUT" TO WS-ERROR-FILE-NAME
008030         MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
008040         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
008050     END-IF.
008060     ADD 1 TO WS-ACK-RECORDS.
008070     ADD 1 TO WS-ACK-RECORDS-TOTAL.
008080 6500-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------
008120* 7000-WRITE-TOTALS - RUN TOTALS AND THE RETURN CODE.
008130*-----------------------------------------------------------
008140 7000-WRITE-TOTALS.
008150     MOVE "TOTALS" TO SEC-TITLE.
008160     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
008170     MOVE "FEEDS ON SRCSTATS FOR THE NIGHT" TO TOT-DESC.
008180     MOVE WS-FEEDS-TONIGHT TO TOT-AMOUNT.
008190     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008200     MOVE "ACKNOWLEDGEMENTS WRITTEN" TO TOT-DESC.
008210     MOVE WS-ACKS-WRITTEN TO TOT-AMOUNT.
008220     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008230     MOVE "  OF WHICH NOT RECEIVED" TO TOT-DESC.
008240     MOVE WS-ACKS-NOT-RECEIVED TO TOT-AMOUNT.
008250     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008252     MOVE "  OF WHICH QUEUE ONLY" TO TOT-DESC.
008254     MOVE WS-ACKS-QUEUE-ONLY TO TOT-AMOUNT.
008256     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008260     MOVE "ACKNOWLEDGEMENT RECORDS WRITTEN" TO TOT-DESC.
008270     MOVE WS-ACK-RECORDS-TOTAL TO TOT-AMOUNT.
008280     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008290     MOVE "REJECTED RECORDS ACKNOWLEDGED" TO TOT-DESC.
008300     MOVE WS-REJ-LINES TO TOT-AMOUNT.
008310     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008320     MOVE "REJECTS ON THE ANONYMOUS FEED" TO TOT-DESC.
008330     MOVE WS-ANON-REJECTS TO TOT-AMOUNT.
008340     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008350     MOVE "REJECTS MISSING FROM ACKNOWLEDGEMENTS" TO TOT-DESC.
008360     MOVE WS-REJ-SHORT TO TOT-AMOUNT.
008370     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008380     MOVE "REJECTS NOT ON ANY ACKNOWLEDGEMENT" TO TOT-DESC.
008390     MOVE WS-REJ-UNPLACED TO TOT-AMOUNT.
008400     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008410     MOVE "REJECTS DATED ANOTHER NIGHT (IGNORED)" TO TOT-DESC.
008420     MOVE WS-REJ-OTHER-DATE TO TOT-AMOUNT.
008430     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008432     MOVE "REJECTED OUT OF THE SUSPENSE QUEUE" TO TOT-DESC.
008434     MOVE WS-REJ-SUSPENSE TO TOT-AMOUNT.
008436     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008437     MOVE "  OF WHICH ACKNOWLEDGED" TO TOT-DESC.
008438     MOVE WS-QUE-LINES TO TOT-AMOUNT.
008439     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008440     MOVE "SUSPENSE REJECTS BEYOND TABLE" TO TOT-DESC.
008441     MOVE WS-QUE-OVERFLOW TO TOT-AMOUNT.
008442     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008443     MOVE "INFILE FEED HEADERS BEYOND TABLE" TO TOT-DESC.
008450     MOVE WS-HDR-OVERFLOW TO TOT-AMOUNT.
008460     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008470
008480     IF WS-DATE-NOT-FOUND > ZERO OR WS-FEEDS-TONIGHT = ZERO
008490         IF WS-RETURN-CODE < 4
008500             MOVE 4 TO WS-RETURN-CODE
008510         END-IF
008520     END-IF.
008526     IF WS-REJ-SHORT > ZERO OR WS-REJ-UNPLACED > ZERO OR
008532             WS-QUE-OVERFLOW > ZERO
008540         IF WS-RETURN-CODE < 8
008550             MOVE 8 TO WS-RETURN-CODE
008560         END-IF
008570     END-IF.
008580 7000-EXIT.
008590     EXIT.
008600
008610 7100-WRITE-TOTAL-LINE.
008620     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
008630         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
008640     END-IF.
008650     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
008660     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008670     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008680     ADD 1 TO WS-PRINT-LINE-COUNT.
008690 7100-EXIT.
008700     EXIT.
008710
008720 7700-WRITE-SECTION-TITLE.
008730     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
008740         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
008750     END-IF.
008760     MOVE WS-SECTION-LINE TO PRINT-RECORD.
008770     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
008780     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008790     ADD 2 TO WS-PRINT-LINE-COUNT.
008800 7700-EXIT.
008810     EXIT.
008820
008830 7710-WRITE-COLUMN-HEADING.
008840     MOVE WS-COLUMN-LINE TO PRINT-RECORD.
008850     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008860     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008870     ADD 1 TO WS-PRINT-LINE-COUNT.
008880 7710-EXIT.
008890     EXIT.
008900
008910 7720-WRITE-NOTE.
008920     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
008930         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
008940     END-IF.
008950     MOVE WS-NOTE-LINE TO PRINT-RECORD.
008960     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008970     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008980     ADD 1 TO WS-PRINT-LINE-COUNT.
008990 7720-EXIT.
009000     EXIT.
009010
009020*-----------------------------------------------------------
009030* 8000-TERMINATE - CLOSE THE FILES.
009040*-----------------------------------------------------------
009050 8000-TERMINATE.
009060     CLOSE PRINT-FILE.
009070     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009080     CLOSE STATUS-HISTORY-FILE.
009090     IF WS-STAHIST-STATUS NOT = "00"
009100         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
009110         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
009120         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009130     END-IF.
009140     CLOSE ACK-FILE.
009150     IF WS-ACK-STATUS NOT = "00"
009160         MOVE "ACKOUT" TO WS-ERROR-FILE-NAME
009170         MOVE WS-ACK-STATUS TO WS-ERROR-STATUS
009180         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009190     END-IF.
009200     IF WS-INPUT-STATUS NOT = "35"
009210         CLOSE INPUT-FILE
009220         IF WS-INPUT-STATUS NOT = "00"
009230             MOVE "INFILE" TO WS-ERROR-FILE-NAME
009240             MOVE WS-INPUT-STATUS TO WS-ERROR-STATUS
009250             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009260         END-IF
009270     END-IF.
009280     IF WS-SRCSTATS-STATUS NOT = "35"
009290         CLOSE SOURCE-STATS-FILE
009300         IF WS-SRCSTATS-STATUS NOT = "00"
009310             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
009320             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
009330             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009340         END-IF
009350     END-IF.
009360     IF WS-REJECT-STATUS NOT = "35"
009370         CLOSE REJECT-FILE
009380         IF WS-REJECT-STATUS NOT = "00"
009390             MOVE "REJECTS" TO WS-ERROR-FILE-NAME
009400             MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
009410             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009420         END-IF
009430     END-IF.
009440 8000-EXIT.
009450     EXIT.
009460
009470*-----------------------------------------------------------
009480* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
009490* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
009500* COMMON FILE-ERROR PARAGRAPH.
009510*-----------------------------------------------------------
009520 9810-CHECK-PRINT-STATUS.
009530     IF WS-PRINT-STATUS NOT = "00"
009540         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
009550         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
009560         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009570     END-IF.
009580 9810-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------
009620* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
009630* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
009640* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
009650* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
009660*-----------------------------------------------------------
009670 9800-FILE-ERROR.
009680     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
009690         " STATUS: " WS-ERROR-STATUS.
009700     MOVE 12 TO WS-RETURN-CODE.
009710     MOVE WS-RETURN-CODE TO RETURN-CODE.
009720     STOP RUN.
009730 9800-EXIT.
009740     EXIT.
