000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPSUSRPT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - AGED SUSPENSE REPORT OVER
000100*                    THE PENDING-APPROVAL QUEUE FPUNUSED CARRIES
000110*                    FROM NIGHT TO NIGHT (SEE FPSUSREC). ONE LINE
000120*                    PER SOURCE - RECORDS WAITING, DISTINCT
000130*                    VALUES, OLDEST ARRIVAL AND ITS AGE, AND AN
000140*                    AGE PROFILE - THEN EVERY VALUE WAITING, SO
000150*                    THE BUSINESS CAN SEE WHICH CODES ARE WAITING
000160*                    ON THEM FOR APPROVAL IN FPVALMNT.
000170*---------------------------------------------------------------
000180* SUSPENSE IS THE QUEUE AS THE LAST NIGHTLY RUN LEFT IT. AGES ARE
000190* CALENDAR DAYS FROM THE ARRIVAL DATE TO TODAY. THE ANONYMOUS
000200* (BLANK-SOURCE) FEED IS SHOWN AS SOURCE "---". SOURCES AND
000210* VALUES ARE LISTED IN THE ORDER THEY ARE FIRST MET ON THE QUEUE.
000220*
000230* RETURN CODES:
000240*   RC=00  REPORT PRINTED
000250*   RC=04  THE QUEUE IS EMPTY OR SUSPENSE IS MISSING
000260*   RC=08  MORE SOURCES OR VALUES THAN THE TABLES HOLD - THE
000270*          REPORT IS INCOMPLETE, SEE PRTOUT
000280*   RC=12  UNEXPECTED FILE STATUS
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-SUSPENSE-STATUS.
000360
000370     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PRINT-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SUSPENSE-FILE
000440     RECORDING MODE IS F.
000450     COPY FPSUSREC.
000460
000470 FD  PRINT-FILE
000480     RECORDING MODE IS F.
000490 01  PRINT-RECORD                    PIC X(80).
000500
000510 WORKING-STORAGE SECTION.
000520 77  WS-SUSPENSE-STATUS              PIC X(02).
000530 77  WS-PRINT-STATUS                 PIC X(02).
000540 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000550
000560 77  WS-SUSPENSE-EOF-SWITCH          PIC X(01) VALUE "N".
000570     88  WS-SUSPENSE-EOF                 VALUE "Y".
000580 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
000590 77  WS-AGE-DAYS                     PIC 9(05) COMP VALUE ZERO.
000600 77  WS-RUN-DAY-NUMBER               PIC 9(09) COMP VALUE ZERO.
000610 77  WS-SOURCE-CODE                  PIC X(03).
000620
000630 77  WS-IDX                          PIC 9(04) COMP VALUE ZERO.
000640 77  WS-VAL-IDX                      PIC 9(04) COMP VALUE ZERO.
000650 77  WS-SRC-IDX                      PIC 9(04) COMP VALUE ZERO.
000660 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
000670 77  WS-SCAN-IDX                     PIC 9(04) COMP VALUE ZERO.
000680
000690 77  WS-ERROR-FILE-NAME              PIC X(09).
000700 77  WS-ERROR-STATUS                 PIC X(02).
000710
000720 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
000730 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
000740 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
000750
000760 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000770 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000780 01  WS-HOLD-LINE                    PIC X(80) VALUE SPACES.
000790
000800*---------------------------------------------------------------
000810* DAY-NUMBER WORK AREA (SEE 6300). EACH DIVISION IS A SEPARATE
000820* STEP SO EVERY QUOTIENT IS TRUNCATED AS THE FORMULA REQUIRES.
000830*---------------------------------------------------------------
000840 01  WS-DN-DATE                      PIC 9(08) VALUE ZERO.
000850 01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
000860     05  WS-DN-YYYY                  PIC 9(04).
000870     05  WS-DN-MM                    PIC 9(02).
000880     05  WS-DN-DD                    PIC 9(02).
000890 01  WS-DN-A                         PIC 9(01) COMP VALUE ZERO.
000900 01  WS-DN-Y                         PIC 9(05) COMP VALUE ZERO.
000910 01  WS-DN-M                         PIC 9(02) COMP VALUE ZERO.
000920 01  WS-DN-WORK                      PIC 9(09) COMP VALUE ZERO.
000930 01  WS-DN-RESULT                    PIC 9(09) COMP VALUE ZERO.
000940
000950*---------------------------------------------------------------
000960* ONE ACCUMULATOR PER SOURCE AND ONE PER SOURCE AND VALUE. A
000970* RECORD THAT DOES NOT FIT IS COUNTED AND ENDS THE RUN RC=8.
000980*---------------------------------------------------------------
000990 01  WS-SOURCE-TABLE.
001000     05  WS-SRC-COUNT                PIC 9(04) COMP VALUE ZERO.
001010     05  WS-SRC-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001020     05  WS-SRC-ENTRY OCCURS 50 TIMES.
001030         10  WS-SRC-CODE             PIC X(03).
001040         10  WS-SRC-ITEMS            PIC 9(07) COMP.
001050         10  WS-SRC-VALUES           PIC 9(05) COMP.
001060         10  WS-SRC-OLDEST           PIC 9(08).
001070         10  WS-SRC-AGE-0-2          PIC 9(05) COMP.
001080         10  WS-SRC-AGE-3-5          PIC 9(05) COMP.
001090         10  WS-SRC-AGE-6-10         PIC 9(05) COMP.
001100         10  WS-SRC-AGE-11-UP        PIC 9(05) COMP.
001110
001120 01  WS-VALUE-TABLE.
001130     05  WS-VAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001140     05  WS-VAL-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001150     05  WS-VAL-ENTRY OCCURS 2000 TIMES.
001160         10  WS-VAL-SOURCE           PIC X(03).
001170         10  WS-VAL-CODE             PIC X(05).
001180         10  WS-VAL-ITEMS            PIC 9(05) COMP.
001190         10  WS-VAL-FIRST            PIC 9(08).
001200         10  WS-VAL-LAST             PIC 9(08).
001210
001220*---------------------------------------------------------------
001230* PRINT LINE LAYOUTS
001240*---------------------------------------------------------------
001250 01  WS-HEADER-LINE-1.
001260     05  FILLER                      PIC X(38)
001270             VALUE "FPSUSRPT - AGED SUSPENSE BY SOURCE    ".
001280     05  FILLER                      PIC X(05) VALUE "PAGE ".
001290     05  HDR-PAGE-NO                 PIC ZZ9.
001300     05  FILLER                      PIC X(34) VALUE SPACES.
001310
001320 01  WS-HEADER-LINE-2.
001330     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001340     05  HDR-RUN-DATE                PIC 9(08).
001350     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
001360     05  HDR-RUN-TIME                PIC 9(08).
001370     05  FILLER                      PIC X(45) VALUE SPACES.
001380
001390 01  WS-SECTION-LINE.
001400     05  SEC-TITLE                   PIC X(40).
001410     05  FILLER                      PIC X(40) VALUE SPACES.
001420
001430 01  WS-SOURCE-HEADING.
001440     05  FILLER                      PIC X(02) VALUE SPACES.
001450     05  FILLER                      PIC X(03) VALUE "SRC".
001460     05  FILLER                      PIC X(10) VALUE "     ITEMS".
001470     05  FILLER                      PIC X(07) VALUE " VALUES".
001480     05  FILLER                      PIC X(10) VALUE "    OLDEST".
001490     05  FILLER                      PIC X(06) VALUE "   AGE".
001500     05  FILLER                      PIC X(07) VALUE "   0-2D".
001510     05  FILLER                      PIC X(07) VALUE "   3-5D".
001520     05  FILLER                      PIC X(07) VALUE "  6-10D".
001530     05  FILLER                      PIC X(07) VALUE "   11+D".
001540     05  FILLER                      PIC X(14) VALUE SPACES.
001550
001560 01  WS-SOURCE-LINE.
001570     05  FILLER                      PIC X(02) VALUE SPACES.
001580     05  SRL-SOURCE                  PIC X(03).
001590     05  FILLER                      PIC X(01) VALUE SPACE.
001600     05  SRL-ITEMS                   PIC Z,ZZZ,ZZ9.
001610     05  FILLER                      PIC X(01) VALUE SPACE.
001620     05  SRL-VALUES                  PIC ZZ,ZZ9.
001630     05  FILLER                      PIC X(02) VALUE SPACES.
001640     05  SRL-OLDEST                  PIC 9(08).
001650     05  FILLER                      PIC X(01) VALUE SPACE.
001660     05  SRL-AGE                     PIC ZZZZ9.
001670     05  FILLER                      PIC X(01) VALUE SPACE.
001680     05  SRL-AGE-0-2                 PIC ZZ,ZZ9.
001690     05  FILLER                      PIC X(01) VALUE SPACE.
001700     05  SRL-AGE-3-5                 PIC ZZ,ZZ9.
001710     05  FILLER                      PIC X(01) VALUE SPACE.
001720     05  SRL-AGE-6-10                PIC ZZ,ZZ9.
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  SRL-AGE-11-UP               PIC ZZ,ZZ9.
001750     05  FILLER                      PIC X(14) VALUE SPACES.
001760
001770 01  WS-VALUE-HEADING.
001780     05  FILLER                      PIC X(02) VALUE SPACES.
001790     05  FILLER                      PIC X(03) VALUE "SRC".
001800     05  FILLER                      PIC X(06) VALUE " VALUE".
001810     05  FILLER                      PIC X(07) VALUE "  ITEMS".
001820     05  FILLER                      PIC X(10) VALUE "     FIRST".
001830     05  FILLER                      PIC X(10) VALUE "      LAST".
001840     05  FILLER                      PIC X(06) VALUE "   AGE".
001850     05  FILLER                      PIC X(36) VALUE SPACES.
001860
001870 01  WS-VALUE-LINE.
001880     05  FILLER                      PIC X(02) VALUE SPACES.
001890     05  VAL-SOURCE                  PIC X(03).
001900     05  FILLER                      PIC X(01) VALUE SPACE.
001910     05  VAL-CODE                    PIC X(05).
001920     05  FILLER                      PIC X(01) VALUE SPACE.
001930     05  VAL-ITEMS                   PIC ZZ,ZZ9.
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  VAL-FIRST                   PIC 9(08).
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  VAL-LAST                    PIC 9(08).
001980     05  FILLER                      PIC X(01) VALUE SPACE.
001990     05  VAL-AGE                     PIC ZZZZ9.
002000     05  FILLER                      PIC X(36) VALUE SPACES.
002010
002020 01  WS-TOTAL-LINE.
002030     05  TOT-DESC                    PIC X(44).
002040     05  TOT-AMOUNT                  PIC Z,ZZZ,ZZ9.
002050     05  FILLER                      PIC X(27) VALUE SPACES.
002060
002070*---------------------------------------------------------------
002080* PROCEDURE DIVISION
002090*---------------------------------------------------------------
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     PERFORM 2000-POST-QUEUE-RECORD THRU 2000-EXIT
002140         UNTIL WS-SUSPENSE-EOF.
002150     PERFORM 7000-WRITE-SOURCE-SECTION THRU 7000-EXIT.
002160     PERFORM 7200-WRITE-VALUE-SECTION THRU 7200-EXIT.
002170     PERFORM 7300-WRITE-TOTALS THRU 7300-EXIT.
002180     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002190 0000-EXIT.
002200     MOVE WS-RETURN-CODE TO RETURN-CODE.
002210     STOP RUN.
002220
002230*-----------------------------------------------------------
002240* 1000-INITIALIZE - TODAY'S DAY NUMBER FOR THE AGES, THEN OPEN
002250* THE QUEUE AND THE REPORT. A MISSING QUEUE IS REPORTED AS AN
002260* EMPTY ONE.
002270*-----------------------------------------------------------
002280 1000-INITIALIZE.
002290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002300     ACCEPT WS-RUN-TIME FROM TIME.
002310     MOVE WS-RUN-DATE TO WS-DN-DATE.
002320     PERFORM 6300-DATE-TO-DAY-NUMBER THRU 6300-EXIT.
002330     MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER.
002340
002350     OPEN INPUT SUSPENSE-FILE.
002360     EVALUATE WS-SUSPENSE-STATUS
002370         WHEN "00"
002380             CONTINUE
002390         WHEN "35"
002400             SET WS-SUSPENSE-EOF TO TRUE
002410         WHEN OTHER
002420             MOVE "SUSPENSE" TO WS-ERROR-FILE-NAME
002430             MOVE WS-SUSPENSE-STATUS TO WS-ERROR-STATUS
002440             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002450     END-EVALUATE.
002460
002470     OPEN OUTPUT PRINT-FILE.
002480     IF WS-PRINT-STATUS NOT = "00"
002490         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002500         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
002510         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002520     END-IF.
002530     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002540 1000-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------
002580* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE.
002590*-----------------------------------------------------------
002600 1700-WRITE-REPORT-HEADER.
002610     ADD 1 TO WS-PRINT-PAGE-COUNT.
002620     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
002630     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002640     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
002650     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
002660     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
002670     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002680     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
002690     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002700     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002710     MOVE SPACES TO PRINT-RECORD.
002720     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002730     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002740     MOVE 3 TO WS-PRINT-LINE-COUNT.
002750 1700-EXIT.
002760     EXIT.
002770
002780*-----------------------------------------------------------
002790* 2000-POST-QUEUE-RECORD - READ ONE QUEUED RECORD, WORK OUT
002800* ITS AGE AND ADD IT TO ITS SOURCE AND ITS SOURCE AND VALUE.
002810* AN ARRIVAL DATE AFTER TODAY COUNTS AS AGE ZERO.
002820*-----------------------------------------------------------
002830 2000-POST-QUEUE-RECORD.
002840     READ SUSPENSE-FILE
002850         AT END
002860             SET WS-SUSPENSE-EOF TO TRUE
002870     END-READ.
002880     IF WS-SUSPENSE-EOF
002890         GO TO 2000-EXIT
002900     END-IF.
002910     IF WS-SUSPENSE-STATUS NOT = "00"
002920         MOVE "SUSPENSE" TO WS-ERROR-FILE-NAME
002930         MOVE WS-SUSPENSE-STATUS TO WS-ERROR-STATUS
002940         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002950     END-IF.
002960     ADD 1 TO WS-RECORDS-READ.
002970     IF SUS-SOURCE-CODE = SPACES
002980         MOVE "---" TO WS-SOURCE-CODE
002990     ELSE
003000         MOVE SUS-SOURCE-CODE TO WS-SOURCE-CODE
003010     END-IF.
003020     MOVE SUS-ARRIVAL-DATE TO WS-DN-DATE.
003030     PERFORM 6300-DATE-TO-DAY-NUMBER THRU 6300-EXIT.
003040     IF WS-DN-RESULT < WS-RUN-DAY-NUMBER
003050         SUBTRACT WS-DN-RESULT FROM WS-RUN-DAY-NUMBER
003060             GIVING WS-AGE-DAYS
003070     ELSE
003080         MOVE ZERO TO WS-AGE-DAYS
003090     END-IF.
003100     PERFORM 2200-ACCUMULATE-SOURCE THRU 2200-EXIT.
003110     PERFORM 2300-ACCUMULATE-VALUE THRU 2300-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140
003150 2200-ACCUMULATE-SOURCE.
003160     MOVE ZERO TO WS-SRC-IDX.
003170     MOVE ZERO TO WS-FOUND-IDX.
003180     PERFORM 2210-MATCH-SOURCE THRU 2210-EXIT
003190         VARYING WS-SCAN-IDX FROM 1 BY 1
003200         UNTIL WS-SCAN-IDX > WS-SRC-COUNT
003210            OR WS-FOUND-IDX > ZERO.
003220     IF WS-FOUND-IDX = ZERO
003230         IF WS-SRC-COUNT >= 50
003240             ADD 1 TO WS-SRC-OVERFLOW
003250             GO TO 2200-EXIT
003260         END-IF
003270         ADD 1 TO WS-SRC-COUNT
003280         MOVE WS-SRC-COUNT TO WS-FOUND-IDX
003290         MOVE WS-SOURCE-CODE TO WS-SRC-CODE (WS-FOUND-IDX)
003300         MOVE ZERO TO WS-SRC-ITEMS (WS-FOUND-IDX)
003310         MOVE ZERO TO WS-SRC-VALUES (WS-FOUND-IDX)
003320         MOVE SUS-ARRIVAL-DATE TO WS-SRC-OLDEST (WS-FOUND-IDX)
003330         MOVE ZERO TO WS-SRC-AGE-0-2 (WS-FOUND-IDX)
003340         MOVE ZERO TO WS-SRC-AGE-3-5 (WS-FOUND-IDX)
003350         MOVE ZERO TO WS-SRC-AGE-6-10 (WS-FOUND-IDX)
003360         MOVE ZERO TO WS-SRC-AGE-11-UP (WS-FOUND-IDX)
003370     END-IF.
003380     ADD 1 TO WS-SRC-ITEMS (WS-FOUND-IDX).
003390     IF SUS-ARRIVAL-DATE < WS-SRC-OLDEST (WS-FOUND-IDX)
003400         MOVE SUS-ARRIVAL-DATE TO WS-SRC-OLDEST (WS-FOUND-IDX)
003410     END-IF.
003420     EVALUATE TRUE
003430         WHEN WS-AGE-DAYS < 3
003440             ADD 1 TO WS-SRC-AGE-0-2 (WS-FOUND-IDX)
003450         WHEN WS-AGE-DAYS < 6
003460             ADD 1 TO WS-SRC-AGE-3-5 (WS-FOUND-IDX)
003470         WHEN WS-AGE-DAYS < 11
003480             ADD 1 TO WS-SRC-AGE-6-10 (WS-FOUND-IDX)
003490         WHEN OTHER
003500             ADD 1 TO WS-SRC-AGE-11-UP (WS-FOUND-IDX)
003510     END-EVALUATE.
003520     MOVE WS-FOUND-IDX TO WS-SRC-IDX.
003530 2200-EXIT.
003540     EXIT.
003550
003560 2210-MATCH-SOURCE.
003570     IF WS-SRC-CODE (WS-SCAN-IDX) = WS-SOURCE-CODE
003580         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
003590     END-IF.
003600 2210-EXIT.
003610     EXIT.
003620
003630*-----------------------------------------------------------
003640* 2300-ACCUMULATE-VALUE - A VALUE NEW TO ITS SOURCE ALSO
003650* COUNTS AS ONE MORE DISTINCT VALUE FOR THAT SOURCE.
003660*-----------------------------------------------------------
003670 2300-ACCUMULATE-VALUE.
003680     MOVE ZERO TO WS-FOUND-IDX.
003690     PERFORM 2310-MATCH-VALUE THRU 2310-EXIT
003700         VARYING WS-SCAN-IDX FROM 1 BY 1
003710         UNTIL WS-SCAN-IDX > WS-VAL-COUNT
003720            OR WS-FOUND-IDX > ZERO.
003730     IF WS-FOUND-IDX = ZERO
003740         IF WS-VAL-COUNT >= 2000
003750             ADD 1 TO WS-VAL-OVERFLOW
003760             GO TO 2300-EXIT
003770         END-IF
003780         ADD 1 TO WS-VAL-COUNT
003790         MOVE WS-VAL-COUNT TO WS-FOUND-IDX
003800         MOVE WS-SOURCE-CODE TO WS-VAL-SOURCE (WS-FOUND-IDX)
003810         MOVE SUS-MY-VAR TO WS-VAL-CODE (WS-FOUND-IDX)
003820         MOVE ZERO TO WS-VAL-ITEMS (WS-FOUND-IDX)
003830         MOVE SUS-ARRIVAL-DATE TO WS-VAL-FIRST (WS-FOUND-IDX)
003840         MOVE SUS-ARRIVAL-DATE TO WS-VAL-LAST (WS-FOUND-IDX)
003850         IF WS-SRC-IDX > ZERO
003860             ADD 1 TO WS-SRC-VALUES (WS-SRC-IDX)
003870         END-IF
003880     END-IF.
003890     ADD 1 TO WS-VAL-ITEMS (WS-FOUND-IDX).
003900     IF SUS-ARRIVAL-DATE < WS-VAL-FIRST (WS-FOUND-IDX)
003910         MOVE SUS-ARRIVAL-DATE TO WS-VAL-FIRST (WS-FOUND-IDX)
003920     END-IF.
003930     IF SUS-ARRIVAL-DATE > WS-VAL-LAST (WS-FOUND-IDX)
003940         MOVE SUS-ARRIVAL-DATE TO WS-VAL-LAST (WS-FOUND-IDX)
003950     END-IF.
003960 2300-EXIT.
003970     EXIT.
003980
003990 2310-MATCH-VALUE.
004000     IF WS-VAL-SOURCE (WS-SCAN-IDX) = WS-SOURCE-CODE AND
004010             WS-VAL-CODE (WS-SCAN-IDX) = SUS-MY-VAR
004020         MOVE WS-SCAN-IDX TO WS-FOUND-IDX
004030     END-IF.
004040 2310-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------
004080* 6300-DATE-TO-DAY-NUMBER - DAY NUMBER OF WS-DN-DATE INTO
004090* WS-DN-RESULT, SO TWO DATES SUBTRACT TO THE CALENDAR DAYS
004100* BETWEEN THEM. MARCH IS TAKEN AS THE FIRST MONTH OF THE
004110* YEAR SO THE LEAP DAY FALLS AT THE END OF IT.
004120*-----------------------------------------------------------
004130 6300-DATE-TO-DAY-NUMBER.
004140     SUBTRACT WS-DN-MM FROM 14 GIVING WS-DN-WORK.
004150     DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-A.
004160     COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A.
004170     COMPUTE WS-DN-M = WS-DN-MM + (12 * WS-DN-A) - 3.
004180     COMPUTE WS-DN-WORK = (153 * WS-DN-M) + 2.
004190     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-RESULT.
004200     ADD WS-DN-DD TO WS-DN-RESULT.
004210     COMPUTE WS-DN-RESULT = WS-DN-RESULT + (365 * WS-DN-Y).
004220     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-WORK.
004230     ADD WS-DN-WORK TO WS-DN-RESULT.
004240     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-WORK.
004250     SUBTRACT WS-DN-WORK FROM WS-DN-RESULT.
004260     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-WORK.
004270     ADD WS-DN-WORK TO WS-DN-RESULT.
004280     SUBTRACT 32045 FROM WS-DN-RESULT.
004290 6300-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------
004330* 7000-WRITE-SOURCE-SECTION - ONE LINE PER SOURCE.
004340*-----------------------------------------------------------
004350 7000-WRITE-SOURCE-SECTION.
004360     MOVE "WAITING FOR APPROVAL BY SOURCE" TO SEC-TITLE.
004370     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
004380     MOVE WS-SOURCE-HEADING TO PRINT-RECORD.
004390     PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT.
004400     PERFORM 7100-WRITE-ONE-SOURCE THRU 7100-EXIT
004410         VARYING WS-IDX FROM 1 BY 1
004420         UNTIL WS-IDX > WS-SRC-COUNT.
004430 7000-EXIT.
004440     EXIT.
004450
004460 7100-WRITE-ONE-SOURCE.
004470     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
004480         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
004490         MOVE WS-SOURCE-HEADING TO PRINT-RECORD
004500         PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT
004510     END-IF.
004520     MOVE WS-SRC-CODE (WS-IDX) TO SRL-SOURCE.
004530     MOVE WS-SRC-ITEMS (WS-IDX) TO SRL-ITEMS.
004540     MOVE WS-SRC-VALUES (WS-IDX) TO SRL-VALUES.
004550     MOVE WS-SRC-OLDEST (WS-IDX) TO SRL-OLDEST.
004560     MOVE WS-SRC-OLDEST (WS-IDX) TO WS-DN-DATE.
004570     PERFORM 7110-SET-AGE THRU 7110-EXIT.
004580     MOVE WS-AGE-DAYS TO SRL-AGE.
004590     MOVE WS-SRC-AGE-0-2 (WS-IDX) TO SRL-AGE-0-2.
004600     MOVE WS-SRC-AGE-3-5 (WS-IDX) TO SRL-AGE-3-5.
004610     MOVE WS-SRC-AGE-6-10 (WS-IDX) TO SRL-AGE-6-10.
004620     MOVE WS-SRC-AGE-11-UP (WS-IDX) TO SRL-AGE-11-UP.
004630     MOVE WS-SOURCE-LINE TO PRINT-RECORD.
004640     PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT.
004650 7100-EXIT.
004660     EXIT.
004670
004680*-----------------------------------------------------------
004690* 7110-SET-AGE - AGE IN DAYS OF THE ARRIVAL DATE IN
004700* WS-DN-DATE, ZERO IF IT IS NOT BEFORE TODAY.
004710*-----------------------------------------------------------
004720 7110-SET-AGE.
004730     PERFORM 6300-DATE-TO-DAY-NUMBER THRU 6300-EXIT.
004740     IF WS-DN-RESULT < WS-RUN-DAY-NUMBER
004750         SUBTRACT WS-DN-RESULT FROM WS-RUN-DAY-NUMBER
004760             GIVING WS-AGE-DAYS
004770     ELSE
004780         MOVE ZERO TO WS-AGE-DAYS
004790     END-IF.
004800 7110-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------
004840* 7200-WRITE-VALUE-SECTION - EVERY VALUE WAITING, GROUPED BY
004850* SOURCE IN THE ORDER OF THE SOURCE SECTION. THE AGE IS THAT
004860* OF THE VALUE'S FIRST ARRIVAL.
004870*-----------------------------------------------------------
004880 7200-WRITE-VALUE-SECTION.
004890     MOVE "VALUES WAITING FOR APPROVAL" TO SEC-TITLE.
004900     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
004910     MOVE WS-VALUE-HEADING TO PRINT-RECORD.
004920     PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT.
004930     PERFORM 7210-WRITE-SOURCE-VALUES THRU 7210-EXIT
004940         VARYING WS-IDX FROM 1 BY 1
004950         UNTIL WS-IDX > WS-SRC-COUNT.
004960 7200-EXIT.
004970     EXIT.
004980
004990 7210-WRITE-SOURCE-VALUES.
005000     PERFORM 7220-WRITE-ONE-VALUE THRU 7220-EXIT
005010         VARYING WS-VAL-IDX FROM 1 BY 1
005020         UNTIL WS-VAL-IDX > WS-VAL-COUNT.
005030 7210-EXIT.
005040     EXIT.
005050
005060 7220-WRITE-ONE-VALUE.
005070     IF WS-VAL-SOURCE (WS-VAL-IDX) NOT = WS-SRC-CODE (WS-IDX)
005080         GO TO 7220-EXIT
005090     END-IF.
005100     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
005110         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005120         MOVE WS-VALUE-HEADING TO PRINT-RECORD
005130         PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT
005140     END-IF.
005150     MOVE WS-VAL-SOURCE (WS-VAL-IDX) TO VAL-SOURCE.
005160     MOVE WS-VAL-CODE (WS-VAL-IDX) TO VAL-CODE.
005170     MOVE WS-VAL-ITEMS (WS-VAL-IDX) TO VAL-ITEMS.
005180     MOVE WS-VAL-FIRST (WS-VAL-IDX) TO VAL-FIRST.
005190     MOVE WS-VAL-LAST (WS-VAL-IDX) TO VAL-LAST.
005200     MOVE WS-VAL-FIRST (WS-VAL-IDX) TO WS-DN-DATE.
005210     PERFORM 7110-SET-AGE THRU 7110-EXIT.
005220     MOVE WS-AGE-DAYS TO VAL-AGE.
005230     MOVE WS-VALUE-LINE TO PRINT-RECORD.
005240     PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT.
005250 7220-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------
005290* 7300-WRITE-TOTALS - FILE TOTALS AND THE RETURN CODE.
005300*-----------------------------------------------------------
005310 7300-WRITE-TOTALS.
005320     MOVE "TOTALS" TO SEC-TITLE.
005330     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005340     MOVE "QUEUED RECORDS READ" TO TOT-DESC.
005350     MOVE WS-RECORDS-READ TO TOT-AMOUNT.
005360     PERFORM 7310-WRITE-TOTAL-LINE THRU 7310-EXIT.
005370     MOVE "SOURCES WAITING" TO TOT-DESC.
005380     MOVE WS-SRC-COUNT TO TOT-AMOUNT.
005390     PERFORM 7310-WRITE-TOTAL-LINE THRU 7310-EXIT.
005400     MOVE "DISTINCT SOURCE AND VALUE PAIRS" TO TOT-DESC.
005410     MOVE WS-VAL-COUNT TO TOT-AMOUNT.
005420     PERFORM 7310-WRITE-TOTAL-LINE THRU 7310-EXIT.
005430     MOVE "RECORDS BEYOND THE SOURCE TABLE" TO TOT-DESC.
005440     MOVE WS-SRC-OVERFLOW TO TOT-AMOUNT.
005450     PERFORM 7310-WRITE-TOTAL-LINE THRU 7310-EXIT.
005460     MOVE "RECORDS BEYOND THE VALUE TABLE" TO TOT-DESC.
005470     MOVE WS-VAL-OVERFLOW TO TOT-AMOUNT.
005480     PERFORM 7310-WRITE-TOTAL-LINE THRU 7310-EXIT.
005490
005500     IF WS-RECORDS-READ = ZERO
005510         IF WS-RETURN-CODE < 4
005520             MOVE 4 TO WS-RETURN-CODE
005530         END-IF
005540     END-IF.
005550     IF WS-SRC-OVERFLOW > ZERO OR WS-VAL-OVERFLOW > ZERO
005560         IF WS-RETURN-CODE < 8
005570             MOVE 8 TO WS-RETURN-CODE
005580         END-IF
005590     END-IF.
005600 7300-EXIT.
005610     EXIT.
005620
005630 7310-WRITE-TOTAL-LINE.
005640     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
005650     PERFORM 7710-WRITE-PRINT-LINE THRU 7710-EXIT.
005660 7310-EXIT.
005670     EXIT.
005680
005690 7700-WRITE-SECTION-TITLE.
005700     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
005710         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005720     END-IF.
005730     MOVE WS-SECTION-LINE TO PRINT-RECORD.
005740     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
005750     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005760     ADD 2 TO WS-PRINT-LINE-COUNT.
005770 7700-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------
005810* 7710-WRITE-PRINT-LINE - WRITE THE LINE ALREADY MOVED TO
005820* PRINT-RECORD, STARTING A NEW PAGE FIRST IF THIS ONE IS FULL.
005830*-----------------------------------------------------------
005840 7710-WRITE-PRINT-LINE.
005850     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
005860         MOVE PRINT-RECORD TO WS-HOLD-LINE
005870         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005880         MOVE WS-HOLD-LINE TO PRINT-RECORD
005890     END-IF.
005900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
005910     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005920     ADD 1 TO WS-PRINT-LINE-COUNT.
005930 7710-EXIT.
005940     EXIT.
005950
005960*-----------------------------------------------------------
005970* 8000-TERMINATE - CLOSE THE FILES.
005980*-----------------------------------------------------------
005990 8000-TERMINATE.
006000     CLOSE PRINT-FILE.
006010     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006020     IF WS-SUSPENSE-STATUS NOT = "35"
006030         CLOSE SUSPENSE-FILE
006040         IF WS-SUSPENSE-STATUS NOT = "00"
006050             MOVE "SUSPENSE" TO WS-ERROR-FILE-NAME
006060             MOVE WS-SUSPENSE-STATUS TO WS-ERROR-STATUS
006070             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006080         END-IF
006090     END-IF.
006100 8000-EXIT.
006110     EXIT.
006120
006130*-----------------------------------------------------------
006140* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006150* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006160* COMMON FILE-ERROR PARAGRAPH.
006170*-----------------------------------------------------------
006180 9810-CHECK-PRINT-STATUS.
006190     IF WS-PRINT-STATUS NOT = "00"
006200         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
006210         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
006220         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006230     END-IF.
006240 9810-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------
006280* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
006290* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
006300* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
006310* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
006320*-----------------------------------------------------------
006330 9800-FILE-ERROR.
006340     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
006350         " STATUS: " WS-ERROR-STATUS.
006360     MOVE 12 TO WS-RETURN-CODE.
006370     MOVE WS-RETURN-CODE TO RETURN-CODE.
006380     STOP RUN.
006390 9800-EXIT.
006400     EXIT.
