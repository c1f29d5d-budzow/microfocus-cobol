000169*                    EXTYEST WITHOUT A HEADER IS ACCEPTED AS
000171*                    THE OLD BARE-DETAIL LAYOUT (ONE CUTOVER
000172*                    NIGHT) WITH A CONSOLE WARNING.
000173*   2026-10-15  DLB  WITH THE PROCESSING CALENDAR (SEE
000174*                    FPCALREC) ON THE CALENDAR DD, EXTYEST MUST
000175*                    BE DATED EXACTLY THE PREVIOUS BUSINESS DAY,
000176*                    SO A MONDAY RUN COMPARES AGAINST FRIDAY AND
000177*                    A SKIPPED NIGHT IS REFUSED RATHER THAN
000178*                    COMPARED ACROSS TWO DAYS. NO CALENDAR DD
000179*                    KEEPS THE OLD "BEFORE TODAY" TEST.
000180*---------------------------------------------------------------
000181* THE COMPARISON IS BY DISTINCT VALUE - A VALUE EXTRACTED
000190* TWICE IN ONE NIGHT COUNTS ONCE. CMPCTL CARRIES THE DROPPED
000200* THRESHOLD IN COLUMNS 1-7; A MISSING OR BLANK CARD MEANS
000210* THRESHOLD ZERO, SO ANY DROPPED VALUE RAISES THE ALERT.
000340     SELECT COMPARE-CONTROL-FILE ASSIGN TO "CMPCTL"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-CONTROL-STATUS.
000361
000362     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000363         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS RANDOM
000365         RECORD KEY IS CL-KEY
000366         FILE STATUS IS WS-CALENDAR-STATUS.
000370
000380     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000390         ORGANIZATION IS SEQUENTIAL
000570 01  COMPARE-CONTROL-RECORD.
000580     05  CMP-THRESHOLD               PIC X(07).
000590     05  FILLER                      PIC X(73).
000592
000594 FD  CALENDAR-FILE.
000596     COPY FPCALREC.
000600
000610 FD  PRINT-FILE
000620     RECORDING MODE IS F.
000660 77  WS-TODAY-STATUS                 PIC X(02).
000670 77  WS-YEST-STATUS                  PIC X(02).
000680 77  WS-CONTROL-STATUS               PIC X(02).
000685 77  WS-CALENDAR-STATUS              PIC X(02).
000690 77  WS-PRINT-STATUS                 PIC X(02).
000700 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000710
000816     88  WS-YEST-FIRST-SEEN              VALUE "Y".
000817 77  WS-YEST-LEGACY-SWITCH           PIC X(01) VALUE "N".
000818     88  WS-YEST-LEGACY                  VALUE "Y".
000819 77  WS-CALENDAR-OPEN-SWITCH         PIC X(01) VALUE "N".
000820     88  WS-CALENDAR-OPEN                VALUE "Y".
000821 77  WS-BUSINESS-DAY-SWITCH          PIC X(01) VALUE "N".
000822     88  WS-BUSINESS-DAY                 VALUE "Y".
000823 77  WS-PRIOR-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
000824 77  WS-CAL-STEPS                    PIC 9(03) COMP VALUE ZERO.
000825 77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
000826 77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
000827 77  WS-MONTH-DAYS                   PIC 9(02) COMP VALUE ZERO.
000828 77  WS-DAY-OF-WEEK                  PIC 9(01) COMP VALUE ZERO.
000829 77  WS-DOW-YEAR                     PIC 9(04) COMP VALUE ZERO.
000830 77  WS-DOW-MONTH                    PIC 9(02) COMP VALUE ZERO.
000831 77  WS-DOW-CENTURY                  PIC 9(02) COMP VALUE ZERO.
000832 77  WS-DOW-YY                       PIC 9(02) COMP VALUE ZERO.
000833 77  WS-DOW-TERM                     PIC 9(05) COMP VALUE ZERO.
000834 77  WS-DOW-SUM                      PIC 9(05) COMP VALUE ZERO.
000835
000836 77  WS-IDX                          PIC 9(05) COMP VALUE ZERO.
000837 77  WS-FOUND-IDX                    PIC 9(05) COMP VALUE ZERO.
000840 77  WS-LOOKUP-VALUE                 PIC X(05).
000842 77  WS-YEST-VALUE-WORK              PIC X(05).
000850
000920
000930 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
000940 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
000941 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
000942 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE.
000943     05  WS-CAL-YYYY                 PIC 9(04).
000944     05  WS-CAL-MM                   PIC 9(02).
000945     05  WS-CAL-DD                   PIC 9(02).
000950
000960*---------------------------------------------------------------
000970* DISTINCT-VALUE TABLES FOR THE TWO GENERATIONS. OVERFLOWS
001790* OPEN THE TWO EXTRACT GENERATIONS AND THE REPORT. A MISSING
001800* YESTERDAY GENERATION IS NORMAL ON THE FIRST DAY - EVERY
001810* VALUE SIMPLY REPORTS AS NEW.
001813* WHEN THE PROCESSING CALENDAR IS PRESENT THE PREVIOUS
001816* BUSINESS DAY IS WORKED OUT HERE FOR THE EXTYEST DATE CHECK.
001820*-----------------------------------------------------------
001830 1000-INITIALIZE.
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002390             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002400     END-EVALUATE.
002410
002411     OPEN INPUT CALENDAR-FILE.
002412     EVALUATE WS-CALENDAR-STATUS
002413         WHEN "00"
002414             SET WS-CALENDAR-OPEN TO TRUE
002415             MOVE WS-RUN-DATE TO WS-CAL-DATE
002416             PERFORM 6100-PREV-BUSINESS-DAY THRU 6100-EXIT
002417             MOVE WS-CAL-DATE TO WS-PRIOR-BUSINESS-DATE
002418         WHEN "35"
002419             CONTINUE
002420         WHEN OTHER
002421             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
002422             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
002423             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002424     END-EVALUATE.
002425
002426     OPEN OUTPUT PRINT-FILE.
002430     IF WS-PRINT-STATUS NOT = "00"
002440         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002450         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
003414     EXIT.
003416
003418*-----------------------------------------------------------
003419* 3060-VERIFY-YEST-HEADER - EXTYEST MUST BE DATED BEFORE
003420* TODAY. TODAY'S DATASET PASSED AS EXTYEST WOULD MAKE EVERY
003421* VALUE LOOK RECURRING AND HIDE EVERY DROP - REFUSED. WITH
003422* THE PROCESSING CALENDAR IT MUST BE THE PREVIOUS BUSINESS
003423* DAY'S DATASET EXACTLY - AN OLDER ONE WOULD REPORT TWO
003424* NIGHTS OF DROPS AS ONE.
003425*-----------------------------------------------------------
003426 3060-VERIFY-YEST-HEADER.
003427     SET WS-YEST-HDR-SEEN TO TRUE.
003428     IF WS-CALENDAR-OPEN
003429         IF YEH-RUN-DATE NOT = WS-PRIOR-BUSINESS-DATE
003430             DISPLAY "FPEXTCMP: EXTYEST GENERATION DATED "
003431                 YEH-RUN-DATE " - PRIOR BUSINESS DAY IS "
003432                 WS-PRIOR-BUSINESS-DATE
003433             PERFORM 9700-REFUSE-GENERATION THRU 9700-EXIT
003434         END-IF
003435         GO TO 3060-EXIT
003436     END-IF.
003437     IF YEH-RUN-DATE NOT < WS-RUN-DATE
003438         DISPLAY "FPEXTCMP: EXTYEST GENERATION DATED "
003439             YEH-RUN-DATE " - NOT BEFORE " WS-RUN-DATE
003440         PERFORM 9700-REFUSE-GENERATION THRU 9700-EXIT
003441     END-IF.
003448 3060-EXIT.
003452     EXIT.
003454
003880     EXIT.
003890
003900*-----------------------------------------------------------
003910* 6100-PREV-BUSINESS-DAY - STEP WS-CAL-DATE BACK TO THE
003920* BUSINESS DAY BEFORE IT (SEE 6200). A CALENDAR WITH A MONTH
003930* OF HOLIDAYS IN A ROW IS A KEYING ERROR - THE SEARCH STOPS
003940* AFTER 31 DAYS RATHER THAN LOOP.
003950*-----------------------------------------------------------
003960 6100-PREV-BUSINESS-DAY.
003970     MOVE ZERO TO WS-CAL-STEPS.
003980     MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
003990     PERFORM 6110-STEP-BACK-ONE-DAY THRU 6110-EXIT
004000         UNTIL WS-BUSINESS-DAY OR WS-CAL-STEPS > 31.
004010 6100-EXIT.
004020     EXIT.
004030
004040 6110-STEP-BACK-ONE-DAY.
004050     ADD 1 TO WS-CAL-STEPS.
004060     IF WS-CAL-DD > 1
004070         SUBTRACT 1 FROM WS-CAL-DD
004080     ELSE
004090         IF WS-CAL-MM > 1
004100             SUBTRACT 1 FROM WS-CAL-MM
004110         ELSE
004120             MOVE 12 TO WS-CAL-MM
004130             SUBTRACT 1 FROM WS-CAL-YYYY
004140         END-IF
004150         PERFORM 6130-SET-MONTH-DAYS THRU 6130-EXIT
004160         MOVE WS-MONTH-DAYS TO WS-CAL-DD
004170     END-IF.
004180     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT.
004190 6110-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------
004230* 6130-SET-MONTH-DAYS - NUMBER OF DAYS IN THE MONTH OF
004240* WS-CAL-DATE, LEAP YEARS INCLUDED (DIVISIBLE BY 4 AND NOT
004250* BY 100, OR BY 400).
004260*-----------------------------------------------------------
004270 6130-SET-MONTH-DAYS.
004280     EVALUATE WS-CAL-MM
004290         WHEN 04
004300         WHEN 06
004310         WHEN 09
004320         WHEN 11
004330             MOVE 30 TO WS-MONTH-DAYS
004340         WHEN 02
004350             MOVE 28 TO WS-MONTH-DAYS
004360             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
004370                 REMAINDER WS-LEAP-REM
004380             IF WS-LEAP-REM = ZERO
004390                 MOVE 29 TO WS-MONTH-DAYS
004400                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
004410                     REMAINDER WS-LEAP-REM
004420                 IF WS-LEAP-REM = ZERO
004430                     MOVE 28 TO WS-MONTH-DAYS
004440                     DIVIDE WS-CAL-YYYY BY 400
004450                         GIVING WS-LEAP-QUOT
004460                         REMAINDER WS-LEAP-REM
004470                     IF WS-LEAP-REM = ZERO
004480                         MOVE 29 TO WS-MONTH-DAYS
004490                     END-IF
004500                 END-IF
004510             END-IF
004520         WHEN OTHER
004530             MOVE 31 TO WS-MONTH-DAYS
004540     END-EVALUATE.
004550 6130-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------
004590* 6200-CHECK-BUSINESS-DAY - SET WS-BUSINESS-DAY FOR
004600* WS-CAL-DATE: MONDAY TO FRIDAY UNLESS THE CALENDAR HOLDS A
004610* HOLIDAY ENTRY FOR THE DATE, OR A WEEKEND DATE THE CALENDAR
004620* HOLDS AS AN EXTRA BUSINESS DAY. WS-DAY-OF-WEEK IS LEFT SET.
004630*-----------------------------------------------------------
004640 6200-CHECK-BUSINESS-DAY.
004650     PERFORM 6210-SET-DAY-OF-WEEK THRU 6210-EXIT.
004660     IF WS-DAY-OF-WEEK < 6
004670         SET WS-BUSINESS-DAY TO TRUE
004680     ELSE
004690         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
004700     END-IF.
004710     IF NOT WS-CALENDAR-OPEN
004720         GO TO 6200-EXIT
004730     END-IF.
004740     SET CL-DAY-ENTRY TO TRUE.
004750     MOVE WS-CAL-DATE TO CL-KEY-DATE.
004760     READ CALENDAR-FILE KEY IS CL-KEY
004770         INVALID KEY
004780             GO TO 6200-EXIT
004790     END-READ.
004800     IF WS-CALENDAR-STATUS NOT = "00"
004810         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
004820         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
004830         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004840     END-IF.
004850     IF CL-HOLIDAY
004860         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
004870     END-IF.
004880     IF CL-EXTRA-BUSINESS-DAY
004890         SET WS-BUSINESS-DAY TO TRUE
004900     END-IF.
004910 6200-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------
004950* 6210-SET-DAY-OF-WEEK - WEEKDAY OF WS-CAL-DATE INTO
004960* WS-DAY-OF-WEEK, 1 = MONDAY THROUGH 7 = SUNDAY (ZELLER'S
004970* CONGRUENCE, JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND
004980* 14 OF THE YEAR BEFORE). EACH DIVISION IS ITS OWN STATEMENT
004990* SO EVERY QUOTIENT IS TRUNCATED.
005000*-----------------------------------------------------------
005010 6210-SET-DAY-OF-WEEK.
005020     MOVE WS-CAL-YYYY TO WS-DOW-YEAR.
005030     MOVE WS-CAL-MM TO WS-DOW-MONTH.
005040     IF WS-DOW-MONTH < 3
005050         ADD 12 TO WS-DOW-MONTH
005060         SUBTRACT 1 FROM WS-DOW-YEAR
005070     END-IF.
005080     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
005090         REMAINDER WS-DOW-YY.
005100     COMPUTE WS-DOW-SUM = (WS-DOW-MONTH + 1) * 13.
005110     DIVIDE WS-DOW-SUM BY 5 GIVING WS-DOW-TERM.
005120     COMPUTE WS-DOW-SUM = WS-CAL-DD + WS-DOW-TERM + WS-DOW-YY
005130         + (5 * WS-DOW-CENTURY) + 5.
005140     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-TERM.
005150     ADD WS-DOW-TERM TO WS-DOW-SUM.
005160     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-TERM.
005170     ADD WS-DOW-TERM TO WS-DOW-SUM.
005180     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-TERM
005190         REMAINDER WS-DAY-OF-WEEK.
005200     ADD 1 TO WS-DAY-OF-WEEK.
005210 6210-EXIT.
005220
005230*-----------------------------------------------------------
005240* 7000-WRITE-REPORT - THE THREE SECTIONS AND THE TOTALS BOX,
005250* THEN THE DROPPED-THRESHOLD CHECK.
005260*-----------------------------------------------------------
005270 7000-WRITE-REPORT.
005280     MOVE "VALUES NEW TODAY" TO SEC-TITLE.
005290     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005300     PERFORM 7100-WRITE-NEW-VALUE THRU 7100-EXIT
005310         VARYING WS-IDX FROM 1 BY 1
005320         UNTIL WS-IDX > WS-TODAY-COUNT.
005330
005340     MOVE "VALUES DROPPED SINCE YESTERDAY" TO SEC-TITLE.
005350     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005360     PERFORM 7200-WRITE-DROPPED-VALUE THRU 7200-EXIT
005370         VARYING WS-IDX FROM 1 BY 1
005380         UNTIL WS-IDX > WS-YEST-COUNT.
005390
005400     MOVE "VALUES SEEN BOTH DAYS" TO SEC-TITLE.
005410     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005420     PERFORM 7300-WRITE-RECURRING-VALUE THRU 7300-EXIT
005430         VARYING WS-IDX FROM 1 BY 1
005440         UNTIL WS-IDX > WS-TODAY-COUNT.
005450
005460     PERFORM 7400-WRITE-TOTALS-BOX THRU 7400-EXIT.
005470
005480     IF WS-TODAY-OVERFLOW > ZERO OR WS-YEST-OVERFLOW > ZERO
005490         MOVE "TABLE OVERFLOW - COMPARE TRUNCATED"
005500             TO SEC-TITLE
005510         PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT
005520         MOVE 12 TO WS-RETURN-CODE
005530     END-IF.
005540
005550     IF WS-DROPPED-COUNT > WS-THRESHOLD
005560         DISPLAY "DROPPED VALUES " WS-DROPPED-COUNT
005570             " EXCEED THRESHOLD " WS-THRESHOLD
005580         IF WS-RETURN-CODE < 8
005590             MOVE 8 TO WS-RETURN-CODE
005600         END-IF
005610     END-IF.
005620     PERFORM 7950-VERIFY-GENERATIONS THRU 7950-EXIT.
005630 7000-EXIT.
005640     EXIT.
005650
005660 7100-WRITE-NEW-VALUE.
005670     IF WS-TODAY-MATCHED (WS-IDX) = "N"
005680         ADD 1 TO WS-NEW-COUNT
005690         MOVE WS-TODAY-VALUE (WS-IDX) TO VAL-CODE
005700         PERFORM 7900-WRITE-VALUE-LINE THRU 7900-EXIT
005710     END-IF.
005720 7100-EXIT.
005730     EXIT.
005740
005750 7200-WRITE-DROPPED-VALUE.
005760     IF WS-YEST-MATCHED (WS-IDX) = "N"
005770         ADD 1 TO WS-DROPPED-COUNT
005780         MOVE WS-YEST-VALUE (WS-IDX) TO VAL-CODE
005790         PERFORM 7900-WRITE-VALUE-LINE THRU 7900-EXIT
005800     END-IF.
005810 7200-EXIT.
005820     EXIT.
005830
005840 7300-WRITE-RECURRING-VALUE.
005850     IF WS-TODAY-MATCHED (WS-IDX) = "Y"
005860         ADD 1 TO WS-RECURRING-COUNT
005870         MOVE WS-TODAY-VALUE (WS-IDX) TO VAL-CODE
005880         PERFORM 7900-WRITE-VALUE-LINE THRU 7900-EXIT
005890     END-IF.
005900 7300-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------
005940* 7400-WRITE-TOTALS-BOX - THE COUNTS IN A BOX, WITH THE
005950* THRESHOLD IN FORCE.
005960*-----------------------------------------------------------
005970 7400-WRITE-TOTALS-BOX.
005980     IF WS-PRINT-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
005990         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006000     END-IF.
006010     MOVE WS-BOX-TOP-LINE TO PRINT-RECORD.
006020     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006030     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006040     MOVE "NEW TODAY               " TO BOX-LABEL.
006050     MOVE WS-NEW-COUNT TO BOX-COUNT.
006060     MOVE WS-BOX-COUNT-LINE TO PRINT-RECORD.
006070     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006080     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006090     MOVE "DROPPED SINCE YESTERDAY " TO BOX-LABEL.
006100     MOVE WS-DROPPED-COUNT TO BOX-COUNT.
006110     MOVE WS-BOX-COUNT-LINE TO PRINT-RECORD.
006120     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006130     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006140     MOVE "SEEN BOTH DAYS          " TO BOX-LABEL.
006150     MOVE WS-RECURRING-COUNT TO BOX-COUNT.
006160     MOVE WS-BOX-COUNT-LINE TO PRINT-RECORD.
006170     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006180     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006190     MOVE "DROPPED THRESHOLD       " TO BOX-LABEL.
006200     MOVE WS-THRESHOLD TO BOX-COUNT.
006210     MOVE WS-BOX-COUNT-LINE TO PRINT-RECORD.
006220     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006230     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006240     IF WS-DROPPED-COUNT > WS-THRESHOLD
006250         MOVE "DROPPED COUNT EXCEEDS THRESHOLD  " TO BOX-TEXT
006260     ELSE
006270         MOVE "DROPPED COUNT WITHIN THRESHOLD   " TO BOX-TEXT
006280     END-IF.
006290     MOVE WS-BOX-TEXT-LINE TO PRINT-RECORD.
006300     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006310     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006320     MOVE WS-BOX-TOP-LINE TO PRINT-RECORD.
006330     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006340     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006350     ADD 8 TO WS-PRINT-LINE-COUNT.
006360 7400-EXIT.
006370     EXIT.
006380
006390 7700-WRITE-SECTION-TITLE.
006400     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
006410         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006420     END-IF.
006430     MOVE WS-SECTION-LINE TO PRINT-RECORD.
006440     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006450     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006460     ADD 2 TO WS-PRINT-LINE-COUNT.
006470 7700-EXIT.
006480     EXIT.
006490
006500 7900-WRITE-VALUE-LINE.
006510     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006520         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006530     END-IF.
006540     MOVE WS-VALUE-LINE TO PRINT-RECORD.
006550     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006560     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006570     ADD 1 TO WS-PRINT-LINE-COUNT.
006580 7900-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------
006620* 7950-VERIFY-GENERATIONS - BOTH GENERATIONS MUST HAVE SHOWN
006630* THEIR CONTROL RECORDS AND THE TRAILER COUNTS MUST MATCH
006640* THE DETAILS READ. A LEGACY-LAYOUT EXTYEST (ONE CUTOVER
006650* NIGHT) IS EXEMPT. ANY FAILURE IS PRINTED, LOGGED, AND
006660* ENDS THE RUN RC=16.
006670*-----------------------------------------------------------
006680 7950-VERIFY-GENERATIONS.
006690     IF NOT WS-TODAY-HDR-SEEN
006700         MOVE "EXTTODAY MISSING HEADER" TO SEC-TITLE
006710         PERFORM 7960-FLAG-GENERATION THRU 7960-EXIT
006720     END-IF.
006730     IF NOT WS-TODAY-TRLR-SEEN
006740         MOVE "EXTTODAY MISSING TRAILER" TO SEC-TITLE
006750         PERFORM 7960-FLAG-GENERATION THRU 7960-EXIT
006760     ELSE
006770         IF WS-TODAY-TRLR-COUNT NOT = WS-TODAY-DETAILS
006780             MOVE "EXTTODAY TRAILER COUNT MISMATCH" TO SEC-TITLE
006790             PERFORM 7960-FLAG-GENERATION THRU 7960-EXIT
006800         END-IF
006810     END-IF.
006820     IF WS-YEST-LEGACY OR NOT WS-YEST-FIRST-SEEN
006830         GO TO 7950-EXIT
006840     END-IF.
006850     IF NOT WS-YEST-TRLR-SEEN
006860         MOVE "EXTYEST MISSING TRAILER" TO SEC-TITLE
006870         PERFORM 7960-FLAG-GENERATION THRU 7960-EXIT
006880     ELSE
006890         IF WS-YEST-TRLR-COUNT NOT = WS-YEST-DETAILS
006900             MOVE "EXTYEST TRAILER COUNT MISMATCH" TO SEC-TITLE
006910             PERFORM 7960-FLAG-GENERATION THRU 7960-EXIT
006920         END-IF
006930     END-IF.
006940 7950-EXIT.
006950     EXIT.
006960
006970 7960-FLAG-GENERATION.
006980     DISPLAY "FPEXTCMP: GENERATION CHECK FAILED - " SEC-TITLE.
006990     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
007000     IF WS-RETURN-CODE < 16
007010         MOVE 16 TO WS-RETURN-CODE
007020     END-IF.
007030 7960-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------
007070* 8000-TERMINATE - CLOSE THE FILES.
007080*-----------------------------------------------------------
007090 8000-TERMINATE.
007100     CLOSE PRINT-FILE.
007110     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
007120     IF WS-TODAY-STATUS NOT = "35"
007130         CLOSE TODAY-EXTRACT-FILE
007140         IF WS-TODAY-STATUS NOT = "00"
007150             MOVE "EXTTODAY" TO WS-ERROR-FILE-NAME
007160             MOVE WS-TODAY-STATUS TO WS-ERROR-STATUS
007170             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007180         END-IF
007190     END-IF.
007200     IF WS-YEST-STATUS NOT = "35"
007210         CLOSE YESTERDAY-EXTRACT-FILE
007220         IF WS-YEST-STATUS NOT = "00"
007230             MOVE "EXTYEST" TO WS-ERROR-FILE-NAME
007240             MOVE WS-YEST-STATUS TO WS-ERROR-STATUS
007250             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007260         END-IF
007270     END-IF.
007280     IF WS-CALENDAR-OPEN
007290         CLOSE CALENDAR-FILE
007300         IF WS-CALENDAR-STATUS NOT = "00"
007310             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
007320             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
007330             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007340         END-IF
007350     END-IF.
007360 8000-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------------
007400* 9700-REFUSE-GENERATION - A GENERATION FAILED ITS HEADER
007410* CHECK (SEE THE MESSAGE JUST LOGGED). NOTHING THIS RUN
007420* COMPARES CAN BE TRUSTED - END RC=16 SO OPERATIONS LOOKS
007430* AT THE DATASETS BEFORE ANYTHING DOWNSTREAM RUNS.
007440*-----------------------------------------------------------
007450 9700-REFUSE-GENERATION.
007460     DISPLAY "FPEXTCMP: GENERATION REFUSED".
007470     MOVE 16 TO WS-RETURN-CODE.
007480     MOVE WS-RETURN-CODE TO RETURN-CODE.
007490     STOP RUN.
007500 9700-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------
007540* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
007550* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
007560* COMMON FILE-ERROR PARAGRAPH.
007570*-----------------------------------------------------------
007580 9810-CHECK-PRINT-STATUS.
007590     IF WS-PRINT-STATUS NOT = "00"
007600         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
007610         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
007620         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007630     END-IF.
007640 9810-EXIT.
007650     EXIT.
007660
007670*-----------------------------------------------------------
007680* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
007690* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
007700* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
007710* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
007720*-----------------------------------------------------------
007730 9800-FILE-ERROR.
007740     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
007750         " STATUS: " WS-ERROR-STATUS.
007760     MOVE 12 TO WS-RETURN-CODE.
007770     MOVE WS-RETURN-CODE TO RETURN-CODE.
007780     STOP RUN.
007790 9800-EXIT.
007800     EXIT.
