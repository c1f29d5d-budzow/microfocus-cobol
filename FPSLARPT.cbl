000170*                    IMPORTANT - CALENDAR DAYS WITH NO RECORD
000180*                    AT ALL, THE NIGHTS THE RUN SILENTLY NEVER
000190*                    HAPPENED.
000191*   2026-10-15  DLB  WITH THE PROCESSING CALENDAR (SEE
000192*                    FPCALREC) ON THE CALENDAR DD, A DAY WITH NO
000193*                    RUN RECORD IS ONLY MISSING IF IT WAS A
000194*                    BUSINESS DAY - WEEKENDS AND HOLIDAYS THE JOB
000195*                    IS NOT SCHEDULED ON NO LONGER RAISE RC=08.
000196*   2026-10-15  DLB  STA-RECORDS-READ NOW ALSO COUNTS THE
000197*                    SUSPENSE QUEUE RECORDS READ BACK EACH NIGHT.
000198*                    THE RD COLUMN TAKES THEM OFF AGAIN (THE
000199*                    QUEUE LEFT BY THE RUN BEFORE, ITS
000200*                    STA-SUSPENDED) SO IT STAYS THE FEED VOLUME
000201*                    AND CARRIED ITEMS ARE NOT COUNTED TWICE.
000202*---------------------------------------------------------------
000210* SLACTL CARRIES THE AGREED WINDOW-END TIME IN COLUMNS 1-6
000220* (HHMMSS). A RUN WHOSE STA-RUN-TIME IS AFTER THAT CUTOFF IS
000230* A LATE FINISH. A MISSING OR BLANK CARD MEANS 060000. WHEN
000270* RETURN CODES: RC=08 WHEN ANY CALENDAR DAY IN THE SPAN HAS
000280* NO RUN RECORD; RC=04 WHEN EVERY DAY RAN BUT ONE OR MORE
000290* FINISHED LATE; RC=12 ON FILE ERRORS OR TABLE OVERFLOW.
000293* WITH THE CALENDAR DD PRESENT ONLY BUSINESS DAYS COUNT
000296* TOWARD THE MISSING DAYS; WITHOUT IT EVERY CALENDAR DAY DOES.
000297* RD IS THE NIGHT'S FEED RECORDS: STA-RECORDS-READ LESS THE
000298* SUSPENSE QUEUE READ BACK, WHICH IS THE STA-SUSPENDED OF THE
000299* RUN RECORD BEFORE IT (SPACES BEFORE THE QUEUE WENT IN = 0).
000300*---------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000380     SELECT SLA-CONTROL-FILE ASSIGN TO "SLACTL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CONTROL-STATUS.
000401
000402     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000403         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS RANDOM
000405         RECORD KEY IS CL-KEY
000406         FILE STATUS IS WS-CALENDAR-STATUS.
000410
000420     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000430         ORGANIZATION IS SEQUENTIAL
000540 01  SLA-CONTROL-RECORD.
000550     05  SLA-WINDOW-END              PIC X(06).
000560     05  FILLER                      PIC X(74).
000561
000563 FD  CALENDAR-FILE.
000566     COPY FPCALREC.
000570
000580 FD  PRINT-FILE
000590     RECORDING MODE IS F.
000620 WORKING-STORAGE SECTION.
000630 77  WS-STAHIST-STATUS               PIC X(02).
000640 77  WS-CONTROL-STATUS               PIC X(02).
000645 77  WS-CALENDAR-STATUS              PIC X(02).
000650 77  WS-PRINT-STATUS                 PIC X(02).
000660 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000670
000750 77  WS-BEST-STREAK                  PIC 9(05) COMP VALUE ZERO.
000760 77  WS-BEST-STREAK-END              PIC 9(08) VALUE ZERO.
000770 77  WS-RUN-TIME-HHMMSS              PIC 9(06) VALUE ZERO.
000775 77  WS-PREV-SUSPENDED               PIC 9(07) COMP VALUE ZERO.
000780
000790 77  WS-IDX                          PIC 9(04) COMP VALUE ZERO.
000800 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
000830 77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
000840 77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
000850 77  WS-MONTH-DAYS                   PIC 9(02) COMP VALUE ZERO.
000851 77  WS-CALENDAR-OPEN-SWITCH         PIC X(01) VALUE "N".
000852     88  WS-CALENDAR-OPEN                VALUE "Y".
000853 77  WS-BUSINESS-DAY-SWITCH          PIC X(01) VALUE "N".
000854     88  WS-BUSINESS-DAY                 VALUE "Y".
000855 77  WS-DAY-OF-WEEK                  PIC 9(01) COMP VALUE ZERO.
000856 77  WS-DOW-YEAR                     PIC 9(04) COMP VALUE ZERO.
000857 77  WS-DOW-MONTH                    PIC 9(02) COMP VALUE ZERO.
000858 77  WS-DOW-CENTURY                  PIC 9(02) COMP VALUE ZERO.
000859 77  WS-DOW-YY                       PIC 9(02) COMP VALUE ZERO.
000860 77  WS-DOW-TERM                     PIC 9(05) COMP VALUE ZERO.
000861 77  WS-DOW-SUM                      PIC 9(05) COMP VALUE ZERO.
000862
000870 77  WS-ERROR-FILE-NAME              PIC X(09).
000880 77  WS-ERROR-STATUS                 PIC X(02).
000890
002180* 1000-INITIALIZE - PICK UP THE WINDOW-END CUTOFF AND OPEN
002190* THE RUN-HISTORY FILE AND THE REPORT. A MISSING HISTORY
002200* FILE JUST MEANS NOTHING HAS BEEN COLLECTED YET.
002203* THE PROCESSING CALENDAR IS OPTIONAL - WITHOUT IT EVERY
002206* CALENDAR DAY IS EXPECTED TO HAVE A RUN.
002210*-----------------------------------------------------------
002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002530             MOVE WS-CONTROL-STATUS TO WS-ERROR-STATUS
002540             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002550     END-EVALUATE.
002551
002552     OPEN INPUT CALENDAR-FILE.
002553     EVALUATE WS-CALENDAR-STATUS
002554         WHEN "00"
002555             SET WS-CALENDAR-OPEN TO TRUE
002556         WHEN "35"
002557             CONTINUE
002558         WHEN OTHER
002559             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
002560             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
002561             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002562     END-EVALUATE.
002563
002570     OPEN INPUT STATUS-HISTORY-FILE.
002580     EVALUATE WS-STAHIST-STATUS
002590         WHEN "00"
003090         NOT AT END
003100             ADD 1 TO WS-RECORDS-READ
003110             PERFORM 2100-POST-ONE-RUN THRU 2100-EXIT
003112             IF STA-SUSPENDED IS NUMERIC
003114                 MOVE STA-SUSPENDED TO WS-PREV-SUSPENDED
003116             ELSE
003118                 MOVE ZERO TO WS-PREV-SUSPENDED
003119             END-IF
003120     END-READ.
003130     IF WS-STAHIST-STATUS NOT = "00" AND
003140             WS-STAHIST-STATUS NOT = "10"
003360     ADD 1 TO WS-DAY-RUNS (WS-FOUND-IDX).
003370     MOVE STA-RETURN-CODE TO WS-DAY-RC (WS-FOUND-IDX).
003380     MOVE STA-RUN-TIME TO WS-DAY-TIME (WS-FOUND-IDX).
003390     IF STA-RECORDS-READ < WS-PREV-SUSPENDED
003392         MOVE STA-RECORDS-READ TO WS-DAY-READ (WS-FOUND-IDX)
003394     ELSE
003396         SUBTRACT WS-PREV-SUSPENDED FROM STA-RECORDS-READ
003397             GIVING WS-DAY-READ (WS-FOUND-IDX)
003398     END-IF.
003400     MOVE STA-RECORDS-VALID TO WS-DAY-VALID (WS-FOUND-IDX).
003410     MOVE STA-RECORDS-REJECTED TO
003420         WS-DAY-REJECTED (WS-FOUND-IDX).
003650     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003660     ADD 2 TO WS-PRINT-LINE-COUNT.
003670
003680     IF WS-CALENDAR-OPEN
003683         MOVE "BUSINESS DAYS WITH NO RUN RECORD" TO SEC-TITLE
003685     ELSE
003687         MOVE "CALENDAR DAYS WITH NO RUN RECORD" TO SEC-TITLE
003689     END-IF.
003690     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
003700     PERFORM 7300-LIST-MISSING-DAYS THRU 7300-EXIT.
003710
004520* 7300-LIST-MISSING-DAYS - WALK THE CALENDAR FROM THE FIRST
004530* TO THE LAST DATE ON FILE AND LIST EVERY DAY WITH NO RUN
004540* RECORD AT ALL - THE NIGHTS THE JOB SILENTLY NEVER RAN.
004543* WITH THE PROCESSING CALENDAR ONLY BUSINESS DAYS ARE LISTED -
004546* THE JOB IS NOT EXPECTED TO RUN ON WEEKENDS AND HOLIDAYS.
004550*-----------------------------------------------------------
004560 7300-LIST-MISSING-DAYS.
004570     IF WS-DAY-COUNT = ZERO
004800
004810 7320-CHECK-ONE-DAY.
004830     PERFORM 6200-FIND-DAY THRU 6200-EXIT.
004833     IF WS-FOUND-IDX = ZERO
004835         PERFORM 6300-CHECK-BUSINESS-DAY THRU 6300-EXIT
004837     END-IF.
004840     IF WS-FOUND-IDX = ZERO AND WS-BUSINESS-DAY
004850         ADD 1 TO WS-MISSING-DAYS
004860         IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
004870             PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005718     END-IF.
005720 6210-EXIT.
005730     EXIT.
005731
005732*-----------------------------------------------------------
005733* 6300-CHECK-BUSINESS-DAY - SET WS-BUSINESS-DAY FOR
005734* WS-CAL-DATE: MONDAY TO FRIDAY UNLESS THE CALENDAR HOLDS A
005735* HOLIDAY ENTRY FOR THE DATE, OR A WEEKEND DATE THE CALENDAR
005736* HOLDS AS AN EXTRA BUSINESS DAY. WITHOUT THE CALENDAR EVERY
005737* DAY IS A BUSINESS DAY, AS IT ALWAYS WAS FOR THIS REPORT.
005738*-----------------------------------------------------------
005739 6300-CHECK-BUSINESS-DAY.
005740     IF NOT WS-CALENDAR-OPEN
005741         SET WS-BUSINESS-DAY TO TRUE
005742         GO TO 6300-EXIT
005743     END-IF.
005744     PERFORM 6310-SET-DAY-OF-WEEK THRU 6310-EXIT.
005745     IF WS-DAY-OF-WEEK < 6
005746         SET WS-BUSINESS-DAY TO TRUE
005747     ELSE
005748         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
005749     END-IF.
005750     SET CL-DAY-ENTRY TO TRUE.
005751     MOVE WS-CAL-DATE TO CL-KEY-DATE.
005752     READ CALENDAR-FILE KEY IS CL-KEY
005753         INVALID KEY
005754             GO TO 6300-EXIT
005755     END-READ.
005756     IF WS-CALENDAR-STATUS NOT = "00"
005757         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
005758         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
005759         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005760     END-IF.
005761     IF CL-HOLIDAY
005762         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
005763     END-IF.
005764     IF CL-EXTRA-BUSINESS-DAY
005765         SET WS-BUSINESS-DAY TO TRUE
005766     END-IF.
005767 6300-EXIT.
005768     EXIT.
005769
005770*-----------------------------------------------------------
005771* 6310-SET-DAY-OF-WEEK - WEEKDAY OF WS-CAL-DATE INTO
005772* WS-DAY-OF-WEEK, 1 = MONDAY THROUGH 7 = SUNDAY (ZELLER'S
005773* CONGRUENCE, JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND
005774* 14 OF THE YEAR BEFORE). EACH DIVISION IS ITS OWN STATEMENT
005775* SO EVERY QUOTIENT IS TRUNCATED.
005776*-----------------------------------------------------------
005777 6310-SET-DAY-OF-WEEK.
005778     MOVE WS-CAL-YYYY TO WS-DOW-YEAR.
005779     MOVE WS-CAL-MM TO WS-DOW-MONTH.
005780     IF WS-DOW-MONTH < 3
005781         ADD 12 TO WS-DOW-MONTH
005782         SUBTRACT 1 FROM WS-DOW-YEAR
005783     END-IF.
005784     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
005785         REMAINDER WS-DOW-YY.
005786     COMPUTE WS-DOW-SUM = (WS-DOW-MONTH + 1) * 13.
005787     DIVIDE WS-DOW-SUM BY 5 GIVING WS-DOW-TERM.
005788     COMPUTE WS-DOW-SUM = WS-CAL-DD + WS-DOW-TERM + WS-DOW-YY
005789         + (5 * WS-DOW-CENTURY) + 5.
005790     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-TERM.
005791     ADD WS-DOW-TERM TO WS-DOW-SUM.
005792     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-TERM.
005793     ADD WS-DOW-TERM TO WS-DOW-SUM.
005794     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-TERM
005795         REMAINDER WS-DAY-OF-WEEK.
005796     ADD 1 TO WS-DAY-OF-WEEK.
005797 6310-EXIT.
005798     EXIT.
005799
005800*-----------------------------------------------------------
005801* 8000-TERMINATE - CLOSE THE FILES.
005802*-----------------------------------------------------------
005803 8000-TERMINATE.
005804     CLOSE PRINT-FILE.
005805     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005810     IF WS-STAHIST-STATUS NOT = "35"
005820         CLOSE STATUS-HISTORY-FILE
005830         IF WS-STAHIST-STATUS NOT = "00"
005860             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005870         END-IF
005880     END-IF.
005882     IF WS-CALENDAR-OPEN
005883         CLOSE CALENDAR-FILE
005884         IF WS-CALENDAR-STATUS NOT = "00"
005885             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
005886             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
005887             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005888         END-IF
005889     END-IF.
005890 8000-EXIT.
005900     EXIT.
005910
