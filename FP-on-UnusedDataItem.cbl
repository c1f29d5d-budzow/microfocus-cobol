000583*                    BROKEN OR HEADERLESS FINAL FEED CANNOT
000584*                    LEAK ITS COUNTS AND STALE FLAG INTO THE
000585*                    "MISSING" SOURCE-STATISTICS RECORDS.
000587*   2026-10-15  DLB  CARRY THE RUN TIME ON EVERY SOURCE-STATS
000588*                    RECORD (SRC-RUN-TIME) SO A NIGHT CAN BE
000589*                    BACKED OUT BY DATE AND TIME (FPBACKOT).
000590*   2026-10-15  DLB  CARRY THE EXTRACT RECORDS SUPPRESSED AS
000591*                    DUPLICATES ON THE RUN-STATUS RECORD
000592*                    (STA-DUP-SUPPRESSED) FOR THE FPBALNC
000593*                    NIGHTLY BALANCING SHEET.
000594*   2026-10-15  DLB  SOURCE-LEVEL CODE AUTHORIZATION: A VALUE
000595*                    THAT PASSES VALCODES IS CHECKED AGAINST THE
000596*                    SRCAUTH MASTER (SEE FPAUTREC AND THE FPAUTMNT
000597*                    MAINTENANCE JOB) FOR THE FEED'S SOURCE CODE.
000598*                    A CODE UNDER SOURCE CONTROL THAT THE SENDING
000599*                    SOURCE IS NOT AUTHORIZED FOR IS REJECTED
000600*                    WITH REASON "SRCNAUTH" (FPU0016E), COUNTED
000601*                    SEPARATELY ON SRCSTATS. CODES WITH NO
000602*                    AUTHORIZATION RECORDS STILL ARRIVE FROM ANY
000603*                    SOURCE, AND NO SRCAUTH DD MEANS NO CHECK.
000604*   2026-10-15  DLB  PROCESSING CALENDAR (SEE FPCALREC AND THE
000605*                    FPCALMNT MAINTENANCE JOB): WITH A CALENDAR
000606*                    DD A FEED IS STALE ONLY WHEN DATED BEFORE
000607*                    THE PREVIOUS BUSINESS DAY, SO FRIDAY'S FEED
000608*                    ON MONDAY NO LONGER NEEDS A LATEOK CARD, AND
000609*                    THE SOURCES DUE TODAY BY THE CALENDAR ARE
000610*                    ADDED TO THE EXPECTED-FEEDS TABLE AHEAD OF
000611*                    ANY FEEDREG CARDS (A SOURCE IS LISTED ONCE).
000612*                    NO CALENDAR DD KEEPS THE OLD EVERY-DAY RULES.
000613*   2026-10-15  DLB  PENDING-APPROVAL SUSPENSE QUEUE, SELECTED BY
000614*                    AN AGE LIMIT IN DAYS IN COLS 22-24 OF THE
000615*                    CONTROL CARD: A DETAIL WHOSE VALUE IS NOT ON
000616*                    VALCODES, OR NOT YET EFFECTIVE, IS PARKED ON
000617*                    SUSPOUT (SEE FPSUSREC) INSTEAD OF REJECTED.
000618*                    AT START OF RUN THE QUEUE ON SUSPIN IS
000619*                    RE-VALIDATED: A VALUE APPROVED SINCE IS
000620*                    RELEASED TO THE EXTRACT (FLAGGED "S" WITH ITS
000621*                    ARRIVAL DATE), ONE OLDER THAN THE LIMIT IS
000622*                    REJECTED "SUSPAGED", THE REST ARE CARRIED
000623*                    FORWARD. SUSPENSE SECTION ON PRTOUT AND THE
000624*                    QUEUE SIZE ON THE RUN-STATUS RECORD
000625*                    (STA-SUSPENDED). BLANK = OFF, VALUES REJECTED
000626*                    AS BEFORE, AND ANY QUEUE IS CARRIED FORWARD
000627*                    UNTOUCHED.
000628*---------------------------------------------------------------
000509* cobol:COBOL.UnusedDataItem raises FP here as MY-TYPE is used
000510* on the line 9. Also MY-TYPE is not a "data item block" as the
000511* message claims, it's a type definition
000622         ACCESS MODE IS RANDOM
000624         RECORD KEY IS VC-CODE
000630         FILE STATUS IS WS-VALCODE-STATUS.
000631
000632     SELECT SOURCE-AUTH-FILE ASSIGN TO "SRCAUTH"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS SA-KEY
000636         FILE STATUS IS WS-SRCAUTH-STATUS.
000637
000638     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000639         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000641         RECORD KEY IS CL-KEY
000642         FILE STATUS IS WS-CALENDAR-STATUS.
000643
000650     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PRINT-STATUS.
000784         ORGANIZATION IS SEQUENTIAL
000785         FILE STATUS IS WS-LATEOK-STATUS.
000786
000787     SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPIN"
000788         ORGANIZATION IS SEQUENTIAL
000789         FILE STATUS IS WS-SUSPIN-STATUS.
000790
000791     SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
000792         ORGANIZATION IS SEQUENTIAL
000793         FILE STATUS IS WS-SUSPOUT-STATUS.
000794
000795 DATA DIVISION.
000796 FILE SECTION.
000797 FD  CONTROL-FILE
000800     RECORDING MODE IS F.
000810 01  CONTROL-RECORD.
000820     05  CC-MY-VAR                   PIC X(05).
000828     05  CC-DUP-POLICY               PIC X(08).
000829         88  CC-DUP-FLAG                 VALUE "DUPFLAG ".
000831         88  CC-DUP-SUPPRESS             VALUE "DUPSUPP ".
000834     05  CC-SUSP-AGE-LIMIT           PIC X(03).
000837     05  FILLER                      PIC X(56).
000840
000850 FD  AUDIT-LOG-FILE
000860     RECORDING MODE IS F.
000940
000950 FD  VALID-CODES-FILE.
000970     COPY FPVALREC.
000977
000984 FD  SOURCE-AUTH-FILE.
000991     COPY FPAUTREC.
000993
000995 FD  CALENDAR-FILE.
000997     COPY FPCALREC.
001000
001010 FD  PRINT-FILE
001020     RECORDING MODE IS F.
001262     05  LOK-FEED-DATE               PIC X(08).
001263     05  FILLER                      PIC X(69).
001264
001265 FD  SUSPENSE-IN-FILE
001266     RECORDING MODE IS F.
001267 01  SUSPENSE-IN-RECORD              PIC X(100).
001268
001269 FD  SUSPENSE-OUT-FILE
001270     RECORDING MODE IS F.
001271 01  SUSPENSE-OUT-RECORD             PIC X(100).
001272
001273 WORKING-STORAGE SECTION.
001274     COPY MYTYPE.
001275 01  MY-VAR TYPE MY-TYPE VALUE "Hello".
001276
001280 77  WS-CONTROL-STATUS               PIC X(02).
001290 77  WS-AUDIT-STATUS                 PIC X(02).
001300 77  WS-VALCODE-STATUS               PIC X(02).
001336 77  WS-LATEOK-STATUS                PIC X(02).
001337 77  WS-STAHIST-STATUS               PIC X(02).
001338 77  WS-SRCSTATS-STATUS              PIC X(02).
001339 77  WS-SRCAUTH-STATUS               PIC X(02).
001340 77  WS-CALENDAR-STATUS              PIC X(02).
001341 77  WS-SUSPIN-STATUS                PIC X(02).
001342 77  WS-SUSPOUT-STATUS               PIC X(02).
001343 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001350
001360 77  WS-INPUT-EOF-SWITCH             PIC X(01) VALUE "N".
001370     88  WS-END-OF-FILE                  VALUE "Y".
001560
001570 77  WS-VALCODE-OPEN-SWITCH          PIC X(01) VALUE "N".
001580     88  WS-VALCODES-OPEN                VALUE "Y".
001581 77  WS-SRCAUTH-OPEN-SWITCH          PIC X(01) VALUE "N".
001582     88  WS-SRCAUTH-OPEN                 VALUE "Y".
001583 77  WS-AUTH-RESTRICTED-SWITCH       PIC X(01) VALUE "N".
001584     88  WS-AUTH-RESTRICTED              VALUE "Y".
001585 77  WS-AUTH-GRANTED-SWITCH          PIC X(01) VALUE "N".
001586     88  WS-AUTH-GRANTED                 VALUE "Y".
001587 77  WS-AUTH-END-SWITCH              PIC X(01) VALUE "N".
001588     88  WS-AUTH-END                     VALUE "Y".
001589 77  WS-FEED-REJ-SRCNAUTH            PIC 9(07) COMP VALUE ZERO.
001590 77  WS-CALENDAR-OPEN-SWITCH         PIC X(01) VALUE "N".
001591     88  WS-CALENDAR-OPEN                VALUE "Y".
001592 77  WS-CALENDAR-END-SWITCH          PIC X(01) VALUE "N".
001593     88  WS-CALENDAR-END                 VALUE "Y".
001594 77  WS-BUSINESS-DAY-SWITCH          PIC X(01) VALUE "N".
001595     88  WS-BUSINESS-DAY                 VALUE "Y".
001596 77  WS-EXPECTED-FOUND-SWITCH        PIC X(01) VALUE "N".
001597     88  WS-EXPECTED-FOUND               VALUE "Y".
001598 77  WS-EXPECTED-FULL-SWITCH         PIC X(01) VALUE "N".
001599     88  WS-EXPECTED-FULL                VALUE "Y".
001600 77  WS-ADD-SOURCE                   PIC X(03) VALUE SPACES.
001601 77  WS-STALE-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
001602 77  WS-CAL-STEPS                    PIC 9(03) COMP VALUE ZERO.
001603 77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
001604 77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
001605 77  WS-MONTH-DAYS                   PIC 9(02) COMP VALUE ZERO.
001606 77  WS-DAY-OF-WEEK                  PIC 9(01) COMP VALUE ZERO.
001607 77  WS-DOW-YEAR                     PIC 9(04) COMP VALUE ZERO.
001608 77  WS-DOW-MONTH                    PIC 9(02) COMP VALUE ZERO.
001609 77  WS-DOW-CENTURY                  PIC 9(02) COMP VALUE ZERO.
001610 77  WS-DOW-YY                       PIC 9(02) COMP VALUE ZERO.
001611 77  WS-DOW-TERM                     PIC 9(05) COMP VALUE ZERO.
001612 77  WS-DOW-SUM                      PIC 9(05) COMP VALUE ZERO.
001613 77  WS-VALID-SWITCH                 PIC X(01) VALUE "N".
001614     88  WS-VALUE-VALID                  VALUE "Y".
001615     88  WS-VALUE-INVALID                VALUE "N".
001616     88  WS-VALUE-PENDING                VALUE "P".
001617 77  WS-SUSPENSE-SWITCH              PIC X(01) VALUE "N".
001618     88  WS-SUSPENSE-ON                  VALUE "Y".
001619 77  WS-SUSP-RECYCLE-SWITCH          PIC X(01) VALUE "N".
001620     88  WS-SUSP-RECYCLING               VALUE "Y".
001621 77  WS-SUSPIN-EOF-SWITCH            PIC X(01) VALUE "N".
001622     88  WS-SUSPIN-EOF                   VALUE "Y".
001623 77  WS-SUSP-AGE-LIMIT               PIC 9(03) COMP VALUE ZERO.
001624 77  WS-SUSP-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001625 77  WS-SUSP-READ                    PIC 9(07) COMP VALUE ZERO.
001626 77  WS-SUSP-RELEASED                PIC 9(07) COMP VALUE ZERO.
001627 77  WS-SUSP-AGED                    PIC 9(07) COMP VALUE ZERO.
001628 77  WS-SUSP-REJECTED                PIC 9(07) COMP VALUE ZERO.
001629 77  WS-SUSP-CARRIED                 PIC 9(07) COMP VALUE ZERO.
001630 77  WS-SUSP-PARKED                  PIC 9(07) COMP VALUE ZERO.
001640
001650 01  WS-JOB-NAME                     PIC X(08) VALUE "FPUNUSED".
001660 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001670 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001671 01  WS-SUSP-LIMIT-CARD              PIC X(03) VALUE SPACES.
001672 01  WS-SUSP-LIMIT-CARD-N REDEFINES WS-SUSP-LIMIT-CARD
001673                                     PIC 9(03).
001674 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
001675 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE.
001676     05  WS-CAL-YYYY                 PIC 9(04).
001677     05  WS-CAL-MM                   PIC 9(02).
001678     05  WS-CAL-DD                   PIC 9(02).
001679
001682 01  WS-SAVED-INPUT-REC.
001684     05  WS-SAVED-REC-TYPE           PIC X(01).
001686     05  WS-SAVED-MY-VAR             PIC X(05).
001723         10  WS-SEEN-LAST-SOURCE     PIC X(03).
001724         10  WS-SEEN-TIMES           PIC 9(05) COMP.
001730*---------------------------------------------------------------
001732* THE SUSPENSE RECORD READ FROM SUSPIN OR BUILT FOR SUSPOUT.
001734*---------------------------------------------------------------
001736     COPY FPSUSREC.
001738*---------------------------------------------------------------
001740* PRINT LINE LAYOUTS
001750*---------------------------------------------------------------
001760 01  WS-HEADER-LINE-1.
002175     05  DUP-SUPPR                   PIC Z,ZZZ,ZZ9.
002176     05  FILLER                      PIC X(28) VALUE SPACES.
002177
002178 01  WS-SUSP-TITLE-LINE.
002179     05  FILLER                      PIC X(32)
002180             VALUE "PENDING-APPROVAL SUSPENSE QUEUE ".
002181     05  SSP-MODE                    PIC X(12).
002182     05  SSP-LIMIT                   PIC ZZZ.
002183     05  SSP-DAYS                    PIC X(05).
002184     05  FILLER                      PIC X(28) VALUE SPACES.
002185
002186 01  WS-SUSP-COUNT-LINE.
002187     05  FILLER                      PIC X(02) VALUE SPACES.
002188     05  SSP-LABEL                   PIC X(36).
002189     05  SSP-COUNT                   PIC Z,ZZZ,ZZ9.
002190     05  FILLER                      PIC X(33) VALUE SPACES.
002191
002192*---------------------------------------------------------------
002193* PROCEDURE DIVISION
002194*---------------------------------------------------------------
002195 PROCEDURE DIVISION.
002196 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002220         UNTIL WS-END-OF-FILE.
002225     IF WS-RECORDS-PROCESSED = WS-SUSP-READ AND
002230             NOT WS-TRAILER-FOUND
002235             AND NOT WS-HEADER-SEEN
002240         PERFORM 2050-PROCESS-DEFAULT THRU 2050-EXIT
002250     END-IF.
002291     PERFORM 2008-RESET-FEED THRU 2008-EXIT.
002292     PERFORM 7500-CHECK-MISSING-FEEDS THRU 7500-EXIT.
002294     PERFORM 7600-REPORT-DUPLICATES THRU 7600-EXIT.
002297     PERFORM 7700-REPORT-SUSPENSE THRU 7700-EXIT.
002300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002305     IF NOT WS-VALIDATE-ONLY
002310         CLOSE AUDIT-LOG-FILE
002601                     IF CC-DUP-SUPPRESS
002602                         MOVE "S" TO WS-DUP-POLICY
002603                     END-IF
002604                     MOVE CC-SUSP-AGE-LIMIT TO WS-SUSP-LIMIT-CARD
002605             END-READ
002610             IF WS-CONTROL-STATUS NOT = "00" AND
002620                     WS-CONTROL-STATUS NOT = "10"
002630                 MOVE "CONTROLCD" TO WS-ERROR-FILE-NAME
002804         DISPLAY "FPU0010W CONTROL CARD MISSING OR EMPTY - "
002806             "DEFAULT MY-VAR USED"
002808     END-IF.
002809     PERFORM 1070-SET-SUSPENSE-LIMIT THRU 1070-EXIT.
002810
002812     IF NOT WS-VALIDATE-ONLY
002820         OPEN EXTEND AUDIT-LOG-FILE
003070             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
003080             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003090     END-EVALUATE.
003091
003092     OPEN INPUT SOURCE-AUTH-FILE.
003093     EVALUATE WS-SRCAUTH-STATUS
003094         WHEN "00"
003095             SET WS-SRCAUTH-OPEN TO TRUE
003096         WHEN "35"
003097             CONTINUE
003098         WHEN OTHER
003099             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
003100             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
003101             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003102     END-EVALUATE.
003103
003104     OPEN INPUT XLATE-FILE.
003105     EVALUATE WS-XLATE-STATUS
003106         WHEN "00"
003107             SET WS-XLATE-OPEN TO TRUE
003113         WHEN "35"
003114             CONTINUE
003115         WHEN OTHER
003117             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
003118             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003119     END-EVALUATE.
003120     PERFORM 1050-LOAD-CALENDAR THRU 1050-EXIT.
003121     PERFORM 1040-LOAD-LATE-ACCEPT THRU 1040-EXIT.
003122
003123     OPEN INPUT FEED-REGISTER-FILE.
003124     EVALUATE WS-FEEDREG-STATUS
003125         WHEN "00"
003126             PERFORM 1030-LOAD-FEED-ENTRY THRU 1030-EXIT
003127                 UNTIL WS-FEEDREG-EOF
003128             CLOSE FEED-REGISTER-FILE
003129             IF WS-FEEDREG-STATUS NOT = "00"
003130                 MOVE "FEEDREG" TO WS-ERROR-FILE-NAME
003131                 MOVE WS-FEEDREG-STATUS TO WS-ERROR-STATUS
003132                 PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003133             END-IF
003401             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003402         END-IF
003403     END-IF.
003404     IF NOT WS-VALIDATE-ONLY
003405         OPEN OUTPUT SUSPENSE-OUT-FILE
003406         IF WS-SUSPOUT-STATUS NOT = "00"
003407             MOVE "SUSPOUT" TO WS-ERROR-FILE-NAME
003408             MOVE WS-SUSPOUT-STATUS TO WS-ERROR-STATUS
003409             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003410         END-IF
003411     END-IF.
003412     PERFORM 1500-RECYCLE-SUSPENSE THRU 1500-EXIT.
003413 1000-EXIT.
003414     EXIT.
003415
003416*-----------------------------------------------------------
003420* 1700-WRITE-REPORT-HEADER - WRITE THE TWO-LINE REPORT
003430* HEADING FOR A NEW REPORT PAGE.
003440*-----------------------------------------------------------
003600 1700-EXIT.
003610     EXIT.
003620
003623*-----------------------------------------------------------
003626* 1070-SET-SUSPENSE-LIMIT - COLS 22-24 OF THE CONTROL CARD
003629* CARRY THE SUSPENSE AGE LIMIT IN CALENDAR DAYS. WITH A LIMIT
003632* A VALUE NOT YET APPROVED IS PARKED IN THE SUSPENSE QUEUE,
003635* AND A QUEUED RECORD THAT ARRIVED BEFORE THE CUTOFF DATE
003638* (RUN DATE LESS THE LIMIT) IS REJECTED AS AGED. BLANK MEANS
003641* NO SUSPENSE; A NON-NUMERIC OR ZERO LIMIT IS REPORTED AND
003644* TREATED AS BLANK, NEVER GUESSED AT.
003647*-----------------------------------------------------------
003650 1070-SET-SUSPENSE-LIMIT.
003653     IF WS-SUSP-LIMIT-CARD = SPACES
003656         GO TO 1070-EXIT
003659     END-IF.
003662     IF WS-SUSP-LIMIT-CARD-N NOT NUMERIC OR
003665             WS-SUSP-LIMIT-CARD-N = ZERO
003668         DISPLAY "FPU0019W SUSPENSE AGE LIMIT INVALID - "
003671             "SUSPENSE QUEUE NOT USED: " WS-SUSP-LIMIT-CARD
003674         GO TO 1070-EXIT
003677     END-IF.
003680     SET WS-SUSPENSE-ON TO TRUE.
003683     MOVE WS-SUSP-LIMIT-CARD-N TO WS-SUSP-AGE-LIMIT.
003686     MOVE WS-RUN-DATE TO WS-CAL-DATE.
003689     PERFORM 6120-DECREMENT-DATE THRU 6120-EXIT
003692         WS-SUSP-AGE-LIMIT TIMES.
003695     MOVE WS-CAL-DATE TO WS-SUSP-CUTOFF-DATE.
003698     DISPLAY "FPU0020I SUSPENSE QUEUE IN USE - AGE LIMIT "
003701         WS-SUSP-LIMIT-CARD " DAYS, AGED OUT IF ARRIVED BEFORE "
003704         WS-SUSP-CUTOFF-DATE.
003707 1070-EXIT.
003710     EXIT.
003730*-----------------------------------------------------------
003732* 1030-LOAD-FEED-ENTRY - LOAD ONE SOURCE CODE FROM THE
003734* EXPECTED-FEEDS REGISTER (FEEDREG) - THE SOURCES DUE THIS
003736* PROCESSING DAY. EVERY REGISTERED SOURCE MUST SHOW UP AS A
003738* FEED HEADER BEFORE END OF RUN OR IT IS REPORTED MISSING.
003740* A BLANK CARD IS IGNORED.
003741* A SOURCE ALREADY DUE BY THE PROCESSING CALENDAR IS NOT
003742* LISTED TWICE.
003743*-----------------------------------------------------------
003744 1030-LOAD-FEED-ENTRY.
003746     READ FEED-REGISTER-FILE
003748         AT END
003754             IF FRG-SOURCE-CODE = SPACES
003756                 CONTINUE
003758             ELSE
003760                 MOVE FRG-SOURCE-CODE TO WS-ADD-SOURCE
003764                 PERFORM 1035-ADD-EXPECTED-SOURCE THRU 1035-EXIT
003768                 IF WS-EXPECTED-FULL
003772                     SET WS-FEEDREG-EOF TO TRUE
003776                 END-IF
003782             END-IF
003784     END-READ.
003786     IF WS-FEEDREG-STATUS NOT = "00" AND
003890     END-EVALUATE.
003892 1040-EXIT.
003894     EXIT.
003895
003896*-----------------------------------------------------------
003897* 1035-ADD-EXPECTED-SOURCE - ADD WS-ADD-SOURCE TO THE
003898* EXPECTED-FEEDS TABLE UNLESS IT IS ALREADY THERE. WHEN THE
003899* TABLE IS FULL THE SOURCE IS REPORTED AND WS-EXPECTED-FULL
003900* IS SET SO THE CALLER STOPS LOADING.
003901*-----------------------------------------------------------
003902 1035-ADD-EXPECTED-SOURCE.
003903     MOVE "N" TO WS-EXPECTED-FOUND-SWITCH.
003904     PERFORM 1036-MATCH-EXPECTED THRU 1036-EXIT
003905         VARYING WS-EXPECTED-IDX FROM 1 BY 1
003906         UNTIL WS-EXPECTED-IDX > WS-EXPECTED-SRC-COUNT
003907            OR WS-EXPECTED-FOUND.
003908     IF WS-EXPECTED-FOUND
003909         GO TO 1035-EXIT
003910     END-IF.
003911     IF WS-EXPECTED-SRC-COUNT >= 50
003912         DISPLAY "FPU0012W FEED REGISTER FULL - "
003913             "IGNORING: " WS-ADD-SOURCE
003914         SET WS-EXPECTED-FULL TO TRUE
003915         GO TO 1035-EXIT
003916     END-IF.
003917     ADD 1 TO WS-EXPECTED-SRC-COUNT.
003918     MOVE WS-ADD-SOURCE TO WS-EXPECTED-SOURCE
003919         (WS-EXPECTED-SRC-COUNT).
003920     MOVE "N" TO WS-EXPECTED-SEEN (WS-EXPECTED-SRC-COUNT).
003921 1035-EXIT.
003922     EXIT.
003923
003924 1036-MATCH-EXPECTED.
003925     IF WS-EXPECTED-SOURCE (WS-EXPECTED-IDX) = WS-ADD-SOURCE
003926         SET WS-EXPECTED-FOUND TO TRUE
003927     END-IF.
003928 1036-EXIT.
003929     EXIT.
003930
003931*-----------------------------------------------------------
003932* 1050-LOAD-CALENDAR - OPEN THE PROCESSING CALENDAR (SEE
003933* FPCALREC). WITH IT, THE STALE-FEED CUTOFF BECOMES THE
003934* PREVIOUS BUSINESS DAY AND EVERY SOURCE DUE ON TODAY'S
003935* WEEKDAY GOES INTO THE EXPECTED-FEEDS TABLE - NONE WHEN
003936* TODAY IS NOT A BUSINESS DAY. WITHOUT IT EVERY CALENDAR DAY
003937* IS A PROCESSING DAY AS BEFORE: ANY FEED DATED BEFORE THE RUN
003938* DATE IS STALE AND ONLY FEEDREG SAYS WHAT IS DUE.
003939*-----------------------------------------------------------
003940 1050-LOAD-CALENDAR.
003941     MOVE WS-RUN-DATE TO WS-STALE-CUTOFF-DATE.
003942     OPEN INPUT CALENDAR-FILE.
003943     EVALUATE WS-CALENDAR-STATUS
003944         WHEN "00"
003945             SET WS-CALENDAR-OPEN TO TRUE
003946         WHEN "35"
003947             GO TO 1050-EXIT
003948         WHEN OTHER
003949             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
003950             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
003951             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003952     END-EVALUATE.
003953     MOVE WS-RUN-DATE TO WS-CAL-DATE.
003954     PERFORM 6100-PREV-BUSINESS-DAY THRU 6100-EXIT.
003955     MOVE WS-CAL-DATE TO WS-STALE-CUTOFF-DATE.
003956     DISPLAY "FPU0017I PROCESSING CALENDAR IN USE - PREVIOUS "
003957         "BUSINESS DAY: " WS-STALE-CUTOFF-DATE.
003958     MOVE WS-RUN-DATE TO WS-CAL-DATE.
003959     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT.
003960     IF NOT WS-BUSINESS-DAY
003961         DISPLAY "FPU0018I RUN DATE " WS-RUN-DATE
003962             " IS NOT A BUSINESS DAY - NO FEEDS DUE BY CALENDAR"
003963         GO TO 1050-EXIT
003964     END-IF.
003965     SET CL-SOURCE-ENTRY TO TRUE.
003966     MOVE LOW-VALUES TO CL-KEY-VALUE.
003967     START CALENDAR-FILE KEY IS NOT < CL-KEY
003968         INVALID KEY
003969             SET WS-CALENDAR-END TO TRUE
003970     END-START.
003971     IF WS-CALENDAR-STATUS NOT = "00" AND
003972             WS-CALENDAR-STATUS NOT = "23"
003973         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
003974         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
003975         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003976     END-IF.
003977     PERFORM 1060-LOAD-DUE-SOURCE THRU 1060-EXIT
003978         UNTIL WS-CALENDAR-END.
003979 1050-EXIT.
003980     EXIT.
003981
003982*-----------------------------------------------------------
003983* 1060-LOAD-DUE-SOURCE - ONE "S" ENTRY OF THE CALENDAR; THE
003984* SOURCE IS EXPECTED WHEN ITS FLAG FOR TODAY'S WEEKDAY (SET
003985* BY 6200) IS "Y". THE BROWSE ENDS AT THE LAST "S" ENTRY.
003986*-----------------------------------------------------------
003987 1060-LOAD-DUE-SOURCE.
003988     READ CALENDAR-FILE NEXT RECORD
003989         AT END
003990             SET WS-CALENDAR-END TO TRUE
003991             GO TO 1060-EXIT
003992     END-READ.
003993     IF WS-CALENDAR-STATUS NOT = "00"
003994         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
003995         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
003996         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003997     END-IF.
003998     IF NOT CL-SOURCE-ENTRY
003999         SET WS-CALENDAR-END TO TRUE
004000         GO TO 1060-EXIT
004001     END-IF.
004002     IF CL-DUE-FLAG (WS-DAY-OF-WEEK) = "Y"
004003         MOVE CL-KEY-SOURCE TO WS-ADD-SOURCE
004004         PERFORM 1035-ADD-EXPECTED-SOURCE THRU 1035-EXIT
004005         IF WS-EXPECTED-FULL
004006             SET WS-CALENDAR-END TO TRUE
004007         END-IF
004008     END-IF.
004009 1060-EXIT.
004010     EXIT.
004011
004012*-----------------------------------------------------------
004013* 2000-PROCESS-RECORD - READ ONE RECORD FROM INPUT-FILE AND
004014* ROUTE IT BY RECORD TYPE: FEED HEADER, FEED TRAILER, DETAIL,
004015* OR (ANYTHING ELSE) THE REJECT-FILE.
004016*-----------------------------------------------------------
004017 2000-PROCESS-RECORD.
004018     READ INPUT-FILE
004019         AT END
004020             SET WS-END-OF-FILE TO TRUE
004021         NOT AT END
004022             EVALUATE TRUE
004023                 WHEN IN-HEADER-RECORD
004024                     PERFORM 2003-HANDLE-HEADER THRU 2003-EXIT
004025                 WHEN IN-TRAILER-RECORD
004030                     PERFORM 2005-HANDLE-TRAILER THRU 2005-EXIT
004035                 WHEN IN-DETAIL-RECORD
004143* STILL-OPEN PREVIOUS FEED IS MISSING ITS TRAILER AND IS
004144* CLOSED OUT AS AN ERROR FIRST. THE SOURCE IS TICKED OFF
004145* AGAINST THE EXPECTED-FEEDS REGISTER. A HEADER WHOSE FEED
004146* DATE IS OLDER THAN THE STALE CUTOFF (SEE 1050) IS EITHER
004147* ACCEPTED BY THE LATEOK OVERRIDE CARD OR MARKS THE WHOLE FEED
004148* STALE - ITS DETAILS COUNTED BUT NOT PROCESSED (SEE 2006).
004149*-----------------------------------------------------------
004150 2003-HANDLE-HEADER.
004151     IF WS-FEED-OPEN
004157     MOVE IN-FEED-DATE TO WS-FEED-HDR-DATE.
004158     SET WS-FEED-OPEN TO TRUE.
004159     PERFORM 2004-MARK-SOURCE-SEEN THRU 2004-EXIT.
004160     IF IN-FEED-DATE < WS-STALE-CUTOFF-DATE
004163         PERFORM 2006-CHECK-LATE-OVERRIDE THRU 2006-EXIT
004167     END-IF.
004168 2003-EXIT.
004199     EXIT.
004200
004201*-----------------------------------------------------------
004202* 2006-CHECK-LATE-OVERRIDE - A FEED DATED BEFORE THE STALE
004203* CUTOFF IS PROCESSED ONLY WHEN IT IS THE ONE SOURCE/FEED-DATE
004204* COMBINATION AUTHORIZED ON THE LATEOK CARD; THE OVERRIDE IS
004205* NOTED ON THE REPORT AND IN THE AUDIT LOG SO THE EXCEPTION
004206* STAYS TRACEABLE. EVERYTHING ELSE IS SKIPPED AS STALE.
004269     MOVE "N" TO WS-FEED-STALE-SWITCH.
004270     MOVE ZERO TO WS-FEED-VALID-COUNT WS-FEED-REJ-NOTAPPRV
004271         WS-FEED-REJ-BLANKVAL WS-FEED-REJ-OTHER
004272         WS-FEED-REJ-SRCNAUTH
004273         WS-FEED-XLATED-COUNT.
004274     MOVE SPACES TO WS-FEED-RECON-RESULT.
004275 2008-EXIT.
004276     EXIT.
004277
004278 2009-SCAN-EXPECTED.
004279     IF WS-EXPECTED-SOURCE (WS-EXPECTED-IDX) =
004280             WS-CURRENT-SOURCE
004281         MOVE "Y" TO WS-EXPECTED-SEEN (WS-EXPECTED-IDX)
004282     END-IF.
004283 2009-EXIT.
004284     EXIT.
004285
004286*-----------------------------------------------------------
004290* 2010-HANDLE-RECORD - MOVE THE VALUE JUST READ FROM
004300* INPUT-FILE INTO MY-VAR AND PROCESS IT. A DETAIL RECORD
004302* CARRYING A BLANK VALUE COUNTS AGAINST THE TRAILER TOTAL
004390* 2020-PROCESS-CURRENT-VALUE - COMMON PROCESSING FOR
004400* WHATEVER VALUE IS CURRENTLY SITTING IN MY-VAR, WHETHER IT
004410* CAME FROM INPUT-FILE OR FROM THE CONTROL-CARD FALLBACK.
004413* A VALUE NOT YET APPROVED GOES TO THE SUSPENSE QUEUE (2600)
004416* WHEN THE QUEUE IS IN USE.
004420*-----------------------------------------------------------
004430 2020-PROCESS-CURRENT-VALUE.
004440     ADD 1 TO WS-RECORDS-PROCESSED.
004450     PERFORM 2100-VALIDATE-MY-VAR THRU 2100-EXIT.
004460     DISPLAY "FPU0001I MY-VAR: " MY-VAR.
004470     PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT.
004472     IF WS-VALUE-PENDING
004474         PERFORM 2600-PARK-IN-SUSPENSE THRU 2600-EXIT
004476         GO TO 2020-EXIT
004478     END-IF.
004480     IF WS-VALUE-VALID
004485         ADD 1 TO WS-RECORDS-VALID
004486         ADD 1 TO WS-FEED-VALID-COUNT
004494             PERFORM 2400-WRITE-EXTRACT-RECORD THRU 2400-EXIT
004495         END-IF
004505     ELSE
004507         PERFORM 2500-WRITE-REJECT-RECORD THRU 2500-EXIT
004510     END-IF.
004520 2020-EXIT.
004797             MOVE "N" TO WS-AUDIT-OVERRIDE-SWITCH
004798         WHEN WS-VALUE-VALID
004799             SET AUD-DISP-VALID TO TRUE
004800         WHEN WS-VALUE-PENDING
004801             SET AUD-DISP-SUSPENDED TO TRUE
004802         WHEN OTHER
004803             SET AUD-DISP-REJECTED TO TRUE
004804     END-EVALUATE.
004805     WRITE AUDIT-RECORD.
004810     IF WS-AUDIT-STATUS NOT = "00"
004820         MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
004830         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
004896* 2400-WRITE-EXTRACT-RECORD - WRITE ONE EXTRACT-FILE RECORD
004902* FOR THIS MY-VAR VALUE SO DOWNSTREAM JOBS CAN CONSUME IT
004908* WITHOUT HAVING TO KNOW ABOUT INPUT-FILE OR THE CONTROL CARD.
004910* A DETAIL RELEASED FROM THE SUSPENSE QUEUE IS FLAGGED WITH THE
004912* DATE IT FIRST ARRIVED.
004914*-----------------------------------------------------------
004920 2400-WRITE-EXTRACT-RECORD.
004926     IF WS-VALIDATE-ONLY
004944     MOVE MY-VAR TO EXT-MY-VAR.
004950     MOVE WS-RUN-DATE TO EXT-RUN-DATE.
004956     MOVE WS-CURRENT-SOURCE TO EXT-SOURCE.
004957     MOVE ZERO TO EXT-ARRIVAL-DATE.
004958     IF WS-SUSP-RECYCLING
004959         SET EXT-FROM-SUSPENSE TO TRUE
004960         MOVE SUS-ARRIVAL-DATE TO EXT-ARRIVAL-DATE
004961     END-IF.
004962     ADD 1 TO WS-EXTRACT-COUNT.
004963     PERFORM 2410-WRITE-EXTRACT-CONTROL THRU 2410-EXIT.
004998 2400-EXIT.
005004     EXIT.
005005
005028* TO THE REJECT-FILE WITH THE REASON CODE AND RUN DATE SO IT
005034* CAN BE CORRECTED AND RESUBMITTED THROUGH THE FPRESUB JOB
005040* INSTEAD OF BEING RE-KEYED FROM SYSOUT.
005042* A RECORD REJECTED OUT OF THE SUSPENSE QUEUE IS FLAGGED AS
005044* SUCH AND IS NOT COUNTED AGAINST ANY OF TONIGHT'S FEEDS.
005046*-----------------------------------------------------------
005052 2500-WRITE-REJECT-RECORD.
005054     ADD 1 TO WS-RECORDS-REJECTED.
005055     IF WS-SUSP-RECYCLING
005056         GO TO 2500-CHECK-MODE
005057     END-IF.
005058     EVALUATE WS-REJECT-REASON
005059         WHEN "NOTAPPRV"
005061             ADD 1 TO WS-FEED-REJ-NOTAPPRV
005062         WHEN "BLANKVAL"
005064             ADD 1 TO WS-FEED-REJ-BLANKVAL
005065         WHEN "SRCNAUTH"
005066             ADD 1 TO WS-FEED-REJ-SRCNAUTH
005067         WHEN OTHER
005068             ADD 1 TO WS-FEED-REJ-OTHER
005071     END-EVALUATE.
005072 2500-CHECK-MODE.
005073     IF WS-VALIDATE-ONLY
005074         GO TO 2500-EXIT
005076     END-IF.
005082     MOVE SPACES TO REJECT-RECORD.
005094     MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
005100     MOVE WS-SAVED-INPUT-REC TO REJ-ORIG-RECORD.
005103     MOVE WS-CURRENT-SOURCE TO REJ-SOURCE-CODE.
005104     IF WS-SUSP-RECYCLING
005105         SET REJ-FROM-SUSPENSE TO TRUE
005106     END-IF.
005107     WRITE REJECT-RECORD.
005112     IF WS-REJECT-STATUS NOT = "00"
005118         MOVE "REJECTS" TO WS-ERROR-FILE-NAME
005124         MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
005130         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005136     END-IF.
005137 2500-EXIT.
005138     EXIT.
005139
005140*-----------------------------------------------------------
005141* 2100-VALIDATE-MY-VAR - READ THE APPROVED-VALUES MASTER BY
005142* KEY AND CHECK THAT MY-VAR IS EFFECTIVE AS OF WS-RUN-DATE
005143* (EFF-FROM NOT AFTER THE RUN DATE, EFF-TO ZERO OR NOT
005144* BEFORE IT). A MISSING VALID-CODES-FILE MEANS NO MASTER IS
005145* CONFIGURED, SO VALIDATION IS SKIPPED RATHER THAN FAILED.
005146* AN APPROVED VALUE MUST THEN BE AUTHORIZED FOR THE SOURCE
005147* THAT SENT IT (2110). WS-REJECT-REASON IS LEFT SET FOR THE
005148* REJECT RECORD WHEN THE VALUE FAILS EITHER CHECK.
005149* WITH THE SUSPENSE QUEUE IN USE, A VALUE NOT ON THE MASTER OR
005150* NOT YET EFFECTIVE IS LEFT PENDING INSTEAD, WITH NO MESSAGE
005151* AND NO RETURN CODE - THE CALLER PARKS OR CARRIES IT. AN
005152* EXPIRED VALUE IS NOT APPROVED AS ALWAYS.
005153*-----------------------------------------------------------
005154 2100-VALIDATE-MY-VAR.
005155     MOVE "NOTAPPRV" TO WS-REJECT-REASON.
005156     IF NOT WS-VALCODES-OPEN
005157         SET WS-VALUE-VALID TO TRUE
005158         GO TO 2100-CHECK-SOURCE
005159     END-IF.
005160     SET WS-VALUE-INVALID TO TRUE.
005161     MOVE MY-VAR TO VC-CODE.
005162     READ VALID-CODES-FILE
005163         INVALID KEY
005164             IF WS-SUSPENSE-ON
005165                 SET WS-VALUE-PENDING TO TRUE
005166             END-IF
005167         NOT INVALID KEY
005168             IF VC-EFF-FROM NOT > WS-RUN-DATE AND
005169                     (VC-EFF-TO = ZERO OR
005170                      VC-EFF-TO NOT < WS-RUN-DATE)
005171                 SET WS-VALUE-VALID TO TRUE
005172             END-IF
005173             IF VC-EFF-FROM > WS-RUN-DATE AND WS-SUSPENSE-ON
005174                 SET WS-VALUE-PENDING TO TRUE
005175             END-IF
005176     END-READ.
005177     IF WS-VALCODE-STATUS NOT = "00" AND
005178             WS-VALCODE-STATUS NOT = "23"
005179         MOVE "VALCODES" TO WS-ERROR-FILE-NAME
005180         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
005181         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005182     END-IF.
005183     IF WS-VALUE-PENDING
005184         GO TO 2100-EXIT
005185     END-IF.
005186     IF WS-VALUE-INVALID
005187         DISPLAY "FPU0002E MY-VAR VALUE NOT APPROVED: " MY-VAR
005188         IF WS-RETURN-CODE < 8
005189             MOVE 8 TO WS-RETURN-CODE
005190         END-IF
005191         GO TO 2100-EXIT
005192     END-IF.
005201 2100-CHECK-SOURCE.
005202     PERFORM 2110-CHECK-SOURCE-AUTH THRU 2110-EXIT.
005203     IF WS-VALUE-INVALID
005204         MOVE "SRCNAUTH" TO WS-REJECT-REASON
005205         DISPLAY "FPU0016E MY-VAR VALUE NOT AUTHORIZED FOR "
005206             "SOURCE: " WS-CURRENT-SOURCE " VALUE: " MY-VAR
005207         IF WS-RETURN-CODE < 8
005208             MOVE 8 TO WS-RETURN-CODE
005209         END-IF
005210     END-IF.
005211 2100-EXIT.
005212     EXIT.
005213
005214*-----------------------------------------------------------
005215* 2110-CHECK-SOURCE-AUTH - BROWSE THE SOURCE-AUTHORIZATION
005216* MASTER RECORDS FOR MY-VAR (SEE FPAUTREC). THE CODE IS UNDER
005217* SOURCE CONTROL ONCE ANY OF ITS RECORDS HAS STARTED; IT IS
005218* THEN ACCEPTED ONLY FROM A SOURCE WHOSE RECORD IS IN FORCE
005219* AS OF WS-RUN-DATE. A CODE WITH NO STARTED RECORDS, A
005220* DETAIL FROM THE ANONYMOUS (BLANK) SOURCE, AND A RUN WITH
005221* NO SRCAUTH MASTER ARE NOT CHECKED.
005222*-----------------------------------------------------------
005223 2110-CHECK-SOURCE-AUTH.
005224     IF NOT WS-SRCAUTH-OPEN OR WS-CURRENT-SOURCE = SPACES
005225         GO TO 2110-EXIT
005226     END-IF.
005227     MOVE "N" TO WS-AUTH-RESTRICTED-SWITCH.
005228     MOVE "N" TO WS-AUTH-GRANTED-SWITCH.
005229     MOVE "N" TO WS-AUTH-END-SWITCH.
005230     MOVE MY-VAR TO SA-CODE.
005231     MOVE LOW-VALUES TO SA-SOURCE-CODE.
005232     START SOURCE-AUTH-FILE KEY IS NOT < SA-KEY
005233         INVALID KEY
005234             SET WS-AUTH-END TO TRUE
005235     END-START.
005236     IF WS-SRCAUTH-STATUS NOT = "00" AND
005237             WS-SRCAUTH-STATUS NOT = "23"
005238         MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
005239         MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
005240         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005241     END-IF.
005242     PERFORM 2120-READ-SOURCE-AUTH THRU 2120-EXIT
005243         UNTIL WS-AUTH-END.
005244     IF WS-AUTH-RESTRICTED AND NOT WS-AUTH-GRANTED
005245         SET WS-VALUE-INVALID TO TRUE
005246     END-IF.
005247 2110-EXIT.
005248     EXIT.
005249
005250 2120-READ-SOURCE-AUTH.
005251     READ SOURCE-AUTH-FILE NEXT RECORD
005252         AT END
005253             SET WS-AUTH-END TO TRUE
005254             GO TO 2120-EXIT
005255     END-READ.
005256     IF WS-SRCAUTH-STATUS NOT = "00"
005257         MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
005258         MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
005259         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005260     END-IF.
005261     IF SA-CODE NOT = MY-VAR
005262         SET WS-AUTH-END TO TRUE
005263         GO TO 2120-EXIT
005264     END-IF.
005265     IF SA-EFF-FROM > WS-RUN-DATE
005266         GO TO 2120-EXIT
005267     END-IF.
005268     SET WS-AUTH-RESTRICTED TO TRUE.
005269     IF SA-SOURCE-CODE = WS-CURRENT-SOURCE AND
005270             (SA-EFF-TO = ZERO OR SA-EFF-TO NOT < WS-RUN-DATE)
005271         SET WS-AUTH-GRANTED TO TRUE
005272         SET WS-AUTH-END TO TRUE
005273     END-IF.
005274 2120-EXIT.
005275     EXIT.
005388
005390*-----------------------------------------------------------
005400* 2200-WRITE-PRINT-DETAIL - ONE REPORT LINE FOR MY-VAR.
005754         MOVE "Y" TO STA-CONTROLCD-DFLT
005756     ELSE
005758         MOVE "N" TO STA-CONTROLCD-DFLT
005759     END-IF.
005760     MOVE WS-MISSING-FEEDS TO STA-MISSING-FEEDS.
005761     MOVE WS-DUP-OCCURRENCES TO STA-DUP-COUNT.
005762     MOVE WS-DUP-SUPPRESSED TO STA-DUP-SUPPRESSED.
005763     ADD WS-SUSP-CARRIED WS-SUSP-PARKED GIVING STA-SUSPENDED.
005764     WRITE RUN-STATUS-RECORD.
005765     IF WS-STATUS-STATUS NOT = "00"
005766         MOVE "RUNSTAT" TO WS-ERROR-FILE-NAME
005768         MOVE WS-STATUS-STATUS TO WS-ERROR-STATUS
005770         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005833     EXIT.
005834
005835*-----------------------------------------------------------
005836* 6100-PREV-BUSINESS-DAY - STEP WS-CAL-DATE BACK TO THE
005837* BUSINESS DAY BEFORE IT (SEE 6200). A CALENDAR WITH A MONTH
005838* OF HOLIDAYS IN A ROW IS A KEYING ERROR - THE SEARCH STOPS
005839* AFTER 31 DAYS RATHER THAN LOOP.
005840*-----------------------------------------------------------
005841 6100-PREV-BUSINESS-DAY.
005842     MOVE ZERO TO WS-CAL-STEPS.
005843     MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
005844     PERFORM 6110-STEP-BACK-ONE-DAY THRU 6110-EXIT
005845         UNTIL WS-BUSINESS-DAY OR WS-CAL-STEPS > 31.
005846 6100-EXIT.
005847     EXIT.
005848
005849 6110-STEP-BACK-ONE-DAY.
005850     ADD 1 TO WS-CAL-STEPS.
005856     PERFORM 6120-DECREMENT-DATE THRU 6120-EXIT.
005863     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT.
005864 6110-EXIT.
005865     EXIT.
005866
005867*-----------------------------------------------------------
005868* 6130-SET-MONTH-DAYS - NUMBER OF DAYS IN THE MONTH OF
005869* WS-CAL-DATE, LEAP YEARS INCLUDED (DIVISIBLE BY 4 AND NOT
005870* BY 100, OR BY 400).
005871*-----------------------------------------------------------
005872 6130-SET-MONTH-DAYS.
005873     EVALUATE WS-CAL-MM
005874         WHEN 04
005875         WHEN 06
005876         WHEN 09
005877         WHEN 11
005878             MOVE 30 TO WS-MONTH-DAYS
005879         WHEN 02
005880             MOVE 28 TO WS-MONTH-DAYS
005881             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
005882                 REMAINDER WS-LEAP-REM
005883             IF WS-LEAP-REM = ZERO
005884                 MOVE 29 TO WS-MONTH-DAYS
005885                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
005886                     REMAINDER WS-LEAP-REM
005887                 IF WS-LEAP-REM = ZERO
005888                     MOVE 28 TO WS-MONTH-DAYS
005889                     DIVIDE WS-CAL-YYYY BY 400
005890                         GIVING WS-LEAP-QUOT
005891                         REMAINDER WS-LEAP-REM
005892                     IF WS-LEAP-REM = ZERO
005893                         MOVE 29 TO WS-MONTH-DAYS
005894                     END-IF
005895                 END-IF
005896             END-IF
005897         WHEN OTHER
005898             MOVE 31 TO WS-MONTH-DAYS
005899     END-EVALUATE.
005900 6130-EXIT.
005901     EXIT.
005902
005903*-----------------------------------------------------------
005904* 6200-CHECK-BUSINESS-DAY - SET WS-BUSINESS-DAY FOR
005905* WS-CAL-DATE: MONDAY TO FRIDAY UNLESS THE CALENDAR HOLDS A
005906* HOLIDAY ENTRY FOR THE DATE, OR A WEEKEND DATE THE CALENDAR
005907* HOLDS AS AN EXTRA BUSINESS DAY. WS-DAY-OF-WEEK IS LEFT SET.
005908*-----------------------------------------------------------
005909 6200-CHECK-BUSINESS-DAY.
005910     PERFORM 6210-SET-DAY-OF-WEEK THRU 6210-EXIT.
005911     IF WS-DAY-OF-WEEK < 6
005912         SET WS-BUSINESS-DAY TO TRUE
005913     ELSE
005914         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
005915     END-IF.
005916     IF NOT WS-CALENDAR-OPEN
005917         GO TO 6200-EXIT
005918     END-IF.
005919     SET CL-DAY-ENTRY TO TRUE.
005920     MOVE WS-CAL-DATE TO CL-KEY-DATE.
005921     READ CALENDAR-FILE KEY IS CL-KEY
005922         INVALID KEY
005923             GO TO 6200-EXIT
005924     END-READ.
005925     IF WS-CALENDAR-STATUS NOT = "00"
005926         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
005927         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
005928         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005929     END-IF.
005930     IF CL-HOLIDAY
005931         MOVE "N" TO WS-BUSINESS-DAY-SWITCH
005932     END-IF.
005933     IF CL-EXTRA-BUSINESS-DAY
005934         SET WS-BUSINESS-DAY TO TRUE
005935     END-IF.
005936 6200-EXIT.
005937     EXIT.
005938
005939*-----------------------------------------------------------
005940* 6210-SET-DAY-OF-WEEK - WEEKDAY OF WS-CAL-DATE INTO
005941* WS-DAY-OF-WEEK, 1 = MONDAY THROUGH 7 = SUNDAY (ZELLER'S
005942* CONGRUENCE, JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND
005943* 14 OF THE YEAR BEFORE). EACH DIVISION IS ITS OWN STATEMENT
005944* SO EVERY QUOTIENT IS TRUNCATED.
005945*-----------------------------------------------------------
005946 6210-SET-DAY-OF-WEEK.
005947     MOVE WS-CAL-YYYY TO WS-DOW-YEAR.
005948     MOVE WS-CAL-MM TO WS-DOW-MONTH.
005949     IF WS-DOW-MONTH < 3
005950         ADD 12 TO WS-DOW-MONTH
005951         SUBTRACT 1 FROM WS-DOW-YEAR
005952     END-IF.
005953     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
005954         REMAINDER WS-DOW-YY.
005955     COMPUTE WS-DOW-SUM = (WS-DOW-MONTH + 1) * 13.
005956     DIVIDE WS-DOW-SUM BY 5 GIVING WS-DOW-TERM.
005957     COMPUTE WS-DOW-SUM = WS-CAL-DD + WS-DOW-TERM + WS-DOW-YY
005958         + (5 * WS-DOW-CENTURY) + 5.
005959     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-TERM.
005960     ADD WS-DOW-TERM TO WS-DOW-SUM.
005961     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-TERM.
005962     ADD WS-DOW-TERM TO WS-DOW-SUM.
005963     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-TERM
005964         REMAINDER WS-DAY-OF-WEEK.
005965     ADD 1 TO WS-DAY-OF-WEEK.
005966 6210-EXIT.
005967     EXIT.
005968
005969*-----------------------------------------------------------
005970* 8610-WRITE-RUN-HISTORY - APPEND THE RUN-STATUS RECORD JUST
005971* BUILT TO THE CUMULATIVE STAHIST RUN-HISTORY FILE, SO EVERY
005972* NIGHT'S RECORD SURVIVES FOR THE FPSLARPT TREND REPORT
005973* INSTEAD OF BEING OVERWRITTEN BY THE NEXT RUN.
005974*-----------------------------------------------------------
005975 8610-WRITE-RUN-HISTORY.
005976     OPEN EXTEND STATUS-HISTORY-FILE.
005977     IF WS-STAHIST-STATUS = "35"
005978         OPEN OUTPUT STATUS-HISTORY-FILE
005979     END-IF.
005980     IF WS-STAHIST-STATUS NOT = "00"
005981         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
005982         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
005983         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005984     END-IF.
005985     WRITE STATUS-HISTORY-RECORD FROM RUN-STATUS-RECORD.
005986     IF WS-STAHIST-STATUS NOT = "00"
005987         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
005988         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
005989         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005990     END-IF.
005991     CLOSE STATUS-HISTORY-FILE.
005992     IF WS-STAHIST-STATUS NOT = "00"
005993         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
005994         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
005995         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005996     END-IF.
005997 8610-EXIT.
005998     EXIT.
005999
006000*-----------------------------------------------------------
006001* 8000-TERMINATE - WRITE THE REPORT FOOTER AND CLOSE THE
006002* PRINT FILE.
006003*-----------------------------------------------------------
006004 8000-TERMINATE.
006005     MOVE WS-PRINT-LINE-COUNT TO FTR-LINES.
006006     MOVE WS-RECORDS-PROCESSED TO FTR-RECORDS.
006007     MOVE WS-FOOTER-LINE TO PRINT-RECORD.
006008     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006009     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006010     CLOSE PRINT-FILE.
006011     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006020     IF WS-INPUT-OPEN-SWITCH = "Y"
006030         CLOSE INPUT-FILE
006040         IF WS-INPUT-STATUS NOT = "00"
006175             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006176         END-IF
006177     END-IF.
006178     IF WS-SRCAUTH-OPEN
006179         CLOSE SOURCE-AUTH-FILE
006180         IF WS-SRCAUTH-STATUS NOT = "00"
006181             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
006182             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
006183             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006184         END-IF
006185     END-IF.
006186     IF WS-CALENDAR-OPEN
006187         CLOSE CALENDAR-FILE
006188         IF WS-CALENDAR-STATUS NOT = "00"
006189             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
006190             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
006191             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006192         END-IF
006193     END-IF.
006194     IF NOT WS-VALIDATE-ONLY
006195         CLOSE SOURCE-STATS-FILE
006196         IF WS-SRCSTATS-STATUS NOT = "00"
006197             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
006198             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
006199             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006200         END-IF
006201     END-IF.
006202     IF NOT WS-VALIDATE-ONLY
006203         CLOSE SUSPENSE-OUT-FILE
006204         IF WS-SUSPOUT-STATUS NOT = "00"
006205             MOVE "SUSPOUT" TO WS-ERROR-FILE-NAME
006206             MOVE WS-SUSPOUT-STATUS TO WS-ERROR-STATUS
006207             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006208         END-IF
006209     END-IF.
006210 8000-EXIT.
006211     EXIT.
006212
006213*-----------------------------------------------------------
006214* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006215* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006220* COMMON FILE-ERROR PARAGRAPH.
006230*-----------------------------------------------------------
006240 9810-CHECK-PRINT-STATUS.
006590     END-IF.
006600     MOVE SPACES TO SOURCE-STATS-RECORD.
006610     MOVE WS-RUN-DATE TO SRC-RUN-DATE.
006615     MOVE WS-RUN-TIME TO SRC-RUN-TIME.
006620     MOVE WS-CURRENT-SOURCE TO SRC-SOURCE-CODE.
006630     MOVE WS-FEED-DETAIL-COUNT TO SRC-DETAILS-RECEIVED.
006640     MOVE WS-FEED-VALID-COUNT TO SRC-DETAILS-VALID.
006650     MOVE WS-FEED-REJ-NOTAPPRV TO SRC-REJ-NOTAPPRV.
006660     MOVE WS-FEED-REJ-BLANKVAL TO SRC-REJ-BLANKVAL.
006670     MOVE WS-FEED-REJ-OTHER TO SRC-REJ-OTHER.
006675     MOVE WS-FEED-REJ-SRCNAUTH TO SRC-REJ-SRCNAUTH.
006680     MOVE WS-FEED-XLATED-COUNT TO SRC-TRANSLATED.
006690     MOVE WS-FEED-RECON-RESULT TO SRC-RECON-RESULT.
006700     IF WS-FEED-STALE
006810     MOVE ZERO TO WS-FEED-DETAIL-COUNT WS-FEED-VALID-COUNT
006820         WS-FEED-REJ-NOTAPPRV WS-FEED-REJ-BLANKVAL
006830         WS-FEED-REJ-OTHER WS-FEED-XLATED-COUNT.
006835     MOVE ZERO TO WS-FEED-REJ-SRCNAUTH.
006840 8520-EXIT.
006850     EXIT.
006860
007860     ADD 1 TO WS-PRINT-LINE-COUNT.
007870 7610-EXIT.
007880     EXIT.
007890
007900*-----------------------------------------------------------
007910* 1500-RECYCLE-SUSPENSE - READ BACK LAST NIGHT'S SUSPENSE
007920* QUEUE (SUSPIN) BEFORE ANY FEED IS PROCESSED. EACH QUEUED
007930* VALUE IS RE-VALIDATED AGAINST TONIGHT'S MASTER: APPROVED
007940* VALUES ARE RELEASED TO THE EXTRACT, VALUES STILL WAITING
007950* ARE CARRIED TO SUSPOUT AND VALUES THAT FAIL OR HAVE WAITED
007960* PAST THE AGE LIMIT ARE REJECTED. WITH THE QUEUE NOT IN USE
007970* EVERY QUEUED RECORD IS CARRIED FORWARD UNTOUCHED. NO SUSPIN
007980* (STATUS 35) MEANS AN EMPTY QUEUE.
007990*-----------------------------------------------------------
008000 1500-RECYCLE-SUSPENSE.
008010     OPEN INPUT SUSPENSE-IN-FILE.
008020     EVALUATE WS-SUSPIN-STATUS
008030         WHEN "00"
008040             CONTINUE
008050         WHEN "35"
008060             GO TO 1500-EXIT
008070         WHEN OTHER
008080             MOVE "SUSPIN" TO WS-ERROR-FILE-NAME
008090             MOVE WS-SUSPIN-STATUS TO WS-ERROR-STATUS
008100             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
008110     END-EVALUATE.
008120     PERFORM 1510-RECYCLE-ONE THRU 1510-EXIT
008130         UNTIL WS-SUSPIN-EOF.
008140     CLOSE SUSPENSE-IN-FILE.
008150     IF WS-SUSPIN-STATUS NOT = "00"
008160         MOVE "SUSPIN" TO WS-ERROR-FILE-NAME
008170         MOVE WS-SUSPIN-STATUS TO WS-ERROR-STATUS
008180         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
008190     END-IF.
008200     PERFORM 2008-RESET-FEED THRU 2008-EXIT.
008210     IF NOT WS-SUSPENSE-ON AND WS-SUSP-CARRIED > ZERO
008220         DISPLAY "FPU0024W SUSPENSE QUEUE NOT IN USE - "
008230             WS-SUSP-CARRIED " QUEUED RECORDS CARRIED FORWARD"
008240     END-IF.
008250 1500-EXIT.
008260     EXIT.
008270
008280 1510-RECYCLE-ONE.
008290     READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
008300         AT END
008310             SET WS-SUSPIN-EOF TO TRUE
008320             GO TO 1510-EXIT
008330     END-READ.
008340     IF WS-SUSPIN-STATUS NOT = "00"
008350         MOVE "SUSPIN" TO WS-ERROR-FILE-NAME
008360         MOVE WS-SUSPIN-STATUS TO WS-ERROR-STATUS
008370         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
008380     END-IF.
008390     ADD 1 TO WS-SUSP-READ.
008400     ADD 1 TO WS-RECORDS-PROCESSED.
008410     IF NOT WS-SUSPENSE-ON
008420         ADD 1 TO WS-SUSP-CARRIED
008430         PERFORM 2610-WRITE-SUSPENSE THRU 2610-EXIT
008440         GO TO 1510-EXIT
008450     END-IF.
008460     SET WS-SUSP-RECYCLING TO TRUE.
008470     MOVE SUS-SOURCE-CODE TO WS-CURRENT-SOURCE.
008480     MOVE SUS-MY-VAR TO MY-VAR.
008490     MOVE SUS-ORIG-RECORD TO WS-SAVED-INPUT-REC.
008500     MOVE WS-SAVED-MY-VAR TO WS-RCVD-VALUE.
008510     MOVE "N" TO WS-XLATED-SWITCH.
008520     IF WS-RCVD-VALUE NOT = MY-VAR
008530         SET WS-VALUE-XLATED TO TRUE
008540     END-IF.
008550     PERFORM 2100-VALIDATE-MY-VAR THRU 2100-EXIT.
008560     IF WS-VALUE-PENDING AND
008570             SUS-ARRIVAL-DATE < WS-SUSP-CUTOFF-DATE
008580         SET WS-VALUE-INVALID TO TRUE
008590         MOVE "SUSPAGED" TO WS-REJECT-REASON
008600         ADD 1 TO WS-SUSP-AGED
008610         DISPLAY "FPU0023E VALUE AGED OUT OF SUSPENSE - SOURCE: "
008620             WS-CURRENT-SOURCE " VALUE: " MY-VAR
008630             " ARRIVED: " SUS-ARRIVAL-DATE
008640         IF WS-RETURN-CODE < 8
008650             MOVE 8 TO WS-RETURN-CODE
008660         END-IF
008670     END-IF.
008680     PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT.
008690     EVALUATE TRUE
008700         WHEN WS-VALUE-VALID
008710             PERFORM 1520-RELEASE-SUSPENDED THRU 1520-EXIT
008720         WHEN WS-VALUE-PENDING
008730             ADD 1 TO WS-SUSP-CARRIED
008740             PERFORM 2610-WRITE-SUSPENSE THRU 2610-EXIT
008750         WHEN OTHER
008760             IF WS-REJECT-REASON NOT = "SUSPAGED"
008770                 ADD 1 TO WS-SUSP-REJECTED
008780             END-IF
008790             PERFORM 2500-WRITE-REJECT-RECORD THRU 2500-EXIT
008800     END-EVALUATE.
008810     MOVE "N" TO WS-SUSP-RECYCLE-SWITCH.
008820 1510-EXIT.
008830     EXIT.
008840
008850*-----------------------------------------------------------
008860* 1520-RELEASE-SUSPENDED - A QUEUED VALUE THAT IS NOW
008870* APPROVED GOES TO THE EXTRACT LIKE ANY OTHER VALID DETAIL,
008880* SUBJECT TO THE DUPLICATE CHECK, BUT IS NOT COUNTED AGAINST
008890* ANY OF TONIGHT'S FEEDS.
008900*-----------------------------------------------------------
008910 1520-RELEASE-SUSPENDED.
008920     ADD 1 TO WS-RECORDS-VALID.
008930     ADD 1 TO WS-SUSP-RELEASED.
008940     DISPLAY "FPU0022I VALUE RELEASED FROM SUSPENSE - SOURCE: "
008950         WS-CURRENT-SOURCE " VALUE: " MY-VAR
008960         " ARRIVED: " SUS-ARRIVAL-DATE.
008970     PERFORM 2030-CHECK-DUPLICATE THRU 2030-EXIT.
008980     PERFORM 2200-WRITE-PRINT-DETAIL THRU 2200-EXIT.
008990     IF WS-DUP-SUPPRESS AND WS-DUP-CURRENT
009000         ADD 1 TO WS-DUP-SUPPRESSED
009010     ELSE
009020         PERFORM 2400-WRITE-EXTRACT-RECORD THRU 2400-EXIT
009030     END-IF.
009040 1520-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------
009080* 2600-PARK-IN-SUSPENSE - HOLD A DETAIL WHOSE VALUE IS NOT
009090* YET APPROVED ON TONIGHT'S SUSPENSE QUEUE, STAMPED WITH THE
009100* RUN DATE AS ITS ARRIVAL DATE. A VALIDATE-ONLY RUN COUNTS
009110* AND REPORTS IT BUT WRITES NOTHING.
009120*-----------------------------------------------------------
009130 2600-PARK-IN-SUSPENSE.
009140     ADD 1 TO WS-SUSP-PARKED.
009150     DISPLAY "FPU0021I VALUE NOT YET APPROVED - HELD IN SUSPENSE"
009160         " - SOURCE: " WS-CURRENT-SOURCE " VALUE: " MY-VAR.
009170     MOVE SPACES TO SUSPENSE-RECORD.
009180     MOVE WS-RUN-DATE TO SUS-ARRIVAL-DATE.
009190     MOVE WS-CURRENT-SOURCE TO SUS-SOURCE-CODE.
009200     MOVE MY-VAR TO SUS-MY-VAR.
009210     MOVE WS-SAVED-INPUT-REC TO SUS-ORIG-RECORD.
009220     PERFORM 2610-WRITE-SUSPENSE THRU 2610-EXIT.
009230 2600-EXIT.
009240     EXIT.
009250
009260 2610-WRITE-SUSPENSE.
009270     IF WS-VALIDATE-ONLY
009280         GO TO 2610-EXIT
009290     END-IF.
009300     WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.
009310     IF WS-SUSPOUT-STATUS NOT = "00"
009320         MOVE "SUSPOUT" TO WS-ERROR-FILE-NAME
009330         MOVE WS-SUSPOUT-STATUS TO WS-ERROR-STATUS
009340         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
009350     END-IF.
009360 2610-EXIT.
009370     EXIT.
009380
009390*-----------------------------------------------------------
009400* 6120-DECREMENT-DATE - STEP WS-CAL-DATE BACK ONE CALENDAR
009410* DAY, ACROSS MONTH AND YEAR ENDS.
009420*-----------------------------------------------------------
009430 6120-DECREMENT-DATE.
009440     IF WS-CAL-DD > 1
009450         SUBTRACT 1 FROM WS-CAL-DD
009460     ELSE
009470         IF WS-CAL-MM > 1
009480             SUBTRACT 1 FROM WS-CAL-MM
009490         ELSE
009500             MOVE 12 TO WS-CAL-MM
009510             SUBTRACT 1 FROM WS-CAL-YYYY
009520         END-IF
009530         PERFORM 6130-SET-MONTH-DAYS THRU 6130-EXIT
009540         MOVE WS-MONTH-DAYS TO WS-CAL-DD
009550     END-IF.
009560 6120-EXIT.
009570     EXIT.
009580
009590*-----------------------------------------------------------
009600* 7700-REPORT-SUSPENSE - SUSPENSE QUEUE SECTION OF PRTOUT:
009610* WHAT BECAME OF LAST NIGHT'S QUEUE AND HOW MANY VALUES WERE
009620* PARKED TONIGHT. PRINTED WHEN THE QUEUE IS IN USE OR WHEN A
009630* QUEUE WAS CARRIED FORWARD WITHOUT BEING WORKED.
009640*-----------------------------------------------------------
009650 7700-REPORT-SUSPENSE.
009660     IF NOT WS-SUSPENSE-ON AND WS-SUSP-READ = ZERO
009670         GO TO 7700-EXIT
009680     END-IF.
009690     IF WS-SUSPENSE-ON
009700         MOVE "- AGE LIMIT" TO SSP-MODE
009710         MOVE WS-SUSP-AGE-LIMIT TO SSP-LIMIT
009720         MOVE " DAYS" TO SSP-DAYS
009730     ELSE
009740         MOVE "- NOT IN USE" TO SSP-MODE
009750         MOVE ZERO TO SSP-LIMIT
009760         MOVE SPACES TO SSP-DAYS
009770     END-IF.
009780     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
009790         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
009800     END-IF.
009810     MOVE WS-SUSP-TITLE-LINE TO PRINT-RECORD.
009820     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
009830     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009840     ADD 2 TO WS-PRINT-LINE-COUNT.
009850     MOVE "QUEUED RECORDS READ BACK" TO SSP-LABEL.
009860     MOVE WS-SUSP-READ TO SSP-COUNT.
009870     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
009880     MOVE "  RELEASED - VALUE NOW APPROVED" TO SSP-LABEL.
009890     MOVE WS-SUSP-RELEASED TO SSP-COUNT.
009900     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
009910     MOVE "  REJECTED - AGED OUT (SUSPAGED)" TO SSP-LABEL.
009920     MOVE WS-SUSP-AGED TO SSP-COUNT.
009930     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
009940     MOVE "  REJECTED - FAILED VALIDATION" TO SSP-LABEL.
009950     MOVE WS-SUSP-REJECTED TO SSP-COUNT.
009960     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
009970     MOVE "  STILL WAITING - CARRIED FORWARD" TO SSP-LABEL.
009980     MOVE WS-SUSP-CARRIED TO SSP-COUNT.
009990     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
010000     MOVE "PARKED TONIGHT - NOT YET APPROVED" TO SSP-LABEL.
010010     MOVE WS-SUSP-PARKED TO SSP-COUNT.
010020     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
010030     MOVE "QUEUE AT END OF RUN" TO SSP-LABEL.
010040     ADD WS-SUSP-CARRIED WS-SUSP-PARKED GIVING SSP-COUNT.
010050     PERFORM 7710-WRITE-SUSP-COUNT THRU 7710-EXIT.
010060 7700-EXIT.
010070     EXIT.
010080
010090 7710-WRITE-SUSP-COUNT.
010100     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
010110         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
010120     END-IF.
010130     MOVE WS-SUSP-COUNT-LINE TO PRINT-RECORD.
010140     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
010150     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
010160     ADD 1 TO WS-PRINT-LINE-COUNT.
010170 7710-EXIT.
010180     EXIT.
