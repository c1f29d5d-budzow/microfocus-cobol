000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPCALMNT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - BATCH MAINTENANCE OF THE
000100*                    PROCESSING-CALENDAR VSAM MASTER (SEE
000110*                    FPCALREC), IN THE MOLD OF FPVALMNT. ADD /
000120*                    CHANGE / DELETE TRANSACTIONS FROM CALTRAN
000130*                    FOR HOLIDAYS, EXTRA BUSINESS DAYS AND EACH
000140*                    SOURCE'S DUE WEEKDAYS, EACH EDITED AND
000150*                    LISTED WITH ITS DISPOSITION ON THE EDIT
000160*                    REPORT AND EVERY APPLIED ONE JOURNALED TO
000170*                    CHGJRNL (MASTER ID "C").
000180*---------------------------------------------------------------
000190* TRANSACTION LAYOUT (CALTRAN, LRECL 80):
000200*   COLS  1-6   ACTION   "ADD   " / "CHANGE" / "DELETE"
000210*   COL   7     TYPE     "D" DAY ENTRY / "S" SOURCE ENTRY
000220*   COLS  8-15  KEY      DAY: THE DATE, YYYYMMDD
000230*                        SOURCE: THE SOURCE CODE IN COLS 8-10
000240*   COLS 16-22  SETTING  DAY: "H" HOLIDAY (A WEEKDAY WITH NO
000250*                        PROCESSING) OR "B" EXTRA BUSINESS DAY
000260*                        (A WEEKEND DAY THAT IS PROCESSED) IN
000270*                        COL 16. SOURCE: SEVEN Y/N FLAGS, MONDAY
000280*                        TO SUNDAY, "Y" = FEED DUE THAT WEEKDAY.
000290*                        NOT NEEDED ON A DELETE.
000300*   COLS 23-52  DESCRIPTION  FREE TEXT ("NEW YEARS DAY"); ON A
000310*                        CHANGE A BLANK DESCRIPTION KEEPS THE OLD
000320*   COLS 53-60  REQUESTER ID OF THE PERSON ASKING FOR THE
000330*                        CHANGE - MANDATORY, CARRIED TO THE
000340*                        CHANGE JOURNAL
000350* A HOLIDAY ON A WEEKEND, OR AN EXTRA BUSINESS DAY ON A WEEKDAY,
000360* WOULD CHANGE NOTHING AND IS REJECTED AS A PROBABLE KEYING
000370* ERROR. LOAD NEXT YEAR'S HOLIDAYS WELL BEFORE YEAR END.
000380*
000390* RETURN CODES:
000400*   RC=00  ALL TRANSACTIONS APPLIED
000410*   RC=08  ONE OR MORE TRANSACTIONS REJECTED - SEE PRTOUT
000420*   RC=12  UNEXPECTED FILE STATUS
000430*---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT TRAN-FILE ASSIGN TO "CALTRAN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TRAN-STATUS.
000500
000510     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CL-KEY
000550         FILE STATUS IS WS-CALENDAR-STATUS.
000560
000570     SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-JOURNAL-STATUS.
000600
000610     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRINT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  TRAN-FILE
000680     RECORDING MODE IS F.
000690 01  TRAN-RECORD.
000700     05  TRN-ACTION                  PIC X(06).
000710         88  TRN-ADD                     VALUE "ADD   ".
000720         88  TRN-CHANGE                  VALUE "CHANGE".
000730         88  TRN-DELETE                  VALUE "DELETE".
000740     05  TRN-ENTRY-TYPE              PIC X(01).
000750         88  TRN-DAY-ENTRY               VALUE "D".
000760         88  TRN-SOURCE-ENTRY            VALUE "S".
000770     05  TRN-KEY-VALUE               PIC X(08).
000780     05  TRN-KEY-SOURCE-VIEW REDEFINES TRN-KEY-VALUE.
000790         10  TRN-KEY-SOURCE          PIC X(03).
000800         10  TRN-KEY-SOURCE-REST     PIC X(05).
000810     05  TRN-SETTING                 PIC X(07).
000820     05  TRN-DAY-SETTING REDEFINES TRN-SETTING.
000830         10  TRN-DAY-TYPE            PIC X(01).
000840             88  TRN-HOLIDAY             VALUE "H".
000850             88  TRN-EXTRA-BUSINESS-DAY  VALUE "B".
000860         10  TRN-DAY-SETTING-REST    PIC X(06).
000870     05  TRN-DESCRIPTION             PIC X(30).
000880     05  TRN-REQUESTER               PIC X(08).
000890     05  FILLER                      PIC X(20).
000900
000910 FD  CALENDAR-FILE.
000920     COPY FPCALREC.
000930
000940 FD  JOURNAL-FILE
000950     RECORDING MODE IS F.
000960     COPY FPCHGJRN.
000970
000980 FD  PRINT-FILE
000990     RECORDING MODE IS F.
001000 01  PRINT-RECORD                    PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030 77  WS-TRAN-STATUS                  PIC X(02).
001040 77  WS-CALENDAR-STATUS              PIC X(02).
001050 77  WS-JOURNAL-STATUS               PIC X(02).
001060 77  WS-PRINT-STATUS                 PIC X(02).
001070 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001080
001090 77  WS-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001100     88  WS-TRAN-EOF                     VALUE "Y".
001110 77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001120 77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001130 77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001140 77  WS-TRANS-JOURNALED              PIC 9(05) COMP VALUE ZERO.
001150
001160 77  WS-DISPOSITION                  PIC X(24).
001170 77  WS-BEFORE-IMAGE                 PIC X(26) VALUE SPACES.
001180 77  WS-FLAG-COUNT                   PIC 9(03) COMP VALUE ZERO.
001190
001200 77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
001210 77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
001220 77  WS-MONTH-DAYS                   PIC 9(02) COMP VALUE ZERO.
001230 77  WS-DAY-OF-WEEK                  PIC 9(01) COMP VALUE ZERO.
001240 77  WS-DOW-YEAR                     PIC 9(04) COMP VALUE ZERO.
001250 77  WS-DOW-MONTH                    PIC 9(02) COMP VALUE ZERO.
001260 77  WS-DOW-CENTURY                  PIC 9(02) COMP VALUE ZERO.
001270 77  WS-DOW-YY                       PIC 9(02) COMP VALUE ZERO.
001280 77  WS-DOW-TERM                     PIC 9(05) COMP VALUE ZERO.
001290 77  WS-DOW-SUM                      PIC 9(05) COMP VALUE ZERO.
001300
001310 77  WS-ERROR-FILE-NAME              PIC X(09).
001320 77  WS-ERROR-STATUS                 PIC X(02).
001330
001340 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001350 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001360 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001370
001380 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001390 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001400
001410 01  WS-CAL-DATE                     PIC 9(08) VALUE ZERO.
001420 01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE.
001430     05  WS-CAL-YYYY                 PIC 9(04).
001440     05  WS-CAL-MM                   PIC 9(02).
001450     05  WS-CAL-DD                   PIC 9(02).
001460
001470*---------------------------------------------------------------
001480* PRINT LINE LAYOUTS
001490*---------------------------------------------------------------
001500 01  WS-HEADER-LINE-1.
001510     05  FILLER                      PIC X(34)
001520             VALUE "FPCALMNT - PROCESSING-CALENDAR    ".
001530     05  FILLER                      PIC X(12)
001540             VALUE "EDIT REPORT ".
001550     05  FILLER                      PIC X(06) VALUE "PAGE  ".
001560     05  HDR-PAGE-NO                 PIC ZZ9.
001570     05  FILLER                      PIC X(25) VALUE SPACES.
001580
001590 01  WS-HEADER-LINE-2.
001600     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001610     05  HDR-RUN-DATE                PIC 9(08).
001620     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
001630     05  HDR-RUN-TIME                PIC 9(08).
001640     05  FILLER                      PIC X(45) VALUE SPACES.
001650
001660 01  WS-COLUMN-LINE.
001670     05  FILLER                      PIC X(07) VALUE "ACTION ".
001680     05  FILLER                      PIC X(02) VALUE "T ".
001690     05  FILLER                      PIC X(09) VALUE "KEY      ".
001700     05  FILLER                      PIC X(08) VALUE "SETTING ".
001710     05  FILLER                      PIC X(15)
001720             VALUE "DESCRIPTION    ".
001730     05  FILLER                      PIC X(11)
001740             VALUE "DISPOSITION".
001750     05  FILLER                      PIC X(14) VALUE SPACES.
001760     05  FILLER                      PIC X(09) VALUE "REQUESTER".
001770     05  FILLER                      PIC X(05) VALUE SPACES.
001780
001790 01  WS-DETAIL-LINE.
001800     05  DTL-ACTION                  PIC X(06).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  DTL-ENTRY-TYPE              PIC X(01).
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  DTL-KEY                     PIC X(08).
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  DTL-SETTING                 PIC X(07).
001870     05  FILLER                      PIC X(01) VALUE SPACE.
001880     05  DTL-DESCRIPTION             PIC X(14).
001890     05  FILLER                      PIC X(01) VALUE SPACE.
001900     05  DTL-DISPOSITION             PIC X(24).
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  DTL-REQUESTER               PIC X(08).
001930     05  FILLER                      PIC X(06) VALUE SPACES.
001940
001950 01  WS-TOTAL-LINE.
001960     05  FILLER                      PIC X(19)
001970             VALUE "TRANSACTIONS READ  ".
001980     05  TOT-READ                    PIC ZZ,ZZ9.
001990     05  FILLER                      PIC X(10) VALUE "  APPLIED ".
002000     05  TOT-APPLIED                 PIC ZZ,ZZ9.
002010     05  FILLER                      PIC X(11)
002020             VALUE "  REJECTED ".
002030     05  TOT-REJECTED                PIC ZZ,ZZ9.
002040     05  FILLER                      PIC X(12)
002050             VALUE "  JOURNALED ".
002060     05  TOT-JOURNALED               PIC ZZ,ZZ9.
002070     05  FILLER                      PIC X(03) VALUE SPACES.
002080
002090*---------------------------------------------------------------
002100* PROCEDURE DIVISION
002110*---------------------------------------------------------------
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002160         UNTIL WS-TRAN-EOF.
002170     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002180 0000-EXIT.
002190     MOVE WS-RETURN-CODE TO RETURN-CODE.
002200     STOP RUN.
002210
002220*-----------------------------------------------------------
002230* 1000-INITIALIZE - OPEN THE TRANSACTION FILE, THE MASTER
002240* (CREATING IT ON FIRST USE), THE CHANGE JOURNAL (EXTENDED,
002250* CREATED ON FIRST USE) AND THE EDIT REPORT.
002260*-----------------------------------------------------------
002270 1000-INITIALIZE.
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002290     ACCEPT WS-RUN-TIME FROM TIME.
002300
002310     OPEN INPUT TRAN-FILE.
002320     EVALUATE WS-TRAN-STATUS
002330         WHEN "00"
002340             CONTINUE
002350         WHEN "35"
002360             SET WS-TRAN-EOF TO TRUE
002370         WHEN OTHER
002380             MOVE "CALTRAN" TO WS-ERROR-FILE-NAME
002390             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
002400             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002410     END-EVALUATE.
002420
002430     OPEN I-O CALENDAR-FILE.
002440     IF WS-CALENDAR-STATUS = "35"
002450         OPEN OUTPUT CALENDAR-FILE
002460         IF WS-CALENDAR-STATUS = "00"
002470             CLOSE CALENDAR-FILE
002480             OPEN I-O CALENDAR-FILE
002490         END-IF
002500     END-IF.
002510     IF WS-CALENDAR-STATUS NOT = "00"
002520         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
002530         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
002540         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002550     END-IF.
002560
002570     OPEN EXTEND JOURNAL-FILE.
002580     IF WS-JOURNAL-STATUS = "35"
002590         OPEN OUTPUT JOURNAL-FILE
002600     END-IF.
002610     IF WS-JOURNAL-STATUS NOT = "00"
002620         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
002630         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
002640         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002650     END-IF.
002660
002670     OPEN OUTPUT PRINT-FILE.
002680     IF WS-PRINT-STATUS NOT = "00"
002690         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002700         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
002710         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002720     END-IF.
002730     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760
002770*-----------------------------------------------------------
002780* 1700-WRITE-REPORT-HEADER - HEADING AND COLUMN LINE FOR A
002790* NEW EDIT-REPORT PAGE.
002800*-----------------------------------------------------------
002810 1700-WRITE-REPORT-HEADER.
002820     ADD 1 TO WS-PRINT-PAGE-COUNT.
002830     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
002840     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002850     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
002860     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
002870     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
002880     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002890     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
002900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002910     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002920     MOVE WS-COLUMN-LINE TO PRINT-RECORD.
002930     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
002940     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002950     MOVE SPACES TO PRINT-RECORD.
002960     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002970     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002980     MOVE 5 TO WS-PRINT-LINE-COUNT.
002990 1700-EXIT.
003000     EXIT.
003010
003020*-----------------------------------------------------------
003030* 2000-PROCESS-TRAN - READ AND APPLY ONE TRANSACTION.
003040*-----------------------------------------------------------
003050 2000-PROCESS-TRAN.
003060     READ TRAN-FILE
003070         AT END
003080             SET WS-TRAN-EOF TO TRUE
003090         NOT AT END
003100             ADD 1 TO WS-TRANS-READ
003110             PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
003120             PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT
003130     END-READ.
003140     IF WS-TRAN-STATUS NOT = "00" AND WS-TRAN-STATUS NOT = "10"
003150         MOVE "CALTRAN" TO WS-ERROR-FILE-NAME
003160         MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
003170         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003180     END-IF.
003190 2000-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------
003230* 2100-EDIT-AND-APPLY - EDIT THE TRANSACTION, THEN ROUTE IT
003240* TO THE ADD / CHANGE / DELETE HANDLER. ANY EDIT FAILURE
003250* LEAVES ITS REASON IN WS-DISPOSITION AND THE MASTER ALONE.
003260*-----------------------------------------------------------
003270 2100-EDIT-AND-APPLY.
003280     MOVE SPACES TO WS-DISPOSITION.
003290     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
003300         MOVE "REJECTED - BAD ACTION" TO WS-DISPOSITION
003310         GO TO 2100-REJECT
003320     END-IF.
003330     IF NOT TRN-DAY-ENTRY AND NOT TRN-SOURCE-ENTRY
003340         MOVE "REJECTED - BAD TYPE" TO WS-DISPOSITION
003350         GO TO 2100-REJECT
003360     END-IF.
003370     IF TRN-REQUESTER = SPACES
003380         MOVE "REJECTED - NO REQUESTER" TO WS-DISPOSITION
003390         GO TO 2100-REJECT
003400     END-IF.
003410     IF TRN-DAY-ENTRY
003420         PERFORM 2110-EDIT-DAY-ENTRY THRU 2110-EXIT
003430     ELSE
003440         PERFORM 2120-EDIT-SOURCE-ENTRY THRU 2120-EXIT
003450     END-IF.
003460     IF WS-DISPOSITION NOT = SPACES
003470         GO TO 2100-REJECT
003480     END-IF.
003490     MOVE SPACES TO CALENDAR-RECORD.
003500     MOVE TRN-ENTRY-TYPE TO CL-ENTRY-TYPE.
003510     MOVE TRN-KEY-VALUE TO CL-KEY-VALUE.
003520     EVALUATE TRUE
003530         WHEN TRN-ADD
003540             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003550         WHEN TRN-CHANGE
003560             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
003570         WHEN TRN-DELETE
003580             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
003590     END-EVALUATE.
003600     GO TO 2100-EXIT.
003610 2100-REJECT.
003620     ADD 1 TO WS-TRANS-REJECTED.
003630     IF WS-RETURN-CODE < 8
003640         MOVE 8 TO WS-RETURN-CODE
003650     END-IF.
003660 2100-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------------
003700* 2110-EDIT-DAY-ENTRY - THE KEY MUST BE A REAL DATE AND, ON
003710* AN ADD OR CHANGE, THE SETTING "H" ON A WEEKDAY OR "B" ON A
003720* WEEKEND - ANYTHING ELSE WOULD NOT CHANGE THE CALENDAR.
003730*-----------------------------------------------------------
003740 2110-EDIT-DAY-ENTRY.
003750     IF TRN-KEY-VALUE NOT NUMERIC
003760         MOVE "REJECTED - BAD DATE" TO WS-DISPOSITION
003770         GO TO 2110-EXIT
003780     END-IF.
003790     MOVE TRN-KEY-VALUE TO WS-CAL-DATE.
003800     IF WS-CAL-MM < 1 OR WS-CAL-MM > 12 OR WS-CAL-DD < 1
003810         MOVE "REJECTED - BAD DATE" TO WS-DISPOSITION
003820         GO TO 2110-EXIT
003830     END-IF.
003840     PERFORM 6130-SET-MONTH-DAYS THRU 6130-EXIT.
003850     IF WS-CAL-DD > WS-MONTH-DAYS
003860         MOVE "REJECTED - BAD DATE" TO WS-DISPOSITION
003870         GO TO 2110-EXIT
003880     END-IF.
003890     IF TRN-DELETE
003900         GO TO 2110-EXIT
003910     END-IF.
003920     IF NOT TRN-HOLIDAY AND NOT TRN-EXTRA-BUSINESS-DAY
003930         MOVE "REJECTED - BAD DAY TYPE" TO WS-DISPOSITION
003940         GO TO 2110-EXIT
003950     END-IF.
003960     IF TRN-DAY-SETTING-REST NOT = SPACES
003970         MOVE "REJECTED - BAD DAY TYPE" TO WS-DISPOSITION
003980         GO TO 2110-EXIT
003990     END-IF.
004000     PERFORM 6210-SET-DAY-OF-WEEK THRU 6210-EXIT.
004010     IF TRN-HOLIDAY AND WS-DAY-OF-WEEK > 5
004020         MOVE "REJECTED - NOT A WEEKDAY" TO WS-DISPOSITION
004030     END-IF.
004040     IF TRN-EXTRA-BUSINESS-DAY AND WS-DAY-OF-WEEK < 6
004050         MOVE "REJECTED - NOT A WEEKEND" TO WS-DISPOSITION
004060     END-IF.
004070 2110-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------
004110* 2120-EDIT-SOURCE-ENTRY - A SOURCE CODE IN COLS 8-10 AND,
004120* ON AN ADD OR CHANGE, SEVEN Y/N DUE-DAY FLAGS.
004130*-----------------------------------------------------------
004140 2120-EDIT-SOURCE-ENTRY.
004150     IF TRN-KEY-SOURCE = SPACES OR
004160             TRN-KEY-SOURCE-REST NOT = SPACES
004170         MOVE "REJECTED - BAD SOURCE" TO WS-DISPOSITION
004180         GO TO 2120-EXIT
004190     END-IF.
004200     IF TRN-DELETE
004210         GO TO 2120-EXIT
004220     END-IF.
004230     MOVE ZERO TO WS-FLAG-COUNT.
004240     INSPECT TRN-SETTING TALLYING WS-FLAG-COUNT
004250         FOR ALL "Y" ALL "N".
004260     IF WS-FLAG-COUNT NOT = 7
004270         MOVE "REJECTED - BAD DUE DAYS" TO WS-DISPOSITION
004280     END-IF.
004290 2120-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------
004330* 2200-APPLY-ADD - WRITE A NEW MASTER RECORD. A DUPLICATE
004340* KEY IS A REJECT, NOT A FILE ERROR.
004350*-----------------------------------------------------------
004360 2200-APPLY-ADD.
004370     MOVE TRN-SETTING TO CL-SETTING.
004380     MOVE TRN-DESCRIPTION TO CL-DESCRIPTION.
004390     WRITE CALENDAR-RECORD
004400         INVALID KEY
004410             MOVE "REJECTED - DUPLICATE" TO WS-DISPOSITION
004420     END-WRITE.
004430     IF WS-DISPOSITION = SPACES
004440         IF WS-CALENDAR-STATUS = "00"
004450             MOVE "ADDED" TO WS-DISPOSITION
004460             ADD 1 TO WS-TRANS-APPLIED
004470             MOVE SPACES TO WS-BEFORE-IMAGE
004480             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004490         ELSE
004500             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
004510             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
004520             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004530         END-IF
004540     ELSE
004550         ADD 1 TO WS-TRANS-REJECTED
004560         IF WS-RETURN-CODE < 8
004570             MOVE 8 TO WS-RETURN-CODE
004580         END-IF
004590     END-IF.
004600 2200-EXIT.
004610     EXIT.
004620
004630*-----------------------------------------------------------
004640* 2300-APPLY-CHANGE - REPLACE THE SETTING (AND THE
004650* DESCRIPTION, UNLESS LEFT BLANK) OF AN EXISTING ENTRY - A
004660* SOURCE'S NEW DUE DAYS, OR A DAY'S DESCRIPTION. A DAY'S
004670* SETTING IS FIXED BY ITS WEEKDAY (SEE 2110), SO A CHANGE
004675* CANNOT TURN A HOLIDAY INTO A WORKING DAY OR BACK.
004680*-----------------------------------------------------------
004690 2300-APPLY-CHANGE.
004700     READ CALENDAR-FILE
004710         INVALID KEY
004720             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
004730     END-READ.
004740     IF WS-DISPOSITION = SPACES
004750         IF WS-CALENDAR-STATUS NOT = "00"
004760             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
004770             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
004780             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004790         END-IF
004800         MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE
004810         MOVE TRN-SETTING TO CL-SETTING
004820         IF TRN-DESCRIPTION NOT = SPACES
004830             MOVE TRN-DESCRIPTION TO CL-DESCRIPTION
004840         END-IF
004850         REWRITE CALENDAR-RECORD
004860         IF WS-CALENDAR-STATUS = "00"
004870             MOVE "CHANGED" TO WS-DISPOSITION
004880             ADD 1 TO WS-TRANS-APPLIED
004890             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004900         ELSE
004910             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
004920             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
004930             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004940         END-IF
004950     ELSE
004960         ADD 1 TO WS-TRANS-REJECTED
004970         IF WS-RETURN-CODE < 8
004980             MOVE 8 TO WS-RETURN-CODE
004990         END-IF
005000     END-IF.
005010 2300-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------
005050* 2400-APPLY-DELETE - REMOVE AN ENTRY: A HOLIDAY THAT WAS
005060* KEYED IN ERROR OR A SOURCE THAT NO LONGER SENDS AT ALL.
005070* THE RECORD IS READ FIRST SO THE JOURNAL KEEPS WHAT WAS
005080* REMOVED.
005090*-----------------------------------------------------------
005100 2400-APPLY-DELETE.
005110     READ CALENDAR-FILE
005120         INVALID KEY
005130             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
005140     END-READ.
005150     IF WS-DISPOSITION = SPACES
005160         IF WS-CALENDAR-STATUS NOT = "00"
005170             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
005180             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
005190             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005200         END-IF
005210         MOVE CALENDAR-RECORD TO WS-BEFORE-IMAGE
005220         DELETE CALENDAR-FILE RECORD
005230         IF WS-CALENDAR-STATUS = "00"
005240             MOVE "DELETED" TO WS-DISPOSITION
005250             ADD 1 TO WS-TRANS-APPLIED
005260             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
005270         ELSE
005280             MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
005290             MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
005300             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005310         END-IF
005320     ELSE
005330         ADD 1 TO WS-TRANS-REJECTED
005340         IF WS-RETURN-CODE < 8
005350             MOVE 8 TO WS-RETURN-CODE
005360         END-IF
005370     END-IF.
005380 2400-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------
005420* 2800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL RECORD FOR
005430* THE TRANSACTION JUST APPLIED: THE BEFORE IMAGE SAVED BY THE
005440* HANDLER (SPACES FOR AN ADD) AND THE ENTRY AS IT NOW STANDS
005450* (SPACES FOR A DELETE).
005460*-----------------------------------------------------------
005470 2800-WRITE-JOURNAL.
005480     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
005490     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
005500     MOVE WS-RUN-TIME TO CJ-RUN-TIME.
005510     SET CJ-CALENDAR TO TRUE.
005520     MOVE TRN-ACTION TO CJ-ACTION.
005530     MOVE TRN-REQUESTER TO CJ-REQUESTER.
005540     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
005550     IF NOT TRN-DELETE
005560         MOVE CALENDAR-RECORD TO CJ-AFTER-IMAGE
005570     END-IF.
005580     WRITE CHANGE-JOURNAL-RECORD.
005590     IF WS-JOURNAL-STATUS NOT = "00"
005600         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
005610         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
005620         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005630     END-IF.
005640     ADD 1 TO WS-TRANS-JOURNALED.
005650 2800-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------
005690* 2900-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER
005700* TRANSACTION WITH ITS DISPOSITION.
005710*-----------------------------------------------------------
005720 2900-WRITE-EDIT-LINE.
005730     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
005740         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005750     END-IF.
005760     MOVE TRN-ACTION TO DTL-ACTION.
005770     MOVE TRN-ENTRY-TYPE TO DTL-ENTRY-TYPE.
005780     MOVE TRN-KEY-VALUE TO DTL-KEY.
005790     MOVE TRN-SETTING TO DTL-SETTING.
005800     MOVE TRN-DESCRIPTION TO DTL-DESCRIPTION.
005810     MOVE TRN-REQUESTER TO DTL-REQUESTER.
005820     MOVE WS-DISPOSITION TO DTL-DISPOSITION.
005830     MOVE WS-DETAIL-LINE TO PRINT-RECORD.
005840     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
005850     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005860     ADD 1 TO WS-PRINT-LINE-COUNT.
005870 2900-EXIT.
005880     EXIT.
005890
005900*-----------------------------------------------------------
005910* 6130-SET-MONTH-DAYS - NUMBER OF DAYS IN THE MONTH OF
005920* WS-CAL-DATE, LEAP YEARS INCLUDED (DIVISIBLE BY 4 AND NOT
005930* BY 100, OR BY 400).
005940*-----------------------------------------------------------
005950 6130-SET-MONTH-DAYS.
005960     EVALUATE WS-CAL-MM
005970         WHEN 04
005980         WHEN 06
005990         WHEN 09
006000         WHEN 11
006010             MOVE 30 TO WS-MONTH-DAYS
006020         WHEN 02
006030             MOVE 28 TO WS-MONTH-DAYS
006040             DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
006050                 REMAINDER WS-LEAP-REM
006060             IF WS-LEAP-REM = ZERO
006070                 MOVE 29 TO WS-MONTH-DAYS
006080                 DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
006090                     REMAINDER WS-LEAP-REM
006100                 IF WS-LEAP-REM = ZERO
006110                     MOVE 28 TO WS-MONTH-DAYS
006120                     DIVIDE WS-CAL-YYYY BY 400
006130                         GIVING WS-LEAP-QUOT
006140                         REMAINDER WS-LEAP-REM
006150                     IF WS-LEAP-REM = ZERO
006160                         MOVE 29 TO WS-MONTH-DAYS
006170                     END-IF
006180                 END-IF
006190             END-IF
006200         WHEN OTHER
006210             MOVE 31 TO WS-MONTH-DAYS
006220     END-EVALUATE.
006230 6130-EXIT.
006240     EXIT.
006250
006260*-----------------------------------------------------------
006270* 6210-SET-DAY-OF-WEEK - WEEKDAY OF WS-CAL-DATE INTO
006280* WS-DAY-OF-WEEK, 1 = MONDAY THROUGH 7 = SUNDAY (ZELLER'S
006290* CONGRUENCE, JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND
006300* 14 OF THE YEAR BEFORE). EACH DIVISION IS ITS OWN STATEMENT
006310* SO EVERY QUOTIENT IS TRUNCATED.
006320*-----------------------------------------------------------
006330 6210-SET-DAY-OF-WEEK.
006340     MOVE WS-CAL-YYYY TO WS-DOW-YEAR.
006350     MOVE WS-CAL-MM TO WS-DOW-MONTH.
006360     IF WS-DOW-MONTH < 3
006370         ADD 12 TO WS-DOW-MONTH
006380         SUBTRACT 1 FROM WS-DOW-YEAR
006390     END-IF.
006400     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
006410         REMAINDER WS-DOW-YY.
006420     COMPUTE WS-DOW-SUM = (WS-DOW-MONTH + 1) * 13.
006430     DIVIDE WS-DOW-SUM BY 5 GIVING WS-DOW-TERM.
006440     COMPUTE WS-DOW-SUM = WS-CAL-DD + WS-DOW-TERM + WS-DOW-YY
006450         + (5 * WS-DOW-CENTURY) + 5.
006460     DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-TERM.
006470     ADD WS-DOW-TERM TO WS-DOW-SUM.
006480     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-TERM.
006490     ADD WS-DOW-TERM TO WS-DOW-SUM.
006500     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-TERM
006510         REMAINDER WS-DAY-OF-WEEK.
006520     ADD 1 TO WS-DAY-OF-WEEK.
006530 6210-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------
006570* 8000-TERMINATE - TOTALS LINE, THEN CLOSE EVERYTHING.
006580*-----------------------------------------------------------
006590 8000-TERMINATE.
006600     MOVE WS-TRANS-READ TO TOT-READ.
006610     MOVE WS-TRANS-APPLIED TO TOT-APPLIED.
006620     MOVE WS-TRANS-REJECTED TO TOT-REJECTED.
006630     MOVE WS-TRANS-JOURNALED TO TOT-JOURNALED.
006640     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
006650     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006660     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006670     CLOSE PRINT-FILE.
006680     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006690     IF WS-TRAN-STATUS NOT = "35"
006700         CLOSE TRAN-FILE
006710         IF WS-TRAN-STATUS NOT = "00"
006720             MOVE "CALTRAN" TO WS-ERROR-FILE-NAME
006730             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
006740             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006750         END-IF
006760     END-IF.
006770     CLOSE CALENDAR-FILE.
006780     IF WS-CALENDAR-STATUS NOT = "00"
006790         MOVE "CALENDAR" TO WS-ERROR-FILE-NAME
006800         MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
006810         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006820     END-IF.
006830     CLOSE JOURNAL-FILE.
006840     IF WS-JOURNAL-STATUS NOT = "00"
006850         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
006860         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
006870         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006880     END-IF.
006890 8000-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------
006930* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006940* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006950* COMMON FILE-ERROR PARAGRAPH.
006960*-----------------------------------------------------------
006970 9810-CHECK-PRINT-STATUS.
006980     IF WS-PRINT-STATUS NOT = "00"
006990         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
007000         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
007010         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007020     END-IF.
007030 9810-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------
007070* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
007080* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
007090* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
007100* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
007110*-----------------------------------------------------------
007120 9800-FILE-ERROR.
007130     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
007140         " STATUS: " WS-ERROR-STATUS.
007150     MOVE 12 TO WS-RETURN-CODE.
007160     MOVE WS-RETURN-CODE TO RETURN-CODE.
007170     STOP RUN.
007180 9800-EXIT.
007190     EXIT.
