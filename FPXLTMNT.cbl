000180*                    NO LONGER TURN GOOD INPUT INTO NOTAPPRV
000190*                    REJECTS. REPLACES HAND-EDITS OF THE OLD
000200*                    FLAT XLATE FILE.
000201*   2026-10-15  DLB  EVERY APPLIED TRANSACTION IS JOURNALED TO
000202*                    CHGJRNL (SEE FPCHGJRN) WITH THE MASTER
000203*                    RECORD BEFORE AND AFTER, THE ACTION, RUN
000204*                    DATE/TIME AND THE REQUESTER NOW CARRIED ON
000205*                    XLTTRAN COLS 33-40. A DELETE READS THE
000206*                    RECORD FIRST SO ITS BEFORE IMAGE IS KEPT.
000207*                    FPJRNRPT REPLAYS THE JOURNAL AS OF A DATE.
000210*---------------------------------------------------------------
000220* TRANSACTION LAYOUT (XLTTRAN, LRECL 80):
000230*   COLS  1-6   ACTION   "ADD   " / "DELETE" / "EXPIRE"
000260*   COLS 17-24  EFF-FROM YYYYMMDD (ADD; BLANK = RUN DATE)
000270*   COLS 25-32  EFF-TO   YYYYMMDD (ADD: BLANK = OPEN-ENDED;
000280*                        EXPIRE: BLANK = RUN DATE)
000282*   COLS 33-40  REQUESTER ID OF THE PERSON ASKING FOR THE
000284*                        CHANGE - MANDATORY, CARRIED TO THE
000286*                        CHANGE JOURNAL
000290* DELETE PHYSICALLY REMOVES A RECORD AND IS MEANT FOR KEYING
000300* ERRORS ONLY - A RETIRED MAPPING SHOULD BE EXPIRED, NOT
000310* DELETED, SO ITS HISTORY SURVIVES.
000430         RECORD KEY IS XL-SOURCE-CODE
000440         FILE STATUS IS WS-XLATE-STATUS.
000450
000452     SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
000454         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-JOURNAL-STATUS.
000458
000460     SELECT VALID-CODES-FILE ASSIGN TO "VALCODES"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000660     05  TRN-CANON-CODE              PIC X(05).
000670     05  TRN-EFF-FROM                PIC X(08).
000680     05  TRN-EFF-TO                  PIC X(08).
000686     05  TRN-REQUESTER               PIC X(08).
000692     05  FILLER                      PIC X(40).
000700
000710 FD  XLATE-FILE.
000720     COPY FPXLTREC.
000730
000732 FD  JOURNAL-FILE
000734     RECORDING MODE IS F.
000736     COPY FPCHGJRN.
000738
000740 FD  VALID-CODES-FILE.
000750     COPY FPVALREC.
000760
000810 WORKING-STORAGE SECTION.
000820 77  WS-TRAN-STATUS                  PIC X(02).
000830 77  WS-XLATE-STATUS                 PIC X(02).
000835 77  WS-JOURNAL-STATUS               PIC X(02).
000840 77  WS-VALCODE-STATUS               PIC X(02).
000850 77  WS-PRINT-STATUS                 PIC X(02).
000860 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000900 77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
000910 77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
000920 77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
000925 77  WS-TRANS-JOURNALED              PIC 9(05) COMP VALUE ZERO.
000930
000940 77  WS-EFF-FROM                     PIC 9(08) VALUE ZERO.
000950 77  WS-EFF-TO                       PIC 9(08) VALUE ZERO.
000960 77  WS-DISPOSITION                  PIC X(24).
000965 77  WS-BEFORE-IMAGE                 PIC X(26) VALUE SPACES.
000970
000980 77  WS-VALCODE-OPEN-SWITCH          PIC X(01) VALUE "N".
000990     88  WS-VALCODES-OPEN                VALUE "Y".
001370     05  FILLER                      PIC X(09) VALUE "EFF-TO   ".
001380     05  FILLER                      PIC X(11)
001390             VALUE "DISPOSITION".
001395     05  FILLER                      PIC X(14) VALUE SPACES.
001400     05  FILLER                      PIC X(09) VALUE "REQUESTER".
001405     05  FILLER                      PIC X(08) VALUE SPACES.
001410
001420 01  WS-DETAIL-LINE.
001430     05  DTL-ACTION                  PIC X(06).
001510     05  DTL-EFF-TO                  PIC X(08).
001520     05  FILLER                      PIC X(01) VALUE SPACE.
001530     05  DTL-DISPOSITION             PIC X(24).
001535     05  FILLER                      PIC X(01) VALUE SPACE.
001540     05  DTL-REQUESTER               PIC X(08).
001545     05  FILLER                      PIC X(09) VALUE SPACES.
001550
001560 01  WS-TOTAL-LINE.
001570     05  FILLER                      PIC X(19)
001620     05  FILLER                      PIC X(11)
001630             VALUE "  REJECTED ".
001640     05  TOT-REJECTED                PIC ZZ,ZZ9.
001644     05  FILLER                      PIC X(12)
001648             VALUE "  JOURNALED ".
001652     05  TOT-JOURNALED               PIC ZZ,ZZ9.
001656     05  FILLER                      PIC X(03) VALUE SPACES.
001660
001670*---------------------------------------------------------------
001680* PROCEDURE DIVISION
001800*-----------------------------------------------------------
001810* 1000-INITIALIZE - OPEN THE TRANSACTION FILE, THE MASTER
001820* (CREATING IT ON FIRST USE), THE APPROVED-VALUES MASTER FOR
001826* THE CANONICAL-CODE CROSS-EDIT, THE CHANGE JOURNAL
001832* (EXTENDED, CREATED ON FIRST USE), AND THE EDIT REPORT. A
001840* MISSING VALCODES MEANS NO APPROVED-VALUES MASTER IS
001850* CONFIGURED, SO THE CROSS-EDIT IS SKIPPED RATHER THAN
001860* FAILED - THE SAME STANCE FP-on-UnusedDataItem TAKES.
002150         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002160     END-IF.
002170
002171     OPEN EXTEND JOURNAL-FILE.
002172     IF WS-JOURNAL-STATUS = "35"
002173         OPEN OUTPUT JOURNAL-FILE
002174     END-IF.
002175     IF WS-JOURNAL-STATUS NOT = "00"
002176         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
002177         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
002178         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002179     END-IF.
002180
002181     OPEN INPUT VALID-CODES-FILE.
002190     EVALUATE WS-VALCODE-STATUS
002200         WHEN "00"
002210             SET WS-VALCODES-OPEN TO TRUE
003010         MOVE "REJECTED - BLANK SOURCE" TO WS-DISPOSITION
003020         GO TO 2100-REJECT
003030     END-IF.
003032     IF TRN-REQUESTER = SPACES
003034         MOVE "REJECTED - NO REQUESTER" TO WS-DISPOSITION
003036         GO TO 2100-REJECT
003038     END-IF.
003040     IF TRN-ADD AND TRN-CANON-CODE = SPACES
003050         MOVE "REJECTED - BLANK CANON" TO WS-DISPOSITION
003060         GO TO 2100-REJECT
004020         IF WS-XLATE-STATUS = "00"
004030             MOVE "ADDED" TO WS-DISPOSITION
004040             ADD 1 TO WS-TRANS-APPLIED
004043             MOVE SPACES TO WS-BEFORE-IMAGE
004046             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004050         ELSE
004060             MOVE "XLATE" TO WS-ERROR-FILE-NAME
004070             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
004190*-----------------------------------------------------------
004200* 2300-APPLY-DELETE - PHYSICALLY REMOVE A MASTER RECORD.
004210* FOR KEYING ERRORS ONLY - RETIRED MAPPINGS SHOULD BE
004216* EXPIRED. THE RECORD IS READ FIRST SO THE JOURNAL KEEPS
004222* WHAT WAS REMOVED.
004230*-----------------------------------------------------------
004240 2300-APPLY-DELETE.
004250     MOVE TRN-SOURCE-CODE TO XL-SOURCE-CODE.
004256     READ XLATE-FILE
004262         INVALID KEY
004268             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
004274     END-READ.
004280     IF WS-DISPOSITION = SPACES
004286         IF WS-XLATE-STATUS NOT = "00"
004292             MOVE "XLATE" TO WS-ERROR-FILE-NAME
004298             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
004304             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004310         END-IF
004316         MOVE XLATE-CODE-RECORD TO WS-BEFORE-IMAGE
004322         DELETE XLATE-FILE RECORD
004328         IF WS-XLATE-STATUS = "00"
004334             MOVE "DELETED" TO WS-DISPOSITION
004340             ADD 1 TO WS-TRANS-APPLIED
004346             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004352         ELSE
004358             MOVE "XLATE" TO WS-ERROR-FILE-NAME
004364             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
004370             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004376         END-IF
004390     ELSE
004400         ADD 1 TO WS-TRANS-REJECTED
004410         IF WS-RETURN-CODE < 8
004680         END-IF
004690     END-IF.
004700     IF WS-DISPOSITION = SPACES
004705         MOVE XLATE-CODE-RECORD TO WS-BEFORE-IMAGE
004710         IF WS-EFF-TO = ZERO
004720             MOVE WS-RUN-DATE TO XL-EFF-TO
004730         ELSE
004770         IF WS-XLATE-STATUS = "00"
004780             MOVE "EXPIRED" TO WS-DISPOSITION
004790             ADD 1 TO WS-TRANS-APPLIED
004795             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004800         ELSE
004810             MOVE "XLATE" TO WS-ERROR-FILE-NAME
004820             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
004920     EXIT.
004930
004940*-----------------------------------------------------------
004950* 2800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL RECORD FOR
004960* THE TRANSACTION JUST APPLIED: THE BEFORE IMAGE SAVED BY THE
004970* HANDLER (SPACES FOR AN ADD) AND THE MASTER RECORD AS IT NOW
004980* STANDS (SPACES FOR A DELETE).
004990*-----------------------------------------------------------
005000 2800-WRITE-JOURNAL.
005010     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
005020     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
005030     MOVE WS-RUN-TIME TO CJ-RUN-TIME.
005040     SET CJ-XLTMAST TO TRUE.
005050     MOVE TRN-ACTION TO CJ-ACTION.
005060     MOVE TRN-REQUESTER TO CJ-REQUESTER.
005070     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
005080     IF NOT TRN-DELETE
005090         MOVE XLATE-CODE-RECORD TO CJ-AFTER-IMAGE
005100     END-IF.
005110     WRITE CHANGE-JOURNAL-RECORD.
005120     IF WS-JOURNAL-STATUS NOT = "00"
005130         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
005140         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
005150         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005160     END-IF.
005170     ADD 1 TO WS-TRANS-JOURNALED.
005180 2800-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------
005220* 2900-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER
005230* TRANSACTION WITH ITS DISPOSITION.
005240*-----------------------------------------------------------
005250 2900-WRITE-EDIT-LINE.
005260     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
005270         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005280     END-IF.
005290     MOVE TRN-ACTION TO DTL-ACTION.
005300     MOVE TRN-SOURCE-CODE TO DTL-SOURCE-CODE.
005310     MOVE TRN-CANON-CODE TO DTL-CANON-CODE.
005320     MOVE TRN-EFF-FROM TO DTL-EFF-FROM.
005330     MOVE TRN-EFF-TO TO DTL-EFF-TO.
005340     MOVE TRN-REQUESTER TO DTL-REQUESTER.
005350     MOVE WS-DISPOSITION TO DTL-DISPOSITION.
005360     MOVE WS-DETAIL-LINE TO PRINT-RECORD.
005370     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
005380     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005390     ADD 1 TO WS-PRINT-LINE-COUNT.
005400 2900-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------
005440* 8000-TERMINATE - TOTALS LINE, THEN CLOSE EVERYTHING.
005450*-----------------------------------------------------------
005460 8000-TERMINATE.
005470     MOVE WS-TRANS-READ TO TOT-READ.
005480     MOVE WS-TRANS-APPLIED TO TOT-APPLIED.
005490     MOVE WS-TRANS-REJECTED TO TOT-REJECTED.
005500     MOVE WS-TRANS-JOURNALED TO TOT-JOURNALED.
005510     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
005520     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
005530     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005540     CLOSE PRINT-FILE.
005550     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005560     IF WS-TRAN-STATUS NOT = "35"
005570         CLOSE TRAN-FILE
005580         IF WS-TRAN-STATUS NOT = "00"
005590             MOVE "XLTTRAN" TO WS-ERROR-FILE-NAME
005600             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
005610             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005620         END-IF
005630     END-IF.
005640     CLOSE XLATE-FILE.
005650     IF WS-XLATE-STATUS NOT = "00"
005660         MOVE "XLATE" TO WS-ERROR-FILE-NAME
005670         MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
005680         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005690     END-IF.
005700     CLOSE JOURNAL-FILE.
005710     IF WS-JOURNAL-STATUS NOT = "00"
005720         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
005730         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
005740         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005750     END-IF.
005760     IF WS-VALCODES-OPEN
005770         CLOSE VALID-CODES-FILE
005780         IF WS-VALCODE-STATUS NOT = "00"
005790             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
005800             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
005810             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005820         END-IF
005830     END-IF.
005840 8000-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------
005880* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
005890* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
005900* COMMON FILE-ERROR PARAGRAPH.
005910*-----------------------------------------------------------
005920 9810-CHECK-PRINT-STATUS.
005930     IF WS-PRINT-STATUS NOT = "00"
005940         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
005950         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
005960         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005970     END-IF.
005980 9810-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------
006020* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
006030* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
006040* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
006050* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
006060*-----------------------------------------------------------
006070 9800-FILE-ERROR.
006080     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
006090         " STATUS: " WS-ERROR-STATUS.
006100     MOVE 12 TO WS-RETURN-CODE.
006110     MOVE WS-RETURN-CODE TO RETURN-CODE.
006120     STOP RUN.
006130 9800-EXIT.
006140     EXIT.
