000120*                    VALTRAN, EACH EDITED AND LISTED WITH ITS
000130*                    DISPOSITION ON THE EDIT REPORT. REPLACES
000140*                    HAND-EDITS OF THE OLD FLAT VALCODES FILE.
000141*   2026-10-15  DLB  EVERY APPLIED TRANSACTION IS JOURNALED TO
000142*                    CHGJRNL (SEE FPCHGJRN) WITH THE MASTER
000143*                    RECORD BEFORE AND AFTER, THE ACTION, RUN
000144*                    DATE/TIME AND THE REQUESTER NOW CARRIED ON
000145*                    VALTRAN COLS 28-35. A DELETE READS THE
000146*                    RECORD FIRST SO ITS BEFORE IMAGE IS KEPT.
000147*                    FPJRNRPT REPLAYS THE JOURNAL AS OF A DATE.
000150*---------------------------------------------------------------
000160* TRANSACTION LAYOUT (VALTRAN, LRECL 80):
000170*   COLS  1-6   ACTION   "ADD   " / "DELETE" / "EXPIRE"
000180*   COLS  7-11  CODE     THE 5-BYTE APPROVED VALUE
000190*   COLS 12-19  EFF-FROM YYYYMMDD (ADD; BLANK = RUN DATE)
000200*   COLS 20-27  EFF-TO   YYYYMMDD (ADD: BLANK = OPEN-ENDED;
000204*                        EXPIRE: BLANK = RUN DATE)
000208*   COLS 28-35  REQUESTER ID OF THE PERSON ASKING FOR THE
000212*                        CHANGE - MANDATORY, CARRIED TO THE
000216*                        CHANGE JOURNAL
000220* DELETE PHYSICALLY REMOVES A RECORD AND IS MEANT FOR KEYING
000230* ERRORS ONLY - A RETIRED CODE SHOULD BE EXPIRED, NOT DELETED,
000240* SO ITS HISTORY SURVIVES.
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS VC-CODE
000370         FILE STATUS IS WS-VALCODE-STATUS.
000371
000372     SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-JOURNAL-STATUS.
000380
000390     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000400         ORGANIZATION IS SEQUENTIAL
000520     05  TRN-CODE                    PIC X(05).
000530     05  TRN-EFF-FROM                PIC X(08).
000540     05  TRN-EFF-TO                  PIC X(08).
000546     05  TRN-REQUESTER               PIC X(08).
000552     05  FILLER                      PIC X(45).
000560
000570 FD  VALID-CODES-FILE.
000580     COPY FPVALREC.
000581
000582 FD  JOURNAL-FILE
000584     RECORDING MODE IS F.
000586     COPY FPCHGJRN.
000590
000600 FD  PRINT-FILE
000610     RECORDING MODE IS F.
000640 WORKING-STORAGE SECTION.
000650 77  WS-TRAN-STATUS                  PIC X(02).
000660 77  WS-VALCODE-STATUS               PIC X(02).
000665 77  WS-JOURNAL-STATUS               PIC X(02).
000670 77  WS-PRINT-STATUS                 PIC X(02).
000680 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000690
000720 77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
000730 77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
000740 77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
000745 77  WS-TRANS-JOURNALED              PIC 9(05) COMP VALUE ZERO.
000750
000760 77  WS-EFF-FROM                     PIC 9(08) VALUE ZERO.
000770 77  WS-EFF-TO                       PIC 9(08) VALUE ZERO.
000780 77  WS-DISPOSITION                  PIC X(24).
000785 77  WS-BEFORE-IMAGE                 PIC X(26) VALUE SPACES.
000790
000800 77  WS-ERROR-FILE-NAME              PIC X(09).
000810 77  WS-ERROR-STATUS                 PIC X(02).
001140     05  FILLER                      PIC X(09) VALUE "EFF-TO   ".
001150     05  FILLER                      PIC X(11)
001155             VALUE "DISPOSITION".
001158     05  FILLER                      PIC X(14) VALUE SPACES.
001161     05  FILLER                      PIC X(09) VALUE "REQUESTER".
001164     05  FILLER                      PIC X(15) VALUE SPACES.
001170
001180 01  WS-DETAIL-LINE.
001190     05  DTL-ACTION                  PIC X(06).
001250     05  DTL-EFF-TO                  PIC X(08).
001260     05  FILLER                      PIC X(01) VALUE SPACE.
001270     05  DTL-DISPOSITION             PIC X(24).
001275     05  FILLER                      PIC X(01) VALUE SPACE.
001280     05  DTL-REQUESTER               PIC X(08).
001285     05  FILLER                      PIC X(16) VALUE SPACES.
001290
001300 01  WS-TOTAL-LINE.
001310     05  FILLER                      PIC X(19)
001360     05  FILLER                      PIC X(11)
001365             VALUE "  REJECTED ".
001370     05  TOT-REJECTED                PIC ZZ,ZZ9.
001374     05  FILLER                      PIC X(12)
001378             VALUE "  JOURNALED ".
001382     05  TOT-JOURNALED               PIC ZZ,ZZ9.
001386     05  FILLER                      PIC X(03) VALUE SPACES.
001390
001400*---------------------------------------------------------------
001410* PROCEDURE DIVISION
001520
001530*-----------------------------------------------------------
001540* 1000-INITIALIZE - OPEN THE TRANSACTION FILE, THE MASTER
001546* (CREATING IT ON FIRST USE), THE CHANGE JOURNAL (EXTENDED,
001552* CREATED ON FIRST USE), AND THE EDIT REPORT.
001560*-----------------------------------------------------------
001570 1000-INITIALIZE.
001580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001830         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
001840         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
001850     END-IF.
001851
001852     OPEN EXTEND JOURNAL-FILE.
001853     IF WS-JOURNAL-STATUS = "35"
001854         OPEN OUTPUT JOURNAL-FILE
001855     END-IF.
001856     IF WS-JOURNAL-STATUS NOT = "00"
001857         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
001858         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
001859         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
001860     END-IF.
001861
001870     OPEN OUTPUT PRINT-FILE.
001880     IF WS-PRINT-STATUS NOT = "00"
001890         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002530     IF TRN-CODE = SPACES
002540         MOVE "REJECTED - BLANK CODE" TO WS-DISPOSITION
002550         GO TO 2100-REJECT
002553     END-IF.
002556     IF TRN-REQUESTER = SPACES
002559         MOVE "REJECTED - NO REQUESTER" TO WS-DISPOSITION
002562         GO TO 2100-REJECT
002565     END-IF.
002570     MOVE ZERO TO WS-EFF-FROM.
002580     MOVE ZERO TO WS-EFF-TO.
002590     IF TRN-EFF-FROM = SPACES
003140         IF WS-VALCODE-STATUS = "00"
003150             MOVE "ADDED" TO WS-DISPOSITION
003160             ADD 1 TO WS-TRANS-APPLIED
003163             MOVE SPACES TO WS-BEFORE-IMAGE
003166             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
003170         ELSE
003180             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
003190             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
003300
003310*-----------------------------------------------------------
003320* 2300-APPLY-DELETE - PHYSICALLY REMOVE A MASTER RECORD.
003325* FOR KEYING ERRORS ONLY - RETIRED CODES SHOULD BE EXPIRED.
003330* THE RECORD IS READ FIRST SO THE JOURNAL KEEPS WHAT WAS
003335* REMOVED.
003340*-----------------------------------------------------------
003350 2300-APPLY-DELETE.
003360     MOVE TRN-CODE TO VC-CODE.
003366     READ VALID-CODES-FILE
003372         INVALID KEY
003378             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
003384     END-READ.
003390     IF WS-DISPOSITION = SPACES
003396         IF WS-VALCODE-STATUS NOT = "00"
003402             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
003408             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
003414             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003420         END-IF
003426         MOVE VALID-CODE-RECORD TO WS-BEFORE-IMAGE
003432         DELETE VALID-CODES-FILE RECORD
003438         IF WS-VALCODE-STATUS = "00"
003444             MOVE "DELETED" TO WS-DISPOSITION
003450             ADD 1 TO WS-TRANS-APPLIED
003456             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
003462         ELSE
003468             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
003474             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
003480             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003486         END-IF
003500     ELSE
003510         ADD 1 TO WS-TRANS-REJECTED
003520         IF WS-RETURN-CODE < 8
003755         END-IF
003756     END-IF.
003758     IF WS-DISPOSITION = SPACES
003759         MOVE VALID-CODE-RECORD TO WS-BEFORE-IMAGE
003760         IF WS-EFF-TO = ZERO
003770             MOVE WS-RUN-DATE TO VC-EFF-TO
003780         ELSE
003820         IF WS-VALCODE-STATUS = "00"
003830             MOVE "EXPIRED" TO WS-DISPOSITION
003840             ADD 1 TO WS-TRANS-APPLIED
003845             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
003850         ELSE
003860             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
003870             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
003970     EXIT.
003980
003990*-----------------------------------------------------------
004000* 2800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL RECORD FOR
004010* THE TRANSACTION JUST APPLIED: THE BEFORE IMAGE SAVED BY THE
004020* HANDLER (SPACES FOR AN ADD) AND THE MASTER RECORD AS IT NOW
004030* STANDS (SPACES FOR A DELETE).
004040*-----------------------------------------------------------
004050 2800-WRITE-JOURNAL.
004060     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
004070     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
004080     MOVE WS-RUN-TIME TO CJ-RUN-TIME.
004090     SET CJ-VALMAST TO TRUE.
004100     MOVE TRN-ACTION TO CJ-ACTION.
004110     MOVE TRN-REQUESTER TO CJ-REQUESTER.
004120     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
004130     IF NOT TRN-DELETE
004140         MOVE VALID-CODE-RECORD TO CJ-AFTER-IMAGE
004150     END-IF.
004160     WRITE CHANGE-JOURNAL-RECORD.
004170     IF WS-JOURNAL-STATUS NOT = "00"
004180         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
004190         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
004200         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004210     END-IF.
004220     ADD 1 TO WS-TRANS-JOURNALED.
004230 2800-EXIT.
004240     EXIT.
004250
004260*-----------------------------------------------------------
004270* 2900-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER
004280* TRANSACTION WITH ITS DISPOSITION.
004290*-----------------------------------------------------------
004300 2900-WRITE-EDIT-LINE.
004310     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
004320         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
004330     END-IF.
004340     MOVE TRN-ACTION TO DTL-ACTION.
004350     MOVE TRN-CODE TO DTL-CODE.
004360     MOVE TRN-EFF-FROM TO DTL-EFF-FROM.
004370     MOVE TRN-EFF-TO TO DTL-EFF-TO.
004380     MOVE TRN-REQUESTER TO DTL-REQUESTER.
004390     MOVE WS-DISPOSITION TO DTL-DISPOSITION.
004400     MOVE WS-DETAIL-LINE TO PRINT-RECORD.
004410     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004420     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004430     ADD 1 TO WS-PRINT-LINE-COUNT.
004440 2900-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------
004480* 8000-TERMINATE - TOTALS LINE, THEN CLOSE EVERYTHING.
004490*-----------------------------------------------------------
004500 8000-TERMINATE.
004510     MOVE WS-TRANS-READ TO TOT-READ.
004520     MOVE WS-TRANS-APPLIED TO TOT-APPLIED.
004530     MOVE WS-TRANS-REJECTED TO TOT-REJECTED.
004540     MOVE WS-TRANS-JOURNALED TO TOT-JOURNALED.
004550     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
004560     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
004570     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004580     CLOSE PRINT-FILE.
004590     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004600     IF WS-TRAN-STATUS NOT = "35"
004610         CLOSE TRAN-FILE
004620         IF WS-TRAN-STATUS NOT = "00"
004630             MOVE "VALTRAN" TO WS-ERROR-FILE-NAME
004640             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
004650             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004660         END-IF
004670     END-IF.
004680     CLOSE VALID-CODES-FILE.
004690     IF WS-VALCODE-STATUS NOT = "00"
004700         MOVE "VALCODES" TO WS-ERROR-FILE-NAME
004710         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
004720         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004730     END-IF.
004740     CLOSE JOURNAL-FILE.
004750     IF WS-JOURNAL-STATUS NOT = "00"
004760         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
004770         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
004780         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004790     END-IF.
004800 8000-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------
004840* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
004850* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
004860* COMMON FILE-ERROR PARAGRAPH.
004870*-----------------------------------------------------------
004880 9810-CHECK-PRINT-STATUS.
004890     IF WS-PRINT-STATUS NOT = "00"
004900         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
004910         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
004920         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004930     END-IF.
004940 9810-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------
004980* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
004990* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
005000* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
005010* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
005020*-----------------------------------------------------------
005030 9800-FILE-ERROR.
005040     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
005050         " STATUS: " WS-ERROR-STATUS.
005060     MOVE 12 TO WS-RETURN-CODE.
005070     MOVE WS-RETURN-CODE TO RETURN-CODE.
005080     STOP RUN.
005090 9800-EXIT.
005100     EXIT.
