000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPAUTMNT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - BATCH MAINTENANCE OF THE
000100*                    SOURCE-AUTHORIZATION VSAM MASTER (SEE
000110*                    FPAUTREC), IN THE MOLD OF FPVALMNT. ADD /
000120*                    DELETE / EXPIRE TRANSACTIONS FROM AUTTRAN,
000130*                    EACH EDITED AND LISTED WITH ITS DISPOSITION
000140*                    ON THE EDIT REPORT AND EVERY APPLIED ONE
000150*                    JOURNALED TO CHGJRNL (MASTER ID "A"). AN ADD
000160*                    IS CROSS-EDITED AGAINST THE APPROVED-VALUES
000170*                    MASTER - ONLY AN APPROVED CODE CAN BE
000180*                    AUTHORIZED FOR A SOURCE.
000190*---------------------------------------------------------------
000200* TRANSACTION LAYOUT (AUTTRAN, LRECL 80):
000210*   COLS  1-6   ACTION   "ADD   " / "DELETE" / "EXPIRE"
000220*   COLS  7-11  CODE     THE 5-BYTE APPROVED VALUE
000230*   COLS 12-14  SOURCE   THE SOURCE-SYSTEM CODE ALLOWED TO SEND
000240*                        IT (CODE + SOURCE IS THE RECORD KEY)
000250*   COLS 15-22  EFF-FROM YYYYMMDD (ADD; BLANK = RUN DATE)
000260*   COLS 23-30  EFF-TO   YYYYMMDD (ADD: BLANK = OPEN-ENDED;
000270*                        EXPIRE: BLANK = RUN DATE)
000280*   COLS 31-38  REQUESTER ID OF THE PERSON ASKING FOR THE
000290*                        CHANGE - MANDATORY, CARRIED TO THE
000300*                        CHANGE JOURNAL
000310* THE FIRST ADD FOR A CODE PUTS THAT CODE UNDER SOURCE CONTROL
000320* FROM ITS EFF-FROM DATE: FROM THEN ON THE NIGHTLY RUN REJECTS
000330* THE CODE FROM ANY SOURCE WITHOUT AN AUTHORIZATION IN FORCE
000340* (REASON SRCNAUTH). LOAD EVERY LEGITIMATE SOURCE FOR A CODE IN
000350* THE SAME RUN. DELETE PHYSICALLY REMOVES A RECORD AND IS MEANT
000360* FOR KEYING ERRORS ONLY - WITHDRAW A SOURCE BY EXPIRING IT.
000370*
000380* RETURN CODES:
000390*   RC=00  ALL TRANSACTIONS APPLIED
000400*   RC=08  ONE OR MORE TRANSACTIONS REJECTED - SEE PRTOUT
000410*   RC=12  UNEXPECTED FILE STATUS
000420*---------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TRAN-FILE ASSIGN TO "AUTTRAN"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-TRAN-STATUS.
000490
000500     SELECT SOURCE-AUTH-FILE ASSIGN TO "SRCAUTH"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SA-KEY
000540         FILE STATUS IS WS-SRCAUTH-STATUS.
000550
000560     SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-JOURNAL-STATUS.
000590
000600     SELECT VALID-CODES-FILE ASSIGN TO "VALCODES"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS VC-CODE
000640         FILE STATUS IS WS-VALCODE-STATUS.
000650
000660     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PRINT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  TRAN-FILE
000730     RECORDING MODE IS F.
000740 01  TRAN-RECORD.
000750     05  TRN-ACTION                  PIC X(06).
000760         88  TRN-ADD                     VALUE "ADD   ".
000770         88  TRN-DELETE                  VALUE "DELETE".
000780         88  TRN-EXPIRE                  VALUE "EXPIRE".
000790     05  TRN-CODE                    PIC X(05).
000800     05  TRN-SOURCE-CODE             PIC X(03).
000810     05  TRN-EFF-FROM                PIC X(08).
000820     05  TRN-EFF-TO                  PIC X(08).
000830     05  TRN-REQUESTER               PIC X(08).
000840     05  FILLER                      PIC X(42).
000850
000860 FD  SOURCE-AUTH-FILE.
000870     COPY FPAUTREC.
000880
000890 FD  JOURNAL-FILE
000900     RECORDING MODE IS F.
000910     COPY FPCHGJRN.
000920
000930 FD  VALID-CODES-FILE.
000940     COPY FPVALREC.
000950
000960 FD  PRINT-FILE
000970     RECORDING MODE IS F.
000980 01  PRINT-RECORD                    PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010 77  WS-TRAN-STATUS                  PIC X(02).
001020 77  WS-SRCAUTH-STATUS               PIC X(02).
001030 77  WS-JOURNAL-STATUS               PIC X(02).
001040 77  WS-VALCODE-STATUS               PIC X(02).
001050 77  WS-PRINT-STATUS                 PIC X(02).
001060 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001070
001080 77  WS-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001090     88  WS-TRAN-EOF                     VALUE "Y".
001100 77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001110 77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001120 77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001130 77  WS-TRANS-JOURNALED              PIC 9(05) COMP VALUE ZERO.
001140
001150 77  WS-EFF-FROM                     PIC 9(08) VALUE ZERO.
001160 77  WS-EFF-TO                       PIC 9(08) VALUE ZERO.
001170 77  WS-DISPOSITION                  PIC X(24).
001180 77  WS-BEFORE-IMAGE                 PIC X(26) VALUE SPACES.
001190
001200 77  WS-VALCODE-OPEN-SWITCH          PIC X(01) VALUE "N".
001210     88  WS-VALCODES-OPEN                VALUE "Y".
001220 77  WS-CODE-FOUND-SWITCH            PIC X(01) VALUE "N".
001230     88  WS-CODE-FOUND                   VALUE "Y".
001240
001250 77  WS-ERROR-FILE-NAME              PIC X(09).
001260 77  WS-ERROR-STATUS                 PIC X(02).
001270
001280 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001290 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001300 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001310
001320 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001330 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001340
001350*---------------------------------------------------------------
001360* PRINT LINE LAYOUTS
001370*---------------------------------------------------------------
001380 01  WS-HEADER-LINE-1.
001390     05  FILLER                      PIC X(34)
001400             VALUE "FPAUTMNT - SOURCE-AUTHORIZATION   ".
001410     05  FILLER                      PIC X(12)
001420             VALUE "EDIT REPORT ".
001430     05  FILLER                      PIC X(06) VALUE "PAGE  ".
001440     05  HDR-PAGE-NO                 PIC ZZ9.
001450     05  FILLER                      PIC X(25) VALUE SPACES.
001460
001470 01  WS-HEADER-LINE-2.
001480     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001490     05  HDR-RUN-DATE                PIC 9(08).
001500     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
001510     05  HDR-RUN-TIME                PIC 9(08).
001520     05  FILLER                      PIC X(45) VALUE SPACES.
001530
001540 01  WS-COLUMN-LINE.
001550     05  FILLER                      PIC X(07) VALUE "ACTION ".
001560     05  FILLER                      PIC X(06) VALUE "CODE  ".
001570     05  FILLER                      PIC X(04) VALUE "SRC ".
001580     05  FILLER                      PIC X(09) VALUE "EFF-FROM ".
001590     05  FILLER                      PIC X(09) VALUE "EFF-TO   ".
001600     05  FILLER                      PIC X(11)
001610             VALUE "DISPOSITION".
001620     05  FILLER                      PIC X(14) VALUE SPACES.
001630     05  FILLER                      PIC X(09) VALUE "REQUESTER".
001640     05  FILLER                      PIC X(11) VALUE SPACES.
001650
001660 01  WS-DETAIL-LINE.
001670     05  DTL-ACTION                  PIC X(06).
001680     05  FILLER                      PIC X(01) VALUE SPACE.
001690     05  DTL-CODE                    PIC X(05).
001700     05  FILLER                      PIC X(01) VALUE SPACE.
001710     05  DTL-SOURCE                  PIC X(03).
001720     05  FILLER                      PIC X(01) VALUE SPACE.
001730     05  DTL-EFF-FROM                PIC X(08).
001740     05  FILLER                      PIC X(01) VALUE SPACE.
001750     05  DTL-EFF-TO                  PIC X(08).
001760     05  FILLER                      PIC X(01) VALUE SPACE.
001770     05  DTL-DISPOSITION             PIC X(24).
001780     05  FILLER                      PIC X(01) VALUE SPACE.
001790     05  DTL-REQUESTER               PIC X(08).
001800     05  FILLER                      PIC X(12) VALUE SPACES.
001810
001820 01  WS-TOTAL-LINE.
001830     05  FILLER                      PIC X(19)
001840             VALUE "TRANSACTIONS READ  ".
001850     05  TOT-READ                    PIC ZZ,ZZ9.
001860     05  FILLER                      PIC X(10) VALUE "  APPLIED ".
001870     05  TOT-APPLIED                 PIC ZZ,ZZ9.
001880     05  FILLER                      PIC X(11)
001890             VALUE "  REJECTED ".
001900     05  TOT-REJECTED                PIC ZZ,ZZ9.
001910     05  FILLER                      PIC X(12)
001920             VALUE "  JOURNALED ".
001930     05  TOT-JOURNALED               PIC ZZ,ZZ9.
001940     05  FILLER                      PIC X(03) VALUE SPACES.
001950
001960*---------------------------------------------------------------
001970* PROCEDURE DIVISION
001980*---------------------------------------------------------------
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002030         UNTIL WS-TRAN-EOF.
002040     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002050 0000-EXIT.
002060     MOVE WS-RETURN-CODE TO RETURN-CODE.
002070     STOP RUN.
002080
002090*-----------------------------------------------------------
002100* 1000-INITIALIZE - OPEN THE TRANSACTION FILE, THE MASTER
002110* (CREATING IT ON FIRST USE), THE CHANGE JOURNAL (EXTENDED,
002120* CREATED ON FIRST USE), THE APPROVED-VALUES MASTER FOR THE
002130* CODE CROSS-EDIT, AND THE EDIT REPORT. A MISSING VALCODES
002140* MEANS NO APPROVED-VALUES MASTER IS CONFIGURED, SO THE
002150* CROSS-EDIT IS SKIPPED RATHER THAN FAILED - THE SAME STANCE
002160* FPXLTMNT TAKES.
002170*-----------------------------------------------------------
002180 1000-INITIALIZE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-RUN-TIME FROM TIME.
002210
002220     OPEN INPUT TRAN-FILE.
002230     EVALUATE WS-TRAN-STATUS
002240         WHEN "00"
002250             CONTINUE
002260         WHEN "35"
002270             SET WS-TRAN-EOF TO TRUE
002280         WHEN OTHER
002290             MOVE "AUTTRAN" TO WS-ERROR-FILE-NAME
002300             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
002310             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002320     END-EVALUATE.
002330
002340     OPEN I-O SOURCE-AUTH-FILE.
002350     IF WS-SRCAUTH-STATUS = "35"
002360         OPEN OUTPUT SOURCE-AUTH-FILE
002370         IF WS-SRCAUTH-STATUS = "00"
002380             CLOSE SOURCE-AUTH-FILE
002390             OPEN I-O SOURCE-AUTH-FILE
002400         END-IF
002410     END-IF.
002420     IF WS-SRCAUTH-STATUS NOT = "00"
002430         MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
002440         MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
002450         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002460     END-IF.
002470
002480     OPEN EXTEND JOURNAL-FILE.
002490     IF WS-JOURNAL-STATUS = "35"
002500         OPEN OUTPUT JOURNAL-FILE
002510     END-IF.
002520     IF WS-JOURNAL-STATUS NOT = "00"
002530         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
002540         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
002550         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002560     END-IF.
002570
002580     OPEN INPUT VALID-CODES-FILE.
002590     EVALUATE WS-VALCODE-STATUS
002600         WHEN "00"
002610             SET WS-VALCODES-OPEN TO TRUE
002620         WHEN "35"
002630             DISPLAY "FPAUTMNT: VALCODES NOT CONFIGURED - "
002640                 "CODE CROSS-EDIT SKIPPED"
002650         WHEN OTHER
002660             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
002670             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
002680             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002690     END-EVALUATE.
002700
002710     OPEN OUTPUT PRINT-FILE.
002720     IF WS-PRINT-STATUS NOT = "00"
002730         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002740         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
002750         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002760     END-IF.
002770     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800
002810*-----------------------------------------------------------
002820* 1700-WRITE-REPORT-HEADER - HEADING AND COLUMN LINE FOR A
002830* NEW EDIT-REPORT PAGE.
002840*-----------------------------------------------------------
002850 1700-WRITE-REPORT-HEADER.
002860     ADD 1 TO WS-PRINT-PAGE-COUNT.
002870     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
002880     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002890     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
002900     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
002910     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
002920     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002930     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
002940     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002950     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002960     MOVE WS-COLUMN-LINE TO PRINT-RECORD.
002970     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
002980     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002990     MOVE SPACES TO PRINT-RECORD.
003000     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003010     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003020     MOVE 5 TO WS-PRINT-LINE-COUNT.
003030 1700-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------
003070* 2000-PROCESS-TRAN - READ AND APPLY ONE TRANSACTION.
003080*-----------------------------------------------------------
003090 2000-PROCESS-TRAN.
003100     READ TRAN-FILE
003110         AT END
003120             SET WS-TRAN-EOF TO TRUE
003130         NOT AT END
003140             ADD 1 TO WS-TRANS-READ
003150             PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
003160             PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT
003170     END-READ.
003180     IF WS-TRAN-STATUS NOT = "00" AND WS-TRAN-STATUS NOT = "10"
003190         MOVE "AUTTRAN" TO WS-ERROR-FILE-NAME
003200         MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
003210         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003220     END-IF.
003230 2000-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------
003270* 2100-EDIT-AND-APPLY - EDIT THE TRANSACTION, THEN ROUTE IT
003280* TO THE ADD / DELETE / EXPIRE HANDLER. ANY EDIT FAILURE
003290* LEAVES ITS REASON IN WS-DISPOSITION AND THE MASTER ALONE.
003300* AN ADD'S CODE MUST EXIST ON THE APPROVED-VALUES MASTER -
003310* THERE IS NO POINT AUTHORIZING A SOURCE TO SEND A CODE THE
003320* NIGHTLY RUN WILL REJECT AS NOTAPPRV ANYWAY.
003330*-----------------------------------------------------------
003340 2100-EDIT-AND-APPLY.
003350     MOVE SPACES TO WS-DISPOSITION.
003360     IF NOT TRN-ADD AND NOT TRN-DELETE AND NOT TRN-EXPIRE
003370         MOVE "REJECTED - BAD ACTION" TO WS-DISPOSITION
003380         GO TO 2100-REJECT
003390     END-IF.
003400     IF TRN-CODE = SPACES
003410         MOVE "REJECTED - BLANK CODE" TO WS-DISPOSITION
003420         GO TO 2100-REJECT
003430     END-IF.
003440     IF TRN-SOURCE-CODE = SPACES
003450         MOVE "REJECTED - BLANK SOURCE" TO WS-DISPOSITION
003460         GO TO 2100-REJECT
003470     END-IF.
003480     IF TRN-REQUESTER = SPACES
003490         MOVE "REJECTED - NO REQUESTER" TO WS-DISPOSITION
003500         GO TO 2100-REJECT
003510     END-IF.
003520     MOVE ZERO TO WS-EFF-FROM.
003530     MOVE ZERO TO WS-EFF-TO.
003540     IF TRN-EFF-FROM = SPACES
003550         MOVE WS-RUN-DATE TO WS-EFF-FROM
003560     ELSE
003570         IF TRN-EFF-FROM IS NUMERIC
003580             MOVE TRN-EFF-FROM TO WS-EFF-FROM
003590         ELSE
003600             MOVE "REJECTED - BAD EFF-FROM" TO WS-DISPOSITION
003610             GO TO 2100-REJECT
003620         END-IF
003630     END-IF.
003640     IF TRN-EFF-TO = SPACES
003650         MOVE ZERO TO WS-EFF-TO
003660     ELSE
003670         IF TRN-EFF-TO IS NUMERIC
003680             MOVE TRN-EFF-TO TO WS-EFF-TO
003690         ELSE
003700             MOVE "REJECTED - BAD EFF-TO" TO WS-DISPOSITION
003710             GO TO 2100-REJECT
003720         END-IF
003730     END-IF.
003740     IF TRN-ADD AND WS-EFF-TO NOT = ZERO AND
003750             WS-EFF-TO < WS-EFF-FROM
003760         MOVE "REJECTED - EFF-TO < FROM" TO WS-DISPOSITION
003770         GO TO 2100-REJECT
003780     END-IF.
003790     IF TRN-ADD
003800         PERFORM 2150-CROSS-EDIT-CODE THRU 2150-EXIT
003810         IF NOT WS-CODE-FOUND
003820             MOVE "REJECTED - CODE UNKNOWN" TO WS-DISPOSITION
003830             GO TO 2100-REJECT
003840         END-IF
003850     END-IF.
003860     EVALUATE TRUE
003870         WHEN TRN-ADD
003880             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003890         WHEN TRN-DELETE
003900             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
003910         WHEN TRN-EXPIRE
003920             PERFORM 2400-APPLY-EXPIRE THRU 2400-EXIT
003930     END-EVALUATE.
003940     GO TO 2100-EXIT.
003950 2100-REJECT.
003960     ADD 1 TO WS-TRANS-REJECTED.
003970     IF WS-RETURN-CODE < 8
003980         MOVE 8 TO WS-RETURN-CODE
003990     END-IF.
004000 2100-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------
004040* 2150-CROSS-EDIT-CODE - THE CODE ON AN ADD MUST EXIST ON THE
004050* APPROVED-VALUES MASTER. WITH NO VALCODES CONFIGURED THE
004060* CHECK PASSES - THERE IS NOTHING TO EDIT AGAINST, AND THE
004070* NIGHTLY RUN SKIPS VALIDATION TOO.
004080*-----------------------------------------------------------
004090 2150-CROSS-EDIT-CODE.
004100     IF NOT WS-VALCODES-OPEN
004110         SET WS-CODE-FOUND TO TRUE
004120         GO TO 2150-EXIT
004130     END-IF.
004140     MOVE "N" TO WS-CODE-FOUND-SWITCH.
004150     MOVE TRN-CODE TO VC-CODE.
004160     READ VALID-CODES-FILE
004170         INVALID KEY
004180             CONTINUE
004190         NOT INVALID KEY
004200             SET WS-CODE-FOUND TO TRUE
004210     END-READ.
004220     IF WS-VALCODE-STATUS NOT = "00" AND
004230             WS-VALCODE-STATUS NOT = "23"
004240         MOVE "VALCODES" TO WS-ERROR-FILE-NAME
004250         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
004260         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004270     END-IF.
004280 2150-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------
004320* 2200-APPLY-ADD - WRITE A NEW MASTER RECORD. A DUPLICATE
004330* KEY IS A REJECT, NOT A FILE ERROR.
004340*-----------------------------------------------------------
004350 2200-APPLY-ADD.
004360     MOVE SPACES TO SOURCE-AUTH-RECORD.
004370     MOVE TRN-CODE TO SA-CODE.
004380     MOVE TRN-SOURCE-CODE TO SA-SOURCE-CODE.
004390     MOVE WS-EFF-FROM TO SA-EFF-FROM.
004400     MOVE WS-EFF-TO TO SA-EFF-TO.
004410     WRITE SOURCE-AUTH-RECORD
004420         INVALID KEY
004430             MOVE "REJECTED - DUPLICATE" TO WS-DISPOSITION
004440     END-WRITE.
004450     IF WS-DISPOSITION = SPACES
004460         IF WS-SRCAUTH-STATUS = "00"
004470             MOVE "ADDED" TO WS-DISPOSITION
004480             ADD 1 TO WS-TRANS-APPLIED
004490             MOVE SPACES TO WS-BEFORE-IMAGE
004500             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004510         ELSE
004520             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
004530             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
004540             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004550         END-IF
004560     ELSE
004570         ADD 1 TO WS-TRANS-REJECTED
004580         IF WS-RETURN-CODE < 8
004590             MOVE 8 TO WS-RETURN-CODE
004600         END-IF
004610     END-IF.
004620 2200-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------
004660* 2300-APPLY-DELETE - PHYSICALLY REMOVE A MASTER RECORD.
004670* FOR KEYING ERRORS ONLY - A WITHDRAWN SOURCE SHOULD BE
004680* EXPIRED. THE RECORD IS READ FIRST SO THE JOURNAL KEEPS WHAT
004690* WAS REMOVED.
004700*-----------------------------------------------------------
004710 2300-APPLY-DELETE.
004720     MOVE TRN-CODE TO SA-CODE.
004730     MOVE TRN-SOURCE-CODE TO SA-SOURCE-CODE.
004740     READ SOURCE-AUTH-FILE
004750         INVALID KEY
004760             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
004770     END-READ.
004780     IF WS-DISPOSITION = SPACES
004790         IF WS-SRCAUTH-STATUS NOT = "00"
004800             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
004810             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
004820             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004830         END-IF
004840         MOVE SOURCE-AUTH-RECORD TO WS-BEFORE-IMAGE
004850         DELETE SOURCE-AUTH-FILE RECORD
004860         IF WS-SRCAUTH-STATUS = "00"
004870             MOVE "DELETED" TO WS-DISPOSITION
004880             ADD 1 TO WS-TRANS-APPLIED
004890             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
004900         ELSE
004910             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
004920             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
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
005050* 2400-APPLY-EXPIRE - SET THE EFFECTIVE-TO DATE ON AN
005060* EXISTING MASTER RECORD (BLANK EFF-TO = RUN DATE), LEAVING
005070* THE RECORD IN PLACE SO HISTORY SURVIVES AND THE CODE STAYS
005080* UNDER SOURCE CONTROL.
005090*-----------------------------------------------------------
005100 2400-APPLY-EXPIRE.
005110     MOVE TRN-CODE TO SA-CODE.
005120     MOVE TRN-SOURCE-CODE TO SA-SOURCE-CODE.
005130     READ SOURCE-AUTH-FILE
005140         INVALID KEY
005150             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
005160     END-READ.
005170     IF WS-DISPOSITION = SPACES
005180         IF WS-SRCAUTH-STATUS NOT = "00"
005190             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
005200             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
005210             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005220         END-IF
005230         IF WS-EFF-TO NOT = ZERO AND
005240                 WS-EFF-TO < SA-EFF-FROM
005250             MOVE "REJECTED - EFF-TO < FROM" TO WS-DISPOSITION
005260         END-IF
005270     END-IF.
005280     IF WS-DISPOSITION = SPACES
005290         MOVE SOURCE-AUTH-RECORD TO WS-BEFORE-IMAGE
005300         IF WS-EFF-TO = ZERO
005310             MOVE WS-RUN-DATE TO SA-EFF-TO
005320         ELSE
005330             MOVE WS-EFF-TO TO SA-EFF-TO
005340         END-IF
005350         REWRITE SOURCE-AUTH-RECORD
005360         IF WS-SRCAUTH-STATUS = "00"
005370             MOVE "EXPIRED" TO WS-DISPOSITION
005380             ADD 1 TO WS-TRANS-APPLIED
005390             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
005400         ELSE
005410             MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
005420             MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
005430             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005440         END-IF
005450     ELSE
005460         ADD 1 TO WS-TRANS-REJECTED
005470         IF WS-RETURN-CODE < 8
005480             MOVE 8 TO WS-RETURN-CODE
005490         END-IF
005500     END-IF.
005510 2400-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------
005550* 2800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL RECORD FOR
005560* THE TRANSACTION JUST APPLIED: THE BEFORE IMAGE SAVED BY THE
005570* HANDLER (SPACES FOR AN ADD) AND THE MASTER RECORD AS IT NOW
005580* STANDS (SPACES FOR A DELETE).
005590*-----------------------------------------------------------
005600 2800-WRITE-JOURNAL.
005610     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
005620     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
005630     MOVE WS-RUN-TIME TO CJ-RUN-TIME.
005640     SET CJ-SRCAUTH TO TRUE.
005650     MOVE TRN-ACTION TO CJ-ACTION.
005660     MOVE TRN-REQUESTER TO CJ-REQUESTER.
005670     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
005680     IF NOT TRN-DELETE
005690         MOVE SOURCE-AUTH-RECORD TO CJ-AFTER-IMAGE
005700     END-IF.
005710     WRITE CHANGE-JOURNAL-RECORD.
005720     IF WS-JOURNAL-STATUS NOT = "00"
005730         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
005740         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
005750         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005760     END-IF.
005770     ADD 1 TO WS-TRANS-JOURNALED.
005780 2800-EXIT.
005790     EXIT.
005800
005810*-----------------------------------------------------------
005820* 2900-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER
005830* TRANSACTION WITH ITS DISPOSITION.
005840*-----------------------------------------------------------
005850 2900-WRITE-EDIT-LINE.
005860     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
005870         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005880     END-IF.
005890     MOVE TRN-ACTION TO DTL-ACTION.
005900     MOVE TRN-CODE TO DTL-CODE.
005910     MOVE TRN-SOURCE-CODE TO DTL-SOURCE.
005920     MOVE TRN-EFF-FROM TO DTL-EFF-FROM.
005930     MOVE TRN-EFF-TO TO DTL-EFF-TO.
005940     MOVE TRN-REQUESTER TO DTL-REQUESTER.
005950     MOVE WS-DISPOSITION TO DTL-DISPOSITION.
005960     MOVE WS-DETAIL-LINE TO PRINT-RECORD.
005970     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
005980     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005990     ADD 1 TO WS-PRINT-LINE-COUNT.
006000 2900-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------
006040* 8000-TERMINATE - TOTALS LINE, THEN CLOSE EVERYTHING.
006050*-----------------------------------------------------------
006060 8000-TERMINATE.
006070     MOVE WS-TRANS-READ TO TOT-READ.
006080     MOVE WS-TRANS-APPLIED TO TOT-APPLIED.
006090     MOVE WS-TRANS-REJECTED TO TOT-REJECTED.
006100     MOVE WS-TRANS-JOURNALED TO TOT-JOURNALED.
006110     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
006120     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006130     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006140     CLOSE PRINT-FILE.
006150     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006160     IF WS-TRAN-STATUS NOT = "35"
006170         CLOSE TRAN-FILE
006180         IF WS-TRAN-STATUS NOT = "00"
006190             MOVE "AUTTRAN" TO WS-ERROR-FILE-NAME
006200             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
006210             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006220         END-IF
006230     END-IF.
006240     CLOSE SOURCE-AUTH-FILE.
006250     IF WS-SRCAUTH-STATUS NOT = "00"
006260         MOVE "SRCAUTH" TO WS-ERROR-FILE-NAME
006270         MOVE WS-SRCAUTH-STATUS TO WS-ERROR-STATUS
006280         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006290     END-IF.
006300     CLOSE JOURNAL-FILE.
006310     IF WS-JOURNAL-STATUS NOT = "00"
006320         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
006330         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
006340         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006350     END-IF.
006360     IF WS-VALCODES-OPEN
006370         CLOSE VALID-CODES-FILE
006380         IF WS-VALCODE-STATUS NOT = "00"
006390             MOVE "VALCODES" TO WS-ERROR-FILE-NAME
006400             MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
006410             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006420         END-IF
006430     END-IF.
006440 8000-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------
006480* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006490* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006500* COMMON FILE-ERROR PARAGRAPH.
006510*-----------------------------------------------------------
006520 9810-CHECK-PRINT-STATUS.
006530     IF WS-PRINT-STATUS NOT = "00"
006540         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
006550         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
006560         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006570     END-IF.
006580 9810-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------
006620* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
006630* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
006640* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
006650* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
006660*-----------------------------------------------------------
006670 9800-FILE-ERROR.
006680     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
006690         " STATUS: " WS-ERROR-STATUS.
006700     MOVE 12 TO WS-RETURN-CODE.
006710     MOVE WS-RETURN-CODE TO RETURN-CODE.
006720     STOP RUN.
006730 9800-EXIT.
006740     EXIT.
