000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPSUBMNT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - BATCH MAINTENANCE OF THE
000100*                    EXTRACT SUBSCRIPTION VSAM MASTER (SEE
000110*                    FPSUBREC), IN THE MOLD OF FPCALMNT. ADD /
000120*                    CHANGE / DELETE TRANSACTIONS FROM SUBTRAN
000130*                    SAYING WHICH SOURCES AND VALUE RANGES EACH
000140*                    DOWNSTREAM CONSUMER TAKES FROM THE NIGHTLY
000150*                    EXTRACT, AND WHETHER FULL OR CHANGES ONLY.
000160*                    EACH IS EDITED AND LISTED WITH ITS
000170*                    DISPOSITION ON THE EDIT REPORT AND EVERY
000180*                    APPLIED ONE JOURNALED TO CHGJRNL (MASTER ID
000190*                    "S"). FPEXTDST CUTS THE FILES FROM IT.
000200*---------------------------------------------------------------
000210* TRANSACTION LAYOUT (SUBTRAN, LRECL 80):
000220*   COLS  1-6   ACTION     "ADD   " / "CHANGE" / "DELETE"
000230*   COLS  7-14  CONSUMER   ID OF THE DOWNSTREAM TEAM OR SYSTEM
000240*   COLS 15-17  SOURCE     A SOURCE CODE, OR "***" FOR EVERY
000250*                          SOURCE (THE ANONYMOUS FEED INCLUDED)
000260*   COLS 18-22  VALUE FROM LOWEST VALUE WANTED - BLANK = LOWEST
000270*   COLS 23-27  VALUE TO   HIGHEST VALUE WANTED - BLANK =
000280*                          HIGHEST. ON A CHANGE A BLANK KEEPS THE
000290*                          OLD ONE (DELETE AND ADD TO OPEN IT UP)
000300*   COL  28     MODE       "F" FULL - EVERY MATCHING DETAIL EACH
000310*                          NIGHT; "C" CHANGES ONLY - MATCHING
000320*                          DETAILS FIRST SEEN THAT NIGHT. NEEDED
000330*                          ON AN ADD; ON A CHANGE A BLANK KEEPS
000340*                          THE OLD ONE
000350*   COLS 29-36  REQUESTER  ID OF THE PERSON ASKING FOR THE
000360*                          CHANGE - MANDATORY, CARRIED TO THE
000370*                          CHANGE JOURNAL
000380*   COLS 37-66  DESCRIPTION  FREE TEXT; ON A CHANGE A BLANK
000390*                          DESCRIPTION KEEPS THE OLD ONE
000400* CONSUMER, SOURCE AND VALUE FROM ARE THE KEY. A CONSUMER HAS
000410* ONE MODE: AN ADD IN THE OTHER MODE FROM THE CONSUMER'S
000420* EXISTING SELECTIONS IS REJECTED, AND A CHANGE OF MODE ON ANY
000430* ONE SELECTION IS CARRIED TO ALL OF THE CONSUMER'S SELECTIONS
000440* (EACH JOURNALED). A CHANGE WITH NOTHING TO CHANGE IS REJECTED.
000450*
000460* RETURN CODES:
000470*   RC=00  ALL TRANSACTIONS APPLIED
000480*   RC=08  ONE OR MORE TRANSACTIONS REJECTED - SEE PRTOUT
000490*   RC=12  UNEXPECTED FILE STATUS
000500*---------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT TRAN-FILE ASSIGN TO "SUBTRAN"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-TRAN-STATUS.
000570
000580     SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS SB-KEY
000620         FILE STATUS IS WS-SUBMAST-STATUS.
000630
000640     SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-JOURNAL-STATUS.
000670
000680     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TRAN-FILE
000750     RECORDING MODE IS F.
000760 01  TRAN-RECORD.
000770     05  TRN-ACTION                  PIC X(06).
000780         88  TRN-ADD                     VALUE "ADD   ".
000790         88  TRN-CHANGE                  VALUE "CHANGE".
000800         88  TRN-DELETE                  VALUE "DELETE".
000810     05  TRN-KEY.
000820         10  TRN-CONSUMER-ID         PIC X(08).
000830         10  TRN-SOURCE-CODE         PIC X(03).
000840         10  TRN-VALUE-FROM          PIC X(05).
000850     05  TRN-VALUE-TO                PIC X(05).
000860     05  TRN-MODE                    PIC X(01).
000870         88  TRN-VALID-MODE              VALUE "F" "C".
000880     05  TRN-REQUESTER               PIC X(08).
000890     05  TRN-DESCRIPTION             PIC X(30).
000900     05  FILLER                      PIC X(14).
000910
000920 FD  SUBSCRIPTION-FILE.
000930     COPY FPSUBREC.
000940
000950 FD  JOURNAL-FILE
000960     RECORDING MODE IS F.
000970     COPY FPCHGJRN.
000980
000990 FD  PRINT-FILE
001000     RECORDING MODE IS F.
001010 01  PRINT-RECORD                    PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-TRAN-STATUS                  PIC X(02).
001050 77  WS-SUBMAST-STATUS               PIC X(02).
001060 77  WS-JOURNAL-STATUS               PIC X(02).
001070 77  WS-PRINT-STATUS                 PIC X(02).
001080 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001090
001100 77  WS-TRAN-EOF-SWITCH              PIC X(01) VALUE "N".
001110     88  WS-TRAN-EOF                     VALUE "Y".
001120 77  WS-BROWSE-END-SWITCH            PIC X(01) VALUE "N".
001130     88  WS-BROWSE-END                   VALUE "Y".
001140 77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
001150 77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
001160 77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
001170 77  WS-TRANS-JOURNALED              PIC 9(05) COMP VALUE ZERO.
001180
001190 77  WS-DISPOSITION                  PIC X(24).
001200 77  WS-BEFORE-IMAGE                 PIC X(26) VALUE SPACES.
001210 77  WS-CONSUMER-MODE                PIC X(01) VALUE SPACE.
001220 77  WS-NEW-MODE                     PIC X(01) VALUE SPACE.
001230 77  WS-ROWS-SPREAD                  PIC 9(05) COMP VALUE ZERO.
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
001400             VALUE "FPSUBMNT - EXTRACT SUBSCRIPTION   ".
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
001560     05  FILLER                      PIC X(09) VALUE "CONSUMER ".
001570     05  FILLER                      PIC X(04) VALUE "SRC ".
001580     05  FILLER                      PIC X(06) VALUE "FROM  ".
001590     05  FILLER                      PIC X(06) VALUE "TO    ".
001600     05  FILLER                      PIC X(02) VALUE "M ".
001610     05  FILLER                      PIC X(11)
001620             VALUE "DESCRIPTION".
001630     05  FILLER                      PIC X(11)
001640             VALUE "DISPOSITION".
001650     05  FILLER                      PIC X(14) VALUE SPACES.
001660     05  FILLER                      PIC X(09) VALUE "REQUESTER".
001670     05  FILLER                      PIC X(01) VALUE SPACES.
001680
001690 01  WS-DETAIL-LINE.
001700     05  DTL-ACTION                  PIC X(06).
001710     05  FILLER                      PIC X(01) VALUE SPACE.
001720     05  DTL-CONSUMER-ID             PIC X(08).
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  DTL-SOURCE-CODE             PIC X(03).
001750     05  FILLER                      PIC X(01) VALUE SPACE.
001760     05  DTL-VALUE-FROM              PIC X(05).
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  DTL-VALUE-TO                PIC X(05).
001790     05  FILLER                      PIC X(01) VALUE SPACE.
001800     05  DTL-MODE                    PIC X(01).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  DTL-DESCRIPTION             PIC X(10).
001830     05  FILLER                      PIC X(01) VALUE SPACE.
001840     05  DTL-DISPOSITION             PIC X(24).
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  DTL-REQUESTER               PIC X(08).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880
001890 01  WS-TOTAL-LINE.
001900     05  FILLER                      PIC X(19)
001910             VALUE "TRANSACTIONS READ  ".
001920     05  TOT-READ                    PIC ZZ,ZZ9.
001930     05  FILLER                      PIC X(10) VALUE "  APPLIED ".
001940     05  TOT-APPLIED                 PIC ZZ,ZZ9.
001950     05  FILLER                      PIC X(11)
001960             VALUE "  REJECTED ".
001970     05  TOT-REJECTED                PIC ZZ,ZZ9.
001980     05  FILLER                      PIC X(12)
001990             VALUE "  JOURNALED ".
002000     05  TOT-JOURNALED               PIC ZZ,ZZ9.
002010     05  FILLER                      PIC X(03) VALUE SPACES.
002020
002030*---------------------------------------------------------------
002040* PROCEDURE DIVISION
002050*---------------------------------------------------------------
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002100         UNTIL WS-TRAN-EOF.
002110     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002120 0000-EXIT.
002130     MOVE WS-RETURN-CODE TO RETURN-CODE.
002140     STOP RUN.
002150
002160*-----------------------------------------------------------
002170* 1000-INITIALIZE - OPEN THE TRANSACTION FILE, THE MASTER
002180* (CREATING IT ON FIRST USE), THE CHANGE JOURNAL (EXTENDED,
002190* CREATED ON FIRST USE) AND THE EDIT REPORT.
002200*-----------------------------------------------------------
002210 1000-INITIALIZE.
002220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002230     ACCEPT WS-RUN-TIME FROM TIME.
002240
002250     OPEN INPUT TRAN-FILE.
002260     EVALUATE WS-TRAN-STATUS
002270         WHEN "00"
002280             CONTINUE
002290         WHEN "35"
002300             SET WS-TRAN-EOF TO TRUE
002310         WHEN OTHER
002320             MOVE "SUBTRAN" TO WS-ERROR-FILE-NAME
002330             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
002340             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002350     END-EVALUATE.
002360
002370     OPEN I-O SUBSCRIPTION-FILE.
002380     IF WS-SUBMAST-STATUS = "35"
002390         OPEN OUTPUT SUBSCRIPTION-FILE
002400         IF WS-SUBMAST-STATUS = "00"
002410             CLOSE SUBSCRIPTION-FILE
002420             OPEN I-O SUBSCRIPTION-FILE
002430         END-IF
002440     END-IF.
002450     IF WS-SUBMAST-STATUS NOT = "00"
002460         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
002470         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
002480         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002490     END-IF.
002500
002510     OPEN EXTEND JOURNAL-FILE.
002520     IF WS-JOURNAL-STATUS = "35"
002530         OPEN OUTPUT JOURNAL-FILE
002540     END-IF.
002550     IF WS-JOURNAL-STATUS NOT = "00"
002560         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
002570         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
002580         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002590     END-IF.
002600
002610     OPEN OUTPUT PRINT-FILE.
002620     IF WS-PRINT-STATUS NOT = "00"
002630         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002640         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
002650         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002660     END-IF.
002670     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------
002720* 1700-WRITE-REPORT-HEADER - HEADING AND COLUMN LINE FOR A
002730* NEW EDIT-REPORT PAGE.
002740*-----------------------------------------------------------
002750 1700-WRITE-REPORT-HEADER.
002760     ADD 1 TO WS-PRINT-PAGE-COUNT.
002770     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
002780     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002790     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
002800     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
002810     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
002820     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002830     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
002840     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002850     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002860     MOVE WS-COLUMN-LINE TO PRINT-RECORD.
002870     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
002880     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002890     MOVE SPACES TO PRINT-RECORD.
002900     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
002910     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
002920     MOVE 5 TO WS-PRINT-LINE-COUNT.
002930 1700-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------
002970* 2000-PROCESS-TRAN - READ AND APPLY ONE TRANSACTION.
002980*-----------------------------------------------------------
002990 2000-PROCESS-TRAN.
003000     READ TRAN-FILE
003010         AT END
003020             SET WS-TRAN-EOF TO TRUE
003030         NOT AT END
003040             ADD 1 TO WS-TRANS-READ
003050             PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
003060             PERFORM 2900-WRITE-EDIT-LINE THRU 2900-EXIT
003070     END-READ.
003080     IF WS-TRAN-STATUS NOT = "00" AND WS-TRAN-STATUS NOT = "10"
003090         MOVE "SUBTRAN" TO WS-ERROR-FILE-NAME
003100         MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
003110         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003120     END-IF.
003130 2000-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------
003170* 2100-EDIT-AND-APPLY - EDIT THE TRANSACTION, THEN ROUTE IT
003180* TO THE ADD / CHANGE / DELETE HANDLER. ANY EDIT FAILURE
003190* LEAVES ITS REASON IN WS-DISPOSITION AND THE MASTER ALONE.
003200*-----------------------------------------------------------
003210 2100-EDIT-AND-APPLY.
003220     MOVE SPACES TO WS-DISPOSITION.
003230     IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE
003240         MOVE "REJECTED - BAD ACTION" TO WS-DISPOSITION
003250         GO TO 2100-REJECT
003260     END-IF.
003270     IF TRN-REQUESTER = SPACES
003280         MOVE "REJECTED - NO REQUESTER" TO WS-DISPOSITION
003290         GO TO 2100-REJECT
003300     END-IF.
003310     IF TRN-CONSUMER-ID = SPACES
003320         MOVE "REJECTED - NO CONSUMER" TO WS-DISPOSITION
003330         GO TO 2100-REJECT
003340     END-IF.
003350     IF TRN-SOURCE-CODE = SPACES
003360         MOVE "REJECTED - NO SOURCE" TO WS-DISPOSITION
003370         GO TO 2100-REJECT
003380     END-IF.
003390     IF TRN-DELETE
003400         GO TO 2100-APPLY
003410     END-IF.
003420     IF TRN-MODE NOT = SPACE AND NOT TRN-VALID-MODE
003430         MOVE "REJECTED - BAD MODE" TO WS-DISPOSITION
003440         GO TO 2100-REJECT
003450     END-IF.
003460     IF TRN-ADD AND TRN-MODE = SPACE
003470         MOVE "REJECTED - BAD MODE" TO WS-DISPOSITION
003480         GO TO 2100-REJECT
003490     END-IF.
003500     IF TRN-VALUE-FROM NOT = SPACES AND
003510             TRN-VALUE-TO NOT = SPACES AND
003520             TRN-VALUE-TO < TRN-VALUE-FROM
003530         MOVE "REJECTED - BAD RANGE" TO WS-DISPOSITION
003540         GO TO 2100-REJECT
003550     END-IF.
003560     IF TRN-CHANGE AND TRN-VALUE-TO = SPACES AND
003570             TRN-MODE = SPACE AND TRN-DESCRIPTION = SPACES
003580         MOVE "REJECTED - NOTHING TO DO" TO WS-DISPOSITION
003590         GO TO 2100-REJECT
003600     END-IF.
003610 2100-APPLY.
003620     EVALUATE TRUE
003630         WHEN TRN-ADD
003640             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
003650         WHEN TRN-CHANGE
003660             PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
003670         WHEN TRN-DELETE
003680             PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
003690     END-EVALUATE.
003700     GO TO 2100-EXIT.
003710 2100-REJECT.
003720     ADD 1 TO WS-TRANS-REJECTED.
003730     IF WS-RETURN-CODE < 8
003740         MOVE 8 TO WS-RETURN-CODE
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------
003800* 2200-APPLY-ADD - WRITE A NEW SELECTION. THE CONSUMER'S
003810* EXISTING SELECTIONS ARE LOOKED AT FIRST SO A CONSUMER
003820* CANNOT END UP HALF FULL AND HALF CHANGES-ONLY. A DUPLICATE
003830* KEY IS A REJECT, NOT A FILE ERROR.
003840*-----------------------------------------------------------
003850 2200-APPLY-ADD.
003860     PERFORM 2500-GET-CONSUMER-MODE THRU 2500-EXIT.
003870     IF WS-CONSUMER-MODE NOT = SPACE AND
003880             WS-CONSUMER-MODE NOT = TRN-MODE
003890         MOVE "REJECTED - MODE DIFFERS" TO WS-DISPOSITION
003900         GO TO 2200-REJECT
003910     END-IF.
003920     MOVE SPACES TO SUBSCRIPTION-RECORD.
003930     MOVE TRN-KEY TO SB-KEY.
003940     MOVE TRN-VALUE-TO TO SB-VALUE-TO.
003950     MOVE TRN-MODE TO SB-MODE.
003960     MOVE TRN-DESCRIPTION TO SB-DESCRIPTION.
003970     MOVE WS-RUN-DATE TO SB-ADDED-DATE.
003980     WRITE SUBSCRIPTION-RECORD
003990         INVALID KEY
004000             MOVE "REJECTED - DUPLICATE" TO WS-DISPOSITION
004010     END-WRITE.
004020     IF WS-DISPOSITION NOT = SPACES
004030         GO TO 2200-REJECT
004040     END-IF.
004050     IF WS-SUBMAST-STATUS NOT = "00"
004060         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
004070         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
004080         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004090     END-IF.
004100     MOVE "ADDED" TO WS-DISPOSITION.
004110     ADD 1 TO WS-TRANS-APPLIED.
004120     MOVE SPACES TO WS-BEFORE-IMAGE.
004130     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
004140     GO TO 2200-EXIT.
004150 2200-REJECT.
004160     ADD 1 TO WS-TRANS-REJECTED.
004170     IF WS-RETURN-CODE < 8
004180         MOVE 8 TO WS-RETURN-CODE
004190     END-IF.
004200 2200-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------
004240* 2300-APPLY-CHANGE - REPLACE THE VALUE-TO, MODE AND
004250* DESCRIPTION OF AN EXISTING SELECTION, EACH ONLY WHEN KEYED.
004260* A NEW MODE IS THEN CARRIED TO THE CONSUMER'S OTHER
004270* SELECTIONS BY 2600.
004280*-----------------------------------------------------------
004290 2300-APPLY-CHANGE.
004300     MOVE TRN-KEY TO SB-KEY.
004310     READ SUBSCRIPTION-FILE
004320         INVALID KEY
004330             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
004340     END-READ.
004350     IF WS-DISPOSITION NOT = SPACES
004360         GO TO 2300-REJECT
004370     END-IF.
004380     IF WS-SUBMAST-STATUS NOT = "00"
004390         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
004400         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
004410         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004420     END-IF.
004430     MOVE SUBSCRIPTION-RECORD TO WS-BEFORE-IMAGE.
004440     MOVE SB-MODE TO WS-NEW-MODE.
004450     IF TRN-VALUE-TO NOT = SPACES
004460         MOVE TRN-VALUE-TO TO SB-VALUE-TO
004470     END-IF.
004480     IF TRN-MODE NOT = SPACE
004490         MOVE TRN-MODE TO SB-MODE
004500         MOVE TRN-MODE TO WS-NEW-MODE
004510     END-IF.
004520     IF TRN-DESCRIPTION NOT = SPACES
004530         MOVE TRN-DESCRIPTION TO SB-DESCRIPTION
004540     END-IF.
004550     REWRITE SUBSCRIPTION-RECORD.
004560     IF WS-SUBMAST-STATUS NOT = "00"
004570         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
004580         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
004590         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004600     END-IF.
004610     MOVE "CHANGED" TO WS-DISPOSITION.
004620     ADD 1 TO WS-TRANS-APPLIED.
004630     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
004640     PERFORM 2600-SPREAD-MODE THRU 2600-EXIT.
004650     IF WS-ROWS-SPREAD > ZERO
004660         MOVE "CHANGED + MODE ALL ROWS" TO WS-DISPOSITION
004670     END-IF.
004680     GO TO 2300-EXIT.
004690 2300-REJECT.
004700     ADD 1 TO WS-TRANS-REJECTED.
004710     IF WS-RETURN-CODE < 8
004720         MOVE 8 TO WS-RETURN-CODE
004730     END-IF.
004740 2300-EXIT.
004750     EXIT.
004760
004770*-----------------------------------------------------------
004780* 2400-APPLY-DELETE - REMOVE A SELECTION. THE RECORD IS READ
004790* FIRST SO THE JOURNAL KEEPS WHAT WAS REMOVED. DELETING A
004800* CONSUMER'S LAST SELECTION STOPS ITS FILE.
004810*-----------------------------------------------------------
004820 2400-APPLY-DELETE.
004830     MOVE TRN-KEY TO SB-KEY.
004840     READ SUBSCRIPTION-FILE
004850         INVALID KEY
004860             MOVE "REJECTED - NOT FOUND" TO WS-DISPOSITION
004870     END-READ.
004880     IF WS-DISPOSITION = SPACES
004890         IF WS-SUBMAST-STATUS NOT = "00"
004900             MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
004910             MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
004920             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004930         END-IF
004940         MOVE SUBSCRIPTION-RECORD TO WS-BEFORE-IMAGE
004950         DELETE SUBSCRIPTION-FILE RECORD
004960         IF WS-SUBMAST-STATUS = "00"
004970             MOVE "DELETED" TO WS-DISPOSITION
004980             ADD 1 TO WS-TRANS-APPLIED
004990             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
005000         ELSE
005010             MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
005020             MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
005030             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005040         END-IF
005050     ELSE
005060         ADD 1 TO WS-TRANS-REJECTED
005070         IF WS-RETURN-CODE < 8
005080             MOVE 8 TO WS-RETURN-CODE
005090         END-IF
005100     END-IF.
005110 2400-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------
005150* 2500-GET-CONSUMER-MODE - THE MODE OF THE TRANSACTION'S
005160* CONSUMER FROM ITS FIRST SELECTION ON THE MASTER INTO
005170* WS-CONSUMER-MODE; SPACE FOR A NEW CONSUMER.
005180*-----------------------------------------------------------
005190 2500-GET-CONSUMER-MODE.
005200     MOVE SPACE TO WS-CONSUMER-MODE.
005210     PERFORM 2550-START-CONSUMER THRU 2550-EXIT.
005220     IF WS-BROWSE-END
005230         GO TO 2500-EXIT
005240     END-IF.
005250     PERFORM 2560-READ-CONSUMER-NEXT THRU 2560-EXIT.
005260     IF NOT WS-BROWSE-END
005270         MOVE SB-MODE TO WS-CONSUMER-MODE
005280     END-IF.
005290 2500-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------
005330* 2550-START-CONSUMER - POSITION THE MASTER AT THE FIRST
005340* SELECTION OF THE TRANSACTION'S CONSUMER.
005350*-----------------------------------------------------------
005360 2550-START-CONSUMER.
005370     MOVE "N" TO WS-BROWSE-END-SWITCH.
005380     MOVE LOW-VALUES TO SB-KEY.
005390     MOVE TRN-CONSUMER-ID TO SB-CONSUMER-ID.
005400     START SUBSCRIPTION-FILE KEY IS NOT < SB-KEY
005410         INVALID KEY
005420             SET WS-BROWSE-END TO TRUE
005430     END-START.
005440     IF WS-SUBMAST-STATUS NOT = "00" AND
005450             WS-SUBMAST-STATUS NOT = "23"
005460         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
005470         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
005480         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005490     END-IF.
005500 2550-EXIT.
005510     EXIT.
005520
005530*-----------------------------------------------------------
005540* 2560-READ-CONSUMER-NEXT - NEXT SELECTION IN KEY ORDER; THE
005550* BROWSE ENDS AT END OF FILE OR THE NEXT CONSUMER.
005560*-----------------------------------------------------------
005570 2560-READ-CONSUMER-NEXT.
005580     READ SUBSCRIPTION-FILE NEXT RECORD
005590         AT END
005600             SET WS-BROWSE-END TO TRUE
005610             GO TO 2560-EXIT
005620     END-READ.
005630     IF WS-SUBMAST-STATUS NOT = "00"
005640         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
005650         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
005660         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005670     END-IF.
005680     IF SB-CONSUMER-ID NOT = TRN-CONSUMER-ID
005690         SET WS-BROWSE-END TO TRUE
005700     END-IF.
005710 2560-EXIT.
005720     EXIT.
005730
005740*-----------------------------------------------------------
005750* 2600-SPREAD-MODE - AFTER A CHANGE, SET EVERY OTHER
005760* SELECTION OF THE CONSUMER STILL IN ANOTHER MODE TO
005770* WS-NEW-MODE, JOURNALING EACH AS A CHANGE UNDER THE SAME
005780* REQUESTER. WS-ROWS-SPREAD COUNTS THEM.
005790*-----------------------------------------------------------
005800 2600-SPREAD-MODE.
005810     MOVE ZERO TO WS-ROWS-SPREAD.
005820     PERFORM 2550-START-CONSUMER THRU 2550-EXIT.
005830     PERFORM 2610-SPREAD-ONE-ROW THRU 2610-EXIT
005840         UNTIL WS-BROWSE-END.
005850 2600-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------
005890* 2610-SPREAD-ONE-ROW - ONE SELECTION OF THE CONSUMER.
005900*-----------------------------------------------------------
005910 2610-SPREAD-ONE-ROW.
005920     PERFORM 2560-READ-CONSUMER-NEXT THRU 2560-EXIT.
005930     IF WS-BROWSE-END OR SB-MODE = WS-NEW-MODE
005940         GO TO 2610-EXIT
005950     END-IF.
005960     MOVE SUBSCRIPTION-RECORD TO WS-BEFORE-IMAGE.
005970     MOVE WS-NEW-MODE TO SB-MODE.
005980     REWRITE SUBSCRIPTION-RECORD.
005990     IF WS-SUBMAST-STATUS NOT = "00"
006000         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
006010         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
006020         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006030     END-IF.
006040     ADD 1 TO WS-ROWS-SPREAD.
006050     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
006060 2610-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------
006100* 2800-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL RECORD FOR
006110* THE SELECTION JUST UPDATED: THE BEFORE IMAGE SAVED BY THE
006120* HANDLER (SPACES FOR AN ADD) AND THE SELECTION AS IT NOW
006130* STANDS (SPACES FOR A DELETE).
006140*-----------------------------------------------------------
006150 2800-WRITE-JOURNAL.
006160     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
006170     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
006180     MOVE WS-RUN-TIME TO CJ-RUN-TIME.
006190     SET CJ-SUBSCRIPTION TO TRUE.
006200     MOVE TRN-ACTION TO CJ-ACTION.
006210     MOVE TRN-REQUESTER TO CJ-REQUESTER.
006220     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
006230     IF NOT TRN-DELETE
006240         MOVE SUBSCRIPTION-RECORD TO CJ-AFTER-IMAGE
006250     END-IF.
006260     WRITE CHANGE-JOURNAL-RECORD.
006270     IF WS-JOURNAL-STATUS NOT = "00"
006280         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
006290         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
006300         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006310     END-IF.
006320     ADD 1 TO WS-TRANS-JOURNALED.
006330 2800-EXIT.
006340     EXIT.
006350
006360*-----------------------------------------------------------
006370* 2900-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER
006380* TRANSACTION WITH ITS DISPOSITION.
006390*-----------------------------------------------------------
006400 2900-WRITE-EDIT-LINE.
006410     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006420         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006430     END-IF.
006440     MOVE TRN-ACTION TO DTL-ACTION.
006450     MOVE TRN-CONSUMER-ID TO DTL-CONSUMER-ID.
006460     MOVE TRN-SOURCE-CODE TO DTL-SOURCE-CODE.
006470     MOVE TRN-VALUE-FROM TO DTL-VALUE-FROM.
006480     MOVE TRN-VALUE-TO TO DTL-VALUE-TO.
006490     MOVE TRN-MODE TO DTL-MODE.
006500     MOVE TRN-DESCRIPTION TO DTL-DESCRIPTION.
006510     MOVE TRN-REQUESTER TO DTL-REQUESTER.
006520     MOVE WS-DISPOSITION TO DTL-DISPOSITION.
006530     MOVE WS-DETAIL-LINE TO PRINT-RECORD.
006540     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006550     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006560     ADD 1 TO WS-PRINT-LINE-COUNT.
006570 2900-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------
006610* 8000-TERMINATE - TOTALS LINE, THEN CLOSE EVERYTHING.
006620*-----------------------------------------------------------
006630 8000-TERMINATE.
006640     MOVE WS-TRANS-READ TO TOT-READ.
006650     MOVE WS-TRANS-APPLIED TO TOT-APPLIED.
006660     MOVE WS-TRANS-REJECTED TO TOT-REJECTED.
006670     MOVE WS-TRANS-JOURNALED TO TOT-JOURNALED.
006680     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
006690     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006700     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006710     CLOSE PRINT-FILE.
006720     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006730     IF WS-TRAN-STATUS NOT = "35"
006740         CLOSE TRAN-FILE
006750         IF WS-TRAN-STATUS NOT = "00"
006760             MOVE "SUBTRAN" TO WS-ERROR-FILE-NAME
006770             MOVE WS-TRAN-STATUS TO WS-ERROR-STATUS
006780             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006790         END-IF
006800     END-IF.
006810     CLOSE SUBSCRIPTION-FILE.
006820     IF WS-SUBMAST-STATUS NOT = "00"
006830         MOVE "SUBMAST" TO WS-ERROR-FILE-NAME
006840         MOVE WS-SUBMAST-STATUS TO WS-ERROR-STATUS
006850         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006860     END-IF.
006870     CLOSE JOURNAL-FILE.
006880     IF WS-JOURNAL-STATUS NOT = "00"
006890         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
006900         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
006910         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006920     END-IF.
006930 8000-EXIT.
006940     EXIT.
006950
006960*-----------------------------------------------------------
006970* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006980* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006990* COMMON FILE-ERROR PARAGRAPH.
007000*-----------------------------------------------------------
007010 9810-CHECK-PRINT-STATUS.
007020     IF WS-PRINT-STATUS NOT = "00"
007030         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
007040         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
007050         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007060     END-IF.
007070 9810-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------
007110* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
007120* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
007130* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
007140* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
007150*-----------------------------------------------------------
007160 9800-FILE-ERROR.
007170     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
007180         " STATUS: " WS-ERROR-STATUS.
007190     MOVE 12 TO WS-RETURN-CODE.
007200     MOVE WS-RETURN-CODE TO RETURN-CODE.
007210     STOP RUN.
007220 9800-EXIT.
007230     EXIT.
