000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPAUDIDX.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - AUDIT-INDEX REBUILD.
000100*                    BUILDS THE KEYED AUDIT INDEX (SEE FPAUXREC)
000110*                    FROM THE LIVE AUDITLOG AND EVERY ARCHIVED
000120*                    AUDARCH YEAR: ONE ENTRY PER VALUE APPEARANCE,
000130*                    KEYED ON THE VALUE (CANONICAL AND, WHEN IT
000140*                    DIFFERS, AS RECEIVED) PLUS RUN DATE AND TIME,
000150*                    EACH POINTING AT THE DATASET AND RECORD IT
000160*                    CAME FROM. FPVALINQ READS IT FOR A VALUE'S
000170*                    WHOLE AUDIT TRAIL ACROSS ALL YEARS, SO A
000180*                    MULTI-YEAR AUDIT REQUEST NO LONGER MEANS
000190*                    RESTORING AND SCANNING THE ARCHIVES.
000200*---------------------------------------------------------------
000210* THE INDEX IS REBUILT FROM SCRATCH EVERY RUN - THE JOB DELETES
000220* AND DEFINES THE CLUSTER FIRST - SO ENTRIES FOR RECORDS THAT
000230* FPAUDARC HAS SINCE MOVED TO AN ARCHIVE YEAR POINT AT THE
000240* RIGHT DATASET AGAIN.
000250*
000260* AUDARCH IS THE CONCATENATION OF EVERY ARCHIVED YEAR, OLDEST
000270* FIRST. FPAUDARC ONLY EVER PUTS ONE YEAR'S RECORDS INTO A YEAR
000280* DATASET, SO THE RUN-DATE YEAR OF AN ARCHIVED RECORD NAMES ITS
000290* DATASET, AND THE RECORD'S POSITION IN THAT DATASET IS ITS
000300* POSITION WITHIN ITS YEAR ON THE CONCATENATION. A YEAR THAT
000310* ARRIVES AFTER A LATER YEAR MEANS THE CONCATENATION IS OUT OF
000320* ORDER; ITS RECORD NUMBERS CANNOT BE TRUSTED AND THE RUN ENDS
000330* RC=08.
000340*
000350* CONTROL ("C") AND OVERRIDE ("O") AUDIT RECORDS ECHO THE LAST
000360* DETAIL AND ARE NOT VALUE APPEARANCES, SO THEY ARE COUNTED BUT
000370* NOT INDEXED; NEITHER IS A BLANK VALUE. THE INDEX CONTROL
000380* RECORD IS WRITTEN LAST, ONLY WHEN EVERY ENTRY IS IN.
000390*
000400* RETURN CODES:
000410*   RC=00  INDEX REBUILT
000420*   RC=04  NO ARCHIVED YEARS SUPPLIED (AUDARCH MISSING OR EMPTY)
000430*          - THE INDEX COVERS THE LIVE LOG ONLY
000440*   RC=08  AUDARCH YEARS OUT OF ORDER, MORE YEARS THAN THE REPORT
000450*          TABLE HOLDS, OR DUPLICATE INDEX KEYS - SEE PRTOUT
000460*   RC=12  UNEXPECTED FILE STATUS - SEE SYSOUT. THE INDEX HAS NO
000470*          CONTROL RECORD AND FPVALINQ WILL NOT USE IT
000480*---------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550
000560     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-ARCHIVE-STATUS.
000590
000600     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDINDX"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS AUX-KEY
000640         FILE STATUS IS WS-INDEX-STATUS.
000650
000660     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PRINT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  AUDIT-LOG-FILE
000730     RECORDING MODE IS F.
000740 01  AUDIT-LOG-RECORD                PIC X(80).
000750
000760 FD  ARCHIVE-FILE
000770     RECORDING MODE IS F.
000780 01  ARCHIVE-RECORD                  PIC X(80).
000790
000800 FD  AUDIT-INDEX-FILE.
000810     COPY FPAUXREC.
000820
000830 FD  PRINT-FILE
000840     RECORDING MODE IS F.
000850 01  PRINT-RECORD                    PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880 77  WS-AUDIT-STATUS                 PIC X(02).
000890 77  WS-ARCHIVE-STATUS               PIC X(02).
000900 77  WS-INDEX-STATUS                 PIC X(02).
000910 77  WS-PRINT-STATUS                 PIC X(02).
000920 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000930
000940 77  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
000950     88  WS-AUDIT-EOF                    VALUE "Y".
000960 77  WS-ARCHIVE-EOF-SWITCH           PIC X(01) VALUE "N".
000970     88  WS-ARCHIVE-EOF                  VALUE "Y".
000980
000990 77  WS-REC-NO                       PIC 9(09) COMP VALUE ZERO.
001000 77  WS-AUD-YEAR                     PIC 9(04) VALUE ZERO.
001010 77  WS-CURRENT-YEAR                 PIC 9(04) VALUE ZERO.
001020 77  WS-LIVE-THRU-DATE               PIC 9(08) VALUE ZERO.
001030 77  WS-LIVE-THRU-TIME               PIC 9(08) VALUE ZERO.
001040
001050 77  WS-RECORDS-READ                 PIC 9(09) COMP VALUE ZERO.
001060 77  WS-RECORDS-SKIPPED              PIC 9(09) COMP VALUE ZERO.
001070 77  WS-BLANK-VALUES                 PIC 9(09) COMP VALUE ZERO.
001080 77  WS-ENTRIES-WRITTEN              PIC 9(09) COMP VALUE ZERO.
001090 77  WS-RCVD-ENTRIES                 PIC 9(09) COMP VALUE ZERO.
001100 77  WS-DUPLICATE-KEYS               PIC 9(09) COMP VALUE ZERO.
001110 77  WS-YEARS-OUT-OF-ORDER           PIC 9(07) COMP VALUE ZERO.
001120
001130 77  WS-IDX                          PIC 9(03) COMP VALUE ZERO.
001140 77  WS-DSN-IDX                      PIC 9(03) COMP VALUE ZERO.
001150
001160 77  WS-ERROR-FILE-NAME              PIC X(09).
001170 77  WS-ERROR-STATUS                 PIC X(02).
001180
001190 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001200 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001210 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001220
001230 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001240 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001250 01  WS-HOLD-LINE                    PIC X(80) VALUE SPACES.
001260
001270*---------------------------------------------------------------
001280* THE AUDIT RECORD BEING INDEXED, FROM EITHER INPUT.
001290*---------------------------------------------------------------
001300     COPY FPAUDREC.
001310
001320*---------------------------------------------------------------
001330* DATASET NAMES AS THEY GO ON THE INDEX (BELOW PROD.FPUNUSED.).
001340*---------------------------------------------------------------
001350 01  WS-LIVE-DATASET                 PIC X(20) VALUE "AUDITLOG".
001360 01  WS-ARCH-DATASET.
001370     05  FILLER                      PIC X(09) VALUE "AUDARCH.Y".
001380     05  WS-ARCH-DSN-YEAR            PIC 9(04).
001390     05  FILLER                      PIC X(07) VALUE SPACES.
001400 01  WS-CURRENT-DATASET              PIC X(20) VALUE SPACES.
001410
001420*---------------------------------------------------------------
001430* ONE ENTRY PER DATASET INDEXED, FOR THE SOURCES REPORT. THE
001440* LIVE LOG TAKES THE FIRST ENTRY. YEARS BEYOND THE TABLE ARE
001450* STILL INDEXED, ONLY NOT REPORTED SEPARATELY.
001460*---------------------------------------------------------------
001470 01  WS-DSN-TABLE.
001480     05  WS-DSN-COUNT                PIC 9(03) COMP VALUE ZERO.
001490     05  WS-DSN-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
001500     05  WS-DSN-ENTRY OCCURS 40 TIMES.
001510         10  WS-DSN-NAME             PIC X(20).
001520         10  WS-DSN-FIRST-DATE       PIC 9(08).
001530         10  WS-DSN-LAST-DATE        PIC 9(08).
001540         10  WS-DSN-RECORDS          PIC 9(09) COMP.
001550         10  WS-DSN-SKIPPED          PIC 9(09) COMP.
001560         10  WS-DSN-ENTRIES          PIC 9(09) COMP.
001570
001580*---------------------------------------------------------------
001590* PRINT LINE LAYOUTS
001600*---------------------------------------------------------------
001610 01  WS-HEADER-LINE-1.
001620     05  FILLER                      PIC X(38)
001630             VALUE "FPAUDIDX - AUDIT INDEX REBUILD        ".
001640     05  FILLER                      PIC X(05) VALUE "PAGE ".
001650     05  HDR-PAGE-NO                 PIC ZZ9.
001660     05  FILLER                      PIC X(34) VALUE SPACES.
001670
001680 01  WS-HEADER-LINE-2.
001690     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001700     05  HDR-RUN-DATE                PIC 9(08).
001710     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
001720     05  HDR-RUN-TIME                PIC 9(08).
001730     05  FILLER                      PIC X(45) VALUE SPACES.
001740
001750 01  WS-SECTION-LINE.
001760     05  SEC-TITLE                   PIC X(40).
001770     05  FILLER                      PIC X(40) VALUE SPACES.
001780
001790 01  WS-COLUMN-LINE.
001800     05  FILLER                      PIC X(23) VALUE "  DATASET".
001810     05  FILLER                      PIC X(10) VALUE "FIRST RUN".
001820     05  FILLER                      PIC X(08) VALUE "LAST RUN".
001830     05  FILLER                      PIC X(12)
001840             VALUE "     RECORDS".
001850     05  FILLER                      PIC X(12)
001860             VALUE "     SKIPPED".
001870     05  FILLER                      PIC X(12)
001880             VALUE "     ENTRIES".
001890     05  FILLER                      PIC X(03) VALUE SPACES.
001900
001910 01  WS-DATASET-LINE.
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  DSL-NAME                    PIC X(20).
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001950     05  DSL-FIRST-DATE              PIC 9(08).
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  DSL-LAST-DATE               PIC 9(08).
001980     05  FILLER                      PIC X(01) VALUE SPACE.
001990     05  DSL-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                      PIC X(01) VALUE SPACE.
002010     05  DSL-SKIPPED                 PIC ZZZ,ZZZ,ZZ9.
002020     05  FILLER                      PIC X(01) VALUE SPACE.
002030     05  DSL-ENTRIES                 PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER                      PIC X(03) VALUE SPACES.
002050
002060 01  WS-NOTE-LINE.
002070     05  FILLER                      PIC X(04) VALUE SPACES.
002080     05  FILLER                      PIC X(03) VALUE "** ".
002090     05  NOTE-TEXT                   PIC X(73).
002100
002110 01  WS-TOTAL-LINE.
002120     05  FILLER                      PIC X(04) VALUE SPACES.
002130     05  TOT-DESC                    PIC X(44).
002140     05  TOT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.
002150     05  FILLER                      PIC X(21) VALUE SPACES.
002160
002170 01  WS-THRU-LINE.
002180     05  FILLER                      PIC X(04) VALUE SPACES.
002190     05  FILLER                      PIC X(44)
002200             VALUE "LIVE LOG INDEXED THROUGH RUN".
002210     05  THR-DATE                    PIC 9(08).
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  THR-TIME                    PIC 9(08).
002240     05  FILLER                      PIC X(15) VALUE SPACES.
002250
002260*---------------------------------------------------------------
002270* PROCEDURE DIVISION
002280*---------------------------------------------------------------
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-INDEX-ARCHIVE THRU 2000-EXIT
002330         UNTIL WS-ARCHIVE-EOF.
002340     PERFORM 3000-INDEX-LIVE-LOG THRU 3000-EXIT
002350         UNTIL WS-AUDIT-EOF.
002360     PERFORM 6000-WRITE-CONTROL-RECORD THRU 6000-EXIT.
002370     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
002380     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002390 0000-EXIT.
002400     MOVE WS-RETURN-CODE TO RETURN-CODE.
002410     STOP RUN.
002420
002430*-----------------------------------------------------------
002440* 1000-INITIALIZE - OPEN THE INPUTS AND THE FRESHLY DEFINED
002450* INDEX. A MISSING AUDITLOG OR AUDARCH IS AN EMPTY ONE.
002460*-----------------------------------------------------------
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002490     ACCEPT WS-RUN-TIME FROM TIME.
002500
002510     OPEN INPUT AUDIT-LOG-FILE.
002520     EVALUATE WS-AUDIT-STATUS
002530         WHEN "00"
002540             CONTINUE
002550         WHEN "35"
002560             SET WS-AUDIT-EOF TO TRUE
002570         WHEN OTHER
002580             MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
002590             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
002600             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002610     END-EVALUATE.
002620
002630     OPEN INPUT ARCHIVE-FILE.
002640     EVALUATE WS-ARCHIVE-STATUS
002650         WHEN "00"
002660             CONTINUE
002670         WHEN "35"
002680             SET WS-ARCHIVE-EOF TO TRUE
002690         WHEN OTHER
002700             MOVE "AUDARCH" TO WS-ERROR-FILE-NAME
002710             MOVE WS-ARCHIVE-STATUS TO WS-ERROR-STATUS
002720             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002730     END-EVALUATE.
002740
002750     OPEN OUTPUT AUDIT-INDEX-FILE.
002760     IF WS-INDEX-STATUS NOT = "00"
002770         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
002780         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
002790         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002800     END-IF.
002810
002820     OPEN OUTPUT PRINT-FILE.
002830     IF WS-PRINT-STATUS NOT = "00"
002840         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
002850         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
002860         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002870     END-IF.
002880     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910
002920*-----------------------------------------------------------
002930* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE.
002940*-----------------------------------------------------------
002950 1700-WRITE-REPORT-HEADER.
002960     ADD 1 TO WS-PRINT-PAGE-COUNT.
002970     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
002980     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002990     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
003000     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
003010     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
003020     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003030     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
003040     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003050     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003060     MOVE SPACES TO PRINT-RECORD.
003070     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003080     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003090     MOVE 3 TO WS-PRINT-LINE-COUNT.
003100 1700-EXIT.
003110     EXIT.
003120
003130*-----------------------------------------------------------
003140* 2000-INDEX-ARCHIVE - ONE ARCHIVED AUDIT RECORD. A CHANGE OF
003150* RUN-DATE YEAR STARTS THE NEXT YEAR DATASET ON THE
003160* CONCATENATION AND RESTARTS THE RECORD NUMBER.
003170*-----------------------------------------------------------
003180 2000-INDEX-ARCHIVE.
003190     READ ARCHIVE-FILE INTO AUDIT-RECORD
003200         AT END
003210             SET WS-ARCHIVE-EOF TO TRUE
003220     END-READ.
003230     IF WS-ARCHIVE-EOF
003240         GO TO 2000-EXIT
003250     END-IF.
003260     IF WS-ARCHIVE-STATUS NOT = "00"
003270         MOVE "AUDARCH" TO WS-ERROR-FILE-NAME
003280         MOVE WS-ARCHIVE-STATUS TO WS-ERROR-STATUS
003290         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003300     END-IF.
003310     MOVE AUD-RUN-DATE (1:4) TO WS-AUD-YEAR.
003320     IF WS-AUD-YEAR NOT = WS-CURRENT-YEAR OR WS-REC-NO = ZERO
003330         PERFORM 2100-START-ARCHIVE-YEAR THRU 2100-EXIT
003340     END-IF.
003350     ADD 1 TO WS-REC-NO.
003360     PERFORM 5000-INDEX-AUDIT-RECORD THRU 5000-EXIT.
003370 2000-EXIT.
003380     EXIT.
003390
003400*-----------------------------------------------------------
003410* 2100-START-ARCHIVE-YEAR - NAME THE NEXT YEAR DATASET AND GIVE
003420* IT A LINE ON THE SOURCES REPORT. A YEAR EARLIER THAN THE ONE
003430* BEFORE IT IS NOTED - THE CONCATENATION IS OUT OF ORDER.
003440*-----------------------------------------------------------
003450 2100-START-ARCHIVE-YEAR.
003460     IF WS-AUD-YEAR < WS-CURRENT-YEAR
003470         ADD 1 TO WS-YEARS-OUT-OF-ORDER
003480         DISPLAY "FPAUDIDX: AUDARCH YEAR " WS-AUD-YEAR
003490             " FOLLOWS YEAR " WS-CURRENT-YEAR
003500             " - CONCATENATION OUT OF ORDER"
003510     END-IF.
003520     MOVE WS-AUD-YEAR TO WS-CURRENT-YEAR.
003530     MOVE WS-AUD-YEAR TO WS-ARCH-DSN-YEAR.
003540     MOVE WS-ARCH-DATASET TO WS-CURRENT-DATASET.
003550     MOVE ZERO TO WS-REC-NO.
003560     PERFORM 2200-ADD-DATASET-ENTRY THRU 2200-EXIT.
003570 2100-EXIT.
003580     EXIT.
003590
003600*-----------------------------------------------------------
003610* 2200-ADD-DATASET-ENTRY - A NEW SOURCES-REPORT ENTRY FOR THE
003620* DATASET IN WS-CURRENT-DATASET; WS-DSN-IDX STAYS ZERO WHEN THE
003630* TABLE IS FULL.
003640*-----------------------------------------------------------
003650 2200-ADD-DATASET-ENTRY.
003660     MOVE ZERO TO WS-DSN-IDX.
003670     IF WS-DSN-COUNT >= 40
003680         ADD 1 TO WS-DSN-OVERFLOW
003690         GO TO 2200-EXIT
003700     END-IF.
003710     ADD 1 TO WS-DSN-COUNT.
003720     MOVE WS-DSN-COUNT TO WS-DSN-IDX.
003730     MOVE WS-CURRENT-DATASET TO WS-DSN-NAME (WS-DSN-IDX).
003740     MOVE ZERO TO WS-DSN-FIRST-DATE (WS-DSN-IDX).
003750     MOVE ZERO TO WS-DSN-LAST-DATE (WS-DSN-IDX).
003760     MOVE ZERO TO WS-DSN-RECORDS (WS-DSN-IDX).
003770     MOVE ZERO TO WS-DSN-SKIPPED (WS-DSN-IDX).
003780     MOVE ZERO TO WS-DSN-ENTRIES (WS-DSN-IDX).
003790 2200-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------
003830* 3000-INDEX-LIVE-LOG - ONE LIVE AUDIT RECORD. THE NEWEST RUN
003840* SEEN IS KEPT FOR THE CONTROL RECORD.
003850*-----------------------------------------------------------
003860 3000-INDEX-LIVE-LOG.
003870     READ AUDIT-LOG-FILE INTO AUDIT-RECORD
003880         AT END
003890             SET WS-AUDIT-EOF TO TRUE
003900     END-READ.
003910     IF WS-AUDIT-EOF
003920         GO TO 3000-EXIT
003930     END-IF.
003940     IF WS-AUDIT-STATUS NOT = "00"
003950         MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
003960         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
003970         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003980     END-IF.
003990     IF WS-CURRENT-DATASET NOT = WS-LIVE-DATASET
004000         MOVE WS-LIVE-DATASET TO WS-CURRENT-DATASET
004010         MOVE ZERO TO WS-REC-NO
004020         PERFORM 2200-ADD-DATASET-ENTRY THRU 2200-EXIT
004030     END-IF.
004040     ADD 1 TO WS-REC-NO.
004050     IF AUD-RUN-DATE > WS-LIVE-THRU-DATE OR
004060             (AUD-RUN-DATE = WS-LIVE-THRU-DATE AND
004070              AUD-RUN-TIME > WS-LIVE-THRU-TIME)
004080         MOVE AUD-RUN-DATE TO WS-LIVE-THRU-DATE
004090         MOVE AUD-RUN-TIME TO WS-LIVE-THRU-TIME
004100     END-IF.
004110     PERFORM 5000-INDEX-AUDIT-RECORD THRU 5000-EXIT.
004120 3000-EXIT.
004130     EXIT.
004140
004150*-----------------------------------------------------------
004160* 5000-INDEX-AUDIT-RECORD - INDEX THE RECORD UNDER ITS
004170* CANONICAL VALUE AND, WHEN THE SENDER SPELLED IT DIFFERENTLY,
004180* UNDER THE AS-RECEIVED VALUE TOO.
004190*-----------------------------------------------------------
004200 5000-INDEX-AUDIT-RECORD.
004210     ADD 1 TO WS-RECORDS-READ.
004220     IF WS-DSN-IDX > ZERO
004230         ADD 1 TO WS-DSN-RECORDS (WS-DSN-IDX)
004240         IF WS-DSN-FIRST-DATE (WS-DSN-IDX) = ZERO
004250             MOVE AUD-RUN-DATE TO WS-DSN-FIRST-DATE (WS-DSN-IDX)
004260         END-IF
004270         IF AUD-RUN-DATE > WS-DSN-LAST-DATE (WS-DSN-IDX)
004280             MOVE AUD-RUN-DATE TO WS-DSN-LAST-DATE (WS-DSN-IDX)
004290         END-IF
004300     END-IF.
004310     IF AUD-DISP-CONTROL OR AUD-DISP-OVERRIDE
004320         ADD 1 TO WS-RECORDS-SKIPPED
004330         IF WS-DSN-IDX > ZERO
004340             ADD 1 TO WS-DSN-SKIPPED (WS-DSN-IDX)
004350         END-IF
004360         GO TO 5000-EXIT
004370     END-IF.
004380     IF AUD-MY-VAR = SPACES
004390         ADD 1 TO WS-BLANK-VALUES
004400     ELSE
004410         MOVE AUD-MY-VAR TO AUX-VALUE
004420         PERFORM 5100-WRITE-INDEX-ENTRY THRU 5100-EXIT
004430     END-IF.
004440     IF AUD-RCVD-VAR NOT = SPACES AND
004450             AUD-RCVD-VAR NOT = AUD-MY-VAR
004460         MOVE AUD-RCVD-VAR TO AUX-VALUE
004470         PERFORM 5100-WRITE-INDEX-ENTRY THRU 5100-EXIT
004480         ADD 1 TO WS-RCVD-ENTRIES
004490     END-IF.
004500 5000-EXIT.
004510     EXIT.
004520
004530*-----------------------------------------------------------
004540* 5100-WRITE-INDEX-ENTRY - ONE INDEX ENTRY FOR THE VALUE IN
004550* AUX-VALUE. A DUPLICATE KEY IS COUNTED, NOT FATAL.
004560*-----------------------------------------------------------
004570 5100-WRITE-INDEX-ENTRY.
004580     MOVE AUD-RUN-DATE TO AUX-RUN-DATE.
004590     MOVE AUD-RUN-TIME TO AUX-RUN-TIME.
004600     MOVE WS-REC-NO TO AUX-REC-NO.
004610     MOVE AUD-MY-VAR TO AUX-MY-VAR.
004620     MOVE AUD-RCVD-VAR TO AUX-RCVD-VAR.
004630     MOVE AUD-DISPOSITION TO AUX-DISPOSITION.
004640     MOVE AUD-JOB-NAME TO AUX-JOB-NAME.
004650     MOVE AUD-RETURN-CODE TO AUX-RETURN-CODE.
004660     MOVE WS-CURRENT-DATASET TO AUX-DATASET.
004670     WRITE AUDIT-INDEX-RECORD
004680         INVALID KEY
004690             ADD 1 TO WS-DUPLICATE-KEYS
004700             GO TO 5100-EXIT
004710     END-WRITE.
004720     IF WS-INDEX-STATUS NOT = "00"
004730         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
004740         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
004750         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004760     END-IF.
004770     ADD 1 TO WS-ENTRIES-WRITTEN.
004780     IF WS-DSN-IDX > ZERO
004790         ADD 1 TO WS-DSN-ENTRIES (WS-DSN-IDX)
004800     END-IF.
004810 5100-EXIT.
004820     EXIT.
004830
004840*-----------------------------------------------------------
004850* 6000-WRITE-CONTROL-RECORD - THE LAST RECORD WRITTEN; ITS
004860* PRESENCE TELLS FPVALINQ THE BUILD FINISHED.
004870*-----------------------------------------------------------
004880 6000-WRITE-CONTROL-RECORD.
004890     MOVE SPACES TO AUDIT-INDEX-CONTROL.
004900     MOVE LOW-VALUES TO AUXC-KEY.
004910     MOVE WS-RUN-DATE TO AUXC-BUILD-DATE.
004920     MOVE WS-RUN-TIME TO AUXC-BUILD-TIME.
004930     MOVE WS-LIVE-THRU-DATE TO AUXC-LIVE-THRU-DATE.
004940     MOVE WS-LIVE-THRU-TIME TO AUXC-LIVE-THRU-TIME.
004950     MOVE WS-ENTRIES-WRITTEN TO AUXC-ENTRIES.
004960     WRITE AUDIT-INDEX-RECORD.
004970     IF WS-INDEX-STATUS NOT = "00"
004980         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
004990         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
005000         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005010     END-IF.
005020 6000-EXIT.
005030     EXIT.
005040
005050*-----------------------------------------------------------
005060* 7000-WRITE-REPORT - ONE LINE PER DATASET INDEXED, THE
005070* TOTALS, AND THE RETURN CODE.
005080*-----------------------------------------------------------
005090 7000-WRITE-REPORT.
005100     MOVE "INDEX SOURCES" TO SEC-TITLE.
005110     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005120     MOVE WS-COLUMN-LINE TO PRINT-RECORD.
005130     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005140     PERFORM 7100-WRITE-DATASET-LINE THRU 7100-EXIT
005150         VARYING WS-IDX FROM 1 BY 1
005160         UNTIL WS-IDX > WS-DSN-COUNT.
005170     IF WS-DSN-OVERFLOW > ZERO
005180         MOVE "DATASETS BEYOND REPORT TABLE - INDEXED, NOT LISTED"
005190             TO NOTE-TEXT
005200         MOVE WS-NOTE-LINE TO PRINT-RECORD
005210         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005220     END-IF.
005230     IF WS-YEARS-OUT-OF-ORDER > ZERO
005240         MOVE "AUDARCH YEARS OUT OF ORDER - RECORD NOS UNRELIABLE"
005250             TO NOTE-TEXT
005260         MOVE WS-NOTE-LINE TO PRINT-RECORD
005270         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005280     END-IF.
005290
005300     MOVE "TOTALS" TO SEC-TITLE.
005310     PERFORM 7700-WRITE-SECTION-TITLE THRU 7700-EXIT.
005320     MOVE "AUDIT RECORDS READ" TO TOT-DESC.
005330     MOVE WS-RECORDS-READ TO TOT-AMOUNT.
005340     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
005350     MOVE "CONTROL/OVERRIDE RECORDS NOT INDEXED" TO TOT-DESC.
005360     MOVE WS-RECORDS-SKIPPED TO TOT-AMOUNT.
005370     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
005380     MOVE "BLANK VALUES NOT INDEXED" TO TOT-DESC.
005390     MOVE WS-BLANK-VALUES TO TOT-AMOUNT.
005400     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
005410     MOVE "INDEX ENTRIES WRITTEN" TO TOT-DESC.
005420     MOVE WS-ENTRIES-WRITTEN TO TOT-AMOUNT.
005430     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
005440     MOVE "  OF WHICH UNDER THE AS-RECEIVED VALUE" TO TOT-DESC.
005450     MOVE WS-RCVD-ENTRIES TO TOT-AMOUNT.
005460     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
005470     MOVE "DUPLICATE KEYS NOT INDEXED" TO TOT-DESC.
005480     MOVE WS-DUPLICATE-KEYS TO TOT-AMOUNT.
005490     PERFORM 7200-WRITE-TOTAL-LINE THRU 7200-EXIT.
005500     MOVE WS-LIVE-THRU-DATE TO THR-DATE.
005510     MOVE WS-LIVE-THRU-TIME TO THR-TIME.
005520     MOVE WS-THRU-LINE TO PRINT-RECORD.
005530     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005540
005550     IF WS-CURRENT-YEAR = ZERO
005560         IF WS-RETURN-CODE < 4
005570             MOVE 4 TO WS-RETURN-CODE
005580         END-IF
005590     END-IF.
005600     IF WS-YEARS-OUT-OF-ORDER > ZERO OR WS-DSN-OVERFLOW > ZERO
005610             OR WS-DUPLICATE-KEYS > ZERO
005620         IF WS-RETURN-CODE < 8
005630             MOVE 8 TO WS-RETURN-CODE
005640         END-IF
005650     END-IF.
005660 7000-EXIT.
005670     EXIT.
005680
005690 7100-WRITE-DATASET-LINE.
005700     MOVE WS-DSN-NAME (WS-IDX) TO DSL-NAME.
005710     MOVE WS-DSN-FIRST-DATE (WS-IDX) TO DSL-FIRST-DATE.
005720     MOVE WS-DSN-LAST-DATE (WS-IDX) TO DSL-LAST-DATE.
005730     MOVE WS-DSN-RECORDS (WS-IDX) TO DSL-RECORDS.
005740     MOVE WS-DSN-SKIPPED (WS-IDX) TO DSL-SKIPPED.
005750     MOVE WS-DSN-ENTRIES (WS-IDX) TO DSL-ENTRIES.
005760     MOVE WS-DATASET-LINE TO PRINT-RECORD.
005770     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005780 7100-EXIT.
005790     EXIT.
005800
005810 7200-WRITE-TOTAL-LINE.
005820     MOVE WS-TOTAL-LINE TO PRINT-RECORD.
005830     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005840 7200-EXIT.
005850     EXIT.
005860
005870 7700-WRITE-SECTION-TITLE.
005880     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
005890         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005900     END-IF.
005910     MOVE WS-SECTION-LINE TO PRINT-RECORD.
005920     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
005930     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005940     ADD 2 TO WS-PRINT-LINE-COUNT.
005950 7700-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------
005990* 7900-WRITE-LINE - WRITE THE LINE ALREADY IN PRINT-RECORD,
006000* STARTING A NEW PAGE FIRST WHEN THIS ONE IS FULL.
006010*-----------------------------------------------------------
006020 7900-WRITE-LINE.
006030     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006040         MOVE PRINT-RECORD TO WS-HOLD-LINE
006050         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006060         MOVE WS-HOLD-LINE TO PRINT-RECORD
006070     END-IF.
006080     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006090     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006100     ADD 1 TO WS-PRINT-LINE-COUNT.
006110 7900-EXIT.
006120     EXIT.
006130
006140*-----------------------------------------------------------
006150* 8000-TERMINATE - CLOSE THE FILES.
006160*-----------------------------------------------------------
006170 8000-TERMINATE.
006180     CLOSE PRINT-FILE.
006190     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006200     CLOSE AUDIT-INDEX-FILE.
006210     IF WS-INDEX-STATUS NOT = "00"
006220         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
006230         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
006240         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006250     END-IF.
006260     IF WS-AUDIT-STATUS NOT = "35"
006270         CLOSE AUDIT-LOG-FILE
006280         IF WS-AUDIT-STATUS NOT = "00"
006290             MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
006300             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
006310             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006320         END-IF
006330     END-IF.
006340     IF WS-ARCHIVE-STATUS NOT = "35"
006350         CLOSE ARCHIVE-FILE
006360         IF WS-ARCHIVE-STATUS NOT = "00"
006370             MOVE "AUDARCH" TO WS-ERROR-FILE-NAME
006380             MOVE WS-ARCHIVE-STATUS TO WS-ERROR-STATUS
006390             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006400         END-IF
006410     END-IF.
006420 8000-EXIT.
006430     EXIT.
006440
006450*-----------------------------------------------------------
006460* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006470* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006480* COMMON FILE-ERROR PARAGRAPH.
006490*-----------------------------------------------------------
006500 9810-CHECK-PRINT-STATUS.
006510     IF WS-PRINT-STATUS NOT = "00"
006520         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
006530         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
006540         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006550     END-IF.
006560 9810-EXIT.
006570     EXIT.
006580
006590*-----------------------------------------------------------
006600* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
006610* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
006620* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
006630* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
006640*-----------------------------------------------------------
006650 9800-FILE-ERROR.
006660     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
006670         " STATUS: " WS-ERROR-STATUS.
006680     MOVE 12 TO WS-RETURN-CODE.
006690     MOVE WS-RETURN-CODE TO RETURN-CODE.
006700     STOP RUN.
006710 9800-EXIT.
006720     EXIT.
