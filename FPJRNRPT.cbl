000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPJRNRPT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - MASTERS-AS-OF REPORT.
000100*                    REPLAYS THE CHANGE JOURNAL WRITTEN BY
000110*                    FPVALMNT AND FPXLTMNT BACKWARDS FROM THE
000120*                    CURRENT APPROVED-VALUES AND TRANSLATION
000130*                    MASTERS TO LIST THE CODES AND MAPPINGS THAT
000140*                    WERE IN FORCE ON THE JRNCTL AS-OF DATE, SO
000150*                    "WAS THIS CODE APPROVED ON THE DAY IT WAS
000160*                    REJECTED" IS A REPORT, NOT A RESEARCH JOB.
000162*   2026-10-15  DLB  PASS BY JOURNAL RECORDS FOR THE SOURCE-
000164*                    AUTHORIZATION MASTER (WRITTEN BY FPAUTMNT) -
000166*                    THIS REPORT COVERS VALMAST AND XLTMAST ONLY.
000167*   2026-10-15  DLB  PASS BY THE CALENDAR ("C", FPCALMNT) AND
000168*                    SUBSCRIPTION ("S", FPSUBMNT) JOURNAL RECORDS
000169*                    THE SAME WAY.
000170*   2026-10-15  DLB  A LINE ROLLED BACK FROM THE JOURNAL NOW SHOWS
000171*                    THE DATE, ACTION AND REQUESTER OF THE FIRST
000172*                    CHANGE AFTER THE AS-OF DATE - WHO CHANGED IT.
000175*---------------------------------------------------------------
000180* JRNCTL CARRIES THE AS-OF DATE IN COLUMNS 1-8 (YYYYMMDD) AND
000190* IS MANDATORY - A MISSING OR NON-NUMERIC CARD ENDS THE RUN
000200* RC=12. CHANGES JOURNALED ON THE AS-OF DATE ITSELF ARE TAKEN
000210* AS APPLIED (THE REPORT SHOWS THE MASTERS AT THE END OF THAT
000220* DAY). EVERY JOURNAL RECORD DATED AFTER THE AS-OF DATE IS
000230* UNDONE: THE FIRST SUCH RECORD FOR A KEY CARRIES THE MASTER
000240* RECORD AS IT STOOD BEFORE ANY LATER CHANGE, AND A BLANK
000250* BEFORE IMAGE MEANS THE KEY DID NOT EXIST THEN. EACH LINE
000260* SHOWS WHETHER IT CAME FROM THE CURRENT MASTER OR WAS ROLLED
000270* BACK FROM THE JOURNAL; A ROLLED-BACK LINE ALSO SHOWS THE RUN
000272* DATE, ACTION AND REQUESTER OF THE JOURNAL RECORD THAT UNDID
000274* IT - THE FIRST CHANGE TO THE KEY AFTER THE AS-OF DATE.
000280*
000290* RETURN CODES:
000300*   RC=00  REPORT PRODUCED
000310*   RC=04  JOURNAL EMPTY, OR THE AS-OF DATE IS EARLIER THAN THE
000320*          FIRST JOURNAL RECORD - CHANGES MADE BEFORE THE
000330*          JOURNAL STARTED CANNOT BE UNDONE, SEE PRTOUT
000340*   RC=08  MORE THAN 1000 KEYS CHANGED SINCE THE AS-OF DATE -
000350*          THE REPORT IS INCOMPLETE, SEE PRTOUT
000360*   RC=12  JRNCTL MISSING/INVALID OR UNEXPECTED FILE STATUS
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNCTL"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CONTROL-STATUS.
000440
000450     SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-JOURNAL-STATUS.
000480
000490     SELECT VALID-CODES-FILE ASSIGN TO "VALCODES"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS VC-CODE
000530         FILE STATUS IS WS-VALCODE-STATUS.
000540
000550     SELECT XLATE-FILE ASSIGN TO "XLATE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS XL-SOURCE-CODE
000590         FILE STATUS IS WS-XLATE-STATUS.
000600
000610     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRINT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  JOURNAL-CONTROL-FILE
000680     RECORDING MODE IS F.
000690 01  JOURNAL-CONTROL-RECORD.
000700     05  JRC-AS-OF-DATE              PIC X(08).
000710     05  FILLER                      PIC X(72).
000720
000730 FD  JOURNAL-FILE
000740     RECORDING MODE IS F.
000750     COPY FPCHGJRN.
000760
000770 FD  VALID-CODES-FILE.
000780     COPY FPVALREC.
000790
000800 FD  XLATE-FILE.
000810     COPY FPXLTREC.
000820
000830 FD  PRINT-FILE
000840     RECORDING MODE IS F.
000850 01  PRINT-RECORD                    PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880 77  WS-CONTROL-STATUS               PIC X(02).
000890 77  WS-JOURNAL-STATUS               PIC X(02).
000900 77  WS-VALCODE-STATUS               PIC X(02).
000910 77  WS-XLATE-STATUS                 PIC X(02).
000920 77  WS-PRINT-STATUS                 PIC X(02).
000930 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000940
000950 77  WS-JOURNAL-EOF-SWITCH           PIC X(01) VALUE "N".
000960     88  WS-JOURNAL-EOF                  VALUE "Y".
000970 77  WS-VALCODE-EOF-SWITCH           PIC X(01) VALUE "N".
000980     88  WS-VALCODE-EOF                  VALUE "Y".
000990 77  WS-XLATE-EOF-SWITCH             PIC X(01) VALUE "N".
001000     88  WS-XLATE-EOF                    VALUE "Y".
001010 77  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001020 77  WS-FIRST-JOURNAL-DATE           PIC 9(08) VALUE ZERO.
001030 77  WS-JOURNAL-READ                 PIC 9(07) COMP VALUE ZERO.
001040 77  WS-JOURNAL-UNDONE               PIC 9(07) COMP VALUE ZERO.
001050 77  WS-CODES-IN-FORCE               PIC 9(07) COMP VALUE ZERO.
001060 77  WS-MAPS-IN-FORCE                PIC 9(07) COMP VALUE ZERO.
001070 77  WS-IDX                          PIC 9(04) COMP VALUE ZERO.
001080 77  WS-FOUND-IDX                    PIC 9(04) COMP VALUE ZERO.
001090 77  WS-ROLL-MASTER-ID               PIC X(01).
001100 77  WS-ROLL-KEY                     PIC X(05).
001110 77  WS-ASOF-ORIGIN                  PIC X(08).
001112 77  WS-ASOF-CHG-DATE                PIC X(08).
001114 77  WS-ASOF-ACTION                  PIC X(06).
001116 77  WS-ASOF-REQUESTER               PIC X(08).
001120
001130 77  WS-ERROR-FILE-NAME              PIC X(09).
001140 77  WS-ERROR-STATUS                 PIC X(02).
001150
001160 77  WS-PRINT-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
001170 77  WS-PRINT-PAGE-COUNT             PIC 9(03) COMP VALUE ZERO.
001180 77  WS-LINES-PER-PAGE               PIC 9(03) COMP VALUE 55.
001190
001200 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
001210 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
001220
001230*---------------------------------------------------------------
001240* THE MASTER RECORD BEING TESTED, WHICHEVER SIDE IT CAME FROM.
001250*---------------------------------------------------------------
001260 01  WS-ASOF-IMAGE                   PIC X(26).
001270 01  WS-ASOF-VAL REDEFINES WS-ASOF-IMAGE.
001280     05  WS-ASOF-VC-CODE             PIC X(05).
001290     05  WS-ASOF-VC-EFF-FROM         PIC 9(08).
001300     05  WS-ASOF-VC-EFF-TO           PIC 9(08).
001310     05  FILLER                      PIC X(05).
001320 01  WS-ASOF-XLT REDEFINES WS-ASOF-IMAGE.
001330     05  WS-ASOF-XL-SOURCE-CODE      PIC X(05).
001340     05  WS-ASOF-XL-CANON-CODE       PIC X(05).
001350     05  WS-ASOF-XL-EFF-FROM         PIC 9(08).
001360     05  WS-ASOF-XL-EFF-TO           PIC 9(08).
001370
001380*---------------------------------------------------------------
001390* ROLLBACK TABLE - ONE ENTRY PER MASTER KEY CHANGED AFTER THE
001400* AS-OF DATE, HOLDING THE BEFORE IMAGE OF ITS FIRST SUCH
001405* CHANGE AND WHEN, HOW AND FOR WHOM THAT CHANGE WAS MADE.
001410* WS-ROLL-USED-SWITCH IS SET WHEN THE MASTER WALK
001420* MEETS THE KEY; ENTRIES NEVER MET WERE DELETED SINCE.
001430*---------------------------------------------------------------
001440 01  WS-ROLL-TABLE.
001450     05  WS-ROLL-COUNT               PIC 9(04) COMP VALUE ZERO.
001460     05  WS-ROLL-OVERFLOW            PIC 9(07) COMP VALUE ZERO.
001470     05  WS-ROLL-ENTRY OCCURS 1000 TIMES.
001480         10  WS-ROLL-ENTRY-MASTER    PIC X(01).
001490         10  WS-ROLL-ENTRY-KEY       PIC X(05).
001500         10  WS-ROLL-BEFORE-IMAGE    PIC X(26).
001502         10  WS-ROLL-CHG-DATE        PIC 9(08).
001504         10  WS-ROLL-ACTION          PIC X(06).
001506         10  WS-ROLL-REQUESTER       PIC X(08).
001510         10  WS-ROLL-USED-SWITCH     PIC X(01).
001520
001530*---------------------------------------------------------------
001540* PRINT LINE LAYOUTS
001550*---------------------------------------------------------------
001560 01  WS-HEADER-LINE-1.
001570     05  FILLER                      PIC X(38)
001580             VALUE "FPJRNRPT - MASTERS AS OF DATE         ".
001590     05  FILLER                      PIC X(05) VALUE "PAGE ".
001600     05  HDR-PAGE-NO                 PIC ZZ9.
001610     05  FILLER                      PIC X(34) VALUE SPACES.
001620
001630 01  WS-HEADER-LINE-2.
001640     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001650     05  HDR-RUN-DATE                PIC 9(08).
001660     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
001670     05  HDR-RUN-TIME                PIC 9(08).
001680     05  FILLER                      PIC X(10)
001690             VALUE "  AS OF:  ".
001700     05  HDR-AS-OF                   PIC 9(08).
001710     05  FILLER                      PIC X(27) VALUE SPACES.
001720
001730 01  WS-SECTION-LINE.
001740     05  SEC-TITLE                   PIC X(40).
001750     05  FILLER                      PIC X(40) VALUE SPACES.
001760
001770 01  WS-CODE-COLUMN-LINE.
001780     05  FILLER                      PIC X(40)
001790             VALUE "  CODE   EFF-FROM  EFF-TO    FROM      ".
001800     05  FILLER                      PIC X(40)
001805             VALUE "CHANGED   ACTION  BY".
001810
001820 01  WS-CODE-LINE.
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  CDL-CODE                    PIC X(05).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  CDL-EFF-FROM                PIC 9(08).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  CDL-EFF-TO                  PIC 9(08).
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  CDL-ORIGIN                  PIC X(08).
001902     05  FILLER                      PIC X(03) VALUE SPACES.
001904     05  CDL-CHG-DATE                PIC X(08).
001906     05  FILLER                      PIC X(02) VALUE SPACES.
001908     05  CDL-ACTION                  PIC X(06).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001912     05  CDL-REQUESTER               PIC X(08).
001914     05  FILLER                      PIC X(14) VALUE SPACES.
001920
001930 01  WS-XLT-COLUMN-LINE.
001940     05  FILLER                      PIC X(16)
001950             VALUE "  SOURCE CANON  ".
001960     05  FILLER                      PIC X(30)
001970             VALUE "EFF-FROM  EFF-TO    FROM      ".
001980     05  FILLER                      PIC X(34)
001985             VALUE "CHANGED   ACTION  BY".
001990
002000 01  WS-XLT-LINE.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  XDL-SOURCE-CODE             PIC X(05).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  XDL-CANON-CODE              PIC X(05).
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  XDL-EFF-FROM                PIC 9(08).
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  XDL-EFF-TO                  PIC 9(08).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  XDL-ORIGIN                  PIC X(08).
002102     05  FILLER                      PIC X(02) VALUE SPACES.
002104     05  XDL-CHG-DATE                PIC X(08).
002106     05  FILLER                      PIC X(02) VALUE SPACES.
002108     05  XDL-ACTION                  PIC X(06).
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002112     05  XDL-REQUESTER               PIC X(08).
002114     05  FILLER                      PIC X(08) VALUE SPACES.
002120
002130 01  WS-WARNING-LINE.
002140     05  FILLER                      PIC X(03) VALUE "** ".
002150     05  WRN-TEXT                    PIC X(77).
002160
002170 01  WS-TOTAL-LINE-1.
002180     05  FILLER                      PIC X(14)
002190             VALUE "JOURNAL READ  ".
002200     05  TOT-READ                    PIC Z,ZZZ,ZZ9.
002210     05  FILLER                      PIC X(15)
002220             VALUE "  ROLLED BACK  ".
002230     05  TOT-UNDONE                  PIC Z,ZZZ,ZZ9.
002240     05  FILLER                      PIC X(33) VALUE SPACES.
002250
002260 01  WS-TOTAL-LINE-2.
002270     05  FILLER                      PIC X(14)
002280             VALUE "CODES IN FORCE".
002290     05  TOT-CODES                   PIC Z,ZZZ,ZZ9.
002300     05  FILLER                      PIC X(15)
002310             VALUE "  MAPPINGS     ".
002320     05  TOT-MAPS                    PIC Z,ZZZ,ZZ9.
002330     05  FILLER                      PIC X(33) VALUE SPACES.
002340
002350*---------------------------------------------------------------
002360* PROCEDURE DIVISION
002370*---------------------------------------------------------------
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
002420         UNTIL WS-JOURNAL-EOF.
002430     PERFORM 2500-CHECK-JOURNAL-START THRU 2500-EXIT.
002440     MOVE "APPROVED CODES IN FORCE" TO SEC-TITLE.
002450     PERFORM 1800-WRITE-SECTION-HEADER THRU 1800-EXIT.
002460     PERFORM 3000-REPORT-CODE THRU 3000-EXIT
002470         UNTIL WS-VALCODE-EOF.
002480     MOVE "V" TO WS-ROLL-MASTER-ID.
002490     PERFORM 3500-REPORT-DELETED-SINCE THRU 3500-EXIT
002500         VARYING WS-IDX FROM 1 BY 1
002510         UNTIL WS-IDX > WS-ROLL-COUNT.
002520     MOVE "TRANSLATIONS IN FORCE" TO SEC-TITLE.
002530     PERFORM 1800-WRITE-SECTION-HEADER THRU 1800-EXIT.
002540     PERFORM 4000-REPORT-MAPPING THRU 4000-EXIT
002550         UNTIL WS-XLATE-EOF.
002560     MOVE "X" TO WS-ROLL-MASTER-ID.
002570     PERFORM 3500-REPORT-DELETED-SINCE THRU 3500-EXIT
002580         VARYING WS-IDX FROM 1 BY 1
002590         UNTIL WS-IDX > WS-ROLL-COUNT.
002600     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002610     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002620 0000-EXIT.
002630     MOVE WS-RETURN-CODE TO RETURN-CODE.
002640     STOP RUN.
002650
002660*-----------------------------------------------------------
002670* 1000-INITIALIZE - THE JRNCTL AS-OF DATE IS MANDATORY. AN
002680* EMPTY OR MISSING JOURNAL IS ALLOWED (NOTHING TO UNDO) AND
002690* SO IS A MISSING TRANSLATION MASTER (NO MAPPINGS YET); THE
002700* APPROVED-VALUES MASTER MUST BE THERE.
002710*-----------------------------------------------------------
002720 1000-INITIALIZE.
002730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002740     ACCEPT WS-RUN-TIME FROM TIME.
002750
002760     OPEN INPUT JOURNAL-CONTROL-FILE.
002770     IF WS-CONTROL-STATUS NOT = "00"
002780         DISPLAY "FPJRNRPT: JRNCTL CONTROL CARD MISSING"
002790         MOVE "JRNCTL" TO WS-ERROR-FILE-NAME
002800         MOVE WS-CONTROL-STATUS TO WS-ERROR-STATUS
002810         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002820     END-IF.
002830     READ JOURNAL-CONTROL-FILE
002840         AT END
002850             CONTINUE
002860     END-READ.
002870     IF WS-CONTROL-STATUS NOT = "00" OR
002880             JRC-AS-OF-DATE NOT NUMERIC
002890         DISPLAY "FPJRNRPT: JRNCTL AS-OF DATE MISSING OR NOT "
002900             "NUMERIC - RUN ABANDONED"
002910         MOVE 12 TO WS-RETURN-CODE
002920         MOVE WS-RETURN-CODE TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     MOVE JRC-AS-OF-DATE TO WS-AS-OF-DATE.
002960     CLOSE JOURNAL-CONTROL-FILE.
002970     IF WS-CONTROL-STATUS NOT = "00"
002980         MOVE "JRNCTL" TO WS-ERROR-FILE-NAME
002990         MOVE WS-CONTROL-STATUS TO WS-ERROR-STATUS
003000         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003010     END-IF.
003020
003030     OPEN INPUT JOURNAL-FILE.
003040     EVALUATE WS-JOURNAL-STATUS
003050         WHEN "00"
003060             CONTINUE
003070         WHEN "35"
003080             SET WS-JOURNAL-EOF TO TRUE
003090         WHEN OTHER
003100             MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
003110             MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
003120             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003130     END-EVALUATE.
003140
003150     OPEN INPUT VALID-CODES-FILE.
003160     IF WS-VALCODE-STATUS NOT = "00"
003170         MOVE "VALCODES" TO WS-ERROR-FILE-NAME
003180         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
003190         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003200     END-IF.
003210
003220     OPEN INPUT XLATE-FILE.
003230     EVALUATE WS-XLATE-STATUS
003240         WHEN "00"
003250             CONTINUE
003260         WHEN "35"
003270             SET WS-XLATE-EOF TO TRUE
003280         WHEN OTHER
003290             MOVE "XLATE" TO WS-ERROR-FILE-NAME
003300             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
003310             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003320     END-EVALUATE.
003330
003340     OPEN OUTPUT PRINT-FILE.
003350     IF WS-PRINT-STATUS NOT = "00"
003360         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
003370         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
003380         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003390     END-IF.
003400     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------
003450* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE,
003460* AS-OF DATE INCLUDED SO THE REPORT IS SELF-DESCRIBING.
003470*-----------------------------------------------------------
003480 1700-WRITE-REPORT-HEADER.
003490     ADD 1 TO WS-PRINT-PAGE-COUNT.
003500     MOVE WS-PRINT-PAGE-COUNT TO HDR-PAGE-NO.
003510     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003520     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
003530     MOVE WS-AS-OF-DATE TO HDR-AS-OF.
003540     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
003550     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
003560     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003570     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
003580     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003590     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003600     MOVE SPACES TO PRINT-RECORD.
003610     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003620     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003630     MOVE 3 TO WS-PRINT-LINE-COUNT.
003640 1700-EXIT.
003650     EXIT.
003660
003670*-----------------------------------------------------------
003680* 1800-WRITE-SECTION-HEADER - SECTION TITLE (SEC-TITLE) AND
003690* THE COLUMN HEADINGS THAT GO WITH IT. A NEW PAGE IS STARTED
003700* WHEN THE TITLE AND A FEW LINES WOULD NOT FIT.
003710*-----------------------------------------------------------
003720 1800-WRITE-SECTION-HEADER.
003730     IF WS-PRINT-LINE-COUNT + 6 > WS-LINES-PER-PAGE
003740         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
003750     END-IF.
003760     MOVE WS-SECTION-LINE TO PRINT-RECORD.
003770     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
003780     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003790     IF SEC-TITLE = "APPROVED CODES IN FORCE"
003800         MOVE WS-CODE-COLUMN-LINE TO PRINT-RECORD
003810     ELSE
003820         MOVE WS-XLT-COLUMN-LINE TO PRINT-RECORD
003830     END-IF.
003840     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
003850     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
003860     ADD 3 TO WS-PRINT-LINE-COUNT.
003870 1800-EXIT.
003880     EXIT.
003890
003900*-----------------------------------------------------------
003910* 2000-LOAD-JOURNAL - READ THE NEXT JOURNAL RECORD. RECORDS
003920* DATED AFTER THE AS-OF DATE ARE POSTED TO THE ROLLBACK
003930* TABLE. THE KEY IS TAKEN FROM THE BEFORE IMAGE, OR FROM THE
003940* AFTER IMAGE WHEN THE CHANGE WAS AN ADD.
003950*-----------------------------------------------------------
003960 2000-LOAD-JOURNAL.
003970     READ JOURNAL-FILE
003980         AT END
003990             SET WS-JOURNAL-EOF TO TRUE
004000     END-READ.
004010     IF WS-JOURNAL-EOF
004020         GO TO 2000-EXIT
004030     END-IF.
004040     IF WS-JOURNAL-STATUS NOT = "00"
004050         MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
004060         MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
004070         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004080     END-IF.
004090     ADD 1 TO WS-JOURNAL-READ.
004100     IF WS-FIRST-JOURNAL-DATE = ZERO
004110         MOVE CJ-RUN-DATE TO WS-FIRST-JOURNAL-DATE
004120     END-IF.
004130     IF CJ-RUN-DATE NOT > WS-AS-OF-DATE
004140         GO TO 2000-EXIT
004150     END-IF.
004152     IF NOT CJ-VALMAST AND NOT CJ-XLTMAST
004154         GO TO 2000-EXIT
004156     END-IF.
004160     ADD 1 TO WS-JOURNAL-UNDONE.
004170     MOVE CJ-MASTER-ID TO WS-ROLL-MASTER-ID.
004180     IF CJ-BEFORE-IMAGE NOT = SPACES
004190         MOVE CJ-BEFORE-IMAGE (1:5) TO WS-ROLL-KEY
004200     ELSE
004210         MOVE CJ-AFTER-IMAGE (1:5) TO WS-ROLL-KEY
004220     END-IF.
004230     PERFORM 2900-FIND-ROLL-ENTRY THRU 2900-EXIT.
004240     IF WS-FOUND-IDX > ZERO
004250         GO TO 2000-EXIT
004260     END-IF.
004270     IF WS-ROLL-COUNT >= 1000
004280         ADD 1 TO WS-ROLL-OVERFLOW
004290         GO TO 2000-EXIT
004300     END-IF.
004310     ADD 1 TO WS-ROLL-COUNT.
004320     MOVE WS-ROLL-COUNT TO WS-FOUND-IDX.
004330     MOVE WS-ROLL-MASTER-ID
004340         TO WS-ROLL-ENTRY-MASTER (WS-FOUND-IDX).
004350     MOVE WS-ROLL-KEY TO WS-ROLL-ENTRY-KEY (WS-FOUND-IDX).
004360     MOVE CJ-BEFORE-IMAGE TO WS-ROLL-BEFORE-IMAGE (WS-FOUND-IDX).
004362     MOVE CJ-RUN-DATE TO WS-ROLL-CHG-DATE (WS-FOUND-IDX).
004364     MOVE CJ-ACTION TO WS-ROLL-ACTION (WS-FOUND-IDX).
004366     MOVE CJ-REQUESTER TO WS-ROLL-REQUESTER (WS-FOUND-IDX).
004370     MOVE "N" TO WS-ROLL-USED-SWITCH (WS-FOUND-IDX).
004380 2000-EXIT.
004390     EXIT.
004400
004410*-----------------------------------------------------------
004420* 2500-CHECK-JOURNAL-START - WARN WHEN THE JOURNAL CANNOT
004430* ACCOUNT FOR THE WHOLE PERIOD: IT IS EMPTY, OR IT STARTS
004440* AFTER THE AS-OF DATE. WARN ALSO WHEN THE ROLLBACK TABLE
004450* OVERFLOWED - THOSE KEYS SHOW THEIR CURRENT STATE.
004460*-----------------------------------------------------------
004470 2500-CHECK-JOURNAL-START.
004480     IF WS-JOURNAL-READ = ZERO
004490         MOVE "CHANGE JOURNAL EMPTY - MASTERS SHOWN AS THEY STAND"
004500             TO WRN-TEXT
004510         PERFORM 2600-WRITE-WARNING THRU 2600-EXIT
004520     ELSE
004530         IF WS-AS-OF-DATE < WS-FIRST-JOURNAL-DATE
004540             MOVE SPACES TO WRN-TEXT
004550             STRING "JOURNAL STARTS " DELIMITED BY SIZE
004560                 WS-FIRST-JOURNAL-DATE DELIMITED BY SIZE
004570                 " - EARLIER CHANGES CANNOT BE UNDONE"
004580                     DELIMITED BY SIZE
004590                 INTO WRN-TEXT
004600             PERFORM 2600-WRITE-WARNING THRU 2600-EXIT
004610         END-IF
004620     END-IF.
004630     IF WS-ROLL-OVERFLOW > ZERO
004640         MOVE "ROLLBACK TABLE FULL - SOME KEYS SHOW CURRENT STATE"
004650             TO WRN-TEXT
004660         PERFORM 2600-WRITE-WARNING THRU 2600-EXIT
004670         IF WS-RETURN-CODE < 8
004680             MOVE 8 TO WS-RETURN-CODE
004690         END-IF
004700     END-IF.
004710 2500-EXIT.
004720     EXIT.
004730
004740 2600-WRITE-WARNING.
004750     MOVE WS-WARNING-LINE TO PRINT-RECORD.
004760     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004770     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004780     ADD 1 TO WS-PRINT-LINE-COUNT.
004790     IF WS-RETURN-CODE < 4
004800         MOVE 4 TO WS-RETURN-CODE
004810     END-IF.
004820 2600-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------
004860* 2900-FIND-ROLL-ENTRY - LOOK UP WS-ROLL-MASTER-ID AND
004870* WS-ROLL-KEY IN THE ROLLBACK TABLE. WS-FOUND-IDX IS ZERO
004880* WHEN THE KEY HAS NOT CHANGED SINCE THE AS-OF DATE.
004890*-----------------------------------------------------------
004900 2900-FIND-ROLL-ENTRY.
004910     MOVE ZERO TO WS-FOUND-IDX.
004920     PERFORM 2910-MATCH-ROLL-ENTRY THRU 2910-EXIT
004930         VARYING WS-IDX FROM 1 BY 1
004940         UNTIL WS-IDX > WS-ROLL-COUNT OR WS-FOUND-IDX > ZERO.
004950 2900-EXIT.
004960     EXIT.
004970
004980 2910-MATCH-ROLL-ENTRY.
004990     IF WS-ROLL-ENTRY-MASTER (WS-IDX) = WS-ROLL-MASTER-ID AND
005000             WS-ROLL-ENTRY-KEY (WS-IDX) = WS-ROLL-KEY
005010         MOVE WS-IDX TO WS-FOUND-IDX
005020     END-IF.
005030 2910-EXIT.
005040     EXIT.
005050
005060*-----------------------------------------------------------
005070* 3000-REPORT-CODE - READ THE NEXT APPROVED CODE. A CODE
005080* CHANGED SINCE THE AS-OF DATE IS REPLACED BY ITS JOURNAL
005090* BEFORE IMAGE (BLANK = ADDED SINCE, SO NOT LISTED).
005100*-----------------------------------------------------------
005110 3000-REPORT-CODE.
005120     READ VALID-CODES-FILE NEXT RECORD
005130         AT END
005140             SET WS-VALCODE-EOF TO TRUE
005150     END-READ.
005160     IF WS-VALCODE-EOF
005170         GO TO 3000-EXIT
005180     END-IF.
005190     IF WS-VALCODE-STATUS NOT = "00"
005200         MOVE "VALCODES" TO WS-ERROR-FILE-NAME
005210         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
005220         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005230     END-IF.
005240     MOVE "V" TO WS-ROLL-MASTER-ID.
005250     MOVE VC-CODE TO WS-ROLL-KEY.
005260     PERFORM 2900-FIND-ROLL-ENTRY THRU 2900-EXIT.
005270     IF WS-FOUND-IDX = ZERO
005280         MOVE VALID-CODE-RECORD TO WS-ASOF-IMAGE
005290         MOVE "MASTER  " TO WS-ASOF-ORIGIN
005292         MOVE SPACES TO WS-ASOF-CHG-DATE WS-ASOF-ACTION
005294             WS-ASOF-REQUESTER
005300     ELSE
005310         MOVE "Y" TO WS-ROLL-USED-SWITCH (WS-FOUND-IDX)
005320         MOVE WS-ROLL-BEFORE-IMAGE (WS-FOUND-IDX) TO WS-ASOF-IMAGE
005330         PERFORM 3900-SET-JOURNAL-ORIGIN THRU 3900-EXIT
005340     END-IF.
005350     IF WS-ASOF-IMAGE NOT = SPACES
005360         PERFORM 3100-PRINT-CODE THRU 3100-EXIT
005370     END-IF.
005380 3000-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------
005420* 3100-PRINT-CODE - LIST WS-ASOF-IMAGE WHEN THE CODE WAS IN
005430* FORCE ON THE AS-OF DATE.
005440*-----------------------------------------------------------
005450 3100-PRINT-CODE.
005460     IF WS-ASOF-VC-EFF-FROM > WS-AS-OF-DATE
005470         GO TO 3100-EXIT
005480     END-IF.
005490     IF WS-ASOF-VC-EFF-TO NOT = ZERO AND
005500             WS-ASOF-VC-EFF-TO < WS-AS-OF-DATE
005510         GO TO 3100-EXIT
005520     END-IF.
005530     ADD 1 TO WS-CODES-IN-FORCE.
005540     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
005550         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
005560     END-IF.
005570     MOVE WS-ASOF-VC-CODE TO CDL-CODE.
005580     MOVE WS-ASOF-VC-EFF-FROM TO CDL-EFF-FROM.
005590     MOVE WS-ASOF-VC-EFF-TO TO CDL-EFF-TO.
005600     MOVE WS-ASOF-ORIGIN TO CDL-ORIGIN.
005602     MOVE WS-ASOF-CHG-DATE TO CDL-CHG-DATE.
005604     MOVE WS-ASOF-ACTION TO CDL-ACTION.
005606     MOVE WS-ASOF-REQUESTER TO CDL-REQUESTER.
005610     MOVE WS-CODE-LINE TO PRINT-RECORD.
005620     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
005630     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
005640     ADD 1 TO WS-PRINT-LINE-COUNT.
005650 3100-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------
005690* 3500-REPORT-DELETED-SINCE - A ROLLBACK ENTRY FOR THE
005700* MASTER IN WS-ROLL-MASTER-ID THAT THE MASTER WALK NEVER MET
005710* WAS DELETED AFTER THE AS-OF DATE; LIST ITS BEFORE IMAGE.
005720*-----------------------------------------------------------
005730 3500-REPORT-DELETED-SINCE.
005740     IF WS-ROLL-ENTRY-MASTER (WS-IDX) NOT = WS-ROLL-MASTER-ID
005750         GO TO 3500-EXIT
005760     END-IF.
005770     IF WS-ROLL-USED-SWITCH (WS-IDX) = "Y" OR
005780             WS-ROLL-BEFORE-IMAGE (WS-IDX) = SPACES
005790         GO TO 3500-EXIT
005800     END-IF.
005810     MOVE WS-ROLL-BEFORE-IMAGE (WS-IDX) TO WS-ASOF-IMAGE.
005820     MOVE WS-IDX TO WS-FOUND-IDX.
005825     PERFORM 3900-SET-JOURNAL-ORIGIN THRU 3900-EXIT.
005830     IF WS-ROLL-MASTER-ID = "V"
005840         PERFORM 3100-PRINT-CODE THRU 3100-EXIT
005850     ELSE
005860         PERFORM 4100-PRINT-MAPPING THRU 4100-EXIT
005870     END-IF.
005880 3500-EXIT.
005890     EXIT.
005892
005893*-----------------------------------------------------------
005894* 3900-SET-JOURNAL-ORIGIN - A LINE ROLLED BACK FROM ROLLBACK
005895* ENTRY WS-FOUND-IDX: SHOW THE JOURNAL RECORD THAT UNDID IT.
005896*-----------------------------------------------------------
005897 3900-SET-JOURNAL-ORIGIN.
005898     MOVE "JOURNAL " TO WS-ASOF-ORIGIN.
005899     MOVE WS-ROLL-CHG-DATE (WS-FOUND-IDX) TO WS-ASOF-CHG-DATE.
005900     MOVE WS-ROLL-ACTION (WS-FOUND-IDX) TO WS-ASOF-ACTION.
005901     MOVE WS-ROLL-REQUESTER (WS-FOUND-IDX) TO WS-ASOF-REQUESTER.
005902 3900-EXIT.
005903     EXIT.
005904
005910*-----------------------------------------------------------
005920* 4000-REPORT-MAPPING - READ THE NEXT TRANSLATION MAPPING,
005930* ROLLED BACK THE SAME WAY AS 3000-REPORT-CODE.
005940*-----------------------------------------------------------
005950 4000-REPORT-MAPPING.
005960     READ XLATE-FILE NEXT RECORD
005970         AT END
005980             SET WS-XLATE-EOF TO TRUE
005990     END-READ.
006000     IF WS-XLATE-EOF
006010         GO TO 4000-EXIT
006020     END-IF.
006030     IF WS-XLATE-STATUS NOT = "00"
006040         MOVE "XLATE" TO WS-ERROR-FILE-NAME
006050         MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
006060         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006070     END-IF.
006080     MOVE "X" TO WS-ROLL-MASTER-ID.
006090     MOVE XL-SOURCE-CODE TO WS-ROLL-KEY.
006100     PERFORM 2900-FIND-ROLL-ENTRY THRU 2900-EXIT.
006110     IF WS-FOUND-IDX = ZERO
006120         MOVE XLATE-CODE-RECORD TO WS-ASOF-IMAGE
006130         MOVE "MASTER  " TO WS-ASOF-ORIGIN
006132         MOVE SPACES TO WS-ASOF-CHG-DATE WS-ASOF-ACTION
006134             WS-ASOF-REQUESTER
006140     ELSE
006150         MOVE "Y" TO WS-ROLL-USED-SWITCH (WS-FOUND-IDX)
006160         MOVE WS-ROLL-BEFORE-IMAGE (WS-FOUND-IDX) TO WS-ASOF-IMAGE
006170         PERFORM 3900-SET-JOURNAL-ORIGIN THRU 3900-EXIT
006180     END-IF.
006190     IF WS-ASOF-IMAGE NOT = SPACES
006200         PERFORM 4100-PRINT-MAPPING THRU 4100-EXIT
006210     END-IF.
006220 4000-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------
006260* 4100-PRINT-MAPPING - LIST WS-ASOF-IMAGE WHEN THE MAPPING
006270* WAS IN FORCE ON THE AS-OF DATE.
006280*-----------------------------------------------------------
006290 4100-PRINT-MAPPING.
006300     IF WS-ASOF-XL-EFF-FROM > WS-AS-OF-DATE
006310         GO TO 4100-EXIT
006320     END-IF.
006330     IF WS-ASOF-XL-EFF-TO NOT = ZERO AND
006340             WS-ASOF-XL-EFF-TO < WS-AS-OF-DATE
006350         GO TO 4100-EXIT
006360     END-IF.
006370     ADD 1 TO WS-MAPS-IN-FORCE.
006380     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006390         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006400     END-IF.
006410     MOVE WS-ASOF-XL-SOURCE-CODE TO XDL-SOURCE-CODE.
006420     MOVE WS-ASOF-XL-CANON-CODE TO XDL-CANON-CODE.
006430     MOVE WS-ASOF-XL-EFF-FROM TO XDL-EFF-FROM.
006440     MOVE WS-ASOF-XL-EFF-TO TO XDL-EFF-TO.
006450     MOVE WS-ASOF-ORIGIN TO XDL-ORIGIN.
006452     MOVE WS-ASOF-CHG-DATE TO XDL-CHG-DATE.
006454     MOVE WS-ASOF-ACTION TO XDL-ACTION.
006456     MOVE WS-ASOF-REQUESTER TO XDL-REQUESTER.
006460     MOVE WS-XLT-LINE TO PRINT-RECORD.
006470     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006480     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006490     ADD 1 TO WS-PRINT-LINE-COUNT.
006500 4100-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------
006540* 7000-WRITE-TOTALS - THE TOTALS LINES.
006550*-----------------------------------------------------------
006560 7000-WRITE-TOTALS.
006570     MOVE WS-JOURNAL-READ TO TOT-READ.
006580     MOVE WS-JOURNAL-UNDONE TO TOT-UNDONE.
006590     MOVE WS-TOTAL-LINE-1 TO PRINT-RECORD.
006600     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
006610     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006620     MOVE WS-CODES-IN-FORCE TO TOT-CODES.
006630     MOVE WS-MAPS-IN-FORCE TO TOT-MAPS.
006640     MOVE WS-TOTAL-LINE-2 TO PRINT-RECORD.
006650     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006660     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006670 7000-EXIT.
006680     EXIT.
006690
006700*-----------------------------------------------------------
006710* 8000-TERMINATE - CLOSE THE FILES.
006720*-----------------------------------------------------------
006730 8000-TERMINATE.
006740     CLOSE PRINT-FILE.
006750     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006760     IF WS-JOURNAL-STATUS NOT = "35"
006770         CLOSE JOURNAL-FILE
006780         IF WS-JOURNAL-STATUS NOT = "00"
006790             MOVE "CHGJRNL" TO WS-ERROR-FILE-NAME
006800             MOVE WS-JOURNAL-STATUS TO WS-ERROR-STATUS
006810             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006820         END-IF
006830     END-IF.
006840     CLOSE VALID-CODES-FILE.
006850     IF WS-VALCODE-STATUS NOT = "00"
006860         MOVE "VALCODES" TO WS-ERROR-FILE-NAME
006870         MOVE WS-VALCODE-STATUS TO WS-ERROR-STATUS
006880         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006890     END-IF.
006900     IF WS-XLATE-STATUS NOT = "35"
006910         CLOSE XLATE-FILE
006920         IF WS-XLATE-STATUS NOT = "00"
006930             MOVE "XLATE" TO WS-ERROR-FILE-NAME
006940             MOVE WS-XLATE-STATUS TO WS-ERROR-STATUS
006950             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006960         END-IF
006970     END-IF.
006980 8000-EXIT.
006990     EXIT.
007000
007010*-----------------------------------------------------------
007020* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
007030* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
007040* COMMON FILE-ERROR PARAGRAPH.
007050*-----------------------------------------------------------
007060 9810-CHECK-PRINT-STATUS.
007070     IF WS-PRINT-STATUS NOT = "00"
007080         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
007090         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
007100         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007110     END-IF.
007120 9810-EXIT.
007130     EXIT.
007140
007150*-----------------------------------------------------------
007160* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
007170* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
007180* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
007190* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
007200*-----------------------------------------------------------
007210 9800-FILE-ERROR.
007220     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
007230         " STATUS: " WS-ERROR-STATUS.
007240     MOVE 12 TO WS-RETURN-CODE.
007250     MOVE WS-RETURN-CODE TO RETURN-CODE.
007260     STOP RUN.
007270 9800-EXIT.
007280     EXIT.
