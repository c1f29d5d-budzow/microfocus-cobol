000180*                    AND THE LAST FIVE AUDIT-LOG APPEARANCES
000190*                    WITH THEIR DISPOSITION. "WHY WAS ABCDE
000200*                    REJECTED LAST NIGHT" IS NOW ONE JOB.
000201*   2026-10-15  DLB  LIFETIME AUDIT TRAIL. EACH APPEARANCE ON
000202*                    AUDINDX (BUILT BY FPAUDIDX OVER THE LIVE LOG
000203*                    AND EVERY AUDARCH YEAR) IS LISTED WITH ITS
000204*                    DATASET AND RECORD NUMBER. THE LIVE LOG IS
000205*                    ONLY SCANNED FOR RUNS SINCE THE INDEX BUILD.
000206*                    WITHOUT A USABLE INDEX THE OLD LAST-FIVE
000207*                    SECTION IS PRINTED AS BEFORE.
000210*---------------------------------------------------------------
000220* INQCARDS CARRIES ONE VALUE PER CARD IN COLUMNS 1-5, UP TO
000230* 50 CARDS (MORE ARE REPORTED AND IGNORED). BLANK CARDS ARE
000250* (AUD-MY-VAR) OR THE AS-RECEIVED VALUE (AUD-RCVD-VAR);
000260* CONTROL ("C") AND OVERRIDE ("O") RECORDS ECHO THE LAST
000270* DETAIL AND ARE NOT VALUE OUTCOMES, SO THEY ARE SKIPPED.
000271* AUDINDX (BUILT BY FPAUDIDX) INDEXES EVERY APPEARANCE IN THE
000272* LIVE LOG AND IN EVERY AUDARCH YEAR BY VALUE. WHEN IT IS PRESENT
000273* AND COMPLETE THE PROFILE LISTS THE WHOLE TRAIL FROM IT, WITH
000274* THE DATASET AND RECORD NUMBER HOLDING EACH APPEARANCE, AND THE
000275* LIVE LOG IS ONLY SCANNED FOR RUNS SINCE THE INDEX WAS BUILT.
000276* WITHOUT IT THE LAST FIVE LIVE-LOG APPEARANCES ARE SHOWN.
000280*---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000540     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000561
000562     SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDINDX"
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS AUX-KEY
000566         FILE STATUS IS WS-INDEX-STATUS.
000570
000580     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000590         ORGANIZATION IS SEQUENTIAL
000790 FD  AUDIT-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY FPAUDREC.
000812
000814 FD  AUDIT-INDEX-FILE.
000816     COPY FPAUXREC.
000820
000830 FD  PRINT-FILE
000840     RECORDING MODE IS F.
000910 77  WS-MASTER-STATUS                PIC X(02).
000920 77  WS-AUDIT-STATUS                 PIC X(02).
000930 77  WS-PRINT-STATUS                 PIC X(02).
000935 77  WS-INDEX-STATUS                 PIC X(02).
000940 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000950
000960 77  WS-INQCARD-EOF-SWITCH           PIC X(01) VALUE "N".
001050     88  WS-MASTER-OPEN                  VALUE "Y".
001060 77  WS-AUDIT-PRESENT-SWITCH         PIC X(01) VALUE "N".
001070     88  WS-AUDIT-PRESENT                VALUE "Y".
001071 77  WS-INDEX-OPEN-SWITCH            PIC X(01) VALUE "N".
001072     88  WS-INDEX-OPEN                   VALUE "Y".
001073 77  WS-INDEX-COMPLETE-SWITCH        PIC X(01) VALUE "N".
001074     88  WS-INDEX-COMPLETE               VALUE "Y".
001075 77  WS-INDEX-END-SWITCH             PIC X(01) VALUE "N".
001076     88  WS-INDEX-END                    VALUE "Y".
001077 77  WS-INDEX-BUILD-DATE             PIC 9(08) VALUE ZERO.
001078 77  WS-INDEX-THRU-DATE              PIC 9(08) VALUE ZERO.
001079 77  WS-INDEX-THRU-TIME              PIC 9(08) VALUE ZERO.
001080 77  WS-INDEX-HITS                   PIC 9(07) COMP VALUE ZERO.
001081
001090 77  WS-IDX                          PIC 9(03) COMP VALUE ZERO.
001100 77  WS-AUD-IDX                      PIC 9(03) COMP VALUE ZERO.
001110 77  WS-SHIFT-IDX                    PIC 9(03) COMP VALUE ZERO.
002030     05  FILLER                      PIC X(12)
002040             VALUE "AUDIT       ".
002050     05  AUD-TOTAL                   PIC Z,ZZZ,ZZ9.
002060     05  AUD-COUNT-TEXT              PIC X(33)
002070             VALUE " APPEARANCES - LAST FIVE FOLLOW  ".
002080     05  FILLER                      PIC X(24) VALUE SPACES.
002081
002082 01  WS-INDEX-TITLE-LINE.
002083     05  FILLER                      PIC X(02) VALUE SPACES.
002084     05  FILLER                      PIC X(12)
002085             VALUE "AUDIT TRAIL ".
002086     05  FILLER                      PIC X(35)
002087             VALUE "ALL YEARS, FROM THE INDEX BUILT    ".
002088     05  ITL-BUILD-DATE              PIC 9(08).
002089     05  FILLER                      PIC X(23) VALUE SPACES.
002090
002091 01  WS-INDEX-COLUMN-LINE.
002092     05  FILLER                      PIC X(36)
002093             VALUE "    RUN DATE RUN TIME D VALUE RCVD  ".
002094     05  FILLER                      PIC X(21) VALUE "DATASET".
002095     05  FILLER                      PIC X(09) VALUE "RECORD NO".
002096     05  FILLER                      PIC X(14) VALUE SPACES.
002097
002098 01  WS-INDEX-DETAIL-LINE.
002099     05  FILLER                      PIC X(04) VALUE SPACES.
002100     05  IXL-DATE                    PIC 9(08).
002101     05  FILLER                      PIC X(01) VALUE SPACE.
002102     05  IXL-TIME                    PIC 9(08).
002103     05  FILLER                      PIC X(01) VALUE SPACE.
002104     05  IXL-DISP                    PIC X(01).
002105     05  FILLER                      PIC X(01) VALUE SPACE.
002106     05  IXL-VALUE                   PIC X(05).
002107     05  FILLER                      PIC X(01) VALUE SPACE.
002108     05  IXL-RCVD                    PIC X(05).
002109     05  FILLER                      PIC X(01) VALUE SPACE.
002110     05  IXL-DATASET                 PIC X(20).
002111     05  FILLER                      PIC X(01) VALUE SPACE.
002112     05  IXL-REC-NO                  PIC Z(08)9.
002113     05  FILLER                      PIC X(14) VALUE SPACES.
002114
002115*---------------------------------------------------------------
002116* PROCEDURE DIVISION
002120*---------------------------------------------------------------
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002300* AND THE AUDIT LOG. ANY OF THE MASTERS OR THE LOG MAY BE
002310* ABSENT - ITS SECTION OF THE PROFILE SAYS SO RATHER THAN
002320* FAILING THE WHOLE INQUIRY.
002322* THE AUDIT INDEX IS OPTIONAL TOO; WITHOUT IT (OR WITH AN
002324* INCOMPLETE ONE) THE LIVE LOG ALONE IS REPORTED.
002330*-----------------------------------------------------------
002340 1000-INITIALIZE.
002350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002940             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
002950             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002960     END-EVALUATE.
002961
002962     OPEN INPUT AUDIT-INDEX-FILE.
002963     EVALUATE WS-INDEX-STATUS
002964         WHEN "00"
002965             PERFORM 1100-CHECK-AUDIT-INDEX THRU 1100-EXIT
002966         WHEN "35"
002967             CONTINUE
002968         WHEN OTHER
002969             MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
002970             MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
002971             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
002972     END-EVALUATE.
002973
002980     OPEN OUTPUT PRINT-FILE.
002990     IF WS-PRINT-STATUS NOT = "00"
003000         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
003040     PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT.
003050 1000-EXIT.
003060     EXIT.
003061
003062*-----------------------------------------------------------
003063* 1100-CHECK-AUDIT-INDEX - THE INDEX IS ONLY USED WHEN ITS
003064* CONTROL RECORD IS ON FILE (THE LAST BUILD FINISHED). THE
003065* CONTROL RECORD SAYS HOW FAR INTO THE LIVE LOG IT REACHES.
003066*-----------------------------------------------------------
003067 1100-CHECK-AUDIT-INDEX.
003068     SET WS-INDEX-OPEN TO TRUE.
003069     MOVE LOW-VALUES TO AUX-KEY.
003070     READ AUDIT-INDEX-FILE
003071         INVALID KEY
003072             DISPLAY "FPVALINQ: AUDIT INDEX HAS NO CONTROL RECORD"
003073                 " - INCOMPLETE BUILD, NOT USED"
003074             GO TO 1100-EXIT
003075     END-READ.
003076     IF WS-INDEX-STATUS NOT = "00"
003077         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
003078         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
003079         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003080     END-IF.
003081     SET WS-INDEX-COMPLETE TO TRUE.
003082     MOVE AUXC-BUILD-DATE TO WS-INDEX-BUILD-DATE.
003083     MOVE AUXC-LIVE-THRU-DATE TO WS-INDEX-THRU-DATE.
003084     MOVE AUXC-LIVE-THRU-TIME TO WS-INDEX-THRU-TIME.
003085 1100-EXIT.
003086     EXIT.
003087
003088*-----------------------------------------------------------
003090* 1700-WRITE-REPORT-HEADER - HEADING FOR A NEW REPORT PAGE.
003100*-----------------------------------------------------------
003110 1700-WRITE-REPORT-HEADER.
003890* POSTING EACH RECORD TO EVERY INQUIRED VALUE IT MENTIONS
003900* (CANONICAL OR AS-RECEIVED). CONTROL AND OVERRIDE RECORDS
003910* ECHO THE LAST DETAIL AND ARE SKIPPED.
003915* RUNS ALREADY ON THE AUDIT INDEX ARE LEFT TO IT.
003920*-----------------------------------------------------------
003930 3000-SCAN-AUDIT-LOG.
003940     READ AUDIT-LOG-FILE
004070     IF AUD-DISP-CONTROL OR AUD-DISP-OVERRIDE
004080         GO TO 3000-EXIT
004090     END-IF.
004091     IF WS-INDEX-COMPLETE
004092         IF AUD-RUN-DATE < WS-INDEX-THRU-DATE OR
004093                 (AUD-RUN-DATE = WS-INDEX-THRU-DATE AND
004094                  AUD-RUN-TIME NOT > WS-INDEX-THRU-TIME)
004095             GO TO 3000-EXIT
004096         END-IF
004097     END-IF.
004100     PERFORM 3100-POST-AUDIT-MATCH THRU 3100-EXIT
004110         VARYING WS-IDX FROM 1 BY 1
004120         UNTIL WS-IDX > WS-INQ-COUNT.
006120 7300-EXIT.
006130     EXIT.
006140
006146*-----------------------------------------------------------
006152* 7400-DESCRIBE-AUDIT - THE VALUE'S AUDIT APPEARANCES: ITS
006158* WHOLE TRAIL FROM THE AUDIT INDEX WHEN THERE IS ONE, THEN THE
006164* COUNT AND LAST FIVE OF THE LIVE-LOG RECORDS COLLECTED FOR IT
006170* (WITH AN INDEX, ONLY THOSE NEWER THAN THE INDEX).
006176*-----------------------------------------------------------
006182 7400-DESCRIBE-AUDIT.
006188     IF WS-INDEX-COMPLETE
006194         PERFORM 7500-DESCRIBE-AUDIT-INDEX THRU 7500-EXIT
006200     END-IF.
006206     IF NOT WS-AUDIT-PRESENT
006212         IF NOT WS-INDEX-COMPLETE
006218             MOVE "AUDIT       " TO PRO-LABEL
006224             MOVE "NO AUDIT LOG CONFIGURED" TO PRO-TEXT
006230             PERFORM 7900-WRITE-PROFILE-LINE THRU 7900-EXIT
006236         END-IF
006242         GO TO 7400-EXIT
006248     END-IF.
006254     IF WS-INQ-AUD-TOTAL (WS-IDX) = ZERO
006260         IF NOT WS-INDEX-COMPLETE
006266             MOVE "AUDIT       " TO PRO-LABEL
006272             MOVE "NO AUDIT APPEARANCES" TO PRO-TEXT
006278             PERFORM 7900-WRITE-PROFILE-LINE THRU 7900-EXIT
006284         END-IF
006290         GO TO 7400-EXIT
006296     END-IF.
006302     IF WS-INDEX-COMPLETE
006308         MOVE " NEWER THAN THE INDEX - LAST FIVE"
006314             TO AUD-COUNT-TEXT
006320     END-IF.
006325     MOVE WS-INQ-AUD-TOTAL (WS-IDX) TO AUD-TOTAL.
006330     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006340         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006350     END-IF.
006630     ADD 1 TO WS-PRINT-LINE-COUNT.
006640 7410-EXIT.
006650     EXIT.
006651
006652*-----------------------------------------------------------
006653* 7500-DESCRIBE-AUDIT-INDEX - EVERY APPEARANCE OF THE VALUE ON
006654* THE AUDIT INDEX, ALL YEARS, OLDEST FIRST, EACH WITH THE
006655* DATASET AND RECORD NUMBER IT CAME FROM.
006656*-----------------------------------------------------------
006657 7500-DESCRIBE-AUDIT-INDEX.
006658     IF WS-PRINT-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
006659         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006660     END-IF.
006661     MOVE WS-INDEX-BUILD-DATE TO ITL-BUILD-DATE.
006662     MOVE WS-INDEX-TITLE-LINE TO PRINT-RECORD.
006663     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006664     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006665     MOVE WS-INDEX-COLUMN-LINE TO PRINT-RECORD.
006666     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006667     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006668     ADD 2 TO WS-PRINT-LINE-COUNT.
006669     MOVE ZERO TO WS-INDEX-HITS.
006670     MOVE "N" TO WS-INDEX-END-SWITCH.
006671     MOVE WS-INQ-VALUE (WS-IDX) TO AUX-VALUE.
006672     MOVE ZERO TO AUX-RUN-DATE.
006673     MOVE ZERO TO AUX-RUN-TIME.
006674     MOVE ZERO TO AUX-REC-NO.
006675     START AUDIT-INDEX-FILE KEY IS NOT < AUX-KEY
006676         INVALID KEY
006677             SET WS-INDEX-END TO TRUE
006678     END-START.
006679     IF WS-INDEX-STATUS NOT = "00" AND
006680             WS-INDEX-STATUS NOT = "23"
006681         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
006682         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
006683         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006684     END-IF.
006685     PERFORM 7510-WRITE-INDEX-LINE THRU 7510-EXIT
006686         UNTIL WS-INDEX-END.
006687     MOVE WS-INDEX-HITS TO AUD-TOTAL.
006688     MOVE " INDEXED APPEARANCES, ALL YEARS" TO AUD-COUNT-TEXT.
006689     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006690         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006691     END-IF.
006692     MOVE WS-AUDIT-COUNT-LINE TO PRINT-RECORD.
006693     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006694     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006695     ADD 1 TO WS-PRINT-LINE-COUNT.
006696 7500-EXIT.
006697     EXIT.
006698
006699 7510-WRITE-INDEX-LINE.
006700     READ AUDIT-INDEX-FILE NEXT RECORD
006701         AT END
006702             SET WS-INDEX-END TO TRUE
006703             GO TO 7510-EXIT
006704     END-READ.
006705     IF WS-INDEX-STATUS NOT = "00"
006706         MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
006707         MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
006708         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006709     END-IF.
006710     IF AUX-VALUE NOT = WS-INQ-VALUE (WS-IDX)
006711         SET WS-INDEX-END TO TRUE
006712         GO TO 7510-EXIT
006713     END-IF.
006714     ADD 1 TO WS-INDEX-HITS.
006715     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006716         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006717     END-IF.
006718     MOVE AUX-RUN-DATE TO IXL-DATE.
006719     MOVE AUX-RUN-TIME TO IXL-TIME.
006720     MOVE AUX-DISPOSITION TO IXL-DISP.
006721     MOVE AUX-MY-VAR TO IXL-VALUE.
006722     MOVE AUX-RCVD-VAR TO IXL-RCVD.
006723     MOVE AUX-DATASET TO IXL-DATASET.
006724     MOVE AUX-REC-NO TO IXL-REC-NO.
006725     MOVE WS-INDEX-DETAIL-LINE TO PRINT-RECORD.
006726     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006727     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006728     ADD 1 TO WS-PRINT-LINE-COUNT.
006729 7510-EXIT.
006730     EXIT.
006731
006732 7900-WRITE-PROFILE-LINE.
006733     IF WS-PRINT-LINE-COUNT >= WS-LINES-PER-PAGE
006734         PERFORM 1700-WRITE-REPORT-HEADER THRU 1700-EXIT
006735     END-IF.
006736     MOVE WS-PROFILE-LINE TO PRINT-RECORD.
006737     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
006738     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
006740     ADD 1 TO WS-PRINT-LINE-COUNT.
006750 7900-EXIT.
006760     EXIT.
007210             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007220         END-IF
007230     END-IF.
007231     IF WS-INDEX-OPEN
007232         CLOSE AUDIT-INDEX-FILE
007233         IF WS-INDEX-STATUS NOT = "00"
007234             MOVE "AUDINDX" TO WS-ERROR-FILE-NAME
007235             MOVE WS-INDEX-STATUS TO WS-ERROR-STATUS
007236             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007237         END-IF
007238     END-IF.
007240 8000-EXIT.
007250     EXIT.
007260
