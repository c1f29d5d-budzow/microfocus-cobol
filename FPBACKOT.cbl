000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FPBACKOT.
000030 AUTHOR. D BLOCK.
000040 INSTALLATION. BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-10-15  DLB  INITIAL VERSION - BACKS ONE BAD FPUNUSED
000100*                    NIGHT OUT OF EVERY CUMULATIVE FILE IT
000110*                    TOUCHED, SO A RERUN NIGHT IS NO LONGER
000120*                    DOUBLE-COUNTED BY THE MONTH-END REPORTS AND
000130*                    THE SLA TREND. THE RUN'S AUDIT-LOG, STAHIST
000140*                    AND SRCSTATS RECORDS (MATCHED ON RUN DATE
000150*                    AND RUN TIME) ARE DROPPED BY COPYING EACH
000160*                    FILE TO A FRESH GENERATION WITHOUT THEM;
000170*                    THE RUN'S EXTRACT GENERATION IS UNAPPLIED
000180*                    FROM EXTMAST AND ITS REJECTS GENERATION
000190*                    FROM REJHIST. THE PRTOUT REPORT SHOWS
000200*                    BEFORE / REMOVED / AFTER FOR EVERY FILE
000210*                    AND A BALANCE LINE PER FILE.
000211*   2026-10-15  DLB  EVERY FILE NOW BALANCES TO A CONTROL OF ITS
000212*                    OWN TAKEN FROM THE RUN-STATUS RECORD. THE
000213*                    APLHIST LOAD AND POSTING RECORDS OF THE RUN'S
000214*                    DATA DATE ARE DROPPED, AND THE SUSPENSE
000215*                    GENERATION IS PROVED TO BE THE ONE THE RUN
000216*                    WROTE. A VALUE FIRST SEEN BY THE RUN IS NO
000217*                    LONGER REPORTED AS A LAST-SEEN DATE THAT
000218*                    COULD NOT BE PUT BACK.
000220*---------------------------------------------------------------
000230* BKOCTL CARRIES THE RUN TO BACK OUT: RUN DATE (YYYYMMDD) IN
000240* COLUMNS 1-8 AND RUN TIME (HHMMSSHH, AS ON THE RUN-STATUS
000250* RECORD AND THE PRTOUT HEADING) IN COLUMNS 9-16. BOTH ARE
000260* MANDATORY. THE RUN MUST BE ON STAHIST - A DATE/TIME THAT
000270* MATCHES NO RUN-HISTORY RECORD ENDS THE JOB RC=12 BEFORE
000280* EITHER VSAM MASTER IS TOUCHED, AS DOES AN EXTRACT
000290* GENERATION WHOSE HEADER IS NOT DATED THE RUN DATE.
000300*---------------------------------------------------------------
000310* EXTMAST: EACH DETAIL ON THE RUN'S EXTRACT TAKES ONE OFF
000320* EXM-TIMES-SEEN. A VALUE WHOSE COUNT REACHES ZERO WAS FIRST
000330* SEEN BY THAT RUN AND IS DELETED; OTHERWISE A LAST-SEEN DATE
000340* EQUAL TO THE RUN DATE IS PUT BACK FROM EXM-PREV-LAST-SEEN.
000350* REJHIST: EACH REJECT TAKES ONE OFF RH-CYCLE-COUNT, DELETING
000360* AT ZERO, AND PUTS RH-LAST-REJ-DATE BACK FROM
000370* RH-PREV-REJ-DATE. RH-LAST-REASON-CODE AND THE RESUBMITTED
000380* FLAG ARE LEFT AS THEY STAND - THE RERUN RESETS THEM. BACK A
000390* NIGHT OUT BEFORE THE NEXT NIGHT RUNS: ONE LEVEL OF PRIOR
000400* DATE IS ALL THE MASTERS KEEP.
000410*---------------------------------------------------------------
000420* SRCSTATS RECORDS WRITTEN BEFORE SRC-RUN-TIME WENT IN CARRY NO
000430* RUN TIME AND ARE MATCHED ON THE RUN DATE ALONE; THEY ARE
000440* COUNTED SEPARATELY ON THE REPORT.
000442*---------------------------------------------------------------
000444* APLHIST: THE FPEXTLD AND FPREJHST RECORDS WHOSE DATA DATE IS
000446* THE RUN DATE ARE DROPPED - THE LOAD OF THE EXTRACT AND THE
000448* POSTING OF THE REJECTS BEING UNAPPLIED. SUSPENSE IS ONLY
000450* READ, TO PROVE IT IS THE GENERATION THE RUN WROTE BEFORE THE
000452* JCL DELETES IT: A VALUE PARKED THAT NIGHT CARRIES THE RUN
000454* DATE AS ITS ARRIVAL DATE, SO ONE DATED LATER MEANS A LATER
000456* NIGHT HAS WORKED THE QUEUE, AND THE JOB ENDS RC=12 BEFORE
000458* EITHER VSAM MASTER IS TOUCHED.
000460*---------------------------------------------------------------
000462* EACH FILE BALANCES TO A CONTROL FROM THE RUN'S OWN STATUS
000464* RECORD, NOT ONLY TO ITS OWN COUNTS: ONE STAHIST RECORD; AUDIT
000466* "V" RECORDS = RECORDS VALID, AND NO MORE V/R/S RECORDS THAN
000468* RECORDS READ (BLANK AND CARRIED VALUES ARE NOT AUDITED);
000470* SRCSTATS RECORDS FOR A RUN THAT READ ANYTHING; ONE FPEXTLD
000472* LOAD PER EXTRACT AND ONE FPREJHST POSTING PER REJECTS
000474* GENERATION UNAPPLIED; EXTRACT DETAILS = RECORDS VALID LESS
000476* DUPLICATES SUPPRESSED; REJECTS = RECORDS REJECTED; SUSPENSE
000478* RECORDS = RECORDS SUSPENDED.
000480*---------------------------------------------------------------
000482* RETURN CODES: RC=00 THE RUN IS BACKED OUT AND EVERY FILE
000484* BALANCES; RC=04 NO AUDIT RECORDS WERE FOUND FOR THE RUN, THE
000486* EXTRACT OR REJECTS CARD WAS DUMMY FOR A RUN THAT WROTE ONE,
000488* OR A DATE COULD NOT BE PUT BACK;
000500* RC=12 BAD CARD, RUN NOT ON STAHIST, WRONG GENERATION, OR
000510* FILE ERROR; RC=16 A FILE DID NOT BALANCE.
000520*---------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BKOCTL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-CONTROL-STATUS.
000590
000600     SELECT STATUS-HISTORY-FILE ASSIGN TO "STAHIST"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-STAHIST-STATUS.
000630
000640     SELECT NEW-STATUS-HISTORY-FILE ASSIGN TO "STANEW"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-STANEW-STATUS.
000670
000680     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-AUDIT-STATUS.
000710
000720     SELECT NEW-LOG-FILE ASSIGN TO "AUDNEW"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-NEWLOG-STATUS.
000750
000760     SELECT SOURCE-STATS-FILE ASSIGN TO "SRCSTATS"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SRCSTATS-STATUS.
000790
000800     SELECT NEW-SOURCE-STATS-FILE ASSIGN TO "SRCNEW"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-SRCNEW-STATUS.
000821
000822     SELECT APPLY-HISTORY-FILE ASSIGN TO "APLHIST"
000823         ORGANIZATION IS SEQUENTIAL
000824         FILE STATUS IS WS-APLHIST-STATUS.
000825
000826     SELECT NEW-APPLY-HISTORY-FILE ASSIGN TO "APLNEW"
000827         ORGANIZATION IS SEQUENTIAL
000828         FILE STATUS IS WS-APLNEW-STATUS.
000830
000840     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-EXTRACT-STATUS.
000870
000880     SELECT EXTRACT-MASTER-FILE ASSIGN TO "EXTMAST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS EXM-MY-VAR
000920         FILE STATUS IS WS-MASTER-STATUS.
000930
000940     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-REJECT-STATUS.
000970
000980     SELECT REJECT-HISTORY-FILE ASSIGN TO "REJHIST"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS RH-KEY
001020         FILE STATUS IS WS-HISTORY-STATUS.
001022
001024     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001026         ORGANIZATION IS SEQUENTIAL
001028         FILE STATUS IS WS-SUSPENSE-STATUS.
001030
001040     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-PRINT-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  BACKOUT-CONTROL-FILE
001110     RECORDING MODE IS F.
001120 01  BACKOUT-CONTROL-RECORD.
001130     05  BKO-RUN-DATE                PIC X(08).
001140     05  BKO-RUN-TIME                PIC X(08).
001150     05  FILLER                      PIC X(64).
001160
001170 FD  STATUS-HISTORY-FILE
001180     RECORDING MODE IS F.
001190     COPY FPSTAREC.
001200
001210 FD  NEW-STATUS-HISTORY-FILE
001220     RECORDING MODE IS F.
001230 01  NEW-STATUS-HISTORY-RECORD       PIC X(80).
001240
001250 FD  AUDIT-LOG-FILE
001260     RECORDING MODE IS F.
001270     COPY FPAUDREC.
001280
001290 FD  NEW-LOG-FILE
001300     RECORDING MODE IS F.
001310 01  NEW-LOG-RECORD                  PIC X(80).
001320
001330 FD  SOURCE-STATS-FILE
001340     RECORDING MODE IS F.
001350     COPY FPSRCSTA.
001360
001370 FD  NEW-SOURCE-STATS-FILE
001380     RECORDING MODE IS F.
001390 01  NEW-SOURCE-STATS-RECORD         PIC X(80).
001400
001401 FD  APPLY-HISTORY-FILE
001402     RECORDING MODE IS F.
001403     COPY FPAPLSTA.
001404
001405 FD  NEW-APPLY-HISTORY-FILE
001406     RECORDING MODE IS F.
001407 01  NEW-APPLY-HISTORY-RECORD        PIC X(80).
001408
001410 FD  EXTRACT-FILE
001420     RECORDING MODE IS F.
001430     COPY FPEXTREC.
001440
001450 FD  EXTRACT-MASTER-FILE.
001460     COPY FPEXTMST.
001470
001480 FD  REJECT-FILE
001490     RECORDING MODE IS F.
001500     COPY FPREJREC.
001510
001520 FD  REJECT-HISTORY-FILE.
001530     COPY FPREJHIS.
001540
001542 FD  SUSPENSE-FILE
001544     RECORDING MODE IS F.
001546     COPY FPSUSREC.
001548
001550 FD  PRINT-FILE
001560     RECORDING MODE IS F.
001570 01  PRINT-RECORD                    PIC X(80).
001580
001590 WORKING-STORAGE SECTION.
001600 77  WS-CONTROL-STATUS               PIC X(02).
001610 77  WS-STAHIST-STATUS               PIC X(02).
001620 77  WS-STANEW-STATUS                PIC X(02).
001630 77  WS-AUDIT-STATUS                 PIC X(02).
001640 77  WS-NEWLOG-STATUS                PIC X(02).
001650 77  WS-SRCSTATS-STATUS              PIC X(02).
001660 77  WS-SRCNEW-STATUS                PIC X(02).
001670 77  WS-EXTRACT-STATUS               PIC X(02).
001680 77  WS-MASTER-STATUS                PIC X(02).
001690 77  WS-REJECT-STATUS                PIC X(02).
001700 77  WS-HISTORY-STATUS               PIC X(02).
001702 77  WS-APLHIST-STATUS               PIC X(02).
001704 77  WS-APLNEW-STATUS                PIC X(02).
001706 77  WS-SUSPENSE-STATUS              PIC X(02).
001710 77  WS-PRINT-STATUS                 PIC X(02).
001720 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
001730
001740 77  WS-STAHIST-EOF-SWITCH           PIC X(01) VALUE "N".
001750     88  WS-STAHIST-EOF                  VALUE "Y".
001760 77  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
001770     88  WS-AUDIT-EOF                    VALUE "Y".
001780 77  WS-SRCSTATS-EOF-SWITCH          PIC X(01) VALUE "N".
001790     88  WS-SRCSTATS-EOF                 VALUE "Y".
001800 77  WS-EXTRACT-EOF-SWITCH           PIC X(01) VALUE "N".
001810     88  WS-EXTRACT-EOF                  VALUE "Y".
001820 77  WS-REJECT-EOF-SWITCH            PIC X(01) VALUE "N".
001830     88  WS-REJECT-EOF                   VALUE "Y".
001832 77  WS-APLHIST-EOF-SWITCH           PIC X(01) VALUE "N".
001834     88  WS-APLHIST-EOF                  VALUE "Y".
001836 77  WS-SUSPENSE-EOF-SWITCH          PIC X(01) VALUE "N".
001838     88  WS-SUSPENSE-EOF                 VALUE "Y".
001840 77  WS-EXT-HEADER-SWITCH            PIC X(01) VALUE "N".
001850     88  WS-EXT-HEADER-SEEN              VALUE "Y".
001860 77  WS-EXT-TRAILER-SWITCH           PIC X(01) VALUE "N".
001870     88  WS-EXT-TRAILER-SEEN             VALUE "Y".
001880 77  WS-BALANCE-SWITCH               PIC X(01) VALUE "Y".
001890     88  WS-FILE-IN-BALANCE              VALUE "Y".
001900
001910 77  WS-TARGET-DATE                  PIC 9(08) VALUE ZERO.
001920 77  WS-TARGET-TIME                  PIC 9(08) VALUE ZERO.
001930
001940 77  WS-STA-READ                     PIC 9(07) COMP VALUE ZERO.
001950 77  WS-STA-DROPPED                  PIC 9(07) COMP VALUE ZERO.
001960 77  WS-STA-KEPT                     PIC 9(07) COMP VALUE ZERO.
001970 77  WS-AUD-READ                     PIC 9(07) COMP VALUE ZERO.
001980 77  WS-AUD-DROPPED                  PIC 9(07) COMP VALUE ZERO.
001990 77  WS-AUD-KEPT                     PIC 9(07) COMP VALUE ZERO.
001993 77  WS-AUD-VALID-DROPPED            PIC 9(07) COMP VALUE ZERO.
001996 77  WS-AUD-VALUE-DROPPED            PIC 9(07) COMP VALUE ZERO.
002000 77  WS-SRC-READ                     PIC 9(07) COMP VALUE ZERO.
002010 77  WS-SRC-DROPPED                  PIC 9(07) COMP VALUE ZERO.
002020 77  WS-SRC-KEPT                     PIC 9(07) COMP VALUE ZERO.
002030 77  WS-SRC-DATE-ONLY                PIC 9(07) COMP VALUE ZERO.
002040 77  WS-EXT-DETAILS                  PIC 9(07) COMP VALUE ZERO.
002050 77  WS-EXT-TRAILER-COUNT            PIC 9(07) COMP VALUE ZERO.
002055 77  WS-EXT-EXPECTED                 PIC 9(07) COMP VALUE ZERO.
002060 77  WS-EXM-REVERSED                 PIC 9(07) COMP VALUE ZERO.
002070 77  WS-EXM-DELETED                  PIC 9(07) COMP VALUE ZERO.
002080 77  WS-EXM-NOT-FOUND                PIC 9(07) COMP VALUE ZERO.
002090 77  WS-EXM-DATE-KEPT                PIC 9(07) COMP VALUE ZERO.
002100 77  WS-REJ-READ                     PIC 9(07) COMP VALUE ZERO.
002110 77  WS-REJ-WRONG-DATE               PIC 9(07) COMP VALUE ZERO.
002120 77  WS-RH-REVERSED                  PIC 9(07) COMP VALUE ZERO.
002130 77  WS-RH-DELETED                   PIC 9(07) COMP VALUE ZERO.
002140 77  WS-RH-NOT-FOUND                 PIC 9(07) COMP VALUE ZERO.
002150 77  WS-RH-DATE-KEPT                 PIC 9(07) COMP VALUE ZERO.
002151 77  WS-APL-READ                     PIC 9(07) COMP VALUE ZERO.
002152 77  WS-APL-DROPPED                  PIC 9(07) COMP VALUE ZERO.
002153 77  WS-APL-KEPT                     PIC 9(07) COMP VALUE ZERO.
002154 77  WS-APL-EXT-DROPPED              PIC 9(07) COMP VALUE ZERO.
002155 77  WS-APL-EXT-EXPECTED             PIC 9(07) COMP VALUE ZERO.
002156 77  WS-APL-REJ-DROPPED              PIC 9(07) COMP VALUE ZERO.
002157 77  WS-APL-REJ-EXPECTED             PIC 9(07) COMP VALUE ZERO.
002158 77  WS-SUS-READ                     PIC 9(07) COMP VALUE ZERO.
002159 77  WS-SUS-PARKED                   PIC 9(07) COMP VALUE ZERO.
002160 77  WS-SUS-LATER                    PIC 9(07) COMP VALUE ZERO.
002161
002170 77  WS-ERROR-FILE-NAME              PIC X(09).
002180 77  WS-ERROR-STATUS                 PIC X(02).
002190
002200 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
002210 01  WS-RUN-TIME                     PIC 9(08) VALUE ZERO.
002220
002230*---------------------------------------------------------------
002240* THE RUN-STATUS RECORD OF THE NIGHT BEING BACKED OUT, SAVED
002250* OFF STAHIST FOR THE REPORT HEADING AND THE BALANCE CONTROLS.
002260*---------------------------------------------------------------
002270 01  WS-TARGET-STATUS.
002280     05  WS-TGT-JOB-NAME             PIC X(08) VALUE SPACES.
002290     05  WS-TGT-RETURN-CODE          PIC 9(03) VALUE ZERO.
002300     05  WS-TGT-READ                 PIC 9(07) VALUE ZERO.
002310     05  WS-TGT-VALID                PIC 9(07) VALUE ZERO.
002320     05  WS-TGT-REJECTED             PIC 9(07) VALUE ZERO.
002330     05  WS-TGT-RECON                PIC X(08) VALUE SPACES.
002333     05  WS-TGT-DUP-SUPPRESSED       PIC 9(07) VALUE ZERO.
002336     05  WS-TGT-SUSPENDED            PIC 9(06) VALUE ZERO.
002340
002350*---------------------------------------------------------------
002360* PRINT LINE LAYOUTS
002370*---------------------------------------------------------------
002380 01  WS-HEADER-LINE-1.
002390     05  FILLER                      PIC X(37)
002400             VALUE "FPBACKOT - NIGHTLY RUN BACKOUT REPORT".
002410     05  FILLER                      PIC X(43) VALUE SPACES.
002420
002430 01  WS-HEADER-LINE-2.
002440     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002450     05  HDR-RUN-DATE                PIC 9(08).
002460     05  FILLER                      PIC X(09) VALUE "  TIME:  ".
002470     05  HDR-RUN-TIME                PIC 9(08).
002480     05  FILLER                      PIC X(45) VALUE SPACES.
002490
002500 01  WS-TARGET-LINE-1.
002510     05  FILLER                      PIC X(19)
002520             VALUE "RUN BACKED OUT:    ".
002530     05  TGT-RUN-DATE                PIC 9(08).
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  TGT-RUN-TIME                PIC 9(08).
002560     05  FILLER                      PIC X(05) VALUE " JOB ".
002570     05  TGT-JOB-NAME                PIC X(08).
002580     05  FILLER                      PIC X(04) VALUE " RC ".
002590     05  TGT-RETURN-CODE             PIC 9(03).
002600     05  FILLER                      PIC X(24) VALUE SPACES.
002610
002620 01  WS-TARGET-LINE-2.
002630     05  FILLER                      PIC X(19)
002640             VALUE "  RECORDS READ     ".
002650     05  TGT-READ                    PIC Z,ZZZ,ZZ9.
002660     05  FILLER                      PIC X(07) VALUE " VALID ".
002670     05  TGT-VALID                   PIC Z,ZZZ,ZZ9.
002680     05  FILLER                      PIC X(10) VALUE " REJECTED ".
002690     05  TGT-REJECTED                PIC Z,ZZZ,ZZ9.
002700     05  FILLER                      PIC X(01) VALUE SPACE.
002710     05  TGT-RECON                   PIC X(08).
002720     05  FILLER                      PIC X(08) VALUE SPACES.
002730
002740 01  WS-SECTION-LINE.
002750     05  SEC-TITLE                   PIC X(40).
002760     05  FILLER                      PIC X(40) VALUE SPACES.
002770
002780 01  WS-FILE-LINE.
002790     05  FILLER                      PIC X(02) VALUE SPACES.
002800     05  FIL-NAME                    PIC X(09).
002810     05  FILLER                      PIC X(08) VALUE " BEFORE ".
002820     05  FIL-BEFORE                  PIC Z,ZZZ,ZZ9.
002830     05  FILLER                      PIC X(09) VALUE " REMOVED ".
002840     05  FIL-REMOVED                 PIC Z,ZZZ,ZZ9.
002850     05  FILLER                      PIC X(07) VALUE " AFTER ".
002860     05  FIL-AFTER                   PIC Z,ZZZ,ZZ9.
002870     05  FILLER                      PIC X(01) VALUE SPACE.
002880     05  FIL-STATUS                  PIC X(14).
002890     05  FILLER                      PIC X(03) VALUE SPACES.
002900
002910 01  WS-COUNT-LINE.
002920     05  FILLER                      PIC X(04) VALUE SPACES.
002930     05  CNT-LABEL                   PIC X(32).
002940     05  CNT-VALUE                   PIC Z,ZZZ,ZZ9.
002950     05  FILLER                      PIC X(35) VALUE SPACES.
002960
002970 01  WS-BALANCE-LINE.
002980     05  FILLER                      PIC X(02) VALUE SPACES.
002990     05  BAL-NAME                    PIC X(09).
003000     05  FILLER                      PIC X(09) VALUE " BALANCE ".
003010     05  BAL-STATUS                  PIC X(40).
003020     05  FILLER                      PIC X(20) VALUE SPACES.
003030
003040 01  WS-RESULT-LINE.
003050     05  FILLER                      PIC X(16)
003060             VALUE "BACKOUT RESULT  ".
003070     05  RES-STATUS                  PIC X(40).
003080     05  FILLER                      PIC X(24) VALUE SPACES.
003090
003100*---------------------------------------------------------------
003110* PROCEDURE DIVISION
003120*---------------------------------------------------------------
003130 PROCEDURE DIVISION.
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 2000-COPY-RUN-HISTORY THRU 2000-EXIT
003170         UNTIL WS-STAHIST-EOF.
003180     PERFORM 2090-CONFIRM-TARGET-RUN THRU 2090-EXIT.
003190     PERFORM 3000-COPY-AUDIT-LOG THRU 3000-EXIT
003200         UNTIL WS-AUDIT-EOF.
003210     PERFORM 4000-COPY-SOURCE-STATS THRU 4000-EXIT
003220         UNTIL WS-SRCSTATS-EOF.
003221     PERFORM 4500-COPY-APPLY-HISTORY THRU 4500-EXIT
003222         UNTIL WS-APLHIST-EOF.
003223     PERFORM 4800-CHECK-SUSPENSE THRU 4800-EXIT
003224         UNTIL WS-SUSPENSE-EOF.
003225     PERFORM 4890-CONFIRM-SUSPENSE THRU 4890-EXIT.
003230     PERFORM 5000-UNAPPLY-EXTRACT THRU 5000-EXIT
003240         UNTIL WS-EXTRACT-EOF.
003250     PERFORM 6000-UNAPPLY-REJECTS THRU 6000-EXIT
003260         UNTIL WS-REJECT-EOF.
003270     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
003280     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003290 0000-EXIT.
003300     MOVE WS-RETURN-CODE TO RETURN-CODE.
003310     STOP RUN.
003320
003330*-----------------------------------------------------------
003340* 1000-INITIALIZE - READ THE RUN DATE AND TIME TO BACK OUT
003350* AND OPEN EVERY FILE. THE CARD IS MANDATORY - THIS JOB
003360* REWRITES THE AUDIT TRAIL AND MUST NEVER GUESS WHICH RUN
003370* TO TAKE OUT. A MISSING CUMULATIVE FILE HAS NOTHING TO
003380* BACK OUT OF AND IS TREATED AS EMPTY.
003390*-----------------------------------------------------------
003400 1000-INITIALIZE.
003410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003420     ACCEPT WS-RUN-TIME FROM TIME.
003430
003440     OPEN INPUT BACKOUT-CONTROL-FILE.
003450     IF WS-CONTROL-STATUS NOT = "00"
003460         DISPLAY "BKOCTL CONTROL CARD MISSING - STATUS: "
003470             WS-CONTROL-STATUS
003480         MOVE 12 TO WS-RETURN-CODE
003490         MOVE WS-RETURN-CODE TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520     READ BACKOUT-CONTROL-FILE
003530         AT END
003540             CONTINUE
003550         NOT AT END
003560             IF BKO-RUN-DATE IS NUMERIC
003570                 MOVE BKO-RUN-DATE TO WS-TARGET-DATE
003580             END-IF
003590             IF BKO-RUN-TIME IS NUMERIC
003600                 MOVE BKO-RUN-TIME TO WS-TARGET-TIME
003610             END-IF
003620     END-READ.
003630     CLOSE BACKOUT-CONTROL-FILE.
003640     IF WS-TARGET-DATE = ZERO OR BKO-RUN-TIME IS NOT NUMERIC
003650         DISPLAY "BKOCTL RUN DATE/TIME MISSING OR NOT NUMERIC"
003660         MOVE 12 TO WS-RETURN-CODE
003670         MOVE WS-RETURN-CODE TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700
003710     OPEN INPUT STATUS-HISTORY-FILE.
003720     EVALUATE WS-STAHIST-STATUS
003730         WHEN "00"
003740             CONTINUE
003750         WHEN "35"
003760             SET WS-STAHIST-EOF TO TRUE
003770         WHEN OTHER
003780             MOVE "STAHIST" TO WS-ERROR-FILE-NAME
003790             MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
003800             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003810     END-EVALUATE.
003820     OPEN OUTPUT NEW-STATUS-HISTORY-FILE.
003830     IF WS-STANEW-STATUS NOT = "00"
003840         MOVE "STANEW" TO WS-ERROR-FILE-NAME
003850         MOVE WS-STANEW-STATUS TO WS-ERROR-STATUS
003860         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003870     END-IF.
003880
003890     OPEN INPUT AUDIT-LOG-FILE.
003900     EVALUATE WS-AUDIT-STATUS
003910         WHEN "00"
003920             CONTINUE
003930         WHEN "35"
003940             SET WS-AUDIT-EOF TO TRUE
003950         WHEN OTHER
003960             MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
003970             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
003980             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003990     END-EVALUATE.
004000     OPEN OUTPUT NEW-LOG-FILE.
004010     IF WS-NEWLOG-STATUS NOT = "00"
004020         MOVE "AUDNEW" TO WS-ERROR-FILE-NAME
004030         MOVE WS-NEWLOG-STATUS TO WS-ERROR-STATUS
004040         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004050     END-IF.
004060
004070     OPEN INPUT SOURCE-STATS-FILE.
004080     EVALUATE WS-SRCSTATS-STATUS
004090         WHEN "00"
004100             CONTINUE
004110         WHEN "35"
004120             SET WS-SRCSTATS-EOF TO TRUE
004130         WHEN OTHER
004140             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
004150             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
004160             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004170     END-EVALUATE.
004180     OPEN OUTPUT NEW-SOURCE-STATS-FILE.
004190     IF WS-SRCNEW-STATUS NOT = "00"
004200         MOVE "SRCNEW" TO WS-ERROR-FILE-NAME
004210         MOVE WS-SRCNEW-STATUS TO WS-ERROR-STATUS
004220         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004230     END-IF.
004240
004241     OPEN INPUT APPLY-HISTORY-FILE.
004242     EVALUATE WS-APLHIST-STATUS
004243         WHEN "00"
004244             CONTINUE
004245         WHEN "35"
004246             SET WS-APLHIST-EOF TO TRUE
004247         WHEN OTHER
004248             MOVE "APLHIST" TO WS-ERROR-FILE-NAME
004249             MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
004250             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004251     END-EVALUATE.
004252     OPEN OUTPUT NEW-APPLY-HISTORY-FILE.
004253     IF WS-APLNEW-STATUS NOT = "00"
004254         MOVE "APLNEW" TO WS-ERROR-FILE-NAME
004255         MOVE WS-APLNEW-STATUS TO WS-ERROR-STATUS
004256         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004257     END-IF.
004258
004259     OPEN INPUT EXTRACT-FILE.
004260     EVALUATE WS-EXTRACT-STATUS
004270         WHEN "00"
004280             CONTINUE
004290         WHEN "35"
004300             SET WS-EXTRACT-EOF TO TRUE
004310         WHEN OTHER
004320             MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
004330             MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
004340             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004350     END-EVALUATE.
004360
004370     OPEN INPUT REJECT-FILE.
004380     EVALUATE WS-REJECT-STATUS
004390         WHEN "00"
004400             CONTINUE
004410         WHEN "35"
004420             SET WS-REJECT-EOF TO TRUE
004430         WHEN OTHER
004440             MOVE "REJECTS" TO WS-ERROR-FILE-NAME
004450             MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
004460             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004470     END-EVALUATE.
004480
004481     OPEN INPUT SUSPENSE-FILE.
004482     EVALUATE WS-SUSPENSE-STATUS
004483         WHEN "00"
004484             CONTINUE
004485         WHEN "35"
004486             SET WS-SUSPENSE-EOF TO TRUE
004487         WHEN OTHER
004488             MOVE "SUSPENSE" TO WS-ERROR-FILE-NAME
004489             MOVE WS-SUSPENSE-STATUS TO WS-ERROR-STATUS
004490             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004491     END-EVALUATE.
004492
004493     OPEN I-O EXTRACT-MASTER-FILE.
004500     IF WS-MASTER-STATUS NOT = "00"
004510         MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
004520         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
004530         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004540     END-IF.
004550
004560     OPEN I-O REJECT-HISTORY-FILE.
004570     IF WS-HISTORY-STATUS NOT = "00"
004580         MOVE "REJHIST" TO WS-ERROR-FILE-NAME
004590         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
004600         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004610     END-IF.
004620
004630     OPEN OUTPUT PRINT-FILE.
004640     IF WS-PRINT-STATUS NOT = "00"
004650         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
004660         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
004670         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
004680     END-IF.
004690     MOVE WS-HEADER-LINE-1 TO PRINT-RECORD.
004700     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
004710     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004720     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004730     MOVE WS-RUN-TIME TO HDR-RUN-TIME.
004740     MOVE WS-HEADER-LINE-2 TO PRINT-RECORD.
004750     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004760     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004770     MOVE SPACES TO PRINT-RECORD.
004780     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004790     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004800 1000-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------
004840* 2000-COPY-RUN-HISTORY - READ ONE STAHIST RECORD. THE
004850* RUN BEING BACKED OUT IS DROPPED (ITS COUNTS SAVED FOR THE
004860* REPORT); EVERY OTHER RECORD IS COPIED TO STANEW.
004870*-----------------------------------------------------------
004880 2000-COPY-RUN-HISTORY.
004890     READ STATUS-HISTORY-FILE
004900         AT END
004910             SET WS-STAHIST-EOF TO TRUE
004920         NOT AT END
004930             ADD 1 TO WS-STA-READ
004940             PERFORM 2100-ROUTE-RUN-HISTORY THRU 2100-EXIT
004950     END-READ.
004960     IF WS-STAHIST-STATUS NOT = "00" AND
004970             WS-STAHIST-STATUS NOT = "10"
004980         MOVE "STAHIST" TO WS-ERROR-FILE-NAME
004990         MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
005000         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005010     END-IF.
005020 2000-EXIT.
005030     EXIT.
005040
005050 2100-ROUTE-RUN-HISTORY.
005060     IF STA-RUN-DATE = WS-TARGET-DATE AND
005070             STA-RUN-TIME = WS-TARGET-TIME
005080         ADD 1 TO WS-STA-DROPPED
005090         MOVE STA-JOB-NAME TO WS-TGT-JOB-NAME
005100         MOVE STA-RETURN-CODE TO WS-TGT-RETURN-CODE
005110         MOVE STA-RECORDS-READ TO WS-TGT-READ
005120         MOVE STA-RECORDS-VALID TO WS-TGT-VALID
005130         MOVE STA-RECORDS-REJECTED TO WS-TGT-REJECTED
005131         IF STA-DUP-SUPPRESSED IS NUMERIC
005132             MOVE STA-DUP-SUPPRESSED TO WS-TGT-DUP-SUPPRESSED
005133         END-IF
005134         IF STA-SUSPENDED IS NUMERIC
005135             MOVE STA-SUSPENDED TO WS-TGT-SUSPENDED
005136         END-IF
005140         MOVE STA-RECON-RESULT TO WS-TGT-RECON
005150         GO TO 2100-EXIT
005160     END-IF.
005170     MOVE RUN-STATUS-RECORD TO NEW-STATUS-HISTORY-RECORD.
005180     WRITE NEW-STATUS-HISTORY-RECORD.
005190     IF WS-STANEW-STATUS NOT = "00"
005200         MOVE "STANEW" TO WS-ERROR-FILE-NAME
005210         MOVE WS-STANEW-STATUS TO WS-ERROR-STATUS
005220         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005230     END-IF.
005240     ADD 1 TO WS-STA-KEPT.
005250 2100-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------
005290* 2090-CONFIRM-TARGET-RUN - THE RUN ON THE CARD MUST BE ON
005300* THE RUN HISTORY. A DATE/TIME THAT MATCHES NOTHING IS A
005310* MISKEYED CARD: STOP RC=12 BEFORE EITHER VSAM MASTER IS
005320* TOUCHED. THE COPIED SEQUENTIAL FILES ARE NOT SWAPPED IN BY
005330* THE JCL UNLESS THIS STEP ENDS RC=00.
005340*-----------------------------------------------------------
005350 2090-CONFIRM-TARGET-RUN.
005360     IF WS-STA-DROPPED > ZERO
005370         GO TO 2090-EXIT
005380     END-IF.
005390     DISPLAY "FPBACKOT: RUN " WS-TARGET-DATE " " WS-TARGET-TIME
005400         " NOT ON STAHIST - NOTHING BACKED OUT".
005410     MOVE 12 TO WS-RETURN-CODE.
005420     MOVE WS-RETURN-CODE TO RETURN-CODE.
005430     STOP RUN.
005440 2090-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------
005480* 3000-COPY-AUDIT-LOG - READ ONE AUDIT RECORD. RECORDS OF
005490* THE RUN BEING BACKED OUT ARE DROPPED; EVERY OTHER RECORD
005500* IS COPIED TO AUDNEW.
005510*-----------------------------------------------------------
005520 3000-COPY-AUDIT-LOG.
005530     READ AUDIT-LOG-FILE
005540         AT END
005550             SET WS-AUDIT-EOF TO TRUE
005560         NOT AT END
005570             ADD 1 TO WS-AUD-READ
005580             PERFORM 3100-ROUTE-AUDIT-RECORD THRU 3100-EXIT
005590     END-READ.
005600     IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "10"
005610         MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
005620         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
005630         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005640     END-IF.
005650 3000-EXIT.
005660     EXIT.
005670
005680 3100-ROUTE-AUDIT-RECORD.
005690     IF AUD-RUN-DATE = WS-TARGET-DATE AND
005700             AUD-RUN-TIME = WS-TARGET-TIME
005710         ADD 1 TO WS-AUD-DROPPED
005711         IF AUD-DISP-VALID
005712             ADD 1 TO WS-AUD-VALID-DROPPED
005713         END-IF
005714         IF AUD-DISP-VALID OR AUD-DISP-REJECTED OR
005715                 AUD-DISP-SUSPENDED
005716             ADD 1 TO WS-AUD-VALUE-DROPPED
005717         END-IF
005720         GO TO 3100-EXIT
005730     END-IF.
005740     MOVE AUDIT-RECORD TO NEW-LOG-RECORD.
005750     WRITE NEW-LOG-RECORD.
005760     IF WS-NEWLOG-STATUS NOT = "00"
005770         MOVE "AUDNEW" TO WS-ERROR-FILE-NAME
005780         MOVE WS-NEWLOG-STATUS TO WS-ERROR-STATUS
005790         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005800     END-IF.
005810     ADD 1 TO WS-AUD-KEPT.
005820 3100-EXIT.
005830     EXIT.
005840
005850*-----------------------------------------------------------
005860* 4000-COPY-SOURCE-STATS - READ ONE SRCSTATS RECORD. RECORDS
005870* OF THE RUN BEING BACKED OUT ARE DROPPED. A RECORD WRITTEN
005880* BEFORE SRC-RUN-TIME WENT IN HAS NO TIME TO MATCH AND IS
005890* TAKEN ON THE RUN DATE ALONE (COUNTED SEPARATELY).
005900*-----------------------------------------------------------
005910 4000-COPY-SOURCE-STATS.
005920     READ SOURCE-STATS-FILE
005930         AT END
005940             SET WS-SRCSTATS-EOF TO TRUE
005950         NOT AT END
005960             ADD 1 TO WS-SRC-READ
005970             PERFORM 4100-ROUTE-SOURCE-STATS THRU 4100-EXIT
005980     END-READ.
005990     IF WS-SRCSTATS-STATUS NOT = "00" AND
006000             WS-SRCSTATS-STATUS NOT = "10"
006010         MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
006020         MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
006030         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006040     END-IF.
006050 4000-EXIT.
006060     EXIT.
006070
006080 4100-ROUTE-SOURCE-STATS.
006090     IF SRC-RUN-DATE = WS-TARGET-DATE
006100         IF SRC-RUN-TIME IS NOT NUMERIC
006110             ADD 1 TO WS-SRC-DROPPED
006120             ADD 1 TO WS-SRC-DATE-ONLY
006130             GO TO 4100-EXIT
006140         END-IF
006150         IF SRC-RUN-TIME = WS-TARGET-TIME
006160             ADD 1 TO WS-SRC-DROPPED
006170             GO TO 4100-EXIT
006180         END-IF
006190     END-IF.
006200     MOVE SOURCE-STATS-RECORD TO NEW-SOURCE-STATS-RECORD.
006210     WRITE NEW-SOURCE-STATS-RECORD.
006220     IF WS-SRCNEW-STATUS NOT = "00"
006230         MOVE "SRCNEW" TO WS-ERROR-FILE-NAME
006240         MOVE WS-SRCNEW-STATUS TO WS-ERROR-STATUS
006250         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006260     END-IF.
006270     ADD 1 TO WS-SRC-KEPT.
006280 4100-EXIT.
006290     EXIT.
006300
006301*-----------------------------------------------------------
006302* 4500-COPY-APPLY-HISTORY - READ ONE APLHIST RECORD. THE
006303* FPEXTLD LOAD AND FPREJHST POSTING OF THE GENERATIONS BEING
006304* UNAPPLIED (DATA DATE = THE RUN DATE) ARE DROPPED; EVERY
006305* OTHER RECORD IS COPIED TO APLNEW.
006306*-----------------------------------------------------------
006307 4500-COPY-APPLY-HISTORY.
006308     READ APPLY-HISTORY-FILE
006309         AT END
006310             SET WS-APLHIST-EOF TO TRUE
006311         NOT AT END
006312             ADD 1 TO WS-APL-READ
006313             PERFORM 4600-ROUTE-APPLY-HISTORY THRU 4600-EXIT
006314     END-READ.
006315     IF WS-APLHIST-STATUS NOT = "00" AND
006316             WS-APLHIST-STATUS NOT = "10"
006317         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
006318         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
006319         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006320     END-IF.
006321 4500-EXIT.
006322     EXIT.
006323
006324 4600-ROUTE-APPLY-HISTORY.
006325     IF APL-DATA-DATE = WS-TARGET-DATE
006326         IF APL-JOB-NAME = "FPEXTLD"
006327             ADD 1 TO WS-APL-DROPPED
006328             ADD 1 TO WS-APL-EXT-DROPPED
006329             GO TO 4600-EXIT
006330         END-IF
006331         IF APL-JOB-NAME = "FPREJHST"
006332             ADD 1 TO WS-APL-DROPPED
006333             ADD 1 TO WS-APL-REJ-DROPPED
006334             GO TO 4600-EXIT
006335         END-IF
006336     END-IF.
006337     MOVE APPLY-STATUS-RECORD TO NEW-APPLY-HISTORY-RECORD.
006338     WRITE NEW-APPLY-HISTORY-RECORD.
006339     IF WS-APLNEW-STATUS NOT = "00"
006340         MOVE "APLNEW" TO WS-ERROR-FILE-NAME
006341         MOVE WS-APLNEW-STATUS TO WS-ERROR-STATUS
006342         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006343     END-IF.
006344     ADD 1 TO WS-APL-KEPT.
006345 4600-EXIT.
006346     EXIT.
006347
006348*-----------------------------------------------------------
006349* 4800-CHECK-SUSPENSE - READ ONE RECORD OF THE SUSPENSE
006350* GENERATION. NOTHING IS CHANGED - THE RECORDS ARE COUNTED,
006351* WITH THOSE PARKED ON THE RUN DATE AND ANY PARKED LATER.
006352*-----------------------------------------------------------
006353 4800-CHECK-SUSPENSE.
006354     READ SUSPENSE-FILE
006355         AT END
006356             SET WS-SUSPENSE-EOF TO TRUE
006357         NOT AT END
006358             ADD 1 TO WS-SUS-READ
006359             IF SUS-ARRIVAL-DATE = WS-TARGET-DATE
006360                 ADD 1 TO WS-SUS-PARKED
006361             END-IF
006362             IF SUS-ARRIVAL-DATE > WS-TARGET-DATE
006363                 ADD 1 TO WS-SUS-LATER
006364             END-IF
006365     END-READ.
006366     IF WS-SUSPENSE-STATUS NOT = "00" AND
006367             WS-SUSPENSE-STATUS NOT = "10"
006368         MOVE "SUSPENSE" TO WS-ERROR-FILE-NAME
006369         MOVE WS-SUSPENSE-STATUS TO WS-ERROR-STATUS
006370         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006371     END-IF.
006372 4800-EXIT.
006373     EXIT.
006374
006375*-----------------------------------------------------------
006376* 4890-CONFIRM-SUSPENSE - A SUSPENSE GENERATION HOLDING A
006377* VALUE PARKED AFTER THE RUN DATE WAS WRITTEN BY A LATER
006378* NIGHT, WHICH HAS ALREADY WORKED THIS RUN'S QUEUE: STOP
006379* RC=12 BEFORE EITHER VSAM MASTER IS TOUCHED.
006380*-----------------------------------------------------------
006381 4890-CONFIRM-SUSPENSE.
006382     IF WS-SUS-LATER = ZERO
006383         GO TO 4890-EXIT
006384     END-IF.
006385     DISPLAY "FPBACKOT: SUSPENSE GENERATION HOLDS VALUES PARKED "
006386         "AFTER " WS-TARGET-DATE " - GENERATION REFUSED".
006387     MOVE 12 TO WS-RETURN-CODE.
006388     MOVE WS-RETURN-CODE TO RETURN-CODE.
006389     STOP RUN.
006390 4890-EXIT.
006391     EXIT.
006392
006393*-----------------------------------------------------------
006394* 5000-UNAPPLY-EXTRACT - READ ONE RECORD OF THE RUN'S
006395* EXTRACT GENERATION. THE HEADER MUST CARRY THE RUN DATE -
006396* ANY OTHER GENERATION IS REFUSED BEFORE A DETAIL TOUCHES
006397* THE MASTER. EACH DETAIL IS TAKEN BACK OFF EXTMAST.
006398*-----------------------------------------------------------
006399 5000-UNAPPLY-EXTRACT.
006400     READ EXTRACT-FILE
006401         AT END
006402             SET WS-EXTRACT-EOF TO TRUE
006410         NOT AT END
006420             EVALUATE TRUE
006430                 WHEN EXT-HEADER-RECORD
006440                     PERFORM 5050-VERIFY-HEADER THRU 5050-EXIT
006450                 WHEN EXT-TRAILER-RECORD
006460                     SET WS-EXT-TRAILER-SEEN TO TRUE
006470                     MOVE EXT-RECORD-COUNT TO WS-EXT-TRAILER-COUNT
006480                 WHEN EXT-DETAIL-RECORD
006490                     IF NOT WS-EXT-HEADER-SEEN
006500                         DISPLAY "FPBACKOT: EXTRACT DETAIL "
006510                             "BEFORE HEADER - GENERATION REFUSED"
006520                         MOVE 12 TO WS-RETURN-CODE
006530                         MOVE WS-RETURN-CODE TO RETURN-CODE
006540                         STOP RUN
006550                     END-IF
006560                     ADD 1 TO WS-EXT-DETAILS
006570                     PERFORM 5100-UNAPPLY-ONE-VALUE THRU 5100-EXIT
006580                 WHEN OTHER
006590                     DISPLAY "FPBACKOT: BAD EXTRACT RECORD "
006600                         "TYPE: " EXT-REC-TYPE
006610                     IF WS-RETURN-CODE < 16
006620                         MOVE 16 TO WS-RETURN-CODE
006630                     END-IF
006640             END-EVALUATE
006650     END-READ.
006660     IF WS-EXTRACT-STATUS NOT = "00" AND
006670             WS-EXTRACT-STATUS NOT = "10"
006680         MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
006690         MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
006700         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006710     END-IF.
006720 5000-EXIT.
006730     EXIT.
006740
006750 5050-VERIFY-HEADER.
006760     IF EXH-RUN-DATE = WS-TARGET-DATE
006770         SET WS-EXT-HEADER-SEEN TO TRUE
006780         GO TO 5050-EXIT
006790     END-IF.
006800     DISPLAY "FPBACKOT: EXTRACT GENERATION DATED "
006810         EXH-RUN-DATE " - EXPECTED " WS-TARGET-DATE
006820         " - GENERATION REFUSED".
006830     MOVE 12 TO WS-RETURN-CODE.
006840     MOVE WS-RETURN-CODE TO RETURN-CODE.
006850     STOP RUN.
006860 5050-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------
006900* 5100-UNAPPLY-ONE-VALUE - TAKE ONE APPEARANCE OFF THE
006910* VALUE'S MASTER RECORD. AT ZERO THE VALUE WAS FIRST SEEN BY
006920* THE RUN BEING BACKED OUT AND THE RECORD IS DELETED;
006930* OTHERWISE A LAST-SEEN DATE SET BY THAT RUN IS PUT BACK
006940* FROM EXM-PREV-LAST-SEEN. A VALUE NOT ON THE MASTER MEANS
006950* THIS GENERATION WAS NEVER APPLIED (OR WAS BACKED OUT
006954* ALREADY) AND PUTS THE LEG OUT OF BALANCE. A VALUE FIRST SEEN
006958* BY THAT RUN BUT CARRIED MORE THAN ONCE ON ITS EXTRACT HAS NO
006962* EARLIER DATE TO PUT BACK: IT GOES WHEN ITS LAST APPEARANCE
006966* COMES OFF.
006970*-----------------------------------------------------------
006980 5100-UNAPPLY-ONE-VALUE.
006990     MOVE EXT-MY-VAR TO EXM-MY-VAR.
007000     READ EXTRACT-MASTER-FILE
007010         INVALID KEY
007020             ADD 1 TO WS-EXM-NOT-FOUND
007030             DISPLAY "FPBACKOT: EXTRACT VALUE NOT ON EXTMAST: "
007040                 EXT-MY-VAR
007050             GO TO 5100-EXIT
007060     END-READ.
007070     IF WS-MASTER-STATUS NOT = "00"
007080         MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
007090         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
007100         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007110     END-IF.
007120     IF EXM-TIMES-SEEN NOT > 1
007130         DELETE EXTRACT-MASTER-FILE RECORD
007140         IF WS-MASTER-STATUS NOT = "00"
007150             MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
007160             MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
007170             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007180         END-IF
007190         ADD 1 TO WS-EXM-DELETED
007200         GO TO 5100-EXIT
007210     END-IF.
007220     SUBTRACT 1 FROM EXM-TIMES-SEEN.
007226     IF EXM-LAST-SEEN = WS-TARGET-DATE AND
007232             EXM-FIRST-SEEN NOT = WS-TARGET-DATE
007240         IF EXM-PREV-LAST-SEEN IS NUMERIC AND
007250                 EXM-PREV-LAST-SEEN > ZERO
007260             MOVE EXM-PREV-LAST-SEEN TO EXM-LAST-SEEN
007270             MOVE ZERO TO EXM-PREV-LAST-SEEN
007280         ELSE
007290             ADD 1 TO WS-EXM-DATE-KEPT
007300         END-IF
007310     END-IF.
007320     REWRITE EXTRACT-MASTER-RECORD.
007330     IF WS-MASTER-STATUS NOT = "00"
007340         MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
007350         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
007360         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007370     END-IF.
007380     ADD 1 TO WS-EXM-REVERSED.
007390 5100-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------
007430* 6000-UNAPPLY-REJECTS - READ ONE RECORD OF THE RUN'S
007440* REJECTS GENERATION AND TAKE IT BACK OFF REJHIST. A REJECT
007450* CARRYING ANY OTHER RUN DATE BELONGS TO ANOTHER NIGHT: IT
007460* IS LEFT ALONE AND PUTS THE LEG OUT OF BALANCE.
007470*-----------------------------------------------------------
007480 6000-UNAPPLY-REJECTS.
007490     READ REJECT-FILE
007500         AT END
007510             SET WS-REJECT-EOF TO TRUE
007520         NOT AT END
007530             ADD 1 TO WS-REJ-READ
007540             PERFORM 6100-UNAPPLY-ONE-REJECT THRU 6100-EXIT
007550     END-READ.
007560     IF WS-REJECT-STATUS NOT = "00" AND
007570             WS-REJECT-STATUS NOT = "10"
007580         MOVE "REJECTS" TO WS-ERROR-FILE-NAME
007590         MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
007600         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007610     END-IF.
007620 6000-EXIT.
007630     EXIT.
007640
007650*-----------------------------------------------------------
007660* 6100-UNAPPLY-ONE-REJECT - TAKE ONE CYCLE OFF THE VALUE/
007670* SOURCE HISTORY RECORD, DELETING IT AT ZERO, AND PUT A
007680* LAST-REJECTED DATE SET BY THIS RUN BACK FROM
007690* RH-PREV-REJ-DATE.
007700*-----------------------------------------------------------
007710 6100-UNAPPLY-ONE-REJECT.
007720     IF REJ-RUN-DATE NOT = WS-TARGET-DATE
007730         ADD 1 TO WS-REJ-WRONG-DATE
007740         GO TO 6100-EXIT
007750     END-IF.
007760     MOVE REJ-ORIG-RECORD (2:5) TO RH-MY-VAR.
007770     MOVE REJ-SOURCE-CODE TO RH-SOURCE-CODE.
007780     READ REJECT-HISTORY-FILE
007790         INVALID KEY
007800             ADD 1 TO WS-RH-NOT-FOUND
007810             DISPLAY "FPBACKOT: REJECT NOT ON REJHIST: "
007820                 RH-MY-VAR " SOURCE " RH-SOURCE-CODE
007830             GO TO 6100-EXIT
007840     END-READ.
007850     IF WS-HISTORY-STATUS NOT = "00"
007860         MOVE "REJHIST" TO WS-ERROR-FILE-NAME
007870         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
007880         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007890     END-IF.
007900     IF RH-CYCLE-COUNT NOT > 1
007910         DELETE REJECT-HISTORY-FILE RECORD
007920         IF WS-HISTORY-STATUS NOT = "00"
007930             MOVE "REJHIST" TO WS-ERROR-FILE-NAME
007940             MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
007950             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
007960         END-IF
007970         ADD 1 TO WS-RH-DELETED
007980         GO TO 6100-EXIT
007990     END-IF.
008000     SUBTRACT 1 FROM RH-CYCLE-COUNT.
008010     IF RH-LAST-REJ-DATE = WS-TARGET-DATE
008020         IF RH-PREV-REJ-DATE IS NUMERIC AND
008030                 RH-PREV-REJ-DATE > ZERO
008040             MOVE RH-PREV-REJ-DATE TO RH-LAST-REJ-DATE
008050             MOVE ZERO TO RH-PREV-REJ-DATE
008060         ELSE
008070             ADD 1 TO WS-RH-DATE-KEPT
008080         END-IF
008090     END-IF.
008100     REWRITE REJECT-HISTORY-RECORD.
008110     IF WS-HISTORY-STATUS NOT = "00"
008120         MOVE "REJHIST" TO WS-ERROR-FILE-NAME
008130         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
008140         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
008150     END-IF.
008160     ADD 1 TO WS-RH-REVERSED.
008170 6100-EXIT.
008180     EXIT.
008190
008200*-----------------------------------------------------------
008210* 7000-WRITE-REPORT - THE RUN BACKED OUT, THEN ONE
008220* BEFORE / REMOVED / AFTER BLOCK PER FILE WITH ITS BALANCE
008230* LINE, THEN THE OVERALL RESULT. ANY FILE OUT OF BALANCE
008240* SETS RETURN-CODE 16.
008250*-----------------------------------------------------------
008260 7000-WRITE-REPORT.
008270     MOVE WS-TARGET-DATE TO TGT-RUN-DATE.
008280     MOVE WS-TARGET-TIME TO TGT-RUN-TIME.
008290     MOVE WS-TGT-JOB-NAME TO TGT-JOB-NAME.
008300     MOVE WS-TGT-RETURN-CODE TO TGT-RETURN-CODE.
008310     MOVE WS-TARGET-LINE-1 TO PRINT-RECORD.
008320     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008330     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008340     MOVE WS-TGT-READ TO TGT-READ.
008350     MOVE WS-TGT-VALID TO TGT-VALID.
008360     MOVE WS-TGT-REJECTED TO TGT-REJECTED.
008370     MOVE WS-TGT-RECON TO TGT-RECON.
008380     MOVE WS-TARGET-LINE-2 TO PRINT-RECORD.
008390     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
008400     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
008410
008420     MOVE "SEQUENTIAL HISTORY FILES" TO SEC-TITLE.
008430     PERFORM 7900-WRITE-SECTION-TITLE THRU 7900-EXIT.
008433     MOVE "STAHIST" TO FIL-NAME.
008436     MOVE WS-STA-READ TO FIL-BEFORE.
008439     MOVE WS-STA-DROPPED TO FIL-REMOVED.
008442     MOVE WS-STA-KEPT TO FIL-AFTER.
008445     MOVE "Y" TO WS-BALANCE-SWITCH.
008448     EVALUATE TRUE
008451         WHEN WS-STA-DROPPED + WS-STA-KEPT NOT = WS-STA-READ
008454             MOVE "RECORDS LOST IN THE COPY" TO BAL-STATUS
008457             MOVE "N" TO WS-BALANCE-SWITCH
008460         WHEN WS-STA-DROPPED NOT = 1
008463             MOVE "MORE THAN ONE RECORD FOR THE RUN" TO BAL-STATUS
008466             MOVE "N" TO WS-BALANCE-SWITCH
008469     END-EVALUATE.
008472     PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT.
008475     MOVE "AUDITLOG" TO FIL-NAME.
008478     MOVE WS-AUD-READ TO FIL-BEFORE.
008481     MOVE WS-AUD-DROPPED TO FIL-REMOVED.
008484     MOVE WS-AUD-KEPT TO FIL-AFTER.
008487     MOVE "Y" TO WS-BALANCE-SWITCH.
008490     EVALUATE TRUE
008493         WHEN WS-AUD-DROPPED + WS-AUD-KEPT NOT = WS-AUD-READ
008496             MOVE "RECORDS LOST IN THE COPY" TO BAL-STATUS
008499             MOVE "N" TO WS-BALANCE-SWITCH
008502         WHEN WS-AUD-VALID-DROPPED NOT = WS-TGT-VALID
008505             MOVE "V RECORDS NOT = RUN RECORDS VALID"
008508                 TO BAL-STATUS
008511             MOVE "N" TO WS-BALANCE-SWITCH
008514         WHEN WS-AUD-VALUE-DROPPED > WS-TGT-READ
008517             MOVE "V/R/S RECORDS EXCEED RUN RECORDS READ"
008520                 TO BAL-STATUS
008523             MOVE "N" TO WS-BALANCE-SWITCH
008526     END-EVALUATE.
008529     PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT.
008532     MOVE "VALID (V) RECORDS REMOVED" TO CNT-LABEL.
008535     MOVE WS-AUD-VALID-DROPPED TO CNT-VALUE.
008538     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008541     MOVE "VALUE (V/R/S) RECORDS REMOVED" TO CNT-LABEL.
008544     MOVE WS-AUD-VALUE-DROPPED TO CNT-VALUE.
008547     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008550     MOVE "SRCSTATS" TO FIL-NAME.
008553     MOVE WS-SRC-READ TO FIL-BEFORE.
008556     MOVE WS-SRC-DROPPED TO FIL-REMOVED.
008559     MOVE WS-SRC-KEPT TO FIL-AFTER.
008562     MOVE "Y" TO WS-BALANCE-SWITCH.
008565     EVALUATE TRUE
008568         WHEN WS-SRC-DROPPED + WS-SRC-KEPT NOT = WS-SRC-READ
008571             MOVE "RECORDS LOST IN THE COPY" TO BAL-STATUS
008574             MOVE "N" TO WS-BALANCE-SWITCH
008577         WHEN WS-SRC-DROPPED = ZERO AND WS-TGT-READ > ZERO
008580             MOVE "NO RECORDS FOR A RUN THAT READ DATA"
008583                 TO BAL-STATUS
008586             MOVE "N" TO WS-BALANCE-SWITCH
008589     END-EVALUATE.
008592     PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT.
008595     IF WS-SRC-DATE-ONLY > ZERO
008598         MOVE "SRCSTATS MATCHED ON DATE ONLY" TO CNT-LABEL
008601         MOVE WS-SRC-DATE-ONLY TO CNT-VALUE
008604         PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT
008607     END-IF.
008610     MOVE ZERO TO WS-APL-EXT-EXPECTED.
008613     IF WS-EXT-HEADER-SEEN
008616         MOVE 1 TO WS-APL-EXT-EXPECTED
008619     END-IF.
008622     MOVE ZERO TO WS-APL-REJ-EXPECTED.
008625     IF WS-REJ-READ > ZERO
008628         MOVE 1 TO WS-APL-REJ-EXPECTED
008631     END-IF.
008634     MOVE "APLHIST" TO FIL-NAME.
008637     MOVE WS-APL-READ TO FIL-BEFORE.
008640     MOVE WS-APL-DROPPED TO FIL-REMOVED.
008643     MOVE WS-APL-KEPT TO FIL-AFTER.
008646     MOVE "Y" TO WS-BALANCE-SWITCH.
008649     EVALUATE TRUE
008652         WHEN WS-APL-DROPPED + WS-APL-KEPT NOT = WS-APL-READ
008655             MOVE "RECORDS LOST IN THE COPY" TO BAL-STATUS
008658             MOVE "N" TO WS-BALANCE-SWITCH
008661         WHEN WS-APL-EXT-DROPPED NOT = WS-APL-EXT-EXPECTED
008664             MOVE "FPEXTLD LOADS NOT = EXTRACTS UNAPPLIED"
008667                 TO BAL-STATUS
008670             MOVE "N" TO WS-BALANCE-SWITCH
008673         WHEN WS-APL-REJ-DROPPED NOT = WS-APL-REJ-EXPECTED
008676             MOVE "FPREJHST RUNS NOT = REJECTS UNAPPLIED"
008679                 TO BAL-STATUS
008682             MOVE "N" TO WS-BALANCE-SWITCH
008685     END-EVALUATE.
008688     PERFORM 7100-WRITE-FILE-LINE THRU 7100-EXIT.
008691     MOVE "FPEXTLD LOADS REMOVED" TO CNT-LABEL.
008694     MOVE WS-APL-EXT-DROPPED TO CNT-VALUE.
008697     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008700     MOVE "FPREJHST POSTINGS REMOVED" TO CNT-LABEL.
008703     MOVE WS-APL-REJ-DROPPED TO CNT-VALUE.
008706     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008760
008770     MOVE "EXTMAST - EXTRACT GENERATION UNAPPLIED" TO SEC-TITLE.
008780     PERFORM 7900-WRITE-SECTION-TITLE THRU 7900-EXIT.
008781     MOVE ZERO TO WS-EXT-EXPECTED.
008782     IF WS-TGT-VALID > WS-TGT-DUP-SUPPRESSED
008783         SUBTRACT WS-TGT-DUP-SUPPRESSED FROM WS-TGT-VALID
008784             GIVING WS-EXT-EXPECTED
008785     END-IF.
008786     MOVE "EXPECTED (VALID LESS SUPPRESSED)" TO CNT-LABEL.
008787     MOVE WS-EXT-EXPECTED TO CNT-VALUE.
008788     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008790     MOVE "EXTRACT DETAILS READ" TO CNT-LABEL.
008800     MOVE WS-EXT-DETAILS TO CNT-VALUE.
008810     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008820     MOVE "EXTRACT TRAILER COUNT" TO CNT-LABEL.
008830     MOVE WS-EXT-TRAILER-COUNT TO CNT-VALUE.
008840     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008850     MOVE "TIMES-SEEN REVERSED" TO CNT-LABEL.
008860     MOVE WS-EXM-REVERSED TO CNT-VALUE.
008870     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008880     MOVE "VALUES DELETED (FIRST SEEN)" TO CNT-LABEL.
008890     MOVE WS-EXM-DELETED TO CNT-VALUE.
008900     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008910     MOVE "VALUES NOT ON MASTER" TO CNT-LABEL.
008920     MOVE WS-EXM-NOT-FOUND TO CNT-VALUE.
008930     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008940     MOVE "LAST-SEEN NOT RESTORABLE" TO CNT-LABEL.
008950     MOVE WS-EXM-DATE-KEPT TO CNT-VALUE.
008960     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
008970     MOVE "EXTMAST" TO BAL-NAME.
008980     PERFORM 7300-CHECK-EXTRACT-LEG THRU 7300-EXIT.
008990
009000     MOVE "REJHIST - REJECTS GENERATION UNAPPLIED" TO SEC-TITLE.
009010     PERFORM 7900-WRITE-SECTION-TITLE THRU 7900-EXIT.
009012     MOVE "RUN RECORDS REJECTED" TO CNT-LABEL.
009014     MOVE WS-TGT-REJECTED TO CNT-VALUE.
009016     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009020     MOVE "REJECT RECORDS READ" TO CNT-LABEL.
009030     MOVE WS-REJ-READ TO CNT-VALUE.
009040     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009050     MOVE "CYCLE COUNTS REVERSED" TO CNT-LABEL.
009060     MOVE WS-RH-REVERSED TO CNT-VALUE.
009070     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009080     MOVE "HISTORY RECORDS DELETED" TO CNT-LABEL.
009090     MOVE WS-RH-DELETED TO CNT-VALUE.
009100     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009110     MOVE "REJECTS NOT ON HISTORY" TO CNT-LABEL.
009120     MOVE WS-RH-NOT-FOUND TO CNT-VALUE.
009130     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009140     MOVE "REJECTS FROM ANOTHER RUN DATE" TO CNT-LABEL.
009150     MOVE WS-REJ-WRONG-DATE TO CNT-VALUE.
009160     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009170     MOVE "LAST-REJ DATE NOT RESTORABLE" TO CNT-LABEL.
009180     MOVE WS-RH-DATE-KEPT TO CNT-VALUE.
009190     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009200     MOVE "REJHIST" TO BAL-NAME.
009210     PERFORM 7400-CHECK-REJECT-LEG THRU 7400-EXIT.
009213
009216     MOVE "SUSPENSE - GENERATION WRITTEN BY THE RUN" TO SEC-TITLE.
009219     PERFORM 7900-WRITE-SECTION-TITLE THRU 7900-EXIT.
009222     MOVE "RUN RECORDS SUSPENDED" TO CNT-LABEL.
009225     MOVE WS-TGT-SUSPENDED TO CNT-VALUE.
009228     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009231     MOVE "SUSPENSE RECORDS READ" TO CNT-LABEL.
009234     MOVE WS-SUS-READ TO CNT-VALUE.
009237     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009240     MOVE "PARKED ON THE RUN DATE" TO CNT-LABEL.
009243     MOVE WS-SUS-PARKED TO CNT-VALUE.
009246     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
009249     MOVE "SUSPENSE" TO BAL-NAME.
009252     PERFORM 7500-CHECK-SUSPENSE-LEG THRU 7500-EXIT.
009255
009258     IF WS-RETURN-CODE = ZERO
009261         IF WS-AUD-DROPPED = ZERO OR WS-EXM-DATE-KEPT > ZERO
009264                 OR WS-RH-DATE-KEPT > ZERO
009267             MOVE 4 TO WS-RETURN-CODE
009270         END-IF
009273         IF NOT WS-EXT-HEADER-SEEN AND WS-EXT-EXPECTED > ZERO
009276             MOVE 4 TO WS-RETURN-CODE
009279         END-IF
009282         IF WS-REJ-READ = ZERO AND WS-TGT-REJECTED > ZERO
009285             MOVE 4 TO WS-RETURN-CODE
009288         END-IF
009291     END-IF.
009300     EVALUATE TRUE
009310         WHEN WS-RETURN-CODE >= 16
009320             MOVE "OUT OF BALANCE - NOTHING SWAPPED"
009330                 TO RES-STATUS
009340         WHEN WS-RETURN-CODE = 4
009350             MOVE "BACKED OUT - SEE WARNINGS ABOVE" TO RES-STATUS
009360         WHEN OTHER
009370             MOVE "BACKED OUT - EVERY FILE IN BALANCE"
009380                 TO RES-STATUS
009390     END-EVALUATE.
009400     MOVE WS-RESULT-LINE TO PRINT-RECORD.
009410     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
009420     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009430 7000-EXIT.
009440     EXIT.
009450
009460*-----------------------------------------------------------
009468* 7100-WRITE-FILE-LINE - ONE BEFORE / REMOVED / AFTER LINE
009476* FOR A COPIED FILE, USING WS-BALANCE-SWITCH AS SET BY THE
009484* CALLER. A FILE OUT OF BALANCE IS FOLLOWED BY A BALANCE
009492* LINE GIVING THE REASON THE CALLER MOVED TO BAL-STATUS.
009500*-----------------------------------------------------------
009510 7100-WRITE-FILE-LINE.
009520     IF WS-FILE-IN-BALANCE
009530         MOVE "IN BALANCE" TO FIL-STATUS
009540     ELSE
009550         MOVE "OUT OF BALANCE" TO FIL-STATUS
009560         IF WS-RETURN-CODE < 16
009570             MOVE 16 TO WS-RETURN-CODE
009580         END-IF
009590     END-IF.
009600     MOVE WS-FILE-LINE TO PRINT-RECORD.
009610     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
009620     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009621     IF NOT WS-FILE-IN-BALANCE
009622         MOVE FIL-NAME TO BAL-NAME
009623         MOVE WS-BALANCE-LINE TO PRINT-RECORD
009624         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
009625         PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT
009626     END-IF.
009630 7100-EXIT.
009640     EXIT.
009650
009660 7200-WRITE-COUNT-LINE.
009670     MOVE WS-COUNT-LINE TO PRINT-RECORD.
009680     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
009690     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
009700 7200-EXIT.
009710     EXIT.
009720
009730*-----------------------------------------------------------
009740* 7300-CHECK-EXTRACT-LEG - EVERY DETAIL READ MUST HAVE BEEN
009750* REVERSED OR DELETED, AND A GENERATION THAT HAD DETAILS
009754* MUST HAVE SHOWN ITS TRAILER WITH THE SAME COUNT. THE
009758* DETAILS MUST BE THE RUN'S VALID RECORDS LESS DUPLICATES
009762* SUPPRESSED; A DUMMY EXTRACT FOR A RUN THAT WROTE DETAILS
009766* LEAVES EXTMAST AS IT STANDS AND IS A WARNING.
009770*-----------------------------------------------------------
009780 7300-CHECK-EXTRACT-LEG.
009790     MOVE "Y" TO WS-BALANCE-SWITCH.
009800     EVALUATE TRUE
009810         WHEN WS-EXM-REVERSED + WS-EXM-DELETED NOT =
009820                 WS-EXT-DETAILS
009830             MOVE "OUT OF BALANCE - VALUES NOT ON MASTER"
009840                 TO BAL-STATUS
009850             MOVE "N" TO WS-BALANCE-SWITCH
009860         WHEN WS-EXT-HEADER-SEEN AND NOT WS-EXT-TRAILER-SEEN
009870             MOVE "OUT OF BALANCE - NO EXTRACT TRAILER"
009880                 TO BAL-STATUS
009890             MOVE "N" TO WS-BALANCE-SWITCH
009900         WHEN WS-EXT-TRAILER-SEEN AND
009910                 WS-EXT-TRAILER-COUNT NOT = WS-EXT-DETAILS
009920             MOVE "OUT OF BALANCE - TRAILER COUNT MISMATCH"
009930                 TO BAL-STATUS
009940             MOVE "N" TO WS-BALANCE-SWITCH
009941         WHEN NOT WS-EXT-HEADER-SEEN AND WS-EXT-EXPECTED > ZERO
009942             MOVE "NO EXTRACT GENERATION - NOT UNAPPLIED"
009943                 TO BAL-STATUS
009944         WHEN WS-EXT-DETAILS NOT = WS-EXT-EXPECTED
009945             MOVE "OUT OF BALANCE - DETAILS NOT = EXPECTED"
009946                 TO BAL-STATUS
009947             MOVE "N" TO WS-BALANCE-SWITCH
009950         WHEN WS-EXT-DETAILS = ZERO
009960             MOVE "NOTHING TO UNAPPLY" TO BAL-STATUS
009970         WHEN OTHER
009980             MOVE "IN BALANCE" TO BAL-STATUS
009990     END-EVALUATE.
010000     IF NOT WS-FILE-IN-BALANCE AND WS-RETURN-CODE < 16
010010         MOVE 16 TO WS-RETURN-CODE
010020     END-IF.
010030     MOVE WS-BALANCE-LINE TO PRINT-RECORD.
010040     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
010050     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
010060 7300-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------
010100* 7400-CHECK-REJECT-LEG - EVERY REJECT READ MUST HAVE BEEN
010110* REVERSED OR DELETED; ONE LEFT ALONE (NOT ON THE HISTORY,
010115* OR ANOTHER NIGHT'S RECORD) PUTS THE LEG OUT OF BALANCE, AS
010120* DOES A COUNT OTHER THAN THE RUN'S RECORDS REJECTED. A DUMMY
010125* REJECTS FOR A RUN THAT REJECTED RECORDS IS A WARNING.
010130*-----------------------------------------------------------
010140 7400-CHECK-REJECT-LEG.
010150     EVALUATE TRUE
010160         WHEN WS-RH-REVERSED + WS-RH-DELETED NOT = WS-REJ-READ
010170             MOVE "OUT OF BALANCE - REJECTS NOT REVERSED"
010180                 TO BAL-STATUS
010190             IF WS-RETURN-CODE < 16
010200                 MOVE 16 TO WS-RETURN-CODE
010210             END-IF
010212         WHEN WS-REJ-READ = ZERO AND WS-TGT-REJECTED > ZERO
010214             MOVE "NO REJECTS GENERATION - NOT UNAPPLIED"
010216                 TO BAL-STATUS
010220         WHEN WS-REJ-READ = ZERO
010230             MOVE "NOTHING TO UNAPPLY" TO BAL-STATUS
010231         WHEN WS-REJ-READ NOT = WS-TGT-REJECTED
010232             MOVE "OUT OF BALANCE - READ NOT = RUN REJECTED"
010233                 TO BAL-STATUS
010234             IF WS-RETURN-CODE < 16
010235                 MOVE 16 TO WS-RETURN-CODE
010236             END-IF
010240         WHEN OTHER
010250             MOVE "IN BALANCE" TO BAL-STATUS
010260     END-EVALUATE.
010270     MOVE WS-BALANCE-LINE TO PRINT-RECORD.
010280     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
010290     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
010300 7400-EXIT.
010310     EXIT.
010320
010321*-----------------------------------------------------------
010322* 7500-CHECK-SUSPENSE-LEG - THE SUSPENSE GENERATION MUST HOLD
010323* EXACTLY THE RECORDS THE RUN SUSPENDED. IN BALANCE, IT IS THE
010324* RUN'S OWN OUTPUT AND THE JCL DELETES IT SO THE RERUN WORKS
010325* THE QUEUE THE RUN STARTED FROM.
010326*-----------------------------------------------------------
010327 7500-CHECK-SUSPENSE-LEG.
010328     IF WS-SUS-READ = WS-TGT-SUSPENDED
010329         MOVE "IN BALANCE - DELETED BEFORE THE RERUN"
010330             TO BAL-STATUS
010331     ELSE
010332         MOVE "OUT OF BALANCE - READ NOT = SUSPENDED"
010333             TO BAL-STATUS
010334         IF WS-RETURN-CODE < 16
010335             MOVE 16 TO WS-RETURN-CODE
010336         END-IF
010337     END-IF.
010338     MOVE WS-BALANCE-LINE TO PRINT-RECORD.
010339     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
010340     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
010341 7500-EXIT.
010342     EXIT.
010343
010344 7900-WRITE-SECTION-TITLE.
010345     MOVE WS-SECTION-LINE TO PRINT-RECORD.
010350     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
010360     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
010370 7900-EXIT.
010380     EXIT.
010390
010400*-----------------------------------------------------------
010410* 8000-TERMINATE - CLOSE THE FILES.
010420*-----------------------------------------------------------
010430 8000-TERMINATE.
010440     CLOSE PRINT-FILE.
010450     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
010460     IF WS-STAHIST-STATUS NOT = "35"
010470         CLOSE STATUS-HISTORY-FILE
010480         IF WS-STAHIST-STATUS NOT = "00"
010490             MOVE "STAHIST" TO WS-ERROR-FILE-NAME
010500             MOVE WS-STAHIST-STATUS TO WS-ERROR-STATUS
010510             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010520         END-IF
010530     END-IF.
010540     CLOSE NEW-STATUS-HISTORY-FILE.
010550     IF WS-STANEW-STATUS NOT = "00"
010560         MOVE "STANEW" TO WS-ERROR-FILE-NAME
010570         MOVE WS-STANEW-STATUS TO WS-ERROR-STATUS
010580         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010590     END-IF.
010600     IF WS-AUDIT-STATUS NOT = "35"
010610         CLOSE AUDIT-LOG-FILE
010620         IF WS-AUDIT-STATUS NOT = "00"
010630             MOVE "AUDITLOG" TO WS-ERROR-FILE-NAME
010640             MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
010650             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010660         END-IF
010670     END-IF.
010680     CLOSE NEW-LOG-FILE.
010690     IF WS-NEWLOG-STATUS NOT = "00"
010700         MOVE "AUDNEW" TO WS-ERROR-FILE-NAME
010710         MOVE WS-NEWLOG-STATUS TO WS-ERROR-STATUS
010720         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010730     END-IF.
010740     IF WS-SRCSTATS-STATUS NOT = "35"
010750         CLOSE SOURCE-STATS-FILE
010760         IF WS-SRCSTATS-STATUS NOT = "00"
010770             MOVE "SRCSTATS" TO WS-ERROR-FILE-NAME
010780             MOVE WS-SRCSTATS-STATUS TO WS-ERROR-STATUS
010790             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010800         END-IF
010810     END-IF.
010820     CLOSE NEW-SOURCE-STATS-FILE.
010830     IF WS-SRCNEW-STATUS NOT = "00"
010840         MOVE "SRCNEW" TO WS-ERROR-FILE-NAME
010850         MOVE WS-SRCNEW-STATUS TO WS-ERROR-STATUS
010860         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010870     END-IF.
010871     IF WS-APLHIST-STATUS NOT = "35"
010872         CLOSE APPLY-HISTORY-FILE
010873         IF WS-APLHIST-STATUS NOT = "00"
010874             MOVE "APLHIST" TO WS-ERROR-FILE-NAME
010875             MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
010876             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010877         END-IF
010878     END-IF.
010879     CLOSE NEW-APPLY-HISTORY-FILE.
010880     IF WS-APLNEW-STATUS NOT = "00"
010881         MOVE "APLNEW" TO WS-ERROR-FILE-NAME
010882         MOVE WS-APLNEW-STATUS TO WS-ERROR-STATUS
010883         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010884     END-IF.
010885     IF WS-EXTRACT-STATUS NOT = "35"
010890         CLOSE EXTRACT-FILE
010900         IF WS-EXTRACT-STATUS NOT = "00"
010910             MOVE "EXTRACT" TO WS-ERROR-FILE-NAME
010920             MOVE WS-EXTRACT-STATUS TO WS-ERROR-STATUS
010930             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
010940         END-IF
010950     END-IF.
010960     IF WS-REJECT-STATUS NOT = "35"
010970         CLOSE REJECT-FILE
010980         IF WS-REJECT-STATUS NOT = "00"
010990             MOVE "REJECTS" TO WS-ERROR-FILE-NAME
011000             MOVE WS-REJECT-STATUS TO WS-ERROR-STATUS
011010             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
011020         END-IF
011030     END-IF.
011031     IF WS-SUSPENSE-STATUS NOT = "35"
011032         CLOSE SUSPENSE-FILE
011033         IF WS-SUSPENSE-STATUS NOT = "00"
011034             MOVE "SUSPENSE" TO WS-ERROR-FILE-NAME
011035             MOVE WS-SUSPENSE-STATUS TO WS-ERROR-STATUS
011036             PERFORM 9800-FILE-ERROR THRU 9800-EXIT
011037         END-IF
011038     END-IF.
011040     CLOSE EXTRACT-MASTER-FILE.
011050     IF WS-MASTER-STATUS NOT = "00"
011060         MOVE "EXTMAST" TO WS-ERROR-FILE-NAME
011070         MOVE WS-MASTER-STATUS TO WS-ERROR-STATUS
011080         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
011090     END-IF.
011100     CLOSE REJECT-HISTORY-FILE.
011110     IF WS-HISTORY-STATUS NOT = "00"
011120         MOVE "REJHIST" TO WS-ERROR-FILE-NAME
011130         MOVE WS-HISTORY-STATUS TO WS-ERROR-STATUS
011140         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
011150     END-IF.
011160 8000-EXIT.
011170     EXIT.
011180
011190*-----------------------------------------------------------
011200* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
011210* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
011220* COMMON FILE-ERROR PARAGRAPH.
011230*-----------------------------------------------------------
011240 9810-CHECK-PRINT-STATUS.
011250     IF WS-PRINT-STATUS NOT = "00"
011260         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
011270         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
011280         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
011290     END-IF.
011300 9810-EXIT.
011310     EXIT.
011320
011330*-----------------------------------------------------------
011340* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
011350* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
011360* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
011370* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
011380*-----------------------------------------------------------
011390 9800-FILE-ERROR.
011400     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
011410         " STATUS: " WS-ERROR-STATUS.
011420     MOVE 12 TO WS-RETURN-CODE.
011430     MOVE WS-RETURN-CODE TO RETURN-CODE.
011440     STOP RUN.
011450 9800-EXIT.
011460     EXIT.
