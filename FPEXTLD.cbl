000186*                    COUNT THAT DOES NOT MATCH THE DETAILS
000187*                    READ ENDS THE RUN RC=16 - A TRUNCATED OR
000188*                    WRONG-DAY EXTRACT NO LONGER LOADS CLEAN.
000189*   2026-10-15  DLB  KEEP THE PRIOR LAST-SEEN DATE IN
000190*                    EXM-PREV-LAST-SEEN WHEN A NIGHT ROLLS
000191*                    LAST-SEEN FORWARD, SO THE FPBACKOT BACKOUT
000192*                    CAN RESTORE IT.
000193*   2026-10-15  DLB  APPEND ONE APPLY-STATUS RECORD (SEE
000194*                    FPAPLSTA) TO APLHIST AT END OF RUN - DETAILS
000195*                    READ AND ADDS PLUS UPDATES APPLIED - FOR THE
000196*                    FPBALNC NIGHTLY BALANCING SHEET.
000197*---------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000330     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-PRINT-STATUS.
000352
000354     SELECT APPLY-HISTORY-FILE ASSIGN TO "APLHIST"
000356         ORGANIZATION IS SEQUENTIAL
000358         FILE STATUS IS WS-APLHIST-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000460 FD  PRINT-FILE
000470     RECORDING MODE IS F.
000480 01  PRINT-RECORD                    PIC X(80).
000482
000484 FD  APPLY-HISTORY-FILE
000486     RECORDING MODE IS F.
000488     COPY FPAPLSTA.
000490
000500 WORKING-STORAGE SECTION.
000510 77  WS-EXTRACT-STATUS               PIC X(02).
000520 77  WS-MASTER-STATUS                PIC X(02).
000530 77  WS-PRINT-STATUS                 PIC X(02).
000535 77  WS-APLHIST-STATUS               PIC X(02).
000540 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000550
000560 77  WS-EXTRACT-EOF-SWITCH           PIC X(01) VALUE "N".
001150     PERFORM 2000-APPLY-EXTRACT THRU 2000-EXIT
001160         UNTIL WS-EXTRACT-EOF.
001170     PERFORM 7000-RECONCILE-AND-REPORT THRU 7000-EXIT.
001175     PERFORM 8100-WRITE-APPLY-STATUS THRU 8100-EXIT.
001180     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001190 0000-EXIT.
001200     MOVE WS-RETURN-CODE TO RETURN-CODE.
001960* 2100-APPLY-ONE-VALUE - READ THE MASTER BY KEY. A NEW VALUE
001970* IS ADDED WITH FIRST-SEEN = LAST-SEEN = THE EXTRACT RUN
001980* DATE; A KNOWN VALUE GETS ITS LAST-SEEN DATE ROLLED FORWARD
001990* AND ITS TIMES-SEEN COUNT BUMPED. THE LAST-SEEN DATE IT HAD
001995* BEFORE IS KEPT IN EXM-PREV-LAST-SEEN FOR THE BACKOUT JOB.
002000*-----------------------------------------------------------
002010 2100-APPLY-ONE-VALUE.
002020     MOVE EXT-MY-VAR TO EXM-MY-VAR.
002140     MOVE EXT-MY-VAR TO EXM-MY-VAR.
002150     MOVE EXT-RUN-DATE TO EXM-FIRST-SEEN.
002160     MOVE EXT-RUN-DATE TO EXM-LAST-SEEN.
002165     MOVE ZERO TO EXM-PREV-LAST-SEEN.
002170     MOVE 1 TO EXM-TIMES-SEEN.
002180     WRITE EXTRACT-MASTER-RECORD.
002190     IF WS-MASTER-STATUS NOT = "00"
002270
002280 2300-UPDATE-MASTER-RECORD.
002290     IF EXT-RUN-DATE > EXM-LAST-SEEN
002295         MOVE EXM-LAST-SEEN TO EXM-PREV-LAST-SEEN
002300         MOVE EXT-RUN-DATE TO EXM-LAST-SEEN
002310     END-IF.
002320     IF EXT-RUN-DATE < EXM-FIRST-SEEN
003050     EXIT.
003060
003070*-----------------------------------------------------------
003080* 8100-WRITE-APPLY-STATUS - APPEND THIS RUN'S APPLY-STATUS
003090* RECORD (SEE FPAPLSTA) TO THE CUMULATIVE APLHIST FILE FOR
003100* THE NIGHTLY BALANCING SHEET. THE DATA DATE IS THE EXTRACT
003110* HEADER DATE, WHICH 2050-VERIFY-HEADER HAS ALREADY HELD TO
003120* TODAY; ZERO WHEN NO HEADER WAS SEEN.
003130*-----------------------------------------------------------
003140 8100-WRITE-APPLY-STATUS.
003150     MOVE SPACES TO APPLY-STATUS-RECORD.
003160     MOVE "FPEXTLD" TO APL-JOB-NAME.
003170     MOVE WS-RUN-DATE TO APL-RUN-DATE.
003180     MOVE WS-RUN-TIME TO APL-RUN-TIME.
003190     IF WS-HEADER-SEEN
003200         MOVE WS-RUN-DATE TO APL-DATA-DATE
003210     ELSE
003220         MOVE ZERO TO APL-DATA-DATE
003230     END-IF.
003240     MOVE WS-RETURN-CODE TO APL-RETURN-CODE.
003250     MOVE WS-RECORDS-READ TO APL-RECORDS-READ.
003260     ADD WS-RECORDS-ADDED WS-RECORDS-UPDATED
003270         GIVING APL-RECORDS-APPLIED.
003280     OPEN EXTEND APPLY-HISTORY-FILE.
003290     IF WS-APLHIST-STATUS = "35"
003300         OPEN OUTPUT APPLY-HISTORY-FILE
003310     END-IF.
003320     IF WS-APLHIST-STATUS NOT = "00"
003330         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
003340         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
003350         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003360     END-IF.
003370     WRITE APPLY-STATUS-RECORD.
003380     IF WS-APLHIST-STATUS NOT = "00"
003390         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
003400         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
003410         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003420     END-IF.
003430     CLOSE APPLY-HISTORY-FILE.
003440     IF WS-APLHIST-STATUS NOT = "00"
003450         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
003460         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
003470         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003480     END-IF.
003490 8100-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------
003530* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
003540* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
003550* COMMON FILE-ERROR PARAGRAPH.
003560*-----------------------------------------------------------
003570 9810-CHECK-PRINT-STATUS.
003580     IF WS-PRINT-STATUS NOT = "00"
003590         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
003600         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
003610         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003620     END-IF.
003630 9810-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------
003670* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
003680* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
003690* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
003700* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
003710*-----------------------------------------------------------
003720 9800-FILE-ERROR.
003730     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
003740         " STATUS: " WS-ERROR-STATUS.
003750     MOVE 12 TO WS-RETURN-CODE.
003760     MOVE WS-RETURN-CODE TO RETURN-CODE.
003770     STOP RUN.
003780 9800-EXIT.
003790     EXIT.
