000190*                    REPORT - A RECORD BOUNCING BETWEEN REJECTS
000200*                    AND FPRESUB FOR WEEKS IS NO LONGER BRAND
000210*                    NEW EVERY CYCLE.
000212*   2026-10-15  DLB  KEEP THE PRIOR LAST-REJECTED DATE IN
000214*                    RH-PREV-REJ-DATE WHEN A NEW CYCLE ROLLS IT
000216*                    FORWARD, SO THE FPBACKOT BACKOUT CAN
000218*                    RESTORE IT.
000219*   2026-10-15  DLB  APPEND ONE APPLY-STATUS RECORD (SEE
000220*                    FPAPLSTA) TO APLHIST AT END OF RUN - REJECTS
000221*                    READ AND HISTORY ADDS PLUS UPDATES POSTED -
000222*                    FOR THE FPBALNC NIGHTLY BALANCING SHEET.
000223*   2026-10-15  DLB  SPLIT THE REJECTS APPLIED BY REASON CODE
000224*                    (NOTAPPRV / BLANKVAL / SRCNAUTH / OTHER) ON
000225*                    THE TOTALS, SO SOURCE-AUTHORIZATION REJECTS
000226*                    ARE SEEN APART FROM UNAPPROVED VALUES.
000227*---------------------------------------------------------------
000230* REJHCTL CARRIES THE ESCALATION THRESHOLD IN COLUMNS 1-5 -
000240* A VALUE/SOURCE REJECTED MORE THAN THAT MANY CYCLES IS
000250* ESCALATED FOR INVESTIGATION AT THE SOURCE INSTEAD OF
000510     SELECT PRINT-FILE ASSIGN TO "PRTOUT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000532
000534     SELECT APPLY-HISTORY-FILE ASSIGN TO "APLHIST"
000536         ORGANIZATION IS SEQUENTIAL
000538         FILE STATUS IS WS-APLHIST-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000740 FD  PRINT-FILE
000750     RECORDING MODE IS F.
000760 01  PRINT-RECORD                    PIC X(80).
000762
000764 FD  APPLY-HISTORY-FILE
000766     RECORDING MODE IS F.
000768     COPY FPAPLSTA.
000770
000780 WORKING-STORAGE SECTION.
000790 77  WS-REJECT-STATUS                PIC X(02).
000810 77  WS-CONTROL-STATUS               PIC X(02).
000820 77  WS-HISTORY-STATUS               PIC X(02).
000830 77  WS-PRINT-STATUS                 PIC X(02).
000835 77  WS-APLHIST-STATUS               PIC X(02).
000840 77  WS-RETURN-CODE                  PIC 9(03) COMP VALUE ZERO.
000850
000860 77  WS-REJECT-EOF-SWITCH            PIC X(01) VALUE "N".
000970 77  WS-RESUBS-READ                  PIC 9(07) COMP VALUE ZERO.
000980 77  WS-RESUBS-MARKED                PIC 9(07) COMP VALUE ZERO.
000990 77  WS-RESUBS-UNKNOWN               PIC 9(07) COMP VALUE ZERO.
000995 77  WS-REJECT-DATA-DATE             PIC 9(08) VALUE ZERO.
000996 77  WS-REJ-NOTAPPRV                 PIC 9(07) COMP VALUE ZERO.
000997 77  WS-REJ-BLANKVAL                 PIC 9(07) COMP VALUE ZERO.
000998 77  WS-REJ-SRCNAUTH                 PIC 9(07) COMP VALUE ZERO.
000999 77  WS-REJ-OTHER                    PIC 9(07) COMP VALUE ZERO.
001000 77  WS-ESCALATED-COUNT              PIC 9(07) COMP VALUE ZERO.
001010
001020 77  WS-ERROR-FILE-NAME              PIC X(09).
001570     05  FILLER                      PIC X(10) VALUE "  UPDATED ".
001580     05  TOT-UPDATED                 PIC Z,ZZZ,ZZ9.
001590     05  FILLER                      PIC X(17) VALUE SPACES.
001591
001592 01  WS-TOTAL-LINE-1A.
001593     05  FILLER                      PIC X(11)
001594             VALUE "  NOTAPPRV ".
001595     05  TOT-NOTAPPRV                PIC Z,ZZZ,ZZ9.
001596     05  FILLER                      PIC X(10) VALUE " BLANKVAL ".
001597     05  TOT-BLANKVAL                PIC Z,ZZZ,ZZ9.
001598     05  FILLER                      PIC X(10) VALUE " SRCNAUTH ".
001599     05  TOT-SRCNAUTH                PIC Z,ZZZ,ZZ9.
001600     05  FILLER                      PIC X(07) VALUE " OTHER ".
001601     05  TOT-OTHER                   PIC Z,ZZZ,ZZ9.
001602     05  FILLER                      PIC X(06) VALUE SPACES.
001603
001610 01  WS-TOTAL-LINE-2.
001620     05  FILLER                      PIC X(19)
001630             VALUE "RESUB MARKS READ   ".
001850     PERFORM 3000-APPLY-RESUB THRU 3000-EXIT
001860         UNTIL WS-RESUBLOG-EOF.
001870     PERFORM 7000-ESCALATION-REPORT THRU 7000-EXIT.
001875     PERFORM 8100-WRITE-APPLY-STATUS THRU 8100-EXIT.
001880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001890 0000-EXIT.
001900     MOVE WS-RETURN-CODE TO RETURN-CODE.
003120             SET WS-REJECT-EOF TO TRUE
003130         NOT AT END
003140             ADD 1 TO WS-REJECTS-READ
003142             IF WS-REJECTS-READ = 1
003144                 MOVE REJ-RUN-DATE TO WS-REJECT-DATA-DATE
003146             END-IF
003150             PERFORM 2100-APPLY-ONE-REJECT THRU 2100-EXIT
003160     END-READ.
003170     IF WS-REJECT-STATUS NOT = "00" AND
003290* GETS ITS LAST-REJECTED DATE AND REASON ROLLED FORWARD, ITS
003300* CYCLE COUNT BUMPED, AND ITS RESUBMITTED FLAG RESET - THE
003310* LAST CORRECTION EVIDENTLY DID NOT TAKE.
003316* THE REJECT IS ALSO TALLIED BY REASON CODE FOR THE TOTALS.
003322*-----------------------------------------------------------
003330 2100-APPLY-ONE-REJECT.
003331     EVALUATE TRUE
003332         WHEN REJ-NOT-APPROVED
003333             ADD 1 TO WS-REJ-NOTAPPRV
003334         WHEN REJ-BLANK-VALUE
003335             ADD 1 TO WS-REJ-BLANKVAL
003336         WHEN REJ-SOURCE-NOT-AUTH
003337             ADD 1 TO WS-REJ-SRCNAUTH
003338         WHEN OTHER
003339             ADD 1 TO WS-REJ-OTHER
003340     END-EVALUATE.
003341     MOVE REJ-ORIG-RECORD (2:5) TO RH-MY-VAR.
003350     MOVE REJ-SOURCE-CODE TO RH-SOURCE-CODE.
003360     READ REJECT-HISTORY-FILE
003370         INVALID KEY
003580     MOVE REJ-REASON-CODE TO RH-LAST-REASON-CODE.
003590     SET RH-STILL-SITTING TO TRUE.
003600     MOVE ZERO TO RH-LAST-RESUB-DATE.
003605     MOVE ZERO TO RH-PREV-REJ-DATE.
003610     WRITE REJECT-HISTORY-RECORD.
003620     IF WS-HISTORY-STATUS NOT = "00"
003630         MOVE "REJHIST" TO WS-ERROR-FILE-NAME
003700
003710 2300-UPDATE-HISTORY-RECORD.
003720     IF REJ-RUN-DATE > RH-LAST-REJ-DATE
003725         MOVE RH-LAST-REJ-DATE TO RH-PREV-REJ-DATE
003730         MOVE REJ-RUN-DATE TO RH-LAST-REJ-DATE
003740     END-IF.
003750     IF REJ-RUN-DATE < RH-FIRST-REJ-DATE
004540     MOVE WS-TOTAL-LINE-1 TO PRINT-RECORD.
004550     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004560     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004561     MOVE WS-REJ-NOTAPPRV TO TOT-NOTAPPRV.
004562     MOVE WS-REJ-BLANKVAL TO TOT-BLANKVAL.
004563     MOVE WS-REJ-SRCNAUTH TO TOT-SRCNAUTH.
004564     MOVE WS-REJ-OTHER TO TOT-OTHER.
004565     MOVE WS-TOTAL-LINE-1A TO PRINT-RECORD.
004566     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004567     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004570     MOVE WS-RESUBS-READ TO TOT-RESUBS.
004580     MOVE WS-RESUBS-MARKED TO TOT-MARKED.
004590     MOVE WS-RESUBS-UNKNOWN TO TOT-UNKNOWN.
004600     MOVE WS-TOTAL-LINE-2 TO PRINT-RECORD.
004610     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004620     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004630     ADD 3 TO WS-PRINT-LINE-COUNT.
004640
004650     MOVE "REPEAT OFFENDERS - REJECTED MORE CYCLES THAN  "
004660         TO SEC-TITLE.
005590     EXIT.
005600
005610*-----------------------------------------------------------
005620* 8100-WRITE-APPLY-STATUS - APPEND THIS RUN'S APPLY-STATUS
005630* RECORD (SEE FPAPLSTA) TO THE CUMULATIVE APLHIST FILE FOR
005640* THE NIGHTLY BALANCING SHEET. THE DATA DATE IS THE RUN DATE
005650* ON THE FIRST REJECT READ; ZERO WHEN THE REJECT FILE WAS
005660* EMPTY OR MISSING. RESUBLOG MARKS ARE NOT POSTINGS - ONLY
005670* THE REJECTS APPLIED COUNT.
005680*-----------------------------------------------------------
005690 8100-WRITE-APPLY-STATUS.
005700     MOVE SPACES TO APPLY-STATUS-RECORD.
005710     MOVE "FPREJHST" TO APL-JOB-NAME.
005720     MOVE WS-RUN-DATE TO APL-RUN-DATE.
005730     MOVE WS-RUN-TIME TO APL-RUN-TIME.
005740     MOVE WS-REJECT-DATA-DATE TO APL-DATA-DATE.
005750     MOVE WS-RETURN-CODE TO APL-RETURN-CODE.
005760     MOVE WS-REJECTS-READ TO APL-RECORDS-READ.
005770     ADD WS-HISTORY-ADDED WS-HISTORY-UPDATED
005780         GIVING APL-RECORDS-APPLIED.
005790     OPEN EXTEND APPLY-HISTORY-FILE.
005800     IF WS-APLHIST-STATUS = "35"
005810         OPEN OUTPUT APPLY-HISTORY-FILE
005820     END-IF.
005830     IF WS-APLHIST-STATUS NOT = "00"
005840         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
005850         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
005860         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005870     END-IF.
005880     WRITE APPLY-STATUS-RECORD.
005890     IF WS-APLHIST-STATUS NOT = "00"
005900         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
005910         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
005920         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005930     END-IF.
005940     CLOSE APPLY-HISTORY-FILE.
005950     IF WS-APLHIST-STATUS NOT = "00"
005960         MOVE "APLHIST" TO WS-ERROR-FILE-NAME
005970         MOVE WS-APLHIST-STATUS TO WS-ERROR-STATUS
005980         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
005990     END-IF.
006000 8100-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------
006040* 9810-CHECK-PRINT-STATUS - CHECK WS-PRINT-STATUS AFTER A
006050* WRITE TO PRINT-FILE AND ROUTE ANYTHING UNEXPECTED TO THE
006060* COMMON FILE-ERROR PARAGRAPH.
006070*-----------------------------------------------------------
006080 9810-CHECK-PRINT-STATUS.
006090     IF WS-PRINT-STATUS NOT = "00"
006100         MOVE "PRTOUT" TO WS-ERROR-FILE-NAME
006110         MOVE WS-PRINT-STATUS TO WS-ERROR-STATUS
006120         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
006130     END-IF.
006140 9810-EXIT.
006150     EXIT.
006160
006170*-----------------------------------------------------------
006180* 9800-FILE-ERROR - COMMON HANDLER FOR ANY FILE STATUS THIS
006190* PROGRAM DOES NOT EXPECT. THE CONDITION IS LOGGED TO THE
006200* CONSOLE AND THE RUN IS ABENDED WITH RETURN-CODE 12 SO
006210* OPERATIONS CAN INVESTIGATE BEFORE ANY DOWNSTREAM STEP RUNS.
006220*-----------------------------------------------------------
006230 9800-FILE-ERROR.
006240     DISPLAY "FILE STATUS ERROR - FILE: " WS-ERROR-FILE-NAME
006250         " STATUS: " WS-ERROR-STATUS.
006260     MOVE 12 TO WS-RETURN-CODE.
006270     MOVE WS-RETURN-CODE TO RETURN-CODE.
006280     STOP RUN.
006290 9800-EXIT.
006300     EXIT.
