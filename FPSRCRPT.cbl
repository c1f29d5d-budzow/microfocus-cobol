000170*                    COUNTS. THESE ARE THE NUMBERS WE HOLD
000180*                    EACH SENDING SYSTEM'S DATA-QUALITY
000190*                    COMMITMENTS TO.
000191*   2026-10-15  DLB  COUNT SRCNAUTH REJECTS (VALUES NOT
000192*                    AUTHORIZED FOR THE SENDING SOURCE, SEE
000193*                    FPAUTREC) IN THE REJECT TOTALS AND RATE, AND
000194*                    SHOW THEM ON THE SCORECARD. OLDER SRCSTATS
000195*                    RECORDS CARRY NO SRCNAUTH COUNT (ZERO).
000200*---------------------------------------------------------------
000210* SRCCTL CARRIES THE REPORTING MONTH (YYYYMM) IN COLUMNS
000220* 1-6; ONLY SRCSTATS RECORDS OF THAT MONTH ARE REPORTED. A
001000         10  WS-SRC-NOTAPPRV         PIC 9(09) COMP.
001010         10  WS-SRC-BLANKVAL         PIC 9(09) COMP.
001020         10  WS-SRC-OTHER            PIC 9(09) COMP.
001025         10  WS-SRC-SRCNAUTH         PIC 9(09) COMP.
001030         10  WS-SRC-XLATED           PIC 9(09) COMP.
001040         10  WS-SRC-MISMATCH         PIC 9(05) COMP.
001050         10  WS-SRC-STALE            PIC 9(05) COMP.
001650     05  FILLER                      PIC X(12)
001660             VALUE " TRANSLATED ".
001670     05  SCO-XLATED                  PIC ZZZ,ZZZ,ZZ9.
001675     05  FILLER                      PIC X(09) VALUE " SRCNAUTH".
001680     05  SCO-SRCNAUTH                PIC Z,ZZZ,ZZ9.
001685     05  FILLER                      PIC X(02) VALUE SPACES.
001690
001700 01  WS-SCORE-LINE-3.
001710     05  FILLER                      PIC X(21)
003230         PERFORM 9800-FILE-ERROR THRU 9800-EXIT
003240     END-IF.
003250     ADD 1 TO WS-RECORDS-READ.
003252     IF SRC-REJ-SRCNAUTH NOT NUMERIC
003254         MOVE ZERO TO SRC-REJ-SRCNAUTH
003256     END-IF.
003260     DIVIDE SRC-RUN-DATE BY 100 GIVING WS-RECORD-MONTH.
003270     IF WS-SELECT-MONTH NOT = ZERO AND
003280             WS-RECORD-MONTH NOT = WS-SELECT-MONTH
003430     MOVE SRC-DETAILS-RECEIVED TO TRD-RECEIVED.
003440     MOVE SRC-DETAILS-VALID TO TRD-VALID.
003450     COMPUTE WS-REJECTS-WORK = SRC-REJ-NOTAPPRV +
003460         SRC-REJ-BLANKVAL + SRC-REJ-OTHER + SRC-REJ-SRCNAUTH.
003470     MOVE WS-REJECTS-WORK TO TRD-REJECTED.
003480     MOVE SRC-RECON-RESULT TO TRD-RESULT.
003490     MOVE WS-TREND-LINE TO PRINT-RECORD.
003730         MOVE ZERO TO WS-SRC-NOTAPPRV (WS-FOUND-IDX)
003740         MOVE ZERO TO WS-SRC-BLANKVAL (WS-FOUND-IDX)
003750         MOVE ZERO TO WS-SRC-OTHER (WS-FOUND-IDX)
003755         MOVE ZERO TO WS-SRC-SRCNAUTH (WS-FOUND-IDX)
003760         MOVE ZERO TO WS-SRC-XLATED (WS-FOUND-IDX)
003770         MOVE ZERO TO WS-SRC-MISMATCH (WS-FOUND-IDX)
003780         MOVE ZERO TO WS-SRC-STALE (WS-FOUND-IDX)
003850     ADD SRC-REJ-NOTAPPRV TO WS-SRC-NOTAPPRV (WS-FOUND-IDX).
003860     ADD SRC-REJ-BLANKVAL TO WS-SRC-BLANKVAL (WS-FOUND-IDX).
003870     ADD SRC-REJ-OTHER TO WS-SRC-OTHER (WS-FOUND-IDX).
003875     ADD SRC-REJ-SRCNAUTH TO WS-SRC-SRCNAUTH (WS-FOUND-IDX).
003880     ADD SRC-TRANSLATED TO WS-SRC-XLATED (WS-FOUND-IDX).
003890     EVALUATE SRC-RECON-RESULT
003900         WHEN "MISMATCH"
004480     WRITE PRINT-RECORD AFTER ADVANCING 2 LINES.
004490     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
004500     COMPUTE WS-REJECTS-WORK = WS-SRC-NOTAPPRV (WS-IDX) +
004506         WS-SRC-BLANKVAL (WS-IDX) + WS-SRC-OTHER (WS-IDX) +
004512         WS-SRC-SRCNAUTH (WS-IDX).
004520     MOVE WS-REJECTS-WORK TO SCO-REJECTS.
004530     IF WS-SRC-RECEIVED (WS-IDX) > ZERO
004540         COMPUTE WS-RATE-WORK ROUNDED =
004590     END-IF.
004600     MOVE WS-RATE-WORK TO SCO-RATE.
004610     MOVE WS-SRC-XLATED (WS-IDX) TO SCO-XLATED.
004615     MOVE WS-SRC-SRCNAUTH (WS-IDX) TO SCO-SRCNAUTH.
004620     MOVE WS-SCORE-LINE-2 TO PRINT-RECORD.
004630     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
004640     PERFORM 9810-CHECK-PRINT-STATUS THRU 9810-EXIT.
