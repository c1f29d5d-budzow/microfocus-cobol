000160*                    TRANSACTION IS WRITTEN TO VALTRAN FOR
000170*                    REVIEW, SO RETIRING DEAD CODES IS AN
000180*                    APPROVAL, NOT A RESEARCH PROJECT.
000182*   2026-10-15  DLB  PROPOSED EXPIRE TRANSACTIONS CARRY
000184*                    "FPDORMNT" IN THE VALTRAN REQUESTER COLUMNS
000186*                    (28-35) NOW THAT FPVALMNT REQUIRES ONE FOR
000188*                    ITS CHANGE JOURNAL.
000190*---------------------------------------------------------------
000200* DORCTL CARRIES THE DORMANCY CUTOFF IN COLUMNS 1-8
000210* (YYYYMMDD) AND IS MANDATORY - A MISSING OR NON-NUMERIC
000220* CARD ENDS THE RUN RC=12 WITHOUT WRITING ANYTHING. THE
000230* VALTRAN FILE THIS JOB WRITES IS A PROPOSAL: REVIEW THE
000240* REPORT, THEN FEED THE FILE TO FPVALMNT TO APPLY IT. CODES
000244* ALREADY EXPIRED AS OF THE RUN DATE ARE SKIPPED. EACH
000248* PROPOSAL CARRIES "FPDORMNT" AS ITS REQUESTER - THE REVIEWER
000252* MAY OVERKEY COLUMNS 28-35 WITH THEIR OWN ID BEFORE APPLYING
000256* IT, SO THE CHANGE JOURNAL NAMES WHO APPROVED THE EXPIRY.
000260*---------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000720     05  TRO-CODE                    PIC X(05).
000730     05  TRO-EFF-FROM                PIC X(08).
000740     05  TRO-EFF-TO                  PIC X(08).
000746     05  TRO-REQUESTER               PIC X(08).
000752     05  FILLER                      PIC X(45).
000760
000770 FD  PRINT-FILE
000780     RECORDING MODE IS F.
003430     MOVE SPACES TO TRAN-OUT-RECORD.
003440     MOVE "EXPIRE" TO TRO-ACTION.
003450     MOVE VC-CODE TO TRO-CODE.
003455     MOVE "FPDORMNT" TO TRO-REQUESTER.
003460     WRITE TRAN-OUT-RECORD.
003470     IF WS-TRANOUT-STATUS NOT = "00"
003480         MOVE "VALTRAN" TO WS-ERROR-FILE-NAME
