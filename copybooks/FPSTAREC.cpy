000110*---------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   2026-08-22  DLB  INITIAL VERSION.
000131*   2026-09-02  DLB  ADDED STA-MISSING-FEEDS - THE COUNT OF
000132*                    SOURCES ON THE EXPECTED-FEEDS REGISTER
000133*                    (FEEDREG) THAT NEVER SENT A HEADER THIS
000134*                    RUN. NONZERO GOES WITH RETURN-CODE 16.
000135*   2026-09-02  DLB  ADDED STA-DUP-COUNT - THE NUMBER OF
000136*                    DUPLICATE OCCURRENCES (SECOND AND LATER
000137*                    ARRIVALS OF A VALUE) DETECTED IN-RUN.
000138*                    ZERO WHEN NO DUPLICATE POLICY IS ON THE
000139*                    CONTROL CARD.
000140*   2026-10-15  DLB  ADDED STA-DUP-SUPPRESSED - THE EXTRACT
000141*                    RECORDS ACTUALLY SUPPRESSED UNDER THE
000142*                    DUPSUPP POLICY (STA-DUP-COUNT ALSO COUNTS
000143*                    DUPLICATES ONLY FLAGGED OR REJECTED), SO
000144*                    VALID LESS SUPPRESSED BALANCES TO THE
000145*                    EXTRACT TRAILER. SPACES ON RECORDS WRITTEN
000146*                    BEFORE THE FIELD WENT IN.
000147*   2026-10-15  DLB  ADDED STA-SUSPENDED, CARVED FROM FILLER - THE
000148*                    RECORDS LEFT IN THE PENDING-APPROVAL SUSPENSE
000149*                    QUEUE AT END OF RUN (STILL WAITING FROM
000150*                    EARLIER NIGHTS PLUS PARKED TONIGHT).
000151*                    STA-RECORDS-READ NOW ALSO COUNTS THE QUEUED
000152*                    RECORDS READ BACK AT START OF RUN, SO READ
000153*                    = VALID + REJECTED + SUSPENDED. SPACES ON
000154*                    RECORDS WRITTEN BEFORE THE FIELD WENT IN.
000155*---------------------------------------------------------------
000156 01  RUN-STATUS-RECORD.
000160     05  STA-JOB-NAME                PIC X(08).
000170     05  STA-RUN-DATE                PIC 9(08).
000180     05  STA-RUN-TIME                PIC 9(08).
000240     05  STA-CONTROLCD-DFLT          PIC X(01).
000245     05  STA-MISSING-FEEDS           PIC 9(03).
000247     05  STA-DUP-COUNT               PIC 9(07).
000257     05  STA-DUP-SUPPRESSED          PIC 9(07).
000267     05  STA-SUSPENDED               PIC 9(06).
