000145*                    OVERRIDE CARD. LIKE "C" RECORDS, THE
000146*                    VALUE FIELDS JUST ECHO THE LAST DETAIL
000147*                    AND MUST NOT BE COUNTED AS VALUE OUTCOMES.
000148*   2026-10-15  DLB  ADDED DISPOSITION "S" - THE VALUE WAS NOT
000149*                    YET APPROVED AND THE DETAIL WAS PARKED IN
000150*                    (OR LEFT IN) THE PENDING-APPROVAL SUSPENSE
000151*                    QUEUE. A PARKED DETAIL IS AUDITED AGAIN, WITH
000152*                    ITS NEW OUTCOME, ON EVERY NIGHT IT IS
000153*                    RE-VALIDATED.
000154*---------------------------------------------------------------
000155 01  AUDIT-RECORD.
000156     05  AUD-RUN-DATE                PIC 9(08).
000160     05  AUD-RUN-TIME                PIC 9(08).
000170     05  AUD-JOB-NAME                PIC X(08).
000180     05  AUD-MY-VAR                  PIC X(05).
000199         88  AUD-DISP-REJECTED           VALUE "R".
000201         88  AUD-DISP-CONTROL            VALUE "C".
000202         88  AUD-DISP-OVERRIDE           VALUE "O".
000203         88  AUD-DISP-SUSPENDED          VALUE "S".
000204     05  FILLER                      PIC X(42).
