000010*---------------------------------------------------------------
000020* FPSUSREC.CPY
000030* PENDING-APPROVAL SUSPENSE RECORD SHARED BY FP-on-UnusedDataItem
000040* (READER AND WRITER) AND FPSUSRPT (AGED SUSPENSE REPORT). A
000050* DETAIL WHOSE VALUE IS NOT YET APPROVED (NOT ON THE APPROVED-
000060* VALUES MASTER, OR ON IT WITH A FUTURE EFFECTIVE-FROM DATE) IS
000070* PARKED HERE INSTEAD OF BEING REJECTED. EACH NIGHT'S RUN READS
000080* THE PREVIOUS GENERATION, RELEASES WHAT HAS SINCE BEEN
000090* APPROVED, REJECTS WHAT HAS WAITED TOO LONG, AND WRITES WHAT IS
000100* STILL WAITING - UNCHANGED - TO THE NEW GENERATION, FOLLOWED BY
000110* THE RECORDS PARKED THAT NIGHT. LRECL IS 100.
000120*---------------------------------------------------------------
000130* SUS-ARRIVAL-DATE IS THE RUN DATE THAT FIRST PARKED THE RECORD
000140* AND NEVER CHANGES, SO THE AGE IS ALWAYS COUNTED FROM ARRIVAL.
000150* SUS-MY-VAR IS THE VALUE VALIDATED (AFTER XLATE TRANSLATION);
000160* SUS-ORIG-RECORD IS THE DETAIL EXACTLY AS THE SOURCE SENT IT.
000170*---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   2026-10-15  DLB  INITIAL VERSION.
000200*---------------------------------------------------------------
000210 01  SUSPENSE-RECORD.
000220     05  SUS-ARRIVAL-DATE            PIC 9(08).
000230     05  SUS-SOURCE-CODE             PIC X(03).
000240     05  SUS-MY-VAR                  PIC X(05).
000250     05  SUS-ORIG-RECORD             PIC X(80).
000260     05  FILLER                      PIC X(04).
