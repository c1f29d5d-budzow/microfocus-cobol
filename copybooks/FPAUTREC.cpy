000010*---------------------------------------------------------------
000020* FPAUTREC.CPY
000030* SOURCE-AUTHORIZATION MASTER RECORD SHARED BY
000040* FP-on-UnusedDataItem (VALIDATION) AND FPAUTMNT (MAINTENANCE).
000050* THE MASTER IS A KEYED VSAM DATASET, RECORD KEY SA-KEY - THE
000060* APPROVED CODE AND THE SOURCE-SYSTEM CODE ALLOWED TO SEND IT.
000070* AN AUTHORIZATION IS IN FORCE AS OF A GIVEN DATE WHEN
000080* SA-EFF-FROM IS NOT AFTER THAT DATE AND SA-EFF-TO IS ZERO
000090* (OPEN-ENDED) OR NOT BEFORE IT.
000100*
000110* A CODE WITH NO AUTHORIZATION RECORDS, OR ONLY RECORDS THAT
000120* HAVE NOT YET STARTED, MAY STILL ARRIVE FROM ANY SOURCE, SO
000130* CODES CAN BE BROUGHT UNDER SOURCE CONTROL ONE AT A TIME. ONCE
000140* ANY RECORD FOR A CODE HAS STARTED, THE CODE IS RESTRICTED TO
000150* THE SOURCES WHOSE RECORDS ARE IN FORCE - EXPIRING A SOURCE'S
000160* RECORD WITHDRAWS IT WITHOUT RE-OPENING THE CODE TO EVERYONE.
000170*---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   2026-10-15  DLB  INITIAL VERSION.
000200*---------------------------------------------------------------
000210 01  SOURCE-AUTH-RECORD.
000220     05  SA-KEY.
000230         10  SA-CODE                 PIC X(05).
000240         10  SA-SOURCE-CODE          PIC X(03).
000250     05  SA-EFF-FROM                 PIC 9(08).
000260     05  SA-EFF-TO                   PIC 9(08).
000270     05  FILLER                      PIC X(56).
