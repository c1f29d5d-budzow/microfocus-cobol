000010*---------------------------------------------------------------
000020* FPAPLSTA.CPY
000030* APPLY-STATUS RECORD WRITTEN BY THE DOWNSTREAM APPLY JOBS
000040* (FPEXTLD AND FPREJHST) AND READ BY THE FPBALNC NIGHTLY
000050* BALANCING SHEET. EACH RUN APPENDS ONE RECORD TO THE
000060* CUMULATIVE APLHIST FILE: WHICH JOB, WHEN IT RAN, THE RUN
000070* DATE OF THE GENERATION IT APPLIED (THE EXTRACT HEADER DATE
000080* OR THE REJECT RUN DATE - ZERO WHEN THE GENERATION WAS
000090* EMPTY), ITS FINAL RETURN-CODE, THE RECORDS IT READ AND THE
000100* RECORDS IT APPLIED TO ITS MASTER (ADDS PLUS UPDATES).
000110* LRECL IS 80.
000120*---------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   2026-10-15  DLB  INITIAL VERSION.
000150*---------------------------------------------------------------
000160 01  APPLY-STATUS-RECORD.
000170     05  APL-JOB-NAME                PIC X(08).
000180     05  APL-RUN-DATE                PIC 9(08).
000190     05  APL-RUN-TIME                PIC 9(08).
000200     05  APL-DATA-DATE               PIC 9(08).
000210     05  APL-RETURN-CODE             PIC 9(03).
000220     05  APL-RECORDS-READ            PIC 9(07).
000230     05  APL-RECORDS-APPLIED         PIC 9(07).
000240     05  FILLER                      PIC X(31).
