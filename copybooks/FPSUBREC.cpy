000010*---------------------------------------------------------------
000020* FPSUBREC.CPY
000030* EXTRACT SUBSCRIPTION MASTER RECORD SHARED BY FPSUBMNT
000040* (MAINTENANCE) AND FPEXTDST (DISTRIBUTION). THE MASTER IS A
000050* KEYED VSAM DATASET, RECORD KEY SB-KEY. EACH RECORD IS ONE
000060* SELECTION FOR ONE CONSUMER (A DOWNSTREAM TEAM OR SYSTEM); A
000070* CONSUMER TAKES EVERY EXTRACT DETAIL THAT MATCHES ANY OF ITS
000080* SELECTIONS, ONCE.
000090* A DETAIL MATCHES A SELECTION WHEN ITS SOURCE IS SB-SOURCE-CODE
000100* (OR SB-SOURCE-CODE IS "***" - ANY SOURCE, INCLUDING THE
000110* ANONYMOUS FEED) AND ITS VALUE LIES FROM SB-VALUE-FROM TO
000120* SB-VALUE-TO INCLUSIVE. A BLANK FROM MEANS THE LOWEST VALUE AND
000130* A BLANK TO THE HIGHEST, SO A SOURCE WITH BOTH BLANK IS THE
000140* WHOLE SOURCE. SB-MODE IS THE SAME ON EVERY RECORD OF A
000150* CONSUMER: "F" FULL - EVERY MATCHING DETAIL EACH NIGHT; "C"
000160* CHANGES ONLY - MATCHING DETAILS WHOSE VALUE WAS FIRST SEEN ON
000170* THE EXTRACT'S DATE (EXTMAST FIRST-SEEN, SEE FPEXTMST). LRECL
000180* IS 80.
000190*---------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   2026-10-15  DLB  INITIAL VERSION.
000220*---------------------------------------------------------------
000230 01  SUBSCRIPTION-RECORD.
000240     05  SB-KEY.
000250         10  SB-CONSUMER-ID          PIC X(08).
000260         10  SB-SOURCE-CODE          PIC X(03).
000270             88  SB-ANY-SOURCE           VALUE "***".
000280         10  SB-VALUE-FROM           PIC X(05).
000290     05  SB-VALUE-TO                 PIC X(05).
000300     05  SB-MODE                     PIC X(01).
000310         88  SB-FULL                     VALUE "F".
000320         88  SB-CHANGES-ONLY             VALUE "C".
000330     05  SB-DESCRIPTION              PIC X(30).
000340     05  SB-ADDED-DATE               PIC 9(08).
000350     05  FILLER                      PIC X(20).
