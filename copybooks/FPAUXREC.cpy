000010*---------------------------------------------------------------
000020* FPAUXREC.CPY
000030* AUDIT-INDEX RECORD - ONE ENTRY PER VALUE APPEARANCE ON THE
000040* AUDIT LOG, BUILT BY FPAUDIDX FROM THE LIVE AUDITLOG AND EVERY
000050* ARCHIVED AUDARCH YEAR AND READ BY FPVALINQ. KEYED ON THE VALUE,
000060* THE RUN DATE AND TIME, AND THE RECORD'S POSITION IN ITS
000070* DATASET, SO A BROWSE ON ONE VALUE RETURNS ITS WHOLE AUDIT
000080* TRAIL OLDEST FIRST. AN AUDIT RECORD IS INDEXED UNDER ITS
000090* CANONICAL VALUE (AUD-MY-VAR) AND, WHEN THE SENDER SPELLED IT
000100* DIFFERENTLY, ALSO UNDER THE AS-RECEIVED VALUE (AUD-RCVD-VAR).
000110* CONTROL ("C") AND OVERRIDE ("O") RECORDS ARE NOT INDEXED.
000120* LRECL IS 80, KEY IS 30 BYTES AT OFFSET 0.
000130*---------------------------------------------------------------
000140* AUX-DATASET NAMES THE DATASET THE AUDIT RECORD CAME FROM,
000150* BELOW THE PROD.FPUNUSED. PREFIX: "AUDITLOG" FOR THE LIVE LOG,
000160* "AUDARCH.YYYYYY" FOR AN ARCHIVED YEAR. AUX-REC-NO IS THE
000170* RECORD'S POSITION IN THAT DATASET (FIRST RECORD = 1).
000180*
000190* THE INDEX CONTROL RECORD (KEY LOW-VALUES) IS WRITTEN LAST BY
000200* A COMPLETE BUILD. IT CARRIES THE BUILD DATE AND TIME AND THE
000210* RUN DATE AND TIME OF THE NEWEST LIVE RECORD INDEXED - LIVE
000220* RECORDS AFTER THAT ARE NOT YET IN THE INDEX. AN INDEX WITHOUT
000230* ITS CONTROL RECORD IS AN INCOMPLETE BUILD AND IS NOT USED.
000240*---------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   2026-10-15  DLB  INITIAL VERSION.
000270*---------------------------------------------------------------
000280 01  AUDIT-INDEX-RECORD.
000290     05  AUX-KEY.
000300         10  AUX-VALUE               PIC X(05).
000310         10  AUX-RUN-DATE            PIC 9(08).
000320         10  AUX-RUN-TIME            PIC 9(08).
000330         10  AUX-REC-NO              PIC 9(09).
000340     05  AUX-MY-VAR                  PIC X(05).
000350     05  AUX-RCVD-VAR                PIC X(05).
000360     05  AUX-DISPOSITION             PIC X(01).
000370     05  AUX-JOB-NAME                PIC X(08).
000380     05  AUX-RETURN-CODE             PIC 9(03).
000390     05  AUX-DATASET                 PIC X(20).
000400     05  FILLER                      PIC X(08).
000410 01  AUDIT-INDEX-CONTROL REDEFINES AUDIT-INDEX-RECORD.
000420     05  AUXC-KEY                    PIC X(30).
000430     05  AUXC-BUILD-DATE             PIC 9(08).
000440     05  AUXC-BUILD-TIME             PIC 9(08).
000450     05  AUXC-LIVE-THRU-DATE         PIC 9(08).
000460     05  AUXC-LIVE-THRU-TIME         PIC 9(08).
000470     05  AUXC-ENTRIES                PIC 9(09).
000480     05  FILLER                      PIC X(09).
