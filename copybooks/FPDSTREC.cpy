000010*---------------------------------------------------------------
000020* FPDSTREC.CPY
000030* COMBINED EXTRACT DISTRIBUTION RECORD WRITTEN BY FPEXTDST. ONE
000040* RECORD PER EXTRACT RECORD PER SUBSCRIBER: THE CONSUMER ID IN
000050* BYTES 1-8 FOLLOWED BY AN 80-BYTE RECORD IN THE FPEXTREC LAYOUT
000060* - THE SUBSCRIBER'S OWN "H" HEADER (JOB FPEXTDST, THE EXTRACT
000070* RUN DATE AND THE CONSUMER ID), ITS "D" DETAILS EXACTLY AS ON
000080* THE NIGHTLY EXTRACT, AND ITS "T" TRAILER (ITS DETAIL COUNT
000090* AND THE CONSUMER ID). THE FPEXTDST JOB SPLITS THE FILE ON
000100* BYTES 1-8 AND DROPS THEM, SO EACH SUBSCRIBER'S DATASET IS AN
000110* ORDINARY FPEXTREC FILE. LRECL IS 100.
000120*---------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   2026-10-15  DLB  INITIAL VERSION.
000150*---------------------------------------------------------------
000160 01  DISTRIBUTION-RECORD.
000170     05  DST-CONSUMER-ID             PIC X(08).
000180     05  DST-EXTRACT-IMAGE           PIC X(80).
000190     05  DST-HEADER-IMAGE REDEFINES DST-EXTRACT-IMAGE.
000200         10  DSH-REC-TYPE            PIC X(01).
000210         10  DSH-JOB-NAME            PIC X(08).
000220         10  DSH-RUN-DATE            PIC 9(08).
000230         10  DSH-CONSUMER-ID         PIC X(08).
000240         10  FILLER                  PIC X(55).
000250     05  DST-TRAILER-IMAGE REDEFINES DST-EXTRACT-IMAGE.
000260         10  DST-REC-TYPE            PIC X(01).
000270         10  DST-RECORD-COUNT        PIC 9(07).
000280         10  DST-TRL-CONSUMER-ID     PIC X(08).
000290         10  FILLER                  PIC X(64).
000300     05  FILLER                      PIC X(12).
