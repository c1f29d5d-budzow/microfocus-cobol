000010*---------------------------------------------------------------
000020* FPACKREC.CPY
000030* PER-SOURCE ACKNOWLEDGEMENT RECORD WRITTEN BY FPACKGEN AFTER
000040* THE NIGHTLY RUN AND RETURNED TO EACH SENDING SYSTEM. ONE
000050* ACKNOWLEDGEMENT PER FEED RECEIVED (OR PER EXPECTED SOURCE THAT
000060* NEVER SENT): AN "H" HEADER (FEED DATE, OUR RUN DATE/TIME AND
000070* RECEIVED / NOT RECEIVED), AN "S" SUMMARY (THE FEED'S
000080* RECONCILIATION RESULT AND COUNTS FROM SRCSTATS), ONE "D" LINE
000090* PER REJECTED RECORD (THE ORIGINAL 80-BYTE RECORD AS WE GOT IT
000100* AND THE REASON IN WORDS), AND A "T" TRAILER. EVERY RECORD
000110* CARRIES THE SOURCE CODE IN BYTES 2-4 SO THE FILE CAN BE SPLIT
000120* INTO ONE DATASET PER SOURCE. LRECL IS 150.
000130*---------------------------------------------------------------
000140* ACS-RECON-RESULT: "MATCH", "MISMATCH", "NO TRLR", "STALE" OR
000150* "MISSING" AS ON SRCSTATS. ACT-RECORD-COUNT COUNTS EVERY RECORD
000160* OF THE ACKNOWLEDGEMENT, HEADER AND TRAILER INCLUDED.
000170*---------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   2026-10-15  DLB  INITIAL VERSION.
000192*   2026-10-15  DLB  ADDED ACS-DETAILS-PARKED (DETAILS OF THE FEED
000193*                    HELD ON THE SUSPENSE QUEUE, SO RECEIVED =
000194*                    VALID + REJECTED + PARKED) AND
000195*                    ACS-QUEUE-REJECTED, AND ACD-SUSPENSE-FLAG ON
000196*                    THE "D" LINE. A SOURCE'S VALUES REJECTED
000197*                    OUT OF THE SUSPENSE QUEUE THAT NIGHT ARE
000198*                    "D" LINES FLAGGED "S" ON ITS FIRST
000199*                    ACKNOWLEDGEMENT, OR ON ONE OF THEIR OWN
000200*                    (RECEIPT "QUEUE ONLY") WHEN THE SOURCE HAD
000201*                    NO FEED THAT NIGHT.
000202*---------------------------------------------------------------
000210 01  ACKNOWLEDGEMENT-RECORD.
000220     05  ACK-REC-TYPE                PIC X(01).
000230         88  ACK-HEADER-RECORD           VALUE "H".
000240         88  ACK-SUMMARY-RECORD          VALUE "S".
000250         88  ACK-REJECT-RECORD           VALUE "D".
000260         88  ACK-TRAILER-RECORD          VALUE "T".
000270     05  ACK-SOURCE-CODE             PIC X(03).
000280     05  ACK-RUN-DATE                PIC 9(08).
000290     05  FILLER                      PIC X(138).
000300 01  ACK-HEADER REDEFINES ACKNOWLEDGEMENT-RECORD.
000310     05  FILLER                      PIC X(12).
000320     05  ACH-FEED-DATE               PIC 9(08).
000330     05  ACH-RUN-TIME                PIC 9(08).
000340     05  ACH-RECEIPT                 PIC X(12).
000350         88  ACH-RECEIVED                VALUE "RECEIVED".
000360         88  ACH-NOT-RECEIVED            VALUE "NOT RECEIVED".
000365         88  ACH-QUEUE-ONLY              VALUE "QUEUE ONLY".
000370     05  FILLER                      PIC X(110).
000380 01  ACK-SUMMARY REDEFINES ACKNOWLEDGEMENT-RECORD.
000390     05  FILLER                      PIC X(12).
000400     05  ACS-RECON-RESULT            PIC X(08).
000410     05  ACS-STALE-FLAG              PIC X(01).
000420     05  ACS-DETAILS-RECEIVED        PIC 9(07).
000430     05  ACS-DETAILS-VALID           PIC 9(07).
000440     05  ACS-DETAILS-REJECTED        PIC 9(07).
000450     05  ACS-REJ-NOTAPPRV            PIC 9(07).
000460     05  ACS-REJ-BLANKVAL            PIC 9(07).
000470     05  ACS-REJ-SRCNAUTH            PIC 9(07).
000480     05  ACS-REJ-OTHER               PIC 9(07).
000482     05  ACS-DETAILS-PARKED          PIC 9(07).
000484     05  ACS-QUEUE-REJECTED          PIC 9(07).
000490     05  FILLER                      PIC X(66).
000500 01  ACK-REJECT REDEFINES ACKNOWLEDGEMENT-RECORD.
000510     05  FILLER                      PIC X(12).
000520     05  ACD-REASON-CODE             PIC X(08).
000530     05  ACD-REASON-TEXT             PIC X(40).
000540     05  ACD-ORIG-RECORD             PIC X(80).
000545     05  ACD-SUSPENSE-FLAG           PIC X(01).
000547         88  ACD-FROM-SUSPENSE           VALUE "S".
000550     05  FILLER                      PIC X(09).
000560 01  ACK-TRAILER REDEFINES ACKNOWLEDGEMENT-RECORD.
000570     05  FILLER                      PIC X(12).
000580     05  ACT-RECORD-COUNT            PIC 9(07).
000590     05  ACT-DETAILS-RECEIVED        PIC 9(07).
000600     05  ACT-DETAILS-VALID           PIC 9(07).
000610     05  ACT-DETAILS-REJECTED        PIC 9(07).
000620     05  FILLER                      PIC X(110).
