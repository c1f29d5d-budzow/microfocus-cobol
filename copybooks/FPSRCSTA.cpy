000110*---------------------------------------------------------------
000120* SRC-RECON-RESULT: "MATCH", "MISMATCH", "NO TRLR", "STALE",
000130* OR "MISSING". SRC-STALE-FLAG IS "Y" ON A STALE SKIP.
000140* REJECTS SPLIT BY REASON; "OTHER" IS ANY REASON THAT IS NOT
000150* NOTAPPRV, BLANKVAL OR SRCNAUTH (TODAY THAT IS BADRECTY).
000160*---------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   2026-09-02  DLB  INITIAL VERSION.
000182*   2026-10-15  DLB  ADDED SRC-RUN-TIME - THE RUN TIME OF THE
000184*                    WRITING RUN, SO ONE NIGHT'S RECORDS CAN BE
000186*                    TOLD FROM A RERUN ON THE SAME DATE (THE
000188*                    FPBACKOT BACKOUT MATCHES ON DATE + TIME).
000189*                    SPACES ON RECORDS WRITTEN BEFORE THE FIELD
000191*                    WENT IN.
000192*   2026-10-15  DLB  ADDED SRC-REJ-SRCNAUTH - VALUES REJECTED AS
000193*                    NOT AUTHORIZED FOR THE SENDING SOURCE (SEE
000194*                    FPAUTREC), CARVED FROM FILLER. SPACES ON
000195*                    RECORDS WRITTEN BEFORE THE FIELD WENT IN -
000196*                    READERS TEST IT NUMERIC BEFORE USING IT.
000197*---------------------------------------------------------------
000200 01  SOURCE-STATS-RECORD.
000210     05  SRC-RUN-DATE                PIC 9(08).
000220     05  SRC-SOURCE-CODE             PIC X(03).
000280     05  SRC-TRANSLATED              PIC 9(07).
000290     05  SRC-RECON-RESULT            PIC X(08).
000300     05  SRC-STALE-FLAG              PIC X(01).
000305     05  SRC-RUN-TIME                PIC 9(08).
000315     05  SRC-REJ-SRCNAUTH            PIC 9(07).
000325     05  FILLER                      PIC X(03).
