000160*---------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   2026-09-02  DLB  INITIAL VERSION.
000182*   2026-10-15  DLB  ADDED RH-PREV-REJ-DATE - THE LAST-REJECTED
000184*                    DATE AS IT STOOD BEFORE THE MOST RECENT
000186*                    REJECTION ROLLED IT FORWARD, SO THE
000188*                    FPBACKOT BACKOUT CAN PUT IT BACK. ZERO ON
000189*                    A FIRST REJECTION; SPACES ON RECORDS LAST
000191*                    TOUCHED BEFORE THE FIELD WENT IN.
000192*---------------------------------------------------------------
000200 01  REJECT-HISTORY-RECORD.
000210     05  RH-KEY.
000220         10  RH-MY-VAR               PIC X(05).
000290         88  RH-RESUBMITTED              VALUE "Y".
000300         88  RH-STILL-SITTING            VALUE "N".
000310     05  RH-LAST-RESUB-DATE          PIC 9(08).
000315     05  RH-PREV-REJ-DATE            PIC 9(08).
000320     05  FILLER                      PIC X(26).
