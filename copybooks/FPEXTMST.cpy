000070*---------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   2026-08-22  DLB  INITIAL VERSION.
000092*   2026-10-15  DLB  ADDED EXM-PREV-LAST-SEEN - THE LAST-SEEN
000094*                    DATE AS IT STOOD BEFORE THE MOST RECENT
000096*                    NIGHT ROLLED IT FORWARD, SO THE FPBACKOT
000098*                    BACKOUT CAN PUT IT BACK. ZERO FOR A VALUE
000099*                    SEEN ON ONE NIGHT ONLY; SPACES ON RECORDS
000101*                    LAST TOUCHED BEFORE THE FIELD WENT IN.
000102*---------------------------------------------------------------
000110 01  EXTRACT-MASTER-RECORD.
000120     05  EXM-MY-VAR                  PIC X(05).
000130     05  EXM-FIRST-SEEN              PIC 9(08).
000140     05  EXM-LAST-SEEN               PIC 9(08).
000150     05  EXM-TIMES-SEEN              PIC 9(07).
000155     05  EXM-PREV-LAST-SEEN          PIC 9(08).
000160     05  FILLER                      PIC X(44).
