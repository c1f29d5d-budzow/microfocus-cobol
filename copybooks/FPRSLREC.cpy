000080*---------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   2026-09-02  DLB  INITIAL VERSION.
000101*   2026-10-15  DLB  ADDED RSL-RUN-TIME - THE FPRESUB RUN TIME,
000102*                    SO THE FPBALNC BALANCING SHEET CAN TELL A
000103*                    RESUBMISSION MADE AFTER LAST NIGHT'S RUN
000104*                    FROM ONE MADE BEFORE IT ON THE SAME DATE.
000105*                    SPACES ON RECORDS WRITTEN BEFORE THE FIELD
000106*                    WENT IN.
000110*---------------------------------------------------------------
000120 01  RESUB-LOG-RECORD.
000130     05  RSL-MY-VAR                  PIC X(05).
000140     05  RSL-SOURCE-CODE             PIC X(03).
000150     05  RSL-RUN-DATE                PIC 9(08).
000160     05  RSL-RUN-TIME                PIC 9(08).
000170     05  FILLER                      PIC X(56).
