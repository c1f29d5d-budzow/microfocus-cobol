000147*                    THE STAGED INPUT IS COPIED THROUGH
000148*                    VERBATIM WITH EVERY FEED'S HEADER AND
000149*                    TRAILER INTACT.
000150*   2026-09-02  DLB  APPEND ONE RESUBLOG RECORD (SEE FPRSLREC)
000151*                    PER REJECT RESUBMITTED, CARRYING THE VALUE,
000152*                    THE SOURCE CODE OFF THE REJECT RECORD, AND
000153*                    THE RUN DATE, SO THE FPREJHST REJECT-
000154*                    HISTORY JOB CAN TELL "CORRECTED AND
000155*                    RESUBMITTED" FROM "STILL SITTING".
000156*   2026-10-15  DLB  STAMP THE RUN TIME ON EACH RESUBLOG
000157*                    RECORD (RSL-RUN-TIME) FOR THE FPBALNC
000158*                    BALANCING SHEET.
000159*---------------------------------------------------------------
000160* EACH REJECT RECORD CARRIES THE ORIGINAL 80-BYTE INPUT RECORD.
000170* OPERATIONS CORRECTS THE VALUE IN PLACE AND FEEDS THE FILE TO
000180* THIS JOB. ONLY DETAIL ("D") RECORDS ARE RESUBMITTED - ANYTHING
003177*-----------------------------------------------------------
003178 5100-WRITE-RESUB-LOG.
003179     MOVE SPACES TO RESUB-LOG-RECORD.
003180     MOVE REJ-ORIG-RECORD (2:5) TO RSL-MY-VAR.
003181     MOVE REJ-SOURCE-CODE TO RSL-SOURCE-CODE.
003182     MOVE WS-RUN-DATE TO RSL-RUN-DATE.
003183     MOVE WS-RUN-TIME TO RSL-RUN-TIME.
003184     WRITE RESUB-LOG-RECORD.
003185     IF WS-RESUBLOG-STATUS NOT = "00"
003186         MOVE "RESUBLOG" TO WS-ERROR-FILE-NAME
