000108*                    AND ON FILES WRITTEN BEFORE THE FIELD WENT
000110*                    IN). CARRIED SO THE REJECT-HISTORY MASTER
000112*                    (FPREJHIS) CAN KEY ON VALUE AND SOURCE.
000114*   2026-10-15  DLB  ADDED REASON "SRCNAUTH" - AN APPROVED VALUE
000115*                    SENT BY A SOURCE NOT AUTHORIZED FOR IT (SEE
000116*                    FPAUTREC).
000117*   2026-10-15  DLB  ADDED REASON "SUSPAGED" - A VALUE THAT WAITED
000118*                    IN THE PENDING-APPROVAL SUSPENSE QUEUE (SEE
000119*                    FPSUSREC) LONGER THAN THE CONTROL-CARD AGE
000120*                    LIMIT WITHOUT BEING APPROVED. ADDED
000121*                    REJ-SUSPENSE-FLAG IN THE LAST FILLER BYTE -
000122*                    "S" WHEN THE RECORD WAS REJECTED OUT OF THE
000123*                    SUSPENSE QUEUE RATHER THAN OFF TONIGHT'S
000124*                    FEED; REJ-RUN-DATE IS THEN THE NIGHT IT WAS
000125*                    REJECTED, NOT THE NIGHT IT ARRIVED.
000126*---------------------------------------------------------------
000127 01  REJECT-RECORD.
000130     05  REJ-RUN-DATE                PIC 9(08).
000140     05  REJ-REASON-CODE             PIC X(08).
000150         88  REJ-NOT-APPROVED            VALUE "NOTAPPRV".
000160         88  REJ-BLANK-VALUE             VALUE "BLANKVAL".
000170         88  REJ-BAD-REC-TYPE            VALUE "BADRECTY".
000175         88  REJ-SOURCE-NOT-AUTH         VALUE "SRCNAUTH".
000177         88  REJ-SUSPENSE-AGED           VALUE "SUSPAGED".
000180     05  REJ-ORIG-RECORD             PIC X(80).
000185     05  REJ-SOURCE-CODE             PIC X(03).
000195     05  REJ-SUSPENSE-FLAG           PIC X(01).
000205         88  REJ-FROM-SUSPENSE           VALUE "S".
