000240*                    LOADS CLEANLY. ALL FIELDS SHIFT RIGHT ONE
000250*                    BYTE; EVERY READER WAS CONVERTED WITH THE
000260*                    SAME CHANGE.
000261*   2026-10-15  DLB  ADDED EXT-SUSPENSE-FLAG AND EXT-ARRIVAL-DATE,
000262*                    CARVED FROM FILLER - "S" AND THE DATE THE
000263*                    VALUE WAS FIRST PARKED WHEN A DETAIL WAS HELD
000264*                    IN THE PENDING-APPROVAL SUSPENSE QUEUE (SEE
000265*                    FPSUSREC) AND RELEASED ONCE ITS VALUE WAS
000266*                    APPROVED. SPACE AND ZERO ON DETAILS THAT
000267*                    PASSED ON THE NIGHT THEY ARRIVED.
000268*   2026-10-15  DLB  ADDED EXH-CONSUMER-ID AND EXT-CONSUMER-ID,
000269*                    CARVED FROM HEADER AND TRAILER FILLER - THE
000270*                    SUBSCRIBER A DISTRIBUTION FILE WAS CUT FOR
000271*                    (SEE FPEXTDST AND FPDSTREC). SPACES ON THE
000272*                    NIGHTLY EXTRACT ITSELF, WHICH IS EVERYONE'S.
000275*---------------------------------------------------------------
000280 01  EXTRACT-RECORD.
000290     05  EXT-REC-TYPE                PIC X(01).
000300         88  EXT-HEADER-RECORD           VALUE "H".
000330     05  EXT-MY-VAR                  PIC X(05).
000340     05  EXT-RUN-DATE                PIC 9(08).
000350     05  EXT-SOURCE                  PIC X(03).
000354     05  EXT-SUSPENSE-FLAG           PIC X(01).
000358         88  EXT-FROM-SUSPENSE           VALUE "S".
000362     05  EXT-ARRIVAL-DATE            PIC 9(08).
000366     05  FILLER                      PIC X(54).
000370 01  EXTRACT-HEADER-RECORD REDEFINES EXTRACT-RECORD.
000380     05  FILLER                      PIC X(01).
000390     05  EXH-JOB-NAME                PIC X(08).
000400     05  EXH-RUN-DATE                PIC 9(08).
000410     05  EXH-CONSUMER-ID             PIC X(08).
000415     05  FILLER                      PIC X(55).
000420 01  EXTRACT-TRAILER-RECORD REDEFINES EXTRACT-RECORD.
000430     05  FILLER                      PIC X(01).
000440     05  EXT-RECORD-COUNT            PIC 9(07).
000450     05  EXT-CONSUMER-ID             PIC X(08).
000455     05  FILLER                      PIC X(64).
