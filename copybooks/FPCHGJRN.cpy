000010*---------------------------------------------------------------
000020* FPCHGJRN.CPY
000030* MASTER-FILE CHANGE JOURNAL RECORD SHARED BY FPVALMNT AND
000040* FPXLTMNT (WRITERS) AND FPJRNRPT (READER). ONE RECORD IS
000050* APPENDED FOR EVERY TRANSACTION APPLIED TO THE APPROVED-VALUES
000060* OR TRANSLATION MASTER, CARRYING THE MASTER RECORD AS IT STOOD
000070* BEFORE AND AFTER THE CHANGE, THE ACTION, THE RUN DATE AND
000080* TIME, AND THE REQUESTER KEYED ON THE TRANSACTION. AN ADD HAS
000090* NO BEFORE IMAGE AND A DELETE HAS NO AFTER IMAGE (SPACES).
000100* THE JOURNAL IS CUMULATIVE AND IN APPLY ORDER. LRECL 100.
000110*---------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   2026-10-15  DLB  INITIAL VERSION.
000132*   2026-10-15  DLB  FPAUTMNT NOW JOURNALS THE SOURCE-
000134*                    AUTHORIZATION MASTER (MASTER ID "A", SEE
000136*                    FPAUTREC). FPJRNRPT PASSES THOSE RECORDS BY.
000137*   2026-10-15  DLB  FPCALMNT NOW JOURNALS THE PROCESSING-
000138*                    CALENDAR MASTER (MASTER ID "C", SEE
000139*                    FPCALREC) - KEY, SETTING AND THE FIRST TEN
000140*                    BYTES OF THE DESCRIPTION. ADDED CJ-CHANGE.
000141*   2026-10-15  DLB  FPSUBMNT NOW JOURNALS THE EXTRACT
000142*                    SUBSCRIPTION MASTER (MASTER ID "S", SEE
000143*                    FPSUBREC) - KEY, VALUE-TO, MODE AND THE FIRST
000144*                    FOUR BYTES OF THE DESCRIPTION.
000145*---------------------------------------------------------------
000150 01  CHANGE-JOURNAL-RECORD.
000160     05  CJ-RUN-DATE                 PIC 9(08).
000170     05  CJ-RUN-TIME                 PIC 9(08).
000180     05  CJ-MASTER-ID                PIC X(01).
000190         88  CJ-VALMAST                  VALUE "V".
000200         88  CJ-XLTMAST                  VALUE "X".
000205         88  CJ-SRCAUTH                  VALUE "A".
000207         88  CJ-CALENDAR                 VALUE "C".
000208         88  CJ-SUBSCRIPTION             VALUE "S".
000210     05  CJ-ACTION                   PIC X(06).
000220         88  CJ-ADD                      VALUE "ADD   ".
000230         88  CJ-DELETE                   VALUE "DELETE".
000240         88  CJ-EXPIRE                   VALUE "EXPIRE".
000245         88  CJ-CHANGE                   VALUE "CHANGE".
000250     05  CJ-REQUESTER                PIC X(08).
000260     05  CJ-BEFORE-IMAGE             PIC X(26).
000270     05  CJ-BEFORE-VAL REDEFINES CJ-BEFORE-IMAGE.
000280         10  CJB-VC-CODE             PIC X(05).
000290         10  CJB-VC-EFF-FROM         PIC 9(08).
000300         10  CJB-VC-EFF-TO           PIC 9(08).
000310         10  FILLER                  PIC X(05).
000320     05  CJ-BEFORE-XLT REDEFINES CJ-BEFORE-IMAGE.
000330         10  CJB-XL-SOURCE-CODE      PIC X(05).
000340         10  CJB-XL-CANON-CODE       PIC X(05).
000350         10  CJB-XL-EFF-FROM         PIC 9(08).
000360         10  CJB-XL-EFF-TO           PIC 9(08).
000361     05  CJ-BEFORE-AUTH REDEFINES CJ-BEFORE-IMAGE.
000362         10  CJB-SA-CODE             PIC X(05).
000363         10  CJB-SA-SOURCE-CODE      PIC X(03).
000364         10  CJB-SA-EFF-FROM         PIC 9(08).
000365         10  CJB-SA-EFF-TO           PIC 9(08).
000366         10  FILLER                  PIC X(02).
000367     05  CJ-BEFORE-CAL REDEFINES CJ-BEFORE-IMAGE.
000368         10  CJB-CL-KEY              PIC X(09).
000369         10  CJB-CL-SETTING          PIC X(07).
000370         10  CJB-CL-DESCRIPTION      PIC X(10).
000371     05  CJ-BEFORE-SUB REDEFINES CJ-BEFORE-IMAGE.
000372         10  CJB-SB-KEY              PIC X(16).
000373         10  CJB-SB-VALUE-TO         PIC X(05).
000374         10  CJB-SB-MODE             PIC X(01).
000375         10  CJB-SB-DESCRIPTION      PIC X(04).
000376     05  CJ-AFTER-IMAGE              PIC X(26).
000380     05  CJ-AFTER-VAL REDEFINES CJ-AFTER-IMAGE.
000390         10  CJA-VC-CODE             PIC X(05).
000400         10  CJA-VC-EFF-FROM         PIC 9(08).
000410         10  CJA-VC-EFF-TO           PIC 9(08).
000420         10  FILLER                  PIC X(05).
000430     05  CJ-AFTER-XLT REDEFINES CJ-AFTER-IMAGE.
000440         10  CJA-XL-SOURCE-CODE      PIC X(05).
000450         10  CJA-XL-CANON-CODE       PIC X(05).
000460         10  CJA-XL-EFF-FROM         PIC 9(08).
000470         10  CJA-XL-EFF-TO           PIC 9(08).
000471     05  CJ-AFTER-AUTH REDEFINES CJ-AFTER-IMAGE.
000472         10  CJA-SA-CODE             PIC X(05).
000473         10  CJA-SA-SOURCE-CODE      PIC X(03).
000474         10  CJA-SA-EFF-FROM         PIC 9(08).
000475         10  CJA-SA-EFF-TO           PIC 9(08).
000476         10  FILLER                  PIC X(02).
000477     05  CJ-AFTER-CAL REDEFINES CJ-AFTER-IMAGE.
000478         10  CJA-CL-KEY              PIC X(09).
000479         10  CJA-CL-SETTING          PIC X(07).
000480         10  CJA-CL-DESCRIPTION      PIC X(10).
000481     05  CJ-AFTER-SUB REDEFINES CJ-AFTER-IMAGE.
000482         10  CJA-SB-KEY              PIC X(16).
000483         10  CJA-SB-VALUE-TO         PIC X(05).
000484         10  CJA-SB-MODE             PIC X(01).
000485         10  CJA-SB-DESCRIPTION      PIC X(04).
000486     05  FILLER                      PIC X(17).
