000010*---------------------------------------------------------------
000020* FPCALREC.CPY
000030* PROCESSING-CALENDAR MASTER RECORD SHARED BY
000040* FP-on-UnusedDataItem, FPEXTCMP AND FPSLARPT (READERS) AND
000050* FPCALMNT (MAINTENANCE). THE MASTER IS A KEYED VSAM DATASET,
000060* RECORD KEY CL-KEY, HOLDING TWO KINDS OF ENTRY:
000070*   "D" DAY ENTRIES, KEYED BY DATE - A HOLIDAY ("H") THAT FALLS
000080*       ON A WEEKDAY, OR AN EXTRA BUSINESS DAY ("B") THAT FALLS
000090*       ON A WEEKEND.
000100*   "S" SOURCE ENTRIES, KEYED BY SOURCE CODE - THE WEEKDAYS ON
000110*       WHICH THAT SOURCE IS DUE TO SEND A FEED, ONE Y/N FLAG PER
000120*       DAY, MONDAY FIRST.
000130* A DATE IS A BUSINESS DAY WHEN IT IS MONDAY TO FRIDAY AND HAS NO
000140* "H" ENTRY, OR WHEN IT HAS A "B" ENTRY. A SOURCE IS DUE ON A
000150* BUSINESS DAY WHEN ITS FLAG FOR THAT WEEKDAY IS "Y"; NO SOURCE
000160* IS DUE ON A DAY THAT IS NOT A BUSINESS DAY.
000170* THE FIRST 16 BYTES (KEY AND SETTING) ARE THE WHOLE OF THE
000180* ENTRY'S MEANING; THE DESCRIPTION IS FOR PEOPLE ONLY.
000190*---------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   2026-10-15  DLB  INITIAL VERSION.
000220*---------------------------------------------------------------
000230 01  CALENDAR-RECORD.
000240     05  CL-KEY.
000250         10  CL-ENTRY-TYPE           PIC X(01).
000260             88  CL-DAY-ENTRY            VALUE "D".
000270             88  CL-SOURCE-ENTRY         VALUE "S".
000280         10  CL-KEY-VALUE            PIC X(08).
000290         10  CL-KEY-DATE REDEFINES CL-KEY-VALUE
000300                                     PIC 9(08).
000310         10  CL-KEY-SOURCE-VIEW REDEFINES CL-KEY-VALUE.
000320             15  CL-KEY-SOURCE       PIC X(03).
000330             15  FILLER              PIC X(05).
000340     05  CL-SETTING                  PIC X(07).
000350     05  CL-DAY-SETTING REDEFINES CL-SETTING.
000360         10  CL-DAY-TYPE             PIC X(01).
000370             88  CL-HOLIDAY              VALUE "H".
000380             88  CL-EXTRA-BUSINESS-DAY   VALUE "B".
000390         10  FILLER                  PIC X(06).
000400     05  CL-SOURCE-SETTING REDEFINES CL-SETTING.
000410         10  CL-DUE-FLAG             PIC X(01) OCCURS 7 TIMES.
000420     05  CL-DESCRIPTION              PIC X(30).
000430     05  FILLER                      PIC X(34).
