000010************************************************************
000020* HWSCHREC.CPY
000030*
000040* JOB-STREAM SCHEDULE MASTER RECORD -- VSAM KSDS KEYED ON
000050* THE JOB NAME.  ONE RECORD PER STREAM THAT IS SUPPOSED TO
000060* RUN: THE SHIFT IT RUNS ON, ITS RUN MODE (THE SAME VALUES
000070* THE CONTROL CARD CARRIES), THE DAY RULE THAT SAYS WHICH
000080* CALENDAR DAYS IT RUNS, THE OWNING DEPARTMENT (A DEPTMST
000090* CODE) AND THE TIME IT IS EXPECTED TO HAVE COMPLETED BY
000100* (HHMMSSCC, THE SAME FORM ACCEPT FROM TIME RETURNS).
000110*
000120* DAY RULE 'W' RUNS THE STREAM ON EVERY DAY WHOSE FLAG IN
000130* HW-SCH-DAY-FLAGS IS 'Y' -- SUNDAY FIRST, SATURDAY LAST.
000140* DAY RULE 'M' RUNS IT ON THE LAST DAY OF EACH MONTH ONLY.
000150* EITHER WAY THE STREAM IS ONLY EXPECTED WHEN CALFILE HAS
000160* ITS SHIFT SCHEDULED FOR THE DATE AND THE DATE IS NOT A
000170* HOLIDAY.  AN ADHOC STREAM IS NEVER EXPECTED.
000180* MAINTAINED BY THE HWSCHMNT BATCH MAINTENANCE PROGRAM AND
000190* READ BY THE HWNOSHOW MISSED-RUN REPORT.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  -------------------------------------
000240*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000250************************************************************
000260 01  HW-SCHEDULE-RECORD.
000270     05  HW-SCH-JOB-NAME         PIC X(08).
000280     05  HW-SCH-SHIFT-CODE       PIC X(01).
000290     05  HW-SCH-RUN-MODE         PIC X(07).
000300         88  HW-SCH-RUN-MODE-VALID       VALUES 'DAILY  '
000310                                                 'WEEKLY '
000320                                                 'MONTHLY'
000330                                                 'ADHOC  '
000340                                                 'TRANS  '.
000350         88  HW-SCH-RUN-MODE-ADHOC       VALUE  'ADHOC  '.
000360     05  HW-SCH-DAY-RULE         PIC X(01).
000370         88  HW-SCH-RULE-WEEKDAYS        VALUE 'W'.
000380         88  HW-SCH-RULE-MONTH-END       VALUE 'M'.
000390         88  HW-SCH-RULE-VALID           VALUES 'W' 'M'.
000400     05  HW-SCH-DAY-FLAGS.
000410         10  HW-SCH-DAY-FLAG     OCCURS 7 TIMES
000420                                 PIC X(01).
000430     05  HW-SCH-DEPT-CODE        PIC X(08).
000440     05  HW-SCH-EXPECTED-END     PIC X(08).
000450     05  FILLER                  PIC X(40).
