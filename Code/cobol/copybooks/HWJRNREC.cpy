000010************************************************************
000020* HWJRNREC.CPY
000030*
000040* MASTER-FILE CHANGE JOURNAL RECORD -- ONE SEQUENTIAL
000050* CHGJRNL ENTRY PER CHANGE ACTUALLY APPLIED TO DEPTMST,
000060* REQMST OR CALFILE.  WRITTEN (OPENED EXTEND, SO THE FILE
000070* IS IN TIME ORDER) BY HWDEPMNT, HWREQMNT AND HWCALBLD, AND
000080* BY HWJRNUTL WHEN IT BACKS A RUN OUT.  REJECTED
000090* TRANSACTIONS ARE NEVER JOURNALED.
000100*
000110* THE ACTION IS WHAT HAPPENED TO THE MASTER RECORD, NOT
000120* WHAT THE CARD ASKED FOR -- A CALENDAR 'YEAR' OR 'HOLIDAY'
000130* CARD JOURNALS AS THE ADD OR CHANGE OF EACH DATE IT TOUCHED:
000140*   'ADD   ' - NO BEFORE-IMAGE, AFTER-IMAGE AS WRITTEN
000150*   'CHANGE' - BEFORE-IMAGE AS READ, AFTER-IMAGE AS REWRITTEN
000160*   'DELETE' - BEFORE-IMAGE AS READ, NO AFTER-IMAGE
000170* IMAGES ARE THE WHOLE MASTER RECORD, SPACE-PADDED TO 80.
000180*
000190* THE MAINTENANCE-RUN ID IS THE WRITING PROGRAM'S NAME AND
000200* ITS START DATE AND TIME, AS PRINTED ON THAT RUN'S AUDIT
000210* HEADER.  HW-JRN-SEQ NUMBERS THE ENTRIES WITHIN ONE RUN.
000220* HW-JRN-BACKOUT-OF-RUN IS BLANK EXCEPT ON ENTRIES HWJRNUTL
000230* WRITES WHILE REVERSING A RUN, WHERE IT NAMES THAT RUN.
000240*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  -------------------------------------
000280*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000290************************************************************
000300 01  HW-JOURNAL-RECORD.
000310     05  HW-JRN-MASTER-ID        PIC X(08).
000320         88  HW-JRN-MASTER-DEPTMST       VALUE 'DEPTMST '.
000330         88  HW-JRN-MASTER-REQMST        VALUE 'REQMST  '.
000340         88  HW-JRN-MASTER-CALFILE       VALUE 'CALFILE '.
000350     05  HW-JRN-KEY              PIC X(08).
000360     05  HW-JRN-ACTION           PIC X(06).
000370         88  HW-JRN-ACTION-ADD           VALUE 'ADD   '.
000380         88  HW-JRN-ACTION-CHANGE        VALUE 'CHANGE'.
000390         88  HW-JRN-ACTION-DELETE        VALUE 'DELETE'.
000400     05  HW-JRN-RUN-ID.
000410         10  HW-JRN-RUN-PROGRAM  PIC X(08).
000420         10  HW-JRN-RUN-DATE     PIC X(08).
000430         10  HW-JRN-RUN-TIME     PIC X(08).
000440     05  HW-JRN-SEQ              PIC 9(06).
000450     05  HW-JRN-OPERATOR-ID      PIC X(03).
000460     05  HW-JRN-BACKOUT-OF-RUN   PIC X(24).
000470     05  HW-JRN-BEFORE-IMAGE     PIC X(80).
000480     05  HW-JRN-AFTER-IMAGE      PIC X(80).
000490     05  FILLER                  PIC X(17).
