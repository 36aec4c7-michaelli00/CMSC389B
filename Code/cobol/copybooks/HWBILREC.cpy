000010************************************************************
000020* HWBILREC.CPY
000030*
000040* CHARGEBACK BILLING INTERFACE RECORD -- FIXED 120 BYTES,
000050* WRITTEN BY HWCHGBCK FOR THE FINANCE SYSTEM.  ONE FILE PER
000060* BILLING MONTH --
000070*   'H' HEADER  - THE MONTH BILLED AND WHEN AND BY WHAT
000080*                 PROGRAM THE FILE WAS CREATED
000090*   'D' DETAIL  - ONE PER INVOICE (DEPTMST DEPARTMENT): THE
000100*                 BILLED QUANTITIES, THE AMOUNT CHARGED FOR
000110*                 EACH AND THE INVOICE TOTAL
000120*   'T' TRAILER - THE DETAIL COUNT AND THE SUM OF THE
000130*                 INVOICE TOTALS
000140* AMOUNTS ARE UNSIGNED ZONED DECIMAL WITH TWO IMPLIED
000150* DECIMAL PLACES.
000160*
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  -------------------------------------
000200*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000210************************************************************
000220 01  HW-BILLING-RECORD.
000230     05  HW-BIL-REC-TYPE         PIC X(01).
000240         88  HW-BIL-HEADER               VALUE 'H'.
000250         88  HW-BIL-DETAIL               VALUE 'D'.
000260         88  HW-BIL-TRAILER              VALUE 'T'.
000270     05  HW-BIL-MONTH            PIC X(06).
000280     05  HW-BIL-BODY             PIC X(113).
000290     05  HW-BIL-HEADER-BODY      REDEFINES HW-BIL-BODY.
000300         10  HW-BIL-HDR-DATE     PIC X(08).
000310         10  HW-BIL-HDR-TIME     PIC X(08).
000320         10  HW-BIL-HDR-PROGRAM  PIC X(08).
000330         10  FILLER              PIC X(89).
000340     05  HW-BIL-DETAIL-BODY      REDEFINES HW-BIL-BODY.
000350         10  HW-BIL-DEPT-CODE    PIC X(08).
000360         10  HW-BIL-QTY-GREETED  PIC 9(07).
000370         10  HW-BIL-QTY-PRINTED  PIC 9(07).
000380         10  HW-BIL-QTY-BUNDLES  PIC 9(07).
000390         10  HW-BIL-QTY-REJECTS  PIC 9(07).
000400         10  HW-BIL-AMT-GREETED  PIC 9(09)V99.
000410         10  HW-BIL-AMT-PRINTED  PIC 9(09)V99.
000420         10  HW-BIL-AMT-BUNDLES  PIC 9(09)V99.
000430         10  HW-BIL-AMT-REJECTS  PIC 9(09)V99.
000440         10  HW-BIL-AMT-TOTAL    PIC 9(09)V99.
000450         10  FILLER              PIC X(22).
000460     05  HW-BIL-TRAILER-BODY     REDEFINES HW-BIL-BODY.
000470         10  HW-BIL-TRL-COUNT    PIC 9(07).
000480         10  HW-BIL-TRL-AMOUNT   PIC 9(11)V99.
000490         10  FILLER              PIC X(93).
