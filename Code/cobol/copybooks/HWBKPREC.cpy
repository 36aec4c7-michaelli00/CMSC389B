000010************************************************************
000020* HWBKPREC.CPY
000030*
000040* VSAM BACKUP GENERATION RECORD.  HWVSMBKP UNLOADS EACH
000050* SELECTED KSDS TO ONE SECTION OF A SEQUENTIAL BACKUP
000060* GENERATION AND RELOADS A CLUSTER FROM ITS SECTION.  A
000070* SECTION IS --
000080*   'H' HEADER  - FILE ID (THE CLUSTER'S DD NAME), THE DATE
000090*                 AND TIME THE UNLOAD STARTED, AND THE
000100*                 CLUSTER'S RECORD AND KEY LENGTHS
000110*   'D' DETAIL  - ONE PER CLUSTER RECORD, IN KEY ORDER, THE
000120*                 WHOLE RECORD LEFT-JUSTIFIED IN THE DATA
000130*                 AREA
000140*   'T' TRAILER - THE DETAIL COUNT AND THE KEY HASH TOTAL
000150* EVERY RECORD OF A SECTION CARRIES ITS FILE ID, SO ONE
000160* GENERATION CAN HOLD ANY NUMBER OF CLUSTERS.  EVERY KSDS
000170* IN THE SYSTEM IS KEYED ON ITS LEADING BYTES, SO THE KEY
000180* IS ALWAYS THE FIRST KEY-LENGTH BYTES OF THE DATA AREA.
000190* THE KEY HASH TOTAL IS THE SUM, OVER EVERY KEY BYTE, OF THE
000200* BYTE'S CODE POINT TIMES ITS POSITION IN THE KEY -- A
000210* DROPPED, DUPLICATED OR ALTERED KEY CHANGES IT.
000220*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   ---------- ----  -------------------------------------
000260*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000270************************************************************
000280 01  HW-BACKUP-RECORD.
000290     05  HW-BKP-REC-TYPE         PIC X(01).
000300         88  HW-BKP-HEADER               VALUE 'H'.
000310         88  HW-BKP-DETAIL               VALUE 'D'.
000320         88  HW-BKP-TRAILER              VALUE 'T'.
000330     05  HW-BKP-FILE-ID          PIC X(08).
000340     05  HW-BKP-BODY             PIC X(191).
000350     05  HW-BKP-HEADER-BODY      REDEFINES HW-BKP-BODY.
000360         10  HW-BKP-HDR-DATE     PIC X(08).
000370         10  HW-BKP-HDR-TIME     PIC X(08).
000380         10  HW-BKP-HDR-PROGRAM  PIC X(08).
000390         10  HW-BKP-HDR-REC-LEN  PIC 9(04).
000400         10  HW-BKP-HDR-KEY-LEN  PIC 9(04).
000410         10  FILLER              PIC X(159).
000420     05  HW-BKP-DETAIL-BODY      REDEFINES HW-BKP-BODY.
000430         10  HW-BKP-DTL-DATA     PIC X(168).
000440         10  FILLER              PIC X(23).
000450     05  HW-BKP-TRAILER-BODY     REDEFINES HW-BKP-BODY.
000460         10  HW-BKP-TRL-COUNT    PIC 9(09).
000470         10  HW-BKP-TRL-KEY-HASH PIC 9(15).
000480         10  FILLER              PIC X(167).
