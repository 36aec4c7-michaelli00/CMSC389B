000010************************************************************
000020* HWRQHREC.CPY
000030*
000040* REQUESTER HISTORY RECORD -- VSAM KSDS (REQHIST) KEYED ON
000050* REQUESTER ID, ONE RECORD PER REQUESTER EVER SEEN BY THE
000060* TRANS PASS OF HELLOWORLD.  A REQUESTER IS SEEN WHEN A
000070* TRANSACTION CARRYING ITS ID (AND ON REQMST) IS GREETED:
000080*   FIRST/LAST SEEN  CYCLE DATES OF THE FIRST AND MOST
000090*                    RECENT CYCLES THE REQUESTER WAS GREETED
000100*                    (SPACES WHEN IT HAS ONLY BEEN REJECTED).
000110*   LAST DEPT        DEPARTMENT OF THE MOST RECENT GREETING.
000120*   CYCLES MTD/YTD   CYCLES ATTENDED IN THE MONTH (YYYYMM) AND
000130*                    YEAR (YYYY) HELD ALONGSIDE; THE FIRST
000140*                    CYCLE OF A NEW MONTH OR YEAR RESTARTS THE
000150*                    COUNT.  A CYCLE IS COUNTED ONCE HOWEVER
000160*                    MANY TIMES IT IS RUN.
000170*   TIMES REJECTED   TRANSACTIONS REJECTED FOR THE REQUESTER,
000180*                    ALL CYCLES.  THE REJECT CYCLE FIELDS HOLD
000190*                    THE LATEST CYCLE'S SHARE AND THE PASS THAT
000200*                    COUNTED IT, SO A RERUN OR RESTART OF THAT
000210*                    CYCLE REPLACES ITS SHARE INSTEAD OF ADDING
000220*                    TO IT.
000230* HWREQATT REPORTS ABSENT AND NEVER-SEEN REQUESTERS FROM IT.
000240*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  -------------------------------------
000280*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000290************************************************************
000300 01  HW-REQ-HISTORY-RECORD.
000310     05  HW-RQH-REQ-ID           PIC X(08).
000320     05  HW-RQH-FIRST-SEEN       PIC X(08).
000330     05  HW-RQH-LAST-SEEN        PIC X(08).
000340     05  HW-RQH-LAST-DEPT        PIC X(08).
000350     05  HW-RQH-MTD-MONTH        PIC X(06).
000360     05  HW-RQH-CYCLES-MTD       PIC 9(04).
000370     05  HW-RQH-YTD-YEAR         PIC X(04).
000380     05  HW-RQH-CYCLES-YTD       PIC 9(04).
000390     05  HW-RQH-TIMES-REJECTED   PIC 9(06).
000400     05  HW-RQH-REJ-CYCLE-DATE   PIC X(08).
000410     05  HW-RQH-REJ-CYCLE-COUNT  PIC 9(06).
000420     05  HW-RQH-REJ-PASS-ID.
000430         10  HW-RQH-REJ-PASS-DATE PIC X(08).
000440         10  HW-RQH-REJ-PASS-TIME PIC X(08).
000450     05  FILLER                  PIC X(14).
