000010************************************************************
000020* HWACKREC.CPY
000030*
000040* TRANFILE INTAKE ACKNOWLEDGMENT RECORD -- ONE PER FEED
000050* BATCH, WRITTEN BY HWINTAKE TO THE OUTBOUND FILE
000060* ROUTACK.<ROUTE> FOR THE SUBMITTING DEPARTMENT'S DEPTMST
000070* ROUTE CODE, WHICH LEADS THE RECORD.  THE BATCH IS NAMED
000080* BY ITS HEADER DATE AND ITS SEQUENCE IN THE NIGHT'S FEED.
000090*   STATUS     'A' - ACCEPTED: EVERY RECORD RECEIVED WENT
000100*                    TO THE CYCLE'S TRANFILE.
000110*              'R' - REJECTED: NOTHING IN THE BATCH WENT TO
000120*                    TRANFILE; THE REASON SAYS WHY.
000130*   RECEIVED   DATA RECORDS FOUND BETWEEN THE BATCH'S HDR
000140*              AND ITS TRL (OR THE NEXT HDR, OR END OF FEED).
000150*   TRL COUNT  THE COUNT THE BATCH'S TRAILER CLAIMED (ZERO
000160*              WHEN THERE WAS NO TRAILER OR IT WAS NOT
000170*              NUMERIC).
000180* REASON CODES
000190*   B001 NO SUBMITTING DEPARTMENT ON THE HEADER
000200*   B002 DEPARTMENT NOT ON DEPTMST
000210*   B003 NO TRAILER - FEED TRUNCATED
000220*   B004 TRAILER COUNT NOT NUMERIC
000230*   B005 TRAILER COUNT OUT OF BALANCE
000240*   B006 HEADER DATE NOT THE CYCLE DATE
000250*   B007 RECORDS OUTSIDE ANY HDR/TRL
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   ---------- ----  -------------------------------------
000300*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000310************************************************************
000320 01  HW-INTAKE-ACK-RECORD.
000330     05  HW-ACK-ROUTE-CODE       PIC X(04).
000340     05  HW-ACK-DEPT-CODE        PIC X(08).
000350     05  HW-ACK-CYCLE-DATE       PIC X(08).
000360     05  HW-ACK-BATCH-SEQ        PIC 9(04).
000370     05  HW-ACK-HDR-DATE         PIC X(08).
000380     05  HW-ACK-STATUS           PIC X(01).
000390         88  HW-ACK-ACCEPTED             VALUE 'A'.
000400         88  HW-ACK-REJECTED             VALUE 'R'.
000410     05  HW-ACK-RECS-RECEIVED    PIC 9(06).
000420     05  HW-ACK-TRL-COUNT        PIC 9(06).
000430     05  HW-ACK-REASON-CODE      PIC X(04).
000440     05  HW-ACK-REASON-TEXT      PIC X(30).
000450     05  FILLER                  PIC X(01).
