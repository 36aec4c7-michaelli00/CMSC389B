000110*   DATE       INIT  DESCRIPTION
000120*   ---------- ----  -------------------------------------
000130*   2026-09-03  JRM  ORIGINAL COPYBOOK.
000131*   2026-10-15  JRM  CARVED THE OPERATOR ID OUT OF THE
000132*                    FILLER FOR THE OPRMST AUTHORITY CHECK.
000140************************************************************
000150 01  HW-REQ-MAINT-RECORD.
000160     05  HW-RQT-ACTION           PIC X(06).
000230     05  HW-RQT-ID               PIC X(08).
000240     05  HW-RQT-NAME             PIC X(20).
000250     05  HW-RQT-LANG-CODE        PIC X(02).
000260     05  HW-RQT-OPERATOR-ID      PIC X(03).
000270     05  FILLER                  PIC X(41).
