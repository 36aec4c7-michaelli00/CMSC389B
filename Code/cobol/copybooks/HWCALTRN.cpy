000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  -------------------------------------
000200*   2026-09-03  JRM  ORIGINAL COPYBOOK.
000201*   2026-10-15  JRM  CARVED THE OPERATOR ID OUT OF THE
000202*                    FILLER FOR THE OPRMST AUTHORITY CHECK.
000210************************************************************
000220 01  HW-CAL-MAINT-RECORD.
000230     05  HW-CLT-ACTION           PIC X(08).
000410     05  HW-CLT-HOLIDAY-FLAG     PIC X(01).
000420     05  HW-CLT-WINDOW-START     PIC X(08).
000430     05  HW-CLT-WINDOW-END       PIC X(08).
000440     05  HW-CLT-OPERATOR-ID      PIC X(03).
000450     05  FILLER                  PIC X(35).
