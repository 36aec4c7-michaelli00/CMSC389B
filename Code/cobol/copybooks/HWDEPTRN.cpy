000135*                    ADD/CHANGE AUDIT FLOW.  ON A CHANGE A
000136*                    BLANK ROUTING FIELD KEEPS THE VALUE
000137*                    ALREADY ON FILE.
000138*   2026-10-15  JRM  CARVED THE OPERATOR ID OUT OF THE
000139*                    FILLER FOR THE OPRMST AUTHORITY CHECK.
000140************************************************************
000150 01  HW-DEPT-MAINT-RECORD.
000160     05  HW-DPT-ACTION           PIC X(06).
000242     05  HW-DPT-ROUTE-CODE       PIC X(04).
000243     05  HW-DPT-COPY-COUNT       PIC X(02).
000244     05  HW-DPT-DELIVERY-IND     PIC X(01).
000250     05  HW-DPT-OPERATOR-ID      PIC X(03).
000260     05  FILLER                  PIC X(06).
