000010************************************************************
000020* HWSCHTRN.CPY
000030*
000040* SCHEDULE MASTER MAINTENANCE TRANSACTION.  ONE RECORD PER
000050* REQUESTED CHANGE TO THE SCHDMST JOB-STREAM SCHEDULE
000060* MASTER, READ BY HWSCHMNT FROM THE SCHDTRN INPUT STREAM AND
000070* APPLIED AS AN ADD, CHANGE OR DELETE OF THE SCHEDULE
000080* RECORD KEYED BY HW-SMT-JOB-NAME.  ON A CHANGE A BLANK
000090* FIELD KEEPS THE VALUE ALREADY ON FILE.
000100*
000110* MODIFICATION HISTORY
000120*   DATE       INIT  DESCRIPTION
000130*   ---------- ----  -------------------------------------
000140*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000150************************************************************
000160 01  HW-SCHED-MAINT-RECORD.
000170     05  HW-SMT-ACTION           PIC X(06).
000180         88  HW-SMT-ACTION-ADD           VALUE 'ADD   '.
000190         88  HW-SMT-ACTION-CHANGE        VALUE 'CHANGE'.
000200         88  HW-SMT-ACTION-DELETE        VALUE 'DELETE'.
000210         88  HW-SMT-ACTION-VALID         VALUES 'ADD   '
000220                                                'CHANGE'
000230                                                'DELETE'.
000240     05  HW-SMT-JOB-NAME         PIC X(08).
000250     05  HW-SMT-SHIFT-CODE       PIC X(01).
000260     05  HW-SMT-RUN-MODE         PIC X(07).
000270     05  HW-SMT-DAY-RULE         PIC X(01).
000280     05  HW-SMT-DAY-FLAGS        PIC X(07).
000290     05  HW-SMT-DEPT-CODE        PIC X(08).
000300     05  HW-SMT-EXPECTED-END     PIC X(08).
000310     05  FILLER                  PIC X(34).
