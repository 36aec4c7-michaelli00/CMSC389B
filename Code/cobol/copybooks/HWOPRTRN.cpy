000010************************************************************
000020* HWOPRTRN.CPY
000030*
000040* OPERATOR MASTER MAINTENANCE TRANSACTION.  ONE RECORD PER
000050* REQUESTED CHANGE TO THE OPRMST OPERATOR MASTER, READ BY
000060* HWOPRMNT FROM THE OPRTRN INPUT STREAM AND APPLIED AS AN
000070* ADD, CHANGE OR DELETE OF THE OPERATOR RECORD KEYED BY
000080* HW-OTR-INITIALS.  ON A CHANGE A BLANK FIELD KEEPS THE
000090* VALUE ALREADY ON FILE.  HW-OTR-OPERATOR-ID IS THE
000100* SUPERVISOR KEYING THE TRANSACTION.
000110*
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   ---------- ----  -------------------------------------
000150*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000160************************************************************
000170 01  HW-OPR-MAINT-RECORD.
000180     05  HW-OTR-ACTION           PIC X(06).
000190         88  HW-OTR-ACTION-ADD           VALUE 'ADD   '.
000200         88  HW-OTR-ACTION-CHANGE        VALUE 'CHANGE'.
000210         88  HW-OTR-ACTION-DELETE        VALUE 'DELETE'.
000220         88  HW-OTR-ACTION-VALID         VALUES 'ADD   '
000230                                                'CHANGE'
000240                                                'DELETE'.
000250     05  HW-OTR-INITIALS         PIC X(03).
000260     05  HW-OTR-NAME             PIC X(30).
000270     05  HW-OTR-SHIFT-CODE       PIC X(01).
000280     05  HW-OTR-ACTIVE-FLAG      PIC X(01).
000290     05  HW-OTR-AUTH-LEVEL       PIC X(01).
000300     05  HW-OTR-OPERATOR-ID      PIC X(03).
000310     05  FILLER                  PIC X(35).
