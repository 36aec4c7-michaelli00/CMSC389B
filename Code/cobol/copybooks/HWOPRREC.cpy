000010************************************************************
000020* HWOPRREC.CPY
000030*
000040* OPERATOR MASTER RECORD -- VSAM KSDS KEYED ON THE
000050* OPERATOR'S INITIALS, THE SAME THREE CHARACTERS KEYED ON
000060* AN ALERT DISPOSITION OR AS THE OPERATOR ID ON A MASTER-
000070* MAINTENANCE TRANSACTION.  ONE RECORD PER MEMBER OF STAFF
000080* ALLOWED TO KEY INPUT: NAME, HOME SHIFT, WHETHER THE ID IS
000090* STILL ACTIVE, AND THE AUTHORITY LEVEL --
000100*   '1' = OPERATOR    - MAY ACK AND CLOSE ALERTS, EXCEPT
000110*                       CLOSE A CRITICAL OR ESCALATE ALERT
000120*   '2' = MAINTAINER  - AS OPERATOR, AND MAY KEY DEPTMST,
000130*                       REQMST AND CALFILE MAINTENANCE
000140*   '3' = SUPERVISOR  - ALL OF THE ABOVE, MAY CLOSE A
000150*                       CRITICAL OR ESCALATE ALERT, AND
000160*                       MAINTAINS THIS MASTER
000170* AN ID THAT LEAVES IS MARKED INACTIVE RATHER THAN DELETED
000180* SO ITS INITIALS STAY EXPLAINED ON OLD AUDIT REPORTS.
000190* MAINTAINED BY THE HWOPRMNT BATCH MAINTENANCE PROGRAM.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  -------------------------------------
000240*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000250************************************************************
000260 01  HW-OPERATOR-RECORD.
000270     05  HW-OPR-INITIALS         PIC X(03).
000280     05  HW-OPR-NAME             PIC X(30).
000290     05  HW-OPR-SHIFT-CODE       PIC X(01).
000300     05  HW-OPR-ACTIVE-FLAG      PIC X(01).
000310         88  HW-OPR-ACTIVE               VALUE 'Y'.
000320         88  HW-OPR-ACTIVE-VALID         VALUES 'Y' 'N'.
000330     05  HW-OPR-AUTH-LEVEL       PIC X(01).
000340         88  HW-OPR-AUTH-OPERATOR        VALUE '1'.
000350         88  HW-OPR-AUTH-MAINTAINER      VALUE '2'.
000360         88  HW-OPR-AUTH-SUPERVISOR      VALUE '3'.
000370         88  HW-OPR-AUTH-VALID           VALUES '1' '2' '3'.
000380         88  HW-OPR-MAY-MAINTAIN         VALUES '2' '3'.
000390     05  FILLER                  PIC X(44).
