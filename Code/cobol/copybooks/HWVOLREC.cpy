000010************************************************************
000020* HWVOLREC.CPY
000030*
000040* DEPARTMENT VOLUME RECORD -- VSAM KSDS (DEPTVOL) KEYED ON
000050* CYCLE DATE PLUS DEPARTMENT CODE, ONE RECORD PER
000060* DEPARTMENT PER CYCLE, SO A MONTH IS ONE KEY RANGE.
000070* THE TRANS PASS OF HELLOWORLD SETS THE ROLL-CALL COUNTS
000080* AS EACH DEPARTMENT'S SECTION CLOSES: REQUESTERS GREETED,
000090* REJECTS CHARGED TO THE DEPARTMENT (A REJECT WHOSE
000100* DEPARTMENT IS MISSING OR NOT ON DEPTMST IS CHARGED TO
000110* NOBODY), AND LINES WRITTEN TO ITS DEPTSECT MEMBER.
000120* HWDSTMNF SETS THE DISTRIBUTION COUNTS WHEN IT BUNDLES THE
000130* MEMBER: COPIES PRINTED, OR COPIES AND BUNDLES EMAILED.
000140* BOTH PROGRAMS REPLACE THEIR OWN FIELDS RATHER THAN ADD TO
000150* THEM, SO A RERUN OR RESTART OF EITHER STEP NEVER COUNTS
000160* A CYCLE TWICE.  HWCHGBCK BILLS THE MONTH FROM THIS FILE.
000170*
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  -------------------------------------
000210*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000220************************************************************
000230 01  HW-DEPT-VOLUME-RECORD.
000240     05  HW-VOL-KEY.
000250         10  HW-VOL-CYCLE-DATE   PIC X(08).
000260         10  HW-VOL-DEPT-CODE    PIC X(08).
000270     05  HW-VOL-JOB-NAME         PIC X(08).
000280     05  HW-VOL-GREETED          PIC 9(06).
000290     05  HW-VOL-REJECTS          PIC 9(06).
000300     05  HW-VOL-SECT-LINES       PIC 9(06).
000310     05  HW-VOL-COPIES-PRINTED   PIC 9(06).
000320     05  HW-VOL-COPIES-EMAILED   PIC 9(06).
000330     05  HW-VOL-BUNDLES-EMAILED  PIC 9(06).
000340     05  HW-VOL-DIST-DATE        PIC X(08).
000350     05  FILLER                  PIC X(12).
