000128*                    UP IN THE REQMST REFERENCE MASTER.  A
000129*                    BLANK ID KEEPS THE LEGACY FREE-TEXT
000130*                    BEHAVIOR; RECORD LENGTH IS UNCHANGED.
000131*   2026-10-15  JRM  CARVED HW-TRAN-HDR-DEPT OUT OF THE
000132*                    HEADER FILLER: EACH DEPARTMENT'S FEED
000133*                    NOW ARRIVES AS ITS OWN HDR/TRL BATCH
000134*                    NAMING THE SUBMITTING DEPARTMENT, AND
000135*                    HWINTAKE BUILDS TRANFILE FROM THE
000136*                    ACCEPTED BATCHES UNDER ONE HEADER WITH
000137*                    THE DEPARTMENT LEFT BLANK.
000138************************************************************
000140 01  HW-TRANSACTION-RECORD.
000150     05  HW-TRAN-ID              PIC X(06).
000160     05  HW-TRAN-NAME            PIC X(20).
000210     05  HW-TRAN-HDR-ID          PIC X(06).
000220         88  HW-TRAN-HEADER              VALUE 'HDR   '.
000230     05  HW-TRAN-HDR-DATE        PIC X(08).
000235     05  HW-TRAN-HDR-DEPT        PIC X(08).
000240     05  FILLER                  PIC X(58).
000250
000260 01  HW-TRAN-TRAILER-RECORD.
000270     05  HW-TRAN-TRL-ID          PIC X(06).
