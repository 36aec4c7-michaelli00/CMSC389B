000080* A PAGE AT 2 AM CAN NO LONGER BE IGNORED WITHOUT TRACE.
000090* THE RECORD KEEPS THE ORIGINAL ALERT FIELDS PLUS THE
000100* DISPOSITION: STATUS, THE ACKNOWLEDGING OPERATOR'S
000110* INITIALS AND TIMESTAMP, THE RESOLUTION NOTE, WHETHER
000120* THE ALERT HAS ALREADY BEEN ESCALATED (SO ONE INCIDENT
000130* ESCALATES EXACTLY ONCE), AND THE CLOSING OPERATOR'S
000140* INITIALS AND TIMESTAMP.  THE ACKNOWLEDGMENT IS STAMPED
000141* ONCE, BY THE FIRST ACK OR BY A CLOSE OF AN ALERT NOBODY
000142* ACKNOWLEDGED, AND IS NEVER OVERWRITTEN BY THE CLOSE, SO
000143* HWRSPRPT CAN MEASURE BOTH RESPONSE TIMES.  A CLOSED RECORD
000144* IS KEPT, NOT DELETED -- THE RESOLUTION NOTE IS THE AUDIT
000145* TRAIL.  A RECORD CLOSED BEFORE THE CLOSE FIELDS EXISTED
000146* HAS BLANK CLOSE FIELDS AND ITS CLOSE STAMP IN THE ACK
000147* FIELDS.
000150*
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   ---------- ----  -------------------------------------
000190*   2026-09-03  JRM  ORIGINAL COPYBOOK.
000191*   2026-10-15  JRM  CLOSE INITIALS, DATE AND TIME ADDED SO A
000192*                    CLOSE NO LONGER OVERWRITES THE
000193*                    ACKNOWLEDGMENT.  RECORD LENGTHENED FROM
000194*                    148 TO 168 BYTES.
000200************************************************************
000210 01  HW-OPEN-ALERT-RECORD.
000220     05  HW-OPA-KEY.
000360     05  HW-OPA-RESOLUTION-TEXT  PIC X(40).
000370     05  HW-OPA-ESCALATED-SW     PIC X(01).
000380         88  HW-OPA-ESCALATED            VALUE 'Y'.
000390     05  HW-OPA-CLOSE-INITIALS   PIC X(03).
000400     05  HW-OPA-CLOSE-DATE       PIC X(08).
000410     05  HW-OPA-CLOSE-TIME       PIC X(08).
000420     05  FILLER                  PIC X(12).
