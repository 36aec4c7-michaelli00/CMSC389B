000270* ITS RESOLUTION NOTE -- THAT RECORD IS THE TRACE THE
000280* AUDITORS ASK FOR -- BUT DROPS OFF THE OPEN-INCIDENT
000290* REPORT.
000291*
000292* EVERY DISPOSITION IS CHECKED AGAINST THE OPRMST OPERATOR
000293* MASTER: INITIALS THAT ARE NOT ON FILE OR NOT ACTIVE ARE
000294* BYPASSED, AND ONLY A SUPERVISOR-LEVEL OPERATOR MAY CLOSE A
000295* CRITICAL ALERT OR ONE THAT HAS BEEN ESCALATED.  WHEN
000296* OPRMST CANNOT BE OPENED NO DISPOSITION IS APPLIED -- ALRTTRN
000297* CAN BE RERUN ONCE IT IS BACK -- BUT THE LOAD, ESCALATION
000298* AND REPORT STILL RUN SO NO PAGE IS MISSED.
000300*
000301* THE FIRST ACK -- OR A CLOSE OF AN ALERT NOBODY ACKNOWLEDGED
000302* -- STAMPS THE ACKNOWLEDGMENT; A CLOSE STAMPS ITS OWN
000303* INITIALS, DATE AND TIME.  NEITHER OVERWRITES THE OTHER, SO
000304* HWRSPRPT CAN REPORT TIME-TO-ACKNOWLEDGE AND TIME-TO-CLOSE.
000305*
000310* RETURN-CODE VALUES
000320*   00 = NORMAL COMPLETION, NO OPEN INCIDENTS
000330*   04 = OPEN INCIDENTS REMAIN, AN ALERT WAS ESCALATED, OR
000340*        A DISPOSITION TRANSACTION WAS REJECTED
000350*   36 = OPENALRT COULD NOT BE OPENED
000360*   40 = OPENRPT COULD NOT BE OPENED
000361*   52 = OPRMST COULD NOT BE OPENED - NO DISPOSITIONS APPLIED
000370*
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   ---------- ----  --------------------------------------
000410*   2026-09-03  JRM  ORIGINAL PROGRAM.
000411*   2026-10-15  JRM  DISPOSITIONS ARE NOW CHECKED AGAINST THE
000412*                    OPRMST OPERATOR MASTER; ONLY A SUPERVISOR
000413*                    MAY CLOSE A CRITICAL OR ESCALATED INCIDENT.
000414*                    RC 52 WHEN OPRMST CANNOT BE OPENED.
000415*   2026-10-15  JRM  A CLOSE NOW STAMPS ITS OWN INITIALS, DATE
000416*                    AND TIME; THE ACKNOWLEDGMENT IS STAMPED
000417*                    ONCE, BY THE FIRST ACK OR AN UNACKED CLOSE.
000420************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    HWALRDSP.
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PRT-FILE-STATUS.

000781     SELECT OPERATOR-FILE
000782         ASSIGN TO OPRMST
000783         ORGANIZATION IS INDEXED
000784         ACCESS MODE IS DYNAMIC
000785         RECORD KEY IS HW-OPR-INITIALS
000786         FILE STATUS IS WS-OPR-FILE-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DISP-CARD-FILE
000980         LINES AT BOTTOM 3.
000990 01  HW-INCIDENT-PRINT-RECORD    PIC X(132).

000991 FD  OPERATOR-FILE.
000992 COPY HWOPRREC.

001000 WORKING-STORAGE SECTION.
001010*---------------------------------------------------------*
001020*    SWITCHES AND COUNTERS                                 *
001310 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001320     88  WS-PRT-OPEN                     VALUE 'Y'.

001321 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE SPACES.
001322     88  WS-OPR-OK                       VALUE '00'.

001323 77  WS-OPR-OPEN-SW          PIC X(01)   VALUE 'N'.
001324     88  WS-OPR-OPEN                     VALUE 'Y'.

001325 77  WS-OPR-FOUND-SW         PIC X(01)   VALUE 'N'.
001326     88  WS-OPR-FOUND                    VALUE 'Y'.

001330 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001340 77  WS-ALR-READ-COUNT       PIC 9(06)   VALUE ZERO COMP.
003960*                            MASTER.  A MISSING ALRTTRN
003970*                            MEANS NO DISPOSITIONS THIS
003980*                            MORNING.
003981*                            NO DISPOSITION IS APPLIED
003982*                            WITHOUT THE OPERATOR MASTER TO
003983*                            CHECK IT AGAINST.
003990************************************************************
004000 3000-APPLY-DISPOSITIONS.
004001     OPEN INPUT OPERATOR-FILE.
004002     IF NOT WS-OPR-OK
004003         DISPLAY 'HWALRDSP: UNABLE TO OPEN OPRMST, '
004004                 'STATUS = ' WS-OPR-FILE-STATUS
004005                 ' - NO DISPOSITIONS APPLIED'
004006         MOVE 52 TO WS-RETURN-CODE
004007         GO TO 3000-EXIT
004008     END-IF.
004009     SET WS-OPR-OPEN TO TRUE.

004010     OPEN INPUT DISP-TRAN-FILE.
004020     IF NOT WS-TRN-OK
004030         DISPLAY 'HWALRDSP: ALRTTRN NOT AVAILABLE, STATUS = '
004320*                               ACTION, A MISSING ALERT, OR
004330*                               MISSING INITIALS IS REPORTED
004340*                               AND COUNTED BUT DOES NOT
004350*                               STOP THE RUN.  SO DO
004351*                               INITIALS NOT ACTIVE ON
004352*                               OPRMST, AND A CLOSE OF A
004353*                               CRITICAL OR ESCALATED ALERT
004354*                               BY ANYONE BELOW SUPERVISOR.
004355*                               THE ACKNOWLEDGMENT IS STAMPED
004356*                               ONLY WHILE THE ALERT IS STILL
004357*                               OPEN; A CLOSE HAS ITS OWN
004358*                               STAMP.
004360************************************************************
004370 3200-APPLY-ONE-DISPOSITION.
004380     IF NOT HW-ADT-ACTION-VALID
004460         DISPLAY 'HWALRDSP: DISPOSITION FOR JOB '
004470                 HW-ADT-JOB-NAME ' CARRIES NO INITIALS'
004480                 ' - TRANSACTION BYPASSED'
004481         PERFORM 3500-COUNT-TRAN-REJECT
004482             THRU 3500-EXIT
004483         GO TO 3200-NEXT
004484     END-IF.

004485     PERFORM 3300-READ-OPERATOR
004486         THRU 3300-EXIT.
004487     IF NOT WS-OPR-FOUND
004488         DISPLAY 'HWALRDSP: INITIALS ' HW-ADT-INITIALS
004489                 ' ARE NOT ON OPRMST - TRANSACTION BYPASSED'
004490         PERFORM 3500-COUNT-TRAN-REJECT
004491             THRU 3500-EXIT
004492         GO TO 3200-NEXT
004493     END-IF.
004494     IF NOT HW-OPR-ACTIVE
004495         DISPLAY 'HWALRDSP: OPERATOR ' HW-ADT-INITIALS
004496                 ' IS NOT ACTIVE - TRANSACTION BYPASSED'
004497         PERFORM 3500-COUNT-TRAN-REJECT
004500             THRU 3500-EXIT
004510         GO TO 3200-NEXT
004520     END-IF.
004770         GO TO 3200-NEXT
004780     END-IF.

004790     IF HW-ADT-ACTION-CLOSE
004800        AND NOT HW-OPR-AUTH-SUPERVISOR
004801        AND (HW-OPA-SEVERITY = 'CRITICAL'
004802             OR HW-OPA-SEVERITY = 'ESCALATE'
004803             OR HW-OPA-ESCALATED)
004804         DISPLAY 'HWALRDSP: ' HW-OPA-SEVERITY ' ALERT FOR JOB '
004805                 HW-ADT-JOB-NAME ' NEEDS A SUPERVISOR TO CLOSE, '
004806                 HW-ADT-INITIALS ' IS NOT - TRANSACTION BYPASSED'
004807         PERFORM 3500-COUNT-TRAN-REJECT
004808             THRU 3500-EXIT
004809         GO TO 3200-NEXT
004810     END-IF.

004811     IF HW-OPA-STAT-OPEN
004812         MOVE HW-ADT-INITIALS TO HW-OPA-ACK-INITIALS
004813         MOVE WS-CURRENT-DATE TO HW-OPA-ACK-DATE
004814         MOVE WS-CURRENT-TIME TO HW-OPA-ACK-TIME
004815     END-IF.
004820     IF HW-ADT-RESOLUTION-TEXT NOT = SPACES
004830         MOVE HW-ADT-RESOLUTION-TEXT
004840             TO HW-OPA-RESOLUTION-TEXT
004850     END-IF.
004860     IF HW-ADT-ACTION-CLOSE
004870         MOVE 'C' TO HW-OPA-STATUS
004871         MOVE HW-ADT-INITIALS TO HW-OPA-CLOSE-INITIALS
004872         MOVE WS-CURRENT-DATE TO HW-OPA-CLOSE-DATE
004873         MOVE WS-CURRENT-TIME TO HW-OPA-CLOSE-TIME
004880         ADD 1 TO WS-CLOSED-COUNT
004890     ELSE
004900         MOVE 'A' TO HW-OPA-STATUS
004970 3200-EXIT.
004980     EXIT.

004981************************************************************
004982* 3300-READ-OPERATOR -- LOOK UP THE DISPOSITION'S INITIALS
004983*                       ON THE OPERATOR MASTER
004990************************************************************
004991 3300-READ-OPERATOR.
004992     MOVE 'N' TO WS-OPR-FOUND-SW.
004993     MOVE HW-ADT-INITIALS TO HW-OPR-INITIALS.
004994     READ OPERATOR-FILE
004995         KEY IS HW-OPR-INITIALS
004996         INVALID KEY
004997             CONTINUE
004998         NOT INVALID KEY
004999             SET WS-OPR-FOUND TO TRUE
005000     END-READ.

005001 3300-EXIT.
005002     EXIT.

005003************************************************************
005004* 3500-COUNT-TRAN-REJECT -- COUNT A BYPASSED DISPOSITION AND
005010*                           MAKE SURE THE RUN ENDS WITH THE
005020*                           WARNING RETURN CODE
005030************************************************************
008220     IF WS-PRT-OPEN
008230         CLOSE INCIDENT-PRINT-FILE
008240     END-IF.
008241     IF WS-OPR-OPEN
008242         CLOSE OPERATOR-FILE
008243     END-IF.

008250 9999-EXIT.
008260     EXIT.
