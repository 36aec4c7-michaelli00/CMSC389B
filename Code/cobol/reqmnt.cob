000220* A MISSING REQMST IS CREATED EMPTY ON FIRST USE, THE SAME
000230* WAY THE STARTUP STEP CREATES RUNCNTL, SO THE FIRST LOAD OF
000240* THE MASTER IS JUST AN ORDINARY MAINTENANCE RUN OF ADDS.
000241*
000242* EVERY TRANSACTION MUST CARRY THE OPERATOR ID OF AN ACTIVE
000243* MAINTAINER OR SUPERVISOR ON THE OPRMST OPERATOR MASTER;
000244* ANY OTHER OPERATOR ID IS REJECTED, AND THE OPERATOR IS
000245* PRINTED ON EVERY AUDIT LINE.
000250*
000251* EVERY CHANGE ACTUALLY APPLIED TO REQMST IS ALSO WRITTEN TO
000252* THE CHGJRNL CHANGE JOURNAL, WHOLE RECORD BEFORE AND AFTER,
000253* UNDER THIS RUN'S MAINTENANCE-RUN ID (PRINTED ON THE AUDIT
000254* HEADER) SO HWJRNUTL CAN SHOW A RECORD AS OF ANY DATE OR
000255* BACK THE WHOLE RUN OUT.
000256*
000260* RETURN-CODE VALUES
000270*   00 = NORMAL COMPLETION, ALL TRANSACTIONS APPLIED
000280*   04 = ONE OR MORE TRANSACTIONS REJECTED
000300*   16 = REQTRN COULD NOT BE OPENED
000310*   36 = REQMST COULD NOT BE OPENED
000320*   40 = REQRPT COULD NOT BE OPENED
000321*   48 = CHGJRNL COULD NOT BE OPENED OR WRITTEN
000322*   52 = OPRMST COULD NOT BE OPENED
000330*
000340* MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   ---------- ----  --------------------------------------
000370*   2026-09-03  JRM  ORIGINAL PROGRAM.
000371*   2026-10-15  JRM  EACH TRANSACTION NOW NEEDS AN AUTHORIZED
000372*                    OPRMST OPERATOR ID, PRINTED ON THE AUDIT
000373*                    REPORT.  RC 52 WHEN OPRMST CANNOT BE OPENED.
000374*   2026-10-15  JRM  EVERY APPLIED CHANGE IS WRITTEN TO THE
000375*                    CHGJRNL CHANGE JOURNAL UNDER A RUN ID
000376*                    SHOWN ON THE AUDIT HEADER.  RC 48 WHEN
000377*                    CHGJRNL CANNOT BE OPENED OR WRITTEN; A
000378*                    FAILED WRITE STOPS THE RUN.
000380************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    HWREQMNT.
000610         RECORD KEY IS HW-REQ-ID
000620         FILE STATUS IS WS-REQ-FILE-STATUS.

000621     SELECT JOURNAL-FILE
000622         ASSIGN TO CHGJRNL
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-JRN-FILE-STATUS.

000630     SELECT AUDIT-PRINT-FILE
000640         ASSIGN TO REQRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PRT-FILE-STATUS.

000661     SELECT OPERATOR-FILE
000662         ASSIGN TO OPRMST
000663         ORGANIZATION IS INDEXED
000664         ACCESS MODE IS DYNAMIC
000665         RECORD KEY IS HW-OPR-INITIALS
000666         FILE STATUS IS WS-OPR-FILE-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  MAINT-TRAN-FILE
000770         LINES AT BOTTOM 3.
000780 01  HW-AUDIT-PRINT-RECORD       PIC X(132).

000781 FD  OPERATOR-FILE.
000782 COPY HWOPRREC.

000783 FD  JOURNAL-FILE
000784     RECORDING MODE IS F.
000785 COPY HWJRNREC.

000790 WORKING-STORAGE SECTION.
000800*---------------------------------------------------------*
000810*    SWITCHES AND COUNTERS                                 *
000940 77  WS-REQ-FOUND-SW         PIC X(01)   VALUE 'N'.
000950     88  WS-REQ-FOUND                    VALUE 'Y'.

000951 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE SPACES.
000952     88  WS-JRN-OK                       VALUE '00'.

000953 77  WS-JRN-OPEN-SW          PIC X(01)   VALUE 'N'.
000954     88  WS-JRN-OPEN                     VALUE 'Y'.

000955 77  WS-JRN-FAILED-SW        PIC X(01)   VALUE 'N'.
000956     88  WS-JRN-FAILED                   VALUE 'Y'.

000960 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
000970     88  WS-PRT-OK                       VALUE '00'.

000980 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
000990     88  WS-PRT-OPEN                     VALUE 'Y'.

000991 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE SPACES.
000992     88  WS-OPR-OK                       VALUE '00'.

000993 77  WS-OPR-OPEN-SW          PIC X(01)   VALUE 'N'.
000994     88  WS-OPR-OPEN                     VALUE 'Y'.

001000 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001010 77  WS-TRAN-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
001020 77  WS-APPLIED-COUNT        PIC 9(06)   VALUE ZERO COMP.
001030 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001031 77  WS-JOURNAL-COUNT        PIC 9(06)   VALUE ZERO COMP.
001040 77  WS-COUNT-EDIT           PIC ZZZZZ9.

001050*---------------------------------------------------------*
001130 77  WS-DISPOSITION          PIC X(30)   VALUE SPACES.
001140 77  WS-IMAGE-WORK           PIC X(24)   VALUE SPACES.

001141*---------------------------------------------------------*
001142*    CHANGE-JOURNAL WORK AREAS.  THE RUN ID IS THIS        *
001143*    PROGRAM'S NAME AND ITS START DATE AND TIME.           *
001150*---------------------------------------------------------*
001151 01  WS-JRN-RUN-ID.
001152     05  WS-JRN-RUN-PROGRAM   PIC X(08)  VALUE 'HWREQMNT'.
001153     05  WS-JRN-RUN-DATE      PIC X(08).
001154     05  WS-JRN-RUN-TIME      PIC X(08).

001155 77  WS-JRN-SEQ              PIC 9(06)   VALUE ZERO.
001156 77  WS-JRN-ACTION           PIC X(06)   VALUE SPACES.
001157 77  WS-JRN-BEFORE-RECORD    PIC X(80)   VALUE SPACES.
001158 77  WS-JRN-AFTER-RECORD     PIC X(80)   VALUE SPACES.

001159*---------------------------------------------------------*
001160*    AUDIT REPORT LINES                                    *
001170*---------------------------------------------------------*
001180 01  WS-AUDIT-HEADER-LINE.
001230     05  FILLER               PIC X(03)  VALUE ' AT'.
001240     05  FILLER               PIC X(01)  VALUE SPACE.
001250     05  WS-HDR-RUN-TIME      PIC X(08).
001260     05  FILLER               PIC X(09)  VALUE '  RUN ID '.
001261     05  WS-HDR-RUN-ID        PIC X(24).
001262     05  FILLER               PIC X(37)  VALUE SPACES.

001270 01  WS-AUDIT-COLUMN-LINE.
001280     05  FILLER               PIC X(08)  VALUE 'ACTION  '.
001290     05  FILLER               PIC X(10)  VALUE 'REQ ID    '.
001300     05  FILLER               PIC X(26)  VALUE 'BEFORE'.
001310     05  FILLER               PIC X(26)  VALUE 'AFTER'.
001320     05  FILLER               PIC X(32)  VALUE 'DISPOSITION'.
001330     05  FILLER               PIC X(03)  VALUE 'OPR'.
001331     05  FILLER               PIC X(27)  VALUE SPACES.

001340 01  WS-AUDIT-DETAIL-LINE.
001350     05  WS-AUD-ACTION        PIC X(06).
001410     05  WS-AUD-AFTER         PIC X(24).
001420     05  FILLER               PIC X(02)  VALUE SPACES.
001430     05  WS-AUD-DISP          PIC X(30).
001440     05  FILLER               PIC X(02)  VALUE SPACES.
001441     05  WS-AUD-OPERATOR      PIC X(03).
001442     05  FILLER               PIC X(27)  VALUE SPACES.

001450 01  WS-AUDIT-TOTAL-LINE.
001460     05  WS-TOT-LABEL         PIC X(34).
001570         PERFORM 2200-APPLY-TRANSACTION
001580             THRU 2200-EXIT
001590             UNTIL WS-TRN-EOF
001591                OR WS-JRN-FAILED
001600         PERFORM 3000-WRITE-TOTALS
001610             THRU 3000-EXIT
001620     END-IF.
001670************************************************************
001680* 1000-INITIALIZE -- OPEN ALL FILES, CREATING AN EMPTY
001690*                    REQMST ON FIRST USE, AND PRIME THE
001700*                    TRANSACTION STREAM.  OPRMST IS READ
001701*                    ONLY, TO PROVE EACH OPERATOR ID.
001710************************************************************
001720 1000-INITIALIZE.
001730     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001740     ACCEPT WS-CURRENT-TIME FROM TIME.
001741     MOVE WS-CURRENT-DATE TO WS-JRN-RUN-DATE.
001742     MOVE WS-CURRENT-TIME TO WS-JRN-RUN-TIME.

001750     OPEN INPUT MAINT-TRAN-FILE.
001760     IF NOT WS-TRN-OK
001940     END-IF.
001950     SET WS-REQ-OPEN TO TRUE.

001951     PERFORM 1100-OPEN-CONTROL-FILES
001952         THRU 1100-EXIT.
001953     IF NOT WS-JRN-OPEN
001954         GO TO 1000-EXIT
001955     END-IF.

001960     OPEN OUTPUT AUDIT-PRINT-FILE.
001970     IF NOT WS-PRT-OK
001980         DISPLAY 'HWREQMNT: UNABLE TO OPEN REQRPT, '

002040     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
002050     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
002051     MOVE WS-JRN-RUN-ID   TO WS-HDR-RUN-ID.
002060     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-HEADER-LINE
002070         AFTER ADVANCING PAGE.
002080     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-COLUMN-LINE
002170 1000-EXIT.
002180     EXIT.

002181************************************************************
002182* 1100-OPEN-CONTROL-FILES -- OPEN THE OPRMST OPERATOR MASTER
002183*                            AND THE CHGJRNL CHANGE JOURNAL
002190************************************************************
002191 1100-OPEN-CONTROL-FILES.
002192     OPEN INPUT OPERATOR-FILE.
002193     IF NOT WS-OPR-OK
002194         DISPLAY 'HWREQMNT: UNABLE TO OPEN OPRMST, '
002195                 'STATUS = ' WS-OPR-FILE-STATUS
002196         MOVE 52 TO WS-RETURN-CODE
002197         GO TO 1100-EXIT
002198     END-IF.
002199     SET WS-OPR-OPEN TO TRUE.

002200     OPEN EXTEND JOURNAL-FILE.
002201     IF NOT WS-JRN-OK
002202         DISPLAY 'HWREQMNT: CHGJRNL NOT FOUND, OPENING NEW'
002203         OPEN OUTPUT JOURNAL-FILE
002204     END-IF.
002205     IF NOT WS-JRN-OK
002206         DISPLAY 'HWREQMNT: UNABLE TO OPEN CHGJRNL, '
002207                 'STATUS = ' WS-JRN-FILE-STATUS
002208         MOVE 48 TO WS-RETURN-CODE
002209         GO TO 1100-EXIT
002210     END-IF.
002211     SET WS-JRN-OPEN TO TRUE.

002212 1100-EXIT.
002213     EXIT.

002214************************************************************
002215* 2100-READ-MAINT-TRAN -- READ THE NEXT MAINTENANCE
002216*                         TRANSACTION FROM REQTRN
002220************************************************************
002230 2100-READ-MAINT-TRAN.
002240     READ MAINT-TRAN-FILE
002300 2100-EXIT.
002310     EXIT.

002311************************************************************
002312* 2150-CHECK-OPERATOR -- THE TRANSACTION'S OPERATOR ID MUST
002313*                        BE ON OPRMST, ACTIVE, AND AT
002314*                        MAINTAINER OR SUPERVISOR LEVEL.  A
002315*                        FAILURE LEAVES THE REJECTION IN
002316*                        WS-DISPOSITION.
002320************************************************************
002321 2150-CHECK-OPERATOR.
002322     IF HW-RQT-OPERATOR-ID = SPACES
002323         MOVE 'REJECTED - NO OPERATOR ID' TO WS-DISPOSITION
002324         GO TO 2150-EXIT
002325     END-IF.
002326     MOVE HW-RQT-OPERATOR-ID TO HW-OPR-INITIALS.
002327     READ OPERATOR-FILE
002328         KEY IS HW-OPR-INITIALS
002329         INVALID KEY
002330             MOVE 'REJECTED - UNKNOWN OPERATOR'
002331                 TO WS-DISPOSITION
002332             GO TO 2150-EXIT
002333     END-READ.
002334     IF NOT HW-OPR-ACTIVE
002335         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-DISPOSITION
002336         GO TO 2150-EXIT
002337     END-IF.
002338     IF NOT HW-OPR-MAY-MAINTAIN
002339         MOVE 'REJECTED - NOT AUTHORIZED' TO WS-DISPOSITION
002340     END-IF.

002341 2150-EXIT.
002342     EXIT.

002343************************************************************
002344* 2200-APPLY-TRANSACTION -- EDIT AND APPLY THE CURRENT
002345*                           TRANSACTION, WRITE ITS AUDIT
002350*                           LINE, AND READ THE NEXT ONE
002360************************************************************
002370 2200-APPLY-TRANSACTION.
002510         GO TO 2200-AUDIT
002520     END-IF.

002521     PERFORM 2150-CHECK-OPERATOR
002522         THRU 2150-EXIT.
002523     IF WS-DISPOSITION NOT = SPACES
002524         PERFORM 2700-COUNT-REJECT
002525             THRU 2700-EXIT
002526         GO TO 2200-AUDIT
002527     END-IF.

002530     PERFORM 2250-READ-REQ-MASTER
002540         THRU 2250-EXIT.

002780************************************************************
002790 2250-READ-REQ-MASTER.
002800     MOVE 'N' TO WS-REQ-FOUND-SW.
002801     MOVE SPACES TO WS-JRN-BEFORE-RECORD.
002810     MOVE HW-RQT-ID TO HW-REQ-ID.
002820     READ REQUESTER-FILE
002830         KEY IS HW-REQ-ID
002850             CONTINUE
002860         NOT INVALID KEY
002870             SET WS-REQ-FOUND TO TRUE
002871             MOVE HW-REQUESTER-RECORD TO WS-JRN-BEFORE-RECORD
002880             PERFORM 2650-FORMAT-REQ-IMAGE
002890                 THRU 2650-EXIT
002900             MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
003190         MOVE HW-RQT-LANG-CODE TO HW-REQ-LANG-CODE
003200     END-IF.
003210     WRITE HW-REQUESTER-RECORD.
003211     MOVE 'ADD   ' TO WS-JRN-ACTION.
003212     MOVE HW-REQUESTER-RECORD TO WS-JRN-AFTER-RECORD.
003213     PERFORM 2800-WRITE-JOURNAL
003214         THRU 2800-EXIT.
003220     PERFORM 2650-FORMAT-REQ-IMAGE
003230         THRU 2650-EXIT.
003240     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
003510         MOVE HW-RQT-LANG-CODE TO HW-REQ-LANG-CODE
003520     END-IF.
003530     REWRITE HW-REQUESTER-RECORD.
003531     MOVE 'CHANGE' TO WS-JRN-ACTION.
003532     MOVE HW-REQUESTER-RECORD TO WS-JRN-AFTER-RECORD.
003533     PERFORM 2800-WRITE-JOURNAL
003534         THRU 2800-EXIT.
003540     PERFORM 2650-FORMAT-REQ-IMAGE
003550         THRU 2650-EXIT.
003560     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
003710     END-IF.

003720     DELETE REQUESTER-FILE.
003721     MOVE 'DELETE' TO WS-JRN-ACTION.
003722     MOVE SPACES TO WS-JRN-AFTER-RECORD.
003723     PERFORM 2800-WRITE-JOURNAL
003724         THRU 2800-EXIT.
003730     MOVE 'APPLIED - RECORD DELETED' TO WS-DISPOSITION.
003740     ADD 1 TO WS-APPLIED-COUNT.

003840     MOVE WS-BEFORE-IMAGE TO WS-AUD-BEFORE.
003850     MOVE WS-AFTER-IMAGE  TO WS-AUD-AFTER.
003860     MOVE WS-DISPOSITION  TO WS-AUD-DISP.
003861     MOVE HW-RQT-OPERATOR-ID TO WS-AUD-OPERATOR.
003870     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-DETAIL-LINE
003880         AFTER ADVANCING 1 LINE.

004140 2700-EXIT.
004150     EXIT.

004151************************************************************
004152* 2800-WRITE-JOURNAL -- WRITE ONE CHGJRNL ENTRY FOR THE
004153*                       CHANGE JUST APPLIED.  THE CALLER SETS
004154*                       WS-JRN-ACTION AND THE BEFORE AND AFTER
004155*                       RECORDS.  A FAILED WRITE ENDS THE RUN
004156*                       SO NO LATER CHANGE GOES UNJOURNALED.
004160************************************************************
004161 2800-WRITE-JOURNAL.
004162     MOVE SPACES               TO HW-JOURNAL-RECORD.
004163     MOVE 'REQMST'             TO HW-JRN-MASTER-ID.
004164     MOVE HW-RQT-ID            TO HW-JRN-KEY.
004165     MOVE WS-JRN-ACTION        TO HW-JRN-ACTION.
004166     MOVE WS-JRN-RUN-ID        TO HW-JRN-RUN-ID.
004167     ADD 1 TO WS-JRN-SEQ.
004168     MOVE WS-JRN-SEQ           TO HW-JRN-SEQ.
004169     MOVE HW-RQT-OPERATOR-ID   TO HW-JRN-OPERATOR-ID.
004170     MOVE WS-JRN-BEFORE-RECORD TO HW-JRN-BEFORE-IMAGE.
004171     MOVE WS-JRN-AFTER-RECORD  TO HW-JRN-AFTER-IMAGE.
004172     WRITE HW-JOURNAL-RECORD.
004173     IF NOT WS-JRN-OK
004174         DISPLAY 'HWREQMNT: UNABLE TO WRITE CHGJRNL, '
004175                 'STATUS = ' WS-JRN-FILE-STATUS
004176                 ' - RUN STOPPED'
004177         MOVE 48 TO WS-RETURN-CODE
004178         SET WS-JRN-FAILED TO TRUE
004179         GO TO 2800-EXIT
004180     END-IF.
004181     ADD 1 TO WS-JOURNAL-COUNT.

004182 2800-EXIT.
004183     EXIT.

004184************************************************************
004185* 3000-WRITE-TOTALS -- TRANSACTION CONTROL TOTALS SO THE
004186*                      AUDIT PAGE IS SELF-PROVING
004190************************************************************
004200 3000-WRITE-TOTALS.
004210     MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT.
004370     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
004380         AFTER ADVANCING 1 LINE.

004381     MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT.
004382     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
004383     MOVE 'CHANGES JOURNALED' TO WS-TOT-LABEL.
004384     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
004385     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
004386         AFTER ADVANCING 1 LINE.

004390 3000-EXIT.
004400     EXIT.

004510     IF WS-PRT-OPEN
004520         CLOSE AUDIT-PRINT-FILE
004530     END-IF.
004531     IF WS-OPR-OPEN
004532         CLOSE OPERATOR-FILE
004533     END-IF.
004534     IF WS-JRN-OPEN
004535         CLOSE JOURNAL-FILE
004536     END-IF.

004540 9999-EXIT.
004550     EXIT.
