000190* A MISSING DEPTMST IS CREATED EMPTY ON FIRST USE, THE SAME
000200* WAY THE STARTUP STEP CREATES RUNCNTL, SO THE FIRST LOAD OF
000210* THE MASTER IS JUST AN ORDINARY MAINTENANCE RUN OF ADDS.
000211*
000212* EVERY TRANSACTION MUST CARRY THE OPERATOR ID OF AN ACTIVE
000213* MAINTAINER OR SUPERVISOR ON THE OPRMST OPERATOR MASTER;
000214* ANY OTHER OPERATOR ID IS REJECTED, AND THE OPERATOR IS
000215* PRINTED ON EVERY AUDIT LINE.
000220*
000221* EVERY CHANGE ACTUALLY APPLIED TO DEPTMST IS ALSO WRITTEN TO
000222* THE CHGJRNL CHANGE JOURNAL, WHOLE RECORD BEFORE AND AFTER,
000223* UNDER THIS RUN'S MAINTENANCE-RUN ID (PRINTED ON THE AUDIT
000224* HEADER) SO HWJRNUTL CAN SHOW A RECORD AS OF ANY DATE OR
000225* BACK THE WHOLE RUN OUT.
000226*
000230* RETURN-CODE VALUES
000240*   00 = NORMAL COMPLETION, ALL TRANSACTIONS APPLIED
000250*   04 = ONE OR MORE TRANSACTIONS REJECTED
000270*   16 = DEPTTRN COULD NOT BE OPENED
000280*   36 = DEPTMST COULD NOT BE OPENED
000290*   40 = DEPTRPT COULD NOT BE OPENED
000291*   48 = CHGJRNL COULD NOT BE OPENED OR WRITTEN
000292*   52 = OPRMST COULD NOT BE OPENED
000300*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000430*                    HWDSTMNF FLAGS THE BLANK ROUTE UNTIL THE
000440*                    DEPARTMENT IS SET UP.  THE AUDIT COLUMNS
000450*                    STILL SHOW THE NAME.
000451*   2026-10-15  JRM  EACH TRANSACTION NOW NEEDS AN AUTHORIZED
000452*                    OPRMST OPERATOR ID, PRINTED ON THE AUDIT
000453*                    REPORT.  RC 52 WHEN OPRMST CANNOT BE OPENED.
000454*   2026-10-15  JRM  EVERY APPLIED CHANGE IS WRITTEN TO THE
000455*                    CHGJRNL CHANGE JOURNAL UNDER A RUN ID
000456*                    SHOWN ON THE AUDIT HEADER.  RC 48 WHEN
000457*                    CHGJRNL CANNOT BE OPENED OR WRITTEN; A
000458*                    FAILED WRITE STOPS THE RUN.
000460************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    HWDEPMNT.
000760         ASSIGN TO DEPTRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PRT-FILE-STATUS.
000781
000782     SELECT OPERATOR-FILE
000783         ASSIGN TO OPRMST
000784         ORGANIZATION IS INDEXED
000785         ACCESS MODE IS DYNAMIC
000786         RECORD KEY IS HW-OPR-INITIALS
000787         FILE STATUS IS WS-OPR-FILE-STATUS.
000790
000791     SELECT JOURNAL-FILE
000792         ASSIGN TO CHGJRNL
000793         ORGANIZATION IS LINE SEQUENTIAL
000794         FILE STATUS IS WS-JRN-FILE-STATUS.
000795
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  MAINT-TRAN-FILE
000910         LINES AT TOP 2
000920         LINES AT BOTTOM 3.
000930 01  HW-AUDIT-PRINT-RECORD       PIC X(132).
000931
000932 FD  OPERATOR-FILE.
000933 COPY HWOPRREC.
000934
000935 FD  JOURNAL-FILE
000936     RECORDING MODE IS F.
000937 COPY HWJRNREC.
000940
000950 WORKING-STORAGE SECTION.
000960*---------------------------------------------------------*
001200
001210 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001220     88  WS-PRT-OPEN                     VALUE 'Y'.
001221
001222 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE SPACES.
001223     88  WS-OPR-OK                       VALUE '00'.
001224
001225 77  WS-OPR-OPEN-SW          PIC X(01)   VALUE 'N'.
001226     88  WS-OPR-OPEN                     VALUE 'Y'.
001227
001228 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE SPACES.
001229     88  WS-JRN-OK                       VALUE '00'.
001230
001231 77  WS-JRN-OPEN-SW          PIC X(01)   VALUE 'N'.
001232     88  WS-JRN-OPEN                     VALUE 'Y'.
001233
001234 77  WS-JRN-FAILED-SW        PIC X(01)   VALUE 'N'.
001235     88  WS-JRN-FAILED                   VALUE 'Y'.
001236
001240 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.
001250
001260 77  WS-TRAN-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
001270 77  WS-APPLIED-COUNT        PIC 9(06)   VALUE ZERO COMP.
001280 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001281 77  WS-JOURNAL-COUNT        PIC 9(06)   VALUE ZERO COMP.
001290 77  WS-COUNT-EDIT           PIC ZZZZZ9.
001300
001310*---------------------------------------------------------*
001380 77  WS-BEFORE-NAME          PIC X(30)   VALUE SPACES.
001390 77  WS-AFTER-NAME           PIC X(30)   VALUE SPACES.
001400 77  WS-DISPOSITION          PIC X(30)   VALUE SPACES.
001401 77  WS-JRN-SEQ              PIC 9(06)   VALUE ZERO.
001402 77  WS-JRN-ACTION           PIC X(06)   VALUE SPACES.
001403 77  WS-JRN-BEFORE-RECORD    PIC X(80)   VALUE SPACES.
001404 77  WS-JRN-AFTER-RECORD     PIC X(80)   VALUE SPACES.
001410
001411*---------------------------------------------------------*
001412*    CHANGE-JOURNAL RUN ID -- THIS PROGRAM'S NAME AND ITS  *
001413*    START DATE AND TIME.                                  *
001414*---------------------------------------------------------*
001415 01  WS-JRN-RUN-ID.
001416     05  WS-JRN-RUN-PROGRAM   PIC X(08)  VALUE 'HWDEPMNT'.
001417     05  WS-JRN-RUN-DATE      PIC X(08).
001418     05  WS-JRN-RUN-TIME      PIC X(08).
001419
001420*---------------------------------------------------------*
001430*    AUDIT REPORT LINES                                    *
001440*---------------------------------------------------------*
001500     05  FILLER               PIC X(03)  VALUE ' AT'.
001510     05  FILLER               PIC X(01)  VALUE SPACE.
001520     05  WS-HDR-RUN-TIME      PIC X(08).
001530     05  FILLER               PIC X(09)  VALUE '  RUN ID '.
001531     05  WS-HDR-RUN-ID        PIC X(24).
001532     05  FILLER               PIC X(36)  VALUE SPACES.
001540
001550 01  WS-AUDIT-COLUMN-LINE.
001560     05  FILLER               PIC X(08)  VALUE 'ACTION  '.
001570     05  FILLER               PIC X(10)  VALUE 'DEPT CODE '.
001580     05  FILLER               PIC X(32)  VALUE 'NAME BEFORE'.
001590     05  FILLER               PIC X(32)  VALUE 'NAME AFTER'.
001600     05  FILLER               PIC X(32)  VALUE 'DISPOSITION'.
001610     05  FILLER               PIC X(03)  VALUE 'OPR'.
001611     05  FILLER               PIC X(15)  VALUE SPACES.
001620
001630 01  WS-AUDIT-DETAIL-LINE.
001640     05  WS-AUD-ACTION        PIC X(06).
001700     05  WS-AUD-AFTER         PIC X(30).
001710     05  FILLER               PIC X(02)  VALUE SPACES.
001720     05  WS-AUD-DISP          PIC X(30).
001730     05  FILLER               PIC X(02)  VALUE SPACES.
001731     05  WS-AUD-OPERATOR      PIC X(03).
001732     05  FILLER               PIC X(15)  VALUE SPACES.
001740
001750 01  WS-AUDIT-TOTAL-LINE.
001760     05  WS-TOT-LABEL         PIC X(34).
001880         PERFORM 2200-APPLY-TRANSACTION
001890             THRU 2200-EXIT
001900             UNTIL WS-TRN-EOF
001901                OR WS-JRN-FAILED
001910         PERFORM 3000-WRITE-TOTALS
001920             THRU 3000-EXIT
001930     END-IF.
001990************************************************************
002000* 1000-INITIALIZE -- OPEN ALL FILES, CREATING AN EMPTY
002010*                    DEPTMST ON FIRST USE, AND PRIME THE
002020*                    TRANSACTION STREAM.  OPRMST IS READ
002021*                    ONLY, TO PROVE EACH OPERATOR ID.
002030************************************************************
002040 1000-INITIALIZE.
002050     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002060     ACCEPT WS-CURRENT-TIME FROM TIME.
002061     MOVE WS-CURRENT-DATE TO WS-JRN-RUN-DATE.
002062     MOVE WS-CURRENT-TIME TO WS-JRN-RUN-TIME.
002070
002080     OPEN INPUT MAINT-TRAN-FILE.
002090     IF NOT WS-TRN-OK
002280     END-IF.
002290     SET WS-DEP-OPEN TO TRUE.
002300
002301     PERFORM 1100-OPEN-CONTROL-FILES
002302         THRU 1100-EXIT.
002303     IF NOT WS-JRN-OPEN
002304         GO TO 1000-EXIT
002305     END-IF.
002306
002310     OPEN OUTPUT AUDIT-PRINT-FILE.
002320     IF NOT WS-PRT-OK
002330         DISPLAY 'HWDEPMNT: UNABLE TO OPEN DEPTRPT, '
002390
002400     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
002410     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
002411     MOVE WS-JRN-RUN-ID   TO WS-HDR-RUN-ID.
002420     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-HEADER-LINE
002430         AFTER ADVANCING PAGE.
002440     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-COLUMN-LINE
002550 1000-EXIT.
002560     EXIT.
002570
002571************************************************************
002572* 1100-OPEN-CONTROL-FILES -- OPEN THE OPRMST OPERATOR MASTER
002573*                            AND THE CHGJRNL CHANGE JOURNAL
002580************************************************************
002581 1100-OPEN-CONTROL-FILES.
002582     OPEN INPUT OPERATOR-FILE.
002583     IF NOT WS-OPR-OK
002584         DISPLAY 'HWDEPMNT: UNABLE TO OPEN OPRMST, '
002585                 'STATUS = ' WS-OPR-FILE-STATUS
002586         MOVE 52 TO WS-RETURN-CODE
002587         GO TO 1100-EXIT
002588     END-IF.
002589     SET WS-OPR-OPEN TO TRUE.
002590
002591     OPEN EXTEND JOURNAL-FILE.
002592     IF NOT WS-JRN-OK
002593         DISPLAY 'HWDEPMNT: CHGJRNL NOT FOUND, OPENING NEW'
002594         OPEN OUTPUT JOURNAL-FILE
002595     END-IF.
002596     IF NOT WS-JRN-OK
002597         DISPLAY 'HWDEPMNT: UNABLE TO OPEN CHGJRNL, '
002598                 'STATUS = ' WS-JRN-FILE-STATUS
002599         MOVE 48 TO WS-RETURN-CODE
002600         GO TO 1100-EXIT
002601     END-IF.
002602     SET WS-JRN-OPEN TO TRUE.
002603
002604 1100-EXIT.
002605     EXIT.
002606
002607************************************************************
002608* 2100-READ-MAINT-TRAN -- READ THE NEXT MAINTENANCE
002609*                         TRANSACTION FROM DEPTTRN
002610************************************************************
002620 2100-READ-MAINT-TRAN.
002630     READ MAINT-TRAN-FILE
002700 2100-EXIT.
002710     EXIT.
002720
002721************************************************************
002722* 2150-CHECK-OPERATOR -- THE TRANSACTION'S OPERATOR ID MUST
002723*                        BE ON OPRMST, ACTIVE, AND AT
002724*                        MAINTAINER OR SUPERVISOR LEVEL.  A
002725*                        FAILURE LEAVES THE REJECTION IN
002726*                        WS-DISPOSITION.
002730************************************************************
002731 2150-CHECK-OPERATOR.
002732     IF HW-DPT-OPERATOR-ID = SPACES
002733         MOVE 'REJECTED - NO OPERATOR ID' TO WS-DISPOSITION
002734         GO TO 2150-EXIT
002735     END-IF.
002736     MOVE HW-DPT-OPERATOR-ID TO HW-OPR-INITIALS.
002737     READ OPERATOR-FILE
002738         KEY IS HW-OPR-INITIALS
002739         INVALID KEY
002740             MOVE 'REJECTED - UNKNOWN OPERATOR'
002741                 TO WS-DISPOSITION
002742             GO TO 2150-EXIT
002743     END-READ.
002744     IF NOT HW-OPR-ACTIVE
002745         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-DISPOSITION
002746         GO TO 2150-EXIT
002747     END-IF.
002748     IF NOT HW-OPR-MAY-MAINTAIN
002749         MOVE 'REJECTED - NOT AUTHORIZED' TO WS-DISPOSITION
002750     END-IF.
002751
002752 2150-EXIT.
002753     EXIT.
002754
002755************************************************************
002756* 2200-APPLY-TRANSACTION -- EDIT AND APPLY THE CURRENT
002757*                           TRANSACTION, WRITE ITS AUDIT
002760*                           LINE, AND READ THE NEXT ONE
002770************************************************************
002780 2200-APPLY-TRANSACTION.
002880     END-IF.
002890     IF HW-DPT-CODE = SPACES
002900         MOVE 'REJECTED - DEPT CODE MISSING' TO WS-DISPOSITION
002901         PERFORM 2700-COUNT-REJECT
002902             THRU 2700-EXIT
002903         GO TO 2200-AUDIT
002904     END-IF.
002905
002906     PERFORM 2150-CHECK-OPERATOR
002907         THRU 2150-EXIT.
002908     IF WS-DISPOSITION NOT = SPACES
002910         PERFORM 2700-COUNT-REJECT
002920             THRU 2700-EXIT
002930         GO TO 2200-AUDIT
003250************************************************************
003260 2250-READ-DEPT-MASTER.
003270     MOVE 'N' TO WS-DEP-FOUND-SW.
003271     MOVE SPACES TO WS-JRN-BEFORE-RECORD.
003280     MOVE HW-DPT-CODE TO HW-DEP-CODE.
003290     READ DEPARTMENT-FILE
003300         KEY IS HW-DEP-CODE
003330         NOT INVALID KEY
003340             SET WS-DEP-FOUND TO TRUE
003350             MOVE HW-DEP-NAME TO WS-BEFORE-NAME
003351             MOVE HW-DEPARTMENT-RECORD TO WS-JRN-BEFORE-RECORD
003360     END-READ.
003370
003380 2250-EXIT.
003650     PERFORM 2350-APPLY-ROUTING-FIELDS
003660         THRU 2350-EXIT.
003670     WRITE HW-DEPARTMENT-RECORD.
003671     MOVE 'ADD   ' TO WS-JRN-ACTION.
003672     MOVE HW-DEPARTMENT-RECORD TO WS-JRN-AFTER-RECORD.
003673     PERFORM 2800-WRITE-JOURNAL
003674         THRU 2800-EXIT.
003680     MOVE HW-DPT-NAME TO WS-AFTER-NAME.
003690     MOVE 'APPLIED' TO WS-DISPOSITION.
003700     ADD 1 TO WS-APPLIED-COUNT.
004200     PERFORM 2350-APPLY-ROUTING-FIELDS
004210         THRU 2350-EXIT.
004220     REWRITE HW-DEPARTMENT-RECORD.
004221     MOVE 'CHANGE' TO WS-JRN-ACTION.
004222     MOVE HW-DEPARTMENT-RECORD TO WS-JRN-AFTER-RECORD.
004223     PERFORM 2800-WRITE-JOURNAL
004224         THRU 2800-EXIT.
004230     MOVE HW-DPT-NAME TO WS-AFTER-NAME.
004240     MOVE 'APPLIED' TO WS-DISPOSITION.
004250     ADD 1 TO WS-APPLIED-COUNT.
004400     END-IF.
004410
004420     DELETE DEPARTMENT-FILE.
004421     MOVE 'DELETE' TO WS-JRN-ACTION.
004422     MOVE SPACES TO WS-JRN-AFTER-RECORD.
004423     PERFORM 2800-WRITE-JOURNAL
004424         THRU 2800-EXIT.
004430     MOVE 'APPLIED - RECORD DELETED' TO WS-DISPOSITION.
004440     ADD 1 TO WS-APPLIED-COUNT.
004450
004560     MOVE WS-BEFORE-NAME  TO WS-AUD-BEFORE.
004570     MOVE WS-AFTER-NAME   TO WS-AUD-AFTER.
004580     MOVE WS-DISPOSITION  TO WS-AUD-DISP.
004581     MOVE HW-DPT-OPERATOR-ID TO WS-AUD-OPERATOR.
004590     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-DETAIL-LINE
004600         AFTER ADVANCING 1 LINE.
004610
004760 2700-EXIT.
004770     EXIT.
004780
004781************************************************************
004782* 2800-WRITE-JOURNAL -- WRITE ONE CHGJRNL ENTRY FOR THE
004783*                       CHANGE JUST APPLIED.  THE CALLER SETS
004784*                       WS-JRN-ACTION AND THE BEFORE AND AFTER
004785*                       RECORDS.  A FAILED WRITE ENDS THE RUN
004786*                       SO NO LATER CHANGE GOES UNJOURNALED.
004790************************************************************
004791 2800-WRITE-JOURNAL.
004792     MOVE SPACES               TO HW-JOURNAL-RECORD.
004793     MOVE 'DEPTMST'            TO HW-JRN-MASTER-ID.
004794     MOVE HW-DPT-CODE          TO HW-JRN-KEY.
004795     MOVE WS-JRN-ACTION        TO HW-JRN-ACTION.
004796     MOVE WS-JRN-RUN-ID        TO HW-JRN-RUN-ID.
004797     ADD 1 TO WS-JRN-SEQ.
004798     MOVE WS-JRN-SEQ           TO HW-JRN-SEQ.
004799     MOVE HW-DPT-OPERATOR-ID   TO HW-JRN-OPERATOR-ID.
004800     MOVE WS-JRN-BEFORE-RECORD TO HW-JRN-BEFORE-IMAGE.
004801     MOVE WS-JRN-AFTER-RECORD  TO HW-JRN-AFTER-IMAGE.
004802     WRITE HW-JOURNAL-RECORD.
004803     IF NOT WS-JRN-OK
004804         DISPLAY 'HWDEPMNT: UNABLE TO WRITE CHGJRNL, '
004805                 'STATUS = ' WS-JRN-FILE-STATUS
004806                 ' - RUN STOPPED'
004807         MOVE 48 TO WS-RETURN-CODE
004808         SET WS-JRN-FAILED TO TRUE
004809         GO TO 2800-EXIT
004810     END-IF.
004811     ADD 1 TO WS-JOURNAL-COUNT.
004812
004813 2800-EXIT.
004814     EXIT.
004815
004816************************************************************
004817* 3000-WRITE-TOTALS -- TRANSACTION CONTROL TOTALS SO THE
004818*                      AUDIT PAGE IS SELF-PROVING
004820************************************************************
004830 3000-WRITE-TOTALS.
004840     MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT.
005020     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005030         AFTER ADVANCING 1 LINE.
005040
005041     MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT.
005042     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005043     MOVE 'CHANGES JOURNALED' TO WS-TOT-LABEL.
005044     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005045     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005046         AFTER ADVANCING 1 LINE.
005047
005050 3000-EXIT.
005060     EXIT.
005070
005180     IF WS-PRT-OPEN
005190         CLOSE AUDIT-PRINT-FILE
005200     END-IF.
005201     IF WS-OPR-OPEN
005202         CLOSE OPERATOR-FILE
005203     END-IF.
005204     IF WS-JRN-OPEN
005205         CLOSE JOURNAL-FILE
005206     END-IF.
005210
005220 9999-EXIT.
005230     EXIT.
