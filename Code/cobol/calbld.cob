000280* A MISSING CALFILE IS CREATED EMPTY ON FIRST USE, THE SAME
000290* WAY THE STARTUP STEP CREATES RUNCNTL, SO THE FIRST BUILD
000300* OF THE CALENDAR IS JUST AN ORDINARY MAINTENANCE RUN.
000301*
000302* EVERY CARD MUST CARRY THE OPERATOR ID OF AN ACTIVE
000303* MAINTAINER OR SUPERVISOR ON THE OPRMST OPERATOR MASTER;
000304* ANY OTHER OPERATOR ID IS REJECTED, AND THE OPERATOR IS
000305* PRINTED ON EVERY AUDIT LINE, INCLUDING THE DATES A 'YEAR'
000306* CARD GENERATES.
000310*
000311* EVERY CHANGE ACTUALLY APPLIED TO CALFILE IS ALSO WRITTEN TO
000312* THE CHGJRNL CHANGE JOURNAL, WHOLE RECORD BEFORE AND AFTER,
000313* UNDER THIS RUN'S MAINTENANCE-RUN ID (PRINTED ON THE AUDIT
000314* HEADER) SO HWJRNUTL CAN SHOW A RECORD AS OF ANY DATE OR
000315* BACK THE WHOLE RUN OUT.
000316*
000320* RETURN-CODE VALUES
000330*   00 = NORMAL COMPLETION, ALL CARDS APPLIED
000340*   04 = ONE OR MORE CARDS REJECTED
000360*   16 = CALCARD COULD NOT BE OPENED
000370*   36 = CALFILE COULD NOT BE OPENED
000380*   40 = CALBRPT COULD NOT BE OPENED
000381*   48 = CHGJRNL COULD NOT BE OPENED OR WRITTEN
000382*   52 = OPRMST COULD NOT BE OPENED
000390*
000400* MODIFICATION HISTORY
000410*   DATE       INIT  DESCRIPTION
000420*   ---------- ----  --------------------------------------
000430*   2026-09-03  JRM  ORIGINAL PROGRAM.
000431*   2026-10-15  JRM  EACH CARD NOW NEEDS AN AUTHORIZED OPRMST
000432*                    OPERATOR ID, PRINTED ON THE AUDIT REPORT.
000433*                    RC 52 WHEN OPRMST CANNOT BE OPENED.
000434*   2026-10-15  JRM  EVERY APPLIED CHANGE IS WRITTEN TO THE
000435*                    CHGJRNL CHANGE JOURNAL UNDER A RUN ID
000436*                    SHOWN ON THE AUDIT HEADER.  RC 48 WHEN
000437*                    CHGJRNL CANNOT BE OPENED OR WRITTEN; A
000438*                    FAILED WRITE STOPS THE RUN.
000440************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    HWCALBLD.
000670         RECORD KEY IS HW-CAL-DATE
000680         FILE STATUS IS WS-CAL-FILE-STATUS.

000681     SELECT JOURNAL-FILE
000682         ASSIGN TO CHGJRNL
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS WS-JRN-FILE-STATUS.

000690     SELECT AUDIT-PRINT-FILE
000700         ASSIGN TO CALBRPT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRT-FILE-STATUS.

000721     SELECT OPERATOR-FILE
000722         ASSIGN TO OPRMST
000723         ORGANIZATION IS INDEXED
000724         ACCESS MODE IS DYNAMIC
000725         RECORD KEY IS HW-OPR-INITIALS
000726         FILE STATUS IS WS-OPR-FILE-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  MAINT-CARD-FILE
000830         LINES AT BOTTOM 3.
000840 01  HW-AUDIT-PRINT-RECORD       PIC X(132).

000841 FD  OPERATOR-FILE.
000842 COPY HWOPRREC.

000843 FD  JOURNAL-FILE
000844     RECORDING MODE IS F.
000845 COPY HWJRNREC.

000850 WORKING-STORAGE SECTION.
000860*---------------------------------------------------------*
000870*    SWITCHES AND COUNTERS                                 *
001000 77  WS-CAL-FOUND-SW         PIC X(01)   VALUE 'N'.
001010     88  WS-CAL-FOUND                    VALUE 'Y'.

001011 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE SPACES.
001012     88  WS-JRN-OK                       VALUE '00'.

001013 77  WS-JRN-OPEN-SW          PIC X(01)   VALUE 'N'.
001014     88  WS-JRN-OPEN                     VALUE 'Y'.

001015 77  WS-JRN-FAILED-SW        PIC X(01)   VALUE 'N'.
001016     88  WS-JRN-FAILED                   VALUE 'Y'.

001020 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001030     88  WS-PRT-OK                       VALUE '00'.

001040 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001050     88  WS-PRT-OPEN                     VALUE 'Y'.

001051 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE SPACES.
001052     88  WS-OPR-OK                       VALUE '00'.

001053 77  WS-OPR-OPEN-SW          PIC X(01)   VALUE 'N'.
001054     88  WS-OPR-OPEN                     VALUE 'Y'.

001060 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001070 77  WS-CARD-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
001080 77  WS-APPLIED-COUNT        PIC 9(06)   VALUE ZERO COMP.
001090 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001091 77  WS-JOURNAL-COUNT        PIC 9(06)   VALUE ZERO COMP.
001100 77  WS-GENERATED-COUNT      PIC 9(06)   VALUE ZERO COMP.
001110 77  WS-REPLACED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001120 77  WS-COUNT-EDIT           PIC ZZZZZ9.
001730 77  WS-DAY-OF-WEEK          PIC 9(01)   VALUE ZERO.
001740     88  WS-WEEKEND-DAY                  VALUES 0 1.

001741*---------------------------------------------------------*
001742*    CHANGE-JOURNAL WORK AREAS.  THE RUN ID IS THIS        *
001743*    PROGRAM'S NAME AND ITS START DATE AND TIME.           *
001750*---------------------------------------------------------*
001751 01  WS-JRN-RUN-ID.
001752     05  WS-JRN-RUN-PROGRAM   PIC X(08)  VALUE 'HWCALBLD'.
001753     05  WS-JRN-RUN-DATE      PIC X(08).
001754     05  WS-JRN-RUN-TIME      PIC X(08).

001755 77  WS-JRN-SEQ              PIC 9(06)   VALUE ZERO.
001756 77  WS-JRN-ACTION           PIC X(06)   VALUE SPACES.
001757 77  WS-JRN-BEFORE-RECORD    PIC X(80)   VALUE SPACES.
001758 77  WS-JRN-AFTER-RECORD     PIC X(80)   VALUE SPACES.

001759*---------------------------------------------------------*
001760*    AUDIT REPORT LINES                                    *
001770*---------------------------------------------------------*
001780 01  WS-AUDIT-HEADER-LINE.
001830     05  FILLER               PIC X(03)  VALUE ' AT'.
001840     05  FILLER               PIC X(01)  VALUE SPACE.
001850     05  WS-HDR-RUN-TIME      PIC X(08).
001860     05  FILLER               PIC X(09)  VALUE '  RUN ID '.
001861     05  WS-HDR-RUN-ID        PIC X(24).
001862     05  FILLER               PIC X(39)  VALUE SPACES.

001870 01  WS-AUDIT-COLUMN-LINE.
001880     05  FILLER               PIC X(10)  VALUE 'ACTION    '.
001890     05  FILLER               PIC X(10)  VALUE 'DATE      '.
001900     05  FILLER               PIC X(32)  VALUE 'BEFORE'.
001910     05  FILLER               PIC X(32)  VALUE 'AFTER'.
001920     05  FILLER               PIC X(32)  VALUE 'DISPOSITION'.
001930     05  FILLER               PIC X(03)  VALUE 'OPR'.
001931     05  FILLER               PIC X(13)  VALUE SPACES.

001940 01  WS-AUDIT-DETAIL-LINE.
001950     05  WS-AUD-ACTION        PIC X(08).
002010     05  WS-AUD-AFTER         PIC X(30).
002020     05  FILLER               PIC X(02)  VALUE SPACES.
002030     05  WS-AUD-DISP          PIC X(30).
002040     05  FILLER               PIC X(02)  VALUE SPACES.
002041     05  WS-AUD-OPERATOR      PIC X(03).
002042     05  FILLER               PIC X(13)  VALUE SPACES.

002050 01  WS-AUDIT-TOTAL-LINE.
002060     05  WS-TOT-LABEL         PIC X(34).
002170         PERFORM 2200-APPLY-CARD
002180             THRU 2200-EXIT
002190             UNTIL WS-CRD-EOF
002191                OR WS-JRN-FAILED
002200         PERFORM 3000-WRITE-TOTALS
002210             THRU 3000-EXIT
002220     END-IF.
002320 1000-INITIALIZE.
002330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002340     ACCEPT WS-CURRENT-TIME FROM TIME.
002341     MOVE WS-CURRENT-DATE TO WS-JRN-RUN-DATE.
002342     MOVE WS-CURRENT-TIME TO WS-JRN-RUN-TIME.

002350     OPEN INPUT MAINT-CARD-FILE.
002360     IF NOT WS-CRD-OK
002540     END-IF.
002550     SET WS-CAL-OPEN TO TRUE.

002551     PERFORM 1100-OPEN-CONTROL-FILES
002552         THRU 1100-EXIT.
002553     IF NOT WS-JRN-OPEN
002554         GO TO 1000-EXIT
002555     END-IF.

002560     OPEN OUTPUT AUDIT-PRINT-FILE.
002570     IF NOT WS-PRT-OK
002580         DISPLAY 'HWCALBLD: UNABLE TO OPEN CALBRPT, '

002640     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
002650     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
002651     MOVE WS-JRN-RUN-ID   TO WS-HDR-RUN-ID.
002660     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-HEADER-LINE
002670         AFTER ADVANCING PAGE.
002680     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-COLUMN-LINE
002770 1000-EXIT.
002780     EXIT.

002781************************************************************
002782* 1100-OPEN-CONTROL-FILES -- OPEN THE OPRMST OPERATOR MASTER
002783*                            AND THE CHGJRNL CHANGE JOURNAL
002790************************************************************
002791 1100-OPEN-CONTROL-FILES.
002792     OPEN INPUT OPERATOR-FILE.
002793     IF NOT WS-OPR-OK
002794         DISPLAY 'HWCALBLD: UNABLE TO OPEN OPRMST, '
002795                 'STATUS = ' WS-OPR-FILE-STATUS
002796         MOVE 52 TO WS-RETURN-CODE
002797         GO TO 1100-EXIT
002798     END-IF.
002799     SET WS-OPR-OPEN TO TRUE.

002800     OPEN EXTEND JOURNAL-FILE.
002801     IF NOT WS-JRN-OK
002802         DISPLAY 'HWCALBLD: CHGJRNL NOT FOUND, OPENING NEW'
002803         OPEN OUTPUT JOURNAL-FILE
002804     END-IF.
002805     IF NOT WS-JRN-OK
002806         DISPLAY 'HWCALBLD: UNABLE TO OPEN CHGJRNL, '
002807                 'STATUS = ' WS-JRN-FILE-STATUS
002808         MOVE 48 TO WS-RETURN-CODE
002809         GO TO 1100-EXIT
002810     END-IF.
002811     SET WS-JRN-OPEN TO TRUE.

002812 1100-EXIT.
002813     EXIT.

002814************************************************************
002815* 2100-READ-MAINT-CARD -- READ THE NEXT MAINTENANCE CARD
002816*                         FROM CALCARD
002820************************************************************
002830 2100-READ-MAINT-CARD.
002840     READ MAINT-CARD-FILE
002900 2100-EXIT.
002910     EXIT.

002911************************************************************
002912* 2150-CHECK-OPERATOR -- THE TRANSACTION'S OPERATOR ID MUST
002913*                        BE ON OPRMST, ACTIVE, AND AT
002914*                        MAINTAINER OR SUPERVISOR LEVEL.  A
002915*                        FAILURE LEAVES THE REJECTION IN
002916*                        WS-DISPOSITION.
002920************************************************************
002921 2150-CHECK-OPERATOR.
002922     IF HW-CLT-OPERATOR-ID = SPACES
002923         MOVE 'REJECTED - NO OPERATOR ID' TO WS-DISPOSITION
002924         GO TO 2150-EXIT
002925     END-IF.
002926     MOVE HW-CLT-OPERATOR-ID TO HW-OPR-INITIALS.
002927     READ OPERATOR-FILE
002928         KEY IS HW-OPR-INITIALS
002929         INVALID KEY
002930             MOVE 'REJECTED - UNKNOWN OPERATOR'
002931                 TO WS-DISPOSITION
002932             GO TO 2150-EXIT
002933     END-READ.
002934     IF NOT HW-OPR-ACTIVE
002935         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-DISPOSITION
002936         GO TO 2150-EXIT
002937     END-IF.
002938     IF NOT HW-OPR-MAY-MAINTAIN
002939         MOVE 'REJECTED - NOT AUTHORIZED' TO WS-DISPOSITION
002940     END-IF.

002941 2150-EXIT.
002942     EXIT.

002943************************************************************
002944* 2200-APPLY-CARD -- EDIT AND APPLY THE CURRENT CARD, WRITE
002945*                    ITS AUDIT LINE, AND READ THE NEXT ONE
002950************************************************************
002960 2200-APPLY-CARD.
002970     MOVE SPACES TO WS-BEFORE-IMAGE.
003040         GO TO 2200-AUDIT
003050     END-IF.

003051     PERFORM 2150-CHECK-OPERATOR
003052         THRU 2150-EXIT.
003053     IF WS-DISPOSITION NOT = SPACES
003054         PERFORM 2800-COUNT-REJECT
003055             THRU 2800-EXIT
003056         GO TO 2200-AUDIT
003057     END-IF.

003060     IF HW-CLT-ACTION-YEAR
003070         PERFORM 2300-APPLY-YEAR
003080             THRU 2300-EXIT
003390     MOVE WS-BEFORE-IMAGE TO WS-AUD-BEFORE.
003400     MOVE WS-AFTER-IMAGE  TO WS-AUD-AFTER.
003410     MOVE WS-DISPOSITION  TO WS-AUD-DISP.
003411     MOVE HW-CLT-OPERATOR-ID TO WS-AUD-OPERATOR.
003420     PERFORM 2700-WRITE-AUDIT-LINE
003430         THRU 2700-EXIT.
003440     PERFORM 2100-READ-MAINT-CARD
003520************************************************************
003530 2250-READ-CALENDAR.
003540     MOVE 'N' TO WS-CAL-FOUND-SW.
003541     MOVE SPACES TO WS-JRN-BEFORE-RECORD.
003550     MOVE HW-CLT-DATE TO HW-CAL-DATE.
003560     READ CALENDAR-FILE
003570         KEY IS HW-CAL-DATE
003590             CONTINUE
003600         NOT INVALID KEY
003610             SET WS-CAL-FOUND TO TRUE
003611             MOVE HW-CALENDAR-RECORD TO WS-JRN-BEFORE-RECORD
003620             PERFORM 2650-FORMAT-CAL-IMAGE
003630                 THRU 2650-EXIT
003640             MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
003990     MOVE 1 TO WS-GEN-MONTH.
004000     PERFORM 2320-GENERATE-ONE-MONTH
004010         THRU 2320-EXIT
004020         UNTIL WS-GEN-MONTH > 12
004021            OR WS-JRN-FAILED.

004022     IF WS-JRN-FAILED
004023         MOVE 'STOPPED - CHGJRNL NOT WRITTEN' TO WS-DISPOSITION
004024         GO TO 2300-EXIT
004025     END-IF.
004030     MOVE 'APPLIED - YEAR GENERATED' TO WS-DISPOSITION.
004040     ADD 1 TO WS-APPLIED-COUNT.

004450     MOVE 1 TO WS-GEN-DAY.
004460     PERFORM 2330-GENERATE-ONE-DAY
004470         THRU 2330-EXIT
004480         UNTIL WS-GEN-DAY > WS-DAYS-IN-MONTH
004481            OR WS-JRN-FAILED.
004490     ADD 1 TO WS-GEN-MONTH.

004500 2320-EXIT.
004590 2330-GENERATE-ONE-DAY.
004600     MOVE SPACES TO WS-BEFORE-IMAGE.
004610     MOVE 'N' TO WS-CAL-FOUND-SW.
004611     MOVE SPACES TO WS-JRN-BEFORE-RECORD.
004620     MOVE WS-GEN-DATE TO HW-CAL-DATE.
004630     READ CALENDAR-FILE
004640         KEY IS HW-CAL-DATE
004660             CONTINUE
004670         NOT INVALID KEY
004680             SET WS-CAL-FOUND TO TRUE
004681             MOVE HW-CALENDAR-RECORD TO WS-JRN-BEFORE-RECORD
004690             PERFORM 2650-FORMAT-CAL-IMAGE
004700                 THRU 2650-EXIT
004710             MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
004910         REWRITE HW-CALENDAR-RECORD
004920         ADD 1 TO WS-REPLACED-COUNT
004930         MOVE 'GENERATED - REPLACED' TO WS-AUD-DISP
004931         MOVE 'CHANGE' TO WS-JRN-ACTION
004940     ELSE
004950         WRITE HW-CALENDAR-RECORD
004960         ADD 1 TO WS-GENERATED-COUNT
004970         MOVE 'GENERATED' TO WS-AUD-DISP
004971         MOVE 'ADD   ' TO WS-JRN-ACTION
004980     END-IF.
004981     MOVE HW-CALENDAR-RECORD TO WS-JRN-AFTER-RECORD.
004982     PERFORM 2900-WRITE-JOURNAL
004983         THRU 2900-EXIT.

004990     PERFORM 2650-FORMAT-CAL-IMAGE
005000         THRU 2650-EXIT.
005020     MOVE WS-GEN-DATE       TO WS-AUD-DATE.
005030     MOVE WS-BEFORE-IMAGE   TO WS-AUD-BEFORE.
005040     MOVE WS-IMAGE-WORK     TO WS-AUD-AFTER.
005041     MOVE HW-CLT-OPERATOR-ID TO WS-AUD-OPERATOR.
005050     PERFORM 2700-WRITE-AUDIT-LINE
005060         THRU 2700-EXIT.


005750     MOVE 'Y' TO HW-CAL-HOLIDAY-FLAG.
005760     REWRITE HW-CALENDAR-RECORD.
005761     MOVE 'CHANGE' TO WS-JRN-ACTION.
005762     MOVE HW-CALENDAR-RECORD TO WS-JRN-AFTER-RECORD.
005763     PERFORM 2900-WRITE-JOURNAL
005764         THRU 2900-EXIT.
005770     PERFORM 2650-FORMAT-CAL-IMAGE
005780         THRU 2650-EXIT.
005790     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
006130     MOVE HW-CLT-WINDOW-START TO HW-CAL-WINDOW-START.
006140     MOVE HW-CLT-WINDOW-END   TO HW-CAL-WINDOW-END.
006150     WRITE HW-CALENDAR-RECORD.
006151     MOVE 'ADD   ' TO WS-JRN-ACTION.
006152     MOVE HW-CALENDAR-RECORD TO WS-JRN-AFTER-RECORD.
006153     PERFORM 2900-WRITE-JOURNAL
006154         THRU 2900-EXIT.

006160     PERFORM 2650-FORMAT-CAL-IMAGE
006170         THRU 2650-EXIT.
006470         MOVE HW-CLT-WINDOW-END TO HW-CAL-WINDOW-END
006480     END-IF.
006490     REWRITE HW-CALENDAR-RECORD.
006491     MOVE 'CHANGE' TO WS-JRN-ACTION.
006492     MOVE HW-CALENDAR-RECORD TO WS-JRN-AFTER-RECORD.
006493     PERFORM 2900-WRITE-JOURNAL
006494         THRU 2900-EXIT.

006500     PERFORM 2650-FORMAT-CAL-IMAGE
006510         THRU 2650-EXIT.
006670     END-IF.

006680     DELETE CALENDAR-FILE.
006681     MOVE 'DELETE' TO WS-JRN-ACTION.
006682     MOVE SPACES TO WS-JRN-AFTER-RECORD.
006683     PERFORM 2900-WRITE-JOURNAL
006684         THRU 2900-EXIT.
006690     MOVE 'APPLIED - RECORD DELETED' TO WS-DISPOSITION.
006700     ADD 1 TO WS-APPLIED-COUNT.

007100 2800-EXIT.
007110     EXIT.

007111************************************************************
007112* 2900-WRITE-JOURNAL -- WRITE ONE CHGJRNL ENTRY FOR THE
007113*                       CHANGE JUST APPLIED.  THE CALLER SETS
007114*                       WS-JRN-ACTION AND THE BEFORE AND AFTER
007115*                       RECORDS.  A FAILED WRITE ENDS THE RUN
007116*                       SO NO LATER CHANGE GOES UNJOURNALED.
007120************************************************************
007121 2900-WRITE-JOURNAL.
007122     MOVE SPACES               TO HW-JOURNAL-RECORD.
007123     MOVE 'CALFILE'            TO HW-JRN-MASTER-ID.
007124     MOVE HW-CAL-DATE          TO HW-JRN-KEY.
007125     MOVE WS-JRN-ACTION        TO HW-JRN-ACTION.
007126     MOVE WS-JRN-RUN-ID        TO HW-JRN-RUN-ID.
007127     ADD 1 TO WS-JRN-SEQ.
007128     MOVE WS-JRN-SEQ           TO HW-JRN-SEQ.
007129     MOVE HW-CLT-OPERATOR-ID   TO HW-JRN-OPERATOR-ID.
007130     MOVE WS-JRN-BEFORE-RECORD TO HW-JRN-BEFORE-IMAGE.
007131     MOVE WS-JRN-AFTER-RECORD  TO HW-JRN-AFTER-IMAGE.
007132     WRITE HW-JOURNAL-RECORD.
007133     IF NOT WS-JRN-OK
007134         DISPLAY 'HWCALBLD: UNABLE TO WRITE CHGJRNL, '
007135                 'STATUS = ' WS-JRN-FILE-STATUS
007136                 ' - RUN STOPPED'
007137         MOVE 48 TO WS-RETURN-CODE
007138         SET WS-JRN-FAILED TO TRUE
007139         GO TO 2900-EXIT
007140     END-IF.
007141     ADD 1 TO WS-JOURNAL-COUNT.

007142 2900-EXIT.
007143     EXIT.

007144************************************************************
007145* 3000-WRITE-TOTALS -- CARD AND GENERATION CONTROL TOTALS SO
007146*                      THE AUDIT PAGE IS SELF-PROVING
007150************************************************************
007160 3000-WRITE-TOTALS.
007170     MOVE WS-CARD-READ-COUNT TO WS-COUNT-EDIT.
007450     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
007460         AFTER ADVANCING 1 LINE.

007461     MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT.
007462     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
007463     MOVE 'CHANGES JOURNALED' TO WS-TOT-LABEL.
007464     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
007465     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
007466         AFTER ADVANCING 1 LINE.

007470 3000-EXIT.
007480     EXIT.

007590     IF WS-PRT-OPEN
007600         CLOSE AUDIT-PRINT-FILE
007610     END-IF.
007611     IF WS-OPR-OPEN
007612         CLOSE OPERATOR-FILE
007613     END-IF.
007614     IF WS-JRN-OPEN
007615         CLOSE JOURNAL-FILE
007616     END-IF.

007620 9999-EXIT.
007630     EXIT.
