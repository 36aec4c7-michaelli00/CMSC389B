002620*                    EXTEND AND THE SUSPENSE WRITE IS
002630*                    SUPPRESSED FOR EVERY TRANSACTION
002640*                    ALREADY COVERED BY THE CHECKPOINT.
002641*   2026-10-15  JRM  EACH DEPARTMENT'S CYCLE VOLUME IS
002642*                    RECORDED ON THE DEPTVOL KSDS FOR
002643*                    CHARGEBACK (RC 68 IF IT CANNOT BE).
002644*   2026-10-15  JRM  EACH REQMST REQUESTER'S ATTENDANCE IS
002645*                    KEPT ON THE REQHIST KSDS: FIRST AND
002646*                    LAST CYCLE, LAST DEPARTMENT, MTD/YTD
002647*                    CYCLES AND TIMES REJECTED.  A RERUN
002648*                    NEVER DOUBLE-COUNTS.  RC 72 IF IT
002649*                    CANNOT BE RECORDED.
002650************************************************************
002660 IDENTIFICATION DIVISION.
002670 PROGRAM-ID.    HELLOWORLD.
003630         ASSIGN TO ALRTFILE
003640         ORGANIZATION IS LINE SEQUENTIAL
003650         FILE STATUS IS WS-ALR-FILE-STATUS.
003651
003652     SELECT DEPT-VOLUME-FILE
003653         ASSIGN TO DEPTVOL
003654         ORGANIZATION IS INDEXED
003655         ACCESS MODE IS DYNAMIC
003656         RECORD KEY IS HW-VOL-KEY
003657         FILE STATUS IS WS-VOL-FILE-STATUS.
003660
003661     SELECT REQ-HISTORY-FILE
003662         ASSIGN TO REQHIST
003663         ORGANIZATION IS INDEXED
003664         ACCESS MODE IS DYNAMIC
003665         RECORD KEY IS HW-RQH-REQ-ID
003666         FILE STATUS IS WS-RQH-FILE-STATUS.
003670 DATA DIVISION.
003680 FILE SECTION.
003690 FD  CONTROL-FILE
004230     RECORDING MODE IS F.
004240 COPY HWALRREC.
004250
004251 FD  DEPT-VOLUME-FILE.
004252 COPY HWVOLREC.
004253
004254 FD  REQ-HISTORY-FILE.
004255 COPY HWRQHREC.
004260 WORKING-STORAGE SECTION.
004270*---------------------------------------------------------*
004280*    SWITCHES AND COUNTERS                                 *
005580 77  WS-REQ-FOUND-SW          PIC X(01)   VALUE 'N'.
005590     88  WS-REQ-FOUND                     VALUE 'Y'.
005600
005601 77  WS-VOL-FILE-STATUS       PIC X(02)   VALUE SPACES.
005602     88  WS-VOL-OK                        VALUE '00'.
005603     88  WS-VOL-FILE-MISSING              VALUE '35'.
005604
005605 77  WS-VOL-OPEN-SW           PIC X(01)   VALUE 'N'.
005606     88  WS-VOL-OPEN                      VALUE 'Y'.
005607
005610 77  WS-SORT-EOF-SW           PIC X(01)   VALUE 'N'.
005620     88  WS-SORT-EOF                      VALUE 'Y'.
005621
005622 77  WS-VOL-FOUND-SW          PIC X(01)   VALUE 'N'.
005623     88  WS-VOL-FOUND                     VALUE 'Y'.
005624
005625 77  WS-DEPT-SECT-LINES       PIC 9(06)   VALUE ZERO COMP.
005626 77  WS-VOL-DEPT-CODE         PIC X(08)   VALUE SPACES.
005627 77  WS-VOL-GREETED           PIC 9(06)   VALUE ZERO COMP.
005628 77  WS-VOL-REJECTS           PIC 9(06)   VALUE ZERO COMP.
005629 77  WS-VOL-SECT-LINES        PIC 9(06)   VALUE ZERO COMP.
005630
005640 77  WS-DEPT-STARTED-SW       PIC X(01)   VALUE 'N'.
005650     88  WS-DEPT-STARTED                  VALUE 'Y'.
005660
005661 77  WS-RQH-FILE-STATUS       PIC X(02)   VALUE SPACES.
005662     88  WS-RQH-OK                        VALUE '00'.
005663     88  WS-RQH-FILE-MISSING              VALUE '35'.
005664
005665 77  WS-RQH-OPEN-SW           PIC X(01)   VALUE 'N'.
005666     88  WS-RQH-OPEN                      VALUE 'Y'.
005667
005670 77  WS-SECT-FILE-STATUS      PIC X(02)   VALUE SPACES.
005680     88  WS-SECT-OK                       VALUE '00'.
005690
005691 77  WS-RQH-FOUND-SW          PIC X(01)   VALUE 'N'.
005692     88  WS-RQH-FOUND                     VALUE 'Y'.
005693
005694 77  WS-RCH-USED              PIC 9(03)   VALUE ZERO COMP.
005695 77  WS-RCH-SUB               PIC 9(03)   VALUE ZERO COMP.
005696 77  WS-RCH-SEARCH-CODE       PIC X(08)   VALUE SPACES.
005697 77  WS-RCH-FOUND-SW          PIC X(01)   VALUE 'N'.
005698     88  WS-RCH-FOUND                     VALUE 'Y'.
005699
005700 77  WS-SECT-OPEN-SW          PIC X(01)   VALUE 'N'.
005710     88  WS-SECT-OPEN                     VALUE 'Y'.
005711
005712 77  WS-RCH-FULL-SW           PIC X(01)   VALUE 'N'.
005713     88  WS-RCH-FULL-WARNED               VALUE 'Y'.
005720
005730 77  WS-DEPT-SECTION-NAME     PIC X(20)   VALUE SPACES.
005740 77  WS-CURR-DEPT-KEY         PIC X(30)   VALUE SPACES.
005890 77  WS-CKPT-COUNTDOWN        PIC 9(06)   VALUE ZERO COMP.
005900
005910*---------------------------------------------------------*
005911*    TRANS PASS IDENTIFIER -- STAMPED ON EACH REQHIST      *
005912*    REJECT COUNT SO A LATER PASS OF THE SAME CYCLE KNOWS  *
005913*    TO REPLACE IT RATHER THAN ADD TO IT.                  *
005914*---------------------------------------------------------*
005915 01  WS-RQH-PASS-ID.
005916     05  WS-RQH-PASS-DATE     PIC X(08)   VALUE SPACES.
005917     05  WS-RQH-PASS-TIME     PIC X(08)   VALUE SPACES.
005918
005919*---------------------------------------------------------*
005920*    RETURN-CODE VALUES                                     *
005930*      00 = NORMAL STARTUP                                  *
005940*      08 = NO RUN-CONTROL RECORD SUPPLIED                  *
006060*      56 = DEPTMST COULD NOT BE OPENED (TRANS MODE)        *
006070*      60 = CTLCARD DECK OUT OF BALANCE WITH ITS *TRAILER   *
006080*      64 = REQMST COULD NOT BE OPENED (TRANS MODE)         *
006081*      68 = DEPTVOL NOT AVAILABLE - VOLUME NOT RECORDED     *
006082*      72 = REQHIST NOT AVAILABLE - HISTORY NOT RECORDED    *
006090*---------------------------------------------------------*
006100*    WS-RETURN-CODE IS THE CURRENT CARD'S DISPOSITION;      *
006110*    WS-JOB-RETURN-CODE CARRIES THE WORST CARD'S CODE AND   *
006320
006330 77  WS-ALERT-JOB            PIC X(08)   VALUE SPACES.
006340 77  WS-ALERT-RC             PIC 9(04)   VALUE ZERO.
006341
006342*    REJECTS CHARGED TO EACH DEPARTMENT BY THE CURRENT
006343*    CARD'S EDIT PASS, MARKED WRITTEN AS EACH SECTION CLOSES.
006344 01  WS-RCH-TABLE.
006345     05  WS-RCH-ENTRY         OCCURS 200 TIMES.
006346         10  WS-RCH-DEPT-CODE     PIC X(08).
006347         10  WS-RCH-COUNT         PIC 9(06) COMP.
006348         10  WS-RCH-WRITTEN-SW    PIC X(01).
006349             88  WS-RCH-WRITTEN           VALUE 'Y'.
006350
006360*---------------------------------------------------------*
006370*    CURRENT DATE AND TIME                                 *
014590         SET WS-REQ-OPEN TO TRUE
014600     END-IF.
014610
014611     PERFORM 3510-OPEN-HISTORY-FILES
014612         THRU 3510-EXIT.
014613
014620*    THE CARD-LEVEL GREETING IS SAVED BEFORE THE EDIT PASS --
014630*    THE PER-REQUESTER LANGUAGE LOOKUP REUSES THE MESSAGE
014640*    SEARCH WORK AREA, AND A ROW WITHOUT A REQUESTER MUST
014740
014750     PERFORM 3800-WRITE-TRANSACTION-TOTAL
014760         THRU 3800-EXIT.
014761     PERFORM 4700-RECORD-REJECT-ONLY-DEPTS
014762         THRU 4700-EXIT.

014770     PERFORM 3542-MARK-TRAN-CKPT-COMPLETE
014780         THRU 3542-EXIT.
015020         CLOSE TRAN-CKPT-FILE
015030         MOVE 'N' TO WS-CKP-OPEN-SW
015040     END-IF.
015041     IF WS-VOL-OPEN
015042         CLOSE DEPT-VOLUME-FILE
015043         MOVE 'N' TO WS-VOL-OPEN-SW
015044     END-IF.
015045     IF WS-RQH-OPEN
015046         CLOSE REQ-HISTORY-FILE
015047         MOVE 'N' TO WS-RQH-OPEN-SW
015048     END-IF.
015050
015060 3500-EXIT.
015070     EXIT.
015080
015081************************************************************
015082* 3510-OPEN-HISTORY-FILES -- OPEN THE DEPTVOL AND REQHIST KSDS
015083*                            FOR THE TRANS PASS, BUILDING
015084*                            EITHER ON FIRST USE.  A CLUSTER
015085*                            THAT CANNOT BE OPENED COSTS THE
015086*                            CYCLE ITS CHARGEBACK OR HISTORY
015087*                            FIGURES, NOT ITS ROLL-CALL.
015090************************************************************
015091 3510-OPEN-HISTORY-FILES.
015092     MOVE ZERO TO WS-RCH-USED.
015093     MOVE 'N'  TO WS-RCH-FULL-SW.
015094     OPEN I-O DEPT-VOLUME-FILE.
015095     IF WS-VOL-FILE-MISSING
015096         OPEN OUTPUT DEPT-VOLUME-FILE
015097         CLOSE DEPT-VOLUME-FILE
015098         OPEN I-O DEPT-VOLUME-FILE
015099     END-IF.
015100     IF NOT WS-VOL-OK
015101         DISPLAY 'HELLOWORLD: UNABLE TO OPEN DEPTVOL, '
015102                 'STATUS = ' WS-VOL-FILE-STATUS
015103                 ' - DEPARTMENT VOLUME NOT RECORDED'
015104         IF WS-RETURN-CODE = ZERO
015105             MOVE 68 TO WS-RETURN-CODE
015106         END-IF
015107     ELSE
015108         SET WS-VOL-OPEN TO TRUE
015109     END-IF.
015110*    REQHIST IS BUILT THE SAME WAY.  THE PASS IS STAMPED SO A
015111*    RERUN OF THE CYCLE CAN TELL AN EARLIER PASS'S REJECT
015112*    COUNTS FROM ITS OWN.
015113     ACCEPT WS-CURRENT-TIME FROM TIME.
015114     MOVE WS-CURRENT-DATE TO WS-RQH-PASS-DATE.
015115     MOVE WS-CURRENT-TIME TO WS-RQH-PASS-TIME.
015116     OPEN I-O REQ-HISTORY-FILE.
015117     IF WS-RQH-FILE-MISSING
015118         OPEN OUTPUT REQ-HISTORY-FILE
015119         CLOSE REQ-HISTORY-FILE
015120         OPEN I-O REQ-HISTORY-FILE
015121     END-IF.
015122     IF NOT WS-RQH-OK
015123         DISPLAY 'HELLOWORLD: UNABLE TO OPEN REQHIST, '
015124                 'STATUS = ' WS-RQH-FILE-STATUS
015125                 ' - REQUESTER HISTORY NOT RECORDED'
015126         IF WS-RETURN-CODE = ZERO
015127             MOVE 72 TO WS-RETURN-CODE
015128         END-IF
015129     ELSE
015130         SET WS-RQH-OPEN TO TRUE
015131     END-IF.
015132
015133 3510-EXIT.
015134     EXIT.
015135
015136************************************************************
015137* 3520-PRECHECK-TRAN-FILE -- CHEAP PRE-PASS OVER TRANFILE
015138*                            THAT RECONCILES THE HDR/TRL PAIR
015139*                            BEFORE A SINGLE LINE PRINTS OR A
015140*                            SECTION MEMBER IS WRITTEN.  A
015141*                            COUNT MISMATCH, OR A HEADER WITH
015150*                            NO TRAILER (A TRUNCATED FILE),
015160*                            REJECTS THE WHOLE FILE (RETURN-
015170*                            CODE 48): ONLY THE REJECTION
018320     END-IF.
018330     PERFORM 3740-SELECT-REQ-GREETING
018340         THRU 3740-EXIT.
018341     IF WS-REQ-OPEN AND WS-REQ-FOUND
018342         PERFORM 3780-RECORD-ATTENDANCE
018343             THRU 3780-EXIT
018344     END-IF.
018350     RELEASE HW-SORT-RECORD.
018360
018370 3700-NEXT.
020640     END-IF.
020650     ADD 1 TO WS-TRAN-REJECT-COUNT.
020660     SET WS-TRAN-REJECTED TO TRUE.
020661     PERFORM 3775-CHARGE-DEPT-REJECT
020662         THRU 3775-EXIT.
020663     PERFORM 3785-RECORD-REQ-REJECT
020664         THRU 3785-EXIT.
020670
020680 3770-EXIT.
020690     EXIT.
020700
020701************************************************************
020702* 3775-CHARGE-DEPT-REJECT -- COUNT THE CURRENT REJECT
020703*                            AGAINST THE DEPARTMENT IT NAMES
020704*                            FOR THE CYCLE'S DEPTVOL RECORD.
020705*                            A BLANK CODE (R002) OR ONE NOT
020706*                            ON DEPTMST (R004) IS NOT CHARGED.
020710************************************************************
020711 3775-CHARGE-DEPT-REJECT.
020712     IF HW-TRAN-DEPT = SPACES
020713        OR HW-REJ-REASON-CODE = 'R004'
020714         GO TO 3775-EXIT
020715     END-IF.
020716     MOVE HW-TRAN-DEPT (1:8) TO WS-RCH-SEARCH-CODE.
020717     PERFORM 3776-FIND-REJ-CHARGE
020718         THRU 3776-EXIT.
020719     IF WS-RCH-FOUND
020720         ADD 1 TO WS-RCH-COUNT (WS-RCH-SUB)
020721     ELSE
020722         IF WS-RCH-USED < 200
020723             ADD 1 TO WS-RCH-USED
020724             MOVE WS-RCH-SEARCH-CODE
020725                 TO WS-RCH-DEPT-CODE (WS-RCH-USED)
020726             MOVE 1   TO WS-RCH-COUNT (WS-RCH-USED)
020727             MOVE 'N' TO WS-RCH-WRITTEN-SW (WS-RCH-USED)
020728         ELSE
020729             IF NOT WS-RCH-FULL-WARNED
020730                 DISPLAY 'HELLOWORLD: REJECT-CHARGE TABLE '
020731                         'FULL, SOME REJECTS NOT CHARGED'
020732                 SET WS-RCH-FULL-WARNED TO TRUE
020733             END-IF
020734         END-IF
020735     END-IF.
020736
020737 3775-EXIT.
020738     EXIT.
020739
020740************************************************************
020741* 3776-FIND-REJ-CHARGE -- LOCATE WS-RCH-SEARCH-CODE IN THE
020742*                         REJECT-CHARGE TABLE, LEAVING
020743*                         WS-RCH-SUB ON THE ENTRY WHEN FOUND
020744************************************************************
020745 3776-FIND-REJ-CHARGE.
020746     MOVE 'N' TO WS-RCH-FOUND-SW.
020747     MOVE ZERO TO WS-RCH-SUB.
020748     PERFORM 3777-SCAN-REJ-CHARGE
020749         THRU 3777-EXIT
020750         UNTIL WS-RCH-FOUND
020751            OR WS-RCH-SUB >= WS-RCH-USED.
020752
020753 3776-EXIT.
020754     EXIT.
020755
020756 3777-SCAN-REJ-CHARGE.
020757     ADD 1 TO WS-RCH-SUB.
020758     IF WS-RCH-DEPT-CODE (WS-RCH-SUB) = WS-RCH-SEARCH-CODE
020759         SET WS-RCH-FOUND TO TRUE
020760     END-IF.
020761 3777-EXIT.
020762     EXIT.
020763
020764************************************************************
020765* 3780-RECORD-ATTENDANCE -- NOTE ON REQHIST THAT THE REQMST
020766*                           REQUESTER JUST RELEASED TO THE
020767*                           SORT WAS GREETED THIS CYCLE.  A
020768*                           CYCLE IS COUNTED ONCE: A RERUN OR
020769*                           RESTART OF THE LATEST CYCLE, OR A
020770*                           LATE RERUN OF AN OLDER ONE, ADDS
020771*                           NOTHING TO THE ATTENDANCE COUNTS.
020772************************************************************
020773 3780-RECORD-ATTENDANCE.
020774     IF NOT WS-RQH-OPEN
020775         GO TO 3780-EXIT
020776     END-IF.
020777     PERFORM 3790-GET-HISTORY-RECORD
020778         THRU 3790-EXIT.
020779
020780     IF HW-RQH-FIRST-SEEN = SPACES
020781        OR HW-RQH-FIRST-SEEN > HW-RUN-DATE
020782         MOVE HW-RUN-DATE TO HW-RQH-FIRST-SEEN
020783     END-IF.
020784     IF HW-RUN-DATE > HW-RQH-LAST-SEEN
020785         IF HW-RQH-MTD-MONTH NOT = HW-RUN-DATE (1:6)
020786             MOVE HW-RUN-DATE (1:6) TO HW-RQH-MTD-MONTH
020787             MOVE ZERO              TO HW-RQH-CYCLES-MTD
020788         END-IF
020789         IF HW-RQH-YTD-YEAR NOT = HW-RUN-DATE (1:4)
020790             MOVE HW-RUN-DATE (1:4) TO HW-RQH-YTD-YEAR
020791             MOVE ZERO              TO HW-RQH-CYCLES-YTD
020792         END-IF
020793         ADD 1 TO HW-RQH-CYCLES-MTD
020794         ADD 1 TO HW-RQH-CYCLES-YTD
020795         MOVE HW-RUN-DATE TO HW-RQH-LAST-SEEN
020796     END-IF.
020797     IF HW-RUN-DATE = HW-RQH-LAST-SEEN
020798         MOVE SRT-DEPT-CODE TO HW-RQH-LAST-DEPT
020799     END-IF.
020800     PERFORM 3795-PUT-HISTORY-RECORD
020801         THRU 3795-EXIT.
020802
020803 3780-EXIT.
020804     EXIT.
020805
020806************************************************************
020807* 3785-RECORD-REQ-REJECT -- COUNT THE CURRENT REJECT AGAINST
020808*                           ITS REQUESTER ON REQHIST.  ONLY AN
020809*                           ID ON REQMST IS COUNTED (AN R005
020810*                           NEVER IS).  THE CYCLE'S SHARE IS
020811*                           KEPT APART, SO A LATER PASS OF THE
020812*                           SAME CYCLE REPLACES IT; A RERUN OF
020813*                           AN OLDER CYCLE ADDS NOTHING.
020814************************************************************
020815 3785-RECORD-REQ-REJECT.
020816     IF NOT WS-RQH-OPEN
020817        OR NOT WS-REQ-OPEN
020818        OR HW-TRAN-REQ-ID = SPACES
020819        OR HW-REJ-REASON-CODE = 'R005'
020820         GO TO 3785-EXIT
020821     END-IF.
020822     IF NOT WS-REQ-FOUND
020823         PERFORM 3745-LOOKUP-REQUESTER
020824             THRU 3745-EXIT
020825     END-IF.
020826     IF NOT WS-REQ-FOUND
020827         GO TO 3785-EXIT
020828     END-IF.
020829     PERFORM 3790-GET-HISTORY-RECORD
020830         THRU 3790-EXIT.
020831     IF HW-RUN-DATE < HW-RQH-REJ-CYCLE-DATE
020832         GO TO 3785-EXIT
020833     END-IF.
020834
020835     IF HW-RQH-REJ-CYCLE-DATE = HW-RUN-DATE
020836         IF HW-RQH-REJ-PASS-ID NOT = WS-RQH-PASS-ID
020837             SUBTRACT HW-RQH-REJ-CYCLE-COUNT
020838                 FROM HW-RQH-TIMES-REJECTED
020839             MOVE ZERO TO HW-RQH-REJ-CYCLE-COUNT
020840         END-IF
020841     ELSE
020842         MOVE HW-RUN-DATE TO HW-RQH-REJ-CYCLE-DATE
020843         MOVE ZERO        TO HW-RQH-REJ-CYCLE-COUNT
020844     END-IF.
020845     ADD 1 TO HW-RQH-TIMES-REJECTED.
020846     ADD 1 TO HW-RQH-REJ-CYCLE-COUNT.
020847     MOVE WS-RQH-PASS-ID TO HW-RQH-REJ-PASS-ID.
020848     PERFORM 3795-PUT-HISTORY-RECORD
020849         THRU 3795-EXIT.
020850
020851 3785-EXIT.
020852     EXIT.
020853
020854************************************************************
020855* 3790-GET-HISTORY-RECORD -- READ THE REQHIST RECORD FOR THE
020856*                            REQMST REQUESTER IN HW-REQ-ID, OR
020857*                            START AN EMPTY ONE WHEN IT HAS
020858*                            NEVER BEEN SEEN
020859************************************************************
020860 3790-GET-HISTORY-RECORD.
020861     MOVE 'N'       TO WS-RQH-FOUND-SW.
020862     MOVE HW-REQ-ID TO HW-RQH-REQ-ID.
020863     READ REQ-HISTORY-FILE
020864         KEY IS HW-RQH-REQ-ID
020865         INVALID KEY
020866             CONTINUE
020867         NOT INVALID KEY
020868             SET WS-RQH-FOUND TO TRUE
020869     END-READ.
020870     IF NOT WS-RQH-FOUND
020871         MOVE SPACES    TO HW-REQ-HISTORY-RECORD
020872         INITIALIZE HW-REQ-HISTORY-RECORD
020873         MOVE HW-REQ-ID TO HW-RQH-REQ-ID
020874     END-IF.
020875
020876 3790-EXIT.
020877     EXIT.
020878
020879************************************************************
020880* 3795-PUT-HISTORY-RECORD -- REWRITE OR ADD THE REQHIST
020881*                            RECORD 3790 LOADED
020882************************************************************
020883 3795-PUT-HISTORY-RECORD.
020884     IF WS-RQH-FOUND
020885         REWRITE HW-REQ-HISTORY-RECORD
020886     ELSE
020887         WRITE HW-REQ-HISTORY-RECORD
020888     END-IF.
020889     IF NOT WS-RQH-OK
020890         DISPLAY 'HELLOWORLD: UNABLE TO RECORD REQHIST FOR '
020891                 HW-RQH-REQ-ID ', STATUS = '
020892                 WS-RQH-FILE-STATUS
020893         IF WS-RETURN-CODE = ZERO
020894             MOVE 72 TO WS-RETURN-CODE
020895         END-IF
020896     END-IF.
020897
020898 3795-EXIT.
020899     EXIT.
020900
020901************************************************************
020902* 3800-WRITE-TRANSACTION-TOTAL -- APPEND THE ROLL-CALL TOTAL
020903*                                 LINE SHOWING HOW MANY
020904*                                 REQUESTER RECORDS WERE
020905*                                 PROCESSED FROM TRANFILE
020906************************************************************
020907 3800-WRITE-TRANSACTION-TOTAL.
020908     MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-DISP.
020909     MOVE SPACES TO HW-DTL-TEXT.
020910     STRING 'TOTAL REQUESTERS PROCESSED: '  DELIMITED BY SIZE
020911            WS-TRAN-COUNT-DISP               DELIMITED BY SIZE
020912            INTO HW-DTL-TEXT.
020913     PERFORM 3300-WRITE-DETAIL-LINE
020914         THRU 3300-EXIT.
020915
020916     MOVE WS-TRAN-VALID-COUNT TO WS-TRAN-COUNT-DISP.
020917     MOVE SPACES TO HW-DTL-TEXT.
020918     STRING 'REQUESTERS GREETED:         '  DELIMITED BY SIZE
020919            WS-TRAN-COUNT-DISP               DELIMITED BY SIZE
020920            INTO HW-DTL-TEXT.
020921     PERFORM 3300-WRITE-DETAIL-LINE
020922         THRU 3300-EXIT.
020930
020940     MOVE WS-TRAN-REJECT-COUNT TO WS-TRAN-COUNT-DISP.
020950     MOVE SPACES TO HW-DTL-TEXT.
022090         WRITE HW-DEPT-SECTION-RECORD
022100             FROM HW-PRINT-DETAIL-LINE
022110             AFTER ADVANCING 1 LINE
022111         ADD 1 TO WS-DEPT-SECT-LINES
022120     END-IF.
022130     PERFORM 3300-WRITE-DETAIL-LINE
022140         THRU 3300-EXIT.
022350     MOVE SRT-DEPT-KEY  TO WS-CURR-DEPT-KEY.
022360     MOVE SRT-DEPT-CODE TO WS-CURR-DEPT-CODE.
022370     MOVE ZERO TO WS-DEPT-COUNT.
022371     MOVE ZERO TO WS-DEPT-SECT-LINES.
022380     SET WS-DEPT-STARTED TO TRUE.
022390
022400     MOVE WS-CURR-DEPT-CODE TO WS-TRIM-TEXT.
022730         WRITE HW-DEPT-SECTION-RECORD
022740             FROM HW-PRINT-DETAIL-LINE
022750             AFTER ADVANCING 1 LINE
022751         ADD 1 TO WS-DEPT-SECT-LINES
022760     END-IF.
022770     PERFORM 3300-WRITE-DETAIL-LINE
022780         THRU 3300-EXIT.
022840* 4500-END-DEPARTMENT -- PRINT THE DEPARTMENT'S REQUESTER
022850*                        SUBTOTAL ON BOTH THE MAIN REPORT AND
022860*                        ITS SECTION MEMBER, THEN CLOSE THE
022870*                        MEMBER AND RECORD THE DEPARTMENT'S
022871*                        CYCLE VOLUME
022880************************************************************
022890 4500-END-DEPARTMENT.
022900     MOVE WS-DEPT-COUNT TO WS-TRAN-COUNT-DISP.
022980         WRITE HW-DEPT-SECTION-RECORD
022990             FROM HW-PRINT-DETAIL-LINE
023000             AFTER ADVANCING 1 LINE
023001         ADD 1 TO WS-DEPT-SECT-LINES
023010         CLOSE DEPT-SECTION-FILE
023020         MOVE 'N' TO WS-SECT-OPEN-SW
023030     END-IF.
023040     PERFORM 3300-WRITE-DETAIL-LINE
023050         THRU 3300-EXIT.
023051     PERFORM 4640-RECORD-DEPT-VOLUME
023052         THRU 4640-EXIT.
023060
023070 4500-EXIT.
023080     EXIT.
023090
023091************************************************************
023092* 4640-RECORD-DEPT-VOLUME -- RECORD THE DEPARTMENT JUST CLOSED
023093*                            ON DEPTVOL WITH THE REJECTS THE
023094*                            CARD CHARGED TO IT, MARKING ITS
023095*                            REJECT-CHARGE ENTRY WRITTEN.
023100************************************************************
023101 4640-RECORD-DEPT-VOLUME.
023102     MOVE WS-CURR-DEPT-CODE TO WS-RCH-SEARCH-CODE.
023103     PERFORM 3776-FIND-REJ-CHARGE
023104         THRU 3776-EXIT.
023105     MOVE WS-CURR-DEPT-CODE  TO WS-VOL-DEPT-CODE.
023106     MOVE WS-DEPT-COUNT      TO WS-VOL-GREETED.
023107     MOVE WS-DEPT-SECT-LINES TO WS-VOL-SECT-LINES.
023108     IF WS-RCH-FOUND
023109         MOVE WS-RCH-COUNT (WS-RCH-SUB) TO WS-VOL-REJECTS
023110         SET WS-RCH-WRITTEN (WS-RCH-SUB) TO TRUE
023111     ELSE
023112         MOVE ZERO TO WS-VOL-REJECTS
023113     END-IF.
023114     PERFORM 4650-PUT-VOLUME-RECORD
023115         THRU 4650-EXIT.
023116
023117 4640-EXIT.
023118     EXIT.
023119
023120************************************************************
023121* 4650-PUT-VOLUME-RECORD -- SET THE ROLL-CALL COUNTS ON THE
023122*                           DEPTVOL RECORD FOR THE CARD'S RUN
023123*                           DATE AND WS-VOL-DEPT-CODE.  THE
023124*                           COUNTS REPLACE WHATEVER AN EARLIER
023125*                           PASS OF THE CYCLE LEFT, AND THE
023126*                           DISTRIBUTION COUNTS HWDSTMNF OWNS
023127*                           ARE LEFT AS THEY ARE.
023128************************************************************
023129 4650-PUT-VOLUME-RECORD.
023130     IF NOT WS-VOL-OPEN
023131         GO TO 4650-EXIT
023132     END-IF.
023133     MOVE 'N'              TO WS-VOL-FOUND-SW.
023134     MOVE HW-RUN-DATE      TO HW-VOL-CYCLE-DATE.
023135     MOVE WS-VOL-DEPT-CODE TO HW-VOL-DEPT-CODE.
023136     READ DEPT-VOLUME-FILE
023137         KEY IS HW-VOL-KEY
023138         INVALID KEY
023139             CONTINUE
023140         NOT INVALID KEY
023141             SET WS-VOL-FOUND TO TRUE
023142     END-READ.
023143     IF NOT WS-VOL-FOUND
023144         MOVE SPACES TO HW-DEPT-VOLUME-RECORD
023145         INITIALIZE HW-DEPT-VOLUME-RECORD
023146         MOVE HW-RUN-DATE      TO HW-VOL-CYCLE-DATE
023147         MOVE WS-VOL-DEPT-CODE TO HW-VOL-DEPT-CODE
023148     END-IF.
023149     MOVE HW-JOB-NAME       TO HW-VOL-JOB-NAME.
023150     MOVE WS-VOL-GREETED    TO HW-VOL-GREETED.
023151     MOVE WS-VOL-REJECTS    TO HW-VOL-REJECTS.
023152     MOVE WS-VOL-SECT-LINES TO HW-VOL-SECT-LINES.
023153     IF WS-VOL-FOUND
023154         REWRITE HW-DEPT-VOLUME-RECORD
023155     ELSE
023156         WRITE HW-DEPT-VOLUME-RECORD
023157     END-IF.
023158     IF NOT WS-VOL-OK
023159         DISPLAY 'HELLOWORLD: UNABLE TO RECORD DEPTVOL FOR '
023160                 WS-VOL-DEPT-CODE ', STATUS = '
023161                 WS-VOL-FILE-STATUS
023162         IF WS-RETURN-CODE = ZERO
023163             MOVE 68 TO WS-RETURN-CODE
023164         END-IF
023165     END-IF.
023166
023167 4650-EXIT.
023168     EXIT.
023169
023170************************************************************
023171* 4700-RECORD-REJECT-ONLY-DEPTS -- A DEPARTMENT WHOSE ROWS
023172*                                  ALL REJECTED NEVER REACHED
023173*                                  THE SORT, SO ITS REJECTS
023174*                                  ARE RECORDED HERE WITH NO
023175*                                  GREETINGS AND NO SECTION
023176************************************************************
023177 4700-RECORD-REJECT-ONLY-DEPTS.
023178     IF NOT WS-VOL-OPEN
023179         GO TO 4700-EXIT
023180     END-IF.
023181     MOVE ZERO TO WS-RCH-SUB.
023182     PERFORM 4710-RECORD-REJECT-ONLY-DEPT
023183         THRU 4710-EXIT
023184         WS-RCH-USED TIMES.
023185
023186 4700-EXIT.
023187     EXIT.
023188
023189 4710-RECORD-REJECT-ONLY-DEPT.
023190     ADD 1 TO WS-RCH-SUB.
023191     IF WS-RCH-WRITTEN (WS-RCH-SUB)
023192         GO TO 4710-EXIT
023193     END-IF.
023194     MOVE WS-RCH-DEPT-CODE (WS-RCH-SUB) TO WS-VOL-DEPT-CODE.
023195     MOVE ZERO                   TO WS-VOL-GREETED.
023196     MOVE WS-RCH-COUNT (WS-RCH-SUB) TO WS-VOL-REJECTS.
023197     MOVE ZERO                   TO WS-VOL-SECT-LINES.
023198     PERFORM 4650-PUT-VOLUME-RECORD
023199         THRU 4650-EXIT.
023200     SET WS-RCH-WRITTEN (WS-RCH-SUB) TO TRUE.
023201 4710-EXIT.
023202     EXIT.
023203
023204************************************************************
023205* 8000-WRITE-LOG-END -- WRITE THE END-OF-JOB EVENT RECORD
023206************************************************************
023207 8000-WRITE-LOG-END.
023208     IF NOT WS-LOG-OPEN
023209         GO TO 8000-EXIT
023210     END-IF.
023211
023212     ACCEPT WS-CURRENT-TIME FROM TIME.
023213
023214     INITIALIZE HW-LOG-RECORD.
023215     SET HW-LOG-EVENT-END TO TRUE.
023220     MOVE WS-CURRENT-DATE   TO HW-LOG-DATE.
023230     MOVE WS-CURRENT-TIME   TO HW-LOG-TIME.
023240     IF WS-CTL-RECORD-READ
024460         WHEN 52
024470         WHEN 56
024480         WHEN 64
024481         WHEN 68
024482         WHEN 72
024490             MOVE 'CRITICAL' TO HW-ALR-SEVERITY
024500         WHEN OTHER
024510             MOVE 'ERROR   ' TO HW-ALR-SEVERITY
024960                 TO HW-ALR-REASON-TEXT
024970         WHEN 64
024980             MOVE 'REQMST COULD NOT BE OPENED'
024981                 TO HW-ALR-REASON-TEXT
024982         WHEN 68
024983             MOVE 'DEPTVOL NOT AVAILABLE'
024984                 TO HW-ALR-REASON-TEXT
024985         WHEN 72
024986             MOVE 'REQHIST NOT AVAILABLE'
024990                 TO HW-ALR-REASON-TEXT
025000         WHEN OTHER
025010             MOVE 'UNRECOGNIZED COMPLETION CODE'
