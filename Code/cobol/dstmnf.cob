000260* WRITES SUCH MEMBERS WHEN DEPTMST ITSELF WAS UNAVAILABLE
000270* TO IT, AND THAT RUN ALREADY CARRIES ITS OWN RETURN CODE.
000280*
000281* EVERY BUNDLED SECTION ALSO SETS THE DISTRIBUTION COUNTS ON
000282* ITS DEPARTMENT'S DEPTVOL RECORD FOR THE CYCLE -- COPIES
000283* PRINTED, OR COPIES AND ONE BUNDLE EMAILED -- FOR THE
000284* MONTHLY CHARGEBACK, REPLACING ANY EARLIER VALUES SO A
000285* RERUN NEVER BILLS A DEPARTMENT TWICE.  THE OPTIONAL
000286* DSTCARD CONTROL CARD CARRIES THE CYCLE DATE; WITH NO
000287* CARD THE CURRENT DATE IS ASSUMED.
000288*
000290* RETURN-CODE VALUES
000300*   00 = NORMAL COMPLETION, EVERY SECTION ROUTED
000310*   04 = SECTIONS FOUND FOR DEPARTMENTS WITH NO ROUTING
000311*   08 = DEPTVOL NOT AVAILABLE - DISTRIBUTION COUNTS
000312*        NOT RECORDED (THE BUNDLES ARE STILL BUILT)
000320*   36 = DEPTMST COULD NOT BE OPENED
000330*   40 = DSTMRPT COULD NOT BE OPENED
000340*
000360*   DATE       INIT  DESCRIPTION
000370*   ---------- ----  --------------------------------------
000380*   2026-09-03  JRM  ORIGINAL PROGRAM.
000381*   2026-10-15  JRM  EACH BUNDLED SECTION NOW SETS THE
000382*                    DEPARTMENT'S DISTRIBUTION COUNTS ON
000383*                    THE DEPTVOL KSDS.  ADDED THE OPTIONAL
000384*                    DSTCARD CYCLE DATE AND RETURN-CODE 08.
000390************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    HWDSTMNF.

000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000531     SELECT DIST-CARD-FILE
000532         ASSIGN TO DSTCARD
000533         ORGANIZATION IS LINE SEQUENTIAL
000534         FILE STATUS IS WS-CARD-FILE-STATUS.
000540     SELECT DEPARTMENT-FILE
000550         ASSIGN TO DEPTMST
000560         ORGANIZATION IS INDEXED
000690         ASSIGN TO DSTMRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-PRT-FILE-STATUS.
000711     SELECT DEPT-VOLUME-FILE
000712         ASSIGN TO DEPTVOL
000713         ORGANIZATION IS INDEXED
000714         ACCESS MODE IS DYNAMIC
000715         RECORD KEY IS HW-VOL-KEY
000716         FILE STATUS IS WS-VOL-FILE-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000731 FD  DIST-CARD-FILE
000732     RECORDING MODE IS F.
000733 01  HW-DIST-CARD.
000734     05  HW-DSTC-CYCLE-DATE      PIC X(08).
000735     05  FILLER                  PIC X(72).
000740 FD  DEPARTMENT-FILE.
000750 COPY HWDEPREC.

000840         LINES AT TOP 2
000850         LINES AT BOTTOM 3.
000860 01  HW-MANIFEST-PRINT-RECORD    PIC X(132).
000861 FD  DEPT-VOLUME-FILE.
000862 COPY HWVOLREC.

000870 WORKING-STORAGE SECTION.
000880*---------------------------------------------------------*
000890*    SWITCHES AND COUNTERS                                 *
000900*---------------------------------------------------------*
000901 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
000902     88  WS-CARD-OK                      VALUE '00'.

000903 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
000904     88  WS-CARD-READ                    VALUE 'Y'.
000910 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
000920     88  WS-DEP-OK                       VALUE '00'.


001090 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001100     88  WS-PRT-OPEN                     VALUE 'Y'.
001101 77  WS-VOL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001102     88  WS-VOL-OK                       VALUE '00'.
001103     88  WS-VOL-FILE-MISSING             VALUE '35'.

001104 77  WS-VOL-OPEN-SW          PIC X(01)   VALUE 'N'.
001105     88  WS-VOL-OPEN                     VALUE 'Y'.

001106 77  WS-VOL-FOUND-SW         PIC X(01)   VALUE 'N'.
001107     88  WS-VOL-FOUND                    VALUE 'Y'.

001110 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001150 77  WS-UNROUTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001160 77  WS-LINES-COPIED         PIC 9(07)   VALUE ZERO COMP.
001170 77  WS-SECT-LINE-COUNT      PIC 9(06)   VALUE ZERO COMP.
001171 77  WS-VOL-RECORDED-COUNT   PIC 9(06)   VALUE ZERO COMP.
001180 77  WS-COUNT-EDIT           PIC ZZZZZ9.

001190*---------------------------------------------------------*
001220 01  WS-CURRENT-DATE-TIME.
001230     05  WS-CURRENT-DATE      PIC X(08).
001240     05  WS-CURRENT-TIME      PIC X(08).
001241 77  WS-CYCLE-DATE           PIC X(08)   VALUE SPACES.

001250 77  WS-DEPT-SECTION-NAME    PIC X(20)   VALUE SPACES.
001260 77  WS-ROUTE-BUNDLE-NAME    PIC X(20)   VALUE SPACES.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940         THRU 1000-EXIT.
001950     IF WS-PRT-OPEN
001960         PERFORM 2000-BROWSE-DEPARTMENTS
001970             THRU 2000-EXIT
001980         PERFORM 4000-WRITE-TOTALS
002040     STOP RUN.

002050************************************************************
002060* 1000-INITIALIZE -- PICK UP THE CYCLE DATE, OPEN THE
002061*                    MASTER, THE VOLUME FILE (CREATED EMPTY
002062*                    ON FIRST USE) AND THE MANIFEST, AND
002070*                    WRITE THE REPORT HEADER
002080************************************************************
002090 1000-INITIALIZE.
002100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002110     ACCEPT WS-CURRENT-TIME FROM TIME.
002111     MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.

002112     PERFORM 1100-READ-DIST-CARD
002113         THRU 1100-EXIT.

002120     OPEN INPUT DEPARTMENT-FILE.
002130     IF NOT WS-DEP-OK
002260     END-IF.
002270     SET WS-PRT-OPEN TO TRUE.

002271*    THE BUNDLES MATTER MORE THAN THE BILLING, SO A VOLUME
002272*    FILE THAT CANNOT BE OPENED IS REPORTED AND BYPASSED.
002273     OPEN I-O DEPT-VOLUME-FILE.
002274     IF WS-VOL-FILE-MISSING
002275         OPEN OUTPUT DEPT-VOLUME-FILE
002276         CLOSE DEPT-VOLUME-FILE
002277         OPEN I-O DEPT-VOLUME-FILE
002278     END-IF.
002279     IF NOT WS-VOL-OK
002280         DISPLAY 'HWDSTMNF: UNABLE TO OPEN DEPTVOL, '
002281                 'STATUS = ' WS-VOL-FILE-STATUS
002282                 ' - DISTRIBUTION COUNTS NOT RECORDED'
002283         MOVE 8 TO WS-RETURN-CODE
002284     ELSE
002285         SET WS-VOL-OPEN TO TRUE
002286     END-IF.
002287     MOVE WS-CYCLE-DATE TO WS-HDR-RUN-DATE.
002290     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
002300     WRITE HW-MANIFEST-PRINT-RECORD FROM WS-MNF-HEADER-LINE
002310         AFTER ADVANCING PAGE.
002340 1000-EXIT.
002350     EXIT.

002351************************************************************
002352* 1100-READ-DIST-CARD -- TAKE THE CYCLE DATE FROM THE
002353*                        OPTIONAL DSTCARD CONTROL CARD
002360************************************************************
002361 1100-READ-DIST-CARD.
002362     OPEN INPUT DIST-CARD-FILE.
002363     IF WS-CARD-OK
002364         READ DIST-CARD-FILE
002365             AT END
002366                 CONTINUE
002367             NOT AT END
002368                 SET WS-CARD-READ TO TRUE
002369         END-READ
002370         IF WS-CARD-READ
002371            AND HW-DSTC-CYCLE-DATE NOT = SPACES
002372             MOVE HW-DSTC-CYCLE-DATE TO WS-CYCLE-DATE
002373         END-IF
002374         CLOSE DIST-CARD-FILE
002375     ELSE
002376         DISPLAY 'HWDSTMNF: DSTCARD NOT AVAILABLE, USING '
002377                 'CURRENT DATE AS THE CYCLE DATE'
002378     END-IF.

002379 1100-EXIT.
002380     EXIT.

002381************************************************************
002382* 2000-BROWSE-DEPARTMENTS -- ONE PASS OVER THE MASTER,
002383*                            HANDLING EACH DEPARTMENT'S
002390*                            SECTION MEMBER IF IT EXISTS
002400*                            THIS CYCLE
002410************************************************************
003530     MOVE 'BUNDLED' TO WS-MNF-DISP.
003540     PERFORM 3000-PRINT-MANIFEST-LINE
003550         THRU 3000-EXIT.
003551     PERFORM 2600-RECORD-DISTRIBUTION
003552         THRU 2600-EXIT.

003560 2300-EXIT.
003570     EXIT.
004010 2500-EXIT.
004020     EXIT.

004021************************************************************
004022* 2600-RECORD-DISTRIBUTION -- SET THE DISTRIBUTION COUNTS ON
004023*                             THE DEPARTMENT'S DEPTVOL RECORD
004024*                             FOR THE CYCLE.  THE ROLL-CALL
004025*                             COUNTS THE TRANS PASS OWNS ARE
004026*                             LEFT AS THEY ARE; A RECORD THE
004027*                             TRANS PASS NEVER WROTE IS
004028*                             CREATED WITH THEM AT ZERO.
004030************************************************************
004031 2600-RECORD-DISTRIBUTION.
004032     IF NOT WS-VOL-OPEN
004033         GO TO 2600-EXIT
004034     END-IF.
004035     MOVE 'N'           TO WS-VOL-FOUND-SW.
004036     MOVE WS-CYCLE-DATE TO HW-VOL-CYCLE-DATE.
004037     MOVE HW-DEP-CODE   TO HW-VOL-DEPT-CODE.
004038     READ DEPT-VOLUME-FILE
004039         KEY IS HW-VOL-KEY
004040         INVALID KEY
004041             CONTINUE
004042         NOT INVALID KEY
004043             SET WS-VOL-FOUND TO TRUE
004044     END-READ.
004045     IF NOT WS-VOL-FOUND
004046         MOVE SPACES TO HW-DEPT-VOLUME-RECORD
004047         INITIALIZE HW-DEPT-VOLUME-RECORD
004048         MOVE WS-CYCLE-DATE TO HW-VOL-CYCLE-DATE
004049         MOVE HW-DEP-CODE   TO HW-VOL-DEPT-CODE
004050     END-IF.

004051     MOVE ZERO TO HW-VOL-COPIES-PRINTED.
004052     MOVE ZERO TO HW-VOL-COPIES-EMAILED.
004053     MOVE ZERO TO HW-VOL-BUNDLES-EMAILED.
004054     IF HW-DEP-DELIVER-EMAIL
004055         MOVE HW-DEP-COPY-COUNT TO HW-VOL-COPIES-EMAILED
004056         MOVE 1                 TO HW-VOL-BUNDLES-EMAILED
004057     ELSE
004058         MOVE HW-DEP-COPY-COUNT TO HW-VOL-COPIES-PRINTED
004059     END-IF.
004060     MOVE WS-CURRENT-DATE TO HW-VOL-DIST-DATE.

004061     IF WS-VOL-FOUND
004062         REWRITE HW-DEPT-VOLUME-RECORD
004063     ELSE
004064         WRITE HW-DEPT-VOLUME-RECORD
004065     END-IF.
004066     IF WS-VOL-OK
004067         ADD 1 TO WS-VOL-RECORDED-COUNT
004068     ELSE
004069         DISPLAY 'HWDSTMNF: UNABLE TO RECORD DEPTVOL FOR '
004070                 HW-DEP-CODE ', STATUS = '
004071                 WS-VOL-FILE-STATUS
004072         IF WS-RETURN-CODE < 8
004073             MOVE 8 TO WS-RETURN-CODE
004074         END-IF
004075     END-IF.

004076 2600-EXIT.
004077     EXIT.

004078************************************************************
004079* 3000-PRINT-MANIFEST-LINE -- ONE MANIFEST LINE PER SECTION
004080*                             MEMBER FOUND
004081************************************************************
004082 3000-PRINT-MANIFEST-LINE.
004083     WRITE HW-MANIFEST-PRINT-RECORD FROM WS-MNF-DETAIL-LINE
004090         AFTER ADVANCING 1 LINE.

004100 3000-EXIT.
004390     WRITE HW-MANIFEST-PRINT-RECORD FROM WS-MNF-TOTAL-LINE
004400         AFTER ADVANCING 1 LINE.

004401     MOVE WS-VOL-RECORDED-COUNT TO WS-COUNT-EDIT.
004402     MOVE SPACES TO WS-MNF-TOTAL-LINE.
004403     MOVE 'DEPTVOL RECORDS UPDATED' TO WS-TOT-LABEL.
004404     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
004405     WRITE HW-MANIFEST-PRINT-RECORD FROM WS-MNF-TOTAL-LINE
004406         AFTER ADVANCING 1 LINE.
004410     MOVE WS-LINES-COPIED TO WS-COUNT-EDIT.
004420     MOVE SPACES TO WS-MNF-TOTAL-LINE.
004430     MOVE 'REPORT LINES COPIED TO BUNDLES' TO WS-TOT-LABEL.
004900     IF WS-PRT-OPEN
004910         CLOSE MANIFEST-PRINT-FILE
004920     END-IF.
004921     IF WS-VOL-OPEN
004922         CLOSE DEPT-VOLUME-FILE
004923     END-IF.

004930 9999-EXIT.
004940     EXIT.
