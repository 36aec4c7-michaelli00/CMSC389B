000010************************************************************
000020* REQATT.COB
000030*
000040* PROGRAM-ID : HWREQATT
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* REQUESTER ATTENDANCE AND CLEAN-UP REPORT.  REQMST ONLY
000100* EVER GROWS: HWREQMNT ADDS REQUESTERS WHEN A DEPARTMENT
000110* ASKS, BUT NOBODY ASKS FOR ONE TO BE TAKEN OFF.  THE TRANS
000120* PASS OF HELLOWORLD NOW KEEPS THE REQHIST REQUESTER
000130* HISTORY (HWRQHREC), AND THIS PERIODIC REPORT WORKS FROM
000140* IT.  EVERY REQMST REQUESTER FALLS IN ONE OF THREE GROUPS:
000150*   - ATTENDING: LAST APPEARED ON A TRANFILE WITHIN THE
000160*     ABSENCE THRESHOLD.  COUNTED, NOT LISTED.
000170*   - ABSENT: LAST APPEARED MORE THAN THE THRESHOLD NUMBER
000180*     OF DAYS BEFORE THE AS-OF DATE.  THE LAST APPEARANCE IS
000190*     THE LATER OF THE LAST CYCLE THE REQUESTER WAS GREETED
000200*     AND THE LAST CYCLE IT WAS REJECTED, SO A REQUESTER
000210*     STILL SUBMITTING (BADLY) IS NOT TAKEN FOR GONE.  EACH
000220*     IS LISTED WITH ITS LAST DEPARTMENT AND THAT
000230*     DEPARTMENT'S DEPTMST NAME, AND GETS A DELETE
000240*     TRANSACTION ON THE PROPOSED DECK.
000250*   - NEVER SEEN: NO REQHIST RECORD AT ALL -- THE REQUESTER
000260*     HAS NEVER APPEARED ON ANY TRANFILE SINCE THE HISTORY
000270*     WAS STARTED.  LISTED; A NEWLY ADDED REQUESTER LOOKS
000280*     THE SAME, SO THESE GO ON THE DECK ONLY WHEN THE CARD
000290*     ASKS FOR THEM.
000300*
000310* REQDELTR IS A PROPOSED REQTRN DECK (HWREQTRN) OF DELETE
000320* TRANSACTIONS FOR THE DATA ADMINISTRATOR TO REVIEW, PRUNE
000330* AND FEED TO HWREQMNT.  NOTHING IS DELETED HERE.
000340*
000350* THE RQACARD CONTROL CARD CARRIES THE AS-OF DATE, THE
000360* ABSENCE THRESHOLD IN DAYS, THE INITIALS OF THE OPERATOR
000370* THE DECK IS TO BE APPLIED UNDER, AND A 'Y' TO PUT THE
000380* NEVER-SEEN REQUESTERS ON THE DECK TOO.  WHEN NO CARD IS
000390* SUPPLIED THE CURRENT DATE AND 90 DAYS ARE ASSUMED, AND
000400* THE DECK IS WRITTEN WITHOUT OPERATOR INITIALS -- HWREQMNT
000410* REJECTS SUCH A DECK UNTIL THEY ARE FILLED IN.
000420*
000430* RETURN-CODE VALUES
000440*   00 = NORMAL COMPLETION, NO REQUESTER ABSENT OR NEVER
000450*        SEEN
000460*   04 = REQUESTERS LISTED FOR REVIEW
000470*   16 = RQACARD AS-OF DATE IS NOT A VALID DATE
000480*   36 = REQMST OR REQHIST COULD NOT BE OPENED
000490*   40 = RQARPT COULD NOT BE OPENED
000500*   56 = REQDELTR COULD NOT BE OPENED OR WRITTEN
000510*
000520* MODIFICATION HISTORY
000530*   DATE       INIT  DESCRIPTION
000540*   ---------- ----  --------------------------------------
000550*   2026-10-15  JRM  ORIGINAL PROGRAM.
000560************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.    HWREQATT.
000590 AUTHOR.        J. R. MORALES.
000600 INSTALLATION.  CMSC389B BATCH SERVICES.
000610 DATE-WRITTEN.  2026-10-15.
000620 DATE-COMPILED.

000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.   IBM-370.
000660 OBJECT-COMPUTER.   IBM-370.
000670 SPECIAL-NAMES.
000680     CONSOLE IS CONSOLE.

000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT ATTENDANCE-CARD-FILE
000720         ASSIGN TO RQACARD
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CARD-FILE-STATUS.

000750     SELECT REQUESTER-FILE
000760         ASSIGN TO REQMST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HW-REQ-ID
000800         FILE STATUS IS WS-REQ-FILE-STATUS.

000810     SELECT REQ-HISTORY-FILE
000820         ASSIGN TO REQHIST
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS HW-RQH-REQ-ID
000860         FILE STATUS IS WS-RQH-FILE-STATUS.

000870     SELECT DEPARTMENT-FILE
000880         ASSIGN TO DEPTMST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS HW-DEP-CODE
000920         FILE STATUS IS WS-DEP-FILE-STATUS.

000930     SELECT DELETE-DECK-FILE
000940         ASSIGN TO REQDELTR
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-DCK-FILE-STATUS.

000970     SELECT ATTENDANCE-PRINT-FILE
000980         ASSIGN TO RQARPT
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-PRT-FILE-STATUS.

001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  ATTENDANCE-CARD-FILE
001040     RECORDING MODE IS F.
001050 01  HW-ATTENDANCE-CARD.
001060     05  HW-RQAC-AS-OF-DATE      PIC X(08).
001070     05  HW-RQAC-ABSENT-DAYS     PIC X(03).
001080     05  HW-RQAC-OPERATOR-ID     PIC X(03).
001090     05  HW-RQAC-NEVER-SEEN-IND  PIC X(01).
001100         88  HW-RQAC-DECK-NEVER-SEEN     VALUE 'Y'.
001110     05  FILLER                  PIC X(65).

001120 FD  REQUESTER-FILE.
001130 COPY HWREQREC.

001140 FD  REQ-HISTORY-FILE.
001150 COPY HWRQHREC.

001160 FD  DEPARTMENT-FILE.
001170 COPY HWDEPREC.

001180 FD  DELETE-DECK-FILE
001190     RECORDING MODE IS F.
001200 COPY HWREQTRN.

001210 FD  ATTENDANCE-PRINT-FILE
001220     LINAGE IS 60 LINES
001230         LINES AT TOP 2
001240         LINES AT BOTTOM 3.
001250 01  HW-ATTENDANCE-PRINT-RECORD  PIC X(132).

001260 WORKING-STORAGE SECTION.
001270*---------------------------------------------------------*
001280*    SWITCHES AND COUNTERS                                 *
001290*---------------------------------------------------------*
001300 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
001310     88  WS-CARD-OK                      VALUE '00'.

001320 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001330     88  WS-CARD-READ                    VALUE 'Y'.

001340 77  WS-REQ-FILE-STATUS      PIC X(02)   VALUE SPACES.
001350     88  WS-REQ-OK                       VALUE '00'.

001360 77  WS-REQ-OPEN-SW          PIC X(01)   VALUE 'N'.
001370     88  WS-REQ-OPEN                     VALUE 'Y'.

001380 77  WS-REQ-EOF-SW           PIC X(01)   VALUE 'N'.
001390     88  WS-REQ-EOF                      VALUE 'Y'.

001400 77  WS-RQH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001410     88  WS-RQH-OK                       VALUE '00'.

001420 77  WS-RQH-OPEN-SW          PIC X(01)   VALUE 'N'.
001430     88  WS-RQH-OPEN                     VALUE 'Y'.

001440 77  WS-RQH-FOUND-SW         PIC X(01)   VALUE 'N'.
001450     88  WS-RQH-FOUND                    VALUE 'Y'.

001460 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001470     88  WS-DEP-OK                       VALUE '00'.

001480 77  WS-DEP-OPEN-SW          PIC X(01)   VALUE 'N'.
001490     88  WS-DEP-OPEN                     VALUE 'Y'.

001500 77  WS-DEP-FOUND-SW         PIC X(01)   VALUE 'N'.
001510     88  WS-DEP-FOUND                    VALUE 'Y'.

001520 77  WS-DCK-FILE-STATUS      PIC X(02)   VALUE SPACES.
001530     88  WS-DCK-OK                       VALUE '00'.

001540 77  WS-DCK-OPEN-SW          PIC X(01)   VALUE 'N'.
001550     88  WS-DCK-OPEN                     VALUE 'Y'.

001560 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001570     88  WS-PRT-OK                       VALUE '00'.

001580 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001590     88  WS-PRT-OPEN                     VALUE 'Y'.

001600 77  WS-DATE-VALID-SW        PIC X(01)   VALUE 'N'.
001610     88  WS-DATE-VALID                   VALUE 'Y'.

001620 77  WS-DECK-NEVER-SEEN-SW   PIC X(01)   VALUE 'N'.
001630     88  WS-DECK-NEVER-SEEN              VALUE 'Y'.

001640 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001650 77  WS-REQ-READ-COUNT       PIC 9(06)   VALUE ZERO COMP.
001660 77  WS-ATTENDING-COUNT      PIC 9(06)   VALUE ZERO COMP.
001670 77  WS-ABSENT-COUNT         PIC 9(06)   VALUE ZERO COMP.
001680 77  WS-NEVER-SEEN-COUNT     PIC 9(06)   VALUE ZERO COMP.
001690 77  WS-DECK-COUNT           PIC 9(06)   VALUE ZERO COMP.
001700 77  WS-PAGE-COUNT           PIC 9(04)   VALUE ZERO COMP.
001710 77  WS-COUNT-EDIT           PIC ZZZZZ9.

001720*---------------------------------------------------------*
001730*    CURRENT DATE/TIME, AS-OF DATE, THRESHOLD, OPERATOR    *
001740*---------------------------------------------------------*
001750 01  WS-CURRENT-DATE-TIME.
001760     05  WS-CURRENT-DATE      PIC X(08).
001770     05  WS-CURRENT-TIME      PIC X(08).

001780 77  WS-AS-OF-DATE           PIC X(08)   VALUE SPACES.
001790 77  WS-ABSENT-THRESHOLD     PIC 9(03)   VALUE 90.
001800 77  WS-OPERATOR-ID          PIC X(03)   VALUE SPACES.
001810 77  WS-LAST-APPEARED        PIC X(08)   VALUE SPACES.

001820*---------------------------------------------------------*
001830*    DATE-TO-DAY-NUMBER WORK FIELDS.  THE ABSOLUTE DAY     *
001840*    NUMBER IS (YEAR-1)*365 PLUS THE LEAP DAYS BEFORE THE  *
001850*    YEAR, PLUS THE CUMULATIVE DAYS BEFORE THE MONTH (WITH *
001860*    A LEAP-DAY CORRECTION PAST FEBRUARY), PLUS THE DAY.   *
001870*    EVERY DIVISION IS A SEPARATE DIVIDE SO EVERY          *
001880*    INTERMEDIATE TRUNCATES.                               *
001890*---------------------------------------------------------*
001900 01  WS-DTN-DATE.
001910     05  WS-DTN-YEAR          PIC 9(04).
001920     05  WS-DTN-MONTH         PIC 9(02).
001930     05  WS-DTN-DAY           PIC 9(02).

001940 77  WS-DTN-RESULT           PIC 9(08)   VALUE ZERO COMP.
001950 77  WS-DTN-YM1              PIC 9(04)   VALUE ZERO COMP.
001960 77  WS-DTN-T1               PIC 9(08)   VALUE ZERO COMP.
001970 77  WS-DTN-T2               PIC 9(08)   VALUE ZERO COMP.
001980 77  WS-DTN-T3               PIC 9(08)   VALUE ZERO COMP.
001990 77  WS-DTN-REM              PIC 9(04)   VALUE ZERO COMP.

002000 01  WS-CUMDAY-TABLE-DATA    PIC X(36)   VALUE
002010     '000031059090120151181212243273304334'.
002020 01  WS-CUMDAY-TABLE REDEFINES WS-CUMDAY-TABLE-DATA.
002030     05  WS-CUM-DAYS          OCCURS 12 TIMES
002040                              PIC 9(03).

002050 77  WS-AS-OF-DAY-NUM        PIC 9(08)   VALUE ZERO COMP.
002060 77  WS-LAST-DAY-NUM         PIC 9(08)   VALUE ZERO COMP.
002070 77  WS-ABSENT-DAYS          PIC 9(05)   VALUE ZERO COMP.
002080 77  WS-DAYS-EDIT            PIC ZZZZ9.

002090*---------------------------------------------------------*
002100*    REPORT LINES                                          *
002110*---------------------------------------------------------*
002120 01  WS-RPT-HEADER-LINE.
002130     05  FILLER               PIC X(28)  VALUE
002140         'REQUESTER ATTENDANCE REPORT '.
002150     05  FILLER               PIC X(07)  VALUE 'AS OF: '.
002160     05  WS-HDR-AS-OF-DATE    PIC X(08).
002170     05  FILLER               PIC X(03)  VALUE SPACES.
002180     05  FILLER               PIC X(18)  VALUE
002190         'ABSENT THRESHOLD: '.
002200     05  WS-HDR-ABSENT-DAYS   PIC ZZ9.
002210     05  FILLER               PIC X(05)  VALUE ' DAYS'.
002220     05  FILLER               PIC X(03)  VALUE SPACES.
002230     05  FILLER               PIC X(10)  VALUE 'OPERATOR: '.
002240     05  WS-HDR-OPERATOR-ID   PIC X(03).
002250     05  FILLER               PIC X(03)  VALUE SPACES.
002260     05  FILLER               PIC X(05)  VALUE 'PAGE '.
002270     05  WS-HDR-PAGE          PIC ZZZ9.
002280     05  FILLER               PIC X(32)  VALUE SPACES.

002290 01  WS-ABS-COLUMN-LINE.
002300     05  FILLER               PIC X(10)  VALUE 'REQ ID'.
002310     05  FILLER               PIC X(22)  VALUE 'REQUESTER NAME'.
002320     05  FILLER               PIC X(10)  VALUE 'LAST SEEN'.
002330     05  FILLER               PIC X(10)  VALUE 'LAST REJ'.
002340     05  FILLER               PIC X(07)  VALUE ' DAYS'.
002350     05  FILLER               PIC X(06)  VALUE ' MTD'.
002360     05  FILLER               PIC X(06)  VALUE ' YTD'.
002370     05  FILLER               PIC X(08)  VALUE 'REJECTS'.
002380     05  FILLER               PIC X(10)  VALUE 'DEPT'.
002390     05  FILLER               PIC X(30)  VALUE
002400         'DEPARTMENT NAME'.
002410     05  FILLER               PIC X(13)  VALUE SPACES.

002420 01  WS-ABS-DETAIL-LINE.
002430     05  WS-ABS-REQ-ID        PIC X(08).
002440     05  FILLER               PIC X(02)  VALUE SPACES.
002450     05  WS-ABS-REQ-NAME      PIC X(20).
002460     05  FILLER               PIC X(02)  VALUE SPACES.
002470     05  WS-ABS-LAST-SEEN     PIC X(08).
002480     05  FILLER               PIC X(02)  VALUE SPACES.
002490     05  WS-ABS-LAST-REJ      PIC X(08).
002500     05  FILLER               PIC X(02)  VALUE SPACES.
002510     05  WS-ABS-DAYS          PIC X(05).
002520     05  FILLER               PIC X(02)  VALUE SPACES.
002530     05  WS-ABS-MTD           PIC ZZZ9.
002540     05  FILLER               PIC X(02)  VALUE SPACES.
002550     05  WS-ABS-YTD           PIC ZZZ9.
002560     05  FILLER               PIC X(02)  VALUE SPACES.
002570     05  WS-ABS-REJECTS       PIC ZZZZZ9.
002580     05  FILLER               PIC X(02)  VALUE SPACES.
002590     05  WS-ABS-DEPT-CODE     PIC X(08).
002600     05  FILLER               PIC X(02)  VALUE SPACES.
002610     05  WS-ABS-DEPT-NAME     PIC X(30).
002620     05  FILLER               PIC X(13)  VALUE SPACES.

002630 01  WS-NEV-COLUMN-LINE.
002640     05  FILLER               PIC X(10)  VALUE 'REQ ID'.
002650     05  FILLER               PIC X(22)  VALUE 'REQUESTER NAME'.
002660     05  FILLER               PIC X(06)  VALUE 'LANG'.
002670     05  FILLER               PIC X(30)  VALUE 'DISPOSITION'.
002680     05  FILLER               PIC X(64)  VALUE SPACES.

002690 01  WS-NEV-DETAIL-LINE.
002700     05  WS-NEV-REQ-ID        PIC X(08).
002710     05  FILLER               PIC X(02)  VALUE SPACES.
002720     05  WS-NEV-REQ-NAME      PIC X(20).
002730     05  FILLER               PIC X(02)  VALUE SPACES.
002740     05  WS-NEV-LANG-CODE     PIC X(02).
002750     05  FILLER               PIC X(04)  VALUE SPACES.
002760     05  WS-NEV-DISPOSITION   PIC X(30).
002770     05  FILLER               PIC X(64)  VALUE SPACES.

002780 01  WS-RPT-TEXT-LINE.
002790     05  WS-TXT-TEXT          PIC X(70).
002800     05  FILLER               PIC X(62)  VALUE SPACES.

002810 01  WS-RPT-TOTAL-LINE.
002820     05  WS-TOT-LABEL         PIC X(40).
002830     05  WS-TOT-COUNT         PIC X(06).
002840     05  FILLER               PIC X(86)  VALUE SPACES.

002850*---------------------------------------------------------*
002860*    THE CURRENT SECTION'S COLUMN LINE AND DETAIL LINE,    *
002870*    SO A PAGE BREAK CAN REPEAT THE COLUMN HEADINGS        *
002880*---------------------------------------------------------*
002890 01  WS-CUR-COLUMN-LINE      PIC X(132)  VALUE SPACES.
002900 01  WS-CUR-DETAIL-LINE      PIC X(132)  VALUE SPACES.

002910 PROCEDURE DIVISION.
002920************************************************************
002930* 0000-MAINLINE
002940************************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE
002970         THRU 1000-EXIT.
002980     IF WS-RETURN-CODE = ZERO
002990         PERFORM 2000-LIST-ABSENT
003000             THRU 2000-EXIT
003010         PERFORM 3000-LIST-NEVER-SEEN
003020             THRU 3000-EXIT
003030         PERFORM 5000-WRITE-TOTALS
003040             THRU 5000-EXIT
003050     END-IF.
003060     PERFORM 9999-TERMINATE
003070         THRU 9999-EXIT.
003080     MOVE WS-RETURN-CODE TO RETURN-CODE.
003090     STOP RUN.

003100************************************************************
003110* 1000-INITIALIZE -- PICK UP THE AS-OF DATE, THRESHOLD AND
003120*                    OPERATOR, OPEN THE MASTERS, THE DECK
003130*                    AND THE REPORT, AND HEAD THE FIRST PAGE
003140************************************************************
003150 1000-INITIALIZE.
003160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003170     ACCEPT WS-CURRENT-TIME FROM TIME.
003180     MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.

003190     OPEN INPUT ATTENDANCE-CARD-FILE.
003200     IF WS-CARD-OK
003210         READ ATTENDANCE-CARD-FILE
003220             AT END
003230                 CONTINUE
003240             NOT AT END
003250                 SET WS-CARD-READ TO TRUE
003260         END-READ
003270         IF WS-CARD-READ
003280             IF HW-RQAC-AS-OF-DATE NOT = SPACES
003290                 MOVE HW-RQAC-AS-OF-DATE TO WS-AS-OF-DATE
003300             END-IF
003310             IF HW-RQAC-ABSENT-DAYS NUMERIC
003320                 MOVE HW-RQAC-ABSENT-DAYS TO WS-ABSENT-THRESHOLD
003330             END-IF
003340             MOVE HW-RQAC-OPERATOR-ID TO WS-OPERATOR-ID
003350             IF HW-RQAC-DECK-NEVER-SEEN
003360                 SET WS-DECK-NEVER-SEEN TO TRUE
003370             END-IF
003380         END-IF
003390         CLOSE ATTENDANCE-CARD-FILE
003400     ELSE
003410         DISPLAY 'HWREQATT: RQACARD NOT AVAILABLE, USING '
003420                 'CURRENT DATE AND 90-DAY THRESHOLD'
003430     END-IF.
003440     IF WS-OPERATOR-ID = SPACES
003450         DISPLAY 'HWREQATT: NO OPERATOR INITIALS SUPPLIED - '
003460                 'REQDELTR MUST BE STAMPED BEFORE HWREQMNT'
003470     END-IF.

003480     MOVE WS-AS-OF-DATE TO WS-DTN-DATE.
003490     PERFORM 7000-CHECK-DATE
003500         THRU 7000-EXIT.
003510     IF NOT WS-DATE-VALID
003520         DISPLAY 'HWREQATT: AS-OF DATE ' WS-AS-OF-DATE
003530                 ' IS NOT A VALID DATE'
003540         MOVE 16 TO WS-RETURN-CODE
003550         GO TO 1000-EXIT
003560     END-IF.
003570     PERFORM 7100-DATE-TO-DAY-NUMBER
003580         THRU 7100-EXIT.
003590     MOVE WS-DTN-RESULT TO WS-AS-OF-DAY-NUM.

003600     OPEN INPUT REQUESTER-FILE.
003610     IF NOT WS-REQ-OK
003620         DISPLAY 'HWREQATT: UNABLE TO OPEN REQMST, '
003630                 'STATUS = ' WS-REQ-FILE-STATUS
003640         MOVE 36 TO WS-RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     SET WS-REQ-OPEN TO TRUE.

003680     OPEN INPUT REQ-HISTORY-FILE.
003690     IF NOT WS-RQH-OK
003700         DISPLAY 'HWREQATT: UNABLE TO OPEN REQHIST, '
003710                 'STATUS = ' WS-RQH-FILE-STATUS
003720         MOVE 36 TO WS-RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     SET WS-RQH-OPEN TO TRUE.

003760     OPEN OUTPUT DELETE-DECK-FILE.
003770     IF NOT WS-DCK-OK
003780         DISPLAY 'HWREQATT: UNABLE TO OPEN REQDELTR, '
003790                 'STATUS = ' WS-DCK-FILE-STATUS
003800         MOVE 56 TO WS-RETURN-CODE
003810         GO TO 1000-EXIT
003820     END-IF.
003830     SET WS-DCK-OPEN TO TRUE.

003840     OPEN OUTPUT ATTENDANCE-PRINT-FILE.
003850     IF NOT WS-PRT-OK
003860         DISPLAY 'HWREQATT: UNABLE TO OPEN RQARPT, '
003870                 'STATUS = ' WS-PRT-FILE-STATUS
003880         MOVE 40 TO WS-RETURN-CODE
003890         GO TO 1000-EXIT
003900     END-IF.
003910     SET WS-PRT-OPEN TO TRUE.
003920     OPEN INPUT DEPARTMENT-FILE.
003930     IF NOT WS-DEP-OK
003940         DISPLAY 'HWREQATT: DEPTMST NOT AVAILABLE, STATUS = '
003950                 WS-DEP-FILE-STATUS
003960                 ' - DEPARTMENT NAMES NOT SHOWN'
003970     ELSE
003980         SET WS-DEP-OPEN TO TRUE
003990     END-IF.

004000     MOVE WS-AS-OF-DATE       TO WS-HDR-AS-OF-DATE.
004010     MOVE WS-ABSENT-THRESHOLD TO WS-HDR-ABSENT-DAYS.
004020     MOVE WS-OPERATOR-ID      TO WS-HDR-OPERATOR-ID.
004030     PERFORM 8100-WRITE-PAGE-HEADER
004040         THRU 8100-EXIT.
004050 1000-EXIT.
004060     EXIT.

004070************************************************************
004080* 2000-LIST-ABSENT -- BROWSE REQMST AND LIST EVERY REQUESTER
004090*                     WHOSE LAST APPEARANCE IS OLDER THAN
004100*                     THE THRESHOLD, PROPOSING ITS DELETE
004110************************************************************
004120 2000-LIST-ABSENT.
004130     MOVE SPACES TO WS-RPT-TEXT-LINE.
004140     MOVE 'REQUESTERS ABSENT PAST THE THRESHOLD'
004150         TO WS-TXT-TEXT.
004160     PERFORM 8000-PRINT-TEXT-LINE
004170         THRU 8000-EXIT.
004180     MOVE WS-ABS-COLUMN-LINE TO WS-CUR-COLUMN-LINE.
004190     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-CUR-COLUMN-LINE
004200         AFTER ADVANCING 1 LINE.

004210     PERFORM 6000-START-REQUESTER-BROWSE
004220         THRU 6000-EXIT.
004230     PERFORM 2100-CHECK-ONE-REQUESTER
004240         THRU 2100-EXIT
004250         UNTIL WS-REQ-EOF.

004260     IF WS-ABSENT-COUNT = ZERO
004270         MOVE SPACES TO WS-RPT-TEXT-LINE
004280         MOVE '  NO REQUESTER ABSENT PAST THE THRESHOLD'
004290             TO WS-TXT-TEXT
004300         PERFORM 8000-PRINT-TEXT-LINE
004310             THRU 8000-EXIT
004320     END-IF.

004330 2000-EXIT.
004340     EXIT.

004350************************************************************
004360* 2100-CHECK-ONE-REQUESTER -- MEASURE ONE REQUESTER'S
004370*                             ABSENCE AGAINST THE AS-OF DATE.
004380*                             A REQUESTER WITH NO HISTORY IS
004390*                             LEFT FOR THE NEVER-SEEN LIST.
004400*                             AN UNDATEABLE LAST APPEARANCE
004410*                             IS LISTED WITH DAYS ***** --
004420*                             SAFER SHOWN THAN HIDDEN.
004430************************************************************
004440 2100-CHECK-ONE-REQUESTER.
004450     PERFORM 6100-READ-NEXT-REQUESTER
004460         THRU 6100-EXIT.
004470     IF WS-REQ-EOF
004480         GO TO 2100-EXIT
004490     END-IF.
004500     ADD 1 TO WS-REQ-READ-COUNT.
004510     PERFORM 6200-READ-HISTORY
004520         THRU 6200-EXIT.
004530     IF NOT WS-RQH-FOUND
004540         GO TO 2100-EXIT
004550     END-IF.

004560     IF HW-RQH-LAST-SEEN > HW-RQH-REJ-CYCLE-DATE
004570         MOVE HW-RQH-LAST-SEEN      TO WS-LAST-APPEARED
004580     ELSE
004590         MOVE HW-RQH-REJ-CYCLE-DATE TO WS-LAST-APPEARED
004600     END-IF.
004610     MOVE WS-LAST-APPEARED TO WS-DTN-DATE.
004620     PERFORM 7000-CHECK-DATE
004630         THRU 7000-EXIT.
004640     IF NOT WS-DATE-VALID
004650         MOVE '*****' TO WS-ABS-DAYS
004660         PERFORM 2200-PRINT-ABSENT-LINE
004670             THRU 2200-EXIT
004680         GO TO 2100-EXIT
004690     END-IF.

004700     PERFORM 7100-DATE-TO-DAY-NUMBER
004710         THRU 7100-EXIT.
004720     MOVE WS-DTN-RESULT TO WS-LAST-DAY-NUM.
004730     IF WS-AS-OF-DAY-NUM > WS-LAST-DAY-NUM
004740         COMPUTE WS-ABSENT-DAYS
004750             = WS-AS-OF-DAY-NUM - WS-LAST-DAY-NUM
004760     ELSE
004770         MOVE ZERO TO WS-ABSENT-DAYS
004780     END-IF.

004790     IF WS-ABSENT-DAYS > WS-ABSENT-THRESHOLD
004800         MOVE WS-ABSENT-DAYS TO WS-DAYS-EDIT
004810         MOVE WS-DAYS-EDIT   TO WS-ABS-DAYS
004820         PERFORM 2200-PRINT-ABSENT-LINE
004830             THRU 2200-EXIT
004840     ELSE
004850         ADD 1 TO WS-ATTENDING-COUNT
004860     END-IF.

004870 2100-EXIT.
004880     EXIT.

004890************************************************************
004900* 2200-PRINT-ABSENT-LINE -- LIST THE REQUESTER IN THE BUFFER
004910*                           WITH ITS LAST DEPARTMENT AND
004920*                           PROPOSE ITS DELETE.  THE MONTH
004930*                           AND YEAR COUNTS SHOW ONLY WHEN
004940*                           THEY BELONG TO THE AS-OF PERIOD.
004950************************************************************
004960 2200-PRINT-ABSENT-LINE.
004970     ADD 1 TO WS-ABSENT-COUNT.
004980     MOVE HW-REQ-ID             TO WS-ABS-REQ-ID.
004990     MOVE HW-REQ-NAME           TO WS-ABS-REQ-NAME.
005000     MOVE HW-RQH-LAST-SEEN      TO WS-ABS-LAST-SEEN.
005010     MOVE HW-RQH-REJ-CYCLE-DATE TO WS-ABS-LAST-REJ.
005020     IF HW-RQH-MTD-MONTH = WS-AS-OF-DATE (1:6)
005030         MOVE HW-RQH-CYCLES-MTD TO WS-ABS-MTD
005040     ELSE
005050         MOVE ZERO              TO WS-ABS-MTD
005060     END-IF.
005070     IF HW-RQH-YTD-YEAR = WS-AS-OF-DATE (1:4)
005080         MOVE HW-RQH-CYCLES-YTD TO WS-ABS-YTD
005090     ELSE
005100         MOVE ZERO              TO WS-ABS-YTD
005110     END-IF.
005120     MOVE HW-RQH-TIMES-REJECTED TO WS-ABS-REJECTS.
005130     MOVE HW-RQH-LAST-DEPT      TO WS-ABS-DEPT-CODE.

005140     IF HW-RQH-LAST-DEPT = SPACES
005150         MOVE '(NEVER GREETED)'   TO WS-ABS-DEPT-NAME
005160     ELSE
005170         PERFORM 6300-LOOKUP-DEPARTMENT
005180             THRU 6300-EXIT
005190         IF WS-DEP-FOUND
005200             MOVE HW-DEP-NAME     TO WS-ABS-DEPT-NAME
005210         ELSE
005220             IF WS-DEP-OPEN
005230                 MOVE '*** NOT ON DEPTMST ***'
005240                     TO WS-ABS-DEPT-NAME
005250             ELSE
005260                 MOVE SPACES      TO WS-ABS-DEPT-NAME
005270             END-IF
005280         END-IF
005290     END-IF.

005300     MOVE WS-ABS-DETAIL-LINE TO WS-CUR-DETAIL-LINE.
005310     PERFORM 8200-PRINT-DETAIL-LINE
005320         THRU 8200-EXIT.
005330     PERFORM 4000-WRITE-DELETE-TRAN
005340         THRU 4000-EXIT.

005350 2200-EXIT.
005360     EXIT.

005370************************************************************
005380* 3000-LIST-NEVER-SEEN -- BROWSE REQMST AGAIN AND LIST EVERY
005390*                         REQUESTER WITH NO REQHIST RECORD
005400************************************************************
005410 3000-LIST-NEVER-SEEN.
005420     MOVE SPACES TO WS-RPT-TEXT-LINE.
005430     MOVE 'REQUESTERS NEVER SEEN ON ANY TRANFILE'
005440         TO WS-TXT-TEXT.
005450     PERFORM 8000-PRINT-TEXT-LINE
005460         THRU 8000-EXIT.
005470     MOVE WS-NEV-COLUMN-LINE TO WS-CUR-COLUMN-LINE.
005480     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-CUR-COLUMN-LINE
005490         AFTER ADVANCING 1 LINE.

005500     PERFORM 6000-START-REQUESTER-BROWSE
005510         THRU 6000-EXIT.
005520     PERFORM 3100-CHECK-NEVER-SEEN
005530         THRU 3100-EXIT
005540         UNTIL WS-REQ-EOF.

005550     IF WS-NEVER-SEEN-COUNT = ZERO
005560         MOVE SPACES TO WS-RPT-TEXT-LINE
005570         MOVE '  EVERY REQUESTER HAS BEEN SEEN'
005580             TO WS-TXT-TEXT
005590         PERFORM 8000-PRINT-TEXT-LINE
005600             THRU 8000-EXIT
005610     END-IF.

005620     IF WS-ABSENT-COUNT > ZERO
005630        OR WS-NEVER-SEEN-COUNT > ZERO
005640         IF WS-RETURN-CODE = ZERO
005650             MOVE 4 TO WS-RETURN-CODE
005660         END-IF
005670     END-IF.

005680 3000-EXIT.
005690     EXIT.

005700************************************************************
005710* 3100-CHECK-NEVER-SEEN -- LIST ONE REQUESTER THAT HAS NO
005720*                          HISTORY, ON THE DECK WHEN THE
005730*                          CARD ASKED FOR IT
005740************************************************************
005750 3100-CHECK-NEVER-SEEN.
005760     PERFORM 6100-READ-NEXT-REQUESTER
005770         THRU 6100-EXIT.
005780     IF WS-REQ-EOF
005790         GO TO 3100-EXIT
005800     END-IF.
005810     PERFORM 6200-READ-HISTORY
005820         THRU 6200-EXIT.
005830     IF WS-RQH-FOUND
005840         GO TO 3100-EXIT
005850     END-IF.

005860     ADD 1 TO WS-NEVER-SEEN-COUNT.
005870     MOVE HW-REQ-ID        TO WS-NEV-REQ-ID.
005880     MOVE HW-REQ-NAME      TO WS-NEV-REQ-NAME.
005890     MOVE HW-REQ-LANG-CODE TO WS-NEV-LANG-CODE.
005900     IF WS-DECK-NEVER-SEEN
005910         MOVE 'DELETE PROPOSED'    TO WS-NEV-DISPOSITION
005920     ELSE
005930         MOVE 'LISTED - NOT ON DECK' TO WS-NEV-DISPOSITION
005940     END-IF.
005950     MOVE WS-NEV-DETAIL-LINE TO WS-CUR-DETAIL-LINE.
005960     PERFORM 8200-PRINT-DETAIL-LINE
005970         THRU 8200-EXIT.
005980     IF WS-DECK-NEVER-SEEN
005990         PERFORM 4000-WRITE-DELETE-TRAN
006000             THRU 4000-EXIT
006010     END-IF.

006020 3100-EXIT.
006030     EXIT.

006040************************************************************
006050* 4000-WRITE-DELETE-TRAN -- WRITE A REQTRN DELETE FOR THE
006060*                           REQMST REQUESTER IN THE BUFFER
006070************************************************************
006080 4000-WRITE-DELETE-TRAN.
006090     IF NOT WS-DCK-OPEN
006100         GO TO 4000-EXIT
006110     END-IF.
006120     MOVE SPACES           TO HW-REQ-MAINT-RECORD.
006130     SET HW-RQT-ACTION-DELETE TO TRUE.
006140     MOVE HW-REQ-ID        TO HW-RQT-ID.
006150     MOVE HW-REQ-NAME      TO HW-RQT-NAME.
006160     MOVE HW-REQ-LANG-CODE TO HW-RQT-LANG-CODE.
006170     MOVE WS-OPERATOR-ID   TO HW-RQT-OPERATOR-ID.
006180     WRITE HW-REQ-MAINT-RECORD.
006190     IF NOT WS-DCK-OK
006200         DISPLAY 'HWREQATT: UNABLE TO WRITE REQDELTR, '
006210                 'STATUS = ' WS-DCK-FILE-STATUS
006220         MOVE 56 TO WS-RETURN-CODE
006230         CLOSE DELETE-DECK-FILE
006240         MOVE 'N' TO WS-DCK-OPEN-SW
006250         GO TO 4000-EXIT
006260     END-IF.
006270     ADD 1 TO WS-DECK-COUNT.

006280 4000-EXIT.
006290     EXIT.

006300************************************************************
006310* 5000-WRITE-TOTALS -- CONTROL TOTALS SO THE REPORT IS
006320*                      SELF-PROVING: READ = ATTENDING +
006330*                      ABSENT + NEVER SEEN
006340************************************************************
006350 5000-WRITE-TOTALS.
006360     MOVE WS-REQ-READ-COUNT TO WS-COUNT-EDIT.
006370     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006380     MOVE 'REQMST REQUESTERS READ' TO WS-TOT-LABEL.
006390     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
006400     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
006410         AFTER ADVANCING 2 LINES.

006420     MOVE WS-ATTENDING-COUNT TO WS-COUNT-EDIT.
006430     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006440     MOVE 'REQUESTERS ATTENDING' TO WS-TOT-LABEL.
006450     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
006460     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
006470         AFTER ADVANCING 1 LINE.

006480     MOVE WS-ABSENT-COUNT TO WS-COUNT-EDIT.
006490     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006500     MOVE 'REQUESTERS ABSENT PAST THE THRESHOLD' TO WS-TOT-LABEL.
006510     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
006520     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
006530         AFTER ADVANCING 1 LINE.

006540     MOVE WS-NEVER-SEEN-COUNT TO WS-COUNT-EDIT.
006550     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006560     MOVE 'REQUESTERS NEVER SEEN' TO WS-TOT-LABEL.
006570     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
006580     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
006590         AFTER ADVANCING 1 LINE.

006600     MOVE WS-DECK-COUNT TO WS-COUNT-EDIT.
006610     MOVE SPACES TO WS-RPT-TOTAL-LINE.
006620     MOVE 'DELETES PROPOSED ON REQDELTR' TO WS-TOT-LABEL.
006630     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
006640     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
006650         AFTER ADVANCING 1 LINE.

006660 5000-EXIT.
006670     EXIT.

006680************************************************************
006690* 6000-START-REQUESTER-BROWSE -- POSITION REQMST AT ITS
006700*                                FIRST KEY
006710************************************************************
006720 6000-START-REQUESTER-BROWSE.
006730     MOVE 'N' TO WS-REQ-EOF-SW.
006740     MOVE LOW-VALUES TO HW-REQ-ID.
006750     START REQUESTER-FILE
006760         KEY IS NOT LESS THAN HW-REQ-ID
006770         INVALID KEY
006780             SET WS-REQ-EOF TO TRUE
006790     END-START.
006800 6000-EXIT.
006810     EXIT.

006820************************************************************
006830* 6100-READ-NEXT-REQUESTER -- NEXT REQMST RECORD IN KEY ORDER
006840************************************************************
006850 6100-READ-NEXT-REQUESTER.
006860     READ REQUESTER-FILE NEXT RECORD
006870         AT END
006880             SET WS-REQ-EOF TO TRUE
006890     END-READ.
006900 6100-EXIT.
006910     EXIT.

006920************************************************************
006930* 6200-READ-HISTORY -- REQHIST RECORD FOR THE REQUESTER IN
006940*                      THE REQMST BUFFER
006950************************************************************
006960 6200-READ-HISTORY.
006970     MOVE 'N' TO WS-RQH-FOUND-SW.
006980     MOVE HW-REQ-ID TO HW-RQH-REQ-ID.
006990     READ REQ-HISTORY-FILE
007000         KEY IS HW-RQH-REQ-ID
007010         INVALID KEY
007020             CONTINUE
007030         NOT INVALID KEY
007040             SET WS-RQH-FOUND TO TRUE
007050     END-READ.
007060 6200-EXIT.
007070     EXIT.

007080************************************************************
007090* 6300-LOOKUP-DEPARTMENT -- DEPTMST RECORD FOR THE
007100*                           REQUESTER'S LAST DEPARTMENT
007110************************************************************
007120 6300-LOOKUP-DEPARTMENT.
007130     MOVE 'N' TO WS-DEP-FOUND-SW.
007140     IF NOT WS-DEP-OPEN
007150         GO TO 6300-EXIT
007160     END-IF.
007170     MOVE HW-RQH-LAST-DEPT TO HW-DEP-CODE.
007180     READ DEPARTMENT-FILE
007190         KEY IS HW-DEP-CODE
007200         INVALID KEY
007210             CONTINUE
007220         NOT INVALID KEY
007230             SET WS-DEP-FOUND TO TRUE
007240     END-READ.
007250 6300-EXIT.
007260     EXIT.

007270************************************************************
007280* 7000-CHECK-DATE -- SET WS-DATE-VALID WHEN WS-DTN-DATE IS A
007290*                    YYYYMMDD DATE THE DAY-NUMBER ROUTINE
007300*                    CAN TAKE
007310************************************************************
007320 7000-CHECK-DATE.
007330     MOVE 'N' TO WS-DATE-VALID-SW.
007340     IF WS-DTN-DATE NOT NUMERIC
007350         GO TO 7000-EXIT
007360     END-IF.
007370     IF WS-DTN-YEAR = ZERO
007380        OR WS-DTN-MONTH < 1 OR WS-DTN-MONTH > 12
007390        OR WS-DTN-DAY < 1 OR WS-DTN-DAY > 31
007400         GO TO 7000-EXIT
007410     END-IF.
007420     SET WS-DATE-VALID TO TRUE.
007430 7000-EXIT.
007440     EXIT.

007450************************************************************
007460* 7100-DATE-TO-DAY-NUMBER -- ABSOLUTE DAY NUMBER FOR THE
007470*                            YYYYMMDD DATE IN WS-DTN-DATE:
007480*                            (YEAR-1)*365 PLUS LEAP DAYS
007490*                            BEFORE THE YEAR PLUS CUMULATIVE
007500*                            DAYS BEFORE THE MONTH (LEAP
007510*                            CORRECTED PAST FEBRUARY) PLUS
007520*                            THE DAY.  RESULT IN
007530*                            WS-DTN-RESULT.
007540************************************************************
007550 7100-DATE-TO-DAY-NUMBER.
007560     COMPUTE WS-DTN-YM1 = WS-DTN-YEAR - 1.
007570     COMPUTE WS-DTN-RESULT = WS-DTN-YM1 * 365.
007580     DIVIDE WS-DTN-YM1 BY 4   GIVING WS-DTN-T1.
007590     DIVIDE WS-DTN-YM1 BY 100 GIVING WS-DTN-T2.
007600     DIVIDE WS-DTN-YM1 BY 400 GIVING WS-DTN-T3.
007610     COMPUTE WS-DTN-RESULT = WS-DTN-RESULT + WS-DTN-T1
007620         - WS-DTN-T2 + WS-DTN-T3
007630         + WS-CUM-DAYS (WS-DTN-MONTH) + WS-DTN-DAY.

007640     IF WS-DTN-MONTH > 2
007650         DIVIDE WS-DTN-YEAR BY 4
007660             GIVING WS-DTN-T1 REMAINDER WS-DTN-REM
007670         IF WS-DTN-REM = ZERO
007680             DIVIDE WS-DTN-YEAR BY 100
007690                 GIVING WS-DTN-T1 REMAINDER WS-DTN-REM
007700             IF WS-DTN-REM NOT = ZERO
007710                 ADD 1 TO WS-DTN-RESULT
007720             ELSE
007730                 DIVIDE WS-DTN-YEAR BY 400
007740                     GIVING WS-DTN-T1 REMAINDER WS-DTN-REM
007750                 IF WS-DTN-REM = ZERO
007760                     ADD 1 TO WS-DTN-RESULT
007770                 END-IF
007780             END-IF
007790         END-IF
007800     END-IF.

007810 7100-EXIT.
007820     EXIT.

007830************************************************************
007840* 8000-PRINT-TEXT-LINE -- PRINT WS-RPT-TEXT-LINE AS BUILT BY
007850*                         THE CALLER
007860************************************************************
007870 8000-PRINT-TEXT-LINE.
007880     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-TEXT-LINE
007890         AFTER ADVANCING 2 LINES.
007900 8000-EXIT.
007910     EXIT.

007920************************************************************
007930* 8100-WRITE-PAGE-HEADER -- TOP A NEW PAGE WITH THE REPORT
007940*                           HEADING
007950************************************************************
007960 8100-WRITE-PAGE-HEADER.
007970     ADD 1 TO WS-PAGE-COUNT.
007980     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
007990     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-RPT-HEADER-LINE
008000         AFTER ADVANCING PAGE.
008010 8100-EXIT.
008020     EXIT.

008030************************************************************
008040* 8200-PRINT-DETAIL-LINE -- ONE DETAIL LINE AS BUILT BY THE
008050*                           CALLER, REPEATING THE HEADING AND
008060*                           THE SECTION'S COLUMN LINE WHEN
008070*                           THE PAGE FILLS
008080************************************************************
008090 8200-PRINT-DETAIL-LINE.
008100     WRITE HW-ATTENDANCE-PRINT-RECORD FROM WS-CUR-DETAIL-LINE
008110         AFTER ADVANCING 1 LINE
008120         AT END-OF-PAGE
008130             PERFORM 8100-WRITE-PAGE-HEADER
008140                 THRU 8100-EXIT
008150             WRITE HW-ATTENDANCE-PRINT-RECORD
008160                 FROM WS-CUR-COLUMN-LINE
008170                 AFTER ADVANCING 2 LINES
008180     END-WRITE.
008190 8200-EXIT.
008200     EXIT.

008210************************************************************
008220* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
008230************************************************************
008240 9999-TERMINATE.
008250     IF WS-REQ-OPEN
008260         CLOSE REQUESTER-FILE
008270     END-IF.
008280     IF WS-RQH-OPEN
008290         CLOSE REQ-HISTORY-FILE
008300     END-IF.
008310     IF WS-DEP-OPEN
008320         CLOSE DEPARTMENT-FILE
008330     END-IF.
008340     IF WS-DCK-OPEN
008350         CLOSE DELETE-DECK-FILE
008360     END-IF.
008370     IF WS-PRT-OPEN
008380         CLOSE ATTENDANCE-PRINT-FILE
008390     END-IF.

008400 9999-EXIT.
008410     EXIT.
