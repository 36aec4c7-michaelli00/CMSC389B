000010************************************************************
000020* NOSHOW.COB
000030*
000040* PROGRAM-ID : HWNOSHOW
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* MISSED-RUN ("NO-SHOW") DETECTION REPORT.  HWXAUDIT,
000100* HWDAYSUM AND HWSLARPT CAN ONLY REPORT ON EXECUTIONS THAT
000110* LEFT RUNLOG OR STATVSAM EVIDENCE, SO A STREAM WHOSE
000120* CONTROL CARD WAS DROPPED FROM THE DECK PRODUCES NO ERROR
000130* ANYWHERE.  THIS NIGHTLY REPORT EXPANDS THE SCHDMST STREAM
000140* SCHEDULE MASTER (MAINTAINED BY HWSCHMNT) AGAINST THE
000150* CALFILE BATCH CALENDAR FOR THE CYCLE DATE AND LISTS EVERY
000160* STREAM ON THE MASTER WITH ITS DISPOSITION:
000170*   - NOT SCHEDULED: AN ADHOC STREAM, A DAY ITS DAY RULE
000180*     DOES NOT RUN, A HOLIDAY (NO SHIFTS RUN AT ALL), OR A
000190*     DATE WHOSE CALENDAR SHIFT LIST DOES NOT CARRY THE
000200*     STREAM'S SHIFT;
000210*   - RAN: A START EVENT FOR THE CYCLE DATE IS ON RUNLOG,
000220*     OR A HW-STATUS-RECORD FOR THE DATE IS ON STATVSAM;
000230*   - NOT YET DUE: THE REPORT IS RUNNING ON THE CYCLE DATE
000240*     ITSELF AND THE STREAM'S EXPECTED COMPLETION TIME HAS
000250*     NOT PASSED (AN EXPECTED END EARLIER THAN THE DAY'S
000260*     BATCH-WINDOW START IS TAKEN AS AFTER MIDNIGHT);
000270*   - NO-SHOW: EXPECTED, DUE, AND NO EVIDENCE AT ALL.
000280* EACH NO-SHOW ALSO WRITES AN HW-ALERT-RECORD TO THE
000290* ALRTFILE OPERATOR-ALERT INTERFACE FILE SO IT IS PAGED AND
000300* CARRIED ONTO OPENALRT BY HWALRDSP LIKE ANY OTHER FAILURE.
000310*
000320* THE CYCLE DATE IS READ FROM THE NSCARD CONTROL CARD; WHEN
000330* NO CARD IS SUPPLIED THE CURRENT DATE IS ASSUMED.  A
000340* MISSING CALFILE, OR A CYCLE DATE WITH NO CALENDAR RECORD,
000350* EXPANDS THE MASTER ON ITS DAY RULES ALONE AND SAYS SO ON
000360* THE REPORT -- THE SAME BYPASS THE STARTUP STEP TAKES --
000370* RATHER THAN LETTING A MISSING CALENDAR HIDE A NO-SHOW.
000380*
000390* RETURN-CODE VALUES
000400*   00 = EVERY EXPECTED STREAM RAN (OR IS NOT YET DUE)
000410*   04 = CALENDAR CHECK BYPASSED - SHIFT AND HOLIDAY RULES
000420*        NOT APPLIED
000430*   08 = ONE OR MORE NO-SHOWS FOUND AND ALERTED
000440*   16 = NSCARD CYCLE DATE IS NOT A VALID DATE
000450*   32 = SCHDMST COULD NOT BE OPENED
000460*   36 = RUNLOG COULD NOT BE OPENED
000470*   40 = NSRPT COULD NOT BE OPENED
000480*   44 = STATVSAM COULD NOT BE OPENED
000490*
000500* MODIFICATION HISTORY
000510*   DATE       INIT  DESCRIPTION
000520*   ---------- ----  --------------------------------------
000530*   2026-10-15  JRM  ORIGINAL PROGRAM.
000540************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.    HWNOSHOW.
000570 AUTHOR.        J. R. MORALES.
000580 INSTALLATION.  CMSC389B BATCH SERVICES.
000590 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.

000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 SPECIAL-NAMES.
000660     CONSOLE IS CONSOLE.

000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT NOSHOW-CARD-FILE
000700         ASSIGN TO NSCARD
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CARD-FILE-STATUS.

000730     SELECT SCHEDULE-FILE
000740         ASSIGN TO SCHDMST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS HW-SCH-JOB-NAME
000780         FILE STATUS IS WS-SCH-FILE-STATUS.

000790     SELECT CALENDAR-FILE
000800         ASSIGN TO CALFILE
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HW-CAL-DATE
000840         FILE STATUS IS WS-CAL-FILE-STATUS.

000850     SELECT RUN-LOG-FILE
000860         ASSIGN TO RUNLOG
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-LOG-FILE-STATUS.

000890     SELECT STATUS-FILE
000900         ASSIGN TO STATVSAM
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS HW-STAT-KEY
000940         FILE STATUS IS WS-STAT-FILE-STATUS.

000950     SELECT ALERT-FILE
000960         ASSIGN TO ALRTFILE
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-ALR-FILE-STATUS.

000990     SELECT NOSHOW-PRINT-FILE
001000         ASSIGN TO NSRPT
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-PRT-FILE-STATUS.

001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  NOSHOW-CARD-FILE
001060     RECORDING MODE IS F.
001070 01  HW-NOSHOW-CARD.
001080     05  HW-NSC-CYCLE-DATE       PIC X(08).
001090     05  FILLER                  PIC X(72).

001100 FD  SCHEDULE-FILE.
001110 COPY HWSCHREC.

001120 FD  CALENDAR-FILE.
001130 COPY HWCALREC.

001140 FD  RUN-LOG-FILE
001150     RECORDING MODE IS F.
001160 COPY HWLOGREC.

001170 FD  STATUS-FILE.
001180 COPY HWSTATREC.

001190 FD  ALERT-FILE
001200     RECORDING MODE IS F.
001210 COPY HWALRREC.

001220 FD  NOSHOW-PRINT-FILE
001230     LINAGE IS 60 LINES
001240         LINES AT TOP 2
001250         LINES AT BOTTOM 3.
001260 01  HW-NOSHOW-PRINT-RECORD      PIC X(132).

001270 WORKING-STORAGE SECTION.
001280*---------------------------------------------------------*
001290*    SWITCHES AND COUNTERS                                 *
001300*---------------------------------------------------------*
001310 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
001320     88  WS-CARD-OK                      VALUE '00'.

001330 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001340     88  WS-CARD-READ                    VALUE 'Y'.

001350 77  WS-SCH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001360     88  WS-SCH-OK                       VALUE '00'.

001370 77  WS-SCH-OPEN-SW          PIC X(01)   VALUE 'N'.
001380     88  WS-SCH-OPEN                     VALUE 'Y'.

001390 77  WS-SCH-EOF-SW           PIC X(01)   VALUE 'N'.
001400     88  WS-SCH-EOF                      VALUE 'Y'.

001410 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001420     88  WS-CAL-OK                       VALUE '00'.

001430 77  WS-CAL-FOUND-SW         PIC X(01)   VALUE 'N'.
001440     88  WS-CAL-FOUND                    VALUE 'Y'.

001450 77  WS-LOG-FILE-STATUS      PIC X(02)   VALUE SPACES.
001460     88  WS-LOG-OK                       VALUE '00'.

001470 77  WS-LOG-OPEN-SW          PIC X(01)   VALUE 'N'.
001480     88  WS-LOG-OPEN                     VALUE 'Y'.

001490 77  WS-LOG-EOF-SW           PIC X(01)   VALUE 'N'.
001500     88  WS-LOG-EOF                      VALUE 'Y'.

001510 77  WS-STAT-FILE-STATUS     PIC X(02)   VALUE SPACES.
001520     88  WS-STAT-OK                      VALUE '00'.

001530 77  WS-STAT-OPEN-SW         PIC X(01)   VALUE 'N'.
001540     88  WS-STAT-OPEN                    VALUE 'Y'.

001550 77  WS-STAT-FOUND-SW        PIC X(01)   VALUE 'N'.
001560     88  WS-STAT-FOUND                   VALUE 'Y'.

001570 77  WS-ALR-FILE-STATUS      PIC X(02)   VALUE SPACES.
001580     88  WS-ALR-OK                       VALUE '00'.

001590 77  WS-ALR-OPEN-SW          PIC X(01)   VALUE 'N'.
001600     88  WS-ALR-OPEN                     VALUE 'Y'.

001610 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001620     88  WS-PRT-OK                       VALUE '00'.

001630 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001640     88  WS-PRT-OPEN                     VALUE 'Y'.

001650 77  WS-EXPECTED-SW          PIC X(01)   VALUE 'N'.
001660     88  WS-STREAM-EXPECTED              VALUE 'Y'.

001670 77  WS-SHIFT-OK-SW          PIC X(01)   VALUE 'N'.
001680     88  WS-SHIFT-OK                     VALUE 'Y'.

001690 77  WS-MONTH-END-SW         PIC X(01)   VALUE 'N'.
001700     88  WS-CYCLE-MONTH-END              VALUE 'Y'.

001710 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001720 77  WS-STREAMS-READ         PIC 9(05)   VALUE ZERO COMP.
001730 77  WS-NOT-SCHED-COUNT      PIC 9(05)   VALUE ZERO COMP.
001740 77  WS-EXPECTED-COUNT       PIC 9(05)   VALUE ZERO COMP.
001750 77  WS-RAN-COUNT            PIC 9(05)   VALUE ZERO COMP.
001760 77  WS-NOT-DUE-COUNT        PIC 9(05)   VALUE ZERO COMP.
001770 77  WS-NOSHOW-COUNT         PIC 9(05)   VALUE ZERO COMP.
001780 77  WS-ALERT-COUNT          PIC 9(05)   VALUE ZERO COMP.
001790 77  WS-COUNT-EDIT           PIC ZZZZ9.

001800*---------------------------------------------------------*
001810*    CURRENT DATE/TIME AND CYCLE DATE                      *
001820*---------------------------------------------------------*
001830 01  WS-CURRENT-DATE-TIME.
001840     05  WS-CURRENT-DATE      PIC X(08).
001850     05  WS-CURRENT-TIME      PIC X(08).

001860 01  WS-CYCLE-DATE           PIC X(08)   VALUE SPACES.
001870 01  WS-CYCLE-DATE-R REDEFINES WS-CYCLE-DATE.
001880     05  WS-CYC-YEAR          PIC 9(04).
001890     05  WS-CYC-MONTH         PIC 9(02).
001900     05  WS-CYC-DAY           PIC 9(02).

001910*---------------------------------------------------------*
001920*    THE CYCLE DATE'S CALENDAR FACTS.  WS-CAL-BYPASS-SW IS *
001930*    SET WHEN CALFILE OR THE DATE'S RECORD IS MISSING, AND *
001940*    THE SHIFT AND HOLIDAY RULES ARE THEN NOT APPLIED.     *
001950*---------------------------------------------------------*
001960 77  WS-CAL-BYPASS-SW        PIC X(01)   VALUE 'N'.
001970     88  WS-CAL-BYPASSED                 VALUE 'Y'.
001980 77  WS-CYC-SHIFT-LIST       PIC X(04)   VALUE SPACES.
001990 77  WS-CYC-HOLIDAY-FLAG     PIC X(01)   VALUE 'N'.
002000     88  WS-CYCLE-HOLIDAY                VALUE 'Y'.
002010 77  WS-CYC-WINDOW-START     PIC X(08)   VALUE SPACES.
002020 77  WS-CAL-SUB              PIC 9(02)   VALUE ZERO COMP.

002030*---------------------------------------------------------*
002040*    DAYS PER MONTH, FEBRUARY CORRECTED FOR LEAP YEARS     *
002050*---------------------------------------------------------*
002060 01  WS-MONTH-TABLE-DATA     PIC X(24)   VALUE
002070     '312831303130313130313031'.
002080 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.
002090     05  WS-MONTH-DAYS        OCCURS 12 TIMES
002100                              PIC 9(02).

002110 77  WS-LEAP-SW              PIC X(01)   VALUE 'N'.
002120     88  WS-LEAP-YEAR                    VALUE 'Y'.
002130 77  WS-LEAP-QUOT            PIC 9(04)   VALUE ZERO COMP.
002140 77  WS-LEAP-REM             PIC 9(04)   VALUE ZERO COMP.

002150*---------------------------------------------------------*
002160*    DAY-OF-WEEK WORK FIELDS (ZELLER, AS HWCALBLD).        *
002170*    RESULT: 0 = SATURDAY, 1 = SUNDAY ... 6 = FRIDAY.      *
002180*    WS-DAY-SUB IS THE MATCHING HW-SCH-DAY-FLAG SUBSCRIPT  *
002190*    (1 = SUNDAY ... 7 = SATURDAY).                        *
002200*---------------------------------------------------------*
002210 77  WS-ZEL-YEAR             PIC 9(04)   VALUE ZERO COMP.
002220 77  WS-ZEL-MONTH            PIC 9(02)   VALUE ZERO COMP.
002230 77  WS-ZEL-J                PIC 9(02)   VALUE ZERO COMP.
002240 77  WS-ZEL-K                PIC 9(02)   VALUE ZERO COMP.
002250 77  WS-ZEL-T1               PIC 9(04)   VALUE ZERO COMP.
002260 77  WS-ZEL-T2               PIC 9(04)   VALUE ZERO COMP.
002270 77  WS-ZEL-T3               PIC 9(04)   VALUE ZERO COMP.
002280 77  WS-ZEL-WORK             PIC 9(04)   VALUE ZERO COMP.
002290 77  WS-DAY-OF-WEEK          PIC 9(01)   VALUE ZERO.
002300 77  WS-DAY-SUB              PIC 9(01)   VALUE ZERO.

002310 01  WS-DAY-NAME-DATA.
002320     05  FILLER               PIC X(27)   VALUE
002330         'SUNDAY   MONDAY   TUESDAY  '.
002340     05  FILLER               PIC X(36)   VALUE
002350         'WEDNESDAYTHURSDAY FRIDAY   SATURDAY '.
002360 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-DATA.
002370     05  WS-DAY-NAME          OCCURS 7 TIMES
002380                              PIC X(09).

002390*---------------------------------------------------------*
002400*    STREAMS WITH A START EVENT ON THE CYCLE DATE, BUILT   *
002410*    FROM ONE PASS OF THE RUN LOG                          *
002420*---------------------------------------------------------*
002430 01  WS-STARTED-TABLE.
002440     05  WS-STARTED-JOB       OCCURS 200 TIMES
002450                              PIC X(08).

002460 77  WS-STARTED-COUNT        PIC 9(03)   VALUE ZERO COMP.
002470 77  WS-STARTED-SUB          PIC 9(03)   VALUE ZERO COMP.
002480 77  WS-STARTED-FOUND-SW     PIC X(01)   VALUE 'N'.
002490     88  WS-STARTED-FOUND                VALUE 'Y'.
002500 77  WS-STARTED-FULL-SW      PIC X(01)   VALUE 'N'.
002510     88  WS-STARTED-FULL-WARNED          VALUE 'Y'.

002520 77  WS-LOOKUP-JOB           PIC X(08)   VALUE SPACES.
002530 77  WS-DISPOSITION          PIC X(40)   VALUE SPACES.

002540*---------------------------------------------------------*
002550*    NO-SHOW REPORT LINES                                  *
002560*---------------------------------------------------------*
002570 01  WS-NSR-HEADER-LINE.
002580     05  FILLER               PIC X(26)  VALUE
002590         'STREAM NO-SHOW REPORT FOR '.
002600     05  WS-HDR-CYCLE-DATE    PIC X(08).
002610     05  FILLER               PIC X(05)  VALUE SPACES.
002620     05  FILLER               PIC X(12)  VALUE 'PREPARED ON '.
002630     05  WS-HDR-PREP-DATE     PIC X(08).
002640     05  FILLER               PIC X(03)  VALUE ' AT'.
002650     05  FILLER               PIC X(01)  VALUE SPACE.
002660     05  WS-HDR-PREP-TIME     PIC X(08).
002670     05  FILLER               PIC X(61)  VALUE SPACES.

002680 01  WS-NSR-COLUMN-LINE.
002690     05  FILLER               PIC X(10)  VALUE 'JOB NAME  '.
002700     05  FILLER               PIC X(04)  VALUE 'SH  '.
002710     05  FILLER               PIC X(09)  VALUE 'RUN MODE '.
002720     05  FILLER               PIC X(06)  VALUE 'RULE  '.
002730     05  FILLER               PIC X(09)  VALUE 'SMTWTFS  '.
002740     05  FILLER               PIC X(10)  VALUE 'OWNER     '.
002750     05  FILLER               PIC X(10)  VALUE 'EXP END   '.
002760     05  FILLER               PIC X(40)  VALUE 'DISPOSITION'.
002770     05  FILLER               PIC X(34)  VALUE SPACES.

002780 01  WS-NSR-DETAIL-LINE.
002790     05  WS-DTL-JOB           PIC X(08).
002800     05  FILLER               PIC X(02)  VALUE SPACES.
002810     05  WS-DTL-SHIFT         PIC X(01).
002820     05  FILLER               PIC X(03)  VALUE SPACES.
002830     05  WS-DTL-RUN-MODE      PIC X(07).
002840     05  FILLER               PIC X(02)  VALUE SPACES.
002850     05  WS-DTL-RULE          PIC X(01).
002860     05  FILLER               PIC X(05)  VALUE SPACES.
002870     05  WS-DTL-DAY-FLAGS     PIC X(07).
002880     05  FILLER               PIC X(02)  VALUE SPACES.
002890     05  WS-DTL-DEPT          PIC X(08).
002900     05  FILLER               PIC X(02)  VALUE SPACES.
002910     05  WS-DTL-EXP-END       PIC X(08).
002920     05  FILLER               PIC X(02)  VALUE SPACES.
002930     05  WS-DTL-DISP          PIC X(40).
002940     05  FILLER               PIC X(34)  VALUE SPACES.

002950 01  WS-NSR-TEXT-LINE.
002960     05  WS-TXT-TEXT          PIC X(78).
002970     05  FILLER               PIC X(54)  VALUE SPACES.

002980 01  WS-NSR-TOTAL-LINE.
002990     05  WS-TOT-LABEL         PIC X(40).
003000     05  WS-TOT-COUNT         PIC X(06).
003010     05  FILLER               PIC X(86)  VALUE SPACES.

003020 PROCEDURE DIVISION.
003030************************************************************
003040* 0000-MAINLINE
003050************************************************************
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-EXIT.
003090     IF WS-RETURN-CODE = ZERO
003100         PERFORM 2000-LOAD-CALENDAR-FACTS
003110             THRU 2000-EXIT
003120         PERFORM 3000-LOAD-STARTED-STREAMS
003130             THRU 3000-EXIT
003140         PERFORM 4000-CHECK-EACH-STREAM
003150             THRU 4000-EXIT
003160         PERFORM 7000-WRITE-TOTALS
003170             THRU 7000-EXIT
003180     END-IF.
003190     PERFORM 9999-TERMINATE
003200         THRU 9999-EXIT.
003210     MOVE WS-RETURN-CODE TO RETURN-CODE.
003220     STOP RUN.

003230************************************************************
003240* 1000-INITIALIZE -- PICK UP THE CYCLE DATE AND OPEN THE
003250*                    MASTER, THE EVIDENCE FILES AND THE
003260*                    REPORT.  THE REPORT FAILS CLOSED ON
003270*                    RUNLOG AND STATVSAM -- EVIDENCE IT
003280*                    CANNOT READ WOULD TURN EVERY STREAM
003290*                    INTO A FALSE NO-SHOW.
003300************************************************************
003310 1000-INITIALIZE.
003320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003330     ACCEPT WS-CURRENT-TIME FROM TIME.
003340     MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.

003350     OPEN INPUT NOSHOW-CARD-FILE.
003360     IF WS-CARD-OK
003370         READ NOSHOW-CARD-FILE
003380             AT END
003390                 CONTINUE
003400             NOT AT END
003410                 SET WS-CARD-READ TO TRUE
003420         END-READ
003430         IF WS-CARD-READ AND HW-NSC-CYCLE-DATE NOT = SPACES
003440             MOVE HW-NSC-CYCLE-DATE TO WS-CYCLE-DATE
003450         END-IF
003460         CLOSE NOSHOW-CARD-FILE
003470     ELSE
003480         DISPLAY 'HWNOSHOW: NSCARD NOT AVAILABLE, CHECKING '
003490                 'CURRENT DATE ' WS-CYCLE-DATE
003500     END-IF.

003510     IF WS-CYCLE-DATE NOT NUMERIC
003520        OR WS-CYC-MONTH < 1 OR WS-CYC-MONTH > 12
003530        OR WS-CYC-DAY < 1 OR WS-CYC-DAY > 31
003540         DISPLAY 'HWNOSHOW: CYCLE DATE "' WS-CYCLE-DATE
003550                 '" IS NOT A VALID YYYYMMDD DATE'
003560         MOVE 16 TO WS-RETURN-CODE
003570         GO TO 1000-EXIT
003580     END-IF.

003590     OPEN INPUT SCHEDULE-FILE.
003600     IF NOT WS-SCH-OK
003610         DISPLAY 'HWNOSHOW: UNABLE TO OPEN SCHDMST, '
003620                 'STATUS = ' WS-SCH-FILE-STATUS
003630         MOVE 32 TO WS-RETURN-CODE
003640         GO TO 1000-EXIT
003650     END-IF.
003660     SET WS-SCH-OPEN TO TRUE.

003670     OPEN INPUT RUN-LOG-FILE.
003680     IF NOT WS-LOG-OK
003690         DISPLAY 'HWNOSHOW: UNABLE TO OPEN RUNLOG, '
003700                 'STATUS = ' WS-LOG-FILE-STATUS
003710         MOVE 36 TO WS-RETURN-CODE
003720         GO TO 1000-EXIT
003730     END-IF.
003740     SET WS-LOG-OPEN TO TRUE.

003750     OPEN INPUT STATUS-FILE.
003760     IF NOT WS-STAT-OK
003770         DISPLAY 'HWNOSHOW: UNABLE TO OPEN STATVSAM, '
003780                 'STATUS = ' WS-STAT-FILE-STATUS
003790         MOVE 44 TO WS-RETURN-CODE
003800         GO TO 1000-EXIT
003810     END-IF.
003820     SET WS-STAT-OPEN TO TRUE.

003830     OPEN OUTPUT NOSHOW-PRINT-FILE.
003840     IF NOT WS-PRT-OK
003850         DISPLAY 'HWNOSHOW: UNABLE TO OPEN NSRPT, '
003860                 'STATUS = ' WS-PRT-FILE-STATUS
003870         MOVE 40 TO WS-RETURN-CODE
003880         GO TO 1000-EXIT
003890     END-IF.
003900     SET WS-PRT-OPEN TO TRUE.

003910     MOVE WS-CYCLE-DATE   TO WS-HDR-CYCLE-DATE.
003920     MOVE WS-CURRENT-DATE TO WS-HDR-PREP-DATE.
003930     MOVE WS-CURRENT-TIME TO WS-HDR-PREP-TIME.
003940     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-HEADER-LINE
003950         AFTER ADVANCING PAGE.

003960 1000-EXIT.
003970     EXIT.

003980************************************************************
003990* 2000-LOAD-CALENDAR-FACTS -- WORK OUT THE CYCLE DATE'S DAY
004000*                             OF WEEK AND WHETHER IT IS THE
004010*                             LAST DAY OF ITS MONTH, FETCH
004020*                             ITS CALFILE RECORD, AND PRINT
004030*                             WHAT THE EXPANSION IS BASED ON
004040************************************************************
004050 2000-LOAD-CALENDAR-FACTS.
004060     PERFORM 2100-SET-FEBRUARY-LENGTH
004070         THRU 2100-EXIT.
004080     MOVE 'N' TO WS-MONTH-END-SW.
004090     IF WS-CYC-DAY = WS-MONTH-DAYS (WS-CYC-MONTH)
004100         SET WS-CYCLE-MONTH-END TO TRUE
004110     END-IF.

004120     PERFORM 2200-DAY-OF-WEEK
004130         THRU 2200-EXIT.
004140     IF WS-DAY-OF-WEEK = ZERO
004150         MOVE 7 TO WS-DAY-SUB
004160     ELSE
004170         MOVE WS-DAY-OF-WEEK TO WS-DAY-SUB
004180     END-IF.

004190     PERFORM 2300-READ-CALENDAR
004200         THRU 2300-EXIT.

004210     MOVE SPACES TO WS-NSR-TEXT-LINE.
004220     STRING 'CYCLE DATE IS A '          DELIMITED BY SIZE
004230            WS-DAY-NAME (WS-DAY-SUB)    DELIMITED BY SPACE
004240            '.  MONTH-END: '            DELIMITED BY SIZE
004250            WS-MONTH-END-SW             DELIMITED BY SIZE
004260            INTO WS-TXT-TEXT.
004270     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TEXT-LINE
004280         AFTER ADVANCING 2 LINES.

004290     MOVE SPACES TO WS-NSR-TEXT-LINE.
004300     IF WS-CAL-BYPASSED
004310         MOVE '** NO CALENDAR - SHIFT/HOLIDAY RULES NOT APPLIED'
004320             TO WS-TXT-TEXT
004330         IF WS-RETURN-CODE < 4
004340             MOVE 4 TO WS-RETURN-CODE
004350         END-IF
004360     ELSE
004370         STRING 'CALENDAR SHIFTS: '     DELIMITED BY SIZE
004380                WS-CYC-SHIFT-LIST       DELIMITED BY SIZE
004390                '  HOLIDAY: '           DELIMITED BY SIZE
004400                WS-CYC-HOLIDAY-FLAG     DELIMITED BY SIZE
004410                INTO WS-TXT-TEXT
004420     END-IF.
004430     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TEXT-LINE
004440         AFTER ADVANCING 1 LINE.

004450     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-COLUMN-LINE
004460         AFTER ADVANCING 2 LINES.

004470 2000-EXIT.
004480     EXIT.

004490************************************************************
004500* 2100-SET-FEBRUARY-LENGTH -- CORRECT THE MONTH TABLE'S
004510*                             FEBRUARY ENTRY FOR THE CYCLE
004520*                             YEAR (DIVISIBLE BY 4, EXCEPT
004530*                             CENTURIES NOT DIVISIBLE BY 400)
004540************************************************************
004550 2100-SET-FEBRUARY-LENGTH.
004560     MOVE 'N' TO WS-LEAP-SW.
004570     DIVIDE WS-CYC-YEAR BY 4
004580         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004590     IF WS-LEAP-REM = ZERO
004600         SET WS-LEAP-YEAR TO TRUE
004610     END-IF.
004620     DIVIDE WS-CYC-YEAR BY 100
004630         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004640     IF WS-LEAP-REM = ZERO
004650         MOVE 'N' TO WS-LEAP-SW
004660         DIVIDE WS-CYC-YEAR BY 400
004670             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
004680         IF WS-LEAP-REM = ZERO
004690             SET WS-LEAP-YEAR TO TRUE
004700         END-IF
004710     END-IF.
004720     IF WS-LEAP-YEAR
004730         MOVE 29 TO WS-MONTH-DAYS (2)
004740     ELSE
004750         MOVE 28 TO WS-MONTH-DAYS (2)
004760     END-IF.

004770 2100-EXIT.
004780     EXIT.

004790************************************************************
004800* 2200-DAY-OF-WEEK -- ZELLER'S CONGRUENCE FOR THE CYCLE
004810*                     DATE.  EACH DIVISION IS A SEPARATE
004820*                     DIVIDE INTO AN INTEGER FIELD SO EVERY
004830*                     INTERMEDIATE TRUNCATES AS THE
004840*                     CONGRUENCE REQUIRES.
004850************************************************************
004860 2200-DAY-OF-WEEK.
004870     MOVE WS-CYC-YEAR  TO WS-ZEL-YEAR.
004880     MOVE WS-CYC-MONTH TO WS-ZEL-MONTH.
004890     IF WS-ZEL-MONTH < 3
004900         ADD 12 TO WS-ZEL-MONTH
004910         SUBTRACT 1 FROM WS-ZEL-YEAR
004920     END-IF.
004930     DIVIDE WS-ZEL-YEAR BY 100
004940         GIVING WS-ZEL-J REMAINDER WS-ZEL-K.
004950     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MONTH + 1).
004960     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
004970     DIVIDE WS-ZEL-K  BY 4 GIVING WS-ZEL-T2.
004980     DIVIDE WS-ZEL-J  BY 4 GIVING WS-ZEL-T3.
004990     COMPUTE WS-ZEL-WORK = WS-CYC-DAY + WS-ZEL-T1
005000         + WS-ZEL-K + WS-ZEL-T2 + WS-ZEL-T3
005010         + (5 * WS-ZEL-J).
005020     DIVIDE WS-ZEL-WORK BY 7
005030         GIVING WS-ZEL-T1 REMAINDER WS-DAY-OF-WEEK.

005040 2200-EXIT.
005050     EXIT.

005060************************************************************
005070* 2300-READ-CALENDAR -- FETCH THE CYCLE DATE'S CALENDAR
005080*                       RECORD AND KEEP ITS SHIFT LIST,
005090*                       HOLIDAY FLAG AND WINDOW START.  A
005100*                       MISSING CALFILE OR RECORD SETS THE
005110*                       BYPASS SWITCH.  CALFILE IS OPENED
005120*                       AND CLOSED HERE -- ONE READ IS ALL
005130*                       THE RUN NEEDS.
005140************************************************************
005150 2300-READ-CALENDAR.
005160     OPEN INPUT CALENDAR-FILE.
005170     IF NOT WS-CAL-OK
005180         DISPLAY 'HWNOSHOW: CALFILE NOT AVAILABLE, '
005190                 'STATUS = ' WS-CAL-FILE-STATUS
005200                 ' - CALENDAR CHECK BYPASSED'
005210         SET WS-CAL-BYPASSED TO TRUE
005220         GO TO 2300-EXIT
005230     END-IF.

005240     MOVE 'N' TO WS-CAL-FOUND-SW.
005250     MOVE WS-CYCLE-DATE TO HW-CAL-DATE.
005260     READ CALENDAR-FILE
005270         KEY IS HW-CAL-DATE
005280         INVALID KEY
005290             CONTINUE
005300         NOT INVALID KEY
005310             SET WS-CAL-FOUND TO TRUE
005320     END-READ.

005330     IF WS-CAL-FOUND
005340         MOVE HW-CAL-SHIFT-LIST   TO WS-CYC-SHIFT-LIST
005350         MOVE HW-CAL-HOLIDAY-FLAG TO WS-CYC-HOLIDAY-FLAG
005360         MOVE HW-CAL-WINDOW-START TO WS-CYC-WINDOW-START
005370     ELSE
005380         DISPLAY 'HWNOSHOW: NO CALENDAR RECORD FOR '
005390                 WS-CYCLE-DATE ' - CALENDAR CHECK BYPASSED'
005400         SET WS-CAL-BYPASSED TO TRUE
005410     END-IF.
005420     CLOSE CALENDAR-FILE.

005430 2300-EXIT.
005440     EXIT.

005450************************************************************
005460* 3000-LOAD-STARTED-STREAMS -- ONE PASS OF THE RUN LOG,
005470*                              KEEPING EVERY JOB WITH A START
005480*                              EVENT ON THE CYCLE DATE
005490************************************************************
005500 3000-LOAD-STARTED-STREAMS.
005510     PERFORM 3100-READ-LOG-RECORD
005520         THRU 3100-EXIT.
005530     PERFORM 3200-POST-LOG-RECORD
005540         THRU 3200-EXIT
005550         UNTIL WS-LOG-EOF.

005560 3000-EXIT.
005570     EXIT.

005580************************************************************
005590* 3100-READ-LOG-RECORD -- READ THE NEXT RUN-LOG EVENT
005600************************************************************
005610 3100-READ-LOG-RECORD.
005620     READ RUN-LOG-FILE
005630         AT END
005640             SET WS-LOG-EOF TO TRUE
005650     END-READ.

005660 3100-EXIT.
005670     EXIT.

005680************************************************************
005690* 3200-POST-LOG-RECORD -- ADD THE JOB OF A CYCLE-DATE START
005700*                         EVENT TO THE STARTED TABLE (ONCE).
005710*                         A FULL TABLE IS REPORTED ONCE; THE
005720*                         STATVSAM CHECK STILL COVERS ANY
005730*                         STREAM LEFT OUT.
005740************************************************************
005750 3200-POST-LOG-RECORD.
005760     IF HW-LOG-DATE NOT = WS-CYCLE-DATE
005770        OR NOT HW-LOG-EVENT-START
005780         GO TO 3200-NEXT
005790     END-IF.

005800     MOVE HW-LOG-JOB-NAME TO WS-LOOKUP-JOB.
005810     PERFORM 3300-FIND-STARTED-JOB
005820         THRU 3300-EXIT.
005830     IF WS-STARTED-FOUND
005840         GO TO 3200-NEXT
005850     END-IF.
005860     IF WS-STARTED-COUNT < 200
005870         ADD 1 TO WS-STARTED-COUNT
005880         MOVE WS-LOOKUP-JOB TO WS-STARTED-JOB (WS-STARTED-COUNT)
005890     ELSE
005900         IF NOT WS-STARTED-FULL-WARNED
005910             DISPLAY 'HWNOSHOW: STARTED-STREAM TABLE FULL, '
005920                     'CHECKING REMAINING STREAMS ON STATVSAM'
005930             SET WS-STARTED-FULL-WARNED TO TRUE
005940         END-IF
005950     END-IF.

005960 3200-NEXT.
005970     PERFORM 3100-READ-LOG-RECORD
005980         THRU 3100-EXIT.

005990 3200-EXIT.
006000     EXIT.

006010************************************************************
006020* 3300-FIND-STARTED-JOB -- IS WS-LOOKUP-JOB IN THE STARTED
006030*                          TABLE?
006040************************************************************
006050 3300-FIND-STARTED-JOB.
006060     MOVE 'N' TO WS-STARTED-FOUND-SW.
006070     MOVE ZERO TO WS-STARTED-SUB.
006080     PERFORM 3310-SCAN-STARTED-TABLE
006090         THRU 3310-EXIT
006100         UNTIL WS-STARTED-FOUND
006110            OR WS-STARTED-SUB >= WS-STARTED-COUNT.

006120 3300-EXIT.
006130     EXIT.

006140 3310-SCAN-STARTED-TABLE.
006150     ADD 1 TO WS-STARTED-SUB.
006160     IF WS-STARTED-JOB (WS-STARTED-SUB) = WS-LOOKUP-JOB
006170         SET WS-STARTED-FOUND TO TRUE
006180     END-IF.
006190 3310-EXIT.
006200     EXIT.

006210************************************************************
006220* 4000-CHECK-EACH-STREAM -- BROWSE THE WHOLE SCHEDULE MASTER
006230*                           IN JOB-NAME ORDER
006240************************************************************
006250 4000-CHECK-EACH-STREAM.
006260     MOVE LOW-VALUES TO HW-SCH-JOB-NAME.
006270     START SCHEDULE-FILE
006280         KEY IS NOT LESS THAN HW-SCH-JOB-NAME
006290         INVALID KEY
006300             SET WS-SCH-EOF TO TRUE
006310     END-START.
006320     PERFORM 4100-CHECK-ONE-STREAM
006330         THRU 4100-EXIT
006340         UNTIL WS-SCH-EOF.

006350 4000-EXIT.
006360     EXIT.

006370************************************************************
006380* 4100-CHECK-ONE-STREAM -- DECIDE WHETHER THE STREAM WAS
006390*                          EXPECTED ON THE CYCLE DATE AND, IF
006400*                          SO, WHETHER IT RAN; PRINT ITS
006410*                          DISPOSITION AND ALERT A NO-SHOW
006420************************************************************
006430 4100-CHECK-ONE-STREAM.
006440     READ SCHEDULE-FILE NEXT RECORD
006450         AT END
006460             SET WS-SCH-EOF TO TRUE
006470             GO TO 4100-EXIT
006480     END-READ.
006490     ADD 1 TO WS-STREAMS-READ.

006500     PERFORM 4200-TEST-EXPECTED
006510         THRU 4200-EXIT.
006520     IF NOT WS-STREAM-EXPECTED
006530         ADD 1 TO WS-NOT-SCHED-COUNT
006540         GO TO 4100-PRINT
006550     END-IF.
006560     ADD 1 TO WS-EXPECTED-COUNT.

006570     PERFORM 4300-TEST-RAN
006580         THRU 4300-EXIT.
006590     IF WS-DISPOSITION NOT = SPACES
006600         ADD 1 TO WS-RAN-COUNT
006610         GO TO 4100-PRINT
006620     END-IF.

006630     PERFORM 4400-TEST-DUE
006640         THRU 4400-EXIT.
006650     IF WS-DISPOSITION NOT = SPACES
006660         ADD 1 TO WS-NOT-DUE-COUNT
006670         GO TO 4100-PRINT
006680     END-IF.

006690     MOVE '** NO-SHOW - NEVER STARTED **' TO WS-DISPOSITION.
006700     ADD 1 TO WS-NOSHOW-COUNT.
006710     MOVE 8 TO WS-RETURN-CODE.
006720     PERFORM 8600-WRITE-ALERT-RECORD
006730         THRU 8600-EXIT.

006740 4100-PRINT.
006750     PERFORM 8000-PRINT-STREAM-LINE
006760         THRU 8000-EXIT.

006770 4100-EXIT.
006780     EXIT.

006790************************************************************
006800* 4200-TEST-EXPECTED -- APPLY THE STREAM'S RUN MODE AND DAY
006810*                       RULE, THEN THE CALENDAR'S HOLIDAY
006820*                       FLAG AND SHIFT LIST.  A STREAM THAT
006830*                       IS NOT EXPECTED LEAVES ITS REASON IN
006840*                       WS-DISPOSITION.
006850************************************************************
006860 4200-TEST-EXPECTED.
006870     MOVE 'N' TO WS-EXPECTED-SW.
006880     MOVE SPACES TO WS-DISPOSITION.

006890     IF HW-SCH-RUN-MODE-ADHOC
006900         MOVE 'NOT SCHEDULED - ADHOC STREAM' TO WS-DISPOSITION
006910         GO TO 4200-EXIT
006920     END-IF.
006930     IF HW-SCH-RULE-MONTH-END
006940        AND NOT WS-CYCLE-MONTH-END
006950         MOVE 'NOT SCHEDULED - MONTH-END ONLY' TO WS-DISPOSITION
006960         GO TO 4200-EXIT
006970     END-IF.
006980     IF HW-SCH-RULE-WEEKDAYS
006990        AND HW-SCH-DAY-FLAG (WS-DAY-SUB) NOT = 'Y'
007000         MOVE 'NOT SCHEDULED - DAY RULE' TO WS-DISPOSITION
007010         GO TO 4200-EXIT
007020     END-IF.

007030     IF WS-CAL-BYPASSED
007040         SET WS-STREAM-EXPECTED TO TRUE
007050         GO TO 4200-EXIT
007060     END-IF.
007070     IF WS-CYCLE-HOLIDAY
007080         MOVE 'NOT SCHEDULED - HOLIDAY' TO WS-DISPOSITION
007090         GO TO 4200-EXIT
007100     END-IF.

007110     MOVE 'N' TO WS-SHIFT-OK-SW.
007120     MOVE ZERO TO WS-CAL-SUB.
007130     PERFORM 4210-SCAN-CYCLE-SHIFTS
007140         THRU 4210-EXIT
007150         UNTIL WS-SHIFT-OK
007160            OR WS-CAL-SUB >= 4.
007170     IF NOT WS-SHIFT-OK
007180         MOVE 'NOT SCHEDULED - SHIFT NOT ON CALENDAR'
007190             TO WS-DISPOSITION
007200         GO TO 4200-EXIT
007210     END-IF.

007220     SET WS-STREAM-EXPECTED TO TRUE.

007230 4200-EXIT.
007240     EXIT.

007250 4210-SCAN-CYCLE-SHIFTS.
007260     ADD 1 TO WS-CAL-SUB.
007270     IF WS-CYC-SHIFT-LIST (WS-CAL-SUB:1) NOT = SPACE
007280        AND WS-CYC-SHIFT-LIST (WS-CAL-SUB:1) = HW-SCH-SHIFT-CODE
007290         SET WS-SHIFT-OK TO TRUE
007300     END-IF.
007310 4210-EXIT.
007320     EXIT.

007330************************************************************
007340* 4300-TEST-RAN -- A START EVENT ON THE RUN LOG, OR FAILING
007350*                  THAT A STATUS RECORD FOR THE CYCLE DATE,
007360*                  IS EVIDENCE THE STREAM RAN.  WS-DISPOSITION
007370*                  IS LEFT BLANK WHEN THERE IS NONE.
007380************************************************************
007390 4300-TEST-RAN.
007400     MOVE SPACES TO WS-DISPOSITION.
007410     MOVE HW-SCH-JOB-NAME TO WS-LOOKUP-JOB.
007420     PERFORM 3300-FIND-STARTED-JOB
007430         THRU 3300-EXIT.
007440     IF WS-STARTED-FOUND
007450         MOVE 'RAN - START EVENT LOGGED' TO WS-DISPOSITION
007460         GO TO 4300-EXIT
007470     END-IF.

007480     MOVE 'N' TO WS-STAT-FOUND-SW.
007490     MOVE WS-CYCLE-DATE   TO HW-STAT-RUN-DATE.
007500     MOVE HW-SCH-JOB-NAME TO HW-STAT-JOB-NAME.
007510     READ STATUS-FILE
007520         KEY IS HW-STAT-KEY
007530         INVALID KEY
007540             CONTINUE
007550         NOT INVALID KEY
007560             SET WS-STAT-FOUND TO TRUE
007570     END-READ.
007580     IF WS-STAT-FOUND
007590         MOVE 'RAN - STATUS RECORD ON FILE' TO WS-DISPOSITION
007600     END-IF.

007610 4300-EXIT.
007620     EXIT.

007630************************************************************
007640* 4400-TEST-DUE -- AN EXPECTED STREAM WITH NO EVIDENCE IS
007650*                  ONLY A NO-SHOW ONCE ITS EXPECTED
007660*                  COMPLETION TIME HAS PASSED.  A CYCLE DATE
007670*                  IN THE PAST IS ALWAYS DUE; ON THE CYCLE
007680*                  DATE ITSELF AN EXPECTED END BEFORE THE
007690*                  DAY'S WINDOW START FALLS AFTER MIDNIGHT AND
007700*                  IS NOT DUE YET.  WS-DISPOSITION IS LEFT
007710*                  BLANK WHEN THE STREAM IS DUE.
007720************************************************************
007730 4400-TEST-DUE.
007740     MOVE SPACES TO WS-DISPOSITION.
007750     IF WS-CYCLE-DATE < WS-CURRENT-DATE
007760         GO TO 4400-EXIT
007770     END-IF.
007780     IF WS-CYCLE-DATE > WS-CURRENT-DATE
007790         MOVE 'NOT YET DUE - FUTURE CYCLE DATE' TO WS-DISPOSITION
007800         GO TO 4400-EXIT
007810     END-IF.

007820     IF WS-CYC-WINDOW-START NOT = SPACES
007830        AND HW-SCH-EXPECTED-END < WS-CYC-WINDOW-START
007840         MOVE 'NOT YET DUE - ENDS AFTER MIDNIGHT'
007850             TO WS-DISPOSITION
007860         GO TO 4400-EXIT
007870     END-IF.
007880     IF WS-CURRENT-TIME < HW-SCH-EXPECTED-END
007890         MOVE 'NOT YET DUE - BEFORE EXPECTED END'
007900             TO WS-DISPOSITION
007910     END-IF.

007920 4400-EXIT.
007930     EXIT.

007940************************************************************
007950* 7000-WRITE-TOTALS -- THE EXPANSION'S CONTROL TOTALS AND
007960*                      THE ONE-LINE VERDICT.  STREAMS READ
007970*                      PROVES TO NOT SCHEDULED PLUS EXPECTED,
007980*                      AND EXPECTED TO RAN PLUS NOT YET DUE
007990*                      PLUS NO-SHOWS.
008000************************************************************
008010 7000-WRITE-TOTALS.
008020     MOVE WS-STREAMS-READ TO WS-COUNT-EDIT.
008030     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008040     MOVE 'STREAMS ON THE SCHEDULE MASTER' TO WS-TOT-LABEL.
008050     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008060     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008070         AFTER ADVANCING 2 LINES.

008080     MOVE WS-NOT-SCHED-COUNT TO WS-COUNT-EDIT.
008090     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008100     MOVE '  NOT SCHEDULED FOR THE CYCLE DATE' TO WS-TOT-LABEL.
008110     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008120     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008130         AFTER ADVANCING 1 LINE.

008140     MOVE WS-EXPECTED-COUNT TO WS-COUNT-EDIT.
008150     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008160     MOVE '  EXPECTED TO RUN' TO WS-TOT-LABEL.
008170     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008180     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008190         AFTER ADVANCING 1 LINE.

008200     MOVE WS-RAN-COUNT TO WS-COUNT-EDIT.
008210     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008220     MOVE '    RAN' TO WS-TOT-LABEL.
008230     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008240     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008250         AFTER ADVANCING 1 LINE.

008260     MOVE WS-NOT-DUE-COUNT TO WS-COUNT-EDIT.
008270     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008280     MOVE '    NOT YET DUE' TO WS-TOT-LABEL.
008290     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008300     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008310         AFTER ADVANCING 1 LINE.

008320     MOVE WS-NOSHOW-COUNT TO WS-COUNT-EDIT.
008330     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008340     MOVE '    NO-SHOWS' TO WS-TOT-LABEL.
008350     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008360     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008370         AFTER ADVANCING 1 LINE.

008380     MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT.
008390     MOVE SPACES TO WS-NSR-TOTAL-LINE.
008400     MOVE 'NO-SHOW ALERTS WRITTEN TO ALRTFILE' TO WS-TOT-LABEL.
008410     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008420     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TOTAL-LINE
008430         AFTER ADVANCING 1 LINE.

008440     MOVE SPACES TO WS-NSR-TEXT-LINE.
008450     IF WS-NOSHOW-COUNT = ZERO
008460         MOVE 'EVERY EXPECTED STREAM RAN OR IS NOT YET DUE'
008470             TO WS-TXT-TEXT
008480     ELSE
008490         MOVE '** NO-SHOWS FOUND - SEE DISPOSITIONS ABOVE **'
008500             TO WS-TXT-TEXT
008510         DISPLAY 'HWNOSHOW: ' WS-NOSHOW-COUNT
008520                 ' EXPECTED STREAM(S) NEVER RAN ON '
008530                 WS-CYCLE-DATE
008540     END-IF.
008550     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-TEXT-LINE
008560         AFTER ADVANCING 2 LINES.

008570 7000-EXIT.
008580     EXIT.

008590************************************************************
008600* 8000-PRINT-STREAM-LINE -- ONE DETAIL LINE FOR THE SCHEDULE
008610*                           RECORD IN THE BUFFER, WITH THE
008620*                           DISPOSITION IN WS-DISPOSITION
008630************************************************************
008640 8000-PRINT-STREAM-LINE.
008650     MOVE HW-SCH-JOB-NAME     TO WS-DTL-JOB.
008660     MOVE HW-SCH-SHIFT-CODE   TO WS-DTL-SHIFT.
008670     MOVE HW-SCH-RUN-MODE     TO WS-DTL-RUN-MODE.
008680     MOVE HW-SCH-DAY-RULE     TO WS-DTL-RULE.
008690     MOVE HW-SCH-DAY-FLAGS    TO WS-DTL-DAY-FLAGS.
008700     MOVE HW-SCH-DEPT-CODE    TO WS-DTL-DEPT.
008710     MOVE HW-SCH-EXPECTED-END TO WS-DTL-EXP-END.
008720     MOVE WS-DISPOSITION      TO WS-DTL-DISP.
008730     WRITE HW-NOSHOW-PRINT-RECORD FROM WS-NSR-DETAIL-LINE
008740         AFTER ADVANCING 1 LINE.

008750 8000-EXIT.
008760     EXIT.

008770************************************************************
008780* 8600-WRITE-ALERT-RECORD -- WRITE ONE HW-ALERT-RECORD TO THE
008790*                            ALRTFILE INTERFACE FILE FOR THE
008800*                            NO-SHOW STREAM IN THE BUFFER,
008810*                            DATED WITH THE CYCLE DATE SO
008820*                            HWXAUDIT AND HWALRDSP FILE IT
008830*                            AGAINST THE NIGHT THAT MISSED.  A
008840*                            FAILURE TO WRITE THE ALERT IS
008850*                            REPORTED ON CONSOLE ONLY, AS IN
008860*                            THE STARTUP STEP.
008870************************************************************
008880 8600-WRITE-ALERT-RECORD.
008890     IF WS-ALR-OPEN
008900         GO TO 8600-BUILD-ALERT
008910     END-IF.
008920     OPEN EXTEND ALERT-FILE.
008930     IF NOT WS-ALR-OK
008940         OPEN OUTPUT ALERT-FILE
008950     END-IF.
008960     IF NOT WS-ALR-OK
008970         DISPLAY 'HWNOSHOW: UNABLE TO OPEN ALRTFILE, '
008980                 'STATUS = ' WS-ALR-FILE-STATUS
008990                 ' - ALERT NOT WRITTEN FOR ' HW-SCH-JOB-NAME
009000         GO TO 8600-EXIT
009010     END-IF.
009020     SET WS-ALR-OPEN TO TRUE.

009030 8600-BUILD-ALERT.
009040     ACCEPT WS-CURRENT-TIME FROM TIME.
009050     MOVE SPACES          TO HW-ALERT-RECORD.
009060     MOVE HW-SCH-JOB-NAME TO HW-ALR-JOB-NAME.
009070     MOVE WS-CYCLE-DATE   TO HW-ALR-DATE.
009080     MOVE WS-CURRENT-TIME TO HW-ALR-TIME.
009090     MOVE 8               TO HW-ALR-RETURN-CODE.
009100     MOVE 'ERROR   '      TO HW-ALR-SEVERITY.
009110     MOVE 'NO-SHOW - EXPECTED STREAM NEVER STARTED'
009120         TO HW-ALR-REASON-TEXT.
009130     WRITE HW-ALERT-RECORD.
009140     ADD 1 TO WS-ALERT-COUNT.

009150 8600-EXIT.
009160     EXIT.

009170************************************************************
009180* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
009190************************************************************
009200 9999-TERMINATE.
009210     IF WS-SCH-OPEN
009220         CLOSE SCHEDULE-FILE
009230     END-IF.
009240     IF WS-LOG-OPEN
009250         CLOSE RUN-LOG-FILE
009260     END-IF.
009270     IF WS-STAT-OPEN
009280         CLOSE STATUS-FILE
009290     END-IF.
009300     IF WS-ALR-OPEN
009310         CLOSE ALERT-FILE
009320     END-IF.
009330     IF WS-PRT-OPEN
009340         CLOSE NOSHOW-PRINT-FILE
009350     END-IF.
009360*    CALENDAR-FILE IS OPENED AND CLOSED ENTIRELY WITHIN
009370*    2300-READ-CALENDAR.

009380 9999-EXIT.
009390     EXIT.
