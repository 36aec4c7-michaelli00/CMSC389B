000010************************************************************
000020* JRNUTL.COB
000030*
000040* PROGRAM-ID : HWJRNUTL
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* MASTER-FILE CHANGE JOURNAL UTILITY.  HWDEPMNT, HWREQMNT
000100* AND HWCALBLD WRITE EVERY CHANGE THEY APPLY TO DEPTMST,
000110* REQMST AND CALFILE TO THE CHGJRNL JOURNAL (HWJRNREC),
000120* WHOLE RECORD BEFORE AND AFTER, UNDER THE RUN ID PRINTED
000130* ON THEIR AUDIT HEADERS.  THIS UTILITY WORKS FROM THAT
000140* JOURNAL SO A BAD DECK NEVER AGAIN HAS TO BE REPAIRED FROM
000150* OLD PRINTOUTS.  EACH JRNCARD CONTROL CARD ASKS FOR ONE OF
000160* TWO THINGS --
000170*
000180*   'ASOF'    - SHOW WHAT ONE MASTER RECORD (MASTER ID AND
000190*               KEY ON THE CARD) LOOKED LIKE AT THE END OF
000200*               THE CARD'S DATE: EVERY JOURNALED CHANGE TO
000210*               THE KEY UP TO THAT DATE, THEN THE RECORD
000220*               IMAGE OR 'NOT ON FILE'.  WHEN THE ONLY
000230*               CHANGES ARE LATER THAN THE DATE, THE FIRST
000240*               ONE'S BEFORE-IMAGE IS THE ANSWER.
000250*
000260*   'BACKOUT' - REVERSE EVERY CHANGE ONE MAINTENANCE RUN
000270*               MADE, NEWEST FIRST, BY PUTTING BACK ITS
000280*               BEFORE-IMAGES: AN ADD IS DELETED, A CHANGE
000290*               IS REWRITTEN AS IT WAS, A DELETE IS WRITTEN
000300*               BACK.  AN ENTRY IS ONLY REVERSED WHILE THE
000310*               MASTER STILL HOLDS WHAT THE RUN LEFT THERE;
000320*               ONE CHANGED SINCE BY A LATER RUN IS LISTED
000330*               AND LEFT ALONE.  THE REVERSALS ARE THEMSELVES
000340*               JOURNALED UNDER THIS RUN'S ID, MARKED WITH
000350*               THE RUN THEY REVERSE, SO A RUN CANNOT BE
000360*               BACKED OUT TWICE AND AS-OF REPORTS STAY TRUE.
000370*               A RECONCILIATION PROVES ENTRIES REVERSED PLUS
000380*               ENTRIES NOT REVERSED EQUALS THE RUN'S ENTRIES
000390*               ON CHGJRNL, AND THE RUN IS ONLY IN BALANCE
000400*               WHEN EVERY ENTRY WAS REVERSED.  A BACK-OUT
000410*               CARD MUST CARRY THE OPERATOR ID OF AN ACTIVE
000420*               SUPERVISOR ON OPRMST.
000430*
000440* RETURN-CODE VALUES
000450*   00 = NORMAL COMPLETION, EVERY CARD ANSWERED
000460*   04 = ONE OR MORE CARDS REJECTED, OR A KEY HAS NO
000470*        JOURNAL HISTORY
000480*   08 = NO CONTROL CARDS SUPPLIED
000490*   16 = JRNCARD COULD NOT BE OPENED
000500*   36 = DEPTMST, REQMST OR CALFILE COULD NOT BE OPENED
000510*   40 = JRNRPT COULD NOT BE OPENED
000520*   48 = CHGJRNL COULD NOT BE OPENED OR WRITTEN
000530*   52 = OPRMST COULD NOT BE OPENED
000540*   60 = BACK-OUT RECONCILIATION OUT OF BALANCE
000550*
000560* MODIFICATION HISTORY
000570*   DATE       INIT  DESCRIPTION
000580*   ---------- ----  --------------------------------------
000590*   2026-10-15  JRM  ORIGINAL PROGRAM.
000600************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.    HWJRNUTL.
000630 AUTHOR.        J. R. MORALES.
000640 INSTALLATION.  CMSC389B BATCH SERVICES.
000650 DATE-WRITTEN.  2026-10-15.
000660 DATE-COMPILED.

000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.   IBM-370.
000700 OBJECT-COMPUTER.   IBM-370.
000710 SPECIAL-NAMES.
000720     CONSOLE IS CONSOLE.

000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT JOURNAL-CARD-FILE
000760         ASSIGN TO JRNCARD
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CARD-FILE-STATUS.

000790     SELECT JOURNAL-FILE
000800         ASSIGN TO CHGJRNL
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-JRN-FILE-STATUS.

000830     SELECT DEPARTMENT-FILE
000840         ASSIGN TO DEPTMST
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS HW-DEP-CODE
000880         FILE STATUS IS WS-DEP-FILE-STATUS.

000890     SELECT REQUESTER-FILE
000900         ASSIGN TO REQMST
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS HW-REQ-ID
000940         FILE STATUS IS WS-REQ-FILE-STATUS.

000950     SELECT CALENDAR-FILE
000960         ASSIGN TO CALFILE
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS HW-CAL-DATE
001000         FILE STATUS IS WS-CAL-FILE-STATUS.

001010     SELECT OPERATOR-FILE
001020         ASSIGN TO OPRMST
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS HW-OPR-INITIALS
001060         FILE STATUS IS WS-OPR-FILE-STATUS.

001070     SELECT JOURNAL-PRINT-FILE
001080         ASSIGN TO JRNRPT
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-PRT-FILE-STATUS.

001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  JOURNAL-CARD-FILE
001140     RECORDING MODE IS F.
001150 01  HW-JOURNAL-CARD.
001160     05  HW-JCD-FUNCTION         PIC X(08).
001170         88  HW-JCD-ASOF                 VALUE 'ASOF    '.
001180         88  HW-JCD-BACKOUT              VALUE 'BACKOUT '.
001190     05  HW-JCD-MASTER-ID        PIC X(08).
001200         88  HW-JCD-MASTER-VALID         VALUES 'DEPTMST '
001210                                                'REQMST  '
001220                                                'CALFILE '.
001230     05  HW-JCD-KEY              PIC X(08).
001240     05  HW-JCD-ASOF-DATE        PIC X(08).
001250     05  HW-JCD-RUN-ID           PIC X(24).
001260     05  HW-JCD-OPERATOR-ID      PIC X(03).
001270     05  FILLER                  PIC X(21).

001280 FD  JOURNAL-FILE
001290     RECORDING MODE IS F.
001300 COPY HWJRNREC.

001310 FD  DEPARTMENT-FILE.
001320 COPY HWDEPREC.

001330 FD  REQUESTER-FILE.
001340 COPY HWREQREC.

001350 FD  CALENDAR-FILE.
001360 COPY HWCALREC.

001370 FD  OPERATOR-FILE.
001380 COPY HWOPRREC.

001390 FD  JOURNAL-PRINT-FILE
001400     LINAGE IS 60 LINES
001410         LINES AT TOP 2
001420         LINES AT BOTTOM 3.
001430 01  HW-JOURNAL-PRINT-RECORD     PIC X(132).

001440 WORKING-STORAGE SECTION.
001450*---------------------------------------------------------*
001460*    SWITCHES AND COUNTERS                                 *
001470*---------------------------------------------------------*
001480 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
001490     88  WS-CARD-OK                      VALUE '00'.

001500 77  WS-CARD-OPEN-SW         PIC X(01)   VALUE 'N'.
001510     88  WS-CARD-OPEN                    VALUE 'Y'.

001520 77  WS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
001530     88  WS-CARD-EOF                     VALUE 'Y'.

001540 77  WS-JRN-FILE-STATUS      PIC X(02)   VALUE SPACES.
001550     88  WS-JRN-OK                       VALUE '00'.

001560 77  WS-JRN-OPEN-SW          PIC X(01)   VALUE 'N'.
001570     88  WS-JRN-OPEN                     VALUE 'Y'.

001580 77  WS-JRN-EOF-SW           PIC X(01)   VALUE 'N'.
001590     88  WS-JRN-EOF                      VALUE 'Y'.

001600 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001610     88  WS-DEP-OK                       VALUE '00'.

001620 77  WS-REQ-FILE-STATUS      PIC X(02)   VALUE SPACES.
001630     88  WS-REQ-OK                       VALUE '00'.

001640 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001650     88  WS-CAL-OK                       VALUE '00'.

001660 77  WS-MASTERS-OPEN-SW      PIC X(01)   VALUE 'N'.
001670     88  WS-MASTERS-OPEN                 VALUE 'Y'.

001680 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE SPACES.
001690     88  WS-OPR-OK                       VALUE '00'.

001700 77  WS-OPR-OPEN-SW          PIC X(01)   VALUE 'N'.
001710     88  WS-OPR-OPEN                     VALUE 'Y'.

001720 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001730     88  WS-PRT-OK                       VALUE '00'.

001740 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001750     88  WS-PRT-OPEN                     VALUE 'Y'.

001760 77  WS-STOP-SW              PIC X(01)   VALUE 'N'.
001770     88  WS-STOP-RUN                     VALUE 'Y'.

001780 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001790 77  WS-CARD-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
001800 77  WS-CARD-DONE-COUNT      PIC 9(06)   VALUE ZERO COMP.
001810 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001820 77  WS-COUNT-EDIT           PIC ZZZZZ9.

001830*---------------------------------------------------------*
001840*    CURRENT DATE/TIME, THIS RUN'S JOURNAL RUN ID AND THE  *
001850*    CURRENT CARD'S DISPOSITION                            *
001860*---------------------------------------------------------*
001870 01  WS-CURRENT-DATE-TIME.
001880     05  WS-CURRENT-DATE      PIC X(08).
001890     05  WS-CURRENT-TIME      PIC X(08).

001900 01  WS-JRN-RUN-ID.
001910     05  WS-JRN-RUN-PROGRAM   PIC X(08)  VALUE 'HWJRNUTL'.
001920     05  WS-JRN-RUN-DATE      PIC X(08).
001930     05  WS-JRN-RUN-TIME      PIC X(08).

001940 77  WS-JRN-SEQ              PIC 9(06)   VALUE ZERO.
001950 77  WS-DISPOSITION          PIC X(40)   VALUE SPACES.

001960*---------------------------------------------------------*
001970*    AS-OF WORK AREAS.  WS-ASOF-STATE IS WHAT THE JOURNAL  *
001980*    HAS PROVED SO FAR ABOUT THE RECORD AT THE END OF THE  *
001990*    CARD'S DATE.                                          *
002000*---------------------------------------------------------*
002010 77  WS-ASOF-STATE           PIC X(01)   VALUE 'U'.
002020     88  WS-ASOF-UNKNOWN                 VALUE 'U'.
002030     88  WS-ASOF-PRESENT                 VALUE 'P'.
002040     88  WS-ASOF-ABSENT                  VALUE 'A'.
002050 77  WS-ASOF-APPLIED-SW      PIC X(01)   VALUE 'N'.
002060     88  WS-ASOF-APPLIED                 VALUE 'Y'.
002070 77  WS-ASOF-LATER-SW        PIC X(01)   VALUE 'N'.
002080     88  WS-ASOF-LATER-SEEN              VALUE 'Y'.
002090 77  WS-ASOF-IMAGE           PIC X(80)   VALUE SPACES.
002100 77  WS-ASOF-HIST-COUNT      PIC 9(06)   VALUE ZERO COMP.

002110*---------------------------------------------------------*
002120*    BACK-OUT TABLE -- EVERY CHGJRNL ENTRY FOR THE RUN     *
002130*    BEING BACKED OUT, IN JOURNAL ORDER, SO IT CAN BE      *
002140*    REVERSED NEWEST FIRST.  2000 ROWS COVERS A FULL       *
002150*    CALENDAR-YEAR BUILD SEVERAL TIMES OVER.               *
002160*---------------------------------------------------------*
002170 77  WS-RUN-MAX              PIC 9(04)   VALUE 2000 COMP.
002180 77  WS-RUN-COUNT            PIC 9(04)   VALUE ZERO COMP.
002190 77  WS-RUN-SUB              PIC 9(04)   VALUE ZERO COMP.
002200 77  WS-RUN-OVERFLOW-SW      PIC X(01)   VALUE 'N'.
002210     88  WS-RUN-OVERFLOW                 VALUE 'Y'.
002220 77  WS-RUN-REVERSED-SW      PIC X(01)   VALUE 'N'.
002230     88  WS-RUN-ALREADY-REVERSED         VALUE 'Y'.
002240 77  WS-REVERSED-COUNT       PIC 9(06)   VALUE ZERO COMP.
002250 77  WS-NOT-REVERSED-COUNT   PIC 9(06)   VALUE ZERO COMP.
002260 77  WS-BALANCE-COUNT        PIC 9(06)   VALUE ZERO COMP.

002270 01  WS-RUN-TABLE.
002280     05  WS-RUN-ENTRY         OCCURS 2000 TIMES.
002290         10  WS-RUN-MASTER-ID     PIC X(08).
002300             88  WS-RUN-DEPTMST           VALUE 'DEPTMST '.
002310             88  WS-RUN-REQMST            VALUE 'REQMST  '.
002320         10  WS-RUN-KEY           PIC X(08).
002330         10  WS-RUN-ACTION        PIC X(06).
002340             88  WS-RUN-WAS-ADD           VALUE 'ADD   '.
002350             88  WS-RUN-WAS-CHANGE        VALUE 'CHANGE'.
002360         10  WS-RUN-SEQ           PIC 9(06).
002370         10  WS-RUN-BEFORE        PIC X(80).
002380         10  WS-RUN-AFTER         PIC X(80).

002390*---------------------------------------------------------*
002400*    ONE REVERSAL -- THE MASTER RECORD AS IT STANDS NOW    *
002410*    AND THE JOURNAL ENTRY THAT RECORDS PUTTING IT BACK    *
002420*---------------------------------------------------------*
002430 77  WS-CUR-FOUND-SW         PIC X(01)   VALUE 'N'.
002440     88  WS-CUR-FOUND                    VALUE 'Y'.
002450 77  WS-CUR-IO-SW            PIC X(01)   VALUE 'N'.
002460     88  WS-CUR-IO-OK                    VALUE 'Y'.
002470 77  WS-CUR-IMAGE            PIC X(80)   VALUE SPACES.
002480 77  WS-REV-ACTION           PIC X(06)   VALUE SPACES.
002490 77  WS-REV-BEFORE           PIC X(80)   VALUE SPACES.
002500 77  WS-REV-AFTER            PIC X(80)   VALUE SPACES.

002510*---------------------------------------------------------*
002520*    REPORT LINES                                          *
002530*---------------------------------------------------------*
002540 01  WS-RPT-HEADER-LINE.
002550     05  FILLER               PIC X(30)  VALUE
002560         'MASTER CHANGE JOURNAL UTILITY '.
002570     05  FILLER               PIC X(07)  VALUE 'RUN ON '.
002580     05  WS-HDR-RUN-DATE      PIC X(08).
002590     05  FILLER               PIC X(03)  VALUE ' AT'.
002600     05  FILLER               PIC X(01)  VALUE SPACE.
002610     05  WS-HDR-RUN-TIME      PIC X(08).
002620     05  FILLER               PIC X(09)  VALUE '  RUN ID '.
002630     05  WS-HDR-RUN-ID        PIC X(24).
002640     05  FILLER               PIC X(42)  VALUE SPACES.

002650 01  WS-RPT-CARD-LINE.
002660     05  FILLER               PIC X(06)  VALUE 'CARD: '.
002670     05  WS-CRD-IMAGE         PIC X(80).
002680     05  FILLER               PIC X(46)  VALUE SPACES.

002690 01  WS-RPT-TEXT-LINE.
002700     05  WS-TXT-LABEL         PIC X(40).
002710     05  WS-TXT-VALUE         PIC X(80).
002720     05  FILLER               PIC X(12)  VALUE SPACES.

002730 01  WS-HIST-COLUMN-LINE.
002740     05  FILLER               PIC X(10)  VALUE 'RUN DATE'.
002750     05  FILLER               PIC X(10)  VALUE 'RUN TIME'.
002760     05  FILLER               PIC X(10)  VALUE 'PROGRAM'.
002770     05  FILLER               PIC X(08)  VALUE 'SEQ'.
002780     05  FILLER               PIC X(08)  VALUE 'ACTION'.
002790     05  FILLER               PIC X(05)  VALUE 'OPR'.
002800     05  FILLER               PIC X(81)  VALUE 'RECORD AFTER'.

002810 01  WS-HIST-DETAIL-LINE.
002820     05  WS-HST-RUN-DATE      PIC X(08).
002830     05  FILLER               PIC X(02)  VALUE SPACES.
002840     05  WS-HST-RUN-TIME      PIC X(08).
002850     05  FILLER               PIC X(02)  VALUE SPACES.
002860     05  WS-HST-PROGRAM       PIC X(08).
002870     05  FILLER               PIC X(02)  VALUE SPACES.
002880     05  WS-HST-SEQ           PIC 9(06).
002890     05  FILLER               PIC X(02)  VALUE SPACES.
002900     05  WS-HST-ACTION        PIC X(06).
002910     05  FILLER               PIC X(02)  VALUE SPACES.
002920     05  WS-HST-OPERATOR      PIC X(03).
002930     05  FILLER               PIC X(02)  VALUE SPACES.
002940     05  WS-HST-AFTER         PIC X(80).
002950     05  FILLER               PIC X(01)  VALUE SPACES.

002960 01  WS-BACK-COLUMN-LINE.
002970     05  FILLER               PIC X(08)  VALUE 'SEQ'.
002980     05  FILLER               PIC X(10)  VALUE 'MASTER'.
002990     05  FILLER               PIC X(10)  VALUE 'KEY'.
003000     05  FILLER               PIC X(08)  VALUE 'ACTION'.
003010     05  FILLER               PIC X(08)  VALUE 'REVERSAL'.
003020     05  FILLER               PIC X(88)  VALUE 'DISPOSITION'.

003030 01  WS-BACK-DETAIL-LINE.
003040     05  WS-BCK-SEQ           PIC 9(06).
003050     05  FILLER               PIC X(02)  VALUE SPACES.
003060     05  WS-BCK-MASTER        PIC X(08).
003070     05  FILLER               PIC X(02)  VALUE SPACES.
003080     05  WS-BCK-KEY           PIC X(08).
003090     05  FILLER               PIC X(02)  VALUE SPACES.
003100     05  WS-BCK-ACTION        PIC X(06).
003110     05  FILLER               PIC X(02)  VALUE SPACES.
003120     05  WS-BCK-REVERSAL      PIC X(06).
003130     05  FILLER               PIC X(02)  VALUE SPACES.
003140     05  WS-BCK-DISP          PIC X(40).
003150     05  FILLER               PIC X(48)  VALUE SPACES.

003160 01  WS-RPT-COUNT-LINE.
003170     05  WS-CNT-LABEL         PIC X(40).
003180     05  WS-CNT-COUNT         PIC Z,ZZZ,ZZ9.
003190     05  FILLER               PIC X(83)  VALUE SPACES.

003200 PROCEDURE DIVISION.
003210************************************************************
003220* 0000-MAINLINE
003230************************************************************
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE
003260         THRU 1000-EXIT.
003270     IF WS-RETURN-CODE = ZERO
003280         PERFORM 2000-PROCESS-CARD
003290             THRU 2000-EXIT
003300             UNTIL WS-CARD-EOF
003310                OR WS-STOP-RUN
003320         PERFORM 8000-WRITE-TOTALS
003330             THRU 8000-EXIT
003340     END-IF.
003350     PERFORM 9999-TERMINATE
003360         THRU 9999-EXIT.
003370     MOVE WS-RETURN-CODE TO RETURN-CODE.
003380     STOP RUN.

003390************************************************************
003400* 1000-INITIALIZE -- OPEN THE CARD, OPERATOR AND REPORT
003410*                    FILES AND PRIME THE CARD STREAM.
003420*                    CHGJRNL IS OPENED PER CARD AND THE
003430*                    MASTERS ONLY WHEN A BACK-OUT NEEDS
003440*                    THEM, SO AN AS-OF ENQUIRY NEVER HOLDS
003450*                    A MASTER FILE.
003460************************************************************
003470 1000-INITIALIZE.
003480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003490     ACCEPT WS-CURRENT-TIME FROM TIME.
003500     MOVE WS-CURRENT-DATE TO WS-JRN-RUN-DATE.
003510     MOVE WS-CURRENT-TIME TO WS-JRN-RUN-TIME.

003520     OPEN INPUT JOURNAL-CARD-FILE.
003530     IF NOT WS-CARD-OK
003540         DISPLAY 'HWJRNUTL: UNABLE TO OPEN JRNCARD, '
003550                 'STATUS = ' WS-CARD-FILE-STATUS
003560         MOVE 16 TO WS-RETURN-CODE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     SET WS-CARD-OPEN TO TRUE.

003600     OPEN INPUT OPERATOR-FILE.
003610     IF NOT WS-OPR-OK
003620         DISPLAY 'HWJRNUTL: UNABLE TO OPEN OPRMST, '
003630                 'STATUS = ' WS-OPR-FILE-STATUS
003640         MOVE 52 TO WS-RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     SET WS-OPR-OPEN TO TRUE.

003680     OPEN OUTPUT JOURNAL-PRINT-FILE.
003690     IF NOT WS-PRT-OK
003700         DISPLAY 'HWJRNUTL: UNABLE TO OPEN JRNRPT, '
003710                 'STATUS = ' WS-PRT-FILE-STATUS
003720         MOVE 40 TO WS-RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     SET WS-PRT-OPEN TO TRUE.

003760     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
003770     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
003780     MOVE WS-JRN-RUN-ID   TO WS-HDR-RUN-ID.
003790     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-HEADER-LINE
003800         AFTER ADVANCING PAGE.

003810     PERFORM 2100-READ-CARD
003820         THRU 2100-EXIT.
003830     IF WS-CARD-EOF
003840         DISPLAY 'HWJRNUTL: JRNCARD IS EMPTY, '
003850                 'NO CONTROL CARDS SUPPLIED'
003860         MOVE 8 TO WS-RETURN-CODE
003870     END-IF.

003880 1000-EXIT.
003890     EXIT.

003900************************************************************
003910* 2000-PROCESS-CARD -- ECHO THE CURRENT CARD, ANSWER IT,
003920*                      PRINT ITS DISPOSITION AND READ THE
003930*                      NEXT ONE
003940************************************************************
003950 2000-PROCESS-CARD.
003960     MOVE SPACES TO WS-DISPOSITION.
003970     MOVE HW-JOURNAL-CARD TO WS-CRD-IMAGE.
003980     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-CARD-LINE
003990         AFTER ADVANCING 3 LINES.

004000     IF HW-JCD-ASOF
004010         PERFORM 3000-REPORT-AS-OF
004020             THRU 3000-EXIT
004030     ELSE
004040         IF HW-JCD-BACKOUT
004050             PERFORM 4000-BACK-OUT-RUN
004060                 THRU 4000-EXIT
004070         ELSE
004080             MOVE 'REJECTED - UNKNOWN FUNCTION'
004090                 TO WS-DISPOSITION
004100             PERFORM 2800-COUNT-REJECT
004110                 THRU 2800-EXIT
004120         END-IF
004130     END-IF.

004140     MOVE SPACES TO WS-RPT-TEXT-LINE.
004150     MOVE 'DISPOSITION' TO WS-TXT-LABEL.
004160     MOVE WS-DISPOSITION TO WS-TXT-VALUE.
004170     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-TEXT-LINE
004180         AFTER ADVANCING 2 LINES.

004190     PERFORM 2100-READ-CARD
004200         THRU 2100-EXIT.

004210 2000-EXIT.
004220     EXIT.

004230************************************************************
004240* 2100-READ-CARD -- READ THE NEXT JRNCARD CONTROL CARD
004250************************************************************
004260 2100-READ-CARD.
004270     READ JOURNAL-CARD-FILE
004280         AT END
004290             SET WS-CARD-EOF TO TRUE
004300         NOT AT END
004310             ADD 1 TO WS-CARD-READ-COUNT
004320     END-READ.

004330 2100-EXIT.
004340     EXIT.

004350************************************************************
004360* 2200-OPEN-JOURNAL-INPUT -- OPEN CHGJRNL FOR ONE PASS FROM
004370*                            THE TOP.  A JOURNAL THAT CANNOT
004380*                            BE READ STOPS THE RUN.
004390************************************************************
004400 2200-OPEN-JOURNAL-INPUT.
004410     MOVE 'N' TO WS-JRN-EOF-SW.
004420     OPEN INPUT JOURNAL-FILE.
004430     IF NOT WS-JRN-OK
004440         DISPLAY 'HWJRNUTL: UNABLE TO OPEN CHGJRNL, '
004450                 'STATUS = ' WS-JRN-FILE-STATUS
004460         MOVE 48 TO WS-RETURN-CODE
004470         MOVE 'STOPPED - CHGJRNL NOT AVAILABLE'
004480             TO WS-DISPOSITION
004490         SET WS-STOP-RUN TO TRUE
004500         GO TO 2200-EXIT
004510     END-IF.
004520     SET WS-JRN-OPEN TO TRUE.

004530 2200-EXIT.
004540     EXIT.

004550************************************************************
004560* 2300-CLOSE-JOURNAL -- CLOSE CHGJRNL AFTER A PASS
004570************************************************************
004580 2300-CLOSE-JOURNAL.
004590     IF WS-JRN-OPEN
004600         CLOSE JOURNAL-FILE
004610         MOVE 'N' TO WS-JRN-OPEN-SW
004620     END-IF.

004630 2300-EXIT.
004640     EXIT.

004650************************************************************
004660* 2800-COUNT-REJECT -- COUNT A REJECTED CARD AND MAKE SURE
004670*                      THE RUN ENDS WITH THE WARNING RETURN
004680*                      CODE
004690************************************************************
004700 2800-COUNT-REJECT.
004710     ADD 1 TO WS-REJECTED-COUNT.
004720     IF WS-RETURN-CODE = ZERO
004730         MOVE 4 TO WS-RETURN-CODE
004740     END-IF.

004750 2800-EXIT.
004760     EXIT.

004770************************************************************
004780* 3000-REPORT-AS-OF -- ONE PASS OF CHGJRNL FOR THE CARD'S
004790*                      MASTER AND KEY, LISTING EVERY CHANGE
004800*                      UP TO THE AS-OF DATE, THEN THE
004810*                      RECORD AS IT STOOD AT THE END OF
004820*                      THAT DATE
004830************************************************************
004840 3000-REPORT-AS-OF.
004850     IF NOT HW-JCD-MASTER-VALID
004860         MOVE 'REJECTED - UNKNOWN MASTER ID' TO WS-DISPOSITION
004870         PERFORM 2800-COUNT-REJECT
004880             THRU 2800-EXIT
004890         GO TO 3000-EXIT
004900     END-IF.
004910     IF HW-JCD-KEY = SPACES
004920         MOVE 'REJECTED - KEY MISSING' TO WS-DISPOSITION
004930         PERFORM 2800-COUNT-REJECT
004940             THRU 2800-EXIT
004950         GO TO 3000-EXIT
004960     END-IF.
004970     IF HW-JCD-ASOF-DATE NOT NUMERIC
004980         MOVE 'REJECTED - AS-OF DATE NOT NUMERIC'
004990             TO WS-DISPOSITION
005000         PERFORM 2800-COUNT-REJECT
005010             THRU 2800-EXIT
005020         GO TO 3000-EXIT
005030     END-IF.

005040     PERFORM 2200-OPEN-JOURNAL-INPUT
005050         THRU 2200-EXIT.
005060     IF WS-STOP-RUN
005070         GO TO 3000-EXIT
005080     END-IF.

005090     SET WS-ASOF-UNKNOWN TO TRUE.
005100     MOVE 'N' TO WS-ASOF-APPLIED-SW.
005110     MOVE 'N' TO WS-ASOF-LATER-SW.
005120     MOVE SPACES TO WS-ASOF-IMAGE.
005130     MOVE ZERO TO WS-ASOF-HIST-COUNT.
005140     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-HIST-COLUMN-LINE
005150         AFTER ADVANCING 2 LINES.

005160     PERFORM 3100-SCAN-FOR-KEY
005170         THRU 3100-EXIT
005180         UNTIL WS-JRN-EOF.
005190     PERFORM 2300-CLOSE-JOURNAL
005200         THRU 2300-EXIT.

005210     PERFORM 3200-PRINT-AS-OF-RESULT
005220         THRU 3200-EXIT.
005230     ADD 1 TO WS-CARD-DONE-COUNT.

005240 3000-EXIT.
005250     EXIT.

005260************************************************************
005270* 3100-SCAN-FOR-KEY -- READ ONE JOURNAL ENTRY.  AN ENTRY FOR
005280*                      THE CARD'S KEY DATED ON OR BEFORE THE
005290*                      AS-OF DATE IS LISTED AND BECOMES THE
005300*                      STATE OF THE RECORD.  THE FIRST LATER
005310*                      ENTRY ONLY COUNTS WHEN NOTHING EARLIER
005320*                      WAS JOURNALED: ITS BEFORE-IMAGE IS
005330*                      WHAT WAS ON FILE AT THE AS-OF DATE.
005340************************************************************
005350 3100-SCAN-FOR-KEY.
005360     READ JOURNAL-FILE
005370         AT END
005380             SET WS-JRN-EOF TO TRUE
005390             GO TO 3100-EXIT
005400     END-READ.
005410     IF HW-JRN-MASTER-ID NOT = HW-JCD-MASTER-ID
005420        OR HW-JRN-KEY NOT = HW-JCD-KEY
005430         GO TO 3100-EXIT
005440     END-IF.

005450     IF HW-JRN-RUN-DATE NOT > HW-JCD-ASOF-DATE
005460         SET WS-ASOF-APPLIED TO TRUE
005470         ADD 1 TO WS-ASOF-HIST-COUNT
005480         MOVE HW-JRN-RUN-DATE     TO WS-HST-RUN-DATE
005490         MOVE HW-JRN-RUN-TIME     TO WS-HST-RUN-TIME
005500         MOVE HW-JRN-RUN-PROGRAM  TO WS-HST-PROGRAM
005510         MOVE HW-JRN-SEQ          TO WS-HST-SEQ
005520         MOVE HW-JRN-ACTION       TO WS-HST-ACTION
005530         MOVE HW-JRN-OPERATOR-ID  TO WS-HST-OPERATOR
005540         MOVE HW-JRN-AFTER-IMAGE  TO WS-HST-AFTER
005550         WRITE HW-JOURNAL-PRINT-RECORD FROM WS-HIST-DETAIL-LINE
005560             AFTER ADVANCING 1 LINE
005570         IF HW-JRN-ACTION-DELETE
005580             SET WS-ASOF-ABSENT TO TRUE
005590             MOVE SPACES TO WS-ASOF-IMAGE
005600         ELSE
005610             SET WS-ASOF-PRESENT TO TRUE
005620             MOVE HW-JRN-AFTER-IMAGE TO WS-ASOF-IMAGE
005630         END-IF
005640         GO TO 3100-EXIT
005650     END-IF.

005660     IF WS-ASOF-APPLIED
005670        OR WS-ASOF-LATER-SEEN
005680         GO TO 3100-EXIT
005690     END-IF.
005700     SET WS-ASOF-LATER-SEEN TO TRUE.
005710     IF HW-JRN-ACTION-ADD
005720         SET WS-ASOF-ABSENT TO TRUE
005730         MOVE SPACES TO WS-ASOF-IMAGE
005740     ELSE
005750         SET WS-ASOF-PRESENT TO TRUE
005760         MOVE HW-JRN-BEFORE-IMAGE TO WS-ASOF-IMAGE
005770     END-IF.

005780 3100-EXIT.
005790     EXIT.

005800************************************************************
005810* 3200-PRINT-AS-OF-RESULT -- THE RECORD AS OF THE CARD'S
005820*                            DATE, OR WHY IT CANNOT BE SHOWN
005830************************************************************
005840 3200-PRINT-AS-OF-RESULT.
005850     IF WS-ASOF-HIST-COUNT = ZERO
005860         MOVE SPACES TO WS-RPT-TEXT-LINE
005870         MOVE 'NO CHANGES ON OR BEFORE THE AS-OF DATE'
005880             TO WS-TXT-LABEL
005890         WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-TEXT-LINE
005900             AFTER ADVANCING 1 LINE
005910     END-IF.

005920     MOVE SPACES TO WS-RPT-TEXT-LINE.
005930     IF WS-ASOF-PRESENT
005940         MOVE 'RECORD ON FILE AT END OF AS-OF DATE'
005950             TO WS-TXT-LABEL
005960         MOVE WS-ASOF-IMAGE TO WS-TXT-VALUE
005970         MOVE 'ANSWERED - RECORD ON FILE' TO WS-DISPOSITION
005980     ELSE
005990         IF WS-ASOF-ABSENT
006000             MOVE 'RECORD NOT ON FILE AT END OF AS-OF DATE'
006010                 TO WS-TXT-LABEL
006020             MOVE 'ANSWERED - RECORD NOT ON FILE'
006030                 TO WS-DISPOSITION
006040         ELSE
006050             MOVE 'KEY HAS NO JOURNAL HISTORY' TO WS-TXT-LABEL
006060             MOVE 'NOT ANSWERED - NO JOURNAL HISTORY'
006070                 TO WS-DISPOSITION
006080             IF WS-RETURN-CODE = ZERO
006090                 MOVE 4 TO WS-RETURN-CODE
006100             END-IF
006110         END-IF
006120     END-IF.
006130     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-TEXT-LINE
006140         AFTER ADVANCING 2 LINES.

006150 3200-EXIT.
006160     EXIT.

006170************************************************************
006180* 4000-BACK-OUT-RUN -- LOAD EVERY CHGJRNL ENTRY FOR THE
006190*                      CARD'S RUN ID, REVERSE THEM NEWEST
006200*                      FIRST, JOURNAL EACH REVERSAL, AND
006210*                      RECONCILE THE RESULT AGAINST THE
006220*                      RUN'S ENTRIES
006230************************************************************
006240 4000-BACK-OUT-RUN.
006250     IF HW-JCD-RUN-ID = SPACES
006260         MOVE 'REJECTED - RUN ID MISSING' TO WS-DISPOSITION
006270         PERFORM 2800-COUNT-REJECT
006280             THRU 2800-EXIT
006290         GO TO 4000-EXIT
006300     END-IF.
006310     PERFORM 4010-CHECK-OPERATOR
006320         THRU 4010-EXIT.
006330     IF WS-DISPOSITION NOT = SPACES
006340         PERFORM 2800-COUNT-REJECT
006350             THRU 2800-EXIT
006360         GO TO 4000-EXIT
006370     END-IF.

006380     PERFORM 4050-OPEN-MASTERS
006390         THRU 4050-EXIT.
006400     IF WS-STOP-RUN
006410         GO TO 4000-EXIT
006420     END-IF.

006430     PERFORM 2200-OPEN-JOURNAL-INPUT
006440         THRU 2200-EXIT.
006450     IF WS-STOP-RUN
006460         GO TO 4000-EXIT
006470     END-IF.
006480     MOVE ZERO TO WS-RUN-COUNT.
006490     MOVE 'N' TO WS-RUN-OVERFLOW-SW.
006500     MOVE 'N' TO WS-RUN-REVERSED-SW.
006510     PERFORM 4100-LOAD-RUN-ENTRY
006520         THRU 4100-EXIT
006530         UNTIL WS-JRN-EOF.
006540     PERFORM 2300-CLOSE-JOURNAL
006550         THRU 2300-EXIT.

006560     IF WS-RUN-ALREADY-REVERSED
006570         MOVE 'REJECTED - RUN ALREADY BACKED OUT'
006580             TO WS-DISPOSITION
006590         PERFORM 2800-COUNT-REJECT
006600             THRU 2800-EXIT
006610         GO TO 4000-EXIT
006620     END-IF.
006630     IF WS-RUN-COUNT = ZERO
006640         MOVE 'REJECTED - RUN ID NOT ON CHGJRNL'
006650             TO WS-DISPOSITION
006660         PERFORM 2800-COUNT-REJECT
006670             THRU 2800-EXIT
006680         GO TO 4000-EXIT
006690     END-IF.
006700     IF WS-RUN-OVERFLOW
006710         MOVE 'REJECTED - RUN TOO LARGE TO BACK OUT'
006720             TO WS-DISPOSITION
006730         PERFORM 2800-COUNT-REJECT
006740             THRU 2800-EXIT
006750         GO TO 4000-EXIT
006760     END-IF.

006770     OPEN EXTEND JOURNAL-FILE.
006780     IF NOT WS-JRN-OK
006790         DISPLAY 'HWJRNUTL: UNABLE TO EXTEND CHGJRNL, '
006800                 'STATUS = ' WS-JRN-FILE-STATUS
006810         MOVE 48 TO WS-RETURN-CODE
006820         MOVE 'STOPPED - CHGJRNL NOT AVAILABLE'
006830             TO WS-DISPOSITION
006840         SET WS-STOP-RUN TO TRUE
006850         GO TO 4000-EXIT
006860     END-IF.
006870     SET WS-JRN-OPEN TO TRUE.

006880     MOVE ZERO TO WS-REVERSED-COUNT.
006890     MOVE ZERO TO WS-NOT-REVERSED-COUNT.
006900     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-BACK-COLUMN-LINE
006910         AFTER ADVANCING 2 LINES.
006920     MOVE WS-RUN-COUNT TO WS-RUN-SUB.
006930     PERFORM 4200-REVERSE-ONE-ENTRY
006940         THRU 4200-EXIT
006950         UNTIL WS-RUN-SUB = ZERO
006960            OR WS-STOP-RUN.
006970     PERFORM 2300-CLOSE-JOURNAL
006980         THRU 2300-EXIT.

006990     PERFORM 4500-PRINT-RECONCILIATION
007000         THRU 4500-EXIT.
007010     ADD 1 TO WS-CARD-DONE-COUNT.

007020 4000-EXIT.
007030     EXIT.

007040************************************************************
007050* 4010-CHECK-OPERATOR -- A BACK-OUT CARD'S OPERATOR ID MUST
007060*                        BE ON OPRMST, ACTIVE, AND AT
007070*                        SUPERVISOR LEVEL.  A FAILURE LEAVES
007080*                        THE REJECTION IN WS-DISPOSITION.
007090************************************************************
007100 4010-CHECK-OPERATOR.
007110     IF HW-JCD-OPERATOR-ID = SPACES
007120         MOVE 'REJECTED - NO OPERATOR ID' TO WS-DISPOSITION
007130         GO TO 4010-EXIT
007140     END-IF.
007150     MOVE HW-JCD-OPERATOR-ID TO HW-OPR-INITIALS.
007160     READ OPERATOR-FILE
007170         KEY IS HW-OPR-INITIALS
007180         INVALID KEY
007190             MOVE 'REJECTED - UNKNOWN OPERATOR'
007200                 TO WS-DISPOSITION
007210             GO TO 4010-EXIT
007220     END-READ.
007230     IF NOT HW-OPR-ACTIVE
007240         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-DISPOSITION
007250         GO TO 4010-EXIT
007260     END-IF.
007270     IF NOT HW-OPR-AUTH-SUPERVISOR
007280         MOVE 'REJECTED - NOT AUTHORIZED' TO WS-DISPOSITION
007290     END-IF.

007300 4010-EXIT.
007310     EXIT.

007320************************************************************
007330* 4050-OPEN-MASTERS -- OPEN DEPTMST, REQMST AND CALFILE I-O
007340*                      THE FIRST TIME A BACK-OUT NEEDS THEM.
007350*                      A MASTER THAT WILL NOT OPEN STOPS THE
007360*                      RUN BEFORE ANYTHING IS REVERSED.
007370************************************************************
007380 4050-OPEN-MASTERS.
007390     IF WS-MASTERS-OPEN
007400         GO TO 4050-EXIT
007410     END-IF.
007420     OPEN I-O DEPARTMENT-FILE.
007430     IF NOT WS-DEP-OK
007440         DISPLAY 'HWJRNUTL: UNABLE TO OPEN DEPTMST, '
007450                 'STATUS = ' WS-DEP-FILE-STATUS
007460         GO TO 4050-FAILED
007470     END-IF.
007480     OPEN I-O REQUESTER-FILE.
007490     IF NOT WS-REQ-OK
007500         DISPLAY 'HWJRNUTL: UNABLE TO OPEN REQMST, '
007510                 'STATUS = ' WS-REQ-FILE-STATUS
007520         CLOSE DEPARTMENT-FILE
007530         GO TO 4050-FAILED
007540     END-IF.
007550     OPEN I-O CALENDAR-FILE.
007560     IF NOT WS-CAL-OK
007570         DISPLAY 'HWJRNUTL: UNABLE TO OPEN CALFILE, '
007580                 'STATUS = ' WS-CAL-FILE-STATUS
007590         CLOSE DEPARTMENT-FILE
007600         CLOSE REQUESTER-FILE
007610         GO TO 4050-FAILED
007620     END-IF.
007630     SET WS-MASTERS-OPEN TO TRUE.
007640     GO TO 4050-EXIT.

007650 4050-FAILED.
007660     MOVE 36 TO WS-RETURN-CODE.
007670     MOVE 'STOPPED - MASTER FILE NOT AVAILABLE'
007680         TO WS-DISPOSITION.
007690     SET WS-STOP-RUN TO TRUE.

007700 4050-EXIT.
007710     EXIT.

007720************************************************************
007730* 4100-LOAD-RUN-ENTRY -- READ ONE JOURNAL ENTRY; KEEP IT IF
007740*                        IT BELONGS TO THE RUN BEING BACKED
007750*                        OUT, AND NOTE ANY EARLIER BACK-OUT
007760*                        OF THE SAME RUN
007770************************************************************
007780 4100-LOAD-RUN-ENTRY.
007790     READ JOURNAL-FILE
007800         AT END
007810             SET WS-JRN-EOF TO TRUE
007820             GO TO 4100-EXIT
007830     END-READ.
007840     IF HW-JRN-BACKOUT-OF-RUN = HW-JCD-RUN-ID
007850         SET WS-RUN-ALREADY-REVERSED TO TRUE
007860     END-IF.
007870     IF HW-JRN-RUN-ID NOT = HW-JCD-RUN-ID
007880         GO TO 4100-EXIT
007890     END-IF.
007900     IF WS-RUN-COUNT NOT < WS-RUN-MAX
007910         SET WS-RUN-OVERFLOW TO TRUE
007920         GO TO 4100-EXIT
007930     END-IF.

007940     ADD 1 TO WS-RUN-COUNT.
007950     MOVE HW-JRN-MASTER-ID    TO WS-RUN-MASTER-ID (WS-RUN-COUNT).
007960     MOVE HW-JRN-KEY          TO WS-RUN-KEY (WS-RUN-COUNT).
007970     MOVE HW-JRN-ACTION       TO WS-RUN-ACTION (WS-RUN-COUNT).
007980     MOVE HW-JRN-SEQ          TO WS-RUN-SEQ (WS-RUN-COUNT).
007990     MOVE HW-JRN-BEFORE-IMAGE TO WS-RUN-BEFORE (WS-RUN-COUNT).
008000     MOVE HW-JRN-AFTER-IMAGE  TO WS-RUN-AFTER (WS-RUN-COUNT).

008010 4100-EXIT.
008020     EXIT.

008030************************************************************
008040* 4200-REVERSE-ONE-ENTRY -- PUT BACK THE BEFORE-IMAGE OF THE
008050*                           TABLE ENTRY AT WS-RUN-SUB, BUT
008060*                           ONLY WHILE THE MASTER STILL HOLDS
008070*                           WHAT THE RUN LEFT THERE, AND STEP
008080*                           BACK TO THE PREVIOUS ENTRY
008090************************************************************
008100 4200-REVERSE-ONE-ENTRY.
008110     MOVE SPACES TO WS-REV-ACTION.
008120     MOVE SPACES TO WS-DISPOSITION.
008130     PERFORM 4210-READ-CURRENT
008140         THRU 4210-EXIT.

008150     IF WS-RUN-WAS-ADD (WS-RUN-SUB)
008160         IF WS-CUR-FOUND
008170            AND WS-CUR-IMAGE = WS-RUN-AFTER (WS-RUN-SUB)
008180             PERFORM 4230-DELETE-CURRENT
008190                 THRU 4230-EXIT
008200             MOVE 'DELETE'       TO WS-REV-ACTION
008210             MOVE WS-CUR-IMAGE   TO WS-REV-BEFORE
008220             MOVE SPACES         TO WS-REV-AFTER
008230         ELSE
008240             MOVE 'NOT REVERSED - CHANGED SINCE THE RUN'
008250                 TO WS-DISPOSITION
008260         END-IF
008270     ELSE
008280         IF WS-RUN-WAS-CHANGE (WS-RUN-SUB)
008290             IF WS-CUR-FOUND
008300                AND WS-CUR-IMAGE = WS-RUN-AFTER (WS-RUN-SUB)
008310                 PERFORM 4240-REWRITE-BEFORE
008320                     THRU 4240-EXIT
008330                 MOVE 'CHANGE'       TO WS-REV-ACTION
008340                 MOVE WS-CUR-IMAGE   TO WS-REV-BEFORE
008350                 MOVE WS-RUN-BEFORE (WS-RUN-SUB)
008360                     TO WS-REV-AFTER
008370             ELSE
008380                 MOVE 'NOT REVERSED - CHANGED SINCE THE RUN'
008390                     TO WS-DISPOSITION
008400             END-IF
008410         ELSE
008420             IF NOT WS-CUR-FOUND
008430                 PERFORM 4250-WRITE-BEFORE
008440                     THRU 4250-EXIT
008450                 MOVE 'ADD   '       TO WS-REV-ACTION
008460                 MOVE SPACES         TO WS-REV-BEFORE
008470                 MOVE WS-RUN-BEFORE (WS-RUN-SUB)
008480                     TO WS-REV-AFTER
008490             ELSE
008500                 MOVE 'NOT REVERSED - KEY BACK ON FILE'
008510                     TO WS-DISPOSITION
008520             END-IF
008530         END-IF
008540     END-IF.

008550     IF WS-DISPOSITION = SPACES
008560        AND NOT WS-CUR-IO-OK
008570         MOVE 'NOT REVERSED - MASTER I/O ERROR'
008580             TO WS-DISPOSITION
008590     END-IF.
008600     IF WS-DISPOSITION = SPACES
008610         PERFORM 4260-WRITE-JOURNAL
008620             THRU 4260-EXIT
008630         ADD 1 TO WS-REVERSED-COUNT
008640         MOVE 'REVERSED' TO WS-DISPOSITION
008650     ELSE
008660         MOVE SPACES TO WS-REV-ACTION
008670         ADD 1 TO WS-NOT-REVERSED-COUNT
008680     END-IF.

008690     MOVE WS-RUN-SEQ (WS-RUN-SUB)       TO WS-BCK-SEQ.
008700     MOVE WS-RUN-MASTER-ID (WS-RUN-SUB) TO WS-BCK-MASTER.
008710     MOVE WS-RUN-KEY (WS-RUN-SUB)       TO WS-BCK-KEY.
008720     MOVE WS-RUN-ACTION (WS-RUN-SUB)    TO WS-BCK-ACTION.
008730     MOVE WS-REV-ACTION                 TO WS-BCK-REVERSAL.
008740     MOVE WS-DISPOSITION                TO WS-BCK-DISP.
008750     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-BACK-DETAIL-LINE
008760         AFTER ADVANCING 1 LINE.

008770     SUBTRACT 1 FROM WS-RUN-SUB.

008780 4200-EXIT.
008790     EXIT.

008800************************************************************
008810* 4210-READ-CURRENT -- FETCH THE MASTER RECORD FOR THE TABLE
008820*                      ENTRY'S KEY FROM WHICHEVER MASTER IT
008830*                      BELONGS TO, AS AN 80-BYTE IMAGE THAT
008840*                      COMPARES DIRECTLY WITH THE JOURNAL
008850************************************************************
008860 4210-READ-CURRENT.
008870     MOVE 'N' TO WS-CUR-FOUND-SW.
008880     MOVE 'Y' TO WS-CUR-IO-SW.
008890     MOVE SPACES TO WS-CUR-IMAGE.
008900     IF WS-RUN-DEPTMST (WS-RUN-SUB)
008910         MOVE WS-RUN-KEY (WS-RUN-SUB) TO HW-DEP-CODE
008920         READ DEPARTMENT-FILE
008930             KEY IS HW-DEP-CODE
008940             INVALID KEY
008950                 CONTINUE
008960             NOT INVALID KEY
008970                 SET WS-CUR-FOUND TO TRUE
008980                 MOVE HW-DEPARTMENT-RECORD TO WS-CUR-IMAGE
008990         END-READ
009000     ELSE
009010         IF WS-RUN-REQMST (WS-RUN-SUB)
009020             MOVE WS-RUN-KEY (WS-RUN-SUB) TO HW-REQ-ID
009030             READ REQUESTER-FILE
009040                 KEY IS HW-REQ-ID
009050                 INVALID KEY
009060                     CONTINUE
009070                 NOT INVALID KEY
009080                     SET WS-CUR-FOUND TO TRUE
009090                     MOVE HW-REQUESTER-RECORD TO WS-CUR-IMAGE
009100             END-READ
009110         ELSE
009120             MOVE WS-RUN-KEY (WS-RUN-SUB) TO HW-CAL-DATE
009130             READ CALENDAR-FILE
009140                 KEY IS HW-CAL-DATE
009150                 INVALID KEY
009160                     CONTINUE
009170                 NOT INVALID KEY
009180                     SET WS-CUR-FOUND TO TRUE
009190                     MOVE HW-CALENDAR-RECORD TO WS-CUR-IMAGE
009200             END-READ
009210         END-IF
009220     END-IF.

009230 4210-EXIT.
009240     EXIT.

009250************************************************************
009260* 4230-DELETE-CURRENT -- REVERSE AN ADD BY DELETING THE
009270*                        RECORD JUST READ
009280************************************************************
009290 4230-DELETE-CURRENT.
009300     IF WS-RUN-DEPTMST (WS-RUN-SUB)
009310         DELETE DEPARTMENT-FILE
009320         IF NOT WS-DEP-OK
009330             MOVE 'N' TO WS-CUR-IO-SW
009340         END-IF
009350     ELSE
009360         IF WS-RUN-REQMST (WS-RUN-SUB)
009370             DELETE REQUESTER-FILE
009380             IF NOT WS-REQ-OK
009390                 MOVE 'N' TO WS-CUR-IO-SW
009400             END-IF
009410         ELSE
009420             DELETE CALENDAR-FILE
009430             IF NOT WS-CAL-OK
009440                 MOVE 'N' TO WS-CUR-IO-SW
009450             END-IF
009460         END-IF
009470     END-IF.

009480 4230-EXIT.
009490     EXIT.

009500************************************************************
009510* 4240-REWRITE-BEFORE -- REVERSE A CHANGE BY REWRITING THE
009520*                        RECORD AS IT WAS BEFORE THE RUN
009530************************************************************
009540 4240-REWRITE-BEFORE.
009550     IF WS-RUN-DEPTMST (WS-RUN-SUB)
009560         MOVE WS-RUN-BEFORE (WS-RUN-SUB) TO HW-DEPARTMENT-RECORD
009570         REWRITE HW-DEPARTMENT-RECORD
009580         IF NOT WS-DEP-OK
009590             MOVE 'N' TO WS-CUR-IO-SW
009600         END-IF
009610     ELSE
009620         IF WS-RUN-REQMST (WS-RUN-SUB)
009630             MOVE WS-RUN-BEFORE (WS-RUN-SUB)
009640                 TO HW-REQUESTER-RECORD
009650             REWRITE HW-REQUESTER-RECORD
009660             IF NOT WS-REQ-OK
009670                 MOVE 'N' TO WS-CUR-IO-SW
009680             END-IF
009690         ELSE
009700             MOVE WS-RUN-BEFORE (WS-RUN-SUB)
009710                 TO HW-CALENDAR-RECORD
009720             REWRITE HW-CALENDAR-RECORD
009730             IF NOT WS-CAL-OK
009740                 MOVE 'N' TO WS-CUR-IO-SW
009750             END-IF
009760         END-IF
009770     END-IF.

009780 4240-EXIT.
009790     EXIT.

009800************************************************************
009810* 4250-WRITE-BEFORE -- REVERSE A DELETE BY WRITING THE
009820*                      RECORD BACK AS IT WAS BEFORE THE RUN
009830************************************************************
009840 4250-WRITE-BEFORE.
009850     IF WS-RUN-DEPTMST (WS-RUN-SUB)
009860         MOVE WS-RUN-BEFORE (WS-RUN-SUB) TO HW-DEPARTMENT-RECORD
009870         WRITE HW-DEPARTMENT-RECORD
009880         IF NOT WS-DEP-OK
009890             MOVE 'N' TO WS-CUR-IO-SW
009900         END-IF
009910     ELSE
009920         IF WS-RUN-REQMST (WS-RUN-SUB)
009930             MOVE WS-RUN-BEFORE (WS-RUN-SUB)
009940                 TO HW-REQUESTER-RECORD
009950             WRITE HW-REQUESTER-RECORD
009960             IF NOT WS-REQ-OK
009970                 MOVE 'N' TO WS-CUR-IO-SW
009980             END-IF
009990         ELSE
010000             MOVE WS-RUN-BEFORE (WS-RUN-SUB)
010010                 TO HW-CALENDAR-RECORD
010020             WRITE HW-CALENDAR-RECORD
010030             IF NOT WS-CAL-OK
010040                 MOVE 'N' TO WS-CUR-IO-SW
010050             END-IF
010060         END-IF
010070     END-IF.

010080 4250-EXIT.
010090     EXIT.

010100************************************************************
010110* 4260-WRITE-JOURNAL -- JOURNAL ONE REVERSAL UNDER THIS
010120*                       RUN'S ID, MARKED WITH THE RUN IT
010130*                       REVERSES.  A FAILED WRITE STOPS THE
010140*                       BACK-OUT SO NO LATER REVERSAL GOES
010150*                       UNJOURNALED.
010160************************************************************
010170 4260-WRITE-JOURNAL.
010180     MOVE SPACES                 TO HW-JOURNAL-RECORD.
010190     MOVE WS-RUN-MASTER-ID (WS-RUN-SUB) TO HW-JRN-MASTER-ID.
010200     MOVE WS-RUN-KEY (WS-RUN-SUB)       TO HW-JRN-KEY.
010210     MOVE WS-REV-ACTION          TO HW-JRN-ACTION.
010220     MOVE WS-JRN-RUN-ID          TO HW-JRN-RUN-ID.
010230     ADD 1 TO WS-JRN-SEQ.
010240     MOVE WS-JRN-SEQ             TO HW-JRN-SEQ.
010250     MOVE HW-JCD-OPERATOR-ID     TO HW-JRN-OPERATOR-ID.
010260     MOVE HW-JCD-RUN-ID          TO HW-JRN-BACKOUT-OF-RUN.
010270     MOVE WS-REV-BEFORE          TO HW-JRN-BEFORE-IMAGE.
010280     MOVE WS-REV-AFTER           TO HW-JRN-AFTER-IMAGE.
010290     WRITE HW-JOURNAL-RECORD.
010300     IF NOT WS-JRN-OK
010310         DISPLAY 'HWJRNUTL: UNABLE TO WRITE CHGJRNL, '
010320                 'STATUS = ' WS-JRN-FILE-STATUS
010330                 ' - BACK-OUT STOPPED'
010340         MOVE 48 TO WS-RETURN-CODE
010350         SET WS-STOP-RUN TO TRUE
010360     END-IF.

010370 4260-EXIT.
010380     EXIT.

010390************************************************************
010400* 4500-PRINT-RECONCILIATION -- PROVE THAT ENTRIES REVERSED
010410*                              PLUS ENTRIES NOT REVERSED
010420*                              EQUALS THE RUN'S ENTRIES ON
010430*                              CHGJRNL.  THE BACK-OUT IS ONLY
010440*                              IN BALANCE WHEN EVERY ENTRY
010450*                              WAS REVERSED.
010460************************************************************
010470 4500-PRINT-RECONCILIATION.
010480     MOVE SPACES TO WS-RPT-COUNT-LINE.
010490     MOVE 'JOURNAL ENTRIES FOR THE RUN' TO WS-CNT-LABEL.
010500     MOVE WS-RUN-COUNT TO WS-CNT-COUNT.
010510     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-COUNT-LINE
010520         AFTER ADVANCING 2 LINES.

010530     MOVE SPACES TO WS-RPT-COUNT-LINE.
010540     MOVE 'ENTRIES REVERSED' TO WS-CNT-LABEL.
010550     MOVE WS-REVERSED-COUNT TO WS-CNT-COUNT.
010560     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-COUNT-LINE
010570         AFTER ADVANCING 1 LINE.

010580     MOVE SPACES TO WS-RPT-COUNT-LINE.
010590     MOVE 'ENTRIES NOT REVERSED' TO WS-CNT-LABEL.
010600     MOVE WS-NOT-REVERSED-COUNT TO WS-CNT-COUNT.
010610     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-COUNT-LINE
010620         AFTER ADVANCING 1 LINE.

010630     COMPUTE WS-BALANCE-COUNT
010640         = WS-REVERSED-COUNT + WS-NOT-REVERSED-COUNT.
010650     MOVE SPACES TO WS-RPT-TEXT-LINE.
010660     IF WS-REVERSED-COUNT = WS-RUN-COUNT
010670         MOVE 'RECONCILIATION IN BALANCE' TO WS-TXT-LABEL
010680         MOVE 'BACKED OUT' TO WS-DISPOSITION
010690     ELSE
010700         MOVE '** RECONCILIATION OUT OF BALANCE **'
010710             TO WS-TXT-LABEL
010720         IF WS-BALANCE-COUNT NOT = WS-RUN-COUNT
010730             MOVE 'BACK-OUT STOPPED - ENTRIES NOT ATTEMPTED'
010740                 TO WS-DISPOSITION
010750         ELSE
010760             MOVE 'BACKED OUT - ENTRIES NOT REVERSED'
010770                 TO WS-DISPOSITION
010780         END-IF
010790         DISPLAY 'HWJRNUTL: BACK-OUT OF ' HW-JCD-RUN-ID
010800                 ' OUT OF BALANCE'
010810         IF NOT WS-STOP-RUN
010820             MOVE 60 TO WS-RETURN-CODE
010830         END-IF
010840     END-IF.
010850     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-TEXT-LINE
010860         AFTER ADVANCING 1 LINE.

010870 4500-EXIT.
010880     EXIT.

010890************************************************************
010900* 8000-WRITE-TOTALS -- CARD CONTROL TOTALS
010910************************************************************
010920 8000-WRITE-TOTALS.
010930     MOVE SPACES TO WS-RPT-COUNT-LINE.
010940     MOVE 'CARDS READ' TO WS-CNT-LABEL.
010950     MOVE WS-CARD-READ-COUNT TO WS-CNT-COUNT.
010960     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-COUNT-LINE
010970         AFTER ADVANCING 3 LINES.

010980     MOVE SPACES TO WS-RPT-COUNT-LINE.
010990     MOVE 'CARDS ANSWERED' TO WS-CNT-LABEL.
011000     MOVE WS-CARD-DONE-COUNT TO WS-CNT-COUNT.
011010     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-COUNT-LINE
011020         AFTER ADVANCING 1 LINE.

011030     MOVE SPACES TO WS-RPT-COUNT-LINE.
011040     MOVE 'CARDS REJECTED' TO WS-CNT-LABEL.
011050     MOVE WS-REJECTED-COUNT TO WS-CNT-COUNT.
011060     WRITE HW-JOURNAL-PRINT-RECORD FROM WS-RPT-COUNT-LINE
011070         AFTER ADVANCING 1 LINE.

011080 8000-EXIT.
011090     EXIT.

011100************************************************************
011110* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
011120************************************************************
011130 9999-TERMINATE.
011140     IF WS-CARD-OPEN
011150         CLOSE JOURNAL-CARD-FILE
011160     END-IF.
011170     IF WS-JRN-OPEN
011180         CLOSE JOURNAL-FILE
011190     END-IF.
011200     IF WS-MASTERS-OPEN
011210         CLOSE DEPARTMENT-FILE
011220         CLOSE REQUESTER-FILE
011230         CLOSE CALENDAR-FILE
011240     END-IF.
011250     IF WS-OPR-OPEN
011260         CLOSE OPERATOR-FILE
011270     END-IF.
011280     IF WS-PRT-OPEN
011290         CLOSE JOURNAL-PRINT-FILE
011300     END-IF.

011310 9999-EXIT.
011320     EXIT.
