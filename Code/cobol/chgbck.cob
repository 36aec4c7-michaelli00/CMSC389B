000010************************************************************
000020* CHGBCK.COB
000030*
000040* PROGRAM-ID : HWCHGBCK
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* MONTHLY DEPARTMENT CHARGEBACK.  THE TRANS PASS OF
000100* HELLOWORLD AND HWDSTMNF LEAVE ONE DEPTVOL RECORD PER
000110* DEPARTMENT PER CYCLE; THIS PROGRAM READS THE REQUESTED
000120* MONTH'S RECORDS (ONE KEY RANGE -- THE KEY LEADS WITH THE
000130* CYCLE DATE), TOTALS THEM BY DEPARTMENT, AND PRICES THEM
000140* AT THE RATE TABLE --
000150*   - PER REQUESTER GREETED
000160*   - PER PRINTED COPY DISTRIBUTED
000170*   - PER EMAILED BUNDLE DISTRIBUTED
000180*   - PER REJECT CHARGED TO THE DEPARTMENT
000190* IT PRINTS ONE INVOICE PAGE FOR EVERY DEPARTMENT ON THE
000200* DEPTMST MASTER, ADDRESSED TO ITS CONTACT (A DEPARTMENT
000210* WITH NO VOLUME GETS A ZERO INVOICE, SO FINANCE SEES THE
000220* WHOLE MASTER), WRITES THE SAME FIGURES TO THE BILLINTF
000230* INTERFACE FILE (HWBILREC) FOR THE FINANCE SYSTEM, AND
000240* ENDS WITH A SUMMARY PAGE PROVING THAT THE INVOICES PLUS
000250* ANY VOLUME RECORDED UNDER A CODE NO LONGER ON DEPTMST
000260* (WHICH CANNOT BE BILLED AND IS LISTED) ADD BACK TO THE
000270* MONTH'S DEPTVOL TOTALS.
000280*
000290* THE CHGCARD CONTROL CARD CARRIES --
000300*   COLS  1- 6  BILLING MONTH (YYYYMM)
000310*   COLS  8-14  RATE PER REQUESTER GREETED    999V9999
000320*   COLS 16-22  RATE PER PRINTED COPY         999V9999
000330*   COLS 24-30  RATE PER EMAILED BUNDLE       999V9999
000340*   COLS 32-38  RATE PER REJECT               999V9999
000350* A BLANK OR MISSING FIELD TAKES ITS DEFAULT: THE CURRENT
000360* MONTH, AND RATES OF 0.0500, 0.2500, 0.1000 AND 0.7500.
000370* EACH CHARGE IS ROUNDED TO THE CENT.
000380*
000390* RETURN-CODE VALUES
000400*   00 = NORMAL COMPLETION
000410*   04 = VOLUME RECORDED FOR CODES NOT ON DEPTMST (NOT
000420*        BILLED), OR THE SUMMARY DOES NOT TIE
000430*   36 = DEPTVOL COULD NOT BE OPENED
000440*   40 = CHGRPT COULD NOT BE OPENED
000450*   52 = BILLINTF COULD NOT BE OPENED
000460*   56 = DEPTMST COULD NOT BE OPENED
000470*
000480* MODIFICATION HISTORY
000490*   DATE       INIT  DESCRIPTION
000500*   ---------- ----  --------------------------------------
000510*   2026-10-15  JRM  ORIGINAL PROGRAM.
000520************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.    HWCHGBCK.
000550 AUTHOR.        J. R. MORALES.
000560 INSTALLATION.  CMSC389B BATCH SERVICES.
000570 DATE-WRITTEN.  2026-10-15.
000580 DATE-COMPILED.

000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 SPECIAL-NAMES.
000640     CONSOLE IS CONSOLE.

000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT CHARGE-CARD-FILE
000680         ASSIGN TO CHGCARD
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CARD-FILE-STATUS.

000710     SELECT DEPT-VOLUME-FILE
000720         ASSIGN TO DEPTVOL
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS HW-VOL-KEY
000760         FILE STATUS IS WS-VOL-FILE-STATUS.

000770     SELECT DEPARTMENT-FILE
000780         ASSIGN TO DEPTMST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS HW-DEP-CODE
000820         FILE STATUS IS WS-DEP-FILE-STATUS.

000830     SELECT BILLING-FILE
000840         ASSIGN TO BILLINTF
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-BIL-FILE-STATUS.

000870     SELECT CHARGE-PRINT-FILE
000880         ASSIGN TO CHGRPT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PRT-FILE-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  CHARGE-CARD-FILE
000940     RECORDING MODE IS F.
000950 01  HW-CHARGE-CARD.
000960     05  HW-CHC-MONTH            PIC X(06).
000970     05  FILLER                  PIC X(01).
000980     05  HW-CHC-RATE-GREETED     PIC 9(03)V9(04).
000990     05  FILLER                  PIC X(01).
001000     05  HW-CHC-RATE-PRINTED     PIC 9(03)V9(04).
001010     05  FILLER                  PIC X(01).
001020     05  HW-CHC-RATE-BUNDLE      PIC 9(03)V9(04).
001030     05  FILLER                  PIC X(01).
001040     05  HW-CHC-RATE-REJECT      PIC 9(03)V9(04).
001050     05  FILLER                  PIC X(42).

001060 FD  DEPT-VOLUME-FILE.
001070 COPY HWVOLREC.

001080 FD  DEPARTMENT-FILE.
001090 COPY HWDEPREC.

001100 FD  BILLING-FILE
001110     RECORDING MODE IS F.
001120 COPY HWBILREC.

001130 FD  CHARGE-PRINT-FILE
001140     LINAGE IS 60 LINES
001150         LINES AT TOP 2
001160         LINES AT BOTTOM 3.
001170 01  HW-CHARGE-PRINT-RECORD      PIC X(132).

001180 WORKING-STORAGE SECTION.
001190*---------------------------------------------------------*
001200*    SWITCHES AND COUNTERS                                 *
001210*---------------------------------------------------------*
001220 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
001230     88  WS-CARD-OK                      VALUE '00'.

001240 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001250     88  WS-CARD-READ                    VALUE 'Y'.

001260 77  WS-VOL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001270     88  WS-VOL-OK                       VALUE '00'.

001280 77  WS-VOL-OPEN-SW          PIC X(01)   VALUE 'N'.
001290     88  WS-VOL-OPEN                     VALUE 'Y'.

001300 77  WS-VOL-EOF-SW           PIC X(01)   VALUE 'N'.
001310     88  WS-VOL-EOF                      VALUE 'Y'.

001320 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001330     88  WS-DEP-OK                       VALUE '00'.

001340 77  WS-DEP-OPEN-SW          PIC X(01)   VALUE 'N'.
001350     88  WS-DEP-OPEN                     VALUE 'Y'.

001360 77  WS-DEP-EOF-SW           PIC X(01)   VALUE 'N'.
001370     88  WS-DEP-EOF                      VALUE 'Y'.

001380 77  WS-BIL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001390     88  WS-BIL-OK                       VALUE '00'.

001400 77  WS-BIL-OPEN-SW          PIC X(01)   VALUE 'N'.
001410     88  WS-BIL-OPEN                     VALUE 'Y'.

001420 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001430     88  WS-PRT-OK                       VALUE '00'.

001440 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001450     88  WS-PRT-OPEN                     VALUE 'Y'.

001460 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001470 77  WS-VOL-READ-COUNT       PIC 9(07)   VALUE ZERO COMP.
001480 77  WS-INVOICE-COUNT        PIC 9(07)   VALUE ZERO COMP.
001490 77  WS-BILLED-DEPT-COUNT    PIC 9(07)   VALUE ZERO COMP.
001500 77  WS-UNBILLED-DEPT-COUNT  PIC 9(07)   VALUE ZERO COMP.
001510 77  WS-BILL-REC-COUNT       PIC 9(07)   VALUE ZERO COMP.
001520 77  WS-PAGE-COUNT           PIC 9(04)   VALUE ZERO.

001530*---------------------------------------------------------*
001540*    CURRENT DATE/TIME, BILLING MONTH AND RATE TABLE       *
001550*---------------------------------------------------------*
001560 01  WS-CURRENT-DATE-TIME.
001570     05  WS-CURRENT-DATE      PIC X(08).
001580     05  WS-CURRENT-TIME      PIC X(08).

001590 77  WS-BILL-MONTH           PIC X(06)   VALUE SPACES.

001600 01  WS-RATE-TABLE.
001610     05  WS-RATE-GREETED      PIC 9(03)V9(04)  VALUE 0.0500.
001620     05  WS-RATE-PRINTED      PIC 9(03)V9(04)  VALUE 0.2500.
001630     05  WS-RATE-BUNDLE       PIC 9(03)V9(04)  VALUE 0.1000.
001640     05  WS-RATE-REJECT       PIC 9(03)V9(04)  VALUE 0.7500.

001650*---------------------------------------------------------*
001660*    MONTH VOLUME BY DEPARTMENT CODE, AS FOUND ON DEPTVOL. *
001670*    A ROW IS MARKED BILLED WHEN ITS DEPTMST INVOICE        *
001680*    PRINTS; WHATEVER IS LEFT UNBILLED BELONGS TO A CODE   *
001690*    NOT ON THE MASTER.                                    *
001700*---------------------------------------------------------*
001710 01  WS-DV-TABLE.
001720     05  WS-DV-ENTRY          OCCURS 500 TIMES.
001730         10  WS-DV-DEPT-CODE      PIC X(08).
001740         10  WS-DV-CYCLES         PIC 9(05) COMP.
001750         10  WS-DV-GREETED        PIC 9(07) COMP.
001760         10  WS-DV-REJECTS        PIC 9(07) COMP.
001770         10  WS-DV-SECT-LINES     PIC 9(07) COMP.
001780         10  WS-DV-PRINTED        PIC 9(07) COMP.
001790         10  WS-DV-EMAILED        PIC 9(07) COMP.
001800         10  WS-DV-BUNDLES        PIC 9(07) COMP.
001810         10  WS-DV-BILLED-SW      PIC X(01).
001820             88  WS-DV-BILLED             VALUE 'Y'.

001830 77  WS-DV-USED              PIC 9(04)   VALUE ZERO COMP.
001840 77  WS-DV-SUB               PIC 9(04)   VALUE ZERO COMP.
001850 77  WS-DV-FOUND-SW          PIC X(01)   VALUE 'N'.
001860     88  WS-DV-FOUND                     VALUE 'Y'.

001870 77  WS-DV-FULL-SW           PIC X(01)   VALUE 'N'.
001880     88  WS-DV-FULL-WARNED               VALUE 'Y'.

001890 77  WS-FIND-CODE            PIC X(08)   VALUE SPACES.

001900*---------------------------------------------------------*
001910*    ONE DEPARTMENT'S QUANTITIES AND CHARGES               *
001920*---------------------------------------------------------*
001930 77  WS-QTY-CYCLES           PIC 9(05)   VALUE ZERO COMP.
001940 77  WS-QTY-GREETED          PIC 9(07)   VALUE ZERO COMP.
001950 77  WS-QTY-REJECTS          PIC 9(07)   VALUE ZERO COMP.
001960 77  WS-QTY-SECT-LINES       PIC 9(07)   VALUE ZERO COMP.
001970 77  WS-QTY-PRINTED          PIC 9(07)   VALUE ZERO COMP.
001980 77  WS-QTY-EMAILED          PIC 9(07)   VALUE ZERO COMP.
001990 77  WS-QTY-BUNDLES          PIC 9(07)   VALUE ZERO COMP.

002000 77  WS-AMT-GREETED          PIC 9(09)V99 VALUE ZERO.
002010 77  WS-AMT-PRINTED          PIC 9(09)V99 VALUE ZERO.
002020 77  WS-AMT-BUNDLES          PIC 9(09)V99 VALUE ZERO.
002030 77  WS-AMT-REJECTS          PIC 9(09)V99 VALUE ZERO.
002040 77  WS-AMT-TOTAL            PIC 9(09)V99 VALUE ZERO.

002050*---------------------------------------------------------*
002060*    MONTH, BILLED AND UNBILLED TOTALS.  THE MONTH TOTALS  *
002070*    ARE TAKEN STRAIGHT FROM DEPTVOL; BILLED PLUS UNBILLED *
002080*    MUST ADD BACK TO THEM.                                *
002090*---------------------------------------------------------*
002100 77  WS-MON-GREETED          PIC 9(09)   VALUE ZERO COMP.
002110 77  WS-MON-PRINTED          PIC 9(09)   VALUE ZERO COMP.
002120 77  WS-MON-BUNDLES          PIC 9(09)   VALUE ZERO COMP.
002130 77  WS-MON-REJECTS          PIC 9(09)   VALUE ZERO COMP.
002140 77  WS-MON-AMOUNT           PIC 9(11)V99 VALUE ZERO.

002150 77  WS-BLD-GREETED          PIC 9(09)   VALUE ZERO COMP.
002160 77  WS-BLD-PRINTED          PIC 9(09)   VALUE ZERO COMP.
002170 77  WS-BLD-BUNDLES          PIC 9(09)   VALUE ZERO COMP.
002180 77  WS-BLD-REJECTS          PIC 9(09)   VALUE ZERO COMP.
002190 77  WS-BLD-AMOUNT           PIC 9(11)V99 VALUE ZERO.

002200 77  WS-UNB-GREETED          PIC 9(09)   VALUE ZERO COMP.
002210 77  WS-UNB-PRINTED          PIC 9(09)   VALUE ZERO COMP.
002220 77  WS-UNB-BUNDLES          PIC 9(09)   VALUE ZERO COMP.
002230 77  WS-UNB-REJECTS          PIC 9(09)   VALUE ZERO COMP.
002240 77  WS-UNB-AMOUNT           PIC 9(11)V99 VALUE ZERO.

002250 77  WS-TIE-SW               PIC X(01)   VALUE 'N'.
002260     88  WS-TOTALS-TIE                   VALUE 'Y'.

002270*---------------------------------------------------------*
002280*    REPORT LINES                                          *
002290*---------------------------------------------------------*
002300 01  WS-CHG-HEADER-LINE.
002310     05  WS-HDR-TITLE         PIC X(34).
002320     05  FILLER               PIC X(07)  VALUE 'MONTH: '.
002330     05  WS-HDR-MONTH         PIC X(06).
002340     05  FILLER               PIC X(05)  VALUE SPACES.
002350     05  FILLER               PIC X(12)  VALUE 'PREPARED ON '.
002360     05  WS-HDR-PREP-DATE     PIC X(08).
002370     05  FILLER               PIC X(05)  VALUE SPACES.
002380     05  FILLER               PIC X(05)  VALUE 'PAGE '.
002390     05  WS-HDR-PAGE          PIC ZZZ9.
002400     05  FILLER               PIC X(46)  VALUE SPACES.

002410 01  WS-CHG-TEXT-LINE.
002420     05  WS-TXT-TEXT          PIC X(78).
002430     05  FILLER               PIC X(54)  VALUE SPACES.

002440 01  WS-INV-DEPT-LINE.
002450     05  FILLER               PIC X(12)  VALUE 'DEPARTMENT: '.
002460     05  WS-INV-CODE          PIC X(08).
002470     05  FILLER               PIC X(02)  VALUE SPACES.
002480     05  WS-INV-NAME          PIC X(30).
002490     05  FILLER               PIC X(80)  VALUE SPACES.

002500 01  WS-INV-ATTN-LINE.
002510     05  FILLER               PIC X(12)  VALUE 'ATTENTION:  '.
002520     05  WS-INV-CONTACT       PIC X(20).
002530     05  FILLER               PIC X(09)  VALUE '  ROUTE: '.
002540     05  WS-INV-ROUTE         PIC X(04).
002550     05  FILLER               PIC X(12)  VALUE '  DELIVERY: '.
002560     05  WS-INV-DELIVERY      PIC X(01).
002570     05  FILLER               PIC X(74)  VALUE SPACES.

002580 01  WS-INV-COLUMN-LINE.
002590     05  FILLER               PIC X(32)  VALUE 'CHARGE'.
002600     05  FILLER               PIC X(10)  VALUE '  QUANTITY'.
002610     05  FILLER               PIC X(03)  VALUE SPACES.
002620     05  FILLER               PIC X(08)  VALUE '    RATE'.
002630     05  FILLER               PIC X(03)  VALUE SPACES.
002640     05  FILLER               PIC X(14)  VALUE
002650         '        AMOUNT'.
002660     05  FILLER               PIC X(62)  VALUE SPACES.

002670 01  WS-INV-CHARGE-LINE.
002680     05  WS-CHL-DESC          PIC X(32).
002690     05  WS-CHL-QTY           PIC ZZ,ZZZ,ZZ9.
002700     05  FILLER               PIC X(03).
002710     05  WS-CHL-RATE          PIC ZZ9.9999.
002720     05  FILLER               PIC X(03).
002730     05  WS-CHL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002740     05  FILLER               PIC X(62).

002750 01  WS-INV-RULE-LINE.
002760     05  FILLER               PIC X(56)  VALUE SPACES.
002770     05  FILLER               PIC X(14)  VALUE
002780         '--------------'.
002790     05  FILLER               PIC X(62)  VALUE SPACES.

002800 01  WS-SUM-RATE-LINE.
002810     05  WS-SRT-LABEL         PIC X(32).
002820     05  WS-SRT-RATE          PIC ZZ9.9999.
002830     05  FILLER               PIC X(92)  VALUE SPACES.

002840 01  WS-SUM-COUNT-LINE.
002850     05  WS-SCL-LABEL         PIC X(40).
002860     05  WS-SCL-COUNT         PIC Z,ZZZ,ZZ9.
002870     05  FILLER               PIC X(83)  VALUE SPACES.

002880 01  WS-SUM-COLUMN-LINE.
002890     05  FILLER               PIC X(32)  VALUE SPACES.
002900     05  FILLER               PIC X(12)  VALUE '  REQUESTERS'.
002910     05  FILLER               PIC X(12)  VALUE ' PRINTED CPY'.
002920     05  FILLER               PIC X(12)  VALUE ' EMAIL BNDLS'.
002930     05  FILLER               PIC X(12)  VALUE '     REJECTS'.
002940     05  FILLER               PIC X(17)  VALUE
002950         '           AMOUNT'.
002960     05  FILLER               PIC X(35)  VALUE SPACES.

002970 01  WS-SUM-ROW-LINE.
002980     05  WS-SRL-LABEL         PIC X(32).
002990     05  FILLER               PIC X(02)  VALUE SPACES.
003000     05  WS-SRL-GREETED       PIC ZZ,ZZZ,ZZ9.
003010     05  FILLER               PIC X(02)  VALUE SPACES.
003020     05  WS-SRL-PRINTED       PIC ZZ,ZZZ,ZZ9.
003030     05  FILLER               PIC X(02)  VALUE SPACES.
003040     05  WS-SRL-BUNDLES       PIC ZZ,ZZZ,ZZ9.
003050     05  FILLER               PIC X(02)  VALUE SPACES.
003060     05  WS-SRL-REJECTS       PIC ZZ,ZZZ,ZZ9.
003070     05  FILLER               PIC X(01)  VALUE SPACES.
003080     05  WS-SRL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
003090     05  FILLER               PIC X(35)  VALUE SPACES.

003100 PROCEDURE DIVISION.
003110************************************************************
003120* 0000-MAINLINE
003130************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE
003160         THRU 1000-EXIT.
003170     IF WS-RETURN-CODE = ZERO
003180         PERFORM 2000-TALLY-MONTH-VOLUME
003190             THRU 2000-EXIT
003200         PERFORM 3000-BILL-DEPARTMENTS
003210             THRU 3000-EXIT
003220         PERFORM 4000-PRINT-SUMMARY
003230             THRU 4000-EXIT
003240         PERFORM 5000-WRITE-BILLING-TRAILER
003250             THRU 5000-EXIT
003260     END-IF.
003270     PERFORM 9999-TERMINATE
003280         THRU 9999-EXIT.
003290     MOVE WS-RETURN-CODE TO RETURN-CODE.
003300     STOP RUN.

003310************************************************************
003320* 1000-INITIALIZE -- PICK UP THE BILLING MONTH AND RATES,
003330*                    OPEN THE FILES AND WRITE THE BILLING
003340*                    INTERFACE HEADER.  A MISSING CHGCARD IS
003350*                    NOT AN ERROR -- THE CURRENT MONTH AND
003360*                    THE STANDARD RATES ARE ASSUMED.
003370************************************************************
003380 1000-INITIALIZE.
003390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003400     ACCEPT WS-CURRENT-TIME FROM TIME.
003410     MOVE WS-CURRENT-DATE (1:6) TO WS-BILL-MONTH.

003420     OPEN INPUT CHARGE-CARD-FILE.
003430     IF WS-CARD-OK
003440         READ CHARGE-CARD-FILE
003450             AT END
003460                 CONTINUE
003470             NOT AT END
003480                 SET WS-CARD-READ TO TRUE
003490         END-READ
003500         IF WS-CARD-READ
003510             PERFORM 1100-APPLY-CHARGE-CARD
003520                 THRU 1100-EXIT
003530         END-IF
003540         CLOSE CHARGE-CARD-FILE
003550     ELSE
003560         DISPLAY 'HWCHGBCK: CHGCARD NOT AVAILABLE, '
003570                 'BILLING CURRENT MONTH ' WS-BILL-MONTH
003580                 ' AT STANDARD RATES'
003590     END-IF.

003600     OPEN INPUT DEPT-VOLUME-FILE.
003610     IF NOT WS-VOL-OK
003620         DISPLAY 'HWCHGBCK: UNABLE TO OPEN DEPTVOL, '
003630                 'STATUS = ' WS-VOL-FILE-STATUS
003640         MOVE 36 TO WS-RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     SET WS-VOL-OPEN TO TRUE.

003680     OPEN INPUT DEPARTMENT-FILE.
003690     IF NOT WS-DEP-OK
003700         DISPLAY 'HWCHGBCK: UNABLE TO OPEN DEPTMST, '
003710                 'STATUS = ' WS-DEP-FILE-STATUS
003720         MOVE 56 TO WS-RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     SET WS-DEP-OPEN TO TRUE.

003760     OPEN OUTPUT CHARGE-PRINT-FILE.
003770     IF NOT WS-PRT-OK
003780         DISPLAY 'HWCHGBCK: UNABLE TO OPEN CHGRPT, '
003790                 'STATUS = ' WS-PRT-FILE-STATUS
003800         MOVE 40 TO WS-RETURN-CODE
003810         GO TO 1000-EXIT
003820     END-IF.
003830     SET WS-PRT-OPEN TO TRUE.

003840     OPEN OUTPUT BILLING-FILE.
003850     IF NOT WS-BIL-OK
003860         DISPLAY 'HWCHGBCK: UNABLE TO OPEN BILLINTF, '
003870                 'STATUS = ' WS-BIL-FILE-STATUS
003880         MOVE 52 TO WS-RETURN-CODE
003890         GO TO 1000-EXIT
003900     END-IF.
003910     SET WS-BIL-OPEN TO TRUE.

003920     MOVE SPACES          TO HW-BILLING-RECORD.
003930     SET HW-BIL-HEADER    TO TRUE.
003940     MOVE WS-BILL-MONTH   TO HW-BIL-MONTH.
003950     MOVE WS-CURRENT-DATE TO HW-BIL-HDR-DATE.
003960     MOVE WS-CURRENT-TIME TO HW-BIL-HDR-TIME.
003970     MOVE 'HWCHGBCK'      TO HW-BIL-HDR-PROGRAM.
003980     WRITE HW-BILLING-RECORD.

003990     INITIALIZE WS-DV-TABLE.
004000     MOVE WS-BILL-MONTH   TO WS-HDR-MONTH.
004010     MOVE WS-CURRENT-DATE TO WS-HDR-PREP-DATE.

004020 1000-EXIT.
004030     EXIT.

004040************************************************************
004050* 1100-APPLY-CHARGE-CARD -- TAKE THE MONTH AND EACH RATE THE
004060*                           CARD SUPPLIES; A BLANK OR
004070*                           NON-NUMERIC FIELD KEEPS ITS
004080*                           DEFAULT
004090************************************************************
004100 1100-APPLY-CHARGE-CARD.
004110     IF HW-CHC-MONTH NOT = SPACES
004120         MOVE HW-CHC-MONTH TO WS-BILL-MONTH
004130     END-IF.
004140     IF HW-CHC-RATE-GREETED NUMERIC
004150         MOVE HW-CHC-RATE-GREETED TO WS-RATE-GREETED
004160     END-IF.
004170     IF HW-CHC-RATE-PRINTED NUMERIC
004180         MOVE HW-CHC-RATE-PRINTED TO WS-RATE-PRINTED
004190     END-IF.
004200     IF HW-CHC-RATE-BUNDLE NUMERIC
004210         MOVE HW-CHC-RATE-BUNDLE TO WS-RATE-BUNDLE
004220     END-IF.
004230     IF HW-CHC-RATE-REJECT NUMERIC
004240         MOVE HW-CHC-RATE-REJECT TO WS-RATE-REJECT
004250     END-IF.

004260 1100-EXIT.
004270     EXIT.

004280************************************************************
004290* 2000-TALLY-MONTH-VOLUME -- BROWSE DEPTVOL FROM THE FIRST
004300*                            KEY OF THE MONTH TO THE FIRST
004310*                            KEY PAST IT, TOTALLING BY
004320*                            DEPARTMENT CODE
004330************************************************************
004340 2000-TALLY-MONTH-VOLUME.
004350     MOVE LOW-VALUES    TO HW-VOL-KEY.
004360     MOVE WS-BILL-MONTH TO HW-VOL-CYCLE-DATE (1:6).
004370     MOVE '01'          TO HW-VOL-CYCLE-DATE (7:2).
004380     START DEPT-VOLUME-FILE
004390         KEY IS NOT LESS THAN HW-VOL-KEY
004400         INVALID KEY
004410             SET WS-VOL-EOF TO TRUE
004420     END-START.
004430     PERFORM 2100-TALLY-ONE-RECORD
004440         THRU 2100-EXIT
004450         UNTIL WS-VOL-EOF.

004460 2000-EXIT.
004470     EXIT.

004480************************************************************
004490* 2100-TALLY-ONE-RECORD -- FOLD ONE CYCLE'S VOLUME INTO THE
004500*                          MONTH TOTALS AND ITS DEPARTMENT'S
004510*                          ROW
004520************************************************************
004530 2100-TALLY-ONE-RECORD.
004540     READ DEPT-VOLUME-FILE NEXT RECORD
004550         AT END
004560             SET WS-VOL-EOF TO TRUE
004570             GO TO 2100-EXIT
004580     END-READ.
004590     IF HW-VOL-CYCLE-DATE (1:6) NOT = WS-BILL-MONTH
004600         SET WS-VOL-EOF TO TRUE
004610         GO TO 2100-EXIT
004620     END-IF.

004630     ADD 1 TO WS-VOL-READ-COUNT.
004640     ADD HW-VOL-GREETED         TO WS-MON-GREETED.
004650     ADD HW-VOL-COPIES-PRINTED  TO WS-MON-PRINTED.
004660     ADD HW-VOL-BUNDLES-EMAILED TO WS-MON-BUNDLES.
004670     ADD HW-VOL-REJECTS         TO WS-MON-REJECTS.

004680     MOVE HW-VOL-DEPT-CODE TO WS-FIND-CODE.
004690     PERFORM 2500-FIND-DEPT-ROW
004700         THRU 2500-EXIT.
004710     IF NOT WS-DV-FOUND
004720         IF WS-DV-USED < 500
004730             ADD 1 TO WS-DV-USED
004740             MOVE WS-DV-USED TO WS-DV-SUB
004750             MOVE HW-VOL-DEPT-CODE
004760                 TO WS-DV-DEPT-CODE (WS-DV-SUB)
004770             MOVE 'N' TO WS-DV-BILLED-SW (WS-DV-SUB)
004780         ELSE
004790             IF NOT WS-DV-FULL-WARNED
004800                 DISPLAY 'HWCHGBCK: DEPARTMENT TABLE FULL, '
004810                         'SOME VOLUME NOT BILLED'
004820                 SET WS-DV-FULL-WARNED TO TRUE
004830             END-IF
004840             GO TO 2100-EXIT
004850         END-IF
004860     END-IF.

004870     ADD 1                      TO WS-DV-CYCLES (WS-DV-SUB).
004880     ADD HW-VOL-GREETED         TO WS-DV-GREETED (WS-DV-SUB).
004890     ADD HW-VOL-REJECTS         TO WS-DV-REJECTS (WS-DV-SUB).
004900     ADD HW-VOL-SECT-LINES
004910         TO WS-DV-SECT-LINES (WS-DV-SUB).
004920     ADD HW-VOL-COPIES-PRINTED  TO WS-DV-PRINTED (WS-DV-SUB).
004930     ADD HW-VOL-COPIES-EMAILED  TO WS-DV-EMAILED (WS-DV-SUB).
004940     ADD HW-VOL-BUNDLES-EMAILED TO WS-DV-BUNDLES (WS-DV-SUB).

004950 2100-EXIT.
004960     EXIT.

004970************************************************************
004980* 2500-FIND-DEPT-ROW -- LOCATE WS-FIND-CODE IN THE VOLUME
004990*                       TABLE, LEAVING WS-DV-SUB ON THE ROW
005000*                       WHEN FOUND
005010************************************************************
005020 2500-FIND-DEPT-ROW.
005030     MOVE 'N' TO WS-DV-FOUND-SW.
005040     MOVE ZERO TO WS-DV-SUB.
005050     PERFORM 2510-SCAN-DEPT-ROW
005060         THRU 2510-EXIT
005070         UNTIL WS-DV-FOUND
005080            OR WS-DV-SUB >= WS-DV-USED.

005090 2500-EXIT.
005100     EXIT.

005110 2510-SCAN-DEPT-ROW.
005120     ADD 1 TO WS-DV-SUB.
005130     IF WS-DV-DEPT-CODE (WS-DV-SUB) = WS-FIND-CODE
005140         SET WS-DV-FOUND TO TRUE
005150     END-IF.
005160 2510-EXIT.
005170     EXIT.

005180************************************************************
005190* 3000-BILL-DEPARTMENTS -- ONE INVOICE AND ONE BILLING
005200*                          RECORD FOR EVERY DEPARTMENT ON THE
005210*                          MASTER, IN CODE ORDER
005220************************************************************
005230 3000-BILL-DEPARTMENTS.
005240     MOVE LOW-VALUES TO HW-DEP-CODE.
005250     START DEPARTMENT-FILE
005260         KEY IS NOT LESS THAN HW-DEP-CODE
005270         INVALID KEY
005280             SET WS-DEP-EOF TO TRUE
005290     END-START.
005300     PERFORM 3100-BILL-ONE-DEPARTMENT
005310         THRU 3100-EXIT
005320         UNTIL WS-DEP-EOF.

005330 3000-EXIT.
005340     EXIT.

005350************************************************************
005360* 3100-BILL-ONE-DEPARTMENT -- PRICE THE DEPARTMENT'S MONTH
005370*                             VOLUME (ZERO IF IT HAD NONE),
005380*                             PRINT ITS INVOICE AND WRITE ITS
005390*                             BILLING RECORD
005400************************************************************
005410 3100-BILL-ONE-DEPARTMENT.
005420     READ DEPARTMENT-FILE NEXT RECORD
005430         AT END
005440             SET WS-DEP-EOF TO TRUE
005450             GO TO 3100-EXIT
005460     END-READ.
005470     ADD 1 TO WS-INVOICE-COUNT.

005480     MOVE ZERO TO WS-QTY-CYCLES.
005490     MOVE ZERO TO WS-QTY-GREETED.
005500     MOVE ZERO TO WS-QTY-REJECTS.
005510     MOVE ZERO TO WS-QTY-SECT-LINES.
005520     MOVE ZERO TO WS-QTY-PRINTED.
005530     MOVE ZERO TO WS-QTY-EMAILED.
005540     MOVE ZERO TO WS-QTY-BUNDLES.
005550     MOVE HW-DEP-CODE TO WS-FIND-CODE.
005560     PERFORM 2500-FIND-DEPT-ROW
005570         THRU 2500-EXIT.
005580     IF WS-DV-FOUND
005590         PERFORM 3150-LOAD-ROW-QUANTITIES
005600             THRU 3150-EXIT
005610         SET WS-DV-BILLED (WS-DV-SUB) TO TRUE
005620         ADD 1 TO WS-BILLED-DEPT-COUNT
005630     END-IF.

005640     PERFORM 3200-PRICE-CHARGES
005650         THRU 3200-EXIT.
005660     ADD WS-QTY-GREETED TO WS-BLD-GREETED.
005670     ADD WS-QTY-PRINTED TO WS-BLD-PRINTED.
005680     ADD WS-QTY-BUNDLES TO WS-BLD-BUNDLES.
005690     ADD WS-QTY-REJECTS TO WS-BLD-REJECTS.
005700     ADD WS-AMT-TOTAL   TO WS-BLD-AMOUNT.

005710     PERFORM 3300-PRINT-INVOICE
005720         THRU 3300-EXIT.
005730     PERFORM 3400-WRITE-BILLING-RECORD
005740         THRU 3400-EXIT.

005750 3100-EXIT.
005760     EXIT.

005770 3150-LOAD-ROW-QUANTITIES.
005780     MOVE WS-DV-CYCLES (WS-DV-SUB)     TO WS-QTY-CYCLES.
005790     MOVE WS-DV-GREETED (WS-DV-SUB)    TO WS-QTY-GREETED.
005800     MOVE WS-DV-REJECTS (WS-DV-SUB)    TO WS-QTY-REJECTS.
005810     MOVE WS-DV-SECT-LINES (WS-DV-SUB) TO WS-QTY-SECT-LINES.
005820     MOVE WS-DV-PRINTED (WS-DV-SUB)    TO WS-QTY-PRINTED.
005830     MOVE WS-DV-EMAILED (WS-DV-SUB)    TO WS-QTY-EMAILED.
005840     MOVE WS-DV-BUNDLES (WS-DV-SUB)    TO WS-QTY-BUNDLES.
005850 3150-EXIT.
005860     EXIT.

005870************************************************************
005880* 3200-PRICE-CHARGES -- APPLY THE RATE TABLE TO THE CURRENT
005890*                       QUANTITIES, EACH CHARGE ROUNDED TO
005900*                       THE CENT
005910************************************************************
005920 3200-PRICE-CHARGES.
005930     COMPUTE WS-AMT-GREETED ROUNDED
005940         = WS-QTY-GREETED * WS-RATE-GREETED.
005950     COMPUTE WS-AMT-PRINTED ROUNDED
005960         = WS-QTY-PRINTED * WS-RATE-PRINTED.
005970     COMPUTE WS-AMT-BUNDLES ROUNDED
005980         = WS-QTY-BUNDLES * WS-RATE-BUNDLE.
005990     COMPUTE WS-AMT-REJECTS ROUNDED
006000         = WS-QTY-REJECTS * WS-RATE-REJECT.
006010     COMPUTE WS-AMT-TOTAL
006020         = WS-AMT-GREETED + WS-AMT-PRINTED
006030         + WS-AMT-BUNDLES + WS-AMT-REJECTS.

006040 3200-EXIT.
006050     EXIT.

006060************************************************************
006070* 3300-PRINT-INVOICE -- ONE PAGE PER DEPARTMENT: WHO IT IS
006080*                       FOR, THE FOUR CHARGE LINES AND THE
006090*                       TOTAL, AND THE UNBILLED VOLUME FOR
006100*                       INFORMATION
006110************************************************************
006120 3300-PRINT-INVOICE.
006130     ADD 1 TO WS-PAGE-COUNT.
006140     MOVE 'DEPARTMENT CHARGEBACK INVOICE' TO WS-HDR-TITLE.
006150     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
006160     WRITE HW-CHARGE-PRINT-RECORD FROM WS-CHG-HEADER-LINE
006170         AFTER ADVANCING PAGE.

006180     MOVE HW-DEP-CODE          TO WS-INV-CODE.
006190     MOVE HW-DEP-NAME          TO WS-INV-NAME.
006200     WRITE HW-CHARGE-PRINT-RECORD FROM WS-INV-DEPT-LINE
006210         AFTER ADVANCING 2 LINES.
006220     MOVE HW-DEP-CONTACT-NAME  TO WS-INV-CONTACT.
006230     MOVE HW-DEP-ROUTE-CODE    TO WS-INV-ROUTE.
006240     MOVE HW-DEP-DELIVERY-IND  TO WS-INV-DELIVERY.
006250     WRITE HW-CHARGE-PRINT-RECORD FROM WS-INV-ATTN-LINE
006260         AFTER ADVANCING 1 LINE.

006270     WRITE HW-CHARGE-PRINT-RECORD FROM WS-INV-COLUMN-LINE
006280         AFTER ADVANCING 2 LINES.

006290     MOVE SPACES TO WS-INV-CHARGE-LINE.
006300     MOVE 'REQUESTERS GREETED'    TO WS-CHL-DESC.
006310     MOVE WS-QTY-GREETED          TO WS-CHL-QTY.
006320     MOVE WS-RATE-GREETED         TO WS-CHL-RATE.
006330     MOVE WS-AMT-GREETED          TO WS-CHL-AMOUNT.
006340     PERFORM 3310-PRINT-CHARGE-LINE
006350         THRU 3310-EXIT.
006360     MOVE 'PRINTED COPIES'        TO WS-CHL-DESC.
006370     MOVE WS-QTY-PRINTED          TO WS-CHL-QTY.
006380     MOVE WS-RATE-PRINTED         TO WS-CHL-RATE.
006390     MOVE WS-AMT-PRINTED          TO WS-CHL-AMOUNT.
006400     PERFORM 3310-PRINT-CHARGE-LINE
006410         THRU 3310-EXIT.
006420     MOVE 'EMAILED BUNDLES'       TO WS-CHL-DESC.
006430     MOVE WS-QTY-BUNDLES          TO WS-CHL-QTY.
006440     MOVE WS-RATE-BUNDLE          TO WS-CHL-RATE.
006450     MOVE WS-AMT-BUNDLES          TO WS-CHL-AMOUNT.
006460     PERFORM 3310-PRINT-CHARGE-LINE
006470         THRU 3310-EXIT.
006480     MOVE 'REJECTED TRANSACTIONS' TO WS-CHL-DESC.
006490     MOVE WS-QTY-REJECTS          TO WS-CHL-QTY.
006500     MOVE WS-RATE-REJECT          TO WS-CHL-RATE.
006510     MOVE WS-AMT-REJECTS          TO WS-CHL-AMOUNT.
006520     PERFORM 3310-PRINT-CHARGE-LINE
006530         THRU 3310-EXIT.

006540     WRITE HW-CHARGE-PRINT-RECORD FROM WS-INV-RULE-LINE
006550         AFTER ADVANCING 1 LINE.
006560     MOVE SPACES TO WS-INV-CHARGE-LINE.
006570     MOVE 'INVOICE TOTAL'         TO WS-CHL-DESC.
006580     MOVE WS-AMT-TOTAL            TO WS-CHL-AMOUNT.
006590     PERFORM 3310-PRINT-CHARGE-LINE
006600         THRU 3310-EXIT.

006610     MOVE SPACES TO WS-CHG-TEXT-LINE.
006620     MOVE 'FOR INFORMATION -- NOT CHARGED:' TO WS-TXT-TEXT.
006630     WRITE HW-CHARGE-PRINT-RECORD FROM WS-CHG-TEXT-LINE
006640         AFTER ADVANCING 3 LINES.
006650     MOVE SPACES TO WS-INV-CHARGE-LINE.
006660     MOVE '  CYCLES WITH VOLUME'      TO WS-CHL-DESC.
006670     MOVE WS-QTY-CYCLES               TO WS-CHL-QTY.
006680     PERFORM 3310-PRINT-CHARGE-LINE
006690         THRU 3310-EXIT.
006700     MOVE '  COPIES EMAILED'          TO WS-CHL-DESC.
006710     MOVE WS-QTY-EMAILED              TO WS-CHL-QTY.
006720     PERFORM 3310-PRINT-CHARGE-LINE
006730         THRU 3310-EXIT.
006740     MOVE '  ROLL-CALL SECTION LINES' TO WS-CHL-DESC.
006750     MOVE WS-QTY-SECT-LINES           TO WS-CHL-QTY.
006760     PERFORM 3310-PRINT-CHARGE-LINE
006770         THRU 3310-EXIT.

006780 3300-EXIT.
006790     EXIT.

006800 3310-PRINT-CHARGE-LINE.
006810     WRITE HW-CHARGE-PRINT-RECORD FROM WS-INV-CHARGE-LINE
006820         AFTER ADVANCING 1 LINE.
006830 3310-EXIT.
006840     EXIT.

006850************************************************************
006860* 3400-WRITE-BILLING-RECORD -- THE INVOICE'S FIGURES TO THE
006870*                              FINANCE INTERFACE FILE
006880************************************************************
006890 3400-WRITE-BILLING-RECORD.
006900     MOVE SPACES           TO HW-BILLING-RECORD.
006910     SET HW-BIL-DETAIL     TO TRUE.
006920     MOVE WS-BILL-MONTH    TO HW-BIL-MONTH.
006930     MOVE HW-DEP-CODE      TO HW-BIL-DEPT-CODE.
006940     MOVE WS-QTY-GREETED   TO HW-BIL-QTY-GREETED.
006950     MOVE WS-QTY-PRINTED   TO HW-BIL-QTY-PRINTED.
006960     MOVE WS-QTY-BUNDLES   TO HW-BIL-QTY-BUNDLES.
006970     MOVE WS-QTY-REJECTS   TO HW-BIL-QTY-REJECTS.
006980     MOVE WS-AMT-GREETED   TO HW-BIL-AMT-GREETED.
006990     MOVE WS-AMT-PRINTED   TO HW-BIL-AMT-PRINTED.
007000     MOVE WS-AMT-BUNDLES   TO HW-BIL-AMT-BUNDLES.
007010     MOVE WS-AMT-REJECTS   TO HW-BIL-AMT-REJECTS.
007020     MOVE WS-AMT-TOTAL     TO HW-BIL-AMT-TOTAL.
007030     WRITE HW-BILLING-RECORD.
007040     ADD 1 TO WS-BILL-REC-COUNT.

007050 3400-EXIT.
007060     EXIT.

007070************************************************************
007080* 4000-PRINT-SUMMARY -- THE RATES USED, THE MONTH'S DEPTVOL
007090*                       TOTALS AGAINST WHAT WAS INVOICED AND
007100*                       WHAT COULD NOT BE, THE PROOF THAT THEY
007110*                       TIE, AND THE UNBILLED CODES
007120************************************************************
007130 4000-PRINT-SUMMARY.
007140     MOVE ZERO TO WS-DV-SUB.
007150     PERFORM 4100-TOTAL-UNBILLED-ROW
007160         THRU 4100-EXIT
007170         WS-DV-USED TIMES.
007180     COMPUTE WS-MON-AMOUNT = WS-BLD-AMOUNT + WS-UNB-AMOUNT.

007190     ADD 1 TO WS-PAGE-COUNT.
007200     PERFORM 4050-WRITE-SUMMARY-HEADER
007210         THRU 4050-EXIT.

007220     MOVE 'RATE PER REQUESTER GREETED'   TO WS-SRT-LABEL.
007230     MOVE WS-RATE-GREETED                TO WS-SRT-RATE.
007240     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-RATE-LINE
007250         AFTER ADVANCING 2 LINES.
007260     MOVE 'RATE PER PRINTED COPY'        TO WS-SRT-LABEL.
007270     MOVE WS-RATE-PRINTED                TO WS-SRT-RATE.
007280     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-RATE-LINE
007290         AFTER ADVANCING 1 LINE.
007300     MOVE 'RATE PER EMAILED BUNDLE'      TO WS-SRT-LABEL.
007310     MOVE WS-RATE-BUNDLE                 TO WS-SRT-RATE.
007320     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-RATE-LINE
007330         AFTER ADVANCING 1 LINE.
007340     MOVE 'RATE PER REJECT'              TO WS-SRT-LABEL.
007350     MOVE WS-RATE-REJECT                 TO WS-SRT-RATE.
007360     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-RATE-LINE
007370         AFTER ADVANCING 1 LINE.

007380     MOVE SPACES TO WS-SUM-COUNT-LINE.
007390     MOVE 'DEPTVOL CYCLE RECORDS FOR THE MONTH' TO WS-SCL-LABEL.
007400     MOVE WS-VOL-READ-COUNT TO WS-SCL-COUNT.
007410     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COUNT-LINE
007420         AFTER ADVANCING 2 LINES.
007430     MOVE 'INVOICES PRINTED (DEPTMST DEPARTMENTS)'
007440         TO WS-SCL-LABEL.
007450     MOVE WS-INVOICE-COUNT TO WS-SCL-COUNT.
007460     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COUNT-LINE
007470         AFTER ADVANCING 1 LINE.
007480     MOVE 'INVOICES WITH VOLUME' TO WS-SCL-LABEL.
007490     MOVE WS-BILLED-DEPT-COUNT TO WS-SCL-COUNT.
007500     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COUNT-LINE
007510         AFTER ADVANCING 1 LINE.
007520     MOVE 'CODES NOT ON DEPTMST (NOT BILLED)' TO WS-SCL-LABEL.
007530     MOVE WS-UNBILLED-DEPT-COUNT TO WS-SCL-COUNT.
007540     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COUNT-LINE
007550         AFTER ADVANCING 1 LINE.
007560     MOVE 'BILLING INTERFACE DETAIL RECORDS' TO WS-SCL-LABEL.
007570     MOVE WS-BILL-REC-COUNT TO WS-SCL-COUNT.
007580     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COUNT-LINE
007590         AFTER ADVANCING 1 LINE.

007600     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COLUMN-LINE
007610         AFTER ADVANCING 2 LINES.
007620     MOVE 'MONTH TOTAL PER DEPTVOL'  TO WS-SRL-LABEL.
007630     MOVE WS-MON-GREETED             TO WS-SRL-GREETED.
007640     MOVE WS-MON-PRINTED             TO WS-SRL-PRINTED.
007650     MOVE WS-MON-BUNDLES             TO WS-SRL-BUNDLES.
007660     MOVE WS-MON-REJECTS             TO WS-SRL-REJECTS.
007670     MOVE WS-MON-AMOUNT              TO WS-SRL-AMOUNT.
007680     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-ROW-LINE
007690         AFTER ADVANCING 1 LINE.
007700     MOVE 'INVOICED'                 TO WS-SRL-LABEL.
007710     MOVE WS-BLD-GREETED             TO WS-SRL-GREETED.
007720     MOVE WS-BLD-PRINTED             TO WS-SRL-PRINTED.
007730     MOVE WS-BLD-BUNDLES             TO WS-SRL-BUNDLES.
007740     MOVE WS-BLD-REJECTS             TO WS-SRL-REJECTS.
007750     MOVE WS-BLD-AMOUNT              TO WS-SRL-AMOUNT.
007760     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-ROW-LINE
007770         AFTER ADVANCING 1 LINE.
007780     MOVE 'NOT ON DEPTMST - NOT BILLED' TO WS-SRL-LABEL.
007790     MOVE WS-UNB-GREETED             TO WS-SRL-GREETED.
007800     MOVE WS-UNB-PRINTED             TO WS-SRL-PRINTED.
007810     MOVE WS-UNB-BUNDLES             TO WS-SRL-BUNDLES.
007820     MOVE WS-UNB-REJECTS             TO WS-SRL-REJECTS.
007830     MOVE WS-UNB-AMOUNT              TO WS-SRL-AMOUNT.
007840     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-ROW-LINE
007850         AFTER ADVANCING 1 LINE.

007860     MOVE 'N' TO WS-TIE-SW.
007870     IF WS-BLD-GREETED + WS-UNB-GREETED = WS-MON-GREETED
007880        AND WS-BLD-PRINTED + WS-UNB-PRINTED = WS-MON-PRINTED
007890        AND WS-BLD-BUNDLES + WS-UNB-BUNDLES = WS-MON-BUNDLES
007900        AND WS-BLD-REJECTS + WS-UNB-REJECTS = WS-MON-REJECTS
007910         SET WS-TOTALS-TIE TO TRUE
007920     END-IF.
007930     MOVE SPACES TO WS-CHG-TEXT-LINE.
007940     IF WS-TOTALS-TIE
007950         MOVE 'INVOICED PLUS NOT BILLED AGREES WITH THE MONTH'
007960             TO WS-TXT-TEXT
007970     ELSE
007980         DISPLAY 'HWCHGBCK: INVOICED PLUS NOT BILLED DOES '
007990                 'NOT AGREE WITH THE MONTH TOTAL'
008000         MOVE '** INVOICED PLUS NOT BILLED DISAGREES **'
008010             TO WS-TXT-TEXT
008020         IF WS-RETURN-CODE = ZERO
008030             MOVE 4 TO WS-RETURN-CODE
008040         END-IF
008050     END-IF.
008060     WRITE HW-CHARGE-PRINT-RECORD FROM WS-CHG-TEXT-LINE
008070         AFTER ADVANCING 2 LINES.

008080     IF WS-UNBILLED-DEPT-COUNT = ZERO
008090         GO TO 4000-EXIT
008100     END-IF.
008110     IF WS-RETURN-CODE = ZERO
008120         MOVE 4 TO WS-RETURN-CODE
008130     END-IF.
008140     MOVE SPACES TO WS-CHG-TEXT-LINE.
008150     MOVE 'VOLUME RECORDED UNDER CODES NOT ON DEPTMST'
008160         TO WS-TXT-TEXT.
008170     WRITE HW-CHARGE-PRINT-RECORD FROM WS-CHG-TEXT-LINE
008180         AFTER ADVANCING 3 LINES.
008190     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-COLUMN-LINE
008200         AFTER ADVANCING 1 LINE.
008210     MOVE ZERO TO WS-DV-SUB.
008220     PERFORM 4200-PRINT-UNBILLED-ROW
008230         THRU 4200-EXIT
008240         WS-DV-USED TIMES.

008250 4000-EXIT.
008260     EXIT.

008270 4050-WRITE-SUMMARY-HEADER.
008280     MOVE 'DEPARTMENT CHARGEBACK SUMMARY' TO WS-HDR-TITLE.
008290     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
008300     WRITE HW-CHARGE-PRINT-RECORD FROM WS-CHG-HEADER-LINE
008310         AFTER ADVANCING PAGE.
008320 4050-EXIT.
008330     EXIT.

008340************************************************************
008350* 4100-TOTAL-UNBILLED-ROW -- A ROW NO INVOICE CLAIMED IS A
008360*                            CODE NOT ON DEPTMST; PRICE IT
008370*                            SO THE SUMMARY SHOWS WHAT IT
008380*                            WOULD HAVE BILLED
008390************************************************************
008400 4100-TOTAL-UNBILLED-ROW.
008410     ADD 1 TO WS-DV-SUB.
008420     IF WS-DV-BILLED (WS-DV-SUB)
008430         GO TO 4100-EXIT
008440     END-IF.
008450     ADD 1 TO WS-UNBILLED-DEPT-COUNT.
008460     PERFORM 3150-LOAD-ROW-QUANTITIES
008470         THRU 3150-EXIT.
008480     PERFORM 3200-PRICE-CHARGES
008490         THRU 3200-EXIT.
008500     ADD WS-QTY-GREETED TO WS-UNB-GREETED.
008510     ADD WS-QTY-PRINTED TO WS-UNB-PRINTED.
008520     ADD WS-QTY-BUNDLES TO WS-UNB-BUNDLES.
008530     ADD WS-QTY-REJECTS TO WS-UNB-REJECTS.
008540     ADD WS-AMT-TOTAL   TO WS-UNB-AMOUNT.
008550 4100-EXIT.
008560     EXIT.

008570************************************************************
008580* 4200-PRINT-UNBILLED-ROW -- ONE SUMMARY LINE PER CODE NOT ON
008590*                            DEPTMST, CONTINUING ONTO A NEW
008600*                            SUMMARY PAGE WHEN THIS ONE FILLS
008610************************************************************
008620 4200-PRINT-UNBILLED-ROW.
008630     ADD 1 TO WS-DV-SUB.
008640     IF WS-DV-BILLED (WS-DV-SUB)
008650         GO TO 4200-EXIT
008660     END-IF.
008670     PERFORM 3150-LOAD-ROW-QUANTITIES
008680         THRU 3150-EXIT.
008690     PERFORM 3200-PRICE-CHARGES
008700         THRU 3200-EXIT.
008710     MOVE SPACES TO WS-SRL-LABEL.
008720     STRING 'CODE '                    DELIMITED BY SIZE
008730            WS-DV-DEPT-CODE (WS-DV-SUB) DELIMITED BY SIZE
008740            INTO WS-SRL-LABEL.
008750     MOVE WS-QTY-GREETED             TO WS-SRL-GREETED.
008760     MOVE WS-QTY-PRINTED             TO WS-SRL-PRINTED.
008770     MOVE WS-QTY-BUNDLES             TO WS-SRL-BUNDLES.
008780     MOVE WS-QTY-REJECTS             TO WS-SRL-REJECTS.
008790     MOVE WS-AMT-TOTAL               TO WS-SRL-AMOUNT.
008800     WRITE HW-CHARGE-PRINT-RECORD FROM WS-SUM-ROW-LINE
008810         AFTER ADVANCING 1 LINE
008820         AT END-OF-PAGE
008830             ADD 1 TO WS-PAGE-COUNT
008840             PERFORM 4050-WRITE-SUMMARY-HEADER
008850                 THRU 4050-EXIT
008860             WRITE HW-CHARGE-PRINT-RECORD
008870                 FROM WS-SUM-COLUMN-LINE
008880                 AFTER ADVANCING 2 LINES
008890     END-WRITE.
008900 4200-EXIT.
008910     EXIT.

008920************************************************************
008930* 5000-WRITE-BILLING-TRAILER -- CLOSE THE INTERFACE FILE'S
008940*                               CONTENT WITH ITS DETAIL COUNT
008950*                               AND AMOUNT TOTAL
008960************************************************************
008970 5000-WRITE-BILLING-TRAILER.
008980     MOVE SPACES            TO HW-BILLING-RECORD.
008990     SET HW-BIL-TRAILER     TO TRUE.
009000     MOVE WS-BILL-MONTH     TO HW-BIL-MONTH.
009010     MOVE WS-BILL-REC-COUNT TO HW-BIL-TRL-COUNT.
009020     MOVE WS-BLD-AMOUNT     TO HW-BIL-TRL-AMOUNT.
009030     WRITE HW-BILLING-RECORD.

009040 5000-EXIT.
009050     EXIT.

009060************************************************************
009070* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
009080************************************************************
009090 9999-TERMINATE.
009100     IF WS-VOL-OPEN
009110         CLOSE DEPT-VOLUME-FILE
009120     END-IF.
009130     IF WS-DEP-OPEN
009140         CLOSE DEPARTMENT-FILE
009150     END-IF.
009160     IF WS-BIL-OPEN
009170         CLOSE BILLING-FILE
009180     END-IF.
009190     IF WS-PRT-OPEN
009200         CLOSE CHARGE-PRINT-FILE
009210     END-IF.

009220 9999-EXIT.
009230     EXIT.
