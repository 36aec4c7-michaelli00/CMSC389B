000010************************************************************
000020* CTLVAL.COB
000030*
000040* PROGRAM-ID : HWCTLVAL
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* CTLCARD DECK PRE-FLIGHT VALIDATION.  THE DAY SHIFT RUNS
000100* THIS AGAINST THE NEXT CYCLE'S CONTROL-CARD DECK SO A BAD
000110* CARD IS FOUND IN DAYLIGHT INSTEAD OF BY THE STARTUP STEP
000120* AT NIGHT.  EVERY CARD GETS THE EDITS HELLOWORLD APPLIES --
000130*   - HW-RUN-MODE MUST BE DAILY, WEEKLY, MONTHLY, ADHOC OR
000140*     TRANS
000150*   - THE RUN DATE MUST NOT BE A CALFILE HOLIDAY AND THE
000160*     SHIFT MUST BE SCHEDULED ON CALFILE FOR THAT DATE
000170*   - HW-MSG-CODE MUST BE A HWMSGTAB ROW EFFECTIVE ON THE
000180*     RUN DATE (HELLOWORLD WOULD QUIETLY FALL BACK TO THE
000190*     DEFAULT GREETING)
000200* AND THE DECK'S *TRAILER COUNT IS RECONCILED THE SAME WAY.
000210* CHECKS ONLY A WHOLE-DECK VIEW CAN MAKE ARE ADDED --
000220*   - THE SAME JOB NAME ON MORE THAN ONE CARD
000230*   - A TRANS CARD WHOSE TRANFEED IS MISSING
000240*   - A TRANFEED BATCH HWINTAKE WILL REJECT: DEPARTMENT
000250*     NOT ON DEPTMST, NO TRAILER, OR A TRAILER COUNT THAT
000260*     IS NOT NUMERIC OR OUT OF BALANCE.  HWINTAKE HOLDS
000270*     ONLY THAT DEPARTMENT, SO EACH SUCH BATCH IS A WARNING
000280*     NAMING IT, NOT A FAILURE OF THE CARD
000290*   - A RESTART INDICATOR ON A TRANS CARD WHOSE STREAM HAS
000300*     NO TRANCKPT CHECKPOINT TO RESUME FROM
000310* THE RUN IS READ-ONLY.  RUNLOG, RUNCNTL, STATVSAM AND
000320* ALRTFILE ARE NOT OPENED, AND TRANCKPT IS NEVER DEFINED OR
000330* WRITTEN HERE, SO A VALIDATION CAN NEVER BE MISTAKEN FOR A
000340* RUN OF THE CYCLE.  THE BATCH WINDOW IS NOT CHECKED -- IT
000350* IS JUDGED AGAINST THE ACTUAL START TIME, WHICH A DAYTIME
000360* VALIDATION CANNOT KNOW.
000370*
000380* THE CTLVRPT REPORT LISTS EVERY CARD AS PASS, WARN OR FAIL
000390* WITH ONE LINE PER FINDING, THEN A DECK SUMMARY.  A WARNING
000400* MEANS A CHECK COULD NOT BE MADE (CALFILE, DEPTMST OR
000410* TRANCKPT NOT AVAILABLE, RUN DATE NOT ON CALFILE) --
000420* HELLOWORLD WOULD BYPASS THE SAME CHECK AND RUN THE CARD --
000430* OR THAT A DEPARTMENT'S TRANFEED BATCH WILL BE HELD.  THE
000440* BATCH HEADER DATE IS LEFT TO HWINTAKE, WHICH ALONE KNOWS
000450* THE NIGHT'S CYCLE DATE.
000460*
000470* RETURN-CODE VALUES
000480*   00 = EVERY CARD PASSED, DECK IN BALANCE
000490*   04 = NO CARD FAILED, BUT ONE OR MORE CHECKS WERE
000500*        BYPASSED, A TRANFEED BATCH WILL BE HELD, OR THE
000510*        DECK HAS NO *TRAILER -- REVIEW
000520*   08 = CTLCARD IS EMPTY
000530*   12 = ONE OR MORE CARDS FAILED, OR THE DECK IS OUT OF
000540*        BALANCE -- HOLD THE CYCLE
000550*   16 = CTLCARD COULD NOT BE OPENED
000560*   40 = CTLVRPT COULD NOT BE OPENED
000570*
000580* MODIFICATION HISTORY
000590*   DATE       INIT  DESCRIPTION
000600*   ---------- ----  --------------------------------------
000610*   2026-10-15  JRM  ORIGINAL PROGRAM.
000620************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.    HWCTLVAL.
000650 AUTHOR.        J. R. MORALES.
000660 INSTALLATION.  CMSC389B BATCH SERVICES.
000670 DATE-WRITTEN.  2026-10-15.
000680 DATE-COMPILED.

000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.   IBM-370.
000720 OBJECT-COMPUTER.   IBM-370.
000730 SPECIAL-NAMES.
000740     CONSOLE IS CONSOLE.

000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT CONTROL-FILE
000780         ASSIGN TO CTLCARD
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CTL-FILE-STATUS.

000810     SELECT CALENDAR-FILE
000820         ASSIGN TO CALFILE
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS HW-CAL-DATE
000860         FILE STATUS IS WS-CAL-FILE-STATUS.

000870     SELECT FEED-FILE
000880         ASSIGN TO TRANFEED
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FEED-FILE-STATUS.

000910     SELECT DEPARTMENT-FILE
000920         ASSIGN TO DEPTMST
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS HW-DEP-CODE
000960         FILE STATUS IS WS-DEP-FILE-STATUS.

000970     SELECT TRAN-CKPT-FILE
000980         ASSIGN TO TRANCKPT
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS HW-CKP-KEY
001020         FILE STATUS IS WS-CKP-FILE-STATUS.

001030     SELECT VALIDATION-PRINT-FILE
001040         ASSIGN TO CTLVRPT
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-PRT-FILE-STATUS.

001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  CONTROL-FILE
001100     RECORDING MODE IS F.
001110 COPY HWCTLREC.

001120 FD  CALENDAR-FILE.
001130 COPY HWCALREC.

001140 FD  FEED-FILE
001150     RECORDING MODE IS F.
001160 COPY HWTRANRC.

001170 FD  DEPARTMENT-FILE.
001180 COPY HWDEPREC.

001190 FD  TRAN-CKPT-FILE.
001200 COPY HWCKPREC.

001210 FD  VALIDATION-PRINT-FILE
001220     LINAGE IS 60 LINES
001230         LINES AT TOP 2
001240         LINES AT BOTTOM 3.
001250 01  HW-VAL-PRINT-RECORD         PIC X(132).

001260 WORKING-STORAGE SECTION.
001270*---------------------------------------------------------*
001280*    SWITCHES AND COUNTERS                                 *
001290*---------------------------------------------------------*
001300 77  WS-CTL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001310     88  WS-CTL-OK                       VALUE '00'.

001320 77  WS-CTL-OPEN-SW          PIC X(01)   VALUE 'N'.
001330     88  WS-CTL-OPEN                     VALUE 'Y'.

001340 77  WS-CTL-RECORD-READ-SW   PIC X(01)   VALUE 'N'.
001350     88  WS-CTL-RECORD-READ              VALUE 'Y'.

001360 77  WS-DECK-DONE-SW         PIC X(01)   VALUE 'N'.
001370     88  WS-DECK-DONE                    VALUE 'Y'.

001380 77  WS-CTL-TRL-SEEN-SW      PIC X(01)   VALUE 'N'.
001390     88  WS-CTL-TRL-SEEN                 VALUE 'Y'.

001400 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001410     88  WS-CAL-OK                       VALUE '00'.

001420 77  WS-CAL-OPEN-SW          PIC X(01)   VALUE 'N'.
001430     88  WS-CAL-OPEN                     VALUE 'Y'.

001440 77  WS-CAL-SHIFT-OK-SW      PIC X(01)   VALUE 'N'.
001450     88  WS-CAL-SHIFT-OK                 VALUE 'Y'.

001460 77  WS-FEED-FILE-STATUS     PIC X(02)   VALUE SPACES.
001470     88  WS-FEED-OK                      VALUE '00'.

001480 77  WS-FEED-EOF-SW          PIC X(01)   VALUE 'N'.
001490     88  WS-FEED-EOF                     VALUE 'Y'.

001500 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001510     88  WS-DEP-OK                       VALUE '00'.

001520 77  WS-DEP-OPEN-SW          PIC X(01)   VALUE 'N'.
001530     88  WS-DEP-OPEN                     VALUE 'Y'.

001540 77  WS-DEP-FOUND-SW         PIC X(01)   VALUE 'N'.
001550     88  WS-DEP-FOUND                    VALUE 'Y'.

001560*    TRANFEED IS ONE FILE FOR THE WHOLE DECK, SO IT IS
001570*    CHECKED ON THE FIRST TRANS CARD AND THE RESULT IS
001580*    REPORTED AGAINST EVERY TRANS CARD.
001590 77  WS-TRAN-RESULT-SW       PIC X(01)   VALUE SPACE.
001600     88  WS-TRAN-NOT-CHECKED             VALUE SPACE.
001610     88  WS-TRAN-CHECKED                 VALUE 'C'.
001620     88  WS-TRAN-MISSING                 VALUE 'M'.

001630 77  WS-TRAN-OPEN-STATUS     PIC X(02)   VALUE SPACES.

001640*    TRANFEED BATCH BEING SCANNED
001650 77  WS-SCAN-STATE-SW        PIC X(01)   VALUE 'O'.
001660     88  WS-SCAN-OUTSIDE                 VALUE 'O'.
001670     88  WS-SCAN-IN-BATCH                VALUE 'B'.
001680     88  WS-SCAN-IN-ORPHAN               VALUE 'R'.

001690 77  WS-CKP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001700     88  WS-CKP-OK                       VALUE '00'.
001710     88  WS-CKP-FILE-MISSING             VALUE '35'.

001720*    A TRANCKPT CLUSTER THAT HAS NEVER BEEN DEFINED HOLDS NO
001730*    CHECKPOINTS -- EVERY RESTART AGAINST IT FAILS.  ANY
001740*    OTHER OPEN FAILURE ONLY BYPASSES THE RESTART CHECK.
001750 77  WS-CKP-STATE-SW         PIC X(01)   VALUE 'N'.
001760     88  WS-CKP-OPEN                     VALUE 'Y'.
001770     88  WS-CKP-NOT-DEFINED              VALUE 'D'.
001780     88  WS-CKP-NOT-AVAILABLE            VALUE 'N'.

001790 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001800     88  WS-PRT-OK                       VALUE '00'.

001810 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001820     88  WS-PRT-OPEN                     VALUE 'Y'.

001830 77  WS-MATCH-FOUND-SW       PIC X(01)   VALUE 'N'.
001840     88  WS-MATCH-FOUND                  VALUE 'Y'.

001850 77  WS-DECK-FAILED-SW       PIC X(01)   VALUE 'N'.
001860     88  WS-DECK-FAILED                  VALUE 'Y'.

001870 77  WS-DECK-WARNED-SW       PIC X(01)   VALUE 'N'.
001880     88  WS-DECK-WARNED                  VALUE 'Y'.

001890 77  WS-BAT-DEPT             PIC X(08)   VALUE SPACES.
001900 77  WS-BAT-RECEIVED         PIC 9(06)   VALUE ZERO COMP.
001910 77  WS-BAT-TRL-COUNT        PIC 9(06)   VALUE ZERO COMP.
001920 77  WS-BAT-TRL-SW           PIC X(01)   VALUE 'N'.
001930     88  WS-BAT-NO-TRL                   VALUE 'N'.
001940     88  WS-BAT-TRL-NUMERIC              VALUE 'Y'.
001950     88  WS-BAT-TRL-NOT-NUMERIC          VALUE 'X'.
001960 77  WS-BAT-REASON           PIC X(30)   VALUE SPACES.

001970 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.
001980 77  WS-PAGE-COUNT           PIC 9(04)   VALUE ZERO.

001990 77  WS-CARD-COUNT           PIC 9(04)   VALUE ZERO COMP.
002000 77  WS-DECK-EXPECTED        PIC 9(04)   VALUE ZERO COMP.
002010 77  WS-AFTER-TRL-COUNT      PIC 9(04)   VALUE ZERO COMP.
002020 77  WS-PASS-COUNT           PIC 9(04)   VALUE ZERO COMP.
002030 77  WS-WARN-COUNT           PIC 9(04)   VALUE ZERO COMP.
002040 77  WS-FAIL-COUNT           PIC 9(04)   VALUE ZERO COMP.
002050 77  WS-TRANS-CARD-COUNT     PIC 9(04)   VALUE ZERO COMP.
002060 77  WS-PRE-DATA-COUNT       PIC 9(06)   VALUE ZERO COMP.
002070 77  WS-BATCH-COUNT          PIC 9(04)   VALUE ZERO COMP.
002080 77  WS-CAL-SUB              PIC 9(02)   VALUE ZERO COMP.
002090 77  WS-HELD-USED            PIC 9(02)   VALUE ZERO COMP.
002100 77  WS-HELD-SUB             PIC 9(02)   VALUE ZERO COMP.
002110 77  WS-HELD-COUNT           PIC 9(04)   VALUE ZERO COMP.

002120 77  WS-CARD-COUNT-DISP      PIC 9(04).
002130 77  WS-EXPECTED-CARD-DISP   PIC 9(04).
002140 77  WS-HELD-MORE-DISP       PIC 9(04).

002150*---------------------------------------------------------*
002160*    CURRENT DATE/TIME                                     *
002170*---------------------------------------------------------*
002180 01  WS-CURRENT-DATE-TIME.
002190     05  WS-CURRENT-DATE      PIC X(08).
002200     05  WS-CURRENT-TIME      PIC X(08).

002210*---------------------------------------------------------*
002220*    JOB NAMES ALREADY SEEN IN THE DECK, WITH THE CARD     *
002230*    THAT FIRST CARRIED EACH                               *
002240*---------------------------------------------------------*
002250 01  WS-JOB-TABLE.
002260     05  WS-JOB-ENTRY         OCCURS 200 TIMES.
002270         10  WS-JOB-NAME          PIC X(08).
002280         10  WS-JOB-CARD          PIC 9(04).

002290 77  WS-JOB-USED             PIC 9(03)   VALUE ZERO COMP.
002300 77  WS-JOB-SUB              PIC 9(03)   VALUE ZERO COMP.
002310 77  WS-JOB-FULL-SW          PIC X(01)   VALUE 'N'.
002320     88  WS-JOB-FULL-WARNED              VALUE 'Y'.

002330*---------------------------------------------------------*
002340*    FINDINGS FOR THE CARD BEING VALIDATED.  A CALLER      *
002350*    BUILDS WS-FINDING-TEXT AND PERFORMS 2900 (FAILS THE   *
002360*    CARD) OR 2910 (WARNS ONLY).                           *
002370*---------------------------------------------------------*
002380 01  WS-FINDING-TABLE.
002390     05  WS-FND-ENTRY         OCCURS 10 TIMES.
002400         10  WS-FND-SEVERITY      PIC X(06).
002410         10  WS-FND-TEXT          PIC X(60).

002420 77  WS-FND-USED             PIC 9(02)   VALUE ZERO COMP.
002430 77  WS-FND-SUB              PIC 9(02)   VALUE ZERO COMP.
002440 77  WS-FINDING-TEXT         PIC X(60)   VALUE SPACES.
002450 77  WS-FINDING-SEVERITY     PIC X(06)   VALUE SPACES.

002460 77  WS-CARD-FAILED-SW       PIC X(01)   VALUE 'N'.
002470     88  WS-CARD-FAILED                  VALUE 'Y'.

002480 77  WS-CARD-WARNED-SW       PIC X(01)   VALUE 'N'.
002490     88  WS-CARD-WARNED                  VALUE 'Y'.

002500*---------------------------------------------------------*
002510*    TRANFEED BATCHES HWINTAKE WILL HOLD -- THE FIRST 8    *
002520*    ARE NAMED ON EACH TRANS CARD                          *
002530*---------------------------------------------------------*
002540 01  WS-HELD-TABLE.
002550     05  WS-HELD-ENTRY        OCCURS 8 TIMES.
002560         10  WS-HELD-DEPT         PIC X(08).
002570         10  WS-HELD-REASON       PIC X(30).

002580*---------------------------------------------------------*
002590*    REPORT LINES                                          *
002600*---------------------------------------------------------*
002610 01  WS-VAL-HEADER-LINE.
002620     05  FILLER               PIC X(34)  VALUE
002630         'CTLCARD DECK PRE-FLIGHT VALIDATION'.
002640     05  FILLER               PIC X(05)  VALUE SPACES.
002650     05  FILLER               PIC X(12)  VALUE 'PREPARED ON '.
002660     05  WS-HDR-PREP-DATE     PIC X(08).
002670     05  FILLER               PIC X(01)  VALUE SPACE.
002680     05  WS-HDR-PREP-TIME     PIC X(08).
002690     05  FILLER               PIC X(05)  VALUE SPACES.
002700     05  FILLER               PIC X(05)  VALUE 'PAGE '.
002710     05  WS-HDR-PAGE          PIC ZZZ9.
002720     05  FILLER               PIC X(50)  VALUE SPACES.

002730 01  WS-VAL-COLUMN-LINE.
002740     05  FILLER               PIC X(06)  VALUE 'CARD  '.
002750     05  FILLER               PIC X(10)  VALUE 'JOB NAME  '.
002760     05  FILLER               PIC X(10)  VALUE 'RUN DATE  '.
002770     05  FILLER               PIC X(05)  VALUE 'SHFT '.
002780     05  FILLER               PIC X(06)  VALUE 'MSG   '.
002790     05  FILLER               PIC X(09)  VALUE 'RUN MODE '.
002800     05  FILLER               PIC X(05)  VALUE 'RST  '.
002810     05  FILLER               PIC X(06)  VALUE 'RSLT  '.
002820     05  FILLER               PIC X(08)  VALUE 'FINDINGS'.
002830     05  FILLER               PIC X(67)  VALUE SPACES.

002840 01  WS-VAL-DETAIL-LINE.
002850     05  WS-DTL-CARD          PIC ZZZ9.
002860     05  FILLER               PIC X(02)  VALUE SPACES.
002870     05  WS-DTL-JOB           PIC X(08).
002880     05  FILLER               PIC X(02)  VALUE SPACES.
002890     05  WS-DTL-RUN-DATE      PIC X(08).
002900     05  FILLER               PIC X(02)  VALUE SPACES.
002910     05  WS-DTL-SHIFT         PIC X(01).
002920     05  FILLER               PIC X(04)  VALUE SPACES.
002930     05  WS-DTL-MSG           PIC X(04).
002940     05  FILLER               PIC X(02)  VALUE SPACES.
002950     05  WS-DTL-MODE          PIC X(07).
002960     05  FILLER               PIC X(02)  VALUE SPACES.
002970     05  WS-DTL-RESTART       PIC X(01).
002980     05  FILLER               PIC X(04)  VALUE SPACES.
002990     05  WS-DTL-RESULT        PIC X(04).
003000     05  FILLER               PIC X(02)  VALUE SPACES.
003010     05  WS-DTL-SEVERITY      PIC X(06).
003020     05  WS-DTL-FINDING       PIC X(60).
003030     05  FILLER               PIC X(09)  VALUE SPACES.

003040 01  WS-VAL-COUNT-LINE.
003050     05  WS-CNL-LABEL         PIC X(48).
003060     05  WS-CNL-COUNT         PIC Z,ZZZ,ZZ9.
003070     05  FILLER               PIC X(75)  VALUE SPACES.

003080 01  WS-VAL-TEXT-LINE.
003090     05  WS-TXT-TEXT          PIC X(78).
003100     05  FILLER               PIC X(54)  VALUE SPACES.

003110 COPY HWMSGTAB.

003120 PROCEDURE DIVISION.
003130************************************************************
003140* 0000-MAINLINE
003150************************************************************
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE
003180         THRU 1000-EXIT.
003190     IF WS-CTL-OPEN
003200         PERFORM 2000-VALIDATE-DECK
003210             THRU 2000-EXIT
003220         PERFORM 3000-RECONCILE-DECK
003230             THRU 3000-EXIT
003240         PERFORM 4000-PRINT-SUMMARY
003250             THRU 4000-EXIT
003260     END-IF.
003270     PERFORM 9999-TERMINATE
003280         THRU 9999-EXIT.
003290     MOVE WS-RETURN-CODE TO RETURN-CODE.
003300     STOP RUN.

003310************************************************************
003320* 1000-INITIALIZE -- OPEN THE REPORT AND THE DECK, THEN THE
003330*                    REFERENCE FILES THE EDITS READ.  CALFILE,
003340*                    DEPTMST AND TRANCKPT ARE OPENED INPUT
003350*                    ONLY; IF ANY IS NOT AVAILABLE ITS CHECKS
003360*                    ARE BYPASSED WITH A WARNING ON EACH CARD.
003370************************************************************
003380 1000-INITIALIZE.
003390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003400     ACCEPT WS-CURRENT-TIME FROM TIME.

003410     OPEN OUTPUT VALIDATION-PRINT-FILE.
003420     IF NOT WS-PRT-OK
003430         DISPLAY 'HWCTLVAL: UNABLE TO OPEN CTLVRPT, '
003440                 'STATUS = ' WS-PRT-FILE-STATUS
003450         MOVE 40 TO WS-RETURN-CODE
003460         GO TO 1000-EXIT
003470     END-IF.
003480     SET WS-PRT-OPEN TO TRUE.
003490     MOVE WS-CURRENT-DATE TO WS-HDR-PREP-DATE.
003500     MOVE WS-CURRENT-TIME TO WS-HDR-PREP-TIME.
003510     PERFORM 8100-WRITE-PAGE-HEADER
003520         THRU 8100-EXIT.

003530     OPEN INPUT CONTROL-FILE.
003540     IF NOT WS-CTL-OK
003550         DISPLAY 'HWCTLVAL: UNABLE TO OPEN CTLCARD, '
003560                 'STATUS = ' WS-CTL-FILE-STATUS
003570         MOVE '*** CTLCARD NOT OPENED - HOLD THE CYCLE ***'
003580             TO WS-TXT-TEXT
003590         WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-TEXT-LINE
003600             AFTER ADVANCING 2 LINES
003610         MOVE 16 TO WS-RETURN-CODE
003620         GO TO 1000-EXIT
003630     END-IF.

003640     OPEN INPUT CALENDAR-FILE.
003650     IF WS-CAL-OK
003660         SET WS-CAL-OPEN TO TRUE
003670     ELSE
003680         DISPLAY 'HWCTLVAL: CALFILE NOT AVAILABLE, '
003690                 'STATUS = ' WS-CAL-FILE-STATUS
003700                 ' - CALENDAR CHECKS BYPASSED'
003710     END-IF.

003720     OPEN INPUT DEPARTMENT-FILE.
003730     IF WS-DEP-OK
003740         SET WS-DEP-OPEN TO TRUE
003750     ELSE
003760         DISPLAY 'HWCTLVAL: DEPTMST NOT AVAILABLE, '
003770                 'STATUS = ' WS-DEP-FILE-STATUS
003780                 ' - BATCH DEPARTMENTS NOT CHECKED'
003790     END-IF.

003800     OPEN INPUT TRAN-CKPT-FILE.
003810     EVALUATE TRUE
003820         WHEN WS-CKP-OK
003830             SET WS-CKP-OPEN TO TRUE
003840         WHEN WS-CKP-FILE-MISSING
003850             SET WS-CKP-NOT-DEFINED TO TRUE
003860         WHEN OTHER
003870             DISPLAY 'HWCTLVAL: TRANCKPT NOT AVAILABLE, '
003880                     'STATUS = ' WS-CKP-FILE-STATUS
003890                     ' - RESTART CHECKS BYPASSED'
003900     END-EVALUATE.

003910     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-COLUMN-LINE
003920         AFTER ADVANCING 2 LINES.
003930     SET WS-CTL-OPEN TO TRUE.
003940     PERFORM 1010-READ-CONTROL-CARD
003950         THRU 1010-EXIT.

003960 1000-EXIT.
003970     EXIT.

003980************************************************************
003990* 1010-READ-CONTROL-CARD -- READ THE NEXT CARD EXACTLY AS
004000*                           HELLOWORLD DOES: A *TRAILER CARD
004010*                           ENDS THE DECK AND CARRIES THE
004020*                           EXPECTED CARD COUNT
004030************************************************************
004040 1010-READ-CONTROL-CARD.
004050     MOVE 'N' TO WS-CTL-RECORD-READ-SW.
004060     READ CONTROL-FILE
004070         AT END
004080             SET WS-DECK-DONE TO TRUE
004090         NOT AT END
004100             IF HW-CONTROL-TRAILER
004110                 SET WS-CTL-TRL-SEEN TO TRUE
004120                 IF HW-CTL-TRL-COUNT NUMERIC
004130                     MOVE HW-CTL-TRL-COUNT TO WS-DECK-EXPECTED
004140                 END-IF
004150                 SET WS-DECK-DONE TO TRUE
004160             ELSE
004170                 ADD 1 TO WS-CARD-COUNT
004180                 SET WS-CTL-RECORD-READ TO TRUE
004190             END-IF
004200     END-READ.

004210 1010-EXIT.
004220     EXIT.

004230************************************************************
004240* 2000-VALIDATE-DECK -- VALIDATE EVERY CARD UP TO THE
004250*                       *TRAILER, THEN COUNT ANY CARDS LEFT
004260*                       BEHIND IT -- HELLOWORLD STOPS AT THE
004270*                       TRAILER AND WOULD NEVER RUN THEM
004280************************************************************
004290 2000-VALIDATE-DECK.
004300     PERFORM 2100-VALIDATE-CARD
004310         THRU 2100-EXIT
004320         UNTIL WS-DECK-DONE.

004330     IF WS-CTL-TRL-SEEN
004340         MOVE 'N' TO WS-DECK-DONE-SW
004350         PERFORM 2050-COUNT-AFTER-TRAILER
004360             THRU 2050-EXIT
004370             UNTIL WS-DECK-DONE
004380     END-IF.

004390 2000-EXIT.
004400     EXIT.

004410 2050-COUNT-AFTER-TRAILER.
004420     READ CONTROL-FILE
004430         AT END
004440             SET WS-DECK-DONE TO TRUE
004450         NOT AT END
004460             ADD 1 TO WS-AFTER-TRL-COUNT
004470     END-READ.
004480 2050-EXIT.
004490     EXIT.

004500************************************************************
004510* 2100-VALIDATE-CARD -- APPLY EVERY EDIT TO ONE CARD, PRINT
004520*                       ITS RESULT AND READ THE NEXT.  UNLIKE
004530*                       HELLOWORLD, A FAILED EDIT DOES NOT
004540*                       STOP THE LATER ONES, SO ONE PASS
004550*                       SHOWS EVERYTHING WRONG WITH THE CARD.
004560************************************************************
004570 2100-VALIDATE-CARD.
004580     MOVE ZERO TO WS-FND-USED.
004590     MOVE 'N'  TO WS-CARD-FAILED-SW.
004600     MOVE 'N'  TO WS-CARD-WARNED-SW.

004610     PERFORM 2200-CHECK-RUN-MODE
004620         THRU 2200-EXIT.
004630     PERFORM 2300-CHECK-CALENDAR
004640         THRU 2300-EXIT.
004650     PERFORM 2400-CHECK-MESSAGE-CODE
004660         THRU 2400-EXIT.
004670     PERFORM 2500-CHECK-DUPLICATE-JOB
004680         THRU 2500-EXIT.
004690     IF HW-RUN-MODE-TRANS
004700         ADD 1 TO WS-TRANS-CARD-COUNT
004710         PERFORM 2600-CHECK-TRAN-FILE
004720             THRU 2600-EXIT
004730         IF HW-RESTART-REQUESTED
004740             PERFORM 2700-CHECK-RESTART
004750                 THRU 2700-EXIT
004760         END-IF
004770     END-IF.

004780     PERFORM 2800-PRINT-CARD-RESULT
004790         THRU 2800-EXIT.
004800     PERFORM 1010-READ-CONTROL-CARD
004810         THRU 1010-EXIT.

004820 2100-EXIT.
004830     EXIT.

004840************************************************************
004850* 2200-CHECK-RUN-MODE -- HELLOWORLD 1050 (RETURN-CODE 24)
004860************************************************************
004870 2200-CHECK-RUN-MODE.
004880     IF NOT HW-RUN-MODE-VALID
004890         MOVE SPACES TO WS-FINDING-TEXT
004900         STRING 'INVALID RUN-MODE "' HW-RUN-MODE
004910                '" - NOT DAILY/WEEKLY/MONTHLY/ADHOC/TRANS'
004920                DELIMITED BY SIZE
004930                INTO WS-FINDING-TEXT
004940         PERFORM 2900-ADD-FAILURE
004950             THRU 2900-EXIT
004960     END-IF.

004970 2200-EXIT.
004980     EXIT.

004990************************************************************
005000* 2300-CHECK-CALENDAR -- HELLOWORLD 1055 (RETURN-CODE 26): A
005010*                        HOLIDAY, OR A SHIFT NOT IN THE DAY'S
005020*                        CALFILE LIST, FAILS THE CARD.  WHERE
005030*                        HELLOWORLD WOULD BYPASS THE CHECK
005040*                        (NO CALFILE, NO RECORD FOR THE DATE)
005050*                        THE CARD IS WARNED.
005060************************************************************
005070 2300-CHECK-CALENDAR.
005080     IF NOT WS-CAL-OPEN
005090         MOVE 'CALFILE NOT AVAILABLE - CALENDAR NOT CHECKED'
005100             TO WS-FINDING-TEXT
005110         PERFORM 2910-ADD-WARNING
005120             THRU 2910-EXIT
005130         GO TO 2300-EXIT
005140     END-IF.

005150     MOVE HW-RUN-DATE TO HW-CAL-DATE.
005160     READ CALENDAR-FILE
005170         KEY IS HW-CAL-DATE
005180         INVALID KEY
005190             MOVE 'RUN DATE NOT ON CALFILE - CALENDAR UNCHECKED'
005200                 TO WS-FINDING-TEXT
005210             PERFORM 2910-ADD-WARNING
005220                 THRU 2910-EXIT
005230             GO TO 2300-EXIT
005240     END-READ.

005250     IF HW-CAL-HOLIDAY
005260         MOVE 'RUN DATE IS A HOLIDAY - NO SHIFTS ARE SCHEDULED'
005270             TO WS-FINDING-TEXT
005280         PERFORM 2900-ADD-FAILURE
005290             THRU 2900-EXIT
005300         GO TO 2300-EXIT
005310     END-IF.

005320     MOVE 'N' TO WS-CAL-SHIFT-OK-SW.
005330     MOVE ZERO TO WS-CAL-SUB.
005340     PERFORM 2310-SCAN-VALID-SHIFTS
005350         THRU 2310-EXIT
005360         UNTIL WS-CAL-SHIFT-OK
005370            OR WS-CAL-SUB >= 4.
005380     IF NOT WS-CAL-SHIFT-OK
005390         MOVE SPACES TO WS-FINDING-TEXT
005400         STRING 'SHIFT "' HW-SHIFT-CODE
005410                '" NOT SCHEDULED ON CALFILE FOR THE RUN DATE'
005420                DELIMITED BY SIZE
005430                INTO WS-FINDING-TEXT
005440         PERFORM 2900-ADD-FAILURE
005450             THRU 2900-EXIT
005460     END-IF.

005470 2300-EXIT.
005480     EXIT.

005490 2310-SCAN-VALID-SHIFTS.
005500     ADD 1 TO WS-CAL-SUB.
005510     IF HW-CAL-SHIFT (WS-CAL-SUB) NOT = SPACE
005520        AND HW-CAL-SHIFT (WS-CAL-SUB) = HW-SHIFT-CODE
005530         SET WS-CAL-SHIFT-OK TO TRUE
005540     END-IF.
005550 2310-EXIT.
005560     EXIT.

005570************************************************************
005580* 2400-CHECK-MESSAGE-CODE -- HELLOWORLD 2100/2150: THE CODE
005590*                            MUST HAVE A HWMSGTAB ROW WHOSE
005600*                            EFFECTIVE RANGE COVERS THE RUN
005610*                            DATE.  A CODE THAT IS ON THE
005620*                            TABLE BUT NOT YET (OR NO LONGER)
005630*                            EFFECTIVE IS REPORTED AS SUCH.
005640************************************************************
005650 2400-CHECK-MESSAGE-CODE.
005660     MOVE 'N' TO WS-MATCH-FOUND-SW.
005670     SET HW-MSG-IDX TO 1.
005680     SEARCH HW-MSG-ENTRY
005690         AT END
005700             CONTINUE
005710         WHEN HW-MSGT-CODE (HW-MSG-IDX) = HW-MSG-CODE
005720          AND HW-RUN-DATE >= HW-MSG-EFF-FROM (HW-MSG-IDX)
005730          AND HW-RUN-DATE <= HW-MSG-EFF-TO (HW-MSG-IDX)
005740             SET WS-MATCH-FOUND TO TRUE
005750     END-SEARCH.
005760     IF WS-MATCH-FOUND
005770         GO TO 2400-EXIT
005780     END-IF.

005790     SET HW-MSG-IDX TO 1.
005800     SEARCH HW-MSG-ENTRY
005810         AT END
005820             CONTINUE
005830         WHEN HW-MSGT-CODE (HW-MSG-IDX) = HW-MSG-CODE
005840             SET WS-MATCH-FOUND TO TRUE
005850     END-SEARCH.

005860     MOVE SPACES TO WS-FINDING-TEXT.
005870     IF WS-MATCH-FOUND
005880         STRING 'MESSAGE CODE "' HW-MSG-CODE
005890                '" NOT EFFECTIVE ON THE RUN DATE'
005900                DELIMITED BY SIZE
005910                INTO WS-FINDING-TEXT
005920     ELSE
005930         STRING 'MESSAGE CODE "' HW-MSG-CODE
005940                '" IS NOT ON HWMSGTAB'
005950                DELIMITED BY SIZE
005960                INTO WS-FINDING-TEXT
005970     END-IF.
005980     PERFORM 2900-ADD-FAILURE
005990         THRU 2900-EXIT.

006000 2400-EXIT.
006010     EXIT.

006020************************************************************
006030* 2500-CHECK-DUPLICATE-JOB -- A JOB NAME ALREADY CARRIED BY
006040*                             AN EARLIER CARD FAILS THIS ONE:
006050*                             THE SECOND RUN WOULD COLLIDE
006060*                             WITH THE FIRST ON RUNCNTL AND
006070*                             STATVSAM
006080************************************************************
006090 2500-CHECK-DUPLICATE-JOB.
006100     MOVE 'N' TO WS-MATCH-FOUND-SW.
006110     MOVE ZERO TO WS-JOB-SUB.
006120     PERFORM 2510-TEST-JOB-ROW
006130         THRU 2510-EXIT
006140         UNTIL WS-MATCH-FOUND
006150            OR WS-JOB-SUB >= WS-JOB-USED.
006160     IF WS-MATCH-FOUND
006170         MOVE WS-JOB-CARD (WS-JOB-SUB) TO WS-CARD-COUNT-DISP
006180         MOVE SPACES TO WS-FINDING-TEXT
006190         STRING 'JOB NAME ALREADY IN THE DECK ON CARD '
006200                WS-CARD-COUNT-DISP
006210                DELIMITED BY SIZE
006220                INTO WS-FINDING-TEXT
006230         PERFORM 2900-ADD-FAILURE
006240             THRU 2900-EXIT
006250         GO TO 2500-EXIT
006260     END-IF.

006270     IF WS-JOB-USED < 200
006280         ADD 1 TO WS-JOB-USED
006290         MOVE HW-JOB-NAME   TO WS-JOB-NAME (WS-JOB-USED)
006300         MOVE WS-CARD-COUNT TO WS-JOB-CARD (WS-JOB-USED)
006310     ELSE
006320         IF NOT WS-JOB-FULL-WARNED
006330             DISPLAY 'HWCTLVAL: JOB-NAME TABLE FULL, '
006340                     'LATER CARDS NOT CHECKED FOR DUPLICATES'
006350             SET WS-JOB-FULL-WARNED TO TRUE
006360         END-IF
006370         MOVE 'JOB-NAME TABLE FULL - DUPLICATE CHECK BYPASSED'
006380             TO WS-FINDING-TEXT
006390         PERFORM 2910-ADD-WARNING
006400             THRU 2910-EXIT
006410     END-IF.

006420 2500-EXIT.
006430     EXIT.

006440 2510-TEST-JOB-ROW.
006450     ADD 1 TO WS-JOB-SUB.
006460     IF WS-JOB-NAME (WS-JOB-SUB) = HW-JOB-NAME
006470         SET WS-MATCH-FOUND TO TRUE
006480     END-IF.
006490 2510-EXIT.
006500     EXIT.

006510************************************************************
006520* 2600-CHECK-TRAN-FILE -- A TRANS CARD NEEDS A TRANFEED THAT
006530*                         OPENS; WITHOUT ONE HWINTAKE LEAVES
006540*                         TRANFILE WITH NO TRAILER AND
006550*                         HELLOWORLD REJECTS IT (RETURN-CODE
006560*                         48).  EVERY BATCH HWINTAKE WILL HOLD
006570*                         IS A WARNING NAMING ITS DEPARTMENT.
006580*                         THE FEED IS READ ONCE, FOR THE FIRST
006590*                         TRANS CARD.
006600************************************************************
006610 2600-CHECK-TRAN-FILE.
006620     IF WS-TRAN-NOT-CHECKED
006630         PERFORM 2650-PRECHECK-TRAN-FEED
006640             THRU 2650-EXIT
006650     END-IF.

006660     MOVE SPACES TO WS-FINDING-TEXT.
006670     IF WS-TRAN-MISSING
006680         STRING 'TRANFEED COULD NOT BE OPENED, STATUS = '
006690                WS-TRAN-OPEN-STATUS
006700                DELIMITED BY SIZE
006710                INTO WS-FINDING-TEXT
006720         PERFORM 2900-ADD-FAILURE
006730             THRU 2900-EXIT
006740         GO TO 2600-EXIT
006750     END-IF.

006760     IF NOT WS-DEP-OPEN
006770         MOVE 'DEPTMST NOT AVAILABLE - DEPARTMENTS NOT CHECKED'
006780             TO WS-FINDING-TEXT
006790         PERFORM 2910-ADD-WARNING
006800             THRU 2910-EXIT
006810     END-IF.
006820     MOVE ZERO TO WS-HELD-SUB.
006830     PERFORM 2610-WARN-HELD-BATCH
006840         THRU 2610-EXIT
006850         UNTIL WS-HELD-SUB >= WS-HELD-USED.
006860     IF WS-HELD-COUNT > WS-HELD-USED
006870         COMPUTE WS-HELD-MORE-DISP = WS-HELD-COUNT - WS-HELD-USED
006880         MOVE SPACES TO WS-FINDING-TEXT
006890         STRING 'TRANFEED - ' WS-HELD-MORE-DISP
006900                ' MORE BATCHES WILL BE HELD'
006910                DELIMITED BY SIZE
006920                INTO WS-FINDING-TEXT
006930         PERFORM 2910-ADD-WARNING
006940             THRU 2910-EXIT
006950     END-IF.

006960 2600-EXIT.
006970     EXIT.

006980************************************************************
006990* 2610-WARN-HELD-BATCH -- ONE WARNING FOR THE HELD BATCH AT
007000*                         WS-HELD-SUB
007010************************************************************
007020 2610-WARN-HELD-BATCH.
007030     ADD 1 TO WS-HELD-SUB.
007040     MOVE SPACES TO WS-FINDING-TEXT.
007050     STRING 'TRANFEED ' WS-HELD-DEPT (WS-HELD-SUB)
007060            ' HELD - ' WS-HELD-REASON (WS-HELD-SUB)
007070            DELIMITED BY SIZE
007080            INTO WS-FINDING-TEXT.
007090     PERFORM 2910-ADD-WARNING
007100         THRU 2910-EXIT.
007110 2610-EXIT.
007120     EXIT.

007130************************************************************
007140* 2650-PRECHECK-TRAN-FEED -- HWINTAKE 2000: SPLIT TRANFEED
007150*                            INTO ITS HDR/TRL BATCHES AND
007160*                            DECIDE EACH ONE THE WAY HWINTAKE
007170*                            WILL.  RECORDS OUTSIDE ANY BATCH
007180*                            FORM A BATCH OF THEIR OWN, WHICH
007190*                            IS ALWAYS HELD.
007200************************************************************
007210 2650-PRECHECK-TRAN-FEED.
007220     OPEN INPUT FEED-FILE.
007230     MOVE WS-FEED-FILE-STATUS TO WS-TRAN-OPEN-STATUS.
007240     IF NOT WS-FEED-OK
007250         DISPLAY 'HWCTLVAL: UNABLE TO OPEN TRANFEED, '
007260                 'STATUS = ' WS-FEED-FILE-STATUS
007270         SET WS-TRAN-MISSING TO TRUE
007280         GO TO 2650-EXIT
007290     END-IF.

007300     SET WS-SCAN-OUTSIDE TO TRUE.
007310     PERFORM 2660-READ-FEED-RECORD
007320         THRU 2660-EXIT.
007330     PERFORM 2670-SCAN-FEED-RECORD
007340         THRU 2670-EXIT
007350         UNTIL WS-FEED-EOF.
007360*    A BATCH STILL OPEN AT END OF FEED NEVER SAW ITS TRAILER.
007370     IF NOT WS-SCAN-OUTSIDE
007380         PERFORM 2680-CLOSE-BATCH
007390             THRU 2680-EXIT
007400     END-IF.
007410     CLOSE FEED-FILE.
007420     SET WS-TRAN-CHECKED TO TRUE.

007430 2650-EXIT.
007440     EXIT.

007450 2660-READ-FEED-RECORD.
007460     READ FEED-FILE
007470         AT END
007480             SET WS-FEED-EOF TO TRUE
007490     END-READ.
007500 2660-EXIT.
007510     EXIT.

007520 2670-SCAN-FEED-RECORD.
007530     IF HW-TRAN-HEADER
007540         IF NOT WS-SCAN-OUTSIDE
007550             PERFORM 2680-CLOSE-BATCH
007560                 THRU 2680-EXIT
007570         END-IF
007580         PERFORM 2675-START-BATCH
007590             THRU 2675-EXIT
007600         MOVE HW-TRAN-HDR-DEPT TO WS-BAT-DEPT
007610         SET WS-SCAN-IN-BATCH TO TRUE
007620         GO TO 2670-NEXT
007630     END-IF.

007640     IF HW-TRAN-TRAILER
007650        AND WS-SCAN-IN-BATCH
007660         IF HW-TRAN-TRL-COUNT NUMERIC
007670             MOVE HW-TRAN-TRL-COUNT TO WS-BAT-TRL-COUNT
007680             SET WS-BAT-TRL-NUMERIC TO TRUE
007690         ELSE
007700             SET WS-BAT-TRL-NOT-NUMERIC TO TRUE
007710         END-IF
007720         PERFORM 2680-CLOSE-BATCH
007730             THRU 2680-EXIT
007740         GO TO 2670-NEXT
007750     END-IF.

007760     IF WS-SCAN-OUTSIDE
007770         PERFORM 2675-START-BATCH
007780             THRU 2675-EXIT
007790         SET WS-SCAN-IN-ORPHAN TO TRUE
007800     END-IF.
007810     IF NOT HW-TRAN-TRAILER
007820         ADD 1 TO WS-BAT-RECEIVED
007830         ADD 1 TO WS-PRE-DATA-COUNT
007840     END-IF.

007850 2670-NEXT.
007860     PERFORM 2660-READ-FEED-RECORD
007870         THRU 2660-EXIT.
007880 2670-EXIT.
007890     EXIT.

007900************************************************************
007910* 2675-START-BATCH -- CLEAR THE BATCH WORK AREA FOR THE
007920*                     BATCH STARTING AT THIS FEED RECORD
007930************************************************************
007940 2675-START-BATCH.
007950     ADD 1 TO WS-BATCH-COUNT.
007960     MOVE SPACES TO WS-BAT-DEPT.
007970     MOVE ZERO   TO WS-BAT-RECEIVED.
007980     MOVE ZERO   TO WS-BAT-TRL-COUNT.
007990     SET WS-BAT-NO-TRL TO TRUE.
008000 2675-EXIT.
008010     EXIT.

008020************************************************************
008030* 2680-CLOSE-BATCH -- DECIDE THE BATCH JUST ENDED AND NOTE IT
008040*                     IF HWINTAKE WILL HOLD IT
008050************************************************************
008060 2680-CLOSE-BATCH.
008070     MOVE SPACES TO WS-BAT-REASON.
008080     PERFORM 2685-DECIDE-BATCH
008090         THRU 2685-EXIT.
008100     IF WS-BAT-REASON NOT = SPACES
008110         ADD 1 TO WS-HELD-COUNT
008120         IF WS-HELD-USED < 8
008130             ADD 1 TO WS-HELD-USED
008140             MOVE WS-BAT-DEPT   TO WS-HELD-DEPT (WS-HELD-USED)
008150             IF WS-BAT-DEPT = SPACES
008160                 MOVE '(NONE)' TO WS-HELD-DEPT (WS-HELD-USED)
008170             END-IF
008180             MOVE WS-BAT-REASON TO WS-HELD-REASON (WS-HELD-USED)
008190         END-IF
008200     END-IF.
008210     SET WS-SCAN-OUTSIDE TO TRUE.
008220 2680-EXIT.
008230     EXIT.

008240************************************************************
008250* 2685-DECIDE-BATCH -- HWINTAKE 2600'S RULES, SHORT OF THE
008260*                      HEADER DATE.  A REASON IS LEFT IN
008270*                      WS-BAT-REASON FOR A BATCH TO BE HELD.
008280************************************************************
008290 2685-DECIDE-BATCH.
008300     IF WS-SCAN-IN-ORPHAN
008310         MOVE 'RECORDS OUTSIDE ANY HDR/TRL' TO WS-BAT-REASON
008320         GO TO 2685-EXIT
008330     END-IF.

008340     IF WS-BAT-DEPT = SPACES
008350         MOVE 'NO SUBMITTING DEPARTMENT' TO WS-BAT-REASON
008360         GO TO 2685-EXIT
008370     END-IF.

008380     IF WS-DEP-OPEN
008390         MOVE 'N' TO WS-DEP-FOUND-SW
008400         MOVE WS-BAT-DEPT TO HW-DEP-CODE
008410         READ DEPARTMENT-FILE
008420             KEY IS HW-DEP-CODE
008430             INVALID KEY
008440                 CONTINUE
008450             NOT INVALID KEY
008460                 SET WS-DEP-FOUND TO TRUE
008470         END-READ
008480         IF NOT WS-DEP-FOUND
008490             MOVE 'DEPARTMENT NOT ON DEPTMST' TO WS-BAT-REASON
008500             GO TO 2685-EXIT
008510         END-IF
008520     END-IF.

008530     IF WS-BAT-NO-TRL
008540         MOVE 'NO TRAILER - FEED TRUNCATED' TO WS-BAT-REASON
008550         GO TO 2685-EXIT
008560     END-IF.

008570     IF WS-BAT-TRL-NOT-NUMERIC
008580         MOVE 'TRAILER COUNT NOT NUMERIC' TO WS-BAT-REASON
008590         GO TO 2685-EXIT
008600     END-IF.

008610     IF WS-BAT-TRL-COUNT NOT = WS-BAT-RECEIVED
008620         MOVE 'TRAILER COUNT OUT OF BALANCE' TO WS-BAT-REASON
008630     END-IF.

008640 2685-EXIT.
008650     EXIT.

008660************************************************************
008670* 2700-CHECK-RESTART -- A TRANS CARD FLAGGED FOR RESTART
008680*                       NEEDS A TRANCKPT CHECKPOINT FOR ITS
008690*                       STREAM (RUN DATE PLUS JOB NAME).  A
008700*                       CHECKPOINT THAT IS COMPLETE, OR WAS
008710*                       TAKEN BEFORE THE FIRST TRANSACTION,
008720*                       GIVES HELLOWORLD NOTHING TO RESUME
008730*                       FROM -- THE PASS RUNS FROM THE TOP --
008740*                       SO IT ONLY WARNS.  A RESTART ON ANY
008750*                       OTHER RUN MODE IS DECIDED FROM
008760*                       STATVSAM, WHICH IS NOT READ HERE.
008770************************************************************
008780 2700-CHECK-RESTART.
008790     IF WS-CKP-NOT-AVAILABLE
008800         MOVE 'TRANCKPT NOT AVAILABLE - RESTART NOT CHECKED'
008810             TO WS-FINDING-TEXT
008820         PERFORM 2910-ADD-WARNING
008830             THRU 2910-EXIT
008840         GO TO 2700-EXIT
008850     END-IF.

008860     MOVE 'N' TO WS-MATCH-FOUND-SW.
008870     IF WS-CKP-OPEN
008880         MOVE HW-RUN-DATE TO HW-CKP-RUN-DATE
008890         MOVE HW-JOB-NAME TO HW-CKP-JOB-NAME
008900         READ TRAN-CKPT-FILE
008910             KEY IS HW-CKP-KEY
008920             INVALID KEY
008930                 CONTINUE
008940             NOT INVALID KEY
008950                 SET WS-MATCH-FOUND TO TRUE
008960         END-READ
008970     END-IF.

008980     IF NOT WS-MATCH-FOUND
008990         MOVE 'RESTART FLAGGED - STREAM HAS NO TRANCKPT RECORD'
009000             TO WS-FINDING-TEXT
009010         PERFORM 2900-ADD-FAILURE
009020             THRU 2900-EXIT
009030         GO TO 2700-EXIT
009040     END-IF.

009050     IF HW-CKP-COMPLETE
009060        OR HW-CKP-LAST-TRAN = ZERO
009070         MOVE 'TRANCKPT HAS NOTHING TO RESUME - FULL PASS'
009080             TO WS-FINDING-TEXT
009090         PERFORM 2910-ADD-WARNING
009100             THRU 2910-EXIT
009110     END-IF.

009120 2700-EXIT.
009130     EXIT.

009140************************************************************
009150* 2800-PRINT-CARD-RESULT -- ONE LINE FOR THE CARD CARRYING
009160*                           ITS RESULT AND FIRST FINDING, THEN
009170*                           ONE LINE PER FURTHER FINDING
009180************************************************************
009190 2800-PRINT-CARD-RESULT.
009200     MOVE WS-CARD-COUNT  TO WS-DTL-CARD.
009210     MOVE HW-JOB-NAME    TO WS-DTL-JOB.
009220     MOVE HW-RUN-DATE    TO WS-DTL-RUN-DATE.
009230     MOVE HW-SHIFT-CODE  TO WS-DTL-SHIFT.
009240     MOVE HW-MSG-CODE    TO WS-DTL-MSG.
009250     MOVE HW-RUN-MODE    TO WS-DTL-MODE.
009260     MOVE HW-RESTART-IND TO WS-DTL-RESTART.

009270     EVALUATE TRUE
009280         WHEN WS-CARD-FAILED
009290             MOVE 'FAIL' TO WS-DTL-RESULT
009300             ADD 1 TO WS-FAIL-COUNT
009310             SET WS-DECK-FAILED TO TRUE
009320         WHEN WS-CARD-WARNED
009330             MOVE 'WARN' TO WS-DTL-RESULT
009340             ADD 1 TO WS-WARN-COUNT
009350             SET WS-DECK-WARNED TO TRUE
009360         WHEN OTHER
009370             MOVE 'PASS' TO WS-DTL-RESULT
009380             ADD 1 TO WS-PASS-COUNT
009390     END-EVALUATE.

009400     MOVE SPACES TO WS-DTL-SEVERITY.
009410     MOVE SPACES TO WS-DTL-FINDING.
009420     MOVE 1 TO WS-FND-SUB.
009430     IF WS-FND-USED > ZERO
009440         MOVE WS-FND-SEVERITY (1) TO WS-DTL-SEVERITY
009450         MOVE WS-FND-TEXT (1)     TO WS-DTL-FINDING
009460     END-IF.
009470     PERFORM 8300-PRINT-DETAIL-LINE
009480         THRU 8300-EXIT.

009490     MOVE ZERO   TO WS-DTL-CARD.
009500     MOVE SPACES TO WS-DTL-JOB WS-DTL-RUN-DATE WS-DTL-SHIFT
009510                    WS-DTL-MSG WS-DTL-MODE WS-DTL-RESTART
009520                    WS-DTL-RESULT.
009530     PERFORM 2810-PRINT-NEXT-FINDING
009540         THRU 2810-EXIT
009550         UNTIL WS-FND-SUB >= WS-FND-USED.

009560 2800-EXIT.
009570     EXIT.

009580 2810-PRINT-NEXT-FINDING.
009590     ADD 1 TO WS-FND-SUB.
009600     MOVE WS-FND-SEVERITY (WS-FND-SUB) TO WS-DTL-SEVERITY.
009610     MOVE WS-FND-TEXT (WS-FND-SUB)     TO WS-DTL-FINDING.
009620     PERFORM 8300-PRINT-DETAIL-LINE
009630         THRU 8300-EXIT.
009640 2810-EXIT.
009650     EXIT.

009660************************************************************
009670* 2900-ADD-FAILURE -- RECORD WS-FINDING-TEXT AS A FAILURE
009680* 2910-ADD-WARNING -- RECORD WS-FINDING-TEXT AS A WARNING
009690************************************************************
009700 2900-ADD-FAILURE.
009710     SET WS-CARD-FAILED TO TRUE.
009720     MOVE 'FAIL: ' TO WS-FINDING-SEVERITY.
009730     PERFORM 2950-STORE-FINDING
009740         THRU 2950-EXIT.
009750 2900-EXIT.
009760     EXIT.

009770 2910-ADD-WARNING.
009780     SET WS-CARD-WARNED TO TRUE.
009790     MOVE 'WARN: ' TO WS-FINDING-SEVERITY.
009800     PERFORM 2950-STORE-FINDING
009810         THRU 2950-EXIT.
009820 2910-EXIT.
009830     EXIT.

009840 2950-STORE-FINDING.
009850     IF WS-FND-USED < 10
009860         ADD 1 TO WS-FND-USED
009870         MOVE WS-FINDING-SEVERITY TO WS-FND-SEVERITY (WS-FND-USED)
009880         MOVE WS-FINDING-TEXT     TO WS-FND-TEXT (WS-FND-USED)
009890     END-IF.
009900 2950-EXIT.
009910     EXIT.

009920************************************************************
009930* 3000-RECONCILE-DECK -- HELLOWORLD 0200: THE *TRAILER COUNT
009940*                        MUST EQUAL THE CARDS READ (RETURN-
009950*                        CODE 60 AT NIGHT).  A DECK WITH NO
009960*                        TRAILER IS ACCEPTED AS-IS BUT WARNED;
009970*                        CARDS BEHIND THE TRAILER FAIL THE
009980*                        DECK, SINCE THEY WOULD NEVER RUN.
009990************************************************************
010000 3000-RECONCILE-DECK.
010010     MOVE ZERO     TO WS-DTL-CARD.
010020     MOVE SPACES   TO WS-DTL-RUN-DATE WS-DTL-SHIFT WS-DTL-MSG
010030                      WS-DTL-MODE WS-DTL-RESTART.
010040     MOVE '*TRAILER' TO WS-DTL-JOB.
010050     MOVE SPACES   TO WS-DTL-FINDING.

010060     IF NOT WS-CTL-TRL-SEEN
010070         MOVE 'WARN'   TO WS-DTL-RESULT
010080         MOVE 'WARN: ' TO WS-DTL-SEVERITY
010090         MOVE 'NO *TRAILER CARD - DECK COUNT NOT RECONCILED'
010100             TO WS-DTL-FINDING
010110         SET WS-DECK-WARNED TO TRUE
010120         PERFORM 8300-PRINT-DETAIL-LINE
010130             THRU 8300-EXIT
010140         GO TO 3000-EXIT
010150     END-IF.

010160     MOVE WS-DECK-EXPECTED TO WS-EXPECTED-CARD-DISP.
010170     MOVE WS-CARD-COUNT    TO WS-CARD-COUNT-DISP.
010180     STRING 'TRAILER EXPECTS ' WS-EXPECTED-CARD-DISP
010190            ' CARDS, ' WS-CARD-COUNT-DISP ' READ'
010200            DELIMITED BY SIZE
010210            INTO WS-DTL-FINDING.
010220     IF WS-DECK-EXPECTED = WS-CARD-COUNT
010230         MOVE 'PASS'   TO WS-DTL-RESULT
010240         MOVE SPACES   TO WS-DTL-SEVERITY
010250     ELSE
010260         DISPLAY 'HWCTLVAL: CTLCARD DECK OUT OF BALANCE - '
010270                 WS-DTL-FINDING
010280         MOVE 'FAIL'   TO WS-DTL-RESULT
010290         MOVE 'FAIL: ' TO WS-DTL-SEVERITY
010300         SET WS-DECK-FAILED TO TRUE
010310     END-IF.
010320     PERFORM 8300-PRINT-DETAIL-LINE
010330         THRU 8300-EXIT.

010340     IF WS-AFTER-TRL-COUNT > ZERO
010350         MOVE SPACES   TO WS-DTL-JOB WS-DTL-RESULT
010360         MOVE 'FAIL: ' TO WS-DTL-SEVERITY
010370         MOVE WS-AFTER-TRL-COUNT TO WS-CARD-COUNT-DISP
010380         MOVE SPACES   TO WS-DTL-FINDING
010390         STRING WS-CARD-COUNT-DISP
010400                ' CARDS FOLLOW THE *TRAILER AND WOULD NOT RUN'
010410                DELIMITED BY SIZE
010420                INTO WS-DTL-FINDING
010430         SET WS-DECK-FAILED TO TRUE
010440         PERFORM 8300-PRINT-DETAIL-LINE
010450             THRU 8300-EXIT
010460     END-IF.

010470 3000-EXIT.
010480     EXIT.

010490************************************************************
010500* 4000-PRINT-SUMMARY -- DECK TOTALS AND THE VERDICT, AND THE
010510*                       RETURN CODE THE SCHEDULER HOLDS ON
010520************************************************************
010530 4000-PRINT-SUMMARY.
010540     PERFORM 8100-WRITE-PAGE-HEADER
010550         THRU 8100-EXIT.
010560     MOVE 'DECK SUMMARY' TO WS-TXT-TEXT.
010570     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-TEXT-LINE
010580         AFTER ADVANCING 2 LINES.
010590     MOVE SPACES TO WS-VAL-TEXT-LINE.
010600     PERFORM 8000-PRINT-TEXT-LINE
010610         THRU 8000-EXIT.

010620     MOVE 'CONTROL CARDS READ' TO WS-CNL-LABEL.
010630     MOVE WS-CARD-COUNT TO WS-CNL-COUNT.
010640     PERFORM 8200-PRINT-COUNT-LINE
010650         THRU 8200-EXIT.
010660     MOVE 'CARDS PASSED' TO WS-CNL-LABEL.
010670     MOVE WS-PASS-COUNT TO WS-CNL-COUNT.
010680     PERFORM 8200-PRINT-COUNT-LINE
010690         THRU 8200-EXIT.
010700     MOVE 'CARDS PASSED WITH WARNINGS' TO WS-CNL-LABEL.
010710     MOVE WS-WARN-COUNT TO WS-CNL-COUNT.
010720     PERFORM 8200-PRINT-COUNT-LINE
010730         THRU 8200-EXIT.
010740     MOVE 'CARDS FAILED' TO WS-CNL-LABEL.
010750     MOVE WS-FAIL-COUNT TO WS-CNL-COUNT.
010760     PERFORM 8200-PRINT-COUNT-LINE
010770         THRU 8200-EXIT.
010780     MOVE 'TRANS CARDS' TO WS-CNL-LABEL.
010790     MOVE WS-TRANS-CARD-COUNT TO WS-CNL-COUNT.
010800     PERFORM 8200-PRINT-COUNT-LINE
010810         THRU 8200-EXIT.
010820     IF WS-TRAN-CHECKED
010830         MOVE 'TRANFEED BATCHES READ' TO WS-CNL-LABEL
010840         MOVE WS-BATCH-COUNT TO WS-CNL-COUNT
010850         PERFORM 8200-PRINT-COUNT-LINE
010860             THRU 8200-EXIT
010870         MOVE 'TRANFEED BATCHES HWINTAKE WILL HOLD'
010880             TO WS-CNL-LABEL
010890         MOVE WS-HELD-COUNT TO WS-CNL-COUNT
010900         PERFORM 8200-PRINT-COUNT-LINE
010910             THRU 8200-EXIT
010920         MOVE 'TRANFEED DATA RECORDS READ' TO WS-CNL-LABEL
010930         MOVE WS-PRE-DATA-COUNT TO WS-CNL-COUNT
010940         PERFORM 8200-PRINT-COUNT-LINE
010950             THRU 8200-EXIT
010960     END-IF.
010970     IF WS-AFTER-TRL-COUNT > ZERO
010980         MOVE 'CARDS BEHIND THE *TRAILER' TO WS-CNL-LABEL
010990         MOVE WS-AFTER-TRL-COUNT TO WS-CNL-COUNT
011000         PERFORM 8200-PRINT-COUNT-LINE
011010             THRU 8200-EXIT
011020     END-IF.

011030     EVALUATE TRUE
011040         WHEN WS-CARD-COUNT = ZERO
011050             DISPLAY 'HWCTLVAL: CTLCARD IS EMPTY'
011060             MOVE 8 TO WS-RETURN-CODE
011070             MOVE '*** CTLCARD IS EMPTY - HOLD THE CYCLE ***'
011080                 TO WS-TXT-TEXT
011090         WHEN WS-DECK-FAILED
011100             MOVE 12 TO WS-RETURN-CODE
011110             MOVE '*** DECK FAILED - HOLD THE CYCLE ***'
011120                 TO WS-TXT-TEXT
011130         WHEN WS-DECK-WARNED
011140             MOVE 4 TO WS-RETURN-CODE
011150             MOVE '*** DECK PASSED WITH WARNINGS - REVIEW ***'
011160                 TO WS-TXT-TEXT
011170         WHEN OTHER
011180             MOVE '*** DECK PASSED VALIDATION ***' TO WS-TXT-TEXT
011190     END-EVALUATE.
011200     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-TEXT-LINE
011210         AFTER ADVANCING 2 LINES.

011220 4000-EXIT.
011230     EXIT.

011240************************************************************
011250* 8000-PRINT-TEXT-LINE -- PRINT WS-VAL-TEXT-LINE AS BUILT BY
011260*                         THE CALLER
011270************************************************************
011280 8000-PRINT-TEXT-LINE.
011290     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-TEXT-LINE
011300         AFTER ADVANCING 1 LINE.
011310 8000-EXIT.
011320     EXIT.

011330************************************************************
011340* 8100-WRITE-PAGE-HEADER -- NEW PAGE WITH THE REPORT HEADER
011350************************************************************
011360 8100-WRITE-PAGE-HEADER.
011370     ADD 1 TO WS-PAGE-COUNT.
011380     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
011390     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-HEADER-LINE
011400         AFTER ADVANCING PAGE.
011410 8100-EXIT.
011420     EXIT.

011430************************************************************
011440* 8200-PRINT-COUNT-LINE -- PRINT WS-VAL-COUNT-LINE AS BUILT
011450*                          BY THE CALLER
011460************************************************************
011470 8200-PRINT-COUNT-LINE.
011480     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-COUNT-LINE
011490         AFTER ADVANCING 1 LINE.
011500 8200-EXIT.
011510     EXIT.

011520************************************************************
011530* 8300-PRINT-DETAIL-LINE -- PRINT WS-VAL-DETAIL-LINE, WITH A
011540*                           NEW PAGE AND COLUMN HEADINGS AT
011550*                           THE FOOT OF THE PAGE
011560************************************************************
011570 8300-PRINT-DETAIL-LINE.
011580     WRITE HW-VAL-PRINT-RECORD FROM WS-VAL-DETAIL-LINE
011590         AFTER ADVANCING 1 LINE
011600         AT END-OF-PAGE
011610             PERFORM 8100-WRITE-PAGE-HEADER
011620                 THRU 8100-EXIT
011630             WRITE HW-VAL-PRINT-RECORD
011640                 FROM WS-VAL-COLUMN-LINE
011650                 AFTER ADVANCING 2 LINES
011660     END-WRITE.
011670 8300-EXIT.
011680     EXIT.

011690************************************************************
011700* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
011710************************************************************
011720 9999-TERMINATE.
011730     IF WS-CTL-OPEN
011740         CLOSE CONTROL-FILE
011750     END-IF.
011760     IF WS-CAL-OPEN
011770         CLOSE CALENDAR-FILE
011780     END-IF.
011790     IF WS-DEP-OPEN
011800         CLOSE DEPARTMENT-FILE
011810     END-IF.
011820     IF WS-CKP-OPEN
011830         CLOSE TRAN-CKPT-FILE
011840     END-IF.
011850     IF WS-PRT-OPEN
011860         CLOSE VALIDATION-PRINT-FILE
011870     END-IF.

011880 9999-EXIT.
011890     EXIT.
