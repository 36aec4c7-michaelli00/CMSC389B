000010************************************************************
000020* EXHLOD.COB
000030*
000040* PROGRAM-ID : HWEXHLOD
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* NIGHTLY EXECUTION-HISTORY LOAD.  PAIRS THE RUN LOG'S START
000100* AND END EVENTS ONCE AND LOADS ONE RECORD PER EXECUTION TO
000110* THE EXHIST KSDS (HWEXHREC), KEYED ON RUN DATE, JOB NAME
000120* AND START TIME, CARRYING THE END TIMESTAMP, ELAPSED TIME,
000130* RETURN CODE, THE RUNCNTL RUN COUNT, THE STATVSAM
000140* COMPLETION STAMP AND A PAIRED/UNPAIRED FLAG.  HWDAYSUM,
000150* HWMOSTAT AND HWSLARPT READ EXHIST BY KEY RANGE INSTEAD OF
000160* EACH RE-PAIRING RUNLOG OR THE LOGHIST CONCATENATION, SO
000170* THEY ALL COUNT AN UNPAIRED START THE SAME WAY.
000180*
000190* THE WHOLE OF RUNLOG IS PAIRED THE WAY HWMOSTAT PAIRED IT
000200* (AN END CLOSES THE NEWEST OPEN START FOR ITS JOB NAME),
000210* AND THE CYCLE DATE'S EXECUTIONS ARE LOADED --
000220*   - EVERY START ON THE CYCLE DATE, PAIRED OR NOT
000230*   - EVERY END ON THE CYCLE DATE, SO A RUN THAT CROSSED
000240*     MIDNIGHT (LOADED WITH NO END ON ITS START NIGHT) IS
000250*     COMPLETED, AND AN END WITH NO START IS RECORDED
000260* A RECORD ALREADY ON FILE IS REPLACED, SO THE STEP CAN BE
000270* RERUN FOR THE SAME DATE.
000280*
000290* THE LOAD IS PROVED AGAINST RUNLOG BEFORE HWLOGPRG ROLLS
000300* THE RAW EVENTS OFF: EXHIST IS RE-BROWSED FOR THE CYCLE
000310* DATE AND THE EXECUTIONS ON FILE MUST ACCOUNT FOR EVERY
000320* START AND EVERY END EVENT RUNLOG HOLDS FOR THAT DATE.
000330*
000340* THE CYCLE DATE IS READ FROM THE EXHCARD CONTROL CARD;
000350* WHEN NO CARD IS SUPPLIED THE CURRENT DATE IS ASSUMED SO
000360* THE END-OF-DAY SCHEDULER ENTRY NEEDS NO DAILY EDIT.
000370*
000380* RETURN-CODE VALUES
000390*   00 = NORMAL COMPLETION, LOAD IN BALANCE
000400*   28 = RUNCNTL NOT AVAILABLE - RUN COUNTS LOADED AS ZERO
000410*   36 = RUNLOG COULD NOT BE OPENED
000420*   40 = EXHRPT COULD NOT BE OPENED
000430*   44 = STATVSAM NOT AVAILABLE - COMPLETION STAMPS LOADED
000440*        BLANK
000450*   56 = EXHIST COULD NOT BE OPENED
000460*   60 = LOAD OUT OF BALANCE WITH RUNLOG - HWLOGPRG MUST
000470*        NOT RUN
000480*
000490* MODIFICATION HISTORY
000500*   DATE       INIT  DESCRIPTION
000510*   ---------- ----  --------------------------------------
000520*   2026-10-15  JRM  ORIGINAL PROGRAM.
000530************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.    HWEXHLOD.
000560 AUTHOR.        J. R. MORALES.
000570 INSTALLATION.  CMSC389B BATCH SERVICES.
000580 DATE-WRITTEN.  2026-10-15.
000590 DATE-COMPILED.

000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.   IBM-370.
000630 OBJECT-COMPUTER.   IBM-370.
000640 SPECIAL-NAMES.
000650     CONSOLE IS CONSOLE.

000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT HISTORY-CARD-FILE
000690         ASSIGN TO EXHCARD
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CARD-FILE-STATUS.

000720     SELECT RUN-LOG-FILE
000730         ASSIGN TO RUNLOG
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-LOG-FILE-STATUS.

000760     SELECT CONTROL-TOTAL-FILE
000770         ASSIGN TO RUNCNTL
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS HW-CNT-KEY
000810         FILE STATUS IS WS-CNT-FILE-STATUS.

000820     SELECT STATUS-FILE
000830         ASSIGN TO STATVSAM
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS HW-STAT-KEY
000870         FILE STATUS IS WS-STAT-FILE-STATUS.

000880     SELECT EXEC-HISTORY-FILE
000890         ASSIGN TO EXHIST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS HW-EXH-KEY
000930         FILE STATUS IS WS-EXH-FILE-STATUS.

000940     SELECT LOAD-PRINT-FILE
000950         ASSIGN TO EXHRPT
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-PRT-FILE-STATUS.

000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  HISTORY-CARD-FILE
001010     RECORDING MODE IS F.
001020 01  HW-HISTORY-CARD.
001030     05  HW-EXHC-CYCLE-DATE      PIC X(08).
001040     05  FILLER                  PIC X(72).

001050 FD  RUN-LOG-FILE
001060     RECORDING MODE IS F.
001070 COPY HWLOGREC.

001080 FD  CONTROL-TOTAL-FILE.
001090 COPY HWCNTREC.

001100 FD  STATUS-FILE.
001110 COPY HWSTATREC.

001120 FD  EXEC-HISTORY-FILE.
001130 COPY HWEXHREC.

001140 FD  LOAD-PRINT-FILE
001150     LINAGE IS 60 LINES
001160         LINES AT TOP 2
001170         LINES AT BOTTOM 3.
001180 01  HW-LOAD-PRINT-RECORD        PIC X(132).

001190 WORKING-STORAGE SECTION.
001200*---------------------------------------------------------*
001210*    SWITCHES AND COUNTERS                                 *
001220*---------------------------------------------------------*
001230 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
001240     88  WS-CARD-OK                      VALUE '00'.

001250 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001260     88  WS-CARD-READ                    VALUE 'Y'.

001270 77  WS-LOG-FILE-STATUS      PIC X(02)   VALUE SPACES.
001280     88  WS-LOG-OK                       VALUE '00'.

001290 77  WS-LOG-OPEN-SW          PIC X(01)   VALUE 'N'.
001300     88  WS-LOG-OPEN                     VALUE 'Y'.

001310 77  WS-LOG-EOF-SW           PIC X(01)   VALUE 'N'.
001320     88  WS-LOG-EOF                      VALUE 'Y'.

001330 77  WS-CNT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001340     88  WS-CNT-OK                       VALUE '00'.

001350 77  WS-CNT-OPEN-SW          PIC X(01)   VALUE 'N'.
001360     88  WS-CNT-OPEN                     VALUE 'Y'.

001370 77  WS-STAT-FILE-STATUS     PIC X(02)   VALUE SPACES.
001380     88  WS-STAT-OK                      VALUE '00'.

001390 77  WS-STAT-OPEN-SW         PIC X(01)   VALUE 'N'.
001400     88  WS-STAT-OPEN                    VALUE 'Y'.

001410 77  WS-EXH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001420     88  WS-EXH-OK                       VALUE '00'.
001430     88  WS-EXH-FILE-MISSING             VALUE '35'.

001440 77  WS-EXH-OPEN-SW          PIC X(01)   VALUE 'N'.
001450     88  WS-EXH-OPEN                     VALUE 'Y'.

001460 77  WS-EXH-EOF-SW           PIC X(01)   VALUE 'N'.
001470     88  WS-EXH-EOF                      VALUE 'Y'.

001480 77  WS-EXH-FOUND-SW         PIC X(01)   VALUE 'N'.
001490     88  WS-EXH-FOUND                    VALUE 'Y'.

001500 77  WS-PUT-OK-SW            PIC X(01)   VALUE 'N'.
001510     88  WS-PUT-OK                       VALUE 'Y'.

001520 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001530     88  WS-PRT-OK                       VALUE '00'.

001540 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001550     88  WS-PRT-OPEN                     VALUE 'Y'.

001560 77  WS-MATCH-FOUND-SW       PIC X(01)   VALUE 'N'.
001570     88  WS-MATCH-FOUND                  VALUE 'Y'.

001580 77  WS-BALANCE-SW           PIC X(01)   VALUE 'N'.
001590     88  WS-IN-BALANCE                   VALUE 'Y'.

001600 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.
001610 77  WS-PAGE-COUNT           PIC 9(04)   VALUE ZERO.

001620*---------------------------------------------------------*
001630*    RUN-LOG SIDE OF THE PROOF                             *
001640*---------------------------------------------------------*
001650 77  WS-LOG-READ-COUNT       PIC 9(07)   VALUE ZERO COMP.
001660 77  WS-DAY-EVENT-COUNT      PIC 9(07)   VALUE ZERO COMP.
001670 77  WS-DAY-START-COUNT      PIC 9(07)   VALUE ZERO COMP.
001680 77  WS-DAY-END-COUNT        PIC 9(07)   VALUE ZERO COMP.
001690 77  WS-DAY-OTHER-COUNT      PIC 9(07)   VALUE ZERO COMP.
001700 77  WS-BYPASS-COUNT         PIC 9(07)   VALUE ZERO COMP.

001710*---------------------------------------------------------*
001720*    LOAD AND EXHIST SIDE OF THE PROOF.  A CARRIED RECORD  *
001730*    IS AN EARLIER NIGHT'S START COMPLETED BY AN END ON    *
001740*    THE CYCLE DATE -- IT IS KEYED ON ITS OWN START DATE,  *
001750*    SO THE CYCLE DATE'S BROWSE CANNOT SEE IT.             *
001760*---------------------------------------------------------*
001770 77  WS-PUT-PAIRED-COUNT     PIC 9(07)   VALUE ZERO COMP.
001780 77  WS-PUT-NO-END-COUNT     PIC 9(07)   VALUE ZERO COMP.
001790 77  WS-PUT-NO-START-COUNT   PIC 9(07)   VALUE ZERO COMP.
001800 77  WS-PUT-CARRIED-COUNT    PIC 9(07)   VALUE ZERO COMP.
001810 77  WS-PUT-ERROR-COUNT      PIC 9(07)   VALUE ZERO COMP.
001820 77  WS-FILE-REC-COUNT       PIC 9(07)   VALUE ZERO COMP.
001830 77  WS-FILE-START-COUNT     PIC 9(07)   VALUE ZERO COMP.
001840 77  WS-FILE-END-COUNT       PIC 9(07)   VALUE ZERO COMP.
001850 77  WS-PROOF-END-COUNT      PIC 9(07)   VALUE ZERO COMP.

001860*---------------------------------------------------------*
001870*    CURRENT DATE/TIME AND REQUESTED CYCLE DATE            *
001880*---------------------------------------------------------*
001890 01  WS-CURRENT-DATE-TIME.
001900     05  WS-CURRENT-DATE      PIC X(08).
001910     05  WS-CURRENT-TIME      PIC X(08).

001920 77  WS-CYCLE-DATE           PIC X(08)   VALUE SPACES.

001930*---------------------------------------------------------*
001940*    OPEN-START TABLE FOR START/END PAIRING, AS IN         *
001950*    HWMOSTAT: AN END EVENT CLOSES THE NEWEST OPEN START   *
001960*    FOR ITS JOB NAME AND THE CLOSED SLOT IS REFILLED FROM *
001970*    THE TABLE'S LAST ENTRY                                *
001980*---------------------------------------------------------*
001990 01  WS-OPEN-TABLE.
002000     05  WS-OPEN-ENTRY        OCCURS 200 TIMES.
002010         10  WS-OPEN-JOB          PIC X(08).
002020         10  WS-OPEN-DATE         PIC X(08).
002030         10  WS-OPEN-TIME         PIC X(08).

002040 77  WS-OPEN-COUNT           PIC 9(03)   VALUE ZERO COMP.
002050 77  WS-OPEN-SUB             PIC 9(03)   VALUE ZERO COMP.
002060 77  WS-OPEN-FULL-SW         PIC X(01)   VALUE 'N'.
002070     88  WS-OPEN-FULL-WARNED             VALUE 'Y'.

002080*---------------------------------------------------------*
002090*    THE RECORD BEING LOADED IS HELD HERE WHILE EXHIST IS  *
002100*    READ TO DECIDE BETWEEN WRITE AND REWRITE              *
002110*---------------------------------------------------------*
002120 01  WS-EXH-SAVE-RECORD      PIC X(100).

002130*---------------------------------------------------------*
002140*    ELAPSED-TIME WORK FIELDS (HUNDREDTHS OF A SECOND,     *
002150*    WITH A MIDNIGHT-WRAP CORRECTION AS IN HWDAYSUM)       *
002160*---------------------------------------------------------*
002170 01  WS-TIME-WORK            PIC X(08).
002180 01  WS-TIME-WORK-R          REDEFINES WS-TIME-WORK.
002190     05  WS-TIME-HH           PIC 9(02).
002200     05  WS-TIME-MM           PIC 9(02).
002210     05  WS-TIME-SS           PIC 9(02).
002220     05  WS-TIME-CC           PIC 9(02).

002230 77  WS-TIME-CS              PIC 9(09)   VALUE ZERO COMP.
002240 77  WS-START-CS             PIC 9(09)   VALUE ZERO COMP.
002250 77  WS-END-CS               PIC 9(09)   VALUE ZERO COMP.
002260 77  WS-ELAPSED-CS           PIC S9(09)  VALUE ZERO COMP.
002270 77  WS-ELAPSED-SEC          PIC 9(07)   VALUE ZERO COMP.

002280 01  WS-ELAPSED-EDIT.
002290     05  WS-ELAP-HH           PIC 9(02).
002300     05  FILLER               PIC X(01)  VALUE ':'.
002310     05  WS-ELAP-MM           PIC 9(02).
002320     05  FILLER               PIC X(01)  VALUE ':'.
002330     05  WS-ELAP-SS           PIC 9(02).

002340*---------------------------------------------------------*
002350*    REPORT LINES                                          *
002360*---------------------------------------------------------*
002370 01  WS-EXH-HEADER-LINE.
002380     05  FILLER               PIC X(26)  VALUE
002390         'EXECUTION HISTORY LOAD    '.
002400     05  FILLER               PIC X(12)  VALUE 'CYCLE DATE: '.
002410     05  WS-HDR-CYCLE-DATE    PIC X(08).
002420     05  FILLER               PIC X(05)  VALUE SPACES.
002430     05  FILLER               PIC X(12)  VALUE 'PREPARED ON '.
002440     05  WS-HDR-PREP-DATE     PIC X(08).
002450     05  FILLER               PIC X(05)  VALUE SPACES.
002460     05  FILLER               PIC X(05)  VALUE 'PAGE '.
002470     05  WS-HDR-PAGE          PIC ZZZ9.
002480     05  FILLER               PIC X(47)  VALUE SPACES.

002490 01  WS-EXH-COLUMN-LINE.
002500     05  FILLER               PIC X(10)  VALUE 'JOB NAME  '.
002510     05  FILLER               PIC X(10)  VALUE 'RUN DATE  '.
002520     05  FILLER               PIC X(10)  VALUE 'START     '.
002530     05  FILLER               PIC X(10)  VALUE 'END DATE  '.
002540     05  FILLER               PIC X(10)  VALUE 'END       '.
002550     05  FILLER               PIC X(10)  VALUE 'ELAPSED   '.
002560     05  FILLER               PIC X(06)  VALUE 'RC    '.
002570     05  FILLER               PIC X(06)  VALUE 'RUNS  '.
002580     05  FILLER               PIC X(19)  VALUE
002590         'STATVSAM COMPLETION'.
002600     05  FILLER               PIC X(02)  VALUE SPACES.
002610     05  FILLER               PIC X(20)  VALUE 'LOADED AS'.
002620     05  FILLER               PIC X(19)  VALUE SPACES.

002630 01  WS-EXH-DETAIL-LINE.
002640     05  WS-DTL-JOB           PIC X(08).
002650     05  FILLER               PIC X(02)  VALUE SPACES.
002660     05  WS-DTL-RUN-DATE      PIC X(08).
002670     05  FILLER               PIC X(02)  VALUE SPACES.
002680     05  WS-DTL-START         PIC X(08).
002690     05  FILLER               PIC X(02)  VALUE SPACES.
002700     05  WS-DTL-END-DATE      PIC X(08).
002710     05  FILLER               PIC X(02)  VALUE SPACES.
002720     05  WS-DTL-END           PIC X(08).
002730     05  FILLER               PIC X(02)  VALUE SPACES.
002740     05  WS-DTL-ELAPSED       PIC X(08).
002750     05  FILLER               PIC X(02)  VALUE SPACES.
002760     05  WS-DTL-RC            PIC X(04).
002770     05  FILLER               PIC X(02)  VALUE SPACES.
002780     05  WS-DTL-RUNS          PIC ZZZ9.
002790     05  FILLER               PIC X(02)  VALUE SPACES.
002800     05  WS-DTL-COMP-DATE     PIC X(08).
002810     05  FILLER               PIC X(01)  VALUE SPACES.
002820     05  WS-DTL-COMP-TIME     PIC X(08).
002830     05  FILLER               PIC X(02)  VALUE SPACES.
002840     05  WS-DTL-LOADED-AS     PIC X(20).
002850     05  FILLER               PIC X(19)  VALUE SPACES.

002860 01  WS-EXH-COUNT-LINE.
002870     05  WS-CNL-LABEL         PIC X(48).
002880     05  WS-CNL-COUNT         PIC Z,ZZZ,ZZ9.
002890     05  FILLER               PIC X(75)  VALUE SPACES.

002900 01  WS-EXH-PROOF-LINE.
002910     05  WS-PRF-LABEL         PIC X(20).
002920     05  FILLER               PIC X(08)  VALUE 'RUNLOG '.
002930     05  WS-PRF-LOG-COUNT     PIC Z,ZZZ,ZZ9.
002940     05  FILLER               PIC X(10)  VALUE '   EXHIST '.
002950     05  WS-PRF-FILE-COUNT    PIC Z,ZZZ,ZZ9.
002960     05  FILLER               PIC X(03)  VALUE SPACES.
002970     05  WS-PRF-RESULT        PIC X(14).
002980     05  FILLER               PIC X(59)  VALUE SPACES.

002990 01  WS-EXH-TEXT-LINE.
003000     05  WS-TXT-TEXT          PIC X(78).
003010     05  FILLER               PIC X(54)  VALUE SPACES.

003020 77  WS-RC-EDIT              PIC 9(04).

003030 PROCEDURE DIVISION.
003040************************************************************
003050* 0000-MAINLINE
003060************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-EXIT.
003100*    EXHIST IS THE LAST OF THE FILES THE LOAD CANNOT RUN
003110*    WITHOUT, SO ITS OPEN SWITCH SAYS ALL OF THEM OPENED.
003120     IF WS-EXH-OPEN
003130         PERFORM 2000-LOAD-EXECUTIONS
003140             THRU 2000-EXIT
003150         PERFORM 3000-RECONCILE-LOAD
003160             THRU 3000-EXIT
003170         PERFORM 4000-PRINT-RECONCILIATION
003180             THRU 4000-EXIT
003190     END-IF.
003200     PERFORM 9999-TERMINATE
003210         THRU 9999-EXIT.
003220     MOVE WS-RETURN-CODE TO RETURN-CODE.
003230     STOP RUN.

003240************************************************************
003250* 1000-INITIALIZE -- PICK UP THE CYCLE DATE AND OPEN THE
003260*                    FILES.  RUNLOG, EXHRPT AND EXHIST ARE
003270*                    REQUIRED; A MISSING EXHIST IS DEFINED
003280*                    ON FIRST USE.  RUNCNTL AND STATVSAM
003290*                    ONLY ENRICH THE RECORDS -- WITHOUT
003300*                    THEM THE LOAD RUNS AND WARNS.
003310************************************************************
003320 1000-INITIALIZE.
003330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003340     ACCEPT WS-CURRENT-TIME FROM TIME.
003350     MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.

003360     OPEN INPUT HISTORY-CARD-FILE.
003370     IF WS-CARD-OK
003380         READ HISTORY-CARD-FILE
003390             AT END
003400                 CONTINUE
003410             NOT AT END
003420                 SET WS-CARD-READ TO TRUE
003430         END-READ
003440         IF WS-CARD-READ AND HW-EXHC-CYCLE-DATE NOT = SPACES
003450             MOVE HW-EXHC-CYCLE-DATE TO WS-CYCLE-DATE
003460         END-IF
003470         CLOSE HISTORY-CARD-FILE
003480     ELSE
003490         DISPLAY 'HWEXHLOD: EXHCARD NOT AVAILABLE, '
003500                 'LOADING CURRENT DATE ' WS-CYCLE-DATE
003510     END-IF.

003520     OPEN INPUT RUN-LOG-FILE.
003530     IF NOT WS-LOG-OK
003540         DISPLAY 'HWEXHLOD: UNABLE TO OPEN RUNLOG, '
003550                 'STATUS = ' WS-LOG-FILE-STATUS
003560         MOVE 36 TO WS-RETURN-CODE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     SET WS-LOG-OPEN TO TRUE.

003600     OPEN OUTPUT LOAD-PRINT-FILE.
003610     IF NOT WS-PRT-OK
003620         DISPLAY 'HWEXHLOD: UNABLE TO OPEN EXHRPT, '
003630                 'STATUS = ' WS-PRT-FILE-STATUS
003640         MOVE 40 TO WS-RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     SET WS-PRT-OPEN TO TRUE.

003680     OPEN I-O EXEC-HISTORY-FILE.
003690     IF WS-EXH-FILE-MISSING
003700         OPEN OUTPUT EXEC-HISTORY-FILE
003710         CLOSE EXEC-HISTORY-FILE
003720         OPEN I-O EXEC-HISTORY-FILE
003730     END-IF.
003740     IF NOT WS-EXH-OK
003750         DISPLAY 'HWEXHLOD: UNABLE TO OPEN EXHIST, '
003760                 'STATUS = ' WS-EXH-FILE-STATUS
003770         MOVE 56 TO WS-RETURN-CODE
003780         GO TO 1000-EXIT
003790     END-IF.

003800     OPEN INPUT CONTROL-TOTAL-FILE.
003810     IF NOT WS-CNT-OK
003820         DISPLAY 'HWEXHLOD: RUNCNTL NOT AVAILABLE, STATUS = '
003830                 WS-CNT-FILE-STATUS
003840                 ' - RUN COUNTS LOADED AS ZERO'
003850         MOVE 28 TO WS-RETURN-CODE
003860     ELSE
003870         SET WS-CNT-OPEN TO TRUE
003880     END-IF.

003890     OPEN INPUT STATUS-FILE.
003900     IF NOT WS-STAT-OK
003910         DISPLAY 'HWEXHLOD: STATVSAM NOT AVAILABLE, STATUS = '
003920                 WS-STAT-FILE-STATUS
003930                 ' - COMPLETION STAMPS LOADED BLANK'
003940         IF WS-RETURN-CODE = ZERO
003950             MOVE 44 TO WS-RETURN-CODE
003960         END-IF
003970     ELSE
003980         SET WS-STAT-OPEN TO TRUE
003990     END-IF.

004000     MOVE WS-CYCLE-DATE   TO WS-HDR-CYCLE-DATE.
004010     MOVE WS-CURRENT-DATE TO WS-HDR-PREP-DATE.
004020     PERFORM 8100-WRITE-PAGE-HEADER
004030         THRU 8100-EXIT.
004040     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-COLUMN-LINE
004050         AFTER ADVANCING 2 LINES.
004060     SET WS-EXH-OPEN TO TRUE.

004070 1000-EXIT.
004080     EXIT.

004090************************************************************
004100* 2000-LOAD-EXECUTIONS -- ONE PASS OVER RUNLOG, PAIRING EVERY
004110*                         EVENT AND LOADING THE CYCLE DATE'S
004120*                         EXECUTIONS AS THEY CLOSE; STARTS
004130*                         STILL OPEN AT END OF FILE ARE
004140*                         LOADED LAST, WITH NO END
004150************************************************************
004160 2000-LOAD-EXECUTIONS.
004170     PERFORM 2100-READ-LOG-RECORD
004180         THRU 2100-EXIT.
004190     PERFORM 2200-POST-LOG-RECORD
004200         THRU 2200-EXIT
004210         UNTIL WS-LOG-EOF.
004220     PERFORM 2600-LOAD-OPEN-STARTS
004230         THRU 2600-EXIT.

004240 2000-EXIT.
004250     EXIT.

004260************************************************************
004270* 2100-READ-LOG-RECORD -- READ THE NEXT RUN-LOG EVENT
004280************************************************************
004290 2100-READ-LOG-RECORD.
004300     READ RUN-LOG-FILE
004310         AT END
004320             SET WS-LOG-EOF TO TRUE
004330     END-READ.

004340 2100-EXIT.
004350     EXIT.

004360************************************************************
004370* 2200-POST-LOG-RECORD -- COUNT THE CYCLE DATE'S EVENTS FOR
004380*                         THE PROOF, THEN OPEN A START OR
004390*                         PAIR AN END.  EVENTS OF EVERY DATE
004400*                         ARE PAIRED, SO AN END ON THE CYCLE
004410*                         DATE FINDS A START FROM THE NIGHT
004420*                         BEFORE.
004430************************************************************
004440 2200-POST-LOG-RECORD.
004450     ADD 1 TO WS-LOG-READ-COUNT.
004460     IF HW-LOG-DATE = WS-CYCLE-DATE
004470         ADD 1 TO WS-DAY-EVENT-COUNT
004480         EVALUATE TRUE
004490             WHEN HW-LOG-EVENT-START
004500                 ADD 1 TO WS-DAY-START-COUNT
004510             WHEN HW-LOG-EVENT-END
004520                 ADD 1 TO WS-DAY-END-COUNT
004530             WHEN OTHER
004540                 ADD 1 TO WS-DAY-OTHER-COUNT
004550         END-EVALUATE
004560     END-IF.

004570     IF HW-LOG-EVENT-START
004580         PERFORM 2300-OPEN-A-START
004590             THRU 2300-EXIT
004600         GO TO 2200-NEXT
004610     END-IF.

004620     IF HW-LOG-EVENT-END
004630         PERFORM 2400-PAIR-END-EVENT
004640             THRU 2400-EXIT
004650     END-IF.

004660 2200-NEXT.
004670     PERFORM 2100-READ-LOG-RECORD
004680         THRU 2100-EXIT.

004690 2200-EXIT.
004700     EXIT.

004710************************************************************
004720* 2300-OPEN-A-START -- REMEMBER AN OPEN START FOR PAIRING.
004730*                      A FULL TABLE IS REPORTED ONCE; A
004740*                      CYCLE-DATE START IT TURNS AWAY IS
004750*                      COUNTED, AND PUTS THE LOAD OUT OF
004760*                      BALANCE.
004770************************************************************
004780 2300-OPEN-A-START.
004790     IF WS-OPEN-COUNT < 200
004800         ADD 1 TO WS-OPEN-COUNT
004810         MOVE HW-LOG-JOB-NAME
004820             TO WS-OPEN-JOB (WS-OPEN-COUNT)
004830         MOVE HW-LOG-DATE
004840             TO WS-OPEN-DATE (WS-OPEN-COUNT)
004850         MOVE HW-LOG-TIME
004860             TO WS-OPEN-TIME (WS-OPEN-COUNT)
004870     ELSE
004880         IF NOT WS-OPEN-FULL-WARNED
004890             DISPLAY 'HWEXHLOD: OPEN-START TABLE FULL, '
004900                     'SOME STARTS NOT LOADED'
004910             SET WS-OPEN-FULL-WARNED TO TRUE
004920         END-IF
004930         IF HW-LOG-DATE = WS-CYCLE-DATE
004940             ADD 1 TO WS-BYPASS-COUNT
004950         END-IF
004960     END-IF.

004970 2300-EXIT.
004980     EXIT.

004990************************************************************
005000* 2400-PAIR-END-EVENT -- CLOSE THE NEWEST OPEN START FOR
005010*                        THIS END'S JOB NAME.  THE PAIR IS
005020*                        LOADED WHEN EITHER EVENT FALLS ON
005030*                        THE CYCLE DATE; A CYCLE-DATE END
005040*                        WITH NO OPEN START IS LOADED ON ITS
005050*                        OWN.
005060************************************************************
005070 2400-PAIR-END-EVENT.
005080     MOVE 'N' TO WS-MATCH-FOUND-SW.
005090     MOVE WS-OPEN-COUNT TO WS-OPEN-SUB.
005100     PERFORM 2410-TEST-OPEN-ROW
005110         THRU 2410-EXIT
005120         UNTIL WS-MATCH-FOUND
005130            OR WS-OPEN-SUB = ZERO.
005140     IF NOT WS-MATCH-FOUND
005150         IF HW-LOG-DATE = WS-CYCLE-DATE
005160             PERFORM 2500-LOAD-NO-START
005170                 THRU 2500-EXIT
005180         END-IF
005190         GO TO 2400-EXIT
005200     END-IF.

005210     IF WS-OPEN-DATE (WS-OPEN-SUB) = WS-CYCLE-DATE
005220        OR HW-LOG-DATE = WS-CYCLE-DATE
005230         PERFORM 2450-LOAD-PAIRED
005240             THRU 2450-EXIT
005250     END-IF.

005260*    REFILL THE CLOSED SLOT FROM THE LAST ENTRY SO THE TABLE
005270*    ONLY EVER HOLDS STILL-OPEN STARTS.
005280     IF WS-OPEN-SUB < WS-OPEN-COUNT
005290         MOVE WS-OPEN-ENTRY (WS-OPEN-COUNT)
005300             TO WS-OPEN-ENTRY (WS-OPEN-SUB)
005310     END-IF.
005320     SUBTRACT 1 FROM WS-OPEN-COUNT.

005330 2400-EXIT.
005340     EXIT.

005350 2410-TEST-OPEN-ROW.
005360     IF WS-OPEN-JOB (WS-OPEN-SUB) = HW-LOG-JOB-NAME
005370         SET WS-MATCH-FOUND TO TRUE
005380     ELSE
005390         SUBTRACT 1 FROM WS-OPEN-SUB
005400     END-IF.
005410 2410-EXIT.
005420     EXIT.

005430************************************************************
005440* 2450-LOAD-PAIRED -- LOAD THE EXECUTION FORMED BY THE OPEN
005450*                     START AT WS-OPEN-SUB AND THIS END
005460*                     EVENT.  A START FROM AN EARLIER DATE IS
005470*                     A CARRIED RUN THAT CROSSED MIDNIGHT.
005480************************************************************
005490 2450-LOAD-PAIRED.
005500     INITIALIZE HW-EXEC-HISTORY-RECORD.
005510     MOVE WS-OPEN-DATE (WS-OPEN-SUB) TO HW-EXH-RUN-DATE.
005520     MOVE WS-OPEN-JOB (WS-OPEN-SUB)  TO HW-EXH-JOB-NAME.
005530     MOVE WS-OPEN-TIME (WS-OPEN-SUB) TO HW-EXH-START-TIME.
005540     MOVE HW-LOG-DATE                TO HW-EXH-END-DATE.
005550     MOVE HW-LOG-TIME                TO HW-EXH-END-TIME.
005560     MOVE HW-LOG-RETURN-CODE         TO HW-EXH-RETURN-CODE.
005570     SET HW-EXH-PAIRED TO TRUE.

005580     MOVE HW-EXH-START-TIME TO WS-TIME-WORK.
005590     PERFORM 2460-TIME-TO-HUNDREDTHS
005600         THRU 2460-EXIT.
005610     MOVE WS-TIME-CS TO WS-START-CS.
005620     MOVE HW-EXH-END-TIME TO WS-TIME-WORK.
005630     PERFORM 2460-TIME-TO-HUNDREDTHS
005640         THRU 2460-EXIT.
005650     MOVE WS-TIME-CS TO WS-END-CS.
005660     COMPUTE WS-ELAPSED-CS = WS-END-CS - WS-START-CS.
005670     IF WS-ELAPSED-CS < ZERO
005680         ADD 8640000 TO WS-ELAPSED-CS
005690     END-IF.
005700     MOVE WS-ELAPSED-CS TO HW-EXH-ELAPSED-CS.

005710     PERFORM 2700-PUT-HISTORY-RECORD
005720         THRU 2700-EXIT.
005730     IF WS-PUT-OK
005740         IF HW-EXH-RUN-DATE = WS-CYCLE-DATE
005750             ADD 1 TO WS-PUT-PAIRED-COUNT
005760         ELSE
005770             ADD 1 TO WS-PUT-CARRIED-COUNT
005780         END-IF
005790     END-IF.

005800 2450-EXIT.
005810     EXIT.

005820 2460-TIME-TO-HUNDREDTHS.
005830     COMPUTE WS-TIME-CS = (WS-TIME-HH * 360000)
005840         + (WS-TIME-MM * 6000)
005850         + (WS-TIME-SS * 100)
005860         + WS-TIME-CC.
005870 2460-EXIT.
005880     EXIT.

005890************************************************************
005900* 2500-LOAD-NO-START -- LOAD A CYCLE-DATE END EVENT THAT HAS
005910*                       NO START.  WITH NO START TIME TO KEY
005920*                       ON, THE KEY CARRIES THE END EVENT'S
005930*                       OWN TIME.
005940************************************************************
005950 2500-LOAD-NO-START.
005960     INITIALIZE HW-EXEC-HISTORY-RECORD.
005970     MOVE HW-LOG-DATE         TO HW-EXH-RUN-DATE.
005980     MOVE HW-LOG-JOB-NAME     TO HW-EXH-JOB-NAME.
005990     MOVE HW-LOG-TIME         TO HW-EXH-START-TIME.
006000     MOVE HW-LOG-DATE         TO HW-EXH-END-DATE.
006010     MOVE HW-LOG-TIME         TO HW-EXH-END-TIME.
006020     MOVE HW-LOG-RETURN-CODE  TO HW-EXH-RETURN-CODE.
006030     SET HW-EXH-NO-START TO TRUE.
006040     PERFORM 2700-PUT-HISTORY-RECORD
006050         THRU 2700-EXIT.
006060     IF WS-PUT-OK
006070         ADD 1 TO WS-PUT-NO-START-COUNT
006080     END-IF.

006090 2500-EXIT.
006100     EXIT.

006110************************************************************
006120* 2600-LOAD-OPEN-STARTS -- EVERY CYCLE-DATE START STILL OPEN
006130*                          AT END OF RUNLOG IS LOADED WITH NO
006140*                          END.  A RUN STILL ACTIVE ACROSS
006150*                          MIDNIGHT IS COMPLETED BY THE NEXT
006160*                          NIGHT'S LOAD.
006170************************************************************
006180 2600-LOAD-OPEN-STARTS.
006190     MOVE ZERO TO WS-OPEN-SUB.
006200     PERFORM 2610-LOAD-ONE-OPEN-START
006210         THRU 2610-EXIT
006220         WS-OPEN-COUNT TIMES.

006230 2600-EXIT.
006240     EXIT.

006250 2610-LOAD-ONE-OPEN-START.
006260     ADD 1 TO WS-OPEN-SUB.
006270     IF WS-OPEN-DATE (WS-OPEN-SUB) NOT = WS-CYCLE-DATE
006280         GO TO 2610-EXIT
006290     END-IF.
006300     INITIALIZE HW-EXEC-HISTORY-RECORD.
006310     MOVE WS-OPEN-DATE (WS-OPEN-SUB) TO HW-EXH-RUN-DATE.
006320     MOVE WS-OPEN-JOB (WS-OPEN-SUB)  TO HW-EXH-JOB-NAME.
006330     MOVE WS-OPEN-TIME (WS-OPEN-SUB) TO HW-EXH-START-TIME.
006340     SET HW-EXH-NO-END TO TRUE.
006350     PERFORM 2700-PUT-HISTORY-RECORD
006360         THRU 2700-EXIT.
006370     IF WS-PUT-OK
006380         ADD 1 TO WS-PUT-NO-END-COUNT
006390     END-IF.
006400 2610-EXIT.
006410     EXIT.

006420************************************************************
006430* 2700-PUT-HISTORY-RECORD -- STAMP THE RECORD BUILT BY THE
006440*                            CALLER WITH THE RUNCNTL COUNT,
006450*                            THE STATVSAM COMPLETION AND THE
006460*                            LOAD TIME, THEN ADD IT TO EXHIST
006470*                            OR REPLACE THE ONE ON FILE.  A
006480*                            FAILED WRITE IS COUNTED AND PUTS
006490*                            THE LOAD OUT OF BALANCE.
006500************************************************************
006510 2700-PUT-HISTORY-RECORD.
006520     MOVE 'N' TO WS-PUT-OK-SW.
006530     MOVE WS-CURRENT-DATE TO HW-EXH-LOAD-DATE.
006540     MOVE WS-CURRENT-TIME TO HW-EXH-LOAD-TIME.
006550     PERFORM 2750-GET-RUN-COUNT
006560         THRU 2750-EXIT.
006570     PERFORM 2760-GET-COMPLETION
006580         THRU 2760-EXIT.

006590     MOVE HW-EXEC-HISTORY-RECORD TO WS-EXH-SAVE-RECORD.
006600     MOVE 'N' TO WS-EXH-FOUND-SW.
006610     READ EXEC-HISTORY-FILE
006620         KEY IS HW-EXH-KEY
006630         INVALID KEY
006640             CONTINUE
006650         NOT INVALID KEY
006660             SET WS-EXH-FOUND TO TRUE
006670     END-READ.
006680     MOVE WS-EXH-SAVE-RECORD TO HW-EXEC-HISTORY-RECORD.
006690     IF WS-EXH-FOUND
006700         REWRITE HW-EXEC-HISTORY-RECORD
006710     ELSE
006720         WRITE HW-EXEC-HISTORY-RECORD
006730     END-IF.
006740     IF WS-EXH-OK
006750         SET WS-PUT-OK TO TRUE
006760     ELSE
006770         DISPLAY 'HWEXHLOD: EXHIST WRITE FAILED FOR '
006780                 HW-EXH-RUN-DATE ' ' HW-EXH-JOB-NAME ' '
006790                 HW-EXH-START-TIME
006800                 ', STATUS = ' WS-EXH-FILE-STATUS
006810         ADD 1 TO WS-PUT-ERROR-COUNT
006820     END-IF.
006830     PERFORM 2800-PRINT-LOAD-LINE
006840         THRU 2800-EXIT.

006850 2700-EXIT.
006860     EXIT.

006870************************************************************
006880* 2750-GET-RUN-COUNT -- RUNCNTL COUNT FOR THE RUN DATE AND
006890*                       JOB NAME (ZERO WHEN THERE IS NONE)
006900************************************************************
006910 2750-GET-RUN-COUNT.
006920     MOVE ZERO TO HW-EXH-RUN-COUNT.
006930     IF NOT WS-CNT-OPEN
006940         GO TO 2750-EXIT
006950     END-IF.
006960     MOVE HW-EXH-RUN-DATE TO HW-CNT-RUN-DATE.
006970     MOVE HW-EXH-JOB-NAME TO HW-CNT-JOB-NAME.
006980     READ CONTROL-TOTAL-FILE
006990         KEY IS HW-CNT-KEY
007000         INVALID KEY
007010             CONTINUE
007020         NOT INVALID KEY
007030             MOVE HW-CNT-RUN-COUNT TO HW-EXH-RUN-COUNT
007040     END-READ.

007050 2750-EXIT.
007060     EXIT.

007070************************************************************
007080* 2760-GET-COMPLETION -- STATVSAM COMPLETION STAMP FOR THE
007090*                        RUN DATE AND JOB NAME (SPACES WHEN
007100*                        THERE IS NONE)
007110************************************************************
007120 2760-GET-COMPLETION.
007130     MOVE SPACES TO HW-EXH-COMPLETION-TS.
007140     IF NOT WS-STAT-OPEN
007150         GO TO 2760-EXIT
007160     END-IF.
007170     MOVE HW-EXH-RUN-DATE TO HW-STAT-RUN-DATE.
007180     MOVE HW-EXH-JOB-NAME TO HW-STAT-JOB-NAME.
007190     READ STATUS-FILE
007200         KEY IS HW-STAT-KEY
007210         INVALID KEY
007220             CONTINUE
007230         NOT INVALID KEY
007240             MOVE HW-STAT-COMP-DATE TO HW-EXH-COMP-DATE
007250             MOVE HW-STAT-COMP-TIME TO HW-EXH-COMP-TIME
007260     END-READ.

007270 2760-EXIT.
007280     EXIT.

007290************************************************************
007300* 2800-PRINT-LOAD-LINE -- ONE REGISTER LINE PER EXECUTION
007310*                         LOADED (OR FAILED TO LOAD)
007320************************************************************
007330 2800-PRINT-LOAD-LINE.
007340     MOVE HW-EXH-JOB-NAME    TO WS-DTL-JOB.
007350     MOVE HW-EXH-RUN-DATE    TO WS-DTL-RUN-DATE.
007360     MOVE HW-EXH-START-TIME  TO WS-DTL-START.
007370     MOVE HW-EXH-END-DATE    TO WS-DTL-END-DATE.
007380     MOVE HW-EXH-END-TIME    TO WS-DTL-END.
007390     MOVE HW-EXH-RUN-COUNT   TO WS-DTL-RUNS.
007400     MOVE HW-EXH-COMP-DATE   TO WS-DTL-COMP-DATE.
007410     MOVE HW-EXH-COMP-TIME   TO WS-DTL-COMP-TIME.
007420     MOVE HW-EXH-RETURN-CODE TO WS-RC-EDIT.
007430     MOVE WS-RC-EDIT         TO WS-DTL-RC.

007440     EVALUATE TRUE
007450         WHEN HW-EXH-PAIRED
007460             MOVE HW-EXH-ELAPSED-CS TO WS-ELAPSED-CS
007470             PERFORM 2810-FORMAT-ELAPSED
007480                 THRU 2810-EXIT
007490             MOVE WS-ELAPSED-EDIT TO WS-DTL-ELAPSED
007500             IF HW-EXH-RUN-DATE = WS-CYCLE-DATE
007510                 MOVE 'PAIRED'             TO WS-DTL-LOADED-AS
007520             ELSE
007530                 MOVE 'PAIRED - CARRIED'   TO WS-DTL-LOADED-AS
007540             END-IF
007550         WHEN HW-EXH-NO-END
007560             MOVE '*NONE*  '   TO WS-DTL-END-DATE
007570             MOVE SPACES       TO WS-DTL-END
007580             MOVE '********'   TO WS-DTL-ELAPSED
007590             MOVE '****'       TO WS-DTL-RC
007600             MOVE 'NO END RECORD'        TO WS-DTL-LOADED-AS
007610         WHEN OTHER
007620             MOVE '*NONE*  '   TO WS-DTL-START
007630             MOVE '********'   TO WS-DTL-ELAPSED
007640             MOVE 'NO START RECORD'      TO WS-DTL-LOADED-AS
007650     END-EVALUATE.
007660     IF NOT WS-PUT-OK
007670         MOVE '** NOT LOADED **' TO WS-DTL-LOADED-AS
007680     END-IF.

007690     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-DETAIL-LINE
007700         AFTER ADVANCING 1 LINE
007710         AT END-OF-PAGE
007720             PERFORM 8100-WRITE-PAGE-HEADER
007730                 THRU 8100-EXIT
007740             WRITE HW-LOAD-PRINT-RECORD
007750                 FROM WS-EXH-COLUMN-LINE
007760                 AFTER ADVANCING 2 LINES
007770     END-WRITE.

007780 2800-EXIT.
007790     EXIT.

007800 2810-FORMAT-ELAPSED.
007810     COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-CS / 100.
007820     COMPUTE WS-ELAP-HH = WS-ELAPSED-SEC / 3600.
007830     COMPUTE WS-ELAP-MM =
007840         (WS-ELAPSED-SEC - (WS-ELAP-HH * 3600)) / 60.
007850     COMPUTE WS-ELAP-SS = WS-ELAPSED-SEC
007860         - (WS-ELAP-HH * 3600) - (WS-ELAP-MM * 60).
007870 2810-EXIT.
007880     EXIT.

007890************************************************************
007900* 3000-RECONCILE-LOAD -- RE-BROWSE EXHIST FOR THE CYCLE DATE
007910*                        AND COUNT WHAT IS ON FILE.  EVERY
007920*                        RUNLOG START ON THE DATE MUST BE A
007930*                        PAIRED OR NO-END EXECUTION KEYED ON
007940*                        THE DATE; EVERY RUNLOG END ON THE
007950*                        DATE MUST BE A NO-START EXECUTION,
007960*                        A PAIRED EXECUTION ENDING ON THE
007970*                        DATE, OR A CARRIED RUN COMPLETED BY
007980*                        THIS LOAD.
007990************************************************************
008000 3000-RECONCILE-LOAD.
008010     MOVE WS-CYCLE-DATE TO HW-EXH-RUN-DATE.
008020     MOVE SPACES        TO HW-EXH-JOB-NAME.
008030     MOVE SPACES        TO HW-EXH-START-TIME.
008040     START EXEC-HISTORY-FILE
008050         KEY IS NOT LESS THAN HW-EXH-KEY
008060         INVALID KEY
008070             SET WS-EXH-EOF TO TRUE
008080     END-START.
008090     PERFORM 3100-COUNT-NEXT-EXECUTION
008100         THRU 3100-EXIT
008110         UNTIL WS-EXH-EOF.

008120     COMPUTE WS-PROOF-END-COUNT
008130         = WS-FILE-END-COUNT + WS-PUT-CARRIED-COUNT.
008140     IF WS-DAY-START-COUNT = WS-FILE-START-COUNT
008150        AND WS-DAY-END-COUNT = WS-PROOF-END-COUNT
008160        AND WS-PUT-ERROR-COUNT = ZERO
008170         SET WS-IN-BALANCE TO TRUE
008180     ELSE
008190         DISPLAY 'HWEXHLOD: EXHIST LOAD OUT OF BALANCE WITH '
008200                 'RUNLOG FOR ' WS-CYCLE-DATE
008210         IF WS-RETURN-CODE < 60
008220             MOVE 60 TO WS-RETURN-CODE
008230         END-IF
008240     END-IF.

008250 3000-EXIT.
008260     EXIT.

008270 3100-COUNT-NEXT-EXECUTION.
008280     READ EXEC-HISTORY-FILE NEXT RECORD
008290         AT END
008300             SET WS-EXH-EOF TO TRUE
008310             GO TO 3100-EXIT
008320     END-READ.
008330     IF HW-EXH-RUN-DATE NOT = WS-CYCLE-DATE
008340         SET WS-EXH-EOF TO TRUE
008350         GO TO 3100-EXIT
008360     END-IF.
008370     ADD 1 TO WS-FILE-REC-COUNT.
008380     IF HW-EXH-PAIRED OR HW-EXH-NO-END
008390         ADD 1 TO WS-FILE-START-COUNT
008400     END-IF.
008410     IF HW-EXH-NO-START
008420         ADD 1 TO WS-FILE-END-COUNT
008430     END-IF.
008440     IF HW-EXH-PAIRED AND HW-EXH-END-DATE = WS-CYCLE-DATE
008450         ADD 1 TO WS-FILE-END-COUNT
008460     END-IF.
008470 3100-EXIT.
008480     EXIT.

008490************************************************************
008500* 4000-PRINT-RECONCILIATION -- THE PROOF PAGE.  IN BALANCE
008510*                              MEANS EXHIST HOLDS THE WHOLE
008520*                              CYCLE DATE AND THE RAW EVENTS
008530*                              MAY BE ROLLED OFF.
008540************************************************************
008550 4000-PRINT-RECONCILIATION.
008560     PERFORM 8100-WRITE-PAGE-HEADER
008570         THRU 8100-EXIT.

008580     MOVE 'RUNLOG EVENTS READ (ALL DATES)' TO WS-CNL-LABEL.
008590     MOVE WS-LOG-READ-COUNT TO WS-CNL-COUNT.
008600     PERFORM 8200-PRINT-COUNT-LINE
008610         THRU 8200-EXIT.
008620     MOVE 'RUNLOG EVENTS ON THE CYCLE DATE' TO WS-CNL-LABEL.
008630     MOVE WS-DAY-EVENT-COUNT TO WS-CNL-COUNT.
008640     PERFORM 8200-PRINT-COUNT-LINE
008650         THRU 8200-EXIT.
008660     MOVE '  START EVENTS' TO WS-CNL-LABEL.
008670     MOVE WS-DAY-START-COUNT TO WS-CNL-COUNT.
008680     PERFORM 8200-PRINT-COUNT-LINE
008690         THRU 8200-EXIT.
008700     MOVE '  END EVENTS' TO WS-CNL-LABEL.
008710     MOVE WS-DAY-END-COUNT TO WS-CNL-COUNT.
008720     PERFORM 8200-PRINT-COUNT-LINE
008730         THRU 8200-EXIT.
008740     MOVE '  OTHER EVENTS (NOT LOADED)' TO WS-CNL-LABEL.
008750     MOVE WS-DAY-OTHER-COUNT TO WS-CNL-COUNT.
008760     PERFORM 8200-PRINT-COUNT-LINE
008770         THRU 8200-EXIT.

008780     MOVE SPACES TO WS-EXH-TEXT-LINE.
008790     PERFORM 8000-PRINT-TEXT-LINE
008800         THRU 8000-EXIT.
008810     MOVE 'EXECUTIONS LOADED - PAIRED' TO WS-CNL-LABEL.
008820     MOVE WS-PUT-PAIRED-COUNT TO WS-CNL-COUNT.
008830     PERFORM 8200-PRINT-COUNT-LINE
008840         THRU 8200-EXIT.
008850     MOVE 'EXECUTIONS LOADED - NO END RECORD' TO WS-CNL-LABEL.
008860     MOVE WS-PUT-NO-END-COUNT TO WS-CNL-COUNT.
008870     PERFORM 8200-PRINT-COUNT-LINE
008880         THRU 8200-EXIT.
008890     MOVE 'EXECUTIONS LOADED - NO START RECORD'
008900         TO WS-CNL-LABEL.
008910     MOVE WS-PUT-NO-START-COUNT TO WS-CNL-COUNT.
008920     PERFORM 8200-PRINT-COUNT-LINE
008930         THRU 8200-EXIT.
008940     MOVE 'EARLIER STARTS COMPLETED (CARRIED)' TO WS-CNL-LABEL.
008950     MOVE WS-PUT-CARRIED-COUNT TO WS-CNL-COUNT.
008960     PERFORM 8200-PRINT-COUNT-LINE
008970         THRU 8200-EXIT.
008980     MOVE 'EXECUTIONS NOT LOADED - EXHIST WRITE FAILED'
008990         TO WS-CNL-LABEL.
009000     MOVE WS-PUT-ERROR-COUNT TO WS-CNL-COUNT.
009010     PERFORM 8200-PRINT-COUNT-LINE
009020         THRU 8200-EXIT.
009030     MOVE 'STARTS NOT LOADED - OPEN-START TABLE FULL'
009040         TO WS-CNL-LABEL.
009050     MOVE WS-BYPASS-COUNT TO WS-CNL-COUNT.
009060     PERFORM 8200-PRINT-COUNT-LINE
009070         THRU 8200-EXIT.
009080     MOVE 'EXHIST EXECUTIONS ON FILE FOR THE CYCLE DATE'
009090         TO WS-CNL-LABEL.
009100     MOVE WS-FILE-REC-COUNT TO WS-CNL-COUNT.
009110     PERFORM 8200-PRINT-COUNT-LINE
009120         THRU 8200-EXIT.

009130     MOVE SPACES TO WS-EXH-TEXT-LINE.
009140     PERFORM 8000-PRINT-TEXT-LINE
009150         THRU 8000-EXIT.
009160     MOVE 'START EVENTS'       TO WS-PRF-LABEL.
009170     MOVE WS-DAY-START-COUNT   TO WS-PRF-LOG-COUNT.
009180     MOVE WS-FILE-START-COUNT  TO WS-PRF-FILE-COUNT.
009190     IF WS-DAY-START-COUNT = WS-FILE-START-COUNT
009200         MOVE 'AGREE'          TO WS-PRF-RESULT
009210     ELSE
009220         MOVE '** DISAGREE **' TO WS-PRF-RESULT
009230     END-IF.
009240     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-PROOF-LINE
009250         AFTER ADVANCING 1 LINE.
009260     MOVE 'END EVENTS'         TO WS-PRF-LABEL.
009270     MOVE WS-DAY-END-COUNT     TO WS-PRF-LOG-COUNT.
009280     MOVE WS-PROOF-END-COUNT   TO WS-PRF-FILE-COUNT.
009290     IF WS-DAY-END-COUNT = WS-PROOF-END-COUNT
009300         MOVE 'AGREE'          TO WS-PRF-RESULT
009310     ELSE
009320         MOVE '** DISAGREE **' TO WS-PRF-RESULT
009330     END-IF.
009340     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-PROOF-LINE
009350         AFTER ADVANCING 1 LINE.

009360     MOVE SPACES TO WS-EXH-TEXT-LINE.
009370     IF WS-IN-BALANCE
009380         MOVE '*** LOAD IN BALANCE WITH RUNLOG ***'
009390             TO WS-TXT-TEXT
009400     ELSE
009410         MOVE '*** LOAD OUT OF BALANCE - DO NOT PURGE RUNLOG ***'
009420             TO WS-TXT-TEXT
009430     END-IF.
009440     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-TEXT-LINE
009450         AFTER ADVANCING 2 LINES.

009460 4000-EXIT.
009470     EXIT.

009480************************************************************
009490* 8000-PRINT-TEXT-LINE -- PRINT WS-EXH-TEXT-LINE AS BUILT BY
009500*                         THE CALLER
009510************************************************************
009520 8000-PRINT-TEXT-LINE.
009530     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-TEXT-LINE
009540         AFTER ADVANCING 1 LINE.
009550 8000-EXIT.
009560     EXIT.

009570************************************************************
009580* 8100-WRITE-PAGE-HEADER -- NEW PAGE WITH THE REPORT HEADER
009590************************************************************
009600 8100-WRITE-PAGE-HEADER.
009610     ADD 1 TO WS-PAGE-COUNT.
009620     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
009630     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-HEADER-LINE
009640         AFTER ADVANCING PAGE.
009650 8100-EXIT.
009660     EXIT.

009670************************************************************
009680* 8200-PRINT-COUNT-LINE -- PRINT WS-EXH-COUNT-LINE AS BUILT
009690*                          BY THE CALLER
009700************************************************************
009710 8200-PRINT-COUNT-LINE.
009720     WRITE HW-LOAD-PRINT-RECORD FROM WS-EXH-COUNT-LINE
009730         AFTER ADVANCING 1 LINE.
009740 8200-EXIT.
009750     EXIT.

009760************************************************************
009770* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
009780************************************************************
009790 9999-TERMINATE.
009800     IF WS-LOG-OPEN
009810         CLOSE RUN-LOG-FILE
009820     END-IF.
009830     IF WS-PRT-OPEN
009840         CLOSE LOAD-PRINT-FILE
009850     END-IF.
009860     IF WS-EXH-OPEN
009870         CLOSE EXEC-HISTORY-FILE
009880     END-IF.
009890     IF WS-CNT-OPEN
009900         CLOSE CONTROL-TOTAL-FILE
009910     END-IF.
009920     IF WS-STAT-OPEN
009930         CLOSE STATUS-FILE
009940     END-IF.

009950 9999-EXIT.
009960     EXIT.
