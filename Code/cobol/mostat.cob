000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-08-22
000080*
000090* MONTHLY OPERATIONS STATISTICS REPORT.  BROWSES THE
000100* REQUESTED MONTH'S EXECUTIONS ON THE EXHIST EXECUTION-
000110* HISTORY KSDS -- LOADED NIGHTLY BY HWEXHLOD, WHICH PAIRS
000120* THE RUN LOG'S START AND END EVENTS BEFORE HWLOGPRG ROLLS
000121* THEM OFF -- AND PRINTS, IN ONE RUN:
000130* EXECUTIONS PER DAY, COMPLETIONS BY RETURN-CODE VALUE, THE
000140* DAYS RUNCNTL'S DUPLICATE-RUN CONDITION FIRED, AVERAGE AND
000150* WORST ELAPSED TIME BETWEEN PAIRED START AND END EVENTS,
000230* RETURN-CODE VALUES FOLLOW THE HELLOWORLD FAMILY
000240* CONVENTION: 28 = RUNCNTL OPEN FAILURE (DUPLICATE-RUN
000250* SECTION REPORTS UNKNOWN AND THE RUN CONTINUES), 36 =
000260* EXHIST OPEN FAILURE, 40 = MOSTRPT OPEN FAILURE.
000270*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000370*                    FULL RETURN-CODE TABLE NOW WARNS ON
000380*                    CONSOLE INSTEAD OF UNDER-REPORTING THE
000390*                    DISTRIBUTION SILENTLY.
000391*   2026-10-15  JRM  THE MONTH IS NOW READ BY KEY RANGE FROM
000392*                    THE EXHIST EXECUTION-HISTORY KSDS INSTEAD
000393*                    OF RE-PAIRING THE LOGHIST CONCATENATION.
000394*                    A COMPLETION IS NOW COUNTED ON ITS START
000395*                    DAY, AND A START WITH NO END IS COUNTED
000396*                    THE SAME WAY HWDAYSUM AND HWSLARPT COUNT
000397*                    IT.
000400************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    HWMOSTAT.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CARD-FILE-STATUS.
000610
000620     SELECT EXEC-HISTORY-FILE
000630         ASSIGN TO EXHIST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000651         RECORD KEY IS HW-EXH-KEY
000652         FILE STATUS IS WS-EXH-FILE-STATUS.
000660
000670     SELECT CONTROL-TOTAL-FILE
000680         ASSIGN TO RUNCNTL
000840     05  HW-MOS-MONTH            PIC X(06).
000850     05  FILLER                  PIC X(74).
000860
000870 FD  EXEC-HISTORY-FILE.
000880 COPY HWEXHREC.
000900
000910 FD  CONTROL-TOTAL-FILE.
000920 COPY HWCNTREC.
001070 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001080     88  WS-CARD-READ                    VALUE 'Y'.
001090
001100 77  WS-EXH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001110     88  WS-EXH-OK                       VALUE '00'.
001120
001130 77  WS-EXH-OPEN-SW          PIC X(01)   VALUE 'N'.
001140     88  WS-EXH-OPEN                     VALUE 'Y'.
001150
001160 77  WS-EXH-EOF-SW           PIC X(01)   VALUE 'N'.
001170     88  WS-EXH-EOF                      VALUE 'Y'.
001180
001190 77  WS-CNT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001200     88  WS-CNT-OK                       VALUE '00'.
001390 77  WS-ORPHAN-END-COUNT     PIC 9(05)   VALUE ZERO COMP.
001400 77  WS-UNMATCHED-COUNT      PIC 9(05)   VALUE ZERO COMP.
001410 77  WS-DUP-DAY-COUNT        PIC 9(02)   VALUE ZERO COMP.
001440
001450*---------------------------------------------------------*
001460*    CURRENT DATE/TIME AND REQUESTED MONTH                 *
001870     88  WS-RC-FULL-WARNED               VALUE 'Y'.
001880
001890*---------------------------------------------------------*
001900*    ELAPSED-TIME STATISTICS (HUNDREDTHS OF A SECOND, AS   *
001910*    CARRIED ON EXHIST)                                    *
001940*---------------------------------------------------------*
002200 77  WS-ELAPSED-CS           PIC S9(09)  VALUE ZERO COMP.
002210 77  WS-TOTAL-ELAPSED-CS     PIC 9(13)   VALUE ZERO COMP.
002220 77  WS-PAIR-COUNT           PIC 9(07)   VALUE ZERO COMP.
002640     PERFORM 1000-INITIALIZE
002650         THRU 1000-EXIT.
002660     IF WS-RETURN-CODE = ZERO
002670         PERFORM 2000-TALLY-EXEC-HISTORY
002680             THRU 2000-EXIT
002690         PERFORM 3000-TALLY-DUPLICATE-DAYS
002700             THRU 3000-EXIT
002840
002850************************************************************
002860* 1000-INITIALIZE -- PICK UP THE REQUESTED MONTH AND OPEN
002870*                    EXHIST AND THE REPORT.  A
002880*                    MISSING MOCARD IS NOT AN ERROR -- THE
002890*                    CURRENT MONTH IS ASSUMED SO A STANDING
002900*                    SCHEDULER ENTRY NEEDS NO MONTHLY EDIT
003110                 'REPORTING CURRENT MONTH ' WS-REPORT-MONTH
003120     END-IF.
003130
003140     OPEN INPUT EXEC-HISTORY-FILE.
003150     IF NOT WS-EXH-OK
003160         DISPLAY 'HWMOSTAT: UNABLE TO OPEN EXHIST, '
003170                 'STATUS = ' WS-EXH-FILE-STATUS
003180         MOVE 36 TO WS-RETURN-CODE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     SET WS-EXH-OPEN TO TRUE.
003220
003230     OPEN OUTPUT STATS-PRINT-FILE.
003240     IF NOT WS-PRT-OK
003390     EXIT.
003400
003410************************************************************
003420* 2000-TALLY-EXEC-HISTORY -- ONE PASS OVER THE MONTH'S KEY
003430*                            RANGE ON EXHIST
003480************************************************************
003490 2000-TALLY-EXEC-HISTORY.
003500     MOVE WS-REPORT-MONTH TO HW-EXH-RUN-DATE (1:6).
003510     MOVE '01'            TO HW-EXH-RUN-DATE (7:2).
003520     MOVE SPACES          TO HW-EXH-JOB-NAME.
003521     MOVE SPACES          TO HW-EXH-START-TIME.
003522     START EXEC-HISTORY-FILE
003523         KEY IS NOT LESS THAN HW-EXH-KEY
003524         INVALID KEY
003525             SET WS-EXH-EOF TO TRUE
003526     END-START.
003527     PERFORM 2200-TALLY-EXECUTION
003530         THRU 2200-EXIT
003540         UNTIL WS-EXH-EOF.
003570
003580 2000-EXIT.
003590     EXIT.
003600
003610************************************************************
003620* 2200-TALLY-EXECUTION -- TALLY ONE EXECUTION FOR THE MONTH.
003621*                         A START WITH NO END IS AN EXECUTION
003622*                         THAT NEVER WROTE ITS END RECORD AND
003623*                         IS CHARGED TO ITS START DAY; AN END
003624*                         WITH NO START IS AN ORPHAN.
003630************************************************************
003640 2200-TALLY-EXECUTION.
003650     READ EXEC-HISTORY-FILE NEXT RECORD
003660         AT END
003670             SET WS-EXH-EOF TO TRUE
003671             GO TO 2200-EXIT
003680     END-READ.
003690     IF HW-EXH-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
003700         SET WS-EXH-EOF TO TRUE
003710         GO TO 2200-EXIT
003790     END-IF.
003800     ADD 1 TO WS-RECORD-COUNT.
003810
003820     MOVE HW-EXH-RUN-DATE TO WS-WORK-DATE.
003830     IF WS-WORK-DATE-DAY NOT NUMERIC
003840         GO TO 2200-EXIT
003850     END-IF.
003860     MOVE WS-WORK-DAY-NUM TO WS-DAY-SUB.
003870     IF WS-DAY-SUB < 1 OR WS-DAY-SUB > 31
003880         GO TO 2200-EXIT
003890     END-IF.
003900
003910     IF HW-EXH-PAIRED OR HW-EXH-NO-END
003920         ADD 1 TO WS-START-COUNT
003930         ADD 1 TO WS-DAY-STARTS (WS-DAY-SUB)
003960     END-IF.
003970
003980     IF HW-EXH-NO-END
003990         ADD 1 TO WS-UNMATCHED-COUNT
004000         ADD 1 TO WS-DAY-UNMATCHED (WS-DAY-SUB)
004010         GO TO 2200-EXIT
004020     END-IF.
004030
004040     ADD 1 TO WS-END-COUNT.
004050     IF HW-EXH-RETURN-CODE NOT = ZERO
004051         ADD 1 TO WS-DAY-NONZERO (WS-DAY-SUB)
004052     END-IF.
004053     PERFORM 2400-TALLY-RETURN-CODE
004054         THRU 2400-EXIT.
004055     IF HW-EXH-NO-START
004056         ADD 1 TO WS-ORPHAN-END-COUNT
004057     ELSE
004058         PERFORM 2500-TALLY-ELAPSED
004060             THRU 2500-EXIT
004070     END-IF.
004080
004130 2200-EXIT.
004400     EXIT.
004410
004420************************************************************
004550     ELSE
004560         IF WS-RC-USED < 25
004570             ADD 1 TO WS-RC-USED
004580             MOVE HW-EXH-RETURN-CODE
004590                 TO WS-RC-VALUE (WS-RC-USED)
004600             MOVE 1 TO WS-RC-COUNT (WS-RC-USED)
004610         ELSE
004730
004740 2410-SCAN-RC-TABLE.
004750     ADD 1 TO WS-RC-SUB.
004760     IF WS-RC-VALUE (WS-RC-SUB) = HW-EXH-RETURN-CODE
004770         SET WS-RC-FOUND TO TRUE
004780     END-IF.
004790 2410-EXIT.
004800     EXIT.
004810
004820************************************************************
004830* 2500-TALLY-ELAPSED -- FOLD A PAIRED EXECUTION'S ELAPSED
004840*                       TIME INTO THE MONTH'S TOTALS
004880************************************************************
004890 2500-TALLY-ELAPSED.
004900     MOVE HW-EXH-ELAPSED-CS TO WS-ELAPSED-CS.
005140     ADD WS-ELAPSED-CS TO WS-TOTAL-ELAPSED-CS.
005150     ADD 1 TO WS-PAIR-COUNT.
005160     IF WS-ELAPSED-CS > WS-MAX-ELAPSED-CS
005170         MOVE WS-ELAPSED-CS   TO WS-MAX-ELAPSED-CS
005180         MOVE HW-EXH-JOB-NAME TO WS-MAX-JOB
005190         MOVE HW-EXH-RUN-DATE TO WS-MAX-DATE
005200     END-IF.
005210
005300 2500-EXIT.
005760     EXIT.
005770
005780************************************************************
006510
006520     IF WS-START-COUNT = ZERO
006530         MOVE SPACES TO WS-MOS-TEXT-LINE
006540         MOVE '  NO EXECUTION HISTORY FOR THIS MONTH'
006550             TO WS-TXT-TEXT
006560         PERFORM 8000-PRINT-TEXT-LINE
006570             THRU 8000-EXIT
008860* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
008870************************************************************
008880 9999-TERMINATE.
008890     IF WS-EXH-OPEN
008900         CLOSE EXEC-HISTORY-FILE
008910     END-IF.
008920     IF WS-CNT-OPEN
008930         CLOSE CONTROL-TOTAL-FILE
