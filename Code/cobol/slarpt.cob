000090* BATCH-WINDOW SLA COMPLIANCE REPORT.  HWCALREC CARRIES A
000100* BATCH-WINDOW START AND END TIME FOR EVERY CALENDAR DAY,
000110* BUT THE ONLY READER HAS BEEN THE STARTUP STEP'S CONSOLE
000120* WARNING THAT NOBODY SEES AT 3 AM.  THIS PROGRAM BROWSES
000130* THE REQUESTED MONTH'S EXECUTIONS ON THE EXHIST EXECUTION-
000140* HISTORY KSDS (LOADED NIGHTLY BY HWEXHLOD, WHICH PAIRS EACH
000150* STREAM'S START AND END EVENTS ONCE FOR HWDAYSUM, HWMOSTAT
000160* AND THIS REPORT ALIKE) AND SCORES EVERY PAIRED EXECUTION
000170* AGAINST ITS START DAY'S HW-CAL-WINDOW-START/END FROM
000180* CALFILE.  AN OVERNIGHT WINDOW (START GREATER THAN END) IS
000190* INSIDE WHEN THE TIME IS ON EITHER SIDE OF THE MIDNIGHT
000200* WRAP, EXACTLY AS THE STARTUP STEP'S 1057 CHECK READS IT.
000220*
000230* THE REPORT PRINTS, IN ONE RUN: A CHRONOLOGICAL TREND LINE
000240* PER PAIRED EXECUTION SHOWING HOW CLOSE THE NIGHT CAME TO
000370*   00 = NORMAL COMPLETION, EVERY CHECKED EXECUTION ON TIME
000380*   04 = LATE STARTS OR LATE FINISHES FOUND, OR CALFILE WAS
000390*        NOT AVAILABLE TO CHECK AGAINST
000400*   36 = EXHIST COULD NOT BE OPENED
000410*   40 = SLARPT COULD NOT BE OPENED
000420*
000430* MODIFICATION HISTORY
000440*   DATE       INIT  DESCRIPTION
000450*   ---------- ----  --------------------------------------
000460*   2026-09-03  JRM  ORIGINAL PROGRAM.
000461*   2026-10-15  JRM  THE MONTH IS NOW READ BY KEY RANGE FROM
000462*                    THE EXHIST EXECUTION-HISTORY KSDS INSTEAD
000463*                    OF RE-PAIRING THE LOGHIST CONCATENATION.
000464*                    TREND LINES ARE IN START-DATE/JOB-NAME
000465*                    ORDER.
000470************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    HWSLARPT.
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CARD-FILE-STATUS.

000660     SELECT EXEC-HISTORY-FILE
000670         ASSIGN TO EXHIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000691         RECORD KEY IS HW-EXH-KEY
000692         FILE STATUS IS WS-EXH-FILE-STATUS.

000700     SELECT CALENDAR-FILE
000710         ASSIGN TO CALFILE
000850     05  HW-SLA-MONTH            PIC X(06).
000860     05  FILLER                  PIC X(74).

000870 FD  EXEC-HISTORY-FILE.
000880 COPY HWEXHREC.

000900 FD  CALENDAR-FILE.
000910 COPY HWCALREC.
001030 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001040     88  WS-CARD-READ                    VALUE 'Y'.

001050 77  WS-EXH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001060     88  WS-EXH-OK                       VALUE '00'.

001070 77  WS-EXH-OPEN-SW          PIC X(01)   VALUE 'N'.
001080     88  WS-EXH-OPEN                     VALUE 'Y'.

001090 77  WS-EXH-EOF-SW           PIC X(01)   VALUE 'N'.
001100     88  WS-EXH-EOF                      VALUE 'Y'.

001110 77  WS-CAL-FILE-STATUS      PIC X(02)   VALUE SPACES.
001120     88  WS-CAL-OK                       VALUE '00'.
001190 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001200     88  WS-PRT-OPEN                     VALUE 'Y'.

001230 77  WS-IN-WINDOW-SW         PIC X(01)   VALUE 'N'.
001240     88  WS-IN-WINDOW                    VALUE 'Y'.


001430 77  WS-REPORT-MONTH         PIC X(06)   VALUE SPACES.

001590*---------------------------------------------------------*
001600*    PER-STREAM SLA STATISTICS FOR THE MONTH               *
001610*---------------------------------------------------------*
002760     PERFORM 1000-INITIALIZE
002770         THRU 1000-EXIT.
002780     IF WS-RETURN-CODE = ZERO
002790         PERFORM 2000-PASS-EXEC-HISTORY
002800             THRU 2000-EXIT
002810         PERFORM 3000-PRINT-STREAM-SUMMARY
002820             THRU 3000-EXIT

002880************************************************************
002890* 1000-INITIALIZE -- PICK UP THE REQUESTED MONTH AND OPEN
002900*                    EXHIST, THE CALENDAR AND
002910*                    THE REPORT.  A MISSING SLACARD IS NOT
002920*                    AN ERROR; A MISSING CALFILE DEGRADES
002930*                    EVERY EXECUTION TO UNCHECKABLE AND
003140                 'REPORTING CURRENT MONTH ' WS-REPORT-MONTH
003150     END-IF.

003160     OPEN INPUT EXEC-HISTORY-FILE.
003170     IF NOT WS-EXH-OK
003180         DISPLAY 'HWSLARPT: UNABLE TO OPEN EXHIST, '
003190                 'STATUS = ' WS-EXH-FILE-STATUS
003200         MOVE 36 TO WS-RETURN-CODE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     SET WS-EXH-OPEN TO TRUE.

003240     OPEN OUTPUT SLA-PRINT-FILE.
003250     IF NOT WS-PRT-OK
003480     EXIT.

003490************************************************************
003500* 2000-PASS-EXEC-HISTORY -- ONE PASS OVER THE MONTH'S KEY
003510*                           RANGE ON EXHIST, SCORING EACH
003520*                           PAIRED EXECUTION IN START-DATE
003530*                           ORDER -- THAT ORDER IS THE TREND
003550************************************************************
003560 2000-PASS-EXEC-HISTORY.
003570     MOVE WS-REPORT-MONTH TO HW-EXH-RUN-DATE (1:6).
003580     MOVE '01'            TO HW-EXH-RUN-DATE (7:2).
003590     MOVE SPACES          TO HW-EXH-JOB-NAME.
003591     MOVE SPACES          TO HW-EXH-START-TIME.
003592     START EXEC-HISTORY-FILE
003593         KEY IS NOT LESS THAN HW-EXH-KEY
003594         INVALID KEY
003595             SET WS-EXH-EOF TO TRUE
003596     END-START.
003597     PERFORM 2200-POST-EXECUTION
003600         THRU 2200-EXIT
003610         UNTIL WS-EXH-EOF.

003620     IF WS-PAIR-COUNT = ZERO
003630         MOVE SPACES TO WS-SLA-TEXT-LINE
003700     EXIT.

003710************************************************************
003720* 2200-POST-EXECUTION -- SCORE THE NEXT PAIRED EXECUTION FOR
003721*                        THE REQUESTED MONTH.  A START WITH NO
003722*                        END HAS NOTHING TO SCORE; AN END WITH
003723*                        NO START IS COUNTED AS AN ORPHAN.
003730************************************************************
003740 2200-POST-EXECUTION.
003750     READ EXEC-HISTORY-FILE NEXT RECORD
003760         AT END
003770             SET WS-EXH-EOF TO TRUE
003771             GO TO 2200-EXIT
003780     END-READ.
003781     IF HW-EXH-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
003790         SET WS-EXH-EOF TO TRUE
003800         GO TO 2200-EXIT
003801     END-IF.
003810     IF HW-EXH-NO-START
003820         ADD 1 TO WS-ORPHAN-END-COUNT
003830         GO TO 2200-EXIT
003840     END-IF.
003850     IF NOT HW-EXH-PAIRED
003860         GO TO 2200-EXIT
003890     END-IF.

003900     MOVE HW-EXH-JOB-NAME    TO WS-EXEC-JOB.
003910     MOVE HW-EXH-RUN-DATE    TO WS-EXEC-DATE.
003920     MOVE HW-EXH-START-TIME  TO WS-EXEC-START-TIME.
003930     MOVE HW-EXH-END-TIME    TO WS-EXEC-END-TIME.
004560     ADD 1 TO WS-PAIR-COUNT.
004570     PERFORM 2500-SCORE-EXECUTION
004580         THRU 2500-EXIT.

004590 2200-EXIT.
004680     EXIT.

004690************************************************************
007930* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
007940************************************************************
007950 9999-TERMINATE.
007960     IF WS-EXH-OPEN
007970         CLOSE EXEC-HISTORY-FILE
007980     END-IF.
007990     IF WS-CAL-OPEN
008000         CLOSE CALENDAR-FILE
