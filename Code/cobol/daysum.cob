000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-08-22
000080*
000090* END-OF-CYCLE BATCH HISTORY SUMMARY.  BROWSES THE DAY'S
000100* EXECUTIONS ON THE EXHIST EXECUTION-HISTORY KSDS (LOADED
000110* NIGHTLY BY HWEXHLOD, WHICH PAIRS EACH START EVENT WITH ITS
000120* MATCHING END EVENT BY JOB NAME) AND PRINTS A ONE-PAGE
000130* OPERATIONS SUMMARY: ELAPSED TIME PER EXECUTION, THE FINAL
000140* RETURN CODE, THE RUNCNTL RUN COUNT FOR THE CYCLE DATE, AND
000141* THE COMPLETION TIMESTAMP FROM THE DAY'S STATVSAM STATUS
000150* RECORD.  A START EVENT WITH NO MATCHING END RECORD IS
000160* FLAGGED AS AN EXCEPTION -- THAT IS A JOB THAT DIED
000170* WITHOUT WRITING ITS END RECORD, WHICH IS EXACTLY THE
000220* THE END-OF-DAY SCHEDULER ENTRY NEEDS NO DAILY EDIT.
000230*
000240* RETURN-CODE VALUES FOLLOW THE HELLOWORLD FAMILY
000250* CONVENTION: 28 = RUNCNTL OPEN FAILURE, 36 = EXHIST OPEN
000260* FAILURE, 40 = SUMMRPT OPEN FAILURE, 44 = STATVSAM OPEN
000270* FAILURE.
000280*
000410*                    THE SUM OF EVERY STREAM'S COUNT FOR THE
000420*                    CYCLE DATE INSTEAD OF A SINGLE KEYED
000430*                    READ.
000431*   2026-10-15  JRM  EXECUTIONS ARE NOW READ BY KEY RANGE
000432*                    FROM THE EXHIST EXECUTION-HISTORY KSDS
000433*                    INSTEAD OF RE-PAIRING RUNLOG.  DETAIL
000434*                    LINES ARE IN JOB-NAME/START-TIME ORDER;
000435*                    A RUN THAT CROSSES MIDNIGHT SHOWS AS AN
000436*                    EXCEPTION UNTIL THE NEXT NIGHT'S LOAD.
000440************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    HWDAYSUM.
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CARD-FILE-STATUS.
000650
000660     SELECT EXEC-HISTORY-FILE
000670         ASSIGN TO EXHIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000691         RECORD KEY IS HW-EXH-KEY
000692         FILE STATUS IS WS-EXH-FILE-STATUS.
000700
000710     SELECT CONTROL-TOTAL-FILE
000720         ASSIGN TO RUNCNTL
000950     05  HW-SUM-CYCLE-DATE       PIC X(08).
000960     05  FILLER                  PIC X(72).
000970
000980 FD  EXEC-HISTORY-FILE.
000990 COPY HWEXHREC.
001010
001020 FD  CONTROL-TOTAL-FILE.
001030 COPY HWCNTREC.
001210 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001220     88  WS-CARD-READ                    VALUE 'Y'.
001230
001240 77  WS-EXH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001250     88  WS-EXH-OK                       VALUE '00'.
001260
001270 77  WS-EXH-OPEN-SW          PIC X(01)   VALUE 'N'.
001280     88  WS-EXH-OPEN                     VALUE 'Y'.
001290
001300 77  WS-EXH-EOF-SW           PIC X(01)   VALUE 'N'.
001310     88  WS-EXH-EOF                      VALUE 'Y'.
001320
001330 77  WS-CNT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001340     88  WS-CNT-OK                       VALUE '00'.
001620 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.
001630
001640 77  WS-EXEC-COUNT           PIC 9(04)   VALUE ZERO COMP.
001660 77  WS-EXCEPTION-COUNT      PIC 9(04)   VALUE ZERO COMP.
001670 77  WS-ORPHAN-END-COUNT     PIC 9(04)   VALUE ZERO COMP.
001700
001710*---------------------------------------------------------*
001720*    CURRENT DATE/TIME AND REQUESTED CYCLE DATE            *
001780 77  WS-CYCLE-DATE           PIC X(08)   VALUE SPACES.
001790
001800*---------------------------------------------------------*
001810*    ELAPSED-TIME EDIT.  EXHIST CARRIES ELAPSED TIME IN    *
001820*    HUNDREDTHS OF A SECOND, ALREADY CORRECTED FOR A RUN   *
001830*    THAT CROSSES MIDNIGHT                                 *
001850*---------------------------------------------------------*
001860 77  WS-ELAPSED-CS           PIC 9(09)   VALUE ZERO COMP.
002110 77  WS-ELAPSED-SEC          PIC 9(07)   VALUE ZERO COMP.
002120
002130 01  WS-ELAPSED-EDIT.
002670     PERFORM 1000-INITIALIZE
002680         THRU 1000-EXIT.
002690     IF WS-RETURN-CODE = ZERO
002720         PERFORM 3000-PRINT-EXECUTION-LINES
002730             THRU 3000-EXIT
002740         PERFORM 4000-PRINT-RUN-COUNT
002850
002860************************************************************
002870* 1000-INITIALIZE -- PICK UP THE CYCLE DATE AND OPEN THE
002880*                    EXHIST AND THE SUMMARY REPORT.  A
002890*                    MISSING SUMCARD IS NOT AN ERROR -- THE
002900*                    CURRENT DATE IS ASSUMED SO THE END-OF-
002910*                    DAY SCHEDULER ENTRY NEEDS NO DAILY EDIT
003120                 'SUMMARIZING CURRENT DATE ' WS-CYCLE-DATE
003130     END-IF.
003140
003150     OPEN INPUT EXEC-HISTORY-FILE.
003160     IF NOT WS-EXH-OK
003170         DISPLAY 'HWDAYSUM: UNABLE TO OPEN EXHIST, '
003180                 'STATUS = ' WS-EXH-FILE-STATUS
003190         MOVE 36 TO WS-RETURN-CODE
003200         GO TO 1000-EXIT
003210     END-IF.
003220     SET WS-EXH-OPEN TO TRUE.
003230
003240     OPEN OUTPUT SUMMARY-PRINT-FILE.
003250     IF NOT WS-PRT-OK
003410     EXIT.
003420
003430************************************************************
003440* 3000-PRINT-EXECUTION-LINES -- ONE DETAIL LINE PER EXHIST
003450*                               EXECUTION FOR THE CYCLE DATE;
003460*                               AN UNMATCHED START IS FLAGGED
003470*                               AS AN EXCEPTION
004540************************************************************
004550 3000-PRINT-EXECUTION-LINES.
004551     PERFORM 3050-START-EXEC-HISTORY
004552         THRU 3050-EXIT.
004553     PERFORM 3100-PRINT-ONE-EXECUTION
004554         THRU 3100-EXIT
004555         UNTIL WS-EXH-EOF.
004556
004560     IF WS-EXEC-COUNT = ZERO
004570         MOVE SPACES TO WS-SUM-TEXT-LINE
004580         MOVE 'NO EXECUTION HISTORY FOR THIS CYCLE DATE'
004590             TO WS-TXT-TEXT
004600         WRITE HW-SUM-PRINT-RECORD FROM WS-SUM-TEXT-LINE
004610             AFTER ADVANCING 2 LINES
004630     END-IF.
004680
004690 3000-EXIT.
004700     EXIT.
004710
004711************************************************************
004712* 3050-START-EXEC-HISTORY -- POSITION EXHIST AT THE FIRST
004713*                            EXECUTION FOR THE CYCLE DATE
004720************************************************************
004721 3050-START-EXEC-HISTORY.
004722     MOVE WS-CYCLE-DATE TO HW-EXH-RUN-DATE.
004723     MOVE SPACES        TO HW-EXH-JOB-NAME.
004724     MOVE SPACES        TO HW-EXH-START-TIME.
004725     START EXEC-HISTORY-FILE
004726         KEY IS NOT LESS THAN HW-EXH-KEY
004727         INVALID KEY
004728             SET WS-EXH-EOF TO TRUE
004729     END-START.
004730
004731 3050-EXIT.
004732     EXIT.
004733
004734************************************************************
004735* 3100-PRINT-ONE-EXECUTION -- FORMAT AND PRINT THE NEXT
004740*                             EXECUTION.  AN END EVENT WITH NO
004741*                             START IS ONLY COUNTED FOR THE
004742*                             TOTALS PAGE.
004750************************************************************
004760 3100-PRINT-ONE-EXECUTION.
004770     READ EXEC-HISTORY-FILE NEXT RECORD
004780         AT END
004790             SET WS-EXH-EOF TO TRUE
004800             GO TO 3100-EXIT
004810     END-READ.
004811     IF HW-EXH-RUN-DATE NOT = WS-CYCLE-DATE
004812         SET WS-EXH-EOF TO TRUE
004813         GO TO 3100-EXIT
004814     END-IF.
004815     IF HW-EXH-NO-START
004816         ADD 1 TO WS-ORPHAN-END-COUNT
004817         GO TO 3100-EXIT
004818     END-IF.
004819
004820     ADD 1 TO WS-EXEC-COUNT.
004821     MOVE HW-EXH-JOB-NAME   TO WS-DTL-JOB.
004822     MOVE HW-EXH-START-TIME TO WS-DTL-START.
004823     IF HW-EXH-PAIRED
004824         MOVE HW-EXH-END-TIME TO WS-DTL-END
004825         PERFORM 3200-FORMAT-ELAPSED-TIME
004830             THRU 3200-EXIT
004840         MOVE WS-ELAPSED-EDIT TO WS-DTL-ELAPSED
004850         MOVE HW-EXH-RETURN-CODE TO WS-RC-EDIT
004870         MOVE WS-RC-EDIT TO WS-DTL-RC
004880         MOVE SPACES TO WS-DTL-FLAG
004890     ELSE
005010     EXIT.
005020
005030************************************************************
005040* 3200-FORMAT-ELAPSED-TIME -- ELAPSED HH:MM:SS FROM THE
005050*                             EXECUTION'S ELAPSED HUNDREDTHS
005080************************************************************
005090 3200-FORMAT-ELAPSED-TIME.
005100     MOVE HW-EXH-ELAPSED-CS TO WS-ELAPSED-CS.
005230     COMPUTE WS-ELAPSED-SEC = WS-ELAPSED-CS / 100.
005240     COMPUTE WS-ELAP-HH = WS-ELAPSED-SEC / 3600.
005250     COMPUTE WS-ELAP-MM =
005280         - (WS-ELAP-HH * 3600) - (WS-ELAP-MM * 60).
005290
005300 3200-EXIT.
005390     EXIT.
005400
005410************************************************************
007370* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
007380************************************************************
007390 9999-TERMINATE.
007400     IF WS-EXH-OPEN
007410         CLOSE EXEC-HISTORY-FILE
007420     END-IF.
007430     IF WS-PRT-OPEN
007440         CLOSE SUMMARY-PRINT-FILE
