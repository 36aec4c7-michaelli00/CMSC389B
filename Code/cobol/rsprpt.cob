000010************************************************************
000020* RSPRPT.COB
000030*
000040* PROGRAM-ID : HWRSPRPT
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* MONTHLY ALERT RESPONSE-TIME REPORT.  HWALRDSP ONLY PRINTS
000100* WHAT IS STILL OPEN; THE MONTHLY SERVICE REVIEW ALSO NEEDS
000110* TO KNOW HOW FAST THE OPERATORS ANSWER THEIR PAGES.  THIS
000120* PROGRAM BROWSES THE OPENALRT OPEN-ALERT MASTER FOR EVERY
000130* INCIDENT RAISED IN THE REQUESTED MONTH AND PRINTS, IN ONE
000140* RUN:
000150*   - INCIDENTS, AVERAGE AND WORST TIME-TO-ACKNOWLEDGE AND
000160*     TIME-TO-CLOSE BY SEVERITY.  AN INCIDENT HWALRDSP
000170*     ESCALATED IS ALSO COUNTED ON THE 'ESCALATE' ROW, SINCE
000180*     THE ESCALATION PAGE ITSELF IS NEVER AN INCIDENT OF ITS
000190*     OWN;
000200*   - THE SAME FIGURES BY JOB NAME;
000210*   - THE SAME FIGURES BY OPERATOR -- TIME-TO-ACKNOWLEDGE
000220*     UNDER THE INITIALS THAT ACKNOWLEDGED, TIME-TO-CLOSE
000230*     UNDER THE INITIALS THAT CLOSED;
000240*   - THE ESCALATION RATE;
000250*   - THE REPEAT OFFENDERS: JOB STREAMS THAT PAGED MORE THAN
000260*     THE LIMIT IN THE MONTH.
000270*
000280* RESPONSE TIMES ARE WHOLE MINUTES FROM THE ALERT'S RAISE
000290* TIMESTAMP TO THE ACKNOWLEDGMENT OR CLOSE STAMP HWALRDSP
000300* PUT ON THE MASTER.  AN INCIDENT NOT YET ACKNOWLEDGED OR
000310* CLOSED IS COUNTED BUT NOT TIMED.  A RECORD CLOSED BEFORE
000320* OPENALRT CARRIED CLOSE STAMPS HAS ITS CLOSE STAMP IN THE
000330* ACK FIELDS; IT IS TIMED TO CLOSE ONLY.
000340*
000350* THE RSPCARD CONTROL CARD CARRIES THE MONTH (YYYYMM) AND
000360* THE REPEAT-OFFENDER LIMIT.  WHEN NO CARD IS SUPPLIED THE
000370* CURRENT MONTH AND A LIMIT OF 3 PAGES ARE ASSUMED, SO A
000380* STANDING SCHEDULER ENTRY NEEDS NO MONTHLY EDIT.
000390*
000400* RETURN-CODE VALUES
000410*   00 = NORMAL COMPLETION
000420*   36 = OPENALRT COULD NOT BE OPENED
000430*   40 = RSPRPT COULD NOT BE OPENED
000440*
000450* MODIFICATION HISTORY
000460*   DATE       INIT  DESCRIPTION
000470*   ---------- ----  --------------------------------------
000480*   2026-10-15  JRM  ORIGINAL PROGRAM.
000490************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.    HWRSPRPT.
000520 AUTHOR.        J. R. MORALES.
000530 INSTALLATION.  CMSC389B BATCH SERVICES.
000540 DATE-WRITTEN.  2026-10-15.
000550 DATE-COMPILED.

000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600 SPECIAL-NAMES.
000610     CONSOLE IS CONSOLE.

000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT RESPONSE-CARD-FILE
000650         ASSIGN TO RSPCARD
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CARD-FILE-STATUS.

000680     SELECT OPEN-ALERT-FILE
000690         ASSIGN TO OPENALRT
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS HW-OPA-KEY
000730         FILE STATUS IS WS-OPA-FILE-STATUS.

000740     SELECT RESPONSE-PRINT-FILE
000750         ASSIGN TO RSPRPT
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PRT-FILE-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RESPONSE-CARD-FILE
000810     RECORDING MODE IS F.
000820 01  HW-RESPONSE-CARD.
000830     05  HW-RSP-MONTH            PIC X(06).
000840     05  HW-RSP-REPEAT-LIMIT     PIC X(04).
000850     05  FILLER                  PIC X(70).

000860 FD  OPEN-ALERT-FILE.
000870 COPY HWOPAREC.

000880 FD  RESPONSE-PRINT-FILE
000890     LINAGE IS 60 LINES
000900         LINES AT TOP 2
000910         LINES AT BOTTOM 3.
000920 01  HW-RESPONSE-PRINT-RECORD    PIC X(132).

000930 WORKING-STORAGE SECTION.
000940*---------------------------------------------------------*
000950*    SWITCHES AND COUNTERS                                 *
000960*---------------------------------------------------------*
000970 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
000980     88  WS-CARD-OK                      VALUE '00'.

000990 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001000     88  WS-CARD-READ                    VALUE 'Y'.

001010 77  WS-OPA-FILE-STATUS      PIC X(02)   VALUE SPACES.
001020     88  WS-OPA-OK                       VALUE '00'.

001030 77  WS-OPA-OPEN-SW          PIC X(01)   VALUE 'N'.
001040     88  WS-OPA-OPEN                     VALUE 'Y'.

001050 77  WS-OPA-EOF-SW           PIC X(01)   VALUE 'N'.
001060     88  WS-OPA-EOF                      VALUE 'Y'.

001070 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001080     88  WS-PRT-OK                       VALUE '00'.

001090 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001100     88  WS-PRT-OPEN                     VALUE 'Y'.

001110 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001120 77  WS-INCIDENT-COUNT       PIC 9(07)   VALUE ZERO COMP.
001130 77  WS-CRITICAL-COUNT       PIC 9(07)   VALUE ZERO COMP.
001140 77  WS-ESCALATED-COUNT      PIC 9(07)   VALUE ZERO COMP.
001150 77  WS-UNTIMED-COUNT        PIC 9(07)   VALUE ZERO COMP.
001160 77  WS-REPEAT-COUNT         PIC 9(05)   VALUE ZERO COMP.

001170*---------------------------------------------------------*
001180*    CURRENT DATE/TIME, REQUESTED MONTH AND LIMIT          *
001190*---------------------------------------------------------*
001200 01  WS-CURRENT-DATE-TIME.
001210     05  WS-CURRENT-DATE      PIC X(08).
001220     05  WS-CURRENT-TIME      PIC X(08).

001230 77  WS-REPORT-MONTH         PIC X(06)   VALUE SPACES.
001240 77  WS-REPEAT-LIMIT         PIC 9(04)   VALUE 3.

001250*---------------------------------------------------------*
001260*    MINUTE-STAMP WORK FIELDS.  A TIMESTAMP'S ABSOLUTE     *
001270*    MINUTE COUNT IS ITS DAY NUMBER TIMES 1440 PLUS THE    *
001280*    MINUTE OF DAY, AS IN HWALRDSP, SO A RESPONSE THAT     *
001290*    CROSSES MIDNIGHT OR MONTH END TIMES CORRECTLY.        *
001300*---------------------------------------------------------*
001310 01  WS-DTN-DATE.
001320     05  WS-DTN-YEAR          PIC 9(04).
001330     05  WS-DTN-MONTH         PIC 9(02).
001340     05  WS-DTN-DAY           PIC 9(02).

001350 77  WS-DTN-RESULT           PIC 9(08)   VALUE ZERO COMP.
001360 77  WS-DTN-YM1              PIC 9(04)   VALUE ZERO COMP.
001370 77  WS-DTN-T1               PIC 9(08)   VALUE ZERO COMP.
001380 77  WS-DTN-T2               PIC 9(08)   VALUE ZERO COMP.
001390 77  WS-DTN-T3               PIC 9(08)   VALUE ZERO COMP.
001400 77  WS-DTN-REM              PIC 9(04)   VALUE ZERO COMP.

001410 01  WS-CUMDAY-TABLE-DATA    PIC X(36)   VALUE
001420     '000031059090120151181212243273304334'.
001430 01  WS-CUMDAY-TABLE REDEFINES WS-CUMDAY-TABLE-DATA.
001440     05  WS-CUM-DAYS          OCCURS 12 TIMES
001450                              PIC 9(03).

001460 01  WS-TIME-WORK            PIC X(08).
001470 01  WS-TIME-WORK-R          REDEFINES WS-TIME-WORK.
001480     05  WS-TIME-HH           PIC 9(02).
001490     05  WS-TIME-MM           PIC 9(02).
001500     05  FILLER               PIC X(04).

001510 77  WS-STAMP-DATE           PIC X(08)   VALUE SPACES.
001520 77  WS-STAMP-TIME           PIC X(08)   VALUE SPACES.
001530 77  WS-STAMP-MINUTES        PIC 9(12)   VALUE ZERO COMP.
001540 77  WS-STAMP-VALID-SW       PIC X(01)   VALUE 'N'.
001550     88  WS-STAMP-VALID                  VALUE 'Y'.

001560 77  WS-RAISE-MINUTES        PIC 9(12)   VALUE ZERO COMP.

001570*---------------------------------------------------------*
001580*    ONE INCIDENT'S MEASUREMENTS                           *
001590*---------------------------------------------------------*
001600 77  WS-ACK-TIMED-SW         PIC X(01)   VALUE 'N'.
001610     88  WS-ACK-TIMED                    VALUE 'Y'.
001620 77  WS-CLS-TIMED-SW         PIC X(01)   VALUE 'N'.
001630     88  WS-CLS-TIMED                    VALUE 'Y'.
001640 77  WS-ACK-MINUTES          PIC 9(08)   VALUE ZERO COMP.
001650 77  WS-CLS-MINUTES          PIC 9(08)   VALUE ZERO COMP.
001660 77  WS-ACK-BY               PIC X(03)   VALUE SPACES.
001670 77  WS-CLS-BY               PIC X(03)   VALUE SPACES.
001680 77  WS-ACK-STAMP-DATE       PIC X(08)   VALUE SPACES.
001690 77  WS-ACK-STAMP-TIME       PIC X(08)   VALUE SPACES.
001700 77  WS-CLS-STAMP-DATE       PIC X(08)   VALUE SPACES.
001710 77  WS-CLS-STAMP-TIME       PIC X(08)   VALUE SPACES.

001720*---------------------------------------------------------*
001730*    STATISTICS TABLE.  ONE ROW PER SEVERITY ('S'), JOB    *
001740*    NAME ('J') OR OPERATOR ('O').  THE FOUR SEVERITY ROWS *
001750*    ARE LOADED FIRST SO THEY PRINT IN ORDER; JOBS AND     *
001760*    OPERATORS ARE ADDED AS THEY ARE FIRST SEEN.  THE FOLD *
001770*    SWITCHES SAY WHICH FIGURES ONE INCIDENT ADDS TO A ROW.*
001780*---------------------------------------------------------*
001790 01  WS-STAT-TABLE.
001800     05  WS-STAT-ENTRY        OCCURS 400 TIMES.
001810         10  WS-STAT-GROUP        PIC X(01).
001820         10  WS-STAT-NAME         PIC X(08).
001830         10  WS-STAT-INCIDENTS    PIC 9(07) COMP.
001840         10  WS-STAT-ACK-COUNT    PIC 9(07) COMP.
001850         10  WS-STAT-ACK-TOTAL    PIC 9(11) COMP.
001860         10  WS-STAT-ACK-WORST    PIC 9(08) COMP.
001870         10  WS-STAT-CLS-COUNT    PIC 9(07) COMP.
001880         10  WS-STAT-CLS-TOTAL    PIC 9(11) COMP.
001890         10  WS-STAT-CLS-WORST    PIC 9(08) COMP.

001900 77  WS-STAT-USED            PIC 9(04)   VALUE ZERO COMP.
001910 77  WS-STAT-SUB             PIC 9(04)   VALUE ZERO COMP.
001920 77  WS-STAT-FULL-SW         PIC X(01)   VALUE 'N'.
001930     88  WS-STAT-FULL-WARNED             VALUE 'Y'.
001940 77  WS-STAT-FOUND-SW        PIC X(01)   VALUE 'N'.
001950     88  WS-STAT-FOUND                   VALUE 'Y'.

001960 77  WS-FIND-GROUP           PIC X(01)   VALUE SPACES.
001970 77  WS-FIND-NAME            PIC X(08)   VALUE SPACES.
001980 77  WS-FOLD-INCIDENT-SW     PIC X(01)   VALUE 'N'.
001990     88  WS-FOLD-INCIDENT                VALUE 'Y'.
002000 77  WS-FOLD-ACK-SW          PIC X(01)   VALUE 'N'.
002010     88  WS-FOLD-ACK                     VALUE 'Y'.
002020 77  WS-FOLD-CLS-SW          PIC X(01)   VALUE 'N'.
002030     88  WS-FOLD-CLS                     VALUE 'Y'.

002040 77  WS-PRINT-GROUP          PIC X(01)   VALUE SPACES.
002050 77  WS-PRINT-COUNT          PIC 9(04)   VALUE ZERO COMP.
002060 77  WS-AVG-MINUTES          PIC 9(08)   VALUE ZERO COMP.
002070 77  WS-PCT                  PIC 9(03)   VALUE ZERO COMP.
002080 77  WS-PCT-EDIT             PIC ZZ9.

002090*---------------------------------------------------------*
002100*    REPORT LINES                                          *
002110*---------------------------------------------------------*
002120 01  WS-RSP-HEADER-LINE.
002130     05  FILLER               PIC X(34)  VALUE
002140         'ALERT RESPONSE-TIME REPORT  MONTH:'.
002150     05  FILLER               PIC X(01)  VALUE SPACE.
002160     05  WS-HDR-MONTH         PIC X(06).
002170     05  FILLER               PIC X(05)  VALUE SPACES.
002180     05  FILLER               PIC X(12)  VALUE 'PREPARED ON '.
002190     05  WS-HDR-PREP-DATE     PIC X(08).
002200     05  FILLER               PIC X(66)  VALUE SPACES.

002210 01  WS-RSP-TEXT-LINE.
002220     05  WS-TXT-TEXT          PIC X(78).
002230     05  FILLER               PIC X(54)  VALUE SPACES.

002240 01  WS-RSP-COLUMN-LINE.
002250     05  FILLER               PIC X(10)  VALUE SPACES.
002260     05  FILLER               PIC X(10)  VALUE 'INCIDENTS'.
002270     05  FILLER               PIC X(10)  VALUE '    ACKED'.
002280     05  FILLER               PIC X(13)  VALUE '  AVG ACK MIN'.
002290     05  FILLER               PIC X(13)  VALUE 'WORST ACK MIN'.
002300     05  FILLER               PIC X(10)  VALUE '   CLOSED'.
002310     05  FILLER               PIC X(13)  VALUE '  AVG CLS MIN'.
002320     05  FILLER               PIC X(13)  VALUE 'WORST CLS MIN'.
002330     05  FILLER               PIC X(40)  VALUE SPACES.

002340 01  WS-RSP-STAT-LINE.
002350     05  WS-STL-NAME          PIC X(08).
002360     05  FILLER               PIC X(02)  VALUE SPACES.
002370     05  WS-STL-INCIDENTS     PIC ZZZ,ZZ9.
002380     05  FILLER               PIC X(03)  VALUE SPACES.
002390     05  WS-STL-ACKED         PIC ZZZ,ZZ9.
002400     05  FILLER               PIC X(03)  VALUE SPACES.
002410     05  WS-STL-ACK-AVG       PIC ZZ,ZZZ,ZZ9.
002420     05  FILLER               PIC X(03)  VALUE SPACES.
002430     05  WS-STL-ACK-WORST     PIC ZZ,ZZZ,ZZ9.
002440     05  FILLER               PIC X(03)  VALUE SPACES.
002450     05  WS-STL-CLOSED        PIC ZZZ,ZZ9.
002460     05  FILLER               PIC X(03)  VALUE SPACES.
002470     05  WS-STL-CLS-AVG       PIC ZZ,ZZZ,ZZ9.
002480     05  FILLER               PIC X(03)  VALUE SPACES.
002490     05  WS-STL-CLS-WORST     PIC ZZ,ZZZ,ZZ9.
002500     05  FILLER               PIC X(43)  VALUE SPACES.

002510 77  WS-COUNT-EDIT           PIC ZZZZZZ9.
002520 77  WS-COUNT-EDIT-2         PIC ZZZZZZ9.
002530 77  WS-LIMIT-EDIT           PIC ZZZ9.

002540 PROCEDURE DIVISION.
002550************************************************************
002560* 0000-MAINLINE
002570************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE
002600         THRU 1000-EXIT.
002610     IF WS-RETURN-CODE = ZERO
002620         PERFORM 2000-TALLY-MONTH-ALERTS
002630             THRU 2000-EXIT
002640         PERFORM 3000-PRINT-BY-SEVERITY
002650             THRU 3000-EXIT
002660         PERFORM 4000-PRINT-BY-JOB
002670             THRU 4000-EXIT
002680         PERFORM 5000-PRINT-BY-OPERATOR
002690             THRU 5000-EXIT
002700         PERFORM 6000-PRINT-ESCALATION-RATE
002710             THRU 6000-EXIT
002720         PERFORM 7000-PRINT-REPEAT-OFFENDERS
002730             THRU 7000-EXIT
002740     END-IF.
002750     PERFORM 9999-TERMINATE
002760         THRU 9999-EXIT.
002770     MOVE WS-RETURN-CODE TO RETURN-CODE.
002780     STOP RUN.

002790************************************************************
002800* 1000-INITIALIZE -- PICK UP THE REQUESTED MONTH AND REPEAT
002810*                    LIMIT, OPEN THE MASTER AND THE REPORT
002820*                    AND LOAD THE SEVERITY ROWS.  A MISSING
002830*                    RSPCARD IS NOT AN ERROR -- THE CURRENT
002840*                    MONTH AND A LIMIT OF 3 ARE ASSUMED.
002850************************************************************
002860 1000-INITIALIZE.
002870     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002880     ACCEPT WS-CURRENT-TIME FROM TIME.
002890     MOVE WS-CURRENT-DATE (1:6) TO WS-REPORT-MONTH.

002900     OPEN INPUT RESPONSE-CARD-FILE.
002910     IF WS-CARD-OK
002920         READ RESPONSE-CARD-FILE
002930             AT END
002940                 CONTINUE
002950             NOT AT END
002960                 SET WS-CARD-READ TO TRUE
002970         END-READ
002980         IF WS-CARD-READ
002990             IF HW-RSP-MONTH NOT = SPACES
003000                 MOVE HW-RSP-MONTH TO WS-REPORT-MONTH
003010             END-IF
003020             IF HW-RSP-REPEAT-LIMIT NUMERIC
003030                 MOVE HW-RSP-REPEAT-LIMIT TO WS-REPEAT-LIMIT
003040             END-IF
003050         END-IF
003060         CLOSE RESPONSE-CARD-FILE
003070     ELSE
003080         DISPLAY 'HWRSPRPT: RSPCARD NOT AVAILABLE, '
003090                 'REPORTING CURRENT MONTH ' WS-REPORT-MONTH
003100     END-IF.

003110     OPEN INPUT OPEN-ALERT-FILE.
003120     IF NOT WS-OPA-OK
003130         DISPLAY 'HWRSPRPT: UNABLE TO OPEN OPENALRT, '
003140                 'STATUS = ' WS-OPA-FILE-STATUS
003150         MOVE 36 TO WS-RETURN-CODE
003160         GO TO 1000-EXIT
003170     END-IF.
003180     SET WS-OPA-OPEN TO TRUE.

003190     OPEN OUTPUT RESPONSE-PRINT-FILE.
003200     IF NOT WS-PRT-OK
003210         DISPLAY 'HWRSPRPT: UNABLE TO OPEN RSPRPT, '
003220                 'STATUS = ' WS-PRT-FILE-STATUS
003230         MOVE 40 TO WS-RETURN-CODE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     SET WS-PRT-OPEN TO TRUE.

003270     INITIALIZE WS-STAT-TABLE.
003280     MOVE 'S' TO WS-FIND-GROUP.
003290     MOVE 'WARNING ' TO WS-FIND-NAME.
003300     PERFORM 2500-FIND-STAT-ROW
003310         THRU 2500-EXIT.
003320     MOVE 'ERROR   ' TO WS-FIND-NAME.
003330     PERFORM 2500-FIND-STAT-ROW
003340         THRU 2500-EXIT.
003350     MOVE 'CRITICAL' TO WS-FIND-NAME.
003360     PERFORM 2500-FIND-STAT-ROW
003370         THRU 2500-EXIT.
003380     MOVE 'ESCALATE' TO WS-FIND-NAME.
003390     PERFORM 2500-FIND-STAT-ROW
003400         THRU 2500-EXIT.

003410     MOVE WS-REPORT-MONTH TO WS-HDR-MONTH.
003420     MOVE WS-CURRENT-DATE TO WS-HDR-PREP-DATE.
003430     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-HEADER-LINE
003440         AFTER ADVANCING PAGE.

003450 1000-EXIT.
003460     EXIT.

003470************************************************************
003480* 2000-TALLY-MONTH-ALERTS -- BROWSE OPENALRT FROM THE FIRST
003490*                            KEY OF THE MONTH (THE KEY LEADS
003500*                            WITH THE RAISE DATE) TO THE
003510*                            FIRST KEY PAST IT
003520************************************************************
003530 2000-TALLY-MONTH-ALERTS.
003540     MOVE LOW-VALUES      TO HW-OPA-KEY.
003550     MOVE WS-REPORT-MONTH TO HW-OPA-DATE (1:6).
003560     MOVE '01'            TO HW-OPA-DATE (7:2).
003570     START OPEN-ALERT-FILE
003580         KEY IS NOT LESS THAN HW-OPA-KEY
003590         INVALID KEY
003600             SET WS-OPA-EOF TO TRUE
003610     END-START.
003620     PERFORM 2100-TALLY-ONE-ALERT
003630         THRU 2100-EXIT
003640         UNTIL WS-OPA-EOF.

003650 2000-EXIT.
003660     EXIT.

003670************************************************************
003680* 2100-TALLY-ONE-ALERT -- TIME ONE INCIDENT AND FOLD IT INTO
003690*                         ITS SEVERITY, JOB AND OPERATOR ROWS
003700************************************************************
003710 2100-TALLY-ONE-ALERT.
003720     READ OPEN-ALERT-FILE NEXT RECORD
003730         AT END
003740             SET WS-OPA-EOF TO TRUE
003750             GO TO 2100-EXIT
003760     END-READ.
003770     IF HW-OPA-DATE (1:6) NOT = WS-REPORT-MONTH
003780         SET WS-OPA-EOF TO TRUE
003790         GO TO 2100-EXIT
003800     END-IF.

003810     ADD 1 TO WS-INCIDENT-COUNT.
003820     IF HW-OPA-SEVERITY = 'CRITICAL'
003830         ADD 1 TO WS-CRITICAL-COUNT
003840     END-IF.
003850     IF HW-OPA-ESCALATED
003860         ADD 1 TO WS-ESCALATED-COUNT
003870     END-IF.

003880     PERFORM 2200-TIME-ONE-ALERT
003890         THRU 2200-EXIT.
003900     IF NOT WS-ACK-TIMED
003910        AND NOT WS-CLS-TIMED
003920         ADD 1 TO WS-UNTIMED-COUNT
003930     END-IF.

003940*    SEVERITY ROW, AND THE ESCALATE ROW FOR AN ESCALATED ONE.
003950     MOVE 'Y' TO WS-FOLD-INCIDENT-SW.
003960     MOVE WS-ACK-TIMED-SW TO WS-FOLD-ACK-SW.
003970     MOVE WS-CLS-TIMED-SW TO WS-FOLD-CLS-SW.
003980     MOVE 'S' TO WS-FIND-GROUP.
003990     MOVE HW-OPA-SEVERITY TO WS-FIND-NAME.
004000     PERFORM 2600-FOLD-INTO-ROW
004010         THRU 2600-EXIT.
004020     IF HW-OPA-ESCALATED
004030        AND HW-OPA-SEVERITY NOT = 'ESCALATE'
004040         MOVE 'ESCALATE' TO WS-FIND-NAME
004050         PERFORM 2600-FOLD-INTO-ROW
004060             THRU 2600-EXIT
004070     END-IF.

004080*    JOB ROW.
004090     MOVE 'J' TO WS-FIND-GROUP.
004100     MOVE HW-OPA-JOB-NAME TO WS-FIND-NAME.
004110     PERFORM 2600-FOLD-INTO-ROW
004120         THRU 2600-EXIT.

004130*    OPERATOR ROWS -- THE ACKNOWLEDGER IS CHARGED THE
004140*    TIME-TO-ACKNOWLEDGE AND THE CLOSER THE TIME-TO-CLOSE.
004150*    ONE OPERATOR WHO DID BOTH HANDLED ONE INCIDENT.
004160     MOVE 'O' TO WS-FIND-GROUP.
004170     IF WS-ACK-TIMED
004180        AND WS-ACK-BY NOT = SPACES
004190         MOVE 'Y' TO WS-FOLD-INCIDENT-SW
004200         MOVE 'Y' TO WS-FOLD-ACK-SW
004210         MOVE 'N' TO WS-FOLD-CLS-SW
004220         IF WS-CLS-TIMED
004230            AND WS-CLS-BY = WS-ACK-BY
004240             MOVE 'Y' TO WS-FOLD-CLS-SW
004250         END-IF
004260         MOVE WS-ACK-BY TO WS-FIND-NAME
004270         PERFORM 2600-FOLD-INTO-ROW
004280             THRU 2600-EXIT
004290     END-IF.
004300     IF WS-CLS-TIMED
004310        AND WS-CLS-BY NOT = SPACES
004320        AND (WS-CLS-BY NOT = WS-ACK-BY
004330             OR NOT WS-ACK-TIMED)
004340         MOVE 'Y' TO WS-FOLD-INCIDENT-SW
004350         MOVE 'N' TO WS-FOLD-ACK-SW
004360         MOVE 'Y' TO WS-FOLD-CLS-SW
004370         MOVE WS-CLS-BY TO WS-FIND-NAME
004380         PERFORM 2600-FOLD-INTO-ROW
004390             THRU 2600-EXIT
004400     END-IF.

004410 2100-EXIT.
004420     EXIT.

004430************************************************************
004440* 2200-TIME-ONE-ALERT -- MINUTES FROM RAISE TO ACKNOWLEDGE
004450*                        AND FROM RAISE TO CLOSE FOR THE
004460*                        MASTER RECORD IN THE BUFFER.  A
004470*                        RECORD CLOSED BEFORE CLOSE STAMPS
004480*                        WERE KEPT HAS ITS CLOSE STAMP IN THE
004490*                        ACK FIELDS AND IS TIMED TO CLOSE
004500*                        ONLY.  A STAMP EARLIER THAN THE RAISE
004510*                        TIMES AS ZERO.
004520************************************************************
004530 2200-TIME-ONE-ALERT.
004540     MOVE 'N' TO WS-ACK-TIMED-SW.
004550     MOVE 'N' TO WS-CLS-TIMED-SW.
004560     MOVE ZERO TO WS-ACK-MINUTES.
004570     MOVE ZERO TO WS-CLS-MINUTES.
004580     MOVE HW-OPA-ACK-INITIALS TO WS-ACK-BY.
004590     MOVE HW-OPA-ACK-DATE     TO WS-ACK-STAMP-DATE.
004600     MOVE HW-OPA-ACK-TIME     TO WS-ACK-STAMP-TIME.
004610     MOVE HW-OPA-CLOSE-INITIALS TO WS-CLS-BY.
004620     MOVE HW-OPA-CLOSE-DATE   TO WS-CLS-STAMP-DATE.
004630     MOVE HW-OPA-CLOSE-TIME   TO WS-CLS-STAMP-TIME.
004640     IF HW-OPA-STAT-CLOSED
004650        AND HW-OPA-CLOSE-DATE = SPACES
004660         MOVE WS-ACK-BY         TO WS-CLS-BY
004670         MOVE WS-ACK-STAMP-DATE TO WS-CLS-STAMP-DATE
004680         MOVE WS-ACK-STAMP-TIME TO WS-CLS-STAMP-TIME
004690         MOVE SPACES            TO WS-ACK-BY
004700         MOVE SPACES            TO WS-ACK-STAMP-DATE
004710         MOVE SPACES            TO WS-ACK-STAMP-TIME
004720     END-IF.

004730     MOVE HW-OPA-DATE TO WS-STAMP-DATE.
004740     MOVE HW-OPA-TIME TO WS-STAMP-TIME.
004750     PERFORM 7200-STAMP-TO-MINUTES
004760         THRU 7200-EXIT.
004770     IF NOT WS-STAMP-VALID
004780         GO TO 2200-EXIT
004790     END-IF.
004800     MOVE WS-STAMP-MINUTES TO WS-RAISE-MINUTES.

004810     IF NOT HW-OPA-STAT-OPEN
004820        AND WS-ACK-STAMP-DATE NOT = SPACES
004830         MOVE WS-ACK-STAMP-DATE TO WS-STAMP-DATE
004840         MOVE WS-ACK-STAMP-TIME TO WS-STAMP-TIME
004850         PERFORM 7200-STAMP-TO-MINUTES
004860             THRU 7200-EXIT
004870         IF WS-STAMP-VALID
004880             SET WS-ACK-TIMED TO TRUE
004890             IF WS-STAMP-MINUTES > WS-RAISE-MINUTES
004900                 COMPUTE WS-ACK-MINUTES
004910                     = WS-STAMP-MINUTES - WS-RAISE-MINUTES
004920             END-IF
004930         END-IF
004940     END-IF.

004950     IF HW-OPA-STAT-CLOSED
004960        AND WS-CLS-STAMP-DATE NOT = SPACES
004970         MOVE WS-CLS-STAMP-DATE TO WS-STAMP-DATE
004980         MOVE WS-CLS-STAMP-TIME TO WS-STAMP-TIME
004990         PERFORM 7200-STAMP-TO-MINUTES
005000             THRU 7200-EXIT
005010         IF WS-STAMP-VALID
005020             SET WS-CLS-TIMED TO TRUE
005030             IF WS-STAMP-MINUTES > WS-RAISE-MINUTES
005040                 COMPUTE WS-CLS-MINUTES
005050                     = WS-STAMP-MINUTES - WS-RAISE-MINUTES
005060             END-IF
005070         END-IF
005080     END-IF.

005090 2200-EXIT.
005100     EXIT.

005110************************************************************
005120* 2500-FIND-STAT-ROW -- LOCATE THE ROW FOR WS-FIND-GROUP AND
005130*                       WS-FIND-NAME, ADDING IT WHEN NEW.  A
005140*                       FULL TABLE IS REPORTED ONCE AND THE
005150*                       FIGURES FOR NEW NAMES ARE BYPASSED
005160*                       (WS-STAT-SUB ZERO) RATHER THAN
005170*                       STOPPING THE REPORT.
005180************************************************************
005190 2500-FIND-STAT-ROW.
005200     MOVE 'N' TO WS-STAT-FOUND-SW.
005210     MOVE ZERO TO WS-STAT-SUB.
005220     PERFORM 2510-SCAN-STAT-TABLE
005230         THRU 2510-EXIT
005240         UNTIL WS-STAT-FOUND
005250            OR WS-STAT-SUB >= WS-STAT-USED.
005260     IF WS-STAT-FOUND
005270         GO TO 2500-EXIT
005280     END-IF.

005290     IF WS-STAT-USED < 400
005300         ADD 1 TO WS-STAT-USED
005310         MOVE WS-STAT-USED  TO WS-STAT-SUB
005320         MOVE WS-FIND-GROUP TO WS-STAT-GROUP (WS-STAT-SUB)
005330         MOVE WS-FIND-NAME  TO WS-STAT-NAME (WS-STAT-SUB)
005340     ELSE
005350         MOVE ZERO TO WS-STAT-SUB
005360         IF NOT WS-STAT-FULL-WARNED
005370             DISPLAY 'HWRSPRPT: STATISTICS TABLE FULL, '
005380                     'SOME JOBS OR OPERATORS NOT REPORTED'
005390             SET WS-STAT-FULL-WARNED TO TRUE
005400         END-IF
005410     END-IF.

005420 2500-EXIT.
005430     EXIT.

005440 2510-SCAN-STAT-TABLE.
005450     ADD 1 TO WS-STAT-SUB.
005460     IF WS-STAT-GROUP (WS-STAT-SUB) = WS-FIND-GROUP
005470        AND WS-STAT-NAME (WS-STAT-SUB) = WS-FIND-NAME
005480         SET WS-STAT-FOUND TO TRUE
005490     END-IF.
005500 2510-EXIT.
005510     EXIT.

005520************************************************************
005530* 2600-FOLD-INTO-ROW -- ADD THE CURRENT INCIDENT'S FIGURES,
005540*                       AS SELECTED BY THE FOLD SWITCHES, TO
005550*                       THE ROW FOR WS-FIND-GROUP AND
005560*                       WS-FIND-NAME
005570************************************************************
005580 2600-FOLD-INTO-ROW.
005590     PERFORM 2500-FIND-STAT-ROW
005600         THRU 2500-EXIT.
005610     IF WS-STAT-SUB = ZERO
005620         GO TO 2600-EXIT
005630     END-IF.

005640     IF WS-FOLD-INCIDENT
005650         ADD 1 TO WS-STAT-INCIDENTS (WS-STAT-SUB)
005660     END-IF.
005670     IF WS-FOLD-ACK
005680         ADD 1 TO WS-STAT-ACK-COUNT (WS-STAT-SUB)
005690         ADD WS-ACK-MINUTES TO WS-STAT-ACK-TOTAL (WS-STAT-SUB)
005700         IF WS-ACK-MINUTES > WS-STAT-ACK-WORST (WS-STAT-SUB)
005710             MOVE WS-ACK-MINUTES
005720                 TO WS-STAT-ACK-WORST (WS-STAT-SUB)
005730         END-IF
005740     END-IF.
005750     IF WS-FOLD-CLS
005760         ADD 1 TO WS-STAT-CLS-COUNT (WS-STAT-SUB)
005770         ADD WS-CLS-MINUTES TO WS-STAT-CLS-TOTAL (WS-STAT-SUB)
005780         IF WS-CLS-MINUTES > WS-STAT-CLS-WORST (WS-STAT-SUB)
005790             MOVE WS-CLS-MINUTES
005800                 TO WS-STAT-CLS-WORST (WS-STAT-SUB)
005810         END-IF
005820     END-IF.

005830 2600-EXIT.
005840     EXIT.

005850************************************************************
005860* 3000-PRINT-BY-SEVERITY -- RESPONSE TIMES BY SEVERITY
005870************************************************************
005880 3000-PRINT-BY-SEVERITY.
005890     MOVE SPACES TO WS-RSP-TEXT-LINE.
005900     MOVE 'RESPONSE TIMES BY SEVERITY' TO WS-TXT-TEXT.
005910     MOVE 'S' TO WS-PRINT-GROUP.
005920     PERFORM 8100-PRINT-STAT-GROUP
005930         THRU 8100-EXIT.

005940 3000-EXIT.
005950     EXIT.

005960************************************************************
005970* 4000-PRINT-BY-JOB -- RESPONSE TIMES BY JOB NAME
005980************************************************************
005990 4000-PRINT-BY-JOB.
006000     MOVE SPACES TO WS-RSP-TEXT-LINE.
006010     MOVE 'RESPONSE TIMES BY JOB NAME' TO WS-TXT-TEXT.
006020     MOVE 'J' TO WS-PRINT-GROUP.
006030     PERFORM 8100-PRINT-STAT-GROUP
006040         THRU 8100-EXIT.

006050 4000-EXIT.
006060     EXIT.

006070************************************************************
006080* 5000-PRINT-BY-OPERATOR -- RESPONSE TIMES BY OPERATOR
006090*                           INITIALS
006100************************************************************
006110 5000-PRINT-BY-OPERATOR.
006120     MOVE SPACES TO WS-RSP-TEXT-LINE.
006130     MOVE 'RESPONSE TIMES BY OPERATOR INITIALS'
006140         TO WS-TXT-TEXT.
006150     MOVE 'O' TO WS-PRINT-GROUP.
006160     PERFORM 8100-PRINT-STAT-GROUP
006170         THRU 8100-EXIT.

006180 5000-EXIT.
006190     EXIT.

006200************************************************************
006210* 6000-PRINT-ESCALATION-RATE -- ESCALATED INCIDENTS AGAINST
006220*                               THE MONTH'S CRITICAL ALERTS
006230*                               (ONLY A CRITICAL CAN ESCALATE)
006240*                               AND AGAINST ALL INCIDENTS
006250************************************************************
006260 6000-PRINT-ESCALATION-RATE.
006270     MOVE SPACES TO WS-RSP-TEXT-LINE.
006280     MOVE 'ESCALATION RATE' TO WS-TXT-TEXT.
006290     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-TEXT-LINE
006300         AFTER ADVANCING 3 LINES.

006310     MOVE SPACES TO WS-RSP-TEXT-LINE.
006320     IF WS-CRITICAL-COUNT = ZERO
006330         MOVE '  NO CRITICAL ALERTS THIS MONTH' TO WS-TXT-TEXT
006340     ELSE
006350         COMPUTE WS-PCT
006360             = (WS-ESCALATED-COUNT * 100) / WS-CRITICAL-COUNT
006370         MOVE WS-PCT TO WS-PCT-EDIT
006380         MOVE WS-ESCALATED-COUNT TO WS-COUNT-EDIT
006390         MOVE WS-CRITICAL-COUNT  TO WS-COUNT-EDIT-2
006400         STRING '  ESCALATED: '     DELIMITED BY SIZE
006410                WS-COUNT-EDIT       DELIMITED BY SIZE
006420                ' OF '              DELIMITED BY SIZE
006430                WS-COUNT-EDIT-2     DELIMITED BY SIZE
006440                ' CRITICAL ALERTS ('
006450                                    DELIMITED BY SIZE
006460                WS-PCT-EDIT         DELIMITED BY SIZE
006470                '%)'                DELIMITED BY SIZE
006480                INTO WS-TXT-TEXT
006490     END-IF.
006500     PERFORM 8000-PRINT-TEXT-LINE
006510         THRU 8000-EXIT.

006520     IF WS-INCIDENT-COUNT > ZERO
006530         COMPUTE WS-PCT
006540             = (WS-ESCALATED-COUNT * 100) / WS-INCIDENT-COUNT
006550         MOVE WS-PCT TO WS-PCT-EDIT
006560         MOVE WS-INCIDENT-COUNT TO WS-COUNT-EDIT
006570         MOVE SPACES TO WS-RSP-TEXT-LINE
006580         STRING '  ESCALATED: '     DELIMITED BY SIZE
006590                WS-PCT-EDIT         DELIMITED BY SIZE
006600                '% OF ALL '         DELIMITED BY SIZE
006610                WS-COUNT-EDIT       DELIMITED BY SIZE
006620                ' INCIDENTS'        DELIMITED BY SIZE
006630                INTO WS-TXT-TEXT
006640         PERFORM 8000-PRINT-TEXT-LINE
006650             THRU 8000-EXIT
006660     END-IF.

006670     IF WS-UNTIMED-COUNT > ZERO
006680         MOVE WS-UNTIMED-COUNT TO WS-COUNT-EDIT
006690         MOVE SPACES TO WS-RSP-TEXT-LINE
006700         STRING '  INCIDENTS NOT YET ACKNOWLEDGED OR CLOSED: '
006710                                    DELIMITED BY SIZE
006720                WS-COUNT-EDIT       DELIMITED BY SIZE
006730                INTO WS-TXT-TEXT
006740         PERFORM 8000-PRINT-TEXT-LINE
006750             THRU 8000-EXIT
006760     END-IF.

006770 6000-EXIT.
006780     EXIT.

006790************************************************************
006800* 7000-PRINT-REPEAT-OFFENDERS -- EVERY JOB STREAM THAT PAGED
006810*                                MORE THAN THE LIMIT THIS
006820*                                MONTH
006830************************************************************
006840 7000-PRINT-REPEAT-OFFENDERS.
006850     MOVE WS-REPEAT-LIMIT TO WS-LIMIT-EDIT.
006860     MOVE SPACES TO WS-RSP-TEXT-LINE.
006870     STRING 'REPEAT OFFENDERS - STREAMS THAT PAGED MORE THAN '
006880                                DELIMITED BY SIZE
006890            WS-LIMIT-EDIT       DELIMITED BY SIZE
006900            ' TIMES'            DELIMITED BY SIZE
006910            INTO WS-TXT-TEXT.
006920     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-TEXT-LINE
006930         AFTER ADVANCING 3 LINES.

006940     MOVE ZERO TO WS-STAT-SUB.
006950     PERFORM 7100-TEST-ONE-STREAM
006960         THRU 7100-EXIT
006970         WS-STAT-USED TIMES.

006980     IF WS-REPEAT-COUNT = ZERO
006990         MOVE SPACES TO WS-RSP-TEXT-LINE
007000         MOVE '  NO REPEAT OFFENDERS THIS MONTH' TO WS-TXT-TEXT
007010         PERFORM 8000-PRINT-TEXT-LINE
007020             THRU 8000-EXIT
007030     END-IF.

007040 7000-EXIT.
007050     EXIT.

007060 7100-TEST-ONE-STREAM.
007070     ADD 1 TO WS-STAT-SUB.
007080     IF WS-STAT-GROUP (WS-STAT-SUB) NOT = 'J'
007090        OR WS-STAT-INCIDENTS (WS-STAT-SUB) NOT > WS-REPEAT-LIMIT
007100         GO TO 7100-EXIT
007110     END-IF.
007120     ADD 1 TO WS-REPEAT-COUNT.
007130     MOVE WS-STAT-INCIDENTS (WS-STAT-SUB) TO WS-COUNT-EDIT.
007140     MOVE SPACES TO WS-RSP-TEXT-LINE.
007150     STRING '  JOB '                     DELIMITED BY SIZE
007160            WS-STAT-NAME (WS-STAT-SUB)   DELIMITED BY SIZE
007170            '  PAGES: '                  DELIMITED BY SIZE
007180            WS-COUNT-EDIT                DELIMITED BY SIZE
007190            INTO WS-TXT-TEXT.
007200     PERFORM 8000-PRINT-TEXT-LINE
007210         THRU 8000-EXIT.
007220 7100-EXIT.
007230     EXIT.

007240************************************************************
007250* 7150-DATE-TO-DAY-NUMBER -- ABSOLUTE DAY NUMBER FOR THE
007260*                            YYYYMMDD DATE IN WS-DTN-DATE,
007270*                            AS IN HWALRDSP.  RESULT IN
007280*                            WS-DTN-RESULT.
007290************************************************************
007300 7150-DATE-TO-DAY-NUMBER.
007310     COMPUTE WS-DTN-YM1 = WS-DTN-YEAR - 1.
007320     COMPUTE WS-DTN-RESULT = WS-DTN-YM1 * 365.
007330     DIVIDE WS-DTN-YM1 BY 4   GIVING WS-DTN-T1.
007340     DIVIDE WS-DTN-YM1 BY 100 GIVING WS-DTN-T2.
007350     DIVIDE WS-DTN-YM1 BY 400 GIVING WS-DTN-T3.
007360     COMPUTE WS-DTN-RESULT = WS-DTN-RESULT + WS-DTN-T1
007370         - WS-DTN-T2 + WS-DTN-T3
007380         + WS-CUM-DAYS (WS-DTN-MONTH) + WS-DTN-DAY.

007390     IF WS-DTN-MONTH > 2
007400         DIVIDE WS-DTN-YEAR BY 4
007410             GIVING WS-DTN-T1 REMAINDER WS-DTN-REM
007420         IF WS-DTN-REM = ZERO
007430             DIVIDE WS-DTN-YEAR BY 100
007440                 GIVING WS-DTN-T1 REMAINDER WS-DTN-REM
007450             IF WS-DTN-REM NOT = ZERO
007460                 ADD 1 TO WS-DTN-RESULT
007470             ELSE
007480                 DIVIDE WS-DTN-YEAR BY 400
007490                     GIVING WS-DTN-T1 REMAINDER WS-DTN-REM
007500                 IF WS-DTN-REM = ZERO
007510                     ADD 1 TO WS-DTN-RESULT
007520                 END-IF
007530             END-IF
007540         END-IF
007550     END-IF.

007560 7150-EXIT.
007570     EXIT.

007580************************************************************
007590* 7200-STAMP-TO-MINUTES -- ABSOLUTE MINUTE COUNT OF THE
007600*                          TIMESTAMP IN WS-STAMP-DATE AND
007610*                          WS-STAMP-TIME.  AN UNDATEABLE
007620*                          STAMP LEAVES WS-STAMP-VALID OFF.
007630************************************************************
007640 7200-STAMP-TO-MINUTES.
007650     MOVE 'N' TO WS-STAMP-VALID-SW.
007660     MOVE ZERO TO WS-STAMP-MINUTES.
007670     IF WS-STAMP-DATE NOT NUMERIC
007680        OR WS-STAMP-TIME (1:4) NOT NUMERIC
007690         GO TO 7200-EXIT
007700     END-IF.
007710     MOVE WS-STAMP-DATE TO WS-DTN-DATE.
007720     IF WS-DTN-MONTH < 1 OR WS-DTN-MONTH > 12
007730         GO TO 7200-EXIT
007740     END-IF.
007750     PERFORM 7150-DATE-TO-DAY-NUMBER
007760         THRU 7150-EXIT.
007770     MOVE WS-STAMP-TIME TO WS-TIME-WORK.
007780     COMPUTE WS-STAMP-MINUTES = (WS-DTN-RESULT * 1440)
007790         + (WS-TIME-HH * 60) + WS-TIME-MM.
007800     SET WS-STAMP-VALID TO TRUE.

007810 7200-EXIT.
007820     EXIT.

007830************************************************************
007840* 8000-PRINT-TEXT-LINE -- PRINT WS-RSP-TEXT-LINE AS BUILT BY
007850*                         THE CALLER
007860************************************************************
007870 8000-PRINT-TEXT-LINE.
007880     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-TEXT-LINE
007890         AFTER ADVANCING 1 LINE.
007900 8000-EXIT.
007910     EXIT.

007920************************************************************
007930* 8100-PRINT-STAT-GROUP -- PRINT THE SECTION TITLE THE CALLER
007940*                          LEFT IN WS-RSP-TEXT-LINE, THE
007950*                          COLUMN HEADINGS, AND ONE LINE PER
007960*                          ROW OF WS-PRINT-GROUP
007970************************************************************
007980 8100-PRINT-STAT-GROUP.
007990     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-TEXT-LINE
008000         AFTER ADVANCING 3 LINES.
008010     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-COLUMN-LINE
008020         AFTER ADVANCING 2 LINES.

008030     MOVE ZERO TO WS-PRINT-COUNT.
008040     MOVE ZERO TO WS-STAT-SUB.
008050     PERFORM 8200-PRINT-ONE-ROW
008060         THRU 8200-EXIT
008070         WS-STAT-USED TIMES.

008080     IF WS-PRINT-COUNT = ZERO
008090         MOVE SPACES TO WS-RSP-TEXT-LINE
008100         MOVE '  NO INCIDENTS THIS MONTH' TO WS-TXT-TEXT
008110         PERFORM 8000-PRINT-TEXT-LINE
008120             THRU 8000-EXIT
008130     END-IF.

008140 8100-EXIT.
008150     EXIT.

008160 8200-PRINT-ONE-ROW.
008170     ADD 1 TO WS-STAT-SUB.
008180     IF WS-STAT-GROUP (WS-STAT-SUB) NOT = WS-PRINT-GROUP
008190         GO TO 8200-EXIT
008200     END-IF.
008210     IF WS-PRINT-GROUP NOT = 'S'
008220        AND WS-STAT-INCIDENTS (WS-STAT-SUB) = ZERO
008230         GO TO 8200-EXIT
008240     END-IF.
008250     ADD 1 TO WS-PRINT-COUNT.

008260     MOVE SPACES TO WS-RSP-STAT-LINE.
008270     MOVE WS-STAT-NAME (WS-STAT-SUB)      TO WS-STL-NAME.
008280     MOVE WS-STAT-INCIDENTS (WS-STAT-SUB) TO WS-STL-INCIDENTS.
008290     MOVE WS-STAT-ACK-COUNT (WS-STAT-SUB) TO WS-STL-ACKED.
008300     MOVE WS-STAT-CLS-COUNT (WS-STAT-SUB) TO WS-STL-CLOSED.
008310     MOVE WS-STAT-ACK-WORST (WS-STAT-SUB) TO WS-STL-ACK-WORST.
008320     MOVE WS-STAT-CLS-WORST (WS-STAT-SUB) TO WS-STL-CLS-WORST.

008330     MOVE ZERO TO WS-AVG-MINUTES.
008340     IF WS-STAT-ACK-COUNT (WS-STAT-SUB) > ZERO
008350         COMPUTE WS-AVG-MINUTES ROUNDED
008360             = WS-STAT-ACK-TOTAL (WS-STAT-SUB)
008370             / WS-STAT-ACK-COUNT (WS-STAT-SUB)
008380     END-IF.
008390     MOVE WS-AVG-MINUTES TO WS-STL-ACK-AVG.

008400     MOVE ZERO TO WS-AVG-MINUTES.
008410     IF WS-STAT-CLS-COUNT (WS-STAT-SUB) > ZERO
008420         COMPUTE WS-AVG-MINUTES ROUNDED
008430             = WS-STAT-CLS-TOTAL (WS-STAT-SUB)
008440             / WS-STAT-CLS-COUNT (WS-STAT-SUB)
008450     END-IF.
008460     MOVE WS-AVG-MINUTES TO WS-STL-CLS-AVG.

008470     WRITE HW-RESPONSE-PRINT-RECORD FROM WS-RSP-STAT-LINE
008480         AFTER ADVANCING 1 LINE.
008490 8200-EXIT.
008500     EXIT.

008510************************************************************
008520* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
008530************************************************************
008540 9999-TERMINATE.
008550     IF WS-OPA-OPEN
008560         CLOSE OPEN-ALERT-FILE
008570     END-IF.
008580     IF WS-PRT-OPEN
008590         CLOSE RESPONSE-PRINT-FILE
008600     END-IF.

008610 9999-EXIT.
008620     EXIT.
