000010************************************************************
000020* SCHMNT.COB
000030*
000040* PROGRAM-ID : HWSCHMNT
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* JOB-STREAM SCHEDULE MASTER MAINTENANCE.  NOTHING ELSE IN
000100* THE SYSTEM KNOWS WHICH STREAMS ARE SUPPOSED TO RUN ON A
000110* GIVEN NIGHT -- CALFILE ONLY HOLDS THE VALID SHIFTS PER
000120* DATE -- SO A STREAM WHOSE CONTROL CARD FALLS OUT OF THE
000130* DECK LEAVES NO EVIDENCE ANYWHERE.  THIS PROGRAM APPLIES
000140* THE ADD/CHANGE/DELETE TRANSACTIONS READ FROM SCHDTRN TO
000150* THE SCHDMST VSAM KSDS (KEYED ON JOB NAME) AND PRINTS A
000160* BEFORE/AFTER AUDIT REPORT OF EVERY TRANSACTION -- APPLIED
000170* OR REJECTED -- EXACTLY AS HWDEPMNT DOES FOR DEPTMST.
000180* HWNOSHOW EXPANDS THE MASTER AGAINST CALFILE EACH NIGHT TO
000190* FIND THE STREAMS THAT SHOULD HAVE RUN AND DID NOT.
000200*
000210* EVERY RECORD IS EDITED AS IT WILL SIT ON FILE: A SHIFT
000220* CODE, A RECOGNIZED RUN MODE, A 'W' (DAYS OF WEEK) OR 'M'
000230* (MONTH-END) DAY RULE, AT LEAST ONE Y/N DAY FLAG SET FOR A
000240* 'W' RULE, A NUMERIC HHMMSSCC EXPECTED COMPLETION TIME AND
000250* AN OWNING DEPARTMENT THAT IS ON DEPTMST.  ON A CHANGE A
000260* BLANK FIELD KEEPS THE VALUE ALREADY ON FILE, SO A SINGLE
000270* FIELD CAN BE CORRECTED ALONE.  A TRANSACTION THAT FAILS AN
000280* EDIT IS REPORTED AND COUNTED BUT DOES NOT STOP THE RUN.
000290*
000300* A MISSING SCHDMST IS CREATED EMPTY ON FIRST USE, THE SAME
000310* WAY THE STARTUP STEP CREATES RUNCNTL, SO THE FIRST LOAD OF
000320* THE MASTER IS JUST AN ORDINARY MAINTENANCE RUN OF ADDS.
000330*
000340* RETURN-CODE VALUES
000350*   00 = NORMAL COMPLETION, ALL TRANSACTIONS APPLIED
000360*   04 = ONE OR MORE TRANSACTIONS REJECTED
000370*   08 = NO MAINTENANCE TRANSACTIONS SUPPLIED
000380*   16 = SCHDTRN COULD NOT BE OPENED
000390*   36 = SCHDMST COULD NOT BE OPENED
000400*   40 = SCHDRPT COULD NOT BE OPENED
000410*   56 = DEPTMST COULD NOT BE OPENED
000420*
000430* MODIFICATION HISTORY
000440*   DATE       INIT  DESCRIPTION
000450*   ---------- ----  --------------------------------------
000460*   2026-10-15  JRM  ORIGINAL PROGRAM.
000470************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    HWSCHMNT.
000500 AUTHOR.        J. R. MORALES.
000510 INSTALLATION.  CMSC389B BATCH SERVICES.
000520 DATE-WRITTEN.  2026-10-15.
000530 DATE-COMPILED.

000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 SPECIAL-NAMES.
000590     CONSOLE IS CONSOLE.

000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT MAINT-TRAN-FILE
000630         ASSIGN TO SCHDTRN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-TRN-FILE-STATUS.

000660     SELECT SCHEDULE-FILE
000670         ASSIGN TO SCHDMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HW-SCH-JOB-NAME
000710         FILE STATUS IS WS-SCH-FILE-STATUS.

000720     SELECT DEPARTMENT-FILE
000730         ASSIGN TO DEPTMST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HW-DEP-CODE
000770         FILE STATUS IS WS-DEP-FILE-STATUS.

000780     SELECT AUDIT-PRINT-FILE
000790         ASSIGN TO SCHDRPT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PRT-FILE-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  MAINT-TRAN-FILE
000850     RECORDING MODE IS F.
000860 COPY HWSCHTRN.

000870 FD  SCHEDULE-FILE.
000880 COPY HWSCHREC.

000890 FD  DEPARTMENT-FILE.
000900 COPY HWDEPREC.

000910 FD  AUDIT-PRINT-FILE
000920     LINAGE IS 60 LINES
000930         LINES AT TOP 2
000940         LINES AT BOTTOM 3.
000950 01  HW-AUDIT-PRINT-RECORD       PIC X(132).

000960 WORKING-STORAGE SECTION.
000970*---------------------------------------------------------*
000980*    SWITCHES AND COUNTERS                                 *
000990*---------------------------------------------------------*
001000 77  WS-TRN-FILE-STATUS      PIC X(02)   VALUE SPACES.
001010     88  WS-TRN-OK                       VALUE '00'.

001020 77  WS-TRN-OPEN-SW          PIC X(01)   VALUE 'N'.
001030     88  WS-TRN-OPEN                     VALUE 'Y'.

001040 77  WS-TRN-EOF-SW           PIC X(01)   VALUE 'N'.
001050     88  WS-TRN-EOF                      VALUE 'Y'.

001060 77  WS-SCH-FILE-STATUS      PIC X(02)   VALUE SPACES.
001070     88  WS-SCH-OK                       VALUE '00'.
001080     88  WS-SCH-FILE-MISSING             VALUE '35'.

001090 77  WS-SCH-OPEN-SW          PIC X(01)   VALUE 'N'.
001100     88  WS-SCH-OPEN                     VALUE 'Y'.

001110 77  WS-SCH-FOUND-SW         PIC X(01)   VALUE 'N'.
001120     88  WS-SCH-FOUND                    VALUE 'Y'.

001130 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001140     88  WS-DEP-OK                       VALUE '00'.

001150 77  WS-DEP-OPEN-SW          PIC X(01)   VALUE 'N'.
001160     88  WS-DEP-OPEN                     VALUE 'Y'.

001170 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001180     88  WS-PRT-OK                       VALUE '00'.

001190 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001200     88  WS-PRT-OPEN                     VALUE 'Y'.

001210 77  WS-EDIT-FAILED-SW       PIC X(01)   VALUE 'N'.
001220     88  WS-EDIT-FAILED                  VALUE 'Y'.

001230 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001240 77  WS-TRAN-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
001250 77  WS-APPLIED-COUNT        PIC 9(06)   VALUE ZERO COMP.
001260 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001270 77  WS-COUNT-EDIT           PIC ZZZZZ9.

001280 77  WS-FLAG-Y-COUNT         PIC 9(02)   VALUE ZERO COMP.
001290 77  WS-FLAG-N-COUNT         PIC 9(02)   VALUE ZERO COMP.

001300*---------------------------------------------------------*
001310*    CURRENT DATE/TIME AND AUDIT WORK AREAS                *
001320*---------------------------------------------------------*
001330 01  WS-CURRENT-DATE-TIME.
001340     05  WS-CURRENT-DATE      PIC X(08).
001350     05  WS-CURRENT-TIME      PIC X(08).

001360 77  WS-BEFORE-IMAGE         PIC X(38)   VALUE SPACES.
001370 77  WS-AFTER-IMAGE          PIC X(38)   VALUE SPACES.
001380 77  WS-DISPOSITION          PIC X(30)   VALUE SPACES.
001390 77  WS-IMAGE-WORK           PIC X(38)   VALUE SPACES.

001400*---------------------------------------------------------*
001410*    AUDIT REPORT LINES.  A SCHEDULE IMAGE READS: SHIFT,   *
001420*    RUN MODE, DAY RULE, SUN-SAT DAY FLAGS, OWNING DEPT,   *
001430*    EXPECTED COMPLETION TIME.                             *
001440*---------------------------------------------------------*
001450 01  WS-AUDIT-HEADER-LINE.
001460     05  FILLER               PIC X(35)  VALUE
001470         'STREAM SCHEDULE MAINTENANCE AUDIT '.
001480     05  FILLER               PIC X(07)  VALUE 'RUN ON '.
001490     05  WS-HDR-RUN-DATE      PIC X(08).
001500     05  FILLER               PIC X(03)  VALUE ' AT'.
001510     05  FILLER               PIC X(01)  VALUE SPACE.
001520     05  WS-HDR-RUN-TIME      PIC X(08).
001530     05  FILLER               PIC X(70)  VALUE SPACES.

001540 01  WS-AUDIT-COLUMN-LINE.
001550     05  FILLER               PIC X(08)  VALUE 'ACTION  '.
001560     05  FILLER               PIC X(10)  VALUE 'JOB NAME  '.
001570     05  FILLER               PIC X(40)  VALUE 'BEFORE'.
001580     05  FILLER               PIC X(40)  VALUE 'AFTER'.
001590     05  FILLER               PIC X(30)  VALUE 'DISPOSITION'.
001600     05  FILLER               PIC X(04)  VALUE SPACES.

001610 01  WS-AUDIT-DETAIL-LINE.
001620     05  WS-AUD-ACTION        PIC X(06).
001630     05  FILLER               PIC X(02)  VALUE SPACES.
001640     05  WS-AUD-JOB           PIC X(08).
001650     05  FILLER               PIC X(02)  VALUE SPACES.
001660     05  WS-AUD-BEFORE        PIC X(38).
001670     05  FILLER               PIC X(02)  VALUE SPACES.
001680     05  WS-AUD-AFTER         PIC X(38).
001690     05  FILLER               PIC X(02)  VALUE SPACES.
001700     05  WS-AUD-DISP          PIC X(30).
001710     05  FILLER               PIC X(04)  VALUE SPACES.

001720 01  WS-AUDIT-TOTAL-LINE.
001730     05  WS-TOT-LABEL         PIC X(34).
001740     05  WS-TOT-COUNT         PIC X(06).
001750     05  FILLER               PIC X(92)  VALUE SPACES.

001760 PROCEDURE DIVISION.
001770************************************************************
001780* 0000-MAINLINE
001790************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE
001820         THRU 1000-EXIT.
001830     IF WS-RETURN-CODE = ZERO
001840         PERFORM 2200-APPLY-TRANSACTION
001850             THRU 2200-EXIT
001860             UNTIL WS-TRN-EOF
001870         PERFORM 3000-WRITE-TOTALS
001880             THRU 3000-EXIT
001890     END-IF.
001900     PERFORM 9999-TERMINATE
001910         THRU 9999-EXIT.
001920     MOVE WS-RETURN-CODE TO RETURN-CODE.
001930     STOP RUN.

001940************************************************************
001950* 1000-INITIALIZE -- OPEN ALL FILES, CREATING AN EMPTY
001960*                    SCHDMST ON FIRST USE, AND PRIME THE
001970*                    TRANSACTION STREAM.  DEPTMST IS READ
001980*                    ONLY, TO PROVE EACH OWNING DEPARTMENT.
001990************************************************************
002000 1000-INITIALIZE.
002010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002020     ACCEPT WS-CURRENT-TIME FROM TIME.

002030     OPEN INPUT MAINT-TRAN-FILE.
002040     IF NOT WS-TRN-OK
002050         DISPLAY 'HWSCHMNT: UNABLE TO OPEN SCHDTRN, '
002060                 'STATUS = ' WS-TRN-FILE-STATUS
002070         MOVE 16 TO WS-RETURN-CODE
002080         GO TO 1000-EXIT
002090     END-IF.
002100     SET WS-TRN-OPEN TO TRUE.

002110     OPEN I-O SCHEDULE-FILE.
002120     IF WS-SCH-FILE-MISSING
002130         OPEN OUTPUT SCHEDULE-FILE
002140         CLOSE SCHEDULE-FILE
002150         OPEN I-O SCHEDULE-FILE
002160     END-IF.
002170     IF NOT WS-SCH-OK
002180         DISPLAY 'HWSCHMNT: UNABLE TO OPEN SCHDMST, '
002190                 'STATUS = ' WS-SCH-FILE-STATUS
002200         MOVE 36 TO WS-RETURN-CODE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     SET WS-SCH-OPEN TO TRUE.

002240     OPEN INPUT DEPARTMENT-FILE.
002250     IF NOT WS-DEP-OK
002260         DISPLAY 'HWSCHMNT: UNABLE TO OPEN DEPTMST, '
002270                 'STATUS = ' WS-DEP-FILE-STATUS
002280         MOVE 56 TO WS-RETURN-CODE
002290         GO TO 1000-EXIT
002300     END-IF.
002310     SET WS-DEP-OPEN TO TRUE.

002320     OPEN OUTPUT AUDIT-PRINT-FILE.
002330     IF NOT WS-PRT-OK
002340         DISPLAY 'HWSCHMNT: UNABLE TO OPEN SCHDRPT, '
002350                 'STATUS = ' WS-PRT-FILE-STATUS
002360         MOVE 40 TO WS-RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF.
002390     SET WS-PRT-OPEN TO TRUE.

002400     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
002410     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
002420     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-HEADER-LINE
002430         AFTER ADVANCING PAGE.
002440     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-COLUMN-LINE
002450         AFTER ADVANCING 2 LINES.

002460     PERFORM 2100-READ-MAINT-TRAN
002470         THRU 2100-EXIT.
002480     IF WS-TRN-EOF
002490         DISPLAY 'HWSCHMNT: SCHDTRN IS EMPTY, '
002500                 'NO MAINTENANCE TRANSACTIONS SUPPLIED'
002510         MOVE 8 TO WS-RETURN-CODE
002520     END-IF.

002530 1000-EXIT.
002540     EXIT.

002550************************************************************
002560* 2100-READ-MAINT-TRAN -- READ THE NEXT MAINTENANCE
002570*                         TRANSACTION FROM SCHDTRN
002580************************************************************
002590 2100-READ-MAINT-TRAN.
002600     READ MAINT-TRAN-FILE
002610         AT END
002620             SET WS-TRN-EOF TO TRUE
002630         NOT AT END
002640             ADD 1 TO WS-TRAN-READ-COUNT
002650     END-READ.

002660 2100-EXIT.
002670     EXIT.

002680************************************************************
002690* 2200-APPLY-TRANSACTION -- EDIT AND APPLY THE CURRENT
002700*                           TRANSACTION, WRITE ITS AUDIT
002710*                           LINE, AND READ THE NEXT ONE
002720************************************************************
002730 2200-APPLY-TRANSACTION.
002740     MOVE SPACES TO WS-BEFORE-IMAGE.
002750     MOVE SPACES TO WS-AFTER-IMAGE.
002760     MOVE SPACES TO WS-DISPOSITION.

002770     IF NOT HW-SMT-ACTION-VALID
002780         MOVE 'REJECTED - UNKNOWN ACTION' TO WS-DISPOSITION
002790         PERFORM 2700-COUNT-REJECT
002800             THRU 2700-EXIT
002810         GO TO 2200-AUDIT
002820     END-IF.
002830     IF HW-SMT-JOB-NAME = SPACES
002840         MOVE 'REJECTED - JOB NAME MISSING' TO WS-DISPOSITION
002850         PERFORM 2700-COUNT-REJECT
002860             THRU 2700-EXIT
002870         GO TO 2200-AUDIT
002880     END-IF.

002890     PERFORM 2250-READ-SCHEDULE-MASTER
002900         THRU 2250-EXIT.

002910     IF HW-SMT-ACTION-ADD
002920         PERFORM 2300-APPLY-ADD
002930             THRU 2300-EXIT
002940     ELSE
002950         IF HW-SMT-ACTION-CHANGE
002960             PERFORM 2400-APPLY-CHANGE
002970                 THRU 2400-EXIT
002980         ELSE
002990             PERFORM 2500-APPLY-DELETE
003000                 THRU 2500-EXIT
003010         END-IF
003020     END-IF.

003030 2200-AUDIT.
003040     PERFORM 2600-WRITE-AUDIT-LINE
003050         THRU 2600-EXIT.
003060     PERFORM 2100-READ-MAINT-TRAN
003070         THRU 2100-EXIT.

003080 2200-EXIT.
003090     EXIT.

003100************************************************************
003110* 2250-READ-SCHEDULE-MASTER -- FETCH THE MASTER RECORD FOR
003120*                              THE TRANSACTION'S JOB NAME AND
003130*                              CAPTURE THE BEFORE IMAGE
003140************************************************************
003150 2250-READ-SCHEDULE-MASTER.
003160     MOVE 'N' TO WS-SCH-FOUND-SW.
003170     MOVE HW-SMT-JOB-NAME TO HW-SCH-JOB-NAME.
003180     READ SCHEDULE-FILE
003190         KEY IS HW-SCH-JOB-NAME
003200         INVALID KEY
003210             CONTINUE
003220         NOT INVALID KEY
003230             SET WS-SCH-FOUND TO TRUE
003240             PERFORM 2650-FORMAT-SCHEDULE-IMAGE
003250                 THRU 2650-EXIT
003260             MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
003270     END-READ.

003280 2250-EXIT.
003290     EXIT.

003300************************************************************
003310* 2300-APPLY-ADD -- BUILD A NEW MASTER RECORD FROM THE
003320*                   CARD, EDIT IT, AND WRITE IT; AN EXISTING
003330*                   JOB NAME IS REJECTED
003340************************************************************
003350 2300-APPLY-ADD.
003360     IF WS-SCH-FOUND
003370         MOVE 'REJECTED - JOB ALREADY ON FILE'
003380             TO WS-DISPOSITION
003390         PERFORM 2700-COUNT-REJECT
003400             THRU 2700-EXIT
003410         GO TO 2300-EXIT
003420     END-IF.

003430     MOVE SPACES          TO HW-SCHEDULE-RECORD.
003440     MOVE HW-SMT-JOB-NAME TO HW-SCH-JOB-NAME.
003450     PERFORM 2350-APPLY-CARD-FIELDS
003460         THRU 2350-EXIT.
003470     PERFORM 2450-EDIT-SCHEDULE-RECORD
003480         THRU 2450-EXIT.
003490     IF WS-EDIT-FAILED
003500         PERFORM 2700-COUNT-REJECT
003510             THRU 2700-EXIT
003520         GO TO 2300-EXIT
003530     END-IF.

003540     WRITE HW-SCHEDULE-RECORD.
003550     PERFORM 2650-FORMAT-SCHEDULE-IMAGE
003560         THRU 2650-EXIT.
003570     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
003580     MOVE 'APPLIED' TO WS-DISPOSITION.
003590     ADD 1 TO WS-APPLIED-COUNT.

003600 2300-EXIT.
003610     EXIT.

003620************************************************************
003630* 2350-APPLY-CARD-FIELDS -- CARRY THE CARD'S FIELDS ONTO THE
003640*                           MASTER RECORD.  A BLANK FIELD
003650*                           KEEPS WHAT IS ALREADY THERE SO A
003660*                           CHANGE CAN CORRECT ONE FIELD
003670*                           ALONE.
003680************************************************************
003690 2350-APPLY-CARD-FIELDS.
003700     IF HW-SMT-SHIFT-CODE NOT = SPACE
003710         MOVE HW-SMT-SHIFT-CODE TO HW-SCH-SHIFT-CODE
003720     END-IF.
003730     IF HW-SMT-RUN-MODE NOT = SPACES
003740         MOVE HW-SMT-RUN-MODE TO HW-SCH-RUN-MODE
003750     END-IF.
003760     IF HW-SMT-DAY-RULE NOT = SPACE
003770         MOVE HW-SMT-DAY-RULE TO HW-SCH-DAY-RULE
003780     END-IF.
003790     IF HW-SMT-DAY-FLAGS NOT = SPACES
003800         MOVE HW-SMT-DAY-FLAGS TO HW-SCH-DAY-FLAGS
003810     END-IF.
003820     IF HW-SMT-DEPT-CODE NOT = SPACES
003830         MOVE HW-SMT-DEPT-CODE TO HW-SCH-DEPT-CODE
003840     END-IF.
003850     IF HW-SMT-EXPECTED-END NOT = SPACES
003860         MOVE HW-SMT-EXPECTED-END TO HW-SCH-EXPECTED-END
003870     END-IF.
003880     IF HW-SCH-RULE-MONTH-END
003890        AND HW-SCH-DAY-FLAGS = SPACES
003900         MOVE 'NNNNNNN' TO HW-SCH-DAY-FLAGS
003910     END-IF.

003920 2350-EXIT.
003930     EXIT.

003940************************************************************
003950* 2400-APPLY-CHANGE -- MERGE THE CARD ONTO AN EXISTING
003960*                      MASTER RECORD, EDIT THE RESULT, AND
003970*                      REWRITE IT; A MISSING JOB NAME IS
003980*                      REJECTED
003990************************************************************
004000 2400-APPLY-CHANGE.
004010     IF NOT WS-SCH-FOUND
004020         MOVE 'REJECTED - JOB NOT ON FILE' TO WS-DISPOSITION
004030         PERFORM 2700-COUNT-REJECT
004040             THRU 2700-EXIT
004050         GO TO 2400-EXIT
004060     END-IF.

004070     PERFORM 2350-APPLY-CARD-FIELDS
004080         THRU 2350-EXIT.
004090     PERFORM 2450-EDIT-SCHEDULE-RECORD
004100         THRU 2450-EXIT.
004110     IF WS-EDIT-FAILED
004120         PERFORM 2700-COUNT-REJECT
004130             THRU 2700-EXIT
004140         GO TO 2400-EXIT
004150     END-IF.

004160     REWRITE HW-SCHEDULE-RECORD.
004170     PERFORM 2650-FORMAT-SCHEDULE-IMAGE
004180         THRU 2650-EXIT.
004190     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
004200     MOVE 'APPLIED' TO WS-DISPOSITION.
004210     ADD 1 TO WS-APPLIED-COUNT.

004220 2400-EXIT.
004230     EXIT.

004240************************************************************
004250* 2450-EDIT-SCHEDULE-RECORD -- EDIT THE MASTER RECORD IN THE
004260*                              BUFFER AS IT WILL SIT ON FILE.
004270*                              THE FIRST FAILING EDIT SETS
004280*                              WS-EDIT-FAILED AND THE
004290*                              REJECTION DISPOSITION.
004300************************************************************
004310 2450-EDIT-SCHEDULE-RECORD.
004320     MOVE 'N' TO WS-EDIT-FAILED-SW.

004330     IF HW-SCH-SHIFT-CODE = SPACE
004340         MOVE 'REJECTED - SHIFT CODE MISSING' TO WS-DISPOSITION
004350         SET WS-EDIT-FAILED TO TRUE
004360         GO TO 2450-EXIT
004370     END-IF.
004380     IF NOT HW-SCH-RUN-MODE-VALID
004390         MOVE 'REJECTED - INVALID RUN MODE' TO WS-DISPOSITION
004400         SET WS-EDIT-FAILED TO TRUE
004410         GO TO 2450-EXIT
004420     END-IF.
004430     IF NOT HW-SCH-RULE-VALID
004440         MOVE 'REJECTED - DAY RULE NOT W OR M' TO WS-DISPOSITION
004450         SET WS-EDIT-FAILED TO TRUE
004460         GO TO 2450-EXIT
004470     END-IF.

004480     MOVE ZERO TO WS-FLAG-Y-COUNT.
004490     MOVE ZERO TO WS-FLAG-N-COUNT.
004500     INSPECT HW-SCH-DAY-FLAGS
004510         TALLYING WS-FLAG-Y-COUNT FOR ALL 'Y'
004520                  WS-FLAG-N-COUNT FOR ALL 'N'.
004530     IF WS-FLAG-Y-COUNT + WS-FLAG-N-COUNT NOT = 7
004540         MOVE 'REJECTED - DAY FLAGS NOT Y/N' TO WS-DISPOSITION
004550         SET WS-EDIT-FAILED TO TRUE
004560         GO TO 2450-EXIT
004570     END-IF.
004580     IF HW-SCH-RULE-WEEKDAYS
004590        AND WS-FLAG-Y-COUNT = ZERO
004600         MOVE 'REJECTED - NO RUN DAYS FLAGGED' TO WS-DISPOSITION
004610         SET WS-EDIT-FAILED TO TRUE
004620         GO TO 2450-EXIT
004630     END-IF.

004640     IF HW-SCH-EXPECTED-END NOT NUMERIC
004650         MOVE 'REJECTED - BAD EXPECTED END' TO WS-DISPOSITION
004660         SET WS-EDIT-FAILED TO TRUE
004670         GO TO 2450-EXIT
004680     END-IF.

004690     IF HW-SCH-DEPT-CODE = SPACES
004700         MOVE 'REJECTED - OWNING DEPT MISSING' TO WS-DISPOSITION
004710         SET WS-EDIT-FAILED TO TRUE
004720         GO TO 2450-EXIT
004730     END-IF.
004740     MOVE HW-SCH-DEPT-CODE TO HW-DEP-CODE.
004750     READ DEPARTMENT-FILE
004760         KEY IS HW-DEP-CODE
004770         INVALID KEY
004780             MOVE 'REJECTED - DEPT NOT ON DEPTMST'
004790                 TO WS-DISPOSITION
004800             SET WS-EDIT-FAILED TO TRUE
004810     END-READ.

004820 2450-EXIT.
004830     EXIT.

004840************************************************************
004850* 2500-APPLY-DELETE -- DELETE AN EXISTING MASTER RECORD; A
004860*                      MISSING JOB NAME IS REJECTED
004870************************************************************
004880 2500-APPLY-DELETE.
004890     IF NOT WS-SCH-FOUND
004900         MOVE 'REJECTED - JOB NOT ON FILE' TO WS-DISPOSITION
004910         PERFORM 2700-COUNT-REJECT
004920             THRU 2700-EXIT
004930         GO TO 2500-EXIT
004940     END-IF.

004950     DELETE SCHEDULE-FILE.
004960     MOVE 'APPLIED - RECORD DELETED' TO WS-DISPOSITION.
004970     ADD 1 TO WS-APPLIED-COUNT.

004980 2500-EXIT.
004990     EXIT.

005000************************************************************
005010* 2600-WRITE-AUDIT-LINE -- ONE AUDIT LINE PER TRANSACTION,
005020*                          APPLIED OR REJECTED
005030************************************************************
005040 2600-WRITE-AUDIT-LINE.
005050     MOVE HW-SMT-ACTION   TO WS-AUD-ACTION.
005060     MOVE HW-SMT-JOB-NAME TO WS-AUD-JOB.
005070     MOVE WS-BEFORE-IMAGE TO WS-AUD-BEFORE.
005080     MOVE WS-AFTER-IMAGE  TO WS-AUD-AFTER.
005090     MOVE WS-DISPOSITION  TO WS-AUD-DISP.
005100     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-DETAIL-LINE
005110         AFTER ADVANCING 1 LINE.

005120 2600-EXIT.
005130     EXIT.

005140************************************************************
005150* 2650-FORMAT-SCHEDULE-IMAGE -- FORMAT THE SCHEDULE RECORD
005160*                               IN THE BUFFER AS ONE
005170*                               AUDIT-COLUMN IMAGE
005180************************************************************
005190 2650-FORMAT-SCHEDULE-IMAGE.
005200     MOVE SPACES TO WS-IMAGE-WORK.
005210     STRING HW-SCH-SHIFT-CODE    DELIMITED BY SIZE
005220            '  '                 DELIMITED BY SIZE
005230            HW-SCH-RUN-MODE      DELIMITED BY SIZE
005240            ' '                  DELIMITED BY SIZE
005250            HW-SCH-DAY-RULE      DELIMITED BY SIZE
005260            ' '                  DELIMITED BY SIZE
005270            HW-SCH-DAY-FLAGS     DELIMITED BY SIZE
005280            ' '                  DELIMITED BY SIZE
005290            HW-SCH-DEPT-CODE     DELIMITED BY SIZE
005300            ' '                  DELIMITED BY SIZE
005310            HW-SCH-EXPECTED-END  DELIMITED BY SIZE
005320            INTO WS-IMAGE-WORK.

005330 2650-EXIT.
005340     EXIT.

005350************************************************************
005360* 2700-COUNT-REJECT -- COUNT A REJECTED TRANSACTION AND MAKE
005370*                      SURE THE RUN ENDS WITH THE WARNING
005380*                      RETURN CODE
005390************************************************************
005400 2700-COUNT-REJECT.
005410     ADD 1 TO WS-REJECTED-COUNT.
005420     IF WS-RETURN-CODE = ZERO
005430         MOVE 4 TO WS-RETURN-CODE
005440     END-IF.

005450 2700-EXIT.
005460     EXIT.

005470************************************************************
005480* 3000-WRITE-TOTALS -- TRANSACTION CONTROL TOTALS SO THE
005490*                      AUDIT PAGE IS SELF-PROVING
005500************************************************************
005510 3000-WRITE-TOTALS.
005520     MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT.
005530     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005540     MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
005550     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005560     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005570         AFTER ADVANCING 2 LINES.

005580     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
005590     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005600     MOVE 'TRANSACTIONS APPLIED' TO WS-TOT-LABEL.
005610     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005620     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005630         AFTER ADVANCING 1 LINE.

005640     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
005650     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005660     MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
005670     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005680     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005690         AFTER ADVANCING 1 LINE.

005700 3000-EXIT.
005710     EXIT.

005720************************************************************
005730* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
005740************************************************************
005750 9999-TERMINATE.
005760     IF WS-TRN-OPEN
005770         CLOSE MAINT-TRAN-FILE
005780     END-IF.
005790     IF WS-SCH-OPEN
005800         CLOSE SCHEDULE-FILE
005810     END-IF.
005820     IF WS-DEP-OPEN
005830         CLOSE DEPARTMENT-FILE
005840     END-IF.
005850     IF WS-PRT-OPEN
005860         CLOSE AUDIT-PRINT-FILE
005870     END-IF.

005880 9999-EXIT.
005890     EXIT.
