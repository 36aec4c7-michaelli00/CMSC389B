000010************************************************************
000020* OPRMNT.COB
000030*
000040* PROGRAM-ID : HWOPRMNT
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* OPERATOR MASTER MAINTENANCE.  THE OPRMST KSDS (KEYED ON
000100* THE OPERATOR'S INITIALS) SAYS WHO MAY KEY INPUT TO THE
000110* SYSTEM AND WITH WHAT AUTHORITY: HWALRDSP CHECKS THE
000120* INITIALS ON EVERY ALERT DISPOSITION AGAINST IT, AND
000130* HWDEPMNT, HWREQMNT AND HWCALBLD CHECK THE OPERATOR ID ON
000140* EVERY MAINTENANCE TRANSACTION.  THIS PROGRAM APPLIES THE
000150* ADD/CHANGE/DELETE TRANSACTIONS READ FROM OPRTRN TO THE
000160* MASTER AND PRINTS A BEFORE/AFTER AUDIT REPORT OF EVERY
000170* TRANSACTION -- APPLIED OR REJECTED -- EXACTLY AS HWDEPMNT
000180* DOES FOR DEPTMST, WITH THE KEYING OPERATOR ON EACH LINE.
000190*
000200* EVERY TRANSACTION MUST BE KEYED BY AN ACTIVE SUPERVISOR
000210* ON THE MASTER, AND NO ONE MAY CHANGE OR DELETE THEIR OWN
000220* RECORD.  THE ONE EXCEPTION IS THE FIRST LOAD: WHEN OPRMST
000230* HOLDS NO RECORDS AT THE START OF THE RUN THERE IS NO ONE
000240* TO AUTHORIZE IT, SO THE KEYING-OPERATOR CHECK IS WAIVED
000250* FOR THAT RUN AND THE AUDIT REPORT SAYS SO.  EVERY RECORD
000260* IS EDITED AS IT WILL SIT ON FILE: A NAME, A SHIFT CODE, AN
000270* ACTIVE FLAG OF Y OR N AND AN AUTHORITY LEVEL OF 1, 2 OR 3.
000280* ON A CHANGE A BLANK FIELD KEEPS THE VALUE ALREADY ON FILE.
000290* A TRANSACTION THAT FAILS AN EDIT IS REPORTED AND COUNTED
000300* BUT DOES NOT STOP THE RUN.
000310*
000320* A MISSING OPRMST IS CREATED EMPTY ON FIRST USE, THE SAME
000330* WAY THE STARTUP STEP CREATES RUNCNTL.
000340*
000350* RETURN-CODE VALUES
000360*   00 = NORMAL COMPLETION, ALL TRANSACTIONS APPLIED
000370*   04 = ONE OR MORE TRANSACTIONS REJECTED
000380*   08 = NO MAINTENANCE TRANSACTIONS SUPPLIED
000390*   16 = OPRTRN COULD NOT BE OPENED
000400*   36 = OPRMST COULD NOT BE OPENED
000410*   40 = OPRRPT COULD NOT BE OPENED
000420*
000430* MODIFICATION HISTORY
000440*   DATE       INIT  DESCRIPTION
000450*   ---------- ----  --------------------------------------
000460*   2026-10-15  JRM  ORIGINAL PROGRAM.
000470************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    HWOPRMNT.
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
000630         ASSIGN TO OPRTRN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-TRN-FILE-STATUS.

000660     SELECT OPERATOR-FILE
000670         ASSIGN TO OPRMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HW-OPR-INITIALS
000710         FILE STATUS IS WS-OPR-FILE-STATUS.

000720     SELECT AUDIT-PRINT-FILE
000730         ASSIGN TO OPRRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PRT-FILE-STATUS.

000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  MAINT-TRAN-FILE
000790     RECORDING MODE IS F.
000800 COPY HWOPRTRN.

000810 FD  OPERATOR-FILE.
000820 COPY HWOPRREC.

000830 FD  AUDIT-PRINT-FILE
000840     LINAGE IS 60 LINES
000850         LINES AT TOP 2
000860         LINES AT BOTTOM 3.
000870 01  HW-AUDIT-PRINT-RECORD       PIC X(132).

000880 WORKING-STORAGE SECTION.
000890*---------------------------------------------------------*
000900*    SWITCHES AND COUNTERS                                 *
000910*---------------------------------------------------------*
000920 77  WS-TRN-FILE-STATUS      PIC X(02)   VALUE SPACES.
000930     88  WS-TRN-OK                       VALUE '00'.

000940 77  WS-TRN-OPEN-SW          PIC X(01)   VALUE 'N'.
000950     88  WS-TRN-OPEN                     VALUE 'Y'.

000960 77  WS-TRN-EOF-SW           PIC X(01)   VALUE 'N'.
000970     88  WS-TRN-EOF                      VALUE 'Y'.

000980 77  WS-OPR-FILE-STATUS      PIC X(02)   VALUE SPACES.
000990     88  WS-OPR-OK                       VALUE '00'.
001000     88  WS-OPR-FILE-MISSING             VALUE '35'.

001010 77  WS-OPR-OPEN-SW          PIC X(01)   VALUE 'N'.
001020     88  WS-OPR-OPEN                     VALUE 'Y'.

001030 77  WS-OPR-FOUND-SW         PIC X(01)   VALUE 'N'.
001040     88  WS-OPR-FOUND                    VALUE 'Y'.

001050 77  WS-FIRST-LOAD-SW        PIC X(01)   VALUE 'N'.
001060     88  WS-FIRST-LOAD                   VALUE 'Y'.

001070 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001080     88  WS-PRT-OK                       VALUE '00'.

001090 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001100     88  WS-PRT-OPEN                     VALUE 'Y'.

001110 77  WS-EDIT-FAILED-SW       PIC X(01)   VALUE 'N'.
001120     88  WS-EDIT-FAILED                  VALUE 'Y'.

001130 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001140 77  WS-TRAN-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
001150 77  WS-APPLIED-COUNT        PIC 9(06)   VALUE ZERO COMP.
001160 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
001170 77  WS-COUNT-EDIT           PIC ZZZZZ9.

001180*---------------------------------------------------------*
001190*    CURRENT DATE/TIME AND AUDIT WORK AREAS                *
001200*---------------------------------------------------------*
001210 01  WS-CURRENT-DATE-TIME.
001220     05  WS-CURRENT-DATE      PIC X(08).
001230     05  WS-CURRENT-TIME      PIC X(08).

001240 77  WS-BEFORE-IMAGE         PIC X(38)   VALUE SPACES.
001250 77  WS-AFTER-IMAGE          PIC X(38)   VALUE SPACES.
001260 77  WS-DISPOSITION          PIC X(30)   VALUE SPACES.
001270 77  WS-IMAGE-WORK           PIC X(38)   VALUE SPACES.

001280*---------------------------------------------------------*
001290*    AUDIT REPORT LINES.  AN OPERATOR IMAGE READS: NAME,   *
001300*    SHIFT, ACTIVE FLAG, AUTHORITY LEVEL.  THE LAST COLUMN *
001310*    IS THE SUPERVISOR WHO KEYED THE TRANSACTION.          *
001320*---------------------------------------------------------*
001330 01  WS-AUDIT-HEADER-LINE.
001340     05  FILLER               PIC X(34)  VALUE
001350         'OPERATOR MASTER MAINTENANCE AUDIT '.
001360     05  FILLER               PIC X(07)  VALUE 'RUN ON '.
001370     05  WS-HDR-RUN-DATE      PIC X(08).
001380     05  FILLER               PIC X(03)  VALUE ' AT'.
001390     05  FILLER               PIC X(01)  VALUE SPACE.
001400     05  WS-HDR-RUN-TIME      PIC X(08).
001410     05  FILLER               PIC X(71)  VALUE SPACES.

001420 01  WS-AUDIT-COLUMN-LINE.
001430     05  FILLER               PIC X(08)  VALUE 'ACTION  '.
001440     05  FILLER               PIC X(05)  VALUE 'INIT '.
001450     05  FILLER               PIC X(40)  VALUE 'BEFORE'.
001460     05  FILLER               PIC X(40)  VALUE 'AFTER'.
001470     05  FILLER               PIC X(32)  VALUE 'DISPOSITION'.
001480     05  FILLER               PIC X(03)  VALUE 'OPR'.
001490     05  FILLER               PIC X(04)  VALUE SPACES.

001500 01  WS-AUDIT-DETAIL-LINE.
001510     05  WS-AUD-ACTION        PIC X(06).
001520     05  FILLER               PIC X(02)  VALUE SPACES.
001530     05  WS-AUD-INITIALS      PIC X(03).
001540     05  FILLER               PIC X(02)  VALUE SPACES.
001550     05  WS-AUD-BEFORE        PIC X(38).
001560     05  FILLER               PIC X(02)  VALUE SPACES.
001570     05  WS-AUD-AFTER         PIC X(38).
001580     05  FILLER               PIC X(02)  VALUE SPACES.
001590     05  WS-AUD-DISP          PIC X(30).
001600     05  FILLER               PIC X(02)  VALUE SPACES.
001610     05  WS-AUD-OPERATOR      PIC X(03).
001620     05  FILLER               PIC X(04)  VALUE SPACES.

001630 01  WS-AUDIT-TEXT-LINE.
001640     05  WS-TXT-TEXT          PIC X(70).
001650     05  FILLER               PIC X(62)  VALUE SPACES.

001660 01  WS-AUDIT-TOTAL-LINE.
001670     05  WS-TOT-LABEL         PIC X(34).
001680     05  WS-TOT-COUNT         PIC X(06).
001690     05  FILLER               PIC X(92)  VALUE SPACES.

001700 PROCEDURE DIVISION.
001710************************************************************
001720* 0000-MAINLINE
001730************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-EXIT.
001770     IF WS-RETURN-CODE = ZERO
001780         PERFORM 2200-APPLY-TRANSACTION
001790             THRU 2200-EXIT
001800             UNTIL WS-TRN-EOF
001810         PERFORM 3000-WRITE-TOTALS
001820             THRU 3000-EXIT
001830     END-IF.
001840     PERFORM 9999-TERMINATE
001850         THRU 9999-EXIT.
001860     MOVE WS-RETURN-CODE TO RETURN-CODE.
001870     STOP RUN.

001880************************************************************
001890* 1000-INITIALIZE -- OPEN ALL FILES, CREATING AN EMPTY
001900*                    OPRMST ON FIRST USE, DECIDE WHETHER
001910*                    THIS IS THE FIRST LOAD, AND PRIME THE
001920*                    TRANSACTION STREAM
001930************************************************************
001940 1000-INITIALIZE.
001950     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001960     ACCEPT WS-CURRENT-TIME FROM TIME.

001970     OPEN INPUT MAINT-TRAN-FILE.
001980     IF NOT WS-TRN-OK
001990         DISPLAY 'HWOPRMNT: UNABLE TO OPEN OPRTRN, '
002000                 'STATUS = ' WS-TRN-FILE-STATUS
002010         MOVE 16 TO WS-RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF.
002040     SET WS-TRN-OPEN TO TRUE.

002050     OPEN I-O OPERATOR-FILE.
002060     IF WS-OPR-FILE-MISSING
002070         OPEN OUTPUT OPERATOR-FILE
002080         CLOSE OPERATOR-FILE
002090         OPEN I-O OPERATOR-FILE
002100     END-IF.
002110     IF NOT WS-OPR-OK
002120         DISPLAY 'HWOPRMNT: UNABLE TO OPEN OPRMST, '
002130                 'STATUS = ' WS-OPR-FILE-STATUS
002140         MOVE 36 TO WS-RETURN-CODE
002150         GO TO 1000-EXIT
002160     END-IF.
002170     SET WS-OPR-OPEN TO TRUE.

002180     MOVE LOW-VALUES TO HW-OPR-INITIALS.
002190     START OPERATOR-FILE
002200         KEY IS NOT LESS THAN HW-OPR-INITIALS
002210         INVALID KEY
002220             SET WS-FIRST-LOAD TO TRUE
002230     END-START.

002240     OPEN OUTPUT AUDIT-PRINT-FILE.
002250     IF NOT WS-PRT-OK
002260         DISPLAY 'HWOPRMNT: UNABLE TO OPEN OPRRPT, '
002270                 'STATUS = ' WS-PRT-FILE-STATUS
002280         MOVE 40 TO WS-RETURN-CODE
002290         GO TO 1000-EXIT
002300     END-IF.
002310     SET WS-PRT-OPEN TO TRUE.

002320     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
002330     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
002340     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-HEADER-LINE
002350         AFTER ADVANCING PAGE.
002360     IF WS-FIRST-LOAD
002370         MOVE SPACES TO WS-AUDIT-TEXT-LINE
002380         MOVE '** OPRMST EMPTY - FIRST LOAD, OPERATOR NOT CHECKED'
002390             TO WS-TXT-TEXT
002400         WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TEXT-LINE
002410             AFTER ADVANCING 2 LINES
002420         DISPLAY 'HWOPRMNT: OPRMST IS EMPTY - FIRST LOAD, '
002430                 'KEYING OPERATOR NOT CHECKED'
002440     END-IF.
002450     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-COLUMN-LINE
002460         AFTER ADVANCING 2 LINES.

002470     PERFORM 2100-READ-MAINT-TRAN
002480         THRU 2100-EXIT.
002490     IF WS-TRN-EOF
002500         DISPLAY 'HWOPRMNT: OPRTRN IS EMPTY, '
002510                 'NO MAINTENANCE TRANSACTIONS SUPPLIED'
002520         MOVE 8 TO WS-RETURN-CODE
002530     END-IF.

002540 1000-EXIT.
002550     EXIT.

002560************************************************************
002570* 2100-READ-MAINT-TRAN -- READ THE NEXT MAINTENANCE
002580*                         TRANSACTION FROM OPRTRN
002590************************************************************
002600 2100-READ-MAINT-TRAN.
002610     READ MAINT-TRAN-FILE
002620         AT END
002630             SET WS-TRN-EOF TO TRUE
002640         NOT AT END
002650             ADD 1 TO WS-TRAN-READ-COUNT
002660     END-READ.

002670 2100-EXIT.
002680     EXIT.

002690************************************************************
002700* 2200-APPLY-TRANSACTION -- EDIT AND APPLY THE CURRENT
002710*                           TRANSACTION, WRITE ITS AUDIT
002720*                           LINE, AND READ THE NEXT ONE
002730************************************************************
002740 2200-APPLY-TRANSACTION.
002750     MOVE SPACES TO WS-BEFORE-IMAGE.
002760     MOVE SPACES TO WS-AFTER-IMAGE.
002770     MOVE SPACES TO WS-DISPOSITION.

002780     IF NOT HW-OTR-ACTION-VALID
002790         MOVE 'REJECTED - UNKNOWN ACTION' TO WS-DISPOSITION
002800         PERFORM 2700-COUNT-REJECT
002810             THRU 2700-EXIT
002820         GO TO 2200-AUDIT
002830     END-IF.
002840     IF HW-OTR-INITIALS = SPACES
002850         MOVE 'REJECTED - INITIALS MISSING' TO WS-DISPOSITION
002860         PERFORM 2700-COUNT-REJECT
002870             THRU 2700-EXIT
002880         GO TO 2200-AUDIT
002890     END-IF.

002900     PERFORM 2150-CHECK-KEYING-OPERATOR
002910         THRU 2150-EXIT.
002920     IF WS-DISPOSITION NOT = SPACES
002930         PERFORM 2700-COUNT-REJECT
002940             THRU 2700-EXIT
002950         GO TO 2200-AUDIT
002960     END-IF.

002970     PERFORM 2250-READ-OPERATOR-MASTER
002980         THRU 2250-EXIT.

002990     IF HW-OTR-ACTION-ADD
003000         PERFORM 2300-APPLY-ADD
003010             THRU 2300-EXIT
003020     ELSE
003030         IF HW-OTR-ACTION-CHANGE
003040             PERFORM 2400-APPLY-CHANGE
003050                 THRU 2400-EXIT
003060         ELSE
003070             PERFORM 2500-APPLY-DELETE
003080                 THRU 2500-EXIT
003090         END-IF
003100     END-IF.

003110 2200-AUDIT.
003120     PERFORM 2600-WRITE-AUDIT-LINE
003130         THRU 2600-EXIT.
003140     PERFORM 2100-READ-MAINT-TRAN
003150         THRU 2100-EXIT.

003160 2200-EXIT.
003170     EXIT.

003180************************************************************
003190* 2150-CHECK-KEYING-OPERATOR -- THE TRANSACTION MUST CARRY AN
003200*                               OPERATOR ID, AND (EXCEPT ON
003210*                               THE FIRST LOAD) THAT ID MUST
003220*                               BE AN ACTIVE SUPERVISOR WHO
003230*                               IS NOT CHANGING OR DELETING
003240*                               THEIR OWN RECORD.  A FAILURE
003250*                               LEAVES THE REJECTION IN
003260*                               WS-DISPOSITION.
003270************************************************************
003280 2150-CHECK-KEYING-OPERATOR.
003290     IF HW-OTR-OPERATOR-ID = SPACES
003300         MOVE 'REJECTED - NO OPERATOR ID' TO WS-DISPOSITION
003310         GO TO 2150-EXIT
003320     END-IF.
003330     IF WS-FIRST-LOAD
003340         GO TO 2150-EXIT
003350     END-IF.
003360     IF HW-OTR-OPERATOR-ID = HW-OTR-INITIALS
003370        AND NOT HW-OTR-ACTION-ADD
003380         MOVE 'REJECTED - OWN RECORD' TO WS-DISPOSITION
003390         GO TO 2150-EXIT
003400     END-IF.

003410     MOVE HW-OTR-OPERATOR-ID TO HW-OPR-INITIALS.
003420     READ OPERATOR-FILE
003430         KEY IS HW-OPR-INITIALS
003440         INVALID KEY
003450             MOVE 'REJECTED - UNKNOWN OPERATOR'
003460                 TO WS-DISPOSITION
003470             GO TO 2150-EXIT
003480     END-READ.
003490     IF NOT HW-OPR-ACTIVE
003500         MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-DISPOSITION
003510         GO TO 2150-EXIT
003520     END-IF.
003530     IF NOT HW-OPR-AUTH-SUPERVISOR
003540         MOVE 'REJECTED - NOT A SUPERVISOR' TO WS-DISPOSITION
003550     END-IF.

003560 2150-EXIT.
003570     EXIT.

003580************************************************************
003590* 2250-READ-OPERATOR-MASTER -- FETCH THE MASTER RECORD FOR
003600*                              THE TRANSACTION'S INITIALS AND
003610*                              CAPTURE THE BEFORE IMAGE
003620************************************************************
003630 2250-READ-OPERATOR-MASTER.
003640     MOVE 'N' TO WS-OPR-FOUND-SW.
003650     MOVE HW-OTR-INITIALS TO HW-OPR-INITIALS.
003660     READ OPERATOR-FILE
003670         KEY IS HW-OPR-INITIALS
003680         INVALID KEY
003690             CONTINUE
003700         NOT INVALID KEY
003710             SET WS-OPR-FOUND TO TRUE
003720             PERFORM 2650-FORMAT-OPERATOR-IMAGE
003730                 THRU 2650-EXIT
003740             MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
003750     END-READ.

003760 2250-EXIT.
003770     EXIT.

003780************************************************************
003790* 2300-APPLY-ADD -- BUILD A NEW MASTER RECORD FROM THE
003800*                   CARD, EDIT IT, AND WRITE IT; EXISTING
003810*                   INITIALS ARE REJECTED.  A BLANK ACTIVE
003820*                   FLAG ON AN ADD DEFAULTS TO ACTIVE.
003830************************************************************
003840 2300-APPLY-ADD.
003850     IF WS-OPR-FOUND
003860         MOVE 'REJECTED - ALREADY ON FILE'
003870             TO WS-DISPOSITION
003880         PERFORM 2700-COUNT-REJECT
003890             THRU 2700-EXIT
003900         GO TO 2300-EXIT
003910     END-IF.

003920     MOVE SPACES          TO HW-OPERATOR-RECORD.
003930     MOVE HW-OTR-INITIALS TO HW-OPR-INITIALS.
003940     MOVE 'Y'             TO HW-OPR-ACTIVE-FLAG.
003950     PERFORM 2350-APPLY-CARD-FIELDS
003960         THRU 2350-EXIT.
003970     PERFORM 2450-EDIT-OPERATOR-RECORD
003980         THRU 2450-EXIT.
003990     IF WS-EDIT-FAILED
004000         PERFORM 2700-COUNT-REJECT
004010             THRU 2700-EXIT
004020         GO TO 2300-EXIT
004030     END-IF.

004040     WRITE HW-OPERATOR-RECORD.
004050     PERFORM 2650-FORMAT-OPERATOR-IMAGE
004060         THRU 2650-EXIT.
004070     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
004080     MOVE 'APPLIED' TO WS-DISPOSITION.
004090     ADD 1 TO WS-APPLIED-COUNT.

004100 2300-EXIT.
004110     EXIT.

004120************************************************************
004130* 2350-APPLY-CARD-FIELDS -- CARRY THE CARD'S FIELDS ONTO THE
004140*                           MASTER RECORD.  A BLANK FIELD
004150*                           KEEPS WHAT IS ALREADY THERE SO A
004160*                           CHANGE CAN CORRECT ONE FIELD
004170*                           ALONE.
004180************************************************************
004190 2350-APPLY-CARD-FIELDS.
004200     IF HW-OTR-NAME NOT = SPACES
004210         MOVE HW-OTR-NAME TO HW-OPR-NAME
004220     END-IF.
004230     IF HW-OTR-SHIFT-CODE NOT = SPACE
004240         MOVE HW-OTR-SHIFT-CODE TO HW-OPR-SHIFT-CODE
004250     END-IF.
004260     IF HW-OTR-ACTIVE-FLAG NOT = SPACE
004270         MOVE HW-OTR-ACTIVE-FLAG TO HW-OPR-ACTIVE-FLAG
004280     END-IF.
004290     IF HW-OTR-AUTH-LEVEL NOT = SPACE
004300         MOVE HW-OTR-AUTH-LEVEL TO HW-OPR-AUTH-LEVEL
004310     END-IF.

004320 2350-EXIT.
004330     EXIT.

004340************************************************************
004350* 2400-APPLY-CHANGE -- MERGE THE CARD ONTO AN EXISTING
004360*                      MASTER RECORD, EDIT THE RESULT, AND
004370*                      REWRITE IT; MISSING INITIALS ARE
004380*                      REJECTED
004390************************************************************
004400 2400-APPLY-CHANGE.
004410     IF NOT WS-OPR-FOUND
004420         MOVE 'REJECTED - INITIALS NOT ON FILE' TO WS-DISPOSITION
004430         PERFORM 2700-COUNT-REJECT
004440             THRU 2700-EXIT
004450         GO TO 2400-EXIT
004460     END-IF.

004470     PERFORM 2350-APPLY-CARD-FIELDS
004480         THRU 2350-EXIT.
004490     PERFORM 2450-EDIT-OPERATOR-RECORD
004500         THRU 2450-EXIT.
004510     IF WS-EDIT-FAILED
004520         PERFORM 2700-COUNT-REJECT
004530             THRU 2700-EXIT
004540         GO TO 2400-EXIT
004550     END-IF.

004560     REWRITE HW-OPERATOR-RECORD.
004570     PERFORM 2650-FORMAT-OPERATOR-IMAGE
004580         THRU 2650-EXIT.
004590     MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE.
004600     MOVE 'APPLIED' TO WS-DISPOSITION.
004610     ADD 1 TO WS-APPLIED-COUNT.

004620 2400-EXIT.
004630     EXIT.

004640************************************************************
004650* 2450-EDIT-OPERATOR-RECORD -- EDIT THE MASTER RECORD IN THE
004660*                              BUFFER AS IT WILL SIT ON FILE.
004670*                              THE FIRST FAILING EDIT SETS
004680*                              WS-EDIT-FAILED AND THE
004690*                              REJECTION DISPOSITION.
004700************************************************************
004710 2450-EDIT-OPERATOR-RECORD.
004720     MOVE 'N' TO WS-EDIT-FAILED-SW.

004730     IF HW-OPR-NAME = SPACES
004740         MOVE 'REJECTED - NAME MISSING' TO WS-DISPOSITION
004750         SET WS-EDIT-FAILED TO TRUE
004760         GO TO 2450-EXIT
004770     END-IF.
004780     IF HW-OPR-SHIFT-CODE = SPACE
004790         MOVE 'REJECTED - SHIFT CODE MISSING' TO WS-DISPOSITION
004800         SET WS-EDIT-FAILED TO TRUE
004810         GO TO 2450-EXIT
004820     END-IF.
004830     IF NOT HW-OPR-ACTIVE-VALID
004840         MOVE 'REJECTED - ACTIVE FLAG NOT Y/N' TO WS-DISPOSITION
004850         SET WS-EDIT-FAILED TO TRUE
004860         GO TO 2450-EXIT
004870     END-IF.
004880     IF NOT HW-OPR-AUTH-VALID
004890         MOVE 'REJECTED - AUTHORITY NOT 1-3' TO WS-DISPOSITION
004900         SET WS-EDIT-FAILED TO TRUE
004910     END-IF.

004920 2450-EXIT.
004930     EXIT.

004940************************************************************
004950* 2500-APPLY-DELETE -- DELETE AN EXISTING MASTER RECORD;
004960*                      MISSING INITIALS ARE REJECTED.  AN
004970*                      OPERATOR WHO LEAVES IS NORMALLY MADE
004980*                      INACTIVE INSTEAD, SO THE INITIALS STAY
004990*                      EXPLAINED ON OLD AUDIT REPORTS.
005000************************************************************
005010 2500-APPLY-DELETE.
005020     IF NOT WS-OPR-FOUND
005030         MOVE 'REJECTED - INITIALS NOT ON FILE' TO WS-DISPOSITION
005040         PERFORM 2700-COUNT-REJECT
005050             THRU 2700-EXIT
005060         GO TO 2500-EXIT
005070     END-IF.

005080     DELETE OPERATOR-FILE.
005090     MOVE 'APPLIED - RECORD DELETED' TO WS-DISPOSITION.
005100     ADD 1 TO WS-APPLIED-COUNT.

005110 2500-EXIT.
005120     EXIT.

005130************************************************************
005140* 2600-WRITE-AUDIT-LINE -- ONE AUDIT LINE PER TRANSACTION,
005150*                          APPLIED OR REJECTED
005160************************************************************
005170 2600-WRITE-AUDIT-LINE.
005180     MOVE HW-OTR-ACTION      TO WS-AUD-ACTION.
005190     MOVE HW-OTR-INITIALS    TO WS-AUD-INITIALS.
005200     MOVE WS-BEFORE-IMAGE    TO WS-AUD-BEFORE.
005210     MOVE WS-AFTER-IMAGE     TO WS-AUD-AFTER.
005220     MOVE WS-DISPOSITION     TO WS-AUD-DISP.
005230     MOVE HW-OTR-OPERATOR-ID TO WS-AUD-OPERATOR.
005240     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-DETAIL-LINE
005250         AFTER ADVANCING 1 LINE.

005260 2600-EXIT.
005270     EXIT.

005280************************************************************
005290* 2650-FORMAT-OPERATOR-IMAGE -- FORMAT THE OPERATOR RECORD
005300*                               IN THE BUFFER AS ONE
005310*                               AUDIT-COLUMN IMAGE
005320************************************************************
005330 2650-FORMAT-OPERATOR-IMAGE.
005340     MOVE SPACES TO WS-IMAGE-WORK.
005350     STRING HW-OPR-NAME          DELIMITED BY SIZE
005360            ' '                  DELIMITED BY SIZE
005370            HW-OPR-SHIFT-CODE    DELIMITED BY SIZE
005380            ' '                  DELIMITED BY SIZE
005390            HW-OPR-ACTIVE-FLAG   DELIMITED BY SIZE
005400            ' '                  DELIMITED BY SIZE
005410            HW-OPR-AUTH-LEVEL    DELIMITED BY SIZE
005420            INTO WS-IMAGE-WORK.

005430 2650-EXIT.
005440     EXIT.

005450************************************************************
005460* 2700-COUNT-REJECT -- COUNT A REJECTED TRANSACTION AND MAKE
005470*                      SURE THE RUN ENDS WITH THE WARNING
005480*                      RETURN CODE
005490************************************************************
005500 2700-COUNT-REJECT.
005510     ADD 1 TO WS-REJECTED-COUNT.
005520     IF WS-RETURN-CODE = ZERO
005530         MOVE 4 TO WS-RETURN-CODE
005540     END-IF.

005550 2700-EXIT.
005560     EXIT.

005570************************************************************
005580* 3000-WRITE-TOTALS -- TRANSACTION CONTROL TOTALS SO THE
005590*                      AUDIT PAGE IS SELF-PROVING
005600************************************************************
005610 3000-WRITE-TOTALS.
005620     MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT.
005630     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005640     MOVE 'TRANSACTIONS READ' TO WS-TOT-LABEL.
005650     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005660     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005670         AFTER ADVANCING 2 LINES.

005680     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
005690     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005700     MOVE 'TRANSACTIONS APPLIED' TO WS-TOT-LABEL.
005710     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005720     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005730         AFTER ADVANCING 1 LINE.

005740     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
005750     MOVE SPACES TO WS-AUDIT-TOTAL-LINE.
005760     MOVE 'TRANSACTIONS REJECTED' TO WS-TOT-LABEL.
005770     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
005780     WRITE HW-AUDIT-PRINT-RECORD FROM WS-AUDIT-TOTAL-LINE
005790         AFTER ADVANCING 1 LINE.

005800 3000-EXIT.
005810     EXIT.

005820************************************************************
005830* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
005840************************************************************
005850 9999-TERMINATE.
005860     IF WS-TRN-OPEN
005870         CLOSE MAINT-TRAN-FILE
005880     END-IF.
005890     IF WS-OPR-OPEN
005900         CLOSE OPERATOR-FILE
005910     END-IF.
005920     IF WS-PRT-OPEN
005930         CLOSE AUDIT-PRINT-FILE
005940     END-IF.

005950 9999-EXIT.
005960     EXIT.
