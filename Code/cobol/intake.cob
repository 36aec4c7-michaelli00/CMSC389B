000010************************************************************
000020* INTAKE.COB
000030*
000040* PROGRAM-ID : HWINTAKE
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* MULTI-SUBMITTER TRANFILE INTAKE.  SEVERAL DEPARTMENTS NOW
000100* SEND TRANSACTIONS, AND THEIR FEEDS ARRIVE CONCATENATED ON
000110* TRANFEED.  HELLOWORLD RECONCILES ONE HDR/TRL PAIR FOR THE
000120* WHOLE OF TRANFILE, SO ONE DEPARTMENT'S TRUNCATED FEED
000130* USED TO REJECT EVERYONE'S TRANSACTIONS.  THIS STEP RUNS
000140* BEFORE THE TRANS CARD AND TAKES EACH FEED AS ITS OWN
000150* BATCH -- A HDR NAMING THE SUBMITTING DEPARTMENT
000160* (HW-TRAN-HDR-DEPT), ITS DATA RECORDS, AND A TRL -- AND
000170* ACCEPTS OR REJECTS EACH BATCH ON ITS OWN:
000180*   - THE DEPARTMENT MUST BE PRESENT AND ON DEPTMST;
000190*   - THE BATCH MUST END IN A TRAILER (A HDR OR END OF FEED
000200*     ARRIVING FIRST MEANS THE FEED WAS TRUNCATED);
000210*   - THE TRAILER COUNT MUST BE NUMERIC AND EQUAL THE DATA
000220*     RECORDS RECEIVED;
000230*   - THE HEADER DATE MUST BE THE CYCLE DATE, SO A STALE
000240*     FEED SENT AGAIN IS NOT GREETED TWICE.
000250* RECORDS FOUND OUTSIDE ANY HDR/TRL FORM A BATCH OF THEIR
000260* OWN, WHICH IS ALWAYS REJECTED.  THE RECORDS OF ACCEPTED
000270* BATCHES ARE COPIED, IN FEED ORDER, TO A CLEAN TRANFILE
000280* UNDER ONE HEADER (THE CYCLE DATE) AND ONE TRAILER, SO
000290* HELLOWORLD'S OWN RECONCILIATION STILL HOLDS AND A BAD
000300* FEED HOLDS ONLY ITS OWN DEPARTMENT.  RECORD-LEVEL EDITS
000310* STAY WITH HELLOWORLD'S EDIT PASS.
000320*
000330* EVERY BATCH GETS AN HWACKREC ACKNOWLEDGMENT (ACCEPTED OR
000340* REJECTED, RECORDS RECEIVED, TRAILER COUNT, REASON) ON THE
000350* OUTBOUND FILE ROUTACK.<ROUTE> FOR ITS DEPARTMENT'S
000360* DEPTMST ROUTE CODE, THE SAME NIGHT.  A BATCH WITH NO
000370* ROUTABLE DEPARTMENT (NONE GIVEN, NOT ON DEPTMST, NO ROUTE
000380* CODE, OR RECORDS OUTSIDE ANY BATCH) CANNOT BE ACKNOWLEDGED
000390* AND IS FLAGGED ON THE INTAKE REPORT FOR OPERATIONS.  THE
000400* ACKNOWLEDGMENTS ARE ONLY SENT ONCE TRANFILE IS COMPLETE.
000410*
000420* TRANFILE IS OPENED AND GIVEN ITS HEADER BEFORE ANYTHING
000430* ELSE, AND ITS TRAILER IS WRITTEN ONLY ONCE EVERY ACCEPTED
000440* BATCH HAS BEEN COPIED.  A RUN THAT STOPS SHORT FOR ANY
000450* REASON THEREFORE LEAVES A TRANFILE WITH NO TRAILER, WHICH
000460* HELLOWORLD REJECTS (ITS RC 48), AND NEVER THE LAST CYCLE'S
000470* TRANFILE FOR THE TRANS CARD TO GREET A SECOND TIME.
000480*
000490* THE OPTIONAL INTCARD CONTROL CARD CARRIES THE CYCLE DATE;
000500* WITH NO CARD THE CURRENT DATE IS ASSUMED.
000510*
000520* RETURN-CODE VALUES
000530*   00 = NORMAL COMPLETION, EVERY BATCH ACCEPTED
000540*   04 = ONE OR MORE BATCHES REJECTED (TRANFILE HOLDS THE
000550*        ACCEPTED BATCHES)
000560*   08 = ONE OR MORE ACKNOWLEDGMENTS COULD NOT BE SENT
000570*   16 = MORE THAN 500 BATCHES ON TRANFEED - TRANFILE LEFT
000580*        WITHOUT A TRAILER
000590*   32 = TRANFEED COULD NOT BE OPENED
000600*   36 = DEPTMST COULD NOT BE OPENED
000610*   40 = INTKRPT COULD NOT BE OPENED
000620*   52 = TRANFILE COULD NOT BE OPENED OR WRITTEN - NO
000630*        ACKNOWLEDGMENTS SENT
000640*
000650* MODIFICATION HISTORY
000660*   DATE       INIT  DESCRIPTION
000670*   ---------- ----  --------------------------------------
000680*   2026-10-15  JRM  ORIGINAL PROGRAM.
000690************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.    HWINTAKE.
000720 AUTHOR.        J. R. MORALES.
000730 INSTALLATION.  CMSC389B BATCH SERVICES.
000740 DATE-WRITTEN.  2026-10-15.
000750 DATE-COMPILED.

000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.   IBM-370.
000790 OBJECT-COMPUTER.   IBM-370.
000800 SPECIAL-NAMES.
000810     CONSOLE IS CONSOLE.

000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT INTAKE-CARD-FILE
000850         ASSIGN TO INTCARD
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CARD-FILE-STATUS.

000880     SELECT FEED-FILE
000890         ASSIGN TO TRANFEED
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-FEED-FILE-STATUS.

000920     SELECT DEPARTMENT-FILE
000930         ASSIGN TO DEPTMST
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS HW-DEP-CODE
000970         FILE STATUS IS WS-DEP-FILE-STATUS.

000980     SELECT TRANSACTION-FILE
000990         ASSIGN TO TRANFILE
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-TRAN-FILE-STATUS.

001020     SELECT ROUTE-ACK-FILE
001030         ASSIGN TO DYNAMIC WS-ROUTE-ACK-NAME
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ACK-FILE-STATUS.

001060     SELECT INTAKE-PRINT-FILE
001070         ASSIGN TO INTKRPT
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-PRT-FILE-STATUS.

001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  INTAKE-CARD-FILE
001130     RECORDING MODE IS F.
001140 01  HW-INTAKE-CARD.
001150     05  HW-INTC-CYCLE-DATE      PIC X(08).
001160     05  FILLER                  PIC X(72).

001170 FD  FEED-FILE
001180     RECORDING MODE IS F.
001190 COPY HWTRANRC.

001200 FD  DEPARTMENT-FILE.
001210 COPY HWDEPREC.

001220 FD  TRANSACTION-FILE
001230     RECORDING MODE IS F.
001240 01  HW-CLEAN-TRAN-RECORD        PIC X(80).

001250 FD  ROUTE-ACK-FILE
001260     RECORDING MODE IS F.
001270 COPY HWACKREC.

001280 FD  INTAKE-PRINT-FILE
001290     LINAGE IS 60 LINES
001300         LINES AT TOP 2
001310         LINES AT BOTTOM 3.
001320 01  HW-INTAKE-PRINT-RECORD      PIC X(132).

001330 WORKING-STORAGE SECTION.
001340*---------------------------------------------------------*
001350*    SWITCHES AND COUNTERS                                 *
001360*---------------------------------------------------------*
001370 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
001380     88  WS-CARD-OK                      VALUE '00'.

001390 77  WS-CARD-READ-SW         PIC X(01)   VALUE 'N'.
001400     88  WS-CARD-READ                    VALUE 'Y'.

001410 77  WS-FEED-FILE-STATUS     PIC X(02)   VALUE SPACES.
001420     88  WS-FEED-OK                      VALUE '00'.

001430 77  WS-FEED-OPEN-SW         PIC X(01)   VALUE 'N'.
001440     88  WS-FEED-OPEN                    VALUE 'Y'.

001450 77  WS-FEED-EOF-SW          PIC X(01)   VALUE 'N'.
001460     88  WS-FEED-EOF                     VALUE 'Y'.

001470 77  WS-DEP-FILE-STATUS      PIC X(02)   VALUE SPACES.
001480     88  WS-DEP-OK                       VALUE '00'.

001490 77  WS-DEP-OPEN-SW          PIC X(01)   VALUE 'N'.
001500     88  WS-DEP-OPEN                     VALUE 'Y'.

001510 77  WS-DEP-FOUND-SW         PIC X(01)   VALUE 'N'.
001520     88  WS-DEP-FOUND                    VALUE 'Y'.

001530 77  WS-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
001540     88  WS-TRAN-OK                      VALUE '00'.

001550 77  WS-TRAN-OPEN-SW         PIC X(01)   VALUE 'N'.
001560     88  WS-TRAN-OPEN                    VALUE 'Y'.

001570 77  WS-ACK-FILE-STATUS      PIC X(02)   VALUE SPACES.
001580     88  WS-ACK-OK                       VALUE '00'.

001590 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
001600     88  WS-PRT-OK                       VALUE '00'.

001610 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
001620     88  WS-PRT-OPEN                     VALUE 'Y'.

001630 77  WS-SCAN-STATE-SW        PIC X(01)   VALUE 'N'.
001640     88  WS-SCAN-OUTSIDE                 VALUE 'N'.
001650     88  WS-SCAN-IN-BATCH                VALUE 'B'.
001660     88  WS-SCAN-IN-ORPHAN               VALUE 'O'.

001670 77  WS-BAT-FULL-SW          PIC X(01)   VALUE 'N'.
001680     88  WS-BAT-FULL                     VALUE 'Y'.

001690 77  WS-BAT-PLACED-SW        PIC X(01)   VALUE 'N'.
001700     88  WS-BAT-PLACED                   VALUE 'Y'.

001710 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.

001720 77  WS-FEED-REC-NUM         PIC 9(08)   VALUE ZERO COMP.
001730 77  WS-FEED-READ-COUNT      PIC 9(08)   VALUE ZERO COMP.
001740 77  WS-ACCEPTED-COUNT       PIC 9(04)   VALUE ZERO COMP.
001750 77  WS-REJECTED-COUNT       PIC 9(04)   VALUE ZERO COMP.
001760 77  WS-RECEIVED-TOTAL       PIC 9(08)   VALUE ZERO COMP.
001770 77  WS-REJECTED-RECS        PIC 9(08)   VALUE ZERO COMP.
001780 77  WS-WRITTEN-COUNT        PIC 9(06)   VALUE ZERO COMP.
001790 77  WS-ACK-SENT-COUNT       PIC 9(04)   VALUE ZERO COMP.
001800 77  WS-ACK-UNSENT-COUNT     PIC 9(04)   VALUE ZERO COMP.
001810 77  WS-PAGE-COUNT           PIC 9(04)   VALUE ZERO COMP.
001820 77  WS-COUNT-EDIT           PIC ZZZZZZZ9.

001830*---------------------------------------------------------*
001840*    ONE ENTRY PER BATCH ON TRANFEED, IN FEED ORDER.  THE  *
001850*    FIRST AND LAST RECORD NUMBERS BOUND THE BATCH (HDR    *
001860*    THROUGH TRL) SO THE COPY PASS CAN TELL WHICH BATCH    *
001870*    EACH FEED RECORD BELONGS TO.                          *
001880*---------------------------------------------------------*
001890 01  WS-BAT-TABLE.
001900     05  WS-BAT-ENTRY         OCCURS 500 TIMES.
001910         10  WS-BAT-FIRST-REC     PIC 9(08) COMP.
001920         10  WS-BAT-LAST-REC      PIC 9(08) COMP.
001930         10  WS-BAT-DEPT-CODE     PIC X(08).
001940         10  WS-BAT-ROUTE-CODE    PIC X(04).
001950         10  WS-BAT-HDR-DATE      PIC X(08).
001960         10  WS-BAT-RECEIVED      PIC 9(06) COMP.
001970         10  WS-BAT-TRL-COUNT     PIC 9(06) COMP.
001980         10  WS-BAT-TRL-SW        PIC X(01).
001990             88  WS-BAT-NO-TRL            VALUE 'N'.
002000             88  WS-BAT-TRL-NUMERIC       VALUE 'Y'.
002010             88  WS-BAT-TRL-NOT-NUMERIC   VALUE 'X'.
002020         10  WS-BAT-ORPHAN-SW     PIC X(01).
002030             88  WS-BAT-ORPHAN            VALUE 'Y'.
002040         10  WS-BAT-STATUS        PIC X(01).
002050             88  WS-BAT-ACCEPTED          VALUE 'A'.
002060             88  WS-BAT-REJECTED          VALUE 'R'.
002070         10  WS-BAT-REASON-CODE   PIC X(04).
002080         10  WS-BAT-REASON-TEXT   PIC X(30).

002090 77  WS-BAT-USED             PIC 9(04)   VALUE ZERO COMP.
002100 77  WS-BAT-SUB              PIC 9(04)   VALUE ZERO COMP.

002110*---------------------------------------------------------*
002120*    CURRENT DATE/TIME, CYCLE DATE, ACK FILE NAME          *
002130*---------------------------------------------------------*
002140 01  WS-CURRENT-DATE-TIME.
002150     05  WS-CURRENT-DATE      PIC X(08).
002160     05  WS-CURRENT-TIME      PIC X(08).

002170 77  WS-CYCLE-DATE           PIC X(08)   VALUE SPACES.

002180 77  WS-ROUTE-ACK-NAME       PIC X(20)   VALUE SPACES.

002190 77  WS-TRIM-TEXT            PIC X(40)   VALUE SPACES.
002200 77  WS-TRIM-LEN             PIC 9(02)   VALUE ZERO COMP.

002210*---------------------------------------------------------*
002220*    CLEAN TRANFILE HEADER AND TRAILER IMAGES              *
002230*---------------------------------------------------------*
002240 01  WS-CLEAN-HEADER.
002250     05  FILLER               PIC X(06)  VALUE 'HDR   '.
002260     05  WS-CH-DATE           PIC X(08).
002270     05  FILLER               PIC X(66)  VALUE SPACES.

002280 01  WS-CLEAN-TRAILER.
002290     05  FILLER               PIC X(06)  VALUE 'TRL   '.
002300     05  WS-CT-COUNT          PIC 9(06).
002310     05  FILLER               PIC X(68)  VALUE SPACES.

002320*---------------------------------------------------------*
002330*    INTAKE REPORT LINES                                   *
002340*---------------------------------------------------------*
002350 01  WS-RPT-HEADER-LINE.
002360     05  FILLER               PIC X(24)  VALUE
002370         'TRANFILE INTAKE REPORT  '.
002380     05  FILLER               PIC X(12)  VALUE 'CYCLE DATE: '.
002390     05  WS-HDR-CYCLE-DATE    PIC X(08).
002400     05  FILLER               PIC X(03)  VALUE SPACES.
002410     05  FILLER               PIC X(05)  VALUE 'PAGE '.
002420     05  WS-HDR-PAGE          PIC ZZZ9.
002430     05  FILLER               PIC X(76)  VALUE SPACES.

002440 01  WS-RPT-COLUMN-LINE.
002450     05  FILLER               PIC X(06)  VALUE 'BATCH'.
002460     05  FILLER               PIC X(10)  VALUE 'DEPT'.
002470     05  FILLER               PIC X(06)  VALUE 'ROUTE'.
002480     05  FILLER               PIC X(10)  VALUE 'HDR DATE'.
002490     05  FILLER               PIC X(09)  VALUE 'RECEIVED'.
002500     05  FILLER               PIC X(08)  VALUE 'TRL CNT'.
002510     05  FILLER               PIC X(10)  VALUE 'STATUS'.
002520     05  FILLER               PIC X(36)  VALUE 'REASON'.
002530     05  FILLER               PIC X(12)  VALUE 'ACK'.
002540     05  FILLER               PIC X(25)  VALUE SPACES.

002550 01  WS-RPT-DETAIL-LINE.
002560     05  WS-DTL-BATCH-SEQ     PIC ZZZ9.
002570     05  FILLER               PIC X(02)  VALUE SPACES.
002580     05  WS-DTL-DEPT-CODE     PIC X(08).
002590     05  FILLER               PIC X(02)  VALUE SPACES.
002600     05  WS-DTL-ROUTE-CODE    PIC X(04).
002610     05  FILLER               PIC X(02)  VALUE SPACES.
002620     05  WS-DTL-HDR-DATE      PIC X(08).
002630     05  FILLER               PIC X(02)  VALUE SPACES.
002640     05  WS-DTL-RECEIVED      PIC ZZZZZ9.
002650     05  FILLER               PIC X(03)  VALUE SPACES.
002660     05  WS-DTL-TRL-COUNT     PIC X(06).
002670     05  FILLER               PIC X(02)  VALUE SPACES.
002680     05  WS-DTL-STATUS        PIC X(08).
002690     05  FILLER               PIC X(02)  VALUE SPACES.
002700     05  WS-DTL-REASON-CODE   PIC X(04).
002710     05  FILLER               PIC X(01)  VALUE SPACES.
002720     05  WS-DTL-REASON-TEXT   PIC X(30).
002730     05  FILLER               PIC X(01)  VALUE SPACES.
002740     05  WS-DTL-ACK           PIC X(12).
002750     05  FILLER               PIC X(25)  VALUE SPACES.

002760 77  WS-TRL-EDIT             PIC ZZZZZ9.

002770 01  WS-RPT-TEXT-LINE.
002780     05  WS-TXT-TEXT          PIC X(70).
002790     05  FILLER               PIC X(62)  VALUE SPACES.

002800 01  WS-RPT-TOTAL-LINE.
002810     05  WS-TOT-LABEL         PIC X(40).
002820     05  WS-TOT-COUNT         PIC X(08).
002830     05  FILLER               PIC X(84)  VALUE SPACES.

002840 PROCEDURE DIVISION.
002850************************************************************
002860* 0000-MAINLINE
002870************************************************************
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE
002900         THRU 1000-EXIT.
002910     IF WS-RETURN-CODE = ZERO
002920         PERFORM 2000-SCAN-FEED
002930             THRU 2000-EXIT
002940     END-IF.
002950     IF WS-RETURN-CODE = ZERO
002960         PERFORM 3000-BUILD-TRANFILE
002970             THRU 3000-EXIT
002980     END-IF.
002990     IF WS-RETURN-CODE = ZERO
003000         PERFORM 4000-REPORT-AND-ACKNOWLEDGE
003010             THRU 4000-EXIT
003020         PERFORM 5000-WRITE-TOTALS
003030             THRU 5000-EXIT
003040     END-IF.
003050     PERFORM 9999-TERMINATE
003060         THRU 9999-EXIT.
003070     MOVE WS-RETURN-CODE TO RETURN-CODE.
003080     STOP RUN.

003090************************************************************
003100* 1000-INITIALIZE -- PICK UP THE CYCLE DATE, OPEN TRANFILE
003110*                    AND WRITE ITS HEADER, OPEN THE REPORT,
003120*                    DEPTMST AND THE FEED, AND HEAD THE
003130*                    FIRST PAGE
003140************************************************************
003150 1000-INITIALIZE.
003160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003170     ACCEPT WS-CURRENT-TIME FROM TIME.
003180     MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.

003190     OPEN INPUT INTAKE-CARD-FILE.
003200     IF WS-CARD-OK
003210         READ INTAKE-CARD-FILE
003220             AT END
003230                 CONTINUE
003240             NOT AT END
003250                 SET WS-CARD-READ TO TRUE
003260         END-READ
003270         IF WS-CARD-READ
003280             IF HW-INTC-CYCLE-DATE NOT = SPACES
003290                 MOVE HW-INTC-CYCLE-DATE TO WS-CYCLE-DATE
003300             END-IF
003310         END-IF
003320         CLOSE INTAKE-CARD-FILE
003330     ELSE
003340         DISPLAY 'HWINTAKE: INTCARD NOT AVAILABLE, USING '
003350                 'CURRENT DATE'
003360     END-IF.

003370*    TRANFILE IS HEADED FIRST SO AN EARLY EXIT LEAVES NO TRL.
003380     OPEN OUTPUT TRANSACTION-FILE.
003390     IF NOT WS-TRAN-OK
003400         DISPLAY 'HWINTAKE: UNABLE TO OPEN TRANFILE, '
003410                 'STATUS = ' WS-TRAN-FILE-STATUS
003420         MOVE 52 TO WS-RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF.
003450     SET WS-TRAN-OPEN TO TRUE.
003460     MOVE WS-CYCLE-DATE TO WS-CH-DATE.
003470     WRITE HW-CLEAN-TRAN-RECORD FROM WS-CLEAN-HEADER.
003480     IF NOT WS-TRAN-OK
003490         DISPLAY 'HWINTAKE: UNABLE TO WRITE TRANFILE, '
003500                 'STATUS = ' WS-TRAN-FILE-STATUS
003510         MOVE 52 TO WS-RETURN-CODE
003520         GO TO 1000-EXIT
003530     END-IF.

003540     OPEN OUTPUT INTAKE-PRINT-FILE.
003550     IF NOT WS-PRT-OK
003560         DISPLAY 'HWINTAKE: UNABLE TO OPEN INTKRPT, '
003570                 'STATUS = ' WS-PRT-FILE-STATUS
003580         MOVE 40 TO WS-RETURN-CODE
003590         GO TO 1000-EXIT
003600     END-IF.
003610     SET WS-PRT-OPEN TO TRUE.
003620     MOVE WS-CYCLE-DATE TO WS-HDR-CYCLE-DATE.
003630     PERFORM 8100-WRITE-PAGE-HEADER
003640         THRU 8100-EXIT.

003650     OPEN INPUT DEPARTMENT-FILE.
003660     IF NOT WS-DEP-OK
003670         DISPLAY 'HWINTAKE: UNABLE TO OPEN DEPTMST, '
003680                 'STATUS = ' WS-DEP-FILE-STATUS
003690         MOVE 36 TO WS-RETURN-CODE
003700         GO TO 1000-EXIT
003710     END-IF.
003720     SET WS-DEP-OPEN TO TRUE.

003730     OPEN INPUT FEED-FILE.
003740     IF NOT WS-FEED-OK
003750         DISPLAY 'HWINTAKE: UNABLE TO OPEN TRANFEED, '
003760                 'STATUS = ' WS-FEED-FILE-STATUS
003770         MOVE 32 TO WS-RETURN-CODE
003780         GO TO 1000-EXIT
003790     END-IF.
003800     SET WS-FEED-OPEN TO TRUE.
003810 1000-EXIT.
003820     EXIT.

003830************************************************************
003840* 2000-SCAN-FEED -- FIRST PASS: SPLIT TRANFEED INTO BATCHES
003850*                   AND DECIDE EACH ONE
003860************************************************************
003870 2000-SCAN-FEED.
003880     MOVE ZERO TO WS-FEED-REC-NUM.
003890     SET WS-SCAN-OUTSIDE TO TRUE.
003900     PERFORM 6000-READ-FEED-RECORD
003910         THRU 6000-EXIT.
003920     PERFORM 2100-SCAN-ONE-RECORD
003930         THRU 2100-EXIT
003940         UNTIL WS-FEED-EOF
003950            OR WS-BAT-FULL.

003960     IF WS-BAT-FULL
003970         DISPLAY 'HWINTAKE: MORE THAN 500 BATCHES ON TRANFEED'
003980                 ' - TRANFILE NOT FINISHED'
003990         MOVE SPACES TO WS-RPT-TEXT-LINE
004000         MOVE '** MORE THAN 500 BATCHES - NO TRANFILE TRAILER **'
004010             TO WS-TXT-TEXT
004020         PERFORM 8000-PRINT-TEXT-LINE
004030             THRU 8000-EXIT
004040         MOVE 16 TO WS-RETURN-CODE
004050         GO TO 2000-EXIT
004060     END-IF.

004070*    A BATCH STILL OPEN AT END OF FEED NEVER SAW ITS TRAILER.
004080     MOVE WS-FEED-READ-COUNT TO WS-FEED-REC-NUM.
004090     IF NOT WS-SCAN-OUTSIDE
004100         PERFORM 2500-CLOSE-BATCH
004110             THRU 2500-EXIT
004120     END-IF.

004130 2000-EXIT.
004140     EXIT.

004150************************************************************
004160* 2100-SCAN-ONE-RECORD -- PLACE ONE FEED RECORD: A HEADER
004170*                         CLOSES WHATEVER WAS OPEN AND STARTS
004180*                         A BATCH, A TRAILER CLOSES THE
004190*                         BATCH, AND ANY RECORD OUTSIDE A
004200*                         BATCH STARTS OR JOINS AN ORPHAN RUN
004210************************************************************
004220 2100-SCAN-ONE-RECORD.
004230     MOVE WS-FEED-READ-COUNT TO WS-FEED-REC-NUM.

004240     IF HW-TRAN-HEADER
004250         IF NOT WS-SCAN-OUTSIDE
004260             SUBTRACT 1 FROM WS-FEED-REC-NUM
004270             PERFORM 2500-CLOSE-BATCH
004280                 THRU 2500-EXIT
004290             ADD 1 TO WS-FEED-REC-NUM
004300         END-IF
004310         PERFORM 2200-START-BATCH
004320             THRU 2200-EXIT
004330         IF WS-BAT-FULL
004340             GO TO 2100-EXIT
004350         END-IF
004360         MOVE HW-TRAN-HDR-DEPT TO WS-BAT-DEPT-CODE (WS-BAT-USED)
004370         MOVE HW-TRAN-HDR-DATE TO WS-BAT-HDR-DATE (WS-BAT-USED)
004380         SET WS-SCAN-IN-BATCH TO TRUE
004390         GO TO 2100-NEXT
004400     END-IF.

004410     IF HW-TRAN-TRAILER
004420        AND WS-SCAN-IN-BATCH
004430         IF HW-TRAN-TRL-COUNT NUMERIC
004440             MOVE HW-TRAN-TRL-COUNT
004450                 TO WS-BAT-TRL-COUNT (WS-BAT-USED)
004460             SET WS-BAT-TRL-NUMERIC (WS-BAT-USED) TO TRUE
004470         ELSE
004480             SET WS-BAT-TRL-NOT-NUMERIC (WS-BAT-USED) TO TRUE
004490         END-IF
004500         PERFORM 2500-CLOSE-BATCH
004510             THRU 2500-EXIT
004520         GO TO 2100-NEXT
004530     END-IF.

004540     IF WS-SCAN-OUTSIDE
004550         PERFORM 2200-START-BATCH
004560             THRU 2200-EXIT
004570         IF WS-BAT-FULL
004580             GO TO 2100-EXIT
004590         END-IF
004600         SET WS-BAT-ORPHAN (WS-BAT-USED) TO TRUE
004610         SET WS-SCAN-IN-ORPHAN TO TRUE
004620     END-IF.
004630     IF NOT HW-TRAN-TRAILER
004640         ADD 1 TO WS-BAT-RECEIVED (WS-BAT-USED)
004650     END-IF.

004660 2100-NEXT.
004670     PERFORM 6000-READ-FEED-RECORD
004680         THRU 6000-EXIT.

004690 2100-EXIT.
004700     EXIT.

004710************************************************************
004720* 2200-START-BATCH -- OPEN A NEW BATCH-TABLE ENTRY AT THE
004730*                     CURRENT FEED RECORD
004740************************************************************
004750 2200-START-BATCH.
004760     IF WS-BAT-USED >= 500
004770         SET WS-BAT-FULL TO TRUE
004780         GO TO 2200-EXIT
004790     END-IF.
004800     ADD 1 TO WS-BAT-USED.
004810     MOVE WS-FEED-REC-NUM TO WS-BAT-FIRST-REC (WS-BAT-USED).
004820     MOVE WS-FEED-REC-NUM TO WS-BAT-LAST-REC (WS-BAT-USED).
004830     MOVE SPACES          TO WS-BAT-DEPT-CODE (WS-BAT-USED).
004840     MOVE SPACES          TO WS-BAT-ROUTE-CODE (WS-BAT-USED).
004850     MOVE SPACES          TO WS-BAT-HDR-DATE (WS-BAT-USED).
004860     MOVE ZERO            TO WS-BAT-RECEIVED (WS-BAT-USED).
004870     MOVE ZERO            TO WS-BAT-TRL-COUNT (WS-BAT-USED).
004880     SET WS-BAT-NO-TRL (WS-BAT-USED) TO TRUE.
004890     MOVE 'N'             TO WS-BAT-ORPHAN-SW (WS-BAT-USED).
004900     MOVE SPACES          TO WS-BAT-STATUS (WS-BAT-USED).
004910     MOVE SPACES          TO WS-BAT-REASON-CODE (WS-BAT-USED).
004920     MOVE SPACES          TO WS-BAT-REASON-TEXT (WS-BAT-USED).

004930 2200-EXIT.
004940     EXIT.

004950************************************************************
004960* 2500-CLOSE-BATCH -- END THE OPEN BATCH AT WS-FEED-REC-NUM
004970*                     AND DECIDE IT
004980************************************************************
004990 2500-CLOSE-BATCH.
005000     MOVE WS-FEED-REC-NUM TO WS-BAT-LAST-REC (WS-BAT-USED).
005010     MOVE WS-BAT-USED     TO WS-BAT-SUB.
005020     PERFORM 2600-DECIDE-BATCH
005030         THRU 2600-EXIT.
005040     SET WS-SCAN-OUTSIDE TO TRUE.

005050 2500-EXIT.
005060     EXIT.

005070************************************************************
005080* 2600-DECIDE-BATCH -- ACCEPT OR REJECT THE BATCH AT
005090*                      WS-BAT-SUB.  THE DEPARTMENT IS LOOKED
005100*                      UP FIRST SO EVEN A REJECTED BATCH
005110*                      CARRIES THE ROUTE ITS ACKNOWLEDGMENT
005120*                      GOES TO.  THE FIRST FAILING EDIT
005130*                      DECIDES THE REASON.
005140************************************************************
005150 2600-DECIDE-BATCH.
005160     SET WS-BAT-REJECTED (WS-BAT-SUB) TO TRUE.
005170     IF WS-BAT-ORPHAN (WS-BAT-SUB)
005180         MOVE 'B007' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005190         MOVE 'RECORDS OUTSIDE ANY HDR/TRL'
005200             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005210         GO TO 2600-EXIT
005220     END-IF.

005230     IF WS-BAT-DEPT-CODE (WS-BAT-SUB) = SPACES
005240         MOVE 'B001' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005250         MOVE 'NO SUBMITTING DEPARTMENT'
005260             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005270         GO TO 2600-EXIT
005280     END-IF.

005290     PERFORM 6300-LOOKUP-DEPARTMENT
005300         THRU 6300-EXIT.
005310     IF NOT WS-DEP-FOUND
005320         MOVE 'B002' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005330         MOVE 'DEPARTMENT NOT ON DEPTMST'
005340             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005350         GO TO 2600-EXIT
005360     END-IF.
005370     MOVE HW-DEP-ROUTE-CODE TO WS-BAT-ROUTE-CODE (WS-BAT-SUB).

005380     IF WS-BAT-NO-TRL (WS-BAT-SUB)
005390         MOVE 'B003' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005400         MOVE 'NO TRAILER - FEED TRUNCATED'
005410             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005420         GO TO 2600-EXIT
005430     END-IF.

005440     IF WS-BAT-TRL-NOT-NUMERIC (WS-BAT-SUB)
005450         MOVE 'B004' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005460         MOVE 'TRAILER COUNT NOT NUMERIC'
005470             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005480         GO TO 2600-EXIT
005490     END-IF.

005500     IF WS-BAT-TRL-COUNT (WS-BAT-SUB)
005510        NOT = WS-BAT-RECEIVED (WS-BAT-SUB)
005520         MOVE 'B005' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005530         MOVE 'TRAILER COUNT OUT OF BALANCE'
005540             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005550         GO TO 2600-EXIT
005560     END-IF.

005570     IF WS-BAT-HDR-DATE (WS-BAT-SUB) NOT = WS-CYCLE-DATE
005580         MOVE 'B006' TO WS-BAT-REASON-CODE (WS-BAT-SUB)
005590         MOVE 'HEADER DATE NOT THE CYCLE DATE'
005600             TO WS-BAT-REASON-TEXT (WS-BAT-SUB)
005610         GO TO 2600-EXIT
005620     END-IF.

005630     SET WS-BAT-ACCEPTED (WS-BAT-SUB) TO TRUE.

005640 2600-EXIT.
005650     EXIT.

005660************************************************************
005670* 3000-BUILD-TRANFILE -- SECOND PASS: COPY THE DATA RECORDS
005680*                        OF EVERY ACCEPTED BATCH TO TRANFILE
005690*                        UNDER THE HEADER 1000-INITIALIZE
005700*                        WROTE, THEN CLOSE IT OFF WITH THE
005710*                        TRAILER.  A NIGHT WITH NOTHING
005720*                        ACCEPTED STILL GETS AN EMPTY,
005730*                        BALANCED TRANFILE.
005740************************************************************
005750 3000-BUILD-TRANFILE.
005760     CLOSE FEED-FILE.
005770     MOVE 'N' TO WS-FEED-OPEN-SW.
005780     MOVE 'N' TO WS-FEED-EOF-SW.
005790     MOVE ZERO TO WS-FEED-READ-COUNT.
005800     OPEN INPUT FEED-FILE.
005810     IF NOT WS-FEED-OK
005820         DISPLAY 'HWINTAKE: UNABLE TO REOPEN TRANFEED, '
005830                 'STATUS = ' WS-FEED-FILE-STATUS
005840         MOVE 32 TO WS-RETURN-CODE
005850         GO TO 3000-EXIT
005860     END-IF.
005870     SET WS-FEED-OPEN TO TRUE.

005880     MOVE 1 TO WS-BAT-SUB.
005890     PERFORM 6000-READ-FEED-RECORD
005900         THRU 6000-EXIT.
005910     PERFORM 3100-COPY-ONE-RECORD
005920         THRU 3100-EXIT
005930         UNTIL WS-FEED-EOF
005940            OR WS-RETURN-CODE NOT = ZERO.
005950     IF WS-RETURN-CODE NOT = ZERO
005960         GO TO 3000-EXIT
005970     END-IF.

005980     MOVE WS-WRITTEN-COUNT TO WS-CT-COUNT.
005990     WRITE HW-CLEAN-TRAN-RECORD FROM WS-CLEAN-TRAILER.
006000     IF NOT WS-TRAN-OK
006010         DISPLAY 'HWINTAKE: UNABLE TO WRITE TRANFILE, '
006020                 'STATUS = ' WS-TRAN-FILE-STATUS
006030         MOVE 52 TO WS-RETURN-CODE
006040     END-IF.

006050 3000-EXIT.
006060     EXIT.

006070************************************************************
006080* 3100-COPY-ONE-RECORD -- COPY THE FEED RECORD IF IT IS A
006090*                         DATA RECORD OF AN ACCEPTED BATCH
006100************************************************************
006110 3100-COPY-ONE-RECORD.
006120     MOVE WS-FEED-READ-COUNT TO WS-FEED-REC-NUM.
006130     MOVE 'N' TO WS-BAT-PLACED-SW.
006140     PERFORM 3150-STEP-TO-RECORD-BATCH
006150         THRU 3150-EXIT
006160         UNTIL WS-BAT-PLACED.
006170     IF WS-BAT-SUB > WS-BAT-USED
006180         GO TO 3100-NEXT
006190     END-IF.

006200     IF WS-FEED-REC-NUM >= WS-BAT-FIRST-REC (WS-BAT-SUB)
006210        AND WS-BAT-ACCEPTED (WS-BAT-SUB)
006220        AND NOT HW-TRAN-HEADER
006230        AND NOT HW-TRAN-TRAILER
006240         WRITE HW-CLEAN-TRAN-RECORD FROM HW-TRANSACTION-RECORD
006250         IF NOT WS-TRAN-OK
006260             DISPLAY 'HWINTAKE: UNABLE TO WRITE TRANFILE, '
006270                     'STATUS = ' WS-TRAN-FILE-STATUS
006280             MOVE 52 TO WS-RETURN-CODE
006290             GO TO 3100-EXIT
006300         END-IF
006310         ADD 1 TO WS-WRITTEN-COUNT
006320     END-IF.

006330 3100-NEXT.
006340     PERFORM 6000-READ-FEED-RECORD
006350         THRU 6000-EXIT.

006360 3100-EXIT.
006370     EXIT.

006380************************************************************
006390* 3150-STEP-TO-RECORD-BATCH -- MOVE WS-BAT-SUB FORWARD PAST
006400*                              BATCHES THAT END BEFORE THE
006410*                              CURRENT FEED RECORD
006420************************************************************
006430 3150-STEP-TO-RECORD-BATCH.
006440     IF WS-BAT-SUB > WS-BAT-USED
006450         SET WS-BAT-PLACED TO TRUE
006460         GO TO 3150-EXIT
006470     END-IF.
006480     IF WS-FEED-REC-NUM > WS-BAT-LAST-REC (WS-BAT-SUB)
006490         ADD 1 TO WS-BAT-SUB
006500     ELSE
006510         SET WS-BAT-PLACED TO TRUE
006520     END-IF.

006530 3150-EXIT.
006540     EXIT.

006550************************************************************
006560* 4000-REPORT-AND-ACKNOWLEDGE -- ONE REPORT LINE AND ONE
006570*                                ACKNOWLEDGMENT PER BATCH
006580************************************************************
006590 4000-REPORT-AND-ACKNOWLEDGE.
006600     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-COLUMN-LINE
006610         AFTER ADVANCING 2 LINES.
006620     MOVE ZERO TO WS-BAT-SUB.
006630     PERFORM 4100-REPORT-ONE-BATCH
006640         THRU 4100-EXIT
006650         WS-BAT-USED TIMES.

006660     IF WS-BAT-USED = ZERO
006670         MOVE SPACES TO WS-RPT-TEXT-LINE
006680         MOVE '  NO BATCHES ON TRANFEED - EMPTY TRANFILE BUILT'
006690             TO WS-TXT-TEXT
006700         PERFORM 8000-PRINT-TEXT-LINE
006710             THRU 8000-EXIT
006720     END-IF.

006730     IF WS-REJECTED-COUNT > ZERO
006740         IF WS-RETURN-CODE = ZERO
006750             MOVE 4 TO WS-RETURN-CODE
006760         END-IF
006770     END-IF.
006780     IF WS-ACK-UNSENT-COUNT > ZERO
006790         IF WS-RETURN-CODE < 8
006800             MOVE 8 TO WS-RETURN-CODE
006810         END-IF
006820     END-IF.

006830 4000-EXIT.
006840     EXIT.

006850************************************************************
006860* 4100-REPORT-ONE-BATCH -- COUNT, ACKNOWLEDGE AND LIST THE
006870*                          NEXT BATCH
006880************************************************************
006890 4100-REPORT-ONE-BATCH.
006900     ADD 1 TO WS-BAT-SUB.
006910     ADD WS-BAT-RECEIVED (WS-BAT-SUB) TO WS-RECEIVED-TOTAL.
006920     IF WS-BAT-ACCEPTED (WS-BAT-SUB)
006930         ADD 1 TO WS-ACCEPTED-COUNT
006940         MOVE 'ACCEPTED' TO WS-DTL-STATUS
006950     ELSE
006960         ADD 1 TO WS-REJECTED-COUNT
006970         ADD WS-BAT-RECEIVED (WS-BAT-SUB) TO WS-REJECTED-RECS
006980         MOVE 'REJECTED' TO WS-DTL-STATUS
006990         DISPLAY 'HWINTAKE: BATCH ' WS-BAT-SUB ' DEPT '
007000                 WS-BAT-DEPT-CODE (WS-BAT-SUB) ' REJECTED - '
007010                 WS-BAT-REASON-TEXT (WS-BAT-SUB)
007020     END-IF.

007030     PERFORM 4200-SEND-ACKNOWLEDGMENT
007040         THRU 4200-EXIT.

007050     MOVE WS-BAT-SUB                   TO WS-DTL-BATCH-SEQ.
007060     MOVE WS-BAT-DEPT-CODE (WS-BAT-SUB)  TO WS-DTL-DEPT-CODE.
007070     MOVE WS-BAT-ROUTE-CODE (WS-BAT-SUB) TO WS-DTL-ROUTE-CODE.
007080     MOVE WS-BAT-HDR-DATE (WS-BAT-SUB)   TO WS-DTL-HDR-DATE.
007090     MOVE WS-BAT-RECEIVED (WS-BAT-SUB)   TO WS-DTL-RECEIVED.
007100     IF WS-BAT-TRL-NUMERIC (WS-BAT-SUB)
007110         MOVE WS-BAT-TRL-COUNT (WS-BAT-SUB) TO WS-TRL-EDIT
007120         MOVE WS-TRL-EDIT              TO WS-DTL-TRL-COUNT
007130     ELSE
007140         MOVE '------'                 TO WS-DTL-TRL-COUNT
007150     END-IF.
007160     MOVE WS-BAT-REASON-CODE (WS-BAT-SUB) TO WS-DTL-REASON-CODE.
007170     MOVE WS-BAT-REASON-TEXT (WS-BAT-SUB) TO WS-DTL-REASON-TEXT.
007180     PERFORM 8200-PRINT-DETAIL-LINE
007190         THRU 8200-EXIT.

007200 4100-EXIT.
007210     EXIT.

007220************************************************************
007230* 4200-SEND-ACKNOWLEDGMENT -- APPEND THE BATCH'S HWACKREC TO
007240*                             ROUTACK.<ROUTE>.  A BATCH WITH
007250*                             NO ROUTE IS LEFT TO OPERATIONS.
007260************************************************************
007270 4200-SEND-ACKNOWLEDGMENT.
007280     IF WS-BAT-ROUTE-CODE (WS-BAT-SUB) = SPACES
007290         MOVE 'NO ROUTE' TO WS-DTL-ACK
007300         ADD 1 TO WS-ACK-UNSENT-COUNT
007310         GO TO 4200-EXIT
007320     END-IF.

007330     MOVE WS-BAT-ROUTE-CODE (WS-BAT-SUB) TO WS-TRIM-TEXT.
007340     PERFORM 7000-TRIM-TEXT-FIELD
007350         THRU 7000-EXIT.
007360     MOVE SPACES TO WS-ROUTE-ACK-NAME.
007370     STRING 'ROUTACK.'      DELIMITED BY SIZE
007380            WS-TRIM-TEXT (1:WS-TRIM-LEN)
007390                            DELIMITED BY SIZE
007400            INTO WS-ROUTE-ACK-NAME.

007410     OPEN EXTEND ROUTE-ACK-FILE.
007420     IF NOT WS-ACK-OK
007430         OPEN OUTPUT ROUTE-ACK-FILE
007440     END-IF.
007450     IF NOT WS-ACK-OK
007460         DISPLAY 'HWINTAKE: UNABLE TO OPEN '
007470                 WS-ROUTE-ACK-NAME ', STATUS = '
007480                 WS-ACK-FILE-STATUS
007490         MOVE 'NOT SENT' TO WS-DTL-ACK
007500         ADD 1 TO WS-ACK-UNSENT-COUNT
007510         GO TO 4200-EXIT
007520     END-IF.

007530     MOVE SPACES TO HW-INTAKE-ACK-RECORD.
007540     MOVE WS-BAT-ROUTE-CODE (WS-BAT-SUB) TO HW-ACK-ROUTE-CODE.
007550     MOVE WS-BAT-DEPT-CODE (WS-BAT-SUB)  TO HW-ACK-DEPT-CODE.
007560     MOVE WS-CYCLE-DATE                  TO HW-ACK-CYCLE-DATE.
007570     MOVE WS-BAT-SUB                     TO HW-ACK-BATCH-SEQ.
007580     MOVE WS-BAT-HDR-DATE (WS-BAT-SUB)   TO HW-ACK-HDR-DATE.
007590     IF WS-BAT-ACCEPTED (WS-BAT-SUB)
007600         SET HW-ACK-ACCEPTED TO TRUE
007610     ELSE
007620         SET HW-ACK-REJECTED TO TRUE
007630     END-IF.
007640     MOVE WS-BAT-RECEIVED (WS-BAT-SUB)   TO HW-ACK-RECS-RECEIVED.
007650     MOVE WS-BAT-TRL-COUNT (WS-BAT-SUB)  TO HW-ACK-TRL-COUNT.
007660     MOVE WS-BAT-REASON-CODE (WS-BAT-SUB)
007670                                         TO HW-ACK-REASON-CODE.
007680     MOVE WS-BAT-REASON-TEXT (WS-BAT-SUB)
007690                                         TO HW-ACK-REASON-TEXT.
007700     WRITE HW-INTAKE-ACK-RECORD.
007710     IF WS-ACK-OK
007720         MOVE 'SENT' TO WS-DTL-ACK
007730         ADD 1 TO WS-ACK-SENT-COUNT
007740     ELSE
007750         DISPLAY 'HWINTAKE: UNABLE TO WRITE '
007760                 WS-ROUTE-ACK-NAME ', STATUS = '
007770                 WS-ACK-FILE-STATUS
007780         MOVE 'NOT SENT' TO WS-DTL-ACK
007790         ADD 1 TO WS-ACK-UNSENT-COUNT
007800     END-IF.
007810     CLOSE ROUTE-ACK-FILE.

007820 4200-EXIT.
007830     EXIT.

007840************************************************************
007850* 5000-WRITE-TOTALS -- CONTROL TOTALS SO THE INTAKE PAGE IS
007860*                      SELF-PROVING: RECORDS RECEIVED =
007870*                      WRITTEN TO TRANFILE + HELD IN
007880*                      REJECTED BATCHES
007890************************************************************
007900 5000-WRITE-TOTALS.
007910     MOVE WS-FEED-READ-COUNT TO WS-COUNT-EDIT.
007920     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007930     MOVE 'TRANFEED RECORDS READ' TO WS-TOT-LABEL.
007940     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
007950     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
007960         AFTER ADVANCING 2 LINES.

007970     MOVE WS-BAT-USED TO WS-COUNT-EDIT.
007980     MOVE SPACES TO WS-RPT-TOTAL-LINE.
007990     MOVE 'BATCHES RECEIVED' TO WS-TOT-LABEL.
008000     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008010     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008020         AFTER ADVANCING 1 LINE.

008030     MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT.
008040     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008050     MOVE 'BATCHES ACCEPTED' TO WS-TOT-LABEL.
008060     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008070     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008080         AFTER ADVANCING 1 LINE.

008090     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
008100     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008110     MOVE 'BATCHES REJECTED' TO WS-TOT-LABEL.
008120     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008130     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008140         AFTER ADVANCING 1 LINE.

008150     MOVE WS-RECEIVED-TOTAL TO WS-COUNT-EDIT.
008160     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008170     MOVE 'DATA RECORDS RECEIVED' TO WS-TOT-LABEL.
008180     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008190     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008200         AFTER ADVANCING 1 LINE.

008210     MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT.
008220     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008230     MOVE 'DATA RECORDS WRITTEN TO TRANFILE' TO WS-TOT-LABEL.
008240     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008250     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008260         AFTER ADVANCING 1 LINE.

008270     MOVE WS-REJECTED-RECS TO WS-COUNT-EDIT.
008280     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008290     MOVE 'DATA RECORDS IN REJECTED BATCHES' TO WS-TOT-LABEL.
008300     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008310     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008320         AFTER ADVANCING 1 LINE.

008330     MOVE WS-ACK-SENT-COUNT TO WS-COUNT-EDIT.
008340     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008350     MOVE 'ACKNOWLEDGMENTS SENT' TO WS-TOT-LABEL.
008360     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008370     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008380         AFTER ADVANCING 1 LINE.

008390     MOVE WS-ACK-UNSENT-COUNT TO WS-COUNT-EDIT.
008400     MOVE SPACES TO WS-RPT-TOTAL-LINE.
008410     MOVE 'ACKNOWLEDGMENTS NOT SENT' TO WS-TOT-LABEL.
008420     MOVE WS-COUNT-EDIT TO WS-TOT-COUNT.
008430     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TOTAL-LINE
008440         AFTER ADVANCING 1 LINE.

008450 5000-EXIT.
008460     EXIT.

008470************************************************************
008480* 6000-READ-FEED-RECORD -- READ THE NEXT TRANFEED RECORD
008490************************************************************
008500 6000-READ-FEED-RECORD.
008510     READ FEED-FILE
008520         AT END
008530             SET WS-FEED-EOF TO TRUE
008540         NOT AT END
008550             ADD 1 TO WS-FEED-READ-COUNT
008560     END-READ.
008570 6000-EXIT.
008580     EXIT.

008590************************************************************
008600* 6300-LOOKUP-DEPARTMENT -- DEPTMST RECORD FOR THE BATCH AT
008610*                           WS-BAT-SUB
008620************************************************************
008630 6300-LOOKUP-DEPARTMENT.
008640     MOVE 'N' TO WS-DEP-FOUND-SW.
008650     MOVE WS-BAT-DEPT-CODE (WS-BAT-SUB) TO HW-DEP-CODE.
008660     READ DEPARTMENT-FILE
008670         KEY IS HW-DEP-CODE
008680         INVALID KEY
008690             CONTINUE
008700         NOT INVALID KEY
008710             SET WS-DEP-FOUND TO TRUE
008720     END-READ.
008730 6300-EXIT.
008740     EXIT.

008750************************************************************
008760* 7000-TRIM-TEXT-FIELD -- LENGTH OF WS-TRIM-TEXT WITHOUT ITS
008770*                         TRAILING SPACES, IN WS-TRIM-LEN
008780************************************************************
008790 7000-TRIM-TEXT-FIELD.
008800     MOVE LENGTH OF WS-TRIM-TEXT TO WS-TRIM-LEN.
008810     PERFORM 7100-BACK-UP-OVER-SPACE
008820         THRU 7100-EXIT
008830         UNTIL WS-TRIM-LEN = 0
008840            OR WS-TRIM-TEXT (WS-TRIM-LEN:1) NOT = SPACE.
008850     IF WS-TRIM-LEN = 0
008860         MOVE 1 TO WS-TRIM-LEN
008870     END-IF.
008880 7000-EXIT.
008890     EXIT.

008900 7100-BACK-UP-OVER-SPACE.
008910     SUBTRACT 1 FROM WS-TRIM-LEN.
008920 7100-EXIT.
008930     EXIT.

008940************************************************************
008950* 8000-PRINT-TEXT-LINE -- PRINT WS-RPT-TEXT-LINE AS BUILT BY
008960*                         THE CALLER
008970************************************************************
008980 8000-PRINT-TEXT-LINE.
008990     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-TEXT-LINE
009000         AFTER ADVANCING 2 LINES.
009010 8000-EXIT.
009020     EXIT.

009030************************************************************
009040* 8100-WRITE-PAGE-HEADER -- TOP A NEW PAGE WITH THE REPORT
009050*                           HEADING
009060************************************************************
009070 8100-WRITE-PAGE-HEADER.
009080     ADD 1 TO WS-PAGE-COUNT.
009090     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
009100     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-HEADER-LINE
009110         AFTER ADVANCING PAGE.
009120 8100-EXIT.
009130     EXIT.

009140************************************************************
009150* 8200-PRINT-DETAIL-LINE -- ONE BATCH LINE, REPEATING THE
009160*                           HEADING AND COLUMN LINE WHEN THE
009170*                           PAGE FILLS
009180************************************************************
009190 8200-PRINT-DETAIL-LINE.
009200     WRITE HW-INTAKE-PRINT-RECORD FROM WS-RPT-DETAIL-LINE
009210         AFTER ADVANCING 1 LINE
009220         AT END-OF-PAGE
009230             PERFORM 8100-WRITE-PAGE-HEADER
009240                 THRU 8100-EXIT
009250             WRITE HW-INTAKE-PRINT-RECORD
009260                 FROM WS-RPT-COLUMN-LINE
009270                 AFTER ADVANCING 2 LINES
009280     END-WRITE.
009290 8200-EXIT.
009300     EXIT.

009310************************************************************
009320* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
009330************************************************************
009340 9999-TERMINATE.
009350     IF WS-FEED-OPEN
009360         CLOSE FEED-FILE
009370     END-IF.
009380     IF WS-DEP-OPEN
009390         CLOSE DEPARTMENT-FILE
009400     END-IF.
009410     IF WS-TRAN-OPEN
009420         CLOSE TRANSACTION-FILE
009430     END-IF.
009440     IF WS-PRT-OPEN
009450         CLOSE INTAKE-PRINT-FILE
009460     END-IF.

009470 9999-EXIT.
009480     EXIT.
