000010************************************************************
000020* VSMBKP.COB
000030*
000040* PROGRAM-ID : HWVSMBKP
000050* AUTHOR     : J. R. MORALES, BATCH SCHEDULING GROUP
000060* INSTALLATION: CMSC389B BATCH SERVICES
000070* DATE-WRITTEN: 2026-10-15
000080*
000090* VSAM UNLOAD/RELOAD BACKUP UTILITY.  EVERY KSDS THE SYSTEM
000100* OWNS CAN BE UNLOADED TO A SEQUENTIAL BACKUP GENERATION
000110* (HWBKPREC) AND RELOADED FROM ONE, SO A DAMAGED CLUSTER IS
000120* RECOVERED FROM LAST NIGHT'S GENERATION INSTEAD OF BEING
000130* REBUILT BY RE-RUNNING WHATEVER PROGRAM FIRST LOADED IT.
000140* EACH BKPCARD CONTROL CARD NAMES A FUNCTION AND A FILE ID
000150* (THE CLUSTER'S DD NAME), OR 'ALL' FOR EVERY CLUSTER IN
000160* THE FILE TABLE, SO ONE NIGHTLY STEP BACKS UP THEM ALL --
000170*
000180*   'UNLOAD' - BROWSE THE CLUSTER IN KEY ORDER AND WRITE ITS
000190*              SECTION TO BKUPOUT: A HEADER WITH THE FILE ID
000200*              AND THE UNLOAD DATE AND TIME, ONE DETAIL PER
000210*              RECORD, AND A TRAILER WITH THE RECORD COUNT
000220*              AND THE KEY HASH TOTAL.  BKUPOUT IS OPENED
000230*              ONCE PER RUN, SO ALL THE RUN'S UNLOADS FORM
000240*              ONE GENERATION.
000250*
000260*   'RELOAD' - FIND THE FILE'S SECTION ON THE BKUPIN
000270*              GENERATION AND PROVE IT AGAINST ITS TRAILER
000280*              BEFORE TOUCHING THE CLUSTER; A SECTION THAT
000290*              DOES NOT BALANCE IS REFUSED.  THE CLUSTER MUST
000300*              BE EMPTY (A CLUSTER NOT YET LOADED IS CREATED
000310*              EMPTY); ONE HOLDING ANY RECORD IS REFUSED, SO
000320*              A RELOAD NEVER MERGES INTO LIVE DATA.  AFTER
000330*              THE LOAD THE CLUSTER IS BROWSED AGAIN AND ITS
000340*              COUNT AND KEY HASH MUST MATCH THE TRAILER.
000350*              A SECTION WHOSE RECORDS ARE SHORTER THAN THE
000360*              CLUSTER'S RELOADS SPACE-FILLED, SO A GENERATION
000370*              TAKEN BEFORE A RECORD WAS LENGTHENED AT THE
000380*              END STILL RELOADS; ONE WITH LONGER RECORDS OR
000390*              A DIFFERENT KEY LENGTH IS REFUSED.
000400*
000410* A FILE THAT FAILS DOES NOT STOP THE OTHERS ON THE CARD OR
000420* LATER CARDS; THE RUN ENDS WITH THE HIGHEST RETURN CODE ANY
000430* FILE OR CARD RAISED, SO THE CYCLE STOPS AFTER A BAD BACKUP.
000440*
000450* RETURN-CODE VALUES
000460*   00 = NORMAL COMPLETION, EVERY FILE UNLOADED OR RELOADED
000470*   04 = ONE OR MORE CARDS REJECTED
000480*   08 = NO CONTROL CARDS SUPPLIED
000490*   16 = BKPCARD COULD NOT BE OPENED
000500*   36 = A CLUSTER COULD NOT BE OPENED OR READ
000510*   40 = BKPRPT COULD NOT BE OPENED
000520*   52 = BKUPOUT COULD NOT BE OPENED OR WRITTEN
000530*   56 = BKUPIN COULD NOT BE OPENED, OR HOLDS NO USABLE
000540*        SECTION FOR THE FILE
000550*   60 = GENERATION TRAILER OR RELOAD VERIFICATION OUT OF
000560*        BALANCE
000570*   64 = RELOAD REFUSED, CLUSTER NOT EMPTY
000580*
000590* MODIFICATION HISTORY
000600*   DATE       INIT  DESCRIPTION
000610*   ---------- ----  --------------------------------------
000620*   2026-10-15  JRM  ORIGINAL PROGRAM.
000630*   2026-10-15  JRM  ADDED THE DEPTVOL DEPARTMENT VOLUME KSDS
000640*                    TO THE FILE TABLE.
000650*   2026-10-15  JRM  ADDED THE EXHIST EXECUTION-HISTORY KSDS
000660*                    TO THE FILE TABLE.
000670*   2026-10-15  JRM  ADDED THE REQHIST REQUESTER-HISTORY KSDS
000680*                    TO THE FILE TABLE.
000690************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.    HWVSMBKP.
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
000840     SELECT BACKUP-CARD-FILE
000850         ASSIGN TO BKPCARD
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CARD-FILE-STATUS.

000880     SELECT BACKUP-OUT-FILE
000890         ASSIGN TO BKUPOUT
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-OUT-FILE-STATUS.

000920     SELECT BACKUP-IN-FILE
000930         ASSIGN TO BKUPIN
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-IN-FILE-STATUS.

000960     SELECT CONTROL-TOTAL-FILE
000970         ASSIGN TO RUNCNTL
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS HW-CNT-KEY
001010         FILE STATUS IS WS-VSM-FILE-STATUS.

001020     SELECT STATUS-FILE
001030         ASSIGN TO STATVSAM
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS HW-STAT-KEY
001070         FILE STATUS IS WS-VSM-FILE-STATUS.

001080     SELECT DEPARTMENT-FILE
001090         ASSIGN TO DEPTMST
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS DYNAMIC
001120         RECORD KEY IS HW-DEP-CODE
001130         FILE STATUS IS WS-VSM-FILE-STATUS.

001140     SELECT REQUESTER-FILE
001150         ASSIGN TO REQMST
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS DYNAMIC
001180         RECORD KEY IS HW-REQ-ID
001190         FILE STATUS IS WS-VSM-FILE-STATUS.

001200     SELECT CALENDAR-FILE
001210         ASSIGN TO CALFILE
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS HW-CAL-DATE
001250         FILE STATUS IS WS-VSM-FILE-STATUS.

001260     SELECT OPEN-ALERT-FILE
001270         ASSIGN TO OPENALRT
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS HW-OPA-KEY
001310         FILE STATUS IS WS-VSM-FILE-STATUS.

001320     SELECT SUSPENSE-FILE
001330         ASSIGN TO SUSPFILE
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS HW-SUS-TRAN-ID
001370         FILE STATUS IS WS-VSM-FILE-STATUS.

001380     SELECT TRAN-CKPT-FILE
001390         ASSIGN TO TRANCKPT
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS HW-CKP-KEY
001430         FILE STATUS IS WS-VSM-FILE-STATUS.

001440     SELECT TRAN-ID-WORK-FILE
001450         ASSIGN TO TRANIDWK
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS HW-IDW-TRAN-ID
001490         FILE STATUS IS WS-VSM-FILE-STATUS.

001500     SELECT OPERATOR-FILE
001510         ASSIGN TO OPRMST
001520         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS DYNAMIC
001540         RECORD KEY IS HW-OPR-INITIALS
001550         FILE STATUS IS WS-VSM-FILE-STATUS.

001560     SELECT SCHEDULE-FILE
001570         ASSIGN TO SCHDMST
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS HW-SCH-JOB-NAME
001610         FILE STATUS IS WS-VSM-FILE-STATUS.

001620     SELECT DEPT-VOLUME-FILE
001630         ASSIGN TO DEPTVOL
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS HW-VOL-KEY
001670         FILE STATUS IS WS-VSM-FILE-STATUS.

001680     SELECT EXEC-HISTORY-FILE
001690         ASSIGN TO EXHIST
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS HW-EXH-KEY
001730         FILE STATUS IS WS-VSM-FILE-STATUS.

001740     SELECT REQ-HISTORY-FILE
001750         ASSIGN TO REQHIST
001760         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS DYNAMIC
001780         RECORD KEY IS HW-RQH-REQ-ID
001790         FILE STATUS IS WS-VSM-FILE-STATUS.

001800     SELECT BACKUP-PRINT-FILE
001810         ASSIGN TO BKPRPT
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS WS-PRT-FILE-STATUS.

001840 DATA DIVISION.
001850 FILE SECTION.
001860 FD  BACKUP-CARD-FILE
001870     RECORDING MODE IS F.
001880 01  HW-BACKUP-CARD.
001890     05  HW-BKC-FUNCTION         PIC X(08).
001900         88  HW-BKC-UNLOAD               VALUE 'UNLOAD  '.
001910         88  HW-BKC-RELOAD               VALUE 'RELOAD  '.
001920     05  HW-BKC-FILE-ID          PIC X(08).
001930         88  HW-BKC-ALL-FILES            VALUE 'ALL     '.
001940     05  FILLER                  PIC X(64).

001950 FD  BACKUP-OUT-FILE
001960     RECORDING MODE IS F.
001970 01  HW-BACKUP-OUT-RECORD        PIC X(200).

001980 FD  BACKUP-IN-FILE
001990     RECORDING MODE IS F.
002000 01  HW-BACKUP-IN-RECORD         PIC X(200).

002010 FD  CONTROL-TOTAL-FILE.
002020 COPY HWCNTREC.

002030 FD  STATUS-FILE.
002040 COPY HWSTATREC.

002050 FD  DEPARTMENT-FILE.
002060 COPY HWDEPREC.

002070 FD  REQUESTER-FILE.
002080 COPY HWREQREC.

002090 FD  CALENDAR-FILE.
002100 COPY HWCALREC.

002110 FD  OPEN-ALERT-FILE.
002120 COPY HWOPAREC.

002130 FD  SUSPENSE-FILE.
002140 COPY HWSUSREC.

002150 FD  TRAN-CKPT-FILE.
002160 COPY HWCKPREC.

002170 FD  TRAN-ID-WORK-FILE.
002180 COPY HWIDWREC.

002190 FD  OPERATOR-FILE.
002200 COPY HWOPRREC.

002210 FD  SCHEDULE-FILE.
002220 COPY HWSCHREC.

002230 FD  DEPT-VOLUME-FILE.
002240 COPY HWVOLREC.

002250 FD  EXEC-HISTORY-FILE.
002260 COPY HWEXHREC.

002270 FD  REQ-HISTORY-FILE.
002280 COPY HWRQHREC.

002290 FD  BACKUP-PRINT-FILE
002300     LINAGE IS 60 LINES
002310         LINES AT TOP 2
002320         LINES AT BOTTOM 3.
002330 01  HW-BACKUP-PRINT-RECORD      PIC X(132).

002340 WORKING-STORAGE SECTION.
002350*---------------------------------------------------------*
002360*    SWITCHES AND COUNTERS.  EVERY CLUSTER SHARES ONE      *
002370*    FILE STATUS -- ONLY ONE IS EVER OPEN AT A TIME.       *
002380*---------------------------------------------------------*
002390 77  WS-CARD-FILE-STATUS     PIC X(02)   VALUE SPACES.
002400     88  WS-CARD-OK                      VALUE '00'.

002410 77  WS-CARD-OPEN-SW         PIC X(01)   VALUE 'N'.
002420     88  WS-CARD-OPEN                    VALUE 'Y'.

002430 77  WS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
002440     88  WS-CARD-EOF                     VALUE 'Y'.

002450 77  WS-OUT-FILE-STATUS      PIC X(02)   VALUE SPACES.
002460     88  WS-OUT-OK                       VALUE '00'.

002470 77  WS-OUT-OPEN-SW          PIC X(01)   VALUE 'N'.
002480     88  WS-OUT-OPEN                     VALUE 'Y'.

002490 77  WS-OUT-FAILED-SW        PIC X(01)   VALUE 'N'.
002500     88  WS-OUT-FAILED                   VALUE 'Y'.

002510 77  WS-IN-FILE-STATUS       PIC X(02)   VALUE SPACES.
002520     88  WS-IN-OK                        VALUE '00'.

002530 77  WS-IN-OPEN-SW           PIC X(01)   VALUE 'N'.
002540     88  WS-IN-OPEN                      VALUE 'Y'.

002550 77  WS-IN-EOF-SW            PIC X(01)   VALUE 'N'.
002560     88  WS-IN-EOF                       VALUE 'Y'.

002570 77  WS-VSM-FILE-STATUS      PIC X(02)   VALUE SPACES.
002580     88  WS-VSM-OK                       VALUE '00'.
002590     88  WS-VSM-AT-END                   VALUE '10'.
002600     88  WS-VSM-MISSING                  VALUE '35'.

002610 77  WS-VSM-OPEN-SW          PIC X(01)   VALUE 'N'.
002620     88  WS-VSM-OPEN                     VALUE 'Y'.

002630 77  WS-VSM-EOF-SW           PIC X(01)   VALUE 'N'.
002640     88  WS-VSM-EOF                      VALUE 'Y'.

002650 77  WS-VSM-ERROR-SW         PIC X(01)   VALUE 'N'.
002660     88  WS-VSM-ERROR                    VALUE 'Y'.

002670 77  WS-PRT-FILE-STATUS      PIC X(02)   VALUE SPACES.
002680     88  WS-PRT-OK                       VALUE '00'.

002690 77  WS-PRT-OPEN-SW          PIC X(01)   VALUE 'N'.
002700     88  WS-PRT-OPEN                     VALUE 'Y'.

002710 77  WS-RETURN-CODE          PIC 9(04)   VALUE ZERO.
002720 77  WS-FILE-RC              PIC 9(04)   VALUE ZERO.

002730 77  WS-CARD-READ-COUNT      PIC 9(06)   VALUE ZERO COMP.
002740 77  WS-REJECTED-COUNT       PIC 9(06)   VALUE ZERO COMP.
002750 77  WS-UNLOADED-COUNT       PIC 9(06)   VALUE ZERO COMP.
002760 77  WS-RELOADED-COUNT       PIC 9(06)   VALUE ZERO COMP.
002770 77  WS-FAILED-COUNT         PIC 9(06)   VALUE ZERO COMP.

002780*---------------------------------------------------------*
002790*    CURRENT DATE/TIME AND THE CURRENT FILE'S DISPOSITION  *
002800*---------------------------------------------------------*
002810 01  WS-CURRENT-DATE-TIME.
002820     05  WS-CURRENT-DATE      PIC X(08).
002830     05  WS-CURRENT-TIME      PIC X(08).

002840 77  WS-DISPOSITION          PIC X(40)   VALUE SPACES.

002850*---------------------------------------------------------*
002860*    FILE TABLE -- EVERY CLUSTER THE UTILITY KNOWS, WITH   *
002870*    ITS RECORD AND KEY LENGTHS.  'ALL' WORKS DOWN THIS    *
002880*    TABLE IN ORDER.  A NEW KSDS IS ADDED HERE, TO THE     *
002890*    88-LEVELS UNDER WS-CUR-FILE-ID, AND TO THE CLUSTER    *
002900*    I/O PARAGRAPHS.                                       *
002910*---------------------------------------------------------*
002920 01  WS-FILE-TABLE-VALUES.
002930     05  FILLER               PIC X(16)  VALUE 'RUNCNTL 00320016'.
002940     05  FILLER               PIC X(16)  VALUE 'STATVSAM00560016'.
002950     05  FILLER               PIC X(16)  VALUE 'DEPTMST 00800008'.
002960     05  FILLER               PIC X(16)  VALUE 'REQMST  00400008'.
002970     05  FILLER               PIC X(16)  VALUE 'CALFILE 00400008'.
002980     05  FILLER               PIC X(16)  VALUE 'OPENALRT01680024'.
002990     05  FILLER               PIC X(16)  VALUE 'SUSPFILE01400006'.
003000     05  FILLER               PIC X(16)  VALUE 'TRANCKPT00540016'.
003010     05  FILLER               PIC X(16)  VALUE 'TRANIDWK00160006'.
003020     05  FILLER               PIC X(16)  VALUE 'OPRMST  00800003'.
003030     05  FILLER               PIC X(16)  VALUE 'SCHDMST 00800008'.
003040     05  FILLER               PIC X(16)  VALUE 'DEPTVOL 00800016'.
003050     05  FILLER               PIC X(16)  VALUE 'EXHIST  01000024'.
003060     05  FILLER               PIC X(16)  VALUE 'REQHIST 01000008'.
003070 01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
003080     05  WS-FILE-ENTRY        OCCURS 14 TIMES.
003090         10  WS-FT-FILE-ID        PIC X(08).
003100         10  WS-FT-REC-LEN        PIC 9(04).
003110         10  WS-FT-KEY-LEN        PIC 9(04).

003120 77  WS-FILE-MAX             PIC 9(04)   VALUE 14 COMP.
003130 77  WS-FILE-SUB             PIC 9(04)   VALUE ZERO COMP.
003140 77  WS-FILE-FOUND-SUB       PIC 9(04)   VALUE ZERO COMP.

003150*---------------------------------------------------------*
003160*    THE FILE BEING PROCESSED AND ONE RECORD OF IT, SPACE- *
003170*    FILLED TO THE LONGEST RECORD ANY CLUSTER CARRIES      *
003180*---------------------------------------------------------*
003190 01  WS-CUR-FILE-ID          PIC X(08)   VALUE SPACES.
003200     88  WS-CUR-RUNCNTL                  VALUE 'RUNCNTL '.
003210     88  WS-CUR-STATVSAM                 VALUE 'STATVSAM'.
003220     88  WS-CUR-DEPTMST                  VALUE 'DEPTMST '.
003230     88  WS-CUR-REQMST                   VALUE 'REQMST  '.
003240     88  WS-CUR-CALFILE                  VALUE 'CALFILE '.
003250     88  WS-CUR-OPENALRT                 VALUE 'OPENALRT'.
003260     88  WS-CUR-SUSPFILE                 VALUE 'SUSPFILE'.
003270     88  WS-CUR-TRANCKPT                 VALUE 'TRANCKPT'.
003280     88  WS-CUR-TRANIDWK                 VALUE 'TRANIDWK'.
003290     88  WS-CUR-OPRMST                   VALUE 'OPRMST  '.
003300     88  WS-CUR-SCHDMST                  VALUE 'SCHDMST '.
003310     88  WS-CUR-DEPTVOL                  VALUE 'DEPTVOL '.
003320     88  WS-CUR-EXHIST                   VALUE 'EXHIST  '.
003330     88  WS-CUR-REQHIST                  VALUE 'REQHIST '.
003340 77  WS-CUR-REC-LEN          PIC 9(04)   VALUE ZERO.
003350 77  WS-CUR-KEY-LEN          PIC 9(04)   VALUE ZERO.
003360 77  WS-DATA-AREA            PIC X(168)  VALUE SPACES.

003370*---------------------------------------------------------*
003380*    KEY HASH.  A KEY BYTE IS MOVED INTO THE LOW ORDER OF  *
003390*    A HALFWORD WHOSE HIGH ORDER IS LOW-VALUE, SO THE      *
003400*    HALFWORD READS AS THE BYTE'S CODE POINT.              *
003410*---------------------------------------------------------*
003420 01  WS-HASH-HALFWORD.
003430     05  WS-HASH-HIGH-BYTE    PIC X(01)  VALUE LOW-VALUE.
003440     05  WS-HASH-LOW-BYTE     PIC X(01)  VALUE LOW-VALUE.
003450 01  WS-HASH-BYTE-VALUE REDEFINES WS-HASH-HALFWORD
003460                             PIC 9(04)   COMP.

003470 77  WS-HASH-POS             PIC 9(04)   VALUE ZERO COMP.
003480 77  WS-REC-COUNT            PIC 9(09)   VALUE ZERO COMP.
003490 77  WS-KEY-HASH             PIC 9(15)   VALUE ZERO COMP.

003500*---------------------------------------------------------*
003510*    RELOAD WORK AREAS -- THE SECTION AS FOUND ON BKUPIN   *
003520*---------------------------------------------------------*
003530 77  WS-SECTION-FOUND-SW     PIC X(01)   VALUE 'N'.
003540     88  WS-SECTION-FOUND                VALUE 'Y'.
003550 77  WS-TRAILER-FOUND-SW     PIC X(01)   VALUE 'N'.
003560     88  WS-TRAILER-FOUND                VALUE 'Y'.
003570 77  WS-HDR-DATE             PIC X(08)   VALUE SPACES.
003580 77  WS-HDR-TIME             PIC X(08)   VALUE SPACES.
003590 77  WS-HDR-REC-LEN          PIC 9(04)   VALUE ZERO.
003600 77  WS-HDR-KEY-LEN          PIC 9(04)   VALUE ZERO.
003610 77  WS-TRL-COUNT            PIC 9(09)   VALUE ZERO COMP.
003620 77  WS-TRL-KEY-HASH         PIC 9(15)   VALUE ZERO COMP.
003630 77  WS-LOAD-COUNT           PIC 9(09)   VALUE ZERO COMP.
003640 77  WS-LOAD-FAIL-COUNT      PIC 9(09)   VALUE ZERO COMP.

003650*---------------------------------------------------------*
003660*    BACKUP GENERATION RECORD                              *
003670*---------------------------------------------------------*
003680 COPY HWBKPREC.

003690*---------------------------------------------------------*
003700*    REPORT LINES                                          *
003710*---------------------------------------------------------*
003720 01  WS-RPT-HEADER-LINE.
003730     05  FILLER               PIC X(30)  VALUE
003740         'VSAM UNLOAD/RELOAD UTILITY    '.
003750     05  FILLER               PIC X(07)  VALUE 'RUN ON '.
003760     05  WS-HDR-RUN-DATE      PIC X(08).
003770     05  FILLER               PIC X(03)  VALUE ' AT'.
003780     05  FILLER               PIC X(01)  VALUE SPACE.
003790     05  WS-HDR-RUN-TIME      PIC X(08).
003800     05  FILLER               PIC X(75)  VALUE SPACES.

003810 01  WS-RPT-CARD-LINE.
003820     05  FILLER               PIC X(06)  VALUE 'CARD: '.
003830     05  WS-CRD-IMAGE         PIC X(80).
003840     05  FILLER               PIC X(46)  VALUE SPACES.

003850 01  WS-RPT-TEXT-LINE.
003860     05  WS-TXT-LABEL         PIC X(40).
003870     05  WS-TXT-VALUE         PIC X(80).
003880     05  FILLER               PIC X(12)  VALUE SPACES.

003890 01  WS-FILE-COLUMN-LINE.
003900     05  FILLER               PIC X(10)  VALUE 'FUNCTION'.
003910     05  FILLER               PIC X(10)  VALUE 'FILE ID'.
003920     05  FILLER               PIC X(13)  VALUE '      RECORDS'.
003930     05  FILLER               PIC X(02)  VALUE SPACES.
003940     05  FILLER               PIC X(17)  VALUE 'KEY HASH TOTAL'.
003950     05  FILLER               PIC X(80)  VALUE 'DISPOSITION'.

003960 01  WS-FILE-DETAIL-LINE.
003970     05  WS-DTL-FUNCTION      PIC X(08).
003980     05  FILLER               PIC X(02)  VALUE SPACES.
003990     05  WS-DTL-FILE-ID       PIC X(08).
004000     05  FILLER               PIC X(02)  VALUE SPACES.
004010     05  WS-DTL-COUNT         PIC ZZZ,ZZZ,ZZ9.
004020     05  FILLER               PIC X(04)  VALUE SPACES.
004030     05  WS-DTL-KEY-HASH      PIC 9(15).
004040     05  FILLER               PIC X(02)  VALUE SPACES.
004050     05  WS-DTL-DISP          PIC X(40).
004060     05  FILLER               PIC X(40)  VALUE SPACES.

004070 01  WS-RPT-COUNT-LINE.
004080     05  WS-CNT-LABEL         PIC X(40).
004090     05  WS-CNT-COUNT         PIC Z,ZZZ,ZZ9.
004100     05  FILLER               PIC X(83)  VALUE SPACES.

004110 PROCEDURE DIVISION.
004120************************************************************
004130* 0000-MAINLINE
004140************************************************************
004150 0000-MAINLINE.
004160     PERFORM 1000-INITIALIZE
004170         THRU 1000-EXIT.
004180     IF WS-RETURN-CODE = ZERO
004190         PERFORM 2000-PROCESS-CARD
004200             THRU 2000-EXIT
004210             UNTIL WS-CARD-EOF
004220         PERFORM 8000-WRITE-TOTALS
004230             THRU 8000-EXIT
004240     END-IF.
004250     PERFORM 9999-TERMINATE
004260         THRU 9999-EXIT.
004270     MOVE WS-RETURN-CODE TO RETURN-CODE.
004280     STOP RUN.

004290************************************************************
004300* 1000-INITIALIZE -- OPEN THE CARD AND REPORT FILES AND
004310*                    PRIME THE CARD STREAM.  THE BACKUP
004320*                    GENERATIONS AND THE CLUSTERS ARE
004330*                    OPENED ONLY WHEN A CARD NEEDS THEM.
004340************************************************************
004350 1000-INITIALIZE.
004360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004370     ACCEPT WS-CURRENT-TIME FROM TIME.

004380     OPEN INPUT BACKUP-CARD-FILE.
004390     IF NOT WS-CARD-OK
004400         DISPLAY 'HWVSMBKP: UNABLE TO OPEN BKPCARD, '
004410                 'STATUS = ' WS-CARD-FILE-STATUS
004420         MOVE 16 TO WS-RETURN-CODE
004430         GO TO 1000-EXIT
004440     END-IF.
004450     SET WS-CARD-OPEN TO TRUE.

004460     OPEN OUTPUT BACKUP-PRINT-FILE.
004470     IF NOT WS-PRT-OK
004480         DISPLAY 'HWVSMBKP: UNABLE TO OPEN BKPRPT, '
004490                 'STATUS = ' WS-PRT-FILE-STATUS
004500         MOVE 40 TO WS-RETURN-CODE
004510         GO TO 1000-EXIT
004520     END-IF.
004530     SET WS-PRT-OPEN TO TRUE.

004540     MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE.
004550     MOVE WS-CURRENT-TIME TO WS-HDR-RUN-TIME.
004560     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-HEADER-LINE
004570         AFTER ADVANCING PAGE.

004580     PERFORM 2100-READ-CARD
004590         THRU 2100-EXIT.
004600     IF WS-CARD-EOF
004610         DISPLAY 'HWVSMBKP: BKPCARD IS EMPTY, '
004620                 'NO CONTROL CARDS SUPPLIED'
004630         MOVE 8 TO WS-RETURN-CODE
004640     END-IF.

004650 1000-EXIT.
004660     EXIT.

004670************************************************************
004680* 2000-PROCESS-CARD -- ECHO THE CURRENT CARD, EDIT IT, RUN
004690*                      ITS FUNCTION AGAINST THE NAMED FILE
004700*                      OR EVERY FILE IN THE TABLE, AND READ
004710*                      THE NEXT CARD
004720************************************************************
004730 2000-PROCESS-CARD.
004740     MOVE SPACES TO WS-DISPOSITION.
004750     MOVE HW-BACKUP-CARD TO WS-CRD-IMAGE.
004760     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-CARD-LINE
004770         AFTER ADVANCING 3 LINES.

004780     IF NOT HW-BKC-UNLOAD
004790        AND NOT HW-BKC-RELOAD
004800         MOVE 'REJECTED - UNKNOWN FUNCTION' TO WS-DISPOSITION
004810         PERFORM 2800-REJECT-CARD
004820             THRU 2800-EXIT
004830         GO TO 2000-NEXT
004840     END-IF.

004850     IF HW-BKC-ALL-FILES
004860         WRITE HW-BACKUP-PRINT-RECORD FROM WS-FILE-COLUMN-LINE
004870             AFTER ADVANCING 2 LINES
004880         MOVE 1 TO WS-FILE-SUB
004890         PERFORM 2500-PROCESS-ONE-FILE
004900             THRU 2500-EXIT
004910             WS-FILE-MAX TIMES
004920         GO TO 2000-NEXT
004930     END-IF.

004940     PERFORM 2200-FIND-FILE
004950         THRU 2200-EXIT.
004960     IF WS-FILE-FOUND-SUB = ZERO
004970         MOVE 'REJECTED - UNKNOWN FILE ID' TO WS-DISPOSITION
004980         PERFORM 2800-REJECT-CARD
004990             THRU 2800-EXIT
005000         GO TO 2000-NEXT
005010     END-IF.
005020     WRITE HW-BACKUP-PRINT-RECORD FROM WS-FILE-COLUMN-LINE
005030         AFTER ADVANCING 2 LINES.
005040     MOVE WS-FILE-FOUND-SUB TO WS-FILE-SUB.
005050     PERFORM 2500-PROCESS-ONE-FILE
005060         THRU 2500-EXIT.

005070 2000-NEXT.
005080     PERFORM 2100-READ-CARD
005090         THRU 2100-EXIT.

005100 2000-EXIT.
005110     EXIT.

005120************************************************************
005130* 2100-READ-CARD -- READ THE NEXT BKPCARD CONTROL CARD
005140************************************************************
005150 2100-READ-CARD.
005160     READ BACKUP-CARD-FILE
005170         AT END
005180             SET WS-CARD-EOF TO TRUE
005190         NOT AT END
005200             ADD 1 TO WS-CARD-READ-COUNT
005210     END-READ.

005220 2100-EXIT.
005230     EXIT.

005240************************************************************
005250* 2200-FIND-FILE -- LOOK THE CARD'S FILE ID UP IN THE FILE
005260*                   TABLE.  WS-FILE-FOUND-SUB IS ZERO WHEN
005270*                   IT IS NOT THERE.
005280************************************************************
005290 2200-FIND-FILE.
005300     MOVE ZERO TO WS-FILE-FOUND-SUB.
005310     MOVE 1 TO WS-FILE-SUB.
005320     PERFORM 2210-CHECK-ONE-ENTRY
005330         THRU 2210-EXIT
005340         UNTIL WS-FILE-SUB > WS-FILE-MAX
005350            OR WS-FILE-FOUND-SUB > ZERO.

005360 2200-EXIT.
005370     EXIT.

005380 2210-CHECK-ONE-ENTRY.
005390     IF WS-FT-FILE-ID (WS-FILE-SUB) = HW-BKC-FILE-ID
005400         MOVE WS-FILE-SUB TO WS-FILE-FOUND-SUB
005410     END-IF.
005420     ADD 1 TO WS-FILE-SUB.

005430 2210-EXIT.
005440     EXIT.

005450************************************************************
005460* 2500-PROCESS-ONE-FILE -- RUN THE CARD'S FUNCTION AGAINST
005470*                          THE TABLE ENTRY AT WS-FILE-SUB,
005480*                          PRINT THE FILE'S RESULT LINE, AND
005490*                          STEP TO THE NEXT ENTRY
005500************************************************************
005510 2500-PROCESS-ONE-FILE.
005520     MOVE WS-FT-FILE-ID (WS-FILE-SUB) TO WS-CUR-FILE-ID.
005530     MOVE WS-FT-REC-LEN (WS-FILE-SUB) TO WS-CUR-REC-LEN.
005540     MOVE WS-FT-KEY-LEN (WS-FILE-SUB) TO WS-CUR-KEY-LEN.
005550     MOVE SPACES TO WS-DISPOSITION.
005560     MOVE ZERO TO WS-FILE-RC.
005570     MOVE ZERO TO WS-REC-COUNT.
005580     MOVE ZERO TO WS-KEY-HASH.

005590     IF HW-BKC-UNLOAD
005600         PERFORM 3000-UNLOAD-FILE
005610             THRU 3000-EXIT
005620     ELSE
005630         PERFORM 4000-RELOAD-FILE
005640             THRU 4000-EXIT
005650     END-IF.

005660     IF WS-FILE-RC = ZERO
005670         IF HW-BKC-UNLOAD
005680             ADD 1 TO WS-UNLOADED-COUNT
005690         ELSE
005700             ADD 1 TO WS-RELOADED-COUNT
005710         END-IF
005720     ELSE
005730         ADD 1 TO WS-FAILED-COUNT
005740         DISPLAY 'HWVSMBKP: ' HW-BKC-FUNCTION WS-CUR-FILE-ID
005750                 ' ' WS-DISPOSITION
005760         PERFORM 2900-RAISE-RETURN-CODE
005770             THRU 2900-EXIT
005780     END-IF.

005790     MOVE HW-BKC-FUNCTION TO WS-DTL-FUNCTION.
005800     MOVE WS-REC-COUNT    TO WS-DTL-COUNT.
005810     MOVE WS-KEY-HASH     TO WS-DTL-KEY-HASH.
005820     MOVE WS-DISPOSITION  TO WS-DTL-DISP.
005830     PERFORM 7000-PRINT-DETAIL
005840         THRU 7000-EXIT.

005850     ADD 1 TO WS-FILE-SUB.

005860 2500-EXIT.
005870     EXIT.

005880************************************************************
005890* 2800-REJECT-CARD -- PRINT WHY A CARD WAS REJECTED, COUNT
005900*                     IT, AND MAKE SURE THE RUN ENDS WITH AT
005910*                     LEAST THE WARNING RETURN CODE
005920************************************************************
005930 2800-REJECT-CARD.
005940     MOVE SPACES TO WS-RPT-TEXT-LINE.
005950     MOVE 'DISPOSITION' TO WS-TXT-LABEL.
005960     MOVE WS-DISPOSITION TO WS-TXT-VALUE.
005970     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-TEXT-LINE
005980         AFTER ADVANCING 2 LINES.
005990     ADD 1 TO WS-REJECTED-COUNT.
006000     MOVE 4 TO WS-FILE-RC.
006010     PERFORM 2900-RAISE-RETURN-CODE
006020         THRU 2900-EXIT.

006030 2800-EXIT.
006040     EXIT.

006050************************************************************
006060* 2900-RAISE-RETURN-CODE -- THE RUN KEEPS THE HIGHEST CODE
006070*                           ANY FILE OR CARD RAISED
006080************************************************************
006090 2900-RAISE-RETURN-CODE.
006100     IF WS-FILE-RC > WS-RETURN-CODE
006110         MOVE WS-FILE-RC TO WS-RETURN-CODE
006120     END-IF.

006130 2900-EXIT.
006140     EXIT.

006150************************************************************
006160* 3000-UNLOAD-FILE -- WRITE THE CURRENT CLUSTER'S SECTION TO
006170*                     BKUPOUT: HEADER, ONE DETAIL PER RECORD
006180*                     IN KEY ORDER, TRAILER.  A SECTION THAT
006190*                     CANNOT BE COMPLETED GETS NO TRAILER, SO
006200*                     A RELOAD WILL REFUSE IT.
006210************************************************************
006220 3000-UNLOAD-FILE.
006230     IF NOT WS-OUT-OPEN
006240        AND NOT WS-OUT-FAILED
006250         PERFORM 3050-OPEN-BACKUP-OUTPUT
006260             THRU 3050-EXIT
006270     END-IF.
006280     IF WS-OUT-FAILED
006290         MOVE 'NOT UNLOADED - BKUPOUT NOT AVAILABLE'
006300             TO WS-DISPOSITION
006310         MOVE 52 TO WS-FILE-RC
006320         GO TO 3000-EXIT
006330     END-IF.

006340     PERFORM 5000-OPEN-CLUSTER-INPUT
006350         THRU 5000-EXIT.
006360     IF NOT WS-VSM-OK
006370         DISPLAY 'HWVSMBKP: UNABLE TO OPEN ' WS-CUR-FILE-ID
006380                 ', STATUS = ' WS-VSM-FILE-STATUS
006390         MOVE 'NOT UNLOADED - CLUSTER WOULD NOT OPEN'
006400             TO WS-DISPOSITION
006410         MOVE 36 TO WS-FILE-RC
006420         GO TO 3000-EXIT
006430     END-IF.
006440     SET WS-VSM-OPEN TO TRUE.

006450     ACCEPT WS-CURRENT-TIME FROM TIME.
006460     MOVE SPACES TO HW-BACKUP-RECORD.
006470     SET HW-BKP-HEADER TO TRUE.
006480     MOVE WS-CUR-FILE-ID  TO HW-BKP-FILE-ID.
006490     MOVE WS-CURRENT-DATE TO HW-BKP-HDR-DATE.
006500     MOVE WS-CURRENT-TIME TO HW-BKP-HDR-TIME.
006510     MOVE 'HWVSMBKP'      TO HW-BKP-HDR-PROGRAM.
006520     MOVE WS-CUR-REC-LEN  TO HW-BKP-HDR-REC-LEN.
006530     MOVE WS-CUR-KEY-LEN  TO HW-BKP-HDR-KEY-LEN.
006540     PERFORM 3900-WRITE-BACKUP
006550         THRU 3900-EXIT.

006560     PERFORM 5100-START-CLUSTER
006570         THRU 5100-EXIT.
006580     PERFORM 3100-UNLOAD-ONE-RECORD
006590         THRU 3100-EXIT
006600         UNTIL WS-VSM-EOF
006610            OR WS-OUT-FAILED.
006620     PERFORM 5400-CLOSE-CLUSTER
006630         THRU 5400-EXIT.

006640     IF WS-OUT-FAILED
006650         MOVE 'NOT UNLOADED - BKUPOUT WRITE FAILED'
006660             TO WS-DISPOSITION
006670         MOVE 52 TO WS-FILE-RC
006680         GO TO 3000-EXIT
006690     END-IF.
006700     IF WS-VSM-ERROR
006710         DISPLAY 'HWVSMBKP: READ ERROR ON ' WS-CUR-FILE-ID
006720                 ', STATUS = ' WS-VSM-FILE-STATUS
006730         MOVE 'NOT UNLOADED - CLUSTER READ ERROR'
006740             TO WS-DISPOSITION
006750         MOVE 36 TO WS-FILE-RC
006760         GO TO 3000-EXIT
006770     END-IF.

006780     MOVE SPACES TO HW-BACKUP-RECORD.
006790     SET HW-BKP-TRAILER TO TRUE.
006800     MOVE WS-CUR-FILE-ID TO HW-BKP-FILE-ID.
006810     MOVE WS-REC-COUNT   TO HW-BKP-TRL-COUNT.
006820     MOVE WS-KEY-HASH    TO HW-BKP-TRL-KEY-HASH.
006830     PERFORM 3900-WRITE-BACKUP
006840         THRU 3900-EXIT.
006850     IF WS-OUT-FAILED
006860         MOVE 'NOT UNLOADED - BKUPOUT WRITE FAILED'
006870             TO WS-DISPOSITION
006880         MOVE 52 TO WS-FILE-RC
006890         GO TO 3000-EXIT
006900     END-IF.
006910     MOVE 'UNLOADED' TO WS-DISPOSITION.

006920 3000-EXIT.
006930     EXIT.

006940************************************************************
006950* 3050-OPEN-BACKUP-OUTPUT -- OPEN BKUPOUT FOR THE RUN'S
006960*                            FIRST UNLOAD.  A GENERATION THAT
006970*                            CANNOT BE OPENED FAILS EVERY
006980*                            UNLOAD IN THE RUN.
006990************************************************************
007000 3050-OPEN-BACKUP-OUTPUT.
007010     OPEN OUTPUT BACKUP-OUT-FILE.
007020     IF NOT WS-OUT-OK
007030         DISPLAY 'HWVSMBKP: UNABLE TO OPEN BKUPOUT, '
007040                 'STATUS = ' WS-OUT-FILE-STATUS
007050         SET WS-OUT-FAILED TO TRUE
007060         GO TO 3050-EXIT
007070     END-IF.
007080     SET WS-OUT-OPEN TO TRUE.

007090 3050-EXIT.
007100     EXIT.

007110************************************************************
007120* 3100-UNLOAD-ONE-RECORD -- READ THE NEXT CLUSTER RECORD,
007130*                           ADD ITS KEY TO THE HASH TOTAL AND
007140*                           WRITE IT AS A DETAIL
007150************************************************************
007160 3100-UNLOAD-ONE-RECORD.
007170     PERFORM 5200-READ-CLUSTER-NEXT
007180         THRU 5200-EXIT.
007190     IF WS-VSM-EOF
007200         GO TO 3100-EXIT
007210     END-IF.
007220     ADD 1 TO WS-REC-COUNT.
007230     PERFORM 6000-HASH-KEY
007240         THRU 6000-EXIT.

007250     MOVE SPACES TO HW-BACKUP-RECORD.
007260     SET HW-BKP-DETAIL TO TRUE.
007270     MOVE WS-CUR-FILE-ID TO HW-BKP-FILE-ID.
007280     MOVE WS-DATA-AREA   TO HW-BKP-DTL-DATA.
007290     PERFORM 3900-WRITE-BACKUP
007300         THRU 3900-EXIT.

007310 3100-EXIT.
007320     EXIT.

007330************************************************************
007340* 3900-WRITE-BACKUP -- WRITE ONE GENERATION RECORD.  A FAILED
007350*                      WRITE ENDS ALL UNLOADING FOR THE RUN.
007360************************************************************
007370 3900-WRITE-BACKUP.
007380     WRITE HW-BACKUP-OUT-RECORD FROM HW-BACKUP-RECORD.
007390     IF NOT WS-OUT-OK
007400         DISPLAY 'HWVSMBKP: UNABLE TO WRITE BKUPOUT, '
007410                 'STATUS = ' WS-OUT-FILE-STATUS
007420         SET WS-OUT-FAILED TO TRUE
007430     END-IF.

007440 3900-EXIT.
007450     EXIT.

007460************************************************************
007470* 4000-RELOAD-FILE -- PROVE THE FILE'S SECTION OF BKUPIN
007480*                     AGAINST ITS TRAILER, CHECK THE CLUSTER
007490*                     IS EMPTY, LOAD IT, THEN BROWSE IT AGAIN
007500*                     AND HOLD ITS COUNT AND KEY HASH TO THE
007510*                     TRAILER
007520************************************************************
007530 4000-RELOAD-FILE.
007540     PERFORM 4100-CHECK-GENERATION
007550         THRU 4100-EXIT.
007560     IF WS-TRAILER-FOUND
007570         MOVE 'TRAILER'       TO WS-DTL-FUNCTION
007580         MOVE WS-TRL-COUNT    TO WS-DTL-COUNT
007590         MOVE WS-TRL-KEY-HASH TO WS-DTL-KEY-HASH
007600         MOVE SPACES          TO WS-DTL-DISP
007610         STRING 'UNLOADED '   DELIMITED BY SIZE
007620                WS-HDR-DATE   DELIMITED BY SIZE
007630                ' '           DELIMITED BY SIZE
007640                WS-HDR-TIME   DELIMITED BY SIZE
007650             INTO WS-DTL-DISP
007660         END-STRING
007670         PERFORM 7000-PRINT-DETAIL
007680             THRU 7000-EXIT
007690     END-IF.
007700     IF WS-DISPOSITION NOT = SPACES
007710         GO TO 4000-EXIT
007720     END-IF.

007730     PERFORM 5050-OPEN-CLUSTER-I-O
007740         THRU 5050-EXIT.
007750     IF NOT WS-VSM-OK
007760         DISPLAY 'HWVSMBKP: UNABLE TO OPEN ' WS-CUR-FILE-ID
007770                 ', STATUS = ' WS-VSM-FILE-STATUS
007780         MOVE 'NOT RELOADED - CLUSTER WOULD NOT OPEN'
007790             TO WS-DISPOSITION
007800         MOVE 36 TO WS-FILE-RC
007810         GO TO 4000-EXIT
007820     END-IF.
007830     SET WS-VSM-OPEN TO TRUE.

007840     PERFORM 5100-START-CLUSTER
007850         THRU 5100-EXIT.
007860     IF NOT WS-VSM-EOF
007870         PERFORM 5200-READ-CLUSTER-NEXT
007880             THRU 5200-EXIT
007890     END-IF.
007900     IF WS-VSM-ERROR
007910         PERFORM 5400-CLOSE-CLUSTER
007920             THRU 5400-EXIT
007930         MOVE 'NOT RELOADED - CLUSTER READ ERROR'
007940             TO WS-DISPOSITION
007950         MOVE 36 TO WS-FILE-RC
007960         GO TO 4000-EXIT
007970     END-IF.
007980     IF NOT WS-VSM-EOF
007990         PERFORM 5400-CLOSE-CLUSTER
008000             THRU 5400-EXIT
008010         MOVE 'REFUSED - CLUSTER IS NOT EMPTY' TO WS-DISPOSITION
008020         MOVE 64 TO WS-FILE-RC
008030         GO TO 4000-EXIT
008040     END-IF.

008050     PERFORM 4200-LOAD-SECTION
008060         THRU 4200-EXIT.
008070     PERFORM 5400-CLOSE-CLUSTER
008080         THRU 5400-EXIT.
008090     MOVE 'LOADED'           TO WS-DTL-FUNCTION.
008100     MOVE WS-LOAD-COUNT      TO WS-DTL-COUNT.
008110     MOVE ZERO               TO WS-DTL-KEY-HASH.
008120     MOVE SPACES             TO WS-DTL-DISP.
008130     IF WS-LOAD-FAIL-COUNT > ZERO
008140         MOVE 'SOME RECORDS WOULD NOT WRITE' TO WS-DTL-DISP
008150     END-IF.
008160     PERFORM 7000-PRINT-DETAIL
008170         THRU 7000-EXIT.
008180     IF WS-DISPOSITION NOT = SPACES
008190         GO TO 4000-EXIT
008200     END-IF.

008210     PERFORM 4300-VERIFY-CLUSTER
008220         THRU 4300-EXIT.

008230 4000-EXIT.
008240     EXIT.

008250************************************************************
008260* 4050-OPEN-BACKUP-INPUT -- OPEN BKUPIN FOR ONE PASS FROM THE
008270*                           TOP
008280************************************************************
008290 4050-OPEN-BACKUP-INPUT.
008300     MOVE 'N' TO WS-IN-EOF-SW.
008310     OPEN INPUT BACKUP-IN-FILE.
008320     IF NOT WS-IN-OK
008330         DISPLAY 'HWVSMBKP: UNABLE TO OPEN BKUPIN, '
008340                 'STATUS = ' WS-IN-FILE-STATUS
008350         MOVE 'NOT RELOADED - BKUPIN NOT AVAILABLE'
008360             TO WS-DISPOSITION
008370         MOVE 56 TO WS-FILE-RC
008380         GO TO 4050-EXIT
008390     END-IF.
008400     SET WS-IN-OPEN TO TRUE.

008410 4050-EXIT.
008420     EXIT.

008430************************************************************
008440* 4060-CLOSE-BACKUP-INPUT -- CLOSE BKUPIN AFTER A PASS
008450************************************************************
008460 4060-CLOSE-BACKUP-INPUT.
008470     IF WS-IN-OPEN
008480         CLOSE BACKUP-IN-FILE
008490         MOVE 'N' TO WS-IN-OPEN-SW
008500     END-IF.

008510 4060-EXIT.
008520     EXIT.

008530************************************************************
008540* 4100-CHECK-GENERATION -- FIRST PASS OF BKUPIN: FIND THE
008550*                          FILE'S FIRST SECTION, COUNT AND
008560*                          HASH ITS DETAILS, AND REFUSE IT
008570*                          UNLESS THEY AGREE WITH ITS TRAILER
008580*                          AND ITS LAYOUT FITS THE CLUSTER.
008590*                          A REFUSAL LEAVES THE REASON IN
008600*                          WS-DISPOSITION.
008610************************************************************
008620 4100-CHECK-GENERATION.
008630     MOVE 'N' TO WS-SECTION-FOUND-SW.
008640     MOVE 'N' TO WS-TRAILER-FOUND-SW.
008650     PERFORM 4050-OPEN-BACKUP-INPUT
008660         THRU 4050-EXIT.
008670     IF NOT WS-IN-OPEN
008680         GO TO 4100-EXIT
008690     END-IF.
008700     PERFORM 4110-SCAN-GENERATION
008710         THRU 4110-EXIT
008720         UNTIL WS-IN-EOF
008730            OR WS-TRAILER-FOUND.
008740     PERFORM 4060-CLOSE-BACKUP-INPUT
008750         THRU 4060-EXIT.

008760     IF NOT WS-SECTION-FOUND
008770         MOVE 'REFUSED - FILE NOT ON GENERATION'
008780             TO WS-DISPOSITION
008790         MOVE 56 TO WS-FILE-RC
008800         GO TO 4100-EXIT
008810     END-IF.
008820     IF NOT WS-TRAILER-FOUND
008830         MOVE 'REFUSED - SECTION HAS NO TRAILER'
008840             TO WS-DISPOSITION
008850         MOVE 60 TO WS-FILE-RC
008860         GO TO 4100-EXIT
008870     END-IF.
008880     IF WS-REC-COUNT NOT = WS-TRL-COUNT
008890        OR WS-KEY-HASH NOT = WS-TRL-KEY-HASH
008900         MOVE 'REFUSED - TRAILER DOES NOT BALANCE'
008910             TO WS-DISPOSITION
008920         MOVE 60 TO WS-FILE-RC
008930         GO TO 4100-EXIT
008940     END-IF.
008950     IF WS-HDR-REC-LEN > WS-CUR-REC-LEN
008960        OR WS-HDR-KEY-LEN NOT = WS-CUR-KEY-LEN
008970         MOVE 'REFUSED - LAYOUT DOES NOT FIT CLUSTER'
008980             TO WS-DISPOSITION
008990         MOVE 56 TO WS-FILE-RC
009000     END-IF.

009010 4100-EXIT.
009020     EXIT.

009030************************************************************
009040* 4110-SCAN-GENERATION -- READ ONE GENERATION RECORD AND
009050*                         TAKE IT INTO THE CHECK IF IT BELONGS
009060*                         TO THE FILE'S FIRST SECTION
009070************************************************************
009080 4110-SCAN-GENERATION.
009090     READ BACKUP-IN-FILE INTO HW-BACKUP-RECORD
009100         AT END
009110             SET WS-IN-EOF TO TRUE
009120             GO TO 4110-EXIT
009130     END-READ.
009140     IF HW-BKP-FILE-ID NOT = WS-CUR-FILE-ID
009150         GO TO 4110-EXIT
009160     END-IF.
009170     IF HW-BKP-HEADER
009180         IF NOT WS-SECTION-FOUND
009190             SET WS-SECTION-FOUND TO TRUE
009200             MOVE HW-BKP-HDR-DATE    TO WS-HDR-DATE
009210             MOVE HW-BKP-HDR-TIME    TO WS-HDR-TIME
009220             MOVE HW-BKP-HDR-REC-LEN TO WS-HDR-REC-LEN
009230             MOVE HW-BKP-HDR-KEY-LEN TO WS-HDR-KEY-LEN
009240         END-IF
009250         GO TO 4110-EXIT
009260     END-IF.
009270     IF NOT WS-SECTION-FOUND
009280         GO TO 4110-EXIT
009290     END-IF.

009300     IF HW-BKP-DETAIL
009310         ADD 1 TO WS-REC-COUNT
009320         MOVE HW-BKP-DTL-DATA TO WS-DATA-AREA
009330         PERFORM 6000-HASH-KEY
009340             THRU 6000-EXIT
009350         GO TO 4110-EXIT
009360     END-IF.
009370     IF HW-BKP-TRAILER
009380         SET WS-TRAILER-FOUND TO TRUE
009390         MOVE HW-BKP-TRL-COUNT    TO WS-TRL-COUNT
009400         MOVE HW-BKP-TRL-KEY-HASH TO WS-TRL-KEY-HASH
009410     END-IF.

009420 4110-EXIT.
009430     EXIT.

009440************************************************************
009450* 4200-LOAD-SECTION -- SECOND PASS OF BKUPIN: WRITE EVERY
009460*                      DETAIL OF THE FILE'S FIRST SECTION TO
009470*                      THE EMPTY CLUSTER
009480************************************************************
009490 4200-LOAD-SECTION.
009500     MOVE ZERO TO WS-LOAD-COUNT.
009510     MOVE ZERO TO WS-LOAD-FAIL-COUNT.
009520     MOVE 'N' TO WS-SECTION-FOUND-SW.
009530     MOVE 'N' TO WS-TRAILER-FOUND-SW.
009540     PERFORM 4050-OPEN-BACKUP-INPUT
009550         THRU 4050-EXIT.
009560     IF NOT WS-IN-OPEN
009570         GO TO 4200-EXIT
009580     END-IF.
009590     PERFORM 4210-LOAD-ONE-RECORD
009600         THRU 4210-EXIT
009610         UNTIL WS-IN-EOF
009620            OR WS-TRAILER-FOUND.
009630     PERFORM 4060-CLOSE-BACKUP-INPUT
009640         THRU 4060-EXIT.

009650 4200-EXIT.
009660     EXIT.

009670************************************************************
009680* 4210-LOAD-ONE-RECORD -- READ ONE GENERATION RECORD; WRITE
009690*                         IT TO THE CLUSTER IF IT IS A DETAIL
009700*                         OF THE FILE'S FIRST SECTION
009710************************************************************
009720 4210-LOAD-ONE-RECORD.
009730     READ BACKUP-IN-FILE INTO HW-BACKUP-RECORD
009740         AT END
009750             SET WS-IN-EOF TO TRUE
009760             GO TO 4210-EXIT
009770     END-READ.
009780     IF HW-BKP-FILE-ID NOT = WS-CUR-FILE-ID
009790         GO TO 4210-EXIT
009800     END-IF.
009810     IF HW-BKP-HEADER
009820         SET WS-SECTION-FOUND TO TRUE
009830         GO TO 4210-EXIT
009840     END-IF.
009850     IF NOT WS-SECTION-FOUND
009860         GO TO 4210-EXIT
009870     END-IF.
009880     IF HW-BKP-TRAILER
009890         SET WS-TRAILER-FOUND TO TRUE
009900         GO TO 4210-EXIT
009910     END-IF.
009920     IF NOT HW-BKP-DETAIL
009930         GO TO 4210-EXIT
009940     END-IF.

009950     MOVE HW-BKP-DTL-DATA TO WS-DATA-AREA.
009960     PERFORM 5300-WRITE-CLUSTER
009970         THRU 5300-EXIT.
009980     IF WS-VSM-OK
009990         ADD 1 TO WS-LOAD-COUNT
010000     ELSE
010010         ADD 1 TO WS-LOAD-FAIL-COUNT
010020     END-IF.

010030 4210-EXIT.
010040     EXIT.

010050************************************************************
010060* 4300-VERIFY-CLUSTER -- BROWSE THE RELOADED CLUSTER FROM THE
010070*                        TOP, COUNTING AND HASHING EVERY KEY,
010080*                        AND HOLD THE RESULT TO THE TRAILER
010090************************************************************
010100 4300-VERIFY-CLUSTER.
010110     MOVE ZERO TO WS-REC-COUNT.
010120     MOVE ZERO TO WS-KEY-HASH.
010130     PERFORM 5000-OPEN-CLUSTER-INPUT
010140         THRU 5000-EXIT.
010150     IF NOT WS-VSM-OK
010160         DISPLAY 'HWVSMBKP: UNABLE TO REOPEN ' WS-CUR-FILE-ID
010170                 ', STATUS = ' WS-VSM-FILE-STATUS
010180         MOVE 'NOT VERIFIED - CLUSTER WOULD NOT OPEN'
010190             TO WS-DISPOSITION
010200         MOVE 36 TO WS-FILE-RC
010210         GO TO 4300-EXIT
010220     END-IF.
010230     SET WS-VSM-OPEN TO TRUE.

010240     PERFORM 5100-START-CLUSTER
010250         THRU 5100-EXIT.
010260     PERFORM 4310-VERIFY-ONE-RECORD
010270         THRU 4310-EXIT
010280         UNTIL WS-VSM-EOF.
010290     PERFORM 5400-CLOSE-CLUSTER
010300         THRU 5400-EXIT.

010310     IF WS-VSM-ERROR
010320         DISPLAY 'HWVSMBKP: READ ERROR ON ' WS-CUR-FILE-ID
010330                 ', STATUS = ' WS-VSM-FILE-STATUS
010340         MOVE 'NOT VERIFIED - CLUSTER READ ERROR'
010350             TO WS-DISPOSITION
010360         MOVE 36 TO WS-FILE-RC
010370         GO TO 4300-EXIT
010380     END-IF.
010390     IF WS-REC-COUNT = WS-TRL-COUNT
010400        AND WS-KEY-HASH = WS-TRL-KEY-HASH
010410         MOVE 'RELOADED AND VERIFIED' TO WS-DISPOSITION
010420     ELSE
010430         MOVE '** VERIFICATION OUT OF BALANCE **'
010440             TO WS-DISPOSITION
010450         MOVE 60 TO WS-FILE-RC
010460     END-IF.

010470 4300-EXIT.
010480     EXIT.

010490 4310-VERIFY-ONE-RECORD.
010500     PERFORM 5200-READ-CLUSTER-NEXT
010510         THRU 5200-EXIT.
010520     IF WS-VSM-EOF
010530         GO TO 4310-EXIT
010540     END-IF.
010550     ADD 1 TO WS-REC-COUNT.
010560     PERFORM 6000-HASH-KEY
010570         THRU 6000-EXIT.

010580 4310-EXIT.
010590     EXIT.

010600************************************************************
010610* 5000-OPEN-CLUSTER-INPUT -- OPEN THE CURRENT CLUSTER FOR A
010620*                             BROWSE
010630************************************************************
010640 5000-OPEN-CLUSTER-INPUT.
010650     EVALUATE TRUE
010660         WHEN WS-CUR-RUNCNTL
010670             OPEN INPUT CONTROL-TOTAL-FILE
010680         WHEN WS-CUR-STATVSAM
010690             OPEN INPUT STATUS-FILE
010700         WHEN WS-CUR-DEPTMST
010710             OPEN INPUT DEPARTMENT-FILE
010720         WHEN WS-CUR-REQMST
010730             OPEN INPUT REQUESTER-FILE
010740         WHEN WS-CUR-CALFILE
010750             OPEN INPUT CALENDAR-FILE
010760         WHEN WS-CUR-OPENALRT
010770             OPEN INPUT OPEN-ALERT-FILE
010780         WHEN WS-CUR-SUSPFILE
010790             OPEN INPUT SUSPENSE-FILE
010800         WHEN WS-CUR-TRANCKPT
010810             OPEN INPUT TRAN-CKPT-FILE
010820         WHEN WS-CUR-TRANIDWK
010830             OPEN INPUT TRAN-ID-WORK-FILE
010840         WHEN WS-CUR-OPRMST
010850             OPEN INPUT OPERATOR-FILE
010860         WHEN WS-CUR-SCHDMST
010870             OPEN INPUT SCHEDULE-FILE
010880         WHEN WS-CUR-DEPTVOL
010890             OPEN INPUT DEPT-VOLUME-FILE
010900         WHEN WS-CUR-EXHIST
010910             OPEN INPUT EXEC-HISTORY-FILE
010920         WHEN WS-CUR-REQHIST
010930             OPEN INPUT REQ-HISTORY-FILE
010940     END-EVALUATE.

010950 5000-EXIT.
010960     EXIT.

010970************************************************************
010980* 5050-OPEN-CLUSTER-I-O -- OPEN THE CURRENT CLUSTER FOR A
010990*                          RELOAD.  A CLUSTER NOT YET
011000*                          LOADED IS CREATED EMPTY FIRST.
011010************************************************************
011020 5050-OPEN-CLUSTER-I-O.
011030     PERFORM 5060-OPEN-CLUSTER-UPDATE
011040         THRU 5060-EXIT.
011050     IF WS-VSM-MISSING
011060         PERFORM 5070-CREATE-CLUSTER
011070             THRU 5070-EXIT
011080         PERFORM 5060-OPEN-CLUSTER-UPDATE
011090             THRU 5060-EXIT
011100     END-IF.

011110 5050-EXIT.
011120     EXIT.

011130************************************************************
011140* 5060-OPEN-CLUSTER-UPDATE -- OPEN THE CURRENT CLUSTER I-O
011150************************************************************
011160 5060-OPEN-CLUSTER-UPDATE.
011170     EVALUATE TRUE
011180         WHEN WS-CUR-RUNCNTL
011190             OPEN I-O CONTROL-TOTAL-FILE
011200         WHEN WS-CUR-STATVSAM
011210             OPEN I-O STATUS-FILE
011220         WHEN WS-CUR-DEPTMST
011230             OPEN I-O DEPARTMENT-FILE
011240         WHEN WS-CUR-REQMST
011250             OPEN I-O REQUESTER-FILE
011260         WHEN WS-CUR-CALFILE
011270             OPEN I-O CALENDAR-FILE
011280         WHEN WS-CUR-OPENALRT
011290             OPEN I-O OPEN-ALERT-FILE
011300         WHEN WS-CUR-SUSPFILE
011310             OPEN I-O SUSPENSE-FILE
011320         WHEN WS-CUR-TRANCKPT
011330             OPEN I-O TRAN-CKPT-FILE
011340         WHEN WS-CUR-TRANIDWK
011350             OPEN I-O TRAN-ID-WORK-FILE
011360         WHEN WS-CUR-OPRMST
011370             OPEN I-O OPERATOR-FILE
011380         WHEN WS-CUR-SCHDMST
011390             OPEN I-O SCHEDULE-FILE
011400         WHEN WS-CUR-DEPTVOL
011410             OPEN I-O DEPT-VOLUME-FILE
011420         WHEN WS-CUR-EXHIST
011430             OPEN I-O EXEC-HISTORY-FILE
011440         WHEN WS-CUR-REQHIST
011450             OPEN I-O REQ-HISTORY-FILE
011460     END-EVALUATE.

011470 5060-EXIT.
011480     EXIT.

011490************************************************************
011500* 5070-CREATE-CLUSTER -- OPEN THE CURRENT CLUSTER OUTPUT
011510*                         AND CLOSE IT AGAIN, LEAVING IT
011520*                         DEFINED AND EMPTY
011530************************************************************
011540 5070-CREATE-CLUSTER.
011550     EVALUATE TRUE
011560         WHEN WS-CUR-RUNCNTL
011570             OPEN OUTPUT CONTROL-TOTAL-FILE
011580             CLOSE CONTROL-TOTAL-FILE
011590         WHEN WS-CUR-STATVSAM
011600             OPEN OUTPUT STATUS-FILE
011610             CLOSE STATUS-FILE
011620         WHEN WS-CUR-DEPTMST
011630             OPEN OUTPUT DEPARTMENT-FILE
011640             CLOSE DEPARTMENT-FILE
011650         WHEN WS-CUR-REQMST
011660             OPEN OUTPUT REQUESTER-FILE
011670             CLOSE REQUESTER-FILE
011680         WHEN WS-CUR-CALFILE
011690             OPEN OUTPUT CALENDAR-FILE
011700             CLOSE CALENDAR-FILE
011710         WHEN WS-CUR-OPENALRT
011720             OPEN OUTPUT OPEN-ALERT-FILE
011730             CLOSE OPEN-ALERT-FILE
011740         WHEN WS-CUR-SUSPFILE
011750             OPEN OUTPUT SUSPENSE-FILE
011760             CLOSE SUSPENSE-FILE
011770         WHEN WS-CUR-TRANCKPT
011780             OPEN OUTPUT TRAN-CKPT-FILE
011790             CLOSE TRAN-CKPT-FILE
011800         WHEN WS-CUR-TRANIDWK
011810             OPEN OUTPUT TRAN-ID-WORK-FILE
011820             CLOSE TRAN-ID-WORK-FILE
011830         WHEN WS-CUR-OPRMST
011840             OPEN OUTPUT OPERATOR-FILE
011850             CLOSE OPERATOR-FILE
011860         WHEN WS-CUR-SCHDMST
011870             OPEN OUTPUT SCHEDULE-FILE
011880             CLOSE SCHEDULE-FILE
011890         WHEN WS-CUR-DEPTVOL
011900             OPEN OUTPUT DEPT-VOLUME-FILE
011910             CLOSE DEPT-VOLUME-FILE
011920         WHEN WS-CUR-EXHIST
011930             OPEN OUTPUT EXEC-HISTORY-FILE
011940             CLOSE EXEC-HISTORY-FILE
011950         WHEN WS-CUR-REQHIST
011960             OPEN OUTPUT REQ-HISTORY-FILE
011970             CLOSE REQ-HISTORY-FILE
011980     END-EVALUATE.

011990 5070-EXIT.
012000     EXIT.

012010************************************************************
012020* 5100-START-CLUSTER -- POSITION THE BROWSE AT THE LOWEST
012030*                        KEY.  AN EMPTY CLUSTER IS AT
012040*                        END AT ONCE.
012050************************************************************
012060 5100-START-CLUSTER.
012070     MOVE 'N' TO WS-VSM-EOF-SW.
012080     MOVE 'N' TO WS-VSM-ERROR-SW.
012090     EVALUATE TRUE
012100         WHEN WS-CUR-RUNCNTL
012110             MOVE LOW-VALUES TO HW-CNT-KEY
012120             START CONTROL-TOTAL-FILE
012130                 KEY IS NOT LESS THAN HW-CNT-KEY
012140                 INVALID KEY
012150                     SET WS-VSM-EOF TO TRUE
012160             END-START
012170         WHEN WS-CUR-STATVSAM
012180             MOVE LOW-VALUES TO HW-STAT-KEY
012190             START STATUS-FILE
012200                 KEY IS NOT LESS THAN HW-STAT-KEY
012210                 INVALID KEY
012220                     SET WS-VSM-EOF TO TRUE
012230             END-START
012240         WHEN WS-CUR-DEPTMST
012250             MOVE LOW-VALUES TO HW-DEP-CODE
012260             START DEPARTMENT-FILE
012270                 KEY IS NOT LESS THAN HW-DEP-CODE
012280                 INVALID KEY
012290                     SET WS-VSM-EOF TO TRUE
012300             END-START
012310         WHEN WS-CUR-REQMST
012320             MOVE LOW-VALUES TO HW-REQ-ID
012330             START REQUESTER-FILE
012340                 KEY IS NOT LESS THAN HW-REQ-ID
012350                 INVALID KEY
012360                     SET WS-VSM-EOF TO TRUE
012370             END-START
012380         WHEN WS-CUR-CALFILE
012390             MOVE LOW-VALUES TO HW-CAL-DATE
012400             START CALENDAR-FILE
012410                 KEY IS NOT LESS THAN HW-CAL-DATE
012420                 INVALID KEY
012430                     SET WS-VSM-EOF TO TRUE
012440             END-START
012450         WHEN WS-CUR-OPENALRT
012460             MOVE LOW-VALUES TO HW-OPA-KEY
012470             START OPEN-ALERT-FILE
012480                 KEY IS NOT LESS THAN HW-OPA-KEY
012490                 INVALID KEY
012500                     SET WS-VSM-EOF TO TRUE
012510             END-START
012520         WHEN WS-CUR-SUSPFILE
012530             MOVE LOW-VALUES TO HW-SUS-TRAN-ID
012540             START SUSPENSE-FILE
012550                 KEY IS NOT LESS THAN HW-SUS-TRAN-ID
012560                 INVALID KEY
012570                     SET WS-VSM-EOF TO TRUE
012580             END-START
012590         WHEN WS-CUR-TRANCKPT
012600             MOVE LOW-VALUES TO HW-CKP-KEY
012610             START TRAN-CKPT-FILE
012620                 KEY IS NOT LESS THAN HW-CKP-KEY
012630                 INVALID KEY
012640                     SET WS-VSM-EOF TO TRUE
012650             END-START
012660         WHEN WS-CUR-TRANIDWK
012670             MOVE LOW-VALUES TO HW-IDW-TRAN-ID
012680             START TRAN-ID-WORK-FILE
012690                 KEY IS NOT LESS THAN HW-IDW-TRAN-ID
012700                 INVALID KEY
012710                     SET WS-VSM-EOF TO TRUE
012720             END-START
012730         WHEN WS-CUR-OPRMST
012740             MOVE LOW-VALUES TO HW-OPR-INITIALS
012750             START OPERATOR-FILE
012760                 KEY IS NOT LESS THAN HW-OPR-INITIALS
012770                 INVALID KEY
012780                     SET WS-VSM-EOF TO TRUE
012790             END-START
012800         WHEN WS-CUR-SCHDMST
012810             MOVE LOW-VALUES TO HW-SCH-JOB-NAME
012820             START SCHEDULE-FILE
012830                 KEY IS NOT LESS THAN HW-SCH-JOB-NAME
012840                 INVALID KEY
012850                     SET WS-VSM-EOF TO TRUE
012860             END-START
012870         WHEN WS-CUR-DEPTVOL
012880             MOVE LOW-VALUES TO HW-VOL-KEY
012890             START DEPT-VOLUME-FILE
012900                 KEY IS NOT LESS THAN HW-VOL-KEY
012910                 INVALID KEY
012920                     SET WS-VSM-EOF TO TRUE
012930             END-START
012940         WHEN WS-CUR-EXHIST
012950             MOVE LOW-VALUES TO HW-EXH-KEY
012960             START EXEC-HISTORY-FILE
012970                 KEY IS NOT LESS THAN HW-EXH-KEY
012980                 INVALID KEY
012990                     SET WS-VSM-EOF TO TRUE
013000             END-START
013010         WHEN WS-CUR-REQHIST
013020             MOVE LOW-VALUES TO HW-RQH-REQ-ID
013030             START REQ-HISTORY-FILE
013040                 KEY IS NOT LESS THAN HW-RQH-REQ-ID
013050                 INVALID KEY
013060                     SET WS-VSM-EOF TO TRUE
013070             END-START
013080     END-EVALUATE.

013090 5100-EXIT.
013100     EXIT.

013110************************************************************
013120* 5200-READ-CLUSTER-NEXT -- READ THE NEXT RECORD INTO
013130*                            WS-DATA-AREA.  ANY STATUS BUT
013140*                            END OF FILE IS A READ ERROR AND
013150*                            ALSO ENDS THE BROWSE.
013160************************************************************
013170 5200-READ-CLUSTER-NEXT.
013180     EVALUATE TRUE
013190         WHEN WS-CUR-RUNCNTL
013200             READ CONTROL-TOTAL-FILE NEXT RECORD
013210                 INTO WS-DATA-AREA
013220                 AT END
013230                     SET WS-VSM-EOF TO TRUE
013240             END-READ
013250         WHEN WS-CUR-STATVSAM
013260             READ STATUS-FILE NEXT RECORD
013270                 INTO WS-DATA-AREA
013280                 AT END
013290                     SET WS-VSM-EOF TO TRUE
013300             END-READ
013310         WHEN WS-CUR-DEPTMST
013320             READ DEPARTMENT-FILE NEXT RECORD
013330                 INTO WS-DATA-AREA
013340                 AT END
013350                     SET WS-VSM-EOF TO TRUE
013360             END-READ
013370         WHEN WS-CUR-REQMST
013380             READ REQUESTER-FILE NEXT RECORD
013390                 INTO WS-DATA-AREA
013400                 AT END
013410                     SET WS-VSM-EOF TO TRUE
013420             END-READ
013430         WHEN WS-CUR-CALFILE
013440             READ CALENDAR-FILE NEXT RECORD
013450                 INTO WS-DATA-AREA
013460                 AT END
013470                     SET WS-VSM-EOF TO TRUE
013480             END-READ
013490         WHEN WS-CUR-OPENALRT
013500             READ OPEN-ALERT-FILE NEXT RECORD
013510                 INTO WS-DATA-AREA
013520                 AT END
013530                     SET WS-VSM-EOF TO TRUE
013540             END-READ
013550         WHEN WS-CUR-SUSPFILE
013560             READ SUSPENSE-FILE NEXT RECORD
013570                 INTO WS-DATA-AREA
013580                 AT END
013590                     SET WS-VSM-EOF TO TRUE
013600             END-READ
013610         WHEN WS-CUR-TRANCKPT
013620             READ TRAN-CKPT-FILE NEXT RECORD
013630                 INTO WS-DATA-AREA
013640                 AT END
013650                     SET WS-VSM-EOF TO TRUE
013660             END-READ
013670         WHEN WS-CUR-TRANIDWK
013680             READ TRAN-ID-WORK-FILE NEXT RECORD
013690                 INTO WS-DATA-AREA
013700                 AT END
013710                     SET WS-VSM-EOF TO TRUE
013720             END-READ
013730         WHEN WS-CUR-OPRMST
013740             READ OPERATOR-FILE NEXT RECORD
013750                 INTO WS-DATA-AREA
013760                 AT END
013770                     SET WS-VSM-EOF TO TRUE
013780             END-READ
013790         WHEN WS-CUR-SCHDMST
013800             READ SCHEDULE-FILE NEXT RECORD
013810                 INTO WS-DATA-AREA
013820                 AT END
013830                     SET WS-VSM-EOF TO TRUE
013840             END-READ
013850         WHEN WS-CUR-DEPTVOL
013860             READ DEPT-VOLUME-FILE NEXT RECORD
013870                 INTO WS-DATA-AREA
013880                 AT END
013890                     SET WS-VSM-EOF TO TRUE
013900             END-READ
013910         WHEN WS-CUR-EXHIST
013920             READ EXEC-HISTORY-FILE NEXT RECORD
013930                 INTO WS-DATA-AREA
013940                 AT END
013950                     SET WS-VSM-EOF TO TRUE
013960             END-READ
013970         WHEN WS-CUR-REQHIST
013980             READ REQ-HISTORY-FILE NEXT RECORD
013990                 INTO WS-DATA-AREA
014000                 AT END
014010                     SET WS-VSM-EOF TO TRUE
014020             END-READ
014030     END-EVALUATE.

014040     IF NOT WS-VSM-OK
014050        AND NOT WS-VSM-AT-END
014060         SET WS-VSM-ERROR TO TRUE
014070         SET WS-VSM-EOF TO TRUE
014080     END-IF.

014090 5200-EXIT.
014100     EXIT.

014110************************************************************
014120* 5300-WRITE-CLUSTER -- WRITE WS-DATA-AREA AS A RECORD OF
014130*                        THE CURRENT CLUSTER
014140************************************************************
014150 5300-WRITE-CLUSTER.
014160     EVALUATE TRUE
014170         WHEN WS-CUR-RUNCNTL
014180             MOVE WS-DATA-AREA TO HW-CONTROL-TOTAL-RECORD
014190             WRITE HW-CONTROL-TOTAL-RECORD
014200         WHEN WS-CUR-STATVSAM
014210             MOVE WS-DATA-AREA TO HW-STATUS-RECORD
014220             WRITE HW-STATUS-RECORD
014230         WHEN WS-CUR-DEPTMST
014240             MOVE WS-DATA-AREA TO HW-DEPARTMENT-RECORD
014250             WRITE HW-DEPARTMENT-RECORD
014260         WHEN WS-CUR-REQMST
014270             MOVE WS-DATA-AREA TO HW-REQUESTER-RECORD
014280             WRITE HW-REQUESTER-RECORD
014290         WHEN WS-CUR-CALFILE
014300             MOVE WS-DATA-AREA TO HW-CALENDAR-RECORD
014310             WRITE HW-CALENDAR-RECORD
014320         WHEN WS-CUR-OPENALRT
014330             MOVE WS-DATA-AREA TO HW-OPEN-ALERT-RECORD
014340             WRITE HW-OPEN-ALERT-RECORD
014350         WHEN WS-CUR-SUSPFILE
014360             MOVE WS-DATA-AREA TO HW-SUSPENSE-RECORD
014370             WRITE HW-SUSPENSE-RECORD
014380         WHEN WS-CUR-TRANCKPT
014390             MOVE WS-DATA-AREA TO HW-TRAN-CKPT-RECORD
014400             WRITE HW-TRAN-CKPT-RECORD
014410         WHEN WS-CUR-TRANIDWK
014420             MOVE WS-DATA-AREA TO HW-TRAN-ID-WORK-RECORD
014430             WRITE HW-TRAN-ID-WORK-RECORD
014440         WHEN WS-CUR-OPRMST
014450             MOVE WS-DATA-AREA TO HW-OPERATOR-RECORD
014460             WRITE HW-OPERATOR-RECORD
014470         WHEN WS-CUR-SCHDMST
014480             MOVE WS-DATA-AREA TO HW-SCHEDULE-RECORD
014490             WRITE HW-SCHEDULE-RECORD
014500         WHEN WS-CUR-DEPTVOL
014510             MOVE WS-DATA-AREA TO HW-DEPT-VOLUME-RECORD
014520             WRITE HW-DEPT-VOLUME-RECORD
014530         WHEN WS-CUR-EXHIST
014540             MOVE WS-DATA-AREA TO HW-EXEC-HISTORY-RECORD
014550             WRITE HW-EXEC-HISTORY-RECORD
014560         WHEN WS-CUR-REQHIST
014570             MOVE WS-DATA-AREA TO HW-REQ-HISTORY-RECORD
014580             WRITE HW-REQ-HISTORY-RECORD
014590     END-EVALUATE.

014600 5300-EXIT.
014610     EXIT.

014620************************************************************
014630* 5400-CLOSE-CLUSTER -- CLOSE THE CURRENT CLUSTER IF IT IS
014640*                        OPEN
014650************************************************************
014660 5400-CLOSE-CLUSTER.
014670     IF NOT WS-VSM-OPEN
014680         GO TO 5400-EXIT
014690     END-IF.
014700     MOVE 'N' TO WS-VSM-OPEN-SW.
014710     EVALUATE TRUE
014720         WHEN WS-CUR-RUNCNTL
014730             CLOSE CONTROL-TOTAL-FILE
014740         WHEN WS-CUR-STATVSAM
014750             CLOSE STATUS-FILE
014760         WHEN WS-CUR-DEPTMST
014770             CLOSE DEPARTMENT-FILE
014780         WHEN WS-CUR-REQMST
014790             CLOSE REQUESTER-FILE
014800         WHEN WS-CUR-CALFILE
014810             CLOSE CALENDAR-FILE
014820         WHEN WS-CUR-OPENALRT
014830             CLOSE OPEN-ALERT-FILE
014840         WHEN WS-CUR-SUSPFILE
014850             CLOSE SUSPENSE-FILE
014860         WHEN WS-CUR-TRANCKPT
014870             CLOSE TRAN-CKPT-FILE
014880         WHEN WS-CUR-TRANIDWK
014890             CLOSE TRAN-ID-WORK-FILE
014900         WHEN WS-CUR-OPRMST
014910             CLOSE OPERATOR-FILE
014920         WHEN WS-CUR-SCHDMST
014930             CLOSE SCHEDULE-FILE
014940         WHEN WS-CUR-DEPTVOL
014950             CLOSE DEPT-VOLUME-FILE
014960         WHEN WS-CUR-EXHIST
014970             CLOSE EXEC-HISTORY-FILE
014980         WHEN WS-CUR-REQHIST
014990             CLOSE REQ-HISTORY-FILE
015000     END-EVALUATE.

015010 5400-EXIT.
015020     EXIT.

015030************************************************************
015040* 6000-HASH-KEY -- ADD THE KEY AT THE FRONT OF WS-DATA-AREA
015050*                  TO THE KEY HASH TOTAL, EACH BYTE'S CODE
015060*                  POINT WEIGHTED BY ITS POSITION
015070************************************************************
015080 6000-HASH-KEY.
015090     MOVE ZERO TO WS-HASH-POS.
015100     PERFORM 6010-HASH-ONE-BYTE
015110         THRU 6010-EXIT
015120         WS-CUR-KEY-LEN TIMES.

015130 6000-EXIT.
015140     EXIT.

015150 6010-HASH-ONE-BYTE.
015160     ADD 1 TO WS-HASH-POS.
015170     MOVE WS-DATA-AREA (WS-HASH-POS:1) TO WS-HASH-LOW-BYTE.
015180     COMPUTE WS-KEY-HASH
015190         = WS-KEY-HASH + WS-HASH-BYTE-VALUE * WS-HASH-POS.

015200 6010-EXIT.
015210     EXIT.

015220************************************************************
015230* 7000-PRINT-DETAIL -- ONE LINE OF A FILE'S RESULT
015240************************************************************
015250 7000-PRINT-DETAIL.
015260     MOVE WS-CUR-FILE-ID TO WS-DTL-FILE-ID.
015270     WRITE HW-BACKUP-PRINT-RECORD FROM WS-FILE-DETAIL-LINE
015280         AFTER ADVANCING 1 LINE.

015290 7000-EXIT.
015300     EXIT.

015310************************************************************
015320* 8000-WRITE-TOTALS -- CARD AND FILE CONTROL TOTALS
015330************************************************************
015340 8000-WRITE-TOTALS.
015350     MOVE SPACES TO WS-RPT-COUNT-LINE.
015360     MOVE 'CARDS READ' TO WS-CNT-LABEL.
015370     MOVE WS-CARD-READ-COUNT TO WS-CNT-COUNT.
015380     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-COUNT-LINE
015390         AFTER ADVANCING 3 LINES.

015400     MOVE SPACES TO WS-RPT-COUNT-LINE.
015410     MOVE 'CARDS REJECTED' TO WS-CNT-LABEL.
015420     MOVE WS-REJECTED-COUNT TO WS-CNT-COUNT.
015430     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-COUNT-LINE
015440         AFTER ADVANCING 1 LINE.

015450     MOVE SPACES TO WS-RPT-COUNT-LINE.
015460     MOVE 'FILES UNLOADED' TO WS-CNT-LABEL.
015470     MOVE WS-UNLOADED-COUNT TO WS-CNT-COUNT.
015480     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-COUNT-LINE
015490         AFTER ADVANCING 1 LINE.

015500     MOVE SPACES TO WS-RPT-COUNT-LINE.
015510     MOVE 'FILES RELOADED AND VERIFIED' TO WS-CNT-LABEL.
015520     MOVE WS-RELOADED-COUNT TO WS-CNT-COUNT.
015530     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-COUNT-LINE
015540         AFTER ADVANCING 1 LINE.

015550     MOVE SPACES TO WS-RPT-COUNT-LINE.
015560     MOVE 'FILES FAILED OR REFUSED' TO WS-CNT-LABEL.
015570     MOVE WS-FAILED-COUNT TO WS-CNT-COUNT.
015580     WRITE HW-BACKUP-PRINT-RECORD FROM WS-RPT-COUNT-LINE
015590         AFTER ADVANCING 1 LINE.

015600 8000-EXIT.
015610     EXIT.

015620************************************************************
015630* 9999-TERMINATE -- CLOSE FILES AND RETURN TO THE OS
015640************************************************************
015650 9999-TERMINATE.
015660     IF WS-CARD-OPEN
015670         CLOSE BACKUP-CARD-FILE
015680     END-IF.
015690     IF WS-OUT-OPEN
015700         CLOSE BACKUP-OUT-FILE
015710     END-IF.
015720     PERFORM 4060-CLOSE-BACKUP-INPUT
015730         THRU 4060-EXIT.
015740     PERFORM 5400-CLOSE-CLUSTER
015750         THRU 5400-EXIT.
015760     IF WS-PRT-OPEN
015770         CLOSE BACKUP-PRINT-FILE
015780     END-IF.

015790 9999-EXIT.
015800     EXIT.
