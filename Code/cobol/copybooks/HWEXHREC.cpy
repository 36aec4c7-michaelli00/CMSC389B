000010************************************************************
000020* HWEXHREC.CPY
000030*
000040* EXECUTION-HISTORY RECORD -- VSAM KSDS (EXHIST) KEYED ON
000050* RUN DATE PLUS JOB NAME PLUS START TIME, ONE RECORD PER
000060* EXECUTION, SO A DAY OR A MONTH IS ONE KEY RANGE.  HWEXHLOD
000070* PAIRS THE RUN LOG'S START AND END EVENTS ONCE, NIGHTLY,
000080* AND LOADS THE RESULT HERE; THE REPORTING PROGRAMS READ
000090* THIS FILE INSTEAD OF RE-PAIRING RUNLOG/LOGHIST.
000100*   PAIRED   'P' - START AND END BOTH LOGGED.  THE END
000110*                  TIMESTAMP, ELAPSED TIME (HUNDREDTHS OF A
000120*                  SECOND) AND RETURN CODE ARE FROM THE END
000130*                  EVENT.  A RUN THAT CROSSES MIDNIGHT IS
000140*                  LOADED UNPAIRED ON ITS START NIGHT AND
000150*                  COMPLETED ON THE FOLLOWING NIGHT'S LOAD.
000160*   NO END   'U' - START WITH NO END EVENT: THE JOB DIED
000170*                  WITHOUT WRITING ITS END RECORD.  END,
000180*                  ELAPSED AND RETURN CODE ARE BLANK/ZERO.
000190*   NO START 'E' - END WITH NO START EVENT.  THERE IS NO
000200*                  START TIME, SO THE KEY CARRIES THE END
000210*                  EVENT'S OWN DATE AND TIME.
000220* THE RUNCNTL RUN COUNT AND THE STATVSAM COMPLETION STAMP
000230* ARE THOSE ON FILE FOR THE RUN DATE AND JOB NAME WHEN THE
000240* RECORD WAS LOADED (ZERO AND SPACES WHEN THERE WERE NONE).
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  -------------------------------------
000290*   2026-10-15  JRM  ORIGINAL COPYBOOK.
000300************************************************************
000310 01  HW-EXEC-HISTORY-RECORD.
000320     05  HW-EXH-KEY.
000330         10  HW-EXH-RUN-DATE     PIC X(08).
000340         10  HW-EXH-JOB-NAME     PIC X(08).
000350         10  HW-EXH-START-TIME   PIC X(08).
000360     05  HW-EXH-END-TS.
000370         10  HW-EXH-END-DATE     PIC X(08).
000380         10  HW-EXH-END-TIME     PIC X(08).
000390     05  HW-EXH-ELAPSED-CS       PIC 9(09).
000400     05  HW-EXH-RETURN-CODE      PIC 9(04).
000410     05  HW-EXH-RUN-COUNT        PIC 9(04).
000420     05  HW-EXH-COMPLETION-TS.
000430         10  HW-EXH-COMP-DATE    PIC X(08).
000440         10  HW-EXH-COMP-TIME    PIC X(08).
000450     05  HW-EXH-PAIR-FLAG        PIC X(01).
000460         88  HW-EXH-PAIRED               VALUE 'P'.
000470         88  HW-EXH-NO-END               VALUE 'U'.
000480         88  HW-EXH-NO-START             VALUE 'E'.
000490     05  HW-EXH-LOAD-TS.
000500         10  HW-EXH-LOAD-DATE    PIC X(08).
000510         10  HW-EXH-LOAD-TIME    PIC X(08).
000520     05  FILLER                  PIC X(10).
