002370*                    EVERY DUAL-CONTROL DAY A FALSE ALARM
002380*                    AND TRAINED OPERATIONS TO IGNORE THE
002390*                    REPORT.
002392*   11/15/2026  RVH  MACHINE-FEED BATCH IDS (*LOCKBOX, *PAYALOC,
002395*                    *AUTOPAY, *SUSPCLR, *NSFRTRN) SETTLE AS
002397*                    INFORMATIONAL LINES.
002398*   11/21/2026  RVH  "*AGCYRMT" (AGCYREMT) ADDED TO THE
002399*                    MACHINE-FEED BATCH IDS.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
009400 01  WS-BAT-ENTRIES.
009500     05  WS-BAT-ENTRY          OCCURS 200 TIMES.
009600         10  WS-BAT-ID             PIC X(08).
009625             88  BAT-IS-MACHINE-FEED   VALUE "*LOCKBOX" "*PAYALOC"
009650                                       "*AUTOPAY" "*SUSPCLR"
009675                                       "*NSFRTRN" "*AGCYRMT".
009700         10  WS-BAT-KEYED-COUNT    PIC 9(05).
009800         10  WS-BAT-KEYED-AMOUNT   PIC 9(9)V99.
009900         10  WS-BAT-DISPOSITION    PIC X(01).
035410*    *APPROVD PSEUDO-BATCH (APPRREL RELEASES) AND *NOBATCH       *
035420*    (HISTORY PREDATING THE STAMP) NEVER HAVE A KEYED SIDE -     *
035430*    THEY SETTLE AS INFORMATIONAL LINES, NOT VARIANCES; THE      *
035447*    APPROVAL LOG IS THEIR CONTROL.  THE MACHINE FEEDS' OWN      *
035465*    STAMPS (LOCKBOX, PAYALLOC, ACHORIG, SUSPCLR, NSFPROC) ARE   *
035482*    INFORMATIONAL TOO - BNKRECON TIES THEM TO THE BANK.         *
035500******************************************************************
035600 4100-SETTLE-ONE-BATCH.
035700     COMPUTE WS-VARIANCE =
037340         WHEN WS-BAT-ID(WS-BATCH-IDX) = "*NOBATCH"
037350             MOVE "PRE-STAMP INFO" TO TS-DTL-NOTE
037360             ADD 1 TO WS-BATCHES-IN-BALANCE
037370         WHEN BAT-IS-MACHINE-FEED(WS-BATCH-IDX)
037380             MOVE "MACHINE FEED" TO TS-DTL-NOTE
037390             ADD 1 TO WS-BATCHES-IN-BALANCE
037400         WHEN WS-BAT-DISPOSITION(WS-BATCH-IDX) = "D"
037500             IF WS-BAT-APPLIED-COUNT(WS-BATCH-IDX) = 0
037600                 MOVE "DISCARDED" TO TS-DTL-NOTE
