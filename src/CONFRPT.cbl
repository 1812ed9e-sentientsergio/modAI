000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CONFRPT.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/16/2026.
000600 DATE-COMPILED.  11/16/2026.
000700******************************************************************
000800*                                                                *
000900*    CONFRPT - CONFIRMATION EXCEPTION REPORT                     *
001000*    THE FINAL REPORT TO THE AUDITORS ON A CONFIRMATION SAMPLE   *
001100*    (CONFFILE, SEE CONFREC).  IT RESTATES HOW THE SAMPLE WAS    *
001200*    DRAWN FROM THE CONTROL RECORD, COUNTS THE REPLIES, AND      *
001300*    LISTS EVERY EXCEPTION - EACH ACCOUNT THAT DISAGREED, DID    *
001400*    NOT REPLY, IS STILL AWAITED, OR WAS NEVER SENT A LETTER.    *
001500*                                                                *
001600*    EACH DISAGREEMENT IS RECONCILED TO THE ACCOUNT'S POSTING    *
001700*    ACTIVITY AFTER THE CONFIRMATION DATE, FROM THE KEYED        *
001800*    POSTING HISTORY (PHISTKEY - THE POSTHIST GENERATIONS        *
001900*    POSTHINQ CONSOLIDATES).  THE DIFFERENCE IS OUR BALANCE      *
002000*    LESS THE BALANCE CLAIMED; EACH LATER POSTING, OLDEST        *
002100*    FIRST, ADDS ITS BALANCE CHANGE (NEW LESS OLD) TO IT - A     *
002200*    PAYMENT THE CUSTOMER MAILED BEFORE THE DATE AND WE POSTED   *
002300*    AFTER IT BRINGS THE DIFFERENCE DOWN BY ITS AMOUNT.  THE     *
002400*    POSTINGS ARE LISTED UNTIL THE DIFFERENCE REACHES ZERO       *
002500*    ("RECONCILED"); ONE STILL OPEN AFTER THE LAST POSTING IS    *
002600*    "UNRECONCILED" AND GOES TO THE AUDITORS AS A POSSIBLE       *
002700*    MISSTATEMENT.                                               *
002800*                                                                *
002900*    PARM:  "YYMMDD" - THE CONFIRMATION DATE (REQUIRED, RC 16).  *
003000*    NO CONFIRMATION FILE OR NO SAMPLE FOR THE DATE IS RC 8.     *
003100*    WITHOUT THE KEYED HISTORY THE EXCEPTIONS ARE STILL LISTED,  *
003200*    UNRECONCILED (RC 4); SO IS ANY UNRECONCILED DIFFERENCE.     *
003300*                                                                *
003400*    DD:    CONFFILE - CONFIRMATION FILE.                        *
003500*           PHISTKEY - KEYED POSTING HISTORY.                    *
003600*           CONFXRPT - CONFIRMATION EXCEPTION REPORT.            *
003700*                                                                *
003800******************************************************************
003900* MODIFICATION HISTORY
004000*   11/16/2026  RVH  ORIGINAL.
004100******************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CONFIRMATION-FILE ASSIGN TO CONFFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CONF-KEY
005000         FILE STATUS IS CONFIRMATION-STATUS.
005100     SELECT KEYED-HISTORY-FILE ASSIGN TO PHISTKEY
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PHK-KEY
005500         FILE STATUS IS KEYED-HISTORY-STATUS.
005600     SELECT EXCEPTION-REPORT ASSIGN TO CONFXRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS EXCEPTION-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONFIRMATION-FILE
006300     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     RECORDING MODE F
006600     DATA RECORD IS CONFIRMATION-RECORD.
006700     COPY CONFREC.
006800
006900 FD  KEYED-HISTORY-FILE
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     RECORDING MODE F
007300     DATA RECORD IS POSTING-HISTORY-KEY-REC.
007400     COPY PHKREC.
007500
007600 FD  EXCEPTION-REPORT
007700     LABEL RECORDS ARE OMITTED
007800     RECORDING MODE F.
007900 01  EXCEPTION-REPORT-LINE    PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200******************************************************************
008300*    FILE STATUS AND SWITCHES                                    *
008400******************************************************************
008500 01  CONFIRMATION-STATUS       PIC X(02).
008600     88  CONFIRMATION-OK           VALUE "00".
008700 01  KEYED-HISTORY-STATUS      PIC X(02).
008800     88  KEYED-HISTORY-OK          VALUE "00".
008900 01  EXCEPTION-REPORT-STATUS   PIC X(02).
009000     88  EXCEPTION-REPORT-OK       VALUE "00".
009100 01  WS-HISTORY-AVAILABLE      PIC X(01) VALUE "N".
009200     88  HISTORY-AVAILABLE         VALUE "Y".
009300 01  WS-SAMPLE-WALK-SWITCH     PIC X(01) VALUE "N".
009400     88  SAMPLE-WALK-DONE          VALUE "Y".
009500 01  WS-HIST-WALK-SWITCH       PIC X(01) VALUE "N".
009600     88  HIST-WALK-DONE            VALUE "Y".
009700
009800******************************************************************
009900*    RUN CONTROL FIELDS                                          *
010000******************************************************************
010100 01  WS-PARM-DATA              PIC X(06) VALUE SPACES.
010200 01  WS-AS-OF-DATE             PIC 9(06) VALUE 0.
010300 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
010400 01  WS-DIFFERENCE             PIC S9(9)V99 VALUE 0.
010500 01  WS-BALANCE-CHANGE         PIC S9(9)V99 VALUE 0.
010600
010700******************************************************************
010800*    RUN TOTALS                                                  *
010900******************************************************************
011000 01  WS-SAMPLE-READ            PIC 9(07) BINARY VALUE 0.
011100 01  WS-SAMPLE-BALANCE         PIC S9(11)V99 VALUE 0.
011200 01  WS-AGREED                 PIC 9(07) BINARY VALUE 0.
011300 01  WS-AGREED-BALANCE         PIC S9(11)V99 VALUE 0.
011400 01  WS-DISAGREED              PIC 9(07) BINARY VALUE 0.
011500 01  WS-RECONCILED             PIC 9(07) BINARY VALUE 0.
011600 01  WS-UNRECONCILED           PIC 9(07) BINARY VALUE 0.
011700 01  WS-UNRECONCILED-AMOUNT    PIC S9(11)V99 VALUE 0.
011800 01  WS-NO-REPLY               PIC 9(07) BINARY VALUE 0.
011900 01  WS-AWAITING               PIC 9(07) BINARY VALUE 0.
012000 01  WS-ALTERNATIVES           PIC 9(07) BINARY VALUE 0.
012100 01  WS-EXCEPTIONS             PIC 9(07) BINARY VALUE 0.
012200 01  WS-POSTINGS-LISTED        PIC 9(05) BINARY VALUE 0.
012300
012400******************************************************************
012500*    REPORT LINE LAYOUTS                                         *
012600******************************************************************
012700 01  CX-HEADING-LINE-1.
012800     05  FILLER                PIC X(01) VALUE SPACE.
012900     05  FILLER                PIC X(44) VALUE
013000         "CONFRPT - CONFIRMATION EXCEPTION REPORT".
013100     05  FILLER                PIC X(14) VALUE "CONFIRMATION ".
013200     05  CX-HDG1-AS-OF         PIC 9(06).
013300     05  FILLER                PIC X(11) VALUE "  RUN DATE ".
013400     05  CX-HDG1-RUN-DATE      PIC 9(06).
013500
013600 01  CX-SAMPLE-LINE.
013700     05  FILLER                PIC X(01) VALUE SPACE.
013800     05  FILLER                PIC X(12) VALUE "DRAWN ".
013900     05  CX-SMP-RUN-DATE       PIC 9(06).
014000     05  FILLER                PIC X(09) VALUE "  CUTOFF ".
014100     05  CX-SMP-CUTOFF         PIC Z,ZZZ,ZZ9.
014200     05  FILLER                PIC X(10) VALUE "  METHOD ".
014300     05  CX-SMP-METHOD         PIC X(01).
014400     05  FILLER                PIC X(08) VALUE "  SEED ".
014500     05  CX-SMP-SEED           PIC 9(09).
014600     05  FILLER                PIC X(12) VALUE "  INTERVAL ".
014700     05  CX-SMP-INTERVAL       PIC ZZZZ9.
014800     05  FILLER                PIC X(14) VALUE "  POPULATION ".
014900     05  CX-SMP-POPULATION     PIC ZZZ,ZZ9.
015000
015100 01  CX-HEADING-LINE-2.
015200     05  FILLER                PIC X(01) VALUE SPACE.
015300     05  FILLER                PIC X(12) VALUE "CUST-ID".
015400     05  FILLER                PIC X(31) VALUE "NAME".
015500     05  FILLER                PIC X(04) VALUE "SEL".
015600     05  FILLER                PIC X(14) VALUE "   CONFIRMED".
015700     05  FILLER                PIC X(14) VALUE "     CLAIMED".
015800     05  FILLER                PIC X(14) VALUE "  DIFFERENCE".
015900     05  FILLER                PIC X(02) VALUE SPACES.
016000     05  FILLER                PIC X(20) VALUE "EXCEPTION".
016100
016200 01  CX-EXCEPTION-LINE.
016300     05  FILLER                PIC X(01) VALUE SPACE.
016400     05  CX-EXC-CUST-ID        PIC X(10).
016500     05  FILLER                PIC X(02) VALUE SPACES.
016600     05  CX-EXC-NAME           PIC X(30).
016700     05  FILLER                PIC X(02) VALUE SPACES.
016800     05  CX-EXC-SELECTION      PIC X(01).
016900     05  FILLER                PIC X(02) VALUE SPACES.
017000     05  CX-EXC-BALANCE        PIC Z,ZZZ,ZZ9.99-.
017100     05  FILLER                PIC X(01) VALUE SPACE.
017200     05  CX-EXC-CLAIMED        PIC Z,ZZZ,ZZ9.99-.
017300     05  FILLER                PIC X(01) VALUE SPACE.
017400     05  CX-EXC-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9.99-.
017500     05  FILLER                PIC X(02) VALUE SPACES.
017600     05  CX-EXC-TEXT           PIC X(40).
017700
017800 01  CX-POSTING-LINE.
017900     05  FILLER                PIC X(14) VALUE SPACES.
018000     05  FILLER                PIC X(07) VALUE "POSTED ".
018100     05  CX-PST-DATE           PIC 9(06).
018200     05  FILLER                PIC X(07) VALUE "  TYPE ".
018300     05  CX-PST-TYPE           PIC X(01).
018400     05  CX-PST-MODIFIER       PIC X(01).
018500     05  FILLER                PIC X(06) VALUE "  REF ".
018600     05  CX-PST-REFERENCE      PIC X(08).
018700     05  FILLER                PIC X(09) VALUE "  CHANGE ".
018800     05  CX-PST-CHANGE         PIC ZZZ,ZZZ,ZZ9.99-.
018900     05  FILLER                PIC X(12) VALUE "  REMAINING ".
019000     05  CX-PST-REMAINING      PIC ZZZ,ZZZ,ZZ9.99-.
019100     05  FILLER                PIC X(02) VALUE SPACES.
019200     05  CX-PST-NOTE           PIC X(20).
019300
019400 01  CX-FOOTER-LINE.
019500     05  FILLER                PIC X(01) VALUE SPACE.
019600     05  CX-FTR-LABEL          PIC X(30).
019700     05  CX-FTR-COUNT          PIC ZZZ,ZZ9.
019800     05  FILLER                PIC X(02) VALUE SPACES.
019900     05  CX-FTR-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020000
020100 PROCEDURE DIVISION.
020200******************************************************************
020300*    0000-MAINLINE                                               *
020400******************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020700     PERFORM 2000-WALK-THE-SAMPLE THRU 2000-EXIT
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT
020900     STOP RUN.
021000
021100******************************************************************
021200*    1000-INITIALIZE                                             *
021300******************************************************************
021400 1000-INITIALIZE.
021500     ACCEPT WS-RUN-DATE FROM DATE
021600     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
021700     IF WS-PARM-DATA NOT = SPACES AND WS-PARM-DATA IS NUMERIC
021800         MOVE WS-PARM-DATA TO WS-AS-OF-DATE
021900     ELSE
022000         DISPLAY "CONFRPT - CONFIRMATION DATE (YYMMDD) MUST BE "
022100             "SUPPLIED IN THE PARM - RUN STOPPED"
022200         MOVE 16 TO RETURN-CODE
022300         STOP RUN
022400     END-IF
022500     OPEN INPUT CONFIRMATION-FILE
022600     IF NOT CONFIRMATION-OK
022700         DISPLAY "CONFRPT - CONFIRMATION FILE NOT AVAILABLE - "
022800             "STATUS " CONFIRMATION-STATUS " - RUN STOPPED"
022900         MOVE 8 TO RETURN-CODE
023000         STOP RUN
023100     END-IF
023200     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
023300     MOVE SPACES TO CONF-CUST-ID
023400     READ CONFIRMATION-FILE
023500         INVALID KEY
023600             DISPLAY "CONFRPT - NO CONFIRMATION SAMPLE FOR "
023700                 WS-AS-OF-DATE " - RUN STOPPED"
023800             CLOSE CONFIRMATION-FILE
023900             MOVE 8 TO RETURN-CODE
024000             STOP RUN
024100     END-READ
024200     OPEN INPUT KEYED-HISTORY-FILE
024300     IF KEYED-HISTORY-OK
024400         MOVE "Y" TO WS-HISTORY-AVAILABLE
024500     ELSE
024600         DISPLAY "CONFRPT - KEYED POSTING HISTORY NOT "
024700             "AVAILABLE - DISAGREEMENTS WILL NOT BE RECONCILED"
024800     END-IF
024900     OPEN OUTPUT EXCEPTION-REPORT
025000     IF NOT EXCEPTION-REPORT-OK
025100         DISPLAY "CONFRPT - ERROR OPENING EXCEPTION REPORT - "
025200             "STATUS " EXCEPTION-REPORT-STATUS
025300         MOVE 24 TO RETURN-CODE
025400         STOP RUN
025500     END-IF
025600     MOVE WS-AS-OF-DATE TO CX-HDG1-AS-OF
025700     MOVE WS-RUN-DATE TO CX-HDG1-RUN-DATE
025800     MOVE CONFC-RUN-DATE TO CX-SMP-RUN-DATE
025900     MOVE CONFC-CUTOFF TO CX-SMP-CUTOFF
026000     MOVE CONFC-METHOD TO CX-SMP-METHOD
026100     MOVE CONFC-SEED TO CX-SMP-SEED
026200     MOVE CONFC-INTERVAL TO CX-SMP-INTERVAL
026300     MOVE CONFC-POPULATION TO CX-SMP-POPULATION
026400     WRITE EXCEPTION-REPORT-LINE FROM CX-HEADING-LINE-1
026500     WRITE EXCEPTION-REPORT-LINE FROM CX-SAMPLE-LINE
026600     MOVE SPACES TO EXCEPTION-REPORT-LINE
026700     WRITE EXCEPTION-REPORT-LINE AFTER ADVANCING 1 LINE
026800     WRITE EXCEPTION-REPORT-LINE FROM CX-HEADING-LINE-2.
026900 1000-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    2000-WALK-THE-SAMPLE                                        *
027400*    THE CONTROL RECORD SORTS FIRST FOR THE DATE, SO THE WALK    *
027500*    STARTS JUST PAST IT.                                        *
027600******************************************************************
027700 2000-WALK-THE-SAMPLE.
027800     MOVE "N" TO WS-SAMPLE-WALK-SWITCH
027900     MOVE WS-AS-OF-DATE TO CONF-AS-OF-DATE
028000     MOVE SPACES TO CONF-CUST-ID
028100     START CONFIRMATION-FILE KEY IS GREATER THAN CONF-KEY
028200         INVALID KEY
028300             MOVE "Y" TO WS-SAMPLE-WALK-SWITCH
028400     END-START
028500     PERFORM 2100-JUDGE-NEXT-ACCOUNT THRU 2100-EXIT
028600         UNTIL SAMPLE-WALK-DONE.
028700 2000-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    2100-JUDGE-NEXT-ACCOUNT                                     *
029200******************************************************************
029300 2100-JUDGE-NEXT-ACCOUNT.
029400     READ CONFIRMATION-FILE NEXT RECORD
029500         AT END
029600             MOVE "Y" TO WS-SAMPLE-WALK-SWITCH
029700             GO TO 2100-EXIT
029800     END-READ
029900     IF CONF-AS-OF-DATE NOT = WS-AS-OF-DATE
030000         MOVE "Y" TO WS-SAMPLE-WALK-SWITCH
030100         GO TO 2100-EXIT
030200     END-IF
030300     ADD 1 TO WS-SAMPLE-READ
030400     ADD CONF-BALANCE TO WS-SAMPLE-BALANCE
030500     IF CONF-ALTERNATIVE
030600         ADD 1 TO WS-ALTERNATIVES
030700     END-IF
030800     MOVE CONF-CUST-ID TO CX-EXC-CUST-ID
030900     MOVE CONF-CUST-NAME TO CX-EXC-NAME
031000     MOVE CONF-SELECTION TO CX-EXC-SELECTION
031100     MOVE CONF-BALANCE TO CX-EXC-BALANCE
031200     MOVE 0 TO CX-EXC-CLAIMED
031300     MOVE 0 TO CX-EXC-DIFFERENCE
031400     EVALUATE TRUE
031500         WHEN CONF-AGREED
031600             ADD 1 TO WS-AGREED
031700             ADD CONF-BALANCE TO WS-AGREED-BALANCE
031800             IF NOT CONF-ALTERNATIVE
031900                 GO TO 2100-EXIT
032000             END-IF
032100             MOVE "AGREED - NO LETTER SENT" TO CX-EXC-TEXT
032200         WHEN CONF-DISAGREED
032300             ADD 1 TO WS-DISAGREED
032400             COMPUTE WS-DIFFERENCE =
032500                 CONF-BALANCE - CONF-CLAIMED-AMOUNT
032600             MOVE CONF-CLAIMED-AMOUNT TO CX-EXC-CLAIMED
032700             MOVE WS-DIFFERENCE TO CX-EXC-DIFFERENCE
032800             MOVE "DISAGREED" TO CX-EXC-TEXT
032900         WHEN CONF-NO-REPLY
033000             ADD 1 TO WS-NO-REPLY
033100             MOVE "NO REPLY" TO CX-EXC-TEXT
033200         WHEN CONF-ALTERNATIVE
033300             ADD 1 TO WS-AWAITING
033400             MOVE "NO LETTER SENT - ALTERNATIVE PROCEDURES"
033500                 TO CX-EXC-TEXT
033600         WHEN OTHER
033700             ADD 1 TO WS-AWAITING
033800             MOVE "AWAITING REPLY" TO CX-EXC-TEXT
033900     END-EVALUATE
034000     ADD 1 TO WS-EXCEPTIONS
034100     WRITE EXCEPTION-REPORT-LINE FROM CX-EXCEPTION-LINE
034200     IF CONF-NOTE NOT = SPACES
034300         MOVE SPACES TO EXCEPTION-REPORT-LINE
034400         MOVE CONF-NOTE TO EXCEPTION-REPORT-LINE(15:30)
034500         WRITE EXCEPTION-REPORT-LINE
034600     END-IF
034700     IF CONF-DISAGREED
034800         PERFORM 3000-RECONCILE-DISAGREEMENT THRU 3000-EXIT
034900     END-IF.
035000 2100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    3000-RECONCILE-DISAGREEMENT                                 *
035500*    WALKS THE ACCOUNT'S POSTINGS DATED AFTER THE CONFIRMATION   *
035600*    DATE, STOPPING ONCE THE DIFFERENCE IS EXPLAINED.            *
035700******************************************************************
035800 3000-RECONCILE-DISAGREEMENT.
035900     IF NOT HISTORY-AVAILABLE
036000         ADD 1 TO WS-UNRECONCILED
036100         ADD WS-DIFFERENCE TO WS-UNRECONCILED-AMOUNT
036200         GO TO 3000-EXIT
036300     END-IF
036400     MOVE 0 TO WS-POSTINGS-LISTED
036500     MOVE "N" TO WS-HIST-WALK-SWITCH
036600     MOVE CONF-CUST-ID TO PHK-CUST-ID
036700     MOVE WS-AS-OF-DATE TO PHK-POST-DATE
036800     MOVE 999 TO PHK-SEQ-NO
036900     START KEYED-HISTORY-FILE KEY IS GREATER THAN PHK-KEY
037000         INVALID KEY
037100             MOVE "Y" TO WS-HIST-WALK-SWITCH
037200     END-START
037300     PERFORM 3100-APPLY-ONE-POSTING THRU 3100-EXIT
037400         UNTIL HIST-WALK-DONE OR WS-DIFFERENCE = 0
037500     MOVE SPACES TO EXCEPTION-REPORT-LINE
037600     IF WS-DIFFERENCE = 0
037700         ADD 1 TO WS-RECONCILED
037800         MOVE "RECONCILED BY LATER ACTIVITY"
037900             TO EXCEPTION-REPORT-LINE(15:40)
038000     ELSE
038100         ADD 1 TO WS-UNRECONCILED
038200         ADD WS-DIFFERENCE TO WS-UNRECONCILED-AMOUNT
038300         MOVE WS-DIFFERENCE TO CX-PST-REMAINING
038400         MOVE "UNRECONCILED DIFFERENCE"
038500             TO EXCEPTION-REPORT-LINE(15:40)
038600         MOVE CX-PST-REMAINING TO EXCEPTION-REPORT-LINE(56:15)
038700     END-IF
038800     WRITE EXCEPTION-REPORT-LINE.
038900 3000-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    3100-APPLY-ONE-POSTING                                      *
039400******************************************************************
039500 3100-APPLY-ONE-POSTING.
039600     READ KEYED-HISTORY-FILE NEXT RECORD
039700         AT END
039800             MOVE "Y" TO WS-HIST-WALK-SWITCH
039900             GO TO 3100-EXIT
040000     END-READ
040100     IF PHK-CUST-ID NOT = CONF-CUST-ID
040200         MOVE "Y" TO WS-HIST-WALK-SWITCH
040300         GO TO 3100-EXIT
040400     END-IF
040500     COMPUTE WS-BALANCE-CHANGE =
040600         PHK-NEW-BALANCE - PHK-OLD-BALANCE
040700     ADD WS-BALANCE-CHANGE TO WS-DIFFERENCE
040800     ADD 1 TO WS-POSTINGS-LISTED
040900     MOVE PHK-POST-DATE TO CX-PST-DATE
041000     MOVE PHK-TXN-TYPE TO CX-PST-TYPE
041100     MOVE PHK-MODIFIER TO CX-PST-MODIFIER
041200     MOVE PHK-REFERENCE TO CX-PST-REFERENCE
041300     MOVE WS-BALANCE-CHANGE TO CX-PST-CHANGE
041400     MOVE WS-DIFFERENCE TO CX-PST-REMAINING
041500     IF PHK-IS-REVERSED
041600         MOVE "SINCE REVERSED" TO CX-PST-NOTE
041700     ELSE
041800         MOVE SPACES TO CX-PST-NOTE
041900     END-IF
042000     WRITE EXCEPTION-REPORT-LINE FROM CX-POSTING-LINE.
042100 3100-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    9000-TERMINATE                                              *
042600******************************************************************
042700 9000-TERMINATE.
042800     IF WS-EXCEPTIONS = 0
042900         MOVE SPACES TO EXCEPTION-REPORT-LINE
043000         MOVE "  NO EXCEPTIONS" TO EXCEPTION-REPORT-LINE
043100         WRITE EXCEPTION-REPORT-LINE
043200     END-IF
043300     MOVE SPACES TO EXCEPTION-REPORT-LINE
043400     WRITE EXCEPTION-REPORT-LINE AFTER ADVANCING 1 LINE
043500     MOVE "ACCOUNTS IN THE SAMPLE . . ." TO CX-FTR-LABEL
043600     MOVE WS-SAMPLE-READ TO CX-FTR-COUNT
043700     MOVE WS-SAMPLE-BALANCE TO CX-FTR-AMOUNT
043800     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
043900     MOVE "AGREED . . . . . . . . . . ." TO CX-FTR-LABEL
044000     MOVE WS-AGREED TO CX-FTR-COUNT
044100     MOVE WS-AGREED-BALANCE TO CX-FTR-AMOUNT
044200     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
044300     MOVE 0 TO CX-FTR-AMOUNT
044400     MOVE "DISAGREED  . . . . . . . . ." TO CX-FTR-LABEL
044500     MOVE WS-DISAGREED TO CX-FTR-COUNT
044600     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
044700     MOVE "  RECONCILED BY ACTIVITY . ." TO CX-FTR-LABEL
044800     MOVE WS-RECONCILED TO CX-FTR-COUNT
044900     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
045000     MOVE "  UNRECONCILED . . . . . . ." TO CX-FTR-LABEL
045100     MOVE WS-UNRECONCILED TO CX-FTR-COUNT
045200     MOVE WS-UNRECONCILED-AMOUNT TO CX-FTR-AMOUNT
045300     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
045400     MOVE 0 TO CX-FTR-AMOUNT
045500     MOVE "NO REPLY . . . . . . . . . ." TO CX-FTR-LABEL
045600     MOVE WS-NO-REPLY TO CX-FTR-COUNT
045700     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
045800     MOVE "STILL AWAITED  . . . . . . ." TO CX-FTR-LABEL
045900     MOVE WS-AWAITING TO CX-FTR-COUNT
046000     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
046100     MOVE "NO LETTER SENT . . . . . . ." TO CX-FTR-LABEL
046200     MOVE WS-ALTERNATIVES TO CX-FTR-COUNT
046300     WRITE EXCEPTION-REPORT-LINE FROM CX-FOOTER-LINE
046400     CLOSE CONFIRMATION-FILE
046500     IF HISTORY-AVAILABLE
046600         CLOSE KEYED-HISTORY-FILE
046700     END-IF
046800     CLOSE EXCEPTION-REPORT
046900     DISPLAY "CONFRPT - " WS-SAMPLE-READ " IN SAMPLE, "
047000         WS-AGREED " AGREED, " WS-DISAGREED " DISAGREED ("
047100         WS-UNRECONCILED " UNRECONCILED), " WS-NO-REPLY
047200         " NO REPLY, " WS-AWAITING " AWAITED"
047300     IF WS-UNRECONCILED > 0 OR NOT HISTORY-AVAILABLE
047400         MOVE 4 TO RETURN-CODE
047500     END-IF.
047600 9000-EXIT.
047700     EXIT.
