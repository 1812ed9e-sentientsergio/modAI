002200******************************************************************
002300* MODIFICATION HISTORY
002400*   10/11/2026  RVH  ORIGINAL.
002410*   10/28/2026  RVH  AN ACCOUNT WITH AN OPEN BILLING DISPUTE
002420*                    CASE (DISPFILE, SEE DISPREC) NOW REPORTS
002430*                    WITH BUR-DISPUTE-FLAG SET AND IS COUNTED
002440*                    ON THE REGISTER.  THE MANUAL "D" ON THE
002450*                    MASTER STILL WITHHOLDS THE ACCOUNT.
002456*   10/29/2026  RVH  THE DELINQUENCY LEVEL REPORTED IS NOW THE
002462*                    CONTRACTUAL DAYS-PAST-DUE BAND FROM THE
002468*                    OPEN-ITEM LEDGER (DPDSTAT, SEE DPDREC) -
002474*                    0 CURRENT, 1 = 1-30 ... 5 = OVER 120 - IN
002480*                    PLACE OF THE INACTIVITY-DRIVEN DUNNING
002486*                    LEVEL.  WITHOUT THE FILE THE DUNNING
002492*                    LEVEL IS REPORTED AS BEFORE.
002492*   11/10/2026  RVH  A BANKRUPTCY OR DECEASED LEGAL HOLD
002492*                    (CUST-LEGAL-HOLD, SEE LGLHOLD) REPORTS
002492*                    THE CHAPTER OR "DC" IN THE NEW
002492*                    BUR-CONSUMER-INDICATOR AND IS COUNTED
002492*                    ON THE REGISTER.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS DUNNING-STATUS-IN-STAT.
003810     SELECT DAYS-PAST-DUE-FILE ASSIGN TO DPDSTAT
003820         ORGANIZATION IS SEQUENTIAL
003830         ACCESS MODE IS SEQUENTIAL
003840         FILE STATUS IS DAYS-PAST-DUE-STATUS.
003900     SELECT BUREAU-FILE ASSIGN TO BURFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS BUREAU-FILE-STATUS.
004210     SELECT DISPUTE-CASE-FILE ASSIGN TO DISPFILE
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS DISP-KEY
004250         FILE STATUS IS DISPUTE-CASE-STATUS.
004300     SELECT BUREAU-REGISTER ASSIGN TO BURRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS BUREAU-REGISTER-STATUS.
005900     RECORDING MODE F
006000     DATA RECORD IS DUNNING-STATUS-RECORD.
006100     COPY DUNSREC.
006110
006120 FD  DAYS-PAST-DUE-FILE
006130     LABEL RECORDS ARE STANDARD
006140     BLOCK CONTAINS 0 RECORDS
006150     RECORDING MODE F
006160     DATA RECORD IS DAYS-PAST-DUE-RECORD.
006170     COPY DPDREC.
006200
006300 FD  BUREAU-FILE
006400     LABEL RECORDS ARE STANDARD
006700     DATA RECORD IS BUREAU-RECORD.
006800     COPY BURREC.
006900
006910 FD  DISPUTE-CASE-FILE
006920     LABEL RECORDS ARE STANDARD
006930     BLOCK CONTAINS 0 RECORDS
006940     RECORDING MODE F
006950     DATA RECORD IS DISPUTE-CASE-RECORD.
006960     COPY DISPREC.
006970
007000 FD  BUREAU-REGISTER
007100     LABEL RECORDS ARE OMITTED
007200     RECORDING MODE F.
008400     88  BUREAU-FILE-OK            VALUE "00".
008500 01  BUREAU-REGISTER-STATUS    PIC X(02).
008600     88  BUREAU-REGISTER-OK        VALUE "00".
008610 01  DISPUTE-CASE-STATUS       PIC X(02).
008620     88  DISPUTE-CASE-OK           VALUE "00".
008630 01  DAYS-PAST-DUE-STATUS      PIC X(02).
008640     88  DAYS-PAST-DUE-OK          VALUE "00".
008700
008800******************************************************************
008900*    RUN CONTROL FIELDS                                          *
009600 01  WS-DUNSTAT-PRESENT        PIC X(01) VALUE "N".
009700     88  DUNSTAT-PRESENT           VALUE "Y".
009800 01  WS-DELINQ-LEVEL           PIC 9(01) VALUE 0.
009810 01  WS-DISPUTES-AVAILABLE     PIC X(01) VALUE "N".
009820     88  DISPUTES-AVAILABLE        VALUE "Y".
009830 01  WS-DISPUTE-AT-END         PIC X(01) VALUE "N".
009840     88  DISPUTE-FILE-AT-END       VALUE "Y".
009850 01  WS-DISPUTE-OPEN           PIC X(01) VALUE "N".
009860     88  DISPUTE-IS-OPEN           VALUE "Y".
009868 01  WS-DPD-PRESENT            PIC X(01) VALUE "N".
009876     88  DPD-PRESENT               VALUE "Y".
009884 01  WS-DPD-AT-END             PIC X(01) VALUE "N".
009892     88  DPD-FILE-AT-END           VALUE "Y".
009900
010000******************************************************************
010100*    CONTROL TOTALS - THE FIGURES THE BUREAU VERIFIES            *
010500 01  WS-RECORDS-SUPPRESSED     PIC 9(07) BINARY VALUE 0.
010600 01  WS-TOTAL-BALANCE          PIC S9(11)V99 VALUE 0.
010700 01  WS-DELINQUENT-COUNT       PIC 9(07) BINARY VALUE 0.
010710 01  WS-DISPUTED-COUNT         PIC 9(07) BINARY VALUE 0.
010720 01  WS-INDICATOR-COUNT        PIC 9(07) BINARY VALUE 0.
010800
010900******************************************************************
011000*    BUREAU REGISTER LINE LAYOUTS                                *
014500     05  FILLER                PIC X(30) VALUE
014600         "BALANCE CONTROL TOTAL . . . .".
014700     05  BU-FTR5-BALANCE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014710
014720 01  BU-FOOTER-LINE-6.
014730     05  FILLER                PIC X(01) VALUE SPACE.
014740     05  FILLER                PIC X(30) VALUE
014750         "REPORTED AS IN DISPUTE  . . .".
014760     05  BU-FTR6-DISPUTED      PIC ZZZ,ZZ9.
014770
014780 01  BU-FOOTER-LINE-7.
014790     05  FILLER                PIC X(01) VALUE SPACE.
014791     05  FILLER                PIC X(30) VALUE
014792         "BANKRUPT/DECEASED INDICATED .".
014793     05  BU-FTR7-INDICATED     PIC ZZZ,ZZ9.
014800
014900 PROCEDURE DIVISION.
015000******************************************************************
016200******************************************************************
016300*    1000-INITIALIZE                                             *
016400*    THE DUNNING STATUS FILE IS OPTIONAL - WITHOUT IT EVERY      *
016500*    ACCOUNT REPORTS AT DELINQUENCY LEVEL ZERO.  SO IS THE       *
016510*    DISPUTE CASE FILE - WITHOUT IT NO ACCOUNT IS FLAGGED.       *
016520*    THE DAYS-PAST-DUE FILE, WHEN PRESENT, SUPPLIES THE LEVEL.   *
016600******************************************************************
016700 1000-INITIALIZE.
016800     ACCEPT WS-RUN-DATE FROM DATE
018100             "ACCOUNTS REPORT AT LEVEL ZERO"
018200         MOVE "Y" TO WS-STATUS-AT-END
018300     END-IF
018310     OPEN INPUT DISPUTE-CASE-FILE
018320     IF DISPUTE-CASE-OK
018330         MOVE "Y" TO WS-DISPUTES-AVAILABLE
018340         PERFORM 3210-READ-NEXT-DISPUTE THRU 3210-EXIT
018350     ELSE
018360         DISPLAY "BURXTR - NO DISPUTE CASE FILE - NO "
018370             "ACCOUNTS REPORTED AS IN DISPUTE"
018380         MOVE "Y" TO WS-DISPUTE-AT-END
018390     END-IF
018391     OPEN INPUT DAYS-PAST-DUE-FILE
018392     IF DAYS-PAST-DUE-OK
018393         MOVE "Y" TO WS-DPD-PRESENT
018394         PERFORM 3310-READ-NEXT-DPD THRU 3310-EXIT
018395     ELSE
018396         DISPLAY "BURXTR - NO DAYS-PAST-DUE FILE - DUNNING "
018397             "LEVELS REPORTED AS THE DELINQUENCY LEVEL"
018398         MOVE "Y" TO WS-DPD-AT-END
018399     END-IF
018400     OPEN OUTPUT BUREAU-FILE
018500     OPEN OUTPUT BUREAU-REGISTER
018600     IF NOT BUREAU-REGISTER-OK
022300******************************************************************
022400*    3000-REPORT-ONE-ACCOUNT                                     *
022500*    EVERY ACCOUNT ON THE MASTER REPORTS UNLESS IT IS MARKED     *
022600*    DISPUTED.  THE DELINQUENCY LEVEL IS THE ALIGNED             *
022610*    DAYS-PAST-DUE BAND, OR THE ALIGNED DUNNING LEVEL WITHOUT    *
022620*    DPDSTAT; NO RECORD MEANS LEVEL ZERO.  AN                    *
022710*    OPEN DISPUTE CASE REPORTS THE ACCOUNT AS IN DISPUTE.        *
022720*    A BANKRUPTCY OR DECEASED LEGAL HOLD (SEE LGLHOLD) REPORTS   *
022730*    ITS CHAPTER OR "DC" AS THE CONSUMER INDICATOR; LITIGATION   *
022740*    AND CEASE-AND-DESIST HOLDS ARE NOT BUREAU EVENTS.           *
022800******************************************************************
022900 3000-REPORT-ONE-ACCOUNT.
023000     PERFORM 3100-ALIGN-DUNNING-STATUS THRU 3100-EXIT
023010     PERFORM 3200-ALIGN-DISPUTES THRU 3200-EXIT
023020     PERFORM 3300-ALIGN-DAYS-PAST-DUE THRU 3300-EXIT
023100     IF CUST-BUREAU-SUPPRESSED
023200         ADD 1 TO WS-RECORDS-SUPPRESSED
023300         GO TO 3000-NEXT
023400     END-IF
023500     MOVE 0 TO WS-DELINQ-LEVEL
023510     IF DPD-PRESENT
023520         IF NOT DPD-FILE-AT-END AND DPD-CUST-ID = CUST-ID
023530             MOVE DPD-BUCKET TO WS-DELINQ-LEVEL
023540         END-IF
023550     ELSE
023560         IF NOT STATUS-FILE-AT-END AND DUN-CUST-ID = CUST-ID
023570             MOVE DUN-LEVEL TO WS-DELINQ-LEVEL
023580         END-IF
023590     END-IF
023900     INITIALIZE BUREAU-RECORD
024000     MOVE CUST-ID TO BUR-CUST-ID
024100     MOVE CUST-NAME TO BUR-CUST-NAME
025800         MOVE 0 TO BUR-LAST-ACTIVITY
025900     END-IF
026000     MOVE WS-RUN-DATE TO BUR-REPORT-DATE
026010     IF DISPUTE-IS-OPEN
026020         MOVE "D" TO BUR-DISPUTE-FLAG
026030         ADD 1 TO WS-DISPUTED-COUNT
026040     END-IF
026050     IF CUST-ON-LEGAL-HOLD AND
026060             (CUST-HOLD-BANKRUPTCY OR CUST-HOLD-DECEASED)
026070         MOVE CUST-HOLD-TYPE TO BUR-CONSUMER-INDICATOR
026080         ADD 1 TO WS-INDICATOR-COUNT
026090     END-IF
026100     WRITE BUREAU-RECORD
026200     ADD 1 TO WS-RECORDS-REPORTED
026300     IF WS-DELINQ-LEVEL > 0
028300 3110-EXIT.
028400     EXIT.
028500
028502******************************************************************
028504*    3200-ALIGN-DISPUTES                                         *
028506*    WALKS THE DISPUTE CASE FILE FORWARD (BOTH ASCENDING ON      *
028508*    CUST-ID) AND SETS THE OPEN SWITCH WHEN ANY OF THE           *
028510*    CUSTOMER'S CASES IS STILL OPEN.                             *
028512******************************************************************
028514 3200-ALIGN-DISPUTES.
028516     MOVE "N" TO WS-DISPUTE-OPEN
028518     PERFORM 3210-READ-NEXT-DISPUTE THRU 3210-EXIT
028520         UNTIL DISPUTE-FILE-AT-END OR
028522             DISP-CUST-ID NOT < CUST-ID
028524     PERFORM 3220-CHECK-ONE-DISPUTE THRU 3220-EXIT
028526         UNTIL DISPUTE-FILE-AT-END OR
028528             DISP-CUST-ID NOT = CUST-ID.
028530 3200-EXIT.
028532     EXIT.
028534
028536 3210-READ-NEXT-DISPUTE.
028538     IF DISPUTES-AVAILABLE
028540         READ DISPUTE-CASE-FILE NEXT RECORD
028542             AT END
028544                 MOVE "Y" TO WS-DISPUTE-AT-END
028546         END-READ
028548     END-IF.
028550 3210-EXIT.
028552     EXIT.
028554
028556 3220-CHECK-ONE-DISPUTE.
028558     IF DISP-IS-OPEN
028560         MOVE "Y" TO WS-DISPUTE-OPEN
028562     END-IF
028564     PERFORM 3210-READ-NEXT-DISPUTE THRU 3210-EXIT.
028566 3220-EXIT.
028568     EXIT.
028568
028568******************************************************************
028568*    3300-ALIGN-DAYS-PAST-DUE                                    *
028568******************************************************************
028568 3300-ALIGN-DAYS-PAST-DUE.
028568     PERFORM 3310-READ-NEXT-DPD THRU 3310-EXIT
028568         UNTIL DPD-FILE-AT-END OR
028568             DPD-CUST-ID NOT < CUST-ID.
028568 3300-EXIT.
028568     EXIT.
028568
028568 3310-READ-NEXT-DPD.
028568     IF DPD-PRESENT
028568         READ DAYS-PAST-DUE-FILE
028568             AT END
028568                 MOVE "Y" TO WS-DPD-AT-END
028568         END-READ
028568     END-IF.
028568 3310-EXIT.
028568     EXIT.
028570
028600******************************************************************
028700*    9000-TERMINATE                                              *
028800******************************************************************
029200     MOVE WS-RECORDS-SUPPRESSED TO BU-FTR3-SUPPRESSED
029300     MOVE WS-DELINQUENT-COUNT TO BU-FTR4-DELINQUENT
029400     MOVE WS-TOTAL-BALANCE TO BU-FTR5-BALANCE
029410     MOVE WS-DISPUTED-COUNT TO BU-FTR6-DISPUTED
029500     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-1
029600     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-2
029700     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-3
029800     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-4
029900     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-5
029910     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-6
029920     MOVE WS-INDICATOR-COUNT TO BU-FTR7-INDICATED
029930     WRITE BUREAU-REGISTER-LINE FROM BU-FOOTER-LINE-7
030000     CLOSE CUSTOMER-FILE
030100     IF DUNSTAT-PRESENT
030200         CLOSE DUNNING-STATUS-FILE
030300     END-IF
030310     IF DISPUTES-AVAILABLE
030320         CLOSE DISPUTE-CASE-FILE
030330     END-IF
030340     IF DPD-PRESENT
030350         CLOSE DAYS-PAST-DUE-FILE
030360     END-IF
030400     CLOSE BUREAU-FILE
030500     CLOSE BUREAU-REGISTER
030600     DISPLAY "BURXTR - " WS-RECORDS-REPORTED
030700         " ACCOUNT(S) REPORTED, " WS-RECORDS-SUPPRESSED
030800         " WITHHELD AS DISPUTED, " WS-DISPUTED-COUNT
030810         " REPORTED AS IN DISPUTE"
030820     IF WS-INDICATOR-COUNT > 0
030830         DISPLAY "BURXTR - " WS-INDICATOR-COUNT
030840             " REPORTED WITH A BANKRUPTCY/DECEASED INDICATOR"
030850     END-IF.
030900 9000-EXIT.
031000     EXIT.
