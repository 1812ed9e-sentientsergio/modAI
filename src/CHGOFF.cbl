002600*    OUT, SEE RECVREC) SO LATER PAYMENTS APPLY AS RECOVERIES.    *
002700*    EVERY WRITE-OFF APPEARS ON THE CHARGE-OFF REGISTER          *
002800*    (CHGORPT1).                                                 *
002810*    AN ACCOUNT UNDER A BANKRUPTCY OR DECEASED LEGAL HOLD (SEE   *
002820*    LGLHOLD) IS NO LONGER DUNNED, SO IT CAN NEVER AGE THROUGH   *
002830*    THE NOTICE LEVELS - IT CHARGES OFF INSTEAD ONCE THE         *
002840*    CHGOPARM LEGAL-HOLD DAYS HAVE PASSED SINCE THE HOLD DATE    *
002850*    ON THE LEGAL HOLD FILE (LGLHFILE, SEE LGLHREC).  A          *
002860*    LITIGATION HOLD DEFERS CHARGE-OFF UNTIL THE SUIT IS OVER;   *
002870*    A CEASE-AND-DESIST HOLD CHARGES OFF ON THE NORMAL RULES.    *
002900*                                                                *
003000******************************************************************
003100* MODIFICATION HISTORY
003200*   10/08/2026  RVH  ORIGINAL.
003200*   11/10/2026  RVH  BANKRUPTCY AND DECEASED LEGAL HOLDS
003200*                    (SEE LGLHOLD) CHARGE OFF ONCE THE NEW
003200*                    CHGOPARM LEGAL-HOLD DAYS (DEFAULT 60)
003200*                    HAVE PASSED SINCE THE HOLD DATE ON
003200*                    LGLHFILE; LITIGATION HOLDS ARE
003200*                    DEFERRED.  CEASE-AND-DESIST ACCOUNTS
003200*                    FOLLOW THE NORMAL RULES.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
006700     SELECT CHARGEOFF-REGISTER ASSIGN TO CHGORPT1
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CHARGEOFF-REGISTER-STATUS.
006910     SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHFILE
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS RANDOM
006940         RECORD KEY IS LGLH-CUST-ID
006950         FILE STATUS IS LEGAL-HOLD-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007900     05  CHGP-QUALIFY-LEVEL    PIC 9(01).
008000     05  CHGP-NOTICE-AGE-DAYS  PIC 9(03).
008100     05  CHGP-MIN-BALANCE      PIC 9(7)V99.
008110     05  CHGP-LEGAL-HOLD-DAYS  PIC 9(03).
008200     05  FILLER                PIC X(14).
008300
008400 FD  CUSTOMER-FILE
008500     LABEL RECORDS ARE STANDARD
012700     LABEL RECORDS ARE OMITTED
012800     RECORDING MODE F.
012900 01  CHARGEOFF-REGISTER-LINE  PIC X(132).
012910
012920 FD  LEGAL-HOLD-FILE
012930     LABEL RECORDS ARE STANDARD
012940     BLOCK CONTAINS 0 RECORDS
012950     RECORDING MODE F
012960     DATA RECORD IS LEGAL-HOLD-RECORD.
012970     COPY LGLHREC.
013000
013100 WORKING-STORAGE SECTION.
013200******************************************************************
015000     88  VOUCHER-FILE-OK           VALUE "00".
015100 01  CHARGEOFF-REGISTER-STATUS PIC X(02).
015200     88  CHARGEOFF-REGISTER-OK     VALUE "00".
015210 01  LEGAL-HOLD-STATUS         PIC X(02).
015220     88  LEGAL-HOLD-OK             VALUE "00".
015300
015400******************************************************************
015500*    RUN CONTROL FIELDS                                          *
016800 01  WS-QUALIFY-LEVEL          PIC 9(01) VALUE 0.
016900 01  WS-NOTICE-AGE-DAYS        PIC 9(03) VALUE 0.
017000 01  WS-MIN-BALANCE            PIC 9(7)V99 VALUE 0.
017010 01  WS-LEGAL-HOLD-DAYS        PIC 9(03) VALUE 60.
017020 01  WS-LEGAL-HOLDS-PRESENT    PIC X(01) VALUE "N".
017030     88  LEGAL-HOLDS-PRESENT       VALUE "Y".
017040 01  WS-HOLD-FOUND             PIC X(01) VALUE "N".
017050     88  HOLD-RECORD-FOUND         VALUE "Y".
017060 01  WS-CHARGING-HELD          PIC X(01) VALUE "N".
017070     88  CHARGING-HELD-ACCOUNT     VALUE "Y".
017100 01  WS-CUSTOMER-AT-END        PIC X(01) VALUE "N".
017200     88  CUSTOMER-FILE-AT-END      VALUE "Y".
017300 01  WS-STATUS-AT-END          PIC X(01) VALUE "N".
019200 01  WS-RECORDS-CARRIED        PIC 9(07) BINARY VALUE 0.
019300 01  WS-VOUCHER-LINES          PIC 9(05) VALUE 0.
019400 01  WS-REWRITE-FAILURES       PIC 9(05) BINARY VALUE 0.
019410 01  WS-HELD-CHARGED-OFF       PIC 9(05) BINARY VALUE 0.
019420 01  WS-LITIGATION-DEFERRED    PIC 9(05) BINARY VALUE 0.
019430 01  WS-HOLDS-WITHOUT-DETAIL   PIC 9(05) BINARY VALUE 0.
019500
019600******************************************************************
019700*    CHARGE-OFF REGISTER LINE LAYOUTS                            *
021400     05  CO-DTL-LEVEL          PIC 9(01).
021500     05  FILLER                PIC X(14) VALUE "  LAST NOTICE ".
021600     05  CO-DTL-LAST-NOTICE    PIC 9(06).
021610
021620 01  CO-HELD-DETAIL-LINE.
021630     05  FILLER                PIC X(01) VALUE SPACE.
021640     05  CO-HLD-CUST-ID        PIC X(10).
021650     05  FILLER                PIC X(02) VALUE SPACES.
021660     05  CO-HLD-CUST-NAME      PIC X(30).
021670     05  FILLER                PIC X(01) VALUE SPACE.
021680     05  CO-HLD-BALANCE        PIC Z,ZZZ,ZZ9.99.
021690     05  FILLER                PIC X(13) VALUE "  LEGAL HOLD ".
021691     05  CO-HLD-HOLD-TYPE      PIC X(02).
021692     05  FILLER                PIC X(08) VALUE "  SINCE ".
021693     05  CO-HLD-HOLD-DATE      PIC 9(06).
021700
021800 01  CO-FOOTER-LINE-1.
021900     05  FILLER                PIC X(01) VALUE SPACE.
022600     05  FILLER                PIC X(30) VALUE
022700         "PRINCIPAL CHARGED OFF . . . .".
022800     05  CO-FTR2-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022810
022820 01  CO-FOOTER-LINE-3.
022830     05  FILLER                PIC X(01) VALUE SPACE.
022840     05  FILLER                PIC X(30) VALUE
022850         "  OF WHICH ON LEGAL HOLD  . .".
022860     05  CO-FTR3-COUNT         PIC ZZ,ZZ9.
022870
022880 01  CO-FOOTER-LINE-4.
022890     05  FILLER                PIC X(01) VALUE SPACE.
022891     05  FILLER                PIC X(30) VALUE
022892         "LITIGATION HOLDS DEFERRED . .".
022893     05  CO-FTR4-COUNT         PIC ZZ,ZZ9.
022900
023000 PROCEDURE DIVISION.
023100******************************************************************
027600     IF CHGP-MIN-BALANCE NUMERIC
027700         MOVE CHGP-MIN-BALANCE TO WS-MIN-BALANCE
027800     END-IF
027810     IF CHGP-LEGAL-HOLD-DAYS NUMERIC AND
027820             CHGP-LEGAL-HOLD-DAYS > 0
027830         MOVE CHGP-LEGAL-HOLD-DAYS TO WS-LEGAL-HOLD-DAYS
027840     END-IF
027900     PERFORM 1200-FIND-WRITEOFF-MAP THRU 1200-EXIT
028000     IF NOT MAP-ENTRY-FOUND
028100         DISPLAY "CHGOFF - NO GLMAP ENTRY FOR CHANGE TYPE W - "
030800             "AT THIS LEVEL"
030900         MOVE "Y" TO WS-RECOVERY-AT-END
031000     END-IF
031010     OPEN INPUT LEGAL-HOLD-FILE
031020     IF LEGAL-HOLD-OK
031030         MOVE "Y" TO WS-LEGAL-HOLDS-PRESENT
031040     ELSE
031050         DISPLAY "CHGOFF - NO LEGAL HOLD FILE - STATUS "
031060             LEGAL-HOLD-STATUS " - HELD ACCOUNTS NOT JUDGED"
031070     END-IF
031100     OPEN OUTPUT RECOVERY-OUT-FILE
031200     OPEN OUTPUT VOUCHER-FILE
031300     OPEN OUTPUT CHARGEOFF-REGISTER
039500*    THE MASTER DRIVES; DUNSTAT AND THE RECOVERY FILE WALK       *
039600*    FORWARD IN STEP (ALL THREE ASCENDING ON CUST-ID).  AN       *
039700*    EXISTING RECOVERY RECORD CARRIES FORWARD AND BLOCKS A       *
039800*    SECOND WRITE-OFF OF THE SAME ACCOUNT.  A BANKRUPTCY,        *
039810*    DECEASED OR LITIGATION HOLD IS JUDGED ON ITS OWN RULES      *
039820*    (3500) AND NEVER ON THE DUNNING LEVEL.                      *
039900******************************************************************
040000 3000-JUDGE-ONE-CUSTOMER.
040100     PERFORM 3100-CARRY-EARLIER-RECOVERIES THRU 3100-EXIT
040500         GO TO 3000-NEXT
040600     END-IF
040700     PERFORM 3300-ALIGN-DUNNING-STATUS THRU 3300-EXIT
040710     IF CUST-ON-LEGAL-HOLD AND NOT CUST-HOLD-CEASE-DESIST
040720         PERFORM 3500-JUDGE-HELD-ACCOUNT THRU 3500-EXIT
040730         GO TO 3000-NEXT
040740     END-IF
040800     IF STATUS-FILE-AT-END OR DUN-CUST-ID NOT = CUST-ID
040900         GO TO 3000-NEXT
041000     END-IF
047400 3310-EXIT.
047500     EXIT.
047600
047601******************************************************************
047602*    3500-JUDGE-HELD-ACCOUNT                                     *
047603*    A BANKRUPTCY OR DECEASED HOLD CHARGES OFF ANY POSITIVE      *
047604*    BALANCE ONCE THE LEGAL-HOLD DAYS HAVE PASSED SINCE THE      *
047605*    HOLD DATE - THE MINIMUM BALANCE DOES NOT APPLY, SINCE NONE  *
047606*    OF IT WILL BE DUNNED FOR.  WITHOUT THE HOLD DATE THE        *
047607*    ACCOUNT WAITS AND THE RUN WARNS.                            *
047608******************************************************************
047609 3500-JUDGE-HELD-ACCOUNT.
047610     IF NOT CUST-STATUS-ACTIVE
047611         GO TO 3500-EXIT
047612     END-IF
047613     IF CUST-HOLD-LITIGATION
047614         ADD 1 TO WS-LITIGATION-DEFERRED
047615         GO TO 3500-EXIT
047616     END-IF
047617     IF CUST-BALANCE NOT NUMERIC OR CUST-BALANCE NOT > 0
047618         GO TO 3500-EXIT
047619     END-IF
047620     MOVE "N" TO WS-HOLD-FOUND
047621     IF LEGAL-HOLDS-PRESENT
047622         MOVE CUST-ID TO LGLH-CUST-ID
047623         READ LEGAL-HOLD-FILE
047624             INVALID KEY
047625                 CONTINUE
047626             NOT INVALID KEY
047627                 IF LGLH-IS-ACTIVE AND LGLH-HOLD-DATE NUMERIC
047628                     MOVE "Y" TO WS-HOLD-FOUND
047629                 END-IF
047630         END-READ
047631     END-IF
047632     IF NOT HOLD-RECORD-FOUND
047633         ADD 1 TO WS-HOLDS-WITHOUT-DETAIL
047634         DISPLAY "CHGOFF - NO ACTIVE LEGAL HOLD RECORD FOR "
047635             "CUST-ID " CUST-ID " - NOT JUDGED"
047636         GO TO 3500-EXIT
047637     END-IF
047638     MOVE LGLH-HOLD-DATE TO WS-WORK-DATE
047639     PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
047640     IF WS-DAYS-BETWEEN < WS-LEGAL-HOLD-DAYS
047641         GO TO 3500-EXIT
047642     END-IF
047643     MOVE "Y" TO WS-CHARGING-HELD
047644     PERFORM 4000-CHARGE-OFF-ONE-ACCOUNT THRU 4000-EXIT
047645     MOVE "N" TO WS-CHARGING-HELD.
047646 3500-EXIT.
047647     EXIT.
047648
047700******************************************************************
047800*    4000-CHARGE-OFF-ONE-ACCOUNT                                 *
047900*    THE STATUS MOVES TO "W", THE RECOVERY RECORD OPENS WITH     *
050200     MOVE RECOVERY-RECORD TO RECOVERY-OUT-RECORD
050300     WRITE RECOVERY-OUT-RECORD
050400     PERFORM 5000-WRITE-VOUCHER-PAIR THRU 5000-EXIT
050410     IF CHARGING-HELD-ACCOUNT
050420         ADD 1 TO WS-HELD-CHARGED-OFF
050430         MOVE CUST-ID TO CO-HLD-CUST-ID
050440         MOVE CUST-NAME TO CO-HLD-CUST-NAME
050450         MOVE CUST-BALANCE TO CO-HLD-BALANCE
050460         MOVE CUST-HOLD-TYPE TO CO-HLD-HOLD-TYPE
050470         MOVE LGLH-HOLD-DATE TO CO-HLD-HOLD-DATE
050480         WRITE CHARGEOFF-REGISTER-LINE FROM CO-HELD-DETAIL-LINE
050490         GO TO 4000-EXIT
050495     END-IF
050500     MOVE CUST-ID TO CO-DTL-CUST-ID
050600     MOVE CUST-NAME TO CO-DTL-CUST-NAME
050700     MOVE CUST-BALANCE TO CO-DTL-BALANCE
058600     WRITE CHARGEOFF-REGISTER-LINE AFTER ADVANCING 1 LINE
058700     WRITE CHARGEOFF-REGISTER-LINE FROM CO-FOOTER-LINE-1
058800     WRITE CHARGEOFF-REGISTER-LINE FROM CO-FOOTER-LINE-2
058810     MOVE WS-HELD-CHARGED-OFF TO CO-FTR3-COUNT
058820     MOVE WS-LITIGATION-DEFERRED TO CO-FTR4-COUNT
058830     WRITE CHARGEOFF-REGISTER-LINE FROM CO-FOOTER-LINE-3
058840     WRITE CHARGEOFF-REGISTER-LINE FROM CO-FOOTER-LINE-4
058900     CLOSE CUSTOMER-FILE
058910     IF LEGAL-HOLDS-PRESENT
058920         CLOSE LEGAL-HOLD-FILE
058930     END-IF
059000     CLOSE DUNNING-STATUS-FILE
059100     IF RECOVERY-PRESENT
059200         CLOSE RECOVERY-FILE
059700     DISPLAY "CHGOFF - " WS-ACCOUNTS-CHARGED-OFF
059800         " ACCOUNT(S) CHARGED OFF, PRINCIPAL "
059900         WS-TOTAL-CHARGED-OFF
059910     IF WS-LITIGATION-DEFERRED > 0
059920         DISPLAY "CHGOFF - " WS-LITIGATION-DEFERRED
059930             " ACCOUNT(S) DEFERRED FOR LITIGATION HOLDS"
059940     END-IF
059950     IF WS-HOLDS-WITHOUT-DETAIL > 0
059960         DISPLAY "CHGOFF - " WS-HOLDS-WITHOUT-DETAIL
059970             " HELD ACCOUNT(S) WITHOUT A HOLD DATE - SEE LGLHOLD"
059980         MOVE 4 TO RETURN-CODE
059990     END-IF
060000     IF WS-REWRITE-FAILURES > 0
060100         DISPLAY "CHGOFF - " WS-REWRITE-FAILURES
060200             " REWRITE(S) FAILED - SEE THE JOB LOG"
