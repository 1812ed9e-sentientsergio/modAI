002600*    IN ASCENDING CUST-ID ORDER, SO THE PASS IS A TWO-FILE       *
002700*    MATCH-MERGE.  AGES ARE FIGURED ON THE 30-DAY-MONTH          *
002800*    COMMERCIAL CALENDAR.                                        *
002810*                                                                *
002820*    A NOTICE GOES OUT BY THE CUSTOMER'S DELIVERY PREFERENCE     *
002830*    (CUST-DELIVERY-PREF, SEE CUSTREC) THE SAME WAY STMTBLD      *
002840*    ROUTES STATEMENTS: PAPER ON DUNLTR, ELECTRONIC AS A         *
002850*    NOTICE ON THE EMAIL VENDOR'S FILE (ENOTDUN, SEE ENOTREC)    *
002860*    WITH ITS OWN HEADER/TRAILER CONTROL TOTALS, OR BOTH.  THE   *
002870*    RUN'S VOLUMES ARE ADDED TO THE DELIVERY HISTORY (DLVHIST,   *
002880*    SEE DLVVREC) FOR DLVRPT.                                    *
002900*                                                                *
003000******************************************************************
003100* MODIFICATION HISTORY
003294*                    PROMISE WAS BYPASSING THE INTERVAL
003294*                    GATE ON EVERY RUN - A LEVEL PER NIGHT
003294*                    TO THE TOP, FOREVER.
003294*   10/28/2026  RVH  ESCALATION IS HELD WHILE THE CUSTOMER HAS
003294*                    AN OPEN BILLING DISPUTE (DISPFILE, SEE
003294*                    DISPREC - KEPT THROUGH DISPMNT).  THE
003294*                    LEVEL STAYS WHERE IT WAS UNTIL THE CASE IS
003294*                    RESOLVED; A DROP EARNED BY PAYMENT STILL
003294*                    APPLIES.
003294*   10/29/2026  RVH  AGES ON CONTRACTUAL DAYS PAST DUE FROM THE
003294*                    OPEN-ITEM LEDGER (DPDSTAT, SEE DPDREC -
003294*                    WRITTEN BY OITMBLD) INSTEAD OF DAYS SINCE
003294*                    THE LAST ACTIVITY - A TOKEN PAYMENT NO
003294*                    LONGER RESETS THE CLOCK.  THE DUNPARM
003294*                    THRESHOLDS NOW READ AS DAYS PAST DUE.
003294*                    WITHOUT THE FILE THE INACTIVITY AGE
003294*                    STANDS AS BEFORE.
003294*   11/10/2026  RVH  A LEGAL HOLD (CUST-LEGAL-HOLD, SEE
003294*                    LGLHOLD) STOPS ESCALATION AND LETTERS
003294*                    OF EVERY TYPE; A DROP EARNED BY PAYMENT
003294*                    STILL APPLIES.  BANKRUPTCY AND CEASE-
003294*                    AND-DESIST ACCOUNTS STAY OFF THE
003294*                    WORKLIST; DECEASED AND LITIGATION
003294*                    ACCOUNTS CARRY AN "E" (ESTATE) OR "L"
003294*                    (LITIGATION) FLAG IN THE PH COLUMN.
003294*   11/11/2026  RVH  NOTICES GO OUT BY THE CUSTOMER'S
003294*                    DELIVERY PREFERENCE: PAPER ON DUNLTR,
003294*                    ELECTRONIC ON THE EMAIL VENDOR'S
003294*                    NOTICE FILE (ENOTDUN, SEE ENOTREC)
003294*                    WITH HEADER AND TRAILER, OR BOTH.
003294*                    RETURNED MAIL STOPS ONLY THE PAPER
003294*                    LETTER.  VOLUMES ARE ADDED TO DLVHIST
003294*                    (SEE DLVVREC) FOR DLVRPT.
003294*   11/19/2026  RVH  EVERY NOTICE IS RECORDED ON THE CUSTOMER
003295*                    CORRESPONDENCE REGISTER (CORRFILE, SEE
003295*                    CORRSUB) - LEVEL, CHANNEL, ADDRESS AND
003296*                    BALANCE QUOTED.  A PAPER LETTER HELD FOR
003297*                    RETURNED MAIL IS RECORDED AS NOT SENT.  AN
003297*                    ENTRY THAT CANNOT BE WRITTEN ENDS THE RUN
003298*                    RC 4 BUT NEVER STOPS A NOTICE.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
006750         ACCESS MODE IS DYNAMIC
006750         RECORD KEY IS MEMO-KEY
006750         FILE STATUS IS CUSTOMER-MEMO-STATUS.
006758     SELECT DISPUTE-CASE-FILE ASSIGN TO DISPFILE
006766         ORGANIZATION IS INDEXED
006774         ACCESS MODE IS SEQUENTIAL
006782         RECORD KEY IS DISP-KEY
006790         FILE STATUS IS DISPUTE-CASE-STATUS.
006792     SELECT DAYS-PAST-DUE-FILE ASSIGN TO DPDSTAT
006794         ORGANIZATION IS SEQUENTIAL
006796         ACCESS MODE IS SEQUENTIAL
006798         FILE STATUS IS DAYS-PAST-DUE-STATUS.
006799     SELECT EMAIL-NOTICE-FILE ASSIGN TO ENOTDUN
006799         ORGANIZATION IS SEQUENTIAL
006799         ACCESS MODE IS SEQUENTIAL
006799         FILE STATUS IS EMAIL-NOTICE-STATUS.
006799     SELECT DELIVERY-VOLUME-FILE ASSIGN TO DLVHIST
006799         ORGANIZATION IS SEQUENTIAL
006799         ACCESS MODE IS SEQUENTIAL
006799         FILE STATUS IS DELIVERY-VOLUME-STATUS.
006800     SELECT WORKLIST-REPORT ASSIGN TO DUNWORK
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WORKLIST-REPORT-STATUS.
011200     DATA RECORD IS DUNNING-LETTER-RECORD.
011300     COPY DLTRREC.
011400
011410 FD  EMAIL-NOTICE-FILE
011420     LABEL RECORDS ARE STANDARD
011430     BLOCK CONTAINS 0 RECORDS
011440     RECORDING MODE F
011450     DATA RECORD IS EMAIL-NOTICE-RECORD.
011460     COPY ENOTREC.
011470
011471 FD  DELIVERY-VOLUME-FILE
011472     LABEL RECORDS ARE STANDARD
011473     BLOCK CONTAINS 0 RECORDS
011474     RECORDING MODE F
011475     DATA RECORD IS DELIVERY-VOLUME-RECORD.
011476     COPY DLVVREC.
011477
011500 FD  WORKLIST-FILE
011600     LABEL RECORDS ARE STANDARD
011700     BLOCK CONTAINS 0 RECORDS
015050     DATA RECORD IS MEMO-RECORD.
015050     COPY MEMOREC.
015060
015065 FD  DISPUTE-CASE-FILE
015070     LABEL RECORDS ARE STANDARD
015075     BLOCK CONTAINS 0 RECORDS
015080     RECORDING MODE F
015085     DATA RECORD IS DISPUTE-CASE-RECORD.
015090     COPY DISPREC.
015090
015090 FD  DAYS-PAST-DUE-FILE
015090     LABEL RECORDS ARE STANDARD
015090     BLOCK CONTAINS 0 RECORDS
015090     RECORDING MODE F
015090     DATA RECORD IS DAYS-PAST-DUE-RECORD.
015090     COPY DPDREC.
015095
015100 FD  WORKLIST-REPORT
015200     LABEL RECORDS ARE OMITTED
015300     RECORDING MODE F.
015620*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)        *
015630******************************************************************
015640     COPY CALWREC.
015640
015643******************************************************************
015645*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
015646******************************************************************
015648     COPY CORWREC.
015650
015700******************************************************************
015800*    FILE STATUS                                                 *
017874     88  NSF-FILE-AT-END           VALUE "Y".
017875 01  WS-NSF-HELD-TONIGHT       PIC X(01) VALUE "N".
017876     88  NSF-HELD-TONIGHT          VALUE "Y".
017876 01  DISPUTE-CASE-STATUS       PIC X(02).
017876     88  DISPUTE-CASE-OK           VALUE "00".
017876 01  WS-DISPUTES-AVAILABLE     PIC X(01) VALUE "N".
017876     88  DISPUTES-AVAILABLE        VALUE "Y".
017876 01  WS-DISPUTE-AT-END         PIC X(01) VALUE "N".
017876     88  DISPUTE-FILE-AT-END       VALUE "Y".
017876 01  WS-DISPUTE-OPEN           PIC X(01) VALUE "N".
017876     88  DISPUTE-IS-OPEN           VALUE "Y".
017876 01  DAYS-PAST-DUE-STATUS      PIC X(02).
017876     88  DAYS-PAST-DUE-OK          VALUE "00".
017876 01  WS-DPD-AVAILABLE          PIC X(01) VALUE "N".
017876     88  DPD-AVAILABLE             VALUE "Y".
017876 01  WS-DPD-AT-END             PIC X(01) VALUE "N".
017876     88  DPD-FILE-AT-END           VALUE "Y".
017876 01  EMAIL-NOTICE-STATUS       PIC X(02).
017876     88  EMAIL-NOTICE-OK           VALUE "00".
017876 01  DELIVERY-VOLUME-STATUS    PIC X(02).
017876     88  DELIVERY-VOLUME-OK        VALUE "00".
017877
017878******************************************************************
017879*    TONIGHT'S NSF EVENT TABLE - A CUSTOMER LISTED HERE HOLDS   *
021700     88  HAD-PRIOR-STATUS          VALUE "Y".
021800 01  WS-NOTICE-PRODUCED        PIC X(01) VALUE "N".
021900     88  NOTICE-PRODUCED           VALUE "Y".
021910 01  WS-ROUTE-PAPER            PIC X(01) VALUE "Y".
021920     88  ROUTE-TO-PAPER            VALUE "Y".
021930 01  WS-ROUTE-EMAIL            PIC X(01) VALUE "N".
021940     88  ROUTE-TO-EMAIL            VALUE "Y".
021950 01  WS-EMAIL-FALLBACK         PIC X(01) VALUE "N".
021960     88  EMAIL-FALLBACK            VALUE "Y".
021973 01  WS-PAPER-HELD             PIC X(01) VALUE "N".
021986     88  PAPER-HELD-FOR-RETURN     VALUE "Y".
022000 01  WS-PARM-IDX               PIC 9(3) BINARY VALUE 0.
022010 01  WS-SCAN-IDX               PIC 9(3) BINARY VALUE 0.
022100
024200 01  WS-STATUS-ORPHANED        PIC 9(07) BINARY VALUE 0.
024210 01  WS-NSF-HOLDS              PIC 9(07) BINARY VALUE 0.
024220 01  WS-PLAN-HOLDS             PIC 9(07) BINARY VALUE 0.
024225 01  WS-DISPUTE-HOLDS          PIC 9(07) BINARY VALUE 0.
024226 01  WS-LEGAL-HOLDS            PIC 9(07) BINARY VALUE 0.
024227 01  WS-LEGAL-OFF-WORKLIST     PIC 9(07) BINARY VALUE 0.
024230 01  WS-PROMISE-WAIVERS        PIC 9(07) BINARY VALUE 0.
024240 01  WS-LETTERS-SUPPRESSED     PIC 9(07) BINARY VALUE 0.
024250 01  WS-PAPER-ONLY             PIC 9(07) BINARY VALUE 0.
024260 01  WS-EMAIL-ONLY             PIC 9(07) BINARY VALUE 0.
024270 01  WS-BOTH-WAYS              PIC 9(07) BINARY VALUE 0.
024280 01  WS-EMAIL-FALLBACKS        PIC 9(07) BINARY VALUE 0.
024290 01  WS-NOTICES-WRITTEN        PIC 9(07) BINARY VALUE 0.
024295 01  WS-NOTICE-BALANCE-TOTAL   PIC S9(11)V99 VALUE 0.
024296 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
024298 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
024300
024400******************************************************************
024500*    WORKLIST REPORT LINE LAYOUTS                                *
025700     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
025800     05  FILLER                PIC X(31) VALUE "CUSTOMER NAME".
025900     05  FILLER                PIC X(12) VALUE "BALANCE".
026000     05  FILLER                PIC X(11) VALUE "DAYS AGED".
026100     05  FILLER                PIC X(13) VALUE "LAST NOTICE".
026110     05  FILLER                PIC X(09) VALUE "PROMISE".
026120     05  FILLER                PIC X(02) VALUE "PH".
028600         "NOTICES PRODUCED TONIGHT  . .".
028700     05  WK-FTR2-LETTERS       PIC ZZZ,ZZ9.
028800
028810 01  WK-FOOTER-LINE-3.
028815     05  FILLER                PIC X(01) VALUE SPACE.
028820     05  FILLER                PIC X(30) VALUE
028825         "PAPER ONLY  . . . . . . . . .".
028830     05  WK-FTR3-PAPER         PIC ZZZ,ZZ9.
028835
028840 01  WK-FOOTER-LINE-4.
028845     05  FILLER                PIC X(01) VALUE SPACE.
028850     05  FILLER                PIC X(30) VALUE
028855         "EMAIL ONLY  . . . . . . . . .".
028860     05  WK-FTR4-EMAIL         PIC ZZZ,ZZ9.
028865
028870 01  WK-FOOTER-LINE-5.
028875     05  FILLER                PIC X(01) VALUE SPACE.
028880     05  FILLER                PIC X(30) VALUE
028885         "PAPER AND EMAIL . . . . . . .".
028890     05  WK-FTR5-BOTH          PIC ZZZ,ZZ9.
028892
028894 01  WK-FOOTER-LINE-6.
028895     05  FILLER                PIC X(01) VALUE SPACE.
028896     05  FILLER                PIC X(30) VALUE
028897         "NO EMAIL ADDRESS - PAPER  . .".
028898     05  WK-FTR6-FALLBACK      PIC ZZZ,ZZ9.
028899
028900 PROCEDURE DIVISION.
029000******************************************************************
029100*    0000-MAINLINE                                               *
033900     END-IF
034000     OPEN OUTPUT DUNNING-STATUS-OUT
034100     OPEN OUTPUT DUNNING-LETTER-FILE
034110     OPEN OUTPUT EMAIL-NOTICE-FILE
034120     IF NOT EMAIL-NOTICE-OK
034130         DISPLAY "DUNNING - ERROR OPENING EMAIL NOTICE FILE - "
034140             "STATUS " EMAIL-NOTICE-STATUS
034150         MOVE 16 TO RETURN-CODE
034160         STOP RUN
034170     END-IF
034175     INITIALIZE EMAIL-NOTICE-RECORD
034180     MOVE "H" TO ENOT-RECORD-TYPE
034185     MOVE "DUNNING" TO ENOT-HDR-SOURCE-PROGRAM
034190     MOVE WS-RUN-DATE TO ENOT-HDR-FILE-DATE
034195     WRITE EMAIL-NOTICE-RECORD
034200     OPEN OUTPUT WORKLIST-FILE
034191     OPEN INPUT PLAN-STATUS-FILE
034192     IF PLAN-FILE-OK
034240     ELSE
034250         DISPLAY "DUNNING - MEMO FILE NOT AVAILABLE - PROMISE "
034260             "DATES NOT SHOWN ON THE WORKLIST"
034270     END-IF
034273     OPEN INPUT DISPUTE-CASE-FILE
034276     IF DISPUTE-CASE-OK
034279         MOVE "Y" TO WS-DISPUTES-AVAILABLE
034282         PERFORM 4185-READ-NEXT-DISPUTE THRU 4185-EXIT
034285     ELSE
034288         DISPLAY "DUNNING - NO DISPUTE CASE FILE - NO "
034291             "ESCALATIONS ARE HELD FOR DISPUTES"
034294         MOVE "Y" TO WS-DISPUTE-AT-END
034294     END-IF
034294     OPEN INPUT DAYS-PAST-DUE-FILE
034294     IF DAYS-PAST-DUE-OK
034294         MOVE "Y" TO WS-DPD-AVAILABLE
034294         PERFORM 4175-READ-NEXT-DPD THRU 4175-EXIT
034294     ELSE
034294         DISPLAY "DUNNING - NO DAYS-PAST-DUE FILE - AGING ON "
034294             "INACTIVITY TONIGHT"
034294         MOVE "Y" TO WS-DPD-AT-END
034294     END-IF.
034300 1000-EXIT.
034400     EXIT.
034500
045900         PERFORM 5000-WRITE-STATUS-OUT THRU 5000-EXIT
046000         GO TO 4000-EXIT
046100     END-IF
046200     IF DPD-AVAILABLE
046210         PERFORM 4170-FIND-DAYS-PAST-DUE THRU 4170-EXIT
046220     ELSE
046230         MOVE CUST-LAST-ACTIVITY-DATE TO WS-WORK-DATE
046240         PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
046250         MOVE WS-DAYS-BETWEEN TO WS-DAYS-INACTIVE
046260     END-IF
046500     PERFORM 4100-FIND-TARGET-LEVEL THRU 4100-EXIT
046600     EVALUATE TRUE
046700         WHEN WS-TARGET-LEVEL < WS-PRIOR-LEVEL
046910             END-IF
047000         WHEN WS-TARGET-LEVEL > WS-PRIOR-LEVEL
047010             PERFORM 4140-CHECK-PLAN-HOLD THRU 4140-EXIT
047012             PERFORM 4180-CHECK-DISPUTE-HOLD THRU 4180-EXIT
047014             EVALUATE TRUE
047015                 WHEN CUST-ON-LEGAL-HOLD
047015                     ADD 1 TO WS-LEGAL-HOLDS
047016                 WHEN DISPUTE-IS-OPEN
047018                     ADD 1 TO WS-DISPUTE-HOLDS
047020                 WHEN PLAN-IS-PERFORMING
047030                     ADD 1 TO WS-PLAN-HOLDS
047040                 WHEN OTHER
047100                     PERFORM 4200-TRY-ESCALATION THRU 4200-EXIT
047110             END-EVALUATE
047200         WHEN OTHER
047300             CONTINUE
047400     END-EVALUATE
047500     IF WS-NEW-LEVEL > 0
047510         IF CUST-ON-LEGAL-HOLD AND
047520                 (CUST-HOLD-BANKRUPTCY OR CUST-HOLD-CEASE-DESIST)
047530             ADD 1 TO WS-LEGAL-OFF-WORKLIST
047540         ELSE
047600             ADD 1 TO WS-CUSTOMERS-DUNNED
047700             PERFORM 4400-WRITE-WORKLIST-RECORD THRU 4400-EXIT
047710         END-IF
047800     END-IF
047900     PERFORM 5000-WRITE-STATUS-OUT THRU 5000-EXIT.
048000 4000-EXIT.
048200
048300******************************************************************
048400*    4100-FIND-TARGET-LEVEL                                      *
048500*    THE TARGET IS THE HIGHEST PARAMETER LEVEL WHOSE AGE         *
048510*    THRESHOLD IS MET (DAYS PAST DUE, OR DAYS INACTIVE WHEN      *
048520*    THERE IS NO DPDSTAT) AND WHOSE MINIMUM BALANCE IS MET.  THE *
048700*    TABLE IS IN ASCENDING LEVEL ORDER, SO THE LAST QUALIFYING   *
048800*    ENTRY WINS.                                                 *
048900******************************************************************
050902 4160-EXIT.
050903     EXIT.
050904
050904******************************************************************
050904*    4170-FIND-DAYS-PAST-DUE                                     *
050904*    WALKS THE DAYS-PAST-DUE FILE FORWARD (BOTH ASCENDING ON     *
050904*    CUST-ID).  AN ACCOUNT WITH NO RECORD IS NEW SINCE THE       *
050904*    LEDGER LAST RAN AND HAS NOTHING PAST DUE.                   *
050904******************************************************************
050904 4170-FIND-DAYS-PAST-DUE.
050904     MOVE 0 TO WS-DAYS-INACTIVE
050904     PERFORM 4175-READ-NEXT-DPD THRU 4175-EXIT
050904         UNTIL DPD-FILE-AT-END OR
050904             DPD-CUST-ID NOT < CUST-ID
050904     IF NOT DPD-FILE-AT-END AND DPD-CUST-ID = CUST-ID
050904         MOVE DPD-DAYS-PAST-DUE TO WS-DAYS-INACTIVE
050904     END-IF.
050904 4170-EXIT.
050904     EXIT.
050904
050904 4175-READ-NEXT-DPD.
050904     READ DAYS-PAST-DUE-FILE
050904         AT END
050904             MOVE "Y" TO WS-DPD-AT-END
050904     END-READ.
050904 4175-EXIT.
050904     EXIT.
050906******************************************************************
050908*    4180-CHECK-DISPUTE-HOLD                                     *
050910*    WALKS THE DISPUTE CASE FILE FORWARD (BOTH ASCENDING ON      *
050912*    CUST-ID) AND LEAVES THE OPEN SWITCH SET WHEN ANY OF THE     *
050914*    CUSTOMER'S CASES IS STILL OPEN.  WHILE IT IS, THE LEVEL     *
050916*    HOLDS - WE DO NOT ESCALATE COLLECTION OF AN AMOUNT UNDER    *
050918*    DISPUTE.  A RESOLVED CASE HOLDS NOTHING.                    *
050920******************************************************************
050922 4180-CHECK-DISPUTE-HOLD.
050924     MOVE "N" TO WS-DISPUTE-OPEN
050926     PERFORM 4185-READ-NEXT-DISPUTE THRU 4185-EXIT
050928         UNTIL DISPUTE-FILE-AT-END OR
050930             DISP-CUST-ID NOT < CUST-ID
050932     PERFORM 4190-CHECK-ONE-DISPUTE THRU 4190-EXIT
050934         UNTIL DISPUTE-FILE-AT-END OR
050936             DISP-CUST-ID NOT = CUST-ID.
050938 4180-EXIT.
050940     EXIT.
050942
050944 4185-READ-NEXT-DISPUTE.
050946     IF DISPUTES-AVAILABLE
050948         READ DISPUTE-CASE-FILE NEXT RECORD
050950             AT END
050952                 MOVE "Y" TO WS-DISPUTE-AT-END
050954         END-READ
050956     END-IF.
050958 4185-EXIT.
050960     EXIT.
050962
050964 4190-CHECK-ONE-DISPUTE.
050966     IF DISP-IS-OPEN
050968         MOVE "Y" TO WS-DISPUTE-OPEN
050970     END-IF
050972     PERFORM 4185-READ-NEXT-DISPUTE THRU 4185-EXIT.
050974 4190-EXIT.
050976     EXIT.
050978
051000******************************************************************
051100*    4200-TRY-ESCALATION                                         *
051200*    STEPS THE LEVEL UP BY EXACTLY ONE - AND ONLY WHEN THE NEW   *
056000*    4300-WRITE-LETTER-RECORD                                    *
056100******************************************************************
056200 4300-WRITE-LETTER-RECORD.
056205     PERFORM 4350-SET-DELIVERY-ROUTE THRU 4350-EXIT
056205*    A LETTER HELD FOR RETURNED MAIL IS STILL REGISTERED, AS NOT
056205*    SENT, SO THE REGISTER SHOWS WHY IT WAS NOT MAILED.
056206     IF PAPER-HELD-FOR-RETURN
056206         MOVE "P" TO CORW-CHANNEL
056207         MOVE "N" TO CORW-SENT-FLAG
056207         MOVE "R" TO CORW-NOT-SENT-REASON
056207         MOVE CUST-ADDRESS TO CORW-ADDRESS
056208         PERFORM 4370-REGISTER-NOTICE THRU 4370-EXIT
056208     END-IF
056210*    NO LETTER TO AN ADDRESS THE VENDOR ALREADY RETURNED -
056220*    THE WORKLIST'S PHONE FLAG SENDS THE COLLECTOR INSTEAD.
056230     IF NOT ROUTE-TO-PAPER AND NOT ROUTE-TO-EMAIL
056240         ADD 1 TO WS-LETTERS-SUPPRESSED
056250         GO TO 4300-EXIT
056260     END-IF
056270     IF ROUTE-TO-PAPER
056300         MOVE CUST-ID TO DLTR-CUST-ID
056400         MOVE CUST-NAME TO DLTR-CUST-NAME
056500         MOVE CUST-ADDRESS TO DLTR-CUST-ADDRESS
056600         MOVE CUST-BALANCE TO DLTR-BALANCE
056700         MOVE WS-NEW-LEVEL TO DLTR-LEVEL
056800         MOVE WS-RUN-DATE TO DLTR-NOTICE-DATE
056900         WRITE DUNNING-LETTER-RECORD
056901         MOVE "P" TO CORW-CHANNEL
056903         MOVE "Y" TO CORW-SENT-FLAG
056905         MOVE SPACE TO CORW-NOT-SENT-REASON
056906         MOVE CUST-ADDRESS TO CORW-ADDRESS
056908         PERFORM 4370-REGISTER-NOTICE THRU 4370-EXIT
056910     END-IF
056920     EVALUATE TRUE
056930         WHEN ROUTE-TO-PAPER AND ROUTE-TO-EMAIL
056940             ADD 1 TO WS-BOTH-WAYS
056950         WHEN ROUTE-TO-EMAIL
056960             ADD 1 TO WS-EMAIL-ONLY
056970         WHEN OTHER
056980             ADD 1 TO WS-PAPER-ONLY
056990     END-EVALUATE
056992     IF EMAIL-FALLBACK
056994         ADD 1 TO WS-EMAIL-FALLBACKS
056996     END-IF
056998     IF ROUTE-TO-EMAIL
056999         PERFORM 4360-WRITE-EMAIL-NOTICE THRU 4360-EXIT
056999     END-IF
057000     ADD 1 TO WS-LETTERS-WRITTEN.
057100 4300-EXIT.
057200     EXIT.
057210
057220******************************************************************
057230*    4350-SET-DELIVERY-ROUTE                                     *
057240*    PAPER, EMAIL OR BOTH BY THE CUSTOMER'S DELIVERY PREFERENCE. *
057250*    AN EMAIL PREFERENCE WITH NO ADDRESS ON FILE FALLS BACK TO   *
057260*    PAPER; RETURNED MAIL STOPS THE PAPER LETTER ONLY.           *
057270******************************************************************
057280 4350-SET-DELIVERY-ROUTE.
057281     MOVE "Y" TO WS-ROUTE-PAPER
057282     MOVE "N" TO WS-ROUTE-EMAIL
057283     MOVE "N" TO WS-EMAIL-FALLBACK
057283     MOVE "N" TO WS-PAPER-HELD
057284     IF CUST-DELIVER-BY-EMAIL
057285         IF CUST-EMAIL-ADDRESS = SPACES
057286             MOVE "Y" TO WS-EMAIL-FALLBACK
057287         ELSE
057288             MOVE "Y" TO WS-ROUTE-EMAIL
057289             IF CUST-DELIVER-ELECTRONIC
057290                 MOVE "N" TO WS-ROUTE-PAPER
057291             END-IF
057292         END-IF
057293     END-IF
057294     IF CUST-MAIL-RETURNED
057294         IF ROUTE-TO-PAPER
057294             MOVE "Y" TO WS-PAPER-HELD
057294         END-IF
057295         MOVE "N" TO WS-ROUTE-PAPER
057296     END-IF.
057297 4350-EXIT.
057298     EXIT.
057299
057300******************************************************************
057301*    4360-WRITE-EMAIL-NOTICE                                     *
057302*    THE EMAIL VENDOR SENDS THE CUSTOMER A PAST-DUE NOTICE AT    *
057303*    THE NEW DUNNING LEVEL, CARRYING THE BALANCE OWED.           *
057304******************************************************************
057305 4360-WRITE-EMAIL-NOTICE.
057306     INITIALIZE EMAIL-NOTICE-RECORD
057307     MOVE "D" TO ENOT-RECORD-TYPE
057308     MOVE "D" TO ENOT-NOTICE-TYPE
057309     MOVE CUST-ID TO ENOT-CUST-ID
057310     MOVE CUST-NAME TO ENOT-CUST-NAME
057311     MOVE CUST-EMAIL-ADDRESS TO ENOT-EMAIL-ADDRESS
057312     MOVE CUST-BALANCE TO ENOT-BALANCE
057313     MOVE 0 TO ENOT-MINIMUM-DUE
057314     MOVE 0 TO ENOT-PAYMENT-DUE-DATE
057315     MOVE 0 TO ENOT-PERIOD-END
057316     MOVE WS-NEW-LEVEL TO ENOT-DUNNING-LEVEL
057317     MOVE WS-RUN-DATE TO ENOT-NOTICE-DATE
057318     WRITE EMAIL-NOTICE-RECORD
057319     ADD 1 TO WS-NOTICES-WRITTEN
057319     ADD CUST-BALANCE TO WS-NOTICE-BALANCE-TOTAL
057319     MOVE "E" TO CORW-CHANNEL
057319     MOVE "Y" TO CORW-SENT-FLAG
057319     MOVE SPACE TO CORW-NOT-SENT-REASON
057319     MOVE CUST-EMAIL-ADDRESS TO CORW-ADDRESS
057319     PERFORM 4370-REGISTER-NOTICE THRU 4370-EXIT.
057321 4360-EXIT.
057322     EXIT.
057300
057400******************************************************************
057403*    4370-REGISTER-NOTICE                                        *
057407*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
057410*    NOTICE AT THE NEW LEVEL.  CALLERS SET THE CHANNEL, SENT     *
057414*    FLAG, REASON AND ADDRESS FIRST.  AN ENTRY THAT CANNOT BE    *
057417*    WRITTEN DOES NOT STOP THE NOTICE - IT IS COUNTED AND THE    *
057421*    RUN ENDS RC 4.                                              *
057425******************************************************************
057428 4370-REGISTER-NOTICE.
057432     MOVE "W" TO CORW-FUNCTION
057435     MOVE CUST-ID TO CORW-CUST-ID
057439     MOVE WS-RUN-DATE TO CORW-DATE
057442     MOVE "DN" TO CORW-DOC-TYPE
057446     MOVE WS-NEW-LEVEL TO CORW-DOC-LEVEL
057450     MOVE CUST-NAME TO CORW-CUST-NAME
057453     MOVE CUST-BALANCE TO CORW-BALANCE
057457     MOVE WS-RUN-DATE TO CORW-DOC-DATE
057460     MOVE SPACES TO CORW-DOC-REF
057464     MOVE "DUNNING" TO CORW-PROGRAM
057467     CALL "CORRSUB" USING CORRESPONDENCE-AREA
057471     IF NOT CORW-OK
057475         ADD 1 TO WS-CORR-NOT-RECORDED
057478         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
057482     END-IF.
057485 4370-EXIT.
057489     EXIT.
057489
057496******************************************************************
057500*    4400-WRITE-WORKLIST-RECORD                                  *
057600******************************************************************
057700 4400-WRITE-WORKLIST-RECORD.
058700     MOVE WS-NEW-NOTICE-DATE TO WL-LAST-NOTICE-DATE
058710     PERFORM 4500-FIND-OPEN-PROMISE THRU 4500-EXIT
058720     MOVE WS-PROMISE-DATE TO WL-PROMISE-DATE
058730     EVALUATE TRUE
058731         WHEN CUST-ON-LEGAL-HOLD AND CUST-HOLD-DECEASED
058732             MOVE "E" TO WL-PHONE-FLAG
058733         WHEN CUST-ON-LEGAL-HOLD AND CUST-HOLD-LITIGATION
058734             MOVE "L" TO WL-PHONE-FLAG
058735         WHEN CUST-MAIL-RETURNED
058740             MOVE "P" TO WL-PHONE-FLAG
058750         WHEN OTHER
058760             MOVE SPACE TO WL-PHONE-FLAG
058770     END-EVALUATE
058800     WRITE WORKLIST-RECORD.
058900 4400-EXIT.
059000     EXIT.
064700     WRITE WORKLIST-REPORT-LINE AFTER ADVANCING 1 LINE
064800     WRITE WORKLIST-REPORT-LINE FROM WK-FOOTER-LINE-1
064900     WRITE WORKLIST-REPORT-LINE FROM WK-FOOTER-LINE-2
064910     MOVE WS-PAPER-ONLY TO WK-FTR3-PAPER
064920     MOVE WS-EMAIL-ONLY TO WK-FTR4-EMAIL
064930     MOVE WS-BOTH-WAYS TO WK-FTR5-BOTH
064940     MOVE WS-EMAIL-FALLBACKS TO WK-FTR6-FALLBACK
064950     WRITE WORKLIST-REPORT-LINE FROM WK-FOOTER-LINE-3
064960     WRITE WORKLIST-REPORT-LINE FROM WK-FOOTER-LINE-4
064970     WRITE WORKLIST-REPORT-LINE FROM WK-FOOTER-LINE-5
064980     WRITE WORKLIST-REPORT-LINE FROM WK-FOOTER-LINE-6
065000     CLOSE WORKLIST-REPORT.
065100 6000-EXIT.
065200     EXIT.
070292     END-IF
070300     CLOSE DUNNING-STATUS-OUT
070400     CLOSE DUNNING-LETTER-FILE
070401     INITIALIZE EMAIL-NOTICE-RECORD
070402     MOVE "T" TO ENOT-RECORD-TYPE
070403     MOVE WS-NOTICES-WRITTEN TO ENOT-TRL-NOTICE-COUNT
070404     MOVE WS-NOTICE-BALANCE-TOTAL TO ENOT-TRL-BALANCE-TOTAL
070405     WRITE EMAIL-NOTICE-RECORD
070406     CLOSE EMAIL-NOTICE-FILE
070407     MOVE "C" TO CORW-FUNCTION
070408     CALL "CORRSUB" USING CORRESPONDENCE-AREA
070410     IF MEMOS-AVAILABLE
070420         CLOSE CUSTOMER-MEMO-FILE
070430     END-IF
070440     IF DISPUTES-AVAILABLE
070450         CLOSE DISPUTE-CASE-FILE
070460     END-IF
070470     IF DPD-AVAILABLE
070480         CLOSE DAYS-PAST-DUE-FILE
070490     END-IF
070500     DISPLAY "DUNNING - " WS-CUSTOMERS-READ " READ, "
070600         WS-CUSTOMERS-DUNNED " ON WORKLIST, "
070700         WS-LETTERS-WRITTEN " NOTICE(S) PRODUCED, "
071203             " ESCALATION(S) SUSPENDED FOR PERFORMING "
071204             "PAYMENT PLANS"
071205     END-IF
071205     IF WS-DISPUTE-HOLDS > 0
071205         DISPLAY "DUNNING - " WS-DISPUTE-HOLDS
071205             " ESCALATION(S) HELD FOR OPEN BILLING DISPUTES"
071205     END-IF
071205     IF WS-LEGAL-HOLDS > 0
071205         DISPLAY "DUNNING - " WS-LEGAL-HOLDS
071205             " ESCALATION(S) HELD FOR LEGAL HOLDS"
071205     END-IF
071205     IF WS-LEGAL-OFF-WORKLIST > 0
071205         DISPLAY "DUNNING - " WS-LEGAL-OFF-WORKLIST
071205             " BANKRUPTCY/CEASE-AND-DESIST ACCOUNT(S) KEPT "
071205             "OFF THE WORKLIST"
071205     END-IF
071206     IF NSF-TABLE-OVERFLOWED
071207         DISPLAY "DUNNING - NSF EVENT TABLE OVERFLOWED - "
071208             "SOME DE-ESCALATION HOLDS MAY HAVE BEEN MISSED"
071210     IF WS-NSF-HOLDS > 0
071220         DISPLAY "DUNNING - " WS-NSF-HOLDS
071230             " LEVEL DROP(S) HELD FOR RETURNED ITEMS"
071240     END-IF
071241     IF WS-CORR-NOT-RECORDED > 0
071242         DISPLAY "DUNNING - " WS-CORR-NOT-RECORDED
071244             " NOTICE(S) NOT RECORDED ON THE CORRESPONDENCE "
071245             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
071247         MOVE 4 TO RETURN-CODE
071248     END-IF
071250     DISPLAY "DUNNING - " WS-NOTICES-WRITTEN
071260         " EMAIL NOTICE(S) TO THE EMAIL VENDOR, "
071270         WS-EMAIL-FALLBACKS " EMAIL FALLBACK(S) TO PAPER"
071280     PERFORM 9100-WRITE-DELIVERY-VOLUME THRU 9100-EXIT.
071300 9000-EXIT.
071400     EXIT.
071410
071420******************************************************************
071430*    9100-WRITE-DELIVERY-VOLUME                                  *
071440*    ONE RECORD PER RUN ON THE DELIVERY HISTORY FOR DLVRPT.  A   *
071450*    HISTORY THAT WILL NOT OPEN DOES NOT UNDO THE RUN - IT IS    *
071460*    REPORTED AND THE RUN ENDS RC 4.                             *
071470******************************************************************
071480 9100-WRITE-DELIVERY-VOLUME.
071481     OPEN EXTEND DELIVERY-VOLUME-FILE
071482     IF NOT DELIVERY-VOLUME-OK
071483         DISPLAY "DUNNING - DELIVERY HISTORY NOT AVAILABLE - "
071484             "STATUS " DELIVERY-VOLUME-STATUS
071485             " - VOLUMES NOT RECORDED"
071486         MOVE 4 TO RETURN-CODE
071487         GO TO 9100-EXIT
071488     END-IF
071489     INITIALIZE DELIVERY-VOLUME-RECORD
071490     MOVE WS-RUN-DATE TO DLVV-RUN-DATE
071491     MOVE "DUNNING" TO DLVV-SOURCE-PROGRAM
071492     MOVE WS-PAPER-ONLY TO DLVV-PAPER-ONLY
071493     MOVE WS-EMAIL-ONLY TO DLVV-EMAIL-ONLY
071494     MOVE WS-BOTH-WAYS TO DLVV-BOTH-WAYS
071495     MOVE WS-EMAIL-FALLBACKS TO DLVV-FALLBACKS
071496     WRITE DELIVERY-VOLUME-RECORD
071497     CLOSE DELIVERY-VOLUME-FILE.
071498 9100-EXIT.
071499     EXIT.
