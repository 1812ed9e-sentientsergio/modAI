002733*                    FLAG NOW RIDES MAINTENANCE
002734*                    (MAINT-BUREAU-SUPPRESS) ON ADDS AND
002735*                    CHANGES IN BOTH PATHS.
002736*   11/02/2026  RVH  NON-MONETARY CHANGE JOURNAL (NMCJRNL, SEE
002737*                    NMCJREC).  EVERY APPLIED CHANGE, IN THE
002738*                    FULL MERGE AND IN DELTA MODE, WRITES ONE
002739*                    JOURNAL RECORD PER FIELD IT ACTUALLY
002740*                    CHANGED - NAME, ADDRESS, PHONE, STATUS,
002741*                    CURRENCY, CREDIT LIMIT, BRANCH, BUREAU
002742*                    FLAG AND MAIL STATUS - WITH THE OLD AND
002743*                    NEW VALUES AND THE ORIGINATING PROGRAM
002744*                    AND OPERATOR FROM THE TRANSACTION (SEE
002745*                    MAINTTXN).  A TRIAL NEVER JOURNALS.  THE
002746*                    MAINTENANCE LOG FOOTER COUNTS THE FIELD
002747*                    CHANGES JOURNALED.
002747*   11/10/2026  RVH  CARRIES THE NEW LEGAL-HOLD INDICATOR AND
002747*                    HOLD TYPE (SEE CUSTREC) THROUGH EVERY
002747*                    CHANGE UNTOUCHED - ONLY LGLHOLD SETS OR
002747*                    RELEASES A HOLD.  A NEW CUSTOMER STARTS
002747*                    WITH NO HOLD.
002747*   11/11/2026  RVH  EMAIL ADDRESS, DELIVERY PREFERENCE AND
002747*                    ECONSENT DATE CARRIED THROUGH THE APPLY,
002747*                    TAKEN FROM THE TRANSACTION ON AN ADD OR
002747*                    CHANGE AND JOURNALED WHEN CHANGED.
002747*                    3450 KEEPS ELECTRONIC-ONLY CUSTOMERS
002747*                    OFF THE PAPER STATEMENT FILE.
002847*   11/14/2026  RVH  PERIOD-CLOSE LOCK.  WHEN THE BUSINESS DATE
002947*                    IS ON OR BEFORE THE LAST PERIOD END CLOSED
003047*                    ON PERDCTL (SEE PCLSREC), AN ADD CARRYING A
003147*                    BALANCE, A CHANGE THAT ALTERS THE BALANCE OR
003247*                    A DELETE OF A CUSTOMER WITH A BALANCE IS
003347*                    REJECTED TO THE MAINTENANCE LOG - IT GOES IN
003447*                    AS A PRIOR-PERIOD ADJUSTMENT THROUGH TXNPOST
003547*                    AND APPRREL.  MERGES AND NON-MONETARY
003647*                    CHANGES STILL APPLY.  SAME RULE IN DELTA
003747*                    MODE.
003847*   11/19/2026  RVH  EVERY BALANCE STATEMENT WRITTEN TO STMTFILE
003947*                    IS RECORDED ON THE CUSTOMER CORRESPONDENCE
004047*                    REGISTER (CORRFILE, SEE CORRSUB); ONE HELD
004147*                    FOR RETURNED MAIL IS RECORDED AS NOT SENT.
004247*                    THE RETURNED-MAIL TEST IN 3450 NOW FOLLOWS
004347*                    THE DELIVERY AND CYCLE-DAY TESTS SO ONLY A
004447*                    STATEMENT DUE ON PAPER TODAY IS RECORDED.
004547*                    AN ENTRY THAT CANNOT BE WRITTEN RAISES THE
004647*                    RUN TO RC 4.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
003933         ORGANIZATION IS SEQUENTIAL
003934         ACCESS MODE IS SEQUENTIAL
003935         FILE STATUS IS STMT-EXTRACT-FILE-STATUS.
003936     SELECT NMC-JOURNAL-FILE ASSIGN TO NMCJRNL
004036         ORGANIZATION IS SEQUENTIAL
004136         ACCESS MODE IS SEQUENTIAL
004236         FILE STATUS IS NMC-JOURNAL-STATUS.
004336     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
004436         ORGANIZATION IS SEQUENTIAL
004536         ACCESS MODE IS SEQUENTIAL
004636         FILE STATUS IS PERIOD-CLOSE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004839         CUST-BUREAU-SUPPRESSED BY
004839             RAW-CUST-BUREAU-SUPPRESSED
004839         CUST-MAIL-STATUS BY RAW-CUST-MAIL-STATUS
004839         CUST-MAIL-RETURNED BY RAW-CUST-MAIL-RETURNED
004839         CUST-LEGAL-HOLD BY RAW-CUST-LEGAL-HOLD
004839         CUST-ON-LEGAL-HOLD BY RAW-CUST-ON-LEGAL-HOLD
004839         CUST-HOLD-TYPE BY RAW-CUST-HOLD-TYPE
004839         CUST-HOLD-BANKRUPTCY BY RAW-CUST-HOLD-BANKRUPTCY
004839         CUST-HOLD-DECEASED BY RAW-CUST-HOLD-DECEASED
004839         CUST-HOLD-LITIGATION BY RAW-CUST-HOLD-LITIGATION
004839         CUST-HOLD-CEASE-DESIST BY RAW-CUST-HOLD-CEASE-DESIST
004839         CUST-HOLD-TYPE-VALID BY RAW-CUST-HOLD-TYPE-VALID
004839         CUST-EMAIL-ADDRESS BY RAW-CUST-EMAIL-ADDRESS
004839         CUST-DELIVERY-PREF BY RAW-CUST-DELIVERY-PREF
004839         CUST-DELIVER-PAPER BY RAW-CUST-DELIVER-PAPER
004839         CUST-DELIVER-ELECTRONIC BY RAW-CUST-DELIVER-ELECTRONIC
004839         CUST-DELIVER-BOTH BY RAW-CUST-DELIVER-BOTH
004839         CUST-DELIVER-BY-EMAIL BY RAW-CUST-DELIVER-BY-EMAIL
004839         CUST-DELIVERY-PREF-VALID BY RAW-CUST-DELIVERY-PREF-VALID
004839         CUST-ECONSENT-DATE BY RAW-CUST-ECONSENT-DATE.
004839
004839 FD  DELTA-CUSTOMER-FILE
004839     LABEL RECORDS ARE STANDARD
004839         CUST-BUREAU-SUPPRESSED BY
004839             DELT-CUST-BUREAU-SUPPRESSED
004839         CUST-MAIL-STATUS BY DELT-CUST-MAIL-STATUS
004839         CUST-MAIL-RETURNED BY DELT-CUST-MAIL-RETURNED
004839         CUST-LEGAL-HOLD BY DELT-CUST-LEGAL-HOLD
004839         CUST-ON-LEGAL-HOLD BY DELT-CUST-ON-LEGAL-HOLD
004839         CUST-HOLD-TYPE BY DELT-CUST-HOLD-TYPE
004839         CUST-HOLD-BANKRUPTCY BY DELT-CUST-HOLD-BANKRUPTCY
004839         CUST-HOLD-DECEASED BY DELT-CUST-HOLD-DECEASED
004839         CUST-HOLD-LITIGATION BY DELT-CUST-HOLD-LITIGATION
004839         CUST-HOLD-CEASE-DESIST BY DELT-CUST-HOLD-CEASE-DESIST
004839         CUST-HOLD-TYPE-VALID BY DELT-CUST-HOLD-TYPE-VALID
004839         CUST-EMAIL-ADDRESS BY DELT-CUST-EMAIL-ADDRESS
004839         CUST-DELIVERY-PREF BY DELT-CUST-DELIVERY-PREF
004839         CUST-DELIVER-PAPER BY DELT-CUST-DELIVER-PAPER
004839         CUST-DELIVER-ELECTRONIC BY DELT-CUST-DELIVER-ELECTRONIC
004839         CUST-DELIVER-BOTH BY DELT-CUST-DELIVER-BOTH
004839         CUST-DELIVER-BY-EMAIL BY DELT-CUST-DELIVER-BY-EMAIL
004839         CUST-DELIVERY-PREF-VALID BY DELT-CUST-DELIVERY-PREF-VALID
004839         CUST-ECONSENT-DATE BY DELT-CUST-ECONSENT-DATE.
004839
004839 FD  MAINT-CHANGED-FILE
004839     LABEL RECORDS ARE STANDARD
004839         CUST-BUREAU-SUPPRESSED BY
004839             MCHG-CUST-BUREAU-SUPPRESSED
004839         CUST-MAIL-STATUS BY MCHG-CUST-MAIL-STATUS
004839         CUST-MAIL-RETURNED BY MCHG-CUST-MAIL-RETURNED
004839         CUST-LEGAL-HOLD BY MCHG-CUST-LEGAL-HOLD
004839         CUST-ON-LEGAL-HOLD BY MCHG-CUST-ON-LEGAL-HOLD
004839         CUST-HOLD-TYPE BY MCHG-CUST-HOLD-TYPE
004839         CUST-HOLD-BANKRUPTCY BY MCHG-CUST-HOLD-BANKRUPTCY
004839         CUST-HOLD-DECEASED BY MCHG-CUST-HOLD-DECEASED
004839         CUST-HOLD-LITIGATION BY MCHG-CUST-HOLD-LITIGATION
004839         CUST-HOLD-CEASE-DESIST BY MCHG-CUST-HOLD-CEASE-DESIST
004839         CUST-HOLD-TYPE-VALID BY MCHG-CUST-HOLD-TYPE-VALID
004839         CUST-EMAIL-ADDRESS BY MCHG-CUST-EMAIL-ADDRESS
004839         CUST-DELIVERY-PREF BY MCHG-CUST-DELIVERY-PREF
004839         CUST-DELIVER-PAPER BY MCHG-CUST-DELIVER-PAPER
004839         CUST-DELIVER-ELECTRONIC BY MCHG-CUST-DELIVER-ELECTRONIC
004839         CUST-DELIVER-BOTH BY MCHG-CUST-DELIVER-BOTH
004839         CUST-DELIVER-BY-EMAIL BY MCHG-CUST-DELIVER-BY-EMAIL
004839         CUST-DELIVERY-PREF-VALID BY MCHG-CUST-DELIVERY-PREF-VALID
004839         CUST-ECONSENT-DATE BY MCHG-CUST-ECONSENT-DATE.
004839
004839 SD  SORT-WORK-FILE
004839     DATA RECORD IS SORT-WORK-RECORD.
004839         CUST-BUREAU-SUPPRESSED BY
004839             SRTWK-CUST-BUREAU-SUPPRESSED
004839         CUST-MAIL-STATUS BY SRTWK-CUST-MAIL-STATUS
004839         CUST-MAIL-RETURNED BY SRTWK-CUST-MAIL-RETURNED
004839         CUST-LEGAL-HOLD BY SRTWK-CUST-LEGAL-HOLD
004839         CUST-ON-LEGAL-HOLD BY SRTWK-CUST-ON-LEGAL-HOLD
004839         CUST-HOLD-TYPE BY SRTWK-CUST-HOLD-TYPE
004839         CUST-HOLD-BANKRUPTCY BY SRTWK-CUST-HOLD-BANKRUPTCY
004839         CUST-HOLD-DECEASED BY SRTWK-CUST-HOLD-DECEASED
004839         CUST-HOLD-LITIGATION BY SRTWK-CUST-HOLD-LITIGATION
004839         CUST-HOLD-CEASE-DESIST BY SRTWK-CUST-HOLD-CEASE-DESIST
004839         CUST-HOLD-TYPE-VALID BY SRTWK-CUST-HOLD-TYPE-VALID
004839         CUST-EMAIL-ADDRESS BY SRTWK-CUST-EMAIL-ADDRESS
004839         CUST-DELIVERY-PREF BY SRTWK-CUST-DELIVERY-PREF
004839         CUST-DELIVER-PAPER BY SRTWK-CUST-DELIVER-PAPER
004839         CUST-DELIVER-ELECTRONIC BY SRTWK-CUST-DELIVER-ELECTRONIC
004839         CUST-DELIVER-BOTH BY SRTWK-CUST-DELIVER-BOTH
004839         CUST-DELIVER-BY-EMAIL BY SRTWK-CUST-DELIVER-BY-EMAIL
004839         CUST-DELIVERY-PREF-VALID BY
004839             SRTWK-CUST-DELIVERY-PREF-VALID
004839         CUST-ECONSENT-DATE BY SRTWK-CUST-ECONSENT-DATE.
004839
004840 FD  OLD-CUSTOMER-FILE
004841     LABEL RECORDS ARE STANDARD
004845         CUST-BUREAU-SUPPRESSED BY
004845             OLD-CUST-BUREAU-SUPPRESSED
004845         CUST-MAIL-STATUS BY OLD-CUST-MAIL-STATUS
004845         CUST-MAIL-RETURNED BY OLD-CUST-MAIL-RETURNED
004845         CUST-LEGAL-HOLD BY OLD-CUST-LEGAL-HOLD
004845         CUST-ON-LEGAL-HOLD BY OLD-CUST-ON-LEGAL-HOLD
004845         CUST-HOLD-TYPE BY OLD-CUST-HOLD-TYPE
004845         CUST-HOLD-BANKRUPTCY BY OLD-CUST-HOLD-BANKRUPTCY
004845         CUST-HOLD-DECEASED BY OLD-CUST-HOLD-DECEASED
004845         CUST-HOLD-LITIGATION BY OLD-CUST-HOLD-LITIGATION
004845         CUST-HOLD-CEASE-DESIST BY OLD-CUST-HOLD-CEASE-DESIST
004845         CUST-HOLD-TYPE-VALID BY OLD-CUST-HOLD-TYPE-VALID
004845         CUST-EMAIL-ADDRESS BY OLD-CUST-EMAIL-ADDRESS
004845         CUST-DELIVERY-PREF BY OLD-CUST-DELIVERY-PREF
004845         CUST-DELIVER-PAPER BY OLD-CUST-DELIVER-PAPER
004845         CUST-DELIVER-ELECTRONIC BY OLD-CUST-DELIVER-ELECTRONIC
004845         CUST-DELIVER-BOTH BY OLD-CUST-DELIVER-BOTH
004845         CUST-DELIVER-BY-EMAIL BY OLD-CUST-DELIVER-BY-EMAIL
004845         CUST-DELIVERY-PREF-VALID BY OLD-CUST-DELIVERY-PREF-VALID
004845         CUST-ECONSENT-DATE BY OLD-CUST-ECONSENT-DATE.
004846
004847 FD  MAINTENANCE-FILE
004848     LABEL RECORDS ARE STANDARD
004881     RECORDING MODE F
004882     DATA RECORD IS ALERT-RECORD.
004883     COPY ALERTREC.
004883
004884 FD  TREND-LOG-FILE
004885     LABEL RECORDS ARE STANDARD
004886     BLOCK CONTAINS 0 RECORDS
004893     RECORDING MODE F
004894     DATA RECORD IS STATEMENT-EXTRACT-RECORD.
004895     COPY STMTREC.
004896
004897 FD  NMC-JOURNAL-FILE
004897     LABEL RECORDS ARE STANDARD
004897     BLOCK CONTAINS 0 RECORDS
004897     RECORDING MODE F
004897     DATA RECORD IS NMC-JOURNAL-RECORD.
004897     COPY NMCJREC.
004897
004897 FD  PERIOD-CLOSE-FILE
004897     LABEL RECORDS ARE STANDARD
004897     BLOCK CONTAINS 0 RECORDS
004898     RECORDING MODE F
004898     DATA RECORD IS PERIOD-CLOSE-RECORD.
004898     COPY PCLSREC.
004898
004900 WORKING-STORAGE SECTION.
004910******************************************************************
004920*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)        *
004930******************************************************************
004940     COPY CALWREC.
004940
004942******************************************************************
004943*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
004945******************************************************************
004946     COPY CORWREC.
004947 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
004948 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
004950
005000******************************************************************
005100*    FILE STATUS AND ABEND CONTROL                               *
008068         "TOTAL TRANSACTIONS REJECTED .".
008069     05  MLOGF-REJECTED        PIC ZZ9.
008070
008070 01  MAINT-LOG-FOOTER-3.
008070     05  FILLER                PIC X(30) VALUE
008070         "FIELD CHANGES JOURNALED . . .".
008070     05  MLOGF-JOURNALED       PIC ZZ,ZZ9.
008070
008071******************************************************************
008072*    CUSTOMER RECORD VALIDATION / EXCEPTION FIELDS               *
008073******************************************************************
008203     88  CYCLE-WAS-STAMPED         VALUE "Y".
008203 01  WS-CYCLE-CHECK-DATE       PIC 9(06) VALUE 0.
008203
008203******************************************************************
008203*    PERIOD-CLOSE LOCK FIELDS (PERDCTL, SEE PCLSREC).  WHEN THE  *
008203*    BUSINESS DATE FALLS IN A PERIOD FINANCE HAS CLOSED, NO      *
008203*    MAINTENANCE TRANSACTION MAY MOVE A BALANCE - SUCH CHANGES   *
008203*    GO IN AS PRIOR-PERIOD ADJUSTMENTS THROUGH TXNPOST AND THE   *
008203*    APPRREL QUEUE.  NON-MONETARY CHANGES STILL APPLY.           *
008203******************************************************************
008203 01  PERIOD-CLOSE-STATUS       PIC X(02).
008203     88  PERIOD-CLOSE-OK           VALUE "00".
008203     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
008203 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
008203 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
008203     88  CLOSE-FILE-AT-END         VALUE "Y".
008203 01  WS-PERIOD-LOCK-DATE       PIC 9(06) VALUE 0.
008203 01  WS-BUSINESS-PERIOD-CLOSED PIC X(01) VALUE "N".
008203     88  BUSINESS-PERIOD-CLOSED    VALUE "Y".
008203 01  WS-PERIOD-LOCKED          PIC X(01) VALUE "N".
008203     88  MAINT-PERIOD-LOCKED       VALUE "Y".
008203 01  WS-LOCK-OLD-BALANCE       PIC S9(7)V99 VALUE 0.
008203
008204******************************************************************
008204*    INCREMENTAL (DELTA) MODE FIELDS                             *
008204*    ON NIGHTS WHEN THE UPSTREAM JOB SUPPLIES A CHANGED-RECORDS- *
008204 01  WS-DELTA-HAS-PRIOR        PIC X(01) VALUE "N".
008204     88  DELTA-HAS-PRIOR           VALUE "Y".
008203 01  WS-DELTA-OLD-ADDRESS      PIC X(30) VALUE SPACES.
008203
008203******************************************************************
008203*    NON-MONETARY CHANGE JOURNAL (NMCJRNL, SEE NMCJREC).  THE    *
008203*    BEFORE-IMAGE OF EVERY JOURNALED FIELD IS TAKEN FROM THE     *
008203*    OLD MASTER (FULL MERGE) OR THE KEYED READ (DELTA MODE)      *
008203*    BEFORE THE CHANGE IS BUILT, THEN COMPARED FIELD BY FIELD    *
008203*    WITH THE RECORD AS WRITTEN.  A JOURNAL THAT WILL NOT OPEN   *
008203*    DOES NOT STOP THE APPLY - IT IS REPORTED AND THE RUN ENDS   *
008203*    RC 4 SO OPERATIONS KNOW THE NIGHT WENT UNJOURNALED.         *
008203******************************************************************
008203 01  NMC-JOURNAL-STATUS        PIC X(02).
008203     88  NMC-JOURNAL-OK            VALUE "00".
008203 01  WS-JOURNAL-OPEN           PIC X(01) VALUE "N".
008203     88  JOURNAL-IS-OPEN           VALUE "Y".
008203 01  WS-JRN-WRITTEN            PIC 9(07) BINARY VALUE 0.
008203 01  WS-JRN-BEFORE-IMAGE.
008203     05  WS-JRN-OLD-NAME       PIC X(30).
008203     05  WS-JRN-OLD-PHONE      PIC X(10).
008203     05  WS-JRN-OLD-ADDRESS    PIC X(30).
008203     05  WS-JRN-OLD-STATUS     PIC X(01).
008203     05  WS-JRN-OLD-CURRENCY   PIC X(03).
008203     05  WS-JRN-OLD-LIMIT      PIC 9(7)V99.
008203     05  WS-JRN-OLD-BRANCH     PIC X(04).
008203     05  WS-JRN-OLD-BUREAU     PIC X(01).
008203     05  WS-JRN-OLD-MAIL       PIC X(01).
008203     05  WS-JRN-OLD-EMAIL      PIC X(50).
008203     05  WS-JRN-OLD-DELIV      PIC X(01).
008203     05  WS-JRN-OLD-CONSENT    PIC 9(06).
008203 01  WS-JRN-FIELD-NAME         PIC X(08) VALUE SPACES.
008203 01  WS-JRN-OLD-VALUE          PIC X(30) VALUE SPACES.
008203 01  WS-JRN-NEW-VALUE          PIC X(30) VALUE SPACES.
008203 01  WS-JRN-EDIT-LIMIT         PIC Z(6)9.99.
008204 01  WS-DPRI-BALANCE           PIC S9(7)V99 VALUE 0.
008204 01  WS-DPRI-CURRENCY          PIC X(03) VALUE SPACES.
008204 01  WS-DPRI-BRANCH            PIC X(04) VALUE SPACES.
008341     PERFORM 1250-INIT-AGING-BUCKETS THRU 1250-EXIT
008342     PERFORM 1260-INIT-DB-QUERY-TABLE THRU 1260-EXIT
008342     PERFORM 1270-LOAD-BRANCH-TABLE THRU 1270-EXIT
008342     PERFORM 1050-CHECK-CYCLE-CONTROL THRU 1050-EXIT
008342     PERFORM 1080-LOAD-PERIOD-CLOSE THRU 1080-EXIT.
008342 1000-EXIT.
008344     EXIT.
008344
008344******************************************************************
008344     EXIT.
008345
008346******************************************************************
008346*    1080-LOAD-PERIOD-CLOSE                                      *
008346*    THE LOCK DATE IS THE HIGHEST CLOSED-THRU DATE ON PERDCTL.   *
008346*    MAINTENANCE IS DATED BY THE BUSINESS DATE IT IS APPLIED     *
008346*    UNDER (TODAY WHEN NONE IS SET).  NO PERDCTL MEANS NO        *
008346*    PERIOD HAS BEEN CLOSED.                                     *
008346******************************************************************
008346 1080-LOAD-PERIOD-CLOSE.
008346     MOVE 0 TO WS-CLOSED-THRU-DATE
008346     MOVE "N" TO WS-BUSINESS-PERIOD-CLOSED
008346     IF WS-BUSINESS-DATE > 0
008346         MOVE WS-BUSINESS-DATE TO WS-PERIOD-LOCK-DATE
008346     ELSE
008346         ACCEPT WS-PERIOD-LOCK-DATE FROM DATE
008346     END-IF
008346     OPEN INPUT PERIOD-CLOSE-FILE
008346     IF NOT PERIOD-CLOSE-OK
008346         GO TO 1080-EXIT
008346     END-IF
008346     MOVE "N" TO WS-CLOSE-AT-END
008346     PERFORM 1085-READ-CLOSE-RECORD THRU 1085-EXIT
008346         UNTIL CLOSE-FILE-AT-END
008346     CLOSE PERIOD-CLOSE-FILE
008346     IF WS-CLOSED-THRU-DATE > 0 AND
008346             WS-PERIOD-LOCK-DATE NOT > WS-CLOSED-THRU-DATE
008346         MOVE "Y" TO WS-BUSINESS-PERIOD-CLOSED
008346         DISPLAY "SAMPCOBL - BUSINESS DATE " WS-PERIOD-LOCK-DATE
008346             " IS IN A PERIOD CLOSED THRU " WS-CLOSED-THRU-DATE
008346             " - BALANCE CHANGES WILL BE REJECTED"
008346     END-IF.
008346 1080-EXIT.
008346     EXIT.
008346
008346 1085-READ-CLOSE-RECORD.
008346     READ PERIOD-CLOSE-FILE
008346         AT END
008346             MOVE "Y" TO WS-CLOSE-AT-END
008346             GO TO 1085-EXIT
008346     END-READ
008346     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
008346             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
008346         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
008346     END-IF.
008346 1085-EXIT.
008346     EXIT.
008346
008346******************************************************************
008346*    1100-LOAD-CHECKPOINT                                        *
008348*    READS THE RESTART FILE TO FIND THE MOST RECENT CHECKPOINT   *
008349*    (THE LAST RECORD ON THE FILE), RELOADS WS-COUNTER,          *
008350*    WS-SUM-BALANCE AND EVERY OTHER RUNNING ACCUMULATOR FROM IT, *
008696         END-IF
008696     END-IF
008696     OPEN OUTPUT MERGE-ARCHIVE-FILE
008696     IF NOT TRIAL-MODE-ACTIVE
008696         PERFORM 2840-OPEN-CHANGE-JOURNAL THRU 2840-EXIT
008696     END-IF
008697     OPEN OUTPUT MAINT-LOG-FILE
008698     WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING
008699     MOVE SPACES TO MAINT-LOG-LINE
008713     CLOSE OLD-CUSTOMER-FILE
008714     CLOSE MERGE-ARCHIVE-FILE
008715     CLOSE MAINT-LOG-FILE
008715     IF JOURNAL-IS-OPEN
008715         CLOSE NMC-JOURNAL-FILE
008715     END-IF
008716     IF MAINT-FILE-OK
008717         CLOSE MAINTENANCE-FILE
008718     END-IF.
008901             MOVE OLD-CUST-BUREAU-SUPPRESS TO
008901                 CUST-BUREAU-SUPPRESS
008901             MOVE OLD-CUST-MAIL-STATUS TO CUST-MAIL-STATUS
008901             MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
008901             MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
008901             MOVE OLD-CUST-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
008901             MOVE OLD-CUST-DELIVERY-PREF TO CUST-DELIVERY-PREF
008901             MOVE OLD-CUST-ECONSENT-DATE TO CUST-ECONSENT-DATE
008902             PERFORM 2760-PUT-NEW-MASTER-RECORD THRU 2760-EXIT
008903             IF PUT-HIT-DUPLICATE
008904                 MOVE "REJECTED" TO WS-MLOG-RESULT
008927*    MASTER.  ONLY AN ADD MAY BE APPLIED IN THIS CASE.            *
008928******************************************************************
008929 2720-APPLY-UNMATCHED-TXN.
008929     MOVE 0 TO WS-LOCK-OLD-BALANCE
008929     PERFORM 2735-CHECK-PERIOD-LOCK THRU 2735-EXIT
008929     IF MAINT-TXN-ADD AND NOT MAINT-PERIOD-LOCKED
008931         MOVE MAINT-CUST-ID TO CUST-ID
008932         MOVE MAINT-CUST-NAME TO CUST-NAME
008933         MOVE MAINT-CUST-BALANCE TO CUST-BALANCE
008939         MOVE MAINT-CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
008939         MOVE MAINT-CUST-BRANCH-CODE TO CUST-BRANCH-CODE
008939         MOVE MAINT-BUREAU-SUPPRESS TO CUST-BUREAU-SUPPRESS
008939         MOVE MAINT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
008939         MOVE MAINT-DELIVERY-PREF TO CUST-DELIVERY-PREF
008939         MOVE MAINT-ECONSENT-DATE TO CUST-ECONSENT-DATE
008939*        THE FIELDS MAINTENANCE DOES NOT CARRY START AT THEIR
008939*        DEFAULTS ON A BRAND NEW RECORD.
008939         MOVE 0 TO CUST-STMT-CYCLE-DAY
008939         MOVE SPACE TO CUST-MAIL-STATUS
008939         MOVE SPACE TO CUST-LEGAL-HOLD
008939         MOVE SPACES TO CUST-HOLD-TYPE
008940         PERFORM 2760-PUT-NEW-MASTER-RECORD THRU 2760-EXIT
008941         IF PUT-HIT-DUPLICATE
008942             MOVE "REJECTED" TO WS-MLOG-RESULT
008947             MOVE "NEW CUSTOMER ADDED" TO WS-MLOG-REASON
008948         END-IF
008949     ELSE
008949         MOVE "REJECTED" TO WS-MLOG-RESULT
008949         IF MAINT-PERIOD-LOCKED
008950             MOVE "PERIOD CLOSED - USE PRIOR-PERIOD ADJ" TO
008950                 WS-MLOG-REASON
008951         ELSE
008951             MOVE "CUST-ID NOT FOUND ON OLD MASTER" TO
008951                 WS-MLOG-REASON
008952         END-IF
008952     END-IF
008954     MOVE MAINT-TXN-TYPE TO WS-MLOG-TXN-TYPE
008955     MOVE MAINT-CUST-ID TO WS-MLOG-CUST-ID
008956     PERFORM 2750-WRITE-MAINT-LOG-LINE THRU 2750-EXIT.
008958     EXIT.
008959
008960******************************************************************
008960*    2735-CHECK-PERIOD-LOCK                                      *
008960*    ONCE THE BUSINESS DATE IS IN A CLOSED PERIOD, AN ADD WITH   *
008960*    A BALANCE, A CHANGE THAT ALTERS THE BALANCE, OR A DELETE    *
008960*    OF A CUSTOMER STILL CARRYING ONE IS LOCKED OUT.  CALLERS    *
008960*    SET WS-LOCK-OLD-BALANCE FIRST.  A MERGE ONLY MOVES A        *
008960*    BALANCE BETWEEN TWO ACCOUNTS AND IS NOT LOCKED.             *
008960******************************************************************
008960 2735-CHECK-PERIOD-LOCK.
008960     MOVE "N" TO WS-PERIOD-LOCKED
008960     IF NOT BUSINESS-PERIOD-CLOSED
008960         GO TO 2735-EXIT
008960     END-IF
008960     EVALUATE TRUE
008960         WHEN MAINT-TXN-ADD
008960             IF MAINT-CUST-BALANCE NOT = 0
008960                 MOVE "Y" TO WS-PERIOD-LOCKED
008960             END-IF
008960         WHEN MAINT-TXN-CHANGE
008960             IF MAINT-CUST-BALANCE NOT = WS-LOCK-OLD-BALANCE
008960                 MOVE "Y" TO WS-PERIOD-LOCKED
008960             END-IF
008960         WHEN MAINT-TXN-DELETE
008960             IF WS-LOCK-OLD-BALANCE NOT = 0
008960                 MOVE "Y" TO WS-PERIOD-LOCKED
008960             END-IF
008960         WHEN OTHER
008960             CONTINUE
008960     END-EVALUATE.
008960 2735-EXIT.
008960     EXIT.
008960
008960******************************************************************
008960*    2740-APPLY-MATCHED-TXN                                      *
008962*    A TRANSACTION WHOSE CUST-ID MATCHES THE CURRENT OLD-MASTER   *
008963*    RECORD.  A CHANGE REPLACES THE NAME AND BALANCE, A DELETE    *
008964*    DROPS THE RECORD FROM THE NEW MASTER, AND AN ADD IS          *
008965*    REJECTED SINCE THE CUSTOMER ALREADY EXISTS.                  *
008966******************************************************************
008967 2740-APPLY-MATCHED-TXN.
008967     MOVE OLD-CUST-BALANCE TO WS-LOCK-OLD-BALANCE
008967     PERFORM 2735-CHECK-PERIOD-LOCK THRU 2735-EXIT
008967     EVALUATE TRUE
008969         WHEN MAINT-TXN-ADD
008970             MOVE OLD-CUST-ID TO CUST-ID
008971             MOVE OLD-CUST-NAME TO CUST-NAME
008978             MOVE OLD-CUST-BUREAU-SUPPRESS TO
008978                 CUST-BUREAU-SUPPRESS
008978             MOVE OLD-CUST-MAIL-STATUS TO CUST-MAIL-STATUS
008978             MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
008978             MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
008978             MOVE OLD-CUST-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
008978             MOVE OLD-CUST-DELIVERY-PREF TO CUST-DELIVERY-PREF
008978             MOVE OLD-CUST-ECONSENT-DATE TO CUST-ECONSENT-DATE
008979             PERFORM 2760-PUT-NEW-MASTER-RECORD THRU 2760-EXIT
008980             IF PUT-HIT-DUPLICATE
008981                 MOVE "REJECTED" TO WS-MLOG-RESULT
008988             END-IF
008988         WHEN MAINT-TXN-MERGE
008988             PERFORM 2745-PEND-ONE-MERGE THRU 2745-EXIT
008989         WHEN MAINT-TXN-CHANGE AND NOT MAINT-PERIOD-LOCKED
008990             MOVE MAINT-CUST-ID TO CUST-ID
008991             MOVE MAINT-CUST-NAME TO CUST-NAME
008992             MOVE MAINT-CUST-BALANCE TO CUST-BALANCE
008998                 MOVE OLD-CUST-MAIL-STATUS TO
008998                     CUST-MAIL-STATUS
008998             END-IF
008998             MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
008998             MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
008998             MOVE MAINT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
008998             MOVE MAINT-DELIVERY-PREF TO CUST-DELIVERY-PREF
008998             MOVE MAINT-ECONSENT-DATE TO CUST-ECONSENT-DATE
008999             PERFORM 2760-PUT-NEW-MASTER-RECORD THRU 2760-EXIT
009000             IF PUT-HIT-DUPLICATE
009001                 MOVE "REJECTED" TO WS-MLOG-RESULT
009004             ELSE
009005                 MOVE "APPLIED" TO WS-MLOG-RESULT
009006                 MOVE "NAME/BALANCE CHANGED" TO WS-MLOG-REASON
009006                 MOVE OLD-CUST-NAME TO WS-JRN-OLD-NAME
009006                 MOVE OLD-CUST-PHONE TO WS-JRN-OLD-PHONE
009006                 MOVE OLD-CUST-ADDRESS TO WS-JRN-OLD-ADDRESS
009006                 MOVE OLD-CUST-STATUS TO WS-JRN-OLD-STATUS
009006                 MOVE OLD-CUST-CURRENCY-CODE TO
009006                     WS-JRN-OLD-CURRENCY
009006                 MOVE OLD-CUST-CREDIT-LIMIT TO WS-JRN-OLD-LIMIT
009006                 MOVE OLD-CUST-BRANCH-CODE TO WS-JRN-OLD-BRANCH
009006                 MOVE OLD-CUST-BUREAU-SUPPRESS TO
009006                     WS-JRN-OLD-BUREAU
009006                 MOVE OLD-CUST-MAIL-STATUS TO WS-JRN-OLD-MAIL
009006                 MOVE OLD-CUST-EMAIL-ADDRESS TO WS-JRN-OLD-EMAIL
009006                 MOVE OLD-CUST-DELIVERY-PREF TO WS-JRN-OLD-DELIV
009006                 MOVE OLD-CUST-ECONSENT-DATE TO
009006                     WS-JRN-OLD-CONSENT
009006                 PERFORM 2850-JOURNAL-CHANGED-FIELDS THRU
009006                     2850-EXIT
009007             END-IF
009008         WHEN MAINT-TXN-DELETE AND NOT MAINT-PERIOD-LOCKED
009009             MOVE "APPLIED" TO WS-MLOG-RESULT
009010             MOVE "CUSTOMER DELETED" TO WS-MLOG-REASON
009011         WHEN OTHER
009020             MOVE OLD-CUST-BUREAU-SUPPRESS TO
009020                 CUST-BUREAU-SUPPRESS
009020             MOVE OLD-CUST-MAIL-STATUS TO CUST-MAIL-STATUS
009020             MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
009020             MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
009020             MOVE OLD-CUST-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
009020             MOVE OLD-CUST-DELIVERY-PREF TO CUST-DELIVERY-PREF
009020             MOVE OLD-CUST-ECONSENT-DATE TO CUST-ECONSENT-DATE
009021             PERFORM 2760-PUT-NEW-MASTER-RECORD THRU 2760-EXIT
009022             IF PUT-HIT-DUPLICATE
009023                 MOVE "REJECTED" TO WS-MLOG-RESULT
009024                 MOVE "DUPLICATE CUST-ID ON OLD MASTER" TO
009025                     WS-MLOG-REASON
009026             ELSE
009026                 MOVE "REJECTED" TO WS-MLOG-RESULT
009026                 IF MAINT-PERIOD-LOCKED
009026                     MOVE "PERIOD CLOSED - USE PRIOR-PERIOD ADJ"
009026                         TO WS-MLOG-REASON
009027                 ELSE
009027                     MOVE "UNKNOWN TRANSACTION TYPE" TO
009027                         WS-MLOG-REASON
009027                 END-IF
009029             END-IF
009030     END-EVALUATE
009031     MOVE MAINT-TXN-TYPE TO WS-MLOG-TXN-TYPE
009036     MOVE OLD-CUST-BUREAU-SUPPRESS TO
009036         CUST-BUREAU-SUPPRESS
009036     MOVE OLD-CUST-MAIL-STATUS TO CUST-MAIL-STATUS
009036     MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
009036     MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
009036     MOVE OLD-CUST-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
009036     MOVE OLD-CUST-DELIVERY-PREF TO CUST-DELIVERY-PREF
009036     MOVE OLD-CUST-ECONSENT-DATE TO CUST-ECONSENT-DATE
009036     PERFORM 2760-PUT-NEW-MASTER-RECORD THRU 2760-EXIT.
009036 2747-EXIT.
009036     EXIT.
009036 2835-EXIT.
009036     EXIT.
009036
009036******************************************************************
009036*    2840-OPEN-CHANGE-JOURNAL                                    *
009036*    THE JOURNAL IS ONLY EVER EXTENDED - NOTHING IN THE APPLY    *
009036*    MAY OVERWRITE AN EARLIER NIGHT'S BEFORE-AND-AFTER RECORD.   *
009036******************************************************************
009036 2840-OPEN-CHANGE-JOURNAL.
009036     OPEN EXTEND NMC-JOURNAL-FILE
009036     IF NMC-JOURNAL-OK
009036         MOVE "Y" TO WS-JOURNAL-OPEN
009036     ELSE
009036         DISPLAY "SAMPCOBL - CHANGE JOURNAL (NMCJRNL) WILL NOT "
009036             "OPEN - STATUS " NMC-JOURNAL-STATUS
009036         DISPLAY "SAMPCOBL - MAINTENANCE APPLIED UNJOURNALED"
009036         MOVE 4 TO WS-SEVERITY-CANDIDATE
009036         PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT
009036     END-IF.
009036 2840-EXIT.
009036     EXIT.
009036
009036******************************************************************
009036*    2850-JOURNAL-CHANGED-FIELDS                                 *
009036*    COMPARES THE BEFORE-IMAGE IN WS-JRN-BEFORE-IMAGE WITH THE   *
009036*    CUSTOMER RECORD AS JUST WRITTEN AND JOURNALS EACH           *
009036*    NON-MONETARY FIELD THAT DIFFERS.  THE BALANCE AND ACTIVITY  *
009036*    DATE ARE MONETARY HISTORY AND BELONG TO POSTHIST.           *
009036******************************************************************
009036 2850-JOURNAL-CHANGED-FIELDS.
009036     IF NOT JOURNAL-IS-OPEN
009036         GO TO 2850-EXIT
009036     END-IF
009036     IF CUST-NAME NOT = WS-JRN-OLD-NAME
009036         MOVE "NAME" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-NAME TO WS-JRN-OLD-VALUE
009036         MOVE CUST-NAME TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-ADDRESS NOT = WS-JRN-OLD-ADDRESS
009036         MOVE "ADDRESS" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-ADDRESS TO WS-JRN-OLD-VALUE
009036         MOVE CUST-ADDRESS TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-PHONE NOT = WS-JRN-OLD-PHONE
009036         MOVE "PHONE" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-PHONE TO WS-JRN-OLD-VALUE
009036         MOVE CUST-PHONE TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-STATUS NOT = WS-JRN-OLD-STATUS
009036         MOVE "STATUS" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-STATUS TO WS-JRN-OLD-VALUE
009036         MOVE CUST-STATUS TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-CURRENCY-CODE NOT = WS-JRN-OLD-CURRENCY
009036         MOVE "CURRENCY" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-CURRENCY TO WS-JRN-OLD-VALUE
009036         MOVE CUST-CURRENCY-CODE TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-CREDIT-LIMIT NOT = WS-JRN-OLD-LIMIT
009036         MOVE "CRLIMIT" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-LIMIT TO WS-JRN-EDIT-LIMIT
009036         MOVE WS-JRN-EDIT-LIMIT TO WS-JRN-OLD-VALUE
009036         MOVE CUST-CREDIT-LIMIT TO WS-JRN-EDIT-LIMIT
009036         MOVE WS-JRN-EDIT-LIMIT TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-BRANCH-CODE NOT = WS-JRN-OLD-BRANCH
009036         MOVE "BRANCH" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-BRANCH TO WS-JRN-OLD-VALUE
009036         MOVE CUST-BRANCH-CODE TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-BUREAU-SUPPRESS NOT = WS-JRN-OLD-BUREAU
009036         MOVE "BUREAU" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-BUREAU TO WS-JRN-OLD-VALUE
009036         MOVE CUST-BUREAU-SUPPRESS TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-MAIL-STATUS NOT = WS-JRN-OLD-MAIL
009036         MOVE "MAILSTAT" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-MAIL TO WS-JRN-OLD-VALUE
009036         MOVE CUST-MAIL-STATUS TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036*    THE JOURNAL VALUE FIELDS HOLD 30 BYTES - A LONGER EMAIL
009036*    ADDRESS IS JOURNALED TRUNCATED.
009036     IF CUST-EMAIL-ADDRESS NOT = WS-JRN-OLD-EMAIL
009036         MOVE "EMAIL" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-EMAIL TO WS-JRN-OLD-VALUE
009036         MOVE CUST-EMAIL-ADDRESS TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-DELIVERY-PREF NOT = WS-JRN-OLD-DELIV
009036         MOVE "DELIVPRF" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-DELIV TO WS-JRN-OLD-VALUE
009036         MOVE CUST-DELIVERY-PREF TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF
009036     IF CUST-ECONSENT-DATE NOT = WS-JRN-OLD-CONSENT
009036         MOVE "ECONSENT" TO WS-JRN-FIELD-NAME
009036         MOVE WS-JRN-OLD-CONSENT TO WS-JRN-OLD-VALUE
009036         MOVE CUST-ECONSENT-DATE TO WS-JRN-NEW-VALUE
009036         PERFORM 2855-WRITE-ONE-JOURNAL THRU 2855-EXIT
009036     END-IF.
009036 2850-EXIT.
009036     EXIT.
009036
009036******************************************************************
009036*    2855-WRITE-ONE-JOURNAL                                      *
009036*    A TRANSACTION THAT CARRIES NO ORIGIN (KEYED BEFORE THE      *
009036*    STAMP EXISTED, OR BUILT BY HAND) IS JOURNALED AS THE        *
009036*    APPLY'S OWN BATCH CHANGE.                                   *
009036******************************************************************
009036 2855-WRITE-ONE-JOURNAL.
009036     INITIALIZE NMC-JOURNAL-RECORD
009036     MOVE WS-RUN-DATE TO NMCJ-CHANGE-DATE
009036     ACCEPT NMCJ-CHANGE-TIME FROM TIME
009036     MOVE CUST-ID TO NMCJ-CUST-ID
009036     MOVE WS-JRN-FIELD-NAME TO NMCJ-FIELD-NAME
009036     MOVE WS-JRN-OLD-VALUE TO NMCJ-OLD-VALUE
009036     MOVE WS-JRN-NEW-VALUE TO NMCJ-NEW-VALUE
009036     IF MAINT-SOURCE-PROGRAM = SPACES
009036         MOVE "SAMPCOBL" TO NMCJ-SOURCE-PROGRAM
009036         MOVE "BATCH" TO NMCJ-OPERATOR-ID
009036     ELSE
009036         MOVE MAINT-SOURCE-PROGRAM TO NMCJ-SOURCE-PROGRAM
009036         MOVE MAINT-OPERATOR-ID TO NMCJ-OPERATOR-ID
009036     END-IF
009036     WRITE NMC-JOURNAL-RECORD
009036     IF NMC-JOURNAL-OK
009036         ADD 1 TO WS-JRN-WRITTEN
009036     ELSE
009036         DISPLAY "SAMPCOBL - CHANGE JOURNAL WRITE FAILED FOR "
009036             CUST-ID " - STATUS " NMC-JOURNAL-STATUS
009036         MOVE 4 TO WS-SEVERITY-CANDIDATE
009036         PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT
009036     END-IF.
009036 2855-EXIT.
009036     EXIT.
009036
009037******************************************************************
009038*    2750-WRITE-MAINT-LOG-LINE                                   *
009039******************************************************************
009061     MOVE SPACES TO MAINT-LOG-LINE
009062     WRITE MAINT-LOG-LINE AFTER ADVANCING 1 LINE
009063     WRITE MAINT-LOG-LINE FROM MAINT-LOG-FOOTER-1
009064     WRITE MAINT-LOG-LINE FROM MAINT-LOG-FOOTER-2
009064     MOVE WS-JRN-WRITTEN TO MLOGF-JOURNALED
009064     WRITE MAINT-LOG-LINE FROM MAINT-LOG-FOOTER-3.
009065 2780-EXIT.
009066     EXIT.
009067
009067     END-IF
009067     OPEN OUTPUT MERGE-ARCHIVE-FILE
009067     OPEN OUTPUT MAINT-CHANGED-FILE
009067     PERFORM 2840-OPEN-CHANGE-JOURNAL THRU 2840-EXIT
009067     OPEN OUTPUT MAINT-LOG-FILE
009067     WRITE MAINT-LOG-LINE FROM MAINT-LOG-HEADING
009067     MOVE SPACES TO MAINT-LOG-LINE
009067     CLOSE MAINT-LOG-FILE
009067     CLOSE MAINT-CHANGED-FILE
009067     CLOSE MERGE-ARCHIVE-FILE
009067     IF JOURNAL-IS-OPEN
009067         CLOSE NMC-JOURNAL-FILE
009067     END-IF
009067     IF MAINT-FILE-OK
009067         CLOSE MAINTENANCE-FILE
009067     END-IF.
009067     EXIT.
009067
009067******************************************************************
009167*    2914-CHECK-PERIOD-LOCK-RANDOM                               *
009267*    DELTA-MODE FORM OF THE PERIOD-CLOSE LOCK - THE OLD BALANCE  *
009367*    OF A CHANGE OR DELETE COMES FROM A KEYED READ.  A CUST-ID   *
009467*    NOT ON FILE IS LEFT TO THE APPLY TO REJECT.                 *
009567******************************************************************
009667 2914-CHECK-PERIOD-LOCK-RANDOM.
009767     MOVE "N" TO WS-PERIOD-LOCKED
009867     IF NOT BUSINESS-PERIOD-CLOSED
009967         GO TO 2914-EXIT
010067     END-IF
010167     MOVE 0 TO WS-LOCK-OLD-BALANCE
010267     IF MAINT-TXN-CHANGE OR MAINT-TXN-DELETE
010367         MOVE MAINT-CUST-ID TO CUST-ID
010467         READ CUSTOMER-FILE
010567             INVALID KEY
010667                 GO TO 2914-EXIT
010767             NOT INVALID KEY
010867                 MOVE CUST-BALANCE TO WS-LOCK-OLD-BALANCE
010967         END-READ
011067     END-IF
011167     PERFORM 2735-CHECK-PERIOD-LOCK THRU 2735-EXIT.
011267 2914-EXIT.
011367     EXIT.
011467
011567******************************************************************
011667*    2915-APPLY-ONE-RANDOM-TXN                                   *
009067******************************************************************
009067 2915-APPLY-ONE-RANDOM-TXN.
009167     PERFORM 2914-CHECK-PERIOD-LOCK-RANDOM THRU 2914-EXIT
009267     EVALUATE TRUE
009367         WHEN MAINT-PERIOD-LOCKED
009467             MOVE "REJECTED" TO WS-MLOG-RESULT
009567             MOVE "PERIOD CLOSED - USE PRIOR-PERIOD ADJ" TO
009667                 WS-MLOG-REASON
009767         WHEN MAINT-TXN-ADD
009067             PERFORM 2917-BUILD-RECORD-FROM-TXN THRU 2917-EXIT
009067             MOVE 0 TO CUST-STMT-CYCLE-DAY
009067             MOVE SPACE TO CUST-MAIL-STATUS
009067             MOVE SPACE TO CUST-LEGAL-HOLD
009067             MOVE SPACES TO CUST-HOLD-TYPE
009067             WRITE CUSTOMER-RECORD
009067                 INVALID KEY
009067                     MOVE "REJECTED" TO WS-MLOG-RESULT
009067                 NOT INVALID KEY
009067                     MOVE CUST-ADDRESS TO
009067                         WS-DELTA-OLD-ADDRESS
009067                     MOVE CUST-NAME TO WS-JRN-OLD-NAME
009067                     MOVE CUST-PHONE TO WS-JRN-OLD-PHONE
009067                     MOVE CUST-ADDRESS TO WS-JRN-OLD-ADDRESS
009067                     MOVE CUST-STATUS TO WS-JRN-OLD-STATUS
009067                     MOVE CUST-CURRENCY-CODE TO
009067                         WS-JRN-OLD-CURRENCY
009067                     MOVE CUST-CREDIT-LIMIT TO WS-JRN-OLD-LIMIT
009067                     MOVE CUST-BRANCH-CODE TO WS-JRN-OLD-BRANCH
009067                     MOVE CUST-BUREAU-SUPPRESS TO
009067                         WS-JRN-OLD-BUREAU
009067                     MOVE CUST-MAIL-STATUS TO WS-JRN-OLD-MAIL
009067                     MOVE CUST-EMAIL-ADDRESS TO WS-JRN-OLD-EMAIL
009067                     MOVE CUST-DELIVERY-PREF TO WS-JRN-OLD-DELIV
009067                     MOVE CUST-ECONSENT-DATE TO
009067                         WS-JRN-OLD-CONSENT
009067                     PERFORM 2917-BUILD-RECORD-FROM-TXN THRU
009067                         2917-EXIT
009067*                    AN ADDRESS CHANGE CLEARS THE RETURNED-
009067                         MOVE SPACE TO CUST-MAIL-STATUS
009067                     END-IF
009067                     REWRITE CUSTOMER-RECORD
009067                     PERFORM 2850-JOURNAL-CHANGED-FIELDS THRU
009067                         2850-EXIT
009067                     MOVE "APPLIED" TO WS-MLOG-RESULT
009067                     MOVE "NAME/BALANCE CHANGED" TO
009067                         WS-MLOG-REASON
009067     MOVE MAINT-CUST-CURRENCY-CODE TO CUST-CURRENCY-CODE
009067     MOVE MAINT-CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
009067     MOVE MAINT-CUST-BRANCH-CODE TO CUST-BRANCH-CODE
009067     MOVE MAINT-BUREAU-SUPPRESS TO CUST-BUREAU-SUPPRESS
009067     MOVE MAINT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
009067     MOVE MAINT-DELIVERY-PREF TO CUST-DELIVERY-PREF
009067     MOVE MAINT-ECONSENT-DATE TO CUST-ECONSENT-DATE.
009067*    THE STATEMENT CYCLE DAY AND MAIL STATUS BELONG TO THE
009067*    CALLER - AN ADD DEFAULTS THEM, A CHANGE CARRIES THE LIVE
009067*    VALUES SITTING IN THE RECORD AREA FROM ITS KEYED READ.
009067     MOVE OLD-CUST-BUREAU-SUPPRESS TO
009067         CUST-BUREAU-SUPPRESS
009067     MOVE OLD-CUST-MAIL-STATUS TO CUST-MAIL-STATUS
009067     MOVE OLD-CUST-LEGAL-HOLD TO CUST-LEGAL-HOLD
009067     MOVE OLD-CUST-HOLD-TYPE TO CUST-HOLD-TYPE
009067     MOVE OLD-CUST-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
009067     MOVE OLD-CUST-DELIVERY-PREF TO CUST-DELIVERY-PREF
009067     MOVE OLD-CUST-ECONSENT-DATE TO CUST-ECONSENT-DATE
009067     PERFORM 3020-VALIDATE-CUSTOMER-RECORD THRU 3020-EXIT
009067     IF NOT CUSTOMER-RECORD-VALID
009067         PERFORM 3030-WRITE-EXCEPTION-RECORD THRU 3030-EXIT
009349*    EVERY CYCLE, SO RECORDS PREDATING THE FIELD BEHAVE AS
009349*    THEY ALWAYS DID.
009349     MOVE WS-RUN-DATE(5:2) TO WS-STMT-CYCLE-TODAY
009349*    AN ELECTRONIC-ONLY CUSTOMER'S STATEMENT GOES TO THE EMAIL
009349*    VENDOR FROM STMTBLD AND STAYS OFF THE PAPER FILE.  ONE
009349*    WITH NO EMAIL ADDRESS ON FILE FALLS BACK TO PAPER.
009349     IF CUST-DELIVER-ELECTRONIC AND
009349             CUST-EMAIL-ADDRESS NOT = SPACES
009349         GO TO 3450-EXIT
009349     END-IF
009349     IF CUST-STMT-CYCLE-DAY NUMERIC AND
009349             CUST-STMT-CYCLE-DAY NOT = WS-STMT-CYCLE-TODAY
009349         GO TO 3450-EXIT
009349     END-IF
009349*    A RETURNED-MAIL CUSTOMER GETS NO STATEMENT IN THE MAIL -
009349*    THE COLLECTORS PHONE INSTEAD (SEE RETMAIL).  THE HELD
009349*    STATEMENT IS STILL REGISTERED, AS NOT SENT, SO THE
009349*    REGISTER SHOWS WHY IT WAS NOT MAILED.
009349     IF CUST-MAIL-RETURNED
009349         MOVE "N" TO CORW-SENT-FLAG
009349         MOVE "R" TO CORW-NOT-SENT-REASON
009349         PERFORM 3460-REGISTER-STATEMENT THRU 3460-EXIT
009349         GO TO 3450-EXIT
009349     END-IF
009350     MOVE CUST-ID TO STMT-CUST-ID
009351     MOVE CUST-NAME TO STMT-CUST-NAME
009352     MOVE WS-CUST-BASE-BALANCE TO STMT-CUST-BALANCE
009353     MOVE WS-RUN-DATE TO STMT-RUN-DATE
009353     WRITE STATEMENT-EXTRACT-RECORD
009353     MOVE "Y" TO CORW-SENT-FLAG
009353     MOVE SPACE TO CORW-NOT-SENT-REASON
009353     PERFORM 3460-REGISTER-STATEMENT THRU 3460-EXIT.
009355 3450-EXIT.
009356     EXIT.
009356
009356******************************************************************
009356*    3460-REGISTER-STATEMENT                                     *
009356*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
009356*    CUSTOMER'S BALANCE STATEMENT.  CALLERS SET THE SENT FLAG    *
009356*    AND REASON FIRST.  STMTXMIT STAMPS THE TRANSMISSION         *
009356*    REFERENCE WHEN THE FILE GOES.  AN ENTRY THAT CANNOT BE      *
009356*    WRITTEN DOES NOT STOP THE STATEMENT - IT IS COUNTED AND     *
009356*    RAISES THE RUN TO A DATA-EXCEPTION SEVERITY.                *
009356******************************************************************
009356 3460-REGISTER-STATEMENT.
009356     MOVE "W" TO CORW-FUNCTION
009356     MOVE CUST-ID TO CORW-CUST-ID
009356     MOVE WS-RUN-DATE TO CORW-DATE
009356     MOVE "ST" TO CORW-DOC-TYPE
009356     MOVE 0 TO CORW-DOC-LEVEL
009356     MOVE "P" TO CORW-CHANNEL
009356     MOVE CUST-NAME TO CORW-CUST-NAME
009356     MOVE CUST-ADDRESS TO CORW-ADDRESS
009356     MOVE WS-CUST-BASE-BALANCE TO CORW-BALANCE
009356     MOVE WS-RUN-DATE TO CORW-DOC-DATE
009356     MOVE SPACES TO CORW-DOC-REF
009356     MOVE "SAMPCOBL" TO CORW-PROGRAM
009356     CALL "CORRSUB" USING CORRESPONDENCE-AREA
009356     IF NOT CORW-OK
009356         ADD 1 TO WS-CORR-NOT-RECORDED
009356         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
009356     END-IF.
009356 3460-EXIT.
009356     EXIT.
009357
009358******************************************************************
009359*    3200-WRITE-CHECKPOINT                                       *
009897******************************************************************
009898 9999-STOP-RUN.
009898     PERFORM 9800-STAMP-CYCLE-CONTROL THRU 9800-EXIT
009898     MOVE "C" TO CORW-FUNCTION
009898     CALL "CORRSUB" USING CORRESPONDENCE-AREA
009898     IF WS-CORR-NOT-RECORDED > 0
009898         DISPLAY "SAMPCOBL - " WS-CORR-NOT-RECORDED
009898             " STATEMENT(S) NOT RECORDED ON THE CORRESPONDENCE "
009898             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
009898         MOVE 4 TO WS-SEVERITY-CANDIDATE
009898         PERFORM 9100-SET-RETURN-CODE THRU 9100-EXIT
009898     END-IF
009899     MOVE WS-RETURN-CODE TO RETURN-CODE
009900     CLOSE ALERT-FILE
009901     STOP RUN.
