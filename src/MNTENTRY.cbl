002200*    MAINTEDIT.  KEYING MAINTENANCE TAKES AUTHORIZATION LEVEL    *
002300*    2 OR ABOVE - THE SAME LINE CUSTLKUP DRAWS FOR FULL          *
002400*    BALANCE DISPLAY.                                            *
002412*                                                                *
002425*    WHEN THE BUSINESS DATE (CTLFILE, READ THROUGH PARMIO - ELSE *
002437*    TODAY) FALLS IN A PERIOD CLOSED ON PERDCTL (SEE PCLSREC),   *
002450*    NO BALANCE MAY BE KEYED HERE: AN ADD STARTS AT ZERO, A      *
002462*    CHANGE KEEPS THE BALANCE ON FILE AND A CUSTOMER STILL       *
002475*    CARRYING A BALANCE CANNOT BE DELETED.  THE MONEY GOES IN    *
002487*    AS A PRIOR-PERIOD ADJUSTMENT THROUGH TXNPOST AND APPRREL.   *
002488*                                                                *
002490*    EVERY NEW ACCOUNT'S NAME IS SCREENED AGAINST THE SANCTIONS  *
002491*    WATCH LIST (SANCSUB) AS SOON AS IT IS KEYED.  A POTENTIAL   *
002493*    HIT IS KEYED IN FULL BUT HELD ON THE COMPLIANCE REVIEW      *
002495*    WORKLIST (SANCHITS, SEE SCRNREC) RATHER THAN JOINING THE    *
002496*    BATCH - SANCREV RELEASES IT WHEN THE COMPLIANCE OFFICER     *
002498*    DECIDES IT.  WITH NO USABLE WATCH LIST NO ADD IS TAKEN.     *
002500*                                                                *
002600******************************************************************
002700* MODIFICATION HISTORY
002840*                    FLAG FINALLY HAS A KEYED PATH.  HELD
002850*                    RECORDS GROW TO THE NEW 124-BYTE
002860*                    LAYOUT.
002870*   11/02/2026  RVH  EVERY HELD TRANSACTION IS STAMPED WITH
002880*                    MNTENTRY AND THE SIGNED-ON OPERATOR
002890*                    (MAINT-SOURCE-PROGRAM/MAINT-OPERATOR-ID)
002891*                    FOR THE NON-MONETARY CHANGE JOURNAL.
002892*                    HELD RECORDS GROW TO 140 BYTES.
002892*   11/11/2026  RVH  PROMPTS FOR THE EMAIL ADDRESS, DELIVERY
002892*                    PREFERENCE AND ECONSENT DATE ON ADDS AND
002892*                    CHANGES (3200) - EMAIL DELIVERY NEEDS AN
002892*                    ADDRESS AND A CONSENT DATE.  HELD
002892*                    RECORDS GROW TO 197 BYTES.
002893*   11/14/2026  RVH  PERIOD-CLOSE LOCK.  WHEN THE BUSINESS DATE
002894*                    (CTLFILE THROUGH PARMIO, ELSE TODAY) IS IN A
002895*                    PERIOD CLOSED ON PERDCTL, AN ADD STARTS AT A
002896*                    ZERO BALANCE, A CHANGE KEEPS THE BALANCE ON
002897*                    FILE AND A CUSTOMER WITH A BALANCE CANNOT BE
002898*                    DELETED - THE MONEY GOES IN AS A PRIOR-
002899*                    PERIOD ADJUSTMENT.
002899*   11/17/2026  RVH  SCREEN NEW ACCOUNT NAMES AGAINST THE
002899*                    SANCTIONS WATCH LIST; HOLD POTENTIAL HITS
002899*                    ON THE COMPLIANCE WORKLIST (SANCHITS).
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
004200         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004300         FILE STATUS IS CUSTOMER-FILE-STATUS.
004400     SELECT MAINTENANCE-FILE ASSIGN TO MAINTFILE
004450         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004550         FILE STATUS IS MAINT-FILE-STATUS.
004600     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
004650         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004750         FILE STATUS IS PERIOD-CLOSE-STATUS.
004758     SELECT SCREENING-HIT-FILE ASSIGN TO SANCHITS
004766         ORGANIZATION IS INDEXED
004775         ACCESS MODE IS DYNAMIC
004783         RECORD KEY IS SCRN-KEY
004791         FILE STATUS IS SCREENING-HIT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006700     BLOCK CONTAINS 0 RECORDS
006800     RECORDING MODE F
006900     DATA RECORD IS MAINT-TRANSACTION-RECORD.
006922     COPY MAINTTXN.
006922
006966 FD  PERIOD-CLOSE-FILE
006988     LABEL RECORDS ARE STANDARD
007011     BLOCK CONTAINS 0 RECORDS
007033     RECORDING MODE F
007055     DATA RECORD IS PERIOD-CLOSE-RECORD.
007077     COPY PCLSREC.
007077
007082 FD  SCREENING-HIT-FILE
007085     LABEL RECORDS ARE STANDARD
007088     BLOCK CONTAINS 0 RECORDS
007091     RECORDING MODE F
007094     DATA RECORD IS SCREENING-HIT-RECORD.
007097     COPY SCRNREC.
007100
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007800 01  CUSTOMER-FILE-STATUS      PIC X(02).
007900     88  CUST-FILE-OK              VALUE "00".
008000 01  MAINT-FILE-STATUS         PIC X(02).
008040     88  MAINT-FILE-OK             VALUE "00".
008080 01  PERIOD-CLOSE-STATUS       PIC X(02).
008120     88  PERIOD-CLOSE-OK           VALUE "00".
008160     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
008170 01  SCREENING-HIT-STATUS      PIC X(02).
008180     88  SCREENING-HIT-OK          VALUE "00".
008190     88  SCREENING-HIT-NOT-FOUND   VALUE "05" "35".
008200 01  WS-USER-AT-END            PIC X(01) VALUE "N".
008300     88  USER-FILE-AT-END          VALUE "Y".
008400 01  WS-SIGNON-OK              PIC X(01) VALUE "N".
009900     88  LOOKUP-FOUND              VALUE "Y".
010000 01  WS-TXN-ABANDONED          PIC X(01) VALUE "N".
010100     88  TXN-ABANDONED             VALUE "Y".
010114 01  WS-ADD-HELD               PIC X(01) VALUE "N".
010128     88  ADD-IS-HELD               VALUE "Y".
010142 01  WS-HIT-ON-FILE            PIC X(01) VALUE "N".
010157     88  HIT-ON-FILE               VALUE "Y".
010171 01  WS-ADDS-HELD              PIC 9(03) BINARY VALUE 0.
010185     COPY SNCWREC.
010200
010300******************************************************************
010400*    KEYED-FIELD WORK AREAS                                      *
011000 01  WS-ENTRY-AMOUNT-OK        PIC X(01) VALUE "N".
011100     88  ENTRY-AMOUNT-OK           VALUE "Y".
011200 01  WS-ENTRY-DATE-X           PIC X(06) VALUE SPACES.
011210 01  WS-ENTRY-EMAIL            PIC X(50) VALUE SPACES.
011220 01  WS-ENTRY-AT-COUNT         PIC 9(02) BINARY VALUE 0.
011230 01  WS-PRIOR-DELIVERY-PREF    PIC X(01) VALUE SPACES.
011240     88  PRIOR-DELIVERY-BY-EMAIL   VALUE "E" "B".
011300 01  WS-CONFIRM                PIC X(01) VALUE SPACES.
011400     88  CONFIRMED-YES             VALUE "Y" "y".
011500
012300 01  WS-HOLD-COUNT             PIC 9(3) BINARY VALUE 0.
012400 01  WS-HOLD-ENTRIES.
012500     05  WS-HOLD-ENTRY         OCCURS 200 TIMES
012600                               PIC X(197).
012700 01  WS-HOLD-IDX               PIC 9(3) BINARY VALUE 0.
012800 01  WS-PREV-TXN-ID            PIC X(10) VALUE LOW-VALUES.
012900 01  WS-BATCH-HASH             PIC S9(9)V99 VALUE 0.
013000 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013013 01  WS-RUN-TIME               PIC 9(08) VALUE 0.
013013
013040******************************************************************
013053*    PERIOD-CLOSE LOCK FIELDS (SEE PCLSREC) AND THE CONTROL      *
013066*    FILE THE BUSINESS DATE COMES FROM                           *
013080******************************************************************
013093 01  WS-BUSINESS-DATE          PIC 9(06) VALUE 0.
013106 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
013120 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
013133     88  CLOSE-FILE-AT-END         VALUE "Y".
013146 01  WS-BUSINESS-PERIOD-CLOSED PIC X(01) VALUE "N".
013160     88  BUSINESS-PERIOD-CLOSED    VALUE "Y".
013173     COPY CTLPARM.
013186     COPY PRMWREC.
013200
013300 PROCEDURE DIVISION.
013400******************************************************************
017900         MOVE 8 TO RETURN-CODE
018000         STOP RUN
018100     END-IF
018102     OPEN I-O SCREENING-HIT-FILE
018105     IF SCREENING-HIT-NOT-FOUND
018108         OPEN OUTPUT SCREENING-HIT-FILE
018111         IF SCREENING-HIT-OK
018114             CLOSE SCREENING-HIT-FILE
018117             OPEN I-O SCREENING-HIT-FILE
018120         END-IF
018123     END-IF
018126     IF NOT SCREENING-HIT-OK
018129         DISPLAY "MNTENTRY - ERROR OPENING COMPLIANCE WORKLIST "
018132             "- STATUS " SCREENING-HIT-STATUS
018135         CLOSE CUSTOMER-FILE
018138         CLOSE MAINTENANCE-FILE
018141         MOVE 8 TO RETURN-CODE
018144         STOP RUN
018147     END-IF
018150     PERFORM 1400-SET-BUSINESS-DATE THRU 1400-EXIT
018200     PERFORM 1500-LOAD-PERIOD-CLOSE THRU 1500-EXIT
018250     DISPLAY "BATCH ID (8 CHARS): " WITH NO ADVANCING
018300     ACCEPT WS-BATCH-ID
018400     IF WS-BATCH-ID = SPACES
018500         MOVE WS-OPERATOR-ID TO WS-BATCH-ID
018700     DISPLAY "MNTENTRY - ONLINE MAINTENANCE ENTRY - BATCH "
018800         WS-BATCH-ID
018900     DISPLAY "TRANSACTIONS MUST BE KEYED IN ASCENDING CUST-ID "
018944         "ORDER, ONE PER CUST-ID."
018988     IF BUSINESS-PERIOD-CLOSED
019033         DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
019077             " IS IN A CLOSED PERIOD (CLOSED THRU "
019122             WS-CLOSED-THRU-DATE ") - NO BALANCES MAY BE KEYED"
019166     END-IF.
019211 1000-EXIT.
019255     EXIT.
019300
019400******************************************************************
019500*    1300-SIGN-ON-OPERATOR                                       *
024400     EXIT.
024500
024600******************************************************************
024603*    1400-SET-BUSINESS-DATE                                      *
024606*    THE CONTROL FILE'S BUSINESS DATE WHEN ONE IS SET, AS        *
024610*    SAMPCOBL TAKES IT - OTHERWISE TODAY.                        *
024613******************************************************************
024617 1400-SET-BUSINESS-DATE.
024620     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
024624     MOVE "L" TO PRMW-FUNCTION
024627     MOVE "CTLFILE" TO PRMW-FILE-NAME
024631     CALL "PARMIO" USING PARAMETER-FILE-AREA
024634     IF NOT PRMW-OK OR PRMW-RECORD-COUNT = 0
024637         GO TO 1400-EXIT
024641     END-IF
024644     MOVE PRMW-RECORD(1) TO CONTROL-RECORD
024648     IF CTL-BUSINESS-DATE NUMERIC AND CTL-BUSINESS-DATE > 0
024651         MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
024655     END-IF.
024658 1400-EXIT.
024662     EXIT.
024662
024668******************************************************************
024672*    1500-LOAD-PERIOD-CLOSE                                      *
024675*    THE LOCK DATE IS THE HIGHEST CLOSED-THRU DATE ON PERDCTL.   *
024679*    NO FILE MEANS NO PERIOD HAS BEEN CLOSED.                    *
024682******************************************************************
024686 1500-LOAD-PERIOD-CLOSE.
024689     MOVE 0 TO WS-CLOSED-THRU-DATE
024693     MOVE "N" TO WS-BUSINESS-PERIOD-CLOSED
024696     OPEN INPUT PERIOD-CLOSE-FILE
024700     IF NOT PERIOD-CLOSE-OK
024703         GO TO 1500-EXIT
024706     END-IF
024710     MOVE "N" TO WS-CLOSE-AT-END
024713     PERFORM 1510-READ-CLOSE-RECORD THRU 1510-EXIT
024717         UNTIL CLOSE-FILE-AT-END
024720     CLOSE PERIOD-CLOSE-FILE
024724     IF WS-CLOSED-THRU-DATE > 0 AND
024727             WS-BUSINESS-DATE NOT > WS-CLOSED-THRU-DATE
024731         MOVE "Y" TO WS-BUSINESS-PERIOD-CLOSED
024734     END-IF.
024737 1500-EXIT.
024741     EXIT.
024741
024748 1510-READ-CLOSE-RECORD.
024751     READ PERIOD-CLOSE-FILE
024755         AT END
024758             MOVE "Y" TO WS-CLOSE-AT-END
024762             GO TO 1510-EXIT
024765     END-READ
024768     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
024772             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
024775         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
024779     END-IF.
024782 1510-EXIT.
024786     EXIT.
024786
024793******************************************************************
024796*    2000-ENTER-ONE-TXN                                          *
024800******************************************************************
024900 2000-ENTER-ONE-TXN.
025000     DISPLAY " "
036500         GO TO 3000-EXIT
036600     END-IF
036700     MOVE WS-ENTRY-TEXT TO MAINT-CUST-NAME
036706     PERFORM 3300-SCREEN-THE-NAME THRU 3300-EXIT
036713     IF TXN-ABANDONED
036719         GO TO 3000-EXIT
036726     END-IF
036733     IF BUSINESS-PERIOD-CLOSED
036766         DISPLAY "  BALANCE DATED IN A CLOSED PERIOD - KEY A "
036800             "PRIOR-PERIOD ADJUSTMENT - ADDED AT ZERO"
036833         MOVE 0 TO MAINT-CUST-BALANCE
036866     ELSE
036900         PERFORM 2300-TAKE-AN-AMOUNT THRU 2300-EXIT
036933         MOVE WS-ENTRY-AMOUNT TO MAINT-CUST-BALANCE
036966     END-IF
037000     DISPLAY "PHONE: " WITH NO ADVANCING
037100     ACCEPT WS-ENTRY-TEXT
037200     MOVE WS-ENTRY-TEXT(1:10) TO MAINT-CUST-PHONE
038670         MOVE SPACE TO MAINT-BUREAU-SUPPRESS
038680     END-IF
038700     MOVE 0 TO MAINT-CUST-CREDIT-LIMIT
038710     MOVE SPACES TO MAINT-EMAIL-ADDRESS
038720     MOVE "P" TO MAINT-DELIVERY-PREF
038730     MOVE 0 TO MAINT-ECONSENT-DATE
038740     MOVE "P" TO WS-PRIOR-DELIVERY-PREF
038750     PERFORM 3200-TAKE-THE-DELIVERY THRU 3200-EXIT
038760     IF TXN-ABANDONED
038770         GO TO 3000-EXIT
038780     END-IF
038800     IF ADD-IS-HELD
038820         PERFORM 7100-HOLD-FOR-COMPLIANCE THRU 7100-EXIT
038840     ELSE
038860         PERFORM 7000-HOLD-THE-TXN THRU 7000-EXIT
038880     END-IF.
038900 3000-EXIT.
039000     EXIT.
039100
040500     END-IF.
040600 3100-EXIT.
040700     EXIT.
040701
040702******************************************************************
040703*    3200-TAKE-THE-DELIVERY                                      *
040704*    EMAIL ADDRESS, DELIVERY PREFERENCE AND CONSENT DATE.  THE   *
040705*    CALLER LOADS THE MAINT FIELDS WITH WHAT STANDS NOW - AN     *
040706*    ADD'S DEFAULTS (NO EMAIL, PAPER) OR THE RECORD ON FILE -    *
040707*    SO BLANK LEAVES EACH ONE AS IT IS.  ELECTRONIC DELIVERY     *
040708*    NEEDS AN ADDRESS, AND A CUSTOMER COMING OFF PAPER NEEDS     *
040709*    THE DATE THEY GAVE CONSENT (BLANK = TODAY).                 *
040710******************************************************************
040711 3200-TAKE-THE-DELIVERY.
040712     DISPLAY "EMAIL ADDRESS (BLANK=UNCHANGED, X=NONE): "
040713         WITH NO ADVANCING
040714     ACCEPT WS-ENTRY-EMAIL
040715     EVALUATE TRUE
040716         WHEN WS-ENTRY-EMAIL = SPACES
040717             CONTINUE
040718         WHEN WS-ENTRY-EMAIL = "X" OR WS-ENTRY-EMAIL = "x"
040719             MOVE SPACES TO MAINT-EMAIL-ADDRESS
040720         WHEN OTHER
040721             MOVE 0 TO WS-ENTRY-AT-COUNT
040722             INSPECT WS-ENTRY-EMAIL TALLYING WS-ENTRY-AT-COUNT
040723                 FOR ALL "@"
040724             IF WS-ENTRY-AT-COUNT NOT = 1
040725                 DISPLAY "  AN EMAIL ADDRESS HAS ONE @ - "
040726                     "ABANDONED"
040727                 MOVE "Y" TO WS-TXN-ABANDONED
040728                 GO TO 3200-EXIT
040729             END-IF
040730             MOVE WS-ENTRY-EMAIL TO MAINT-EMAIL-ADDRESS
040731     END-EVALUATE
040732     DISPLAY "DELIVERY (P=PAPER E=EMAIL B=BOTH, "
040733         "BLANK=UNCHANGED): " WITH NO ADVANCING
040734     ACCEPT WS-ENTRY-TEXT
040735     EVALUATE TRUE
040736         WHEN WS-ENTRY-TEXT = SPACES
040737             CONTINUE
040738         WHEN WS-ENTRY-TEXT(1:1) = "P" OR
040739                 WS-ENTRY-TEXT(1:1) = "p"
040740             MOVE "P" TO MAINT-DELIVERY-PREF
040741         WHEN WS-ENTRY-TEXT(1:1) = "E" OR
040742                 WS-ENTRY-TEXT(1:1) = "e"
040743             MOVE "E" TO MAINT-DELIVERY-PREF
040744         WHEN WS-ENTRY-TEXT(1:1) = "B" OR
040745                 WS-ENTRY-TEXT(1:1) = "b"
040746             MOVE "B" TO MAINT-DELIVERY-PREF
040747         WHEN OTHER
040748             DISPLAY "  DELIVERY MUST BE P, E OR B - ABANDONED"
040749             MOVE "Y" TO WS-TXN-ABANDONED
040750             GO TO 3200-EXIT
040751     END-EVALUATE
040752     IF MAINT-DELIVERY-PREF NOT = "E" AND
040753             MAINT-DELIVERY-PREF NOT = "B"
040754         GO TO 3200-EXIT
040755     END-IF
040756     IF MAINT-EMAIL-ADDRESS = SPACES
040757         DISPLAY "  EMAIL DELIVERY NEEDS AN EMAIL ADDRESS - "
040758             "ABANDONED"
040759         MOVE "Y" TO WS-TXN-ABANDONED
040760         GO TO 3200-EXIT
040761     END-IF
040762     IF PRIOR-DELIVERY-BY-EMAIL AND MAINT-ECONSENT-DATE > 0
040763         GO TO 3200-EXIT
040764     END-IF
040765     DISPLAY "CONSENT DATE (YYMMDD, BLANK=TODAY): "
040766         WITH NO ADVANCING
040767     ACCEPT WS-ENTRY-DATE-X
040768     EVALUATE TRUE
040769         WHEN WS-ENTRY-DATE-X = SPACES
040770             MOVE WS-RUN-DATE TO MAINT-ECONSENT-DATE
040771         WHEN WS-ENTRY-DATE-X IS NUMERIC
040772             MOVE WS-ENTRY-DATE-X TO MAINT-ECONSENT-DATE
040773         WHEN OTHER
040774             DISPLAY "  CONSENT DATE MUST BE YYMMDD - "
040775                 "ABANDONED"
040776             MOVE "Y" TO WS-TXN-ABANDONED
040777     END-EVALUATE.
040778 3200-EXIT.
040779     EXIT.
040779
040780******************************************************************
040781*    3300-SCREEN-THE-NAME                                        *
040781*    THE NEW NAME AGAINST THE SANCTIONS WATCH LIST.  A           *
040782*    POTENTIAL HIT IS SAID AT ONCE AND THE ADD IS KEYED ON, TO   *
040783*    BE HELD FOR COMPLIANCE REVIEW INSTEAD OF BATCHED.           *
040784******************************************************************
040784 3300-SCREEN-THE-NAME.
040785     MOVE "N" TO WS-ADD-HELD
040786     MOVE "S" TO SNCW-FUNCTION
040786     MOVE MAINT-CUST-NAME TO SNCW-NAME
040787     CALL "SANCSUB" USING SANCTIONS-SCREEN-AREA
040788     IF NOT SNCW-OK
040789         DISPLAY "  THE NAME CANNOT BE SCREENED - NO USABLE "
040789             "SANCTIONS WATCH LIST - ABANDONED"
040790         MOVE "Y" TO WS-TXN-ABANDONED
040791         GO TO 3300-EXIT
040791     END-IF
040792     IF SNCW-POTENTIAL-HIT
040793         MOVE "Y" TO WS-ADD-HELD
040794         DISPLAY "  POTENTIAL SANCTIONS MATCH - "
040794             SNCW-ENTRY-NAME " (SCORE " SNCW-SCORE ")"
040795         DISPLAY "  KEY THE ADD IN FULL - IT WILL BE HELD FOR "
040796             "COMPLIANCE REVIEW, NOT BATCHED"
040796     END-IF.
040797 3300-EXIT.
040798     EXIT.
040800
040900******************************************************************
041000*    4000-ENTER-A-CHANGE                                         *
047200     MOVE CUST-CURRENCY-CODE TO MAINT-CUST-CURRENCY-CODE
047300     MOVE CUST-CREDIT-LIMIT TO MAINT-CUST-CREDIT-LIMIT
047400     MOVE CUST-BRANCH-CODE TO MAINT-CUST-BRANCH-CODE
047410     DISPLAY "  EMAIL ON FILE: " CUST-EMAIL-ADDRESS
047420     DISPLAY "  DELIVERY " CUST-DELIVERY-PREF
047430         "  CONSENT " CUST-ECONSENT-DATE
047440     MOVE CUST-EMAIL-ADDRESS TO MAINT-EMAIL-ADDRESS
047450     MOVE CUST-DELIVERY-PREF TO MAINT-DELIVERY-PREF
047460     MOVE CUST-DELIVERY-PREF TO WS-PRIOR-DELIVERY-PREF
047470     IF CUST-ECONSENT-DATE NUMERIC
047480         MOVE CUST-ECONSENT-DATE TO MAINT-ECONSENT-DATE
047490     END-IF
047491     PERFORM 3200-TAKE-THE-DELIVERY THRU 3200-EXIT
047492     IF TXN-ABANDONED
047493         GO TO 4000-EXIT
047494     END-IF
047500     PERFORM 7000-HOLD-THE-TXN THRU 7000-EXIT.
047600 4000-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000*    4100-TAKE-CHANGE-AMOUNT                                     *
048036*    BLANK KEEPS THE BALANCE ON FILE.  IN A CLOSED PERIOD THE    *
048072*    BALANCE ON FILE IS KEPT WITHOUT ASKING.                     *
048109******************************************************************
048145 4100-TAKE-CHANGE-AMOUNT.
048181     IF BUSINESS-PERIOD-CLOSED
048218         DISPLAY "  BALANCE DATED IN A CLOSED PERIOD - KEY A "
048254             "PRIOR-PERIOD ADJUSTMENT - BALANCE KEPT"
048290         MOVE CUST-BALANCE TO MAINT-CUST-BALANCE
048327         GO TO 4100-EXIT
048363     END-IF
048400     DISPLAY "BALANCE (DIGITS, 2 ASSUMED DECIMALS, "
048500         "BLANK=KEEP): " WITH NO ADVANCING
048600     ACCEPT WS-ENTRY-AMOUNT-X
051400         GO TO 5000-EXIT
051500     END-IF
051600     DISPLAY "  ON FILE: " CUST-NAME "  STATUS " CUST-STATUS
051625     IF BUSINESS-PERIOD-CLOSED AND CUST-BALANCE NOT = 0
051650         DISPLAY "  CUSTOMER CARRIES A BALANCE AND THE PERIOD "
051675             "IS CLOSED - CLEAR IT WITH A PRIOR-PERIOD "
051700             "ADJUSTMENT FIRST"
051725         GO TO 5000-EXIT
051750     END-IF
051775     DISPLAY "DELETE THIS CUSTOMER - Y TO CONFIRM: "
051800         WITH NO ADVANCING
051900     ACCEPT WS-CONFIRM
052000     IF NOT CONFIRMED-YES
054200         GO TO 7000-EXIT
054300     END-IF
054400     ADD 1 TO WS-HOLD-COUNT
054410     MOVE "MNTENTRY" TO MAINT-SOURCE-PROGRAM
054420     MOVE WS-OPERATOR-ID TO MAINT-OPERATOR-ID
054500     MOVE MAINT-TRANSACTION-RECORD TO
054600         WS-HOLD-ENTRY(WS-HOLD-COUNT)
054700     IF MAINT-CUST-BALANCE NUMERIC
055200         " TRANSACTION(S) IN THE BATCH".
055300 7000-EXIT.
055400     EXIT.
055400
055403******************************************************************
055404*    7100-HOLD-FOR-COMPLIANCE                                    *
055406*    THE HELD ADD GOES TO THE COMPLIANCE WORKLIST WITH THE       *
055408*    WATCH-LIST NAME IT SCORED AGAINST.  KEYED AGAIN THE SAME    *
055409*    DAY, A STILL-PENDING HOLD TAKES THE NEW KEYING; A DECIDED   *
055411*    ONE IS LEFT ALONE.                                          *
055413******************************************************************
055414 7100-HOLD-FOR-COMPLIANCE.
055416     MOVE "MNTENTRY" TO MAINT-SOURCE-PROGRAM
055418     MOVE WS-OPERATOR-ID TO MAINT-OPERATOR-ID
055419     MOVE "N" TO WS-HIT-ON-FILE
055421     MOVE "C" TO SCRN-SUBJECT-TYPE
055422     MOVE MAINT-CUST-ID TO SCRN-SUBJECT-ID
055424     MOVE SNCW-ENTRY-ID TO SCRN-ENTRY-ID
055426     MOVE WS-RUN-DATE TO SCRN-QUEUED-DATE
055427     READ SCREENING-HIT-FILE
055429         INVALID KEY
055431             CONTINUE
055432         NOT INVALID KEY
055434             MOVE "Y" TO WS-HIT-ON-FILE
055436     END-READ
055437     IF HIT-ON-FILE AND NOT SCRN-IS-PENDING
055439         DISPLAY "  THIS MATCH WAS ALREADY DECIDED TODAY BY "
055440             SCRN-OFFICER-ID " - NOTHING HELD"
055442         GO TO 7100-EXIT
055444     END-IF
055445     INITIALIZE SCREENING-HIT-RECORD
055447     MOVE "C" TO SCRN-SUBJECT-TYPE
055449     MOVE MAINT-CUST-ID TO SCRN-SUBJECT-ID
055450     MOVE SNCW-ENTRY-ID TO SCRN-ENTRY-ID
055452     MOVE WS-RUN-DATE TO SCRN-QUEUED-DATE
055454     MOVE "K" TO SCRN-SOURCE
055455     MOVE "MNTENTRY" TO SCRN-QUEUED-BY
055457     MOVE WS-OPERATOR-ID TO SCRN-MAKER-ID
055459     MOVE MAINT-CUST-NAME TO SCRN-SUBJECT-NAME
055460     MOVE MAINT-CUST-ID TO SCRN-CUST-ID
055462     MOVE SNCW-ENTRY-NAME TO SCRN-ENTRY-NAME
055463     MOVE SNCW-PROGRAM TO SCRN-PROGRAM
055465     MOVE SNCW-SCORE TO SCRN-SCORE
055467     MOVE SNCW-MATCH-BASIS TO SCRN-MATCH-BASIS
055468     MOVE SNCW-LIST-DATE TO SCRN-LIST-DATE
055470     MOVE "P" TO SCRN-STATUS
055472     MOVE "Y" TO SCRN-HELD-FLAG
055473     MOVE MAINT-TRANSACTION-RECORD TO SCRN-HELD-IMAGE
055475     IF HIT-ON-FILE
055477         REWRITE SCREENING-HIT-RECORD
055478     ELSE
055480         WRITE SCREENING-HIT-RECORD
055481     END-IF
055483     IF NOT SCREENING-HIT-OK
055485         DISPLAY "  COMPLIANCE WORKLIST WRITE FAILED - STATUS "
055486             SCREENING-HIT-STATUS " - NOTHING HELD - CALL "
055488             "COMPLIANCE"
055490         GO TO 7100-EXIT
055491     END-IF
055493     ADD 1 TO WS-ADDS-HELD
055495     DISPLAY "  HELD FOR COMPLIANCE REVIEW - NOT IN THE BATCH".
055496 7100-EXIT.
055498     EXIT.
055500
055600******************************************************************
055700*    8000-WRITE-THE-BATCH                                        *
059700 9000-TERMINATE.
059800     CLOSE CUSTOMER-FILE
059900     CLOSE MAINTENANCE-FILE
059916     CLOSE SCREENING-HIT-FILE
059933     IF WS-ADDS-HELD > 0
059950         DISPLAY "MNTENTRY - " WS-ADDS-HELD " ADD(S) HELD FOR "
059966             "COMPLIANCE REVIEW"
059983     END-IF
060000     DISPLAY "MNTENTRY - SESSION ENDED".
060100 9000-EXIT.
060200     EXIT.
