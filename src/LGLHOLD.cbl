000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGLHOLD.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/10/2026.
000600 DATE-COMPILED.  11/10/2026.
000700******************************************************************
000800*                                                                *
000900*    LGLHOLD - LEGAL HOLD NOTICES AND LEGAL-HOLD REGISTER        *
001000*    A BANKRUPTCY FILING OR A DEATH USED TO BE HANDLED BY        *
001100*    FREEZING THE ACCOUNT - BUT A FROZEN ACCOUNT REJECTS EVERY   *
001200*    POSTING, AND TRUSTEE AND ESTATE PAYMENTS STILL ARRIVE.      *
001300*    THIS PASS APPLIES THE LEGAL DEPARTMENT'S NOTICES (LGLNOTC,  *
001400*    SEE LGLTREC) INSTEAD: IT SETS OR RELEASES THE LEGAL-HOLD    *
001500*    INDICATOR AND HOLD TYPE ON THE LIVE MASTER (CUST-LEGAL-     *
001600*    HOLD, CUST-HOLD-TYPE - SEE CUSTREC) AND KEEPS THE HOLD      *
001700*    DATE AND CASE NUMBER ON THE COMPANION FILE (LGLHFILE, SEE   *
001800*    LGLHREC).  CUST-STATUS IS NEVER TOUCHED, SO PAYMENTS KEEP   *
001900*    POSTING THROUGH TXNPOST.  EACH COLLECTIONS PASS HONORS THE  *
002000*    HOLD BY TYPE:                                               *
002100*                    BANKRUPTCY  DECEASED  LITIGATION  C&D       *
002200*      DUNNING         NO LETTER, NO ESCALATION FOR ANY TYPE;    *
002300*                      OFF WORKLIST  "E" FLAG  "L" FLAG  OFF     *
002400*      ACCRUAL         STOPPED     STOPPED   ACCRUES   ACCRUES   *
002500*      REFUND          HELD        HELD      HELD      ISSUED    *
002600*      PLANMON         A MISSED INSTALLMENT DOES NOT BREAK THE   *
002700*                      PLAN EXCEPT UNDER C&D                     *
002800*      CHGOFF          AFTER THE CHGOPARM HOLD DAYS FROM THE     *
002900*                      HOLD DATE / DEFERRED / NORMAL TIMING      *
003000*      BURXTR          REPORTED WITH THE CHAPTER OR THE          *
003100*                      DECEASED INDICATOR; OTHERS AS USUAL       *
003200*    EVERY CHANGE GOES TO THE NON-MONETARY CHANGE JOURNAL        *
003300*    (NMCJRNL).  THE LEGAL-HOLD REGISTER (LGLHRPT) LISTS         *
003400*    TONIGHT'S NOTICES AND THEN EVERY ACCOUNT ON HOLD WITH ITS   *
003500*    CASE NUMBER AND DAYS HELD, FLAGGING ANY HELD ACCOUNT STILL  *
003600*    FROZEN UNDER THE OLD PRACTICE SO ITS PAYMENTS ARE FREED.    *
003700*                                                                *
003800*    DD NAMES - LGLNOTC (IN), NEWCUST (I-O), LGLHFILE (I-O),     *
003900*    NMCJRNL (EXTEND), LGLHRPT (REGISTER).                       *
004000*                                                                *
004100******************************************************************
004200* MODIFICATION HISTORY
004300*   11/10/2026  RVH  ORIGINAL.
004400******************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LEGAL-NOTICE-FILE ASSIGN TO LGLNOTC
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS LEGAL-NOTICE-STATUS.
005300     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CUST-ID
005700         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
005800         FILE STATUS IS CUSTOMER-FILE-STATUS.
005900     SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS LGLH-CUST-ID
006300         FILE STATUS IS LEGAL-HOLD-STATUS.
006400     SELECT NMC-JOURNAL-FILE ASSIGN TO NMCJRNL
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS NMC-JOURNAL-STATUS.
006800     SELECT LEGAL-HOLD-REGISTER ASSIGN TO LGLHRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS LEGAL-HOLD-REGISTER-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  LEGAL-NOTICE-FILE
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS
007700     RECORDING MODE F
007800     DATA RECORD IS LEGAL-NOTICE-RECORD.
007900     COPY LGLTREC.
008000
008100 FD  CUSTOMER-FILE
008200     LABEL RECORDS ARE STANDARD
008300     BLOCK CONTAINS 0 RECORDS
008400     RECORDING MODE F
008500     DATA RECORD IS CUSTOMER-RECORD.
008600     COPY CUSTREC.
008700
008800 FD  LEGAL-HOLD-FILE
008900     LABEL RECORDS ARE STANDARD
009000     BLOCK CONTAINS 0 RECORDS
009100     RECORDING MODE F
009200     DATA RECORD IS LEGAL-HOLD-RECORD.
009300     COPY LGLHREC.
009400
009500 FD  NMC-JOURNAL-FILE
009600     LABEL RECORDS ARE STANDARD
009700     BLOCK CONTAINS 0 RECORDS
009800     RECORDING MODE F
009900     DATA RECORD IS NMC-JOURNAL-RECORD.
010000     COPY NMCJREC.
010100
010200 FD  LEGAL-HOLD-REGISTER
010300     LABEL RECORDS ARE OMITTED
010400     RECORDING MODE F.
010500 01  LEGAL-HOLD-REGISTER-LINE PIC X(132).
010600
010700 WORKING-STORAGE SECTION.
010800******************************************************************
010900*    SHARED BUSINESS CALENDAR REQUEST AREA (SEE CALSUB)          *
011000******************************************************************
011100     COPY CALWREC.
011200
011300******************************************************************
011400*    FILE STATUS - SAME TAXONOMY AS SAMPCOBL'S CUSTOMER-FILE-    *
011500*    STATUS, SINCE BOTH PROGRAMS OPEN THE SAME PHYSICAL DATASET. *
011600******************************************************************
011700 01  CUSTOMER-FILE-STATUS      PIC X(02).
011800     88  CUST-FILE-OK              VALUE "00".
011900     88  CUST-FILE-NOT-FOUND       VALUE "05" "23" "35".
012000     88  CUST-FILE-LOCKED          VALUE "37" "91".
012100 01  LEGAL-NOTICE-STATUS       PIC X(02).
012200     88  LEGAL-NOTICE-OK           VALUE "00".
012300 01  LEGAL-HOLD-STATUS         PIC X(02).
012400     88  LEGAL-HOLD-OK             VALUE "00".
012500     88  LEGAL-HOLD-NOT-FOUND      VALUE "05" "35".
012600 01  NMC-JOURNAL-STATUS        PIC X(02).
012700     88  NMC-JOURNAL-OK            VALUE "00".
012800 01  LEGAL-HOLD-REGISTER-STATUS PIC X(02).
012900     88  LEGAL-HOLD-REGISTER-OK    VALUE "00".
013000
013100******************************************************************
013200*    RUN CONTROL FIELDS                                          *
013300******************************************************************
013400 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
013500 01  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE.
013600     05  WS-RUN-YY             PIC 9(02).
013700     05  WS-RUN-MM             PIC 9(02).
013800     05  WS-RUN-DD             PIC 9(02).
013900 01  WS-WORK-DATE              PIC 9(06) VALUE 0.
014000 01  WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
014100     05  WS-WORK-YY            PIC 9(02).
014200     05  WS-WORK-MM            PIC 9(02).
014300     05  WS-WORK-DD            PIC 9(02).
014400 01  WS-DAYS-BETWEEN           PIC S9(05) VALUE 0.
014500 01  WS-NOTICES-PRESENT        PIC X(01) VALUE "N".
014600     88  NOTICES-PRESENT           VALUE "Y".
014700 01  WS-NOTICE-AT-END          PIC X(01) VALUE "N".
014800     88  NOTICE-FILE-AT-END        VALUE "Y".
014900 01  WS-HOLD-AT-END            PIC X(01) VALUE "N".
015000     88  HOLD-FILE-AT-END          VALUE "Y".
015100 01  WS-JOURNAL-OPEN           PIC X(01) VALUE "N".
015200     88  JOURNAL-IS-OPEN           VALUE "Y".
015300 01  WS-HOLD-ON-FILE           PIC X(01) VALUE "N".
015400     88  HOLD-ON-FILE              VALUE "Y".
015500 01  WS-MASTER-FOUND           PIC X(01) VALUE "N".
015600     88  MASTER-FOUND              VALUE "Y".
015700 01  WS-OPERATOR-ID            PIC X(08) VALUE SPACES.
015800 01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
015900 01  WS-NOTE                   PIC X(30) VALUE SPACES.
016000
016100******************************************************************
016200*    THE HOLD AS IT WILL STAND AFTER THE NOTICE - BUILT FIRST    *
016300*    AND PROVED BEFORE EITHER FILE IS TOUCHED.                   *
016400******************************************************************
016500 01  WS-NEW-HOLD-TYPE          PIC X(02) VALUE SPACES.
016600     88  NEW-TYPE-VALID            VALUE "07" "11" "13"
016700                                         "DC" "LT" "CD".
016800     88  NEW-TYPE-NEEDS-CASE       VALUE "07" "11" "13" "LT".
016900 01  WS-NEW-HOLD-DATE          PIC 9(06) VALUE 0.
017000 01  WS-NEW-CASE-NUMBER        PIC X(20) VALUE SPACES.
017100
017200******************************************************************
017300*    CHANGE JOURNAL WORK FIELDS - THE MASTER'S HOLD IS           *
017400*    JOURNALED AS INDICATOR PLUS TYPE ("H07"), BLANK WHEN NONE.  *
017500******************************************************************
017600 01  WS-OLD-MASTER-HOLD.
017700     05  WS-OLD-LEGAL-HOLD     PIC X(01).
017800     05  WS-OLD-HOLD-TYPE      PIC X(02).
017900 01  WS-NEW-MASTER-HOLD.
018000     05  WS-NEW-LEGAL-HOLD     PIC X(01).
018100     05  WS-NEW-MASTER-TYPE    PIC X(02).
018200 01  WS-OLD-HOLD-DATE          PIC 9(06) VALUE 0.
018300 01  WS-OLD-CASE-NUMBER        PIC X(20) VALUE SPACES.
018400 01  WS-JRN-FIELD-NAME         PIC X(08) VALUE SPACES.
018500 01  WS-JRN-OLD-VALUE          PIC X(30) VALUE SPACES.
018600 01  WS-JRN-NEW-VALUE          PIC X(30) VALUE SPACES.
018700
018800******************************************************************
018900*    RUN TOTALS                                                  *
019000******************************************************************
019100 01  WS-NOTICES-READ           PIC 9(07) BINARY VALUE 0.
019200 01  WS-HOLDS-PLACED           PIC 9(07) BINARY VALUE 0.
019300 01  WS-HOLDS-CHANGED          PIC 9(07) BINARY VALUE 0.
019400 01  WS-HOLDS-RELEASED         PIC 9(07) BINARY VALUE 0.
019500 01  WS-NOTICES-REJECTED       PIC 9(07) BINARY VALUE 0.
019600 01  WS-HELD-BANKRUPTCY        PIC 9(07) BINARY VALUE 0.
019700 01  WS-HELD-DECEASED          PIC 9(07) BINARY VALUE 0.
019800 01  WS-HELD-LITIGATION        PIC 9(07) BINARY VALUE 0.
019900 01  WS-HELD-CEASE-DESIST      PIC 9(07) BINARY VALUE 0.
020000 01  WS-HELD-STILL-FROZEN      PIC 9(07) BINARY VALUE 0.
020100 01  WS-HELD-OUT-OF-STEP       PIC 9(07) BINARY VALUE 0.
020200
020300******************************************************************
020400*    LEGAL-HOLD REGISTER LINE LAYOUTS                            *
020500******************************************************************
020600 01  LH-HEADING-LINE-1.
020700     05  FILLER                PIC X(01) VALUE SPACE.
020800     05  FILLER                PIC X(44) VALUE
020900         "LGLHOLD - LEGAL HOLD REGISTER".
021000     05  FILLER                PIC X(10) VALUE "RUN DATE ".
021100     05  LH-HDG1-RUN-DATE      PIC 9(06).
021200
021300 01  LH-SECTION-LINE.
021400     05  FILLER                PIC X(01) VALUE SPACE.
021500     05  LH-SECTION-TITLE      PIC X(40).
021600
021700 01  LH-NOTICE-HEADING.
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  FILLER                PIC X(12) VALUE "RESULT".
022000     05  FILLER                PIC X(05) VALUE "ACT".
022100     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
022200     05  FILLER                PIC X(06) VALUE "TYPE".
022300     05  FILLER                PIC X(08) VALUE "DATE".
022400     05  FILLER                PIC X(22) VALUE "CASE NUMBER".
022500     05  FILLER                PIC X(30) VALUE "REASON / NOTE".
022600
022700 01  LH-NOTICE-LINE.
022800     05  FILLER                PIC X(01) VALUE SPACE.
022900     05  LH-NTC-RESULT         PIC X(10).
023000     05  FILLER                PIC X(03) VALUE SPACES.
023100     05  LH-NTC-ACTION         PIC X(01).
023200     05  FILLER                PIC X(03) VALUE SPACES.
023300     05  LH-NTC-CUST-ID        PIC X(10).
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  LH-NTC-TYPE           PIC X(02).
023600     05  FILLER                PIC X(04) VALUE SPACES.
023700     05  LH-NTC-DATE           PIC 9(06).
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  LH-NTC-CASE           PIC X(20).
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  LH-NTC-REASON         PIC X(30).
024200
024300 01  LH-HOLD-HEADING.
024400     05  FILLER                PIC X(01) VALUE SPACE.
024500     05  FILLER                PIC X(12) VALUE "CUSTOMER ID".
024600     05  FILLER                PIC X(31) VALUE "CUSTOMER NAME".
024700     05  FILLER                PIC X(12) VALUE "HOLD TYPE".
024800     05  FILLER                PIC X(22) VALUE "CASE NUMBER".
024900     05  FILLER                PIC X(08) VALUE "SINCE".
025000     05  FILLER                PIC X(07) VALUE "DAYS".
025100     05  FILLER                PIC X(15) VALUE "     BALANCE".
025200     05  FILLER                PIC X(20) VALUE "NOTE".
025300
025400 01  LH-HOLD-LINE.
025500     05  FILLER                PIC X(01) VALUE SPACE.
025600     05  LH-HLD-CUST-ID        PIC X(10).
025700     05  FILLER                PIC X(02) VALUE SPACES.
025800     05  LH-HLD-CUST-NAME      PIC X(30).
025900     05  FILLER                PIC X(01) VALUE SPACE.
026000     05  LH-HLD-TYPE-DESC      PIC X(10).
026100     05  FILLER                PIC X(02) VALUE SPACES.
026200     05  LH-HLD-CASE           PIC X(20).
026300     05  FILLER                PIC X(02) VALUE SPACES.
026400     05  LH-HLD-SINCE          PIC 9(06).
026500     05  FILLER                PIC X(02) VALUE SPACES.
026600     05  LH-HLD-DAYS           PIC ZZZZ9.
026700     05  FILLER                PIC X(02) VALUE SPACES.
026800     05  LH-HLD-BALANCE        PIC Z,ZZZ,ZZ9.99-.
026900     05  FILLER                PIC X(02) VALUE SPACES.
027000     05  LH-HLD-NOTE           PIC X(20).
027100
027200 01  LH-FOOTER-LINE.
027300     05  FILLER                PIC X(01) VALUE SPACE.
027400     05  LH-FTR-LABEL          PIC X(30).
027500     05  LH-FTR-COUNT          PIC ZZZ,ZZ9.
027600
027700 PROCEDURE DIVISION.
027800******************************************************************
027900*    0000-MAINLINE                                               *
028000******************************************************************
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300     IF NOTICES-PRESENT
028400         PERFORM 2100-READ-NEXT-NOTICE THRU 2100-EXIT
028500         PERFORM 2200-APPLY-ONE-NOTICE THRU 2200-EXIT
028600             UNTIL NOTICE-FILE-AT-END
028700     END-IF
028800     PERFORM 3000-PRINT-HOLD-REGISTER THRU 3000-EXIT
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT
029000     STOP RUN.
029100
029200******************************************************************
029300*    1000-INITIALIZE                                             *
029400*    A NIGHT WITH NO NOTICES STILL PRINTS THE REGISTER - LEGAL   *
029500*    WORKS FROM THE DAYS-HELD FIGURES WHETHER OR NOT ANYTHING    *
029600*    NEW CAME IN.  THE COMPANION FILE IS CREATED ON THE FIRST    *
029700*    RUN (DISPMNT CONVENTION).                                   *
029800******************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-DATE FROM DATE
030100     OPEN INPUT LEGAL-NOTICE-FILE
030200     IF LEGAL-NOTICE-OK
030300         MOVE "Y" TO WS-NOTICES-PRESENT
030400     ELSE
030500         DISPLAY "LGLHOLD - NO LEGAL NOTICE FILE - STATUS "
030600             LEGAL-NOTICE-STATUS " - REGISTER ONLY"
030700         MOVE "Y" TO WS-NOTICE-AT-END
030800     END-IF
030900     OPEN I-O CUSTOMER-FILE
031000     IF NOT CUST-FILE-OK
031100         DISPLAY "LGLHOLD - ERROR OPENING CUSTOMER FILE - "
031200             "STATUS " CUSTOMER-FILE-STATUS
031300         MOVE 8 TO RETURN-CODE
031400         STOP RUN
031500     END-IF
031600     OPEN I-O LEGAL-HOLD-FILE
031700     IF LEGAL-HOLD-NOT-FOUND
031800         OPEN OUTPUT LEGAL-HOLD-FILE
031900         IF LEGAL-HOLD-OK
032000             CLOSE LEGAL-HOLD-FILE
032100             OPEN I-O LEGAL-HOLD-FILE
032200         END-IF
032300     END-IF
032400     IF NOT LEGAL-HOLD-OK
032500         DISPLAY "LGLHOLD - ERROR OPENING LEGAL HOLD FILE - "
032600             "STATUS " LEGAL-HOLD-STATUS
032700         CLOSE CUSTOMER-FILE
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF
033100     OPEN OUTPUT LEGAL-HOLD-REGISTER
033200     IF NOT LEGAL-HOLD-REGISTER-OK
033300         DISPLAY "LGLHOLD - ERROR OPENING LEGAL HOLD REGISTER "
033400             "- STATUS " LEGAL-HOLD-REGISTER-STATUS
033500         MOVE 24 TO RETURN-CODE
033600         STOP RUN
033700     END-IF
033800     OPEN EXTEND NMC-JOURNAL-FILE
033900     IF NMC-JOURNAL-OK
034000         MOVE "Y" TO WS-JOURNAL-OPEN
034100     ELSE
034200         DISPLAY "LGLHOLD - CHANGE JOURNAL (NMCJRNL) WILL NOT "
034300             "OPEN - STATUS " NMC-JOURNAL-STATUS
034400         DISPLAY "LGLHOLD - HOLDS APPLIED UNJOURNALED"
034500     END-IF
034600     MOVE WS-RUN-DATE TO LH-HDG1-RUN-DATE
034700     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-HEADING-LINE-1
034800     MOVE SPACES TO LEGAL-HOLD-REGISTER-LINE
034900     WRITE LEGAL-HOLD-REGISTER-LINE AFTER ADVANCING 1 LINE
035000     MOVE "NOTICES APPLIED TONIGHT" TO LH-SECTION-TITLE
035100     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-SECTION-LINE
035200     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-NOTICE-HEADING.
035300 1000-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700*    2100-READ-NEXT-NOTICE                                       *
035800******************************************************************
035900 2100-READ-NEXT-NOTICE.
036000     READ LEGAL-NOTICE-FILE INTO LEGAL-NOTICE-RECORD
036100         AT END
036200             MOVE "Y" TO WS-NOTICE-AT-END
036300     END-READ
036400     IF NOT NOTICE-FILE-AT-END
036500         ADD 1 TO WS-NOTICES-READ
036600     END-IF.
036700 2100-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    2200-APPLY-ONE-NOTICE                                       *
037200*    FINDS THE ACCOUNT AND ITS COMPANION RECORD, THEN HANDS THE  *
037300*    NOTICE TO ITS ACTION.  EACH ACTION LEAVES WS-REJECT-REASON  *
037400*    BLANK WHEN IT APPLIED; EVERY NOTICE GETS A REGISTER LINE.   *
037500******************************************************************
037600 2200-APPLY-ONE-NOTICE.
037700     MOVE SPACES TO WS-REJECT-REASON
037800     MOVE SPACES TO WS-NOTE
037900     MOVE SPACES TO LH-NTC-RESULT
038000     IF LGLT-OPERATOR-ID = SPACES
038100         MOVE "BATCH" TO WS-OPERATOR-ID
038200     ELSE
038300         MOVE LGLT-OPERATOR-ID TO WS-OPERATOR-ID
038400     END-IF
038500     IF NOT LGLT-PLACE AND NOT LGLT-CHANGE AND NOT LGLT-RELEASE
038600         MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
038700         GO TO 2200-REPORT
038800     END-IF
038900     MOVE LGLT-CUST-ID TO CUST-ID
039000     READ CUSTOMER-FILE
039100         INVALID KEY
039200             MOVE "CUST-ID NOT ON CUSTOMER FILE" TO
039300                 WS-REJECT-REASON
039400     END-READ
039500     IF WS-REJECT-REASON NOT = SPACES
039600         GO TO 2200-REPORT
039700     END-IF
039800     MOVE "Y" TO WS-HOLD-ON-FILE
039900     MOVE LGLT-CUST-ID TO LGLH-CUST-ID
040000     READ LEGAL-HOLD-FILE
040100         INVALID KEY
040200             MOVE "N" TO WS-HOLD-ON-FILE
040300     END-READ
040400     MOVE CUST-LEGAL-HOLD TO WS-OLD-LEGAL-HOLD
040500     MOVE CUST-HOLD-TYPE TO WS-OLD-HOLD-TYPE
040600     EVALUATE TRUE
040700         WHEN LGLT-PLACE
040800             PERFORM 2300-PLACE-HOLD THRU 2300-EXIT
040900         WHEN LGLT-CHANGE
041000             PERFORM 2400-CHANGE-HOLD THRU 2400-EXIT
041100         WHEN LGLT-RELEASE
041200             PERFORM 2500-RELEASE-HOLD THRU 2500-EXIT
041300     END-EVALUATE.
041400 2200-REPORT.
041500     IF WS-REJECT-REASON NOT = SPACES
041600         ADD 1 TO WS-NOTICES-REJECTED
041700         MOVE "REJECTED" TO LH-NTC-RESULT
041800         MOVE WS-REJECT-REASON TO LH-NTC-REASON
041900     ELSE
042000         MOVE WS-NOTE TO LH-NTC-REASON
042100     END-IF
042200     MOVE LGLT-ACTION TO LH-NTC-ACTION
042300     MOVE LGLT-CUST-ID TO LH-NTC-CUST-ID
042400     MOVE LGLT-HOLD-TYPE TO LH-NTC-TYPE
042500     IF LGLT-HOLD-DATE NUMERIC
042600         MOVE LGLT-HOLD-DATE TO LH-NTC-DATE
042700     ELSE
042800         MOVE 0 TO LH-NTC-DATE
042900     END-IF
043000     MOVE LGLT-CASE-NUMBER TO LH-NTC-CASE
043100     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-NOTICE-LINE
043200     PERFORM 2100-READ-NEXT-NOTICE THRU 2100-EXIT.
043300 2200-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700*    2300-PLACE-HOLD                                             *
043800*    A SECOND PLACE ON A HELD ACCOUNT IS REJECTED - A CHAPTER    *
043900*    CONVERSION OR A CORRECTION COMES AS A CHANGE, SO THE HOLD   *
044000*    DATE THE CLOCKS RUN FROM IS NEVER RESET BY ACCIDENT.  THE   *
044100*    COMPANION RECORD LEADS: IF THE MASTER THEN FAILS, THE       *
044200*    REGISTER SHOWS THE HOLD AS OUT OF STEP.                     *
044300******************************************************************
044400 2300-PLACE-HOLD.
044500     IF CUST-ON-LEGAL-HOLD
044600         MOVE "ALREADY ON HOLD - SEND A CHANGE" TO
044700             WS-REJECT-REASON
044800         GO TO 2300-EXIT
044900     END-IF
045000     MOVE LGLT-HOLD-TYPE TO WS-NEW-HOLD-TYPE
045100     MOVE LGLT-CASE-NUMBER TO WS-NEW-CASE-NUMBER
045200     IF LGLT-HOLD-DATE NUMERIC AND LGLT-HOLD-DATE = 0
045300         MOVE WS-RUN-DATE TO WS-NEW-HOLD-DATE
045400     ELSE
045500         MOVE LGLT-HOLD-DATE TO WS-NEW-HOLD-DATE
045600     END-IF
045700     PERFORM 2700-PROVE-NEW-HOLD THRU 2700-EXIT
045800     IF WS-REJECT-REASON NOT = SPACES
045900         GO TO 2300-EXIT
046000     END-IF
046100     MOVE WS-NEW-HOLD-TYPE TO LGLH-HOLD-TYPE
046200     MOVE "A" TO LGLH-STATUS
046300     MOVE WS-NEW-HOLD-DATE TO LGLH-HOLD-DATE
046400     MOVE WS-NEW-CASE-NUMBER TO LGLH-CASE-NUMBER
046500     MOVE WS-RUN-DATE TO LGLH-PLACED-DATE
046600     MOVE WS-OPERATOR-ID TO LGLH-PLACED-BY
046700     MOVE 0 TO LGLH-RELEASE-DATE
046800     MOVE SPACES TO LGLH-RELEASED-BY
046900     IF HOLD-ON-FILE
047000         REWRITE LEGAL-HOLD-RECORD
047100     ELSE
047200         WRITE LEGAL-HOLD-RECORD
047300     END-IF
047400     IF NOT LEGAL-HOLD-OK
047500         DISPLAY "LGLHOLD - LEGAL HOLD FILE UPDATE FAILED FOR "
047600             CUST-ID " - STATUS " LEGAL-HOLD-STATUS
047700         MOVE "LEGAL HOLD FILE UPDATE FAILED" TO
047800             WS-REJECT-REASON
047900         GO TO 2300-EXIT
048000     END-IF
048100     MOVE "H" TO CUST-LEGAL-HOLD
048200     MOVE WS-NEW-HOLD-TYPE TO CUST-HOLD-TYPE
048300     PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
048400     IF WS-REJECT-REASON NOT = SPACES
048500         GO TO 2300-EXIT
048600     END-IF
048700     ADD 1 TO WS-HOLDS-PLACED
048800     MOVE "PLACED" TO LH-NTC-RESULT
048900     IF CUST-STATUS-FROZEN
049000         MOVE "ACCOUNT FROZEN - REVIEW STATUS" TO WS-NOTE
049100     END-IF
049200     MOVE 0 TO WS-OLD-HOLD-DATE
049300     MOVE SPACES TO WS-OLD-CASE-NUMBER
049400     PERFORM 2800-JOURNAL-THE-HOLD THRU 2800-EXIT.
049500 2300-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    2400-CHANGE-HOLD                                            *
050000*    A BLANK TYPE OR CASE NUMBER AND A ZERO DATE ON THE NOTICE   *
050100*    LEAVE THAT FIELD AS IT IS.                                  *
050200******************************************************************
050300 2400-CHANGE-HOLD.
050400     IF NOT HOLD-ON-FILE
050500         MOVE "NO HOLD ON FILE TO CHANGE" TO WS-REJECT-REASON
050600         GO TO 2400-EXIT
050700     END-IF
050800     IF NOT LGLH-IS-ACTIVE OR NOT CUST-ON-LEGAL-HOLD
050900         MOVE "NO ACTIVE HOLD TO CHANGE" TO WS-REJECT-REASON
051000         GO TO 2400-EXIT
051100     END-IF
051200     MOVE LGLH-HOLD-TYPE TO WS-NEW-HOLD-TYPE
051300     MOVE LGLH-HOLD-DATE TO WS-NEW-HOLD-DATE
051400     MOVE LGLH-CASE-NUMBER TO WS-NEW-CASE-NUMBER
051500     MOVE LGLH-HOLD-DATE TO WS-OLD-HOLD-DATE
051600     MOVE LGLH-CASE-NUMBER TO WS-OLD-CASE-NUMBER
051700     IF LGLT-HOLD-TYPE NOT = SPACES
051800         MOVE LGLT-HOLD-TYPE TO WS-NEW-HOLD-TYPE
051900     END-IF
052000     IF LGLT-HOLD-DATE NOT NUMERIC
052100         MOVE LGLT-HOLD-DATE TO WS-NEW-HOLD-DATE
052200     ELSE
052300         IF LGLT-HOLD-DATE > 0
052400             MOVE LGLT-HOLD-DATE TO WS-NEW-HOLD-DATE
052500         END-IF
052600     END-IF
052700     IF LGLT-CASE-NUMBER NOT = SPACES
052800         MOVE LGLT-CASE-NUMBER TO WS-NEW-CASE-NUMBER
052900     END-IF
053000     PERFORM 2700-PROVE-NEW-HOLD THRU 2700-EXIT
053100     IF WS-REJECT-REASON NOT = SPACES
053200         GO TO 2400-EXIT
053300     END-IF
053400     MOVE WS-NEW-HOLD-TYPE TO LGLH-HOLD-TYPE
053500     MOVE WS-NEW-HOLD-DATE TO LGLH-HOLD-DATE
053600     MOVE WS-NEW-CASE-NUMBER TO LGLH-CASE-NUMBER
053700     REWRITE LEGAL-HOLD-RECORD
053800     IF NOT LEGAL-HOLD-OK
053900         DISPLAY "LGLHOLD - LEGAL HOLD FILE UPDATE FAILED FOR "
054000             CUST-ID " - STATUS " LEGAL-HOLD-STATUS
054100         MOVE "LEGAL HOLD FILE UPDATE FAILED" TO
054200             WS-REJECT-REASON
054300         GO TO 2400-EXIT
054400     END-IF
054500     IF WS-NEW-HOLD-TYPE NOT = CUST-HOLD-TYPE
054600         MOVE WS-NEW-HOLD-TYPE TO CUST-HOLD-TYPE
054700         PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
054800         IF WS-REJECT-REASON NOT = SPACES
054900             GO TO 2400-EXIT
055000         END-IF
055100     END-IF
055200     ADD 1 TO WS-HOLDS-CHANGED
055300     MOVE "CHANGED" TO LH-NTC-RESULT
055400     PERFORM 2800-JOURNAL-THE-HOLD THRU 2800-EXIT.
055500 2400-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*    2500-RELEASE-HOLD                                           *
056000*    THE COMPANION RECORD STAYS ON FILE MARKED RELEASED.  A      *
056100*    MASTER HELD WITHOUT AN ACTIVE COMPANION RECORD (OUT OF      *
056200*    STEP) CAN STILL BE RELEASED.                                *
056300******************************************************************
056400 2500-RELEASE-HOLD.
056500     IF NOT CUST-ON-LEGAL-HOLD AND
056600             (NOT HOLD-ON-FILE OR NOT LGLH-IS-ACTIVE)
056700         MOVE "NO ACTIVE HOLD TO RELEASE" TO WS-REJECT-REASON
056800         GO TO 2500-EXIT
056900     END-IF
057000     IF HOLD-ON-FILE AND LGLH-IS-ACTIVE
057100         MOVE "R" TO LGLH-STATUS
057200         MOVE WS-RUN-DATE TO LGLH-RELEASE-DATE
057300         MOVE WS-OPERATOR-ID TO LGLH-RELEASED-BY
057400         REWRITE LEGAL-HOLD-RECORD
057500         IF NOT LEGAL-HOLD-OK
057600             DISPLAY "LGLHOLD - LEGAL HOLD FILE UPDATE FAILED "
057700                 "FOR " CUST-ID " - STATUS " LEGAL-HOLD-STATUS
057800             MOVE "LEGAL HOLD FILE UPDATE FAILED" TO
057900                 WS-REJECT-REASON
058000             GO TO 2500-EXIT
058100         END-IF
058200     END-IF
058300     IF CUST-ON-LEGAL-HOLD
058400         MOVE SPACE TO CUST-LEGAL-HOLD
058500         MOVE SPACES TO CUST-HOLD-TYPE
058600         PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
058700         IF WS-REJECT-REASON NOT = SPACES
058800             GO TO 2500-EXIT
058900         END-IF
059000     END-IF
059100     ADD 1 TO WS-HOLDS-RELEASED
059200     MOVE "RELEASED" TO LH-NTC-RESULT
059300     IF CUST-STATUS-FROZEN
059400         MOVE "ACCOUNT FROZEN - REVIEW STATUS" TO WS-NOTE
059500     END-IF
059600     MOVE LGLH-HOLD-DATE TO WS-OLD-HOLD-DATE
059700     MOVE LGLH-CASE-NUMBER TO WS-OLD-CASE-NUMBER
059800     PERFORM 2800-JOURNAL-THE-HOLD THRU 2800-EXIT.
059900 2500-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    2600-REWRITE-MASTER                                         *
060400******************************************************************
060500 2600-REWRITE-MASTER.
060600     REWRITE CUSTOMER-RECORD
060700     IF NOT CUST-FILE-OK
060800         DISPLAY "LGLHOLD - REWRITE FAILED FOR CUST-ID "
060900             CUST-ID " - STATUS " CUSTOMER-FILE-STATUS
061000         MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
061100     END-IF.
061200 2600-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600*    2700-PROVE-NEW-HOLD                                         *
061700*    A BANKRUPTCY OR A SUIT WITHOUT ITS CASE NUMBER IS NO USE    *
061800*    TO LEGAL; A DEATH OR A CEASE-AND-DESIST LETTER MAY HAVE     *
061900*    NONE.  A HOLD DATE IN THE FUTURE WOULD RUN THE CLOCKS       *
062000*    BACKWARDS.                                                  *
062100******************************************************************
062200 2700-PROVE-NEW-HOLD.
062300     IF NOT NEW-TYPE-VALID
062400         MOVE "INVALID HOLD TYPE" TO WS-REJECT-REASON
062500         GO TO 2700-EXIT
062600     END-IF
062700     IF WS-NEW-HOLD-DATE NOT NUMERIC
062800         MOVE "HOLD DATE NOT NUMERIC" TO WS-REJECT-REASON
062900         GO TO 2700-EXIT
063000     END-IF
063100     IF WS-NEW-HOLD-DATE > WS-RUN-DATE
063200         MOVE "HOLD DATE IS IN THE FUTURE" TO WS-REJECT-REASON
063300         GO TO 2700-EXIT
063400     END-IF
063500     IF NEW-TYPE-NEEDS-CASE AND WS-NEW-CASE-NUMBER = SPACES
063600         MOVE "CASE NUMBER REQUIRED FOR TYPE" TO
063700             WS-REJECT-REASON
063800     END-IF.
063900 2700-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300*    2800-JOURNAL-THE-HOLD                                       *
064400*    ONE JOURNAL RECORD PER FIELD ACTUALLY CHANGED - THE         *
064500*    MASTER'S HOLD (LEGLHOLD), AND THE COMPANION'S HOLD DATE     *
064600*    (HOLDDATE) AND CASE NUMBER (HOLDCASE).                      *
064700******************************************************************
064800 2800-JOURNAL-THE-HOLD.
064900     MOVE CUST-LEGAL-HOLD TO WS-NEW-LEGAL-HOLD
065000     MOVE CUST-HOLD-TYPE TO WS-NEW-MASTER-TYPE
065100     IF WS-NEW-MASTER-HOLD NOT = WS-OLD-MASTER-HOLD
065200         MOVE "LEGLHOLD" TO WS-JRN-FIELD-NAME
065300         MOVE WS-OLD-MASTER-HOLD TO WS-JRN-OLD-VALUE
065400         MOVE WS-NEW-MASTER-HOLD TO WS-JRN-NEW-VALUE
065500         PERFORM 2850-WRITE-ONE-JOURNAL THRU 2850-EXIT
065600     END-IF
065700     IF LGLT-RELEASE
065800         GO TO 2800-EXIT
065900     END-IF
066000     IF LGLH-HOLD-DATE NOT = WS-OLD-HOLD-DATE
066100         MOVE "HOLDDATE" TO WS-JRN-FIELD-NAME
066200         MOVE WS-OLD-HOLD-DATE TO WS-JRN-OLD-VALUE
066300         MOVE LGLH-HOLD-DATE TO WS-JRN-NEW-VALUE
066400         PERFORM 2850-WRITE-ONE-JOURNAL THRU 2850-EXIT
066500     END-IF
066600     IF LGLH-CASE-NUMBER NOT = WS-OLD-CASE-NUMBER
066700         MOVE "HOLDCASE" TO WS-JRN-FIELD-NAME
066800         MOVE WS-OLD-CASE-NUMBER TO WS-JRN-OLD-VALUE
066900         MOVE LGLH-CASE-NUMBER TO WS-JRN-NEW-VALUE
067000         PERFORM 2850-WRITE-ONE-JOURNAL THRU 2850-EXIT
067100     END-IF.
067200 2800-EXIT.
067300     EXIT.
067400
067500 2850-WRITE-ONE-JOURNAL.
067600     IF NOT JOURNAL-IS-OPEN
067700         GO TO 2850-EXIT
067800     END-IF
067900     INITIALIZE NMC-JOURNAL-RECORD
068000     MOVE WS-RUN-DATE TO NMCJ-CHANGE-DATE
068100     ACCEPT NMCJ-CHANGE-TIME FROM TIME
068200     MOVE CUST-ID TO NMCJ-CUST-ID
068300     MOVE WS-JRN-FIELD-NAME TO NMCJ-FIELD-NAME
068400     MOVE WS-JRN-OLD-VALUE TO NMCJ-OLD-VALUE
068500     MOVE WS-JRN-NEW-VALUE TO NMCJ-NEW-VALUE
068600     MOVE "LGLHOLD" TO NMCJ-SOURCE-PROGRAM
068700     MOVE WS-OPERATOR-ID TO NMCJ-OPERATOR-ID
068800     WRITE NMC-JOURNAL-RECORD
068900     IF NOT NMC-JOURNAL-OK
069000         DISPLAY "LGLHOLD - CHANGE JOURNAL WRITE FAILED FOR "
069100             CUST-ID " - STATUS " NMC-JOURNAL-STATUS
069200     END-IF.
069300 2850-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*    3000-PRINT-HOLD-REGISTER                                    *
069800*    WALKS THE COMPANION FILE IN KEY ORDER AND LISTS EVERY       *
069900*    ACTIVE HOLD, WITH THE MASTER READ FOR NAME, BALANCE AND     *
070000*    STATUS.  RELEASED HOLDS ARE NOT LISTED.                     *
070100******************************************************************
070200 3000-PRINT-HOLD-REGISTER.
070300     MOVE SPACES TO LEGAL-HOLD-REGISTER-LINE
070400     WRITE LEGAL-HOLD-REGISTER-LINE AFTER ADVANCING 1 LINE
070500     MOVE "ACCOUNTS ON LEGAL HOLD" TO LH-SECTION-TITLE
070600     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-SECTION-LINE
070700     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-HOLD-HEADING
070800     MOVE LOW-VALUES TO LGLH-CUST-ID
070900     START LEGAL-HOLD-FILE KEY IS NOT < LGLH-CUST-ID
071000         INVALID KEY
071100             MOVE "Y" TO WS-HOLD-AT-END
071200     END-START
071300     PERFORM 3100-READ-NEXT-HOLD THRU 3100-EXIT
071400     PERFORM 3200-LIST-ONE-HOLD THRU 3200-EXIT
071500         UNTIL HOLD-FILE-AT-END.
071600 3000-EXIT.
071700     EXIT.
071800
071900 3100-READ-NEXT-HOLD.
072000     IF NOT HOLD-FILE-AT-END
072100         READ LEGAL-HOLD-FILE NEXT RECORD
072200             AT END
072300                 MOVE "Y" TO WS-HOLD-AT-END
072400         END-READ
072500     END-IF.
072600 3100-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    3200-LIST-ONE-HOLD                                          *
073100*    THE NOTE COLUMN FLAGS A HELD ACCOUNT STILL FROZEN (ITS      *
073200*    PAYMENTS ARE BEING REJECTED - STATUS SHOULD GO BACK TO      *
073300*    ACTIVE) AND ANY HOLD THE MASTER DOES NOT AGREE WITH.        *
073400******************************************************************
073500 3200-LIST-ONE-HOLD.
073600     IF NOT LGLH-IS-ACTIVE
073700         GO TO 3200-NEXT
073800     END-IF
073900     EVALUATE TRUE
074000         WHEN LGLH-BANKRUPTCY
074100             ADD 1 TO WS-HELD-BANKRUPTCY
074200             MOVE SPACES TO LH-HLD-TYPE-DESC
074300             STRING "BKRPT CH" LGLH-HOLD-TYPE
074400                 DELIMITED BY SIZE INTO LH-HLD-TYPE-DESC
074500         WHEN LGLH-DECEASED
074600             ADD 1 TO WS-HELD-DECEASED
074700             MOVE "DECEASED" TO LH-HLD-TYPE-DESC
074800         WHEN LGLH-LITIGATION
074900             ADD 1 TO WS-HELD-LITIGATION
075000             MOVE "LITIGATION" TO LH-HLD-TYPE-DESC
075100         WHEN LGLH-CEASE-DESIST
075200             ADD 1 TO WS-HELD-CEASE-DESIST
075300             MOVE "CEASE/DSST" TO LH-HLD-TYPE-DESC
075400         WHEN OTHER
075500             MOVE LGLH-HOLD-TYPE TO LH-HLD-TYPE-DESC
075600     END-EVALUATE
075700     MOVE LGLH-CUST-ID TO LH-HLD-CUST-ID
075800     MOVE LGLH-CASE-NUMBER TO LH-HLD-CASE
075900     MOVE LGLH-HOLD-DATE TO LH-HLD-SINCE
076000     MOVE LGLH-HOLD-DATE TO WS-WORK-DATE
076100     PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
076200     IF WS-DAYS-BETWEEN < 0
076300         MOVE 0 TO LH-HLD-DAYS
076400     ELSE
076500         MOVE WS-DAYS-BETWEEN TO LH-HLD-DAYS
076600     END-IF
076700     MOVE SPACES TO LH-HLD-NOTE
076800     MOVE "Y" TO WS-MASTER-FOUND
076900     MOVE LGLH-CUST-ID TO CUST-ID
077000     READ CUSTOMER-FILE
077100         INVALID KEY
077200             MOVE "N" TO WS-MASTER-FOUND
077300     END-READ
077400     IF NOT MASTER-FOUND
077500         ADD 1 TO WS-HELD-OUT-OF-STEP
077600         MOVE SPACES TO LH-HLD-CUST-NAME
077700         MOVE 0 TO LH-HLD-BALANCE
077800         MOVE "NOT ON MASTER" TO LH-HLD-NOTE
077900     ELSE
078000         MOVE CUST-NAME TO LH-HLD-CUST-NAME
078100         IF CUST-BALANCE NUMERIC
078200             MOVE CUST-BALANCE TO LH-HLD-BALANCE
078300         ELSE
078400             MOVE 0 TO LH-HLD-BALANCE
078500         END-IF
078600         EVALUATE TRUE
078700             WHEN NOT CUST-ON-LEGAL-HOLD OR
078800                     CUST-HOLD-TYPE NOT = LGLH-HOLD-TYPE
078900                 ADD 1 TO WS-HELD-OUT-OF-STEP
079000                 MOVE "MASTER NOT HELD" TO LH-HLD-NOTE
079100             WHEN CUST-STATUS-FROZEN
079200                 ADD 1 TO WS-HELD-STILL-FROZEN
079300                 MOVE "FROZEN - UNFREEZE" TO LH-HLD-NOTE
079400             WHEN OTHER
079500                 CONTINUE
079600         END-EVALUATE
079700     END-IF
079800     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-HOLD-LINE.
079900 3200-NEXT.
080000     PERFORM 3100-READ-NEXT-HOLD THRU 3100-EXIT.
080100 3200-EXIT.
080200     EXIT.
080300
080400******************************************************************
080500*    7000-COMPUTE-DAYS-BETWEEN                                   *
080600*    REAL ELAPSED DAYS FROM WS-WORK-DATE TO THE RUN DATE,        *
080700*    THROUGH THE SHARED BUSINESS CALENDAR SUBPROGRAM (CALSUB).   *
080800*    THE 30-DAY-MONTH ARITHMETIC IS THE FALLBACK WHEN A DATE     *
080900*    DEFEATS THE CALENDAR - SAME AS DUNNING.                     *
081000******************************************************************
081100 7000-COMPUTE-DAYS-BETWEEN.
081200     MOVE "D" TO CALW-FUNCTION
081300     MOVE WS-WORK-DATE TO CALW-DATE-1
081400     MOVE WS-RUN-DATE TO CALW-DATE-2
081500     CALL "CALSUB" USING CALENDAR-REQUEST-AREA
081600     IF CALW-OK
081700         MOVE CALW-DAYS TO WS-DAYS-BETWEEN
081800         GO TO 7000-EXIT
081900     END-IF
082000     COMPUTE WS-DAYS-BETWEEN =
082100         (WS-RUN-YY - WS-WORK-YY) * 360 +
082200         (WS-RUN-MM - WS-WORK-MM) * 30 +
082300         (WS-RUN-DD - WS-WORK-DD).
082400 7000-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800*    9000-TERMINATE                                              *
082900******************************************************************
083000 9000-TERMINATE.
083100     MOVE SPACES TO LEGAL-HOLD-REGISTER-LINE
083200     WRITE LEGAL-HOLD-REGISTER-LINE AFTER ADVANCING 1 LINE
083300     MOVE "NOTICES READ  . . . . . . . ." TO LH-FTR-LABEL
083400     MOVE WS-NOTICES-READ TO LH-FTR-COUNT
083500     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
083600     MOVE "HOLDS PLACED  . . . . . . . ." TO LH-FTR-LABEL
083700     MOVE WS-HOLDS-PLACED TO LH-FTR-COUNT
083800     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
083900     MOVE "HOLDS CHANGED . . . . . . . ." TO LH-FTR-LABEL
084000     MOVE WS-HOLDS-CHANGED TO LH-FTR-COUNT
084100     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
084200     MOVE "HOLDS RELEASED  . . . . . . ." TO LH-FTR-LABEL
084300     MOVE WS-HOLDS-RELEASED TO LH-FTR-COUNT
084400     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
084500     MOVE "NOTICES REJECTED  . . . . . ." TO LH-FTR-LABEL
084600     MOVE WS-NOTICES-REJECTED TO LH-FTR-COUNT
084700     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
084800     MOVE "ON HOLD - BANKRUPTCY  . . . ." TO LH-FTR-LABEL
084900     MOVE WS-HELD-BANKRUPTCY TO LH-FTR-COUNT
085000     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
085100     MOVE "ON HOLD - DECEASED  . . . . ." TO LH-FTR-LABEL
085200     MOVE WS-HELD-DECEASED TO LH-FTR-COUNT
085300     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
085400     MOVE "ON HOLD - LITIGATION  . . . ." TO LH-FTR-LABEL
085500     MOVE WS-HELD-LITIGATION TO LH-FTR-COUNT
085600     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
085700     MOVE "ON HOLD - CEASE-AND-DESIST  ." TO LH-FTR-LABEL
085800     MOVE WS-HELD-CEASE-DESIST TO LH-FTR-COUNT
085900     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
086000     MOVE "HELD AND STILL FROZEN . . . ." TO LH-FTR-LABEL
086100     MOVE WS-HELD-STILL-FROZEN TO LH-FTR-COUNT
086200     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
086300     MOVE "HOLD OUT OF STEP WITH MASTER." TO LH-FTR-LABEL
086400     MOVE WS-HELD-OUT-OF-STEP TO LH-FTR-COUNT
086500     WRITE LEGAL-HOLD-REGISTER-LINE FROM LH-FOOTER-LINE
086600     IF NOTICES-PRESENT
086700         CLOSE LEGAL-NOTICE-FILE
086800     END-IF
086900     CLOSE CUSTOMER-FILE
087000     CLOSE LEGAL-HOLD-FILE
087100     CLOSE LEGAL-HOLD-REGISTER
087200     IF JOURNAL-IS-OPEN
087300         CLOSE NMC-JOURNAL-FILE
087400     END-IF
087500     DISPLAY "LGLHOLD - " WS-HOLDS-PLACED " PLACED, "
087600         WS-HOLDS-CHANGED " CHANGED, "
087700         WS-HOLDS-RELEASED " RELEASED, "
087800         WS-NOTICES-REJECTED " REJECTED"
087900     IF WS-HELD-STILL-FROZEN > 0
088000         DISPLAY "LGLHOLD - " WS-HELD-STILL-FROZEN
088100             " HELD ACCOUNT(S) STILL FROZEN - PAYMENTS WILL "
088200             "REJECT UNTIL THE STATUS IS RESTORED"
088300     END-IF
088400     IF WS-HELD-OUT-OF-STEP > 0
088500         DISPLAY "LGLHOLD - " WS-HELD-OUT-OF-STEP
088600             " HOLD(S) OUT OF STEP WITH THE MASTER"
088700     END-IF
088800     IF WS-NOTICES-REJECTED > 0 OR
088900             WS-HELD-STILL-FROZEN > 0 OR
089000             WS-HELD-OUT-OF-STEP > 0 OR
089100             NOT JOURNAL-IS-OPEN OR
089200             NOT NOTICES-PRESENT
089300         MOVE 4 TO RETURN-CODE
089400     END-IF.
089500 9000-EXIT.
089600     EXIT.
