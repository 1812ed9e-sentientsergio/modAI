002320*    CHECK CUT FOR ONE WOULD LEAVE THE CREDIT ON THE MASTER      *
002330*    AND PAY OUT AGAIN EVERY RUN.  HELD CREDITS ARE COUNTED      *
002340*    FOR THE SUPERVISOR TO RESOLVE BY HAND.                      *
002341*                                                                *
002342*    ACCOUNT-TAKEOVER RED FLAG - A CREDIT ON AN ACCOUNT WHOSE    *
002343*    ADDRESS OR PHONE CHANGED (NON-MONETARY CHANGE JOURNAL,      *
002344*    NMCJRNL) WITHIN THE RFLPARM WINDOW IS NOT REFUNDED.  NO     *
002345*    CHECK AND NO ADJUSTMENT ARE WRITTEN - THE CREDIT STAYS ON   *
002346*    THE MASTER AND REFUNDS NORMALLY ONCE THE WINDOW HAS PASSED  *
002347*    OR FRAUD REVIEW HAS CLEARED IT.  THE HELD CHECK GOES TO     *
002348*    RFLHOLD (SAME LAYOUT AS THE EXTRACT) FOR THE NIGHTLY        *
002349*    RED-FLAG MONITOR (REDFLAG) AND IS LISTED ON THE REGISTER.   *
002350*                                                                *
002351*    POSITIVE PAY - EVERY CHECK ON THE EXTRACT ALSO GOES TO THE  *
002352*    BANK'S POSITIVE-PAY ISSUE FILE (PPAYISS, SEE PPAYREC),      *
002353*    RELEASED WITH THE EXTRACT, SO THE BANK PAYS ONLY CHECKS WE  *
002354*    ISSUED.  THE CHECK NUMBER IS THE SERIAL IN THE REFERENCE,   *
002355*    WHICH NOW CONTINUES FROM THE HIGHEST SERIAL ON THE ISSUED-  *
002356*    CHECK FILE (OUTCHK, SEE OCHKREC, CARRIED BY CHKRECON)       *
002357*    INSTEAD OF RESTARTING AT ONE EVERY RUN.  A CREDIT PUT BACK  *
002358*    BY THE VOID OF A STALE, UNCASHED CHECK IS NOT REFUNDED      *
002359*    AGAIN - THE CUSTOMER NEVER CLAIMED IT, SO IT STAYS ON THE   *
002360*    MASTER FOR ESCHEAT - AND IS LISTED AS HELD UNTIL A LATER    *
002361*    CHECK TO THAT CUSTOMER IS ON FILE.                          *
002400*                                                                *
002500******************************************************************
002600* MODIFICATION HISTORY
002750*                    THE MASTER AND THE SAME CHECK WENT OUT
002760*                    AGAIN EVERY RUN.  NON-ACTIVE CREDITS
002770*                    ARE NOW HELD AND COUNTED.
002780*   11/02/2026  RVH  ACCOUNT-TAKEOVER RED FLAG.  A CREDIT ON AN
002781*                    ACCOUNT WITH AN ADDRESS OR PHONE CHANGE
002782*                    ON NMCJRNL WITHIN THE RFLPARM WINDOW IS
002783*                    HELD - WRITTEN TO RFLHOLD AND THE
002784*                    REGISTER, NO CHECK, NO ADJUSTMENT.  A
002785*                    MISSING RFLPARM OR JOURNAL IS REPORTED
002786*                    AND ENDS THE RUN RC 4; REFUNDS THEN GO
002787*                    OUT UNSCREENED.
002788*   11/04/2026  RVH  POSITIVE PAY.  EACH CHECK IS ALSO WRITTEN
002789*                    TO THE BANK'S ISSUE FILE (PPAYISS) UNDER
002790*                    THE ACCOUNT ON PPAYPARM, NOW REQUIRED.
002791*                    THE REFERENCE SERIAL CONTINUES FROM THE
002792*                    ISSUED-CHECK FILE (OUTCHK) SO CHECK
002793*                    NUMBERS NEVER REPEAT.  A CREDIT WHOSE
002794*                    CUSTOMER'S LATEST CHECK WAS VOIDED STALE
002795*                    IS HELD, LISTED AND COUNTED, NOT PAID.
002795*   11/10/2026  RVH  A CREDIT UNDER A BANKRUPTCY, DECEASED
002795*                    OR LITIGATION LEGAL HOLD (CUST-LEGAL-
002795*                    HOLD, SEE LGLHOLD) IS HELD ON THE
002795*                    REGISTER FOR LEGAL INSTEAD OF REFUNDED.
002795*                    A CEASE-AND-DESIST HOLD REFUNDS AS
002795*                    USUAL.
002795*   11/19/2026  RVH  EVERY CHECK ISSUED IS RECORDED ON THE
002796*                    CUSTOMER CORRESPONDENCE REGISTER (CORRFILE,
002797*                    SEE CORRSUB) WITH THE ADDRESS, AMOUNT AND
002797*                    CHECK REFERENCE.  AN ENTRY THAT CANNOT BE
002798*                    WRITTEN ENDS THE RUN RC 4.
002798*   11/20/2026  RVH  THE RED-FLAG SCREEN NO LONGER FAILS OPEN.
002798*                    A MISSING RFLPARM OR NMCJRNL, OR A JOURNAL
002798*                    THAT CANNOT BE READ, STOPS THE RUN RC 16
002798*                    BEFORE ANY CHECK IS WRITTEN.  A FULL
002798*                    HOT-ACCOUNT TABLE HOLDS EVERY REFUND,
002798*                    RAISES A SEVERITY-8 ALERT ON OPALERT AND
002798*                    ENDS THE RUN RC 4.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
005000     SELECT REFUND-REGISTER ASSIGN TO REFNDRPT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS REFUND-REGISTER-STATUS.
005210     SELECT RED-FLAG-PARM-FILE ASSIGN TO RFLPARM
005220         ORGANIZATION IS SEQUENTIAL
005230         ACCESS MODE IS SEQUENTIAL
005240         FILE STATUS IS RED-FLAG-PARM-STATUS.
005250     SELECT NMC-JOURNAL-FILE ASSIGN TO NMCJRNL
005260         ORGANIZATION IS SEQUENTIAL
005270         ACCESS MODE IS SEQUENTIAL
005280         FILE STATUS IS NMC-JOURNAL-STATUS.
005290     SELECT HELD-REFUND-FILE ASSIGN TO RFLHOLD
005291         ORGANIZATION IS SEQUENTIAL
005292         ACCESS MODE IS SEQUENTIAL
005293         FILE STATUS IS HELD-REFUND-STATUS.
005294     SELECT POSITIVE-PAY-PARM-FILE ASSIGN TO PPAYPARM
005295         ORGANIZATION IS SEQUENTIAL
005296         ACCESS MODE IS SEQUENTIAL
005297         FILE STATUS IS POSITIVE-PAY-PARM-STATUS.
005298     SELECT ISSUED-CHECK-FILE ASSIGN TO OUTCHK
005299         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005301         FILE STATUS IS ISSUED-CHECK-STATUS.
005302     SELECT POSITIVE-PAY-FILE ASSIGN TO PPAYISS
005303         ORGANIZATION IS SEQUENTIAL
005304         ACCESS MODE IS SEQUENTIAL
005305         FILE STATUS IS POSITIVE-PAY-STATUS.
005405     SELECT ALERT-FILE ASSIGN TO OPALERT
005505         ORGANIZATION IS SEQUENTIAL
005605         ACCESS MODE IS SEQUENTIAL
005705         FILE STATUS IS ALERT-FILE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
008700     LABEL RECORDS ARE OMITTED
008800     RECORDING MODE F.
008900 01  REFUND-REGISTER-LINE     PIC X(132).
008910
008920 FD  RED-FLAG-PARM-FILE
008930     LABEL RECORDS ARE STANDARD
008940     BLOCK CONTAINS 0 RECORDS
008950     RECORDING MODE F
008960     DATA RECORD IS RED-FLAG-PARM-RECORD.
008970     COPY RFLPREC.
008980
008990 FD  NMC-JOURNAL-FILE
008991     LABEL RECORDS ARE STANDARD
008992     BLOCK CONTAINS 0 RECORDS
008993     RECORDING MODE F
008994     DATA RECORD IS NMC-JOURNAL-RECORD.
008995     COPY NMCJREC.
008996
008997 FD  HELD-REFUND-FILE
008998     LABEL RECORDS ARE STANDARD
008999     BLOCK CONTAINS 0 RECORDS
009000     RECORDING MODE F
009001     DATA RECORD IS HELD-REFUND-RECORD.
009002 01  HELD-REFUND-RECORD       PIC X(106).
009003
009004 FD  POSITIVE-PAY-PARM-FILE
009005     LABEL RECORDS ARE STANDARD
009006     BLOCK CONTAINS 0 RECORDS
009007     RECORDING MODE F
009008     DATA RECORD IS POSITIVE-PAY-PARM-RECORD.
009009     COPY PPYPREC.
009010
009011 FD  ISSUED-CHECK-FILE
009012     LABEL RECORDS ARE STANDARD
009013     BLOCK CONTAINS 0 RECORDS
009014     RECORDING MODE F
009015     DATA RECORD IS OUTSTANDING-CHECK-RECORD.
009016     COPY OCHKREC.
009017
009018 FD  POSITIVE-PAY-FILE
009019     LABEL RECORDS ARE STANDARD
009020     BLOCK CONTAINS 0 RECORDS
009021     RECORDING MODE F
009022     DATA RECORD IS POSITIVE-PAY-RECORD.
009023     COPY PPAYREC.
009123
009223 FD  ALERT-FILE
009323     LABEL RECORDS ARE STANDARD
009423     BLOCK CONTAINS 0 RECORDS
009523     RECORDING MODE F
009623     DATA RECORD IS ALERT-RECORD.
009723     COPY ALERTREC.
009000
009100 WORKING-STORAGE SECTION.
009200******************************************************************
010400     88  POSTING-TXN-FILE-OK       VALUE "00".
010500 01  REFUND-REGISTER-STATUS    PIC X(02).
010600     88  REFUND-REGISTER-OK        VALUE "00".
010610 01  RED-FLAG-PARM-STATUS      PIC X(02).
010620     88  RED-FLAG-PARM-OK          VALUE "00".
010630 01  NMC-JOURNAL-STATUS        PIC X(02).
010640     88  NMC-JOURNAL-OK            VALUE "00".
010650 01  HELD-REFUND-STATUS        PIC X(02).
010660     88  HELD-REFUND-OK            VALUE "00".
010670 01  POSITIVE-PAY-PARM-STATUS  PIC X(02).
010680     88  POSITIVE-PAY-PARM-OK      VALUE "00".
010690 01  ISSUED-CHECK-STATUS       PIC X(02).
010691     88  ISSUED-CHECK-OK           VALUE "00".
010692     88  ISSUED-CHECK-NOT-FOUND    VALUE "05" "35".
010693 01  POSITIVE-PAY-STATUS       PIC X(02).
010694     88  POSITIVE-PAY-OK           VALUE "00".
010694 01  ALERT-FILE-STATUS         PIC X(02).
010694     88  ALERT-FILE-OK             VALUE "00".
010695
010695******************************************************************
010695*    OPERATOR ALERT FIELDS - SAME CALLING CONVENTION AS          *
010696*    SAMPCOBL'S 8000-WRITE-OPERATOR-ALERT: CALLERS SET THE       *
010696*    OPERATION, STATUS TEXT AND SEVERITY, THEN PERFORM 8000.     *
010697******************************************************************
010697 01  WS-ALERT-PROGRAM          PIC X(08) VALUE "REFUND".
010697 01  WS-ALERT-OPERATION        PIC X(20) VALUE SPACES.
010698 01  WS-ALERT-STATUS-TEXT      PIC X(10) VALUE SPACES.
010698 01  WS-ALERT-SEVERITY         PIC 9(02) VALUE 8.
010700
010800******************************************************************
010900*    RUN CONTROL FIELDS                                          *
012700 01  WS-REFUND-REFERENCE.
012800     05  FILLER                PIC X(02) VALUE "RF".
012900     05  WS-REF-SEQ            PIC 9(06).
012910 01  WS-HOLD-SEQ               PIC 9(06) VALUE 0.
012920 01  WS-HOLD-REFERENCE.
012930     05  FILLER                PIC X(02) VALUE "RH".
012940     05  WS-HOLD-REF-SEQ       PIC 9(06).
012950 01  WS-RUN-WARNING            PIC X(01) VALUE "N".
012960     88  RUN-HAS-WARNING           VALUE "Y".
012961 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
012962 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
012962
012965******************************************************************
012966*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
012967******************************************************************
012968     COPY CORWREC.
012970
012980******************************************************************
012990*    RED-FLAG (HOT ACCOUNT) TABLE - ONE ENTRY PER ACCOUNT WITH   *
013000*    AN ADDRESS OR PHONE CHANGE ON THE JOURNAL INSIDE THE        *
013000*    RFLPARM WINDOW, HOLDING ITS MOST RECENT SUCH CHANGE.  A     *
013000*    JOURNAL WITH MORE HOT ACCOUNTS THAN THE TABLE HOLDS CANNOT  *
013000*    BE SCREENED, SO EVERY REFUND IS HELD (HOLD-EVERY-REFUND).   *
013002******************************************************************
013003 01  WS-RED-FLAG-ACTIVE        PIC X(01) VALUE "N".
013004     88  RED-FLAG-SCREENING        VALUE "Y".
013004 01  WS-HOLD-ALL-REFUNDS       PIC X(01) VALUE "N".
013004     88  HOLD-EVERY-REFUND         VALUE "Y".
013005 01  WS-WINDOW-DAYS            PIC 9(03) VALUE 0.
013006 01  WS-JOURNAL-AT-END         PIC X(01) VALUE "N".
013007     88  JOURNAL-AT-END            VALUE "Y".
013008 01  WS-HOT-FOUND              PIC X(01) VALUE "N".
013009     88  HOT-ACCOUNT-FOUND         VALUE "Y".
013010 01  WS-HOT-TABLE-SIZE         PIC 9(04) BINARY VALUE 500.
013011 01  WS-HOT-COUNT              PIC 9(04) BINARY VALUE 0.
013012 01  WS-HOT-IDX                PIC 9(04) BINARY VALUE 0.
013013 01  WS-HOT-HIT                PIC 9(04) BINARY VALUE 0.
013014 01  WS-HOT-OVERFLOW           PIC 9(07) BINARY VALUE 0.
013015 01  WS-HOT-SEARCH-ID          PIC X(10) VALUE SPACES.
013015 01  WS-HOT-ENTRIES.
013016     05  WS-HOT-ENTRY          OCCURS 500 TIMES.
013017         10  WS-HOT-CUST-ID        PIC X(10).
013018         10  WS-HOT-FIELD          PIC X(08).
013019         10  WS-HOT-DAYS           PIC S9(05).
013020
013021******************************************************************
013022*    VOIDED-CHECK TABLE - ONE ENTRY PER CUSTOMER WHOSE LATEST    *
013023*    CHECK ON THE ISSUED-CHECK FILE WAS VOIDED STALE, HOLDING    *
013024*    THAT CHECK'S REFERENCE.                                     *
013025******************************************************************
013026 01  WS-BANK-ACCOUNT           PIC X(17) VALUE SPACES.
013027 01  WS-CHECKS-AT-END          PIC X(01) VALUE "N".
013028     88  CHECKS-AT-END             VALUE "Y".
013029 01  WS-VOID-FOUND             PIC X(01) VALUE "N".
013030     88  VOIDED-CHECK-FOUND        VALUE "Y".
013031 01  WS-VOID-TABLE-SIZE        PIC 9(04) BINARY VALUE 500.
013032 01  WS-VOID-COUNT             PIC 9(04) BINARY VALUE 0.
013033 01  WS-VOID-IDX               PIC 9(04) BINARY VALUE 0.
013034 01  WS-VOID-HIT               PIC 9(04) BINARY VALUE 0.
013035 01  WS-VOID-OVERFLOW          PIC 9(07) BINARY VALUE 0.
013036 01  WS-VOID-SEARCH-ID         PIC X(10) VALUE SPACES.
013037 01  WS-VOID-ENTRIES.
013038     05  WS-VOID-ENTRY         OCCURS 500 TIMES.
013039         10  WS-VOID-CUST-ID       PIC X(10).
013040         10  WS-VOID-REFERENCE     PIC X(08).
013000
013100******************************************************************
013200*    RUN TOTALS                                                  *
013600 01  WS-CREDITS-TOO-FRESH      PIC 9(07) BINARY VALUE 0.
013700 01  WS-CREDITS-FROZEN         PIC 9(07) BINARY VALUE 0.
013710 01  WS-CREDITS-NOT-ACTIVE     PIC 9(07) BINARY VALUE 0.
013720 01  WS-REFUNDS-HELD           PIC 9(07) BINARY VALUE 0.
013730 01  WS-TOTAL-HELD             PIC 9(9)V99 VALUE 0.
013740 01  WS-CREDITS-CHECK-VOIDED   PIC 9(07) BINARY VALUE 0.
013750 01  WS-CREDITS-LEGAL-HOLD     PIC 9(07) BINARY VALUE 0.
013800 01  WS-TOTAL-REFUNDED         PIC 9(9)V99 VALUE 0.
013900
014000******************************************************************
016900     05  RF-DTL-CURRENCY       PIC X(03).
017000     05  FILLER                PIC X(04) VALUE SPACES.
017100     05  RF-DTL-DAYS           PIC ZZZZ9.
017110
017120 01  RF-HOLD-LINE.
017130     05  FILLER                PIC X(01) VALUE SPACE.
017140     05  RF-HLD-REFERENCE      PIC X(08).
017150     05  FILLER                PIC X(02) VALUE SPACES.
017160     05  RF-HLD-CUST-ID        PIC X(10).
017170     05  FILLER                PIC X(02) VALUE SPACES.
017180     05  RF-HLD-CUST-NAME      PIC X(30).
017190     05  FILLER                PIC X(01) VALUE SPACE.
017191     05  RF-HLD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
017192     05  FILLER                PIC X(03) VALUE SPACES.
017193     05  RF-HLD-CURRENCY       PIC X(03).
017194     05  FILLER                PIC X(04) VALUE SPACES.
017195     05  FILLER                PIC X(14) VALUE
017196         "HELD - RECENT ".
017197     05  RF-HLD-FIELD          PIC X(08).
017198     05  FILLER                PIC X(08) VALUE " CHANGE ".
017199     05  RF-HLD-DAYS           PIC ZZ9.
017200     05  FILLER                PIC X(09) VALUE " DAYS AGO".
017201
017202 01  RF-VOIDED-LINE.
017203     05  FILLER                PIC X(01) VALUE SPACE.
017204     05  RF-VHL-REFERENCE      PIC X(08).
017205     05  FILLER                PIC X(02) VALUE SPACES.
017206     05  RF-VHL-CUST-ID        PIC X(10).
017207     05  FILLER                PIC X(02) VALUE SPACES.
017208     05  RF-VHL-CUST-NAME      PIC X(30).
017209     05  FILLER                PIC X(01) VALUE SPACE.
017210     05  RF-VHL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
017211     05  FILLER                PIC X(03) VALUE SPACES.
017212     05  RF-VHL-CURRENCY       PIC X(03).
017213     05  FILLER                PIC X(04) VALUE SPACES.
017214     05  FILLER                PIC X(40) VALUE
017215         "HELD - LAST CHECK VOIDED STALE, UNCASHED".
017216
017217 01  RF-LEGAL-HOLD-LINE.
017218     05  FILLER                PIC X(01) VALUE SPACE.
017219     05  FILLER                PIC X(08) VALUE SPACES.
017220     05  FILLER                PIC X(02) VALUE SPACES.
017221     05  RF-LHL-CUST-ID        PIC X(10).
017222     05  FILLER                PIC X(02) VALUE SPACES.
017223     05  RF-LHL-CUST-NAME      PIC X(30).
017224     05  FILLER                PIC X(01) VALUE SPACE.
017225     05  RF-LHL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
017226     05  FILLER                PIC X(03) VALUE SPACES.
017227     05  RF-LHL-CURRENCY       PIC X(03).
017228     05  FILLER                PIC X(04) VALUE SPACES.
017229     05  FILLER                PIC X(23) VALUE
017230         "HELD - LEGAL HOLD TYPE ".
017231     05  RF-LHL-HOLD-TYPE      PIC X(02).
017331
017431 01  RF-UNSCREENED-LINE.
017531     05  FILLER                PIC X(01) VALUE SPACE.
017631     05  RF-USL-REFERENCE      PIC X(08).
017731     05  FILLER                PIC X(02) VALUE SPACES.
017831     05  RF-USL-CUST-ID        PIC X(10).
017931     05  FILLER                PIC X(02) VALUE SPACES.
018031     05  RF-USL-CUST-NAME      PIC X(30).
018131     05  FILLER                PIC X(01) VALUE SPACE.
018231     05  RF-USL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
018331     05  FILLER                PIC X(03) VALUE SPACES.
018431     05  RF-USL-CURRENCY       PIC X(03).
018531     05  FILLER                PIC X(04) VALUE SPACES.
018631     05  FILLER                PIC X(33) VALUE
018731         "HELD - RED-FLAG SCREEN INCOMPLETE".
017200
017300 01  RF-FOOTER-LINE-1.
017400     05  FILLER                PIC X(01) VALUE SPACE.
018700     05  FILLER                PIC X(30) VALUE
018800         "CREDITS UNDER AGE THRESHOLD .".
018900     05  RF-FTR3-FRESH         PIC ZZZ,ZZ9.
018910
018920 01  RF-FOOTER-LINE-4.
018930     05  FILLER                PIC X(01) VALUE SPACE.
018940     05  FILLER                PIC X(30) VALUE
018950         "REFUNDS HELD - RED FLAG . . .".
018960     05  RF-FTR4-HELD          PIC ZZZ,ZZ9.
018970
018980 01  RF-FOOTER-LINE-5.
018990     05  FILLER                PIC X(01) VALUE SPACE.
018991     05  FILLER                PIC X(30) VALUE
018992         "TOTAL AMOUNT HELD . . . . . .".
018993     05  RF-FTR5-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
018994
018995 01  RF-FOOTER-LINE-6.
018996     05  FILLER                PIC X(01) VALUE SPACE.
018997     05  FILLER                PIC X(30) VALUE
018998         "CREDITS HELD - CHECK VOIDED .".
018999     05  RF-FTR6-VOIDED        PIC ZZZ,ZZ9.
018999
018999 01  RF-FOOTER-LINE-7.
018999     05  FILLER                PIC X(01) VALUE SPACE.
018999     05  FILLER                PIC X(30) VALUE
018999         "CREDITS HELD - LEGAL HOLD . .".
018999     05  RF-FTR7-LEGAL-HOLD    PIC ZZZ,ZZ9.
019000
019100 01  RF-SIGNOFF-LINE.
019200     05  FILLER                PIC X(01) VALUE SPACE.
023300         STOP RUN
023400     END-IF
023500     MOVE REFP-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
023501     OPEN INPUT POSITIVE-PAY-PARM-FILE
023502     IF NOT POSITIVE-PAY-PARM-OK
023503         DISPLAY "REFUND - POSITIVE-PAY PARAMETER FILE "
023504             "(PPAYPARM) NOT FOUND - STATUS "
023505             POSITIVE-PAY-PARM-STATUS " - RUN STOPPED"
023506         MOVE 16 TO RETURN-CODE
023507         STOP RUN
023508     END-IF
023509     READ POSITIVE-PAY-PARM-FILE
023510         AT END
023511             MOVE SPACES TO POSITIVE-PAY-PARM-RECORD
023512     END-READ
023513     CLOSE POSITIVE-PAY-PARM-FILE
023514     IF PPYP-BANK-ACCOUNT = SPACES
023515         DISPLAY "REFUND - BANK ACCOUNT MISSING ON PPAYPARM "
023516             "- RUN STOPPED"
023517         MOVE 16 TO RETURN-CODE
023518         STOP RUN
023519     END-IF
023520     MOVE PPYP-BANK-ACCOUNT TO WS-BANK-ACCOUNT
023521     PERFORM 1100-LOAD-HOT-ACCOUNTS THRU 1100-EXIT
023522     PERFORM 1200-LOAD-ISSUED-CHECKS THRU 1200-EXIT
023600     OPEN INPUT CUSTOMER-FILE
023700     IF NOT CUST-FILE-OK
023800         DISPLAY "REFUND - ERROR OPENING CUSTOMER FILE - "
024200     END-IF
024300     OPEN OUTPUT REFUND-EXTRACT-FILE
024400     OPEN OUTPUT POSTING-TXN-FILE
024410     OPEN OUTPUT HELD-REFUND-FILE
024420     OPEN OUTPUT POSITIVE-PAY-FILE
024500     OPEN OUTPUT REFUND-REGISTER
024600     IF NOT REFUND-REGISTER-OK
024700         DISPLAY "REFUND - ERROR OPENING REFUND REGISTER - "
025800 1000-EXIT.
025900     EXIT.
026000
026010******************************************************************
026020*    1100-LOAD-HOT-ACCOUNTS                                      *
026030*    READS THE WINDOW FROM RFLPARM AND THE WHOLE CHANGE JOURNAL, *
026040*    KEEPING EVERY ADDRESS OR PHONE CHANGE THAT FALLS INSIDE IT. *
026045*    WITHOUT EITHER FILE THE PASS CANNOT SCREEN, SO THE RUN IS   *
026050*    STOPPED RC 16 BEFORE ANY CHECK IS WRITTEN.  MORE HOT        *
026055*    ACCOUNTS THAN THE TABLE HOLDS LEAVES THE SCREEN INCOMPLETE  *
026060*    - EVERY REFUND IS THEN HELD, OPERATIONS IS ALERTED AND THE  *
026065*    RUN ENDS RC 4.                                              *
026070******************************************************************
026080 1100-LOAD-HOT-ACCOUNTS.
026090     OPEN INPUT RED-FLAG-PARM-FILE
026100     IF NOT RED-FLAG-PARM-OK
026110         DISPLAY "REFUND - RED-FLAG PARAMETER FILE (RFLPARM) "
026120             "NOT FOUND - STATUS " RED-FLAG-PARM-STATUS
026130         DISPLAY "REFUND - REFUNDS CANNOT BE SCREENED FOR RECENT "
026140             "CONTACT CHANGES - RUN STOPPED"
026150         MOVE 16 TO RETURN-CODE
026160         STOP RUN
026170     END-IF
026180     READ RED-FLAG-PARM-FILE INTO RED-FLAG-PARM-RECORD
026190         AT END
026200             MOVE SPACES TO RED-FLAG-PARM-RECORD
026210     END-READ
026220     CLOSE RED-FLAG-PARM-FILE
026230     IF RFLP-WINDOW-DAYS NOT NUMERIC
026240         DISPLAY "REFUND - WINDOW DAYS MISSING ON RFLPARM - "
026250             "RUN STOPPED"
026260         MOVE 16 TO RETURN-CODE
026270         STOP RUN
026280     END-IF
026290     MOVE RFLP-WINDOW-DAYS TO WS-WINDOW-DAYS
026300     OPEN INPUT NMC-JOURNAL-FILE
026310     IF NOT NMC-JOURNAL-OK
026320         DISPLAY "REFUND - CHANGE JOURNAL (NMCJRNL) NOT FOUND - "
026330             "STATUS " NMC-JOURNAL-STATUS
026340         DISPLAY "REFUND - REFUNDS CANNOT BE SCREENED FOR RECENT "
026350             "CONTACT CHANGES - RUN STOPPED"
026360         MOVE 16 TO RETURN-CODE
026370         STOP RUN
026380     END-IF
026390     MOVE "Y" TO WS-RED-FLAG-ACTIVE
026400     PERFORM 1150-LOAD-ONE-CHANGE THRU 1150-EXIT
026410         UNTIL JOURNAL-AT-END
026420     CLOSE NMC-JOURNAL-FILE
026430     IF WS-HOT-OVERFLOW > 0
026440         DISPLAY "REFUND - RED-FLAG TABLE FULL - "
026442             WS-HOT-OVERFLOW " CHANGE(S) NOT LOADED - "
026445             "EVERY REFUND HELD"
026447         MOVE "Y" TO WS-HOLD-ALL-REFUNDS
026450         MOVE "RED-FLAG TABLE FULL" TO WS-ALERT-OPERATION
026452         MOVE "REFUND" TO WS-ALERT-STATUS-TEXT
026455         MOVE 8 TO WS-ALERT-SEVERITY
026457         PERFORM 8000-WRITE-OPERATOR-ALERT THRU 8000-EXIT
026460         MOVE "Y" TO WS-RUN-WARNING
026470     END-IF.
026480 1100-EXIT.
026490     EXIT.
026500
026510******************************************************************
026520*    1150-LOAD-ONE-CHANGE                                        *
026530*    A CHANGE DATED AFTER THE RUN DATE (A RERUN FOR AN EARLIER   *
026535*    DAY) IS OUTSIDE THE WINDOW BY DEFINITION.  A JOURNAL THAT   *
026540*    CANNOT BE READ TO THE END STOPS THE RUN, THE SAME AS ONE    *
026545*    THAT CANNOT BE OPENED.                                      *
026550******************************************************************
026560 1150-LOAD-ONE-CHANGE.
026570     READ NMC-JOURNAL-FILE
026580         AT END
026590             MOVE "Y" TO WS-JOURNAL-AT-END
026600             GO TO 1150-EXIT
026610     END-READ
026611     IF NOT NMC-JOURNAL-OK
026612         DISPLAY "REFUND - ERROR READING CHANGE JOURNAL - "
026614             "STATUS " NMC-JOURNAL-STATUS " - RUN STOPPED"
026615         MOVE 16 TO RETURN-CODE
026617         STOP RUN
026618     END-IF
026620     IF NOT NMCJ-CONTACT-FIELD OR NMCJ-CHANGE-DATE NOT NUMERIC
026630         GO TO 1150-EXIT
026640     END-IF
026650     MOVE NMCJ-CHANGE-DATE TO WS-WORK-DATE
026660     PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
026670     IF WS-DAYS-BETWEEN < 0 OR WS-DAYS-BETWEEN > WS-WINDOW-DAYS
026680         GO TO 1150-EXIT
026690     END-IF
026700     MOVE NMCJ-CUST-ID TO WS-HOT-SEARCH-ID
026710     PERFORM 2400-FIND-HOT-ACCOUNT THRU 2400-EXIT
026720     IF HOT-ACCOUNT-FOUND
026730         IF WS-DAYS-BETWEEN < WS-HOT-DAYS(WS-HOT-HIT)
026740             MOVE NMCJ-FIELD-NAME TO WS-HOT-FIELD(WS-HOT-HIT)
026750             MOVE WS-DAYS-BETWEEN TO WS-HOT-DAYS(WS-HOT-HIT)
026760         END-IF
026770         GO TO 1150-EXIT
026780     END-IF
026790     IF WS-HOT-COUNT NOT < WS-HOT-TABLE-SIZE
026800         ADD 1 TO WS-HOT-OVERFLOW
026810         GO TO 1150-EXIT
026820     END-IF
026830     ADD 1 TO WS-HOT-COUNT
026840     MOVE NMCJ-CUST-ID TO WS-HOT-CUST-ID(WS-HOT-COUNT)
026850     MOVE NMCJ-FIELD-NAME TO WS-HOT-FIELD(WS-HOT-COUNT)
026860     MOVE WS-DAYS-BETWEEN TO WS-HOT-DAYS(WS-HOT-COUNT).
026870 1150-EXIT.
026880     EXIT.
026890
026891******************************************************************
026892*    1200-LOAD-ISSUED-CHECKS                                     *
026893*    READS THE ISSUED-CHECK FILE FOR THE HIGHEST REFUND SERIAL   *
026894*    SO FAR AND FOR EVERY CUSTOMER WHOSE LATEST CHECK WAS        *
026895*    VOIDED STALE.  NO FILE IS THE FIRST RUN - NUMBERING STARTS  *
026896*    AT ONE.  A FILE THAT IS THERE BUT WILL NOT OPEN STOPS THE   *
026897*    RUN - A GUESSED SERIAL COULD REPEAT A CHECK NUMBER THE      *
026898*    BANK HAS ALREADY PAID.                                      *
026899******************************************************************
026900 1200-LOAD-ISSUED-CHECKS.
026901     OPEN INPUT ISSUED-CHECK-FILE
026902     IF ISSUED-CHECK-NOT-FOUND
026903         DISPLAY "REFUND - NO ISSUED-CHECK FILE (OUTCHK) - "
026904             "CHECK SERIALS START AT 1"
026905         GO TO 1200-EXIT
026906     END-IF
026907     IF NOT ISSUED-CHECK-OK
026908         DISPLAY "REFUND - ERROR OPENING ISSUED-CHECK FILE - "
026909             "STATUS " ISSUED-CHECK-STATUS " - RUN STOPPED"
026910         MOVE 16 TO RETURN-CODE
026911         STOP RUN
026912     END-IF
026913     PERFORM 1250-LOAD-ONE-CHECK THRU 1250-EXIT
026914         UNTIL CHECKS-AT-END
026915     CLOSE ISSUED-CHECK-FILE
026916     IF WS-VOID-OVERFLOW > 0
026917         DISPLAY "REFUND - VOIDED-CHECK TABLE FULL - "
026918             WS-VOID-OVERFLOW " VOIDED CHECK(S) NOT HELD"
026919         MOVE "Y" TO WS-RUN-WARNING
026920     END-IF.
026921 1200-EXIT.
026922     EXIT.
026923
026924******************************************************************
026925*    1250-LOAD-ONE-CHECK                                         *
026926*    THE FILE IS IN SERIAL ORDER, SO A LATER CHECK TO THE SAME   *
026927*    CUSTOMER SUPERSEDES AN EARLIER VOID - THE CUSTOMER CAME     *
026928*    FORWARD AND WAS PAID, AND THE TABLE ENTRY IS DROPPED.       *
026929******************************************************************
026930 1250-LOAD-ONE-CHECK.
026931     READ ISSUED-CHECK-FILE
026932         AT END
026933             MOVE "Y" TO WS-CHECKS-AT-END
026934             GO TO 1250-EXIT
026935     END-READ
026936     IF OCHK-REF-PREFIX = "RF" AND OCHK-REF-SERIAL NUMERIC
026937         IF OCHK-REF-SERIAL > WS-REFUND-SEQ
026938             MOVE OCHK-REF-SERIAL TO WS-REFUND-SEQ
026939         END-IF
026940     END-IF
026941     MOVE OCHK-CUST-ID TO WS-VOID-SEARCH-ID
026942     PERFORM 2500-FIND-VOIDED-CHECK THRU 2500-EXIT
026943     IF NOT OCHK-IS-VOIDED
026944         IF VOIDED-CHECK-FOUND
026945             MOVE WS-VOID-ENTRY(WS-VOID-COUNT)
026946                 TO WS-VOID-ENTRY(WS-VOID-HIT)
026947             SUBTRACT 1 FROM WS-VOID-COUNT
026948         END-IF
026949         GO TO 1250-EXIT
026950     END-IF
026951     IF VOIDED-CHECK-FOUND
026952         MOVE OCHK-REFERENCE TO WS-VOID-REFERENCE(WS-VOID-HIT)
026953         GO TO 1250-EXIT
026954     END-IF
026955     IF WS-VOID-COUNT NOT < WS-VOID-TABLE-SIZE
026956         ADD 1 TO WS-VOID-OVERFLOW
026957         GO TO 1250-EXIT
026958     END-IF
026959     ADD 1 TO WS-VOID-COUNT
026960     MOVE OCHK-CUST-ID TO WS-VOID-CUST-ID(WS-VOID-COUNT)
026961     MOVE OCHK-REFERENCE TO WS-VOID-REFERENCE(WS-VOID-COUNT).
026962 1250-EXIT.
026963     EXIT.
026964
026100******************************************************************
026200*    2100-READ-NEXT-CUSTOMER                                     *
026300******************************************************************
028110*    THE SAME CHECK WOULD CUT AGAIN EVERY RUN.  AGES ARE         *
028200*    FIGURED ON THE 30-DAY-MONTH COMMERCIAL CALENDAR, SAME AS    *
028210*    DUNNING.                                                    *
028220*    A CREDIT UNDER A BANKRUPTCY, DECEASED OR LITIGATION HOLD    *
028230*    (SEE LGLHOLD) BELONGS TO THE TRUSTEE, THE ESTATE OR THE     *
028240*    COURT, NOT THE CUSTOMER OF RECORD - IT IS HELD FOR LEGAL    *
028250*    WHATEVER ITS AGE.  A CEASE-AND-DESIST HOLD REFUNDS AS       *
028260*    USUAL.                                                      *
028300******************************************************************
028400 2200-JUDGE-ONE-CUSTOMER.
028500     IF CUST-BALANCE NOT NUMERIC OR CUST-BALANCE NOT < 0
029120         ADD 1 TO WS-CREDITS-NOT-ACTIVE
029130         GO TO 2200-NEXT
029140     END-IF
029150     IF CUST-ON-LEGAL-HOLD AND NOT CUST-HOLD-CEASE-DESIST
029160         PERFORM 3300-HOLD-LEGAL-CREDIT THRU 3300-EXIT
029170         GO TO 2200-NEXT
029180     END-IF
029200     IF CUST-LAST-ACTIVITY-DATE NUMERIC
029300         MOVE CUST-LAST-ACTIVITY-DATE TO WS-WORK-DATE
029400         PERFORM 7000-COMPUTE-DAYS-BETWEEN THRU 7000-EXIT
029900         ADD 1 TO WS-CREDITS-TOO-FRESH
030000         GO TO 2200-NEXT
030100     END-IF
030110     IF RED-FLAG-SCREENING
030115         MOVE CUST-ID TO WS-HOT-SEARCH-ID
030120         PERFORM 2400-FIND-HOT-ACCOUNT THRU 2400-EXIT
030130         IF HOT-ACCOUNT-FOUND
030140             PERFORM 3100-HOLD-ONE-REFUND THRU 3100-EXIT
030150             GO TO 2200-NEXT
030160         END-IF
030170     END-IF
030171     MOVE CUST-ID TO WS-VOID-SEARCH-ID
030172     PERFORM 2500-FIND-VOIDED-CHECK THRU 2500-EXIT
030173     IF VOIDED-CHECK-FOUND
030174         PERFORM 3200-HOLD-VOIDED-CREDIT THRU 3200-EXIT
030175         GO TO 2200-NEXT
030176     END-IF
030180     IF HOLD-EVERY-REFUND
030185         PERFORM 3100-HOLD-ONE-REFUND THRU 3100-EXIT
030190         GO TO 2200-NEXT
030195     END-IF
030200     PERFORM 3000-ISSUE-ONE-REFUND THRU 3000-EXIT.
030300 2200-NEXT.
030400     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
030500 2200-EXIT.
030600     EXIT.
030700
030710******************************************************************
030720*    2400-FIND-HOT-ACCOUNT                                       *
030730*    LOOKS WS-HOT-SEARCH-ID UP IN THE RED-FLAG TABLE; WS-HOT-HIT *
030740*    POINTS AT THE ENTRY WHEN HOT-ACCOUNT-FOUND.                 *
030750******************************************************************
030760 2400-FIND-HOT-ACCOUNT.
030770     MOVE "N" TO WS-HOT-FOUND
030780     MOVE 0 TO WS-HOT-HIT
030790     PERFORM 2450-MATCH-ONE-HOT-ENTRY THRU 2450-EXIT
030800         VARYING WS-HOT-IDX FROM 1 BY 1
030810         UNTIL WS-HOT-IDX > WS-HOT-COUNT OR HOT-ACCOUNT-FOUND.
030820 2400-EXIT.
030830     EXIT.
030840
030850 2450-MATCH-ONE-HOT-ENTRY.
030860     IF WS-HOT-CUST-ID(WS-HOT-IDX) = WS-HOT-SEARCH-ID
030870         MOVE "Y" TO WS-HOT-FOUND
030880         MOVE WS-HOT-IDX TO WS-HOT-HIT
030890     END-IF.
030891 2450-EXIT.
030892     EXIT.
030893
030894******************************************************************
030895*    2500-FIND-VOIDED-CHECK                                      *
030896*    LOOKS WS-VOID-SEARCH-ID UP IN THE VOIDED-CHECK TABLE;       *
030897*    WS-VOID-HIT POINTS AT THE ENTRY WHEN VOIDED-CHECK-FOUND.    *
030898******************************************************************
030899 2500-FIND-VOIDED-CHECK.
030900     MOVE "N" TO WS-VOID-FOUND
030901     MOVE 0 TO WS-VOID-HIT
030902     PERFORM 2550-MATCH-ONE-VOIDED-ENTRY THRU 2550-EXIT
030903         VARYING WS-VOID-IDX FROM 1 BY 1
030904         UNTIL WS-VOID-IDX > WS-VOID-COUNT OR VOIDED-CHECK-FOUND.
030905 2500-EXIT.
030906     EXIT.
030907
030908 2550-MATCH-ONE-VOIDED-ENTRY.
030909     IF WS-VOID-CUST-ID(WS-VOID-IDX) = WS-VOID-SEARCH-ID
030910         MOVE "Y" TO WS-VOID-FOUND
030911         MOVE WS-VOID-IDX TO WS-VOID-HIT
030912     END-IF.
030913 2550-EXIT.
030914     EXIT.
030915
030800******************************************************************
030900*    3000-ISSUE-ONE-REFUND                                       *
031000*    THE CHECK EXTRACT RECORD AND THE BALANCING ADJUSTMENT       *
033400     MOVE WS-RUN-DATE TO PTXN-TXN-DATE
033500     MOVE WS-REFUND-REFERENCE TO PTXN-REFERENCE
033600     WRITE POSTING-TXN-RECORD
033610     INITIALIZE POSITIVE-PAY-RECORD
033620     MOVE "I" TO PPAY-RECORD-TYPE
033630     MOVE WS-BANK-ACCOUNT TO PPAY-BANK-ACCOUNT
033640     MOVE WS-REF-SEQ TO PPAY-CHECK-NUMBER
033650     MOVE WS-REFUND-AMOUNT TO PPAY-AMOUNT
033660     MOVE WS-RUN-DATE TO PPAY-ISSUE-DATE
033670     MOVE CUST-NAME TO PPAY-PAYEE-NAME
033680     MOVE WS-REFUND-REFERENCE TO PPAY-REFERENCE
033690     MOVE CUST-ID TO PPAY-CUST-ID
033695     WRITE POSITIVE-PAY-RECORD
033700     ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
033800     MOVE WS-REFUND-REFERENCE TO RF-DTL-REFERENCE
033900     MOVE CUST-ID TO RF-DTL-CUST-ID
034500     ELSE
034600         MOVE WS-DAYS-BETWEEN TO RF-DTL-DAYS
034700     END-IF
034766     WRITE REFUND-REGISTER-LINE FROM RF-DETAIL-LINE
034833     PERFORM 3400-REGISTER-CHECK THRU 3400-EXIT.
034900 3000-EXIT.
035000     EXIT.
035100
035110******************************************************************
035120*    3100-HOLD-ONE-REFUND                                        *
035130*    THE CHECK THAT WOULD HAVE GONE OUT IS WRITTEN TO RFLHOLD    *
035140*    AND THE REGISTER INSTEAD OF THE EXTRACT, AND NO BALANCING   *
035150*    ADJUSTMENT IS WRITTEN - THE CREDIT STAYS ON THE MASTER, SO  *
035155*    THE HOLD LIFTS ITSELF ONCE THE WINDOW HAS PASSED.  A REFUND *
035160*    HELD BECAUSE THE SCREEN WAS INCOMPLETE (NO HOT-ACCOUNT      *
035165*    ENTRY) IS LISTED AS SUCH AND GOES OUT ON A LATER RUN.       *
035170******************************************************************
035180 3100-HOLD-ONE-REFUND.
035190     ADD 1 TO WS-REFUNDS-HELD
035200     ADD 1 TO WS-HOLD-SEQ
035210     MOVE WS-HOLD-SEQ TO WS-HOLD-REF-SEQ
035220     COMPUTE WS-REFUND-AMOUNT = 0 - CUST-BALANCE
035230     INITIALIZE REFUND-EXTRACT-RECORD
035240     MOVE CUST-ID TO REFD-CUST-ID
035250     MOVE CUST-NAME TO REFD-CUST-NAME
035260     MOVE CUST-ADDRESS TO REFD-CUST-ADDRESS
035270     MOVE WS-REFUND-AMOUNT TO REFD-AMOUNT
035280     MOVE CUST-CURRENCY-CODE TO REFD-CURRENCY-CODE
035290     MOVE WS-HOLD-REFERENCE TO REFD-REFERENCE
035300     MOVE WS-RUN-DATE TO REFD-RUN-DATE
035310     MOVE REFUND-EXTRACT-RECORD TO HELD-REFUND-RECORD
035320     WRITE HELD-REFUND-RECORD
035330     ADD WS-REFUND-AMOUNT TO WS-TOTAL-HELD
035331     IF NOT HOT-ACCOUNT-FOUND
035332         MOVE WS-HOLD-REFERENCE TO RF-USL-REFERENCE
035333         MOVE CUST-ID TO RF-USL-CUST-ID
035334         MOVE CUST-NAME TO RF-USL-CUST-NAME
035335         MOVE WS-REFUND-AMOUNT TO RF-USL-AMOUNT
035336         MOVE CUST-CURRENCY-CODE TO RF-USL-CURRENCY
035337         WRITE REFUND-REGISTER-LINE FROM RF-UNSCREENED-LINE
035338         GO TO 3100-EXIT
035339     END-IF
035340     MOVE WS-HOLD-REFERENCE TO RF-HLD-REFERENCE
035350     MOVE CUST-ID TO RF-HLD-CUST-ID
035360     MOVE CUST-NAME TO RF-HLD-CUST-NAME
035370     MOVE WS-REFUND-AMOUNT TO RF-HLD-AMOUNT
035380     MOVE CUST-CURRENCY-CODE TO RF-HLD-CURRENCY
035390     MOVE WS-HOT-FIELD(WS-HOT-HIT) TO RF-HLD-FIELD
035400     MOVE WS-HOT-DAYS(WS-HOT-HIT) TO RF-HLD-DAYS
035410     WRITE REFUND-REGISTER-LINE FROM RF-HOLD-LINE.
035420 3100-EXIT.
035430     EXIT.
035440
035441******************************************************************
035442*    3200-HOLD-VOIDED-CREDIT                                     *
035443*    THE CUSTOMER'S LAST CHECK WENT STALE UNCASHED AND ITS VOID  *
035444*    PUT THIS CREDIT BACK.  ANOTHER CHECK TO THE SAME PAYEE AND  *
035445*    ADDRESS WOULD GO THE SAME WAY, SO THE CREDIT STAYS ON THE   *
035446*    MASTER FOR ESCHEAT UNLESS THE CUSTOMER CLAIMS IT - THEN A   *
035447*    SUPERVISOR ISSUES IT BY HAND.  NOTHING IS WRITTEN BUT THE   *
035448*    REGISTER LINE.                                              *
035449******************************************************************
035450 3200-HOLD-VOIDED-CREDIT.
035451     ADD 1 TO WS-CREDITS-CHECK-VOIDED
035452     COMPUTE WS-REFUND-AMOUNT = 0 - CUST-BALANCE
035453     MOVE WS-VOID-REFERENCE(WS-VOID-HIT) TO RF-VHL-REFERENCE
035454     MOVE CUST-ID TO RF-VHL-CUST-ID
035455     MOVE CUST-NAME TO RF-VHL-CUST-NAME
035456     MOVE WS-REFUND-AMOUNT TO RF-VHL-AMOUNT
035457     MOVE CUST-CURRENCY-CODE TO RF-VHL-CURRENCY
035458     WRITE REFUND-REGISTER-LINE FROM RF-VOIDED-LINE.
035459 3200-EXIT.
035460     EXIT.
035461
035462******************************************************************
035463*    3300-HOLD-LEGAL-CREDIT                                      *
035464*    NOTHING IS WRITTEN BUT THE REGISTER LINE - LEGAL DIRECTS    *
035465*    THE PAYEE AND A SUPERVISOR ISSUES THE CHECK BY HAND.        *
035466******************************************************************
035467 3300-HOLD-LEGAL-CREDIT.
035468     ADD 1 TO WS-CREDITS-LEGAL-HOLD
035469     COMPUTE WS-REFUND-AMOUNT = 0 - CUST-BALANCE
035470     MOVE CUST-ID TO RF-LHL-CUST-ID
035471     MOVE CUST-NAME TO RF-LHL-CUST-NAME
035472     MOVE WS-REFUND-AMOUNT TO RF-LHL-AMOUNT
035473     MOVE CUST-CURRENCY-CODE TO RF-LHL-CURRENCY
035474     MOVE CUST-HOLD-TYPE TO RF-LHL-HOLD-TYPE
035475     WRITE REFUND-REGISTER-LINE FROM RF-LEGAL-HOLD-LINE.
035476 3300-EXIT.
035477     EXIT.
035477
035477******************************************************************
035477*    3400-REGISTER-CHECK                                         *
035477*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
035477*    CHECK JUST ISSUED - MAILED TO THE ADDRESS ON FILE, QUOTING  *
035477*    THE CHECK AMOUNT, WITH THE CHECK REFERENCE.  AN ENTRY THAT  *
035477*    CANNOT BE WRITTEN DOES NOT STOP THE CHECK - IT IS COUNTED   *
035477*    AND THE RUN ENDS RC 4.                                      *
035477******************************************************************
035477 3400-REGISTER-CHECK.
035477     MOVE "W" TO CORW-FUNCTION
035477     MOVE CUST-ID TO CORW-CUST-ID
035477     MOVE WS-RUN-DATE TO CORW-DATE
035477     MOVE "RC" TO CORW-DOC-TYPE
035477     MOVE 0 TO CORW-DOC-LEVEL
035477     MOVE "P" TO CORW-CHANNEL
035477     MOVE "Y" TO CORW-SENT-FLAG
035477     MOVE SPACE TO CORW-NOT-SENT-REASON
035477     MOVE CUST-NAME TO CORW-CUST-NAME
035477     MOVE CUST-ADDRESS TO CORW-ADDRESS
035477     MOVE WS-REFUND-AMOUNT TO CORW-BALANCE
035477     MOVE WS-RUN-DATE TO CORW-DOC-DATE
035477     MOVE WS-REFUND-REFERENCE TO CORW-DOC-REF
035477     MOVE "REFUND" TO CORW-PROGRAM
035477     CALL "CORRSUB" USING CORRESPONDENCE-AREA
035477     IF NOT CORW-OK
035477         ADD 1 TO WS-CORR-NOT-RECORDED
035477         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
035477     END-IF.
035477 3400-EXIT.
035477     EXIT.
035477
035477******************************************************************
035477*    8000-WRITE-OPERATOR-ALERT                                   *
035477*    SAME CONTRACT AS SAMPCOBL'S 8000 - APPENDS ONE STRUCTURED   *
035477*    ALERT RECORD SO OPERATIONS IS PAGED.  THE PASS RAISES AT    *
035477*    MOST ONE, SO OPALERT IS OPENED AND CLOSED AROUND IT.        *
035477******************************************************************
035477 8000-WRITE-OPERATOR-ALERT.
035477     OPEN EXTEND ALERT-FILE
035477     IF NOT ALERT-FILE-OK
035477         DISPLAY "REFUND - ALERT FILE NOT AVAILABLE - STATUS "
035477             ALERT-FILE-STATUS " - ALERT NOT RAISED"
035477         GO TO 8000-EXIT
035477     END-IF
035477     INITIALIZE ALERT-RECORD
035477     ACCEPT ALRT-DATE FROM DATE
035477     ACCEPT ALRT-TIME FROM TIME
035477     MOVE WS-ALERT-PROGRAM TO ALRT-PROGRAM
035477     MOVE WS-ALERT-OPERATION TO ALRT-OPERATION
035477     MOVE WS-ALERT-STATUS-TEXT TO ALRT-STATUS
035477     MOVE WS-ALERT-SEVERITY TO ALRT-SEVERITY
035477     MOVE "N" TO ALRT-ACK-FLAG
035477     WRITE ALERT-RECORD
035477     CLOSE ALERT-FILE
035477     MOVE 8 TO WS-ALERT-SEVERITY.
035477 8000-EXIT.
035477     EXIT.
035478
035200******************************************************************
035300*    7000-COMPUTE-DAYS-BETWEEN                                   *
035400*    DAYS FROM WS-WORK-DATE TO THE RUN DATE ON THE 30-DAY-MONTH  *
037700     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-1
037800     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-2
037900     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-3
037910     MOVE WS-REFUNDS-HELD TO RF-FTR4-HELD
037920     MOVE WS-TOTAL-HELD TO RF-FTR5-AMOUNT
037930     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-4
037940     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-5
037950     MOVE WS-CREDITS-CHECK-VOIDED TO RF-FTR6-VOIDED
037960     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-6
037970     MOVE WS-CREDITS-LEGAL-HOLD TO RF-FTR7-LEGAL-HOLD
037980     WRITE REFUND-REGISTER-LINE FROM RF-FOOTER-LINE-7
038000     MOVE SPACES TO REFUND-REGISTER-LINE
038100     WRITE REFUND-REGISTER-LINE AFTER ADVANCING 2 LINES
038200     WRITE REFUND-REGISTER-LINE FROM RF-SIGNOFF-LINE
038300     CLOSE CUSTOMER-FILE
038400     CLOSE REFUND-EXTRACT-FILE
038500     CLOSE POSTING-TXN-FILE
038510     CLOSE HELD-REFUND-FILE
038520     CLOSE POSITIVE-PAY-FILE
038600     CLOSE REFUND-REGISTER
038633     MOVE "C" TO CORW-FUNCTION
038666     CALL "CORRSUB" USING CORRESPONDENCE-AREA
038700     DISPLAY "REFUND - " WS-REFUNDS-SELECTED
038800         " REFUND CHECK(S) SELECTED, TOTAL " WS-TOTAL-REFUNDED
038900     IF WS-CREDITS-FROZEN > 0
039220         DISPLAY "REFUND - " WS-CREDITS-NOT-ACTIVE
039230             " CLOSED OR CHARGED-OFF CREDIT(S) HELD - "
039240             "SEE SUPERVISOR"
039250     END-IF
039260     IF WS-REFUNDS-HELD > 0
039270         DISPLAY "REFUND - " WS-REFUNDS-HELD
039280             " REFUND(S) HELD FOR RECENT ADDRESS/PHONE CHANGE"
039285             " OR INCOMPLETE RED-FLAG SCREEN"
039290     END-IF
039291     IF WS-CREDITS-CHECK-VOIDED > 0
039292         DISPLAY "REFUND - " WS-CREDITS-CHECK-VOIDED
039293             " CREDIT(S) HELD - LAST CHECK VOIDED STALE"
039294     END-IF
039294     IF WS-CREDITS-LEGAL-HOLD > 0
039294         DISPLAY "REFUND - " WS-CREDITS-LEGAL-HOLD
039294             " CREDIT(S) HELD FOR LEGAL HOLD - SEE LEGAL"
039294     END-IF
039294     IF WS-CORR-NOT-RECORDED > 0
039294         DISPLAY "REFUND - " WS-CORR-NOT-RECORDED
039294             " CHECK(S) NOT RECORDED ON THE CORRESPONDENCE "
039294             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
039294         MOVE "Y" TO WS-RUN-WARNING
039294     END-IF
039295     IF RUN-HAS-WARNING
039292         MOVE 4 TO RETURN-CODE
039293     END-IF.
039300 9000-EXIT.
039400     EXIT.
