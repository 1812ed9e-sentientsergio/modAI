000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EBOUNCE.
000300 AUTHOR.         R V HALVERSEN.
000400 INSTALLATION.   FINANCIAL SYSTEMS DIVISION.
000500 DATE-WRITTEN.   11/11/2026.
000600 DATE-COMPILED.  11/11/2026.
000700******************************************************************
000800*                                                                *
000900*    EBOUNCE - EMAIL BOUNCE INTAKE AND RETURN TO PAPER           *
001000*    A CUSTOMER WHO TOOK ELECTRONIC DELIVERY AND WHOSE EMAIL     *
001100*    BOUNCES WOULD OTHERWISE STOP HEARING FROM US AT ALL.  THIS  *
001200*    PASS READS THE EMAIL VENDOR'S BOUNCE FILE (EBNCIN, SEE      *
001300*    EBNCREC) AND PUTS EACH NAMED ACCOUNT BACK ON PAPER          *
001400*    DELIVERY (CUST-DELIVERY-PREF "P", SEE CUSTREC) ON THE LIVE  *
001500*    MASTER, SO THE NEXT STMTBLD AND DUNNING RUNS MAIL IT.  THE  *
001600*    ADDRESS ITSELF IS LEFT ON FILE FOR THE CLERKS TO CORRECT;   *
001700*    MAINTENANCE RESTORES ELECTRONIC DELIVERY.  EVERY SWITCH IS  *
001800*    WRITTEN TO THE NON-MONETARY CHANGE JOURNAL (NMCJRNL, SEE    *
001900*    NMCJREC) - FIELD DELIVPRF, SOURCE EBOUNCE.  THE BAD-EMAIL   *
002000*    WORKLIST (EBNCRPT) GIVES THE CLERKS THE CHASE LIST; AN      *
002100*    ACCOUNT WHOSE PAPER MAIL IS ALSO COMING BACK (RETMAIL) IS   *
002200*    MARKED IN THE RM COLUMN - NEITHER CHANNEL REACHES THEM.     *
002300*                                                                *
002400*    A BOUNCE FOR AN ADDRESS THAT IS NO LONGER THE ONE ON FILE   *
002500*    IS STALE - THE CUSTOMER HAS ALREADY GIVEN A NEW ONE - AND   *
002600*    CHANGES NOTHING.                                            *
002700*                                                                *
002800******************************************************************
002900* MODIFICATION HISTORY
003000*   11/11/2026  RVH  ORIGINAL.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT EMAIL-BOUNCE-FILE ASSIGN TO EBNCIN
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS EMAIL-BOUNCE-STATUS.
004000     SELECT CUSTOMER-FILE ASSIGN TO NEWCUST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CUST-ID
004400         ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004500         FILE STATUS IS CUSTOMER-FILE-STATUS.
004600     SELECT BAD-EMAIL-WORKLIST ASSIGN TO EBNCRPT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS BAD-EMAIL-STATUS.
004900     SELECT NMC-JOURNAL-FILE ASSIGN TO NMCJRNL
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS NMC-JOURNAL-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  EMAIL-BOUNCE-FILE
005700     LABEL RECORDS ARE STANDARD
005800     BLOCK CONTAINS 0 RECORDS
005900     RECORDING MODE F
006000     DATA RECORD IS EMAIL-BOUNCE-RECORD.
006100     COPY EBNCREC.
006200
006300 FD  CUSTOMER-FILE
006400     LABEL RECORDS ARE STANDARD
006500     BLOCK CONTAINS 0 RECORDS
006600     RECORDING MODE F
006700     DATA RECORD IS CUSTOMER-RECORD.
006800     COPY CUSTREC.
006900
007000 FD  BAD-EMAIL-WORKLIST
007100     LABEL RECORDS ARE OMITTED
007200     RECORDING MODE F.
007300 01  BAD-EMAIL-WORKLIST-LINE   PIC X(132).
007400
007500 FD  NMC-JOURNAL-FILE
007600     LABEL RECORDS ARE STANDARD
007700     BLOCK CONTAINS 0 RECORDS
007800     RECORDING MODE F
007900     DATA RECORD IS NMC-JOURNAL-RECORD.
008000     COPY NMCJREC.
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*    FILE STATUS - SAME TAXONOMY AS SAMPCOBL'S CUSTOMER-FILE-    *
008500*    STATUS, SINCE BOTH PROGRAMS OPEN THE SAME PHYSICAL DATASET. *
008600******************************************************************
008700 01  CUSTOMER-FILE-STATUS      PIC X(02).
008800     88  CUST-FILE-OK              VALUE "00".
008900     88  CUST-FILE-NOT-FOUND       VALUE "05" "23" "35".
009000     88  CUST-FILE-LOCKED          VALUE "37" "91".
009100 01  EMAIL-BOUNCE-STATUS       PIC X(02).
009200     88  EMAIL-BOUNCE-OK           VALUE "00".
009300     88  EMAIL-BOUNCE-MISSING      VALUE "05" "35".
009400 01  BAD-EMAIL-STATUS          PIC X(02).
009500     88  BAD-EMAIL-OK              VALUE "00".
009600 01  NMC-JOURNAL-STATUS        PIC X(02).
009700     88  NMC-JOURNAL-OK            VALUE "00".
009800
009900******************************************************************
010000*    RUN CONTROL FIELDS                                          *
010100******************************************************************
010200 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
010300 01  WS-BOUNCE-AT-END          PIC X(01) VALUE "N".
010400     88  BOUNCE-FILE-AT-END        VALUE "Y".
010500 01  WS-JOURNAL-OPEN           PIC X(01) VALUE "N".
010600     88  JOURNAL-IS-OPEN           VALUE "Y".
010700 01  WS-OLD-DELIVERY-PREF      PIC X(01) VALUE SPACE.
010800
010900******************************************************************
011000*    RUN TOTALS                                                  *
011100******************************************************************
011200 01  WS-BOUNCES-READ           PIC 9(07) BINARY VALUE 0.
011300 01  WS-ACCOUNTS-SWITCHED      PIC 9(07) BINARY VALUE 0.
011400 01  WS-ALREADY-PAPER          PIC 9(07) BINARY VALUE 0.
011500 01  WS-STALE-BOUNCES          PIC 9(07) BINARY VALUE 0.
011600 01  WS-UNKNOWN-ACCOUNTS       PIC 9(07) BINARY VALUE 0.
011700 01  WS-ALSO-MAIL-RETURNED     PIC 9(07) BINARY VALUE 0.
011800
011900******************************************************************
012000*    BAD-EMAIL WORKLIST LINE LAYOUTS                             *
012100******************************************************************
012200 01  EB-HEADING-LINE-1.
012300     05  FILLER                PIC X(01) VALUE SPACE.
012400     05  FILLER                PIC X(44) VALUE
012500         "EBOUNCE - BAD EMAIL ADDRESS WORKLIST".
012600     05  FILLER                PIC X(10) VALUE "RUN DATE ".
012700     05  EB-HDG1-RUN-DATE      PIC 9(06).
012800
012900 01  EB-HEADING-LINE-2.
013000     05  FILLER                PIC X(01) VALUE SPACE.
013100     05  FILLER                PIC X(09) VALUE "RESULT".
013200     05  FILLER                PIC X(02) VALUE SPACES.
013300     05  FILLER                PIC X(10) VALUE "CUST-ID".
013400     05  FILLER                PIC X(02) VALUE SPACES.
013500     05  FILLER                PIC X(31) VALUE "NAME".
013600     05  FILLER                PIC X(52) VALUE
013700         "EMAIL ADDRESS BOUNCED".
013800     05  FILLER                PIC X(22) VALUE "REASON".
013900     05  FILLER                PIC X(02) VALUE "RM".
014000
014100 01  EB-DETAIL-LINE.
014200     05  FILLER                PIC X(01) VALUE SPACE.
014300     05  EB-DTL-RESULT         PIC X(09).
014400     05  FILLER                PIC X(02) VALUE SPACES.
014500     05  EB-DTL-CUST-ID        PIC X(10).
014600     05  FILLER                PIC X(02) VALUE SPACES.
014700     05  EB-DTL-CUST-NAME      PIC X(30).
014800     05  FILLER                PIC X(01) VALUE SPACE.
014900     05  EB-DTL-EMAIL          PIC X(50).
015000     05  FILLER                PIC X(02) VALUE SPACES.
015100     05  EB-DTL-REASON         PIC X(20).
015200     05  FILLER                PIC X(02) VALUE SPACES.
015300     05  EB-DTL-MAIL-RETURNED  PIC X(01).
015400
015500 01  EB-FOOTER-LINE-1.
015600     05  FILLER                PIC X(01) VALUE SPACE.
015700     05  FILLER                PIC X(30) VALUE
015800         "EMAILS BOUNCED  . . . . . . .".
015900     05  EB-FTR1-READ          PIC ZZZ,ZZ9.
016000
016100 01  EB-FOOTER-LINE-2.
016200     05  FILLER                PIC X(01) VALUE SPACE.
016300     05  FILLER                PIC X(30) VALUE
016400         "ACCOUNTS RETURNED TO PAPER  .".
016500     05  EB-FTR2-SWITCHED      PIC ZZZ,ZZ9.
016600
016700 01  EB-FOOTER-LINE-3.
016800     05  FILLER                PIC X(01) VALUE SPACE.
016900     05  FILLER                PIC X(30) VALUE
017000         "ALREADY ON PAPER  . . . . . .".
017100     05  EB-FTR3-ALREADY       PIC ZZZ,ZZ9.
017200
017300 01  EB-FOOTER-LINE-4.
017400     05  FILLER                PIC X(01) VALUE SPACE.
017500     05  FILLER                PIC X(30) VALUE
017600         "ADDRESS SINCE CHANGED - STALE".
017700     05  EB-FTR4-STALE         PIC ZZZ,ZZ9.
017800
017900 01  EB-FOOTER-LINE-5.
018000     05  FILLER                PIC X(01) VALUE SPACE.
018100     05  FILLER                PIC X(30) VALUE
018200         "CUST-ID NOT ON FILE . . . . .".
018300     05  EB-FTR5-UNKNOWN       PIC ZZZ,ZZ9.
018400
018500 01  EB-FOOTER-LINE-6.
018600     05  FILLER                PIC X(01) VALUE SPACE.
018700     05  FILLER                PIC X(30) VALUE
018800         "PAPER MAIL ALSO RETURNED  . .".
018900     05  EB-FTR6-MAIL-RETURNED PIC ZZZ,ZZ9.
019000
019100 PROCEDURE DIVISION.
019200******************************************************************
019300*    0000-MAINLINE                                               *
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019700     PERFORM 2100-READ-NEXT-BOUNCE THRU 2100-EXIT
019800     PERFORM 2200-SWITCH-ONE-ACCOUNT THRU 2200-EXIT
019900         UNTIL BOUNCE-FILE-AT-END
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT
020100     STOP RUN.
020200
020300******************************************************************
020400*    1000-INITIALIZE                                             *
020500******************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT WS-RUN-DATE FROM DATE
020800     OPEN INPUT EMAIL-BOUNCE-FILE
020900     IF NOT EMAIL-BOUNCE-OK
021000         DISPLAY "EBOUNCE - EMAIL BOUNCE FILE NOT FOUND - "
021100             "STATUS " EMAIL-BOUNCE-STATUS " - RUN STOPPED"
021200         MOVE 8 TO RETURN-CODE
021300         STOP RUN
021400     END-IF
021500     OPEN I-O CUSTOMER-FILE
021600     IF NOT CUST-FILE-OK
021700         DISPLAY "EBOUNCE - ERROR OPENING CUSTOMER FILE - "
021800             "STATUS " CUSTOMER-FILE-STATUS
021900         CLOSE EMAIL-BOUNCE-FILE
022000         MOVE 8 TO RETURN-CODE
022100         STOP RUN
022200     END-IF
022300     OPEN OUTPUT BAD-EMAIL-WORKLIST
022400     IF NOT BAD-EMAIL-OK
022500         DISPLAY "EBOUNCE - ERROR OPENING BAD EMAIL "
022600             "WORKLIST - STATUS " BAD-EMAIL-STATUS
022700         MOVE 24 TO RETURN-CODE
022800         STOP RUN
022900     END-IF
023000     OPEN EXTEND NMC-JOURNAL-FILE
023100     IF NMC-JOURNAL-OK
023200         MOVE "Y" TO WS-JOURNAL-OPEN
023300     ELSE
023400         DISPLAY "EBOUNCE - CHANGE JOURNAL (NMCJRNL) WILL NOT "
023500             "OPEN - STATUS " NMC-JOURNAL-STATUS
023600         DISPLAY "EBOUNCE - SWITCHES APPLIED UNJOURNALED"
023700     END-IF
023800     MOVE WS-RUN-DATE TO EB-HDG1-RUN-DATE
023900     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-HEADING-LINE-1
024000     MOVE SPACES TO BAD-EMAIL-WORKLIST-LINE
024100     WRITE BAD-EMAIL-WORKLIST-LINE AFTER ADVANCING 1 LINE
024200     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-HEADING-LINE-2.
024300 1000-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    2100-READ-NEXT-BOUNCE                                       *
024800******************************************************************
024900 2100-READ-NEXT-BOUNCE.
025000     READ EMAIL-BOUNCE-FILE INTO EMAIL-BOUNCE-RECORD
025100         AT END
025200             MOVE "Y" TO WS-BOUNCE-AT-END
025300     END-READ
025400     IF NOT BOUNCE-FILE-AT-END
025500         ADD 1 TO WS-BOUNCES-READ
025600     END-IF.
025700 2100-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*    2200-SWITCH-ONE-ACCOUNT                                     *
026200*    THE VENDOR RETRIES BEFORE GIVING UP, SO A SECOND BOUNCE     *
026300*    FOR AN ACCOUNT ALREADY BACK ON PAPER IS NORMAL.             *
026400******************************************************************
026500 2200-SWITCH-ONE-ACCOUNT.
026600     MOVE EBNC-CUST-ID TO CUST-ID
026700     READ CUSTOMER-FILE
026800         INVALID KEY
026900             PERFORM 2250-REPORT-UNKNOWN-BOUNCE THRU 2250-EXIT
027000         NOT INVALID KEY
027100             PERFORM 2300-RETURN-TO-PAPER THRU 2300-EXIT
027200     END-READ
027300     PERFORM 2100-READ-NEXT-BOUNCE THRU 2100-EXIT.
027400 2200-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    2250-REPORT-UNKNOWN-BOUNCE                                  *
027900******************************************************************
028000 2250-REPORT-UNKNOWN-BOUNCE.
028100     ADD 1 TO WS-UNKNOWN-ACCOUNTS
028200     MOVE "UNKNOWN" TO EB-DTL-RESULT
028300     MOVE EBNC-CUST-ID TO EB-DTL-CUST-ID
028400     MOVE SPACES TO EB-DTL-CUST-NAME
028500     MOVE EBNC-EMAIL-ADDRESS TO EB-DTL-EMAIL
028600     MOVE EBNC-REASON TO EB-DTL-REASON
028700     MOVE SPACE TO EB-DTL-MAIL-RETURNED
028800     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-DETAIL-LINE.
028900 2250-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    2300-RETURN-TO-PAPER                                        *
029400*    A BOUNCE THAT NAMES NO ADDRESS IS TAKEN AS THE ONE ON FILE. *
029500******************************************************************
029600 2300-RETURN-TO-PAPER.
029700     EVALUATE TRUE
029800         WHEN CUST-DELIVER-PAPER
029900             ADD 1 TO WS-ALREADY-PAPER
030000             MOVE "REPEAT" TO EB-DTL-RESULT
030100         WHEN EBNC-EMAIL-ADDRESS NOT = SPACES
030200          AND EBNC-EMAIL-ADDRESS NOT = CUST-EMAIL-ADDRESS
030300             ADD 1 TO WS-STALE-BOUNCES
030400             MOVE "STALE" TO EB-DTL-RESULT
030500         WHEN OTHER
030600             MOVE CUST-DELIVERY-PREF TO WS-OLD-DELIVERY-PREF
030700             MOVE "P" TO CUST-DELIVERY-PREF
030800             REWRITE CUSTOMER-RECORD
030900             IF CUST-FILE-OK
031000                 ADD 1 TO WS-ACCOUNTS-SWITCHED
031100                 MOVE "TO PAPER" TO EB-DTL-RESULT
031200                 PERFORM 2400-JOURNAL-THE-SWITCH THRU 2400-EXIT
031300             ELSE
031400                 DISPLAY "EBOUNCE - REWRITE FAILED FOR CUST-ID "
031500                     CUST-ID " - STATUS " CUSTOMER-FILE-STATUS
031600                 MOVE "FAILED" TO EB-DTL-RESULT
031700             END-IF
031800     END-EVALUATE
031900     IF CUST-MAIL-RETURNED
032000         ADD 1 TO WS-ALSO-MAIL-RETURNED
032100         MOVE "R" TO EB-DTL-MAIL-RETURNED
032200     ELSE
032300         MOVE SPACE TO EB-DTL-MAIL-RETURNED
032400     END-IF
032500     MOVE CUST-ID TO EB-DTL-CUST-ID
032600     MOVE CUST-NAME TO EB-DTL-CUST-NAME
032700     MOVE EBNC-EMAIL-ADDRESS TO EB-DTL-EMAIL
032800     IF EBNC-EMAIL-ADDRESS = SPACES
032900         MOVE CUST-EMAIL-ADDRESS TO EB-DTL-EMAIL
033000     END-IF
033100     MOVE EBNC-REASON TO EB-DTL-REASON
033200     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-DETAIL-LINE.
033300 2300-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*    2400-JOURNAL-THE-SWITCH                                     *
033800******************************************************************
033900 2400-JOURNAL-THE-SWITCH.
034000     IF NOT JOURNAL-IS-OPEN
034100         GO TO 2400-EXIT
034200     END-IF
034300     INITIALIZE NMC-JOURNAL-RECORD
034400     MOVE WS-RUN-DATE TO NMCJ-CHANGE-DATE
034500     ACCEPT NMCJ-CHANGE-TIME FROM TIME
034600     MOVE CUST-ID TO NMCJ-CUST-ID
034700     MOVE "DELIVPRF" TO NMCJ-FIELD-NAME
034800     MOVE WS-OLD-DELIVERY-PREF TO NMCJ-OLD-VALUE
034900     MOVE CUST-DELIVERY-PREF TO NMCJ-NEW-VALUE
035000     MOVE "EBOUNCE" TO NMCJ-SOURCE-PROGRAM
035100     MOVE "BATCH" TO NMCJ-OPERATOR-ID
035200     WRITE NMC-JOURNAL-RECORD
035300     IF NOT NMC-JOURNAL-OK
035400         DISPLAY "EBOUNCE - CHANGE JOURNAL WRITE FAILED FOR "
035500             CUST-ID " - STATUS " NMC-JOURNAL-STATUS
035600     END-IF.
035700 2400-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*    9000-TERMINATE                                              *
036200******************************************************************
036300 9000-TERMINATE.
036400     MOVE WS-BOUNCES-READ TO EB-FTR1-READ
036500     MOVE WS-ACCOUNTS-SWITCHED TO EB-FTR2-SWITCHED
036600     MOVE WS-ALREADY-PAPER TO EB-FTR3-ALREADY
036700     MOVE WS-STALE-BOUNCES TO EB-FTR4-STALE
036800     MOVE WS-UNKNOWN-ACCOUNTS TO EB-FTR5-UNKNOWN
036900     MOVE WS-ALSO-MAIL-RETURNED TO EB-FTR6-MAIL-RETURNED
037000     MOVE SPACES TO BAD-EMAIL-WORKLIST-LINE
037100     WRITE BAD-EMAIL-WORKLIST-LINE AFTER ADVANCING 1 LINE
037200     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-FOOTER-LINE-1
037300     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-FOOTER-LINE-2
037400     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-FOOTER-LINE-3
037500     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-FOOTER-LINE-4
037600     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-FOOTER-LINE-5
037700     WRITE BAD-EMAIL-WORKLIST-LINE FROM EB-FOOTER-LINE-6
037800     CLOSE EMAIL-BOUNCE-FILE
037900     CLOSE CUSTOMER-FILE
038000     CLOSE BAD-EMAIL-WORKLIST
038100     IF JOURNAL-IS-OPEN
038200         CLOSE NMC-JOURNAL-FILE
038300     END-IF
038400     DISPLAY "EBOUNCE - " WS-ACCOUNTS-SWITCHED
038500         " ACCOUNT(S) RETURNED TO PAPER, "
038600         WS-UNKNOWN-ACCOUNTS " UNKNOWN"
038700     IF WS-UNKNOWN-ACCOUNTS > 0
038800         MOVE 4 TO RETURN-CODE
038900     END-IF
039000     IF NOT JOURNAL-IS-OPEN
039100         MOVE 4 TO RETURN-CODE
039200     END-IF.
039300 9000-EXIT.
039400     EXIT.
