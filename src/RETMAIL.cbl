002200******************************************************************
002300* MODIFICATION HISTORY
002400*   10/16/2026  RVH  ORIGINAL.
002410*   11/02/2026  RVH  EVERY NEWLY SUPPRESSED ACCOUNT IS WRITTEN
002420*                    TO THE NON-MONETARY CHANGE JOURNAL
002430*                    (NMCJRNL, SEE NMCJREC) - FIELD MAILSTAT,
002440*                    OLD AND NEW VALUE, SOURCE RETMAIL.  A
002450*                    JOURNAL THAT WILL NOT OPEN ENDS THE RUN
002460*                    RC 4 BUT DOES NOT STOP THE SUPPRESSION.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
004000     SELECT BAD-ADDRESS-WORKLIST ASSIGN TO RMAILRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS BAD-ADDRESS-STATUS.
004210     SELECT NMC-JOURNAL-FILE ASSIGN TO NMCJRNL
004220         ORGANIZATION IS SEQUENTIAL
004230         ACCESS MODE IS SEQUENTIAL
004240         FILE STATUS IS NMC-JOURNAL-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
006100     LABEL RECORDS ARE OMITTED
006200     RECORDING MODE F.
006300 01  BAD-ADDRESS-WORKLIST-LINE PIC X(132).
006310
006320 FD  NMC-JOURNAL-FILE
006330     LABEL RECORDS ARE STANDARD
006340     BLOCK CONTAINS 0 RECORDS
006350     RECORDING MODE F
006360     DATA RECORD IS NMC-JOURNAL-RECORD.
006370     COPY NMCJREC.
006400
006500 WORKING-STORAGE SECTION.
006600******************************************************************
007600     88  RETURNED-MAIL-MISSING     VALUE "05" "35".
007700 01  BAD-ADDRESS-STATUS        PIC X(02).
007800     88  BAD-ADDRESS-OK            VALUE "00".
007810 01  NMC-JOURNAL-STATUS        PIC X(02).
007820     88  NMC-JOURNAL-OK            VALUE "00".
007900
008000******************************************************************
008100*    RUN CONTROL FIELDS                                          *
008300 01  WS-RUN-DATE               PIC 9(06) VALUE 0.
008400 01  WS-MAIL-AT-END            PIC X(01) VALUE "N".
008500     88  MAIL-FILE-AT-END          VALUE "Y".
008510 01  WS-JOURNAL-OPEN           PIC X(01) VALUE "N".
008520     88  JOURNAL-IS-OPEN           VALUE "Y".
008530 01  WS-OLD-MAIL-STATUS        PIC X(01) VALUE SPACE.
008600
008700******************************************************************
008800*    RUN TOTALS                                                  *
017700         MOVE 24 TO RETURN-CODE
017800         STOP RUN
017900     END-IF
017910     OPEN EXTEND NMC-JOURNAL-FILE
017920     IF NMC-JOURNAL-OK
017930         MOVE "Y" TO WS-JOURNAL-OPEN
017940     ELSE
017950         DISPLAY "RETMAIL - CHANGE JOURNAL (NMCJRNL) WILL NOT "
017960             "OPEN - STATUS " NMC-JOURNAL-STATUS
017970         DISPLAY "RETMAIL - SUPPRESSIONS APPLIED UNJOURNALED"
017980     END-IF
018000     MOVE WS-RUN-DATE TO RM-HDG1-RUN-DATE
018100     WRITE BAD-ADDRESS-WORKLIST-LINE FROM RM-HEADING-LINE-1
018200     MOVE SPACES TO BAD-ADDRESS-WORKLIST-LINE
023000         ADD 1 TO WS-ALREADY-FLAGGED
023100         MOVE "REPEAT" TO RM-DTL-RESULT
023200     ELSE
023210         MOVE CUST-MAIL-STATUS TO WS-OLD-MAIL-STATUS
023300         MOVE "R" TO CUST-MAIL-STATUS
023400         REWRITE CUSTOMER-RECORD
023500         IF CUST-FILE-OK
023600             ADD 1 TO WS-ACCOUNTS-FLAGGED
023700             MOVE "FLAGGED" TO RM-DTL-RESULT
023710             PERFORM 2400-JOURNAL-THE-FLAG THRU 2400-EXIT
023800         ELSE
023900             DISPLAY "RETMAIL - REWRITE FAILED FOR CUST-ID "
024000                 CUST-ID " - STATUS " CUSTOMER-FILE-STATUS
024800     WRITE BAD-ADDRESS-WORKLIST-LINE FROM RM-DETAIL-LINE.
024900 2300-EXIT.
025000     EXIT.
025010
025020******************************************************************
025030*    2400-JOURNAL-THE-FLAG                                       *
025040******************************************************************
025050 2400-JOURNAL-THE-FLAG.
025060     IF NOT JOURNAL-IS-OPEN
025070         GO TO 2400-EXIT
025080     END-IF
025090     INITIALIZE NMC-JOURNAL-RECORD
025100     MOVE WS-RUN-DATE TO NMCJ-CHANGE-DATE
025110     ACCEPT NMCJ-CHANGE-TIME FROM TIME
025120     MOVE CUST-ID TO NMCJ-CUST-ID
025130     MOVE "MAILSTAT" TO NMCJ-FIELD-NAME
025140     MOVE WS-OLD-MAIL-STATUS TO NMCJ-OLD-VALUE
025150     MOVE CUST-MAIL-STATUS TO NMCJ-NEW-VALUE
025160     MOVE "RETMAIL" TO NMCJ-SOURCE-PROGRAM
025170     MOVE "BATCH" TO NMCJ-OPERATOR-ID
025180     WRITE NMC-JOURNAL-RECORD
025190     IF NOT NMC-JOURNAL-OK
025191         DISPLAY "RETMAIL - CHANGE JOURNAL WRITE FAILED FOR "
025192             CUST-ID " - STATUS " NMC-JOURNAL-STATUS
025193     END-IF.
025194 2400-EXIT.
025195     EXIT.
025100
025200******************************************************************
025300*    9000-TERMINATE                                              *
026600     CLOSE RETURNED-MAIL-FILE
026700     CLOSE CUSTOMER-FILE
026800     CLOSE BAD-ADDRESS-WORKLIST
026810     IF JOURNAL-IS-OPEN
026820         CLOSE NMC-JOURNAL-FILE
026830     END-IF
026900     DISPLAY "RETMAIL - " WS-ACCOUNTS-FLAGGED
027000         " ACCOUNT(S) NEWLY SUPPRESSED, "
027100         WS-UNKNOWN-ACCOUNTS " UNKNOWN"
027200     IF WS-UNKNOWN-ACCOUNTS > 0
027300         MOVE 4 TO RETURN-CODE
027400     END-IF
027410     IF NOT JOURNAL-IS-OPEN
027420         MOVE 4 TO RETURN-CODE
027430     END-IF.
027500 9000-EXIT.
027600     EXIT.
