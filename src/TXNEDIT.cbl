002800*    BATCH'S KEYED TOTALS GO TO THE BATCH SUMMARY FILE           *
002900*    (TXNBATS, SEE TBATREC) FOR THE EVENING SETTLEMENT TIE-OUT   *
003000*    (TXNSETL).                                                  *
003012*                                                                *
003025*    AN ITEM DATED (PTXN-TXN-DATE, OR THE RUN DATE WHEN UNDATED) *
003037*    ON OR BEFORE THE LAST CLOSED PERIOD END ON PERDCTL (SEE     *
003050*    PCLSREC, SET BY PERDCLS) IS REJECTED UNLESS KEYED AS A      *
003062*    PRIOR-PERIOD ADJUSTMENT (PTXN-PRIOR-PERIOD-FLAG "Y"); A     *
003075*    FLAGGED ITEM DATED IN AN OPEN PERIOD IS REJECTED TOO.  NO   *
003087*    PERDCTL MEANS NO PERIOD HAS BEEN CLOSED.                    *
003100*                                                                *
003200******************************************************************
003300* MODIFICATION HISTORY
003400*   10/05/2026  RVH  ORIGINAL.
003425*   11/14/2026  RVH  CLOSED-PERIOD LOCK - ITEMS DATED IN A PERIOD
003450*                    CLOSED ON PERDCTL MUST CARRY THE PRIOR-
003475*                    PERIOD ADJUSTMENT FLAG, AND ONLY THEY MAY.
003483*   11/15/2026  RVH  AN UNBATCHED ITEM ALREADY STAMPED BY ITS
003491*                    FEED KEEPS THAT BATCH ID INSTEAD OF *UNBATCH.
003493*   11/20/2026  RVH  AN UNBATCHED ITEM KEEPS ONLY A MACHINE-
003495*                    FEED STAMP; ANY OTHER BATCH ID (A KEYED
003497*                    *APPROVD) IS REJECTED.
003497*   11/21/2026  RVH  "*AGCYRMT" (AGCYREMT) ADDED TO THE
003497*                    MACHINE-FEED STAMPS.  A BATCH HEADER WHOSE
003498*                    ID STARTS "*" IS REFUSED AND THE BATCH
003498*                    DISCARDED AT ITS TRAILER, WITH NO
003498*                    SETTLEMENT SUMMARY.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS BATCH-SUMMARY-STATUS.
005733     SELECT PERIOD-CLOSE-FILE ASSIGN TO PERDCTL
005766         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005833         FILE STATUS IS PERIOD-CLOSE-STATUS.
005866     SELECT EDIT-REPORT ASSIGN TO TXEDRPT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS EDIT-REPORT-STATUS.
006100
008900     DATA RECORD IS BATCH-SUMMARY-RECORD.
009000     COPY TBATREC.
009100
009122 FD  PERIOD-CLOSE-FILE
009144     LABEL RECORDS ARE STANDARD
009166     BLOCK CONTAINS 0 RECORDS
009188     RECORDING MODE F
009211     DATA RECORD IS PERIOD-CLOSE-RECORD.
009233     COPY PCLSREC.
009233
009277 FD  EDIT-REPORT
009300     LABEL RECORDS ARE OMITTED
009400     RECORDING MODE F.
009500 01  EDIT-REPORT-LINE         PIC X(132).
010700     88  ACCEPTED-FILE-OK          VALUE "00".
010800 01  BATCH-SUMMARY-STATUS      PIC X(02).
010900     88  BATCH-SUMMARY-OK          VALUE "00".
010950 01  PERIOD-CLOSE-STATUS       PIC X(02).
011000     88  PERIOD-CLOSE-OK           VALUE "00".
011050     88  PERIOD-CLOSE-NOT-FOUND    VALUE "05" "35".
011100 01  EDIT-REPORT-STATUS        PIC X(02).
011150     88  EDIT-REPORT-OK            VALUE "00".
011200
011300******************************************************************
011400*    RUN CONTROL FIELDS                                          *
012000     88  TXN-IS-VALID              VALUE "Y".
012100 01  WS-EDIT-REASON            PIC X(40) VALUE SPACES.
012200 01  WS-LOOKUP-FOUND           PIC X(01) VALUE "N".
012220     88  LOOKUP-FOUND              VALUE "Y".
012220
012260******************************************************************
012280*    PERIOD-CLOSE LOCK FIELDS (SEE PCLSREC)                      *
012300******************************************************************
012320 01  WS-CLOSED-THRU-DATE       PIC 9(06) VALUE 0.
012340 01  WS-CLOSE-AT-END           PIC X(01) VALUE "N".
012360     88  CLOSE-FILE-AT-END         VALUE "Y".
012380 01  WS-ITEM-DATE              PIC 9(06) VALUE 0.
012400
012500******************************************************************
012600*    BATCH CONTROL FIELDS                                        *
013000******************************************************************
013100 01  WS-IN-BATCH               PIC X(01) VALUE "N".
013200     88  IN-A-BATCH                VALUE "Y".
013233 01  WS-BATCH-ID-BAD           PIC X(01) VALUE "N".
013266     88  BATCH-ID-IS-BAD           VALUE "Y".
013300 01  WS-BATCH-ID               PIC X(08) VALUE SPACES.
013400 01  WS-BATCH-KEYED-COUNT      PIC 9(05) VALUE 0.
013500 01  WS-BATCH-KEYED-HASH       PIC 9(9)V99 VALUE 0.
014300 01  WS-HOLD-IDX               PIC 9(3) BINARY VALUE 0.
014400 01  WS-UNBATCHED-COUNT        PIC 9(05) VALUE 0.
014500 01  WS-UNBATCHED-AMOUNT       PIC 9(9)V99 VALUE 0.
014520 01  WS-FEED-BATCH-ID          PIC X(08) VALUE SPACES.
014540     88  FEED-IS-MACHINE-FEED      VALUE "*LOCKBOX" "*PAYALOC"
014560                                   "*AUTOPAY" "*SUSPCLR"
014580                                   "*NSFRTRN" "*AGCYRMT".
014600
014700******************************************************************
014800*    RUN TOTALS                                                  *
023200         MOVE 8 TO RETURN-CODE
023300         STOP RUN
023400     END-IF
023475     PERFORM 1100-LOAD-PERIOD-CLOSE THRU 1100-EXIT
023550     OPEN OUTPUT ACCEPTED-FILE
023625     OPEN OUTPUT BATCH-SUMMARY-FILE
023700     OPEN OUTPUT EDIT-REPORT
023800     IF NOT EDIT-REPORT-OK
023900         DISPLAY "TXNEDIT - ERROR OPENING EDIT REPORT - "
024600     MOVE SPACES TO EDIT-REPORT-LINE
024700     WRITE EDIT-REPORT-LINE AFTER ADVANCING 1 LINE.
024800 1000-EXIT.
024805     EXIT.
024805
024817******************************************************************
024822*    1100-LOAD-PERIOD-CLOSE                                      *
024828*    THE LOCK DATE IS THE HIGHEST CLOSED-THRU DATE ON PERDCTL.   *
024834******************************************************************
024840 1100-LOAD-PERIOD-CLOSE.
024845     MOVE 0 TO WS-CLOSED-THRU-DATE
024851     OPEN INPUT PERIOD-CLOSE-FILE
024857     IF NOT PERIOD-CLOSE-OK
024862         DISPLAY "TXNEDIT - NO PERIOD CLOSED (PERDCTL NOT "
024868             "AVAILABLE) - NO CLOSED-PERIOD LOCK"
024874         GO TO 1100-EXIT
024880     END-IF
024885     MOVE "N" TO WS-CLOSE-AT-END
024891     PERFORM 1110-READ-CLOSE-RECORD THRU 1110-EXIT
024897         UNTIL CLOSE-FILE-AT-END
024902     CLOSE PERIOD-CLOSE-FILE
024908     DISPLAY "TXNEDIT - PERIODS CLOSED THRU " WS-CLOSED-THRU-DATE.
024914 1100-EXIT.
024920     EXIT.
024920
024931 1110-READ-CLOSE-RECORD.
024937     READ PERIOD-CLOSE-FILE
024942         AT END
024948             MOVE "Y" TO WS-CLOSE-AT-END
024954             GO TO 1110-EXIT
024960     END-READ
024965     IF PCLS-CLOSED-THRU-DATE NUMERIC AND
024971             PCLS-CLOSED-THRU-DATE > WS-CLOSED-THRU-DATE
024977         MOVE PCLS-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
024982     END-IF.
024988 1110-EXIT.
024994     EXIT.
025000
025100******************************************************************
025200*    2100-READ-NEXT-TXN                                          *
028500*    2300-START-ONE-BATCH                                        *
028600*    A HEADER WHILE A BATCH IS STILL OPEN MEANS THE PRIOR        *
028700*    TRAILER WAS LOST - THE OPEN BATCH IS DISCARDED AND SAID     *
028725*    SO, THEN THE NEW ONE STARTS CLEAN.  A HEADER BATCH ID       *
028750*    STARTING "*" IS REFUSED - THAT SPACE BELONGS TO THE SYSTEM  *
028775*    STAMPS (*UNBATCH, *APPROVD, THE MACHINE FEEDS), AND A KEYED *
028800*    TRAY WEARING ONE WOULD RIDE PAST TXNPOST'S DUAL-CONTROL     *
028825*    GATE OR SETTLE AS INFORMATION ONLY.  THE BATCH STILL OPENS, *
028850*    SO ITS ITEMS ARE HELD AND DISCARDED WITH IT AT THE TRAILER  *
028875*    INSTEAD OF RELEASING AS UNBATCHED.                          *
028900******************************************************************
029000 2300-START-ONE-BATCH.
029100     IF IN-A-BATCH
029500         PERFORM 2700-DISCARD-HELD-BATCH THRU 2700-EXIT
029600     END-IF
029700     MOVE "Y" TO WS-IN-BATCH
029711     MOVE "N" TO WS-BATCH-ID-BAD
029722     IF PTXN-BATCH-CTL-ID(1:1) = "*"
029733         MOVE PTXN-BATCH-CTL-ID TO TE-BCH-ID
029744         MOVE "BATCH ID MAY NOT START WITH * - BATCH REFUSED"
029755             TO TE-BCH-TEXT
029766         WRITE EDIT-REPORT-LINE FROM TE-BATCH-LINE
029777         MOVE "Y" TO WS-BATCH-ID-BAD
029788     END-IF
029800     MOVE PTXN-BATCH-CTL-ID TO WS-BATCH-ID
029900     MOVE PTXN-BATCH-COUNT TO WS-BATCH-KEYED-COUNT
030000     MOVE PTXN-BATCH-HASH TO WS-BATCH-KEYED-HASH
031000*    BATCH, ACCEPTED OR NOT - THE CLERK COUNTED THE TRAY, NOT    *
031100*    THE EDIT'S OPINION OF IT.  A PROVED BATCH FLUSHES ITS HELD  *
031200*    (ACCEPTED) ITEMS; A FAILED ONE IS DISCARDED WHOLE.  EITHER  *
031250*    WAY THE KEYED TOTALS GO TO THE SETTLEMENT SUMMARY - EXCEPT  *
031300*    FOR A BATCH REFUSED AT ITS HEADER, DISCARDED WHOLE WITH NO  *
031350*    SUMMARY (2800).                                             *
031400******************************************************************
031500 2400-PROVE-ONE-BATCH.
031600     IF NOT IN-A-BATCH
032000         WRITE EDIT-REPORT-LINE FROM TE-BATCH-LINE
032100         GO TO 2400-EXIT
032200     END-IF
032211     IF BATCH-ID-IS-BAD
032222         MOVE WS-BATCH-ID TO TE-BCH-ID
032233         MOVE "BATCH ID STARTS WITH * - BATCH DISCARDED" TO
032244             TE-BCH-TEXT
032255         WRITE EDIT-REPORT-LINE FROM TE-BATCH-LINE
032266         PERFORM 2700-DISCARD-HELD-BATCH THRU 2700-EXIT
032277         GO TO 2400-EXIT
032288     END-IF
032300     IF WS-BATCH-ITEM-COUNT NOT = WS-BATCH-KEYED-COUNT OR
032400             WS-BATCH-HASH-TOTAL NOT = WS-BATCH-KEYED-HASH
032500         MOVE WS-BATCH-ID TO TE-BCH-ID
034300*    2500-ACCEPT-ONE-TXN                                         *
034400*    A BATCHED ITEM IS HELD (STAMPED WITH ITS BATCH ID) UNTIL    *
034500*    THE TRAILER PROVES; AN UNBATCHED ITEM RELEASES AT ONCE      *
034525*    UNDER THE "*UNBATCH" PSEUDO-BATCH - UNLESS ITS FEED HAS     *
034550*    ALREADY STAMPED ITS OWN ID, WHICH IS KEPT FOR BNKRECON AND  *
034575*    LEFT OUT OF THE "*UNBATCH" CONTROL TOTALS.  ONLY THE        *
034600*    MACHINE-FEED STAMPS (TXNSETL'S LIST) ARE KEPT; ANY OTHER ID *
034625*    ON AN UNBATCHED ITEM IS REJECTED - A KEYED "*APPROVD" WOULD *
034650*    OTHERWISE SLIP PAST TXNPOST'S DUAL-CONTROL GATE.  APPRREL'S *
034675*    OWN RELEASES (APPROK) JOIN TXNOK AT TXNPOST, NOT HERE.      *
034700******************************************************************
034800 2500-ACCEPT-ONE-TXN.
034900     IF IN-A-BATCH
035900             PERFORM 2600-REJECT-ONE-TXN THRU 2600-EXIT
036000         END-IF
036100     ELSE
036110         MOVE PTXN-BATCH-ID TO WS-FEED-BATCH-ID
036120         IF PTXN-BATCH-ID NOT = SPACES AND
036130                 NOT FEED-IS-MACHINE-FEED
036140             MOVE "N" TO WS-TXN-VALID
036150             MOVE "BATCH ID IS NOT A MACHINE-FEED STAMP" TO
036160                 WS-EDIT-REASON
036170             PERFORM 2600-REJECT-ONE-TXN THRU 2600-EXIT
036180             GO TO 2500-EXIT
036190         END-IF
036200         ADD 1 TO WS-TXNS-ACCEPTED
036275         IF PTXN-BATCH-ID = SPACES
036350             ADD 1 TO WS-UNBATCHED-COUNT
036425             IF PTXN-AMOUNT NUMERIC
036500                 ADD PTXN-AMOUNT TO WS-UNBATCHED-AMOUNT
036575             END-IF
036650             MOVE "*UNBATCH" TO PTXN-BATCH-ID
036725         END-IF
036800         MOVE POSTING-TXN-RECORD TO ACCEPTED-RECORD
036900         WRITE ACCEPTED-RECORD
037000     END-IF.
039200         WS-TXNS-REJECTED + WS-HOLD-COUNT
039300     ADD 1 TO WS-BATCHES-DISCARDED
039400     MOVE 0 TO WS-HOLD-COUNT
039466     MOVE "N" TO WS-IN-BATCH
039533     MOVE "N" TO WS-BATCH-ID-BAD.
039600 2700-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*    2800-WRITE-BATCH-SUMMARY                                    *
040100*    CALLED AT THE TRAILER, PROVED OR NOT - THE SETTLEMENT       *
040150*    PASS NEEDS TO SEE DISCARDED TRAYS TOO.  NOT FOR A BATCH     *
040200*    REFUSED AT ITS HEADER - ITS "*" ID WOULD SETTLE AS A SYSTEM *
040250*    STAMP; THE EDIT REPORT AND REJECT COUNT CARRY IT INSTEAD.   *
040300******************************************************************
040400 2800-WRITE-BATCH-SUMMARY.
040425     IF BATCH-ID-IS-BAD
040450         GO TO 2800-EXIT
040475     END-IF
040500     MOVE SPACES TO BATCH-SUMMARY-RECORD
040600     MOVE WS-BATCH-ID TO TBAT-BATCH-ID
040700     MOVE WS-BATCH-ITEM-COUNT TO TBAT-ITEM-COUNT
048300                 (PTXN-MOD-PAYMENT OR PTXN-MOD-CHARGE)
048400             MOVE "N" TO WS-TXN-VALID
048500             MOVE "REVERSAL MODIFIER NOT P OR C" TO
048537                 WS-EDIT-REASON
048575         WHEN PTXN-PRIOR-PERIOD-FLAG NOT = "Y" AND
048612                 PTXN-PRIOR-PERIOD-FLAG NOT = SPACE
048650             MOVE "N" TO WS-TXN-VALID
048687             MOVE "PRIOR-PERIOD FLAG NOT Y OR BLANK" TO
048725                 WS-EDIT-REASON
048762         WHEN OTHER
048800             CONTINUE
048900     END-EVALUATE
049000     IF TXN-IS-VALID
049200         IF NOT LOOKUP-FOUND
049300             MOVE "N" TO WS-TXN-VALID
049400             MOVE "CUST-ID NOT ON CUSTOMER FILE" TO
049466                 WS-EDIT-REASON
049533         END-IF
049600     END-IF
049666     IF TXN-IS-VALID
049733         PERFORM 3200-CHECK-PERIOD-CLOSE THRU 3200-EXIT
049800     END-IF.
049866 3000-EXIT.
049933     EXIT.
050000
050100******************************************************************
050200*    3100-LOOK-UP-CUST-ID                                        *
051400     EXIT.
051500
051600******************************************************************
051606*    3200-CHECK-PERIOD-CLOSE                                     *
051612*    AN UNDATED ITEM POSTS AS OF TODAY.  A CLOSED-PERIOD ITEM    *
051619*    MUST BE KEYED AS A PRIOR-PERIOD ADJUSTMENT, AND THE FLAG    *
051625*    ON AN OPEN-PERIOD ITEM IS A KEYING ERROR.                   *
051632******************************************************************
051638 3200-CHECK-PERIOD-CLOSE.
051645     IF PTXN-TXN-DATE NUMERIC AND PTXN-TXN-DATE > 0
051651         MOVE PTXN-TXN-DATE TO WS-ITEM-DATE
051658     ELSE
051664         MOVE WS-RUN-DATE TO WS-ITEM-DATE
051670     END-IF
051677     IF WS-CLOSED-THRU-DATE > 0 AND
051683             WS-ITEM-DATE NOT > WS-CLOSED-THRU-DATE
051690         IF NOT PTXN-PRIOR-PERIOD-ADJ
051696             MOVE "N" TO WS-TXN-VALID
051703             MOVE "DATED IN CLOSED PERIOD - PRIOR-PERIOD ADJ"
051709                 TO WS-EDIT-REASON
051716         END-IF
051722     ELSE
051729         IF PTXN-PRIOR-PERIOD-ADJ
051735             MOVE "N" TO WS-TXN-VALID
051741             MOVE "PRIOR-PERIOD FLAG BUT PERIOD IS OPEN" TO
051748                 WS-EDIT-REASON
051754         END-IF
051761     END-IF.
051767 3200-EXIT.
051774     EXIT.
051774
051787******************************************************************
051793*    3900-WRITE-UNBATCHED-SUMMARY                                *
051800******************************************************************
051900 3900-WRITE-UNBATCHED-SUMMARY.
052000     IF WS-UNBATCHED-COUNT = 0
