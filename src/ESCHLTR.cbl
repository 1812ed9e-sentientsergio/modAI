002200******************************************************************
002300* MODIFICATION HISTORY
002400*   10/12/2026  RVH  ORIGINAL.
002416*   11/19/2026  RVH  EVERY LETTER IS RECORDED ON THE CUSTOMER
002433*                    CORRESPONDENCE REGISTER (CORRFILE, SEE
002450*                    CORRSUB) WITH ITS BAND, ADDRESS AND
002466*                    BALANCE.  AN ENTRY THAT CANNOT BE WRITTEN
002483*                    ENDS THE RUN RC 4.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
008600 01  WS-BAND2-LETTERS          PIC 9(07) BINARY VALUE 0.
008700 01  WS-BAND3-LETTERS          PIC 9(07) BINARY VALUE 0.
008800 01  WS-PASSED-OVER            PIC 9(07) BINARY VALUE 0.
008812 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
008825 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
008825
008850******************************************************************
008862*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
008875******************************************************************
008887     COPY CORWREC.
008900
009000******************************************************************
009100*    LETTER REGISTER LINE LAYOUTS                                *
020500     MOVE ESCH-BALANCE TO DLTR-BALANCE
020600     MOVE ESCH-DORMANCY-BAND TO DLTR-LEVEL
020700     MOVE WS-RUN-DATE TO DLTR-NOTICE-DATE
020775     WRITE DUNNING-LETTER-RECORD
020850     PERFORM 3100-REGISTER-LETTER THRU 3100-EXIT.
020900 3000-EXIT.
021000     EXIT.
021100
021200******************************************************************
021203*    3100-REGISTER-LETTER                                        *
021206*    THE LETTER GOES ON THE CUSTOMER CORRESPONDENCE REGISTER     *
021209*    (CORRSUB) WITH ITS BAND.  AN ENTRY THAT CANNOT BE WRITTEN   *
021212*    DOES NOT STOP THE LETTER - IT IS COUNTED AND THE RUN ENDS   *
021216*    RC 4.                                                       *
021219******************************************************************
021222 3100-REGISTER-LETTER.
021225     MOVE "W" TO CORW-FUNCTION
021229     MOVE ESCH-CUST-ID TO CORW-CUST-ID
021232     MOVE WS-RUN-DATE TO CORW-DATE
021235     MOVE "EL" TO CORW-DOC-TYPE
021238     MOVE ESCH-DORMANCY-BAND TO CORW-DOC-LEVEL
021241     MOVE "P" TO CORW-CHANNEL
021245     MOVE "Y" TO CORW-SENT-FLAG
021248     MOVE SPACE TO CORW-NOT-SENT-REASON
021251     MOVE ESCH-CUST-NAME TO CORW-CUST-NAME
021254     MOVE ESCH-CUST-ADDRESS TO CORW-ADDRESS
021258     MOVE ESCH-BALANCE TO CORW-BALANCE
021261     MOVE WS-RUN-DATE TO CORW-DOC-DATE
021264     MOVE SPACES TO CORW-DOC-REF
021267     MOVE "ESCHLTR" TO CORW-PROGRAM
021270     CALL "CORRSUB" USING CORRESPONDENCE-AREA
021274     IF NOT CORW-OK
021277         ADD 1 TO WS-CORR-NOT-RECORDED
021280         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
021283     END-IF.
021287 3100-EXIT.
021290     EXIT.
021290
021296******************************************************************
021300*    9000-TERMINATE                                              *
021400******************************************************************
021500 9000-TERMINATE.
022500     CLOSE LETTER-FILE
022600     CLOSE LETTER-REGISTER
022700     DISPLAY "ESCHLTR - " WS-BAND2-LETTERS " BAND 2 AND "
022720         WS-BAND3-LETTERS " BAND 3 LETTER(S) EXTRACTED"
022740     MOVE "C" TO CORW-FUNCTION
022760     CALL "CORRSUB" USING CORRESPONDENCE-AREA
022780     IF WS-CORR-NOT-RECORDED > 0
022800         DISPLAY "ESCHLTR - " WS-CORR-NOT-RECORDED
022820             " LETTER(S) NOT RECORDED ON THE CORRESPONDENCE "
022840             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
022860         MOVE 4 TO RETURN-CODE
022880     END-IF.
022900 9000-EXIT.
023000     EXIT.
