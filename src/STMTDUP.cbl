002600******************************************************************
002700* MODIFICATION HISTORY
002800*   10/03/2026  RVH  ORIGINAL.
002816*   11/19/2026  RVH  THE COPY IS RECORDED ON THE CUSTOMER
002833*                    CORRESPONDENCE REGISTER (CORRFILE, SEE
002850*                    CORRSUB) WITH THE ADDRESS ON FILE AND THE
002866*                    CLOSING BALANCE.  AN ENTRY THAT CANNOT BE
002883*                    WRITTEN ENDS THE RUN RC 4.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
012100 01  WS-SNAPSHOT-PRESENT       PIC X(01) VALUE "N".
012200     88  SNAPSHOT-PRESENT          VALUE "Y".
012300 01  WS-CUST-NAME-FOUND        PIC X(30) VALUE SPACES.
012311 01  WS-CUST-ADDRESS-FOUND     PIC X(30) VALUE SPACES.
012322 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
012333 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
012333
012355******************************************************************
012366*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
012377******************************************************************
012388     COPY CORWREC.
012400
012500******************************************************************
012600*    STATEMENT WORK FIELDS                                       *
019200                     "MASTER - NAME LEFT BLANK ON THE COPY"
019300             NOT INVALID KEY
019400                 MOVE CUST-NAME TO WS-CUST-NAME-FOUND
019450                 MOVE CUST-ADDRESS TO WS-CUST-ADDRESS-FOUND
019500         END-READ
019600         CLOSE CUSTOMER-FILE
019700     ELSE
027700             UNTIL HISTORY-FILE-AT-END
027800         CLOSE POSTED-HISTORY-FILE
027900     END-IF
028000     PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT
028050     PERFORM 3600-REGISTER-DUPLICATE THRU 3600-EXIT.
028100 3000-EXIT.
028200     EXIT.
028300
036100     WRITE STATEMENT-DETAIL-RECORD.
036200 3500-EXIT.
036300     EXIT.
036300
036306******************************************************************
036309*    3600-REGISTER-DUPLICATE                                     *
036312*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
036315*    COPY, DATED FOR THE PERIOD IT COVERS AND QUOTING ITS        *
036318*    CLOSING BALANCE.  STMTXMIT STAMPS THE TRANSMISSION          *
036321*    REFERENCE WHEN DUPSTMT GOES TO THE VENDOR.  AN ENTRY THAT   *
036324*    CANNOT BE WRITTEN DOES NOT STOP THE COPY - THE RUN ENDS     *
036327*    RC 4.                                                       *
036330******************************************************************
036333 3600-REGISTER-DUPLICATE.
036336     MOVE "W" TO CORW-FUNCTION
036339     MOVE WS-REQUEST-CUST-ID TO CORW-CUST-ID
036342     MOVE WS-RUN-DATE TO CORW-DATE
036345     MOVE "DS" TO CORW-DOC-TYPE
036348     MOVE 0 TO CORW-DOC-LEVEL
036351     MOVE "P" TO CORW-CHANNEL
036354     MOVE "Y" TO CORW-SENT-FLAG
036357     MOVE SPACE TO CORW-NOT-SENT-REASON
036360     MOVE WS-CUST-NAME-FOUND TO CORW-CUST-NAME
036363     MOVE WS-CUST-ADDRESS-FOUND TO CORW-ADDRESS
036366     MOVE WS-CLOSING-BALANCE TO CORW-BALANCE
036369     MOVE WS-PERIOD-END TO CORW-DOC-DATE
036372     MOVE SPACES TO CORW-DOC-REF
036375     MOVE "STMTDUP" TO CORW-PROGRAM
036378     CALL "CORRSUB" USING CORRESPONDENCE-AREA
036381     IF NOT CORW-OK
036384         ADD 1 TO WS-CORR-NOT-RECORDED
036387         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
036390     END-IF.
036393 3600-EXIT.
036396     EXIT.
036400
036500******************************************************************
036600*    9000-TERMINATE                                              *
037300     WRITE REQUEST-LOG-LINE FROM DQ-DETAIL-LINE
037400     CLOSE DUPLICATE-STATEMENT-FILE
037500     CLOSE REQUEST-LOG
037533     MOVE "C" TO CORW-FUNCTION
037566     CALL "CORRSUB" USING CORRESPONDENCE-AREA
037600     DISPLAY "STMTDUP - STATEMENT REBUILT FOR "
037700         WS-REQUEST-CUST-ID " THROUGH " WS-PERIOD-END
037800         " - " WS-DETAIL-COUNT " DETAIL(S)"
038000         DISPLAY "STMTDUP - NO POSTINGS FOUND IN THE PERIOD - "
038100             "CHECK THE GENERATIONS CONCATENATED UNDER POSTHIST"
038200         MOVE 4 TO RETURN-CODE
038300     END-IF
038310     IF WS-CORR-NOT-RECORDED > 0
038320         DISPLAY "STMTDUP - COPY NOT RECORDED ON THE "
038330             "CORRESPONDENCE REGISTER - STATUS "
038340             WS-CORR-FAIL-STATUS
038350         MOVE 4 TO RETURN-CODE
038360     END-IF.
038400 9000-EXIT.
038500     EXIT.
