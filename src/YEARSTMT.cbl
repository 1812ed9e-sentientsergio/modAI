001900*    FILLED FROM THE LIVE MASTER), AND PROVES THE FILE TO        *
002000*    FINANCE WITH THE CONTROL-TOTAL REPORT (YRSTRPT).  THE       *
002100*    STATEMENT YEAR (YY) COMES FROM THE JCL PARM AND DEFAULTS    *
002160*    TO THE RUN DATE'S YEAR; DETAIL OUTSIDE THE YEAR IS          *
002220*    EXCLUDED AND COUNTED.  EVERY STATEMENT WRITTEN IS ALSO      *
002280*    RECORDED ON THE CUSTOMER CORRESPONDENCE REGISTER (CORRSUB,  *
002340*    DOC TYPE YS) AS PAPER SENT, QUOTING THE YEAR'S INTEREST.    *
002400*                                                                *
002500******************************************************************
002600* MODIFICATION HISTORY
002720*                    COMPARES AGAINST WS-STATEMENT-YEAR, NOT
002730*                    THE REPORT HEADING FIELD IT HAPPENED TO
002740*                    SHARE A VALUE WITH.
002752*   11/20/2026  RVH  EACH STATEMENT WRITTEN IS RECORDED ON
002764*                    THE CORRESPONDENCE REGISTER (CORRSUB,
002776*                    DOC TYPE YS); REGISTER CLOSED AT END OF
002788*                    RUN, RC 4 IF ANY ENTRY IS NOT WRITTEN.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
013200 01  WS-CUST-INTEREST          PIC 9(9)V99 VALUE 0.
013300 01  WS-CUST-SERVICE           PIC 9(9)V99 VALUE 0.
013400 01  WS-CUST-POSTINGS          PIC 9(05) VALUE 0.
013409 01  WS-CUST-ADDRESS           PIC X(30) VALUE SPACES.
013418 01  WS-YEAR-END-DATE          PIC 9(06) VALUE 0.
013427 01  WS-YEAR-END-FIELDS REDEFINES WS-YEAR-END-DATE.
013436     05  WS-YEAR-END-YY        PIC 9(02).
013445     05  WS-YEAR-END-MMDD      PIC 9(04).
013454
013460******************************************************************
013463*    CORRESPONDENCE REGISTER REQUEST AREA (SEE CORRSUB)          *
013470******************************************************************
013472     COPY CORWREC.
013481 01  WS-CORR-NOT-RECORDED      PIC 9(07) BINARY VALUE 0.
013490 01  WS-CORR-FAIL-STATUS       PIC X(02) VALUE SPACES.
013500
013600******************************************************************
013700*    CONTROL TOTALS - THE FIGURES FINANCE PROVES THE FILE BY     *
020600     ELSE
020700         MOVE WS-RUN-YY TO WS-STATEMENT-YEAR
020800     END-IF
020833     MOVE WS-STATEMENT-YEAR TO WS-YEAR-END-YY
020866     MOVE 1231 TO WS-YEAR-END-MMDD
020900     OPEN INPUT CUSTOMER-FILE
021000     IF NOT CUST-FILE-OK
021100         DISPLAY "YEARSTMT - ERROR OPENING CUSTOMER FILE - "
034800     READ CUSTOMER-FILE
034900         INVALID KEY
035000             MOVE SPACES TO YRST-CUST-NAME
035050             MOVE SPACES TO WS-CUST-ADDRESS
035100         NOT INVALID KEY
035200             MOVE CUST-NAME TO YRST-CUST-NAME
035250             MOVE CUST-ADDRESS TO WS-CUST-ADDRESS
035300     END-READ
035400     MOVE WS-STATEMENT-YEAR TO YRST-YEAR
035500     MOVE WS-CUST-INTEREST TO YRST-INTEREST-TOTAL
035800     WRITE YEAR-STATEMENT-RECORD
035900     ADD 1 TO WS-STATEMENTS-WRITTEN
036000     ADD WS-CUST-INTEREST TO WS-TOTAL-INTEREST
036066     ADD WS-CUST-SERVICE TO WS-TOTAL-SERVICE
036133     PERFORM 4100-REGISTER-STATEMENT THRU 4100-EXIT.
036200 4000-EXIT.
036300     EXIT.
036303
036305******************************************************************
036306*    4100-REGISTER-STATEMENT                                     *
036310*    ONE ENTRY ON THE CORRESPONDENCE REGISTER (CORRSUB) FOR THE  *
036313*    STATEMENT, DATED FOR THE YEAR END AND QUOTING THE YEAR'S    *
036317*    INTEREST.  AN ENTRY THAT CANNOT BE WRITTEN DOES NOT STOP    *
036320*    THE STATEMENT - IT IS COUNTED AND THE RUN ENDS RC 4.        *
036322******************************************************************
036324 4100-REGISTER-STATEMENT.
036327     MOVE "W" TO CORW-FUNCTION
036331     MOVE WS-CURR-CUST-ID TO CORW-CUST-ID
036334     MOVE WS-RUN-DATE TO CORW-DATE
036337     MOVE "YS" TO CORW-DOC-TYPE
036341     MOVE 0 TO CORW-DOC-LEVEL
036344     MOVE "P" TO CORW-CHANNEL
036348     MOVE "Y" TO CORW-SENT-FLAG
036351     MOVE SPACE TO CORW-NOT-SENT-REASON
036355     MOVE YRST-CUST-NAME TO CORW-CUST-NAME
036358     MOVE WS-CUST-ADDRESS TO CORW-ADDRESS
036362     MOVE WS-CUST-INTEREST TO CORW-BALANCE
036365     MOVE WS-YEAR-END-DATE TO CORW-DOC-DATE
036368     MOVE SPACES TO CORW-DOC-REF
036372     MOVE "YEARSTMT" TO CORW-PROGRAM
036375     CALL "CORRSUB" USING CORRESPONDENCE-AREA
036379     IF NOT CORW-OK
036382         ADD 1 TO WS-CORR-NOT-RECORDED
036386         MOVE CORW-FILE-STATUS TO WS-CORR-FAIL-STATUS
036389     END-IF.
036393 4100-EXIT.
036396     EXIT.
036400
036500******************************************************************
036600*    9000-TERMINATE                                              *
037900     CLOSE CUSTOMER-FILE
038000     CLOSE YEAR-STATEMENT-FILE
038100     CLOSE CONTROL-REPORT
038133     MOVE "C" TO CORW-FUNCTION
038166     CALL "CORRSUB" USING CORRESPONDENCE-AREA
038200     DISPLAY "YEARSTMT - " WS-STATEMENTS-WRITTEN
038300         " STATEMENT(S) FOR YEAR " WS-STATEMENT-YEAR
038400         ", INTEREST " WS-TOTAL-INTEREST
038425         ", SERVICE " WS-TOTAL-SERVICE
038450     IF WS-CORR-NOT-RECORDED > 0
038475         DISPLAY "YEARSTMT - " WS-CORR-NOT-RECORDED
038500             " STATEMENT(S) NOT RECORDED ON THE CORRESPONDENCE "
038525             "REGISTER - STATUS " WS-CORR-FAIL-STATUS
038550         MOVE 4 TO RETURN-CODE
038575     END-IF.
038600 9000-EXIT.
038700     EXIT.
