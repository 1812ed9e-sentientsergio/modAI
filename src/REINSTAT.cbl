003095*                    QUEUE INSTEAD OF RESTARTING AT ONE
003096*                    EVERY SESSION - THE APPROVAL LOG
003097*                    IDENTIFIES DECISIONS BY THAT NUMBER.
003097*   11/10/2026  RVH  A REINSTATED RECORD COMES BACK WITH NO
003097*                    LEGAL HOLD (SEE CUSTREC).
003097*   11/11/2026  RVH  A REINSTATED RECORD STARTS ON PAPER
003097*                    WITH NO EMAIL ADDRESS OR CONSENT DATE.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
039696     MOVE 0 TO CUST-STMT-CYCLE-DAY
039697     MOVE SPACE TO CUST-BUREAU-SUPPRESS
039698     MOVE SPACE TO CUST-MAIL-STATUS
039698     MOVE SPACE TO CUST-LEGAL-HOLD
039698     MOVE SPACES TO CUST-HOLD-TYPE
039698*    THE ARCHIVE KEEPS NO EMAIL DETAILS - A REINSTATED
039698*    CUSTOMER IS BACK ON PAPER UNTIL CONSENT IS TAKEN AGAIN.
039698     MOVE SPACES TO CUST-EMAIL-ADDRESS
039698     MOVE SPACE TO CUST-DELIVERY-PREF
039698     MOVE 0 TO CUST-ECONSENT-DATE
039700     ADD 1 TO WS-PEND-SEQ
039710     INITIALIZE PENDING-APPROVAL-RECORD
039720     MOVE WS-PEND-SEQ TO PEND-SEQ-NO
