002500*   09/30/2026  RVH  BALANCE FIELDS SIGNED AND WIDENED IN STEP
002500*                    WITH CUST-BALANCE (SEE CUSTREC) - AN ACCOUNT
002500*                    CAN NOW CARRY A CREDIT (NEGATIVE) BALANCE.
002510*   11/02/2026  RVH  GENERATED TRANSACTIONS ARE STAMPED MASSCHG
002520*                    / BATCH (MAINT-SOURCE-PROGRAM, MAINT-
002530*                    OPERATOR-ID) FOR THE NON-MONETARY CHANGE
002540*                    JOURNAL.
002540*   11/11/2026  RVH  GENERATED CHANGES CARRY THE EMAIL
002540*                    ADDRESS, DELIVERY PREFERENCE AND ECONSENT
002540*                    DATE FROM THE MASTER SO THE APPLY DOES
002540*                    NOT BLANK THEM.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
033900     ELSE
034000         MOVE MCH-NEW-BRANCH TO MAINT-CUST-BRANCH-CODE
034100     END-IF
034101     MOVE CUST-EMAIL-ADDRESS TO MAINT-EMAIL-ADDRESS
034102     MOVE CUST-DELIVERY-PREF TO MAINT-DELIVERY-PREF
034103     MOVE CUST-ECONSENT-DATE TO MAINT-ECONSENT-DATE
034110     MOVE "MASSCHG" TO MAINT-SOURCE-PROGRAM
034120     MOVE "BATCH" TO MAINT-OPERATOR-ID
034200     WRITE MAINT-TRANSACTION-RECORD
034300     ADD 1 TO WS-TXNS-GENERATED
034400     ADD CUST-BALANCE TO WS-MATCHED-BALANCE
