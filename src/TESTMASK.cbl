003100*   10/20/2026  RVH  ORIGINAL.
003110*   10/24/2026  RVH  TEST MAINTENANCE RECORDS GROW TO THE
003120*                    NEW 124-BYTE MAINTTXN LAYOUT.
003130*   11/02/2026  RVH  TEST MAINTENANCE RECORDS GROW TO THE
003140*                    NEW 140-BYTE MAINTTXN LAYOUT.
003140*   11/10/2026  RVH  TEST CUSTOMER RECORDS CARRY THE NEW
003140*                    LEGAL-HOLD FIELDS (SEE CUSTREC).
003140*   11/11/2026  RVH  THE EMAIL ADDRESS IS MASKED ON THE
003140*                    CUSTOMER AND MAINTENANCE FILES LIKE THE
003140*                    OTHER CONTACT FIELDS.  TEST-MAINT-RECORD
003140*                    GROWS TO 197 BYTES.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
010300         CUST-BUREAU-SUPPRESS BY TCUST-BUREAU-SUPPRESS
010400         CUST-BUREAU-SUPPRESSED BY TCUST-BUREAU-SUPPRESSED
010500         CUST-MAIL-STATUS BY TCUST-MAIL-STATUS
010600         CUST-MAIL-RETURNED BY TCUST-MAIL-RETURNED
010600         CUST-LEGAL-HOLD BY TCUST-LEGAL-HOLD
010600         CUST-ON-LEGAL-HOLD BY TCUST-ON-LEGAL-HOLD
010600         CUST-HOLD-TYPE BY TCUST-HOLD-TYPE
010600         CUST-HOLD-BANKRUPTCY BY TCUST-HOLD-BANKRUPTCY
010600         CUST-HOLD-DECEASED BY TCUST-HOLD-DECEASED
010600         CUST-HOLD-LITIGATION BY TCUST-HOLD-LITIGATION
010600         CUST-HOLD-CEASE-DESIST BY TCUST-HOLD-CEASE-DESIST
010600         CUST-HOLD-TYPE-VALID BY TCUST-HOLD-TYPE-VALID
010600         CUST-EMAIL-ADDRESS BY TCUST-EMAIL-ADDRESS
010600         CUST-DELIVERY-PREF BY TCUST-DELIVERY-PREF
010600         CUST-DELIVER-PAPER BY TCUST-DELIVER-PAPER
010600         CUST-DELIVER-ELECTRONIC BY TCUST-DELIVER-ELECTRONIC
010600         CUST-DELIVER-BOTH BY TCUST-DELIVER-BOTH
010600         CUST-DELIVER-BY-EMAIL BY TCUST-DELIVER-BY-EMAIL
010600         CUST-DELIVERY-PREF-VALID BY TCUST-DELIVERY-PREF-VALID
010600         CUST-ECONSENT-DATE BY TCUST-ECONSENT-DATE.
010700
010800 FD  SNAPSHOT-FILE
010900     LABEL RECORDS ARE STANDARD
013100     BLOCK CONTAINS 0 RECORDS
013200     RECORDING MODE F
013300     DATA RECORD IS TEST-MAINT-RECORD.
013400 01  TEST-MAINT-RECORD        PIC X(197).
013500
013600 FD  MASK-REGISTER
013700     LABEL RECORDS ARE OMITTED
028400
028500******************************************************************
028600*    2200-MASK-ONE-CUSTOMER                                      *
028700*    THE WHOLE RECORD CARRIES OVER, THEN THE FOUR CONTACT        *
028800*    FIELDS ARE RUN THROUGH THE SUBSTITUTION.                    *
028900******************************************************************
029000 2200-MASK-ONE-CUSTOMER.
029700         TO WS-MASK-DIGITS
029800     INSPECT TCUST-PHONE CONVERTING WS-LIVE-DIGITS
029900         TO WS-MASK-DIGITS
029910     INSPECT TCUST-EMAIL-ADDRESS CONVERTING WS-LIVE-LETTERS
029920         TO WS-MASK-LETTERS
029930     INSPECT TCUST-EMAIL-ADDRESS CONVERTING WS-LIVE-DIGITS
029940         TO WS-MASK-DIGITS
030000     WRITE TEST-CUSTOMER-RECORD
030100     IF TEST-CUSTOMER-OK
030200         ADD 1 TO WS-CUSTOMERS-MASKED
038600             WS-LIVE-DIGITS TO WS-MASK-DIGITS
038700         INSPECT MAINT-CUST-PHONE CONVERTING
038800             WS-LIVE-DIGITS TO WS-MASK-DIGITS
038810         INSPECT MAINT-EMAIL-ADDRESS CONVERTING
038820             WS-LIVE-LETTERS TO WS-MASK-LETTERS
038830         INSPECT MAINT-EMAIL-ADDRESS CONVERTING
038840             WS-LIVE-DIGITS TO WS-MASK-DIGITS
038900     END-IF
039000     MOVE MAINT-TRANSACTION-RECORD TO TEST-MAINT-RECORD
039100     WRITE TEST-MAINT-RECORD
