      ******************************************************************
      *                                                                *
      *    BKOIREC.CPY                                                 *
      *    BANK RECONCILIATION OUTSTANDING ITEM - THE BREAK FILE       *
      *    CARRIED FORWARD DAILY BY BNKRECON (BNKOUT IN, BNKOUTO OUT), *
      *    ONE RECORD PER DEPOSIT LINE THAT DID NOT AGREE WITH THE     *
      *    PAYMENTS POSTED FOR IT ON ONE STATEMENT DATE.               *
      *      BKOI-SOURCE      - DEPOSIT LINE (SEE BKSTREC), "RTN "     *
      *                         FOR RETURNED ITEMS, "UNID" FOR A BANK  *
      *                         CREDIT ON A LINE WE DO NOT KNOW,       *
      *      BKOI-DIFFERENCE  - POSTED LESS BANK; A LATER BREAK OF     *
      *                         EQUAL AND OPPOSITE DIFFERENCE CLEARS   *
      *                         IT, AND A CLEARED ITEM IS DROPPED.     *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   11/15/2026  RVH  ORIGINAL.
      *   11/20/2026  RVH  BKOI-POSTED-AMOUNT SIGNED - THE COUNTER
      *                    LINE NETS KEYED PAYMENT REVERSALS AND
      *                    CAN GO NEGATIVE.  RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  BANK-OUTSTANDING-ITEM-RECORD.
           05  BKOI-BREAK-DATE      PIC 9(06).
           05  BKOI-SOURCE          PIC X(04).
           05  BKOI-POSTED-AMOUNT   PIC S9(11)V99.
           05  BKOI-BANK-AMOUNT     PIC 9(11)V99.
           05  BKOI-DIFFERENCE      PIC S9(11)V99.
           05  FILLER               PIC X(11).
