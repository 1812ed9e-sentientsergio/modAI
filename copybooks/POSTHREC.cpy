      *                    TOTALS.  SPACES FOR MACHINE FEEDS AND
      *                    HISTORY PREDATING THE FIELD.  RECORD
      *                    LAYOUT UNCHANGED.
      *   11/14/2026  RVH  POSTH-PRIOR-PERIOD-FLAG CARVED FROM THE
      *                    TRAILING FILLER, COPIED FROM THE POSTING
      *                    TRANSACTION - GLVOUCH BOOKS THE FLAGGED
      *                    POSTINGS TO THE PRIOR-PERIOD ACCOUNT PAIR.
      *                    RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  POSTED-HISTORY-RECORD.
           05  POSTH-POST-DATE      PIC 9(06).
           05  POSTH-NEW-BALANCE    PIC S9(7)V99.
           05  POSTH-REFERENCE      PIC X(08).
           05  POSTH-BATCH-ID       PIC X(08).
           05  POSTH-PRIOR-PERIOD-FLAG PIC X(01).
               88  POSTH-PRIOR-PERIOD-ADJ VALUE "Y".
           05  FILLER               PIC X(01).
