      ******************************************************************
      *                                                                *
      *    OITMREC.CPY                                                 *
      *    OPEN-ITEM RECEIVABLES LEDGER RECORD (OPENITM).  EVERY       *
      *    DELINQUENCY FIGURE USED TO BE INACTIVITY - A CUSTOMER       *
      *    PAYING $5 A MONTH ON A $5,000 BALANCE NEVER LOOKED LATE.    *
      *    THE NIGHTLY LEDGER PASS (OITMBLD) TURNS EVERY CHARGE,       *
      *    DEBIT ADJUSTMENT, REVERSED PAYMENT AND ACCRUAL INTO AN      *
      *    OPEN ITEM WITH A CONTRACTUAL DUE DATE AND APPLIES EVERY     *
      *    PAYMENT AND CREDIT OLDEST ITEM FIRST.  THE FILE IS CARRIED  *
      *    FORWARD (OPENITM IN, OPENITMO OUT - THE SNAPSHOT PATTERN)   *
      *    IN ASCENDING CUST-ID ORDER, OLDEST ITEM FIRST WITHIN THE    *
      *    ACCOUNT.  AN ITEM DROPS OFF THE FILE ONCE IT IS PAID IN     *
      *    FULL.                                                       *
      *                                                                *
      *    OITM-SOURCE "U" IS THE ACCOUNT'S UNAPPLIED CREDIT - MONEY   *
      *    PAID BEYOND EVERY OPEN ITEM, HELD TO SETTLE THE NEXT        *
      *    CHARGE.  "B" IS A BALANCING ITEM THE PASS RAISES WHEN THE   *
      *    LEDGER DOES NOT PROVE TO CUST-BALANCE (THE FIRST NIGHT,     *
      *    AND ANY BALANCE CHANGE THAT DID NOT COME THROUGH POSTHIST   *
      *    OR ACCRDETL).                                               *
      *                                                                *
      ******************************************************************
      * MODIFICATION HISTORY
      *   10/29/2026  RVH  ORIGINAL.
      ******************************************************************
       01  OPEN-ITEM-RECORD.
           05  OITM-CUST-ID         PIC X(10).
           05  OITM-ITEM-DATE       PIC 9(06).
           05  OITM-DUE-DATE        PIC 9(06).
           05  OITM-SOURCE          PIC X(01).
               88  OITM-FROM-CHARGE     VALUE "C".
               88  OITM-FROM-ADJUSTMENT VALUE "J".
               88  OITM-FROM-REVERSAL   VALUE "R".
               88  OITM-FROM-INTEREST   VALUE "I".
               88  OITM-FROM-SERVICE    VALUE "S".
               88  OITM-FROM-BALANCING  VALUE "B".
               88  OITM-IS-CREDIT       VALUE "U".
           05  OITM-REFERENCE       PIC X(08).
           05  OITM-ORIGINAL-AMOUNT PIC 9(7)V99.
           05  OITM-OPEN-AMOUNT     PIC 9(7)V99.
           05  OITM-LAST-PAID-DATE  PIC 9(06).
           05  FILLER               PIC X(10).
