      ******************************************************************
      * Copybook: RFLREC
      * Author: rxxuzi
      * Date: 2024/09/07
      * Purpose: Shared record layout for the member referral
      *          register (referral.txt, indexed on RFL-NEW-ID with
      *          RFL-REFERRER-ID as a duplicate alternate key). One
      *          row per new member an existing member referred,
      *          written "P" (pending) by S015's Add, S034's queued
      *          add or S080's approval with the new member's first
      *          charge (fee plus tax) in RFL-FIRST-DUE. S141's
      *          nightly earn run turns a row "C" (credit raised)
      *          once payment.txt shows that charge fully paid, at
      *          the site profile's REFERRAL-CREDIT-x amount for
      *          the new member's class, or "X" (cancelled) when the
      *          new registration is voided first. S015 takes every
      *          raised credit against the referrer's next renewal
      *          invoice and turns the row "A" (applied) with the
      *          invoice number. Raised-not-applied credits are the
      *          liability S141 reports.
      ******************************************************************
       01  REFERRAL-RECORD.
           05  RFL-NEW-ID                   PIC X(20).
           05  RFL-REFERRER-ID              PIC X(20).
           05  RFL-STATE                    PIC X(01).
               88  RFL-STATE-PENDING        VALUE "P".
               88  RFL-STATE-CREDITED       VALUE "C".
               88  RFL-STATE-APPLIED        VALUE "A".
               88  RFL-STATE-CANCELLED      VALUE "X".
           05  RFL-CLASS                    PIC X(01).
           05  RFL-REG-DATE                 PIC 9(08).
           05  RFL-CAPTURED-BY              PIC 9(05).
           05  RFL-FIRST-DUE                PIC 9(07)V99.
           05  RFL-CURRENCY                 PIC X(03).
           05  RFL-BRANCH                   PIC X(03).
           05  RFL-CREDIT                   PIC 9(05)V99.
           05  RFL-EARNED-DATE              PIC 9(08).
           05  RFL-APPLIED-DATE             PIC 9(08).
           05  RFL-INVOICE-NO               PIC 9(07).
           05  RFL-CLOSED-DATE              PIC 9(08).
           05  FILLER                       PIC X(10).
