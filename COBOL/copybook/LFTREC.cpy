      ******************************************************************
      * Copybook: LFTREC
      * Author: rxxuzi
      * Date: 2024/07/21
      * Purpose: Shared record layout for the late-fee table
      *          (lfeetab.txt). One row per country, currency and
      *          dunning stage (DUNREC's 1/2/3) saying what S069
      *          charges when it queues a letter at that stage. A
      *          blank LFT-COUNTRY is the charge for any country in
      *          that currency, and a country-specific row wins over
      *          it at lookup. No row, or a zero amount, charges
      *          nothing - the cycle costs what it always did until
      *          finance fills the table in through S120.
      ******************************************************************
       01  LATE-FEE-TABLE-RECORD.
           05  LFT-COUNTRY                  PIC X(20).
           05  LFT-CURRENCY                 PIC X(03).
           05  LFT-STAGE                    PIC 9(01).
           05  LFT-AMOUNT                   PIC 9(07)V99.
