      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINJRN                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . GENERAL-LEDGER VAT JOURNAL    *
      *         .                        ENTRY - ONE RECORD PER      *
      *         .                        DEBIT OR CREDIT LEG WRITTEN *
      *         .                        BY TVA275 FOR THE LEDGER    *
      * OTHER COPIES REQUIRED......: . FDINFAC / FDINCPT             *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   EVERY INVOICE LINE GIVES ONE C LEG FOR THE VAT   *
      *         .   CHARGED AND D LEGS ADDING UP TO IT - A PURCHASE  *
      *         .   UNDER PRORATA DEBITS THE DEDUCTIBLE AND THE      *
      *         .   NON-DEDUCTIBLE ACCOUNTS - SO THE FILE BALANCES.  *
      *         .   THE AMOUNT IS ALWAYS POSITIVE - A NEGATIVE LINE  *
      *         .   (CREDIT NOTE) SWAPS THE DEBIT AND CREDIT SIDES.  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - VAT POSTING JOURNAL *
      *                                                              *
      ****************************************************************
       01  FDIN-JRN.
      ***** Posting date (run date)      AAAAMMJJ
           05  FDIN-JRN-DATE          PIC 9(8).
      ***** Invoice reference, used as the ledger piece number
           05  FDIN-JRN-NOFAC         PIC X(10).
      ***** Invoice date                 AAAAMMJJ
           05  FDIN-JRN-DATE-FAC      PIC 9(8).
      ***** Ledger account
           05  FDIN-JRN-COMPTE        PIC X(10).
      ***** Debit or credit leg          D = DEBIT, C = CREDIT
           05  FDIN-JRN-DC            PIC X(1).
               88  JRN-DEBIT                  VALUE 'D'.
               88  JRN-CREDIT                 VALUE 'C'.
      ***** Amount of the leg (always positive)
           05  FDIN-JRN-MONTANT       PIC 9(11)V9(2).
      ***** Declaration line the leg belongs to
           05  FDIN-JRN-SENS          PIC X(1).
           05  FDIN-JRN-CODE          PIC X(18).
           05  FDIN-JRN-EDIT          PIC X(5).
           05  FDIN-JRN-TAUX          PIC 9(2)V9(2).
           05  FDIN-JRN-REGIE         PIC X(1).
           05  FDIN-JRN-LIB           PIC X(20).
           05  FILLER                 PIC X(21).
