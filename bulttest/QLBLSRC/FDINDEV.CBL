      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINDEV                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . EXCHANGE-RATE TABLE - ONE     *
      *         .                        RECORD PER CURRENCY AND     *
      *         .                        EFFECTIVE DATE (DAILY       *
      *         .                        RATES)                      *
      * OTHER COPIES REQUIRED......: . FDINDEVT / FDINDEVK           *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   THE RATE IS THE NUMBER OF CURRENCY UNITS FOR     *
      *         .   ONE EURO (1 EUR = TAUX USD), SO THE EURO AMOUNT  *
      *         .   IS THE CURRENCY AMOUNT DIVIDED BY THE RATE.      *
      *         .   THE KEY CARRIES THE EFFECTIVE DATE INVERTED      *
      *         .   (99999999 - AAAAMMJJ) SO THAT A START ON THE     *
      *         .   CURRENCY AND THE INVERTED INVOICE DATE READS     *
      *         .   THE RATE IN EFFECT ON THAT DATE FIRST.  A RATE   *
      *         .   IS IN EFFECT FROM ITS DATE UNTIL THE NEXT ONE.   *
      *         .   THE EURO ITSELF HAS NO RECORD.                   *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - EXCHANGE RATES FOR  *
      *                                  FOREIGN-CURRENCY INVOICE    *
      *                                  LINES                       *
      *                                                              *
      ****************************************************************
       01  FDIN-DEV.
           05  FDIN-DEV-CLEF.
      ***** Currency code (ISO)         USD, GBP, CHF ...
               10  FDIN-DEV-CODE      PIC X(3).
      ***** Effective date inverted     99999999 - AAAAMMJJ
               10  FDIN-DEV-DATE-INV  PIC 9(8).
      ***** Effective date              AAAAMMJJ
           05  FDIN-DEV-DATE-EFFET    PIC 9(8).
      ***** Currency units for one euro
           05  FDIN-DEV-TAUX          PIC 9(5)V9(6).
      ***** Rate active                 O/N  (N = WITHDRAWN)
           05  FDIN-DEV-ACTIF         PIC X(1).
      ***** Date and operator of the last maintenance
           05  FDIN-DEV-DATE-MAJ      PIC 9(8).
           05  FDIN-DEV-USER-MAJ      PIC X(8).
           05  FILLER                 PIC X(33).
