      *         .                        PER INVOICE LINE CARRYING   *
      *         .                        THE VAT CODE USED AND THE   *
      *         .                        VAT AMOUNT CHARGED          *
      * OTHER COPIES REQUIRED......: . FDINTVA / FDINDEV / FDINPRO   *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   SENS  A = PURCHASE LINE, V = SALE LINE           *
      *         .   MTHT AND MTTVA ARE IN THE CURRENCY OF THE LINE;  *
      *         .   FOREIGN LINES ARE CONVERTED THROUGH FDINDEV.     *
      *         .   A LINE WITH NO SECTOR BELONGS TO THE GENERAL     *
      *         .   SECTOR 'GEN'.                                    *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: ADDED FDIN-FAC-SECTEUR -       *
      *                                  ACTIVITY SECTOR OF THE LINE *
      *                                  FOR THE DEDUCTION PRORATA   *
      *                                  (FDINPRO), TAKEN FROM THE   *
      *                                  FILLER                      *
      *                                                              *
      ****************************************************************
       01  FDIN-FAC.
           05  FDIN-FAC-MTHT          PIC S9(9)V9(2).
      ***** VAT amount charged on the line
           05  FDIN-FAC-MTTVA         PIC S9(9)V9(2).
      ***** Destination country or territory (FDIN-PAY-CODE)
           05  FDIN-FAC-PAYS          PIC X(3).
      ***** Customer intra-EU VAT number (sale lines)
           05  FDIN-FAC-NOTVA         PIC X(14).
      ***** Line number within the invoice
           05  FDIN-FAC-NOLIG         PIC 9(4).
      ***** Currency of the amounts     BLANK OR EUR = EUROS
           05  FDIN-FAC-DEVISE        PIC X(3).
      ***** Activity sector (FDIN-PRO-SECTEUR)   BLANK = GEN
           05  FDIN-FAC-SECTEUR       PIC X(4).
           05  FILLER                 PIC X(13).
