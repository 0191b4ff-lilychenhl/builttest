      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINPER                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . DECLARATION PERIOD RECORD -   *
      *         .                        ONE RECORD PER MONTH WHOSE  *
      *         .                        RETURN HAS BEEN FILED AND   *
      *         .                        CLOSED BY TVA295            *
      * OTHER COPIES REQUIRED......: . FDINDCL                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   A MAINTENANCE TRANSACTION WHOSE DTDEB/DTFIN      *
      *         .   REACHES A CLOSED MONTH IS REFUSED BY TVA105 AND  *
      *         .   TVA115 UNLESS IT IS MARKED AS AN AMENDMENT       *
      *         .   (FDIN-TVA-TRAN-AMEND = O).                       *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - CLOSED DECLARATION  *
      *                                  PERIODS                     *
      *                                                              *
      ****************************************************************
       01  FDIN-PER.
      ***** Declared month                        AAAAMM
           05  FDIN-PER-PERIODE           PIC 9(6).
      ***** Period status                 C = CLOSED
           05  FDIN-PER-STATUT            PIC X(1).
               88  PER-CLOSED                 VALUE 'C'.
      ***** Date of the close and operator who ran it
           05  FDIN-PER-DATE-CLOT         PIC 9(8).
           05  FDIN-PER-USER              PIC X(8).
      ***** Declaration rows stored in FDINDCL for the month
           05  FDIN-PER-LIGNES            PIC 9(5).
      ***** Filed totals - VAT collected (sales) and deductible
      *****   (purchases), regie rows included
           05  FDIN-PER-TVA-COLL          PIC S9(11)V9(2).
           05  FDIN-PER-TVA-DED           PIC S9(11)V9(2).
      *****   net deductible VAT filed, at the prorata (DEDNET)
           05  FDIN-PER-TVA-DED-NET       PIC S9(11)V9(2).
           05  FILLER                     PIC X(13).
