      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINDCL                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . DECLARATION HISTORY RECORD -  *
      *         .                        ONE RECORD PER TVA270       *
      *         .                        DECLARATION ROW (SENS, EDIT *
      *         .                        CODE, RATE, REGIE) AS FILED *
      *         .                        FOR A CLOSED MONTH          *
      * OTHER COPIES REQUIRED......: . FDINPER                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   WRITTEN BY THE TVA295 PERIOD CLOSE FROM THE      *
      *         .   TVADCL EXPORT OF THE FILED TVA270 RUN, READ BY   *
      *         .   THE TVA300 AMENDMENT REPORT.                     *
      *         .   ON PURCHASE ROWS THE VAT IS THE GROSS DEDUCTIBLE *
      *         .   VAT; THE NET AT THE PRORATA (DEDNET) IS THE      *
      *         .   FIGURE FILED.  THE NET AND THE PRORATA ARE ZERO  *
      *         .   ON SALES ROWS.  ROWS STORED BEFORE THE NET WAS   *
      *         .   KEPT HAVE IT NOT NUMERIC AND WERE FILED GROSS.   *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - FILED DECLARATION   *
      *                                  FIGURES                     *
      *                                                              *
      ****************************************************************
       01  FDIN-DCL.
           05  FDIN-DCL-CLEF.
      ***** Declared month                        AAAAMM
               10  FDIN-DCL-PERIODE       PIC 9(6).
      ***** Purchase or sale row         A = ACHAT, V = VENTE
               10  FDIN-DCL-SENS          PIC X(1).
      ***** Edit code (TVVE for sales, TVAE for purchases)
               10  FDIN-DCL-EDIT          PIC X(5).
               10  FDIN-DCL-TAUX          PIC 9(2)V9(2).
      ***** Self-assessed row                    O/N
               10  FDIN-DCL-REGIE         PIC X(1).
      ***** Filed taxable base, VAT and line count
           05  FDIN-DCL-BASE              PIC S9(11)V9(2).
           05  FDIN-DCL-TVA               PIC S9(11)V9(2).
           05  FDIN-DCL-LIGNES            PIC 9(7).
      ***** Purchase rows - net deductible VAT filed and the prorata
      *****   it represents (net over gross, per cent)
           05  FDIN-DCL-TVA-NET           PIC S9(11)V9(2).
           05  FDIN-DCL-PRORATA           PIC 9(3)V9(2).
      ***** Date of the period close              AAAAMMJJ
           05  FDIN-DCL-DATE-DEPOT        PIC 9(8).
           05  FILLER                     PIC X(4).
