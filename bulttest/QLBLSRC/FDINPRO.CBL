      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINPRO                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . PURCHASE VAT DEDUCTION        *
      *         .                        PRORATA - ONE RECORD PER    *
      *         .                        ACTIVITY SECTOR AND YEAR    *
      * OTHER COPIES REQUIRED......: . FDINPROT / FDINFAC            *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   COEFFICIENTS ARE WHOLE PERCENTAGES (000-100).    *
      *         .   THE PROVISIONAL COEFFICIENT IS THE DEFINITIVE    *
      *         .   ONE OF THE YEAR BEFORE AND IS APPLIED BY TVA270  *
      *         .   ALL YEAR.  THE DEFINITIVE COEFFICIENT AND THE    *
      *         .   YEAR-END FIGURES ARE WRITTEN BY TVA335 ONLY:     *
      *         .   SALES GIVING THE RIGHT TO DEDUCT OVER ALL SALES, *
      *         .   ROUNDED UP TO THE NEXT WHOLE PER CENT.  A SECTOR *
      *         .   WITH NO ACTIVE RECORD FOR THE YEAR DEDUCTS IN    *
      *         .   FULL (100).                                      *
      *         .   REGUL = DED-DEF - DED-PROV: ABOVE ZERO IS AN     *
      *         .   EXTRA DEDUCTION, BELOW ZERO VAT TO REPAY.        *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - DEDUCTION PRORATA   *
      *                                  BY SECTOR AND YEAR          *
      *                                                              *
      ****************************************************************
       01  FDIN-PRO.
           05  FDIN-PRO-CLEF.
      ***** Activity sector             GEN = GENERAL SECTOR
               10  FDIN-PRO-SECTEUR   PIC X(4).
      ***** Calendar year               AAAA
               10  FDIN-PRO-ANNEE     PIC 9(4).
           05  FDIN-PRO-LIB           PIC X(20).
      ***** Provisional and definitive coefficients (per cent)
           05  FDIN-PRO-PROVISOIRE    PIC 9(3).
           05  FDIN-PRO-DEFINITIF     PIC 9(3).
      ***** Status                      P = PROVISIONAL ONLY
      *****                             D = DEFINITIVE COMPUTED
           05  FDIN-PRO-STATUT        PIC X(1).
               88  PRO-PROVISIONAL            VALUE 'P'.
               88  PRO-DEFINITIVE             VALUE 'D'.
      ***** Record active               O/N
           05  FDIN-PRO-ACTIF         PIC X(1).
      ***** Year-end figures (TVA335), in euros
      *****   sales giving the right to deduct and all sales
           05  FDIN-PRO-CA-DROIT      PIC S9(13)V9(2).
           05  FDIN-PRO-CA-TOTAL      PIC S9(13)V9(2).
      *****   gross deductible VAT, deducted at the provisional and
      *****   at the definitive coefficient, and the regularisation
           05  FDIN-PRO-DED-BRUT      PIC S9(11)V9(2).
           05  FDIN-PRO-DED-PROV      PIC S9(11)V9(2).
           05  FDIN-PRO-DED-DEF       PIC S9(11)V9(2).
           05  FDIN-PRO-REGUL         PIC S9(11)V9(2).
      ***** Date of the year-end computation      AAAAMMJJ
           05  FDIN-PRO-DATE-CALC     PIC 9(8).
      ***** Date and operator of the last maintenance
           05  FDIN-PRO-DATE-MAJ      PIC 9(8).
           05  FDIN-PRO-USER-MAJ      PIC X(8).
           05  FILLER                 PIC X(18).
