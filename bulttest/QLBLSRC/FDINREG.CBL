      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINREG                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . VAT REGULARISATION PROPOSAL - *
      *         .                        ONE CREDIT OR DEBIT NOTE    *
      *         .                        PER INVOICE, WRITTEN BY     *
      *         .                        TVA290 FOR BILLING AFTER A  *
      *         .                        BACK-DATED RATE CORRECTION  *
      * OTHER COPIES REQUIRED......: . FDINFAC / FDINTVAH            *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   THE DIFFERENCE IS THE CORRECTED VAT LESS THE     *
      *         .   VAT CHARGED.  A POSITIVE DIFFERENCE (TOO LITTLE  *
      *         .   CHARGED) IS PROPOSED AS A DEBIT NOTE D, A        *
      *         .   NEGATIVE ONE AS A CREDIT NOTE C.  THE AMOUNT IS  *
      *         .   ALWAYS POSITIVE.  AMOUNTS ARE IN THE CURRENCY    *
      *         .   OF THE INVOICE LINES (FDIN-FAC-DEVISE) - ONE     *
      *         .   PROPOSAL PER INVOICE AND CURRENCY.               *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - REGULARISATION      *
      *                                  PROPOSALS                   *
      *                                                              *
      ****************************************************************
       01  FDIN-REG.
      ***** Date of the proposal (run date)   AAAAMMJJ
           05  FDIN-REG-DATE          PIC 9(8).
      ***** Invoice to regularise
           05  FDIN-REG-NOFAC         PIC X(10).
      ***** Purchase or sale invoice    A = ACHAT, V = VENTE
           05  FDIN-REG-SENS          PIC X(1).
      ***** Invoice date                AAAAMMJJ
           05  FDIN-REG-DATE-FAC      PIC 9(8).
      ***** Proposed note               C = CREDIT NOTE, D = DEBIT NOTE
           05  FDIN-REG-TYPE          PIC X(1).
               88  REG-AVOIR                  VALUE 'C'.
               88  REG-DEBIT                  VALUE 'D'.
      ***** VAT amount of the proposed note (always positive)
           05  FDIN-REG-MONTANT       PIC 9(11)V9(2).
      ***** Taxable base of the regularised lines
           05  FDIN-REG-BASE          PIC S9(11)V9(2).
      ***** VAT charged on the regularised lines
           05  FDIN-REG-TVA-FACT      PIC S9(11)V9(2).
      ***** VAT given by the corrected version
           05  FDIN-REG-TVA-CORR      PIC S9(11)V9(2).
      ***** Number of invoice lines regularised
           05  FDIN-REG-LIGNES        PIC 9(5).
      ***** Currency of every amount above   BLANK OR EUR = EUROS
           05  FDIN-REG-DEVISE        PIC X(3).
           05  FILLER                 PIC X(12).
