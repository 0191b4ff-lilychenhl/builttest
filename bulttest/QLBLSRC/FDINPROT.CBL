      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINPROT                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . MAINTENANCE TRANSACTION       *
      *         .                        RECORD FOR THE FDINPRO      *
      *         .                        DEDUCTION PRORATA TABLE     *
      * OTHER COPIES REQUIRED......: . FDINPRO                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TRAN-CODE  A = ADD,  C = CHANGE,  D = DEACTIVATE *
      *         .   ONLY THE LABEL AND THE PROVISIONAL COEFFICIENT   *
      *         .   ARE MAINTAINED; THE DEFINITIVE ONE COMES FROM    *
      *         .   THE TVA335 YEAR-END RUN.                         *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - TVA340 MAINTENANCE  *
      *                                  TRANSACTION INPUT           *
      *                                                              *
      ****************************************************************
       01  FDIN-PRO-TRAN.
           05  FDIN-PRO-TRAN-CODE     PIC X(1).
               88  PRO-TRAN-ADD               VALUE 'A'.
               88  PRO-TRAN-CHANGE            VALUE 'C'.
               88  PRO-TRAN-DEACTIVATE        VALUE 'D'.
           05  FDIN-PRO-TRAN-CLEF.
               10  FDIN-PRO-TRAN-SECTEUR PIC X(4).
               10  FDIN-PRO-TRAN-ANNEE PIC 9(4).
           05  FDIN-PRO-TRAN-LIB      PIC X(20).
           05  FDIN-PRO-TRAN-PROVISOIRE PIC 9(3).
           05  FDIN-PRO-TRAN-USER     PIC X(8).
           05  FILLER                 PIC X(40).
