      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TRAN-CODE  A = ADD,  C = CHANGE,  D = DEACTIVATE *
      *         .   TRAN-AMEND O = AMENDMENT ALLOWED TO REACH A      *
      *         .                  CLOSED DECLARATION PERIOD         *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: ADDED FDIN-TVA-TRAN-AMEND      *
      *                                  (TAKEN FROM THE FILLER) -   *
      *                                  AMENDMENT MARK CHECKED BY   *
      *                                  TVA105/TVA115 AGAINST THE   *
      *                                  CLOSED PERIODS OF FDINPER   *
      *                                                              *
      ****************************************************************
       01  FDIN-TVA-TRAN.
           05  FDIN-TVA-TRAN-DTDEB    PIC 9(8).
           05  FDIN-TVA-TRAN-DTFIN    PIC 9(8).
           05  FDIN-TVA-TRAN-USER     PIC X(8).
      ***** Amendment of a closed period           O/N
           05  FDIN-TVA-TRAN-AMEND    PIC X(1).
               88  TVA-TRAN-AMENDMENT          VALUE 'O'.
           05  FILLER                 PIC X(8).
