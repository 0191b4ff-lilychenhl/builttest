      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TRAN-CODE  A = ADD,  C = CHANGE,  D = DEACTIVATE *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: ADDED FDIN-PAY-TRAN-UE (TAKEN  *
      *                                  FROM THE FILLER) - EU       *
      *                                  MEMBER STATE FLAG O/N       *
      *                                                              *
      ****************************************************************
       01  FDIN-PAY-TRAN.
           05  FDIN-PAY-TRAN-DTDEB    PIC 9(8).
           05  FDIN-PAY-TRAN-DTFIN    PIC 9(8).
           05  FDIN-PAY-TRAN-USER     PIC X(8).
           05  FDIN-PAY-TRAN-UE       PIC X(1).
           05  FILLER                 PIC X(9).
