      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCPTT                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . MAINTENANCE TRANSACTION       *
      *         .                        RECORD FOR THE FDINCPT      *
      *         .                        LEDGER-ACCOUNT TABLE        *
      * OTHER COPIES REQUIRED......: . FDINCPT                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TRAN-CODE  A = ADD,  C = CHANGE,  D = DEACTIVATE *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - TVA280 MAINTENANCE  *
      *                                  TRANSACTION INPUT           *
      *                                                              *
      ****************************************************************
       01  FDIN-CPT-TRAN.
           05  FDIN-CPT-TRAN-CODE     PIC X(1).
               88  CPT-TRAN-ADD               VALUE 'A'.
               88  CPT-TRAN-CHANGE             VALUE 'C'.
               88  CPT-TRAN-DEACTIVATE         VALUE 'D'.
           05  FDIN-CPT-TRAN-CLEF.
               10  FDIN-CPT-TRAN-TYPE PIC X(1).
               10  FDIN-CPT-TRAN-GEN  PIC X(18).
           05  FDIN-CPT-TRAN-LIB      PIC X(20).
           05  FDIN-CPT-TRAN-COLL     PIC X(10).
           05  FDIN-CPT-TRAN-DED      PIC X(10).
           05  FDIN-CPT-TRAN-ACOLL    PIC X(10).
           05  FDIN-CPT-TRAN-ADED     PIC X(10).
           05  FDIN-CPT-TRAN-CONTRE   PIC X(10).
           05  FDIN-CPT-TRAN-USER     PIC X(8).
           05  FDIN-CPT-TRAN-NDED     PIC X(10).
           05  FILLER                 PIC X(2).
