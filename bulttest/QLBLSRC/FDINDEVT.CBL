      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINDEVT                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . MAINTENANCE TRANSACTION       *
      *         .                        RECORD FOR THE FDINDEV      *
      *         .                        EXCHANGE-RATE TABLE         *
      * OTHER COPIES REQUIRED......: . FDINDEV                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TRAN-CODE  A = ADD,  C = CHANGE,  D = WITHDRAW   *
      *         .   THE EFFECTIVE DATE IS GIVEN PLAIN (AAAAMMJJ);    *
      *         .   TVA330 BUILDS THE INVERTED KEY.                  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - TVA330 MAINTENANCE  *
      *                                  TRANSACTION INPUT           *
      *                                                              *
      ****************************************************************
       01  FDIN-DEV-TRAN.
           05  FDIN-DEV-TRAN-CODE     PIC X(1).
               88  DEV-TRAN-ADD               VALUE 'A'.
               88  DEV-TRAN-CHANGE            VALUE 'C'.
               88  DEV-TRAN-WITHDRAW          VALUE 'D'.
           05  FDIN-DEV-TRAN-DEVISE   PIC X(3).
           05  FDIN-DEV-TRAN-DATE     PIC 9(8).
           05  FDIN-DEV-TRAN-DATE-R REDEFINES FDIN-DEV-TRAN-DATE.
               10  FDIN-DEV-TRAN-AAAA PIC 9(4).
               10  FDIN-DEV-TRAN-MM   PIC 9(2).
               10  FDIN-DEV-TRAN-JJ   PIC 9(2).
           05  FDIN-DEV-TRAN-TAUX     PIC 9(5)V9(6).
           05  FDIN-DEV-TRAN-USER     PIC X(8).
           05  FILLER                 PIC X(49).
