      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINUSRT                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . OPERATOR AUTHORITY            *
      *         .                        MAINTENANCE TRANSACTION     *
      *         .                        (ADD, CHANGE, DEACTIVATE)   *
      *         .                        READ BY TVA310 FROM TVAUSR  *
      * OTHER COPIES REQUIRED......: . FDINUSR                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   A CHANGE RESTATES EVERY RIGHT OF THE OPERATOR    *
      *         .   AND REACTIVATES A WITHDRAWN ONE.  A DEACTIVATE   *
      *         .   ONLY NEEDS THE OPERATOR ID.  TRAN-USER IS THE    *
      *         .   SECURITY ADMINISTRATOR SUBMITTING THE CHANGE.    *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - OPERATOR AUTHORITY  *
      *                                  MAINTENANCE TRANSACTION     *
      *                                                              *
      ****************************************************************
       01  FDIN-USR-TRAN.
           05  FDIN-USR-TRAN-CODE     PIC X(1).
               88  USR-TRAN-ADD               VALUE 'A'.
               88  USR-TRAN-CHANGE             VALUE 'C'.
               88  USR-TRAN-DEACTIVATE         VALUE 'D'.
           05  FDIN-USR-TRAN-CLEF     PIC X(8).
           05  FDIN-USR-TRAN-NOM      PIC X(30).
           05  FDIN-USR-TRAN-CODE-A   PIC X(1).
           05  FDIN-USR-TRAN-CODE-C   PIC X(1).
           05  FDIN-USR-TRAN-CODE-D   PIC X(1).
           05  FDIN-USR-TRAN-VISA     PIC X(1).
           05  FDIN-USR-TRAN-MAJ-TVA  PIC X(1).
           05  FDIN-USR-TRAN-MAJ-TVAD PIC X(1).
           05  FDIN-USR-TRAN-MAJ-TVAB PIC X(1).
           05  FDIN-USR-TRAN-MAJ-PAY  PIC X(1).
           05  FDIN-USR-TRAN-USER     PIC X(8).
           05  FILLER                 PIC X(24).
