      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINUSRK                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . CALL PARAMETER AREA FOR THE   *
      *         .                        TVA305 OPERATOR AUTHORITY   *
      *         .                        CHECK SUBPROGRAM            *
      * OTHER COPIES REQUIRED......: . FDINUSR / FDINSEC             *
      *         .                                                    *
      * COPY LOCATION..............: . WORKING-STORAGE (CALLER) AND  *
      *         .                        LINKAGE SECTION (TVA305).   *
      *         .   THE CALLER FILLS USER, PGM, TABLE, CODE AND      *
      *         .   CLEF.  ANY NON-ZERO RETURN CODE IS A REFUSAL;    *
      *         .   MOTIF CARRIES THE TEXT FOR THE LISTING OR        *
      *         .   SCREEN.  REFUSALS RC 04-16 ARE WRITTEN TO THE    *
      *         .   TVASEC SECURITY LOG BY TVA305 ITSELF.            *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - OPERATOR AUTHORITY  *
      *                                  CHECK                       *
      *                                                              *
      ****************************************************************
       01  FDIN-USR-CHK.
      ***** Operator id to check
           05  FDIN-USRK-USER             PIC X(8).
      ***** Calling program, for the security log
           05  FDIN-USRK-PGM              PIC X(8).
      ***** Right asked for
           05  FDIN-USRK-TABLE            PIC X(1).
               88  USRK-TABLE-TVA             VALUE 'T'.
               88  USRK-TABLE-TVAD            VALUE 'D'.
               88  USRK-TABLE-TVAB            VALUE 'B'.
               88  USRK-TABLE-PAY             VALUE 'P'.
               88  USRK-APPROVAL              VALUE 'V'.
      ***** Transaction code A/C/D (not used for an approval)
           05  FDIN-USRK-CODE             PIC X(1).
      ***** Key of the transaction or item, for the security log
           05  FDIN-USRK-CLEF             PIC X(22).
      ***** Return code of the check
           05  FDIN-USRK-RC               PIC 9(2).
               88  USRK-RC-OK                 VALUE 0.
               88  USRK-RC-UNKNOWN            VALUE 4.
               88  USRK-RC-INACTIVE           VALUE 8.
               88  USRK-RC-TABLE-REFUSED      VALUE 12.
               88  USRK-RC-CODE-REFUSED       VALUE 16.
               88  USRK-RC-FILE-ERROR         VALUE 20.
      ***** Reason of a refusal
           05  FDIN-USRK-MOTIF            PIC X(40).
           05  FILLER                     PIC X(8).
