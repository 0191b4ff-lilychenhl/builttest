      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINDEVK                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . CALL PARAMETER AREA FOR THE   *
      *         .                        TVA325 EURO CONVERSION      *
      *         .                        SUBPROGRAM                  *
      * OTHER COPIES REQUIRED......: . FDINDEV / FDINFAC             *
      *         .                                                    *
      * COPY LOCATION..............: . WORKING-STORAGE (CALLER) AND  *
      *         .                        LINKAGE SECTION (TVA325).   *
      *         .   GIVEN THE CURRENCY AND DATE OF AN INVOICE LINE   *
      *         .   AND ITS TWO AMOUNTS, RETURNS THE RATE IN EFFECT  *
      *         .   ON THAT DATE AND BOTH AMOUNTS IN EUROS.  A       *
      *         .   BLANK CURRENCY OR EUR COMES BACK UNCHANGED WITH  *
      *         .   A RATE OF 1 AND FDIN-DEVK-EURO 'O'.              *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - EURO CONVERSION     *
      *                                  CALL AREA                   *
      *                                                              *
      ****************************************************************
       01  FDIN-DEV-CONV.
      ***** Currency of the line (FDIN-FAC-DEVISE)
           05  FDIN-DEVK-DEVISE           PIC X(3).
      ***** Date the rate must be in effect on       AAAAMMJJ
           05  FDIN-DEVK-DATE             PIC 9(8).
      ***** Amounts in the currency of the line
           05  FDIN-DEVK-MTHT             PIC S9(11)V9(2).
           05  FDIN-DEVK-MTTVA            PIC S9(11)V9(2).
      ***** Rate applied and its effective date (output)
           05  FDIN-DEVK-TAUX             PIC 9(5)V9(6).
           05  FDIN-DEVK-DATE-EFFET       PIC 9(8).
      ***** Amounts converted to euros, rounded (output)
           05  FDIN-DEVK-MTHT-EUR         PIC S9(11)V9(2).
           05  FDIN-DEVK-MTTVA-EUR        PIC S9(11)V9(2).
      ***** Euro line - no conversion was needed (output)  O/N
           05  FDIN-DEVK-EURO             PIC X(1).
      ***** Return code
           05  FDIN-DEVK-RC               PIC 9(2).
               88  DEVK-RC-OK                 VALUE 0.
               88  DEVK-RC-NO-RATE            VALUE 4.
               88  DEVK-RC-FILE-ERROR         VALUE 16.
           05  FILLER                     PIC X(9).
