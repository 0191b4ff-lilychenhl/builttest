      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCOFA                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . COFRADEL ACKNOWLEDGEMENT      *
      *         .                        RECORD - ONE RECORD PER     *
      *         .                        LINE OF A TVA170            *
      *         .                        TRANSMISSION, ACCEPTED OR   *
      *         .                        REJECTED BY THE COFRADEL    *
      *         .                        LOAD                        *
      * OTHER COPIES REQUIRED......: . FDINTVAI / FDINTRS / FDINCOFQ *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   THE TRANSMISSION AND LINE NUMBERS AND OUR KEY    *
      *         .   ARE ECHOED FROM THE FDINTVAI RECORD.             *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - COFRADEL            *
      *                                  ACKNOWLEDGEMENT INTERCHANGE *
      *                                                              *
      ****************************************************************
       01  FDIN-COF-ACK.
      ***** Transmission and line acknowledged
           05  FDIN-COFA-TRANS        PIC 9(6).
           05  FDIN-COFA-NOLIG        PIC 9(6).
      ***** Our key as sent (FDIN-TVA-CLEF)
           05  FDIN-COFA-CLEF.
               10  FDIN-COFA-CLEF-GEN PIC X(18).
               10  FDIN-COFA-CLEF-VER PIC X(2).
      ***** COFRADEL purchase and sale codes as sent
           05  FDIN-COFA-COFACH       PIC X(2).
           05  FDIN-COFA-COFVEN       PIC X(2).
      ***** Outcome of the load         A = ACCEPTED, R = REJECTED
           05  FDIN-COFA-STATUT       PIC X(1).
               88  COFA-ACCEPTED              VALUE 'A'.
               88  COFA-REJECTED              VALUE 'R'.
      ***** Reason of a rejection, as given by COFRADEL
           05  FDIN-COFA-MOTIF        PIC X(40).
      ***** Date COFRADEL loaded the transmission      AAAAMMJJ
           05  FDIN-COFA-DATE-TRT     PIC 9(8).
           05  FILLER                 PIC X(15).
