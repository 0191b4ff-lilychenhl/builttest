      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINFACE                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . INVOICE-LINE FEED AS SENT BY  *
      *         .                        THE BILLING SYSTEM - ONE    *
      *         .                        HEADER, THE INVOICE LINES,  *
      *         .                        ONE TRAILER                 *
      * OTHER COPIES REQUIRED......: . FDINFAC / FDINFACL / FDINFACR *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TYPE H = HEADER, D = INVOICE LINE (THE BODY IS   *
      *         .   THE FDINFAC RECORD), T = TRAILER.  THE TVA320    *
      *         .   INTAKE CONTROL CHECKS THE FEED AND RELEASES THE  *
      *         .   LINES ALONE AS TVAFAC.                           *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - INVOICE-LINE FEED   *
      *                                  WITH HEADER AND TRAILER     *
      *                                                              *
      ****************************************************************
       01  FDIN-FACE.
      ***** Record type                 H / D / T
           05  FDIN-FACE-TYPE         PIC X(1).
               88  FACE-HEADER                VALUE 'H'.
               88  FACE-LINE                  VALUE 'D'.
               88  FACE-TRAILER               VALUE 'T'.
      ***** Invoice line (type D) - FDINFAC layout
           05  FDIN-FACE-CORPS        PIC X(100).
      ***** Header (type H)
           05  FDIN-FACE-ENTETE REDEFINES FDIN-FACE-CORPS.
      ***** Feed sequence number, one more than the last accepted
               10  FDIN-FACE-H-SEQ    PIC 9(6).
      ***** Billing period of the feed          AAAAMM
               10  FDIN-FACE-H-PERIODE PIC 9(6).
      ***** Creation date of the feed           AAAAMMJJ
               10  FDIN-FACE-H-DATE-CRE PIC 9(8).
               10  FILLER             PIC X(80).
      ***** Trailer (type T)
           05  FDIN-FACE-FIN REDEFINES FDIN-FACE-CORPS.
      ***** Number of invoice lines in the feed
               10  FDIN-FACE-T-LIGNES PIC 9(7).
      ***** Hash totals of FDIN-FAC-MTHT and FDIN-FAC-MTTVA
               10  FDIN-FACE-T-MTHT   PIC S9(13)V9(2).
               10  FDIN-FACE-T-MTTVA  PIC S9(13)V9(2).
               10  FILLER             PIC X(63).
