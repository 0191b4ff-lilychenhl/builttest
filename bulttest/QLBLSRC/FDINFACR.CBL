      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINFACR                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . INVOICE FEED INTAKE REGISTER  *
      *         .                        - ONE RECORD PER FEED       *
      *         .                        PRESENTED TO THE TVA320     *
      *         .                        INTAKE CONTROL, ACCEPTED OR *
      *         .                        REJECTED                    *
      * OTHER COPIES REQUIRED......: . FDINFACE / FDINFACL           *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   THE REGISTER (TVAFCR) IS ONLY EVER EXTENDED.     *
      *         .   THE NEXT FEED EXPECTED IS THE HIGHEST ACCEPTED   *
      *         .   SEQUENCE NUMBER PLUS ONE.                        *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - FEED INTAKE         *
      *                                  REGISTER                    *
      *                                                              *
      ****************************************************************
       01  FDIN-FACR.
      ***** Feed sequence number as given on the header (zero when
      *****   the header is missing)
           05  FDIN-FACR-SEQ          PIC 9(6).
           05  FDIN-FACR-PERIODE      PIC 9(6).
           05  FDIN-FACR-DATE-CRE     PIC 9(8).
      ***** Date and time of the intake run
           05  FDIN-FACR-DATE-TRT     PIC 9(8).
           05  FDIN-FACR-HEURE-TRT    PIC 9(8).
      ***** Outcome                     A = ACCEPTED, R = REJECTED
           05  FDIN-FACR-STATUT       PIC X(1).
               88  FACR-ACCEPTED              VALUE 'A'.
               88  FACR-REJECTED              VALUE 'R'.
      ***** Lines and hash totals counted on the feed
           05  FDIN-FACR-LIGNES       PIC 9(7).
           05  FDIN-FACR-MTHT         PIC S9(13)V9(2).
           05  FDIN-FACR-MTTVA        PIC S9(13)V9(2).
      ***** Duplicate lines dropped and lines released on TVAFAC
           05  FDIN-FACR-DOUBLONS     PIC 9(7).
           05  FDIN-FACR-LIBERES      PIC 9(7).
      ***** Reason of a rejection
           05  FDIN-FACR-MOTIF        PIC X(40).
           05  FILLER                 PIC X(22).
