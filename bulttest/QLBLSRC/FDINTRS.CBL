      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINTRS                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . COFRADEL TRANSMISSION         *
      *         .                        REGISTER - ONE RECORD PER   *
      *         .                        TVA170 EXTRACT SENT         *
      * OTHER COPIES REQUIRED......: . FDINTVAI / FDINCOFA / FDINCOFQ*
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TVA170 WRITES THE RECORD SENT (E); TVA345 MARKS  *
      *         .   IT ACKNOWLEDGED WHEN COFRADEL'S ACKNOWLEDGEMENT  *
      *         .   ARRIVES.  THE NEXT NUMBER IS THE HIGHEST ON THE  *
      *         .   REGISTER PLUS ONE.                               *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - COFRADEL            *
      *                                  TRANSMISSION REGISTER       *
      *                                                              *
      ****************************************************************
       01  FDIN-TRS.
      ***** Transmission number
           05  FDIN-TRS-NUM           PIC 9(6).
      ***** Date and time the extract was built       AAAAMMJJ HHMMSSCC
           05  FDIN-TRS-DATE-ENV      PIC 9(8).
           05  FDIN-TRS-HEURE-ENV     PIC 9(8).
      ***** Detail lines sent, of which sent again after a rejection
           05  FDIN-TRS-LIGNES        PIC 9(7).
           05  FDIN-TRS-RENVOIS       PIC 9(7).
      ***** Status                      E = SENT, NOT ACKNOWLEDGED
      *****                             A = ACKNOWLEDGED, ALL ACCEPTED
      *****                             R = ACKNOWLEDGED WITH REJECTS
      *****                             I = ACKNOWLEDGEMENT INCOMPLETE
           05  FDIN-TRS-STATUT        PIC X(1).
               88  TRS-SENT                   VALUE 'E'.
               88  TRS-ACCEPTED               VALUE 'A'.
               88  TRS-REJECTS                VALUE 'R'.
               88  TRS-INCOMPLETE             VALUE 'I'.
      ***** Date the acknowledgement was processed     AAAAMMJJ
           05  FDIN-TRS-DATE-ACK      PIC 9(8).
      ***** Lines acknowledged, accepted and rejected
           05  FDIN-TRS-NB-ACK        PIC 9(7).
           05  FDIN-TRS-NB-ACCEPT     PIC 9(7).
           05  FDIN-TRS-NB-REJET      PIC 9(7).
      ***** Date the transmission was first reported overdue
           05  FDIN-TRS-DATE-RELANCE  PIC 9(8).
           05  FILLER                 PIC X(16).
