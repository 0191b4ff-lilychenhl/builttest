      * OTHER COPIES REQUIRED......: .                               *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   EVERY RECORD CARRIES THE TRANSMISSION NUMBER AND *
      *         .   ITS LINE NUMBER; THE LAST RECORD OF A            *
      *         .   TRANSMISSION IS A TRAILER (TYPE T) GIVING THE    *
      *         .   LINE COUNT.  COFRADEL ACKNOWLEDGES EACH LINE ON  *
      *         .   FDINCOFA.                                        *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: TRANSMISSION NUMBER, LINE      *
      *                                  NUMBER, RECORD TYPE AND     *
      *                                  RESEND FLAG TAKEN FROM THE  *
      *                                  FILLER; TRAILER RECORD      *
      *                                  ADDED                       *
      *                                                              *
      ****************************************************************
       01  FDIN-TVA-INTF.
      ***** Our own key, carried for traceability on the COFRADEL side
           05  FDIN-TVAI-CLEF-GEN     PIC X(18).
           05  FDIN-TVAI-CLEF-VER     PIC X(2).
      ***** Transmission number (FDIN-TRS-NUM) and line within it
           05  FDIN-TVAI-TRANS        PIC 9(6).
           05  FDIN-TVAI-NOLIG        PIC 9(6).
      ***** Record type                 D = DETAIL, T = TRAILER
           05  FDIN-TVAI-TYPE         PIC X(1).
               88  TVAI-DETAIL                VALUE 'D'.
               88  TVAI-TRAILER               VALUE 'T'.
      ***** Sent again after a COFRADEL rejection (FDINCOFQ)   O/N
           05  FDIN-TVAI-RENVOI       PIC X(1).
           05  FILLER                 PIC X(6).
      *
      ***** Trailer - the same transmission and type positions
       01  FDIN-TVA-INTF-TRL.
      ***** Date and time the transmission was built
           05  FDIN-TVAI-T-DATE       PIC 9(8).
           05  FDIN-TVAI-T-HEURE      PIC 9(8).
      ***** Detail lines in the transmission, of which sent again
           05  FDIN-TVAI-T-LIGNES     PIC 9(7).
           05  FDIN-TVAI-T-RENVOIS    PIC 9(7).
           05  FILLER                 PIC X(33).
           05  FDIN-TVAI-T-TRANS      PIC 9(6).
           05  FDIN-TVAI-T-NOLIG      PIC 9(6).
           05  FDIN-TVAI-T-TYPE       PIC X(1).
           05  FILLER                 PIC X(7).
