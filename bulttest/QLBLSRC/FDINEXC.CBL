      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINEXC                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . EXCEPTION REGISTER - ONE      *
      *         .                        RECORD PER EXCEPTION FOUND  *
      *         .                        BY A CONTROL PROGRAM, KEPT  *
      *         .                        FROM RUN TO RUN             *
      * OTHER COPIES REQUIRED......: . FDINEXCK                      *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   THE REGISTER (FDINEXC) IS POSTED ONLY THROUGH    *
      *         .   TVA350, CALLED BY TVA110, TVA120, TVA195, TVA240 *
      *         .   AND TVA255.  AN ITEM NOT REPORTED AGAIN BY ITS   *
      *         .   SOURCE PROGRAM IS CLOSED AT THE END OF THE RUN   *
      *         .   (THE ONE-OFF EVENTS OF TVA195 AND TVA240 ONLY    *
      *         .   ONCE ACCEPTED); REPORTED AGAIN LATER, IT IS      *
      *         .   REOPENED.  OWNER, COMMENT AND ACCEPTANCE ARE     *
      *         .   KEPT BY TVA355.                                  *
      *         .   TVA360 PRINTS THE DAILY AGEING REPORT.           *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - EXCEPTION REGISTER  *
      *                                                              *
      ****************************************************************
       01  FDIN-EXC.
      ***** Key : source program, exception type and the object in
      *****   exception - FDIN-TVA key (generic code, version and a
      *****   qualifier) or invoice line (number, direction, line)
           05  FDIN-EXC-CLEF.
               10  FDIN-EXC-PGM       PIC X(8).
               10  FDIN-EXC-TYPE      PIC X(8).
               10  FDIN-EXC-OBJET     PIC X(24).
      ***** Status                 O = OPEN, A = ACCEPTED, C = CLOSED
           05  FDIN-EXC-STATUT        PIC X(1).
               88  EXC-OPEN                   VALUE 'O'.
               88  EXC-ACCEPTED               VALUE 'A'.
               88  EXC-CLOSED                 VALUE 'C'.
      ***** Date first reported                           AAAAMMJJ
           05  FDIN-EXC-DATE-PREM     PIC 9(8).
      ***** Run that last reported the item (date and time it began)
           05  FDIN-EXC-RUN-DERN.
               10  FDIN-EXC-DATE-DERN PIC 9(8).
               10  FDIN-EXC-HEURE-DERN PIC 9(8).
      ***** Date closed, date last reopened and times reopened
           05  FDIN-EXC-DATE-CLOS     PIC 9(8).
           05  FDIN-EXC-DATE-REOUV    PIC 9(8).
           05  FDIN-EXC-NB-REOUV      PIC 9(3).
      ***** Number of runs that reported the item
           05  FDIN-EXC-NB-VUES       PIC 9(5).
      ***** Text of the exception as last reported
           05  FDIN-EXC-LIBELLE       PIC X(40).
      ***** Follow-up (TVA355) - owner, comment, date accepted,
      *****   operator and date of the last change
           05  FDIN-EXC-RESP          PIC X(8).
           05  FDIN-EXC-COMMENT       PIC X(60).
           05  FDIN-EXC-DATE-ACCEPT   PIC 9(8).
           05  FDIN-EXC-USER-MAJ      PIC X(8).
           05  FDIN-EXC-DATE-MAJ      PIC 9(8).
           05  FILLER                 PIC X(35).
