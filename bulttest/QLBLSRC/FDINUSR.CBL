      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINUSR                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . OPERATOR AUTHORITY RECORD -   *
      *         .                        ONE RECORD PER OPERATOR ID  *
      *         .                        GIVING THE TRANSACTION      *
      *         .                        CODES, THE APPROVAL RIGHT   *
      *         .                        AND THE TABLES THE OPERATOR *
      *         .                        MAY MAINTAIN                *
      * OTHER COPIES REQUIRED......: . FDINUSRK / FDINUSRT / FDINSEC *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   EVERY FLAG IS O (GRANTED) OR N.  A RIGHT IS      *
      *         .   ONLY GRANTED WHEN BOTH THE TABLE FLAG AND THE    *
      *         .   TRANSACTION CODE FLAG ARE O.  READ BY TVA305 ON  *
      *         .   BEHALF OF THE ENTRY, APPROVAL AND MAINTENANCE    *
      *         .   PROGRAMS; MAINTAINED BY TVA310.                  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - OPERATOR AUTHORITY  *
      *                                  FILE                        *
      *                                                              *
      ****************************************************************
       01  FDIN-USR.
      ***** Operator id (FDIN-TVA-TRAN-USER, approver id, ...)
           05  FDIN-USR-USER          PIC X(8).
      ***** Operator name
           05  FDIN-USR-NOM           PIC X(30).
      ***** Operator active                O = ACTIVE, N = WITHDRAWN
           05  FDIN-USR-ACTIF         PIC X(1).
               88  USR-ACTIVE                 VALUE 'O'.
      ***** Transaction codes the operator may submit   O/N
           05  FDIN-USR-CODES.
               10  FDIN-USR-CODE-A    PIC X(1).
               10  FDIN-USR-CODE-C    PIC X(1).
               10  FDIN-USR-CODE-D    PIC X(1).
      ***** May approve or reject on the FDINTVAW queue   O/N
           05  FDIN-USR-VISA          PIC X(1).
      ***** Tables the operator may maintain             O/N
           05  FDIN-USR-TABLES.
      *****   FDIN-TVA master (TVATRAN through TVA115/TVA105)
               10  FDIN-USR-MAJ-TVA   PIC X(1).
      *****   FDINTVAD site correspondence (TVA125)
               10  FDIN-USR-MAJ-TVAD  PIC X(1).
      *****   FDINTVAB rounding rules (TVA235)
               10  FDIN-USR-MAJ-TVAB  PIC X(1).
      *****   FDINPAY territorial routing (TVA245)
               10  FDIN-USR-MAJ-PAY   PIC X(1).
      ***** Date of the last maintenance and who made it
           05  FDIN-USR-DATE-MAJ      PIC 9(8).
           05  FDIN-USR-USER-MAJ      PIC X(8).
           05  FILLER                 PIC X(37).
