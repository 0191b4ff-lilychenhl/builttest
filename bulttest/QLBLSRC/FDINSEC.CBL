      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINSEC                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . SECURITY LOG RECORD - ONE     *
      *         .                        RECORD PER ATTEMPT REFUSED  *
      *         .                        BY THE OPERATOR AUTHORITY   *
      *         .                        CHECK (TVA305)              *
      * OTHER COPIES REQUIRED......: . FDINUSR / FDINUSRK            *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   THE LOG (TVASEC) IS ONLY EVER EXTENDED.  THE     *
      *         .   WEEKLY VIOLATIONS LISTING TVA315 READS IT.       *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - SECURITY LOG        *
      *                                                              *
      ****************************************************************
       01  FDIN-SEC.
      ***** Date and time of the refused attempt    AAAAMMJJ HHMMSS
           05  FDIN-SEC-DATE          PIC 9(8).
           05  FDIN-SEC-HEURE         PIC 9(6).
      ***** Program the attempt was made in
           05  FDIN-SEC-PGM           PIC X(8).
      ***** Operator id given
           05  FDIN-SEC-USER          PIC X(8).
      ***** Right asked for (T/D/B/P table, V approval) and code
           05  FDIN-SEC-TABLE         PIC X(1).
           05  FDIN-SEC-CODE          PIC X(1).
      ***** Key of the transaction or item
           05  FDIN-SEC-CLEF          PIC X(22).
      ***** Return code and reason of the refusal
           05  FDIN-SEC-RC            PIC 9(2).
           05  FDIN-SEC-MOTIF         PIC X(40).
           05  FILLER                 PIC X(24).
