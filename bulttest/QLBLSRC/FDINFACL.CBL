      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINFACL                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . LOG OF THE INVOICE LINES      *
      *         .                        ACCEPTED BY THE TVA320      *
      *         .                        INTAKE CONTROL - ONE RECORD *
      *         .                        PER INVOICE, SIDE AND LINE  *
      * OTHER COPIES REQUIRED......: . FDINFACE / FDINFACR           *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   A LINE IS WRITTEN PENDING (P) WHILE ITS FEED IS  *
      *         .   CHECKED, STAMPED WITH THE RUN, AND TURNED TO     *
      *         .   ACCEPTED (A) WHEN THE FEED IS RELEASED.  THE     *
      *         .   PENDING LINES OF A REJECTED FEED ARE DELETED.    *
      *         .   ACCEPTED LINES WHOSE FEED IS NOT YET ON THE      *
      *         .   TVAFCR REGISTER ARE TAKEN OVER BY THE RERUN.     *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - ACCEPTED INVOICE    *
      *                                  LINE LOG                    *
      *                                                              *
      ****************************************************************
       01  FDIN-FACL.
           05  FDIN-FACL-CLEF.
      ***** Invoice reference, side and line number
               10  FDIN-FACL-NOFAC    PIC X(10).
               10  FDIN-FACL-SENS     PIC X(1).
               10  FDIN-FACL-NOLIG    PIC 9(4).
      ***** Line status                 P = PENDING, A = ACCEPTED
           05  FDIN-FACL-STATUT       PIC X(1).
               88  FACL-PENDING               VALUE 'P'.
               88  FACL-ACCEPTED              VALUE 'A'.
      ***** Feed that brought the line
           05  FDIN-FACL-SEQ          PIC 9(6).
      ***** Run that wrote the line             AAAAMMJJ HHMMSSCC
           05  FDIN-FACL-RUN.
               10  FDIN-FACL-RUN-DATE PIC 9(8).
               10  FDIN-FACL-RUN-HEURE PIC 9(8).
      ***** Line amounts, for the duplicate listing
           05  FDIN-FACL-MTHT         PIC S9(9)V9(2).
           05  FDIN-FACL-MTTVA        PIC S9(9)V9(2).
           05  FILLER                 PIC X(20).
