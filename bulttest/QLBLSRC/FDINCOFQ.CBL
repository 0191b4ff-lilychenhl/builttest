      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCOFQ                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . COFRADEL RESEND QUEUE - ONE   *
      *         .                        RECORD PER FDIN-TVA-CLEF    *
      *         .                        REJECTED BY COFRADEL AND    *
      *         .                        NOT YET ACCEPTED            *
      * OTHER COPIES REQUIRED......: . FDINTVAI / FDINTRS / FDINCOFA *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TVA345 QUEUES A REJECTED KEY (Q) AND DELETES IT  *
      *         .   WHEN AN ACCEPTANCE COMES BACK.  TVA170 FLAGS THE *
      *         .   KEY AS SENT AGAIN (R) IN ITS NEXT EXTRACT, OR    *
      *         .   DROPS IT WHEN THE CODE IS NO LONGER EXTRACTED.   *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - COFRADEL RESEND     *
      *                                  QUEUE                       *
      *                                                              *
      ****************************************************************
       01  FDIN-COFQ.
      ***** Rejected key (FDIN-TVA-CLEF)
           05  FDIN-COFQ-CLEF.
               10  FDIN-COFQ-CLEF-GEN PIC X(18).
               10  FDIN-COFQ-CLEF-VER PIC X(2).
      ***** Status                      Q = QUEUED, R = SENT AGAIN
           05  FDIN-COFQ-STATUT       PIC X(1).
               88  COFQ-QUEUED                VALUE 'Q'.
               88  COFQ-RESENT                VALUE 'R'.
      ***** Last rejection - transmission, date and reason
           05  FDIN-COFQ-TRANS-REJET  PIC 9(6).
           05  FDIN-COFQ-DATE-REJET   PIC 9(8).
           05  FDIN-COFQ-MOTIF        PIC X(40).
      ***** Rejections received for the key
           05  FDIN-COFQ-NB-REJETS    PIC 9(3).
      ***** Last transmission that sent the key again
           05  FDIN-COFQ-TRANS-RENVOI PIC 9(6).
           05  FDIN-COFQ-DATE-RENVOI  PIC 9(8).
           05  FILLER                 PIC X(8).
