      ****************************************************************
      * PROGRAM NAME...............: . TVA350                        *
      * FUNCTION...................: . CALLABLE SUBPROGRAM - POSTS   *
      *         .                        THE EXCEPTIONS OF A CONTROL *
      *         .                        RUN TO THE EXCEPTION        *
      *         .                        REGISTER AND CLOSES THE     *
      *         .                        ITEMS THE RUN NO LONGER     *
      *         .                        REPORTS                     *
      * FILES USED.................: . FDINEXC   - I-O (DYNAMIC)     *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EXCEPTION        *
      *                                  REGISTER                    *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA350.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  BEGIN RUN (B) OPENS       *
      *                    FDINEXC, CREATING IT WHEN MISSING, AND    *
      *                    STAMPS THE RUN WITH ITS DATE AND TIME.    *
      *                    POST (P) WRITES A NEW ITEM OPEN, REOPENS  *
      *                    A CLOSED ONE, OR NOTES THE RUN ON AN OPEN *
      *                    OR ACCEPTED ONE; THE SAME ITEM POSTED     *
      *                    TWICE IN A RUN IS COUNTED ONCE.  END RUN  *
      *                    (E) CLOSES THE CALLER'S ITEMS NOT POSTED  *
      *                    IN THE RUN WHEN CLOTURE IS 'O', ONLY THE  *
      *                    ACCEPTED ONES WHEN IT IS 'A', THEN        *
      *                    CLOSES THE FILE.  RC 08 = POST OR END     *
      *                    WITHOUT A BEGIN, 16 = FDINEXC NOT         *
      *                    AVAILABLE.                                *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-EXC-FILE    ASSIGN TO "FDINEXC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-EXC-CLEF
                  FILE STATUS IS TVA-FS-EXC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINEXC.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-EXC                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-FILE-OPEN-SW             PIC X(1)  VALUE "N".
           88  TVA-FILE-OPEN                      VALUE "Y".
       01  TVA-FILE-ERROR-SW            PIC X(1)  VALUE "N".
           88  TVA-FILE-ERROR                     VALUE "Y".
       01  TVA-FOUND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ITEM-FOUND                     VALUE "Y".
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-ITEMS                   VALUE "Y".
      *
      ***** THE RUN IN PROGRESS - CALLER AND DATE/TIME IT BEGAN
       01  TVA-RUN-PGM                  PIC X(8)  VALUE SPACES.
       01  TVA-RUN-STAMP.
           05  TVA-RUN-DATE             PIC 9(8)  VALUE ZERO.
           05  TVA-RUN-HEURE            PIC 9(8)  VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-NEW            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REOPEN         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CLOSED         PIC 9(7)  VALUE ZERO.
      *
       LINKAGE SECTION.
           COPY FDINEXCK.
      *
       PROCEDURE DIVISION USING FDIN-EXC-POST.
      *
      ****************************************************************
      *    0000-DISPATCH                                             *
      ****************************************************************
       0000-DISPATCH.
           MOVE ZERO TO FDIN-EXCK-RC.
           MOVE SPACES TO FDIN-EXCK-ETAT.
           MOVE ZERO TO FDIN-EXCK-DATE-PREM.
           EVALUATE TRUE
               WHEN EXCK-BEGIN-RUN
                   PERFORM 1000-BEGIN-RUN THRU 1000-EXIT
               WHEN EXCK-POST
                   PERFORM 2000-POST-ITEM THRU 2000-EXIT
               WHEN EXCK-END-RUN
                   PERFORM 3000-END-RUN THRU 3000-EXIT
           END-EVALUATE.
           MOVE TVA-COUNT-NEW TO FDIN-EXCK-NB-NEW.
           MOVE TVA-COUNT-REOPEN TO FDIN-EXCK-NB-REOPEN.
           MOVE TVA-COUNT-CLOSED TO FDIN-EXCK-NB-CLOSED.
           GOBACK.
      *
      ****************************************************************
      *    1000-BEGIN-RUN - OPEN (OR CREATE) THE REGISTER AND STAMP   *
      *                       THE RUN                                 *
      ****************************************************************
       1000-BEGIN-RUN.
           IF TVA-FILE-OPEN
               CLOSE FDIN-EXC-FILE
               MOVE "N" TO TVA-FILE-OPEN-SW
           END-IF.
           MOVE "N" TO TVA-FILE-ERROR-SW.
           MOVE ZERO TO TVA-COUNT-NEW TVA-COUNT-REOPEN
                        TVA-COUNT-CLOSED.
           MOVE FDIN-EXCK-PGM TO TVA-RUN-PGM.
           ACCEPT TVA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TVA-RUN-HEURE FROM TIME.
           OPEN I-O FDIN-EXC-FILE.
           IF TVA-FS-EXC = "35"
               OPEN OUTPUT FDIN-EXC-FILE
               CLOSE FDIN-EXC-FILE
               OPEN I-O FDIN-EXC-FILE
           END-IF.
           IF TVA-FS-EXC NOT = "00"
               DISPLAY "TVA350 - CANNOT OPEN FDINEXC, STATUS="
                   TVA-FS-EXC
               MOVE "Y" TO TVA-FILE-ERROR-SW
               MOVE 16 TO FDIN-EXCK-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO TVA-FILE-OPEN-SW.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1900-NOT-OPEN - POST OR END WITH NO REGISTER OPEN          *
      ****************************************************************
       1900-NOT-OPEN.
           IF TVA-FILE-ERROR
               MOVE 16 TO FDIN-EXCK-RC
           ELSE
               MOVE 8 TO FDIN-EXCK-RC
           END-IF.
       1900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-POST-ITEM - ONE EXCEPTION REPORTED BY THE RUN         *
      ****************************************************************
       2000-POST-ITEM.
           IF NOT TVA-FILE-OPEN
               PERFORM 1900-NOT-OPEN THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE TVA-RUN-PGM TO FDIN-EXC-PGM.
           MOVE FDIN-EXCK-TYPE TO FDIN-EXC-TYPE.
           MOVE FDIN-EXCK-OBJET TO FDIN-EXC-OBJET.
           MOVE "Y" TO TVA-FOUND-SW.
           READ FDIN-EXC-FILE
               INVALID KEY
                   MOVE "N" TO TVA-FOUND-SW
           END-READ.
           IF NOT TVA-ITEM-FOUND
               PERFORM 2100-NEW-ITEM THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF FDIN-EXC-RUN-DERN = TVA-RUN-STAMP
               MOVE FDIN-EXC-STATUT TO FDIN-EXCK-ETAT
               MOVE FDIN-EXC-DATE-PREM TO FDIN-EXCK-DATE-PREM
               GO TO 2000-EXIT
           END-IF.
           IF EXC-CLOSED
               PERFORM 2200-REOPEN-ITEM THRU 2200-EXIT
           ELSE
               MOVE FDIN-EXC-STATUT TO FDIN-EXCK-ETAT
           END-IF.
           MOVE TVA-RUN-STAMP TO FDIN-EXC-RUN-DERN.
           MOVE FDIN-EXCK-LIBELLE TO FDIN-EXC-LIBELLE.
           IF FDIN-EXC-NB-VUES < 99999
               ADD 1 TO FDIN-EXC-NB-VUES
           END-IF.
           REWRITE FDIN-EXC.
           IF TVA-FS-EXC NOT = "00"
               DISPLAY "TVA350 - REWRITE FDINEXC FAILED, STATUS="
                   TVA-FS-EXC
               MOVE 16 TO FDIN-EXCK-RC
               GO TO 2000-EXIT
           END-IF.
           MOVE FDIN-EXC-DATE-PREM TO FDIN-EXCK-DATE-PREM.
       2000-EXIT.
           EXIT.
      *
       2100-NEW-ITEM.
           MOVE SPACES TO FDIN-EXC.
           MOVE TVA-RUN-PGM TO FDIN-EXC-PGM.
           MOVE FDIN-EXCK-TYPE TO FDIN-EXC-TYPE.
           MOVE FDIN-EXCK-OBJET TO FDIN-EXC-OBJET.
           MOVE "O" TO FDIN-EXC-STATUT.
           MOVE TVA-RUN-DATE TO FDIN-EXC-DATE-PREM.
           MOVE TVA-RUN-STAMP TO FDIN-EXC-RUN-DERN.
           MOVE ZERO TO FDIN-EXC-DATE-CLOS FDIN-EXC-DATE-REOUV
                        FDIN-EXC-NB-REOUV FDIN-EXC-DATE-ACCEPT
                        FDIN-EXC-DATE-MAJ.
           MOVE 1 TO FDIN-EXC-NB-VUES.
           MOVE FDIN-EXCK-LIBELLE TO FDIN-EXC-LIBELLE.
           WRITE FDIN-EXC.
           IF TVA-FS-EXC NOT = "00"
               DISPLAY "TVA350 - WRITE FDINEXC FAILED, STATUS="
                   TVA-FS-EXC
               MOVE 16 TO FDIN-EXCK-RC
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO TVA-COUNT-NEW.
           MOVE "N" TO FDIN-EXCK-ETAT.
           MOVE FDIN-EXC-DATE-PREM TO FDIN-EXCK-DATE-PREM.
       2100-EXIT.
           EXIT.
      *
      ***** A CLOSED ITEM REPORTED AGAIN IS OPEN ONCE MORE; AN EARLIER
      ***** ACCEPTANCE DOES NOT CARRY OVER, THE OWNER AND COMMENT DO
       2200-REOPEN-ITEM.
           MOVE "O" TO FDIN-EXC-STATUT.
           MOVE TVA-RUN-DATE TO FDIN-EXC-DATE-REOUV.
           MOVE ZERO TO FDIN-EXC-DATE-ACCEPT.
           IF FDIN-EXC-NB-REOUV < 999
               ADD 1 TO FDIN-EXC-NB-REOUV
           END-IF.
           ADD 1 TO TVA-COUNT-REOPEN.
           MOVE "R" TO FDIN-EXCK-ETAT.
       2200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-END-RUN - CLOSE WHAT THE RUN NO LONGER REPORTS, THEN  *
      *                     THE FILE                                  *
      ****************************************************************
       3000-END-RUN.
           IF NOT TVA-FILE-OPEN
               PERFORM 1900-NOT-OPEN THRU 1900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF EXCK-CLOSE-ALL OR EXCK-CLOSE-ACCEPTED
               PERFORM 3100-CLOSE-UNSEEN THRU 3100-EXIT
           END-IF.
           CLOSE FDIN-EXC-FILE.
           MOVE "N" TO TVA-FILE-OPEN-SW.
       3000-EXIT.
           EXIT.
      *
       3100-CLOSE-UNSEEN.
           MOVE "N" TO TVA-EOF-SW.
           MOVE LOW-VALUES TO FDIN-EXC-CLEF.
           MOVE TVA-RUN-PGM TO FDIN-EXC-PGM.
           START FDIN-EXC-FILE KEY NOT LESS THAN FDIN-EXC-CLEF
               INVALID KEY
                   MOVE "Y" TO TVA-EOF-SW
           END-START.
           IF NOT TVA-END-OF-ITEMS
               PERFORM 3200-READ-ITEM THRU 3200-EXIT
               PERFORM 3300-CHECK-ITEM THRU 3300-EXIT
                   UNTIL TVA-END-OF-ITEMS
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3200-READ-ITEM.
           READ FDIN-EXC-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-ITEMS
               IF FDIN-EXC-PGM NOT = TVA-RUN-PGM
                   MOVE "Y" TO TVA-EOF-SW
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3300-CHECK-ITEM.
           IF NOT EXC-CLOSED
                   AND FDIN-EXC-RUN-DERN NOT = TVA-RUN-STAMP
                   AND (EXCK-CLOSE-ALL OR EXC-ACCEPTED)
               MOVE "C" TO FDIN-EXC-STATUT
               MOVE TVA-RUN-DATE TO FDIN-EXC-DATE-CLOS
               REWRITE FDIN-EXC
               IF TVA-FS-EXC = "00"
                   ADD 1 TO TVA-COUNT-CLOSED
               ELSE
                   DISPLAY "TVA350 - REWRITE FDINEXC FAILED, STATUS="
                       TVA-FS-EXC
                   MOVE 16 TO FDIN-EXCK-RC
               END-IF
           END-IF.
           PERFORM 3200-READ-ITEM THRU 3200-EXIT.
       3300-EXIT.
           EXIT.
