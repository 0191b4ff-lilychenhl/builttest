      *         .                      FDINTVAG  - I/O (CONTROL      *
      *         .                        TOTALS CARRIED RUN TO RUN)  *
      *         .                      TVA195RPT - OUTPUT (LISTING)  *
      *         .                      FDINEXC   - I-O THROUGH TVA350*
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 08/22/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - UNEXPLAINED      *
      *                    AGAINST THE STORED CONTROL TOTALS SO A    *
      *                    DOCTORED SNAPSHOT CANNOT HIDE A CHANGE.   *
      *                    FIRST RUN (NO SNAPSHOT): BASELINE ONLY.   *
      * 10/14/26  DEV    UNEXPLAINED CHANGES, DELETIONS AND A        *
      *                    SNAPSHOT OFF ITS CONTROL TOTALS ARE ALSO  *
      *                    POSTED TO THE EXCEPTION REGISTER FDINEXC  *
      *                    THROUGH TVA350 (TYPE = FIELD, ADDED OR    *
      *                    DELETED, OBJECT = KEY).  A CHANGE IS      *
      *                    REPORTED ONE NIGHT ONLY, SO THE END OF    *
      *                    RUN CLOSES ONLY THE ITEMS ALREADY         *
      *                    ACCEPTED - THE OTHERS STAY OPEN UNTIL     *
      *                    REVIEWED.  REGISTER COUNTS ADDED TO THE   *
      *                    TOTALS.                                   *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
           88  TVA-HIST-FOUND                     VALUE "Y".
       01  TVA-ANY-CHAMP-SW             PIC X(1)  VALUE "N".
           88  TVA-ANY-CHAMP                      VALUE "Y".
       01  TVA-EXC-OFF-SW               PIC X(1)  VALUE "N".
           88  TVA-EXC-OFF                        VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
      *
       01  TVA-DIFF-AP                  PIC X(20).
       01  TVA-EDIT-NUM                 PIC -9(2).9(7).
      *
      ***** EXCEPTION REGISTER TYPE, OBJECT AND TEXT OF THE LINE
       01  TVA-EXC-TYPE                 PIC X(8)  VALUE SPACES.
       01  TVA-EXC-OBJET                PIC X(24) VALUE SPACES.
       01  TVA-EXC-LIBELLE              PIC X(40) VALUE SPACES.
      *
      ***** TOTALS RECOMPUTED OVER THE PRIOR SNAPSHOT AS IT IS READ
       01  TVA-SNAP-COUNT               PIC 9(7)   VALUE ZERO.
       01  TVA-SNAP-HASH-TVAT           PIC 9(9)V9(2) VALUE ZERO.
           05  FILLER                   PIC X(24)
               VALUE "UNEXPLAINED...........:".
           05  TVA195-T-UNEX            PIC ZZZZZZ9.
       01  TVA195-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER NEW..........:".
           05  TVA195-T-EXC-NEW         PIC ZZZZZZ9.
       01  TVA195-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER REOPENED.....:".
           05  TVA195-T-EXC-REOPEN      PIC ZZZZZZ9.
       01  TVA195-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER CLOSED.......:".
           05  TVA195-T-EXC-CLOSED      PIC ZZZZZZ9.
       01  TVA195-WARN-EXC-LINE         PIC X(68)
           VALUE "** WARNING ** FDINEXC NOT AVAILABLE - EXCEPTION REGIST
      -    "ER NOT UPDATED".
       01  TVA195-CARRY-LINE.
           05  FILLER                   PIC X(12) VALUE "TOTALS".
           05  FILLER                   PIC X(7)  VALUE "COUNT".
           05  TVA195-C-C-TVAT          PIC ZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACE.
           05  TVA195-C-C-TVVT          PIC ZZZZZZZZ9.99.
      *
           COPY FDINEXCK.
      *
       PROCEDURE DIVISION.
      *
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 1200-OPEN-REGISTER THRU 1200-EXIT.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           IF NOT TVA-BASELINE-RUN
               PERFORM 2200-READ-SNAP THRU 2200-EXIT
           EXIT.
      *
      ****************************************************************
      *    1200-OPEN-REGISTER - BEGIN THE RUN ON THE EXCEPTION        *
      *                           REGISTER                            *
      ****************************************************************
       1200-OPEN-REGISTER.
           MOVE "B" TO FDIN-EXCK-FONCTION.
           MOVE "TVA195" TO FDIN-EXCK-PGM.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA195-REPORT-LINE FROM TVA195-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       1200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-BALANCE-LINE - MASTER AND SNAPSHOT IN KEY ORDER       *
      ****************************************************************
       2000-BALANCE-LINE.
           WRITE TVA195-REPORT-LINE FROM TVA195-DETAIL-LINE.
           ADD 1 TO TVA-COUNT-DIFF.
           ADD 1 TO TVA-COUNT-UNEXPLAINED.
           MOVE "DELETED" TO TVA-EXC-TYPE.
           MOVE FDIN-TVA-CLEF OF FDIN-TVA-SN TO TVA-EXC-OBJET.
           MOVE "RECORD DELETED FROM THE MASTER" TO TVA-EXC-LIBELLE.
           PERFORM 5500-POST-EXCEPTION THRU 5500-EXIT.
           PERFORM 2200-READ-SNAP THRU 2200-EXIT.
       3100-EXIT.
           EXIT.
               ADD 1 TO TVA-COUNT-UNEXPLAINED
           END-IF.
           WRITE TVA195-REPORT-LINE FROM TVA195-DETAIL-LINE.
           IF NOT TVA-HIST-FOUND
               IF TVA-ANY-CHAMP
                   MOVE "ADDED" TO TVA-EXC-TYPE
               ELSE
                   MOVE TVA-DIFF-CHAMP TO TVA-EXC-TYPE
               END-IF
               MOVE FDIN-TVA-CLEF OF FDIN-TVA TO TVA-EXC-OBJET
               MOVE SPACES TO TVA-EXC-LIBELLE
               STRING TVA-DIFF-AV " -> " TVA-DIFF-AP
                   DELIMITED BY SIZE INTO TVA-EXC-LIBELLE
               PERFORM 5500-POST-EXCEPTION THRU 5500-EXIT
           END-IF.
       5000-EXIT.
           EXIT.
      *
           EXIT.
      *
      ****************************************************************
      *    5500-POST-EXCEPTION - AN UNEXPLAINED LINE, TO FDINEXC      *
      ****************************************************************
       5500-POST-EXCEPTION.
           IF TVA-EXC-OFF
               GO TO 5500-EXIT
           END-IF.
           MOVE "P" TO FDIN-EXCK-FONCTION.
           MOVE TVA-EXC-TYPE TO FDIN-EXCK-TYPE.
           MOVE TVA-EXC-OBJET TO FDIN-EXCK-OBJET.
           MOVE TVA-EXC-LIBELLE TO FDIN-EXCK-LIBELLE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF EXCK-RC-FILE-ERROR
               WRITE TVA195-REPORT-LINE FROM TVA195-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       5500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-VERIFY-SNAP-TOTALS - THE PRIOR SNAPSHOT MUST MATCH    *
      *                                THE TOTALS STORED WHEN IT WAS  *
      *                                TAKEN                          *
               WRITE TVA195-REPORT-LINE FROM TVA195-TAMPER-LINE
               DISPLAY "TVA195 - PRIOR SNAPSHOT DOES NOT MATCH "
                   "CONTROL TOTALS"
               MOVE "SNAPTOT" TO TVA-EXC-TYPE
               MOVE "FDINTVAP" TO TVA-EXC-OBJET
               MOVE "SNAPSHOT DOES NOT MATCH CONTROL TOTALS"
                   TO TVA-EXC-LIBELLE
               PERFORM 5500-POST-EXCEPTION THRU 5500-EXIT
           END-IF.
       6000-EXIT.
           EXIT.
           WRITE TVA195-REPORT-LINE FROM TVA195-TOTAL-LINE-2.
           MOVE TVA-COUNT-UNEXPLAINED TO TVA195-T-UNEX.
           WRITE TVA195-REPORT-LINE FROM TVA195-TOTAL-LINE-3.
           PERFORM 8100-CLOSE-REGISTER THRU 8100-EXIT.
           WRITE TVA195-REPORT-LINE FROM TVA195-CARRY-LINE.
           MOVE TVA-PRIOR-COUNT TO TVA195-C-P-COUNT.
           MOVE TVA-PRIOR-HASH-TVAT TO TVA195-C-P-TVAT.
           CLOSE FDIN-TVA-MASTER FDIN-TVA-SNAP-OUT TVA195-REPORT.
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8100-CLOSE-REGISTER - END THE RUN ON THE REGISTER.  ONLY   *
      *                            THE ACCEPTED ITEMS NOT REPORTED    *
      *                            TONIGHT ARE CLOSED                 *
      ****************************************************************
       8100-CLOSE-REGISTER.
           IF TVA-EXC-OFF
               GO TO 8100-EXIT
           END-IF.
           MOVE "E" TO FDIN-EXCK-FONCTION.
           IF TVA-ABEND
               MOVE "N" TO FDIN-EXCK-CLOTURE
           ELSE
               MOVE "A" TO FDIN-EXCK-CLOTURE
           END-IF.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA195-REPORT-LINE FROM TVA195-WARN-EXC-LINE
           END-IF.
           MOVE FDIN-EXCK-NB-NEW TO TVA195-T-EXC-NEW.
           WRITE TVA195-REPORT-LINE FROM TVA195-TOTAL-LINE-4.
           MOVE FDIN-EXCK-NB-REOPEN TO TVA195-T-EXC-REOPEN.
           WRITE TVA195-REPORT-LINE FROM TVA195-TOTAL-LINE-5.
           MOVE FDIN-EXCK-NB-CLOSED TO TVA195-T-EXC-CLOSED.
           WRITE TVA195-REPORT-LINE FROM TVA195-TOTAL-LINE-6.
       8100-EXIT.
           EXIT.
