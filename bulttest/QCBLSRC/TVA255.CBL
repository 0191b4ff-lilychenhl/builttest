      *         .                        COFRADEL MIRROR WITH THE    *
      *         .                        FEED RATES)                 *
      *         .                      TVA255RPT - OUTPUT (LISTING)  *
      *         .                      FDINEXC   - I-O THROUGH TVA350*
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 09/03/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - CROSS-SITE RATE  *
      *                    CLEAN PAIR.  RUN AFTER THE TVA175 LOAD    *
      *                    SO THE MIRROR CARRIES TONIGHT'S FEED      *
      *                    RATES.                                    *
      * 10/14/26  DEV    EACH PAIR LISTED IS ALSO POSTED TO THE      *
      *                    EXCEPTION REGISTER FDINEXC THROUGH TVA350 *
      *                    (TYPE = RATEDIFF, NOTMIRR OR INACMIRR,    *
      *                    OBJECT = KEY AND SIDE); A PAIR BACK IN    *
      *                    LINE IS CLOSED THERE AT THE END OF THE    *
      *                    RUN.  REGISTER NEW, REOPENED AND CLOSED   *
      *                    COUNTS ADDED TO THE TOTALS.               *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-COF-FOUND-SW             PIC X(1)  VALUE "N".
           88  TVA-COF-FOUND                      VALUE "Y".
       01  TVA-EXC-OFF-SW               PIC X(1)  VALUE "N".
           88  TVA-EXC-OFF                        VALUE "Y".
      *
      ***** EXCEPTION REGISTER TYPE AND OBJECT OF THE PAIR LISTED
       01  TVA-EXC-TYPE                 PIC X(8)  VALUE SPACES.
       01  TVA-EXC-OBJET.
           05  TVA-EXC-GEN              PIC X(18).
           05  TVA-EXC-VER              PIC X(2).
           05  TVA-EXC-SIDE             PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACE.
      *
       01  TVA-OUR-RATE                 PIC S9(2)V9(2).
       01  TVA-THEIR-RATE               PIC S9(2)V9(2).
           05  FILLER                   PIC X(24)
               VALUE "CODES MISSING/INACTIVE:".
           05  TVA255-T-MISS            PIC ZZZZZZ9.
       01  TVA255-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER NEW..........:".
           05  TVA255-T-EXC-NEW         PIC ZZZZZZ9.
       01  TVA255-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER REOPENED.....:".
           05  TVA255-T-EXC-REOPEN      PIC ZZZZZZ9.
       01  TVA255-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER CLOSED.......:".
           05  TVA255-T-EXC-CLOSED      PIC ZZZZZZ9.
       01  TVA255-WARN-EXC-LINE         PIC X(68)
           VALUE "** WARNING ** FDINEXC NOT AVAILABLE - EXCEPTION REGIST
      -    "ER NOT UPDATED".
      *
      ***** CALL INTERFACE OF THE TVA350 EXCEPTION REGISTER
           COPY FDINEXCK.
      *
       PROCEDURE DIVISION.
      *
           END-IF.
           WRITE TVA255-REPORT-LINE FROM TVA255-HEADING-1.
           WRITE TVA255-REPORT-LINE FROM TVA255-HEADING-2.
           PERFORM 1100-OPEN-REGISTER THRU 1100-EXIT.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-OPEN-REGISTER - BEGIN THE RUN ON THE EXCEPTION        *
      *                           REGISTER                            *
      ****************************************************************
       1100-OPEN-REGISTER.
           MOVE "B" TO FDIN-EXCK-FONCTION.
           MOVE "TVA255" TO FDIN-EXCK-PGM.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA255-REPORT-LINE FROM TVA255-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-MASTER - BOTH POINTERS OF ONE ACTIVE RECORD   *
      ****************************************************************
       2000-PROCESS-MASTER.
               ADD 1 TO TVA-COUNT-MISSING
               MOVE ZERO TO TVA-THEIR-RATE
               MOVE "** NOT IN MIRROR **" TO TVA255-D-NOTE
               MOVE "NOTMIRR" TO TVA-EXC-TYPE
               PERFORM 3500-PRINT-PAIR THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.
               ADD 1 TO TVA-COUNT-MISSING
               MOVE ZERO TO TVA-THEIR-RATE
               MOVE "** INACTIVE IN MIRROR **" TO TVA255-D-NOTE
               MOVE "INACMIRR" TO TVA-EXC-TYPE
               PERFORM 3500-PRINT-PAIR THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF TVA-OUR-RATE NOT = TVA-THEIR-RATE
               ADD 1 TO TVA-COUNT-DIFF
               MOVE "** RATES DIFFER **" TO TVA255-D-NOTE
               MOVE "RATEDIFF" TO TVA-EXC-TYPE
               PERFORM 3500-PRINT-PAIR THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           MOVE TVA-OUR-RATE TO TVA255-D-OURS.
           MOVE TVA-THEIR-RATE TO TVA255-D-THEIRS.
           WRITE TVA255-REPORT-LINE FROM TVA255-DETAIL-LINE.
           PERFORM 4000-POST-EXCEPTION THRU 4000-EXIT.
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-POST-EXCEPTION - THE PAIR JUST LISTED, TO FDINEXC     *
      ****************************************************************
       4000-POST-EXCEPTION.
           IF TVA-EXC-OFF
               GO TO 4000-EXIT
           END-IF.
           MOVE FDIN-TVA-CLEF-GEN TO TVA-EXC-GEN.
           MOVE FDIN-TVA-CLEF-VER TO TVA-EXC-VER.
           MOVE TVA255-D-SIDE TO TVA-EXC-SIDE.
           MOVE "P" TO FDIN-EXCK-FONCTION.
           MOVE TVA-EXC-TYPE TO FDIN-EXCK-TYPE.
           MOVE TVA-EXC-OBJET TO FDIN-EXCK-OBJET.
           MOVE SPACES TO FDIN-EXCK-LIBELLE.
           STRING "COF " TVA255-D-COF " OURS " TVA255-D-OURS
                  " THEIRS " TVA255-D-THEIRS
                  DELIMITED BY SIZE INTO FDIN-EXCK-LIBELLE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF EXCK-RC-FILE-ERROR
               WRITE TVA255-REPORT-LINE FROM TVA255-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           WRITE TVA255-REPORT-LINE FROM TVA255-TOTAL-LINE-3.
           MOVE TVA-COUNT-MISSING TO TVA255-T-MISS.
           WRITE TVA255-REPORT-LINE FROM TVA255-TOTAL-LINE-4.
           PERFORM 8100-CLOSE-REGISTER THRU 8100-EXIT.
           CLOSE FDIN-TVA-MASTER FDIN-COF-FILE TVA255-REPORT.
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8100-CLOSE-REGISTER - END THE RUN ON THE REGISTER, CLOSING *
      *                            THE PAIRS BACK IN LINE             *
      ****************************************************************
       8100-CLOSE-REGISTER.
           IF TVA-EXC-OFF
               GO TO 8100-EXIT
           END-IF.
           MOVE "E" TO FDIN-EXCK-FONCTION.
           MOVE "O" TO FDIN-EXCK-CLOTURE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA255-REPORT-LINE FROM TVA255-WARN-EXC-LINE
           END-IF.
           MOVE FDIN-EXCK-NB-NEW TO TVA255-T-EXC-NEW.
           WRITE TVA255-REPORT-LINE FROM TVA255-TOTAL-LINE-5.
           MOVE FDIN-EXCK-NB-REOPEN TO TVA255-T-EXC-REOPEN.
           WRITE TVA255-REPORT-LINE FROM TVA255-TOTAL-LINE-6.
           MOVE FDIN-EXCK-NB-CLOSED TO TVA255-T-EXC-CLOSED.
           WRITE TVA255-REPORT-LINE FROM TVA255-TOTAL-LINE-7.
       8100-EXIT.
           EXIT.
