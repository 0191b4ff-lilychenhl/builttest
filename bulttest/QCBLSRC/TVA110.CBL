      * FILES USED.................: . FDINTVA   - INPUT (SEQUENTIAL *
      *         .                        SCAN OF THE INDEXED FILE)   *
      *         .                      TVA110RPT - OUTPUT (LISTING)  *
      *         .                      FDINEXC   - I-O THROUGH TVA350*
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 08/08/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - RATE/COEFFICIENT *
      *                    FDIN-TVA-CHAIN COMMUNICATION AREA       *
      *                    (FDINTVAX).  STANDALONE EXECUTION IS    *
      *                    UNCHANGED.                              *
      * 10/14/26  DEV    EACH EXCEPTION IS ALSO POSTED TO THE        *
      *                    EXCEPTION REGISTER FDINEXC THROUGH TVA350 *
      *                    (TYPE = SIDE, OBJECT = FDIN-TVA KEY); A   *
      *                    KEY NO LONGER IN DRIFT IS CLOSED THERE AT *
      *                    THE END OF THE RUN.  REGISTER NEW,        *
      *                    REOPENED AND CLOSED COUNTS ADDED TO THE   *
      *                    TOTALS.  AN UNAVAILABLE REGISTER IS       *
      *                    WARNED ON THE LISTING AND SKIPPED.        *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
           88  TVA-END-OF-MASTER                  VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-EXC-OFF-SW               PIC X(1)  VALUE "N".
           88  TVA-EXC-OFF                        VALUE "Y".
      *
      ***** PRECISION TOLERANCE FOR THE COMPARE                       *
       01  TVA-TOLERANCE-4              PIC S9(1)V9(4) VALUE 0.0001.
           05  FILLER                    PIC X(20)
               VALUE "EXCEPTIONS FOUND..:".
           05  TVA110-T-EXCEPT           PIC ZZZZZZ9.
      *
       01  TVA110-TOTAL-LINE-3.
           05  FILLER                    PIC X(20)
               VALUE "REGISTER NEW......:".
           05  TVA110-T-EXC-NEW          PIC ZZZZZZ9.
      *
       01  TVA110-TOTAL-LINE-4.
           05  FILLER                    PIC X(20)
               VALUE "REGISTER REOPENED.:".
           05  TVA110-T-EXC-REOPEN       PIC ZZZZZZ9.
      *
       01  TVA110-TOTAL-LINE-5.
           05  FILLER                    PIC X(20)
               VALUE "REGISTER CLOSED...:".
           05  TVA110-T-EXC-CLOSED       PIC ZZZZZZ9.
      *
       01  TVA110-WARN-EXC-LINE          PIC X(68)
           VALUE "** WARNING ** FDINEXC NOT AVAILABLE - EXCEPTION REGIST
      -    "ER NOT UPDATED".
      *
           COPY FDINEXCK.
      *
           COPY FDINTVAX.
      *
           END-IF.
           WRITE TVA110-REPORT-LINE FROM TVA110-HEADING-1.
           WRITE TVA110-REPORT-LINE FROM TVA110-HEADING-2.
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
           MOVE "TVA110" TO FDIN-EXCK-PGM.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA110-REPORT-LINE FROM TVA110-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
       2000-PROCESS-MASTER.
           COMPUTE TVA-EXPECT-TVAM  ROUNDED = 1 + (FDIN-TVA-TVAT / 100).
               MOVE TVA-EXPECT-TVAML TO TVA110-D-EXPECT
               WRITE TVA110-REPORT-LINE FROM TVA110-DETAIL-LINE
               ADD 1 TO TVA-COUNT-EXCEPTION
               PERFORM 3500-POST-EXCEPTION THRU 3500-EXIT
           END-IF.
      *
           COMPUTE TVA-DIFF = FDIN-TVA-TVVM - TVA-EXPECT-TVVM.
               MOVE TVA-EXPECT-TVVM TO TVA110-D-EXPECT
               WRITE TVA110-REPORT-LINE FROM TVA110-DETAIL-LINE
               ADD 1 TO TVA-COUNT-EXCEPTION
               PERFORM 3500-POST-EXCEPTION THRU 3500-EXIT
           END-IF.
      *
           COMPUTE TVA-DIFF = FDIN-TVA-TVVML - TVA-EXPECT-TVVML.
               MOVE TVA-EXPECT-TVVML TO TVA110-D-EXPECT
               WRITE TVA110-REPORT-LINE FROM TVA110-DETAIL-LINE
               ADD 1 TO TVA-COUNT-EXCEPTION
               PERFORM 3500-POST-EXCEPTION THRU 3500-EXIT
           END-IF.
      *
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
           MOVE TVA-EXPECT-TVAM TO TVA110-D-EXPECT.
           WRITE TVA110-REPORT-LINE FROM TVA110-DETAIL-LINE.
           ADD 1 TO TVA-COUNT-EXCEPTION.
           PERFORM 3500-POST-EXCEPTION THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-POST-EXCEPTION - THE LINE JUST LISTED, TO FDINEXC     *
      ****************************************************************
       3500-POST-EXCEPTION.
           IF TVA-EXC-OFF
               GO TO 3500-EXIT
           END-IF.
           MOVE "P" TO FDIN-EXCK-FONCTION.
           MOVE TVA110-D-SIDE TO FDIN-EXCK-TYPE.
           MOVE FDIN-TVA-CLEF TO FDIN-EXCK-OBJET.
           MOVE "STORED COEFFICIENT OUTSIDE TOLERANCE"
               TO FDIN-EXCK-LIBELLE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF EXCK-RC-FILE-ERROR
               WRITE TVA110-REPORT-LINE FROM TVA110-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       3500-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA110-T-READ.
           WRITE TVA110-REPORT-LINE FROM TVA110-TOTAL-LINE.
           MOVE TVA-COUNT-EXCEPTION TO TVA110-T-EXCEPT.
           WRITE TVA110-REPORT-LINE FROM TVA110-TOTAL-LINE-2.
           PERFORM 8100-CLOSE-REGISTER THRU 8100-EXIT.
           CLOSE FDIN-TVA-MASTER TVA110-REPORT.
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8100-CLOSE-REGISTER - END THE RUN ON THE REGISTER, CLOSING *
      *                            THE KEYS NO LONGER IN DRIFT        *
      ****************************************************************
       8100-CLOSE-REGISTER.
           IF TVA-EXC-OFF
               GO TO 8100-EXIT
           END-IF.
           MOVE "E" TO FDIN-EXCK-FONCTION.
           MOVE "O" TO FDIN-EXCK-CLOTURE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA110-REPORT-LINE FROM TVA110-WARN-EXC-LINE
           END-IF.
           MOVE FDIN-EXCK-NB-NEW TO TVA110-T-EXC-NEW.
           WRITE TVA110-REPORT-LINE FROM TVA110-TOTAL-LINE-3.
           MOVE FDIN-EXCK-NB-REOPEN TO TVA110-T-EXC-REOPEN.
           WRITE TVA110-REPORT-LINE FROM TVA110-TOTAL-LINE-4.
           MOVE FDIN-EXCK-NB-CLOSED TO TVA110-T-EXC-CLOSED.
           WRITE TVA110-REPORT-LINE FROM TVA110-TOTAL-LINE-5.
       8100-EXIT.
           EXIT.
