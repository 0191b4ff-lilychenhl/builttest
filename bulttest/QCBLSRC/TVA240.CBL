      * FILES USED.................: . TVAFAC    - INPUT (INVOICE    *
      *         .                        LINE FILE FROM BILLING)     *
      *         .                      TVA240RPT - OUTPUT (LISTING)  *
      *         .                      FDINEXC   - I-O THROUGH TVA350*
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 09/03/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - INVOICE LINE     *
      *                    (FDIN-TVAM-LOG 'O') - THE INVOICE FEED    *
      *                    IS REAL USAGE EVIDENCE FOR THE TVA260     *
      *                    DEAD-CODE REPORT.                         *
      * 10/14/26  DEV    FOREIGN-CURRENCY LINES (FDIN-FAC-DEVISE).   *
      *                    THE VAT IS VERIFIED IN THE CURRENCY OF    *
      *                    THE LINE - TVA230 WORKS ON THE LINE BASE  *
      *                    AS GIVEN - AND THE CURRENCY IS SHOWN ON   *
      *                    THE DISCREPANCY LINES.  CONTROL TOTALS    *
      *                    ARE KEPT PER VAT CODE AND CURRENCY SO NO  *
      *                    TWO CURRENCIES ARE ADDED TOGETHER.  A     *
      *                    FOREIGN LINE WITH NO FDINDEV RATE IN      *
      *                    EFFECT ON ITS DATE IS FLAGGED THROUGH     *
      *                    TVA325, AHEAD OF THE TVA270 DECLARATION   *
      *                    WHICH WOULD LEAVE IT OUT.                 *
      * 10/14/26  DEV    DISCREPANT, FLAGGED AND NO-RATE LINES ARE   *
      *                    ALSO POSTED TO THE EXCEPTION REGISTER     *
      *                    FDINEXC THROUGH TVA350 (OBJECT = INVOICE, *
      *                    DIRECTION AND LINE).  TVAFAC IS TONIGHT'S *
      *                    FEED ONLY, SO A LINE IS NOT SEEN AGAIN -  *
      *                    THE END OF RUN CLOSES ONLY THE ITEMS      *
      *                    ALREADY ACCEPTED, THE OTHERS STAY OPEN    *
      *                    UNTIL REVIEWED.  REGISTER COUNTS ADDED    *
      *                    TO THE TOTALS.                            *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
      ***** CALL INTERFACE OF THE TVA230 VAT AMOUNT SUBPROGRAM
           COPY FDINTVAM.
      *
      ***** CALL INTERFACE OF THE TVA325 EURO CONVERSION
           COPY FDINDEVK.
      *
       01  TVA-DIFF                     PIC S9(9)V9(2).
       01  TVA-DEVISE                   PIC X(3).
       01  TVA-DEV-OFF-SW               PIC X(1)  VALUE "N".
           88  TVA-DEV-OFF                        VALUE "Y".
       01  TVA-EXC-OFF-SW               PIC X(1)  VALUE "N".
           88  TVA-EXC-OFF                        VALUE "Y".
      *
      ***** CALL INTERFACE OF THE TVA350 EXCEPTION REGISTER
           COPY FDINEXCK.
      *
      ***** EXCEPTION REGISTER TYPE, OBJECT AND TEXT OF THE LINE
       01  TVA-EXC-TYPE                 PIC X(8)  VALUE SPACES.
       01  TVA-EXC-OBJET.
           05  TVA-EXC-NOFAC            PIC X(10).
           05  TVA-EXC-SENS             PIC X(1).
           05  TVA-EXC-NOLIG            PIC 9(4).
           05  FILLER                   PIC X(9)  VALUE SPACES.
       01  TVA-EXC-LIBELLE              PIC X(40) VALUE SPACES.
      *
      ***** CONTROL TOTALS PER VAT CODE AND CURRENCY
       01  TVA-TOT-MAX                  PIC 9(3)  VALUE 200 COMP.
       01  TVA-TOT-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-TOT-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-TOT-TABLE.
           05  TVA-TOT-ENTRY OCCURS 200 TIMES.
               10  TVA-TOT-CODE         PIC X(18).
               10  TVA-TOT-DEVISE       PIC X(3).
               10  TVA-TOT-LINES        PIC 9(7).
               10  TVA-TOT-EXPECTED     PIC S9(11)V9(2).
               10  TVA-TOT-CHARGED      PIC S9(11)V9(2).
           05  TVA-COUNT-MATCHED        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DISCREPANT     PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-FLAGGED        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-NORATE         PIC 9(7)  VALUE ZERO.
      *
       01  TVA240-HEADING-1             PIC X(48)
           VALUE "TVA240 - INVOICE LINE VERIFICATION".
       01  TVA240-HEADING-2.
           05  FILLER                   PIC X(12) VALUE "INVOICE".
           05  FILLER                   PIC X(20) VALUE "CODE".
           05  FILLER                   PIC X(5)  VALUE "CUR".
           05  FILLER                   PIC X(4)  VALUE "VER".
           05  FILLER                   PIC X(15) VALUE "EXPECTED".
           05  FILLER                   PIC X(15) VALUE "CHARGED".
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-D-CODE            PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-D-DEVISE          PIC X(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-D-VER             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-D-EXPECTED        PIC -ZZZZZZZZ9.99.
           05  TVA240-F-TEXT            PIC X(40).
      *
       01  TVA240-TOT-HEADING           PIC X(40)
           VALUE "CONTROL TOTALS BY VAT CODE AND CURRENCY".
       01  TVA240-TOT-LINE.
           05  TVA240-T-CODE            PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-T-DEVISE          PIC X(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-T-LINES           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA240-T-EXPECTED        PIC -ZZZZZZZZZZ9.99.
           05  TVA240-T-DIFF            PIC -ZZZZZZZZZZ9.99.
      *
       01  TVA240-WARN-TABLE-LINE       PIC X(60)
           VALUE "** WARNING ** MORE THAN 200 CODE/CURRENCY PAIRS - TOTA
      -    "LS".
       01  TVA240-WARN-TABLE-LINE-2     PIC X(48)
           VALUE "** WARNING ** ONLY COVER THE FIRST 200 PAIRS".
       01  TVA240-WARN-DEV-LINE         PIC X(64)
           VALUE "** WARNING ** FDINDEV NOT AVAILABLE - EXCHANGE RATES N
      -    "OT CHECKED".
       01  TVA240-WARN-EXC-LINE         PIC X(68)
           VALUE "** WARNING ** FDINEXC NOT AVAILABLE - EXCEPTION REGIST
      -    "ER NOT UPDATED".
      *
       01  TVA240-TOTAL-LINE.
           05  FILLER                   PIC X(24)
           05  FILLER                   PIC X(24)
               VALUE "LINES FLAGGED RC......:".
           05  TVA240-T-FLAG            PIC ZZZZZZ9.
       01  TVA240-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "LINES WITHOUT RATE....:".
           05  TVA240-T-NORATE          PIC ZZZZZZ9.
       01  TVA240-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER NEW..........:".
           05  TVA240-T-EXC-NEW         PIC ZZZZZZ9.
       01  TVA240-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER REOPENED.....:".
           05  TVA240-T-EXC-REOPEN      PIC ZZZZZZ9.
       01  TVA240-TOTAL-LINE-8.
           05  FILLER                   PIC X(24)
               VALUE "REGISTER CLOSED.......:".
           05  TVA240-T-EXC-CLOSED      PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
           END-IF.
           WRITE TVA240-REPORT-LINE FROM TVA240-HEADING-1.
           WRITE TVA240-REPORT-LINE FROM TVA240-HEADING-2.
           PERFORM 1100-OPEN-REGISTER THRU 1100-EXIT.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-OPEN-REGISTER - BEGIN THE RUN ON THE EXCEPTION        *
      *                           REGISTER                            *
      ****************************************************************
       1100-OPEN-REGISTER.
           MOVE "B" TO FDIN-EXCK-FONCTION.
           MOVE "TVA240" TO FDIN-EXCK-PGM.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA240-REPORT-LINE FROM TVA240-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-LINE - RESOLVE, RECOMPUTE AND COMPARE ONE     *
      *                          INVOICE LINE                         *
      ****************************************************************
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE FDIN-FAC-DEVISE TO TVA-DEVISE.
           IF TVA-DEVISE = SPACES
               MOVE "EUR" TO TVA-DEVISE
           END-IF.
           IF TVA-DEVISE NOT = "EUR" AND NOT TVA-DEV-OFF
               PERFORM 4500-CHECK-RATE THRU 4500-EXIT
           END-IF.
           COMPUTE TVA-DIFF = FDIN-FAC-MTTVA - FDIN-TVAM-TVA.
           PERFORM 5000-ACCUMULATE-CODE THRU 5000-EXIT.
           IF TVA-DIFF = ZERO
           ADD 1 TO TVA-COUNT-DISCREPANT.
           MOVE FDIN-FAC-NOFAC TO TVA240-D-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA240-D-CODE.
           MOVE TVA-DEVISE TO TVA240-D-DEVISE.
           MOVE FDIN-TVAM-VER TO TVA240-D-VER.
           MOVE FDIN-TVAM-TVA TO TVA240-D-EXPECTED.
           MOVE FDIN-FAC-MTTVA TO TVA240-D-CHARGED.
           MOVE TVA-DIFF TO TVA240-D-DIFF.
           WRITE TVA240-REPORT-LINE FROM TVA240-DETAIL-LINE.
           MOVE "VATDIFF" TO TVA-EXC-TYPE.
           MOVE SPACES TO TVA-EXC-LIBELLE.
           STRING FDIN-FAC-CODE " " TVA-DEVISE " DIFF" TVA240-D-DIFF
               DELIMITED BY SIZE INTO TVA-EXC-LIBELLE.
           PERFORM 7000-POST-EXCEPTION THRU 7000-EXIT.
       3000-EXIT.
           EXIT.
      *
           ADD 1 TO TVA-COUNT-FLAGGED.
           MOVE FDIN-FAC-NOFAC TO TVA240-F-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA240-F-CODE.
           MOVE SPACES TO TVA-EXC-LIBELLE.
           MOVE FDIN-FAC-CODE TO TVA-EXC-LIBELLE (1:18).
           EVALUATE TRUE
               WHEN TVAM-RC-NO-VERSION
                   MOVE "** RC 04 - NO VERSION IN EFFECT **"
                       TO TVA240-F-TEXT
                   MOVE "RC04" TO TVA-EXC-TYPE
                   MOVE "NO VERSION IN EFFECT"
                       TO TVA-EXC-LIBELLE (20:21)
               WHEN TVAM-RC-INACTIVE
                   MOVE "** RC 08 - CODE INACTIVE **"
                       TO TVA240-F-TEXT
                   MOVE "RC08" TO TVA-EXC-TYPE
                   MOVE "CODE INACTIVE" TO TVA-EXC-LIBELLE (20:21)
               WHEN OTHER
                   MOVE "** RC 12 - CODE UNKNOWN **"
                       TO TVA240-F-TEXT
                   MOVE "RC12" TO TVA-EXC-TYPE
                   MOVE "CODE UNKNOWN" TO TVA-EXC-LIBELLE (20:21)
           END-EVALUATE.
           WRITE TVA240-REPORT-LINE FROM TVA240-FLAG-LINE.
           PERFORM 7000-POST-EXCEPTION THRU 7000-EXIT.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-CHECK-RATE - A FOREIGN LINE NEEDS AN FDINDEV RATE IN  *
      *                        EFFECT ON ITS DATE TO BE DECLARED      *
      ****************************************************************
       4500-CHECK-RATE.
           MOVE TVA-DEVISE TO FDIN-DEVK-DEVISE.
           MOVE FDIN-FAC-DATE TO FDIN-DEVK-DATE.
           MOVE FDIN-FAC-MTHT TO FDIN-DEVK-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-DEVK-MTTVA.
           CALL "TVA325" USING FDIN-DEV-CONV.
           IF DEVK-RC-FILE-ERROR
               WRITE TVA240-REPORT-LINE FROM TVA240-WARN-DEV-LINE
               MOVE "Y" TO TVA-DEV-OFF-SW
               GO TO 4500-EXIT
           END-IF.
           IF DEVK-RC-NO-RATE
               ADD 1 TO TVA-COUNT-NORATE
               MOVE FDIN-FAC-NOFAC TO TVA240-F-NOFAC
               MOVE FDIN-FAC-CODE TO TVA240-F-CODE
               MOVE SPACES TO TVA240-F-TEXT
               STRING "** NO EXCHANGE RATE IN EFFECT - "
                      TVA-DEVISE " **"
                      DELIMITED BY SIZE INTO TVA240-F-TEXT
               WRITE TVA240-REPORT-LINE FROM TVA240-FLAG-LINE
               MOVE "NORATE" TO TVA-EXC-TYPE
               MOVE SPACES TO TVA-EXC-LIBELLE
               STRING "NO EXCHANGE RATE IN EFFECT - " TVA-DEVISE
                   DELIMITED BY SIZE INTO TVA-EXC-LIBELLE
               PERFORM 7000-POST-EXCEPTION THRU 7000-EXIT
           END-IF.
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-ACCUMULATE-CODE - CONTROL TOTALS PER VAT CODE AND     *
      *                             CURRENCY                          *
      ****************************************************************
       5000-ACCUMULATE-CODE.
           MOVE ZERO TO TVA-TOT-IX.
           PERFORM 5100-SCAN-TOTALS THRU 5100-EXIT
               VARYING TVA-TOT-IX FROM 1 BY 1
               UNTIL TVA-TOT-IX > TVA-TOT-USED
                  OR (TVA-TOT-CODE (TVA-TOT-IX) = FDIN-FAC-CODE
                      AND TVA-TOT-DEVISE (TVA-TOT-IX) = TVA-DEVISE).
           IF TVA-TOT-IX > TVA-TOT-USED
               IF TVA-TOT-USED < TVA-TOT-MAX
                   ADD 1 TO TVA-TOT-USED
                   MOVE TVA-TOT-USED TO TVA-TOT-IX
                   MOVE FDIN-FAC-CODE TO TVA-TOT-CODE (TVA-TOT-IX)
                   MOVE TVA-DEVISE TO TVA-TOT-DEVISE (TVA-TOT-IX)
                   MOVE ZERO TO TVA-TOT-LINES (TVA-TOT-IX)
                                TVA-TOT-EXPECTED (TVA-TOT-IX)
                                TVA-TOT-CHARGED (TVA-TOT-IX)
           EXIT.
      *
      ****************************************************************
      *    6000-PRINT-CONTROL-TOTALS - ONE LINE PER VAT CODE AND      *
      *                                  CURRENCY                     *
      ****************************************************************
       6000-PRINT-CONTROL-TOTALS.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOT-HEADING.
      *
       6100-PRINT-ONE-CODE.
           MOVE TVA-TOT-CODE (TVA-TOT-IX) TO TVA240-T-CODE.
           MOVE TVA-TOT-DEVISE (TVA-TOT-IX) TO TVA240-T-DEVISE.
           MOVE TVA-TOT-LINES (TVA-TOT-IX) TO TVA240-T-LINES.
           MOVE TVA-TOT-EXPECTED (TVA-TOT-IX) TO TVA240-T-EXPECTED.
           MOVE TVA-TOT-CHARGED (TVA-TOT-IX) TO TVA240-T-CHARGED.
           EXIT.
      *
      ****************************************************************
      *    7000-POST-EXCEPTION - THE LINE JUST LISTED, TO FDINEXC     *
      ****************************************************************
       7000-POST-EXCEPTION.
           IF TVA-EXC-OFF
               GO TO 7000-EXIT
           END-IF.
           MOVE FDIN-FAC-NOFAC TO TVA-EXC-NOFAC.
           MOVE FDIN-FAC-SENS TO TVA-EXC-SENS.
           MOVE FDIN-FAC-NOLIG TO TVA-EXC-NOLIG.
           MOVE "P" TO FDIN-EXCK-FONCTION.
           MOVE TVA-EXC-TYPE TO FDIN-EXCK-TYPE.
           MOVE TVA-EXC-OBJET TO FDIN-EXCK-OBJET.
           MOVE TVA-EXC-LIBELLE TO FDIN-EXCK-LIBELLE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF EXCK-RC-FILE-ERROR
               WRITE TVA240-REPORT-LINE FROM TVA240-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOTAL-LINE-3.
           MOVE TVA-COUNT-FLAGGED TO TVA240-T-FLAG.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOTAL-LINE-4.
           MOVE TVA-COUNT-NORATE TO TVA240-T-NORATE.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOTAL-LINE-5.
           PERFORM 8100-CLOSE-REGISTER THRU 8100-EXIT.
           CLOSE FDIN-FAC-FILE TVA240-REPORT.
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
               WRITE TVA240-REPORT-LINE FROM TVA240-WARN-EXC-LINE
           END-IF.
           MOVE FDIN-EXCK-NB-NEW TO TVA240-T-EXC-NEW.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOTAL-LINE-6.
           MOVE FDIN-EXCK-NB-REOPEN TO TVA240-T-EXC-REOPEN.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOTAL-LINE-7.
           MOVE FDIN-EXCK-NB-CLOSED TO TVA240-T-EXC-CLOSED.
           WRITE TVA240-REPORT-LINE FROM TVA240-TOTAL-LINE-8.
       8100-EXIT.
           EXIT.
