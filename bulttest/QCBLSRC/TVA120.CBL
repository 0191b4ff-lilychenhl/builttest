      *         .                      FDINCOF  - INPUT (RANDOM,     *
      *         .                        COFRADEL CODE MIRROR)       *
      *         .                      TVA120RPT - OUTPUT (LISTING)  *
      *         .                      FDINEXC   - I-O THROUGH TVA350*
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 08/08/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - CROSS-SITE       *
      *                    SINGLE-POINTER FDIN-TVA-CORRES CHECK    *
      *                    IS KEPT FOR THE FIRST SISTER SITE       *
      *                    UNTIL THE FIELD IS RETIRED.             *
      * 10/14/26  DEV    EACH EXCEPTION IS ALSO POSTED TO THE        *
      *                    EXCEPTION REGISTER FDINEXC THROUGH TVA350 *
      *                    - TYPE PER REASON, OBJECT = KEY PLUS ACH/ *
      *                    VEN FOR THE COFRADEL CODES OR THE SITE    *
      *                    FOR THE FDINTVAD MAPPINGS.  ITEMS NO      *
      *                    LONGER REPORTED ARE CLOSED AT THE END OF  *
      *                    A COMPLETE RUN ONLY.  REGISTER NEW,       *
      *                    REOPENED AND CLOSED COUNTS ADDED TO THE   *
      *                    TOTALS.                                   *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
           88  TVA-END-OF-COR                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-EXC-OFF-SW               PIC X(1)  VALUE "N".
           88  TVA-EXC-OFF                        VALUE "Y".
      *
       01  TVA-OWN-PREFIX               PIC X(2).
      *
      ***** EXCEPTION REGISTER TYPE AND OBJECT OF THE LINE LISTED
       01  TVA-EXC-TYPE                 PIC X(8)  VALUE SPACES.
       01  TVA-EXC-OBJET.
           05  TVA-EXC-GEN              PIC X(18).
           05  TVA-EXC-VER              PIC X(2).
           05  TVA-EXC-QUAL             PIC X(4).
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
      *
       01  TVA120-NO-TVAD-LINE          PIC X(52)
           VALUE "NO FDINTVAD TABLE - MULTI-SITE CHECK SKIPPED".
      *
       01  TVA120-TOTAL-LINE-4.
           05  FILLER                   PIC X(20)
               VALUE "REGISTER NEW......:".
           05  TVA120-T-EXC-NEW         PIC ZZZZZZ9.
      *
       01  TVA120-TOTAL-LINE-5.
           05  FILLER                   PIC X(20)
               VALUE "REGISTER REOPENED.:".
           05  TVA120-T-EXC-REOPEN      PIC ZZZZZZ9.
      *
       01  TVA120-TOTAL-LINE-6.
           05  FILLER                   PIC X(20)
               VALUE "REGISTER CLOSED...:".
           05  TVA120-T-EXC-CLOSED      PIC ZZZZZZ9.
      *
       01  TVA120-WARN-EXC-LINE         PIC X(68)
           VALUE "** WARNING ** FDINEXC NOT AVAILABLE - EXCEPTION REGIST
      -    "ER NOT UPDATED".
      *
           COPY FDINEXCK.
      *
           COPY FDINTVAX.
      *
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA120-REPORT-LINE FROM TVA120-HEADING-1.
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
           MOVE "TVA120" TO FDIN-EXCK-PGM.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA120-REPORT-LINE FROM TVA120-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       1100-EXIT.
           EXIT.
      *
       2000-PROCESS-MASTER.
           IF FDIN-TVA-ACTIF OF FDIN-TVA = "O"
               END-IF
               IF FDIN-TVA-COFVEN OF FDIN-TVA NOT = SPACES
                   MOVE FDIN-TVA-COFVEN OF FDIN-TVA TO FDIN-COF-CODE
                   MOVE "VEN" TO TVA-EXC-QUAL
                   PERFORM 3100-VALIDATE-COF-CODE THRU 3100-EXIT
               END-IF
               IF FDIN-TVA-CORRES OF FDIN-TVA NOT = SPACES
      ****************************************************************
       3000-CHECK-COFRADEL.
           MOVE FDIN-TVA-COFACH OF FDIN-TVA TO FDIN-COF-CODE.
           MOVE "ACH" TO TVA-EXC-QUAL.
           PERFORM 3100-VALIDATE-COF-CODE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
                   MOVE SPACES TO TVA120-D-REASON
                   STRING "COFRADEL CODE NOT FOUND: " FDIN-COF-CODE
                       DELIMITED BY SIZE INTO TVA120-D-REASON
                   MOVE "COFNOTFD" TO TVA-EXC-TYPE
                   PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
                   GO TO 3100-EXIT
           END-READ.
               MOVE SPACES TO TVA120-D-REASON
               STRING "COFRADEL CODE INACTIVE: " FDIN-COF-CODE
                   DELIMITED BY SIZE INTO TVA120-D-REASON
               MOVE "COFINACT" TO TVA-EXC-TYPE
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
       3100-EXIT.
      *    4000-CHECK-CORRES - VALIDATE RECIPROCAL SITE CORRESPONDENCE*
      ****************************************************************
       4000-CHECK-CORRES.
           MOVE SPACES TO TVA-EXC-QUAL.
           MOVE FDIN-TVA-CLEF-GEN OF FDIN-TVA (1:2) TO TVA-OWN-PREFIX.
           MOVE FDIN-TVA-CORRES OF FDIN-TVA
               TO FDIN-TVA-CLEF-GEN OF FDIN-TVA-LK (1:2).
               INVALID KEY
                   MOVE "CORRES TARGET RECORD NOT FOUND"
                       TO TVA120-D-REASON
                   MOVE "CORNOTFD" TO TVA-EXC-TYPE
                   PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
                   GO TO 4000-EXIT
           END-READ.
           IF FDIN-TVA-CORRES OF FDIN-TVA-LK NOT = TVA-OWN-PREFIX
               MOVE "CORRES NOT RECIPROCAL - ONE DIRECTION ONLY"
                   TO TVA120-D-REASON
               MOVE "CORNRECP" TO TVA-EXC-TYPE
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
       4000-EXIT.
           MOVE FDIN-TVA-CLEF-VER OF FDIN-TVA TO TVA120-D-VER.
           WRITE TVA120-REPORT-LINE FROM TVA120-DETAIL-LINE.
           ADD 1 TO TVA-COUNT-EXCEPTION.
           MOVE FDIN-TVA-CLEF-GEN OF FDIN-TVA TO TVA-EXC-GEN.
           MOVE FDIN-TVA-CLEF-VER OF FDIN-TVA TO TVA-EXC-VER.
           PERFORM 7000-POST-EXCEPTION THRU 7000-EXIT.
       5000-EXIT.
           EXIT.
      *
           IF FDIN-TVAD-ACTIF OF FDIN-TVAD NOT = "O"
               GO TO 6200-NEXT
           END-IF.
           MOVE FDIN-TVAD-SITE OF FDIN-TVAD TO TVA-EXC-QUAL.
           MOVE FDIN-TVAD-GEN OF FDIN-TVAD
               TO FDIN-TVA-CLEF-GEN OF FDIN-TVA-LK.
           MOVE FDIN-TVAD-VER OF FDIN-TVAD
                   STRING "COR SITE " FDIN-TVAD-SITE OF FDIN-TVAD
                       " - UNKNOWN VAT CODE"
                       DELIMITED BY SIZE INTO TVA120-D-REASON
                   MOVE "CORUNKN" TO TVA-EXC-TYPE
                   PERFORM 6500-WRITE-COR-EXCEPTION THRU 6500-EXIT
                   GO TO 6200-NEXT
           END-READ.
                   STRING "COR SITE " FDIN-TVAD-SITE OF FDIN-TVAD
                       " - NO RETURN MAPPING"
                       DELIMITED BY SIZE INTO TVA120-D-REASON
                   MOVE "CORNORET" TO TVA-EXC-TYPE
                   PERFORM 6500-WRITE-COR-EXCEPTION THRU 6500-EXIT
                   GO TO 6200-NEXT
           END-READ.
               STRING "COR SITE " FDIN-TVAD-SITE OF FDIN-TVAD
                   " - RETURN MAPPING INACTIVE"
                   DELIMITED BY SIZE INTO TVA120-D-REASON
               MOVE "CORRETIN" TO TVA-EXC-TYPE
               PERFORM 6500-WRITE-COR-EXCEPTION THRU 6500-EXIT
               GO TO 6200-NEXT
           END-IF.
               STRING "COR SITE " FDIN-TVAD-SITE OF FDIN-TVAD
                   " - RETURN MAPPING ELSEWHERE"
                   DELIMITED BY SIZE INTO TVA120-D-REASON
               MOVE "CORELSE" TO TVA-EXC-TYPE
               PERFORM 6500-WRITE-COR-EXCEPTION THRU 6500-EXIT
           END-IF.
       6200-NEXT.
           MOVE FDIN-TVAD-VER OF FDIN-TVAD TO TVA120-D-VER.
           WRITE TVA120-REPORT-LINE FROM TVA120-DETAIL-LINE.
           ADD 1 TO TVA-COUNT-EXCEPTION.
           MOVE FDIN-TVAD-GEN OF FDIN-TVAD TO TVA-EXC-GEN.
           MOVE FDIN-TVAD-VER OF FDIN-TVAD TO TVA-EXC-VER.
           PERFORM 7000-POST-EXCEPTION THRU 7000-EXIT.
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-POST-EXCEPTION - THE LINE JUST LISTED, TO FDINEXC     *
      ****************************************************************
       7000-POST-EXCEPTION.
           IF TVA-EXC-OFF
               GO TO 7000-EXIT
           END-IF.
           MOVE "P" TO FDIN-EXCK-FONCTION.
           MOVE TVA-EXC-TYPE TO FDIN-EXCK-TYPE.
           MOVE TVA-EXC-OBJET TO FDIN-EXCK-OBJET.
           MOVE TVA120-D-REASON TO FDIN-EXCK-LIBELLE.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF EXCK-RC-FILE-ERROR
               WRITE TVA120-REPORT-LINE FROM TVA120-WARN-EXC-LINE
               MOVE "Y" TO TVA-EXC-OFF-SW
           END-IF.
       7000-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA120-T-READ.
           WRITE TVA120-REPORT-LINE FROM TVA120-TOTAL-LINE-3.
           MOVE TVA-COUNT-EXCEPTION TO TVA120-T-EXCEPT.
           WRITE TVA120-REPORT-LINE FROM TVA120-TOTAL-LINE-2.
           PERFORM 8100-CLOSE-REGISTER THRU 8100-EXIT.
           CLOSE FDIN-TVA-MASTER FDIN-TVA-LOOKUP FDIN-COF-FILE
                 TVA120-REPORT.
       8000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8100-CLOSE-REGISTER - END THE RUN ON THE REGISTER.  ITEMS  *
      *                            NOT REPORTED ARE CLOSED ONLY WHEN  *
      *                            BOTH PASSES RAN TO THE END         *
      ****************************************************************
       8100-CLOSE-REGISTER.
           IF TVA-EXC-OFF
               GO TO 8100-EXIT
           END-IF.
           MOVE "E" TO FDIN-EXCK-FONCTION.
           IF TVA-ABEND
               MOVE "N" TO FDIN-EXCK-CLOTURE
           ELSE
               MOVE "O" TO FDIN-EXCK-CLOTURE
           END-IF.
           CALL "TVA350" USING FDIN-EXC-POST.
           IF NOT EXCK-RC-OK
               WRITE TVA120-REPORT-LINE FROM TVA120-WARN-EXC-LINE
           END-IF.
           MOVE FDIN-EXCK-NB-NEW TO TVA120-T-EXC-NEW.
           WRITE TVA120-REPORT-LINE FROM TVA120-TOTAL-LINE-4.
           MOVE FDIN-EXCK-NB-REOPEN TO TVA120-T-EXC-REOPEN.
           WRITE TVA120-REPORT-LINE FROM TVA120-TOTAL-LINE-5.
           MOVE FDIN-EXCK-NB-CLOSED TO TVA120-T-EXC-CLOSED.
           WRITE TVA120-REPORT-LINE FROM TVA120-TOTAL-LINE-6.
       8100-EXIT.
           EXIT.
