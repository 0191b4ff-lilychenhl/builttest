      *                    PROOF IN THE AFTERNOON, REVIEW THE        *
      *                    LISTING, RELEASE TVATRANO TO TVA100 AT    *
      *                    NIGHT.                                    *
      * 10/14/26  DEV    DECLARATION PERIOD CLOSE.  THE MONTHS       *
      *                    CLOSED BY TVA295 ARE LOADED FROM FDINPER  *
      *                    (SEQUENTIAL - NO FILE YET MEANS NO CLOSED *
      *                    MONTH).  AN A OR C TRANSACTION WHOSE      *
      *                    DTDEB/DTFIN RANGE REACHES A CLOSED MONTH  *
      *                    IS REJECTED UNLESS FDIN-TVA-TRAN-AMEND IS *
      *                    O, IN WHICH CASE IT IS RELEASED, FLAGGED  *
      *                    ON THE LISTING AND COUNTED SO THE MONTH   *
      *                    CAN BE RE-RUN THROUGH TVA300.             *
      * 10/14/26  DEV    OPERATOR AUTHORITY.  THE OPERATOR WHO       *
      *                    KEYED THE TRANSACTION (TRAN-USER) IS      *
      *                    CHECKED THROUGH TVA305 AGAINST FDINUSR -  *
      *                    MUST BE ALLOWED TO MAINTAIN FDIN-TVA AND  *
      *                    HOLD THE TRANSACTION CODE.  A REFUSAL IS  *
      *                    REJECTED WITH ITS REASON AND LOGGED ON    *
      *                    TVASEC.                                   *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-COF-CODE
                  FILE STATUS IS TVA-FS-COF.
           SELECT FDIN-PER-FILE    ASSIGN TO "FDINPER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FDIN-PER-PERIODE
                  FILE STATUS IS TVA-FS-PER.
           SELECT FDIN-TVA-TRANOUT ASSIGN TO "TVATRANO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-TRANO.
       FD  FDIN-COF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCOF.
      *
       FD  FDIN-PER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPER.
      *
      ***** THE CLEANED FILE CARRIES THE ACCEPTED TRANSACTIONS
      ***** BYTE FOR BYTE, SO THE RECORD IS A PLAIN IMAGE OF THE
       01  TVA-FS-TRAN                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-MASTER                PIC X(2)  VALUE SPACES.
       01  TVA-FS-COF                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PER                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-TRANO                 PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
           88  TVA-RANGE-OVERLAPS                 VALUE "Y".
       01  TVA-VER-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-VERSIONS                VALUE "Y".
       01  TVA-PER-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-PERIODS                 VALUE "Y".
       01  TVA-AMEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-AMENDS-CLOSED                  VALUE "Y".
      *
      ***** PLAUSIBLE UPPER BOUND FOR A FRENCH VAT RATE - ANYTHING
      ***** ABOVE THIS ON A PROOF RUN IS ALMOST CERTAINLY A MIS-KEY
      *
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
      ***** CALL INTERFACE OF THE TVA305 OPERATOR AUTHORITY CHECK
           COPY FDINUSRK.
      *
      ***** KEYS ALREADY SEEN IN THIS BATCH, FOR THE DUPLICATE EDIT
       01  TVA-SEEN-MAX                 PIC 9(4)  VALUE 1000 COMP.
       01  TVA-SEEN-USED                PIC 9(4)  VALUE ZERO COMP.
           88  TVA-SEEN-FULL-WARNED               VALUE "Y".
      *
       01  TVA-TRAN-DEB                 PIC 9(8).
       01  TVA-TRAN-DEB-R REDEFINES TVA-TRAN-DEB.
           05  TVA-TRAN-DEB-AAAAMM      PIC 9(6).
           05  FILLER                   PIC 9(2).
       01  TVA-TRAN-FIN                 PIC 9(8).
       01  TVA-TRAN-FIN-R REDEFINES TVA-TRAN-FIN.
           05  TVA-TRAN-FIN-AAAAMM      PIC 9(6).
           05  FILLER                   PIC 9(2).
       01  TVA-VER-DEB                  PIC 9(8).
       01  TVA-VER-FIN                  PIC 9(8).
      *
      ***** MONTHS CLOSED BY TVA295, FOR THE CLOSED-PERIOD EDIT
       01  TVA-PER-MAX                  PIC 9(3)  VALUE 300 COMP.
       01  TVA-PER-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-PER-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-PER-TABLE.
           05  TVA-PER-CLOS             PIC 9(6)  OCCURS 300 TIMES.
       01  TVA-PER-HIT                  PIC 9(6)  VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ACCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REJECT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-AMEND          PIC 9(7)  VALUE ZERO.
      *
       01  TVA105-HEADING-1             PIC X(40)
           VALUE "TVA105 - TRANSACTION BATCH PROOF EDIT".
      -    "E EDIT".
       01  TVA105-WARN-TABLE-LINE-2     PIC X(48)
           VALUE "** WARNING ** ONLY COVERS THE FIRST 1000 KEYS".
       01  TVA105-WARN-PER-LINE.
           05  FILLER                   PIC X(43)
               VALUE "** WARNING ** MORE THAN 300 CLOSED MONTHS -".
           05  FILLER                   PIC X(21)
               VALUE " LATEST NOT LOADED".
      *
       01  TVA105-TOTAL-LINE.
           05  FILLER                   PIC X(24)
           05  FILLER                   PIC X(24)
               VALUE "REJECTED..............:".
           05  TVA105-T-REJ             PIC ZZZZZZ9.
       01  TVA105-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "AMENDMENTS (CLOSED)...:".
           05  TVA105-T-AMEND           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA105-REPORT-LINE FROM TVA105-HEADING-1.
           PERFORM 1500-LOAD-CLOSED THRU 1500-EXIT.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-LOAD-CLOSED - THE MONTHS ALREADY DECLARED AND CLOSED. *
      *                         NO FDINPER YET MEANS NOTHING CLOSED   *
      ****************************************************************
       1500-LOAD-CLOSED.
           OPEN INPUT FDIN-PER-FILE.
           IF TVA-FS-PER = "35"
               GO TO 1500-EXIT
           END-IF.
           IF TVA-FS-PER NOT = "00"
               DISPLAY "TVA105 - CANNOT OPEN FDINPER, STATUS="
                   TVA-FS-PER
               CLOSE FDIN-TVA-TRANFILE FDIN-TVA-MASTER FDIN-COF-FILE
                     FDIN-TVA-TRANOUT TVA105-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-READ-PERIOD THRU 1550-EXIT
               UNTIL TVA-END-OF-PERIODS.
           CLOSE FDIN-PER-FILE.
       1500-EXIT.
           EXIT.
      *
       1550-READ-PERIOD.
           READ FDIN-PER-FILE
               AT END
                   MOVE "Y" TO TVA-PER-EOF-SW
                   GO TO 1550-EXIT
           END-READ.
           IF NOT PER-CLOSED
               GO TO 1550-EXIT
           END-IF.
           IF TVA-PER-USED < TVA-PER-MAX
               ADD 1 TO TVA-PER-USED
               MOVE FDIN-PER-PERIODE TO TVA-PER-CLOS (TVA-PER-USED)
           ELSE
               WRITE TVA105-REPORT-LINE FROM TVA105-WARN-PER-LINE
               MOVE "Y" TO TVA-PER-EOF-SW
           END-IF.
       1550-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-TRAN - EDIT ONE TRANSACTION, RELEASE OR       *
      *                          REJECT IT                            *
      ****************************************************************
       2000-PROCESS-TRAN.
           MOVE "Y" TO TVA-VALID-SW.
           MOVE "N" TO TVA-AMEND-SW.
           PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
           IF TVA-TRAN-VALID
               PERFORM 4000-EDIT-BATCH THRU 4000-EXIT
               PERFORM 4500-RECORD-SEEN-KEY THRU 4500-EXIT
               WRITE FDIN-TVA-TRANO FROM FDIN-TVA-TRAN
               ADD 1 TO TVA-COUNT-ACCEPT
               IF TVA-AMENDS-CLOSED
                   PERFORM 7100-FLAG-AMENDMENT THRU 7100-EXIT
               END-IF
           ELSE
               PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
           END-IF.
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
           IF NOT TVA-TRAN-VALID
               GO TO 3000-EXIT
           END-IF.
           IF TVA-TRAN-DEACTIVATE
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-TVA-TRAN-AMEND NOT = "O" AND NOT = "N"
                   AND NOT = SPACE
               MOVE "AMENDMENT FLAG MUST BE O OR N" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-TVA-TRAN-ACTIF NOT = "O" AND NOT = "N"
               MOVE "ACTIF MUST BE O OR N" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-AUTHORITY - THE OPERATOR MUST BE ALLOWED TO     *
      *                             MAINTAIN FDIN-TVA WITH THE CODE   *
      ****************************************************************
       3100-CHECK-AUTHORITY.
           MOVE FDIN-TVA-TRAN-USER TO FDIN-USRK-USER.
           MOVE "TVA105" TO FDIN-USRK-PGM.
           MOVE "T" TO FDIN-USRK-TABLE.
           MOVE FDIN-TVA-TRAN-CODE TO FDIN-USRK-CODE.
           MOVE FDIN-TVA-TRAN-CLEF TO FDIN-USRK-CLEF.
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               MOVE FDIN-USRK-MOTIF TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-EDIT-BATCH - THE EDITS ONLY A PROOF PASS CAN DO       *
      ****************************************************************
       4000-EDIT-BATCH.
           IF NOT TVA-TRAN-VALID
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4600-CHECK-CLOSED THRU 4600-EXIT.
           IF NOT TVA-TRAN-VALID
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4400-CHECK-COFRADEL THRU 4400-EXIT.
       4000-EXIT.
           EXIT.
           EXIT.
      *
      ****************************************************************
      *    4600-CHECK-CLOSED - THE DTDEB/DTFIN RANGE MUST NOT REACH A *
      *                          MONTH ALREADY DECLARED, UNLESS THE   *
      *                          TRANSACTION IS MARKED AS AN          *
      *                          AMENDMENT                            *
      ****************************************************************
       4600-CHECK-CLOSED.
           IF FDIN-TVA-TRAN-DTDEB = ZERO
               GO TO 4600-EXIT
           END-IF.
           MOVE FDIN-TVA-TRAN-DTDEB TO TVA-TRAN-DEB.
           IF FDIN-TVA-TRAN-DTFIN = ZERO
               MOVE 99999999 TO TVA-TRAN-FIN
           ELSE
               MOVE FDIN-TVA-TRAN-DTFIN TO TVA-TRAN-FIN
           END-IF.
           PERFORM 4650-SCAN-CLOSED THRU 4650-EXIT
               VARYING TVA-PER-IX FROM 1 BY 1
               UNTIL TVA-PER-IX > TVA-PER-USED
                  OR (TVA-PER-CLOS (TVA-PER-IX)
                          NOT < TVA-TRAN-DEB-AAAAMM
                      AND TVA-PER-CLOS (TVA-PER-IX)
                          NOT > TVA-TRAN-FIN-AAAAMM).
           IF TVA-PER-IX > TVA-PER-USED
               GO TO 4600-EXIT
           END-IF.
           MOVE TVA-PER-CLOS (TVA-PER-IX) TO TVA-PER-HIT.
           IF TVA-TRAN-AMENDMENT
               MOVE "Y" TO TVA-AMEND-SW
               GO TO 4600-EXIT
           END-IF.
           MOVE SPACES TO TVA-ERROR-MSG.
           STRING "DATES REACH CLOSED PERIOD " TVA-PER-HIT
                  DELIMITED BY SIZE INTO TVA-ERROR-MSG.
           MOVE "N" TO TVA-VALID-SW.
       4600-EXIT.
           EXIT.
      *
       4650-SCAN-CLOSED.
           CONTINUE.
       4650-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-REJECT-TRAN - ONE EDIT-LISTING LINE PER REJECT        *
      ****************************************************************
       7000-REJECT-TRAN.
           EXIT.
      *
      ****************************************************************
      *    7100-FLAG-AMENDMENT - A RELEASED AMENDMENT TO A CLOSED     *
      *                            MONTH IS SHOWN ON THE LISTING      *
      ****************************************************************
       7100-FLAG-AMENDMENT.
           ADD 1 TO TVA-COUNT-AMEND.
           MOVE SPACES TO TVA105-REPORT-LINE.
           STRING "AMENDMENT KEY=" FDIN-TVA-TRAN-GEN "/"
                  FDIN-TVA-TRAN-VER "  REACHES CLOSED PERIOD "
                  TVA-PER-HIT
                  DELIMITED BY SIZE INTO TVA105-REPORT-LINE.
           WRITE TVA105-REPORT-LINE.
       7100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           WRITE TVA105-REPORT-LINE FROM TVA105-TOTAL-LINE-2.
           MOVE TVA-COUNT-REJECT TO TVA105-T-REJ.
           WRITE TVA105-REPORT-LINE FROM TVA105-TOTAL-LINE-3.
           MOVE TVA-COUNT-AMEND TO TVA105-T-AMEND.
           WRITE TVA105-REPORT-LINE FROM TVA105-TOTAL-LINE-4.
           CLOSE FDIN-TVA-TRANFILE FDIN-TVA-MASTER FDIN-COF-FILE
                 FDIN-TVA-TRANOUT TVA105-REPORT.
       8000-EXIT.
