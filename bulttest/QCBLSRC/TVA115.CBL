      *                    NIGHT RUN.  TVA105 STILL RE-EDITS THE     *
      *                    WHOLE BATCH AT NIGHT - THIS SCREEN ONLY   *
      *                    MOVES THE FIRST EDIT TO ENTRY TIME.       *
      * 10/14/26  DEV    DECLARATION PERIOD CLOSE.  NEW AMENDMENT    *
      *                    (O/N) FIELD CARRIED TO FDIN-TVA-TRAN-     *
      *                    AMEND.  THE MONTHS CLOSED BY TVA295 ARE   *
      *                    LOADED FROM FDINPER AT START-UP; AN A OR  *
      *                    C ENTRY WHOSE DTDEB/DTFIN RANGE REACHES   *
      *                    ONE IS REFUSED UNLESS MARKED AS AN        *
      *                    AMENDMENT, WHICH IS ACCEPTED WITH A       *
      *                    WARNING NAMING THE CLOSED MONTH.          *
      * 10/14/26  DEV    OPERATOR AUTHORITY.  THE USER ID KEYED      *
      *                    IS CHECKED THROUGH TVA305 AGAINST         *
      *                    FDINUSR ON EVERY ENTRY - MUST BE ALLOWED  *
      *                    TO MAINTAIN FDIN-TVA AND HOLD THE         *
      *                    TRANSACTION CODE.  A REFUSAL IS SHOWN ON  *
      *                    THE REJECT SCREEN AND LOGGED ON TVASEC.   *
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
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-COF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCOF.
      *
       FD  FDIN-PER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPER.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-TRAN                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-MASTER                PIC X(2)  VALUE SPACES.
       01  TVA-FS-COF                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PER                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EXIT-SW                  PIC X(1)  VALUE "N".
           88  TVA-DONE                           VALUE "Y".
           88  TVA-RANGE-OVERLAPS                 VALUE "Y".
       01  TVA-VER-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-VERSIONS                VALUE "Y".
       01  TVA-PER-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-PERIODS                 VALUE "Y".
       01  TVA-AMEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-AMENDS-CLOSED                  VALUE "Y".
      *
      ***** PLAUSIBLE UPPER BOUND FOR A FRENCH VAT RATE - THE SAME
      ***** BOUND TVA105 APPLIES ON THE PROOF PASS
       01  TVA-RATE-PLAUS-MAX           PIC 9(2)V9(2) VALUE 30.00.
      *
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
      ***** CALL INTERFACE OF THE TVA305 OPERATOR AUTHORITY CHECK
           COPY FDINUSRK.
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
       01  TVA-COUNT-ACCEPT             PIC 9(7)  VALUE ZERO.
      *
      ***** MONTHS CLOSED BY TVA295, FOR THE CLOSED-PERIOD EDIT - THE
      ***** SAME TABLE TVA105 LOADS
       01  TVA-PER-MAX                  PIC 9(3)  VALUE 300 COMP.
       01  TVA-PER-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-PER-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-PER-TABLE.
           05  TVA-PER-CLOS             PIC 9(6)  OCCURS 300 TIMES.
       01  TVA-PER-HIT                  PIC 9(6)  VALUE ZERO.
      *
      ***** OPERATOR ENTRY FIELDS - MOVED INTO THE FDINTVAT RECORD
      ***** ONLY ONCE EVERY EDIT HAS PASSED
       01  TVA-ENTRY-FIELDS.
           05  TVA-E-DTDEB              PIC 9(8).
           05  TVA-E-DTFIN              PIC 9(8).
           05  TVA-E-USER               PIC X(8).
           05  TVA-E-AMEND              PIC X(1).
      *
       SCREEN SECTION.
       01  TVA115-ENTRY-SCREEN.
           05  LINE 20 COLUMN 22  PIC 9(8) USING TVA-E-DTFIN.
           05  LINE 21 COLUMN 1   VALUE "USER ID...........:".
           05  LINE 21 COLUMN 22  PIC X(8)  USING TVA-E-USER.
           05  LINE 22 COLUMN 1   VALUE "AMENDMENT (O/N)...:".
           05  LINE 22 COLUMN 22  PIC X(1)  USING TVA-E-AMEND.
           05  LINE 23 COLUMN 1   VALUE "BLANK KEY TO EXIT".
      *
       01  TVA115-ACCEPT-SCREEN.
           05  LINE 23 COLUMN 1   VALUE
               "TRANSACTION ACCEPTED - PRESS ENTER".
      *
       01  TVA115-AMEND-SCREEN.
           05  LINE 23 COLUMN 1   VALUE
               "AMENDMENT ACCEPTED - REACHES CLOSED PERIOD ".
           05  LINE 23 COLUMN 44  PIC 9(6)  FROM TVA-PER-HIT.
           05  LINE 23 COLUMN 51  VALUE "- PRESS ENTER".
      *
       01  TVA115-REJECT-SCREEN.
           05  LINE 23 COLUMN 1   VALUE "REJECTED: ".
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CLOSED THRU 1200-EXIT.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-CLEAR-ENTRY THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1200-LOAD-CLOSED - THE MONTHS ALREADY DECLARED AND CLOSED. *
      *                         NO FDINPER YET MEANS NOTHING CLOSED   *
      ****************************************************************
       1200-LOAD-CLOSED.
           OPEN INPUT FDIN-PER-FILE.
           IF TVA-FS-PER = "35"
               GO TO 1200-EXIT
           END-IF.
           IF TVA-FS-PER NOT = "00"
               DISPLAY "TVA115 - CANNOT OPEN FDINPER, STATUS="
                   TVA-FS-PER
               CLOSE FDIN-TVA-TRANFILE FDIN-TVA-MASTER FDIN-COF-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-READ-PERIOD THRU 1250-EXIT
               UNTIL TVA-END-OF-PERIODS.
           CLOSE FDIN-PER-FILE.
       1200-EXIT.
           EXIT.
      *
       1250-READ-PERIOD.
           READ FDIN-PER-FILE
               AT END
                   MOVE "Y" TO TVA-PER-EOF-SW
                   GO TO 1250-EXIT
           END-READ.
           IF NOT PER-CLOSED
               GO TO 1250-EXIT
           END-IF.
           IF TVA-PER-USED < TVA-PER-MAX
               ADD 1 TO TVA-PER-USED
               MOVE FDIN-PER-PERIODE TO TVA-PER-CLOS (TVA-PER-USED)
           ELSE
               DISPLAY "TVA115 - MORE THAN 300 CLOSED MONTHS - LATEST"
                   " NOT LOADED"
               MOVE "Y" TO TVA-PER-EOF-SW
           END-IF.
       1250-EXIT.
           EXIT.
      *
       1500-CLEAR-ENTRY.
           MOVE SPACES TO TVA-E-CODE TVA-E-GEN TVA-E-VER TVA-E-LIB
               TVA-E-TVAE TVA-E-TVVE TVA-E-ACTIF TVA-E-REGIE
               TVA-E-COFACH TVA-E-COFVEN TVA-E-CORRES TVA-E-AMEND.
           MOVE ZERO TO TVA-E-TVAT TVA-E-TVATL TVA-E-TVVT
               TVA-E-TVVTL TVA-E-DTDEB TVA-E-DTFIN.
      ***** THE USER ID IS KEPT ACROSS ENTRIES OF A SESSION
               GO TO 2000-EXIT
           END-IF.
           MOVE "Y" TO TVA-VALID-SW.
           MOVE "N" TO TVA-AMEND-SW.
           PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
           IF TVA-TRAN-VALID
               PERFORM 4000-EDIT-AGAINST-FILES THRU 4000-EXIT
           END-IF.
           IF TVA-TRAN-VALID
               PERFORM 5000-WRITE-TRAN THRU 5000-EXIT
               IF TVA-AMENDS-CLOSED
                   DISPLAY TVA115-AMEND-SCREEN
                   ACCEPT TVA115-AMEND-SCREEN
               ELSE
                   DISPLAY TVA115-ACCEPT-SCREEN
                   ACCEPT TVA115-ACCEPT-SCREEN
               END-IF
               PERFORM 1500-CLEAR-ENTRY THRU 1500-EXIT
           ELSE
               DISPLAY TVA115-REJECT-SCREEN
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
           IF NOT TVA-TRAN-VALID
               GO TO 3000-EXIT
           END-IF.
           IF TVA-E-CODE = "D"
               GO TO 3000-EXIT
           END-IF.
           IF TVA-E-AMEND NOT = "O" AND NOT = "N" AND NOT = SPACE
               MOVE "AMENDMENT FLAG MUST BE O OR N" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF TVA-E-ACTIF NOT = "O" AND NOT = "N"
               MOVE "ACTIF MUST BE O OR N" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-AUTHORITY - THE OPERATOR MUST BE ALLOWED TO     *
      *                             MAINTAIN FDIN-TVA WITH THE CODE   *
      ****************************************************************
       3100-CHECK-AUTHORITY.
           MOVE TVA-E-USER TO FDIN-USRK-USER.
           MOVE "TVA115" TO FDIN-USRK-PGM.
           MOVE "T" TO FDIN-USRK-TABLE.
           MOVE TVA-E-CODE TO FDIN-USRK-CODE.
           MOVE SPACES TO FDIN-USRK-CLEF.
           MOVE TVA-E-GEN TO FDIN-USRK-CLEF (1:18).
           MOVE TVA-E-VER TO FDIN-USRK-CLEF (19:2).
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               MOVE FDIN-USRK-MOTIF TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-EDIT-AGAINST-FILES - THE MASTER AND MIRROR EDITS      *
      *                                TVA105 APPLIES ON THE PROOF    *
      *                                PASS, DONE AT ENTRY TIME       *
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
      *    4600-CHECK-CLOSED - THE ENTERED DTDEB/DTFIN RANGE MUST NOT *
      *                          REACH A MONTH ALREADY DECLARED,      *
      *                          UNLESS THE ENTRY IS MARKED AS AN     *
      *                          AMENDMENT                            *
      ****************************************************************
       4600-CHECK-CLOSED.
           IF TVA-E-DTDEB = ZERO
               GO TO 4600-EXIT
           END-IF.
           MOVE TVA-E-DTDEB TO TVA-TRAN-DEB.
           IF TVA-E-DTFIN = ZERO
               MOVE 99999999 TO TVA-TRAN-FIN
           ELSE
               MOVE TVA-E-DTFIN TO TVA-TRAN-FIN
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
           IF TVA-E-AMEND = "O"
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
      *    5000-WRITE-TRAN - BUILD THE FDINTVAT RECORD AND APPEND IT  *
      ****************************************************************
       5000-WRITE-TRAN.
           MOVE TVA-E-DTDEB  TO FDIN-TVA-TRAN-DTDEB.
           MOVE TVA-E-DTFIN  TO FDIN-TVA-TRAN-DTFIN.
           MOVE TVA-E-USER   TO FDIN-TVA-TRAN-USER.
           IF TVA-E-AMEND = "O"
               MOVE "O" TO FDIN-TVA-TRAN-AMEND
           ELSE
               MOVE "N" TO FDIN-TVA-TRAN-AMEND
           END-IF.
           WRITE FDIN-TVA-TRAN.
           ADD 1 TO TVA-COUNT-ACCEPT.
       5000-EXIT.
