      ****************************************************************
      * PROGRAM NAME...............: . TVA335                        *
      * FUNCTION...................: . YEAR-END DEDUCTION PRORATA -  *
      *         .                        COMPUTES THE DEFINITIVE     *
      *         .                        COEFFICIENT OF EVERY        *
      *         .                        ACTIVITY SECTOR FROM THE    *
      *         .                        YEAR'S SALES, THE           *
      *         .                        REGULARISATION OF THE       *
      *         .                        PURCHASE VAT DEDUCTED AT    *
      *         .                        THE PROVISIONAL COEFFICIENT *
      *         .                        AND SEEDS NEXT YEAR'S       *
      *         .                        PROVISIONAL COEFFICIENT     *
      * FILES USED.................: . TVA335PRM - INPUT (PARAMETER  *
      *         .                        CARD)                       *
      *         .                      TVAFAC    - INPUT (INVOICE    *
      *         .                        LINES OF THE WHOLE YEAR)    *
      *         .                      FDINTVA   - INPUT (THROUGH    *
      *         .                        TVA165 AND TVA250)          *
      *         .                      FDINPAY   - INPUT (THROUGH    *
      *         .                        THE TVA250 SUBPROGRAM)      *
      *         .                      FDINDEV   - INPUT (THROUGH    *
      *         .                        THE TVA325 SUBPROGRAM)      *
      *         .                      FDINPRO   - I/O  (INDEXED)    *
      *         .                      TVA335RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - DEFINITIVE       *
      *                                  PRORATA AND REGULARISATION  *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA335.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  THE PARAMETER CARD GIVES  *
      *                    THE YEAR (ZERO MEANS LAST YEAR) AND THE   *
      *                    OPERATOR; TVAFAC IS THE YEAR'S PERIOD     *
      *                    FILES TAKEN TOGETHER AND LINES OF ANY     *
      *                    OTHER YEAR ARE SKIPPED.  EVERY LINE IS    *
      *                    RESOLVED THROUGH TVA165 AND CONVERTED TO  *
      *                    EUROS THROUGH TVA325 AS TVA270 DOES;      *
      *                    LINES THAT FAIL EITHER ARE LISTED AND     *
      *                    LEFT OUT.  A SALE TAXED AT A RATE ABOVE   *
      *                    ZERO, OR ROUTED BY TVA250 TO AN EXEMPT    *
      *                    DESTINATION (EXPORT, INTRA-EU), GIVES     *
      *                    THE RIGHT TO DEDUCT; ANY OTHER ZERO-RATE  *
      *                    SALE DOES NOT.  THE DEFINITIVE            *
      *                    COEFFICIENT IS THE BASE OF THE FIRST      *
      *                    OVER ALL SALES, ROUNDED UP TO THE NEXT    *
      *                    WHOLE PER CENT; A SECTOR WITH NO SALES    *
      *                    KEEPS ITS PROVISIONAL ONE.  PURCHASE VAT  *
      *                    IS TAKEN AT THE PROVISIONAL COEFFICIENT   *
      *                    LINE BY LINE, AS TVA270 DEDUCTED IT, AND  *
      *                    AT THE DEFINITIVE ONE ON THE YEAR'S       *
      *                    GROSS; THE DIFFERENCE IS THE              *
      *                    REGULARISATION FOR THE DECEMBER OR        *
      *                    ANNUAL RETURN.  FDINPRO IS UPDATED (A     *
      *                    SECTOR WITH NO RECORD GETS ONE AT 100     *
      *                    PROVISIONAL) AND NEXT YEAR'S RECORD IS    *
      *                    CREATED WITH THE DEFINITIVE COEFFICIENT   *
      *                    AS PROVISIONAL WHEN IT DOES NOT EXIST.    *
      *                    THE RUN CAN BE REPEATED - EVERY FIGURE IS *
      *                    RECOMPUTED FROM THE LINES.                *
      * 10/14/26  DEV    FDINPAY NOT AVAILABLE TO TVA250 WHILE AN    *
      *                    EXEMPT SALE IS JUDGED NOW STOPS THE RUN,  *
      *                    AS A MISSING FDIN-TVA OR FDINDEV DOES,    *
      *                    INSTEAD OF COUNTING THE SALE AS GIVING NO *
      *                    RIGHT TO DEDUCT.                          *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TVA335-PARM      ASSIGN TO "TVA335PRM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-PRM.
           SELECT FDIN-FAC-FILE    ASSIGN TO "TVAFAC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FAC.
           SELECT FDIN-PRO-FILE    ASSIGN TO "FDINPRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PRO-CLEF
                  FILE STATUS IS TVA-FS-PRO.
           SELECT TVA335-REPORT    ASSIGN TO "TVA335RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA335-PARM
           LABEL RECORDS ARE STANDARD.
       01  TVA335-PARM-CARD.
      ***** YEAR TO CLOSE (ZERO MEANS LAST YEAR) AND OPERATOR
           05  TVA335-P-ANNEE          PIC 9(4).
           05  TVA335-P-USER           PIC X(8).
           05  FILLER                  PIC X(68).
      *
       FD  FDIN-FAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFAC.
      *
       FD  FDIN-PRO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPRO.
      *
       FD  TVA335-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA335-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-PRM                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PRO                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FAC                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-RIGHT-SW                 PIC X(1)  VALUE "N".
           88  TVA-RIGHT-TO-DEDUCT                VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-ANNEE                    PIC 9(4).
       01  TVA-ANNEE-SUIV               PIC 9(4).
       01  TVA-USER                     PIC X(8).
      *
      ***** CALL INTERFACE OF THE TVA165 EFFECTIVE-RATE RESOLVER
           COPY FDINTVAK.
      ***** CALL INTERFACE OF THE TVA250 TERRITORIAL RESOLVER
           COPY FDINPAYK.
      ***** RESOLVED RECORD COMING BACK FROM TVA165/TVA250 - A
      ***** RECORD IMAGE OF THE FDINTVA COPY (256 BYTES)
       01  TVA-RES-RECORD               PIC X(256).
           COPY FDINTVA.
      ***** CALL INTERFACE OF THE TVA325 EURO CONVERSION
           COPY FDINDEVK.
      *
      ***** ONE ENTRY PER ACTIVITY SECTOR MET IN THE YEAR
       01  TVA-SEC-MAX                  PIC 9(3)  VALUE 50 COMP.
       01  TVA-SEC-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-SEC-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-SEC-BEST                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-SEC-TABLE.
           05  TVA-SEC-ENTRY OCCURS 50 TIMES.
               10  TVA-S-SECTEUR        PIC X(4).
               10  TVA-S-PROV           PIC 9(3).
               10  TVA-S-PROV-FOUND-SW  PIC X(1).
               10  TVA-S-CA-DROIT       PIC S9(13)V9(2).
               10  TVA-S-CA-TOTAL       PIC S9(13)V9(2).
               10  TVA-S-DED-BRUT       PIC S9(11)V9(2).
               10  TVA-S-DED-PROV       PIC S9(11)V9(2).
               10  TVA-S-PRINTED-SW     PIC X(1).
       01  TVA-SEC-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-SEC-FULL-WARNED                VALUE "Y".
      *
      ***** THE LINE AND THE SECTOR BEING WORKED
       01  TVA-LINE-SECTEUR             PIC X(4).
       01  TVA-LINE-NET                 PIC S9(11)V9(2).
       01  TVA-EXC-TEXT                 PIC X(40).
       01  TVA-EXC-RC                   PIC 9(2).
       01  TVA-PCT-EXACT                PIC 9(3)V9(6).
       01  TVA-DEFINITIF                PIC 9(3).
       01  TVA-DED-DEF                  PIC S9(11)V9(2).
       01  TVA-REGUL                    PIC S9(11)V9(2).
       01  TVA-NOTE                     PIC X(60).
       01  TVA-NEXT-PROV                PIC 9(3).
      *
      ***** YEAR TOTALS OF ALL SECTORS
       01  TVA-TOT-DED-BRUT             PIC S9(13)V9(2) VALUE ZERO.
       01  TVA-TOT-DED-PROV             PIC S9(13)V9(2) VALUE ZERO.
       01  TVA-TOT-DED-DEF              PIC S9(13)V9(2) VALUE ZERO.
       01  TVA-TOT-REGUL                PIC S9(13)V9(2) VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-OTHER-YEAR     PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-SALES          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-PURCH          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXO-DROIT      PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXO-SANS       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-UPDATED        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CREATED        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-SEEDED         PIC 9(7)  VALUE ZERO.
      *
       01  TVA335-HEADING-1             PIC X(60)
           VALUE "TVA335 - YEAR-END DEDUCTION PRORATA".
       01  TVA335-PARM-LINE.
           05  FILLER                   PIC X(24)
               VALUE "YEAR CLOSED...........:".
           05  TVA335-H-ANNEE           PIC 9(4).
           05  FILLER                   PIC X(12) VALUE "  OPERATOR ".
           05  TVA335-H-USER            PIC X(8).
      *
       01  TVA335-EXC-HEADING           PIC X(60)
           VALUE "LINES LEFT OUT - CODE NOT RESOLVED OR NO RATE".
       01  TVA335-EXC-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-E-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-E-SENS            PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-E-CODE            PIC X(18).
           05  FILLER                   PIC X(6)  VALUE "  RC=".
           05  TVA335-E-RC              PIC 9(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-E-TEXT            PIC X(40).
      *
       01  TVA335-SEC-HEADING           PIC X(60)
           VALUE "DEFINITIVE PRORATA AND REGULARISATION BY SECTOR".
       01  TVA335-COL-HEADING.
           05  FILLER                   PIC X(6)  VALUE "SECT".
           05  FILLER                   PIC X(19)
               VALUE "SALES WITH RIGHT".
           05  FILLER                   PIC X(19) VALUE "ALL SALES".
           05  FILLER                   PIC X(5)  VALUE "PROV".
           05  FILLER                   PIC X(5)  VALUE "DEF".
           05  FILLER                   PIC X(17) VALUE "DED VAT GROSS".
           05  FILLER                   PIC X(17)
               VALUE "DEDUCTED AT PROV".
           05  FILLER                   PIC X(17) VALUE "DUE AT DEF".
           05  FILLER                   PIC X(15)
               VALUE "REGULARISATION".
       01  TVA335-DETAIL-LINE.
           05  TVA335-D-SECTEUR         PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-CA-DROIT        PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-CA-TOTAL        PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-PROV            PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-DEF             PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-DED-BRUT        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-DED-PROV        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-DED-DEF         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-D-REGUL           PIC -ZZZZZZZZZZ9.99.
       01  TVA335-NOTE-LINE.
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  TVA335-N-TEXT            PIC X(60).
      *
       01  TVA335-NONE-LINE             PIC X(60)
           VALUE "NO INVOICE LINE FOR THE YEAR".
       01  TVA335-WARN-SEC-LINE         PIC X(60)
           VALUE "** WARNING ** OVER 50 SECTORS - FIGURES INCOMPLETE".
      *
       01  TVA335-AMOUNT-LINE.
           05  TVA335-A-TEXT            PIC X(24).
           05  TVA335-A-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA335-A-NOTE            PIC X(40).
      *
       01  TVA335-TOTAL-LINE.
           05  TVA335-T-TEXT            PIC X(24).
           05  TVA335-T-COUNT           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                            *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
                   UNTIL TVA-END-OF-FAC
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 5000-CLOSE-YEAR THRU 5000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PARAMETER CARD, OPEN FILES, PRIME READ.  *
      *                        A MISSING PRORATA TABLE IS CREATED     *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT TVA335-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA335 - CANNOT OPEN TVA335RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA335-REPORT-LINE FROM TVA335-HEADING-1.
           OPEN INPUT TVA335-PARM.
           IF TVA-FS-PRM NOT = "00"
               DISPLAY "TVA335 - CANNOT OPEN TVA335PRM, STATUS="
                   TVA-FS-PRM
               CLOSE TVA335-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           READ TVA335-PARM
               AT END
                   DISPLAY "TVA335 - PARAMETER CARD MISSING"
                   CLOSE TVA335-PARM TVA335-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
           END-READ.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-EDIT-PARM THRU 1500-EXIT.
           CLOSE TVA335-PARM.
           IF TVA-ABEND
               CLOSE TVA335-REPORT
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-ANNEE TO TVA335-H-ANNEE.
           MOVE TVA-USER TO TVA335-H-USER.
           WRITE TVA335-REPORT-LINE FROM TVA335-PARM-LINE.
           OPEN INPUT FDIN-FAC-FILE.
           IF TVA-FS-FAC NOT = "00"
               DISPLAY "TVA335 - CANNOT OPEN TVAFAC, STATUS="
                   TVA-FS-FAC
               CLOSE TVA335-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FDIN-PRO-FILE.
           IF TVA-FS-PRO = "35"
               OPEN OUTPUT FDIN-PRO-FILE
               CLOSE FDIN-PRO-FILE
               OPEN I-O FDIN-PRO-FILE
           END-IF.
           IF TVA-FS-PRO NOT = "00"
               DISPLAY "TVA335 - CANNOT OPEN FDINPRO, STATUS="
                   TVA-FS-PRO
               CLOSE FDIN-FAC-FILE TVA335-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-EDIT-PARM - FIELD EDITS ON THE PARAMETER CARD         *
      ****************************************************************
       1500-EDIT-PARM.
           IF TVA335-P-ANNEE NOT NUMERIC
               DISPLAY "TVA335 - YEAR NOT NUMERIC"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           MOVE TVA335-P-ANNEE TO TVA-ANNEE.
           IF TVA-ANNEE = ZERO
               MOVE TVA-TODAY (1:4) TO TVA-ANNEE
               SUBTRACT 1 FROM TVA-ANNEE
           END-IF.
           IF TVA-ANNEE < 1999 OR TVA-ANNEE > TVA-TODAY (1:4)
               DISPLAY "TVA335 - YEAR OUT OF RANGE"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           COMPUTE TVA-ANNEE-SUIV = TVA-ANNEE + 1.
           MOVE TVA335-P-USER TO TVA-USER.
           IF TVA-USER = SPACES
               DISPLAY "TVA335 - OPERATOR IS BLANK"
               MOVE "Y" TO TVA-ABEND-SW
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-LINE - RESOLVE, CONVERT AND ADD ONE LINE OF   *
      *                          THE YEAR TO ITS SECTOR               *
      ****************************************************************
       2000-PROCESS-LINE.
           IF FDIN-FAC-DATE (1:4) NOT = TVA-ANNEE
               ADD 1 TO TVA-COUNT-OTHER-YEAR
               GO TO 2000-NEXT
           END-IF.
           MOVE FDIN-FAC-CODE TO FDIN-TVAK-GEN.
           MOVE FDIN-FAC-DATE TO FDIN-TVAK-DATE.
           MOVE "N" TO FDIN-TVAK-LOG.
           MOVE ZERO TO FDIN-TVAK-RC.
           CALL "TVA165" USING FDIN-TVA-RES TVA-RES-RECORD.
           IF TVAK-RC-FILE-ERROR
               DISPLAY "TVA335 - FDIN-TVA NOT AVAILABLE - RUN STOPPED"
               PERFORM 2900-STOP-RUN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT TVAK-RC-OK
               MOVE FDIN-TVAK-RC TO TVA-EXC-RC
               MOVE "CODE NOT RESOLVED" TO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE TVA-RES-RECORD TO FDIN-TVA.
           MOVE FDIN-FAC-DEVISE TO FDIN-DEVK-DEVISE.
           MOVE FDIN-FAC-DATE TO FDIN-DEVK-DATE.
           MOVE FDIN-FAC-MTHT TO FDIN-DEVK-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-DEVK-MTTVA.
           CALL "TVA325" USING FDIN-DEV-CONV.
           IF DEVK-RC-FILE-ERROR
               DISPLAY "TVA335 - FDINDEV NOT AVAILABLE - RUN STOPPED"
               PERFORM 2900-STOP-RUN THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF DEVK-RC-NO-RATE
               MOVE FDIN-DEVK-RC TO TVA-EXC-RC
               MOVE SPACES TO TVA-EXC-TEXT
               STRING "NO EXCHANGE RATE IN EFFECT - "
                      FDIN-DEVK-DEVISE
                      DELIMITED BY SIZE INTO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE FDIN-FAC-SECTEUR TO TVA-LINE-SECTEUR.
           IF TVA-LINE-SECTEUR = SPACES
               MOVE "GEN" TO TVA-LINE-SECTEUR
           END-IF.
           PERFORM 3000-FIND-SECTOR THRU 3000-EXIT.
           IF TVA-SEC-IX = ZERO
               GO TO 2000-NEXT
           END-IF.
           IF FDIN-FAC-SENS = "V"
               PERFORM 3500-ADD-SALE THRU 3500-EXIT
               IF TVA-ABEND
                   GO TO 2000-EXIT
               END-IF
           ELSE
               PERFORM 3700-ADD-PURCHASE THRU 3700-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-LINE.
           READ FDIN-FAC-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-FAC
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2900-STOP-RUN - A REFERENCE FILE IS MISSING: NOTHING IS    *
      *                      WRITTEN TO FDINPRO                       *
      ****************************************************************
       2900-STOP-RUN.
           MOVE "Y" TO TVA-EOF-SW.
           MOVE "Y" TO TVA-ABEND-SW.
           CLOSE FDIN-FAC-FILE FDIN-PRO-FILE TVA335-REPORT.
       2900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-FIND-SECTOR - THE SECTOR'S ENTRY, ADDED ON FIRST      *
      *                         SIGHT WITH THE PROVISIONAL            *
      *                         COEFFICIENT TVA270 APPLIED            *
      ****************************************************************
       3000-FIND-SECTOR.
           PERFORM 3050-SCAN-SECTOR THRU 3050-EXIT
               VARYING TVA-SEC-IX FROM 1 BY 1
               UNTIL TVA-SEC-IX > TVA-SEC-USED
                  OR TVA-S-SECTEUR (TVA-SEC-IX) = TVA-LINE-SECTEUR.
           IF TVA-SEC-IX NOT > TVA-SEC-USED
               GO TO 3000-EXIT
           END-IF.
           IF TVA-SEC-USED NOT < TVA-SEC-MAX
               IF NOT TVA-SEC-FULL-WARNED
                   WRITE TVA335-REPORT-LINE FROM TVA335-WARN-SEC-LINE
                   MOVE "Y" TO TVA-SEC-FULL-WARNED-SW
               END-IF
               MOVE ZERO TO TVA-SEC-IX
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO TVA-SEC-USED.
           MOVE TVA-SEC-USED TO TVA-SEC-IX.
           MOVE TVA-LINE-SECTEUR TO TVA-S-SECTEUR (TVA-SEC-IX).
           MOVE ZERO TO TVA-S-CA-DROIT (TVA-SEC-IX)
                        TVA-S-CA-TOTAL (TVA-SEC-IX)
                        TVA-S-DED-BRUT (TVA-SEC-IX)
                        TVA-S-DED-PROV (TVA-SEC-IX).
           MOVE "N" TO TVA-S-PRINTED-SW (TVA-SEC-IX).
           MOVE 100 TO TVA-S-PROV (TVA-SEC-IX).
           MOVE "N" TO TVA-S-PROV-FOUND-SW (TVA-SEC-IX).
           MOVE TVA-LINE-SECTEUR TO FDIN-PRO-SECTEUR.
           MOVE TVA-ANNEE TO FDIN-PRO-ANNEE.
           READ FDIN-PRO-FILE
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ.
           IF FDIN-PRO-ACTIF = "O"
               MOVE FDIN-PRO-PROVISOIRE TO TVA-S-PROV (TVA-SEC-IX)
               MOVE "Y" TO TVA-S-PROV-FOUND-SW (TVA-SEC-IX)
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3050-SCAN-SECTOR.
           CONTINUE.
       3050-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-ADD-SALE - EVERY SALE COUNTS IN ALL SALES; A TAXED    *
      *                      SALE OR AN EXEMPT EXPORT OR INTRA-EU     *
      *                      SALE ALSO GIVES THE RIGHT TO DEDUCT      *
      ****************************************************************
       3500-ADD-SALE.
           ADD 1 TO TVA-COUNT-SALES.
           ADD FDIN-DEVK-MTHT-EUR TO TVA-S-CA-TOTAL (TVA-SEC-IX).
           MOVE "N" TO TVA-RIGHT-SW.
           IF FDIN-TVA-TVVT > ZERO
               MOVE "Y" TO TVA-RIGHT-SW
           ELSE
               PERFORM 3600-JUDGE-EXEMPT THRU 3600-EXIT
           END-IF.
           IF TVA-ABEND
               GO TO 3500-EXIT
           END-IF.
           IF TVA-RIGHT-TO-DEDUCT
               ADD FDIN-DEVK-MTHT-EUR TO TVA-S-CA-DROIT (TVA-SEC-IX)
           END-IF.
       3500-EXIT.
           EXIT.
      *
       3600-JUDGE-EXEMPT.
           IF FDIN-FAC-PAYS = SPACES
               ADD 1 TO TVA-COUNT-EXO-SANS
               GO TO 3600-EXIT
           END-IF.
           MOVE FDIN-FAC-PAYS TO FDIN-PAYK-PAYS.
           MOVE FDIN-FAC-DATE TO FDIN-PAYK-DATE.
           CALL "TVA250" USING FDIN-PAY-RES TVA-RES-RECORD.
           IF PAYK-PAYS-FILE-ERROR OR PAYK-RC-FILE-ERROR
               DISPLAY "TVA335 - FDINPAY NOT AVAILABLE - RUN STOPPED"
               PERFORM 2900-STOP-RUN THRU 2900-EXIT
               GO TO 3600-EXIT
           END-IF.
           IF PAYK-PAYS-OK AND FDIN-PAYK-EXO = "O"
               MOVE "Y" TO TVA-RIGHT-SW
               ADD 1 TO TVA-COUNT-EXO-DROIT
           ELSE
               ADD 1 TO TVA-COUNT-EXO-SANS
           END-IF.
       3600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3700-ADD-PURCHASE - GROSS DEDUCTIBLE VAT, AND THE SHARE    *
      *                          DEDUCTED AT THE PROVISIONAL          *
      *                          COEFFICIENT ROUNDED LINE BY LINE     *
      ****************************************************************
       3700-ADD-PURCHASE.
           ADD 1 TO TVA-COUNT-PURCH.
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-S-DED-BRUT (TVA-SEC-IX).
           IF TVA-S-PROV (TVA-SEC-IX) = 100
               MOVE FDIN-DEVK-MTTVA-EUR TO TVA-LINE-NET
           ELSE
               COMPUTE TVA-LINE-NET ROUNDED =
                   FDIN-DEVK-MTTVA-EUR * TVA-S-PROV (TVA-SEC-IX) / 100
           END-IF.
           ADD TVA-LINE-NET TO TVA-S-DED-PROV (TVA-SEC-IX).
       3700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-EXCEPTION - A LINE LEFT OUT OF THE FIGURES       *
      ****************************************************************
       4000-LIST-EXCEPTION.
           IF TVA-COUNT-EXCEPT = ZERO
               WRITE TVA335-REPORT-LINE FROM TVA335-EXC-HEADING
           END-IF.
           ADD 1 TO TVA-COUNT-EXCEPT.
           MOVE FDIN-FAC-NOFAC TO TVA335-E-NOFAC.
           MOVE FDIN-FAC-SENS TO TVA335-E-SENS.
           MOVE FDIN-FAC-CODE TO TVA335-E-CODE.
           MOVE TVA-EXC-RC TO TVA335-E-RC.
           MOVE TVA-EXC-TEXT TO TVA335-E-TEXT.
           WRITE TVA335-REPORT-LINE FROM TVA335-EXC-LINE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CLOSE-YEAR - EVERY SECTOR IN SECTOR ORDER, PICKED BY  *
      *                        REPEATED SMALLEST-UNPRINTED SCAN       *
      ****************************************************************
       5000-CLOSE-YEAR.
           IF TVA-SEC-USED = ZERO
               WRITE TVA335-REPORT-LINE FROM TVA335-NONE-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE TVA335-REPORT-LINE FROM TVA335-SEC-HEADING.
           WRITE TVA335-REPORT-LINE FROM TVA335-COL-HEADING.
           PERFORM 5200-PICK-AND-CLOSE THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-CLOSE THRU 5200-EXIT
               UNTIL TVA-SEC-BEST = ZERO.
       5000-EXIT.
           EXIT.
      *
       5200-PICK-AND-CLOSE.
           MOVE ZERO TO TVA-SEC-BEST.
           PERFORM 5250-JUDGE-ENTRY THRU 5250-EXIT
               VARYING TVA-SEC-IX FROM 1 BY 1
               UNTIL TVA-SEC-IX > TVA-SEC-USED.
           IF TVA-SEC-BEST = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE TVA-SEC-BEST TO TVA-SEC-IX.
           PERFORM 5300-COMPUTE-SECTOR THRU 5300-EXIT.
           PERFORM 5500-UPDATE-PRORATA THRU 5500-EXIT.
           PERFORM 5600-SEED-NEXT-YEAR THRU 5600-EXIT.
           PERFORM 5700-PRINT-SECTOR THRU 5700-EXIT.
           MOVE "Y" TO TVA-S-PRINTED-SW (TVA-SEC-BEST).
       5200-EXIT.
           EXIT.
      *
       5250-JUDGE-ENTRY.
           IF TVA-S-PRINTED-SW (TVA-SEC-IX) = "Y"
               GO TO 5250-EXIT
           END-IF.
           IF TVA-SEC-BEST = ZERO
               MOVE TVA-SEC-IX TO TVA-SEC-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-S-SECTEUR (TVA-SEC-IX) < TVA-S-SECTEUR (TVA-SEC-BEST)
               MOVE TVA-SEC-IX TO TVA-SEC-BEST
           END-IF.
       5250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5300-COMPUTE-SECTOR - DEFINITIVE COEFFICIENT ROUNDED UP TO *
      *                            THE NEXT WHOLE PER CENT, THE VAT   *
      *                            DUE AT IT AND THE REGULARISATION   *
      ****************************************************************
       5300-COMPUTE-SECTOR.
           MOVE SPACES TO TVA-NOTE.
           IF TVA-S-CA-TOTAL (TVA-SEC-IX) NOT > ZERO
               MOVE TVA-S-PROV (TVA-SEC-IX) TO TVA-DEFINITIF
               MOVE "NO SALES IN THE YEAR - PROVISIONAL KEPT"
                   TO TVA-NOTE
               GO TO 5300-DEDUCT
           END-IF.
           IF TVA-S-CA-DROIT (TVA-SEC-IX) NOT > ZERO
               MOVE ZERO TO TVA-DEFINITIF
               GO TO 5300-DEDUCT
           END-IF.
           IF TVA-S-CA-DROIT (TVA-SEC-IX)
                   NOT < TVA-S-CA-TOTAL (TVA-SEC-IX)
               MOVE 100 TO TVA-DEFINITIF
               GO TO 5300-DEDUCT
           END-IF.
           COMPUTE TVA-PCT-EXACT = TVA-S-CA-DROIT (TVA-SEC-IX) * 100
               / TVA-S-CA-TOTAL (TVA-SEC-IX).
           MOVE TVA-PCT-EXACT TO TVA-DEFINITIF.
           IF TVA-PCT-EXACT > TVA-DEFINITIF
               ADD 1 TO TVA-DEFINITIF
           END-IF.
       5300-DEDUCT.
           IF TVA-DEFINITIF = 100
               MOVE TVA-S-DED-BRUT (TVA-SEC-IX) TO TVA-DED-DEF
           ELSE
               COMPUTE TVA-DED-DEF ROUNDED =
                   TVA-S-DED-BRUT (TVA-SEC-IX) * TVA-DEFINITIF / 100
           END-IF.
           COMPUTE TVA-REGUL =
               TVA-DED-DEF - TVA-S-DED-PROV (TVA-SEC-IX).
           ADD TVA-S-DED-BRUT (TVA-SEC-IX) TO TVA-TOT-DED-BRUT.
           ADD TVA-S-DED-PROV (TVA-SEC-IX) TO TVA-TOT-DED-PROV.
           ADD TVA-DED-DEF TO TVA-TOT-DED-DEF.
           ADD TVA-REGUL TO TVA-TOT-REGUL.
       5300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-UPDATE-PRORATA - THE YEAR'S RECORD GETS THE           *
      *                            DEFINITIVE FIGURES; A SECTOR WITH  *
      *                            NO RECORD GETS ONE AT 100          *
      ****************************************************************
       5500-UPDATE-PRORATA.
           MOVE TVA-S-SECTEUR (TVA-SEC-IX) TO FDIN-PRO-SECTEUR.
           MOVE TVA-ANNEE TO FDIN-PRO-ANNEE.
           READ FDIN-PRO-FILE
               INVALID KEY
                   GO TO 5500-CREATE
           END-READ.
           PERFORM 5550-MOVE-FIGURES THRU 5550-EXIT.
           REWRITE FDIN-PRO
               INVALID KEY
                   DISPLAY "TVA335 - REWRITE FAILED ON FDINPRO "
                       FDIN-PRO-CLEF
                   GO TO 5500-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-UPDATED.
           GO TO 5500-EXIT.
       5500-CREATE.
           MOVE SPACES TO FDIN-PRO.
           MOVE TVA-S-SECTEUR (TVA-SEC-IX) TO FDIN-PRO-SECTEUR.
           MOVE TVA-ANNEE TO FDIN-PRO-ANNEE.
           MOVE "CREATED AT YEAR END" TO FDIN-PRO-LIB.
           MOVE 100 TO FDIN-PRO-PROVISOIRE.
           MOVE "O" TO FDIN-PRO-ACTIF.
           PERFORM 5550-MOVE-FIGURES THRU 5550-EXIT.
           WRITE FDIN-PRO
               INVALID KEY
                   DISPLAY "TVA335 - WRITE FAILED ON FDINPRO "
                       FDIN-PRO-CLEF
                   GO TO 5500-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-CREATED.
           IF TVA-NOTE = SPACES
               MOVE "NO PRORATA RECORD - DEDUCTED IN FULL"
                   TO TVA-NOTE
           END-IF.
       5500-EXIT.
           EXIT.
      *
       5550-MOVE-FIGURES.
           MOVE TVA-DEFINITIF TO FDIN-PRO-DEFINITIF.
           MOVE "D" TO FDIN-PRO-STATUT.
           MOVE TVA-S-CA-DROIT (TVA-SEC-IX) TO FDIN-PRO-CA-DROIT.
           MOVE TVA-S-CA-TOTAL (TVA-SEC-IX) TO FDIN-PRO-CA-TOTAL.
           MOVE TVA-S-DED-BRUT (TVA-SEC-IX) TO FDIN-PRO-DED-BRUT.
           MOVE TVA-S-DED-PROV (TVA-SEC-IX) TO FDIN-PRO-DED-PROV.
           MOVE TVA-DED-DEF TO FDIN-PRO-DED-DEF.
           MOVE TVA-REGUL TO FDIN-PRO-REGUL.
           MOVE TVA-TODAY TO FDIN-PRO-DATE-CALC FDIN-PRO-DATE-MAJ.
           MOVE TVA-USER TO FDIN-PRO-USER-MAJ.
       5550-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5600-SEED-NEXT-YEAR - NEXT YEAR'S PROVISIONAL COEFFICIENT  *
      *                            IS THIS YEAR'S DEFINITIVE ONE; AN  *
      *                            EXISTING RECORD IS LEFT AS IT IS   *
      ****************************************************************
       5600-SEED-NEXT-YEAR.
           MOVE TVA-S-SECTEUR (TVA-SEC-IX) TO FDIN-PRO-SECTEUR.
           MOVE TVA-ANNEE-SUIV TO FDIN-PRO-ANNEE.
           READ FDIN-PRO-FILE
               INVALID KEY
                   GO TO 5600-CREATE
           END-READ.
           MOVE FDIN-PRO-PROVISOIRE TO TVA-NEXT-PROV.
           IF TVA-NEXT-PROV NOT = TVA-DEFINITIF AND TVA-NOTE = SPACES
               MOVE "NEXT YEAR HAS ANOTHER PROVISIONAL - TVA340"
                   TO TVA-NOTE
           END-IF.
           GO TO 5600-EXIT.
       5600-CREATE.
           MOVE SPACES TO FDIN-PRO.
           MOVE TVA-S-SECTEUR (TVA-SEC-IX) TO FDIN-PRO-SECTEUR.
           MOVE TVA-ANNEE-SUIV TO FDIN-PRO-ANNEE.
           MOVE "SEEDED AT YEAR END" TO FDIN-PRO-LIB.
           MOVE TVA-DEFINITIF TO FDIN-PRO-PROVISOIRE.
           MOVE ZERO TO FDIN-PRO-DEFINITIF FDIN-PRO-CA-DROIT
                        FDIN-PRO-CA-TOTAL FDIN-PRO-DED-BRUT
                        FDIN-PRO-DED-PROV FDIN-PRO-DED-DEF
                        FDIN-PRO-REGUL FDIN-PRO-DATE-CALC.
           MOVE "P" TO FDIN-PRO-STATUT.
           MOVE "O" TO FDIN-PRO-ACTIF.
           MOVE TVA-TODAY TO FDIN-PRO-DATE-MAJ.
           MOVE TVA-USER TO FDIN-PRO-USER-MAJ.
           WRITE FDIN-PRO
               INVALID KEY
                   DISPLAY "TVA335 - WRITE FAILED ON FDINPRO "
                       FDIN-PRO-CLEF
                   GO TO 5600-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-SEEDED.
       5600-EXIT.
           EXIT.
      *
       5700-PRINT-SECTOR.
           MOVE TVA-S-SECTEUR (TVA-SEC-IX) TO TVA335-D-SECTEUR.
           MOVE TVA-S-CA-DROIT (TVA-SEC-IX) TO TVA335-D-CA-DROIT.
           MOVE TVA-S-CA-TOTAL (TVA-SEC-IX) TO TVA335-D-CA-TOTAL.
           MOVE TVA-S-PROV (TVA-SEC-IX) TO TVA335-D-PROV.
           MOVE TVA-DEFINITIF TO TVA335-D-DEF.
           MOVE TVA-S-DED-BRUT (TVA-SEC-IX) TO TVA335-D-DED-BRUT.
           MOVE TVA-S-DED-PROV (TVA-SEC-IX) TO TVA335-D-DED-PROV.
           MOVE TVA-DED-DEF TO TVA335-D-DED-DEF.
           MOVE TVA-REGUL TO TVA335-D-REGUL.
           WRITE TVA335-REPORT-LINE FROM TVA335-DETAIL-LINE.
           IF TVA-NOTE NOT = SPACES
               MOVE TVA-NOTE TO TVA335-N-TEXT
               WRITE TVA335-REPORT-LINE FROM TVA335-NOTE-LINE
           END-IF.
       5700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - YEAR TOTALS, THE REGULARISATION TO CARRY  *
      *                       TO THE RETURN, COUNTS, CLOSE FILES      *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO TVA335-A-NOTE.
           MOVE "DEDUCTIBLE VAT GROSS..:" TO TVA335-A-TEXT.
           MOVE TVA-TOT-DED-BRUT TO TVA335-A-AMOUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-AMOUNT-LINE.
           MOVE "DEDUCTED AT PROVISIONAL:" TO TVA335-A-TEXT.
           MOVE TVA-TOT-DED-PROV TO TVA335-A-AMOUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-AMOUNT-LINE.
           MOVE "DUE AT DEFINITIVE.....:" TO TVA335-A-TEXT.
           MOVE TVA-TOT-DED-DEF TO TVA335-A-AMOUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-AMOUNT-LINE.
           MOVE "REGULARISATION........:" TO TVA335-A-TEXT.
           MOVE TVA-TOT-REGUL TO TVA335-A-AMOUNT.
           EVALUATE TRUE
               WHEN TVA-TOT-REGUL > ZERO
                   MOVE "EXTRA DEDUCTION ON THE DECEMBER RETURN"
                       TO TVA335-A-NOTE
               WHEN TVA-TOT-REGUL < ZERO
                   MOVE "VAT TO REPAY ON THE DECEMBER RETURN"
                       TO TVA335-A-NOTE
               WHEN OTHER
                   MOVE "NOTHING TO REGULARISE" TO TVA335-A-NOTE
           END-EVALUATE.
           WRITE TVA335-REPORT-LINE FROM TVA335-AMOUNT-LINE.
           MOVE "LINES READ............:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-READ TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "LINES OF OTHER YEARS..:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-OTHER-YEAR TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "SALES LINES...........:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-SALES TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "  EXEMPT WITH RIGHT...:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-EXO-DROIT TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "  EXEMPT WITHOUT RIGHT:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-EXO-SANS TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "PURCHASE LINES........:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-PURCH TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "LINES LEFT OUT........:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-EXCEPT TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "PRORATA RECORDS UPDATED:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-UPDATED TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "PRORATA RECORDS CREATED:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-CREATED TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           MOVE "NEXT YEAR SEEDED......:" TO TVA335-T-TEXT.
           MOVE TVA-COUNT-SEEDED TO TVA335-T-COUNT.
           WRITE TVA335-REPORT-LINE FROM TVA335-TOTAL-LINE.
           CLOSE FDIN-FAC-FILE FDIN-PRO-FILE TVA335-REPORT.
       8000-EXIT.
           EXIT.
