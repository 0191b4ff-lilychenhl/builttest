      ****************************************************************
      * PROGRAM NAME...............: . TVA340                        *
      * FUNCTION...................: . MAINTENANCE OF THE FDINPRO    *
      *         .                        DEDUCTION PRORATA TABLE     *
      *         .                        (ADD, CHANGE, DEACTIVATE)   *
      *         .                        FROM ITS OWN TRANSACTION    *
      *         .                        FILE, WITH AN EDIT LISTING  *
      * FILES USED.................: . TVAPRO    - INPUT (TRAN FILE) *
      *         .                      FDINPRO   - I/O  (INDEXED)    *
      *         .                      TVA340RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - DEDUCTION        *
      *                                  PRORATA TABLE MAINTENANCE   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA340.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  ONE RECORD PER ACTIVITY   *
      *                    SECTOR AND YEAR.  ONLY THE LABEL AND THE  *
      *                    PROVISIONAL COEFFICIENT ARE MAINTAINED    *
      *                    HERE; THE DEFINITIVE COEFFICIENT AND THE  *
      *                    YEAR-END FIGURES BELONG TO TVA335.        *
      *                    EDITS: THE SECTOR IS NOT BLANK, THE YEAR  *
      *                    IS 1999 OR LATER AND, ON ADD OR CHANGE,   *
      *                    THE COEFFICIENT IS A WHOLE PER CENT FROM  *
      *                    0 TO 100.  A RECORD IS NEVER DELETED -    *
      *                    DEACTIVATE (D) SETS ACTIF N AND THE       *
      *                    SECTOR DEDUCTS IN FULL THAT YEAR.  EVERY  *
      *                    APPLIED RECORD IS LISTED WITH THE         *
      *                    DEFINITIVE COEFFICIENT OF THE YEAR        *
      *                    BEFORE, AND A PROVISIONAL COEFFICIENT     *
      *                    THAT DIFFERS FROM IT IS FLAGGED.  A       *
      *                    MISSING TABLE IS CREATED EMPTY ON THE     *
      *                    FIRST RUN.                                *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-PRO-TRANFILE ASSIGN TO "TVAPRO"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-TRAN.
           SELECT FDIN-PRO-FILE    ASSIGN TO "FDINPRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PRO-CLEF
                  FILE STATUS IS TVA-FS-PRO.
           SELECT TVA340-REPORT    ASSIGN TO "TVA340RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-PRO-TRANFILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPROT.
      *
       FD  FDIN-PRO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPRO.
      *
       FD  TVA340-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA340-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-TRAN                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-PRO                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-TRAN                    VALUE "Y".
       01  TVA-VALID-SW                 PIC X(1)  VALUE "Y".
           88  TVA-TRAN-VALID                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-PREV-SW                  PIC X(1)  VALUE "N".
           88  TVA-PREV-FOUND                     VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
      ***** THE RECORD BEING APPLIED, KEPT WHILE THE YEAR BEFORE IS
      ***** READ
       01  TVA-HOLD-PRO                 PIC X(160).
       01  TVA-PREV-DEFINITIF           PIC 9(3)  VALUE ZERO.
       01  TVA-PREV-STATUT              PIC X(1)  VALUE SPACES.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ADD            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHG            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DEACT          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REJECT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHECK          PIC 9(7)  VALUE ZERO.
      *
       01  TVA340-HEADING-1             PIC X(44)
           VALUE "TVA340 - DEDUCTION PRORATA MAINTENANCE".
       01  TVA340-HEADING-2.
           05  FILLER                   PIC X(12) VALUE "ACTION".
           05  FILLER                   PIC X(6)  VALUE "SECT".
           05  FILLER                   PIC X(6)  VALUE "YEAR".
           05  FILLER                   PIC X(22) VALUE "LABEL".
           05  FILLER                   PIC X(7)  VALUE "PROV %".
           05  FILLER                   PIC X(7)  VALUE "DEF %".
           05  FILLER                   PIC X(12) VALUE "N-1 DEF %".
           05  FILLER                   PIC X(10) VALUE "USER".
      *
       01  TVA340-DETAIL-LINE.
           05  TVA340-D-ACTION          PIC X(12).
           05  TVA340-D-SECTEUR         PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA340-D-ANNEE           PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA340-D-LIB             PIC X(20).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA340-D-PROVISOIRE      PIC ZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA340-D-DEFINITIF       PIC X(3).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA340-D-PREV            PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA340-D-USER            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA340-D-CHECK           PIC X(40).
      *
       01  TVA-ED-PCT                   PIC ZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
                   UNTIL TVA-END-OF-TRAN
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRIME THE READ.  A MISSING   *
      *                        TABLE IS CREATED EMPTY                 *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT FDIN-PRO-TRANFILE.
           IF TVA-FS-TRAN NOT = "00"
               DISPLAY "TVA340 - CANNOT OPEN TVAPRO, STATUS="
                   TVA-FS-TRAN
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
               DISPLAY "TVA340 - CANNOT OPEN FDINPRO, STATUS="
                   TVA-FS-PRO
               CLOSE FDIN-PRO-TRANFILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA340-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA340 - CANNOT OPEN TVA340RPT, STATUS="
                   TVA-FS-RPT
               CLOSE FDIN-PRO-TRANFILE FDIN-PRO-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA340-REPORT-LINE FROM TVA340-HEADING-1.
           WRITE TVA340-REPORT-LINE FROM TVA340-HEADING-2.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-TRAN - EDIT, DISPATCH AND READ NEXT           *
      ****************************************************************
       2000-PROCESS-TRAN.
           MOVE "Y" TO TVA-VALID-SW.
           PERFORM 3000-EDIT-TRAN THRU 3000-EXIT.
           IF TVA-TRAN-VALID
               EVALUATE TRUE
                   WHEN PRO-TRAN-ADD
                       PERFORM 4000-ADD-PRORATA THRU 4000-EXIT
                   WHEN PRO-TRAN-CHANGE
                       PERFORM 5000-CHANGE-PRORATA THRU 5000-EXIT
                   WHEN PRO-TRAN-DEACTIVATE
                       PERFORM 6000-DEACTIVATE-PRORATA THRU 6000-EXIT
               END-EVALUATE
           ELSE
               PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
           END-IF.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-TRAN.
           READ FDIN-PRO-TRANFILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-TRAN
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-EDIT-TRAN - FIELD LEVEL EDITS BEFORE UPDATE           *
      ****************************************************************
       3000-EDIT-TRAN.
           MOVE SPACES TO TVA-ERROR-MSG.
           IF FDIN-PRO-TRAN-CODE NOT = "A" AND NOT = "C"
                   AND NOT = "D"
               MOVE "INVALID TRANSACTION CODE" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PRO-TRAN-SECTEUR = SPACES
               MOVE "SECTOR CODE IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PRO-TRAN-ANNEE NOT NUMERIC
                   OR FDIN-PRO-TRAN-ANNEE < 1999
               MOVE "INVALID YEAR" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF PRO-TRAN-DEACTIVATE
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PRO-TRAN-PROVISOIRE NOT NUMERIC
               MOVE "COEFFICIENT IS NOT NUMERIC" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PRO-TRAN-PROVISOIRE > 100
               MOVE "COEFFICIENT IS OVER 100" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-PRORATA - ADD A SECTOR FOR A NEW YEAR             *
      ****************************************************************
       4000-ADD-PRORATA.
           MOVE FDIN-PRO-TRAN-CLEF TO FDIN-PRO-CLEF.
           READ FDIN-PRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE KEY - SECTOR/YEAR EXISTS"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-READ.
           MOVE SPACES TO FDIN-PRO.
           MOVE FDIN-PRO-TRAN-CLEF TO FDIN-PRO-CLEF.
           MOVE ZERO TO FDIN-PRO-DEFINITIF FDIN-PRO-CA-DROIT
                        FDIN-PRO-CA-TOTAL FDIN-PRO-DED-BRUT
                        FDIN-PRO-DED-PROV FDIN-PRO-DED-DEF
                        FDIN-PRO-REGUL FDIN-PRO-DATE-CALC.
           MOVE "P" TO FDIN-PRO-STATUT.
           PERFORM 4500-MOVE-TRAN-TO-PRO THRU 4500-EXIT.
           WRITE FDIN-PRO
               INVALID KEY
                   MOVE "WRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-ADD.
           MOVE "ADDED" TO TVA340-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       4000-EXIT.
           EXIT.
      *
       4500-MOVE-TRAN-TO-PRO.
           MOVE FDIN-PRO-TRAN-LIB TO FDIN-PRO-LIB.
           MOVE FDIN-PRO-TRAN-PROVISOIRE TO FDIN-PRO-PROVISOIRE.
           MOVE "O" TO FDIN-PRO-ACTIF.
           MOVE TVA-TODAY TO FDIN-PRO-DATE-MAJ.
           MOVE FDIN-PRO-TRAN-USER TO FDIN-PRO-USER-MAJ.
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CHANGE-PRORATA - CORRECT THE LABEL OR THE PROVISIONAL *
      *                            COEFFICIENT (REACTIVATES)          *
      ****************************************************************
       5000-CHANGE-PRORATA.
           MOVE FDIN-PRO-TRAN-CLEF TO FDIN-PRO-CLEF.
           READ FDIN-PRO-FILE
               INVALID KEY
                   MOVE "SECTOR/YEAR NOT FOUND FOR CHANGE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 4500-MOVE-TRAN-TO-PRO THRU 4500-EXIT.
           REWRITE FDIN-PRO
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-CHG.
           MOVE "CHANGED" TO TVA340-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-DEACTIVATE-PRORATA - FLIP FDIN-PRO-ACTIF TO N         *
      ****************************************************************
       6000-DEACTIVATE-PRORATA.
           MOVE FDIN-PRO-TRAN-CLEF TO FDIN-PRO-CLEF.
           READ FDIN-PRO-FILE
               INVALID KEY
                   MOVE "SECTOR/YEAR NOT FOUND FOR DEACTIVATE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-READ.
           MOVE "N" TO FDIN-PRO-ACTIF.
           MOVE TVA-TODAY TO FDIN-PRO-DATE-MAJ.
           MOVE FDIN-PRO-TRAN-USER TO FDIN-PRO-USER-MAJ.
           REWRITE FDIN-PRO
               INVALID KEY
                   MOVE "REWRITE FAILED ON DEACTIVATE" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-DEACT.
           MOVE "DEACTIVATED" TO TVA340-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-REJECT-TRAN - LOG A REJECTED TRANSACTION              *
      ****************************************************************
       7000-REJECT-TRAN.
           ADD 1 TO TVA-COUNT-REJECT.
           MOVE SPACES TO TVA340-REPORT-LINE.
           STRING "REJECTED    " FDIN-PRO-TRAN-SECTEUR "  "
                  FDIN-PRO-TRAN-ANNEE "  " TVA-ERROR-MSG
                  DELIMITED BY SIZE INTO TVA340-REPORT-LINE.
           WRITE TVA340-REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7500-LIST-APPLIED - THE APPLIED RECORD WITH THE DEFINITIVE *
      *                          COEFFICIENT OF THE YEAR BEFORE       *
      ****************************************************************
       7500-LIST-APPLIED.
           MOVE FDIN-PRO-SECTEUR TO TVA340-D-SECTEUR.
           MOVE FDIN-PRO-ANNEE TO TVA340-D-ANNEE.
           MOVE FDIN-PRO-LIB TO TVA340-D-LIB.
           MOVE FDIN-PRO-PROVISOIRE TO TVA340-D-PROVISOIRE.
           MOVE FDIN-PRO-TRAN-USER TO TVA340-D-USER.
           MOVE SPACES TO TVA340-D-DEFINITIF TVA340-D-PREV
                          TVA340-D-CHECK.
           IF PRO-DEFINITIVE
               MOVE FDIN-PRO-DEFINITIF TO TVA-ED-PCT
               MOVE TVA-ED-PCT TO TVA340-D-DEFINITIF
           END-IF.
           MOVE FDIN-PRO TO TVA-HOLD-PRO.
           PERFORM 7600-FIND-PREVIOUS THRU 7600-EXIT.
           MOVE TVA-HOLD-PRO TO FDIN-PRO.
           IF NOT TVA-PREV-FOUND
               MOVE "NONE" TO TVA340-D-PREV
               GO TO 7500-WRITE
           END-IF.
           IF TVA-PREV-STATUT NOT = "D"
               MOVE "NOT YET" TO TVA340-D-PREV
               GO TO 7500-WRITE
           END-IF.
           MOVE TVA-PREV-DEFINITIF TO TVA-ED-PCT.
           MOVE TVA-ED-PCT TO TVA340-D-PREV.
           IF PRO-TRAN-DEACTIVATE
               GO TO 7500-WRITE
           END-IF.
           IF FDIN-PRO-PROVISOIRE NOT = TVA-PREV-DEFINITIF
               MOVE "** CHECK - NOT THE N-1 DEFINITIVE **"
                   TO TVA340-D-CHECK
               ADD 1 TO TVA-COUNT-CHECK
           END-IF.
       7500-WRITE.
           WRITE TVA340-REPORT-LINE FROM TVA340-DETAIL-LINE.
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7600-FIND-PREVIOUS - THE ACTIVE RECORD OF THE SECTOR FOR   *
      *                           THE YEAR BEFORE                     *
      ****************************************************************
       7600-FIND-PREVIOUS.
           MOVE "N" TO TVA-PREV-SW.
           MOVE ZERO TO TVA-PREV-DEFINITIF.
           MOVE SPACES TO TVA-PREV-STATUT.
           SUBTRACT 1 FROM FDIN-PRO-ANNEE.
           READ FDIN-PRO-FILE
               INVALID KEY
                   GO TO 7600-EXIT
           END-READ.
           IF FDIN-PRO-ACTIF = "O"
               MOVE FDIN-PRO-DEFINITIF TO TVA-PREV-DEFINITIF
               MOVE FDIN-PRO-STATUT TO TVA-PREV-STATUT
               MOVE "Y" TO TVA-PREV-SW
           END-IF.
       7600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO TVA340-REPORT-LINE.
           STRING "TVA340 TOTALS  READ="   TVA-COUNT-READ
                  "  ADD="                 TVA-COUNT-ADD
                  "  CHANGE="              TVA-COUNT-CHG
                  "  DEACTIVATE="          TVA-COUNT-DEACT
                  "  REJECT="              TVA-COUNT-REJECT
                  "  TO CHECK="            TVA-COUNT-CHECK
                  DELIMITED BY SIZE INTO TVA340-REPORT-LINE.
           WRITE TVA340-REPORT-LINE.
           CLOSE FDIN-PRO-TRANFILE FDIN-PRO-FILE TVA340-REPORT.
       8000-EXIT.
           EXIT.
