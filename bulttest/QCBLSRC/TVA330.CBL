      ****************************************************************
      * PROGRAM NAME...............: . TVA330                        *
      * FUNCTION...................: . MAINTENANCE OF THE FDINDEV    *
      *         .                        EXCHANGE-RATE TABLE (ADD,   *
      *         .                        CHANGE, WITHDRAW) FROM ITS  *
      *         .                        OWN TRANSACTION FILE, WITH  *
      *         .                        AN EDIT LISTING             *
      * FILES USED.................: . TVADEV    - INPUT (TRAN FILE) *
      *         .                      FDINDEV   - I/O  (INDEXED)    *
      *         .                      TVA330RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EXCHANGE-RATE    *
      *                                  TABLE MAINTENANCE           *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA330.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  ONE RECORD PER CURRENCY   *
      *                    AND EFFECTIVE DATE, THE RATE GIVEN AS     *
      *                    CURRENCY UNITS FOR ONE EURO.  EDITS: THE  *
      *                    CURRENCY IS NOT BLANK AND NOT EUR, THE    *
      *                    DATE IS A VALID AAAAMMJJ AND, ON ADD OR   *
      *                    CHANGE, THE RATE IS ABOVE ZERO.  A RATE   *
      *                    IS NEVER DELETED - WITHDRAW (D) SETS      *
      *                    ACTIF N AND TVA325 FALLS BACK ON THE      *
      *                    PREVIOUS RATE.  EVERY APPLIED RATE IS     *
      *                    LISTED WITH THE RATE IT FOLLOWS, AND A    *
      *                    MOVE OF MORE THAN 10 PER CENT IS FLAGGED  *
      *                    FOR A SECOND LOOK.  A MISSING TABLE IS    *
      *                    CREATED EMPTY ON THE FIRST RUN.           *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-DEV-TRANFILE ASSIGN TO "TVADEV"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-TRAN.
           SELECT FDIN-DEV-FILE    ASSIGN TO "FDINDEV"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-DEV-CLEF
                  FILE STATUS IS TVA-FS-DEV.
           SELECT TVA330-REPORT    ASSIGN TO "TVA330RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-DEV-TRANFILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINDEVT.
      *
       FD  FDIN-DEV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINDEV.
      *
       FD  TVA330-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA330-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-TRAN                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-DEV                   PIC X(2)  VALUE SPACES.
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
       01  TVA-PREV-EOF-SW              PIC X(1)  VALUE "N".
           88  TVA-END-OF-PREV                    VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
      ***** THE RECORD BEING APPLIED, KEPT WHILE THE RATE IT
      ***** FOLLOWS IS LOOKED UP
       01  TVA-HOLD-DEV                 PIC X(80).
       01  TVA-PREV-TAUX                PIC 9(5)V9(6) VALUE ZERO.
       01  TVA-PREV-DATE                PIC 9(8)  VALUE ZERO.
       01  TVA-ECART                    PIC S9(5)V9(6) VALUE ZERO.
       01  TVA-ECART-PCT                PIC S9(5)V9(2) VALUE ZERO.
       01  TVA-ECART-MAX                PIC 9(3)V9(2) VALUE 10.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ADD            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHG            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-WDR            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REJECT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHECK          PIC 9(7)  VALUE ZERO.
      *
       01  TVA330-HEADING-1             PIC X(44)
           VALUE "TVA330 - EXCHANGE-RATE TABLE MAINTENANCE".
       01  TVA330-HEADING-2.
           05  FILLER                   PIC X(12) VALUE "ACTION".
           05  FILLER                   PIC X(5)  VALUE "CUR".
           05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                   PIC X(15) VALUE "RATE/EUR".
           05  FILLER                   PIC X(12) VALUE "FOLLOWS".
           05  FILLER                   PIC X(15) VALUE "PREV RATE".
           05  FILLER                   PIC X(10) VALUE "MOVE %".
           05  FILLER                   PIC X(10) VALUE "USER".
      *
       01  TVA330-DETAIL-LINE.
           05  TVA330-D-ACTION          PIC X(12).
           05  TVA330-D-DEVISE          PIC X(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA330-D-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA330-D-TAUX            PIC ZZZZ9.999999.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA330-D-PREV-DATE       PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA330-D-PREV-TAUX       PIC X(12).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA330-D-ECART           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA330-D-USER            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA330-D-CHECK           PIC X(30).
      *
       01  TVA-ED-TAUX                  PIC ZZZZ9.999999.
       01  TVA-ED-ECART                 PIC -ZZZ9.99.
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
           OPEN INPUT FDIN-DEV-TRANFILE.
           IF TVA-FS-TRAN NOT = "00"
               DISPLAY "TVA330 - CANNOT OPEN TVADEV, STATUS="
                   TVA-FS-TRAN
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FDIN-DEV-FILE.
           IF TVA-FS-DEV = "35"
               OPEN OUTPUT FDIN-DEV-FILE
               CLOSE FDIN-DEV-FILE
               OPEN I-O FDIN-DEV-FILE
           END-IF.
           IF TVA-FS-DEV NOT = "00"
               DISPLAY "TVA330 - CANNOT OPEN FDINDEV, STATUS="
                   TVA-FS-DEV
               CLOSE FDIN-DEV-TRANFILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA330-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA330 - CANNOT OPEN TVA330RPT, STATUS="
                   TVA-FS-RPT
               CLOSE FDIN-DEV-TRANFILE FDIN-DEV-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA330-REPORT-LINE FROM TVA330-HEADING-1.
           WRITE TVA330-REPORT-LINE FROM TVA330-HEADING-2.
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
                   WHEN DEV-TRAN-ADD
                       PERFORM 4000-ADD-RATE THRU 4000-EXIT
                   WHEN DEV-TRAN-CHANGE
                       PERFORM 5000-CHANGE-RATE THRU 5000-EXIT
                   WHEN DEV-TRAN-WITHDRAW
                       PERFORM 6000-WITHDRAW-RATE THRU 6000-EXIT
               END-EVALUATE
           ELSE
               PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
           END-IF.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-TRAN.
           READ FDIN-DEV-TRANFILE
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
           IF FDIN-DEV-TRAN-CODE NOT = "A" AND NOT = "C"
                   AND NOT = "D"
               MOVE "INVALID TRANSACTION CODE" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-DEV-TRAN-DEVISE = SPACES
               MOVE "CURRENCY CODE IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-DEV-TRAN-DEVISE = "EUR"
               MOVE "NO RATE IS KEPT FOR THE EURO" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-DEV-TRAN-DATE NOT NUMERIC
                   OR FDIN-DEV-TRAN-AAAA < 1999
                   OR FDIN-DEV-TRAN-MM < 1 OR FDIN-DEV-TRAN-MM > 12
                   OR FDIN-DEV-TRAN-JJ < 1 OR FDIN-DEV-TRAN-JJ > 31
               MOVE "INVALID EFFECTIVE DATE" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF DEV-TRAN-WITHDRAW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-DEV-TRAN-TAUX NOT NUMERIC
               MOVE "RATE IS NOT NUMERIC" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-DEV-TRAN-TAUX = ZERO
               MOVE "RATE IS ZERO" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-RATE - ADD THE RATE OF A NEW EFFECTIVE DATE       *
      ****************************************************************
       4000-ADD-RATE.
           PERFORM 4400-BUILD-KEY THRU 4400-EXIT.
           READ FDIN-DEV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE KEY - RATE ALREADY EXISTS"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-READ.
           MOVE SPACES TO FDIN-DEV.
           PERFORM 4400-BUILD-KEY THRU 4400-EXIT.
           MOVE FDIN-DEV-TRAN-DATE TO FDIN-DEV-DATE-EFFET.
           PERFORM 4500-MOVE-TRAN-TO-DEV THRU 4500-EXIT.
           WRITE FDIN-DEV
               INVALID KEY
                   MOVE "WRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-ADD.
           MOVE "ADDED" TO TVA330-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       4000-EXIT.
           EXIT.
      *
       4400-BUILD-KEY.
           MOVE FDIN-DEV-TRAN-DEVISE TO FDIN-DEV-CODE.
           COMPUTE FDIN-DEV-DATE-INV = 99999999 - FDIN-DEV-TRAN-DATE.
       4400-EXIT.
           EXIT.
      *
       4500-MOVE-TRAN-TO-DEV.
           MOVE FDIN-DEV-TRAN-TAUX TO FDIN-DEV-TAUX.
           MOVE "O" TO FDIN-DEV-ACTIF.
           MOVE TVA-TODAY TO FDIN-DEV-DATE-MAJ.
           MOVE FDIN-DEV-TRAN-USER TO FDIN-DEV-USER-MAJ.
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CHANGE-RATE - CORRECT THE RATE OF AN EFFECTIVE DATE   *
      *                         (REACTIVATES A WITHDRAWN RATE)        *
      ****************************************************************
       5000-CHANGE-RATE.
           PERFORM 4400-BUILD-KEY THRU 4400-EXIT.
           READ FDIN-DEV-FILE
               INVALID KEY
                   MOVE "RATE NOT FOUND FOR CHANGE" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 4500-MOVE-TRAN-TO-DEV THRU 4500-EXIT.
           REWRITE FDIN-DEV
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-CHG.
           MOVE "CHANGED" TO TVA330-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-WITHDRAW-RATE - FLIP FDIN-DEV-ACTIF TO N              *
      ****************************************************************
       6000-WITHDRAW-RATE.
           PERFORM 4400-BUILD-KEY THRU 4400-EXIT.
           READ FDIN-DEV-FILE
               INVALID KEY
                   MOVE "RATE NOT FOUND FOR WITHDRAW" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-READ.
           MOVE "N" TO FDIN-DEV-ACTIF.
           MOVE TVA-TODAY TO FDIN-DEV-DATE-MAJ.
           MOVE FDIN-DEV-TRAN-USER TO FDIN-DEV-USER-MAJ.
           REWRITE FDIN-DEV
               INVALID KEY
                   MOVE "REWRITE FAILED ON WITHDRAW" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-WDR.
           MOVE "WITHDRAWN" TO TVA330-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-REJECT-TRAN - LOG A REJECTED TRANSACTION              *
      ****************************************************************
       7000-REJECT-TRAN.
           ADD 1 TO TVA-COUNT-REJECT.
           MOVE SPACES TO TVA330-REPORT-LINE.
           STRING "REJECTED    " FDIN-DEV-TRAN-DEVISE "  "
                  FDIN-DEV-TRAN-DATE "  " TVA-ERROR-MSG
                  DELIMITED BY SIZE INTO TVA330-REPORT-LINE.
           WRITE TVA330-REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7500-LIST-APPLIED - THE APPLIED RATE WITH THE ACTIVE RATE  *
      *                          IT FOLLOWS AND THE MOVE BETWEEN THEM *
      ****************************************************************
       7500-LIST-APPLIED.
           MOVE FDIN-DEV-CODE TO TVA330-D-DEVISE.
           MOVE FDIN-DEV-DATE-EFFET TO TVA330-D-DATE.
           MOVE FDIN-DEV-TAUX TO TVA330-D-TAUX.
           MOVE FDIN-DEV-TRAN-USER TO TVA330-D-USER.
           MOVE SPACES TO TVA330-D-PREV-DATE TVA330-D-PREV-TAUX
                          TVA330-D-ECART TVA330-D-CHECK.
           MOVE FDIN-DEV TO TVA-HOLD-DEV.
           PERFORM 7600-FIND-PREVIOUS THRU 7600-EXIT.
           MOVE TVA-HOLD-DEV TO FDIN-DEV.
           IF NOT TVA-PREV-FOUND
               MOVE "FIRST RATE" TO TVA330-D-PREV-DATE
               GO TO 7500-WRITE
           END-IF.
           MOVE TVA-PREV-DATE TO TVA330-D-PREV-DATE.
           MOVE TVA-PREV-TAUX TO TVA-ED-TAUX.
           MOVE TVA-ED-TAUX TO TVA330-D-PREV-TAUX.
           IF DEV-TRAN-WITHDRAW
               GO TO 7500-WRITE
           END-IF.
           COMPUTE TVA-ECART = FDIN-DEV-TAUX - TVA-PREV-TAUX.
           COMPUTE TVA-ECART-PCT ROUNDED =
               TVA-ECART * 100 / TVA-PREV-TAUX.
           MOVE TVA-ECART-PCT TO TVA-ED-ECART.
           MOVE TVA-ED-ECART TO TVA330-D-ECART.
           IF TVA-ECART-PCT > TVA-ECART-MAX
                   OR TVA-ECART-PCT < ZERO - TVA-ECART-MAX
               MOVE "** CHECK - RATE MOVE > 10% **" TO TVA330-D-CHECK
               ADD 1 TO TVA-COUNT-CHECK
           END-IF.
       7500-WRITE.
           WRITE TVA330-REPORT-LINE FROM TVA330-DETAIL-LINE.
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7600-FIND-PREVIOUS - THE ACTIVE RATE OF THE CURRENCY WITH  *
      *                           THE LATEST DATE BEFORE THIS ONE     *
      ****************************************************************
       7600-FIND-PREVIOUS.
           MOVE "N" TO TVA-PREV-SW TVA-PREV-EOF-SW.
           MOVE ZERO TO TVA-PREV-TAUX TVA-PREV-DATE.
           IF FDIN-DEV-DATE-INV = 99999999
               GO TO 7600-EXIT
           END-IF.
           ADD 1 TO FDIN-DEV-DATE-INV.
           START FDIN-DEV-FILE KEY NOT LESS THAN FDIN-DEV-CLEF
               INVALID KEY
                   MOVE "Y" TO TVA-PREV-EOF-SW
           END-START.
           PERFORM 7650-READ-PREVIOUS THRU 7650-EXIT
               UNTIL TVA-END-OF-PREV OR TVA-PREV-FOUND.
       7600-EXIT.
           EXIT.
      *
       7650-READ-PREVIOUS.
           READ FDIN-DEV-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-PREV-EOF-SW
                   GO TO 7650-EXIT
           END-READ.
           IF FDIN-DEV-CODE NOT = FDIN-DEV-TRAN-DEVISE
               MOVE "Y" TO TVA-PREV-EOF-SW
               GO TO 7650-EXIT
           END-IF.
           IF FDIN-DEV-ACTIF = "O"
               MOVE FDIN-DEV-TAUX TO TVA-PREV-TAUX
               MOVE FDIN-DEV-DATE-EFFET TO TVA-PREV-DATE
               MOVE "Y" TO TVA-PREV-SW
           END-IF.
       7650-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO TVA330-REPORT-LINE.
           STRING "TVA330 TOTALS  READ="   TVA-COUNT-READ
                  "  ADD="                 TVA-COUNT-ADD
                  "  CHANGE="              TVA-COUNT-CHG
                  "  WITHDRAW="            TVA-COUNT-WDR
                  "  REJECT="              TVA-COUNT-REJECT
                  "  TO CHECK="            TVA-COUNT-CHECK
                  DELIMITED BY SIZE INTO TVA330-REPORT-LINE.
           WRITE TVA330-REPORT-LINE.
           CLOSE FDIN-DEV-TRANFILE FDIN-DEV-FILE TVA330-REPORT.
       8000-EXIT.
           EXIT.
