      ****************************************************************
      * PROGRAM NAME...............: . TVA280                        *
      * FUNCTION...................: . MAINTENANCE OF THE FDINCPT    *
      *         .                        LEDGER-ACCOUNT TABLE (ADD,  *
      *         .                        CHANGE, DEACTIVATE) FROM    *
      *         .                        ITS OWN TRANSACTION FILE    *
      * FILES USED.................: . TVACPT    - INPUT (TRAN FILE) *
      *         .                      FDINCPT   - I/O  (INDEXED)    *
      *         .                      TVA280RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - LEDGER-ACCOUNT   *
      *                                  TABLE MAINTENANCE           *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA280.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  ONE RECORD PER VAT CODE   *
      *                    (TYPE C) OR EDIT CODE (TYPE E).  EDITS:   *
      *                    A COLLECTED OR DEDUCTIBLE ACCOUNT NEEDS   *
      *                    THE CLEARING ACCOUNT, AND THE TWO         *
      *                    SELF-ASSESSED ACCOUNTS GO IN PAIRS.  A    *
      *                    MISSING TABLE IS CREATED EMPTY ON THE     *
      *                    FIRST RUN.  EVERY APPLIED TRANSACTION IS  *
      *                    LISTED; TVA275 PICKS THE ACCOUNTS UP ON   *
      *                    ITS NEXT RUN.                             *
      * 10/14/26  DEV    NON-DEDUCTIBLE VAT ACCOUNT (NDED) FOR THE   *
      *                    PART OF PURCHASE VAT ABOVE THE PRORATA.   *
      *                    IT GOES WITH A DEDUCTIBLE ACCOUNT, PLAIN  *
      *                    OR SELF-ASSESSED.  LISTED AFTER DED.      *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-CPT-TRANFILE ASSIGN TO "TVACPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-TRAN.
           SELECT FDIN-CPT-FILE    ASSIGN TO "FDINCPT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-CPT-CLEF
                  FILE STATUS IS TVA-FS-CPT.
           SELECT TVA280-REPORT    ASSIGN TO "TVA280RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-CPT-TRANFILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCPTT.
      *
       FD  FDIN-CPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCPT.
      *
       FD  TVA280-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA280-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-TRAN                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-CPT                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-TRAN                    VALUE "Y".
       01  TVA-VALID-SW                 PIC X(1)  VALUE "Y".
           88  TVA-TRAN-VALID                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ADD            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHG            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DEACT          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REJECT         PIC 9(7)  VALUE ZERO.
      *
       01  TVA280-HEADING-1             PIC X(44)
           VALUE "TVA280 - LEDGER-ACCOUNT TABLE MAINTENANCE".
      *
       01  TVA280-DETAIL-LINE.
           05  TVA280-D-ACTION          PIC X(12).
           05  FILLER                   PIC X(5)  VALUE "KEY=".
           05  TVA280-D-TYPE            PIC X(1).
           05  FILLER                   PIC X(1)  VALUE "/".
           05  TVA280-D-CODE            PIC X(18).
           05  FILLER                   PIC X(6)  VALUE "  COL=".
           05  TVA280-D-COLL            PIC X(10).
           05  FILLER                   PIC X(6)  VALUE "  DED=".
           05  TVA280-D-DED             PIC X(10).
           05  FILLER                   PIC X(1)  VALUE "/".
           05  TVA280-D-NDED            PIC X(10).
           05  FILLER                   PIC X(6)  VALUE "  AUT=".
           05  TVA280-D-ACOLL           PIC X(10).
           05  FILLER                   PIC X(1)  VALUE "/".
           05  TVA280-D-ADED            PIC X(10).
           05  FILLER                   PIC X(6)  VALUE "  CTR=".
           05  TVA280-D-CONTRE          PIC X(10).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA280-D-USER            PIC X(8).
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
           OPEN INPUT FDIN-CPT-TRANFILE.
           IF TVA-FS-TRAN NOT = "00"
               DISPLAY "TVA280 - CANNOT OPEN TVACPT, STATUS="
                   TVA-FS-TRAN
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FDIN-CPT-FILE.
           IF TVA-FS-CPT = "35"
               OPEN OUTPUT FDIN-CPT-FILE
               CLOSE FDIN-CPT-FILE
               OPEN I-O FDIN-CPT-FILE
           END-IF.
           IF TVA-FS-CPT NOT = "00"
               DISPLAY "TVA280 - CANNOT OPEN FDINCPT, STATUS="
                   TVA-FS-CPT
               CLOSE FDIN-CPT-TRANFILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA280-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA280 - CANNOT OPEN TVA280RPT, STATUS="
                   TVA-FS-RPT
               CLOSE FDIN-CPT-TRANFILE FDIN-CPT-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA280-REPORT-LINE FROM TVA280-HEADING-1.
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
                   WHEN CPT-TRAN-ADD
                       PERFORM 4000-ADD-ACCOUNTS THRU 4000-EXIT
                   WHEN CPT-TRAN-CHANGE
                       PERFORM 5000-CHANGE-ACCOUNTS THRU 5000-EXIT
                   WHEN CPT-TRAN-DEACTIVATE
                       PERFORM 6000-DEACT-ACCOUNTS THRU 6000-EXIT
               END-EVALUATE
           ELSE
               PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
           END-IF.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-TRAN.
           READ FDIN-CPT-TRANFILE
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
           IF FDIN-CPT-TRAN-CODE NOT = "A" AND NOT = "C"
                   AND NOT = "D"
               MOVE "INVALID TRANSACTION CODE" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-CPT-TRAN-TYPE NOT = "C" AND NOT = "E"
               MOVE "KEY TYPE MUST BE C OR E" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-CPT-TRAN-GEN = SPACES
               MOVE "VAT OR EDIT CODE KEY IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF CPT-TRAN-DEACTIVATE
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-CPT-TRAN-COLL = SPACES
                   AND FDIN-CPT-TRAN-DED = SPACES
                   AND FDIN-CPT-TRAN-ACOLL = SPACES
               MOVE "NO LEDGER ACCOUNT GIVEN" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
      ***** A NON-REGIE ENTRY IS BALANCED ON THE CLEARING ACCOUNT
           IF (FDIN-CPT-TRAN-COLL NOT = SPACES
                   OR FDIN-CPT-TRAN-DED NOT = SPACES)
                   AND FDIN-CPT-TRAN-CONTRE = SPACES
               MOVE "CLEARING ACCOUNT IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
      ***** A REGIE ENTRY IS BALANCED ON ITS OWN TWO ACCOUNTS
           IF (FDIN-CPT-TRAN-ACOLL = SPACES
                   AND FDIN-CPT-TRAN-ADED NOT = SPACES)
                   OR (FDIN-CPT-TRAN-ACOLL NOT = SPACES
                   AND FDIN-CPT-TRAN-ADED = SPACES)
               MOVE "SELF-ASSESSED ACCOUNTS GO IN PAIRS"
                   TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
      ***** THE NON-DEDUCTIBLE PART COMES OFF A DEDUCTIBLE ENTRY
           IF FDIN-CPT-TRAN-NDED NOT = SPACES
                   AND FDIN-CPT-TRAN-DED = SPACES
                   AND FDIN-CPT-TRAN-ADED = SPACES
               MOVE "NON-DEDUCTIBLE ACCOUNT NEEDS DEDUCTIBLE"
                   TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-ACCOUNTS - ADD A NEW ACCOUNT MAPPING              *
      ****************************************************************
       4000-ADD-ACCOUNTS.
           MOVE FDIN-CPT-TRAN-CLEF TO FDIN-CPT-CLEF.
           READ FDIN-CPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE KEY - MAPPING ALREADY EXISTS"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-READ.
           MOVE SPACES TO FDIN-CPT.
           MOVE FDIN-CPT-TRAN-CLEF TO FDIN-CPT-CLEF.
           PERFORM 4500-MOVE-TRAN-TO-CPT THRU 4500-EXIT.
           WRITE FDIN-CPT
               INVALID KEY
                   MOVE "WRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-ADD.
           MOVE "ADDED" TO TVA280-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       4000-EXIT.
           EXIT.
      *
       4500-MOVE-TRAN-TO-CPT.
           MOVE FDIN-CPT-TRAN-LIB    TO FDIN-CPT-LIB.
           MOVE FDIN-CPT-TRAN-COLL   TO FDIN-CPT-COLL.
           MOVE FDIN-CPT-TRAN-DED    TO FDIN-CPT-DED.
           MOVE FDIN-CPT-TRAN-ACOLL  TO FDIN-CPT-ACOLL.
           MOVE FDIN-CPT-TRAN-ADED   TO FDIN-CPT-ADED.
           MOVE FDIN-CPT-TRAN-CONTRE TO FDIN-CPT-CONTRE.
           MOVE FDIN-CPT-TRAN-NDED   TO FDIN-CPT-NDED.
           MOVE "O" TO FDIN-CPT-ACTIF.
           MOVE TVA-TODAY TO FDIN-CPT-DATE-MAJ.
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CHANGE-ACCOUNTS - RESTATE AN EXISTING MAPPING         *
      ****************************************************************
       5000-CHANGE-ACCOUNTS.
           MOVE FDIN-CPT-TRAN-CLEF TO FDIN-CPT-CLEF.
           READ FDIN-CPT-FILE
               INVALID KEY
                   MOVE "MAPPING NOT FOUND FOR CHANGE" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 4500-MOVE-TRAN-TO-CPT THRU 4500-EXIT.
           REWRITE FDIN-CPT
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-CHG.
           MOVE "CHANGED" TO TVA280-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-DEACT-ACCOUNTS - FLIP FDIN-CPT-ACTIF TO N             *
      ****************************************************************
       6000-DEACT-ACCOUNTS.
           MOVE FDIN-CPT-TRAN-CLEF TO FDIN-CPT-CLEF.
           READ FDIN-CPT-FILE
               INVALID KEY
                   MOVE "MAPPING NOT FOUND FOR DEACTIVATE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-READ.
           MOVE "N" TO FDIN-CPT-ACTIF.
           MOVE TVA-TODAY TO FDIN-CPT-DATE-MAJ.
           REWRITE FDIN-CPT
               INVALID KEY
                   MOVE "REWRITE FAILED ON DEACTIVATE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-DEACT.
           MOVE "DEACTIVATED" TO TVA280-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-REJECT-TRAN - LOG A REJECTED TRANSACTION              *
      ****************************************************************
       7000-REJECT-TRAN.
           ADD 1 TO TVA-COUNT-REJECT.
           MOVE SPACES TO TVA280-REPORT-LINE.
           STRING "REJECTED  KEY=" FDIN-CPT-TRAN-TYPE "/"
                  FDIN-CPT-TRAN-GEN "  " TVA-ERROR-MSG
                  DELIMITED BY SIZE INTO TVA280-REPORT-LINE.
           WRITE TVA280-REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
       7500-LIST-APPLIED.
           MOVE FDIN-CPT-TYPE TO TVA280-D-TYPE.
           MOVE FDIN-CPT-CODE TO TVA280-D-CODE.
           MOVE FDIN-CPT-COLL TO TVA280-D-COLL.
           MOVE FDIN-CPT-DED TO TVA280-D-DED.
           MOVE FDIN-CPT-NDED TO TVA280-D-NDED.
           MOVE FDIN-CPT-ACOLL TO TVA280-D-ACOLL.
           MOVE FDIN-CPT-ADED TO TVA280-D-ADED.
           MOVE FDIN-CPT-CONTRE TO TVA280-D-CONTRE.
           MOVE FDIN-CPT-TRAN-USER TO TVA280-D-USER.
           WRITE TVA280-REPORT-LINE FROM TVA280-DETAIL-LINE.
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO TVA280-REPORT-LINE.
           STRING "TVA280 TOTALS  READ="   TVA-COUNT-READ
                  "  ADD="                 TVA-COUNT-ADD
                  "  CHANGE="              TVA-COUNT-CHG
                  "  DEACTIVATE="          TVA-COUNT-DEACT
                  "  REJECT="              TVA-COUNT-REJECT
                  DELIMITED BY SIZE INTO TVA280-REPORT-LINE.
           WRITE TVA280-REPORT-LINE.
           CLOSE FDIN-CPT-TRANFILE FDIN-CPT-FILE TVA280-REPORT.
       8000-EXIT.
           EXIT.
