      ****************************************************************
      * PROGRAM NAME...............: . TVA310                        *
      * FUNCTION...................: . MAINTENANCE OF THE FDINUSR    *
      *         .                        OPERATOR AUTHORITY FILE     *
      *         .                        (ADD, CHANGE, DEACTIVATE)   *
      *         .                        FROM ITS OWN TRANSACTION    *
      *         .                        FILE, WITH THE EDIT LISTING *
      * FILES USED.................: . TVAUSR    - INPUT (TRAN FILE) *
      *         .                      FDINUSR   - I/O  (INDEXED)    *
      *         .                      TVA310RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - OPERATOR         *
      *                                  AUTHORITY MAINTENANCE       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA310.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  ONE RECORD PER OPERATOR   *
      *                    ID.  EDITS: EVERY RIGHT FLAG MUST BE O OR *
      *                    N, THE NAME MUST BE GIVEN ON AN ADD, THE  *
      *                    SUBMITTING ADMINISTRATOR MUST BE GIVEN    *
      *                    AND MAY NOT MAINTAIN HIS OR HER OWN       *
      *                    RIGHTS.  A DEACTIVATE WITHDRAWS THE       *
      *                    OPERATOR (ACTIF N) BUT KEEPS THE RECORD   *
      *                    SO THE SECURITY LOG STAYS READABLE.  A    *
      *                    MISSING FILE IS CREATED EMPTY ON THE      *
      *                    FIRST RUN.  EVERY APPLIED TRANSACTION IS  *
      *                    LISTED WITH THE RIGHTS IT LEAVES.         *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-USR-TRANFILE ASSIGN TO "TVAUSR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-TRAN.
           SELECT FDIN-USR-FILE    ASSIGN TO "FDINUSR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-USR-USER
                  FILE STATUS IS TVA-FS-USR.
           SELECT TVA310-REPORT    ASSIGN TO "TVA310RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-USR-TRANFILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINUSRT.
      *
       FD  FDIN-USR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINUSR.
      *
       FD  TVA310-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA310-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-TRAN                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-USR                   PIC X(2)  VALUE SPACES.
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
      ***** THE EIGHT RIGHT FLAGS OF THE TRANSACTION (CODE-A THROUGH
      ***** MAJ-PAY, CONTIGUOUS FROM BYTE 40 OF THE FDINUSRT RECORD)
       01  TVA-FLAGS                    PIC X(8).
       01  TVA-FLAGS-R REDEFINES TVA-FLAGS.
           05  TVA-FLAG                 PIC X(1)  OCCURS 8 TIMES.
       01  TVA-FLAG-IX                  PIC 9(3)  VALUE ZERO COMP.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ADD            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHG            PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DEACT          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REJECT         PIC 9(7)  VALUE ZERO.
      *
       01  TVA310-HEADING-1             PIC X(48)
           VALUE "TVA310 - OPERATOR AUTHORITY MAINTENANCE".
      *
       01  TVA310-DETAIL-LINE.
           05  TVA310-D-ACTION          PIC X(12).
           05  FILLER                   PIC X(6)  VALUE "USER=".
           05  TVA310-D-USER            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA310-D-NOM             PIC X(30).
           05  FILLER                   PIC X(7)  VALUE "  ACD=".
           05  TVA310-D-CODES           PIC X(3).
           05  FILLER                   PIC X(7)  VALUE "  VISA=".
           05  TVA310-D-VISA            PIC X(1).
           05  FILLER                   PIC X(20)
               VALUE "  TVA/TVAD/TVAB/PAY=".
           05  TVA310-D-TABLES          PIC X(4).
           05  FILLER                   PIC X(8)  VALUE "  ACTIF=".
           05  TVA310-D-ACTIF           PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA310-D-BY              PIC X(8).
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
      *                        AUTHORITY FILE IS CREATED EMPTY        *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT FDIN-USR-TRANFILE.
           IF TVA-FS-TRAN NOT = "00"
               DISPLAY "TVA310 - CANNOT OPEN TVAUSR, STATUS="
                   TVA-FS-TRAN
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FDIN-USR-FILE.
           IF TVA-FS-USR = "35"
               OPEN OUTPUT FDIN-USR-FILE
               CLOSE FDIN-USR-FILE
               OPEN I-O FDIN-USR-FILE
           END-IF.
           IF TVA-FS-USR NOT = "00"
               DISPLAY "TVA310 - CANNOT OPEN FDINUSR, STATUS="
                   TVA-FS-USR
               CLOSE FDIN-USR-TRANFILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA310-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA310 - CANNOT OPEN TVA310RPT, STATUS="
                   TVA-FS-RPT
               CLOSE FDIN-USR-TRANFILE FDIN-USR-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA310-REPORT-LINE FROM TVA310-HEADING-1.
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
                   WHEN USR-TRAN-ADD
                       PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
                   WHEN USR-TRAN-CHANGE
                       PERFORM 5000-CHANGE-OPERATOR THRU 5000-EXIT
                   WHEN USR-TRAN-DEACTIVATE
                       PERFORM 6000-DEACTIVATE-OPERATOR THRU 6000-EXIT
               END-EVALUATE
           ELSE
               PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
           END-IF.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-TRAN.
           READ FDIN-USR-TRANFILE
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
           IF FDIN-USR-TRAN-CODE NOT = "A" AND NOT = "C"
                   AND NOT = "D"
               MOVE "INVALID TRANSACTION CODE" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-USR-TRAN-CLEF = SPACES
               MOVE "OPERATOR ID IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-USR-TRAN-USER = SPACES
               MOVE "SUBMITTING ADMINISTRATOR IS BLANK"
                   TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-USR-TRAN-USER = FDIN-USR-TRAN-CLEF
               MOVE "OPERATOR MAY NOT MAINTAIN OWN RIGHTS"
                   TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF USR-TRAN-DEACTIVATE
               GO TO 3000-EXIT
           END-IF.
           IF USR-TRAN-ADD
                   AND FDIN-USR-TRAN-NOM = SPACES
               MOVE "OPERATOR NAME IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE FDIN-USR-TRAN (40:8) TO TVA-FLAGS.
           PERFORM 3100-SCAN-FLAG THRU 3100-EXIT
               VARYING TVA-FLAG-IX FROM 1 BY 1
               UNTIL TVA-FLAG-IX > 8
                  OR (TVA-FLAG (TVA-FLAG-IX) NOT = "O"
                      AND TVA-FLAG (TVA-FLAG-IX) NOT = "N").
           IF TVA-FLAG-IX NOT > 8
               MOVE "EVERY RIGHT FLAG MUST BE O OR N"
                   TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-SCAN-FLAG.
           CONTINUE.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-OPERATOR - ADD A NEW OPERATOR                     *
      ****************************************************************
       4000-ADD-OPERATOR.
           MOVE FDIN-USR-TRAN-CLEF TO FDIN-USR-USER.
           READ FDIN-USR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE KEY - OPERATOR ALREADY EXISTS"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-READ.
           MOVE SPACES TO FDIN-USR.
           MOVE FDIN-USR-TRAN-CLEF TO FDIN-USR-USER.
           PERFORM 4500-MOVE-TRAN-TO-OPERATOR THRU 4500-EXIT.
           WRITE FDIN-USR
               INVALID KEY
                   MOVE "WRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 4000-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-ADD.
           MOVE "ADDED" TO TVA310-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       4000-EXIT.
           EXIT.
      *
      ***** A CHANGE WITH A BLANK NAME KEEPS THE NAME ON FILE
       4500-MOVE-TRAN-TO-OPERATOR.
           IF FDIN-USR-TRAN-NOM NOT = SPACES
               MOVE FDIN-USR-TRAN-NOM TO FDIN-USR-NOM
           END-IF.
           MOVE FDIN-USR-TRAN-CODE-A   TO FDIN-USR-CODE-A.
           MOVE FDIN-USR-TRAN-CODE-C   TO FDIN-USR-CODE-C.
           MOVE FDIN-USR-TRAN-CODE-D   TO FDIN-USR-CODE-D.
           MOVE FDIN-USR-TRAN-VISA     TO FDIN-USR-VISA.
           MOVE FDIN-USR-TRAN-MAJ-TVA  TO FDIN-USR-MAJ-TVA.
           MOVE FDIN-USR-TRAN-MAJ-TVAD TO FDIN-USR-MAJ-TVAD.
           MOVE FDIN-USR-TRAN-MAJ-TVAB TO FDIN-USR-MAJ-TVAB.
           MOVE FDIN-USR-TRAN-MAJ-PAY  TO FDIN-USR-MAJ-PAY.
           MOVE "O" TO FDIN-USR-ACTIF.
           MOVE TVA-TODAY TO FDIN-USR-DATE-MAJ.
           MOVE FDIN-USR-TRAN-USER TO FDIN-USR-USER-MAJ.
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CHANGE-OPERATOR - RESTATE THE RIGHTS OF AN OPERATOR   *
      ****************************************************************
       5000-CHANGE-OPERATOR.
           MOVE FDIN-USR-TRAN-CLEF TO FDIN-USR-USER.
           READ FDIN-USR-FILE
               INVALID KEY
                   MOVE "OPERATOR NOT FOUND FOR CHANGE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 4500-MOVE-TRAN-TO-OPERATOR THRU 4500-EXIT.
           REWRITE FDIN-USR
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 5000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-CHG.
           MOVE "CHANGED" TO TVA310-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-DEACTIVATE-OPERATOR - FLIP FDIN-USR-ACTIF TO N        *
      ****************************************************************
       6000-DEACTIVATE-OPERATOR.
           MOVE FDIN-USR-TRAN-CLEF TO FDIN-USR-USER.
           READ FDIN-USR-FILE
               INVALID KEY
                   MOVE "OPERATOR NOT FOUND FOR DEACTIVATE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-READ.
           MOVE "N" TO FDIN-USR-ACTIF.
           MOVE TVA-TODAY TO FDIN-USR-DATE-MAJ.
           MOVE FDIN-USR-TRAN-USER TO FDIN-USR-USER-MAJ.
           REWRITE FDIN-USR
               INVALID KEY
                   MOVE "REWRITE FAILED ON DEACTIVATE"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-TRAN THRU 7000-EXIT
                   GO TO 6000-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-DEACT.
           MOVE "DEACTIVATED" TO TVA310-D-ACTION.
           PERFORM 7500-LIST-APPLIED THRU 7500-EXIT.
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-REJECT-TRAN - LOG A REJECTED TRANSACTION              *
      ****************************************************************
       7000-REJECT-TRAN.
           ADD 1 TO TVA-COUNT-REJECT.
           MOVE SPACES TO TVA310-REPORT-LINE.
           STRING "REJECTED  USER=" FDIN-USR-TRAN-CLEF "  "
                  TVA-ERROR-MSG
                  DELIMITED BY SIZE INTO TVA310-REPORT-LINE.
           WRITE TVA310-REPORT-LINE.
       7000-EXIT.
           EXIT.
      *
       7500-LIST-APPLIED.
           MOVE FDIN-USR-USER TO TVA310-D-USER.
           MOVE FDIN-USR-NOM TO TVA310-D-NOM.
           MOVE FDIN-USR-CODES TO TVA310-D-CODES.
           MOVE FDIN-USR-VISA TO TVA310-D-VISA.
           MOVE FDIN-USR-TABLES TO TVA310-D-TABLES.
           MOVE FDIN-USR-ACTIF TO TVA310-D-ACTIF.
           MOVE FDIN-USR-TRAN-USER TO TVA310-D-BY.
           WRITE TVA310-REPORT-LINE FROM TVA310-DETAIL-LINE.
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE SPACES TO TVA310-REPORT-LINE.
           STRING "TVA310 TOTALS  READ="   TVA-COUNT-READ
                  "  ADD="                 TVA-COUNT-ADD
                  "  CHANGE="              TVA-COUNT-CHG
                  "  DEACTIVATE="          TVA-COUNT-DEACT
                  "  REJECT="              TVA-COUNT-REJECT
                  DELIMITED BY SIZE INTO TVA310-REPORT-LINE.
           WRITE TVA310-REPORT-LINE.
           CLOSE FDIN-USR-TRANFILE FDIN-USR-FILE TVA310-REPORT.
       8000-EXIT.
           EXIT.
