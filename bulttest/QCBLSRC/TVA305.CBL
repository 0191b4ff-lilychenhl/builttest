      ****************************************************************
      * PROGRAM NAME...............: . TVA305                        *
      * FUNCTION...................: . CALLABLE SUBPROGRAM - GIVEN   *
      *         .                        AN OPERATOR ID AND THE      *
      *         .                        RIGHT ASKED FOR (TABLE AND  *
      *         .                        TRANSACTION CODE, OR        *
      *         .                        APPROVAL), CHECKS THE       *
      *         .                        OPERATOR AUTHORITY FILE AND *
      *         .                        LOGS EVERY REFUSAL          *
      * FILES USED.................: . FDINUSR   - INPUT (RANDOM,    *
      *         .                        OPERATOR AUTHORITY)         *
      *         .                      TVASEC    - EXTEND (SECURITY  *
      *         .                        LOG, REFUSALS ONLY)         *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - OPERATOR         *
      *                                  AUTHORITY CHECK FOR THE     *
      *                                  ENTRY, APPROVAL AND         *
      *                                  MAINTENANCE PROGRAMS        *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA305.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  RC 00 = GRANTED, RC 04 =  *
      *                    OPERATOR NOT ON FDINUSR, RC 08 = OPERATOR *
      *                    WITHDRAWN, RC 12 = TABLE (OR APPROVAL)    *
      *                    NOT GRANTED, RC 16 = TRANSACTION CODE NOT *
      *                    GRANTED, RC 20 = FDINUSR NOT AVAILABLE.   *
      *                    RC 04-16 ARE WRITTEN TO THE TVASEC LOG    *
      *                    WITH THE CALLER'S PROGRAM AND KEY; RC 20  *
      *                    IS A FILE PROBLEM, NOT AN OPERATOR ONE,   *
      *                    AND IS NOT LOGGED.  BOTH FILES ARE OPENED *
      *                    ON FIRST USE AND LEFT OPEN FOR THE        *
      *                    CALLER'S RUN; A MISSING TVASEC IS CREATED *
      *                    EMPTY.                                    *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-USR-FILE    ASSIGN TO "FDINUSR"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-USR-USER
                  FILE STATUS IS TVA-FS-USR.
           SELECT FDIN-SEC-FILE    ASSIGN TO "TVASEC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-SEC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-USR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINUSR.
      *
       FD  FDIN-SEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINSEC.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-USR                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-SEC                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-FILE-OPEN-SW             PIC X(1)  VALUE "N".
           88  TVA-FILE-OPEN                      VALUE "Y".
       01  TVA-LOG-OPEN-SW              PIC X(1)  VALUE "N".
           88  TVA-LOG-OPEN-TRIED                 VALUE "Y".
       01  TVA-LOG-AVAIL-SW             PIC X(1)  VALUE "N".
           88  TVA-LOG-AVAIL                      VALUE "Y".
      *
       01  TVA-GRANT                    PIC X(1).
       01  TVA-TABLE-NAME               PIC X(8).
      *
       LINKAGE SECTION.
           COPY FDINUSRK.
      *
       PROCEDURE DIVISION USING FDIN-USR-CHK.
      *
      ****************************************************************
      *    0000-CHECK                                                *
      ****************************************************************
       0000-CHECK.
           MOVE SPACES TO FDIN-USRK-MOTIF.
           PERFORM 1000-ENSURE-OPEN THRU 1000-EXIT.
           IF USRK-RC-FILE-ERROR
               MOVE "AUTHORITY FILE FDINUSR NOT AVAILABLE"
                   TO FDIN-USRK-MOTIF
               GO TO 0000-GOBACK
           END-IF.
           PERFORM 2000-CHECK-RIGHT THRU 2000-EXIT.
           IF NOT USRK-RC-OK
               PERFORM 5000-LOG-REFUSAL THRU 5000-EXIT
           END-IF.
       0000-GOBACK.
           GOBACK.
      *
      ****************************************************************
      *    1000-ENSURE-OPEN - OPEN FDINUSR ON THE FIRST CALL ONLY     *
      ****************************************************************
       1000-ENSURE-OPEN.
           MOVE ZERO TO FDIN-USRK-RC.
           IF TVA-FILE-OPEN
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-USR-FILE.
           IF TVA-FS-USR NOT = "00"
               DISPLAY "TVA305 - CANNOT OPEN FDINUSR, STATUS="
                   TVA-FS-USR
               MOVE 20 TO FDIN-USRK-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO TVA-FILE-OPEN-SW.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-CHECK-RIGHT - OPERATOR, THEN TABLE (OR APPROVAL),     *
      *                         THEN TRANSACTION CODE                 *
      ****************************************************************
       2000-CHECK-RIGHT.
           MOVE FDIN-USRK-USER TO FDIN-USR-USER.
           READ FDIN-USR-FILE
               INVALID KEY
                   MOVE 4 TO FDIN-USRK-RC
                   MOVE "OPERATOR NOT ON AUTHORITY FILE"
                       TO FDIN-USRK-MOTIF
                   GO TO 2000-EXIT
           END-READ.
           IF NOT USR-ACTIVE
               MOVE 8 TO FDIN-USRK-RC
               MOVE "OPERATOR WITHDRAWN ON AUTHORITY FILE"
                   TO FDIN-USRK-MOTIF
               GO TO 2000-EXIT
           END-IF.
           IF USRK-APPROVAL
               IF FDIN-USR-VISA NOT = "O"
                   MOVE 12 TO FDIN-USRK-RC
                   MOVE "OPERATOR NOT AUTHORISED TO APPROVE"
                       TO FDIN-USRK-MOTIF
               END-IF
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN USRK-TABLE-TVA
                   MOVE FDIN-USR-MAJ-TVA TO TVA-GRANT
                   MOVE "FDIN-TVA" TO TVA-TABLE-NAME
               WHEN USRK-TABLE-TVAD
                   MOVE FDIN-USR-MAJ-TVAD TO TVA-GRANT
                   MOVE "FDINTVAD" TO TVA-TABLE-NAME
               WHEN USRK-TABLE-TVAB
                   MOVE FDIN-USR-MAJ-TVAB TO TVA-GRANT
                   MOVE "FDINTVAB" TO TVA-TABLE-NAME
               WHEN USRK-TABLE-PAY
                   MOVE FDIN-USR-MAJ-PAY TO TVA-GRANT
                   MOVE "FDINPAY" TO TVA-TABLE-NAME
               WHEN OTHER
                   MOVE "N" TO TVA-GRANT
                   MOVE FDIN-USRK-TABLE TO TVA-TABLE-NAME
           END-EVALUATE.
           IF TVA-GRANT NOT = "O"
               MOVE 12 TO FDIN-USRK-RC
               STRING "OPERATOR NOT AUTHORISED ON " TVA-TABLE-NAME
                   DELIMITED BY SIZE INTO FDIN-USRK-MOTIF
               GO TO 2000-EXIT
           END-IF.
           EVALUATE FDIN-USRK-CODE
               WHEN "A"
                   MOVE FDIN-USR-CODE-A TO TVA-GRANT
               WHEN "C"
                   MOVE FDIN-USR-CODE-C TO TVA-GRANT
               WHEN "D"
                   MOVE FDIN-USR-CODE-D TO TVA-GRANT
               WHEN OTHER
                   MOVE "N" TO TVA-GRANT
           END-EVALUATE.
           IF TVA-GRANT NOT = "O"
               MOVE 16 TO FDIN-USRK-RC
               STRING "TRANSACTION CODE " FDIN-USRK-CODE
                      " NOT GRANTED TO OPERATOR"
                   DELIMITED BY SIZE INTO FDIN-USRK-MOTIF
           END-IF.
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-LOG-REFUSAL - ONE TVASEC RECORD PER REFUSED ATTEMPT   *
      ****************************************************************
       5000-LOG-REFUSAL.
           PERFORM 5100-ENSURE-LOG-OPEN THRU 5100-EXIT.
           IF NOT TVA-LOG-AVAIL
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO FDIN-SEC.
           ACCEPT FDIN-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT FDIN-SEC-HEURE FROM TIME.
           MOVE FDIN-USRK-PGM TO FDIN-SEC-PGM.
           MOVE FDIN-USRK-USER TO FDIN-SEC-USER.
           MOVE FDIN-USRK-TABLE TO FDIN-SEC-TABLE.
           MOVE FDIN-USRK-CODE TO FDIN-SEC-CODE.
           MOVE FDIN-USRK-CLEF TO FDIN-SEC-CLEF.
           MOVE FDIN-USRK-RC TO FDIN-SEC-RC.
           MOVE FDIN-USRK-MOTIF TO FDIN-SEC-MOTIF.
           WRITE FDIN-SEC.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-ENSURE-LOG-OPEN - OPEN TVASEC ON THE FIRST REFUSAL    *
      *                             ONLY; A MISSING LOG IS CREATED    *
      ****************************************************************
       5100-ENSURE-LOG-OPEN.
           IF TVA-LOG-OPEN-TRIED
               GO TO 5100-EXIT
           END-IF.
           MOVE "Y" TO TVA-LOG-OPEN-SW.
           OPEN EXTEND FDIN-SEC-FILE.
           IF TVA-FS-SEC = "35"
               OPEN OUTPUT FDIN-SEC-FILE
           END-IF.
           IF TVA-FS-SEC = "00"
               MOVE "Y" TO TVA-LOG-AVAIL-SW
           ELSE
               DISPLAY "TVA305 - TVASEC NOT AVAILABLE, STATUS="
                   TVA-FS-SEC " - REFUSALS NOT LOGGED"
           END-IF.
       5100-EXIT.
           EXIT.
