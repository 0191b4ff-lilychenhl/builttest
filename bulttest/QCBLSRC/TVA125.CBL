      *                    MAPPING CHANGES SIT IN THE SAME AUDIT     *
      *                    TRAIL AS THE MASTER CHANGES.  THE TABLE   *
      *                    IS CREATED EMPTY ON THE FIRST EVER RUN.   *
      * 10/14/26  DEV    SUBMITTING OPERATOR (TRAN-USER) CHECKED     *
      *                    THROUGH TVA305 AGAINST THE FDINUSR        *
      *                    AUTHORITY FILE - MUST BE ALLOWED TO       *
      *                    MAINTAIN FDINTVAD AND HOLD THE            *
      *                    TRANSACTION CODE.  A REFUSAL IS REJECTED  *
      *                    WITH ITS REASON AND LOGGED ON TVASEC.     *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
      ***** CALL INTERFACE OF THE TVA305 OPERATOR AUTHORITY CHECK
           COPY FDINUSRK.
       01  TVA-OLD-PART                 PIC X(20).
       01  TVA-HIST-SEQ                 PIC 9(4)  VALUE ZERO.
      *
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
           IF NOT TVA-TRAN-VALID
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-TVAD-TRAN-GEN = SPACES
               MOVE "KEY FDIN-TVA-CLEF-GEN IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-AUTHORITY - THE SUBMITTING OPERATOR MUST        *
      *                             HOLD THE CODE ON FDINTVAD         *
      ****************************************************************
       3100-CHECK-AUTHORITY.
           MOVE FDIN-TVAD-TRAN-USER TO FDIN-USRK-USER.
           MOVE "TVA125" TO FDIN-USRK-PGM.
           MOVE "D" TO FDIN-USRK-TABLE.
           MOVE FDIN-TVAD-TRAN-CODE TO FDIN-USRK-CODE.
           MOVE FDIN-TVAD-TRAN-CLEF TO FDIN-USRK-CLEF.
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               MOVE FDIN-USRK-MOTIF TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-MAPPING                                          *
      ****************************************************************
       4000-ADD-MAPPING.
