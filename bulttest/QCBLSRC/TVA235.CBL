      *                    BUILD IT.  EVERY APPLIED TRANSACTION IS   *
      *                    LISTED; TVA230 PICKS THE NEW RULES UP ON  *
      *                    ITS NEXT RUN.                             *
      * 10/14/26  DEV    SUBMITTING OPERATOR (TRAN-USER) CHECKED     *
      *                    THROUGH TVA305 AGAINST THE FDINUSR        *
      *                    AUTHORITY FILE - MUST BE ALLOWED TO       *
      *                    MAINTAIN FDINTVAB AND HOLD THE            *
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
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
           IF NOT TVA-TRAN-VALID
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-TVAB-TRAN-CLEF = SPACES
               MOVE "EDIT CODE KEY IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-AUTHORITY - THE SUBMITTING OPERATOR MUST        *
      *                             HOLD THE CODE ON FDINTVAB         *
      ****************************************************************
       3100-CHECK-AUTHORITY.
           MOVE FDIN-TVAB-TRAN-USER TO FDIN-USRK-USER.
           MOVE "TVA235" TO FDIN-USRK-PGM.
           MOVE "B" TO FDIN-USRK-TABLE.
           MOVE FDIN-TVAB-TRAN-CODE TO FDIN-USRK-CODE.
           MOVE FDIN-TVAB-TRAN-CLEF TO FDIN-USRK-CLEF.
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               MOVE FDIN-USRK-MOTIF TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-RULE - ADD A NEW ROUNDING RULE                    *
      ****************************************************************
       4000-ADD-RULE.
