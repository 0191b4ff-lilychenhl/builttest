      *                    THE QUEUE RECORD; THE NEXT TVA215 RUN     *
      *                    RELEASES THE APPROVED ITEMS TO THE        *
      *                    TVA100 COMMIT PASS.                       *
      * 10/14/26  DEV    OPERATOR AUTHORITY.  THE APPROVER ID IS     *
      *                    CHECKED THROUGH TVA305 AT SIGN-ON - THE   *
      *                    FDINUSR RECORD MUST BE ACTIVE AND CARRY   *
      *                    THE APPROVAL RIGHT.  A REFUSAL SHOWS ITS  *
      *                    REASON, IS LOGGED ON TVASEC AND ENDS THE  *
      *                    SESSION.                                  *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       01  TVA-VISA-USER                PIC X(8)  VALUE SPACES.
       01  TVA-DECISION                 PIC X(1)  VALUE SPACE.
      *
      ***** CALL INTERFACE OF THE TVA305 OPERATOR AUTHORITY CHECK
           COPY FDINUSRK.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-APPROVED       PIC 9(5)  VALUE ZERO.
       01  TVA220-NO-PENDING-SCREEN.
           05  LINE 16 COLUMN 1   VALUE
               "NO MORE PENDING ITEMS - PRESS ENTER".
      *
       01  TVA220-REFUSED-SCREEN.
           05  LINE 16 COLUMN 1   VALUE "NOT AUTHORISED: ".
           05  LINE 16 COLUMN 17  PIC X(40) FROM FDIN-USRK-MOTIF.
           05  LINE 17 COLUMN 1   VALUE "PRESS ENTER".
      *
       PROCEDURE DIVISION.
      *
               CLOSE FDIN-TVAW-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-VISA-USER TO FDIN-USRK-USER.
           MOVE "TVA220" TO FDIN-USRK-PGM.
           MOVE "V" TO FDIN-USRK-TABLE.
           MOVE "V" TO FDIN-USRK-CODE.
           MOVE SPACES TO FDIN-USRK-CLEF.
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               DISPLAY TVA220-REFUSED-SCREEN
               ACCEPT TVA220-REFUSED-SCREEN
               MOVE "Y" TO TVA-EXIT-SW
               CLOSE FDIN-TVAW-FILE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-START-QUEUE THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
