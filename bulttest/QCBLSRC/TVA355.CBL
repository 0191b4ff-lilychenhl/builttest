      ****************************************************************
      * PROGRAM NAME...............: . TVA355                        *
      * FUNCTION...................: . ONLINE EXCEPTION FOLLOW-UP -  *
      *         .                        STEPS THE OPERATOR THROUGH  *
      *         .                        THE ITEMS STILL OPEN ON THE *
      *         .                        EXCEPTION REGISTER AND      *
      *         .                        RECORDS THE OWNER, A        *
      *         .                        COMMENT AND THE ACCEPTANCE  *
      * FILES USED.................: . FDINEXC   - I-O (INDEXED,     *
      *         .                        EXCEPTION REGISTER)         *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EXCEPTION        *
      *                                  FOLLOW-UP SCREEN            *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA355.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  THE OPERATOR SIGNS ON     *
      *                    WITH A USER ID, CHECKED THROUGH TVA305    *
      *                    FOR THE APPROVAL RIGHT - ACCEPTING AN     *
      *                    EXCEPTION IS A CONTROLLER'S DECISION -    *
      *                    AND MAY NAME ONE SOURCE PROGRAM.  EACH    *
      *                    ITEM NOT CLOSED IS SHOWN IN KEY ORDER     *
      *                    WITH ITS HISTORY; OWNER, COMMENT AND THE  *
      *                    ACCEPTED FLAG MAY BE CHANGED.  ACTIONS:   *
      *                    U = UPDATE, S = SKIP, X = EXIT.  AN ITEM  *
      *                    CANNOT BE ACCEPTED WITHOUT A COMMENT.     *
      *                    THE RECORD IS READ AGAIN BEFORE THE       *
      *                    UPDATE SO A POSTING MADE BY THE NIGHT     *
      *                    RUN MEANWHILE IS NOT LOST; AN ITEM CLOSED *
      *                    MEANWHILE IS LEFT AS IT IS.  THE          *
      *                    OPERATOR AND DATE ARE STAMPED ON EVERY    *
      *                    CHANGE.                                   *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-EXC-FILE    ASSIGN TO "FDINEXC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-EXC-CLEF
                  FILE STATUS IS TVA-FS-EXC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINEXC.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-EXC                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EXIT-SW                  PIC X(1)  VALUE "N".
           88  TVA-DONE                           VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-EOF-EXC-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-REGISTER                VALUE "Y".
       01  TVA-FOUND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ITEM-FOUND                     VALUE "Y".
       01  TVA-REDISPLAY-SW             PIC X(1)  VALUE "N".
           88  TVA-REDISPLAY                      VALUE "Y".
      *
       01  TVA-OPER-USER                PIC X(8)  VALUE SPACES.
       01  TVA-FILTRE-PGM               PIC X(8)  VALUE SPACES.
       01  TVA-ACTION                   PIC X(1)  VALUE SPACE.
       01  TVA-TODAY                    PIC 9(8)  VALUE ZERO.
      *
      ***** THE ITEM ON THE SCREEN - KEY AND THE FIELDS THE OPERATOR
      ***** MAY CHANGE, KEPT APART FROM THE RECORD AREA WHICH IS READ
      ***** AGAIN BEFORE THE UPDATE
       01  TVA-E-CLEF                   PIC X(40) VALUE SPACES.
       01  TVA-E-STATUT-LIB             PIC X(8)  VALUE SPACES.
       01  TVA-E-RESP                   PIC X(8)  VALUE SPACES.
       01  TVA-E-COMMENT                PIC X(60) VALUE SPACES.
       01  TVA-E-ACCEPT                 PIC X(1)  VALUE SPACE.
      *
      ***** CALL INTERFACE OF THE TVA305 OPERATOR AUTHORITY CHECK
           COPY FDINUSRK.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-UPDATED        PIC 9(5)  VALUE ZERO.
           05  TVA-COUNT-ACCEPTED       PIC 9(5)  VALUE ZERO.
      *
       SCREEN SECTION.
       01  TVA355-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "TVA355 - EXCEPTION FOLLOW-UP".
           05  LINE 3  COLUMN 1   VALUE
               "OPERATOR USER ID (BLANK TO EXIT):".
           05  LINE 3  COLUMN 36  PIC X(8)  USING TVA-OPER-USER.
           05  LINE 4  COLUMN 1   VALUE
               "SOURCE PROGRAM (BLANK = ALL)....:".
           05  LINE 4  COLUMN 36  PIC X(8)  USING TVA-FILTRE-PGM.
      *
       01  TVA355-REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "TVA355 - EXCEPTION FOLLOW-UP".
           05  LINE 3  COLUMN 1   VALUE "SOURCE PROGRAM....:".
           05  LINE 3  COLUMN 22  PIC X(8)  FROM FDIN-EXC-PGM.
           05  LINE 4  COLUMN 1   VALUE "EXCEPTION TYPE....:".
           05  LINE 4  COLUMN 22  PIC X(8)  FROM FDIN-EXC-TYPE.
           05  LINE 5  COLUMN 1   VALUE "OBJECT............:".
           05  LINE 5  COLUMN 22  PIC X(24) FROM FDIN-EXC-OBJET.
           05  LINE 6  COLUMN 1   VALUE "STATUS............:".
           05  LINE 6  COLUMN 22  PIC X(8)  FROM TVA-E-STATUT-LIB.
           05  LINE 7  COLUMN 1   VALUE "TEXT..............:".
           05  LINE 7  COLUMN 22  PIC X(40) FROM FDIN-EXC-LIBELLE.
           05  LINE 8  COLUMN 1   VALUE "FIRST REPORTED....:".
           05  LINE 8  COLUMN 22  PIC 9(8)  FROM FDIN-EXC-DATE-PREM.
           05  LINE 9  COLUMN 1   VALUE "LAST REPORTED.....:".
           05  LINE 9  COLUMN 22  PIC 9(8)  FROM FDIN-EXC-DATE-DERN.
           05  LINE 10 COLUMN 1   VALUE "RUNS REPORTED.....:".
           05  LINE 10 COLUMN 22  PIC ZZZZ9 FROM FDIN-EXC-NB-VUES.
           05  LINE 11 COLUMN 1   VALUE "TIMES REOPENED....:".
           05  LINE 11 COLUMN 22  PIC ZZ9   FROM FDIN-EXC-NB-REOUV.
           05  LINE 11 COLUMN 27  VALUE "LAST:".
           05  LINE 11 COLUMN 33  PIC 9(8)  FROM FDIN-EXC-DATE-REOUV.
           05  LINE 12 COLUMN 1   VALUE "LAST CHANGED BY...:".
           05  LINE 12 COLUMN 22  PIC X(8)  FROM FDIN-EXC-USER-MAJ.
           05  LINE 12 COLUMN 31  PIC 9(8)  FROM FDIN-EXC-DATE-MAJ.
           05  LINE 14 COLUMN 1   VALUE "OWNER.............:".
           05  LINE 14 COLUMN 22  PIC X(8)  USING TVA-E-RESP.
           05  LINE 15 COLUMN 1   VALUE "COMMENT...........:".
           05  LINE 16 COLUMN 1   PIC X(60) USING TVA-E-COMMENT.
           05  LINE 17 COLUMN 1   VALUE "ACCEPTED (O/N)....:".
           05  LINE 17 COLUMN 22  PIC X(1)  USING TVA-E-ACCEPT.
           05  LINE 19 COLUMN 1   VALUE
               "ACTION (U=UPDATE S=SKIP X=EXIT):".
           05  LINE 19 COLUMN 35  PIC X(1)  USING TVA-ACTION.
      *
       01  TVA355-BAD-ACCEPT-SCREEN.
           05  LINE 21 COLUMN 1   VALUE
               "ACCEPTED MUST BE O OR N - PRESS ENTER".
      *
       01  TVA355-NO-COMMENT-SCREEN.
           05  LINE 21 COLUMN 1   VALUE
               "A COMMENT IS REQUIRED TO ACCEPT AN ITEM - PRESS ENTER".
      *
       01  TVA355-CLOSED-SCREEN.
           05  LINE 21 COLUMN 1   VALUE
               "ITEM CLOSED OR REMOVED SINCE DISPLAYED - NOT UPDATED".
      *
       01  TVA355-NO-MORE-SCREEN.
           05  LINE 21 COLUMN 1   VALUE
               "NO MORE OPEN ITEMS - PRESS ENTER".
      *
       01  TVA355-REFUSED-SCREEN.
           05  LINE 16 COLUMN 1   VALUE "NOT AUTHORISED: ".
           05  LINE 16 COLUMN 17  PIC X(40) FROM FDIN-USRK-MOTIF.
           05  LINE 17 COLUMN 1   VALUE "PRESS ENTER".
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND AND NOT TVA-DONE
               PERFORM 2000-REVIEW-ITEM THRU 2000-EXIT
                   UNTIL TVA-DONE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - SIGN-ON AND REGISTER OPEN                *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN I-O FDIN-EXC-FILE.
           IF TVA-FS-EXC NOT = "00"
               DISPLAY "TVA355 - CANNOT OPEN FDINEXC, STATUS="
                   TVA-FS-EXC
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           DISPLAY TVA355-SIGNON-SCREEN.
           ACCEPT TVA355-SIGNON-SCREEN.
           IF TVA-OPER-USER = SPACES
               MOVE "Y" TO TVA-EXIT-SW
               CLOSE FDIN-EXC-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-OPER-USER TO FDIN-USRK-USER.
           MOVE "TVA355" TO FDIN-USRK-PGM.
           MOVE "V" TO FDIN-USRK-TABLE.
           MOVE "V" TO FDIN-USRK-CODE.
           MOVE SPACES TO FDIN-USRK-CLEF.
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               DISPLAY TVA355-REFUSED-SCREEN
               ACCEPT TVA355-REFUSED-SCREEN
               MOVE "Y" TO TVA-EXIT-SW
               CLOSE FDIN-EXC-FILE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-START-REGISTER THRU 1500-EXIT.
       1000-EXIT.
           EXIT.
      *
       1500-START-REGISTER.
           MOVE "N" TO TVA-EOF-EXC-SW.
           MOVE LOW-VALUES TO FDIN-EXC-CLEF.
           IF TVA-FILTRE-PGM NOT = SPACES
               MOVE TVA-FILTRE-PGM TO FDIN-EXC-PGM
           END-IF.
           START FDIN-EXC-FILE KEY NOT LESS THAN FDIN-EXC-CLEF
               INVALID KEY
                   MOVE "Y" TO TVA-EOF-EXC-SW
           END-START.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-REVIEW-ITEM - NEXT ITEM NOT CLOSED, ONE SCREEN ROUND  *
      *                         TRIP, APPLY THE ACTION                *
      ****************************************************************
       2000-REVIEW-ITEM.
           IF TVA-REDISPLAY
               MOVE "N" TO TVA-REDISPLAY-SW
           ELSE
               PERFORM 2100-NEXT-ITEM THRU 2100-EXIT
               IF TVA-END-OF-REGISTER
                   DISPLAY TVA355-NO-MORE-SCREEN
                   ACCEPT TVA355-NO-MORE-SCREEN
                   MOVE "Y" TO TVA-EXIT-SW
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2200-LOAD-ITEM THRU 2200-EXIT
           END-IF.
           MOVE SPACE TO TVA-ACTION.
           DISPLAY TVA355-REVIEW-SCREEN.
           ACCEPT TVA355-REVIEW-SCREEN.
           EVALUATE TVA-ACTION
               WHEN "U"
                   PERFORM 3000-UPDATE-ITEM THRU 3000-EXIT
               WHEN "X"
                   MOVE "Y" TO TVA-EXIT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
       2100-NEXT-ITEM.
           MOVE "N" TO TVA-FOUND-SW.
           PERFORM 2150-READ-REGISTER THRU 2150-EXIT
               UNTIL TVA-END-OF-REGISTER
                  OR TVA-ITEM-FOUND.
       2100-EXIT.
           EXIT.
      *
       2150-READ-REGISTER.
           READ FDIN-EXC-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-EOF-EXC-SW
                   GO TO 2150-EXIT
           END-READ.
           IF TVA-FILTRE-PGM NOT = SPACES
                   AND FDIN-EXC-PGM NOT = TVA-FILTRE-PGM
               MOVE "Y" TO TVA-EOF-EXC-SW
               GO TO 2150-EXIT
           END-IF.
           IF NOT EXC-CLOSED
               MOVE "Y" TO TVA-FOUND-SW
           END-IF.
       2150-EXIT.
           EXIT.
      *
      ***** THE FIELDS THE OPERATOR MAY CHANGE START FROM THE RECORD
       2200-LOAD-ITEM.
           MOVE FDIN-EXC-CLEF TO TVA-E-CLEF.
           IF EXC-ACCEPTED
               MOVE "ACCEPTED" TO TVA-E-STATUT-LIB
               MOVE "O" TO TVA-E-ACCEPT
           ELSE
               MOVE "OPEN" TO TVA-E-STATUT-LIB
               MOVE "N" TO TVA-E-ACCEPT
           END-IF.
           MOVE FDIN-EXC-RESP TO TVA-E-RESP.
           MOVE FDIN-EXC-COMMENT TO TVA-E-COMMENT.
       2200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-UPDATE-ITEM - EDIT, READ THE ITEM AGAIN, APPLY THE    *
      *                         OPERATOR'S CHANGES AND STAMP THEM     *
      ****************************************************************
       3000-UPDATE-ITEM.
           IF TVA-E-ACCEPT NOT = "O" AND TVA-E-ACCEPT NOT = "N"
               DISPLAY TVA355-BAD-ACCEPT-SCREEN
               ACCEPT TVA355-BAD-ACCEPT-SCREEN
               MOVE "Y" TO TVA-REDISPLAY-SW
               GO TO 3000-EXIT
           END-IF.
           IF TVA-E-ACCEPT = "O" AND TVA-E-COMMENT = SPACES
               DISPLAY TVA355-NO-COMMENT-SCREEN
               ACCEPT TVA355-NO-COMMENT-SCREEN
               MOVE "Y" TO TVA-REDISPLAY-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE TVA-E-CLEF TO FDIN-EXC-CLEF.
           MOVE "Y" TO TVA-FOUND-SW.
           READ FDIN-EXC-FILE
               INVALID KEY
                   MOVE "N" TO TVA-FOUND-SW
           END-READ.
           IF NOT TVA-ITEM-FOUND OR EXC-CLOSED
               DISPLAY TVA355-CLOSED-SCREEN
               ACCEPT TVA355-CLOSED-SCREEN
               GO TO 3000-EXIT
           END-IF.
           MOVE TVA-E-RESP TO FDIN-EXC-RESP.
           MOVE TVA-E-COMMENT TO FDIN-EXC-COMMENT.
           IF TVA-E-ACCEPT = "O" AND EXC-OPEN
               MOVE "A" TO FDIN-EXC-STATUT
               MOVE TVA-TODAY TO FDIN-EXC-DATE-ACCEPT
               ADD 1 TO TVA-COUNT-ACCEPTED
           END-IF.
           IF TVA-E-ACCEPT = "N" AND EXC-ACCEPTED
               MOVE "O" TO FDIN-EXC-STATUT
               MOVE ZERO TO FDIN-EXC-DATE-ACCEPT
           END-IF.
           MOVE TVA-OPER-USER TO FDIN-EXC-USER-MAJ.
           MOVE TVA-TODAY TO FDIN-EXC-DATE-MAJ.
           REWRITE FDIN-EXC.
           IF TVA-FS-EXC NOT = "00"
               DISPLAY "TVA355 - REWRITE FDINEXC FAILED, STATUS="
                   TVA-FS-EXC
               MOVE "Y" TO TVA-EXIT-SW
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO TVA-COUNT-UPDATED.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - CLOSE THE REGISTER                        *
      ****************************************************************
       8000-TERMINATE.
           CLOSE FDIN-EXC-FILE.
           DISPLAY "TVA355 - UPDATED: " TVA-COUNT-UPDATED
               "  ACCEPTED: " TVA-COUNT-ACCEPTED.
       8000-EXIT.
           EXIT.
