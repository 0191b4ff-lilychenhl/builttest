      *                    TRANSACTION ITSELF ADDRESSES IS           *
      *                    EXCLUDED).  A MISSING TABLE IS CREATED    *
      *                    EMPTY ON THE FIRST RUN.                   *
      * 10/14/26  DEV    FDIN-PAY-UE (EU MEMBER STATE) CARRIED FROM  *
      *                    THE TRANSACTION; MUST BE O OR N, BLANK    *
      *                    TAKEN AS N.  SHOWN ON THE EDIT LISTING.   *
      * 10/14/26  DEV    SUBMITTING OPERATOR (TRAN-USER) CHECKED     *
      *                    THROUGH TVA305 AGAINST THE FDINUSR        *
      *                    AUTHORITY FILE - MUST BE ALLOWED TO       *
      *                    MAINTAIN FDINPAY AND HOLD THE             *
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
       01  TVA-TRAN-DEB                 PIC 9(8).
       01  TVA-TRAN-FIN                 PIC 9(8).
           05  TVA245-D-GEN             PIC X(18).
           05  FILLER                   PIC X(6)  VALUE "  EXO=".
           05  TVA245-D-EXO             PIC X(1).
           05  FILLER                   PIC X(5)  VALUE "  UE=".
           05  TVA245-D-UE              PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA245-D-USER            PIC X(8).
      *
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT.
           IF NOT TVA-TRAN-VALID
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PAY-TRAN-PAYS = SPACES
               MOVE "COUNTRY CODE IS BLANK" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PAY-TRAN-UE = SPACES
               MOVE "N" TO FDIN-PAY-TRAN-UE
           END-IF.
           IF FDIN-PAY-TRAN-UE NOT = "O" AND NOT = "N"
               MOVE "UE MUST BE O OR N" TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PAY-TRAN-EXO = "O"
                   AND FDIN-PAY-TRAN-GEN NOT = SPACES
               MOVE "EXEMPT ROUTING MUST NOT CARRY A KEY"
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-AUTHORITY - THE SUBMITTING OPERATOR MUST        *
      *                             HOLD THE CODE ON FDINPAY          *
      ****************************************************************
       3100-CHECK-AUTHORITY.
           MOVE FDIN-PAY-TRAN-USER TO FDIN-USRK-USER.
           MOVE "TVA245" TO FDIN-USRK-PGM.
           MOVE "P" TO FDIN-USRK-TABLE.
           MOVE FDIN-PAY-TRAN-CODE TO FDIN-USRK-CODE.
           MOVE FDIN-PAY-TRAN-CLEF TO FDIN-USRK-CLEF.
           CALL "TVA305" USING FDIN-USR-CHK.
           IF NOT USRK-RC-OK
               MOVE FDIN-USRK-MOTIF TO TVA-ERROR-MSG
               MOVE "N" TO TVA-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-CHECK-GEN-EXISTS - THE MAPPED KEY MUST EXIST ON THE   *
      *                              FDIN-TVA MASTER (ANY VERSION)    *
      ****************************************************************
           MOVE FDIN-PAY-TRAN-ACTIF TO FDIN-PAY-ACTIF.
           MOVE FDIN-PAY-TRAN-DTDEB TO FDIN-PAY-DATE-DEB.
           MOVE FDIN-PAY-TRAN-DTFIN TO FDIN-PAY-DATE-FIN.
           MOVE FDIN-PAY-TRAN-UE    TO FDIN-PAY-UE.
       4500-EXIT.
           EXIT.
      *
           MOVE FDIN-PAY-VER TO TVA245-D-VER.
           MOVE FDIN-PAY-TVA-GEN TO TVA245-D-GEN.
           MOVE FDIN-PAY-EXO TO TVA245-D-EXO.
           MOVE FDIN-PAY-UE TO TVA245-D-UE.
           MOVE FDIN-PAY-TRAN-USER TO TVA245-D-USER.
           WRITE TVA245-REPORT-LINE FROM TVA245-DETAIL-LINE.
       7500-EXIT.
