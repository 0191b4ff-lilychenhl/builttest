      *                    AND RETURN CODE ARE HANDED BACK.  THE     *
      *                    FILE IS OPENED ON THE FIRST CALL AND      *
      *                    LEFT OPEN FOR THE CALLER'S RUN.           *
      * 10/14/26  DEV    FDIN-PAYK-UE RETURNS THE EU MEMBER FLAG OF  *
      *                    THE SELECTED ROUTING VERSION (TVA285).    *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
      ****************************************************************
       0000-RESOLVE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO FDIN-TVA-OUT FDIN-PAYK-EXO FDIN-PAYK-GEN
                          FDIN-PAYK-UE.
           MOVE ZERO TO FDIN-PAYK-RC.
           PERFORM 1000-ENSURE-OPEN THRU 1000-EXIT.
           IF PAYK-PAYS-FILE-ERROR
      ****************************************************************
       4000-RESOLVE-MAPPED-KEY.
           MOVE FDIN-PAY-EXO TO FDIN-PAYK-EXO.
           MOVE FDIN-PAY-UE TO FDIN-PAYK-UE.
           MOVE FDIN-PAY-TVA-GEN TO FDIN-PAYK-GEN.
           IF FDIN-PAY-EXO = "O"
               MOVE ZERO TO FDIN-PAYK-RC
