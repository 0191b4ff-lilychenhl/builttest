      ****************************************************************
      * PROGRAM NAME...............: . TVA325                        *
      * FUNCTION...................: . CALLABLE SUBPROGRAM - GIVEN   *
      *         .                        THE CURRENCY AND DATE OF AN *
      *         .                        INVOICE LINE, FINDS THE     *
      *         .                        EXCHANGE RATE IN EFFECT ON  *
      *         .                        THAT DATE AND RETURNS THE   *
      *         .                        LINE AMOUNTS IN EUROS       *
      * FILES USED.................: . FDINDEV   - INPUT (DYNAMIC)   *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EURO CONVERSION  *
      *                                  OF FOREIGN-CURRENCY LINES   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA325.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  A BLANK CURRENCY OR EUR   *
      *                    IS RETURNED AS IS WITH A RATE OF 1 AND    *
      *                    FDINDEV IS NOT READ.  OTHERWISE THE RATE  *
      *                    IN EFFECT IS THE ACTIVE RECORD OF THE     *
      *                    CURRENCY WITH THE LATEST EFFECTIVE DATE   *
      *                    NOT AFTER THE LINE DATE - THE FIRST ONE   *
      *                    READ AFTER A START ON THE INVERTED DATE.  *
      *                    WITHDRAWN RATES (ACTIF N) ARE PASSED      *
      *                    OVER.  BOTH AMOUNTS ARE DIVIDED BY THE    *
      *                    RATE AND ROUNDED TO THE CENT, SO EVERY    *
      *                    CALLER CONVERTS THE SAME WAY.  RC 04 =    *
      *                    NO RATE IN EFFECT ON THE DATE, 16 =       *
      *                    FDINDEV NOT AVAILABLE.  THE FILE IS       *
      *                    OPENED ON THE FIRST FOREIGN LINE AND      *
      *                    LEFT OPEN FOR THE CALLER'S RUN; THE LAST  *
      *                    RATE FOUND IS KEPT FOR THE NEXT CALL ON   *
      *                    THE SAME CURRENCY AND DATE.               *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-DEV-FILE    ASSIGN TO "FDINDEV"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-DEV-CLEF
                  FILE STATUS IS TVA-FS-DEV.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-DEV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINDEV.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-DEV                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-FILE-OPEN-SW             PIC X(1)  VALUE "N".
           88  TVA-FILE-OPEN                      VALUE "Y".
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-RATES                   VALUE "Y".
       01  TVA-FOUND-SW                 PIC X(1)  VALUE "N".
           88  TVA-RATE-FOUND                     VALUE "Y".
      *
      ***** THE LAST CURRENCY AND DATE LOOKED UP, WITH THEIR RESULT
       01  TVA-LAST-DEVISE              PIC X(3)  VALUE SPACES.
       01  TVA-LAST-DATE                PIC 9(8)  VALUE ZERO.
       01  TVA-LAST-TAUX                PIC 9(5)V9(6) VALUE ZERO.
       01  TVA-LAST-DATE-EFFET          PIC 9(8)  VALUE ZERO.
       01  TVA-LAST-RC                  PIC 9(2)  VALUE ZERO.
      *
       LINKAGE SECTION.
           COPY FDINDEVK.
      *
       PROCEDURE DIVISION USING FDIN-DEV-CONV.
      *
      ****************************************************************
      *    0000-CONVERT                                              *
      ****************************************************************
       0000-CONVERT.
           MOVE ZERO TO FDIN-DEVK-RC FDIN-DEVK-TAUX
                        FDIN-DEVK-DATE-EFFET FDIN-DEVK-MTHT-EUR
                        FDIN-DEVK-MTTVA-EUR.
           IF FDIN-DEVK-DEVISE = SPACES OR FDIN-DEVK-DEVISE = "EUR"
               MOVE "O" TO FDIN-DEVK-EURO
               MOVE 1 TO FDIN-DEVK-TAUX
               MOVE FDIN-DEVK-DATE TO FDIN-DEVK-DATE-EFFET
               MOVE FDIN-DEVK-MTHT TO FDIN-DEVK-MTHT-EUR
               MOVE FDIN-DEVK-MTTVA TO FDIN-DEVK-MTTVA-EUR
               GO TO 0000-GOBACK
           END-IF.
           MOVE "N" TO FDIN-DEVK-EURO.
           PERFORM 1000-ENSURE-OPEN THRU 1000-EXIT.
           IF DEVK-RC-FILE-ERROR
               GO TO 0000-GOBACK
           END-IF.
           IF FDIN-DEVK-DEVISE NOT = TVA-LAST-DEVISE
                   OR FDIN-DEVK-DATE NOT = TVA-LAST-DATE
               PERFORM 2000-FIND-RATE THRU 2000-EXIT
           END-IF.
           MOVE TVA-LAST-RC TO FDIN-DEVK-RC.
           IF NOT DEVK-RC-OK
               GO TO 0000-GOBACK
           END-IF.
           PERFORM 3000-CONVERT-AMOUNTS THRU 3000-EXIT.
       0000-GOBACK.
           GOBACK.
      *
      ****************************************************************
      *    1000-ENSURE-OPEN - OPEN FDINDEV ON THE FIRST CALL ONLY     *
      ****************************************************************
       1000-ENSURE-OPEN.
           IF TVA-FILE-OPEN
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-DEV-FILE.
           IF TVA-FS-DEV NOT = "00"
               DISPLAY "TVA325 - CANNOT OPEN FDINDEV, STATUS="
                   TVA-FS-DEV
               MOVE 16 TO FDIN-DEVK-RC
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO TVA-FILE-OPEN-SW.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-FIND-RATE - START ON THE CURRENCY AND THE INVERTED    *
      *                       DATE; THE FIRST ACTIVE RECORD OF THE    *
      *                       CURRENCY IS THE RATE IN EFFECT          *
      ****************************************************************
       2000-FIND-RATE.
           MOVE FDIN-DEVK-DEVISE TO TVA-LAST-DEVISE.
           MOVE FDIN-DEVK-DATE TO TVA-LAST-DATE.
           MOVE ZERO TO TVA-LAST-TAUX TVA-LAST-DATE-EFFET.
           MOVE "N" TO TVA-EOF-SW TVA-FOUND-SW.
           MOVE FDIN-DEVK-DEVISE TO FDIN-DEV-CODE.
           COMPUTE FDIN-DEV-DATE-INV = 99999999 - FDIN-DEVK-DATE.
           START FDIN-DEV-FILE KEY NOT LESS THAN FDIN-DEV-CLEF
               INVALID KEY
                   MOVE "Y" TO TVA-EOF-SW
           END-START.
           IF NOT TVA-END-OF-RATES
               PERFORM 2100-READ-RATE THRU 2100-EXIT
               PERFORM 2200-TEST-RATE THRU 2200-EXIT
                   UNTIL TVA-END-OF-RATES
                      OR TVA-RATE-FOUND
           END-IF.
           IF TVA-RATE-FOUND
               MOVE ZERO TO TVA-LAST-RC
           ELSE
               MOVE 4 TO TVA-LAST-RC
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-READ-RATE.
           READ FDIN-DEV-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-RATES
               IF FDIN-DEV-CODE NOT = FDIN-DEVK-DEVISE
                   MOVE "Y" TO TVA-EOF-SW
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-TEST-RATE.
           IF FDIN-DEV-ACTIF = "O" AND FDIN-DEV-TAUX > ZERO
               MOVE FDIN-DEV-TAUX TO TVA-LAST-TAUX
               MOVE FDIN-DEV-DATE-EFFET TO TVA-LAST-DATE-EFFET
               MOVE "Y" TO TVA-FOUND-SW
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2100-READ-RATE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-CONVERT-AMOUNTS - CURRENCY AMOUNT / RATE, ROUNDED     *
      ****************************************************************
       3000-CONVERT-AMOUNTS.
           MOVE TVA-LAST-TAUX TO FDIN-DEVK-TAUX.
           MOVE TVA-LAST-DATE-EFFET TO FDIN-DEVK-DATE-EFFET.
           COMPUTE FDIN-DEVK-MTHT-EUR ROUNDED =
               FDIN-DEVK-MTHT / TVA-LAST-TAUX.
           COMPUTE FDIN-DEVK-MTTVA-EUR ROUNDED =
               FDIN-DEVK-MTTVA / TVA-LAST-TAUX.
       3000-EXIT.
           EXIT.
