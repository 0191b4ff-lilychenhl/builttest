      *         .                        EXPORT FOR THE ACCOUNTING   *
      *         .                        PCS, TVA210 STYLE)          *
      *         .                      TVA270RPT - OUTPUT (LISTING)  *
      *         .                      FDINDEV   - INPUT (THROUGH    *
      *         .                        THE TVA325 SUBPROGRAM)      *
      *         .                      TVA270CNV - OUTPUT (CURRENCY  *
      *         .                        CONVERSION LISTING)         *
      *         .                      FDINPRO   - INPUT (DEDUCTION   *
      *         .                        PRORATA BY SECTOR AND YEAR) *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 09/03/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - DECLARATION      *
      *                    THE SAME ROWS SEMICOLON-DELIMITED WITH A  *
      *                    HEADER AND A RECORD-COUNT TRAILER, AS     *
      *                    TVA210 DOES FOR THE MASTER.               *
      * 10/14/26  DEV    FOREIGN-CURRENCY LINES (FDIN-FAC-DEVISE) ARE *
      *                    DECLARED IN EUROS: TVA325 CONVERTS BASE   *
      *                    AND VAT AT THE FDINDEV RATE IN EFFECT ON  *
      *                    THE INVOICE DATE BEFORE THEY ARE          *
      *                    ACCUMULATED.  EVERY FOREIGN LINE IS       *
      *                    LISTED ON TVA270CNV WITH ITS CURRENCY      *
      *                    AMOUNTS, THE RATE AND ITS DATE AND THE    *
      *                    EURO AMOUNTS, FOLLOWED BY TOTALS PER      *
      *                    CURRENCY, FOR THE AUDITORS.  A FOREIGN    *
      *                    LINE WITH NO RATE IN EFFECT JOINS THE     *
      *                    EXCLUDED LINES.                           *
      * 10/14/26  DEV    PURCHASE VAT IS DEDUCTED AT THE PROVISIONAL *
      *                    PRORATA OF THE LINE'S SECTOR FOR THE      *
      *                    INVOICE YEAR (FDINPRO), REGIE INCLUDED.   *
      *                    THE NET IS ROUNDED LINE BY LINE AND       *
      *                    SUMMED PER ROW; THE PURCHASE ROWS SHOW    *
      *                    THE GROSS DEDUCTIBLE VAT, THE PRORATA     *
      *                    APPLIED (NET OVER GROSS) AND THE NET      *
      *                    DEDUCTIBLE VAT, ON THE LISTING AND AS     *
      *                    THREE NEW TVADCL COLUMNS AFTER LIGNES     *
      *                    (BLANK ON SALES ROWS).  A SECTOR WITH NO  *
      *                    ACTIVE RECORD FOR THE YEAR, OR NO TABLE   *
      *                    AT ALL, DEDUCTS IN FULL AND IS FLAGGED.   *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT TVA270-REPORT    ASSIGN TO "TVA270RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
           SELECT TVA270-CONV      ASSIGN TO "TVA270CNV"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-CNV.
           SELECT FDIN-PRO-FILE    ASSIGN TO "FDINPRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PRO-CLEF
                  FILE STATUS IS TVA-FS-PRO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA270-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA270-REPORT-LINE           PIC X(132).
      *
       FD  TVA270-CONV
           LABEL RECORDS ARE STANDARD.
       01  TVA270-CONV-LINE             PIC X(132).
      *
       FD  FDIN-PRO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPRO.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-EXP                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-CNV                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PRO                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FAC                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-PRO-AVAIL-SW             PIC X(1)  VALUE "N".
           88  TVA-PRO-AVAILABLE                  VALUE "Y".
      *
      ***** CALL INTERFACE OF THE TVA165 EFFECTIVE-RATE RESOLVER
           COPY FDINTVAK.
      ***** THE SAME RECORD UNFOLDED SO THE EDIT CODE, RATE AND
      ***** REGIE FLAG CAN BE PICKED OUT
           COPY FDINTVA.
      *
      ***** CALL INTERFACE OF THE TVA325 EURO CONVERSION
           COPY FDINDEVK.
      *
      ***** TOTALS PER FOREIGN CURRENCY FOR THE CONVERSION LISTING
       01  TVA-CUR-MAX                  PIC 9(3)  VALUE 50 COMP.
       01  TVA-CUR-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CUR-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CUR-TABLE.
           05  TVA-CUR-ENTRY OCCURS 50 TIMES.
               10  TVA-C-DEVISE         PIC X(3).
               10  TVA-C-LINES          PIC 9(7).
               10  TVA-C-BASE           PIC S9(11)V9(2).
               10  TVA-C-TVA            PIC S9(11)V9(2).
               10  TVA-C-BASE-EUR       PIC S9(11)V9(2).
               10  TVA-C-TVA-EUR        PIC S9(11)V9(2).
       01  TVA-CUR-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-CUR-FULL-WARNED                VALUE "Y".
      *
      ***** PRORATA OF EACH SECTOR AND YEAR MET IN THE PERIOD, SO
      ***** FDINPRO IS READ ONCE PER SECTOR AND YEAR
       01  TVA-PRO-MAX                  PIC 9(3)  VALUE 50 COMP.
       01  TVA-PRO-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-PRO-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-PRO-TABLE.
           05  TVA-PRO-ENTRY OCCURS 50 TIMES.
               10  TVA-P-SECTEUR        PIC X(4).
               10  TVA-P-ANNEE          PIC 9(4).
               10  TVA-P-COEF           PIC 9(3).
               10  TVA-P-FOUND-SW       PIC X(1).
      *
      ***** THE PURCHASE LINE BEING DEDUCTED
       01  TVA-LINE-SECTEUR             PIC X(4).
       01  TVA-LINE-ANNEE               PIC 9(4).
       01  TVA-LINE-COEF                PIC 9(3).
       01  TVA-LINE-FOUND-SW            PIC X(1).
           88  TVA-LINE-PRO-FOUND                 VALUE "Y".
       01  TVA-LINE-NET                 PIC S9(11)V9(2).
       01  TVA-ROW-PCT                  PIC 9(3)V9(2).
      *
      ***** DEDUCTION TOTALS OF THE PERIOD, ALL PURCHASE ROWS
       01  TVA-TOT-BRUT                 PIC S9(13)V9(2) VALUE ZERO.
       01  TVA-TOT-NET                  PIC S9(13)V9(2) VALUE ZERO.
       01  TVA-TOT-NONDED               PIC S9(13)V9(2) VALUE ZERO.
      *
       01  TVA-ACC-SENS                 PIC X(1).
       01  TVA-ACC-EDIT                 PIC X(5).
               10  TVA-T-REGIE          PIC X(1).
               10  TVA-T-BASE           PIC S9(11)V9(2).
               10  TVA-T-TVA            PIC S9(11)V9(2).
               10  TVA-T-NET            PIC S9(11)V9(2).
               10  TVA-T-COEF           PIC 9(3).
               10  TVA-T-LINES          PIC 9(7).
               10  TVA-T-PRINTED-SW     PIC X(1).
       01  TVA-ACC-FULL-WARNED-SW       PIC X(1)  VALUE "N".
       01  TVA-ED-TVA                   PIC -9(11).99.
       01  TVA-ED-LINES                 PIC 9(7).
       01  TVA-ED-COUNT                 PIC 9(7).
       01  TVA-ED-NET                   PIC -9(11).99.
       01  TVA-ED-PRORATA               PIC 999.99.
      ***** THE THREE DEDUCTION COLUMNS, LEFT BLANK ON SALES ROWS
       01  TVA-ED-BRUT-X                PIC X(15).
       01  TVA-ED-PRORATA-X             PIC X(6).
       01  TVA-ED-NET-X                 PIC X(15).
      *
      ***** EDITED IMAGES FOR THE PURCHASE COLUMNS OF THE LISTING
       01  TVA-ED-D-PRORATA             PIC ZZ9.99.
       01  TVA-ED-D-NET                 PIC -ZZZZZZZZZZ9.99.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ACCUM          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXPORTED       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CONVERTED      PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-FULL-DED       PIC 9(7)  VALUE ZERO.
      *
       01  TVA270-HEADING-1             PIC X(48)
           VALUE "TVA270 - VAT DECLARATION PREPARATION".
           05  FILLER                   PIC X(17) VALUE "TAXABLE BASE".
           05  FILLER                   PIC X(17) VALUE "VAT AMOUNT".
           05  FILLER                   PIC X(7)  VALUE "LINES".
       01  TVA270-COL-HEADING-A.
           05  FILLER                   PIC X(7)  VALUE "  EDIT".
           05  FILLER                   PIC X(8)  VALUE "RATE".
           05  FILLER                   PIC X(17) VALUE "TAXABLE BASE".
           05  FILLER                   PIC X(17) VALUE "DED VAT GROSS".
           05  FILLER                   PIC X(9)  VALUE "LINES".
           05  FILLER                   PIC X(8)  VALUE "PRORATA".
           05  FILLER                   PIC X(15) VALUE "DED VAT NET".
      *
       01  TVA270-DETAIL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-D-TVA             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-D-LINES           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-D-PRORATA         PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-D-NET             PIC X(15).
      *
       01  TVA270-EXC-HEADING           PIC X(48)
           VALUE "LINES EXCLUDED - CODE NOT RESOLVED OR NO RATE".
       01  TVA270-EXC-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-E-NOFAC           PIC X(10).
           05  TVA270-E-CODE            PIC X(18).
           05  FILLER                   PIC X(6)  VALUE "  RC=".
           05  TVA270-E-RC              PIC 9(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-E-TEXT            PIC X(40).
      *
      ***** THE CONVERSION LISTING (TVA270CNV)
       01  TVA270-CNV-HEADING-1         PIC X(60)
           VALUE "TVA270 - FOREIGN-CURRENCY LINES CONVERTED TO EUROS".
       01  TVA270-CNV-HEADING-2.
           05  FILLER                   PIC X(12) VALUE "INVOICE".
           05  FILLER                   PIC X(6)  VALUE "LINE".
           05  FILLER                   PIC X(2)  VALUE "S".
           05  FILLER                   PIC X(10) VALUE "DATE".
           05  FILLER                   PIC X(5)  VALUE "CUR".
           05  FILLER                   PIC X(15) VALUE "BASE".
           05  FILLER                   PIC X(15) VALUE "VAT".
           05  FILLER                   PIC X(14) VALUE "RATE/EUR".
           05  FILLER                   PIC X(10) VALUE "RATE OF".
           05  FILLER                   PIC X(17) VALUE "BASE EUR".
           05  FILLER                   PIC X(15) VALUE "VAT EUR".
       01  TVA270-CNV-LINE-D.
           05  TVA270-V-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-NOLIG           PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-SENS            PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA270-V-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-DEVISE          PIC X(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-MTHT            PIC -ZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-MTTVA           PIC -ZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-TAUX            PIC ZZZZ9.999999.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-DATE-EFFET      PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-MTHT-EUR        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-V-MTTVA-EUR       PIC -ZZZZZZZZZZ9.99.
       01  TVA270-CNV-TOT-HEADING       PIC X(40)
           VALUE "TOTALS PER CURRENCY".
       01  TVA270-CNV-TOT-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-W-DEVISE          PIC X(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-W-LINES           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-W-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-W-TVA             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(6)  VALUE "  EUR ".
           05  TVA270-W-BASE-EUR        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA270-W-TVA-EUR         PIC -ZZZZZZZZZZ9.99.
       01  TVA270-CNV-NONE-LINE         PIC X(40)
           VALUE "NO FOREIGN-CURRENCY LINE IN THE PERIOD".
       01  TVA270-WARN-CUR-LINE         PIC X(60)
           VALUE "** WARNING ** OVER 50 CURRENCIES - TOTALS INCOMPLETE".
      *
       01  TVA270-EXPORT-HEADER         PIC X(60)
           VALUE "SENS;EDIT;TAUX;REGIE;BASE;TVA;LIGNES;DEDBRUT;PRORATA;D
      -    "EDNET".
      *
       01  TVA270-WARN-PRO-LINE         PIC X(64)
           VALUE "** WARNING ** NO PRORATA TABLE - PURCHASE VAT DEDUCTED
      -    " IN FULL".
       01  TVA270-WARN-SECT-LINE.
           05  FILLER                   PIC X(32)
               VALUE "** WARNING ** NO PRORATA SECTOR ".
           05  TVA270-N-SECTEUR         PIC X(4).
           05  FILLER                   PIC X(6)  VALUE " YEAR ".
           05  TVA270-N-ANNEE           PIC 9(4).
           05  FILLER                   PIC X(20)
               VALUE " - DEDUCTED IN FULL".
      *
       01  TVA270-WARN-TABLE-LINE       PIC X(64)
           VALUE "** WARNING ** MORE THAN 200 CODE/RATE COMBINATIONS -
           05  FILLER                   PIC X(24)
               VALUE "ROWS EXPORTED.........:".
           05  TVA270-T-EXP             PIC ZZZZZZ9.
       01  TVA270-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "LINES CONVERTED.......:".
           05  TVA270-T-CNV             PIC ZZZZZZ9.
       01  TVA270-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "PURCHASES NO PRORATA..:".
           05  TVA270-T-FULL            PIC ZZZZZZ9.
       01  TVA270-DED-LINE.
           05  TVA270-DED-TEXT          PIC X(24).
           05  TVA270-DED-AMOUNT        PIC -ZZZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *
                   UNTIL TVA-END-OF-FAC
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
               PERFORM 6000-EXPORT-ROWS THRU 6000-EXIT
               PERFORM 7000-PRINT-CURRENCY-TOTALS THRU 7000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA270-CONV.
           IF TVA-FS-CNV NOT = "00"
               DISPLAY "TVA270 - CANNOT OPEN TVA270CNV, STATUS="
                   TVA-FS-CNV
               CLOSE FDIN-FAC-FILE TVA270-EXPORT TVA270-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA270-CONV-LINE FROM TVA270-CNV-HEADING-1.
           WRITE TVA270-CONV-LINE FROM TVA270-CNV-HEADING-2.
           WRITE TVA270-REPORT-LINE FROM TVA270-HEADING-1.
           OPEN INPUT FDIN-PRO-FILE.
           IF TVA-FS-PRO = "00"
               MOVE "Y" TO TVA-PRO-AVAIL-SW
           ELSE
               IF TVA-FS-PRO = "35"
                   WRITE TVA270-REPORT-LINE FROM TVA270-WARN-PRO-LINE
               ELSE
                   DISPLAY "TVA270 - CANNOT OPEN FDINPRO, STATUS="
                       TVA-FS-PRO
                   CLOSE FDIN-FAC-FILE TVA270-EXPORT TVA270-REPORT
                         TVA270-CONV
                   MOVE "Y" TO TVA-ABEND-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           WRITE TVA270-EXPORT-LINE FROM TVA270-EXPORT-HEADER.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       1000-EXIT.
               GO TO 2000-NEXT
           END-IF.
           MOVE TVA-RES-RECORD TO FDIN-TVA.
           PERFORM 2500-CONVERT-LINE THRU 2500-EXIT.
           IF DEVK-RC-FILE-ERROR
               DISPLAY "TVA270 - FDINDEV NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2000-EXIT
           END-IF.
           IF DEVK-RC-NO-RATE
               PERFORM 4100-LIST-NO-RATE THRU 4100-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 3000-ACCUMULATE-LINE THRU 3000-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2500-CONVERT-LINE - BASE AND VAT IN EUROS AT THE RATE IN   *
      *                          EFFECT ON THE INVOICE DATE; A        *
      *                          FOREIGN LINE IS LISTED ON TVA270CNV  *
      ****************************************************************
       2500-CONVERT-LINE.
           MOVE FDIN-FAC-DEVISE TO FDIN-DEVK-DEVISE.
           MOVE FDIN-FAC-DATE TO FDIN-DEVK-DATE.
           MOVE FDIN-FAC-MTHT TO FDIN-DEVK-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-DEVK-MTTVA.
           CALL "TVA325" USING FDIN-DEV-CONV.
           IF NOT DEVK-RC-OK OR FDIN-DEVK-EURO = "O"
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO TVA-COUNT-CONVERTED.
           MOVE FDIN-FAC-NOFAC TO TVA270-V-NOFAC.
           MOVE FDIN-FAC-NOLIG TO TVA270-V-NOLIG.
           MOVE FDIN-FAC-SENS TO TVA270-V-SENS.
           MOVE FDIN-FAC-DATE TO TVA270-V-DATE.
           MOVE FDIN-DEVK-DEVISE TO TVA270-V-DEVISE.
           MOVE FDIN-FAC-MTHT TO TVA270-V-MTHT.
           MOVE FDIN-FAC-MTTVA TO TVA270-V-MTTVA.
           MOVE FDIN-DEVK-TAUX TO TVA270-V-TAUX.
           MOVE FDIN-DEVK-DATE-EFFET TO TVA270-V-DATE-EFFET.
           MOVE FDIN-DEVK-MTHT-EUR TO TVA270-V-MTHT-EUR.
           MOVE FDIN-DEVK-MTTVA-EUR TO TVA270-V-MTTVA-EUR.
           WRITE TVA270-CONV-LINE FROM TVA270-CNV-LINE-D.
           PERFORM 2600-ADD-CURRENCY THRU 2600-EXIT.
       2500-EXIT.
           EXIT.
      *
       2600-ADD-CURRENCY.
           PERFORM 2650-SCAN-CURRENCY THRU 2650-EXIT
               VARYING TVA-CUR-IX FROM 1 BY 1
               UNTIL TVA-CUR-IX > TVA-CUR-USED
                  OR TVA-C-DEVISE (TVA-CUR-IX) = FDIN-DEVK-DEVISE.
           IF TVA-CUR-IX > TVA-CUR-USED
               IF TVA-CUR-USED < TVA-CUR-MAX
                   ADD 1 TO TVA-CUR-USED
                   MOVE TVA-CUR-USED TO TVA-CUR-IX
                   MOVE FDIN-DEVK-DEVISE TO TVA-C-DEVISE (TVA-CUR-IX)
                   MOVE ZERO TO TVA-C-LINES (TVA-CUR-IX)
                                TVA-C-BASE (TVA-CUR-IX)
                                TVA-C-TVA (TVA-CUR-IX)
                                TVA-C-BASE-EUR (TVA-CUR-IX)
                                TVA-C-TVA-EUR (TVA-CUR-IX)
               ELSE
                   IF NOT TVA-CUR-FULL-WARNED
                       WRITE TVA270-CONV-LINE
                           FROM TVA270-WARN-CUR-LINE
                       MOVE "Y" TO TVA-CUR-FULL-WARNED-SW
                   END-IF
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           ADD 1 TO TVA-C-LINES (TVA-CUR-IX).
           ADD FDIN-FAC-MTHT TO TVA-C-BASE (TVA-CUR-IX).
           ADD FDIN-FAC-MTTVA TO TVA-C-TVA (TVA-CUR-IX).
           ADD FDIN-DEVK-MTHT-EUR TO TVA-C-BASE-EUR (TVA-CUR-IX).
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-C-TVA-EUR (TVA-CUR-IX).
       2600-EXIT.
           EXIT.
      *
       2650-SCAN-CURRENCY.
           CONTINUE.
       2650-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-ACCUMULATE-LINE - THE ACCUMULATION KEY IS SENS +      *
      *                             EDIT CODE + RATE + REGIE          *
      ****************************************************************
           IF TVA-ACC-IX = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD FDIN-DEVK-MTHT-EUR TO TVA-T-BASE (TVA-ACC-IX).
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-T-TVA (TVA-ACC-IX).
           ADD 1 TO TVA-T-LINES (TVA-ACC-IX).
           ADD 1 TO TVA-COUNT-ACCUM.
           IF TVA-ACC-SENS NOT = "V"
               PERFORM 3500-APPLY-PRORATA THRU 3500-EXIT
               ADD TVA-LINE-NET TO TVA-T-NET (TVA-ACC-IX)
               MOVE TVA-LINE-COEF TO TVA-T-COEF (TVA-ACC-IX)
           END-IF.
       3000-EXIT.
           EXIT.
      *
               MOVE TVA-ACC-REGIE TO TVA-T-REGIE (TVA-ACC-IX)
               MOVE ZERO TO TVA-T-BASE (TVA-ACC-IX)
                            TVA-T-TVA (TVA-ACC-IX)
                            TVA-T-NET (TVA-ACC-IX)
                            TVA-T-COEF (TVA-ACC-IX)
                            TVA-T-LINES (TVA-ACC-IX)
               MOVE "N" TO TVA-T-PRINTED-SW (TVA-ACC-IX)
           ELSE
           EXIT.
      *
      ****************************************************************
      *    3500-APPLY-PRORATA - NET DEDUCTIBLE VAT OF A PURCHASE LINE *
      *                           AT THE PROVISIONAL PRORATA OF ITS   *
      *                           SECTOR FOR THE INVOICE YEAR         *
      ****************************************************************
       3500-APPLY-PRORATA.
           MOVE FDIN-FAC-SECTEUR TO TVA-LINE-SECTEUR.
           IF TVA-LINE-SECTEUR = SPACES
               MOVE "GEN" TO TVA-LINE-SECTEUR
           END-IF.
           MOVE FDIN-FAC-DATE (1:4) TO TVA-LINE-ANNEE.
           PERFORM 3600-FIND-PRORATA THRU 3600-EXIT.
           IF TVA-LINE-COEF = 100
               MOVE FDIN-DEVK-MTTVA-EUR TO TVA-LINE-NET
           ELSE
               COMPUTE TVA-LINE-NET ROUNDED =
                   FDIN-DEVK-MTTVA-EUR * TVA-LINE-COEF / 100
           END-IF.
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3600-FIND-PRORATA - FROM THE SECTORS ALREADY MET, ELSE     *
      *                          FROM FDINPRO.  NO ACTIVE RECORD, OR  *
      *                          NO TABLE, DEDUCTS IN FULL            *
      ****************************************************************
       3600-FIND-PRORATA.
           PERFORM 3650-SCAN-PRORATA THRU 3650-EXIT
               VARYING TVA-PRO-IX FROM 1 BY 1
               UNTIL TVA-PRO-IX > TVA-PRO-USED
                  OR (TVA-P-SECTEUR (TVA-PRO-IX) = TVA-LINE-SECTEUR
                      AND TVA-P-ANNEE (TVA-PRO-IX) = TVA-LINE-ANNEE).
           IF TVA-PRO-IX NOT > TVA-PRO-USED
               MOVE TVA-P-COEF (TVA-PRO-IX) TO TVA-LINE-COEF
               MOVE TVA-P-FOUND-SW (TVA-PRO-IX) TO TVA-LINE-FOUND-SW
               GO TO 3600-COUNT
           END-IF.
           MOVE 100 TO TVA-LINE-COEF.
           MOVE "N" TO TVA-LINE-FOUND-SW.
           IF TVA-PRO-AVAILABLE
               PERFORM 3700-READ-PRORATA THRU 3700-EXIT
           END-IF.
           IF TVA-PRO-USED < TVA-PRO-MAX
               ADD 1 TO TVA-PRO-USED
               MOVE TVA-LINE-SECTEUR TO TVA-P-SECTEUR (TVA-PRO-USED)
               MOVE TVA-LINE-ANNEE TO TVA-P-ANNEE (TVA-PRO-USED)
               MOVE TVA-LINE-COEF TO TVA-P-COEF (TVA-PRO-USED)
               MOVE TVA-LINE-FOUND-SW TO TVA-P-FOUND-SW (TVA-PRO-USED)
           END-IF.
       3600-COUNT.
           IF NOT TVA-LINE-PRO-FOUND
               ADD 1 TO TVA-COUNT-FULL-DED
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3650-SCAN-PRORATA.
           CONTINUE.
       3650-EXIT.
           EXIT.
      *
       3700-READ-PRORATA.
           MOVE TVA-LINE-SECTEUR TO FDIN-PRO-SECTEUR.
           MOVE TVA-LINE-ANNEE TO FDIN-PRO-ANNEE.
           READ FDIN-PRO-FILE
               INVALID KEY
                   GO TO 3700-NOT-FOUND
           END-READ.
           IF FDIN-PRO-ACTIF = "O"
               MOVE FDIN-PRO-PROVISOIRE TO TVA-LINE-COEF
               MOVE "Y" TO TVA-LINE-FOUND-SW
               GO TO 3700-EXIT
           END-IF.
       3700-NOT-FOUND.
           MOVE TVA-LINE-SECTEUR TO TVA270-N-SECTEUR.
           MOVE TVA-LINE-ANNEE TO TVA270-N-ANNEE.
           WRITE TVA270-REPORT-LINE FROM TVA270-WARN-SECT-LINE.
       3700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-EXCEPTION - A LINE WHOSE CODE DOES NOT RESOLVE   *
      *                            STAYS OUT OF THE DECLARATION       *
      ****************************************************************
           MOVE FDIN-FAC-NOFAC TO TVA270-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA270-E-CODE.
           MOVE FDIN-TVAK-RC TO TVA270-E-RC.
           MOVE "CODE NOT RESOLVED" TO TVA270-E-TEXT.
           WRITE TVA270-REPORT-LINE FROM TVA270-EXC-LINE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-LIST-NO-RATE - A FOREIGN LINE WITH NO FDINDEV RATE IN *
      *                          EFFECT ON ITS DATE CANNOT BE         *
      *                          DECLARED IN EUROS                    *
      ****************************************************************
       4100-LIST-NO-RATE.
           IF TVA-COUNT-EXCEPT = ZERO
               WRITE TVA270-REPORT-LINE FROM TVA270-EXC-HEADING
           END-IF.
           ADD 1 TO TVA-COUNT-EXCEPT.
           MOVE FDIN-FAC-NOFAC TO TVA270-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA270-E-CODE.
           MOVE FDIN-DEVK-RC TO TVA270-E-RC.
           MOVE SPACES TO TVA270-E-TEXT.
           STRING "NO EXCHANGE RATE IN EFFECT - "
                  FDIN-DEVK-DEVISE
                  DELIMITED BY SIZE INTO TVA270-E-TEXT.
           WRITE TVA270-REPORT-LINE FROM TVA270-EXC-LINE.
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PRINT-SUMMARY - DECLARATION-BOX ORDER: SALES, SALES   *
      *                           REGIE, PURCHASES, PURCHASES REGIE,  *
      *                           EACH BY EDIT CODE AND RATE          *
               TO TVA270-SEC-TEXT.
           MOVE "O" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           PERFORM 5400-PRINT-DEDUCTION THRU 5400-EXIT.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
       5100-PRINT-SECTION.
           WRITE TVA270-REPORT-LINE FROM TVA270-SECTION-LINE.
           IF TVA-SEC-SENS = "V"
               WRITE TVA270-REPORT-LINE FROM TVA270-COL-HEADING
           ELSE
               WRITE TVA270-REPORT-LINE FROM TVA270-COL-HEADING-A
           END-IF.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT
               UNTIL TVA-ACC-BEST = ZERO.
           MOVE TVA-T-BASE (TVA-ACC-BEST) TO TVA270-D-BASE.
           MOVE TVA-T-TVA (TVA-ACC-BEST) TO TVA270-D-TVA.
           MOVE TVA-T-LINES (TVA-ACC-BEST) TO TVA270-D-LINES.
           MOVE SPACES TO TVA270-D-PRORATA TVA270-D-NET.
           IF TVA-SEC-SENS NOT = "V"
               MOVE TVA-ACC-BEST TO TVA-ACC-IX
               PERFORM 5300-ROW-PRORATA THRU 5300-EXIT
               MOVE TVA-ROW-PCT TO TVA-ED-D-PRORATA
               MOVE TVA-ED-D-PRORATA TO TVA270-D-PRORATA
               MOVE TVA-T-NET (TVA-ACC-BEST) TO TVA-ED-D-NET
               MOVE TVA-ED-D-NET TO TVA270-D-NET
               ADD TVA-T-TVA (TVA-ACC-BEST) TO TVA-TOT-BRUT
               ADD TVA-T-NET (TVA-ACC-BEST) TO TVA-TOT-NET
           END-IF.
           WRITE TVA270-REPORT-LINE FROM TVA270-DETAIL-LINE.
           MOVE "Y" TO TVA-T-PRINTED-SW (TVA-ACC-BEST).
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5300-ROW-PRORATA - THE PRORATA APPLIED TO A PURCHASE ROW,  *
      *                         NET OVER GROSS; THE COEFFICIENT OF    *
      *                         THE ROW WHEN ITS VAT IS ZERO          *
      ****************************************************************
       5300-ROW-PRORATA.
           IF TVA-T-TVA (TVA-ACC-IX) = ZERO
               MOVE TVA-T-COEF (TVA-ACC-IX) TO TVA-ROW-PCT
           ELSE
               COMPUTE TVA-ROW-PCT ROUNDED =
                   TVA-T-NET (TVA-ACC-IX) * 100 / TVA-T-TVA (TVA-ACC-IX)
           END-IF.
       5300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5400-PRINT-DEDUCTION - GROSS, NET AND NON-DEDUCTIBLE       *
      *                             PURCHASE VAT OF THE PERIOD        *
      ****************************************************************
       5400-PRINT-DEDUCTION.
           COMPUTE TVA-TOT-NONDED = TVA-TOT-BRUT - TVA-TOT-NET.
           MOVE "DEDUCTIBLE VAT GROSS..:" TO TVA270-DED-TEXT.
           MOVE TVA-TOT-BRUT TO TVA270-DED-AMOUNT.
           WRITE TVA270-REPORT-LINE FROM TVA270-DED-LINE.
           MOVE "DEDUCTIBLE VAT NET....:" TO TVA270-DED-TEXT.
           MOVE TVA-TOT-NET TO TVA270-DED-AMOUNT.
           WRITE TVA270-REPORT-LINE FROM TVA270-DED-LINE.
           MOVE "NON-DEDUCTIBLE VAT....:" TO TVA270-DED-TEXT.
           MOVE TVA-TOT-NONDED TO TVA270-DED-AMOUNT.
           WRITE TVA270-REPORT-LINE FROM TVA270-DED-LINE.
       5400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-EXPORT-ROWS - THE SAME ROWS SEMICOLON-DELIMITED FOR   *
      *                         THE ACCOUNTING PCS, TVA210 STYLE      *
      ****************************************************************
           MOVE TVA-T-BASE (TVA-ACC-IX) TO TVA-ED-BASE.
           MOVE TVA-T-TVA (TVA-ACC-IX) TO TVA-ED-TVA.
           MOVE TVA-T-LINES (TVA-ACC-IX) TO TVA-ED-LINES.
           IF TVA-T-SENS (TVA-ACC-IX) = "V"
               MOVE SPACES TO TVA-ED-BRUT-X TVA-ED-PRORATA-X
                              TVA-ED-NET-X
           ELSE
               PERFORM 5300-ROW-PRORATA THRU 5300-EXIT
               MOVE TVA-ED-TVA TO TVA-ED-BRUT-X
               MOVE TVA-ROW-PCT TO TVA-ED-PRORATA
               MOVE TVA-ED-PRORATA TO TVA-ED-PRORATA-X
               MOVE TVA-T-NET (TVA-ACC-IX) TO TVA-ED-NET
               MOVE TVA-ED-NET TO TVA-ED-NET-X
           END-IF.
           MOVE SPACES TO TVA270-EXPORT-LINE.
           STRING TVA-T-SENS (TVA-ACC-IX) ";"
                  TVA-T-EDIT (TVA-ACC-IX) ";"
                  TVA-T-REGIE (TVA-ACC-IX) ";"
                  TVA-ED-BASE ";"
                  TVA-ED-TVA ";"
                  TVA-ED-LINES ";"
                  TVA-ED-BRUT-X ";"
                  TVA-ED-PRORATA-X ";"
                  TVA-ED-NET-X
                  DELIMITED BY SIZE INTO TVA270-EXPORT-LINE.
           WRITE TVA270-EXPORT-LINE.
           ADD 1 TO TVA-COUNT-EXPORTED.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-CURRENCY-TOTALS - CLOSE THE CONVERSION LISTING  *
      *                                   WITH ONE LINE PER CURRENCY  *
      ****************************************************************
       7000-PRINT-CURRENCY-TOTALS.
           IF TVA-CUR-USED = ZERO
               WRITE TVA270-CONV-LINE FROM TVA270-CNV-NONE-LINE
               GO TO 7000-EXIT
           END-IF.
           WRITE TVA270-CONV-LINE FROM TVA270-CNV-TOT-HEADING.
           PERFORM 7100-PRINT-ONE-CURRENCY THRU 7100-EXIT
               VARYING TVA-CUR-IX FROM 1 BY 1
               UNTIL TVA-CUR-IX > TVA-CUR-USED.
       7000-EXIT.
           EXIT.
      *
       7100-PRINT-ONE-CURRENCY.
           MOVE TVA-C-DEVISE (TVA-CUR-IX) TO TVA270-W-DEVISE.
           MOVE TVA-C-LINES (TVA-CUR-IX) TO TVA270-W-LINES.
           MOVE TVA-C-BASE (TVA-CUR-IX) TO TVA270-W-BASE.
           MOVE TVA-C-TVA (TVA-CUR-IX) TO TVA270-W-TVA.
           MOVE TVA-C-BASE-EUR (TVA-CUR-IX) TO TVA270-W-BASE-EUR.
           MOVE TVA-C-TVA-EUR (TVA-CUR-IX) TO TVA270-W-TVA-EUR.
           WRITE TVA270-CONV-LINE FROM TVA270-CNV-TOT-LINE.
       7100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           WRITE TVA270-REPORT-LINE FROM TVA270-TOTAL-LINE-3.
           MOVE TVA-COUNT-EXPORTED TO TVA270-T-EXP.
           WRITE TVA270-REPORT-LINE FROM TVA270-TOTAL-LINE-4.
           MOVE TVA-COUNT-CONVERTED TO TVA270-T-CNV.
           WRITE TVA270-REPORT-LINE FROM TVA270-TOTAL-LINE-5.
           MOVE TVA-COUNT-FULL-DED TO TVA270-T-FULL.
           WRITE TVA270-REPORT-LINE FROM TVA270-TOTAL-LINE-6.
           CLOSE FDIN-FAC-FILE TVA270-EXPORT TVA270-REPORT
                 TVA270-CONV.
           IF TVA-PRO-AVAILABLE
               CLOSE FDIN-PRO-FILE
           END-IF.
       8000-EXIT.
           EXIT.
