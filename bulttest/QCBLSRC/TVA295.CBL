      ****************************************************************
      * PROGRAM NAME...............: . TVA295                        *
      * FUNCTION...................: . DECLARATION PERIOD CLOSE -    *
      *         .                        STORES THE FILED TVA270     *
      *         .                        DECLARATION ROWS OF A MONTH *
      *         .                        IN THE DECLARATION HISTORY  *
      *         .                        AND MARKS THE MONTH CLOSED  *
      * FILES USED.................: . TVA295PRM - INPUT (PARAMETER  *
      *         .                        CARD)                       *
      *         .                      TVADCL    - INPUT (EXPORT OF  *
      *         .                        THE FILED TVA270 RUN)       *
      *         .                      FDINDCL   - I/O  (INDEXED,    *
      *         .                        DECLARATION HISTORY)        *
      *         .                      FDINPER   - I/O  (INDEXED,    *
      *         .                        DECLARATION PERIODS)        *
      *         .                      TVA295RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - DECLARATION      *
      *                                  PERIOD CLOSE                *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA295.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  RUN ONCE THE RETURN OF    *
      *                    THE MONTH HAS BEEN FILED, AGAINST THE     *
      *                    TVADCL EXPORT OF THE TVA270 RUN THAT WAS  *
      *                    FILED - THE STORED FIGURES ARE THEN THE   *
      *                    FILED ONES, NOT A RECOMPUTATION.  THE     *
      *                    EXPORT IS CHECKED (HEADER PRESENT,        *
      *                    TRAILER PRESENT, TRAILER COUNT = ROWS     *
      *                    READ) BEFORE ANYTHING IS WRITTEN, AND A   *
      *                    MONTH ALREADY CLOSED IS NEVER OVERWRITTEN *
      *                    - A CORRECTION GOES THROUGH THE TVA300    *
      *                    AMENDMENT REPORT.                         *
      * 10/14/26  DEV    THE DEDBRUT, PRORATA AND DEDNET COLUMNS OF  *
      *                    THE PURCHASE ROWS ARE READ AS WELL AND    *
      *                    MUST BE NUMERIC.  THE NET DEDUCTIBLE VAT  *
      *                    FILED IS STORED ON THE ROW AND, SUMMED,   *
      *                    ON THE PERIOD.                            *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TVA295-PARM      ASSIGN TO "TVA295PRM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-PRM.
           SELECT TVA295-EXPORT    ASSIGN TO "TVADCL"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-EXP.
           SELECT FDIN-DCL-FILE    ASSIGN TO "FDINDCL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-DCL-CLEF
                  FILE STATUS IS TVA-FS-DCL.
           SELECT FDIN-PER-FILE    ASSIGN TO "FDINPER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PER-PERIODE
                  FILE STATUS IS TVA-FS-PER.
           SELECT TVA295-REPORT    ASSIGN TO "TVA295RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA295-PARM
           LABEL RECORDS ARE STANDARD.
       01  TVA295-PARM-CARD.
           05  TVA295-P-PERIODE        PIC 9(6).
           05  TVA295-P-USER           PIC X(8).
           05  FILLER                  PIC X(66).
      *
       FD  TVA295-EXPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA295-EXPORT-LINE          PIC X(200).
      *
       FD  FDIN-DCL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINDCL.
      *
       FD  FDIN-PER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPER.
      *
       FD  TVA295-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA295-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-PRM                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-EXP                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-DCL                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PER                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-EXPORT                  VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-HEADER-SW                PIC X(1)  VALUE "N".
           88  TVA-HEADER-SEEN                    VALUE "Y".
       01  TVA-TRAILER-SW               PIC X(1)  VALUE "N".
           88  TVA-TRAILER-SEEN                   VALUE "Y".
       01  TVA-PER-FOUND-SW             PIC X(1)  VALUE "N".
           88  TVA-PER-FOUND                      VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-TODAY-R REDEFINES TVA-TODAY.
           05  TVA-TODAY-AAAAMM         PIC 9(6).
           05  TVA-TODAY-JJ             PIC 9(2).
       01  TVA-PERIODE                  PIC 9(6).
       01  TVA-PERIODE-R REDEFINES TVA-PERIODE.
           05  TVA-PERIODE-AAAA         PIC 9(4).
           05  TVA-PERIODE-MM           PIC 9(2).
      *
      ***** ONE TVADCL ROW, AS TVA270 WRITES IT: SENS;EDIT;TAUX;
      ***** REGIE;BASE;TVA;LIGNES;DEDBRUT;PRORATA;DEDNET WITH
      ***** FIXED-WIDTH EDITED FIELDS - THE LAST THREE ARE BLANK ON
      ***** SALES ROWS
       01  TVA-X-ROW.
           05  TVA-X-SENS               PIC X(1).
           05  FILLER                   PIC X(1).
           05  TVA-X-EDIT               PIC X(5).
           05  FILLER                   PIC X(1).
           05  TVA-X-TAUX-ENT           PIC 9(2).
           05  FILLER                   PIC X(1).
           05  TVA-X-TAUX-DEC           PIC 9(2).
           05  FILLER                   PIC X(1).
           05  TVA-X-REGIE              PIC X(1).
           05  FILLER                   PIC X(1).
           05  TVA-X-BASE-SIGNE         PIC X(1).
           05  TVA-X-BASE-ENT           PIC 9(11).
           05  FILLER                   PIC X(1).
           05  TVA-X-BASE-DEC           PIC 9(2).
           05  FILLER                   PIC X(1).
           05  TVA-X-TVA-SIGNE          PIC X(1).
           05  TVA-X-TVA-ENT            PIC 9(11).
           05  FILLER                   PIC X(1).
           05  TVA-X-TVA-DEC            PIC 9(2).
           05  FILLER                   PIC X(1).
           05  TVA-X-LIGNES             PIC 9(7).
           05  FILLER                   PIC X(1).
           05  TVA-X-BRUT-SIGNE         PIC X(1).
           05  TVA-X-BRUT-ENT           PIC 9(11).
           05  FILLER                   PIC X(1).
           05  TVA-X-BRUT-DEC           PIC 9(2).
           05  FILLER                   PIC X(1).
           05  TVA-X-PRO-ENT            PIC 9(3).
           05  FILLER                   PIC X(1).
           05  TVA-X-PRO-DEC            PIC 9(2).
           05  FILLER                   PIC X(1).
           05  TVA-X-NET-SIGNE          PIC X(1).
           05  TVA-X-NET-ENT            PIC 9(11).
           05  FILLER                   PIC X(1).
           05  TVA-X-NET-DEC            PIC 9(2).
           05  FILLER                   PIC X(106).
       01  TVA-X-HEADER REDEFINES TVA-X-ROW.
           05  TVA-X-HEAD-TAG           PIC X(5).
           05  FILLER                   PIC X(195).
       01  TVA-X-TRAILER REDEFINES TVA-X-ROW.
           05  TVA-X-TAG                PIC X(8).
           05  TVA-X-COUNT              PIC 9(7).
           05  FILLER                   PIC X(185).
      *
      ***** THE ROWS OF THE EXPORT, HELD UNTIL THE TRAILER HAS
      ***** PROVED THE FILE COMPLETE
       01  TVA-ROW-MAX                  PIC 9(3)  VALUE 200 COMP.
       01  TVA-ROW-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ROW-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ROW-TABLE.
           05  TVA-ROW-ENTRY OCCURS 200 TIMES.
               10  TVA-W-SENS           PIC X(1).
               10  TVA-W-EDIT           PIC X(5).
               10  TVA-W-TAUX           PIC 9(2)V9(2).
               10  TVA-W-REGIE          PIC X(1).
               10  TVA-W-BASE           PIC S9(11)V9(2).
               10  TVA-W-TVA            PIC S9(11)V9(2).
               10  TVA-W-LIGNES         PIC 9(7).
               10  TVA-W-NET            PIC S9(11)V9(2).
               10  TVA-W-PRORATA        PIC 9(3)V9(2).
      *
       01  TVA-AMOUNTS.
           05  TVA-TOTAL-COLL           PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DED            PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DED-NET        PIC S9(11)V9(2) VALUE ZERO.
      *
      ***** EDITED PURCHASE COLUMNS OF THE DETAIL LINE, BLANK ON SALES
       01  TVA-ED-D-PRORATA             PIC ZZ9.99.
       01  TVA-ED-D-NET                 PIC -ZZZZZZZZZZ9.99.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ROWS           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-STORED         PIC 9(7)  VALUE ZERO.
      *
       01  TVA295-HEADING-1             PIC X(48)
           VALUE "TVA295 - DECLARATION PERIOD CLOSE".
       01  TVA295-PARM-LINE.
           05  FILLER                   PIC X(24)
               VALUE "PERIOD................:".
           05  TVA295-H-PERIODE         PIC 9(6).
           05  FILLER                   PIC X(10) VALUE "  USER ".
           05  TVA295-H-USER            PIC X(8).
       01  TVA295-COL-HEADING.
           05  FILLER                   PIC X(3)  VALUE "S".
           05  FILLER                   PIC X(7)  VALUE "EDIT".
           05  FILLER                   PIC X(7)  VALUE "RATE".
           05  FILLER                   PIC X(3)  VALUE "R".
           05  FILLER                   PIC X(17) VALUE "TAXABLE BASE".
           05  FILLER                   PIC X(17) VALUE "VAT AMOUNT".
           05  FILLER                   PIC X(9)  VALUE "LINES".
           05  FILLER                   PIC X(8)  VALUE "PRORATA".
           05  FILLER                   PIC X(15)
               VALUE "NET DEDUCTIBLE".
       01  TVA295-DETAIL-LINE.
           05  TVA295-D-SENS            PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-EDIT            PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-TAUX            PIC Z9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-REGIE           PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-TVA             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-LINES           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-PRORATA         PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA295-D-NET             PIC X(15).
      *
       01  TVA295-CLOSED-LINE.
           05  FILLER                   PIC X(24)
               VALUE "PERIOD CLOSED.........:".
           05  TVA295-C-PERIODE         PIC 9(6).
      *
       01  TVA295-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "EXPORT RECORDS READ...:".
           05  TVA295-T-READ            PIC ZZZZZZ9.
       01  TVA295-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "ROWS STORED...........:".
           05  TVA295-T-STORED          PIC ZZZZZZ9.
       01  TVA295-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "VAT COLLECTED.........:".
           05  TVA295-T-COLL            PIC -ZZZZZZZZZZ9.99.
       01  TVA295-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "VAT DEDUCTIBLE........:".
           05  TVA295-T-DED             PIC -ZZZZZZZZZZ9.99.
       01  TVA295-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "VAT DEDUCTIBLE NET....:".
           05  TVA295-T-DED-NET         PIC -ZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-LOAD-ROW THRU 2000-EXIT
                   UNTIL TVA-END-OF-EXPORT
               PERFORM 3000-CHECK-EXPORT THRU 3000-EXIT
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 4000-STORE-ROWS THRU 4000-EXIT
               PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PARAMETER CARD, OPEN FILES, PRIME READ.  *
      *                        A MISSING FDINDCL OR FDINPER IS        *
      *                        CREATED EMPTY - THE FIRST CLOSE EVER   *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT TVA295-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA295 - CANNOT OPEN TVA295RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA295-REPORT-LINE FROM TVA295-HEADING-1.
           OPEN INPUT TVA295-PARM.
           IF TVA-FS-PRM NOT = "00"
               DISPLAY "TVA295 - CANNOT OPEN TVA295PRM, STATUS="
                   TVA-FS-PRM
               CLOSE TVA295-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           READ TVA295-PARM
               AT END
                   DISPLAY "TVA295 - PARAMETER CARD MISSING"
                   CLOSE TVA295-PARM TVA295-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
           END-READ.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-EDIT-PARM THRU 1500-EXIT.
           CLOSE TVA295-PARM.
           IF TVA-ABEND
               CLOSE TVA295-REPORT
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-PERIODE TO TVA295-H-PERIODE.
           MOVE TVA295-P-USER TO TVA295-H-USER.
           WRITE TVA295-REPORT-LINE FROM TVA295-PARM-LINE.
           OPEN I-O FDIN-PER-FILE.
           IF TVA-FS-PER = "35"
               OPEN OUTPUT FDIN-PER-FILE
               CLOSE FDIN-PER-FILE
               OPEN I-O FDIN-PER-FILE
           END-IF.
           IF TVA-FS-PER NOT = "00"
               DISPLAY "TVA295 - CANNOT OPEN FDINPER, STATUS="
                   TVA-FS-PER
               CLOSE TVA295-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-PERIODE TO FDIN-PER-PERIODE.
           MOVE "Y" TO TVA-PER-FOUND-SW.
           READ FDIN-PER-FILE
               INVALID KEY
                   MOVE "N" TO TVA-PER-FOUND-SW
           END-READ.
           IF TVA-PER-FOUND AND PER-CLOSED
               DISPLAY "TVA295 - PERIOD " TVA-PERIODE
                   " IS ALREADY CLOSED"
               CLOSE FDIN-PER-FILE TVA295-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FDIN-DCL-FILE.
           IF TVA-FS-DCL = "35"
               OPEN OUTPUT FDIN-DCL-FILE
               CLOSE FDIN-DCL-FILE
               OPEN I-O FDIN-DCL-FILE
           END-IF.
           IF TVA-FS-DCL NOT = "00"
               DISPLAY "TVA295 - CANNOT OPEN FDINDCL, STATUS="
                   TVA-FS-DCL
               CLOSE FDIN-PER-FILE TVA295-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT TVA295-EXPORT.
           IF TVA-FS-EXP NOT = "00"
               DISPLAY "TVA295 - CANNOT OPEN TVADCL, STATUS="
                   TVA-FS-EXP
               CLOSE FDIN-PER-FILE FDIN-DCL-FILE TVA295-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-READ-EXPORT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-EDIT-PARM - FIELD EDITS ON THE PARAMETER CARD.  ONLY  *
      *                       A MONTH ALREADY OVER CAN BE CLOSED      *
      ****************************************************************
       1500-EDIT-PARM.
           IF TVA295-P-PERIODE NOT NUMERIC
               DISPLAY "TVA295 - PERIOD ON CARD NOT NUMERIC"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           MOVE TVA295-P-PERIODE TO TVA-PERIODE.
           IF TVA-PERIODE-MM < 1 OR TVA-PERIODE-MM > 12
               DISPLAY "TVA295 - MONTH ON CARD NOT 01-12"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           IF TVA-PERIODE NOT < TVA-TODAY-AAAAMM
               DISPLAY "TVA295 - PERIOD ON CARD IS NOT YET OVER"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           IF TVA295-P-USER = SPACES
               DISPLAY "TVA295 - USER ID ON CARD IS BLANK"
               MOVE "Y" TO TVA-ABEND-SW
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-LOAD-ROW - HEADER, DECLARATION ROWS, TRAILER          *
      ****************************************************************
       2000-LOAD-ROW.
           MOVE TVA295-EXPORT-LINE TO TVA-X-ROW.
           IF TVA-COUNT-READ = 1
               IF TVA-X-HEAD-TAG = "SENS;"
                   MOVE "Y" TO TVA-HEADER-SW
               END-IF
               GO TO 2000-NEXT
           END-IF.
           IF TVA-X-TAG = "TRAILER;"
               MOVE "Y" TO TVA-TRAILER-SW
               MOVE "Y" TO TVA-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO TVA-COUNT-ROWS.
           IF TVA-X-TAUX-ENT NOT NUMERIC
                   OR TVA-X-TAUX-DEC NOT NUMERIC
                   OR TVA-X-BASE-ENT NOT NUMERIC
                   OR TVA-X-BASE-DEC NOT NUMERIC
                   OR TVA-X-TVA-ENT NOT NUMERIC
                   OR TVA-X-TVA-DEC NOT NUMERIC
                   OR TVA-X-LIGNES NOT NUMERIC
               DISPLAY "TVA295 - TVADCL ROW " TVA-COUNT-ROWS
                   " NOT NUMERIC - CLOSE STOPPED"
               MOVE "Y" TO TVA-ABEND-SW
               MOVE "Y" TO TVA-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           IF TVA-X-SENS NOT = "V"
                   AND (TVA-X-BRUT-ENT NOT NUMERIC
                   OR TVA-X-BRUT-DEC NOT NUMERIC
                   OR TVA-X-PRO-ENT NOT NUMERIC
                   OR TVA-X-PRO-DEC NOT NUMERIC
                   OR TVA-X-NET-ENT NOT NUMERIC
                   OR TVA-X-NET-DEC NOT NUMERIC)
               DISPLAY "TVA295 - TVADCL ROW " TVA-COUNT-ROWS
                   " HAS NO DEDUCTION COLUMNS - CLOSE STOPPED"
               MOVE "Y" TO TVA-ABEND-SW
               MOVE "Y" TO TVA-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           IF TVA-ROW-USED NOT < TVA-ROW-MAX
               DISPLAY "TVA295 - MORE THAN 200 ROWS IN TVADCL - "
                   "CLOSE STOPPED"
               MOVE "Y" TO TVA-ABEND-SW
               MOVE "Y" TO TVA-EOF-SW
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO TVA-ROW-USED.
           MOVE TVA-ROW-USED TO TVA-ROW-IX.
           MOVE TVA-X-SENS TO TVA-W-SENS (TVA-ROW-IX).
           MOVE TVA-X-EDIT TO TVA-W-EDIT (TVA-ROW-IX).
           COMPUTE TVA-W-TAUX (TVA-ROW-IX) =
               TVA-X-TAUX-ENT + TVA-X-TAUX-DEC / 100.
           MOVE TVA-X-REGIE TO TVA-W-REGIE (TVA-ROW-IX).
           COMPUTE TVA-W-BASE (TVA-ROW-IX) =
               TVA-X-BASE-ENT + TVA-X-BASE-DEC / 100.
           IF TVA-X-BASE-SIGNE = "-"
               COMPUTE TVA-W-BASE (TVA-ROW-IX) =
                   ZERO - TVA-W-BASE (TVA-ROW-IX)
           END-IF.
           COMPUTE TVA-W-TVA (TVA-ROW-IX) =
               TVA-X-TVA-ENT + TVA-X-TVA-DEC / 100.
           IF TVA-X-TVA-SIGNE = "-"
               COMPUTE TVA-W-TVA (TVA-ROW-IX) =
                   ZERO - TVA-W-TVA (TVA-ROW-IX)
           END-IF.
           MOVE TVA-X-LIGNES TO TVA-W-LIGNES (TVA-ROW-IX).
           MOVE ZERO TO TVA-W-NET (TVA-ROW-IX)
                        TVA-W-PRORATA (TVA-ROW-IX).
           IF TVA-X-SENS = "V"
               GO TO 2000-NEXT
           END-IF.
           COMPUTE TVA-W-PRORATA (TVA-ROW-IX) =
               TVA-X-PRO-ENT + TVA-X-PRO-DEC / 100.
           COMPUTE TVA-W-NET (TVA-ROW-IX) =
               TVA-X-NET-ENT + TVA-X-NET-DEC / 100.
           IF TVA-X-NET-SIGNE = "-"
               COMPUTE TVA-W-NET (TVA-ROW-IX) =
                   ZERO - TVA-W-NET (TVA-ROW-IX)
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-EXPORT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-EXPORT.
           READ TVA295-EXPORT
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-EXPORT
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-CHECK-EXPORT - NOTHING IS STORED FROM A TRUNCATED OR  *
      *                          INCOMPLETE EXPORT                    *
      ****************************************************************
       3000-CHECK-EXPORT.
           IF TVA-ABEND
               GO TO 3000-ERROR
           END-IF.
           IF NOT TVA-HEADER-SEEN
               DISPLAY "TVA295 - TVADCL HAS NO HEADER - CLOSE STOPPED"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-ERROR
           END-IF.
           IF NOT TVA-TRAILER-SEEN
               DISPLAY "TVA295 - TVADCL HAS NO TRAILER - CLOSE STOPPED"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-ERROR
           END-IF.
           IF TVA-X-COUNT NOT NUMERIC
                   OR TVA-X-COUNT NOT = TVA-COUNT-ROWS
               DISPLAY "TVA295 - TVADCL TRAILER COUNT DOES NOT MATCH "
                   "ROWS READ - CLOSE STOPPED"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-ERROR
           END-IF.
           GO TO 3000-EXIT.
       3000-ERROR.
           CLOSE TVA295-EXPORT FDIN-DCL-FILE FDIN-PER-FILE
                 TVA295-REPORT.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-STORE-ROWS - ONE FDINDCL RECORD PER ROW.  A RECORD    *
      *                        LEFT BY AN EARLIER CLOSE THAT STOPPED  *
      *                        BEFORE MARKING THE MONTH IS REPLACED   *
      ****************************************************************
       4000-STORE-ROWS.
           WRITE TVA295-REPORT-LINE FROM TVA295-COL-HEADING.
           PERFORM 4100-STORE-ONE-ROW THRU 4100-EXIT
               VARYING TVA-ROW-IX FROM 1 BY 1
               UNTIL TVA-ROW-IX > TVA-ROW-USED.
       4000-EXIT.
           EXIT.
      *
       4100-STORE-ONE-ROW.
           MOVE SPACES TO FDIN-DCL.
           MOVE TVA-PERIODE TO FDIN-DCL-PERIODE.
           MOVE TVA-W-SENS (TVA-ROW-IX) TO FDIN-DCL-SENS.
           MOVE TVA-W-EDIT (TVA-ROW-IX) TO FDIN-DCL-EDIT.
           MOVE TVA-W-TAUX (TVA-ROW-IX) TO FDIN-DCL-TAUX.
           MOVE TVA-W-REGIE (TVA-ROW-IX) TO FDIN-DCL-REGIE.
           MOVE TVA-W-BASE (TVA-ROW-IX) TO FDIN-DCL-BASE.
           MOVE TVA-W-TVA (TVA-ROW-IX) TO FDIN-DCL-TVA.
           MOVE TVA-W-LIGNES (TVA-ROW-IX) TO FDIN-DCL-LIGNES.
           MOVE TVA-W-NET (TVA-ROW-IX) TO FDIN-DCL-TVA-NET.
           MOVE TVA-W-PRORATA (TVA-ROW-IX) TO FDIN-DCL-PRORATA.
           MOVE TVA-TODAY TO FDIN-DCL-DATE-DEPOT.
           WRITE FDIN-DCL
               INVALID KEY
                   REWRITE FDIN-DCL
           END-WRITE.
           ADD 1 TO TVA-COUNT-STORED.
           IF FDIN-DCL-SENS = "V"
               ADD FDIN-DCL-TVA TO TVA-TOTAL-COLL
           ELSE
               ADD FDIN-DCL-TVA TO TVA-TOTAL-DED
               ADD FDIN-DCL-TVA-NET TO TVA-TOTAL-DED-NET
           END-IF.
           MOVE FDIN-DCL-SENS TO TVA295-D-SENS.
           MOVE FDIN-DCL-EDIT TO TVA295-D-EDIT.
           MOVE FDIN-DCL-TAUX TO TVA295-D-TAUX.
           MOVE FDIN-DCL-REGIE TO TVA295-D-REGIE.
           MOVE FDIN-DCL-BASE TO TVA295-D-BASE.
           MOVE FDIN-DCL-TVA TO TVA295-D-TVA.
           MOVE FDIN-DCL-LIGNES TO TVA295-D-LINES.
           IF FDIN-DCL-SENS = "V"
               MOVE SPACES TO TVA295-D-PRORATA TVA295-D-NET
           ELSE
               MOVE FDIN-DCL-PRORATA TO TVA-ED-D-PRORATA
               MOVE TVA-ED-D-PRORATA TO TVA295-D-PRORATA
               MOVE FDIN-DCL-TVA-NET TO TVA-ED-D-NET
               MOVE TVA-ED-D-NET TO TVA295-D-NET
           END-IF.
           WRITE TVA295-REPORT-LINE FROM TVA295-DETAIL-LINE.
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CLOSE-PERIOD - MARK THE MONTH CLOSED IN FDINPER       *
      ****************************************************************
       5000-CLOSE-PERIOD.
           MOVE SPACES TO FDIN-PER.
           MOVE TVA-PERIODE TO FDIN-PER-PERIODE.
           MOVE "C" TO FDIN-PER-STATUT.
           MOVE TVA-TODAY TO FDIN-PER-DATE-CLOT.
           MOVE TVA295-P-USER TO FDIN-PER-USER.
           MOVE TVA-COUNT-STORED TO FDIN-PER-LIGNES.
           MOVE TVA-TOTAL-COLL TO FDIN-PER-TVA-COLL.
           MOVE TVA-TOTAL-DED TO FDIN-PER-TVA-DED.
           MOVE TVA-TOTAL-DED-NET TO FDIN-PER-TVA-DED-NET.
           IF TVA-PER-FOUND
               REWRITE FDIN-PER
           ELSE
               WRITE FDIN-PER
           END-IF.
           MOVE TVA-PERIODE TO TVA295-C-PERIODE.
           WRITE TVA295-REPORT-LINE FROM TVA295-CLOSED-LINE.
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA295-T-READ.
           WRITE TVA295-REPORT-LINE FROM TVA295-TOTAL-LINE.
           MOVE TVA-COUNT-STORED TO TVA295-T-STORED.
           WRITE TVA295-REPORT-LINE FROM TVA295-TOTAL-LINE-2.
           MOVE TVA-TOTAL-COLL TO TVA295-T-COLL.
           WRITE TVA295-REPORT-LINE FROM TVA295-TOTAL-LINE-3.
           MOVE TVA-TOTAL-DED TO TVA295-T-DED.
           WRITE TVA295-REPORT-LINE FROM TVA295-TOTAL-LINE-4.
           MOVE TVA-TOTAL-DED-NET TO TVA295-T-DED-NET.
           WRITE TVA295-REPORT-LINE FROM TVA295-TOTAL-LINE-5.
           CLOSE TVA295-EXPORT FDIN-DCL-FILE FDIN-PER-FILE
                 TVA295-REPORT.
       8000-EXIT.
           EXIT.
