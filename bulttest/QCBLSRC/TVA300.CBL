      ****************************************************************
      * PROGRAM NAME...............: . TVA300                        *
      * FUNCTION...................: . AMENDED-RETURN REPORT - RE-   *
      *         .                        RUNS THE TVA270 FIGURES OF  *
      *         .                        A CLOSED MONTH AND PRINTS   *
      *         .                        THE DIFFERENCE WITH THE     *
      *         .                        FILED FIGURES LINE BY LINE  *
      *         .                        FOR THE CORRECTIVE RETURN   *
      * FILES USED.................: . TVA300PRM - INPUT (PARAMETER  *
      *         .                        CARD)                       *
      *         .                      TVAFAC    - INPUT (INVOICE    *
      *         .                        LINE FILE FROM BILLING)     *
      *         .                      FDINTVA   - INPUT (THROUGH    *
      *         .                        THE TVA165 SUBPROGRAM)      *
      *         .                      FDINPER   - INPUT (INDEXED,   *
      *         .                        DECLARATION PERIODS)        *
      *         .                      FDINDCL   - INPUT (INDEXED,   *
      *         .                        FILED DECLARATION ROWS)     *
      *         .                      FDINDEV   - INPUT (THROUGH    *
      *         .                        THE TVA325 SUBPROGRAM)      *
      *         .                      FDINPRO   - INPUT (DEDUCTION   *
      *         .                        PRORATA BY SECTOR AND YEAR) *
      *         .                      TVA300RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - FILED AGAINST    *
      *                                  RECOMPUTED DECLARATION      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA300.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  THE MONTH MUST HAVE BEEN  *
      *                    CLOSED BY TVA295.  ITS FILED ROWS ARE     *
      *                    LOADED FROM FDINDCL, THEN EVERY TVAFAC    *
      *                    LINE DATED IN THE MONTH IS RESOLVED       *
      *                    THROUGH TVA165 AGAINST TODAY'S MASTER     *
      *                    (USAGE LOGGING OFF) AND ACCUMULATED ON    *
      *                    THE SAME SENS + EDIT CODE + RATE + REGIE  *
      *                    KEY AS TVA270.  EVERY ROW, FILED OR       *
      *                    RECOMPUTED, PRINTS WITH BOTH FIGURES AND  *
      *                    THE DIFFERENCE, IN DECLARATION-BOX ORDER. *
      * 10/14/26  DEV    FOREIGN-CURRENCY LINES ARE CONVERTED TO     *
      *                    EUROS THROUGH TVA325 EXACTLY AS TVA270     *
      *                    DOES, SO AN UNCHANGED MONTH RERUNS TO THE *
      *                    FILED FIGURES.  A LINE WITH NO RATE IN    *
      *                    EFFECT IS EXCLUDED AS IN TVA270.          *
      * 10/14/26  DEV    PURCHASE LINES ARE RERUN AT THE PROVISIONAL *
      *                    PRORATA OF THEIR SECTOR AND YEAR          *
      *                    (FDINPRO) EXACTLY AS TVA270 DOES.  EACH   *
      *                    PURCHASE ROW ALSO PRINTS THE NET          *
      *                    DEDUCTIBLE VAT FILED, RERUN AND THE       *
      *                    DIFFERENCE, AND A ROW WHOSE NET MOVED IS  *
      *                    FLAGGED.  A ROW FILED BEFORE THE NET WAS  *
      *                    KEPT COUNTS AS FILED GROSS.               *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TVA300-PARM      ASSIGN TO "TVA300PRM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-PRM.
           SELECT FDIN-FAC-FILE    ASSIGN TO "TVAFAC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FAC.
           SELECT FDIN-PER-FILE    ASSIGN TO "FDINPER"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PER-PERIODE
                  FILE STATUS IS TVA-FS-PER.
           SELECT FDIN-DCL-FILE    ASSIGN TO "FDINDCL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-DCL-CLEF
                  FILE STATUS IS TVA-FS-DCL.
           SELECT FDIN-PRO-FILE    ASSIGN TO "FDINPRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PRO-CLEF
                  FILE STATUS IS TVA-FS-PRO.
           SELECT TVA300-REPORT    ASSIGN TO "TVA300RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA300-PARM
           LABEL RECORDS ARE STANDARD.
       01  TVA300-PARM-CARD.
           05  TVA300-P-PERIODE        PIC 9(6).
           05  FILLER                  PIC X(74).
      *
       FD  FDIN-FAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFAC.
      *
       FD  FDIN-PER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPER.
      *
       FD  FDIN-DCL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINDCL.
      *
       FD  FDIN-PRO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPRO.
      *
       FD  TVA300-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA300-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-PRM                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PER                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-DCL                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PRO                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FAC                     VALUE "Y".
       01  TVA-DCL-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-DCL                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-PRO-AVAIL-SW             PIC X(1)  VALUE "N".
           88  TVA-PRO-AVAILABLE                  VALUE "Y".
      *
       01  TVA-PERIODE                  PIC 9(6).
       01  TVA-PERIODE-R REDEFINES TVA-PERIODE.
           05  TVA-PERIODE-AAAA         PIC 9(4).
           05  TVA-PERIODE-MM           PIC 9(2).
       01  TVA-FAC-DATE                 PIC 9(8).
       01  TVA-FAC-DATE-R REDEFINES TVA-FAC-DATE.
           05  TVA-FAC-AAAAMM           PIC 9(6).
           05  TVA-FAC-JJ               PIC 9(2).
      *
      ***** CALL INTERFACE OF THE TVA165 EFFECTIVE-RATE RESOLVER
           COPY FDINTVAK.
      ***** RESOLVED RECORD COMING BACK FROM TVA165 - A RECORD
      ***** IMAGE OF THE FDINTVA COPY (256 BYTES)
       01  TVA-RES-RECORD               PIC X(256).
      ***** THE SAME RECORD UNFOLDED SO THE EDIT CODE, RATE AND
      ***** REGIE FLAG CAN BE PICKED OUT
           COPY FDINTVA.
      *
      ***** CALL INTERFACE OF THE TVA325 EURO CONVERSION
           COPY FDINDEVK.
      *
       01  TVA-ACC-SENS                 PIC X(1).
       01  TVA-ACC-EDIT                 PIC X(5).
       01  TVA-ACC-TAUX                 PIC 9(2)V9(2).
       01  TVA-ACC-REGIE                PIC X(1).
      *
      ***** FILED AND RECOMPUTED FIGURES SIDE BY SIDE, ONE ENTRY PER
      ***** (SENS, EDIT CODE, RATE, REGIE) ROW OF EITHER RETURN
       01  TVA-ACC-MAX                  PIC 9(3)  VALUE 200 COMP.
       01  TVA-ACC-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ACC-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ACC-BEST                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ACC-TABLE.
           05  TVA-ACC-ENTRY OCCURS 200 TIMES.
               10  TVA-T-SENS           PIC X(1).
               10  TVA-T-EDIT           PIC X(5).
               10  TVA-T-TAUX           PIC 9(2)V9(2).
               10  TVA-T-REGIE          PIC X(1).
               10  TVA-T-BASE-DCL       PIC S9(11)V9(2).
               10  TVA-T-TVA-DCL        PIC S9(11)V9(2).
               10  TVA-T-BASE           PIC S9(11)V9(2).
               10  TVA-T-TVA            PIC S9(11)V9(2).
               10  TVA-T-NET-DCL        PIC S9(11)V9(2).
               10  TVA-T-NET            PIC S9(11)V9(2).
               10  TVA-T-PRINTED-SW     PIC X(1).
       01  TVA-ACC-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-ACC-FULL-WARNED                VALUE "Y".
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
      *
       01  TVA-SEC-SENS                 PIC X(1).
       01  TVA-SEC-REGIE                PIC X(1).
      *
       01  TVA-AMOUNTS.
           05  TVA-TOTAL-DCL-COLL       PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DCL-DED        PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-COLL           PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DED            PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DCL-DED-NET    PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DED-NET        PIC S9(11)V9(2) VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-OUTSIDE        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ACCUM          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-FILED          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DIFFER         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-FULL-DED       PIC 9(7)  VALUE ZERO.
      *
       01  TVA300-HEADING-1             PIC X(48)
           VALUE "TVA300 - AMENDED RETURN - FILED AGAINST RERUN".
       01  TVA300-PARM-LINE.
           05  FILLER                   PIC X(24)
               VALUE "PERIOD................:".
           05  TVA300-H-PERIODE         PIC 9(6).
           05  FILLER                   PIC X(14) VALUE "  CLOSED ON ".
           05  TVA300-H-CLOT            PIC 9(8).
           05  FILLER                   PIC X(5)  VALUE " BY ".
           05  TVA300-H-USER            PIC X(8).
       01  TVA300-SECTION-LINE.
           05  TVA300-SEC-TEXT          PIC X(40).
       01  TVA300-COL-HEADING.
           05  FILLER                   PIC X(7)  VALUE "  EDIT".
           05  FILLER                   PIC X(7)  VALUE "RATE".
           05  FILLER                   PIC X(17) VALUE "BASE FILED".
           05  FILLER                   PIC X(17) VALUE "BASE RERUN".
           05  FILLER                   PIC X(17) VALUE "BASE DIFF".
           05  FILLER                   PIC X(17) VALUE "VAT FILED".
           05  FILLER                   PIC X(17) VALUE "VAT RERUN".
           05  FILLER                   PIC X(17) VALUE "VAT DIFF".
      *
       01  TVA300-DETAIL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-EDIT            PIC X(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA300-D-TAUX            PIC Z9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA300-D-BASE-DCL        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-BASE-DIF        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-TVA-DCL         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-TVA             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-TVA-DIF         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-D-FLAG            PIC X(1).
      ***** UNDER EACH PURCHASE ROW - THE NET DEDUCTIBLE VAT AT THE
      ***** PRORATA, IN THE VAT COLUMNS
       01  TVA300-NET-LINE.
           05  FILLER                   PIC X(65)
               VALUE "    NET DEDUCTIBLE AT PRORATA".
           05  TVA300-N-NET-DCL         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-N-NET             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-N-NET-DIF         PIC -ZZZZZZZZZZ9.99.
      *
       01  TVA300-EXC-HEADING           PIC X(48)
           VALUE "LINES EXCLUDED - CODE NOT RESOLVED OR NO RATE".
       01  TVA300-EXC-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-E-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-E-CODE            PIC X(18).
           05  FILLER                   PIC X(6)  VALUE "  RC=".
           05  TVA300-E-RC              PIC 9(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA300-E-TEXT            PIC X(40).
      *
       01  TVA300-WARN-TABLE-LINE.
           05  FILLER                   PIC X(37)
               VALUE "** WARNING ** MORE THAN 200 CODE/RATE".
           05  FILLER                   PIC X(27)
               VALUE " COMBINATIONS - FIGURES".
       01  TVA300-WARN-TABLE-LINE-2     PIC X(56)
           VALUE "** WARNING ** ONLY COVER THE FIRST 200 COMBINATIONS".
       01  TVA300-WARN-PRO-LINE.
           05  FILLER                   PIC X(45)
               VALUE "** WARNING ** NO PRORATA TABLE - PURCHASE VAT".
           05  FILLER                   PIC X(19)
               VALUE " DEDUCTED IN FULL".
       01  TVA300-WARN-SECT-LINE.
           05  FILLER                   PIC X(32)
               VALUE "** WARNING ** NO PRORATA SECTOR ".
           05  TVA300-N-SECTEUR         PIC X(4).
           05  FILLER                   PIC X(6)  VALUE " YEAR ".
           05  TVA300-N-ANNEE           PIC 9(4).
           05  FILLER                   PIC X(20)
               VALUE " - DEDUCTED IN FULL".
       01  TVA300-NO-CHANGE-LINE        PIC X(56)
           VALUE "NO DIFFERENCE - NO CORRECTIVE RETURN NEEDED".
      *
       01  TVA300-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "LINES READ............:".
           05  TVA300-T-READ            PIC ZZZZZZ9.
       01  TVA300-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "LINES OUTSIDE PERIOD..:".
           05  TVA300-T-OUTSIDE         PIC ZZZZZZ9.
       01  TVA300-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "LINES ACCUMULATED.....:".
           05  TVA300-T-ACC             PIC ZZZZZZ9.
       01  TVA300-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "LINES EXCLUDED........:".
           05  TVA300-T-EXC             PIC ZZZZZZ9.
       01  TVA300-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "FILED ROWS............:".
           05  TVA300-T-FILED           PIC ZZZZZZ9.
       01  TVA300-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "ROWS DIFFERING........:".
           05  TVA300-T-DIFFER          PIC ZZZZZZ9.
       01  TVA300-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "VAT COLLECTED FILED...:".
           05  TVA300-T-DCL-COLL        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(10) VALUE "  RERUN ".
           05  TVA300-T-COLL            PIC -ZZZZZZZZZZ9.99.
       01  TVA300-TOTAL-LINE-8.
           05  FILLER                   PIC X(24)
               VALUE "VAT DEDUCTIBLE FILED..:".
           05  TVA300-T-DCL-DED         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(10) VALUE "  RERUN ".
           05  TVA300-T-DED             PIC -ZZZZZZZZZZ9.99.
       01  TVA300-TOTAL-LINE-9.
           05  FILLER                   PIC X(24)
               VALUE "NET DEDUCT. FILED.....:".
           05  TVA300-T-DCL-DED-NET     PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(10) VALUE "  RERUN ".
           05  TVA300-T-DED-NET         PIC -ZZZZZZZZZZ9.99.
       01  TVA300-TOTAL-LINE-10.
           05  FILLER                   PIC X(24)
               VALUE "PURCHASES NO PRORATA..:".
           05  TVA300-T-FULL-DED        PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 1700-LOAD-FILED THRU 1700-EXIT
                   UNTIL TVA-END-OF-DCL
               PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
                   UNTIL TVA-END-OF-FAC
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PARAMETER CARD, CLOSED-PERIOD CHECK,     *
      *                        OPEN FILES, POSITION ON THE FILED ROWS *
      ****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TVA300-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA300 - CANNOT OPEN TVA300RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA300-REPORT-LINE FROM TVA300-HEADING-1.
           OPEN INPUT TVA300-PARM.
           IF TVA-FS-PRM NOT = "00"
               DISPLAY "TVA300 - CANNOT OPEN TVA300PRM, STATUS="
                   TVA-FS-PRM
               CLOSE TVA300-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           READ TVA300-PARM
               AT END
                   DISPLAY "TVA300 - PARAMETER CARD MISSING"
                   CLOSE TVA300-PARM TVA300-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
           END-READ.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           CLOSE TVA300-PARM.
           IF TVA300-P-PERIODE NOT NUMERIC
               DISPLAY "TVA300 - PERIOD ON CARD NOT NUMERIC"
               CLOSE TVA300-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA300-P-PERIODE TO TVA-PERIODE.
           OPEN INPUT FDIN-PER-FILE.
           IF TVA-FS-PER NOT = "00"
               DISPLAY "TVA300 - CANNOT OPEN FDINPER, STATUS="
                   TVA-FS-PER
               CLOSE TVA300-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-PERIODE TO FDIN-PER-PERIODE.
           READ FDIN-PER-FILE
               INVALID KEY
                   MOVE SPACE TO FDIN-PER-STATUT
           END-READ.
           CLOSE FDIN-PER-FILE.
           IF NOT PER-CLOSED
               DISPLAY "TVA300 - PERIOD " TVA-PERIODE
                   " HAS NOT BEEN CLOSED BY TVA295"
               CLOSE TVA300-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-PERIODE TO TVA300-H-PERIODE.
           MOVE FDIN-PER-DATE-CLOT TO TVA300-H-CLOT.
           MOVE FDIN-PER-USER TO TVA300-H-USER.
           WRITE TVA300-REPORT-LINE FROM TVA300-PARM-LINE.
           OPEN INPUT FDIN-DCL-FILE.
           IF TVA-FS-DCL NOT = "00"
               DISPLAY "TVA300 - CANNOT OPEN FDINDCL, STATUS="
                   TVA-FS-DCL
               CLOSE TVA300-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-FAC-FILE.
           IF TVA-FS-FAC NOT = "00"
               DISPLAY "TVA300 - CANNOT OPEN TVAFAC, STATUS="
                   TVA-FS-FAC
               CLOSE FDIN-DCL-FILE TVA300-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-PRO-FILE.
           IF TVA-FS-PRO = "00"
               MOVE "Y" TO TVA-PRO-AVAIL-SW
           ELSE
               IF TVA-FS-PRO = "35"
                   WRITE TVA300-REPORT-LINE FROM TVA300-WARN-PRO-LINE
               ELSE
                   DISPLAY "TVA300 - CANNOT OPEN FDINPRO, STATUS="
                       TVA-FS-PRO
                   CLOSE FDIN-FAC-FILE FDIN-DCL-FILE TVA300-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE LOW-VALUES TO FDIN-DCL-CLEF.
           MOVE TVA-PERIODE TO FDIN-DCL-PERIODE.
           START FDIN-DCL-FILE KEY NOT LESS THAN FDIN-DCL-CLEF
               INVALID KEY
                   MOVE "Y" TO TVA-DCL-EOF-SW
           END-START.
           IF NOT TVA-END-OF-DCL
               PERFORM 1750-READ-FILED THRU 1750-EXIT
           END-IF.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1700-LOAD-FILED - ONE FILED ROW INTO THE TABLE             *
      ****************************************************************
       1700-LOAD-FILED.
           ADD 1 TO TVA-COUNT-FILED.
           MOVE FDIN-DCL-SENS TO TVA-ACC-SENS.
           MOVE FDIN-DCL-EDIT TO TVA-ACC-EDIT.
           MOVE FDIN-DCL-TAUX TO TVA-ACC-TAUX.
           MOVE FDIN-DCL-REGIE TO TVA-ACC-REGIE.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF TVA-ACC-IX NOT = ZERO
               ADD FDIN-DCL-BASE TO TVA-T-BASE-DCL (TVA-ACC-IX)
               ADD FDIN-DCL-TVA TO TVA-T-TVA-DCL (TVA-ACC-IX)
           END-IF.
           IF FDIN-DCL-SENS = "V"
               ADD FDIN-DCL-TVA TO TVA-TOTAL-DCL-COLL
               GO TO 1700-NEXT
           END-IF.
           ADD FDIN-DCL-TVA TO TVA-TOTAL-DCL-DED.
      ***** A PURCHASE ROW FILED BEFORE THE NET WAS KEPT WAS FILED GROSS
           IF FDIN-DCL-TVA-NET NOT NUMERIC
               MOVE FDIN-DCL-TVA TO FDIN-DCL-TVA-NET
           END-IF.
           ADD FDIN-DCL-TVA-NET TO TVA-TOTAL-DCL-DED-NET.
           IF TVA-ACC-IX NOT = ZERO
               ADD FDIN-DCL-TVA-NET TO TVA-T-NET-DCL (TVA-ACC-IX)
           END-IF.
       1700-NEXT.
           PERFORM 1750-READ-FILED THRU 1750-EXIT.
       1700-EXIT.
           EXIT.
      *
       1750-READ-FILED.
           READ FDIN-DCL-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-DCL-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-DCL
               IF FDIN-DCL-PERIODE NOT = TVA-PERIODE
                   MOVE "Y" TO TVA-DCL-EOF-SW
               END-IF
           END-IF.
       1750-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-LINE - RESOLVE AND ACCUMULATE ONE LINE OF THE *
      *                          MONTH                                *
      ****************************************************************
       2000-PROCESS-LINE.
           MOVE FDIN-FAC-DATE TO TVA-FAC-DATE.
           IF TVA-FAC-AAAAMM NOT = TVA-PERIODE
               ADD 1 TO TVA-COUNT-OUTSIDE
               GO TO 2000-NEXT
           END-IF.
           MOVE FDIN-FAC-CODE TO FDIN-TVAK-GEN.
           MOVE FDIN-FAC-DATE TO FDIN-TVAK-DATE.
           MOVE SPACES TO FDIN-TVAK-LOG.
           MOVE ZERO TO FDIN-TVAK-RC.
           CALL "TVA165" USING FDIN-TVA-RES TVA-RES-RECORD.
           IF TVAK-RC-FILE-ERROR
               DISPLAY "TVA300 - FDIN-TVA NOT AVAILABLE - RUN STOPPED"
               CLOSE FDIN-FAC-FILE FDIN-DCL-FILE TVA300-REPORT
               IF TVA-PRO-AVAILABLE
                   CLOSE FDIN-PRO-FILE
               END-IF
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2000-EXIT
           END-IF.
           IF NOT TVAK-RC-OK
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE TVA-RES-RECORD TO FDIN-TVA.
           MOVE FDIN-FAC-DEVISE TO FDIN-DEVK-DEVISE.
           MOVE FDIN-FAC-DATE TO FDIN-DEVK-DATE.
           MOVE FDIN-FAC-MTHT TO FDIN-DEVK-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-DEVK-MTTVA.
           CALL "TVA325" USING FDIN-DEV-CONV.
           IF DEVK-RC-FILE-ERROR
               DISPLAY "TVA300 - FDINDEV NOT AVAILABLE - RUN STOPPED"
               CLOSE FDIN-FAC-FILE FDIN-DCL-FILE TVA300-REPORT
               IF TVA-PRO-AVAILABLE
                   CLOSE FDIN-PRO-FILE
               END-IF
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
       2000-EXIT.
           EXIT.
      *
       2100-READ-LINE.
           READ FDIN-FAC-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-FAC
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-ACCUMULATE-LINE - THE ACCUMULATION KEY IS SENS +      *
      *                             EDIT CODE + RATE + REGIE, AS IN   *
      *                             TVA270                            *
      ****************************************************************
       3000-ACCUMULATE-LINE.
           MOVE FDIN-FAC-SENS TO TVA-ACC-SENS.
           IF FDIN-FAC-SENS = "V"
               MOVE FDIN-TVA-TVVE TO TVA-ACC-EDIT
               MOVE FDIN-TVA-TVVT TO TVA-ACC-TAUX
           ELSE
               MOVE FDIN-TVA-TVAE TO TVA-ACC-EDIT
               MOVE FDIN-TVA-TVAT TO TVA-ACC-TAUX
           END-IF.
           MOVE FDIN-TVA-REGIE TO TVA-ACC-REGIE.
           IF TVA-ACC-REGIE NOT = "O"
               MOVE "N" TO TVA-ACC-REGIE
           END-IF.
           IF FDIN-FAC-SENS = "V"
               ADD FDIN-DEVK-MTTVA-EUR TO TVA-TOTAL-COLL
           ELSE
               ADD FDIN-DEVK-MTTVA-EUR TO TVA-TOTAL-DED
               PERFORM 3500-APPLY-PRORATA THRU 3500-EXIT
               ADD TVA-LINE-NET TO TVA-TOTAL-DED-NET
           END-IF.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF TVA-ACC-IX = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD FDIN-DEVK-MTHT-EUR TO TVA-T-BASE (TVA-ACC-IX).
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-T-TVA (TVA-ACC-IX).
           IF FDIN-FAC-SENS NOT = "V"
               ADD TVA-LINE-NET TO TVA-T-NET (TVA-ACC-IX)
           END-IF.
           ADD 1 TO TVA-COUNT-ACCUM.
       3000-EXIT.
           EXIT.
      *
       3100-FIND-ENTRY.
           PERFORM 3150-SCAN-ENTRY THRU 3150-EXIT
               VARYING TVA-ACC-IX FROM 1 BY 1
               UNTIL TVA-ACC-IX > TVA-ACC-USED
                  OR (TVA-T-SENS (TVA-ACC-IX) = TVA-ACC-SENS
                      AND TVA-T-EDIT (TVA-ACC-IX) = TVA-ACC-EDIT
                      AND TVA-T-TAUX (TVA-ACC-IX) = TVA-ACC-TAUX
                      AND TVA-T-REGIE (TVA-ACC-IX) = TVA-ACC-REGIE).
           IF TVA-ACC-IX NOT > TVA-ACC-USED
               GO TO 3100-EXIT
           END-IF.
           IF TVA-ACC-USED < TVA-ACC-MAX
               ADD 1 TO TVA-ACC-USED
               MOVE TVA-ACC-USED TO TVA-ACC-IX
               MOVE TVA-ACC-SENS TO TVA-T-SENS (TVA-ACC-IX)
               MOVE TVA-ACC-EDIT TO TVA-T-EDIT (TVA-ACC-IX)
               MOVE TVA-ACC-TAUX TO TVA-T-TAUX (TVA-ACC-IX)
               MOVE TVA-ACC-REGIE TO TVA-T-REGIE (TVA-ACC-IX)
               MOVE ZERO TO TVA-T-BASE-DCL (TVA-ACC-IX)
                            TVA-T-TVA-DCL (TVA-ACC-IX)
                            TVA-T-BASE (TVA-ACC-IX)
                            TVA-T-TVA (TVA-ACC-IX)
                            TVA-T-NET-DCL (TVA-ACC-IX)
                            TVA-T-NET (TVA-ACC-IX)
               MOVE "N" TO TVA-T-PRINTED-SW (TVA-ACC-IX)
           ELSE
               IF NOT TVA-ACC-FULL-WARNED
                   WRITE TVA300-REPORT-LINE
                       FROM TVA300-WARN-TABLE-LINE
                   WRITE TVA300-REPORT-LINE
                       FROM TVA300-WARN-TABLE-LINE-2
                   MOVE "Y" TO TVA-ACC-FULL-WARNED-SW
               END-IF
               MOVE ZERO TO TVA-ACC-IX
           END-IF.
       3100-EXIT.
           EXIT.
      *
       3150-SCAN-ENTRY.
           CONTINUE.
       3150-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-APPLY-PRORATA - NET DEDUCTIBLE VAT OF A PURCHASE LINE *
      *                           AT THE PROVISIONAL PRORATA OF ITS   *
      *                           SECTOR FOR THE INVOICE YEAR, AS IN  *
      *                           TVA270                              *
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
           MOVE TVA-LINE-SECTEUR TO TVA300-N-SECTEUR.
           MOVE TVA-LINE-ANNEE TO TVA300-N-ANNEE.
           WRITE TVA300-REPORT-LINE FROM TVA300-WARN-SECT-LINE.
       3700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-EXCEPTION - A LINE WHOSE CODE DOES NOT RESOLVE   *
      *                            STAYS OUT OF THE RERUN, AS IN      *
      *                            TVA270                             *
      ****************************************************************
       4000-LIST-EXCEPTION.
           IF TVA-COUNT-EXCEPT = ZERO
               WRITE TVA300-REPORT-LINE FROM TVA300-EXC-HEADING
           END-IF.
           ADD 1 TO TVA-COUNT-EXCEPT.
           MOVE FDIN-FAC-NOFAC TO TVA300-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA300-E-CODE.
           MOVE FDIN-TVAK-RC TO TVA300-E-RC.
           MOVE "CODE NOT RESOLVED" TO TVA300-E-TEXT.
           WRITE TVA300-REPORT-LINE FROM TVA300-EXC-LINE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-LIST-NO-RATE - A FOREIGN LINE WITH NO FDINDEV RATE IN *
      *                          EFFECT ON ITS DATE, AS IN TVA270     *
      ****************************************************************
       4100-LIST-NO-RATE.
           IF TVA-COUNT-EXCEPT = ZERO
               WRITE TVA300-REPORT-LINE FROM TVA300-EXC-HEADING
           END-IF.
           ADD 1 TO TVA-COUNT-EXCEPT.
           MOVE FDIN-FAC-NOFAC TO TVA300-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA300-E-CODE.
           MOVE FDIN-DEVK-RC TO TVA300-E-RC.
           MOVE SPACES TO TVA300-E-TEXT.
           STRING "NO EXCHANGE RATE IN EFFECT - "
                  FDIN-DEVK-DEVISE
                  DELIMITED BY SIZE INTO TVA300-E-TEXT.
           WRITE TVA300-REPORT-LINE FROM TVA300-EXC-LINE.
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PRINT-SUMMARY - DECLARATION-BOX ORDER, AS TVA270:     *
      *                           SALES, SALES REGIE, PURCHASES,      *
      *                           PURCHASES REGIE                     *
      ****************************************************************
       5000-PRINT-SUMMARY.
           MOVE "SALES" TO TVA300-SEC-TEXT.
           MOVE "V" TO TVA-SEC-SENS.
           MOVE "N" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           MOVE "SALES - REGIE (SELF-ASSESSED)" TO TVA300-SEC-TEXT.
           MOVE "O" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           MOVE "PURCHASES" TO TVA300-SEC-TEXT.
           MOVE "A" TO TVA-SEC-SENS.
           MOVE "N" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           MOVE "PURCHASES - REGIE (SELF-ASSESSED)"
               TO TVA300-SEC-TEXT.
           MOVE "O" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           IF TVA-COUNT-DIFFER = ZERO
               WRITE TVA300-REPORT-LINE FROM TVA300-NO-CHANGE-LINE
           END-IF.
       5000-EXIT.
           EXIT.
      *
       5100-PRINT-SECTION.
           WRITE TVA300-REPORT-LINE FROM TVA300-SECTION-LINE.
           WRITE TVA300-REPORT-LINE FROM TVA300-COL-HEADING.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT
               UNTIL TVA-ACC-BEST = ZERO.
       5100-EXIT.
           EXIT.
      *
      ***** A ROW THAT MOVED IS FLAGGED * IN THE LAST COLUMN - ON A
      ***** PURCHASE ROW, A MOVE IN THE NET DEDUCTIBLE VAT AS WELL
       5200-PICK-AND-PRINT.
           MOVE ZERO TO TVA-ACC-BEST.
           PERFORM 5250-JUDGE-ENTRY THRU 5250-EXIT
               VARYING TVA-ACC-IX FROM 1 BY 1
               UNTIL TVA-ACC-IX > TVA-ACC-USED.
           IF TVA-ACC-BEST = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE TVA-T-EDIT (TVA-ACC-BEST) TO TVA300-D-EDIT.
           MOVE TVA-T-TAUX (TVA-ACC-BEST) TO TVA300-D-TAUX.
           MOVE TVA-T-BASE-DCL (TVA-ACC-BEST) TO TVA300-D-BASE-DCL.
           MOVE TVA-T-BASE (TVA-ACC-BEST) TO TVA300-D-BASE.
           COMPUTE TVA300-D-BASE-DIF = TVA-T-BASE (TVA-ACC-BEST)
                                     - TVA-T-BASE-DCL (TVA-ACC-BEST).
           MOVE TVA-T-TVA-DCL (TVA-ACC-BEST) TO TVA300-D-TVA-DCL.
           MOVE TVA-T-TVA (TVA-ACC-BEST) TO TVA300-D-TVA.
           COMPUTE TVA300-D-TVA-DIF = TVA-T-TVA (TVA-ACC-BEST)
                                    - TVA-T-TVA-DCL (TVA-ACC-BEST).
           IF TVA-T-BASE (TVA-ACC-BEST)
                   NOT = TVA-T-BASE-DCL (TVA-ACC-BEST)
                   OR TVA-T-TVA (TVA-ACC-BEST)
                      NOT = TVA-T-TVA-DCL (TVA-ACC-BEST)
                   OR TVA-T-NET (TVA-ACC-BEST)
                      NOT = TVA-T-NET-DCL (TVA-ACC-BEST)
               MOVE "*" TO TVA300-D-FLAG
               ADD 1 TO TVA-COUNT-DIFFER
           ELSE
               MOVE SPACE TO TVA300-D-FLAG
           END-IF.
           WRITE TVA300-REPORT-LINE FROM TVA300-DETAIL-LINE.
           IF TVA-T-SENS (TVA-ACC-BEST) NOT = "V"
               MOVE TVA-T-NET-DCL (TVA-ACC-BEST) TO TVA300-N-NET-DCL
               MOVE TVA-T-NET (TVA-ACC-BEST) TO TVA300-N-NET
               COMPUTE TVA300-N-NET-DIF = TVA-T-NET (TVA-ACC-BEST)
                                        - TVA-T-NET-DCL (TVA-ACC-BEST)
               WRITE TVA300-REPORT-LINE FROM TVA300-NET-LINE
           END-IF.
           MOVE "Y" TO TVA-T-PRINTED-SW (TVA-ACC-BEST).
       5200-EXIT.
           EXIT.
      *
       5250-JUDGE-ENTRY.
           IF TVA-T-SENS (TVA-ACC-IX) NOT = TVA-SEC-SENS
                   OR TVA-T-REGIE (TVA-ACC-IX) NOT = TVA-SEC-REGIE
                   OR TVA-T-PRINTED-SW (TVA-ACC-IX) = "Y"
               GO TO 5250-EXIT
           END-IF.
           IF TVA-ACC-BEST = ZERO
               MOVE TVA-ACC-IX TO TVA-ACC-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-T-EDIT (TVA-ACC-IX) < TVA-T-EDIT (TVA-ACC-BEST)
               MOVE TVA-ACC-IX TO TVA-ACC-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-T-EDIT (TVA-ACC-IX) = TVA-T-EDIT (TVA-ACC-BEST)
                   AND TVA-T-TAUX (TVA-ACC-IX)
                       < TVA-T-TAUX (TVA-ACC-BEST)
               MOVE TVA-ACC-IX TO TVA-ACC-BEST
           END-IF.
       5250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA300-T-READ.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE.
           MOVE TVA-COUNT-OUTSIDE TO TVA300-T-OUTSIDE.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-2.
           MOVE TVA-COUNT-ACCUM TO TVA300-T-ACC.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-3.
           MOVE TVA-COUNT-EXCEPT TO TVA300-T-EXC.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-4.
           MOVE TVA-COUNT-FILED TO TVA300-T-FILED.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-5.
           MOVE TVA-COUNT-DIFFER TO TVA300-T-DIFFER.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-6.
           MOVE TVA-TOTAL-DCL-COLL TO TVA300-T-DCL-COLL.
           MOVE TVA-TOTAL-COLL TO TVA300-T-COLL.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-7.
           MOVE TVA-TOTAL-DCL-DED TO TVA300-T-DCL-DED.
           MOVE TVA-TOTAL-DED TO TVA300-T-DED.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-8.
           MOVE TVA-TOTAL-DCL-DED-NET TO TVA300-T-DCL-DED-NET.
           MOVE TVA-TOTAL-DED-NET TO TVA300-T-DED-NET.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-9.
           MOVE TVA-COUNT-FULL-DED TO TVA300-T-FULL-DED.
           WRITE TVA300-REPORT-LINE FROM TVA300-TOTAL-LINE-10.
           CLOSE FDIN-FAC-FILE FDIN-DCL-FILE TVA300-REPORT.
           IF TVA-PRO-AVAILABLE
               CLOSE FDIN-PRO-FILE
           END-IF.
       8000-EXIT.
           EXIT.
