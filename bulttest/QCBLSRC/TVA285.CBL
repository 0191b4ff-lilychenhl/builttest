      ****************************************************************
      * PROGRAM NAME...............: . TVA285                        *
      * FUNCTION...................: . MONTHLY EC SALES LIST -       *
      *         .                        ROUTES EVERY SALE LINE OF   *
      *         .                        THE PERIOD'S INVOICE-LINE   *
      *         .                        FILE THROUGH TVA250 FOR ITS *
      *         .                        DESTINATION, CHECKS THE     *
      *         .                        BILLED VAT CODE AGAINST THE *
      *         .                        ROUTED CODE OR EXEMPTION,   *
      *         .                        AND TOTALS THE EXEMPT       *
      *         .                        INTRA-EU SALES PER CUSTOMER *
      *         .                        VAT NUMBER AND COUNTRY      *
      * FILES USED.................: . TVAFAC    - INPUT (INVOICE    *
      *         .                        LINE FILE FROM BILLING)     *
      *         .                      FDINPAY   - INPUT (THROUGH    *
      *         .                        THE TVA250 SUBPROGRAM)      *
      *         .                      FDINTVA   - INPUT (THROUGH    *
      *         .                        TVA250 AND TVA165)          *
      *         .                      FDINDEV   - INPUT (THROUGH    *
      *         .                        THE TVA325 SUBPROGRAM)      *
      *         .                      TVAESL    - OUTPUT (SEMICOLON *
      *         .                        EXPORT OF THE LIST)         *
      *         .                      TVA285RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EC SALES LIST    *
      *                                  AND ROUTING EXCEPTIONS      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA285.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  PURCHASE LINES ARE        *
      *                    SKIPPED.  A SALE LINE IS ROUTED ON        *
      *                    FDIN-FAC-PAYS FOR THE INVOICE DATE.  AN   *
      *                    EXEMPT ROUTING WANTS A BILLED CODE WITH A *
      *                    ZERO SALES RATE AND NO VAT CHARGED; A     *
      *                    TAXED ROUTING WANTS THE BILLED CODE TO BE *
      *                    THE ROUTED ONE.  AN EXEMPT SALE TO AN EU  *
      *                    MEMBER STATE (FDIN-PAYK-UE 'O') MUST      *
      *                    CARRY THE CUSTOMER'S VAT NUMBER; CLEAN    *
      *                    LINES OF THAT KIND MAKE THE LIST, ONE     *
      *                    TOTAL PER (COUNTRY, VAT NUMBER), PRINTED  *
      *                    IN COUNTRY THEN VAT-NUMBER ORDER WITH     *
      *                    COUNTRY SUBTOTALS.  EVERY OTHER FINDING   *
      *                    GOES TO THE EXCEPTION SECTION AND THE     *
      *                    LINE STAYS OFF THE LIST.  THE TVAESL      *
      *                    EXPORT CARRIES THE SAME ROWS WITH A       *
      *                    HEADER AND A RECORD-COUNT TRAILER, AS     *
      *                    TVA270 DOES FOR TVADCL.                   *
      * 10/14/26  DEV    THE LISTED BASE IS IN EUROS - A FOREIGN-    *
      *                    CURRENCY LINE IS CONVERTED THROUGH TVA325 *
      *                    AT THE RATE IN EFFECT ON THE INVOICE      *
      *                    DATE, AS TVA270 DECLARES IT; WITH NO RATE *
      *                    IN EFFECT IT GOES TO THE EXCEPTIONS.      *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-FAC-FILE    ASSIGN TO "TVAFAC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FAC.
           SELECT TVA285-EXPORT    ASSIGN TO "TVAESL"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-EXP.
           SELECT TVA285-REPORT    ASSIGN TO "TVA285RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-FAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFAC.
      *
       FD  TVA285-EXPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA285-EXPORT-LINE           PIC X(200).
      *
       FD  TVA285-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA285-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-EXP                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FAC                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
      *
      ***** CALL INTERFACE OF THE TVA250 TERRITORIAL RESOLVER
           COPY FDINPAYK.
      ***** CALL INTERFACE OF THE TVA165 EFFECTIVE-RATE RESOLVER
           COPY FDINTVAK.
      ***** RESOLVED RECORD COMING BACK FROM TVA250/TVA165 - A
      ***** RECORD IMAGE OF THE FDINTVA COPY (256 BYTES)
       01  TVA-RES-RECORD               PIC X(256).
           COPY FDINTVA.
      ***** CALL INTERFACE OF THE TVA325 EURO CONVERSION
           COPY FDINDEVK.
      *
       01  TVA-EXC-TEXT                 PIC X(40).
       01  TVA-EXC-ROUTED               PIC X(18).
       01  TVA-ED-RC                    PIC 9(2).
      *
      ***** THE EC SALES LIST - ONE ENTRY PER (COUNTRY, CUSTOMER
      ***** VAT NUMBER) OF THE PERIOD
       01  TVA-ESL-MAX                  PIC 9(3)  VALUE 500 COMP.
       01  TVA-ESL-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ESL-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ESL-BEST                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-ESL-TABLE.
           05  TVA-ESL-ENTRY OCCURS 500 TIMES.
               10  TVA-L-PAYS           PIC X(3).
               10  TVA-L-NOTVA          PIC X(14).
               10  TVA-L-BASE           PIC S9(11)V9(2).
               10  TVA-L-LINES          PIC 9(7).
               10  TVA-L-PRINTED-SW     PIC X(1).
       01  TVA-ESL-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-ESL-FULL-WARNED                VALUE "Y".
      *
       01  TVA-PREV-PAYS                PIC X(3)  VALUE SPACES.
       01  TVA-PAYS-BASE                PIC S9(11)V9(2) VALUE ZERO.
       01  TVA-PAYS-LINES               PIC 9(7)  VALUE ZERO.
       01  TVA-GRAND-BASE               PIC S9(11)V9(2) VALUE ZERO.
      *
      ***** EDITED IMAGES FOR THE EXPORT LINE
       01  TVA-ED-BASE                  PIC -9(11).99.
       01  TVA-ED-LINES                 PIC 9(7).
       01  TVA-ED-COUNT                 PIC 9(7).
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-PURCH          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-SALES          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-LISTED         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXPORTED       PIC 9(7)  VALUE ZERO.
      *
       01  TVA285-HEADING-1             PIC X(48)
           VALUE "TVA285 - EC SALES LIST".
       01  TVA285-EXC-HEADING           PIC X(48)
           VALUE "ROUTING EXCEPTIONS - LINES LEFT OFF THE LIST".
       01  TVA285-EXC-COLUMNS.
           05  FILLER                   PIC X(12) VALUE "INVOICE".
           05  FILLER                   PIC X(20) VALUE "BILLED CODE".
           05  FILLER                   PIC X(5)  VALUE "PAYS".
           05  FILLER                   PIC X(16)
               VALUE "CUSTOMER VAT NO".
           05  FILLER                   PIC X(20) VALUE "ROUTED TO".
           05  FILLER                   PIC X(20) VALUE "FINDING".
       01  TVA285-EXC-LINE.
           05  TVA285-E-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-E-CODE            PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-E-PAYS            PIC X(3).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-E-NOTVA           PIC X(14).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-E-ROUTED          PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-E-TEXT            PIC X(40).
      *
       01  TVA285-ESL-HEADING           PIC X(48)
           VALUE "EC SALES LIST - EXEMPT INTRA-EU SALES".
       01  TVA285-ESL-COLUMNS.
           05  FILLER                   PIC X(6)  VALUE "PAYS".
           05  FILLER                   PIC X(16)
               VALUE "CUSTOMER VAT NO".
           05  FILLER                   PIC X(17) VALUE "TAXABLE BASE".
           05  FILLER                   PIC X(7)  VALUE "LINES".
       01  TVA285-ESL-LINE.
           05  TVA285-L-PAYS            PIC X(3).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA285-L-NOTVA           PIC X(14).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-L-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-L-LINES           PIC ZZZZZZ9.
       01  TVA285-PAYS-LINE.
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE "TOTAL PAYS".
           05  TVA285-P-PAYS            PIC X(3).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA285-P-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA285-P-LINES           PIC ZZZZZZ9.
      *
       01  TVA285-EXPORT-HEADER         PIC X(60)
           VALUE "PAYS;NOTVA;BASE;LIGNES".
      *
       01  TVA285-WARN-TABLE-LINE.
           05  FILLER                   PIC X(48)
               VALUE "** WARNING ** MORE THAN 500 CUSTOMER VAT NUMBERS".
           05  FILLER                   PIC X(16)
               VALUE " - THE LIST".
       01  TVA285-WARN-TABLE-LINE-2     PIC X(56)
           VALUE "** WARNING ** ONLY COVERS THE FIRST 500 CUSTOMERS".
      *
       01  TVA285-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "LINES READ............:".
           05  TVA285-T-READ            PIC ZZZZZZ9.
       01  TVA285-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "PURCHASE LINES SKIPPED:".
           05  TVA285-T-PURCH           PIC ZZZZZZ9.
       01  TVA285-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "SALE LINES ROUTED.....:".
           05  TVA285-T-SALES           PIC ZZZZZZ9.
       01  TVA285-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "LINES ON THE LIST.....:".
           05  TVA285-T-LISTED          PIC ZZZZZZ9.
       01  TVA285-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "LINES IN EXCEPTION....:".
           05  TVA285-T-EXC             PIC ZZZZZZ9.
       01  TVA285-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "ROWS EXPORTED.........:".
           05  TVA285-T-EXP             PIC ZZZZZZ9.
       01  TVA285-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "INTRA-EU BASE LISTED..:".
           05  TVA285-T-BASE            PIC -ZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
                   UNTIL TVA-END-OF-FAC
               PERFORM 5000-PRINT-LIST THRU 5000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - OPEN FILES, HEADER LINES, PRIME READ     *
      ****************************************************************
       1000-INITIALIZE.
           OPEN INPUT FDIN-FAC-FILE.
           IF TVA-FS-FAC NOT = "00"
               DISPLAY "TVA285 - CANNOT OPEN TVAFAC, STATUS="
                   TVA-FS-FAC
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA285-EXPORT.
           IF TVA-FS-EXP NOT = "00"
               DISPLAY "TVA285 - CANNOT OPEN TVAESL, STATUS="
                   TVA-FS-EXP
               CLOSE FDIN-FAC-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA285-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA285 - CANNOT OPEN TVA285RPT, STATUS="
                   TVA-FS-RPT
               CLOSE FDIN-FAC-FILE TVA285-EXPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA285-REPORT-LINE FROM TVA285-HEADING-1.
           WRITE TVA285-EXPORT-LINE FROM TVA285-EXPORT-HEADER.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-LINE - ROUTE ONE SALE LINE AND JUDGE IT       *
      ****************************************************************
       2000-PROCESS-LINE.
           IF FDIN-FAC-SENS NOT = "V"
               ADD 1 TO TVA-COUNT-PURCH
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO TVA-COUNT-SALES.
           MOVE SPACES TO TVA-EXC-ROUTED.
           IF FDIN-FAC-PAYS = SPACES
               MOVE "NO DESTINATION COUNTRY ON THE LINE"
                   TO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE FDIN-FAC-PAYS TO FDIN-PAYK-PAYS.
           MOVE FDIN-FAC-DATE TO FDIN-PAYK-DATE.
           CALL "TVA250" USING FDIN-PAY-RES TVA-RES-RECORD.
           IF PAYK-PAYS-FILE-ERROR OR PAYK-RC-FILE-ERROR
               DISPLAY "TVA285 - FDINPAY NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2000-EXIT
           END-IF.
           IF NOT PAYK-PAYS-OK
               MOVE FDIN-PAYK-RC-PAYS TO TVA-ED-RC
               MOVE SPACES TO TVA-EXC-TEXT
               STRING "COUNTRY NOT ROUTED - FDINPAY RC " TVA-ED-RC
                   DELIMITED BY SIZE INTO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF FDIN-PAYK-EXO = "O"
               MOVE "** EXEMPT **" TO TVA-EXC-ROUTED
               PERFORM 3000-CHECK-EXEMPT THRU 3000-EXIT
           ELSE
               MOVE FDIN-PAYK-GEN TO TVA-EXC-ROUTED
               PERFORM 3500-CHECK-TAXED THRU 3500-EXIT
           END-IF.
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
      *    3000-CHECK-EXEMPT - THE DESTINATION IS EXEMPT: THE BILLED  *
      *                          CODE MUST CARRY NO SALES VAT, AND AN *
      *                          INTRA-EU SALE NEEDS THE CUSTOMER'S   *
      *                          VAT NUMBER TO MAKE THE LIST          *
      ****************************************************************
       3000-CHECK-EXEMPT.
           MOVE FDIN-FAC-CODE TO FDIN-TVAK-GEN.
           MOVE FDIN-FAC-DATE TO FDIN-TVAK-DATE.
           MOVE SPACES TO FDIN-TVAK-LOG.
           MOVE ZERO TO FDIN-TVAK-RC.
           CALL "TVA165" USING FDIN-TVA-RES TVA-RES-RECORD.
           IF TVAK-RC-FILE-ERROR
               DISPLAY "TVA285 - FDIN-TVA NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-EXIT
           END-IF.
           IF NOT TVAK-RC-OK
               MOVE FDIN-TVAK-RC TO TVA-ED-RC
               MOVE SPACES TO TVA-EXC-TEXT
               STRING "BILLED CODE NOT RESOLVED - RC " TVA-ED-RC
                   DELIMITED BY SIZE INTO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE TVA-RES-RECORD TO FDIN-TVA.
           IF FDIN-TVA-TVVT NOT = ZERO
               MOVE "TAXED CODE BILLED ON EXEMPT DESTINATION"
                   TO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-FAC-MTTVA NOT = ZERO
               MOVE "VAT CHARGED ON EXEMPT DESTINATION"
                   TO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-PAYK-UE NOT = "O"
               GO TO 3000-EXIT
           END-IF.
           IF FDIN-FAC-NOTVA = SPACES
               MOVE "NO CUSTOMER VAT NUMBER - INTRA-EU EXEMPT"
                   TO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE FDIN-FAC-DEVISE TO FDIN-DEVK-DEVISE.
           MOVE FDIN-FAC-DATE TO FDIN-DEVK-DATE.
           MOVE FDIN-FAC-MTHT TO FDIN-DEVK-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-DEVK-MTTVA.
           CALL "TVA325" USING FDIN-DEV-CONV.
           IF DEVK-RC-FILE-ERROR
               DISPLAY "TVA285 - FDINDEV NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-EXIT
           END-IF.
           IF DEVK-RC-NO-RATE
               MOVE SPACES TO TVA-EXC-TEXT
               STRING "NO EXCHANGE RATE IN EFFECT - "
                      FDIN-DEVK-DEVISE
                   DELIMITED BY SIZE INTO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3700-ACCUMULATE-ESL THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-CHECK-TAXED - THE DESTINATION IS TAXED: THE BILLED    *
      *                         CODE MUST BE THE ROUTED ONE           *
      ****************************************************************
       3500-CHECK-TAXED.
           IF NOT PAYK-RC-OK
               MOVE FDIN-PAYK-RC TO TVA-ED-RC
               MOVE SPACES TO TVA-EXC-TEXT
               STRING "ROUTED CODE NOT RESOLVED - RC " TVA-ED-RC
                   DELIMITED BY SIZE INTO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF FDIN-FAC-CODE NOT = FDIN-PAYK-GEN
               MOVE "BILLED CODE CONTRADICTS THE ROUTING"
                   TO TVA-EXC-TEXT
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3700-ACCUMULATE-ESL - ADD THE LINE TO ITS (COUNTRY,        *
      *                            CUSTOMER VAT NUMBER) ENTRY         *
      ****************************************************************
       3700-ACCUMULATE-ESL.
           PERFORM 3750-SCAN-ESL THRU 3750-EXIT
               VARYING TVA-ESL-IX FROM 1 BY 1
               UNTIL TVA-ESL-IX > TVA-ESL-USED
                  OR (TVA-L-PAYS (TVA-ESL-IX) = FDIN-FAC-PAYS
                      AND TVA-L-NOTVA (TVA-ESL-IX) = FDIN-FAC-NOTVA).
           IF TVA-ESL-IX > TVA-ESL-USED
               IF TVA-ESL-USED < TVA-ESL-MAX
                   ADD 1 TO TVA-ESL-USED
                   MOVE TVA-ESL-USED TO TVA-ESL-IX
                   MOVE FDIN-FAC-PAYS TO TVA-L-PAYS (TVA-ESL-IX)
                   MOVE FDIN-FAC-NOTVA TO TVA-L-NOTVA (TVA-ESL-IX)
                   MOVE ZERO TO TVA-L-BASE (TVA-ESL-IX)
                                TVA-L-LINES (TVA-ESL-IX)
                   MOVE "N" TO TVA-L-PRINTED-SW (TVA-ESL-IX)
               ELSE
                   IF NOT TVA-ESL-FULL-WARNED
                       WRITE TVA285-REPORT-LINE
                           FROM TVA285-WARN-TABLE-LINE
                       WRITE TVA285-REPORT-LINE
                           FROM TVA285-WARN-TABLE-LINE-2
                       MOVE "Y" TO TVA-ESL-FULL-WARNED-SW
                   END-IF
                   GO TO 3700-EXIT
               END-IF
           END-IF.
           ADD FDIN-DEVK-MTHT-EUR TO TVA-L-BASE (TVA-ESL-IX).
           ADD 1 TO TVA-L-LINES (TVA-ESL-IX).
           ADD 1 TO TVA-COUNT-LISTED.
       3700-EXIT.
           EXIT.
      *
       3750-SCAN-ESL.
           CONTINUE.
       3750-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-EXCEPTION - ONE LINE PER FINDING (TVA-EXC-TEXT)  *
      ****************************************************************
       4000-LIST-EXCEPTION.
           IF TVA-COUNT-EXCEPT = ZERO
               WRITE TVA285-REPORT-LINE FROM TVA285-EXC-HEADING
               WRITE TVA285-REPORT-LINE FROM TVA285-EXC-COLUMNS
           END-IF.
           ADD 1 TO TVA-COUNT-EXCEPT.
           MOVE FDIN-FAC-NOFAC TO TVA285-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA285-E-CODE.
           MOVE FDIN-FAC-PAYS TO TVA285-E-PAYS.
           MOVE FDIN-FAC-NOTVA TO TVA285-E-NOTVA.
           MOVE TVA-EXC-ROUTED TO TVA285-E-ROUTED.
           MOVE TVA-EXC-TEXT TO TVA285-E-TEXT.
           WRITE TVA285-REPORT-LINE FROM TVA285-EXC-LINE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PRINT-LIST - THE LIST IN COUNTRY THEN VAT-NUMBER      *
      *                        ORDER, PICKED BY REPEATED SMALLEST-    *
      *                        UNPRINTED SCAN, WITH COUNTRY SUBTOTALS *
      ****************************************************************
       5000-PRINT-LIST.
           WRITE TVA285-REPORT-LINE FROM TVA285-ESL-HEADING.
           WRITE TVA285-REPORT-LINE FROM TVA285-ESL-COLUMNS.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT
               UNTIL TVA-ESL-BEST = ZERO.
           IF TVA-PREV-PAYS NOT = SPACES
               PERFORM 5300-PRINT-PAYS-TOTAL THRU 5300-EXIT
           END-IF.
           MOVE TVA-COUNT-EXPORTED TO TVA-ED-COUNT.
           MOVE SPACES TO TVA285-EXPORT-LINE.
           STRING "TRAILER;" TVA-ED-COUNT
               DELIMITED BY SIZE INTO TVA285-EXPORT-LINE.
           WRITE TVA285-EXPORT-LINE.
       5000-EXIT.
           EXIT.
      *
       5200-PICK-AND-PRINT.
           MOVE ZERO TO TVA-ESL-BEST.
           PERFORM 5250-JUDGE-ENTRY THRU 5250-EXIT
               VARYING TVA-ESL-IX FROM 1 BY 1
               UNTIL TVA-ESL-IX > TVA-ESL-USED.
           IF TVA-ESL-BEST = ZERO
               GO TO 5200-EXIT
           END-IF.
           IF TVA-L-PAYS (TVA-ESL-BEST) NOT = TVA-PREV-PAYS
               IF TVA-PREV-PAYS NOT = SPACES
                   PERFORM 5300-PRINT-PAYS-TOTAL THRU 5300-EXIT
               END-IF
               MOVE TVA-L-PAYS (TVA-ESL-BEST) TO TVA-PREV-PAYS
               MOVE ZERO TO TVA-PAYS-BASE TVA-PAYS-LINES
           END-IF.
           MOVE TVA-L-PAYS (TVA-ESL-BEST) TO TVA285-L-PAYS.
           MOVE TVA-L-NOTVA (TVA-ESL-BEST) TO TVA285-L-NOTVA.
           MOVE TVA-L-BASE (TVA-ESL-BEST) TO TVA285-L-BASE.
           MOVE TVA-L-LINES (TVA-ESL-BEST) TO TVA285-L-LINES.
           WRITE TVA285-REPORT-LINE FROM TVA285-ESL-LINE.
           ADD TVA-L-BASE (TVA-ESL-BEST) TO TVA-PAYS-BASE
                                            TVA-GRAND-BASE.
           ADD TVA-L-LINES (TVA-ESL-BEST) TO TVA-PAYS-LINES.
           PERFORM 6100-EXPORT-ONE-ROW THRU 6100-EXIT.
           MOVE "Y" TO TVA-L-PRINTED-SW (TVA-ESL-BEST).
       5200-EXIT.
           EXIT.
      *
       5250-JUDGE-ENTRY.
           IF TVA-L-PRINTED-SW (TVA-ESL-IX) = "Y"
               GO TO 5250-EXIT
           END-IF.
           IF TVA-ESL-BEST = ZERO
               MOVE TVA-ESL-IX TO TVA-ESL-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-L-PAYS (TVA-ESL-IX) < TVA-L-PAYS (TVA-ESL-BEST)
               MOVE TVA-ESL-IX TO TVA-ESL-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-L-PAYS (TVA-ESL-IX) = TVA-L-PAYS (TVA-ESL-BEST)
                   AND TVA-L-NOTVA (TVA-ESL-IX)
                       < TVA-L-NOTVA (TVA-ESL-BEST)
               MOVE TVA-ESL-IX TO TVA-ESL-BEST
           END-IF.
       5250-EXIT.
           EXIT.
      *
       5300-PRINT-PAYS-TOTAL.
           MOVE TVA-PREV-PAYS TO TVA285-P-PAYS.
           MOVE TVA-PAYS-BASE TO TVA285-P-BASE.
           MOVE TVA-PAYS-LINES TO TVA285-P-LINES.
           WRITE TVA285-REPORT-LINE FROM TVA285-PAYS-LINE.
       5300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-EXPORT-ONE-ROW - THE ROW JUST PRINTED, SEMICOLON-     *
      *                            DELIMITED                          *
      ****************************************************************
       6100-EXPORT-ONE-ROW.
           MOVE TVA-L-BASE (TVA-ESL-BEST) TO TVA-ED-BASE.
           MOVE TVA-L-LINES (TVA-ESL-BEST) TO TVA-ED-LINES.
           MOVE SPACES TO TVA285-EXPORT-LINE.
           STRING TVA-L-PAYS (TVA-ESL-BEST) ";"
                  TVA-L-NOTVA (TVA-ESL-BEST) ";"
                  TVA-ED-BASE ";"
                  TVA-ED-LINES
                  DELIMITED BY SIZE INTO TVA285-EXPORT-LINE.
           WRITE TVA285-EXPORT-LINE.
           ADD 1 TO TVA-COUNT-EXPORTED.
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA285-T-READ.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE.
           MOVE TVA-COUNT-PURCH TO TVA285-T-PURCH.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE-2.
           MOVE TVA-COUNT-SALES TO TVA285-T-SALES.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE-3.
           MOVE TVA-COUNT-LISTED TO TVA285-T-LISTED.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE-4.
           MOVE TVA-COUNT-EXCEPT TO TVA285-T-EXC.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE-5.
           MOVE TVA-COUNT-EXPORTED TO TVA285-T-EXP.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE-6.
           MOVE TVA-GRAND-BASE TO TVA285-T-BASE.
           WRITE TVA285-REPORT-LINE FROM TVA285-TOTAL-LINE-7.
           CLOSE FDIN-FAC-FILE TVA285-EXPORT TVA285-REPORT.
       8000-EXIT.
           EXIT.
