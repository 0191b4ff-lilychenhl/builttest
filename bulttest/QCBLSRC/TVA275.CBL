      ****************************************************************
      * PROGRAM NAME...............: . TVA275                        *
      * FUNCTION...................: . GENERAL-LEDGER VAT POSTING    *
      *         .                        JOURNAL - READS THE         *
      *         .                        PERIOD'S INVOICE-LINE FILE, *
      *         .                        RESOLVES EACH LINE FOR THE  *
      *         .                        INVOICE DATE, PICKS ITS     *
      *         .                        LEDGER ACCOUNTS FROM        *
      *         .                        FDINCPT AND WRITES A        *
      *         .                        BALANCED DEBIT/CREDIT       *
      *         .                        JOURNAL FOR THE LEDGER      *
      * FILES USED.................: . TVAFAC    - INPUT (INVOICE    *
      *         .                        LINE FILE FROM BILLING)     *
      *         .                      FDINTVA   - INPUT (THROUGH    *
      *         .                        THE TVA165 AND TVA230       *
      *         .                        SUBPROGRAMS)                *
      *         .                      FDINDEV   - INPUT (THROUGH    *
      *         .                        THE TVA325 SUBPROGRAM)      *
      *         .                      FDINCPT   - INPUT (INDEXED,   *
      *         .                        LEDGER ACCOUNTS)            *
      *         .                      FDINPRO   - INPUT (DEDUCTION   *
      *         .                        PRORATA BY SECTOR AND YEAR) *
      *         .                      TVAJRN    - OUTPUT (JOURNAL)  *
      *         .                      TVA275RPT - OUTPUT (POSTING   *
      *         .                        LISTING)                    *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - VAT POSTING      *
      *                                  JOURNAL FOR THE LEDGER      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA275.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  EVERY LINE IS RESOLVED    *
      *                    THROUGH TVA165 FOR THE INVOICE DATE AND   *
      *                    ACCUMULATED ON THE TVA270 KEY (SENS +     *
      *                    EDIT CODE + RATE + REGIE), SO THE FIRST   *
      *                    PART OF THE LISTING PRINTS THE SAME ROWS  *
      *                    AS THE DECLARATION AND TIES BACK TO IT.   *
      *                    THE ACCOUNTS ARE TAKEN FROM THE FDINCPT   *
      *                    RECORD OF THE VAT CODE, ELSE FROM THE     *
      *                    RECORD OF THE EDIT CODE.  SALES: DEBIT    *
      *                    CLEARING, CREDIT COLLECTED.  PURCHASES:   *
      *                    DEBIT DEDUCTIBLE, CREDIT CLEARING.  REGIE *
      *                    CODES: DEBIT SELF-ASSESSED DEDUCTIBLE,    *
      *                    CREDIT SELF-ASSESSED COLLECTED.  THE VAT  *
      *                    CHARGED IS POSTED, AS TVA270 DECLARES IT; *
      *                    TVA230 RECOMPUTES THE LINE AND A LINE     *
      *                    CHARGED DIFFERENTLY IS NOTED ON THE       *
      *                    LISTING.  A LINE WITH NO ACCOUNT STAYS IN *
      *                    THE DECLARATION ROWS BUT OUT OF THE       *
      *                    JOURNAL, AND THE POSTED COLUMN SHOWS THE  *
      *                    SHORTFALL.                                *
      * 10/14/26  DEV    FOREIGN-CURRENCY LINES ARE POSTED IN EUROS, *
      *                    CONVERTED THROUGH TVA325 AS TVA270        *
      *                    DECLARES THEM.  THE TVA230 CROSS-CHECK    *
      *                    STAYS IN THE CURRENCY OF THE LINE.  A     *
      *                    LINE WITH NO RATE IN EFFECT IS EXCLUDED.  *
      * 10/14/26  DEV    PURCHASE VAT, REGIE INCLUDED, IS SPLIT AT   *
      *                    THE PROVISIONAL PRORATA OF THE LINE'S     *
      *                    SECTOR FOR THE INVOICE YEAR (FDINPRO),    *
      *                    ROUNDED LINE BY LINE AS TVA270 DEDUCTS    *
      *                    IT.  THE NET IS DEBITED TO THE DEDUCTIBLE *
      *                    ACCOUNT, THE REST TO THE NON-DEDUCTIBLE   *
      *                    ACCOUNT (FDIN-CPT-NDED); THE VAT CHARGED  *
      *                    IS STILL CREDITED IN FULL.  NO ACTIVE     *
      *                    PRORATA RECORD, OR NO TABLE, POSTS IN     *
      *                    FULL.  THE NET DEDUCTIBLE TOTAL IS        *
      *                    PRINTED TO AGREE WITH THE TVA270 DEDNET   *
      *                    TOTAL.                                    *
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
           SELECT FDIN-CPT-FILE    ASSIGN TO "FDINCPT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-CPT-CLEF
                  FILE STATUS IS TVA-FS-CPT.
           SELECT FDIN-PRO-FILE    ASSIGN TO "FDINPRO"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-PRO-CLEF
                  FILE STATUS IS TVA-FS-PRO.
           SELECT FDIN-JRN-FILE    ASSIGN TO "TVAJRN"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-JRN.
           SELECT TVA275-REPORT    ASSIGN TO "TVA275RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-FAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFAC.
      *
       FD  FDIN-CPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCPT.
      *
       FD  FDIN-PRO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINPRO.
      *
       FD  FDIN-JRN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINJRN.
      *
       FD  TVA275-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA275-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-CPT                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-PRO                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-JRN                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FAC                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-CPT-FOUND-SW             PIC X(1)  VALUE "N".
           88  TVA-CPT-FOUND                      VALUE "Y".
       01  TVA-PRO-AVAIL-SW             PIC X(1)  VALUE "N".
           88  TVA-PRO-AVAILABLE                  VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
      *
      ***** CALL INTERFACE OF THE TVA165 EFFECTIVE-RATE RESOLVER
           COPY FDINTVAK.
      ***** RESOLVED RECORD COMING BACK FROM TVA165 - A RECORD
      ***** IMAGE OF THE FDINTVA COPY (256 BYTES)
       01  TVA-RES-RECORD               PIC X(256).
      ***** THE SAME RECORD UNFOLDED SO THE EDIT CODE, RATE AND
      ***** REGIE FLAG CAN BE PICKED OUT
           COPY FDINTVA.
      ***** CALL INTERFACE OF THE TVA230 VAT AMOUNT SUBPROGRAM
           COPY FDINTVAM.
      ***** CALL INTERFACE OF THE TVA325 EURO CONVERSION
           COPY FDINDEVK.
      *
       01  TVA-ACC-SENS                 PIC X(1).
       01  TVA-ACC-EDIT                 PIC X(5).
       01  TVA-ACC-TAUX                 PIC 9(2)V9(2).
       01  TVA-ACC-REGIE                PIC X(1).
      *
      ***** THE ACCOUNTS OF THE LINE BEING POSTED - DEBIT (NET
      ***** DEDUCTIBLE), NON-DEDUCTIBLE REMAINDER AND CREDIT
       01  TVA-POST-DEBIT               PIC X(10).
       01  TVA-POST-NDED                PIC X(10).
       01  TVA-POST-CREDIT              PIC X(10).
       01  TVA-POST-MSG                 PIC X(40).
      ***** ONE LEG OF THE JOURNAL ENTRY
       01  TVA-LEG-COMPTE               PIC X(10).
       01  TVA-LEG-DC                   PIC X(1).
       01  TVA-LEG-AMOUNT               PIC S9(11)V9(2).
      *
      ***** PRORATA OF EACH SECTOR AND YEAR MET IN THE PERIOD, SO
      ***** FDINPRO IS READ ONCE PER SECTOR AND YEAR (AS TVA270)
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
      ***** THE LINE BEING POSTED - VAT DEDUCTED AT THE PRORATA AND
      ***** THE NON-DEDUCTIBLE REST (SALES: ALL OF IT, NONE)
       01  TVA-LINE-SECTEUR             PIC X(4).
       01  TVA-LINE-ANNEE               PIC 9(4).
       01  TVA-LINE-COEF                PIC 9(3).
       01  TVA-LINE-FOUND-SW            PIC X(1).
           88  TVA-LINE-PRO-FOUND                 VALUE "Y".
       01  TVA-LINE-NET                 PIC S9(11)V9(2).
       01  TVA-LINE-NONDED              PIC S9(11)V9(2).
      *
      ***** THE DECLARATION ACCUMULATION TABLE - SAME KEY AND SAME
      ***** FIGURES AS TVA270, PLUS THE VAT ACTUALLY POSTED
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
               10  TVA-T-BASE           PIC S9(11)V9(2).
               10  TVA-T-TVA            PIC S9(11)V9(2).
               10  TVA-T-POSTED         PIC S9(11)V9(2).
               10  TVA-T-LINES          PIC 9(7).
               10  TVA-T-PRINTED-SW     PIC X(1).
       01  TVA-ACC-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-ACC-FULL-WARNED                VALUE "Y".
      *
       01  TVA-SEC-SENS                 PIC X(1).
       01  TVA-SEC-REGIE                PIC X(1).
      *
      ***** DEBIT AND CREDIT TOTALS PER LEDGER ACCOUNT
       01  TVA-CPT-MAX                  PIC 9(3)  VALUE 200 COMP.
       01  TVA-CPT-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CPT-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CPT-TABLE.
           05  TVA-CPT-ENTRY OCCURS 200 TIMES.
               10  TVA-C-COMPTE         PIC X(10).
               10  TVA-C-DEBIT          PIC 9(11)V9(2).
               10  TVA-C-CREDIT         PIC 9(11)V9(2).
       01  TVA-CPT-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-CPT-FULL-WARNED                VALUE "Y".
       01  TVA-CPT-SEARCH               PIC X(10).
      *
       01  TVA-AMOUNTS.
           05  TVA-TOTAL-DEBIT          PIC 9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-CREDIT         PIC 9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DECLARED       PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-POSTED         PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DEDNET         PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-DED-POSTED     PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-TOTAL-NDED-POSTED    PIC S9(11)V9(2) VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ACCUM          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-POSTED         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-NOCPT          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DIFF           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-LEGS           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-FULL-DED       PIC 9(7)  VALUE ZERO.
      *
       01  TVA275-HEADING-1             PIC X(48)
           VALUE "TVA275 - VAT POSTING JOURNAL".
       01  TVA275-DECL-HEADING          PIC X(60)
           VALUE "DECLARATION ROWS (AS TVA270) AND VAT POSTED".
       01  TVA275-SECTION-LINE.
           05  TVA275-SEC-TEXT          PIC X(40).
       01  TVA275-COL-HEADING.
           05  FILLER                   PIC X(7)  VALUE "  EDIT".
           05  FILLER                   PIC X(8)  VALUE "RATE".
           05  FILLER                   PIC X(17) VALUE "TAXABLE BASE".
           05  FILLER                   PIC X(17) VALUE "VAT AMOUNT".
           05  FILLER                   PIC X(9)  VALUE "LINES".
           05  FILLER                   PIC X(17) VALUE "VAT POSTED".
      *
       01  TVA275-DETAIL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-EDIT            PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-TAUX            PIC Z9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-TVA             PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-LINES           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-POSTED          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-D-FLAG            PIC X(14).
      *
       01  TVA275-EXC-HEADING           PIC X(48)
           VALUE "LINES NOT POSTED OR POSTED WITH A NOTE".
       01  TVA275-EXC-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-E-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-E-CODE            PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-E-TVA             PIC -ZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-E-TEXT            PIC X(40).
      *
       01  TVA275-CPT-HEADING.
           05  FILLER                   PIC X(14) VALUE "ACCOUNT".
           05  FILLER                   PIC X(18) VALUE "DEBIT".
           05  FILLER                   PIC X(18) VALUE "CREDIT".
       01  TVA275-CPT-LINE.
           05  TVA275-C-COMPTE          PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-C-DEBIT           PIC ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA275-C-CREDIT          PIC ZZZZZZZZZZ9.99.
      *
       01  TVA275-WARN-TABLE-LINE.
           05  FILLER                   PIC X(37)
               VALUE "** WARNING ** MORE THAN 200 CODE/RATE".
           05  FILLER                   PIC X(27)
               VALUE " COMBINATIONS - FIGURES".
       01  TVA275-WARN-TABLE-LINE-2     PIC X(56)
           VALUE "** WARNING ** ONLY COVER THE FIRST 200 COMBINATIONS".
       01  TVA275-WARN-CPT-LINE.
           05  FILLER                   PIC X(45)
               VALUE "** WARNING ** MORE THAN 200 LEDGER ACCOUNTS -".
           05  FILLER                   PIC X(19)
               VALUE " ACCOUNT TOTALS".
       01  TVA275-WARN-CPT-LINE-2       PIC X(56)
           VALUE "** WARNING ** ONLY COVER THE FIRST 200 ACCOUNTS".
       01  TVA275-WARN-SHORT-LINE.
           05  FILLER                   PIC X(44)
               VALUE "** WARNING ** JOURNAL DOES NOT CARRY ALL THE".
           05  FILLER                   PIC X(20)
               VALUE " DECLARED VAT".
       01  TVA275-WARN-BALANCE-LINE     PIC X(64)
           VALUE "** WARNING ** JOURNAL IS OUT OF BALANCE".
       01  TVA275-WARN-PRO-LINE.
           05  FILLER                   PIC X(45)
               VALUE "** WARNING ** NO PRORATA TABLE - PURCHASE VAT".
           05  FILLER                   PIC X(19)
               VALUE " POSTED IN FULL".
       01  TVA275-WARN-SECT-LINE.
           05  FILLER                   PIC X(32)
               VALUE "** WARNING ** NO PRORATA SECTOR ".
           05  TVA275-N-SECTEUR         PIC X(4).
           05  FILLER                   PIC X(6)  VALUE " YEAR ".
           05  TVA275-N-ANNEE           PIC 9(4).
           05  FILLER                   PIC X(20)
               VALUE " - POSTED IN FULL".
      *
       01  TVA275-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "LINES READ............:".
           05  TVA275-T-READ            PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "LINES ACCUMULATED.....:".
           05  TVA275-T-ACC             PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "LINES EXCLUDED........:".
           05  TVA275-T-EXC             PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "LINES POSTED..........:".
           05  TVA275-T-POSTED          PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "LINES WITHOUT ACCOUNT.:".
           05  TVA275-T-NOCPT           PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "LINES CHARGED DIFFER..:".
           05  TVA275-T-DIFF            PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "JOURNAL LEGS WRITTEN..:".
           05  TVA275-T-LEGS            PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-8.
           05  FILLER                   PIC X(24)
               VALUE "VAT DECLARED..........:".
           05  TVA275-T-DECLARED        PIC -ZZZZZZZZZZ9.99.
       01  TVA275-TOTAL-LINE-9.
           05  FILLER                   PIC X(24)
               VALUE "VAT POSTED............:".
           05  TVA275-T-VPOSTED         PIC -ZZZZZZZZZZ9.99.
       01  TVA275-TOTAL-LINE-10.
           05  FILLER                   PIC X(24)
               VALUE "TOTAL DEBIT...........:".
           05  TVA275-T-DEBIT           PIC ZZZZZZZZZZZ9.99.
       01  TVA275-TOTAL-LINE-11.
           05  FILLER                   PIC X(24)
               VALUE "TOTAL CREDIT..........:".
           05  TVA275-T-CREDIT          PIC ZZZZZZZZZZZ9.99.
       01  TVA275-TOTAL-LINE-12.
           05  FILLER                   PIC X(24)
               VALUE "PURCHASES NO PRORATA..:".
           05  TVA275-T-FULL            PIC ZZZZZZ9.
       01  TVA275-TOTAL-LINE-13.
           05  FILLER                   PIC X(24)
               VALUE "NET DEDUCT. DECLARED..:".
           05  TVA275-T-DEDNET          PIC -ZZZZZZZZZZ9.99.
       01  TVA275-TOTAL-LINE-14.
           05  FILLER                   PIC X(24)
               VALUE "NET DEDUCT. POSTED....:".
           05  TVA275-T-DED-POSTED      PIC -ZZZZZZZZZZ9.99.
       01  TVA275-TOTAL-LINE-15.
           05  FILLER                   PIC X(24)
               VALUE "NON-DEDUCTIBLE POSTED.:".
           05  TVA275-T-NDED-POSTED     PIC -ZZZZZZZZZZ9.99.
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
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
               PERFORM 6000-PRINT-ACCOUNTS THRU 6000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - OPEN FILES, HEADER LINE, PRIME READ      *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT FDIN-FAC-FILE.
           IF TVA-FS-FAC NOT = "00"
               DISPLAY "TVA275 - CANNOT OPEN TVAFAC, STATUS="
                   TVA-FS-FAC
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-CPT-FILE.
           IF TVA-FS-CPT NOT = "00"
               DISPLAY "TVA275 - CANNOT OPEN FDINCPT, STATUS="
                   TVA-FS-CPT
               CLOSE FDIN-FAC-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT FDIN-JRN-FILE.
           IF TVA-FS-JRN NOT = "00"
               DISPLAY "TVA275 - CANNOT OPEN TVAJRN, STATUS="
                   TVA-FS-JRN
               CLOSE FDIN-FAC-FILE FDIN-CPT-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TVA275-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA275 - CANNOT OPEN TVA275RPT, STATUS="
                   TVA-FS-RPT
               CLOSE FDIN-FAC-FILE FDIN-CPT-FILE FDIN-JRN-FILE
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA275-REPORT-LINE FROM TVA275-HEADING-1.
           OPEN INPUT FDIN-PRO-FILE.
           IF TVA-FS-PRO = "00"
               MOVE "Y" TO TVA-PRO-AVAIL-SW
           ELSE
               IF TVA-FS-PRO = "35"
                   WRITE TVA275-REPORT-LINE FROM TVA275-WARN-PRO-LINE
               ELSE
                   DISPLAY "TVA275 - CANNOT OPEN FDINPRO, STATUS="
                       TVA-FS-PRO
                   CLOSE FDIN-FAC-FILE FDIN-CPT-FILE FDIN-JRN-FILE
                         TVA275-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-LINE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-LINE - RESOLVE, ACCUMULATE AND POST ONE LINE  *
      ****************************************************************
       2000-PROCESS-LINE.
           MOVE FDIN-FAC-CODE TO FDIN-TVAK-GEN.
           MOVE FDIN-FAC-DATE TO FDIN-TVAK-DATE.
           MOVE SPACES TO FDIN-TVAK-LOG.
           MOVE ZERO TO FDIN-TVAK-RC.
           CALL "TVA165" USING FDIN-TVA-RES TVA-RES-RECORD.
           IF TVAK-RC-FILE-ERROR
               DISPLAY "TVA275 - FDIN-TVA NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2000-EXIT
           END-IF.
           IF NOT TVAK-RC-OK
               ADD 1 TO TVA-COUNT-EXCEPT
               MOVE "NOT RESOLVED (RC 04/08/12) - EXCLUDED"
                   TO TVA-POST-MSG
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE TVA-RES-RECORD TO FDIN-TVA.
           PERFORM 2200-RECOMPUTE-LINE THRU 2200-EXIT.
           IF TVA-ABEND
               GO TO 2000-EXIT
           END-IF.
           MOVE FDIN-FAC-DEVISE TO FDIN-DEVK-DEVISE.
           MOVE FDIN-FAC-DATE TO FDIN-DEVK-DATE.
           MOVE FDIN-FAC-MTHT TO FDIN-DEVK-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-DEVK-MTTVA.
           CALL "TVA325" USING FDIN-DEV-CONV.
           IF DEVK-RC-FILE-ERROR
               DISPLAY "TVA275 - FDINDEV NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2000-EXIT
           END-IF.
           IF DEVK-RC-NO-RATE
               ADD 1 TO TVA-COUNT-EXCEPT
               MOVE "NO EXCHANGE RATE IN EFFECT - EXCLUDED"
                   TO TVA-POST-MSG
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 2000-NEXT
           END-IF.
           PERFORM 3000-ACCUMULATE-LINE THRU 3000-EXIT.
           PERFORM 3500-POST-LINE THRU 3500-EXIT.
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
      *    2200-RECOMPUTE-LINE - TVA230 CROSS-CHECK.  THE CHARGED     *
      *                            AMOUNT IS STILL THE ONE POSTED     *
      ****************************************************************
       2200-RECOMPUTE-LINE.
           MOVE FDIN-FAC-CODE TO FDIN-TVAM-GEN.
           MOVE FDIN-FAC-DATE TO FDIN-TVAM-DATE.
           MOVE FDIN-FAC-SENS TO FDIN-TVAM-SENS.
           MOVE FDIN-FAC-MTHT TO FDIN-TVAM-BASE.
           MOVE SPACES TO FDIN-TVAM-LOG.
           CALL "TVA230" USING FDIN-TVA-CALC.
           IF TVAM-RC-FILE-ERROR
               DISPLAY "TVA275 - FDIN-TVA NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 2200-EXIT
           END-IF.
           IF TVAM-RC-OK
                   AND FDIN-TVAM-TVA NOT = FDIN-FAC-MTTVA
               ADD 1 TO TVA-COUNT-DIFF
               MOVE "CHARGED VAT DIFFERS FROM TVA230 - POSTED"
                   TO TVA-POST-MSG
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-ACCUMULATE-LINE - THE ACCUMULATION KEY IS SENS +      *
      *                             EDIT CODE + RATE + REGIE, AS IN   *
      *                             TVA270.  A PURCHASE LINE IS SPLIT *
      *                             AT ITS PRORATA                    *
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
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-TOTAL-DECLARED.
           IF TVA-ACC-SENS = "V"
               MOVE FDIN-DEVK-MTTVA-EUR TO TVA-LINE-NET
           ELSE
               PERFORM 3200-APPLY-PRORATA THRU 3200-EXIT
               ADD TVA-LINE-NET TO TVA-TOTAL-DEDNET
           END-IF.
           COMPUTE TVA-LINE-NONDED = FDIN-DEVK-MTTVA-EUR - TVA-LINE-NET.
           PERFORM 3100-FIND-ENTRY THRU 3100-EXIT.
           IF TVA-ACC-IX = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD FDIN-DEVK-MTHT-EUR TO TVA-T-BASE (TVA-ACC-IX).
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-T-TVA (TVA-ACC-IX).
           ADD 1 TO TVA-T-LINES (TVA-ACC-IX).
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
               MOVE ZERO TO TVA-T-BASE (TVA-ACC-IX)
                            TVA-T-TVA (TVA-ACC-IX)
                            TVA-T-POSTED (TVA-ACC-IX)
                            TVA-T-LINES (TVA-ACC-IX)
               MOVE "N" TO TVA-T-PRINTED-SW (TVA-ACC-IX)
           ELSE
               IF NOT TVA-ACC-FULL-WARNED
                   WRITE TVA275-REPORT-LINE
                       FROM TVA275-WARN-TABLE-LINE
                   WRITE TVA275-REPORT-LINE
                       FROM TVA275-WARN-TABLE-LINE-2
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
      *    3200-APPLY-PRORATA - NET DEDUCTIBLE VAT OF A PURCHASE LINE *
      *                           AT THE PROVISIONAL PRORATA OF ITS   *
      *                           SECTOR FOR THE INVOICE YEAR, AS     *
      *                           TVA270 DEDUCTS IT                   *
      ****************************************************************
       3200-APPLY-PRORATA.
           MOVE FDIN-FAC-SECTEUR TO TVA-LINE-SECTEUR.
           IF TVA-LINE-SECTEUR = SPACES
               MOVE "GEN" TO TVA-LINE-SECTEUR
           END-IF.
           MOVE FDIN-FAC-DATE (1:4) TO TVA-LINE-ANNEE.
           PERFORM 3300-FIND-PRORATA THRU 3300-EXIT.
           IF TVA-LINE-COEF = 100
               MOVE FDIN-DEVK-MTTVA-EUR TO TVA-LINE-NET
           ELSE
               COMPUTE TVA-LINE-NET ROUNDED =
                   FDIN-DEVK-MTTVA-EUR * TVA-LINE-COEF / 100
           END-IF.
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3300-FIND-PRORATA - FROM THE SECTORS ALREADY MET, ELSE     *
      *                          FROM FDINPRO.  NO ACTIVE RECORD, OR  *
      *                          NO TABLE, DEDUCTS IN FULL            *
      ****************************************************************
       3300-FIND-PRORATA.
           PERFORM 3350-SCAN-PRORATA THRU 3350-EXIT
               VARYING TVA-PRO-IX FROM 1 BY 1
               UNTIL TVA-PRO-IX > TVA-PRO-USED
                  OR (TVA-P-SECTEUR (TVA-PRO-IX) = TVA-LINE-SECTEUR
                      AND TVA-P-ANNEE (TVA-PRO-IX) = TVA-LINE-ANNEE).
           IF TVA-PRO-IX NOT > TVA-PRO-USED
               MOVE TVA-P-COEF (TVA-PRO-IX) TO TVA-LINE-COEF
               MOVE TVA-P-FOUND-SW (TVA-PRO-IX) TO TVA-LINE-FOUND-SW
               GO TO 3300-COUNT
           END-IF.
           MOVE 100 TO TVA-LINE-COEF.
           MOVE "N" TO TVA-LINE-FOUND-SW.
           IF TVA-PRO-AVAILABLE
               PERFORM 3400-READ-PRORATA THRU 3400-EXIT
           END-IF.
           IF TVA-PRO-USED < TVA-PRO-MAX
               ADD 1 TO TVA-PRO-USED
               MOVE TVA-LINE-SECTEUR TO TVA-P-SECTEUR (TVA-PRO-USED)
               MOVE TVA-LINE-ANNEE TO TVA-P-ANNEE (TVA-PRO-USED)
               MOVE TVA-LINE-COEF TO TVA-P-COEF (TVA-PRO-USED)
               MOVE TVA-LINE-FOUND-SW TO TVA-P-FOUND-SW (TVA-PRO-USED)
           END-IF.
       3300-COUNT.
           IF NOT TVA-LINE-PRO-FOUND
               ADD 1 TO TVA-COUNT-FULL-DED
           END-IF.
       3300-EXIT.
           EXIT.
      *
       3350-SCAN-PRORATA.
           CONTINUE.
       3350-EXIT.
           EXIT.
      *
       3400-READ-PRORATA.
           MOVE TVA-LINE-SECTEUR TO FDIN-PRO-SECTEUR.
           MOVE TVA-LINE-ANNEE TO FDIN-PRO-ANNEE.
           READ FDIN-PRO-FILE
               INVALID KEY
                   GO TO 3400-NOT-FOUND
           END-READ.
           IF FDIN-PRO-ACTIF = "O"
               MOVE FDIN-PRO-PROVISOIRE TO TVA-LINE-COEF
               MOVE "Y" TO TVA-LINE-FOUND-SW
               GO TO 3400-EXIT
           END-IF.
       3400-NOT-FOUND.
           MOVE TVA-LINE-SECTEUR TO TVA275-N-SECTEUR.
           MOVE TVA-LINE-ANNEE TO TVA275-N-ANNEE.
           WRITE TVA275-REPORT-LINE FROM TVA275-WARN-SECT-LINE.
       3400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-POST-LINE - PICK THE ACCOUNTS AND WRITE THE LEGS.     *
      *                       DEBIT THE NET DEDUCTIBLE AND THE        *
      *                       NON-DEDUCTIBLE REST, CREDIT THE VAT     *
      *                       CHARGED.  A ZERO-VAT LINE HAS NOTHING   *
      *                       TO POST                                 *
      ****************************************************************
       3500-POST-LINE.
           IF FDIN-DEVK-MTTVA-EUR = ZERO
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-FIND-ACCOUNTS THRU 3600-EXIT.
           MOVE SPACES TO TVA-POST-DEBIT TVA-POST-NDED TVA-POST-CREDIT.
           IF TVA-CPT-FOUND
               EVALUATE TRUE
                   WHEN TVA-ACC-REGIE = "O"
                       MOVE FDIN-CPT-ADED TO TVA-POST-DEBIT
                       MOVE FDIN-CPT-ACOLL TO TVA-POST-CREDIT
                   WHEN FDIN-FAC-SENS = "V"
                       MOVE FDIN-CPT-CONTRE TO TVA-POST-DEBIT
                       MOVE FDIN-CPT-COLL TO TVA-POST-CREDIT
                   WHEN OTHER
                       MOVE FDIN-CPT-DED TO TVA-POST-DEBIT
                       MOVE FDIN-CPT-CONTRE TO TVA-POST-CREDIT
               END-EVALUATE
               IF FDIN-FAC-SENS NOT = "V"
                   MOVE FDIN-CPT-NDED TO TVA-POST-NDED
               END-IF
           END-IF.
           IF TVA-POST-DEBIT = SPACES OR TVA-POST-CREDIT = SPACES
               ADD 1 TO TVA-COUNT-NOCPT
               MOVE "NO LEDGER ACCOUNT IN FDINCPT - NOT POSTED"
                   TO TVA-POST-MSG
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF TVA-LINE-NONDED NOT = ZERO AND TVA-POST-NDED = SPACES
               ADD 1 TO TVA-COUNT-NOCPT
               MOVE "NO NON-DEDUCTIBLE ACCOUNT - NOT POSTED"
                   TO TVA-POST-MSG
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO FDIN-JRN.
           MOVE TVA-TODAY TO FDIN-JRN-DATE.
           MOVE FDIN-FAC-NOFAC TO FDIN-JRN-NOFAC.
           MOVE FDIN-FAC-DATE TO FDIN-JRN-DATE-FAC.
           MOVE FDIN-FAC-SENS TO FDIN-JRN-SENS.
           MOVE FDIN-FAC-CODE TO FDIN-JRN-CODE.
           MOVE TVA-ACC-EDIT TO FDIN-JRN-EDIT.
           MOVE TVA-ACC-TAUX TO FDIN-JRN-TAUX.
           MOVE TVA-ACC-REGIE TO FDIN-JRN-REGIE.
           MOVE FDIN-TVA-LIB TO FDIN-JRN-LIB.
           MOVE TVA-POST-DEBIT TO TVA-LEG-COMPTE.
           MOVE "D" TO TVA-LEG-DC.
           MOVE TVA-LINE-NET TO TVA-LEG-AMOUNT.
           PERFORM 3700-WRITE-LEG THRU 3700-EXIT.
           MOVE TVA-POST-NDED TO TVA-LEG-COMPTE.
           MOVE "D" TO TVA-LEG-DC.
           MOVE TVA-LINE-NONDED TO TVA-LEG-AMOUNT.
           PERFORM 3700-WRITE-LEG THRU 3700-EXIT.
           MOVE TVA-POST-CREDIT TO TVA-LEG-COMPTE.
           MOVE "C" TO TVA-LEG-DC.
           MOVE FDIN-DEVK-MTTVA-EUR TO TVA-LEG-AMOUNT.
           PERFORM 3700-WRITE-LEG THRU 3700-EXIT.
           ADD 1 TO TVA-COUNT-POSTED.
           ADD FDIN-DEVK-MTTVA-EUR TO TVA-TOTAL-POSTED.
           IF TVA-ACC-IX NOT = ZERO
               ADD FDIN-DEVK-MTTVA-EUR TO TVA-T-POSTED (TVA-ACC-IX)
           END-IF.
           IF FDIN-FAC-SENS NOT = "V"
               ADD TVA-LINE-NET TO TVA-TOTAL-DED-POSTED
               ADD TVA-LINE-NONDED TO TVA-TOTAL-NDED-POSTED
           END-IF.
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3600-FIND-ACCOUNTS - THE VAT CODE'S OWN RECORD FIRST, THEN *
      *                           THE EDIT CODE'S RECORD              *
      ****************************************************************
       3600-FIND-ACCOUNTS.
           MOVE "N" TO TVA-CPT-FOUND-SW.
           MOVE "C" TO FDIN-CPT-TYPE.
           MOVE FDIN-FAC-CODE TO FDIN-CPT-CODE.
           READ FDIN-CPT-FILE
               INVALID KEY
                   MOVE "N" TO FDIN-CPT-ACTIF
           END-READ.
           IF FDIN-CPT-ACTIF = "O"
               MOVE "Y" TO TVA-CPT-FOUND-SW
               GO TO 3600-EXIT
           END-IF.
           MOVE "E" TO FDIN-CPT-TYPE.
           MOVE TVA-ACC-EDIT TO FDIN-CPT-CODE.
           READ FDIN-CPT-FILE
               INVALID KEY
                   MOVE "N" TO FDIN-CPT-ACTIF
           END-READ.
           IF FDIN-CPT-ACTIF = "O"
               MOVE "Y" TO TVA-CPT-FOUND-SW
           END-IF.
       3600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3700-WRITE-LEG - ONE JOURNAL LEG.  A ZERO LEG IS NOT       *
      *                       WRITTEN; A NEGATIVE ONE (CREDIT NOTE)   *
      *                       GOES ON THE OTHER SIDE                  *
      ****************************************************************
       3700-WRITE-LEG.
           IF TVA-LEG-AMOUNT = ZERO
               GO TO 3700-EXIT
           END-IF.
           IF TVA-LEG-AMOUNT < ZERO
               COMPUTE TVA-LEG-AMOUNT = ZERO - TVA-LEG-AMOUNT
               IF TVA-LEG-DC = "D"
                   MOVE "C" TO TVA-LEG-DC
               ELSE
                   MOVE "D" TO TVA-LEG-DC
               END-IF
           END-IF.
           MOVE TVA-LEG-COMPTE TO FDIN-JRN-COMPTE.
           MOVE TVA-LEG-DC TO FDIN-JRN-DC.
           MOVE TVA-LEG-AMOUNT TO FDIN-JRN-MONTANT.
           WRITE FDIN-JRN.
           ADD 1 TO TVA-COUNT-LEGS.
           MOVE TVA-LEG-COMPTE TO TVA-CPT-SEARCH.
           PERFORM 3800-FIND-ACCOUNT-TOTAL THRU 3800-EXIT.
           IF TVA-LEG-DC = "D"
               ADD TVA-LEG-AMOUNT TO TVA-TOTAL-DEBIT
               IF TVA-CPT-IX NOT = ZERO
                   ADD TVA-LEG-AMOUNT TO TVA-C-DEBIT (TVA-CPT-IX)
               END-IF
           ELSE
               ADD TVA-LEG-AMOUNT TO TVA-TOTAL-CREDIT
               IF TVA-CPT-IX NOT = ZERO
                   ADD TVA-LEG-AMOUNT TO TVA-C-CREDIT (TVA-CPT-IX)
               END-IF
           END-IF.
       3700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3800-FIND-ACCOUNT-TOTAL - ENTRY OF TVA-CPT-SEARCH IN THE   *
      *                                PER-ACCOUNT TOTALS             *
      ****************************************************************
       3800-FIND-ACCOUNT-TOTAL.
           PERFORM 3850-SCAN-ACCOUNT THRU 3850-EXIT
               VARYING TVA-CPT-IX FROM 1 BY 1
               UNTIL TVA-CPT-IX > TVA-CPT-USED
                  OR TVA-C-COMPTE (TVA-CPT-IX) = TVA-CPT-SEARCH.
           IF TVA-CPT-IX NOT > TVA-CPT-USED
               GO TO 3800-EXIT
           END-IF.
           IF TVA-CPT-USED < TVA-CPT-MAX
               ADD 1 TO TVA-CPT-USED
               MOVE TVA-CPT-USED TO TVA-CPT-IX
               MOVE TVA-CPT-SEARCH TO TVA-C-COMPTE (TVA-CPT-IX)
               MOVE ZERO TO TVA-C-DEBIT (TVA-CPT-IX)
                            TVA-C-CREDIT (TVA-CPT-IX)
           ELSE
               IF NOT TVA-CPT-FULL-WARNED
                   WRITE TVA275-REPORT-LINE
                       FROM TVA275-WARN-CPT-LINE
                   WRITE TVA275-REPORT-LINE
                       FROM TVA275-WARN-CPT-LINE-2
                   MOVE "Y" TO TVA-CPT-FULL-WARNED-SW
               END-IF
               MOVE ZERO TO TVA-CPT-IX
           END-IF.
       3800-EXIT.
           EXIT.
      *
       3850-SCAN-ACCOUNT.
           CONTINUE.
       3850-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-EXCEPTION - A LINE LEFT OUT OF THE JOURNAL, OR   *
      *                            POSTED WITH A NOTE (TVA-POST-MSG)  *
      ****************************************************************
       4000-LIST-EXCEPTION.
           IF TVA-COUNT-EXCEPT + TVA-COUNT-NOCPT + TVA-COUNT-DIFF = 1
               WRITE TVA275-REPORT-LINE FROM TVA275-EXC-HEADING
           END-IF.
           MOVE FDIN-FAC-NOFAC TO TVA275-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA275-E-CODE.
           MOVE FDIN-FAC-MTTVA TO TVA275-E-TVA.
           MOVE TVA-POST-MSG TO TVA275-E-TEXT.
           WRITE TVA275-REPORT-LINE FROM TVA275-EXC-LINE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PRINT-SUMMARY - DECLARATION-BOX ORDER, AS TVA270:     *
      *                           SALES, SALES REGIE, PURCHASES,      *
      *                           PURCHASES REGIE                     *
      ****************************************************************
       5000-PRINT-SUMMARY.
           WRITE TVA275-REPORT-LINE FROM TVA275-DECL-HEADING.
           MOVE "SALES" TO TVA275-SEC-TEXT.
           MOVE "V" TO TVA-SEC-SENS.
           MOVE "N" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           MOVE "SALES - REGIE (SELF-ASSESSED)" TO TVA275-SEC-TEXT.
           MOVE "O" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           MOVE "PURCHASES" TO TVA275-SEC-TEXT.
           MOVE "A" TO TVA-SEC-SENS.
           MOVE "N" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
           MOVE "PURCHASES - REGIE (SELF-ASSESSED)"
               TO TVA275-SEC-TEXT.
           MOVE "O" TO TVA-SEC-REGIE.
           PERFORM 5100-PRINT-SECTION THRU 5100-EXIT.
       5000-EXIT.
           EXIT.
      *
       5100-PRINT-SECTION.
           WRITE TVA275-REPORT-LINE FROM TVA275-SECTION-LINE.
           WRITE TVA275-REPORT-LINE FROM TVA275-COL-HEADING.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT
               UNTIL TVA-ACC-BEST = ZERO.
       5100-EXIT.
           EXIT.
      *
       5200-PICK-AND-PRINT.
           MOVE ZERO TO TVA-ACC-BEST.
           PERFORM 5250-JUDGE-ENTRY THRU 5250-EXIT
               VARYING TVA-ACC-IX FROM 1 BY 1
               UNTIL TVA-ACC-IX > TVA-ACC-USED.
           IF TVA-ACC-BEST = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE TVA-T-EDIT (TVA-ACC-BEST) TO TVA275-D-EDIT.
           MOVE TVA-T-TAUX (TVA-ACC-BEST) TO TVA275-D-TAUX.
           MOVE TVA-T-BASE (TVA-ACC-BEST) TO TVA275-D-BASE.
           MOVE TVA-T-TVA (TVA-ACC-BEST) TO TVA275-D-TVA.
           MOVE TVA-T-LINES (TVA-ACC-BEST) TO TVA275-D-LINES.
           MOVE TVA-T-POSTED (TVA-ACC-BEST) TO TVA275-D-POSTED.
           IF TVA-T-POSTED (TVA-ACC-BEST) = TVA-T-TVA (TVA-ACC-BEST)
               MOVE SPACES TO TVA275-D-FLAG
           ELSE
               MOVE "** NOT TIED **" TO TVA275-D-FLAG
           END-IF.
           WRITE TVA275-REPORT-LINE FROM TVA275-DETAIL-LINE.
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
      *    6000-PRINT-ACCOUNTS - DEBIT AND CREDIT BY LEDGER ACCOUNT   *
      ****************************************************************
       6000-PRINT-ACCOUNTS.
           WRITE TVA275-REPORT-LINE FROM TVA275-CPT-HEADING.
           PERFORM 6100-PRINT-ONE-ACCOUNT THRU 6100-EXIT
               VARYING TVA-CPT-IX FROM 1 BY 1
               UNTIL TVA-CPT-IX > TVA-CPT-USED.
       6000-EXIT.
           EXIT.
      *
       6100-PRINT-ONE-ACCOUNT.
           MOVE TVA-C-COMPTE (TVA-CPT-IX) TO TVA275-C-COMPTE.
           MOVE TVA-C-DEBIT (TVA-CPT-IX) TO TVA275-C-DEBIT.
           MOVE TVA-C-CREDIT (TVA-CPT-IX) TO TVA275-C-CREDIT.
           WRITE TVA275-REPORT-LINE FROM TVA275-CPT-LINE.
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES.  DECLARED   *
      *                       VAT IS THE TVA270 GRAND TOTAL           *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA275-T-READ.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE.
           MOVE TVA-COUNT-ACCUM TO TVA275-T-ACC.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-2.
           MOVE TVA-COUNT-EXCEPT TO TVA275-T-EXC.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-3.
           MOVE TVA-COUNT-POSTED TO TVA275-T-POSTED.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-4.
           MOVE TVA-COUNT-NOCPT TO TVA275-T-NOCPT.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-5.
           MOVE TVA-COUNT-DIFF TO TVA275-T-DIFF.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-6.
           MOVE TVA-COUNT-LEGS TO TVA275-T-LEGS.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-7.
           MOVE TVA-TOTAL-DECLARED TO TVA275-T-DECLARED.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-8.
           MOVE TVA-TOTAL-POSTED TO TVA275-T-VPOSTED.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-9.
           MOVE TVA-TOTAL-DEBIT TO TVA275-T-DEBIT.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-10.
           MOVE TVA-TOTAL-CREDIT TO TVA275-T-CREDIT.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-11.
           MOVE TVA-COUNT-FULL-DED TO TVA275-T-FULL.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-12.
           MOVE TVA-TOTAL-DEDNET TO TVA275-T-DEDNET.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-13.
           MOVE TVA-TOTAL-DED-POSTED TO TVA275-T-DED-POSTED.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-14.
           MOVE TVA-TOTAL-NDED-POSTED TO TVA275-T-NDED-POSTED.
           WRITE TVA275-REPORT-LINE FROM TVA275-TOTAL-LINE-15.
           IF TVA-TOTAL-POSTED NOT = TVA-TOTAL-DECLARED
                   OR TVA-TOTAL-DED-POSTED NOT = TVA-TOTAL-DEDNET
               WRITE TVA275-REPORT-LINE FROM TVA275-WARN-SHORT-LINE
           END-IF.
           IF TVA-TOTAL-DEBIT NOT = TVA-TOTAL-CREDIT
               WRITE TVA275-REPORT-LINE FROM TVA275-WARN-BALANCE-LINE
           END-IF.
           CLOSE FDIN-FAC-FILE FDIN-CPT-FILE FDIN-JRN-FILE
                 TVA275-REPORT.
           IF TVA-PRO-AVAILABLE
               CLOSE FDIN-PRO-FILE
           END-IF.
       8000-EXIT.
           EXIT.
