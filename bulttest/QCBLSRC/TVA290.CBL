      ****************************************************************
      * PROGRAM NAME...............: . TVA290                        *
      * FUNCTION...................: . RETROACTIVE RATE-CORRECTION   *
      *         .                        REGULARISATION - PICKS THE  *
      *         .                        BACK-DATED RATE CHANGES OF  *
      *         .                        THE AUDIT TRAIL, FINDS THE  *
      *         .                        INVOICE LINES ALREADY       *
      *         .                        BILLED IN THE AFFECTED      *
      *         .                        DATE RANGE AND PROPOSES ONE *
      *         .                        CREDIT OR DEBIT NOTE PER    *
      *         .                        INVOICE FOR THE VAT         *
      *         .                        DIFFERENCE                  *
      * FILES USED.................: . TVA290PRM - INPUT (PARAMETER  *
      *         .                        CARD)                       *
      *         .                      FDINTVAH  - INPUT (HISTORY)   *
      *         .                      TVAFAC    - INPUT (INVOICE    *
      *         .                        LINE FILE FROM BILLING)     *
      *         .                      FDINTVA   - INPUT (THROUGH    *
      *         .                        THE TVA230 SUBPROGRAM)      *
      *         .                      TVAREG    - OUTPUT (PROPOSALS *
      *         .                        FOR BILLING)                *
      *         .                      TVA290RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - REGULARISATION   *
      *                                  OF BACK-DATED RATE CHANGES  *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA290.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  THE PARAMETER CARD GIVES  *
      *                    THE RANGE OF CHANGE DATES (FDIN-TVAH-     *
      *                    DATE-MAJ) TO PICK UP, SO EACH CHANGE IS   *
      *                    REGULARISED BY ONE RUN ONLY.  A HISTORY   *
      *                    RECORD COUNTS WHEN IT IS A RATE FIELD     *
      *                    (TVAT/TVATL PURCHASE, TVVT/TVVTL SALE) OR *
      *                    A START DATE (DTDEB, BOTH SIDES) AND ITS  *
      *                    EFFECTIVE DATE FALLS BEFORE THE CHANGE    *
      *                    DATE.  INVOICE LINES OF THAT CODE DATED   *
      *                    FROM THE EFFECTIVE DATE UP TO THE DAY     *
      *                    BEFORE THE CHANGE ARE RECOMPUTED THROUGH  *
      *                    TVA230 AGAINST THE CORRECTED MASTER AND   *
      *                    THE DIFFERENCE WITH THE VAT CHARGED IS    *
      *                    SUMMED PER INVOICE.                       *
      * 10/14/26  DEV    AMOUNTS STAY IN THE CURRENCY OF THE INVOICE *
      *                    LINE (FDIN-FAC-DEVISE, BLANK = EUR),      *
      *                    WHICH IS NOW PART OF THE CODE + INVOICE   *
      *                    AND INVOICE KEYS AND IS WRITTEN ON THE    *
      *                    PROPOSAL.  SUBTOTALS PRINT PER CODE AND   *
      *                    CURRENCY, AS IN TVA240, AND THE GRAND,    *
      *                    CREDIT NOTE AND DEBIT NOTE TOTALS PER     *
      *                    CURRENCY.                                 *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TVA290-PARM      ASSIGN TO "TVA290PRM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-PRM.
           SELECT FDIN-TVA-HISTORY ASSIGN TO "FDINTVAH"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-HIST.
           SELECT FDIN-FAC-FILE    ASSIGN TO "TVAFAC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FAC.
           SELECT FDIN-REG-FILE    ASSIGN TO "TVAREG"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-REG.
           SELECT TVA290-REPORT    ASSIGN TO "TVA290RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA290-PARM
           LABEL RECORDS ARE STANDARD.
       01  TVA290-PARM-CARD.
      ***** FIRST AND LAST CHANGE DATE TO PICK UP - A ZERO LAST
      ***** DATE MEANS TODAY
           05  TVA290-P-DATE-DEB       PIC 9(8).
           05  TVA290-P-DATE-FIN       PIC 9(8).
           05  FILLER                  PIC X(64).
      *
       FD  FDIN-TVA-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY FDINTVAH.
      *
       FD  FDIN-FAC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFAC.
      *
       FD  FDIN-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINREG.
      *
       FD  TVA290-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA290-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-PRM                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-HIST                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-REG                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-HIST-SW              PIC X(1)  VALUE "N".
           88  TVA-END-OF-HIST                    VALUE "Y".
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FAC                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-DATE-DEB                 PIC 9(8).
       01  TVA-DATE-FIN                 PIC 9(8).
       01  TVA-DEVISE                   PIC X(3).
      *
      ***** CALL INTERFACE OF THE TVA230 VAT AMOUNT SUBPROGRAM
           COPY FDINTVAM.
      *
      ***** THE BACK-DATED CHANGES RETAINED - CODE, SIDE (SPACE =
      ***** BOTH SIDES) AND AFFECTED INVOICE DATES, FROM THE
      ***** EFFECTIVE DATE INCLUDED TO THE CHANGE DATE EXCLUDED
       01  TVA-CHG-MAX                  PIC 9(3)  VALUE 200 COMP.
       01  TVA-CHG-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CHG-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CHG-TABLE.
           05  TVA-CHG-ENTRY OCCURS 200 TIMES.
               10  TVA-G-GEN            PIC X(18).
               10  TVA-G-SENS           PIC X(1).
               10  TVA-G-DEB            PIC 9(8).
               10  TVA-G-FIN            PIC 9(8).
       01  TVA-CHG-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-CHG-FULL-WARNED                VALUE "Y".
       01  TVA-CHG-SENS                 PIC X(1).
      *
      ***** DIFFERENCES BY VAT CODE AND INVOICE, FOR THE LISTING
       01  TVA-REG-MAX                  PIC 9(3)  VALUE 500 COMP.
       01  TVA-REG-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-REG-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-REG-BEST                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-REG-TABLE.
           05  TVA-REG-ENTRY OCCURS 500 TIMES.
               10  TVA-R-CODE           PIC X(18).
               10  TVA-R-NOFAC          PIC X(10).
               10  TVA-R-SENS           PIC X(1).
               10  TVA-R-DEVISE         PIC X(3).
               10  TVA-R-BASE           PIC S9(11)V9(2).
               10  TVA-R-FACT           PIC S9(11)V9(2).
               10  TVA-R-CORR           PIC S9(11)V9(2).
               10  TVA-R-LINES          PIC 9(5).
               10  TVA-R-PRINTED-SW     PIC X(1).
       01  TVA-REG-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-REG-FULL-WARNED                VALUE "Y".
      *
      ***** DIFFERENCES BY INVOICE, ONE PROPOSAL EACH
       01  TVA-INV-MAX                  PIC 9(3)  VALUE 500 COMP.
       01  TVA-INV-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-INV-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-INV-TABLE.
           05  TVA-INV-ENTRY OCCURS 500 TIMES.
               10  TVA-I-NOFAC          PIC X(10).
               10  TVA-I-SENS           PIC X(1).
               10  TVA-I-DEVISE         PIC X(3).
               10  TVA-I-DATE           PIC 9(8).
               10  TVA-I-BASE           PIC S9(11)V9(2).
               10  TVA-I-FACT           PIC S9(11)V9(2).
               10  TVA-I-CORR           PIC S9(11)V9(2).
               10  TVA-I-LINES          PIC 9(5).
       01  TVA-INV-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-INV-FULL-WARNED                VALUE "Y".
      *
      ***** GRAND, CREDIT NOTE AND DEBIT NOTE TOTALS PER CURRENCY
       01  TVA-CUR-MAX                  PIC 9(3)  VALUE 20 COMP.
       01  TVA-CUR-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CUR-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-CUR-TABLE.
           05  TVA-CUR-ENTRY OCCURS 20 TIMES.
               10  TVA-C-DEVISE         PIC X(3).
               10  TVA-C-FACT           PIC S9(11)V9(2).
               10  TVA-C-CORR           PIC S9(11)V9(2).
               10  TVA-C-COUNT-AVOIR    PIC 9(7).
               10  TVA-C-AVOIR          PIC 9(11)V9(2).
               10  TVA-C-COUNT-DEBIT    PIC 9(7).
               10  TVA-C-DEBIT          PIC 9(11)V9(2).
       01  TVA-CUR-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-CUR-FULL-WARNED                VALUE "Y".
      *
       01  TVA-LINE-DIFF                PIC S9(11)V9(2).
       01  TVA-PREV-CODE                PIC X(18).
       01  TVA-PREV-DEVISE              PIC X(3).
       01  TVA-EXC-MSG                  PIC X(40).
      *
       01  TVA-AMOUNTS.
           05  TVA-SUB-FACT             PIC S9(11)V9(2) VALUE ZERO.
           05  TVA-SUB-CORR             PIC S9(11)V9(2) VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-HIST           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CHANGES        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-AFFECTED       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-UNCHANGED      PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXCEPT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-NETZERO        PIC 9(7)  VALUE ZERO.
      *
       01  TVA290-HEADING-1             PIC X(60)
           VALUE "TVA290 - BACK-DATED RATE CHANGE REGULARISATION".
       01  TVA290-PARM-LINE.
           05  FILLER                   PIC X(24)
               VALUE "CHANGES RECORDED FROM..:".
           05  TVA290-H-DEB             PIC 9(8).
           05  FILLER                   PIC X(6)  VALUE "  TO ".
           05  TVA290-H-FIN             PIC 9(8).
      *
       01  TVA290-CHG-HEADING           PIC X(60)
           VALUE "BACK-DATED CHANGES RETAINED".
       01  TVA290-CHG-COL-HEADING.
           05  FILLER                   PIC X(22) VALUE "VAT CODE".
           05  FILLER                   PIC X(4)  VALUE "VER".
           05  FILLER                   PIC X(10) VALUE "FIELD".
           05  FILLER                   PIC X(22) VALUE "BEFORE".
           05  FILLER                   PIC X(22) VALUE "AFTER".
           05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                   PIC X(10) VALUE "CHANGED".
           05  FILLER                   PIC X(8)  VALUE "USER".
       01  TVA290-CHG-LINE.
           05  TVA290-G-GEN             PIC X(18).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA290-G-VER             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-G-CHAMP           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-G-AV              PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-G-AP              PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-G-EFFET           PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-G-MAJ             PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-G-USER            PIC X(8).
       01  TVA290-NO-CHG-LINE           PIC X(60)
           VALUE "NO BACK-DATED RATE CHANGE IN THE PERIOD".
      *
       01  TVA290-EXC-HEADING           PIC X(60)
           VALUE "AFFECTED LINES THAT COULD NOT BE RECOMPUTED".
       01  TVA290-EXC-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-E-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-E-CODE            PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-E-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-E-TVA             PIC -ZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-E-TEXT            PIC X(40).
      *
       01  TVA290-REG-HEADING           PIC X(60)
           VALUE "REGULARISATION BY VAT CODE AND INVOICE".
       01  TVA290-REG-COL-HEADING.
           05  FILLER                   PIC X(20) VALUE "VAT CODE".
           05  FILLER                   PIC X(12) VALUE "INVOICE".
           05  FILLER                   PIC X(3)  VALUE "S".
           05  FILLER                   PIC X(4)  VALUE "CUR".
           05  FILLER                   PIC X(17) VALUE "TAXABLE BASE".
           05  FILLER                   PIC X(17) VALUE "VAT CHARGED".
           05  FILLER                   PIC X(17) VALUE "VAT CORRECTED".
           05  FILLER                   PIC X(17) VALUE "DIFFERENCE".
           05  FILLER                   PIC X(6)  VALUE "LINES".
       01  TVA290-REG-LINE.
           05  TVA290-R-CODE            PIC X(18).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-SENS            PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-DEVISE          PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA290-R-BASE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-FACT            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-CORR            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-DIFF            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-R-LINES           PIC ZZZZ9.
       01  TVA290-SUB-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-S-TEXT            PIC X(32).
           05  FILLER                   PIC X(21) VALUE SPACES.
           05  TVA290-S-FACT            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-S-CORR            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-S-DIFF            PIC -ZZZZZZZZZZ9.99.
      *
       01  TVA290-WARN-CHG-LINE.
           05  FILLER                   PIC X(48)
               VALUE "** WARNING ** MORE THAN 200 BACK-DATED CHANGES -".
           05  FILLER                   PIC X(16)
               VALUE " LATER ONES".
       01  TVA290-WARN-CHG-LINE-2       PIC X(56)
           VALUE "** WARNING ** ARE NOT REGULARISED BY THIS RUN".
       01  TVA290-WARN-REG-LINE.
           05  FILLER                   PIC X(48)
               VALUE "** WARNING ** MORE THAN 500 CODE/INVOICE PAIRS -".
           05  FILLER                   PIC X(16)
               VALUE " LISTING".
       01  TVA290-WARN-REG-LINE-2       PIC X(56)
           VALUE "** WARNING ** ONLY COVERS THE FIRST 500 PAIRS".
       01  TVA290-WARN-INV-LINE         PIC X(64)
           VALUE "** WARNING ** MORE THAN 500 INVOICES - PROPOSALS".
       01  TVA290-WARN-INV-LINE-2       PIC X(56)
           VALUE "** WARNING ** ONLY COVER THE FIRST 500 INVOICES".
       01  TVA290-WARN-CUR-LINE         PIC X(64)
           VALUE "** WARNING ** MORE THAN 20 CURRENCIES - TOTALS".
       01  TVA290-WARN-CUR-LINE-2       PIC X(56)
           VALUE "** WARNING ** ONLY COVER THE FIRST 20 CURRENCIES".
      *
       01  TVA290-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "HISTORY RECORDS READ..:".
           05  TVA290-T-HIST            PIC ZZZZZZ9.
       01  TVA290-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "BACK-DATED CHANGES....:".
           05  TVA290-T-CHANGES         PIC ZZZZZZ9.
       01  TVA290-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "INVOICE LINES READ....:".
           05  TVA290-T-READ            PIC ZZZZZZ9.
       01  TVA290-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "LINES AFFECTED........:".
           05  TVA290-T-AFFECTED        PIC ZZZZZZ9.
       01  TVA290-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "LINES WITHOUT CHANGE..:".
           05  TVA290-T-UNCHANGED       PIC ZZZZZZ9.
       01  TVA290-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "LINES NOT RECOMPUTED..:".
           05  TVA290-T-EXCEPT          PIC ZZZZZZ9.
       01  TVA290-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "CREDIT NOTES PROPOSED.:".
           05  TVA290-T-AVOIR           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-T-MT-AVOIR        PIC ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA290-T-DEV-AVOIR       PIC X(3).
       01  TVA290-TOTAL-LINE-8.
           05  FILLER                   PIC X(24)
               VALUE "DEBIT NOTES PROPOSED..:".
           05  TVA290-T-DEBIT           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA290-T-MT-DEBIT        PIC ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA290-T-DEV-DEBIT       PIC X(3).
       01  TVA290-TOTAL-LINE-9.
           05  FILLER                   PIC X(24)
               VALUE "INVOICES NETTING ZERO.:".
           05  TVA290-T-NETZERO         PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
                   UNTIL TVA-END-OF-HIST
               IF TVA-CHG-USED = ZERO
                   WRITE TVA290-REPORT-LINE FROM TVA290-NO-CHG-LINE
                   MOVE "Y" TO TVA-EOF-SW
               ELSE
                   PERFORM 3100-READ-LINE THRU 3100-EXIT
               END-IF
               PERFORM 3000-PROCESS-LINE THRU 3000-EXIT
                   UNTIL TVA-END-OF-FAC
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 5000-PRINT-REGULARISATION THRU 5000-EXIT
               PERFORM 6000-WRITE-PROPOSALS THRU 6000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PARAMETER CARD, OPEN FILES, PRIME READ   *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT TVA290-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA290 - CANNOT OPEN TVA290RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA290-REPORT-LINE FROM TVA290-HEADING-1.
           OPEN INPUT TVA290-PARM.
           IF TVA-FS-PRM NOT = "00"
               DISPLAY "TVA290 - CANNOT OPEN TVA290PRM, STATUS="
                   TVA-FS-PRM
               CLOSE TVA290-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           READ TVA290-PARM
               AT END
                   DISPLAY "TVA290 - PARAMETER CARD MISSING"
                   CLOSE TVA290-PARM TVA290-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
           END-READ.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-EDIT-PARM THRU 1500-EXIT.
           CLOSE TVA290-PARM.
           IF TVA-ABEND
               CLOSE TVA290-REPORT
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-DATE-DEB TO TVA290-H-DEB.
           MOVE TVA-DATE-FIN TO TVA290-H-FIN.
           WRITE TVA290-REPORT-LINE FROM TVA290-PARM-LINE.
           OPEN INPUT FDIN-TVA-HISTORY.
           IF TVA-FS-HIST NOT = "00"
               DISPLAY "TVA290 - CANNOT OPEN FDINTVAH, STATUS="
                   TVA-FS-HIST
               CLOSE TVA290-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-FAC-FILE.
           IF TVA-FS-FAC NOT = "00"
               DISPLAY "TVA290 - CANNOT OPEN TVAFAC, STATUS="
                   TVA-FS-FAC
               CLOSE FDIN-TVA-HISTORY TVA290-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT FDIN-REG-FILE.
           IF TVA-FS-REG NOT = "00"
               DISPLAY "TVA290 - CANNOT OPEN TVAREG, STATUS="
                   TVA-FS-REG
               CLOSE FDIN-TVA-HISTORY FDIN-FAC-FILE TVA290-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA290-REPORT-LINE FROM TVA290-CHG-HEADING.
           WRITE TVA290-REPORT-LINE FROM TVA290-CHG-COL-HEADING.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-EDIT-PARM - FIELD EDITS ON THE PARAMETER CARD         *
      ****************************************************************
       1500-EDIT-PARM.
           IF TVA290-P-DATE-DEB NOT NUMERIC
                   OR TVA290-P-DATE-DEB = ZERO
               DISPLAY "TVA290 - FIRST CHANGE DATE NOT NUMERIC"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           IF TVA290-P-DATE-FIN NOT NUMERIC
               DISPLAY "TVA290 - LAST CHANGE DATE NOT NUMERIC"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           MOVE TVA290-P-DATE-DEB TO TVA-DATE-DEB.
           MOVE TVA290-P-DATE-FIN TO TVA-DATE-FIN.
           IF TVA-DATE-FIN = ZERO
               MOVE TVA-TODAY TO TVA-DATE-FIN
           END-IF.
           IF TVA-DATE-DEB > TVA-DATE-FIN
               DISPLAY "TVA290 - FIRST CHANGE DATE AFTER LAST ONE"
               MOVE "Y" TO TVA-ABEND-SW
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-HISTORY - RETAIN A BACK-DATED RATE CHANGE     *
      ****************************************************************
       2000-PROCESS-HISTORY.
           IF FDIN-TVAH-DATE-MAJ < TVA-DATE-DEB
                   OR FDIN-TVAH-DATE-MAJ > TVA-DATE-FIN
                   OR FDIN-TVAH-DATE-EFFET NOT < FDIN-TVAH-DATE-MAJ
               GO TO 2000-NEXT
           END-IF.
           EVALUATE FDIN-TVAH-CHAMP
               WHEN "TVAT"
               WHEN "TVATL"
                   MOVE "A" TO TVA-CHG-SENS
               WHEN "TVVT"
               WHEN "TVVTL"
                   MOVE "V" TO TVA-CHG-SENS
               WHEN "DTDEB"
                   MOVE SPACE TO TVA-CHG-SENS
               WHEN OTHER
                   GO TO 2000-NEXT
           END-EVALUATE.
           ADD 1 TO TVA-COUNT-CHANGES.
           MOVE FDIN-TVAH-CLEF-GEN TO TVA290-G-GEN.
           MOVE FDIN-TVAH-CLEF-VER TO TVA290-G-VER.
           MOVE FDIN-TVAH-CHAMP TO TVA290-G-CHAMP.
           MOVE FDIN-TVAH-VAL-AV TO TVA290-G-AV.
           MOVE FDIN-TVAH-VAL-AP TO TVA290-G-AP.
           MOVE FDIN-TVAH-DATE-EFFET TO TVA290-G-EFFET.
           MOVE FDIN-TVAH-DATE-MAJ TO TVA290-G-MAJ.
           MOVE FDIN-TVAH-USER TO TVA290-G-USER.
           WRITE TVA290-REPORT-LINE FROM TVA290-CHG-LINE.
           PERFORM 2200-KEEP-CHANGE THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-HISTORY.
           READ FDIN-TVA-HISTORY
               AT END
                   MOVE "Y" TO TVA-EOF-HIST-SW
           END-READ.
           IF NOT TVA-END-OF-HIST
               ADD 1 TO TVA-COUNT-HIST
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2200-KEEP-CHANGE - ONE TABLE ENTRY PER CODE, SIDE AND      *
      *                         DATE RANGE (A RATE CHANGE WRITES BOTH *
      *                         TVAT AND TVATL FOR THE SAME RANGE)    *
      ****************************************************************
       2200-KEEP-CHANGE.
           PERFORM 2250-SCAN-CHANGE THRU 2250-EXIT
               VARYING TVA-CHG-IX FROM 1 BY 1
               UNTIL TVA-CHG-IX > TVA-CHG-USED
                  OR (TVA-G-GEN (TVA-CHG-IX) = FDIN-TVAH-CLEF-GEN
                      AND TVA-G-SENS (TVA-CHG-IX) = TVA-CHG-SENS
                      AND TVA-G-DEB (TVA-CHG-IX)
                          = FDIN-TVAH-DATE-EFFET
                      AND TVA-G-FIN (TVA-CHG-IX)
                          = FDIN-TVAH-DATE-MAJ).
           IF TVA-CHG-IX NOT > TVA-CHG-USED
               GO TO 2200-EXIT
           END-IF.
           IF TVA-CHG-USED < TVA-CHG-MAX
               ADD 1 TO TVA-CHG-USED
               MOVE FDIN-TVAH-CLEF-GEN TO TVA-G-GEN (TVA-CHG-USED)
               MOVE TVA-CHG-SENS TO TVA-G-SENS (TVA-CHG-USED)
               MOVE FDIN-TVAH-DATE-EFFET TO TVA-G-DEB (TVA-CHG-USED)
               MOVE FDIN-TVAH-DATE-MAJ TO TVA-G-FIN (TVA-CHG-USED)
           ELSE
               IF NOT TVA-CHG-FULL-WARNED
                   WRITE TVA290-REPORT-LINE
                       FROM TVA290-WARN-CHG-LINE
                   WRITE TVA290-REPORT-LINE
                       FROM TVA290-WARN-CHG-LINE-2
                   MOVE "Y" TO TVA-CHG-FULL-WARNED-SW
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2250-SCAN-CHANGE.
           CONTINUE.
       2250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-PROCESS-LINE - A LINE OF A CHANGED CODE, BILLED IN    *
      *                          THE AFFECTED RANGE, IS RECOMPUTED    *
      ****************************************************************
       3000-PROCESS-LINE.
           PERFORM 3050-SCAN-AFFECTED THRU 3050-EXIT
               VARYING TVA-CHG-IX FROM 1 BY 1
               UNTIL TVA-CHG-IX > TVA-CHG-USED
                  OR (TVA-G-GEN (TVA-CHG-IX) = FDIN-FAC-CODE
                      AND (TVA-G-SENS (TVA-CHG-IX) = FDIN-FAC-SENS
                           OR TVA-G-SENS (TVA-CHG-IX) = SPACE)
                      AND FDIN-FAC-DATE NOT < TVA-G-DEB (TVA-CHG-IX)
                      AND FDIN-FAC-DATE < TVA-G-FIN (TVA-CHG-IX)).
           IF TVA-CHG-IX > TVA-CHG-USED
               GO TO 3000-NEXT
           END-IF.
           ADD 1 TO TVA-COUNT-AFFECTED.
           MOVE FDIN-FAC-CODE TO FDIN-TVAM-GEN.
           MOVE FDIN-FAC-DATE TO FDIN-TVAM-DATE.
           MOVE FDIN-FAC-SENS TO FDIN-TVAM-SENS.
           MOVE FDIN-FAC-MTHT TO FDIN-TVAM-BASE.
           MOVE SPACES TO FDIN-TVAM-LOG.
           MOVE ZERO TO FDIN-TVAM-RC.
           CALL "TVA230" USING FDIN-TVA-CALC.
           IF TVAM-RC-FILE-ERROR
               DISPLAY "TVA290 - FDIN-TVA NOT AVAILABLE - RUN STOPPED"
               MOVE "Y" TO TVA-EOF-SW
               MOVE "Y" TO TVA-ABEND-SW
               CLOSE FDIN-TVA-HISTORY FDIN-FAC-FILE FDIN-REG-FILE
                     TVA290-REPORT
               GO TO 3000-EXIT
           END-IF.
           IF NOT TVAM-RC-OK
               ADD 1 TO TVA-COUNT-EXCEPT
               MOVE "NOT RESOLVED (RC 04/08/12) - NO PROPOSAL"
                   TO TVA-EXC-MSG
               PERFORM 4000-LIST-EXCEPTION THRU 4000-EXIT
               GO TO 3000-NEXT
           END-IF.
           COMPUTE TVA-LINE-DIFF = FDIN-TVAM-TVA - FDIN-FAC-MTTVA.
           IF TVA-LINE-DIFF = ZERO
               ADD 1 TO TVA-COUNT-UNCHANGED
               GO TO 3000-NEXT
           END-IF.
           MOVE FDIN-FAC-DEVISE TO TVA-DEVISE.
           IF TVA-DEVISE = SPACES
               MOVE "EUR" TO TVA-DEVISE
           END-IF.
           PERFORM 3200-ADD-CODE-INVOICE THRU 3200-EXIT.
           PERFORM 3400-ADD-INVOICE THRU 3400-EXIT.
       3000-NEXT.
           PERFORM 3100-READ-LINE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
      *
       3050-SCAN-AFFECTED.
           CONTINUE.
       3050-EXIT.
           EXIT.
      *
       3100-READ-LINE.
           READ FDIN-FAC-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-FAC
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-ADD-CODE-INVOICE - LISTING TOTALS BY CODE + INVOICE   *
      *                              + CURRENCY                       *
      ****************************************************************
       3200-ADD-CODE-INVOICE.
           PERFORM 3250-SCAN-CODE-INVOICE THRU 3250-EXIT
               VARYING TVA-REG-IX FROM 1 BY 1
               UNTIL TVA-REG-IX > TVA-REG-USED
                  OR (TVA-R-CODE (TVA-REG-IX) = FDIN-FAC-CODE
                      AND TVA-R-NOFAC (TVA-REG-IX) = FDIN-FAC-NOFAC
                      AND TVA-R-SENS (TVA-REG-IX) = FDIN-FAC-SENS
                      AND TVA-R-DEVISE (TVA-REG-IX) = TVA-DEVISE).
           IF TVA-REG-IX > TVA-REG-USED
               IF TVA-REG-USED < TVA-REG-MAX
                   ADD 1 TO TVA-REG-USED
                   MOVE TVA-REG-USED TO TVA-REG-IX
                   MOVE FDIN-FAC-CODE TO TVA-R-CODE (TVA-REG-IX)
                   MOVE FDIN-FAC-NOFAC TO TVA-R-NOFAC (TVA-REG-IX)
                   MOVE FDIN-FAC-SENS TO TVA-R-SENS (TVA-REG-IX)
                   MOVE TVA-DEVISE TO TVA-R-DEVISE (TVA-REG-IX)
                   MOVE ZERO TO TVA-R-BASE (TVA-REG-IX)
                                TVA-R-FACT (TVA-REG-IX)
                                TVA-R-CORR (TVA-REG-IX)
                                TVA-R-LINES (TVA-REG-IX)
                   MOVE "N" TO TVA-R-PRINTED-SW (TVA-REG-IX)
               ELSE
                   IF NOT TVA-REG-FULL-WARNED
                       WRITE TVA290-REPORT-LINE
                           FROM TVA290-WARN-REG-LINE
                       WRITE TVA290-REPORT-LINE
                           FROM TVA290-WARN-REG-LINE-2
                       MOVE "Y" TO TVA-REG-FULL-WARNED-SW
                   END-IF
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           ADD FDIN-FAC-MTHT TO TVA-R-BASE (TVA-REG-IX).
           ADD FDIN-FAC-MTTVA TO TVA-R-FACT (TVA-REG-IX).
           ADD FDIN-TVAM-TVA TO TVA-R-CORR (TVA-REG-IX).
           ADD 1 TO TVA-R-LINES (TVA-REG-IX).
       3200-EXIT.
           EXIT.
      *
       3250-SCAN-CODE-INVOICE.
           CONTINUE.
       3250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3400-ADD-INVOICE - PROPOSAL TOTALS BY INVOICE + CURRENCY,  *
      *                         SO ONE NOTE NEVER MIXES CURRENCIES    *
      ****************************************************************
       3400-ADD-INVOICE.
           PERFORM 3450-SCAN-INVOICE THRU 3450-EXIT
               VARYING TVA-INV-IX FROM 1 BY 1
               UNTIL TVA-INV-IX > TVA-INV-USED
                  OR (TVA-I-NOFAC (TVA-INV-IX) = FDIN-FAC-NOFAC
                      AND TVA-I-SENS (TVA-INV-IX) = FDIN-FAC-SENS
                      AND TVA-I-DEVISE (TVA-INV-IX) = TVA-DEVISE).
           IF TVA-INV-IX > TVA-INV-USED
               IF TVA-INV-USED < TVA-INV-MAX
                   ADD 1 TO TVA-INV-USED
                   MOVE TVA-INV-USED TO TVA-INV-IX
                   MOVE FDIN-FAC-NOFAC TO TVA-I-NOFAC (TVA-INV-IX)
                   MOVE FDIN-FAC-SENS TO TVA-I-SENS (TVA-INV-IX)
                   MOVE TVA-DEVISE TO TVA-I-DEVISE (TVA-INV-IX)
                   MOVE FDIN-FAC-DATE TO TVA-I-DATE (TVA-INV-IX)
                   MOVE ZERO TO TVA-I-BASE (TVA-INV-IX)
                                TVA-I-FACT (TVA-INV-IX)
                                TVA-I-CORR (TVA-INV-IX)
                                TVA-I-LINES (TVA-INV-IX)
               ELSE
                   IF NOT TVA-INV-FULL-WARNED
                       WRITE TVA290-REPORT-LINE
                           FROM TVA290-WARN-INV-LINE
                       WRITE TVA290-REPORT-LINE
                           FROM TVA290-WARN-INV-LINE-2
                       MOVE "Y" TO TVA-INV-FULL-WARNED-SW
                   END-IF
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           ADD FDIN-FAC-MTHT TO TVA-I-BASE (TVA-INV-IX).
           ADD FDIN-FAC-MTTVA TO TVA-I-FACT (TVA-INV-IX).
           ADD FDIN-TVAM-TVA TO TVA-I-CORR (TVA-INV-IX).
           ADD 1 TO TVA-I-LINES (TVA-INV-IX).
       3400-EXIT.
           EXIT.
      *
       3450-SCAN-INVOICE.
           CONTINUE.
       3450-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3600-FIND-CURRENCY - THE TOTALS ENTRY OF TVA-DEVISE, ADDED *
      *                           ON FIRST SIGHT                      *
      ****************************************************************
       3600-FIND-CURRENCY.
           PERFORM 3650-SCAN-CURRENCY THRU 3650-EXIT
               VARYING TVA-CUR-IX FROM 1 BY 1
               UNTIL TVA-CUR-IX > TVA-CUR-USED
                  OR TVA-C-DEVISE (TVA-CUR-IX) = TVA-DEVISE.
           IF TVA-CUR-IX NOT > TVA-CUR-USED
               GO TO 3600-EXIT
           END-IF.
           IF TVA-CUR-USED < TVA-CUR-MAX
               ADD 1 TO TVA-CUR-USED
               MOVE TVA-CUR-USED TO TVA-CUR-IX
               MOVE TVA-DEVISE TO TVA-C-DEVISE (TVA-CUR-IX)
               MOVE ZERO TO TVA-C-FACT (TVA-CUR-IX)
                            TVA-C-CORR (TVA-CUR-IX)
                            TVA-C-COUNT-AVOIR (TVA-CUR-IX)
                            TVA-C-AVOIR (TVA-CUR-IX)
                            TVA-C-COUNT-DEBIT (TVA-CUR-IX)
                            TVA-C-DEBIT (TVA-CUR-IX)
           ELSE
               IF NOT TVA-CUR-FULL-WARNED
                   WRITE TVA290-REPORT-LINE
                       FROM TVA290-WARN-CUR-LINE
                   WRITE TVA290-REPORT-LINE
                       FROM TVA290-WARN-CUR-LINE-2
                   MOVE "Y" TO TVA-CUR-FULL-WARNED-SW
               END-IF
               MOVE ZERO TO TVA-CUR-IX
           END-IF.
       3600-EXIT.
           EXIT.
      *
       3650-SCAN-CURRENCY.
           CONTINUE.
       3650-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-LIST-EXCEPTION - AN AFFECTED LINE LEFT OUT            *
      ****************************************************************
       4000-LIST-EXCEPTION.
           IF TVA-COUNT-EXCEPT = 1
               WRITE TVA290-REPORT-LINE FROM TVA290-EXC-HEADING
           END-IF.
           MOVE FDIN-FAC-NOFAC TO TVA290-E-NOFAC.
           MOVE FDIN-FAC-CODE TO TVA290-E-CODE.
           MOVE FDIN-FAC-DATE TO TVA290-E-DATE.
           MOVE FDIN-FAC-MTTVA TO TVA290-E-TVA.
           MOVE TVA-EXC-MSG TO TVA290-E-TEXT.
           WRITE TVA290-REPORT-LINE FROM TVA290-EXC-LINE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PRINT-REGULARISATION - BY VAT CODE, CURRENCY, THEN    *
      *                                  INVOICE, WITH A TOTAL PER    *
      *                                  CODE AND CURRENCY AND A      *
      *                                  GRAND TOTAL PER CURRENCY     *
      ****************************************************************
       5000-PRINT-REGULARISATION.
           WRITE TVA290-REPORT-LINE FROM TVA290-REG-HEADING.
           WRITE TVA290-REPORT-LINE FROM TVA290-REG-COL-HEADING.
           MOVE SPACES TO TVA-PREV-CODE TVA-PREV-DEVISE.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT
               UNTIL TVA-REG-BEST = ZERO.
           IF TVA-PREV-CODE NOT = SPACES
               PERFORM 5300-PRINT-CODE-TOTAL THRU 5300-EXIT
           END-IF.
           PERFORM 5400-PRINT-GRAND-TOTAL THRU 5400-EXIT
               VARYING TVA-CUR-IX FROM 1 BY 1
               UNTIL TVA-CUR-IX > TVA-CUR-USED.
       5000-EXIT.
           EXIT.
      *
       5200-PICK-AND-PRINT.
           MOVE ZERO TO TVA-REG-BEST.
           PERFORM 5250-JUDGE-ENTRY THRU 5250-EXIT
               VARYING TVA-REG-IX FROM 1 BY 1
               UNTIL TVA-REG-IX > TVA-REG-USED.
           IF TVA-REG-BEST = ZERO
               GO TO 5200-EXIT
           END-IF.
           IF (TVA-R-CODE (TVA-REG-BEST) NOT = TVA-PREV-CODE
                   OR TVA-R-DEVISE (TVA-REG-BEST) NOT = TVA-PREV-DEVISE)
                   AND TVA-PREV-CODE NOT = SPACES
               PERFORM 5300-PRINT-CODE-TOTAL THRU 5300-EXIT
           END-IF.
           MOVE TVA-R-CODE (TVA-REG-BEST) TO TVA-PREV-CODE.
           MOVE TVA-R-DEVISE (TVA-REG-BEST) TO TVA-PREV-DEVISE.
           MOVE TVA-R-CODE (TVA-REG-BEST) TO TVA290-R-CODE.
           MOVE TVA-R-NOFAC (TVA-REG-BEST) TO TVA290-R-NOFAC.
           MOVE TVA-R-SENS (TVA-REG-BEST) TO TVA290-R-SENS.
           MOVE TVA-R-DEVISE (TVA-REG-BEST) TO TVA290-R-DEVISE.
           MOVE TVA-R-BASE (TVA-REG-BEST) TO TVA290-R-BASE.
           MOVE TVA-R-FACT (TVA-REG-BEST) TO TVA290-R-FACT.
           MOVE TVA-R-CORR (TVA-REG-BEST) TO TVA290-R-CORR.
           COMPUTE TVA290-R-DIFF = TVA-R-CORR (TVA-REG-BEST)
                                 - TVA-R-FACT (TVA-REG-BEST).
           MOVE TVA-R-LINES (TVA-REG-BEST) TO TVA290-R-LINES.
           WRITE TVA290-REPORT-LINE FROM TVA290-REG-LINE.
           ADD TVA-R-FACT (TVA-REG-BEST) TO TVA-SUB-FACT.
           ADD TVA-R-CORR (TVA-REG-BEST) TO TVA-SUB-CORR.
           MOVE TVA-R-DEVISE (TVA-REG-BEST) TO TVA-DEVISE.
           PERFORM 3600-FIND-CURRENCY THRU 3600-EXIT.
           IF TVA-CUR-IX NOT = ZERO
               ADD TVA-R-FACT (TVA-REG-BEST) TO TVA-C-FACT (TVA-CUR-IX)
               ADD TVA-R-CORR (TVA-REG-BEST) TO TVA-C-CORR (TVA-CUR-IX)
           END-IF.
           MOVE "Y" TO TVA-R-PRINTED-SW (TVA-REG-BEST).
       5200-EXIT.
           EXIT.
      *
       5250-JUDGE-ENTRY.
           IF TVA-R-PRINTED-SW (TVA-REG-IX) = "Y"
               GO TO 5250-EXIT
           END-IF.
           IF TVA-REG-BEST = ZERO
               MOVE TVA-REG-IX TO TVA-REG-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-R-CODE (TVA-REG-IX) < TVA-R-CODE (TVA-REG-BEST)
               MOVE TVA-REG-IX TO TVA-REG-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-R-CODE (TVA-REG-IX) = TVA-R-CODE (TVA-REG-BEST)
                   AND TVA-R-DEVISE (TVA-REG-IX)
                       < TVA-R-DEVISE (TVA-REG-BEST)
               MOVE TVA-REG-IX TO TVA-REG-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-R-CODE (TVA-REG-IX) = TVA-R-CODE (TVA-REG-BEST)
                   AND TVA-R-DEVISE (TVA-REG-IX)
                       = TVA-R-DEVISE (TVA-REG-BEST)
                   AND TVA-R-NOFAC (TVA-REG-IX)
                       < TVA-R-NOFAC (TVA-REG-BEST)
               MOVE TVA-REG-IX TO TVA-REG-BEST
           END-IF.
       5250-EXIT.
           EXIT.
      *
       5300-PRINT-CODE-TOTAL.
           MOVE SPACES TO TVA290-S-TEXT.
           STRING "TOTAL " DELIMITED BY SIZE
                  TVA-PREV-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TVA-PREV-DEVISE DELIMITED BY SIZE
               INTO TVA290-S-TEXT.
           MOVE TVA-SUB-FACT TO TVA290-S-FACT.
           MOVE TVA-SUB-CORR TO TVA290-S-CORR.
           COMPUTE TVA290-S-DIFF = TVA-SUB-CORR - TVA-SUB-FACT.
           WRITE TVA290-REPORT-LINE FROM TVA290-SUB-LINE.
           MOVE ZERO TO TVA-SUB-FACT TVA-SUB-CORR.
       5300-EXIT.
           EXIT.
      *
       5400-PRINT-GRAND-TOTAL.
           MOVE SPACES TO TVA290-S-TEXT.
           STRING "GRAND TOTAL " DELIMITED BY SIZE
                  TVA-C-DEVISE (TVA-CUR-IX) DELIMITED BY SIZE
               INTO TVA290-S-TEXT.
           MOVE TVA-C-FACT (TVA-CUR-IX) TO TVA290-S-FACT.
           MOVE TVA-C-CORR (TVA-CUR-IX) TO TVA290-S-CORR.
           COMPUTE TVA290-S-DIFF = TVA-C-CORR (TVA-CUR-IX)
                                 - TVA-C-FACT (TVA-CUR-IX).
           WRITE TVA290-REPORT-LINE FROM TVA290-SUB-LINE.
       5400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-WRITE-PROPOSALS - ONE CREDIT OR DEBIT NOTE PER        *
      *                             INVOICE AND CURRENCY WHOSE LINES  *
      *                             DO NOT NET TO ZERO                *
      ****************************************************************
       6000-WRITE-PROPOSALS.
           PERFORM 6100-WRITE-ONE-PROPOSAL THRU 6100-EXIT
               VARYING TVA-INV-IX FROM 1 BY 1
               UNTIL TVA-INV-IX > TVA-INV-USED.
       6000-EXIT.
           EXIT.
      *
       6100-WRITE-ONE-PROPOSAL.
           COMPUTE TVA-LINE-DIFF = TVA-I-CORR (TVA-INV-IX)
                                 - TVA-I-FACT (TVA-INV-IX).
           IF TVA-LINE-DIFF = ZERO
               ADD 1 TO TVA-COUNT-NETZERO
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO FDIN-REG.
           MOVE TVA-TODAY TO FDIN-REG-DATE.
           MOVE TVA-I-NOFAC (TVA-INV-IX) TO FDIN-REG-NOFAC.
           MOVE TVA-I-SENS (TVA-INV-IX) TO FDIN-REG-SENS.
           MOVE TVA-I-DATE (TVA-INV-IX) TO FDIN-REG-DATE-FAC.
           MOVE TVA-I-BASE (TVA-INV-IX) TO FDIN-REG-BASE.
           MOVE TVA-I-FACT (TVA-INV-IX) TO FDIN-REG-TVA-FACT.
           MOVE TVA-I-CORR (TVA-INV-IX) TO FDIN-REG-TVA-CORR.
           MOVE TVA-I-LINES (TVA-INV-IX) TO FDIN-REG-LIGNES.
           MOVE TVA-I-DEVISE (TVA-INV-IX) TO FDIN-REG-DEVISE.
           MOVE TVA-I-DEVISE (TVA-INV-IX) TO TVA-DEVISE.
           PERFORM 3600-FIND-CURRENCY THRU 3600-EXIT.
           IF TVA-LINE-DIFF > ZERO
               MOVE "D" TO FDIN-REG-TYPE
               MOVE TVA-LINE-DIFF TO FDIN-REG-MONTANT
           ELSE
               MOVE "C" TO FDIN-REG-TYPE
               COMPUTE FDIN-REG-MONTANT = ZERO - TVA-LINE-DIFF
           END-IF.
           IF TVA-CUR-IX NOT = ZERO
               IF REG-DEBIT
                   ADD 1 TO TVA-C-COUNT-DEBIT (TVA-CUR-IX)
                   ADD FDIN-REG-MONTANT TO TVA-C-DEBIT (TVA-CUR-IX)
               ELSE
                   ADD 1 TO TVA-C-COUNT-AVOIR (TVA-CUR-IX)
                   ADD FDIN-REG-MONTANT TO TVA-C-AVOIR (TVA-CUR-IX)
               END-IF
           END-IF.
           WRITE FDIN-REG.
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-HIST TO TVA290-T-HIST.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE.
           MOVE TVA-COUNT-CHANGES TO TVA290-T-CHANGES.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-2.
           MOVE TVA-COUNT-READ TO TVA290-T-READ.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-3.
           MOVE TVA-COUNT-AFFECTED TO TVA290-T-AFFECTED.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-4.
           MOVE TVA-COUNT-UNCHANGED TO TVA290-T-UNCHANGED.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-5.
           MOVE TVA-COUNT-EXCEPT TO TVA290-T-EXCEPT.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-6.
      ***** CREDIT AND DEBIT NOTES ONE LINE PER CURRENCY - NONE AT
      ***** ALL PRINTS A SINGLE NIL LINE IN EUROS
           IF TVA-CUR-USED = ZERO
               MOVE ZERO TO TVA290-T-AVOIR TVA290-T-MT-AVOIR
               MOVE "EUR" TO TVA290-T-DEV-AVOIR
               WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-7
           END-IF.
           PERFORM 8100-PRINT-AVOIR THRU 8100-EXIT
               VARYING TVA-CUR-IX FROM 1 BY 1
               UNTIL TVA-CUR-IX > TVA-CUR-USED.
           IF TVA-CUR-USED = ZERO
               MOVE ZERO TO TVA290-T-DEBIT TVA290-T-MT-DEBIT
               MOVE "EUR" TO TVA290-T-DEV-DEBIT
               WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-8
           END-IF.
           PERFORM 8200-PRINT-DEBIT THRU 8200-EXIT
               VARYING TVA-CUR-IX FROM 1 BY 1
               UNTIL TVA-CUR-IX > TVA-CUR-USED.
           MOVE TVA-COUNT-NETZERO TO TVA290-T-NETZERO.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-9.
           CLOSE FDIN-TVA-HISTORY FDIN-FAC-FILE FDIN-REG-FILE
                 TVA290-REPORT.
       8000-EXIT.
           EXIT.
      *
       8100-PRINT-AVOIR.
           MOVE TVA-C-COUNT-AVOIR (TVA-CUR-IX) TO TVA290-T-AVOIR.
           MOVE TVA-C-AVOIR (TVA-CUR-IX) TO TVA290-T-MT-AVOIR.
           MOVE TVA-C-DEVISE (TVA-CUR-IX) TO TVA290-T-DEV-AVOIR.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-7.
       8100-EXIT.
           EXIT.
      *
       8200-PRINT-DEBIT.
           MOVE TVA-C-COUNT-DEBIT (TVA-CUR-IX) TO TVA290-T-DEBIT.
           MOVE TVA-C-DEBIT (TVA-CUR-IX) TO TVA290-T-MT-DEBIT.
           MOVE TVA-C-DEVISE (TVA-CUR-IX) TO TVA290-T-DEV-DEBIT.
           WRITE TVA290-REPORT-LINE FROM TVA290-TOTAL-LINE-8.
       8200-EXIT.
           EXIT.
