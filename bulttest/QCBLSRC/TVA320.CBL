      ****************************************************************
      * PROGRAM NAME...............: . TVA320                        *
      * FUNCTION...................: . INTAKE CONTROL OF THE INVOICE *
      *         .                        LINE FEED FROM BILLING -    *
      *         .                        CHECKS THE HEADER SEQUENCE, *
      *         .                        THE TRAILER COUNT AND HASH  *
      *         .                        TOTALS AND THE LINES        *
      *         .                        ALREADY RECEIVED, THEN      *
      *         .                        RELEASES THE CLEAN TVAFAC   *
      *         .                        FOR TVA240 / TVA270 ONLY    *
      *         .                        WHEN THE FEED BALANCES      *
      * FILES USED.................: . TVAFACE   - INPUT (FEED WITH  *
      *         .                        HEADER AND TRAILER)         *
      *         .                      TVAFAC    - OUTPUT (RELEASED  *
      *         .                        INVOICE LINES)              *
      *         .                      FDINFACL  - I/O (INDEXED,     *
      *         .                        ACCEPTED LINE LOG)          *
      *         .                      TVAFCR    - INPUT, THEN       *
      *         .                        EXTEND (INTAKE REGISTER)    *
      *         .                      TVA320RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - TVAFAC FEED      *
      *                                  INTAKE CONTROL              *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA320.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  RUNS AHEAD OF TVA240 AND  *
      *                    TVA270.  FIRST PASS: THE FIRST RECORD     *
      *                    MUST BE THE HEADER, ITS SEQUENCE NUMBER   *
      *                    ONE MORE THAN THE HIGHEST ACCEPTED ON THE *
      *                    TVAFCR REGISTER (LOWER = FEED REPEATED,   *
      *                    HIGHER = FEED MISSING); THE LAST RECORD   *
      *                    MUST BE THE TRAILER AND ITS LINE COUNT    *
      *                    AND MTHT / MTTVA HASH TOTALS MUST MATCH   *
      *                    THE LINES READ.  EVERY LINE IS LOGGED     *
      *                    PENDING ON FDINFACL; ONE ALREADY ON THE   *
      *                    LOG (EARLIER FEED OR TWICE IN THIS ONE)   *
      *                    IS A DUPLICATE - LISTED AND HELD BACK.    *
      *                    SECOND PASS: A BALANCED FEED IS RELEASED  *
      *                    TO TVAFAC (LINES ONLY, DUPLICATES LEFT    *
      *                    OUT) AND ITS LOG LINES TURNED ACCEPTED; A *
      *                    REJECTED FEED LEAVES TVAFAC EMPTY AND ITS *
      *                    PENDING LOG LINES ARE REMOVED.  EITHER    *
      *                    WAY ONE RECORD IS ADDED TO THE REGISTER   *
      *                    AND THE LISTING ENDS WITH THE CONTROLLER  *
      *                    SIGN-OFF.  PENDING LINES LEFT BY AN       *
      *                    INTERRUPTED RUN ARE TAKEN OVER, NOT       *
      *                    COUNTED AS DUPLICATES.                    *
      * 10/14/26  DEV    ACCEPTED LOG LINES OF A FEED THE REGISTER   *
      *                    DOES NOT KNOW YET (SEQUENCE ABOVE THE     *
      *                    LAST REGISTERED) ARE TAKEN OVER LIKE      *
      *                    PENDING ONES, SO A FEED RELEASED BY A RUN *
      *                    THAT STOPPED BEFORE REGISTERING IT CAN BE *
      *                    RERUN.  A FAILED REWRITE OF THE LOG OR A  *
      *                    TVAFCR THAT CANNOT BE OPENED NOW ABENDS   *
      *                    THE RUN INSTEAD OF ENDING IT NORMALLY.    *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-FACE-FILE   ASSIGN TO "TVAFACE"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FACE.
           SELECT FDIN-FAC-FILE    ASSIGN TO "TVAFAC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FAC.
           SELECT FDIN-FACL-FILE   ASSIGN TO "FDINFACL"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FDIN-FACL-CLEF
                  FILE STATUS IS TVA-FS-FACL.
           SELECT FDIN-FACR-FILE   ASSIGN TO "TVAFCR"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-FACR.
           SELECT TVA320-REPORT    ASSIGN TO "TVA320RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-FACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFACE.
      *
      ***** FDINFAC LAYOUT - THE LINE IS BUILT IN WORKING-STORAGE
       FD  FDIN-FAC-FILE
           LABEL RECORDS ARE STANDARD.
       01  TVA320-FAC-OUT               PIC X(100).
      *
       FD  FDIN-FACL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFACL.
      *
       FD  FDIN-FACR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINFACR.
      *
       FD  TVA320-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA320-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-FACE                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-FAC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-FACL                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-FACR                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-FEED                    VALUE "Y".
       01  TVA-EOF-FACR-SW              PIC X(1)  VALUE "N".
           88  TVA-END-OF-REGISTER                VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-REJECT-SW                PIC X(1)  VALUE "N".
           88  TVA-FEED-REJECTED                  VALUE "Y".
       01  TVA-HEADER-SW                PIC X(1)  VALUE "N".
           88  TVA-HEADER-SEEN                    VALUE "Y".
       01  TVA-TRAILER-SW               PIC X(1)  VALUE "N".
           88  TVA-TRAILER-SEEN                   VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-RUN-HEURE                PIC 9(8).
       01  TVA-REJECT-MSG               PIC X(40) VALUE SPACES.
       01  TVA-ERROR-MSG                PIC X(40) VALUE SPACES.
      *
      ***** FEED SEQUENCE - HIGHEST ACCEPTED ON THE REGISTER AND THE
      ***** NUMBER THE NEXT FEED MUST CARRY
       01  TVA-LAST-SEQ                 PIC 9(6)  VALUE ZERO.
       01  TVA-NEXT-SEQ                 PIC 9(6)  VALUE ZERO.
      *
      ***** HEADER AND TRAILER AS RECEIVED
       01  TVA-H-SEQ                    PIC 9(6)  VALUE ZERO.
       01  TVA-H-PERIODE                PIC 9(6)  VALUE ZERO.
       01  TVA-H-PERIODE-R REDEFINES TVA-H-PERIODE.
           05  TVA-H-AAAA               PIC 9(4).
           05  TVA-H-MM                 PIC 9(2).
       01  TVA-H-DATE-CRE               PIC 9(8)  VALUE ZERO.
       01  TVA-T-LIGNES                 PIC 9(7)  VALUE ZERO.
       01  TVA-T-MTHT                   PIC S9(13)V9(2) VALUE ZERO.
       01  TVA-T-MTTVA                  PIC S9(13)V9(2) VALUE ZERO.
      *
      ***** THE INVOICE LINE, UNFOLDED FROM THE FEED RECORD
           COPY FDINFAC.
       01  TVA-LINE-DATE                PIC 9(8).
       01  TVA-LINE-DATE-R REDEFINES TVA-LINE-DATE.
           05  TVA-LINE-AAAAMM          PIC 9(6).
           05  FILLER                   PIC 9(2).
      *
       01  TVA-AMOUNTS.
           05  TVA-FEED-MTHT            PIC S9(13)V9(2) VALUE ZERO.
           05  TVA-FEED-MTTVA           PIC S9(13)V9(2) VALUE ZERO.
           05  TVA-REL-MTHT             PIC S9(13)V9(2) VALUE ZERO.
           05  TVA-REL-MTTVA            PIC S9(13)V9(2) VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-RECORDS        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-LINES          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DUPLICATE      PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-OUT-PERIOD     PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-TAKEN-OVER     PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-RELEASED       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REMOVED        PIC 9(7)  VALUE ZERO.
      *
       01  TVA320-HEADING-1             PIC X(60)
           VALUE "TVA320 - INVOICE FEED INTAKE CONTROL".
       01  TVA320-HEADER-LINE.
           05  FILLER                   PIC X(24)
               VALUE "FEED SEQUENCE.........:".
           05  TVA320-H-SEQ             PIC 9(6).
           05  FILLER                   PIC X(12) VALUE "  EXPECTED ".
           05  TVA320-H-NEXT            PIC 9(6).
           05  FILLER                   PIC X(10) VALUE "  PERIOD ".
           05  TVA320-H-PERIODE         PIC 9(6).
           05  FILLER                   PIC X(11) VALUE "  CREATED ".
           05  TVA320-H-DATE-CRE        PIC 9(8).
      *
       01  TVA320-DUP-HEADING           PIC X(60)
           VALUE "DUPLICATE LINES HELD BACK".
       01  TVA320-DUP-COL-HEADING.
           05  FILLER                   PIC X(12) VALUE "INVOICE".
           05  FILLER                   PIC X(3)  VALUE "S".
           05  FILLER                   PIC X(6)  VALUE "LINE".
           05  FILLER                   PIC X(10) VALUE "DATE".
           05  FILLER                   PIC X(17)
               VALUE "AMOUNT EXCL VAT".
           05  FILLER                   PIC X(17) VALUE "VAT CHARGED".
           05  FILLER                   PIC X(40) VALUE "REASON".
       01  TVA320-DUP-LINE.
           05  TVA320-D-NOFAC           PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA320-D-SENS            PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA320-D-NOLIG           PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA320-D-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA320-D-MTHT            PIC -ZZZZZZZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA320-D-MTTVA           PIC -ZZZZZZZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA320-D-TEXT            PIC X(40).
      *
       01  TVA320-ACCEPT-LINE           PIC X(60)
           VALUE "FEED ACCEPTED - TVAFAC RELEASED".
       01  TVA320-REJECT-LINE.
           05  FILLER                   PIC X(42)
               VALUE "FEED REJECTED - TVAFAC LEFT EMPTY.  REASON".
           05  FILLER                   PIC X(2)  VALUE ": ".
           05  TVA320-R-TEXT            PIC X(40).
      *
       01  TVA320-CTL-HEADING.
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(15)
               VALUE "          LINES".
           05  FILLER                   PIC X(20)
               VALUE "     AMOUNT EXCL VAT".
           05  FILLER                   PIC X(20)
               VALUE "         VAT CHARGED".
       01  TVA320-CTL-LINE.
           05  TVA320-C-TEXT            PIC X(24).
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  TVA320-C-LIGNES          PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA320-C-MTHT            PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA320-C-MTTVA           PIC -ZZZZZZZZZZZZ9.99.
      *
       01  TVA320-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "FEED RECORDS READ.....:".
           05  TVA320-T-RECORDS         PIC ZZZZZZ9.
       01  TVA320-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "DUPLICATES HELD BACK..:".
           05  TVA320-T-DUPLICATE       PIC ZZZZZZ9.
       01  TVA320-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "LINES OUTSIDE PERIOD..:".
           05  TVA320-T-OUT-PERIOD      PIC ZZZZZZ9.
       01  TVA320-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "PENDING TAKEN OVER....:".
           05  TVA320-T-TAKEN-OVER      PIC ZZZZZZ9.
       01  TVA320-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "PENDING LINES REMOVED.:".
           05  TVA320-T-REMOVED         PIC ZZZZZZ9.
      *
       01  TVA320-SIGN-LINE.
           05  FILLER                   PIC X(42)
               VALUE "CONTROLLED BY ......................  DATE".
           05  FILLER                   PIC X(48)
               VALUE " ..........  SIGNATURE ...............".
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 1500-PRINT-HEADER THRU 1500-EXIT
               PERFORM 2000-CHECK-FEED THRU 2000-EXIT
                   UNTIL TVA-END-OF-FEED
               PERFORM 2900-CHECK-BALANCE THRU 2900-EXIT
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 3000-SECOND-PASS THRU 3000-EXIT
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT
           END-IF.
           IF NOT TVA-ABEND
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - REGISTER, OPEN FILES, PRIME THE READ     *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           ACCEPT TVA-RUN-HEURE FROM TIME.
           OPEN OUTPUT TVA320-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA320 - CANNOT OPEN TVA320RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA320-REPORT-LINE FROM TVA320-HEADING-1.
           PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
           IF TVA-ABEND
               CLOSE TVA320-REPORT
               GO TO 1000-EXIT
           END-IF.
           COMPUTE TVA-NEXT-SEQ = TVA-LAST-SEQ + 1.
           OPEN I-O FDIN-FACL-FILE.
           IF TVA-FS-FACL = "35"
               OPEN OUTPUT FDIN-FACL-FILE
               CLOSE FDIN-FACL-FILE
               OPEN I-O FDIN-FACL-FILE
           END-IF.
           IF TVA-FS-FACL NOT = "00"
               DISPLAY "TVA320 - CANNOT OPEN FDINFACL, STATUS="
                   TVA-FS-FACL
               CLOSE TVA320-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT FDIN-FACE-FILE.
           IF TVA-FS-FACE NOT = "00"
               DISPLAY "TVA320 - CANNOT OPEN TVAFACE, STATUS="
                   TVA-FS-FACE
               CLOSE FDIN-FACL-FILE TVA320-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
           IF TVA-END-OF-FEED
               MOVE "FEED EMPTY - NO HEADER, NO TRAILER"
                   TO TVA-REJECT-MSG
               MOVE "Y" TO TVA-REJECT-SW
               GO TO 1000-EXIT
           END-IF.
           IF NOT FACE-HEADER
               MOVE "HEADER MISSING - FIRST RECORD NOT TYPE H"
                   TO TVA-REJECT-MSG
               MOVE "Y" TO TVA-REJECT-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2200-CHECK-HEADER THRU 2200-EXIT.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1200-LOAD-REGISTER - HIGHEST FEED NUMBER ACCEPTED SO FAR.  *
      *                           NO REGISTER YET MEANS NO FEED YET   *
      ****************************************************************
       1200-LOAD-REGISTER.
           OPEN INPUT FDIN-FACR-FILE.
           IF TVA-FS-FACR = "35"
               GO TO 1200-EXIT
           END-IF.
           IF TVA-FS-FACR NOT = "00"
               DISPLAY "TVA320 - CANNOT OPEN TVAFCR, STATUS="
                   TVA-FS-FACR
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-READ-REGISTER THRU 1250-EXIT
               UNTIL TVA-END-OF-REGISTER.
           CLOSE FDIN-FACR-FILE.
       1200-EXIT.
           EXIT.
      *
       1250-READ-REGISTER.
           READ FDIN-FACR-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-FACR-SW
                   GO TO 1250-EXIT
           END-READ.
           IF FACR-ACCEPTED
                   AND FDIN-FACR-SEQ > TVA-LAST-SEQ
               MOVE FDIN-FACR-SEQ TO TVA-LAST-SEQ
           END-IF.
       1250-EXIT.
           EXIT.
      *
       1500-PRINT-HEADER.
           MOVE TVA-H-SEQ TO TVA320-H-SEQ.
           MOVE TVA-NEXT-SEQ TO TVA320-H-NEXT.
           MOVE TVA-H-PERIODE TO TVA320-H-PERIODE.
           MOVE TVA-H-DATE-CRE TO TVA320-H-DATE-CRE.
           WRITE TVA320-REPORT-LINE FROM TVA320-HEADER-LINE.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-CHECK-FEED - FIRST PASS, ONE RECORD AFTER THE HEADER  *
      ****************************************************************
       2000-CHECK-FEED.
           EVALUATE TRUE
               WHEN FACE-LINE
                   IF TVA-TRAILER-SEEN
                       MOVE "LINES FOUND AFTER THE TRAILER"
                           TO TVA-ERROR-MSG
                       PERFORM 7000-REJECT-FEED THRU 7000-EXIT
                   END-IF
                   PERFORM 2400-CHECK-LINE THRU 2400-EXIT
               WHEN FACE-TRAILER
                   IF TVA-TRAILER-SEEN
                       MOVE "SECOND TRAILER IN THE FEED"
                           TO TVA-ERROR-MSG
                       PERFORM 7000-REJECT-FEED THRU 7000-EXIT
                   ELSE
                       PERFORM 2300-TAKE-TRAILER THRU 2300-EXIT
                   END-IF
               WHEN FACE-HEADER
                   MOVE "SECOND HEADER IN THE FEED" TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               WHEN OTHER
                   MOVE SPACES TO TVA-ERROR-MSG
                   STRING "UNKNOWN RECORD TYPE '" FDIN-FACE-TYPE
                          "' IN THE FEED"
                       DELIMITED BY SIZE INTO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-FEED THRU 7000-EXIT
           END-EVALUATE.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-FEED.
           READ FDIN-FACE-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-FEED
               ADD 1 TO TVA-COUNT-RECORDS
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2200-CHECK-HEADER - SEQUENCE, PERIOD AND CREATION DATE     *
      ****************************************************************
       2200-CHECK-HEADER.
           MOVE "Y" TO TVA-HEADER-SW.
           IF FDIN-FACE-H-SEQ NOT NUMERIC
                   OR FDIN-FACE-H-PERIODE NOT NUMERIC
                   OR FDIN-FACE-H-DATE-CRE NOT NUMERIC
               MOVE "HEADER FIELDS NOT NUMERIC" TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE FDIN-FACE-H-SEQ TO TVA-H-SEQ.
           MOVE FDIN-FACE-H-PERIODE TO TVA-H-PERIODE.
           MOVE FDIN-FACE-H-DATE-CRE TO TVA-H-DATE-CRE.
           IF TVA-H-SEQ = ZERO
               MOVE "FEED SEQUENCE NUMBER MISSING" TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TVA-H-SEQ NOT > TVA-LAST-SEQ
               MOVE "FEED REPEATED - NUMBER ALREADY ACCEPTED"
                   TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TVA-H-SEQ > TVA-NEXT-SEQ
               MOVE "OUT OF SEQUENCE - A FEED IS MISSING"
                   TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TVA-H-MM < 1 OR TVA-H-MM > 12
               MOVE "HEADER PERIOD IS NOT A VALID MONTH"
                   TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2300-TAKE-TRAILER.
           MOVE "Y" TO TVA-TRAILER-SW.
           IF FDIN-FACE-T-LIGNES NOT NUMERIC
                   OR FDIN-FACE-T-MTHT NOT NUMERIC
                   OR FDIN-FACE-T-MTTVA NOT NUMERIC
               MOVE "TRAILER FIELDS NOT NUMERIC" TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE FDIN-FACE-T-LIGNES TO TVA-T-LIGNES.
           MOVE FDIN-FACE-T-MTHT TO TVA-T-MTHT.
           MOVE FDIN-FACE-T-MTTVA TO TVA-T-MTTVA.
       2300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2400-CHECK-LINE - COUNT, HASH AND LOG ONE INVOICE LINE.    *
      *                        ONCE THE FEED IS REJECTED THE LINES    *
      *                        ARE ONLY COUNTED                       *
      ****************************************************************
       2400-CHECK-LINE.
           ADD 1 TO TVA-COUNT-LINES.
           MOVE FDIN-FACE-CORPS TO FDIN-FAC.
           IF FDIN-FAC-MTHT NOT NUMERIC
                   OR FDIN-FAC-MTTVA NOT NUMERIC
               MOVE SPACES TO TVA-ERROR-MSG
               STRING "AMOUNT NOT NUMERIC ON INVOICE "
                      FDIN-FAC-NOFAC
                   DELIMITED BY SIZE INTO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2400-EXIT
           END-IF.
           ADD FDIN-FAC-MTHT TO TVA-FEED-MTHT.
           ADD FDIN-FAC-MTTVA TO TVA-FEED-MTTVA.
           IF FDIN-FAC-NOLIG NOT NUMERIC
               MOVE SPACES TO TVA-ERROR-MSG
               STRING "LINE NUMBER MISSING ON INVOICE "
                      FDIN-FAC-NOFAC
                   DELIMITED BY SIZE INTO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE FDIN-FAC-DATE TO TVA-LINE-DATE.
           IF TVA-LINE-AAAAMM NOT = TVA-H-PERIODE
               ADD 1 TO TVA-COUNT-OUT-PERIOD
           END-IF.
           IF TVA-FEED-REJECTED
               GO TO 2400-EXIT
           END-IF.
           MOVE FDIN-FAC-NOFAC TO FDIN-FACL-NOFAC.
           MOVE FDIN-FAC-SENS TO FDIN-FACL-SENS.
           MOVE FDIN-FAC-NOLIG TO FDIN-FACL-NOLIG.
           READ FDIN-FACL-FILE
               INVALID KEY
                   PERFORM 2500-LOG-PENDING THRU 2500-EXIT
                   GO TO 2400-EXIT
           END-READ.
      ***** A PENDING LINE OF ANOTHER RUN, OR AN ACCEPTED LINE OF A
      ***** FEED NOT YET ON THE REGISTER, WAS LEFT BY A RUN THAT DID
      ***** NOT FINISH - IT IS TAKEN OVER BY THIS ONE
           IF (FACL-PENDING
                   AND (FDIN-FACL-RUN-DATE NOT = TVA-TODAY
                        OR FDIN-FACL-RUN-HEURE NOT = TVA-RUN-HEURE))
                   OR (FACL-ACCEPTED
                       AND FDIN-FACL-SEQ > TVA-LAST-SEQ)
               ADD 1 TO TVA-COUNT-TAKEN-OVER
               PERFORM 2600-TAKE-OVER THRU 2600-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO TVA-ERROR-MSG.
           IF FACL-ACCEPTED
               STRING "ALREADY ACCEPTED IN FEED " FDIN-FACL-SEQ
                   DELIMITED BY SIZE INTO TVA-ERROR-MSG
           ELSE
               MOVE "LINE TWICE IN THIS FEED" TO TVA-ERROR-MSG
           END-IF.
           PERFORM 2700-LIST-DUPLICATE THRU 2700-EXIT.
       2400-EXIT.
           EXIT.
      *
       2500-LOG-PENDING.
           MOVE SPACES TO FDIN-FACL.
           MOVE FDIN-FAC-NOFAC TO FDIN-FACL-NOFAC.
           MOVE FDIN-FAC-SENS TO FDIN-FACL-SENS.
           MOVE FDIN-FAC-NOLIG TO FDIN-FACL-NOLIG.
           PERFORM 2650-FILL-LOG THRU 2650-EXIT.
           WRITE FDIN-FACL
               INVALID KEY
                   DISPLAY "TVA320 - WRITE FAILED ON FDINFACL, STATUS="
                       TVA-FS-FACL
                   MOVE "LINE LOG COULD NOT BE WRITTEN"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-FEED THRU 7000-EXIT
           END-WRITE.
       2500-EXIT.
           EXIT.
      *
       2600-TAKE-OVER.
           PERFORM 2650-FILL-LOG THRU 2650-EXIT.
           REWRITE FDIN-FACL
               INVALID KEY
                   MOVE "LINE LOG COULD NOT BE REWRITTEN"
                       TO TVA-ERROR-MSG
                   PERFORM 7000-REJECT-FEED THRU 7000-EXIT
           END-REWRITE.
       2600-EXIT.
           EXIT.
      *
       2650-FILL-LOG.
           MOVE "P" TO FDIN-FACL-STATUT.
           MOVE TVA-H-SEQ TO FDIN-FACL-SEQ.
           MOVE TVA-TODAY TO FDIN-FACL-RUN-DATE.
           MOVE TVA-RUN-HEURE TO FDIN-FACL-RUN-HEURE.
           MOVE FDIN-FAC-MTHT TO FDIN-FACL-MTHT.
           MOVE FDIN-FAC-MTTVA TO FDIN-FACL-MTTVA.
       2650-EXIT.
           EXIT.
      *
       2700-LIST-DUPLICATE.
           ADD 1 TO TVA-COUNT-DUPLICATE.
           IF TVA-COUNT-DUPLICATE = 1
               WRITE TVA320-REPORT-LINE FROM TVA320-DUP-HEADING
               WRITE TVA320-REPORT-LINE FROM TVA320-DUP-COL-HEADING
           END-IF.
           MOVE FDIN-FAC-NOFAC TO TVA320-D-NOFAC.
           MOVE FDIN-FAC-SENS TO TVA320-D-SENS.
           MOVE FDIN-FAC-NOLIG TO TVA320-D-NOLIG.
           MOVE FDIN-FAC-DATE TO TVA320-D-DATE.
           MOVE FDIN-FAC-MTHT TO TVA320-D-MTHT.
           MOVE FDIN-FAC-MTTVA TO TVA320-D-MTTVA.
           MOVE TVA-ERROR-MSG TO TVA320-D-TEXT.
           WRITE TVA320-REPORT-LINE FROM TVA320-DUP-LINE.
       2700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2900-CHECK-BALANCE - TRAILER AGAINST THE LINES READ        *
      ****************************************************************
       2900-CHECK-BALANCE.
           IF NOT TVA-HEADER-SEEN
               GO TO 2900-EXIT
           END-IF.
           IF NOT TVA-TRAILER-SEEN
               MOVE "TRAILER MISSING - FEED TRUNCATED" TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2900-EXIT
           END-IF.
           IF TVA-T-LIGNES NOT = TVA-COUNT-LINES
               MOVE "LINE COUNT DIFFERS FROM THE TRAILER"
                   TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2900-EXIT
           END-IF.
           IF TVA-T-MTHT NOT = TVA-FEED-MTHT
               MOVE "MTHT TOTAL DIFFERS FROM THE TRAILER"
                   TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
               GO TO 2900-EXIT
           END-IF.
           IF TVA-T-MTTVA NOT = TVA-FEED-MTTVA
               MOVE "MTTVA TOTAL DIFFERS FROM THE TRAILER"
                   TO TVA-ERROR-MSG
               PERFORM 7000-REJECT-FEED THRU 7000-EXIT
           END-IF.
       2900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-SECOND-PASS - RELEASE A BALANCED FEED, OR UNDO THE    *
      *                         PENDING LOG LINES OF A REJECTED ONE   *
      ****************************************************************
       3000-SECOND-PASS.
           CLOSE FDIN-FACE-FILE.
           OPEN OUTPUT FDIN-FAC-FILE.
           IF TVA-FS-FAC NOT = "00"
               DISPLAY "TVA320 - CANNOT OPEN TVAFAC, STATUS="
                   TVA-FS-FAC
               CLOSE FDIN-FACL-FILE TVA320-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT FDIN-FACE-FILE.
           IF TVA-FS-FACE NOT = "00"
               DISPLAY "TVA320 - CANNOT REOPEN TVAFACE, STATUS="
                   TVA-FS-FACE
               CLOSE FDIN-FAC-FILE FDIN-FACL-FILE TVA320-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO TVA-EOF-SW.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
           PERFORM 3100-SECOND-PASS-RECORD THRU 3100-EXIT
               UNTIL TVA-END-OF-FEED.
           CLOSE FDIN-FACE-FILE FDIN-FAC-FILE FDIN-FACL-FILE.
           IF TVA-ABEND
               CLOSE TVA320-REPORT
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-SECOND-PASS-RECORD.
           IF NOT FACE-LINE
               GO TO 3100-NEXT
           END-IF.
           MOVE FDIN-FACE-CORPS TO FDIN-FAC.
           IF FDIN-FAC-NOLIG NOT NUMERIC
               GO TO 3100-NEXT
           END-IF.
           MOVE FDIN-FAC-NOFAC TO FDIN-FACL-NOFAC.
           MOVE FDIN-FAC-SENS TO FDIN-FACL-SENS.
           MOVE FDIN-FAC-NOLIG TO FDIN-FACL-NOLIG.
           READ FDIN-FACL-FILE
               INVALID KEY
                   GO TO 3100-NEXT
           END-READ.
      ***** ONLY THE LOG LINES THIS RUN WROTE OR TOOK OVER ARE ITS OWN
           IF NOT FACL-PENDING
                   OR FDIN-FACL-RUN-DATE NOT = TVA-TODAY
                   OR FDIN-FACL-RUN-HEURE NOT = TVA-RUN-HEURE
               GO TO 3100-NEXT
           END-IF.
           IF TVA-FEED-REJECTED
               DELETE FDIN-FACL-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO TVA-COUNT-REMOVED
               GO TO 3100-NEXT
           END-IF.
           WRITE TVA320-FAC-OUT FROM FDIN-FAC.
           ADD 1 TO TVA-COUNT-RELEASED.
           ADD FDIN-FAC-MTHT TO TVA-REL-MTHT.
           ADD FDIN-FAC-MTTVA TO TVA-REL-MTTVA.
           MOVE "A" TO FDIN-FACL-STATUT.
      ***** THE FEED IS NOT REGISTERED, SO A RERUN TAKES ITS LOG
      ***** LINES OVER AND RELEASES THE WHOLE FEED AGAIN
           REWRITE FDIN-FACL
               INVALID KEY
                   DISPLAY "TVA320 - REWRITE FAILED ON FDINFACL, "
                       "STATUS=" TVA-FS-FACL
                   DISPLAY "TVA320 - RUN STOPPED - RERUN THE SAME FEED"
                   MOVE "Y" TO TVA-ABEND-SW
                   MOVE "Y" TO TVA-EOF-SW
                   GO TO 3100-EXIT
           END-REWRITE.
       3100-NEXT.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-WRITE-REGISTER - ONE RECORD PER FEED PRESENTED        *
      ****************************************************************
       4000-WRITE-REGISTER.
           OPEN EXTEND FDIN-FACR-FILE.
           IF TVA-FS-FACR = "35"
               OPEN OUTPUT FDIN-FACR-FILE
           END-IF.
           IF TVA-FS-FACR NOT = "00"
               DISPLAY "TVA320 - CANNOT OPEN TVAFCR, STATUS="
                   TVA-FS-FACR " - FEED NOT REGISTERED"
               DISPLAY "TVA320 - RUN STOPPED - RERUN THE SAME FEED"
               CLOSE TVA320-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO FDIN-FACR.
           MOVE TVA-H-SEQ TO FDIN-FACR-SEQ.
           MOVE TVA-H-PERIODE TO FDIN-FACR-PERIODE.
           MOVE TVA-H-DATE-CRE TO FDIN-FACR-DATE-CRE.
           MOVE TVA-TODAY TO FDIN-FACR-DATE-TRT.
           MOVE TVA-RUN-HEURE TO FDIN-FACR-HEURE-TRT.
           IF TVA-FEED-REJECTED
               MOVE "R" TO FDIN-FACR-STATUT
           ELSE
               MOVE "A" TO FDIN-FACR-STATUT
           END-IF.
           MOVE TVA-COUNT-LINES TO FDIN-FACR-LIGNES.
           MOVE TVA-FEED-MTHT TO FDIN-FACR-MTHT.
           MOVE TVA-FEED-MTTVA TO FDIN-FACR-MTTVA.
           MOVE TVA-COUNT-DUPLICATE TO FDIN-FACR-DOUBLONS.
           MOVE TVA-COUNT-RELEASED TO FDIN-FACR-LIBERES.
           MOVE TVA-REJECT-MSG TO FDIN-FACR-MOTIF.
           WRITE FDIN-FACR.
           CLOSE FDIN-FACR-FILE.
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-REJECT-FEED - THE FIRST REASON FOUND IS THE ONE KEPT  *
      ****************************************************************
       7000-REJECT-FEED.
           IF NOT TVA-FEED-REJECTED
               MOVE "Y" TO TVA-REJECT-SW
               MOVE TVA-ERROR-MSG TO TVA-REJECT-MSG
           END-IF.
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - OUTCOME, CONTROL TOTALS, SIGN-OFF         *
      ****************************************************************
       8000-TERMINATE.
           IF TVA-FEED-REJECTED
               MOVE TVA-REJECT-MSG TO TVA320-R-TEXT
               WRITE TVA320-REPORT-LINE FROM TVA320-REJECT-LINE
               DISPLAY "TVA320 - FEED REJECTED - " TVA-REJECT-MSG
           ELSE
               WRITE TVA320-REPORT-LINE FROM TVA320-ACCEPT-LINE
           END-IF.
           WRITE TVA320-REPORT-LINE FROM TVA320-CTL-HEADING.
           MOVE "LINES IN THE FEED......:" TO TVA320-C-TEXT.
           MOVE TVA-COUNT-LINES TO TVA320-C-LIGNES.
           MOVE TVA-FEED-MTHT TO TVA320-C-MTHT.
           MOVE TVA-FEED-MTTVA TO TVA320-C-MTTVA.
           WRITE TVA320-REPORT-LINE FROM TVA320-CTL-LINE.
           MOVE "TRAILER TOTALS........:" TO TVA320-C-TEXT.
           MOVE TVA-T-LIGNES TO TVA320-C-LIGNES.
           MOVE TVA-T-MTHT TO TVA320-C-MTHT.
           MOVE TVA-T-MTTVA TO TVA320-C-MTTVA.
           WRITE TVA320-REPORT-LINE FROM TVA320-CTL-LINE.
           MOVE "RELEASED TO TVAFAC....:" TO TVA320-C-TEXT.
           MOVE TVA-COUNT-RELEASED TO TVA320-C-LIGNES.
           MOVE TVA-REL-MTHT TO TVA320-C-MTHT.
           MOVE TVA-REL-MTTVA TO TVA320-C-MTTVA.
           WRITE TVA320-REPORT-LINE FROM TVA320-CTL-LINE.
           MOVE TVA-COUNT-RECORDS TO TVA320-T-RECORDS.
           WRITE TVA320-REPORT-LINE FROM TVA320-TOTAL-LINE.
           MOVE TVA-COUNT-DUPLICATE TO TVA320-T-DUPLICATE.
           WRITE TVA320-REPORT-LINE FROM TVA320-TOTAL-LINE-2.
           MOVE TVA-COUNT-OUT-PERIOD TO TVA320-T-OUT-PERIOD.
           WRITE TVA320-REPORT-LINE FROM TVA320-TOTAL-LINE-3.
           MOVE TVA-COUNT-TAKEN-OVER TO TVA320-T-TAKEN-OVER.
           WRITE TVA320-REPORT-LINE FROM TVA320-TOTAL-LINE-4.
           MOVE TVA-COUNT-REMOVED TO TVA320-T-REMOVED.
           WRITE TVA320-REPORT-LINE FROM TVA320-TOTAL-LINE-5.
           WRITE TVA320-REPORT-LINE FROM TVA320-SIGN-LINE.
           CLOSE TVA320-REPORT.
       8000-EXIT.
           EXIT.
