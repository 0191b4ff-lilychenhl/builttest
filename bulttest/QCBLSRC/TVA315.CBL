      ****************************************************************
      * PROGRAM NAME...............: . TVA315                        *
      * FUNCTION...................: . WEEKLY SECURITY VIOLATIONS    *
      *         .                        LISTING FOR THE CONTROLLERS *
      *         .                        - EVERY ATTEMPT REFUSED BY  *
      *         .                        THE OPERATOR AUTHORITY      *
      *         .                        CHECK IN THE WEEK, THEN A   *
      *         .                        SUMMARY BY OPERATOR         *
      * FILES USED.................: . TVA315PRM - INPUT (PARAMETER  *
      *         .                        CARD)                       *
      *         .                      TVASEC    - INPUT (SECURITY   *
      *         .                        LOG)                        *
      *         .                      TVA315RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - WEEKLY SECURITY  *
      *                                  VIOLATIONS LISTING          *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA315.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  THE PARAMETER CARD GIVES  *
      *                    THE FIRST AND LAST DATE OF THE WEEK (A    *
      *                    ZERO LAST DATE MEANS TODAY).  THE LOG IS  *
      *                    IN ARRIVAL ORDER SO THE DETAIL IS LISTED  *
      *                    AS READ; THE SUMMARY GIVES, PER OPERATOR, *
      *                    THE REFUSALS BY KIND (NOT ON FILE,        *
      *                    WITHDRAWN, TABLE OR APPROVAL, CODE).  AN  *
      *                    EMPTY OR MISSING LOG GIVES A NIL RETURN.  *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TVA315-PARM      ASSIGN TO "TVA315PRM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-PRM.
           SELECT FDIN-SEC-FILE    ASSIGN TO "TVASEC"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-SEC.
           SELECT TVA315-REPORT    ASSIGN TO "TVA315RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA315-PARM
           LABEL RECORDS ARE STANDARD.
       01  TVA315-PARM-CARD.
      ***** FIRST AND LAST DATE OF THE WEEK - A ZERO LAST DATE
      ***** MEANS TODAY
           05  TVA315-P-DATE-DEB       PIC 9(8).
           05  TVA315-P-DATE-FIN       PIC 9(8).
           05  FILLER                  PIC X(64).
      *
       FD  FDIN-SEC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINSEC.
      *
       FD  TVA315-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA315-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-PRM                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-SEC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-SEC                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-SEC-OPEN-SW              PIC X(1)  VALUE "N".
           88  TVA-SEC-OPEN                       VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-DATE-DEB                 PIC 9(8).
       01  TVA-DATE-FIN                 PIC 9(8).
      *
      ***** REFUSALS BY OPERATOR, FOR THE SUMMARY
       01  TVA-OPR-MAX                  PIC 9(3)  VALUE 200 COMP.
       01  TVA-OPR-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-OPR-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-OPR-BEST                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-OPR-TABLE.
           05  TVA-OPR-ENTRY OCCURS 200 TIMES.
               10  TVA-O-USER           PIC X(8).
               10  TVA-O-UNKNOWN        PIC 9(5).
               10  TVA-O-INACTIVE       PIC 9(5).
               10  TVA-O-TABLE          PIC 9(5).
               10  TVA-O-CODE           PIC 9(5).
               10  TVA-O-TOTAL          PIC 9(5).
               10  TVA-O-PGMS           PIC X(24).
               10  TVA-O-PRINTED-SW     PIC X(1).
       01  TVA-OPR-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-OPR-FULL-WARNED                VALUE "Y".
      *
      ***** PROGRAMS THE OPERATOR WAS REFUSED IN (UP TO THREE)
       01  TVA-PGM-LIST                 PIC X(24).
       01  TVA-PGM-LIST-R REDEFINES TVA-PGM-LIST.
           05  TVA-PGM-SLOT             PIC X(8)  OCCURS 3 TIMES.
       01  TVA-PGM-IX                   PIC 9(3)  VALUE ZERO COMP.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-SELECTED       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-UNKNOWN        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-INACTIVE       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-TABLE          PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CODE           PIC 9(7)  VALUE ZERO.
      *
       01  TVA315-HEADING-1             PIC X(60)
           VALUE "TVA315 - WEEKLY SECURITY VIOLATIONS".
       01  TVA315-PARM-LINE.
           05  FILLER                   PIC X(24)
               VALUE "REFUSALS FROM.........:".
           05  TVA315-H-DEB             PIC 9(8).
           05  FILLER                   PIC X(6)  VALUE "  TO ".
           05  TVA315-H-FIN             PIC 9(8).
      *
       01  TVA315-DET-HEADING           PIC X(60)
           VALUE "REFUSED ATTEMPTS".
       01  TVA315-DET-COL-HEADING.
           05  FILLER                   PIC X(10) VALUE "DATE".
           05  FILLER                   PIC X(8)  VALUE "TIME".
           05  FILLER                   PIC X(10) VALUE "PROGRAM".
           05  FILLER                   PIC X(10) VALUE "OPERATOR".
           05  FILLER                   PIC X(6)  VALUE "T/C".
           05  FILLER                   PIC X(24) VALUE "KEY".
           05  FILLER                   PIC X(4)  VALUE "RC".
           05  FILLER                   PIC X(40) VALUE "REASON".
       01  TVA315-DET-LINE.
           05  TVA315-D-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-D-HEURE           PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-D-PGM             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-D-USER            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-D-TABLE           PIC X(1).
           05  FILLER                   PIC X(1)  VALUE "/".
           05  TVA315-D-CODE            PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA315-D-CLEF            PIC X(22).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-D-RC              PIC 9(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-D-MOTIF           PIC X(40).
       01  TVA315-NO-SEC-LINE           PIC X(60)
           VALUE "NO REFUSED ATTEMPT IN THE PERIOD".
      *
       01  TVA315-SUM-HEADING           PIC X(60)
           VALUE "SUMMARY BY OPERATOR".
       01  TVA315-SUM-COL-HEADING.
           05  FILLER                   PIC X(10) VALUE "OPERATOR".
           05  FILLER                   PIC X(9)  VALUE "NOT FILE".
           05  FILLER                   PIC X(9)  VALUE "WITHDRWN".
           05  FILLER                   PIC X(9)  VALUE "TABLE".
           05  FILLER                   PIC X(9)  VALUE "CODE".
           05  FILLER                   PIC X(9)  VALUE "TOTAL".
           05  FILLER                   PIC X(24) VALUE "PROGRAMS".
       01  TVA315-SUM-LINE.
           05  TVA315-S-USER            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA315-S-UNKNOWN         PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA315-S-INACTIVE        PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA315-S-TABLE           PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA315-S-CODE            PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA315-S-TOTAL           PIC ZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  TVA315-S-PGMS            PIC X(24).
      *
       01  TVA315-WARN-OPR-LINE         PIC X(64)
           VALUE "** WARNING ** MORE THAN 200 OPERATORS - SUMMARY".
       01  TVA315-WARN-OPR-LINE-2       PIC X(56)
           VALUE "** WARNING ** ONLY COVERS THE FIRST 200 OPERATORS".
      *
       01  TVA315-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "LOG RECORDS READ......:".
           05  TVA315-T-READ            PIC ZZZZZZ9.
       01  TVA315-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "REFUSALS IN PERIOD....:".
           05  TVA315-T-SELECTED        PIC ZZZZZZ9.
       01  TVA315-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "  NOT ON AUTHORITY....:".
           05  TVA315-T-UNKNOWN         PIC ZZZZZZ9.
       01  TVA315-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "  OPERATOR WITHDRAWN..:".
           05  TVA315-T-INACTIVE        PIC ZZZZZZ9.
       01  TVA315-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "  TABLE OR APPROVAL...:".
           05  TVA315-T-TABLE           PIC ZZZZZZ9.
       01  TVA315-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "  TRANSACTION CODE....:".
           05  TVA315-T-CODE            PIC ZZZZZZ9.
       01  TVA315-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "OPERATORS INVOLVED....:".
           05  TVA315-T-OPERATORS       PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
                   UNTIL TVA-END-OF-SEC
               PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PARAMETER CARD, OPEN FILES, PRIME READ   *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT TVA315-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA315 - CANNOT OPEN TVA315RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA315-REPORT-LINE FROM TVA315-HEADING-1.
           OPEN INPUT TVA315-PARM.
           IF TVA-FS-PRM NOT = "00"
               DISPLAY "TVA315 - CANNOT OPEN TVA315PRM, STATUS="
                   TVA-FS-PRM
               CLOSE TVA315-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           READ TVA315-PARM
               AT END
                   DISPLAY "TVA315 - PARAMETER CARD MISSING"
                   CLOSE TVA315-PARM TVA315-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
           END-READ.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-EDIT-PARM THRU 1500-EXIT.
           CLOSE TVA315-PARM.
           IF TVA-ABEND
               CLOSE TVA315-REPORT
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-DATE-DEB TO TVA315-H-DEB.
           MOVE TVA-DATE-FIN TO TVA315-H-FIN.
           WRITE TVA315-REPORT-LINE FROM TVA315-PARM-LINE.
           WRITE TVA315-REPORT-LINE FROM TVA315-DET-HEADING.
           WRITE TVA315-REPORT-LINE FROM TVA315-DET-COL-HEADING.
           OPEN INPUT FDIN-SEC-FILE.
           IF TVA-FS-SEC = "35"
               MOVE "Y" TO TVA-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           IF TVA-FS-SEC NOT = "00"
               DISPLAY "TVA315 - CANNOT OPEN TVASEC, STATUS="
                   TVA-FS-SEC
               CLOSE TVA315-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO TVA-SEC-OPEN-SW.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-EDIT-PARM - FIELD EDITS ON THE PARAMETER CARD         *
      ****************************************************************
       1500-EDIT-PARM.
           IF TVA315-P-DATE-DEB NOT NUMERIC
                   OR TVA315-P-DATE-DEB = ZERO
               DISPLAY "TVA315 - FIRST DATE NOT NUMERIC"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           IF TVA315-P-DATE-FIN NOT NUMERIC
               DISPLAY "TVA315 - LAST DATE NOT NUMERIC"
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1500-EXIT
           END-IF.
           MOVE TVA315-P-DATE-DEB TO TVA-DATE-DEB.
           MOVE TVA315-P-DATE-FIN TO TVA-DATE-FIN.
           IF TVA-DATE-FIN = ZERO
               MOVE TVA-TODAY TO TVA-DATE-FIN
           END-IF.
           IF TVA-DATE-DEB > TVA-DATE-FIN
               DISPLAY "TVA315 - FIRST DATE AFTER LAST ONE"
               MOVE "Y" TO TVA-ABEND-SW
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-LOG - LIST A REFUSAL OF THE PERIOD AND ADD    *
      *                         IT TO ITS OPERATOR                    *
      ****************************************************************
       2000-PROCESS-LOG.
           IF FDIN-SEC-DATE < TVA-DATE-DEB
                   OR FDIN-SEC-DATE > TVA-DATE-FIN
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO TVA-COUNT-SELECTED.
           MOVE FDIN-SEC-DATE TO TVA315-D-DATE.
           MOVE FDIN-SEC-HEURE TO TVA315-D-HEURE.
           MOVE FDIN-SEC-PGM TO TVA315-D-PGM.
           MOVE FDIN-SEC-USER TO TVA315-D-USER.
           MOVE FDIN-SEC-TABLE TO TVA315-D-TABLE.
           MOVE FDIN-SEC-CODE TO TVA315-D-CODE.
           MOVE FDIN-SEC-CLEF TO TVA315-D-CLEF.
           MOVE FDIN-SEC-RC TO TVA315-D-RC.
           MOVE FDIN-SEC-MOTIF TO TVA315-D-MOTIF.
           WRITE TVA315-REPORT-LINE FROM TVA315-DET-LINE.
           PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-LOG.
           READ FDIN-SEC-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-SEC
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-ADD-OPERATOR - REFUSAL COUNTS BY OPERATOR AND KIND    *
      ****************************************************************
       3000-ADD-OPERATOR.
           EVALUATE FDIN-SEC-RC
               WHEN 4
                   ADD 1 TO TVA-COUNT-UNKNOWN
               WHEN 8
                   ADD 1 TO TVA-COUNT-INACTIVE
               WHEN 12
                   ADD 1 TO TVA-COUNT-TABLE
               WHEN OTHER
                   ADD 1 TO TVA-COUNT-CODE
           END-EVALUATE.
           PERFORM 3050-SCAN-OPERATOR THRU 3050-EXIT
               VARYING TVA-OPR-IX FROM 1 BY 1
               UNTIL TVA-OPR-IX > TVA-OPR-USED
                  OR TVA-O-USER (TVA-OPR-IX) = FDIN-SEC-USER.
           IF TVA-OPR-IX > TVA-OPR-USED
               IF TVA-OPR-USED < TVA-OPR-MAX
                   ADD 1 TO TVA-OPR-USED
                   MOVE TVA-OPR-USED TO TVA-OPR-IX
                   MOVE FDIN-SEC-USER TO TVA-O-USER (TVA-OPR-IX)
                   MOVE ZERO TO TVA-O-UNKNOWN (TVA-OPR-IX)
                                TVA-O-INACTIVE (TVA-OPR-IX)
                                TVA-O-TABLE (TVA-OPR-IX)
                                TVA-O-CODE (TVA-OPR-IX)
                                TVA-O-TOTAL (TVA-OPR-IX)
                   MOVE SPACES TO TVA-O-PGMS (TVA-OPR-IX)
                   MOVE "N" TO TVA-O-PRINTED-SW (TVA-OPR-IX)
               ELSE
                   IF NOT TVA-OPR-FULL-WARNED
                       WRITE TVA315-REPORT-LINE
                           FROM TVA315-WARN-OPR-LINE
                       WRITE TVA315-REPORT-LINE
                           FROM TVA315-WARN-OPR-LINE-2
                       MOVE "Y" TO TVA-OPR-FULL-WARNED-SW
                   END-IF
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           EVALUATE FDIN-SEC-RC
               WHEN 4
                   ADD 1 TO TVA-O-UNKNOWN (TVA-OPR-IX)
               WHEN 8
                   ADD 1 TO TVA-O-INACTIVE (TVA-OPR-IX)
               WHEN 12
                   ADD 1 TO TVA-O-TABLE (TVA-OPR-IX)
               WHEN OTHER
                   ADD 1 TO TVA-O-CODE (TVA-OPR-IX)
           END-EVALUATE.
           ADD 1 TO TVA-O-TOTAL (TVA-OPR-IX).
           PERFORM 3100-ADD-PROGRAM THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
      *
       3050-SCAN-OPERATOR.
           CONTINUE.
       3050-EXIT.
           EXIT.
      *
      ***** KEEP THE FIRST THREE DIFFERENT PROGRAMS OF THE OPERATOR
       3100-ADD-PROGRAM.
           MOVE TVA-O-PGMS (TVA-OPR-IX) TO TVA-PGM-LIST.
           PERFORM 3150-SCAN-PROGRAM THRU 3150-EXIT
               VARYING TVA-PGM-IX FROM 1 BY 1
               UNTIL TVA-PGM-IX > 3
                  OR TVA-PGM-SLOT (TVA-PGM-IX) = FDIN-SEC-PGM
                  OR TVA-PGM-SLOT (TVA-PGM-IX) = SPACES.
           IF TVA-PGM-IX > 3
               GO TO 3100-EXIT
           END-IF.
           MOVE FDIN-SEC-PGM TO TVA-PGM-SLOT (TVA-PGM-IX).
           MOVE TVA-PGM-LIST TO TVA-O-PGMS (TVA-OPR-IX).
       3100-EXIT.
           EXIT.
      *
       3150-SCAN-PROGRAM.
           CONTINUE.
       3150-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-PRINT-SUMMARY - ONE LINE PER OPERATOR, BY OPERATOR ID *
      ****************************************************************
       5000-PRINT-SUMMARY.
           IF TVA-COUNT-SELECTED = ZERO
               WRITE TVA315-REPORT-LINE FROM TVA315-NO-SEC-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE TVA315-REPORT-LINE FROM TVA315-SUM-HEADING.
           WRITE TVA315-REPORT-LINE FROM TVA315-SUM-COL-HEADING.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT.
           PERFORM 5200-PICK-AND-PRINT THRU 5200-EXIT
               UNTIL TVA-OPR-BEST = ZERO.
       5000-EXIT.
           EXIT.
      *
       5200-PICK-AND-PRINT.
           MOVE ZERO TO TVA-OPR-BEST.
           PERFORM 5250-JUDGE-ENTRY THRU 5250-EXIT
               VARYING TVA-OPR-IX FROM 1 BY 1
               UNTIL TVA-OPR-IX > TVA-OPR-USED.
           IF TVA-OPR-BEST = ZERO
               GO TO 5200-EXIT
           END-IF.
           MOVE TVA-O-USER (TVA-OPR-BEST) TO TVA315-S-USER.
           MOVE TVA-O-UNKNOWN (TVA-OPR-BEST) TO TVA315-S-UNKNOWN.
           MOVE TVA-O-INACTIVE (TVA-OPR-BEST) TO TVA315-S-INACTIVE.
           MOVE TVA-O-TABLE (TVA-OPR-BEST) TO TVA315-S-TABLE.
           MOVE TVA-O-CODE (TVA-OPR-BEST) TO TVA315-S-CODE.
           MOVE TVA-O-TOTAL (TVA-OPR-BEST) TO TVA315-S-TOTAL.
           MOVE TVA-O-PGMS (TVA-OPR-BEST) TO TVA315-S-PGMS.
           WRITE TVA315-REPORT-LINE FROM TVA315-SUM-LINE.
           MOVE "Y" TO TVA-O-PRINTED-SW (TVA-OPR-BEST).
       5200-EXIT.
           EXIT.
      *
       5250-JUDGE-ENTRY.
           IF TVA-O-PRINTED-SW (TVA-OPR-IX) = "Y"
               GO TO 5250-EXIT
           END-IF.
           IF TVA-OPR-BEST = ZERO
               MOVE TVA-OPR-IX TO TVA-OPR-BEST
               GO TO 5250-EXIT
           END-IF.
           IF TVA-O-USER (TVA-OPR-IX) < TVA-O-USER (TVA-OPR-BEST)
               MOVE TVA-OPR-IX TO TVA-OPR-BEST
           END-IF.
       5250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - PRINT TOTALS AND CLOSE FILES              *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA315-T-READ.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE.
           MOVE TVA-COUNT-SELECTED TO TVA315-T-SELECTED.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE-2.
           MOVE TVA-COUNT-UNKNOWN TO TVA315-T-UNKNOWN.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE-3.
           MOVE TVA-COUNT-INACTIVE TO TVA315-T-INACTIVE.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE-4.
           MOVE TVA-COUNT-TABLE TO TVA315-T-TABLE.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE-5.
           MOVE TVA-COUNT-CODE TO TVA315-T-CODE.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE-6.
           MOVE TVA-OPR-USED TO TVA315-T-OPERATORS.
           WRITE TVA315-REPORT-LINE FROM TVA315-TOTAL-LINE-7.
           IF TVA-SEC-OPEN
               CLOSE FDIN-SEC-FILE
           END-IF.
           CLOSE TVA315-REPORT.
       8000-EXIT.
           EXIT.
