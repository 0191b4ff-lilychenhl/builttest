      ****************************************************************
      * PROGRAM NAME...............: . TVA360                        *
      * FUNCTION...................: . DAILY AGEING REPORT OF THE    *
      *         .                        EXCEPTION REGISTER - LISTS  *
      *         .                        THE OPEN ITEMS WITH THEIR   *
      *         .                        AGE, THEN COUNTS THEM BY    *
      *         .                        SOURCE PROGRAM AND AGE      *
      *         .                        BRACKET WITH THE DAY'S NEW, *
      *         .                        REOPENED AND CLOSED ITEMS   *
      * FILES USED.................: . FDINEXC   - INPUT (SEQUENTIAL *
      *         .                        SCAN OF THE INDEXED FILE)   *
      *         .                      TVA360RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EXCEPTION        *
      *                                  REGISTER AGEING REPORT      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA360.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  RUN AFTER THE NIGHT'S     *
      *                    CONTROL PROGRAMS.  THE AGE OF AN OPEN     *
      *                    ITEM IS COUNTED IN DAYS FROM THE DATE IT  *
      *                    WAS LAST REOPENED, OR FIRST REPORTED IF   *
      *                    NEVER REOPENED, UP TO 999.  BRACKETS ARE  *
      *                    0-7, 8-30, 31-60, 61-90 AND OVER 90       *
      *                    DAYS.  ACCEPTED ITEMS ARE COUNTED APART   *
      *                    AND NOT AGED.  NEW, REOPENED AND CLOSED   *
      *                    ARE THE ITEMS FIRST REPORTED, REOPENED    *
      *                    AND CLOSED TODAY.  A MISSING REGISTER     *
      *                    GIVES AN EMPTY REPORT.                    *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDIN-EXC-FILE    ASSIGN TO "FDINEXC"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FDIN-EXC-CLEF
                  FILE STATUS IS TVA-FS-EXC.
           SELECT TVA360-REPORT    ASSIGN TO "TVA360RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDIN-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINEXC.
      *
       FD  TVA360-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA360-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-EXC                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-REGISTER                VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-EXC-OPEN-SW              PIC X(1)  VALUE "N".
           88  TVA-EXC-FILE-OPEN                  VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-WORK-DATE                PIC 9(8).
       01  TVA-WORK-DATE-R REDEFINES TVA-WORK-DATE.
           05  TVA-WRK-AAAA             PIC 9(4).
           05  TVA-WRK-MM               PIC 9(2).
           05  TVA-WRK-JJ               PIC 9(2).
       01  TVA-MONTH-LEN                PIC 9(2).
       01  TVA-LEAP-REM                 PIC 9(4).
       01  TVA-LEAP-QUOT                PIC 9(4).
       01  TVA-AGE-FROM                 PIC 9(8)  VALUE ZERO.
       01  TVA-AGE                      PIC 9(3)  VALUE ZERO.
       01  TVA-BRK-IX                   PIC 9(3)  VALUE ZERO COMP.
      *
      ***** COUNTS PER SOURCE PROGRAM - OPEN ITEMS BY AGE BRACKET,
      ***** ACCEPTED ITEMS, AND TODAY'S NEW, REOPENED AND CLOSED
       01  TVA-SRC-MAX                  PIC 9(3)  VALUE 20 COMP.
       01  TVA-SRC-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-SRC-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-SRC-TABLE.
           05  TVA-SRC-ENTRY OCCURS 20 TIMES.
               10  TVA-SRC-PGM          PIC X(8).
               10  TVA-SRC-OPEN         PIC 9(7).
               10  TVA-SRC-BRK          PIC 9(7) OCCURS 5 TIMES.
               10  TVA-SRC-ACCEPTED     PIC 9(7).
               10  TVA-SRC-NEW          PIC 9(7).
               10  TVA-SRC-REOPEN       PIC 9(7).
               10  TVA-SRC-CLOSED       PIC 9(7).
       01  TVA-SRC-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-SRC-FULL-WARNED                VALUE "Y".
      *
      ***** THE SAME COUNTS OVER THE WHOLE REGISTER
       01  TVA-ALL-COUNTS.
           05  TVA-ALL-OPEN             PIC 9(7)  VALUE ZERO.
           05  TVA-ALL-BRK              PIC 9(7)  VALUE ZERO
                                        OCCURS 5 TIMES.
           05  TVA-ALL-ACCEPTED         PIC 9(7)  VALUE ZERO.
           05  TVA-ALL-NEW              PIC 9(7)  VALUE ZERO.
           05  TVA-ALL-REOPEN           PIC 9(7)  VALUE ZERO.
           05  TVA-ALL-CLOSED           PIC 9(7)  VALUE ZERO.
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
      *
       01  TVA360-HEADING-1.
           05  FILLER                   PIC X(44)
               VALUE "TVA360 - EXCEPTION REGISTER AGEING REPORT".
           05  FILLER                   PIC X(6)  VALUE "DATE: ".
           05  TVA360-H-DATE            PIC 9(8).
       01  TVA360-NO-REGISTER-LINE      PIC X(48)
           VALUE "NO EXCEPTION REGISTER - NOTHING TO REPORT".
      *
       01  TVA360-DET-HEADING           PIC X(40)
           VALUE "OPEN ITEMS".
       01  TVA360-DET-COL-HEADING.
           05  FILLER                   PIC X(10) VALUE "SOURCE".
           05  FILLER                   PIC X(10) VALUE "TYPE".
           05  FILLER                   PIC X(26) VALUE "OBJECT".
           05  FILLER                   PIC X(5)  VALUE "AGE".
           05  FILLER                   PIC X(10) VALUE "FIRST".
           05  FILLER                   PIC X(5)  VALUE "REOP".
           05  FILLER                   PIC X(10) VALUE "OWNER".
           05  FILLER                   PIC X(40) VALUE "TEXT".
       01  TVA360-DET-LINE.
           05  TVA360-D-PGM             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-TYPE            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-OBJET           PIC X(24).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-AGE             PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-PREM            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-REOUV           PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-RESP            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-D-LIBELLE         PIC X(40).
       01  TVA360-NO-OPEN-LINE          PIC X(20)
           VALUE "NO OPEN ITEMS".
      *
       01  TVA360-SUM-HEADING           PIC X(48)
           VALUE "OPEN ITEMS BY SOURCE AND AGE IN DAYS".
       01  TVA360-SUM-COL-HEADING.
           05  FILLER                   PIC X(8)  VALUE "SOURCE".
           05  FILLER                   PIC X(9)  VALUE "     OPEN".
           05  FILLER                   PIC X(9)  VALUE "      0-7".
           05  FILLER                   PIC X(9)  VALUE "     8-30".
           05  FILLER                   PIC X(9)  VALUE "    31-60".
           05  FILLER                   PIC X(9)  VALUE "    61-90".
           05  FILLER                   PIC X(9)  VALUE "  OVER 90".
           05  FILLER                   PIC X(9)  VALUE " ACCEPTED".
           05  FILLER                   PIC X(9)  VALUE "      NEW".
           05  FILLER                   PIC X(9)  VALUE " REOPENED".
           05  FILLER                   PIC X(9)  VALUE "   CLOSED".
       01  TVA360-SUM-LINE.
           05  TVA360-S-PGM             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-OPEN            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-BRK1            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-BRK2            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-BRK3            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-BRK4            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-BRK5            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-ACCEPTED        PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-NEW             PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-REOPEN          PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA360-S-CLOSED          PIC ZZZZZZ9.
       01  TVA360-WARN-SRC-LINE.
           05  FILLER                   PIC X(44)
               VALUE "** WARNING ** MORE THAN 20 SOURCE PROGRAMS".
           05  FILLER                   PIC X(40)
               VALUE " - ONLY THE TOTAL LINE COVERS THEM ALL".
      *
       01  TVA360-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "ITEMS ON REGISTER.....:".
           05  TVA360-T-READ            PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
                   UNTIL TVA-END-OF-REGISTER
               PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRIME THE READ               *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT TVA360-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA360 - CANNOT OPEN TVA360RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE TVA-TODAY TO TVA360-H-DATE.
           WRITE TVA360-REPORT-LINE FROM TVA360-HEADING-1.
           OPEN INPUT FDIN-EXC-FILE.
      ***** STATUS 35 = NO CONTROL PROGRAM HAS POSTED YET
           IF TVA-FS-EXC = "35"
               WRITE TVA360-REPORT-LINE FROM TVA360-NO-REGISTER-LINE
               MOVE "Y" TO TVA-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           IF TVA-FS-EXC NOT = "00"
               DISPLAY "TVA360 - CANNOT OPEN FDINEXC, STATUS="
                   TVA-FS-EXC
               CLOSE TVA360-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO TVA-EXC-OPEN-SW.
           WRITE TVA360-REPORT-LINE FROM TVA360-DET-HEADING.
           WRITE TVA360-REPORT-LINE FROM TVA360-DET-COL-HEADING.
           PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
       1700-ADD-ONE-DAY.
           PERFORM 1750-GET-MONTH-LENGTH THRU 1750-EXIT.
           IF TVA-WRK-JJ < TVA-MONTH-LEN
               ADD 1 TO TVA-WRK-JJ
               GO TO 1700-EXIT
           END-IF.
           MOVE 1 TO TVA-WRK-JJ.
           IF TVA-WRK-MM < 12
               ADD 1 TO TVA-WRK-MM
           ELSE
               MOVE 1 TO TVA-WRK-MM
               ADD 1 TO TVA-WRK-AAAA
           END-IF.
       1700-EXIT.
           EXIT.
      *
       1750-GET-MONTH-LENGTH.
           EVALUATE TVA-WRK-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO TVA-MONTH-LEN
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO TVA-MONTH-LEN
               WHEN 2
                   PERFORM 1800-FEBRUARY-LENGTH THRU 1800-EXIT
           END-EVALUATE.
       1750-EXIT.
           EXIT.
      *
      ***** A YEAR IS LEAP WHEN DIVISIBLE BY 4 BUT NOT BY 100,
      ***** OR DIVISIBLE BY 400
       1800-FEBRUARY-LENGTH.
           MOVE 28 TO TVA-MONTH-LEN.
           DIVIDE TVA-WRK-AAAA BY 4 GIVING TVA-LEAP-QUOT
               REMAINDER TVA-LEAP-REM.
           IF TVA-LEAP-REM NOT = ZERO
               GO TO 1800-EXIT
           END-IF.
           DIVIDE TVA-WRK-AAAA BY 100 GIVING TVA-LEAP-QUOT
               REMAINDER TVA-LEAP-REM.
           IF TVA-LEAP-REM NOT = ZERO
               MOVE 29 TO TVA-MONTH-LEN
               GO TO 1800-EXIT
           END-IF.
           DIVIDE TVA-WRK-AAAA BY 400 GIVING TVA-LEAP-QUOT
               REMAINDER TVA-LEAP-REM.
           IF TVA-LEAP-REM = ZERO
               MOVE 29 TO TVA-MONTH-LEN
           END-IF.
       1800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PROCESS-ITEM - COUNT ONE REGISTER ITEM UNDER ITS      *
      *                          SOURCE; LIST IT WHEN OPEN            *
      ****************************************************************
       2000-PROCESS-ITEM.
           PERFORM 3000-FIND-SOURCE THRU 3000-EXIT.
           IF FDIN-EXC-DATE-PREM = TVA-TODAY
               ADD 1 TO TVA-ALL-NEW
               IF TVA-SRC-IX NOT = ZERO
                   ADD 1 TO TVA-SRC-NEW (TVA-SRC-IX)
               END-IF
           END-IF.
           IF FDIN-EXC-DATE-REOUV = TVA-TODAY
               ADD 1 TO TVA-ALL-REOPEN
               IF TVA-SRC-IX NOT = ZERO
                   ADD 1 TO TVA-SRC-REOPEN (TVA-SRC-IX)
               END-IF
           END-IF.
           IF EXC-CLOSED
               IF FDIN-EXC-DATE-CLOS = TVA-TODAY
                   ADD 1 TO TVA-ALL-CLOSED
                   IF TVA-SRC-IX NOT = ZERO
                       ADD 1 TO TVA-SRC-CLOSED (TVA-SRC-IX)
                   END-IF
               END-IF
               GO TO 2000-NEXT
           END-IF.
           IF EXC-ACCEPTED
               ADD 1 TO TVA-ALL-ACCEPTED
               IF TVA-SRC-IX NOT = ZERO
                   ADD 1 TO TVA-SRC-ACCEPTED (TVA-SRC-IX)
               END-IF
               GO TO 2000-NEXT
           END-IF.
           PERFORM 4000-COMPUTE-AGE THRU 4000-EXIT.
           ADD 1 TO TVA-ALL-OPEN.
           ADD 1 TO TVA-ALL-BRK (TVA-BRK-IX).
           IF TVA-SRC-IX NOT = ZERO
               ADD 1 TO TVA-SRC-OPEN (TVA-SRC-IX)
               ADD 1 TO TVA-SRC-BRK (TVA-SRC-IX TVA-BRK-IX)
           END-IF.
           PERFORM 4500-PRINT-OPEN-ITEM THRU 4500-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-REGISTER.
           READ FDIN-EXC-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
           IF NOT TVA-END-OF-REGISTER
               ADD 1 TO TVA-COUNT-READ
           END-IF.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-FIND-SOURCE - ENTRY OF THE ITEM'S SOURCE PROGRAM,     *
      *                         ADDED ON FIRST SIGHT; ZERO WHEN THE   *
      *                         TABLE IS FULL                         *
      ****************************************************************
       3000-FIND-SOURCE.
           MOVE ZERO TO TVA-SRC-IX.
           PERFORM 3100-SCAN-SOURCES THRU 3100-EXIT
               VARYING TVA-SRC-IX FROM 1 BY 1
               UNTIL TVA-SRC-IX > TVA-SRC-USED
                  OR TVA-SRC-PGM (TVA-SRC-IX) = FDIN-EXC-PGM.
           IF TVA-SRC-IX NOT > TVA-SRC-USED
               GO TO 3000-EXIT
           END-IF.
           IF TVA-SRC-USED < TVA-SRC-MAX
               ADD 1 TO TVA-SRC-USED
               MOVE TVA-SRC-USED TO TVA-SRC-IX
               MOVE FDIN-EXC-PGM TO TVA-SRC-PGM (TVA-SRC-IX)
               MOVE ZERO TO TVA-SRC-OPEN (TVA-SRC-IX)
                            TVA-SRC-BRK (TVA-SRC-IX 1)
                            TVA-SRC-BRK (TVA-SRC-IX 2)
                            TVA-SRC-BRK (TVA-SRC-IX 3)
                            TVA-SRC-BRK (TVA-SRC-IX 4)
                            TVA-SRC-BRK (TVA-SRC-IX 5)
                            TVA-SRC-ACCEPTED (TVA-SRC-IX)
                            TVA-SRC-NEW (TVA-SRC-IX)
                            TVA-SRC-REOPEN (TVA-SRC-IX)
                            TVA-SRC-CLOSED (TVA-SRC-IX)
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO TVA-SRC-IX.
           IF NOT TVA-SRC-FULL-WARNED
               WRITE TVA360-REPORT-LINE FROM TVA360-WARN-SRC-LINE
               MOVE "Y" TO TVA-SRC-FULL-WARNED-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-SCAN-SOURCES.
           CONTINUE.
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-COMPUTE-AGE - DAYS FROM THE LAST REOPENING (OR THE    *
      *                         FIRST REPORT) TO TODAY, COUNTED ONE   *
      *                         DAY AT A TIME UP TO 999, AND ITS      *
      *                         BRACKET                               *
      ****************************************************************
       4000-COMPUTE-AGE.
           MOVE ZERO TO TVA-AGE.
           IF FDIN-EXC-DATE-REOUV NUMERIC
                   AND FDIN-EXC-DATE-REOUV NOT = ZERO
               MOVE FDIN-EXC-DATE-REOUV TO TVA-AGE-FROM
           ELSE
               MOVE FDIN-EXC-DATE-PREM TO TVA-AGE-FROM
           END-IF.
           IF TVA-AGE-FROM NOT NUMERIC OR TVA-AGE-FROM = ZERO
               MOVE 999 TO TVA-AGE
           ELSE
               MOVE TVA-AGE-FROM TO TVA-WORK-DATE
               PERFORM 4100-AGE-ONE-DAY THRU 4100-EXIT
                   UNTIL TVA-WORK-DATE NOT < TVA-TODAY
                      OR TVA-AGE NOT < 999
           END-IF.
           EVALUATE TRUE
               WHEN TVA-AGE NOT > 7
                   MOVE 1 TO TVA-BRK-IX
               WHEN TVA-AGE NOT > 30
                   MOVE 2 TO TVA-BRK-IX
               WHEN TVA-AGE NOT > 60
                   MOVE 3 TO TVA-BRK-IX
               WHEN TVA-AGE NOT > 90
                   MOVE 4 TO TVA-BRK-IX
               WHEN OTHER
                   MOVE 5 TO TVA-BRK-IX
           END-EVALUATE.
       4000-EXIT.
           EXIT.
      *
       4100-AGE-ONE-DAY.
           PERFORM 1700-ADD-ONE-DAY THRU 1700-EXIT.
           ADD 1 TO TVA-AGE.
       4100-EXIT.
           EXIT.
      *
       4500-PRINT-OPEN-ITEM.
           MOVE FDIN-EXC-PGM TO TVA360-D-PGM.
           MOVE FDIN-EXC-TYPE TO TVA360-D-TYPE.
           MOVE FDIN-EXC-OBJET TO TVA360-D-OBJET.
           MOVE TVA-AGE TO TVA360-D-AGE.
           MOVE FDIN-EXC-DATE-PREM TO TVA360-D-PREM.
           MOVE FDIN-EXC-NB-REOUV TO TVA360-D-REOUV.
           MOVE FDIN-EXC-RESP TO TVA360-D-RESP.
           MOVE FDIN-EXC-LIBELLE TO TVA360-D-LIBELLE.
           WRITE TVA360-REPORT-LINE FROM TVA360-DET-LINE.
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PRINT-SUMMARY - ONE LINE PER SOURCE PROGRAM, THEN THE *
      *                           WHOLE REGISTER                      *
      ****************************************************************
       6000-PRINT-SUMMARY.
           IF TVA-ALL-OPEN = ZERO
               WRITE TVA360-REPORT-LINE FROM TVA360-NO-OPEN-LINE
           END-IF.
           WRITE TVA360-REPORT-LINE FROM TVA360-SUM-HEADING.
           WRITE TVA360-REPORT-LINE FROM TVA360-SUM-COL-HEADING.
           PERFORM 6100-PRINT-ONE-SOURCE THRU 6100-EXIT
               VARYING TVA-SRC-IX FROM 1 BY 1
               UNTIL TVA-SRC-IX > TVA-SRC-USED.
           MOVE "TOTAL" TO TVA360-S-PGM.
           MOVE TVA-ALL-OPEN TO TVA360-S-OPEN.
           MOVE TVA-ALL-BRK (1) TO TVA360-S-BRK1.
           MOVE TVA-ALL-BRK (2) TO TVA360-S-BRK2.
           MOVE TVA-ALL-BRK (3) TO TVA360-S-BRK3.
           MOVE TVA-ALL-BRK (4) TO TVA360-S-BRK4.
           MOVE TVA-ALL-BRK (5) TO TVA360-S-BRK5.
           MOVE TVA-ALL-ACCEPTED TO TVA360-S-ACCEPTED.
           MOVE TVA-ALL-NEW TO TVA360-S-NEW.
           MOVE TVA-ALL-REOPEN TO TVA360-S-REOPEN.
           MOVE TVA-ALL-CLOSED TO TVA360-S-CLOSED.
           WRITE TVA360-REPORT-LINE FROM TVA360-SUM-LINE.
       6000-EXIT.
           EXIT.
      *
       6100-PRINT-ONE-SOURCE.
           MOVE TVA-SRC-PGM (TVA-SRC-IX) TO TVA360-S-PGM.
           MOVE TVA-SRC-OPEN (TVA-SRC-IX) TO TVA360-S-OPEN.
           MOVE TVA-SRC-BRK (TVA-SRC-IX 1) TO TVA360-S-BRK1.
           MOVE TVA-SRC-BRK (TVA-SRC-IX 2) TO TVA360-S-BRK2.
           MOVE TVA-SRC-BRK (TVA-SRC-IX 3) TO TVA360-S-BRK3.
           MOVE TVA-SRC-BRK (TVA-SRC-IX 4) TO TVA360-S-BRK4.
           MOVE TVA-SRC-BRK (TVA-SRC-IX 5) TO TVA360-S-BRK5.
           MOVE TVA-SRC-ACCEPTED (TVA-SRC-IX) TO TVA360-S-ACCEPTED.
           MOVE TVA-SRC-NEW (TVA-SRC-IX) TO TVA360-S-NEW.
           MOVE TVA-SRC-REOPEN (TVA-SRC-IX) TO TVA360-S-REOPEN.
           MOVE TVA-SRC-CLOSED (TVA-SRC-IX) TO TVA360-S-CLOSED.
           WRITE TVA360-REPORT-LINE FROM TVA360-SUM-LINE.
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - TOTALS AND CLOSE                          *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA360-T-READ.
           WRITE TVA360-REPORT-LINE FROM TVA360-TOTAL-LINE.
           IF TVA-EXC-FILE-OPEN
               CLOSE FDIN-EXC-FILE
           END-IF.
           CLOSE TVA360-REPORT.
       8000-EXIT.
           EXIT.
