      ****************************************************************
      * PROGRAM NAME...............: . TVA345                        *
      * FUNCTION...................: . COFRADEL ACKNOWLEDGEMENT      *
      *         .                        INTAKE - MATCHES EACH       *
      *         .                        ACKNOWLEDGED LINE TO ITS    *
      *         .                        TVA170 TRANSMISSION, LISTS  *
      *         .                        AND QUEUES THE REJECTED     *
      *         .                        KEYS FOR THE NEXT EXTRACT,  *
      *         .                        AND REPORTS THE             *
      *         .                        TRANSMISSIONS STILL NOT     *
      *         .                        ACKNOWLEDGED AFTER N DAYS   *
      * FILES USED.................: . TVA345PRM - INPUT (PARAMETER  *
      *         .                        CARD)                       *
      *         .                      TVACOFA   - INPUT (COFRADEL   *
      *         .                        ACKNOWLEDGEMENT)            *
      *         .                      FDINTRS   - I/O  (TRANSMISSION *
      *         .                        REGISTER)                   *
      *         .                      FDINCOFQ  - I/O  (COFRADEL    *
      *         .                        RESEND QUEUE)               *
      *         .                      TVA345RPT - OUTPUT (LISTING)  *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - COFRADEL         *
      *                                  ACKNOWLEDGEMENT INTAKE      *
      *                                                              *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TVA345.
       AUTHOR.        J P DUVAL.
       INSTALLATION.  SERVICE INFORMATIQUE.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED.
      *
      ****************************************************************
      * MODIFICATION HISTORY                                        *
      * DATE      INIT   DESCRIPTION                                 *
      * 10/14/26  DEV    INITIAL VERSION.  THE PARAMETER CARD GIVES  *
      *                    THE NUMBER OF DAYS AFTER WHICH A          *
      *                    TRANSMISSION WITH NO ACKNOWLEDGEMENT IS   *
      *                    OVERDUE.  AN ACKNOWLEDGED LINE IS MATCHED *
      *                    ON ITS TRANSMISSION NUMBER (FDINTRS) AND  *
      *                    LINE NUMBER; ONE THAT DOES NOT MATCH IS   *
      *                    LISTED AS UNMATCHED.  A REJECTED KEY IS   *
      *                    LISTED WITH THE COFRADEL REASON AND       *
      *                    QUEUED ON FDINCOFQ FOR TVA170 TO SEND     *
      *                    AGAIN; AN ACCEPTED KEY LEAVES THE QUEUE.  *
      *                    THE COUNTS OF A TRANSMISSION REPLACE      *
      *                    THOSE OF AN EARLIER ACKNOWLEDGEMENT.      *
      *                    A MISSING ACKNOWLEDGEMENT FILE STILL      *
      *                    GIVES THE OVERDUE LISTING.                *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TVA345-PARM      ASSIGN TO "TVA345PRM"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-PRM.
           SELECT FDIN-COFA-FILE   ASSIGN TO "TVACOFA"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-COFA.
           SELECT FDIN-TRS-FILE    ASSIGN TO "FDINTRS"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-TRS-NUM
                  FILE STATUS IS TVA-FS-TRS.
           SELECT FDIN-COFQ-FILE   ASSIGN TO "FDINCOFQ"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FDIN-COFQ-CLEF
                  FILE STATUS IS TVA-FS-COFQ.
           SELECT TVA345-REPORT    ASSIGN TO "TVA345RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA345-PARM
           LABEL RECORDS ARE STANDARD.
       01  TVA345-PARM-CARD.
      ***** DAYS AFTER WHICH A TRANSMISSION IS OVERDUE
           05  TVA345-P-DAYS           PIC 9(3).
           05  FILLER                  PIC X(77).
      *
       FD  FDIN-COFA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCOFA.
      *
       FD  FDIN-TRS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINTRS.
      *
       FD  FDIN-COFQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCOFQ.
      *
       FD  TVA345-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA345-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-PRM                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-COFA                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-TRS                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-COFQ                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-ACK                     VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-COFA-OPEN-SW             PIC X(1)  VALUE "N".
           88  TVA-COFA-OPEN                      VALUE "Y".
       01  TVA-TRS-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-TRS                     VALUE "Y".
       01  TVA-FOUND-SW                 PIC X(1)  VALUE "N".
           88  TVA-FOUND                          VALUE "Y".
      *
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-CUTOFF                   PIC 9(8).
       01  TVA-WORK-DATE                PIC 9(8).
       01  TVA-WORK-DATE-R REDEFINES TVA-WORK-DATE.
           05  TVA-WRK-AAAA             PIC 9(4).
           05  TVA-WRK-MM               PIC 9(2).
           05  TVA-WRK-JJ               PIC 9(2).
       01  TVA-MONTH-LEN                PIC 9(2).
       01  TVA-LEAP-REM                 PIC 9(4).
       01  TVA-LEAP-QUOT                PIC 9(4).
      ***** ONE DIGIT WIDER THAN THE CARD FIELD SO THE VARYING LOOP
      ***** CAN PASS A 999-DAY DELAY AND TERMINATE
       01  TVA-DAY-CTR                  PIC 9(4)  VALUE ZERO.
       01  TVA-AGE                      PIC 9(3)  VALUE ZERO.
       01  TVA-REASON                   PIC X(40) VALUE SPACES.
      *
      ***** TRANSMISSIONS ACKNOWLEDGED IN THIS RUN
       01  TVA-TRN-MAX                  PIC 9(3)  VALUE 100 COMP.
       01  TVA-TRN-USED                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-TRN-IX                   PIC 9(3)  VALUE ZERO COMP.
       01  TVA-TRN-BEST                 PIC 9(3)  VALUE ZERO COMP.
       01  TVA-TRN-TABLE.
           05  TVA-TRN-ENTRY OCCURS 100 TIMES.
               10  TVA-N-TRANS          PIC 9(6).
               10  TVA-N-LIGNES         PIC 9(7).
               10  TVA-N-ACK            PIC 9(7).
               10  TVA-N-ACCEPT         PIC 9(7).
               10  TVA-N-REJET          PIC 9(7).
       01  TVA-TRN-FULL-WARNED-SW       PIC X(1)  VALUE "N".
           88  TVA-TRN-FULL-WARNED                VALUE "Y".
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-ACCEPTED       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-REJECTED       PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-UNMATCHED      PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-QUEUED         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-CLEARED        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-OVERDUE        PIC 9(7)  VALUE ZERO.
      *
       01  TVA345-HEADING-1             PIC X(60)
           VALUE "TVA345 - COFRADEL ACKNOWLEDGEMENT INTAKE".
       01  TVA345-PARM-LINE.
           05  FILLER                   PIC X(24)
               VALUE "OVERDUE AFTER.........:".
           05  TVA345-H-DAYS            PIC ZZ9.
           05  FILLER                   PIC X(20)
               VALUE " DAYS - SENT BEFORE ".
           05  TVA345-H-CUTOFF          PIC 9(8).
      *
       01  TVA345-DET-HEADING           PIC X(60)
           VALUE "REJECTED AND UNMATCHED LINES".
       01  TVA345-DET-COL-HEADING.
           05  FILLER                   PIC X(8)  VALUE "TRANS".
           05  FILLER                   PIC X(8)  VALUE "LINE".
           05  FILLER                   PIC X(22) VALUE "FDIN-TVA-CLEF".
           05  FILLER                   PIC X(8)  VALUE "ACH/VEN".
           05  FILLER                   PIC X(11) VALUE "OUTCOME".
           05  FILLER                   PIC X(40) VALUE "REASON".
       01  TVA345-DET-LINE.
           05  TVA345-D-TRANS           PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-D-NOLIG           PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-D-GEN             PIC X(18).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA345-D-VER             PIC X(2).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA345-D-COFACH          PIC X(2).
           05  FILLER                   PIC X(1)  VALUE "/".
           05  TVA345-D-COFVEN          PIC X(2).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA345-D-OUTCOME         PIC X(9).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-D-MOTIF           PIC X(40).
       01  TVA345-NO-DET-LINE           PIC X(60)
           VALUE "NO REJECTED OR UNMATCHED LINE".
      *
       01  TVA345-TRN-HEADING           PIC X(60)
           VALUE "TRANSMISSIONS ACKNOWLEDGED".
       01  TVA345-TRN-COL-HEADING.
           05  FILLER                   PIC X(8)  VALUE "TRANS".
           05  FILLER                   PIC X(10) VALUE "SENT".
           05  FILLER                   PIC X(9)  VALUE "LINES".
           05  FILLER                   PIC X(9)  VALUE "ACKED".
           05  FILLER                   PIC X(9)  VALUE "ACCEPTED".
           05  FILLER                   PIC X(9)  VALUE "REJECTED".
           05  FILLER                   PIC X(4)  VALUE "ST".
           05  FILLER                   PIC X(40) VALUE "NOTE".
       01  TVA345-TRN-LINE.
           05  TVA345-N-TRANS           PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-N-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-N-LIGNES          PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-N-ACK             PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-N-ACCEPT          PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-N-REJET           PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-N-STATUT          PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA345-N-NOTE            PIC X(40).
       01  TVA345-NO-TRN-LINE           PIC X(60)
           VALUE "NO ACKNOWLEDGEMENT RECEIVED".
       01  TVA345-WARN-TRN-LINE         PIC X(64)
           VALUE "** WARNING ** MORE THAN 100 TRANSMISSIONS - LATER".
       01  TVA345-WARN-TRN-LINE-2       PIC X(64)
           VALUE "** WARNING ** ONES ARE LISTED BUT NOT REGISTERED".
      *
       01  TVA345-OVD-HEADING           PIC X(60)
           VALUE "TRANSMISSIONS OVERDUE".
       01  TVA345-OVD-COL-HEADING.
           05  FILLER                   PIC X(8)  VALUE "TRANS".
           05  FILLER                   PIC X(10) VALUE "SENT".
           05  FILLER                   PIC X(9)  VALUE "LINES".
           05  FILLER                   PIC X(9)  VALUE "ACKED".
           05  FILLER                   PIC X(6)  VALUE "DAYS".
           05  FILLER                   PIC X(4)  VALUE "ST".
           05  FILLER                   PIC X(14) VALUE "FIRST OVERDUE".
       01  TVA345-OVD-LINE.
           05  TVA345-O-TRANS           PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-O-DATE            PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-O-LIGNES          PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-O-ACK             PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA345-O-AGE             PIC ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA345-O-STATUT          PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  TVA345-O-RELANCE         PIC 9(8).
       01  TVA345-NO-OVD-LINE           PIC X(60)
           VALUE "NO TRANSMISSION OVERDUE".
      *
       01  TVA345-TOTAL-LINE.
           05  FILLER                   PIC X(24)
               VALUE "LINES ACKNOWLEDGED....:".
           05  TVA345-T-READ            PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-2.
           05  FILLER                   PIC X(24)
               VALUE "  ACCEPTED............:".
           05  TVA345-T-ACCEPTED        PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-3.
           05  FILLER                   PIC X(24)
               VALUE "  REJECTED............:".
           05  TVA345-T-REJECTED        PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "  UNMATCHED...........:".
           05  TVA345-T-UNMATCHED       PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "KEYS QUEUED TO RESEND.:".
           05  TVA345-T-QUEUED          PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "KEYS OFF THE QUEUE....:".
           05  TVA345-T-CLEARED         PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-7.
           05  FILLER                   PIC X(24)
               VALUE "TRANSMISSIONS ACKED...:".
           05  TVA345-T-TRANS           PIC ZZZZZZ9.
       01  TVA345-TOTAL-LINE-8.
           05  FILLER                   PIC X(24)
               VALUE "TRANSMISSIONS OVERDUE.:".
           05  TVA345-T-OVERDUE         PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
      ****************************************************************
      *    0000-MAINLINE                                             *
      ****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT TVA-ABEND
               PERFORM 2000-PROCESS-ACK THRU 2000-EXIT
                   UNTIL TVA-END-OF-ACK
               PERFORM 5000-UPDATE-REGISTER THRU 5000-EXIT
               PERFORM 6000-CHECK-OVERDUE THRU 6000-EXIT
               PERFORM 8000-TERMINATE THRU 8000-EXIT
           END-IF.
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PARAMETER CARD, OPEN FILES, PRIME READ   *
      ****************************************************************
       1000-INITIALIZE.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT TVA345-REPORT.
           IF TVA-FS-RPT NOT = "00"
               DISPLAY "TVA345 - CANNOT OPEN TVA345RPT, STATUS="
                   TVA-FS-RPT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA345-REPORT-LINE FROM TVA345-HEADING-1.
           OPEN INPUT TVA345-PARM.
           IF TVA-FS-PRM NOT = "00"
               DISPLAY "TVA345 - CANNOT OPEN TVA345PRM, STATUS="
                   TVA-FS-PRM
               CLOSE TVA345-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           READ TVA345-PARM
               AT END
                   DISPLAY "TVA345 - PARAMETER CARD MISSING"
                   CLOSE TVA345-PARM TVA345-REPORT
                   MOVE "Y" TO TVA-ABEND-SW
           END-READ.
           IF TVA-ABEND
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-EDIT-PARM THRU 1500-EXIT.
           CLOSE TVA345-PARM.
           IF TVA-ABEND
               CLOSE TVA345-REPORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1600-COMPUTE-CUTOFF THRU 1600-EXIT.
           MOVE TVA345-P-DAYS TO TVA345-H-DAYS.
           MOVE TVA-CUTOFF TO TVA345-H-CUTOFF.
           WRITE TVA345-REPORT-LINE FROM TVA345-PARM-LINE.
           OPEN I-O FDIN-TRS-FILE.
           IF TVA-FS-TRS = "35"
               OPEN OUTPUT FDIN-TRS-FILE
               CLOSE FDIN-TRS-FILE
               OPEN I-O FDIN-TRS-FILE
           END-IF.
           IF TVA-FS-TRS NOT = "00"
               DISPLAY "TVA345 - CANNOT OPEN FDINTRS, STATUS="
                   TVA-FS-TRS
               CLOSE TVA345-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O FDIN-COFQ-FILE.
           IF TVA-FS-COFQ = "35"
               OPEN OUTPUT FDIN-COFQ-FILE
               CLOSE FDIN-COFQ-FILE
               OPEN I-O FDIN-COFQ-FILE
           END-IF.
           IF TVA-FS-COFQ NOT = "00"
               DISPLAY "TVA345 - CANNOT OPEN FDINCOFQ, STATUS="
                   TVA-FS-COFQ
               CLOSE FDIN-TRS-FILE TVA345-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA345-REPORT-LINE FROM TVA345-DET-HEADING.
           WRITE TVA345-REPORT-LINE FROM TVA345-DET-COL-HEADING.
           OPEN INPUT FDIN-COFA-FILE.
           IF TVA-FS-COFA = "35"
               MOVE "Y" TO TVA-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           IF TVA-FS-COFA NOT = "00"
               DISPLAY "TVA345 - CANNOT OPEN TVACOFA, STATUS="
                   TVA-FS-COFA
               CLOSE FDIN-TRS-FILE FDIN-COFQ-FILE TVA345-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO TVA-COFA-OPEN-SW.
           PERFORM 2100-READ-ACK THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1500-EDIT-PARM - FIELD EDITS ON THE PARAMETER CARD         *
      ****************************************************************
       1500-EDIT-PARM.
           IF TVA345-P-DAYS NOT NUMERIC OR TVA345-P-DAYS = ZERO
               DISPLAY "TVA345 - OVERDUE DELAY NOT NUMERIC OR ZERO"
               MOVE "Y" TO TVA-ABEND-SW
           END-IF.
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1600-COMPUTE-CUTOFF - TODAY LESS N DAYS, ONE DAY AT A TIME *
      *                            WITH MONTH AND YEAR ROLLBACK       *
      ****************************************************************
       1600-COMPUTE-CUTOFF.
           MOVE TVA-TODAY TO TVA-WORK-DATE.
           PERFORM 1650-SUBTRACT-ONE-DAY THRU 1650-EXIT
               VARYING TVA-DAY-CTR FROM 1 BY 1
               UNTIL TVA-DAY-CTR > TVA345-P-DAYS.
           MOVE TVA-WORK-DATE TO TVA-CUTOFF.
       1600-EXIT.
           EXIT.
      *
       1650-SUBTRACT-ONE-DAY.
           IF TVA-WRK-JJ > 1
               SUBTRACT 1 FROM TVA-WRK-JJ
               GO TO 1650-EXIT
           END-IF.
           IF TVA-WRK-MM > 1
               SUBTRACT 1 FROM TVA-WRK-MM
           ELSE
               MOVE 12 TO TVA-WRK-MM
               SUBTRACT 1 FROM TVA-WRK-AAAA
           END-IF.
           PERFORM 1750-GET-MONTH-LENGTH THRU 1750-EXIT.
           MOVE TVA-MONTH-LEN TO TVA-WRK-JJ.
       1650-EXIT.
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
      *    2000-PROCESS-ACK - MATCH AN ACKNOWLEDGED LINE TO ITS       *
      *                         TRANSMISSION AND ACT ON ITS OUTCOME   *
      ****************************************************************
       2000-PROCESS-ACK.
           ADD 1 TO TVA-COUNT-READ.
           PERFORM 2200-FIND-TRANSMISSION THRU 2200-EXIT.
           IF NOT TVA-FOUND
               GO TO 2000-NEXT
           END-IF.
           IF FDIN-COFA-NOLIG = ZERO
                   OR FDIN-COFA-NOLIG > FDIN-TRS-LIGNES
               MOVE "LINE NUMBER NOT IN THE TRANSMISSION"
                   TO TVA-REASON
               PERFORM 2900-LIST-UNMATCHED THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF NOT COFA-ACCEPTED AND NOT COFA-REJECTED
               MOVE "OUTCOME NEITHER ACCEPTED NOR REJECTED"
                   TO TVA-REASON
               PERFORM 2900-LIST-UNMATCHED THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF TVA-TRN-BEST NOT = ZERO
               ADD 1 TO TVA-N-ACK (TVA-TRN-BEST)
           END-IF.
           IF COFA-ACCEPTED
               ADD 1 TO TVA-COUNT-ACCEPTED
               IF TVA-TRN-BEST NOT = ZERO
                   ADD 1 TO TVA-N-ACCEPT (TVA-TRN-BEST)
               END-IF
               PERFORM 3500-CLEAR-QUEUE THRU 3500-EXIT
           ELSE
               ADD 1 TO TVA-COUNT-REJECTED
               IF TVA-TRN-BEST NOT = ZERO
                   ADD 1 TO TVA-N-REJET (TVA-TRN-BEST)
               END-IF
               PERFORM 3000-LIST-REJECTED THRU 3000-EXIT
               PERFORM 3100-QUEUE-REJECTED THRU 3100-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-ACK THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-READ-ACK.
           READ FDIN-COFA-FILE
               AT END
                   MOVE "Y" TO TVA-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2200-FIND-TRANSMISSION - THE REGISTER RECORD AND THE RUN   *
      *                               TABLE ENTRY OF THE LINE         *
      ****************************************************************
       2200-FIND-TRANSMISSION.
           MOVE "N" TO TVA-FOUND-SW.
           MOVE FDIN-COFA-TRANS TO FDIN-TRS-NUM.
           READ FDIN-TRS-FILE
               INVALID KEY
                   MOVE "TRANSMISSION NOT ON THE REGISTER"
                       TO TVA-REASON
                   PERFORM 2900-LIST-UNMATCHED THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           MOVE "Y" TO TVA-FOUND-SW.
           MOVE ZERO TO TVA-TRN-BEST.
           PERFORM 2250-SCAN-TABLE THRU 2250-EXIT
               VARYING TVA-TRN-IX FROM 1 BY 1
               UNTIL TVA-TRN-IX > TVA-TRN-USED.
           IF TVA-TRN-BEST NOT = ZERO
               GO TO 2200-EXIT
           END-IF.
           IF TVA-TRN-USED NOT < TVA-TRN-MAX
               IF NOT TVA-TRN-FULL-WARNED
                   WRITE TVA345-REPORT-LINE FROM TVA345-WARN-TRN-LINE
                   WRITE TVA345-REPORT-LINE
                       FROM TVA345-WARN-TRN-LINE-2
                   MOVE "Y" TO TVA-TRN-FULL-WARNED-SW
               END-IF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO TVA-TRN-USED.
           MOVE TVA-TRN-USED TO TVA-TRN-BEST.
           MOVE FDIN-TRS-NUM TO TVA-N-TRANS (TVA-TRN-BEST).
           MOVE FDIN-TRS-LIGNES TO TVA-N-LIGNES (TVA-TRN-BEST).
           MOVE ZERO TO TVA-N-ACK (TVA-TRN-BEST)
                        TVA-N-ACCEPT (TVA-TRN-BEST)
                        TVA-N-REJET (TVA-TRN-BEST).
       2200-EXIT.
           EXIT.
      *
       2250-SCAN-TABLE.
           IF TVA-N-TRANS (TVA-TRN-IX) = FDIN-COFA-TRANS
               MOVE TVA-TRN-IX TO TVA-TRN-BEST
           END-IF.
       2250-EXIT.
           EXIT.
      *
       2900-LIST-UNMATCHED.
           ADD 1 TO TVA-COUNT-UNMATCHED.
           MOVE "UNMATCHED" TO TVA345-D-OUTCOME.
           MOVE TVA-REASON TO TVA345-D-MOTIF.
           PERFORM 3050-WRITE-DETAIL THRU 3050-EXIT.
       2900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-LIST-REJECTED - THE KEY AND THE COFRADEL REASON       *
      ****************************************************************
       3000-LIST-REJECTED.
           MOVE "REJECTED" TO TVA345-D-OUTCOME.
           MOVE FDIN-COFA-MOTIF TO TVA345-D-MOTIF.
           PERFORM 3050-WRITE-DETAIL THRU 3050-EXIT.
       3000-EXIT.
           EXIT.
      *
       3050-WRITE-DETAIL.
           MOVE FDIN-COFA-TRANS TO TVA345-D-TRANS.
           MOVE FDIN-COFA-NOLIG TO TVA345-D-NOLIG.
           MOVE FDIN-COFA-CLEF-GEN TO TVA345-D-GEN.
           MOVE FDIN-COFA-CLEF-VER TO TVA345-D-VER.
           MOVE FDIN-COFA-COFACH TO TVA345-D-COFACH.
           MOVE FDIN-COFA-COFVEN TO TVA345-D-COFVEN.
           WRITE TVA345-REPORT-LINE FROM TVA345-DET-LINE.
       3050-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-QUEUE-REJECTED - QUEUE THE KEY FOR THE NEXT EXTRACT.  *
      *                            A REJECTION FROM AN OLDER          *
      *                            TRANSMISSION LEAVES A NEWER ONE    *
      *                            IN PLACE                           *
      ****************************************************************
       3100-QUEUE-REJECTED.
           MOVE FDIN-COFA-CLEF-GEN TO FDIN-COFQ-CLEF-GEN.
           MOVE FDIN-COFA-CLEF-VER TO FDIN-COFQ-CLEF-VER.
           READ FDIN-COFQ-FILE
               INVALID KEY
                   PERFORM 3200-NEW-QUEUE-ENTRY THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF FDIN-COFQ-TRANS-REJET > FDIN-COFA-TRANS
               GO TO 3100-EXIT
           END-IF.
           MOVE "Q" TO FDIN-COFQ-STATUT.
           MOVE FDIN-COFA-TRANS TO FDIN-COFQ-TRANS-REJET.
           MOVE TVA-TODAY TO FDIN-COFQ-DATE-REJET.
           MOVE FDIN-COFA-MOTIF TO FDIN-COFQ-MOTIF.
           IF FDIN-COFQ-NB-REJETS < 999
               ADD 1 TO FDIN-COFQ-NB-REJETS
           END-IF.
           REWRITE FDIN-COFQ
               INVALID KEY
                   DISPLAY "TVA345 - REWRITE FAILED ON FDINCOFQ "
                       FDIN-COFQ-CLEF
                   GO TO 3100-EXIT
           END-REWRITE.
           ADD 1 TO TVA-COUNT-QUEUED.
       3100-EXIT.
           EXIT.
      *
       3200-NEW-QUEUE-ENTRY.
           MOVE SPACES TO FDIN-COFQ.
           MOVE FDIN-COFA-CLEF-GEN TO FDIN-COFQ-CLEF-GEN.
           MOVE FDIN-COFA-CLEF-VER TO FDIN-COFQ-CLEF-VER.
           MOVE "Q" TO FDIN-COFQ-STATUT.
           MOVE FDIN-COFA-TRANS TO FDIN-COFQ-TRANS-REJET.
           MOVE TVA-TODAY TO FDIN-COFQ-DATE-REJET.
           MOVE FDIN-COFA-MOTIF TO FDIN-COFQ-MOTIF.
           MOVE 1 TO FDIN-COFQ-NB-REJETS.
           MOVE ZERO TO FDIN-COFQ-TRANS-RENVOI FDIN-COFQ-DATE-RENVOI.
           WRITE FDIN-COFQ
               INVALID KEY
                   DISPLAY "TVA345 - WRITE FAILED ON FDINCOFQ "
                       FDIN-COFQ-CLEF
                   GO TO 3200-EXIT
           END-WRITE.
           ADD 1 TO TVA-COUNT-QUEUED.
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-CLEAR-QUEUE - AN ACCEPTED KEY LEAVES THE QUEUE,       *
      *                         UNLESS IT WAS REJECTED AGAIN IN A     *
      *                         LATER TRANSMISSION                    *
      ****************************************************************
       3500-CLEAR-QUEUE.
           MOVE FDIN-COFA-CLEF-GEN TO FDIN-COFQ-CLEF-GEN.
           MOVE FDIN-COFA-CLEF-VER TO FDIN-COFQ-CLEF-VER.
           READ FDIN-COFQ-FILE
               INVALID KEY
                   GO TO 3500-EXIT
           END-READ.
           IF FDIN-COFQ-TRANS-REJET > FDIN-COFA-TRANS
               GO TO 3500-EXIT
           END-IF.
           DELETE FDIN-COFQ-FILE
               INVALID KEY
                   DISPLAY "TVA345 - DELETE FAILED ON FDINCOFQ "
                       FDIN-COFQ-CLEF
                   GO TO 3500-EXIT
           END-DELETE.
           ADD 1 TO TVA-COUNT-CLEARED.
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-UPDATE-REGISTER - POST THE COUNTS AND STATUS OF EACH  *
      *                             TRANSMISSION ACKNOWLEDGED         *
      ****************************************************************
       5000-UPDATE-REGISTER.
           IF TVA-COUNT-REJECTED = ZERO
                   AND TVA-COUNT-UNMATCHED = ZERO
               WRITE TVA345-REPORT-LINE FROM TVA345-NO-DET-LINE
           END-IF.
           WRITE TVA345-REPORT-LINE FROM TVA345-TRN-HEADING.
           IF TVA-TRN-USED = ZERO
               WRITE TVA345-REPORT-LINE FROM TVA345-NO-TRN-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE TVA345-REPORT-LINE FROM TVA345-TRN-COL-HEADING.
           PERFORM 5100-POST-TRANSMISSION THRU 5100-EXIT
               VARYING TVA-TRN-IX FROM 1 BY 1
               UNTIL TVA-TRN-IX > TVA-TRN-USED.
       5000-EXIT.
           EXIT.
      *
       5100-POST-TRANSMISSION.
           MOVE TVA-N-TRANS (TVA-TRN-IX) TO FDIN-TRS-NUM.
           READ FDIN-TRS-FILE
               INVALID KEY
                   DISPLAY "TVA345 - FDINTRS RECORD LOST "
                       FDIN-TRS-NUM
                   GO TO 5100-EXIT
           END-READ.
           MOVE SPACES TO TVA345-N-NOTE.
           IF FDIN-TRS-DATE-ACK NOT = ZERO
               MOVE "REPLACES AN EARLIER ACKNOWLEDGEMENT"
                   TO TVA345-N-NOTE
           END-IF.
           MOVE TVA-N-ACK (TVA-TRN-IX) TO FDIN-TRS-NB-ACK.
           MOVE TVA-N-ACCEPT (TVA-TRN-IX) TO FDIN-TRS-NB-ACCEPT.
           MOVE TVA-N-REJET (TVA-TRN-IX) TO FDIN-TRS-NB-REJET.
           MOVE TVA-TODAY TO FDIN-TRS-DATE-ACK.
           IF FDIN-TRS-NB-ACK < FDIN-TRS-LIGNES
               MOVE "I" TO FDIN-TRS-STATUT
           ELSE
               IF FDIN-TRS-NB-REJET > ZERO
                   MOVE "R" TO FDIN-TRS-STATUT
               ELSE
                   MOVE "A" TO FDIN-TRS-STATUT
               END-IF
           END-IF.
           REWRITE FDIN-TRS
               INVALID KEY
                   DISPLAY "TVA345 - REWRITE FAILED ON FDINTRS "
                       FDIN-TRS-NUM
                   GO TO 5100-EXIT
           END-REWRITE.
           MOVE FDIN-TRS-NUM TO TVA345-N-TRANS.
           MOVE FDIN-TRS-DATE-ENV TO TVA345-N-DATE.
           MOVE FDIN-TRS-LIGNES TO TVA345-N-LIGNES.
           MOVE FDIN-TRS-NB-ACK TO TVA345-N-ACK.
           MOVE FDIN-TRS-NB-ACCEPT TO TVA345-N-ACCEPT.
           MOVE FDIN-TRS-NB-REJET TO TVA345-N-REJET.
           MOVE FDIN-TRS-STATUT TO TVA345-N-STATUT.
           WRITE TVA345-REPORT-LINE FROM TVA345-TRN-LINE.
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-CHECK-OVERDUE - EVERY TRANSMISSION SENT BEFORE THE    *
      *                           CUTOFF AND NOT FULLY ACKNOWLEDGED   *
      ****************************************************************
       6000-CHECK-OVERDUE.
           WRITE TVA345-REPORT-LINE FROM TVA345-OVD-HEADING.
           WRITE TVA345-REPORT-LINE FROM TVA345-OVD-COL-HEADING.
           MOVE ZERO TO FDIN-TRS-NUM.
           MOVE "N" TO TVA-TRS-EOF-SW.
           START FDIN-TRS-FILE KEY NOT LESS THAN FDIN-TRS-NUM
               INVALID KEY
                   MOVE "Y" TO TVA-TRS-EOF-SW
           END-START.
           PERFORM 6100-READ-REGISTER THRU 6100-EXIT
               UNTIL TVA-END-OF-TRS.
           IF TVA-COUNT-OVERDUE = ZERO
               WRITE TVA345-REPORT-LINE FROM TVA345-NO-OVD-LINE
           END-IF.
       6000-EXIT.
           EXIT.
      *
       6100-READ-REGISTER.
           READ FDIN-TRS-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-TRS-EOF-SW
                   GO TO 6100-EXIT
           END-READ.
           IF NOT TRS-SENT AND NOT TRS-INCOMPLETE
               GO TO 6100-EXIT
           END-IF.
           IF FDIN-TRS-DATE-ENV NOT < TVA-CUTOFF
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO TVA-COUNT-OVERDUE.
           PERFORM 6200-COMPUTE-AGE THRU 6200-EXIT.
           IF FDIN-TRS-DATE-RELANCE = ZERO
               MOVE TVA-TODAY TO FDIN-TRS-DATE-RELANCE
               REWRITE FDIN-TRS
                   INVALID KEY
                       DISPLAY "TVA345 - REWRITE FAILED ON FDINTRS "
                           FDIN-TRS-NUM
               END-REWRITE
           END-IF.
           MOVE FDIN-TRS-NUM TO TVA345-O-TRANS.
           MOVE FDIN-TRS-DATE-ENV TO TVA345-O-DATE.
           MOVE FDIN-TRS-LIGNES TO TVA345-O-LIGNES.
           MOVE FDIN-TRS-NB-ACK TO TVA345-O-ACK.
           MOVE TVA-AGE TO TVA345-O-AGE.
           MOVE FDIN-TRS-STATUT TO TVA345-O-STATUT.
           MOVE FDIN-TRS-DATE-RELANCE TO TVA345-O-RELANCE.
           WRITE TVA345-REPORT-LINE FROM TVA345-OVD-LINE.
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6200-COMPUTE-AGE - DAYS FROM THE SENDING DATE TO TODAY,    *
      *                         COUNTED ONE DAY AT A TIME UP TO 999   *
      ****************************************************************
       6200-COMPUTE-AGE.
           MOVE ZERO TO TVA-AGE.
           IF FDIN-TRS-DATE-ENV NOT NUMERIC
                   OR FDIN-TRS-DATE-ENV = ZERO
               MOVE 999 TO TVA-AGE
               GO TO 6200-EXIT
           END-IF.
           MOVE FDIN-TRS-DATE-ENV TO TVA-WORK-DATE.
           PERFORM 6250-AGE-ONE-DAY THRU 6250-EXIT
               UNTIL TVA-WORK-DATE NOT < TVA-TODAY
                  OR TVA-AGE NOT < 999.
       6200-EXIT.
           EXIT.
      *
       6250-AGE-ONE-DAY.
           PERFORM 1700-ADD-ONE-DAY THRU 1700-EXIT.
           ADD 1 TO TVA-AGE.
       6250-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-TERMINATE - TOTALS AND CLOSE                         *
      ****************************************************************
       8000-TERMINATE.
           MOVE TVA-COUNT-READ TO TVA345-T-READ.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE.
           MOVE TVA-COUNT-ACCEPTED TO TVA345-T-ACCEPTED.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-2.
           MOVE TVA-COUNT-REJECTED TO TVA345-T-REJECTED.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-3.
           MOVE TVA-COUNT-UNMATCHED TO TVA345-T-UNMATCHED.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-4.
           MOVE TVA-COUNT-QUEUED TO TVA345-T-QUEUED.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-5.
           MOVE TVA-COUNT-CLEARED TO TVA345-T-CLEARED.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-6.
           MOVE TVA-TRN-USED TO TVA345-T-TRANS.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-7.
           MOVE TVA-COUNT-OVERDUE TO TVA345-T-OVERDUE.
           WRITE TVA345-REPORT-LINE FROM TVA345-TOTAL-LINE-8.
           IF TVA-COFA-OPEN
               CLOSE FDIN-COFA-FILE
           END-IF.
           CLOSE FDIN-TRS-FILE FDIN-COFQ-FILE TVA345-REPORT.
       8000-EXIT.
           EXIT.
