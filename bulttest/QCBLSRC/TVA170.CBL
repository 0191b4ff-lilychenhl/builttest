      * FILES USED.................: . FDINTVA   - INPUT (INDEXED)   *
      *         .                      FDINTVAI  - OUTPUT (INTERFACE)*
      *         .                      TVA170RPT - OUTPUT (LISTING)  *
      *         .                      FDINTRS   - I/O  (TRANSMISSION *
      *         .                        REGISTER)                   *
      *         .                      FDINCOFQ  - I/O  (COFRADEL    *
      *         .                        RESEND QUEUE)               *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 08/08/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW PROGRAM - EXTRACT ACTIVE   *
      *                    FDIN-TVA-CHAIN COMMUNICATION AREA       *
      *                    (FDINTVAX).  STANDALONE EXECUTION IS    *
      *                    UNCHANGED.                              *
      * 10/14/26  DEV    EVERY EXTRACT IS A NUMBERED TRANSMISSION:   *
      *                    THE NEXT NUMBER ON THE FDINTRS REGISTER   *
      *                    IS STAMPED ON EVERY LINE WITH ITS LINE    *
      *                    NUMBER, A TRAILER GIVES THE LINE COUNT,   *
      *                    AND THE TRANSMISSION IS REGISTERED AS     *
      *                    SENT FOR TVA345 TO MATCH THE COFRADEL     *
      *                    ACKNOWLEDGEMENT.  A KEY WAITING ON THE    *
      *                    FDINCOFQ RESEND QUEUE IS FLAGGED AS SENT  *
      *                    AGAIN AND LISTED; A QUEUED KEY THE        *
      *                    EXTRACT NO LONGER CARRIES IS LISTED AND   *
      *                    DROPPED FROM THE QUEUE.                   *
      ****************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT TVA170-REPORT    ASSIGN TO "TVA170RPT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TVA-FS-RPT.
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
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TVA170-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TVA170-REPORT-LINE           PIC X(132).
      *
       FD  FDIN-TRS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINTRS.
      *
       FD  FDIN-COFQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FDINCOFQ.
      *
       WORKING-STORAGE SECTION.
       01  TVA-FS-MASTER                PIC X(2)  VALUE SPACES.
       01  TVA-FS-INTF                  PIC X(2)  VALUE SPACES.
       01  TVA-FS-RPT                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-TRS                   PIC X(2)  VALUE SPACES.
       01  TVA-FS-COFQ                  PIC X(2)  VALUE SPACES.
      *
       01  TVA-EOF-SW                   PIC X(1)  VALUE "N".
           88  TVA-END-OF-MASTER                  VALUE "Y".
       01  TVA-ABEND-SW                 PIC X(1)  VALUE "N".
           88  TVA-ABEND                          VALUE "Y".
       01  TVA-TRS-EOF-SW               PIC X(1)  VALUE "N".
           88  TVA-END-OF-TRS                     VALUE "Y".
       01  TVA-COFQ-AVAIL-SW            PIC X(1)  VALUE "N".
           88  TVA-COFQ-AVAILABLE                 VALUE "Y".
       01  TVA-COFQ-EOF-SW              PIC X(1)  VALUE "N".
           88  TVA-END-OF-COFQ                    VALUE "Y".
      *
      ***** THIS TRANSMISSION
       01  TVA-TRANS                    PIC 9(6)  VALUE ZERO.
       01  TVA-TODAY                    PIC 9(8).
       01  TVA-TIME                     PIC 9(8).
      *
       01  TVA-COUNTERS.
           05  TVA-COUNT-READ           PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-EXTRACTED      PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-SKIPPED        PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-RESENT         PIC 9(7)  VALUE ZERO.
           05  TVA-COUNT-DROPPED        PIC 9(7)  VALUE ZERO.
      *
       01  TVA170-HEADING-1             PIC X(38)
           VALUE "TVA170 - COFRADEL INTERFACE EXTRACT".
           05  FILLER                   PIC X(24)
               VALUE "RECORDS SKIPPED........:".
           05  TVA170-T-SKIP            PIC ZZZZZZ9.
       01  TVA170-TOTAL-LINE-4.
           05  FILLER                   PIC X(24)
               VALUE "TRANSMISSION NUMBER....:".
           05  TVA170-T-TRANS           PIC 9(6).
       01  TVA170-TOTAL-LINE-5.
           05  FILLER                   PIC X(24)
               VALUE "CODES SENT AGAIN.......:".
           05  TVA170-T-RESENT          PIC ZZZZZZ9.
       01  TVA170-TOTAL-LINE-6.
           05  FILLER                   PIC X(24)
               VALUE "QUEUED CODES DROPPED...:".
           05  TVA170-T-DROPPED         PIC ZZZZZZ9.
      *
       01  TVA170-QUEUE-LINE.
           05  TVA170-Q-ACTION          PIC X(12).
           05  TVA170-Q-GEN             PIC X(18).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  TVA170-Q-VER             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE "REJECTED IN ".
           05  TVA170-Q-TRANS           PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  TVA170-Q-MOTIF           PIC X(40).
      *
           COPY FDINTVAX.
      *
               GO TO 1000-EXIT
           END-IF.
           WRITE TVA170-REPORT-LINE FROM TVA170-HEADING-1.
           ACCEPT TVA-TODAY FROM DATE YYYYMMDD.
           ACCEPT TVA-TIME FROM TIME.
           OPEN I-O FDIN-TRS-FILE.
           IF TVA-FS-TRS = "35"
               OPEN OUTPUT FDIN-TRS-FILE
               CLOSE FDIN-TRS-FILE
               OPEN I-O FDIN-TRS-FILE
           END-IF.
           IF TVA-FS-TRS NOT = "00"
               DISPLAY "TVA170 - CANNOT OPEN FDINTRS, STATUS="
                   TVA-FS-TRS
               CLOSE FDIN-TVA-MASTER FDIN-TVA-INTFILE TVA170-REPORT
               MOVE "Y" TO TVA-ABEND-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-NEXT-TRANSMISSION THRU 1200-EXIT.
           OPEN I-O FDIN-COFQ-FILE.
           IF TVA-FS-COFQ = "00"
               MOVE "Y" TO TVA-COFQ-AVAIL-SW
           ELSE
               IF TVA-FS-COFQ NOT = "35"
                   DISPLAY "TVA170 - CANNOT OPEN FDINCOFQ, STATUS="
                       TVA-FS-COFQ
                   CLOSE FDIN-TVA-MASTER FDIN-TVA-INTFILE
                         TVA170-REPORT FDIN-TRS-FILE
                   MOVE "Y" TO TVA-ABEND-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1200-NEXT-TRANSMISSION - HIGHEST NUMBER ON THE REGISTER   *
      *                               PLUS ONE                       *
      ****************************************************************
       1200-NEXT-TRANSMISSION.
           MOVE ZERO TO TVA-TRANS.
           MOVE "N" TO TVA-TRS-EOF-SW.
           PERFORM 1250-READ-REGISTER THRU 1250-EXIT
               UNTIL TVA-END-OF-TRS.
           ADD 1 TO TVA-TRANS.
       1200-EXIT.
           EXIT.
      *
       1250-READ-REGISTER.
           READ FDIN-TRS-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-TRS-EOF-SW
                   GO TO 1250-EXIT
           END-READ.
           IF FDIN-TRS-NUM > TVA-TRANS
               MOVE FDIN-TRS-NUM TO TVA-TRANS
           END-IF.
       1250-EXIT.
           EXIT.
      *
       2000-PROCESS-MASTER.
           IF FDIN-TVA-ACTIF = "O"
           MOVE FDIN-TVA-ACTIF      TO FDIN-TVAI-ACTIF.
           MOVE FDIN-TVA-CLEF-GEN   TO FDIN-TVAI-CLEF-GEN.
           MOVE FDIN-TVA-CLEF-VER   TO FDIN-TVAI-CLEF-VER.
           MOVE TVA-TRANS           TO FDIN-TVAI-TRANS.
           COMPUTE FDIN-TVAI-NOLIG = TVA-COUNT-EXTRACTED + 1.
           MOVE "D"                 TO FDIN-TVAI-TYPE.
           MOVE "N"                 TO FDIN-TVAI-RENVOI.
           IF TVA-COFQ-AVAILABLE
               PERFORM 3100-CHECK-QUEUE THRU 3100-EXIT
           END-IF.
           WRITE FDIN-TVA-INTF.
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-QUEUE - A KEY COFRADEL REJECTED GOES OUT FLAGGED*
      *                         AS SENT AGAIN                        *
      ****************************************************************
       3100-CHECK-QUEUE.
           MOVE FDIN-TVA-CLEF-GEN TO FDIN-COFQ-CLEF-GEN.
           MOVE FDIN-TVA-CLEF-VER TO FDIN-COFQ-CLEF-VER.
           READ FDIN-COFQ-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE "O" TO FDIN-TVAI-RENVOI.
           MOVE "R" TO FDIN-COFQ-STATUT.
           MOVE TVA-TRANS TO FDIN-COFQ-TRANS-RENVOI.
           MOVE TVA-TODAY TO FDIN-COFQ-DATE-RENVOI.
           REWRITE FDIN-COFQ
               INVALID KEY
                   DISPLAY "TVA170 - REWRITE FAILED ON FDINCOFQ "
                       FDIN-COFQ-CLEF
           END-REWRITE.
           ADD 1 TO TVA-COUNT-RESENT.
           MOVE "SENT AGAIN" TO TVA170-Q-ACTION.
           PERFORM 3200-LIST-QUEUED THRU 3200-EXIT.
       3100-EXIT.
           EXIT.
      *
       3200-LIST-QUEUED.
           MOVE FDIN-COFQ-CLEF-GEN TO TVA170-Q-GEN.
           MOVE FDIN-COFQ-CLEF-VER TO TVA170-Q-VER.
           MOVE FDIN-COFQ-TRANS-REJET TO TVA170-Q-TRANS.
           MOVE FDIN-COFQ-MOTIF TO TVA170-Q-MOTIF.
           WRITE TVA170-REPORT-LINE FROM TVA170-QUEUE-LINE.
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-CLOSE-TRANSMISSION - TRAILER, STALE QUEUE ENTRIES AND *
      *                                THE REGISTER RECORD           *
      ****************************************************************
       7000-CLOSE-TRANSMISSION.
           MOVE SPACES TO FDIN-TVA-INTF-TRL.
           MOVE TVA-TODAY TO FDIN-TVAI-T-DATE.
           MOVE TVA-TIME TO FDIN-TVAI-T-HEURE.
           MOVE TVA-COUNT-EXTRACTED TO FDIN-TVAI-T-LIGNES.
           MOVE TVA-COUNT-RESENT TO FDIN-TVAI-T-RENVOIS.
           MOVE TVA-TRANS TO FDIN-TVAI-T-TRANS.
           MOVE ZERO TO FDIN-TVAI-T-NOLIG.
           MOVE "T" TO FDIN-TVAI-T-TYPE.
           WRITE FDIN-TVA-INTF-TRL.
           IF TVA-COFQ-AVAILABLE
               PERFORM 7100-DROP-STALE-QUEUE THRU 7100-EXIT
           END-IF.
           MOVE SPACES TO FDIN-TRS.
           MOVE TVA-TRANS TO FDIN-TRS-NUM.
           MOVE TVA-TODAY TO FDIN-TRS-DATE-ENV.
           MOVE TVA-TIME TO FDIN-TRS-HEURE-ENV.
           MOVE TVA-COUNT-EXTRACTED TO FDIN-TRS-LIGNES.
           MOVE TVA-COUNT-RESENT TO FDIN-TRS-RENVOIS.
           MOVE "E" TO FDIN-TRS-STATUT.
           MOVE ZERO TO FDIN-TRS-DATE-ACK FDIN-TRS-NB-ACK
                        FDIN-TRS-NB-ACCEPT FDIN-TRS-NB-REJET
                        FDIN-TRS-DATE-RELANCE.
           WRITE FDIN-TRS
               INVALID KEY
                   DISPLAY "TVA170 - WRITE FAILED ON FDINTRS "
                       FDIN-TRS-NUM
           END-WRITE.
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-DROP-STALE-QUEUE - A QUEUED KEY THIS EXTRACT DID NOT  *
      *                              CARRY IS NO LONGER SENT AT ALL  *
      ****************************************************************
       7100-DROP-STALE-QUEUE.
           MOVE LOW-VALUES TO FDIN-COFQ-CLEF.
           MOVE "N" TO TVA-COFQ-EOF-SW.
           START FDIN-COFQ-FILE KEY NOT LESS THAN FDIN-COFQ-CLEF
               INVALID KEY
                   MOVE "Y" TO TVA-COFQ-EOF-SW
           END-START.
           PERFORM 7150-READ-QUEUE THRU 7150-EXIT
               UNTIL TVA-END-OF-COFQ.
       7100-EXIT.
           EXIT.
      *
       7150-READ-QUEUE.
           READ FDIN-COFQ-FILE NEXT
               AT END
                   MOVE "Y" TO TVA-COFQ-EOF-SW
                   GO TO 7150-EXIT
           END-READ.
           IF FDIN-COFQ-TRANS-RENVOI = TVA-TRANS
               GO TO 7150-EXIT
           END-IF.
           MOVE "DROPPED" TO TVA170-Q-ACTION.
           PERFORM 3200-LIST-QUEUED THRU 3200-EXIT.
           DELETE FDIN-COFQ-FILE
               INVALID KEY
                   DISPLAY "TVA170 - DELETE FAILED ON FDINCOFQ "
                       FDIN-COFQ-CLEF
                   GO TO 7150-EXIT
           END-DELETE.
           ADD 1 TO TVA-COUNT-DROPPED.
       7150-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           PERFORM 7000-CLOSE-TRANSMISSION THRU 7000-EXIT.
           MOVE TVA-COUNT-READ TO TVA170-T-READ.
           WRITE TVA170-REPORT-LINE FROM TVA170-TOTAL-LINE.
           MOVE TVA-COUNT-EXTRACTED TO TVA170-T-EXTR.
           WRITE TVA170-REPORT-LINE FROM TVA170-TOTAL-LINE-2.
           MOVE TVA-COUNT-SKIPPED TO TVA170-T-SKIP.
           WRITE TVA170-REPORT-LINE FROM TVA170-TOTAL-LINE-3.
           MOVE TVA-TRANS TO TVA170-T-TRANS.
           WRITE TVA170-REPORT-LINE FROM TVA170-TOTAL-LINE-4.
           MOVE TVA-COUNT-RESENT TO TVA170-T-RESENT.
           WRITE TVA170-REPORT-LINE FROM TVA170-TOTAL-LINE-5.
           MOVE TVA-COUNT-DROPPED TO TVA170-T-DROPPED.
           WRITE TVA170-REPORT-LINE FROM TVA170-TOTAL-LINE-6.
           CLOSE FDIN-TVA-MASTER FDIN-TVA-INTFILE TVA170-REPORT
                 FDIN-TRS-FILE.
           IF TVA-COFQ-AVAILABLE
               CLOSE FDIN-COFQ-FILE
           END-IF.
       8000-EXIT.
           EXIT.
