      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINEXCK                      *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . CALL PARAMETER AREA FOR THE   *
      *         .                        TVA350 EXCEPTION REGISTER   *
      *         .                        SUBPROGRAM                  *
      * OTHER COPIES REQUIRED......: . FDINEXC                       *
      *         .                                                    *
      * COPY LOCATION..............: . WORKING-STORAGE (CALLER) AND  *
      *         .                        LINKAGE SECTION (TVA350).   *
      *         .   THE CALLER BEGINS ITS RUN (B) WITH ITS PROGRAM   *
      *         .   NAME, POSTS EACH EXCEPTION (P) WITH TYPE, OBJECT *
      *         .   AND TEXT, AND ENDS THE RUN (E).  WITH CLOTURE    *
      *         .   'O' THE END OF RUN CLOSES THE PROGRAM'S ITEMS    *
      *         .   NOT POSTED IN THE RUN; 'A' CLOSES ONLY THE       *
      *         .   ACCEPTED ONES (ONE-OFF EVENTS, WHICH STAY OPEN   *
      *         .   UNTIL REVIEWED); 'N' LEAVES THEM AS THEY ARE     *
      *         .   (RUN CUT SHORT).  THE COUNTS OF THE RUN ARE      *
      *         .   RETURNED ON EVERY CALL.                          *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - EXCEPTION REGISTER  *
      *                                  CALL AREA                   *
      *                                                              *
      ****************************************************************
       01  FDIN-EXC-POST.
      ***** Function             B = BEGIN RUN, P = POST, E = END RUN
           05  FDIN-EXCK-FONCTION         PIC X(1).
               88  EXCK-BEGIN-RUN             VALUE 'B'.
               88  EXCK-POST                  VALUE 'P'.
               88  EXCK-END-RUN               VALUE 'E'.
      ***** Source program, exception type and object in exception
           05  FDIN-EXCK-PGM              PIC X(8).
           05  FDIN-EXCK-TYPE             PIC X(8).
           05  FDIN-EXCK-OBJET            PIC X(24).
      ***** Text of the exception
           05  FDIN-EXCK-LIBELLE          PIC X(40).
      ***** End of run - close the items not posted      O/A/N
      *****   O = ALL, A = ACCEPTED ONLY, N = NONE
           05  FDIN-EXCK-CLOTURE          PIC X(1).
               88  EXCK-CLOSE-ALL             VALUE 'O'.
               88  EXCK-CLOSE-ACCEPTED        VALUE 'A'.
               88  EXCK-CLOSE-NONE            VALUE 'N'.
      ***** State of the item posted (output)
      *****   N = NEW, R = REOPENED, O = STILL OPEN, A = ACCEPTED
           05  FDIN-EXCK-ETAT             PIC X(1).
               88  EXCK-NEW                   VALUE 'N'.
               88  EXCK-REOPENED              VALUE 'R'.
               88  EXCK-STILL-OPEN            VALUE 'O'.
               88  EXCK-ACCEPTED              VALUE 'A'.
      ***** First date the item was reported (output)      AAAAMMJJ
           05  FDIN-EXCK-DATE-PREM        PIC 9(8).
      ***** Counts of the run so far (output)
           05  FDIN-EXCK-NB-NEW           PIC 9(7).
           05  FDIN-EXCK-NB-REOPEN        PIC 9(7).
           05  FDIN-EXCK-NB-CLOSED        PIC 9(7).
      ***** Return code
           05  FDIN-EXCK-RC               PIC 9(2).
               88  EXCK-RC-OK                 VALUE 0.
               88  EXCK-RC-NOT-BEGUN          VALUE 8.
               88  EXCK-RC-FILE-ERROR         VALUE 16.
           05  FILLER                     PIC X(6).
