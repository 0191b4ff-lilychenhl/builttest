      *         .   APPLIES.  RC-PAYS JUDGES THE ROUTING TABLE, RC  *
      *         .   IS THE TVA165 VERDICT ON THE MAPPED KEY.        *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: ADDED FDIN-PAYK-UE (TAKEN FROM *
      *                                  THE FILLER) - THE EU MEMBER *
      *                                  FLAG OF THE RESOLVED        *
      *                                  ROUTING, FOR TVA285         *
      *                                                              *
      ****************************************************************
       01  FDIN-PAY-RES.
               88  PAYK-RC-INACTIVE           VALUE 8.
               88  PAYK-RC-NOT-FOUND          VALUE 12.
               88  PAYK-RC-FILE-ERROR         VALUE 16.
      ***** EU member flag of the resolved routing (output)  O/N
           05  FDIN-PAYK-UE               PIC X(1).
           05  FILLER                     PIC X(9).
