      *         .   MEANS NO VAT APPLIES TO THE DESTINATION AND THE  *
      *         .   TVA-GEN KEY IS LEFT BLANK.                       *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: ADDED FDIN-PAY-UE (TAKEN FROM  *
      *                                  THE FILLER) - 'O' MARKS AN  *
      *                                  EU MEMBER STATE, SO THE     *
      *                                  EC SALES LIST (TVA285) CAN  *
      *                                  TELL AN INTRA-EU EXEMPTION  *
      *                                  FROM AN EXPORT ONE          *
      *                                                              *
      ****************************************************************
       01  FDIN-PAY.
           05  FDIN-PAY-DATE-DEB      PIC 9(8).
      ***** Date fin effet de la version   AAAAMMJJ
           05  FDIN-PAY-DATE-FIN      PIC 9(8).
      ***** EU member state            O/N
           05  FDIN-PAY-UE            PIC X(1).
           05  FILLER                 PIC X(18).
