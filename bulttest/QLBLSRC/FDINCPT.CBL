      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCPT                       *
      * TYPE OF COPY...............: . DEFINITION GENERAL FIELD      *
      * FUNCTION...................: . LEDGER-ACCOUNT MAPPING RECORD *
      *         .                        - GIVES THE GENERAL-LEDGER  *
      *         .                        ACCOUNTS THE VAT OF A CODE  *
      *         .                        IS POSTED TO BY THE TVA275  *
      *         .                        POSTING JOURNAL             *
      * OTHER COPIES REQUIRED......: . FDINTVA                       *
      *         .                                                    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .   TYPE  C = CODE IS A FDIN-TVA-CLEF-GEN KEY        *
      *         .         E = CODE IS AN EDIT CODE (TVAE/TVVE)       *
      *         .   A VAT-CODE RECORD WINS OVER THE EDIT-CODE        *
      *         .   RECORD, SO THE EDIT CODE CARRIES THE USUAL       *
      *         .   ACCOUNTS AND A CODE ONLY NEEDS ITS OWN RECORD    *
      *         .   WHEN IT POSTS ELSEWHERE.                         *
      *         .   COLL / DED    COLLECTED VAT (SALES) AND          *
      *         .                 DEDUCTIBLE VAT (PURCHASES)         *
      *         .   ACOLL / ADED  SELF-ASSESSED COLLECTED AND        *
      *         .                 DEDUCTIBLE VAT (REGIE CODES)       *
      *         .   CONTRE        CLEARING ACCOUNT TAKING THE        *
      *         .                 OTHER SIDE OF A NON-REGIE ENTRY    *
      *         .   NDED          NON-DEDUCTIBLE PART OF PURCHASE    *
      *         .                 VAT ABOVE THE SECTOR PRORATA       *
      *         .                 (FDINPRO), REGIE INCLUDED          *
      *                                                              *
      *  LAST MODIFICATION DATE. ...: 10/14/26 BY DEV                *
      *  LAST MODIFICATION REASON...: NEW COPY - VAT LEDGER ACCOUNTS *
      *                                  FOR THE POSTING JOURNAL     *
      *                                                              *
      ****************************************************************
       01  FDIN-CPT.
           05  FDIN-CPT-CLEF.
      ***** Kind of key                 C = VAT CODE, E = EDIT CODE
               10  FDIN-CPT-TYPE      PIC X(1).
                   88  CPT-TYPE-CODE          VALUE 'C'.
                   88  CPT-TYPE-EDIT          VALUE 'E'.
      ***** VAT code (FDIN-TVA-CLEF-GEN) or edit code (TVAE/TVVE)
               10  FDIN-CPT-CODE      PIC X(18).
           05  FDIN-CPT-LIB           PIC X(20).
      ***** Collected VAT account (sales)
           05  FDIN-CPT-COLL          PIC X(10).
      ***** Deductible VAT account (purchases)
           05  FDIN-CPT-DED           PIC X(10).
      ***** Self-assessed collected VAT account (regie codes)
           05  FDIN-CPT-ACOLL         PIC X(10).
      ***** Self-assessed deductible VAT account (regie codes)
           05  FDIN-CPT-ADED          PIC X(10).
      ***** Clearing account for the other side of the entry
           05  FDIN-CPT-CONTRE        PIC X(10).
      ***** Non-deductible VAT account (purchases under prorata)
           05  FDIN-CPT-NDED          PIC X(10).
      ***** Mapping active                O/N
           05  FDIN-CPT-ACTIF         PIC X(1).
      ***** Date of the last maintenance  AAAAMMJJ
           05  FDIN-CPT-DATE-MAJ      PIC 9(8).
           05  FILLER                 PIC X(12).
