      *****************************************************************
      *                                                               *
      *    SIGPARM  --  SIGNATURE-VERIFICATION PARAMETERS BY PRODUCT  *
      *                                                               *
      *    KEYED BY VR-PRODUCT-CODE (THE MF-PRODUCT-CODE OF THE       *
      *    ACCOUNT); A ROW KEYED "****" IS THE SHOP DEFAULT FOR ANY   *
      *    PRODUCT WITHOUT ITS OWN ROW. A PAID CHECK OVER THE         *
      *    LARGE-ITEM AMOUNT GOES TO THE SIGNATURE-VERIFICATION       *
      *    QUEUE; THE RETURN DAYS ARE THE BUSINESS DAYS AFTER THE     *
      *    POSTING NIGHT A REVIEWER HAS TO REJECT IT (ONE - THE       *
      *    MIDNIGHT DEADLINE - UNLESS SET). A ZERO FIELD TAKES THE    *
      *    SHOP DEFAULT. READ BY SIGNATUREQUEUEBUILD. MAINTAINED BY   *
      *    OPERATIONS.                                                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-28  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  VR-SIGNATURE-PARM-RECORD.
           05  VR-PRODUCT-CODE             PIC X(04).
           05  VR-LARGE-ITEM-AMOUNT        PIC 9(07).
           05  VR-RETURN-DAYS              PIC 9(01).
           05  FILLER                      PIC X(08).
