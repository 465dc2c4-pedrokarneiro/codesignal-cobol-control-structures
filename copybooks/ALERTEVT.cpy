      *                     ITEM TRACE (ZERO WHEN THE EVENT IS NOT   *
      *                     TIED TO A SINGLE ITEM). RECORD GREW BY   *
      *                     12 BYTES.                                *
      *    2026-10-13  RLB  REPAYMENTPLANMONITOR APPENDS TYPE BP     *
      *                     (BROKEN REPAYMENT PROMISE) EVENTS FOR    *
      *                     CHANNEL COL, THE COLLECTIONS QUEUE; THE  *
      *                     TRIGGER AMOUNT IS THE MISSED             *
      *                     INSTALLMENT'S SHORTFALL.                 *
      *                                                               *
      *****************************************************************
       01  AE-ALERT-EVENT-RECORD.
