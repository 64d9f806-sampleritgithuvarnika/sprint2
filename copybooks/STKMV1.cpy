      *          TO THE ORDER LINE IT CORRECTS - SAME SIGNED-DELTA     *
      *          RULE AS THE A20PGM30 AMENDMENT, SO THE A20PGM20       *
      *          RECONCILIATION SUMS STAY IN STEP                      *
      *    A CANCELLATION ON A20PGM9 LIKEWISE LOGS A NEGATIVE 'ORD'    *
      *          ROW PER LINE (AND PER KIT COMPONENT) IT PUTS BACK,    *
      *          SO A CANCELLED ORDER'S DEDUCTIONS NET TO NOTHING      *
      *    'QIN' INTO QUARANTINE (A20PGM31 DMG RETURNS / A20PGM22      *
      *          FLAGGED RECEIPTS - NO EFFECT ON SELLABLE STOCK)       *
      *    'QRL' RELEASED FROM QUARANTINE TO STOCK (A20PGM66,          *
      *          QUANTITY IN)                                          *
      *    'QWO' QUARANTINE WRITE-OFF (A20PGM66, REASON-CODED, NO      *
      *          EFFECT ON SELLABLE STOCK)                             *
      *    'RTV' RETURN TO VENDOR FROM QUARANTINE (A20PGM66, REASON-   *
      *          CODED DMG/FLT/WRG, NO EFFECT ON SELLABLE STOCK - THE  *
      *          SUPPLIER IS DEBITED INSTEAD OF US WRITING IT OFF)     *
      * THE END-OF-DAY RECONCILIATION JOB (A20PGM20) COMPARES THE      *
      * 'ORD' ROWS BACK AGAINST ORDER_DETAIL1 TO CATCH AN ORDER LINE   *
      * AND ITS STOCK DEDUCTION DRIFTING APART.                        *
