      * UNPAID REMAINDER IS ITS AMOUNT MINUS ITS SLICES; A PAYMENT'S   *
      * UNAPPLIED CASH IS ITS AMOUNT MINUS ITS SLICES (REPORTED BY     *
      * A20PGM73).                                                     *
      * A20PGM87 CUSTOMER MEMOS ALSO LAND HERE AS SLICES WITH THE MEMO *
      * NUMBER IN BANK-REF - PLUS FOR A CREDIT MEMO, MINUS FOR A DEBIT *
      * MEMO - SO THE UNPAID REMAINDER ALLOWS FOR THEM.                *
      * AN APPROVED A20PG111 BAD-DEBT WRITE-OFF IS A PLUS SLICE UNDER  *
      * THE 'W' WRITE-OFF NUMBER; A20PGM27 CUTS IT BACK AS A LATER     *
      * PAYMENT RECOVERS THE DEBT AND SLICES THE PAYMENT IN ITS PLACE. *
      *****************************************************************
       01  DCLCASH-ALLOC.
           10 CUSTOMER-ID.
