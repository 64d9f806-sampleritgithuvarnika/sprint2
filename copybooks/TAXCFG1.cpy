      * DCLGEN TABLE(TAX_CONFIG)                                       *
      * SINGLE-ROW CONTROL TABLE (SAME PATTERN AS ORDER_CONTROL IN     *
      * ORDCTL1) HOLDING THE CURRENT SALES TAX RATE AND VOLUME         *
      * DISCOUNT RULE APPLIED BY THE SHARED A20PG106 PRICING ROUTINE.  *
      * A DBA UPDATES THIS ROW WHEN RATES CHANGE - NO RECOMPILE        *
      * NEEDED. TAX_RATE AND DISCOUNT_PCT ARE STORED AS DECIMAL        *
      * FRACTIONS (0.0825 = 8.25%).                                    *
      *****************************************************************
       01  DCLTAX-CONFIG.
           10 CONFIG-ID.
