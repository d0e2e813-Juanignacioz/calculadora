      *-----------------------------------------------------------
      * Layout of one record on the dated exchange-rate file
      * (TASAFILE). One record per currency per business date:
      * TASA-CAMBIO is the number of base-currency units (ARS)
      * one unit of TASA-MONEDA buys on TASA-FECHA. calculator,
      * calcbat and calcmgr load the rates dated on the current
      * FECHACTL business date and convert every foreign-currency
      * RESULTADO to base currency before it is logged, checked
      * against the suspense threshold and posted; a transaction
      * in a currency with no rate for the business date is
      * rejected with estado SIN TIPO DE CAMBIO. Transactions in
      * base currency (TRAN-MONEDA spaces or ARS) need no rate.
      *-----------------------------------------------------------
       01 TASA-RECORD.
           05 TASA-MONEDA     PIC X(03).
           05 TASA-FECHA      PIC 9(8).
           05 TASA-CAMBIO     PIC 9(5)V9(6).
