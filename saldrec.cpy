      *-----------------------------------------------------------
      * Layout of one record on the account balance master
      * (SALDOS), one record per cuenta, rolled forward by calceod
      * each time a business day is closed with a clean (LIMPIA)
      * reconciliation, so a cuenta's balance is read here instead
      * of re-adding GLEXTRACT and every GLARCH archive.
      * SALD-PERIODO is the period (AAAAMM) the figures belong to;
      * when the first day of a new period is rolled, the closing
      * balance carries over as the new opening balance and the
      * period-to-date debits and credits start again from zero.
      * A positive GL result is a debit, a negative one a credit;
      * both are kept as positive amounts, so
      *   SALD-CIERRE = SALD-APERTURA + SALD-DEBITOS - SALD-CREDITOS
      * All amounts are in base currency. SALD-FECHA-ULT is the
      * last business date rolled into the record; calceod will
      * not roll the same date twice.
      *-----------------------------------------------------------
       01 SALD-RECORD.
           05 SALD-CUENTA     PIC X(06).
           05 SALD-PERIODO    PIC 9(6).
           05 SALD-APERTURA   PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SALD-DEBITOS    PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SALD-CREDITOS   PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SALD-CIERRE     PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SALD-FECHA-ULT  PIC 9(8).
