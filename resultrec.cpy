      * to match the widened calculation fields.
      * RESULT-CUENTA carries forward the account/cost-center code
      * the transaction was posted (or is to be posted) under.
      * RESULT-RESULTADO is in the transaction's own currency
      * (RESULT-MONEDA), so calcfix can resubmit it as keyed;
      * RESULT-RESULTADO-BASE is the base-currency equivalent.
      *-----------------------------------------------------------
       01 RESULT-RECORD.
           05 RESULT-NUM1     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RESULT-RESULTADO PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RESULT-ESTADO   PIC X(25).
           05 RESULT-CUENTA   PIC X(06).
           05 RESULT-MONEDA   PIC X(03).
           05 RESULT-RESULTADO-BASE PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
