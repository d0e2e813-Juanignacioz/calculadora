      * can pick up RESULTADO without it being retyped by hand.
      * GL-CUENTA is the account/cost-center code the GL team
      * posts GL-RESULTADO under.
      * GL-RESULTADO is in base currency; GL-MONEDA and
      * GL-RESULTADO-ORIG carry the original currency and amount
      * (records written before multi-currency have both blank and
      * are read as base currency).
      * GL-OPERADOR is the operator who keyed the calculation (for
      * a result released from suspense, the one who keyed it, not
      * the approving supervisor) and GL-TIPO is "R" on the
      * contraasiento of a reversal, space on an ordinary posting;
      * calcjrn carries both onto the journal vouchers.
      *-----------------------------------------------------------
       01 GL-RECORD.
           05 GL-FECHA        PIC 9(8).
           05 GL-OPCION       PIC 9.
           05 GL-RESULTADO    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 GL-CUENTA       PIC X(06).
           05 GL-MONEDA       PIC X(03).
           05 GL-RESULTADO-ORIG PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 GL-OPERADOR     PIC X(08).
           05 GL-TIPO         PIC X.
