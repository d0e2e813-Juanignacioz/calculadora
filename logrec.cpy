      * of the run (calculator) or accepted once per job (calcbat)
      * so a bad entry can be traced back to a person, not just a
      * timestamp.
      * LOG-RESULTADO is always in base currency (the value the
      * threshold, GLEXTRACT and the reconciliation work with);
      * LOG-MONEDA and LOG-RESULTADO-ORIG keep the currency the
      * transaction came in and RESULTADO before conversion.
      * LOG-CUENTA is the account/cost-center code the calculation
      * was keyed or batched under (spaces on records written
      * before it was added), so calcinq can follow one cuenta's
      * calculations through suspense, GLEXTRACT and GLRETURN.
      *-----------------------------------------------------------
       01 LOG-RECORD.
           05 LOG-NUM1        PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 LOG-FECHA       PIC 9(8).
           05 LOG-HORA        PIC 9(8).
           05 LOG-OPERADOR    PIC X(08).
           05 LOG-MONEDA      PIC X(03).
           05 LOG-RESULTADO-ORIG PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 LOG-CUENTA      PIC X(06).
