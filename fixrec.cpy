      *-----------------------------------------------------------
      * Layout of one record on the correction history (FIXHIST)
      * calcfix appends to for every rejected result it rewrites
      * to TRANFIX. The _ORIG fields echo the RESULTFILE record
      * that was corrected (with its rejection estado) and the
      * plain fields the corrected values resubmitted, so calcinq
      * can show that a rejected calculation was fixed and keyed
      * back in, and with what. FIX-FECHA is the business date
      * (FECHACTL) of the calcfix run.
      *-----------------------------------------------------------
       01 FIX-RECORD.
           05 FIX-FECHA        PIC 9(8).
           05 FIX-CUENTA       PIC X(06).
           05 FIX-NUM1-ORIG    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FIX-NUMERO2-ORIG PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FIX-OPCION-ORIG  PIC 9.
           05 FIX-ESTADO-ORIG  PIC X(25).
           05 FIX-NUM1         PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FIX-NUMERO2      PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FIX-OPCION       PIC 9.
           05 FIX-MONEDA       PIC X(03).
