      *-----------------------------------------------------------
      * Layout of one record on the standing-instruction master
      * (INSTFILE): the fees and fixed allocations that repeat on
      * a schedule, so nobody rebuilds them by hand in every
      * TRANFILE. calcins reads this master against the FECHACTL
      * business date and writes the instructions that fall due
      * to TRANRAW, header and trailer included, for calcedt.
      * INST-CODIGO identifies the instruction; it must be unique.
      * INST-NUM1, INST-NUMERO2, INST-OPCION and INST-CUENTA are
      * the operation to generate; when INST-FORMULA is not
      * spaces the instruction generates a TRAN-CADENA "F" record
      * for that stored formula with INST-NUM1 as the starting
      * amount, and NUMERO2, OPCION and CUENTA are ignored, as on
      * the transaction itself (see tranrec.cpy). INST-MONEDA is
      * the currency of the amounts (spaces = base currency).
      * INST-FRECUENCIA:
      *   "D" - every business day
      *   "S" - weekly, INST-DIA = day of the week (1 = Monday
      *         ... 7 = Sunday)
      *   "M" - monthly, INST-DIA = day of the month (1 to 31);
      *         in a shorter month it falls on the last day
      * A weekly or monthly date that is not a business day is
      * generated on the next business day. The instruction is in
      * force from INST-FECHA-DESDE through INST-FECHA-HASTA
      * (zero = no end date).
      *-----------------------------------------------------------
       01 INST-RECORD.
           05 INST-CODIGO      PIC X(08).
           05 INST-DESCRIPCION PIC X(30).
           05 INST-NUM1        PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 INST-NUMERO2     PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 INST-OPCION      PIC 9.
           05 INST-CUENTA      PIC X(06).
           05 INST-FORMULA     PIC X(08).
           05 INST-MONEDA      PIC X(03).
           05 INST-FRECUENCIA  PIC X.
           05 INST-DIA         PIC 9(2).
           05 INST-FECHA-DESDE PIC 9(8).
           05 INST-FECHA-HASTA PIC 9(8).
