      *-----------------------------------------------------------
      * Layout of one line of the journal voucher file (JRNFILE)
      * built by calcjrn from the day's GLEXTRACT: every posting
      * becomes one balanced voucher of two lines, a debit ("D")
      * and a credit ("H"), between GL-CUENTA and the contra
      * account CTA-CONTRAPARTIDA of the account master. A
      * positive result debits the cuenta and credits the contra
      * account; a negative one, such as the contraasiento of a
      * reversal, the other way round, so a reversal comes out as
      * the mirror voucher of the original. JRN-IMPORTE is always
      * positive and in base currency.
      * JRN-NUMERO is the business date followed by a six-digit
      * sequence of the day (AAAAMMDDnnnnnn), JRN-LINEA is 1 or 2
      * within the voucher, JRN-FECHA the posting date (GL-FECHA),
      * JRN-OPERADOR the operator who keyed the calculation and
      * JRN-TIPO "R" on a reversal voucher, space otherwise.
      * JRN-NUM1, JRN-NUMERO2, JRN-OPCION and JRN-MONEDA identify
      * the posting the voucher came from.
      *-----------------------------------------------------------
       01 JRN-RECORD.
           05 JRN-NUMERO      PIC 9(14).
           05 JRN-LINEA       PIC 9.
           05 JRN-FECHA       PIC 9(8).
           05 JRN-CUENTA      PIC X(06).
           05 JRN-DH          PIC X.
           05 JRN-IMPORTE     PIC 9(9)V99.
           05 JRN-OPERADOR    PIC X(08).
           05 JRN-TIPO        PIC X.
           05 JRN-NUM1        PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 JRN-NUMERO2     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 JRN-OPCION      PIC 9.
           05 JRN-MONEDA      PIC X(03).
