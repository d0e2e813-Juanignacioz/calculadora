      * transaction's RESULTADO as this transaction's NUM1 (the
      * NUM1 on the record is ignored), so a multi-step formula
      * can run as one batch pass without retyping intermediate
      * results (the previous transaction must carry the same
      * TRAN-MONEDA, else the record is rejected as CADENA OTRA
      * MONEDA); TRAN-CADENA = "F" expands the stored formula
      * named in TRAN-FORMULA (see formrec.cpy) using TRAN-NUM1
      * as the starting amount, with NUMERO2, OPCION and CUENTA
      * of this record ignored; TRAN-CADENA = "R" reverses an
      * already-posted calculation: NUM1, NUMERO2, OPCION and
      * CUENTA identify the original posting, looked up on the
      * POSTHIST posting history (see phisrec.cpy), and the
      * batch writes an offsetting GL record with the negated
      * RESULTADO under the same cuenta (estado REVERSADO on the
      * log; REVERSA SIN ORIGEN if no such posting exists,
      * REVERSA DUPLICADA if it was already reversed); any
      * other value leaves the record independent. TRAN-FORMULA
      * is spaces except on "F" records.
      * TRAN-MONEDA is the ISO code of the currency NUM1/NUMERO2
      * are expressed in (spaces = base currency); the posting
      * programs convert RESULTADO to base currency at the rate
      * on TASAFILE for the business date (see tasarec.cpy).
      *-----------------------------------------------------------
       01 TRAN-RECORD.
           05 TRAN-NUM1     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRAN-CUENTA   PIC X(06).
           05 TRAN-CADENA   PIC X.
           05 TRAN-FORMULA  PIC X(08).
           05 TRAN-MONEDA   PIC X(03).
