      * and carries the supervisor code that approved or rejected
      * it afterwards, so the maker-checker trail shows both who
      * keyed the calculation and who signed it off.
      * SUSP-RESULTADO is in base currency (the value compared to
      * the threshold); SUSP-MONEDA and SUSP-RESULTADO-ORIG carry
      * the original currency and amount through to GLEXTRACT.
      * SUSP-MOTIVO says why the result was held: UMBRAL GL (over
      * the posting threshold), PRESUPUESTO (it would take the
      * cuenta past its period budget, see presrec.cpy) or
      * UMBRAL Y PRESUP (both). Spaces on older records means
      * UMBRAL GL.
      * SUSP-FECHA-DECISION is the business date on which the
      * supervisor approved or rejected the record (zeros while it
      * is PENDIENTE): an approval releases the result to GLEXTRACT
      * under its original SUSP-FECHA, so the end-of-day balance
      * roll-forward uses this date to pick up late approvals.
      * SUSP-TIPO is "R" when the held result is the contraasiento
      * of a reversal and space otherwise; calcapr copies it to
      * GL-TIPO when it releases the result.
      *-----------------------------------------------------------
       01 SUSP-RECORD.
           05 SUSP-FECHA      PIC 9(8).
           05 SUSP-OPERADOR   PIC X(08).
           05 SUSP-ESTADO     PIC X(10).
           05 SUSP-SUPERVISOR PIC X(08).
           05 SUSP-MONEDA     PIC X(03).
           05 SUSP-RESULTADO-ORIG PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 SUSP-MOTIVO     PIC X(15).
           05 SUSP-FECHA-DECISION PIC 9(8).
           05 SUSP-TIPO       PIC X.
