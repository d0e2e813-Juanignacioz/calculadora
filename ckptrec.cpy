      * chaining base (last good RESULTADO) across a restart, so a
      * TRAN-CADENA = "C" record that resumes right after the
      * checkpoint still picks up the result it is chained to.
      * CKPT-MONEDA-ANTERIOR is the currency that RESULTADO is
      * expressed in, so the resumed chain still rejects a "C"
      * record in another currency; it goes last so a checkpoint
      * written without it reads as spaces (base currency).
      *-----------------------------------------------------------
       01 CKPT-RECORD.
           05 CKPT-ULTIMO-PROCESADO PIC 9(8).
           05 CKPT-RESULTADO-ANTERIOR PIC S9(7)V99 SIGN IS TRAILING
                                        SEPARATE.
           05 CKPT-HAY-ANTERIOR     PIC X.
           05 CKPT-MONEDA-ANTERIOR  PIC X(03).
