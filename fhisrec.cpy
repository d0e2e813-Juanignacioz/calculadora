      *-----------------------------------------------------------
      * Layout of one record on the formula change history
      * (FORMHIST) calcfrm appends to for every step it adds,
      * changes or removes on FORMFILE: who (FHIS-OPERADOR, the
      * operator signed on to calcfrm), when (FHIS-FECHA, the
      * FECHACTL business date, plus the calendar date and time
      * of the change) and what - the step as it was (_ANT
      * fields) and as it was left. FHIS-ACCION is
      *   ALTA     - step added (no _ANT image)
      *   CAMBIO   - OPCION, operando or cuenta changed
      *   BAJA     - step removed (no new image)
      *   RENUMERO - step moved to another FORM-NRO-PASO because
      *              a step was added or removed ahead of it, or
      *              because the file held the steps out of order
      *-----------------------------------------------------------
       01 FHIS-RECORD.
           05 FHIS-FECHA        PIC 9(8).
           05 FHIS-FECHA-SIS    PIC 9(8).
           05 FHIS-HORA-SIS     PIC 9(8).
           05 FHIS-OPERADOR     PIC X(08).
           05 FHIS-ACCION       PIC X(08).
           05 FHIS-NOMBRE       PIC X(08).
           05 FHIS-NRO-PASO-ANT PIC 9(2).
           05 FHIS-OPCION-ANT   PIC 9.
           05 FHIS-OPERANDO-ANT PIC S9(7)V99 SIGN IS TRAILING
                                    SEPARATE.
           05 FHIS-CUENTA-ANT   PIC X(06).
           05 FHIS-NRO-PASO     PIC 9(2).
           05 FHIS-OPCION       PIC 9.
           05 FHIS-OPERANDO     PIC S9(7)V99 SIGN IS TRAILING
                                    SEPARATE.
           05 FHIS-CUENTA       PIC X(06).
