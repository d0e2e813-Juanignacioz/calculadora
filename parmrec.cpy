      *                    (calcbat, calcmgr - required)
      *   FECHA-CORTE    - archive cutoff date, AAAAMMDD in
      *                    columns 1-8 of the value
      *                    (calcarc - required unless
      *                    DIAS-HABILES is given)
      *   DIAS-HABILES   - archive cutoff as business days back
      *                    from the FECHACTL business date, 4
      *                    digits, not zero; excludes FECHA-CORTE
      *                    (calcarc - optional)
      *   FECHA-CONCIL   - reconciliation date, AAAAMMDD in
      *                    columns 1-8 of the value
      *                    (calcrec - required)
      *                    10000.00 (calcbat, calcmgr - optional)
      *   DIAS-ESCALA    - days a PENDIENTE suspense item may wait
      *                    before the aging report escalates it,
      *                    in business days, 4 digits, not zero
      *                    (calcage - optional, default 7)
      *   ACCION-EOD     - REABRIR reopens the current business
      *                    date on FECHACTL, without advancing it,
      *                    so corrections can post into a day the
      *                    end-of-day step left closed
      *                    (calceod - optional)
      *   PERIODO-PRES   - budget period to report, AAAAMM in
      *                    columns 1-6 of the value; defaults to
      *                    the month of the FECHACTL business date
      *                    (calcpre - optional)
      *   PERIODO-BAL    - trial balance period, AAAAMM in columns
      *                    1-6 of the value; defaults to the period
      *                    held on the balance master SALDOS
      *                    (calcbal - optional)
      *   SIMULACION     - S runs the batch as a dry run: every
      *                    transaction is processed but nothing
      *                    is written to LOGFILE, GLEXTRACT,
      *                    SUSPFILE or the checkpoint, and the
      *                    outcome goes to CALCBAT.SIM or
      *                    CALCMGR.SIM instead; N (the default)
      *                    posts normally (calcbat, calcmgr -
      *                    optional)
      *   FORZAR-PASO    - name of one step of the nightly
      *                    sequence, in lower case (e.g.
      *                    calcrec): that step runs even if it
      *                    already completed for the night or its
      *                    predecessor did not, and RUNCTL marks
      *                    the run as forced (calcedt, calcmgr,
      *                    calcapr, calcack, calcrec, calceod,
      *                    calcarc - optional)
      *   FECHA-CORRIDA  - night to report, AAAAMMDD in columns
      *                    1-8 of the value; defaults to the
      *                    latest date on RUNCTL
      *                    (calcrun - optional)
      * When CALCPARM is absent every program falls back to its
      * console prompts for ad hoc use; when it is present, a
      * missing or malformed required parameter stops the run
