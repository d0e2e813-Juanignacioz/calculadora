      *-----------------------------------------------------------
      * Layout of one record on the nightly run-control file
      * (RUNCTL). The night's steps run in a fixed order -
      * calcedt, calcmgr, calcapr, calcack, calcrec, calceod,
      * calcarc - and each one appends a record here when it
      * starts (EN CURSO) and another when it ends (COMPLETO or
      * FALLIDO), keyed by the business date of the night
      * (RUN-FECHA) and the step (RUN-PASO, the program name in
      * lower case). The latest record of a date and step is the
      * state of that step; a step whose latest record is still
      * EN CURSO was interrupted and counts as not completed.
      * On startup every step reads RUNCTL for its date: it does
      * not run if its predecessor is not COMPLETO, and it ends
      * without doing anything if it is itself already COMPLETO,
      * so relaunching the whole stream after a failure picks up
      * at the failed step. CALCPARM FORZAR-PASO (value = the
      * program name) lets that one step run anyway.
      * calceod closes the night's date and advances FECHACTL, so
      * its COMPLETO record carries the date it opened in
      * RUN-FECHA-PROXIMA; calcarc, which runs after it, finds
      * its night through that field.
      * RUN-RETORNO: 0000 ended clean, 0004 ended with warnings
      * (rejections, exceptions, differences - see the step's own
      * report), 0008 failed - calcrec ends FALLIDO when the
      * reconciliation has differences, so the stream stops ahead
      * of calceod and a relaunch reconciles again. What
      * RUN-LEIDOS, RUN-GRABADOS and RUN-RECHAZADOS count depends
      * on the step:
      *   calcedt - detail records / to TRANOK / to TRANERR
      *   calcmgr - records processed / posted to GLEXTRACT or
      *             SUSPFILE / rejected
      *   calcapr - suspense records seen / approved / rejected
      *   calcack - extract lines / taken by the GL / rejected
      *             or without answer
      *   calcrec - OK log entries / with posting or in suspense
      *             / differences
      *   calceod - GL lines rolled / cuentas moved / none
      *   calcarc - LOG and GL lines read / archived / none
      * The status report is calcrun. calcins, outside the
      * stream, only reads RUNCTL: once calcedt is COMPLETO for
      * the date it no longer carries the earlier TRANRAW lines.
      *-----------------------------------------------------------
       01 RUN-RECORD.
           05 RUN-FECHA          PIC 9(8).
           05 RUN-PASO           PIC X(08).
           05 RUN-ORDEN          PIC 9.
           05 RUN-ESTADO         PIC X(10).
           05 RUN-FORZADO        PIC X.
           05 RUN-INICIO-FECHA   PIC 9(8).
           05 RUN-INICIO-HORA    PIC 9(8).
           05 RUN-FIN-FECHA      PIC 9(8).
           05 RUN-FIN-HORA       PIC 9(8).
           05 RUN-RETORNO        PIC 9(4).
           05 RUN-LEIDOS         PIC 9(8).
           05 RUN-GRABADOS       PIC 9(8).
           05 RUN-RECHAZADOS     PIC 9(8).
           05 RUN-FECHA-PROXIMA  PIC 9(8).
           05 RUN-MENSAJE        PIC X(40).
