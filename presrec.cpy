      *-----------------------------------------------------------
      * Layout of one record on the budget file (PRESFILE): the
      * most a cuenta may receive in postings during a period.
      * PRES-PERIODO is the month, AAAAMM, and PRES-LIMITE the
      * ceiling in base currency. calculator, calcbat and calcmgr
      * add up what each cuenta already has posted in the period
      * of the business date (GLEXTRACT) plus what they post
      * themselves, and an OK result that would take the cuenta
      * past its limit goes to SUSPFILE for supervisor approval
      * with SUSP-MOTIVO PRESUPUESTO, even under UMBRAL-GL. A
      * cuenta with no record for the period has no limit.
      * calcpre lists budget against actual for a period.
      *-----------------------------------------------------------
       01 PRES-RECORD.
           05 PRES-CUENTA     PIC X(06).
           05 PRES-PERIODO    PIC 9(6).
           05 PRES-LIMITE     PIC 9(9)V99.
