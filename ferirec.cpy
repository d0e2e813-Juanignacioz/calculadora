      *-----------------------------------------------------------
      * Layout of one record on the business calendar (FERIADOS),
      * maintained once a year. Saturdays and Sundays are never
      * business days and Monday to Friday always are, except for
      * the dates listed here:
      *   FER-TIPO "F" - holiday: a weekday the shop does not work
      *   FER-TIPO "H" - a Saturday or Sunday the shop does work
      * calceod advances FECHACTL to the next business day by this
      * calendar, calcage ages suspense items in business days,
      * and calcarc can take its archive cutoff as a number of
      * business days back from the business date. Without the
      * file only weekends are skipped.
      *-----------------------------------------------------------
       01 FER-RECORD.
           05 FER-FECHA       PIC 9(8).
           05 FER-TIPO        PIC X.
           05 FER-DESCRIPCION PIC X(30).
