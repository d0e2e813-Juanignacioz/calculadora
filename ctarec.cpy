      * CTA-ACTIVA is "S" while the code can receive postings and
      * "N" once it is retired; retired codes stay on the master
      * so old GLEXTRACT/archive detail can still be explained.
      * CTA-CONTRAPARTIDA is the contra/offset account the journal
      * voucher step (calcjrn) posts the other side of every GL
      * line of this cuenta to: a positive result debits the
      * cuenta and credits the contra account, a negative one the
      * other way round. A cuenta without one cannot be vouchered.
      *-----------------------------------------------------------
       01 CTA-RECORD.
           05 CTA-CODIGO      PIC X(06).
           05 CTA-DESCRIPCION PIC X(30).
           05 CTA-ACTIVA      PIC X.
           05 CTA-CONTRAPARTIDA PIC X(06).
