      *-----------------------------------------------------------
      * Layout of one record on the posting history (POSTHIST), an
      * indexed file with one record per posting that reached
      * GLEXTRACT, keyed on the posting's identity: cuenta, NUM1,
      * NUMERO2, OPCION and the business date it posted under,
      * plus a sequence number that tells apart the same
      * calculation posted more than once on one date.
      * calculator, calcbat and calcmgr add a record for every
      * result they post straight to GLEXTRACT, and calcapr for
      * every held result a supervisor releases. calcarc never
      * touches POSTHIST, so a posting moved to a GLARCH archive
      * can still be found and reversed.
      * A reversal looks its original up here (START on the
      * identity, READ NEXT over the dates) and takes the first
      * matching posting in the same currency that is not yet
      * reversed; PHIS-REVERSADA then records it:
      *   N - not reversed
      *   P - a reversal of it is held in SUSPFILE waiting for a
      *       supervisor (calcapr sets S on approval and puts N
      *       back on rejection)
      *   S - reversed
      * A reversal whose only matches are already P or S is
      * rejected as REVERSA DUPLICADA. Reversals themselves are
      * not entered as postings.
      * PHIS-MONEDA is the currency the calculation ran in (never
      * blank), PHIS-RESULTADO the base-currency amount posted and
      * PHIS-RESULTADO-ORIG the amount in PHIS-MONEDA.
      * calcpos rebuilds the file from GLEXTRACT, the GLARCH
      * archives listed in ARCHLIST and the reversals pending in
      * SUSPFILE.
      *-----------------------------------------------------------
       01 PHIS-RECORD.
           05 PHIS-CLAVE.
               10 PHIS-CUENTA      PIC X(06).
               10 PHIS-NUM1        PIC S9(7)V99 SIGN IS TRAILING
                                       SEPARATE.
               10 PHIS-NUMERO2     PIC S9(7)V99 SIGN IS TRAILING
                                       SEPARATE.
               10 PHIS-OPCION      PIC 9.
               10 PHIS-FECHA       PIC 9(8).
               10 PHIS-SECUENCIA   PIC 9(4).
           05 PHIS-MONEDA          PIC X(03).
           05 PHIS-RESULTADO       PIC S9(7)V99 SIGN IS TRAILING
                                       SEPARATE.
           05 PHIS-RESULTADO-ORIG  PIC S9(7)V99 SIGN IS TRAILING
                                       SEPARATE.
           05 PHIS-OPERADOR        PIC X(08).
           05 PHIS-REVERSADA       PIC X.
           05 PHIS-FECHA-REVERSA   PIC 9(8).
           05 PHIS-OPERADOR-REVERSA PIC X(08).
