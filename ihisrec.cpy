      *-----------------------------------------------------------
      * Layout of one record on the standing-instruction history
      * (INSTHIST), appended by calcins for every instruction it
      * generates: the instruction code, the business date it was
      * generated for, and the scheduled date that fell due. A
      * rerun of calcins for the same business date skips every
      * instruction already recorded here for that date, so
      * nothing is generated twice.
      *-----------------------------------------------------------
       01 IHIS-RECORD.
           05 IHIS-CODIGO      PIC X(08).
           05 IHIS-FECHA       PIC 9(8).
           05 IHIS-FECHA-VENCE PIC 9(8).
