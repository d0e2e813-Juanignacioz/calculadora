      *-----------------------------------------------------------
      * Layout of one record on the daily balance history
      * (SALDHIST), appended by calceod for every cuenta that had
      * movement on the business day it rolls into the balance
      * master (see saldrec.cpy): the day's opening balance, its
      * debits and credits (both positive amounts), its closing
      * balance and how many GL lines made it up. The per-cuenta
      * statement (calcext) is printed from this file, so it
      * never has to read the GLARCH archives.
      *-----------------------------------------------------------
       01 SHIS-RECORD.
           05 SHIS-CUENTA     PIC X(06).
           05 SHIS-FECHA      PIC 9(8).
           05 SHIS-APERTURA   PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SHIS-DEBITOS    PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SHIS-CREDITOS   PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SHIS-CIERRE     PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 SHIS-MOVIMIENTOS PIC 9(5).
