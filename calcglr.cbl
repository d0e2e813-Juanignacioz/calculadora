      * subtotaled on the control break, so any number of
      * distinct cuentas comes out complete - no in-core table
      * and no silent cutoff on a big month-end extract.
      * Within each cuenta the postings are also broken down by
      * currency: one line per GL-MONEDA with its subtotal in the
      * original currency and in base currency, followed by the
      * cuenta's base-currency subtotal.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-CUENTA    PIC X(06).
           05 SORT-MONEDA    PIC X(03).
           05 SORT-RESULTADO PIC S9(7)V99.
           05 SORT-RESULTADO-ORIG PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-GL-STATUS PIC XX.
       01 WS-CUENTA-CORTE PIC X(06).
       01 WS-CNT-GRUPO PIC 9(7) VALUE 0.
       01 WS-SUB-GRUPO PIC S9(9)V99 VALUE 0.
      * Segundo nivel de corte: moneda dentro de la cuenta, con su
      * subtotal en moneda original y en moneda base. Los posteos
      * sin moneda (anteriores a multimoneda) van como moneda base.
       01 WS-MONEDA-BASE PIC X(03) VALUE "ARS".
       01 WS-HAY-MONEDA PIC X VALUE "N".
       01 WS-MONEDA-CORTE PIC X(03).
       01 WS-CNT-MONEDA PIC 9(7) VALUE 0.
       01 WS-SUB-MONEDA-ORIG PIC S9(9)V99 VALUE 0.
       01 WS-SUB-MONEDA-BASE PIC S9(9)V99 VALUE 0.

       01 WS-CTAF-STATUS PIC XX.
       01 WS-MAE-EOF PIC X VALUE "N".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LINEA-DESC     PIC X(30).

       01 WS-LINEA-MONEDA.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LM-MONEDA      PIC X(08).
           05 WS-LM-CNT         PIC ZZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-LM-SUB-ORIG    PIC -(8)9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-LM-SUB-BASE    PIC -(8)9.99.

       01 WS-LINEA-TOTAL.
           05 WS-TOTAL-TEXTO   PIC X(30).
           05 WS-TOTAL-VALOR   PIC -(8)9.99.
            MOVE "CUENTA     CANT      SUBTOTAL     DESCRIPCION"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  MONEDA    CANT  SUBT. ORIGINAL  SUBTOTAL BASE"
                TO REPORT-LINE.
            WRITE REPORT-LINE.

            SORT SORT-FILE
                ON ASCENDING KEY SORT-CUENTA
                                 SORT-MONEDA
                INPUT PROCEDURE IS LIBERAR-POSTEOS
                OUTPUT PROCEDURE IS TOTALIZAR-CUENTAS.

                PERFORM UNTIL WS-EOF = "S"
                    MOVE GL-CUENTA TO SORT-CUENTA
                    MOVE GL-RESULTADO TO SORT-RESULTADO
                    IF GL-MONEDA = SPACES
                        MOVE WS-MONEDA-BASE TO SORT-MONEDA
                        MOVE GL-RESULTADO TO SORT-RESULTADO-ORIG
                    ELSE
                        MOVE GL-MONEDA TO SORT-MONEDA
                        MOVE GL-RESULTADO-ORIG TO SORT-RESULTADO-ORIG
                    END-IF
                    RELEASE SORT-RECORD
                    PERFORM LEER-GL
                END-PERFORM
            PERFORM UNTIL WS-FIN-SORT = "S"
                IF WS-HAY-GRUPO = "S"
                    IF SORT-CUENTA NOT = WS-CUENTA-CORTE
                        PERFORM IMPRIMIR-CORTE-MONEDA
                        PERFORM IMPRIMIR-CORTE-CUENTA
                    ELSE
                        IF SORT-MONEDA NOT = WS-MONEDA-CORTE
                            PERFORM IMPRIMIR-CORTE-MONEDA
                        END-IF
                    END-IF
                END-IF
                IF WS-HAY-GRUPO = "N"
                    MOVE 0 TO WS-SUB-GRUPO
                    MOVE "S" TO WS-HAY-GRUPO
                END-IF
                IF WS-HAY-MONEDA = "N"
                    MOVE SORT-MONEDA TO WS-MONEDA-CORTE
                    MOVE 0 TO WS-CNT-MONEDA
                    MOVE 0 TO WS-SUB-MONEDA-ORIG
                    MOVE 0 TO WS-SUB-MONEDA-BASE
                    MOVE "S" TO WS-HAY-MONEDA
                END-IF
                ADD 1 TO WS-CNT-GRUPO
                ADD SORT-RESULTADO TO WS-SUB-GRUPO
                ADD SORT-RESULTADO TO WS-TOTAL-GENERAL
                ADD 1 TO WS-CNT-MONEDA
                ADD SORT-RESULTADO-ORIG TO WS-SUB-MONEDA-ORIG
                ADD SORT-RESULTADO TO WS-SUB-MONEDA-BASE
                PERFORM RETORNAR-ORDENADO
            END-PERFORM.
            IF WS-HAY-GRUPO = "S"
                PERFORM IMPRIMIR-CORTE-MONEDA
                PERFORM IMPRIMIR-CORTE-CUENTA
            END-IF.

            MOVE WS-DESCRIPCION TO WS-LINEA-DESC.
            MOVE WS-LINEA-DETALLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "N" TO WS-HAY-GRUPO.

       IMPRIMIR-CORTE-MONEDA.
            MOVE WS-MONEDA-CORTE TO WS-LM-MONEDA.
            MOVE WS-CNT-MONEDA TO WS-LM-CNT.
            MOVE WS-SUB-MONEDA-ORIG TO WS-LM-SUB-ORIG.
            MOVE WS-SUB-MONEDA-BASE TO WS-LM-SUB-BASE.
            MOVE WS-LINEA-MONEDA TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "N" TO WS-HAY-MONEDA.

       CARGAR-MAESTRO.
            OPEN INPUT CTA-FILE.
            IF WS-CTAF-STATUS = "35"
