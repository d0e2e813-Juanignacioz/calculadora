       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcext.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Per-cuenta statement printed from the daily balance
      * history (SALDHIST) that calceod writes as it rolls each
      * business day into the balance master: asks for a cuenta
      * and a date range and lists the opening balance at the
      * start of the range, one line per day the cuenta moved
      * (opening, debits, credits, closing and number of GL
      * lines) and the closing balance at the end of the range.
      * A cuenta that did not move in the range shows its last
      * closing balance before it as both opening and closing.
      * Days are only on SALDHIST once calceod has closed them,
      * so the current open day is not on the statement yet.
      * Output goes to the report file CALCEXT; all amounts are in
      * base currency.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIS-FILE ASSIGN TO "SALDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIS-STATUS.
           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHIS-FILE.
       COPY "shisrec.cpy".

       FD CTA-FILE.
       COPY "ctarec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SHIS-STATUS PIC XX.
       01 WS-CTAF-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CUENTA PIC X(06).
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-FECHA-HASTA PIC 9(8).
       01 WS-DESCRIPCION PIC X(30) VALUE "(SIN DESCRIPCION)".
      * Saldo de apertura del extracto: la apertura del primer dia
      * del rango, o sin movimientos en el rango, el cierre del
      * ultimo dia anterior.
       01 WS-SALDO-APERTURA PIC S9(11)V99 VALUE 0.
       01 WS-SALDO-CIERRE PIC S9(11)V99 VALUE 0.
       01 WS-HAY-DIA PIC X VALUE "N".
       01 WS-CNT-DIAS PIC 9(7) VALUE 0.
       01 WS-TOT-DEBITOS PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CREDITOS PIC S9(11)V99 VALUE 0.
       01 WS-TOT-LINEAS PIC 9(7) VALUE 0.

       01 WS-LINEA-DETALLE.
           05 WS-LD-FECHA       PIC X(10).
           05 WS-LD-APERTURA    PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-DEBITOS     PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-CREDITOS    PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-CIERRE      PIC -(9)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LD-LINEAS      PIC ZZZZ9.

       01 WS-LINEA-SALDO.
           05 WS-LS-TEXTO       PIC X(30).
           05 WS-LS-VALOR       PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "ingrese la cuenta del extracto (6 caracteres)".
            ACCEPT WS-CUENTA.
            DISPLAY "ingrese la fecha desde (AAAAMMDD)".
            ACCEPT WS-FECHA-DESDE.
            DISPLAY "ingrese la fecha hasta (AAAAMMDD)".
            ACCEPT WS-FECHA-HASTA.
            IF WS-FECHA-HASTA < WS-FECHA-DESDE
                DISPLAY "ERROR: LA FECHA HASTA ES ANTERIOR A LA "
                    "FECHA DESDE - NO SE EMITE EL EXTRACTO"
                STOP RUN
            END-IF.

            OPEN INPUT SHIS-FILE.
            IF WS-SHIS-STATUS = "35"
                DISPLAY "ERROR: NO EXISTE SALDHIST - CORRA CALCEOD "
                    "PARA TENER HISTORIA DE SALDOS"
                STOP RUN
            END-IF.

            PERFORM BUSCAR-DESCRIPCION.
            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECERA.

            PERFORM LEER-HISTORIA.
            PERFORM UNTIL WS-EOF = "S"
                IF SHIS-CUENTA = WS-CUENTA
                    PERFORM TRATAR-DIA
                END-IF
                PERFORM LEER-HISTORIA
            END-PERFORM.
            CLOSE SHIS-FILE.

            IF WS-HAY-DIA = "N"
                MOVE WS-SALDO-APERTURA TO WS-SALDO-CIERRE
                MOVE "SALDO DE APERTURA" TO WS-LS-TEXTO
                MOVE WS-SALDO-APERTURA TO WS-LS-VALOR
                MOVE WS-LINEA-SALDO TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "  (SIN MOVIMIENTOS EN EL RANGO)" TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            PERFORM IMPRIMIR-CIERRE.
            CLOSE REPORT-FILE.

            DISPLAY "EXTRACTO DE LA CUENTA " WS-CUENTA
                " EMITIDO EN CALCEXT (" WS-CNT-DIAS
                " DIAS CON MOVIMIENTO)".
            STOP RUN.

       LEER-HISTORIA.
            READ SHIS-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * SALDHIST esta en orden de fecha: los dias anteriores al
      * rango solo dejan su cierre como saldo de apertura; el
      * primer dia dentro del rango imprime la apertura y cada dia
      * del rango sale con su movimiento.
      *-----------------------------------------------------------
       TRATAR-DIA.
            IF SHIS-FECHA < WS-FECHA-DESDE
                MOVE SHIS-CIERRE TO WS-SALDO-APERTURA
            ELSE
                IF SHIS-FECHA NOT > WS-FECHA-HASTA
                    IF WS-HAY-DIA = "N"
                        PERFORM IMPRIMIR-APERTURA
                    END-IF
                    PERFORM IMPRIMIR-DIA
                END-IF
            END-IF.

       IMPRIMIR-APERTURA.
            MOVE "S" TO WS-HAY-DIA.
            MOVE SHIS-APERTURA TO WS-SALDO-APERTURA.
            MOVE "SALDO DE APERTURA" TO WS-LS-TEXTO.
            MOVE WS-SALDO-APERTURA TO WS-LS-VALOR.
            MOVE WS-LINEA-SALDO TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "FECHA          APERTURA       DEBITOS"
                    DELIMITED BY SIZE
                "      CREDITOS        CIERRE  LINEAS"
                    DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.

       IMPRIMIR-DIA.
            MOVE SHIS-FECHA TO WS-LD-FECHA.
            MOVE SHIS-APERTURA TO WS-LD-APERTURA.
            MOVE SHIS-DEBITOS TO WS-LD-DEBITOS.
            MOVE SHIS-CREDITOS TO WS-LD-CREDITOS.
            MOVE SHIS-CIERRE TO WS-LD-CIERRE.
            MOVE SHIS-MOVIMIENTOS TO WS-LD-LINEAS.
            MOVE WS-LINEA-DETALLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SHIS-CIERRE TO WS-SALDO-CIERRE.
            ADD SHIS-DEBITOS TO WS-TOT-DEBITOS.
            ADD SHIS-CREDITOS TO WS-TOT-CREDITOS.
            ADD SHIS-MOVIMIENTOS TO WS-TOT-LINEAS.
            ADD 1 TO WS-CNT-DIAS.

       IMPRIMIR-CABECERA.
            MOVE "EXTRACTO DE CUENTA - CALCEXT" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CUENTA: " DELIMITED BY SIZE
                WS-CUENTA DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-DESCRIPCION DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DESDE: " DELIMITED BY SIZE
                WS-FECHA-DESDE DELIMITED BY SIZE
                "  HASTA: " DELIMITED BY SIZE
                WS-FECHA-HASTA DELIMITED BY SIZE
                "  (IMPORTES EN MONEDA BASE)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       IMPRIMIR-CIERRE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "TOTAL DEBITOS" TO WS-LS-TEXTO.
            MOVE WS-TOT-DEBITOS TO WS-LS-VALOR.
            MOVE WS-LINEA-SALDO TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "TOTAL CREDITOS" TO WS-LS-TEXTO.
            MOVE WS-TOT-CREDITOS TO WS-LS-VALOR.
            MOVE WS-LINEA-SALDO TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "SALDO DE CIERRE" TO WS-LS-TEXTO.
            MOVE WS-SALDO-CIERRE TO WS-LS-VALOR.
            MOVE WS-LINEA-SALDO TO REPORT-LINE.
            WRITE REPORT-LINE.

       BUSCAR-DESCRIPCION.
            OPEN INPUT CTA-FILE.
            IF WS-CTAF-STATUS NOT = "35"
                PERFORM LEER-MAESTRO
                PERFORM UNTIL WS-EOF = "S"
                    IF CTA-CODIGO = WS-CUENTA
                        MOVE CTA-DESCRIPCION TO WS-DESCRIPCION
                    END-IF
                    PERFORM LEER-MAESTRO
                END-PERFORM
                CLOSE CTA-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-MAESTRO.
            READ CTA-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       END PROGRAM calcext.
