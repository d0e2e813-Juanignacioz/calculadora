       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcbal.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Period trial balance from the account balance master
      * (SALDOS, rolled forward by calceod): one line per cuenta,
      * in cuenta order, with its opening balance for the period,
      * period-to-date debits and credits, closing balance and
      * description from CTAFILE, plus the column totals and a
      * check that opening + debits - credits gives the closing
      * total, so month-end no longer means re-reading GLEXTRACT
      * and the GLARCH archives.
      * By default the period is the one held on SALDOS. A past
      * period can be asked for with the CALCPARM key PERIODO-BAL
      * (AAAAMM); since the master only keeps the current period,
      * that one is rebuilt from the daily history SALDHIST: each
      * cuenta opens with its last closing balance before the
      * period and adds up the days it moved within it.
      * All amounts are in base currency.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALD-FILE ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALD-STATUS.
           SELECT SHIS-FILE ASSIGN TO "SALDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIS-STATUS.
           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAF-STATUS.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD SALD-FILE.
       COPY "saldrec.cpy".

       FD SHIS-FILE.
       COPY "shisrec.cpy".

       FD CTA-FILE.
       COPY "ctarec.cpy".

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-CUENTA    PIC X(06).
           05 SORT-APERTURA  PIC S9(11)V99.
           05 SORT-DEBITOS   PIC S9(11)V99.
           05 SORT-CREDITOS  PIC S9(11)V99.
           05 SORT-CIERRE    PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-SALD-STATUS PIC XX.
       01 WS-SHIS-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PARM-EOF PIC X VALUE "N".
       01 WS-FIN-SORT PIC X VALUE "N".
       01 WS-PARM-NUM6-X PIC X(6).
       01 WS-PARM-NUM6-9 REDEFINES WS-PARM-NUM6-X PIC 9(6).
      * Periodo del balance: el pedido en CALCPARM o, sin clave,
      * el que tiene el maestro. WS-DESDE-HISTORIA = "S" cuando el
      * periodo no es el del maestro y hay que armarlo de SALDHIST.
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-MAESTRO PIC 9(6) VALUE 0.
       01 WS-PERIODO-REG PIC 9(6).
       01 WS-DESDE-HISTORIA PIC X VALUE "N".
       01 WS-FECHA-ULT PIC 9(8) VALUE 0.

      * Cuentas armadas desde la historia diaria, antes de pasar
      * por el sort.
       01 WS-MAX-HIST PIC 9(4) VALUE 1000.
       01 WS-TOTAL-HIST PIC 9(4) VALUE 0.
       01 WS-TABLA-HIST.
           05 WS-HIS-ENTRADA OCCURS 1000 TIMES
                              INDEXED BY WS-HIS-IDX.
               10 WS-HIS-CUENTA    PIC X(06).
               10 WS-HIS-APERTURA  PIC S9(11)V99.
               10 WS-HIS-DEBITOS   PIC S9(11)V99.
               10 WS-HIS-CREDITOS  PIC S9(11)V99.
               10 WS-HIS-CIERRE    PIC S9(11)V99.
       01 WS-HIS-POS PIC 9(4) VALUE 0.
       01 WS-CNT-DESCARTADOS PIC 9(7) VALUE 0.

       01 WS-CNT-CUENTAS PIC 9(7) VALUE 0.
       01 WS-TOT-APERTURA PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DEBITOS PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CREDITOS PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CIERRE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CONTROL PIC S9(11)V99 VALUE 0.

       01 WS-CTAF-STATUS PIC XX.
       01 WS-MAE-EOF PIC X VALUE "N".
       01 WS-COD-BUSCADO PIC X(06).
       01 WS-DESCRIPCION PIC X(30).
       01 WS-MAX-MAESTRO PIC 9(4) VALUE 0500.
       01 WS-TOTAL-MAESTRO PIC 9(4) VALUE 0.
       01 WS-TABLA-MAESTRO.
           05 WS-MAE-ENTRADA OCCURS 500 TIMES
                              INDEXED BY WS-MAE-IDX.
               10 WS-MAE-COD  PIC X(06).
               10 WS-MAE-DESC PIC X(30).

       01 WS-LINEA-DETALLE.
           05 WS-LD-CUENTA      PIC X(08).
           05 WS-LD-APERTURA    PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-DEBITOS     PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-CREDITOS    PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-CIERRE      PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-DESC        PIC X(15).

       01 WS-LINEA-TOTAL.
           05 WS-TOTAL-TEXTO   PIC X(30).
           05 WS-TOTAL-VALOR   PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            PERFORM LEER-PERIODO-MAESTRO.
            IF WS-PERIODO = 0
                MOVE WS-PERIODO-MAESTRO TO WS-PERIODO
            END-IF.
            IF WS-PERIODO = 0
                DISPLAY "ERROR: NO EXISTE SALDOS NI SE INDICO "
                    "PERIODO-BAL - NO HAY BALANCE QUE EMITIR"
                STOP RUN
            END-IF.
            IF WS-PERIODO NOT = WS-PERIODO-MAESTRO
                MOVE "S" TO WS-DESDE-HISTORIA
            END-IF.

            PERFORM CARGAR-MAESTRO.
            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECERA.

            IF WS-DESDE-HISTORIA = "S"
                SORT SORT-FILE
                    ON ASCENDING KEY SORT-CUENTA
                    INPUT PROCEDURE IS LIBERAR-HISTORIA
                    OUTPUT PROCEDURE IS IMPRIMIR-CUENTAS
            ELSE
                SORT SORT-FILE
                    ON ASCENDING KEY SORT-CUENTA
                    INPUT PROCEDURE IS LIBERAR-SALDOS
                    OUTPUT PROCEDURE IS IMPRIMIR-CUENTAS
            END-IF.

            PERFORM IMPRIMIR-TOTALES.
            CLOSE REPORT-FILE.

            DISPLAY "BALANCE DE SUMAS Y SALDOS DEL PERIODO "
                WS-PERIODO " EMITIDO EN CALCBAL (" WS-CNT-CUENTAS
                " CUENTAS)".
            IF WS-CNT-DESCARTADOS > 0
                DISPLAY "AVISO: " WS-CNT-DESCARTADOS
                    " CUENTAS NO ENTRARON EN LA TABLA DE HISTORIA"
            END-IF.
            STOP RUN.

       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-PARM
                PERFORM UNTIL WS-PARM-EOF = "S"
                    IF PARM-CLAVE = "PERIODO-BAL"
                        MOVE PARM-VALOR (1:6) TO WS-PARM-NUM6-X
                        IF WS-PARM-NUM6-X IS NUMERIC
                            MOVE WS-PARM-NUM6-9 TO WS-PERIODO
                        ELSE
                            DISPLAY "AVISO: PERIODO-BAL INVALIDO "
                                "EN CALCPARM - SE USA EL PERIODO "
                                "DEL MAESTRO"
                        END-IF
                    END-IF
                    PERFORM LEER-PARM
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

       LEER-PARM.
            READ PARM-FILE
                AT END MOVE "S" TO WS-PARM-EOF
            END-READ.

      *-----------------------------------------------------------
      * Periodo y ultima fecha actualizada del maestro, tomados del
      * primer registro (calceod graba todas las cuentas juntas).
      *-----------------------------------------------------------
       LEER-PERIODO-MAESTRO.
            OPEN INPUT SALD-FILE.
            IF WS-SALD-STATUS NOT = "35"
                READ SALD-FILE
                    NOT AT END
                        MOVE SALD-PERIODO TO WS-PERIODO-MAESTRO
                        MOVE SALD-FECHA-ULT TO WS-FECHA-ULT
                END-READ
                CLOSE SALD-FILE
            END-IF.

       IMPRIMIR-CABECERA.
            MOVE "BALANCE DE SUMAS Y SALDOS POR CUENTA - CALCBAL" TO
                REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF WS-DESDE-HISTORIA = "S"
                STRING "PERIODO: " DELIMITED BY SIZE
                    WS-PERIODO DELIMITED BY SIZE
                    "  (ARMADO DESDE SALDHIST)" DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                STRING "PERIODO: " DELIMITED BY SIZE
                    WS-PERIODO DELIMITED BY SIZE
                    "  SALDOS AL " DELIMITED BY SIZE
                    WS-FECHA-ULT DELIMITED BY SIZE
                    INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE "(IMPORTES EN MONEDA BASE)" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CUENTA       APERTURA       DEBITOS"
                    DELIMITED BY SIZE
                "      CREDITOS        CIERRE DESCRIPCION"
                    DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.

       LIBERAR-SALDOS.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SALD-FILE.
            IF WS-SALD-STATUS NOT = "35"
                PERFORM LEER-SALDO
                PERFORM UNTIL WS-EOF = "S"
                    IF SALD-PERIODO = WS-PERIODO
                        MOVE SALD-CUENTA TO SORT-CUENTA
                        MOVE SALD-APERTURA TO SORT-APERTURA
                        MOVE SALD-DEBITOS TO SORT-DEBITOS
                        MOVE SALD-CREDITOS TO SORT-CREDITOS
                        MOVE SALD-CIERRE TO SORT-CIERRE
                        RELEASE SORT-RECORD
                    END-IF
                    PERFORM LEER-SALDO
                END-PERFORM
                CLOSE SALD-FILE
            END-IF.

       LEER-SALDO.
            READ SALD-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * Arma el periodo pedido desde SALDHIST (en orden de fecha):
      * un dia anterior al periodo solo deja el saldo de cierre
      * como apertura; un dia del periodo suma sus debitos y
      * creditos y deja su cierre. Los dias posteriores no cuentan.
      *-----------------------------------------------------------
       LIBERAR-HISTORIA.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SHIS-FILE.
            IF WS-SHIS-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE SALDHIST - EL BALANCE DEL "
                    "PERIODO " WS-PERIODO " SALE VACIO"
            ELSE
                PERFORM LEER-HISTORIA
                PERFORM UNTIL WS-EOF = "S"
                    DIVIDE SHIS-FECHA BY 100 GIVING WS-PERIODO-REG
                    IF WS-PERIODO-REG NOT > WS-PERIODO
                        PERFORM ACUMULAR-HISTORIA
                    END-IF
                    PERFORM LEER-HISTORIA
                END-PERFORM
                CLOSE SHIS-FILE
            END-IF.
            PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                UNTIL WS-HIS-IDX > WS-TOTAL-HIST
                MOVE WS-HIS-CUENTA (WS-HIS-IDX) TO SORT-CUENTA
                MOVE WS-HIS-APERTURA (WS-HIS-IDX) TO SORT-APERTURA
                MOVE WS-HIS-DEBITOS (WS-HIS-IDX) TO SORT-DEBITOS
                MOVE WS-HIS-CREDITOS (WS-HIS-IDX) TO SORT-CREDITOS
                MOVE WS-HIS-CIERRE (WS-HIS-IDX) TO SORT-CIERRE
                RELEASE SORT-RECORD
            END-PERFORM.

       LEER-HISTORIA.
            READ SHIS-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       ACUMULAR-HISTORIA.
            MOVE 0 TO WS-HIS-POS.
            PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                UNTIL WS-HIS-IDX > WS-TOTAL-HIST
                    OR WS-HIS-POS > 0
                IF WS-HIS-CUENTA (WS-HIS-IDX) = SHIS-CUENTA
                    SET WS-HIS-POS TO WS-HIS-IDX
                END-IF
            END-PERFORM.
            IF WS-HIS-POS = 0
                IF WS-TOTAL-HIST < WS-MAX-HIST
                    ADD 1 TO WS-TOTAL-HIST
                    MOVE WS-TOTAL-HIST TO WS-HIS-POS
                    MOVE SHIS-CUENTA TO WS-HIS-CUENTA (WS-HIS-POS)
                    MOVE SHIS-APERTURA TO
                        WS-HIS-APERTURA (WS-HIS-POS)
                    MOVE 0 TO WS-HIS-DEBITOS (WS-HIS-POS)
                    MOVE 0 TO WS-HIS-CREDITOS (WS-HIS-POS)
                ELSE
                    ADD 1 TO WS-CNT-DESCARTADOS
                END-IF
            END-IF.
            IF WS-HIS-POS > 0
                IF WS-PERIODO-REG < WS-PERIODO
                    MOVE SHIS-CIERRE TO WS-HIS-APERTURA (WS-HIS-POS)
                ELSE
                    ADD SHIS-DEBITOS TO WS-HIS-DEBITOS (WS-HIS-POS)
                    ADD SHIS-CREDITOS TO
                        WS-HIS-CREDITOS (WS-HIS-POS)
                END-IF
                MOVE SHIS-CIERRE TO WS-HIS-CIERRE (WS-HIS-POS)
            END-IF.

       IMPRIMIR-CUENTAS.
            PERFORM RETORNAR-ORDENADO.
            PERFORM UNTIL WS-FIN-SORT = "S"
                MOVE SORT-CUENTA TO WS-LD-CUENTA
                MOVE SORT-APERTURA TO WS-LD-APERTURA
                MOVE SORT-DEBITOS TO WS-LD-DEBITOS
                MOVE SORT-CREDITOS TO WS-LD-CREDITOS
                MOVE SORT-CIERRE TO WS-LD-CIERRE
                MOVE SORT-CUENTA TO WS-COD-BUSCADO
                PERFORM BUSCAR-DESCRIPCION
                MOVE WS-DESCRIPCION TO WS-LD-DESC
                MOVE WS-LINEA-DETALLE TO REPORT-LINE
                WRITE REPORT-LINE
                ADD 1 TO WS-CNT-CUENTAS
                ADD SORT-APERTURA TO WS-TOT-APERTURA
                ADD SORT-DEBITOS TO WS-TOT-DEBITOS
                ADD SORT-CREDITOS TO WS-TOT-CREDITOS
                ADD SORT-CIERRE TO WS-TOT-CIERRE
                PERFORM RETORNAR-ORDENADO
            END-PERFORM.

       RETORNAR-ORDENADO.
            RETURN SORT-FILE
                AT END MOVE "S" TO WS-FIN-SORT
            END-RETURN.

      *-----------------------------------------------------------
      * Totales de columna y control: apertura + debitos -
      * creditos tiene que dar el total de cierre.
      *-----------------------------------------------------------
       IMPRIMIR-TOTALES.
            MOVE "TOTAL" TO WS-LD-CUENTA.
            MOVE WS-TOT-APERTURA TO WS-LD-APERTURA.
            MOVE WS-TOT-DEBITOS TO WS-LD-DEBITOS.
            MOVE WS-TOT-CREDITOS TO WS-LD-CREDITOS.
            MOVE WS-TOT-CIERRE TO WS-LD-CIERRE.
            MOVE SPACES TO WS-LD-DESC.
            MOVE WS-LINEA-DETALLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            COMPUTE WS-TOT-CONTROL = WS-TOT-APERTURA
                + WS-TOT-DEBITOS - WS-TOT-CREDITOS - WS-TOT-CIERRE.
            MOVE "DIFERENCIA DE CONTROL" TO WS-TOTAL-TEXTO.
            MOVE WS-TOT-CONTROL TO WS-TOTAL-VALOR.
            MOVE WS-LINEA-TOTAL TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-TOT-CONTROL = 0
                MOVE "BALANCE: CUADRA" TO REPORT-LINE
            ELSE
                MOVE "BALANCE: NO CUADRA - REVISAR SALDOS" TO
                    REPORT-LINE
                DISPLAY "ERROR: EL BALANCE DEL PERIODO " WS-PERIODO
                    " NO CUADRA - VER CALCBAL"
            END-IF.
            WRITE REPORT-LINE.

       CARGAR-MAESTRO.
            OPEN INPUT CTA-FILE.
            IF WS-CTAF-STATUS = "35"
                DISPLAY "AVISO: NO SE ENCONTRO CTAFILE - EL REPORTE "
                    "SALE SIN DESCRIPCIONES"
            ELSE
                PERFORM LEER-MAESTRO
                PERFORM UNTIL WS-MAE-EOF = "S"
                    IF WS-TOTAL-MAESTRO < WS-MAX-MAESTRO
                        ADD 1 TO WS-TOTAL-MAESTRO
                        SET WS-MAE-IDX TO WS-TOTAL-MAESTRO
                        MOVE CTA-CODIGO TO WS-MAE-COD (WS-MAE-IDX)
                        MOVE CTA-DESCRIPCION TO
                            WS-MAE-DESC (WS-MAE-IDX)
                    END-IF
                    PERFORM LEER-MAESTRO
                END-PERFORM
                CLOSE CTA-FILE
            END-IF.

       LEER-MAESTRO.
            READ CTA-FILE
                AT END MOVE "S" TO WS-MAE-EOF
            END-READ.

       BUSCAR-DESCRIPCION.
            MOVE "(SIN DESCRIPCION)" TO WS-DESCRIPCION.
            PERFORM VARYING WS-MAE-IDX FROM 1 BY 1
                UNTIL WS-MAE-IDX > WS-TOTAL-MAESTRO
                IF WS-MAE-COD (WS-MAE-IDX) = WS-COD-BUSCADO
                    MOVE WS-MAE-DESC (WS-MAE-IDX) TO WS-DESCRIPCION
                END-IF
            END-PERFORM.

       END PROGRAM calcbal.
