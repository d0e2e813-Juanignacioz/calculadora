       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcins.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Standing-instruction generator: reads the instruction
      * master (INSTFILE) against the FECHACTL business date and
      * writes every instruction that falls due to TRANRAW,
      * wrapped in the tranctl.cpy header (business date) and
      * trailer (record count and hash of NUM1 + NUMERO2), so the
      * output goes through calcedt like any source extract.
      * An instruction is due when its schedule hits a date after
      * the previous business day up to the business date itself
      * (business calendar FERIADOS), so a weekly or monthly date
      * that lands on a weekend or holiday is generated on the
      * next business day, and only inside its validity dates.
      * Every generated instruction is recorded on INSTHIST with
      * the business date: a rerun for the same date skips those
      * as YA GENERADA and only generates what is new. TRANRAW is
      * built through a work file (TRANRAW.TMP) and written only
      * when something new was generated, so a rerun with nothing
      * to add leaves the previous TRANRAW untouched. When the
      * TRANRAW already on disk carries the same business date in
      * its header and calcedt has no COMPLETO record for that
      * date on the run-control file RUNCTL (runrec.cpy), its
      * detail records are carried ahead of the new ones and the
      * trailer count and hash cover both, so a second run on the
      * same day does not lose the instructions the first run
      * generated. Once calcedt has completed the date, the
      * earlier TRANRAW has already gone to TRANOK and calcmgr,
      * so nothing is carried: the new TRANRAW holds only the new
      * instructions and a warning goes to the console and to
      * CALCINS (carrying them would post them twice). A TRANRAW
      * for another date is replaced as before.
      * The listing (CALCINS) shows every instruction read with
      * what was done with it: GENERADA, YA GENERADA, NO VENCE,
      * FUERA DE VIGENCIA or INVALIDA (TABLA LLENA if a single
      * run would generate more than 500 instructions; the rest
      * come out on a rerun).
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-FILE ASSIGN TO "INSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.
           SELECT IHIS-FILE ASSIGN TO "INSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IHIS-STATUS.
           SELECT RAW-FILE ASSIGN TO "TRANRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT RAWTMP-FILE ASSIGN TO "TRANRAW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWTMP-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT FER-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCINS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INST-FILE.
       COPY "instrec.cpy".

       FD IHIS-FILE.
       COPY "ihisrec.cpy".

       FD RAW-FILE.
       01 RAW-RECORD PIC X(80).

       FD RAWTMP-FILE.
       COPY "tranrec.cpy".

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD FER-FILE.
       COPY "ferirec.cpy".

       FD RUN-FILE.
       COPY "runrec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INST-STATUS PIC XX.
       01 WS-IHIS-STATUS PIC XX.
       01 WS-RAW-STATUS PIC XX.
       01 WS-RAWTMP-STATUS PIC XX.
       01 WS-FCH-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-IHIS-EOF PIC X VALUE "N".
       01 WS-RAW-EOF PIC X VALUE "N".
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-HAY-FECHACTL PIC X VALUE "N".
       01 WS-PERIODO-ABIERTO PIC X VALUE "A".

      * Si calcedt ya completo la fecha en RUNCTL, el TRANRAW
      * anterior ya se edito y se posteo: no se arrastra.
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-EOF PIC X VALUE "N".
       01 WS-RUN-PASO-EDICION PIC X(08) VALUE "calcedt".
       01 WS-EDICION-COMPLETA PIC X VALUE "N".

       COPY "tranctl.cpy".

      * Ventana de vencimientos: del dia siguiente al habil
      * anterior hasta la fecha de negocio inclusive, asi lo que
      * vence en fin de semana o feriado sale el habil siguiente.
       01 WS-FECHA-ANTERIOR PIC 9(8).
       01 WS-VENTANA-DESDE PIC 9(8).
       01 WS-VENCE PIC X VALUE "N".
       01 WS-FECHA-VENCE PIC 9(8).
       01 WS-DIA-NRO PIC 9.
       01 WS-DIA-MES PIC 9(2).
       01 WS-ESTADO-INST PIC X(18).

      * Instrucciones ya generadas para la fecha de negocio (las
      * de INSTHIST mas las de esta corrida) y las generadas en
      * esta corrida, que se agregan a INSTHIST al final.
       01 WS-MAX-GENERADAS PIC 9(4) VALUE 0500.
       01 WS-TOTAL-GENERADAS PIC 9(4) VALUE 0.
       01 WS-TABLA-GENERADAS.
           05 WS-GEN-ENTRADA OCCURS 500 TIMES
                              INDEXED BY WS-GEN-IDX.
               10 WS-GEN-CODIGO   PIC X(08).
       01 WS-TOTAL-NUEVAS PIC 9(4) VALUE 0.
       01 WS-TABLA-NUEVAS.
           05 WS-NUE-ENTRADA OCCURS 500 TIMES
                              INDEXED BY WS-NUE-IDX.
               10 WS-NUE-CODIGO   PIC X(08).
               10 WS-NUE-VENCE    PIC 9(8).
       01 WS-YA-GENERADA PIC X VALUE "N".

       01 WS-HASH-CALC PIC S9(11)V99 VALUE 0.
       01 WS-CNT-LEIDAS PIC 9(7) VALUE 0.
       01 WS-CNT-GENERADAS PIC 9(7) VALUE 0.
       01 WS-CNT-ARRASTRADAS PIC 9(7) VALUE 0.
       01 WS-CNT-YA-GENERADAS PIC 9(7) VALUE 0.
       01 WS-CNT-NO-VENCEN PIC 9(7) VALUE 0.
       01 WS-CNT-FUERA PIC 9(7) VALUE 0.
       01 WS-CNT-INVALIDAS PIC 9(7) VALUE 0.

       01 WS-RESTO-4 PIC 9(4).
       01 WS-RESTO-100 PIC 9(4).
       01 WS-RESTO-400 PIC 9(4).
       01 WS-COCIENTE PIC 9(6).

      * Conversion de fecha AAAAMMDD a un numero de dia corrido,
      * con bisiestos resueltos aca mismo; el resto de dividirlo
      * por 7 da el dia de la semana (0 sabado, 1 domingo, 2 a 6
      * lunes a viernes).
       01 WS-CS-FECHA.
           05 WS-CS-AAAA PIC 9(4).
           05 WS-CS-MM   PIC 9(2).
           05 WS-CS-DD   PIC 9(2).
       01 WS-CS-SERIAL PIC 9(8).
       01 WS-CS-ANIO-ANT PIC 9(4).
       01 WS-CS-BISIESTOS PIC 9(6).
       01 WS-CS-ACUM-MES PIC 9(3).
       01 WS-COC-4 PIC 9(6).
       01 WS-COC-100 PIC 9(6).
       01 WS-COC-400 PIC 9(6).
       01 WS-COC-7 PIC 9(8).

      * Fecha partida en partes para moverla de a un dia a mano,
      * con largo de mes y anio bisiesto resueltos aca mismo.
       01 WS-FECHA-PARTES.
           05 WS-FP-AAAA PIC 9(4).
           05 WS-FP-MM   PIC 9(2).
           05 WS-FP-DD   PIC 9(2).
       01 WS-FECHA-NUEVA REDEFINES WS-FECHA-PARTES PIC 9(8).
       01 WS-DIAS-DEL-MES PIC 9(2).

      * Calendario de dias habiles (FERIADOS): sabado y domingo
      * no son habiles salvo que figuren con tipo "H"; de lunes a
      * viernes son habiles salvo que figuren con tipo "F".
       01 WS-FER-STATUS PIC XX.
       01 WS-FER-EOF PIC X VALUE "N".
       01 WS-MAX-FERIADOS PIC 9(4) VALUE 0400.
       01 WS-TOTAL-FERIADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-FERIADOS.
           05 WS-FER-ENTRADA OCCURS 400 TIMES
                              INDEXED BY WS-FER-IDX.
               10 WS-FER-FECHA    PIC 9(8).
               10 WS-FER-TIPO     PIC X.
               10 WS-FER-DESC     PIC X(30).
       01 WS-ES-HABIL PIC X VALUE "S".
       01 WS-DIA-SEMANA PIC 9.
       01 WS-MOTIVO-NO-HABIL PIC X(30).

       01 WS-LINEA-INST.
           05 WS-LI-CODIGO      PIC X(08).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LI-FRECUENCIA  PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LI-DIA         PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LI-DESTINO     PIC X(08).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LI-IMPORTE     PIC -(7)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LI-MONEDA      PIC X(03).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LI-ESTADO      PIC X(18).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LI-VENCE       PIC X(08).

       01 WS-LINEA-RESUMEN.
           05 WS-LR-TEXTO      PIC X(30).
           05 WS-LR-VALOR      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-FECHA-NEGOCIO.
            IF WS-HAY-FECHACTL = "N"
                DISPLAY "ERROR: NO EXISTE FECHACTL - SIN FECHA DE "
                    "NEGOCIO NO SE GENERAN INSTRUCCIONES"
                STOP RUN
            END-IF.
            IF WS-PERIODO-ABIERTO = "C"
                DISPLAY "ERROR: EL DIA " WS-FECHA-NEGOCIO
                    " ESTA CERRADO - NO SE GENERAN INSTRUCCIONES"
                STOP RUN
            END-IF.

            OPEN INPUT INST-FILE.
            IF WS-INST-STATUS = "35"
                DISPLAY "ERROR: NO SE ENCONTRO INSTFILE - NO HAY "
                    "INSTRUCCIONES QUE GENERAR"
                STOP RUN
            END-IF.

            PERFORM CARGAR-FERIADOS.
            PERFORM CALCULAR-VENTANA.
            PERFORM CARGAR-GENERADAS.

            OPEN OUTPUT RAWTMP-FILE.
            PERFORM VERIFICAR-EDICION.
            IF WS-EDICION-COMPLETA = "N"
                PERFORM ARRASTRAR-TRANRAW
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECERA.

            PERFORM LEER-INSTRUCCION.
            PERFORM UNTIL WS-EOF = "S"
                PERFORM PROCESAR-INSTRUCCION
                PERFORM IMPRIMIR-INSTRUCCION
                PERFORM LEER-INSTRUCCION
            END-PERFORM.
            CLOSE INST-FILE.
            CLOSE RAWTMP-FILE.

            IF WS-CNT-GENERADAS > 0
                PERFORM ARMAR-TRANRAW
                PERFORM GRABAR-HISTORIAL
            END-IF.

            PERFORM IMPRIMIR-RESUMEN.
            CLOSE REPORT-FILE.

            IF WS-CNT-GENERADAS > 0
                DISPLAY "TRANRAW GENERADO: " WS-CNT-GENERADAS
                    " INSTRUCCIONES PARA " WS-FECHA-NEGOCIO
                    " - VER CALCINS"
                IF WS-CNT-ARRASTRADAS > 0
                    DISPLAY "SE MANTIENEN " WS-CNT-ARRASTRADAS
                        " INSTRUCCIONES DE LA CORRIDA ANTERIOR"
                END-IF
                IF WS-EDICION-COMPLETA = "S"
                    DISPLAY "AVISO: CALCEDT YA COMPLETO LA FECHA "
                        WS-FECHA-NEGOCIO " - TRANRAW SOLO LLEVA LAS "
                        "NUEVAS (FORZAR-PASO CALCEDT PARA EDITARLAS)"
                END-IF
            ELSE
                DISPLAY "NADA NUEVO QUE GENERAR PARA "
                    WS-FECHA-NEGOCIO " - TRANRAW NO SE MODIFICA"
            END-IF.
            STOP RUN.

       LEER-FECHA-NEGOCIO.
            OPEN INPUT FCH-FILE.
            IF WS-FCH-STATUS NOT = "35"
                READ FCH-FILE
                    NOT AT END
                        MOVE FCH-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                        MOVE FCH-ABIERTO TO WS-PERIODO-ABIERTO
                        MOVE "S" TO WS-HAY-FECHACTL
                END-READ
                CLOSE FCH-FILE
            END-IF.

      *-----------------------------------------------------------
      * Busca el dia habil anterior a la fecha de negocio; la
      * ventana empieza el dia calendario siguiente a ese.
      *-----------------------------------------------------------
       CALCULAR-VENTANA.
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NUEVA.
            PERFORM RESTAR-UN-DIA.
            PERFORM VALIDAR-DIA-HABIL.
            PERFORM UNTIL WS-ES-HABIL = "S"
                PERFORM RESTAR-UN-DIA
                PERFORM VALIDAR-DIA-HABIL
            END-PERFORM.
            MOVE WS-FECHA-NUEVA TO WS-FECHA-ANTERIOR.
            PERFORM SUMAR-UN-DIA.
            MOVE WS-FECHA-NUEVA TO WS-VENTANA-DESDE.

       CARGAR-GENERADAS.
            OPEN INPUT IHIS-FILE.
            IF WS-IHIS-STATUS NOT = "35"
                PERFORM LEER-HISTORIAL
                PERFORM UNTIL WS-IHIS-EOF = "S"
                    IF IHIS-FECHA = WS-FECHA-NEGOCIO
                        AND WS-TOTAL-GENERADAS < WS-MAX-GENERADAS
                        ADD 1 TO WS-TOTAL-GENERADAS
                        SET WS-GEN-IDX TO WS-TOTAL-GENERADAS
                        MOVE IHIS-CODIGO TO
                            WS-GEN-CODIGO (WS-GEN-IDX)
                    END-IF
                    PERFORM LEER-HISTORIAL
                END-PERFORM
                CLOSE IHIS-FILE
            END-IF.

       LEER-HISTORIAL.
            READ IHIS-FILE
                AT END MOVE "S" TO WS-IHIS-EOF
            END-READ.

       LEER-INSTRUCCION.
            READ INST-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * Decide que se hace con una instruccion: invalida, fuera de
      * vigencia, ya generada para la fecha, sin vencimiento en la
      * ventana, o generada ahora.
      *-----------------------------------------------------------
       PROCESAR-INSTRUCCION.
            ADD 1 TO WS-CNT-LEIDAS.
            MOVE "N" TO WS-VENCE.
            MOVE 0 TO WS-FECHA-VENCE.

            IF (INST-FRECUENCIA NOT = "D"
                    AND INST-FRECUENCIA NOT = "S"
                    AND INST-FRECUENCIA NOT = "M")
                OR (INST-FRECUENCIA = "S"
                    AND (INST-DIA < 1 OR INST-DIA > 7))
                OR (INST-FRECUENCIA = "M"
                    AND (INST-DIA < 1 OR INST-DIA > 31))
                OR INST-CODIGO = SPACES
                MOVE "INVALIDA" TO WS-ESTADO-INST
                ADD 1 TO WS-CNT-INVALIDAS
            ELSE
                IF INST-FECHA-DESDE > WS-FECHA-NEGOCIO
                    OR (INST-FECHA-HASTA NOT = 0
                        AND INST-FECHA-HASTA < WS-VENTANA-DESDE)
                    MOVE "FUERA DE VIGENCIA" TO WS-ESTADO-INST
                    ADD 1 TO WS-CNT-FUERA
                ELSE
                    PERFORM BUSCAR-GENERADA
                    IF WS-YA-GENERADA = "S"
                        MOVE "YA GENERADA" TO WS-ESTADO-INST
                        ADD 1 TO WS-CNT-YA-GENERADAS
                    ELSE
                        PERFORM BUSCAR-VENCIMIENTO
                        IF WS-VENCE = "N"
                            MOVE "NO VENCE" TO WS-ESTADO-INST
                            ADD 1 TO WS-CNT-NO-VENCEN
                        ELSE
                            IF WS-TOTAL-NUEVAS < WS-MAX-GENERADAS
                                PERFORM GENERAR-TRANSACCION
                                MOVE "GENERADA" TO WS-ESTADO-INST
                                ADD 1 TO WS-CNT-GENERADAS
                            ELSE
                                MOVE "TABLA LLENA" TO WS-ESTADO-INST
                                ADD 1 TO WS-CNT-INVALIDAS
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       BUSCAR-GENERADA.
            MOVE "N" TO WS-YA-GENERADA.
            PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                UNTIL WS-GEN-IDX > WS-TOTAL-GENERADAS
                    OR WS-YA-GENERADA = "S"
                IF WS-GEN-CODIGO (WS-GEN-IDX) = INST-CODIGO
                    MOVE "S" TO WS-YA-GENERADA
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * Recorre la ventana dia por dia, dentro de la vigencia de
      * la instruccion, hasta encontrar una fecha que su
      * frecuencia marque. La diaria solo vence en la fecha de
      * negocio misma (un dia habil); la mensual con un dia que
      * el mes no tiene vence el ultimo dia del mes.
      *-----------------------------------------------------------
       BUSCAR-VENCIMIENTO.
            MOVE WS-VENTANA-DESDE TO WS-FECHA-NUEVA.
            PERFORM UNTIL WS-FECHA-NUEVA > WS-FECHA-NEGOCIO
                    OR WS-VENCE = "S"
                IF WS-FECHA-NUEVA >= INST-FECHA-DESDE
                    AND (INST-FECHA-HASTA = 0
                        OR WS-FECHA-NUEVA <= INST-FECHA-HASTA)
                    PERFORM VERIFICAR-FRECUENCIA
                END-IF
                IF WS-VENCE = "S"
                    MOVE WS-FECHA-NUEVA TO WS-FECHA-VENCE
                ELSE
                    PERFORM SUMAR-UN-DIA
                END-IF
            END-PERFORM.

       VERIFICAR-FRECUENCIA.
            EVALUATE INST-FRECUENCIA
                WHEN "D"
                    IF WS-FECHA-NUEVA = WS-FECHA-NEGOCIO
                        MOVE "S" TO WS-VENCE
                    END-IF
                WHEN "S"
                    PERFORM CALCULAR-DIA-SEMANA
                    IF WS-DIA-NRO = INST-DIA
                        MOVE "S" TO WS-VENCE
                    END-IF
                WHEN "M"
                    PERFORM CALCULAR-DIAS-DEL-MES
                    IF INST-DIA > WS-DIAS-DEL-MES
                        MOVE WS-DIAS-DEL-MES TO WS-DIA-MES
                    ELSE
                        MOVE INST-DIA TO WS-DIA-MES
                    END-IF
                    IF WS-FP-DD = WS-DIA-MES
                        MOVE "S" TO WS-VENCE
                    END-IF
            END-EVALUATE.

      *-----------------------------------------------------------
      * Dia de la semana de WS-FECHA-NUEVA, 1 lunes a 7 domingo,
      * a partir del resto del numero de dia corrido por 7.
      *-----------------------------------------------------------
       CALCULAR-DIA-SEMANA.
            MOVE WS-FECHA-NUEVA TO WS-CS-FECHA.
            PERFORM CALCULAR-SERIAL.
            DIVIDE WS-CS-SERIAL BY 7 GIVING WS-COC-7
                REMAINDER WS-DIA-SEMANA.
            IF WS-DIA-SEMANA < 2
                COMPUTE WS-DIA-NRO = WS-DIA-SEMANA + 6
            ELSE
                COMPUTE WS-DIA-NRO = WS-DIA-SEMANA - 1
            END-IF.

       GENERAR-TRANSACCION.
            MOVE INST-NUM1 TO TRAN-NUM1.
            MOVE INST-NUMERO2 TO TRAN-NUMERO2.
            MOVE INST-OPCION TO TRAN-OPCION.
            MOVE INST-CUENTA TO TRAN-CUENTA.
            MOVE INST-MONEDA TO TRAN-MONEDA.
            IF INST-FORMULA = SPACES
                MOVE SPACE TO TRAN-CADENA
                MOVE SPACES TO TRAN-FORMULA
            ELSE
                MOVE "F" TO TRAN-CADENA
                MOVE INST-FORMULA TO TRAN-FORMULA
            END-IF.
            WRITE TRAN-RECORD.
            ADD TRAN-NUM1 TO WS-HASH-CALC.
            ADD TRAN-NUMERO2 TO WS-HASH-CALC.

            IF WS-TOTAL-GENERADAS < WS-MAX-GENERADAS
                ADD 1 TO WS-TOTAL-GENERADAS
                SET WS-GEN-IDX TO WS-TOTAL-GENERADAS
                MOVE INST-CODIGO TO WS-GEN-CODIGO (WS-GEN-IDX)
            END-IF.
            ADD 1 TO WS-TOTAL-NUEVAS.
            SET WS-NUE-IDX TO WS-TOTAL-NUEVAS.
            MOVE INST-CODIGO TO WS-NUE-CODIGO (WS-NUE-IDX).
            MOVE WS-FECHA-VENCE TO WS-NUE-VENCE (WS-NUE-IDX).

      *-----------------------------------------------------------
      * Busca en RUNCTL si calcedt tiene algun registro COMPLETO
      * para la fecha de negocio (aunque despues haya un reintento
      * forzado): en ese caso el TRANRAW anterior ya paso a TRANOK
      * y arrastrarlo haria postear dos veces sus instrucciones.
      *-----------------------------------------------------------
       VERIFICAR-EDICION.
            MOVE "N" TO WS-EDICION-COMPLETA.
            MOVE "N" TO WS-RUN-EOF.
            OPEN INPUT RUN-FILE.
            IF WS-RUN-STATUS NOT = "35"
                PERFORM LEER-RUNCTL
                PERFORM UNTIL WS-RUN-EOF = "S"
                    IF RUN-FECHA = WS-FECHA-NEGOCIO
                        AND RUN-PASO = WS-RUN-PASO-EDICION
                        AND RUN-ESTADO = "COMPLETO"
                        MOVE "S" TO WS-EDICION-COMPLETA
                    END-IF
                    PERFORM LEER-RUNCTL
                END-PERFORM
                CLOSE RUN-FILE
            END-IF.

       LEER-RUNCTL.
            READ RUN-FILE
                AT END MOVE "S" TO WS-RUN-EOF
            END-READ.

      *-----------------------------------------------------------
      * Si el TRANRAW que quedo en disco es de la misma fecha de
      * negocio (cabecera), pasa sus detalles al archivo de
      * trabajo antes de los nuevos y los suma al total de
      * control, para que la cola cubra todo lo del dia.
      *-----------------------------------------------------------
       ARRASTRAR-TRANRAW.
            OPEN INPUT RAW-FILE.
            IF WS-RAW-STATUS NOT = "35"
                PERFORM LEER-TRANRAW
                IF WS-RAW-EOF = "N"
                    AND RAW-RECORD (1:1) = "H"
                    MOVE RAW-RECORD (1:31) TO TRANCTL-RECORD
                    IF TRANCTL-FECHA = WS-FECHA-NEGOCIO
                        PERFORM LEER-TRANRAW
                        PERFORM UNTIL WS-RAW-EOF = "S"
                            IF RAW-RECORD (1:1) NOT = "H"
                                AND RAW-RECORD (1:1) NOT = "T"
                                PERFORM ARRASTRAR-DETALLE
                            END-IF
                            PERFORM LEER-TRANRAW
                        END-PERFORM
                    END-IF
                END-IF
                CLOSE RAW-FILE
            END-IF.

       ARRASTRAR-DETALLE.
            MOVE RAW-RECORD TO TRAN-RECORD.
            WRITE TRAN-RECORD.
            ADD TRAN-NUM1 TO WS-HASH-CALC.
            ADD TRAN-NUMERO2 TO WS-HASH-CALC.
            ADD 1 TO WS-CNT-ARRASTRADAS.

       LEER-TRANRAW.
            READ RAW-FILE
                AT END MOVE "S" TO WS-RAW-EOF
            END-READ.

      *-----------------------------------------------------------
      * Arma TRANRAW con cabecera, los detalles del archivo de
      * trabajo (los arrastrados mas los nuevos) y la cola con
      * cantidad y total de control.
      *-----------------------------------------------------------
       ARMAR-TRANRAW.
            OPEN OUTPUT RAW-FILE.
            MOVE "H" TO TRANCTL-TIPO.
            MOVE WS-FECHA-NEGOCIO TO TRANCTL-FECHA.
            MOVE 0 TO TRANCTL-CANT.
            MOVE 0 TO TRANCTL-HASH.
            WRITE RAW-RECORD FROM TRANCTL-RECORD.

            MOVE "N" TO WS-EOF.
            OPEN INPUT RAWTMP-FILE.
            PERFORM LEER-RAWTMP.
            PERFORM UNTIL WS-EOF = "S"
                WRITE RAW-RECORD FROM TRAN-RECORD
                PERFORM LEER-RAWTMP
            END-PERFORM.
            CLOSE RAWTMP-FILE.

            MOVE "T" TO TRANCTL-TIPO.
            MOVE 0 TO TRANCTL-FECHA.
            COMPUTE TRANCTL-CANT =
                WS-CNT-GENERADAS + WS-CNT-ARRASTRADAS.
            MOVE WS-HASH-CALC TO TRANCTL-HASH.
            WRITE RAW-RECORD FROM TRANCTL-RECORD.
            CLOSE RAW-FILE.

       LEER-RAWTMP.
            READ RAWTMP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GRABAR-HISTORIAL.
            OPEN EXTEND IHIS-FILE.
            IF WS-IHIS-STATUS = "35"
                OPEN OUTPUT IHIS-FILE
            END-IF.
            PERFORM VARYING WS-NUE-IDX FROM 1 BY 1
                UNTIL WS-NUE-IDX > WS-TOTAL-NUEVAS
                MOVE WS-NUE-CODIGO (WS-NUE-IDX) TO IHIS-CODIGO
                MOVE WS-FECHA-NEGOCIO TO IHIS-FECHA
                MOVE WS-NUE-VENCE (WS-NUE-IDX) TO IHIS-FECHA-VENCE
                WRITE IHIS-RECORD
            END-PERFORM.
            CLOSE IHIS-FILE.

       IMPRIMIR-CABECERA.
            MOVE "GENERACION DE INSTRUCCIONES PERMANENTES - CALCINS"
                TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                WS-FECHA-NEGOCIO DELIMITED BY SIZE
                "  VENCIMIENTOS DESDE: " DELIMITED BY SIZE
                WS-VENTANA-DESDE DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "CODIGO    FR DIA DESTINO        IMPORTE MON  ESTADO"
                TO REPORT-LINE.
            WRITE REPORT-LINE.

       IMPRIMIR-INSTRUCCION.
            MOVE INST-CODIGO TO WS-LI-CODIGO.
            MOVE INST-FRECUENCIA TO WS-LI-FRECUENCIA.
            IF INST-DIA IS NUMERIC
                MOVE INST-DIA TO WS-LI-DIA
            ELSE
                MOVE 0 TO WS-LI-DIA
            END-IF.
            IF INST-FORMULA = SPACES
                MOVE INST-CUENTA TO WS-LI-DESTINO
            ELSE
                MOVE INST-FORMULA TO WS-LI-DESTINO
            END-IF.
            IF INST-NUM1 IS NUMERIC
                MOVE INST-NUM1 TO WS-LI-IMPORTE
            ELSE
                MOVE 0 TO WS-LI-IMPORTE
            END-IF.
            MOVE INST-MONEDA TO WS-LI-MONEDA.
            MOVE WS-ESTADO-INST TO WS-LI-ESTADO.
            IF WS-FECHA-VENCE = 0
                MOVE SPACES TO WS-LI-VENCE
            ELSE
                MOVE WS-FECHA-VENCE TO WS-LI-VENCE
            END-IF.
            MOVE WS-LINEA-INST TO REPORT-LINE.
            WRITE REPORT-LINE.

       IMPRIMIR-RESUMEN.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "INSTRUCCIONES LEIDAS" TO WS-LR-TEXTO.
            MOVE WS-CNT-LEIDAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "GENERADAS" TO WS-LR-TEXTO.
            MOVE WS-CNT-GENERADAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "YA GENERADAS PARA LA FECHA" TO WS-LR-TEXTO.
            MOVE WS-CNT-YA-GENERADAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "SIN VENCIMIENTO" TO WS-LR-TEXTO.
            MOVE WS-CNT-NO-VENCEN TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "FUERA DE VIGENCIA" TO WS-LR-TEXTO.
            MOVE WS-CNT-FUERA TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "INVALIDAS / TABLA LLENA" TO WS-LR-TEXTO.
            MOVE WS-CNT-INVALIDAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "DE LA CORRIDA ANTERIOR DEL DIA" TO WS-LR-TEXTO.
            MOVE WS-CNT-ARRASTRADAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            IF WS-CNT-GENERADAS > 0
                MOVE "TRANRAW GENERADO" TO REPORT-LINE
            ELSE
                MOVE "NADA NUEVO - TRANRAW NO SE MODIFICA" TO
                    REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.

            IF WS-EDICION-COMPLETA = "S"
                AND WS-CNT-GENERADAS > 0
                MOVE SPACES TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "AVISO: CALCEDT YA COMPLETO LA FECHA - NO SE"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "ARRASTRA EL TRANRAW ANTERIOR, SOLO VAN LAS NUEVAS"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "(FORZAR-PASO CALCEDT EN CALCPARM PARA EDITARLAS)"
                    TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

      *-----------------------------------------------------------
      * Resta un dia calendario a WS-FECHA-NUEVA; al pasar al mes
      * anterior toma su ultimo dia (febrero bisiesto incluido).
      *-----------------------------------------------------------
       RESTAR-UN-DIA.
            IF WS-FP-DD > 1
                SUBTRACT 1 FROM WS-FP-DD
            ELSE
                IF WS-FP-MM > 1
                    SUBTRACT 1 FROM WS-FP-MM
                ELSE
                    MOVE 12 TO WS-FP-MM
                    SUBTRACT 1 FROM WS-FP-AAAA
                END-IF
                PERFORM CALCULAR-DIAS-DEL-MES
                MOVE WS-DIAS-DEL-MES TO WS-FP-DD
            END-IF.

      *-----------------------------------------------------------
      * Suma un dia calendario a WS-FECHA-NUEVA manejando fin de
      * mes, fin de anio y febrero bisiesto (divisible por 4 y no
      * por 100, o divisible por 400).
      *-----------------------------------------------------------
       SUMAR-UN-DIA.
            PERFORM CALCULAR-DIAS-DEL-MES.
            IF WS-FP-DD < WS-DIAS-DEL-MES
                ADD 1 TO WS-FP-DD
            ELSE
                MOVE 1 TO WS-FP-DD
                IF WS-FP-MM < 12
                    ADD 1 TO WS-FP-MM
                ELSE
                    MOVE 1 TO WS-FP-MM
                    ADD 1 TO WS-FP-AAAA
                END-IF
            END-IF.

       CALCULAR-DIAS-DEL-MES.
            EVALUATE WS-FP-MM
                WHEN 01 MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 02 PERFORM CALCULAR-FEBRERO
                WHEN 03 MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 04 MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 05 MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 06 MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 07 MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 08 MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 09 MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 10 MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 11 MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 12 MOVE 31 TO WS-DIAS-DEL-MES
            END-EVALUATE.

       CALCULAR-FEBRERO.
            DIVIDE WS-FP-AAAA BY 4 GIVING WS-COCIENTE
                REMAINDER WS-RESTO-4.
            DIVIDE WS-FP-AAAA BY 100 GIVING WS-COCIENTE
                REMAINDER WS-RESTO-100.
            DIVIDE WS-FP-AAAA BY 400 GIVING WS-COCIENTE
                REMAINDER WS-RESTO-400.
            IF (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                OR WS-RESTO-400 = 0
                MOVE 29 TO WS-DIAS-DEL-MES
            ELSE
                MOVE 28 TO WS-DIAS-DEL-MES
            END-IF.

       CARGAR-FERIADOS.
            OPEN INPUT FER-FILE.
            IF WS-FER-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE FERIADOS - SOLO SE SALTEAN "
                    "SABADOS Y DOMINGOS"
            ELSE
                PERFORM LEER-FERIADO
                PERFORM UNTIL WS-FER-EOF = "S"
                    IF WS-TOTAL-FERIADOS < WS-MAX-FERIADOS
                        ADD 1 TO WS-TOTAL-FERIADOS
                        SET WS-FER-IDX TO WS-TOTAL-FERIADOS
                        MOVE FER-FECHA TO WS-FER-FECHA (WS-FER-IDX)
                        MOVE FER-TIPO TO WS-FER-TIPO (WS-FER-IDX)
                        MOVE FER-DESCRIPCION TO
                            WS-FER-DESC (WS-FER-IDX)
                    ELSE
                        DISPLAY "AVISO: TABLA DE FERIADOS LLENA - "
                            "SE IGNORA " FER-FECHA
                    END-IF
                    PERFORM LEER-FERIADO
                END-PERFORM
                CLOSE FER-FILE
            END-IF.

       LEER-FERIADO.
            READ FER-FILE
                AT END MOVE "S" TO WS-FER-EOF
            END-READ.

      *-----------------------------------------------------------
      * Decide si WS-FECHA-NUEVA es dia habil: primero por el dia
      * de la semana y despues por el calendario, que manda sobre
      * la regla general. Deja el motivo en WS-MOTIVO-NO-HABIL.
      *-----------------------------------------------------------
       VALIDAR-DIA-HABIL.
            MOVE WS-FECHA-NUEVA TO WS-CS-FECHA.
            PERFORM CALCULAR-SERIAL.
            DIVIDE WS-CS-SERIAL BY 7 GIVING WS-COC-7
                REMAINDER WS-DIA-SEMANA.
            IF WS-DIA-SEMANA < 2
                MOVE "N" TO WS-ES-HABIL
                MOVE "FIN DE SEMANA" TO WS-MOTIVO-NO-HABIL
            ELSE
                MOVE "S" TO WS-ES-HABIL
                MOVE SPACES TO WS-MOTIVO-NO-HABIL
            END-IF.
            PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                UNTIL WS-FER-IDX > WS-TOTAL-FERIADOS
                IF WS-FER-FECHA (WS-FER-IDX) = WS-FECHA-NUEVA
                    IF WS-FER-TIPO (WS-FER-IDX) = "H"
                        MOVE "S" TO WS-ES-HABIL
                        MOVE SPACES TO WS-MOTIVO-NO-HABIL
                    ELSE
                        MOVE "N" TO WS-ES-HABIL
                        MOVE WS-FER-DESC (WS-FER-IDX) TO
                            WS-MOTIVO-NO-HABIL
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * Convierte WS-CS-FECHA (AAAAMMDD) en un numero de dia
      * corrido: anios por 365 mas los bisiestos transcurridos,
      * mas los dias acumulados de los meses previos, mas el dia.
      *-----------------------------------------------------------
       CALCULAR-SERIAL.
            SUBTRACT 1 FROM WS-CS-AAAA GIVING WS-CS-ANIO-ANT.
            DIVIDE WS-CS-ANIO-ANT BY 4 GIVING WS-COC-4.
            DIVIDE WS-CS-ANIO-ANT BY 100 GIVING WS-COC-100.
            DIVIDE WS-CS-ANIO-ANT BY 400 GIVING WS-COC-400.
            COMPUTE WS-CS-BISIESTOS
                = WS-COC-4 - WS-COC-100 + WS-COC-400.

            EVALUATE WS-CS-MM
                WHEN 01 MOVE 000 TO WS-CS-ACUM-MES
                WHEN 02 MOVE 031 TO WS-CS-ACUM-MES
                WHEN 03 MOVE 059 TO WS-CS-ACUM-MES
                WHEN 04 MOVE 090 TO WS-CS-ACUM-MES
                WHEN 05 MOVE 120 TO WS-CS-ACUM-MES
                WHEN 06 MOVE 151 TO WS-CS-ACUM-MES
                WHEN 07 MOVE 181 TO WS-CS-ACUM-MES
                WHEN 08 MOVE 212 TO WS-CS-ACUM-MES
                WHEN 09 MOVE 243 TO WS-CS-ACUM-MES
                WHEN 10 MOVE 273 TO WS-CS-ACUM-MES
                WHEN 11 MOVE 304 TO WS-CS-ACUM-MES
                WHEN 12 MOVE 334 TO WS-CS-ACUM-MES
                WHEN OTHER MOVE 000 TO WS-CS-ACUM-MES
            END-EVALUATE.

            IF WS-CS-MM > 2
                DIVIDE WS-CS-AAAA BY 4 GIVING WS-COCIENTE
                    REMAINDER WS-RESTO-4
                DIVIDE WS-CS-AAAA BY 100 GIVING WS-COCIENTE
                    REMAINDER WS-RESTO-100
                DIVIDE WS-CS-AAAA BY 400 GIVING WS-COCIENTE
                    REMAINDER WS-RESTO-400
                IF (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                    OR WS-RESTO-400 = 0
                    ADD 1 TO WS-CS-ACUM-MES
                END-IF
            END-IF.

            COMPUTE WS-CS-SERIAL
                = WS-CS-AAAA * 365 + WS-CS-BISIESTOS
                + WS-CS-ACUM-MES + WS-CS-DD.

       END PROGRAM calcins.
