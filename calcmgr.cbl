      * unattended job instead of renaming files between manual
      * reruns of calcbat. Ends by writing one consolidated job log
      * (CALCMGR.LOG) listing how each file came out.
      * Second step of the nightly sequence: it only runs once
      * calcedt is COMPLETO on the run-control file RUNCTL
      * (runrec.cpy) for the business date, and records its own
      * start, end and counts there. A simulation run does not
      * touch RUNCTL.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DUP-FILE ASSIGN TO "DUPREVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO "CALCMGR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT GLIN-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLIN-STATUS.
           SELECT PHIS-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIS-CLAVE
               FILE STATUS IS WS-PHIS-STATUS.
           SELECT TASA-FILE ASSIGN TO "TASAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASA-STATUS.
           SELECT SALD-FILE ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALD-STATUS.
           SELECT PRES-FILE ASSIGN TO "PRESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRES-STATUS.
           SELECT SIM-FILE ASSIGN TO "CALCMGR.SIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FD PARM-FILE.
       COPY "parmrec.cpy".

      * Segunda vista de lectura sobre GLEXTRACT, sin cerrar el
      * GL-FILE de salida, para sumar lo ya posteado en el periodo
      * contra el presupuesto de cada cuenta.
       FD GLIN-FILE.
       01 GLIN-RECORD.
           05 GLIN-FECHA     PIC 9(8).
           05 GLIN-RESULTADO PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 GLIN-CUENTA    PIC X(06).
           05 GLIN-MONEDA    PIC X(03).
           05 GLIN-RESULTADO-ORIG PIC S9(7)V99 SIGN IS TRAILING
                                 SEPARATE.
           05 GLIN-OPERADOR  PIC X(08).
           05 GLIN-TIPO      PIC X.

       FD PHIS-FILE.
       COPY "phisrec.cpy".

       FD TASA-FILE.
       COPY "tasarec.cpy".

       FD SALD-FILE.
       COPY "saldrec.cpy".

       FD PRES-FILE.
       COPY "presrec.cpy".

       FD SIM-FILE.
       01 SIM-LINE PIC X(80).

       FD RUN-FILE.
       COPY "runrec.cpy".

      * Un registro por transaccion de la pasada de conteo del
      * TRANFILE en curso, ordenado por la combinacion
       01 WS-CADENA PIC X.
       01 WS-RESULTADO-ANTERIOR PIC S9(7)V99 VALUE 0.
       01 WS-HAY-ANTERIOR PIC X VALUE "N".
      * Moneda en que esta expresada la base: un registro "C" en
      * otra moneda se rechaza con CADENA OTRA MONEDA (el RESULTADO
      * anterior no puede tomarse como NUM1 de otra moneda).
       01 WS-MONEDA-ANTERIOR PIC X(03) VALUE SPACES.
       01 WS-GLIN-STATUS PIC XX.
       01 WS-GLIN-EOF PIC X VALUE "N".
       01 WS-REVERSA-HALLADA PIC X VALUE "N".
       01 WS-REVERSA-IMPORTE PIC S9(7)V99 VALUE 0.
      * Historia de posteos (POSTHIST, ver phisrec.cpy): la reversa
      * busca ahi su posteo original, tambien si ya se archivo, y
      * un posteo ya reversado no se reversa dos veces.
       01 WS-PHIS-STATUS PIC XX.
       01 WS-PHIS-FIN PIC X VALUE "N".
       01 WS-HAY-POSTHIST PIC X VALUE "N".
       01 WS-PHIS-GRABADO PIC X VALUE "N".
       01 WS-PHIS-MARCA PIC X.
       01 WS-REVERSA-DUPLICADA PIC X VALUE "N".
       01 WS-REVERSA-CLAVE PIC X(39).
       01 WS-FORM-STATUS PIC XX.
       01 WS-FORM-EOF PIC X VALUE "N".
       01 WS-FORMULA PIC X(08).
       01 WS-DUP-ANT-NUM1 PIC S9(7)V99.
       01 WS-DUP-ANT-NUMERO2 PIC S9(7)V99.
       01 WS-DUP-ANT-OPCION PIC 9.
       01 WS-TASA-STATUS PIC XX.
       01 WS-TASA-EOF PIC X VALUE "N".
      * Moneda de la transaccion y su conversion a moneda base: el
      * calculo corre en la moneda original y RESULTADO se pasa a
      * base con el tipo de cambio de TASAFILE para la fecha de
      * negocio. El umbral GL, el log y GLEXTRACT trabajan sobre el
      * valor en base; la moneda y el importe original viajan al
      * lado. Una moneda sin tipo de cambio para la fecha rechaza
      * la transaccion con estado SIN TIPO DE CAMBIO.
       01 WS-MONEDA PIC X(03).
       01 WS-MONEDA-BASE PIC X(03) VALUE "ARS".
       01 WS-TASA PIC 9(5)V9(6) VALUE 1.
       01 WS-TASA-HALLADA PIC X VALUE "N".
       01 WS-RESULTADO-BASE PIC S9(7)V99 VALUE 0.
       01 WS-REVERSA-MONEDA PIC X(03).
       01 WS-REVERSA-ORIG PIC S9(7)V99 VALUE 0.
       01 WS-MAX-TASAS PIC 9(4) VALUE 0100.
       01 WS-TOTAL-TASAS PIC 9(4) VALUE 0.
       01 WS-TABLA-TASAS.
           05 WS-TASA-ENTRADA OCCURS 100 TIMES
                               INDEXED BY WS-TASA-IDX.
               10 WS-TASA-MON PIC X(03).
               10 WS-TASA-VAL PIC 9(5)V9(6).
      * Presupuesto del periodo (AAAAMM de la fecha de negocio)
      * por cuenta, cargado de PRESFILE al inicio, con lo ya
      * posteado en el periodo (lo rolado en SALDOS mas lo nuevo
      * de GLEXTRACT, ver CARGAR-PRESUPUESTOS); cada posteo de la
      * corrida se suma al acumulado. Un resultado OK que llevaria
      * a la cuenta por encima de su limite va a SUSPFILE con
      * motivo PRESUPUESTO aunque no supere el umbral GL. Sin
      * PRESFILE no se controla presupuesto; una cuenta sin
      * registro para el periodo no tiene limite.
       01 WS-PRES-STATUS PIC XX.
       01 WS-PRES-EOF PIC X VALUE "N".
       01 WS-PERIODO-PRES PIC 9(6).
       01 WS-PERIODO-GL PIC 9(6).
       01 WS-SALD-STATUS PIC XX.
       01 WS-SALD-EOF PIC X VALUE "N".
       01 WS-MAX-PRES PIC 9(4) VALUE 0500.
       01 WS-TOTAL-PRES PIC 9(4) VALUE 0.
       01 WS-TABLA-PRES.
           05 WS-PRES-ENTRADA OCCURS 500 TIMES
                               INDEXED BY WS-PRES-IDX.
               10 WS-PRES-CTA  PIC X(06).
               10 WS-PRES-LIM  PIC 9(9)V99.
               10 WS-PRES-ACUM PIC S9(11)V99.
               10 WS-PRES-FECHA-ULT PIC 9(8).
       01 WS-PRES-CLAVE PIC X(06).
       01 WS-PRES-POS PIC 9(4) VALUE 0.
       01 WS-EXCEDE-UMBRAL PIC X VALUE "N".
       01 WS-EXCEDE-PRES PIC X VALUE "N".
       01 WS-CONTADOR-PRES PIC 9(8) VALUE 0.
      * Simulacion (CALCPARM SIMULACION = S): la corrida hace todo
      * el proceso - cadenas, formulas, busqueda de reversas,
      * validacion de operador y cuenta, periodo, tipo de cambio,
      * presupuesto y umbral - pero no graba LOGFILE, GLEXTRACT,
      * SUSPFILE, RESULTFILE ni DUPREVIEW y no toca el checkpoint;
      * lo que habria pasado con cada transaccion y los totales
      * por cuenta quedan en CALCMGR.SIM, marcado SIMULACION.
       01 WS-SIMULACION PIC X VALUE "N".
       01 WS-SIM-STATUS PIC XX.
       01 WS-SIM-DESTINO PIC X(16).
       01 WS-SIM-CNT-TOTAL PIC 9(8) VALUE 0.
       01 WS-SIM-CNT-GL PIC 9(8) VALUE 0.
       01 WS-SIM-CNT-RECHAZOS PIC 9(8) VALUE 0.
       01 WS-SIM-TOT-GL PIC S9(11)V99 VALUE 0.
       01 WS-SIM-TOT-SUSP PIC S9(11)V99 VALUE 0.
       01 WS-SIM-CNT-DESCARTADOS PIC 9(8) VALUE 0.
       01 WS-SIM-BUSCAR-IDX PIC 9(4).
       01 WS-SIM-ENCONTRADO PIC X VALUE "N".
       01 WS-SIM-MAX-CTAS PIC 9(4) VALUE 0500.
       01 WS-SIM-TOTAL-CTAS PIC 9(4) VALUE 0.
       01 WS-SIM-TABLA.
           05 WS-SIM-ENTRADA OCCURS 500 TIMES
                              INDEXED BY WS-SIM-IDX.
               10 WS-SIM-CTA  PIC X(06).
               10 WS-SIM-CNT  PIC 9(7).
               10 WS-SIM-GL   PIC S9(11)V99.
               10 WS-SIM-SUSP PIC S9(11)V99.
               10 WS-SIM-RECH PIC 9(7).
       01 WS-SIM-LINEA-DETALLE.
           05 WS-SD-REGISTRO  PIC ZZZZZZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SD-CUENTA    PIC X(06).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SD-OPCION    PIC 9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SD-RESULTADO PIC -(6)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SD-DESTINO   PIC X(16).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SD-ESTADO    PIC X(25).
       01 WS-SIM-LINEA-CUENTA.
           05 WS-SC-CUENTA    PIC X(06).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SC-CNT       PIC ZZZZZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SC-GL        PIC -(10)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 WS-SC-SUSP      PIC -(10)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-SC-RECH      PIC ZZZZZZ9.
       01 WS-SIM-LINEA-TOTAL.
           05 WS-ST-TEXTO     PIC X(30).
           05 WS-ST-CNT       PIC ZZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-ST-IMPORTE   PIC -(10)9.99.
       01 WS-SIM-UMBRAL-ED PIC Z(6)9.99.
      * Control de la secuencia nocturna (RUNCTL, runrec.cpy):
      * este paso, su lugar en la secuencia y el paso que tiene
      * que haber terminado antes para la misma fecha de negocio.
      * FORZAR-PASO en CALCPARM con el nombre de este programa lo
      * deja correr igual (repetirlo o saltear la secuencia).
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-EOF PIC X VALUE "N".
       01 WS-RUN-PASO PIC X(08) VALUE "calcmgr".
       01 WS-RUN-ORDEN PIC 9 VALUE 2.
       01 WS-RUN-PREVIO PIC X(08) VALUE "calcedt".
       01 WS-RUN-FECHA PIC 9(8) VALUE 0.
       01 WS-RUN-FORZADO PIC X VALUE "N".
       01 WS-RUN-INICIADO PIC X VALUE "N".
       01 WS-RUN-ESTADO-PROPIO PIC X(10) VALUE SPACES.
       01 WS-RUN-ESTADO-PREVIO PIC X(10) VALUE SPACES.
       01 WS-RUN-ESTADO-FINAL PIC X(10) VALUE SPACES.
       01 WS-RUN-INICIO-FECHA PIC 9(8) VALUE 0.
       01 WS-RUN-INICIO-HORA PIC 9(8) VALUE 0.
       01 WS-RUN-RETORNO PIC 9(4) VALUE 0.
       01 WS-RUN-LEIDOS PIC 9(8) VALUE 0.
       01 WS-RUN-GRABADOS PIC 9(8) VALUE 0.
       01 WS-RUN-RECHAZADOS PIC 9(8) VALUE 0.
       01 WS-RUN-FECHA-PROXIMA PIC 9(8) VALUE 0.
       01 WS-RUN-MENSAJE PIC X(40) VALUE SPACES.
       01 WS-RUN-NO-PROCESADOS PIC 9(4) VALUE 0.

       01 WS-JOBLOG-DETALLE.
           05 WS-JL-TRANFILE   PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            PERFORM LEER-FECHA-NEGOCIO.
            IF WS-SIMULACION = "N"
                MOVE WS-FECHA-NEGOCIO TO WS-RUN-FECHA
                PERFORM INICIAR-CONTROL-CORRIDA
            END-IF.
            IF WS-HAY-PARM = "S"
                IF WS-TIENE-OPERADOR = "N" AND WS-PARM-ERROR = "N"
                    MOVE "S" TO WS-PARM-ERROR
            IF WS-OPERADOR-OK = "N"
                DISPLAY "ERROR: OPERADOR NO AUTORIZADO O INACTIVO "
                    "- LA CORRIDA NO SE PROCESA"
                MOVE "OPERADOR NO AUTORIZADO O INACTIVO" TO
                    WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.
            PERFORM CARGAR-TASAS.
            PERFORM CARGAR-CUENTAS.
            PERFORM CARGAR-PRESUPUESTOS.
            PERFORM CARGAR-FORMULAS.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MANIFEST-STATUS = "35"
                DISPLAY "ERROR: NO SE ENCONTRO TRANLIST - NO HAY "
                    "ARCHIVOS QUE PROCESAR"
                MOVE "NO SE ENCONTRO TRANLIST" TO WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.
            PERFORM ABRIR-POSTHIST.
            IF WS-HAY-POSTHIST = "N" AND WS-SIMULACION = "N"
                DISPLAY "ERROR: NO SE PUDO ABRIR POSTHIST (STATUS "
                    WS-PHIS-STATUS ") - LA CORRIDA NO SE PROCESA"
                CLOSE MANIFEST-FILE
                MOVE "NO SE PUDO ABRIR POSTHIST" TO WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.

            IF WS-SIMULACION = "S"
                DISPLAY "*** SIMULACION: NO SE GRABA LOGFILE, "
                    "GLEXTRACT, SUSPFILE NI CHECKPOINT ***"
                PERFORM IMPRIMIR-CABECERA-SIM
                PERFORM LEER-MANIFEST
                PERFORM UNTIL WS-MANIFEST-EOF = "S"
                    IF MANIFEST-RECORD NOT = SPACES
                        PERFORM PROCESAR-ARCHIVO-MANIFEST
                    END-IF
                    PERFORM LEER-MANIFEST
                END-PERFORM
                CLOSE MANIFEST-FILE
                IF WS-HAY-POSTHIST = "S"
                    CLOSE PHIS-FILE
                END-IF
                PERFORM IMPRIMIR-TOTALES-SIM
                STOP RUN
            END-IF.

            CLOSE LOG-FILE.
            CLOSE GL-FILE.
            CLOSE SUSP-FILE.
            CLOSE PHIS-FILE.
            CLOSE MANIFEST-FILE.
            CLOSE JOBLOG-FILE.
            CLOSE DUP-FILE.
            END-IF.
            IF WS-CONTADOR-SUSPENSO > 0
                DISPLAY "AVISO: " WS-CONTADOR-SUSPENSO
                    " RESULTADOS QUEDARON EN SUSPFILE "
                    "PENDIENTES DE APROBACION"
            END-IF.
            IF WS-CONTADOR-PRES > 0
                DISPLAY "AVISO: " WS-CONTADOR-PRES
                    " RESULTADOS EXCEDEN EL PRESUPUESTO DE SU "
                    "CUENTA Y QUEDARON EN SUSPFILE"
            END-IF.
            IF WS-RUN-NO-PROCESADOS > 0
                MOVE 4 TO WS-RUN-RETORNO
                MOVE "ARCHIVOS SIN PROCESAR - VER CALCMGR.LOG" TO
                    WS-RUN-MENSAJE
            ELSE
                IF WS-RUN-RECHAZADOS > 0
                    MOVE 4 TO WS-RUN-RETORNO
                    MOVE "RESULTADOS RECHAZADOS - VER RESULTFILE" TO
                        WS-RUN-MENSAJE
                END-IF
            END-IF.
            PERFORM TERMINAR-CONTROL-CORRIDA.
            STOP RUN.

       LEER-MANIFEST.

            PERFORM CONTAR-TRANFILE.

            IF WS-SIMULACION = "S"
                MOVE SPACES TO SIM-LINE
                STRING "ARCHIVO: " DELIMITED BY SIZE
                    WS-TRAN-FILENAME DELIMITED BY SIZE
                    INTO SIM-LINE
                WRITE SIM-LINE
                MOVE 0 TO WS-ULTIMO-PROCESADO
            END-IF.

            IF WS-PROCESAR-TRANFILE = "S" AND WS-SIMULACION = "N"
                PERFORM LEER-CHECKPOINT

                IF WS-TRAN-TOTAL-REGISTROS = WS-CKPT-TOTAL-REG-ANT

            IF WS-PROCESAR-TRANFILE = "S"
                OPEN INPUT TRAN-FILE
                IF WS-SIMULACION = "N"
                    OPEN EXTEND RESULT-FILE
                    IF WS-RESULT-STATUS = "35"
                        OPEN OUTPUT RESULT-FILE
                    END-IF
                END-IF

                PERFORM LEER-TRANSACCION
                    ADD 1 TO WS-CONTADOR-REGISTRO
                    IF WS-CONTADOR-REGISTRO > WS-ULTIMO-PROCESADO
                        PERFORM PROCESAR-TRANSACCION
                        ADD 1 TO WS-RUN-LEIDOS
                        DIVIDE WS-CONTADOR-REGISTRO BY
                            WS-INTERVALO-CKPT
                            GIVING WS-CKPT-COCIENTE
                            REMAINDER WS-CKPT-RESIDUO
                        IF WS-CKPT-RESIDUO = 0
                            AND WS-SIMULACION = "N"
                            PERFORM GRABAR-CHECKPOINT
                        END-IF
                    END-IF
                    PERFORM LEER-TRANSACCION
                END-PERFORM

                CLOSE TRAN-FILE
                IF WS-SIMULACION = "N"
                    PERFORM GRABAR-CHECKPOINT
                    CLOSE RESULT-FILE
                END-IF

                MOVE WS-TRAN-FILENAME TO WS-JL-TRANFILE
                MOVE WS-TRAN-TOTAL-REGISTROS TO WS-JL-ESPERADOS
                MOVE WS-CONTADOR-REGISTRO TO WS-JL-PROCESADOS
                IF WS-SIMULACION = "S"
                    MOVE "SIMULADO" TO WS-JL-RESULTADO
                ELSE
                    MOVE "PROCESADO" TO WS-JL-RESULTADO
                END-IF
            ELSE
                MOVE WS-TRAN-FILENAME TO WS-JL-TRANFILE
                MOVE WS-TRAN-TOTAL-REGISTROS TO WS-JL-ESPERADOS
                MOVE 0 TO WS-JL-PROCESADOS
                ADD 1 TO WS-RUN-NO-PROCESADOS
                IF WS-TRAN-STATUS = "35"
                    MOVE "NO ENCONTRADO" TO WS-JL-RESULTADO
                ELSE
                END-IF
            END-IF.

            IF WS-SIMULACION = "S"
                MOVE WS-JOBLOG-DETALLE TO SIM-LINE
                WRITE SIM-LINE
            ELSE
                MOVE WS-JOBLOG-DETALLE TO JOBLOG-LINE
                WRITE JOBLOG-LINE
            END-IF.

       CONTAR-TRANFILE.
            MOVE 0 TO WS-TRAN-TOTAL-REGISTROS.
            MOVE SORT-NUMERO2 TO DUP-NUMERO2.
            MOVE SORT-OPCION TO DUP-OPCION.
            MOVE SORT-CUENTA TO DUP-CUENTA.
            IF WS-SIMULACION = "N"
                WRITE DUP-RECORD
            END-IF.
            ADD 1 TO WS-CNT-DUPLICADOS.

       LEER-CHECKPOINT.
                            MOVE CKPT-RESULTADO-ANTERIOR
                                TO WS-RESULTADO-ANTERIOR
                            MOVE "S" TO WS-HAY-ANTERIOR
                            MOVE CKPT-MONEDA-ANTERIOR
                                TO WS-MONEDA-ANTERIOR
                            IF WS-MONEDA-ANTERIOR = SPACES
                                MOVE WS-MONEDA-BASE
                                    TO WS-MONEDA-ANTERIOR
                            END-IF
                        END-IF
                END-READ
                CLOSE CKPT-FILE
            MOVE WS-TRAN-TOTAL-CONTROL TO CKPT-TOTAL-CONTROL.
            MOVE WS-RESULTADO-ANTERIOR TO CKPT-RESULTADO-ANTERIOR.
            MOVE WS-HAY-ANTERIOR TO CKPT-HAY-ANTERIOR.
            MOVE WS-MONEDA-ANTERIOR TO CKPT-MONEDA-ANTERIOR.
            WRITE CKPT-RECORD.
            CLOSE CKPT-FILE.

                    MOVE TRAN-CUENTA TO WS-CUENTA
                    MOVE TRAN-CADENA TO WS-CADENA
                    MOVE TRAN-FORMULA TO WS-FORMULA
                    MOVE TRAN-MONEDA TO WS-MONEDA
                    IF WS-MONEDA = SPACES
                        MOVE WS-MONEDA-BASE TO WS-MONEDA
                    END-IF
            END-READ.

       PROCESAR-TRANSACCION.
            MOVE "OK" TO WS-ESTADO.
            MOVE 0 TO WS-RESULTADO-BASE.

            IF WS-PERIODO-ABIERTO NOT = "A"
                MOVE "PERIODO CERRADO" TO WS-ESTADO
                MOVE 0 TO RESULTADO.

      * Una reversa no necesita tipo de cambio: devuelve los mismos
      * importes (original y en base) con que se posteo el original.
            IF WS-ESTADO = "OK" AND WS-CADENA NOT = "R"
                PERFORM BUSCAR-TASA
                IF WS-TASA-HALLADA = "N"
                    MOVE "SIN TIPO DE CAMBIO" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
                END-IF
            END-IF.

            IF WS-ESTADO = "OK" AND WS-CADENA = "F"
                PERFORM PROCESAR-FORMULA
            ELSE
            IF WS-ESTADO = "OK"
                PERFORM EJECUTAR-OPERACION.

            PERFORM CONVERTIR-A-BASE.
            PERFORM GUARDAR-BASE-CADENA.
            PERFORM ESCRIBIR-RESULTADO.

            END-IF.

      *-----------------------------------------------------------
      * Reversa un posteo ya hecho: busca en POSTHIST el primer
      * posteo no reversado con el mismo NUM1/NUMERO2/OPCION/
      * CUENTA y moneda que trae el registro (aunque ya este
      * archivado) y genera el GL de contraasiento con el
      * RESULTADO negado bajo la misma cuenta (estado REVERSADO
      * en el log, que calcrpt y calcopr cuentan aparte y calcrec
      * concilia como par). Una reversa grande pasa por SUSPFILE
      * como cualquier resultado grande. Si el posteo original no
      * esta, el registro se rechaza con REVERSA SIN ORIGEN; si
      * ya fue reversado, con REVERSA DUPLICADA.
      * Una reversa nunca sirve de base de encadenamiento.
      *-----------------------------------------------------------
       PROCESAR-REVERSA.
            ELSE
                PERFORM BUSCAR-POSTEO-ORIGINAL
                IF WS-REVERSA-HALLADA = "S"
                    COMPUTE RESULTADO = 0 - WS-REVERSA-ORIG
                    COMPUTE WS-RESULTADO-BASE =
                        0 - WS-REVERSA-IMPORTE
                    MOVE WS-REVERSA-MONEDA TO WS-MONEDA
                    MOVE "REVERSADO" TO WS-ESTADO
                ELSE
                    IF WS-REVERSA-DUPLICADA = "S"
                        MOVE "REVERSA DUPLICADA" TO WS-ESTADO
                    ELSE
                        MOVE "REVERSA SIN ORIGEN" TO WS-ESTADO
                    END-IF
                    MOVE 0 TO RESULTADO
                END-IF
            END-IF.
            MOVE "N" TO WS-HAY-ANTERIOR.
            PERFORM ESCRIBIR-RESULTADO.

      *-----------------------------------------------------------
      * POSTHIST se abre para actualizar (la primera vez se crea
      * vacio). En simulacion solo se lee: las reversas buscan su
      * original pero no se marca ni se agrega nada.
      *-----------------------------------------------------------
       ABRIR-POSTHIST.
            IF WS-SIMULACION = "S"
                OPEN INPUT PHIS-FILE
            ELSE
                OPEN I-O PHIS-FILE
                IF WS-PHIS-STATUS = "35"
                    OPEN OUTPUT PHIS-FILE
                    CLOSE PHIS-FILE
                    OPEN I-O PHIS-FILE
                END-IF
            END-IF.
            IF WS-PHIS-STATUS (1:1) = "0"
                MOVE "S" TO WS-HAY-POSTHIST
            ELSE
                MOVE "N" TO WS-HAY-POSTHIST
                IF WS-SIMULACION = "S"
                    DISPLAY "AVISO: NO SE PUDO LEER POSTHIST - LAS "
                        "REVERSAS SIMULADAS SALEN SIN ORIGEN"
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * Busca en POSTHIST el posteo que reversa la transaccion en
      * curso: START en la identidad (cuenta, NUM1, NUMERO2,
      * OPCION) y READ NEXT sobre las fechas, hasta el primer
      * posteo en la misma moneda que no este reversado. Si los
      * que coinciden ya estan reversados (o con la reversa en
      * suspenso) deja WS-REVERSA-DUPLICADA en "S".
      *-----------------------------------------------------------
       BUSCAR-POSTEO-ORIGINAL.
            MOVE "N" TO WS-REVERSA-HALLADA.
            MOVE "N" TO WS-REVERSA-DUPLICADA.
            MOVE 0 TO WS-REVERSA-IMPORTE.
            MOVE "N" TO WS-PHIS-FIN.
            IF WS-HAY-POSTHIST = "N"
                MOVE "S" TO WS-PHIS-FIN
            ELSE
                MOVE WS-CUENTA TO PHIS-CUENTA
                MOVE NUM1 TO PHIS-NUM1
                MOVE NUMERO2 TO PHIS-NUMERO2
                MOVE Opcion TO PHIS-OPCION
                MOVE 0 TO PHIS-FECHA
                MOVE 0 TO PHIS-SECUENCIA
                START PHIS-FILE KEY IS NOT LESS THAN PHIS-CLAVE
                    INVALID KEY MOVE "S" TO WS-PHIS-FIN
                END-START
            END-IF.
            IF WS-PHIS-FIN = "N"
                PERFORM LEER-POSTHIST-SIGUIENTE
            END-IF.
            PERFORM UNTIL WS-PHIS-FIN = "S"
                IF PHIS-CUENTA NOT = WS-CUENTA
                    OR PHIS-NUM1 NOT = NUM1
                    OR PHIS-NUMERO2 NOT = NUMERO2
                    OR PHIS-OPCION NOT = Opcion
                    MOVE "S" TO WS-PHIS-FIN
                ELSE
                    IF PHIS-MONEDA = WS-MONEDA
                        IF PHIS-REVERSADA = "N"
                            MOVE "S" TO WS-REVERSA-HALLADA
                            MOVE "S" TO WS-PHIS-FIN
                            MOVE PHIS-CLAVE TO WS-REVERSA-CLAVE
                            MOVE PHIS-RESULTADO TO WS-REVERSA-IMPORTE
                            MOVE PHIS-RESULTADO-ORIG
                                TO WS-REVERSA-ORIG
                            MOVE PHIS-MONEDA TO WS-REVERSA-MONEDA
                        ELSE
                            MOVE "S" TO WS-REVERSA-DUPLICADA
                        END-IF
                    END-IF
                    IF WS-PHIS-FIN = "N"
                        PERFORM LEER-POSTHIST-SIGUIENTE
                    END-IF
                END-IF
            END-PERFORM.

       LEER-POSTHIST-SIGUIENTE.
            READ PHIS-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PHIS-FIN
            END-READ.

      *-----------------------------------------------------------
      * Todo resultado que llega a GLEXTRACT entra en POSTHIST. Si
      * la identidad ya esta en esa fecha (el mismo calculo
      * posteado dos veces) va con la secuencia siguiente.
      *-----------------------------------------------------------
       AGREGAR-POSTHIST.
            MOVE WS-CUENTA TO PHIS-CUENTA.
            MOVE NUM1 TO PHIS-NUM1.
            MOVE NUMERO2 TO PHIS-NUMERO2.
            MOVE Opcion TO PHIS-OPCION.
            MOVE WS-FECHA TO PHIS-FECHA.
            MOVE WS-MONEDA TO PHIS-MONEDA.
            MOVE WS-RESULTADO-BASE TO PHIS-RESULTADO.
            MOVE RESULTADO TO PHIS-RESULTADO-ORIG.
            MOVE WS-OPERADOR-ID TO PHIS-OPERADOR.
            MOVE "N" TO PHIS-REVERSADA.
            MOVE 0 TO PHIS-FECHA-REVERSA.
            MOVE SPACES TO PHIS-OPERADOR-REVERSA.
            PERFORM GRABAR-POSTHIST.

       GRABAR-POSTHIST.
            MOVE 1 TO PHIS-SECUENCIA.
            MOVE "N" TO WS-PHIS-GRABADO.
            PERFORM UNTIL WS-PHIS-GRABADO NOT = "N"
                WRITE PHIS-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
                EVALUATE TRUE
                    WHEN WS-PHIS-STATUS (1:1) = "0"
                        MOVE "S" TO WS-PHIS-GRABADO
                    WHEN WS-PHIS-STATUS = "22"
                        AND PHIS-SECUENCIA < 9999
                        ADD 1 TO PHIS-SECUENCIA
                    WHEN OTHER
                        MOVE "E" TO WS-PHIS-GRABADO
                END-EVALUATE
            END-PERFORM.
            IF WS-PHIS-GRABADO = "E"
                DISPLAY "AVISO: NO SE PUDO REGISTRAR EN POSTHIST "
                    "(STATUS " WS-PHIS-STATUS ") EL POSTEO DE LA "
                    "CUENTA " PHIS-CUENTA " - UNA REVERSA NO LO "
                    "VA A ENCONTRAR"
            END-IF.

      *-----------------------------------------------------------
      * Marca el posteo original que encontro BUSCAR-POSTEO-
      * ORIGINAL con WS-PHIS-MARCA: "S" si la reversa fue a
      * GLEXTRACT, "P" si quedo en SUSPFILE esperando aprobacion.
      *-----------------------------------------------------------
       MARCAR-REVERSA.
            MOVE WS-REVERSA-CLAVE TO PHIS-CLAVE.
            READ PHIS-FILE
                INVALID KEY CONTINUE
            END-READ.
            IF WS-PHIS-STATUS = "00"
                MOVE WS-PHIS-MARCA TO PHIS-REVERSADA
                MOVE WS-FECHA TO PHIS-FECHA-REVERSA
                MOVE WS-OPERADOR-ID TO PHIS-OPERADOR-REVERSA
                REWRITE PHIS-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
            END-IF.
            IF WS-PHIS-STATUS NOT = "00"
                DISPLAY "AVISO: NO SE PUDO MARCAR EN POSTHIST "
                    "(STATUS " WS-PHIS-STATUS ") EL POSTEO "
                    "REVERSADO DE LA CUENTA " WS-CUENTA
            END-IF.

       LEER-GLIN.
            READ GLIN-FILE
            IF WS-ESTADO = "OK"
                PERFORM EJECUTAR-OPERACION.

            PERFORM CONVERTIR-A-BASE.
            PERFORM GUARDAR-BASE-CADENA.
            PERFORM ESCRIBIR-RESULTADO.


       RESOLVER-CADENA.
            IF WS-HAY-ANTERIOR = "S"
                IF WS-MONEDA-ANTERIOR = WS-MONEDA
                    MOVE WS-RESULTADO-ANTERIOR TO NUM1
                ELSE
                    MOVE "CADENA OTRA MONEDA" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
                END-IF
            ELSE
                MOVE "CADENA SIN BASE" TO WS-ESTADO
                MOVE 0 TO RESULTADO
       GUARDAR-BASE-CADENA.
            IF WS-ESTADO = "OK"
                MOVE RESULTADO TO WS-RESULTADO-ANTERIOR
                MOVE WS-MONEDA TO WS-MONEDA-ANTERIOR
                MOVE "S" TO WS-HAY-ANTERIOR
            ELSE
                MOVE "N" TO WS-HAY-ANTERIOR
                    MOVE 0 TO RESULTADO
            END-COMPUTE.

      *-----------------------------------------------------------
      * Pasa a moneda base el RESULTADO de un calculo bueno con el
      * tipo de cambio que BUSCAR-TASA dejo para la transaccion. Un
      * resultado que no entra en el campo en base se rechaza como
      * cualquier overflow. Sin calculo bueno no hay valor en base.
      *-----------------------------------------------------------
       CONVERTIR-A-BASE.
            IF WS-ESTADO = "OK"
                COMPUTE WS-RESULTADO-BASE ROUNDED =
                    RESULTADO * WS-TASA
                    ON SIZE ERROR
                        MOVE "OVERFLOW CONVERSION" TO WS-ESTADO
                        MOVE 0 TO RESULTADO
                        MOVE 0 TO WS-RESULTADO-BASE
                END-COMPUTE
            ELSE
                MOVE 0 TO WS-RESULTADO-BASE
            END-IF.

       ESCRIBIR-RESULTADO.
            IF WS-SIMULACION = "S"
                PERFORM SIMULAR-RESULTADO
            ELSE
                PERFORM GRABAR-RESULTADO
            END-IF.

       GRABAR-RESULTADO.
            MOVE NUM1 TO RESULT-NUM1.
            MOVE NUMERO2 TO RESULT-NUMERO2.
            MOVE Opcion TO RESULT-OPCION.
            MOVE RESULTADO TO RESULT-RESULTADO.
            MOVE WS-ESTADO TO RESULT-ESTADO.
            MOVE WS-CUENTA TO RESULT-CUENTA.
            MOVE WS-MONEDA TO RESULT-MONEDA.
            MOVE WS-RESULTADO-BASE TO RESULT-RESULTADO-BASE.
            WRITE RESULT-RECORD.
            IF WS-ESTADO = "OK" OR WS-ESTADO = "REVERSADO"
                ADD 1 TO WS-RUN-GRABADOS
            ELSE
                ADD 1 TO WS-RUN-RECHAZADOS
            END-IF.
            PERFORM ESCRIBIR-LOG.

       ESCRIBIR-LOG.
            MOVE NUM1 TO LOG-NUM1.
            MOVE NUMERO2 TO LOG-NUMERO2.
            MOVE Opcion TO LOG-OPCION.
            MOVE WS-RESULTADO-BASE TO LOG-RESULTADO.
            MOVE WS-ESTADO TO LOG-ESTADO.
            MOVE WS-FECHA TO LOG-FECHA.
            MOVE WS-HORA TO LOG-HORA.
            MOVE WS-OPERADOR-ID TO LOG-OPERADOR.
            MOVE WS-MONEDA TO LOG-MONEDA.
            MOVE RESULTADO TO LOG-RESULTADO-ORIG.
            MOVE WS-CUENTA TO LOG-CUENTA.
            WRITE LOG-RECORD.
            IF WS-ESTADO = "OK" OR WS-ESTADO = "REVERSADO"
                PERFORM ESCRIBIR-GL
            END-IF.

       ESCRIBIR-GL.
            PERFORM DECIDIR-DESTINO.
            IF WS-EXCEDE-UMBRAL = "S" OR WS-EXCEDE-PRES = "S"
                PERFORM ESCRIBIR-SUSPENSO
            ELSE
                MOVE WS-FECHA TO GL-FECHA
                MOVE NUM1 TO GL-NUM1
                MOVE NUMERO2 TO GL-NUMERO2
                MOVE Opcion TO GL-OPCION
                MOVE WS-RESULTADO-BASE TO GL-RESULTADO
                MOVE WS-CUENTA TO GL-CUENTA
                MOVE WS-MONEDA TO GL-MONEDA
                MOVE RESULTADO TO GL-RESULTADO-ORIG
                MOVE WS-OPERADOR-ID TO GL-OPERADOR
                IF WS-ESTADO = "REVERSADO"
                    MOVE "R" TO GL-TIPO
                ELSE
                    MOVE SPACE TO GL-TIPO
                END-IF
                WRITE GL-RECORD
                IF WS-ESTADO = "REVERSADO"
                    MOVE "S" TO WS-PHIS-MARCA
                    PERFORM MARCAR-REVERSA
                ELSE
                    PERFORM AGREGAR-POSTHIST
                END-IF
                PERFORM ACUMULAR-PRESUPUESTO
            END-IF.

      *-----------------------------------------------------------
      * Un resultado bueno va a SUSPFILE si pasa el umbral GL o si
      * llevaria a la cuenta por encima de su presupuesto; si no,
      * va directo a GLEXTRACT. Lo usan la corrida real y la
      * simulacion, asi las dos deciden igual.
      *-----------------------------------------------------------
       DECIDIR-DESTINO.
            MOVE WS-RESULTADO-BASE TO WS-RESULTADO-ABS.
            IF WS-RESULTADO-ABS > WS-UMBRAL-GL
                MOVE "S" TO WS-EXCEDE-UMBRAL
            ELSE
                MOVE "N" TO WS-EXCEDE-UMBRAL
            END-IF.
            MOVE "N" TO WS-EXCEDE-PRES.
            IF WS-ESTADO = "OK"
                PERFORM VERIFICAR-PRESUPUESTO
            END-IF.

       ACUMULAR-PRESUPUESTO.
            MOVE WS-CUENTA TO WS-PRES-CLAVE.
            PERFORM BUSCAR-PRESUPUESTO.
            IF WS-PRES-POS > 0
                ADD WS-RESULTADO-BASE TO WS-PRES-ACUM (WS-PRES-POS)
            END-IF.

       ESCRIBIR-SUSPENSO.
            MOVE NUM1 TO SUSP-NUM1.
            MOVE NUMERO2 TO SUSP-NUMERO2.
            MOVE Opcion TO SUSP-OPCION.
            MOVE WS-RESULTADO-BASE TO SUSP-RESULTADO.
            MOVE WS-CUENTA TO SUSP-CUENTA.
            MOVE WS-OPERADOR-ID TO SUSP-OPERADOR.
            MOVE "PENDIENTE" TO SUSP-ESTADO.
            MOVE SPACES TO SUSP-SUPERVISOR.
            MOVE 0 TO SUSP-FECHA-DECISION.
            IF WS-ESTADO = "REVERSADO"
                MOVE "R" TO SUSP-TIPO
            ELSE
                MOVE SPACE TO SUSP-TIPO
            END-IF.
            MOVE WS-MONEDA TO SUSP-MONEDA.
            MOVE RESULTADO TO SUSP-RESULTADO-ORIG.
            IF WS-EXCEDE-PRES = "S"
                IF WS-EXCEDE-UMBRAL = "S"
                    MOVE "UMBRAL Y PRESUP" TO SUSP-MOTIVO
                ELSE
                    MOVE "PRESUPUESTO" TO SUSP-MOTIVO
                END-IF
            ELSE
                MOVE "UMBRAL GL" TO SUSP-MOTIVO
            END-IF.
            WRITE SUSP-RECORD.
            IF WS-ESTADO = "REVERSADO"
                MOVE "P" TO WS-PHIS-MARCA
                PERFORM MARCAR-REVERSA
            END-IF.
            ADD 1 TO WS-CONTADOR-SUSPENSO.
            IF WS-EXCEDE-PRES = "S"
                ADD 1 TO WS-CONTADOR-PRES
            END-IF.

      *-----------------------------------------------------------
      * Simulacion de una transaccion ya calculada: decide su
      * destino como lo haria ESCRIBIR-GL (el presupuesto se
      * acumula igual, para que las siguientes vean lo que ya se
      * habria posteado) y lo deja en el reporte sin grabar nada.
      *-----------------------------------------------------------
       SIMULAR-RESULTADO.
            MOVE "N" TO WS-EXCEDE-UMBRAL.
            MOVE "N" TO WS-EXCEDE-PRES.
            IF WS-ESTADO = "OK" OR WS-ESTADO = "REVERSADO"
                PERFORM DECIDIR-DESTINO
                IF WS-EXCEDE-UMBRAL = "S" OR WS-EXCEDE-PRES = "S"
                    ADD 1 TO WS-CONTADOR-SUSPENSO
                    ADD WS-RESULTADO-BASE TO WS-SIM-TOT-SUSP
                    IF WS-EXCEDE-PRES = "S"
                        ADD 1 TO WS-CONTADOR-PRES
                        IF WS-EXCEDE-UMBRAL = "S"
                            MOVE "SUSP UMBRAL+PRES" TO WS-SIM-DESTINO
                        ELSE
                            MOVE "SUSP PRESUPUESTO" TO WS-SIM-DESTINO
                        END-IF
                    ELSE
                        MOVE "SUSP UMBRAL GL" TO WS-SIM-DESTINO
                    END-IF
                ELSE
                    PERFORM ACUMULAR-PRESUPUESTO
                    MOVE "GLEXTRACT" TO WS-SIM-DESTINO
                    ADD 1 TO WS-SIM-CNT-GL
                    ADD WS-RESULTADO-BASE TO WS-SIM-TOT-GL
                END-IF
            ELSE
                MOVE "NO POSTEA" TO WS-SIM-DESTINO
                ADD 1 TO WS-SIM-CNT-RECHAZOS
            END-IF.
            ADD 1 TO WS-SIM-CNT-TOTAL.
            MOVE WS-CONTADOR-REGISTRO TO WS-SD-REGISTRO.
            MOVE WS-CUENTA TO WS-SD-CUENTA.
            MOVE Opcion TO WS-SD-OPCION.
            MOVE WS-RESULTADO-BASE TO WS-SD-RESULTADO.
            MOVE WS-SIM-DESTINO TO WS-SD-DESTINO.
            MOVE WS-ESTADO TO WS-SD-ESTADO.
            MOVE WS-SIM-LINEA-DETALLE TO SIM-LINE.
            WRITE SIM-LINE.
            PERFORM ACUMULAR-SIM-CUENTA.

       ACUMULAR-SIM-CUENTA.
            MOVE "N" TO WS-SIM-ENCONTRADO.
            MOVE 0 TO WS-SIM-BUSCAR-IDX.
            PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                UNTIL WS-SIM-IDX > WS-SIM-TOTAL-CTAS
                    OR WS-SIM-ENCONTRADO = "S"
                IF WS-SIM-CTA (WS-SIM-IDX) = WS-CUENTA
                    MOVE "S" TO WS-SIM-ENCONTRADO
                    MOVE WS-SIM-IDX TO WS-SIM-BUSCAR-IDX
                END-IF
            END-PERFORM.
            IF WS-SIM-ENCONTRADO = "N"
                IF WS-SIM-TOTAL-CTAS < WS-SIM-MAX-CTAS
                    ADD 1 TO WS-SIM-TOTAL-CTAS
                    MOVE WS-SIM-TOTAL-CTAS TO WS-SIM-BUSCAR-IDX
                    SET WS-SIM-IDX TO WS-SIM-TOTAL-CTAS
                    MOVE WS-CUENTA TO WS-SIM-CTA (WS-SIM-IDX)
                    MOVE 0 TO WS-SIM-CNT (WS-SIM-IDX)
                    MOVE 0 TO WS-SIM-GL (WS-SIM-IDX)
                    MOVE 0 TO WS-SIM-SUSP (WS-SIM-IDX)
                    MOVE 0 TO WS-SIM-RECH (WS-SIM-IDX)
                END-IF
            END-IF.
            IF WS-SIM-BUSCAR-IDX = 0
                ADD 1 TO WS-SIM-CNT-DESCARTADOS
            ELSE
                SET WS-SIM-IDX TO WS-SIM-BUSCAR-IDX
                ADD 1 TO WS-SIM-CNT (WS-SIM-IDX)
                EVALUATE WS-SIM-DESTINO
                    WHEN "GLEXTRACT"
                        ADD WS-RESULTADO-BASE TO WS-SIM-GL (WS-SIM-IDX)
                    WHEN "NO POSTEA"
                        ADD 1 TO WS-SIM-RECH (WS-SIM-IDX)
                    WHEN OTHER
                        ADD WS-RESULTADO-BASE TO
                            WS-SIM-SUSP (WS-SIM-IDX)
                END-EVALUATE
            END-IF.

       IMPRIMIR-CABECERA-SIM.
            OPEN OUTPUT SIM-FILE.
            MOVE "*** SIMULACION - NADA DE ESTE REPORTE SE POSTEO ***"
                TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "SIMULACION DE CORRIDA - CALCMGR" TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE SPACES TO SIM-LINE.
            STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                WS-FECHA-NEGOCIO DELIMITED BY SIZE
                "  OPERADOR: " DELIMITED BY SIZE
                WS-OPERADOR-ID DELIMITED BY SIZE
                INTO SIM-LINE.
            WRITE SIM-LINE.
            MOVE WS-UMBRAL-GL TO WS-SIM-UMBRAL-ED.
            MOVE SPACES TO SIM-LINE.
            STRING "UMBRAL GL: " DELIMITED BY SIZE
                WS-SIM-UMBRAL-ED DELIMITED BY SIZE
                "  (RESULTADO EN MONEDA BASE)" DELIMITED BY SIZE
                INTO SIM-LINE.
            WRITE SIM-LINE.
            MOVE SPACES TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE SPACES TO SIM-LINE.
            STRING "     REG CUENTA O  RESULTADO " DELIMITED BY SIZE
                "DESTINO          ESTADO" DELIMITED BY SIZE
                INTO SIM-LINE.
            WRITE SIM-LINE.

       IMPRIMIR-TOTALES-SIM.
            MOVE SPACES TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "TOTALES POR CUENTA - SIMULACION" TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE SPACES TO SIM-LINE.
            STRING "CUENTA CALCULOS    A GLEXTRACT" DELIMITED BY SIZE
                "     A SUSPENSO RECHAZOS" DELIMITED BY SIZE
                INTO SIM-LINE.
            WRITE SIM-LINE.
            PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                UNTIL WS-SIM-IDX > WS-SIM-TOTAL-CTAS
                MOVE WS-SIM-CTA (WS-SIM-IDX) TO WS-SC-CUENTA
                MOVE WS-SIM-CNT (WS-SIM-IDX) TO WS-SC-CNT
                MOVE WS-SIM-GL (WS-SIM-IDX) TO WS-SC-GL
                MOVE WS-SIM-SUSP (WS-SIM-IDX) TO WS-SC-SUSP
                MOVE WS-SIM-RECH (WS-SIM-IDX) TO WS-SC-RECH
                MOVE WS-SIM-LINEA-CUENTA TO SIM-LINE
                WRITE SIM-LINE
            END-PERFORM.
            IF WS-SIM-CNT-DESCARTADOS > 0
                MOVE "CALCULOS SIN CUENTA (TABLA)" TO WS-ST-TEXTO
                MOVE WS-SIM-CNT-DESCARTADOS TO WS-ST-CNT
                MOVE 0 TO WS-ST-IMPORTE
                MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE
                WRITE SIM-LINE
            END-IF.
            MOVE SPACES TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "TRANSACCIONES SIMULADAS" TO WS-ST-TEXTO.
            MOVE WS-SIM-CNT-TOTAL TO WS-ST-CNT.
            ADD WS-SIM-TOT-GL WS-SIM-TOT-SUSP GIVING WS-ST-IMPORTE.
            MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "IRIAN A GLEXTRACT" TO WS-ST-TEXTO.
            MOVE WS-SIM-CNT-GL TO WS-ST-CNT.
            MOVE WS-SIM-TOT-GL TO WS-ST-IMPORTE.
            MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "IRIAN A SUSPFILE" TO WS-ST-TEXTO.
            MOVE WS-CONTADOR-SUSPENSO TO WS-ST-CNT.
            MOVE WS-SIM-TOT-SUSP TO WS-ST-IMPORTE.
            MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "  POR PRESUPUESTO" TO WS-ST-TEXTO.
            MOVE WS-CONTADOR-PRES TO WS-ST-CNT.
            MOVE 0 TO WS-ST-IMPORTE.
            MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "NO POSTEARIAN (RECHAZADAS)" TO WS-ST-TEXTO.
            MOVE WS-SIM-CNT-RECHAZOS TO WS-ST-CNT.
            MOVE 0 TO WS-ST-IMPORTE.
            MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE "REPETIDAS (SIN DUPREVIEW)" TO WS-ST-TEXTO.
            MOVE WS-CNT-DUPLICADOS TO WS-ST-CNT.
            MOVE 0 TO WS-ST-IMPORTE.
            MOVE WS-SIM-LINEA-TOTAL TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE SPACES TO SIM-LINE.
            WRITE SIM-LINE.
            MOVE SPACES TO SIM-LINE.
            STRING "*** SIMULACION - NO SE GRABO LOGFILE, GLEXTRACT, "
                    DELIMITED BY SIZE
                "SUSPFILE NI CHECKPOINT ***" DELIMITED BY SIZE
                INTO SIM-LINE.
            WRITE SIM-LINE.
            CLOSE SIM-FILE.
            DISPLAY "SIMULACION: " WS-SIM-CNT-TOTAL
                " TRANSACCIONES - NADA SE POSTEO - VER CALCMGR.SIM".

       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
                    ELSE
                        PERFORM ANOTAR-ERROR-PARM
                    END-IF
                WHEN "FORZAR-PASO"
                    IF PARM-VALOR (1:8) = WS-RUN-PASO
                        MOVE "S" TO WS-RUN-FORZADO
                    END-IF
                WHEN "SIMULACION"
                    IF PARM-VALOR (1:1) = "S"
                        OR PARM-VALOR (1:1) = "N"
                        MOVE PARM-VALOR (1:1) TO WS-SIMULACION
                    ELSE
                        PERFORM ANOTAR-ERROR-PARM
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            CLOSE JOBLOG-FILE.
            DISPLAY "ERROR: " WS-PARM-MSJ.
            DISPLAY "LA CORRIDA NO SE PROCESA - VER CALCMGR.LOG".
            MOVE "ERROR DE PARAMETROS - VER CALCMGR.LOG" TO
                WS-RUN-MENSAJE.
            PERFORM FALLAR-CONTROL-CORRIDA.
            STOP RUN.

       LEER-FECHA-NEGOCIO.
                AT END MOVE "S" TO WS-FORM-EOF
            END-READ.

      *-----------------------------------------------------------
      * Carga de TASAFILE solo los tipos de cambio de la fecha de
      * negocio. Sin TASAFILE se avisa y solo se procesan las
      * transacciones en moneda base; las demas salen con estado
      * SIN TIPO DE CAMBIO.
      *-----------------------------------------------------------
       CARGAR-TASAS.
            OPEN INPUT TASA-FILE.
            IF WS-TASA-STATUS = "35"
                DISPLAY "AVISO: NO SE ENCONTRO TASAFILE - SOLO SE "
                    "PROCESAN TRANSACCIONES EN MONEDA BASE"
            ELSE
                PERFORM LEER-TASA
                PERFORM UNTIL WS-TASA-EOF = "S"
                    IF TASA-FECHA = WS-FECHA-NEGOCIO
                        IF WS-TOTAL-TASAS < WS-MAX-TASAS
                            ADD 1 TO WS-TOTAL-TASAS
                            SET WS-TASA-IDX TO WS-TOTAL-TASAS
                            MOVE TASA-MONEDA TO
                                WS-TASA-MON (WS-TASA-IDX)
                            MOVE TASA-CAMBIO TO
                                WS-TASA-VAL (WS-TASA-IDX)
                        ELSE
                            DISPLAY "AVISO: TABLA DE TIPOS DE CAMBIO "
                                "LLENA - SE IGNORA " TASA-MONEDA
                        END-IF
                    END-IF
                    PERFORM LEER-TASA
                END-PERFORM
                CLOSE TASA-FILE
            END-IF.

       LEER-TASA.
            READ TASA-FILE
                AT END MOVE "S" TO WS-TASA-EOF
            END-READ.

       BUSCAR-TASA.
            IF WS-MONEDA = WS-MONEDA-BASE
                MOVE 1 TO WS-TASA
                MOVE "S" TO WS-TASA-HALLADA
            ELSE
                MOVE "N" TO WS-TASA-HALLADA
                PERFORM VARYING WS-TASA-IDX FROM 1 BY 1
                    UNTIL WS-TASA-IDX > WS-TOTAL-TASAS
                        OR WS-TASA-HALLADA = "S"
                    IF WS-TASA-MON (WS-TASA-IDX) = WS-MONEDA
                        AND WS-TASA-VAL (WS-TASA-IDX) > 0
                        MOVE WS-TASA-VAL (WS-TASA-IDX) TO WS-TASA
                        MOVE "S" TO WS-TASA-HALLADA
                    END-IF
                END-PERFORM
            END-IF.

       CARGAR-CUENTAS.
            OPEN INPUT CTA-FILE.
            IF WS-CTA-STATUS = "35"
                        "- CON EL MAESTRO A MEDIO CARGAR LA "
                        "VALIDACION RECHAZARIA CUENTAS BUENAS - "
                        "LA CORRIDA NO SE PROCESA"
                    MOVE "MAESTRO DE CUENTAS DESBORDA LA TABLA" TO
                        WS-RUN-MENSAJE
                    PERFORM FALLAR-CONTROL-CORRIDA
                    STOP RUN
                END-IF
            END-IF.
                AT END MOVE "S" TO WS-CTA-EOF
            END-READ.

      *-----------------------------------------------------------
      * Carga los limites del periodo de la fecha de negocio y
      * les suma lo ya posteado en el periodo: lo que el maestro
      * SALDOS ya tiene rolado para el periodo (debitos menos
      * creditos) mas las lineas de GLEXTRACT del periodo con fecha
      * posterior a la ultima rolada de la cuenta. Asi lo que
      * calcarc ya paso a GLARCH sigue contando. calcpre arma el
      * posteado del mismo modo.
      *-----------------------------------------------------------
       CARGAR-PRESUPUESTOS.
            DIVIDE WS-FECHA-NEGOCIO BY 100 GIVING WS-PERIODO-PRES.
            OPEN INPUT PRES-FILE.
            IF WS-PRES-STATUS = "35"
                DISPLAY "AVISO: NO SE ENCONTRO PRESFILE - NO SE "
                    "CONTROLA PRESUPUESTO EN ESTA CORRIDA"
            ELSE
                PERFORM LEER-PRESUPUESTO
                PERFORM UNTIL WS-PRES-EOF = "S"
                    IF PRES-PERIODO = WS-PERIODO-PRES
                        IF WS-TOTAL-PRES < WS-MAX-PRES
                            ADD 1 TO WS-TOTAL-PRES
                            SET WS-PRES-IDX TO WS-TOTAL-PRES
                            MOVE PRES-CUENTA TO
                                WS-PRES-CTA (WS-PRES-IDX)
                            MOVE PRES-LIMITE TO
                                WS-PRES-LIM (WS-PRES-IDX)
                            MOVE 0 TO WS-PRES-ACUM (WS-PRES-IDX)
                            MOVE 0 TO
                                WS-PRES-FECHA-ULT (WS-PRES-IDX)
                        ELSE
                            DISPLAY "AVISO: TABLA DE PRESUPUESTOS "
                                "LLENA - SIN LIMITE PARA "
                                PRES-CUENTA
                        END-IF
                    END-IF
                    PERFORM LEER-PRESUPUESTO
                END-PERFORM
                CLOSE PRES-FILE
            END-IF.
            IF WS-TOTAL-PRES > 0
                PERFORM ACUMULAR-POSTEADO
            END-IF.

       LEER-PRESUPUESTO.
            READ PRES-FILE
                AT END MOVE "S" TO WS-PRES-EOF
            END-READ.

       ACUMULAR-POSTEADO.
            PERFORM ACUMULAR-SALDOS.
            OPEN INPUT GLIN-FILE.
            IF WS-GLIN-STATUS NOT = "35"
                PERFORM LEER-GLIN
                PERFORM UNTIL WS-GLIN-EOF = "S"
                    DIVIDE GLIN-FECHA BY 100 GIVING WS-PERIODO-GL
                    IF WS-PERIODO-GL = WS-PERIODO-PRES
                        MOVE GLIN-CUENTA TO WS-PRES-CLAVE
                        PERFORM BUSCAR-PRESUPUESTO
                        IF WS-PRES-POS > 0
                            IF GLIN-FECHA >
                                WS-PRES-FECHA-ULT (WS-PRES-POS)
                                ADD GLIN-RESULTADO TO
                                    WS-PRES-ACUM (WS-PRES-POS)
                            END-IF
                        END-IF
                    END-IF
                    PERFORM LEER-GLIN
                END-PERFORM
                CLOSE GLIN-FILE
            END-IF.
            MOVE "N" TO WS-GLIN-EOF.

       ACUMULAR-SALDOS.
            OPEN INPUT SALD-FILE.
            IF WS-SALD-STATUS NOT = "35"
                PERFORM LEER-SALDO
                PERFORM UNTIL WS-SALD-EOF = "S"
                    MOVE SALD-CUENTA TO WS-PRES-CLAVE
                    PERFORM BUSCAR-PRESUPUESTO
                    IF WS-PRES-POS > 0
                        MOVE SALD-FECHA-ULT TO
                            WS-PRES-FECHA-ULT (WS-PRES-POS)
                        IF SALD-PERIODO = WS-PERIODO-PRES
                            COMPUTE WS-PRES-ACUM (WS-PRES-POS) =
                                SALD-DEBITOS - SALD-CREDITOS
                        END-IF
                    END-IF
                    PERFORM LEER-SALDO
                END-PERFORM
                CLOSE SALD-FILE
            END-IF.
            MOVE "N" TO WS-SALD-EOF.

       LEER-SALDO.
            READ SALD-FILE
                AT END MOVE "S" TO WS-SALD-EOF
            END-READ.

       BUSCAR-PRESUPUESTO.
            MOVE 0 TO WS-PRES-POS.
            PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                UNTIL WS-PRES-IDX > WS-TOTAL-PRES
                    OR WS-PRES-POS > 0
                IF WS-PRES-CTA (WS-PRES-IDX) = WS-PRES-CLAVE
                    SET WS-PRES-POS TO WS-PRES-IDX
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * Un resultado OK que sumado a lo ya posteado en el periodo
      * pasa el limite de la cuenta queda para el supervisor.
      *-----------------------------------------------------------
       VERIFICAR-PRESUPUESTO.
            MOVE "N" TO WS-EXCEDE-PRES.
            MOVE WS-CUENTA TO WS-PRES-CLAVE.
            PERFORM BUSCAR-PRESUPUESTO.
            IF WS-PRES-POS > 0
                IF WS-PRES-ACUM (WS-PRES-POS) + WS-RESULTADO-BASE
                    > WS-PRES-LIM (WS-PRES-POS)
                    MOVE "S" TO WS-EXCEDE-PRES
                END-IF
            END-IF.

       VALIDAR-CUENTA.
            IF WS-VALIDAR-CUENTAS = "N"
                MOVE "S" TO WS-CUENTA-VALIDA
                END-PERFORM
            END-IF.

      *-----------------------------------------------------------
      * Control de la secuencia nocturna: con la fecha de la noche
      * en WS-RUN-FECHA, busca en RUNCTL el ultimo estado de este
      * paso y del anterior. Un paso ya COMPLETO no se repite (al
      * relanzar la secuencia despues de una falla, los pasos que
      * ya terminaron se saltean solos) y un paso cuyo anterior no
      * termino no corre, salvo FORZAR-PASO en CALCPARM. Si corre,
      * deja su registro EN CURSO con la hora de inicio.
      *-----------------------------------------------------------
       INICIAR-CONTROL-CORRIDA.
            PERFORM LEER-CONTROL-CORRIDA.
            IF WS-RUN-ESTADO-PROPIO = "COMPLETO"
                AND WS-RUN-FORZADO = "N"
                DISPLAY "PASO " WS-RUN-PASO " YA COMPLETO PARA LA "
                    "FECHA " WS-RUN-FECHA " - NO SE REPITE "
                    "(FORZAR-PASO EN CALCPARM PARA REPETIRLO)"
                STOP RUN
            END-IF.
            IF WS-RUN-PREVIO NOT = SPACES
                AND WS-RUN-ESTADO-PREVIO NOT = "COMPLETO"
                AND WS-RUN-FORZADO = "N"
                DISPLAY "ERROR: EL PASO PREVIO " WS-RUN-PREVIO
                    " NO ESTA COMPLETO PARA LA FECHA " WS-RUN-FECHA
                    " - " WS-RUN-PASO " NO SE CORRE (VER CALCRUN)"
                STOP RUN
            END-IF.
            IF WS-RUN-FORZADO = "S"
                DISPLAY "AVISO: PASO " WS-RUN-PASO " FORZADO POR "
                    "CALCPARM - NO SE VERIFICA LA SECUENCIA"
            END-IF.
            ACCEPT WS-RUN-INICIO-FECHA FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-INICIO-HORA FROM TIME.
            MOVE "EN CURSO" TO WS-RUN-ESTADO-FINAL.
            PERFORM GRABAR-CONTROL-CORRIDA.
            MOVE "S" TO WS-RUN-INICIADO.

       LEER-CONTROL-CORRIDA.
            MOVE "N" TO WS-RUN-EOF.
            OPEN INPUT RUN-FILE.
            IF WS-RUN-STATUS NOT = "35"
                PERFORM LEER-RUNCTL
                PERFORM UNTIL WS-RUN-EOF = "S"
                    IF RUN-FECHA = WS-RUN-FECHA
                        IF RUN-PASO = WS-RUN-PASO
                            MOVE RUN-ESTADO TO WS-RUN-ESTADO-PROPIO
                        END-IF
                        IF RUN-PASO = WS-RUN-PREVIO
                            MOVE RUN-ESTADO TO WS-RUN-ESTADO-PREVIO
                        END-IF
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
      * Cierre del paso en RUNCTL: COMPLETO (retorno 0000, o 0004
      * si hubo rechazos o diferencias) o FALLIDO (0008) con el
      * motivo en WS-RUN-MENSAJE y los contadores del paso.
      *-----------------------------------------------------------
       TERMINAR-CONTROL-CORRIDA.
            IF WS-RUN-INICIADO = "S"
                MOVE "COMPLETO" TO WS-RUN-ESTADO-FINAL
                PERFORM GRABAR-CONTROL-CORRIDA
            END-IF.

       FALLAR-CONTROL-CORRIDA.
            IF WS-RUN-INICIADO = "S"
                MOVE "FALLIDO" TO WS-RUN-ESTADO-FINAL
                MOVE 8 TO WS-RUN-RETORNO
                PERFORM GRABAR-CONTROL-CORRIDA
            END-IF.

       GRABAR-CONTROL-CORRIDA.
            MOVE WS-RUN-FECHA TO RUN-FECHA.
            MOVE WS-RUN-PASO TO RUN-PASO.
            MOVE WS-RUN-ORDEN TO RUN-ORDEN.
            MOVE WS-RUN-ESTADO-FINAL TO RUN-ESTADO.
            MOVE WS-RUN-FORZADO TO RUN-FORZADO.
            MOVE WS-RUN-INICIO-FECHA TO RUN-INICIO-FECHA.
            MOVE WS-RUN-INICIO-HORA TO RUN-INICIO-HORA.
            IF WS-RUN-ESTADO-FINAL = "EN CURSO"
                MOVE 0 TO RUN-FIN-FECHA
                MOVE 0 TO RUN-FIN-HORA
            ELSE
                ACCEPT RUN-FIN-FECHA FROM DATE YYYYMMDD
                ACCEPT RUN-FIN-HORA FROM TIME
            END-IF.
            MOVE WS-RUN-RETORNO TO RUN-RETORNO.
            MOVE WS-RUN-LEIDOS TO RUN-LEIDOS.
            MOVE WS-RUN-GRABADOS TO RUN-GRABADOS.
            MOVE WS-RUN-RECHAZADOS TO RUN-RECHAZADOS.
            MOVE WS-RUN-FECHA-PROXIMA TO RUN-FECHA-PROXIMA.
            MOVE WS-RUN-MENSAJE TO RUN-MENSAJE.
            OPEN EXTEND RUN-FILE.
            IF WS-RUN-STATUS = "35"
                OPEN OUTPUT RUN-FILE
            END-IF.
            WRITE RUN-RECORD.
            CLOSE RUN-FILE.

       END PROGRAM calcmgr.
