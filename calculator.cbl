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

       DATA DIVISION.
       FILE SECTION.
       FD FCH-FILE.
       COPY "fchrec.cpy".

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

       WORKING-STORAGE SECTION.
       01 NUM1 PIC S9(7)V99.
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
       01 WS-OPCION-ORIG PIC 9.
       01 WS-FCH-STATUS PIC XX.
      * Fecha de negocio tomada de FECHACTL al inicio: LOG-FECHA,
                              INDEXED BY WS-CTA-IDX.
               10 WS-CTA-COD PIC X(06).
               10 WS-CTA-ACT PIC X.
       01 WS-TASA-STATUS PIC XX.
       01 WS-TASA-EOF PIC X VALUE "N".
      * Moneda de la operacion y su conversion a moneda base: el
      * calculo corre en la moneda tecleada y RESULTADO se pasa a
      * base con el tipo de cambio de TASAFILE para la fecha de
      * negocio. El umbral GL, el log y GLEXTRACT trabajan sobre el
      * valor en base; la moneda y el importe original viajan al
      * lado. Una moneda sin tipo de cambio para la fecha rechaza
      * la operacion con estado SIN TIPO DE CAMBIO.
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
      * sesion se suma al acumulado. Un resultado OK que llevaria
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF WS-SUSP-STATUS = "35"
                OPEN OUTPUT SUSP-FILE
            END-IF.
            PERFORM ABRIR-POSTHIST.
            IF WS-HAY-POSTHIST = "N"
                DISPLAY "ERROR: NO SE PUDO ABRIR POSTHIST (STATUS "
                    WS-PHIS-STATUS ") - LA SESION NO ARRANCA"
                CLOSE LOG-FILE
                CLOSE GL-FILE
                CLOSE SUSP-FILE
                STOP RUN
            END-IF.
            PERFORM LEER-FECHA-NEGOCIO.
            PERFORM CARGAR-TASAS.
            PERFORM CARGAR-CUENTAS.
            PERFORM CARGAR-PRESUPUESTOS.
            DISPLAY "ingrese su codigo de operador (8 caracteres)".
            ACCEPT WS-OPERADOR-ID.
            PERFORM VALIDAR-OPERADOR.
                CLOSE LOG-FILE
                CLOSE GL-FILE
                CLOSE SUSP-FILE
                CLOSE PHIS-FILE
                STOP RUN
            END-IF.
           INICIO.
            ACCEPT NUMERO2.
            DISPLAY " ingrese el codigo de cuenta/centro de costo".
            ACCEPT WS-CUENTA.
            PERFORM PEDIR-MONEDA.

            DISPLAY " "
            DISPLAY "1. SUMA".
                PERFORM ESCRIBIR-LOG
                go to consulta.

            if Opcion > 0 and Opcion < 7
                PERFORM BUSCAR-TASA
                if WS-TASA-HALLADA = "N"
                    DISPLAY " ERROR, no hay tipo de cambio de "
                        WS-MONEDA " para la fecha de negocio"
                    MOVE "SIN TIPO DE CAMBIO" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
                    PERFORM ESCRIBIR-LOG
                    go to consulta.

            if opcion = "1"
               perform suma.

            CLOSE LOG-FILE.
            CLOSE GL-FILE.
            CLOSE SUSP-FILE.
            CLOSE PHIS-FILE.
            STOP RUN.


      *-----------------------------------------------------------
      * Reversa un posteo ya hecho: NUM1, NUMERO2 y la cuenta ya
      * tecleados identifican la operacion original junto con la
      * OPCION que se pide aca; se busca ese posteo en POSTHIST
      * (aunque ya este archivado; uno ya reversado no se reversa
      * de nuevo) y se genera el contraasiento con el RESULTADO
      * negado bajo la misma cuenta (estado REVERSADO en el log).
      * Una reversa grande queda en SUSPFILE como cualquier
      * resultado grande.
      *-----------------------------------------------------------
           Reversa.
            DISPLAY "ingrese la OPCION de la operacion original "
            MOVE WS-OPCION-ORIG TO Opcion.
            PERFORM BUSCAR-POSTEO-ORIGINAL.
            IF WS-REVERSA-HALLADA = "S"
                COMPUTE RESULTADO = 0 - WS-REVERSA-ORIG
                COMPUTE WS-RESULTADO-BASE = 0 - WS-REVERSA-IMPORTE
                MOVE WS-REVERSA-MONEDA TO WS-MONEDA
                MOVE "REVERSADO" TO WS-ESTADO
                MOVE RESULTADO TO WS-RESULTADO-ED
                DISPLAY "CONTRAASIENTO GENERADO POR "
                    WS-RESULTADO-ED
                PERFORM ESCRIBIR-LOG
            ELSE
                IF WS-REVERSA-DUPLICADA = "S"
                    DISPLAY "ERROR, ese posteo ya fue reversado (o "
                        "su reversa espera aprobacion)"
                    MOVE "REVERSA DUPLICADA" TO WS-ESTADO
                ELSE
                    DISPLAY "ERROR, no hay en POSTHIST un posteo "
                        "original que coincida"
                    MOVE "REVERSA SIN ORIGEN" TO WS-ESTADO
                END-IF
                MOVE 0 TO RESULTADO
                PERFORM ESCRIBIR-LOG
            END-IF.
            go to consulta.


      *-----------------------------------------------------------
      * POSTHIST se abre para actualizar; la primera vez se crea
      * vacio.
      *-----------------------------------------------------------
           ABRIR-POSTHIST.
            OPEN I-O PHIS-FILE.
            IF WS-PHIS-STATUS = "35"
                OPEN OUTPUT PHIS-FILE
                CLOSE PHIS-FILE
                OPEN I-O PHIS-FILE
            END-IF.
            IF WS-PHIS-STATUS (1:1) = "0"
                MOVE "S" TO WS-HAY-POSTHIST
            ELSE
                MOVE "N" TO WS-HAY-POSTHIST
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
            ACCEPT NUMERO2.
            DISPLAY " ingrese el codigo de cuenta/centro de costo".
            ACCEPT WS-CUENTA.
            PERFORM PEDIR-MONEDA.


           consulta.
            CLOSE LOG-FILE.
            CLOSE GL-FILE.
            CLOSE SUSP-FILE.
            CLOSE PHIS-FILE.
            STOP RUN.


           ESCRIBIR-LOG.
            IF WS-ESTADO = "OK"
                PERFORM CONVERTIR-A-BASE
            ELSE
                IF WS-ESTADO NOT = "REVERSADO"
                    MOVE 0 TO WS-RESULTADO-BASE
                END-IF
            END-IF.
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA.
            ACCEPT WS-HORA FROM TIME.
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


           ESCRIBIR-GL.
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
            IF WS-EXCEDE-UMBRAL = "S"
                DISPLAY "RESULTADO SUPERA EL UMBRAL - QUEDA EN "
                    "SUSPENSO HASTA APROBACION DEL SUPERVISOR"
            END-IF.
            IF WS-EXCEDE-PRES = "S"
                DISPLAY "RESULTADO EXCEDE EL PRESUPUESTO DE LA "
                    "CUENTA - QUEDA EN SUSPENSO HASTA APROBACION "
                    "DEL SUPERVISOR"
            END-IF.
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
                MOVE WS-CUENTA TO WS-PRES-CLAVE
                PERFORM BUSCAR-PRESUPUESTO
                IF WS-PRES-POS > 0
                    ADD WS-RESULTADO-BASE TO
                        WS-PRES-ACUM (WS-PRES-POS)
                END-IF
            END-IF.


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


      *-----------------------------------------------------------
      * Pasa a moneda base el RESULTADO de una operacion buena con
      * el tipo de cambio que BUSCAR-TASA dejo para la moneda
      * tecleada. Si el equivalente no entra en el campo la
      * operacion se rechaza como cualquier overflow.
      *-----------------------------------------------------------
           CONVERTIR-A-BASE.
            COMPUTE WS-RESULTADO-BASE ROUNDED = RESULTADO * WS-TASA
                ON SIZE ERROR
                    DISPLAY "ERROR, el equivalente en moneda base es"
                    DISPLAY "demasiado grande para RESULTADO"
                    MOVE "OVERFLOW CONVERSION" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
                    MOVE 0 TO WS-RESULTADO-BASE
            END-COMPUTE.
            IF WS-ESTADO = "OK" AND WS-MONEDA NOT = WS-MONEDA-BASE
                MOVE WS-RESULTADO-BASE TO WS-RESULTADO-ED
                DISPLAY "EQUIVALENTE EN " WS-MONEDA-BASE ": "
                    WS-RESULTADO-ED
            END-IF.


           PEDIR-MONEDA.
            DISPLAY " ingrese la moneda (ej. USD, en blanco = "
                WS-MONEDA-BASE ")".
            ACCEPT WS-MONEDA.
            IF WS-MONEDA = SPACES
                MOVE WS-MONEDA-BASE TO WS-MONEDA
            END-IF.


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


      *-----------------------------------------------------------
      * Carga de TASAFILE solo los tipos de cambio de la fecha de
      * negocio. Sin TASAFILE se avisa y solo se aceptan
      * operaciones en moneda base.
      *-----------------------------------------------------------
           CARGAR-TASAS.
            OPEN INPUT TASA-FILE.
            IF WS-TASA-STATUS = "35"
                DISPLAY "AVISO: NO SE ENCONTRO TASAFILE - SOLO SE "
                    "ACEPTAN OPERACIONES EN MONEDA BASE"
            ELSE
                PERFORM LEER-TASA
                PERFORM UNTIL WS-TASA-EOF = "S"
                    IF TASA-FECHA = WS-FECHA-NEGOCIO
                        AND WS-TOTAL-TASAS < WS-MAX-TASAS
                        ADD 1 TO WS-TOTAL-TASAS
                        SET WS-TASA-IDX TO WS-TOTAL-TASAS
                        MOVE TASA-MONEDA TO WS-TASA-MON (WS-TASA-IDX)
                        MOVE TASA-CAMBIO TO WS-TASA-VAL (WS-TASA-IDX)
                    END-IF
                    PERFORM LEER-TASA
                END-PERFORM
                CLOSE TASA-FILE
            END-IF.


           LEER-TASA.
            READ TASA-FILE
                AT END MOVE "S" TO WS-TASA-EOF
            END-READ.


           CARGAR-CUENTAS.
                    CLOSE LOG-FILE
                    CLOSE GL-FILE
                    CLOSE SUSP-FILE
                    CLOSE PHIS-FILE
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
                    "CONTROLA PRESUPUESTO EN ESTA SESION"
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


           LEER-FECHA-NEGOCIO.
            OPEN INPUT FCH-FILE.
