      * its return feed get.
      * calcrec only proves we wrote the extract; this step proves
      * the GL actually took it.
      * Fourth step of the nightly sequence: it runs once calcapr
      * is COMPLETO on the run-control file RUNCTL (runrec.cpy)
      * for the FECHACTL business date and records its own start,
      * end and counts there.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "CALCACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD RUN-FILE.
       COPY "runrec.cpy".

      * Un registro por linea del extracto (tipo 1) y por
      * respuesta del GL (tipo 2). El tipo es la ultima clave:
      * dentro de un mismo juego de claves salen primero las
           05 SORT-TIPO      PIC 9.
           05 SORT-ESTADO    PIC X.
           05 SORT-MOTIVO    PIC X(10).
           05 SORT-MONEDA    PIC X(03).
           05 SORT-RESULTADO-ORIG PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-GL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FIN-SORT PIC X VALUE "N".
       01 WS-FCH-STATUS PIC XX.
       01 WS-FECHA-NEGOCIO PIC 9(8).
       01 WS-PARM-STATUS PIC XX.
       01 WS-PARM-EOF PIC X VALUE "N".
      * Control de la secuencia nocturna (RUNCTL, runrec.cpy):
      * este paso, su lugar en la secuencia y el paso que tiene
      * que haber terminado antes para la misma fecha de negocio.
      * FORZAR-PASO en CALCPARM con el nombre de este programa lo
      * deja correr igual (repetirlo o saltear la secuencia).
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-EOF PIC X VALUE "N".
       01 WS-RUN-PASO PIC X(08) VALUE "calcack".
       01 WS-RUN-ORDEN PIC 9 VALUE 4.
       01 WS-RUN-PREVIO PIC X(08) VALUE "calcapr".
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

      * Corte de control del ordenado: juego de claves en curso y
      * cuantas lineas del extracto del juego siguen sin
       01 WS-GRP-OPCION PIC 9.
       01 WS-GRP-RESULTADO PIC S9(7)V99.
       01 WS-GRP-CUENTA PIC X(06).
      * Moneda e importe original de la linea del extracto, para
      * devolver el rechazo a RESULTFILE en la moneda en que se
      * tecleo (el juego de claves trabaja en moneda base).
       01 WS-GRP-MONEDA PIC X(03).
       01 WS-GRP-RESULTADO-ORIG PIC S9(7)V99.
       01 WS-DISP-GL PIC 9(7) VALUE 0.

       01 WS-CNT-EXTRACTO PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            PERFORM LEER-FECHA-NEGOCIO.
            MOVE WS-FECHA-NEGOCIO TO WS-RUN-FECHA.
            PERFORM INICIAR-CONTROL-CORRIDA.

            OPEN INPUT ACK-FILE.
            IF WS-ACK-STATUS = "35"
                DISPLAY "ERROR: NO SE ENCONTRO GLRETURN - NO HAY "
                    "RESPUESTA DEL GL QUE CONCILIAR"
                MOVE "NO SE ENCONTRO GLRETURN" TO WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.
            CLOSE ACK-FILE.

            CLOSE RESULT-FILE.
            CLOSE REPORT-FILE.

            MOVE WS-CNT-EXTRACTO TO WS-RUN-LEIDOS.
            MOVE WS-CNT-POSTEADOS TO WS-RUN-GRABADOS.
            ADD WS-CNT-RECHAZADOS WS-CNT-SIN-RESPUESTA
                GIVING WS-RUN-RECHAZADOS.
            IF WS-RUN-RECHAZADOS > 0 OR WS-CNT-ACK-SIN-GL > 0
                MOVE 4 TO WS-RUN-RETORNO
                MOVE "EXCEPCIONES DEL RETORNO GL - VER CALCACK" TO
                    WS-RUN-MENSAJE
            END-IF.
            PERFORM TERMINAR-CONTROL-CORRIDA.
            STOP RUN.

      *-----------------------------------------------------------
      * De CALCPARM este paso solo toma FORZAR-PASO; sin CALCPARM
      * corre con la verificacion normal de la secuencia.
      *-----------------------------------------------------------
       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-PARM
                PERFORM UNTIL WS-PARM-EOF = "S"
                    IF PARM-CLAVE = "FORZAR-PASO"
                        AND PARM-VALOR (1:8) = WS-RUN-PASO
                        MOVE "S" TO WS-RUN-FORZADO
                    END-IF
                    PERFORM LEER-PARM
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

       LEER-PARM.
            READ PARM-FILE
                AT END MOVE "S" TO WS-PARM-EOF
            END-READ.

       LEER-FECHA-NEGOCIO.
            OPEN INPUT FCH-FILE.
            IF WS-FCH-STATUS = "35"
                ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
            ELSE
                READ FCH-FILE
                    AT END
                        ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
                    NOT AT END
                        MOVE FCH-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                END-READ
                CLOSE FCH-FILE
            END-IF.

       LIBERAR-ENTRADAS.
            PERFORM LIBERAR-EXTRACTO.
            PERFORM LIBERAR-RESPUESTAS.
                    MOVE 1 TO SORT-TIPO
                    MOVE SPACE TO SORT-ESTADO
                    MOVE SPACES TO SORT-MOTIVO
                    MOVE GL-MONEDA TO SORT-MONEDA
                    IF GL-MONEDA = SPACES
                        MOVE GL-RESULTADO TO SORT-RESULTADO-ORIG
                    ELSE
                        MOVE GL-RESULTADO-ORIG TO SORT-RESULTADO-ORIG
                    END-IF
                    RELEASE SORT-RECORD
                    PERFORM LEER-GL
                END-PERFORM
                MOVE 2 TO SORT-TIPO
                MOVE ACK-ESTADO TO SORT-ESTADO
                MOVE ACK-MOTIVO TO SORT-MOTIVO
                MOVE SPACES TO SORT-MONEDA
                MOVE ACK-RESULTADO TO SORT-RESULTADO-ORIG
                RELEASE SORT-RECORD
                PERFORM LEER-RESPUESTA
            END-PERFORM.
                    MOVE SORT-OPCION TO WS-GRP-OPCION
                    MOVE SORT-RESULTADO TO WS-GRP-RESULTADO
                    MOVE SORT-CUENTA TO WS-GRP-CUENTA
                    MOVE SPACES TO WS-GRP-MONEDA
                    MOVE SORT-RESULTADO TO WS-GRP-RESULTADO-ORIG
                    MOVE 0 TO WS-DISP-GL
                    MOVE "S" TO WS-HAY-GRUPO
                END-IF
                IF SORT-TIPO = 1
                    ADD 1 TO WS-DISP-GL
                    MOVE SORT-MONEDA TO WS-GRP-MONEDA
                    MOVE SORT-RESULTADO-ORIG TO WS-GRP-RESULTADO-ORIG
                ELSE
                    PERFORM CASAR-RESPUESTA
                END-IF
            MOVE WS-GRP-NUM1 TO RESULT-NUM1.
            MOVE WS-GRP-NUMERO2 TO RESULT-NUMERO2.
            MOVE WS-GRP-OPCION TO RESULT-OPCION.
            MOVE WS-GRP-RESULTADO-ORIG TO RESULT-RESULTADO.
            MOVE "RECHAZADO GL" TO RESULT-ESTADO.
            MOVE WS-GRP-CUENTA TO RESULT-CUENTA.
            MOVE WS-GRP-MONEDA TO RESULT-MONEDA.
            MOVE WS-GRP-RESULTADO TO RESULT-RESULTADO-BASE.
            WRITE RESULT-RECORD.

       IMPRIMIR-RESUMEN.
                    "CALCACK"
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

       END PROGRAM calcack.
