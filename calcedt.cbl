      * sends it, wrapped in the header/trailer of tranctl.cpy),
      * validates every detail record - numeric NUM1/NUMERO2,
      * OPCION 1 a 6, TRAN-CADENA espacio/"C"/"R"/"F" con formula
      * coherente, TRAN-MONEDA en blanco o alfabetica - writes the
      * clean records to TRANOK (ready to rename to TRANFILE or
      * list in TRANLIST) and the bad ones
      * to the TRANERR listing with record number and reason, so
      * a garbage extract is caught here and not halfway through
      * a posting run.
      * do not match, TRANOK is left empty and the file is NOT
      * released - a truncated or doctored extract never reaches
      * calcmgr.
      * First step of the nightly sequence: it records its start
      * and end on the run-control file RUNCTL (runrec.cpy) under
      * the FECHACTL business date, and a file not released ends
      * the step FALLIDO so calcmgr does not run on it.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ERR-FILE ASSIGN TO "TRANERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RAW-RECORD PIC X(80).

       FD OK-FILE.
       01 OK-RECORD PIC X(39).

       FD ERR-FILE.
       01 ERR-LINE PIC X(80).

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD RUN-FILE.
       COPY "runrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RAW-STATUS PIC XX.
       01 WS-OK-STATUS PIC XX.
       01 WS-ERR-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
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
       01 WS-RUN-PASO PIC X(08) VALUE "calcedt".
       01 WS-RUN-ORDEN PIC 9 VALUE 1.
       01 WS-RUN-PREVIO PIC X(08) VALUE SPACES.
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

       COPY "tranctl.cpy".

           05 WS-DET-CUENTA  PIC X(6).
           05 WS-DET-CADENA  PIC X.
           05 WS-DET-FORMULA PIC X(8).
           05 WS-DET-MONEDA  PIC X(3).

       01 WS-NUM-X PIC X(10).
       01 WS-NUM-9 REDEFINES WS-NUM-X PIC S9(7)V99 SIGN IS

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            PERFORM LEER-FECHA-NEGOCIO.
            MOVE WS-FECHA-NEGOCIO TO WS-RUN-FECHA.
            PERFORM INICIAR-CONTROL-CORRIDA.

            OPEN INPUT RAW-FILE.
            IF WS-RAW-STATUS = "35"
                DISPLAY "ERROR: NO SE ENCONTRO TRANRAW - NO HAY "
                    "ARCHIVO QUE EDITAR"
                MOVE "NO SE ENCONTRO TRANRAW" TO WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.

            PERFORM IMPRIMIR-RESUMEN.
            CLOSE ERR-FILE.

            MOVE WS-CNT-DETALLE TO WS-RUN-LEIDOS.
            MOVE WS-CNT-ACEPTADOS TO WS-RUN-GRABADOS.
            MOVE WS-CNT-ERRORES TO WS-RUN-RECHAZADOS.

            IF WS-LIBERAR = "S"
                CLOSE OK-FILE
                DISPLAY "ARCHIVO LIBERADO: " WS-CNT-ACEPTADOS
                    " REGISTROS EN TRANOK, " WS-CNT-ERRORES
                    " EN TRANERR"
                IF WS-CNT-ERRORES > 0
                    MOVE 4 TO WS-RUN-RETORNO
                    MOVE "REGISTROS RECHAZADOS - VER TRANERR" TO
                        WS-RUN-MENSAJE
                END-IF
                PERFORM TERMINAR-CONTROL-CORRIDA
            ELSE
                CLOSE OK-FILE
                OPEN OUTPUT OK-FILE
                CLOSE OK-FILE
                DISPLAY "ARCHIVO NO LIBERADO - TRANOK QUEDA VACIO,"
                    " VER TRANERR"
                MOVE "ARCHIVO NO LIBERADO - VER TRANERR" TO
                    WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
            END-IF.
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

       LEER-RAW.
            READ RAW-FILE
                AT END MOVE "S" TO WS-EOF
      *-----------------------------------------------------------
       EDITAR-DETALLE.
            ADD 1 TO WS-CNT-DETALLE.
            MOVE RAW-RECORD (1:39) TO WS-DETALLE.
            MOVE SPACES TO WS-MOTIVO.

            IF WS-DET-NUM1-DIG IS NUMERIC
                PERFORM VALIDAR-OPCION-CADENA
            END-IF.

            IF WS-MOTIVO = SPACES
                AND WS-DET-MONEDA IS NOT ALPHABETIC
                MOVE "MONEDA INVALIDA" TO WS-MOTIVO
            END-IF.

            IF WS-MOTIVO = SPACES
                WRITE OK-RECORD FROM WS-DETALLE
                ADD 1 TO WS-CNT-ACEPTADOS
            END-IF.
            WRITE ERR-LINE.

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

       END PROGRAM calcedt.
