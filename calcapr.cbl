      * a decision: A releases the result to GLEXTRACT and marks
      * it APROBADO, R marks it RECHAZADO (it never posts), any
      * other answer leaves it PENDIENTE for a later session.
      * Each record is shown with the reason it was held
      * (SUSP-MOTIVO: over the threshold and/or over budget).
      * Decisions are written to a work file (SUSPFILE.TMP) and
      * copied back over SUSPFILE at the end, so the suspense file
      * keeps the decided records as its audit trail. Every
      * decision is stamped with the FECHACTL business date
      * (SUSP-FECHA-DECISION) so the end-of-day step can roll
      * late approvals into the balance master.
      * The ID signing on must be an active supervisor-role entry
      * of the operator master (OPRFILE), and any PENDIENTE record
      * whose SUSP-OPERADOR is that same ID is skipped (it stays
      * PENDIENTE for another supervisor), so nobody approves
      * their own work.
      * Every release is also entered on the posting history
      * POSTHIST (phisrec.cpy) so a later reversal can find it.
      * A held reversal left its original marked P there: on
      * approval the mark becomes S (reversed), on rejection it
      * goes back to N so the posting can be reversed again.
      * Third step of the nightly sequence: it runs once calcmgr
      * is COMPLETO on the run-control file RUNCTL (runrec.cpy)
      * for the business date and records its own start, end and
      * counts there.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PHIS-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIS-CLAVE
               FILE STATUS IS WS-PHIS-STATUS.
           SELECT OPR-FILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
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
       COPY "susprec.cpy".

       FD SUSPTMP-FILE.
       01 SUSPTMP-RECORD PIC X(108).

       FD GL-FILE.
       COPY "glrec.cpy".

       FD PHIS-FILE.
       COPY "phisrec.cpy".

       FD OPR-FILE.
       COPY "oprrec.cpy".

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD RUN-FILE.
       COPY "runrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-SUSPTMP-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
      * Historia de posteos (POSTHIST): cada resultado liberado se
      * agrega; una reversa aprobada o rechazada actualiza la
      * marca de su posteo original. La moneda se guarda siempre
      * explicita: en blanco en SUSPFILE es la moneda base.
       01 WS-PHIS-STATUS PIC XX.
       01 WS-PHIS-FIN PIC X VALUE "N".
       01 WS-PHIS-HALLADO PIC X VALUE "N".
       01 WS-PHIS-GRABADO PIC X VALUE "N".
       01 WS-PHIS-MONEDA PIC X(03).
       01 WS-MONEDA-BASE PIC X(03) VALUE "ARS".
       01 WS-EOF PIC X VALUE "N".
       01 WS-DECISION PIC X.
       01 WS-SUPERVISOR-ID PIC X(08).
      * aprobacion es justamente el control que no puede quedar
      * abierto a cualquier ID.
       01 WS-SUPERVISOR-OK PIC X VALUE "N".
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
       01 WS-RUN-PASO PIC X(08) VALUE "calcapr".
       01 WS-RUN-ORDEN PIC 9 VALUE 3.
       01 WS-RUN-PREVIO PIC X(08) VALUE "calcmgr".
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            PERFORM LEER-FECHA-NEGOCIO.
            MOVE WS-FECHA-NEGOCIO TO WS-RUN-FECHA.
            PERFORM INICIAR-CONTROL-CORRIDA.

            OPEN INPUT SUSP-FILE.
            IF WS-SUSP-STATUS = "35"
                DISPLAY "NO EXISTE SUSPFILE - NO HAY RESULTADOS "
                    "EN SUSPENSO QUE APROBAR"
                MOVE "SIN SUSPFILE - NADA QUE APROBAR" TO
                    WS-RUN-MENSAJE
                PERFORM TERMINAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.

                DISPLAY "ERROR: EL ID NO ES UN SUPERVISOR ACTIVO "
                    "DEL MAESTRO - NO SE APRUEBA NADA"
                CLOSE SUSP-FILE
                MOVE "SUPERVISOR NO AUTORIZADO O INACTIVO" TO
                    WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.

            OPEN I-O PHIS-FILE.
            IF WS-PHIS-STATUS = "35"
                OPEN OUTPUT PHIS-FILE
                CLOSE PHIS-FILE
                OPEN I-O PHIS-FILE
            END-IF.
            IF WS-PHIS-STATUS (1:1) NOT = "0"
                DISPLAY "ERROR: NO SE PUDO ABRIR POSTHIST (STATUS "
                    WS-PHIS-STATUS ") - NO SE APRUEBA NADA"
                CLOSE SUSP-FILE
                MOVE "NO SE PUDO ABRIR POSTHIST" TO WS-RUN-MENSAJE
                PERFORM FALLAR-CONTROL-CORRIDA
                STOP RUN
            END-IF.

            CLOSE SUSP-FILE.
            CLOSE SUSPTMP-FILE.
            CLOSE GL-FILE.
            CLOSE PHIS-FILE.

            PERFORM REGRABAR-SUSPENSO.

                DISPLAY "PROPIOS SALTEADOS: " WS-CNT-PROPIOS
                    " (LOS DECIDE OTRO SUPERVISOR)"
            END-IF.

            ADD WS-CNT-APROBADOS WS-CNT-RECHAZADOS WS-CNT-PENDIENTES
                WS-CNT-PROPIOS GIVING WS-RUN-LEIDOS.
            MOVE WS-CNT-APROBADOS TO WS-RUN-GRABADOS.
            MOVE WS-CNT-RECHAZADOS TO WS-RUN-RECHAZADOS.
            IF WS-CNT-PENDIENTES > 0 OR WS-CNT-PROPIOS > 0
                MOVE "QUEDAN RESULTADOS PENDIENTES EN SUSPFILE" TO
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

       VALIDAR-SUPERVISOR.
            MOVE "N" TO WS-SUPERVISOR-OK.
            OPEN INPUT OPR-FILE.
                CLOSE OPR-FILE
            END-IF.

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

       LEER-OPERADOR.
            READ OPR-FILE
                AT END MOVE "S" TO WS-OPR-EOF
            DISPLAY "  CUENTA:    " SUSP-CUENTA.
            DISPLAY "  OPCION:    " SUSP-OPCION.
            DISPLAY "  RESULTADO: " WS-RESULTADO-ED.
            IF SUSP-MONEDA NOT = SPACES
                MOVE SUSP-RESULTADO-ORIG TO WS-RESULTADO-ED
                DISPLAY "  ORIGINAL:  " WS-RESULTADO-ED " "
                    SUSP-MONEDA
            END-IF.
            IF SUSP-MOTIVO = SPACES
                DISPLAY "  MOTIVO:    UMBRAL GL"
            ELSE
                DISPLAY "  MOTIVO:    " SUSP-MOTIVO
            END-IF.
            DISPLAY "A=APRUEBA  R=RECHAZA  OTRA=DEJA PENDIENTE".
            ACCEPT WS-DECISION.

            IF WS-DECISION = "a" OR WS-DECISION = "A"
                PERFORM LIBERAR-A-GL
                PERFORM ACTUALIZAR-POSTHIST
                MOVE "APROBADO" TO SUSP-ESTADO
                MOVE WS-SUPERVISOR-ID TO SUSP-SUPERVISOR
                MOVE WS-FECHA-NEGOCIO TO SUSP-FECHA-DECISION
                ADD 1 TO WS-CNT-APROBADOS
            ELSE
                IF WS-DECISION = "r" OR WS-DECISION = "R"
                    IF SUSP-TIPO = "R"
                        PERFORM LIBERAR-POSTEO-ORIGINAL
                    END-IF
                    MOVE "RECHAZADO" TO SUSP-ESTADO
                    MOVE WS-SUPERVISOR-ID TO SUSP-SUPERVISOR
                    MOVE WS-FECHA-NEGOCIO TO SUSP-FECHA-DECISION
                    ADD 1 TO WS-CNT-RECHAZADOS
                ELSE
                    ADD 1 TO WS-CNT-PENDIENTES
            MOVE SUSP-OPCION TO GL-OPCION.
            MOVE SUSP-RESULTADO TO GL-RESULTADO.
            MOVE SUSP-CUENTA TO GL-CUENTA.
            MOVE SUSP-MONEDA TO GL-MONEDA.
            IF SUSP-MONEDA = SPACES
                MOVE SUSP-RESULTADO TO GL-RESULTADO-ORIG
            ELSE
                MOVE SUSP-RESULTADO-ORIG TO GL-RESULTADO-ORIG
            END-IF.
            MOVE SUSP-OPERADOR TO GL-OPERADOR.
            MOVE SUSP-TIPO TO GL-TIPO.
            WRITE GL-RECORD.

      *-----------------------------------------------------------
      * Lo liberado a GLEXTRACT pasa a POSTHIST: un calculo entra
      * como posteo nuevo (con la secuencia siguiente si esa
      * identidad ya posteo en la misma fecha); una reversa deja
      * su posteo original marcado S.
      *-----------------------------------------------------------
       ACTUALIZAR-POSTHIST.
            IF SUSP-MONEDA = SPACES
                MOVE WS-MONEDA-BASE TO WS-PHIS-MONEDA
            ELSE
                MOVE SUSP-MONEDA TO WS-PHIS-MONEDA
            END-IF.
            IF SUSP-TIPO = "R"
                PERFORM BUSCAR-REVERSA-PENDIENTE
                IF WS-PHIS-HALLADO = "S"
                    MOVE "S" TO PHIS-REVERSADA
                    PERFORM REGRABAR-POSTHIST
                END-IF
            ELSE
                MOVE SUSP-CUENTA TO PHIS-CUENTA
                MOVE SUSP-NUM1 TO PHIS-NUM1
                MOVE SUSP-NUMERO2 TO PHIS-NUMERO2
                MOVE SUSP-OPCION TO PHIS-OPCION
                MOVE SUSP-FECHA TO PHIS-FECHA
                MOVE WS-PHIS-MONEDA TO PHIS-MONEDA
                MOVE SUSP-RESULTADO TO PHIS-RESULTADO
                MOVE GL-RESULTADO-ORIG TO PHIS-RESULTADO-ORIG
                MOVE SUSP-OPERADOR TO PHIS-OPERADOR
                MOVE "N" TO PHIS-REVERSADA
                MOVE 0 TO PHIS-FECHA-REVERSA
                MOVE SPACES TO PHIS-OPERADOR-REVERSA
                PERFORM GRABAR-POSTHIST
            END-IF.

      *-----------------------------------------------------------
      * Una reversa rechazada nunca posteo: su posteo original
      * vuelve a quedar sin reversar.
      *-----------------------------------------------------------
       LIBERAR-POSTEO-ORIGINAL.
            IF SUSP-MONEDA = SPACES
                MOVE WS-MONEDA-BASE TO WS-PHIS-MONEDA
            ELSE
                MOVE SUSP-MONEDA TO WS-PHIS-MONEDA
            END-IF.
            PERFORM BUSCAR-REVERSA-PENDIENTE.
            IF WS-PHIS-HALLADO = "S"
                MOVE "N" TO PHIS-REVERSADA
                MOVE 0 TO PHIS-FECHA-REVERSA
                MOVE SPACES TO PHIS-OPERADOR-REVERSA
                PERFORM REGRABAR-POSTHIST
            END-IF.

      *-----------------------------------------------------------
      * Posiciona POSTHIST en el posteo original de la reversa en
      * suspenso: misma identidad y moneda, marcado P.
      *-----------------------------------------------------------
       BUSCAR-REVERSA-PENDIENTE.
            MOVE "N" TO WS-PHIS-HALLADO.
            MOVE "N" TO WS-PHIS-FIN.
            MOVE SUSP-CUENTA TO PHIS-CUENTA.
            MOVE SUSP-NUM1 TO PHIS-NUM1.
            MOVE SUSP-NUMERO2 TO PHIS-NUMERO2.
            MOVE SUSP-OPCION TO PHIS-OPCION.
            MOVE 0 TO PHIS-FECHA.
            MOVE 0 TO PHIS-SECUENCIA.
            START PHIS-FILE KEY IS NOT LESS THAN PHIS-CLAVE
                INVALID KEY MOVE "S" TO WS-PHIS-FIN
            END-START.
            IF WS-PHIS-FIN = "N"
                PERFORM LEER-POSTHIST-SIGUIENTE
            END-IF.
            PERFORM UNTIL WS-PHIS-FIN = "S"
                IF PHIS-CUENTA NOT = SUSP-CUENTA
                    OR PHIS-NUM1 NOT = SUSP-NUM1
                    OR PHIS-NUMERO2 NOT = SUSP-NUMERO2
                    OR PHIS-OPCION NOT = SUSP-OPCION
                    MOVE "S" TO WS-PHIS-FIN
                ELSE
                    IF PHIS-MONEDA = WS-PHIS-MONEDA
                        AND PHIS-REVERSADA = "P"
                        MOVE "S" TO WS-PHIS-HALLADO
                        MOVE "S" TO WS-PHIS-FIN
                    ELSE
                        PERFORM LEER-POSTHIST-SIGUIENTE
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-PHIS-HALLADO = "N"
                DISPLAY "AVISO: NO SE ENCONTRO EN POSTHIST EL "
                    "POSTEO QUE REVERSA ESTE REGISTRO - LA MARCA "
                    "DEL ORIGINAL NO SE ACTUALIZA"
            END-IF.

       LEER-POSTHIST-SIGUIENTE.
            READ PHIS-FILE NEXT RECORD
                AT END MOVE "S" TO WS-PHIS-FIN
            END-READ.

       REGRABAR-POSTHIST.
            REWRITE PHIS-RECORD
                INVALID KEY CONTINUE
            END-REWRITE.
            IF WS-PHIS-STATUS NOT = "00"
                DISPLAY "AVISO: NO SE PUDO ACTUALIZAR POSTHIST "
                    "(STATUS " WS-PHIS-STATUS ") PARA LA CUENTA "
                    PHIS-CUENTA
            END-IF.

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
      * Copia el archivo de trabajo con las decisiones tomadas de
      * vuelta sobre SUSPFILE, para que la proxima corrida (y la
                AT END MOVE "S" TO WS-EOF
            END-READ.

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

       END PROGRAM calcapr.
