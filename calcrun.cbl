       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcrun.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Status report of one night of the batch sequence, from the
      * run-control file RUNCTL (runrec.cpy) the steps keep: for
      * each step, in stream order (calcedt, calcmgr, calcapr,
      * calcack, calcrec, calceod, calcarc), its latest state
      * (PENDIENTE if it never started), how many times it was
      * started, whether it ran forced, start and end date and
      * time, return status, record counts and message. Ends with
      * the step the stream will resume at when relaunched - the
      * first one not COMPLETO - so the on-call person does not
      * have to work out which steps already ran.
      * The night is the CALCPARM key FECHA-CORRIDA (AAAAMMDD)
      * when given, otherwise the latest business date on RUNCTL.
      * Report on CALCRUN.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-FILE.
       COPY "runrec.cpy".

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PARM-EOF PIC X VALUE "N".
       01 WS-FECHA-CORRIDA PIC 9(8) VALUE 0.
       01 WS-PARM-NUM8-X PIC X(8).
       01 WS-PARM-NUM8-9 REDEFINES WS-PARM-NUM8-X PIC 9(8).

      * Los pasos de la secuencia nocturna en el orden en que
      * corren; la posicion en la tabla es RUN-ORDEN.
       01 WS-PASOS-VALORES.
           05 FILLER PIC X(08) VALUE "calcedt".
           05 FILLER PIC X(08) VALUE "calcmgr".
           05 FILLER PIC X(08) VALUE "calcapr".
           05 FILLER PIC X(08) VALUE "calcack".
           05 FILLER PIC X(08) VALUE "calcrec".
           05 FILLER PIC X(08) VALUE "calceod".
           05 FILLER PIC X(08) VALUE "calcarc".
       01 WS-PASOS REDEFINES WS-PASOS-VALORES.
           05 WS-PASO-NOMBRE PIC X(08) OCCURS 7 TIMES.
       01 WS-TOTAL-PASOS PIC 9 VALUE 7.

      * Ultimo registro de cada paso para la fecha pedida y
      * cantidad de arranques (cada arranque deja un EN CURSO).
       01 WS-TABLA-ESTADO.
           05 WS-EST-ENTRADA OCCURS 7 TIMES
                              INDEXED BY WS-EST-IDX.
               10 WS-EST-ESTADO     PIC X(10).
               10 WS-EST-FORZADO    PIC X.
               10 WS-EST-INI-FECHA  PIC 9(8).
               10 WS-EST-INI-HORA   PIC 9(8).
               10 WS-EST-FIN-FECHA  PIC 9(8).
               10 WS-EST-FIN-HORA   PIC 9(8).
               10 WS-EST-RETORNO    PIC 9(4).
               10 WS-EST-LEIDOS     PIC 9(8).
               10 WS-EST-GRABADOS   PIC 9(8).
               10 WS-EST-RECHAZADOS PIC 9(8).
               10 WS-EST-PROXIMA    PIC 9(8).
               10 WS-EST-MENSAJE    PIC X(40).
               10 WS-EST-INTENTOS   PIC 9(3).
       01 WS-ESTADO-AUX PIC X(12).
       01 WS-PASO-POS PIC 9 VALUE 0.
       01 WS-PROXIMO-POS PIC 9 VALUE 0.
       01 WS-CNT-COMPLETOS PIC 9 VALUE 0.
       01 WS-CNT-REGISTROS PIC 9(7) VALUE 0.

       01 WS-HORA-9 PIC 9(8).
       01 WS-HORA-PARTES REDEFINES WS-HORA-9.
           05 WS-HP-HH PIC X(2).
           05 WS-HP-MM PIC X(2).
           05 WS-HP-SS PIC X(2).
           05 WS-HP-CC PIC X(2).
       01 WS-HORA-ED.
           05 WS-HE-HH PIC X(2).
           05 FILLER   PIC X VALUE ":".
           05 WS-HE-MM PIC X(2).
           05 FILLER   PIC X VALUE ":".
           05 WS-HE-SS PIC X(2).

       01 WS-LINEA-PASO.
           05 WS-LP-ORDEN     PIC 9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LP-PASO      PIC X(08).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LP-ESTADO    PIC X(10).
           05 FILLER          PIC X(11) VALUE "  INTENTOS ".
           05 WS-LP-INTENTOS  PIC ZZ9.
           05 FILLER          PIC X(5) VALUE "  RC ".
           05 WS-LP-RETORNO   PIC 9(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LP-FORZADO   PIC X(07).

       01 WS-LINEA-HORAS.
           05 FILLER          PIC X(10) VALUE "   INICIO ".
           05 WS-LH-INI-FECHA PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-LH-INI-HORA  PIC X(08).
           05 FILLER          PIC X(6) VALUE "  FIN ".
           05 WS-LH-FIN-FECHA PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-LH-FIN-HORA  PIC X(08).

       01 WS-LINEA-CIFRAS.
           05 FILLER          PIC X(10) VALUE "   LEIDOS ".
           05 WS-LC-LEIDOS    PIC ZZZZZZZ9.
           05 FILLER          PIC X(11) VALUE "  GRABADOS ".
           05 WS-LC-GRABADOS  PIC ZZZZZZZ9.
           05 FILLER          PIC X(13) VALUE "  RECHAZADOS ".
           05 WS-LC-RECHAZADOS PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.

            OPEN INPUT RUN-FILE.
            IF WS-RUN-STATUS = "35"
                DISPLAY "NO EXISTE RUNCTL - NINGUN PASO DE LA "
                    "SECUENCIA NOCTURNA CORRIO TODAVIA"
                STOP RUN
            END-IF.
            CLOSE RUN-FILE.

            IF WS-FECHA-CORRIDA = 0
                PERFORM BUSCAR-ULTIMA-FECHA
            END-IF.

            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > WS-TOTAL-PASOS
                MOVE "PENDIENTE" TO WS-EST-ESTADO (WS-EST-IDX)
                MOVE SPACE TO WS-EST-FORZADO (WS-EST-IDX)
                MOVE 0 TO WS-EST-INI-FECHA (WS-EST-IDX)
                MOVE 0 TO WS-EST-INI-HORA (WS-EST-IDX)
                MOVE 0 TO WS-EST-FIN-FECHA (WS-EST-IDX)
                MOVE 0 TO WS-EST-FIN-HORA (WS-EST-IDX)
                MOVE 0 TO WS-EST-RETORNO (WS-EST-IDX)
                MOVE 0 TO WS-EST-LEIDOS (WS-EST-IDX)
                MOVE 0 TO WS-EST-GRABADOS (WS-EST-IDX)
                MOVE 0 TO WS-EST-RECHAZADOS (WS-EST-IDX)
                MOVE 0 TO WS-EST-PROXIMA (WS-EST-IDX)
                MOVE SPACES TO WS-EST-MENSAJE (WS-EST-IDX)
                MOVE 0 TO WS-EST-INTENTOS (WS-EST-IDX)
            END-PERFORM.

            PERFORM CARGAR-ESTADOS.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECERA.
            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > WS-TOTAL-PASOS
                PERFORM IMPRIMIR-PASO
            END-PERFORM.
            PERFORM IMPRIMIR-RESUMEN.
            CLOSE REPORT-FILE.
            STOP RUN.

       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-PARM
                PERFORM UNTIL WS-PARM-EOF = "S"
                    IF PARM-CLAVE = "FECHA-CORRIDA"
                        MOVE PARM-VALOR (1:8) TO WS-PARM-NUM8-X
                        IF WS-PARM-NUM8-X IS NUMERIC
                            MOVE WS-PARM-NUM8-9 TO WS-FECHA-CORRIDA
                        ELSE
                            DISPLAY "AVISO: FECHA-CORRIDA INVALIDA "
                                "EN CALCPARM - SE INFORMA LA ULTIMA "
                                "FECHA DE RUNCTL"
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

       LEER-RUNCTL.
            READ RUN-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       BUSCAR-ULTIMA-FECHA.
            MOVE "N" TO WS-EOF.
            OPEN INPUT RUN-FILE.
            PERFORM LEER-RUNCTL.
            PERFORM UNTIL WS-EOF = "S"
                IF RUN-FECHA > WS-FECHA-CORRIDA
                    MOVE RUN-FECHA TO WS-FECHA-CORRIDA
                END-IF
                PERFORM LEER-RUNCTL
            END-PERFORM.
            CLOSE RUN-FILE.

      *-----------------------------------------------------------
      * RUNCTL se lee entero: cada registro de la fecha pisa al
      * anterior del mismo paso, asi queda el ultimo estado, y
      * cada EN CURSO cuenta como un arranque del paso.
      *-----------------------------------------------------------
       CARGAR-ESTADOS.
            MOVE "N" TO WS-EOF.
            OPEN INPUT RUN-FILE.
            PERFORM LEER-RUNCTL.
            PERFORM UNTIL WS-EOF = "S"
                IF RUN-FECHA = WS-FECHA-CORRIDA
                    PERFORM BUSCAR-PASO
                    IF WS-PASO-POS > 0
                        PERFORM TOMAR-ESTADO
                    END-IF
                END-IF
                PERFORM LEER-RUNCTL
            END-PERFORM.
            CLOSE RUN-FILE.

       BUSCAR-PASO.
            MOVE 0 TO WS-PASO-POS.
            PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                UNTIL WS-EST-IDX > WS-TOTAL-PASOS
                    OR WS-PASO-POS > 0
                IF WS-PASO-NOMBRE (WS-EST-IDX) = RUN-PASO
                    SET WS-PASO-POS TO WS-EST-IDX
                END-IF
            END-PERFORM.

       TOMAR-ESTADO.
            SET WS-EST-IDX TO WS-PASO-POS.
            ADD 1 TO WS-CNT-REGISTROS.
            IF RUN-ESTADO = "EN CURSO"
                ADD 1 TO WS-EST-INTENTOS (WS-EST-IDX)
            END-IF.
            MOVE RUN-ESTADO TO WS-EST-ESTADO (WS-EST-IDX).
            MOVE RUN-FORZADO TO WS-EST-FORZADO (WS-EST-IDX).
            MOVE RUN-INICIO-FECHA TO WS-EST-INI-FECHA (WS-EST-IDX).
            MOVE RUN-INICIO-HORA TO WS-EST-INI-HORA (WS-EST-IDX).
            MOVE RUN-FIN-FECHA TO WS-EST-FIN-FECHA (WS-EST-IDX).
            MOVE RUN-FIN-HORA TO WS-EST-FIN-HORA (WS-EST-IDX).
            MOVE RUN-RETORNO TO WS-EST-RETORNO (WS-EST-IDX).
            MOVE RUN-LEIDOS TO WS-EST-LEIDOS (WS-EST-IDX).
            MOVE RUN-GRABADOS TO WS-EST-GRABADOS (WS-EST-IDX).
            MOVE RUN-RECHAZADOS TO WS-EST-RECHAZADOS (WS-EST-IDX).
            MOVE RUN-FECHA-PROXIMA TO WS-EST-PROXIMA (WS-EST-IDX).
            MOVE RUN-MENSAJE TO WS-EST-MENSAJE (WS-EST-IDX).

       IMPRIMIR-CABECERA.
            MOVE "ESTADO DE LA SECUENCIA NOCTURNA - CALCRUN" TO
                REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                WS-FECHA-CORRIDA DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

       IMPRIMIR-PASO.
            SET WS-LP-ORDEN TO WS-EST-IDX.
            MOVE WS-PASO-NOMBRE (WS-EST-IDX) TO WS-LP-PASO.
            MOVE WS-EST-ESTADO (WS-EST-IDX) TO WS-LP-ESTADO.
            MOVE WS-EST-INTENTOS (WS-EST-IDX) TO WS-LP-INTENTOS.
            MOVE WS-EST-RETORNO (WS-EST-IDX) TO WS-LP-RETORNO.
            IF WS-EST-FORZADO (WS-EST-IDX) = "S"
                MOVE "FORZADO" TO WS-LP-FORZADO
            ELSE
                MOVE SPACES TO WS-LP-FORZADO
            END-IF.
            MOVE WS-LINEA-PASO TO REPORT-LINE.
            WRITE REPORT-LINE.

            IF WS-EST-ESTADO (WS-EST-IDX) NOT = "PENDIENTE"
                MOVE WS-EST-INI-FECHA (WS-EST-IDX) TO WS-LH-INI-FECHA
                MOVE WS-EST-INI-HORA (WS-EST-IDX) TO WS-HORA-9
                PERFORM EDITAR-HORA
                MOVE WS-HORA-ED TO WS-LH-INI-HORA
                MOVE WS-EST-FIN-FECHA (WS-EST-IDX) TO WS-LH-FIN-FECHA
                IF WS-EST-FIN-FECHA (WS-EST-IDX) = 0
                    MOVE SPACES TO WS-LH-FIN-HORA
                ELSE
                    MOVE WS-EST-FIN-HORA (WS-EST-IDX) TO WS-HORA-9
                    PERFORM EDITAR-HORA
                    MOVE WS-HORA-ED TO WS-LH-FIN-HORA
                END-IF
                MOVE WS-LINEA-HORAS TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-EST-LEIDOS (WS-EST-IDX) TO WS-LC-LEIDOS
                MOVE WS-EST-GRABADOS (WS-EST-IDX) TO WS-LC-GRABADOS
                MOVE WS-EST-RECHAZADOS (WS-EST-IDX) TO
                    WS-LC-RECHAZADOS
                MOVE WS-LINEA-CIFRAS TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

            IF WS-EST-MENSAJE (WS-EST-IDX) NOT = SPACES
                MOVE SPACES TO REPORT-LINE
                STRING "   " DELIMITED BY SIZE
                    WS-EST-MENSAJE (WS-EST-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            IF WS-EST-PROXIMA (WS-EST-IDX) > 0
                MOVE SPACES TO REPORT-LINE
                STRING "   NUEVA FECHA DE NEGOCIO: " DELIMITED BY SIZE
                    WS-EST-PROXIMA (WS-EST-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

            IF WS-EST-ESTADO (WS-EST-IDX) = "COMPLETO"
                ADD 1 TO WS-CNT-COMPLETOS
            ELSE
                IF WS-PROXIMO-POS = 0
                    SET WS-PROXIMO-POS TO WS-EST-IDX
                END-IF
            END-IF.

       EDITAR-HORA.
            MOVE WS-HP-HH TO WS-HE-HH.
            MOVE WS-HP-MM TO WS-HE-MM.
            MOVE WS-HP-SS TO WS-HE-SS.

      *-----------------------------------------------------------
      * Donde retoma la secuencia: el primer paso que no esta
      * COMPLETO. Un paso que figura EN CURSO y no esta corriendo
      * quedo cortado a mitad de camino y se repite entero al
      * relanzar la secuencia.
      *-----------------------------------------------------------
       IMPRIMIR-RESUMEN.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-PROXIMO-POS = 0
                MOVE "SECUENCIA COMPLETA PARA LA FECHA" TO
                    REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "SECUENCIA DEL " WS-FECHA-CORRIDA
                    " COMPLETA - VER CALCRUN"
            ELSE
                SET WS-EST-IDX TO WS-PROXIMO-POS
                MOVE WS-EST-ESTADO (WS-EST-IDX) TO WS-ESTADO-AUX
                MOVE SPACES TO REPORT-LINE
                STRING "LA SECUENCIA RETOMA EN: " DELIMITED BY SIZE
                    WS-PASO-NOMBRE (WS-EST-IDX) DELIMITED BY SPACE
                    " (" DELIMITED BY SIZE
                    WS-ESTADO-AUX DELIMITED BY "  "
                    ")" DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
                IF WS-EST-ESTADO (WS-EST-IDX) = "EN CURSO"
                    MOVE SPACES TO REPORT-LINE
                    STRING "SI NO ESTA CORRIENDO QUEDO INTERRUMPIDO"
                        DELIMITED BY SIZE
                        " Y SE REPITE AL RELANZAR" DELIMITED BY SIZE
                        INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
                DISPLAY "SECUENCIA DEL " WS-FECHA-CORRIDA ": "
                    WS-CNT-COMPLETOS " PASOS COMPLETOS - VER CALCRUN"
                DISPLAY REPORT-LINE
            END-IF.

       END PROGRAM calcrun.
