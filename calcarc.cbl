      * rewriting the live files with only the records kept, so
      * the nightly jobs stop dragging an ever-growing history and
      * an old period's detail can still be pulled for GL or audit.
      * The cutoff can also be given as a number of business days
      * back from the FECHACTL business date (CALCPARM key
      * DIAS-HABILES, or 0 at the date prompt): weekends and the
      * holidays on the business calendar (FERIADOS) are not
      * counted, so retention follows the days the shop works.
      * Records dated exactly on the cutoff are kept. Rerunning
      * with the same cutoff archives nothing new (the live files
      * no longer hold those records); the archives are opened in
      * extend so a rerun never overwrites what was already pulled.
      * The live file is rewritten via a work file (.TMP) copied
      * back, so no manual renames are needed.
      * Last step of the nightly sequence: it runs once calceod
      * is COMPLETO on the run-control file RUNCTL (runrec.cpy)
      * and records its start, end and counts there. calceod has
      * already moved FECHACTL to the next business day by then,
      * so the night is the date whose close opened the current
      * FECHACTL date.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOBLOG-FILE ASSIGN TO "CALCARC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT FER-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "logrec.cpy".

       FD LOGTMP-FILE.
       01 LOGTMP-RECORD PIC X(99).

       FD LOGARCH-FILE.
       01 LOGARCH-RECORD PIC X(99).

       FD GL-FILE.
       COPY "glrec.cpy".

       FD GLTMP-FILE.
       01 GLTMP-RECORD PIC X(67).

       FD GLARCH-FILE.
       01 GLARCH-RECORD PIC X(67).

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD RUN-FILE.
       COPY "runrec.cpy".

       FD JOBLOG-FILE.
       01 JOBLOG-LINE PIC X(80).

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD FER-FILE.
       COPY "ferirec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-LOGTMP-STATUS PIC XX.
       01 WS-TIENE-FECHA PIC X VALUE "N".
       01 WS-PARM-NUM8-X PIC X(8).
       01 WS-PARM-NUM8-9 REDEFINES WS-PARM-NUM8-X PIC 9(8).
      * Corte dado en dias habiles hacia atras (clave DIAS-HABILES,
      * o 0 en el prompt de fecha): se parte de la fecha de negocio
      * de FECHACTL (fecha del sistema si no hay archivo de
      * control) y se retroceden tantos dias habiles como se pida.
      * FECHA-CORTE y DIAS-HABILES son excluyentes.
       01 WS-TIENE-DIAS PIC X VALUE "N".
       01 WS-DIAS-HABILES PIC 9(4) VALUE 0.
       01 WS-CNT-HABILES PIC 9(4) VALUE 0.
       01 WS-PARM-NUM4-X PIC X(4).
       01 WS-PARM-NUM4-9 REDEFINES WS-PARM-NUM4-X PIC 9(4).
       01 WS-FCH-STATUS PIC XX.
       01 WS-FECHA-NEGOCIO PIC 9(8).
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

       01 WS-LOGARCH-NOMBRE PIC X(16).
       01 WS-GLARCH-NOMBRE PIC X(15).
       01 WS-CNT-LOG-ARCHIVADOS PIC 9(7) VALUE 0.
       01 WS-CNT-LOG-VIGENTES PIC 9(7) VALUE 0.
       01 WS-CNT-GL-ARCHIVADOS PIC 9(7) VALUE 0.
       01 WS-CNT-GL-VIGENTES PIC 9(7) VALUE 0.
      * Control de la secuencia nocturna (RUNCTL, runrec.cpy):
      * este paso, su lugar en la secuencia y el paso que tiene
      * que haber terminado antes para la misma fecha de negocio.
      * FORZAR-PASO en CALCPARM con el nombre de este programa lo
      * deja correr igual (repetirlo o saltear la secuencia).
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-EOF PIC X VALUE "N".
       01 WS-RUN-PASO PIC X(08) VALUE "calcarc".
       01 WS-RUN-ORDEN PIC 9 VALUE 7.
       01 WS-RUN-PREVIO PIC X(08) VALUE "calceod".
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
            PERFORM BUSCAR-FECHA-CORRIDA.
            PERFORM INICIAR-CONTROL-CORRIDA.
            IF WS-HAY-PARM = "S"
                IF WS-TIENE-FECHA = "N" AND WS-TIENE-DIAS = "N"
                    AND WS-PARM-ERROR = "N"
                    MOVE "S" TO WS-PARM-ERROR
                    MOVE "FALTA PARAMETRO: FECHA-CORTE O DIAS-HABILES"
                        TO WS-PARM-MSJ
                END-IF
                IF WS-TIENE-FECHA = "S" AND WS-TIENE-DIAS = "S"
                    AND WS-PARM-ERROR = "N"
                    MOVE "S" TO WS-PARM-ERROR
                    MOVE "FECHA-CORTE Y DIAS-HABILES SON EXCLUYENTES"
                        TO WS-PARM-MSJ
                END-IF
                IF WS-PARM-ERROR = "S"
                    PERFORM FALLAR-POR-PARAMETRO
                END-IF
            ELSE
                DISPLAY "ingrese la fecha de corte (AAAAMMDD) - se "
                    "archiva lo anterior a esa fecha (0 = indicar "
                    "dias habiles hacia atras)"
                ACCEPT WS-FECHA-CORTE
                IF WS-FECHA-CORTE = 0
                    DISPLAY "ingrese la cantidad de dias habiles "
                        "hacia atras desde la fecha de negocio"
                    ACCEPT WS-DIAS-HABILES
                    MOVE "S" TO WS-TIENE-DIAS
                END-IF
            END-IF.

            IF WS-TIENE-DIAS = "S"
                PERFORM CALCULAR-CORTE-HABILES
            END-IF.

            STRING "LOGARCH." DELIMITED BY SIZE
            DISPLAY "LOG VIGENTES:    " WS-CNT-LOG-VIGENTES.
            DISPLAY "GL  ARCHIVADOS:  " WS-CNT-GL-ARCHIVADOS.
            DISPLAY "GL  VIGENTES:    " WS-CNT-GL-VIGENTES.

            ADD WS-CNT-LOG-ARCHIVADOS WS-CNT-LOG-VIGENTES
                WS-CNT-GL-ARCHIVADOS WS-CNT-GL-VIGENTES
                GIVING WS-RUN-LEIDOS.
            ADD WS-CNT-LOG-ARCHIVADOS WS-CNT-GL-ARCHIVADOS
                GIVING WS-RUN-GRABADOS.
            PERFORM TERMINAR-CONTROL-CORRIDA.
            STOP RUN.

      *-----------------------------------------------------------
      * La noche a la que pertenece este paso: la fecha cuyo
      * cierre (calceod COMPLETO en RUNCTL) abrio la fecha de
      * negocio actual. Si no hay tal cierre, la fecha de negocio
      * misma - y como su calceod no termino, el paso no corre.
      *-----------------------------------------------------------
       BUSCAR-FECHA-CORRIDA.
            MOVE WS-FECHA-NEGOCIO TO WS-RUN-FECHA.
            MOVE "N" TO WS-RUN-EOF.
            OPEN INPUT RUN-FILE.
            IF WS-RUN-STATUS NOT = "35"
                PERFORM LEER-RUNCTL
                PERFORM UNTIL WS-RUN-EOF = "S"
                    IF RUN-PASO = WS-RUN-PREVIO
                        AND RUN-ESTADO = "COMPLETO"
                        AND RUN-FECHA-PROXIMA = WS-FECHA-NEGOCIO
                        MOVE RUN-FECHA TO WS-RUN-FECHA
                    END-IF
                    PERFORM LEER-RUNCTL
                END-PERFORM
                CLOSE RUN-FILE
            END-IF.

       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "35"
                            PARM-CLAVE DELIMITED BY SIZE
                            INTO WS-PARM-MSJ
                    END-IF
                WHEN "DIAS-HABILES"
                    MOVE PARM-VALOR (1:4) TO WS-PARM-NUM4-X
                    IF WS-PARM-NUM4-X IS NUMERIC
                        AND WS-PARM-NUM4-9 > 0
                        MOVE WS-PARM-NUM4-9 TO WS-DIAS-HABILES
                        MOVE "S" TO WS-TIENE-DIAS
                    ELSE
                        MOVE "S" TO WS-PARM-ERROR
                        MOVE SPACES TO WS-PARM-MSJ
                        STRING "PARAMETRO INVALIDO EN CALCPARM: "
                            DELIMITED BY SIZE
                            PARM-CLAVE DELIMITED BY SIZE
                            INTO WS-PARM-MSJ
                    END-IF
                WHEN "FORZAR-PASO"
                    IF PARM-VALOR (1:8) = WS-RUN-PASO
                        MOVE "S" TO WS-RUN-FORZADO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            CLOSE JOBLOG-FILE.
            DISPLAY "ERROR: " WS-PARM-MSJ.
            DISPLAY "NADA SE ARCHIVA - VER CALCARC.LOG".
            MOVE "ERROR DE PARAMETROS - VER CALCARC.LOG" TO
                WS-RUN-MENSAJE.
            PERFORM FALLAR-CONTROL-CORRIDA.
            STOP RUN.

      *-----------------------------------------------------------
      * Fecha de corte a partir de una cantidad de dias habiles:
      * desde la fecha de negocio se retrocede de a un dia y solo
      * cuentan los habiles segun el calendario, asi el corte cae
      * siempre en un dia trabajado.
      *-----------------------------------------------------------
       CALCULAR-CORTE-HABILES.
            PERFORM LEER-FECHA-NEGOCIO.
            PERFORM CARGAR-FERIADOS.
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NUEVA.
            MOVE 0 TO WS-CNT-HABILES.
            PERFORM UNTIL WS-CNT-HABILES >= WS-DIAS-HABILES
                PERFORM RESTAR-UN-DIA
                PERFORM VALIDAR-DIA-HABIL
                IF WS-ES-HABIL = "S"
                    ADD 1 TO WS-CNT-HABILES
                END-IF
            END-PERFORM.
            MOVE WS-FECHA-NUEVA TO WS-FECHA-CORTE.
            DISPLAY "FECHA DE CORTE " WS-FECHA-CORTE ": "
                WS-DIAS-HABILES " DIAS HABILES ANTES DE "
                WS-FECHA-NEGOCIO.

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

      *-----------------------------------------------------------
      * Separa LOGFILE en archivo historico (anterior al corte) y
      * archivo de trabajo con lo vigente, y luego regraba LOGFILE
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

       END PROGRAM calcarc.
