      * (FECHACTL): once calcrec has reconciled the current
      * business date and left CALCREC.EST marked LIMPIA for that
      * same date, this program closes the day and rewrites
      * FECHACTL with the next business day, open: weekends and
      * the holidays on the business calendar (FERIADOS) are
      * skipped, while a weekend day the calendar marks as worked
      * is not. If the reconciliation is missing, is for another
      * date, or came out with differences, the date does not
      * advance, the operator is told why, and the current day
      * is marked CERRADO ("C") on FECHACTL - the posting
      * programs then reject anything new with estado PERIODO
      * CERRADO, so nothing else lands on a day that is under
      * investigation.
      * Once the cause is resolved, rerunning this step with a
      * clean reconciliation advances and opens the new day; if
      * corrections must first be posted INTO the closed day, run
      * current date without advancing.
      * Run for the first time (no FECHACTL yet) it asks for the
      * initial business date and creates the control file open.
      * As part of a clean close, and before advancing the date,
      * the day's GLEXTRACT activity (plus any suspense result a
      * supervisor approved today for an earlier date) is rolled
      * into the account balance master SALDOS (saldrec.cpy), and
      * each cuenta that moved gets a line for the day on the
      * balance history SALDHIST (shisrec.cpy). A date already
      * rolled is not posted again, so rerunning the step is safe.
      * Sixth step of the nightly sequence: the close runs once
      * calcrec is COMPLETO on the run-control file RUNCTL
      * (runrec.cpy) for the business date, and the step records
      * its start, end and outcome there - a close refused for
      * the reconciliation or the balance master ends FALLIDO,
      * and a clean one carries the new business date so calcarc
      * knows which night it belongs to. Creating FECHACTL and
      * ACCION-EOD = REABRIR are not part of the sequence and do
      * not touch RUNCTL.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FER-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT GL-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SALD-FILE ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALD-STATUS.
           SELECT SALDTMP-FILE ASSIGN TO "SALDOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDTMP-STATUS.
           SELECT SHIS-FILE ASSIGN TO "SALDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIS-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD FER-FILE.
       COPY "ferirec.cpy".

       FD GL-FILE.
       COPY "glrec.cpy".

       FD SUSP-FILE.
       COPY "susprec.cpy".

       FD SALD-FILE.
       COPY "saldrec.cpy".

       FD SALDTMP-FILE.
       01 SALDTMP-RECORD PIC X(76).

       FD SHIS-FILE.
       COPY "shisrec.cpy".

       FD RUN-FILE.
       COPY "runrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FCH-STATUS PIC XX.
       01 WS-CONC-STATUS PIC XX.
       01 WS-RESTO-100 PIC 9(4).
       01 WS-RESTO-400 PIC 9(4).
       01 WS-COCIENTE PIC 9(4).
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
      * Maestro de saldos en memoria mientras se postea el dia: por
      * cuenta, las cifras del periodo y las del dia (saldo al
      * abrir el dia, debitos, creditos y cantidad de lineas) para
      * la historia diaria.
       01 WS-GL-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-SALD-STATUS PIC XX.
       01 WS-SALDTMP-STATUS PIC XX.
       01 WS-SHIS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-SALDOS-ERROR PIC X VALUE "N".
       01 WS-PERIODO-NEGOCIO PIC 9(6).
       01 WS-ULT-ROLADO PIC 9(8) VALUE 0.
       01 WS-MAX-SALDOS PIC 9(4) VALUE 1000.
       01 WS-TOTAL-SALDOS PIC 9(4) VALUE 0.
       01 WS-TABLA-SALDOS.
           05 WS-SAL-ENTRADA OCCURS 1000 TIMES
                              INDEXED BY WS-SAL-IDX.
               10 WS-SAL-CUENTA    PIC X(06).
               10 WS-SAL-PERIODO   PIC 9(6).
               10 WS-SAL-APERTURA  PIC S9(11)V99.
               10 WS-SAL-DEBITOS   PIC S9(11)V99.
               10 WS-SAL-CREDITOS  PIC S9(11)V99.
               10 WS-SAL-CIERRE    PIC S9(11)V99.
               10 WS-SAL-DIA-APER  PIC S9(11)V99.
               10 WS-SAL-DIA-DEB   PIC S9(11)V99.
               10 WS-SAL-DIA-CRED  PIC S9(11)V99.
               10 WS-SAL-DIA-MOV   PIC 9(5).
       01 WS-SAL-POS PIC 9(4) VALUE 0.
       01 WS-MOV-CUENTA PIC X(06).
       01 WS-MOV-IMPORTE PIC S9(7)V99.
       01 WS-CNT-LINEAS-SALDO PIC 9(7) VALUE 0.
       01 WS-CNT-APROB-TARDIOS PIC 9(7) VALUE 0.
       01 WS-CNT-CTAS-MOV PIC 9(7) VALUE 0.
      * Control de la secuencia nocturna (RUNCTL, runrec.cpy):
      * este paso, su lugar en la secuencia y el paso que tiene
      * que haber terminado antes para la misma fecha de negocio.
      * FORZAR-PASO en CALCPARM con el nombre de este programa lo
      * deja correr igual (repetirlo o saltear la secuencia).
       01 WS-RUN-STATUS PIC XX.
       01 WS-RUN-EOF PIC X VALUE "N".
       01 WS-RUN-PASO PIC X(08) VALUE "calceod".
       01 WS-RUN-ORDEN PIC 9 VALUE 6.
       01 WS-RUN-PREVIO PIC X(08) VALUE "calcrec".
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
                STOP RUN
            END-IF.

            MOVE WS-FECHA-NEGOCIO TO WS-RUN-FECHA.
            PERFORM INICIAR-CONTROL-CORRIDA.

            PERFORM LEER-CONCILIACION.

            IF WS-HAY-CONCILIACION = "N"
                DISPLAY "ERROR: NO HAY CALCREC.EST - CORRA CALCREC "
                    "DE LA FECHA " WS-FECHA-NEGOCIO
                    " ANTES DE CERRAR EL DIA"
                MOVE "NO HAY CALCREC.EST" TO WS-RUN-MENSAJE
                PERFORM CERRAR-DIA-PENDIENTE
                STOP RUN
            END-IF.
                DISPLAY "ERROR: LA CONCILIACION ES DE LA FECHA "
                    WS-CONC-FECHA " Y EL DIA DE NEGOCIO ES "
                    WS-FECHA-NEGOCIO " - CORRA CALCREC DE NUEVO"
                MOVE "CONCILIACION DE OTRA FECHA" TO WS-RUN-MENSAJE
                PERFORM CERRAR-DIA-PENDIENTE
                STOP RUN
            END-IF.
                DISPLAY "ERROR: LA CONCILIACION DE " WS-CONC-FECHA
                    " TIENE DIFERENCIAS - RESUELVALAS ANTES DE "
                    "CERRAR EL DIA (VER CALCREC)"
                MOVE "CONCILIACION CON DIFERENCIAS" TO WS-RUN-MENSAJE
                PERFORM CERRAR-DIA-PENDIENTE
                STOP RUN
            END-IF.

            PERFORM ACTUALIZAR-SALDOS.
            IF WS-SALDOS-ERROR = "S"
                DISPLAY "ERROR: NO SE PUDO ACTUALIZAR EL MAESTRO DE "
                    "SALDOS - EL DIA " WS-FECHA-NEGOCIO
                    " NO SE AVANZA"
                MOVE "ERROR EN EL MAESTRO DE SALDOS" TO
                    WS-RUN-MENSAJE
                PERFORM CERRAR-DIA-PENDIENTE
                STOP RUN
            END-IF.

            PERFORM CARGAR-FERIADOS.
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NUEVA.
            PERFORM SUMAR-UN-DIA.
            PERFORM VALIDAR-DIA-HABIL.
            PERFORM UNTIL WS-ES-HABIL = "S"
                DISPLAY "DIA NO HABIL SALTEADO: " WS-FECHA-NUEVA
                    " " WS-MOTIVO-NO-HABIL
                PERFORM SUMAR-UN-DIA
                PERFORM VALIDAR-DIA-HABIL
            END-PERFORM.

            DISPLAY "DIA DE NEGOCIO " WS-FECHA-NEGOCIO
                " CERRADO - NUEVO DIA DE NEGOCIO "
            MOVE WS-FECHA-NUEVA TO WS-FECHA-NEGOCIO.
            MOVE "A" TO WS-ABIERTO-GRABAR.
            PERFORM GRABAR-FECHA-NEGOCIO.

            MOVE WS-CNT-LINEAS-SALDO TO WS-RUN-LEIDOS.
            MOVE WS-CNT-CTAS-MOV TO WS-RUN-GRABADOS.
            MOVE WS-FECHA-NUEVA TO WS-RUN-FECHA-PROXIMA.
            PERFORM TERMINAR-CONTROL-CORRIDA.
            STOP RUN.

      *-----------------------------------------------------------
            DISPLAY "EL DIA " WS-FECHA-NEGOCIO " QUEDA CERRADO A "
                "NUEVOS POSTEOS HASTA RESOLVER LA CONCILIACION "
                "(REABRIR CON ACCION-EOD = REABRIR EN CALCPARM)".
            PERFORM FALLAR-CONTROL-CORRIDA.

       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
                    IF PARM-CLAVE = "ACCION-EOD"
                        MOVE PARM-VALOR (1:8) TO WS-ACCION
                    END-IF
                    IF PARM-CLAVE = "FORZAR-PASO"
                        AND PARM-VALOR (1:8) = WS-RUN-PASO
                        MOVE "S" TO WS-RUN-FORZADO
                    END-IF
                    PERFORM LEER-PARM
                END-PERFORM
                CLOSE PARM-FILE
                CLOSE CONC-FILE
            END-IF.

      *-----------------------------------------------------------
      * Pasa al maestro de saldos el movimiento del dia de negocio
      * que se cierra: las lineas de GLEXTRACT de la fecha y los
      * resultados en suspenso aprobados hoy que pertenecen a una
      * fecha anterior (la aprobacion los libera a GLEXTRACT con su
      * fecha original, que ya se habia cerrado). Si la fecha ya
      * figura como actualizada no se vuelve a postear.
      *-----------------------------------------------------------
       ACTUALIZAR-SALDOS.
            MOVE "N" TO WS-SALDOS-ERROR.
            DIVIDE WS-FECHA-NEGOCIO BY 100
                GIVING WS-PERIODO-NEGOCIO.
            PERFORM CARGAR-SALDOS.
            IF WS-ULT-ROLADO NOT < WS-FECHA-NEGOCIO
                DISPLAY "SALDOS YA ACTUALIZADOS AL " WS-ULT-ROLADO
                    " - NO SE VUELVEN A POSTEAR"
            ELSE
                PERFORM POSTEAR-GL-DEL-DIA
                PERFORM POSTEAR-APROBADOS-TARDIOS
                IF WS-SALDOS-ERROR = "N"
                    PERFORM GRABAR-SALDOS
                    PERFORM GRABAR-HISTORIA-SALDOS
                    DISPLAY "SALDOS ACTUALIZADOS AL "
                        WS-FECHA-NEGOCIO ": " WS-CNT-LINEAS-SALDO
                        " LINEAS EN " WS-CNT-CTAS-MOV " CUENTAS"
                    IF WS-CNT-APROB-TARDIOS > 0
                        DISPLAY "  INCLUYE " WS-CNT-APROB-TARDIOS
                            " APROBADOS HOY DE FECHAS ANTERIORES"
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * Carga SALDOS en la tabla. Una cuenta cuyo periodo quedo
      * atras abre el periodo del dia de negocio: el cierre pasa a
      * ser la apertura y los debitos y creditos vuelven a cero.
      *-----------------------------------------------------------
       CARGAR-SALDOS.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SALD-FILE.
            IF WS-SALD-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE SALDOS - SE CREA EL "
                    "MAESTRO CON EL MOVIMIENTO DEL DIA"
            ELSE
                PERFORM LEER-SALDO
                PERFORM UNTIL WS-EOF = "S"
                    IF WS-TOTAL-SALDOS < WS-MAX-SALDOS
                        ADD 1 TO WS-TOTAL-SALDOS
                        SET WS-SAL-IDX TO WS-TOTAL-SALDOS
                        PERFORM CARGAR-SALDO
                    ELSE
                        DISPLAY "ERROR: TABLA DE SALDOS LLENA - "
                            "NO ENTRA LA CUENTA " SALD-CUENTA
                        MOVE "S" TO WS-SALDOS-ERROR
                    END-IF
                    PERFORM LEER-SALDO
                END-PERFORM
                CLOSE SALD-FILE
            END-IF.

       CARGAR-SALDO.
            MOVE SALD-CUENTA TO WS-SAL-CUENTA (WS-SAL-IDX).
            IF SALD-PERIODO < WS-PERIODO-NEGOCIO
                MOVE WS-PERIODO-NEGOCIO TO WS-SAL-PERIODO (WS-SAL-IDX)
                MOVE SALD-CIERRE TO WS-SAL-APERTURA (WS-SAL-IDX)
                MOVE 0 TO WS-SAL-DEBITOS (WS-SAL-IDX)
                MOVE 0 TO WS-SAL-CREDITOS (WS-SAL-IDX)
            ELSE
                MOVE SALD-PERIODO TO WS-SAL-PERIODO (WS-SAL-IDX)
                MOVE SALD-APERTURA TO WS-SAL-APERTURA (WS-SAL-IDX)
                MOVE SALD-DEBITOS TO WS-SAL-DEBITOS (WS-SAL-IDX)
                MOVE SALD-CREDITOS TO WS-SAL-CREDITOS (WS-SAL-IDX)
            END-IF.
            MOVE SALD-CIERRE TO WS-SAL-CIERRE (WS-SAL-IDX).
            MOVE SALD-CIERRE TO WS-SAL-DIA-APER (WS-SAL-IDX).
            MOVE 0 TO WS-SAL-DIA-DEB (WS-SAL-IDX).
            MOVE 0 TO WS-SAL-DIA-CRED (WS-SAL-IDX).
            MOVE 0 TO WS-SAL-DIA-MOV (WS-SAL-IDX).
            IF SALD-FECHA-ULT > WS-ULT-ROLADO
                MOVE SALD-FECHA-ULT TO WS-ULT-ROLADO
            END-IF.

       LEER-SALDO.
            READ SALD-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       POSTEAR-GL-DEL-DIA.
            MOVE "N" TO WS-EOF.
            OPEN INPUT GL-FILE.
            IF WS-GL-STATUS NOT = "35"
                PERFORM LEER-GL
                PERFORM UNTIL WS-EOF = "S"
                    IF GL-FECHA = WS-FECHA-NEGOCIO
                        MOVE GL-CUENTA TO WS-MOV-CUENTA
                        MOVE GL-RESULTADO TO WS-MOV-IMPORTE
                        PERFORM POSTEAR-MOVIMIENTO
                    END-IF
                    PERFORM LEER-GL
                END-PERFORM
                CLOSE GL-FILE
            END-IF.

       LEER-GL.
            READ GL-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       POSTEAR-APROBADOS-TARDIOS.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SUSP-FILE.
            IF WS-SUSP-STATUS NOT = "35"
                PERFORM LEER-SUSPENSO
                PERFORM UNTIL WS-EOF = "S"
                    IF SUSP-ESTADO = "APROBADO"
                        AND SUSP-FECHA-DECISION IS NUMERIC
                        AND SUSP-FECHA-DECISION = WS-FECHA-NEGOCIO
                        AND SUSP-FECHA < WS-FECHA-NEGOCIO
                        MOVE SUSP-CUENTA TO WS-MOV-CUENTA
                        MOVE SUSP-RESULTADO TO WS-MOV-IMPORTE
                        PERFORM POSTEAR-MOVIMIENTO
                        ADD 1 TO WS-CNT-APROB-TARDIOS
                    END-IF
                    PERFORM LEER-SUSPENSO
                END-PERFORM
                CLOSE SUSP-FILE
            END-IF.

       LEER-SUSPENSO.
            READ SUSP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * Suma WS-MOV-IMPORTE a la cuenta WS-MOV-CUENTA: positivo va
      * a debitos, negativo a creditos (en positivo). Una cuenta
      * que todavia no estaba en el maestro se da de alta con
      * apertura cero.
      *-----------------------------------------------------------
       POSTEAR-MOVIMIENTO.
            PERFORM BUSCAR-SALDO.
            IF WS-SAL-POS = 0
                IF WS-TOTAL-SALDOS < WS-MAX-SALDOS
                    ADD 1 TO WS-TOTAL-SALDOS
                    MOVE WS-TOTAL-SALDOS TO WS-SAL-POS
                    MOVE WS-MOV-CUENTA TO WS-SAL-CUENTA (WS-SAL-POS)
                    MOVE WS-PERIODO-NEGOCIO TO
                        WS-SAL-PERIODO (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-APERTURA (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-DEBITOS (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-CREDITOS (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-CIERRE (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-DIA-APER (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-DIA-DEB (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-DIA-CRED (WS-SAL-POS)
                    MOVE 0 TO WS-SAL-DIA-MOV (WS-SAL-POS)
                ELSE
                    DISPLAY "ERROR: TABLA DE SALDOS LLENA - NO ENTRA "
                        "LA CUENTA " WS-MOV-CUENTA
                    MOVE "S" TO WS-SALDOS-ERROR
                END-IF
            END-IF.
            IF WS-SAL-POS > 0
                IF WS-MOV-IMPORTE < 0
                    SUBTRACT WS-MOV-IMPORTE FROM
                        WS-SAL-CREDITOS (WS-SAL-POS)
                    SUBTRACT WS-MOV-IMPORTE FROM
                        WS-SAL-DIA-CRED (WS-SAL-POS)
                ELSE
                    ADD WS-MOV-IMPORTE TO WS-SAL-DEBITOS (WS-SAL-POS)
                    ADD WS-MOV-IMPORTE TO WS-SAL-DIA-DEB (WS-SAL-POS)
                END-IF
                ADD 1 TO WS-SAL-DIA-MOV (WS-SAL-POS)
                ADD 1 TO WS-CNT-LINEAS-SALDO
            END-IF.

       BUSCAR-SALDO.
            MOVE 0 TO WS-SAL-POS.
            PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                UNTIL WS-SAL-IDX > WS-TOTAL-SALDOS
                    OR WS-SAL-POS > 0
                IF WS-SAL-CUENTA (WS-SAL-IDX) = WS-MOV-CUENTA
                    SET WS-SAL-POS TO WS-SAL-IDX
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * Graba el maestro actualizado en SALDOS.TMP y lo copia sobre
      * SALDOS, igual que calcapr con SUSPFILE.
      *-----------------------------------------------------------
       GRABAR-SALDOS.
            OPEN OUTPUT SALDTMP-FILE.
            PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                UNTIL WS-SAL-IDX > WS-TOTAL-SALDOS
                COMPUTE WS-SAL-CIERRE (WS-SAL-IDX)
                    = WS-SAL-APERTURA (WS-SAL-IDX)
                    + WS-SAL-DEBITOS (WS-SAL-IDX)
                    - WS-SAL-CREDITOS (WS-SAL-IDX)
                MOVE WS-SAL-CUENTA (WS-SAL-IDX) TO SALD-CUENTA
                MOVE WS-SAL-PERIODO (WS-SAL-IDX) TO SALD-PERIODO
                MOVE WS-SAL-APERTURA (WS-SAL-IDX) TO SALD-APERTURA
                MOVE WS-SAL-DEBITOS (WS-SAL-IDX) TO SALD-DEBITOS
                MOVE WS-SAL-CREDITOS (WS-SAL-IDX) TO SALD-CREDITOS
                MOVE WS-SAL-CIERRE (WS-SAL-IDX) TO SALD-CIERRE
                MOVE WS-FECHA-NEGOCIO TO SALD-FECHA-ULT
                WRITE SALDTMP-RECORD FROM SALD-RECORD
            END-PERFORM.
            CLOSE SALDTMP-FILE.

            MOVE "N" TO WS-EOF.
            OPEN INPUT SALDTMP-FILE.
            OPEN OUTPUT SALD-FILE.
            PERFORM LEER-SALDTMP.
            PERFORM UNTIL WS-EOF = "S"
                WRITE SALD-RECORD FROM SALDTMP-RECORD
                PERFORM LEER-SALDTMP
            END-PERFORM.
            CLOSE SALDTMP-FILE.
            CLOSE SALD-FILE.

       LEER-SALDTMP.
            READ SALDTMP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GRABAR-HISTORIA-SALDOS.
            OPEN EXTEND SHIS-FILE.
            IF WS-SHIS-STATUS = "35"
                OPEN OUTPUT SHIS-FILE
            END-IF.
            PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
                UNTIL WS-SAL-IDX > WS-TOTAL-SALDOS
                IF WS-SAL-DIA-MOV (WS-SAL-IDX) > 0
                    MOVE WS-SAL-CUENTA (WS-SAL-IDX) TO SHIS-CUENTA
                    MOVE WS-FECHA-NEGOCIO TO SHIS-FECHA
                    MOVE WS-SAL-DIA-APER (WS-SAL-IDX) TO
                        SHIS-APERTURA
                    MOVE WS-SAL-DIA-DEB (WS-SAL-IDX) TO SHIS-DEBITOS
                    MOVE WS-SAL-DIA-CRED (WS-SAL-IDX) TO
                        SHIS-CREDITOS
                    MOVE WS-SAL-CIERRE (WS-SAL-IDX) TO SHIS-CIERRE
                    MOVE WS-SAL-DIA-MOV (WS-SAL-IDX) TO
                        SHIS-MOVIMIENTOS
                    WRITE SHIS-RECORD
                    ADD 1 TO WS-CNT-CTAS-MOV
                END-IF
            END-PERFORM.
            CLOSE SHIS-FILE.

      *-----------------------------------------------------------
      * Suma un dia calendario a WS-FECHA-NUEVA manejando fin de
      * mes, fin de anio y febrero bisiesto (divisible por 4 y no
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

       END PROGRAM calceod.
