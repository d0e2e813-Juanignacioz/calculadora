       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcinq.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Lifecycle inquiry for one cuenta: asks for the cuenta, a
      * date range and, optionally, an amount, a NUM1/NUMERO2
      * pair or an operator, and shows for every matching
      * calculation on the audit log (LOGFILE plus the LOGARCH
      * archives listed in ARCHLIST, the same manifest calctrd
      * reads) its whole trail in one place:
      *   - who keyed it, when, and the estado it got;
      *   - whether it was held in SUSPFILE, why, and which
      *     supervisor approved or rejected it and on what date;
      *   - whether it reached GLEXTRACT (live or in a GLARCH
      *     archive listed in ARCHLIST) and what GLRETURN said
      *     about that line;
      *   - for a posted calculation, whether it was reversed
      *     later (contraasiento on GLEXTRACT or still held in
      *     SUSPFILE);
      *   - for a rejected one, and for a posted one the GL
      *     rejected on GLRETURN (RECHAZADO GL), whether it was
      *     corrected and resubmitted through calcfix (FIXHIST)
      *     or is still waiting on RESULTFILE.
      * The amount filter matches RESULTADO in base currency or
      * as keyed in its own currency. Log records written before
      * LOG-CUENTA existed are taken when suspense or GLEXTRACT
      * ties them to the cuenta.
      * The trail is shown on the console and, if asked for, also
      * printed to the report file CALCINQ for audit requests.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "ARCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT ACK-FILE ASSIGN TO "GLRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT FIX-FILE ASSIGN TO "FIXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(20).

       FD LOG-FILE.
       COPY "logrec.cpy".

       FD GL-FILE.
       COPY "glrec.cpy".

       FD SUSP-FILE.
       COPY "susprec.cpy".

       FD ACK-FILE.
       COPY "ackrec.cpy".

       FD RESULT-FILE.
       COPY "resultrec.cpy".

       FD FIX-FILE.
       COPY "fixrec.cpy".

       FD CTA-FILE.
       COPY "ctarec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-FIX-STATUS PIC XX.
       01 WS-CTAF-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-MANIFEST-EOF PIC X VALUE "N".
       01 WS-LOG-NOMBRE PIC X(20).
       01 WS-GL-NOMBRE PIC X(20).
       01 WS-MONEDA-BASE PIC X(03) VALUE "ARS".

      * Criterios de la consulta: cuenta y rango obligatorios, el
      * resto solo filtra cuando se pidio.
       01 WS-CUENTA PIC X(06).
       01 WS-FECHA-DESDE PIC 9(8).
       01 WS-FECHA-HASTA PIC 9(8).
       01 WS-RESPUESTA PIC X.
       01 WS-HAY-IMPORTE PIC X VALUE "N".
       01 WS-FILTRO-IMPORTE PIC S9(7)V99 VALUE 0.
       01 WS-HAY-OPERANDOS PIC X VALUE "N".
       01 WS-FILTRO-NUM1 PIC S9(7)V99 VALUE 0.
       01 WS-FILTRO-NUMERO2 PIC S9(7)V99 VALUE 0.
       01 WS-FILTRO-OPERADOR PIC X(08) VALUE SPACES.
       01 WS-IMPRIMIR PIC X VALUE "N".
       01 WS-DESCRIPCION PIC X(30) VALUE "(SIN DESCRIPCION)".

      * Archivos LOGARCH que lista ARCHLIST, en el orden del
      * manifiesto, para recorrerlos antes que el LOGFILE vigente.
       01 WS-MAX-LOGARCH PIC 9(4) VALUE 0100.
       01 WS-TOTAL-LOGARCH PIC 9(4) VALUE 0.
       01 WS-TABLA-LOGARCH.
           05 WS-LAR-ENTRADA OCCURS 100 TIMES
                              INDEXED BY WS-LAR-IDX.
               10 WS-LAR-NOMBRE   PIC X(20).

      * Lineas de GLEXTRACT y GLARCH de la cuenta desde la fecha
      * desde en adelante (las reversas pueden caer despues del
      * rango). WS-GLT-USADO evita asignar la misma linea a dos
      * calculos identicos del mismo dia.
       01 WS-MAX-GL PIC 9(4) VALUE 1000.
       01 WS-TOTAL-GL PIC 9(4) VALUE 0.
       01 WS-CNT-GL-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-TABLA-GL.
           05 WS-GLT-ENTRADA OCCURS 1000 TIMES
                              INDEXED BY WS-GLT-IDX.
               10 WS-GLT-FECHA     PIC 9(8).
               10 WS-GLT-NUM1      PIC S9(7)V99.
               10 WS-GLT-NUMERO2   PIC S9(7)V99.
               10 WS-GLT-OPCION    PIC 9.
               10 WS-GLT-RESULTADO PIC S9(7)V99.
               10 WS-GLT-TIPO      PIC X.
               10 WS-GLT-ORIGEN    PIC X(20).
               10 WS-GLT-USADO     PIC X.

       01 WS-MAX-SUSP PIC 9(4) VALUE 0300.
       01 WS-TOTAL-SUSP PIC 9(4) VALUE 0.
       01 WS-CNT-SUSP-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-TABLA-SUSP.
           05 WS-SUT-ENTRADA OCCURS 300 TIMES
                              INDEXED BY WS-SUT-IDX.
               10 WS-SUT-FECHA      PIC 9(8).
               10 WS-SUT-NUM1       PIC S9(7)V99.
               10 WS-SUT-NUMERO2    PIC S9(7)V99.
               10 WS-SUT-OPCION     PIC 9.
               10 WS-SUT-RESULTADO  PIC S9(7)V99.
               10 WS-SUT-ESTADO     PIC X(10).
               10 WS-SUT-SUPERVISOR PIC X(08).
               10 WS-SUT-MOTIVO     PIC X(15).
               10 WS-SUT-FECHA-DEC  PIC 9(8).
               10 WS-SUT-TIPO       PIC X.
               10 WS-SUT-USADO      PIC X.

       01 WS-MAX-ACK PIC 9(4) VALUE 1000.
       01 WS-TOTAL-ACK PIC 9(4) VALUE 0.
       01 WS-CNT-ACK-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-TABLA-ACK.
           05 WS-ACT-ENTRADA OCCURS 1000 TIMES
                              INDEXED BY WS-ACT-IDX.
               10 WS-ACT-FECHA     PIC 9(8).
               10 WS-ACT-NUM1      PIC S9(7)V99.
               10 WS-ACT-NUMERO2   PIC S9(7)V99.
               10 WS-ACT-OPCION    PIC 9.
               10 WS-ACT-RESULTADO PIC S9(7)V99.
               10 WS-ACT-ESTADO    PIC X.
               10 WS-ACT-MOTIVO    PIC X(10).
               10 WS-ACT-USADO     PIC X.

       01 WS-MAX-RES PIC 9(4) VALUE 0500.
       01 WS-TOTAL-RES PIC 9(4) VALUE 0.
       01 WS-CNT-RES-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-TABLA-RES.
           05 WS-RST-ENTRADA OCCURS 500 TIMES
                              INDEXED BY WS-RST-IDX.
               10 WS-RST-NUM1      PIC S9(7)V99.
               10 WS-RST-NUMERO2   PIC S9(7)V99.
               10 WS-RST-OPCION    PIC 9.
               10 WS-RST-ESTADO    PIC X(25).

       01 WS-MAX-FIX PIC 9(4) VALUE 0300.
       01 WS-TOTAL-FIX PIC 9(4) VALUE 0.
       01 WS-CNT-FIX-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-TABLA-FIX.
           05 WS-FXT-ENTRADA OCCURS 300 TIMES
                              INDEXED BY WS-FXT-IDX.
               10 WS-FXT-FECHA        PIC 9(8).
               10 WS-FXT-NUM1-ORIG    PIC S9(7)V99.
               10 WS-FXT-NUMERO2-ORIG PIC S9(7)V99.
               10 WS-FXT-OPCION-ORIG  PIC 9.
               10 WS-FXT-ESTADO-ORIG  PIC X(25).
               10 WS-FXT-NUM1         PIC S9(7)V99.
               10 WS-FXT-NUMERO2      PIC S9(7)V99.
               10 WS-FXT-OPCION       PIC 9.
               10 WS-FXT-USADO        PIC X.

      * Resultado de cada busqueda en las tablas.
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-BUSCAR-IDX PIC 9(4).
       01 WS-GL-IDX PIC 9(4).
       01 WS-SUSP-IDX PIC 9(4).
       01 WS-MARCAR PIC X VALUE "N".
       01 WS-IMPORTE-REVERSA PIC S9(7)V99 VALUE 0.
       01 WS-ES-DE-LA-CUENTA PIC X VALUE "N".
       01 WS-CALCULO-VALE PIC X VALUE "N".
      * Estado con que el rechazo quedo en RESULTFILE y FIXHIST:
      * el del log, o RECHAZADO GL si lo rechazo el GL.
       01 WS-ESTADO-BUSCADO PIC X(25).
       01 WS-RECHAZO-GL PIC X VALUE "N".

       01 WS-CNT-CALCULOS PIC 9(7) VALUE 0.
       01 WS-CNT-LOG-LEIDOS PIC 9(7) VALUE 0.

       01 WS-ED-IMPORTE PIC -(6)9.99.
       01 WS-ED-IMPORTE-2 PIC -(6)9.99.
       01 WS-ED-IMPORTE-3 PIC -(6)9.99.
       01 WS-ED-CONTADOR PIC ZZZZZZ9.

       01 WS-LINEA-VALORES.
           05 FILLER           PIC X(8) VALUE "  NUM1: ".
           05 WS-LV-NUM1       PIC -(6)9.99.
           05 FILLER           PIC X(11) VALUE "  NUMERO2: ".
           05 WS-LV-NUMERO2    PIC -(6)9.99.
           05 FILLER           PIC X(6) VALUE "  OP: ".
           05 WS-LV-OPCION     PIC 9.
           05 FILLER           PIC X(13) VALUE "  RESULTADO: ".
           05 WS-LV-RESULTADO  PIC -(6)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WS-LV-MONEDA     PIC X(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PEDIR-CRITERIOS.
            IF WS-FECHA-HASTA < WS-FECHA-DESDE
                DISPLAY "ERROR: LA FECHA HASTA ES ANTERIOR A LA "
                    "FECHA DESDE - NO SE HACE LA CONSULTA"
                STOP RUN
            END-IF.

            PERFORM BUSCAR-DESCRIPCION.
            PERFORM LEER-ARCHLIST.
            MOVE "GLEXTRACT" TO WS-GL-NOMBRE.
            PERFORM CARGAR-GL.
            PERFORM CARGAR-SUSPENSO.
            PERFORM CARGAR-RETORNO.
            PERFORM CARGAR-RESULTADOS.
            PERFORM CARGAR-CORRECCIONES.

            IF WS-IMPRIMIR = "S"
                OPEN OUTPUT REPORT-FILE
            END-IF.
            PERFORM IMPRIMIR-CABECERA.

            PERFORM VARYING WS-LAR-IDX FROM 1 BY 1
                UNTIL WS-LAR-IDX > WS-TOTAL-LOGARCH
                MOVE WS-LAR-NOMBRE (WS-LAR-IDX) TO WS-LOG-NOMBRE
                PERFORM RECORRER-LOG
            END-PERFORM.
            MOVE "LOGFILE" TO WS-LOG-NOMBRE.
            PERFORM RECORRER-LOG.

            PERFORM IMPRIMIR-CIERRE.
            IF WS-IMPRIMIR = "S"
                CLOSE REPORT-FILE
                DISPLAY "TRAMO IMPRESO EN CALCINQ"
            END-IF.
            STOP RUN.

       PEDIR-CRITERIOS.
            DISPLAY "ingrese la cuenta a consultar (6 caracteres)".
            ACCEPT WS-CUENTA.
            DISPLAY "ingrese la fecha desde (AAAAMMDD)".
            ACCEPT WS-FECHA-DESDE.
            DISPLAY "ingrese la fecha hasta (AAAAMMDD)".
            ACCEPT WS-FECHA-HASTA.
            DISPLAY "filtrar por importe? (S/N)".
            ACCEPT WS-RESPUESTA.
            IF WS-RESPUESTA = "s" OR WS-RESPUESTA = "S"
                MOVE "S" TO WS-HAY-IMPORTE
                DISPLAY "ingrese el importe (ej. 12500.00)"
                ACCEPT WS-FILTRO-IMPORTE
            END-IF.
            DISPLAY "filtrar por NUM1/NUMERO2? (S/N)".
            ACCEPT WS-RESPUESTA.
            IF WS-RESPUESTA = "s" OR WS-RESPUESTA = "S"
                MOVE "S" TO WS-HAY-OPERANDOS
                DISPLAY "ingrese NUM1 (ej. 12.50)"
                ACCEPT WS-FILTRO-NUM1
                DISPLAY "ingrese NUMERO2 (ej. 12.50)"
                ACCEPT WS-FILTRO-NUMERO2
            END-IF.
            DISPLAY "ingrese el operador (en blanco = todos)".
            ACCEPT WS-FILTRO-OPERADOR.
            DISPLAY "imprimir el tramo tambien en CALCINQ? (S/N)".
            ACCEPT WS-RESPUESTA.
            IF WS-RESPUESTA = "s" OR WS-RESPUESTA = "S"
                MOVE "S" TO WS-IMPRIMIR
            END-IF.

      *-----------------------------------------------------------
      * ARCHLIST: los GLARCH se cargan en la tabla de posteos en el
      * momento; los LOGARCH se anotan para recorrerlos despues.
      * Sin manifiesto solo se consultan los archivos vigentes.
      *-----------------------------------------------------------
       LEER-ARCHLIST.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MANIFEST-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE ARCHLIST - SOLO SE "
                    "CONSULTAN LOGFILE Y GLEXTRACT VIGENTES"
            ELSE
                PERFORM LEER-MANIFEST
                PERFORM UNTIL WS-MANIFEST-EOF = "S"
                    IF MANIFEST-RECORD (1:8) = "LOGARCH."
                        PERFORM ANOTAR-LOGARCH
                    END-IF
                    IF MANIFEST-RECORD (1:7) = "GLARCH."
                        MOVE MANIFEST-RECORD TO WS-GL-NOMBRE
                        PERFORM CARGAR-GL
                    END-IF
                    PERFORM LEER-MANIFEST
                END-PERFORM
                CLOSE MANIFEST-FILE
            END-IF.

       LEER-MANIFEST.
            READ MANIFEST-FILE
                AT END MOVE "S" TO WS-MANIFEST-EOF
            END-READ.

       ANOTAR-LOGARCH.
            IF WS-TOTAL-LOGARCH < WS-MAX-LOGARCH
                ADD 1 TO WS-TOTAL-LOGARCH
                SET WS-LAR-IDX TO WS-TOTAL-LOGARCH
                MOVE MANIFEST-RECORD TO WS-LAR-NOMBRE (WS-LAR-IDX)
            ELSE
                DISPLAY "AVISO: DEMASIADOS LOGARCH EN ARCHLIST - "
                    "SE OMITE " MANIFEST-RECORD
            END-IF.

       CARGAR-GL.
            OPEN INPUT GL-FILE.
            IF WS-GL-STATUS = "35"
                DISPLAY "AVISO: NO SE ENCONTRO " WS-GL-NOMBRE
            ELSE
                PERFORM LEER-GL
                PERFORM UNTIL WS-EOF = "S"
                    IF GL-CUENTA = WS-CUENTA
                        AND GL-FECHA NOT < WS-FECHA-DESDE
                        PERFORM GUARDAR-GL
                    END-IF
                    PERFORM LEER-GL
                END-PERFORM
                CLOSE GL-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-GL.
            READ GL-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GUARDAR-GL.
            IF WS-TOTAL-GL < WS-MAX-GL
                ADD 1 TO WS-TOTAL-GL
                SET WS-GLT-IDX TO WS-TOTAL-GL
                MOVE GL-FECHA TO WS-GLT-FECHA (WS-GLT-IDX)
                MOVE GL-NUM1 TO WS-GLT-NUM1 (WS-GLT-IDX)
                MOVE GL-NUMERO2 TO WS-GLT-NUMERO2 (WS-GLT-IDX)
                MOVE GL-OPCION TO WS-GLT-OPCION (WS-GLT-IDX)
                MOVE GL-RESULTADO TO WS-GLT-RESULTADO (WS-GLT-IDX)
                MOVE GL-TIPO TO WS-GLT-TIPO (WS-GLT-IDX)
                MOVE WS-GL-NOMBRE TO WS-GLT-ORIGEN (WS-GLT-IDX)
                MOVE "N" TO WS-GLT-USADO (WS-GLT-IDX)
            ELSE
                ADD 1 TO WS-CNT-GL-DESCARTADOS
            END-IF.

       CARGAR-SUSPENSO.
            OPEN INPUT SUSP-FILE.
            IF WS-SUSP-STATUS NOT = "35"
                PERFORM LEER-SUSPENSO
                PERFORM UNTIL WS-EOF = "S"
                    IF SUSP-CUENTA = WS-CUENTA
                        AND SUSP-FECHA NOT < WS-FECHA-DESDE
                        PERFORM GUARDAR-SUSPENSO
                    END-IF
                    PERFORM LEER-SUSPENSO
                END-PERFORM
                CLOSE SUSP-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-SUSPENSO.
            READ SUSP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GUARDAR-SUSPENSO.
            IF WS-TOTAL-SUSP < WS-MAX-SUSP
                ADD 1 TO WS-TOTAL-SUSP
                SET WS-SUT-IDX TO WS-TOTAL-SUSP
                MOVE SUSP-FECHA TO WS-SUT-FECHA (WS-SUT-IDX)
                MOVE SUSP-NUM1 TO WS-SUT-NUM1 (WS-SUT-IDX)
                MOVE SUSP-NUMERO2 TO WS-SUT-NUMERO2 (WS-SUT-IDX)
                MOVE SUSP-OPCION TO WS-SUT-OPCION (WS-SUT-IDX)
                MOVE SUSP-RESULTADO TO WS-SUT-RESULTADO (WS-SUT-IDX)
                MOVE SUSP-ESTADO TO WS-SUT-ESTADO (WS-SUT-IDX)
                MOVE SUSP-SUPERVISOR TO
                    WS-SUT-SUPERVISOR (WS-SUT-IDX)
                IF SUSP-MOTIVO = SPACES
                    MOVE "UMBRAL GL" TO WS-SUT-MOTIVO (WS-SUT-IDX)
                ELSE
                    MOVE SUSP-MOTIVO TO WS-SUT-MOTIVO (WS-SUT-IDX)
                END-IF
                IF SUSP-FECHA-DECISION IS NUMERIC
                    MOVE SUSP-FECHA-DECISION TO
                        WS-SUT-FECHA-DEC (WS-SUT-IDX)
                ELSE
                    MOVE 0 TO WS-SUT-FECHA-DEC (WS-SUT-IDX)
                END-IF
                MOVE SUSP-TIPO TO WS-SUT-TIPO (WS-SUT-IDX)
                MOVE "N" TO WS-SUT-USADO (WS-SUT-IDX)
            ELSE
                ADD 1 TO WS-CNT-SUSP-DESCARTADOS
            END-IF.

       CARGAR-RETORNO.
            OPEN INPUT ACK-FILE.
            IF WS-ACK-STATUS NOT = "35"
                PERFORM LEER-RETORNO
                PERFORM UNTIL WS-EOF = "S"
                    IF ACK-CUENTA = WS-CUENTA
                        AND ACK-FECHA NOT < WS-FECHA-DESDE
                        PERFORM GUARDAR-RETORNO
                    END-IF
                    PERFORM LEER-RETORNO
                END-PERFORM
                CLOSE ACK-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-RETORNO.
            READ ACK-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GUARDAR-RETORNO.
            IF WS-TOTAL-ACK < WS-MAX-ACK
                ADD 1 TO WS-TOTAL-ACK
                SET WS-ACT-IDX TO WS-TOTAL-ACK
                MOVE ACK-FECHA TO WS-ACT-FECHA (WS-ACT-IDX)
                MOVE ACK-NUM1 TO WS-ACT-NUM1 (WS-ACT-IDX)
                MOVE ACK-NUMERO2 TO WS-ACT-NUMERO2 (WS-ACT-IDX)
                MOVE ACK-OPCION TO WS-ACT-OPCION (WS-ACT-IDX)
                MOVE ACK-RESULTADO TO WS-ACT-RESULTADO (WS-ACT-IDX)
                MOVE ACK-ESTADO TO WS-ACT-ESTADO (WS-ACT-IDX)
                MOVE ACK-MOTIVO TO WS-ACT-MOTIVO (WS-ACT-IDX)
                MOVE "N" TO WS-ACT-USADO (WS-ACT-IDX)
            ELSE
                ADD 1 TO WS-CNT-ACK-DESCARTADOS
            END-IF.

      *-----------------------------------------------------------
      * RESULTFILE es el del ultimo lote: solo sirve para decir que
      * un rechazo sigue ahi esperando a calcfix.
      *-----------------------------------------------------------
       CARGAR-RESULTADOS.
            OPEN INPUT RESULT-FILE.
            IF WS-RESULT-STATUS NOT = "35"
                PERFORM LEER-RESULTADO
                PERFORM UNTIL WS-EOF = "S"
                    IF RESULT-CUENTA = WS-CUENTA
                        AND RESULT-ESTADO NOT = "OK"
                        AND RESULT-ESTADO NOT = "REVERSADO"
                        PERFORM GUARDAR-RESULTADO
                    END-IF
                    PERFORM LEER-RESULTADO
                END-PERFORM
                CLOSE RESULT-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-RESULTADO.
            READ RESULT-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GUARDAR-RESULTADO.
            IF WS-TOTAL-RES < WS-MAX-RES
                ADD 1 TO WS-TOTAL-RES
                SET WS-RST-IDX TO WS-TOTAL-RES
                MOVE RESULT-NUM1 TO WS-RST-NUM1 (WS-RST-IDX)
                MOVE RESULT-NUMERO2 TO WS-RST-NUMERO2 (WS-RST-IDX)
                MOVE RESULT-OPCION TO WS-RST-OPCION (WS-RST-IDX)
                MOVE RESULT-ESTADO TO WS-RST-ESTADO (WS-RST-IDX)
            ELSE
                ADD 1 TO WS-CNT-RES-DESCARTADOS
            END-IF.

       CARGAR-CORRECCIONES.
            OPEN INPUT FIX-FILE.
            IF WS-FIX-STATUS NOT = "35"
                PERFORM LEER-CORRECCION
                PERFORM UNTIL WS-EOF = "S"
                    IF FIX-CUENTA = WS-CUENTA
                        AND FIX-FECHA NOT < WS-FECHA-DESDE
                        PERFORM GUARDAR-CORRECCION
                    END-IF
                    PERFORM LEER-CORRECCION
                END-PERFORM
                CLOSE FIX-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-CORRECCION.
            READ FIX-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GUARDAR-CORRECCION.
            IF WS-TOTAL-FIX < WS-MAX-FIX
                ADD 1 TO WS-TOTAL-FIX
                SET WS-FXT-IDX TO WS-TOTAL-FIX
                MOVE FIX-FECHA TO WS-FXT-FECHA (WS-FXT-IDX)
                MOVE FIX-NUM1-ORIG TO WS-FXT-NUM1-ORIG (WS-FXT-IDX)
                MOVE FIX-NUMERO2-ORIG TO
                    WS-FXT-NUMERO2-ORIG (WS-FXT-IDX)
                MOVE FIX-OPCION-ORIG TO
                    WS-FXT-OPCION-ORIG (WS-FXT-IDX)
                MOVE FIX-ESTADO-ORIG TO
                    WS-FXT-ESTADO-ORIG (WS-FXT-IDX)
                MOVE FIX-NUM1 TO WS-FXT-NUM1 (WS-FXT-IDX)
                MOVE FIX-NUMERO2 TO WS-FXT-NUMERO2 (WS-FXT-IDX)
                MOVE FIX-OPCION TO WS-FXT-OPCION (WS-FXT-IDX)
                MOVE "N" TO WS-FXT-USADO (WS-FXT-IDX)
            ELSE
                ADD 1 TO WS-CNT-FIX-DESCARTADOS
            END-IF.

      *-----------------------------------------------------------
      * Recorre un log (un LOGARCH o el LOGFILE vigente) y muestra
      * el tramo de cada calculo que cumple los criterios.
      *-----------------------------------------------------------
       RECORRER-LOG.
            OPEN INPUT LOG-FILE.
            IF WS-LOG-STATUS = "35"
                MOVE SPACES TO REPORT-LINE
                STRING "AVISO: NO SE ENCONTRO " DELIMITED BY SIZE
                    WS-LOG-NOMBRE DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
            ELSE
                PERFORM LEER-LOG
                PERFORM UNTIL WS-EOF = "S"
                    ADD 1 TO WS-CNT-LOG-LEIDOS
                    PERFORM EVALUAR-CALCULO
                    IF WS-CALCULO-VALE = "S"
                        PERFORM MOSTRAR-TRAMO
                    END-IF
                    PERFORM LEER-LOG
                END-PERFORM
                CLOSE LOG-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-LOG.
            READ LOG-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       EVALUAR-CALCULO.
            MOVE "S" TO WS-CALCULO-VALE.
            IF LOG-FECHA < WS-FECHA-DESDE
                OR LOG-FECHA > WS-FECHA-HASTA
                MOVE "N" TO WS-CALCULO-VALE
            END-IF.
            IF WS-CALCULO-VALE = "S"
                AND WS-FILTRO-OPERADOR NOT = SPACES
                AND LOG-OPERADOR NOT = WS-FILTRO-OPERADOR
                MOVE "N" TO WS-CALCULO-VALE
            END-IF.
            IF WS-CALCULO-VALE = "S" AND WS-HAY-OPERANDOS = "S"
                IF LOG-NUM1 NOT = WS-FILTRO-NUM1
                    OR LOG-NUMERO2 NOT = WS-FILTRO-NUMERO2
                    MOVE "N" TO WS-CALCULO-VALE
                END-IF
            END-IF.
            IF WS-CALCULO-VALE = "S" AND WS-HAY-IMPORTE = "S"
                IF LOG-RESULTADO NOT = WS-FILTRO-IMPORTE
                    MOVE "N" TO WS-CALCULO-VALE
                    IF LOG-RESULTADO-ORIG IS NUMERIC
                        AND LOG-RESULTADO-ORIG = WS-FILTRO-IMPORTE
                        MOVE "S" TO WS-CALCULO-VALE
                    END-IF
                END-IF
            END-IF.
            IF WS-CALCULO-VALE = "S"
                PERFORM VERIFICAR-CUENTA
                MOVE WS-ES-DE-LA-CUENTA TO WS-CALCULO-VALE
            END-IF.

      *-----------------------------------------------------------
      * Un registro con LOG-CUENTA en blanco es anterior a ese
      * campo: se toma si el suspenso o el GLEXTRACT de la cuenta
      * tienen ese mismo calculo.
      *-----------------------------------------------------------
       VERIFICAR-CUENTA.
            MOVE "N" TO WS-ES-DE-LA-CUENTA.
            IF LOG-CUENTA = WS-CUENTA
                MOVE "S" TO WS-ES-DE-LA-CUENTA
            ELSE
                IF LOG-CUENTA = SPACES
                    MOVE "N" TO WS-MARCAR
                    PERFORM BUSCAR-GL
                    IF WS-ENCONTRADO = "S"
                        MOVE "S" TO WS-ES-DE-LA-CUENTA
                    ELSE
                        PERFORM BUSCAR-SUSPENSO
                        MOVE WS-ENCONTRADO TO WS-ES-DE-LA-CUENTA
                    END-IF
                END-IF
            END-IF.

       MOSTRAR-TRAMO.
            ADD 1 TO WS-CNT-CALCULOS.
            MOVE SPACES TO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            STRING "CALCULO " DELIMITED BY SIZE
                LOG-FECHA DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                LOG-HORA (1:2) DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                LOG-HORA (3:2) DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                LOG-HORA (5:2) DELIMITED BY SIZE
                "  OPERADOR " DELIMITED BY SIZE
                LOG-OPERADOR DELIMITED BY SIZE
                "  EN " DELIMITED BY SIZE
                WS-LOG-NOMBRE DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            MOVE LOG-NUM1 TO WS-LV-NUM1.
            MOVE LOG-NUMERO2 TO WS-LV-NUMERO2.
            MOVE LOG-OPCION TO WS-LV-OPCION.
            MOVE LOG-RESULTADO TO WS-LV-RESULTADO.
            MOVE WS-MONEDA-BASE TO WS-LV-MONEDA.
            MOVE WS-LINEA-VALORES TO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            IF LOG-MONEDA NOT = SPACES
                AND LOG-MONEDA NOT = WS-MONEDA-BASE
                AND LOG-RESULTADO-ORIG IS NUMERIC
                MOVE LOG-RESULTADO-ORIG TO WS-ED-IMPORTE
                STRING "  IMPORTE ORIGINAL: " DELIMITED BY SIZE
                    WS-ED-IMPORTE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    LOG-MONEDA DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
            END-IF.
            STRING "  ESTADO:    " DELIMITED BY SIZE
                LOG-ESTADO DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMITIR-LINEA.

            IF LOG-ESTADO = "OK" OR LOG-ESTADO = "REVERSADO"
                PERFORM MOSTRAR-SUSPENSO
                PERFORM MOSTRAR-POSTEO
                IF LOG-ESTADO = "OK"
                    PERFORM MOSTRAR-REVERSA
                END-IF
            ELSE
                MOVE LOG-ESTADO TO WS-ESTADO-BUSCADO
                PERFORM MOSTRAR-CORRECCION
            END-IF.

       MOSTRAR-SUSPENSO.
            MOVE "S" TO WS-MARCAR.
            PERFORM BUSCAR-SUSPENSO.
            IF WS-ENCONTRADO = "N"
                MOVE "  SUSPENSO:  NO RETENIDO" TO REPORT-LINE
            ELSE
                SET WS-SUT-IDX TO WS-SUSP-IDX
                IF WS-SUT-ESTADO (WS-SUT-IDX) = "PENDIENTE"
                    STRING "  SUSPENSO:  " DELIMITED BY SIZE
                        WS-SUT-MOTIVO (WS-SUT-IDX) DELIMITED BY "  "
                        " - PENDIENTE DE APROBACION"
                            DELIMITED BY SIZE
                        INTO REPORT-LINE
                ELSE
                    STRING "  SUSPENSO:  " DELIMITED BY SIZE
                        WS-SUT-MOTIVO (WS-SUT-IDX) DELIMITED BY "  "
                        " - " DELIMITED BY SIZE
                        WS-SUT-ESTADO (WS-SUT-IDX) DELIMITED BY SPACE
                        " POR " DELIMITED BY SIZE
                        WS-SUT-SUPERVISOR (WS-SUT-IDX)
                            DELIMITED BY SPACE
                        " EL " DELIMITED BY SIZE
                        WS-SUT-FECHA-DEC (WS-SUT-IDX)
                            DELIMITED BY SIZE
                        INTO REPORT-LINE
                END-IF
            END-IF.
            PERFORM EMITIR-LINEA.

       MOSTRAR-POSTEO.
            MOVE "S" TO WS-MARCAR.
            PERFORM BUSCAR-GL.
            IF WS-ENCONTRADO = "N"
                MOVE "  GLEXTRACT: NO LLEGO AL EXTRACTO"
                    TO REPORT-LINE
                PERFORM EMITIR-LINEA
            ELSE
                SET WS-GLT-IDX TO WS-GL-IDX
                STRING "  GLEXTRACT: EXTRAIDO CON FECHA "
                        DELIMITED BY SIZE
                    WS-GLT-FECHA (WS-GLT-IDX) DELIMITED BY SIZE
                    " EN " DELIMITED BY SIZE
                    WS-GLT-ORIGEN (WS-GLT-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
                PERFORM MOSTRAR-RETORNO
            END-IF.

      *-----------------------------------------------------------
      * Una linea que el GL rechazo vuelve por calcack a RESULTFILE
      * como RECHAZADO GL; se sigue su correccion igual que la de
      * un calculo rechazado.
      *-----------------------------------------------------------
       MOSTRAR-RETORNO.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE "N" TO WS-RECHAZO-GL.
            PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                UNTIL WS-ACT-IDX > WS-TOTAL-ACK
                    OR WS-ENCONTRADO = "S"
                IF WS-ACT-USADO (WS-ACT-IDX) = "N"
                    AND WS-ACT-FECHA (WS-ACT-IDX) = LOG-FECHA
                    AND WS-ACT-NUM1 (WS-ACT-IDX) = LOG-NUM1
                    AND WS-ACT-NUMERO2 (WS-ACT-IDX) = LOG-NUMERO2
                    AND WS-ACT-OPCION (WS-ACT-IDX) = LOG-OPCION
                    AND WS-ACT-RESULTADO (WS-ACT-IDX) = LOG-RESULTADO
                    MOVE "S" TO WS-ENCONTRADO
                    MOVE "S" TO WS-ACT-USADO (WS-ACT-IDX)
                    MOVE WS-ACT-IDX TO WS-BUSCAR-IDX
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADO = "N"
                MOVE "  GLRETURN:  SIN RESPUESTA DEL GL" TO
                    REPORT-LINE
            ELSE
                SET WS-ACT-IDX TO WS-BUSCAR-IDX
                IF WS-ACT-ESTADO (WS-ACT-IDX) = "P"
                    MOVE "  GLRETURN:  POSTEADO EN EL GL" TO
                        REPORT-LINE
                ELSE
                    STRING "  GLRETURN:  RECHAZADO POR EL GL - "
                            DELIMITED BY SIZE
                        "MOTIVO " DELIMITED BY SIZE
                        WS-ACT-MOTIVO (WS-ACT-IDX) DELIMITED BY SIZE
                        INTO REPORT-LINE
                    MOVE "S" TO WS-RECHAZO-GL
                END-IF
            END-IF.
            PERFORM EMITIR-LINEA.
            IF WS-RECHAZO-GL = "S"
                MOVE "RECHAZADO GL" TO WS-ESTADO-BUSCADO
                PERFORM MOSTRAR-CORRECCION
            END-IF.

      *-----------------------------------------------------------
      * La reversa de un posteo es un contraasiento con los mismos
      * NUM1/NUMERO2/OPCION y el RESULTADO negado, de esa fecha en
      * adelante; puede estar en GLEXTRACT o retenida en suspenso.
      * No se marca como usada: es la linea del propio calculo de
      * reversa, que aparece despues en el log con su tramo.
      *-----------------------------------------------------------
       MOSTRAR-REVERSA.
            COMPUTE WS-IMPORTE-REVERSA = 0 - LOG-RESULTADO.
            MOVE "N" TO WS-ENCONTRADO.
            PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                UNTIL WS-GLT-IDX > WS-TOTAL-GL
                    OR WS-ENCONTRADO = "S"
                IF WS-GLT-FECHA (WS-GLT-IDX) NOT < LOG-FECHA
                    AND WS-GLT-NUM1 (WS-GLT-IDX) = LOG-NUM1
                    AND WS-GLT-NUMERO2 (WS-GLT-IDX) = LOG-NUMERO2
                    AND WS-GLT-OPCION (WS-GLT-IDX) = LOG-OPCION
                    AND WS-GLT-RESULTADO (WS-GLT-IDX) =
                        WS-IMPORTE-REVERSA
                    MOVE "S" TO WS-ENCONTRADO
                    MOVE WS-GLT-IDX TO WS-BUSCAR-IDX
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADO = "S"
                SET WS-GLT-IDX TO WS-BUSCAR-IDX
                STRING "  REVERSA:   CONTRAASIENTO EXTRAIDO CON "
                        DELIMITED BY SIZE
                    "FECHA " DELIMITED BY SIZE
                    WS-GLT-FECHA (WS-GLT-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
            ELSE
                PERFORM VARYING WS-SUT-IDX FROM 1 BY 1
                    UNTIL WS-SUT-IDX > WS-TOTAL-SUSP
                        OR WS-ENCONTRADO = "S"
                    IF WS-SUT-FECHA (WS-SUT-IDX) NOT < LOG-FECHA
                        AND WS-SUT-NUM1 (WS-SUT-IDX) = LOG-NUM1
                        AND WS-SUT-NUMERO2 (WS-SUT-IDX) = LOG-NUMERO2
                        AND WS-SUT-OPCION (WS-SUT-IDX) = LOG-OPCION
                        AND WS-SUT-RESULTADO (WS-SUT-IDX) =
                            WS-IMPORTE-REVERSA
                        AND WS-SUT-ESTADO (WS-SUT-IDX) NOT =
                            "APROBADO"
                        MOVE "S" TO WS-ENCONTRADO
                        MOVE WS-SUT-IDX TO WS-BUSCAR-IDX
                    END-IF
                END-PERFORM
                IF WS-ENCONTRADO = "S"
                    SET WS-SUT-IDX TO WS-BUSCAR-IDX
                    STRING "  REVERSA:   CONTRAASIENTO EN SUSPENSO "
                            DELIMITED BY SIZE
                        "DEL " DELIMITED BY SIZE
                        WS-SUT-FECHA (WS-SUT-IDX) DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        WS-SUT-ESTADO (WS-SUT-IDX) DELIMITED BY SIZE
                        INTO REPORT-LINE
                ELSE
                    MOVE "  REVERSA:   NO REVERSADO" TO REPORT-LINE
                END-IF
            END-IF.
            PERFORM EMITIR-LINEA.

      *-----------------------------------------------------------
      * Un calculo rechazado puede haberse corregido con calcfix
      * (FIXHIST) o seguir en RESULTFILE esperando correccion; se
      * busca con el estado en WS-ESTADO-BUSCADO. Los rechazos de
      * calculator no pasan por RESULTFILE.
      *-----------------------------------------------------------
       MOSTRAR-CORRECCION.
            MOVE "N" TO WS-ENCONTRADO.
            PERFORM VARYING WS-FXT-IDX FROM 1 BY 1
                UNTIL WS-FXT-IDX > WS-TOTAL-FIX
                    OR WS-ENCONTRADO = "S"
                IF WS-FXT-USADO (WS-FXT-IDX) = "N"
                    AND WS-FXT-FECHA (WS-FXT-IDX) NOT < LOG-FECHA
                    AND WS-FXT-NUM1-ORIG (WS-FXT-IDX) = LOG-NUM1
                    AND WS-FXT-NUMERO2-ORIG (WS-FXT-IDX) =
                        LOG-NUMERO2
                    AND WS-FXT-OPCION-ORIG (WS-FXT-IDX) = LOG-OPCION
                    AND WS-FXT-ESTADO-ORIG (WS-FXT-IDX) =
                        WS-ESTADO-BUSCADO
                    MOVE "S" TO WS-ENCONTRADO
                    MOVE "S" TO WS-FXT-USADO (WS-FXT-IDX)
                    MOVE WS-FXT-IDX TO WS-BUSCAR-IDX
                END-IF
            END-PERFORM.
            IF WS-ENCONTRADO = "S"
                SET WS-FXT-IDX TO WS-BUSCAR-IDX
                STRING "  CALCFIX:   CORREGIDO Y RESOMETIDO EL "
                        DELIMITED BY SIZE
                    WS-FXT-FECHA (WS-FXT-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
                MOVE WS-FXT-NUM1 (WS-FXT-IDX) TO WS-ED-IMPORTE
                MOVE WS-FXT-NUMERO2 (WS-FXT-IDX) TO WS-ED-IMPORTE-2
                STRING "             CON NUM1 " DELIMITED BY SIZE
                    WS-ED-IMPORTE DELIMITED BY SIZE
                    "  NUMERO2 " DELIMITED BY SIZE
                    WS-ED-IMPORTE-2 DELIMITED BY SIZE
                    "  OP " DELIMITED BY SIZE
                    WS-FXT-OPCION (WS-FXT-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
            ELSE
                PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                    UNTIL WS-RST-IDX > WS-TOTAL-RES
                        OR WS-ENCONTRADO = "S"
                    IF WS-RST-NUM1 (WS-RST-IDX) = LOG-NUM1
                        AND WS-RST-NUMERO2 (WS-RST-IDX) = LOG-NUMERO2
                        AND WS-RST-OPCION (WS-RST-IDX) = LOG-OPCION
                        AND WS-RST-ESTADO (WS-RST-IDX) =
                            WS-ESTADO-BUSCADO
                        MOVE "S" TO WS-ENCONTRADO
                    END-IF
                END-PERFORM
                IF WS-ENCONTRADO = "S"
                    STRING "  CALCFIX:   PENDIENTE DE CORRECCION "
                            DELIMITED BY SIZE
                        "EN RESULTFILE" DELIMITED BY SIZE
                        INTO REPORT-LINE
                ELSE
                    MOVE "  CALCFIX:   SIN CORRECCION REGISTRADA" TO
                        REPORT-LINE
                END-IF
                PERFORM EMITIR-LINEA
            END-IF.

      *-----------------------------------------------------------
      * Busquedas por el calculo del log (fecha, NUM1, NUMERO2,
      * OPCION y RESULTADO en moneda base). Con WS-MARCAR = "S"
      * la linea hallada queda usada para el proximo calculo igual.
      *-----------------------------------------------------------
       BUSCAR-GL.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-GL-IDX.
            PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
                UNTIL WS-GLT-IDX > WS-TOTAL-GL
                    OR WS-ENCONTRADO = "S"
                IF WS-GLT-USADO (WS-GLT-IDX) = "N"
                    AND WS-GLT-FECHA (WS-GLT-IDX) = LOG-FECHA
                    AND WS-GLT-NUM1 (WS-GLT-IDX) = LOG-NUM1
                    AND WS-GLT-NUMERO2 (WS-GLT-IDX) = LOG-NUMERO2
                    AND WS-GLT-OPCION (WS-GLT-IDX) = LOG-OPCION
                    AND WS-GLT-RESULTADO (WS-GLT-IDX) = LOG-RESULTADO
                    MOVE "S" TO WS-ENCONTRADO
                    MOVE WS-GLT-IDX TO WS-GL-IDX
                    IF WS-MARCAR = "S"
                        MOVE "S" TO WS-GLT-USADO (WS-GLT-IDX)
                    END-IF
                END-IF
            END-PERFORM.

       BUSCAR-SUSPENSO.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-SUSP-IDX.
            PERFORM VARYING WS-SUT-IDX FROM 1 BY 1
                UNTIL WS-SUT-IDX > WS-TOTAL-SUSP
                    OR WS-ENCONTRADO = "S"
                IF WS-SUT-USADO (WS-SUT-IDX) = "N"
                    AND WS-SUT-FECHA (WS-SUT-IDX) = LOG-FECHA
                    AND WS-SUT-NUM1 (WS-SUT-IDX) = LOG-NUM1
                    AND WS-SUT-NUMERO2 (WS-SUT-IDX) = LOG-NUMERO2
                    AND WS-SUT-OPCION (WS-SUT-IDX) = LOG-OPCION
                    AND WS-SUT-RESULTADO (WS-SUT-IDX) = LOG-RESULTADO
                    MOVE "S" TO WS-ENCONTRADO
                    MOVE WS-SUT-IDX TO WS-SUSP-IDX
                    IF WS-MARCAR = "S"
                        MOVE "S" TO WS-SUT-USADO (WS-SUT-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * Cada linea del tramo sale por consola y, si se pidio, al
      * reporte CALCINQ.
      *-----------------------------------------------------------
       EMITIR-LINEA.
            DISPLAY REPORT-LINE.
            IF WS-IMPRIMIR = "S"
                WRITE REPORT-LINE
            END-IF.
            MOVE SPACES TO REPORT-LINE.

       IMPRIMIR-CABECERA.
            MOVE "CONSULTA DE TRAMO DE CALCULOS - CALCINQ" TO
                REPORT-LINE.
            PERFORM EMITIR-LINEA.
            STRING "CUENTA: " DELIMITED BY SIZE
                WS-CUENTA DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-DESCRIPCION DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            STRING "DESDE: " DELIMITED BY SIZE
                WS-FECHA-DESDE DELIMITED BY SIZE
                "  HASTA: " DELIMITED BY SIZE
                WS-FECHA-HASTA DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            IF WS-HAY-IMPORTE = "S"
                MOVE WS-FILTRO-IMPORTE TO WS-ED-IMPORTE
                STRING "IMPORTE: " DELIMITED BY SIZE
                    WS-ED-IMPORTE DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
            END-IF.
            IF WS-HAY-OPERANDOS = "S"
                MOVE WS-FILTRO-NUM1 TO WS-ED-IMPORTE-2
                MOVE WS-FILTRO-NUMERO2 TO WS-ED-IMPORTE-3
                STRING "NUM1: " DELIMITED BY SIZE
                    WS-ED-IMPORTE-2 DELIMITED BY SIZE
                    "  NUMERO2: " DELIMITED BY SIZE
                    WS-ED-IMPORTE-3 DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
            END-IF.
            IF WS-FILTRO-OPERADOR NOT = SPACES
                STRING "OPERADOR: " DELIMITED BY SIZE
                    WS-FILTRO-OPERADOR DELIMITED BY SIZE
                    INTO REPORT-LINE
                PERFORM EMITIR-LINEA
            END-IF.

       IMPRIMIR-CIERRE.
            MOVE SPACES TO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            MOVE WS-CNT-CALCULOS TO WS-ED-CONTADOR.
            STRING "CALCULOS ENCONTRADOS: " DELIMITED BY SIZE
                WS-ED-CONTADOR DELIMITED BY SIZE
                INTO REPORT-LINE.
            PERFORM EMITIR-LINEA.
            IF WS-CNT-GL-DESCARTADOS > 0
                OR WS-CNT-SUSP-DESCARTADOS > 0
                OR WS-CNT-ACK-DESCARTADOS > 0
                OR WS-CNT-RES-DESCARTADOS > 0
                OR WS-CNT-FIX-DESCARTADOS > 0
                MOVE "AVISO: TABLAS LLENAS - EL TRAMO PUEDE ESTAR "
                    TO REPORT-LINE
                PERFORM EMITIR-LINEA
                MOVE "INCOMPLETO; ACOTE EL RANGO DE FECHAS" TO
                    REPORT-LINE
                PERFORM EMITIR-LINEA
            END-IF.

       BUSCAR-DESCRIPCION.
            OPEN INPUT CTA-FILE.
            IF WS-CTAF-STATUS NOT = "35"
                PERFORM LEER-MAESTRO
                PERFORM UNTIL WS-EOF = "S"
                    IF CTA-CODIGO = WS-CUENTA
                        MOVE CTA-DESCRIPCION TO WS-DESCRIPCION
                    END-IF
                    PERFORM LEER-MAESTRO
                END-PERFORM
                CLOSE CTA-FILE
                MOVE "N" TO WS-EOF
            END-IF.

       LEER-MAESTRO.
            READ CTA-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       END PROGRAM calcinq.
