       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcpos.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Rebuilds the posting history POSTHIST (phisrec.cpy) from
      * the GL lines still on disk: every GLARCH archive listed in
      * ARCHLIST, in manifest order, and then the live GLEXTRACT.
      * Used to load POSTHIST the first time and to recreate it if
      * it is lost or damaged; the posting programs keep it up to
      * date from then on.
      *   - every posting that is not a reversal (GL-TIPO not R)
      *     is entered, with the next sequence number when the
      *     same calculation posted twice on one date;
      *   - GL lines written before GL-TIPO existed have it blank,
      *     contraasientos included, so a blank line is checked
      *     against the audit log (LOGARCH archives listed in
      *     ARCHLIST plus LOGFILE): one that matches a REVERSADO
      *     log entry on fecha, NUM1, NUMERO2, OPCION and
      *     RESULTADO (and cuenta, when the log carries it) is
      *     taken as a reversal, one that matches an OK entry as a
      *     posting, and one that matches neither is entered as a
      *     posting and listed on the console as not classified
      *     for the operator to check by hand;
      *   - every reversal line (GL-TIPO R, or blank and taken as
      *     a reversal above) then marks its original S, taking
      *     the first matching posting in the same currency not
      *     yet reversed, as the posting programs do; a reversal
      *     without a posting to mark is listed on the console;
      *   - every reversal still PENDIENTE in SUSPFILE marks its
      *     original P.
      * GL and suspense lines written before GL-MONEDA existed
      * (blank currency) are taken in the base currency.
      * If POSTHIST already exists the operator must confirm the
      * rebuild, which replaces the file entirely.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "ARCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT PHIS-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIS-CLAVE
               FILE STATUS IS WS-PHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(20).

       FD GL-FILE.
       COPY "glrec.cpy".

       FD LOG-FILE.
       COPY "logrec.cpy".

       FD SUSP-FILE.
       COPY "susprec.cpy".

       FD PHIS-FILE.
       COPY "phisrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-PHIS-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-MANIFEST-EOF PIC X VALUE "N".
       01 WS-GL-NOMBRE PIC X(20).
       01 WS-LOG-STATUS PIC XX.
       01 WS-LOG-NOMBRE PIC X(20).
       01 WS-MONEDA-BASE PIC X(03) VALUE "ARS".
       01 WS-RESPUESTA PIC X.
      * Pasada sobre los GL: "A" agrega los posteos, "R" aplica
      * las reversas sobre lo ya agregado.
       01 WS-PASADA PIC X.

      * Archivos GLARCH que lista ARCHLIST, en el orden del
      * manifiesto, para recorrerlos antes que el GLEXTRACT vigente
      * en cada pasada.
       01 WS-MAX-GLARCH PIC 9(4) VALUE 0100.
       01 WS-TOTAL-GLARCH PIC 9(4) VALUE 0.
       01 WS-TABLA-GLARCH.
           05 WS-GAR-ENTRADA OCCURS 100 TIMES
                              INDEXED BY WS-GAR-IDX.
               10 WS-GAR-NOMBRE   PIC X(20).
      * Posicion de la linea en curso: archivo (el GLARCH por su
      * lugar en la tabla, GLEXTRACT el siguiente) y nro de linea.
       01 WS-ARCHIVO-NRO PIC 9(4) VALUE 0.
       01 WS-LINEA-NRO PIC 9(8) VALUE 0.

      * Archivos LOGARCH que lista ARCHLIST, para clasificar las
      * lineas GL sin GL-TIPO contra el log de auditoria.
       01 WS-MAX-LOGARCH PIC 9(4) VALUE 0100.
       01 WS-TOTAL-LOGARCH PIC 9(4) VALUE 0.
       01 WS-TABLA-LOGARCH.
           05 WS-LAR-ENTRADA OCCURS 100 TIMES
                              INDEXED BY WS-LAR-IDX.
               10 WS-LAR-NOMBRE   PIC X(20).

      * Calculos OK y REVERSADO del log. WS-LGT-USADO evita que dos
      * contraasientos iguales tomen la misma entrada REVERSADO;
      * las lineas GL-TIPO R la consumen primero.
       01 WS-MAX-LOG PIC 9(5) VALUE 05000.
       01 WS-TOTAL-LOG PIC 9(5) VALUE 0.
       01 WS-LOG-DESBORDE PIC X VALUE "N".
       01 WS-TABLA-LOG.
           05 WS-LGT-ENTRADA OCCURS 5000 TIMES
                              INDEXED BY WS-LGT-IDX.
               10 WS-LGT-FECHA     PIC 9(8).
               10 WS-LGT-NUM1      PIC S9(7)V99.
               10 WS-LGT-NUMERO2   PIC S9(7)V99.
               10 WS-LGT-OPCION    PIC 9.
               10 WS-LGT-RESULTADO PIC S9(7)V99.
               10 WS-LGT-CUENTA    PIC X(06).
               10 WS-LGT-REVERSA   PIC X.
               10 WS-LGT-USADO     PIC X.

      * Lineas sin GL-TIPO que la pasada "A" tomo como reversa, por
      * su posicion, en el orden en que aparecen; la pasada "R" las
      * aplica al pasar por la misma posicion.
       01 WS-MAX-ANT PIC 9(4) VALUE 2000.
       01 WS-TOTAL-ANT PIC 9(4) VALUE 0.
       01 WS-ANT-SIGUIENTE PIC 9(4) VALUE 1.
       01 WS-TABLA-ANT.
           05 WS-ANT-ENTRADA OCCURS 2000 TIMES
                              INDEXED BY WS-ANT-IDX.
               10 WS-ANT-ARCHIVO   PIC 9(4).
               10 WS-ANT-LINEA     PIC 9(8).
       01 WS-CLASE-LINEA PIC X.
       01 WS-BUSCAR-REVERSA PIC X.
       01 WS-LOG-HALLADO PIC X VALUE "N".

      * Posteo buscado por una reversa: identidad, moneda ya
      * normalizada y la marca que se espera encontrar.
       01 WS-BUS-CUENTA PIC X(06).
       01 WS-BUS-NUM1 PIC S9(7)V99 VALUE 0.
       01 WS-BUS-NUMERO2 PIC S9(7)V99 VALUE 0.
       01 WS-BUS-OPCION PIC 9.
       01 WS-BUS-MONEDA PIC X(03).
       01 WS-PHIS-FIN PIC X VALUE "N".
       01 WS-PHIS-HALLADO PIC X VALUE "N".
       01 WS-PHIS-YA-REVERSADO PIC X VALUE "N".
       01 WS-PHIS-GRABADO PIC X VALUE "N".

       01 WS-CNT-ARCHIVOS PIC 9(4) VALUE 0.
       01 WS-CNT-LINEAS PIC 9(8) VALUE 0.
       01 WS-CNT-POSTEOS PIC 9(8) VALUE 0.
       01 WS-CNT-REVERSADOS PIC 9(8) VALUE 0.
       01 WS-CNT-PENDIENTES PIC 9(8) VALUE 0.
       01 WS-CNT-SIN-ORIGEN PIC 9(8) VALUE 0.
       01 WS-CNT-DUPLICADAS PIC 9(8) VALUE 0.
       01 WS-CNT-REV-SIN-TIPO PIC 9(8) VALUE 0.
       01 WS-CNT-SIN-CLASIFICAR PIC 9(8) VALUE 0.
       01 WS-CNT-ERRORES PIC 9(8) VALUE 0.
       01 WS-RESULTADO-ED PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT PHIS-FILE.
            IF WS-PHIS-STATUS NOT = "35"
                IF WS-PHIS-STATUS (1:1) = "0"
                    CLOSE PHIS-FILE
                END-IF
                DISPLAY "POSTHIST YA EXISTE - RECONSTRUIRLO REEMPLAZA "
                    "TODO SU CONTENIDO. CONFIRMA? (S/N)"
                ACCEPT WS-RESPUESTA
                IF WS-RESPUESTA NOT = "s" AND WS-RESPUESTA NOT = "S"
                    DISPLAY "NO SE RECONSTRUYE POSTHIST"
                    STOP RUN
                END-IF
            END-IF.

            OPEN OUTPUT PHIS-FILE.
            IF WS-PHIS-STATUS (1:1) = "0"
                CLOSE PHIS-FILE
                OPEN I-O PHIS-FILE
            END-IF.
            IF WS-PHIS-STATUS (1:1) NOT = "0"
                DISPLAY "ERROR: NO SE PUDO CREAR POSTHIST (STATUS "
                    WS-PHIS-STATUS ")"
                STOP RUN
            END-IF.

            PERFORM LEER-ARCHLIST.
            PERFORM CARGAR-LOGS.

            MOVE "A" TO WS-PASADA.
            PERFORM RECORRER-TODOS-GL.
            MOVE "R" TO WS-PASADA.
            PERFORM RECORRER-TODOS-GL.
            PERFORM MARCAR-SUSPENSO.

            CLOSE PHIS-FILE.

            DISPLAY " ".
            DISPLAY "POSTHIST RECONSTRUIDO".
            DISPLAY "ARCHIVOS GL LEIDOS:     " WS-CNT-ARCHIVOS.
            DISPLAY "LINEAS GL LEIDAS:       " WS-CNT-LINEAS.
            DISPLAY "POSTEOS REGISTRADOS:    " WS-CNT-POSTEOS.
            DISPLAY "  REVERSADOS:           " WS-CNT-REVERSADOS.
            DISPLAY "  REVERSA EN SUSPENSO:  " WS-CNT-PENDIENTES.
            DISPLAY "  REVERSAS SIN GL-TIPO: " WS-CNT-REV-SIN-TIPO.
            DISPLAY "REVERSAS SIN ORIGEN:    " WS-CNT-SIN-ORIGEN.
            DISPLAY "LINEAS SIN CLASIFICAR:  " WS-CNT-SIN-CLASIFICAR
                " (TOMADAS COMO POSTEO - REVISAR)".
            DISPLAY "REVERSAS DUPLICADAS:    " WS-CNT-DUPLICADAS.
            IF WS-CNT-ERRORES > 0
                DISPLAY "AVISO: " WS-CNT-ERRORES
                    " REGISTROS NO SE PUDIERON GRABAR EN POSTHIST"
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * ARCHLIST: se anotan los GLARCH para recorrerlos en cada
      * pasada y los LOGARCH para clasificar las lineas sin
      * GL-TIPO. Sin manifiesto solo se toman GLEXTRACT y LOGFILE.
      *-----------------------------------------------------------
       LEER-ARCHLIST.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MANIFEST-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE ARCHLIST - SOLO SE "
                    "RECONSTRUYE DESDE GLEXTRACT"
            ELSE
                PERFORM LEER-MANIFEST
                PERFORM UNTIL WS-MANIFEST-EOF = "S"
                    IF MANIFEST-RECORD (1:7) = "GLARCH."
                        PERFORM ANOTAR-GLARCH
                    END-IF
                    IF MANIFEST-RECORD (1:8) = "LOGARCH."
                        PERFORM ANOTAR-LOGARCH
                    END-IF
                    PERFORM LEER-MANIFEST
                END-PERFORM
                CLOSE MANIFEST-FILE
            END-IF.

       LEER-MANIFEST.
            READ MANIFEST-FILE
                AT END MOVE "S" TO WS-MANIFEST-EOF
            END-READ.

       ANOTAR-GLARCH.
            IF WS-TOTAL-GLARCH < WS-MAX-GLARCH
                ADD 1 TO WS-TOTAL-GLARCH
                SET WS-GAR-IDX TO WS-TOTAL-GLARCH
                MOVE MANIFEST-RECORD TO WS-GAR-NOMBRE (WS-GAR-IDX)
            ELSE
                DISPLAY "AVISO: ARCHLIST SUPERA LOS " WS-MAX-GLARCH
                    " GLARCH - NO SE TOMA " MANIFEST-RECORD
            END-IF.

       ANOTAR-LOGARCH.
            IF WS-TOTAL-LOGARCH < WS-MAX-LOGARCH
                ADD 1 TO WS-TOTAL-LOGARCH
                SET WS-LAR-IDX TO WS-TOTAL-LOGARCH
                MOVE MANIFEST-RECORD TO WS-LAR-NOMBRE (WS-LAR-IDX)
            ELSE
                DISPLAY "AVISO: ARCHLIST SUPERA LOS " WS-MAX-LOGARCH
                    " LOGARCH - NO SE TOMA " MANIFEST-RECORD
            END-IF.

      *-----------------------------------------------------------
      * Carga los calculos OK y REVERSADO de los LOGARCH y del
      * LOGFILE vigente para clasificar las lineas sin GL-TIPO.
      *-----------------------------------------------------------
       CARGAR-LOGS.
            PERFORM VARYING WS-LAR-IDX FROM 1 BY 1
                UNTIL WS-LAR-IDX > WS-TOTAL-LOGARCH
                MOVE WS-LAR-NOMBRE (WS-LAR-IDX) TO WS-LOG-NOMBRE
                PERFORM CARGAR-LOG
            END-PERFORM.
            MOVE "LOGFILE" TO WS-LOG-NOMBRE.
            PERFORM CARGAR-LOG.
            IF WS-LOG-DESBORDE = "S"
                DISPLAY "AVISO: LOS LOG SUPERAN LAS " WS-MAX-LOG
                    " ENTRADAS DE LA TABLA - LAS LINEAS SIN GL-TIPO "
                    "DE LO QUE NO ENTRO QUEDAN SIN CLASIFICAR"
            END-IF.

       CARGAR-LOG.
            MOVE "N" TO WS-EOF.
            OPEN INPUT LOG-FILE.
            IF WS-LOG-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE " WS-LOG-NOMBRE
                    " - SE SALTEA"
            ELSE
                PERFORM LEER-LOG
                PERFORM UNTIL WS-EOF = "S"
                    IF LOG-ESTADO = "OK" OR LOG-ESTADO = "REVERSADO"
                        PERFORM GUARDAR-LOG
                    END-IF
                    PERFORM LEER-LOG
                END-PERFORM
                CLOSE LOG-FILE
            END-IF.

       LEER-LOG.
            READ LOG-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       GUARDAR-LOG.
            IF WS-TOTAL-LOG < WS-MAX-LOG
                ADD 1 TO WS-TOTAL-LOG
                SET WS-LGT-IDX TO WS-TOTAL-LOG
                MOVE LOG-FECHA TO WS-LGT-FECHA (WS-LGT-IDX)
                MOVE LOG-NUM1 TO WS-LGT-NUM1 (WS-LGT-IDX)
                MOVE LOG-NUMERO2 TO WS-LGT-NUMERO2 (WS-LGT-IDX)
                MOVE LOG-OPCION TO WS-LGT-OPCION (WS-LGT-IDX)
                MOVE LOG-RESULTADO TO WS-LGT-RESULTADO (WS-LGT-IDX)
                MOVE LOG-CUENTA TO WS-LGT-CUENTA (WS-LGT-IDX)
                IF LOG-ESTADO = "REVERSADO"
                    MOVE "S" TO WS-LGT-REVERSA (WS-LGT-IDX)
                ELSE
                    MOVE "N" TO WS-LGT-REVERSA (WS-LGT-IDX)
                END-IF
                MOVE "N" TO WS-LGT-USADO (WS-LGT-IDX)
            ELSE
                MOVE "S" TO WS-LOG-DESBORDE
            END-IF.

       RECORRER-TODOS-GL.
            PERFORM VARYING WS-GAR-IDX FROM 1 BY 1
                UNTIL WS-GAR-IDX > WS-TOTAL-GLARCH
                MOVE WS-GAR-NOMBRE (WS-GAR-IDX) TO WS-GL-NOMBRE
                SET WS-ARCHIVO-NRO TO WS-GAR-IDX
                PERFORM RECORRER-GL
            END-PERFORM.
            MOVE "GLEXTRACT" TO WS-GL-NOMBRE.
            COMPUTE WS-ARCHIVO-NRO = WS-TOTAL-GLARCH + 1.
            PERFORM RECORRER-GL.

      *-----------------------------------------------------------
      * Una pasada sobre un archivo GL: en la pasada "A" cada
      * linea que no es reversa entra como posteo (una reversa R
      * solo consume su entrada REVERSADO del log, y una linea sin
      * GL-TIPO se clasifica contra el log); en la "R" cada
      * reversa marca su original.
      *-----------------------------------------------------------
       RECORRER-GL.
            MOVE "N" TO WS-EOF.
            MOVE 0 TO WS-LINEA-NRO.
            OPEN INPUT GL-FILE.
            IF WS-GL-STATUS = "35"
                IF WS-PASADA = "A"
                    DISPLAY "AVISO: NO EXISTE " WS-GL-NOMBRE
                        " - SE SALTEA"
                END-IF
            ELSE
                IF WS-PASADA = "A"
                    ADD 1 TO WS-CNT-ARCHIVOS
                END-IF
                PERFORM LEER-GL
                PERFORM UNTIL WS-EOF = "S"
                    ADD 1 TO WS-LINEA-NRO
                    IF WS-PASADA = "A"
                        ADD 1 TO WS-CNT-LINEAS
                        IF GL-TIPO = "R"
                            MOVE "S" TO WS-BUSCAR-REVERSA
                            PERFORM BUSCAR-EN-LOG
                        ELSE
                            IF GL-TIPO = SPACE
                                PERFORM CLASIFICAR-LINEA
                            ELSE
                                MOVE "P" TO WS-CLASE-LINEA
                            END-IF
                            IF WS-CLASE-LINEA = "P"
                                PERFORM AGREGAR-POSTEO
                            END-IF
                        END-IF
                    ELSE
                        IF GL-TIPO = "R"
                            PERFORM APLICAR-REVERSA
                        ELSE
                            IF WS-ANT-SIGUIENTE NOT > WS-TOTAL-ANT
                                SET WS-ANT-IDX TO WS-ANT-SIGUIENTE
                                IF WS-ANT-ARCHIVO (WS-ANT-IDX) =
                                        WS-ARCHIVO-NRO
                                    AND WS-ANT-LINEA (WS-ANT-IDX) =
                                        WS-LINEA-NRO
                                    ADD 1 TO WS-ANT-SIGUIENTE
                                    PERFORM APLICAR-REVERSA
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                    PERFORM LEER-GL
                END-PERFORM
                CLOSE GL-FILE
            END-IF.

       LEER-GL.
            READ GL-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * Linea sin GL-TIPO (grabada antes de que existiera): si
      * coincide con un REVERSADO del log aun no tomado es una
      * reversa y se anota su posicion para la pasada "R"; si
      * coincide con un OK es un posteo; si no esta en los log
      * leidos entra como posteo y se lista para revisarla.
      * WS-CLASE-LINEA queda en "P" (posteo) o "R" (reversa).
      *-----------------------------------------------------------
       CLASIFICAR-LINEA.
            MOVE "P" TO WS-CLASE-LINEA.
            MOVE "S" TO WS-BUSCAR-REVERSA.
            PERFORM BUSCAR-EN-LOG.
            IF WS-LOG-HALLADO = "S"
                IF WS-TOTAL-ANT < WS-MAX-ANT
                    MOVE "R" TO WS-CLASE-LINEA
                    ADD 1 TO WS-TOTAL-ANT
                    SET WS-ANT-IDX TO WS-TOTAL-ANT
                    MOVE WS-ARCHIVO-NRO TO WS-ANT-ARCHIVO (WS-ANT-IDX)
                    MOVE WS-LINEA-NRO TO WS-ANT-LINEA (WS-ANT-IDX)
                    ADD 1 TO WS-CNT-REV-SIN-TIPO
                ELSE
                    DISPLAY "AVISO: MAS DE " WS-MAX-ANT " REVERSAS "
                        "SIN GL-TIPO - NO SE PUEDEN ANOTAR MAS"
                    PERFORM INFORMAR-SIN-CLASIFICAR
                END-IF
            ELSE
                MOVE "N" TO WS-BUSCAR-REVERSA
                PERFORM BUSCAR-EN-LOG
                IF WS-LOG-HALLADO = "N"
                    PERFORM INFORMAR-SIN-CLASIFICAR
                END-IF
            END-IF.

       INFORMAR-SIN-CLASIFICAR.
            ADD 1 TO WS-CNT-SIN-CLASIFICAR.
            MOVE GL-RESULTADO TO WS-RESULTADO-ED.
            DISPLAY "AVISO: LINEA SIN CLASIFICAR - SE TOMA COMO "
                "POSTEO, REVISAR SI ES UN CONTRAASIENTO".
            DISPLAY "  LINEA DEL " GL-FECHA " EN " WS-GL-NOMBRE
                " CUENTA " GL-CUENTA " OPCION " GL-OPCION
                " POR " WS-RESULTADO-ED.

      *-----------------------------------------------------------
      * Busca la linea GL en curso en la tabla del log: con
      * WS-BUSCAR-REVERSA "S" un REVERSADO no usado (que queda
      * usado), con "N" un OK. La cuenta se compara cuando el log
      * la tiene.
      *-----------------------------------------------------------
       BUSCAR-EN-LOG.
            MOVE "N" TO WS-LOG-HALLADO.
            PERFORM VARYING WS-LGT-IDX FROM 1 BY 1
                UNTIL WS-LGT-IDX > WS-TOTAL-LOG
                    OR WS-LOG-HALLADO = "S"
                IF WS-LGT-REVERSA (WS-LGT-IDX) = WS-BUSCAR-REVERSA
                    AND WS-LGT-USADO (WS-LGT-IDX) = "N"
                    AND WS-LGT-FECHA (WS-LGT-IDX) = GL-FECHA
                    AND WS-LGT-NUM1 (WS-LGT-IDX) = GL-NUM1
                    AND WS-LGT-NUMERO2 (WS-LGT-IDX) = GL-NUMERO2
                    AND WS-LGT-OPCION (WS-LGT-IDX) = GL-OPCION
                    AND WS-LGT-RESULTADO (WS-LGT-IDX) = GL-RESULTADO
                    AND (WS-LGT-CUENTA (WS-LGT-IDX) = SPACES
                        OR WS-LGT-CUENTA (WS-LGT-IDX) = GL-CUENTA)
                    MOVE "S" TO WS-LOG-HALLADO
                    IF WS-BUSCAR-REVERSA = "S"
                        MOVE "S" TO WS-LGT-USADO (WS-LGT-IDX)
                    END-IF
                END-IF
            END-PERFORM.

       AGREGAR-POSTEO.
            MOVE GL-CUENTA TO PHIS-CUENTA.
            MOVE GL-NUM1 TO PHIS-NUM1.
            MOVE GL-NUMERO2 TO PHIS-NUMERO2.
            MOVE GL-OPCION TO PHIS-OPCION.
            MOVE GL-FECHA TO PHIS-FECHA.
            MOVE GL-RESULTADO TO PHIS-RESULTADO.
            IF GL-MONEDA = SPACES
                MOVE WS-MONEDA-BASE TO PHIS-MONEDA
                MOVE GL-RESULTADO TO PHIS-RESULTADO-ORIG
            ELSE
                MOVE GL-MONEDA TO PHIS-MONEDA
                MOVE GL-RESULTADO-ORIG TO PHIS-RESULTADO-ORIG
            END-IF.
            MOVE GL-OPERADOR TO PHIS-OPERADOR.
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
            IF WS-PHIS-GRABADO = "S"
                ADD 1 TO WS-CNT-POSTEOS
            ELSE
                ADD 1 TO WS-CNT-ERRORES
                DISPLAY "AVISO: NO SE PUDO GRABAR EN POSTHIST (STATUS "
                    WS-PHIS-STATUS ") EL POSTEO DE LA CUENTA "
                    PHIS-CUENTA " DEL " PHIS-FECHA
            END-IF.

      *-----------------------------------------------------------
      * Una reversa que llego a GLEXTRACT marca S su original, con
      * la fecha y el operador de la reversa.
      *-----------------------------------------------------------
       APLICAR-REVERSA.
            MOVE GL-CUENTA TO WS-BUS-CUENTA.
            MOVE GL-NUM1 TO WS-BUS-NUM1.
            MOVE GL-NUMERO2 TO WS-BUS-NUMERO2.
            MOVE GL-OPCION TO WS-BUS-OPCION.
            IF GL-MONEDA = SPACES
                MOVE WS-MONEDA-BASE TO WS-BUS-MONEDA
            ELSE
                MOVE GL-MONEDA TO WS-BUS-MONEDA
            END-IF.
            PERFORM BUSCAR-ORIGINAL.
            IF WS-PHIS-HALLADO = "S"
                MOVE "S" TO PHIS-REVERSADA
                MOVE GL-FECHA TO PHIS-FECHA-REVERSA
                MOVE GL-OPERADOR TO PHIS-OPERADOR-REVERSA
                PERFORM REGRABAR-POSTHIST
                ADD 1 TO WS-CNT-REVERSADOS
            ELSE
                MOVE GL-RESULTADO TO WS-RESULTADO-ED
                PERFORM INFORMAR-SIN-MARCA
                DISPLAY "  REVERSA DEL " GL-FECHA " EN " WS-GL-NOMBRE
                    " CUENTA " GL-CUENTA " OPCION " GL-OPCION
                    " POR " WS-RESULTADO-ED
            END-IF.

      *-----------------------------------------------------------
      * Una reversa que sigue PENDIENTE en SUSPFILE deja su
      * original marcado P hasta que calcapr la decida.
      *-----------------------------------------------------------
       MARCAR-SUSPENSO.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SUSP-FILE.
            IF WS-SUSP-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-SUSPENSO
                PERFORM UNTIL WS-EOF = "S"
                    IF SUSP-ESTADO = "PENDIENTE" AND SUSP-TIPO = "R"
                        PERFORM APLICAR-REVERSA-PENDIENTE
                    END-IF
                    PERFORM LEER-SUSPENSO
                END-PERFORM
                CLOSE SUSP-FILE
            END-IF.

       LEER-SUSPENSO.
            READ SUSP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       APLICAR-REVERSA-PENDIENTE.
            MOVE SUSP-CUENTA TO WS-BUS-CUENTA.
            MOVE SUSP-NUM1 TO WS-BUS-NUM1.
            MOVE SUSP-NUMERO2 TO WS-BUS-NUMERO2.
            MOVE SUSP-OPCION TO WS-BUS-OPCION.
            IF SUSP-MONEDA = SPACES
                MOVE WS-MONEDA-BASE TO WS-BUS-MONEDA
            ELSE
                MOVE SUSP-MONEDA TO WS-BUS-MONEDA
            END-IF.
            PERFORM BUSCAR-ORIGINAL.
            IF WS-PHIS-HALLADO = "S"
                MOVE "P" TO PHIS-REVERSADA
                MOVE SUSP-FECHA TO PHIS-FECHA-REVERSA
                MOVE SUSP-OPERADOR TO PHIS-OPERADOR-REVERSA
                PERFORM REGRABAR-POSTHIST
                ADD 1 TO WS-CNT-PENDIENTES
            ELSE
                MOVE SUSP-RESULTADO TO WS-RESULTADO-ED
                PERFORM INFORMAR-SIN-MARCA
                DISPLAY "  REVERSA EN SUSPENSO DEL " SUSP-FECHA
                    " CUENTA " SUSP-CUENTA " OPCION " SUSP-OPCION
                    " POR " WS-RESULTADO-ED
            END-IF.

       INFORMAR-SIN-MARCA.
            IF WS-PHIS-YA-REVERSADO = "S"
                ADD 1 TO WS-CNT-DUPLICADAS
                DISPLAY "AVISO: REVERSA DUPLICADA - SU POSTEO "
                    "ORIGINAL YA ESTABA REVERSADO"
            ELSE
                ADD 1 TO WS-CNT-SIN-ORIGEN
                DISPLAY "AVISO: REVERSA SIN ORIGEN - SU POSTEO "
                    "ORIGINAL NO ESTA EN LOS GL LEIDOS"
            END-IF.

      *-----------------------------------------------------------
      * Posiciona POSTHIST en el primer posteo de la identidad
      * buscada, en la misma moneda, que no este reversado. Si
      * solo hay posteos ya reversados deja WS-PHIS-YA-REVERSADO
      * en "S".
      *-----------------------------------------------------------
       BUSCAR-ORIGINAL.
            MOVE "N" TO WS-PHIS-HALLADO.
            MOVE "N" TO WS-PHIS-YA-REVERSADO.
            MOVE "N" TO WS-PHIS-FIN.
            MOVE WS-BUS-CUENTA TO PHIS-CUENTA.
            MOVE WS-BUS-NUM1 TO PHIS-NUM1.
            MOVE WS-BUS-NUMERO2 TO PHIS-NUMERO2.
            MOVE WS-BUS-OPCION TO PHIS-OPCION.
            MOVE 0 TO PHIS-FECHA.
            MOVE 0 TO PHIS-SECUENCIA.
            START PHIS-FILE KEY IS NOT LESS THAN PHIS-CLAVE
                INVALID KEY MOVE "S" TO WS-PHIS-FIN
            END-START.
            IF WS-PHIS-FIN = "N"
                PERFORM LEER-POSTHIST-SIGUIENTE
            END-IF.
            PERFORM UNTIL WS-PHIS-FIN = "S"
                IF PHIS-CUENTA NOT = WS-BUS-CUENTA
                    OR PHIS-NUM1 NOT = WS-BUS-NUM1
                    OR PHIS-NUMERO2 NOT = WS-BUS-NUMERO2
                    OR PHIS-OPCION NOT = WS-BUS-OPCION
                    MOVE "S" TO WS-PHIS-FIN
                ELSE
                    IF PHIS-MONEDA = WS-BUS-MONEDA
                        IF PHIS-REVERSADA = "N"
                            MOVE "S" TO WS-PHIS-HALLADO
                            MOVE "S" TO WS-PHIS-FIN
                        ELSE
                            MOVE "S" TO WS-PHIS-YA-REVERSADO
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

       REGRABAR-POSTHIST.
            REWRITE PHIS-RECORD
                INVALID KEY CONTINUE
            END-REWRITE.
            IF WS-PHIS-STATUS NOT = "00"
                ADD 1 TO WS-CNT-ERRORES
                DISPLAY "AVISO: NO SE PUDO ACTUALIZAR POSTHIST "
                    "(STATUS " WS-PHIS-STATUS ") PARA LA CUENTA "
                    PHIS-CUENTA
            END-IF.

       END PROGRAM calcpos.
