       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcfrm.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Maintenance of the formula definition file (FORMFILE,
      * formrec.cpy) that calcbat and calcmgr expand for
      * TRAN-CADENA = "F". Lets the operator add a step to a
      * formula (a new formula is just its first step), change
      * a step's OPCION, operando or cuenta, remove a step or a
      * whole formula, list the file with every problem the batch
      * would trip on flagged, and test a formula: key a starting
      * NUM1 and see each step's NUM1, NUMERO2, RESULTADO, target
      * cuenta and estado exactly as the batch would compute them,
      * without posting anything anywhere.
      * Every change is checked before it is written: steps stay
      * numbered 01, 02, ... with no gaps and in file order (a
      * step added or removed in the middle renumbers the ones
      * after it), OPCION must be 1 to 6, division and modulo
      * cannot have a zero operando, and the cuenta must be active
      * on CTAFILE. A formula is rewritten whole, in step order,
      * through a work file (FORMFILE.TMP) copied back, the same
      * way calccta updates CTAFILE.
      * Each step added, changed, removed or renumbered is appended
      * to FORMHIST (fhisrec.cpy) with the operator, the FECHACTL
      * business date and the date and time of the change.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORM-FILE ASSIGN TO "FORMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-STATUS.
           SELECT FORMTMP-FILE ASSIGN TO "FORMFILE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMTMP-STATUS.
           SELECT FHIS-FILE ASSIGN TO "FORMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIS-STATUS.
           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-STATUS.
           SELECT OPR-FILE ASSIGN TO "OPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FORM-FILE.
       COPY "formrec.cpy".

       FD FORMTMP-FILE.
       01 FORMTMP-RECORD PIC X(27).

       FD FHIS-FILE.
       COPY "fhisrec.cpy".

       FD CTA-FILE.
       COPY "ctarec.cpy".

       FD OPR-FILE.
       COPY "oprrec.cpy".

       FD FCH-FILE.
       COPY "fchrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FORM-STATUS PIC XX.
       01 WS-FORMTMP-STATUS PIC XX.
       01 WS-FHIS-STATUS PIC XX.
       01 WS-CTA-STATUS PIC XX.
       01 WS-OPR-STATUS PIC XX.
       01 WS-FCH-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CTA-EOF PIC X VALUE "N".
       01 WS-OPR-EOF PIC X VALUE "N".
       01 WS-OPCION-MENU PIC X.
       01 WS-RESPUESTA PIC X.
       01 WS-FECHA-NEGOCIO PIC 9(8).
       01 WS-OPERADOR-ID PIC X(08).
       01 WS-OPERADOR-OK PIC X VALUE "N".

      * La formula en mantenimiento, cargada de FORMFILE en orden
      * de archivo (el orden en que la corre el batch). Cada paso
      * guarda el numero con que estaba en el archivo (0 si es
      * nuevo) para dejar en FORMHIST los que se renumeran.
       01 WS-NOMBRE PIC X(08).
       01 WS-MAX-PASOS PIC 9(2) VALUE 99.
       01 WS-CANT-PASOS PIC 9(2) VALUE 0.
       01 WS-FORM-DESBORDE PIC X VALUE "N".
       01 WS-FORM-DESORDEN PIC X VALUE "N".
       01 WS-TABLA-PASOS.
           05 WS-PASO-ENTRADA OCCURS 99 TIMES.
               10 WS-P-NRO-ORIG PIC 9(2).
               10 WS-P-OPCION   PIC 9.
               10 WS-P-OPERANDO PIC S9(7)V99.
               10 WS-P-CUENTA   PIC X(06).
       01 WS-I PIC 9(3).
       01 WS-J PIC 9(3).
       01 WS-YA-GRABADA PIC X VALUE "N".

      * Paso tecleado por el operador y su validacion.
       01 WS-NRO-PASO PIC 9(2).
       01 WS-OPCION-X PIC X.
       01 WS-OPCION-NUEVA PIC 9.
       01 WS-OPERANDO-NUEVO PIC S9(7)V99.
       01 WS-CUENTA-NUEVA PIC X(06).
       01 WS-DATOS-OK PIC X VALUE "N".

      * Resultado de buscar una cuenta en CTAFILE: A activa,
      * I retirada, X no figura, F no hay maestro.
       01 WS-COD-BUSCADO PIC X(06).
       01 WS-CUENTA-SITUACION PIC X.

      * Prueba de una formula: mismos campos y mismas operaciones
      * que el batch, sin archivo de salida.
       01 NUM1 PIC S9(7)V99.
       01 NUMERO2 PIC S9(7)V99.
       01 Opcion  pic 9.
       01 RESULTADO PIC S9(7)V99.
       01 WS-ESTADO PIC X(25).
       01 WS-COCIENTE PIC S9(7).
       01 WS-BASE-FORMULA PIC S9(7)V99.
       01 WS-SEGUIR-FORMULA PIC X VALUE "N".

       01 WS-NUM1-ED PIC -(6)9.99.
       01 WS-NUMERO2-ED PIC -(6)9.99.
       01 WS-RESULTADO-ED PIC -(6)9.99.

      * Listado del archivo completo.
       01 WS-NOMBRE-ANTERIOR PIC X(08).
       01 WS-PASO-ESPERADO PIC 9(3).
       01 WS-OBSERVACION PIC X(24).
       01 WS-CNT-LISTADOS PIC 9(4) VALUE 0.
       01 WS-CNT-FORMULAS PIC 9(4) VALUE 0.
       01 WS-CNT-OBSERVADOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-FECHA-NEGOCIO.
            DISPLAY "ingrese su codigo de operador (8 caracteres)".
            ACCEPT WS-OPERADOR-ID.
            PERFORM VALIDAR-OPERADOR.
            IF WS-OPERADOR-OK = "N"
                DISPLAY "ERROR: OPERADOR NO AUTORIZADO O INACTIVO"
                STOP RUN
            END-IF.
            OPEN EXTEND FHIS-FILE.
            IF WS-FHIS-STATUS = "35"
                OPEN OUTPUT FHIS-FILE
            END-IF.

       MENU-PRINCIPAL.
            DISPLAY " ".
            DISPLAY "MANTENIMIENTO DE FORMULAS".
            DISPLAY "A. ALTA DE PASO (O DE FORMULA NUEVA)".
            DISPLAY "C. CAMBIAR PASO".
            DISPLAY "B. BAJA DE PASO".
            DISPLAY "E. ELIMINAR FORMULA COMPLETA".
            DISPLAY "L. LISTAR FORMFILE".
            DISPLAY "P. PROBAR FORMULA (NO POSTEA)".
            DISPLAY "X. SALIR".
            DISPLAY "ingrese una opcion".
            ACCEPT WS-OPCION-MENU.

            if WS-OPCION-MENU = "a" or WS-OPCION-MENU = "A"
                PERFORM ALTA-PASO
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "c" or WS-OPCION-MENU = "C"
                PERFORM CAMBIAR-PASO
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "b" or WS-OPCION-MENU = "B"
                PERFORM BAJA-PASO
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "e" or WS-OPCION-MENU = "E"
                PERFORM ELIMINAR-FORMULA
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "l" or WS-OPCION-MENU = "L"
                PERFORM LISTAR-FORMULAS
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "p" or WS-OPCION-MENU = "P"
                PERFORM PROBAR-FORMULA
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU NOT = "x" AND WS-OPCION-MENU NOT = "X"
                DISPLAY "ERROR, ingrese una opcion valida!"
                go to MENU-PRINCIPAL.

            CLOSE FHIS-FILE.
            STOP RUN.

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

       VALIDAR-OPERADOR.
            MOVE "N" TO WS-OPERADOR-OK.
            OPEN INPUT OPR-FILE.
            IF WS-OPR-STATUS = "35"
                MOVE "S" TO WS-OPERADOR-OK
                DISPLAY "AVISO: NO SE ENCONTRO OPRFILE - NO SE "
                    "VALIDA EL OPERADOR DE ESTA SESION"
            ELSE
                PERFORM LEER-OPERADOR
                PERFORM UNTIL WS-OPR-EOF = "S"
                    IF OPR-ID = WS-OPERADOR-ID
                        AND OPR-ACTIVO = "S"
                        MOVE "S" TO WS-OPERADOR-OK
                    END-IF
                    PERFORM LEER-OPERADOR
                END-PERFORM
                CLOSE OPR-FILE
            END-IF.

       LEER-OPERADOR.
            READ OPR-FILE
                AT END MOVE "S" TO WS-OPR-EOF
            END-READ.

      *-----------------------------------------------------------
      * Pide el nombre de la formula y la carga. Deja la formula
      * en WS-TABLA-PASOS y WS-CANT-PASOS en 0 si no existe.
      *-----------------------------------------------------------
       PEDIR-FORMULA.
            DISPLAY "ingrese el nombre de la formula (8 caracteres)".
            ACCEPT WS-NOMBRE.
            PERFORM CARGAR-FORMULA.

       CARGAR-FORMULA.
            MOVE 0 TO WS-CANT-PASOS.
            MOVE "N" TO WS-FORM-DESBORDE.
            MOVE "N" TO WS-FORM-DESORDEN.
            MOVE "N" TO WS-EOF.
            OPEN INPUT FORM-FILE.
            IF WS-FORM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-FORMULA
                PERFORM UNTIL WS-EOF = "S"
                    IF FORM-NOMBRE = WS-NOMBRE
                        IF WS-CANT-PASOS < WS-MAX-PASOS
                            ADD 1 TO WS-CANT-PASOS
                            MOVE FORM-NRO-PASO TO
                                WS-P-NRO-ORIG (WS-CANT-PASOS)
                            MOVE FORM-OPCION TO
                                WS-P-OPCION (WS-CANT-PASOS)
                            MOVE FORM-OPERANDO TO
                                WS-P-OPERANDO (WS-CANT-PASOS)
                            MOVE FORM-CUENTA TO
                                WS-P-CUENTA (WS-CANT-PASOS)
                            IF FORM-NRO-PASO NOT = WS-CANT-PASOS
                                MOVE "S" TO WS-FORM-DESORDEN
                            END-IF
                        ELSE
                            MOVE "S" TO WS-FORM-DESBORDE
                        END-IF
                    END-IF
                    PERFORM LEER-FORMULA
                END-PERFORM
                CLOSE FORM-FILE
            END-IF.
            MOVE "N" TO WS-EOF.
            IF WS-FORM-DESBORDE = "S"
                DISPLAY "ERROR: LA FORMULA " WS-NOMBRE " TIENE MAS "
                    "DE " WS-MAX-PASOS " PASOS EN FORMFILE - "
                    "CORREGIR EL ARCHIVO A MANO"
            ELSE
                IF WS-FORM-DESORDEN = "S"
                    DISPLAY "AVISO: LOS PASOS DE " WS-NOMBRE
                        " NO ESTAN NUMERADOS SEGUIDOS EN EL ORDEN "
                        "EN QUE CORREN - SE RENUMERAN AL GRABAR"
                END-IF
            END-IF.

       LEER-FORMULA.
            READ FORM-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * Alta: el paso nuevo entra en la posicion pedida, de 1 a
      * la cantidad actual + 1 (agrega al final); los pasos desde
      * esa posicion se corren uno. Una formula inexistente nace
      * con su paso 01.
      *-----------------------------------------------------------
       ALTA-PASO.
            PERFORM PEDIR-FORMULA.
            IF WS-NOMBRE = SPACES
                DISPLAY "ERROR: EL NOMBRE DE LA FORMULA NO PUEDE "
                    "QUEDAR EN BLANCO"
            ELSE
            IF WS-FORM-DESBORDE = "S"
                CONTINUE
            ELSE
            IF WS-CANT-PASOS = WS-MAX-PASOS
                DISPLAY "ERROR: LA FORMULA " WS-NOMBRE " YA TIENE "
                    WS-MAX-PASOS " PASOS"
            ELSE
                IF WS-CANT-PASOS = 0
                    DISPLAY "FORMULA NUEVA - SE AGREGA EL PASO 01"
                    MOVE 1 TO WS-NRO-PASO
                ELSE
                    DISPLAY "LA FORMULA TIENE " WS-CANT-PASOS
                        " PASOS"
                    DISPLAY "ingrese el numero de paso nuevo (01 a "
                        "la cantidad + 1 para agregarlo al final)"
                    ACCEPT WS-NRO-PASO
                END-IF
                IF WS-NRO-PASO < 1 OR WS-NRO-PASO > WS-CANT-PASOS + 1
                    DISPLAY "ERROR: EL PASO DEBE IR DEL 01 AL "
                        "SIGUIENTE AL ULTIMO - LA NUMERACION NO "
                        "PUEDE QUEDAR CON HUECOS"
                ELSE
                    PERFORM PEDIR-DATOS-PASO
                    IF WS-DATOS-OK = "S"
                        PERFORM INSERTAR-PASO
                        PERFORM GRABAR-FORMULA
                        MOVE "ALTA" TO FHIS-ACCION
                        MOVE 0 TO FHIS-NRO-PASO-ANT
                        MOVE 0 TO FHIS-OPCION-ANT
                        MOVE 0 TO FHIS-OPERANDO-ANT
                        MOVE SPACES TO FHIS-CUENTA-ANT
                        MOVE WS-NRO-PASO TO WS-I
                        PERFORM MOVER-PASO-A-HISTORIA
                        PERFORM ESCRIBIR-HISTORIA
                        PERFORM HISTORIA-RENUMERADOS
                        DISPLAY "PASO " WS-NRO-PASO " AGREGADO A LA "
                            "FORMULA " WS-NOMBRE
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF.

       INSERTAR-PASO.
            PERFORM VARYING WS-I FROM WS-CANT-PASOS BY -1
                UNTIL WS-I < WS-NRO-PASO
                COMPUTE WS-J = WS-I + 1
                MOVE WS-PASO-ENTRADA (WS-I) TO WS-PASO-ENTRADA (WS-J)
            END-PERFORM.
            ADD 1 TO WS-CANT-PASOS.
            MOVE 0 TO WS-P-NRO-ORIG (WS-NRO-PASO).
            MOVE WS-OPCION-NUEVA TO WS-P-OPCION (WS-NRO-PASO).
            MOVE WS-OPERANDO-NUEVO TO WS-P-OPERANDO (WS-NRO-PASO).
            MOVE WS-CUENTA-NUEVA TO WS-P-CUENTA (WS-NRO-PASO).

      *-----------------------------------------------------------
      * Cambio: OPCION, operando y cuenta de un paso existente,
      * con las mismas validaciones del alta. El numero de paso
      * no cambia.
      *-----------------------------------------------------------
       CAMBIAR-PASO.
            PERFORM PEDIR-FORMULA.
            IF WS-CANT-PASOS = 0
                IF WS-FORM-DESBORDE = "N"
                    DISPLAY "ERROR: LA FORMULA " WS-NOMBRE
                        " NO EXISTE EN FORMFILE"
                END-IF
            ELSE
                PERFORM PEDIR-PASO-EXISTENTE
                IF WS-NRO-PASO NOT = 0
                    MOVE WS-NRO-PASO TO WS-I
                    PERFORM MOSTRAR-PASO
                    PERFORM PEDIR-DATOS-PASO
                    IF WS-DATOS-OK = "S"
                        MOVE "CAMBIO" TO FHIS-ACCION
                        MOVE WS-NRO-PASO TO WS-I
                        PERFORM MOVER-ANTERIOR-A-HISTORIA
                        MOVE WS-NRO-PASO TO
                            WS-P-NRO-ORIG (WS-NRO-PASO)
                        MOVE WS-OPCION-NUEVA TO
                            WS-P-OPCION (WS-NRO-PASO)
                        MOVE WS-OPERANDO-NUEVO TO
                            WS-P-OPERANDO (WS-NRO-PASO)
                        MOVE WS-CUENTA-NUEVA TO
                            WS-P-CUENTA (WS-NRO-PASO)
                        PERFORM GRABAR-FORMULA
                        MOVE WS-NRO-PASO TO WS-I
                        PERFORM MOVER-PASO-A-HISTORIA
                        PERFORM ESCRIBIR-HISTORIA
                        PERFORM HISTORIA-RENUMERADOS
                        DISPLAY "PASO " WS-NRO-PASO " DE LA FORMULA "
                            WS-NOMBRE " CAMBIADO"
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * Baja de un paso: los siguientes se corren uno para que la
      * numeracion siga sin huecos. Si era el unico paso la
      * formula deja de existir.
      *-----------------------------------------------------------
       BAJA-PASO.
            PERFORM PEDIR-FORMULA.
            IF WS-CANT-PASOS = 0
                IF WS-FORM-DESBORDE = "N"
                    DISPLAY "ERROR: LA FORMULA " WS-NOMBRE
                        " NO EXISTE EN FORMFILE"
                END-IF
            ELSE
                PERFORM PEDIR-PASO-EXISTENTE
                IF WS-NRO-PASO NOT = 0
                    MOVE WS-NRO-PASO TO WS-I
                    PERFORM MOSTRAR-PASO
                    DISPLAY "CONFIRMA LA BAJA DEL PASO? (S/N)"
                    ACCEPT WS-RESPUESTA
                    IF WS-RESPUESTA = "s" OR WS-RESPUESTA = "S"
                        MOVE "BAJA" TO FHIS-ACCION
                        MOVE WS-NRO-PASO TO WS-I
                        PERFORM MOVER-ANTERIOR-A-HISTORIA
                        PERFORM LIMPIAR-NUEVO-HISTORIA
                        PERFORM ESCRIBIR-HISTORIA
                        PERFORM VARYING WS-I FROM WS-NRO-PASO BY 1
                            UNTIL WS-I >= WS-CANT-PASOS
                            COMPUTE WS-J = WS-I + 1
                            MOVE WS-PASO-ENTRADA (WS-J) TO
                                WS-PASO-ENTRADA (WS-I)
                        END-PERFORM
                        SUBTRACT 1 FROM WS-CANT-PASOS
                        PERFORM GRABAR-FORMULA
                        PERFORM HISTORIA-RENUMERADOS
                        IF WS-CANT-PASOS = 0
                            DISPLAY "FORMULA " WS-NOMBRE " SIN PASOS "
                                "- ELIMINADA DE FORMFILE"
                        ELSE
                            DISPLAY "PASO " WS-NRO-PASO " DE LA "
                                "FORMULA " WS-NOMBRE " DADO DE BAJA"
                        END-IF
                    END-IF
                END-IF
            END-IF.

       ELIMINAR-FORMULA.
            PERFORM PEDIR-FORMULA.
            IF WS-CANT-PASOS = 0
                IF WS-FORM-DESBORDE = "N"
                    DISPLAY "ERROR: LA FORMULA " WS-NOMBRE
                        " NO EXISTE EN FORMFILE"
                END-IF
            ELSE
                DISPLAY "LA FORMULA " WS-NOMBRE " TIENE "
                    WS-CANT-PASOS " PASOS"
                DISPLAY "CONFIRMA LA ELIMINACION COMPLETA? (S/N)"
                ACCEPT WS-RESPUESTA
                IF WS-RESPUESTA = "s" OR WS-RESPUESTA = "S"
                    MOVE "BAJA" TO FHIS-ACCION
                    PERFORM LIMPIAR-NUEVO-HISTORIA
                    PERFORM VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I > WS-CANT-PASOS
                        PERFORM MOVER-ANTERIOR-A-HISTORIA
                        PERFORM ESCRIBIR-HISTORIA
                    END-PERFORM
                    MOVE 0 TO WS-CANT-PASOS
                    PERFORM GRABAR-FORMULA
                    DISPLAY "FORMULA " WS-NOMBRE
                        " ELIMINADA DE FORMFILE"
                END-IF
            END-IF.

       PEDIR-PASO-EXISTENTE.
            DISPLAY "LA FORMULA TIENE " WS-CANT-PASOS " PASOS".
            DISPLAY "ingrese el numero de paso".
            ACCEPT WS-NRO-PASO.
            IF WS-NRO-PASO < 1 OR WS-NRO-PASO > WS-CANT-PASOS
                DISPLAY "ERROR: LA FORMULA " WS-NOMBRE " NO TIENE "
                    "EL PASO " WS-NRO-PASO
                MOVE 0 TO WS-NRO-PASO
            END-IF.

       MOSTRAR-PASO.
            MOVE WS-P-OPERANDO (WS-I) TO WS-NUMERO2-ED.
            DISPLAY "  PASO:     " WS-NRO-PASO.
            DISPLAY "  OPCION:   " WS-P-OPCION (WS-I).
            DISPLAY "  OPERANDO: " WS-NUMERO2-ED.
            DISPLAY "  CUENTA:   " WS-P-CUENTA (WS-I).

      *-----------------------------------------------------------
      * Pide OPCION, operando y cuenta de un paso y los valida:
      * OPCION 1 a 6, sin operando cero en division ni modulo
      * (el paso fallaria siempre) y cuenta activa en CTAFILE.
      * Deja WS-DATOS-OK en "S" si el paso se puede grabar.
      *-----------------------------------------------------------
       PEDIR-DATOS-PASO.
            MOVE "N" TO WS-DATOS-OK.
            DISPLAY "ingrese la OPCION del paso (1-6)".
            ACCEPT WS-OPCION-X.
            DISPLAY "ingrese el operando NUMERO2 (ej. 12.50)".
            ACCEPT WS-OPERANDO-NUEVO.
            DISPLAY "ingrese la cuenta destino (6 caracteres)".
            ACCEPT WS-CUENTA-NUEVA.

            IF WS-OPCION-X < "1" OR WS-OPCION-X > "6"
                DISPLAY "ERROR: LA OPCION DEBE SER DE 1 A 6"
            ELSE
                MOVE WS-OPCION-X TO WS-OPCION-NUEVA
                IF (WS-OPCION-NUEVA = 4 OR WS-OPCION-NUEVA = 5)
                    AND WS-OPERANDO-NUEVO = 0
                    DISPLAY "ERROR: DIVISION O MODULO CON OPERANDO "
                        "CERO - EL PASO FALLARIA SIEMPRE"
                ELSE
                    MOVE WS-CUENTA-NUEVA TO WS-COD-BUSCADO
                    PERFORM BUSCAR-CUENTA
                    EVALUATE WS-CUENTA-SITUACION
                        WHEN "A"
                            MOVE "S" TO WS-DATOS-OK
                        WHEN "I"
                            DISPLAY "ERROR: LA CUENTA "
                                WS-CUENTA-NUEVA " ESTA RETIRADA"
                        WHEN "X"
                            DISPLAY "ERROR: LA CUENTA "
                                WS-CUENTA-NUEVA " NO EXISTE EN EL "
                                "MAESTRO"
                        WHEN OTHER
                            DISPLAY "ERROR: NO SE ENCONTRO CTAFILE - "
                                "NO SE PUEDE VERIFICAR LA CUENTA"
                    END-EVALUATE
                END-IF
            END-IF.
            IF WS-DATOS-OK = "N"
                DISPLAY "EL PASO NO SE GRABA"
            END-IF.

       BUSCAR-CUENTA.
            MOVE "X" TO WS-CUENTA-SITUACION.
            MOVE "N" TO WS-CTA-EOF.
            OPEN INPUT CTA-FILE.
            IF WS-CTA-STATUS = "35"
                MOVE "F" TO WS-CUENTA-SITUACION
            ELSE
                PERFORM LEER-CUENTA
                PERFORM UNTIL WS-CTA-EOF = "S"
                    IF CTA-CODIGO = WS-COD-BUSCADO
                        IF CTA-ACTIVA = "S"
                            MOVE "A" TO WS-CUENTA-SITUACION
                        ELSE
                            MOVE "I" TO WS-CUENTA-SITUACION
                        END-IF
                    END-IF
                    PERFORM LEER-CUENTA
                END-PERFORM
                CLOSE CTA-FILE
            END-IF.
            MOVE "N" TO WS-CTA-EOF.

       LEER-CUENTA.
            READ CTA-FILE
                AT END MOVE "S" TO WS-CTA-EOF
            END-READ.

      *-----------------------------------------------------------
      * Regraba FORMFILE con la formula en mantenimiento: copia
      * el archivo al de trabajo y, donde aparece el primer paso
      * de la formula, escribe la tabla completa numerada 01, 02,
      * ...; los demas pasos de esa formula no se copian. Una
      * formula nueva va al final. Despues copia el de trabajo
      * sobre FORMFILE, como calccta con CTAFILE.
      *-----------------------------------------------------------
       GRABAR-FORMULA.
            MOVE "N" TO WS-YA-GRABADA.
            MOVE "N" TO WS-EOF.
            OPEN OUTPUT FORMTMP-FILE.
            OPEN INPUT FORM-FILE.
            IF WS-FORM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-FORMULA
                PERFORM UNTIL WS-EOF = "S"
                    IF FORM-NOMBRE = WS-NOMBRE
                        IF WS-YA-GRABADA = "N"
                            PERFORM ESCRIBIR-PASOS-TABLA
                        END-IF
                    ELSE
                        WRITE FORMTMP-RECORD FROM FORM-RECORD
                    END-IF
                    PERFORM LEER-FORMULA
                END-PERFORM
                CLOSE FORM-FILE
            END-IF.
            IF WS-YA-GRABADA = "N"
                PERFORM ESCRIBIR-PASOS-TABLA
            END-IF.
            CLOSE FORMTMP-FILE.
            MOVE "N" TO WS-EOF.
            PERFORM REGRABAR-FORMFILE.

       ESCRIBIR-PASOS-TABLA.
            MOVE "S" TO WS-YA-GRABADA.
            PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-PASOS
                MOVE WS-NOMBRE TO FORM-NOMBRE
                MOVE WS-I TO FORM-NRO-PASO
                MOVE WS-P-OPCION (WS-I) TO FORM-OPCION
                MOVE WS-P-OPERANDO (WS-I) TO FORM-OPERANDO
                MOVE WS-P-CUENTA (WS-I) TO FORM-CUENTA
                WRITE FORMTMP-RECORD FROM FORM-RECORD
            END-PERFORM.

       REGRABAR-FORMFILE.
            OPEN INPUT FORMTMP-FILE.
            OPEN OUTPUT FORM-FILE.
            PERFORM LEER-FORMTMP.
            PERFORM UNTIL WS-EOF = "S"
                WRITE FORM-RECORD FROM FORMTMP-RECORD
                PERFORM LEER-FORMTMP
            END-PERFORM.
            CLOSE FORMTMP-FILE.
            CLOSE FORM-FILE.
            MOVE "N" TO WS-EOF.

       LEER-FORMTMP.
            READ FORMTMP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

      *-----------------------------------------------------------
      * FORMHIST: la imagen anterior sale de la tabla antes del
      * cambio y la nueva de la tabla ya grabada (paso WS-I).
      * Los pasos que cambiaron de numero al grabar se registran
      * como RENUMERO.
      *-----------------------------------------------------------
       MOVER-ANTERIOR-A-HISTORIA.
            MOVE WS-P-NRO-ORIG (WS-I) TO FHIS-NRO-PASO-ANT.
            MOVE WS-P-OPCION (WS-I) TO FHIS-OPCION-ANT.
            MOVE WS-P-OPERANDO (WS-I) TO FHIS-OPERANDO-ANT.
            MOVE WS-P-CUENTA (WS-I) TO FHIS-CUENTA-ANT.

       MOVER-PASO-A-HISTORIA.
            MOVE WS-I TO FHIS-NRO-PASO.
            MOVE WS-P-OPCION (WS-I) TO FHIS-OPCION.
            MOVE WS-P-OPERANDO (WS-I) TO FHIS-OPERANDO.
            MOVE WS-P-CUENTA (WS-I) TO FHIS-CUENTA.

       LIMPIAR-NUEVO-HISTORIA.
            MOVE 0 TO FHIS-NRO-PASO.
            MOVE 0 TO FHIS-OPCION.
            MOVE 0 TO FHIS-OPERANDO.
            MOVE SPACES TO FHIS-CUENTA.

       HISTORIA-RENUMERADOS.
            MOVE "RENUMERO" TO FHIS-ACCION.
            PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-CANT-PASOS
                IF WS-P-NRO-ORIG (WS-I) NOT = 0
                    AND WS-P-NRO-ORIG (WS-I) NOT = WS-I
                    PERFORM MOVER-PASO-A-HISTORIA
                    MOVE WS-P-NRO-ORIG (WS-I) TO FHIS-NRO-PASO-ANT
                    MOVE WS-P-OPCION (WS-I) TO FHIS-OPCION-ANT
                    MOVE WS-P-OPERANDO (WS-I) TO FHIS-OPERANDO-ANT
                    MOVE WS-P-CUENTA (WS-I) TO FHIS-CUENTA-ANT
                    PERFORM ESCRIBIR-HISTORIA
                END-IF
                MOVE WS-I TO WS-P-NRO-ORIG (WS-I)
            END-PERFORM.

       ESCRIBIR-HISTORIA.
            MOVE WS-FECHA-NEGOCIO TO FHIS-FECHA.
            ACCEPT FHIS-FECHA-SIS FROM DATE YYYYMMDD.
            ACCEPT FHIS-HORA-SIS FROM TIME.
            MOVE WS-OPERADOR-ID TO FHIS-OPERADOR.
            MOVE WS-NOMBRE TO FHIS-NOMBRE.
            WRITE FHIS-RECORD.

      *-----------------------------------------------------------
      * Listado de FORMFILE en orden de archivo, marcando lo que
      * haria fallar o cortar la formula en el batch: numeracion
      * fuera de secuencia, OPCION invalida, operando cero en
      * division o modulo y cuenta retirada o inexistente.
      *-----------------------------------------------------------
       LISTAR-FORMULAS.
            MOVE 0 TO WS-CNT-LISTADOS.
            MOVE 0 TO WS-CNT-FORMULAS.
            MOVE 0 TO WS-CNT-OBSERVADOS.
            MOVE SPACES TO WS-NOMBRE-ANTERIOR.
            MOVE "N" TO WS-EOF.
            OPEN INPUT FORM-FILE.
            IF WS-FORM-STATUS = "35"
                DISPLAY "NO EXISTE FORMFILE - NO HAY FORMULAS "
                    "DEFINIDAS"
            ELSE
                DISPLAY "FORMULA  PASO OPC    OPERANDO CUENTA "
                    "OBSERVACION"
                PERFORM LEER-FORMULA
                PERFORM UNTIL WS-EOF = "S"
                    PERFORM LISTAR-PASO
                    PERFORM LEER-FORMULA
                END-PERFORM
                CLOSE FORM-FILE
                DISPLAY "FORMULAS: " WS-CNT-FORMULAS
                    "  PASOS: " WS-CNT-LISTADOS
                    "  OBSERVADOS: " WS-CNT-OBSERVADOS
            END-IF.
            MOVE "N" TO WS-EOF.

       LISTAR-PASO.
            IF FORM-NOMBRE NOT = WS-NOMBRE-ANTERIOR
                ADD 1 TO WS-CNT-FORMULAS
                MOVE FORM-NOMBRE TO WS-NOMBRE-ANTERIOR
                MOVE 1 TO WS-PASO-ESPERADO
            ELSE
                ADD 1 TO WS-PASO-ESPERADO
            END-IF.
            MOVE SPACES TO WS-OBSERVACION.
            MOVE FORM-CUENTA TO WS-COD-BUSCADO.
            PERFORM BUSCAR-CUENTA.
            IF FORM-NRO-PASO NOT = WS-PASO-ESPERADO
                MOVE "PASO FUERA DE SECUENCIA" TO WS-OBSERVACION
            ELSE
            IF FORM-OPCION < 1 OR FORM-OPCION > 6
                MOVE "OPCION INVALIDA" TO WS-OBSERVACION
            ELSE
            IF (FORM-OPCION = 4 OR FORM-OPCION = 5)
                AND FORM-OPERANDO = 0
                MOVE "OPERANDO CERO" TO WS-OBSERVACION
            ELSE
            IF WS-CUENTA-SITUACION = "I"
                MOVE "CUENTA RETIRADA" TO WS-OBSERVACION
            ELSE
            IF WS-CUENTA-SITUACION = "X"
                MOVE "CUENTA INEXISTENTE" TO WS-OBSERVACION
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.
            IF WS-OBSERVACION NOT = SPACES
                ADD 1 TO WS-CNT-OBSERVADOS
            END-IF.
            MOVE FORM-OPERANDO TO WS-NUMERO2-ED.
            DISPLAY FORM-NOMBRE " " FORM-NRO-PASO "   " FORM-OPCION
                "   " WS-NUMERO2-ED " " FORM-CUENTA " "
                WS-OBSERVACION.
            ADD 1 TO WS-CNT-LISTADOS.

      *-----------------------------------------------------------
      * Prueba: corre la formula como el batch (PROCESAR-FORMULA
      * de calcbat) con el NUM1 tecleado: cada paso toma como NUM1
      * el RESULTADO del anterior y un paso con error corta la
      * cadena. Solo muestra; no escribe ningun archivo. El
      * calculo es en moneda base.
      *-----------------------------------------------------------
       PROBAR-FORMULA.
            PERFORM PEDIR-FORMULA.
            IF WS-CANT-PASOS = 0
                IF WS-FORM-DESBORDE = "N"
                    DISPLAY "ERROR: LA FORMULA " WS-NOMBRE
                        " NO EXISTE EN FORMFILE"
                END-IF
            ELSE
                DISPLAY "ingrese el NUM1 inicial (admite decimales, "
                    "ej. 12.50)"
                ACCEPT WS-BASE-FORMULA
                DISPLAY " "
                DISPLAY "PRUEBA DE LA FORMULA " WS-NOMBRE
                    " - NO SE POSTEA NADA"
                DISPLAY "PASO OPC        NUM1     NUMERO2   "
                    "RESULTADO CUENTA ESTADO"
                MOVE "S" TO WS-SEGUIR-FORMULA
                PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-CANT-PASOS
                        OR WS-SEGUIR-FORMULA = "N"
                    PERFORM PROBAR-PASO
                END-PERFORM
                IF WS-SEGUIR-FORMULA = "S"
                    MOVE WS-BASE-FORMULA TO WS-RESULTADO-ED
                    DISPLAY "RESULTADO FINAL: " WS-RESULTADO-ED
                ELSE
                    DISPLAY "LA FORMULA SE CORTA EN ESE PASO - EN EL "
                        "BATCH LOS PASOS RESTANTES NO CORREN"
                END-IF
            END-IF.

       PROBAR-PASO.
            MOVE "OK" TO WS-ESTADO.
            MOVE WS-BASE-FORMULA TO NUM1.
            MOVE WS-P-OPERANDO (WS-I) TO NUMERO2.
            MOVE WS-P-OPCION (WS-I) TO Opcion.
            MOVE WS-P-CUENTA (WS-I) TO WS-COD-BUSCADO.

            PERFORM BUSCAR-CUENTA.
            IF WS-CUENTA-SITUACION = "I" OR WS-CUENTA-SITUACION = "X"
                MOVE "CUENTA INVALIDA" TO WS-ESTADO
                MOVE 0 TO RESULTADO.

            IF WS-ESTADO = "OK"
                PERFORM EJECUTAR-OPERACION.

            MOVE NUM1 TO WS-NUM1-ED.
            MOVE NUMERO2 TO WS-NUMERO2-ED.
            MOVE RESULTADO TO WS-RESULTADO-ED.
            MOVE WS-I TO WS-NRO-PASO.
            DISPLAY WS-NRO-PASO "    " Opcion "  " WS-NUM1-ED " "
                WS-NUMERO2-ED " " WS-RESULTADO-ED " "
                WS-P-CUENTA (WS-I) " " WS-ESTADO.

            IF WS-ESTADO = "OK"
                MOVE RESULTADO TO WS-BASE-FORMULA
            ELSE
                MOVE "N" TO WS-SEGUIR-FORMULA.

       EJECUTAR-OPERACION.
            if opcion = 1
               perform suma.

            if Opcion = 2
               PERFORM resta.

            if Opcion = 3
               PERFORM multiplicacion.

            if Opcion = 4
                PERFORM div.

            if Opcion = 5
                PERFORM modulo.

            if Opcion = 6
                PERFORM potencia.

            if opcion > 6 or opcion < 1
                MOVE "OPCION INVALIDA" TO WS-ESTADO
                MOVE 0 TO RESULTADO.

       Suma.
            ADD NUM1 TO NUMERO2 GIVING RESULTADO
                ON SIZE ERROR
                    MOVE "OVERFLOW SUMA" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
            END-ADD.

       Resta.
            SUBTRACT NUM1 FROM NUMERO2 GIVING RESULTADO.

       Div.
            IF NUMERO2 = 0
                MOVE "DIVISION POR CERO" TO WS-ESTADO
                MOVE 0 TO RESULTADO
            ELSE
                DIVIDE NUM1 BY NUMERO2 GIVING RESULTADO ROUNDED
            END-IF.

       Multiplicacion.
            MULTIPLY NUM1 BY NUMERO2 GIVING RESULTADO
                ON SIZE ERROR
                    MOVE "OVERFLOW MULTIPLICACION" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
            END-MULTIPLY.

       Modulo.
            IF NUMERO2 = 0
                MOVE "MODULO POR CERO" TO WS-ESTADO
                MOVE 0 TO RESULTADO
            ELSE
                DIVIDE NUM1 BY NUMERO2 GIVING WS-COCIENTE
                    REMAINDER RESULTADO
                    ON SIZE ERROR
                        MOVE "OVERFLOW MODULO" TO WS-ESTADO
                        MOVE 0 TO RESULTADO
                END-DIVIDE
            END-IF.

       Potencia.
            COMPUTE RESULTADO = NUM1 ** NUMERO2
                ON SIZE ERROR
                    MOVE "OVERFLOW POTENCIA" TO WS-ESTADO
                    MOVE 0 TO RESULTADO
            END-COMPUTE.

       END PROGRAM calcfrm.
