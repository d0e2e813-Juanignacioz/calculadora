      * against. Lets the operator add a new code with its
      * description, retire a code (it stays on the master marked
      * inactive so history can still be explained), reactivate a
      * retired code, set or change a code's contra/offset
      * account, and list the whole master. Retire, reactivate and
      * contra changes rewrite the file via a work file
      * (CTAFILE.TMP) copied back, the same way calcapr updates
      * SUSPFILE, so no manual renames are needed.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY "ctarec.cpy".

       FD CTATMP-FILE.
       01 CTATMP-RECORD PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-CTA-STATUS PIC XX.
       01 WS-DESC-NUEVA PIC X(30).
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-ESTADO-NUEVO PIC X.
      * Contrapartida tecleada en el alta o en el cambio: no puede
      * quedar en blanco ni ser la misma cuenta. Si no figura en
      * el maestro solo se avisa (puede ser una cuenta contable
      * que no recibe transacciones directas).
       01 WS-CONTRA-NUEVA PIC X(06).
       01 WS-CONTRA-OK PIC X VALUE "N".
       01 WS-COD-GUARDADO PIC X(06).
       01 WS-CNT-LISTADOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
            DISPLAY "A. ALTA DE CUENTA".
            DISPLAY "B. BAJA (RETIRAR) CUENTA".
            DISPLAY "R. REACTIVAR CUENTA".
            DISPLAY "C. CAMBIAR CONTRAPARTIDA".
            DISPLAY "L. LISTAR MAESTRO".
            DISPLAY "X. SALIR".
            DISPLAY "ingrese una opcion".
                PERFORM CAMBIAR-ESTADO-CUENTA
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "c" or WS-OPCION-MENU = "C"
                PERFORM CAMBIAR-CONTRAPARTIDA
                go to MENU-PRINCIPAL.

            if WS-OPCION-MENU = "l" or WS-OPCION-MENU = "L"
                PERFORM LISTAR-MAESTRO
                go to MENU-PRINCIPAL.
      * Alta: rechaza el codigo si ya existe en el maestro (activo
      * o retirado - un codigo retirado se recupera con R, no con
      * una alta repetida) y si es nuevo lo agrega al final como
      * activo, con su contrapartida (sin una valida no hay alta).
      *-----------------------------------------------------------
       ALTA-CUENTA.
            DISPLAY "ingrese el codigo de cuenta (6 caracteres)".
            ACCEPT WS-COD-BUSCADO.
            DISPLAY "ingrese la descripcion (30 caracteres)".
            ACCEPT WS-DESC-NUEVA.
            PERFORM PEDIR-CONTRAPARTIDA.

            PERFORM BUSCAR-CUENTA.
            IF WS-ENCONTRADO = "S"
                DISPLAY "ERROR: LA CUENTA " WS-COD-BUSCADO
                    " YA EXISTE EN EL MAESTRO"
            ELSE
                IF WS-CONTRA-OK = "N"
                    DISPLAY "ERROR: LA CUENTA " WS-COD-BUSCADO
                        " NO SE AGREGA SIN UNA CONTRAPARTIDA VALIDA"
                ELSE
                    OPEN EXTEND CTA-FILE
                    IF WS-CTA-STATUS = "35"
                        OPEN OUTPUT CTA-FILE
                    END-IF
                    MOVE WS-COD-BUSCADO TO CTA-CODIGO
                    MOVE WS-DESC-NUEVA TO CTA-DESCRIPCION
                    MOVE "S" TO CTA-ACTIVA
                    MOVE WS-CONTRA-NUEVA TO CTA-CONTRAPARTIDA
                    WRITE CTA-RECORD
                    CLOSE CTA-FILE
                    DISPLAY "CUENTA " WS-COD-BUSCADO " AGREGADA"
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * Pide la contrapartida de WS-COD-BUSCADO y la valida: no
      * puede quedar en blanco ni ser la misma cuenta. Deja
      * WS-CONTRA-OK en "S" si se puede grabar.
      *-----------------------------------------------------------
       PEDIR-CONTRAPARTIDA.
            MOVE "N" TO WS-CONTRA-OK.
            DISPLAY "ingrese la cuenta contrapartida (6 caracteres)".
            ACCEPT WS-CONTRA-NUEVA.
            IF WS-CONTRA-NUEVA = SPACES
                DISPLAY "ERROR: LA CONTRAPARTIDA NO PUEDE QUEDAR "
                    "EN BLANCO"
            ELSE
                IF WS-CONTRA-NUEVA = WS-COD-BUSCADO
                    DISPLAY "ERROR: LA CONTRAPARTIDA NO PUEDE SER "
                        "LA MISMA CUENTA"
                ELSE
                    MOVE "S" TO WS-CONTRA-OK
                    MOVE WS-COD-BUSCADO TO WS-COD-GUARDADO
                    MOVE WS-CONTRA-NUEVA TO WS-COD-BUSCADO
                    PERFORM BUSCAR-CUENTA
                    IF WS-ENCONTRADO = "N"
                        DISPLAY "AVISO: LA CONTRAPARTIDA "
                            WS-CONTRA-NUEVA " NO FIGURA EN EL "
                            "MAESTRO"
                    END-IF
                    MOVE WS-COD-GUARDADO TO WS-COD-BUSCADO
                END-IF
            END-IF.

       BUSCAR-CUENTA.
            END-IF.
            MOVE "N" TO WS-EOF.

      *-----------------------------------------------------------
      * Cambio de contrapartida: misma copia al archivo de trabajo
      * que la baja, cambiando CTA-CONTRAPARTIDA del codigo pedido.
      *-----------------------------------------------------------
       CAMBIAR-CONTRAPARTIDA.
            DISPLAY "ingrese el codigo de cuenta (6 caracteres)".
            ACCEPT WS-COD-BUSCADO.
            PERFORM PEDIR-CONTRAPARTIDA.
            IF WS-CONTRA-OK = "S"
                MOVE "N" TO WS-ENCONTRADO
                OPEN INPUT CTA-FILE
                IF WS-CTA-STATUS = "35"
                    DISPLAY "NO EXISTE CTAFILE - EL MAESTRO ESTA "
                        "VACIO"
                ELSE
                    OPEN OUTPUT CTATMP-FILE
                    PERFORM LEER-CUENTA
                    PERFORM UNTIL WS-EOF = "S"
                        IF CTA-CODIGO = WS-COD-BUSCADO
                            MOVE "S" TO WS-ENCONTRADO
                            MOVE WS-CONTRA-NUEVA TO
                                CTA-CONTRAPARTIDA
                        END-IF
                        WRITE CTATMP-RECORD FROM CTA-RECORD
                        PERFORM LEER-CUENTA
                    END-PERFORM
                    CLOSE CTA-FILE
                    CLOSE CTATMP-FILE
                    MOVE "N" TO WS-EOF
                    PERFORM REGRABAR-MAESTRO
                    IF WS-ENCONTRADO = "S"
                        DISPLAY "CUENTA " WS-COD-BUSCADO
                            " CONTRAPARTIDA " WS-CONTRA-NUEVA
                    ELSE
                        DISPLAY "ERROR: LA CUENTA " WS-COD-BUSCADO
                            " NO EXISTE EN EL MAESTRO"
                    END-IF
                END-IF
            END-IF.
            MOVE "N" TO WS-EOF.

       REGRABAR-MAESTRO.
            OPEN INPUT CTATMP-FILE.
            OPEN OUTPUT CTA-FILE.
            IF WS-CTA-STATUS = "35"
                DISPLAY "NO EXISTE CTAFILE - EL MAESTRO ESTA VACIO"
            ELSE
                DISPLAY "CODIGO DESCRIPCION                    ACT "
                    "CONTRA"
                PERFORM LEER-CUENTA
                PERFORM UNTIL WS-EOF = "S"
                    DISPLAY CTA-CODIGO " " CTA-DESCRIPCION " "
                        CTA-ACTIVA "   " CTA-CONTRAPARTIDA
                    ADD 1 TO WS-CNT-LISTADOS
                    PERFORM LEER-CUENTA
                END-PERFORM
