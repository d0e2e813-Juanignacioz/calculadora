      * rejected record; corrected records are written as
      * independent transactions (no chain flag), since a chain is
      * rebuilt by resubmitting the whole formula, not one step.
      * Every correction is also appended to FIXHIST (fixrec.cpy)
      * with the business date, the rejected values and the
      * corrected ones, so the resubmission can be traced later.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANFIX-FILE ASSIGN TO "TRANFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFIX-STATUS.
           SELECT FIX-FILE ASSIGN TO "FIXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANFIX-FILE.
       COPY "tranrec.cpy".

       FD FIX-FILE.
       COPY "fixrec.cpy".

       FD FCH-FILE.
       COPY "fchrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS PIC XX.
       01 WS-TRANFIX-STATUS PIC XX.
       01 WS-FIX-STATUS PIC XX.
       01 WS-FCH-STATUS PIC XX.
       01 WS-FECHA-NEGOCIO PIC 9(8).
       01 WS-EOF PIC X VALUE "N".
       01 WS-RESPUESTA PIC X.
       01 WS-NUM1-NUEVO PIC S9(7)V99.
                STOP RUN
            END-IF.

            PERFORM LEER-FECHA-NEGOCIO.
            OPEN OUTPUT TRANFIX-FILE.
            OPEN EXTEND FIX-FILE.
            IF WS-FIX-STATUS = "35"
                OPEN OUTPUT FIX-FILE
            END-IF.

            PERFORM LEER-RESULTADO.
            PERFORM UNTIL WS-EOF = "S"

            CLOSE RESULT-FILE.
            CLOSE TRANFIX-FILE.
            CLOSE FIX-FILE.

            DISPLAY "RECHAZADOS ENCONTRADOS: " WS-CNT-RECHAZADOS.
            DISPLAY "CORREGIDOS A TRANFIX:   " WS-CNT-CORREGIDOS.
            END-IF.
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

       LEER-RESULTADO.
            READ RESULT-FILE
                AT END MOVE "S" TO WS-EOF
            DISPLAY "  NUMERO2: " WS-NUMERO2-ED.
            DISPLAY "  OPCION:  " RESULT-OPCION.
            DISPLAY "  CUENTA:  " RESULT-CUENTA.
            DISPLAY "  MONEDA:  " RESULT-MONEDA.
            DISPLAY "CORREGIR ESTE REGISTRO? (S/N)".
            ACCEPT WS-RESPUESTA.

            MOVE RESULT-CUENTA TO TRAN-CUENTA.
            MOVE SPACE TO TRAN-CADENA.
            MOVE SPACES TO TRAN-FORMULA.
            MOVE RESULT-MONEDA TO TRAN-MONEDA.
            WRITE TRAN-RECORD.
            ADD 1 TO WS-CNT-CORREGIDOS.
            PERFORM ESCRIBIR-HISTORIA.

       ESCRIBIR-HISTORIA.
            MOVE WS-FECHA-NEGOCIO TO FIX-FECHA.
            MOVE RESULT-CUENTA TO FIX-CUENTA.
            MOVE RESULT-NUM1 TO FIX-NUM1-ORIG.
            MOVE RESULT-NUMERO2 TO FIX-NUMERO2-ORIG.
            MOVE RESULT-OPCION TO FIX-OPCION-ORIG.
            MOVE RESULT-ESTADO TO FIX-ESTADO-ORIG.
            MOVE WS-NUM1-NUEVO TO FIX-NUM1.
            MOVE WS-NUMERO2-NUEVO TO FIX-NUMERO2.
            MOVE WS-OPCION-NUEVA TO FIX-OPCION.
            MOVE RESULT-MONEDA TO FIX-MONEDA.
            WRITE FIX-RECORD.

       END PROGRAM calcfix.
