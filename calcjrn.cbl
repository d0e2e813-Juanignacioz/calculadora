       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcjrn.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Journal voucher step: turns the day's one-sided GL lines
      * into balanced double-entry vouchers (jrnrec.cpy) so the GL
      * team no longer keys the offsetting side by hand. Every
      * GLEXTRACT line of the FECHACTL business date - and every
      * suspense result a supervisor approved today for an earlier
      * date, which calcapr releases under its original date -
      * becomes one voucher: a debit and a credit line between the
      * posting's cuenta and that cuenta's contra account on
      * CTAFILE, numbered AAAAMMDDnnnnnn, carrying the operator who
      * keyed the calculation. A reversal's contraasiento has the
      * opposite sign, so it comes out as the mirror voucher of the
      * original and is marked "R".
      * The vouchers are written to a work file (JRNFILE.TMP) and
      * only copied to JRNFILE when every posting found its contra
      * account and the work file, read back, balances: total
      * debits equal total credits, every voucher number has
      * exactly one debit and one credit line of the same amount,
      * and the lines read are two per voucher generated. If not,
      * JRNFILE is left empty and the file is NOT released, the
      * same way calcedt holds back a bad TRANRAW.
      * The CALCJRN listing shows every voucher, any posting that
      * could not be vouchered and why, and debit/credit totals
      * per cuenta. Run it after calcapr and before calceod; a
      * rerun rebuilds the whole day with the same numbers.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CTA-FILE ASSIGN TO "CTAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAF-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT JRN-FILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT JRNTMP-FILE ASSIGN TO "JRNFILE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNTMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD GL-FILE.
       COPY "glrec.cpy".

       FD SUSP-FILE.
       COPY "susprec.cpy".

       FD CTA-FILE.
       COPY "ctarec.cpy".

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD JRN-FILE.
       COPY "jrnrec.cpy".

       FD JRNTMP-FILE.
       01 JRNTMP-RECORD PIC X(74).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-CUENTA    PIC X(06).
           05 SORT-DH        PIC X.
           05 SORT-IMPORTE   PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-GL-STATUS PIC XX.
       01 WS-SUSP-STATUS PIC XX.
       01 WS-CTAF-STATUS PIC XX.
       01 WS-FCH-STATUS PIC XX.
       01 WS-JRN-STATUS PIC XX.
       01 WS-JRNTMP-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-FIN-SORT PIC X VALUE "N".
       01 WS-FECHA-NEGOCIO PIC 9(8).

      * Cuentas del maestro con su contrapartida.
       01 WS-MAX-CUENTAS PIC 9(4) VALUE 0500.
       01 WS-TOTAL-CUENTAS PIC 9(4) VALUE 0.
       01 WS-TABLA-CUENTAS.
           05 WS-CTA-ENTRADA OCCURS 500 TIMES
                              INDEXED BY WS-CTA-IDX.
               10 WS-CTA-COD     PIC X(06).
               10 WS-CTA-CONTRA  PIC X(06).
       01 WS-CONTRA PIC X(06).

      * Posteo del que se arma el comprobante, tomado de GLEXTRACT
      * o de un aprobado tardio de SUSPFILE.
       01 WS-CB-FECHA PIC 9(8).
       01 WS-CB-CUENTA PIC X(06).
       01 WS-CB-IMPORTE PIC S9(7)V99.
       01 WS-CB-OPERADOR PIC X(08).
       01 WS-CB-TIPO PIC X.
       01 WS-CB-NUM1 PIC S9(7)V99.
       01 WS-CB-NUMERO2 PIC S9(7)V99.
       01 WS-CB-OPCION PIC 9.
       01 WS-CB-MONEDA PIC X(03).
       01 WS-CB-ABS PIC 9(9)V99.

       01 WS-SECUENCIA PIC 9(6) VALUE 0.
       01 WS-NUMERO PIC 9(14).
       01 WS-CNT-POSTEOS PIC 9(7) VALUE 0.
       01 WS-CNT-REVERSAS PIC 9(7) VALUE 0.
       01 WS-CNT-TARDIOS PIC 9(7) VALUE 0.
       01 WS-CNT-SIN-CONTRA PIC 9(7) VALUE 0.
      * Control del archivo de trabajo releido (LIBERAR-LINEAS):
      * totales por JRN-DH, lineas leidas y comprobantes que no
      * tienen exactamente un debe y un haber del mismo importe.
       01 WS-TOT-DEBE PIC 9(11)V99 VALUE 0.
       01 WS-TOT-HABER PIC 9(11)V99 VALUE 0.
       01 WS-CNT-LINEAS PIC 9(7) VALUE 0.
       01 WS-CNT-ESPERADAS PIC 9(7) VALUE 0.
       01 WS-CNT-DESCUADRADOS PIC 9(7) VALUE 0.
       01 WS-HAY-COMPROBANTE PIC X VALUE "N".
       01 WS-NUMERO-CORTE PIC 9(14).
       01 WS-CNT-D-COMPROBANTE PIC 9(3).
       01 WS-CNT-H-COMPROBANTE PIC 9(3).
       01 WS-DEBE-COMPROBANTE PIC 9(11)V99.
       01 WS-HABER-COMPROBANTE PIC 9(11)V99.
       01 WS-LIBERADO PIC X VALUE "N".

      * Corte de control por cuenta para los totales del listado.
       01 WS-HAY-GRUPO PIC X VALUE "N".
       01 WS-CUENTA-CORTE PIC X(06).
       01 WS-CNT-GRUPO PIC 9(7) VALUE 0.
       01 WS-DEBE-GRUPO PIC 9(11)V99 VALUE 0.
       01 WS-HABER-GRUPO PIC 9(11)V99 VALUE 0.

       01 WS-LINEA-COMPROBANTE.
           05 WS-LC-NUMERO      PIC X(15).
           05 WS-LC-FECHA       PIC X(09).
           05 WS-LC-OPERADOR    PIC X(09).
           05 WS-LC-TIPO        PIC X(02).
           05 WS-LC-CUENTA      PIC X(07).
           05 WS-LC-DEBE        PIC Z(9)9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LC-HABER       PIC Z(9)9.99 BLANK WHEN ZERO.

       01 WS-LINEA-CUENTA.
           05 WS-LK-CUENTA      PIC X(08).
           05 WS-LK-CNT         PIC ZZZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-LK-DEBE        PIC Z(10)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LK-HABER       PIC Z(10)9.99.

       01 WS-LINEA-RESUMEN.
           05 WS-LR-TEXTO      PIC X(35).
           05 WS-LR-VALOR      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-FECHA-NEGOCIO.
            PERFORM CARGAR-CUENTAS.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECERA.
            OPEN OUTPUT JRNTMP-FILE.
            PERFORM GENERAR-DESDE-GL.
            PERFORM GENERAR-DESDE-SUSPENSO.
            CLOSE JRNTMP-FILE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "TOTALES POR CUENTA" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CUENTA   LINEAS            DEBE"
                    DELIMITED BY SIZE
                "           HABER" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            SORT SORT-FILE
                ON ASCENDING KEY SORT-CUENTA
                INPUT PROCEDURE IS LIBERAR-LINEAS
                OUTPUT PROCEDURE IS TOTALIZAR-CUENTAS.

            COMPUTE WS-CNT-ESPERADAS = WS-SECUENCIA * 2.
            IF WS-TOT-DEBE = WS-TOT-HABER
                AND WS-CNT-DESCUADRADOS = 0
                AND WS-CNT-LINEAS = WS-CNT-ESPERADAS
                AND WS-CNT-SIN-CONTRA = 0
                PERFORM LIBERAR-COMPROBANTES
                MOVE "S" TO WS-LIBERADO
            ELSE
                OPEN OUTPUT JRN-FILE
                CLOSE JRN-FILE
            END-IF.

            PERFORM IMPRIMIR-RESUMEN.
            CLOSE REPORT-FILE.

            IF WS-LIBERADO = "S"
                DISPLAY "COMPROBANTES DEL " WS-FECHA-NEGOCIO
                    " LIBERADOS EN JRNFILE: " WS-SECUENCIA
                    " (VER CALCJRN)"
            ELSE
                IF WS-CNT-SIN-CONTRA > 0
                    DISPLAY "ERROR: " WS-CNT-SIN-CONTRA
                        " POSTEOS SIN CONTRAPARTIDA EN CTAFILE - "
                        "JRNFILE NO SE LIBERA (VER CALCJRN)"
                ELSE
                    IF WS-CNT-LINEAS NOT = WS-CNT-ESPERADAS
                        DISPLAY "ERROR: JRNFILE.TMP TIENE "
                            WS-CNT-LINEAS " LINEAS Y SE ESPERABAN "
                            WS-CNT-ESPERADAS " - JRNFILE NO SE "
                            "LIBERA (VER CALCJRN)"
                    ELSE
                        IF WS-CNT-DESCUADRADOS > 0
                            DISPLAY "ERROR: " WS-CNT-DESCUADRADOS
                                " COMPROBANTES SIN UN DEBE Y UN "
                                "HABER IGUALES - JRNFILE NO SE "
                                "LIBERA (VER CALCJRN)"
                        ELSE
                            DISPLAY "ERROR: DEBE Y HABER NO "
                                "BALANCEAN - JRNFILE NO SE LIBERA "
                                "(VER CALCJRN)"
                        END-IF
                    END-IF
                END-IF
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

       CARGAR-CUENTAS.
            OPEN INPUT CTA-FILE.
            IF WS-CTAF-STATUS = "35"
                DISPLAY "AVISO: NO SE ENCONTRO CTAFILE - NINGUN "
                    "POSTEO TENDRA CONTRAPARTIDA"
            ELSE
                PERFORM LEER-CUENTA
                PERFORM UNTIL WS-EOF = "S"
                    IF WS-TOTAL-CUENTAS < WS-MAX-CUENTAS
                        ADD 1 TO WS-TOTAL-CUENTAS
                        SET WS-CTA-IDX TO WS-TOTAL-CUENTAS
                        MOVE CTA-CODIGO TO WS-CTA-COD (WS-CTA-IDX)
                        MOVE CTA-CONTRAPARTIDA TO
                            WS-CTA-CONTRA (WS-CTA-IDX)
                    END-IF
                    PERFORM LEER-CUENTA
                END-PERFORM
                CLOSE CTA-FILE
            END-IF.
            MOVE "N" TO WS-EOF.

       LEER-CUENTA.
            READ CTA-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       IMPRIMIR-CABECERA.
            MOVE SPACES TO REPORT-LINE.
            STRING "LIBRO DIARIO - COMPROBANTES DE PARTIDA DOBLE"
                    DELIMITED BY SIZE
                " - CALCJRN" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
                WS-FECHA-NEGOCIO DELIMITED BY SIZE
                "  (IMPORTES EN MONEDA BASE)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "COMPROBANTE    FECHA    OPERADOR T CUENTA"
                    DELIMITED BY SIZE
                "          DEBE         HABER" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.

       GENERAR-DESDE-GL.
            MOVE "N" TO WS-EOF.
            OPEN INPUT GL-FILE.
            IF WS-GL-STATUS NOT = "35"
                PERFORM LEER-GL
                PERFORM UNTIL WS-EOF = "S"
                    IF GL-FECHA = WS-FECHA-NEGOCIO
                        MOVE GL-FECHA TO WS-CB-FECHA
                        MOVE GL-CUENTA TO WS-CB-CUENTA
                        MOVE GL-RESULTADO TO WS-CB-IMPORTE
                        MOVE GL-OPERADOR TO WS-CB-OPERADOR
                        MOVE GL-TIPO TO WS-CB-TIPO
                        MOVE GL-NUM1 TO WS-CB-NUM1
                        MOVE GL-NUMERO2 TO WS-CB-NUMERO2
                        MOVE GL-OPCION TO WS-CB-OPCION
                        MOVE GL-MONEDA TO WS-CB-MONEDA
                        PERFORM ARMAR-COMPROBANTE
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
      * Aprobados hoy de fechas anteriores: calcapr los libero a
      * GLEXTRACT con su fecha original, que ya tuvo su corrida de
      * comprobantes, asi que se toman de SUSPFILE por la fecha de
      * decision.
      *-----------------------------------------------------------
       GENERAR-DESDE-SUSPENSO.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SUSP-FILE.
            IF WS-SUSP-STATUS NOT = "35"
                PERFORM LEER-SUSPENSO
                PERFORM UNTIL WS-EOF = "S"
                    IF SUSP-ESTADO = "APROBADO"
                        AND SUSP-FECHA-DECISION IS NUMERIC
                        AND SUSP-FECHA-DECISION = WS-FECHA-NEGOCIO
                        AND SUSP-FECHA < WS-FECHA-NEGOCIO
                        MOVE SUSP-FECHA TO WS-CB-FECHA
                        MOVE SUSP-CUENTA TO WS-CB-CUENTA
                        MOVE SUSP-RESULTADO TO WS-CB-IMPORTE
                        MOVE SUSP-OPERADOR TO WS-CB-OPERADOR
                        MOVE SUSP-TIPO TO WS-CB-TIPO
                        MOVE SUSP-NUM1 TO WS-CB-NUM1
                        MOVE SUSP-NUMERO2 TO WS-CB-NUMERO2
                        MOVE SUSP-OPCION TO WS-CB-OPCION
                        MOVE SUSP-MONEDA TO WS-CB-MONEDA
                        ADD 1 TO WS-CNT-TARDIOS
                        PERFORM ARMAR-COMPROBANTE
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
      * Un comprobante por posteo: importe positivo debita la
      * cuenta y acredita la contrapartida, negativo al reves. Sin
      * contrapartida en el maestro no se arma y el archivo no se
      * libera.
      *-----------------------------------------------------------
       ARMAR-COMPROBANTE.
            ADD 1 TO WS-CNT-POSTEOS.
            PERFORM BUSCAR-CONTRAPARTIDA.
            IF WS-CONTRA = SPACES
                ADD 1 TO WS-CNT-SIN-CONTRA
                MOVE SPACES TO REPORT-LINE
                STRING "** SIN CONTRAPARTIDA: CUENTA "
                        DELIMITED BY SIZE
                    WS-CB-CUENTA DELIMITED BY SIZE
                    " FECHA " DELIMITED BY SIZE
                    WS-CB-FECHA DELIMITED BY SIZE
                    " OPERADOR " DELIMITED BY SIZE
                    WS-CB-OPERADOR DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                ADD 1 TO WS-SECUENCIA
                COMPUTE WS-NUMERO = WS-FECHA-NEGOCIO * 1000000
                    + WS-SECUENCIA
                IF WS-CB-TIPO = "R"
                    ADD 1 TO WS-CNT-REVERSAS
                END-IF
                IF WS-CB-IMPORTE < 0
                    COMPUTE WS-CB-ABS = 0 - WS-CB-IMPORTE
                    MOVE WS-CONTRA TO JRN-CUENTA
                    PERFORM GRABAR-LINEA-DEBE
                    MOVE WS-CB-CUENTA TO JRN-CUENTA
                    PERFORM GRABAR-LINEA-HABER
                ELSE
                    MOVE WS-CB-IMPORTE TO WS-CB-ABS
                    MOVE WS-CB-CUENTA TO JRN-CUENTA
                    PERFORM GRABAR-LINEA-DEBE
                    MOVE WS-CONTRA TO JRN-CUENTA
                    PERFORM GRABAR-LINEA-HABER
                END-IF
            END-IF.

       BUSCAR-CONTRAPARTIDA.
            MOVE SPACES TO WS-CONTRA.
            PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                UNTIL WS-CTA-IDX > WS-TOTAL-CUENTAS
                IF WS-CTA-COD (WS-CTA-IDX) = WS-CB-CUENTA
                    MOVE WS-CTA-CONTRA (WS-CTA-IDX) TO WS-CONTRA
                END-IF
            END-PERFORM.

       GRABAR-LINEA-DEBE.
            MOVE 1 TO JRN-LINEA.
            MOVE "D" TO JRN-DH.
            PERFORM GRABAR-LINEA.
            MOVE WS-NUMERO TO WS-LC-NUMERO.
            MOVE WS-CB-FECHA TO WS-LC-FECHA.
            MOVE WS-CB-OPERADOR TO WS-LC-OPERADOR.
            MOVE WS-CB-TIPO TO WS-LC-TIPO.
            MOVE JRN-CUENTA TO WS-LC-CUENTA.
            MOVE WS-CB-ABS TO WS-LC-DEBE.
            MOVE 0 TO WS-LC-HABER.
            MOVE WS-LINEA-COMPROBANTE TO REPORT-LINE.
            WRITE REPORT-LINE.

       GRABAR-LINEA-HABER.
            MOVE 2 TO JRN-LINEA.
            MOVE "H" TO JRN-DH.
            PERFORM GRABAR-LINEA.
            MOVE SPACES TO WS-LC-NUMERO.
            MOVE SPACES TO WS-LC-FECHA.
            MOVE SPACES TO WS-LC-OPERADOR.
            MOVE SPACES TO WS-LC-TIPO.
            MOVE JRN-CUENTA TO WS-LC-CUENTA.
            MOVE 0 TO WS-LC-DEBE.
            MOVE WS-CB-ABS TO WS-LC-HABER.
            MOVE WS-LINEA-COMPROBANTE TO REPORT-LINE.
            WRITE REPORT-LINE.

       GRABAR-LINEA.
            MOVE WS-NUMERO TO JRN-NUMERO.
            MOVE WS-CB-FECHA TO JRN-FECHA.
            MOVE WS-CB-ABS TO JRN-IMPORTE.
            MOVE WS-CB-OPERADOR TO JRN-OPERADOR.
            MOVE WS-CB-TIPO TO JRN-TIPO.
            MOVE WS-CB-NUM1 TO JRN-NUM1.
            MOVE WS-CB-NUMERO2 TO JRN-NUMERO2.
            MOVE WS-CB-OPCION TO JRN-OPCION.
            MOVE WS-CB-MONEDA TO JRN-MONEDA.
            WRITE JRNTMP-RECORD FROM JRN-RECORD.

      *-----------------------------------------------------------
      * Relee el archivo de trabajo para los totales por cuenta y,
      * de paso, arma los controles con que se decide la
      * liberacion: debe y haber por JRN-DH, lineas leidas y, con
      * corte por JRN-NUMERO, que cada comprobante tenga un debe y
      * un haber del mismo importe.
      *-----------------------------------------------------------
       LIBERAR-LINEAS.
            MOVE "N" TO WS-EOF.
            OPEN INPUT JRNTMP-FILE.
            PERFORM LEER-JRNTMP.
            PERFORM UNTIL WS-EOF = "S"
                PERFORM CONTROLAR-LINEA
                MOVE JRN-CUENTA TO SORT-CUENTA
                MOVE JRN-DH TO SORT-DH
                MOVE JRN-IMPORTE TO SORT-IMPORTE
                RELEASE SORT-RECORD
                PERFORM LEER-JRNTMP
            END-PERFORM.
            IF WS-HAY-COMPROBANTE = "S"
                PERFORM VERIFICAR-COMPROBANTE
            END-IF.
            CLOSE JRNTMP-FILE.

       CONTROLAR-LINEA.
            ADD 1 TO WS-CNT-LINEAS.
            IF WS-HAY-COMPROBANTE = "S"
                AND JRN-NUMERO NOT = WS-NUMERO-CORTE
                PERFORM VERIFICAR-COMPROBANTE
            END-IF.
            IF WS-HAY-COMPROBANTE = "N"
                MOVE JRN-NUMERO TO WS-NUMERO-CORTE
                MOVE 0 TO WS-CNT-D-COMPROBANTE
                MOVE 0 TO WS-CNT-H-COMPROBANTE
                MOVE 0 TO WS-DEBE-COMPROBANTE
                MOVE 0 TO WS-HABER-COMPROBANTE
                MOVE "S" TO WS-HAY-COMPROBANTE
            END-IF.
            EVALUATE JRN-DH
                WHEN "D"
                    ADD JRN-IMPORTE TO WS-TOT-DEBE
                    ADD JRN-IMPORTE TO WS-DEBE-COMPROBANTE
                    ADD 1 TO WS-CNT-D-COMPROBANTE
                WHEN "H"
                    ADD JRN-IMPORTE TO WS-TOT-HABER
                    ADD JRN-IMPORTE TO WS-HABER-COMPROBANTE
                    ADD 1 TO WS-CNT-H-COMPROBANTE
                WHEN OTHER
                    ADD 1 TO WS-CNT-D-COMPROBANTE
                    ADD 1 TO WS-CNT-H-COMPROBANTE
            END-EVALUATE.

       VERIFICAR-COMPROBANTE.
            IF WS-CNT-D-COMPROBANTE NOT = 1
                OR WS-CNT-H-COMPROBANTE NOT = 1
                OR WS-DEBE-COMPROBANTE NOT = WS-HABER-COMPROBANTE
                ADD 1 TO WS-CNT-DESCUADRADOS
                MOVE SPACES TO REPORT-LINE
                STRING "** COMPROBANTE DESCUADRADO: "
                        DELIMITED BY SIZE
                    WS-NUMERO-CORTE DELIMITED BY SIZE
                    INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
            MOVE "N" TO WS-HAY-COMPROBANTE.

       LEER-JRNTMP.
            READ JRNTMP-FILE INTO JRN-RECORD
                AT END MOVE "S" TO WS-EOF
            END-READ.

       TOTALIZAR-CUENTAS.
            PERFORM RETORNAR-ORDENADO.
            PERFORM UNTIL WS-FIN-SORT = "S"
                IF WS-HAY-GRUPO = "S"
                    AND SORT-CUENTA NOT = WS-CUENTA-CORTE
                    PERFORM IMPRIMIR-CORTE-CUENTA
                END-IF
                IF WS-HAY-GRUPO = "N"
                    MOVE SORT-CUENTA TO WS-CUENTA-CORTE
                    MOVE 0 TO WS-CNT-GRUPO
                    MOVE 0 TO WS-DEBE-GRUPO
                    MOVE 0 TO WS-HABER-GRUPO
                    MOVE "S" TO WS-HAY-GRUPO
                END-IF
                ADD 1 TO WS-CNT-GRUPO
                IF SORT-DH = "D"
                    ADD SORT-IMPORTE TO WS-DEBE-GRUPO
                ELSE
                    ADD SORT-IMPORTE TO WS-HABER-GRUPO
                END-IF
                PERFORM RETORNAR-ORDENADO
            END-PERFORM.
            IF WS-HAY-GRUPO = "S"
                PERFORM IMPRIMIR-CORTE-CUENTA
            END-IF.

       RETORNAR-ORDENADO.
            RETURN SORT-FILE
                AT END MOVE "S" TO WS-FIN-SORT
            END-RETURN.

       IMPRIMIR-CORTE-CUENTA.
            MOVE WS-CUENTA-CORTE TO WS-LK-CUENTA.
            MOVE WS-CNT-GRUPO TO WS-LK-CNT.
            MOVE WS-DEBE-GRUPO TO WS-LK-DEBE.
            MOVE WS-HABER-GRUPO TO WS-LK-HABER.
            MOVE WS-LINEA-CUENTA TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "N" TO WS-HAY-GRUPO.

      *-----------------------------------------------------------
      * Copia el archivo de trabajo balanceado sobre JRNFILE.
      *-----------------------------------------------------------
       LIBERAR-COMPROBANTES.
            MOVE "N" TO WS-EOF.
            OPEN INPUT JRNTMP-FILE.
            OPEN OUTPUT JRN-FILE.
            PERFORM LEER-JRNTMP.
            PERFORM UNTIL WS-EOF = "S"
                WRITE JRN-RECORD
                PERFORM LEER-JRNTMP
            END-PERFORM.
            CLOSE JRNTMP-FILE.
            CLOSE JRN-FILE.

       IMPRIMIR-RESUMEN.
            MOVE "TOTAL" TO WS-LK-CUENTA.
            MOVE WS-CNT-LINEAS TO WS-LK-CNT.
            MOVE WS-TOT-DEBE TO WS-LK-DEBE.
            MOVE WS-TOT-HABER TO WS-LK-HABER.
            MOVE WS-LINEA-CUENTA TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "POSTEOS LEIDOS" TO WS-LR-TEXTO.
            MOVE WS-CNT-POSTEOS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "  APROBADOS HOY DE DIAS ANTERIORES" TO
                WS-LR-TEXTO.
            MOVE WS-CNT-TARDIOS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "COMPROBANTES GENERADOS" TO WS-LR-TEXTO.
            MOVE WS-SECUENCIA TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "  DE REVERSAS (ESPEJO)" TO WS-LR-TEXTO.
            MOVE WS-CNT-REVERSAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "POSTEOS SIN CONTRAPARTIDA" TO WS-LR-TEXTO.
            MOVE WS-CNT-SIN-CONTRA TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "LINEAS ESPERADAS (2 POR COMPROB.)" TO
                WS-LR-TEXTO.
            MOVE WS-CNT-ESPERADAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "LINEAS RELEIDAS DE JRNFILE.TMP" TO WS-LR-TEXTO.
            MOVE WS-CNT-LINEAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "COMPROBANTES DESCUADRADOS" TO WS-LR-TEXTO.
            MOVE WS-CNT-DESCUADRADOS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF WS-LIBERADO = "S"
                MOVE "RESULTADO: BALANCEADO - JRNFILE LIBERADO" TO
                    REPORT-LINE
            ELSE
                MOVE "RESULTADO: NO LIBERADO - JRNFILE QUEDA VACIO" TO
                    REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.

       END PROGRAM calcjrn.
