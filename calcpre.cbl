       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcpre.
       AUTHOR: Juani.
      *-----------------------------------------------------------
      * Budget-vs-actual report for one period: for every cuenta
      * with a budget on PRESFILE for the period, lists the limit,
      * the amount posted in the period, the amount
      * still held PENDIENTE in SUSPFILE, and the remaining
      * balance (limit less posted). A cuenta already posted past
      * its limit is flagged EXCEDIDO; one that would go past it
      * if what is held in suspense were approved is flagged
      * EXCEDE C/SUSP, so the cost center is looked at before the
      * GL close instead of after.
      * The period is the CALCPARM key PERIODO-PRES (AAAAMM) when
      * given, otherwise the month of the FECHACTL business date
      * (system date if there is no control file). All amounts
      * are in base currency.
      * The amount posted is taken the way the posting programs
      * take it for their budget check: what the balance master
      * SALDOS has already rolled for the period (debits less
      * credits) plus the period's GLEXTRACT lines dated after
      * the cuenta's last rolled date, so lines calcarc has moved
      * to GLARCH still count. For a period older than the one on
      * SALDOS the rolled part is added up from the daily history
      * SALDHIST instead, as calcbal does.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRES-FILE ASSIGN TO "PRESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRES-STATUS.
           SELECT GL-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SALD-FILE ASSIGN TO "SALDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALD-STATUS.
           SELECT SHIS-FILE ASSIGN TO "SALDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIS-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT FCH-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRES-FILE.
       COPY "presrec.cpy".

       FD GL-FILE.
       COPY "glrec.cpy".

       FD SALD-FILE.
       COPY "saldrec.cpy".

       FD SHIS-FILE.
       COPY "shisrec.cpy".

       FD SUSP-FILE.
       COPY "susprec.cpy".

       FD FCH-FILE.
       COPY "fchrec.cpy".

       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRES-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-SALD-STATUS PIC XX.
       01 WS-SHIS-STATUS PIC XX.
       01 WS-HAY-HISTORIA PIC X VALUE "N".
       01 WS-SUSP-STATUS PIC XX.
       01 WS-FCH-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-PARM-EOF PIC X VALUE "N".
       01 WS-FECHA-NEGOCIO PIC 9(8).
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-REG PIC 9(6).
       01 WS-PARM-NUM6-X PIC X(6).
       01 WS-PARM-NUM6-9 REDEFINES WS-PARM-NUM6-X PIC 9(6).

      * Una entrada por cuenta con presupuesto en el periodo, con
      * lo posteado y lo retenido en suspenso que le corresponde.
       01 WS-MAX-PRES PIC 9(4) VALUE 0500.
       01 WS-TOTAL-PRES PIC 9(4) VALUE 0.
       01 WS-CNT-DESCARTADOS PIC 9(7) VALUE 0.
       01 WS-TABLA-PRES.
           05 WS-PRES-ENTRADA OCCURS 500 TIMES
                               INDEXED BY WS-PRES-IDX.
               10 WS-PRES-CTA  PIC X(06).
               10 WS-PRES-LIM  PIC 9(9)V99.
               10 WS-PRES-POST PIC S9(11)V99.
               10 WS-PRES-SUSP PIC S9(11)V99.
      * Ultima fecha rolada a SALDOS para la cuenta; "S" en
      * WS-PRES-DE-HIST cuando el periodo ya no es el del maestro
      * y lo rolado se suma de SALDHIST.
               10 WS-PRES-FECHA-ULT PIC 9(8).
               10 WS-PRES-DE-HIST PIC X.
       01 WS-PRES-CLAVE PIC X(06).
       01 WS-PRES-POS PIC 9(4) VALUE 0.
       01 WS-DISPONIBLE PIC S9(11)V99.
       01 WS-CON-SUSPENSO PIC S9(11)V99.

       01 WS-TOT-LIMITE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-POSTEADO PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SUSPENSO PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DISPONIBLE PIC S9(11)V99 VALUE 0.
       01 WS-CNT-EXCEDIDAS PIC 9(7) VALUE 0.
       01 WS-CNT-EXCEDE-SUSP PIC 9(7) VALUE 0.

       01 WS-LINEA-DETALLE.
           05 WS-LD-CUENTA      PIC X(08).
           05 WS-LD-LIMITE      PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-POSTEADO    PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-SUSPENSO    PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-DISPONIBLE  PIC -(9)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-LD-MARCA       PIC X(13).

       01 WS-LINEA-RESUMEN.
           05 WS-LR-TEXTO      PIC X(35).
           05 WS-LR-VALOR      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            IF WS-PERIODO = 0
                PERFORM LEER-FECHA-NEGOCIO
                DIVIDE WS-FECHA-NEGOCIO BY 100 GIVING WS-PERIODO
            END-IF.

            OPEN INPUT PRES-FILE.
            IF WS-PRES-STATUS = "35"
                DISPLAY "ERROR: NO SE ENCONTRO PRESFILE - NO HAY "
                    "PRESUPUESTOS QUE INFORMAR"
                STOP RUN
            END-IF.
            PERFORM LEER-PRESUPUESTO.
            PERFORM UNTIL WS-EOF = "S"
                IF PRES-PERIODO = WS-PERIODO
                    PERFORM CARGAR-PRESUPUESTO
                END-IF
                PERFORM LEER-PRESUPUESTO
            END-PERFORM.
            CLOSE PRES-FILE.

            PERFORM ACUMULAR-POSTEADO.
            PERFORM ACUMULAR-SUSPENSO.

            OPEN OUTPUT REPORT-FILE.
            PERFORM IMPRIMIR-CABECERA.
            PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                UNTIL WS-PRES-IDX > WS-TOTAL-PRES
                PERFORM IMPRIMIR-CUENTA
            END-PERFORM.
            PERFORM IMPRIMIR-RESUMEN.
            CLOSE REPORT-FILE.

            IF WS-CNT-EXCEDIDAS > 0
                DISPLAY "AVISO: " WS-CNT-EXCEDIDAS
                    " CUENTAS EXCEDIDAS EN EL PERIODO " WS-PERIODO
                    " - VER CALCPRE"
            ELSE
                DISPLAY "SIN CUENTAS EXCEDIDAS EN EL PERIODO "
                    WS-PERIODO
            END-IF.
            STOP RUN.

       LEER-PARAMETROS.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM LEER-PARM
                PERFORM UNTIL WS-PARM-EOF = "S"
                    IF PARM-CLAVE = "PERIODO-PRES"
                        MOVE PARM-VALOR (1:6) TO WS-PARM-NUM6-X
                        IF WS-PARM-NUM6-X IS NUMERIC
                            MOVE WS-PARM-NUM6-9 TO WS-PERIODO
                        ELSE
                            DISPLAY "AVISO: PERIODO-PRES INVALIDO "
                                "EN CALCPARM - SE USA EL PERIODO "
                                "DE LA FECHA DE NEGOCIO"
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

       LEER-PRESUPUESTO.
            READ PRES-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       CARGAR-PRESUPUESTO.
            IF WS-TOTAL-PRES < WS-MAX-PRES
                ADD 1 TO WS-TOTAL-PRES
                SET WS-PRES-IDX TO WS-TOTAL-PRES
                MOVE PRES-CUENTA TO WS-PRES-CTA (WS-PRES-IDX)
                MOVE PRES-LIMITE TO WS-PRES-LIM (WS-PRES-IDX)
                MOVE 0 TO WS-PRES-POST (WS-PRES-IDX)
                MOVE 0 TO WS-PRES-SUSP (WS-PRES-IDX)
                MOVE 0 TO WS-PRES-FECHA-ULT (WS-PRES-IDX)
                MOVE "N" TO WS-PRES-DE-HIST (WS-PRES-IDX)
            ELSE
                ADD 1 TO WS-CNT-DESCARTADOS
            END-IF.

       ACUMULAR-POSTEADO.
            PERFORM ACUMULAR-SALDOS.
            IF WS-HAY-HISTORIA = "S"
                PERFORM ACUMULAR-HISTORIA
            END-IF.
            MOVE "N" TO WS-EOF.
            OPEN INPUT GL-FILE.
            IF WS-GL-STATUS NOT = "35"
                PERFORM LEER-GL
                PERFORM UNTIL WS-EOF = "S"
                    DIVIDE GL-FECHA BY 100 GIVING WS-PERIODO-REG
                    IF WS-PERIODO-REG = WS-PERIODO
                        MOVE GL-CUENTA TO WS-PRES-CLAVE
                        PERFORM BUSCAR-PRESUPUESTO
                        IF WS-PRES-POS > 0
                            IF GL-FECHA >
                                WS-PRES-FECHA-ULT (WS-PRES-POS)
                                ADD GL-RESULTADO TO
                                    WS-PRES-POST (WS-PRES-POS)
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
      * Lo ya rolado al maestro: del periodo vigente en SALDOS se
      * toman debitos menos creditos; si el periodo pedido es
      * anterior se marca la cuenta para sumarlo de SALDHIST.
      *-----------------------------------------------------------
       ACUMULAR-SALDOS.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SALD-FILE.
            IF WS-SALD-STATUS NOT = "35"
                PERFORM LEER-SALDO
                PERFORM UNTIL WS-EOF = "S"
                    MOVE SALD-CUENTA TO WS-PRES-CLAVE
                    PERFORM BUSCAR-PRESUPUESTO
                    IF WS-PRES-POS > 0
                        MOVE SALD-FECHA-ULT TO
                            WS-PRES-FECHA-ULT (WS-PRES-POS)
                        IF SALD-PERIODO = WS-PERIODO
                            COMPUTE WS-PRES-POST (WS-PRES-POS) =
                                SALD-DEBITOS - SALD-CREDITOS
                        END-IF
                        IF SALD-PERIODO > WS-PERIODO
                            MOVE "S" TO WS-PRES-DE-HIST (WS-PRES-POS)
                            MOVE "S" TO WS-HAY-HISTORIA
                        END-IF
                    END-IF
                    PERFORM LEER-SALDO
                END-PERFORM
                CLOSE SALD-FILE
            END-IF.

       LEER-SALDO.
            READ SALD-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       ACUMULAR-HISTORIA.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SHIS-FILE.
            IF WS-SHIS-STATUS = "35"
                DISPLAY "AVISO: NO EXISTE SALDHIST - LO POSTEADO EN "
                    "EL PERIODO " WS-PERIODO " SOLO INCLUYE GLEXTRACT"
            ELSE
                PERFORM LEER-HISTORIA
                PERFORM UNTIL WS-EOF = "S"
                    DIVIDE SHIS-FECHA BY 100 GIVING WS-PERIODO-REG
                    IF WS-PERIODO-REG = WS-PERIODO
                        MOVE SHIS-CUENTA TO WS-PRES-CLAVE
                        PERFORM BUSCAR-PRESUPUESTO
                        IF WS-PRES-POS > 0
                            IF WS-PRES-DE-HIST (WS-PRES-POS) = "S"
                                ADD SHIS-DEBITOS TO
                                    WS-PRES-POST (WS-PRES-POS)
                                SUBTRACT SHIS-CREDITOS FROM
                                    WS-PRES-POST (WS-PRES-POS)
                            END-IF
                        END-IF
                    END-IF
                    PERFORM LEER-HISTORIA
                END-PERFORM
                CLOSE SHIS-FILE
            END-IF.

       LEER-HISTORIA.
            READ SHIS-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       ACUMULAR-SUSPENSO.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SUSP-FILE.
            IF WS-SUSP-STATUS NOT = "35"
                PERFORM LEER-SUSPENSO
                PERFORM UNTIL WS-EOF = "S"
                    DIVIDE SUSP-FECHA BY 100 GIVING WS-PERIODO-REG
                    IF WS-PERIODO-REG = WS-PERIODO
                        AND SUSP-ESTADO = "PENDIENTE"
                        MOVE SUSP-CUENTA TO WS-PRES-CLAVE
                        PERFORM BUSCAR-PRESUPUESTO
                        IF WS-PRES-POS > 0
                            ADD SUSP-RESULTADO TO
                                WS-PRES-SUSP (WS-PRES-POS)
                        END-IF
                    END-IF
                    PERFORM LEER-SUSPENSO
                END-PERFORM
                CLOSE SUSP-FILE
            END-IF.

       LEER-SUSPENSO.
            READ SUSP-FILE
                AT END MOVE "S" TO WS-EOF
            END-READ.

       BUSCAR-PRESUPUESTO.
            MOVE 0 TO WS-PRES-POS.
            PERFORM VARYING WS-PRES-IDX FROM 1 BY 1
                UNTIL WS-PRES-IDX > WS-TOTAL-PRES
                    OR WS-PRES-POS > 0
                IF WS-PRES-CTA (WS-PRES-IDX) = WS-PRES-CLAVE
                    SET WS-PRES-POS TO WS-PRES-IDX
                END-IF
            END-PERFORM.

       IMPRIMIR-CABECERA.
            MOVE "PRESUPUESTO CONTRA REAL POR CUENTA - CALCPRE" TO
                REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PERIODO: " DELIMITED BY SIZE
                WS-PERIODO DELIMITED BY SIZE
                "  (IMPORTES EN MONEDA BASE)" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CUENTA         LIMITE      POSTEADO"
                    DELIMITED BY SIZE
                "   EN SUSPENSO    DISPONIBLE" DELIMITED BY SIZE
                INTO REPORT-LINE.
            WRITE REPORT-LINE.

      *-----------------------------------------------------------
      * Disponible = limite menos lo posteado. EXCEDIDO si lo
      * posteado ya paso el limite; EXCEDE C/SUSP si lo pasaria
      * al aprobarse lo que esta en suspenso.
      *-----------------------------------------------------------
       IMPRIMIR-CUENTA.
            COMPUTE WS-DISPONIBLE = WS-PRES-LIM (WS-PRES-IDX)
                - WS-PRES-POST (WS-PRES-IDX).
            COMPUTE WS-CON-SUSPENSO = WS-PRES-POST (WS-PRES-IDX)
                + WS-PRES-SUSP (WS-PRES-IDX).
            MOVE WS-PRES-CTA (WS-PRES-IDX) TO WS-LD-CUENTA.
            MOVE WS-PRES-LIM (WS-PRES-IDX) TO WS-LD-LIMITE.
            MOVE WS-PRES-POST (WS-PRES-IDX) TO WS-LD-POSTEADO.
            MOVE WS-PRES-SUSP (WS-PRES-IDX) TO WS-LD-SUSPENSO.
            MOVE WS-DISPONIBLE TO WS-LD-DISPONIBLE.
            IF WS-PRES-POST (WS-PRES-IDX) > WS-PRES-LIM (WS-PRES-IDX)
                MOVE "EXCEDIDO" TO WS-LD-MARCA
                ADD 1 TO WS-CNT-EXCEDIDAS
            ELSE
                IF WS-CON-SUSPENSO > WS-PRES-LIM (WS-PRES-IDX)
                    MOVE "EXCEDE C/SUSP" TO WS-LD-MARCA
                    ADD 1 TO WS-CNT-EXCEDE-SUSP
                ELSE
                    MOVE SPACES TO WS-LD-MARCA
                END-IF
            END-IF.
            MOVE WS-LINEA-DETALLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD WS-PRES-LIM (WS-PRES-IDX) TO WS-TOT-LIMITE.
            ADD WS-PRES-POST (WS-PRES-IDX) TO WS-TOT-POSTEADO.
            ADD WS-PRES-SUSP (WS-PRES-IDX) TO WS-TOT-SUSPENSO.
            ADD WS-DISPONIBLE TO WS-TOT-DISPONIBLE.

       IMPRIMIR-RESUMEN.
            MOVE "TOTAL" TO WS-LD-CUENTA.
            MOVE WS-TOT-LIMITE TO WS-LD-LIMITE.
            MOVE WS-TOT-POSTEADO TO WS-LD-POSTEADO.
            MOVE WS-TOT-SUSPENSO TO WS-LD-SUSPENSO.
            MOVE WS-TOT-DISPONIBLE TO WS-LD-DISPONIBLE.
            MOVE SPACES TO WS-LD-MARCA.
            MOVE WS-LINEA-DETALLE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "CUENTAS CON PRESUPUESTO" TO WS-LR-TEXTO.
            MOVE WS-TOTAL-PRES TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "EXCEDIDAS" TO WS-LR-TEXTO.
            MOVE WS-CNT-EXCEDIDAS TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "EXCEDEN SI SE APRUEBA EL SUSPENSO" TO WS-LR-TEXTO.
            MOVE WS-CNT-EXCEDE-SUSP TO WS-LR-VALOR.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

            IF WS-CNT-DESCARTADOS > 0
                MOVE "PRESUPUESTOS FUERA DE TABLA (LLENA)" TO
                    WS-LR-TEXTO
                MOVE WS-CNT-DESCARTADOS TO WS-LR-VALOR
                MOVE WS-LINEA-RESUMEN TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

       END PROGRAM calcpre.
