      * (CALCPARM key DIAS-ESCALA, default 7 days), so a posting
      * stuck in suspense lands on the ops manager's desk instead
      * of quietly missing the GL period.
      * Days are business days counted against the business date
      * in FECHACTL (system date if there is no control file), the
      * same date the posting programs stamp: weekends and the
      * holidays on the business calendar (FERIADOS) do not count
      * against the limit, a weekend day the calendar marks as
      * worked does.
      *-----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "CALCAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FER-FILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE.
       COPY "parmrec.cpy".

       FD FER-FILE.
       COPY "ferirec.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

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

       01 WS-DIAS-ESPERA PIC S9(8).

       01 WS-CNT-PENDIENTES PIC 9(7) VALUE 0.
       MAIN-PROCEDURE.
            PERFORM LEER-PARAMETROS.
            PERFORM LEER-FECHA-NEGOCIO.
            PERFORM CARGAR-FERIADOS.

            OPEN OUTPUT REPORT-FILE.
            MOVE "ANTIGUEDAD DE SUSPENSOS PENDIENTES - CALCAGE" TO
            IF WS-CNT-ESCALADOS > 0
                DISPLAY "AVISO: " WS-CNT-ESCALADOS
                    " SUSPENSOS SUPERAN EL LIMITE DE "
                    WS-DIAS-ESCALA " DIAS HABILES - VER CALCAGE"
            ELSE
                DISPLAY "SIN SUSPENSOS ESCALADOS"
            END-IF.

       ENVEJECER-SUSPENSO.
            ADD 1 TO WS-CNT-PENDIENTES.
            PERFORM CONTAR-DIAS-HABILES.

            IF WS-DIAS-ESPERA <= 2
                ADD 1 TO WS-CNT-0-2
                PERFORM IMPRIMIR-ESCALADO
            END-IF.

      *-----------------------------------------------------------
      * Cuenta los dias habiles transcurridos desde SUSP-FECHA
      * hasta la fecha de negocio: se recorre dia por dia y solo
      * suman los habiles segun el calendario. El propio dia del
      * suspenso no cuenta, igual que antes con dias corridos.
      *-----------------------------------------------------------
       CONTAR-DIAS-HABILES.
            MOVE 0 TO WS-DIAS-ESPERA.
            MOVE SUSP-FECHA TO WS-FECHA-NUEVA.
            PERFORM UNTIL WS-FECHA-NUEVA >= WS-FECHA-NEGOCIO
                PERFORM SUMAR-UN-DIA
                PERFORM VALIDAR-DIA-HABIL
                IF WS-ES-HABIL = "S"
                    ADD 1 TO WS-DIAS-ESPERA
                END-IF
            END-PERFORM.

       ACUMULAR-CUENTA.
            MOVE "N" TO WS-ENCONTRADO.
            MOVE 0 TO WS-BUSCAR-IDX.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "0 A 2 DIAS HABILES" TO WS-LB-TEXTO.
            MOVE WS-CNT-0-2 TO WS-LB-CNT.
            MOVE WS-IMP-0-2 TO WS-LB-IMPORTE.
            MOVE WS-LINEA-BALDE TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "3 A 7 DIAS HABILES" TO WS-LB-TEXTO.
            MOVE WS-CNT-3-7 TO WS-LB-CNT.
            MOVE WS-IMP-3-7 TO WS-LB-IMPORTE.
            MOVE WS-LINEA-BALDE TO REPORT-LINE.
            WRITE REPORT-LINE.

            MOVE "MAS DE 7 DIAS HABILES" TO WS-LB-TEXTO.
            MOVE WS-CNT-MAS-7 TO WS-LB-CNT.
            MOVE WS-IMP-MAS-7 TO WS-LB-IMPORTE.
            MOVE WS-LINEA-BALDE TO REPORT-LINE.
            MOVE WS-LINEA-RESUMEN TO REPORT-LINE.
            WRITE REPORT-LINE.

      *-----------------------------------------------------------
      * Suma un dia calendario a WS-FECHA-NUEVA manejando fin de
      * mes, fin de anio y febrero bisiesto (divisible por 4 y no
      * por 100, o divisible por 400).
      *-----------------------------------------------------------
       SUMAR-UN-DIA.
            PERFORM CALCULAR-DIAS-DEL-MES.
            IF WS-FP-DD < WS-DIAS-DEL-MES
                ADD 1 TO WS-FP-DD
            ELSE
                MOVE 1 TO WS-FP-DD
                IF WS-FP-MM < 12
                    ADD 1 TO WS-FP-MM
                ELSE
                    MOVE 1 TO WS-FP-MM
                    ADD 1 TO WS-FP-AAAA
                END-IF
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
