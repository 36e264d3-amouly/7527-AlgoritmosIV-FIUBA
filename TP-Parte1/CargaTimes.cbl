      *  mismo canal, en vez de pedirle a sistemas que toque el
      *  indexado a mano; cada correccion aplicada queda en su
      *  archivo de auditoria con la imagen anterior.
      *  Todo rechazo queda ademas abierto en el archivo de suspenso
      *  Suspenso.dat, por legajo/fecha/sucursal/clase, con la fecha
      *  del primer rechazo, el ultimo motivo y la cantidad de
      *  intentos. La partida se cierra sola cuando una carga
      *  posterior trae la misma clave y entra limpia (alta grabada
      *  o reemplazo aplicado), y la sucursal puede darla de baja
      *  con una novedad "D" cuando la fichada no se va a corregir.
      *  TP_ANTIGUEDAD_SUSPENSO informa la antiguedad de lo abierto y
      *  TP_CIERRE_PERIODO no cierra con partidas vencidas.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ALTERNATE RECORD KEY IS TIM-SUCURSAL WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

      *  Suspenso de rechazos: persistente entre cargas, se lo
      *  actualiza por clave.
           SELECT SUSPENSO_FILE
           ASSIGN TO "../files/out/Suspenso.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FS-SUSPENSO.

           SELECT RECHAZOS_FILE
           ASSIGN TO "../files/out/Rechazos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
               88 NOV-TIPO-ALTA           VALUE "A".
               88 NOV-TIPO-ANULACION      VALUE "X".
               88 NOV-TIPO-REEMPLAZO      VALUE "R".
               88 NOV-TIPO-BAJA-SUSPENSO  VALUE "D".
           03 NOV-NUMERO        PIC X(05).
           03 NOV-FECHA         PIC X(08).
           03 NOV-FECHA-R REDEFINES NOV-FECHA.
      *---------------------------*
      *- CLASES FILE DESCRIPTION -*
      *---------------------------*
      *  CLA-BANCO: "S" clase compensable (acredita al banco de
      *  horas), "F" franco compensatorio (debita del banco).
       FD CLASES_FILE LABEL RECORD STANDARD.
       01 REG-CLASES.
           03 CLA-CODIGO        PIC X(04).
           03 CLA-DESC          PIC X(20).
           03 CLA-TARIFA        PIC 9(5)V99.
           03 CLA-RECARGO       PIC 9(3)V99.
           03 CLA-BANCO         PIC X(01).

      *--------------------------*
      *- TIMES FILE DESCRIPTION -*
              05 TIM-TIPCLASE              PIC X(04).
           03 TIM-HORAS                    PIC 9(2)V99.

      *-----------------------------*
      *- SUSPENSO FILE DESCRIPTION -*
      *-----------------------------*
      *  SUS-CLAVE tiene los mismos bytes que CLAVE-TIMES pero en X,
      *  porque un rechazo puede traer fecha no numerica.
      *  SUS-ESTADO: "A" abierta, "C" cerrada por una carga limpia,
      *  "D" dada de baja por la sucursal. La antiguedad se cuenta
      *  desde SUS-FECHA-RECHAZO, el primer rechazo de la partida.
       FD SUSPENSO_FILE LABEL RECORD STANDARD.
       01 REG-SUSPENSO.
           03 SUS-CLAVE.
              05 SUS-LEGAJO        PIC X(05).
              05 SUS-FECHA         PIC X(08).
              05 SUS-SUCURSAL      PIC X(03).
              05 SUS-CLASE         PIC X(04).
           03 SUS-ESTADO        PIC X(01).
               88 SUS-ABIERTA             VALUE "A".
               88 SUS-CERRADA             VALUE "C".
               88 SUS-DADA-DE-BAJA        VALUE "D".
           03 SUS-MOTIVO        PIC X(12).
           03 SUS-FECHA-RECHAZO PIC 9(8).
           03 SUS-FECHA-ULTIMO  PIC 9(8).
           03 SUS-INTENTOS      PIC 9(3).
           03 SUS-FECHA-CIERRE  PIC 9(8).
           03 SUS-REGISTRO      PIC X(25).

      *-----------------------------*
      *- RECHAZOS FILE DESCRIPTION -*
      *-----------------------------*
       77 FS-RECHAZOS       PIC X(2).
       77 FS-AUDITORIA      PIC X(2).
       77 FS-RUNCONTROL     PIC X(2).
       77 FS-SUSPENSO       PIC X(2).

       77 CON-LEIDOS        PIC 9(9) COMP VALUE 0.
       77 CON-GRABADOS      PIC 9(9) COMP VALUE 0.
       77 CON-ANULADOS      PIC 9(9) COMP VALUE 0.
       77 CON-REEMPLAZADOS  PIC 9(9) COMP VALUE 0.
       77 CON-RECHAZADOS    PIC 9(9) COMP VALUE 0.
       77 CON-SUSP-NUEVAS   PIC 9(9) COMP VALUE 0.
       77 CON-SUSP-REINTENTOS PIC 9(9) COMP VALUE 0.
       77 CON-SUSP-CERRADAS PIC 9(9) COMP VALUE 0.
       77 CON-SUSP-BAJAS    PIC 9(9) COMP VALUE 0.

       77 TOT-HORAS-GRABADAS PIC 9(10)V99 VALUE 0.

           03 FILLER            PIC X(25)  VALUE
               "NOVEDADES RECHAZADAS:".
           03 RES-RECHAZADOS    PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-SUSP-NUEVAS.
           03 FILLER            PIC X(25)  VALUE
               "SUSPENSO NUEVAS:".
           03 RES-SUSP-NUEVAS   PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-SUSP-REINTENTOS.
           03 FILLER            PIC X(25)  VALUE
               "SUSPENSO REINTENTOS:".
           03 RES-SUSP-REINTENTOS PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-SUSP-CERRADAS.
           03 FILLER            PIC X(25)  VALUE
               "SUSPENSO CERRADAS:".
           03 RES-SUSP-CERRADAS PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-SUSP-BAJAS.
           03 FILLER            PIC X(25)  VALUE
               "SUSPENSO DADAS DE BAJA:".
           03 RES-SUSP-BAJAS    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               STOP RUN
           END-IF.

           OPEN I-O SUSPENSO_FILE.
           IF FS-SUSPENSO IS EQUAL TO 35
               OPEN OUTPUT SUSPENSO_FILE
               IF FS-SUSPENSO IS EQUAL TO 00
                   CLOSE SUSPENSO_FILE
                   OPEN I-O SUSPENSO_FILE
               END-IF
           END-IF.
           IF FS-SUSPENSO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUSPENSO FS: " FS-SUSPENSO
               STOP RUN
           END-IF.

           OPEN OUTPUT RECHAZOS_FILE.
           IF FS-RECHAZOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RECHAZOS FS: " FS-RECHAZOS
                   PERFORM APLICAR-ANULACION
               WHEN NOV-TIPO-REEMPLAZO
                   PERFORM APLICAR-REEMPLAZO
               WHEN NOV-TIPO-BAJA-SUSPENSO
                   PERFORM APLICAR-BAJA-SUSPENSO
               WHEN OTHER
                   MOVE "TIPO-INV" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-NOVEDAD
                   ELSE
                       ADD 1 TO CON-ANULADOS
                       PERFORM GRABAR-AUDITORIA
                       PERFORM CERRAR-SUSPENSO
                   END-IF
           END-READ.

                       ELSE
                           ADD 1 TO CON-REEMPLAZADOS
                           PERFORM GRABAR-AUDITORIA
                           PERFORM CERRAR-SUSPENSO
                       END-IF
               END-READ
           END-IF.
               ELSE
                   ADD 1 TO CON-GRABADOS
                   ADD NOV-HORAS-R TO TOT-HORAS-GRABADAS
                   PERFORM CERRAR-SUSPENSO
               END-IF
           END-IF.

               DISPLAY "ERROR AL ESCRIBIR RECHAZOS FS: " FS-RECHAZOS
           END-IF.
           ADD 1 TO CON-RECHAZADOS.
           IF NOT NOV-TIPO-BAJA-SUSPENSO
               PERFORM REGISTRAR-SUSPENSO
           END-IF.

      *  Un rechazo abre la partida o, si ya estaba abierta, suma un
      *  intento con el ultimo motivo; una partida cerrada o dada de
      *  baja que vuelve a rechazarse se reabre desde cero.
       REGISTRAR-SUSPENSO.
           MOVE REG-NOVEDADES(2:20) TO SUS-CLAVE.
           READ SUSPENSO_FILE
               INVALID KEY
                   PERFORM ABRIR-PARTIDA-SUSPENSO
                   WRITE REG-SUSPENSO
                   IF FS-SUSPENSO IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL ESCRIBIR SUSPENSO FS: "
                           FS-SUSPENSO
                   ELSE
                       ADD 1 TO CON-SUSP-NUEVAS
                   END-IF
               NOT INVALID KEY
                   IF SUS-ABIERTA
                       ADD 1 TO SUS-INTENTOS
                       MOVE WS-MOTIVO-RECHAZO TO SUS-MOTIVO
                       MOVE FECHA-ACTUAL      TO SUS-FECHA-ULTIMO
                       MOVE REG-NOVEDADES     TO SUS-REGISTRO
                       ADD 1 TO CON-SUSP-REINTENTOS
                   ELSE
                       PERFORM ABRIR-PARTIDA-SUSPENSO
                       ADD 1 TO CON-SUSP-NUEVAS
                   END-IF
                   REWRITE REG-SUSPENSO
                   IF FS-SUSPENSO IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL REESCRIBIR SUSPENSO FS: "
                           FS-SUSPENSO
                   END-IF
           END-READ.

       ABRIR-PARTIDA-SUSPENSO.
           MOVE REG-NOVEDADES(2:20) TO SUS-CLAVE.
           SET SUS-ABIERTA TO TRUE.
           MOVE WS-MOTIVO-RECHAZO TO SUS-MOTIVO.
           MOVE FECHA-ACTUAL      TO SUS-FECHA-RECHAZO.
           MOVE FECHA-ACTUAL      TO SUS-FECHA-ULTIMO.
           MOVE 1                 TO SUS-INTENTOS.
           MOVE ZERO              TO SUS-FECHA-CIERRE.
           MOVE REG-NOVEDADES     TO SUS-REGISTRO.

      *  Una novedad que entro limpia cierra la partida abierta con
      *  su misma clave, si la hay.
       CERRAR-SUSPENSO.
           MOVE REG-NOVEDADES(2:20) TO SUS-CLAVE.
           READ SUSPENSO_FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUS-ABIERTA
                       SET SUS-CERRADA TO TRUE
                       MOVE FECHA-ACTUAL TO SUS-FECHA-CIERRE
                       REWRITE REG-SUSPENSO
                       IF FS-SUSPENSO IS NOT EQUAL TO 00
                           DISPLAY "ERROR AL REESCRIBIR SUSPENSO FS: "
                               FS-SUSPENSO
                       ELSE
                           ADD 1 TO CON-SUSP-CERRADAS
                       END-IF
                   END-IF
           END-READ.

      *  La baja da por perdida la fichada de una partida abierta;
      *  no toca Times.dat. Sin partida abierta con esa clave se
      *  rechaza como SIN-SUSPENSO (y no abre partida).
       APLICAR-BAJA-SUSPENSO.
           MOVE REG-NOVEDADES(2:20) TO SUS-CLAVE.
           READ SUSPENSO_FILE
               INVALID KEY
                   MOVE "SIN-SUSPENSO" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-NOVEDAD
               NOT INVALID KEY
                   IF SUS-ABIERTA
                       SET SUS-DADA-DE-BAJA TO TRUE
                       MOVE FECHA-ACTUAL TO SUS-FECHA-CIERRE
                       REWRITE REG-SUSPENSO
                       IF FS-SUSPENSO IS NOT EQUAL TO 00
                           DISPLAY "ERROR AL REESCRIBIR SUSPENSO FS: "
                               FS-SUSPENSO
                       ELSE
                           ADD 1 TO CON-SUSP-BAJAS
                       END-IF
                   ELSE
                       MOVE "SIN-SUSPENSO" TO WS-MOTIVO-RECHAZO
                       PERFORM RECHAZAR-NOVEDAD
                   END-IF
           END-READ.

       IMPRIMIR-RESUMEN.
           MOVE CON-LEIDOS        TO RES-LEIDOS.
           DISPLAY LINEA-RESUMEN-ANULADOS.
           DISPLAY LINEA-RESUMEN-REEMPLAZADOS.
           DISPLAY LINEA-RESUMEN-RECHAZADOS.
           MOVE CON-SUSP-NUEVAS     TO RES-SUSP-NUEVAS.
           MOVE CON-SUSP-REINTENTOS TO RES-SUSP-REINTENTOS.
           MOVE CON-SUSP-CERRADAS   TO RES-SUSP-CERRADAS.
           MOVE CON-SUSP-BAJAS      TO RES-SUSP-BAJAS.
           DISPLAY LINEA-RESUMEN-SUSP-NUEVAS.
           DISPLAY LINEA-RESUMEN-SUSP-REINTENTOS.
           DISPLAY LINEA-RESUMEN-SUSP-CERRADAS.
           DISPLAY LINEA-RESUMEN-SUSP-BAJAS.

      *  Renglon "C" en el libro de corridas, con EXTEND (la primera
      *  vez, 35, se lo crea): le dice a TP_PARTE_1B que hubo una
           CLOSE TIMES_FILE.
           CLOSE RECHAZOS_FILE.
           CLOSE AUDITORIA_FILE.
           CLOSE SUSPENSO_FILE.

       END PROGRAM "TP_CARGA_TIMES".
