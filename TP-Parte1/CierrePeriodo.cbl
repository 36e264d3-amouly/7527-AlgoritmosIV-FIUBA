      *  cierra y no hubo cargas de novedades posteriores a ella --
      *  si no, las fichadas se irian al historico sin haber pasado
      *  nunca por Estadisticas.dat ni por la interfaz de payroll.
      *  El cierre tambien asienta el banco de horas: los movimientos
      *  del periodo que TP_PARTE_1B dejo en BancoHorasPeriodo.dat
      *  junto con la interfaz se agregan al libro BancoHoras.dat y
      *  se imprime el estado de saldos por legajo en
      *  EstadoBanco.dat. Del mismo modo asienta en el libro
      *  HorasRetenidas.dat las horas extra retenidas sin aprobacion,
      *  las liberadas y las aprobaciones consumidas que TP_PARTE_1B
      *  dejo en HorasRetenidasPeriodo.dat, y agrega las filas de
      *  Liquidacion.dat del periodo al libro LiquidacionAcumulada.dat
      *  del que TP_PRESUPUESTO_REAL toma el gasto real de los meses
      *  ya cerrados.
      *  Tampoco se cierra con partidas del suspenso de rechazos
      *  (Suspenso.dat de TP_CARGA_TIMES) abiertas hace mas dias que
      *  el limite de ParamSuspenso.dat: hay que corregirlas o darlas
      *  de baja antes.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCONTROL.

      *  Movimientos del banco de horas del periodo, generados por
      *  TP_PARTE_1B junto con Interfaz.dat.
           SELECT BANCO_PERIODO_FILE
           ASSIGN TO "../files/out/BancoHorasPeriodo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCO-PERIODO.

      *  Libro del banco de horas: acumulativo como el historico, se
      *  le agrega al final en cada cierre.
           SELECT BANCO_FILE
           ASSIGN TO "../files/out/BancoHoras.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCO.

           SELECT ESTADO_BANCO_FILE
           ASSIGN TO "../files/out/EstadoBanco.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO-BANCO.

      *  Horas extra retenidas, liberadas y aprobaciones consumidas
      *  en el periodo, generadas por TP_PARTE_1B junto con
      *  Interfaz.dat.
           SELECT RETENIDAS_PERIODO_FILE
           ASSIGN TO "../files/out/HorasRetenidasPeriodo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDAS-PERIODO.

      *  Libro de horas extra retenidas: acumulativo, se le agrega
      *  al final en cada cierre.
           SELECT RETENIDAS_FILE
           ASSIGN TO "../files/out/HorasRetenidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDAS.

      *  Liquidacion valorizada del periodo, generada por
      *  TP_PARTE_1B junto con Interfaz.dat.
           SELECT LIQUIDACION_FILE
           ASSIGN TO "../files/out/Liquidacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

      *  Libro de liquidaciones: acumulativo, se le agrega al final
      *  en cada cierre.
           SELECT LIQ_ACUMULADA_FILE
           ASSIGN TO "../files/out/LiquidacionAcumulada.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQ-ACUMULADA.

           SELECT PARAM_SUSPENSO_FILE
           ASSIGN TO "../files/in/ParamSuspenso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM-SUSPENSO.

      *  Suspenso de rechazos de TP_CARGA_TIMES; aca solo se lo lee.
           SELECT SUSPENSO_FILE
           ASSIGN TO "../files/out/Suspenso.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FS-SUSPENSO.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           03 FILLER            PIC X(2).
           03 RUN-VEREDICTO     PIC X(13).

      *----------------------------------*
      *- BANCO PERIODO FILE DESCRIPTION -*
      *----------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B; BPE-SALDO es el
      *  saldo anterior mas creditos menos debitos menos lo pagado.
       FD BANCO_PERIODO_FILE LABEL RECORD STANDARD.
       01 REG-BANCO-PERIODO.
           03 BPE-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 BPE-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 BPE-SALDO-ANTERIOR PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-CREDITOS      PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-DEBITOS       PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-PAGADO        PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-SALDO         PIC 9(5)V99.

      *--------------------------*
      *- BANCO FILE DESCRIPTION -*
      *--------------------------*
      *  Mismo trazado que REG-BANCO-PERIODO.
       FD BANCO_FILE LABEL RECORD STANDARD.
       01 REG-BANCO.
           03 BAN-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 BAN-PERIODO       PIC 9(6).
           03 FILLER            PIC X(45).

      *---------------------------------*
      *- ESTADO BANCO FILE DESCRIPTION -*
      *---------------------------------*
       FD ESTADO_BANCO_FILE LABEL RECORD STANDARD.
       01 REG-ESTADO-BANCO      PIC X(80).

      *--------------------------------------*
      *- RETENIDAS PERIODO FILE DESCRIPTION -*
      *--------------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B.
       FD RETENIDAS_PERIODO_FILE LABEL RECORD STANDARD.
       01 REG-RETENIDAS-PERIODO.
           03 HRP-TIPO          PIC X(01).
           03 FILLER            PIC X(2).
           03 HRP-PERIODO       PIC 9(6).
           03 FILLER            PIC X(49).

      *------------------------------*
      *- RETENIDAS FILE DESCRIPTION -*
      *------------------------------*
      *  Mismo trazado que REG-RETENIDAS-PERIODO.
       FD RETENIDAS_FILE LABEL RECORD STANDARD.
       01 REG-RETENIDAS.
           03 HRE-TIPO          PIC X(01).
           03 FILLER            PIC X(2).
           03 HRE-PERIODO       PIC 9(6).
           03 FILLER            PIC X(49).

      *--------------------------------*
      *- LIQUIDACION FILE DESCRIPTION -*
      *--------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B; aca alcanza el mes
      *  liquidado.
       FD LIQUIDACION_FILE LABEL RECORD STANDARD.
       01 REG-LIQUIDACION.
           03 LIQ-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 LIQ-ANIO          PIC 9(4).
           03 FILLER            PIC X(2).
           03 LIQ-MES           PIC 9(2).
           03 FILLER            PIC X(38).

      *----------------------------------*
      *- LIQ ACUMULADA FILE DESCRIPTION -*
      *----------------------------------*
      *  Mismo trazado que REG-LIQUIDACION, precedido por el periodo
      *  en que se cerro cada fila.
       FD LIQ_ACUMULADA_FILE LABEL RECORD STANDARD.
       01 REG-LIQ-ACUMULADA.
           03 LAC-PERIODO-CIERRE PIC 9(6).
           03 FILLER             PIC X(2).
           03 LAC-REGISTRO       PIC X(51).

      *-----------------------------------*
      *- PARAM SUSPENSO FILE DESCRIPTION -*
      *-----------------------------------*
       FD PARAM_SUSPENSO_FILE LABEL RECORD STANDARD.
       01 REG-PARAM-SUSPENSO.
           03 PSU-DIAS-LIMITE   PIC 9(3).

      *-----------------------------*
      *- SUSPENSO FILE DESCRIPTION -*
      *-----------------------------*
      *  Mismo trazado que escribe TP_CARGA_TIMES; aca alcanzan la
      *  clave, el estado y la fecha del primer rechazo.
       FD SUSPENSO_FILE LABEL RECORD STANDARD.
       01 REG-SUSPENSO.
           03 SUS-CLAVE         PIC X(20).
           03 SUS-ESTADO        PIC X(01).
               88 SUS-ABIERTA             VALUE "A".
           03 SUS-MOTIVO        PIC X(12).
           03 SUS-FECHA-RECHAZO PIC 9(8).
           03 FILLER            PIC X(44).

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-TIMES          PIC X(2).
       77 FS-HISTORICO      PIC X(2).
       77 FS-RUNCONTROL     PIC X(2).
       77 FS-BANCO-PERIODO  PIC X(2).
       77 FS-BANCO          PIC X(2).
       77 FS-ESTADO-BANCO   PIC X(2).
       77 FS-RETENIDAS-PERIODO PIC X(2).
       77 FS-RETENIDAS      PIC X(2).
       77 FS-LIQUIDACION    PIC X(2).
       77 FS-LIQ-ACUMULADA  PIC X(2).
       77 FS-PARAM-SUSPENSO PIC X(2).
       77 FS-SUSPENSO       PIC X(2).

       77 CON-ARCHIVADOS    PIC 9(9) COMP VALUE 0.
       77 CON-REMANENTES    PIC 9(9) COMP VALUE 0.
       77 CON-BANCO         PIC 9(9) COMP VALUE 0.
       77 CON-RETENIDAS     PIC 9(9) COMP VALUE 0.
       77 CON-LIQUIDACIONES PIC 9(9) COMP VALUE 0.
       77 CON-SUSP-VENCIDAS PIC 9(9) COMP VALUE 0.

      *  Encendido cuando algun registro no pudo grabarse en el
      *  historico: el registro queda intacto en Times.dat y la
       01 SW-CARGA-POSTERIOR        PIC X(01) VALUE "N".
           88  HAY-CARGA-POSTERIOR            VALUE "S".

      *  El banco de horas solo se asienta si TP_PARTE_1B dejo los
      *  movimientos de este periodo y el libro todavia no los tiene.
       01 SW-POSTEAR-BANCO          PIC X(01) VALUE "N".
           88  POSTEAR-BANCO                  VALUE "S".
       01 SW-BANCO-OTRO-PERIODO     PIC X(01) VALUE "N".
           88  BANCO-OTRO-PERIODO             VALUE "S".

      *  Mismo criterio para el libro de horas extra retenidas.
       01 SW-POSTEAR-RETENIDAS      PIC X(01) VALUE "N".
           88  POSTEAR-RETENIDAS              VALUE "S".
       01 SW-RETENIDAS-OTRO-PERIODO PIC X(01) VALUE "N".
           88  RETENIDAS-OTRO-PERIODO         VALUE "S".

      *  Y para el libro de liquidaciones: una fila de un mes
      *  posterior al que se cierra es de otra generacion.
       01 SW-POSTEAR-LIQUIDACION    PIC X(01) VALUE "N".
           88  POSTEAR-LIQUIDACION            VALUE "S".
       01 SW-LIQUIDACION-OTRO-PERIODO PIC X(01) VALUE "N".
           88  LIQUIDACION-OTRO-PERIODO       VALUE "S".

       01 TOT-BAN-SALDO-ANTERIOR    PIC 9(7)V99 VALUE ZERO.
       01 TOT-BAN-CREDITOS          PIC 9(7)V99 VALUE ZERO.
       01 TOT-BAN-DEBITOS           PIC 9(7)V99 VALUE ZERO.
       01 TOT-BAN-PAGADO            PIC 9(7)V99 VALUE ZERO.
       01 TOT-BAN-SALDO             PIC 9(7)V99 VALUE ZERO.

      *  Limite de antiguedad del suspenso, igual que en
      *  TP_ANTIGUEDAD_SUSPENSO.
       01 WS-DIAS-LIMITE            PIC 9(3) VALUE 30.
       01 WS-DIAS-ANTIGUEDAD        PIC 9(5).
       01 WS-FECHA-HORA-ACTUAL      PIC X(21).
       01 FECHA-ACTUAL              PIC 9(8).

       01 WS-PERIODO-CIERRE         PIC 9(6).
       01 WS-PERIODO-LIQ            PIC 9(6).
       01 WS-PERIODO-NUEVO          PIC 9(6).
       01 WS-PERIODO-NUEVO-R REDEFINES WS-PERIODO-NUEVO.
           03 WS-PERIODO-NUEVO-ANIO PIC 9(4).
           03 WS-PERIODO-NUEVO-MES  PIC 9(2).

       01 LINEA-TITULO-BANCO.
           03 FILLER           PIC X(36)   VALUE
               "ESTADO DEL BANCO DE HORAS  PERIODO ".
           03 TIT-BAN-PERIODO  PIC 9(6).

       01 LINEA-GUIONES-BANCO.
           03 FILLER           PIC X(72)   VALUE ALL "-".

       01 ENCABEZADO-BANCO.
           03 FILLER           PIC X(8)    VALUE "Legajo".
           03 FILLER           PIC X(12)   VALUE "  Saldo ant.".
           03 FILLER           PIC X(12)   VALUE "  Acreditado".
           03 FILLER           PIC X(12)   VALUE "    Debitado".
           03 FILLER           PIC X(12)   VALUE "      Pagado".
           03 FILLER           PIC X(12)   VALUE "       Saldo".

       01 LINEA-BANCO.
           03 LIN-BAN-LEGAJO   PIC X(05).
           03 FILLER           PIC X(3)    VALUE SPACES.
           03 LIN-BAN-SALDO-ANT PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 LIN-BAN-CREDITOS PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 LIN-BAN-DEBITOS  PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 LIN-BAN-PAGADO   PIC ZZZZZZZ9.99.
           03 FILLER           PIC X(1)    VALUE SPACES.
           03 LIN-BAN-SALDO    PIC ZZZZZZZ9.99.

       01 LINEA-RESUMEN-PERIODO.
           03 FILLER            PIC X(25)  VALUE
               "PERIODO CERRADO:     ".
           03 FILLER            PIC X(25)  VALUE
               "REGISTROS REMANENTES:".
           03 RES-REMANENTES    PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-BANCO.
           03 FILLER            PIC X(25)  VALUE
               "SALDOS BANCO ASENTADOS:".
           03 RES-BANCO         PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-RETENIDAS.
           03 FILLER            PIC X(25)  VALUE
               "RETENIDAS ASENTADAS:".
           03 RES-RETENIDAS     PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-LIQUIDACIONES.
           03 FILLER            PIC X(25)  VALUE
               "LIQUIDACIONES ASENTADAS:".
           03 RES-LIQUIDACIONES PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-NUEVO.
           03 FILLER            PIC X(25)  VALUE
               "NUEVO PERIODO ABIERTO:".
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           PERFORM CONTROLAR-RUN-CONTROL.
           PERFORM CONTROLAR-BANCO-PERIODO.
           PERFORM CONTROLAR-RETENIDAS-PERIODO.
           PERFORM CONTROLAR-LIQUIDACION-PERIODO.
           PERFORM CONTROLAR-SUSPENSO.
           PERFORM MARCAR-PERIODO-CERRADO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-TIMES.
           PERFORM ARCHIVAR-REGISTRO
               UNTIL FS-TIMES IS EQUAL TO 10.
           PERFORM CERRAR-ARCHIVOS.
           IF POSTEAR-BANCO
               PERFORM POSTEAR-BANCO-HORAS
           END-IF.
           IF POSTEAR-RETENIDAS
               PERFORM POSTEAR-HORAS-RETENIDAS
           END-IF.
           IF POSTEAR-LIQUIDACION
               PERFORM POSTEAR-LIQUIDACION-ACUMULADA
           END-IF.
           PERFORM ABRIR-PERIODO-SIGUIENTE.
           PERFORM IMPRIMIR-RESUMEN.
           IF HUBO-ERROR-ARCHIVO
      *  de novedades puede haber entrado despues de ella (esas
      *  fichadas se archivarian sin figurar en Estadisticas.dat ni
      *  en la interfaz). Una generacion balanceada posterior a la
      *  carga limpia la marca. Vale la ultima generacion del
      *  periodo: una posterior desbalanceada o REINICIADO (desde
      *  checkpoint, sin archivos del periodo) anula la balanceada
      *  anterior. Sin RunControl.dat no se cierra: el orden de
      *  corridas no puede verificarse.
       CONTROLAR-RUN-CONTROL.
           OPEN INPUT RUNCONTROL_FILE.
           IF FS-RUNCONTROL IS NOT EQUAL TO 00
           EVALUATE TRUE
               WHEN RUN-TIPO-PARTE
                   IF RUN-PERIODO IS EQUAL TO WS-PERIODO-CIERRE
                       IF RUN-VEREDICTO IS EQUAL TO "BALANCEADO"
                           SET HAY-CORRIDA-BALANCEADA TO TRUE
                           MOVE "N" TO SW-CARGA-POSTERIOR
                       ELSE
                           MOVE "N" TO SW-HAY-BALANCEADA
                           MOVE "N" TO SW-CARGA-POSTERIOR
                       END-IF
                   END-IF
               WHEN RUN-TIPO-CARGA
                   IF HAY-CORRIDA-BALANCEADA
           END-EVALUATE.
           PERFORM LEER-RUN-CONTROL.

      *  Como el libro de corridas, se controla ANTES de marcar nada:
      *  movimientos de banco de otro periodo significan que la
      *  ultima generacion no es la de este periodo y el cierre no
      *  sigue. Sin el archivo (TP_PARTE_1B anterior al banco de
      *  horas) se cierra igual, avisando; si el libro ya tiene el
      *  periodo no se lo vuelve a asentar.
       CONTROLAR-BANCO-PERIODO.
           OPEN INPUT BANCO_PERIODO_FILE.
           IF FS-BANCO-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN BANCOHORASPERIODO.DAT, NO SE "
                   "ASIENTA EL BANCO DE HORAS"
           ELSE
               SET POSTEAR-BANCO TO TRUE
               PERFORM LEER-BANCO-PERIODO
               PERFORM VERIFICAR-BANCO-PERIODO
                   UNTIL FS-BANCO-PERIODO IS EQUAL TO 10
               CLOSE BANCO_PERIODO_FILE
           END-IF.
           IF BANCO-OTRO-PERIODO
               DISPLAY "ERROR: BANCOHORASPERIODO.DAT NO ES DEL "
                   "PERIODO " WS-PERIODO-CIERRE ", REEJECUTAR "
                   "TP_PARTE_1B ANTES DE CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POSTEAR-BANCO
               OPEN INPUT BANCO_FILE
               IF FS-BANCO IS EQUAL TO 00
                   PERFORM LEER-BANCO
                   PERFORM BUSCAR-PERIODO-EN-BANCO
                       UNTIL FS-BANCO IS EQUAL TO 10
                   CLOSE BANCO_FILE
               END-IF
           END-IF.

       LEER-BANCO-PERIODO.
           READ BANCO_PERIODO_FILE.
           IF FS-BANCO-PERIODO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER BANCO PERIODO FS: "
                   FS-BANCO-PERIODO
           END-IF.

       VERIFICAR-BANCO-PERIODO.
           IF BPE-PERIODO IS NOT EQUAL TO WS-PERIODO-CIERRE
               SET BANCO-OTRO-PERIODO TO TRUE
           END-IF.
           PERFORM LEER-BANCO-PERIODO.

       LEER-BANCO.
           READ BANCO_FILE.
           IF FS-BANCO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER BANCO DE HORAS FS: " FS-BANCO
           END-IF.

       BUSCAR-PERIODO-EN-BANCO.
           IF BAN-PERIODO IS EQUAL TO WS-PERIODO-CIERRE
           AND POSTEAR-BANCO
               DISPLAY "ADVERTENCIA: EL BANCO DE HORAS YA TIENE "
                   "ASENTADO EL PERIODO " WS-PERIODO-CIERRE
                   ", NO SE VUELVE A ASENTAR"
               MOVE "N" TO SW-POSTEAR-BANCO
           END-IF.
           PERFORM LEER-BANCO.

       CONTROLAR-RETENIDAS-PERIODO.
           OPEN INPUT RETENIDAS_PERIODO_FILE.
           IF FS-RETENIDAS-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN HORASRETENIDASPERIODO.DAT, "
                   "NO SE ASIENTAN HORAS EXTRA RETENIDAS"
           ELSE
               SET POSTEAR-RETENIDAS TO TRUE
               PERFORM LEER-RETENIDAS-PERIODO
               PERFORM VERIFICAR-RETENIDAS-PERIODO
                   UNTIL FS-RETENIDAS-PERIODO IS EQUAL TO 10
               CLOSE RETENIDAS_PERIODO_FILE
           END-IF.
           IF RETENIDAS-OTRO-PERIODO
               DISPLAY "ERROR: HORASRETENIDASPERIODO.DAT NO ES DEL "
                   "PERIODO " WS-PERIODO-CIERRE ", REEJECUTAR "
                   "TP_PARTE_1B ANTES DE CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POSTEAR-RETENIDAS
               OPEN INPUT RETENIDAS_FILE
               IF FS-RETENIDAS IS EQUAL TO 00
                   PERFORM LEER-RETENIDAS
                   PERFORM BUSCAR-PERIODO-EN-RETENIDAS
                       UNTIL FS-RETENIDAS IS EQUAL TO 10
                   CLOSE RETENIDAS_FILE
               END-IF
           END-IF.

       LEER-RETENIDAS-PERIODO.
           READ RETENIDAS_PERIODO_FILE.
           IF FS-RETENIDAS-PERIODO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RETENIDAS PERIODO FS: "
                   FS-RETENIDAS-PERIODO
           END-IF.

       VERIFICAR-RETENIDAS-PERIODO.
           IF HRP-PERIODO IS NOT EQUAL TO WS-PERIODO-CIERRE
               SET RETENIDAS-OTRO-PERIODO TO TRUE
           END-IF.
           PERFORM LEER-RETENIDAS-PERIODO.

       LEER-RETENIDAS.
           READ RETENIDAS_FILE.
           IF FS-RETENIDAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HORAS RETENIDAS FS: "
                   FS-RETENIDAS
           END-IF.

       BUSCAR-PERIODO-EN-RETENIDAS.
           IF HRE-PERIODO IS EQUAL TO WS-PERIODO-CIERRE
           AND POSTEAR-RETENIDAS
               DISPLAY "ADVERTENCIA: HORASRETENIDAS.DAT YA TIENE "
                   "ASENTADO EL PERIODO " WS-PERIODO-CIERRE
                   ", NO SE VUELVE A ASENTAR"
               MOVE "N" TO SW-POSTEAR-RETENIDAS
           END-IF.
           PERFORM LEER-RETENIDAS.

      *  Mismo criterio que el banco de horas. Liquidacion.dat puede
      *  traer meses anteriores (horas extra liberadas en el periodo)
      *  pero nunca uno posterior al que se cierra.
       CONTROLAR-LIQUIDACION-PERIODO.
           OPEN INPUT LIQUIDACION_FILE.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LIQUIDACION.DAT, NO SE "
                   "ASIENTA EL LIBRO DE LIQUIDACIONES"
           ELSE
               SET POSTEAR-LIQUIDACION TO TRUE
               PERFORM LEER-LIQUIDACION
               PERFORM VERIFICAR-LIQUIDACION
                   UNTIL FS-LIQUIDACION IS EQUAL TO 10
               CLOSE LIQUIDACION_FILE
           END-IF.
           IF LIQUIDACION-OTRO-PERIODO
               DISPLAY "ERROR: LIQUIDACION.DAT NO ES DEL "
                   "PERIODO " WS-PERIODO-CIERRE ", REEJECUTAR "
                   "TP_PARTE_1B ANTES DE CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF POSTEAR-LIQUIDACION
               OPEN INPUT LIQ_ACUMULADA_FILE
               IF FS-LIQ-ACUMULADA IS EQUAL TO 00
                   PERFORM LEER-LIQ-ACUMULADA
                   PERFORM BUSCAR-PERIODO-EN-LIQ-ACUMULADA
                       UNTIL FS-LIQ-ACUMULADA IS EQUAL TO 10
                   CLOSE LIQ_ACUMULADA_FILE
               END-IF
           END-IF.

       LEER-LIQUIDACION.
           READ LIQUIDACION_FILE.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LIQUIDACION FS: "
                   FS-LIQUIDACION
           END-IF.

       VERIFICAR-LIQUIDACION.
           COMPUTE WS-PERIODO-LIQ = LIQ-ANIO * 100 + LIQ-MES.
           IF WS-PERIODO-LIQ IS GREATER THAN WS-PERIODO-CIERRE
               SET LIQUIDACION-OTRO-PERIODO TO TRUE
           END-IF.
           PERFORM LEER-LIQUIDACION.

       LEER-LIQ-ACUMULADA.
           READ LIQ_ACUMULADA_FILE.
           IF FS-LIQ-ACUMULADA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LIQUIDACION ACUMULADA FS: "
                   FS-LIQ-ACUMULADA
           END-IF.

       BUSCAR-PERIODO-EN-LIQ-ACUMULADA.
           IF LAC-PERIODO-CIERRE IS EQUAL TO WS-PERIODO-CIERRE
           AND POSTEAR-LIQUIDACION
               DISPLAY "ADVERTENCIA: LIQUIDACIONACUMULADA.DAT YA "
                   "TIENE ASENTADO EL PERIODO " WS-PERIODO-CIERRE
                   ", NO SE VUELVE A ASENTAR"
               MOVE "N" TO SW-POSTEAR-LIQUIDACION
           END-IF.
           PERFORM LEER-LIQ-ACUMULADA.

      *  Partidas del suspenso abiertas hace mas dias que el limite
      *  traban el cierre hasta que se corrijan o se den de baja.
      *  Sin Suspenso.dat no hubo rechazos que controlar.
       CONTROLAR-SUSPENSO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO FECHA-ACTUAL.
           OPEN INPUT PARAM_SUSPENSO_FILE.
           IF FS-PARAM-SUSPENSO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN PARAMSUSPENSO.DAT, SE VENCE "
                   "A LOS " WS-DIAS-LIMITE " DIAS"
           ELSE
               READ PARAM_SUSPENSO_FILE
               IF FS-PARAM-SUSPENSO IS EQUAL TO 00
               AND PSU-DIAS-LIMITE IS NUMERIC
                   MOVE PSU-DIAS-LIMITE TO WS-DIAS-LIMITE
               ELSE
                   DISPLAY "ADVERTENCIA: PARAMSUSPENSO.DAT INVALIDO, "
                       "SE VENCE A LOS " WS-DIAS-LIMITE " DIAS"
               END-IF
               CLOSE PARAM_SUSPENSO_FILE
           END-IF.
           OPEN INPUT SUSPENSO_FILE.
           IF FS-SUSPENSO IS EQUAL TO 00
               PERFORM LEER-SUSPENSO
               PERFORM CONTROLAR-PARTIDA-SUSPENSO
                   UNTIL FS-SUSPENSO IS EQUAL TO 10
               CLOSE SUSPENSO_FILE
           END-IF.
           IF CON-SUSP-VENCIDAS IS GREATER THAN ZERO
               DISPLAY "ERROR: HAY " CON-SUSP-VENCIDAS " PARTIDAS "
                   "DEL SUSPENSO ABIERTAS HACE MAS DE " WS-DIAS-LIMITE
                   " DIAS, CORREGIRLAS O DARLAS DE BAJA ANTES DE "
                   "CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-SUSPENSO.
           READ SUSPENSO_FILE NEXT RECORD.
           IF FS-SUSPENSO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUSPENSO FS: " FS-SUSPENSO
           END-IF.

       CONTROLAR-PARTIDA-SUSPENSO.
           IF SUS-ABIERTA
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   FUNCTION INTEGER-OF-DATE(FECHA-ACTUAL)
                   - FUNCTION INTEGER-OF-DATE(SUS-FECHA-RECHAZO)
               IF WS-DIAS-ANTIGUEDAD IS GREATER THAN WS-DIAS-LIMITE
                   DISPLAY "SUSPENSO VENCIDO - " SUS-CLAVE "  "
                       SUS-MOTIVO "  " SUS-FECHA-RECHAZO
                   ADD 1 TO CON-SUSP-VENCIDAS
               END-IF
           END-IF.
           PERFORM LEER-SUSPENSO.

      *  El periodo queda marcado cerrado ANTES de tocar Times.dat:
      *  si el cierre se interrumpe a mitad de camino, TP_PARTE_1B
      *  encuentra el estado "C" y no acumula contra un maestro a
           CLOSE TIMES_FILE.
           CLOSE HISTORICO_FILE.

      *  Cada fila del periodo pasa tal cual al libro y a una linea
      *  del estado de saldos; el libro se crea la primera vez (35).
       POSTEAR-BANCO-HORAS.
           OPEN INPUT BANCO_PERIODO_FILE.
           OPEN EXTEND BANCO_FILE.
           IF FS-BANCO IS EQUAL TO 35
               OPEN OUTPUT BANCO_FILE
           END-IF.
           OPEN OUTPUT ESTADO_BANCO_FILE.
           IF FS-BANCO-PERIODO IS NOT EQUAL TO 00
           OR FS-BANCO IS NOT EQUAL TO 00
           OR FS-ESTADO-BANCO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR BANCO DE HORAS FS: "
                   FS-BANCO-PERIODO " " FS-BANCO " " FS-ESTADO-BANCO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PERIODO-CIERRE TO TIT-BAN-PERIODO
               MOVE LINEA-TITULO-BANCO TO REG-ESTADO-BANCO
               PERFORM ESCRIBIR-ESTADO-BANCO
               MOVE LINEA-GUIONES-BANCO TO REG-ESTADO-BANCO
               PERFORM ESCRIBIR-ESTADO-BANCO
               MOVE ENCABEZADO-BANCO TO REG-ESTADO-BANCO
               PERFORM ESCRIBIR-ESTADO-BANCO
               MOVE LINEA-GUIONES-BANCO TO REG-ESTADO-BANCO
               PERFORM ESCRIBIR-ESTADO-BANCO
               PERFORM LEER-BANCO-PERIODO
               PERFORM ASENTAR-BANCO-LEGAJO
                   UNTIL FS-BANCO-PERIODO IS EQUAL TO 10
               MOVE LINEA-GUIONES-BANCO TO REG-ESTADO-BANCO
               PERFORM ESCRIBIR-ESTADO-BANCO
               MOVE "TOTAL"                TO LIN-BAN-LEGAJO
               MOVE TOT-BAN-SALDO-ANTERIOR TO LIN-BAN-SALDO-ANT
               MOVE TOT-BAN-CREDITOS       TO LIN-BAN-CREDITOS
               MOVE TOT-BAN-DEBITOS        TO LIN-BAN-DEBITOS
               MOVE TOT-BAN-PAGADO         TO LIN-BAN-PAGADO
               MOVE TOT-BAN-SALDO          TO LIN-BAN-SALDO
               MOVE LINEA-BANCO TO REG-ESTADO-BANCO
               PERFORM ESCRIBIR-ESTADO-BANCO
           END-IF.
           CLOSE BANCO_PERIODO_FILE.
           CLOSE BANCO_FILE.
           CLOSE ESTADO_BANCO_FILE.

       ASENTAR-BANCO-LEGAJO.
           MOVE REG-BANCO-PERIODO TO REG-BANCO.
           WRITE REG-BANCO.
           IF FS-BANCO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR BANCO DE HORAS FS: "
                   FS-BANCO " LEGAJO " BPE-LEGAJO
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO CON-BANCO
           END-IF.
           MOVE BPE-LEGAJO         TO LIN-BAN-LEGAJO.
           MOVE BPE-SALDO-ANTERIOR TO LIN-BAN-SALDO-ANT.
           MOVE BPE-CREDITOS       TO LIN-BAN-CREDITOS.
           MOVE BPE-DEBITOS        TO LIN-BAN-DEBITOS.
           MOVE BPE-PAGADO         TO LIN-BAN-PAGADO.
           MOVE BPE-SALDO          TO LIN-BAN-SALDO.
           MOVE LINEA-BANCO TO REG-ESTADO-BANCO.
           PERFORM ESCRIBIR-ESTADO-BANCO.
           ADD BPE-SALDO-ANTERIOR TO TOT-BAN-SALDO-ANTERIOR.
           ADD BPE-CREDITOS       TO TOT-BAN-CREDITOS.
           ADD BPE-DEBITOS        TO TOT-BAN-DEBITOS.
           ADD BPE-PAGADO         TO TOT-BAN-PAGADO.
           ADD BPE-SALDO          TO TOT-BAN-SALDO.
           PERFORM LEER-BANCO-PERIODO.

       POSTEAR-HORAS-RETENIDAS.
           OPEN INPUT RETENIDAS_PERIODO_FILE.
           OPEN EXTEND RETENIDAS_FILE.
           IF FS-RETENIDAS IS EQUAL TO 35
               OPEN OUTPUT RETENIDAS_FILE
           END-IF.
           IF FS-RETENIDAS-PERIODO IS NOT EQUAL TO 00
           OR FS-RETENIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR HORAS RETENIDAS FS: "
                   FS-RETENIDAS-PERIODO " " FS-RETENIDAS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LEER-RETENIDAS-PERIODO
               PERFORM ASENTAR-RETENIDA
                   UNTIL FS-RETENIDAS-PERIODO IS EQUAL TO 10
           END-IF.
           CLOSE RETENIDAS_PERIODO_FILE.
           CLOSE RETENIDAS_FILE.

       ASENTAR-RETENIDA.
           MOVE REG-RETENIDAS-PERIODO TO REG-RETENIDAS.
           WRITE REG-RETENIDAS.
           IF FS-RETENIDAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR HORAS RETENIDAS FS: "
                   FS-RETENIDAS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO CON-RETENIDAS
           END-IF.
           PERFORM LEER-RETENIDAS-PERIODO.

      *  Cada fila pasa tal cual al libro, con el periodo de cierre
      *  adelante; el libro se crea la primera vez (35).
       POSTEAR-LIQUIDACION-ACUMULADA.
           OPEN INPUT LIQUIDACION_FILE.
           OPEN EXTEND LIQ_ACUMULADA_FILE.
           IF FS-LIQ-ACUMULADA IS EQUAL TO 35
               OPEN OUTPUT LIQ_ACUMULADA_FILE
           END-IF.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00
           OR FS-LIQ-ACUMULADA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LIBRO DE LIQUIDACIONES FS: "
                   FS-LIQUIDACION " " FS-LIQ-ACUMULADA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LEER-LIQUIDACION
               PERFORM ASENTAR-LIQUIDACION
                   UNTIL FS-LIQUIDACION IS EQUAL TO 10
           END-IF.
           CLOSE LIQUIDACION_FILE.
           CLOSE LIQ_ACUMULADA_FILE.

       ASENTAR-LIQUIDACION.
           MOVE SPACES TO REG-LIQ-ACUMULADA.
           MOVE WS-PERIODO-CIERRE TO LAC-PERIODO-CIERRE.
           MOVE REG-LIQUIDACION   TO LAC-REGISTRO.
           WRITE REG-LIQ-ACUMULADA.
           IF FS-LIQ-ACUMULADA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR LIQUIDACION ACUMULADA FS: "
                   FS-LIQ-ACUMULADA
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO CON-LIQUIDACIONES
           END-IF.
           PERFORM LEER-LIQUIDACION.

       ESCRIBIR-ESTADO-BANCO.
           WRITE REG-ESTADO-BANCO.
           IF FS-ESTADO-BANCO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR ESTADO BANCO FS: "
                   FS-ESTADO-BANCO
           END-IF.

       ABRIR-PERIODO-SIGUIENTE.
           OPEN OUTPUT PARAMETROS_FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
           DISPLAY LINEA-RESUMEN-PERIODO.
           DISPLAY LINEA-RESUMEN-ARCHIVADOS.
           DISPLAY LINEA-RESUMEN-REMANENTES.
           IF POSTEAR-BANCO
               MOVE CON-BANCO TO RES-BANCO
               DISPLAY LINEA-RESUMEN-BANCO
           END-IF.
           IF POSTEAR-RETENIDAS
               MOVE CON-RETENIDAS TO RES-RETENIDAS
               DISPLAY LINEA-RESUMEN-RETENIDAS
           END-IF.
           IF POSTEAR-LIQUIDACION
               MOVE CON-LIQUIDACIONES TO RES-LIQUIDACIONES
               DISPLAY LINEA-RESUMEN-LIQUIDACIONES
           END-IF.
           DISPLAY LINEA-RESUMEN-NUEVO.

       END PROGRAM "TP_CIERRE_PERIODO".
