       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_CONTROL_JORNADA".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Control de limites legales de jornada sobre Times.dat para
      *  el periodo abierto de Parametros.dat. TP_CARGA_TIMES valida
      *  cada registro por separado (hasta 24.00 horas), pero un
      *  legajo puede tener varias clases el mismo dia y nadie las
      *  sumaba. Por cada legajo este programa suma las horas del
      *  dia (todas las clases y sucursales) y reporta en
      *  Jornada.dat:
      *
      *    DIARIO    dia cuya suma supera el maximo diario legal;
      *    SEMANAL   semana (lunes a domingo) que supera el maximo
      *              semanal legal;
      *    DESCANSO  racha de dias trabajados seguidos, sin dia de
      *              descanso, mas larga que el maximo permitido.
      *
      *  Un dia sin horas es descanso, y tambien lo es un cierre "C"
      *  de Feriados.dat (nacional o de la sucursal del empleado)
      *  aunque tenga horas cargadas. Los limites salen del registro
      *  de ParamJornada.dat; sin ese archivo (o con limites en
      *  cero) la corrida se rechaza con codigo 8.
      *
      *  La semana y la racha no arrancan de cero el dia 1: cada
      *  legajo se siembra con sus fichadas de los 6 dias previos al
      *  periodo, tomadas de TimesHistorico.dat, de modo que la
      *  semana que empezo en el mes anterior se evalua completa y la
      *  racha sigue contando. Solo se informa el caso que termina
      *  dentro del periodo abierto; la semana que sigue en el mes
      *  siguiente se evalua al fin de mes con lo que va sumado.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAMETROS_FILE
           ASSIGN TO "../files/in/Parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

           SELECT PARAM_JORNADA_FILE
           ASSIGN TO "../files/in/ParamJornada.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM-JORNADA.

           SELECT TIMES_FILE
           ASSIGN TO "../files/out/Times.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-TIMES
           ALTERNATE RECORD KEY IS TIM-SUCURSAL WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

           SELECT HISTORICO_FILE
           ASSIGN TO "../files/out/TimesHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

           SELECT EMPLEADOS_FILE
           ASSIGN TO "../files/in/Empleados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT FERIADOS_FILE
           ASSIGN TO "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT JORNADA_FILE
           ASSIGN TO "../files/out/Jornada.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNADA.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

      *-------------------------------*
      *- PARAMETROS FILE DESCRIPTION -*
      *-------------------------------*
       FD PARAMETROS_FILE LABEL RECORD STANDARD.
       01 REG-PARAMETROS.
           03 PAR-PERIODO       PIC 9(6).
           03 PAR-ESTADO        PIC X(01).
               88 PAR-PERIODO-ABIERTO     VALUE "A".
               88 PAR-PERIODO-CERRADO     VALUE "C".

      *-----------------------------------*
      *- PARAM JORNADA FILE DESCRIPTION -*
      *-----------------------------------*
      *  Un solo registro con los limites legales vigentes: horas
      *  maximas por dia, horas maximas por semana y cantidad maxima
      *  de dias seguidos trabajados sin descanso.
       FD PARAM_JORNADA_FILE LABEL RECORD STANDARD.
       01 REG-PARAM-JORNADA.
           03 PJO-MAX-DIARIO    PIC 9(2)V99.
           03 PJO-MAX-SEMANAL   PIC 9(3)V99.
           03 PJO-MAX-DIAS      PIC 9(2).

      *--------------------------*
      *- TIMES FILE DESCRIPTION -*
      *--------------------------*
       FD TIMES_FILE LABEL RECORD STANDARD.
       01 REG-TIMES.
           03 CLAVE-TIMES.
              05 CLAVE-TIMES-SUC.
                  07 CLAVE-TIMES-FECHA.
                      09 TIM-NUMERO        PIC X(5).
                      09 TIM-FECHA         PIC 9(8).
                  07 TIM-SUCURSAL          PIC X(03).
              05 TIM-TIPCLASE              PIC X(04).
           03 TIM-HORAS                    PIC 9(2)V99.

      *------------------------------*
      *- HISTORICO FILE DESCRIPTION -*
      *------------------------------*
      *  Mismo trazado que escribe TP_CIERRE_PERIODO: el periodo de
      *  cierre seguido de la imagen completa de REG-TIMES.
       FD HISTORICO_FILE LABEL RECORD STANDARD.
       01 REG-HISTORICO.
           03 HIS-PERIODO-CIERRE PIC 9(6).
           03 FILLER             PIC X(2).
           03 HIS-REGISTRO.
               05 HIS-NUMERO        PIC X(5).
               05 HIS-FECHA         PIC 9(8).
               05 HIS-SUCURSAL      PIC X(03).
               05 HIS-TIPCLASE      PIC X(04).
               05 HIS-HORAS         PIC 9(2)V99.

      *------------------------------*
      *- EMPLEADOS FILE DESCRIPTION -*
      *------------------------------*
       FD EMPLEADOS_FILE LABEL RECORD STANDARD.
       01 REG-EMPLEADOS.
           03 EMP-LEGAJO        PIC X(05).
           03 EMP-APELLNOM      PIC X(30).
           03 EMP-CATEGORIA     PIC X(04).
           03 EMP-SUCURSAL      PIC X(03).
           03 EMP-FECHA-ALTA    PIC 9(8).
           03 EMP-FECHA-BAJA    PIC 9(8).

      *-----------------------------*
      *- FERIADOS FILE DESCRIPTION -*
      *-----------------------------*
       FD FERIADOS_FILE LABEL RECORD STANDARD.
       01 REG-FERIADOS.
           03 FER-FECHA         PIC 9(8).
           03 FER-SUCURSAL      PIC X(03).
           03 FER-TIPO          PIC X(01).
               88 FER-TIPO-FERIADO        VALUE "F".
               88 FER-TIPO-CERRADO        VALUE "C".

      *----------------------------*
      *- JORNADA FILE DESCRIPTION -*
      *----------------------------*
      *  Una fila por infraccion. En DIARIO desde y hasta son el
      *  mismo dia; en SEMANAL y DESCANSO marcan el tramo. Las horas
      *  y los dias van junto al limite que superaron.
       FD JORNADA_FILE LABEL RECORD STANDARD.
       01 REG-JORNADA.
           03 JOR-TIPO          PIC X(08).
               88 JOR-TIPO-DIARIO         VALUE "DIARIO".
               88 JOR-TIPO-SEMANAL        VALUE "SEMANAL".
               88 JOR-TIPO-DESCANSO       VALUE "DESCANSO".
           03 FILLER            PIC X(2).
           03 JOR-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 JOR-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 JOR-FECHA-DESDE   PIC 9(8).
           03 FILLER            PIC X(2).
           03 JOR-FECHA-HASTA   PIC 9(8).
           03 FILLER            PIC X(2).
           03 JOR-HORAS         PIC 9(4)V99.
           03 FILLER            PIC X(2).
           03 JOR-LIMITE-HORAS  PIC 9(4)V99.
           03 FILLER            PIC X(2).
           03 JOR-DIAS          PIC 9(2).
           03 FILLER            PIC X(2).
           03 JOR-LIMITE-DIAS   PIC 9(2).

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-PARAMETROS     PIC X(2).
       77 FS-PARAM-JORNADA  PIC X(2).
       77 FS-TIMES          PIC X(2).
       77 FS-HISTORICO      PIC X(2).
       77 FS-EMPLEADOS      PIC X(2).
       77 FS-FERIADOS       PIC X(2).
       77 FS-JORNADA        PIC X(2).

       77 CON-LEIDOS        PIC 9(9) COMP VALUE 0.
       77 CON-PREVIAS       PIC 9(9) COMP VALUE 0.
       77 CON-LEGAJOS       PIC 9(9) COMP VALUE 0.
       77 CON-EXC-DIARIO    PIC 9(9) COMP VALUE 0.
       77 CON-EXC-SEMANAL   PIC 9(9) COMP VALUE 0.
       77 CON-EXC-DESCANSO  PIC 9(9) COMP VALUE 0.

       01 WS-PERIODO-ABIERTO.
           03 WS-PERIODO-ANIO      PIC 9(4).
           03 WS-PERIODO-MES       PIC 9(2).
       01 WS-PERIODO-ABIERTO-R REDEFINES WS-PERIODO-ABIERTO
                                    PIC 9(6).

       01 WS-MAX-DIARIO             PIC 9(2)V99.
       01 WS-MAX-SEMANAL            PIC 9(3)V99.
       01 WS-MAX-DIAS               PIC 9(2).

       01 WS-DIAS-POR-MES.
           03 FILLER            PIC X(24)  VALUE
               "312831303130313130313031".
       01 WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
           03 WS-DIAS-MES-ELM   OCCURS 12 TIMES PIC 9(2).

       01 WS-DIAS-LIMITE            PIC 9(2).
       01 WS-RESTO-BISIESTO         PIC 9(4).
       01 WS-COCIENTE-BISIESTO      PIC 9(4).

       01 WS-FECHA-DIA.
           03 WS-FECHA-DIA-ANIO    PIC 9(4).
           03 WS-FECHA-DIA-MES     PIC 9(2).
           03 WS-FECHA-DIA-DIA     PIC 9(2).
       01 WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA PIC 9(8).

      *  Primer dia del periodo, primer dia de la siembra (6 dias
      *  antes) y largo del recorrido: el dia D del periodo ocupa la
      *  posicion D + 6 del calendario del legajo.
       01 WS-PRIMER-DIA             PIC 9(8).
       01 WS-INT-PRIMER-DIA         PIC 9(8).
       01 WS-DESDE-SEMILLA          PIC 9(8).
       01 WS-DIAS-RECORRIDO         PIC 9(2).
       01 WS-INT-DIA                PIC 9(8).
       01 WS-DIA-SEMILLA            PIC 9(2).

       01 WS-DIA-SEMANA             PIC 9(1).
       01 WS-DIA-CALENDARIO         PIC 9(2).
       01 WS-DIA-FICHADA            PIC 9(2).

      *  Legajo en curso del corte de control; LOW-VALUES mientras
      *  no se haya leido ninguna fichada del periodo.
       01 WS-LEGAJO-CORTE           PIC X(05) VALUE LOW-VALUES.
       01 WS-SUCURSAL-LEGAJO        PIC X(03) VALUE SPACES.

       01 SW-HAY-LEGAJO             PIC X(01) VALUE "N".
           88  HAY-LEGAJO                     VALUE "S".

       01 SW-DIA-DESCANSO           PIC X(01) VALUE "N".
           88  DIA-DESCANSO                   VALUE "S".

       01 SW-DESBORDE-SEMILLA       PIC X(01) VALUE "N".
           88  DESBORDE-SEMILLA               VALUE "S".

      *  Semana en curso (lunes a domingo) y racha de dias seguidos
      *  trabajados dentro del recorrido del legajo.
       01 WS-HORAS-SEMANA           PIC 9(4)V99.
       01 WS-FECHA-INICIO-SEMANA    PIC 9(8).
       01 WS-DIAS-RACHA             PIC 9(2).
       01 WS-FECHA-INICIO-RACHA     PIC 9(8).
       01 WS-FECHA-FIN-RACHA        PIC 9(8).

       01 VEC-FERIADOS-TAB.
           03 VEC-CANT-FERIADOS        PIC 9(3) COMP VALUE 0.
           03 VEC-FERIADOS
               OCCURS 1 TO 200 TIMES DEPENDING ON VEC-CANT-FERIADOS
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA           PIC 9(8).
               05  VEC-FER-SUCURSAL        PIC X(03).
               05  VEC-FER-TIPO            PIC X(01).

      *  Horas de los 6 dias previos al periodo por legajo, sacadas
      *  de TimesHistorico.dat.
       01 VEC-SEMILLA-TAB.
           03 VEC-CANT-SEMILLA         PIC 9(4) COMP VALUE 0.
           03 VEC-SEMILLA
               OCCURS 1 TO 2000 TIMES DEPENDING ON VEC-CANT-SEMILLA
               INDEXED BY INDICE-SEM.
               05  VEC-SEM-LEGAJO          PIC X(05).
               05  VEC-SEM-HORAS   OCCURS 6 TIMES PIC 9(4)V99.

      *  Horas fichadas por dia para el legajo en curso, sumando
      *  todas sus clases y sucursales: posiciones 1 a 6 para la
      *  siembra y 7 en adelante para los dias del periodo.
       01 VEC-HORAS-DIA-TAB.
           03 VEC-HORAS-DIA     OCCURS 37 TIMES PIC 9(4)V99.

       01 LINEA-JORNADA.
           03 FILLER            PIC X(10)  VALUE "JORNADA - ".
           03 LIS-TIPO          PIC X(08).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FECHA-DESDE   PIC 9(8).
           03 FILLER            PIC X(1)   VALUE "-".
           03 LIS-FECHA-HASTA   PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-HORAS         PIC ZZZ9.99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-DIAS          PIC Z9.

       01 LINEA-RESUMEN-LEIDOS.
           03 FILLER            PIC X(25)  VALUE
               "FICHADAS LEIDAS:     ".
           03 RES-LEIDOS        PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-PREVIAS.
           03 FILLER            PIC X(25)  VALUE
               "FICHADAS PREVIAS:    ".
           03 RES-PREVIAS       PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-LEGAJOS.
           03 FILLER            PIC X(25)  VALUE
               "LEGAJOS CONTROLADOS: ".
           03 RES-LEGAJOS       PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-DIARIO.
           03 FILLER            PIC X(25)  VALUE
               "EXCESOS DIARIOS:     ".
           03 RES-DIARIO        PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-SEMANAL.
           03 FILLER            PIC X(25)  VALUE
               "EXCESOS SEMANALES:   ".
           03 RES-SEMANAL       PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-DESCANSO.
           03 FILLER            PIC X(25)  VALUE
               "RACHAS SIN DESCANSO: ".
           03 RES-DESCANSO      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-PARAM-JORNADA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-FERIADOS.
           PERFORM CALCULAR-DIAS-MES.
           PERFORM CALCULAR-RECORRIDO.
           PERFORM CARGAR-SEMILLAS.
           PERFORM LEER-TIMES.
           PERFORM PROCESAR-FICHADA
               UNTIL FS-TIMES IS EQUAL TO 10.
           IF HAY-LEGAJO
               PERFORM CONTROLAR-LEGAJO
           END-IF.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

      *  Sin periodo abierto no hay jornada que controlar.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS_FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PARAMETROS FS: " FS-PARAMETROS
               STOP RUN
           END-IF.
           READ PARAMETROS_FILE.
           IF FS-PARAMETROS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL LEER PARAMETROS FS: " FS-PARAMETROS
               STOP RUN
           END-IF.
           IF NOT PAR-PERIODO-ABIERTO
               DISPLAY "ERROR: EL PERIODO " PAR-PERIODO
                   " NO ESTA ABIERTO, NO SE CONTROLA LA JORNADA"
               STOP RUN
           END-IF.
           MOVE PAR-PERIODO TO WS-PERIODO-ABIERTO-R.
           CLOSE PARAMETROS_FILE.

      *  Los limites no tienen valor por defecto: un registro
      *  faltante o en cero cortaria el control en silencio.
       LEER-PARAM-JORNADA.
           OPEN INPUT PARAM_JORNADA_FILE.
           IF FS-PARAM-JORNADA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PARAM JORNADA FS: "
                   FS-PARAM-JORNADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAM_JORNADA_FILE.
           IF FS-PARAM-JORNADA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL LEER PARAM JORNADA FS: "
                   FS-PARAM-JORNADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PJO-MAX-DIARIO IS NOT NUMERIC
           OR PJO-MAX-SEMANAL IS NOT NUMERIC
           OR PJO-MAX-DIAS IS NOT NUMERIC
           OR PJO-MAX-DIARIO IS EQUAL TO ZERO
           OR PJO-MAX-SEMANAL IS EQUAL TO ZERO
           OR PJO-MAX-DIAS IS EQUAL TO ZERO
               DISPLAY "ERROR: LIMITES DE JORNADA INVALIDOS EN "
                   "PARAMJORNADA.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PJO-MAX-DIARIO  TO WS-MAX-DIARIO.
           MOVE PJO-MAX-SEMANAL TO WS-MAX-SEMANAL.
           MOVE PJO-MAX-DIAS    TO WS-MAX-DIAS.
           CLOSE PARAM_JORNADA_FILE.

       ABRIR-ARCHIVOS.
           OPEN INPUT TIMES_FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.

           OPEN INPUT EMPLEADOS_FILE.
           IF FS-EMPLEADOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EMPLEADOS FS: " FS-EMPLEADOS
               STOP RUN
           END-IF.

           OPEN OUTPUT JORNADA_FILE.
           IF FS-JORNADA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR JORNADA FS: " FS-JORNADA
               STOP RUN
           END-IF.

       CARGAR-FERIADOS.
           OPEN INPUT FERIADOS_FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN FERIADOS.DAT, NINGUN CIERRE "
                   "SE CUENTA COMO DIA DE DESCANSO"
           ELSE
               PERFORM LEER-FERIADOS
               PERFORM GUARDAR-FERIADO
                   VARYING INDICE-FER FROM 1 BY 1
                   UNTIL INDICE-FER > 200
                   OR FS-FERIADOS IS EQUAL TO 10
               IF FS-FERIADOS IS NOT EQUAL TO 10
                   DISPLAY "ADVERTENCIA: FERIADOS.DAT TIENE MAS DE "
                       "200 ENTRADAS, SE TRUNCO EL CALENDARIO"
               END-IF
               CLOSE FERIADOS_FILE
           END-IF.

       LEER-FERIADOS.
           READ FERIADOS_FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER FERIADOS FS: " FS-FERIADOS
           END-IF.

       GUARDAR-FERIADO.
           MOVE INDICE-FER TO VEC-CANT-FERIADOS.
           MOVE FER-FECHA    TO VEC-FER-FECHA(INDICE-FER).
           MOVE FER-SUCURSAL TO VEC-FER-SUCURSAL(INDICE-FER).
           MOVE FER-TIPO     TO VEC-FER-TIPO(INDICE-FER).
           PERFORM LEER-FERIADOS.

      *  Dias del mes del periodo abierto, con la misma regla de
      *  bisiesto que usa TP_CARGA_TIMES.
       CALCULAR-DIAS-MES.
           MOVE WS-DIAS-MES-ELM(WS-PERIODO-MES) TO WS-DIAS-LIMITE.
           IF WS-PERIODO-MES IS EQUAL TO 02
               PERFORM EVALUAR-BISIESTO
           END-IF.

       EVALUAR-BISIESTO.
           DIVIDE WS-PERIODO-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO IS EQUAL TO ZERO
               DIVIDE WS-PERIODO-ANIO BY 100
                   GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO IS NOT EQUAL TO ZERO
                   MOVE 29 TO WS-DIAS-LIMITE
               ELSE
                   DIVIDE WS-PERIODO-ANIO BY 400
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO IS EQUAL TO ZERO
                       MOVE 29 TO WS-DIAS-LIMITE
                   END-IF
               END-IF
           END-IF.

       CALCULAR-RECORRIDO.
           COMPUTE WS-PRIMER-DIA = WS-PERIODO-ABIERTO-R * 100 + 1.
           COMPUTE WS-INT-PRIMER-DIA =
               FUNCTION INTEGER-OF-DATE(WS-PRIMER-DIA).
           COMPUTE WS-DESDE-SEMILLA =
               FUNCTION DATE-OF-INTEGER(WS-INT-PRIMER-DIA - 6).
           COMPUTE WS-DIAS-RECORRIDO = WS-DIAS-LIMITE + 6.

      *  Sin historico (primer periodo de la instalacion) la semana
      *  y la racha arrancan el dia 1 del periodo, como antes.
       CARGAR-SEMILLAS.
           OPEN INPUT HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN TIMESHISTORICO.DAT, LA "
                   "SEMANA Y LA RACHA ARRANCAN EL DIA 1"
           ELSE
               PERFORM LEER-HISTORICO
               PERFORM PROCESAR-HISTORICO
                   UNTIL FS-HISTORICO IS EQUAL TO 10
               CLOSE HISTORICO_FILE
           END-IF.

       LEER-HISTORICO.
           READ HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HISTORICO FS: " FS-HISTORICO
           END-IF.

       PROCESAR-HISTORICO.
           IF HIS-FECHA IS NUMERIC
           AND HIS-FECHA IS NOT LESS THAN WS-DESDE-SEMILLA
           AND HIS-FECHA IS LESS THAN WS-PRIMER-DIA
               PERFORM ACUMULAR-SEMILLA
           END-IF.
           PERFORM LEER-HISTORICO.

       ACUMULAR-SEMILLA.
           PERFORM BUSCAR-SEMILLA.
           IF NOT DESBORDE-SEMILLA
               COMPUTE WS-DIA-SEMILLA =
                   FUNCTION INTEGER-OF-DATE(HIS-FECHA)
                   - WS-INT-PRIMER-DIA + 7
               ADD HIS-HORAS
                   TO VEC-SEM-HORAS(INDICE-SEM WS-DIA-SEMILLA)
               ADD 1 TO CON-PREVIAS
           END-IF.

       BUSCAR-SEMILLA.
           MOVE "N" TO SW-DESBORDE-SEMILLA.
           SET INDICE-SEM TO 1.
           SEARCH VEC-SEMILLA
               AT END
                   PERFORM AGREGAR-SEMILLA
               WHEN VEC-SEM-LEGAJO(INDICE-SEM) IS EQUAL TO HIS-NUMERO
                   CONTINUE
           END-SEARCH.

       AGREGAR-SEMILLA.
           IF VEC-CANT-SEMILLA IS LESS THAN 2000
               ADD 1 TO VEC-CANT-SEMILLA
               SET INDICE-SEM TO VEC-CANT-SEMILLA
               INITIALIZE VEC-SEMILLA(INDICE-SEM)
               MOVE HIS-NUMERO TO VEC-SEM-LEGAJO(INDICE-SEM)
           ELSE
               DISPLAY "ADVERTENCIA: MAS DE 2000 LEGAJOS EN LOS DIAS "
                   "PREVIOS, SE DESCARTA LA SIEMBRA DE " HIS-NUMERO
               MOVE "S" TO SW-DESBORDE-SEMILLA
           END-IF.

       LEER-TIMES.
           READ TIMES_FILE NEXT RECORD.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.
           IF FS-TIMES IS EQUAL TO 00
               ADD 1 TO CON-LEIDOS
           END-IF.

      *  Corte de control por TIM-NUMERO: la clave primaria entrega
      *  las fichadas del legajo juntas y en orden de fecha. Al
      *  cambiar de legajo se controla el anterior con sus horas ya
      *  sumadas por dia.
       PROCESAR-FICHADA.
           IF TIM-FECHA(1:6) IS EQUAL TO WS-PERIODO-ABIERTO-R
               IF TIM-NUMERO IS NOT EQUAL TO WS-LEGAJO-CORTE
                   IF HAY-LEGAJO
                       PERFORM CONTROLAR-LEGAJO
                   END-IF
                   PERFORM INICIAR-LEGAJO
               END-IF
               MOVE TIM-FECHA(7:2) TO WS-DIA-FICHADA
               ADD 6 TO WS-DIA-FICHADA
               ADD TIM-HORAS TO VEC-HORAS-DIA(WS-DIA-FICHADA)
           END-IF.
           PERFORM LEER-TIMES.

      *  La sucursal que cuenta para los cierres es la del legajo en
      *  Empleados.dat; si no figura, la de su primera fichada.
       INICIAR-LEGAJO.
           MOVE TIM-NUMERO TO WS-LEGAJO-CORTE.
           SET HAY-LEGAJO TO TRUE.
           ADD 1 TO CON-LEGAJOS.
           PERFORM LIMPIAR-HORAS-DIA
               VARYING WS-DIA-CALENDARIO FROM 1 BY 1
               UNTIL WS-DIA-CALENDARIO > 37.
           PERFORM SEMBRAR-LEGAJO.
           MOVE TIM-NUMERO TO EMP-LEGAJO.
           READ EMPLEADOS_FILE
               INVALID KEY
                   MOVE TIM-SUCURSAL TO WS-SUCURSAL-LEGAJO
               NOT INVALID KEY
                   MOVE EMP-SUCURSAL TO WS-SUCURSAL-LEGAJO
           END-READ.

       LIMPIAR-HORAS-DIA.
           MOVE ZERO TO VEC-HORAS-DIA(WS-DIA-CALENDARIO).

       SEMBRAR-LEGAJO.
           SET INDICE-SEM TO 1.
           SEARCH VEC-SEMILLA
               AT END
                   CONTINUE
               WHEN VEC-SEM-LEGAJO(INDICE-SEM) IS EQUAL TO TIM-NUMERO
                   PERFORM COPIAR-SEMILLA
                       VARYING WS-DIA-SEMILLA FROM 1 BY 1
                       UNTIL WS-DIA-SEMILLA > 6
           END-SEARCH.

       COPIAR-SEMILLA.
           MOVE VEC-SEM-HORAS(INDICE-SEM WS-DIA-SEMILLA)
               TO VEC-HORAS-DIA(WS-DIA-SEMILLA).

      *  Recorre los 6 dias de siembra y el calendario del periodo
      *  una sola vez: cada dia se controla contra el maximo diario,
      *  se suma a la semana (que se evalua al llegar al domingo o al
      *  fin de mes) y alarga o corta la racha de dias trabajados.
      *  Los dias de siembra solo suman: no se informa nada que
      *  termine antes del periodo.
       CONTROLAR-LEGAJO.
           MOVE ZERO TO WS-HORAS-SEMANA.
           MOVE ZERO TO WS-DIAS-RACHA.
           MOVE ZERO TO WS-FECHA-INICIO-SEMANA.
           PERFORM CONTROLAR-DIA
               VARYING WS-DIA-CALENDARIO FROM 1 BY 1
               UNTIL WS-DIA-CALENDARIO > WS-DIAS-RECORRIDO.
           PERFORM CONTROLAR-RACHA.

       CONTROLAR-DIA.
           COMPUTE WS-INT-DIA =
               WS-INT-PRIMER-DIA + WS-DIA-CALENDARIO - 7.
           COMPUTE WS-FECHA-DIA-R =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA 7).
           IF WS-FECHA-INICIO-SEMANA IS EQUAL TO ZERO
               MOVE WS-FECHA-DIA-R TO WS-FECHA-INICIO-SEMANA
           END-IF.

           IF WS-DIA-CALENDARIO IS GREATER THAN 6
           AND VEC-HORAS-DIA(WS-DIA-CALENDARIO) IS GREATER THAN
               WS-MAX-DIARIO
               PERFORM INFORMAR-EXCESO-DIARIO
           END-IF.

           ADD VEC-HORAS-DIA(WS-DIA-CALENDARIO) TO WS-HORAS-SEMANA.
           IF WS-DIA-SEMANA IS EQUAL TO ZERO
           OR WS-DIA-CALENDARIO IS EQUAL TO WS-DIAS-RECORRIDO
               IF WS-DIA-CALENDARIO IS GREATER THAN 6
               AND WS-HORAS-SEMANA IS GREATER THAN WS-MAX-SEMANAL
                   PERFORM INFORMAR-EXCESO-SEMANAL
               END-IF
               MOVE ZERO TO WS-HORAS-SEMANA
               MOVE ZERO TO WS-FECHA-INICIO-SEMANA
           END-IF.

           PERFORM EVALUAR-DIA-DESCANSO.
           IF DIA-DESCANSO
               PERFORM CONTROLAR-RACHA
               MOVE ZERO TO WS-DIAS-RACHA
           ELSE
               IF WS-DIAS-RACHA IS EQUAL TO ZERO
                   MOVE WS-FECHA-DIA-R TO WS-FECHA-INICIO-RACHA
               END-IF
               ADD 1 TO WS-DIAS-RACHA
               MOVE WS-FECHA-DIA-R TO WS-FECHA-FIN-RACHA
           END-IF.

      *  Descanso: dia sin horas, o cierre "C" nacional o de la
      *  sucursal del legajo.
       EVALUAR-DIA-DESCANSO.
           MOVE "N" TO SW-DIA-DESCANSO.
           IF VEC-HORAS-DIA(WS-DIA-CALENDARIO) IS EQUAL TO ZERO
               SET DIA-DESCANSO TO TRUE
           ELSE
               PERFORM EVALUAR-CIERRE-DIA
                   VARYING INDICE-FER FROM 1 BY 1
                   UNTIL INDICE-FER > VEC-CANT-FERIADOS
           END-IF.

       EVALUAR-CIERRE-DIA.
           IF VEC-FER-FECHA(INDICE-FER) IS EQUAL TO WS-FECHA-DIA-R
           AND VEC-FER-TIPO(INDICE-FER) IS EQUAL TO "C"
               IF VEC-FER-SUCURSAL(INDICE-FER) IS EQUAL TO SPACES
               OR VEC-FER-SUCURSAL(INDICE-FER) IS EQUAL TO
                   WS-SUCURSAL-LEGAJO
                   SET DIA-DESCANSO TO TRUE
               END-IF
           END-IF.

      *  Se llama al cortarse la racha y al terminar el mes: una
      *  racha larga se informa una sola vez, con su tramo completo.
      *  Una racha cortada durante la siembra ya termino en el
      *  periodo anterior.
       CONTROLAR-RACHA.
           IF WS-DIAS-RACHA IS GREATER THAN WS-MAX-DIAS
           AND WS-FECHA-FIN-RACHA IS NOT LESS THAN WS-PRIMER-DIA
               PERFORM INFORMAR-FALTA-DESCANSO
           END-IF.

       INFORMAR-EXCESO-DIARIO.
           MOVE SPACES TO REG-JORNADA.
           SET JOR-TIPO-DIARIO TO TRUE.
           MOVE WS-FECHA-DIA-R TO JOR-FECHA-DESDE.
           MOVE WS-FECHA-DIA-R TO JOR-FECHA-HASTA.
           MOVE VEC-HORAS-DIA(WS-DIA-CALENDARIO) TO JOR-HORAS.
           MOVE WS-MAX-DIARIO TO JOR-LIMITE-HORAS.
           MOVE 1 TO JOR-DIAS.
           MOVE ZERO TO JOR-LIMITE-DIAS.
           PERFORM ESCRIBIR-JORNADA.
           ADD 1 TO CON-EXC-DIARIO.

       INFORMAR-EXCESO-SEMANAL.
           MOVE SPACES TO REG-JORNADA.
           SET JOR-TIPO-SEMANAL TO TRUE.
           MOVE WS-FECHA-INICIO-SEMANA TO JOR-FECHA-DESDE.
           MOVE WS-FECHA-DIA-R TO JOR-FECHA-HASTA.
           MOVE WS-HORAS-SEMANA TO JOR-HORAS.
           MOVE WS-MAX-SEMANAL TO JOR-LIMITE-HORAS.
           COMPUTE JOR-DIAS = FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA-R)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO-SEMANA) + 1.
           MOVE ZERO TO JOR-LIMITE-DIAS.
           PERFORM ESCRIBIR-JORNADA.
           ADD 1 TO CON-EXC-SEMANAL.

       INFORMAR-FALTA-DESCANSO.
           MOVE SPACES TO REG-JORNADA.
           SET JOR-TIPO-DESCANSO TO TRUE.
           MOVE WS-FECHA-INICIO-RACHA TO JOR-FECHA-DESDE.
           MOVE WS-FECHA-FIN-RACHA TO JOR-FECHA-HASTA.
           MOVE ZERO TO JOR-HORAS.
           MOVE ZERO TO JOR-LIMITE-HORAS.
           MOVE WS-DIAS-RACHA TO JOR-DIAS.
           MOVE WS-MAX-DIAS TO JOR-LIMITE-DIAS.
           PERFORM ESCRIBIR-JORNADA.
           ADD 1 TO CON-EXC-DESCANSO.

      *  Toda infraccion deja el programa con codigo 4, para que la
      *  cadena avise a RRHH aunque nadie mire el listado.
       ESCRIBIR-JORNADA.
           MOVE WS-LEGAJO-CORTE    TO JOR-LEGAJO.
           MOVE WS-SUCURSAL-LEGAJO TO JOR-SUCURSAL.
           WRITE REG-JORNADA.
           IF FS-JORNADA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR JORNADA FS: " FS-JORNADA
           END-IF.
           MOVE 4 TO RETURN-CODE.
           MOVE JOR-TIPO        TO LIS-TIPO.
           MOVE JOR-LEGAJO      TO LIS-LEGAJO.
           MOVE JOR-FECHA-DESDE TO LIS-FECHA-DESDE.
           MOVE JOR-FECHA-HASTA TO LIS-FECHA-HASTA.
           MOVE JOR-HORAS       TO LIS-HORAS.
           MOVE JOR-DIAS        TO LIS-DIAS.
           DISPLAY LINEA-JORNADA.

       IMPRIMIR-RESUMEN.
           MOVE CON-LEIDOS       TO RES-LEIDOS.
           MOVE CON-PREVIAS      TO RES-PREVIAS.
           MOVE CON-LEGAJOS      TO RES-LEGAJOS.
           MOVE CON-EXC-DIARIO   TO RES-DIARIO.
           MOVE CON-EXC-SEMANAL  TO RES-SEMANAL.
           MOVE CON-EXC-DESCANSO TO RES-DESCANSO.
           DISPLAY LINEA-RESUMEN-LEIDOS.
           DISPLAY LINEA-RESUMEN-PREVIAS.
           DISPLAY LINEA-RESUMEN-LEGAJOS.
           DISPLAY LINEA-RESUMEN-DIARIO.
           DISPLAY LINEA-RESUMEN-SEMANAL.
           DISPLAY LINEA-RESUMEN-DESCANSO.

       CERRAR-ARCHIVOS.
           CLOSE TIMES_FILE.
           CLOSE EMPLEADOS_FILE.
           CLOSE JORNADA_FILE.

       END PROGRAM "TP_CONTROL_JORNADA".
