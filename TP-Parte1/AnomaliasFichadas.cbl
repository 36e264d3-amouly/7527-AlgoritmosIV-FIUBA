       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_ANOMALIAS_FICHADAS".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Analisis de fichadas sospechosas para auditoria interna.
      *  Las excepciones de TP_PARTE_1B solo controlan estructura
      *  (LEGAJO, CLASE, HUERFANA, CRUZADA); este programa busca
      *  registros manipulados sobre Times.dat y TimesHistorico.dat
      *  y deja en Anomalias.dat una fila por hallazgo:
      *
      *    VARIACION  horas del mes muy distintas del promedio de los
      *               seis meses anteriores del mismo legajo;
      *    REPETIDA   racha de dias fichados con exactamente las
      *               mismas horas todos los dias;
      *    GRUPO      legajos de la misma sucursal con las mismas
      *               fichadas dia tras dia (fichadas por otro);
      *    PREVIA     horas fichadas antes de EMP-FECHA-ALTA.
      *
      *  Se ejecuta con el periodo a analizar en la linea de comando
      *  ("AAAAMM"). VARIACION, REPETIDA y GRUPO miran ese mes (y
      *  los seis anteriores para el promedio); PREVIA recorre todas
      *  las fichadas. Sin TimesHistorico.dat (antes del primer
      *  cierre) se trabaja solo con Times.dat, avisando. Los
      *  umbrales salen de ParamAnomalias.dat (con valores por
      *  defecto si no esta). Cada fila trae un puntaje para ordenar
      *  los casos dentro de su tipo y las cifras que lo sostienen;
      *  con algun hallazgo termina con codigo 4.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAM_ANOMALIAS_FILE
           ASSIGN TO "../files/in/ParamAnomalias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM-ANOMALIAS.

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

           SELECT ANOMALIAS_FILE
           ASSIGN TO "../files/out/Anomalias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANOMALIAS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

      *------------------------------------*
      *- PARAM ANOMALIAS FILE DESCRIPTION -*
      *------------------------------------*
      *  Desvio porcentual contra el promedio, dias seguidos con
      *  las mismas horas, dias identicos entre dos legajos y
      *  porcentaje de coincidencia de sus dias fichados.
       FD PARAM_ANOMALIAS_FILE LABEL RECORD STANDARD.
       01 REG-PARAM-ANOMALIAS.
           03 PAN-DESVIO-PCT       PIC 9(3).
           03 PAN-DIAS-REPETIDOS   PIC 9(2).
           03 PAN-DIAS-IDENTICOS   PIC 9(2).
           03 PAN-COINCIDENCIA-PCT PIC 9(3).

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
      *  Mismo trazado que escribe TP_CIERRE_PERIODO.
       FD HISTORICO_FILE LABEL RECORD STANDARD.
       01 REG-HISTORICO.
           03 HIS-PERIODO-CIERRE PIC 9(6).
           03 FILLER             PIC X(2).
           03 HIS-REGISTRO       PIC X(24).

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

      *------------------------------*
      *- ANOMALIAS FILE DESCRIPTION -*
      *------------------------------*
      *  Una fila por hallazgo. Segun el tipo:
      *    VARIACION  horas = del mes, horas-ref = promedio de los
      *               meses anteriores con horas, dias = meses
      *               promediados; puntaje = desvio porcentual.
      *    REPETIDA   horas = las de cada dia, horas-ref = del mes,
      *               desde/hasta y dias = la racha, dias-ref = dias
      *               fichados del mes; puntaje = racha sobre dias
      *               fichados, en porcentaje.
      *    GRUPO      legajo-rel = el primer legajo del grupo, horas
      *               y horas-ref = las del mes de uno y otro, dias =
      *               dias identicos, dias-ref = dias fichados por
      *               alguno de los dos; puntaje = coincidencia en
      *               porcentaje.
      *    PREVIA     horas y dias = horas y registros anteriores al
      *               alta, desde = primera fichada, hasta = fecha de
      *               alta; puntaje = dias de diferencia (tope 999).
       FD ANOMALIAS_FILE LABEL RECORD STANDARD.
       01 REG-ANOMALIAS.
           03 ANO-TIPO          PIC X(09).
               88 ANO-TIPO-VARIACION      VALUE "VARIACION".
               88 ANO-TIPO-REPETIDA       VALUE "REPETIDA".
               88 ANO-TIPO-GRUPO          VALUE "GRUPO".
               88 ANO-TIPO-PREVIA         VALUE "PREVIA".
           03 FILLER            PIC X(2).
           03 ANO-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 ANO-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 ANO-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 ANO-PUNTAJE       PIC 9(3).
           03 FILLER            PIC X(2).
           03 ANO-LEGAJO-REL    PIC X(05).
           03 FILLER            PIC X(2).
           03 ANO-FECHA-DESDE   PIC 9(8).
           03 FILLER            PIC X(2).
           03 ANO-FECHA-HASTA   PIC 9(8).
           03 FILLER            PIC X(2).
           03 ANO-HORAS         PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 ANO-HORAS-REF     PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 ANO-DIAS          PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANO-DIAS-REF      PIC 9(5).

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-PARAM-ANOMALIAS PIC X(2).
       77 FS-TIMES          PIC X(2).
       77 FS-HISTORICO      PIC X(2).
       77 FS-EMPLEADOS      PIC X(2).
       77 FS-ANOMALIAS      PIC X(2).

       77 CON-LEIDOS        PIC 9(9) COMP VALUE 0.
       77 CON-VARIACION     PIC 9(9) COMP VALUE 0.
       77 CON-REPETIDA      PIC 9(9) COMP VALUE 0.
       77 CON-GRUPO         PIC 9(9) COMP VALUE 0.
       77 CON-PREVIA        PIC 9(9) COMP VALUE 0.

       01 WS-LINEA-COMANDO          PIC X(80).

       01 WS-PERIODO-ANALISIS.
           03 WS-ANALISIS-ANIO     PIC 9(4).
           03 WS-ANALISIS-MES      PIC 9(2).
       01 WS-PERIODO-ANALISIS-R REDEFINES WS-PERIODO-ANALISIS
                                    PIC 9(6).

      *  Umbrales; los valores por defecto rigen sin
      *  ParamAnomalias.dat.
       01 WS-DESVIO-PCT             PIC 9(3) VALUE 50.
       01 WS-DIAS-REPETIDOS         PIC 9(2) VALUE 15.
       01 WS-DIAS-IDENTICOS         PIC 9(2) VALUE 10.
       01 WS-COINCIDENCIA-PCT       PIC 9(3) VALUE 90.

      *  Meses minimos con horas entre los seis anteriores para que
      *  el promedio sea representativo.
       01 WS-MESES-MINIMOS          PIC 9(1) VALUE 3.

      *  Fichada en curso, de Times.dat o del historico.
       01 WS-FICHADA.
           03 FIC-LEGAJO        PIC X(05).
           03 FIC-FECHA.
              05 FIC-ANIO          PIC 9(4).
              05 FIC-MES           PIC 9(2).
              05 FIC-DIA           PIC 9(2).
           03 FIC-FECHA-R REDEFINES FIC-FECHA PIC 9(8).
           03 FIC-SUCURSAL      PIC X(03).
           03 FIC-TIPCLASE      PIC X(04).
           03 FIC-HORAS         PIC 9(2)V99.

      *  Meses corridos (anio * 12 + mes) del periodo analizado y de
      *  la fichada; la diferencia ubica el mes en la ventana, donde
      *  1 a 6 son los meses anteriores y 7 el analizado.
       01 WS-MESES-ANALISIS         PIC 9(6).
       01 WS-MESES-FICHADA          PIC 9(6).
       01 WS-MES-VENTANA            PIC S9(6).

      *  Ultimo legajo leido de Empleados.dat: las fichadas llegan
      *  agrupadas por legajo y asi no se relee el maestro.
       01 WS-EMP-LEGAJO-LEIDO       PIC X(05) VALUE LOW-VALUES.
       01 WS-EMP-SUCURSAL           PIC X(03).
       01 WS-EMP-FECHA-ALTA         PIC 9(8).
       01 SW-EMP-EXISTE             PIC X(01) VALUE "N".
           88  EMP-EXISTE                     VALUE "S".

       01 SW-LEG-ENCONTRADO         PIC X(01) VALUE "N".
           88  LEG-ENCONTRADO                 VALUE "S".
           88  LEG-NO-ENCONTRADO              VALUE "N".
       01 SW-DESBORDE-LEG           PIC X(01) VALUE "N".
           88  DESBORDE-LEG                   VALUE "S".
       01 SW-PRE-ENCONTRADO         PIC X(01) VALUE "N".
           88  PRE-ENCONTRADO                 VALUE "S".
       01 SW-DESBORDE-PRE           PIC X(01) VALUE "N".
           88  DESBORDE-PRE                   VALUE "S".

      *  Legajos con horas en la ventana, ordenados por legajo a
      *  medida que se insertan. VEC-LEG-MES son las horas de cada
      *  mes de la ventana y VEC-LEG-DIA las de cada dia del mes
      *  analizado (todas las clases y sucursales). VEC-LEG-LIDER es
      *  el primer legajo del grupo de fichadas identicas, si lo hay.
       01 VEC-LEG-TAB.
           03 VEC-CANT-LEG             PIC 9(4) COMP VALUE 0.
           03 VEC-LEG
               OCCURS 1 TO 3000 TIMES DEPENDING ON VEC-CANT-LEG
               INDEXED BY INDICE-LEG.
               05  VEC-LEG-LEGAJO          PIC X(05).
               05  VEC-LEG-SUCURSAL        PIC X(03).
               05  VEC-LEG-MES             PIC 9(4)V99 OCCURS 7 TIMES.
               05  VEC-LEG-DIA             PIC 9(3)V99 OCCURS 31 TIMES.
               05  VEC-LEG-LIDER           PIC X(05).
               05  VEC-LEG-GRP-IGUALES     PIC 9(2).
               05  VEC-LEG-GRP-DIAS        PIC 9(2).
               05  VEC-LEG-GRP-PUNTAJE     PIC 9(3).
               05  VEC-LEG-GRP-HORAS-REF   PIC 9(4)V99.

      *  Legajos con horas fichadas antes de su fecha de alta.
       01 VEC-PRE-TAB.
           03 VEC-CANT-PRE             PIC 9(4) COMP VALUE 0.
           03 VEC-PRE
               OCCURS 1 TO 1000 TIMES DEPENDING ON VEC-CANT-PRE
               INDEXED BY INDICE-PRE.
               05  VEC-PRE-LEGAJO          PIC X(05).
               05  VEC-PRE-SUCURSAL        PIC X(03).
               05  VEC-PRE-FECHA-ALTA      PIC 9(8).
               05  VEC-PRE-PRIMERA         PIC 9(8).
               05  VEC-PRE-REGISTROS       PIC 9(5).
               05  VEC-PRE-HORAS           PIC 9(5)V99.

       01 WS-POS-INSERCION          PIC 9(4) COMP.
       01 WS-POS                    PIC 9(4) COMP.
       01 WS-POS-ANT                PIC 9(4) COMP.
       01 WS-POS-I                  PIC 9(4) COMP.
       01 WS-POS-J                  PIC 9(4) COMP.
       01 WS-MES                    PIC 9(1).
       01 WS-DIA                    PIC 9(2).

      *  Cifras del legajo en curso.
       01 WS-HORAS-MES              PIC 9(5)V99.
       01 WS-SUMA-ANTERIORES        PIC 9(6)V99.
       01 WS-MESES-CON-HORAS        PIC 9(1).
       01 WS-PROMEDIO               PIC 9(5)V99.
       01 WS-DESVIO                 PIC 9(5)V99.
       01 WS-PUNTAJE                PIC 9(9).

       01 WS-DIAS-FICHADOS          PIC 9(2).
       01 WS-RACHA                  PIC 9(2).
       01 WS-RACHA-HORAS            PIC 9(3)V99.
       01 WS-RACHA-DESDE            PIC 9(2).
       01 WS-MAX-RACHA              PIC 9(2).
       01 WS-MAX-RACHA-HORAS        PIC 9(3)V99.
       01 WS-MAX-RACHA-DESDE        PIC 9(2).
       01 WS-MAX-RACHA-HASTA        PIC 9(2).

       01 WS-DIAS-IGUALES           PIC 9(2).
       01 WS-DIAS-ALGUNO            PIC 9(2).

       01 WS-FECHA-DIA.
           03 WS-FECHA-DIA-ANIO    PIC 9(4).
           03 WS-FECHA-DIA-MES     PIC 9(2).
           03 WS-FECHA-DIA-DIA     PIC 9(2).
       01 WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA PIC 9(8).

       01 LINEA-RESUMEN-PERIODO.
           03 FILLER            PIC X(25)  VALUE
               "PERIODO ANALIZADO:   ".
           03 RES-PERIODO       PIC 9(6).
       01 LINEA-RESUMEN-LEIDOS.
           03 FILLER            PIC X(25)  VALUE
               "FICHADAS LEIDAS:     ".
           03 RES-LEIDOS        PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-LEGAJOS.
           03 FILLER            PIC X(25)  VALUE
               "LEGAJOS ANALIZADOS:  ".
           03 RES-LEGAJOS       PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-VARIACION.
           03 FILLER            PIC X(25)  VALUE
               "VARIACION MENSUAL:   ".
           03 RES-VARIACION     PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-REPETIDA.
           03 FILLER            PIC X(25)  VALUE
               "HORAS REPETIDAS:     ".
           03 RES-REPETIDA      PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-GRUPO.
           03 FILLER            PIC X(25)  VALUE
               "FICHADAS EN GRUPO:   ".
           03 RES-GRUPO         PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-PREVIA.
           03 FILLER            PIC X(25)  VALUE
               "HORAS PREVIAS AL ALTA:".
           03 RES-PREVIA        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM TOMAR-PERIODO-ANALISIS.
           PERFORM LEER-PARAM-ANOMALIAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-TIMES.
           PERFORM CARGAR-TIMES
               UNTIL FS-TIMES IS EQUAL TO 10.
           IF FS-HISTORICO IS EQUAL TO 00
               PERFORM LEER-HISTORICO
               PERFORM CARGAR-HISTORICO
                   UNTIL FS-HISTORICO IS EQUAL TO 10
           END-IF.
           PERFORM ANALIZAR-LEGAJO
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > VEC-CANT-LEG.
           PERFORM BUSCAR-GRUPO-LEGAJO
               VARYING WS-POS-J FROM 2 BY 1
               UNTIL WS-POS-J > VEC-CANT-LEG.
           PERFORM INFORMAR-GRUPO
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > VEC-CANT-LEG.
           PERFORM INFORMAR-PREVIA
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > VEC-CANT-PRE.
           IF CON-VARIACION + CON-REPETIDA + CON-GRUPO + CON-PREVIA
               IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       TOMAR-PERIODO-ANALISIS.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           IF WS-LINEA-COMANDO(1:6) IS NOT NUMERIC
               DISPLAY "ERROR: INDICAR PERIODO A ANALIZAR (AAAAMM) EN "
                   "LA LINEA DE COMANDO"
               STOP RUN
           END-IF.
           MOVE WS-LINEA-COMANDO(1:6) TO WS-PERIODO-ANALISIS.
           IF WS-ANALISIS-MES IS LESS THAN 1
           OR WS-ANALISIS-MES IS GREATER THAN 12
               DISPLAY "ERROR: PERIODO " WS-PERIODO-ANALISIS-R
                   " INVALIDO"
               STOP RUN
           END-IF.
           COMPUTE WS-MESES-ANALISIS =
               WS-ANALISIS-ANIO * 12 + WS-ANALISIS-MES.

       LEER-PARAM-ANOMALIAS.
           OPEN INPUT PARAM_ANOMALIAS_FILE.
           IF FS-PARAM-ANOMALIAS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN PARAMANOMALIAS.DAT, SE USAN "
                   "LOS UMBRALES POR DEFECTO"
           ELSE
               READ PARAM_ANOMALIAS_FILE
               IF FS-PARAM-ANOMALIAS IS EQUAL TO 00
               AND PAN-DESVIO-PCT IS NUMERIC
               AND PAN-DIAS-REPETIDOS IS NUMERIC
               AND PAN-DIAS-IDENTICOS IS NUMERIC
               AND PAN-COINCIDENCIA-PCT IS NUMERIC
                   MOVE PAN-DESVIO-PCT       TO WS-DESVIO-PCT
                   MOVE PAN-DIAS-REPETIDOS   TO WS-DIAS-REPETIDOS
                   MOVE PAN-DIAS-IDENTICOS   TO WS-DIAS-IDENTICOS
                   MOVE PAN-COINCIDENCIA-PCT TO WS-COINCIDENCIA-PCT
               ELSE
                   DISPLAY "ADVERTENCIA: PARAMANOMALIAS.DAT INVALIDO, "
                       "SE USAN LOS UMBRALES POR DEFECTO"
               END-IF
               CLOSE PARAM_ANOMALIAS_FILE
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT TIMES_FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.

           OPEN INPUT HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN TIMESHISTORICO.DAT, SOLO SE "
                   "ANALIZAN LAS FICHADAS DE TIMES.DAT"
           END-IF.

           OPEN INPUT EMPLEADOS_FILE.
           IF FS-EMPLEADOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EMPLEADOS FS: " FS-EMPLEADOS
               STOP RUN
           END-IF.

           OPEN OUTPUT ANOMALIAS_FILE.
           IF FS-ANOMALIAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ANOMALIAS FS: " FS-ANOMALIAS
               STOP RUN
           END-IF.

       LEER-TIMES.
           READ TIMES_FILE NEXT RECORD.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.

       CARGAR-TIMES.
           MOVE REG-TIMES TO WS-FICHADA.
           PERFORM PROCESAR-FICHADA.
           PERFORM LEER-TIMES.

       LEER-HISTORICO.
           READ HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HISTORICO FS: " FS-HISTORICO
           END-IF.

       CARGAR-HISTORICO.
           MOVE HIS-REGISTRO TO WS-FICHADA.
           PERFORM PROCESAR-FICHADA.
           PERFORM LEER-HISTORICO.

      *  Toda fichada se controla contra la fecha de alta; solo las
      *  de la ventana de siete meses se acumulan por legajo.
       PROCESAR-FICHADA.
           ADD 1 TO CON-LEIDOS.
           IF FIC-LEGAJO IS NOT EQUAL TO WS-EMP-LEGAJO-LEIDO
               PERFORM LEER-EMPLEADO
           END-IF.
           IF EMP-EXISTE
           AND FIC-FECHA-R IS LESS THAN WS-EMP-FECHA-ALTA
               PERFORM ACUMULAR-PREVIA
           END-IF.
           IF FIC-FECHA IS NUMERIC
               COMPUTE WS-MESES-FICHADA = FIC-ANIO * 12 + FIC-MES
               COMPUTE WS-MES-VENTANA =
                   WS-MESES-FICHADA - WS-MESES-ANALISIS + 7
               IF WS-MES-VENTANA IS GREATER THAN ZERO
               AND WS-MES-VENTANA IS LESS THAN 8
                   PERFORM UBICAR-LEGAJO
                   IF LEG-ENCONTRADO
                       PERFORM ACUMULAR-VENTANA
                   END-IF
               END-IF
           END-IF.

      *  Sin legajo en el maestro no hay alta contra que comparar
      *  (ya sale como HUERFANA en TP_PARTE_1B); la sucursal del
      *  legajo es entonces la de su fichada.
       LEER-EMPLEADO.
           MOVE FIC-LEGAJO TO WS-EMP-LEGAJO-LEIDO.
           MOVE FIC-LEGAJO TO EMP-LEGAJO.
           READ EMPLEADOS_FILE
               INVALID KEY
                   MOVE "N" TO SW-EMP-EXISTE
                   MOVE FIC-SUCURSAL TO WS-EMP-SUCURSAL
                   MOVE ZERO TO WS-EMP-FECHA-ALTA
               NOT INVALID KEY
                   SET EMP-EXISTE TO TRUE
                   MOVE EMP-SUCURSAL TO WS-EMP-SUCURSAL
                   MOVE EMP-FECHA-ALTA TO WS-EMP-FECHA-ALTA
           END-READ.

       ACUMULAR-VENTANA.
           MOVE WS-MES-VENTANA TO WS-MES.
           ADD FIC-HORAS TO VEC-LEG-MES(INDICE-LEG WS-MES).
           IF WS-MES IS EQUAL TO 7
           AND FIC-DIA IS GREATER THAN ZERO
           AND FIC-DIA IS LESS THAN 32
               ADD FIC-HORAS TO VEC-LEG-DIA(INDICE-LEG FIC-DIA)
           END-IF.

      *  Busca el legajo de la fichada; si no esta lo inserta en su
      *  lugar con las horas en cero. Deja INDICE-LEG en la fila.
       UBICAR-LEGAJO.
           IF VEC-CANT-LEG IS GREATER THAN ZERO
               IF VEC-LEG-LEGAJO(INDICE-LEG) IS EQUAL TO FIC-LEGAJO
                   SET LEG-ENCONTRADO TO TRUE
               ELSE
                   PERFORM BUSCAR-LEGAJO
               END-IF
           ELSE
               PERFORM BUSCAR-LEGAJO
           END-IF.

       BUSCAR-LEGAJO.
           SET LEG-NO-ENCONTRADO TO TRUE.
           COMPUTE WS-POS-INSERCION = VEC-CANT-LEG + 1.
           SET INDICE-LEG TO 1.
           SEARCH VEC-LEG
               AT END
                   CONTINUE
               WHEN VEC-LEG-LEGAJO(INDICE-LEG) IS EQUAL TO FIC-LEGAJO
                   SET LEG-ENCONTRADO TO TRUE
               WHEN VEC-LEG-LEGAJO(INDICE-LEG)
                       IS GREATER THAN FIC-LEGAJO
                   SET WS-POS-INSERCION TO INDICE-LEG
           END-SEARCH.
           IF LEG-NO-ENCONTRADO
               IF VEC-CANT-LEG IS LESS THAN 3000
                   PERFORM INSERTAR-LEGAJO
                   SET LEG-ENCONTRADO TO TRUE
               ELSE
                   IF NOT DESBORDE-LEG
                       DISPLAY "ADVERTENCIA: MAS DE 3000 LEGAJOS EN "
                           "LA VENTANA, SE TRUNCO EL ANALISIS"
                       MOVE "S" TO SW-DESBORDE-LEG
                   END-IF
                   SET INDICE-LEG TO 1
               END-IF
           END-IF.

       INSERTAR-LEGAJO.
           ADD 1 TO VEC-CANT-LEG.
           PERFORM CORRER-LEGAJO
               VARYING WS-POS FROM VEC-CANT-LEG BY -1
               UNTIL WS-POS <= WS-POS-INSERCION.
           SET INDICE-LEG TO WS-POS-INSERCION.
           MOVE FIC-LEGAJO      TO VEC-LEG-LEGAJO(INDICE-LEG).
           MOVE WS-EMP-SUCURSAL TO VEC-LEG-SUCURSAL(INDICE-LEG).
           PERFORM LIMPIAR-MES-LEGAJO
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 7.
           PERFORM LIMPIAR-DIA-LEGAJO
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 31.
           MOVE SPACES TO VEC-LEG-LIDER(INDICE-LEG).
           MOVE ZERO   TO VEC-LEG-GRP-IGUALES(INDICE-LEG).
           MOVE ZERO   TO VEC-LEG-GRP-DIAS(INDICE-LEG).
           MOVE ZERO   TO VEC-LEG-GRP-PUNTAJE(INDICE-LEG).
           MOVE ZERO   TO VEC-LEG-GRP-HORAS-REF(INDICE-LEG).

       CORRER-LEGAJO.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-LEG(WS-POS-ANT) TO VEC-LEG(WS-POS).

       LIMPIAR-MES-LEGAJO.
           MOVE ZERO TO VEC-LEG-MES(INDICE-LEG WS-MES).

       LIMPIAR-DIA-LEGAJO.
           MOVE ZERO TO VEC-LEG-DIA(INDICE-LEG WS-DIA).

      *  Fichada anterior al alta del legajo; las que llegan
      *  agrupadas por legajo reusan la fila anterior.
       ACUMULAR-PREVIA.
           SET PRE-ENCONTRADO TO TRUE.
           IF VEC-CANT-PRE IS EQUAL TO ZERO
               MOVE "N" TO SW-PRE-ENCONTRADO
           ELSE
               IF VEC-PRE-LEGAJO(INDICE-PRE) IS NOT EQUAL TO
                   FIC-LEGAJO
                   MOVE "N" TO SW-PRE-ENCONTRADO
                   SET INDICE-PRE TO 1
                   SEARCH VEC-PRE
                       AT END
                           CONTINUE
                       WHEN VEC-PRE-LEGAJO(INDICE-PRE) IS EQUAL TO
                           FIC-LEGAJO
                           SET PRE-ENCONTRADO TO TRUE
                   END-SEARCH
               END-IF
           END-IF.
           IF NOT PRE-ENCONTRADO
               PERFORM AGREGAR-PREVIA
           END-IF.
           IF PRE-ENCONTRADO
               ADD 1 TO VEC-PRE-REGISTROS(INDICE-PRE)
               ADD FIC-HORAS TO VEC-PRE-HORAS(INDICE-PRE)
               IF FIC-FECHA-R IS LESS THAN VEC-PRE-PRIMERA(INDICE-PRE)
                   MOVE FIC-FECHA-R TO VEC-PRE-PRIMERA(INDICE-PRE)
               END-IF
           END-IF.

       AGREGAR-PREVIA.
           IF VEC-CANT-PRE IS LESS THAN 1000
               ADD 1 TO VEC-CANT-PRE
               SET INDICE-PRE TO VEC-CANT-PRE
               MOVE FIC-LEGAJO        TO VEC-PRE-LEGAJO(INDICE-PRE)
               MOVE WS-EMP-SUCURSAL   TO VEC-PRE-SUCURSAL(INDICE-PRE)
               MOVE WS-EMP-FECHA-ALTA TO
                   VEC-PRE-FECHA-ALTA(INDICE-PRE)
               MOVE FIC-FECHA-R       TO VEC-PRE-PRIMERA(INDICE-PRE)
               MOVE ZERO              TO VEC-PRE-REGISTROS(INDICE-PRE)
               MOVE ZERO              TO VEC-PRE-HORAS(INDICE-PRE)
               SET PRE-ENCONTRADO TO TRUE
           ELSE
               IF NOT DESBORDE-PRE
                   DISPLAY "ADVERTENCIA: MAS DE 1000 LEGAJOS CON HORAS "
                       "PREVIAS AL ALTA, SE TRUNCO EL INFORME"
                   MOVE "S" TO SW-DESBORDE-PRE
               END-IF
               SET INDICE-PRE TO 1
           END-IF.

      *  Variacion y racha de horas repetidas de un legajo; solo se
      *  analizan los legajos con horas en el mes.
       ANALIZAR-LEGAJO.
           MOVE VEC-LEG-MES(WS-POS 7) TO WS-HORAS-MES.
           IF WS-HORAS-MES IS GREATER THAN ZERO
               PERFORM CONTROLAR-VARIACION
               PERFORM CONTROLAR-REPETIDA
           END-IF.

       CONTROLAR-VARIACION.
           MOVE ZERO TO WS-SUMA-ANTERIORES.
           MOVE ZERO TO WS-MESES-CON-HORAS.
           PERFORM SUMAR-MES-ANTERIOR
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 6.
           IF WS-MESES-CON-HORAS IS NOT LESS THAN WS-MESES-MINIMOS
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-ANTERIORES / WS-MESES-CON-HORAS
               IF WS-HORAS-MES IS GREATER THAN WS-PROMEDIO
                   COMPUTE WS-DESVIO = WS-HORAS-MES - WS-PROMEDIO
               ELSE
                   COMPUTE WS-DESVIO = WS-PROMEDIO - WS-HORAS-MES
               END-IF
               COMPUTE WS-PUNTAJE ROUNDED =
                   WS-DESVIO * 100 / WS-PROMEDIO
               IF WS-PUNTAJE IS NOT LESS THAN WS-DESVIO-PCT
                   PERFORM INFORMAR-VARIACION
               END-IF
           END-IF.

       SUMAR-MES-ANTERIOR.
           IF VEC-LEG-MES(WS-POS WS-MES) IS GREATER THAN ZERO
               ADD VEC-LEG-MES(WS-POS WS-MES) TO WS-SUMA-ANTERIORES
               ADD 1 TO WS-MESES-CON-HORAS
           END-IF.

       INFORMAR-VARIACION.
           PERFORM INICIAR-ANOMALIA.
           SET ANO-TIPO-VARIACION TO TRUE.
           IF WS-PUNTAJE IS GREATER THAN 999
               MOVE 999 TO ANO-PUNTAJE
           ELSE
               MOVE WS-PUNTAJE TO ANO-PUNTAJE
           END-IF.
           MOVE WS-HORAS-MES       TO ANO-HORAS.
           MOVE WS-PROMEDIO        TO ANO-HORAS-REF.
           MOVE WS-MESES-CON-HORAS TO ANO-DIAS.
           MOVE 6                  TO ANO-DIAS-REF.
           PERFORM GRABAR-ANOMALIA.
           ADD 1 TO CON-VARIACION.

      *  Los dias sin fichadas (francos, fines de semana) no cortan
      *  la racha; la corta un dia fichado con otras horas.
       CONTROLAR-REPETIDA.
           MOVE ZERO TO WS-DIAS-FICHADOS.
           MOVE ZERO TO WS-RACHA.
           MOVE ZERO TO WS-MAX-RACHA.
           PERFORM SEGUIR-RACHA
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 31.
           IF WS-MAX-RACHA IS NOT LESS THAN WS-DIAS-REPETIDOS
           AND WS-MAX-RACHA IS GREATER THAN 1
               PERFORM INFORMAR-REPETIDA
           END-IF.

       SEGUIR-RACHA.
           IF VEC-LEG-DIA(WS-POS WS-DIA) IS GREATER THAN ZERO
               ADD 1 TO WS-DIAS-FICHADOS
               IF WS-RACHA IS GREATER THAN ZERO
               AND VEC-LEG-DIA(WS-POS WS-DIA) IS EQUAL TO
                   WS-RACHA-HORAS
                   ADD 1 TO WS-RACHA
               ELSE
                   MOVE 1 TO WS-RACHA
                   MOVE VEC-LEG-DIA(WS-POS WS-DIA) TO WS-RACHA-HORAS
                   MOVE WS-DIA TO WS-RACHA-DESDE
               END-IF
               IF WS-RACHA IS GREATER THAN WS-MAX-RACHA
                   MOVE WS-RACHA       TO WS-MAX-RACHA
                   MOVE WS-RACHA-HORAS TO WS-MAX-RACHA-HORAS
                   MOVE WS-RACHA-DESDE TO WS-MAX-RACHA-DESDE
                   MOVE WS-DIA         TO WS-MAX-RACHA-HASTA
               END-IF
           END-IF.

       INFORMAR-REPETIDA.
           PERFORM INICIAR-ANOMALIA.
           SET ANO-TIPO-REPETIDA TO TRUE.
           COMPUTE ANO-PUNTAJE ROUNDED =
               WS-MAX-RACHA * 100 / WS-DIAS-FICHADOS.
           MOVE WS-ANALISIS-ANIO   TO WS-FECHA-DIA-ANIO.
           MOVE WS-ANALISIS-MES    TO WS-FECHA-DIA-MES.
           MOVE WS-MAX-RACHA-DESDE TO WS-FECHA-DIA-DIA.
           MOVE WS-FECHA-DIA-R     TO ANO-FECHA-DESDE.
           MOVE WS-MAX-RACHA-HASTA TO WS-FECHA-DIA-DIA.
           MOVE WS-FECHA-DIA-R     TO ANO-FECHA-HASTA.
           MOVE WS-MAX-RACHA-HORAS TO ANO-HORAS.
           MOVE WS-HORAS-MES       TO ANO-HORAS-REF.
           MOVE WS-MAX-RACHA       TO ANO-DIAS.
           MOVE WS-DIAS-FICHADOS   TO ANO-DIAS-REF.
           PERFORM GRABAR-ANOMALIA.
           ADD 1 TO CON-REPETIDA.

      *  Compara el legajo J con los anteriores de su sucursal hasta
      *  encontrar uno con las mismas fichadas; J entra al grupo de
      *  ese legajo (o lo abre, quedando el otro como primero).
       BUSCAR-GRUPO-LEGAJO.
           IF VEC-LEG-MES(WS-POS-J 7) IS GREATER THAN ZERO
               PERFORM COMPARAR-LEGAJOS
                   VARYING WS-POS-I FROM 1 BY 1
                   UNTIL WS-POS-I >= WS-POS-J
                   OR VEC-LEG-LIDER(WS-POS-J) IS NOT EQUAL TO SPACES
           END-IF.

       COMPARAR-LEGAJOS.
           IF VEC-LEG-SUCURSAL(WS-POS-I) IS EQUAL TO
               VEC-LEG-SUCURSAL(WS-POS-J)
           AND VEC-LEG-MES(WS-POS-I 7) IS GREATER THAN ZERO
               MOVE ZERO TO WS-DIAS-IGUALES
               MOVE ZERO TO WS-DIAS-ALGUNO
               PERFORM COMPARAR-DIA
                   VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > 31
               IF WS-DIAS-IGUALES IS NOT LESS THAN WS-DIAS-IDENTICOS
               AND WS-DIAS-IGUALES IS GREATER THAN ZERO
                   COMPUTE WS-PUNTAJE ROUNDED =
                       WS-DIAS-IGUALES * 100 / WS-DIAS-ALGUNO
                   IF WS-PUNTAJE IS NOT LESS THAN WS-COINCIDENCIA-PCT
                       PERFORM AGRUPAR-LEGAJOS
                   END-IF
               END-IF
           END-IF.

       COMPARAR-DIA.
           IF VEC-LEG-DIA(WS-POS-I WS-DIA) IS GREATER THAN ZERO
           OR VEC-LEG-DIA(WS-POS-J WS-DIA) IS GREATER THAN ZERO
               ADD 1 TO WS-DIAS-ALGUNO
               IF VEC-LEG-DIA(WS-POS-I WS-DIA) IS EQUAL TO
                   VEC-LEG-DIA(WS-POS-J WS-DIA)
                   ADD 1 TO WS-DIAS-IGUALES
               END-IF
           END-IF.

       AGRUPAR-LEGAJOS.
           IF VEC-LEG-LIDER(WS-POS-I) IS EQUAL TO SPACES
               MOVE VEC-LEG-LEGAJO(WS-POS-I) TO
                   VEC-LEG-LIDER(WS-POS-I)
               MOVE WS-DIAS-IGUALES TO VEC-LEG-GRP-IGUALES(WS-POS-I)
               MOVE WS-DIAS-ALGUNO  TO VEC-LEG-GRP-DIAS(WS-POS-I)
               MOVE WS-PUNTAJE      TO VEC-LEG-GRP-PUNTAJE(WS-POS-I)
               MOVE VEC-LEG-MES(WS-POS-I 7) TO
                   VEC-LEG-GRP-HORAS-REF(WS-POS-I)
           END-IF.
           MOVE VEC-LEG-LIDER(WS-POS-I) TO VEC-LEG-LIDER(WS-POS-J).
           MOVE WS-DIAS-IGUALES TO VEC-LEG-GRP-IGUALES(WS-POS-J).
           MOVE WS-DIAS-ALGUNO  TO VEC-LEG-GRP-DIAS(WS-POS-J).
           MOVE WS-PUNTAJE      TO VEC-LEG-GRP-PUNTAJE(WS-POS-J).
           MOVE VEC-LEG-GRP-HORAS-REF(WS-POS-I) TO
               VEC-LEG-GRP-HORAS-REF(WS-POS-J).

      *  Una fila por integrante del grupo, el primero incluido; las
      *  horas de referencia son las del primero.
       INFORMAR-GRUPO.
           IF VEC-LEG-LIDER(WS-POS) IS NOT EQUAL TO SPACES
               PERFORM INICIAR-ANOMALIA
               SET ANO-TIPO-GRUPO TO TRUE
               MOVE VEC-LEG-GRP-PUNTAJE(WS-POS) TO ANO-PUNTAJE
               MOVE VEC-LEG-LIDER(WS-POS)       TO ANO-LEGAJO-REL
               MOVE VEC-LEG-MES(WS-POS 7)      TO ANO-HORAS
               MOVE VEC-LEG-GRP-HORAS-REF(WS-POS) TO ANO-HORAS-REF
               MOVE VEC-LEG-GRP-IGUALES(WS-POS) TO ANO-DIAS
               MOVE VEC-LEG-GRP-DIAS(WS-POS)    TO ANO-DIAS-REF
               PERFORM GRABAR-ANOMALIA
               ADD 1 TO CON-GRUPO
           END-IF.

       INFORMAR-PREVIA.
           MOVE SPACES TO REG-ANOMALIAS.
           SET ANO-TIPO-PREVIA TO TRUE.
           MOVE WS-PERIODO-ANALISIS-R     TO ANO-PERIODO.
           MOVE VEC-PRE-LEGAJO(WS-POS)    TO ANO-LEGAJO.
           MOVE VEC-PRE-SUCURSAL(WS-POS)  TO ANO-SUCURSAL.
           COMPUTE WS-PUNTAJE =
               FUNCTION INTEGER-OF-DATE(VEC-PRE-FECHA-ALTA(WS-POS))
               - FUNCTION INTEGER-OF-DATE(VEC-PRE-PRIMERA(WS-POS)).
           IF WS-PUNTAJE IS GREATER THAN 999
               MOVE 999 TO ANO-PUNTAJE
           ELSE
               MOVE WS-PUNTAJE TO ANO-PUNTAJE
           END-IF.
           MOVE SPACES                     TO ANO-LEGAJO-REL.
           MOVE VEC-PRE-PRIMERA(WS-POS)    TO ANO-FECHA-DESDE.
           MOVE VEC-PRE-FECHA-ALTA(WS-POS) TO ANO-FECHA-HASTA.
           MOVE VEC-PRE-HORAS(WS-POS)      TO ANO-HORAS.
           MOVE ZERO                       TO ANO-HORAS-REF.
           MOVE VEC-PRE-REGISTROS(WS-POS)  TO ANO-DIAS.
           MOVE ZERO                       TO ANO-DIAS-REF.
           PERFORM GRABAR-ANOMALIA.
           ADD 1 TO CON-PREVIA.

      *  Fila de un legajo de la ventana con las cifras en cero.
       INICIAR-ANOMALIA.
           MOVE SPACES TO REG-ANOMALIAS.
           MOVE WS-PERIODO-ANALISIS-R    TO ANO-PERIODO.
           MOVE VEC-LEG-LEGAJO(WS-POS)   TO ANO-LEGAJO.
           MOVE VEC-LEG-SUCURSAL(WS-POS) TO ANO-SUCURSAL.
           MOVE ZERO   TO ANO-PUNTAJE.
           MOVE SPACES TO ANO-LEGAJO-REL.
           MOVE ZERO   TO ANO-FECHA-DESDE.
           MOVE ZERO   TO ANO-FECHA-HASTA.
           MOVE ZERO   TO ANO-HORAS.
           MOVE ZERO   TO ANO-HORAS-REF.
           MOVE ZERO   TO ANO-DIAS.
           MOVE ZERO   TO ANO-DIAS-REF.

       GRABAR-ANOMALIA.
           WRITE REG-ANOMALIAS.
           IF FS-ANOMALIAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR ANOMALIAS FS: " FS-ANOMALIAS
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE WS-PERIODO-ANALISIS-R TO RES-PERIODO.
           MOVE CON-LEIDOS    TO RES-LEIDOS.
           MOVE VEC-CANT-LEG  TO RES-LEGAJOS.
           MOVE CON-VARIACION TO RES-VARIACION.
           MOVE CON-REPETIDA  TO RES-REPETIDA.
           MOVE CON-GRUPO     TO RES-GRUPO.
           MOVE CON-PREVIA    TO RES-PREVIA.
           DISPLAY LINEA-RESUMEN-PERIODO.
           DISPLAY LINEA-RESUMEN-LEIDOS.
           DISPLAY LINEA-RESUMEN-LEGAJOS.
           DISPLAY LINEA-RESUMEN-VARIACION.
           DISPLAY LINEA-RESUMEN-REPETIDA.
           DISPLAY LINEA-RESUMEN-GRUPO.
           DISPLAY LINEA-RESUMEN-PREVIA.

       CERRAR-ARCHIVOS.
           CLOSE TIMES_FILE.
           IF FS-HISTORICO IS EQUAL TO 00 OR 10
               CLOSE HISTORICO_FILE
           END-IF.
           CLOSE EMPLEADOS_FILE.
           CLOSE ANOMALIAS_FILE.

       END PROGRAM "TP_ANOMALIAS_FICHADAS".
