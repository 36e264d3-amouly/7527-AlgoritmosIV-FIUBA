       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_DOTACION".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Dotacion, equivalentes de jornada completa y rotacion por
      *  sucursal y mes, para el paquete mensual de la gerencia. Se
      *  indica en la linea de comando el periodo hasta (AAAAMM): se
      *  informan los meses de enero a ese mes del mismo anio y la
      *  columna de total trae el acumulado del anio a esa fecha.
      *
      *  Dotacion.dat tiene el mismo trazado que Estadisticas.dat de
      *  TP_PARTE_1B (rotulo, anio, doce meses y total) para que vaya
      *  al lado de las horas. Por sucursal salen nueve filas; el
      *  rotulo es la sucursal seguida del concepto:
      *
      *    DOTACION        empleados vigentes al ultimo dia del mes
      *                    segun EMP-FECHA-ALTA/EMP-FECHA-BAJA, en la
      *                    sucursal donde estaban ese dia; total:
      *                    promedio de los meses;
      *    ALTAS           altas y reactivaciones aplicadas de
      *                    AuditEmpleados.dat (por fecha de alta; la
      *                    reactivacion por fecha del movimiento);
      *    BAJAS           bajas aplicadas, por fecha de baja;
      *    TRASLADOS-ENTR  modificaciones aplicadas que cambiaron la
      *                    sucursal, en la sucursal destino;
      *    ROTACION-PCT    bajas sobre la dotacion media del mes
      *                    (inicio y fin) por 100; total: bajas del
      *                    anio sobre la dotacion promedio;
      *    HORAS           horas fichadas en la sucursal, de
      *                    Times.dat y TimesHistorico.dat;
      *    HORAS-ESTANDAR  horas previstas del mes en Horarios.dat
      *                    (legajo, si no su categoria) de los
      *                    vigentes que tienen horario;
      *    EQUIV-JORNADA   horas fichadas sobre la jornada completa
      *                    media de la sucursal (horas estandar por
      *                    empleado con horario); total: promedio;
      *    PROMEDIO-HORAS  horas fichadas por empleado vigente;
      *                    total: horas del anio sobre la suma de
      *                    las dotaciones mensuales.
      *
      *  La sucursal de cada mes sale del traslado: si despues de
      *  ese mes hubo un cambio de sucursal aplicado, el empleado
      *  estaba en la sucursal anterior del primero de ellos. Un
      *  legajo reactivado no cuenta en los fines de mes entre su
      *  baja anterior y la reactivacion. Los meses posteriores al
      *  periodo hasta quedan en cero.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EMPLEADOS_FILE
           ASSIGN TO "../files/in/Empleados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT AUDITORIA_FILE
           ASSIGN TO "../files/out/AuditEmpleados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT HORARIOS_FILE
           ASSIGN TO "../files/in/Horarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIOS.

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

           SELECT DOTACION_FILE
           ASSIGN TO "../files/out/Dotacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DOTACION.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

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
      *- AUDITORIA FILE DESCRIPTION -*
      *------------------------------*
      *  Mismo trazado que escribe TP_MANT_EMPLEADOS; las imagenes
      *  antes y despues tienen el trazado de REG-EMPLEADOS (en
      *  blanco la que no corresponde al movimiento).
       FD AUDITORIA_FILE LABEL RECORD STANDARD.
       01 REG-AUDITORIA.
           03 AUD-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 AUD-TIPO          PIC X(01).
               88 AUD-ALTA                VALUE "A".
               88 AUD-BAJA                VALUE "B".
               88 AUD-MODIFICACION        VALUE "M".
               88 AUD-REACTIVACION        VALUE "R".
           03 FILLER            PIC X(2).
           03 AUD-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 AUD-RESULTADO     PIC X(12).
           03 FILLER            PIC X(2).
           03 AUD-ANTES.
              05 FILLER            PIC X(39).
              05 AUD-ANT-SUCURSAL  PIC X(03).
              05 AUD-ANT-ALTA      PIC X(08).
              05 AUD-ANT-BAJA      PIC X(08).
           03 FILLER            PIC X(2).
           03 AUD-DESPUES.
              05 FILLER            PIC X(39).
              05 AUD-DES-SUCURSAL  PIC X(03).
              05 AUD-DES-ALTA      PIC X(08).
              05 AUD-DES-BAJA      PIC X(08).

      *-----------------------------*
      *- HORARIOS FILE DESCRIPTION -*
      *-----------------------------*
      *  Mismo trazado que lee TP_CONTROL_AUSENCIAS. En las entradas
      *  "C" la categoria va en los primeros 4 bytes de HOR-CLAVE.
       FD HORARIOS_FILE LABEL RECORD STANDARD.
       01 REG-HORARIOS.
           03 HOR-TIPO          PIC X(01).
               88 HOR-TIPO-LEGAJO         VALUE "L".
               88 HOR-TIPO-CATEGORIA      VALUE "C".
           03 HOR-CLAVE         PIC X(05).
           03 HOR-DIAS          PIC X(07).
           03 HOR-HORAS-DIA     PIC 9(2)V99.

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
      *  Mismo trazado que escribe TP_CIERRE_PERIODO; el registro
      *  archivado tiene el trazado de REG-TIMES.
       FD HISTORICO_FILE LABEL RECORD STANDARD.
       01 REG-HISTORICO.
           03 HIS-PERIODO-CIERRE PIC 9(6).
           03 FILLER             PIC X(2).
           03 HIS-REGISTRO       PIC X(24).

      *-----------------------------*
      *- DOTACION FILE DESCRIPTION -*
      *-----------------------------*
      *  Mismo trazado que REG-ESTADISTICAS de TP_PARTE_1B.
       FD DOTACION_FILE LABEL RECORD STANDARD.
       01 REG-DOTACION.
           03 DOT-ROTULO.
              05 DOT-SUCURSAL      PIC X(03).
              05 FILLER            PIC X(01).
              05 DOT-CONCEPTO      PIC X(15).
           03 FILLER            PIC X(2).
           03 DOT-ANIO          PIC 9(4).
           03 FILLER            PIC X(2).
           03 DOT-MES           OCCURS 12 TIMES.
              05 DOT-MES-VALOR     PIC 9(4)V99.
              05 FILLER            PIC X(1).
           03 DOT-TOTAL         PIC 9(6)V99.

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-EMPLEADOS      PIC X(2).
       77 FS-AUDITORIA      PIC X(2).
       77 FS-HORARIOS       PIC X(2).
       77 FS-TIMES          PIC X(2).
       77 FS-HISTORICO      PIC X(2).
       77 FS-DOTACION       PIC X(2).

       77 CON-EMPLEADOS     PIC 9(9) COMP VALUE 0.
       77 CON-MOVIMIENTOS   PIC 9(9) COMP VALUE 0.
       77 CON-FICHADAS      PIC 9(9) COMP VALUE 0.
       77 CON-SIN-HORARIO   PIC 9(9) COMP VALUE 0.
       77 CON-FILAS         PIC 9(9) COMP VALUE 0.

       01 WS-LINEA-COMANDO          PIC X(6) VALUE SPACES.
       01 WS-PERIODO-HASTA.
           03 WS-HASTA-ANIO        PIC 9(4).
           03 WS-HASTA-MES         PIC 9(2).
       01 WS-PERIODO-HASTA-R REDEFINES WS-PERIODO-HASTA PIC 9(6).

       01 SW-HAY-HORARIOS           PIC X(01) VALUE "N".
           88  HAY-HORARIOS                   VALUE "S".
       01 SW-SUC-ENCONTRADA         PIC X(01) VALUE "N".
           88  SUC-ENCONTRADA                 VALUE "S".
           88  SUC-NO-ENCONTRADA              VALUE "N".
       01 SW-DESBORDE-SUC           PIC X(01) VALUE "N".
           88  DESBORDE-SUC                   VALUE "S".
       01 SW-DESBORDE-TRASLADOS     PIC X(01) VALUE "N".
           88  DESBORDE-TRASLADOS             VALUE "S".
       01 SW-TRASLADO-POSTERIOR     PIC X(01) VALUE "N".
           88  TRASLADO-POSTERIOR             VALUE "S".
       01 SW-DESBORDE-REACTIVACIONES PIC X(01) VALUE "N".
           88  DESBORDE-REACTIVACIONES        VALUE "S".
       01 SW-INACTIVO-MES           PIC X(01) VALUE "N".
           88  INACTIVO-MES                   VALUE "S".

      *  Horario resuelto para el empleado en curso: primero la
      *  entrada "L" de su legajo, si no la "C" de su categoria.
       01 SW-HORARIO-RESUELTO       PIC X(01) VALUE "N".
           88  HORARIO-RESUELTO               VALUE "S".
       01 WS-HOR-DIAS               PIC X(07).
       01 WS-HOR-DIAS-R REDEFINES WS-HOR-DIAS.
           03 WS-HOR-DIA-ELM    OCCURS 7 TIMES PIC X(1).
       01 WS-HOR-HORAS-DIA          PIC 9(2)V99.

       01 VEC-HORARIOS-TAB.
           03 VEC-CANT-HORARIOS        PIC 9(3) COMP VALUE 0.
           03 VEC-HORARIOS
               OCCURS 1 TO 200 TIMES DEPENDING ON VEC-CANT-HORARIOS
               INDEXED BY INDICE-HOR.
               05  VEC-HOR-TIPO            PIC X(01).
               05  VEC-HOR-CLAVE           PIC X(05).
               05  VEC-HOR-DIAS            PIC X(07).
               05  VEC-HOR-HORAS-DIA       PIC 9(2)V99.

       01 WS-DIAS-POR-MES.
           03 FILLER            PIC X(24)  VALUE
               "312831303130313130313031".
       01 WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
           03 WS-DIAS-MES-ELM   OCCURS 12 TIMES PIC 9(2).

       01 WS-DIAS-LIMITE            PIC 9(2).
       01 WS-RESTO-BISIESTO         PIC 9(4).
       01 WS-COCIENTE-BISIESTO      PIC 9(4).

      *  Calendario del anio informado. La posicion 1 es diciembre
      *  del anio anterior (la dotacion de inicio de enero); enero
      *  es la 2 y asi hasta diciembre en la 13. VEC-CAL-DIAS-SEM
      *  cuenta cuantos lunes (1) ... domingos (7) tiene el mes.
       01 VEC-CALENDARIO-TAB.
           03 VEC-CALENDARIO          OCCURS 13 TIMES.
               05  VEC-CAL-FIN-MES         PIC 9(8).
               05  VEC-CAL-DIAS-SEM        PIC 9(2) OCCURS 7 TIMES.

      *  Traslados de sucursal aplicados, ordenados por legajo y
      *  fecha a medida que se insertan, con la sucursal de origen.
       01 VEC-TRASLADOS-TAB.
           03 VEC-CANT-TRASLADOS       PIC 9(4) COMP VALUE 0.
           03 VEC-TRASLADOS
               OCCURS 1 TO 2000 TIMES DEPENDING ON VEC-CANT-TRASLADOS
               INDEXED BY INDICE-TRA.
               05  VEC-TRA-CLAVE.
                   07  VEC-TRA-LEGAJO      PIC X(05).
                   07  VEC-TRA-FECHA       PIC 9(8).
               05  VEC-TRA-SUCURSAL        PIC X(03).

      *  Reactivaciones aplicadas, ordenadas por legajo y fecha a
      *  medida que se insertan: el legajo estuvo de baja desde
      *  VEC-REA-DESDE (su baja anterior) hasta el dia anterior a
      *  VEC-REA-FECHA (la reactivacion).
       01 VEC-REACTIVACIONES-TAB.
           03 VEC-CANT-REACTIVACIONES  PIC 9(4) COMP VALUE 0.
           03 VEC-REACTIVACIONES
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON VEC-CANT-REACTIVACIONES
               INDEXED BY INDICE-REA.
               05  VEC-REA-CLAVE.
                   07  VEC-REA-LEGAJO      PIC X(05).
                   07  VEC-REA-FECHA       PIC 9(8).
               05  VEC-REA-DESDE           PIC 9(8).

      *  Una fila por sucursal, ordenada a medida que se inserta,
      *  con las posiciones de VEC-CALENDARIO.
       01 VEC-SUC-TAB.
           03 VEC-CANT-SUC             PIC 9(3) COMP VALUE 0.
           03 VEC-SUC
               OCCURS 1 TO 500 TIMES DEPENDING ON VEC-CANT-SUC
               INDEXED BY INDICE-SUC.
               05  VEC-SUC-SUCURSAL        PIC X(03).
               05  VEC-SUC-MES             OCCURS 13 TIMES.
                   07  VEC-SUC-DOTACION    PIC 9(5).
                   07  VEC-SUC-ALTAS       PIC 9(5).
                   07  VEC-SUC-BAJAS       PIC 9(5).
                   07  VEC-SUC-TRASLADOS   PIC 9(5).
                   07  VEC-SUC-HORAS       PIC 9(7)V99.
                   07  VEC-SUC-ESTANDAR    PIC 9(7)V99.
                   07  VEC-SUC-CON-HORARIO PIC 9(5).

       01 WS-SUCURSAL-BUSCADA       PIC X(03).
       01 WS-SUCURSAL-MES           PIC X(03).
       01 WS-FECHA-MOVIMIENTO       PIC 9(8).

       01 WS-POS-INSERCION          PIC 9(4) COMP.
       01 WS-POS                    PIC 9(4) COMP.
       01 WS-POS-ANT                PIC 9(4) COMP.
       01 WS-POS-TRASLADO           PIC 9(4) COMP VALUE 1.
       01 WS-POS-TRA                PIC 9(4) COMP.
       01 WS-POS-REACTIVACION       PIC 9(4) COMP VALUE 1.
       01 WS-POS-REA                PIC 9(4) COMP.
       01 WS-MES                    PIC 9(2) COMP.
       01 WS-CAL                    PIC 9(2) COMP.
       01 WS-CAL-ANT                PIC 9(2) COMP.
       01 WS-CAL-HASTA              PIC 9(2) COMP.
       01 WS-DIA                    PIC 9(2) COMP.
       01 WS-DIA-SEMANA             PIC 9(1).
       01 WS-CONCEPTO               PIC 9(2) COMP.

       01 WS-FECHA-DIA.
           03 WS-FECHA-DIA-ANIO    PIC 9(4).
           03 WS-FECHA-DIA-MES     PIC 9(2).
           03 WS-FECHA-DIA-DIA     PIC 9(2).
       01 WS-FECHA-DIA-R REDEFINES WS-FECHA-DIA PIC 9(8).

      *  Fichada en curso, de Times.dat o del historico.
       01 WS-FICHADA.
           03 FIC-LEGAJO        PIC X(05).
           03 FIC-FECHA.
               05 FIC-FECHA-ANIO   PIC 9(4).
               05 FIC-FECHA-MES    PIC 9(2).
               05 FIC-FECHA-DIA    PIC 9(2).
           03 FIC-SUCURSAL      PIC X(03).
           03 FIC-TIPCLASE      PIC X(04).
           03 FIC-HORAS         PIC 9(2)V99.

       01 WS-ESTANDAR-MES           PIC 9(5)V99.
       01 WS-VALOR                  PIC 9(7)V99.

      *  Acumulados del anio de la sucursal que se esta grabando.
       01 WS-ACUMULADOS.
           03 WS-ACU-DOTACION      PIC 9(7).
           03 WS-ACU-ALTAS         PIC 9(7).
           03 WS-ACU-BAJAS         PIC 9(7).
           03 WS-ACU-TRASLADOS     PIC 9(7).
           03 WS-ACU-HORAS         PIC 9(8)V99.
           03 WS-ACU-ESTANDAR      PIC 9(8)V99.
           03 WS-ACU-EQUIVALENTES  PIC 9(7)V99.
       01 WS-EQUIVALENTES-TAB.
           03 WS-EQUIVALENTES      PIC 9(5)V99 OCCURS 12 TIMES.

       01 WS-CONCEPTOS.
           03 FILLER            PIC X(15)  VALUE "DOTACION".
           03 FILLER            PIC X(15)  VALUE "ALTAS".
           03 FILLER            PIC X(15)  VALUE "BAJAS".
           03 FILLER            PIC X(15)  VALUE "TRASLADOS-ENTR".
           03 FILLER            PIC X(15)  VALUE "ROTACION-PCT".
           03 FILLER            PIC X(15)  VALUE "HORAS".
           03 FILLER            PIC X(15)  VALUE "HORAS-ESTANDAR".
           03 FILLER            PIC X(15)  VALUE "EQUIV-JORNADA".
           03 FILLER            PIC X(15)  VALUE "PROMEDIO-HORAS".
       01 WS-CONCEPTOS-R REDEFINES WS-CONCEPTOS.
           03 WS-CONCEPTO-ELM   PIC X(15)  OCCURS 9 TIMES.

       01 LINEA-RESUMEN-PERIODO.
           03 FILLER            PIC X(25)  VALUE
               "PERIODO HASTA:       ".
           03 RES-PERIODO       PIC 9(6).
       01 LINEA-RESUMEN-EMPLEADOS.
           03 FILLER            PIC X(25)  VALUE
               "EMPLEADOS LEIDOS:    ".
           03 RES-EMPLEADOS     PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-SIN-HORARIO.
           03 FILLER            PIC X(25)  VALUE
               "EMPLEADOS SIN HORARIO:".
           03 RES-SIN-HORARIO   PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-MOVIMIENTOS.
           03 FILLER            PIC X(25)  VALUE
               "MOVIMIENTOS TOMADOS: ".
           03 RES-MOVIMIENTOS   PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-TRASLADOS.
           03 FILLER            PIC X(25)  VALUE
               "TRASLADOS:           ".
           03 RES-TRASLADOS     PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-FICHADAS.
           03 FILLER            PIC X(25)  VALUE
               "FICHADAS SUMADAS:    ".
           03 RES-FICHADAS      PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-FILAS.
           03 FILLER            PIC X(25)  VALUE
               "FILAS GRABADAS:      ".
           03 RES-FILAS         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM TOMAR-PERIODO-HASTA.
           PERFORM ARMAR-CALENDARIO.
           PERFORM ABRIR-ARCHIVOS.
           IF HAY-HORARIOS
               PERFORM CARGAR-HORARIOS
           END-IF.
           PERFORM LEER-AUDITORIA.
           PERFORM PROCESAR-MOVIMIENTO
               UNTIL FS-AUDITORIA IS EQUAL TO 10.
           PERFORM LEER-EMPLEADOS.
           PERFORM PROCESAR-EMPLEADO
               UNTIL FS-EMPLEADOS IS EQUAL TO 10.
           PERFORM LEER-TIMES.
           PERFORM CARGAR-TIMES
               UNTIL FS-TIMES IS EQUAL TO 10.
           IF FS-HISTORICO IS EQUAL TO 00
               PERFORM LEER-HISTORICO
               PERFORM CARGAR-HISTORICO
                   UNTIL FS-HISTORICO IS EQUAL TO 10
           END-IF.
           PERFORM ESCRIBIR-SUCURSAL
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > VEC-CANT-SUC.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       TOMAR-PERIODO-HASTA.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           IF WS-LINEA-COMANDO IS NOT NUMERIC
               DISPLAY "ERROR: INDICAR PERIODO HASTA (AAAAMM) EN LA "
                   "LINEA DE COMANDO"
               STOP RUN
           END-IF.
           MOVE WS-LINEA-COMANDO TO WS-PERIODO-HASTA-R.
           IF WS-HASTA-MES IS LESS THAN 1
           OR WS-HASTA-MES IS GREATER THAN 12
               DISPLAY "ERROR: PERIODO HASTA " WS-PERIODO-HASTA-R
                   " INVALIDO"
               STOP RUN
           END-IF.

      *  Ultimo dia de cada mes y cantidad de cada dia de la semana
      *  en los meses informados.
       ARMAR-CALENDARIO.
           INITIALIZE VEC-CALENDARIO-TAB.
           COMPUTE WS-CAL-HASTA = WS-HASTA-MES + 1.
           COMPUTE VEC-CAL-FIN-MES(1) =
               (WS-HASTA-ANIO - 1) * 10000 + 1231.
           PERFORM ARMAR-MES-CALENDARIO
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > WS-HASTA-MES.

       ARMAR-MES-CALENDARIO.
           COMPUTE WS-CAL = WS-MES + 1.
           MOVE WS-DIAS-MES-ELM(WS-MES) TO WS-DIAS-LIMITE.
           IF WS-MES IS EQUAL TO 2
               PERFORM EVALUAR-BISIESTO
           END-IF.
           MOVE WS-HASTA-ANIO  TO WS-FECHA-DIA-ANIO.
           MOVE WS-MES         TO WS-FECHA-DIA-MES.
           MOVE WS-DIAS-LIMITE TO WS-FECHA-DIA-DIA.
           MOVE WS-FECHA-DIA-R TO VEC-CAL-FIN-MES(WS-CAL).
           PERFORM CONTAR-DIA-SEMANA
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-DIAS-LIMITE.

      *  INTEGER-OF-DATE cuenta desde 1601-01-01, que fue lunes:
      *  MOD 7 da 1 para lunes ... 6 sabado y 0 domingo, que en la
      *  mascara de Horarios.dat es el 7.
       CONTAR-DIA-SEMANA.
           MOVE WS-DIA TO WS-FECHA-DIA-DIA.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA-R) 7).
           IF WS-DIA-SEMANA IS EQUAL TO ZERO
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           ADD 1 TO VEC-CAL-DIAS-SEM(WS-CAL WS-DIA-SEMANA).

      *  Bisiesto: multiplo de 4, salvo los multiplos de 100 que no
      *  lo sean de 400.
       EVALUAR-BISIESTO.
           DIVIDE WS-HASTA-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO IS EQUAL TO ZERO
               DIVIDE WS-HASTA-ANIO BY 100 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO IS NOT EQUAL TO ZERO
                   MOVE 29 TO WS-DIAS-LIMITE
               ELSE
                   DIVIDE WS-HASTA-ANIO BY 400
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO IS EQUAL TO ZERO
                       MOVE 29 TO WS-DIAS-LIMITE
                   END-IF
               END-IF
           END-IF.

      *  Sin historico (todavia no se cerro ningun periodo) solo se
      *  suman las horas de Times.dat; sin Horarios.dat no hay horas
      *  estandar ni equivalentes de jornada.
       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS_FILE.
           IF FS-EMPLEADOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EMPLEADOS FS: " FS-EMPLEADOS
               STOP RUN
           END-IF.

           OPEN INPUT AUDITORIA_FILE.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
               STOP RUN
           END-IF.

           OPEN INPUT HORARIOS_FILE.
           IF FS-HORARIOS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN HORARIOS.DAT, NO SE CALCULAN "
                   "HORAS ESTANDAR NI EQUIVALENTES DE JORNADA"
           ELSE
               SET HAY-HORARIOS TO TRUE
           END-IF.

           OPEN INPUT TIMES_FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.

           OPEN INPUT HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN TIMESHISTORICO.DAT, SOLO SE "
                   "SUMAN LAS HORAS DEL PERIODO ABIERTO"
           END-IF.

           OPEN OUTPUT DOTACION_FILE.
           IF FS-DOTACION IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR DOTACION FS: " FS-DOTACION
               STOP RUN
           END-IF.

       CARGAR-HORARIOS.
           PERFORM LEER-HORARIOS.
           PERFORM GUARDAR-HORARIO
               VARYING INDICE-HOR FROM 1 BY 1
               UNTIL INDICE-HOR > 200
               OR FS-HORARIOS IS EQUAL TO 10.
           IF FS-HORARIOS IS NOT EQUAL TO 10
               DISPLAY "ADVERTENCIA: HORARIOS.DAT TIENE MAS DE "
                   "200 ENTRADAS, SE TRUNCO LA TABLA DE HORARIOS"
           END-IF.
           CLOSE HORARIOS_FILE.

       LEER-HORARIOS.
           READ HORARIOS_FILE.
           IF FS-HORARIOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HORARIOS FS: " FS-HORARIOS
           END-IF.

       GUARDAR-HORARIO.
           MOVE INDICE-HOR TO VEC-CANT-HORARIOS.
           MOVE HOR-TIPO      TO VEC-HOR-TIPO(INDICE-HOR).
           MOVE HOR-CLAVE     TO VEC-HOR-CLAVE(INDICE-HOR).
           MOVE HOR-DIAS      TO VEC-HOR-DIAS(INDICE-HOR).
           MOVE HOR-HORAS-DIA TO VEC-HOR-HORAS-DIA(INDICE-HOR).
           PERFORM LEER-HORARIOS.

       LEER-AUDITORIA.
           READ AUDITORIA_FILE.
           IF FS-AUDITORIA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AUDITORIA FS: " FS-AUDITORIA
           END-IF.

      *  Solo cuentan los movimientos aplicados. Los rechazados no
      *  cambiaron el maestro.
       PROCESAR-MOVIMIENTO.
           IF AUD-RESULTADO IS EQUAL TO "APLICADO"
               EVALUATE TRUE
                   WHEN AUD-ALTA
                       IF AUD-DES-ALTA IS NUMERIC
                           MOVE AUD-DES-ALTA     TO WS-FECHA-MOVIMIENTO
                           MOVE AUD-DES-SUCURSAL TO WS-SUCURSAL-BUSCADA
                           PERFORM CONTAR-ALTA
                       END-IF
                   WHEN AUD-REACTIVACION
                       IF AUD-ANT-BAJA IS NUMERIC
                       AND AUD-ANT-BAJA IS NOT EQUAL TO ZERO
                           PERFORM GUARDAR-REACTIVACION
                       END-IF
                       MOVE AUD-FECHA        TO WS-FECHA-MOVIMIENTO
                       MOVE AUD-DES-SUCURSAL TO WS-SUCURSAL-BUSCADA
                       PERFORM CONTAR-ALTA
                   WHEN AUD-BAJA
                       IF AUD-DES-BAJA IS NUMERIC
                           MOVE AUD-DES-BAJA     TO WS-FECHA-MOVIMIENTO
                           MOVE AUD-DES-SUCURSAL TO WS-SUCURSAL-BUSCADA
                           PERFORM CONTAR-BAJA
                       END-IF
                   WHEN AUD-MODIFICACION
                       IF AUD-ANT-SUCURSAL IS NOT EQUAL TO
                           AUD-DES-SUCURSAL
                           PERFORM GUARDAR-TRASLADO
                           MOVE AUD-FECHA        TO WS-FECHA-MOVIMIENTO
                           MOVE AUD-DES-SUCURSAL TO WS-SUCURSAL-BUSCADA
                           PERFORM CONTAR-TRASLADO
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM LEER-AUDITORIA.

      *  Deja en WS-CAL la posicion del mes de WS-FECHA-MOVIMIENTO,
      *  o cero si cae fuera de los meses informados.
       UBICAR-MES.
           MOVE WS-FECHA-MOVIMIENTO TO WS-FECHA-DIA-R.
           MOVE ZERO TO WS-CAL.
           IF WS-FECHA-DIA-ANIO IS EQUAL TO WS-HASTA-ANIO
           AND WS-FECHA-DIA-MES IS GREATER THAN ZERO
           AND WS-FECHA-DIA-MES IS NOT GREATER THAN WS-HASTA-MES
               COMPUTE WS-CAL = WS-FECHA-DIA-MES + 1
           END-IF.

       CONTAR-ALTA.
           PERFORM UBICAR-MES.
           IF WS-CAL IS GREATER THAN ZERO
               PERFORM UBICAR-SUCURSAL
               IF SUC-ENCONTRADA
                   ADD 1 TO VEC-SUC-ALTAS(INDICE-SUC WS-CAL)
                   ADD 1 TO CON-MOVIMIENTOS
               END-IF
           END-IF.

       CONTAR-BAJA.
           PERFORM UBICAR-MES.
           IF WS-CAL IS GREATER THAN ZERO
               PERFORM UBICAR-SUCURSAL
               IF SUC-ENCONTRADA
                   ADD 1 TO VEC-SUC-BAJAS(INDICE-SUC WS-CAL)
                   ADD 1 TO CON-MOVIMIENTOS
               END-IF
           END-IF.

       CONTAR-TRASLADO.
           PERFORM UBICAR-MES.
           IF WS-CAL IS GREATER THAN ZERO
               PERFORM UBICAR-SUCURSAL
               IF SUC-ENCONTRADA
                   ADD 1 TO VEC-SUC-TRASLADOS(INDICE-SUC WS-CAL)
                   ADD 1 TO CON-MOVIMIENTOS
               END-IF
           END-IF.

      *  Todos los traslados se guardan, sean del anio o no: uno
      *  posterior cambia la sucursal de los meses anteriores.
       GUARDAR-TRASLADO.
           IF VEC-CANT-TRASLADOS IS LESS THAN 2000
               COMPUTE WS-POS-INSERCION = VEC-CANT-TRASLADOS + 1
               SET INDICE-TRA TO 1
               SEARCH VEC-TRASLADOS
                   AT END
                       CONTINUE
                   WHEN VEC-TRA-LEGAJO(INDICE-TRA)
                           IS GREATER THAN AUD-LEGAJO
                       SET WS-POS-INSERCION TO INDICE-TRA
                   WHEN VEC-TRA-LEGAJO(INDICE-TRA)
                           IS EQUAL TO AUD-LEGAJO
                   AND VEC-TRA-FECHA(INDICE-TRA)
                           IS GREATER THAN AUD-FECHA
                       SET WS-POS-INSERCION TO INDICE-TRA
               END-SEARCH
               ADD 1 TO VEC-CANT-TRASLADOS
               PERFORM CORRER-TRASLADO
                   VARYING WS-POS FROM VEC-CANT-TRASLADOS BY -1
                   UNTIL WS-POS <= WS-POS-INSERCION
               MOVE AUD-LEGAJO TO VEC-TRA-LEGAJO(WS-POS-INSERCION)
               MOVE AUD-FECHA  TO VEC-TRA-FECHA(WS-POS-INSERCION)
               MOVE AUD-ANT-SUCURSAL TO
                   VEC-TRA-SUCURSAL(WS-POS-INSERCION)
           ELSE
               IF NOT DESBORDE-TRASLADOS
                   DISPLAY "ADVERTENCIA: MAS DE 2000 TRASLADOS, LA "
                       "DOTACION QUEDA EN LA SUCURSAL ACTUAL"
                   MOVE "S" TO SW-DESBORDE-TRASLADOS
               END-IF
           END-IF.

       CORRER-TRASLADO.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-TRASLADOS(WS-POS-ANT) TO VEC-TRASLADOS(WS-POS).

      *  Igual que los traslados, se guardan todas: una baja de un
      *  anio anterior puede seguir abierta en los meses informados.
       GUARDAR-REACTIVACION.
           IF VEC-CANT-REACTIVACIONES IS LESS THAN 2000
               COMPUTE WS-POS-INSERCION = VEC-CANT-REACTIVACIONES + 1
               SET INDICE-REA TO 1
               SEARCH VEC-REACTIVACIONES
                   AT END
                       CONTINUE
                   WHEN VEC-REA-LEGAJO(INDICE-REA)
                           IS GREATER THAN AUD-LEGAJO
                       SET WS-POS-INSERCION TO INDICE-REA
                   WHEN VEC-REA-LEGAJO(INDICE-REA)
                           IS EQUAL TO AUD-LEGAJO
                   AND VEC-REA-FECHA(INDICE-REA)
                           IS GREATER THAN AUD-FECHA
                       SET WS-POS-INSERCION TO INDICE-REA
               END-SEARCH
               ADD 1 TO VEC-CANT-REACTIVACIONES
               PERFORM CORRER-REACTIVACION
                   VARYING WS-POS FROM VEC-CANT-REACTIVACIONES BY -1
                   UNTIL WS-POS <= WS-POS-INSERCION
               MOVE AUD-LEGAJO   TO VEC-REA-LEGAJO(WS-POS-INSERCION)
               MOVE AUD-FECHA    TO VEC-REA-FECHA(WS-POS-INSERCION)
               MOVE AUD-ANT-BAJA TO VEC-REA-DESDE(WS-POS-INSERCION)
           ELSE
               IF NOT DESBORDE-REACTIVACIONES
                   DISPLAY "ADVERTENCIA: MAS DE 2000 REACTIVACIONES, "
                       "LA DOTACION CUENTA LOS MESES DE BAJA"
                   MOVE "S" TO SW-DESBORDE-REACTIVACIONES
               END-IF
           END-IF.

       CORRER-REACTIVACION.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-REACTIVACIONES(WS-POS-ANT)
               TO VEC-REACTIVACIONES(WS-POS).

       LEER-EMPLEADOS.
           READ EMPLEADOS_FILE NEXT RECORD.
           IF FS-EMPLEADOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EMPLEADOS FS: " FS-EMPLEADOS
           END-IF.

      *  Empleados.dat viene por legajo igual que VEC-TRASLADOS y
      *  VEC-REACTIVACIONES: WS-POS-TRASLADO y WS-POS-REACTIVACION
      *  avanzan hasta las filas del legajo en curso.
       PROCESAR-EMPLEADO.
           ADD 1 TO CON-EMPLEADOS.
           PERFORM AVANZAR-TRASLADO
               UNTIL WS-POS-TRASLADO > VEC-CANT-TRASLADOS
               OR VEC-TRA-LEGAJO(WS-POS-TRASLADO)
                   IS NOT LESS THAN EMP-LEGAJO.
           PERFORM AVANZAR-REACTIVACION
               UNTIL WS-POS-REACTIVACION > VEC-CANT-REACTIVACIONES
               OR VEC-REA-LEGAJO(WS-POS-REACTIVACION)
                   IS NOT LESS THAN EMP-LEGAJO.
           MOVE "N" TO SW-HORARIO-RESUELTO.
           IF HAY-HORARIOS
               PERFORM RESOLVER-HORARIO-EMPLEADO
           END-IF.
           IF NOT HORARIO-RESUELTO
               ADD 1 TO CON-SIN-HORARIO
           END-IF.
           PERFORM CONTAR-DOTACION-MES
               VARYING WS-CAL FROM 1 BY 1
               UNTIL WS-CAL > WS-CAL-HASTA.
           PERFORM LEER-EMPLEADOS.

       AVANZAR-TRASLADO.
           ADD 1 TO WS-POS-TRASLADO.

       AVANZAR-REACTIVACION.
           ADD 1 TO WS-POS-REACTIVACION.

       RESOLVER-HORARIO-EMPLEADO.
           SET INDICE-HOR TO 1.
           SEARCH VEC-HORARIOS
               AT END
                   PERFORM RESOLVER-HORARIO-CATEGORIA
               WHEN VEC-HOR-TIPO(INDICE-HOR) IS EQUAL TO "L"
               AND VEC-HOR-CLAVE(INDICE-HOR) IS EQUAL TO EMP-LEGAJO
                   SET HORARIO-RESUELTO TO TRUE
                   MOVE VEC-HOR-DIAS(INDICE-HOR) TO WS-HOR-DIAS
                   MOVE VEC-HOR-HORAS-DIA(INDICE-HOR)
                       TO WS-HOR-HORAS-DIA
           END-SEARCH.

       RESOLVER-HORARIO-CATEGORIA.
           SET INDICE-HOR TO 1.
           SEARCH VEC-HORARIOS
               AT END
                   CONTINUE
               WHEN VEC-HOR-TIPO(INDICE-HOR) IS EQUAL TO "C"
               AND VEC-HOR-CLAVE(INDICE-HOR)(1:4)
                       IS EQUAL TO EMP-CATEGORIA
                   SET HORARIO-RESUELTO TO TRUE
                   MOVE VEC-HOR-DIAS(INDICE-HOR) TO WS-HOR-DIAS
                   MOVE VEC-HOR-HORAS-DIA(INDICE-HOR)
                       TO WS-HOR-HORAS-DIA
           END-SEARCH.

      *  Vigente al ultimo dia del mes: dado de alta hasta ese dia,
      *  sin baja o con baja posterior, y fuera de los tramos de baja
      *  que cerro una reactivacion.
       CONTAR-DOTACION-MES.
           PERFORM EVALUAR-INACTIVIDAD-MES.
           IF EMP-FECHA-ALTA IS NOT GREATER THAN VEC-CAL-FIN-MES(WS-CAL)
           AND (EMP-FECHA-BAJA IS EQUAL TO ZERO
           OR EMP-FECHA-BAJA IS GREATER THAN VEC-CAL-FIN-MES(WS-CAL))
           AND NOT INACTIVO-MES
               PERFORM DETERMINAR-SUCURSAL-MES
               MOVE WS-SUCURSAL-MES TO WS-SUCURSAL-BUSCADA
               PERFORM UBICAR-SUCURSAL
               IF SUC-ENCONTRADA
                   ADD 1 TO VEC-SUC-DOTACION(INDICE-SUC WS-CAL)
                   IF HORARIO-RESUELTO AND WS-CAL IS GREATER THAN 1
                       PERFORM CALCULAR-ESTANDAR-MES
                       ADD WS-ESTANDAR-MES TO
                           VEC-SUC-ESTANDAR(INDICE-SUC WS-CAL)
                       ADD 1 TO VEC-SUC-CON-HORARIO(INDICE-SUC WS-CAL)
                   END-IF
               END-IF
           END-IF.

       EVALUAR-INACTIVIDAD-MES.
           MOVE "N" TO SW-INACTIVO-MES.
           PERFORM BUSCAR-INACTIVIDAD
               VARYING WS-POS-REA FROM WS-POS-REACTIVACION BY 1
               UNTIL WS-POS-REA > VEC-CANT-REACTIVACIONES
               OR INACTIVO-MES
               OR VEC-REA-LEGAJO(WS-POS-REA) IS NOT EQUAL TO
                   EMP-LEGAJO.

      *  De baja en el fin de mes: la baja anterior ya regia ese dia
      *  y la reactivacion todavia no.
       BUSCAR-INACTIVIDAD.
           IF VEC-REA-DESDE(WS-POS-REA) IS NOT GREATER THAN
               VEC-CAL-FIN-MES(WS-CAL)
           AND VEC-REA-FECHA(WS-POS-REA) IS GREATER THAN
               VEC-CAL-FIN-MES(WS-CAL)
               SET INACTIVO-MES TO TRUE
           END-IF.

      *  La sucursal actual, salvo que haya un traslado posterior al
      *  fin del mes: entonces la de origen del primero de ellos.
       DETERMINAR-SUCURSAL-MES.
           MOVE EMP-SUCURSAL TO WS-SUCURSAL-MES.
           MOVE "N" TO SW-TRASLADO-POSTERIOR.
           PERFORM BUSCAR-TRASLADO-POSTERIOR
               VARYING WS-POS-TRA FROM WS-POS-TRASLADO BY 1
               UNTIL WS-POS-TRA > VEC-CANT-TRASLADOS
               OR TRASLADO-POSTERIOR
               OR VEC-TRA-LEGAJO(WS-POS-TRA) IS NOT EQUAL TO
                   EMP-LEGAJO.

       BUSCAR-TRASLADO-POSTERIOR.
           IF VEC-TRA-FECHA(WS-POS-TRA) IS GREATER THAN
               VEC-CAL-FIN-MES(WS-CAL)
               MOVE VEC-TRA-SUCURSAL(WS-POS-TRA) TO WS-SUCURSAL-MES
               SET TRASLADO-POSTERIOR TO TRUE
           END-IF.

      *  Horas previstas del mes: los dias de la semana que marca la
      *  mascara del horario por las horas diarias.
       CALCULAR-ESTANDAR-MES.
           MOVE ZERO TO WS-ESTANDAR-MES.
           PERFORM SUMAR-DIA-ESTANDAR
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 7.

       SUMAR-DIA-ESTANDAR.
           IF WS-HOR-DIA-ELM(WS-DIA) IS EQUAL TO "S"
               COMPUTE WS-ESTANDAR-MES = WS-ESTANDAR-MES
                   + VEC-CAL-DIAS-SEM(WS-CAL WS-DIA) * WS-HOR-HORAS-DIA
           END-IF.

       LEER-TIMES.
           READ TIMES_FILE NEXT RECORD.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.

       CARGAR-TIMES.
           MOVE REG-TIMES TO WS-FICHADA.
           PERFORM SUMAR-FICHADA.
           PERFORM LEER-TIMES.

       LEER-HISTORICO.
           READ HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HISTORICO FS: " FS-HISTORICO
           END-IF.

       CARGAR-HISTORICO.
           MOVE HIS-REGISTRO TO WS-FICHADA.
           PERFORM SUMAR-FICHADA.
           PERFORM LEER-HISTORICO.

      *  Las horas van a la sucursal donde se ficharon.
       SUMAR-FICHADA.
           MOVE FIC-FECHA TO WS-FECHA-MOVIMIENTO.
           PERFORM UBICAR-MES.
           IF WS-CAL IS GREATER THAN ZERO
               MOVE FIC-SUCURSAL TO WS-SUCURSAL-BUSCADA
               PERFORM UBICAR-SUCURSAL
               IF SUC-ENCONTRADA
                   ADD FIC-HORAS TO VEC-SUC-HORAS(INDICE-SUC WS-CAL)
                   ADD 1 TO CON-FICHADAS
               END-IF
           END-IF.

      *  Busca WS-SUCURSAL-BUSCADA; si no esta la inserta en su
      *  lugar con las cifras en cero. Deja INDICE-SUC en la fila.
       UBICAR-SUCURSAL.
           SET SUC-NO-ENCONTRADA TO TRUE.
           COMPUTE WS-POS-INSERCION = VEC-CANT-SUC + 1.
           SET INDICE-SUC TO 1.
           SEARCH VEC-SUC
               AT END
                   CONTINUE
               WHEN VEC-SUC-SUCURSAL(INDICE-SUC) IS EQUAL TO
                   WS-SUCURSAL-BUSCADA
                   SET SUC-ENCONTRADA TO TRUE
               WHEN VEC-SUC-SUCURSAL(INDICE-SUC)
                       IS GREATER THAN WS-SUCURSAL-BUSCADA
                   SET WS-POS-INSERCION TO INDICE-SUC
           END-SEARCH.
           IF SUC-NO-ENCONTRADA
               IF VEC-CANT-SUC IS LESS THAN 500
                   PERFORM INSERTAR-SUCURSAL
                   SET SUC-ENCONTRADA TO TRUE
               ELSE
                   IF NOT DESBORDE-SUC
                       DISPLAY "ADVERTENCIA: MAS DE 500 SUCURSALES"
                           ", SE TRUNCO EL INFORME"
                       MOVE "S" TO SW-DESBORDE-SUC
                   END-IF
               END-IF
           END-IF.

       INSERTAR-SUCURSAL.
           ADD 1 TO VEC-CANT-SUC.
           PERFORM CORRER-SUCURSAL
               VARYING WS-POS FROM VEC-CANT-SUC BY -1
               UNTIL WS-POS <= WS-POS-INSERCION.
           SET INDICE-SUC TO WS-POS-INSERCION.
           INITIALIZE VEC-SUC(INDICE-SUC).
           MOVE WS-SUCURSAL-BUSCADA TO VEC-SUC-SUCURSAL(INDICE-SUC).

       CORRER-SUCURSAL.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-SUC(WS-POS-ANT) TO VEC-SUC(WS-POS).

      *  Primero los acumulados del anio de la sucursal y despues
      *  una fila por concepto.
       ESCRIBIR-SUCURSAL.
           INITIALIZE WS-ACUMULADOS.
           INITIALIZE WS-EQUIVALENTES-TAB.
           PERFORM ACUMULAR-MES
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > WS-HASTA-MES.
           PERFORM ESCRIBIR-CONCEPTO
               VARYING WS-CONCEPTO FROM 1 BY 1
               UNTIL WS-CONCEPTO > 9.

       ACUMULAR-MES.
           COMPUTE WS-CAL = WS-MES + 1.
           ADD VEC-SUC-DOTACION(WS-POS WS-CAL)  TO WS-ACU-DOTACION.
           ADD VEC-SUC-ALTAS(WS-POS WS-CAL)     TO WS-ACU-ALTAS.
           ADD VEC-SUC-BAJAS(WS-POS WS-CAL)     TO WS-ACU-BAJAS.
           ADD VEC-SUC-TRASLADOS(WS-POS WS-CAL) TO WS-ACU-TRASLADOS.
           ADD VEC-SUC-HORAS(WS-POS WS-CAL)     TO WS-ACU-HORAS.
           ADD VEC-SUC-ESTANDAR(WS-POS WS-CAL)  TO WS-ACU-ESTANDAR.
           IF VEC-SUC-ESTANDAR(WS-POS WS-CAL) IS GREATER THAN ZERO
               COMPUTE WS-EQUIVALENTES(WS-MES) ROUNDED =
                   VEC-SUC-HORAS(WS-POS WS-CAL)
                   * VEC-SUC-CON-HORARIO(WS-POS WS-CAL)
                   / VEC-SUC-ESTANDAR(WS-POS WS-CAL)
                   ON SIZE ERROR
                       DISPLAY "ADVERTENCIA: DESBORDE EN EQUIVALENTES "
                           "SUCURSAL " VEC-SUC-SUCURSAL(WS-POS)
               END-COMPUTE
           END-IF.
           ADD WS-EQUIVALENTES(WS-MES) TO WS-ACU-EQUIVALENTES.

       ESCRIBIR-CONCEPTO.
           MOVE SPACES TO REG-DOTACION.
           MOVE VEC-SUC-SUCURSAL(WS-POS)     TO DOT-SUCURSAL.
           MOVE WS-CONCEPTO-ELM(WS-CONCEPTO) TO DOT-CONCEPTO.
           MOVE WS-HASTA-ANIO                TO DOT-ANIO.
           PERFORM ESCRIBIR-VALOR-MES
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.
           PERFORM CALCULAR-VALOR-ANIO.
           MOVE WS-VALOR TO DOT-TOTAL.
           WRITE REG-DOTACION.
           IF FS-DOTACION IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR DOTACION FS: " FS-DOTACION
           ELSE
               ADD 1 TO CON-FILAS
           END-IF.

       ESCRIBIR-VALOR-MES.
           MOVE ZERO TO WS-VALOR.
           IF WS-MES IS NOT GREATER THAN WS-HASTA-MES
               COMPUTE WS-CAL = WS-MES + 1
               MOVE WS-MES TO WS-CAL-ANT
               PERFORM CALCULAR-VALOR-MES
           END-IF.
           MOVE WS-VALOR TO DOT-MES-VALOR(WS-MES).
           IF WS-VALOR IS GREATER THAN 9999.99
               DISPLAY "ADVERTENCIA: DESBORDE EN "
                   WS-CONCEPTO-ELM(WS-CONCEPTO) " SUCURSAL "
                   VEC-SUC-SUCURSAL(WS-POS) " MES " WS-MES
           END-IF.

      *  La rotacion del mes toma la dotacion media entre el fin del
      *  mes anterior y el fin del mes.
       CALCULAR-VALOR-MES.
           EVALUATE WS-CONCEPTO
               WHEN 1
                   MOVE VEC-SUC-DOTACION(WS-POS WS-CAL) TO WS-VALOR
               WHEN 2
                   MOVE VEC-SUC-ALTAS(WS-POS WS-CAL) TO WS-VALOR
               WHEN 3
                   MOVE VEC-SUC-BAJAS(WS-POS WS-CAL) TO WS-VALOR
               WHEN 4
                   MOVE VEC-SUC-TRASLADOS(WS-POS WS-CAL) TO WS-VALOR
               WHEN 5
                   IF VEC-SUC-DOTACION(WS-POS WS-CAL-ANT)
                       + VEC-SUC-DOTACION(WS-POS WS-CAL)
                       IS GREATER THAN ZERO
                       COMPUTE WS-VALOR ROUNDED =
                           VEC-SUC-BAJAS(WS-POS WS-CAL) * 200
                           / (VEC-SUC-DOTACION(WS-POS WS-CAL-ANT)
                           + VEC-SUC-DOTACION(WS-POS WS-CAL))
                   END-IF
               WHEN 6
                   MOVE VEC-SUC-HORAS(WS-POS WS-CAL) TO WS-VALOR
               WHEN 7
                   MOVE VEC-SUC-ESTANDAR(WS-POS WS-CAL) TO WS-VALOR
               WHEN 8
                   MOVE WS-EQUIVALENTES(WS-MES) TO WS-VALOR
               WHEN 9
                   IF VEC-SUC-DOTACION(WS-POS WS-CAL)
                       IS GREATER THAN ZERO
                       COMPUTE WS-VALOR ROUNDED =
                           VEC-SUC-HORAS(WS-POS WS-CAL)
                           / VEC-SUC-DOTACION(WS-POS WS-CAL)
                   END-IF
           END-EVALUATE.

      *  Columna de total: acumulado del anio hasta el periodo.
      *  Dotacion y equivalentes son promedios de los meses.
       CALCULAR-VALOR-ANIO.
           MOVE ZERO TO WS-VALOR.
           EVALUATE WS-CONCEPTO
               WHEN 1
                   COMPUTE WS-VALOR ROUNDED =
                       WS-ACU-DOTACION / WS-HASTA-MES
               WHEN 2
                   MOVE WS-ACU-ALTAS TO WS-VALOR
               WHEN 3
                   MOVE WS-ACU-BAJAS TO WS-VALOR
               WHEN 4
                   MOVE WS-ACU-TRASLADOS TO WS-VALOR
               WHEN 5
                   IF WS-ACU-DOTACION IS GREATER THAN ZERO
                       COMPUTE WS-VALOR ROUNDED =
                           WS-ACU-BAJAS * 100 * WS-HASTA-MES
                           / WS-ACU-DOTACION
                   END-IF
               WHEN 6
                   MOVE WS-ACU-HORAS TO WS-VALOR
               WHEN 7
                   MOVE WS-ACU-ESTANDAR TO WS-VALOR
               WHEN 8
                   COMPUTE WS-VALOR ROUNDED =
                       WS-ACU-EQUIVALENTES / WS-HASTA-MES
               WHEN 9
                   IF WS-ACU-DOTACION IS GREATER THAN ZERO
                       COMPUTE WS-VALOR ROUNDED =
                           WS-ACU-HORAS / WS-ACU-DOTACION
                   END-IF
           END-EVALUATE.
           IF WS-VALOR IS GREATER THAN 999999.99
               DISPLAY "ADVERTENCIA: DESBORDE EN TOTAL DE "
                   WS-CONCEPTO-ELM(WS-CONCEPTO) " SUCURSAL "
                   VEC-SUC-SUCURSAL(WS-POS)
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE WS-PERIODO-HASTA-R TO RES-PERIODO.
           MOVE CON-EMPLEADOS      TO RES-EMPLEADOS.
           MOVE CON-SIN-HORARIO    TO RES-SIN-HORARIO.
           MOVE CON-MOVIMIENTOS    TO RES-MOVIMIENTOS.
           MOVE VEC-CANT-TRASLADOS TO RES-TRASLADOS.
           MOVE CON-FICHADAS       TO RES-FICHADAS.
           MOVE CON-FILAS          TO RES-FILAS.
           DISPLAY LINEA-RESUMEN-PERIODO.
           DISPLAY LINEA-RESUMEN-EMPLEADOS.
           DISPLAY LINEA-RESUMEN-SIN-HORARIO.
           DISPLAY LINEA-RESUMEN-MOVIMIENTOS.
           DISPLAY LINEA-RESUMEN-TRASLADOS.
           DISPLAY LINEA-RESUMEN-FICHADAS.
           DISPLAY LINEA-RESUMEN-FILAS.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS_FILE.
           CLOSE AUDITORIA_FILE.
           CLOSE TIMES_FILE.
           IF FS-HISTORICO IS EQUAL TO 00 OR 10
               CLOSE HISTORICO_FILE
           END-IF.
           CLOSE DOTACION_FILE.

       END PROGRAM "TP_DOTACION".
