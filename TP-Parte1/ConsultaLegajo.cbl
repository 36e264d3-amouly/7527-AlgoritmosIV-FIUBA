       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_CONSULTA_LEGAJO".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Consulta interactiva de un legajo para operaciones, para
      *  contestar a una sucursal sin correr TP_ESTADO_MENSUAL de
      *  todo el periodo ni volcar Times.dat. Se pide por consola el
      *  legajo y un rango de periodos (AAAAMM desde y hasta) y se
      *  arma la consulta:
      *
      *    - datos de Empleados.dat: nombre, categoria, sucursal,
      *      alta y baja;
      *    - cada fichada del rango, de Times.dat o, para los
      *      periodos cerrados, de TimesHistorico.dat, con la
      *      descripcion de la clase y el tipo de dia (feriado,
      *      cierre de la sucursal o domingo, segun Feriados.dat);
      *    - los totales por clase;
      *    - las excepciones abiertas del legajo: partidas abiertas
      *      del suspenso de rechazos, ausencias y excesos de jornada
      *      del periodo abierto, horas extra retenidas pendientes
      *      de aprobacion y las excepciones de TP_PARTE_1B del
      *      rango (todas salvo CUIT, que no es de un legajo);
      *    - las correcciones de AuditCorrecciones.dat sobre sus
      *      fichadas del rango.
      *
      *  La consulta se muestra de a paginas; se puede avanzar,
      *  retroceder, pasar al legajo siguiente de Empleados.dat con
      *  el mismo rango o pedir otro legajo sin salir del programa.
      *  Un legajo en blanco termina.

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

      *  Por clave para la consulta y en secuencia para pasar al
      *  legajo siguiente.
           SELECT EMPLEADOS_FILE
           ASSIGN TO "../files/in/Empleados.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-LEGAJO
           FILE STATUS IS FS-EMPLEADOS.

           SELECT CLASES_FILE
           ASSIGN TO "../files/in/Clases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CODIGO
           FILE STATUS IS FS-CLASES.

           SELECT FERIADOS_FILE
           ASSIGN TO "../files/in/Feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

      *  Se consulta por la clave primaria (legajo + fecha): un
      *  START por consulta y se leen solo las fichadas del legajo.
           SELECT TIMES_FILE
           ASSIGN TO "../files/out/Times.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-TIMES
           ALTERNATE RECORD KEY IS TIM-SUCURSAL WITH DUPLICATES
           FILE STATUS IS FS-TIMES.

           SELECT HISTORICO_FILE
           ASSIGN TO "../files/out/TimesHistorico.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.

           SELECT SUSPENSO_FILE
           ASSIGN TO "../files/out/Suspenso.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FS-SUSPENSO.

           SELECT AUSENCIAS_FILE
           ASSIGN TO "../files/out/Ausencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUSENCIAS.

           SELECT JORNADA_FILE
           ASSIGN TO "../files/out/Jornada.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNADA.

           SELECT PENDIENTES_FILE
           ASSIGN TO "../files/out/PendientesAprobacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT EXCEPCIONES_FILE
           ASSIGN TO "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCEPCIONES.

           SELECT AUDITORIA_FILE
           ASSIGN TO "../files/out/AuditCorrecciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

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

      *----------------------------*
      *- CLASES FILE DESCRIPTION -*
      *----------------------------*
       FD CLASES_FILE LABEL RECORD STANDARD.
       01 REG-CLASES.
           03 CLA-CODIGO        PIC X(04).
           03 CLA-DESC          PIC X(20).
           03 CLA-TARIFA        PIC 9(5)V99.
           03 CLA-RECARGO       PIC 9(3)V99.
           03 CLA-BANCO         PIC X(01).
               88 CLA-COMPENSABLE         VALUE "S".
               88 CLA-FRANCO-COMPENSATORIO VALUE "F".

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
           03 HIS-REGISTRO.
              05 HIS-LEGAJO         PIC X(05).
              05 HIS-FECHA          PIC 9(8).
              05 HIS-SUCURSAL       PIC X(03).
              05 HIS-TIPCLASE       PIC X(04).
              05 HIS-HORAS          PIC 9(2)V99.

      *-----------------------------*
      *- SUSPENSO FILE DESCRIPTION -*
      *-----------------------------*
      *  Mismo trazado que escribe TP_CARGA_TIMES.
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

      *------------------------------*
      *- AUSENCIAS FILE DESCRIPTION -*
      *------------------------------*
      *  Mismo trazado que escribe TP_CONTROL_AUSENCIAS.
       FD AUSENCIAS_FILE LABEL RECORD STANDARD.
       01 REG-AUSENCIAS.
           03 AUS-TIPO          PIC X(12).
           03 FILLER            PIC X(2).
           03 AUS-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 AUS-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 AUS-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 AUS-HORAS-PREV    PIC 9(2)V99.
           03 FILLER            PIC X(2).
           03 AUS-HORAS-FICH    PIC 9(4)V99.

      *----------------------------*
      *- JORNADA FILE DESCRIPTION -*
      *----------------------------*
      *  Mismo trazado que escribe TP_CONTROL_JORNADA.
       FD JORNADA_FILE LABEL RECORD STANDARD.
       01 REG-JORNADA.
           03 JOR-TIPO          PIC X(08).
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

      *-------------------------------*
      *- PENDIENTES FILE DESCRIPTION -*
      *-------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B; aca solo interesan
      *  las filas "D".
       FD PENDIENTES_FILE LABEL RECORD STANDARD.
       01 REG-PENDIENTES-DETALLE.
           03 PEN-D-TIPO        PIC X(01).
           03 FILLER            PIC X(2).
           03 PEN-D-SUCURSAL    PIC X(03).
           03 FILLER            PIC X(2).
           03 PEN-D-LEGAJO      PIC X(05).
           03 FILLER            PIC X(2).
           03 PEN-D-NOMBRE      PIC X(30).
           03 FILLER            PIC X(2).
           03 PEN-D-FECHA       PIC 9(8).
           03 FILLER            PIC X(2).
           03 PEN-D-CLASE       PIC X(04).
           03 FILLER            PIC X(2).
           03 PEN-D-HORAS       PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 PEN-D-ORIGEN      PIC X(08).

      *--------------------------------*
      *- EXCEPCIONES FILE DESCRIPTION -*
      *--------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B. Salvo CUIT, el
      *  detalle de cada tipo empieza con un rotulo X(25) y el
      *  legajo, seguidos de la fecha de la fichada (EXTRA trae en
      *  su lugar el anio y el mes).
       FD EXCEPCIONES_FILE LABEL RECORD STANDARD.
       01 REG-EXCEPCIONES.
           03 EXC-TIPO          PIC X(08).
           03 FILLER            PIC X(2).
           03 EXC-FECHA-PROC    PIC 9(8).
           03 FILLER            PIC X(2).
           03 EXC-RUN-ID        PIC X(14).
           03 FILLER            PIC X(2).
           03 EXC-DETALLE       PIC X(100).

      *--------------------------------*
      *- AUDITORIA FILE DESCRIPTION -*
      *--------------------------------*
      *  Mismo trazado que escribe TP_CARGA_TIMES; las imagenes
      *  antes y despues tienen el trazado de REG-TIMES.
       FD AUDITORIA_FILE LABEL RECORD STANDARD.
       01 REG-AUDITORIA.
           03 AUD-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 AUD-TIPO          PIC X(01).
           03 FILLER            PIC X(2).
           03 AUD-CLAVE.
              05 AUD-LEGAJO        PIC X(05).
              05 AUD-FECHA-FICHADA PIC X(08).
              05 AUD-SUCURSAL      PIC X(03).
              05 AUD-CLASE         PIC X(04).
           03 FILLER            PIC X(2).
           03 AUD-ANTES.
              05 FILLER            PIC X(20).
              05 AUD-ANTES-HORAS   PIC X(04).
           03 FILLER            PIC X(2).
           03 AUD-DESPUES.
              05 FILLER            PIC X(20).
              05 AUD-DESPUES-HORAS PIC X(04).

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-PARAMETROS     PIC X(2).
       77 FS-EMPLEADOS      PIC X(2).
       77 FS-CLASES         PIC X(2).
       77 FS-FERIADOS       PIC X(2).
       77 FS-TIMES          PIC X(2).
       77 FS-HISTORICO      PIC X(2).
       77 FS-SUSPENSO       PIC X(2).
       77 FS-AUSENCIAS      PIC X(2).
       77 FS-JORNADA        PIC X(2).
       77 FS-PENDIENTES     PIC X(2).
       77 FS-EXCEPCIONES    PIC X(2).
       77 FS-AUDITORIA      PIC X(2).

       77 CON-EXCEPCIONES   PIC 9(5) COMP VALUE 0.
       77 CON-CORRECCIONES  PIC 9(5) COMP VALUE 0.

       01 WS-PERIODO-ABIERTO        PIC 9(6).

      *  Lo que se tipea en la consola.
       01 WS-PEDIDO-LEGAJO          PIC X(05).
       01 WS-PEDIDO-PERIODO         PIC X(06).
       01 WS-COMANDO                PIC X(01).

       01 WS-LEGAJO                 PIC X(05).
       01 WS-PERIODO-DESDE          PIC 9(6).
       01 WS-PERIODO-HASTA          PIC 9(6).
       01 WS-FECHA-DESDE            PIC 9(8).
       01 WS-FECHA-HASTA            PIC 9(8).

       01 WS-PERIODO-CONTROL.
           03 WS-CONTROL-ANIO      PIC 9(4).
           03 WS-CONTROL-MES       PIC 9(2).

      *  Fecha o periodo de la excepcion en curso, tomados del
      *  detalle.
       01 WS-EXC-FECHA              PIC X(08).
       01 WS-EXC-FECHA-R REDEFINES WS-EXC-FECHA PIC 9(8).
       01 WS-EXC-PERIODO.
           03 WS-EXC-ANIO          PIC X(04).
           03 WS-EXC-MES           PIC X(02).
       01 WS-EXC-PERIODO-R REDEFINES WS-EXC-PERIODO PIC 9(6).
       01 SW-EXC-EN-RANGO           PIC X(01) VALUE "N".
           88  EXC-EN-RANGO                   VALUE "S".

       01 SW-FIN-CONSULTA           PIC X(01) VALUE "N".
           88  FIN-CONSULTA                   VALUE "S".
       01 SW-PERIODO-VALIDO         PIC X(01) VALUE "N".
           88  PERIODO-VALIDO                 VALUE "S".
       01 SW-RANGO-VALIDO           PIC X(01) VALUE "N".
           88  RANGO-VALIDO                   VALUE "S".
       01 SW-EMP-EXISTE             PIC X(01) VALUE "N".
           88  EMP-EXISTE                     VALUE "S".
       01 SW-HAY-SUSPENSO           PIC X(01) VALUE "N".
           88  HAY-SUSPENSO                   VALUE "S".
       01 SW-DESBORDE-FICHADAS      PIC X(01) VALUE "N".
           88  DESBORDE-FICHADAS              VALUE "S".
       01 SW-DESBORDE-CLASES        PIC X(01) VALUE "N".
           88  DESBORDE-CLASES                VALUE "S".
       01 SW-DESBORDE-LINEAS        PIC X(01) VALUE "N".
           88  DESBORDE-LINEAS                VALUE "S".
       01 SW-CLA-ENCONTRADA         PIC X(01) VALUE "N".
           88  CLA-ENCONTRADA                 VALUE "S".

       01 VEC-FERIADOS-TAB.
           03 VEC-CANT-FERIADOS        PIC 9(3) COMP VALUE 0.
           03 VEC-FERIADOS
               OCCURS 1 TO 200 TIMES DEPENDING ON VEC-CANT-FERIADOS
               INDEXED BY INDICE-FER.
               05  VEC-FER-FECHA           PIC 9(8).
               05  VEC-FER-SUCURSAL        PIC X(03).
               05  VEC-FER-TIPO            PIC X(01).

      *  Fichadas del legajo en el rango, ordenadas por fecha,
      *  sucursal y clase a medida que se insertan (el historico
      *  llega por cierre y despues vienen las de Times.dat).
       01 VEC-FICHADAS-TAB.
           03 VEC-CANT-FICHADAS        PIC 9(4) COMP VALUE 0.
           03 VEC-FICHADAS
               OCCURS 1 TO 1000 TIMES DEPENDING ON VEC-CANT-FICHADAS
               INDEXED BY INDICE-FIC.
               05  VEC-FIC-CLAVE.
                   07  VEC-FIC-FECHA       PIC 9(8).
                   07  VEC-FIC-SUCURSAL    PIC X(03).
                   07  VEC-FIC-CLASE       PIC X(04).
               05  VEC-FIC-HORAS           PIC 9(2)V99.
               05  VEC-FIC-ORIGEN          PIC X(09).

      *  Totales por clase, con la descripcion leida una sola vez.
       01 VEC-CLASES-TAB.
           03 VEC-CANT-CLASES          PIC 9(3) COMP VALUE 0.
           03 VEC-CLASES
               OCCURS 1 TO 100 TIMES DEPENDING ON VEC-CANT-CLASES
               INDEXED BY INDICE-CLA.
               05  VEC-CLA-CODIGO          PIC X(04).
               05  VEC-CLA-DESC            PIC X(20).
               05  VEC-CLA-HORAS           PIC 9(6)V99.
               05  VEC-CLA-REGISTROS       PIC 9(5).

      *  La consulta armada, linea por linea, para poder paginarla
      *  en los dos sentidos.
       01 VEC-LINEAS-TAB.
           03 VEC-CANT-LINEAS          PIC 9(4) COMP VALUE 0.
           03 VEC-LINEA
               OCCURS 1 TO 3000 TIMES DEPENDING ON VEC-CANT-LINEAS
               PIC X(79).

       01 WS-LINEAS-POR-PAGINA      PIC 9(2) COMP VALUE 18.
       01 WS-PAGINA                 PIC 9(4) COMP.
       01 WS-CANT-PAGINAS           PIC 9(4) COMP.
       01 WS-LINEA-DESDE            PIC 9(4) COMP.
       01 WS-LINEA-HASTA            PIC 9(4) COMP.
       01 WS-POS                    PIC 9(4) COMP.
       01 WS-POS-ANT                PIC 9(4) COMP.
       01 WS-POS-INSERCION          PIC 9(4) COMP.

      *  Fichada en curso, de Times.dat o del historico.
       01 WS-FICHADA.
           03 FIC-LEGAJO        PIC X(05).
           03 FIC-FECHA         PIC 9(8).
           03 FIC-SUCURSAL      PIC X(03).
           03 FIC-TIPCLASE      PIC X(04).
           03 FIC-HORAS         PIC 9(2)V99.
       01 WS-FIC-ORIGEN             PIC X(09).

       01 WS-TIPO-DIA               PIC X(08).
       01 WS-DIA-SEMANA             PIC 9(1).
       01 WS-TOTAL-HORAS            PIC 9(6)V99.

       01 WS-LINEA                  PIC X(79).

       01 LINEA-SEPARADOR.
           03 FILLER            PIC X(79)  VALUE ALL "-".

       01 LINEA-TITULO-SECCION.
           03 FILLER            PIC X(4)   VALUE "--- ".
           03 LIS-SECCION       PIC X(40).

       01 LINEA-LEGAJO.
           03 FILLER            PIC X(8)   VALUE "LEGAJO: ".
           03 LIS-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-NOMBRE        PIC X(30).
           03 FILLER            PIC X(12)  VALUE "  PERIODOS: ".
           03 LIS-DESDE         PIC 9(6).
           03 FILLER            PIC X(3)   VALUE " A ".
           03 LIS-HASTA         PIC 9(6).

       01 LINEA-DATOS-LEGAJO.
           03 FILLER            PIC X(11)  VALUE "CATEGORIA: ".
           03 LIS-CATEGORIA     PIC X(04).
           03 FILLER            PIC X(12)  VALUE "  SUCURSAL: ".
           03 LIS-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(8)   VALUE "  ALTA: ".
           03 LIS-ALTA          PIC 9(8).
           03 FILLER            PIC X(8)   VALUE "  BAJA: ".
           03 LIS-BAJA          PIC 9(8).

       01 LINEA-ENCABEZADO-FICHADAS.
           03 FILLER            PIC X(8)   VALUE "FECHA".
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 FILLER            PIC X(8)   VALUE "DIA".
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 FILLER            PIC X(3)   VALUE "SUC".
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 FILLER            PIC X(5)   VALUE "CLASE".
           03 FILLER            PIC X(1)   VALUE SPACES.
           03 FILLER            PIC X(20)  VALUE "DESCRIPCION".
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 FILLER            PIC X(5)   VALUE "HORAS".
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 FILLER            PIC X(9)   VALUE "ORIGEN".

       01 LINEA-FICHADA.
           03 LIS-FIC-FECHA     PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FIC-DIA       PIC X(08).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FIC-SUCURSAL  PIC X(03).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FIC-CLASE     PIC X(04).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FIC-DESC      PIC X(20).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FIC-HORAS     PIC Z9.99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-FIC-ORIGEN    PIC X(09).

       01 LINEA-TOTAL-CLASE.
           03 LIS-TOT-CLASE     PIC X(04).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-TOT-DESC      PIC X(20).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-TOT-HORAS     PIC ZZZZZ9.99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-TOT-REGISTROS PIC ZZZZ9.
           03 FILLER            PIC X(10)  VALUE " FICHADAS".

       01 LINEA-SUSPENSO.
           03 FILLER            PIC X(10)  VALUE "SUSPENSO  ".
           03 LIS-SUS-FECHA     PIC X(08).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-SUS-SUCURSAL  PIC X(03).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-SUS-CLASE     PIC X(04).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-SUS-MOTIVO    PIC X(12).
           03 FILLER            PIC X(9)   VALUE "  DESDE: ".
           03 LIS-SUS-RECHAZO   PIC 9(8).
           03 FILLER            PIC X(11)  VALUE "  INTENTOS:".
           03 LIS-SUS-INTENTOS  PIC ZZ9.

       01 LINEA-AUSENCIA.
           03 FILLER            PIC X(10)  VALUE "AUSENCIA  ".
           03 LIS-AUS-FECHA     PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-AUS-SUCURSAL  PIC X(03).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-AUS-TIPO      PIC X(12).
           03 FILLER            PIC X(11)  VALUE "  PREVISTO:".
           03 LIS-AUS-PREV      PIC Z9.99.
           03 FILLER            PIC X(11)  VALUE "  FICHADO: ".
           03 LIS-AUS-FICH      PIC ZZZ9.99.

       01 LINEA-JORNADA.
           03 FILLER            PIC X(10)  VALUE "JORNADA   ".
           03 LIS-JOR-DESDE     PIC 9(8).
           03 FILLER            PIC X(1)   VALUE "-".
           03 LIS-JOR-HASTA     PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-JOR-TIPO      PIC X(08).
           03 FILLER            PIC X(9)   VALUE "  HORAS: ".
           03 LIS-JOR-HORAS     PIC ZZZ9.99.
           03 FILLER            PIC X(8)   VALUE "  DIAS: ".
           03 LIS-JOR-DIAS      PIC Z9.

       01 LINEA-PENDIENTE.
           03 FILLER            PIC X(10)  VALUE "RETENIDA  ".
           03 LIS-PEN-FECHA     PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-PEN-SUCURSAL  PIC X(03).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-PEN-CLASE     PIC X(04).
           03 FILLER            PIC X(9)   VALUE "  HORAS: ".
           03 LIS-PEN-HORAS     PIC ZZZZ9.99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-PEN-ORIGEN    PIC X(08).

       01 LINEA-EXCEPCION.
           03 LIS-EXC-TIPO      PIC X(08).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-EXC-DETALLE   PIC X(68).

       01 LINEA-CORRECCION.
           03 LIS-AUD-FECHA     PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-AUD-TIPO      PIC X(10).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-AUD-FICHADA   PIC X(08).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-AUD-SUCURSAL  PIC X(03).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 LIS-AUD-CLASE     PIC X(04).
           03 FILLER            PIC X(9)   VALUE "  ANTES: ".
           03 LIS-AUD-ANTES     PIC X(05).
           03 FILLER            PIC X(11)  VALUE "  DESPUES: ".
           03 LIS-AUD-DESPUES   PIC X(05).

      *  Horas de la imagen de auditoria (trazado 9(2)V99) para
      *  mostrarlas con punto decimal.
       01 WS-AUD-HORAS              PIC X(04).
       01 WS-AUD-HORAS-R REDEFINES WS-AUD-HORAS PIC 9(2)V99.
       01 WS-AUD-HORAS-EDIT         PIC Z9.99.

       01 LINEA-PAGINA.
           03 FILLER            PIC X(27)  VALUE
               "CONSULTA DE LEGAJO - HOJA ".
           03 LIS-PAGINA        PIC ZZZ9.
           03 FILLER            PIC X(4)   VALUE " DE ".
           03 LIS-PAGINAS       PIC ZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-FERIADOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PEDIR-CONSULTA.
           PERFORM ATENDER-CONSULTA
               UNTIL FIN-CONSULTA.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

      *  El periodo de Parametros.dat separa lo que esta en
      *  Times.dat de lo que ya paso al historico; cerrado o abierto,
      *  la consulta sirve igual.
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
           MOVE PAR-PERIODO TO WS-PERIODO-ABIERTO.
           CLOSE PARAMETROS_FILE.

       CARGAR-FERIADOS.
           OPEN INPUT FERIADOS_FILE.
           IF FS-FERIADOS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN FERIADOS.DAT, SOLO SE "
                   "SENALAN LOS DOMINGOS"
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

      *  Los archivos que se releen en cada consulta (historico,
      *  excepciones y auditoria) se abren y cierran alli.
       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS_FILE.
           IF FS-EMPLEADOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR EMPLEADOS FS: " FS-EMPLEADOS
               STOP RUN
           END-IF.

           OPEN INPUT CLASES_FILE.
           IF FS-CLASES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CLASES FS: " FS-CLASES
               STOP RUN
           END-IF.

           OPEN INPUT TIMES_FILE.
           IF FS-TIMES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR TIMES FS: " FS-TIMES
               STOP RUN
           END-IF.

      *  Sin suspenso (TP_CARGA_TIMES todavia no rechazo nada) no
      *  hay partidas abiertas que mostrar.
           OPEN INPUT SUSPENSO_FILE.
           IF FS-SUSPENSO IS EQUAL TO 00
               SET HAY-SUSPENSO TO TRUE
           END-IF.

      *  Un legajo en blanco termina; si no, se pide el rango y se
      *  arma la consulta.
       PEDIR-CONSULTA.
           DISPLAY " ".
           DISPLAY "LEGAJO (EN BLANCO TERMINA): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PEDIDO-LEGAJO.
           ACCEPT WS-PEDIDO-LEGAJO.
           IF WS-PEDIDO-LEGAJO IS EQUAL TO SPACES
               SET FIN-CONSULTA TO TRUE
           ELSE
               MOVE WS-PEDIDO-LEGAJO TO WS-LEGAJO
               MOVE "N" TO SW-RANGO-VALIDO
               PERFORM PEDIR-RANGO
                   UNTIL RANGO-VALIDO
               PERFORM ARMAR-CONSULTA
           END-IF.

       PEDIR-RANGO.
           MOVE "N" TO SW-PERIODO-VALIDO.
           PERFORM PEDIR-PERIODO-DESDE
               UNTIL PERIODO-VALIDO.
           MOVE "N" TO SW-PERIODO-VALIDO.
           PERFORM PEDIR-PERIODO-HASTA
               UNTIL PERIODO-VALIDO.
           IF WS-PERIODO-HASTA IS LESS THAN WS-PERIODO-DESDE
               DISPLAY "ERROR: EL PERIODO HASTA ES ANTERIOR AL DESDE"
           ELSE
               SET RANGO-VALIDO TO TRUE
               COMPUTE WS-FECHA-DESDE = WS-PERIODO-DESDE * 100 + 1
               COMPUTE WS-FECHA-HASTA = WS-PERIODO-HASTA * 100 + 31
           END-IF.

       PEDIR-PERIODO-DESDE.
           DISPLAY "PERIODO DESDE (AAAAMM): " WITH NO ADVANCING.
           PERFORM ACEPTAR-PERIODO.
           IF PERIODO-VALIDO
               MOVE WS-PERIODO-CONTROL TO WS-PERIODO-DESDE
           END-IF.

       PEDIR-PERIODO-HASTA.
           DISPLAY "PERIODO HASTA (AAAAMM): " WITH NO ADVANCING.
           PERFORM ACEPTAR-PERIODO.
           IF PERIODO-VALIDO
               MOVE WS-PERIODO-CONTROL TO WS-PERIODO-HASTA
           END-IF.

       ACEPTAR-PERIODO.
           MOVE SPACES TO WS-PEDIDO-PERIODO.
           ACCEPT WS-PEDIDO-PERIODO.
           IF WS-PEDIDO-PERIODO IS NUMERIC
               MOVE WS-PEDIDO-PERIODO TO WS-PERIODO-CONTROL
               IF WS-CONTROL-MES IS GREATER THAN ZERO
               AND WS-CONTROL-MES IS LESS THAN 13
                   SET PERIODO-VALIDO TO TRUE
               END-IF
           END-IF.
           IF NOT PERIODO-VALIDO
               DISPLAY "ERROR: PERIODO INVALIDO, INDICAR AAAAMM"
           END-IF.

      *  Muestra la hoja en curso y atiende el comando.
       ATENDER-CONSULTA.
           PERFORM MOSTRAR-PAGINA.
           DISPLAY "S=SIGUIENTE A=ANTERIOR P=PROXIMO LEGAJO "
               "L=OTRO LEGAJO F=FIN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-COMANDO.
           ACCEPT WS-COMANDO.
           EVALUATE WS-COMANDO
               WHEN "S"
               WHEN "s"
                   IF WS-PAGINA IS LESS THAN WS-CANT-PAGINAS
                       ADD 1 TO WS-PAGINA
                   ELSE
                       DISPLAY "ES LA ULTIMA HOJA"
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF WS-PAGINA IS GREATER THAN 1
                       SUBTRACT 1 FROM WS-PAGINA
                   ELSE
                       DISPLAY "ES LA PRIMERA HOJA"
                   END-IF
               WHEN "P"
               WHEN "p"
                   PERFORM PROXIMO-LEGAJO
               WHEN "L"
               WHEN "l"
                   PERFORM PEDIR-CONSULTA
               WHEN "F"
               WHEN "f"
                   SET FIN-CONSULTA TO TRUE
               WHEN OTHER
                   DISPLAY "COMANDO INVALIDO"
           END-EVALUATE.

      *  Siguiente legajo de Empleados.dat, con el mismo rango.
       PROXIMO-LEGAJO.
           MOVE WS-LEGAJO TO EMP-LEGAJO.
           START EMPLEADOS_FILE KEY IS GREATER THAN EMP-LEGAJO
               INVALID KEY
                   MOVE 10 TO FS-EMPLEADOS
           END-START.
           IF FS-EMPLEADOS IS EQUAL TO 00
               READ EMPLEADOS_FILE NEXT RECORD
           END-IF.
           IF FS-EMPLEADOS IS EQUAL TO 00
               MOVE EMP-LEGAJO TO WS-LEGAJO
               PERFORM ARMAR-CONSULTA
           ELSE
               DISPLAY "NO HAY MAS LEGAJOS EN EMPLEADOS"
           END-IF.

       MOSTRAR-PAGINA.
           COMPUTE WS-LINEA-DESDE =
               (WS-PAGINA - 1) * WS-LINEAS-POR-PAGINA + 1.
           COMPUTE WS-LINEA-HASTA =
               WS-PAGINA * WS-LINEAS-POR-PAGINA.
           IF WS-LINEA-HASTA IS GREATER THAN VEC-CANT-LINEAS
               MOVE VEC-CANT-LINEAS TO WS-LINEA-HASTA
           END-IF.
           MOVE WS-PAGINA       TO LIS-PAGINA.
           MOVE WS-CANT-PAGINAS TO LIS-PAGINAS.
           DISPLAY " ".
           DISPLAY LINEA-PAGINA.
           DISPLAY LINEA-SEPARADOR.
           PERFORM MOSTRAR-LINEA
               VARYING WS-POS FROM WS-LINEA-DESDE BY 1
               UNTIL WS-POS > WS-LINEA-HASTA.
           DISPLAY LINEA-SEPARADOR.

       MOSTRAR-LINEA.
           DISPLAY VEC-LINEA(WS-POS).

      *  Arma todas las lineas de la consulta de WS-LEGAJO en el
      *  rango y deja la primera hoja lista para mostrar.
       ARMAR-CONSULTA.
           MOVE ZERO TO VEC-CANT-LINEAS.
           MOVE ZERO TO VEC-CANT-FICHADAS.
           MOVE ZERO TO VEC-CANT-CLASES.
           MOVE ZERO TO CON-EXCEPCIONES.
           MOVE ZERO TO CON-CORRECCIONES.
           MOVE ZERO TO WS-TOTAL-HORAS.
           MOVE "N" TO SW-DESBORDE-FICHADAS.
           MOVE "N" TO SW-DESBORDE-CLASES.
           MOVE "N" TO SW-DESBORDE-LINEAS.
           PERFORM ARMAR-DATOS-LEGAJO.
           IF WS-PERIODO-DESDE IS LESS THAN WS-PERIODO-ABIERTO
               PERFORM CARGAR-FICHADAS-HISTORICO
           END-IF.
           PERFORM CARGAR-FICHADAS-TIMES.
           PERFORM ARMAR-FICHADAS.
           PERFORM ARMAR-TOTALES-CLASE.
           PERFORM ARMAR-EXCEPCIONES.
           PERFORM ARMAR-CORRECCIONES.
           MOVE 1 TO WS-PAGINA.
           COMPUTE WS-CANT-PAGINAS =
               (VEC-CANT-LINEAS + WS-LINEAS-POR-PAGINA - 1)
               / WS-LINEAS-POR-PAGINA.

       ARMAR-DATOS-LEGAJO.
           MOVE WS-LEGAJO TO EMP-LEGAJO.
           READ EMPLEADOS_FILE RECORD KEY IS EMP-LEGAJO
               INVALID KEY
                   MOVE "N" TO SW-EMP-EXISTE
               NOT INVALID KEY
                   SET EMP-EXISTE TO TRUE
           END-READ.
           MOVE WS-LEGAJO        TO LIS-LEGAJO.
           MOVE WS-PERIODO-DESDE TO LIS-DESDE.
           MOVE WS-PERIODO-HASTA TO LIS-HASTA.
           IF EMP-EXISTE
               MOVE EMP-APELLNOM TO LIS-NOMBRE
           ELSE
               MOVE "** NO ESTA EN EMPLEADOS.DAT **" TO LIS-NOMBRE
           END-IF.
           MOVE LINEA-LEGAJO TO WS-LINEA.
           PERFORM AGREGAR-LINEA.
           IF EMP-EXISTE
               MOVE EMP-CATEGORIA  TO LIS-CATEGORIA
               MOVE EMP-SUCURSAL   TO LIS-SUCURSAL
               MOVE EMP-FECHA-ALTA TO LIS-ALTA
               MOVE EMP-FECHA-BAJA TO LIS-BAJA
               MOVE LINEA-DATOS-LEGAJO TO WS-LINEA
               PERFORM AGREGAR-LINEA
           END-IF.

      *  El historico no tiene clave: se lo recorre entero.
       CARGAR-FICHADAS-HISTORICO.
           OPEN INPUT HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00
               STRING "ADVERTENCIA: SIN TIMESHISTORICO.DAT, NO SE "
                   "MUESTRAN PERIODOS CERRADOS" DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM AGREGAR-LINEA
           ELSE
               PERFORM LEER-HISTORICO
               PERFORM SELECCIONAR-HISTORICO
                   UNTIL FS-HISTORICO IS EQUAL TO 10
               CLOSE HISTORICO_FILE
           END-IF.

       LEER-HISTORICO.
           READ HISTORICO_FILE.
           IF FS-HISTORICO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HISTORICO FS: " FS-HISTORICO
           END-IF.

       SELECCIONAR-HISTORICO.
           IF HIS-LEGAJO IS EQUAL TO WS-LEGAJO
           AND HIS-FECHA IS NOT LESS THAN WS-FECHA-DESDE
           AND HIS-FECHA IS NOT GREATER THAN WS-FECHA-HASTA
               MOVE HIS-REGISTRO TO WS-FICHADA
               MOVE "HISTORICO"  TO WS-FIC-ORIGEN
               PERFORM GUARDAR-FICHADA
           END-IF.
           PERFORM LEER-HISTORICO.

       CARGAR-FICHADAS-TIMES.
           MOVE LOW-VALUES     TO CLAVE-TIMES.
           MOVE WS-LEGAJO      TO TIM-NUMERO.
           MOVE WS-FECHA-DESDE TO TIM-FECHA.
           START TIMES_FILE KEY IS NOT LESS THAN CLAVE-TIMES
               INVALID KEY
                   MOVE 10 TO FS-TIMES
           END-START.
           IF FS-TIMES IS NOT EQUAL TO 10
               PERFORM LEER-FICHADA-LEGAJO
           END-IF.
           PERFORM SELECCIONAR-TIMES
               UNTIL FS-TIMES IS EQUAL TO 10.

       LEER-FICHADA-LEGAJO.
           READ TIMES_FILE NEXT RECORD.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER TIMES FS: " FS-TIMES
           END-IF.
           IF FS-TIMES IS EQUAL TO 00
               IF TIM-NUMERO IS NOT EQUAL TO WS-LEGAJO
               OR TIM-FECHA IS GREATER THAN WS-FECHA-HASTA
                   MOVE 10 TO FS-TIMES
               END-IF
           END-IF.

       SELECCIONAR-TIMES.
           MOVE REG-TIMES TO WS-FICHADA.
           MOVE "ABIERTO" TO WS-FIC-ORIGEN.
           PERFORM GUARDAR-FICHADA.
           PERFORM LEER-FICHADA-LEGAJO.

      *  Inserta la fichada en su lugar por fecha/sucursal/clase.
       GUARDAR-FICHADA.
           IF VEC-CANT-FICHADAS IS LESS THAN 1000
               COMPUTE WS-POS-INSERCION = VEC-CANT-FICHADAS + 1
               SET INDICE-FIC TO 1
               SEARCH VEC-FICHADAS
                   AT END
                       CONTINUE
                   WHEN VEC-FIC-CLAVE(INDICE-FIC)
                           IS GREATER THAN WS-FICHADA(6:15)
                       SET WS-POS-INSERCION TO INDICE-FIC
               END-SEARCH
               ADD 1 TO VEC-CANT-FICHADAS
               PERFORM CORRER-FICHADA
                   VARYING WS-POS FROM VEC-CANT-FICHADAS BY -1
                   UNTIL WS-POS <= WS-POS-INSERCION
               MOVE FIC-FECHA     TO VEC-FIC-FECHA(WS-POS-INSERCION)
               MOVE FIC-SUCURSAL  TO
                   VEC-FIC-SUCURSAL(WS-POS-INSERCION)
               MOVE FIC-TIPCLASE  TO VEC-FIC-CLASE(WS-POS-INSERCION)
               MOVE FIC-HORAS     TO VEC-FIC-HORAS(WS-POS-INSERCION)
               MOVE WS-FIC-ORIGEN TO VEC-FIC-ORIGEN(WS-POS-INSERCION)
           ELSE
               IF NOT DESBORDE-FICHADAS
                   STRING "ADVERTENCIA: MAS DE 1000 FICHADAS, "
                       "ACOTAR EL RANGO DE PERIODOS" DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM AGREGAR-LINEA
                   MOVE "S" TO SW-DESBORDE-FICHADAS
               END-IF
           END-IF.

       CORRER-FICHADA.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-FICHADAS(WS-POS-ANT) TO VEC-FICHADAS(WS-POS).

       ARMAR-FICHADAS.
           MOVE "FICHADAS" TO LIS-SECCION.
           MOVE LINEA-TITULO-SECCION TO WS-LINEA.
           PERFORM AGREGAR-LINEA.
           IF VEC-CANT-FICHADAS IS EQUAL TO ZERO
               MOVE "SIN FICHADAS EN EL RANGO" TO WS-LINEA
               PERFORM AGREGAR-LINEA
           ELSE
               MOVE LINEA-ENCABEZADO-FICHADAS TO WS-LINEA
               PERFORM AGREGAR-LINEA
               PERFORM ARMAR-FICHADA
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > VEC-CANT-FICHADAS
           END-IF.

       ARMAR-FICHADA.
           PERFORM UBICAR-CLASE.
           PERFORM DETERMINAR-TIPO-DIA.
           MOVE VEC-FIC-FECHA(WS-POS)    TO LIS-FIC-FECHA.
           MOVE WS-TIPO-DIA              TO LIS-FIC-DIA.
           MOVE VEC-FIC-SUCURSAL(WS-POS) TO LIS-FIC-SUCURSAL.
           MOVE VEC-FIC-CLASE(WS-POS)    TO LIS-FIC-CLASE.
           MOVE VEC-FIC-HORAS(WS-POS)    TO LIS-FIC-HORAS.
           MOVE VEC-FIC-ORIGEN(WS-POS)   TO LIS-FIC-ORIGEN.
           IF CLA-ENCONTRADA
               MOVE VEC-CLA-DESC(INDICE-CLA) TO LIS-FIC-DESC
               ADD VEC-FIC-HORAS(WS-POS) TO VEC-CLA-HORAS(INDICE-CLA)
               ADD 1 TO VEC-CLA-REGISTROS(INDICE-CLA)
           ELSE
               MOVE SPACES TO LIS-FIC-DESC
           END-IF.
           ADD VEC-FIC-HORAS(WS-POS) TO WS-TOTAL-HORAS.
           MOVE LINEA-FICHADA TO WS-LINEA.
           PERFORM AGREGAR-LINEA.

      *  Deja INDICE-CLA en la clase de la fichada; la primera vez
      *  lee su descripcion de Clases.dat.
       UBICAR-CLASE.
           MOVE "N" TO SW-CLA-ENCONTRADA.
           SET INDICE-CLA TO 1.
           SEARCH VEC-CLASES
               AT END
                   PERFORM AGREGAR-CLASE
               WHEN VEC-CLA-CODIGO(INDICE-CLA) IS EQUAL TO
                   VEC-FIC-CLASE(WS-POS)
                   SET CLA-ENCONTRADA TO TRUE
           END-SEARCH.

       AGREGAR-CLASE.
           IF VEC-CANT-CLASES IS LESS THAN 100
               ADD 1 TO VEC-CANT-CLASES
               SET INDICE-CLA TO VEC-CANT-CLASES
               MOVE VEC-FIC-CLASE(WS-POS) TO VEC-CLA-CODIGO(INDICE-CLA)
               MOVE VEC-FIC-CLASE(WS-POS) TO CLA-CODIGO
               READ CLASES_FILE
                   INVALID KEY
                       MOVE "CLASE INEXISTENTE" TO
                           VEC-CLA-DESC(INDICE-CLA)
                   NOT INVALID KEY
                       MOVE CLA-DESC TO VEC-CLA-DESC(INDICE-CLA)
               END-READ
               MOVE ZERO TO VEC-CLA-HORAS(INDICE-CLA)
               MOVE ZERO TO VEC-CLA-REGISTROS(INDICE-CLA)
               SET CLA-ENCONTRADA TO TRUE
           ELSE
               IF NOT DESBORDE-CLASES
                   DISPLAY "ADVERTENCIA: MAS DE 100 CLASES, SE TRUNCAR"
                       "ON LOS TOTALES"
                   MOVE "S" TO SW-DESBORDE-CLASES
               END-IF
           END-IF.

      *  Un cierre "C" o feriado "F" de Feriados.dat (nacional o de
      *  la sucursal de la fichada) prevalece sobre el domingo.
      *  INTEGER-OF-DATE cuenta desde 1601-01-01, que fue lunes:
      *  MOD 7 da 0 para el domingo.
       DETERMINAR-TIPO-DIA.
           MOVE SPACES TO WS-TIPO-DIA.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE
                   (VEC-FIC-FECHA(WS-POS)) 7).
           IF WS-DIA-SEMANA IS EQUAL TO ZERO
               MOVE "DOMINGO" TO WS-TIPO-DIA
           END-IF.
           PERFORM EVALUAR-FERIADO-FICHADA
               VARYING INDICE-FER FROM 1 BY 1
               UNTIL INDICE-FER > VEC-CANT-FERIADOS.

       EVALUAR-FERIADO-FICHADA.
           IF VEC-FER-FECHA(INDICE-FER) IS EQUAL TO
               VEC-FIC-FECHA(WS-POS)
               IF VEC-FER-SUCURSAL(INDICE-FER) IS EQUAL TO SPACES
               OR VEC-FER-SUCURSAL(INDICE-FER) IS EQUAL TO
                   VEC-FIC-SUCURSAL(WS-POS)
                   IF VEC-FER-TIPO(INDICE-FER) IS EQUAL TO "C"
                       MOVE "CIERRE" TO WS-TIPO-DIA
                   ELSE
                       IF WS-TIPO-DIA IS NOT EQUAL TO "CIERRE"
                           MOVE "FERIADO" TO WS-TIPO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ARMAR-TOTALES-CLASE.
           IF VEC-CANT-FICHADAS IS GREATER THAN ZERO
               MOVE "TOTALES POR CLASE" TO LIS-SECCION
               MOVE LINEA-TITULO-SECCION TO WS-LINEA
               PERFORM AGREGAR-LINEA
               PERFORM ARMAR-TOTAL-CLASE
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > VEC-CANT-CLASES
               MOVE "TOTAL"            TO LIS-TOT-CLASE
               MOVE SPACES             TO LIS-TOT-DESC
               MOVE WS-TOTAL-HORAS     TO LIS-TOT-HORAS
               MOVE VEC-CANT-FICHADAS  TO LIS-TOT-REGISTROS
               MOVE LINEA-TOTAL-CLASE  TO WS-LINEA
               PERFORM AGREGAR-LINEA
           END-IF.

       ARMAR-TOTAL-CLASE.
           MOVE VEC-CLA-CODIGO(WS-POS)    TO LIS-TOT-CLASE.
           MOVE VEC-CLA-DESC(WS-POS)      TO LIS-TOT-DESC.
           MOVE VEC-CLA-HORAS(WS-POS)     TO LIS-TOT-HORAS.
           MOVE VEC-CLA-REGISTROS(WS-POS) TO LIS-TOT-REGISTROS.
           MOVE LINEA-TOTAL-CLASE TO WS-LINEA.
           PERFORM AGREGAR-LINEA.

      *  Ausencias.dat, Jornada.dat, PendientesAprobacion.dat y
      *  Excepciones.dat se regeneran en cada corrida: lo que traen
      *  es lo abierto hoy. Cualquiera que falte simplemente no
      *  aporta lineas.
       ARMAR-EXCEPCIONES.
           MOVE "EXCEPCIONES ABIERTAS" TO LIS-SECCION.
           MOVE LINEA-TITULO-SECCION TO WS-LINEA.
           PERFORM AGREGAR-LINEA.
           IF HAY-SUSPENSO
               PERFORM ARMAR-SUSPENSO
           END-IF.
           OPEN INPUT AUSENCIAS_FILE.
           IF FS-AUSENCIAS IS EQUAL TO 00
               PERFORM LEER-AUSENCIAS
               PERFORM SELECCIONAR-AUSENCIA
                   UNTIL FS-AUSENCIAS IS EQUAL TO 10
               CLOSE AUSENCIAS_FILE
           END-IF.
           OPEN INPUT JORNADA_FILE.
           IF FS-JORNADA IS EQUAL TO 00
               PERFORM LEER-JORNADA
               PERFORM SELECCIONAR-JORNADA
                   UNTIL FS-JORNADA IS EQUAL TO 10
               CLOSE JORNADA_FILE
           END-IF.
           OPEN INPUT PENDIENTES_FILE.
           IF FS-PENDIENTES IS EQUAL TO 00
               PERFORM LEER-PENDIENTES
               PERFORM SELECCIONAR-PENDIENTE
                   UNTIL FS-PENDIENTES IS EQUAL TO 10
               CLOSE PENDIENTES_FILE
           END-IF.
           OPEN INPUT EXCEPCIONES_FILE.
           IF FS-EXCEPCIONES IS EQUAL TO 00
               PERFORM LEER-EXCEPCIONES
               PERFORM SELECCIONAR-EXCEPCION
                   UNTIL FS-EXCEPCIONES IS EQUAL TO 10
               CLOSE EXCEPCIONES_FILE
           END-IF.
           IF CON-EXCEPCIONES IS EQUAL TO ZERO
               MOVE "SIN EXCEPCIONES ABIERTAS" TO WS-LINEA
               PERFORM AGREGAR-LINEA
           END-IF.

      *  Partidas abiertas del suspenso: todas las del legajo, sea
      *  cual sea el rango, porque siguen esperando correccion.
       ARMAR-SUSPENSO.
           MOVE LOW-VALUES TO SUS-CLAVE.
           MOVE WS-LEGAJO  TO SUS-LEGAJO.
           START SUSPENSO_FILE KEY IS NOT LESS THAN SUS-CLAVE
               INVALID KEY
                   MOVE 10 TO FS-SUSPENSO
           END-START.
           IF FS-SUSPENSO IS NOT EQUAL TO 10
               PERFORM LEER-SUSPENSO-LEGAJO
           END-IF.
           PERFORM SELECCIONAR-SUSPENSO
               UNTIL FS-SUSPENSO IS EQUAL TO 10.

       LEER-SUSPENSO-LEGAJO.
           READ SUSPENSO_FILE NEXT RECORD.
           IF FS-SUSPENSO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUSPENSO FS: " FS-SUSPENSO
           END-IF.
           IF FS-SUSPENSO IS EQUAL TO 00
           AND SUS-LEGAJO IS NOT EQUAL TO WS-LEGAJO
               MOVE 10 TO FS-SUSPENSO
           END-IF.

       SELECCIONAR-SUSPENSO.
           IF SUS-ABIERTA
               MOVE SUS-FECHA         TO LIS-SUS-FECHA
               MOVE SUS-SUCURSAL      TO LIS-SUS-SUCURSAL
               MOVE SUS-CLASE         TO LIS-SUS-CLASE
               MOVE SUS-MOTIVO        TO LIS-SUS-MOTIVO
               MOVE SUS-FECHA-RECHAZO TO LIS-SUS-RECHAZO
               MOVE SUS-INTENTOS      TO LIS-SUS-INTENTOS
               MOVE LINEA-SUSPENSO    TO WS-LINEA
               PERFORM AGREGAR-LINEA
               ADD 1 TO CON-EXCEPCIONES
           END-IF.
           PERFORM LEER-SUSPENSO-LEGAJO.

       LEER-AUSENCIAS.
           READ AUSENCIAS_FILE.
           IF FS-AUSENCIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AUSENCIAS FS: " FS-AUSENCIAS
           END-IF.

      *  Las JUSTIFICADA ya estan cubiertas por una licencia.
       SELECCIONAR-AUSENCIA.
           IF AUS-LEGAJO IS EQUAL TO WS-LEGAJO
           AND AUS-TIPO IS NOT EQUAL TO "JUSTIFICADA"
           AND AUS-FECHA IS NOT LESS THAN WS-FECHA-DESDE
           AND AUS-FECHA IS NOT GREATER THAN WS-FECHA-HASTA
               MOVE AUS-FECHA      TO LIS-AUS-FECHA
               MOVE AUS-SUCURSAL   TO LIS-AUS-SUCURSAL
               MOVE AUS-TIPO       TO LIS-AUS-TIPO
               MOVE AUS-HORAS-PREV TO LIS-AUS-PREV
               MOVE AUS-HORAS-FICH TO LIS-AUS-FICH
               MOVE LINEA-AUSENCIA TO WS-LINEA
               PERFORM AGREGAR-LINEA
               ADD 1 TO CON-EXCEPCIONES
           END-IF.
           PERFORM LEER-AUSENCIAS.

       LEER-JORNADA.
           READ JORNADA_FILE.
           IF FS-JORNADA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER JORNADA FS: " FS-JORNADA
           END-IF.

       SELECCIONAR-JORNADA.
           IF JOR-LEGAJO IS EQUAL TO WS-LEGAJO
           AND JOR-FECHA-HASTA IS NOT LESS THAN WS-FECHA-DESDE
           AND JOR-FECHA-DESDE IS NOT GREATER THAN WS-FECHA-HASTA
               MOVE JOR-FECHA-DESDE TO LIS-JOR-DESDE
               MOVE JOR-FECHA-HASTA TO LIS-JOR-HASTA
               MOVE JOR-TIPO        TO LIS-JOR-TIPO
               MOVE JOR-HORAS       TO LIS-JOR-HORAS
               MOVE JOR-DIAS        TO LIS-JOR-DIAS
               MOVE LINEA-JORNADA   TO WS-LINEA
               PERFORM AGREGAR-LINEA
               ADD 1 TO CON-EXCEPCIONES
           END-IF.
           PERFORM LEER-JORNADA.

       LEER-PENDIENTES.
           READ PENDIENTES_FILE.
           IF FS-PENDIENTES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PENDIENTES FS: " FS-PENDIENTES
           END-IF.

       SELECCIONAR-PENDIENTE.
           IF PEN-D-TIPO IS EQUAL TO "D"
           AND PEN-D-LEGAJO IS EQUAL TO WS-LEGAJO
           AND PEN-D-FECHA IS NOT LESS THAN WS-FECHA-DESDE
           AND PEN-D-FECHA IS NOT GREATER THAN WS-FECHA-HASTA
               MOVE PEN-D-FECHA     TO LIS-PEN-FECHA
               MOVE PEN-D-SUCURSAL  TO LIS-PEN-SUCURSAL
               MOVE PEN-D-CLASE     TO LIS-PEN-CLASE
               MOVE PEN-D-HORAS     TO LIS-PEN-HORAS
               MOVE PEN-D-ORIGEN    TO LIS-PEN-ORIGEN
               MOVE LINEA-PENDIENTE TO WS-LINEA
               PERFORM AGREGAR-LINEA
               ADD 1 TO CON-EXCEPCIONES
           END-IF.
           PERFORM LEER-PENDIENTES.

       LEER-EXCEPCIONES.
           READ EXCEPCIONES_FILE.
           IF FS-EXCEPCIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER EXCEPCIONES FS: " FS-EXCEPCIONES
           END-IF.

      *  El legajo va en EXC-DETALLE(26:5). Se muestra el detalle
      *  que sigue al legajo, ya que el rotulo repite el tipo.
       SELECCIONAR-EXCEPCION.
           IF EXC-TIPO IS NOT EQUAL TO "CUIT"
           AND EXC-DETALLE(26:5) IS EQUAL TO WS-LEGAJO
               PERFORM EVALUAR-RANGO-EXCEPCION
               IF EXC-EN-RANGO
                   MOVE EXC-TIPO           TO LIS-EXC-TIPO
                   MOVE EXC-DETALLE(33:68) TO LIS-EXC-DETALLE
                   MOVE LINEA-EXCEPCION    TO WS-LINEA
                   PERFORM AGREGAR-LINEA
                   ADD 1 TO CON-EXCEPCIONES
               END-IF
           END-IF.
           PERFORM LEER-EXCEPCIONES.

      *  EXTRA es por mes (anio y mes separados por dos blancos) y se
      *  compara contra el rango de periodos; el resto trae la fecha
      *  de la fichada y se compara contra el rango de fechas.
       EVALUAR-RANGO-EXCEPCION.
           MOVE "N" TO SW-EXC-EN-RANGO.
           IF EXC-TIPO IS EQUAL TO "EXTRA"
               MOVE EXC-DETALLE(33:4) TO WS-EXC-ANIO
               MOVE EXC-DETALLE(39:2) TO WS-EXC-MES
               IF WS-EXC-PERIODO IS NUMERIC
               AND WS-EXC-PERIODO-R IS NOT LESS THAN WS-PERIODO-DESDE
               AND WS-EXC-PERIODO-R IS NOT GREATER THAN
                   WS-PERIODO-HASTA
                   SET EXC-EN-RANGO TO TRUE
               END-IF
           ELSE
               MOVE EXC-DETALLE(33:8) TO WS-EXC-FECHA
               IF WS-EXC-FECHA IS NUMERIC
               AND WS-EXC-FECHA-R IS NOT LESS THAN WS-FECHA-DESDE
               AND WS-EXC-FECHA-R IS NOT GREATER THAN WS-FECHA-HASTA
                   SET EXC-EN-RANGO TO TRUE
               END-IF
           END-IF.

      *  Correcciones de TP_CARGA_TIMES sobre fichadas del legajo
      *  fechadas dentro del rango.
       ARMAR-CORRECCIONES.
           MOVE "CORRECCIONES" TO LIS-SECCION.
           MOVE LINEA-TITULO-SECCION TO WS-LINEA.
           PERFORM AGREGAR-LINEA.
           OPEN INPUT AUDITORIA_FILE.
           IF FS-AUDITORIA IS EQUAL TO 00
               PERFORM LEER-AUDITORIA
               PERFORM SELECCIONAR-CORRECCION
                   UNTIL FS-AUDITORIA IS EQUAL TO 10
               CLOSE AUDITORIA_FILE
           END-IF.
           IF CON-CORRECCIONES IS EQUAL TO ZERO
               MOVE "SIN CORRECCIONES" TO WS-LINEA
               PERFORM AGREGAR-LINEA
           END-IF.

       LEER-AUDITORIA.
           READ AUDITORIA_FILE.
           IF FS-AUDITORIA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AUDITORIA FS: " FS-AUDITORIA
           END-IF.

       SELECCIONAR-CORRECCION.
           IF AUD-LEGAJO IS EQUAL TO WS-LEGAJO
           AND AUD-FECHA-FICHADA IS NOT LESS THAN WS-FECHA-DESDE
           AND AUD-FECHA-FICHADA IS NOT GREATER THAN WS-FECHA-HASTA
               MOVE AUD-FECHA         TO LIS-AUD-FECHA
               EVALUATE AUD-TIPO
                   WHEN "X"
                       MOVE "ANULACION"  TO LIS-AUD-TIPO
                   WHEN "R"
                       MOVE "REEMPLAZO"  TO LIS-AUD-TIPO
                   WHEN OTHER
                       MOVE AUD-TIPO     TO LIS-AUD-TIPO
               END-EVALUATE
               MOVE AUD-FECHA-FICHADA TO LIS-AUD-FICHADA
               MOVE AUD-SUCURSAL      TO LIS-AUD-SUCURSAL
               MOVE AUD-CLASE         TO LIS-AUD-CLASE
               MOVE AUD-ANTES-HORAS   TO WS-AUD-HORAS
               PERFORM EDITAR-HORAS-AUDITORIA
               MOVE WS-AUD-HORAS-EDIT TO LIS-AUD-ANTES
               MOVE AUD-DESPUES-HORAS TO WS-AUD-HORAS
               PERFORM EDITAR-HORAS-AUDITORIA
               MOVE WS-AUD-HORAS-EDIT TO LIS-AUD-DESPUES
               MOVE LINEA-CORRECCION  TO WS-LINEA
               PERFORM AGREGAR-LINEA
               ADD 1 TO CON-CORRECCIONES
           END-IF.
           PERFORM LEER-AUDITORIA.

      *  Una anulacion no tiene imagen posterior: queda en blanco.
       EDITAR-HORAS-AUDITORIA.
           IF WS-AUD-HORAS IS NUMERIC
               MOVE WS-AUD-HORAS-R TO WS-AUD-HORAS-EDIT
           ELSE
               MOVE ZERO TO WS-AUD-HORAS-EDIT
           END-IF.

       AGREGAR-LINEA.
           IF VEC-CANT-LINEAS IS LESS THAN 3000
               ADD 1 TO VEC-CANT-LINEAS
               MOVE WS-LINEA TO VEC-LINEA(VEC-CANT-LINEAS)
           ELSE
               IF NOT DESBORDE-LINEAS
                   DISPLAY "ADVERTENCIA: LA CONSULTA SUPERA 3000 LINEA"
                       "S, SE TRUNCO"
                   MOVE "S" TO SW-DESBORDE-LINEAS
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINEA.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS_FILE.
           CLOSE CLASES_FILE.
           CLOSE TIMES_FILE.
           IF HAY-SUSPENSO
               CLOSE SUSPENSO_FILE
           END-IF.

       END PROGRAM "TP_CONSULTA_LEGAJO".
