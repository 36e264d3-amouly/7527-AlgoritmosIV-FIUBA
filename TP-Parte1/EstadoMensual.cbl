      *  La clave primaria de Times.dat (legajo + fecha) ya entrega
      *  las fichadas agrupadas por legajo y en orden de fecha, asi
      *  que el programa es un corte de control sobre TIM-NUMERO.
      *
      *  Las licencias de Licencias.dat que tocan el periodo se
      *  imprimen al pie de la hoja del legajo (clase, rango, si es
      *  paga y dias corridos dentro del periodo). Un legajo de
      *  licencia todo el mes, sin ninguna fichada, recibe igual su
      *  hoja al final del listado para que firme la licencia.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT LICENCIAS_FILE
           ASSIGN TO "../files/in/Licencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

           SELECT ESTADO_FILE
           ASSIGN TO "../files/out/EstadoMensual.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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

      *-----------------------------*
      *- FERIADOS FILE DESCRIPTION -*
               88 FER-TIPO-FERIADO        VALUE "F".
               88 FER-TIPO-CERRADO        VALUE "C".

      *------------------------------*
      *- LICENCIAS FILE DESCRIPTION -*
      *------------------------------*
       FD LICENCIAS_FILE LABEL RECORD STANDARD.
       01 REG-LICENCIAS.
           03 LIC-LEGAJO        PIC X(05).
           03 LIC-TIPO          PIC X(04).
           03 LIC-FECHA-DESDE   PIC 9(8).
           03 LIC-FECHA-HASTA   PIC 9(8).
           03 LIC-PAGA          PIC X(01).
               88 LIC-ES-PAGA             VALUE "S".

      *---------------------------*
      *- ESTADO FILE DESCRIPTION -*
      *---------------------------*
       77 FS-CLASES         PIC X(2).
       77 FS-FERIADOS       PIC X(2).
       77 FS-ESTADO         PIC X(2).
       77 FS-LICENCIAS      PIC X(2).

       77 CON-LEIDOS        PIC 9(9) COMP VALUE 0.
       77 CON-IMPRESAS      PIC 9(9) COMP VALUE 0.
       01 SW-DESBORDE-SUBTOT        PIC X(01) VALUE "N".
           88  DESBORDE-SUBTOT                VALUE "S".

      *  Licencias que tocan el periodo abierto. VEC-LIC-IMPRESA
      *  queda en "S" cuando la licencia salio en alguna hoja; las
      *  que quedan en "N" al terminar Times son de legajos sin
      *  fichadas en el periodo.
       01 VEC-LICENCIAS-TAB.
           03 VEC-CANT-LICENCIAS       PIC 9(3) COMP VALUE 0.
           03 VEC-LICENCIAS
               OCCURS 1 TO 300 TIMES DEPENDING ON VEC-CANT-LICENCIAS
               INDEXED BY INDICE-LIC INDICE-LIC-HOJA.
               05  VEC-LIC-LEGAJO          PIC X(05).
               05  VEC-LIC-TIPO            PIC X(04).
               05  VEC-LIC-DESDE           PIC 9(8).
               05  VEC-LIC-HASTA           PIC 9(8).
               05  VEC-LIC-PAGA            PIC X(01).
               05  VEC-LIC-IMPRESA         PIC X(01).

       01 SW-HAY-LICENCIA           PIC X(01) VALUE "N".
           88  HAY-LICENCIA                   VALUE "S".

       01 WS-LIC-PRIMER-DIA         PIC 9(8).
       01 WS-LIC-ULTIMO-DIA         PIC 9(8).
       01 WS-LIC-MES-SIGUIENTE      PIC 9(8).
       01 WS-LIC-DESDE              PIC 9(8).
       01 WS-LIC-HASTA              PIC 9(8).

       01 LINEA-SEPARADOR.
           03 FILLER           PIC X(72)   VALUE ALL "=".

           03 FILLER           PIC X(22)   VALUE SPACES.
           03 TOT-LEG-HORAS    PIC ZZZ9.99.

       01 LINEA-TITULO-LICENCIAS.
           03 FILLER           PIC X(40)   VALUE
               "LICENCIAS DEL PERIODO (DIAS CORRIDOS)".

       01 LINEA-LICENCIA.
           03 FILLER           PIC X(10)   VALUE "LICENCIA".
           03 LIN-LIC-CLASE    PIC X(04).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LIN-LIC-DESC     PIC X(20).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LIN-LIC-DESDE-DIA  PIC 9(2).
           03 FILLER           PIC X(1)    VALUE "/".
           03 LIN-LIC-DESDE-MES  PIC 9(2).
           03 FILLER           PIC X(1)    VALUE "/".
           03 LIN-LIC-DESDE-ANIO PIC 9(4).
           03 FILLER           PIC X(3)    VALUE " A ".
           03 LIN-LIC-HASTA-DIA  PIC 9(2).
           03 FILLER           PIC X(1)    VALUE "/".
           03 LIN-LIC-HASTA-MES  PIC 9(2).
           03 FILLER           PIC X(1)    VALUE "/".
           03 LIN-LIC-HASTA-ANIO PIC 9(4).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LIN-LIC-PAGA     PIC X(07).
           03 FILLER           PIC X(2)    VALUE SPACES.
           03 LIN-LIC-DIAS     PIC Z9.

       01 LINEA-FIRMA.
           03 FILLER           PIC X(45)   VALUE
               "CONFORME EMPLEADO: ................".
           PERFORM LEER-CLASES.
           PERFORM CARGAR-CLASES.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM LEER-TIMES.
           PERFORM PROCESAR-FICHADA
               UNTIL FS-TIMES IS EQUAL TO 10.
           IF HAY-HOJA
               PERFORM CERRAR-HOJA
           END-IF.
           PERFORM EMITIR-HOJA-LICENCIA
               VARYING INDICE-LIC-HOJA FROM 1 BY 1
               UNTIL INDICE-LIC-HOJA > VEC-CANT-LICENCIAS.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
           MOVE FER-TIPO     TO VEC-FER-TIPO(INDICE-FER).
           PERFORM LEER-FERIADOS.

      *  Solo se guardan las licencias que se superponen con el
      *  periodo abierto; sin Licencias.dat las hojas salen como
      *  siempre.
       CARGAR-LICENCIAS.
           COMPUTE WS-LIC-PRIMER-DIA = WS-PERIODO-ABIERTO * 100 + 1.
           IF WS-PERIODO-ABIERTO(5:2) IS EQUAL TO "12"
               COMPUTE WS-LIC-MES-SIGUIENTE =
                   (WS-PERIODO-ABIERTO + 89) * 100 + 1
           ELSE
               COMPUTE WS-LIC-MES-SIGUIENTE =
                   (WS-PERIODO-ABIERTO + 1) * 100 + 1
           END-IF.
           COMPUTE WS-LIC-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-LIC-MES-SIGUIENTE) - 1).
           OPEN INPUT LICENCIAS_FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LICENCIAS.DAT, LAS HOJAS "
                   "NO INFORMAN LICENCIAS"
           ELSE
               PERFORM LEER-LICENCIAS
               PERFORM GUARDAR-LICENCIA
                   UNTIL FS-LICENCIAS IS EQUAL TO 10
                   OR VEC-CANT-LICENCIAS IS EQUAL TO 300
               IF FS-LICENCIAS IS NOT EQUAL TO 10
                   DISPLAY "ADVERTENCIA: MAS DE 300 LICENCIAS EN EL "
                       "PERIODO, SE TRUNCO LA TABLA DE LICENCIAS"
               END-IF
               CLOSE LICENCIAS_FILE
           END-IF.

       LEER-LICENCIAS.
           READ LICENCIAS_FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LICENCIAS FS: " FS-LICENCIAS
           END-IF.

       GUARDAR-LICENCIA.
           IF LIC-FECHA-DESDE IS NOT GREATER THAN WS-LIC-ULTIMO-DIA
           AND LIC-FECHA-HASTA IS NOT LESS THAN WS-LIC-PRIMER-DIA
           AND LIC-FECHA-DESDE IS NOT GREATER THAN LIC-FECHA-HASTA
               ADD 1 TO VEC-CANT-LICENCIAS
               SET INDICE-LIC TO VEC-CANT-LICENCIAS
               MOVE LIC-LEGAJO      TO VEC-LIC-LEGAJO(INDICE-LIC)
               MOVE LIC-TIPO        TO VEC-LIC-TIPO(INDICE-LIC)
               MOVE LIC-FECHA-DESDE TO VEC-LIC-DESDE(INDICE-LIC)
               MOVE LIC-FECHA-HASTA TO VEC-LIC-HASTA(INDICE-LIC)
               MOVE LIC-PAGA        TO VEC-LIC-PAGA(INDICE-LIC)
               MOVE "N"             TO VEC-LIC-IMPRESA(INDICE-LIC)
           END-IF.
           PERFORM LEER-LICENCIAS.

       LEER-TIMES.
           READ TIMES_FILE NEXT RECORD.
           IF FS-TIMES IS NOT EQUAL TO 00 AND 10
           MOVE TOT-HORAS-LEGAJO TO TOT-LEG-HORAS.
           MOVE LINEA-TOTAL-LEGAJO TO REG-ESTADO.
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO SW-HAY-LICENCIA.
           PERFORM IMPRIMIR-LICENCIA
               VARYING INDICE-LIC FROM 1 BY 1
               UNTIL INDICE-LIC > VEC-CANT-LICENCIAS.
           MOVE SPACES TO REG-ESTADO.
           PERFORM ESCRIBIR-LINEA.
           MOVE LINEA-FIRMA TO REG-ESTADO.
           MOVE LINEA-SUBTOTAL TO REG-ESTADO.
           PERFORM ESCRIBIR-LINEA.

      *  Los dias se cuentan corridos dentro del periodo; cuales de
      *  ellos se pagan (dias habiles del horario, sin fichada) lo
      *  decide TP_PARTE_1B al liquidar.
       IMPRIMIR-LICENCIA.
           IF VEC-LIC-LEGAJO(INDICE-LIC) IS EQUAL TO WS-LEGAJO-CORTE
               IF NOT HAY-LICENCIA
                   SET HAY-LICENCIA TO TRUE
                   MOVE SPACES TO REG-ESTADO
                   PERFORM ESCRIBIR-LINEA
                   MOVE LINEA-TITULO-LICENCIAS TO REG-ESTADO
                   PERFORM ESCRIBIR-LINEA
               END-IF
               MOVE "S" TO VEC-LIC-IMPRESA(INDICE-LIC)
               MOVE VEC-LIC-TIPO(INDICE-LIC) TO LIN-LIC-CLASE
               MOVE VEC-LIC-TIPO(INDICE-LIC) TO WS-CLASE-BUSCADA
               PERFORM BUSCAR-CLASE-MASTER
               IF CLASE-ENCONTRADA
                   MOVE VEC-CLASES-DESC(INDICE-CLA) TO LIN-LIC-DESC
               ELSE
                   MOVE "(SIN CLASE)" TO LIN-LIC-DESC
               END-IF
               MOVE VEC-LIC-DESDE(INDICE-LIC)(7:2)
                   TO LIN-LIC-DESDE-DIA
               MOVE VEC-LIC-DESDE(INDICE-LIC)(5:2)
                   TO LIN-LIC-DESDE-MES
               MOVE VEC-LIC-DESDE(INDICE-LIC)(1:4)
                   TO LIN-LIC-DESDE-ANIO
               MOVE VEC-LIC-HASTA(INDICE-LIC)(7:2)
                   TO LIN-LIC-HASTA-DIA
               MOVE VEC-LIC-HASTA(INDICE-LIC)(5:2)
                   TO LIN-LIC-HASTA-MES
               MOVE VEC-LIC-HASTA(INDICE-LIC)(1:4)
                   TO LIN-LIC-HASTA-ANIO
               IF VEC-LIC-PAGA(INDICE-LIC) IS EQUAL TO "S"
                   MOVE "PAGA"    TO LIN-LIC-PAGA
               ELSE
                   MOVE "NO PAGA" TO LIN-LIC-PAGA
               END-IF
               MOVE VEC-LIC-DESDE(INDICE-LIC) TO WS-LIC-DESDE
               IF WS-LIC-DESDE IS LESS THAN WS-LIC-PRIMER-DIA
                   MOVE WS-LIC-PRIMER-DIA TO WS-LIC-DESDE
               END-IF
               MOVE VEC-LIC-HASTA(INDICE-LIC) TO WS-LIC-HASTA
               IF WS-LIC-HASTA IS GREATER THAN WS-LIC-ULTIMO-DIA
                   MOVE WS-LIC-ULTIMO-DIA TO WS-LIC-HASTA
               END-IF
               COMPUTE LIN-LIC-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-LIC-HASTA)
                   - FUNCTION INTEGER-OF-DATE(WS-LIC-DESDE) + 1
               MOVE LINEA-LICENCIA TO REG-ESTADO
               PERFORM ESCRIBIR-LINEA
           END-IF.

      *  Hoja propia para el legajo con licencia y sin fichadas en
      *  el periodo: se abre con el legajo de la licencia y se
      *  cierra sin detalle, con el total en cero y sus licencias.
       EMITIR-HOJA-LICENCIA.
           IF VEC-LIC-IMPRESA(INDICE-LIC-HOJA) IS EQUAL TO "N"
               MOVE VEC-LIC-LEGAJO(INDICE-LIC-HOJA) TO TIM-NUMERO
               PERFORM ABRIR-HOJA
               PERFORM CERRAR-HOJA
           END-IF.

       ESCRIBIR-SEPARADOR.
           MOVE LINEA-SEPARADOR TO REG-ESTADO.
           PERFORM ESCRIBIR-LINEA.
