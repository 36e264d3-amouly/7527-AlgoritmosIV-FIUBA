       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_PRESUPUESTO_REAL".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Presupuesto contra real por sucursal y mes. El presupuesto
      *  sale de Presupuesto.dat (horas e importe por sucursal, anio,
      *  mes y clase, mantenido por TP_MANT_PRESUPUESTO) y el real de
      *  LiquidacionAcumulada.dat (las liquidaciones de los periodos
      *  ya cerrados, que agrega TP_CIERRE_PERIODO) y del
      *  Liquidacion.dat de TP_PARTE_1B del periodo abierto, mas las
      *  diferencias de LiquidacionAjuste.dat de TP_AJUSTE_RETRO (el
      *  ajuste cambia el importe del mes, no sus horas). Las clases
      *  se suman por sucursal y mes.
      *
      *  Liquidacion.dat se toma solo si es posterior al ultimo
      *  cierre del libro, es decir si trae algun mes mayor que el
      *  ultimo periodo cerrado; si no, ya esta en el libro y se la
      *  contaria dos veces.
      *
      *  Se ejecuta con el periodo hasta el que se informa en la
      *  linea de comando ("AAAAMM"); salen todos los meses de ese
      *  anio hasta ese mes. Por cada sucursal y mes el informe
      *  PresupuestoReal.dat trae horas e importe presupuestados y
      *  reales, la variacion absoluta (real menos presupuesto) y
      *  porcentual sobre el presupuesto, y las mismas cifras
      *  acumuladas en el anio. Todo mes, y el acumulado de cada
      *  sucursal, cuyo sobregasto en horas o en importe supera la
      *  tolerancia de ParamPresupuesto.dat sale ademas en
      *  AlertaPresupuesto.dat, igual que el gasto real sin ningun
      *  presupuesto cargado.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRESUPUESTO_FILE
           ASSIGN TO "../files/in/Presupuesto.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FS-PRESUPUESTO.

           SELECT PARAM_PRESUPUESTO_FILE
           ASSIGN TO "../files/in/ParamPresupuesto.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM-PRESUPUESTO.

           SELECT LIQUIDACION_FILE
           ASSIGN TO "../files/out/Liquidacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

      *  Libro de liquidaciones de los periodos cerrados.
           SELECT LIQ_ACUMULADA_FILE
           ASSIGN TO "../files/out/LiquidacionAcumulada.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQ-ACUMULADA.

           SELECT AJUSTE_FILE
           ASSIGN TO "../files/out/LiquidacionAjuste.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTE.

           SELECT PRESUPUESTO_REAL_FILE
           ASSIGN TO "../files/out/PresupuestoReal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PRESUPUESTO-REAL.

           SELECT ALERTA_FILE
           ASSIGN TO "../files/out/AlertaPresupuesto.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALERTA.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

      *--------------------------------*
      *- PRESUPUESTO FILE DESCRIPTION -*
      *--------------------------------*
       FD PRESUPUESTO_FILE LABEL RECORD STANDARD.
       01 REG-PRESUPUESTO.
           03 PRE-CLAVE.
               05 PRE-SUCURSAL      PIC X(03).
               05 PRE-ANIO          PIC 9(4).
               05 PRE-MES           PIC 9(2).
               05 PRE-CLASE         PIC X(04).
           03 PRE-HORAS         PIC 9(6)V99.
           03 PRE-IMPORTE       PIC 9(9)V99.

      *--------------------------------------*
      *- PARAM PRESUPUESTO FILE DESCRIPTION -*
      *--------------------------------------*
      *  Un solo registro: porcentaje de sobregasto sobre el
      *  presupuesto a partir del cual se emite la alerta.
       FD PARAM_PRESUPUESTO_FILE LABEL RECORD STANDARD.
       01 REG-PARAM-PRESUPUESTO.
           03 PPR-TOLERANCIA    PIC 9(3)V99.

      *--------------------------------*
      *- LIQUIDACION FILE DESCRIPTION -*
      *--------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B.
       FD LIQUIDACION_FILE LABEL RECORD STANDARD.
       01 REG-LIQUIDACION.
           03 LIQ-SUCURSAL     PIC X(03).
           03 FILLER           PIC X(2).
           03 LIQ-ANIO         PIC 9(4).
           03 FILLER           PIC X(2).
           03 LIQ-MES          PIC 9(2).
           03 FILLER           PIC X(2).
           03 LIQ-CLASE        PIC X(04).
           03 FILLER           PIC X(2).
           03 LIQ-HORAS        PIC 9(6)V99.
           03 FILLER           PIC X(2).
           03 LIQ-TARIFA       PIC 9(5)V99.
           03 FILLER           PIC X(2).
           03 LIQ-IMPORTE      PIC 9(9)V99.

      *----------------------------------*
      *- LIQ ACUMULADA FILE DESCRIPTION -*
      *----------------------------------*
      *  Mismo trazado que escribe TP_CIERRE_PERIODO: el periodo de
      *  cierre seguido de la imagen completa de REG-LIQUIDACION.
       FD LIQ_ACUMULADA_FILE LABEL RECORD STANDARD.
       01 REG-LIQ-ACUMULADA.
           03 LAC-PERIODO-CIERRE PIC 9(6).
           03 FILLER             PIC X(2).
           03 LAC-REGISTRO.
               05 LAC-SUCURSAL      PIC X(03).
               05 FILLER            PIC X(2).
               05 LAC-ANIO          PIC 9(4).
               05 FILLER            PIC X(2).
               05 LAC-MES           PIC 9(2).
               05 FILLER            PIC X(2).
               05 LAC-CLASE         PIC X(04).
               05 FILLER            PIC X(2).
               05 LAC-HORAS         PIC 9(6)V99.
               05 FILLER            PIC X(2).
               05 LAC-TARIFA        PIC 9(5)V99.
               05 FILLER            PIC X(2).
               05 LAC-IMPORTE       PIC 9(9)V99.

      *---------------------------*
      *- AJUSTE FILE DESCRIPTION -*
      *---------------------------*
      *  Mismo trazado que escribe TP_AJUSTE_RETRO.
       FD AJUSTE_FILE LABEL RECORD STANDARD.
       01 REG-AJUSTE.
           03 AJU-SUCURSAL     PIC X(03).
           03 FILLER           PIC X(2).
           03 AJU-PERIODO      PIC 9(6).
           03 AJU-PERIODO-R REDEFINES AJU-PERIODO.
               05 AJU-ANIO         PIC 9(4).
               05 AJU-MES          PIC 9(2).
           03 FILLER           PIC X(2).
           03 AJU-CLASE        PIC X(04).
           03 FILLER           PIC X(2).
           03 AJU-HORAS        PIC 9(6)V99.
           03 FILLER           PIC X(2).
           03 AJU-IMP-ANTERIOR PIC 9(9)V99.
           03 FILLER           PIC X(2).
           03 AJU-IMP-NUEVO    PIC 9(9)V99.
           03 FILLER           PIC X(2).
           03 AJU-DIFERENCIA   PIC S9(9)V99 SIGN LEADING SEPARATE.

      *-------------------------------------*
      *- PRESUPUESTO REAL FILE DESCRIPTION -*
      *-------------------------------------*
      *  Una fila por sucursal y mes. PRR-MES trae las cifras del
      *  mes y PRR-ACUMULADO las del anio hasta ese mes, con el
      *  mismo trazado. Variacion = real - presupuesto; el
      *  porcentaje es sobre el presupuesto (cero si no hay).
       FD PRESUPUESTO_REAL_FILE LABEL RECORD STANDARD.
       01 REG-PRESUPUESTO-REAL.
           03 PRR-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 PRR-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 PRR-MES           PIC X(96).
           03 FILLER            PIC X(2).
           03 PRR-ACUMULADO     PIC X(96).

      *---------------------------*
      *- ALERTA FILE DESCRIPTION -*
      *---------------------------*
      *  Una fila por sobregasto que supera la tolerancia. Ambito
      *  MES o ACUM (acumulado del anio); motivo HORAS, IMPORTE o
      *  SIN-PRESUP. Presupuesto y real van en horas o en pesos
      *  segun el motivo.
       FD ALERTA_FILE LABEL RECORD STANDARD.
       01 REG-ALERTA.
           03 ALP-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 ALP-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 ALP-AMBITO        PIC X(04).
           03 FILLER            PIC X(2).
           03 ALP-MOTIVO        PIC X(10).
           03 FILLER            PIC X(2).
           03 ALP-PRESUPUESTO   PIC 9(10)V99.
           03 FILLER            PIC X(2).
           03 ALP-REAL          PIC S9(10)V99 SIGN LEADING SEPARATE.
           03 FILLER            PIC X(2).
           03 ALP-VAR-PCT       PIC S9(5)V99 SIGN LEADING SEPARATE.
           03 FILLER            PIC X(2).
           03 ALP-TOLERANCIA    PIC 9(3)V99.

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-PRESUPUESTO       PIC X(2).
       77 FS-PARAM-PRESUPUESTO PIC X(2).
       77 FS-LIQUIDACION       PIC X(2).
       77 FS-LIQ-ACUMULADA     PIC X(2).
       77 FS-AJUSTE            PIC X(2).
       77 FS-PRESUPUESTO-REAL  PIC X(2).
       77 FS-ALERTA            PIC X(2).

       77 CON-PRESUPUESTOS  PIC 9(9) COMP VALUE 0.
       77 CON-LIQUIDACIONES PIC 9(9) COMP VALUE 0.
       77 CON-ACUMULADAS    PIC 9(9) COMP VALUE 0.
       77 CON-AJUSTES       PIC 9(9) COMP VALUE 0.
       77 CON-FILAS         PIC 9(9) COMP VALUE 0.
       77 CON-ALERTAS       PIC 9(9) COMP VALUE 0.

       01 WS-LINEA-COMANDO          PIC X(6) VALUE SPACES.
       01 WS-PERIODO-HASTA.
           03 WS-HASTA-ANIO        PIC 9(4).
           03 WS-HASTA-MES         PIC 9(2).
       01 WS-PERIODO-HASTA-R REDEFINES WS-PERIODO-HASTA PIC 9(6).

       01 WS-TOLERANCIA             PIC 9(3)V99 VALUE ZERO.

      *  Clave de busqueda en la tabla: sucursal y periodo AAAAMM.
       01 WS-CLAVE-PRR.
           03 WS-CLAVE-SUCURSAL    PIC X(03).
           03 WS-CLAVE-PERIODO     PIC 9(6).

       01 SW-PRR-ENCONTRADO         PIC X(01) VALUE "N".
           88  PRR-ENCONTRADO                 VALUE "S".
           88  PRR-NO-ENCONTRADO              VALUE "N".

      *  Ultimo periodo cerrado en el libro y mes mas alto de
      *  Liquidacion.dat: deciden si la liquidacion es del periodo
      *  abierto o una ya asentada en el libro.
       01 WS-ULTIMO-CIERRE          PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-LIQ            PIC 9(6).
       01 WS-LIQ-MAX-PERIODO        PIC 9(6) VALUE ZERO.

       01 SW-LIQUIDACION-VIGENTE    PIC X(01) VALUE "N".
           88  LIQUIDACION-VIGENTE            VALUE "S".

       01 SW-HAY-AJUSTE             PIC X(01) VALUE "N".
           88  HAY-AJUSTE                     VALUE "S".

       01 SW-DESBORDE-PRR           PIC X(01) VALUE "N".
           88  DESBORDE-PRR                   VALUE "S".

      *  Sucursal y mes, ordenada por sucursal y periodo a medida
      *  que se inserta, para poder acumular el anio por corte.
       01 VEC-PRR-TAB.
           03 VEC-CANT-PRR             PIC 9(4) COMP VALUE 0.
           03 VEC-PRR
               OCCURS 1 TO 2000 TIMES DEPENDING ON VEC-CANT-PRR
               INDEXED BY INDICE-PRR.
               05  VEC-PRR-CLAVE.
                   07  VEC-PRR-SUCURSAL    PIC X(03).
                   07  VEC-PRR-PERIODO     PIC 9(6).
               05  VEC-PRR-PRE-HORAS       PIC 9(7)V99.
               05  VEC-PRR-PRE-IMPORTE     PIC 9(10)V99.
               05  VEC-PRR-REAL-HORAS      PIC 9(7)V99.
               05  VEC-PRR-REAL-IMPORTE    PIC S9(10)V99.

       01 WS-POS-INSERCION          PIC 9(4) COMP.
       01 WS-POS                    PIC 9(4) COMP.
       01 WS-POS-ANT                PIC 9(4) COMP.
       01 WS-POS-SIG                PIC 9(4) COMP.

      *  Cifras del mes y acumuladas en el anio para la sucursal en
      *  curso del barrido de la tabla.
       01 WS-MES-PRE-HORAS          PIC 9(7)V99.
       01 WS-MES-PRE-IMPORTE        PIC 9(10)V99.
       01 WS-MES-REAL-HORAS         PIC 9(7)V99.
       01 WS-MES-REAL-IMPORTE       PIC S9(10)V99.
       01 WS-ACU-PRE-HORAS          PIC 9(7)V99.
       01 WS-ACU-PRE-IMPORTE        PIC 9(10)V99.
       01 WS-ACU-REAL-HORAS         PIC 9(7)V99.
       01 WS-ACU-REAL-IMPORTE       PIC S9(10)V99.

      *  Mismo trazado que PRR-MES y PRR-ACUMULADO: se arma aca y se
      *  mueve entero a la fila.
       01 WS-CIFRAS.
           03 CIF-PRE-HORAS     PIC 9(7)V99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-REAL-HORAS    PIC 9(7)V99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-VAR-HORAS     PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-VAR-HORAS-PCT PIC S9(5)V99 SIGN LEADING SEPARATE.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-PRE-IMPORTE   PIC 9(10)V99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-REAL-IMPORTE  PIC S9(10)V99 SIGN LEADING SEPARATE.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-VAR-IMPORTE   PIC S9(10)V99 SIGN LEADING SEPARATE.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 CIF-VAR-IMPORTE-PCT PIC S9(5)V99 SIGN LEADING SEPARATE.

       01 WS-CAL-PRE-HORAS          PIC 9(7)V99.
       01 WS-CAL-PRE-IMPORTE        PIC 9(10)V99.
       01 WS-CAL-REAL-HORAS         PIC 9(7)V99.
       01 WS-CAL-REAL-IMPORTE       PIC S9(10)V99.
       01 WS-CAL-AMBITO             PIC X(04).

       01 LINEA-RESUMEN-HASTA.
           03 FILLER            PIC X(25)  VALUE
               "INFORMADO HASTA:     ".
           03 RES-HASTA         PIC 9(6).
       01 LINEA-RESUMEN-PRESUPUESTOS.
           03 FILLER            PIC X(25)  VALUE
               "PRESUPUESTOS LEIDOS: ".
           03 RES-PRESUPUESTOS  PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-LIQUIDACIONES.
           03 FILLER            PIC X(25)  VALUE
               "LIQUIDACIONES LEIDAS:".
           03 RES-LIQUIDACIONES PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-ACUMULADAS.
           03 FILLER            PIC X(25)  VALUE
               "LIQ. ACUMULADAS LEIDAS:".
           03 RES-ACUMULADAS    PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-AJUSTES.
           03 FILLER            PIC X(25)  VALUE
               "AJUSTES LEIDOS:      ".
           03 RES-AJUSTES       PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-FILAS.
           03 FILLER            PIC X(25)  VALUE
               "SUCURSAL/MES INFORMADOS:".
           03 RES-FILAS         PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-ALERTAS.
           03 FILLER            PIC X(25)  VALUE
               "ALERTAS DE SOBREGASTO:".
           03 RES-ALERTAS       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM TOMAR-PERIODO-HASTA.
           PERFORM LEER-PARAM-PRESUPUESTO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-PRESUPUESTO.
           PERFORM CARGAR-PRESUPUESTO
               UNTIL FS-PRESUPUESTO IS EQUAL TO 10.
           PERFORM CARGAR-LIQ-ACUMULADA.
           PERFORM CONTROLAR-LIQUIDACION.
           IF LIQUIDACION-VIGENTE
               PERFORM LEER-LIQUIDACION
               PERFORM CARGAR-LIQUIDACION
                   UNTIL FS-LIQUIDACION IS EQUAL TO 10
           END-IF.
           IF HAY-AJUSTE
               PERFORM LEER-AJUSTE
               PERFORM CARGAR-AJUSTE
                   UNTIL FS-AJUSTE IS EQUAL TO 10
           END-IF.
           PERFORM EMITIR-PRESUPUESTO-REAL
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > VEC-CANT-PRR.
           IF CON-ALERTAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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

      *  Sin tolerancia cargada alerta cualquier sobregasto.
       LEER-PARAM-PRESUPUESTO.
           OPEN INPUT PARAM_PRESUPUESTO_FILE.
           IF FS-PARAM-PRESUPUESTO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN PARAMPRESUPUESTO.DAT, SE "
                   "ALERTA TODO SOBREGASTO"
           ELSE
               READ PARAM_PRESUPUESTO_FILE
               IF FS-PARAM-PRESUPUESTO IS EQUAL TO 00
               AND PPR-TOLERANCIA IS NUMERIC
                   MOVE PPR-TOLERANCIA TO WS-TOLERANCIA
               ELSE
                   DISPLAY "ADVERTENCIA: PARAMPRESUPUESTO.DAT "
                       "INVALIDO, SE ALERTA TODO SOBREGASTO"
               END-IF
               CLOSE PARAM_PRESUPUESTO_FILE
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT PRESUPUESTO_FILE.
           IF FS-PRESUPUESTO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PRESUPUESTO FS: "
                   FS-PRESUPUESTO
               STOP RUN
           END-IF.

           OPEN INPUT LIQUIDACION_FILE.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LIQUIDACION FS: "
                   FS-LIQUIDACION
               STOP RUN
           END-IF.

      *  Sin ajustes retroactivos el real es solo la liquidacion.
           OPEN INPUT AJUSTE_FILE.
           IF FS-AJUSTE IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LIQUIDACIONAJUSTE.DAT, EL "
                   "REAL NO INCLUYE AJUSTES RETROACTIVOS"
           ELSE
               SET HAY-AJUSTE TO TRUE
           END-IF.

           OPEN OUTPUT PRESUPUESTO_REAL_FILE.
           IF FS-PRESUPUESTO-REAL IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PRESUPUESTO REAL FS: "
                   FS-PRESUPUESTO-REAL
               STOP RUN
           END-IF.

           OPEN OUTPUT ALERTA_FILE.
           IF FS-ALERTA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ALERTA FS: " FS-ALERTA
               STOP RUN
           END-IF.

       LEER-PRESUPUESTO.
           READ PRESUPUESTO_FILE NEXT RECORD.
           IF FS-PRESUPUESTO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER PRESUPUESTO FS: "
                   FS-PRESUPUESTO
           END-IF.

       CARGAR-PRESUPUESTO.
           IF PRE-ANIO IS EQUAL TO WS-HASTA-ANIO
           AND PRE-MES IS NOT GREATER THAN WS-HASTA-MES
               ADD 1 TO CON-PRESUPUESTOS
               MOVE PRE-SUCURSAL TO WS-CLAVE-SUCURSAL
               COMPUTE WS-CLAVE-PERIODO = PRE-ANIO * 100 + PRE-MES
               PERFORM UBICAR-PRESUPUESTO-REAL
               IF PRR-ENCONTRADO
                   ADD PRE-HORAS   TO VEC-PRR-PRE-HORAS(INDICE-PRR)
                   ADD PRE-IMPORTE TO VEC-PRR-PRE-IMPORTE(INDICE-PRR)
               END-IF
           END-IF.
           PERFORM LEER-PRESUPUESTO.

       LEER-LIQUIDACION.
           READ LIQUIDACION_FILE.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LIQUIDACION FS: "
                   FS-LIQUIDACION
           END-IF.

      *  Sin libro (ningun cierre todavia) todo el real sale de
      *  Liquidacion.dat.
       CARGAR-LIQ-ACUMULADA.
           OPEN INPUT LIQ_ACUMULADA_FILE.
           IF FS-LIQ-ACUMULADA IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LIQUIDACIONACUMULADA.DAT, EL "
                   "REAL DE LOS MESES CERRADOS NO SE INCLUYE"
           ELSE
               PERFORM LEER-LIQ-ACUMULADA
               PERFORM ACUMULAR-LIQ-ACUMULADA
                   UNTIL FS-LIQ-ACUMULADA IS EQUAL TO 10
               CLOSE LIQ_ACUMULADA_FILE
           END-IF.

       LEER-LIQ-ACUMULADA.
           READ LIQ_ACUMULADA_FILE.
           IF FS-LIQ-ACUMULADA IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LIQUIDACION ACUMULADA FS: "
                   FS-LIQ-ACUMULADA
           END-IF.

       ACUMULAR-LIQ-ACUMULADA.
           IF LAC-PERIODO-CIERRE IS GREATER THAN WS-ULTIMO-CIERRE
               MOVE LAC-PERIODO-CIERRE TO WS-ULTIMO-CIERRE
           END-IF.
           IF LAC-ANIO IS EQUAL TO WS-HASTA-ANIO
           AND LAC-MES IS NOT GREATER THAN WS-HASTA-MES
               ADD 1 TO CON-ACUMULADAS
               MOVE LAC-SUCURSAL TO WS-CLAVE-SUCURSAL
               COMPUTE WS-CLAVE-PERIODO = LAC-ANIO * 100 + LAC-MES
               PERFORM UBICAR-PRESUPUESTO-REAL
               IF PRR-ENCONTRADO
                   ADD LAC-HORAS   TO VEC-PRR-REAL-HORAS(INDICE-PRR)
                   ADD LAC-IMPORTE TO VEC-PRR-REAL-IMPORTE(INDICE-PRR)
               END-IF
           END-IF.
           PERFORM LEER-LIQ-ACUMULADA.

      *  Primera pasada sobre Liquidacion.dat solo para su mes mas
      *  alto; si no pasa del ultimo cierre la liquidacion ya esta
      *  en el libro. Luego se reabre para la pasada de carga.
       CONTROLAR-LIQUIDACION.
           PERFORM LEER-LIQUIDACION.
           PERFORM BUSCAR-MAXIMO-LIQUIDACION
               UNTIL FS-LIQUIDACION IS EQUAL TO 10.
           CLOSE LIQUIDACION_FILE.
           IF WS-LIQ-MAX-PERIODO IS GREATER THAN WS-ULTIMO-CIERRE
               OPEN INPUT LIQUIDACION_FILE
               IF FS-LIQUIDACION IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ABRIR LIQUIDACION FS: "
                       FS-LIQUIDACION
                   STOP RUN
               END-IF
               SET LIQUIDACION-VIGENTE TO TRUE
           ELSE
               DISPLAY "ADVERTENCIA: LIQUIDACION.DAT YA ESTA EN EL "
                   "LIBRO (CIERRE " WS-ULTIMO-CIERRE "), NO SE TOMA"
           END-IF.

       BUSCAR-MAXIMO-LIQUIDACION.
           COMPUTE WS-PERIODO-LIQ = LIQ-ANIO * 100 + LIQ-MES.
           IF WS-PERIODO-LIQ IS GREATER THAN WS-LIQ-MAX-PERIODO
               MOVE WS-PERIODO-LIQ TO WS-LIQ-MAX-PERIODO
           END-IF.
           PERFORM LEER-LIQUIDACION.

       CARGAR-LIQUIDACION.
           IF LIQ-ANIO IS EQUAL TO WS-HASTA-ANIO
           AND LIQ-MES IS NOT GREATER THAN WS-HASTA-MES
               ADD 1 TO CON-LIQUIDACIONES
               MOVE LIQ-SUCURSAL TO WS-CLAVE-SUCURSAL
               COMPUTE WS-CLAVE-PERIODO = LIQ-ANIO * 100 + LIQ-MES
               PERFORM UBICAR-PRESUPUESTO-REAL
               IF PRR-ENCONTRADO
                   ADD LIQ-HORAS   TO VEC-PRR-REAL-HORAS(INDICE-PRR)
                   ADD LIQ-IMPORTE TO VEC-PRR-REAL-IMPORTE(INDICE-PRR)
               END-IF
           END-IF.
           PERFORM LEER-LIQUIDACION.

       LEER-AJUSTE.
           READ AJUSTE_FILE.
           IF FS-AJUSTE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AJUSTE FS: " FS-AJUSTE
           END-IF.

      *  El ajuste revaloriza horas ya liquidadas: solo mueve el
      *  importe del mes al que corresponde.
       CARGAR-AJUSTE.
           IF AJU-ANIO IS EQUAL TO WS-HASTA-ANIO
           AND AJU-MES IS NOT GREATER THAN WS-HASTA-MES
               ADD 1 TO CON-AJUSTES
               MOVE AJU-SUCURSAL TO WS-CLAVE-SUCURSAL
               MOVE AJU-PERIODO  TO WS-CLAVE-PERIODO
               PERFORM UBICAR-PRESUPUESTO-REAL
               IF PRR-ENCONTRADO
                   ADD AJU-DIFERENCIA
                       TO VEC-PRR-REAL-IMPORTE(INDICE-PRR)
               END-IF
           END-IF.
           PERFORM LEER-AJUSTE.

      *  Busca la sucursal/mes de WS-CLAVE-PRR; si no esta la
      *  inserta en su lugar (la tabla queda ordenada) con las cifras
      *  en cero. Deja INDICE-PRR apuntando a la fila.
       UBICAR-PRESUPUESTO-REAL.
           SET PRR-NO-ENCONTRADO TO TRUE.
           COMPUTE WS-POS-INSERCION = VEC-CANT-PRR + 1.
           SET INDICE-PRR TO 1.
           SEARCH VEC-PRR
               AT END
                   CONTINUE
               WHEN VEC-PRR-CLAVE(INDICE-PRR) IS EQUAL TO WS-CLAVE-PRR
                   SET PRR-ENCONTRADO TO TRUE
               WHEN VEC-PRR-CLAVE(INDICE-PRR)
                       IS GREATER THAN WS-CLAVE-PRR
                   SET WS-POS-INSERCION TO INDICE-PRR
           END-SEARCH.
           IF PRR-NO-ENCONTRADO
               IF VEC-CANT-PRR IS LESS THAN 2000
                   PERFORM INSERTAR-PRESUPUESTO-REAL
                   SET PRR-ENCONTRADO TO TRUE
               ELSE
                   IF NOT DESBORDE-PRR
                       DISPLAY "ADVERTENCIA: MAS DE 2000 SUCURSAL/MES"
                           ", SE TRUNCO EL INFORME"
                       MOVE "S" TO SW-DESBORDE-PRR
                   END-IF
               END-IF
           END-IF.

       INSERTAR-PRESUPUESTO-REAL.
           ADD 1 TO VEC-CANT-PRR.
           PERFORM CORRER-PRESUPUESTO-REAL
               VARYING WS-POS FROM VEC-CANT-PRR BY -1
               UNTIL WS-POS <= WS-POS-INSERCION.
           SET INDICE-PRR TO WS-POS-INSERCION.
           MOVE WS-CLAVE-PRR TO VEC-PRR-CLAVE(INDICE-PRR).
           MOVE ZERO TO VEC-PRR-PRE-HORAS(INDICE-PRR).
           MOVE ZERO TO VEC-PRR-PRE-IMPORTE(INDICE-PRR).
           MOVE ZERO TO VEC-PRR-REAL-HORAS(INDICE-PRR).
           MOVE ZERO TO VEC-PRR-REAL-IMPORTE(INDICE-PRR).

       CORRER-PRESUPUESTO-REAL.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-PRR(WS-POS-ANT) TO VEC-PRR(WS-POS).

      *  Una fila por sucursal/mes; el acumulado arranca de cero en
      *  cada sucursal (la tabla es de un solo anio). En la ultima
      *  fila de la sucursal se controla tambien el acumulado.
       EMITIR-PRESUPUESTO-REAL.
           IF WS-POS IS EQUAL TO 1
               PERFORM INICIAR-ACUMULADO
           ELSE
               COMPUTE WS-POS-ANT = WS-POS - 1
               IF VEC-PRR-SUCURSAL(WS-POS) IS NOT EQUAL TO
                   VEC-PRR-SUCURSAL(WS-POS-ANT)
                   PERFORM INICIAR-ACUMULADO
               END-IF
           END-IF.
           MOVE VEC-PRR-PRE-HORAS(WS-POS)    TO WS-MES-PRE-HORAS.
           MOVE VEC-PRR-PRE-IMPORTE(WS-POS)  TO WS-MES-PRE-IMPORTE.
           MOVE VEC-PRR-REAL-HORAS(WS-POS)   TO WS-MES-REAL-HORAS.
           MOVE VEC-PRR-REAL-IMPORTE(WS-POS) TO WS-MES-REAL-IMPORTE.
           ADD WS-MES-PRE-HORAS    TO WS-ACU-PRE-HORAS.
           ADD WS-MES-PRE-IMPORTE  TO WS-ACU-PRE-IMPORTE.
           ADD WS-MES-REAL-HORAS   TO WS-ACU-REAL-HORAS.
           ADD WS-MES-REAL-IMPORTE TO WS-ACU-REAL-IMPORTE.

           MOVE SPACES TO REG-PRESUPUESTO-REAL.
           MOVE VEC-PRR-SUCURSAL(WS-POS) TO PRR-SUCURSAL.
           MOVE VEC-PRR-PERIODO(WS-POS)  TO PRR-PERIODO.

           MOVE "MES"               TO WS-CAL-AMBITO.
           MOVE WS-MES-PRE-HORAS    TO WS-CAL-PRE-HORAS.
           MOVE WS-MES-PRE-IMPORTE  TO WS-CAL-PRE-IMPORTE.
           MOVE WS-MES-REAL-HORAS   TO WS-CAL-REAL-HORAS.
           MOVE WS-MES-REAL-IMPORTE TO WS-CAL-REAL-IMPORTE.
           PERFORM CALCULAR-VARIACION.
           MOVE WS-CIFRAS TO PRR-MES.
           PERFORM CONTROLAR-TOLERANCIA.

           MOVE "ACUM"              TO WS-CAL-AMBITO.
           MOVE WS-ACU-PRE-HORAS    TO WS-CAL-PRE-HORAS.
           MOVE WS-ACU-PRE-IMPORTE  TO WS-CAL-PRE-IMPORTE.
           MOVE WS-ACU-REAL-HORAS   TO WS-CAL-REAL-HORAS.
           MOVE WS-ACU-REAL-IMPORTE TO WS-CAL-REAL-IMPORTE.
           PERFORM CALCULAR-VARIACION.
           MOVE WS-CIFRAS TO PRR-ACUMULADO.

           WRITE REG-PRESUPUESTO-REAL.
           IF FS-PRESUPUESTO-REAL IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR PRESUPUESTO REAL FS: "
                   FS-PRESUPUESTO-REAL
           ELSE
               ADD 1 TO CON-FILAS
           END-IF.

           IF WS-POS IS EQUAL TO VEC-CANT-PRR
               PERFORM CONTROLAR-TOLERANCIA
           ELSE
               COMPUTE WS-POS-SIG = WS-POS + 1
               IF VEC-PRR-SUCURSAL(WS-POS-SIG) IS NOT EQUAL TO
                   VEC-PRR-SUCURSAL(WS-POS)
                   PERFORM CONTROLAR-TOLERANCIA
               END-IF
           END-IF.

       INICIAR-ACUMULADO.
           MOVE ZERO TO WS-ACU-PRE-HORAS.
           MOVE ZERO TO WS-ACU-PRE-IMPORTE.
           MOVE ZERO TO WS-ACU-REAL-HORAS.
           MOVE ZERO TO WS-ACU-REAL-IMPORTE.

      *  Arma WS-CIFRAS a partir de WS-CAL-*. Un porcentaje que no
      *  entra en el campo se informa en el tope.
       CALCULAR-VARIACION.
           MOVE WS-CAL-PRE-HORAS    TO CIF-PRE-HORAS.
           MOVE WS-CAL-REAL-HORAS   TO CIF-REAL-HORAS.
           MOVE WS-CAL-PRE-IMPORTE  TO CIF-PRE-IMPORTE.
           MOVE WS-CAL-REAL-IMPORTE TO CIF-REAL-IMPORTE.
           COMPUTE CIF-VAR-HORAS = WS-CAL-REAL-HORAS
               - WS-CAL-PRE-HORAS.
           COMPUTE CIF-VAR-IMPORTE = WS-CAL-REAL-IMPORTE
               - WS-CAL-PRE-IMPORTE.
           IF WS-CAL-PRE-HORAS IS EQUAL TO ZERO
               MOVE ZERO TO CIF-VAR-HORAS-PCT
           ELSE
               COMPUTE CIF-VAR-HORAS-PCT ROUNDED =
                   CIF-VAR-HORAS * 100 / WS-CAL-PRE-HORAS
                   ON SIZE ERROR
                       MOVE 99999.99 TO CIF-VAR-HORAS-PCT
               END-COMPUTE
           END-IF.
           IF WS-CAL-PRE-IMPORTE IS EQUAL TO ZERO
               MOVE ZERO TO CIF-VAR-IMPORTE-PCT
           ELSE
               COMPUTE CIF-VAR-IMPORTE-PCT ROUNDED =
                   CIF-VAR-IMPORTE * 100 / WS-CAL-PRE-IMPORTE
                   ON SIZE ERROR
                       MOVE 99999.99 TO CIF-VAR-IMPORTE-PCT
               END-COMPUTE
           END-IF.

      *  Sobre las cifras que dejo CALCULAR-VARIACION. Sin ningun
      *  presupuesto y con gasto real sale una sola alerta
      *  SIN-PRESUP; si no, una por horas y otra por importe segun
      *  cual supere la tolerancia.
       CONTROLAR-TOLERANCIA.
           IF WS-CAL-PRE-HORAS IS EQUAL TO ZERO
           AND WS-CAL-PRE-IMPORTE IS EQUAL TO ZERO
               IF WS-CAL-REAL-HORAS IS GREATER THAN ZERO
               OR WS-CAL-REAL-IMPORTE IS GREATER THAN ZERO
                   PERFORM ARMAR-ALERTA
                   MOVE "SIN-PRESUP"        TO ALP-MOTIVO
                   MOVE ZERO                TO ALP-PRESUPUESTO
                   MOVE WS-CAL-REAL-IMPORTE TO ALP-REAL
                   MOVE ZERO                TO ALP-VAR-PCT
                   PERFORM ESCRIBIR-ALERTA
               END-IF
           ELSE
               IF WS-CAL-PRE-HORAS IS GREATER THAN ZERO
               AND CIF-VAR-HORAS-PCT IS GREATER THAN WS-TOLERANCIA
                   PERFORM ARMAR-ALERTA
                   MOVE "HORAS"             TO ALP-MOTIVO
                   MOVE WS-CAL-PRE-HORAS    TO ALP-PRESUPUESTO
                   MOVE WS-CAL-REAL-HORAS   TO ALP-REAL
                   MOVE CIF-VAR-HORAS-PCT   TO ALP-VAR-PCT
                   PERFORM ESCRIBIR-ALERTA
               END-IF
               IF WS-CAL-PRE-IMPORTE IS GREATER THAN ZERO
               AND CIF-VAR-IMPORTE-PCT IS GREATER THAN WS-TOLERANCIA
                   PERFORM ARMAR-ALERTA
                   MOVE "IMPORTE"           TO ALP-MOTIVO
                   MOVE WS-CAL-PRE-IMPORTE  TO ALP-PRESUPUESTO
                   MOVE WS-CAL-REAL-IMPORTE TO ALP-REAL
                   MOVE CIF-VAR-IMPORTE-PCT TO ALP-VAR-PCT
                   PERFORM ESCRIBIR-ALERTA
               END-IF
           END-IF.

       ARMAR-ALERTA.
           MOVE SPACES TO REG-ALERTA.
           MOVE VEC-PRR-SUCURSAL(WS-POS) TO ALP-SUCURSAL.
           MOVE VEC-PRR-PERIODO(WS-POS)  TO ALP-PERIODO.
           MOVE WS-CAL-AMBITO            TO ALP-AMBITO.
           MOVE WS-TOLERANCIA            TO ALP-TOLERANCIA.

       ESCRIBIR-ALERTA.
           WRITE REG-ALERTA.
           IF FS-ALERTA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR ALERTA FS: " FS-ALERTA
           ELSE
               ADD 1 TO CON-ALERTAS
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE WS-PERIODO-HASTA-R TO RES-HASTA.
           MOVE CON-PRESUPUESTOS   TO RES-PRESUPUESTOS.
           MOVE CON-LIQUIDACIONES  TO RES-LIQUIDACIONES.
           MOVE CON-ACUMULADAS     TO RES-ACUMULADAS.
           MOVE CON-AJUSTES        TO RES-AJUSTES.
           MOVE CON-FILAS          TO RES-FILAS.
           MOVE CON-ALERTAS        TO RES-ALERTAS.
           DISPLAY LINEA-RESUMEN-HASTA.
           DISPLAY LINEA-RESUMEN-PRESUPUESTOS.
           DISPLAY LINEA-RESUMEN-LIQUIDACIONES.
           DISPLAY LINEA-RESUMEN-ACUMULADAS.
           DISPLAY LINEA-RESUMEN-AJUSTES.
           DISPLAY LINEA-RESUMEN-FILAS.
           DISPLAY LINEA-RESUMEN-ALERTAS.

       CERRAR-ARCHIVOS.
           CLOSE PRESUPUESTO_FILE.
           IF LIQUIDACION-VIGENTE
               CLOSE LIQUIDACION_FILE
           END-IF.
           IF HAY-AJUSTE
               CLOSE AJUSTE_FILE
           END-IF.
           CLOSE PRESUPUESTO_REAL_FILE.
           CLOSE ALERTA_FILE.

       END PROGRAM "TP_PRESUPUESTO_REAL".
