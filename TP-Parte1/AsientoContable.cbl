       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_ASIENTO_CONTABLE".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Asiento contable de la liquidacion de horas para el mayor.
      *  Toma de Liquidacion.dat (TP_PARTE_1B) las filas del periodo
      *  indicado (y las de meses anteriores liberadas en el) y de
      *  LiquidacionAjuste.dat (TP_AJUSTE_RETRO) las diferencias
      *  retroactivas, y arma en AsientoContable.dat un
      *  asiento balanceado: debe a la cuenta de gasto de personal
      *  de cada sucursal y clase, haber a la cuenta de sueldos a
      *  pagar. Las cuentas salen de CuentasContables.dat, por clase
      *  y sucursal (sucursal "***" vale para todas las que no
      *  tengan cuenta propia). Una diferencia retroactiva negativa
      *  invierte los lados.
      *
      *  Igual que Interfaz.dat el asiento lleva header "H",
      *  detalles "D" y trailer "T" con la cantidad de detalles y los
      *  totales de debe y haber. No se graba asiento si hay una
      *  clase sin cuenta o si debe y haber no cuadran, y un periodo
      *  que RunControl.dat ya muestra asentado (renglon "J") no se
      *  vuelve a asentar. Cada asiento grabado deja su renglon "J".
      *  Tampoco se asienta un Liquidacion.dat que no sea del
      *  periodo: hace falta al menos una fila del mes indicado o
      *  que el ultimo renglon "P" de TP_PARTE_1B sea BALANCEADO y
      *  de ese periodo. Si el ultimo renglon "P" es del periodo y
      *  no esta BALANCEADO (desbalanceado o REINICIADO desde
      *  checkpoint) no se asienta: Liquidacion.dat es de una
      *  corrida anterior.
      *
      *  Se ejecuta con el periodo en la linea de comando (AAAAMM).

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LIQUIDACION_FILE
           ASSIGN TO "../files/out/Liquidacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

           SELECT AJUSTE_FILE
           ASSIGN TO "../files/out/LiquidacionAjuste.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTE.

           SELECT CUENTAS_FILE
           ASSIGN TO "../files/in/CuentasContables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-CLAVE
           FILE STATUS IS FS-CUENTAS.

           SELECT RUNCONTROL_FILE
           ASSIGN TO "../files/out/RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNCONTROL.

           SELECT ASIENTO_FILE
           ASSIGN TO "../files/out/AsientoContable.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ASIENTO.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

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

      *---------------------------*
      *- AJUSTE FILE DESCRIPTION -*
      *---------------------------*
      *  Mismo trazado que escribe TP_AJUSTE_RETRO.
       FD AJUSTE_FILE LABEL RECORD STANDARD.
       01 REG-AJUSTE.
           03 AJU-SUCURSAL     PIC X(03).
           03 FILLER           PIC X(2).
           03 AJU-PERIODO      PIC 9(6).
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

      *----------------------------*
      *- CUENTAS FILE DESCRIPTION -*
      *----------------------------*
      *  Cuenta de gasto de personal y cuenta de sueldos a pagar por
      *  clase y sucursal; CTA-SUCURSAL "***" es la cuenta de la
      *  clase para cualquier sucursal sin una propia.
       FD CUENTAS_FILE LABEL RECORD STANDARD.
       01 REG-CUENTAS.
           03 CTA-CLAVE.
               05 CTA-CLASE         PIC X(04).
               05 CTA-SUCURSAL      PIC X(03).
           03 CTA-CUENTA-GASTO  PIC X(10).
           03 CTA-CUENTA-SUELDOS PIC X(10).

      *-------------------------------*
      *- RUNCONTROL FILE DESCRIPTION -*
      *-------------------------------*
      *  Mismo trazado que escribe TP_PARTE_1B. En los renglones
      *  "J" de este programa: leidos son las filas de liquidacion
      *  del periodo, acumulados los detalles del asiento,
      *  rechazados las diferencias retroactivas asentadas y
      *  RUN-HORAS-RECH la suma de esas diferencias sin signo (la
      *  huella de LiquidacionAjuste.dat, para no asentarla dos
      *  veces); hash y horas acumuladas llevan el debe y el haber.
       FD RUNCONTROL_FILE LABEL RECORD STANDARD.
       01 REG-RUNCONTROL.
           03 RUN-TIPO          PIC X(01).
               88 RUN-TIPO-PARTE          VALUE "P".
               88 RUN-TIPO-CARGA          VALUE "C".
               88 RUN-TIPO-ASIENTO        VALUE "J".
           03 FILLER            PIC X(2).
           03 RUN-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 RUN-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 RUN-ID            PIC X(14).
           03 FILLER            PIC X(2).
           03 RUN-LEIDOS        PIC 9(9).
           03 FILLER            PIC X(2).
           03 RUN-ACUMULADOS    PIC 9(9).
           03 FILLER            PIC X(2).
           03 RUN-RECHAZADOS    PIC 9(9).
           03 FILLER            PIC X(2).
           03 RUN-HASH-HORAS    PIC 9(10)V99.
           03 FILLER            PIC X(2).
           03 RUN-HORAS-ACUM    PIC 9(10)V99.
           03 FILLER            PIC X(2).
           03 RUN-HORAS-RECH    PIC 9(10)V99.
           03 FILLER            PIC X(2).
           03 RUN-HOJAS         PIC 9(3).
           03 FILLER            PIC X(2).
           03 RUN-VEREDICTO     PIC X(13).

      *----------------------------*
      *- ASIENTO FILE DESCRIPTION -*
      *----------------------------*
      *  El primer byte dice que registro es ("H", "D" o "T"), como
      *  en Interfaz.dat. ASI-D-LADO "D" debe, "H" haber;
      *  ASI-D-ORIGEN "LIQ" liquidacion del periodo, "AJU"
      *  diferencia retroactiva. Los detalles de haber no llevan
      *  clase: se agrupan por sucursal y cuenta.
       FD ASIENTO_FILE LABEL RECORD STANDARD.
       01 REG-ASIENTO-HEADER.
           03 ASI-H-TIPO        PIC X(01).
           03 FILLER            PIC X(2).
           03 ASI-H-PERIODO     PIC 9(6).
           03 FILLER            PIC X(2).
           03 ASI-H-FECHA-GEN   PIC 9(8).
       01 REG-ASIENTO-DETALLE.
           03 ASI-D-TIPO        PIC X(01).
           03 FILLER            PIC X(2).
           03 ASI-D-SUCURSAL    PIC X(03).
           03 FILLER            PIC X(2).
           03 ASI-D-CLASE       PIC X(04).
           03 FILLER            PIC X(2).
           03 ASI-D-ORIGEN      PIC X(03).
           03 FILLER            PIC X(2).
           03 ASI-D-CUENTA      PIC X(10).
           03 FILLER            PIC X(2).
           03 ASI-D-LADO        PIC X(01).
           03 FILLER            PIC X(2).
           03 ASI-D-IMPORTE     PIC 9(11)V99.
       01 REG-ASIENTO-TRAILER.
           03 ASI-T-TIPO        PIC X(01).
           03 FILLER            PIC X(2).
           03 ASI-T-CANTIDAD    PIC 9(9).
           03 FILLER            PIC X(2).
           03 ASI-T-DEBE        PIC 9(13)V99.
           03 FILLER            PIC X(2).
           03 ASI-T-HABER       PIC 9(13)V99.

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-LIQUIDACION    PIC X(2).
       77 FS-AJUSTE         PIC X(2).
       77 FS-CUENTAS        PIC X(2).
       77 FS-RUNCONTROL     PIC X(2).
       77 FS-ASIENTO        PIC X(2).

       77 CON-LIQUIDACIONES PIC 9(9) COMP VALUE 0.
       77 CON-AJUSTES       PIC 9(9) COMP VALUE 0.
       77 CON-SIN-CUENTA    PIC 9(9) COMP VALUE 0.
       77 CON-DETALLES      PIC 9(9) COMP VALUE 0.

       77 TOT-DEBE          PIC 9(13)V99 VALUE 0.
       77 TOT-HABER         PIC 9(13)V99 VALUE 0.

       01 FECHA-ACTUAL.
           03  FECHA-ACTUAL-AAAA      PIC 9(4).
           03  FECHA-ACTUAL-MM        PIC 9(2).
           03  FECHA-ACTUAL-DD        PIC 9(2).

       01 WS-FECHA-HORA-ACTUAL      PIC X(21).
       01 WS-RUN-ID                 PIC X(14).

       01 WS-LINEA-COMANDO          PIC X(6) VALUE SPACES.
       01 WS-PERIODO-ASIENTO        PIC 9(6) VALUE ZERO.
       01 WS-PERIODO-ASIENTO-R REDEFINES WS-PERIODO-ASIENTO.
           03 WS-ASIENTO-ANIO       PIC 9(4).
           03 WS-ASIENTO-MES        PIC 9(2).
       01 WS-PERIODO-LIQ            PIC 9(6).

      *  Evidencia de que Liquidacion.dat corresponde al periodo:
      *  una fila del mes o una corrida de TP_PARTE_1B balanceada.
       01 SW-LIQ-DEL-PERIODO        PIC X(01) VALUE "N".
           88  LIQ-DEL-PERIODO                VALUE "S".

       01 SW-PARTE-BALANCEADO       PIC X(01) VALUE "N".
           88  PARTE-BALANCEADO               VALUE "S".

       01 SW-PARTE-PENDIENTE        PIC X(01) VALUE "N".
           88  PARTE-PENDIENTE                VALUE "S".

       01 SW-AJUSTE-ABIERTO         PIC X(01) VALUE "N".
           88  AJUSTE-ABIERTO                 VALUE "S".

      *  Las diferencias retroactivas entran al asiento salvo que
      *  LiquidacionAjuste.dat sea el mismo que ya se asento: misma
      *  cantidad de filas y misma suma sin signo que el ultimo
      *  renglon "J" que llevo ajustes.
       01 SW-POSTEAR-AJUSTES        PIC X(01) VALUE "N".
           88  POSTEAR-AJUSTES                VALUE "S".

       01 WS-AJU-CANTIDAD           PIC 9(9) VALUE ZERO.
       01 WS-AJU-HUELLA             PIC 9(10)V99 VALUE ZERO.
       01 WS-AJU-ULT-CANTIDAD       PIC 9(9) VALUE ZERO.
       01 WS-AJU-ULT-HUELLA         PIC 9(10)V99 VALUE ZERO.

       01 SW-CUENTA-ENCONTRADA      PIC X(01) VALUE "N".
           88  CUENTA-ENCONTRADA              VALUE "S".
           88  CUENTA-NO-ENCONTRADA           VALUE "N".

       01 SW-DESBORDE-ASIENTO       PIC X(01) VALUE "N".
           88  DESBORDE-ASIENTO               VALUE "S".

      *  Movimiento en curso: un importe con signo de una sucursal y
      *  clase, que ARMAR-PARTIDA abre en su debe y su haber.
       01 WS-MOV-SUCURSAL           PIC X(03).
       01 WS-MOV-CLASE              PIC X(04).
       01 WS-MOV-ORIGEN             PIC X(03).
       01 WS-MOV-IMPORTE            PIC S9(9)V99.
       01 WS-MOV-ABSOLUTO           PIC 9(9)V99.
       01 WS-CUENTA-GASTO           PIC X(10).
       01 WS-CUENTA-SUELDOS         PIC X(10).

      *  Clave de la linea del asiento que se acumula.
       01 WS-CLAVE-LINEA.
           03 WS-LIN-SUCURSAL      PIC X(03).
           03 WS-LIN-CLASE         PIC X(04).
           03 WS-LIN-ORIGEN        PIC X(03).
           03 WS-LIN-CUENTA        PIC X(10).
           03 WS-LIN-LADO          PIC X(01).
       01 WS-LIN-IMPORTE            PIC 9(9)V99.

       01 VEC-ASIENTO-TAB.
           03 VEC-CANT-ASIENTO         PIC 9(4) COMP VALUE 0.
           03 VEC-ASIENTO
               OCCURS 1 TO 2000 TIMES DEPENDING ON VEC-CANT-ASIENTO
               INDEXED BY INDICE-ASI.
               05  VEC-ASI-CLAVE.
                   07  VEC-ASI-SUCURSAL    PIC X(03).
                   07  VEC-ASI-CLASE       PIC X(04).
                   07  VEC-ASI-ORIGEN      PIC X(03).
                   07  VEC-ASI-CUENTA      PIC X(10).
                   07  VEC-ASI-LADO        PIC X(01).
               05  VEC-ASI-IMPORTE         PIC 9(11)V99.

       01 LINEA-RESUMEN-PERIODO.
           03 FILLER            PIC X(25)  VALUE
               "PERIODO ASENTADO:    ".
           03 RES-PERIODO       PIC 9(6).
       01 LINEA-RESUMEN-LIQUIDACIONES.
           03 FILLER            PIC X(25)  VALUE
               "LIQUIDACIONES LEIDAS:".
           03 RES-LIQUIDACIONES PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-AJUSTES.
           03 FILLER            PIC X(25)  VALUE
               "AJUSTES ASENTADOS:   ".
           03 RES-AJUSTES       PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-DETALLES.
           03 FILLER            PIC X(25)  VALUE
               "DETALLES DEL ASIENTO:".
           03 RES-DETALLES      PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-DEBE.
           03 FILLER            PIC X(25)  VALUE
               "TOTAL DEBE $:        ".
           03 RES-DEBE          PIC ZZZZZZZZZZZZ9.99.
       01 LINEA-RESUMEN-HABER.
           03 FILLER            PIC X(25)  VALUE
               "TOTAL HABER $:       ".
           03 RES-HABER         PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:8)  TO FECHA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO WS-RUN-ID.
           PERFORM TOMAR-PERIODO-ASIENTO.
           PERFORM CONTROLAR-RUN-CONTROL.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CONTROLAR-AJUSTES.
           PERFORM LEER-LIQUIDACION.
           PERFORM CARGAR-LIQUIDACION
               UNTIL FS-LIQUIDACION IS EQUAL TO 10.
           IF POSTEAR-AJUSTES
               PERFORM LEER-AJUSTE
               PERFORM CARGAR-AJUSTE
                   UNTIL FS-AJUSTE IS EQUAL TO 10
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM CONTROLAR-ASIENTO.
           PERFORM GRABAR-ASIENTO.
           PERFORM ESCRIBIR-RUN-CONTROL.
           PERFORM IMPRIMIR-RESUMEN.
           STOP RUN.

       TOMAR-PERIODO-ASIENTO.
           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           IF WS-LINEA-COMANDO IS NOT NUMERIC
               DISPLAY "ERROR: INDICAR PERIODO A ASENTAR (AAAAMM) EN "
                   "LA LINEA DE COMANDO"
               STOP RUN
           END-IF.
           MOVE WS-LINEA-COMANDO TO WS-PERIODO-ASIENTO.
           IF WS-ASIENTO-MES IS LESS THAN 01
           OR WS-ASIENTO-MES IS GREATER THAN 12
               DISPLAY "ERROR: PERIODO " WS-PERIODO-ASIENTO
                   " INVALIDO, EL MES VA DE 01 A 12"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  Un renglon "J" del periodo corta la corrida: el periodo ya
      *  esta en el mayor. Sin RunControl.dat no hay nada asentado.
      *  De paso se toma la huella de ajustes del ultimo asiento
      *  que los llevo y se anota como quedo la ultima corrida de
      *  TP_PARTE_1B: solo cuenta si es del periodo.
       CONTROLAR-RUN-CONTROL.
           OPEN INPUT RUNCONTROL_FILE.
           IF FS-RUNCONTROL IS EQUAL TO 00
               PERFORM LEER-RUN-CONTROL
               PERFORM EVALUAR-RUN-CONTROL
                   UNTIL FS-RUNCONTROL IS EQUAL TO 10
               CLOSE RUNCONTROL_FILE
           END-IF.

       LEER-RUN-CONTROL.
           READ RUNCONTROL_FILE.
           IF FS-RUNCONTROL IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER RUNCONTROL FS: " FS-RUNCONTROL
           END-IF.

       EVALUAR-RUN-CONTROL.
           IF RUN-TIPO-PARTE
               MOVE "N" TO SW-PARTE-BALANCEADO
               MOVE "N" TO SW-PARTE-PENDIENTE
               IF RUN-PERIODO IS EQUAL TO WS-PERIODO-ASIENTO
                   IF RUN-VEREDICTO IS EQUAL TO "BALANCEADO"
                       SET PARTE-BALANCEADO TO TRUE
                   ELSE
                       SET PARTE-PENDIENTE TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF RUN-TIPO-ASIENTO
               IF RUN-PERIODO IS EQUAL TO WS-PERIODO-ASIENTO
                   DISPLAY "ERROR: EL PERIODO " WS-PERIODO-ASIENTO
                       " YA FUE ASENTADO EL " RUN-FECHA
                       ", NO SE VUELVE A ASENTAR"
                   MOVE 8 TO RETURN-CODE
                   CLOSE RUNCONTROL_FILE
                   STOP RUN
               END-IF
               IF RUN-RECHAZADOS IS GREATER THAN ZERO
                   MOVE RUN-RECHAZADOS TO WS-AJU-ULT-CANTIDAD
                   MOVE RUN-HORAS-RECH TO WS-AJU-ULT-HUELLA
               END-IF
           END-IF.
           PERFORM LEER-RUN-CONTROL.

       ABRIR-ARCHIVOS.
           OPEN INPUT LIQUIDACION_FILE.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR LIQUIDACION FS: "
                   FS-LIQUIDACION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUENTAS_FILE.
           IF FS-CUENTAS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CUENTAS CONTABLES FS: "
                   FS-CUENTAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AJUSTE_FILE.
           IF FS-AJUSTE IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LIQUIDACIONAJUSTE.DAT, EL "
                   "ASIENTO NO LLEVA DIFERENCIAS RETROACTIVAS"
           ELSE
               SET AJUSTE-ABIERTO TO TRUE
           END-IF.

      *  Primera pasada sobre LiquidacionAjuste.dat solo para la
      *  huella; si coincide con la ya asentada no se la vuelve a
      *  tomar. Luego se reabre para la pasada de carga.
       CONTROLAR-AJUSTES.
           IF AJUSTE-ABIERTO
               PERFORM LEER-AJUSTE
               PERFORM SUMAR-HUELLA-AJUSTE
                   UNTIL FS-AJUSTE IS EQUAL TO 10
               CLOSE AJUSTE_FILE
               MOVE "N" TO SW-AJUSTE-ABIERTO
               IF WS-AJU-CANTIDAD IS GREATER THAN ZERO
                   IF WS-AJU-CANTIDAD IS EQUAL TO WS-AJU-ULT-CANTIDAD
                   AND WS-AJU-HUELLA IS EQUAL TO WS-AJU-ULT-HUELLA
                       DISPLAY "ADVERTENCIA: LIQUIDACIONAJUSTE.DAT "
                           "YA FUE ASENTADO, NO SE TOMAN SUS "
                           "DIFERENCIAS"
                   ELSE
                       OPEN INPUT AJUSTE_FILE
                       IF FS-AJUSTE IS NOT EQUAL TO 00
                           DISPLAY "ERROR AL ABRIR AJUSTE FS: "
                               FS-AJUSTE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       SET AJUSTE-ABIERTO TO TRUE
                       SET POSTEAR-AJUSTES TO TRUE
                   END-IF
               END-IF
           END-IF.

       SUMAR-HUELLA-AJUSTE.
           ADD 1 TO WS-AJU-CANTIDAD.
           IF AJU-DIFERENCIA IS NEGATIVE
               SUBTRACT AJU-DIFERENCIA FROM WS-AJU-HUELLA
           ELSE
               ADD AJU-DIFERENCIA TO WS-AJU-HUELLA
           END-IF.
           PERFORM LEER-AJUSTE.

       LEER-LIQUIDACION.
           READ LIQUIDACION_FILE.
           IF FS-LIQUIDACION IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER LIQUIDACION FS: "
                   FS-LIQUIDACION
           END-IF.

      *  Las filas de meses anteriores que trae Liquidacion.dat son
      *  horas extra retenidas que una aprobacion libero en este
      *  periodo: se pagan ahora y se asientan con el.
       CARGAR-LIQUIDACION.
           COMPUTE WS-PERIODO-LIQ = LIQ-ANIO * 100 + LIQ-MES.
           IF WS-PERIODO-LIQ IS EQUAL TO WS-PERIODO-ASIENTO
               SET LIQ-DEL-PERIODO TO TRUE
           END-IF.
           IF WS-PERIODO-LIQ IS NOT GREATER THAN WS-PERIODO-ASIENTO
               ADD 1 TO CON-LIQUIDACIONES
               MOVE LIQ-SUCURSAL TO WS-MOV-SUCURSAL
               MOVE LIQ-CLASE    TO WS-MOV-CLASE
               MOVE "LIQ"        TO WS-MOV-ORIGEN
               MOVE LIQ-IMPORTE  TO WS-MOV-IMPORTE
               PERFORM ARMAR-PARTIDA
           END-IF.
           PERFORM LEER-LIQUIDACION.

       LEER-AJUSTE.
           READ AJUSTE_FILE.
           IF FS-AJUSTE IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER AJUSTE FS: " FS-AJUSTE
           END-IF.

      *  La diferencia retroactiva se reconoce en el asiento del
      *  periodo que se esta asentando, cualquiera sea el periodo
      *  que revaloriza.
       CARGAR-AJUSTE.
           ADD 1 TO CON-AJUSTES.
           MOVE AJU-SUCURSAL   TO WS-MOV-SUCURSAL.
           MOVE AJU-CLASE      TO WS-MOV-CLASE.
           MOVE "AJU"          TO WS-MOV-ORIGEN.
           MOVE AJU-DIFERENCIA TO WS-MOV-IMPORTE.
           PERFORM ARMAR-PARTIDA.
           PERFORM LEER-AJUSTE.

      *  Un importe positivo va al debe de gasto y al haber de
      *  sueldos a pagar; uno negativo (ajuste a la baja) al reves.
       ARMAR-PARTIDA.
           PERFORM BUSCAR-CUENTA.
           IF CUENTA-NO-ENCONTRADA
               DISPLAY "ERROR: SIN CUENTA CONTABLE PARA CLASE "
                   WS-MOV-CLASE " SUCURSAL " WS-MOV-SUCURSAL
               ADD 1 TO CON-SIN-CUENTA
           ELSE
               IF WS-MOV-IMPORTE IS NEGATIVE
                   COMPUTE WS-MOV-ABSOLUTO = 0 - WS-MOV-IMPORTE
               ELSE
                   MOVE WS-MOV-IMPORTE TO WS-MOV-ABSOLUTO
               END-IF
               MOVE WS-MOV-ABSOLUTO TO WS-LIN-IMPORTE
               MOVE WS-MOV-SUCURSAL TO WS-LIN-SUCURSAL
               MOVE WS-MOV-ORIGEN   TO WS-LIN-ORIGEN
               MOVE WS-MOV-CLASE    TO WS-LIN-CLASE
               MOVE WS-CUENTA-GASTO TO WS-LIN-CUENTA
               IF WS-MOV-IMPORTE IS NEGATIVE
                   MOVE "H" TO WS-LIN-LADO
               ELSE
                   MOVE "D" TO WS-LIN-LADO
               END-IF
               PERFORM ACUMULAR-LINEA
               MOVE SPACES            TO WS-LIN-CLASE
               MOVE WS-CUENTA-SUELDOS TO WS-LIN-CUENTA
               IF WS-MOV-IMPORTE IS NEGATIVE
                   MOVE "D" TO WS-LIN-LADO
               ELSE
                   MOVE "H" TO WS-LIN-LADO
               END-IF
               PERFORM ACUMULAR-LINEA
           END-IF.

      *  Primero la cuenta propia de la sucursal, despues la
      *  generica "***" de la clase.
       BUSCAR-CUENTA.
           SET CUENTA-NO-ENCONTRADA TO TRUE.
           MOVE WS-MOV-CLASE    TO CTA-CLASE.
           MOVE WS-MOV-SUCURSAL TO CTA-SUCURSAL.
           READ CUENTAS_FILE
               INVALID KEY
                   MOVE "***" TO CTA-SUCURSAL
                   READ CUENTAS_FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CUENTA-ENCONTRADA TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET CUENTA-ENCONTRADA TO TRUE
           END-READ.
           IF CUENTA-ENCONTRADA
               MOVE CTA-CUENTA-GASTO   TO WS-CUENTA-GASTO
               MOVE CTA-CUENTA-SUELDOS TO WS-CUENTA-SUELDOS
           END-IF.

       ACUMULAR-LINEA.
           IF WS-LIN-IMPORTE IS GREATER THAN ZERO
               SET INDICE-ASI TO 1
               SEARCH VEC-ASIENTO
                   AT END
                       PERFORM AGREGAR-LINEA
                   WHEN VEC-ASI-CLAVE(INDICE-ASI)
                           IS EQUAL TO WS-CLAVE-LINEA
                       ADD WS-LIN-IMPORTE
                           TO VEC-ASI-IMPORTE(INDICE-ASI)
               END-SEARCH
           END-IF.

       AGREGAR-LINEA.
           IF VEC-CANT-ASIENTO IS LESS THAN 2000
               ADD 1 TO VEC-CANT-ASIENTO
               SET INDICE-ASI TO VEC-CANT-ASIENTO
               MOVE WS-CLAVE-LINEA TO VEC-ASI-CLAVE(INDICE-ASI)
               MOVE WS-LIN-IMPORTE TO VEC-ASI-IMPORTE(INDICE-ASI)
           ELSE
               IF NOT DESBORDE-ASIENTO
                   DISPLAY "ERROR: MAS DE 2000 LINEAS DE ASIENTO"
                   MOVE "S" TO SW-DESBORDE-ASIENTO
               END-IF
           END-IF.

      *  Ninguno de estos casos deja asiento ni renglon "J": un
      *  asiento incompleto o descuadrado no puede ir al mayor, y
      *  unos totales que no entran en los campos del renglon "J"
      *  (mas chicos que los del trailer) no se pueden registrar.
       CONTROLAR-ASIENTO.
           IF CON-LIQUIDACIONES IS EQUAL TO ZERO
               DISPLAY "ERROR: LIQUIDACION.DAT NO TIENE FILAS DEL "
                   "PERIODO " WS-PERIODO-ASIENTO ", NO SE ASIENTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARTE-PENDIENTE
               DISPLAY "ERROR: LA ULTIMA CORRIDA DE TP_PARTE_1B DEL "
                   "PERIODO " WS-PERIODO-ASIENTO " NO ESTA BALANCEADA"
                   ", REEJECUTARLA ANTES DE ASENTAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT LIQ-DEL-PERIODO
           AND NOT PARTE-BALANCEADO
               DISPLAY "ERROR: LIQUIDACION.DAT NO ES DEL PERIODO "
                   WS-PERIODO-ASIENTO " (SIN FILAS DEL MES NI CORRIDA "
                   "BALANCEADA DE TP_PARTE_1B), NO SE ASIENTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CON-SIN-CUENTA IS GREATER THAN ZERO
           OR DESBORDE-ASIENTO
               DISPLAY "ERROR: ASIENTO INCOMPLETO, NO SE GRABA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SUMAR-LINEA
               VARYING INDICE-ASI FROM 1 BY 1
               UNTIL INDICE-ASI > VEC-CANT-ASIENTO.
           IF TOT-DEBE IS NOT EQUAL TO TOT-HABER
               DISPLAY "ERROR: ASIENTO DESBALANCEADO DEBE "
                   TOT-DEBE " HABER " TOT-HABER ", NO SE GRABA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TOT-DEBE IS GREATER THAN 9999999999.99
           OR TOT-HABER IS GREATER THAN 9999999999.99
               DISPLAY "ERROR: TOTALES DEL ASIENTO DEBE " TOT-DEBE
                   " HABER " TOT-HABER " EXCEDEN RUNCONTROL.DAT, "
                   "NO SE GRABA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SUMAR-LINEA.
           IF VEC-ASI-LADO(INDICE-ASI) IS EQUAL TO "D"
               ADD VEC-ASI-IMPORTE(INDICE-ASI) TO TOT-DEBE
           ELSE
               ADD VEC-ASI-IMPORTE(INDICE-ASI) TO TOT-HABER
           END-IF.

       GRABAR-ASIENTO.
           OPEN OUTPUT ASIENTO_FILE.
           IF FS-ASIENTO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ASIENTO FS: " FS-ASIENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-ASIENTO-HEADER.
           MOVE "H"                TO ASI-H-TIPO.
           MOVE WS-PERIODO-ASIENTO TO ASI-H-PERIODO.
           MOVE FECHA-ACTUAL       TO ASI-H-FECHA-GEN.
           WRITE REG-ASIENTO-HEADER.
           PERFORM CONTROLAR-ESCRITURA-ASIENTO.
           PERFORM GRABAR-DETALLE
               VARYING INDICE-ASI FROM 1 BY 1
               UNTIL INDICE-ASI > VEC-CANT-ASIENTO.
           MOVE SPACES TO REG-ASIENTO-TRAILER.
           MOVE "T"          TO ASI-T-TIPO.
           MOVE CON-DETALLES TO ASI-T-CANTIDAD.
           MOVE TOT-DEBE     TO ASI-T-DEBE.
           MOVE TOT-HABER    TO ASI-T-HABER.
           WRITE REG-ASIENTO-TRAILER.
           PERFORM CONTROLAR-ESCRITURA-ASIENTO.
           CLOSE ASIENTO_FILE.

       GRABAR-DETALLE.
           MOVE SPACES TO REG-ASIENTO-DETALLE.
           MOVE "D"                         TO ASI-D-TIPO.
           MOVE VEC-ASI-SUCURSAL(INDICE-ASI) TO ASI-D-SUCURSAL.
           MOVE VEC-ASI-CLASE(INDICE-ASI)   TO ASI-D-CLASE.
           MOVE VEC-ASI-ORIGEN(INDICE-ASI)  TO ASI-D-ORIGEN.
           MOVE VEC-ASI-CUENTA(INDICE-ASI)  TO ASI-D-CUENTA.
           MOVE VEC-ASI-LADO(INDICE-ASI)    TO ASI-D-LADO.
           MOVE VEC-ASI-IMPORTE(INDICE-ASI) TO ASI-D-IMPORTE.
           WRITE REG-ASIENTO-DETALLE.
           PERFORM CONTROLAR-ESCRITURA-ASIENTO.
           ADD 1 TO CON-DETALLES.

      *  Un asiento que no se pudo grabar entero no se marca como
      *  asentado.
       CONTROLAR-ESCRITURA-ASIENTO.
           IF FS-ASIENTO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR ASIENTO FS: " FS-ASIENTO
               MOVE 8 TO RETURN-CODE
               CLOSE ASIENTO_FILE
               STOP RUN
           END-IF.

      *  Renglon "J" en el libro de corridas, con EXTEND (la primera
      *  vez, 35, se lo crea): marca el periodo como asentado.
       ESCRIBIR-RUN-CONTROL.
           OPEN EXTEND RUNCONTROL_FILE.
           IF FS-RUNCONTROL IS EQUAL TO 35
               OPEN OUTPUT RUNCONTROL_FILE
           END-IF.
           IF FS-RUNCONTROL IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RUNCONTROL FS: " FS-RUNCONTROL
               DISPLAY "ERROR: EL PERIODO " WS-PERIODO-ASIENTO
                   " NO QUEDO MARCADO COMO ASENTADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REG-RUNCONTROL
               SET RUN-TIPO-ASIENTO      TO TRUE
               MOVE WS-PERIODO-ASIENTO   TO RUN-PERIODO
               MOVE FECHA-ACTUAL         TO RUN-FECHA
               MOVE WS-RUN-ID            TO RUN-ID
               MOVE CON-LIQUIDACIONES    TO RUN-LEIDOS
               MOVE CON-DETALLES         TO RUN-ACUMULADOS
               MOVE CON-AJUSTES          TO RUN-RECHAZADOS
               MOVE TOT-DEBE             TO RUN-HASH-HORAS
               MOVE TOT-HABER            TO RUN-HORAS-ACUM
               IF POSTEAR-AJUSTES
                   MOVE WS-AJU-HUELLA    TO RUN-HORAS-RECH
               ELSE
                   MOVE ZERO             TO RUN-HORAS-RECH
               END-IF
               MOVE ZERO                 TO RUN-HOJAS
               MOVE "ASENTADO"           TO RUN-VEREDICTO
               WRITE REG-RUNCONTROL
               IF FS-RUNCONTROL IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ESCRIBIR RUNCONTROL FS: "
                       FS-RUNCONTROL
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE RUNCONTROL_FILE
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE WS-PERIODO-ASIENTO TO RES-PERIODO.
           MOVE CON-LIQUIDACIONES  TO RES-LIQUIDACIONES.
           MOVE CON-AJUSTES        TO RES-AJUSTES.
           MOVE CON-DETALLES       TO RES-DETALLES.
           MOVE TOT-DEBE           TO RES-DEBE.
           MOVE TOT-HABER          TO RES-HABER.
           DISPLAY LINEA-RESUMEN-PERIODO.
           DISPLAY LINEA-RESUMEN-LIQUIDACIONES.
           DISPLAY LINEA-RESUMEN-AJUSTES.
           DISPLAY LINEA-RESUMEN-DETALLES.
           DISPLAY LINEA-RESUMEN-DEBE.
           DISPLAY LINEA-RESUMEN-HABER.

       CERRAR-ARCHIVOS.
           CLOSE LIQUIDACION_FILE.
           CLOSE CUENTAS_FILE.
           IF AJUSTE-ABIERTO
               CLOSE AJUSTE_FILE
           END-IF.

       END PROGRAM "TP_ASIENTO_CONTABLE".
