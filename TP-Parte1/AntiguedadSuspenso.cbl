       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_ANTIGUEDAD_SUSPENSO".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Antiguedad de las partidas abiertas del suspenso de
      *  rechazos. Suspenso.dat lo mantiene TP_CARGA_TIMES: cada
      *  novedad rechazada abre (o reintenta) una partida que queda
      *  abierta hasta que entra limpia o la sucursal la da de baja.
      *  Se corre todos los dias despues de la carga.
      *
      *  La antiguedad de una partida son los dias corridos desde su
      *  primer rechazo hasta hoy, y la ubica en una franja:
      *
      *    0 a 7 dias, 8 a 15, 16 a 30, 31 a 60 y mas de 60.
      *
      *  AntiguedadSuspenso.dat lista cada partida abierta en una
      *  fila de detalle, agrupadas por sucursal (la de la novedad
      *  rechazada) y franja y, dentro de la franja, de la mas
      *  antigua a la mas nueva, con el motivo, el primer rechazo,
      *  los intentos y los dias. Cada sucursal cierra con una fila
      *  de subtotal: la cantidad de abiertas en cada franja, el
      *  total de abiertas, las vencidas (mas antiguas que el limite
      *  de ParamSuspenso.dat, 30 dias si no esta) y la fecha del
      *  rechazo mas antiguo. Cierra una fila de totales. Con
      *  partidas vencidas termina con codigo 4: TP_CIERRE_PERIODO
      *  no va a cerrar hasta que se corrijan o se den de baja.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARAM_SUSPENSO_FILE
           ASSIGN TO "../files/in/ParamSuspenso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAM-SUSPENSO.

           SELECT SUSPENSO_FILE
           ASSIGN TO "../files/out/Suspenso.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FS-SUSPENSO.

           SELECT ANTIGUEDAD_FILE
           ASSIGN TO "../files/out/AntiguedadSuspenso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ANTIGUEDAD.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

      *-----------------------------------*
      *- PARAM SUSPENSO FILE DESCRIPTION -*
      *-----------------------------------*
      *  Dias que una partida puede quedar abierta antes de trabar
      *  el cierre del periodo.
       FD PARAM_SUSPENSO_FILE LABEL RECORD STANDARD.
       01 REG-PARAM-SUSPENSO.
           03 PSU-DIAS-LIMITE   PIC 9(3).

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

      *-------------------------------*
      *- ANTIGUEDAD FILE DESCRIPTION -*
      *-------------------------------*
      *  ANT-TIPO "D" una fila por partida abierta (trazado
      *  REG-ANTIGUEDAD-DETALLE), "S" el subtotal de cada sucursal y
      *  "T" la de totales (sin sucursal), ambas con los conteos por
      *  franja. En el detalle APA-VENCIDA es "S" si la partida supera
      *  el limite.
       FD ANTIGUEDAD_FILE LABEL RECORD STANDARD.
       01 REG-ANTIGUEDAD-DETALLE.
           03 APA-TIPO          PIC X(01).
           03 FILLER            PIC X(2).
           03 APA-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 APA-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 APA-FRANJA        PIC 9(1).
           03 FILLER            PIC X(2).
           03 APA-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 APA-FECHA-NOVEDAD PIC X(08).
           03 FILLER            PIC X(2).
           03 APA-CLASE         PIC X(04).
           03 FILLER            PIC X(2).
           03 APA-MOTIVO        PIC X(12).
           03 FILLER            PIC X(2).
           03 APA-FECHA-RECHAZO PIC 9(8).
           03 FILLER            PIC X(2).
           03 APA-INTENTOS      PIC 9(3).
           03 FILLER            PIC X(2).
           03 APA-DIAS          PIC 9(5).
           03 FILLER            PIC X(2).
           03 APA-VENCIDA       PIC X(01).
       01 REG-ANTIGUEDAD.
           03 ANT-TIPO          PIC X(01).
               88 ANT-TIPO-DETALLE        VALUE "D".
               88 ANT-TIPO-SUBTOTAL       VALUE "S".
               88 ANT-TIPO-TOTAL          VALUE "T".
           03 FILLER            PIC X(2).
           03 ANT-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 ANT-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 ANT-HASTA-7       PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-HASTA-15      PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-HASTA-30      PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-HASTA-60      PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-MAS-60        PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-ABIERTAS      PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-VENCIDAS      PIC 9(5).
           03 FILLER            PIC X(2).
           03 ANT-MAS-ANTIGUA   PIC 9(8).

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-PARAM-SUSPENSO PIC X(2).
       77 FS-SUSPENSO       PIC X(2).
       77 FS-ANTIGUEDAD     PIC X(2).

       77 CON-LEIDAS        PIC 9(9) COMP VALUE 0.
       77 CON-ABIERTAS      PIC 9(9) COMP VALUE 0.
       77 CON-VENCIDAS      PIC 9(9) COMP VALUE 0.

       01 WS-FECHA-HORA-ACTUAL      PIC X(21).
       01 FECHA-ACTUAL              PIC 9(8).

       01 WS-DIAS-LIMITE            PIC 9(3) VALUE 30.
       01 WS-DIAS-ANTIGUEDAD        PIC 9(5).

       01 SW-SUC-ENCONTRADA         PIC X(01) VALUE "N".
           88  SUC-ENCONTRADA                 VALUE "S".
           88  SUC-NO-ENCONTRADA              VALUE "N".

       01 SW-DESBORDE-SUC           PIC X(01) VALUE "N".
           88  DESBORDE-SUC                   VALUE "S".

       01 SW-DESBORDE-PAR           PIC X(01) VALUE "N".
           88  DESBORDE-PAR                   VALUE "S".

      *  Una fila por sucursal, ordenada a medida que se inserta.
      *  La ultima fila de VEC-FRANJA es la de mas de 60 dias.
       01 VEC-SUC-TAB.
           03 VEC-CANT-SUC             PIC 9(3) COMP VALUE 0.
           03 VEC-SUC
               OCCURS 1 TO 500 TIMES DEPENDING ON VEC-CANT-SUC
               INDEXED BY INDICE-SUC.
               05  VEC-SUC-SUCURSAL        PIC X(03).
               05  VEC-SUC-FRANJA          PIC 9(5) OCCURS 5 TIMES.
               05  VEC-SUC-ABIERTAS        PIC 9(5).
               05  VEC-SUC-VENCIDAS        PIC 9(5).
               05  VEC-SUC-MAS-ANTIGUA     PIC 9(8).

      *  Una fila por partida abierta, ordenada a medida que se
      *  inserta por sucursal, franja, primer rechazo y clave.
       01 VEC-PAR-TAB.
           03 VEC-CANT-PAR             PIC 9(4) COMP VALUE 0.
           03 VEC-PAR
               OCCURS 1 TO 5000 TIMES DEPENDING ON VEC-CANT-PAR
               INDEXED BY INDICE-PAR.
               05  VEC-PAR-CLAVE.
                   07  VEC-PAR-SUCURSAL    PIC X(03).
                   07  VEC-PAR-FRANJA      PIC 9(1).
                   07  VEC-PAR-FECHA-RECHAZO PIC 9(8).
                   07  VEC-PAR-LEGAJO      PIC X(05).
                   07  VEC-PAR-FECHA       PIC X(08).
                   07  VEC-PAR-CLASE       PIC X(04).
               05  VEC-PAR-MOTIVO          PIC X(12).
               05  VEC-PAR-INTENTOS        PIC 9(3).
               05  VEC-PAR-DIAS            PIC 9(5).

      *  Clave de la partida en curso, mismo orden que VEC-PAR-CLAVE.
       01 WS-CLAVE-PAR.
           03 WS-PAR-SUCURSAL      PIC X(03).
           03 WS-PAR-FRANJA        PIC 9(1).
           03 WS-PAR-FECHA-RECHAZO PIC 9(8).
           03 WS-PAR-LEGAJO        PIC X(05).
           03 WS-PAR-FECHA         PIC X(08).
           03 WS-PAR-CLASE         PIC X(04).

       01 WS-FRANJA                 PIC 9(1).
       01 WS-TOT-FRANJA-TAB.
           03 WS-TOT-FRANJA             PIC 9(5) OCCURS 5 TIMES.
       01 WS-TOT-MAS-ANTIGUA        PIC 9(8).

       01 WS-POS-INSERCION          PIC 9(3) COMP.
       01 WS-POS                    PIC 9(3) COMP.
       01 WS-POS-ANT                PIC 9(3) COMP.

       01 WS-POS-INS-PAR            PIC 9(4) COMP.
       01 WS-POS-PAR                PIC 9(4) COMP.
       01 WS-POS-PAR-ANT            PIC 9(4) COMP.

       01 LINEA-RESUMEN-FECHA.
           03 FILLER            PIC X(25)  VALUE
               "ANTIGUEDAD AL:       ".
           03 RES-FECHA         PIC 9(8).
       01 LINEA-RESUMEN-LIMITE.
           03 FILLER            PIC X(25)  VALUE
               "DIAS LIMITE:         ".
           03 RES-LIMITE        PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-LEIDAS.
           03 FILLER            PIC X(25)  VALUE
               "PARTIDAS LEIDAS:     ".
           03 RES-LEIDAS        PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-ABIERTAS.
           03 FILLER            PIC X(25)  VALUE
               "PARTIDAS ABIERTAS:   ".
           03 RES-ABIERTAS      PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-VENCIDAS.
           03 FILLER            PIC X(25)  VALUE
               "PARTIDAS VENCIDAS:   ".
           03 RES-VENCIDAS      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:8) TO FECHA-ACTUAL.
           PERFORM LEER-PARAM-SUSPENSO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-SUSPENSO.
           PERFORM CLASIFICAR-PARTIDA
               UNTIL FS-SUSPENSO IS EQUAL TO 10.
           MOVE ZERO TO WS-TOT-FRANJA(1).
           MOVE ZERO TO WS-TOT-FRANJA(2).
           MOVE ZERO TO WS-TOT-FRANJA(3).
           MOVE ZERO TO WS-TOT-FRANJA(4).
           MOVE ZERO TO WS-TOT-FRANJA(5).
           MOVE ZERO TO WS-TOT-MAS-ANTIGUA.
           MOVE 1 TO WS-POS-PAR.
           PERFORM ESCRIBIR-SUCURSAL
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > VEC-CANT-SUC.
           PERFORM ESCRIBIR-TOTAL.
           IF CON-VENCIDAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

      *  Mismo criterio que TP_CIERRE_PERIODO para el limite.
       LEER-PARAM-SUSPENSO.
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

       ABRIR-ARCHIVOS.
           OPEN INPUT SUSPENSO_FILE.
           IF FS-SUSPENSO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUSPENSO FS: " FS-SUSPENSO
               STOP RUN
           END-IF.

           OPEN OUTPUT ANTIGUEDAD_FILE.
           IF FS-ANTIGUEDAD IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR ANTIGUEDAD FS: " FS-ANTIGUEDAD
               STOP RUN
           END-IF.

       LEER-SUSPENSO.
           READ SUSPENSO_FILE NEXT RECORD.
           IF FS-SUSPENSO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER SUSPENSO FS: " FS-SUSPENSO
           END-IF.

      *  Las partidas cerradas o dadas de baja solo se cuentan como
      *  leidas.
       CLASIFICAR-PARTIDA.
           ADD 1 TO CON-LEIDAS.
           IF SUS-ABIERTA
               ADD 1 TO CON-ABIERTAS
               COMPUTE WS-DIAS-ANTIGUEDAD =
                   FUNCTION INTEGER-OF-DATE(FECHA-ACTUAL)
                   - FUNCTION INTEGER-OF-DATE(SUS-FECHA-RECHAZO)
               EVALUATE TRUE
                   WHEN WS-DIAS-ANTIGUEDAD IS NOT GREATER THAN 7
                       MOVE 1 TO WS-FRANJA
                   WHEN WS-DIAS-ANTIGUEDAD IS NOT GREATER THAN 15
                       MOVE 2 TO WS-FRANJA
                   WHEN WS-DIAS-ANTIGUEDAD IS NOT GREATER THAN 30
                       MOVE 3 TO WS-FRANJA
                   WHEN WS-DIAS-ANTIGUEDAD IS NOT GREATER THAN 60
                       MOVE 4 TO WS-FRANJA
                   WHEN OTHER
                       MOVE 5 TO WS-FRANJA
               END-EVALUATE
               PERFORM UBICAR-SUCURSAL
               IF SUC-ENCONTRADA
                   PERFORM ACUMULAR-PARTIDA
                   PERFORM GUARDAR-PARTIDA
               END-IF
           END-IF.
           PERFORM LEER-SUSPENSO.

       ACUMULAR-PARTIDA.
           ADD 1 TO VEC-SUC-FRANJA(INDICE-SUC WS-FRANJA).
           ADD 1 TO VEC-SUC-ABIERTAS(INDICE-SUC).
           IF WS-DIAS-ANTIGUEDAD IS GREATER THAN WS-DIAS-LIMITE
               ADD 1 TO VEC-SUC-VENCIDAS(INDICE-SUC)
               ADD 1 TO CON-VENCIDAS
           END-IF.
           IF VEC-SUC-MAS-ANTIGUA(INDICE-SUC) IS EQUAL TO ZERO
           OR SUS-FECHA-RECHAZO IS LESS THAN
               VEC-SUC-MAS-ANTIGUA(INDICE-SUC)
               MOVE SUS-FECHA-RECHAZO TO
                   VEC-SUC-MAS-ANTIGUA(INDICE-SUC)
           END-IF.

      *  Busca la sucursal de la partida; si no esta la inserta en
      *  su lugar con las cifras en cero. Deja INDICE-SUC en la fila.
       UBICAR-SUCURSAL.
           SET SUC-NO-ENCONTRADA TO TRUE.
           COMPUTE WS-POS-INSERCION = VEC-CANT-SUC + 1.
           SET INDICE-SUC TO 1.
           SEARCH VEC-SUC
               AT END
                   CONTINUE
               WHEN VEC-SUC-SUCURSAL(INDICE-SUC) IS EQUAL TO
                   SUS-SUCURSAL
                   SET SUC-ENCONTRADA TO TRUE
               WHEN VEC-SUC-SUCURSAL(INDICE-SUC)
                       IS GREATER THAN SUS-SUCURSAL
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
           MOVE SUS-SUCURSAL TO VEC-SUC-SUCURSAL(INDICE-SUC).
           MOVE ZERO TO VEC-SUC-FRANJA(INDICE-SUC 1).
           MOVE ZERO TO VEC-SUC-FRANJA(INDICE-SUC 2).
           MOVE ZERO TO VEC-SUC-FRANJA(INDICE-SUC 3).
           MOVE ZERO TO VEC-SUC-FRANJA(INDICE-SUC 4).
           MOVE ZERO TO VEC-SUC-FRANJA(INDICE-SUC 5).
           MOVE ZERO TO VEC-SUC-ABIERTAS(INDICE-SUC).
           MOVE ZERO TO VEC-SUC-VENCIDAS(INDICE-SUC).
           MOVE ZERO TO VEC-SUC-MAS-ANTIGUA(INDICE-SUC).

       CORRER-SUCURSAL.
           COMPUTE WS-POS-ANT = WS-POS - 1.
           MOVE VEC-SUC(WS-POS-ANT) TO VEC-SUC(WS-POS).

      *  Inserta la partida en su lugar de la tabla de detalle. La
      *  clave de Suspenso.dat es unica, asi que nunca esta repetida.
       GUARDAR-PARTIDA.
           MOVE SUS-SUCURSAL      TO WS-PAR-SUCURSAL.
           MOVE WS-FRANJA         TO WS-PAR-FRANJA.
           MOVE SUS-FECHA-RECHAZO TO WS-PAR-FECHA-RECHAZO.
           MOVE SUS-LEGAJO        TO WS-PAR-LEGAJO.
           MOVE SUS-FECHA         TO WS-PAR-FECHA.
           MOVE SUS-CLASE         TO WS-PAR-CLASE.
           IF VEC-CANT-PAR IS LESS THAN 5000
               COMPUTE WS-POS-INS-PAR = VEC-CANT-PAR + 1
               SET INDICE-PAR TO 1
               SEARCH VEC-PAR
                   AT END
                       CONTINUE
                   WHEN VEC-PAR-CLAVE(INDICE-PAR)
                           IS GREATER THAN WS-CLAVE-PAR
                       SET WS-POS-INS-PAR TO INDICE-PAR
               END-SEARCH
               PERFORM INSERTAR-PARTIDA
           ELSE
               IF NOT DESBORDE-PAR
                   DISPLAY "ADVERTENCIA: MAS DE 5000 PARTIDAS "
                       "ABIERTAS, SE TRUNCO EL DETALLE"
                   MOVE "S" TO SW-DESBORDE-PAR
               END-IF
           END-IF.

       INSERTAR-PARTIDA.
           ADD 1 TO VEC-CANT-PAR.
           PERFORM CORRER-PARTIDA
               VARYING WS-POS-PAR FROM VEC-CANT-PAR BY -1
               UNTIL WS-POS-PAR <= WS-POS-INS-PAR.
           SET INDICE-PAR TO WS-POS-INS-PAR.
           MOVE WS-CLAVE-PAR       TO VEC-PAR-CLAVE(INDICE-PAR).
           MOVE SUS-MOTIVO         TO VEC-PAR-MOTIVO(INDICE-PAR).
           MOVE SUS-INTENTOS       TO VEC-PAR-INTENTOS(INDICE-PAR).
           MOVE WS-DIAS-ANTIGUEDAD TO VEC-PAR-DIAS(INDICE-PAR).

       CORRER-PARTIDA.
           COMPUTE WS-POS-PAR-ANT = WS-POS-PAR - 1.
           MOVE VEC-PAR(WS-POS-PAR-ANT) TO VEC-PAR(WS-POS-PAR).

      *  Las dos tablas estan ordenadas por sucursal: el detalle de
      *  la sucursal sale corrido desde WS-POS-PAR, antes de su
      *  subtotal.
       ESCRIBIR-SUCURSAL.
           PERFORM ESCRIBIR-PARTIDA
               UNTIL WS-POS-PAR > VEC-CANT-PAR
               OR VEC-PAR-SUCURSAL(WS-POS-PAR) IS NOT EQUAL TO
                   VEC-SUC-SUCURSAL(WS-POS).
           MOVE SPACES TO REG-ANTIGUEDAD.
           SET ANT-TIPO-SUBTOTAL TO TRUE.
           MOVE FECHA-ACTUAL                  TO ANT-FECHA.
           MOVE VEC-SUC-SUCURSAL(WS-POS)      TO ANT-SUCURSAL.
           MOVE VEC-SUC-FRANJA(WS-POS 1)     TO ANT-HASTA-7.
           MOVE VEC-SUC-FRANJA(WS-POS 2)     TO ANT-HASTA-15.
           MOVE VEC-SUC-FRANJA(WS-POS 3)     TO ANT-HASTA-30.
           MOVE VEC-SUC-FRANJA(WS-POS 4)     TO ANT-HASTA-60.
           MOVE VEC-SUC-FRANJA(WS-POS 5)     TO ANT-MAS-60.
           MOVE VEC-SUC-ABIERTAS(WS-POS)      TO ANT-ABIERTAS.
           MOVE VEC-SUC-VENCIDAS(WS-POS)      TO ANT-VENCIDAS.
           MOVE VEC-SUC-MAS-ANTIGUA(WS-POS)   TO ANT-MAS-ANTIGUA.
           PERFORM GRABAR-ANTIGUEDAD.
           ADD VEC-SUC-FRANJA(WS-POS 1) TO WS-TOT-FRANJA(1).
           ADD VEC-SUC-FRANJA(WS-POS 2) TO WS-TOT-FRANJA(2).
           ADD VEC-SUC-FRANJA(WS-POS 3) TO WS-TOT-FRANJA(3).
           ADD VEC-SUC-FRANJA(WS-POS 4) TO WS-TOT-FRANJA(4).
           ADD VEC-SUC-FRANJA(WS-POS 5) TO WS-TOT-FRANJA(5).
           IF WS-TOT-MAS-ANTIGUA IS EQUAL TO ZERO
           OR VEC-SUC-MAS-ANTIGUA(WS-POS) IS LESS THAN
               WS-TOT-MAS-ANTIGUA
               MOVE VEC-SUC-MAS-ANTIGUA(WS-POS) TO WS-TOT-MAS-ANTIGUA
           END-IF.

       ESCRIBIR-PARTIDA.
           MOVE SPACES TO REG-ANTIGUEDAD-DETALLE.
           MOVE "D"                             TO APA-TIPO.
           MOVE FECHA-ACTUAL                    TO APA-FECHA.
           MOVE VEC-PAR-SUCURSAL(WS-POS-PAR)    TO APA-SUCURSAL.
           MOVE VEC-PAR-FRANJA(WS-POS-PAR)      TO APA-FRANJA.
           MOVE VEC-PAR-LEGAJO(WS-POS-PAR)      TO APA-LEGAJO.
           MOVE VEC-PAR-FECHA(WS-POS-PAR)       TO APA-FECHA-NOVEDAD.
           MOVE VEC-PAR-CLASE(WS-POS-PAR)       TO APA-CLASE.
           MOVE VEC-PAR-MOTIVO(WS-POS-PAR)      TO APA-MOTIVO.
           MOVE VEC-PAR-FECHA-RECHAZO(WS-POS-PAR)
                                                TO APA-FECHA-RECHAZO.
           MOVE VEC-PAR-INTENTOS(WS-POS-PAR)    TO APA-INTENTOS.
           MOVE VEC-PAR-DIAS(WS-POS-PAR)        TO APA-DIAS.
           IF VEC-PAR-DIAS(WS-POS-PAR) IS GREATER THAN WS-DIAS-LIMITE
               MOVE "S" TO APA-VENCIDA
           ELSE
               MOVE "N" TO APA-VENCIDA
           END-IF.
           WRITE REG-ANTIGUEDAD-DETALLE.
           IF FS-ANTIGUEDAD IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR ANTIGUEDAD FS: "
                   FS-ANTIGUEDAD
           END-IF.
           ADD 1 TO WS-POS-PAR.

       ESCRIBIR-TOTAL.
           MOVE SPACES TO REG-ANTIGUEDAD.
           SET ANT-TIPO-TOTAL TO TRUE.
           MOVE FECHA-ACTUAL       TO ANT-FECHA.
           MOVE WS-TOT-FRANJA(1)   TO ANT-HASTA-7.
           MOVE WS-TOT-FRANJA(2)   TO ANT-HASTA-15.
           MOVE WS-TOT-FRANJA(3)   TO ANT-HASTA-30.
           MOVE WS-TOT-FRANJA(4)   TO ANT-HASTA-60.
           MOVE WS-TOT-FRANJA(5)   TO ANT-MAS-60.
           MOVE CON-ABIERTAS       TO ANT-ABIERTAS.
           MOVE CON-VENCIDAS       TO ANT-VENCIDAS.
           MOVE WS-TOT-MAS-ANTIGUA TO ANT-MAS-ANTIGUA.
           PERFORM GRABAR-ANTIGUEDAD.

       GRABAR-ANTIGUEDAD.
           WRITE REG-ANTIGUEDAD.
           IF FS-ANTIGUEDAD IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR ANTIGUEDAD FS: "
                   FS-ANTIGUEDAD
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE FECHA-ACTUAL   TO RES-FECHA.
           MOVE WS-DIAS-LIMITE TO RES-LIMITE.
           MOVE CON-LEIDAS     TO RES-LEIDAS.
           MOVE CON-ABIERTAS   TO RES-ABIERTAS.
           MOVE CON-VENCIDAS   TO RES-VENCIDAS.
           DISPLAY LINEA-RESUMEN-FECHA.
           DISPLAY LINEA-RESUMEN-LIMITE.
           DISPLAY LINEA-RESUMEN-LEIDAS.
           DISPLAY LINEA-RESUMEN-ABIERTAS.
           DISPLAY LINEA-RESUMEN-VENCIDAS.

       CERRAR-ARCHIVOS.
           CLOSE SUSPENSO_FILE.
           CLOSE ANTIGUEDAD_FILE.

       END PROGRAM "TP_ANTIGUEDAD_SUSPENSO".
