      *  Trazado de Horarios.dat: tipo "L" (legajo) o "C"
      *  (categoria), la clave, la mascara de dias lunes a domingo
      *  ("S"/"N" por dia) y las horas diarias previstas.
      *
      *  Un dia que seria ausencia pero esta cubierto por una
      *  licencia de Licencias.dat (vacaciones, enfermedad, estudio,
      *  paga o no) sale como JUSTIFICADA: queda en Ausencias.dat
      *  para que RRHH lo vea, pero ya no hay que depurarlo a mano.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-FERIADOS.

           SELECT LICENCIAS_FILE
           ASSIGN TO "../files/in/Licencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

      *  Se consulta por la clave primaria (legajo + fecha): un
      *  START por empleado y se leen solo sus fichadas.
           SELECT TIMES_FILE
               88 FER-TIPO-FERIADO        VALUE "F".
               88 FER-TIPO-CERRADO        VALUE "C".

      *------------------------------*
      *- LICENCIAS FILE DESCRIPTION -*
      *------------------------------*
      *  Una licencia por registro: el tipo es el codigo de la clase
      *  de licencia en Clases.dat, el rango de fechas es inclusive
      *  y LIC-PAGA dice si TP_PARTE_1B liquida esos dias.
       FD LICENCIAS_FILE LABEL RECORD STANDARD.
       01 REG-LICENCIAS.
           03 LIC-LEGAJO        PIC X(05).
           03 LIC-TIPO          PIC X(04).
           03 LIC-FECHA-DESDE   PIC 9(8).
           03 LIC-FECHA-HASTA   PIC 9(8).
           03 LIC-PAGA          PIC X(01).
               88 LIC-ES-PAGA             VALUE "S".

      *--------------------------*
      *- TIMES FILE DESCRIPTION -*
      *--------------------------*
       77 FS-EMPLEADOS      PIC X(2).
       77 FS-HORARIOS       PIC X(2).
       77 FS-FERIADOS       PIC X(2).
       77 FS-LICENCIAS      PIC X(2).
       77 FS-TIMES          PIC X(2).
       77 FS-AUSENCIAS      PIC X(2).

       77 CON-SIN-HORARIO   PIC 9(9) COMP VALUE 0.
       77 CON-SIN-FICHADA   PIC 9(9) COMP VALUE 0.
       77 CON-HORAS-INSUF   PIC 9(9) COMP VALUE 0.
       77 CON-JUSTIFICADAS  PIC 9(9) COMP VALUE 0.

       01 WS-PERIODO-ABIERTO.
           03 WS-PERIODO-ANIO      PIC 9(4).
       01 SW-DIA-NO-LABORABLE       PIC X(01) VALUE "N".
           88  DIA-NO-LABORABLE               VALUE "S".

       01 SW-DIA-CON-LICENCIA       PIC X(01) VALUE "N".
           88  DIA-CON-LICENCIA               VALUE "S".

       01 VEC-HORARIOS-TAB.
           03 VEC-CANT-HORARIOS        PIC 9(3) COMP VALUE 0.
           03 VEC-HORARIOS
               05  VEC-FER-SUCURSAL        PIC X(03).
               05  VEC-FER-TIPO            PIC X(01).

      *  Licencias cargadas de Licencias.dat; sin el archivo la
      *  tabla queda vacia y ninguna ausencia se justifica.
       01 VEC-LICENCIAS-TAB.
           03 VEC-CANT-LICENCIAS       PIC 9(3) COMP VALUE 0.
           03 VEC-LICENCIAS
               OCCURS 1 TO 300 TIMES DEPENDING ON VEC-CANT-LICENCIAS
               INDEXED BY INDICE-LIC.
               05  VEC-LIC-LEGAJO          PIC X(05).
               05  VEC-LIC-TIPO            PIC X(04).
               05  VEC-LIC-DESDE           PIC 9(8).
               05  VEC-LIC-HASTA           PIC 9(8).
               05  VEC-LIC-PAGA            PIC X(01).

      *  Primer y ultimo dia del periodo abierto: solo se cargan las
      *  licencias que se superponen con el.
       01 WS-LIC-PRIMER-DIA         PIC 9(8).
       01 WS-LIC-ULTIMO-DIA         PIC 9(8).

      *  Horas fichadas por dia del mes para el empleado en curso.
       01 VEC-HORAS-DIA-TAB.
           03 VEC-HORAS-DIA     OCCURS 31 TIMES PIC 9(4)V99.
           03 FILLER            PIC X(25)  VALUE
               "DIAS CON HORAS INSUF:".
           03 RES-HORAS-INSUF   PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-JUSTIFICADAS.
           03 FILLER            PIC X(25)  VALUE
               "DIAS JUSTIFICADOS:   ".
           03 RES-JUSTIFICADAS  PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           PERFORM CARGAR-HORARIOS.
           PERFORM CARGAR-FERIADOS.
           PERFORM CALCULAR-DIAS-MES.
           PERFORM CARGAR-LICENCIAS.
           PERFORM LEER-EMPLEADOS.
           PERFORM CONTROLAR-EMPLEADO
               UNTIL FS-EMPLEADOS IS EQUAL TO 10.
           MOVE FER-TIPO     TO VEC-FER-TIPO(INDICE-FER).
           PERFORM LEER-FERIADOS.

      *  Licencias.dat acumula la historia de todas las licencias;
      *  solo las que tocan el periodo abierto pueden justificar un
      *  dia, asi que son las unicas que ocupan la tabla.
       CARGAR-LICENCIAS.
           COMPUTE WS-LIC-PRIMER-DIA = WS-PERIODO-ABIERTO-R * 100 + 1.
           COMPUTE WS-LIC-ULTIMO-DIA =
               WS-PERIODO-ABIERTO-R * 100 + WS-DIAS-LIMITE.
           OPEN INPUT LICENCIAS_FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LICENCIAS.DAT, NINGUNA "
                   "AUSENCIA SE JUSTIFICA"
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
               ADD 1 TO VEC-CANT-LICENCIAS
               SET INDICE-LIC TO VEC-CANT-LICENCIAS
               MOVE LIC-LEGAJO      TO VEC-LIC-LEGAJO(INDICE-LIC)
               MOVE LIC-TIPO        TO VEC-LIC-TIPO(INDICE-LIC)
               MOVE LIC-FECHA-DESDE TO VEC-LIC-DESDE(INDICE-LIC)
               MOVE LIC-FECHA-HASTA TO VEC-LIC-HASTA(INDICE-LIC)
               MOVE LIC-PAGA        TO VEC-LIC-PAGA(INDICE-LIC)
           END-IF.
           PERFORM LEER-LICENCIAS.

      *  Dias del mes del periodo abierto, con la misma regla de
      *  bisiesto que usa TP_CARGA_TIMES.
       CALCULAR-DIAS-MES.
      *  estaba vigente ese dia: los dias anteriores al alta y los
      *  posteriores a la baja no son ausencias. Sin ninguna
      *  fichada sale SIN-FICHADA; con fichadas por debajo del
      *  umbral sobre lo previsto, HORAS-INSUF. Si una licencia del
      *  legajo cubre el dia, cualquiera de las dos sale como
      *  JUSTIFICADA en su lugar.
       CONTROLAR-DIA.
           MOVE WS-PERIODO-ANIO   TO WS-FECHA-DIA-ANIO.
           MOVE WS-PERIODO-MES    TO WS-FECHA-DIA-MES.
               SET DIA-NO-LABORABLE TO TRUE
           END-IF.
           IF NOT DIA-NO-LABORABLE
               MOVE SPACES TO WS-TIPO-AUSENCIA
               IF VEC-HORAS-DIA(WS-DIA-CALENDARIO) IS EQUAL TO ZERO
                   MOVE "SIN-FICHADA" TO WS-TIPO-AUSENCIA
               ELSE
                   COMPUTE WS-HORAS-MINIMAS ROUNDED =
                       WS-HOR-HORAS-DIA * WS-UMBRAL-PORCENTAJE / 100
                   IF VEC-HORAS-DIA(WS-DIA-CALENDARIO)
                       IS LESS THAN WS-HORAS-MINIMAS
                       MOVE "HORAS-INSUF" TO WS-TIPO-AUSENCIA
                   END-IF
               END-IF
               IF WS-TIPO-AUSENCIA IS NOT EQUAL TO SPACES
                   PERFORM BUSCAR-LICENCIA-DIA
                   EVALUATE TRUE
                       WHEN DIA-CON-LICENCIA
                           MOVE "JUSTIFICADA" TO WS-TIPO-AUSENCIA
                           ADD 1 TO CON-JUSTIFICADAS
                       WHEN WS-TIPO-AUSENCIA IS EQUAL TO "SIN-FICHADA"
                           ADD 1 TO CON-SIN-FICHADA
                       WHEN OTHER
                           ADD 1 TO CON-HORAS-INSUF
                   END-EVALUATE
                   PERFORM INFORMAR-AUSENCIA
               END-IF
           END-IF.

       BUSCAR-LICENCIA-DIA.
           MOVE "N" TO SW-DIA-CON-LICENCIA.
           SET INDICE-LIC TO 1.
           SEARCH VEC-LICENCIAS
               AT END
                   CONTINUE
               WHEN VEC-LIC-LEGAJO(INDICE-LIC) IS EQUAL TO EMP-LEGAJO
               AND VEC-LIC-DESDE(INDICE-LIC)
                       IS NOT GREATER THAN WS-FECHA-DIA-R
               AND VEC-LIC-HASTA(INDICE-LIC)
                       IS NOT LESS THAN WS-FECHA-DIA-R
                   SET DIA-CON-LICENCIA TO TRUE
           END-SEARCH.

      *  INTEGER-OF-DATE cuenta desde 1601-01-01, que fue lunes:
      *  MOD 7 da 1 para lunes ... 6 sabado y 0 domingo. La mascara
      *  de Horarios.dat va de lunes (1) a domingo (7).
           MOVE CON-SIN-HORARIO TO RES-SIN-HORARIO.
           MOVE CON-SIN-FICHADA TO RES-SIN-FICHADA.
           MOVE CON-HORAS-INSUF TO RES-HORAS-INSUF.
           MOVE CON-JUSTIFICADAS TO RES-JUSTIFICADAS.
           DISPLAY LINEA-RESUMEN-CONTROLADOS.
           DISPLAY LINEA-RESUMEN-SIN-HORARIO.
           DISPLAY LINEA-RESUMEN-SIN-FICHADA.
           DISPLAY LINEA-RESUMEN-INSUF.
           DISPLAY LINEA-RESUMEN-JUSTIFICADAS.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS_FILE.
