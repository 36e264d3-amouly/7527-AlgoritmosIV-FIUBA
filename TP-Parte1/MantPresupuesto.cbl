       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. "TP_MANT_PRESUPUESTO".
       AUTHOR. "Adrian Mouly - Sebastian Torres".
       DATE-WRITTEN. "2do cuatrimestre 2015".

      *  Mantenimiento batch del presupuesto mensual de horas e
      *  importe por sucursal y clase: aplica un archivo de
      *  movimientos de altas (A), bajas (B) y modificaciones (M)
      *  contra el indexado Presupuesto.dat (clave sucursal, anio,
      *  mes y clase). Toda alta o modificacion exige que la
      *  sucursal exista en Sucursales.dat, que la clase exista en
      *  Clases.dat, un mes valido y valores numericos. Igual que
      *  TP_MANT_SUCURSALES, cada registro tocado (o rechazado) deja
      *  en el archivo de auditoria la imagen anterior y posterior.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MOVIMIENTOS_FILE
           ASSIGN TO "../files/in/MovPresupuesto.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMIENTOS.

           SELECT PRESUPUESTO_FILE
           ASSIGN TO "../files/in/Presupuesto.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FS-PRESUPUESTO.

           SELECT SUCURSALES_FILE
           ASSIGN TO "../files/in/Sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUC-SUCURSAL
           FILE STATUS IS FS-SUCURSALES.

           SELECT CLASES_FILE
           ASSIGN TO "../files/in/Clases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLA-CODIGO
           FILE STATUS IS FS-CLASES.

           SELECT AUDITORIA_FILE
           ASSIGN TO "../files/out/AuditPresupuesto.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------

      *--------------------------------*
      *- MOVIMIENTOS FILE DESCRIPTION -*
      *--------------------------------*
       FD MOVIMIENTOS_FILE LABEL RECORD STANDARD.
       01 REG-MOVIMIENTOS.
           03 MOV-TIPO          PIC X(01).
               88 MOV-ALTA               VALUE "A".
               88 MOV-BAJA                VALUE "B".
               88 MOV-MODIFICACION        VALUE "M".
           03 MOV-CLAVE.
               05 MOV-SUCURSAL      PIC X(03).
               05 MOV-ANIO          PIC 9(4).
               05 MOV-MES           PIC 9(2).
               05 MOV-CLASE         PIC X(04).
           03 MOV-HORAS         PIC 9(6)V99.
           03 MOV-IMPORTE       PIC 9(9)V99.

      *--------------------------------*
      *- PRESUPUESTO FILE DESCRIPTION -*
      *--------------------------------*
      *  Horas e importe presupuestados para la sucursal y la clase
      *  en el mes.
       FD PRESUPUESTO_FILE LABEL RECORD STANDARD.
       01 REG-PRESUPUESTO.
           03 PRE-CLAVE.
               05 PRE-SUCURSAL      PIC X(03).
               05 PRE-ANIO          PIC 9(4).
               05 PRE-MES           PIC 9(2).
               05 PRE-CLASE         PIC X(04).
           03 PRE-HORAS         PIC 9(6)V99.
           03 PRE-IMPORTE       PIC 9(9)V99.

      *-------------------------------*
      *- SUCURSALES FILE DESCRIPTION -*
      *-------------------------------*
       FD SUCURSALES_FILE LABEL RECORD STANDARD.
       01 REG-SUCURSALES.
              03 SUC-SUCURSAL      PIC X(03).
              03 SUC-RAZON         PIC X(25).
              03 SUC-DIRE          PIC X(20).
              03 SUC-TEL           PIC X(20).
              03 SUC-CUIT          PIC 9(11).

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

      *------------------------------*
      *- AUDITORIA FILE DESCRIPTION -*
      *------------------------------*
      *  Imagen anterior y posterior (trazado completo de
      *  REG-PRESUPUESTO) de cada movimiento, aplicado o rechazado.
       FD AUDITORIA_FILE LABEL RECORD STANDARD.
       01 REG-AUDITORIA.
           03 AUD-FECHA         PIC 9(8).
           03 FILLER            PIC X(2).
           03 AUD-TIPO          PIC X(01).
           03 FILLER            PIC X(2).
           03 AUD-CLAVE         PIC X(13).
           03 FILLER            PIC X(2).
           03 AUD-RESULTADO     PIC X(12).
           03 FILLER            PIC X(2).
           03 AUD-ANTES         PIC X(32).
           03 FILLER            PIC X(2).
           03 AUD-DESPUES       PIC X(32).

       WORKING-STORAGE SECTION.
      *-----------------------

       77 FS-MOVIMIENTOS    PIC X(2).
       77 FS-PRESUPUESTO    PIC X(2).
       77 FS-SUCURSALES     PIC X(2).
       77 FS-CLASES         PIC X(2).
       77 FS-AUDITORIA      PIC X(2).

       77 CON-LEIDOS        PIC 9(9) COMP VALUE 0.
       77 CON-APLICADOS     PIC 9(9) COMP VALUE 0.
       77 CON-RECHAZADOS    PIC 9(9) COMP VALUE 0.

       01 FECHA-ACTUAL.
           03  FECHA-ACTUAL-AAAA      PIC 9(4).
           03  FECHA-ACTUAL-MM        PIC 9(2).
           03  FECHA-ACTUAL-DD        PIC 9(2).

       01 SW-MOVIMIENTO-OK          PIC X(01) VALUE "N".
           88  MOVIMIENTO-OK                  VALUE "S".

       01 SW-DATOS-VALIDOS          PIC X(01) VALUE "N".
           88  DATOS-VALIDOS                  VALUE "S".

       01 WS-RESULTADO              PIC X(12) VALUE SPACES.
       01 WS-IMAGEN-ANTES           PIC X(32) VALUE SPACES.
       01 WS-IMAGEN-DESPUES         PIC X(32) VALUE SPACES.

       01 LINEA-RESUMEN-LEIDOS.
           03 FILLER            PIC X(25)  VALUE
               "MOVIMIENTOS LEIDOS:  ".
           03 RES-LEIDOS        PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-APLICADOS.
           03 FILLER            PIC X(25)  VALUE
               "MOVIMIENTOS APLICADOS:".
           03 RES-APLICADOS     PIC ZZZZZZZZ9.
       01 LINEA-RESUMEN-RECHAZADOS.
           03 FILLER            PIC X(25)  VALUE
               "MOVIMIENTOS RECHAZADOS:".
           03 RES-RECHAZADOS    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-MOVIMIENTOS.
           PERFORM PROCESAR-MOVIMIENTO
               UNTIL FS-MOVIMIENTOS IS EQUAL TO 10.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS_FILE.
           IF FS-MOVIMIENTOS IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR MOVIMIENTOS FS: "
                   FS-MOVIMIENTOS
               STOP RUN
           END-IF.

      *  El presupuesto nace con la primera carga: si el indexado no
      *  existe todavia (35) se lo crea vacio y se lo reabre.
           OPEN I-O PRESUPUESTO_FILE.
           IF FS-PRESUPUESTO IS EQUAL TO 35
               OPEN OUTPUT PRESUPUESTO_FILE
               CLOSE PRESUPUESTO_FILE
               OPEN I-O PRESUPUESTO_FILE
           END-IF.
           IF FS-PRESUPUESTO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PRESUPUESTO FS: "
                   FS-PRESUPUESTO
               STOP RUN
           END-IF.

           OPEN INPUT SUCURSALES_FILE.
           IF FS-SUCURSALES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR SUCURSALES FS: " FS-SUCURSALES
               STOP RUN
           END-IF.

           OPEN INPUT CLASES_FILE.
           IF FS-CLASES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR CLASES FS: " FS-CLASES
               STOP RUN
           END-IF.

      *  La auditoria es acumulativa entre corridas: EXTEND, y la
      *  primera vez (35) se la crea vacia.
           OPEN EXTEND AUDITORIA_FILE.
           IF FS-AUDITORIA IS EQUAL TO 35
               OPEN OUTPUT AUDITORIA_FILE
           END-IF.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR AUDITORIA FS: " FS-AUDITORIA
               STOP RUN
           END-IF.

       LEER-MOVIMIENTOS.
           READ MOVIMIENTOS_FILE.
           IF FS-MOVIMIENTOS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER MOVIMIENTOS FS: "
                   FS-MOVIMIENTOS
           END-IF.
           IF FS-MOVIMIENTOS IS EQUAL TO 00
               ADD 1 TO CON-LEIDOS
           END-IF.

       PROCESAR-MOVIMIENTO.
           MOVE "N" TO SW-MOVIMIENTO-OK.
           MOVE SPACES TO WS-RESULTADO.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-IMAGEN-DESPUES.
           EVALUATE TRUE
               WHEN MOV-ALTA
                   PERFORM APLICAR-ALTA
               WHEN MOV-BAJA
                   PERFORM APLICAR-BAJA
               WHEN MOV-MODIFICACION
                   PERFORM APLICAR-MODIFICACION
               WHEN OTHER
                   MOVE "TIPO-INV" TO WS-RESULTADO
           END-EVALUATE.
           IF MOVIMIENTO-OK
               MOVE "APLICADO" TO WS-RESULTADO
               ADD 1 TO CON-APLICADOS
           ELSE
               ADD 1 TO CON-RECHAZADOS
           END-IF.
           PERFORM GRABAR-AUDITORIA.
           PERFORM LEER-MOVIMIENTOS.

       APLICAR-ALTA.
           PERFORM VALIDAR-MOVIMIENTO.
           IF DATOS-VALIDOS
               PERFORM ARMAR-REGISTRO-PRESUPUESTO
               MOVE REG-PRESUPUESTO TO WS-IMAGEN-DESPUES
               WRITE REG-PRESUPUESTO
                   INVALID KEY
                       MOVE "YA-EXISTE" TO WS-RESULTADO
                   NOT INVALID KEY
                       SET MOVIMIENTO-OK TO TRUE
               END-WRITE
           END-IF.

       APLICAR-MODIFICACION.
           PERFORM VALIDAR-MOVIMIENTO.
           IF DATOS-VALIDOS
               MOVE MOV-CLAVE TO PRE-CLAVE
               READ PRESUPUESTO_FILE
                   INVALID KEY
                       MOVE "NO-EXISTE" TO WS-RESULTADO
                   NOT INVALID KEY
                       MOVE REG-PRESUPUESTO TO WS-IMAGEN-ANTES
                       PERFORM ARMAR-REGISTRO-PRESUPUESTO
                       MOVE REG-PRESUPUESTO TO WS-IMAGEN-DESPUES
                       REWRITE REG-PRESUPUESTO
                           INVALID KEY
                               MOVE "NO-EXISTE" TO WS-RESULTADO
                           NOT INVALID KEY
                               SET MOVIMIENTO-OK TO TRUE
                       END-REWRITE
               END-READ
           END-IF.

      *  La baja no valida sucursal ni clase: tiene que poder sacar
      *  el presupuesto de una sucursal o clase que ya no existe.
       APLICAR-BAJA.
           MOVE MOV-CLAVE TO PRE-CLAVE.
           READ PRESUPUESTO_FILE
               INVALID KEY
                   MOVE "NO-EXISTE" TO WS-RESULTADO
               NOT INVALID KEY
                   MOVE REG-PRESUPUESTO TO WS-IMAGEN-ANTES
                   DELETE PRESUPUESTO_FILE RECORD
                       INVALID KEY
                           MOVE "NO-EXISTE" TO WS-RESULTADO
                       NOT INVALID KEY
                           SET MOVIMIENTO-OK TO TRUE
                   END-DELETE
           END-READ.

      *  El primer control que falla deja su motivo en el resultado.
       VALIDAR-MOVIMIENTO.
           MOVE "S" TO SW-DATOS-VALIDOS.
           IF MOV-ANIO IS NOT NUMERIC
           OR MOV-MES IS NOT NUMERIC
               MOVE "N" TO SW-DATOS-VALIDOS
               MOVE "PERIODO-INV" TO WS-RESULTADO
           ELSE
               IF MOV-MES IS LESS THAN 1
               OR MOV-MES IS GREATER THAN 12
               OR MOV-ANIO IS LESS THAN 1900
                   MOVE "N" TO SW-DATOS-VALIDOS
                   MOVE "PERIODO-INV" TO WS-RESULTADO
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               IF MOV-HORAS IS NOT NUMERIC
               OR MOV-IMPORTE IS NOT NUMERIC
                   MOVE "N" TO SW-DATOS-VALIDOS
                   MOVE "VALOR-INV" TO WS-RESULTADO
               END-IF
           END-IF.
           IF DATOS-VALIDOS
               MOVE MOV-SUCURSAL TO SUC-SUCURSAL
               READ SUCURSALES_FILE
                   INVALID KEY
                       MOVE "N" TO SW-DATOS-VALIDOS
                       MOVE "SUC-INV" TO WS-RESULTADO
               END-READ
           END-IF.
           IF DATOS-VALIDOS
               MOVE MOV-CLASE TO CLA-CODIGO
               READ CLASES_FILE
                   INVALID KEY
                       MOVE "N" TO SW-DATOS-VALIDOS
                       MOVE "CLASE-INV" TO WS-RESULTADO
               END-READ
           END-IF.

       ARMAR-REGISTRO-PRESUPUESTO.
           MOVE MOV-CLAVE    TO PRE-CLAVE.
           MOVE MOV-HORAS    TO PRE-HORAS.
           MOVE MOV-IMPORTE  TO PRE-IMPORTE.

       GRABAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA.
           MOVE FECHA-ACTUAL      TO AUD-FECHA.
           MOVE MOV-TIPO          TO AUD-TIPO.
           MOVE MOV-CLAVE         TO AUD-CLAVE.
           MOVE WS-RESULTADO      TO AUD-RESULTADO.
           MOVE WS-IMAGEN-ANTES   TO AUD-ANTES.
           MOVE WS-IMAGEN-DESPUES TO AUD-DESPUES.
           WRITE REG-AUDITORIA.
           IF FS-AUDITORIA IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR AUDITORIA FS: "
                   FS-AUDITORIA
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE CON-LEIDOS     TO RES-LEIDOS.
           MOVE CON-APLICADOS  TO RES-APLICADOS.
           MOVE CON-RECHAZADOS TO RES-RECHAZADOS.
           DISPLAY LINEA-RESUMEN-LEIDOS.
           DISPLAY LINEA-RESUMEN-APLICADOS.
           DISPLAY LINEA-RESUMEN-RECHAZADOS.

       CERRAR-ARCHIVOS.
           CLOSE MOVIMIENTOS_FILE.
           CLOSE PRESUPUESTO_FILE.
           CLOSE SUCURSALES_FILE.
           CLOSE CLASES_FILE.
           CLOSE AUDITORIA_FILE.

       END PROGRAM "TP_MANT_PRESUPUESTO".
