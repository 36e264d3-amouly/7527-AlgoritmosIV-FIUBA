           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *  Work schedule master shared with TP_CONTROL_AUSENCIAS: the
      *  working-day mask and expected daily hours per legajo ("L")
      *  or, by default, per categoria ("C"). Here it only values
      *  paid leave days.
           SELECT HORARIOS_FILE
           ASSIGN TO "../files/in/Horarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HORARIOS.

      *  Leave master: one record per licencia with legajo, leave
      *  class, date range and whether it is paid. Paid leave days
      *  inside the open period are liquidated and exported under
      *  the leave class at the legajo's expected daily hours. If
      *  either this file or Horarios.dat is missing no leave is
      *  paid (the historic behaviour).
           SELECT LICENCIAS_FILE
           ASSIGN TO "../files/in/Licencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LICENCIAS.

      *  Compensatory time bank parameters: how many months a banked
      *  hour may wait before it is paid out, and the overtime class
      *  the payout is liquidated and exported under. Without this
      *  file banked balances never expire.
           SELECT PARAMBANCO_FILE
           ASSIGN TO "../files/in/ParamBanco.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMBANCO.

      *  Compensatory time bank ledger: one row per legajo and closed
      *  period with the running balance, appended by
      *  TP_CIERRE_PERIODO. Read here only, for the balances brought
      *  forward and the credits still inside the expiry window.
           SELECT BANCO_FILE
           ASSIGN TO "../files/out/BancoHoras.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCO.

      *  This period's bank movements per legajo, same layout as the
      *  ledger, written together with Interfaz.dat; the period close
      *  posts it to BancoHoras.dat.
           SELECT BANCO_PERIODO_FILE
           ASSIGN TO "../files/out/BancoHorasPeriodo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCO-PERIODO.

      *  Overtime pre-approvals: hours of an overtime class a legajo
      *  may work at a branch within a date range. Paid overtime
      *  beyond what is approved is held -- counted as worked but
      *  neither liquidated nor exported -- until an approval covers
      *  it. If the file is missing the run keeps the historic
      *  behaviour: every overtime hour is paid.
           SELECT APROBACIONES_FILE
           ASSIGN TO "../files/in/AprobacionesExtra.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APROBACIONES.

      *  Held-overtime ledger, appended by TP_CIERRE_PERIODO: hours
      *  held ("R") and released ("L") per legajo/sucursal/fecha/
      *  clase, and approved hours consumed ("C") per approval, so
      *  an approval is never spent twice across periods. Read here
      *  only.
           SELECT RETENIDAS_FILE
           ASSIGN TO "../files/out/HorasRetenidas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDAS.

      *  This period's held, released and consumed hours, same
      *  layout as the ledger, written together with Interfaz.dat;
      *  the period close posts it to HorasRetenidas.dat.
           SELECT RETENIDAS_PERIODO_FILE
           ASSIGN TO "../files/out/HorasRetenidasPeriodo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENIDAS-PERIODO.

      *  Held hours still waiting for approval, per branch.
           SELECT PENDIENTES_FILE
           ASSIGN TO "../files/out/PendientesAprobacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT EXCEPCIONES_FILE
           ASSIGN TO "../files/out/Excepciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
      *  CLA-RECARGO is the surcharge percentage over the tarifa; a
      *  class with recargo greater than zero is an overtime class
      *  for the monthly threshold exception.
      *  CLA-BANCO ties the class to the compensatory time bank: "S"
      *  marks an overtime class whose hours are credited to the
      *  bank instead of paid, "F" the compensatory-leave class whose
      *  hours are debited from it; blank for every other class.
       FD CLASES_FILE LABEL RECORD STANDARD.
       01 REG-CLASES.
           03 CLA-CODIGO        PIC X(04).
           03 CLA-DESC          PIC X(20).
           03 CLA-TARIFA        PIC 9(5)V99.
           03 CLA-RECARGO       PIC 9(3)V99.
           03 CLA-BANCO         PIC X(01).
               88 CLA-COMPENSABLE         VALUE "S".
               88 CLA-FRANCO-COMPENSATORIO VALUE "F".

      *-----------------------------------*
      *- AUTORIZACIONES FILE DESCRIPTION -*
               88 PAR-PERIODO-ABIERTO     VALUE "A".
               88 PAR-PERIODO-CERRADO     VALUE "C".

      *-----------------------------*
      *- HORARIOS FILE DESCRIPTION -*
      *-----------------------------*
      *  On "C" entries the categoria takes the first 4 bytes of
      *  HOR-CLAVE.
       FD HORARIOS_FILE LABEL RECORD STANDARD.
       01 REG-HORARIOS.
           03 HOR-TIPO          PIC X(01).
               88 HOR-TIPO-LEGAJO         VALUE "L".
               88 HOR-TIPO-CATEGORIA      VALUE "C".
           03 HOR-CLAVE         PIC X(05).
           03 HOR-DIAS          PIC X(07).
           03 HOR-HORAS-DIA     PIC 9(2)V99.

      *------------------------------*
      *- LICENCIAS FILE DESCRIPTION -*
      *------------------------------*
      *  LIC-TIPO is the Clases.dat code of the leave class, so each
      *  kind of leave is priced through Clases.dat/Tarifas.dat like
      *  any other class. The date range is inclusive.
       FD LICENCIAS_FILE LABEL RECORD STANDARD.
       01 REG-LICENCIAS.
           03 LIC-LEGAJO        PIC X(05).
           03 LIC-TIPO          PIC X(04).
           03 LIC-FECHA-DESDE   PIC 9(8).
           03 LIC-FECHA-HASTA   PIC 9(8).
           03 LIC-PAGA          PIC X(01).
               88 LIC-ES-PAGA             VALUE "S".

      *-------------------------------*
      *- PARAMBANCO FILE DESCRIPTION -*
      *-------------------------------*
      *  PBA-MESES-VENCIMIENTO zero means banked hours never expire.
       FD PARAMBANCO_FILE LABEL RECORD STANDARD.
       01 REG-PARAMBANCO.
           03 PBA-MESES-VENCIMIENTO PIC 9(2).
           03 PBA-CLASE-PAGO    PIC X(04).

      *--------------------------*
      *- BANCO FILE DESCRIPTION -*
      *--------------------------*
      *  BAN-SALDO = BAN-SALDO-ANTERIOR + BAN-CREDITOS - BAN-DEBITOS
      *  - BAN-PAGADO, and is never negative.
       FD BANCO_FILE LABEL RECORD STANDARD.
       01 REG-BANCO.
           03 BAN-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 BAN-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 BAN-SALDO-ANTERIOR PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BAN-CREDITOS      PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BAN-DEBITOS       PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BAN-PAGADO        PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BAN-SALDO         PIC 9(5)V99.

      *----------------------------------*
      *- BANCO PERIODO FILE DESCRIPTION -*
      *----------------------------------*
      *  Same layout as REG-BANCO.
       FD BANCO_PERIODO_FILE LABEL RECORD STANDARD.
       01 REG-BANCO-PERIODO.
           03 BPE-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 BPE-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 BPE-SALDO-ANTERIOR PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-CREDITOS      PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-DEBITOS       PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-PAGADO        PIC 9(5)V99.
           03 FILLER            PIC X(2).
           03 BPE-SALDO         PIC 9(5)V99.

      *---------------------------------*
      *- APROBACIONES FILE DESCRIPTION -*
      *---------------------------------*
      *  The date range is inclusive.
       FD APROBACIONES_FILE LABEL RECORD STANDARD.
       01 REG-APROBACIONES.
           03 APR-LEGAJO        PIC X(05).
           03 APR-SUCURSAL      PIC X(03).
           03 APR-FECHA-DESDE   PIC 9(8).
           03 APR-FECHA-HASTA   PIC 9(8).
           03 APR-CLASE         PIC X(04).
           03 APR-HORAS         PIC 9(4)V99.

      *------------------------------*
      *- RETENIDAS FILE DESCRIPTION -*
      *------------------------------*
      *  On "R" and "L" rows both dates carry the date punched; on
      *  "C" rows they carry the range of the approval consumed.
      *  HRE-PERIODO is the period whose run produced the row.
       FD RETENIDAS_FILE LABEL RECORD STANDARD.
       01 REG-RETENIDAS.
           03 HRE-TIPO          PIC X(01).
               88 HRE-TIPO-RETENIDA       VALUE "R".
               88 HRE-TIPO-LIBERADA       VALUE "L".
               88 HRE-TIPO-CONSUMO        VALUE "C".
           03 FILLER            PIC X(2).
           03 HRE-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 HRE-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 HRE-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 HRE-CLASE         PIC X(04).
           03 FILLER            PIC X(2).
           03 HRE-FECHA-DESDE   PIC 9(8).
           03 FILLER            PIC X(2).
           03 HRE-FECHA-HASTA   PIC 9(8).
           03 FILLER            PIC X(2).
           03 HRE-HORAS         PIC 9(5)V99.

      *--------------------------------------*
      *- RETENIDAS PERIODO FILE DESCRIPTION -*
      *--------------------------------------*
      *  Same layout as REG-RETENIDAS.
       FD RETENIDAS_PERIODO_FILE LABEL RECORD STANDARD.
       01 REG-RETENIDAS-PERIODO.
           03 HRP-TIPO          PIC X(01).
           03 FILLER            PIC X(2).
           03 HRP-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
           03 HRP-LEGAJO        PIC X(05).
           03 FILLER            PIC X(2).
           03 HRP-SUCURSAL      PIC X(03).
           03 FILLER            PIC X(2).
           03 HRP-CLASE         PIC X(04).
           03 FILLER            PIC X(2).
           03 HRP-FECHA-DESDE   PIC 9(8).
           03 FILLER            PIC X(2).
           03 HRP-FECHA-HASTA   PIC 9(8).
           03 FILLER            PIC X(2).
           03 HRP-HORAS         PIC 9(5)V99.

      *-------------------------------*
      *- PENDIENTES FILE DESCRIPTION -*
      *-------------------------------*
      *  One "D" row per held legajo/fecha/clase still pending and a
      *  "T" row closing each branch. PEN-D-ORIGEN tells hours held
      *  in this period from hours carried from a closed one.
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
       01 REG-PENDIENTES-TOTAL.
           03 PEN-T-TIPO        PIC X(01).
           03 FILLER            PIC X(2).
           03 PEN-T-SUCURSAL    PIC X(03).
           03 FILLER            PIC X(2).
           03 PEN-T-CANTIDAD    PIC 9(9).
           03 FILLER            PIC X(2).
           03 PEN-T-HORAS       PIC 9(7)V99.

      *--------------------------------*
      *- EXCEPCIONES FILE DESCRIPTION -*
      *--------------------------------*
      *  reconciled against, the page count and the balance verdict,
      *  so downstream can tell a complete run from a half-loaded
      *  one. RUN-TIPO says who wrote the entry ("P" this program's
      *  generation, "C" a TP_CARGA_TIMES novelty load, "J" a
      *  TP_ASIENTO_CONTABLE journal posting) and
      *  RUN-PERIODO the open period it covered, so
      *  TP_CIERRE_PERIODO can demand a balanced generation before
      *  closing and this program can tell when novelties arrived
           03 RUN-TIPO          PIC X(01).
               88 RUN-TIPO-PARTE          VALUE "P".
               88 RUN-TIPO-CARGA          VALUE "C".
               88 RUN-TIPO-ASIENTO        VALUE "J".
           03 FILLER            PIC X(2).
           03 RUN-PERIODO       PIC 9(6).
           03 FILLER            PIC X(2).
       77 FS-INTERFAZ      PIC X(2).
       77 FS-RUNCONTROL    PIC X(2).
       77 FS-CHECKPOINT     PIC X(2).
       77 FS-HORARIOS       PIC X(2).
       77 FS-LICENCIAS      PIC X(2).
       77 FS-PARAMBANCO     PIC X(2).
       77 FS-BANCO          PIC X(2).
       77 FS-BANCO-PERIODO  PIC X(2).
       77 FS-APROBACIONES   PIC X(2).
       77 FS-RETENIDAS      PIC X(2).
       77 FS-RETENIDAS-PERIODO PIC X(2).
       77 FS-PENDIENTES     PIC X(2).

       77 CON-EXC-CUIT      PIC 9(9) COMP VALUE 0.
       77 CON-EXC-HUERFANA  PIC 9(9) COMP VALUE 0.
       77 CON-EXC-PERIODO   PIC 9(9) COMP VALUE 0.
       77 CON-EXC-CERRADO   PIC 9(9) COMP VALUE 0.
       77 CON-EXC-CRUZADA   PIC 9(9) COMP VALUE 0.
       77 CON-EXC-BANCO     PIC 9(9) COMP VALUE 0.

       77 CON-REG-LEIDOS       PIC 9(9) COMP VALUE 0.
       77 CON-REG-ACUMULADOS   PIC 9(9) COMP VALUE 0.
       77 TOT-HORAS-ACUMULADAS PIC 9(10)V99 VALUE 0.
       77 TOT-HORAS-RECHAZADAS PIC 9(10)V99 VALUE 0.

       77 CON-LIC-DIAS         PIC 9(9) COMP VALUE 0.
       77 TOT-HORAS-LICENCIA   PIC 9(10)V99 VALUE 0.

       77 CON-INT-DETALLES     PIC 9(9) COMP VALUE 0.
       77 TOT-INT-HORAS        PIC 9(12)V99 VALUE 0.

       77 CON-PEN-SUCURSAL     PIC 9(9) COMP VALUE 0.

       77 TOT-GRAL          PIC 9999999999V99.
       77 TOT-IMPORTE-SUC   PIC 9(11)V99.
       77 TOT-IMPORTE-GRAL  PIC 9(13)V99.
               05  VEC-CLASES-DESC         PIC X(20).
               05  VEC-CLASES-TARIFA       PIC 9(5)V99.
               05  VEC-CLASES-RECARGO      PIC 9(3)V99.
               05  VEC-CLASES-BANCO        PIC X(01).

      *  Cross-branch transfer authorizations loaded from
      *  Autorizaciones.dat; when the file is missing the table
       01 SW-CLASE-EXTRA            PIC X(01) VALUE "N".
           88  CLASE-ES-EXTRA                 VALUE "S".

      *  CLA-BANCO of the class being accumulated (see REG-CLASES).
       01 SW-CLASE-BANCO            PIC X(01) VALUE SPACE.
           88  CLASE-COMPENSABLE              VALUE "S".
           88  CLASE-FRANCO-COMP              VALUE "F".

       01 WS-CLASE-BUSCADA          PIC X(04) VALUE SPACES.

       01 SW-DESBORDE-ANIO          PIC X(01) VALUE "N".

       01 WS-UMBRAL-HORAS-EXTRA     PIC 9(4)V99 VALUE 50.00.

       01 VEC-HORARIOS-TAB.
           03 VEC-CANT-HORARIOS        PIC 9(3) COMP VALUE 0.
           03 VEC-HORARIOS
               OCCURS 1 TO 200 TIMES DEPENDING ON VEC-CANT-HORARIOS
               INDEXED BY INDICE-HOR.
               05  VEC-HOR-TIPO            PIC X(01).
               05  VEC-HOR-CLAVE           PIC X(05).
               05  VEC-HOR-DIAS            PIC X(07).
               05  VEC-HOR-HORAS-DIA       PIC 9(2)V99.

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

      *  Schedule resolved for the legajo of the leave being paid:
      *  its own "L" entry first, else its categoria's "C" entry.
       01 SW-HORARIO-RESUELTO       PIC X(01) VALUE "N".
           88  HORARIO-RESUELTO               VALUE "S".
       01 WS-HOR-DIAS               PIC X(07).
       01 WS-HOR-DIAS-R REDEFINES WS-HOR-DIAS.
           03 WS-HOR-DIA-ELM    OCCURS 7 TIMES PIC X(1).
       01 WS-HOR-HORAS-DIA          PIC 9(2)V99.

       01 SW-LICENCIA-APLICABLE     PIC X(01) VALUE "N".
           88  LICENCIA-APLICABLE             VALUE "S".
       01 SW-DIA-FICHADO            PIC X(01) VALUE "N".
           88  DIA-FICHADO                    VALUE "S".

      *  First and last day of the open period, as AAAAMMDD and as
      *  INTEGER-OF-DATE day numbers, bounding the leave days paid.
       01 WS-LIC-PRIMER-DIA         PIC 9(8).
       01 WS-LIC-ULTIMO-DIA         PIC 9(8).
       01 WS-LIC-MES-SIGUIENTE      PIC 9(8).
       01 WS-LIC-FECHA              PIC 9(8).
       01 WS-LIC-DIA                PIC 9(7).
       01 WS-LIC-DIA-DESDE          PIC 9(7).
       01 WS-LIC-DIA-HASTA          PIC 9(7).

      *  Compensatory time bank, one entry per legajo with a balance
      *  brought forward or a movement this run. VEC-BAN-VIGENTE is
      *  what the ledger credited after WS-BAN-CORTE: since debits
      *  and payouts always consume the oldest hours first, whatever
      *  the balance holds beyond those recent credits (plus this
      *  period's) is older than the expiry window and is paid out.
       01 VEC-BANCO-TAB.
           03 VEC-CANT-BANCO           PIC 9(3) COMP VALUE 0.
           03 VEC-BANCO
               OCCURS 1 TO 500 TIMES DEPENDING ON VEC-CANT-BANCO
               INDEXED BY INDICE-BAN.
               05  VEC-BAN-LEGAJO          PIC X(05).
               05  VEC-BAN-SALDO-ANT       PIC 9(5)V99.
               05  VEC-BAN-VIGENTE         PIC 9(5)V99.
               05  VEC-BAN-CREDITOS        PIC 9(5)V99.
               05  VEC-BAN-DEBITOS         PIC 9(5)V99.
               05  VEC-BAN-PAGADO          PIC 9(5)V99.

       01 WS-LEGAJO-BANCO           PIC X(05).
       01 SW-DESBORDE-BANCO         PIC X(01) VALUE "N".
           88  DESBORDE-BANCO                 VALUE "S".
       01 SW-BANCO-SIN-SALDO        PIC X(01) VALUE "N".
           88  BANCO-SIN-SALDO                VALUE "S".

       01 WS-BAN-MESES-VENC         PIC 9(2) VALUE ZERO.
       01 WS-BAN-CLASE-PAGO         PIC X(04) VALUE SPACES.
      *  Last period (AAAAMM) whose credits have already expired.
       01 WS-BAN-CORTE.
           03 WS-BAN-CORTE-ANIO     PIC 9(4).
           03 WS-BAN-CORTE-MES      PIC 9(2).
       01 WS-BAN-CORTE-R REDEFINES WS-BAN-CORTE PIC 9(6).
       01 WS-BAN-SALDO              PIC 9(5)V99.
       01 WS-BAN-VENCIDO            PIC S9(6)V99.

       01 TOT-BAN-CREDITOS          PIC 9(7)V99 VALUE ZERO.
       01 TOT-BAN-DEBITOS           PIC 9(7)V99 VALUE ZERO.
       01 TOT-BAN-PAGADO            PIC 9(7)V99 VALUE ZERO.

      *  Overtime pre-approvals loaded from AprobacionesExtra.dat.
      *  VEC-APR-USADAS-ANT is what closed periods already consumed
      *  (ledger "C" rows), VEC-APR-USADAS what this run consumes.
       01 VEC-APROBACIONES-TAB.
           03 VEC-CANT-APROBACIONES    PIC 9(3) COMP VALUE 0.
           03 VEC-APROBACIONES
               OCCURS 1 TO 500 TIMES
               DEPENDING ON VEC-CANT-APROBACIONES
               INDEXED BY INDICE-APR.
               05  VEC-APR-LEGAJO          PIC X(05).
               05  VEC-APR-SUCURSAL        PIC X(03).
               05  VEC-APR-DESDE           PIC 9(8).
               05  VEC-APR-HASTA           PIC 9(8).
               05  VEC-APR-CLASE           PIC X(04).
               05  VEC-APR-HORAS           PIC 9(4)V99.
               05  VEC-APR-USADAS-ANT      PIC 9(5)V99.
               05  VEC-APR-USADAS          PIC 9(5)V99.

       01 SW-APROBACIONES           PIC X(01) VALUE "N".
           88  APROBACIONES-CARGADAS          VALUE "S".

      *  Set while the record being accepted is paid overtime under
      *  approval control.
       01 SW-CONTROL-APROBACION     PIC X(01) VALUE "N".
           88  CONTROL-APROBACION             VALUE "S".

       01 SW-APROBACION-APLICABLE   PIC X(01) VALUE "N".
           88  APROBACION-APLICABLE           VALUE "S".

      *  Held overtime, one entry per legajo/sucursal/fecha/clase:
      *  VEC-RET-PENDIENTE is what closed periods left held (ledger
      *  "R" less "L"), VEC-RET-NUEVAS what this run holds and
      *  VEC-RET-LIBERADAS what this run releases.
       01 VEC-RETENIDAS-TAB.
           03 VEC-CANT-RETENIDAS       PIC 9(4) COMP VALUE 0.
           03 VEC-RETENIDAS
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON VEC-CANT-RETENIDAS
               INDEXED BY INDICE-RET.
               05  VEC-RET-LEGAJO          PIC X(05).
               05  VEC-RET-SUCURSAL        PIC X(03).
               05  VEC-RET-FECHA           PIC 9(8).
               05  VEC-RET-CLASE           PIC X(04).
               05  VEC-RET-PENDIENTE       PIC S9(5)V99.
               05  VEC-RET-NUEVAS          PIC 9(5)V99.
               05  VEC-RET-LIBERADAS       PIC 9(5)V99.

       01 SW-DESBORDE-RETENIDA      PIC X(01) VALUE "N".
           88  DESBORDE-RETENIDA              VALUE "S".

      *  Key looked up in both tables: the punch being accepted or
      *  the held entry being released.
       01 WS-RET-CLAVE.
           03 WS-RET-LEGAJO         PIC X(05).
           03 WS-RET-SUCURSAL       PIC X(03).
           03 WS-RET-FECHA          PIC 9(8).
           03 WS-RET-CLASE          PIC X(04).

      *  Hours of the record being accumulated that go to the
      *  liquidation and the payroll interface, and the part held.
       01 WS-HORAS-PAGAR            PIC 9(5)V99 VALUE ZERO.
       01 WS-HORAS-RETENER          PIC 9(5)V99 VALUE ZERO.
       01 WS-APR-DISPONIBLE         PIC 9(5)V99.
       01 WS-APR-SALDO              PIC S9(5)V99.
       01 WS-APR-A-CUBRIR           PIC 9(5)V99.
       01 WS-RET-SALDO              PIC S9(5)V99.

       01 TOT-RET-RETENIDAS         PIC 9(7)V99 VALUE ZERO.
       01 TOT-RET-LIBERADAS         PIC 9(7)V99 VALUE ZERO.
       01 TOT-RET-PENDIENTES        PIC 9(7)V99 VALUE ZERO.
       01 TOT-PEN-SUCURSAL          PIC 9(7)V99 VALUE ZERO.

      *  Threshold (absolute percentage) above which a monthly
      *  variation against the previous run is flagged for review
      *  before payroll uses the figures.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-CRU-CATEG     PIC X(04).

       01 LINEA-EXCEPCION-BANCO.
           03 FILLER            PIC X(25)  VALUE
               "BANCO SIN SALDO - LEG.: ".
           03 EXC-BAN-NUMERO    PIC X(05).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-BAN-FECHA     PIC 9(8).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-BAN-SUCURSAL  PIC X(03).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-BAN-CLASE     PIC X(04).
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-BAN-HORAS     PIC 9(2)V99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-BAN-SALDO     PIC 9(5)V99.
           03 FILLER            PIC X(2)   VALUE SPACES.
           03 EXC-BAN-NOMBRE    PIC X(30).

       01 LINEA-EXCEPCION-PERIODO.
           03 FILLER            PIC X(25)  VALUE
               "FUERA DE PERIODO - LEG.: ".
       01 WS-IMPORTE            PIC 9(9)V99.
       01 WS-FACTOR-RECARGO     PIC 9(3)V9(4).

       01 LINEA-RESUMEN-LICENCIAS.
           03 FILLER           PIC X(29)   VALUE
               "Licencias pagas - dias:      ".
           03 RES-LIC-DIAS     PIC ZZZZZZZZ9.
           03 FILLER           PIC X(10)   VALUE "   horas: ".
           03 RES-LIC-HORAS    PIC ZZZZZZZZZ9.99.

       01 LINEA-RESUMEN-BANCO.
           03 FILLER           PIC X(29)   VALUE
               "Banco de horas - acreditadas:".
           03 RES-BAN-CREDITOS PIC ZZZZZZ9.99.
           03 FILLER           PIC X(13)   VALUE "  debitadas: ".
           03 RES-BAN-DEBITOS  PIC ZZZZZZ9.99.
           03 FILLER           PIC X(11)   VALUE "  pagadas: ".
           03 RES-BAN-PAGADO   PIC ZZZZZZ9.99.

       01 LINEA-RESUMEN-RETENIDAS.
           03 FILLER           PIC X(29)   VALUE
               "Extras sin aprobar-retenidas:".
           03 RES-RET-RETENIDAS PIC ZZZZZZ9.99.
           03 FILLER           PIC X(13)   VALUE "  liberadas: ".
           03 RES-RET-LIBERADAS PIC ZZZZZZ9.99.
           03 FILLER           PIC X(14)   VALUE "  pendientes: ".
           03 RES-RET-PENDIENTES PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CONTROLAR-RUN-LEDGER.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-HORARIOS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-PARAM-BANCO.
           PERFORM CARGAR-BANCO-HORAS.
           PERFORM CARGAR-APROBACIONES.
           PERFORM CARGAR-HORAS-RETENIDAS.

           IF WS-SUCURSAL-FILTRO IS EQUAL TO SPACES
               PERFORM PRESERVAR-ESTADISTICAS
           END-IF.

           PERFORM PROCESO1.
           PERFORM ACUMULAR-LICENCIAS.
           PERFORM LIQUIDAR-BANCO-HORAS.
           PERFORM LIBERAR-HORAS-RETENIDAS.
           PERFORM IMPRIMIR-PREMIUM.
           PERFORM CONTROLAR-BALANCE.
           IF CORRIDA-BALANCEADA
               PERFORM COMPARAR-ESTADISTICAS
           END-IF.
           PERFORM GENERAR-INTERFAZ.
           IF WS-SUCURSAL-FILTRO IS EQUAL TO SPACES
               PERFORM ESCRIBIR-PENDIENTES-APROBACION
           END-IF.
           PERFORM IMPRIMIR-EXCEPCION-HORAS-EXTRA.
           PERFORM IMPRIMIR-RESUMEN-EXCEPCIONES.
      *  RunControl.dat vouches for the nightly generation; a
           MOVE FER-TIPO     TO VEC-FER-TIPO(INDICE-FER).
           PERFORM LEER-FERIADOS.

       CARGAR-HORARIOS.
           OPEN INPUT HORARIOS_FILE.
           IF FS-HORARIOS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN HORARIOS.DAT, NO SE "
                   "LIQUIDAN DIAS DE LICENCIA"
           ELSE
               PERFORM LEER-HORARIOS
               PERFORM GUARDAR-HORARIO
                   VARYING INDICE-HOR FROM 1 BY 1
                   UNTIL INDICE-HOR > 200
                   OR FS-HORARIOS IS EQUAL TO 10
               IF FS-HORARIOS IS NOT EQUAL TO 10
                   DISPLAY "ADVERTENCIA: HORARIOS.DAT TIENE MAS DE "
                       "200 ENTRADAS, SE TRUNCO LA TABLA DE HORARIOS"
               END-IF
               CLOSE HORARIOS_FILE
           END-IF.

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

      *  Licencias.dat keeps every leave ever loaded; only those
      *  overlapping the open period can be paid, so only those take
      *  a slot in the table. Needs Parametros.dat already loaded.
      *  Without an open period nothing is paid anyway (see
      *  ACUMULAR-LICENCIAS) and the file is loaded unfiltered.
       CARGAR-LICENCIAS.
           IF WS-PERIODO-ABIERTO IS GREATER THAN ZERO
               PERFORM CALCULAR-LIMITES-PERIODO
           ELSE
               MOVE ZERO     TO WS-LIC-PRIMER-DIA
               MOVE 99999999 TO WS-LIC-ULTIMO-DIA
           END-IF.
           OPEN INPUT LICENCIAS_FILE.
           IF FS-LICENCIAS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN LICENCIAS.DAT, NO SE "
                   "LIQUIDAN DIAS DE LICENCIA"
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

      *  Needs Clases.dat and Parametros.dat already loaded: the pay
      *  class must exist and the expiry cut-off counts back from
      *  the open period.
       CARGAR-PARAM-BANCO.
           OPEN INPUT PARAMBANCO_FILE.
           IF FS-PARAMBANCO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN PARAMBANCO.DAT, LOS SALDOS "
                   "DEL BANCO DE HORAS NO VENCEN"
           ELSE
               READ PARAMBANCO_FILE
               IF FS-PARAMBANCO IS EQUAL TO 00
               AND PBA-MESES-VENCIMIENTO IS NUMERIC
                   MOVE PBA-MESES-VENCIMIENTO TO WS-BAN-MESES-VENC
                   MOVE PBA-CLASE-PAGO        TO WS-BAN-CLASE-PAGO
               ELSE
                   DISPLAY "ADVERTENCIA: PARAMBANCO.DAT VACIO O "
                       "INVALIDO, LOS SALDOS DEL BANCO DE HORAS NO "
                       "VENCEN"
               END-IF
               CLOSE PARAMBANCO_FILE
           END-IF.
           IF WS-BAN-MESES-VENC IS GREATER THAN ZERO
               MOVE WS-BAN-CLASE-PAGO TO WS-CLASE-BUSCADA
               PERFORM BUSCAR-CLASE-MASTER
               IF CLASE-NO-ENCONTRADA
                   DISPLAY "ADVERTENCIA: CLASE DE PAGO DEL BANCO DE "
                       "HORAS " WS-BAN-CLASE-PAGO " SIN TARIFA EN "
                       "CLASES.DAT, LOS SALDOS NO VENCEN"
                   MOVE ZERO TO WS-BAN-MESES-VENC
               END-IF
           END-IF.
           MOVE WS-PERIODO-ABIERTO TO WS-BAN-CORTE-R.
           IF WS-BAN-CORTE-R IS GREATER THAN ZERO
               PERFORM RETROCEDER-MES-CORTE WS-BAN-MESES-VENC TIMES
           END-IF.

       RETROCEDER-MES-CORTE.
           IF WS-BAN-CORTE-MES IS EQUAL TO 01
               SUBTRACT 1 FROM WS-BAN-CORTE-ANIO
               MOVE 12 TO WS-BAN-CORTE-MES
           ELSE
               SUBTRACT 1 FROM WS-BAN-CORTE-MES
           END-IF.

      *  The ledger is in posting order, so the last row of each
      *  legajo carries its current balance.
       CARGAR-BANCO-HORAS.
           OPEN INPUT BANCO_FILE.
           IF FS-BANCO IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN BANCOHORAS.DAT, EL BANCO DE "
                   "HORAS ARRANCA SIN SALDOS"
           ELSE
               PERFORM LEER-BANCO
               PERFORM GUARDAR-SALDO-BANCO
                   UNTIL FS-BANCO IS EQUAL TO 10
               CLOSE BANCO_FILE
           END-IF.

       LEER-BANCO.
           READ BANCO_FILE.
           IF FS-BANCO IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER BANCO DE HORAS FS: " FS-BANCO
           END-IF.

       GUARDAR-SALDO-BANCO.
           MOVE BAN-LEGAJO TO WS-LEGAJO-BANCO.
           PERFORM BUSCAR-BANCO-LEGAJO.
           IF NOT DESBORDE-BANCO
               MOVE BAN-SALDO TO VEC-BAN-SALDO-ANT(INDICE-BAN)
               IF BAN-PERIODO IS GREATER THAN WS-BAN-CORTE-R
                   ADD BAN-CREDITOS TO VEC-BAN-VIGENTE(INDICE-BAN)
               END-IF
           END-IF.
           PERFORM LEER-BANCO.

      *  Rows of the open period itself are skipped: they can only
      *  be there if the period was posted and then rerun, and this
      *  run recomputes them.
       CARGAR-HORAS-RETENIDAS.
           OPEN INPUT RETENIDAS_FILE.
           IF FS-RETENIDAS IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN HORASRETENIDAS.DAT, NO HAY "
                   "HORAS EXTRA RETENIDAS DE PERIODOS ANTERIORES"
           ELSE
               PERFORM LEER-RETENIDAS
               PERFORM GUARDAR-RETENIDA
                   UNTIL FS-RETENIDAS IS EQUAL TO 10
               CLOSE RETENIDAS_FILE
           END-IF.

       LEER-RETENIDAS.
           READ RETENIDAS_FILE.
           IF FS-RETENIDAS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER HORAS RETENIDAS FS: "
                   FS-RETENIDAS
           END-IF.

       GUARDAR-RETENIDA.
           IF WS-PERIODO-ABIERTO IS EQUAL TO ZERO
           OR HRE-PERIODO IS LESS THAN WS-PERIODO-ABIERTO
               IF HRE-TIPO-CONSUMO
                   PERFORM GUARDAR-CONSUMO-ANTERIOR
                       VARYING INDICE-APR FROM 1 BY 1
                       UNTIL INDICE-APR > VEC-CANT-APROBACIONES
               ELSE
                   MOVE HRE-LEGAJO      TO WS-RET-LEGAJO
                   MOVE HRE-SUCURSAL    TO WS-RET-SUCURSAL
                   MOVE HRE-FECHA-DESDE TO WS-RET-FECHA
                   MOVE HRE-CLASE       TO WS-RET-CLASE
                   PERFORM BUSCAR-RETENIDA
                   IF NOT DESBORDE-RETENIDA
                       IF HRE-TIPO-RETENIDA
                           ADD HRE-HORAS
                               TO VEC-RET-PENDIENTE(INDICE-RET)
                       ELSE
                           SUBTRACT HRE-HORAS
                               FROM VEC-RET-PENDIENTE(INDICE-RET)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-RETENIDAS.

       GUARDAR-CONSUMO-ANTERIOR.
           IF VEC-APR-LEGAJO(INDICE-APR)   IS EQUAL TO HRE-LEGAJO
           AND VEC-APR-SUCURSAL(INDICE-APR) IS EQUAL TO HRE-SUCURSAL
           AND VEC-APR-CLASE(INDICE-APR)   IS EQUAL TO HRE-CLASE
           AND VEC-APR-DESDE(INDICE-APR)   IS EQUAL TO HRE-FECHA-DESDE
           AND VEC-APR-HASTA(INDICE-APR)   IS EQUAL TO HRE-FECHA-HASTA
               ADD HRE-HORAS TO VEC-APR-USADAS-ANT(INDICE-APR)
           END-IF.

       LEER-CLASES.
           READ CLASES_FILE NEXT RECORD.
           IF FS-CLASES IS NOT EQUAL TO 00 AND 10
           MOVE CLA-DESC     TO VEC-CLASES-DESC(INDICE-CLA).
           MOVE CLA-TARIFA   TO VEC-CLASES-TARIFA(INDICE-CLA).
           MOVE CLA-RECARGO  TO VEC-CLASES-RECARGO(INDICE-CLA).
           MOVE CLA-BANCO    TO VEC-CLASES-BANCO(INDICE-CLA).
           PERFORM LEER-CLASES.

       CARGAR-AUTORIZACIONES.
           MOVE AUT-FECHA-HASTA TO VEC-AUT-FECHA-HASTA(INDICE-AUT).
           PERFORM LEER-AUTORIZACIONES.

       CARGAR-APROBACIONES.
           OPEN INPUT APROBACIONES_FILE.
           IF FS-APROBACIONES IS NOT EQUAL TO 00
               DISPLAY "ADVERTENCIA: SIN APROBACIONESEXTRA.DAT, NO SE "
                   "RETIENEN HORAS EXTRA SIN APROBAR"
           ELSE
               SET APROBACIONES-CARGADAS TO TRUE
               PERFORM LEER-APROBACIONES
               PERFORM GUARDAR-APROBACION
                   VARYING INDICE-APR FROM 1 BY 1
                   UNTIL INDICE-APR > 500
                   OR FS-APROBACIONES IS EQUAL TO 10
               IF FS-APROBACIONES IS NOT EQUAL TO 10
                   DISPLAY "ADVERTENCIA: APROBACIONESEXTRA.DAT TIENE "
                       "MAS DE 500 ENTRADAS, SE TRUNCO LA TABLA"
               END-IF
               CLOSE APROBACIONES_FILE
           END-IF.

       LEER-APROBACIONES.
           READ APROBACIONES_FILE.
           IF FS-APROBACIONES IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR AL LEER APROBACIONES FS: "
                   FS-APROBACIONES
           END-IF.

       GUARDAR-APROBACION.
           MOVE INDICE-APR TO VEC-CANT-APROBACIONES.
           MOVE APR-LEGAJO      TO VEC-APR-LEGAJO(INDICE-APR).
           MOVE APR-SUCURSAL    TO VEC-APR-SUCURSAL(INDICE-APR).
           MOVE APR-FECHA-DESDE TO VEC-APR-DESDE(INDICE-APR).
           MOVE APR-FECHA-HASTA TO VEC-APR-HASTA(INDICE-APR).
           MOVE APR-CLASE       TO VEC-APR-CLASE(INDICE-APR).
           MOVE APR-HORAS       TO VEC-APR-HORAS(INDICE-APR).
           MOVE ZERO TO VEC-APR-USADAS-ANT(INDICE-APR).
           MOVE ZERO TO VEC-APR-USADAS(INDICE-APR).
           PERFORM LEER-APROBACIONES.

       CARGAR-TARIFAS.
           OPEN INPUT TARIFAS_FILE.
           IF FS-TARIFAS IS NOT EQUAL TO 00
                           IF SUCURSAL-CERRADA-FECHA
                               PERFORM INFORMAR-SUCURSAL-CERRADA
                           ELSE
                               PERFORM ACEPTAR-REGISTRO-TIMES
                           END-IF
                       END-IF
                   ELSE
           PERFORM CONTROLAR-CHECKPOINT.
           PERFORM LEER-TIMES.

      *  A compensatory-leave punch is only taken when the legajo's
      *  bank covers it; otherwise it is rejected like any other
      *  exception and neither paid nor debited. The bank moves only
      *  once the record has really been accumulated, and so do the
      *  approvals consumed and the overtime held.
       ACEPTAR-REGISTRO-TIMES.
           MOVE "N" TO SW-BANCO-SIN-SALDO.
           IF CLASE-FRANCO-COMP
               PERFORM VERIFICAR-SALDO-BANCO
           END-IF.
           IF BANCO-SIN-SALDO
               PERFORM INFORMAR-BANCO-SIN-SALDO
           ELSE
               PERFORM DETERMINAR-HORAS-APROBADAS
               PERFORM ACUMULAR-HORAS-TIMES
               IF NOT DESBORDE-ANIO
                   SET REGISTRO-ACUMULADO TO TRUE
               END-IF
               IF REGISTRO-ACUMULADO
                   PERFORM ACUMULAR-HORAS-EXTRA
                   PERFORM MOVER-BANCO-HORAS
                   PERFORM RETENER-HORAS-EXTRA
               END-IF
           END-IF.

      *  A punch at a branch other than the legajo's own
      *  (EMP-SUCURSAL) is only accepted when a transfer
      *  authorization covers it: same legajo, lending branch the
      *  class (recargo greater than zero).
       VALIDAR-CLASE-TIMES.
           MOVE "N" TO SW-CLASE-EXTRA.
           MOVE SPACE TO SW-CLASE-BANCO.
           MOVE TIM-TIPCLASE TO WS-CLASE-BUSCADA.
           PERFORM BUSCAR-CLASE-MASTER.
           IF CLASE-ENCONTRADA
               IF VEC-CLASES-RECARGO(INDICE-CLA) IS GREATER THAN ZERO
                   SET CLASE-ES-EXTRA TO TRUE
               END-IF
               MOVE VEC-CLASES-BANCO(INDICE-CLA) TO SW-CLASE-BANCO
           END-IF.

       BUSCAR-CLASE-MASTER.
                   ADD TIM-HORAS TO VEC-PREMIUM-MES
                       (INDICE INDICE-ANIO WS-FECHA-TIMES-MES)
               END-IF
               IF NOT CLASE-COMPENSABLE
                   PERFORM ACUMULAR-CLASE-TIMES
               END-IF
           END-IF.

      *  Hours credited to the compensatory bank are worked hours
      *  (VEC-TOT-MENSUAL, the balance) but are not liquidated, so
      *  they never reach the class breakdown. Neither does overtime
      *  held for lack of approval: only WS-HORAS-PAGAR is added.
       ACUMULAR-CLASE-TIMES.
           PERFORM BUSCAR-CLASE-TIMES.
           IF NOT DESBORDE-CLASE
               ADD WS-HORAS-PAGAR TO VEC-CLASE-MES
                   (INDICE INDICE-ANIO INDICE-CLASE WS-FECHA-TIMES-MES)
           END-IF.

       BUSCAR-ANIO-TIMES.
           MOVE "N" TO SW-DESBORDE-ANIO.
           SET INDICE-ANIO TO 1.
      *  Every accepted record lands in the per-legajo class
      *  breakdown (payroll interface); only overtime-class hours
      *  also land in VEC-EXTRA-MES, which drives the monthly
      *  threshold exception. Hours credited to the compensatory
      *  bank are overtime worked, so they count for the threshold,
      *  but they are not exported for payment.
       ACUMULAR-HORAS-EXTRA.
           MOVE TIM-FECHA(1:4) TO WS-FECHA-TIMES-ANIO.
           MOVE TIM-FECHA(5:2) TO WS-FECHA-TIMES-MES.
               MOVE TIM-SUCURSAL TO VEC-EXTRA-SUCURSAL(INDICE-EXTRA)
               PERFORM BUSCAR-ANIO-EXTRA
               IF NOT DESBORDE-EXTRA-ANIO
                   IF NOT CLASE-COMPENSABLE
                       PERFORM ACUMULAR-CLASE-EXTRA
                   END-IF
                   IF CLASE-ES-EXTRA
                       ADD TIM-HORAS TO VEC-EXTRA-MES
               END-IF
           END-IF.

       ACUMULAR-CLASE-EXTRA.
           PERFORM BUSCAR-CLASE-EXTRA.
           IF NOT DESBORDE-EXTRA-CLASE
               ADD WS-HORAS-PAGAR TO VEC-EXTRA-CLASE-MES
                   (INDICE-EXTRA INDICE-EXTRA-ANIO
                       INDICE-EXTRA-CLASE WS-FECHA-TIMES-MES)
           END-IF.

       BUSCAR-CLASE-EXTRA.
           MOVE "N" TO SW-DESBORDE-EXTRA-CLASE.
           SET INDICE-EXTRA-CLASE TO 1.
               MOVE "S" TO SW-DESBORDE-EXTRA-ANIO
           END-IF.

      *  Paid leave runs once Times.dat has been fully read. Every
      *  working day of a paid licencia inside the open period is
      *  valued at the legajo's expected daily hours (Horarios.dat)
      *  under the leave class, into the class breakdown that feeds
      *  Liquidacion.dat and into the per-legajo table that feeds
      *  Interfaz.dat. Leave hours are not punched hours: they stay
      *  out of VEC-TOT-MENSUAL, so Estadisticas.dat and the
      *  TIM-HORAS balance are untouched. The Times record area is
      *  free by now and is used as the work area, so the same
      *  lookups and accumulators as a punch can be reused.
       ACUMULAR-LICENCIAS.
           IF VEC-CANT-LICENCIAS IS GREATER THAN ZERO
           AND VEC-CANT-HORARIOS IS GREATER THAN ZERO
               IF WS-PERIODO-ABIERTO IS EQUAL TO ZERO
                   DISPLAY "ADVERTENCIA: SIN PERIODO ABIERTO, NO SE "
                       "LIQUIDAN DIAS DE LICENCIA"
               ELSE
                   PERFORM CALCULAR-LIMITES-PERIODO
                   PERFORM ACUMULAR-LICENCIA
                       VARYING INDICE-LIC FROM 1 BY 1
                       UNTIL INDICE-LIC > VEC-CANT-LICENCIAS
                   MOVE CON-LIC-DIAS       TO RES-LIC-DIAS
                   MOVE TOT-HORAS-LICENCIA TO RES-LIC-HORAS
                   DISPLAY LINEA-RESUMEN-LICENCIAS
               END-IF
           END-IF.

       CALCULAR-LIMITES-PERIODO.
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

       ACUMULAR-LICENCIA.
           PERFORM VALIDAR-LICENCIA.
           IF LICENCIA-APLICABLE
               IF VEC-LIC-DESDE(INDICE-LIC) IS LESS THAN
                   WS-LIC-PRIMER-DIA
                   COMPUTE WS-LIC-DIA-DESDE =
                       FUNCTION INTEGER-OF-DATE(WS-LIC-PRIMER-DIA)
               ELSE
                   COMPUTE WS-LIC-DIA-DESDE = FUNCTION INTEGER-OF-DATE
                       (VEC-LIC-DESDE(INDICE-LIC))
               END-IF
               IF VEC-LIC-HASTA(INDICE-LIC) IS GREATER THAN
                   WS-LIC-ULTIMO-DIA
                   COMPUTE WS-LIC-DIA-HASTA =
                       FUNCTION INTEGER-OF-DATE(WS-LIC-ULTIMO-DIA)
               ELSE
                   COMPUTE WS-LIC-DIA-HASTA = FUNCTION INTEGER-OF-DATE
                       (VEC-LIC-HASTA(INDICE-LIC))
               END-IF
               PERFORM LIQUIDAR-DIA-LICENCIA
                   VARYING WS-LIC-DIA FROM WS-LIC-DIA-DESDE BY 1
                   UNTIL WS-LIC-DIA > WS-LIC-DIA-HASTA
           END-IF.

      *  Only paid leave overlapping the open period, for a known
      *  legajo whose own branch is in this run (and is the filtered
      *  one on a single-sucursal rerun), under a class that exists
      *  in Clases.dat and with a schedule to take the hours from.
      *  Leaves INDICE-EMP, INDICE and WS-HOR-* positioned for
      *  LIQUIDAR-DIA-LICENCIA.
       VALIDAR-LICENCIA.
           MOVE "N" TO SW-LICENCIA-APLICABLE.
           IF VEC-LIC-PAGA(INDICE-LIC) IS EQUAL TO "S"
           AND VEC-LIC-DESDE(INDICE-LIC) IS NOT GREATER THAN
               WS-LIC-ULTIMO-DIA
           AND VEC-LIC-HASTA(INDICE-LIC) IS NOT LESS THAN
               WS-LIC-PRIMER-DIA
           AND VEC-LIC-DESDE(INDICE-LIC) IS NOT GREATER THAN
               VEC-LIC-HASTA(INDICE-LIC)
               SET LICENCIA-APLICABLE TO TRUE
           END-IF.
           IF LICENCIA-APLICABLE
               MOVE VEC-LIC-LEGAJO(INDICE-LIC) TO WS-LEGAJO-BUSCADO
               PERFORM BUSCAR-EMPLEADO-LEGAJO
               IF EMPLEADO-NO-ENCONTRADO
                   DISPLAY "ADVERTENCIA: LICENCIA DEL LEGAJO "
                       VEC-LIC-LEGAJO(INDICE-LIC)
                       " QUE NO FIGURA EN EMPLEADOS.DAT, NO SE LIQUIDA"
                   MOVE "N" TO SW-LICENCIA-APLICABLE
               END-IF
           END-IF.
           IF LICENCIA-APLICABLE
               MOVE VEC-EMP-SUCURSAL(INDICE-EMP) TO TIM-SUCURSAL
               PERFORM BUSCAR-SUCURSAL-TIMES
               IF SUCURSAL-NO-ENCONTRADA
                   MOVE "N" TO SW-LICENCIA-APLICABLE
               END-IF
           END-IF.
           IF LICENCIA-APLICABLE
               MOVE VEC-LIC-TIPO(INDICE-LIC) TO WS-CLASE-BUSCADA
               PERFORM BUSCAR-CLASE-MASTER
               IF CLASE-NO-ENCONTRADA
                   DISPLAY "ADVERTENCIA: CLASE DE LICENCIA "
                       VEC-LIC-TIPO(INDICE-LIC)
                       " SIN TARIFA EN CLASES.DAT, NO SE LIQUIDA"
                   MOVE "N" TO SW-LICENCIA-APLICABLE
               END-IF
           END-IF.
           IF LICENCIA-APLICABLE
               PERFORM RESOLVER-HORARIO-EMPLEADO
               IF NOT HORARIO-RESUELTO
                   DISPLAY "ADVERTENCIA: LEGAJO "
                       VEC-LIC-LEGAJO(INDICE-LIC)
                       " SIN HORARIO, NO SE LIQUIDA SU LICENCIA"
                   MOVE "N" TO SW-LICENCIA-APLICABLE
               END-IF
           END-IF.

       RESOLVER-HORARIO-EMPLEADO.
           MOVE "N" TO SW-HORARIO-RESUELTO.
           SET INDICE-HOR TO 1.
           SEARCH VEC-HORARIOS
               AT END
                   PERFORM RESOLVER-HORARIO-CATEGORIA
               WHEN VEC-HOR-TIPO(INDICE-HOR) IS EQUAL TO "L"
               AND VEC-HOR-CLAVE(INDICE-HOR) IS EQUAL TO
                   VEC-EMP-LEGAJO(INDICE-EMP)
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
               AND VEC-HOR-CLAVE(INDICE-HOR)(1:4) IS EQUAL TO
                   VEC-EMP-CATEGORIA(INDICE-EMP)
                   SET HORARIO-RESUELTO TO TRUE
                   MOVE VEC-HOR-DIAS(INDICE-HOR) TO WS-HOR-DIAS
                   MOVE VEC-HOR-HORAS-DIA(INDICE-HOR)
                       TO WS-HOR-HORAS-DIA
           END-SEARCH.

      *  A leave day is paid only if the legajo was active that day,
      *  the schedule mask marks it as a working day, the calendar
      *  does not (Sunday, holiday or branch closure) and nothing
      *  was punched for the legajo that day -- a day worked is paid
      *  through its punches, never twice.
       LIQUIDAR-DIA-LICENCIA.
           COMPUTE WS-LIC-FECHA = FUNCTION DATE-OF-INTEGER(WS-LIC-DIA).
           IF WS-LIC-FECHA IS NOT LESS THAN VEC-EMP-ALTA(INDICE-EMP)
           AND (VEC-EMP-BAJA(INDICE-EMP) IS EQUAL TO ZERO
               OR WS-LIC-FECHA IS LESS THAN VEC-EMP-BAJA(INDICE-EMP))
               PERFORM VERIFICAR-FICHADA-DIA
               MOVE VEC-LIC-LEGAJO(INDICE-LIC)   TO TIM-NUMERO
               MOVE WS-LIC-FECHA                 TO TIM-FECHA
               MOVE VEC-EMP-SUCURSAL(INDICE-EMP) TO TIM-SUCURSAL
               MOVE VEC-LIC-TIPO(INDICE-LIC)     TO TIM-TIPCLASE
               MOVE WS-HOR-HORAS-DIA             TO TIM-HORAS
               PERFORM EVALUAR-CALENDARIO-TIMES
               IF NOT DIA-FICHADO
               AND NOT DIA-PREMIUM
               AND NOT SUCURSAL-CERRADA-FECHA
                   IF WS-HOR-DIA-ELM(WS-DIA-SEMANA) IS EQUAL TO "S"
                       PERFORM ACUMULAR-HORAS-LICENCIA
                   END-IF
               END-IF
           END-IF.

      *  Positions on the first Times.dat record of the legajo for
      *  WS-LIC-FECHA through the primary key (legajo + fecha lead
      *  CLAVE-TIMES), whatever branch or class it was punched at.
       VERIFICAR-FICHADA-DIA.
           MOVE "N" TO SW-DIA-FICHADO.
           MOVE LOW-VALUES TO CLAVE-TIMES.
           MOVE VEC-LIC-LEGAJO(INDICE-LIC) TO TIM-NUMERO.
           MOVE WS-LIC-FECHA TO TIM-FECHA.
           START TIMES_FILE KEY IS NOT LESS THAN CLAVE-TIMES
               INVALID KEY
                   MOVE 10 TO FS-TIMES
           END-START.
           IF FS-TIMES IS NOT EQUAL TO 10
               READ TIMES_FILE NEXT RECORD
               IF FS-TIMES IS EQUAL TO 00
               AND TIM-NUMERO IS EQUAL TO VEC-LIC-LEGAJO(INDICE-LIC)
               AND TIM-FECHA IS EQUAL TO WS-LIC-FECHA
                   SET DIA-FICHADO TO TRUE
               END-IF
           END-IF.

       ACUMULAR-HORAS-LICENCIA.
           MOVE TIM-FECHA(1:4) TO WS-FECHA-TIMES-ANIO.
           MOVE TIM-FECHA(5:2) TO WS-FECHA-TIMES-MES.
           PERFORM BUSCAR-ANIO-TIMES.
           IF NOT DESBORDE-ANIO
               PERFORM BUSCAR-CLASE-TIMES
               IF NOT DESBORDE-CLASE
                   ADD TIM-HORAS TO VEC-CLASE-MES
                       (INDICE INDICE-ANIO INDICE-CLASE
                           WS-FECHA-TIMES-MES)
                   ADD 1 TO CON-LIC-DIAS
                   ADD TIM-HORAS TO TOT-HORAS-LICENCIA
                   MOVE "N" TO SW-CLASE-EXTRA
                   MOVE SPACE TO SW-CLASE-BANCO
                   MOVE TIM-HORAS TO WS-HORAS-PAGAR
                   PERFORM ACUMULAR-HORAS-EXTRA
               END-IF
           END-IF.

      *  Balance available right now: brought forward, plus what
      *  this run has credited so far, minus what it has debited.
      *  Times.dat comes in legajo/fecha order, so a compensatory
      *  day can only be covered by overtime banked before it.
       VERIFICAR-SALDO-BANCO.
           MOVE TIM-NUMERO TO WS-LEGAJO-BANCO.
           PERFORM BUSCAR-BANCO-LEGAJO.
           IF DESBORDE-BANCO
               MOVE ZERO TO WS-BAN-SALDO
               SET BANCO-SIN-SALDO TO TRUE
           ELSE
               COMPUTE WS-BAN-SALDO = VEC-BAN-SALDO-ANT(INDICE-BAN)
                   + VEC-BAN-CREDITOS(INDICE-BAN)
                   - VEC-BAN-DEBITOS(INDICE-BAN)
               IF TIM-HORAS IS GREATER THAN WS-BAN-SALDO
                   SET BANCO-SIN-SALDO TO TRUE
               END-IF
           END-IF.

       MOVER-BANCO-HORAS.
           IF CLASE-COMPENSABLE OR CLASE-FRANCO-COMP
               MOVE TIM-NUMERO TO WS-LEGAJO-BANCO
               PERFORM BUSCAR-BANCO-LEGAJO
               IF NOT DESBORDE-BANCO
                   IF CLASE-COMPENSABLE
                       ADD TIM-HORAS TO VEC-BAN-CREDITOS(INDICE-BAN)
                   ELSE
                       ADD TIM-HORAS TO VEC-BAN-DEBITOS(INDICE-BAN)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-BANCO-LEGAJO.
           MOVE "N" TO SW-DESBORDE-BANCO.
           SET INDICE-BAN TO 1.
           SEARCH VEC-BANCO
               AT END
                   PERFORM AGREGAR-BANCO-LEGAJO
               WHEN VEC-BAN-LEGAJO(INDICE-BAN)
                       IS EQUAL TO WS-LEGAJO-BANCO
                   CONTINUE
           END-SEARCH.

       AGREGAR-BANCO-LEGAJO.
           IF VEC-CANT-BANCO IS LESS THAN 500
               ADD 1 TO VEC-CANT-BANCO
               SET INDICE-BAN TO VEC-CANT-BANCO
               INITIALIZE VEC-BANCO(INDICE-BAN)
               MOVE WS-LEGAJO-BANCO TO VEC-BAN-LEGAJO(INDICE-BAN)
           ELSE
               DISPLAY "ADVERTENCIA: MAS DE 500 LEGAJOS EN EL BANCO "
                   "DE HORAS, SE DESCARTA LEGAJO " WS-LEGAJO-BANCO
               MOVE "S" TO SW-DESBORDE-BANCO
           END-IF.

       INFORMAR-BANCO-SIN-SALDO.
           MOVE TIM-NUMERO    TO EXC-BAN-NUMERO.
           MOVE TIM-FECHA     TO EXC-BAN-FECHA.
           MOVE TIM-SUCURSAL  TO EXC-BAN-SUCURSAL.
           MOVE TIM-TIPCLASE  TO EXC-BAN-CLASE.
           MOVE TIM-HORAS     TO EXC-BAN-HORAS.
           MOVE WS-BAN-SALDO  TO EXC-BAN-SALDO.
           MOVE VEC-EMP-APELLNOM(INDICE-EMP) TO EXC-BAN-NOMBRE.
           MOVE "BANCO"               TO WS-EXC-TIPO.
           MOVE LINEA-EXCEPCION-BANCO TO WS-EXC-DETALLE.
           ADD 1 TO CON-EXC-BANCO.
           PERFORM ESCRIBIR-EXCEPCION.

      *  Paid overtime (an overtime class not credited to the bank)
      *  is only liquidated and exported up to what the approvals
      *  covering the legajo, branch, class and date still have
      *  left; the rest is held. Held hours stay in VEC-TOT-MENSUAL
      *  and VEC-EXTRA-MES -- they were worked -- so the balance and
      *  the threshold exception are unaffected.
       DETERMINAR-HORAS-APROBADAS.
           MOVE "N" TO SW-CONTROL-APROBACION.
           MOVE TIM-HORAS TO WS-HORAS-PAGAR.
           MOVE ZERO TO WS-HORAS-RETENER.
           IF APROBACIONES-CARGADAS AND CLASE-ES-EXTRA
           AND NOT CLASE-COMPENSABLE
               SET CONTROL-APROBACION TO TRUE
               MOVE TIM-NUMERO   TO WS-RET-LEGAJO
               MOVE TIM-SUCURSAL TO WS-RET-SUCURSAL
               MOVE TIM-FECHA    TO WS-RET-FECHA
               MOVE TIM-TIPCLASE TO WS-RET-CLASE
               PERFORM CALCULAR-APROBACION-DISPONIBLE
               IF WS-APR-DISPONIBLE IS LESS THAN TIM-HORAS
                   MOVE WS-APR-DISPONIBLE TO WS-HORAS-PAGAR
                   COMPUTE WS-HORAS-RETENER =
                       TIM-HORAS - WS-APR-DISPONIBLE
               END-IF
           END-IF.

       CALCULAR-APROBACION-DISPONIBLE.
           MOVE ZERO TO WS-APR-DISPONIBLE.
           PERFORM SUMAR-APROBACION
               VARYING INDICE-APR FROM 1 BY 1
               UNTIL INDICE-APR > VEC-CANT-APROBACIONES.

       SUMAR-APROBACION.
           PERFORM EVALUAR-APROBACION.
           IF APROBACION-APLICABLE
           AND WS-APR-SALDO IS GREATER THAN ZERO
               ADD WS-APR-SALDO TO WS-APR-DISPONIBLE
           END-IF.

      *  Whether the approval at INDICE-APR covers WS-RET-CLAVE, and
      *  how many of its hours are still unused.
       EVALUAR-APROBACION.
           MOVE "N" TO SW-APROBACION-APLICABLE.
           IF VEC-APR-LEGAJO(INDICE-APR)   IS EQUAL TO WS-RET-LEGAJO
           AND VEC-APR-SUCURSAL(INDICE-APR) IS EQUAL TO WS-RET-SUCURSAL
           AND VEC-APR-CLASE(INDICE-APR)   IS EQUAL TO WS-RET-CLASE
           AND VEC-APR-DESDE(INDICE-APR)   IS NOT GREATER THAN
               WS-RET-FECHA
           AND VEC-APR-HASTA(INDICE-APR)   IS NOT LESS THAN
               WS-RET-FECHA
               SET APROBACION-APLICABLE TO TRUE
               COMPUTE WS-APR-SALDO = VEC-APR-HORAS(INDICE-APR)
                   - VEC-APR-USADAS-ANT(INDICE-APR)
                   - VEC-APR-USADAS(INDICE-APR)
           END-IF.

       RETENER-HORAS-EXTRA.
           IF CONTROL-APROBACION
               PERFORM CONSUMIR-APROBACIONES
               IF WS-HORAS-RETENER IS GREATER THAN ZERO
                   PERFORM BUSCAR-RETENIDA
                   IF NOT DESBORDE-RETENIDA
                       ADD WS-HORAS-RETENER
                           TO VEC-RET-NUEVAS(INDICE-RET)
                   END-IF
                   ADD WS-HORAS-RETENER TO TOT-RET-RETENIDAS
               END-IF
           END-IF.

      *  Charges WS-HORAS-PAGAR against the approvals covering
      *  WS-RET-CLAVE, in file order.
       CONSUMIR-APROBACIONES.
           MOVE WS-HORAS-PAGAR TO WS-APR-A-CUBRIR.
           PERFORM CONSUMIR-APROBACION
               VARYING INDICE-APR FROM 1 BY 1
               UNTIL INDICE-APR > VEC-CANT-APROBACIONES
               OR WS-APR-A-CUBRIR IS EQUAL TO ZERO.

       CONSUMIR-APROBACION.
           PERFORM EVALUAR-APROBACION.
           IF APROBACION-APLICABLE
           AND WS-APR-SALDO IS GREATER THAN ZERO
               IF WS-APR-SALDO IS LESS THAN WS-APR-A-CUBRIR
                   ADD WS-APR-SALDO TO VEC-APR-USADAS(INDICE-APR)
                   SUBTRACT WS-APR-SALDO FROM WS-APR-A-CUBRIR
               ELSE
                   ADD WS-APR-A-CUBRIR TO VEC-APR-USADAS(INDICE-APR)
                   MOVE ZERO TO WS-APR-A-CUBRIR
               END-IF
           END-IF.

       BUSCAR-RETENIDA.
           MOVE "N" TO SW-DESBORDE-RETENIDA.
           SET INDICE-RET TO 1.
           SEARCH VEC-RETENIDAS
               AT END
                   PERFORM AGREGAR-RETENIDA
               WHEN VEC-RET-LEGAJO(INDICE-RET)   IS EQUAL TO
                       WS-RET-LEGAJO
               AND VEC-RET-SUCURSAL(INDICE-RET) IS EQUAL TO
                       WS-RET-SUCURSAL
               AND VEC-RET-FECHA(INDICE-RET)    IS EQUAL TO
                       WS-RET-FECHA
               AND VEC-RET-CLASE(INDICE-RET)    IS EQUAL TO
                       WS-RET-CLASE
                   CONTINUE
           END-SEARCH.

       AGREGAR-RETENIDA.
           IF VEC-CANT-RETENIDAS IS LESS THAN 2000
               ADD 1 TO VEC-CANT-RETENIDAS
               SET INDICE-RET TO VEC-CANT-RETENIDAS
               INITIALIZE VEC-RETENIDAS(INDICE-RET)
               MOVE WS-RET-LEGAJO   TO VEC-RET-LEGAJO(INDICE-RET)
               MOVE WS-RET-SUCURSAL TO VEC-RET-SUCURSAL(INDICE-RET)
               MOVE WS-RET-FECHA    TO VEC-RET-FECHA(INDICE-RET)
               MOVE WS-RET-CLASE    TO VEC-RET-CLASE(INDICE-RET)
           ELSE
               DISPLAY "ADVERTENCIA: MAS DE 2000 HORAS EXTRA "
                   "RETENIDAS, SE DESCARTA LEGAJO " WS-RET-LEGAJO
                   " FECHA " WS-RET-FECHA
               MOVE "S" TO SW-DESBORDE-RETENIDA
           END-IF.

      *  Once every punch is in: whatever part of each legajo's
      *  balance is older than the expiry window is paid out under
      *  WS-BAN-CLASE-PAGO, into the liquidation of the legajo's own
      *  branch and into Interfaz.dat as one more overtime detail of
      *  the open period. Like leave hours, a payout is not a punch
      *  and stays out of VEC-TOT-MENSUAL and the balance.
       LIQUIDAR-BANCO-HORAS.
           PERFORM LIQUIDAR-SALDO-BANCO
               VARYING INDICE-BAN FROM 1 BY 1
               UNTIL INDICE-BAN > VEC-CANT-BANCO.
           IF VEC-CANT-BANCO IS GREATER THAN ZERO
               MOVE TOT-BAN-CREDITOS TO RES-BAN-CREDITOS
               MOVE TOT-BAN-DEBITOS  TO RES-BAN-DEBITOS
               MOVE TOT-BAN-PAGADO   TO RES-BAN-PAGADO
               DISPLAY LINEA-RESUMEN-BANCO
           END-IF.

       LIQUIDAR-SALDO-BANCO.
           ADD VEC-BAN-CREDITOS(INDICE-BAN) TO TOT-BAN-CREDITOS.
           ADD VEC-BAN-DEBITOS(INDICE-BAN)  TO TOT-BAN-DEBITOS.
           IF WS-BAN-MESES-VENC IS GREATER THAN ZERO
           AND WS-PERIODO-ABIERTO IS GREATER THAN ZERO
               COMPUTE WS-BAN-VENCIDO = VEC-BAN-SALDO-ANT(INDICE-BAN)
                   - VEC-BAN-DEBITOS(INDICE-BAN)
                   - VEC-BAN-VIGENTE(INDICE-BAN)
               IF WS-BAN-VENCIDO IS GREATER THAN ZERO
                   PERFORM PAGAR-SALDO-VENCIDO
               END-IF
           END-IF.

      *  A legajo whose branch is not in this run (unknown legajo or
      *  another branch on a single-sucursal rerun) keeps its
      *  balance for the next run.
       PAGAR-SALDO-VENCIDO.
           MOVE VEC-BAN-LEGAJO(INDICE-BAN) TO WS-LEGAJO-BUSCADO.
           PERFORM BUSCAR-EMPLEADO-LEGAJO.
           IF EMPLEADO-ENCONTRADO
               MOVE VEC-EMP-SUCURSAL(INDICE-EMP) TO TIM-SUCURSAL
               PERFORM BUSCAR-SUCURSAL-TIMES
           ELSE
               SET SUCURSAL-NO-ENCONTRADA TO TRUE
               DISPLAY "ADVERTENCIA: LEGAJO "
                   VEC-BAN-LEGAJO(INDICE-BAN) " DEL BANCO DE HORAS "
                   "NO FIGURA EN EMPLEADOS.DAT, NO SE PAGA SU SALDO"
           END-IF.
           IF SUCURSAL-ENCONTRADA
               MOVE VEC-BAN-LEGAJO(INDICE-BAN) TO TIM-NUMERO
               COMPUTE TIM-FECHA = WS-PERIODO-ABIERTO * 100 + 1
               MOVE WS-BAN-CLASE-PAGO TO TIM-TIPCLASE
               MOVE TIM-FECHA(1:4) TO WS-FECHA-TIMES-ANIO
               MOVE TIM-FECHA(5:2) TO WS-FECHA-TIMES-MES
               PERFORM BUSCAR-ANIO-TIMES
               IF NOT DESBORDE-ANIO
                   PERFORM BUSCAR-CLASE-TIMES
                   IF NOT DESBORDE-CLASE
                       ADD WS-BAN-VENCIDO TO VEC-CLASE-MES
                           (INDICE INDICE-ANIO INDICE-CLASE
                               WS-FECHA-TIMES-MES)
                       MOVE WS-BAN-VENCIDO
                           TO VEC-BAN-PAGADO(INDICE-BAN)
                       ADD WS-BAN-VENCIDO TO TOT-BAN-PAGADO
                       PERFORM EXPORTAR-PAGO-BANCO
                   END-IF
               END-IF
           END-IF.

       EXPORTAR-PAGO-BANCO.
           PERFORM BUSCAR-EMPLEADO-EXTRA.
           IF NOT DESBORDE-EXTRA
               MOVE TIM-SUCURSAL TO VEC-EXTRA-SUCURSAL(INDICE-EXTRA)
               PERFORM BUSCAR-ANIO-EXTRA
               IF NOT DESBORDE-EXTRA-ANIO
                   PERFORM BUSCAR-CLASE-EXTRA
                   IF NOT DESBORDE-EXTRA-CLASE
                       ADD WS-BAN-VENCIDO TO VEC-EXTRA-CLASE-MES
                           (INDICE-EXTRA INDICE-EXTRA-ANIO
                               INDICE-EXTRA-CLASE WS-FECHA-TIMES-MES)
                   END-IF
               END-IF
           END-IF.

      *  Hours held in closed periods that an approval now covers
      *  are released into the liquidation of the branch and month
      *  they were worked, and into Interfaz.dat as a detail of that
      *  month, apart from the open period's. The release only
      *  reaches the ledger when the period is closed, so a rerun
      *  within the period releases the same hours again rather than
      *  paying them twice. Like a bank payout, a release is not a
      *  punch and stays out of VEC-TOT-MENSUAL and the balance.
       LIBERAR-HORAS-RETENIDAS.
           IF APROBACIONES-CARGADAS
               PERFORM LIBERAR-RETENIDA
                   VARYING INDICE-RET FROM 1 BY 1
                   UNTIL INDICE-RET > VEC-CANT-RETENIDAS
           END-IF.
           MOVE ZERO TO TOT-RET-PENDIENTES.
           PERFORM SUMAR-RETENIDA-PENDIENTE
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > VEC-CANT-RETENIDAS.
           IF VEC-CANT-RETENIDAS IS GREATER THAN ZERO
               MOVE TOT-RET-RETENIDAS  TO RES-RET-RETENIDAS
               MOVE TOT-RET-LIBERADAS  TO RES-RET-LIBERADAS
               MOVE TOT-RET-PENDIENTES TO RES-RET-PENDIENTES
               DISPLAY LINEA-RESUMEN-RETENIDAS
           END-IF.

       LIBERAR-RETENIDA.
           IF VEC-RET-PENDIENTE(INDICE-RET) IS GREATER THAN ZERO
               MOVE VEC-RET-LEGAJO(INDICE-RET)   TO WS-RET-LEGAJO
               MOVE VEC-RET-SUCURSAL(INDICE-RET) TO WS-RET-SUCURSAL
               MOVE VEC-RET-FECHA(INDICE-RET)    TO WS-RET-FECHA
               MOVE VEC-RET-CLASE(INDICE-RET)    TO WS-RET-CLASE
               PERFORM CALCULAR-APROBACION-DISPONIBLE
               IF WS-APR-DISPONIBLE IS GREATER THAN ZERO
                   IF WS-APR-DISPONIBLE IS LESS THAN
                       VEC-RET-PENDIENTE(INDICE-RET)
                       MOVE WS-APR-DISPONIBLE TO WS-HORAS-PAGAR
                   ELSE
                       MOVE VEC-RET-PENDIENTE(INDICE-RET)
                           TO WS-HORAS-PAGAR
                   END-IF
                   PERFORM PAGAR-HORAS-LIBERADAS
               END-IF
           END-IF.

      *  A branch not in this run (a single-sucursal rerun) keeps
      *  its held hours for the next run.
       PAGAR-HORAS-LIBERADAS.
           MOVE WS-RET-SUCURSAL TO TIM-SUCURSAL.
           PERFORM BUSCAR-SUCURSAL-TIMES.
           IF SUCURSAL-ENCONTRADA
               MOVE WS-RET-LEGAJO TO TIM-NUMERO
               MOVE WS-RET-FECHA  TO TIM-FECHA
               MOVE WS-RET-CLASE  TO TIM-TIPCLASE
               MOVE TIM-FECHA(1:4) TO WS-FECHA-TIMES-ANIO
               MOVE TIM-FECHA(5:2) TO WS-FECHA-TIMES-MES
               PERFORM BUSCAR-ANIO-TIMES
               IF NOT DESBORDE-ANIO
                   PERFORM ACUMULAR-CLASE-TIMES
                   IF NOT DESBORDE-CLASE
                       PERFORM EXPORTAR-HORAS-LIBERADAS
                       PERFORM CONSUMIR-APROBACIONES
                       ADD WS-HORAS-PAGAR
                           TO VEC-RET-LIBERADAS(INDICE-RET)
                       ADD WS-HORAS-PAGAR TO TOT-RET-LIBERADAS
                   END-IF
               END-IF
           END-IF.

       EXPORTAR-HORAS-LIBERADAS.
           PERFORM BUSCAR-EMPLEADO-EXTRA.
           IF NOT DESBORDE-EXTRA
               MOVE TIM-SUCURSAL TO VEC-EXTRA-SUCURSAL(INDICE-EXTRA)
               PERFORM BUSCAR-ANIO-EXTRA
               IF NOT DESBORDE-EXTRA-ANIO
                   PERFORM ACUMULAR-CLASE-EXTRA
               END-IF
           END-IF.

      *  Held hours still pending after this run: brought forward,
      *  plus held now, less released now.
       CALCULAR-SALDO-RETENIDA.
           COMPUTE WS-RET-SALDO = VEC-RET-PENDIENTE(INDICE-RET)
               + VEC-RET-NUEVAS(INDICE-RET)
               - VEC-RET-LIBERADAS(INDICE-RET).

       SUMAR-RETENIDA-PENDIENTE.
           PERFORM CALCULAR-SALDO-RETENIDA.
           IF WS-RET-SALDO IS GREATER THAN ZERO
               ADD WS-RET-SALDO TO TOT-RET-PENDIENTES
           END-IF.

       IMPRIMIR-FILA-DETALLES.
           PERFORM CONSTRUIR-FILA-DETALLES.
           ADD DET-TOTAL TO TOT-GRAL.
      *  row per sucursal/anio/mes/clase with branch and general
      *  money totals, and writing the same detail to
      *  LIQUIDACION_FILE on a full run.
      *  A checkpoint-restarted run does not write it either: the
      *  checkpoint carries the hour totals but not the approval
      *  consumption, held overtime or time bank, so the split
      *  between paid and held hours would be wrong.
       IMPRIMIR-LIQUIDACION.
           IF WS-SUCURSAL-FILTRO IS EQUAL TO SPACES
           AND CORRIDA-BALANCEADA
               IF HAY-REINICIO
                   DISPLAY "ADVERTENCIA: CORRIDA REINICIADA DESDE "
                       "CHECKPOINT, NO SE GENERA LIQUIDACION.DAT; "
                       "REEJECUTAR LA CORRIDA COMPLETA ANTES DEL "
                       "ASIENTO Y EL CIERRE"
               ELSE
                   OPEN OUTPUT LIQUIDACION_FILE
                   IF FS-LIQUIDACION IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL ABRIR LIQUIDACION FS: "
                           FS-LIQUIDACION
                   ELSE
                       SET LIQUIDACION-ABIERTA TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO TOT-IMPORTE-GRAL.
      *  A checkpoint-restarted run cannot export: the per-employee
      *  table is rebuilt only from the records read after the
      *  restart point, so the detail would be silently short even
      *  though its own trailer and RunControl balance. The bank and
      *  held-overtime period files are recreated empty instead, so
      *  the close cannot post what an earlier run left in them.
       GENERAR-INTERFAZ.
           IF WS-SUCURSAL-FILTRO IS NOT EQUAL TO SPACES
           OR NOT CORRIDA-BALANCEADA
                   "CHECKPOINT, NO SE GENERA INTERFAZ.DAT; "
                   "REEJECUTAR LA CORRIDA COMPLETA ANTES DE "
                   "TRANSMITIR A PAYROLL"
               PERFORM ANULAR-ARCHIVOS-PERIODO
           ELSE
               OPEN OUTPUT INTERFAZ_FILE
               IF FS-INTERFAZ IS NOT EQUAL TO 00
                       UNTIL INDICE-EXTRA > VEC-EXTRA-CANT
                   PERFORM ESCRIBIR-INTERFAZ-TRAILER
                   CLOSE INTERFAZ_FILE
                   PERFORM ESCRIBIR-BANCO-PERIODO
                   PERFORM ESCRIBIR-RETENIDAS-PERIODO
               END-IF
           END-IF
           END-IF.
                   TO TOT-INT-HORAS
           END-IF.

       ANULAR-ARCHIVOS-PERIODO.
           OPEN OUTPUT BANCO_PERIODO_FILE.
           IF FS-BANCO-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR BANCO PERIODO FS: "
                   FS-BANCO-PERIODO
           ELSE
               CLOSE BANCO_PERIODO_FILE
           END-IF.
           OPEN OUTPUT RETENIDAS_PERIODO_FILE.
           IF FS-RETENIDAS-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RETENIDAS PERIODO FS: "
                   FS-RETENIDAS-PERIODO
           ELSE
               CLOSE RETENIDAS_PERIODO_FILE
           END-IF.

      *  Written only alongside Interfaz.dat, so what the period
      *  close posts to the ledger is exactly what payroll received.
      *  One row per legajo with any balance or movement; the file
      *  is recreated (possibly empty) on every such run.
       ESCRIBIR-BANCO-PERIODO.
           OPEN OUTPUT BANCO_PERIODO_FILE.
           IF FS-BANCO-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR BANCO PERIODO FS: "
                   FS-BANCO-PERIODO
           ELSE
               PERFORM ESCRIBIR-FILA-BANCO
                   VARYING INDICE-BAN FROM 1 BY 1
                   UNTIL INDICE-BAN > VEC-CANT-BANCO
               CLOSE BANCO_PERIODO_FILE
           END-IF.

       ESCRIBIR-FILA-BANCO.
           IF VEC-BAN-SALDO-ANT(INDICE-BAN) IS GREATER THAN ZERO
           OR VEC-BAN-CREDITOS(INDICE-BAN) IS GREATER THAN ZERO
           OR VEC-BAN-DEBITOS(INDICE-BAN) IS GREATER THAN ZERO
               MOVE SPACES TO REG-BANCO-PERIODO
               MOVE VEC-BAN-LEGAJO(INDICE-BAN)    TO BPE-LEGAJO
               MOVE WS-PERIODO-ABIERTO            TO BPE-PERIODO
               MOVE VEC-BAN-SALDO-ANT(INDICE-BAN) TO BPE-SALDO-ANTERIOR
               MOVE VEC-BAN-CREDITOS(INDICE-BAN)  TO BPE-CREDITOS
               MOVE VEC-BAN-DEBITOS(INDICE-BAN)   TO BPE-DEBITOS
               MOVE VEC-BAN-PAGADO(INDICE-BAN)    TO BPE-PAGADO
               COMPUTE BPE-SALDO = VEC-BAN-SALDO-ANT(INDICE-BAN)
                   + VEC-BAN-CREDITOS(INDICE-BAN)
                   - VEC-BAN-DEBITOS(INDICE-BAN)
                   - VEC-BAN-PAGADO(INDICE-BAN)
               WRITE REG-BANCO-PERIODO
               IF FS-BANCO-PERIODO IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ESCRIBIR BANCO PERIODO FS: "
                       FS-BANCO-PERIODO
               END-IF
           END-IF.

      *  Written only alongside Interfaz.dat, like the bank
      *  movements: what the period close posts is exactly what was
      *  held from, and released to, payroll.
       ESCRIBIR-RETENIDAS-PERIODO.
           OPEN OUTPUT RETENIDAS_PERIODO_FILE.
           IF FS-RETENIDAS-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR RETENIDAS PERIODO FS: "
                   FS-RETENIDAS-PERIODO
           ELSE
               PERFORM ESCRIBIR-FILA-RETENIDA
                   VARYING INDICE-RET FROM 1 BY 1
                   UNTIL INDICE-RET > VEC-CANT-RETENIDAS
               PERFORM ESCRIBIR-FILA-CONSUMO
                   VARYING INDICE-APR FROM 1 BY 1
                   UNTIL INDICE-APR > VEC-CANT-APROBACIONES
               CLOSE RETENIDAS_PERIODO_FILE
           END-IF.

       ESCRIBIR-FILA-RETENIDA.
           IF VEC-RET-NUEVAS(INDICE-RET) IS GREATER THAN ZERO
               PERFORM ARMAR-FILA-RETENIDA
               MOVE "R" TO HRP-TIPO
               MOVE VEC-RET-NUEVAS(INDICE-RET) TO HRP-HORAS
               PERFORM GRABAR-RETENIDA-PERIODO
           END-IF.
           IF VEC-RET-LIBERADAS(INDICE-RET) IS GREATER THAN ZERO
               PERFORM ARMAR-FILA-RETENIDA
               MOVE "L" TO HRP-TIPO
               MOVE VEC-RET-LIBERADAS(INDICE-RET) TO HRP-HORAS
               PERFORM GRABAR-RETENIDA-PERIODO
           END-IF.

       ARMAR-FILA-RETENIDA.
           MOVE SPACES TO REG-RETENIDAS-PERIODO.
           MOVE WS-PERIODO-ABIERTO           TO HRP-PERIODO.
           MOVE VEC-RET-LEGAJO(INDICE-RET)   TO HRP-LEGAJO.
           MOVE VEC-RET-SUCURSAL(INDICE-RET) TO HRP-SUCURSAL.
           MOVE VEC-RET-CLASE(INDICE-RET)    TO HRP-CLASE.
           MOVE VEC-RET-FECHA(INDICE-RET)    TO HRP-FECHA-DESDE.
           MOVE VEC-RET-FECHA(INDICE-RET)    TO HRP-FECHA-HASTA.

       ESCRIBIR-FILA-CONSUMO.
           IF VEC-APR-USADAS(INDICE-APR) IS GREATER THAN ZERO
               MOVE SPACES TO REG-RETENIDAS-PERIODO
               MOVE "C"                          TO HRP-TIPO
               MOVE WS-PERIODO-ABIERTO           TO HRP-PERIODO
               MOVE VEC-APR-LEGAJO(INDICE-APR)   TO HRP-LEGAJO
               MOVE VEC-APR-SUCURSAL(INDICE-APR) TO HRP-SUCURSAL
               MOVE VEC-APR-CLASE(INDICE-APR)    TO HRP-CLASE
               MOVE VEC-APR-DESDE(INDICE-APR)    TO HRP-FECHA-DESDE
               MOVE VEC-APR-HASTA(INDICE-APR)    TO HRP-FECHA-HASTA
               MOVE VEC-APR-USADAS(INDICE-APR)   TO HRP-HORAS
               PERFORM GRABAR-RETENIDA-PERIODO
           END-IF.

       GRABAR-RETENIDA-PERIODO.
           WRITE REG-RETENIDAS-PERIODO.
           IF FS-RETENIDAS-PERIODO IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ESCRIBIR RETENIDAS PERIODO FS: "
                   FS-RETENIDAS-PERIODO
           END-IF.

      *  Pending-approval report: recreated (possibly empty) on every
      *  full run, branches in Sucursales.dat order, each closed by
      *  its total row.
       ESCRIBIR-PENDIENTES-APROBACION.
           OPEN OUTPUT PENDIENTES_FILE.
           IF FS-PENDIENTES IS NOT EQUAL TO 00
               DISPLAY "ERROR AL ABRIR PENDIENTES FS: " FS-PENDIENTES
           ELSE
               PERFORM ESCRIBIR-PENDIENTES-SUCURSAL
                   VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > VEC-CANT-SUCURSALES
               CLOSE PENDIENTES_FILE
           END-IF.

       ESCRIBIR-PENDIENTES-SUCURSAL.
           MOVE ZERO TO CON-PEN-SUCURSAL.
           MOVE ZERO TO TOT-PEN-SUCURSAL.
           PERFORM ESCRIBIR-PENDIENTE
               VARYING INDICE-RET FROM 1 BY 1
               UNTIL INDICE-RET > VEC-CANT-RETENIDAS.
           IF CON-PEN-SUCURSAL IS GREATER THAN ZERO
               MOVE SPACES TO REG-PENDIENTES-TOTAL
               MOVE "T"                             TO PEN-T-TIPO
               MOVE VEC-SUCURSALES-SUCURSAL(INDICE) TO PEN-T-SUCURSAL
               MOVE CON-PEN-SUCURSAL                TO PEN-T-CANTIDAD
               MOVE TOT-PEN-SUCURSAL                TO PEN-T-HORAS
               WRITE REG-PENDIENTES-TOTAL
               IF FS-PENDIENTES IS NOT EQUAL TO 00
                   DISPLAY "ERROR AL ESCRIBIR PENDIENTES FS: "
                       FS-PENDIENTES
               END-IF
           END-IF.

       ESCRIBIR-PENDIENTE.
           IF VEC-RET-SUCURSAL(INDICE-RET) IS EQUAL TO
               VEC-SUCURSALES-SUCURSAL(INDICE)
               PERFORM CALCULAR-SALDO-RETENIDA
               IF WS-RET-SALDO IS GREATER THAN ZERO
                   MOVE SPACES TO REG-PENDIENTES-DETALLE
                   MOVE "D"                          TO PEN-D-TIPO
                   MOVE VEC-RET-SUCURSAL(INDICE-RET) TO PEN-D-SUCURSAL
                   MOVE VEC-RET-LEGAJO(INDICE-RET)   TO PEN-D-LEGAJO
                   MOVE VEC-RET-LEGAJO(INDICE-RET) TO WS-LEGAJO-BUSCADO
                   PERFORM BUSCAR-EMPLEADO-LEGAJO
                   IF EMPLEADO-ENCONTRADO
                       MOVE VEC-EMP-APELLNOM(INDICE-EMP)
                           TO PEN-D-NOMBRE
                   END-IF
                   MOVE VEC-RET-FECHA(INDICE-RET)    TO PEN-D-FECHA
                   MOVE VEC-RET-CLASE(INDICE-RET)    TO PEN-D-CLASE
                   MOVE WS-RET-SALDO                 TO PEN-D-HORAS
                   IF VEC-RET-NUEVAS(INDICE-RET) IS GREATER THAN ZERO
                       MOVE "PERIODO"  TO PEN-D-ORIGEN
                   ELSE
                       MOVE "ANTERIOR" TO PEN-D-ORIGEN
                   END-IF
                   WRITE REG-PENDIENTES-DETALLE
                   IF FS-PENDIENTES IS NOT EQUAL TO 00
                       DISPLAY "ERROR AL ESCRIBIR PENDIENTES FS: "
                           FS-PENDIENTES
                   END-IF
                   ADD 1 TO CON-PEN-SUCURSAL
                   ADD WS-RET-SALDO TO TOT-PEN-SUCURSAL
               END-IF
           END-IF.

       ESCRIBIR-INTERFAZ-TRAILER.
           MOVE SPACES TO REG-INTERFAZ-TRAILER.
           MOVE "T"              TO INT-T-TIPO.
      *  The ledger is cumulative: every run appends its row with
      *  EXTEND (the very first time, 35, the file is created), so
      *  the sequence checks can look at the whole history instead
      *  of just the last run. A balanced run restarted from a
      *  checkpoint is recorded as REINICIADO: it left no
      *  Liquidacion.dat nor period files, so neither the asiento
      *  nor the close may rely on it.
       ESCRIBIR-RUN-CONTROL.
           OPEN EXTEND RUNCONTROL_FILE.
           IF FS-RUNCONTROL IS EQUAL TO 35
               MOVE TOT-HORAS-RECHAZADAS TO RUN-HORAS-RECH
               MOVE WS-HOJA              TO RUN-HOJAS
               IF CORRIDA-BALANCEADA
                   IF HAY-REINICIO
                       MOVE "REINICIADO" TO RUN-VEREDICTO
                   ELSE
                       MOVE "BALANCEADO" TO RUN-VEREDICTO
                   END-IF
               ELSE
                   MOVE "DESBALANCEADO"  TO RUN-VEREDICTO
               END-IF
           MOVE "CRUZADA"  TO RES-EXC-TIPO.
           MOVE CON-EXC-CRUZADA TO RES-EXC-CANT.
           DISPLAY LINEA-RESUMEN-EXCEPCION.
           MOVE "BANCO"    TO RES-EXC-TIPO.
           MOVE CON-EXC-BANCO TO RES-EXC-CANT.
           DISPLAY LINEA-RESUMEN-EXCEPCION.

       CERRAR-ARCHIVOS.
           CLOSE SUCURSALES_FILE.
