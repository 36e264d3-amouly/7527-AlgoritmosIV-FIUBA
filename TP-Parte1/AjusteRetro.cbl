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

      *----------------------------*
      *- TARIFAS FILE DESCRIPTION -*
