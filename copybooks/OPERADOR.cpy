      ******************************************************************
      *  OPERADOR.CPY                                                  *
      *  Registro del fichero de operadores autorizados a corregir el  *
      *  maestro PERSONA con la transaccion ADCDAP36. El nivel 'S'     *
      *  (supervisor) puede ademas autorizar bajas y reactivaciones.   *
      *  Solo se admiten los operadores en situacion 'A' (activo).     *
      ******************************************************************
       01 REG-OPERADOR.
          05 OPE-CODIGO          PIC X(4).
          05 OPE-NIVEL           PIC X.
             88 OPE-NIVEL-OPERADOR     VALUE 'O'.
             88 OPE-NIVEL-SUPERVISOR   VALUE 'S'.
          05 OPE-CLAVE-ACCESO    PIC X(8).
          05 OPE-NOMBRE          PIC X(30).
          05 OPE-SITUACION       PIC X.
             88 OPE-ACTIVO             VALUE 'A'.
             88 OPE-RETIRADO           VALUE 'R'.
          05 FILLER              PIC X(36).
