      ******************************************************************
      *  CONFLICT.CPY                                                  *
      *  Registro del fichero acumulativo de conflictos de identidad  *
      *  del maestro PERSONA. ADCDAP15 retiene aqui, sin aplicarlo,    *
      *  todo movimiento cuyo genero no coincide con el del maestro o *
      *  cuya fecha de nacimiento discrepa en mas que una errata (un   *
      *  digito cambiado o dos digitos contiguos permutados). Guarda  *
      *  la imagen del maestro y la del registro entrante para la     *
      *  revision ADCDAP27; la aprobacion ADCDAP28 anota la decision  *
      *  del revisor reescribiendo el estado.                          *
      ******************************************************************
       01 REG-CONFLICTO.
          05 CNF-NUMERO          PIC 9(6).
          05 CNF-FECHA           PIC 9(8).
          05 CNF-CLAVE.
             10 CNF-TIPO-DOC     PIC XXX.
             10 CNF-NUM-DOC      PIC X(9).
          05 CNF-MOTIVO          PIC X.
             88 CONFLICTO-GENERO       VALUE 'G'.
             88 CONFLICTO-FECHA        VALUE 'F'.
             88 CONFLICTO-AMBOS        VALUE 'D'.
          05 CNF-ESTADO          PIC X.
             88 CONFLICTO-PENDIENTE    VALUE 'P'.
             88 CONFLICTO-ACEPTADO     VALUE 'A'.
             88 CONFLICTO-MANTENIDO    VALUE 'M'.
             88 CONFLICTO-RECHAZADO    VALUE 'R'.
          05 CNF-FECHA-DECISION  PIC 9(8).
          05 CNF-REVISOR         PIC X(8).
          05 CNF-MAESTRO         PIC X(53).
          05 CNF-ENTRANTE        PIC X(24).
          05 FILLER              PIC X(7).
