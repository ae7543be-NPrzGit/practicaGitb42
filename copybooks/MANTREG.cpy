      ******************************************************************
      *  MANTREG.CPY                                                   *
      *  Registro del fichero acumulativo de correcciones manuales del *
      *  maestro PERSONA. ADCDAP36 graba uno por cada correccion       *
      *  aplicada con la hora, el operador, el motivo, lo corregido y, *
      *  en las bajas y reactivaciones, el supervisor que la firmo.    *
      *  Las imagenes antes y despues quedan en el JORNAL (accion 'C') *
      *  con la misma fecha y clave.                                   *
      ******************************************************************
       01 REG-MANTENIMIENTO.
          05 MNT-FECHA           PIC 9(8).
          05 MNT-HORA            PIC 9(8).
          05 MNT-CLAVE.
             10 MNT-TIPO-DOC     PIC XXX.
             10 MNT-NUM-DOC      PIC X(9).
          05 MNT-OPERADOR        PIC X(4).
          05 MNT-MOTIVO          PIC XX.
          05 MNT-SUPERVISOR      PIC X(4).
          05 MNT-CAMBIO-GENERO   PIC X.
             88 MNT-CORRIGE-GENERO     VALUE 'S'.
          05 MNT-CAMBIO-FECHA    PIC X.
             88 MNT-CORRIGE-FECHA      VALUE 'S'.
          05 MNT-CAMBIO-SITUACION PIC X.
             88 MNT-MISMA-SITUACION    VALUE SPACE.
             88 MNT-BAJA               VALUE 'B'.
             88 MNT-REACTIVACION       VALUE 'R'.
          05 FILLER              PIC X(39).
