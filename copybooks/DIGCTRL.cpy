      ******************************************************************
      *  DIGCTRL.CPY                                                   *
      *  Area de comunicacion con la rutina ADCDAP25 de verificacion   *
      *  del digito o letra de control del numero de documento (DNI,   *
      *  NIE, TIE y CIF). El llamador rellena tipo y numero; la rutina *
      *  devuelve el resultado y, si es erroneo, el motivo con la      *
      *  longitud de los motivos de RECHAZOS. Los tipos sin control    *
      *  (PAS) se devuelven siempre como correctos.                    *
      ******************************************************************
       01 AREA-DIGITO-CONTROL.
          05 DGC-TIPO-DOC        PIC XXX.
          05 DGC-NUM-DOC         PIC X(9).
          05 DGC-RESULTADO       PIC X.
             88 DGC-DOCUMENTO-CORRECTO  VALUE 'S'.
             88 DGC-DOCUMENTO-ERRONEO   VALUE 'N'.
          05 DGC-MOTIVO          PIC X(32).
