      ******************************************************************
      *  ESTDEPT.CPY                                                   *
      *  Registro del fichero acumulativo de estadistica de calidad    *
      *  por departamento emisor. ADCDAP13 graba un registro 'F' por   *
      *  cada fichero decidido (confirmado, en cuarentena o con sobre  *
      *  erroneo) con sus registros y errores por motivo; ADCDAP16    *
      *  graba un registro 'P' por cada registro aparcado en SUSPENSO. *
      *  Lo lee ADCDAP32 para el cuadro mensual por departamento.     *
      ******************************************************************
       01 REG-ESTADISTICA-DEPT.
          05 EST-TIPO            PIC X.
             88 EST-FICHERO            VALUE 'F'.
             88 EST-APARCADO           VALUE 'P'.
          05 EST-FECHA           PIC 9(8).
          05 EST-DEPARTAMENTO    PIC X(8).
          05 EST-FICHERO-NOMBRE  PIC X(40).
          05 EST-DECISION        PIC X.
             88 EST-CONFIRMADO         VALUE 'C'.
             88 EST-CUARENTENA         VALUE 'Q'.
             88 EST-SOBRE-ERRONEO      VALUE 'S'.
          05 EST-ENVIADOS        PIC 9(6).
          05 EST-RECH-GENERO     PIC 9(6).
          05 EST-RECH-TIPODOC    PIC 9(6).
          05 EST-RECH-DOCUMENTO  PIC 9(6).
          05 EST-RECH-MOVIMIENTO PIC 9(6).
          05 EST-EXCEPCIONES     PIC 9(6).
          05 EST-DUPLICADOS      PIC 9(6).
          05 EST-SUSPENDIDOS     PIC 9(6).
          05 FILLER              PIC X(14).
