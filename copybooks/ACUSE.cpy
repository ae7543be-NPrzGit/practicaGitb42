      ******************************************************************
      *  ACUSE.CPY                                                     *
      *  Registro del acuse de recibo que cada sistema consumidor de   *
      *  novedades devuelve (ACUSE.<nombre>) con la ultima secuencia   *
      *  que ha cargado. ADCDAP33 toma el ultimo registro del fichero  *
      *  y en la siguiente entrega reenvia todo lo posterior.          *
      ******************************************************************
       01 REG-ACUSE.
          05 ACU-CONSUMIDOR      PIC X(8).
          05 ACU-SECUENCIA       PIC 9(9).
          05 ACU-FECHA           PIC 9(8).
          05 FILLER              PIC X(55).
