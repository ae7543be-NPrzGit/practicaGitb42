      ******************************************************************
      *  XREFDOC.CPY                                                   *
      *  Registro del fichero indexado de referencias cruzadas de     *
      *  documento: una entrada por renumeracion aplicada, con la     *
      *  clave antigua (clave del fichero) y la nueva (clave          *
      *  alternativa). Lo graba ADCDAP15; lo siguen ADCDAP15 para los *
      *  movimientos que aun llegan con el documento antiguo, la      *
      *  consulta directa de ADCDAP23 y la auditoria ADCDAP21 para    *
      *  encontrar a la persona y toda su historia por cualquiera de  *
      *  sus numeros.                                                  *
      ******************************************************************
       01 REG-XREFDOC.
          05 XRF-CLAVE-ANTIGUA.
             10 XRF-TIPO-DOC-ANT PIC XXX.
             10 XRF-NUM-DOC-ANT  PIC X(9).
          05 XRF-CLAVE-NUEVA.
             10 XRF-TIPO-DOC-NUE PIC XXX.
             10 XRF-NUM-DOC-NUE  PIC X(9).
          05 XRF-FECHA           PIC 9(8).
          05 XRF-DEPARTAMENTO    PIC X(8).
          05 XRF-FECHA-CAMBIO    PIC 9(8).
          05 FILLER              PIC X(12).
