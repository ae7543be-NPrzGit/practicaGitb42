      ******************************************************************
      *  CAMBDOC.CPY                                                   *
      *  Registro del fichero de renumeraciones de documento que      *
      *  envian los departamentos cuando una persona cambia de        *
      *  documento (tipicamente de NIE a DNI al nacionalizarse): la   *
      *  clave antigua y la nueva. ADCDAP15 lo aplica antes que COPIA *
      *  cambiando la clave del registro del maestro sin perder sus   *
      *  fechas y anotando el enlace en XREFDOC.                      *
      ******************************************************************
       01 REG-CAMBIO-DOC.
          05 CDO-CLAVE-ANTIGUA.
             10 CDO-TIPO-DOC-ANT PIC XXX.
             10 CDO-NUM-DOC-ANT  PIC X(9).
          05 CDO-CLAVE-NUEVA.
             10 CDO-TIPO-DOC-NUE PIC XXX.
             10 CDO-NUM-DOC-NUE  PIC X(9).
          05 CDO-DEPARTAMENTO    PIC X(8).
          05 CDO-FECHA-CAMBIO    PIC 9(8).
