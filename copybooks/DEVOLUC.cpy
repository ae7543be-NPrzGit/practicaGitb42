      ******************************************************************
      *  DEVOLUC.CPY                                                   *
      *  Registro de devolucion al departamento emisor. ADCDAP13       *
      *  graba uno por cada rechazo, excepcion de edad y duplicado     *
      *  de un extracto, y uno por cada fichero anulado por sobre      *
      *  erroneo o puesto en cuarentena. El departamento es el de la   *
      *  cabecera 'CAB' del extracto (o el que viaja con el registro   *
      *  reciclado). ADCDAP31 lo reparte en un fichero por            *
      *  departamento con este mismo formato.                          *
      ******************************************************************
       01 REG-DEVOLUCION.
          05 DEV-DEPARTAMENTO    PIC X(8).
          05 DEV-FECHA-PROCESO   PIC 9(8).
          05 DEV-FECHA-EXTR      PIC X(8).
          05 DEV-FICHERO         PIC X(40).
          05 DEV-TIPO-AVISO      PIC X.
             88 AVISO-RECHAZO          VALUE 'R'.
             88 AVISO-EXCEPCION        VALUE 'E'.
             88 AVISO-DUPLICADO        VALUE 'D'.
             88 AVISO-SOBRE            VALUE 'S'.
             88 AVISO-CUARENTENA       VALUE 'Q'.
          05 DEV-CAUSA           PIC X.
             88 CAUSA-GENERO           VALUE 'G'.
             88 CAUSA-TIPO-DOC         VALUE 'T'.
             88 CAUSA-DOCUMENTO        VALUE 'D'.
             88 CAUSA-MOVIMIENTO       VALUE 'M'.
          05 DEV-ESTADO-FICHERO  PIC X.
             88 FICHERO-CONFIRMADO     VALUE 'C'.
             88 FICHERO-CUARENTENA     VALUE 'Q'.
             88 FICHERO-SOBRE-ERRONEO  VALUE 'S'.
          05 DEV-REGISTRO        PIC X(23).
          05 DEV-INTENTOS        PIC 99.
          05 DEV-FECHA-PRIMERA   PIC 9(8).
          05 DEV-MOTIVO          PIC X(32).
          05 DEV-DATOS           PIC X(24).
          05 DEV-DATOS-EXCEPCION REDEFINES DEV-DATOS.
             10 DEV-EDAD-CALCULADA PIC 999.
             10 DEV-EDAD-FICHERO   PIC 99.
             10 FILLER             PIC X(19).
          05 DEV-DATOS-DUPLICADO REDEFINES DEV-DATOS.
             10 DEV-PRIMERA        PIC X(23).
             10 FILLER             PIC X.
          05 DEV-DATOS-FICHERO   REDEFINES DEV-DATOS.
             10 DEV-LEIDOS         PIC 9(6).
             10 DEV-ERRONEOS       PIC 9(6).
             10 DEV-PORCENTAJE     PIC 999.
             10 DEV-CONTADOR-SOBRE PIC 9(6).
             10 FILLER             PIC X(3).
          05 FILLER              PIC X(4).
