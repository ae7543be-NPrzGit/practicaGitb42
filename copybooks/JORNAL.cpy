      *  aplicada, con la imagen del registro antes y despues del      *
      *  cambio (imagen anterior a espacios en las altas). Lo graban   *
      *  ADCDAP15 y el envejecimiento ADCDAP22; lo explota la          *
      *  consulta de auditoria ADCDAP21. En las renumeraciones de      *
      *  documento JOR-CLAVE es la clave nueva y la antigua queda en   *
      *  la imagen antes. Las correcciones manuales de la transaccion  *
      *  ADCDAP36 llevan accion 'C' y el operador y el motivo en       *
      *  JOR-CORRECCION, que va a espacios en el resto de acciones.    *
      ******************************************************************
       01 REG-JORNAL.
          05 JOR-FECHA           PIC 9(8).
             88 ACCION-ACTUALIZACION   VALUE 'M'.
             88 ACCION-BAJA            VALUE 'B'.
             88 ACCION-ENVEJECIMIENTO  VALUE 'E'.
             88 ACCION-RENUMERACION    VALUE 'R'.
             88 ACCION-CORRECCION      VALUE 'C'.
          05 JOR-ANTES           PIC X(53).
          05 JOR-DESPUES         PIC X(53).
          05 JOR-CORRECCION.
             10 JOR-OPERADOR     PIC X(4).
             10 JOR-MOTIVO       PIC XX.
