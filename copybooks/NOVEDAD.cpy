      ******************************************************************
      *  NOVEDAD.CPY                                                   *
      *  Registro del fichero de novedades del maestro PERSONA que     *
      *  ADCDAP33 entrega a cada sistema consumidor (NOVED.<nombre>):  *
      *  un registro por cada movimiento del JORNAL, numerado con su   *
      *  posicion en el JORNAL (secuencia continua y estable), con la  *
      *  imagen del registro antes y despues del cambio en el layout   *
      *  de MAESTRO.CPY. Viaja con sobre: cabecera 'CAB' con el        *
      *  consumidor, la fecha y la primera secuencia incluida, y       *
      *  totalizador 'FIN' con el numero de novedades y la ultima      *
      *  secuencia del JORNAL. En las correcciones manuales ('C')      *
      *  NOV-COMPLEMENTO lleva el operador y el motivo de la           *
      *  correccion; en el resto de acciones va a espacios.            *
      ******************************************************************
       01 REG-NOVEDAD.
          05 NOV-SECUENCIA       PIC 9(9).
          05 NOV-FECHA           PIC 9(8).
          05 NOV-ACCION          PIC X.
             88 NOVEDAD-ALTA           VALUE 'A'.
             88 NOVEDAD-MODIFICACION   VALUE 'M'.
             88 NOVEDAD-BAJA           VALUE 'B'.
             88 NOVEDAD-ENVEJECIMIENTO VALUE 'E'.
             88 NOVEDAD-RENUMERACION   VALUE 'R'.
             88 NOVEDAD-CORRECCION     VALUE 'C'.
          05 NOV-CLAVE.
             10 NOV-TIPO-DOC     PIC XXX.
             10 NOV-NUM-DOC      PIC X(9).
          05 NOV-ANTES           PIC X(53).
          05 NOV-DESPUES         PIC X(53).
          05 NOV-COMPLEMENTO.
             10 NOV-OPERADOR     PIC X(4).
             10 NOV-MOTIVO       PIC XX.
          05 FILLER              PIC X(18).
      *
       01 REG-NOVEDAD-CABECERA.
          05 NCA-MARCA           PIC XXX   VALUE 'CAB'.
          05 NCA-CONSUMIDOR      PIC X(8).
          05 NCA-FECHA           PIC 9(8).
          05 NCA-SECUENCIA-DESDE PIC 9(9).
          05 FILLER              PIC X(132) VALUE SPACES.
      *
       01 REG-NOVEDAD-TOTALIZADOR.
          05 NFI-MARCA           PIC XXX   VALUE 'FIN'.
          05 NFI-CONTADOR        PIC 9(9).
          05 NFI-SECUENCIA-HASTA PIC 9(9).
          05 FILLER              PIC X(139) VALUE SPACES.
