      ******************************************************************
      *  HITO.CPY                                                      *
      *  Registro del extracto de avisos de edad hito (HITOS) que      *
      *  graba ADCDAP35: una persona en alta con fecha de nacimiento   *
      *  completa que cumple una de las edades hito dentro del plazo   *
      *  pedido, en orden de fecha. Viaja con sobre: cabecera 'CAB'    *
      *  con la fecha de proceso y los dias del plazo, y totalizador   *
      *  'FIN' con el numero de avisos.                                *
      ******************************************************************
       01 REG-HITO.
          05 HIT-CLAVE.
             10 HIT-TIPO-DOC     PIC XXX.
             10 HIT-NUM-DOC      PIC X(9).
          05 HIT-EDAD-HITO       PIC 999.
          05 HIT-FECHA-HITO      PIC 9(8).
          05 HIT-DIAS            PIC 9(4).
          05 HIT-GENERO          PIC X.
          05 HIT-FECHA-NAC       PIC 9(8).
          05 FILLER              PIC X(44).
      *
       01 REG-HITO-CABECERA.
          05 HCA-MARCA           PIC XXX   VALUE 'CAB'.
          05 HCA-FECHA           PIC 9(8).
          05 HCA-DIAS            PIC 9(4).
          05 FILLER              PIC X(65) VALUE SPACES.
      *
       01 REG-HITO-TOTALIZADOR.
          05 HFI-MARCA           PIC XXX   VALUE 'FIN'.
          05 HFI-CONTADOR        PIC 9(6).
          05 FILLER              PIC X(71) VALUE SPACES.
