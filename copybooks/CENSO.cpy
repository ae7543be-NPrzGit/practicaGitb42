      ******************************************************************
      *  CENSO.CPY                                                     *
      *  Registro del fichero acumulativo de censos mensuales del      *
      *  maestro PERSONA: ADCDAP34 graba uno por ejecucion con los     *
      *  totales del mes y, en la siguiente, toma el del mes anterior  *
      *  mas reciente para calcular la variacion neta sin releer       *
      *  maestros antiguos. Si un mes se repite vale el ultimo.        *
      ******************************************************************
       01 REG-CENSO.
          05 CEN-MES             PIC 9(6).
          05 CEN-FECHA-EJEC      PIC 9(8).
          05 CEN-ACTIVOS         PIC 9(9).
          05 CEN-HOMBRES         PIC 9(9).
          05 CEN-MUJERES         PIC 9(9).
          05 CEN-OTROS           PIC 9(9).
          05 CEN-DE-BAJA         PIC 9(9).
          05 CEN-BAJAS-MES       PIC 9(7).
          05 CEN-REACTIV-MES     PIC 9(7).
          05 FILLER              PIC X(7).
