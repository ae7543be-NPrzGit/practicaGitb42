      *                                                                *
      ******************************************************************
      *    TODO LO LEIDO POR ADCDAP15 TIENE QUE ESTAR EN ALGUNO DE
      *    SUS CONTADORES DE RESULTADO, INCLUIDAS LAS BAJAS, LAS
      *    BAJAS ERRONEAS Y LOS CONFLICTOS RETENIDOS PARA REVISION.
       220-COMPROBAR-APLICADOS.
           MOVE 'SUMA RESULTADOS VS LEIDOS 15....: '
                TO LCO-DESCRIPCION
              COMPUTE VA-SUMA-APLICADOS =
                      CUA-ALTAS + CUA-ACTUALIZADOS + CUA-BAJAS
                      + CUA-BAJAS-ERRONEAS + CUA-SIN-CAMBIO
                      + CUA-SIN-DOCUMENTO + CUA-CONFLICTOS
      *
              MOVE VA-SUMA-APLICADOS TO LCO-VALOR-A
              MOVE CUA-LEIDOS        TO LCO-VALOR-B
