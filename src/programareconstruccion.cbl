       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP29.
      *
      *    RECONSTRUCCION DEL MAESTRO PERSONA A UNA FECHA A PARTIR DEL
      *    JORNAL. PARTE DE UN MAESTRO VACIO O DE UNA DESCARGA
      *    SECUENCIAL DEL MAESTRO (FICHERO DESCARGA, UN REG-MAESTRO
      *    POR REGISTRO) Y REPITE EN ORDEN TODOS LOS APUNTES DEL JORNAL
      *    POSTERIORES A LA DESCARGA Y HASTA LA FECHA PEDIDA, DEJANDO
      *    EN CADA CLAVE LA IMAGEN DESPUES DEL ULTIMO CAMBIO. EL
      *    RESULTADO QUEDA EN EL INDEXADO MAESREC, CON EL MISMO LAYOUT
      *    QUE EL MAESTRO, LISTO PARA SUSTITUIRLO.
      *    EN MODO VERIFICAR, ADEMAS, CRUZA MAESREC CON EL MAESTRO VIVO
      *    CLAVE A CLAVE Y LISTA TODA DIFERENCIA. CON LA FECHA DE HOY
      *    (LA QUE TOMA POR DEFECTO) NO DEBE HABER NINGUNA: ES LA
      *    PRUEBA DE QUE MAESTRO Y JORNAL NO SE HAN SEPARADO.
      *    DURANTE LA REPETICION SE COMPRUEBA QUE LA IMAGEN ANTES DE
      *    CADA APUNTE COINCIDE CON LO RECONSTRUIDO HASTA ESE MOMENTO;
      *    LAS DISCONTINUIDADES SE LISTAN PERO NO DETIENEN EL PROCESO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCNCTRL      ASSIGN TO RCNCTRL
                  FILE STATUS IS FS-RCNCTRL.
      *
           SELECT DESCARGA     ASSIGN TO DESCARGA
                  FILE STATUS IS FS-DESCARGA.
      *
           SELECT JORNAL       ASSIGN TO JORNAL
                  FILE STATUS IS FS-JORNAL.
      *
           SELECT MAESREC      ASSIGN TO MAESREC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MRC-CLAVE
                  FILE STATUS IS FS-MAESREC.
      *
           SELECT MAESTRO      ASSIGN TO MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MAE-CLAVE
                  FILE STATUS IS FS-MAESTRO.
      *
           SELECT RCNLIST      ASSIGN TO RCNLIST
                  FILE STATUS IS FS-RCNLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RCNCTRL
           RECORDING MODE IS F.
       01 REG-RCNCTRL            PIC X(80).
      *
       FD DESCARGA
           RECORDING MODE IS F.
       01 REG-DESCARGA           PIC X(53).
      *
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-ENT         PIC X(133).
      *
       FD MAESREC.
       01 REG-MAESREC.
          05 MRC-CLAVE           PIC X(12).
          05 FILLER              PIC X(41).
      *
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD RCNLIST
           RECORDING MODE IS F.
       01 REG-RCNLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-RCNCTRL             PIC 99.
       01 FS-DESCARGA            PIC 99.
       01 FS-JORNAL              PIC 99.
       01 FS-MAESREC             PIC 99.
       01 FS-MAESTRO             PIC 99.
       01 FS-RCNLIST             PIC 99.
      *
       COPY JORNAL.
      *
       01 VARIABLES.
          05 VA-DESCARGADOS      PIC 9(6).
          05 VA-JORNAL-LEIDOS    PIC 9(6).
          05 VA-APLICADOS        PIC 9(6).
          05 VA-ANTERIORES       PIC 9(6).
          05 VA-POSTERIORES      PIC 9(6).
          05 VA-DISCONTINUOS     PIC 9(6).
          05 VA-RECONSTRUIDOS    PIC 9(6).
          05 VA-REC-ACTIVOS      PIC 9(6).
          05 VA-REC-BAJAS        PIC 9(6).
          05 VA-COINCIDENTES     PIC 9(6).
          05 VA-DISTINTOS        PIC 9(6).
          05 VA-SOLO-MAESTRO     PIC 9(6).
          05 VA-SOLO-RECONS      PIC 9(6).
      *
      ******************************************************************
      *   I M A G E N   R E C O N S T R U I D A                        *
      ******************************************************************
      *    MISMO LAYOUT QUE REG-MAESTRO (MAESTRO.CPY).
       01 WS-IMAGEN-REC.
          05 WS-REC-CLAVE.
             10 WS-REC-TIPO-DOC  PIC XXX.
             10 WS-REC-NUM-DOC   PIC X(9).
          05 WS-REC-GENERO       PIC X.
          05 WS-REC-EDAD         PIC 99.
          05 WS-REC-FECHA-NAC    PIC 9(8).
          05 WS-REC-FECHA-ALTA   PIC 9(8).
          05 WS-REC-FECHA-ULT-ACT PIC 9(8).
          05 WS-REC-FECHA-BAJA   PIC 9(8).
          05 FILLER              PIC X(6).
      *
       01 WS-CLAVE-MAESTRO       PIC X(12).
       01 WS-CLAVE-RECONS        PIC X(12).
      *
      ******************************************************************
      *   F I C H A S   D E   C O N T R O L   (RCNCTRL)                *
      ******************************************************************
      *    FORMATO DE LAS FICHAS (COLUMNAS FIJAS, FECHAS AAAAMMDD).
      *    SIN FICHERO DE CONTROL SE RECONSTRUYE A HOY DESDE VACIO.
      *      MODO      RECONSTRUIR | VERIFICAR   (11-21)
      *      FECHA     AAAAMMDD  ULTIMO DIA A REPETIR (11-18)
      *      DESCARGA  AAAAMMDD  DIA DE LA DESCARGA DE PARTIDA
      *                          (11-18); SOLO SE REPITEN LOS
      *                          APUNTES POSTERIORES A ESE DIA
       01 REG-CARTA-RECONS.
          05 CRC-PALABRA         PIC X(10).
          05 CRC-RESTO           PIC X(70).
       01 FILLER REDEFINES REG-CARTA-RECONS.
          05 FILLER              PIC X(10).
          05 CRC-MODO            PIC X(11).
          05 FILLER              PIC X(59).
       01 FILLER REDEFINES REG-CARTA-RECONS.
          05 FILLER              PIC X(10).
          05 CRC-FECHA           PIC X(8).
          05 FILLER              PIC X(62).
      *
       01 WS-FECHA-RECONS        PIC 9(8)  VALUE ZERO.
       01 WS-FECHA-DESCARGA      PIC 9(8)  VALUE ZERO.
      *
       01 WS-FECHA-EDICION       PIC 9(8)  VALUE ZERO.
       01 WS-FECHA-EDITADA       PIC X(10) VALUE SPACES.
      *
      ******************************************************************
      *               A R E A   D E L   I N F O R M E                  *
      ******************************************************************
       01 WS-FECHA-SISTEMA       PIC 9(8).
       01 WS-FECHA-INFORME.
          05 WS-FI-DIA           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FI-MES           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FI-ANNO          PIC X(4).
      *
       01 WS-PAGINA              PIC 999   VALUE ZERO.
       01 WS-LINEAS-PAG          PIC 99    VALUE ZERO.
       01 WS-MAX-LINEAS-PAG      PIC 99    VALUE 50.
       01 WS-LINEAS-NECESARIAS   PIC 99    VALUE ZERO.
      *
       01 LIN-CABECERA-1.
          05 FILLER              PIC X(36) VALUE
             'RECONSTRUCCION DEL MAESTRO'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP29 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-PARAM-MODO.
          05 FILLER              PIC X(30) VALUE
             'MODO......................: '.
          05 LPM-MODO            PIC X(11).
      *
       01 LIN-PARAM-FECHA.
          05 FILLER              PIC X(30) VALUE
             'RECONSTRUIDO HASTA EL DIA.: '.
          05 LPF-FECHA           PIC X(10).
      *
       01 LIN-PARAM-ORIGEN.
          05 FILLER              PIC X(30) VALUE
             'PUNTO DE PARTIDA..........: '.
          05 LPO-ORIGEN          PIC X(20).
          05 LPO-FECHA           PIC X(10).
      *
       01 LIN-TITULO.
          05 LTI-TEXTO           PIC X(50).
      *
       01 LIN-COL-JORNAL.
          05 FILLER              PIC X(11) VALUE 'FECHA JOR.'.
          05 FILLER              PIC X(4)  VALUE 'ACC'.
          05 FILLER              PIC X(4)  VALUE 'TIPO'.
          05 FILLER              PIC X(10) VALUE 'DOCUMENTO'.
          05 FILLER              PIC X(30) VALUE 'INCIDENCIA'.
      *
       01 LIN-DISCONTINUIDAD.
          05 LDI-FECHA           PIC X(10).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDI-ACCION          PIC X.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LDI-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDI-NUMDOC          PIC X(9).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDI-INCIDENCIA      PIC X(40).
      *
       01 LIN-COL-VERIFICA.
          05 FILLER              PIC X(4)  VALUE 'TIPO'.
          05 FILLER              PIC X(10) VALUE 'DOCUMENTO'.
          05 FILLER              PIC X(9)  VALUE 'ORIGEN'.
          05 FILLER              PIC X(2)  VALUE 'G'.
          05 FILLER              PIC X(3)  VALUE 'ED'.
          05 FILLER              PIC X(9)  VALUE 'F.NAC'.
          05 FILLER              PIC X(9)  VALUE 'F.ALTA'.
          05 FILLER              PIC X(9)  VALUE 'F.ULT'.
          05 FILLER              PIC X(9)  VALUE 'F.BAJA'.
          05 FILLER              PIC X(12) VALUE 'DIFERENCIA'.
      *
       01 LIN-DIFERENCIA.
          05 LDF-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-NUMDOC          PIC X(9).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-ORIGEN          PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-GENERO          PIC X.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-EDAD            PIC XX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-FECHA-NAC       PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-FECHA-ALTA      PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-FECHA-ULT       PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-FECHA-BAJA      PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDF-DIFERENCIA      PIC X(15).
      *
       01 LIN-TOT-DESCARGADOS.
          05 FILLER              PIC X(30) VALUE
             'CARGADOS DE LA DESCARGA...: '.
          05 LTD-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-JORNAL.
          05 FILLER              PIC X(30) VALUE
             'APUNTES DE JORNAL LEIDOS..: '.
          05 LTJ-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-APLICADOS.
          05 FILLER              PIC X(30) VALUE
             'APUNTES REPETIDOS.........: '.
          05 LTA-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ANTERIORES.
          05 FILLER              PIC X(30) VALUE
             'YA EN LA DESCARGA.........: '.
          05 LTN-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-POSTERIORES.
          05 FILLER              PIC X(30) VALUE
             'POSTERIORES A LA FECHA....: '.
          05 LTP-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-DISCONTINUOS.
          05 FILLER              PIC X(30) VALUE
             'DISCONTINUIDADES..........: '.
          05 LTC-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-RECONSTRUIDOS.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS RECONSTRUIDOS...: '.
          05 LTR-CONT            PIC ZZZZZ9.
          05 FILLER              PIC X(10) VALUE '  ACTIVOS '.
          05 LTR-ACTIVOS         PIC ZZZZZ9.
          05 FILLER              PIC X(8)  VALUE '  BAJAS '.
          05 LTR-BAJAS           PIC ZZZZZ9.
      *
       01 LIN-TOT-COINCIDENTES.
          05 FILLER              PIC X(30) VALUE
             'CLAVES COINCIDENTES.......: '.
          05 LTI-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-DISTINTOS.
          05 FILLER              PIC X(30) VALUE
             'CLAVES CON CONTENIDO DIST.: '.
          05 LTX-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-SOLO-MAESTRO.
          05 FILLER              PIC X(30) VALUE
             'SOLO EN EL MAESTRO VIVO...: '.
          05 LTM-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-SOLO-RECONS.
          05 FILLER              PIC X(30) VALUE
             'SOLO EN LO RECONSTRUIDO...: '.
          05 LTS-CONT            PIC ZZZZZ9.
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
          05 SWITCH-FIN-CARTAS   PIC XX VALUE 'NO'.
             88 FIN-CARTAS-OK           VALUE 'SI'.
             88 FIN-CARTAS-NO           VALUE 'NO'.
      *
          05 SWITCH-FIN-DESCARGA PIC XX VALUE 'NO'.
             88 FIN-DESCARGA-OK         VALUE 'SI'.
             88 FIN-DESCARGA-NO         VALUE 'NO'.
      *
          05 SWITCH-FIN-MAESTRO  PIC XX VALUE 'NO'.
             88 FIN-MAESTRO-OK          VALUE 'SI'.
             88 FIN-MAESTRO-NO          VALUE 'NO'.
      *
          05 SWITCH-FIN-RECONS   PIC XX VALUE 'NO'.
             88 FIN-RECONS-OK           VALUE 'SI'.
             88 FIN-RECONS-NO           VALUE 'NO'.
      *
       01 WS-MODO-SW             PIC X     VALUE 'R'.
          88 MODO-RECONSTRUIR          VALUE 'R'.
          88 MODO-VERIFICAR            VALUE 'V'.
      *
       01 WS-DESCARGA-SW         PIC X     VALUE 'N'.
          88 DESDE-DESCARGA            VALUE 'S'.
          88 DESDE-VACIO               VALUE 'N'.
      *
       01 WS-JORNAL-SW           PIC X     VALUE 'N'.
          88 HAY-JORNAL                VALUE 'S'.
          88 NO-HAY-JORNAL             VALUE 'N'.
      *
       01 WS-TITULO-SW           PIC X     VALUE 'N'.
          88 TITULO-IMPRESO            VALUE 'S'.
          88 TITULO-NO-IMPRESO         VALUE 'N'.
      *
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
       INDICE.
           PERFORM 10-INICIO
           PERFORM 20-PROCESO
           PERFORM 30-FIN.
      *
      ******************************************************************
      *  10-INICIO                                                     *
      *                                                                *
      ******************************************************************
       10-INICIO.
           INITIALIZE  SWITCH
                       VARIABLES
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
      *
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-RECONS
      *
           PERFORM 11-LEER-PARAMETROS
      *
           OPEN OUTPUT RCNLIST
      *
           IF FS-RCNLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR RCNLIST: '
                       FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
           PERFORM 2150-IMPRIMIR-PARAMETROS
      *
      *    MAESREC SE CREA SIEMPRE VACIO Y SE REABRE EN I-O PARA LA
      *    CARGA Y LA REPETICION POR CLAVE.
           OPEN OUTPUT MAESREC
      *
           IF FS-MAESREC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CREAR MAESREC: '
                       FS-MAESREC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE MAESREC
           OPEN I-O MAESREC
      *
           IF FS-MAESREC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESREC: '
                       FS-MAESREC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF DESDE-DESCARGA
              PERFORM 13-CARGAR-DESCARGA
           END-IF
      *
      *    UN MAESTRO RECIEN IMPLANTADO TODAVIA NO TIENE JORNAL.
           OPEN INPUT JORNAL
      *
           IF FS-JORNAL = 0
              SET HAY-JORNAL TO TRUE
              PERFORM 100-LEER-JORNAL
           ELSE
              SET NO-HAY-JORNAL TO TRUE
              SET FIN-OK TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  11-LEER-PARAMETROS                                            *
      *                                                                *
      ******************************************************************
       11-LEER-PARAMETROS.
           OPEN INPUT RCNCTRL
      *
           IF FS-RCNCTRL = 0
              PERFORM 12-CARGAR-PARAMETRO UNTIL FIN-CARTAS-OK
              CLOSE RCNCTRL
           ELSE
              SET FIN-CARTAS-OK TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  12-CARGAR-PARAMETRO                                           *
      *                                                                *
      ******************************************************************
       12-CARGAR-PARAMETRO.
           READ RCNCTRL INTO REG-CARTA-RECONS
      *
           IF FS-RCNCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER RCNCTRL: ' FS-RCNCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-RCNCTRL = 10
              SET FIN-CARTAS-OK TO TRUE
           ELSE
              EVALUATE CRC-PALABRA
              WHEN 'MODO'
                   EVALUATE CRC-MODO
                   WHEN 'RECONSTRUIR'
                        SET MODO-RECONSTRUIR TO TRUE
                   WHEN 'VERIFICAR'
                        SET MODO-VERIFICAR TO TRUE
                   WHEN OTHER
                        DISPLAY 'FICHA MODO NO VALIDA. SE IGNORA: '
                                REG-CARTA-RECONS
                   END-EVALUATE
              WHEN 'FECHA'
                   IF CRC-FECHA NUMERIC
                      MOVE CRC-FECHA TO WS-FECHA-RECONS
                   ELSE
                      DISPLAY 'FICHA FECHA NO VALIDA. SE IGNORA: '
                              REG-CARTA-RECONS
                   END-IF
              WHEN 'DESCARGA'
                   IF CRC-FECHA NUMERIC
                      MOVE CRC-FECHA TO WS-FECHA-DESCARGA
                      SET DESDE-DESCARGA TO TRUE
                   ELSE
                      DISPLAY 'FICHA DESCARGA NO VALIDA. SE IGNORA: '
                              REG-CARTA-RECONS
                   END-IF
              WHEN SPACES
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'FICHA DE RECONSTRUCCION NO RECONOCIDA: '
                           REG-CARTA-RECONS
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  13-CARGAR-DESCARGA                                            *
      *                                                                *
      ******************************************************************
      *    LA DESCARGA ES EL PUNTO DE PARTIDA: SE COPIA TAL CUAL A
      *    MAESREC. UNA DESCARGA POSTERIOR A LA FECHA PEDIDA NO SIRVE
      *    PORQUE EL JORNAL NO PERMITE IR HACIA ATRAS.
       13-CARGAR-DESCARGA.
           IF WS-FECHA-DESCARGA > WS-FECHA-RECONS
              DISPLAY 'LA DESCARGA ES POSTERIOR A LA FECHA PEDIDA: '
                       WS-FECHA-DESCARGA ' ' WS-FECHA-RECONS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           OPEN INPUT DESCARGA
      *
           IF FS-DESCARGA NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR DESCARGA: '
                       FS-DESCARGA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 14-COPIAR-DESCARGA UNTIL FIN-DESCARGA-OK
      *
           CLOSE DESCARGA
           .
      *
      ******************************************************************
      *  14-COPIAR-DESCARGA                                            *
      *                                                                *
      ******************************************************************
       14-COPIAR-DESCARGA.
           READ DESCARGA INTO WS-IMAGEN-REC
      *
           IF FS-DESCARGA NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER DESCARGA: ' FS-DESCARGA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-DESCARGA = 10
              SET FIN-DESCARGA-OK TO TRUE
           ELSE
              WRITE REG-MAESREC FROM WS-IMAGEN-REC
      *
              IF FS-MAESREC NOT = 0
                 DISPLAY 'ERROR AL ESCRIBIR MAESREC: ' FS-MAESREC
                         ' CLAVE ' WS-REC-CLAVE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              ADD 1 TO VA-DESCARGADOS
           END-IF
           .
      *
      ******************************************************************
      *  100-LEER-JORNAL                                               *
      *                                                                *
      ******************************************************************
       100-LEER-JORNAL.
           READ JORNAL INTO REG-JORNAL
      *
           IF FS-JORNAL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER JORNAL: ' FS-JORNAL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-JORNAL = 10
              SET FIN-OK TO TRUE
           ELSE
              ADD 1 TO VA-JORNAL-LEIDOS
           END-IF
           .
      *
      ******************************************************************
      *  110-LEER-RECONS                                               *
      *                                                                *
      ******************************************************************
       110-LEER-RECONS.
           READ MAESREC NEXT INTO WS-IMAGEN-REC
      *
           IF FS-MAESREC NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER MAESREC: ' FS-MAESREC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-MAESREC = 10
              SET FIN-RECONS-OK TO TRUE
              MOVE HIGH-VALUES TO WS-CLAVE-RECONS
           ELSE
              MOVE WS-REC-CLAVE TO WS-CLAVE-RECONS
              ADD 1 TO VA-RECONSTRUIDOS
              IF WS-REC-FECHA-BAJA = ZERO
                 ADD 1 TO VA-REC-ACTIVOS
              ELSE
                 ADD 1 TO VA-REC-BAJAS
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  120-LEER-MAESTRO                                              *
      *                                                                *
      ******************************************************************
       120-LEER-MAESTRO.
           READ MAESTRO
      *
           IF FS-MAESTRO NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-MAESTRO = 10
              SET FIN-MAESTRO-OK TO TRUE
              MOVE HIGH-VALUES TO WS-CLAVE-MAESTRO
           ELSE
              MOVE MAE-CLAVE TO WS-CLAVE-MAESTRO
           END-IF
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           PERFORM 200-TRATAR UNTIL FIN-OK
      *
      *    MAESREC SE CIERRA Y SE RELEE EN SECUENCIA: PARA CONTARLO Y,
      *    EN MODO VERIFICAR, PARA CRUZARLO CON EL MAESTRO VIVO.
           CLOSE MAESREC
           OPEN INPUT MAESREC
      *
           IF FS-MAESREC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL REABRIR MAESREC: '
                       FS-MAESREC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 110-LEER-RECONS
      *
           IF MODO-VERIFICAR
              OPEN INPUT MAESTRO
      *
              IF FS-MAESTRO NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: '
                          FS-MAESTRO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET TITULO-NO-IMPRESO TO TRUE
              PERFORM 120-LEER-MAESTRO
              PERFORM 300-CRUZAR-CLAVE
                  UNTIL FIN-MAESTRO-OK AND FIN-RECONS-OK
      *
              CLOSE MAESTRO
           ELSE
              PERFORM 290-CONTAR-RECONS UNTIL FIN-RECONS-OK
           END-IF
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-TRATAR                                                    *
      *                                                                *
      ******************************************************************
      *    EL JORNAL ESTA EN ORDEN DE GRABACION. LO YA RECOGIDO EN LA
      *    DESCARGA Y LO POSTERIOR A LA FECHA PEDIDA SOLO SE CUENTA.
       200-TRATAR.
           EVALUATE TRUE
           WHEN DESDE-DESCARGA
            AND JOR-FECHA NOT > WS-FECHA-DESCARGA
                ADD 1 TO VA-ANTERIORES
           WHEN JOR-FECHA > WS-FECHA-RECONS
                ADD 1 TO VA-POSTERIORES
           WHEN OTHER
                PERFORM 210-REPETIR-APUNTE
           END-EVALUATE
      *
           PERFORM 100-LEER-JORNAL
           .
      *
      ******************************************************************
      *  210-REPETIR-APUNTE                                            *
      *                                                                *
      ******************************************************************
      *    TODO APUNTE DEJA LA CLAVE CON SU IMAGEN DESPUES. EN LAS
      *    ALTAS LA CLAVE NO DEBE EXISTIR TODAVIA; EN EL RESTO DEBE
      *    EXISTIR Y SU IMAGEN ACTUAL SER LA IMAGEN ANTES DEL APUNTE.
      *    CUALQUIER OTRA COSA ES UNA DISCONTINUIDAD: SE LISTA Y SE
      *    APLICA IGUALMENTE LA IMAGEN DESPUES.
       210-REPETIR-APUNTE.
           ADD 1 TO VA-APLICADOS
      *
           IF ACCION-RENUMERACION
              PERFORM 215-REPETIR-RENUMERACION
           ELSE
              PERFORM 211-REPETIR-CAMBIO
           END-IF
           .
      *
      ******************************************************************
      *  211-REPETIR-CAMBIO                                            *
      *                                                                *
      ******************************************************************
       211-REPETIR-CAMBIO.
           MOVE JOR-CLAVE TO MRC-CLAVE
           READ MAESREC INTO WS-IMAGEN-REC
      *
           IF FS-MAESREC NOT = 0 AND 23
              DISPLAY 'ERROR AL LEER MAESREC: ' FS-MAESREC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           EVALUATE TRUE
           WHEN ACCION-ALTA AND FS-MAESREC = 0
                MOVE 'ALTA SOBRE CLAVE YA EXISTENTE'
                     TO LDI-INCIDENCIA
                PERFORM 220-LISTAR-DISCONTINUIDAD
           WHEN NOT ACCION-ALTA AND FS-MAESREC = 23
                MOVE 'CAMBIO SOBRE CLAVE INEXISTENTE'
                     TO LDI-INCIDENCIA
                PERFORM 220-LISTAR-DISCONTINUIDAD
           WHEN NOT ACCION-ALTA AND WS-IMAGEN-REC NOT = JOR-ANTES
                MOVE 'IMAGEN ANTES NO COINCIDE'
                     TO LDI-INCIDENCIA
                PERFORM 220-LISTAR-DISCONTINUIDAD
           WHEN OTHER
                CONTINUE
           END-EVALUATE
      *
           MOVE JOR-DESPUES TO WS-IMAGEN-REC
      *
           IF FS-MAESREC = 0
              REWRITE REG-MAESREC FROM WS-IMAGEN-REC
           ELSE
              WRITE REG-MAESREC FROM WS-IMAGEN-REC
           END-IF
      *
           IF FS-MAESREC NOT = 0
              DISPLAY 'ERROR AL GRABAR MAESREC: ' FS-MAESREC
                      ' CLAVE ' JOR-CLAVE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  215-REPETIR-RENUMERACION                                      *
      *                                                                *
      ******************************************************************
      *    LA RENUMERACION BORRA LA CLAVE ANTIGUA (LA DE LA IMAGEN
      *    ANTES) Y GRABA LA IMAGEN DESPUES CON LA CLAVE NUEVA, QUE ES
      *    JOR-CLAVE.
       215-REPETIR-RENUMERACION.
           MOVE JOR-ANTES (1:12) TO MRC-CLAVE
           READ MAESREC INTO WS-IMAGEN-REC
      *
           EVALUATE FS-MAESREC
           WHEN 0
                IF WS-IMAGEN-REC NOT = JOR-ANTES
                   MOVE 'IMAGEN ANTES NO COINCIDE'
                        TO LDI-INCIDENCIA
                   PERFORM 220-LISTAR-DISCONTINUIDAD
                END-IF
                DELETE MAESREC RECORD
                IF FS-MAESREC NOT = 0
                   DISPLAY 'ERROR AL BORRAR MAESREC: ' FS-MAESREC
                           ' CLAVE ' MRC-CLAVE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
           WHEN 23
                MOVE 'RENUMERACION DE CLAVE INEXISTENTE'
                     TO LDI-INCIDENCIA
                PERFORM 220-LISTAR-DISCONTINUIDAD
           WHEN OTHER
                DISPLAY 'ERROR AL LEER MAESREC: ' FS-MAESREC
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
      *
           MOVE JOR-CLAVE TO MRC-CLAVE
           READ MAESREC
      *
           IF FS-MAESREC NOT = 0 AND 23
              DISPLAY 'ERROR AL LEER MAESREC: ' FS-MAESREC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE JOR-DESPUES TO WS-IMAGEN-REC
      *
           IF FS-MAESREC = 0
              MOVE 'RENUMERACION A CLAVE YA EXISTENTE'
                   TO LDI-INCIDENCIA
              PERFORM 220-LISTAR-DISCONTINUIDAD
              REWRITE REG-MAESREC FROM WS-IMAGEN-REC
           ELSE
              WRITE REG-MAESREC FROM WS-IMAGEN-REC
           END-IF
      *
           IF FS-MAESREC NOT = 0
              DISPLAY 'ERROR AL GRABAR MAESREC: ' FS-MAESREC
                      ' CLAVE ' JOR-CLAVE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  220-LISTAR-DISCONTINUIDAD                                     *
      *                                                                *
      ******************************************************************
       220-LISTAR-DISCONTINUIDAD.
           ADD 1 TO VA-DISCONTINUOS
      *
           IF TITULO-NO-IMPRESO
              MOVE 'DISCONTINUIDADES DEL JORNAL' TO LTI-TEXTO
              MOVE 4 TO WS-LINEAS-NECESARIAS
              PERFORM 2050-CONTROL-SALTO-PAGINA
              WRITE REG-RCNLIST FROM LIN-BLANCO
              WRITE REG-RCNLIST FROM LIN-TITULO
              WRITE REG-RCNLIST FROM LIN-COL-JORNAL
              ADD 3 TO WS-LINEAS-PAG
              SET TITULO-IMPRESO TO TRUE
           END-IF
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE JOR-FECHA TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LDI-FECHA
           MOVE JOR-ACCION   TO LDI-ACCION
           MOVE JOR-TIPO-DOC TO LDI-TIPO
           MOVE JOR-NUM-DOC  TO LDI-NUMDOC
      *
           WRITE REG-RCNLIST FROM LIN-DISCONTINUIDAD
      *
           IF FS-RCNLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR RCNLIST: ' FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  230-EDITAR-FECHA                                              *
      *                                                                *
      ******************************************************************
       230-EDITAR-FECHA.
           MOVE WS-FECHA-EDICION (7:2) TO WS-FECHA-EDITADA (1:2)
           MOVE '/'                    TO WS-FECHA-EDITADA (3:1)
           MOVE WS-FECHA-EDICION (5:2) TO WS-FECHA-EDITADA (4:2)
           MOVE '/'                    TO WS-FECHA-EDITADA (6:1)
           MOVE WS-FECHA-EDICION (1:4) TO WS-FECHA-EDITADA (7:4)
           .
      *
      ******************************************************************
      *  290-CONTAR-RECONS                                             *
      *                                                                *
      ******************************************************************
       290-CONTAR-RECONS.
           PERFORM 110-LEER-RECONS
           .
      *
      ******************************************************************
      *  300-CRUZAR-CLAVE                                              *
      *                                                                *
      ******************************************************************
      *    MERGE CLASICO POR CLAVE ENTRE EL MAESTRO VIVO Y MAESREC.
      *    SE COMPARAN TODOS LOS CAMPOS DEL REGISTRO (NO EL RELLENO).
       300-CRUZAR-CLAVE.
           EVALUATE TRUE
           WHEN WS-CLAVE-MAESTRO < WS-CLAVE-RECONS
                ADD 1 TO VA-SOLO-MAESTRO
                MOVE 'SOLO EN MAESTRO' TO LDF-DIFERENCIA
                PERFORM 310-LISTAR-MAESTRO
                PERFORM 120-LEER-MAESTRO
           WHEN WS-CLAVE-MAESTRO > WS-CLAVE-RECONS
                ADD 1 TO VA-SOLO-RECONS
                MOVE 'SOLO RECONSTR.' TO LDF-DIFERENCIA
                PERFORM 320-LISTAR-RECONS
                PERFORM 110-LEER-RECONS
           WHEN OTHER
                IF REG-MAESTRO (1:47) = WS-IMAGEN-REC (1:47)
                   ADD 1 TO VA-COINCIDENTES
                ELSE
                   ADD 1 TO VA-DISTINTOS
                   MOVE 'CONTENIDO DIST.' TO LDF-DIFERENCIA
                   PERFORM 310-LISTAR-MAESTRO
                   MOVE SPACES TO LDF-DIFERENCIA
                   PERFORM 320-LISTAR-RECONS
                END-IF
                PERFORM 120-LEER-MAESTRO
                PERFORM 110-LEER-RECONS
           END-EVALUATE
           .
      *
      ******************************************************************
      *  310-LISTAR-MAESTRO                                            *
      *                                                                *
      ******************************************************************
       310-LISTAR-MAESTRO.
           PERFORM 330-TITULO-VERIFICACION
      *
           MOVE MAE-TIPO-DOC      TO LDF-TIPO
           MOVE MAE-NUM-DOC       TO LDF-NUMDOC
           MOVE 'MAESTRO'         TO LDF-ORIGEN
           MOVE MAE-GENERO        TO LDF-GENERO
           MOVE MAE-EDAD          TO LDF-EDAD
           MOVE MAE-FECHA-NAC     TO LDF-FECHA-NAC
           MOVE MAE-FECHA-ALTA    TO LDF-FECHA-ALTA
           MOVE MAE-FECHA-ULT-ACT TO LDF-FECHA-ULT
           MOVE MAE-FECHA-BAJA    TO LDF-FECHA-BAJA
      *
           PERFORM 340-ESCRIBIR-DIFERENCIA
           .
      *
      ******************************************************************
      *  320-LISTAR-RECONS                                             *
      *                                                                *
      ******************************************************************
       320-LISTAR-RECONS.
           PERFORM 330-TITULO-VERIFICACION
      *
           MOVE WS-REC-TIPO-DOC      TO LDF-TIPO
           MOVE WS-REC-NUM-DOC       TO LDF-NUMDOC
           MOVE 'RECONSTR'           TO LDF-ORIGEN
           MOVE WS-REC-GENERO        TO LDF-GENERO
           MOVE WS-REC-EDAD          TO LDF-EDAD
           MOVE WS-REC-FECHA-NAC     TO LDF-FECHA-NAC
           MOVE WS-REC-FECHA-ALTA    TO LDF-FECHA-ALTA
           MOVE WS-REC-FECHA-ULT-ACT TO LDF-FECHA-ULT
           MOVE WS-REC-FECHA-BAJA    TO LDF-FECHA-BAJA
      *
           PERFORM 340-ESCRIBIR-DIFERENCIA
           .
      *
      ******************************************************************
      *  330-TITULO-VERIFICACION                                       *
      *                                                                *
      ******************************************************************
       330-TITULO-VERIFICACION.
           IF TITULO-NO-IMPRESO
              MOVE 'DIFERENCIAS CON EL MAESTRO VIVO' TO LTI-TEXTO
              MOVE 4 TO WS-LINEAS-NECESARIAS
              PERFORM 2050-CONTROL-SALTO-PAGINA
              WRITE REG-RCNLIST FROM LIN-BLANCO
              WRITE REG-RCNLIST FROM LIN-TITULO
              WRITE REG-RCNLIST FROM LIN-COL-VERIFICA
              ADD 3 TO WS-LINEAS-PAG
              SET TITULO-IMPRESO TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  340-ESCRIBIR-DIFERENCIA                                       *
      *                                                                *
      ******************************************************************
       340-ESCRIBIR-DIFERENCIA.
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           WRITE REG-RCNLIST FROM LIN-DIFERENCIA
      *
           IF FS-RCNLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR RCNLIST: ' FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE 14 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE VA-DESCARGADOS   TO LTD-CONT
           MOVE VA-JORNAL-LEIDOS TO LTJ-CONT
           MOVE VA-APLICADOS     TO LTA-CONT
           MOVE VA-ANTERIORES    TO LTN-CONT
           MOVE VA-POSTERIORES   TO LTP-CONT
           MOVE VA-DISCONTINUOS  TO LTC-CONT
           MOVE VA-RECONSTRUIDOS TO LTR-CONT
           MOVE VA-REC-ACTIVOS   TO LTR-ACTIVOS
           MOVE VA-REC-BAJAS     TO LTR-BAJAS
      *
           WRITE REG-RCNLIST FROM LIN-BLANCO
           WRITE REG-RCNLIST FROM LIN-TOT-DESCARGADOS
           WRITE REG-RCNLIST FROM LIN-TOT-JORNAL
           WRITE REG-RCNLIST FROM LIN-TOT-APLICADOS
           WRITE REG-RCNLIST FROM LIN-TOT-ANTERIORES
           WRITE REG-RCNLIST FROM LIN-TOT-POSTERIORES
           WRITE REG-RCNLIST FROM LIN-TOT-DISCONTINUOS
           WRITE REG-RCNLIST FROM LIN-TOT-RECONSTRUIDOS
      *
           IF MODO-VERIFICAR
              MOVE VA-COINCIDENTES TO LTI-CONT
              MOVE VA-DISTINTOS    TO LTX-CONT
              MOVE VA-SOLO-MAESTRO TO LTM-CONT
              MOVE VA-SOLO-RECONS  TO LTS-CONT
      *
              WRITE REG-RCNLIST FROM LIN-BLANCO
              WRITE REG-RCNLIST FROM LIN-TOT-COINCIDENTES
              WRITE REG-RCNLIST FROM LIN-TOT-DISTINTOS
              WRITE REG-RCNLIST FROM LIN-TOT-SOLO-MAESTRO
              WRITE REG-RCNLIST FROM LIN-TOT-SOLO-RECONS
           END-IF
      *
           IF FS-RCNLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR RCNLIST: ' FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           DISPLAY 'APUNTES REPETIDOS........: ' VA-APLICADOS
           DISPLAY 'DISCONTINUIDADES.........: ' VA-DISCONTINUOS
           DISPLAY 'REGISTROS RECONSTRUIDOS..: ' VA-RECONSTRUIDOS
           IF MODO-VERIFICAR
              DISPLAY 'CLAVES COINCIDENTES......: ' VA-COINCIDENTES
              DISPLAY 'CONTENIDO DISTINTO.......: ' VA-DISTINTOS
              DISPLAY 'SOLO EN MAESTRO VIVO.....: ' VA-SOLO-MAESTRO
              DISPLAY 'SOLO EN RECONSTRUIDO.....: ' VA-SOLO-RECONS
           END-IF
           .
      *
      ******************************************************************
      *  2050-CONTROL-SALTO-PAGINA                                     *
      *                                                                *
      ******************************************************************
       2050-CONTROL-SALTO-PAGINA.
           IF WS-LINEAS-PAG + WS-LINEAS-NECESARIAS > WS-MAX-LINEAS-PAG
              PERFORM 2100-IMPRIMIR-CABECERA
           END-IF
           .
      *
      ******************************************************************
      *  2100-IMPRIMIR-CABECERA                                        *
      *                                                                *
      ******************************************************************
       2100-IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-FECHA-INFORME TO LC1-FECHA
           MOVE WS-PAGINA        TO LC1-PAGINA
      *
           WRITE REG-RCNLIST FROM LIN-CABECERA-1
           WRITE REG-RCNLIST FROM LIN-CABECERA-2
           WRITE REG-RCNLIST FROM LIN-BLANCO
      *
           IF FS-RCNLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR RCNLIST: ' FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  2150-IMPRIMIR-PARAMETROS                                      *
      *                                                                *
      ******************************************************************
       2150-IMPRIMIR-PARAMETROS.
           IF MODO-VERIFICAR
              MOVE 'VERIFICAR'   TO LPM-MODO
           ELSE
              MOVE 'RECONSTRUIR' TO LPM-MODO
           END-IF
      *
           MOVE WS-FECHA-RECONS TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LPF-FECHA
      *
           IF DESDE-DESCARGA
              MOVE 'DESCARGA DEL DIA'  TO LPO-ORIGEN
              MOVE WS-FECHA-DESCARGA TO WS-FECHA-EDICION
              PERFORM 230-EDITAR-FECHA
              MOVE WS-FECHA-EDITADA  TO LPO-FECHA
           ELSE
              MOVE 'MAESTRO VACIO'     TO LPO-ORIGEN
              MOVE SPACES              TO LPO-FECHA
           END-IF
      *
           WRITE REG-RCNLIST FROM LIN-PARAM-MODO
           WRITE REG-RCNLIST FROM LIN-PARAM-FECHA
           WRITE REG-RCNLIST FROM LIN-PARAM-ORIGEN
      *
           IF FS-RCNLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR RCNLIST: ' FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  30-FIN                                                        *
      *                                                                *
      ******************************************************************
       30-FIN.
           IF HAY-JORNAL
              CLOSE JORNAL
           END-IF
      *
           CLOSE MAESREC
                 RCNLIST
      *
           IF FS-MAESREC NOT = 0
              OR FS-RCNLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR FICHEROS: '
                       FS-MAESREC ' ' FS-RCNLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF VA-DISCONTINUOS > 0
              OR VA-DISTINTOS > 0
              OR VA-SOLO-MAESTRO > 0
              OR VA-SOLO-RECONS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
