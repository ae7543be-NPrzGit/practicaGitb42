       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP33.
      *
      *    ENTREGA DIARIA DE NOVEDADES DEL MAESTRO PERSONA A LOS
      *    SISTEMAS CONSUMIDORES (PRESTACIONES, CORREO, ESTADISTICA...)
      *    A PARTIR DEL JORNAL. CADA MOVIMIENTO DEL JORNAL (ALTA,
      *    MODIFICACION, BAJA, ENVEJECIMIENTO, RENUMERACION Y
      *    CORRECCION MANUAL, ESTA CON SU OPERADOR Y MOTIVO) ES UNA
      *    NOVEDAD CUYA SECUENCIA ES SU POSICION EN EL JORNAL: COMO EL
      *    JORNAL SOLO CRECE POR EL FINAL, LA SECUENCIA DE UN
      *    MOVIMIENTO NO CAMBIA NUNCA.
      *
      *    CADA CONSUMIDOR DEVUELVE UN FICHERO ACUSE.<NOMBRE> CON LA
      *    ULTIMA SECUENCIA QUE HA CARGADO (ACUSE.CPY). CADA EJECUCION
      *    GRABA NOVED.<NOMBRE> (NOVEDAD.CPY) CON TODO LO POSTERIOR AL
      *    ULTIMO ACUSE, ENTRE CABECERA 'CAB' Y TOTALIZADOR 'FIN' COMO
      *    LOS EXTRACTOS DE ENTRADA; UN CONSUMIDOR QUE NO CARGA UN DIA
      *    RECIBE AL SIGUIENTE LO PENDIENTE SIN INTERVENCION MANUAL. EL
      *    FICHERO SE GRABA AUNQUE NO HAYA NOVEDADES.
      *
      *    NOVESTAD GUARDA POR CONSUMIDOR EL ULTIMO ACUSE ACEPTADO Y LA
      *    ULTIMA ENTREGA. NOVLIST ES EL INFORME DE ENTREGA CON LO
      *    PENDIENTE DE CADA CONSUMIDOR.
      *
      *    FICHAS DE CONTROL (NOVCTRL), UNA POR CONSUMIDOR:
      *      SISTEMA   NNNNNNNN SSSSSSSSS
      *        NOMBRE EN 11-18; SECUENCIA OPCIONAL EN 20-28 DESDE LA
      *        QUE EMPIEZA UN CONSUMIDOR NUEVO (SIN ELLA RECIBE TODO EL
      *        JORNAL). A UN CONSUMIDOR YA CONOCIDO SE LE IGNORA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL       ASSIGN TO JORNAL
                  FILE STATUS IS FS-JORNAL.
      *
           SELECT NOVCTRL      ASSIGN TO NOVCTRL
                  FILE STATUS IS FS-NOVCTRL.
      *
           SELECT NOVESTAD     ASSIGN TO NOVESTAD
                  FILE STATUS IS FS-NOVESTAD.
      *
           SELECT ACUSE        ASSIGN TO DYNAMIC WS-NOM-ACUSE
                  FILE STATUS IS FS-ACUSE.
      *
           SELECT NOVEDAD      ASSIGN TO DYNAMIC WS-NOM-NOVEDAD
                  FILE STATUS IS FS-NOVEDAD.
      *
           SELECT NOVLIST      ASSIGN TO NOVLIST
                  FILE STATUS IS FS-NOVLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-ENT         PIC X(133).
      *
       FD NOVCTRL
           RECORDING MODE IS F.
       01 REG-NOVCTRL            PIC X(80).
      *
       FD NOVESTAD
           RECORDING MODE IS F.
       01 REG-NOVESTAD           PIC X(80).
      *
       FD ACUSE
           RECORDING MODE IS F.
       01 REG-ACUSE-ENT          PIC X(80).
      *
       FD NOVEDAD
           RECORDING MODE IS F.
       01 REG-NOVEDAD-SAL        PIC X(160).
      *
       FD NOVLIST
           RECORDING MODE IS F.
       01 REG-NOVLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-JORNAL              PIC 99.
       01 FS-NOVCTRL             PIC 99.
       01 FS-NOVESTAD            PIC 99.
       01 FS-ACUSE               PIC 99.
       01 FS-NOVEDAD             PIC 99.
       01 FS-NOVLIST             PIC 99.
      *
       COPY JORNAL.
      *
       COPY NOVEDAD.
      *
       COPY ACUSE.
      *
       01 VARIABLES.
          05 VA-CONSUMIDORES     PIC 9(4).
          05 VA-ENVIADAS         PIC 9(9).
          05 VA-ENVIADAS-CONS    PIC 9(9).
          05 VA-PENDIENTES       PIC 9(9).
          05 VA-ACUSES-LEIDOS    PIC 9(6).
          05 VA-SIN-ACUSE        PIC 9(4).
          05 VA-ACUSES-NO-VALIDOS PIC 9(4).
      *
      *    WS-SECUENCIA ES LA POSICION DEL REGISTRO EN CURSO DEL
      *    JORNAL; WS-ULTIMA-SECUENCIA LA DEL ULTIMO REGISTRO.
       01 WS-SECUENCIA           PIC 9(9)  VALUE ZERO.
       01 WS-ULTIMA-SECUENCIA    PIC 9(9)  VALUE ZERO.
      *
       01 WS-NOM-ACUSE.
          05 FILLER              PIC X(6)  VALUE 'ACUSE.'.
          05 NAC-CONSUMIDOR      PIC X(8).
          05 FILLER              PIC X(26) VALUE SPACES.
      *
       01 WS-NOM-NOVEDAD.
          05 FILLER              PIC X(6)  VALUE 'NOVED.'.
          05 NNO-CONSUMIDOR      PIC X(8).
          05 FILLER              PIC X(26) VALUE SPACES.
      *
      ******************************************************************
      *   F I C H A S   D E   C O N T R O L   (NOVCTRL)                *
      ******************************************************************
       01 REG-CARTA-NOVEDAD.
          05 CNO-PALABRA         PIC X(10).
          05 CNO-CONSUMIDOR      PIC X(8).
          05 FILLER              PIC X.
          05 CNO-SECUENCIA       PIC X(9).
          05 CNO-SECUENCIA-N     REDEFINES CNO-SECUENCIA
                                 PIC 9(9).
          05 FILLER              PIC X(52).
      *
      ******************************************************************
      *   E S T A D O   D E   L O S   C O N S U M I D O R E S          *
      ******************************************************************
       01 REG-ESTADO-CONSUMIDOR.
          05 NES-CONSUMIDOR      PIC X(8).
          05 NES-ACUSE-SECUENCIA PIC 9(9).
          05 NES-ACUSE-FECHA     PIC 9(8).
          05 NES-ENVIO-SECUENCIA PIC 9(9).
          05 NES-ENVIO-FECHA     PIC 9(8).
          05 FILLER              PIC X(38).
      *
      ******************************************************************
      *   T A B L A   D E   C O N S U M I D O R E S                    *
      ******************************************************************
      *    SE LLENA CON LAS FICHAS Y CON EL ESTADO ANTERIOR. UN
      *    CONSUMIDOR DEL ESTADO SIN FICHA CONSERVA SU ESTADO PERO NO
      *    RECIBE FICHERO.
       01 TAB-CONSUMIDORES.
          05 TCO-ENTRADA OCCURS 20 TIMES.
             10 TCO-CONSUMIDOR   PIC X(8).
             10 TCO-FICHA        PIC X.
                88 TCO-CON-FICHA       VALUE 'S'.
                88 TCO-SIN-FICHA       VALUE 'N'.
             10 TCO-ESTADO       PIC X.
                88 TCO-CONOCIDO        VALUE 'S'.
                88 TCO-NUEVO           VALUE 'N'.
             10 TCO-ACUSE-SECUENCIA PIC 9(9).
             10 TCO-ACUSE-FECHA  PIC 9(8).
             10 TCO-ENVIO-SECUENCIA PIC 9(9).
             10 TCO-ENVIO-FECHA  PIC 9(8).
             10 TCO-DESDE        PIC 9(9).
             10 TCO-ENVIADAS     PIC 9(9).
             10 TCO-SITUACION    PIC X(20).
       01 WS-NUM-CONSUMIDORES    PIC 99    VALUE ZERO.
       01 WS-MAX-CONSUMIDORES    PIC 99    VALUE 20.
       01 WS-SUB-CONS            PIC 99    VALUE ZERO.
       01 WS-CONSUMIDOR-BUSCAR   PIC X(8)  VALUE SPACES.
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
       01 WS-FECHA-ACUSE         PIC 9(8).
       01 WS-FECHA-ACUSE-ED.
          05 WS-FA-DIA           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FA-MES           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FA-ANNO          PIC X(4).
      *
       01 WS-PAGINA              PIC 999   VALUE ZERO.
       01 WS-LINEAS-PAG          PIC 99    VALUE ZERO.
       01 WS-MAX-LINEAS-PAG      PIC 99    VALUE 50.
       01 WS-LINEAS-NECESARIAS   PIC 99    VALUE ZERO.
      *
       01 LIN-CABECERA-1.
          05 FILLER              PIC X(36) VALUE
             'ENTREGA DE NOVEDADES DEL MAESTRO'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP33 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-ULTIMA-SECUENCIA.
          05 FILLER              PIC X(30) VALUE
             'ULTIMA SECUENCIA DEL JORNAL: '.
          05 LUS-SECUENCIA       PIC ZZZZZZZZ9.
      *
       01 LIN-TITULOS.
          05 FILLER              PIC X(9)  VALUE 'CONSUMID.'.
          05 FILLER              PIC X(10) VALUE '  ACUSADA'.
          05 FILLER              PIC X(11) VALUE 'F.ACUSE'.
          05 FILLER              PIC X(10) VALUE '    DESDE'.
          05 FILLER              PIC X(10) VALUE ' ENVIADAS'.
          05 FILLER              PIC X(10) VALUE ' PENDIENT'.
          05 FILLER              PIC X(9)  VALUE 'SITUACION'.
      *
       01 LIN-CONSUMIDOR.
          05 LCO-CONSUMIDOR      PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LCO-ACUSE-SECUENCIA PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCO-ACUSE-FECHA     PIC X(10).
          05 FILLER              PIC X     VALUE SPACE.
          05 LCO-DESDE           PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCO-ENVIADAS        PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCO-PENDIENTES      PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCO-SITUACION       PIC X(20).
      *
       01 LIN-TOT-CONSUMIDORES.
          05 FILLER              PIC X(30) VALUE
             'CONSUMIDORES ATENDIDOS....: '.
          05 LTC-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-ENVIADAS.
          05 FILLER              PIC X(30) VALUE
             'NOVEDADES ENVIADAS........: '.
          05 LTE-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-PENDIENTES.
          05 FILLER              PIC X(30) VALUE
             'NOVEDADES SIN ACUSAR......: '.
          05 LTP-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-SIN-ACUSE.
          05 FILLER              PIC X(30) VALUE
             'CONSUMIDORES SIN ACUSE....: '.
          05 LTS-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-NO-VALIDOS.
          05 FILLER              PIC X(30) VALUE
             'ACUSES NO VALIDOS.........: '.
          05 LTN-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-SIN-CONSUMIDORES.
          05 FILLER              PIC X(40) VALUE
             'SIN CONSUMIDORES: NADA QUE ENTREGAR'.
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
       01 WS-CONS-SW             PIC X     VALUE 'N'.
          88 CONSUMIDOR-ENCONTRADO     VALUE 'S'.
          88 CONSUMIDOR-NUEVO          VALUE 'N'.
      *
       01 WS-ACUSE-SW            PIC X     VALUE 'N'.
          88 HAY-ACUSE                 VALUE 'S'.
          88 NO-HAY-ACUSE              VALUE 'N'.
      *
       01 WS-TABLA-LLENA-SW      PIC X     VALUE 'N'.
          88 AVISO-TABLA-DADO          VALUE 'S'.
          88 AVISO-TABLA-PENDIENTE     VALUE 'N'.
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
                       TAB-CONSUMIDORES
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
      *
           OPEN OUTPUT NOVLIST
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR NOVLIST: '
                       FS-NOVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
      *
           PERFORM 11-CONTAR-JORNAL
           PERFORM 13-LEER-ESTADO
           PERFORM 15-LEER-FICHAS
      *
           MOVE 1 TO WS-SUB-CONS
           PERFORM 17-LEER-ACUSE
               UNTIL WS-SUB-CONS > WS-NUM-CONSUMIDORES
           .
      *
      ******************************************************************
      *  11-CONTAR-JORNAL                                              *
      *                                                                *
      ******************************************************************
      *    LA ULTIMA SECUENCIA ES EL NUMERO DE REGISTROS DEL JORNAL.
       11-CONTAR-JORNAL.
           OPEN INPUT JORNAL
      *
           IF FS-JORNAL NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR JORNAL: '
                       FS-JORNAL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE ZERO TO WS-SECUENCIA
           SET FIN-NO TO TRUE
           PERFORM 12-LEER-JORNAL UNTIL FIN-OK
      *
           CLOSE JORNAL
      *
           MOVE WS-SECUENCIA TO WS-ULTIMA-SECUENCIA
           MOVE WS-ULTIMA-SECUENCIA TO LUS-SECUENCIA
      *
           WRITE REG-NOVLIST FROM LIN-ULTIMA-SECUENCIA
           WRITE REG-NOVLIST FROM LIN-BLANCO
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR NOVLIST: ' FS-NOVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 2 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  12-LEER-JORNAL                                                *
      *                                                                *
      ******************************************************************
       12-LEER-JORNAL.
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
              ADD 1 TO WS-SECUENCIA
           END-IF
           .
      *
      ******************************************************************
      *  13-LEER-ESTADO                                                *
      *                                                                *
      ******************************************************************
      *    LA PRIMERA EJECUCION NO TIENE ESTADO ANTERIOR.
       13-LEER-ESTADO.
           OPEN INPUT NOVESTAD
      *
           IF FS-NOVESTAD = 35
              DISPLAY 'SIN ESTADO ANTERIOR DE CONSUMIDORES.'
           ELSE
              IF FS-NOVESTAD NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR NOVESTAD: '
                          FS-NOVESTAD
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 14-CARGAR-ESTADO UNTIL FIN-OK
              CLOSE NOVESTAD
           END-IF
           .
      *
      ******************************************************************
      *  14-CARGAR-ESTADO                                              *
      *                                                                *
      ******************************************************************
       14-CARGAR-ESTADO.
           READ NOVESTAD INTO REG-ESTADO-CONSUMIDOR
      *
           EVALUATE FS-NOVESTAD
           WHEN 0
                MOVE NES-CONSUMIDOR TO WS-CONSUMIDOR-BUSCAR
                PERFORM 140-ANOTAR-CONSUMIDOR
                IF CONSUMIDOR-ENCONTRADO
                   SET TCO-CONOCIDO (WS-SUB-CONS) TO TRUE
                   MOVE NES-ACUSE-SECUENCIA
                        TO TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
                   MOVE NES-ACUSE-FECHA
                        TO TCO-ACUSE-FECHA (WS-SUB-CONS)
                   MOVE NES-ENVIO-SECUENCIA
                        TO TCO-ENVIO-SECUENCIA (WS-SUB-CONS)
                   MOVE NES-ENVIO-FECHA
                        TO TCO-ENVIO-FECHA (WS-SUB-CONS)
                   MOVE 'SIN FICHA'
                        TO TCO-SITUACION (WS-SUB-CONS)
                END-IF
           WHEN 10
                SET FIN-OK TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER NOVESTAD: ' FS-NOVESTAD
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  140-ANOTAR-CONSUMIDOR                                         *
      *                                                                *
      ******************************************************************
      *    BUSCA WS-CONSUMIDOR-BUSCAR EN LA TABLA Y, SI NO ESTA, LO
      *    ANADE COMO NUEVO. CON LA TABLA LLENA EL CONSUMIDOR QUEDA
      *    FUERA: SE AVISA Y LA EJECUCION TERMINA CON CODIGO 4.
       140-ANOTAR-CONSUMIDOR.
           SET CONSUMIDOR-NUEVO TO TRUE
           MOVE 1 TO WS-SUB-CONS
           PERFORM 141-BUSCAR-CONSUMIDOR
               UNTIL CONSUMIDOR-ENCONTRADO
                  OR WS-SUB-CONS > WS-NUM-CONSUMIDORES
      *
           IF CONSUMIDOR-NUEVO
              IF WS-NUM-CONSUMIDORES < WS-MAX-CONSUMIDORES
                 ADD 1 TO WS-NUM-CONSUMIDORES
                 MOVE WS-NUM-CONSUMIDORES TO WS-SUB-CONS
                 MOVE WS-CONSUMIDOR-BUSCAR
                      TO TCO-CONSUMIDOR (WS-SUB-CONS)
                 SET TCO-SIN-FICHA (WS-SUB-CONS) TO TRUE
                 SET TCO-NUEVO (WS-SUB-CONS)     TO TRUE
                 SET CONSUMIDOR-ENCONTRADO       TO TRUE
              ELSE
                 DISPLAY 'TABLA DE CONSUMIDORES LLENA. SE OMITE: '
                         WS-CONSUMIDOR-BUSCAR
                 IF AVISO-TABLA-PENDIENTE
                    SET AVISO-TABLA-DADO TO TRUE
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  141-BUSCAR-CONSUMIDOR                                         *
      *                                                                *
      ******************************************************************
       141-BUSCAR-CONSUMIDOR.
           IF TCO-CONSUMIDOR (WS-SUB-CONS) = WS-CONSUMIDOR-BUSCAR
              SET CONSUMIDOR-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-SUB-CONS
           END-IF
           .
      *
      ******************************************************************
      *  15-LEER-FICHAS                                                *
      *                                                                *
      ******************************************************************
      *    SIN FICHAS NO SE ENTREGA NADA, PERO EL ESTADO SE CONSERVA.
       15-LEER-FICHAS.
           OPEN INPUT NOVCTRL
      *
           IF FS-NOVCTRL = 0
              SET FIN-NO TO TRUE
              PERFORM 16-CARGAR-FICHA UNTIL FIN-OK
              CLOSE NOVCTRL
           ELSE
              DISPLAY 'SIN FICHAS NOVCTRL. NO HAY CONSUMIDORES.'
           END-IF
           .
      *
      ******************************************************************
      *  16-CARGAR-FICHA                                               *
      *                                                                *
      ******************************************************************
       16-CARGAR-FICHA.
           READ NOVCTRL INTO REG-CARTA-NOVEDAD
      *
           IF FS-NOVCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER NOVCTRL: ' FS-NOVCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-NOVCTRL = 10
              SET FIN-OK TO TRUE
           ELSE
              EVALUATE CNO-PALABRA
              WHEN 'SISTEMA'
                   PERFORM 160-FICHA-CONSUMIDOR
              WHEN SPACES
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'CARTA DE CONTROL NO RECONOCIDA: '
                           REG-CARTA-NOVEDAD
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  160-FICHA-CONSUMIDOR                                          *
      *                                                                *
      ******************************************************************
      *    LA SECUENCIA INICIAL SOLO VALE PARA UN CONSUMIDOR NUEVO Y
      *    NO PUEDE PASAR DEL FINAL DEL JORNAL.
       160-FICHA-CONSUMIDOR.
           IF CNO-CONSUMIDOR = SPACES
              DISPLAY 'FICHA SISTEMA SIN NOMBRE. SE IGNORA.'
           ELSE
              MOVE CNO-CONSUMIDOR TO WS-CONSUMIDOR-BUSCAR
              PERFORM 140-ANOTAR-CONSUMIDOR
              IF CONSUMIDOR-ENCONTRADO
                 SET TCO-CON-FICHA (WS-SUB-CONS) TO TRUE
                 IF TCO-NUEVO (WS-SUB-CONS)
                    MOVE 'CONSUMIDOR NUEVO'
                         TO TCO-SITUACION (WS-SUB-CONS)
                    IF CNO-SECUENCIA NOT = SPACES
                       IF CNO-SECUENCIA IS NUMERIC
                          IF CNO-SECUENCIA-N > WS-ULTIMA-SECUENCIA
                             MOVE WS-ULTIMA-SECUENCIA
                                  TO TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
                          ELSE
                             MOVE CNO-SECUENCIA-N
                                  TO TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
                          END-IF
                       ELSE
                          DISPLAY 'SECUENCIA INICIAL NO NUMERICA: '
                                  REG-CARTA-NOVEDAD
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'SIN ACUSE' TO TCO-SITUACION (WS-SUB-CONS)
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  17-LEER-ACUSE                                                 *
      *                                                                *
      ******************************************************************
      *    SE TOMA EL ULTIMO REGISTRO DEL FICHERO DE ACUSE. NO SE
      *    ACEPTA UN ACUSE DE OTRO CONSUMIDOR NI UNA SECUENCIA QUE NO
      *    EXISTE EN EL JORNAL: SE CONSERVA EL ACUSE ANTERIOR. UN
      *    ACUSE MENOR QUE EL ANTERIOR SE ACEPTA (EL CONSUMIDOR HA
      *    VUELTO ATRAS) Y SE LE REENVIA DESDE ESE PUNTO.
       17-LEER-ACUSE.
           IF TCO-CON-FICHA (WS-SUB-CONS)
              MOVE TCO-CONSUMIDOR (WS-SUB-CONS) TO NAC-CONSUMIDOR
              SET NO-HAY-ACUSE TO TRUE
      *
              OPEN INPUT ACUSE
      *
              IF FS-ACUSE = 0
                 SET FIN-NO TO TRUE
                 PERFORM 18-LEER-REG-ACUSE UNTIL FIN-OK
                 CLOSE ACUSE
              END-IF
      *
              IF HAY-ACUSE
                 ADD 1 TO VA-ACUSES-LEIDOS
                 PERFORM 170-VALIDAR-ACUSE
              ELSE
                 IF TCO-CONOCIDO (WS-SUB-CONS)
                    ADD 1 TO VA-SIN-ACUSE
                 END-IF
              END-IF
           END-IF
      *
           ADD 1 TO WS-SUB-CONS
           .
      *
      ******************************************************************
      *  170-VALIDAR-ACUSE                                             *
      *                                                                *
      ******************************************************************
       170-VALIDAR-ACUSE.
           IF ACU-SECUENCIA IS NOT NUMERIC
           OR (ACU-CONSUMIDOR NOT = SPACES AND
               ACU-CONSUMIDOR NOT = TCO-CONSUMIDOR (WS-SUB-CONS))
           OR ACU-SECUENCIA > WS-ULTIMA-SECUENCIA
              ADD 1 TO VA-ACUSES-NO-VALIDOS
              MOVE 'ACUSE NO VALIDO' TO TCO-SITUACION (WS-SUB-CONS)
              DISPLAY 'ACUSE NO VALIDO DE '
                      TCO-CONSUMIDOR (WS-SUB-CONS) ': '
                      REG-ACUSE
           ELSE
              IF ACU-SECUENCIA < TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
                 MOVE 'ACUSE RETROCEDE'
                      TO TCO-SITUACION (WS-SUB-CONS)
                 DISPLAY 'ACUSE DE ' TCO-CONSUMIDOR (WS-SUB-CONS)
                         ' ANTERIOR AL YA RECIBIDO: ' ACU-SECUENCIA
              ELSE
                 MOVE 'ACUSE RECIBIDO'
                      TO TCO-SITUACION (WS-SUB-CONS)
              END-IF
      *
              MOVE ACU-SECUENCIA
                   TO TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
              IF ACU-FECHA IS NUMERIC
                 MOVE ACU-FECHA TO TCO-ACUSE-FECHA (WS-SUB-CONS)
              ELSE
                 MOVE WS-FECHA-SISTEMA
                      TO TCO-ACUSE-FECHA (WS-SUB-CONS)
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  18-LEER-REG-ACUSE                                             *
      *                                                                *
      ******************************************************************
       18-LEER-REG-ACUSE.
           READ ACUSE
      *
           EVALUATE FS-ACUSE
           WHEN 0
                MOVE REG-ACUSE-ENT TO REG-ACUSE
                SET HAY-ACUSE TO TRUE
           WHEN 10
                SET FIN-OK TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER ' WS-NOM-ACUSE ': ' FS-ACUSE
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           IF WS-NUM-CONSUMIDORES > 0
              MOVE 2 TO WS-LINEAS-NECESARIAS
              PERFORM 2050-CONTROL-SALTO-PAGINA
              WRITE REG-NOVLIST FROM LIN-TITULOS
              WRITE REG-NOVLIST FROM LIN-BLANCO
              ADD 2 TO WS-LINEAS-PAG
      *
              MOVE 1 TO WS-SUB-CONS
              PERFORM 200-ATENDER-CONSUMIDOR
                  UNTIL WS-SUB-CONS > WS-NUM-CONSUMIDORES
           ELSE
              WRITE REG-NOVLIST FROM LIN-SIN-CONSUMIDORES
              ADD 1 TO WS-LINEAS-PAG
           END-IF
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR NOVLIST: ' FS-NOVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-ATENDER-CONSUMIDOR                                        *
      *                                                                *
      ******************************************************************
       200-ATENDER-CONSUMIDOR.
           COMPUTE TCO-DESDE (WS-SUB-CONS) =
                   TCO-ACUSE-SECUENCIA (WS-SUB-CONS) + 1
      *
           IF TCO-CON-FICHA (WS-SUB-CONS)
              PERFORM 210-GENERAR-NOVEDADES
              ADD 1 TO VA-CONSUMIDORES
           END-IF
      *
           COMPUTE VA-PENDIENTES = VA-PENDIENTES
                   + WS-ULTIMA-SECUENCIA
                   - TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
      *
           PERFORM 230-IMPRIMIR-CONSUMIDOR
      *
           ADD 1 TO WS-SUB-CONS
           .
      *
      ******************************************************************
      *  210-GENERAR-NOVEDADES                                         *
      *                                                                *
      ******************************************************************
      *    TODO LO POSTERIOR AL ULTIMO ACUSE, EN EL ORDEN DEL JORNAL.
      *    SI EL CONSUMIDOR ESTA AL DIA NO SE RELEE EL JORNAL.
       210-GENERAR-NOVEDADES.
           MOVE TCO-CONSUMIDOR (WS-SUB-CONS) TO NNO-CONSUMIDOR
           MOVE ZERO TO VA-ENVIADAS-CONS
      *
           OPEN OUTPUT NOVEDAD
      *
           IF FS-NOVEDAD NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR ' WS-NOM-NOVEDAD
                      ': ' FS-NOVEDAD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE TCO-CONSUMIDOR (WS-SUB-CONS) TO NCA-CONSUMIDOR
           MOVE WS-FECHA-SISTEMA             TO NCA-FECHA
           MOVE TCO-DESDE (WS-SUB-CONS)      TO NCA-SECUENCIA-DESDE
           WRITE REG-NOVEDAD-SAL FROM REG-NOVEDAD-CABECERA
      *
           IF FS-NOVEDAD NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ' WS-NOM-NOVEDAD ': '
                      FS-NOVEDAD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF TCO-ACUSE-SECUENCIA (WS-SUB-CONS) < WS-ULTIMA-SECUENCIA
              OPEN INPUT JORNAL
      *
              IF FS-JORNAL NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR JORNAL: '
                          FS-JORNAL
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              MOVE ZERO TO WS-SECUENCIA
              SET FIN-NO TO TRUE
              PERFORM 12-LEER-JORNAL
              PERFORM 220-COPIAR-MOVIMIENTO UNTIL FIN-OK
      *
              CLOSE JORNAL
           END-IF
      *
           MOVE VA-ENVIADAS-CONS    TO NFI-CONTADOR
           MOVE WS-ULTIMA-SECUENCIA TO NFI-SECUENCIA-HASTA
           WRITE REG-NOVEDAD-SAL FROM REG-NOVEDAD-TOTALIZADOR
      *
           IF FS-NOVEDAD NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ' WS-NOM-NOVEDAD ': '
                      FS-NOVEDAD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE NOVEDAD
      *
           IF FS-NOVEDAD NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR ' WS-NOM-NOVEDAD
                      ': ' FS-NOVEDAD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE WS-ULTIMA-SECUENCIA TO TCO-ENVIO-SECUENCIA (WS-SUB-CONS)
           MOVE WS-FECHA-SISTEMA    TO TCO-ENVIO-FECHA (WS-SUB-CONS)
           MOVE VA-ENVIADAS-CONS    TO TCO-ENVIADAS (WS-SUB-CONS)
           ADD VA-ENVIADAS-CONS     TO VA-ENVIADAS
           .
      *
      ******************************************************************
      *  220-COPIAR-MOVIMIENTO                                         *
      *                                                                *
      ******************************************************************
      *    UN REGISTRO DE JORNAL CON ACCION DESCONOCIDA NO SE ENVIA,
      *    PERO SU POSICION CUENTA EN LA SECUENCIA.
       220-COPIAR-MOVIMIENTO.
           IF WS-SECUENCIA > TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
              IF ACCION-ALTA OR ACCION-ACTUALIZACION OR ACCION-BAJA
              OR ACCION-ENVEJECIMIENTO OR ACCION-RENUMERACION
              OR ACCION-CORRECCION
                 MOVE SPACES       TO REG-NOVEDAD
                 MOVE WS-SECUENCIA TO NOV-SECUENCIA
                 MOVE JOR-FECHA    TO NOV-FECHA
                 MOVE JOR-ACCION   TO NOV-ACCION
                 MOVE JOR-CLAVE    TO NOV-CLAVE
                 MOVE JOR-ANTES    TO NOV-ANTES
                 MOVE JOR-DESPUES  TO NOV-DESPUES
                 IF ACCION-CORRECCION
                    MOVE JOR-CORRECCION TO NOV-COMPLEMENTO
                 END-IF
      *
                 WRITE REG-NOVEDAD-SAL FROM REG-NOVEDAD
      *
                 IF FS-NOVEDAD NOT = 0
                    DISPLAY 'ERROR AL ESCRIBIR ' WS-NOM-NOVEDAD ': '
                            FS-NOVEDAD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
      *
                 ADD 1 TO VA-ENVIADAS-CONS
              END-IF
           END-IF
      *
           PERFORM 12-LEER-JORNAL
           .
      *
      ******************************************************************
      *  230-IMPRIMIR-CONSUMIDOR                                       *
      *                                                                *
      ******************************************************************
       230-IMPRIMIR-CONSUMIDOR.
           MOVE TCO-CONSUMIDOR (WS-SUB-CONS)  TO LCO-CONSUMIDOR
           MOVE TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
                                              TO LCO-ACUSE-SECUENCIA
           MOVE TCO-ACUSE-FECHA (WS-SUB-CONS) TO WS-FECHA-ACUSE
           IF WS-FECHA-ACUSE = ZERO
              MOVE SPACES TO LCO-ACUSE-FECHA
           ELSE
              MOVE WS-FECHA-ACUSE (7:2) TO WS-FA-DIA
              MOVE WS-FECHA-ACUSE (5:2) TO WS-FA-MES
              MOVE WS-FECHA-ACUSE (1:4) TO WS-FA-ANNO
              MOVE WS-FECHA-ACUSE-ED    TO LCO-ACUSE-FECHA
           END-IF
           MOVE TCO-DESDE (WS-SUB-CONS)       TO LCO-DESDE
           MOVE TCO-ENVIADAS (WS-SUB-CONS)    TO LCO-ENVIADAS
           COMPUTE LCO-PENDIENTES = WS-ULTIMA-SECUENCIA
                                  - TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
           MOVE TCO-SITUACION (WS-SUB-CONS)   TO LCO-SITUACION
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-NOVLIST FROM LIN-CONSUMIDOR
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR NOVLIST: ' FS-NOVLIST
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
           MOVE VA-CONSUMIDORES      TO LTC-CONT
           MOVE VA-ENVIADAS          TO LTE-CONT
           MOVE VA-PENDIENTES        TO LTP-CONT
           MOVE VA-SIN-ACUSE         TO LTS-CONT
           MOVE VA-ACUSES-NO-VALIDOS TO LTN-CONT
      *
           MOVE 6 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-NOVLIST FROM LIN-BLANCO
           WRITE REG-NOVLIST FROM LIN-TOT-CONSUMIDORES
           WRITE REG-NOVLIST FROM LIN-TOT-ENVIADAS
           WRITE REG-NOVLIST FROM LIN-TOT-PENDIENTES
           WRITE REG-NOVLIST FROM LIN-TOT-SIN-ACUSE
           WRITE REG-NOVLIST FROM LIN-TOT-NO-VALIDOS
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR NOVLIST: ' FS-NOVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 6 TO WS-LINEAS-PAG
      *
           DISPLAY 'ULTIMA SECUENCIA JORNAL..: ' WS-ULTIMA-SECUENCIA
           DISPLAY 'CONSUMIDORES ATENDIDOS...: ' VA-CONSUMIDORES
           DISPLAY 'NOVEDADES ENVIADAS.......: ' VA-ENVIADAS
           DISPLAY 'NOVEDADES SIN ACUSAR.....: ' VA-PENDIENTES
           DISPLAY 'CONSUMIDORES SIN ACUSE...: ' VA-SIN-ACUSE
           DISPLAY 'ACUSES NO VALIDOS........: ' VA-ACUSES-NO-VALIDOS
      *
           IF VA-ACUSES-NO-VALIDOS > 0
              MOVE 4 TO RETURN-CODE
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
           WRITE REG-NOVLIST FROM LIN-CABECERA-1
           WRITE REG-NOVLIST FROM LIN-CABECERA-2
           WRITE REG-NOVLIST FROM LIN-BLANCO
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR NOVLIST: ' FS-NOVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  30-FIN                                                        *
      *                                                                *
      ******************************************************************
      *    EL ESTADO SE REESCRIBE ENTERO CON TODOS LOS CONSUMIDORES,
      *    TAMBIEN LOS QUE HOY NO TIENEN FICHA.
       30-FIN.
           OPEN OUTPUT NOVESTAD
      *
           IF FS-NOVESTAD NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR NOVESTAD: '
                       FS-NOVESTAD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE 1 TO WS-SUB-CONS
           PERFORM 300-GRABAR-ESTADO
               UNTIL WS-SUB-CONS > WS-NUM-CONSUMIDORES
      *
           CLOSE NOVESTAD
                 NOVLIST
      *
           IF FS-NOVLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR NOVLIST: '
                       FS-NOVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
      *
      ******************************************************************
      *  300-GRABAR-ESTADO                                             *
      *                                                                *
      ******************************************************************
       300-GRABAR-ESTADO.
           MOVE SPACES TO REG-ESTADO-CONSUMIDOR
           MOVE TCO-CONSUMIDOR (WS-SUB-CONS)  TO NES-CONSUMIDOR
           MOVE TCO-ACUSE-SECUENCIA (WS-SUB-CONS)
                                              TO NES-ACUSE-SECUENCIA
           MOVE TCO-ACUSE-FECHA (WS-SUB-CONS) TO NES-ACUSE-FECHA
           MOVE TCO-ENVIO-SECUENCIA (WS-SUB-CONS)
                                              TO NES-ENVIO-SECUENCIA
           MOVE TCO-ENVIO-FECHA (WS-SUB-CONS) TO NES-ENVIO-FECHA
      *
           WRITE REG-NOVESTAD FROM REG-ESTADO-CONSUMIDOR
      *
           IF FS-NOVESTAD NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR NOVESTAD: ' FS-NOVESTAD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-SUB-CONS
           .
