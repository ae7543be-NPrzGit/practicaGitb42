       FILE-CONTROL.
           SELECT JORNAL       ASSIGN TO JORNAL
                  FILE STATUS IS FS-JORNAL.
      *
           SELECT XREFDOC      ASSIGN TO XREFDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-CLAVE-ANTIGUA
                  ALTERNATE RECORD KEY IS XRF-CLAVE-NUEVA
                       WITH DUPLICATES
                  FILE STATUS IS FS-XREFDOC.
      *
           SELECT AUDCTRL      ASSIGN TO AUDCTRL
                  FILE STATUS IS FS-AUDCTRL.
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-ENT         PIC X(133).
      *
       FD XREFDOC.
       COPY XREFDOC.
      *
       FD AUDCTRL
           RECORDING MODE IS F.
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-JORNAL              PIC 99.
       01 FS-XREFDOC             PIC 99.
       01 FS-AUDCTRL             PIC 99.
       01 FS-AUDLIST             PIC 99.
      *
       01 WS-CRIT-CLAVE.
          05 WS-CRIT-TIPO-DOC    PIC XXX   VALUE SPACES.
          05 WS-CRIT-NUM-DOC     PIC X(9)  VALUE SPACES.
      *
      *    TODAS LAS CLAVES QUE HA TENIDO LA PERSONA DE LA FICHA
      *    DOCUMENTO, SEGUN LA REFERENCIA CRUZADA DE RENUMERACIONES:
      *    SUS MOVIMIENTOS SE SELECCIONAN POR CUALQUIERA DE ELLAS.
       01 TAB-CLAVES-PERSONA.
          05 TCP-CLAVE           PIC X(12) OCCURS 20 TIMES.
       01 WS-NUM-CLAVES          PIC 99    VALUE ZERO.
       01 WS-MAX-CLAVES          PIC 99    VALUE 20.
       01 WS-SUB-CLAVE           PIC 99    VALUE ZERO.
       01 WS-CLAVE-CADENA        PIC X(12) VALUE SPACES.
      *
       01 WS-CRIT-FECHA-MIN      PIC 9(8)  VALUE ZERO.
       01 WS-CRIT-FECHA-MAX      PIC 9(8)  VALUE ZERO.
       01 WS-SELECCION-SW        PIC X     VALUE 'N'.
          88 REGISTRO-SELECCIONADO     VALUE 'S'.
          88 REGISTRO-DESCARTADO       VALUE 'N'.
      *
       01 WS-CLAVE-COINCIDE-SW   PIC X     VALUE 'N'.
          88 CLAVE-COINCIDE            VALUE 'S'.
          88 CLAVE-NO-COINCIDE         VALUE 'N'.
      *
       01 WS-XREF-SW             PIC X     VALUE 'N'.
          88 XREF-FIN-CADENA           VALUE 'S'.
          88 XREF-SEGUIR-CADENA        VALUE 'N'.
      *
       01 WS-HAY-CRITERIOS-SW    PIC X     VALUE 'N'.
          88 HAY-CRITERIOS             VALUE 'S'.
          05 LCD-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-NUMERO          PIC X(9).
      *
       01 LIN-CRIT-RELACIONADO.
          05 FILLER              PIC X(30) VALUE
             '  DOCUMENTO RELACIONADO...: '.
          05 LCR-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCR-NUMERO          PIC X(9).
      *
       01 LIN-CRIT-FECHAS.
          05 FILLER              PIC X(30) VALUE
          05 FILLER              PIC X(12) VALUE 'EDAD/FN ANT'.
          05 FILLER              PIC X(12) VALUE 'EDAD/FN NUE'.
          05 FILLER              PIC X(10) VALUE 'F.BAJA'.
          05 FILLER              PIC X(11) VALUE 'OBSERVACION'.
      *
       01 LIN-DETALLE.
          05 LAU-FECHA           PIC X(10).
          05 LAU-FNAC-NUE        PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LAU-FBAJA           PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LAU-OBSERVACION     PIC X(19).
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
           END-IF
      *
           PERFORM 11-LEER-CRITERIOS
      *
           IF FILTRO-DOC-ACTIVO
              PERFORM 13-CARGAR-CLAVES-PERSONA
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
           PERFORM 2150-IMPRIMIR-CRITERIOS
           .
      *
      ******************************************************************
      *  13-CARGAR-CLAVES-PERSONA                                      *
      *                                                                *
      ******************************************************************
      *    SE PARTE DEL DOCUMENTO DE LA FICHA Y SE RECORRE LA CADENA DE
      *    RENUMERACIONES HACIA ATRAS (CLAVE ALTERNATIVA) Y HACIA
      *    ADELANTE (CLAVE PRINCIPAL). SIN REFERENCIA CRUZADA SOLO SE
      *    BUSCA EL DOCUMENTO DE LA FICHA.
       13-CARGAR-CLAVES-PERSONA.
           MOVE 1             TO WS-NUM-CLAVES
           MOVE WS-CRIT-CLAVE TO TCP-CLAVE (1)
      *
           OPEN INPUT XREFDOC
      *
           IF FS-XREFDOC = 0
              MOVE WS-CRIT-CLAVE TO WS-CLAVE-CADENA
              SET XREF-SEGUIR-CADENA TO TRUE
              PERFORM 14-LEER-XREF-ATRAS
                  UNTIL XREF-FIN-CADENA
                     OR WS-NUM-CLAVES NOT < WS-MAX-CLAVES
      *
              MOVE WS-CRIT-CLAVE TO WS-CLAVE-CADENA
              SET XREF-SEGUIR-CADENA TO TRUE
              PERFORM 15-LEER-XREF-ADELANTE
                  UNTIL XREF-FIN-CADENA
                     OR WS-NUM-CLAVES NOT < WS-MAX-CLAVES
      *
              CLOSE XREFDOC
           END-IF
           .
      *
      ******************************************************************
      *  14-LEER-XREF-ATRAS                                            *
      *                                                                *
      ******************************************************************
       14-LEER-XREF-ATRAS.
           MOVE WS-CLAVE-CADENA TO XRF-CLAVE-NUEVA
      *
           READ XREFDOC KEY IS XRF-CLAVE-NUEVA
      *
           EVALUATE FS-XREFDOC
           WHEN 0
           WHEN 02
                MOVE XRF-CLAVE-ANTIGUA TO WS-CLAVE-CADENA
                ADD 1 TO WS-NUM-CLAVES
                MOVE WS-CLAVE-CADENA TO TCP-CLAVE (WS-NUM-CLAVES)
           WHEN 23
                SET XREF-FIN-CADENA TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  15-LEER-XREF-ADELANTE                                         *
      *                                                                *
      ******************************************************************
       15-LEER-XREF-ADELANTE.
           MOVE WS-CLAVE-CADENA TO XRF-CLAVE-ANTIGUA
      *
           READ XREFDOC
      *
           EVALUATE FS-XREFDOC
           WHEN 0
                MOVE XRF-CLAVE-NUEVA TO WS-CLAVE-CADENA
                ADD 1 TO WS-NUM-CLAVES
                MOVE WS-CLAVE-CADENA TO TCP-CLAVE (WS-NUM-CLAVES)
           WHEN 23
                SET XREF-FIN-CADENA TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  100-LEER-JORNAL                                               *
      *                                                                *
      ******************************************************************
       210-APLICAR-CRITERIOS.
           SET REGISTRO-SELECCIONADO TO TRUE
      *
      *    LA RENUMERACION SE GRABA CON LA CLAVE NUEVA, QUE TAMBIEN
      *    ESTA EN LA TABLA: BASTA COMPARAR JOR-CLAVE.
           IF FILTRO-DOC-ACTIVO
              SET CLAVE-NO-COINCIDE TO TRUE
              MOVE 1 TO WS-SUB-CLAVE
              PERFORM 211-COMPARAR-CLAVE
                  UNTIL CLAVE-COINCIDE
                     OR WS-SUB-CLAVE > WS-NUM-CLAVES
      *
              IF CLAVE-NO-COINCIDE
                 SET REGISTRO-DESCARTADO TO TRUE
              END-IF
           END-IF
      *
           IF REGISTRO-SELECCIONADO
           .
      *
      ******************************************************************
      *  211-COMPARAR-CLAVE                                            *
      *                                                                *
      ******************************************************************
       211-COMPARAR-CLAVE.
           IF JOR-CLAVE = TCP-CLAVE (WS-SUB-CLAVE)
              SET CLAVE-COINCIDE TO TRUE
           ELSE
              ADD 1 TO WS-SUB-CLAVE
           END-IF
           .
      *
      ******************************************************************
      *  220-LISTAR-MOVIMIENTO                                         *
      *                                                                *
      ******************************************************************
           ELSE
              MOVE MAE-FECHA-BAJA TO LAU-FBAJA
           END-IF
      *
      *    EN LAS RENUMERACIONES SE MUESTRA EL DOCUMENTO ANTERIOR Y EN
      *    LAS CORRECCIONES MANUALES EL OPERADOR Y EL MOTIVO.
           MOVE SPACES TO LAU-OBSERVACION
      *
           EVALUATE TRUE
           WHEN ACCION-RENUMERACION
                MOVE JOR-ANTES TO REG-MAESTRO
                STRING 'ANT ' MAE-TIPO-DOC ' ' MAE-NUM-DOC
                       DELIMITED BY SIZE
                       INTO LAU-OBSERVACION
           WHEN ACCION-CORRECCION
                STRING 'OPER ' JOR-OPERADOR ' MOTIVO ' JOR-MOTIVO
                       DELIMITED BY SIZE
                       INTO LAU-OBSERVACION
           WHEN OTHER
                CONTINUE
           END-EVALUATE
      *
           WRITE REG-AUDLIST FROM LIN-DETALLE
      *
              MOVE WS-CRIT-NUM-DOC  TO LCD-NUMERO
              WRITE REG-AUDLIST FROM LIN-CRIT-DOC
              ADD 1 TO WS-LINEAS-PAG
              MOVE 2 TO WS-SUB-CLAVE
              PERFORM 2151-ECO-CLAVE-RELACIONADA
                  UNTIL WS-SUB-CLAVE > WS-NUM-CLAVES
           END-IF
      *
           IF FILTRO-FECHA-ACTIVO
           .
      *
      ******************************************************************
      *  2151-ECO-CLAVE-RELACIONADA                                    *
      *                                                                *
      ******************************************************************
       2151-ECO-CLAVE-RELACIONADA.
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE TCP-CLAVE (WS-SUB-CLAVE) (1:3) TO LCR-TIPO
           MOVE TCP-CLAVE (WS-SUB-CLAVE) (4:9) TO LCR-NUMERO
           WRITE REG-AUDLIST FROM LIN-CRIT-RELACIONADO
      *
           IF FS-AUDLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR AUDLIST: ' FS-AUDLIST
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           ADD 1 TO WS-SUB-CLAVE
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
