                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS MAE-CLAVE
                  FILE STATUS IS FS-MAESTRO.
      *
           SELECT XREFDOC      ASSIGN TO XREFDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-CLAVE-ANTIGUA
                  ALTERNATE RECORD KEY IS XRF-CLAVE-NUEVA
                       WITH DUPLICATES
                  FILE STATUS IS FS-XREFDOC.
      *
           SELECT QRYCTRL      ASSIGN TO QRYCTRL
                  FILE STATUS IS FS-QRYCTRL.
       FILE SECTION.
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD XREFDOC.
       COPY XREFDOC.
      *
       FD QRYCTRL
           RECORDING MODE IS F.
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-MAESTRO             PIC 99.
       01 FS-XREFDOC             PIC 99.
       01 FS-QRYCTRL             PIC 99.
       01 FS-QRYLIST             PIC 99.
      *
       01 WS-CRIT-CLAVE.
          05 WS-CRIT-TIPO-DOC    PIC XXX   VALUE SPACES.
          05 WS-CRIT-NUM-DOC     PIC X(9)  VALUE SPACES.
      *
      *    CLAVE CON LA QUE FIGURA HOY LA PERSONA CONSULTADA, SI SU
      *    DOCUMENTO FUE RENUMERADO, Y RECORRIDO DE LA CADENA DE
      *    REFERENCIAS CRUZADAS (LIMITADO POR SI HUBIERA UN CICLO).
       01 WS-CLAVE-VIGENTE.
          05 WS-VIG-TIPO-DOC     PIC XXX   VALUE SPACES.
          05 WS-VIG-NUM-DOC      PIC X(9)  VALUE SPACES.
       01 WS-SALTOS-XREF         PIC 99    VALUE ZERO.
       01 WS-MAX-SALTOS-XREF     PIC 99    VALUE 10.
      *
       01 WS-XREFDOC-SW          PIC X     VALUE 'N'.
          88 HAY-XREFDOC               VALUE 'S'.
          88 NO-HAY-XREFDOC            VALUE 'N'.
      *
       01 WS-XREF-SW             PIC X     VALUE 'N'.
          88 XREF-FIN-CADENA           VALUE 'S'.
          88 XREF-SEGUIR-CADENA        VALUE 'N'.
      *
       01 WS-FILTRO-EDAD-SW      PIC X     VALUE 'N'.
          88 FILTRO-EDAD-ACTIVO        VALUE 'S'.
          05 LNE-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LNE-NUMERO          PIC X(9).
      *
       01 LIN-RENUMERADO.
          05 FILLER              PIC X(30) VALUE
             'DOCUMENTO RENUMERADO A....: '.
          05 LRN-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LRN-NUMERO          PIC X(9).
          05 FILLER              PIC X(4)  VALUE ' EL '.
          05 LRN-FECHA           PIC X(10).
      *
       01 LIN-DOC-ANTERIOR.
          05 FILLER              PIC X(30) VALUE
             '  DOCUMENTO ANTERIOR......: '.
          05 LDA-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDA-NUMERO          PIC X(9).
          05 FILLER              PIC X(4)  VALUE ' EL '.
          05 LDA-FECHA           PIC X(10).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDA-DEPARTAMENTO    PIC X(8).
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
           END-IF
      *
           PERFORM 11-LEER-CRITERIOS
      *
      *    LA REFERENCIA CRUZADA DE RENUMERACIONES SOLO SE CONSULTA EN
      *    LA LECTURA DIRECTA; SI NO EXISTE SE BUSCA SOLO EN EL MAESTRO.
           IF CONSULTA-DIRECTA
              OPEN INPUT XREFDOC
              IF FS-XREFDOC = 0
                 SET HAY-XREFDOC TO TRUE
              ELSE
                 SET NO-HAY-XREFDOC TO TRUE
              END-IF
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
           PERFORM 2150-IMPRIMIR-CRITERIOS
      *  300-CONSULTA-DIRECTA                                          *
      *                                                                *
      ******************************************************************
      *    UN DOCUMENTO QUE YA NO ESTA EN EL MAESTRO PUEDE HABER SIDO
      *    RENUMERADO: SE SIGUE LA REFERENCIA CRUZADA HASTA LA CLAVE
      *    VIGENTE. DE LA PERSONA ENCONTRADA SE LISTAN TAMBIEN LOS
      *    DOCUMENTOS QUE TUVO ANTES, DE FORMA QUE LA CONSULTA POR
      *    CUALQUIERA DE ELLOS DA EL MISMO RESULTADO.
       300-CONSULTA-DIRECTA.
           MOVE WS-CRIT-CLAVE TO WS-CLAVE-VIGENTE
      *
           PERFORM 310-LEER-DIRECTO
      *
           IF FS-MAESTRO = 23
              AND HAY-XREFDOC
              PERFORM 320-SEGUIR-RENUMERACION
              IF WS-SALTOS-XREF > 0
                 PERFORM 310-LEER-DIRECTO
              END-IF
           END-IF
      *
           EVALUATE FS-MAESTRO
           WHEN 0
                ADD 1 TO VA-LEIDOS
                ADD 1 TO VA-SELECCIONADOS
                PERFORM 220-LISTAR-REGISTRO
                IF HAY-XREFDOC
                   PERFORM 330-LISTAR-ANTERIORES
                END-IF
           WHEN 23
                MOVE WS-CRIT-TIPO-DOC TO LNE-TIPO
                MOVE WS-CRIT-NUM-DOC  TO LNE-NUMERO
           .
      *
      ******************************************************************
      *  310-LEER-DIRECTO                                              *
      *                                                                *
      ******************************************************************
       310-LEER-DIRECTO.
           MOVE WS-VIG-TIPO-DOC TO MAE-TIPO-DOC
           MOVE WS-VIG-NUM-DOC  TO MAE-NUM-DOC
      *
           READ MAESTRO
      *
           IF FS-MAESTRO NOT = 0 AND 23
              DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  320-SEGUIR-RENUMERACION                                       *
      *                                                                *
      ******************************************************************
       320-SEGUIR-RENUMERACION.
           MOVE ZERO TO WS-SALTOS-XREF
           SET XREF-SEGUIR-CADENA TO TRUE
      *
           PERFORM 321-LEER-XREF-ADELANTE
               UNTIL XREF-FIN-CADENA
                  OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
           .
      *
      ******************************************************************
      *  321-LEER-XREF-ADELANTE                                        *
      *                                                                *
      ******************************************************************
       321-LEER-XREF-ADELANTE.
           MOVE WS-CLAVE-VIGENTE TO XRF-CLAVE-ANTIGUA
      *
           READ XREFDOC
      *
           EVALUATE FS-XREFDOC
           WHEN 0
                ADD 1 TO WS-SALTOS-XREF
                MOVE XRF-CLAVE-NUEVA  TO WS-CLAVE-VIGENTE
                MOVE XRF-TIPO-DOC-NUE TO LRN-TIPO
                MOVE XRF-NUM-DOC-NUE  TO LRN-NUMERO
                MOVE XRF-FECHA        TO WS-FECHA-EDICION
                PERFORM 230-EDITAR-FECHA
                MOVE WS-FECHA-EDITADA TO LRN-FECHA
                MOVE 1 TO WS-LINEAS-NECESARIAS
                PERFORM 2050-CONTROL-SALTO-PAGINA
                WRITE REG-QRYLIST FROM LIN-RENUMERADO
                ADD 1 TO WS-LINEAS-PAG
                DISPLAY 'DOCUMENTO RENUMERADO A: '
                        XRF-TIPO-DOC-NUE ' ' XRF-NUM-DOC-NUE
           WHEN 23
                SET XREF-FIN-CADENA TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  330-LISTAR-ANTERIORES                                         *
      *                                                                *
      ******************************************************************
       330-LISTAR-ANTERIORES.
           MOVE MAE-CLAVE TO WS-CLAVE-VIGENTE
           MOVE ZERO TO WS-SALTOS-XREF
           SET XREF-SEGUIR-CADENA TO TRUE
      *
           PERFORM 331-LEER-XREF-ATRAS
               UNTIL XREF-FIN-CADENA
                  OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
           .
      *
      ******************************************************************
      *  331-LEER-XREF-ATRAS                                           *
      *                                                                *
      ******************************************************************
       331-LEER-XREF-ATRAS.
           MOVE WS-CLAVE-VIGENTE TO XRF-CLAVE-NUEVA
      *
           READ XREFDOC KEY IS XRF-CLAVE-NUEVA
      *
           EVALUATE FS-XREFDOC
           WHEN 0
           WHEN 02
                ADD 1 TO WS-SALTOS-XREF
                MOVE XRF-CLAVE-ANTIGUA TO WS-CLAVE-VIGENTE
                MOVE XRF-TIPO-DOC-ANT  TO LDA-TIPO
                MOVE XRF-NUM-DOC-ANT   TO LDA-NUMERO
                MOVE XRF-FECHA         TO WS-FECHA-EDICION
                PERFORM 230-EDITAR-FECHA
                MOVE WS-FECHA-EDITADA  TO LDA-FECHA
                MOVE XRF-DEPARTAMENTO  TO LDA-DEPARTAMENTO
                MOVE 1 TO WS-LINEAS-NECESARIAS
                PERFORM 2050-CONTROL-SALTO-PAGINA
                WRITE REG-QRYLIST FROM LIN-DOC-ANTERIOR
                ADD 1 TO WS-LINEAS-PAG
           WHEN 23
                SET XREF-FIN-CADENA TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  2050-CONTROL-SALTO-PAGINA                                     *
      *                                                                *
      ******************************************************************
                       FS-QRYLIST
              GOBACK
           END-IF
      *
           IF HAY-XREFDOC
              CLOSE XREFDOC
           END-IF
      *
           GOBACK
           .
