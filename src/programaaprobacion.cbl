       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP28.
      *
      *    APROBACION DE CONFLICTOS DE IDENTIDAD: APLICA LAS DECISIONES
      *    DEL REVISOR SOBRE LA COLA CONFLICT QUE DEJA ADCDAP15 Y QUE
      *    LISTA ADCDAP27. CADA FICHA DE DECISION CITA UN CONFLICTO
      *    PENDIENTE POR SU NUMERO:
      *      A  ACEPTAR EL ENTRANTE: SE APLICA AL MAESTRO EL GENERO,
      *         LA EDAD Y LA FECHA DE NACIMIENTO RETENIDOS, CON SU
      *         APUNTE 'M' EN EL JORNAL COMO CUALQUIER ACTUALIZACION.
      *      M  MANTENER EL MAESTRO: NO SE TOCA EL MAESTRO.
      *      R  RECHAZAR EL MOVIMIENTO: NO SE TOCA EL MAESTRO.
      *    EL CONFLICTO SE REESCRIBE CON LA DECISION, LA FECHA Y EL
      *    REVISOR. SI EL MAESTRO HA CAMBIADO DESDE QUE SE DETECTO EL
      *    CONFLICTO, LA ACEPTACION NO SE APLICA Y EL CONFLICTO SIGUE
      *    PENDIENTE PARA UNA NUEVA REVISION. SI EL DOCUMENTO SE
      *    RENUMERO DESPUES DE ENCOLAR EL CONFLICTO, LA ACEPTACION SE
      *    APLICA A LA CLAVE VIGENTE (REFERENCIA CRUZADA XREFDOC).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICT     ASSIGN TO CONFLICT
                  FILE STATUS IS FS-CONFLICT.
      *
           SELECT MAESTRO      ASSIGN TO MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
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
           SELECT JORNAL       ASSIGN TO JORNAL
                  FILE STATUS IS FS-JORNAL.
      *
           SELECT APRCTRL      ASSIGN TO APRCTRL
                  FILE STATUS IS FS-APRCTRL.
      *
           SELECT APRLIST      ASSIGN TO APRLIST
                  FILE STATUS IS FS-APRLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CONFLICT
           RECORDING MODE IS F.
       01 REG-CONFLICT-ENT       PIC X(128).
      *
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD XREFDOC.
       COPY XREFDOC.
      *
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-SAL         PIC X(133).
      *
       FD APRCTRL
           RECORDING MODE IS F.
       01 REG-APRCTRL            PIC X(80).
      *
       FD APRLIST
           RECORDING MODE IS F.
       01 REG-APRLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-CONFLICT            PIC 99.
       01 FS-MAESTRO             PIC 99.
       01 FS-XREFDOC             PIC 99.
       01 FS-JORNAL              PIC 99.
       01 FS-APRCTRL             PIC 99.
       01 FS-APRLIST             PIC 99.
      *
       01 VARIABLES.
          05 VA-FICHAS           PIC 9(6).
          05 VA-FICHAS-ERRONEAS  PIC 9(6).
          05 VA-LEIDOS           PIC 9(6).
          05 VA-ACEPTADOS        PIC 9(6).
          05 VA-MANTENIDOS       PIC 9(6).
          05 VA-RECHAZADOS       PIC 9(6).
          05 VA-NO-APLICADOS     PIC 9(6).
          05 VA-SIN-CONFLICTO    PIC 9(6).
      *
      ******************************************************************
      *   I M A G E N E S   D E L   C O N F L I C T O                  *
      ******************************************************************
       COPY CONFLICT.
      *
       COPY DETALLE3.
      *
      *    IMAGEN DEL MAESTRO GUARDADA AL DETECTAR EL CONFLICTO, PARA
      *    COMPROBAR QUE NADIE LO HA CAMBIADO ANTES DE ACEPTAR.
       01 WS-MAESTRO-CONFLICTO.
          05 WS-MCO-CLAVE        PIC X(12).
          05 WS-MCO-GENERO       PIC X.
          05 WS-MCO-EDAD         PIC 99.
          05 WS-MCO-FECHA-NAC    PIC 9(8).
          05 WS-MCO-FECHA-ALTA   PIC 9(8).
          05 WS-MCO-FECHA-ULT-ACT PIC 9(8).
          05 WS-MCO-FECHA-BAJA   PIC 9(8).
          05 FILLER              PIC X(6).
      *
      ******************************************************************
      *    A R E A   D E   J O R N A L   D E   C A M B I O S           *
      ******************************************************************
       COPY JORNAL.
      *
       01 WS-MAE-ANTES           PIC X(53) VALUE SPACES.
      *
      *    CLAVE VIGENTE DE UN DOCUMENTO RENUMERADO.
       01 WS-CLAVE-VIGENTE       PIC X(12) VALUE SPACES.
       01 WS-SALTOS-XREF         PIC 99    VALUE ZERO.
       01 WS-MAX-SALTOS-XREF     PIC 99    VALUE 10.
      *
      ******************************************************************
      *   F I C H A S   D E   D E C I S I O N   (APRCTRL)              *
      ******************************************************************
      *    FORMATO DE LA FICHA (COLUMNAS FIJAS):
      *      DECISION  NNNNNN D RRRRRRRR
      *        NUMERO DE CONFLICTO 11-16 (CON CEROS A LA IZQUIERDA)
      *        DECISION 18 (A ACEPTAR / M MANTENER / R RECHAZAR)
      *        REVISOR  20-27 (OBLIGATORIO)
       01 REG-CARTA-APROB.
          05 CAP-PALABRA         PIC X(10).
          05 CAP-NUMERO          PIC X(6).
          05 FILLER              PIC X.
          05 CAP-DECISION        PIC X.
             88 CAP-DECISION-VALIDA    VALUE 'A' 'M' 'R'.
          05 FILLER              PIC X.
          05 CAP-REVISOR         PIC X(8).
          05 FILLER              PIC X(53).
      *
       01 WS-MAX-DECISIONES      PIC 999   VALUE 500.
       01 WS-NUM-DECISIONES      PIC 999   VALUE ZERO.
       01 WS-SUB-DECISION        PIC 999   VALUE ZERO.
      *
       01 TAB-DECISIONES.
          05 TDE-ENTRADA OCCURS 500 TIMES.
             10 TDE-NUMERO       PIC 9(6).
             10 TDE-DECISION     PIC X.
             10 TDE-REVISOR      PIC X(8).
             10 TDE-USADA        PIC X.
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
             'APROBACION DE CONFLICTOS'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP28 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-COLUMNAS.
          05 FILLER              PIC X(8)  VALUE 'NUMERO'.
          05 FILLER              PIC X(4)  VALUE 'TIPO'.
          05 FILLER              PIC X(10) VALUE 'DOCUMENTO'.
          05 FILLER              PIC X(4)  VALUE 'DEC'.
          05 FILLER              PIC X(9)  VALUE 'REVISOR'.
          05 FILLER              PIC X(30) VALUE 'RESULTADO'.
      *
       01 LIN-DETALLE.
          05 LAP-NUMERO          PIC X(6).
          05 FILLER              PIC XX    VALUE SPACES.
          05 LAP-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LAP-NUMDOC          PIC X(9).
          05 FILLER              PIC X     VALUE SPACE.
          05 LAP-DECISION        PIC X.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LAP-REVISOR         PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LAP-RESULTADO       PIC X(40).
      *
       01 LIN-TOT-FICHAS.
          05 FILLER              PIC X(30) VALUE
             'FICHAS DE DECISION........: '.
          05 LTF-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ERRONEAS.
          05 FILLER              PIC X(30) VALUE
             'FICHAS NO VALIDAS.........: '.
          05 LTE-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ACEPTADOS.
          05 FILLER              PIC X(30) VALUE
             'ACEPTADO EL ENTRANTE......: '.
          05 LTA-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-MANTENIDOS.
          05 FILLER              PIC X(30) VALUE
             'MANTENIDO EL MAESTRO......: '.
          05 LTM-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-RECHAZADOS.
          05 FILLER              PIC X(30) VALUE
             'RECHAZADOS................: '.
          05 LTR-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-NO-APLICADOS.
          05 FILLER              PIC X(30) VALUE
             'NO APLICADOS (SIGUEN PEND): '.
          05 LTN-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-SIN-CONFLICTO.
          05 FILLER              PIC X(30) VALUE
             'FICHAS SIN CONFLICTO PEND.: '.
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
       01 WS-CONFLICT-SW         PIC X     VALUE 'N'.
          88 HAY-CONFLICTOS            VALUE 'S'.
          88 NO-HAY-CONFLICTOS         VALUE 'N'.
      *
       01 WS-DECISION-SW         PIC X     VALUE 'N'.
          88 DECISION-ENCONTRADA       VALUE 'S'.
          88 DECISION-NO-ENCONTRADA    VALUE 'N'.
      *
       01 WS-XREFDOC-SW          PIC X     VALUE 'N'.
          88 HAY-XREFDOC               VALUE 'S'.
          88 NO-HAY-XREFDOC            VALUE 'N'.
      *
       01 WS-XREF-SW             PIC X     VALUE 'N'.
          88 XREF-FIN-CADENA           VALUE 'S'.
          88 XREF-SEGUIR-CADENA        VALUE 'N'.
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
           OPEN OUTPUT APRLIST
      *
           IF FS-APRLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR APRLIST: '
                       FS-APRLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
           WRITE REG-APRLIST FROM LIN-COLUMNAS
           ADD 1 TO WS-LINEAS-PAG
      *
           PERFORM 11-LEER-DECISIONES
      *
           OPEN I-O MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: '
                       FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
      *    SIN RENUMERACIONES TODAVIA NO EXISTE LA REFERENCIA CRUZADA.
           OPEN INPUT XREFDOC
      *
           IF FS-XREFDOC = 0
              SET HAY-XREFDOC TO TRUE
           ELSE
              SET NO-HAY-XREFDOC TO TRUE
           END-IF
      *
           OPEN EXTEND JORNAL
      *
           IF FS-JORNAL = 35
              OPEN OUTPUT JORNAL
           END-IF
      *
           IF FS-JORNAL NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR JORNAL: ' FS-JORNAL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
      *    LA COLA SE ABRE EN I-O PARA REESCRIBIR CADA CONFLICTO
      *    DECIDIDO EN SU SITIO. SIN COLA TODAS LAS FICHAS QUEDAN SIN
      *    CONFLICTO AL QUE APLICARSE.
           OPEN I-O CONFLICT
      *
           IF FS-CONFLICT = 0
              SET HAY-CONFLICTOS TO TRUE
              PERFORM 100-LEER-CONFLICTO
           ELSE
              SET NO-HAY-CONFLICTOS TO TRUE
              SET FIN-OK TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  11-LEER-DECISIONES                                            *
      *                                                                *
      ******************************************************************
       11-LEER-DECISIONES.
           OPEN INPUT APRCTRL
      *
           IF FS-APRCTRL = 0
              PERFORM 12-CARGAR-DECISION UNTIL FIN-CARTAS-OK
              CLOSE APRCTRL
           ELSE
              DISPLAY 'SIN FICHERO APRCTRL: NO HAY DECISIONES'
              SET FIN-CARTAS-OK TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  12-CARGAR-DECISION                                            *
      *                                                                *
      ******************************************************************
      *    LAS FICHAS NO VALIDAS SE LISTAN Y SE CUENTAN; NO PARAN LA
      *    EJECUCION PERO DEJAN CODIGO DE RETORNO 4.
       12-CARGAR-DECISION.
           READ APRCTRL INTO REG-CARTA-APROB
      *
           IF FS-APRCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER APRCTRL: ' FS-APRCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-APRCTRL = 10
              SET FIN-CARTAS-OK TO TRUE
           ELSE
              EVALUATE CAP-PALABRA
              WHEN 'DECISION'
                   ADD 1 TO VA-FICHAS
                   IF CAP-NUMERO NOT NUMERIC
                      OR NOT CAP-DECISION-VALIDA
                      OR CAP-REVISOR = SPACES
                      MOVE 'FICHA NO VALIDA. SE IGNORA'
                           TO LAP-RESULTADO
                      PERFORM 13-LISTAR-FICHA
                   ELSE
                      IF WS-NUM-DECISIONES = WS-MAX-DECISIONES
                         MOVE 'TABLA DE DECISIONES LLENA. SE IGNORA'
                              TO LAP-RESULTADO
                         PERFORM 13-LISTAR-FICHA
                      ELSE
                         ADD 1 TO WS-NUM-DECISIONES
                         MOVE CAP-NUMERO
                              TO TDE-NUMERO (WS-NUM-DECISIONES)
                         MOVE CAP-DECISION
                              TO TDE-DECISION (WS-NUM-DECISIONES)
                         MOVE CAP-REVISOR
                              TO TDE-REVISOR (WS-NUM-DECISIONES)
                         MOVE 'N'
                              TO TDE-USADA (WS-NUM-DECISIONES)
                      END-IF
                   END-IF
              WHEN SPACES
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'FICHA DE APROBACION NO RECONOCIDA: '
                           REG-CARTA-APROB
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  13-LISTAR-FICHA                                               *
      *                                                                *
      ******************************************************************
       13-LISTAR-FICHA.
           ADD 1 TO VA-FICHAS-ERRONEAS
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE CAP-NUMERO   TO LAP-NUMERO
           MOVE SPACES       TO LAP-TIPO
                                LAP-NUMDOC
           MOVE CAP-DECISION TO LAP-DECISION
           MOVE CAP-REVISOR  TO LAP-REVISOR
      *
           PERFORM 250-ESCRIBIR-LINEA
           .
      *
      ******************************************************************
      *  100-LEER-CONFLICTO                                            *
      *                                                                *
      ******************************************************************
       100-LEER-CONFLICTO.
           READ CONFLICT INTO REG-CONFLICTO
      *
           IF FS-CONFLICT NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER CONFLICT: ' FS-CONFLICT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-CONFLICT = 10
              SET FIN-OK TO TRUE
           ELSE
              ADD 1 TO VA-LEIDOS
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
      *    LAS DECISIONES QUE NO HAN ENCONTRADO CONFLICTO PENDIENTE
      *    SE LISTAN AL FINAL.
           MOVE 1 TO WS-SUB-DECISION
           PERFORM 260-LISTAR-NO-USADA
               UNTIL WS-SUB-DECISION > WS-NUM-DECISIONES
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-TRATAR                                                    *
      *                                                                *
      ******************************************************************
       200-TRATAR.
           IF CONFLICTO-PENDIENTE
              AND WS-NUM-DECISIONES > 0
              SET DECISION-NO-ENCONTRADA TO TRUE
              MOVE 1 TO WS-SUB-DECISION
              PERFORM 210-BUSCAR-DECISION
                  UNTIL DECISION-ENCONTRADA
                     OR WS-SUB-DECISION > WS-NUM-DECISIONES
      *
              IF DECISION-ENCONTRADA
                 PERFORM 220-APLICAR-DECISION
              END-IF
           END-IF
      *
           PERFORM 100-LEER-CONFLICTO
           .
      *
      ******************************************************************
      *  210-BUSCAR-DECISION                                           *
      *                                                                *
      ******************************************************************
      *    SI HAY DOS FICHAS PARA EL MISMO CONFLICTO VALE LA PRIMERA;
      *    LA SEGUNDA SALE AL FINAL COMO SIN CONFLICTO PENDIENTE.
       210-BUSCAR-DECISION.
           IF TDE-NUMERO (WS-SUB-DECISION) = CNF-NUMERO
              AND TDE-USADA (WS-SUB-DECISION) = 'N'
              SET DECISION-ENCONTRADA TO TRUE
           ELSE
              ADD 1 TO WS-SUB-DECISION
           END-IF
           .
      *
      ******************************************************************
      *  220-APLICAR-DECISION                                          *
      *                                                                *
      ******************************************************************
       220-APLICAR-DECISION.
           MOVE 'S' TO TDE-USADA (WS-SUB-DECISION)
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE CNF-NUMERO   TO LAP-NUMERO
           MOVE CNF-TIPO-DOC TO LAP-TIPO
           MOVE CNF-NUM-DOC  TO LAP-NUMDOC
           MOVE TDE-DECISION (WS-SUB-DECISION) TO LAP-DECISION
           MOVE TDE-REVISOR (WS-SUB-DECISION)  TO LAP-REVISOR
      *
           EVALUATE TDE-DECISION (WS-SUB-DECISION)
           WHEN 'A'
                PERFORM 230-ACEPTAR-ENTRANTE
           WHEN 'M'
                SET CONFLICTO-MANTENIDO TO TRUE
                ADD 1 TO VA-MANTENIDOS
                MOVE 'SE MANTIENE EL MAESTRO' TO LAP-RESULTADO
           WHEN OTHER
                SET CONFLICTO-RECHAZADO TO TRUE
                ADD 1 TO VA-RECHAZADOS
                MOVE 'MOVIMIENTO RECHAZADO' TO LAP-RESULTADO
           END-EVALUATE
      *
      *    UN CONFLICTO QUE NO SE HA PODIDO ACEPTAR SIGUE PENDIENTE Y
      *    NO SE REESCRIBE.
           IF NOT CONFLICTO-PENDIENTE
              MOVE WS-FECHA-SISTEMA TO CNF-FECHA-DECISION
              MOVE TDE-REVISOR (WS-SUB-DECISION) TO CNF-REVISOR
      *
              REWRITE REG-CONFLICT-ENT FROM REG-CONFLICTO
      *
              IF FS-CONFLICT NOT = 0
                 DISPLAY 'ERROR AL REESCRIBIR CONFLICT: ' FS-CONFLICT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
      *
           PERFORM 250-ESCRIBIR-LINEA
           .
      *
      ******************************************************************
      *  230-ACEPTAR-ENTRANTE                                          *
      *                                                                *
      ******************************************************************
      *    EL ENTRANTE SOLO SE APLICA SI GENERO, FECHA DE NACIMIENTO Y
      *    FECHA DE BAJA DEL MAESTRO SIGUEN SIENDO LOS QUE VIO EL
      *    REVISOR. LA ACTUALIZACION ES LA MISMA QUE HACE ADCDAP15
      *    (INCLUIDA LA REACTIVACION DE UNA BAJA) MAS EL GENERO. SI LA
      *    CLAVE DEL CONFLICTO YA NO ESTA EN EL MAESTRO SE BUSCA SU
      *    CLAVE VIGENTE, COMO HACE ADCDAP15.
       230-ACEPTAR-ENTRANTE.
           MOVE CNF-MAESTRO  TO WS-MAESTRO-CONFLICTO
           MOVE CNF-ENTRANTE TO DETALLE3
      *
           MOVE CNF-CLAVE TO WS-CLAVE-VIGENTE
           MOVE ZERO      TO WS-SALTOS-XREF
           PERFORM 231-LEER-PERSONA
      *
           IF FS-MAESTRO = 23
              AND HAY-XREFDOC
              PERFORM 232-SEGUIR-RENUMERACION
              IF WS-SALTOS-XREF > 0
                 PERFORM 231-LEER-PERSONA
              END-IF
           END-IF
      *
           EVALUATE FS-MAESTRO
           WHEN 0
                CONTINUE
           WHEN 23
                ADD 1 TO VA-NO-APLICADOS
                MOVE 'PERSONA YA NO ESTA EN EL MAESTRO'
                     TO LAP-RESULTADO
           WHEN OTHER
                DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
      *
           IF FS-MAESTRO = 0
              IF MAE-GENERO     NOT = WS-MCO-GENERO
                 OR MAE-FECHA-NAC  NOT = WS-MCO-FECHA-NAC
                 OR MAE-FECHA-BAJA NOT = WS-MCO-FECHA-BAJA
                 ADD 1 TO VA-NO-APLICADOS
                 MOVE 'MAESTRO CAMBIADO. SIGUE PENDIENTE'
                      TO LAP-RESULTADO
              ELSE
                 PERFORM 240-ACTUALIZAR-MAESTRO
                 SET CONFLICTO-ACEPTADO TO TRUE
                 ADD 1 TO VA-ACEPTADOS
                 IF WS-SALTOS-XREF > 0
                    MOVE 'ENTRANTE APLICADO A LA CLAVE RENUMERADA'
                         TO LAP-RESULTADO
                 ELSE
                    MOVE 'ENTRANTE APLICADO AL MAESTRO'
                         TO LAP-RESULTADO
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  231-LEER-PERSONA                                              *
      *                                                                *
      ******************************************************************
       231-LEER-PERSONA.
           MOVE WS-CLAVE-VIGENTE TO MAE-CLAVE
      *
           READ MAESTRO
      *
           IF FS-MAESTRO NOT = 0 AND 23
              DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  232-SEGUIR-RENUMERACION                                       *
      *                                                                *
      ******************************************************************
       232-SEGUIR-RENUMERACION.
           SET XREF-SEGUIR-CADENA TO TRUE
      *
           PERFORM 233-LEER-XREF
               UNTIL XREF-FIN-CADENA
                  OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
           .
      *
      ******************************************************************
      *  233-LEER-XREF                                                 *
      *                                                                *
      ******************************************************************
       233-LEER-XREF.
           MOVE WS-CLAVE-VIGENTE TO XRF-CLAVE-ANTIGUA
      *
           READ XREFDOC
      *
           EVALUATE FS-XREFDOC
           WHEN 0
                ADD 1 TO WS-SALTOS-XREF
                MOVE XRF-CLAVE-NUEVA TO WS-CLAVE-VIGENTE
           WHEN 23
                SET XREF-FIN-CADENA TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  240-ACTUALIZAR-MAESTRO                                        *
      *                                                                *
      ******************************************************************
       240-ACTUALIZAR-MAESTRO.
           MOVE REG-MAESTRO      TO WS-MAE-ANTES
           MOVE GENERO-V3        TO MAE-GENERO
           MOVE EDAD-V3          TO MAE-EDAD
           MOVE FECHA-NAC-V3     TO MAE-FECHA-NAC
           MOVE WS-FECHA-SISTEMA TO MAE-FECHA-ULT-ACT
           MOVE ZERO             TO MAE-FECHA-BAJA
      *
           REWRITE REG-MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR AL REESCRIBIR MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE WS-FECHA-SISTEMA  TO JOR-FECHA
           MOVE MAE-CLAVE         TO JOR-CLAVE
           SET ACCION-ACTUALIZACION TO TRUE
           MOVE WS-MAE-ANTES      TO JOR-ANTES
           MOVE REG-MAESTRO       TO JOR-DESPUES
      *
           WRITE REG-JORNAL-SAL FROM REG-JORNAL
      *
           IF FS-JORNAL NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR JORNAL: ' FS-JORNAL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  250-ESCRIBIR-LINEA                                            *
      *                                                                *
      ******************************************************************
       250-ESCRIBIR-LINEA.
           WRITE REG-APRLIST FROM LIN-DETALLE
      *
           IF FS-APRLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR APRLIST: ' FS-APRLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  260-LISTAR-NO-USADA                                           *
      *                                                                *
      ******************************************************************
       260-LISTAR-NO-USADA.
           IF TDE-USADA (WS-SUB-DECISION) = 'N'
              ADD 1 TO VA-SIN-CONFLICTO
      *
              MOVE 1 TO WS-LINEAS-NECESARIAS
              PERFORM 2050-CONTROL-SALTO-PAGINA
      *
              MOVE TDE-NUMERO (WS-SUB-DECISION)   TO LAP-NUMERO
              MOVE SPACES                         TO LAP-TIPO
                                                     LAP-NUMDOC
              MOVE TDE-DECISION (WS-SUB-DECISION) TO LAP-DECISION
              MOVE TDE-REVISOR (WS-SUB-DECISION)  TO LAP-REVISOR
              MOVE 'SIN CONFLICTO PENDIENTE CON ESE NUMERO'
                   TO LAP-RESULTADO
      *
              PERFORM 250-ESCRIBIR-LINEA
           END-IF
      *
           ADD 1 TO WS-SUB-DECISION
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE 8 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE VA-FICHAS          TO LTF-CONT
           MOVE VA-FICHAS-ERRONEAS TO LTE-CONT
           MOVE VA-ACEPTADOS       TO LTA-CONT
           MOVE VA-MANTENIDOS      TO LTM-CONT
           MOVE VA-RECHAZADOS      TO LTR-CONT
           MOVE VA-NO-APLICADOS    TO LTN-CONT
           MOVE VA-SIN-CONFLICTO   TO LTS-CONT
      *
           WRITE REG-APRLIST FROM LIN-BLANCO
           WRITE REG-APRLIST FROM LIN-TOT-FICHAS
           WRITE REG-APRLIST FROM LIN-TOT-ERRONEAS
           WRITE REG-APRLIST FROM LIN-TOT-ACEPTADOS
           WRITE REG-APRLIST FROM LIN-TOT-MANTENIDOS
           WRITE REG-APRLIST FROM LIN-TOT-RECHAZADOS
           WRITE REG-APRLIST FROM LIN-TOT-NO-APLICADOS
           WRITE REG-APRLIST FROM LIN-TOT-SIN-CONFLICTO
      *
           IF FS-APRLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR APRLIST: ' FS-APRLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           DISPLAY 'FICHAS DE DECISION.......: ' VA-FICHAS
           DISPLAY 'ACEPTADO EL ENTRANTE.....: ' VA-ACEPTADOS
           DISPLAY 'MANTENIDO EL MAESTRO.....: ' VA-MANTENIDOS
           DISPLAY 'RECHAZADOS...............: ' VA-RECHAZADOS
           DISPLAY 'NO APLICADOS.............: ' VA-NO-APLICADOS
           .
      *
      ******************************************************************
      *  2050-CONTROL-SALTO-PAGINA                                     *
      *                                                                *
      ******************************************************************
       2050-CONTROL-SALTO-PAGINA.
           IF WS-LINEAS-PAG + WS-LINEAS-NECESARIAS > WS-MAX-LINEAS-PAG
              PERFORM 2100-IMPRIMIR-CABECERA
              WRITE REG-APRLIST FROM LIN-COLUMNAS
              ADD 1 TO WS-LINEAS-PAG
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
           WRITE REG-APRLIST FROM LIN-CABECERA-1
           WRITE REG-APRLIST FROM LIN-CABECERA-2
           WRITE REG-APRLIST FROM LIN-BLANCO
      *
           IF FS-APRLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR APRLIST: ' FS-APRLIST
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
       30-FIN.
           IF HAY-CONFLICTOS
              CLOSE CONFLICT
      *
              IF FS-CONFLICT NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL CERRAR CONFLICT: '
                          FS-CONFLICT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
      *
           IF HAY-XREFDOC
              CLOSE XREFDOC
           END-IF
      *
           CLOSE MAESTRO
                 JORNAL
                 APRLIST
      *
           IF FS-MAESTRO NOT = 0
              OR FS-JORNAL NOT = 0
              OR FS-APRLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR FICHEROS: '
                       FS-MAESTRO ' ' FS-JORNAL ' ' FS-APRLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF VA-FICHAS-ERRONEAS > 0
              OR VA-NO-APLICADOS > 0
              OR VA-SIN-CONFLICTO > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
