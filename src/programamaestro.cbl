      *
           SELECT CUADRE15     ASSIGN TO CUADRE15
                  FILE STATUS IS FS-CUADRE15.
      *
           SELECT CONFLICT     ASSIGN TO CONFLICT
                  FILE STATUS IS FS-CONFLICT.
      *
           SELECT CAMBDOC      ASSIGN TO CAMBDOC
                  FILE STATUS IS FS-CAMBDOC.
      *
           SELECT XREFDOC      ASSIGN TO XREFDOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRF-CLAVE-ANTIGUA
                  ALTERNATE RECORD KEY IS XRF-CLAVE-NUEVA
                       WITH DUPLICATES
                  FILE STATUS IS FS-XREFDOC.
      *
       DATA DIVISION.
       FILE SECTION.
       01 REG-INFORME            PIC X(80).
      *
      *    LISTADO DE ERRORES DE BAJA: UNA BAJA CUYO DOCUMENTO NO
      *    ESTA EN EL MAESTRO NO SE PUEDE IGNORAR EN SILENCIO. RECOGE
      *    TAMBIEN LAS RENUMERACIONES QUE NO SE PUEDEN APLICAR.
       FD ERRBAJAS
           RECORDING MODE IS F.
       01 REG-ERRBAJAS           PIC X(80).
       FD CUADRE15
           RECORDING MODE IS F.
       01 REG-CUADRE15           PIC X(56).
      *
      *    COLA ACUMULATIVA DE CONFLICTOS DE IDENTIDAD: LOS
      *    MOVIMIENTOS QUE CONTRADICEN AL MAESTRO EN GENERO O EN
      *    FECHA DE NACIMIENTO QUEDAN AQUI SIN APLICAR HASTA QUE UN
      *    REVISOR DECIDA (ADCDAP27 LOS LISTA, ADCDAP28 LOS APLICA).
       FD CONFLICT
           RECORDING MODE IS F.
       01 REG-CONFLICT-SAL       PIC X(128).
      *
      *    RENUMERACIONES DE DOCUMENTO ENVIADAS POR LOS DEPARTAMENTOS
      *    (FICHERO OPCIONAL) Y REFERENCIAS CRUZADAS CLAVE ANTIGUA /
      *    CLAVE NUEVA QUE DEJAN LAS RENUMERACIONES APLICADAS.
       FD CAMBDOC
           RECORDING MODE IS F.
       01 REG-CAMBDOC-ENT        PIC X(40).
      *
       FD XREFDOC.
       COPY XREFDOC.
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 FS-ERRBAJAS            PIC 99.
       01 FS-JORNAL              PIC 99.
       01 FS-CUADRE15            PIC 99.
       01 FS-CONFLICT            PIC 99.
       01 FS-CAMBDOC             PIC 99.
       01 FS-XREFDOC             PIC 99.
      *
       COPY DETALLE3.
      *
       01 WS-ACCION-JORNAL       PIC X     VALUE SPACE.
      *
       COPY CUADRE.
      *
      ******************************************************************
      *  A R E A   D E   C O N F L I C T O S   D E   I D E N T I D A D *
      ******************************************************************
       COPY CONFLICT.
      *
       01 WS-ULTIMO-CONFLICTO    PIC 9(6)  VALUE ZERO.
      *
      *    LAS DOS FECHAS DE NACIMIENTO SE COMPARAN DIGITO A DIGITO
      *    PARA DISTINGUIR UNA ERRATA DE UNA IDENTIDAD DISTINTA.
       01 WS-FNAC-MAESTRO        PIC X(8)  VALUE SPACES.
       01 WS-FNAC-ENTRANTE       PIC X(8)  VALUE SPACES.
       01 WS-SUB-FECHA           PIC 99    VALUE ZERO.
       01 WS-DIGITOS-DISTINTOS   PIC 99    VALUE ZERO.
       01 WS-PRIMER-DISTINTO     PIC 99    VALUE ZERO.
       01 WS-SEGUNDO-DISTINTO    PIC 99    VALUE ZERO.
      *
       01 WS-CONFLICTO-SW        PIC X     VALUE SPACE.
          88 SIN-CONFLICTO             VALUE SPACE.
          88 HAY-CONFLICTO             VALUE 'G' 'F' 'D'.
          88 DISCREPA-GENERO           VALUE 'G'.
          88 DISCREPA-FECHA            VALUE 'F'.
          88 DISCREPAN-AMBOS           VALUE 'D'.
      *
       01 WS-FECHA-SW            PIC X     VALUE 'N'.
          88 FECHA-DISCREPANTE         VALUE 'S'.
          88 FECHA-ERRATA              VALUE 'N'.
      *
      ******************************************************************
      *   A R E A   D E   R E N U M E R A C I O N E S                  *
      ******************************************************************
       COPY CAMBDOC.
      *
       COPY DIGCTRL.
      *
       01 WS-MOTIVO-CAMBIO       PIC X(40) VALUE SPACES.
      *
      *    TIPOS DE DOCUMENTO ADMITIDOS PARA EL DOCUMENTO NUEVO (LOS
      *    MISMOS QUE VALIDA ADCDAP13).
       01 TABLA-TIPOS-DOC-VALORES.
          05 FILLER              PIC X(3)  VALUE 'DNI'.
          05 FILLER              PIC X(3)  VALUE 'NIE'.
          05 FILLER              PIC X(3)  VALUE 'PAS'.
          05 FILLER              PIC X(3)  VALUE 'CIF'.
          05 FILLER              PIC X(3)  VALUE 'TIE'.
       01 TABLA-TIPOS-DOC REDEFINES TABLA-TIPOS-DOC-VALORES.
          05 TD-VALIDO           PIC X(3) OCCURS 5 TIMES
                                  INDEXED BY TD-IDX.
      *
       01 WS-TIPO-DOC-SW         PIC X     VALUE 'N'.
          88 TIPO-DOC-VALIDO           VALUE 'S'.
          88 TIPO-DOC-INVALIDO         VALUE 'N'.
      *
      *    UNA PERSONA RENUMERADA VARIAS VECES DEJA UNA CADENA DE
      *    REFERENCIAS; SE LIMITA EL RECORRIDO POR SI HUBIERA UN CICLO.
       01 WS-SALTOS-XREF         PIC 99    VALUE ZERO.
       01 WS-MAX-SALTOS-XREF     PIC 99    VALUE 10.
      *
       01 WS-CAMBDOC-SW          PIC X     VALUE 'N'.
          88 HAY-CAMBDOC               VALUE 'S'.
          88 NO-HAY-CAMBDOC            VALUE 'N'.
      *
       01 WS-XREF-SW             PIC X     VALUE 'N'.
          88 XREF-FIN-CADENA           VALUE 'S'.
          88 XREF-SEGUIR-CADENA        VALUE 'N'.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(6).
          05 VA-BAJAS-ERRONEAS   PIC 9(6).
          05 VA-SIN-CAMBIO       PIC 9(6).
          05 VA-SIN-DOCUMENTO    PIC 9(6).
          05 VA-CONFLICTOS       PIC 9(6).
          05 VA-CAMBIOS-LEIDOS   PIC 9(6).
          05 VA-RENUMERADOS      PIC 9(6).
          05 VA-RENUM-ERRONEAS   PIC 9(6).
          05 VA-REDIRIGIDOS      PIC 9(6).
      *
      ******************************************************************
      *       A R E A   D E   C L A V E   Y   F E C H A S              *
          05 FILLER              PIC X(30) VALUE
             'SIN DOCUMENTO (OMITIDOS)..: '.
          05 LSD-CONT            PIC ZZZZZ9.
      *
       01 LIN-CONFLICTOS.
          05 FILLER              PIC X(30) VALUE
             'CONFLICTOS PARA REVISION..: '.
          05 LCF-CONT            PIC ZZZZZ9.
      *
       01 LIN-CAMBIOS-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'RENUMERACIONES RECIBIDAS..: '.
          05 LCL-CONT            PIC ZZZZZ9.
      *
       01 LIN-RENUMERADOS.
          05 FILLER              PIC X(30) VALUE
             'RENUMERACIONES APLICADAS..: '.
          05 LRN-CONT            PIC ZZZZZ9.
      *
       01 LIN-RENUM-ERRONEAS.
          05 FILLER              PIC X(30) VALUE
             'RENUMERACIONES ERRONEAS...: '.
          05 LRE-CONT            PIC ZZZZZ9.
      *
       01 LIN-REDIRIGIDOS.
          05 FILLER              PIC X(30) VALUE
             'MOVIMIENTOS CON DOC. ANT..: '.
          05 LRD-CONT            PIC ZZZZZ9.
      *
       01 LIN-ERRBAJA.
          05 LEB-TIPO-DOC        PIC XXX.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
          05 SWITCH-FIN-CAMBIOS  PIC XX VALUE 'NO'.
             88 FIN-CAMBIOS-OK          VALUE 'SI'.
             88 FIN-CAMBIOS-NO          VALUE 'NO'.
      *
      ******************************************************************
      *                                                                *
              DISPLAY 'ERROR FILE STATUS AL ABRIR JORNAL: ' FS-JORNAL
              GOBACK
           END-IF
      *
           PERFORM 11-ABRIR-CONFLICTOS
      *
           PERFORM 13-ABRIR-RENUMERACIONES
      *
           PERFORM 100-LEER-COPIA
           .
      *
      ******************************************************************
      *  11-ABRIR-CONFLICTOS                                           *
      *                                                                *
      ******************************************************************
      *    LOS CONFLICTOS SE NUMERAN CORRELATIVAMENTE PARA QUE LAS
      *    FICHAS DEL REVISOR LOS PUEDAN CITAR: SE LOCALIZA EL ULTIMO
      *    NUMERO ANTES DE ABRIR LA COLA PARA ANNADIR. LA PRIMERA
      *    EJECUCION LA CREA (FILE STATUS 35).
       11-ABRIR-CONFLICTOS.
           MOVE ZERO TO WS-ULTIMO-CONFLICTO
      *
           OPEN INPUT CONFLICT
      *
           IF FS-CONFLICT = 0
              PERFORM 12-LEER-CONFLICTO UNTIL FS-CONFLICT = 10
              CLOSE CONFLICT
           END-IF
      *
           OPEN EXTEND CONFLICT
      *
           IF FS-CONFLICT = 35
              OPEN OUTPUT CONFLICT
           END-IF
      *
           IF FS-CONFLICT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR CONFLICT: '
                       FS-CONFLICT
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  12-LEER-CONFLICTO                                             *
      *                                                                *
      ******************************************************************
       12-LEER-CONFLICTO.
           READ CONFLICT INTO REG-CONFLICTO
      *
           IF FS-CONFLICT NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER CONFLICT: ' FS-CONFLICT
              GOBACK
           END-IF
      *
           IF FS-CONFLICT = 0
              MOVE CNF-NUMERO TO WS-ULTIMO-CONFLICTO
           END-IF
           .
      *
      ******************************************************************
      *  13-ABRIR-RENUMERACIONES                                       *
      *                                                                *
      ******************************************************************
      *    LA REFERENCIA CRUZADA SE CREA EN LA PRIMERA EJECUCION, COMO
      *    EL MAESTRO. EL FICHERO DE RENUMERACIONES ES OPCIONAL: LA
      *    MAYORIA DE LOS DIAS NO LLEGA NINGUNA.
       13-ABRIR-RENUMERACIONES.
           OPEN I-O XREFDOC
      *
           IF FS-XREFDOC = 35
              OPEN OUTPUT XREFDOC
              IF FS-XREFDOC NOT = 0
                 DISPLAY 'ERROR AL CREAR XREFDOC: ' FS-XREFDOC
                 GOBACK
              END-IF
              CLOSE XREFDOC
              OPEN I-O XREFDOC
           END-IF
      *
           IF FS-XREFDOC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR XREFDOC: ' FS-XREFDOC
              GOBACK
           END-IF
      *
           OPEN INPUT CAMBDOC
      *
           IF FS-CAMBDOC = 0
              SET HAY-CAMBDOC TO TRUE
              PERFORM 110-LEER-CAMBIO
           ELSE
              SET NO-HAY-CAMBDOC TO TRUE
              SET FIN-CAMBIOS-OK TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  100-LEER-COPIA                                                *
      *                                                                *
      ******************************************************************
           .
      *
      ******************************************************************
      *  110-LEER-CAMBIO                                               *
      *                                                                *
      ******************************************************************
       110-LEER-CAMBIO.
           READ CAMBDOC INTO REG-CAMBIO-DOC
      *
           IF FS-CAMBDOC NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER CAMBDOC: ' FS-CAMBDOC
              GOBACK
           END-IF
      *
           IF FS-CAMBDOC = 10
              SET FIN-CAMBIOS-OK TO TRUE
           ELSE
              ADD 1 TO VA-CAMBIOS-LEIDOS
           END-IF
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
      *    LAS RENUMERACIONES SE APLICAN ANTES QUE COPIA: UN MOVIMIENTO
      *    DEL MISMO DIA QUE YA VIENE CON EL DOCUMENTO NUEVO ENCUENTRA
      *    ASI A LA PERSONA CON SU CLAVE NUEVA.
       20-PROCESO.
           PERFORM 300-TRATAR-CAMBIO UNTIL FIN-CAMBIOS-OK
           PERFORM 200-TRATAR UNTIL FIN-OK
           PERFORM 2000-INFORMAR
           .
              ADD 1 TO VA-SIN-DOCUMENTO
           ELSE
              PERFORM 210-MONTAR-CLAVE
              PERFORM 215-SEGUIR-RENUMERACION
      *
              MOVE WS-CLAVE-MAESTRO TO MAE-CLAVE
              READ MAESTRO
           .
      *
      ******************************************************************
      *  215-SEGUIR-RENUMERACION                                       *
      *                                                                *
      ******************************************************************
      *    UN DEPARTAMENTO QUE TODAVIA ENVIA EL DOCUMENTO ANTIGUO DE
      *    UNA PERSONA RENUMERADA NO DEBE CREAR UNA SEGUNDA PERSONA:
      *    EL MOVIMIENTO SE APLICA A LA CLAVE VIGENTE.
       215-SEGUIR-RENUMERACION.
           MOVE ZERO TO WS-SALTOS-XREF
           SET XREF-SEGUIR-CADENA TO TRUE
      *
           PERFORM 216-LEER-XREF
               UNTIL XREF-FIN-CADENA
                  OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
      *
           IF WS-SALTOS-XREF > 0
              ADD 1 TO VA-REDIRIGIDOS
           END-IF
           .
      *
      ******************************************************************
      *  216-LEER-XREF                                                 *
      *                                                                *
      ******************************************************************
       216-LEER-XREF.
           MOVE WS-CLAVE-MAESTRO TO XRF-CLAVE-ANTIGUA
           READ XREFDOC
      *
           EVALUATE FS-XREFDOC
           WHEN 0
                MOVE XRF-CLAVE-NUEVA TO WS-CLAVE-MAESTRO
                ADD 1 TO WS-SALTOS-XREF
           WHEN 23
                SET XREF-FIN-CADENA TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  220-ALTA-PERSONA                                              *
      *                                                                *
      ******************************************************************
      *    UNA PERSONA DADA DE BAJA QUE VUELVE A LLEGAR COMO ALTA O
      *    MODIFICACION SE REACTIVA: SE BORRA LA FECHA DE BAJA Y SE
      *    CUENTA COMO ACTUALIZACION.
      *    UN MOVIMIENTO QUE CONTRADICE LA IDENTIDAD DEL MAESTRO
      *    (OTRO GENERO O UNA FECHA DE NACIMIENTO QUE NO SE EXPLICA
      *    POR UNA ERRATA) NO SE APLICA: QUEDA EN LA COLA DE
      *    CONFLICTOS PARA QUE LO DECIDA UN REVISOR.
       230-ACTUALIZAR-PERSONA.
           PERFORM 270-DETECTAR-CONFLICTO
      *
           IF HAY-CONFLICTO
              PERFORM 280-GRABAR-CONFLICTO
           ELSE
              PERFORM 231-APLICAR-ACTUALIZACION
           END-IF
           .
      *
      ******************************************************************
      *  231-APLICAR-ACTUALIZACION                                     *
      *                                                                *
      ******************************************************************
       231-APLICAR-ACTUALIZACION.
           IF MAE-EDAD      NOT = EDAD-V3
              OR MAE-FECHA-NAC NOT = WS-FECHA-NACIMIENTO
              OR MAE-FECHA-BAJA NOT = ZERO
           .
      *
      ******************************************************************
      *  270-DETECTAR-CONFLICTO                                        *
      *                                                                *
      ******************************************************************
       270-DETECTAR-CONFLICTO.
           SET SIN-CONFLICTO TO TRUE
           SET FECHA-ERRATA  TO TRUE
      *
           IF MAE-FECHA-NAC NOT = WS-FECHA-NACIMIENTO
              PERFORM 271-COMPARAR-FECHAS
           END-IF
      *
           EVALUATE TRUE
           WHEN GENERO-V3 NOT = MAE-GENERO AND FECHA-DISCREPANTE
                SET DISCREPAN-AMBOS TO TRUE
           WHEN GENERO-V3 NOT = MAE-GENERO
                SET DISCREPA-GENERO TO TRUE
           WHEN FECHA-DISCREPANTE
                SET DISCREPA-FECHA TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      *
      ******************************************************************
      *  271-COMPARAR-FECHAS                                           *
      *                                                                *
      ******************************************************************
      *    SE TOLERA COMO ERRATA (Y SE APLICA COMO HASTA AHORA):
      *    - UN SOLO DIGITO DISTINTO;
      *    - DOS DIGITOS CONTIGUOS PERMUTADOS (1985 POR 1958);
      *    - EL MISMO ANNO CUANDO UNA DE LAS DOS FECHAS ES DEL
      *      FORMATO ANTIGUO, SIN MES NI DIA (SE COMPLETA LA FECHA).
      *    CUALQUIER OTRA DIFERENCIA ES UNA FECHA DISCREPANTE.
       271-COMPARAR-FECHAS.
           MOVE MAE-FECHA-NAC       TO WS-FNAC-MAESTRO
           MOVE WS-FECHA-NACIMIENTO TO WS-FNAC-ENTRANTE
      *
           IF WS-FNAC-MAESTRO (1:4) = WS-FNAC-ENTRANTE (1:4)
              AND (WS-FNAC-MAESTRO (5:4) = '0000'
                   OR WS-FNAC-ENTRANTE (5:4) = '0000')
              SET FECHA-ERRATA TO TRUE
           ELSE
              MOVE ZERO TO WS-DIGITOS-DISTINTOS
                           WS-PRIMER-DISTINTO
                           WS-SEGUNDO-DISTINTO
              MOVE 1    TO WS-SUB-FECHA
              PERFORM 272-COMPARAR-DIGITO UNTIL WS-SUB-FECHA > 8
      *
              EVALUATE TRUE
              WHEN WS-DIGITOS-DISTINTOS = 1
                   SET FECHA-ERRATA TO TRUE
              WHEN WS-DIGITOS-DISTINTOS = 2
               AND WS-SEGUNDO-DISTINTO = WS-PRIMER-DISTINTO + 1
               AND WS-FNAC-MAESTRO (WS-PRIMER-DISTINTO:1) =
                   WS-FNAC-ENTRANTE (WS-SEGUNDO-DISTINTO:1)
               AND WS-FNAC-MAESTRO (WS-SEGUNDO-DISTINTO:1) =
                   WS-FNAC-ENTRANTE (WS-PRIMER-DISTINTO:1)
                   SET FECHA-ERRATA TO TRUE
              WHEN OTHER
                   SET FECHA-DISCREPANTE TO TRUE
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  272-COMPARAR-DIGITO                                           *
      *                                                                *
      ******************************************************************
       272-COMPARAR-DIGITO.
           IF WS-FNAC-MAESTRO (WS-SUB-FECHA:1) NOT =
              WS-FNAC-ENTRANTE (WS-SUB-FECHA:1)
              ADD 1 TO WS-DIGITOS-DISTINTOS
              IF WS-DIGITOS-DISTINTOS = 1
                 MOVE WS-SUB-FECHA TO WS-PRIMER-DISTINTO
              END-IF
              IF WS-DIGITOS-DISTINTOS = 2
                 MOVE WS-SUB-FECHA TO WS-SEGUNDO-DISTINTO
              END-IF
           END-IF
      *
           ADD 1 TO WS-SUB-FECHA
           .
      *
      ******************************************************************
      *  280-GRABAR-CONFLICTO                                          *
      *                                                                *
      ******************************************************************
      *    SE GUARDAN LAS DOS IMAGENES COMPLETAS: LA DEL MAESTRO TAL
      *    COMO ESTA HOY Y EL REGISTRO DE COPIA TAL COMO LLEGO.
       280-GRABAR-CONFLICTO.
           ADD 1 TO WS-ULTIMO-CONFLICTO
      *
           MOVE SPACES              TO REG-CONFLICTO
           MOVE WS-ULTIMO-CONFLICTO TO CNF-NUMERO
           MOVE WS-FECHA-SISTEMA    TO CNF-FECHA
           MOVE MAE-CLAVE           TO CNF-CLAVE
           MOVE WS-CONFLICTO-SW     TO CNF-MOTIVO
           SET CONFLICTO-PENDIENTE  TO TRUE
           MOVE ZERO                TO CNF-FECHA-DECISION
           MOVE REG-MAESTRO         TO CNF-MAESTRO
           MOVE DETALLE3            TO CNF-ENTRANTE
      *
           WRITE REG-CONFLICT-SAL FROM REG-CONFLICTO
      *
           IF FS-CONFLICT NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CONFLICT: ' FS-CONFLICT
              GOBACK
           END-IF
      *
           ADD 1 TO VA-CONFLICTOS
           .
      *
      ******************************************************************
      *  300-TRATAR-CAMBIO                                             *
      *                                                                *
      ******************************************************************
       300-TRATAR-CAMBIO.
           PERFORM 310-VALIDAR-CAMBIO
      *
           IF WS-MOTIVO-CAMBIO = SPACES
              PERFORM 320-APLICAR-CAMBIO
           ELSE
              PERFORM 330-CAMBIO-ERRONEO
           END-IF
      *
           PERFORM 110-LEER-CAMBIO
           .
      *
      ******************************************************************
      *  310-VALIDAR-CAMBIO                                            *
      *                                                                *
      ******************************************************************
      *    EL DOCUMENTO NUEVO DEBE SER DE UN TIPO ADMITIDO, VALIDO Y
      *    NO ESTAR YA EN EL MAESTRO NI HABER SIDO RETIRADO POR OTRA
      *    RENUMERACION (LA CADENA DE REFERENCIAS HARIA UN CICLO); EL
      *    ANTIGUO DEBE ESTAR Y NO HABER SIDO RENUMERADO ANTES. LA
      *    ULTIMA LECTURA DEJA EN REG-MAESTRO LA PERSONA A RENUMERAR.
       310-VALIDAR-CAMBIO.
           MOVE SPACES TO WS-MOTIVO-CAMBIO
      *
           SET TIPO-DOC-INVALIDO TO TRUE
           SET TD-IDX TO 1
           SEARCH TD-VALIDO
              WHEN TD-VALIDO (TD-IDX) = CDO-TIPO-DOC-NUE
                   SET TIPO-DOC-VALIDO TO TRUE
           END-SEARCH
      *
           EVALUATE TRUE
           WHEN CDO-TIPO-DOC-ANT = SPACES
             OR CDO-NUM-DOC-ANT  = SPACES
             OR CDO-TIPO-DOC-NUE = SPACES
             OR CDO-NUM-DOC-NUE  = SPACES
                MOVE 'RENUMERACION SIN DOCUMENTO COMPLETO'
                     TO WS-MOTIVO-CAMBIO
           WHEN CDO-CLAVE-ANTIGUA = CDO-CLAVE-NUEVA
                MOVE 'RENUMERACION AL MISMO DOCUMENTO'
                     TO WS-MOTIVO-CAMBIO
           WHEN TIPO-DOC-INVALIDO
                MOVE 'TIPO DE DOCUMENTO NUEVO NO VALIDO'
                     TO WS-MOTIVO-CAMBIO
           WHEN OTHER
                MOVE CDO-TIPO-DOC-NUE TO DGC-TIPO-DOC
                MOVE CDO-NUM-DOC-NUE  TO DGC-NUM-DOC
                CALL 'ADCDAP25' USING AREA-DIGITO-CONTROL
                IF DGC-DOCUMENTO-ERRONEO
                   MOVE 'DOCUMENTO NUEVO CON CONTROL ERRONEO'
                        TO WS-MOTIVO-CAMBIO
                END-IF
           END-EVALUATE
      *
           IF WS-MOTIVO-CAMBIO = SPACES
              MOVE CDO-CLAVE-ANTIGUA TO XRF-CLAVE-ANTIGUA
              READ XREFDOC
              EVALUATE FS-XREFDOC
              WHEN 0
                   MOVE 'DOCUMENTO ANTIGUO YA RENUMERADO'
                        TO WS-MOTIVO-CAMBIO
              WHEN 23
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                   GOBACK
              END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-CAMBIO = SPACES
              MOVE CDO-CLAVE-NUEVA TO XRF-CLAVE-ANTIGUA
              READ XREFDOC
              EVALUATE FS-XREFDOC
              WHEN 0
                   MOVE 'DOCUMENTO NUEVO YA FUE RENUMERADO'
                        TO WS-MOTIVO-CAMBIO
              WHEN 23
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER XREFDOC: ' FS-XREFDOC
                   GOBACK
              END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-CAMBIO = SPACES
              MOVE CDO-CLAVE-NUEVA TO MAE-CLAVE
              READ MAESTRO
              EVALUATE FS-MAESTRO
              WHEN 0
                   MOVE 'DOCUMENTO NUEVO YA ESTA EN EL MAESTRO'
                        TO WS-MOTIVO-CAMBIO
              WHEN 23
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
                   GOBACK
              END-EVALUATE
           END-IF
      *
           IF WS-MOTIVO-CAMBIO = SPACES
              MOVE CDO-CLAVE-ANTIGUA TO MAE-CLAVE
              READ MAESTRO
              EVALUATE FS-MAESTRO
              WHEN 0
                   CONTINUE
              WHEN 23
                   MOVE 'DOCUMENTO ANTIGUO NO ESTA EN EL MAESTRO'
                        TO WS-MOTIVO-CAMBIO
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
                   GOBACK
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  320-APLICAR-CAMBIO                                            *
      *                                                                *
      ******************************************************************
      *    EL REGISTRO CAMBIA DE CLAVE CONSERVANDO GENERO, EDAD Y LAS
      *    FECHAS DE NACIMIENTO, ALTA Y BAJA; SOLO SE ANOTA LA FECHA DE
      *    ULTIMA ACTUALIZACION. EL JORNAL LLEVA LA IMAGEN ANTES CON LA
      *    CLAVE ANTIGUA Y LA IMAGEN DESPUES CON LA NUEVA.
       320-APLICAR-CAMBIO.
           MOVE REG-MAESTRO TO WS-MAE-ANTES
      *
           DELETE MAESTRO RECORD
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR AL BORRAR MAESTRO: ' FS-MAESTRO
              GOBACK
           END-IF
      *
           MOVE CDO-CLAVE-NUEVA  TO MAE-CLAVE
           MOVE WS-FECHA-SISTEMA TO MAE-FECHA-ULT-ACT
      *
           WRITE REG-MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR MAESTRO: ' FS-MAESTRO
              GOBACK
           END-IF
      *
           MOVE SPACES            TO REG-XREFDOC
           MOVE CDO-CLAVE-ANTIGUA TO XRF-CLAVE-ANTIGUA
           MOVE CDO-CLAVE-NUEVA   TO XRF-CLAVE-NUEVA
           MOVE WS-FECHA-SISTEMA  TO XRF-FECHA
           MOVE CDO-DEPARTAMENTO  TO XRF-DEPARTAMENTO
           MOVE CDO-FECHA-CAMBIO  TO XRF-FECHA-CAMBIO
      *
           WRITE REG-XREFDOC
      *
           IF FS-XREFDOC NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR XREFDOC: ' FS-XREFDOC
              GOBACK
           END-IF
      *
           MOVE 'R' TO WS-ACCION-JORNAL
           PERFORM 260-GRABAR-JORNAL
      *
           ADD 1 TO VA-RENUMERADOS
           .
      *
      ******************************************************************
      *  330-CAMBIO-ERRONEO                                            *
      *                                                                *
      ******************************************************************
      *    LAS RENUMERACIONES QUE NO SE PUEDEN APLICAR VAN AL MISMO
      *    LISTADO QUE LAS BAJAS ERRONEAS, CON EL DOCUMENTO ANTIGUO.
       330-CAMBIO-ERRONEO.
           MOVE CDO-TIPO-DOC-ANT TO LEB-TIPO-DOC
           MOVE CDO-NUM-DOC-ANT  TO LEB-NUM-DOC
           MOVE WS-MOTIVO-CAMBIO TO LEB-MOTIVO
      *
           WRITE REG-ERRBAJAS FROM LIN-ERRBAJA
      *
           IF FS-ERRBAJAS NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ERRBAJAS: ' FS-ERRBAJAS
              GOBACK
           END-IF
      *
           ADD 1 TO VA-RENUM-ERRONEAS
           .
      *
      ******************************************************************
      *  2000-INFORMAR                                                 *
      *                                                                *
      ******************************************************************
           MOVE VA-BAJAS-ERRONEAS TO LBE-CONT
           MOVE VA-SIN-CAMBIO     TO LSC-CONT
           MOVE VA-SIN-DOCUMENTO  TO LSD-CONT
           MOVE VA-CONFLICTOS     TO LCF-CONT
           MOVE VA-CAMBIOS-LEIDOS TO LCL-CONT
           MOVE VA-RENUMERADOS    TO LRN-CONT
           MOVE VA-RENUM-ERRONEAS TO LRE-CONT
           MOVE VA-REDIRIGIDOS    TO LRD-CONT
      *
           WRITE REG-INFORME FROM LIN-CABECERA-1
           WRITE REG-INFORME FROM LIN-CABECERA-2
           WRITE REG-INFORME FROM LIN-BAJAS-ERRONEAS
           WRITE REG-INFORME FROM LIN-SIN-CAMBIO
           WRITE REG-INFORME FROM LIN-SIN-DOCUMENTO
           WRITE REG-INFORME FROM LIN-CONFLICTOS
           WRITE REG-INFORME FROM LIN-BLANCO
           WRITE REG-INFORME FROM LIN-CAMBIOS-LEIDOS
           WRITE REG-INFORME FROM LIN-RENUMERADOS
           WRITE REG-INFORME FROM LIN-RENUM-ERRONEAS
           WRITE REG-INFORME FROM LIN-REDIRIGIDOS
      *
           IF FS-INFORME NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR INFORME: ' FS-INFORME
           DISPLAY 'BAJAS ERRONEAS...........: ' VA-BAJAS-ERRONEAS
           DISPLAY 'SIN CAMBIOS..............: ' VA-SIN-CAMBIO
           DISPLAY 'SIN DOCUMENTO (OMITIDOS).: ' VA-SIN-DOCUMENTO
           DISPLAY 'CONFLICTOS PARA REVISION.: ' VA-CONFLICTOS
           DISPLAY 'RENUMERACIONES APLICADAS.: ' VA-RENUMERADOS
           DISPLAY 'RENUMERACIONES ERRONEAS..: ' VA-RENUM-ERRONEAS
           DISPLAY 'MOVIMIENTOS CON DOC. ANT.: ' VA-REDIRIGIDOS
      *
           PERFORM 2100-GRABAR-CUADRE
           .
           MOVE VA-BAJAS-ERRONEAS TO CUA-BAJAS-ERRONEAS
           MOVE VA-SIN-CAMBIO     TO CUA-SIN-CAMBIO
           MOVE VA-SIN-DOCUMENTO  TO CUA-SIN-DOCUMENTO
           MOVE VA-CONFLICTOS     TO CUA-CONFLICTOS
      *
           WRITE REG-CUADRE15 FROM REG-CUADRE
      *
                       FS-JORNAL
              GOBACK
           END-IF
      *
           CLOSE CONFLICT
      *
           IF FS-CONFLICT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR CONFLICT: '
                       FS-CONFLICT
              GOBACK
           END-IF
      *
           CLOSE XREFDOC
      *
           IF FS-XREFDOC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR XREFDOC: '
                       FS-XREFDOC
              GOBACK
           END-IF
      *
           IF HAY-CAMBDOC
              CLOSE CAMBDOC
           END-IF
      *
           GOBACK
           .
