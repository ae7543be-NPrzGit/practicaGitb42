      *
           SELECT SUSPENSO     ASSIGN TO SUSPENSO
                  FILE STATUS IS FS-SUSPENSO.
      *
           SELECT DEVOLUC      ASSIGN TO DEVOLUC
                  FILE STATUS IS FS-DEVOLUC.
      *
           SELECT ESTDEPT      ASSIGN TO ESTDEPT
                  FILE STATUS IS FS-ESTDEPT.
      *
       DATA DIVISION.
       FILE SECTION.
      *    RECICLA SE ANNADE AL FICHLIST DE LA SIGUIENTE EJECUCION DE
      *    ADCDAP13 CON LA MARCA 'RC ': REGISTRO AMPLIADO DE 23 BYTES
      *    MAS CONTADOR DE INTENTOS DE REPARACION Y FECHA DE PRIMERA
      *    APARICION, QUE EL REGISTRO ARRASTRA POR TODO EL CIRCUITO,
      *    Y EL DEPARTAMENTO QUE LO ENVIO, PARA QUE SUS NUEVOS
      *    RECHAZOS LE SIGAN LLEGANDO A EL Y NO AL RECICLAJE.
      *    COMO CUALQUIER EXTRACTO VIAJA CON SOBRE: CABECERA 'CAB'
      *    AL ABRIR Y TOTALIZADOR 'FIN' CON EL CONTADOR AL CERRAR.
       FD RECICLA
           RECORDING MODE IS F.
       01 REG-RECICLA            PIC X(41).
      *
       FD RECILIST
           RECORDING MODE IS F.
       FD SUSPENSO
           RECORDING MODE IS F.
       01 REG-SUSPENSO           PIC X(70).
      *
      *    DEVOLUCIONES DE LA EJECUCION DE ADCDAP13 QUE GENERO LOS
      *    RECHAZOS Y EXCEPCIONES: DE ELLAS SE SACA EL DEPARTAMENTO
      *    EMISOR DE CADA REGISTRO. PUEDE NO EXISTIR.
       FD DEVOLUC
           RECORDING MODE IS F.
       01 REG-DEVOLUC            PIC X(160).
      *
      *    ESTADISTICA ACUMULATIVA POR DEPARTAMENTO: UN REGISTRO 'P'
      *    POR CADA REGISTRO APARCADO EN SUSPENSO.
       FD ESTDEPT
           RECORDING MODE IS F.
       01 REG-ESTDEPT            PIC X(120).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 FS-RECICLA             PIC 99.
       01 FS-RECILIST            PIC 99.
       01 FS-SUSPENSO            PIC 99.
       01 FS-DEVOLUC             PIC 99.
       01 FS-ESTDEPT             PIC 99.
      *
       COPY DETALLE2.
      *
      *                           FECHA DE NACIMIENTO
      *      LIMITE    NN         INTENTOS DE REPARACION ADMITIDOS
      *                           ANTES DE SUSPENDER EL REGISTRO
      *      DOCUMENTO TTT NNNNNNNNN MMMMMMMMM
      *                           CAMBIA EL NUMERO NNNNNNNNN DEL TIPO
      *                           TTT POR MMMMMMMMM (TIPO 11-13,
      *                           NUMERO ERRONEO 15-23, BUENO 25-33)
       01 REG-CARTA-CONTROL.
          05 CAR-PALABRA         PIC X(10).
          05 CAR-OPERANDO-1      PIC X(3).
          05 FILLER              PIC X(10).
          05 CAR-TEXTO           PIC X(10).
          05 FILLER              PIC X(60).
       01 FILLER REDEFINES REG-CARTA-CONTROL.
          05 FILLER              PIC X(10).
          05 CAR-DOC-TIPO        PIC XXX.
          05 FILLER              PIC X.
          05 CAR-DOC-ERRONEO     PIC X(9).
          05 FILLER              PIC X.
          05 CAR-DOC-BUENO       PIC X(9).
          05 FILLER              PIC X(47).
      *
       01 TAB-REGLAS-GENERO.
          05 TRG-ENTRADA OCCURS 10 TIMES.
             10 TRT-ORIGEN       PIC XXX.
             10 TRT-DESTINO      PIC XXX.
       01 WS-REGLAS-TIPODOC      PIC 99    VALUE ZERO.
      *
       01 TAB-REGLAS-DOCUMENTO.
          05 TRD-ENTRADA OCCURS 50 TIMES.
             10 TRD-TIPO-DOC     PIC XXX.
             10 TRD-ERRONEO      PIC X(9).
             10 TRD-BUENO        PIC X(9).
       01 WS-REGLAS-DOCUMENTO    PIC 99    VALUE ZERO.
      *
       01 WS-REGLA-EDAD-SW       PIC X     VALUE 'N'.
          88 REGLA-EDAD-CALCULADA      VALUE 'S'.
          88 TIPO-DOC-VALIDO           VALUE 'S'.
          88 TIPO-DOC-INVALIDO         VALUE 'N'.
      *
      *    VERIFICACION DE LA LETRA O DIGITO DE CONTROL DEL NUMERO DE
      *    DOCUMENTO CON LA RUTINA COMUN ADCDAP25.
       COPY DIGCTRL.
      *
      ******************************************************************
      *         A R E A   D E   V A L I D A C I O N   E D A D          *
      ******************************************************************
          05 RCY-REGISTRO        PIC X(23).
          05 RCY-INTENTOS        PIC 99.
          05 RCY-FECHA-PRIMERA   PIC 9(8).
          05 RCY-DEPARTAMENTO    PIC X(8).
      *
      ******************************************************************
      *   A R E A   D E   D E P A R T A M E N T O   E M I S O R        *
      ******************************************************************
      *    RECHAZOS Y EXCEPCNS NO LLEVAN EL DEPARTAMENTO: SE BUSCA EN
      *    LAS DEVOLUCIONES CONFIRMADAS DE ADCDAP13 POR EL REGISTRO,
      *    SUS INTENTOS Y SU FECHA DE PRIMERA APARICION. SIN DEVOLUC,
      *    O SIN ENCONTRARLO, QUEDA COMO DESCONOCIDO.
       COPY DEVOLUC.
      *
       01 TAB-DEPARTAMENTOS-REG.
          05 TDR-ENTRADA OCCURS 5000 TIMES
                         INDEXED BY TDR-IDX.
             10 TDR-CLAVE        PIC X(33).
             10 TDR-DEPARTAMENTO PIC X(8).
       01 WS-NUM-DEPART-REG      PIC 9(4)  VALUE ZERO.
       01 WS-MAX-DEPART-REG      PIC 9(4)  VALUE 5000.
      *
       01 WS-CLAVE-DEPART.
          05 WCD-REGISTRO        PIC X(23).
          05 WCD-INTENTOS        PIC XX.
          05 WCD-FECHA-PRIMERA   PIC X(8).
       01 WS-DEPARTAMENTO        PIC X(8)  VALUE SPACES.
      *
       01 WS-DEVOLUC-SW          PIC X     VALUE 'N'.
          88 HAY-DEVOLUCIONES          VALUE 'S'.
          88 NO-HAY-DEVOLUCIONES       VALUE 'N'.
      *
       01 WS-FIN-DEVOLUC-SW      PIC X     VALUE 'N'.
          88 FIN-DEVOLUC               VALUE 'S'.
          88 NO-FIN-DEVOLUC            VALUE 'N'.
      *
       01 WS-AVISO-TABLA-SW      PIC X     VALUE 'N'.
          88 AVISO-TABLA-DADO          VALUE 'S'.
          88 AVISO-TABLA-PENDIENTE     VALUE 'N'.
      *
       COPY ESTDEPT.
      *
      ******************************************************************
      *   A R E A   D E   S O B R E   D E L   R E C I C L A D O        *
          05 FILLER              PIC XXX   VALUE 'CAB'.
          05 SCA-DEPARTAMENTO    PIC X(8)  VALUE 'RECICLA'.
          05 SCA-FECHA           PIC 9(8).
          05 FILLER              PIC X(22) VALUE SPACES.
      *
       01 REG-SOBRE-TOTALIZADOR.
          05 FILLER              PIC XXX   VALUE 'FIN'.
          05 SFI-CONTADOR        PIC 9(6).
          05 FILLER              PIC X(32) VALUE SPACES.
      *
      ******************************************************************
      *               A R E A   D E L   I N F O R M E                  *
          05 LRT-ORIGEN          PIC XXX.
          05 FILLER              PIC X(4)  VALUE ' -> '.
          05 LRT-DESTINO         PIC XXX.
      *
       01 LIN-REGLA-DOCUMENTO.
          05 FILLER              PIC X(16) VALUE 'REGLA DOCUMENTO '.
          05 LRD-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LRD-ERRONEO         PIC X(9).
          05 FILLER              PIC X(4)  VALUE ' -> '.
          05 LRD-BUENO           PIC X(9).
      *
       01 LIN-REGLA-EDAD.
          05 FILLER              PIC X(21) VALUE
                       FS-SUSPENSO
              GOBACK
           END-IF
      *
           OPEN EXTEND ESTDEPT
      *
           IF FS-ESTDEPT = 35
              OPEN OUTPUT ESTDEPT
           END-IF
      *
           IF FS-ESTDEPT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR ESTDEPT: '
                       FS-ESTDEPT
              GOBACK
           END-IF
      *
           MOVE WS-FECHA-INFORME TO LC1-FECHA
           WRITE REG-RECILIST FROM LIN-CABECERA-1
           END-IF
      *
           PERFORM 11-LEER-REGLAS
      *
           PERFORM 13-CARGAR-DEPARTAMENTOS
      *
      *    LOS FICHEROS DE LA EJECUCION ANTERIOR PUEDEN NO EXISTIR
      *    (EJECUCION LIMPIA SIN RECHAZOS NI EXCEPCIONES).
                           TO LRT-DESTINO
                      WRITE REG-RECILIST FROM LIN-REGLA-TIPODOC
                   END-IF
              WHEN 'DOCUMENTO'
                   IF WS-REGLAS-DOCUMENTO = 50
                      DISPLAY 'TABLA DE REGLAS DOCUMENTO LLENA. SE '
                              'IGNORA LA CARTA: ' REG-CARTA-CONTROL
                   ELSE
                      ADD 1 TO WS-REGLAS-DOCUMENTO
                      MOVE CAR-DOC-TIPO
                           TO TRD-TIPO-DOC (WS-REGLAS-DOCUMENTO)
                      MOVE CAR-DOC-ERRONEO
                           TO TRD-ERRONEO (WS-REGLAS-DOCUMENTO)
                      MOVE CAR-DOC-BUENO
                           TO TRD-BUENO (WS-REGLAS-DOCUMENTO)
                      MOVE CAR-DOC-TIPO    TO LRD-TIPO
                      MOVE CAR-DOC-ERRONEO TO LRD-ERRONEO
                      MOVE CAR-DOC-BUENO   TO LRD-BUENO
                      WRITE REG-RECILIST FROM LIN-REGLA-DOCUMENTO
                   END-IF
              WHEN 'EDAD'
                   IF CAR-TEXTO (1:9) = 'CALCULADA'
                      SET REGLA-EDAD-CALCULADA TO TRUE
           .
      *
      ******************************************************************
      *  13-CARGAR-DEPARTAMENTOS                                       *
      *                                                                *
      ******************************************************************
       13-CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEVOLUC
      *
           IF FS-DEVOLUC = 0
              SET HAY-DEVOLUCIONES TO TRUE
              PERFORM 14-CARGAR-DEVOLUCION UNTIL FIN-DEVOLUC
              CLOSE DEVOLUC
           ELSE
              SET NO-HAY-DEVOLUCIONES TO TRUE
              DISPLAY 'SIN FICHERO DEVOLUC. LOS REGISTROS QUEDAN '
                      'CON DEPARTAMENTO DESCONOCIDO.'
           END-IF
           .
      *
      ******************************************************************
      *  14-CARGAR-DEVOLUCION                                          *
      *                                                                *
      ******************************************************************
      *    SOLO INTERESAN LOS RECHAZOS Y EXCEPCIONES DE FICHEROS
      *    CONFIRMADOS, QUE SON LOS QUE LLEGAN A RECHAZOS Y EXCEPCNS.
       14-CARGAR-DEVOLUCION.
           READ DEVOLUC INTO REG-DEVOLUCION
      *
           IF FS-DEVOLUC NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER DEVOLUC: ' FS-DEVOLUC
              GOBACK
           END-IF
      *
           IF FS-DEVOLUC = 10
              SET FIN-DEVOLUC TO TRUE
           ELSE
              IF (AVISO-RECHAZO OR AVISO-EXCEPCION)
                 AND FICHERO-CONFIRMADO
                 IF WS-NUM-DEPART-REG < WS-MAX-DEPART-REG
                    ADD 1 TO WS-NUM-DEPART-REG
                    MOVE REG-DEVOLUCION (68:33)
                         TO TDR-CLAVE (WS-NUM-DEPART-REG)
                    MOVE DEV-DEPARTAMENTO
                         TO TDR-DEPARTAMENTO (WS-NUM-DEPART-REG)
                 ELSE
                    IF AVISO-TABLA-PENDIENTE
                       SET AVISO-TABLA-DADO TO TRUE
                       DISPLAY 'TABLA DE DEPARTAMENTOS LLENA. EL '
                               'RESTO QUEDA COMO DESCONOCIDO.'
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
           MOVE REN-INTENTOS        TO WS-INTENTOS-TEXTO
           MOVE REN-FECHA-PRIMERA   TO WS-FECHA-PRIM-TEXTO
           MOVE REN-MOTIVO          TO WS-MOTIVO-ULTIMO
           PERFORM 206-BUSCAR-DEPARTAMENTO
           PERFORM 205-CALCULAR-INTENTOS
      *
           IF WS-INTENTOS-ACT > WS-LIMITE-INTENTOS
           MOVE REXE-INTENTOS       TO WS-INTENTOS-TEXTO
           MOVE REXE-FECHA-PRIMERA  TO WS-FECHA-PRIM-TEXTO
           MOVE REXE-MOTIVO         TO WS-MOTIVO-ULTIMO
           PERFORM 206-BUSCAR-DEPARTAMENTO
           PERFORM 205-CALCULAR-INTENTOS
      *
           IF WS-INTENTOS-ACT > WS-LIMITE-INTENTOS
           .
      *
      ******************************************************************
      *  206-BUSCAR-DEPARTAMENTO                                       *
      *                                                                *
      ******************************************************************
      *    SE BUSCA CON LOS INTENTOS Y LA FECHA TAL COMO LLEGAN EN EL
      *    FICHERO DE AYER, ANTES DE CONTAR EL INTENTO DE HOY.
       206-BUSCAR-DEPARTAMENTO.
           MOVE DETALLE2            TO WCD-REGISTRO
           MOVE WS-INTENTOS-TEXTO   TO WCD-INTENTOS
           MOVE WS-FECHA-PRIM-TEXTO TO WCD-FECHA-PRIMERA
           MOVE 'DESCONOC'          TO WS-DEPARTAMENTO
      *
           IF WS-NUM-DEPART-REG > 0
              SET TDR-IDX TO 1
              SEARCH TDR-ENTRADA
                 AT END
                    CONTINUE
                 WHEN TDR-IDX > WS-NUM-DEPART-REG
                    CONTINUE
                 WHEN TDR-CLAVE (TDR-IDX) = WS-CLAVE-DEPART
                    MOVE TDR-DEPARTAMENTO (TDR-IDX) TO WS-DEPARTAMENTO
              END-SEARCH
           END-IF
           .
      *
      ******************************************************************
      *  420-SUSPENDER-REGISTRO                                        *
      *                                                                *
      ******************************************************************
              DISPLAY 'ERROR AL ESCRIBIR RECILIST: ' FS-RECILIST
              GOBACK
           END-IF
      *
           MOVE SPACES           TO REG-ESTADISTICA-DEPT
           SET EST-APARCADO      TO TRUE
           MOVE WS-FECHA-SISTEMA TO EST-FECHA
           MOVE WS-DEPARTAMENTO  TO EST-DEPARTAMENTO
           MOVE ZERO             TO EST-ENVIADOS
                                    EST-RECH-GENERO
                                    EST-RECH-TIPODOC
                                    EST-RECH-DOCUMENTO
                                    EST-RECH-MOVIMIENTO
                                    EST-EXCEPCIONES
                                    EST-DUPLICADOS
           MOVE 1                TO EST-SUSPENDIDOS
      *
           WRITE REG-ESTDEPT FROM REG-ESTADISTICA-DEPT
      *
           IF FS-ESTDEPT NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ESTDEPT: ' FS-ESTDEPT
              GOBACK
           END-IF
      *
           ADD 1 TO VA-SUSPENDIDOS
           .
           MOVE 1 TO WS-SUB-REGLA
           PERFORM 320-APLICAR-REGLA-TIPODOC
               UNTIL WS-SUB-REGLA > WS-REGLAS-TIPODOC
      *
           MOVE 1 TO WS-SUB-REGLA
           PERFORM 325-APLICAR-REGLA-DOCUMENTO
               UNTIL WS-SUB-REGLA > WS-REGLAS-DOCUMENTO
      *
           SET REGISTRO-REPARADO TO TRUE
           MOVE SPACES TO WS-CAUSA-NO-REPARADO
                      WS-CAUSA-NO-REPARADO
              END-IF
           END-IF
      *
           IF REGISTRO-REPARADO
              AND NUM-DOC-V2 NOT = SPACES
              MOVE TIPO-DOC-V2 TO DGC-TIPO-DOC
              MOVE NUM-DOC-V2  TO DGC-NUM-DOC
              CALL 'ADCDAP25' USING AREA-DIGITO-CONTROL
      *
              IF DGC-DOCUMENTO-ERRONEO
                 SET REGISTRO-NO-REPARADO TO TRUE
                 MOVE 'NUM-DOC SIGUE SIN SER VALIDO' TO
                      WS-CAUSA-NO-REPARADO
              END-IF
           END-IF
           .
      *
      ******************************************************************
           .
      *
      ******************************************************************
      *  325-APLICAR-REGLA-DOCUMENTO                                   *
      *                                                                *
      ******************************************************************
      *    SE APLICA DESPUES DE LAS REGLAS TIPODOC, ASI QUE LA CARTA
      *    SE ESCRIBE CON EL TIPO DE DOCUMENTO YA CORREGIDO.
       325-APLICAR-REGLA-DOCUMENTO.
           IF TIPO-DOC-V2 = TRD-TIPO-DOC (WS-SUB-REGLA)
              AND NUM-DOC-V2 = TRD-ERRONEO (WS-SUB-REGLA)
              MOVE TRD-BUENO (WS-SUB-REGLA) TO NUM-DOC-V2
           END-IF
           ADD 1 TO WS-SUB-REGLA
           .
      *
      ******************************************************************
      *  330-CALCULAR-EDAD                                             *
      *                                                                *
      ******************************************************************
           MOVE DETALLE2         TO RCY-REGISTRO
           MOVE WS-INTENTOS-ACT  TO RCY-INTENTOS
           MOVE WS-FECHA-PRIMERA TO RCY-FECHA-PRIMERA
           MOVE WS-DEPARTAMENTO  TO RCY-DEPARTAMENTO
      *
           WRITE REG-RECICLA FROM REG-RECICLA-LAYOUT
      *
                       FS-SUSPENSO
              GOBACK
           END-IF
      *
           CLOSE ESTDEPT
      *
           IF FS-ESTDEPT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR ESTDEPT: '
                       FS-ESTDEPT
              GOBACK
           END-IF
      *
           GOBACK
           .
