      *
           SELECT PENDDUP      ASSIGN TO PENDDUP
                  FILE STATUS IS FS-PENDDUP.
      *
           SELECT PENDDEV      ASSIGN TO PENDDEV
                  FILE STATUS IS FS-PENDDEV.
      *
           SELECT DEVOLUC      ASSIGN TO DEVOLUC
                  FILE STATUS IS FS-DEVOLUC.
      *
           SELECT ESTDEPT      ASSIGN TO ESTDEPT
                  FILE STATUS IS FS-ESTDEPT.
      *
           SELECT CHKPOINT     ASSIGN TO CHKPOINT
                  FILE STATUS IS FS-CHKPOINT.
      *    VISTA DE LOS FICHEROS RECICLADOS DE ADCDAP16: REGISTRO
      *    AMPLIADO DE 23 BYTES MAS CONTADOR DE INTENTOS DE
      *    REPARACION Y FECHA DE PRIMERA APARICION, QUE VIAJAN CON
      *    EL REGISTRO POR TODO EL CIRCUITO DE RECICLAJE, Y EL
      *    DEPARTAMENTO QUE LO ENVIO ORIGINALMENTE (41 BYTES).
       FD CON-DATOS4
           RECORDING MODE IS F.
       01 REG-CON-DATOS4         PIC X(41).
      *
       FD FICHLIST
           RECORDING MODE IS F.
       FD PENDDUP
           RECORDING MODE IS F.
       01 REG-PENDDUP            PIC X(88).
      *
       FD PENDDEV
           RECORDING MODE IS F.
       01 REG-PENDDEV            PIC X(160).
      *
      *    DEVOLUCIONES A LOS DEPARTAMENTOS EMISORES (DEVOLUC.CPY) Y
      *    ESTADISTICA ACUMULATIVA DE CALIDAD POR DEPARTAMENTO
      *    (ESTDEPT.CPY).
       FD DEVOLUC
           RECORDING MODE IS F.
       01 REG-DEVOLUC            PIC X(160).
      *
       FD ESTDEPT
           RECORDING MODE IS F.
       01 REG-ESTDEPT            PIC X(120).
      *
       FD CHKPOINT
           RECORDING MODE IS F.
       01 FS-PENDREC             PIC 99.
       01 FS-PENDEXC             PIC 99.
       01 FS-PENDDUP             PIC 99.
       01 FS-PENDDEV             PIC 99.
       01 FS-DEVOLUC             PIC 99.
       01 FS-ESTDEPT             PIC 99.
       01 FS-CHKPOINT            PIC 99.
       01 FS-PARMCTRL            PIC 99.
       01 FS-HISTORIA            PIC 99.
       01 WS-TIPO-DOC-SW         PIC X     VALUE 'N'.
          88 TIPO-DOC-VALIDO           VALUE 'S'.
          88 TIPO-DOC-INVALIDO         VALUE 'N'.
      *
      *    VERIFICACION DE LA LETRA O DIGITO DE CONTROL DEL NUMERO DE
      *    DOCUMENTO CON LA RUTINA COMUN ADCDAP25.
       COPY DIGCTRL.
      *
       01 REG-RECHAZOS-LAYOUT.
          05 REC-REGISTRO        PIC X(23).
       01 WS-MOTIVO-SOBRE        PIC X(30) VALUE SPACES.
      *
      ******************************************************************
      *   A R E A   D E   D E V O L U C I O N   A L   E M I S O R      *
      ******************************************************************
      *    CADA RECHAZO, EXCEPCION DE EDAD Y DUPLICADO SE DEVUELVE AL
      *    DEPARTAMENTO QUE LO ENVIO: EL DE LA CABECERA 'CAB' DEL
      *    EXTRACTO O, EN LOS RECICLADOS, EL QUE VIAJA CON EL
      *    REGISTRO. SE RETIENEN EN PENDDEV COMO LAS DEMAS SALIDAS Y
      *    SE VUELCAN A DEVOLUC AL DECIDIR EL FICHERO, MARCADOS CON
      *    LA DECISION; UN FICHERO ANULADO ANNADE ADEMAS SU PROPIO
      *    AVISO DE SOBRE ERRONEO O DE CUARENTENA. ADCDAP31 REPARTE
      *    DEVOLUC EN UN FICHERO POR DEPARTAMENTO. LOS EXTRACTOS V1
      *    NO TRAEN SOBRE Y QUEDAN COMO DEPARTAMENTO DESCONOCIDO.
       COPY DEVOLUC.
      *
       01 WS-DEPARTAMENTO-FICHERO  PIC X(8)  VALUE SPACES.
       01 WS-FECHA-EXTR-FICHERO    PIC X(8)  VALUE SPACES.
       01 WS-DEPARTAMENTO-REGISTRO PIC X(8)  VALUE SPACES.
       01 WS-DEPARTAMENTO-DESCONOC PIC X(8)  VALUE 'DESCONOC'.
       01 WS-CAUSA-RECHAZO         PIC X     VALUE SPACE.
       01 WS-ESTADO-DEVOLUCION     PIC X     VALUE SPACE.
      *
      *    ERRORES DEL FICHERO EN CURSO POR MOTIVO, PARA EL REGISTRO
      *    DE ESTADISTICA POR DEPARTAMENTO QUE SE GRABA AL DECIDIRLO.
       01 VA-CALIDAD-FICHERO.
          05 VAF-RECH-GENERO     PIC 9(6).
          05 VAF-RECH-TIPODOC    PIC 9(6).
          05 VAF-RECH-DOCUMENTO  PIC 9(6).
          05 VAF-RECH-MOVIMIENTO PIC 9(6).
          05 VAF-EXCEPCIONES     PIC 9(6).
          05 VAF-DUPLICADOS      PIC 9(6).
      *
       COPY ESTDEPT.
      *
      ******************************************************************
      *       A R E A   D E   C O N T R O L   D E   C A L I D A D      *
      ******************************************************************
      *    UN FICHERO CON MAS DE UMBRAL-FICHERO POR CIENTO DE
              IF FS-DUPLICDS = 35
                 OPEN OUTPUT DUPLICDS
              END-IF
      *
              OPEN EXTEND DEVOLUC
              IF FS-DEVOLUC = 35
                 OPEN OUTPUT DEVOLUC
              END-IF
           ELSE
              OPEN  OUTPUT COPIA
                    OUTPUT REPORTE
                    OUTPUT EXCEPCNS
                    OUTPUT RECHAZOS
                    OUTPUT DUPLICDS
                    OUTPUT DEVOLUC
           END-IF
      *
      *    LA ESTADISTICA POR DEPARTAMENTO ES ACUMULATIVA ENTRE
      *    EJECUCIONES; LA PRIMERA VEZ NO EXISTE Y SE CREA.
           OPEN EXTEND ESTDEPT
           IF FS-ESTDEPT = 35
              OPEN OUTPUT ESTDEPT
           END-IF
      *
           IF FS-COPIA NOT = 0
                       FS-DUPLICDS
              PERFORM 999-ABORTAR
           END-IF
      *
           IF FS-DEVOLUC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR DEVOLUC: '
                       FS-DEVOLUC
              PERFORM 999-ABORTAR
           END-IF
      *
           IF FS-ESTDEPT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR ESTDEPT: '
                       FS-ESTDEPT
              PERFORM 999-ABORTAR
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
           PERFORM 2150-IMPRIMIR-PARAMETROS
           MOVE ZERO TO WS-SOBRE-CONTADOR
                        WS-DATOS-SALTO
                        WS-MALOS-SALTO
           MOVE WS-DEPARTAMENTO-DESCONOC TO WS-DEPARTAMENTO-FICHERO
           MOVE SPACES                   TO WS-FECHA-EXTR-FICHERO
           INITIALIZE VA-CALIDAD-FICHERO
           SET CABECERA-NO-VISTA TO TRUE
           SET TOTALIZADOR-NO-VISTO TO TRUE
      *
                OUTPUT PENDREC
                OUTPUT PENDEXC
                OUTPUT PENDDUP
                OUTPUT PENDDEV
      *
           IF FS-PENDCOP NOT = 0 OR FS-PENDREC NOT = 0
              OR FS-PENDEXC NOT = 0 OR FS-PENDDUP NOT = 0
              OR FS-PENDDEV NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR PENDIENTES: '
                       FS-PENDCOP ' ' FS-PENDREC ' '
                       FS-PENDEXC ' ' FS-PENDDUP ' ' FS-PENDDEV
              PERFORM 999-ABORTAR
           END-IF
      *
      *    EL PROCESO POSTERIOR TRABAJA SOBRE EL FORMATO AMPLIADO MAS
      *    EL CODIGO DE MOVIMIENTO EN WS-TIPO-MOV.
       110-NORMALIZAR-REGISTRO.
           MOVE WS-DEPARTAMENTO-FICHERO TO WS-DEPARTAMENTO-REGISTRO
      *
           EVALUATE TRUE
           WHEN FORMATO-FICHERO-RC
                MOVE REG-CON-DATOS4 (1:23) TO DETALLE2
                ELSE
                   MOVE WS-FECHA-SISTEMA TO WS-FECHA-PRIMERA-ENT
                END-IF
                IF REG-CON-DATOS4 (34:8) NOT = SPACES
                   MOVE REG-CON-DATOS4 (34:8)
                                    TO WS-DEPARTAMENTO-REGISTRO
                END-IF
           WHEN FORMATO-FICHERO-V3
                MOVE REG-CON-DATOS3 TO DETALLE3
                MOVE DETALLE3 (1:23) TO DETALLE2
              WHEN 'CAB'
                   SET REGISTRO-DE-SOBRE TO TRUE
                   SET CABECERA-VISTA TO TRUE
                   IF SOB-DEPARTAMENTO NOT = SPACES
                      MOVE SOB-DEPARTAMENTO TO WS-DEPARTAMENTO-FICHERO
                   END-IF
                   MOVE SOB-FECHA-EXTR TO WS-FECHA-EXTR-FICHERO
              WHEN 'FIN'
                   SET REGISTRO-DE-SOBRE TO TRUE
                   SET TOTALIZADOR-VISTO TO TRUE
                   WHEN TD-VALIDO (TD-IDX) = TIPO-DOC-V2
                        SET TIPO-DOC-VALIDO TO TRUE
                END-SEARCH
      *
                SET DGC-DOCUMENTO-CORRECTO TO TRUE
                IF TIPO-DOC-VALIDO
                   PERFORM 261-COMPROBAR-DIGITO-CONTROL
                END-IF
      *
                EVALUATE TRUE
                WHEN TIPO-DOC-INVALIDO
                     ADD 1 TO WS-MALOS-SALTO
                WHEN DGC-DOCUMENTO-ERRONEO
                     ADD 1 TO WS-MALOS-SALTO
                WHEN WS-TIPO-MOV NOT = 'A' AND 'M' AND 'B'
                     ADD 1 TO WS-MALOS-SALTO
                WHEN OTHER
                 DISPLAY 'ERROR AL ESCRIBIR PENDEXC: ' FS-PENDEXC
                 PERFORM 999-ABORTAR
              END-IF

              ADD 1 TO VAF-EXCEPCIONES
              MOVE SPACES              TO REG-DEVOLUCION
              SET AVISO-EXCEPCION      TO TRUE
              MOVE REX-MOTIVO          TO DEV-MOTIVO
              MOVE WS-EDAD-CALCULADA   TO DEV-EDAD-CALCULADA
              MOVE EDAD-V2             TO DEV-EDAD-FICHERO
              PERFORM 275-DEVOLVER-AVISO
           END-IF
           .
      *
                SET REGISTRO-RECHAZADO TO TRUE
                MOVE DETALLE2 TO REC-REGISTRO
                MOVE 'GENERO NO CORRESPONDE A NINGUNO' TO REC-MOTIVO
                MOVE 'G' TO WS-CAUSA-RECHAZO
                PERFORM 270-ESCRIBIR-RECHAZO
           END-EVALUATE

                 SET REGISTRO-RECHAZADO TO TRUE
                 MOVE DETALLE2 TO REC-REGISTRO
                 MOVE 'TIPO-DOC NO ESTA EN TABLA VALIDA' TO REC-MOTIVO
                 MOVE 'T' TO WS-CAUSA-RECHAZO
                 PERFORM 270-ESCRIBIR-RECHAZO
              END-IF
           END-IF

      *    UN NUMERO DE DOCUMENTO CON LA LETRA O EL DIGITO DE CONTROL
      *    EQUIVOCADO SERIA UNA CLAVE NUEVA EN EL MAESTRO (LA MISMA
      *    PERSONA DOS VECES): SE RECHAZA CON SU PROPIO MOTIVO PARA
      *    QUE ADCDAP16 LO PUEDA RECICLAR.
           IF REGISTRO-ACEPTADO
              PERFORM 261-COMPROBAR-DIGITO-CONTROL
      *
              IF DGC-DOCUMENTO-ERRONEO
                 SET REGISTRO-RECHAZADO TO TRUE
                 MOVE DETALLE2   TO REC-REGISTRO
                 MOVE DGC-MOTIVO TO REC-MOTIVO
                 MOVE 'D'        TO WS-CAUSA-RECHAZO
                 PERFORM 270-ESCRIBIR-RECHAZO
              END-IF
           END-IF
              SET REGISTRO-RECHAZADO TO TRUE
              MOVE DETALLE2 TO REC-REGISTRO
              MOVE 'MOVIMIENTO NO ES A, M NI B' TO REC-MOTIVO
              MOVE 'M' TO WS-CAUSA-RECHAZO
              PERFORM 270-ESCRIBIR-RECHAZO
           END-IF
           .
      *
      ******************************************************************
      *  261-COMPROBAR-DIGITO-CONTROL                                  *
      *                                                                *
      ******************************************************************
      *    LOS REGISTROS SIN NUMERO DE DOCUMENTO (FORMATO HISTORICO)
      *    NO TIENEN NADA QUE VERIFICAR Y SE DAN POR BUENOS.
       261-COMPROBAR-DIGITO-CONTROL.
           SET DGC-DOCUMENTO-CORRECTO TO TRUE
      *
           IF NUM-DOC-V2 NOT = SPACES
              MOVE TIPO-DOC-V2 TO DGC-TIPO-DOC
              MOVE NUM-DOC-V2  TO DGC-NUM-DOC
              CALL 'ADCDAP25' USING AREA-DIGITO-CONTROL
           END-IF
           .
      *
      ******************************************************************
      *  265-COMPROBAR-DUPLICADO                                       *
      *                                                                *
      ******************************************************************
                    DISPLAY 'ERROR AL ESCRIBIR PENDDUP: ' FS-PENDDUP
                    PERFORM 999-ABORTAR
                 END-IF
      *
                 ADD 1 TO VAF-DUPLICADOS
                 MOVE SPACES            TO REG-DEVOLUCION
                 SET AVISO-DUPLICADO    TO TRUE
                 MOVE 'DOCUMENTO REPETIDO EN EL LOTE' TO DEV-MOTIVO
                 MOVE DUP-PRIMERA       TO DEV-PRIMERA
                 PERFORM 275-DEVOLVER-AVISO
              ELSE
                 PERFORM 267-REGISTRAR-CLAVE
              END-IF
              DISPLAY 'ERROR AL ESCRIBIR PENDREC: ' FS-PENDREC
              PERFORM 999-ABORTAR
           END-IF
      *
           EVALUATE WS-CAUSA-RECHAZO
           WHEN 'G'
                ADD 1 TO VAF-RECH-GENERO
           WHEN 'T'
                ADD 1 TO VAF-RECH-TIPODOC
           WHEN 'D'
                ADD 1 TO VAF-RECH-DOCUMENTO
           WHEN OTHER
                ADD 1 TO VAF-RECH-MOVIMIENTO
           END-EVALUATE
      *
           MOVE SPACES           TO REG-DEVOLUCION
           SET AVISO-RECHAZO     TO TRUE
           MOVE WS-CAUSA-RECHAZO TO DEV-CAUSA
           MOVE REC-MOTIVO       TO DEV-MOTIVO
           PERFORM 275-DEVOLVER-AVISO
           .
      *
      ******************************************************************
      *  275-DEVOLVER-AVISO                                            *
      *                                                                *
      ******************************************************************
      *    COMPLETA EL AVISO AL DEPARTAMENTO EMISOR CON LOS DATOS
      *    COMUNES DEL REGISTRO EN CURSO Y LO RETIENE EN PENDDEV
      *    HASTA LA DECISION DEL FICHERO. EL LLAMADOR DEJA PUESTOS EL
      *    TIPO DE AVISO, LA CAUSA, EL MOTIVO Y LOS DATOS PROPIOS.
       275-DEVOLVER-AVISO.
           MOVE WS-DEPARTAMENTO-REGISTRO TO DEV-DEPARTAMENTO
           MOVE WS-FECHA-SISTEMA         TO DEV-FECHA-PROCESO
           MOVE WS-FECHA-EXTR-FICHERO    TO DEV-FECHA-EXTR
           MOVE WS-NOMBRE-FICHERO        TO DEV-FICHERO
           MOVE DETALLE2                 TO DEV-REGISTRO
           MOVE WS-INTENTOS-ENT          TO DEV-INTENTOS
           MOVE WS-FECHA-PRIMERA-ENT     TO DEV-FECHA-PRIMERA
      *
           WRITE REG-PENDDEV FROM REG-DEVOLUCION
      *
           IF FS-PENDDEV NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR PENDDEV: ' FS-PENDDEV
              PERFORM 999-ABORTAR
           END-IF
           .
      *
      ******************************************************************
           PERFORM 312-VOLCAR-PENDREC
           PERFORM 313-VOLCAR-PENDEXC
           PERFORM 314-VOLCAR-PENDDUP
      *
           CLOSE PENDDEV
           MOVE 'C' TO WS-ESTADO-DEVOLUCION
           PERFORM 317-VOLCAR-PENDDEV
           PERFORM 319-GRABAR-ESTADISTICA-DEPT
      *
           PERFORM 290-GRABAR-CHECKPOINT
           .
           .
      *
      ******************************************************************
      *  317-VOLCAR-PENDDEV                                            *
      *                                                                *
      ******************************************************************
      *    LOS AVISOS RETENIDOS DEL FICHERO PASAN A DEVOLUC MARCADOS
      *    CON LA DECISION TOMADA (WS-ESTADO-DEVOLUCION): CONFIRMADO
      *    O EN CUARENTENA.
       317-VOLCAR-PENDDEV.
           OPEN INPUT PENDDEV
      *
           IF FS-PENDDEV NOT = 0
              DISPLAY 'ERROR AL ABRIR PENDDEV: ' FS-PENDDEV
              PERFORM 999-ABORTAR
           END-IF
      *
           SET NO-FIN-PEND TO TRUE
           PERFORM 3171-COPIAR-REG-PENDDEV UNTIL FIN-PEND
      *
           CLOSE PENDDEV
           .
      *
      ******************************************************************
      *  3171-COPIAR-REG-PENDDEV                                       *
      *                                                                *
      ******************************************************************
       3171-COPIAR-REG-PENDDEV.
           READ PENDDEV INTO REG-DEVOLUCION
      *
           IF FS-PENDDEV NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER PENDDEV: ' FS-PENDDEV
              PERFORM 999-ABORTAR
           END-IF
      *
           IF FS-PENDDEV = 10
              SET FIN-PEND TO TRUE
           ELSE
              MOVE WS-ESTADO-DEVOLUCION TO DEV-ESTADO-FICHERO
              WRITE REG-DEVOLUC FROM REG-DEVOLUCION
      *
              IF FS-DEVOLUC NOT = 0
                 DISPLAY 'ERROR AL ESCRIBIR DEVOLUC: ' FS-DEVOLUC
                 PERFORM 999-ABORTAR
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  318-DEVOLVER-ANULACION                                        *
      *                                                                *
      ******************************************************************
      *    UN FICHERO CON SOBRE ERRONEO NO SE LLEGA A VALIDAR DE CARA
      *    AL EMISOR: SOLO SE LE DEVUELVE EL AVISO DEL SOBRE. UNO EN
      *    CUARENTENA DEVUELVE SUS RECHAZOS, EXCEPCIONES Y DUPLICADOS
      *    (QUE SON LA CAUSA) Y DESPUES EL AVISO DE CUARENTENA. SE
      *    LLAMA ANTES DE RESTAURAR LOS CONTADORES, CON LOS DATOS DEL
      *    FICHERO TODAVIA A MANO.
       318-DEVOLVER-ANULACION.
           IF SOBRE-ERRONEO
              MOVE 'S' TO WS-ESTADO-DEVOLUCION
           ELSE
              MOVE 'Q' TO WS-ESTADO-DEVOLUCION
              PERFORM 317-VOLCAR-PENDDEV
           END-IF
      *
           IF WS-DATOS-FICHERO > 0
              COMPUTE WS-PCT-ERRONEOS =
                      WS-MALOS-FICHERO * 100 / WS-DATOS-FICHERO
           ELSE
              MOVE ZERO TO WS-PCT-ERRONEOS
           END-IF
      *
           MOVE SPACES                  TO REG-DEVOLUCION
           MOVE WS-DEPARTAMENTO-FICHERO TO DEV-DEPARTAMENTO
           MOVE WS-FECHA-SISTEMA        TO DEV-FECHA-PROCESO
           MOVE WS-FECHA-EXTR-FICHERO   TO DEV-FECHA-EXTR
           MOVE WS-NOMBRE-FICHERO       TO DEV-FICHERO
           MOVE WS-ESTADO-DEVOLUCION    TO DEV-TIPO-AVISO
                                           DEV-ESTADO-FICHERO
           MOVE ZERO                    TO DEV-INTENTOS
                                           DEV-FECHA-PRIMERA
           IF SOBRE-ERRONEO
              MOVE WS-MOTIVO-SOBRE      TO DEV-MOTIVO
           ELSE
              MOVE 'PORCENTAJE DE ERRONEOS EXCESIVO' TO DEV-MOTIVO
           END-IF
           MOVE WS-DATOS-FICHERO        TO DEV-LEIDOS
           MOVE WS-MALOS-FICHERO        TO DEV-ERRONEOS
           MOVE WS-PCT-ERRONEOS         TO DEV-PORCENTAJE
           MOVE WS-SOBRE-CONTADOR       TO DEV-CONTADOR-SOBRE
      *
           WRITE REG-DEVOLUC FROM REG-DEVOLUCION
      *
           IF FS-DEVOLUC NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DEVOLUC: ' FS-DEVOLUC
              PERFORM 999-ABORTAR
           END-IF
      *
           PERFORM 319-GRABAR-ESTADISTICA-DEPT
           .
      *
      ******************************************************************
      *  319-GRABAR-ESTADISTICA-DEPT                                   *
      *                                                                *
      ******************************************************************
      *    UN REGISTRO POR FICHERO DECIDIDO, SEA CUAL SEA LA DECISION,
      *    PARA EL CUADRO MENSUAL DE CALIDAD POR DEPARTAMENTO.
       319-GRABAR-ESTADISTICA-DEPT.
           MOVE SPACES                  TO REG-ESTADISTICA-DEPT
           SET EST-FICHERO              TO TRUE
           MOVE WS-FECHA-SISTEMA        TO EST-FECHA
           MOVE WS-DEPARTAMENTO-FICHERO TO EST-DEPARTAMENTO
           MOVE WS-NOMBRE-FICHERO       TO EST-FICHERO-NOMBRE
           MOVE WS-ESTADO-DEVOLUCION    TO EST-DECISION
           MOVE WS-DATOS-FICHERO        TO EST-ENVIADOS
           MOVE VAF-RECH-GENERO         TO EST-RECH-GENERO
           MOVE VAF-RECH-TIPODOC        TO EST-RECH-TIPODOC
           MOVE VAF-RECH-DOCUMENTO      TO EST-RECH-DOCUMENTO
           MOVE VAF-RECH-MOVIMIENTO     TO EST-RECH-MOVIMIENTO
           MOVE VAF-EXCEPCIONES         TO EST-EXCEPCIONES
           MOVE VAF-DUPLICADOS          TO EST-DUPLICADOS
           MOVE ZERO                    TO EST-SUSPENDIDOS
      *
           WRITE REG-ESTDEPT FROM REG-ESTADISTICA-DEPT
      *
           IF FS-ESTDEPT NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ESTDEPT: ' FS-ESTDEPT
              PERFORM 999-ABORTAR
           END-IF
           .
      *
      ******************************************************************
      *  320-ANULAR-FICHERO                                            *
      *                                                                *
      ******************************************************************
      *    LOS CONTADORES, IGUAL QUE CON LA ANTIGUA PASADA PREVIA.
       320-ANULAR-FICHERO.
           PERFORM 330-DESCARTAR-PENDIENTES
           PERFORM 318-DEVOLVER-ANULACION
           PERFORM 325-RESTAURAR-ESTADO
      *
           ADD 1 TO WS-FICH-CUARENTENA
                 PENDREC
                 PENDEXC
                 PENDDUP
                 PENDDEV
           .
      *
      ******************************************************************
                       FS-DUPLICDS
              PERFORM 999-ABORTAR
           END-IF
      *
           CLOSE DEVOLUC
      *
           IF FS-DEVOLUC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR DEVOLUC: '
                       FS-DEVOLUC
              PERFORM 999-ABORTAR
           END-IF
      *
           CLOSE ESTDEPT
      *
           IF FS-ESTDEPT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR ESTDEPT: '
                       FS-ESTDEPT
              PERFORM 999-ABORTAR
           END-IF
      *
           IF PROCESO-OK
              PERFORM 295-CONTROL-TOTALES
