       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP27.
      *
      *    LISTADO DE REVISION DE CONFLICTOS DE IDENTIDAD: RECORRE LA
      *    COLA CONFLICT QUE DEJA ADCDAP15 Y, POR CADA CONFLICTO
      *    PENDIENTE DE DECISION, IMPRIME LA IMAGEN DEL MAESTRO Y LA
      *    DEL REGISTRO ENTRANTE UNA JUNTO A OTRA, MARCANDO LOS CAMPOS
      *    QUE DISCREPAN. EL REVISOR DECIDE SOBRE ESTE LISTADO Y
      *    PREPARA LAS FICHAS DE DECISION PARA LA APROBACION ADCDAP28
      *    CITANDO EL NUMERO DE CONFLICTO. LOS CONFLICTOS YA DECIDIDOS
      *    SOLO SE CUENTAN EN LOS TOTALES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFLICT     ASSIGN TO CONFLICT
                  FILE STATUS IS FS-CONFLICT.
      *
           SELECT CNFLIST      ASSIGN TO CNFLIST
                  FILE STATUS IS FS-CNFLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CONFLICT
           RECORDING MODE IS F.
       01 REG-CONFLICT-ENT       PIC X(128).
      *
       FD CNFLIST
           RECORDING MODE IS F.
       01 REG-CNFLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-CONFLICT            PIC 99.
       01 FS-CNFLIST             PIC 99.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(6).
          05 VA-PENDIENTES       PIC 9(6).
          05 VA-ACEPTADOS        PIC 9(6).
          05 VA-MANTENIDOS       PIC 9(6).
          05 VA-RECHAZADOS       PIC 9(6).
      *
      ******************************************************************
      *   I M A G E N E S   D E L   C O N F L I C T O                  *
      ******************************************************************
       COPY CONFLICT.
      *
       COPY MAESTRO.
      *
       COPY DETALLE3.
      *
       01 WS-FNAC-ENTRANTE       PIC 9(8)  VALUE ZERO.
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
             'CONFLICTOS DE IDENTIDAD PENDIENTES'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP27 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-CONFLICTO.
          05 FILLER              PIC X(10) VALUE 'CONFLICTO '.
          05 LCN-NUMERO          PIC 9(6).
          05 FILLER              PIC X(12) VALUE '  DETECTADO '.
          05 LCN-FECHA           PIC X(10).
          05 FILLER              PIC XX    VALUE SPACES.
          05 LCN-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCN-NUMDOC          PIC X(9).
          05 FILLER              PIC XX    VALUE SPACES.
          05 LCN-MOTIVO          PIC X(22).
      *
       01 LIN-COLUMNAS.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 FILLER              PIC X(14) VALUE 'CAMPO'.
          05 FILLER              PIC X(13) VALUE 'MAESTRO'.
          05 FILLER              PIC X(13) VALUE 'ENTRANTE'.
      *
       01 LIN-CAMPO.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 LCA-CAMPO           PIC X(14).
          05 LCA-MAESTRO         PIC X(12).
          05 FILLER              PIC X     VALUE SPACE.
          05 LCA-ENTRANTE        PIC X(12).
          05 FILLER              PIC X     VALUE SPACE.
          05 LCA-MARCA           PIC X(10).
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'CONFLICTOS EN LA COLA.....: '.
          05 LTL-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-PENDIENTES.
          05 FILLER              PIC X(30) VALUE
             'PENDIENTES DE DECISION....: '.
          05 LTP-CONT            PIC ZZZZZ9.
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
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
       01 WS-CONFLICT-SW         PIC X     VALUE 'N'.
          88 HAY-CONFLICTOS            VALUE 'S'.
          88 NO-HAY-CONFLICTOS         VALUE 'N'.
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
           OPEN OUTPUT CNFLIST
      *
           IF FS-CNFLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR CNFLIST: '
                       FS-CNFLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
      *
      *    SIN COLA NO HAY NADA QUE REVISAR: ADCDAP15 TODAVIA NO HA
      *    DETECTADO NINGUN CONFLICTO.
           OPEN INPUT CONFLICT
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
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-TRATAR                                                    *
      *                                                                *
      ******************************************************************
       200-TRATAR.
           EVALUATE TRUE
           WHEN CONFLICTO-PENDIENTE
                ADD 1 TO VA-PENDIENTES
                PERFORM 210-LISTAR-CONFLICTO
           WHEN CONFLICTO-ACEPTADO
                ADD 1 TO VA-ACEPTADOS
           WHEN CONFLICTO-MANTENIDO
                ADD 1 TO VA-MANTENIDOS
           WHEN OTHER
                ADD 1 TO VA-RECHAZADOS
           END-EVALUATE
      *
           PERFORM 100-LEER-CONFLICTO
           .
      *
      ******************************************************************
      *  210-LISTAR-CONFLICTO                                          *
      *                                                                *
      ******************************************************************
      *    CADA CONFLICTO OCUPA UN BLOQUE DE NUEVE LINEAS QUE NO SE
      *    PARTE ENTRE PAGINAS.
       210-LISTAR-CONFLICTO.
           MOVE 9 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE CNF-MAESTRO  TO REG-MAESTRO
           MOVE CNF-ENTRANTE TO DETALLE3
           MOVE FECHA-NAC-V3 TO WS-FNAC-ENTRANTE
      *
           MOVE CNF-NUMERO   TO LCN-NUMERO
           MOVE CNF-FECHA    TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCN-FECHA
           MOVE CNF-TIPO-DOC TO LCN-TIPO
           MOVE CNF-NUM-DOC  TO LCN-NUMDOC
      *
           EVALUATE TRUE
           WHEN CONFLICTO-GENERO
                MOVE 'DISCREPA EL GENERO'   TO LCN-MOTIVO
           WHEN CONFLICTO-FECHA
                MOVE 'DISCREPA LA FECHA NAC.' TO LCN-MOTIVO
           WHEN OTHER
                MOVE 'GENERO Y FECHA NAC.'  TO LCN-MOTIVO
           END-EVALUATE
      *
           WRITE REG-CNFLIST FROM LIN-CONFLICTO
           WRITE REG-CNFLIST FROM LIN-COLUMNAS
      *
      *    GENERO
           MOVE 'GENERO'      TO LCA-CAMPO
           MOVE MAE-GENERO    TO LCA-MAESTRO
           MOVE GENERO-V3     TO LCA-ENTRANTE
           IF MAE-GENERO NOT = GENERO-V3
              MOVE '<-- DIFIERE' TO LCA-MARCA
           ELSE
              MOVE SPACES        TO LCA-MARCA
           END-IF
           WRITE REG-CNFLIST FROM LIN-CAMPO
      *
      *    FECHA DE NACIMIENTO
           MOVE 'FECHA NAC.'  TO LCA-CAMPO
           MOVE MAE-FECHA-NAC TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCA-MAESTRO
           MOVE WS-FNAC-ENTRANTE TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCA-ENTRANTE
           IF MAE-FECHA-NAC NOT = WS-FNAC-ENTRANTE
              MOVE '<-- DIFIERE' TO LCA-MARCA
           ELSE
              MOVE SPACES        TO LCA-MARCA
           END-IF
           WRITE REG-CNFLIST FROM LIN-CAMPO
      *
      *    EDAD
           MOVE 'EDAD'        TO LCA-CAMPO
           MOVE MAE-EDAD      TO LCA-MAESTRO
           MOVE EDAD-V3       TO LCA-ENTRANTE
           IF MAE-EDAD NOT = EDAD-V3
              MOVE '<-- DIFIERE' TO LCA-MARCA
           ELSE
              MOVE SPACES        TO LCA-MARCA
           END-IF
           WRITE REG-CNFLIST FROM LIN-CAMPO
      *
      *    SITUACION DEL MAESTRO Y MOVIMIENTO ENTRANTE
           MOVE 'SITUACION'   TO LCA-CAMPO
           IF MAE-FECHA-BAJA = ZERO
              MOVE 'ACTIVA'      TO LCA-MAESTRO
           ELSE
              MOVE 'DE BAJA'     TO LCA-MAESTRO
           END-IF
           EVALUATE TRUE
           WHEN MOVIMIENTO-MODIF
                MOVE 'MOVIMIENTO M' TO LCA-ENTRANTE
           WHEN OTHER
                MOVE 'MOVIMIENTO A' TO LCA-ENTRANTE
           END-EVALUATE
           MOVE SPACES        TO LCA-MARCA
           WRITE REG-CNFLIST FROM LIN-CAMPO
      *
      *    FECHAS DEL MAESTRO
           MOVE 'FECHA ALTA'  TO LCA-CAMPO
           MOVE MAE-FECHA-ALTA TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCA-MAESTRO
           MOVE SPACES        TO LCA-ENTRANTE
                                 LCA-MARCA
           WRITE REG-CNFLIST FROM LIN-CAMPO
      *
           MOVE 'ULT. ACTUAL.' TO LCA-CAMPO
           MOVE MAE-FECHA-ULT-ACT TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LCA-MAESTRO
           WRITE REG-CNFLIST FROM LIN-CAMPO
      *
           WRITE REG-CNFLIST FROM LIN-BLANCO
      *
           IF FS-CNFLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CNFLIST: ' FS-CNFLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 9 TO WS-LINEAS-PAG
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
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE 6 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE VA-LEIDOS      TO LTL-CONT
           MOVE VA-PENDIENTES  TO LTP-CONT
           MOVE VA-ACEPTADOS   TO LTA-CONT
           MOVE VA-MANTENIDOS  TO LTM-CONT
           MOVE VA-RECHAZADOS  TO LTR-CONT
      *
           WRITE REG-CNFLIST FROM LIN-BLANCO
           WRITE REG-CNFLIST FROM LIN-TOT-LEIDOS
           WRITE REG-CNFLIST FROM LIN-TOT-PENDIENTES
           WRITE REG-CNFLIST FROM LIN-TOT-ACEPTADOS
           WRITE REG-CNFLIST FROM LIN-TOT-MANTENIDOS
           WRITE REG-CNFLIST FROM LIN-TOT-RECHAZADOS
      *
           IF FS-CNFLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CNFLIST: ' FS-CNFLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           DISPLAY 'CONFLICTOS EN LA COLA....: ' VA-LEIDOS
           DISPLAY 'PENDIENTES DE DECISION...: ' VA-PENDIENTES
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
           WRITE REG-CNFLIST FROM LIN-CABECERA-1
           WRITE REG-CNFLIST FROM LIN-CABECERA-2
           WRITE REG-CNFLIST FROM LIN-BLANCO
      *
           IF FS-CNFLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CNFLIST: ' FS-CNFLIST
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
           CLOSE CNFLIST
      *
           IF FS-CNFLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR CNFLIST: '
                       FS-CNFLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
