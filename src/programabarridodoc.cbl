       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP26.
      *
      *    BARRIDO DEL MAESTRO PERSONA POR DIGITO DE CONTROL: RECORRE
      *    TODO EL MAESTRO Y LISTA CADA PERSONA CUYO NUMERO DE
      *    DOCUMENTO NO PASA LA MISMA VERIFICACION QUE APLICA LA
      *    ENTRADA ADCDAP13 (RUTINA COMUN ADCDAP25). SIRVE PARA LIMPIAR
      *    LO QUE SE CARGO ANTES DE LA VERIFICACION Y, PASADO A LA
      *    CADENA DE FORMA PERIODICA, PARA VIGILAR QUE NO ENTRE NADA
      *    NUEVO POR OTRO CAMINO. SOLO LEE: NO CORRIGE EL MAESTRO.
      *    CON ALGUN DOCUMENTO ERRONEO TERMINA CON CODIGO 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO      ASSIGN TO MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS MAE-CLAVE
                  FILE STATUS IS FS-MAESTRO.
      *
           SELECT DOCLIST      ASSIGN TO DOCLIST
                  FILE STATUS IS FS-DOCLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD DOCLIST
           RECORDING MODE IS F.
       01 REG-DOCLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-MAESTRO             PIC 99.
       01 FS-DOCLIST             PIC 99.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(6).
          05 VA-VERIFICADOS      PIC 9(6).
          05 VA-SIN-CONTROL      PIC 9(6).
          05 VA-ANONIMIZADOS     PIC 9(6).
          05 VA-ERRONEOS         PIC 9(6).
          05 VA-ERRONEOS-ACTIVOS PIC 9(6).
          05 VA-ERRONEOS-BAJA    PIC 9(6).
      *
      *    VERIFICACION DE LA LETRA O DIGITO DE CONTROL DEL NUMERO DE
      *    DOCUMENTO CON LA RUTINA COMUN ADCDAP25.
       COPY DIGCTRL.
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
             'DOCUMENTOS ERRONEOS EN EL MAESTRO'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP26 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-COLUMNAS.
          05 FILLER              PIC X(5)  VALUE 'TIPO'.
          05 FILLER              PIC X(10) VALUE 'DOCUMENTO'.
          05 FILLER              PIC X(7)  VALUE 'ESTADO'.
          05 FILLER              PIC X(11) VALUE 'FECHA ALTA'.
          05 FILLER              PIC X(11) VALUE 'ULT.ACTUAL'.
          05 FILLER              PIC X(6)  VALUE 'MOTIVO'.
      *
       01 LIN-DETALLE.
          05 LDE-TIPO            PIC XXX.
          05 FILLER              PIC XX    VALUE SPACES.
          05 LDE-NUMDOC          PIC X(9).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDE-ESTADO          PIC X(6).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDE-FECHA-ALTA      PIC X(10).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDE-FECHA-ACT       PIC X(10).
          05 FILLER              PIC X     VALUE SPACE.
          05 LDE-MOTIVO          PIC X(32).
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS LEIDOS..........: '.
          05 LTL-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-VERIFICADOS.
          05 FILLER              PIC X(30) VALUE
             'DOCUMENTOS VERIFICADOS....: '.
          05 LTV-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-SIN-CONTROL.
          05 FILLER              PIC X(30) VALUE
             'SIN CONTROL (PASAPORTE)...: '.
          05 LTS-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ANONIMIZADOS.
          05 FILLER              PIC X(30) VALUE
             'ANONIMIZADOS..............: '.
          05 LTN-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ERRONEOS.
          05 FILLER              PIC X(30) VALUE
             'DOCUMENTOS ERRONEOS.......: '.
          05 LTE-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ERR-ACTIVOS.
          05 FILLER              PIC X(30) VALUE
             '  DE ELLOS ACTIVOS........: '.
          05 LTA-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ERR-BAJA.
          05 FILLER              PIC X(30) VALUE
             '  DE ELLOS DADOS DE BAJA..: '.
          05 LTB-CONT            PIC ZZZZZ9.
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
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
           OPEN INPUT MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           OPEN OUTPUT DOCLIST
      *
           IF FS-DOCLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR DOCLIST: '
                       FS-DOCLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
      *
           PERFORM 100-LEER-MAESTRO
           .
      *
      ******************************************************************
      *  100-LEER-MAESTRO                                              *
      *                                                                *
      ******************************************************************
       100-LEER-MAESTRO.
           READ MAESTRO
      *
           IF FS-MAESTRO NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-MAESTRO = 10
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
      *    SE REVISAN TAMBIEN LAS PERSONAS DADAS DE BAJA: UNA BAJA
      *    CON EL NUMERO MAL PUEDE SER LA GEMELA DE UNA PERSONA ACTIVA
      *    CON EL NUMERO BIEN. LOS SEUDONIMOS 'ANO' DE LAS PERSONAS
      *    ANONIMIZADAS POR ADCDAP30 NO SON DOCUMENTOS: SE CUENTAN
      *    APARTE.
       200-TRATAR.
           EVALUATE MAE-TIPO-DOC
           WHEN 'DNI'
           WHEN 'NIE'
           WHEN 'TIE'
           WHEN 'CIF'
                ADD 1 TO VA-VERIFICADOS
                MOVE MAE-TIPO-DOC TO DGC-TIPO-DOC
                MOVE MAE-NUM-DOC  TO DGC-NUM-DOC
                CALL 'ADCDAP25' USING AREA-DIGITO-CONTROL
      *
                IF DGC-DOCUMENTO-ERRONEO
                   PERFORM 210-LISTAR-ERRONEO
                END-IF
           WHEN 'ANO'
                ADD 1 TO VA-ANONIMIZADOS
           WHEN OTHER
                ADD 1 TO VA-SIN-CONTROL
           END-EVALUATE
      *
           PERFORM 100-LEER-MAESTRO
           .
      *
      ******************************************************************
      *  210-LISTAR-ERRONEO                                            *
      *                                                                *
      ******************************************************************
       210-LISTAR-ERRONEO.
           ADD 1 TO VA-ERRONEOS
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE MAE-TIPO-DOC TO LDE-TIPO
           MOVE MAE-NUM-DOC  TO LDE-NUMDOC
           MOVE DGC-MOTIVO   TO LDE-MOTIVO
      *
           IF MAE-FECHA-BAJA = ZERO
              MOVE 'ACTIVA' TO LDE-ESTADO
              ADD 1 TO VA-ERRONEOS-ACTIVOS
           ELSE
              MOVE 'BAJA'   TO LDE-ESTADO
              ADD 1 TO VA-ERRONEOS-BAJA
           END-IF
      *
           MOVE MAE-FECHA-ALTA    TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA  TO LDE-FECHA-ALTA
      *
           MOVE MAE-FECHA-ULT-ACT TO WS-FECHA-EDICION
           PERFORM 230-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA  TO LDE-FECHA-ACT
      *
           WRITE REG-DOCLIST FROM LIN-DETALLE
      *
           IF FS-DOCLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DOCLIST: ' FS-DOCLIST
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
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE 9 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
      *
           MOVE VA-LEIDOS           TO LTL-CONT
           MOVE VA-VERIFICADOS      TO LTV-CONT
           MOVE VA-SIN-CONTROL      TO LTS-CONT
           MOVE VA-ANONIMIZADOS     TO LTN-CONT
           MOVE VA-ERRONEOS         TO LTE-CONT
           MOVE VA-ERRONEOS-ACTIVOS TO LTA-CONT
           MOVE VA-ERRONEOS-BAJA    TO LTB-CONT
      *
           WRITE REG-DOCLIST FROM LIN-BLANCO
           WRITE REG-DOCLIST FROM LIN-TOT-LEIDOS
           WRITE REG-DOCLIST FROM LIN-TOT-VERIFICADOS
           WRITE REG-DOCLIST FROM LIN-TOT-SIN-CONTROL
           WRITE REG-DOCLIST FROM LIN-TOT-ANONIMIZADOS
           WRITE REG-DOCLIST FROM LIN-TOT-ERRONEOS
           WRITE REG-DOCLIST FROM LIN-TOT-ERR-ACTIVOS
           WRITE REG-DOCLIST FROM LIN-TOT-ERR-BAJA
      *
           IF FS-DOCLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DOCLIST: ' FS-DOCLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           DISPLAY 'REGISTROS LEIDOS.........: ' VA-LEIDOS
           DISPLAY 'DOCUMENTOS VERIFICADOS...: ' VA-VERIFICADOS
           DISPLAY 'SIN CONTROL (PASAPORTE)..: ' VA-SIN-CONTROL
           DISPLAY 'ANONIMIZADOS.............: ' VA-ANONIMIZADOS
           DISPLAY 'DOCUMENTOS ERRONEOS......: ' VA-ERRONEOS
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
           WRITE REG-DOCLIST FROM LIN-CABECERA-1
           WRITE REG-DOCLIST FROM LIN-CABECERA-2
           WRITE REG-DOCLIST FROM LIN-BLANCO
           WRITE REG-DOCLIST FROM LIN-COLUMNAS
           WRITE REG-DOCLIST FROM LIN-BLANCO
      *
           IF FS-DOCLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DOCLIST: ' FS-DOCLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE 5 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  30-FIN                                                        *
      *                                                                *
      ******************************************************************
       30-FIN.
           CLOSE MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR MAESTRO: '
                       FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE DOCLIST
      *
           IF FS-DOCLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR DOCLIST: '
                       FS-DOCLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF VA-ERRONEOS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
      *
           GOBACK
           .
