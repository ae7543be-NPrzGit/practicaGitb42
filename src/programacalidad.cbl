       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP32.
      *
      *    CUADRO MENSUAL DE CALIDAD POR DEPARTAMENTO EMISOR: LEE EL
      *    ACUMULATIVO ESTDEPT (UN REGISTRO 'F' POR FICHERO DECIDIDO
      *    EN ADCDAP13 Y UN REGISTRO 'P' POR REGISTRO APARCADO EN
      *    SUSPENSO POR ADCDAP16) Y, PARA EL MES PEDIDO EN CALCTRL
      *    (POR DEFECTO EL MES EN CURSO), IMPRIME POR DEPARTAMENTO LOS
      *    FICHEROS RECIBIDOS, LOS PUESTOS EN CUARENTENA Y LOS DE
      *    SOBRE ERRONEO, LOS REGISTROS ENVIADOS, EL PORCENTAJE DE
      *    ERRONEOS POR MOTIVO Y LOS REGISTROS APARCADOS EN SUSPENSO.
      *    LOS DEPARTAMENTOS SALEN ORDENADOS DE MAYOR A MENOR
      *    PORCENTAJE TOTAL DE REGISTROS DEVUELTOS.
      *
      *    FICHA DE CONTROL (CALCTRL, OPCIONAL):
      *      MES       AAAAMM     MES DEL CUADRO
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCTRL      ASSIGN TO CALCTRL
                  FILE STATUS IS FS-CALCTRL.
      *
           SELECT ESTDEPT      ASSIGN TO ESTDEPT
                  FILE STATUS IS FS-ESTDEPT.
      *
           SELECT CALLIST      ASSIGN TO CALLIST
                  FILE STATUS IS FS-CALLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CALCTRL
           RECORDING MODE IS F.
       01 REG-CALCTRL            PIC X(80).
      *
       FD ESTDEPT
           RECORDING MODE IS F.
       01 REG-ESTDEPT            PIC X(120).
      *
       FD CALLIST
           RECORDING MODE IS F.
       01 REG-CALLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-CALCTRL             PIC 99.
       01 FS-ESTDEPT             PIC 99.
       01 FS-CALLIST             PIC 99.
      *
       COPY ESTDEPT.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(7).
          05 VA-DEL-MES          PIC 9(7).
          05 VA-SIN-TABLA        PIC 9(7).
          05 VA-IMPRESOS         PIC 999.
      *
       01 WS-MES-CUADRO          PIC 9(6)  VALUE ZERO.
       01 FILLER REDEFINES WS-MES-CUADRO.
          05 WS-MC-ANNO          PIC 9(4).
          05 WS-MC-MES           PIC 99.
      *
       01 REG-CARTA-CONTROL.
          05 CAR-PALABRA         PIC X(10).
          05 CAR-MES             PIC X(6).
          05 FILLER              PIC X(64).
      *
      ******************************************************************
      *   T A B L A   D E   D E P A R T A M E N T O S                  *
      ******************************************************************
      *    TCD-DEVUELTOS ES LA SUMA DE RECHAZOS, EXCEPCIONES Y
      *    DUPLICADOS: TODO LO QUE SE DEVUELVE AL DEPARTAMENTO.
       01 TAB-CALIDAD.
          05 TCD-ENTRADA OCCURS 100 TIMES.
             10 TCD-DEPARTAMENTO    PIC X(8).
             10 TCD-FICHEROS        PIC 9(4).
             10 TCD-CUARENTENAS     PIC 9(4).
             10 TCD-SOBRES          PIC 9(4).
             10 TCD-ENVIADOS        PIC 9(7).
             10 TCD-RECH-GENERO     PIC 9(7).
             10 TCD-RECH-TIPODOC    PIC 9(7).
             10 TCD-RECH-DOCUMENTO  PIC 9(7).
             10 TCD-RECH-MOVIMIENTO PIC 9(7).
             10 TCD-EXCEPCIONES     PIC 9(7).
             10 TCD-DUPLICADOS      PIC 9(7).
             10 TCD-DEVUELTOS       PIC 9(7).
             10 TCD-SUSPENDIDOS     PIC 9(7).
             10 TCD-PCT-TOTAL       PIC 999V9.
             10 TCD-IMPRESO         PIC X.
       01 WS-NUM-DEPARTAMENTOS   PIC 999   VALUE ZERO.
       01 WS-MAX-DEPARTAMENTOS   PIC 999   VALUE 100.
       01 WS-SUB-DEPT            PIC 999   VALUE ZERO.
       01 WS-SUB-MAYOR           PIC 999   VALUE ZERO.
      *
      *    LINEA EN CURSO Y TOTAL GENERAL, CON LA MISMA DISPOSICION
      *    QUE UNA ENTRADA DE LA TABLA.
       01 WS-CALIDAD-DEPT.
          05 WCD-DEPARTAMENTO    PIC X(8).
          05 WCD-FICHEROS        PIC 9(4).
          05 WCD-CUARENTENAS     PIC 9(4).
          05 WCD-SOBRES          PIC 9(4).
          05 WCD-ENVIADOS        PIC 9(7).
          05 WCD-RECH-GENERO     PIC 9(7).
          05 WCD-RECH-TIPODOC    PIC 9(7).
          05 WCD-RECH-DOCUMENTO  PIC 9(7).
          05 WCD-RECH-MOVIMIENTO PIC 9(7).
          05 WCD-EXCEPCIONES     PIC 9(7).
          05 WCD-DUPLICADOS      PIC 9(7).
          05 WCD-DEVUELTOS       PIC 9(7).
          05 WCD-SUSPENDIDOS     PIC 9(7).
          05 WCD-PCT-TOTAL       PIC 999V9.
          05 WCD-IMPRESO         PIC X.
      *
       01 WS-CALIDAD-TOTAL.
          05 TOT-DEPARTAMENTO    PIC X(8).
          05 TOT-FICHEROS        PIC 9(4).
          05 TOT-CUARENTENAS     PIC 9(4).
          05 TOT-SOBRES          PIC 9(4).
          05 TOT-ENVIADOS        PIC 9(7).
          05 TOT-RECH-GENERO     PIC 9(7).
          05 TOT-RECH-TIPODOC    PIC 9(7).
          05 TOT-RECH-DOCUMENTO  PIC 9(7).
          05 TOT-RECH-MOVIMIENTO PIC 9(7).
          05 TOT-EXCEPCIONES     PIC 9(7).
          05 TOT-DUPLICADOS      PIC 9(7).
          05 TOT-DEVUELTOS       PIC 9(7).
          05 TOT-SUSPENDIDOS     PIC 9(7).
          05 TOT-PCT-TOTAL       PIC 999V9.
          05 TOT-IMPRESO         PIC X.
      *
       01 WS-PCT-NUMERADOR       PIC 9(7)  VALUE ZERO.
       01 WS-PCT-RESULTADO       PIC 999V9 VALUE ZERO.
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
             'CALIDAD MENSUAL POR DEPARTAMENTO'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP32 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-MES.
          05 FILLER              PIC X(30) VALUE
             'MES DEL CUADRO............: '.
          05 LME-MES             PIC 99.
          05 FILLER              PIC X     VALUE '/'.
          05 LME-ANNO            PIC 9(4).
      *
       01 LIN-TITULOS.
          05 FILLER              PIC X(9)  VALUE 'DEPARTAM'.
          05 FILLER              PIC X(5)  VALUE 'FICH'.
          05 FILLER              PIC X(4)  VALUE 'CUA'.
          05 FILLER              PIC X(4)  VALUE 'SOB'.
          05 FILLER              PIC X(8)  VALUE 'ENVIADOS'.
          05 FILLER              PIC X(6)  VALUE ' %GEN'.
          05 FILLER              PIC X(6)  VALUE ' %TDO'.
          05 FILLER              PIC X(6)  VALUE ' %DOC'.
          05 FILLER              PIC X(6)  VALUE ' %MOV'.
          05 FILLER              PIC X(6)  VALUE ' %EDA'.
          05 FILLER              PIC X(6)  VALUE ' %DUP'.
          05 FILLER              PIC X(6)  VALUE ' %TOT'.
          05 FILLER              PIC X(5)  VALUE ' SUSP'.
      *
       01 LIN-CALIDAD.
          05 LCD-DEPARTAMENTO    PIC X(8).
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-FICHEROS        PIC ZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-CUARENTENAS     PIC ZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-SOBRES          PIC ZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-ENVIADOS        PIC ZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-GENERO      PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-TIPODOC     PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-DOCUMENTO   PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-MOVIMIENTO  PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-EXCEPCIONES PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-DUPLICADOS  PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-PCT-TOTAL       PIC ZZ9.9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LCD-SUSPENDIDOS     PIC ZZZZ9.
      *
       01 LIN-LEYENDA-1.
          05 FILLER              PIC X(40) VALUE
             'FICH RECIBIDOS  CUA EN CUARENTENA  '.
          05 FILLER              PIC X(40) VALUE
             'SOB SOBRE ERRONEO  SUSP APARCADOS'.
      *
       01 LIN-LEYENDA-2.
          05 FILLER              PIC X(40) VALUE
             '%GEN GENERO  %TDO TIPO-DOC  '.
          05 FILLER              PIC X(40) VALUE
             '%DOC NUM-DOC  %MOV MOVIMIENTO  %EDA EDAD'.
      *
       01 LIN-LEYENDA-3.
          05 FILLER              PIC X(80) VALUE
             '%DUP DUPLICADOS  %TOT TOTAL DEVUELTOS (SOBRE ENVIADOS)'.
      *
       01 LIN-SIN-DATOS.
          05 FILLER              PIC X(40) VALUE
             'SIN ESTADISTICA PARA EL MES PEDIDO'.
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS ESTDEPT LEIDOS..: '.
          05 LTL-CONT            PIC ZZZZZZ9.
      *
       01 LIN-TOT-DEL-MES.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS DEL MES.........: '.
          05 LTM-CONT            PIC ZZZZZZ9.
      *
       01 LIN-TOT-DEPARTAMENTOS.
          05 FILLER              PIC X(30) VALUE
             'DEPARTAMENTOS.............: '.
          05 LTD-CONT            PIC ZZZZZZ9.
      *
       01 LIN-TOT-SIN-TABLA.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS SIN TABLA.......: '.
          05 LTS-CONT            PIC ZZZZZZ9.
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
       01 WS-ESTDEPT-SW          PIC X     VALUE 'N'.
          88 HAY-ESTADISTICA           VALUE 'S'.
          88 NO-HAY-ESTADISTICA        VALUE 'N'.
      *
       01 WS-DEPT-SW             PIC X     VALUE 'N'.
          88 DEPARTAMENTO-ENCONTRADO   VALUE 'S'.
          88 DEPARTAMENTO-NUEVO        VALUE 'N'.
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
                       TAB-CALIDAD
                       WS-CALIDAD-TOTAL
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
           MOVE WS-FECHA-SISTEMA (1:6) TO WS-MES-CUADRO
      *
           PERFORM 11-LEER-FICHAS
      *
           OPEN OUTPUT CALLIST
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR CALLIST: '
                       FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
      *
           MOVE WS-MC-MES  TO LME-MES
           MOVE WS-MC-ANNO TO LME-ANNO
           WRITE REG-CALLIST FROM LIN-MES
           WRITE REG-CALLIST FROM LIN-BLANCO
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 2 TO WS-LINEAS-PAG
      *
      *    SIN NINGUN FICHERO DECIDIDO TODAVIA NO EXISTE ESTDEPT.
           OPEN INPUT ESTDEPT
      *
           IF FS-ESTDEPT = 0
              SET HAY-ESTADISTICA TO TRUE
              PERFORM 13-LEER-ESTADISTICA
              PERFORM 14-ACUMULAR-ESTADISTICA UNTIL FIN-OK
              CLOSE ESTDEPT
           ELSE
              SET NO-HAY-ESTADISTICA TO TRUE
              DISPLAY 'SIN FICHERO ESTDEPT.'
           END-IF
           .
      *
      ******************************************************************
      *  11-LEER-FICHAS                                                *
      *                                                                *
      ******************************************************************
       11-LEER-FICHAS.
           OPEN INPUT CALCTRL
      *
           IF FS-CALCTRL = 0
              PERFORM 12-CARGAR-FICHA UNTIL FIN-CARTAS-OK
              CLOSE CALCTRL
           END-IF
           .
      *
      ******************************************************************
      *  12-CARGAR-FICHA                                               *
      *                                                                *
      ******************************************************************
       12-CARGAR-FICHA.
           READ CALCTRL INTO REG-CARTA-CONTROL
      *
           IF FS-CALCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER CALCTRL: ' FS-CALCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-CALCTRL = 10
              SET FIN-CARTAS-OK TO TRUE
           ELSE
              EVALUATE CAR-PALABRA
              WHEN 'MES'
                   IF CAR-MES NUMERIC
                      AND CAR-MES (5:2) >= '01'
                      AND CAR-MES (5:2) <= '12'
                      MOVE CAR-MES TO WS-MES-CUADRO
                   ELSE
                      DISPLAY 'CARTA DE CONTROL NO RECONOCIDA: '
                              REG-CARTA-CONTROL
                   END-IF
              WHEN SPACES
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'CARTA DE CONTROL NO RECONOCIDA: '
                           REG-CARTA-CONTROL
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  13-LEER-ESTADISTICA                                           *
      *                                                                *
      ******************************************************************
       13-LEER-ESTADISTICA.
           READ ESTDEPT INTO REG-ESTADISTICA-DEPT
      *
           IF FS-ESTDEPT NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER ESTDEPT: ' FS-ESTDEPT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-ESTDEPT = 10
              SET FIN-OK TO TRUE
           ELSE
              ADD 1 TO VA-LEIDOS
           END-IF
           .
      *
      ******************************************************************
      *  14-ACUMULAR-ESTADISTICA                                       *
      *                                                                *
      ******************************************************************
      *    CON LA TABLA LLENA LOS REGISTROS DE UN DEPARTAMENTO NUEVO
      *    SE CUENTAN APARTE Y LA EJECUCION TERMINA CON CODIGO 4.
       14-ACUMULAR-ESTADISTICA.
           IF EST-FECHA (1:6) = WS-MES-CUADRO
              ADD 1 TO VA-DEL-MES
              PERFORM 15-BUSCAR-DEPARTAMENTO
      *
              IF DEPARTAMENTO-ENCONTRADO
                 PERFORM 16-SUMAR-REGISTRO
              ELSE
                 ADD 1 TO VA-SIN-TABLA
              END-IF
           END-IF
      *
           PERFORM 13-LEER-ESTADISTICA
           .
      *
      ******************************************************************
      *  15-BUSCAR-DEPARTAMENTO                                        *
      *                                                                *
      ******************************************************************
       15-BUSCAR-DEPARTAMENTO.
           SET DEPARTAMENTO-NUEVO TO TRUE
           MOVE 1 TO WS-SUB-DEPT
           PERFORM 151-COMPARAR-DEPARTAMENTO
               UNTIL DEPARTAMENTO-ENCONTRADO
                  OR WS-SUB-DEPT > WS-NUM-DEPARTAMENTOS
      *
           IF DEPARTAMENTO-NUEVO
              IF WS-NUM-DEPARTAMENTOS < WS-MAX-DEPARTAMENTOS
                 ADD 1 TO WS-NUM-DEPARTAMENTOS
                 MOVE WS-NUM-DEPARTAMENTOS TO WS-SUB-DEPT
                 MOVE EST-DEPARTAMENTO
                      TO TCD-DEPARTAMENTO (WS-SUB-DEPT)
                 MOVE 'N' TO TCD-IMPRESO (WS-SUB-DEPT)
                 SET DEPARTAMENTO-ENCONTRADO TO TRUE
              ELSE
                 IF AVISO-TABLA-PENDIENTE
                    SET AVISO-TABLA-DADO TO TRUE
                    DISPLAY 'TABLA DE DEPARTAMENTOS LLENA. EL CUADRO '
                            'QUEDA INCOMPLETO.'
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  151-COMPARAR-DEPARTAMENTO                                     *
      *                                                                *
      ******************************************************************
       151-COMPARAR-DEPARTAMENTO.
           IF TCD-DEPARTAMENTO (WS-SUB-DEPT) = EST-DEPARTAMENTO
              SET DEPARTAMENTO-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-SUB-DEPT
           END-IF
           .
      *
      ******************************************************************
      *  16-SUMAR-REGISTRO                                             *
      *                                                                *
      ******************************************************************
       16-SUMAR-REGISTRO.
           EVALUATE TRUE
           WHEN EST-FICHERO
                ADD 1 TO TCD-FICHEROS (WS-SUB-DEPT)
                IF EST-CUARENTENA
                   ADD 1 TO TCD-CUARENTENAS (WS-SUB-DEPT)
                END-IF
                IF EST-SOBRE-ERRONEO
                   ADD 1 TO TCD-SOBRES (WS-SUB-DEPT)
                END-IF
                ADD EST-ENVIADOS   TO TCD-ENVIADOS (WS-SUB-DEPT)
                ADD EST-RECH-GENERO
                                   TO TCD-RECH-GENERO (WS-SUB-DEPT)
                ADD EST-RECH-TIPODOC
                                   TO TCD-RECH-TIPODOC (WS-SUB-DEPT)
                ADD EST-RECH-DOCUMENTO
                                   TO TCD-RECH-DOCUMENTO (WS-SUB-DEPT)
                ADD EST-RECH-MOVIMIENTO
                                   TO TCD-RECH-MOVIMIENTO (WS-SUB-DEPT)
                ADD EST-EXCEPCIONES
                                   TO TCD-EXCEPCIONES (WS-SUB-DEPT)
                ADD EST-DUPLICADOS TO TCD-DUPLICADOS (WS-SUB-DEPT)
                ADD EST-RECH-GENERO EST-RECH-TIPODOC
                    EST-RECH-DOCUMENTO EST-RECH-MOVIMIENTO
                    EST-EXCEPCIONES EST-DUPLICADOS
                                   TO TCD-DEVUELTOS (WS-SUB-DEPT)
           WHEN EST-APARCADO
                ADD EST-SUSPENDIDOS TO TCD-SUSPENDIDOS (WS-SUB-DEPT)
           END-EVALUATE
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           IF WS-NUM-DEPARTAMENTOS = 0
              WRITE REG-CALLIST FROM LIN-SIN-DATOS
      *
              IF FS-CALLIST NOT = 0
                 DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              ADD 1 TO WS-LINEAS-PAG
           ELSE
              MOVE 1 TO WS-SUB-DEPT
              PERFORM 200-CALCULAR-TOTAL-DEPT
                  UNTIL WS-SUB-DEPT > WS-NUM-DEPARTAMENTOS
      *
              PERFORM 2200-IMPRIMIR-TITULOS
              PERFORM 210-IMPRIMIR-SIGUIENTE
                  UNTIL VA-IMPRESOS = WS-NUM-DEPARTAMENTOS
              PERFORM 230-IMPRIMIR-TOTAL-GENERAL
           END-IF
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-CALCULAR-TOTAL-DEPT                                       *
      *                                                                *
      ******************************************************************
      *    PORCENTAJE TOTAL DE DEVUELTOS DE CADA DEPARTAMENTO, QUE
      *    DECIDE EL ORDEN DEL CUADRO, Y ACUMULACION DEL TOTAL.
       200-CALCULAR-TOTAL-DEPT.
           MOVE TCD-DEVUELTOS (WS-SUB-DEPT) TO WS-PCT-NUMERADOR
           MOVE TCD-ENTRADA (WS-SUB-DEPT)   TO WS-CALIDAD-DEPT
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO TCD-PCT-TOTAL (WS-SUB-DEPT)
      *
           ADD TCD-FICHEROS (WS-SUB-DEPT)    TO TOT-FICHEROS
           ADD TCD-CUARENTENAS (WS-SUB-DEPT) TO TOT-CUARENTENAS
           ADD TCD-SOBRES (WS-SUB-DEPT)      TO TOT-SOBRES
           ADD TCD-ENVIADOS (WS-SUB-DEPT)    TO TOT-ENVIADOS
           ADD TCD-RECH-GENERO (WS-SUB-DEPT) TO TOT-RECH-GENERO
           ADD TCD-RECH-TIPODOC (WS-SUB-DEPT)
                                             TO TOT-RECH-TIPODOC
           ADD TCD-RECH-DOCUMENTO (WS-SUB-DEPT)
                                             TO TOT-RECH-DOCUMENTO
           ADD TCD-RECH-MOVIMIENTO (WS-SUB-DEPT)
                                             TO TOT-RECH-MOVIMIENTO
           ADD TCD-EXCEPCIONES (WS-SUB-DEPT) TO TOT-EXCEPCIONES
           ADD TCD-DUPLICADOS (WS-SUB-DEPT)  TO TOT-DUPLICADOS
           ADD TCD-DEVUELTOS (WS-SUB-DEPT)   TO TOT-DEVUELTOS
           ADD TCD-SUSPENDIDOS (WS-SUB-DEPT) TO TOT-SUSPENDIDOS
      *
           ADD 1 TO WS-SUB-DEPT
           .
      *
      ******************************************************************
      *  210-IMPRIMIR-SIGUIENTE                                        *
      *                                                                *
      ******************************************************************
      *    SELECCIONA EL DEPARTAMENTO PENDIENTE CON MAYOR PORCENTAJE
      *    DE DEVUELTOS (A IGUALDAD, EL PRIMERO QUE APARECIO) Y LO
      *    IMPRIME.
       210-IMPRIMIR-SIGUIENTE.
           MOVE ZERO TO WS-SUB-MAYOR
           MOVE 1    TO WS-SUB-DEPT
           PERFORM 211-COMPARAR-PORCENTAJE
               UNTIL WS-SUB-DEPT > WS-NUM-DEPARTAMENTOS
      *
           MOVE 'S' TO TCD-IMPRESO (WS-SUB-MAYOR)
           MOVE TCD-ENTRADA (WS-SUB-MAYOR) TO WS-CALIDAD-DEPT
           PERFORM 220-IMPRIMIR-LINEA
           ADD 1 TO VA-IMPRESOS
           .
      *
      ******************************************************************
      *  211-COMPARAR-PORCENTAJE                                       *
      *                                                                *
      ******************************************************************
       211-COMPARAR-PORCENTAJE.
           IF TCD-IMPRESO (WS-SUB-DEPT) = 'N'
              IF WS-SUB-MAYOR = 0
                 MOVE WS-SUB-DEPT TO WS-SUB-MAYOR
              ELSE
                 IF TCD-PCT-TOTAL (WS-SUB-DEPT) >
                    TCD-PCT-TOTAL (WS-SUB-MAYOR)
                    MOVE WS-SUB-DEPT TO WS-SUB-MAYOR
                 END-IF
              END-IF
           END-IF
      *
           ADD 1 TO WS-SUB-DEPT
           .
      *
      ******************************************************************
      *  220-IMPRIMIR-LINEA                                            *
      *                                                                *
      ******************************************************************
      *    IMPRIME LA LINEA DE WS-CALIDAD-DEPT: CADA MOTIVO COMO
      *    PORCENTAJE SOBRE LOS REGISTROS ENVIADOS.
       220-IMPRIMIR-LINEA.
           MOVE WCD-DEPARTAMENTO TO LCD-DEPARTAMENTO
           MOVE WCD-FICHEROS     TO LCD-FICHEROS
           MOVE WCD-CUARENTENAS  TO LCD-CUARENTENAS
           MOVE WCD-SOBRES       TO LCD-SOBRES
           MOVE WCD-ENVIADOS     TO LCD-ENVIADOS
           MOVE WCD-SUSPENDIDOS  TO LCD-SUSPENDIDOS
      *
           MOVE WCD-RECH-GENERO TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-GENERO
      *
           MOVE WCD-RECH-TIPODOC TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-TIPODOC
      *
           MOVE WCD-RECH-DOCUMENTO TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-DOCUMENTO
      *
           MOVE WCD-RECH-MOVIMIENTO TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-MOVIMIENTO
      *
           MOVE WCD-EXCEPCIONES TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-EXCEPCIONES
      *
           MOVE WCD-DUPLICADOS TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-DUPLICADOS
      *
           MOVE WCD-DEVUELTOS TO WS-PCT-NUMERADOR
           PERFORM 250-CALCULAR-PORCENTAJE
           MOVE WS-PCT-RESULTADO TO LCD-PCT-TOTAL
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CALLIST FROM LIN-CALIDAD
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  230-IMPRIMIR-TOTAL-GENERAL                                    *
      *                                                                *
      ******************************************************************
       230-IMPRIMIR-TOTAL-GENERAL.
           MOVE 'TOTAL'          TO TOT-DEPARTAMENTO
           MOVE WS-CALIDAD-TOTAL TO WS-CALIDAD-DEPT
      *
           MOVE 2 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CALLIST FROM LIN-BLANCO
           ADD 1 TO WS-LINEAS-PAG
           PERFORM 220-IMPRIMIR-LINEA
      *
           MOVE 4 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CALLIST FROM LIN-BLANCO
           WRITE REG-CALLIST FROM LIN-LEYENDA-1
           WRITE REG-CALLIST FROM LIN-LEYENDA-2
           WRITE REG-CALLIST FROM LIN-LEYENDA-3
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 4 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  250-CALCULAR-PORCENTAJE                                       *
      *                                                                *
      ******************************************************************
      *    WS-PCT-NUMERADOR SOBRE LOS ENVIADOS DE WS-CALIDAD-DEPT, CON
      *    UN DECIMAL. UN DEPARTAMENTO QUE SOLO TIENE APARCADOS EN EL
      *    MES NO TIENE ENVIADOS Y SUS PORCENTAJES QUEDAN A CERO.
       250-CALCULAR-PORCENTAJE.
           IF WCD-ENVIADOS > 0
              COMPUTE WS-PCT-RESULTADO ROUNDED =
                      WS-PCT-NUMERADOR * 100 / WCD-ENVIADOS
           ELSE
              MOVE ZERO TO WS-PCT-RESULTADO
           END-IF
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE VA-LEIDOS            TO LTL-CONT
           MOVE VA-DEL-MES           TO LTM-CONT
           MOVE WS-NUM-DEPARTAMENTOS TO LTD-CONT
           MOVE VA-SIN-TABLA         TO LTS-CONT
      *
           MOVE 5 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CALLIST FROM LIN-BLANCO
           WRITE REG-CALLIST FROM LIN-TOT-LEIDOS
           WRITE REG-CALLIST FROM LIN-TOT-DEL-MES
           WRITE REG-CALLIST FROM LIN-TOT-DEPARTAMENTOS
           WRITE REG-CALLIST FROM LIN-TOT-SIN-TABLA
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 5 TO WS-LINEAS-PAG
      *
           DISPLAY 'REGISTROS ESTDEPT LEIDOS.: ' VA-LEIDOS
           DISPLAY 'REGISTROS DEL MES........: ' VA-DEL-MES
           DISPLAY 'DEPARTAMENTOS............: ' WS-NUM-DEPARTAMENTOS
           DISPLAY 'REGISTROS SIN TABLA......: ' VA-SIN-TABLA
      *
           IF VA-SIN-TABLA > 0
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
              PERFORM 2200-IMPRIMIR-TITULOS
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
           WRITE REG-CALLIST FROM LIN-CABECERA-1
           WRITE REG-CALLIST FROM LIN-CABECERA-2
           WRITE REG-CALLIST FROM LIN-BLANCO
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  2200-IMPRIMIR-TITULOS                                         *
      *                                                                *
      ******************************************************************
       2200-IMPRIMIR-TITULOS.
           WRITE REG-CALLIST FROM LIN-TITULOS
           WRITE REG-CALLIST FROM LIN-BLANCO
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CALLIST: ' FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 2 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  30-FIN                                                        *
      *                                                                *
      ******************************************************************
       30-FIN.
           CLOSE CALLIST
      *
           IF FS-CALLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR CALLIST: '
                       FS-CALLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
