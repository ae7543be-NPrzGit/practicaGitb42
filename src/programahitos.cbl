       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP35.
      *
      *    AVISOS DE EDAD HITO: RECORRE LAS PERSONAS EN ALTA DEL
      *    MAESTRO Y LISTA, EN ORDEN DE FECHA, A QUIENES CUMPLEN UNA
      *    DE LAS EDADES HITO (POR DEFECTO 18 Y 65) ENTRE HOY Y LOS
      *    PROXIMOS N DIAS (POR DEFECTO 30). EL DIA DEL HITO ES EL
      *    CUMPLEANNOS; LOS NACIDOS UN 29 DE FEBRERO LO CUMPLEN EL 1 DE
      *    MARZO EN LOS ANNOS NO BISIESTOS. ADEMAS DEL LISTADO HITLIST
      *    GRABA EL EXTRACTO HITOS (HITO.CPY) PARA LOS SISTEMAS QUE
      *    ENVIAN LAS NOTIFICACIONES.
      *
      *    LOS REGISTROS ANTIGUOS CON SOLO EL ANNO DE NACIMIENTO (MES
      *    Y DIA A CEROS) NO SE ADIVINAN: SI EL ANNO DEL HITO CAE EN
      *    EL PLAZO SE LISTAN APARTE COMO NO PREVISIBLES Y NO PASAN AL
      *    EXTRACTO.
      *
      *    FICHAS DE CONTROL (HITCTRL, OPCIONAL):
      *      EDAD      NNN        EDAD HITO; UNA FICHA POR EDAD. SI
      *                           HAY ALGUNA SUSTITUYEN A 18 Y 65.
      *      DIAS      NNN        PLAZO EN DIAS DESDE HOY
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
           SELECT HITCTRL      ASSIGN TO HITCTRL
                  FILE STATUS IS FS-HITCTRL.
      *
           SELECT HITOS        ASSIGN TO HITOS
                  FILE STATUS IS FS-HITOS.
      *
           SELECT HITLIST      ASSIGN TO HITLIST
                  FILE STATUS IS FS-HITLIST.
      *
           SELECT HITSRT       ASSIGN TO HITSRT
                  FILE STATUS IS FS-HITSRT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD HITCTRL
           RECORDING MODE IS F.
       01 REG-HITCTRL            PIC X(80).
      *
       FD HITOS
           RECORDING MODE IS F.
       01 REG-HITOS              PIC X(80).
      *
       FD HITLIST
           RECORDING MODE IS F.
       01 REG-HITLIST            PIC X(80).
      *
       SD HITSRT.
       01 REG-HITSRT.
          05 SRT-PREVISION       PIC X.
             88 SRT-PREVISTO           VALUE 'P'.
             88 SRT-NO-PREVISIBLE      VALUE 'N'.
          05 SRT-FECHA-HITO      PIC 9(8).
          05 SRT-EDAD-HITO       PIC 999.
          05 SRT-CLAVE.
             10 SRT-TIPO-DOC     PIC XXX.
             10 SRT-NUM-DOC      PIC X(9).
          05 SRT-GENERO          PIC X.
          05 SRT-FECHA-NAC       PIC 9(8).
          05 SRT-DIAS            PIC 9(4).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-MAESTRO             PIC 99.
       01 FS-HITCTRL             PIC 99.
       01 FS-HITOS               PIC 99.
       01 FS-HITLIST             PIC 99.
       01 FS-HITSRT              PIC 99.
      *
       COPY HITO.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(9).
          05 VA-ACTIVOS          PIC 9(9).
          05 VA-FECHA-COMPLETA   PIC 9(9).
          05 VA-SOLO-ANNO        PIC 9(9).
          05 VA-SIN-FECHA        PIC 9(7).
          05 VA-FECHA-ERRONEA    PIC 9(7).
          05 VA-PREVISTOS        PIC 9(7).
          05 VA-NO-PREVISIBLES   PIC 9(7).
      *
       01 REG-CARTA-CONTROL.
          05 CAR-PALABRA         PIC X(10).
          05 CAR-VALOR           PIC X(3).
          05 CAR-VALOR-N         REDEFINES CAR-VALOR
                                 PIC 999.
          05 FILLER              PIC X(67).
      *
       01 WS-DIAS-PLAZO          PIC 999   VALUE 30.
      *
      ******************************************************************
      *   T A B L A   D E   E D A D E S   H I T O                      *
      ******************************************************************
       01 TAB-EDADES.
          05 TED-EDAD            PIC 999   OCCURS 10 TIMES.
       01 WS-NUM-EDADES          PIC 99    VALUE ZERO.
       01 WS-MAX-EDADES          PIC 99    VALUE 10.
       01 WS-SUB-EDAD            PIC 99    VALUE ZERO.
      *
      ******************************************************************
      *   A R E A   D E   C A L C U L O   D E   F E C H A S            *
      ******************************************************************
      *    DIAS TRANSCURRIDOS DEL ANNO AL EMPEZAR CADA MES (ANNO NO
      *    BISIESTO).
       01 TABLA-DIAS-MES-VALORES.
          05 FILLER              PIC 999   VALUE 000.
          05 FILLER              PIC 999   VALUE 031.
          05 FILLER              PIC 999   VALUE 059.
          05 FILLER              PIC 999   VALUE 090.
          05 FILLER              PIC 999   VALUE 120.
          05 FILLER              PIC 999   VALUE 151.
          05 FILLER              PIC 999   VALUE 181.
          05 FILLER              PIC 999   VALUE 212.
          05 FILLER              PIC 999   VALUE 243.
          05 FILLER              PIC 999   VALUE 273.
          05 FILLER              PIC 999   VALUE 304.
          05 FILLER              PIC 999   VALUE 334.
       01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
          05 TDM-ACUMULADO       PIC 999   OCCURS 12 TIMES.
      *
      *    DIAS DE CADA MES (FEBRERO DE ANNO NO BISIESTO).
       01 TABLA-DURACION-MES-VALORES.
          05 FILLER              PIC 99    VALUE 31.
          05 FILLER              PIC 99    VALUE 28.
          05 FILLER              PIC 99    VALUE 31.
          05 FILLER              PIC 99    VALUE 30.
          05 FILLER              PIC 99    VALUE 31.
          05 FILLER              PIC 99    VALUE 30.
          05 FILLER              PIC 99    VALUE 31.
          05 FILLER              PIC 99    VALUE 31.
          05 FILLER              PIC 99    VALUE 30.
          05 FILLER              PIC 99    VALUE 31.
          05 FILLER              PIC 99    VALUE 30.
          05 FILLER              PIC 99    VALUE 31.
       01 TABLA-DURACION-MES REDEFINES TABLA-DURACION-MES-VALORES.
          05 TDM-DIAS            PIC 99    OCCURS 12 TIMES.
      *
       01 WS-DIAS-DEL-MES        PIC 99    VALUE ZERO.
      *
      *    WS-SER-FECHA SE CONVIERTE EN WS-SERIAL, NUMERO DE DIAS
      *    DESDE UN ORIGEN FIJO, PARA RESTAR FECHAS.
       01 WS-SER-FECHA           PIC 9(8)  VALUE ZERO.
       01 FILLER REDEFINES WS-SER-FECHA.
          05 WS-SER-ANNO         PIC 9(4).
          05 WS-SER-MES          PIC 99.
          05 WS-SER-DIA          PIC 99.
       01 WS-SERIAL              PIC 9(7)  VALUE ZERO.
       01 WS-SER-ANNOS           PIC 9(4)  VALUE ZERO.
       01 WS-SER-COC-4           PIC 9(4)  VALUE ZERO.
       01 WS-SER-COC-100         PIC 9(4)  VALUE ZERO.
       01 WS-SER-COC-400         PIC 9(4)  VALUE ZERO.
      *
       01 WS-BIS-ANNO            PIC 9(4)  VALUE ZERO.
       01 WS-BIS-COCIENTE        PIC 9(4)  VALUE ZERO.
       01 WS-BIS-RESTO-4         PIC 999   VALUE ZERO.
       01 WS-BIS-RESTO-100       PIC 999   VALUE ZERO.
       01 WS-BIS-RESTO-400       PIC 999   VALUE ZERO.
      *
       01 WS-FECHA-SISTEMA       PIC 9(8).
       01 WS-SERIAL-HOY          PIC 9(7)  VALUE ZERO.
       01 WS-SERIAL-LIMITE       PIC 9(7)  VALUE ZERO.
       01 WS-SERIAL-HITO         PIC 9(7)  VALUE ZERO.
      *
       01 WS-FECHA-HITO          PIC 9(8)  VALUE ZERO.
       01 FILLER REDEFINES WS-FECHA-HITO.
          05 WS-FH-ANNO          PIC 9(4).
          05 WS-FH-MMDD          PIC 9(4).
      *
       01 WS-ANNO-NACIMIENTO     PIC 9(4)  VALUE ZERO.
       01 WS-NAC-MES             PIC 99    VALUE ZERO.
       01 WS-NAC-DIA             PIC 99    VALUE ZERO.
      *
      ******************************************************************
      *               A R E A   D E L   I N F O R M E                  *
      ******************************************************************
       01 WS-FECHA-INFORME.
          05 WS-FI-DIA           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FI-MES           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FI-ANNO          PIC X(4).
      *
       01 WS-FECHA-EDITAR        PIC 9(8)  VALUE ZERO.
       01 WS-FECHA-EDITADA.
          05 WS-FE-DIA           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FE-MES           PIC X(2).
          05 FILLER              PIC X     VALUE '/'.
          05 WS-FE-ANNO          PIC X(4).
      *
       01 WS-PAGINA              PIC 999   VALUE ZERO.
       01 WS-LINEAS-PAG          PIC 99    VALUE ZERO.
       01 WS-MAX-LINEAS-PAG      PIC 99    VALUE 50.
       01 WS-LINEAS-NECESARIAS   PIC 99    VALUE ZERO.
      *
       01 LIN-CABECERA-1.
          05 FILLER              PIC X(36) VALUE
             'AVISOS DE EDAD HITO'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP35 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-PLAZO.
          05 FILLER              PIC X(30) VALUE
             'PLAZO EN DIAS DESDE HOY...: '.
          05 LPL-DIAS            PIC ZZ9.
      *
       01 LIN-EDADES.
          05 FILLER              PIC X(30) VALUE
             'EDADES HITO...............: '.
          05 LED-EDADES          PIC X(40).
       01 WS-EDAD-EDITADA        PIC ZZ9.
       01 WS-POS-EDADES          PIC 99    VALUE ZERO.
      *
       01 LIN-TITULO-PREVISTOS.
          05 FILLER              PIC X(40) VALUE
             'PERSONAS QUE CUMPLEN UNA EDAD HITO'.
      *
       01 LIN-COLUMNAS-PREVISTOS.
          05 FILLER              PIC X(12) VALUE 'FECHA HITO'.
          05 FILLER              PIC X(5)  VALUE 'EDAD'.
          05 FILLER              PIC X(6)  VALUE ' DIAS'.
          05 FILLER              PIC X(5)  VALUE 'TIPO'.
          05 FILLER              PIC X(12) VALUE 'DOCUMENTO'.
          05 FILLER              PIC X(4)  VALUE 'GEN'.
          05 FILLER              PIC X(10) VALUE 'NACIMIENTO'.
      *
       01 LIN-PREVISTO.
          05 LPR-FECHA-HITO      PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LPR-EDAD            PIC ZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LPR-DIAS            PIC ZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LPR-TIPO-DOC        PIC XXX.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LPR-NUM-DOC         PIC X(9).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LPR-GENERO          PIC X.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LPR-FECHA-NAC       PIC X(10).
      *
       01 LIN-TITULO-NO-PREVISIBLES.
          05 FILLER              PIC X(40) VALUE
             'NO SE PUEDE PREVER: SOLO ANNO DE NACIMIE'.
          05 FILLER              PIC X(3)  VALUE 'NTO'.
      *
       01 LIN-COLUMNAS-NO-PREVISIBLES.
          05 FILLER              PIC X(12) VALUE 'ANNO HITO'.
          05 FILLER              PIC X(11) VALUE 'EDAD'.
          05 FILLER              PIC X(5)  VALUE 'TIPO'.
          05 FILLER              PIC X(12) VALUE 'DOCUMENTO'.
          05 FILLER              PIC X(4)  VALUE 'GEN'.
          05 FILLER              PIC X(10) VALUE 'ANNO NAC.'.
      *
       01 LIN-NO-PREVISIBLE.
          05 LNP-ANNO-HITO       PIC 9(4).
          05 FILLER              PIC X(8)  VALUE SPACES.
          05 LNP-EDAD            PIC ZZ9.
          05 FILLER              PIC X(8)  VALUE SPACES.
          05 LNP-TIPO-DOC        PIC XXX.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LNP-NUM-DOC         PIC X(9).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LNP-GENERO          PIC X.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LNP-ANNO-NAC        PIC 9(4).
      *
       01 LIN-NADIE.
          05 FILLER              PIC X(40) VALUE
             '  NADIE EN EL PLAZO'.
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS DEL MAESTRO.....: '.
          05 LTL-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-ACTIVOS.
          05 FILLER              PIC X(30) VALUE
             'PERSONAS EN ALTA..........: '.
          05 LTA-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-COMPLETA.
          05 FILLER              PIC X(30) VALUE
             '  CON FECHA COMPLETA......: '.
          05 LTC-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-SOLO-ANNO.
          05 FILLER              PIC X(30) VALUE
             '  CON SOLO EL ANNO........: '.
          05 LTY-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-SIN-FECHA.
          05 FILLER              PIC X(30) VALUE
             '  SIN FECHA DE NACIMIENTO.: '.
          05 LTS-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-ERRONEA.
          05 FILLER              PIC X(30) VALUE
             '  CON FECHA NO VALIDA.....: '.
          05 LTE-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-PREVISTOS.
          05 FILLER              PIC X(30) VALUE
             'AVISOS EN EL EXTRACTO.....: '.
          05 LTP-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-NO-PREVISIBLES.
          05 FILLER              PIC X(30) VALUE
             'NO PREVISIBLES............: '.
          05 LTN-CONT            PIC ZZZZZZZZ9.
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
          05 SWITCH-FIN-SORT     PIC XX VALUE 'NO'.
             88 FIN-SORT-OK             VALUE 'SI'.
             88 FIN-SORT-NO             VALUE 'NO'.
      *
       01 WS-BISIESTO-SW         PIC X     VALUE 'N'.
          88 ANNO-BISIESTO             VALUE 'S'.
          88 ANNO-NORMAL               VALUE 'N'.
      *
       01 WS-EDAD-CARTA-SW       PIC X     VALUE 'N'.
          88 HAY-EDADES-CARTA          VALUE 'S'.
          88 SIN-EDADES-CARTA          VALUE 'N'.
      *
       01 WS-EDAD-SW             PIC X     VALUE 'N'.
          88 EDAD-REPETIDA             VALUE 'S'.
          88 EDAD-NUEVA                VALUE 'N'.
      *
       01 WS-SECCION-SW          PIC X     VALUE SPACE.
          88 SECCION-NINGUNA           VALUE SPACE.
          88 SECCION-PREVISTOS         VALUE 'P'.
          88 SECCION-NO-PREVISIBLES    VALUE 'N'.
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
                       TAB-EDADES
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
      *
           PERFORM 11-LEER-FICHAS
      *
           IF SIN-EDADES-CARTA
              MOVE 2  TO WS-NUM-EDADES
              MOVE 18 TO TED-EDAD (1)
              MOVE 65 TO TED-EDAD (2)
           END-IF
      *
           MOVE WS-FECHA-SISTEMA TO WS-SER-FECHA
           PERFORM 900-CALCULAR-SERIAL
           MOVE WS-SERIAL TO WS-SERIAL-HOY
           COMPUTE WS-SERIAL-LIMITE = WS-SERIAL-HOY + WS-DIAS-PLAZO
      *
           OPEN OUTPUT HITLIST
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR HITLIST: '
                       FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           OPEN OUTPUT HITOS
      *
           IF FS-HITOS NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR HITOS: ' FS-HITOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE WS-FECHA-SISTEMA TO HCA-FECHA
           MOVE WS-DIAS-PLAZO    TO HCA-DIAS
           WRITE REG-HITOS FROM REG-HITO-CABECERA
      *
           IF FS-HITOS NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITOS: ' FS-HITOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
           PERFORM 15-IMPRIMIR-PARAMETROS
      *
           OPEN INPUT MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: '
                       FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  11-LEER-FICHAS                                                *
      *                                                                *
      ******************************************************************
       11-LEER-FICHAS.
           OPEN INPUT HITCTRL
      *
           IF FS-HITCTRL = 0
              SET FIN-NO TO TRUE
              PERFORM 12-CARGAR-FICHA UNTIL FIN-OK
              CLOSE HITCTRL
           END-IF
           .
      *
      ******************************************************************
      *  12-CARGAR-FICHA                                               *
      *                                                                *
      ******************************************************************
       12-CARGAR-FICHA.
           READ HITCTRL INTO REG-CARTA-CONTROL
      *
           IF FS-HITCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER HITCTRL: ' FS-HITCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-HITCTRL = 10
              SET FIN-OK TO TRUE
           ELSE
              EVALUATE CAR-PALABRA
              WHEN 'EDAD'
                   IF CAR-VALOR IS NUMERIC AND CAR-VALOR-N > 0
                      PERFORM 13-ANOTAR-EDAD
                   ELSE
                      DISPLAY 'CARTA DE CONTROL NO RECONOCIDA: '
                              REG-CARTA-CONTROL
                   END-IF
              WHEN 'DIAS'
                   IF CAR-VALOR IS NUMERIC AND CAR-VALOR-N > 0
                      MOVE CAR-VALOR-N TO WS-DIAS-PLAZO
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
      *  13-ANOTAR-EDAD                                                *
      *                                                                *
      ******************************************************************
      *    UNA EDAD REPETIDA SE IGNORA; CON LA TABLA LLENA SE AVISA Y
      *    LA EJECUCION TERMINA CON CODIGO 4.
       13-ANOTAR-EDAD.
           SET HAY-EDADES-CARTA TO TRUE
           SET EDAD-NUEVA TO TRUE
           MOVE 1 TO WS-SUB-EDAD
           PERFORM 14-BUSCAR-EDAD
               UNTIL EDAD-REPETIDA
                  OR WS-SUB-EDAD > WS-NUM-EDADES
      *
           IF EDAD-NUEVA
              IF WS-NUM-EDADES < WS-MAX-EDADES
                 ADD 1 TO WS-NUM-EDADES
                 MOVE CAR-VALOR-N TO TED-EDAD (WS-NUM-EDADES)
              ELSE
                 DISPLAY 'TABLA DE EDADES LLENA. SE IGNORA: '
                         CAR-VALOR
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  14-BUSCAR-EDAD                                                *
      *                                                                *
      ******************************************************************
       14-BUSCAR-EDAD.
           IF TED-EDAD (WS-SUB-EDAD) = CAR-VALOR-N
              SET EDAD-REPETIDA TO TRUE
           ELSE
              ADD 1 TO WS-SUB-EDAD
           END-IF
           .
      *
      ******************************************************************
      *  15-IMPRIMIR-PARAMETROS                                        *
      *                                                                *
      ******************************************************************
       15-IMPRIMIR-PARAMETROS.
           MOVE WS-DIAS-PLAZO TO LPL-DIAS
      *
           MOVE SPACES TO LED-EDADES
           MOVE 1 TO WS-POS-EDADES
           MOVE 1 TO WS-SUB-EDAD
           PERFORM 16-EDITAR-EDAD
               UNTIL WS-SUB-EDAD > WS-NUM-EDADES
      *
           WRITE REG-HITLIST FROM LIN-PLAZO
           WRITE REG-HITLIST FROM LIN-EDADES
           WRITE REG-HITLIST FROM LIN-BLANCO
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  16-EDITAR-EDAD                                                *
      *                                                                *
      ******************************************************************
       16-EDITAR-EDAD.
           MOVE TED-EDAD (WS-SUB-EDAD) TO WS-EDAD-EDITADA
           MOVE WS-EDAD-EDITADA TO LED-EDADES (WS-POS-EDADES:3)
           ADD 4 TO WS-POS-EDADES
           ADD 1 TO WS-SUB-EDAD
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           SORT HITSRT
               ON DESCENDING KEY SRT-PREVISION
               ON ASCENDING  KEY SRT-FECHA-HITO
                                 SRT-EDAD-HITO
                                 SRT-CLAVE
               INPUT PROCEDURE  IS 200-SELECCIONAR
               OUTPUT PROCEDURE IS 250-LISTAR
      *
           IF FS-HITSRT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ORDENAR HITSRT: '
                       FS-HITSRT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-SELECCIONAR                                               *
      *                                                                *
      ******************************************************************
       200-SELECCIONAR.
           SET FIN-NO TO TRUE
           PERFORM 210-LEER-MAESTRO
           PERFORM 220-EXAMINAR-PERSONA UNTIL FIN-OK
           .
      *
      ******************************************************************
      *  210-LEER-MAESTRO                                              *
      *                                                                *
      ******************************************************************
       210-LEER-MAESTRO.
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
      *  220-EXAMINAR-PERSONA                                          *
      *                                                                *
      ******************************************************************
      *    SOLO PERSONAS EN ALTA. UNA FECHA CON MES O DIA IMPOSIBLE
      *    (TAMBIEN UN DIA QUE NO EXISTE EN SU MES, COMO EL 31/04 O EL
      *    29/02 DE UN ANNO NO BISIESTO) SE CUENTA Y NO SE TRATA.
       220-EXAMINAR-PERSONA.
           IF MAE-FECHA-BAJA = ZERO
              ADD 1 TO VA-ACTIVOS
              MOVE MAE-FECHA-NAC (1:4) TO WS-ANNO-NACIMIENTO
              MOVE MAE-FECHA-NAC (5:2) TO WS-NAC-MES
              MOVE MAE-FECHA-NAC (7:2) TO WS-NAC-DIA
      *
              EVALUATE TRUE
              WHEN MAE-FECHA-NAC = ZERO
                   ADD 1 TO VA-SIN-FECHA
              WHEN WS-NAC-MES = ZERO AND WS-NAC-DIA = ZERO
                   ADD 1 TO VA-SOLO-ANNO
                   MOVE 1 TO WS-SUB-EDAD
                   PERFORM 240-COMPROBAR-ANNO-HITO
                       UNTIL WS-SUB-EDAD > WS-NUM-EDADES
              WHEN WS-NAC-MES < 1 OR WS-NAC-MES > 12
                OR WS-NAC-DIA < 1 OR WS-NAC-DIA > 31
                   ADD 1 TO VA-FECHA-ERRONEA
              WHEN OTHER
                   PERFORM 225-COMPROBAR-DIA
                   IF WS-NAC-DIA > WS-DIAS-DEL-MES
                      ADD 1 TO VA-FECHA-ERRONEA
                   ELSE
                      ADD 1 TO VA-FECHA-COMPLETA
                      MOVE 1 TO WS-SUB-EDAD
                      PERFORM 230-COMPROBAR-HITO
                          UNTIL WS-SUB-EDAD > WS-NUM-EDADES
                   END-IF
              END-EVALUATE
           END-IF
      *
           PERFORM 210-LEER-MAESTRO
           .
      *
      ******************************************************************
      *  225-COMPROBAR-DIA                                             *
      *                                                                *
      ******************************************************************
       225-COMPROBAR-DIA.
           MOVE TDM-DIAS (WS-NAC-MES) TO WS-DIAS-DEL-MES
      *
           IF WS-NAC-MES = 2
              MOVE WS-ANNO-NACIMIENTO TO WS-BIS-ANNO
              PERFORM 910-COMPROBAR-BISIESTO
              IF ANNO-BISIESTO
                 MOVE 29 TO WS-DIAS-DEL-MES
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  230-COMPROBAR-HITO                                            *
      *                                                                *
      ******************************************************************
      *    FECHA EN QUE CUMPLE LA EDAD HITO; SI CAE ENTRE HOY Y EL
      *    FINAL DEL PLAZO, AMBOS INCLUIDOS, PASA A LA ORDENACION.
       230-COMPROBAR-HITO.
           MOVE MAE-FECHA-NAC TO WS-FECHA-HITO
           COMPUTE WS-FH-ANNO = WS-ANNO-NACIMIENTO
                              + TED-EDAD (WS-SUB-EDAD)
      *
           IF WS-FH-MMDD = 0229
              MOVE WS-FH-ANNO TO WS-BIS-ANNO
              PERFORM 910-COMPROBAR-BISIESTO
              IF ANNO-NORMAL
                 MOVE 0301 TO WS-FH-MMDD
              END-IF
           END-IF
      *
           MOVE WS-FECHA-HITO TO WS-SER-FECHA
           PERFORM 900-CALCULAR-SERIAL
           MOVE WS-SERIAL TO WS-SERIAL-HITO
      *
           IF WS-SERIAL-HITO NOT < WS-SERIAL-HOY
              AND WS-SERIAL-HITO NOT > WS-SERIAL-LIMITE
              MOVE SPACES                 TO REG-HITSRT
              SET SRT-PREVISTO            TO TRUE
              MOVE WS-FECHA-HITO          TO SRT-FECHA-HITO
              MOVE TED-EDAD (WS-SUB-EDAD) TO SRT-EDAD-HITO
              MOVE MAE-CLAVE              TO SRT-CLAVE
              MOVE MAE-GENERO             TO SRT-GENERO
              MOVE MAE-FECHA-NAC          TO SRT-FECHA-NAC
              COMPUTE SRT-DIAS = WS-SERIAL-HITO - WS-SERIAL-HOY
              RELEASE REG-HITSRT
           END-IF
      *
           ADD 1 TO WS-SUB-EDAD
           .
      *
      ******************************************************************
      *  240-COMPROBAR-ANNO-HITO                                       *
      *                                                                *
      ******************************************************************
      *    CON SOLO EL ANNO SE SABE EN QUE ANNO CUMPLE LA EDAD, NO EL
      *    DIA: SE LISTA SI ALGUN DIA DE ESE ANNO CAE EN EL PLAZO.
       240-COMPROBAR-ANNO-HITO.
           MOVE ZERO TO WS-FECHA-HITO
           COMPUTE WS-FH-ANNO = WS-ANNO-NACIMIENTO
                              + TED-EDAD (WS-SUB-EDAD)
      *
           MOVE WS-FECHA-HITO TO WS-SER-FECHA
           MOVE 12 TO WS-SER-MES
           MOVE 31 TO WS-SER-DIA
           PERFORM 900-CALCULAR-SERIAL
      *
           IF WS-SERIAL NOT < WS-SERIAL-HOY
              MOVE 01 TO WS-SER-MES
              MOVE 01 TO WS-SER-DIA
              PERFORM 900-CALCULAR-SERIAL
      *
              IF WS-SERIAL NOT > WS-SERIAL-LIMITE
                 MOVE SPACES                 TO REG-HITSRT
                 SET SRT-NO-PREVISIBLE       TO TRUE
                 MOVE WS-FECHA-HITO          TO SRT-FECHA-HITO
                 MOVE TED-EDAD (WS-SUB-EDAD) TO SRT-EDAD-HITO
                 MOVE MAE-CLAVE              TO SRT-CLAVE
                 MOVE MAE-GENERO             TO SRT-GENERO
                 MOVE MAE-FECHA-NAC          TO SRT-FECHA-NAC
                 MOVE ZERO                   TO SRT-DIAS
                 RELEASE REG-HITSRT
              END-IF
           END-IF
      *
           ADD 1 TO WS-SUB-EDAD
           .
      *
      ******************************************************************
      *  250-LISTAR                                                    *
      *                                                                *
      ******************************************************************
      *    PRIMERO LOS PREVISTOS POR FECHA Y DESPUES LOS NO
      *    PREVISIBLES POR ANNO.
       250-LISTAR.
           SET SECCION-NINGUNA TO TRUE
           SET FIN-SORT-NO TO TRUE
           PERFORM 260-DEVOLVER-ORDENADO
           PERFORM 270-TRATAR-ORDENADO UNTIL FIN-SORT-OK
      *
           IF SECCION-NINGUNA
              PERFORM 280-TITULO-PREVISTOS
              PERFORM 285-IMPRIMIR-NADIE
           END-IF
           .
      *
      ******************************************************************
      *  260-DEVOLVER-ORDENADO                                         *
      *                                                                *
      ******************************************************************
       260-DEVOLVER-ORDENADO.
           RETURN HITSRT
               AT END
                  SET FIN-SORT-OK TO TRUE
           END-RETURN
           .
      *
      ******************************************************************
      *  270-TRATAR-ORDENADO                                           *
      *                                                                *
      ******************************************************************
       270-TRATAR-ORDENADO.
           IF SRT-PREVISTO
              IF SECCION-NINGUNA
                 PERFORM 280-TITULO-PREVISTOS
              END-IF
              PERFORM 275-IMPRIMIR-PREVISTO
              PERFORM 276-GRABAR-AVISO
           ELSE
              IF NOT SECCION-NO-PREVISIBLES
                 IF SECCION-NINGUNA
                    PERFORM 280-TITULO-PREVISTOS
                    PERFORM 285-IMPRIMIR-NADIE
                 END-IF
                 PERFORM 290-TITULO-NO-PREVISIBLES
              END-IF
              PERFORM 295-IMPRIMIR-NO-PREVISIBLE
           END-IF
      *
           PERFORM 260-DEVOLVER-ORDENADO
           .
      *
      ******************************************************************
      *  275-IMPRIMIR-PREVISTO                                         *
      *                                                                *
      ******************************************************************
       275-IMPRIMIR-PREVISTO.
           MOVE SRT-FECHA-HITO   TO WS-FECHA-EDITAR
           PERFORM 920-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LPR-FECHA-HITO
           MOVE SRT-EDAD-HITO    TO LPR-EDAD
           MOVE SRT-DIAS         TO LPR-DIAS
           MOVE SRT-TIPO-DOC     TO LPR-TIPO-DOC
           MOVE SRT-NUM-DOC      TO LPR-NUM-DOC
           MOVE SRT-GENERO       TO LPR-GENERO
           MOVE SRT-FECHA-NAC    TO WS-FECHA-EDITAR
           PERFORM 920-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO LPR-FECHA-NAC
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-HITLIST FROM LIN-PREVISTO
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  276-GRABAR-AVISO                                              *
      *                                                                *
      ******************************************************************
       276-GRABAR-AVISO.
           MOVE SPACES         TO REG-HITO
           MOVE SRT-CLAVE      TO HIT-CLAVE
           MOVE SRT-EDAD-HITO  TO HIT-EDAD-HITO
           MOVE SRT-FECHA-HITO TO HIT-FECHA-HITO
           MOVE SRT-DIAS       TO HIT-DIAS
           MOVE SRT-GENERO     TO HIT-GENERO
           MOVE SRT-FECHA-NAC  TO HIT-FECHA-NAC
      *
           WRITE REG-HITOS FROM REG-HITO
      *
           IF FS-HITOS NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITOS: ' FS-HITOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO VA-PREVISTOS
           .
      *
      ******************************************************************
      *  280-TITULO-PREVISTOS                                          *
      *                                                                *
      ******************************************************************
       280-TITULO-PREVISTOS.
           SET SECCION-PREVISTOS TO TRUE
      *
           MOVE 4 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-HITLIST FROM LIN-TITULO-PREVISTOS
           WRITE REG-HITLIST FROM LIN-BLANCO
           WRITE REG-HITLIST FROM LIN-COLUMNAS-PREVISTOS
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  285-IMPRIMIR-NADIE                                            *
      *                                                                *
      ******************************************************************
       285-IMPRIMIR-NADIE.
           WRITE REG-HITLIST FROM LIN-NADIE
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  290-TITULO-NO-PREVISIBLES                                     *
      *                                                                *
      ******************************************************************
       290-TITULO-NO-PREVISIBLES.
           SET SECCION-NO-PREVISIBLES TO TRUE
      *
           MOVE 5 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-HITLIST FROM LIN-BLANCO
           WRITE REG-HITLIST FROM LIN-TITULO-NO-PREVISIBLES
           WRITE REG-HITLIST FROM LIN-BLANCO
           WRITE REG-HITLIST FROM LIN-COLUMNAS-NO-PREVISIBLES
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 4 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  295-IMPRIMIR-NO-PREVISIBLE                                    *
      *                                                                *
      ******************************************************************
       295-IMPRIMIR-NO-PREVISIBLE.
           MOVE SRT-FECHA-HITO (1:4) TO LNP-ANNO-HITO
           MOVE SRT-EDAD-HITO        TO LNP-EDAD
           MOVE SRT-TIPO-DOC         TO LNP-TIPO-DOC
           MOVE SRT-NUM-DOC          TO LNP-NUM-DOC
           MOVE SRT-GENERO           TO LNP-GENERO
           MOVE SRT-FECHA-NAC (1:4)  TO LNP-ANNO-NAC
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-HITLIST FROM LIN-NO-PREVISIBLE
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           ADD 1 TO VA-NO-PREVISIBLES
           .
      *
      ******************************************************************
      *  900-CALCULAR-SERIAL                                           *
      *                                                                *
      ******************************************************************
      *    DIAS DESDE EL 1 DE ENERO DEL ANNO 1 HASTA WS-SER-FECHA, EN
      *    CALENDARIO GREGORIANO.
       900-CALCULAR-SERIAL.
           COMPUTE WS-SER-ANNOS = WS-SER-ANNO - 1
           DIVIDE WS-SER-ANNOS BY 4   GIVING WS-SER-COC-4
           DIVIDE WS-SER-ANNOS BY 100 GIVING WS-SER-COC-100
           DIVIDE WS-SER-ANNOS BY 400 GIVING WS-SER-COC-400
      *
           COMPUTE WS-SERIAL = WS-SER-ANNOS * 365
                             + WS-SER-COC-4
                             - WS-SER-COC-100
                             + WS-SER-COC-400
                             + TDM-ACUMULADO (WS-SER-MES)
                             + WS-SER-DIA
      *
           IF WS-SER-MES > 2
              MOVE WS-SER-ANNO TO WS-BIS-ANNO
              PERFORM 910-COMPROBAR-BISIESTO
              IF ANNO-BISIESTO
                 ADD 1 TO WS-SERIAL
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  910-COMPROBAR-BISIESTO                                        *
      *                                                                *
      ******************************************************************
       910-COMPROBAR-BISIESTO.
           DIVIDE WS-BIS-ANNO BY 4   GIVING WS-BIS-COCIENTE
                  REMAINDER WS-BIS-RESTO-4
           DIVIDE WS-BIS-ANNO BY 100 GIVING WS-BIS-COCIENTE
                  REMAINDER WS-BIS-RESTO-100
           DIVIDE WS-BIS-ANNO BY 400 GIVING WS-BIS-COCIENTE
                  REMAINDER WS-BIS-RESTO-400
      *
           IF WS-BIS-RESTO-4 = 0
              AND (WS-BIS-RESTO-100 NOT = 0 OR WS-BIS-RESTO-400 = 0)
              SET ANNO-BISIESTO TO TRUE
           ELSE
              SET ANNO-NORMAL TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  920-EDITAR-FECHA                                              *
      *                                                                *
      ******************************************************************
       920-EDITAR-FECHA.
           MOVE WS-FECHA-EDITAR (7:2) TO WS-FE-DIA
           MOVE WS-FECHA-EDITAR (5:2) TO WS-FE-MES
           MOVE WS-FECHA-EDITAR (1:4) TO WS-FE-ANNO
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE VA-LEIDOS         TO LTL-CONT
           MOVE VA-ACTIVOS        TO LTA-CONT
           MOVE VA-FECHA-COMPLETA TO LTC-CONT
           MOVE VA-SOLO-ANNO      TO LTY-CONT
           MOVE VA-SIN-FECHA      TO LTS-CONT
           MOVE VA-FECHA-ERRONEA  TO LTE-CONT
           MOVE VA-PREVISTOS      TO LTP-CONT
           MOVE VA-NO-PREVISIBLES TO LTN-CONT
      *
           MOVE 9 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-HITLIST FROM LIN-BLANCO
           WRITE REG-HITLIST FROM LIN-TOT-LEIDOS
           WRITE REG-HITLIST FROM LIN-TOT-ACTIVOS
           WRITE REG-HITLIST FROM LIN-TOT-COMPLETA
           WRITE REG-HITLIST FROM LIN-TOT-SOLO-ANNO
           WRITE REG-HITLIST FROM LIN-TOT-SIN-FECHA
           WRITE REG-HITLIST FROM LIN-TOT-ERRONEA
           WRITE REG-HITLIST FROM LIN-TOT-PREVISTOS
           WRITE REG-HITLIST FROM LIN-TOT-NO-PREVISIBLES
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 9 TO WS-LINEAS-PAG
      *
           DISPLAY 'REGISTROS DEL MAESTRO....: ' VA-LEIDOS
           DISPLAY 'PERSONAS EN ALTA.........: ' VA-ACTIVOS
           DISPLAY 'AVISOS EN EL EXTRACTO....: ' VA-PREVISTOS
           DISPLAY 'NO PREVISIBLES...........: ' VA-NO-PREVISIBLES
           DISPLAY 'FECHAS NO VALIDAS........: ' VA-FECHA-ERRONEA
           .
      *
      ******************************************************************
      *  2050-CONTROL-SALTO-PAGINA                                     *
      *                                                                *
      ******************************************************************
      *    EN UN CAMBIO DE PAGINA DENTRO DE UNA SECCION SE REPITEN LOS
      *    TITULOS DE SUS COLUMNAS.
       2050-CONTROL-SALTO-PAGINA.
           IF WS-LINEAS-PAG + WS-LINEAS-NECESARIAS > WS-MAX-LINEAS-PAG
              PERFORM 2100-IMPRIMIR-CABECERA
              EVALUATE TRUE
              WHEN SECCION-PREVISTOS
                   WRITE REG-HITLIST FROM LIN-COLUMNAS-PREVISTOS
                   ADD 1 TO WS-LINEAS-PAG
              WHEN SECCION-NO-PREVISIBLES
                   WRITE REG-HITLIST FROM LIN-COLUMNAS-NO-PREVISIBLES
                   ADD 1 TO WS-LINEAS-PAG
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
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
           WRITE REG-HITLIST FROM LIN-CABECERA-1
           WRITE REG-HITLIST FROM LIN-CABECERA-2
           WRITE REG-HITLIST FROM LIN-BLANCO
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITLIST: ' FS-HITLIST
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
           CLOSE MAESTRO
      *
           MOVE VA-PREVISTOS TO HFI-CONTADOR
           WRITE REG-HITOS FROM REG-HITO-TOTALIZADOR
      *
           IF FS-HITOS NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR HITOS: ' FS-HITOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE HITOS
                 HITLIST
      *
           IF FS-HITLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR HITLIST: '
                       FS-HITLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
