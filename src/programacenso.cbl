       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP34.
      *
      *    CENSO MENSUAL DEL MAESTRO PERSONA. DEL MAESTRO: PIRAMIDE DE
      *    POBLACION DE LAS PERSONAS EN ALTA POR GENERO Y TRAMO DE
      *    CINCO ANNOS DE EDAD (EDAD CUMPLIDA AL ULTIMO DIA DEL MES;
      *    EN LOS REGISTROS CON SOLO EL ANNO DE NACIMIENTO, POR ANNO),
      *    DESGLOSE POR TIPO DE DOCUMENTO Y PERSONAS DE BAJA. DEL
      *    JORNAL: ALTAS, BAJAS Y REACTIVACIONES DEL MES POR SEMANA
      *    (DIAS 1-7, 8-14, 15-21, 22-28 Y 29 A FIN DE MES). UNA
      *    REACTIVACION ES UN APUNTE DE MODIFICACION O DE CORRECCION
      *    MANUAL QUE BORRA LA FECHA DE BAJA; EL MAESTRO NO GUARDA
      *    CUANDO SE REACTIVO UNA PERSONA, ASI QUE SOLO SE PUEDEN
      *    CONTAR EN EL JORNAL. UNA CORRECCION MANUAL QUE PONE LA
      *    FECHA DE BAJA CUENTA COMO BAJA.
      *
      *    LOS TOTALES DEL MES SE ANADEN A CENSO (CENSO.CPY); LA
      *    VARIACION NETA SE CALCULA CONTRA EL CENSO MAS RECIENTE DE
      *    UN MES ANTERIOR Y SE CUADRA CON EL FLUJO DEL JORNAL. EL
      *    MAESTRO SE LEE TAL COMO ESTA AL EJECUTAR: EL CENSO DE UN
      *    MES SE TOMA AL CIERRE DE ESE MES.
      *
      *    FICHA DE CONTROL (CENCTRL, OPCIONAL):
      *      MES       AAAAMM     MES DEL CENSO (POR DEFECTO EL ACTUAL)
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
           SELECT JORNAL       ASSIGN TO JORNAL
                  FILE STATUS IS FS-JORNAL.
      *
           SELECT CENCTRL      ASSIGN TO CENCTRL
                  FILE STATUS IS FS-CENCTRL.
      *
           SELECT CENSO        ASSIGN TO CENSO
                  FILE STATUS IS FS-CENSO.
      *
           SELECT CENLIST      ASSIGN TO CENLIST
                  FILE STATUS IS FS-CENLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-ENT         PIC X(133).
      *
       FD CENCTRL
           RECORDING MODE IS F.
       01 REG-CENCTRL            PIC X(80).
      *
       FD CENSO
           RECORDING MODE IS F.
       01 REG-CENSO-ENT          PIC X(80).
      *
       FD CENLIST
           RECORDING MODE IS F.
       01 REG-CENLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-MAESTRO             PIC 99.
       01 FS-JORNAL              PIC 99.
       01 FS-CENCTRL             PIC 99.
       01 FS-CENSO               PIC 99.
       01 FS-CENLIST             PIC 99.
      *
       COPY JORNAL.
      *
       COPY CENSO.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(9).
          05 VA-ACTIVOS          PIC 9(9).
          05 VA-HOMBRES          PIC 9(9).
          05 VA-MUJERES          PIC 9(9).
          05 VA-OTROS            PIC 9(9).
          05 VA-DE-BAJA          PIC 9(9).
          05 VA-BAJAS-MES        PIC 9(7).
          05 VA-SIN-FECHA-NAC    PIC 9(7).
          05 VA-SIN-TABLA        PIC 9(7).
          05 VA-JORNAL-LEIDOS    PIC 9(9).
          05 VA-JORNAL-MES       PIC 9(7).
          05 VA-ALTAS-FLUJO      PIC 9(7).
          05 VA-BAJAS-FLUJO      PIC 9(7).
          05 VA-REACTIV-FLUJO    PIC 9(7).
          05 VA-CENSOS-LEIDOS    PIC 9(5).
      *
       01 WS-MES-CENSO           PIC 9(6)  VALUE ZERO.
       01 FILLER REDEFINES WS-MES-CENSO.
          05 WS-MC-ANNO          PIC 9(4).
          05 WS-MC-MES           PIC 99.
      *
      *    UN CUMPLEANNOS CUYO MES Y DIA NO PASA DE MM31 YA SE HA
      *    CUMPLIDO AL ACABAR EL MES MM, TENGA EL MES LOS DIAS QUE
      *    TENGA.
       01 WS-CORTE-MMDD.
          05 WS-CM-MES           PIC 99.
          05 FILLER              PIC XX    VALUE '31'.
      *
       01 WS-ANNO-NACIMIENTO     PIC 9(4).
       01 WS-EDAD-CALCULO        PIC S999  VALUE ZERO.
       01 WS-EDAD-CENSO          PIC 999   VALUE ZERO.
      *
       01 REG-CARTA-CONTROL.
          05 CAR-PALABRA         PIC X(10).
          05 CAR-MES             PIC X(6).
          05 FILLER              PIC X(64).
      *
      *    IMAGENES ANTES/DESPUES DEL JORNAL EN EL LAYOUT DEL MAESTRO;
      *    SOLO INTERESA LA FECHA DE BAJA.
       01 WS-IMAGEN-ANTES.
          05 FILLER              PIC X(39).
          05 WIA-FECHA-BAJA      PIC 9(8).
          05 FILLER              PIC X(6).
       01 WS-IMAGEN-DESPUES.
          05 FILLER              PIC X(39).
          05 WID-FECHA-BAJA      PIC 9(8).
          05 FILLER              PIC X(6).
      *
       01 WS-DIA-MOVIMIENTO      PIC 99    VALUE ZERO.
      *
      ******************************************************************
      *         C E N S O   D E L   M E S   A N T E R I O R            *
      ******************************************************************
       01 WS-CENSO-ANTERIOR.
          05 WCA-MES             PIC 9(6)  VALUE ZERO.
          05 WCA-ACTIVOS         PIC 9(9)  VALUE ZERO.
          05 WCA-DE-BAJA         PIC 9(9)  VALUE ZERO.
      *
       01 WS-VARIACION-NETA      PIC S9(9) VALUE ZERO.
       01 WS-FLUJO-NETO          PIC S9(9) VALUE ZERO.
       01 WS-DIFERENCIA          PIC S9(9) VALUE ZERO.
      *
      ******************************************************************
      *   T A B L A   D E   L A   P I R A M I D E                      *
      ******************************************************************
      *    VEINTE TRAMOS DE CINCO ANNOS (0-4 A 95-99) Y UNO PARA 100 O
      *    MAS.
       01 TAB-PIRAMIDE.
          05 TPI-TRAMO OCCURS 21 TIMES.
             10 TPI-HOMBRES      PIC 9(7).
             10 TPI-MUJERES      PIC 9(7).
             10 TPI-OTROS        PIC 9(7).
       01 WS-NUM-TRAMOS          PIC 99    VALUE 21.
       01 WS-SUB-TRAMO           PIC 99    VALUE ZERO.
       01 WS-MAX-TRAMO           PIC 9(7)  VALUE ZERO.
      *
       01 WS-BARRA-LLENA         PIC X(25) VALUE ALL '*'.
       01 WS-ANCHO-BARRA         PIC 99    VALUE 25.
       01 WS-LARGO-BARRA         PIC 99    VALUE ZERO.
       01 WS-CUENTA-BARRA        PIC 9(7)  VALUE ZERO.
      *
      ******************************************************************
      *   T A B L A   D E   T I P O S   D E   D O C U M E N T O        *
      ******************************************************************
       01 TAB-TIPOS-DOC.
          05 TTD-ENTRADA OCCURS 20 TIMES.
             10 TTD-TIPO-DOC     PIC XXX.
             10 TTD-ACTIVOS      PIC 9(9).
             10 TTD-DE-BAJA      PIC 9(9).
       01 WS-NUM-TIPOS           PIC 99    VALUE ZERO.
       01 WS-MAX-TIPOS           PIC 99    VALUE 20.
       01 WS-SUB-TIPO            PIC 99    VALUE ZERO.
      *
      ******************************************************************
      *   T A B L A   D E L   F L U J O   S E M A N A L                *
      ******************************************************************
       01 TAB-SEMANAS.
          05 TSE-SEMANA OCCURS 5 TIMES.
             10 TSE-ALTAS        PIC 9(7).
             10 TSE-BAJAS        PIC 9(7).
             10 TSE-REACTIV      PIC 9(7).
       01 WS-SUB-SEMANA          PIC 9     VALUE ZERO.
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
             'CENSO MENSUAL DEL MAESTRO'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP34 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-MES.
          05 FILLER              PIC X(30) VALUE
             'MES DEL CENSO.............: '.
          05 LME-MES             PIC 99.
          05 FILLER              PIC X     VALUE '/'.
          05 LME-ANNO            PIC 9(4).
      *
       01 LIN-TITULO-PIRAMIDE.
          05 FILLER              PIC X(40) VALUE
             'PIRAMIDE DE POBLACION (PERSONAS EN ALTA'.
          05 FILLER              PIC X(20) VALUE
             'POR TRAMO DE EDAD)'.
      *
       01 LIN-COLUMNAS-PIRAMIDE.
          05 FILLER              PIC X(34) VALUE
             '  HOMBRES'.
          05 FILLER              PIC X(7)  VALUE ' EDAD'.
          05 FILLER              PIC X(27) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'MUJERES'.
      *
       01 LIN-PIRAMIDE.
          05 LPI-HOMBRES         PIC ZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LPI-BARRA-HOMBRES   PIC X(25).
          05 FILLER              PIC X     VALUE SPACE.
          05 LPI-TRAMO           PIC X(7).
          05 FILLER              PIC X     VALUE SPACE.
          05 LPI-BARRA-MUJERES   PIC X(25).
          05 FILLER              PIC X     VALUE SPACE.
          05 LPI-MUJERES         PIC ZZZZZZ9.
      *
       01 WS-TRAMO-EDITADO.
          05 FILLER              PIC X     VALUE SPACE.
          05 WTE-DESDE           PIC 99.
          05 FILLER              PIC X     VALUE '-'.
          05 WTE-HASTA           PIC 99.
          05 FILLER              PIC X     VALUE SPACE.
      *
       01 LIN-PIRAMIDE-TOTAL.
          05 LPT-HOMBRES         PIC ZZZZZZ9.
          05 FILLER              PIC X(27) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE ' TOTAL'.
          05 FILLER              PIC X(27) VALUE SPACES.
          05 LPT-MUJERES         PIC ZZZZZZ9.
      *
       01 LIN-PIRAMIDE-OTROS.
          05 FILLER              PIC X(30) VALUE
             'GENERO NO INFORMADO.......: '.
          05 LPO-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-PIRAMIDE-SIN-FECHA.
          05 FILLER              PIC X(30) VALUE
             'SIN FECHA NAC. (POR EDAD).: '.
          05 LPF-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TITULO-TIPOS.
          05 FILLER              PIC X(40) VALUE
             'PERSONAS POR TIPO DE DOCUMENTO'.
      *
       01 LIN-COLUMNAS-TIPOS.
          05 FILLER              PIC X(10) VALUE 'TIPO'.
          05 FILLER              PIC X(12) VALUE '  EN ALTA'.
          05 FILLER              PIC X(12) VALUE '  DE BAJA'.
          05 FILLER              PIC X(9)  VALUE '    TOTAL'.
      *
       01 LIN-TIPO.
          05 LTI-TIPO-DOC        PIC XXX.
          05 FILLER              PIC X(7)  VALUE SPACES.
          05 LTI-ACTIVOS         PIC ZZZZZZZZ9.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LTI-DE-BAJA         PIC ZZZZZZZZ9.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 LTI-TOTAL           PIC ZZZZZZZZ9.
      *
       01 LIN-TITULO-BAJAS.
          05 FILLER              PIC X(40) VALUE
             'BAJAS Y REACTIVACIONES'.
      *
       01 LIN-DE-BAJA.
          05 FILLER              PIC X(30) VALUE
             'PERSONAS DE BAJA..........: '.
          05 LDB-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-BAJAS-MES.
          05 FILLER              PIC X(30) VALUE
             'DE BAJA DURANTE EL MES....: '.
          05 LBM-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-REACTIV-MES.
          05 FILLER              PIC X(30) VALUE
             'REACTIVADAS EN EL MES.....: '.
          05 LRM-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TITULO-FLUJO.
          05 FILLER              PIC X(40) VALUE
             'FLUJO DEL MES SEGUN EL JORNAL'.
      *
       01 LIN-COLUMNAS-FLUJO.
          05 FILLER              PIC X(23) VALUE 'SEMANA'.
          05 FILLER              PIC X(10) VALUE '    ALTAS'.
          05 FILLER              PIC X(10) VALUE '    BAJAS'.
          05 FILLER              PIC X(10) VALUE '  REACTIV'.
          05 FILLER              PIC X(9)  VALUE '     NETO'.
      *
       01 LIN-SEMANA.
          05 LSE-TEXTO.
             10 FILLER           PIC X(7)  VALUE 'SEMANA '.
             10 LSE-SEMANA       PIC 9.
             10 FILLER           PIC X(7)  VALUE ' (DIAS '.
             10 LSE-DESDE        PIC 99.
             10 FILLER           PIC X     VALUE '-'.
             10 LSE-HASTA        PIC 99.
          05 FILLER              PIC X(3)  VALUE ')'.
          05 LSE-ALTAS           PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LSE-BAJAS           PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LSE-REACTIV         PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LSE-NETO            PIC ++++++++9.
      *
       01 LIN-SEMANA-TOTAL.
          05 FILLER              PIC X(23) VALUE 'TOTAL DEL MES'.
          05 LST-ALTAS           PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LST-BAJAS           PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LST-REACTIV         PIC ZZZZZZZZ9.
          05 FILLER              PIC X     VALUE SPACE.
          05 LST-NETO            PIC ++++++++9.
      *
       01 LIN-TITULO-VARIACION.
          05 FILLER              PIC X(40) VALUE
             'VARIACION SOBRE EL CENSO ANTERIOR'.
      *
       01 LIN-MES-ANTERIOR.
          05 FILLER              PIC X(30) VALUE
             'CENSO ANTERIOR............: '.
          05 LMA-MES             PIC 99.
          05 FILLER              PIC X     VALUE '/'.
          05 LMA-ANNO            PIC 9(4).
      *
       01 LIN-SIN-ANTERIOR.
          05 FILLER              PIC X(40) VALUE
             'SIN CENSO ANTERIOR: NO HAY VARIACION'.
      *
       01 LIN-ACTIVOS-ANTERIOR.
          05 FILLER              PIC X(30) VALUE
             'EN ALTA CENSO ANTERIOR....: '.
          05 LAA-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-ACTIVOS-ACTUAL.
          05 FILLER              PIC X(30) VALUE
             'EN ALTA ESTE CENSO........: '.
          05 LAC-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-VARIACION.
          05 FILLER              PIC X(30) VALUE
             'VARIACION NETA............: '.
          05 LVA-CONT            PIC ++++++++9.
      *
       01 LIN-FLUJO-NETO.
          05 FILLER              PIC X(30) VALUE
             'FLUJO NETO DEL JORNAL.....: '.
          05 LFN-CONT            PIC ++++++++9.
      *
       01 LIN-DIFERENCIA.
          05 FILLER              PIC X(30) VALUE
             'DIFERENCIA SIN EXPLICAR...: '.
          05 LDI-CONT            PIC ++++++++9.
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS DEL MAESTRO.....: '.
          05 LTL-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-JORNAL.
          05 FILLER              PIC X(30) VALUE
             'APUNTES DEL JORNAL DEL MES: '.
          05 LTJ-CONT            PIC ZZZZZZZZ9.
      *
       01 LIN-TOT-SIN-TABLA.
          05 FILLER              PIC X(30) VALUE
             'SIN SITIO EN LA TABLA TIPO: '.
          05 LTS-CONT            PIC ZZZZZZZZ9.
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
       01 WS-ANTERIOR-SW         PIC X     VALUE 'N'.
          88 HAY-CENSO-ANTERIOR        VALUE 'S'.
          88 SIN-CENSO-ANTERIOR        VALUE 'N'.
      *
       01 WS-TIPO-SW             PIC X     VALUE 'N'.
          88 TIPO-ENCONTRADO           VALUE 'S'.
          88 TIPO-NUEVO                VALUE 'N'.
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
                       TAB-PIRAMIDE
                       TAB-TIPOS-DOC
                       TAB-SEMANAS
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
           MOVE WS-FECHA-SISTEMA (1:6) TO WS-MES-CENSO
      *
           PERFORM 11-LEER-FICHAS
           MOVE WS-MC-MES TO WS-CM-MES
      *
           OPEN OUTPUT CENLIST
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR CENLIST: '
                       FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
      *
           MOVE WS-MC-MES  TO LME-MES
           MOVE WS-MC-ANNO TO LME-ANNO
           WRITE REG-CENLIST FROM LIN-MES
           WRITE REG-CENLIST FROM LIN-BLANCO
           ADD 2 TO WS-LINEAS-PAG
      *
           PERFORM 13-LEER-CENSO-ANTERIOR
      *
           OPEN INPUT MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: '
                       FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           OPEN INPUT JORNAL
      *
           IF FS-JORNAL NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR JORNAL: '
                       FS-JORNAL
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
           OPEN INPUT CENCTRL
      *
           IF FS-CENCTRL = 0
              SET FIN-NO TO TRUE
              PERFORM 12-CARGAR-FICHA UNTIL FIN-OK
              CLOSE CENCTRL
           END-IF
           .
      *
      ******************************************************************
      *  12-CARGAR-FICHA                                               *
      *                                                                *
      ******************************************************************
       12-CARGAR-FICHA.
           READ CENCTRL INTO REG-CARTA-CONTROL
      *
           IF FS-CENCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER CENCTRL: ' FS-CENCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-CENCTRL = 10
              SET FIN-OK TO TRUE
           ELSE
              EVALUATE CAR-PALABRA
              WHEN 'MES'
                   IF CAR-MES NUMERIC
                      AND CAR-MES (5:2) >= '01'
                      AND CAR-MES (5:2) <= '12'
                      MOVE CAR-MES TO WS-MES-CENSO
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
      *  13-LEER-CENSO-ANTERIOR                                        *
      *                                                                *
      ******************************************************************
      *    EL CENSO ANTERIOR ES EL DEL MES MAS RECIENTE ANTERIOR AL
      *    PEDIDO; SI ESE MES SE EJECUTO VARIAS VECES VALE LA ULTIMA.
      *    LA PRIMERA EJECUCION NO TIENE FICHERO CENSO.
       13-LEER-CENSO-ANTERIOR.
           SET SIN-CENSO-ANTERIOR TO TRUE
      *
           OPEN INPUT CENSO
      *
           IF FS-CENSO = 0
              SET FIN-NO TO TRUE
              PERFORM 14-EXAMINAR-CENSO UNTIL FIN-OK
              CLOSE CENSO
           ELSE
              IF FS-CENSO NOT = 35
                 DISPLAY 'ERROR FILE STATUS AL ABRIR CENSO: '
                          FS-CENSO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  14-EXAMINAR-CENSO                                             *
      *                                                                *
      ******************************************************************
       14-EXAMINAR-CENSO.
           READ CENSO INTO REG-CENSO
      *
           EVALUATE FS-CENSO
           WHEN 0
                ADD 1 TO VA-CENSOS-LEIDOS
                IF CEN-MES < WS-MES-CENSO
                   AND CEN-MES NOT < WCA-MES
                   SET HAY-CENSO-ANTERIOR TO TRUE
                   MOVE CEN-MES     TO WCA-MES
                   MOVE CEN-ACTIVOS TO WCA-ACTIVOS
                   MOVE CEN-DE-BAJA TO WCA-DE-BAJA
                END-IF
           WHEN 10
                SET FIN-OK TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER CENSO: ' FS-CENSO
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           SET FIN-NO TO TRUE
           PERFORM 200-LEER-MAESTRO
           PERFORM 210-CLASIFICAR-PERSONA UNTIL FIN-OK
      *
           SET FIN-NO TO TRUE
           PERFORM 230-LEER-JORNAL
           PERFORM 240-CLASIFICAR-MOVIMIENTO UNTIL FIN-OK
      *
           PERFORM 250-IMPRIMIR-PIRAMIDE
           PERFORM 260-IMPRIMIR-TIPOS-DOC
           PERFORM 270-IMPRIMIR-BAJAS
           PERFORM 280-IMPRIMIR-FLUJO
           PERFORM 290-IMPRIMIR-VARIACION
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-LEER-MAESTRO                                              *
      *                                                                *
      ******************************************************************
       200-LEER-MAESTRO.
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
      *  210-CLASIFICAR-PERSONA                                        *
      *                                                                *
      ******************************************************************
       210-CLASIFICAR-PERSONA.
           PERFORM 220-ANOTAR-TIPO-DOC
      *
           IF MAE-FECHA-BAJA = ZERO
              ADD 1 TO VA-ACTIVOS
              IF TIPO-ENCONTRADO
                 ADD 1 TO TTD-ACTIVOS (WS-SUB-TIPO)
              END-IF
              PERFORM 215-CALCULAR-EDAD
              PERFORM 217-ANOTAR-PIRAMIDE
           ELSE
              ADD 1 TO VA-DE-BAJA
              IF TIPO-ENCONTRADO
                 ADD 1 TO TTD-DE-BAJA (WS-SUB-TIPO)
              END-IF
              IF MAE-FECHA-BAJA (1:6) = WS-MES-CENSO
                 ADD 1 TO VA-BAJAS-MES
              END-IF
           END-IF
      *
           PERFORM 200-LEER-MAESTRO
           .
      *
      ******************************************************************
      *  215-CALCULAR-EDAD                                             *
      *                                                                *
      ******************************************************************
      *    EDAD CUMPLIDA AL ACABAR EL MES DEL CENSO, CON EL MISMO
      *    CRITERIO QUE EL ENVEJECIMIENTO ADCDAP22: CON SOLO EL ANNO
      *    DE NACIMIENTO SE CALCULA POR ANNO. SIN FECHA DE NACIMIENTO
      *    SE TOMA LA EDAD DEL MAESTRO.
       215-CALCULAR-EDAD.
           IF MAE-FECHA-NAC = ZERO
              ADD 1 TO VA-SIN-FECHA-NAC
              MOVE MAE-EDAD TO WS-EDAD-CENSO
           ELSE
              MOVE MAE-FECHA-NAC (1:4) TO WS-ANNO-NACIMIENTO
              COMPUTE WS-EDAD-CALCULO =
                      WS-MC-ANNO - WS-ANNO-NACIMIENTO
      *
              IF MAE-FECHA-NAC (5:4) > 0
                 AND WS-CORTE-MMDD < MAE-FECHA-NAC (5:4)
                 SUBTRACT 1 FROM WS-EDAD-CALCULO
              END-IF
      *
              IF WS-EDAD-CALCULO < 0
                 MOVE ZERO TO WS-EDAD-CENSO
              ELSE
                 MOVE WS-EDAD-CALCULO TO WS-EDAD-CENSO
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  217-ANOTAR-PIRAMIDE                                           *
      *                                                                *
      ******************************************************************
       217-ANOTAR-PIRAMIDE.
           DIVIDE WS-EDAD-CENSO BY 5 GIVING WS-SUB-TRAMO
           ADD 1 TO WS-SUB-TRAMO
      *
           IF WS-SUB-TRAMO > WS-NUM-TRAMOS
              MOVE WS-NUM-TRAMOS TO WS-SUB-TRAMO
           END-IF
      *
           EVALUATE MAE-GENERO
           WHEN 'H'
                ADD 1 TO TPI-HOMBRES (WS-SUB-TRAMO)
                ADD 1 TO VA-HOMBRES
           WHEN 'M'
                ADD 1 TO TPI-MUJERES (WS-SUB-TRAMO)
                ADD 1 TO VA-MUJERES
           WHEN OTHER
                ADD 1 TO TPI-OTROS (WS-SUB-TRAMO)
                ADD 1 TO VA-OTROS
           END-EVALUATE
           .
      *
      ******************************************************************
      *  220-ANOTAR-TIPO-DOC                                           *
      *                                                                *
      ******************************************************************
      *    CON LA TABLA LLENA UN TIPO NUEVO NO SE DESGLOSA: SE CUENTA,
      *    SE AVISA Y LA EJECUCION TERMINA CON CODIGO 4.
       220-ANOTAR-TIPO-DOC.
           SET TIPO-NUEVO TO TRUE
           MOVE 1 TO WS-SUB-TIPO
           PERFORM 221-BUSCAR-TIPO-DOC
               UNTIL TIPO-ENCONTRADO
                  OR WS-SUB-TIPO > WS-NUM-TIPOS
      *
           IF TIPO-NUEVO
              IF WS-NUM-TIPOS < WS-MAX-TIPOS
                 ADD 1 TO WS-NUM-TIPOS
                 MOVE WS-NUM-TIPOS TO WS-SUB-TIPO
                 MOVE MAE-TIPO-DOC TO TTD-TIPO-DOC (WS-SUB-TIPO)
                 SET TIPO-ENCONTRADO TO TRUE
              ELSE
                 ADD 1 TO VA-SIN-TABLA
                 IF AVISO-TABLA-PENDIENTE
                    SET AVISO-TABLA-DADO TO TRUE
                    DISPLAY 'TABLA DE TIPOS DE DOCUMENTO LLENA. HAY '
                            'PERSONAS SIN DESGLOSAR.'
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  221-BUSCAR-TIPO-DOC                                           *
      *                                                                *
      ******************************************************************
       221-BUSCAR-TIPO-DOC.
           IF TTD-TIPO-DOC (WS-SUB-TIPO) = MAE-TIPO-DOC
              SET TIPO-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-SUB-TIPO
           END-IF
           .
      *
      ******************************************************************
      *  230-LEER-JORNAL                                               *
      *                                                                *
      ******************************************************************
       230-LEER-JORNAL.
           READ JORNAL INTO REG-JORNAL
      *
           IF FS-JORNAL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER JORNAL: ' FS-JORNAL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-JORNAL = 10
              SET FIN-OK TO TRUE
           ELSE
              ADD 1 TO VA-JORNAL-LEIDOS
           END-IF
           .
      *
      ******************************************************************
      *  240-CLASIFICAR-MOVIMIENTO                                     *
      *                                                                *
      ******************************************************************
      *    SOLO LOS APUNTES DEL MES. UNA MODIFICACION O UNA CORRECCION
      *    MANUAL CUENTA COMO REACTIVACION CUANDO LA IMAGEN ANTERIOR
      *    TENIA FECHA DE BAJA Y LA NUEVA NO; UNA CORRECCION MANUAL
      *    CUENTA COMO BAJA EN EL CASO CONTRARIO.
       240-CLASIFICAR-MOVIMIENTO.
           IF JOR-FECHA (1:6) = WS-MES-CENSO
              ADD 1 TO VA-JORNAL-MES
              MOVE JOR-FECHA (7:2) TO WS-DIA-MOVIMIENTO
              IF WS-DIA-MOVIMIENTO = ZERO
                 MOVE 1 TO WS-DIA-MOVIMIENTO
              END-IF
              COMPUTE WS-SUB-SEMANA = (WS-DIA-MOVIMIENTO - 1) / 7 + 1
              IF WS-SUB-SEMANA > 5
                 MOVE 5 TO WS-SUB-SEMANA
              END-IF
      *
              MOVE JOR-ANTES   TO WS-IMAGEN-ANTES
              MOVE JOR-DESPUES TO WS-IMAGEN-DESPUES
      *
              EVALUATE TRUE
              WHEN ACCION-ALTA
                   ADD 1 TO TSE-ALTAS (WS-SUB-SEMANA)
                   ADD 1 TO VA-ALTAS-FLUJO
              WHEN ACCION-BAJA
                   ADD 1 TO TSE-BAJAS (WS-SUB-SEMANA)
                   ADD 1 TO VA-BAJAS-FLUJO
              WHEN ACCION-ACTUALIZACION
              WHEN ACCION-CORRECCION
                   IF WIA-FECHA-BAJA IS NUMERIC
                      AND WID-FECHA-BAJA IS NUMERIC
                      AND WIA-FECHA-BAJA NOT = ZERO
                      AND WID-FECHA-BAJA = ZERO
                      ADD 1 TO TSE-REACTIV (WS-SUB-SEMANA)
                      ADD 1 TO VA-REACTIV-FLUJO
                   END-IF
                   IF ACCION-CORRECCION
                      AND WIA-FECHA-BAJA IS NUMERIC
                      AND WID-FECHA-BAJA IS NUMERIC
                      AND WIA-FECHA-BAJA = ZERO
                      AND WID-FECHA-BAJA NOT = ZERO
                      ADD 1 TO TSE-BAJAS (WS-SUB-SEMANA)
                      ADD 1 TO VA-BAJAS-FLUJO
                   END-IF
              WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF
      *
           PERFORM 230-LEER-JORNAL
           .
      *
      ******************************************************************
      *  250-IMPRIMIR-PIRAMIDE                                         *
      *                                                                *
      ******************************************************************
      *    DE ARRIBA ABAJO, DEL TRAMO DE MAS EDAD AL MAS JOVEN. LAS
      *    BARRAS SE ESCALAN AL TRAMO MAS NUMEROSO DE LOS DOS GENEROS.
       250-IMPRIMIR-PIRAMIDE.
           MOVE ZERO TO WS-MAX-TRAMO
           MOVE 1 TO WS-SUB-TRAMO
           PERFORM 251-BUSCAR-MAXIMO
               UNTIL WS-SUB-TRAMO > WS-NUM-TRAMOS
      *
           MOVE 30 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-TITULO-PIRAMIDE
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-COLUMNAS-PIRAMIDE
           ADD 3 TO WS-LINEAS-PAG
      *
           MOVE WS-NUM-TRAMOS TO WS-SUB-TRAMO
           PERFORM 252-IMPRIMIR-TRAMO
               UNTIL WS-SUB-TRAMO = ZERO
      *
           MOVE VA-HOMBRES       TO LPT-HOMBRES
           MOVE VA-MUJERES       TO LPT-MUJERES
           MOVE VA-OTROS         TO LPO-CONT
           MOVE VA-SIN-FECHA-NAC TO LPF-CONT
           WRITE REG-CENLIST FROM LIN-PIRAMIDE-TOTAL
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-PIRAMIDE-OTROS
           WRITE REG-CENLIST FROM LIN-PIRAMIDE-SIN-FECHA
           WRITE REG-CENLIST FROM LIN-BLANCO
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 5 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  251-BUSCAR-MAXIMO                                             *
      *                                                                *
      ******************************************************************
       251-BUSCAR-MAXIMO.
           IF TPI-HOMBRES (WS-SUB-TRAMO) > WS-MAX-TRAMO
              MOVE TPI-HOMBRES (WS-SUB-TRAMO) TO WS-MAX-TRAMO
           END-IF
      *
           IF TPI-MUJERES (WS-SUB-TRAMO) > WS-MAX-TRAMO
              MOVE TPI-MUJERES (WS-SUB-TRAMO) TO WS-MAX-TRAMO
           END-IF
      *
           ADD 1 TO WS-SUB-TRAMO
           .
      *
      ******************************************************************
      *  252-IMPRIMIR-TRAMO                                            *
      *                                                                *
      ******************************************************************
       252-IMPRIMIR-TRAMO.
           IF WS-SUB-TRAMO = WS-NUM-TRAMOS
              MOVE ' 100+  ' TO LPI-TRAMO
           ELSE
              COMPUTE WTE-DESDE = (WS-SUB-TRAMO - 1) * 5
              COMPUTE WTE-HASTA = (WS-SUB-TRAMO - 1) * 5 + 4
              MOVE WS-TRAMO-EDITADO TO LPI-TRAMO
           END-IF
      *
           MOVE TPI-HOMBRES (WS-SUB-TRAMO) TO LPI-HOMBRES
           MOVE SPACES                     TO LPI-BARRA-HOMBRES
           MOVE TPI-HOMBRES (WS-SUB-TRAMO) TO WS-CUENTA-BARRA
           PERFORM 253-CALCULAR-BARRA
           IF WS-LARGO-BARRA > 0
              MOVE WS-BARRA-LLENA (1:WS-LARGO-BARRA)
                TO LPI-BARRA-HOMBRES
                   (WS-ANCHO-BARRA - WS-LARGO-BARRA + 1:
                    WS-LARGO-BARRA)
           END-IF
      *
           MOVE TPI-MUJERES (WS-SUB-TRAMO) TO LPI-MUJERES
           MOVE SPACES                     TO LPI-BARRA-MUJERES
           MOVE TPI-MUJERES (WS-SUB-TRAMO) TO WS-CUENTA-BARRA
           PERFORM 253-CALCULAR-BARRA
           IF WS-LARGO-BARRA > 0
              MOVE WS-BARRA-LLENA (1:WS-LARGO-BARRA)
                TO LPI-BARRA-MUJERES
           END-IF
      *
           WRITE REG-CENLIST FROM LIN-PIRAMIDE
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           SUBTRACT 1 FROM WS-SUB-TRAMO
           .
      *
      ******************************************************************
      *  253-CALCULAR-BARRA                                            *
      *                                                                *
      ******************************************************************
      *    UN TRAMO CON ALGUNA PERSONA TIENE AL MENOS UN ASTERISCO.
       253-CALCULAR-BARRA.
           IF WS-CUENTA-BARRA = ZERO OR WS-MAX-TRAMO = ZERO
              MOVE ZERO TO WS-LARGO-BARRA
           ELSE
              COMPUTE WS-LARGO-BARRA =
                      (WS-CUENTA-BARRA * WS-ANCHO-BARRA
                       + WS-MAX-TRAMO - 1) / WS-MAX-TRAMO
           END-IF
           .
      *
      ******************************************************************
      *  260-IMPRIMIR-TIPOS-DOC                                        *
      *                                                                *
      ******************************************************************
       260-IMPRIMIR-TIPOS-DOC.
           MOVE 4 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-TITULO-TIPOS
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-COLUMNAS-TIPOS
           ADD 3 TO WS-LINEAS-PAG
      *
           MOVE 1 TO WS-SUB-TIPO
           PERFORM 261-IMPRIMIR-TIPO
               UNTIL WS-SUB-TIPO > WS-NUM-TIPOS
      *
           MOVE 'TOT'       TO LTI-TIPO-DOC
           MOVE VA-ACTIVOS  TO LTI-ACTIVOS
           MOVE VA-DE-BAJA  TO LTI-DE-BAJA
           COMPUTE LTI-TOTAL = VA-ACTIVOS + VA-DE-BAJA
      *
           MOVE 3 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-TIPO
           WRITE REG-CENLIST FROM LIN-BLANCO
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  261-IMPRIMIR-TIPO                                             *
      *                                                                *
      ******************************************************************
       261-IMPRIMIR-TIPO.
           MOVE TTD-TIPO-DOC (WS-SUB-TIPO) TO LTI-TIPO-DOC
           MOVE TTD-ACTIVOS (WS-SUB-TIPO)  TO LTI-ACTIVOS
           MOVE TTD-DE-BAJA (WS-SUB-TIPO)  TO LTI-DE-BAJA
           COMPUTE LTI-TOTAL = TTD-ACTIVOS (WS-SUB-TIPO)
                             + TTD-DE-BAJA (WS-SUB-TIPO)
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-TIPO
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           ADD 1 TO WS-SUB-TIPO
           .
      *
      ******************************************************************
      *  270-IMPRIMIR-BAJAS                                            *
      *                                                                *
      ******************************************************************
       270-IMPRIMIR-BAJAS.
           MOVE VA-DE-BAJA       TO LDB-CONT
           MOVE VA-BAJAS-MES     TO LBM-CONT
           MOVE VA-REACTIV-FLUJO TO LRM-CONT
      *
           MOVE 6 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-TITULO-BAJAS
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-DE-BAJA
           WRITE REG-CENLIST FROM LIN-BAJAS-MES
           WRITE REG-CENLIST FROM LIN-REACTIV-MES
           WRITE REG-CENLIST FROM LIN-BLANCO
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 6 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  280-IMPRIMIR-FLUJO                                            *
      *                                                                *
      ******************************************************************
       280-IMPRIMIR-FLUJO.
           MOVE 10 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-TITULO-FLUJO
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-COLUMNAS-FLUJO
           ADD 3 TO WS-LINEAS-PAG
      *
           MOVE 1 TO WS-SUB-SEMANA
           PERFORM 281-IMPRIMIR-SEMANA
               UNTIL WS-SUB-SEMANA > 5
      *
           COMPUTE WS-FLUJO-NETO = VA-ALTAS-FLUJO + VA-REACTIV-FLUJO
                                 - VA-BAJAS-FLUJO
           MOVE VA-ALTAS-FLUJO   TO LST-ALTAS
           MOVE VA-BAJAS-FLUJO   TO LST-BAJAS
           MOVE VA-REACTIV-FLUJO TO LST-REACTIV
           MOVE WS-FLUJO-NETO    TO LST-NETO
      *
           WRITE REG-CENLIST FROM LIN-SEMANA-TOTAL
           WRITE REG-CENLIST FROM LIN-BLANCO
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 2 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  281-IMPRIMIR-SEMANA                                           *
      *                                                                *
      ******************************************************************
      *    LA QUINTA SEMANA VA DEL DIA 29 A FIN DE MES.
       281-IMPRIMIR-SEMANA.
           MOVE WS-SUB-SEMANA TO LSE-SEMANA
           COMPUTE LSE-DESDE = (WS-SUB-SEMANA - 1) * 7 + 1
           IF WS-SUB-SEMANA = 5
              MOVE 31 TO LSE-HASTA
           ELSE
              COMPUTE LSE-HASTA = WS-SUB-SEMANA * 7
           END-IF
      *
           MOVE TSE-ALTAS (WS-SUB-SEMANA)   TO LSE-ALTAS
           MOVE TSE-BAJAS (WS-SUB-SEMANA)   TO LSE-BAJAS
           MOVE TSE-REACTIV (WS-SUB-SEMANA) TO LSE-REACTIV
           COMPUTE LSE-NETO = TSE-ALTAS (WS-SUB-SEMANA)
                            + TSE-REACTIV (WS-SUB-SEMANA)
                            - TSE-BAJAS (WS-SUB-SEMANA)
      *
           WRITE REG-CENLIST FROM LIN-SEMANA
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           ADD 1 TO WS-SUB-SEMANA
           .
      *
      ******************************************************************
      *  290-IMPRIMIR-VARIACION                                        *
      *                                                                *
      ******************************************************************
      *    LA VARIACION NETA DE PERSONAS EN ALTA DEBE COINCIDIR CON EL
      *    FLUJO NETO DEL JORNAL CUANDO EL CENSO ANTERIOR ES EL DEL MES
      *    INMEDIATAMENTE ANTERIOR Y AMBOS SE TOMARON AL CIERRE.
       290-IMPRIMIR-VARIACION.
           MOVE 7 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-TITULO-VARIACION
           WRITE REG-CENLIST FROM LIN-BLANCO
           ADD 2 TO WS-LINEAS-PAG
      *
           IF HAY-CENSO-ANTERIOR
              COMPUTE WS-VARIACION-NETA = VA-ACTIVOS - WCA-ACTIVOS
              COMPUTE WS-DIFERENCIA = WS-VARIACION-NETA
                                    - WS-FLUJO-NETO
      *
              MOVE WCA-MES (5:2)     TO LMA-MES
              MOVE WCA-MES (1:4)     TO LMA-ANNO
              MOVE WCA-ACTIVOS       TO LAA-CONT
              MOVE VA-ACTIVOS        TO LAC-CONT
              MOVE WS-VARIACION-NETA TO LVA-CONT
              MOVE WS-FLUJO-NETO     TO LFN-CONT
              MOVE WS-DIFERENCIA     TO LDI-CONT
      *
              WRITE REG-CENLIST FROM LIN-MES-ANTERIOR
              WRITE REG-CENLIST FROM LIN-ACTIVOS-ANTERIOR
              WRITE REG-CENLIST FROM LIN-ACTIVOS-ACTUAL
              WRITE REG-CENLIST FROM LIN-VARIACION
              WRITE REG-CENLIST FROM LIN-FLUJO-NETO
              WRITE REG-CENLIST FROM LIN-DIFERENCIA
              ADD 6 TO WS-LINEAS-PAG
           ELSE
              WRITE REG-CENLIST FROM LIN-SIN-ANTERIOR
              ADD 1 TO WS-LINEAS-PAG
           END-IF
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE VA-LEIDOS     TO LTL-CONT
           MOVE VA-JORNAL-MES TO LTJ-CONT
           MOVE VA-SIN-TABLA  TO LTS-CONT
      *
           MOVE 4 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-CENLIST FROM LIN-BLANCO
           WRITE REG-CENLIST FROM LIN-TOT-LEIDOS
           WRITE REG-CENLIST FROM LIN-TOT-JORNAL
           WRITE REG-CENLIST FROM LIN-TOT-SIN-TABLA
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 4 TO WS-LINEAS-PAG
      *
           DISPLAY 'REGISTROS DEL MAESTRO....: ' VA-LEIDOS
           DISPLAY 'PERSONAS EN ALTA.........: ' VA-ACTIVOS
           DISPLAY 'PERSONAS DE BAJA.........: ' VA-DE-BAJA
           DISPLAY 'APUNTES JORNAL DEL MES...: ' VA-JORNAL-MES
           DISPLAY 'SIN SITIO EN TABLA TIPO..: ' VA-SIN-TABLA
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
           WRITE REG-CENLIST FROM LIN-CABECERA-1
           WRITE REG-CENLIST FROM LIN-CABECERA-2
           WRITE REG-CENLIST FROM LIN-BLANCO
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENLIST: ' FS-CENLIST
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
      *    LOS TOTALES DEL MES SE ANADEN A CENSO PARA LA COMPARACION
      *    DEL MES SIGUIENTE.
       30-FIN.
           CLOSE MAESTRO
                 JORNAL
      *
           OPEN EXTEND CENSO
      *
           IF FS-CENSO = 35
              OPEN OUTPUT CENSO
           END-IF
      *
           IF FS-CENSO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR CENSO: ' FS-CENSO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           INITIALIZE REG-CENSO
           MOVE WS-MES-CENSO     TO CEN-MES
           MOVE WS-FECHA-SISTEMA TO CEN-FECHA-EJEC
           MOVE VA-ACTIVOS       TO CEN-ACTIVOS
           MOVE VA-HOMBRES       TO CEN-HOMBRES
           MOVE VA-MUJERES       TO CEN-MUJERES
           MOVE VA-OTROS         TO CEN-OTROS
           MOVE VA-DE-BAJA       TO CEN-DE-BAJA
           MOVE VA-BAJAS-MES     TO CEN-BAJAS-MES
           MOVE VA-REACTIV-FLUJO TO CEN-REACTIV-MES
      *
           WRITE REG-CENSO-ENT FROM REG-CENSO
      *
           IF FS-CENSO NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CENSO: ' FS-CENSO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE CENSO
                 CENLIST
      *
           IF FS-CENLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR CENLIST: '
                       FS-CENLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
