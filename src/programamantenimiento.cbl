       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP36.
      *
      *    TRANSACCION EN PANTALLA DE CORRECCION MANUAL DEL MAESTRO
      *    PERSONA. EL OPERADOR SE IDENTIFICA CON SU CODIGO Y CLAVE
      *    (FICHERO OPERADOR, OPERADOR.CPY), CONSULTA A UNA PERSONA POR
      *    TIPO Y NUMERO DE DOCUMENTO Y CORRIGE EL GENERO, LA FECHA DE
      *    NACIMIENTO (LA EDAD SE RECALCULA) O LA SITUACION DE ALTA O
      *    BAJA. TODA CORRECCION EXIGE UN CODIGO DE MOTIVO DE LA TABLA
      *    DE MOTIVOS. UN DOCUMENTO RENUMERADO SE SIGUE POR XREFDOC
      *    HASTA LA CLAVE VIGENTE, QUE ES LA QUE SE CORRIGE.
      *
      *    LAS BAJAS Y LAS REACTIVACIONES NO SE APLICAN SIN LA FIRMA
      *    DE UN SUPERVISOR (NIVEL 'S') DISTINTO DEL OPERADOR, QUE
      *    TECLEA SU CODIGO Y CLAVE EN UNA SEGUNDA PANTALLA.
      *
      *    CADA CORRECCION SE ANOTA EN EL JORNAL CON ACCION 'C' Y EL
      *    OPERADOR Y EL MOTIVO EN JOR-CORRECCION, PARA QUE LA
      *    AUDITORIA ADCDAP21 LA DISTINGA DE LOS CAMBIOS LLEGADOS DE
      *    LOS DEPARTAMENTOS, Y EN EL FICHERO ACUMULATIVO MANTREG
      *    (MANTREG.CPY) CON LA HORA Y EL SUPERVISOR QUE LA FIRMO.
      *    ANTES DE GRABAR SE RELEE LA PERSONA: SI HA CAMBIADO DESDE
      *    LA CONSULTA NO SE APLICA NADA.
      *
      *    ABRE EL MAESTRO EN ACTUALIZACION, POR LO QUE NO DEBE ESTAR
      *    EN USO A LA VEZ QUE LA CADENA DIARIA (ADCDAP10). AL TERMINAR
      *    MUESTRA EL RESUMEN DE LA SESION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPERADOR     ASSIGN TO OPERADOR
                  FILE STATUS IS FS-OPERADOR.
      *
           SELECT JORNAL       ASSIGN TO JORNAL
                  FILE STATUS IS FS-JORNAL.
      *
           SELECT MANTREG      ASSIGN TO MANTREG
                  FILE STATUS IS FS-MANTREG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD XREFDOC.
       COPY XREFDOC.
      *
       FD OPERADOR
           RECORDING MODE IS F.
       01 REG-OPERADOR-ENT       PIC X(80).
      *
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-SAL         PIC X(133).
      *
       FD MANTREG
           RECORDING MODE IS F.
       01 REG-MANTREG-SAL        PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-MAESTRO             PIC 99.
       01 FS-XREFDOC             PIC 99.
       01 FS-OPERADOR            PIC 99.
       01 FS-JORNAL              PIC 99.
       01 FS-MANTREG             PIC 99.
      *
       01 VARIABLES.
          05 VA-CONSULTAS        PIC 9(6).
          05 VA-NO-ENCONTRADOS   PIC 9(6).
          05 VA-CORRECCIONES     PIC 9(6).
          05 VA-FIRMADAS         PIC 9(6).
          05 VA-ANULADAS         PIC 9(6).
          05 VA-ACCESOS-FALLIDOS PIC 9(6).
      *
       COPY OPERADOR.
      *
       COPY JORNAL.
      *
       COPY MANTREG.
      *
       01 WS-FECHA-SISTEMA       PIC 9(8).
       01 WS-HORA-SISTEMA        PIC 9(8).
      *
      *    IMAGEN DE LA PERSONA TAL COMO SE MOSTRO EN LA CONSULTA E
      *    IMAGEN ANTERIOR AL CAMBIO PARA EL JORNAL.
       01 WS-MAE-CONSULTA        PIC X(53).
       01 WS-MAE-ANTES           PIC X(53).
      *
      ******************************************************************
      *          T A B L A   D E   O P E R A D O R E S                 *
      ******************************************************************
       01 TAB-OPERADORES.
          05 TOP-ENTRADA OCCURS 100 TIMES.
             10 TOP-CODIGO       PIC X(4).
             10 TOP-NIVEL        PIC X.
                88 TOP-SUPERVISOR      VALUE 'S'.
             10 TOP-CLAVE-ACCESO PIC X(8).
             10 TOP-NOMBRE       PIC X(30).
       01 WS-NUM-OPERADORES      PIC 999   VALUE ZERO.
       01 WS-MAX-OPERADORES      PIC 999   VALUE 100.
       01 WS-SUB-OPE             PIC 999   VALUE ZERO.
       01 WS-OPERADOR-BUSCAR     PIC X(4)  VALUE SPACES.
      *
      *    OPERADOR DE LA SESION Y SUPERVISOR QUE FIRMA LA CORRECCION.
       01 WS-OPERADOR-SESION     PIC X(4)  VALUE SPACES.
       01 WS-SUPERVISOR-FIRMA    PIC X(4)  VALUE SPACES.
      *
       01 WS-INTENTOS            PIC 9     VALUE ZERO.
       01 WS-MAX-INTENTOS        PIC 9     VALUE 3.
      *
      ******************************************************************
      *             T A B L A   D E   M O T I V O S                    *
      ******************************************************************
       01 TABLA-MOTIVOS-VALORES.
          05 FILLER              PIC X(26) VALUE
             '01 ERROR DE GRABACION     '.
          05 FILLER              PIC X(26) VALUE
             '02 DOCUMENTACION APORTADA '.
          05 FILLER              PIC X(26) VALUE
             '03 RECLAMACION INTERESADO '.
          05 FILLER              PIC X(26) VALUE
             '04 ERROR DEL DEPARTAMENTO '.
          05 FILLER              PIC X(26) VALUE
             '05 FALLECIMIENTO          '.
          05 FILLER              PIC X(26) VALUE
             '06 BAJA INDEBIDA          '.
          05 FILLER              PIC X(26) VALUE
             '07 PERSONA DUPLICADA      '.
          05 FILLER              PIC X(26) VALUE
             '99 OTROS MOTIVOS          '.
       01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VALORES.
          05 TMO-ENTRADA OCCURS 8 TIMES.
             10 TMO-CODIGO       PIC XX.
             10 FILLER           PIC X.
             10 TMO-DESCRIPCION  PIC X(23).
       01 WS-NUM-MOTIVOS         PIC 9     VALUE 8.
       01 WS-SUB-MOTIVO          PIC 99    VALUE ZERO.
      *
      ******************************************************************
      *   A R E A   D E   C A L C U L O   D E   F E C H A S            *
      ******************************************************************
       01 TABLA-DIAS-MES-VALORES.
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
       01 TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
          05 TDM-DIAS            PIC 99    OCCURS 12 TIMES.
      *
       01 WS-FECHA-NAC-NUEVA     PIC 9(8)  VALUE ZERO.
       01 FILLER REDEFINES WS-FECHA-NAC-NUEVA.
          05 WS-FN-ANNO          PIC 9(4).
          05 WS-FN-MES           PIC 99.
          05 WS-FN-DIA           PIC 99.
      *
       01 WS-DIAS-DEL-MES        PIC 99    VALUE ZERO.
      *
      *    LA EDAD SE CALCULA A LA FECHA DE REFERENCIA: HOY PARA LAS
      *    PERSONAS EN ALTA Y LA FECHA DE BAJA PARA LAS DE BAJA, CUYA
      *    EDAD NO SIGUE AVANZANDO (ADCDAP22).
       01 WS-FECHA-REFERENCIA    PIC 9(8)  VALUE ZERO.
       01 FILLER REDEFINES WS-FECHA-REFERENCIA.
          05 WS-REF-ANNO         PIC 9(4).
          05 FILLER              PIC 9(4).
      *
       01 WS-ANNO-NACIMIENTO     PIC 9(4)  VALUE ZERO.
       01 WS-EDAD-CALCULADA      PIC S9(3) VALUE ZERO.
       01 WS-FECHA-BAJA-NUEVA    PIC 9(8)  VALUE ZERO.
      *
       01 WS-BIS-ANNO            PIC 9(4)  VALUE ZERO.
       01 WS-BIS-COCIENTE        PIC 9(4)  VALUE ZERO.
       01 WS-BIS-RESTO-4         PIC 999   VALUE ZERO.
       01 WS-BIS-RESTO-100       PIC 999   VALUE ZERO.
       01 WS-BIS-RESTO-400       PIC 999   VALUE ZERO.
      *
       01 WS-FECHA-EDICION       PIC 9(8)  VALUE ZERO.
       01 WS-FECHA-EDITADA       PIC X(10) VALUE SPACES.
      *
      *    PASO DE MINUSCULAS A MAYUSCULAS DE LO TECLEADO.
       01 WS-MINUSCULAS          PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.
       01 WS-MAYUSCULAS          PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
      ******************************************************************
      *          A R E A   D E   P A N T A L L A S                     *
      ******************************************************************
       01 WS-DATOS-PANTALLA.
          05 PAN-FECHA-HOY       PIC X(10).
          05 PAN-OPERADOR-SESION PIC X(4).
          05 PAN-NOMBRE-SESION   PIC X(30).
          05 PAN-MENSAJE         PIC X(78).
      *    IDENTIFICACION Y CONSULTA
          05 PAN-OPERADOR        PIC X(4).
          05 PAN-CLAVE           PIC X(8).
          05 PAN-TIPO-DOC        PIC XXX.
          05 PAN-NUM-DOC         PIC X(9).
      *    DATOS ACTUALES DE LA PERSONA
          05 PAN-GENERO-ACT      PIC X.
          05 PAN-FNAC-ACT        PIC X(10).
          05 PAN-EDAD-ACT        PIC 99.
          05 PAN-SITUACION-ACT   PIC X(16).
          05 PAN-FECHA-ALTA      PIC X(10).
          05 PAN-FECHA-ACT       PIC X(10).
      *    CORRECCION
          05 PAN-GENERO          PIC X.
          05 PAN-FECHA-NAC       PIC X(8).
          05 PAN-EDAD-NUEVA      PIC 999.
          05 PAN-SITUACION       PIC X.
          05 PAN-MOTIVO          PIC XX.
          05 PAN-DESC-MOTIVO     PIC X(23).
          05 PAN-CONFIRMAR       PIC X.
      *    FIRMA DEL SUPERVISOR
          05 PAN-TIPO-CAMBIO     PIC X(12).
          05 PAN-SUPERVISOR      PIC X(4).
          05 PAN-CLAVE-SUP       PIC X(8).
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
       01 WS-XREFDOC-SW          PIC X     VALUE 'N'.
          88 HAY-XREFDOC               VALUE 'S'.
          88 NO-HAY-XREFDOC            VALUE 'N'.
      *
       01 WS-XREF-SW             PIC X     VALUE 'N'.
          88 XREF-FIN-CADENA           VALUE 'S'.
          88 XREF-SEGUIR-CADENA        VALUE 'N'.
      *
       01 WS-ACCESO-SW           PIC X     VALUE 'P'.
          88 ACCESO-PENDIENTE          VALUE 'P'.
          88 ACCESO-CONCEDIDO          VALUE 'S'.
          88 ACCESO-DENEGADO           VALUE 'N'.
      *
       01 WS-OPERADOR-SW         PIC X     VALUE 'N'.
          88 OPERADOR-ENCONTRADO       VALUE 'S'.
          88 OPERADOR-NO-ENCONTRADO    VALUE 'N'.
      *
       01 WS-AVISO-TABLA-SW      PIC X     VALUE 'N'.
          88 AVISO-TABLA-DADO          VALUE 'S'.
          88 AVISO-TABLA-PENDIENTE     VALUE 'N'.
      *
       01 WS-PERSONA-SW          PIC X     VALUE 'N'.
          88 PERSONA-ENCONTRADA        VALUE 'S'.
          88 PERSONA-NO-ENCONTRADA     VALUE 'N'.
      *
       01 WS-CORRECCION-SW       PIC X     VALUE 'P'.
          88 CORRECCION-PENDIENTE      VALUE 'P'.
          88 CORRECCION-CONFIRMADA     VALUE 'C'.
          88 CORRECCION-ANULADA        VALUE 'A'.
      *
       01 WS-DATOS-SW            PIC X     VALUE 'N'.
          88 DATOS-VALIDOS             VALUE 'S'.
          88 DATOS-NO-VALIDOS          VALUE 'N'.
      *
       01 WS-FECHA-NAC-SW        PIC X     VALUE 'N'.
          88 FECHA-NAC-VALIDA          VALUE 'S'.
          88 FECHA-NAC-NO-VALIDA       VALUE 'N'.
      *
       01 WS-MOTIVO-SW           PIC X     VALUE 'N'.
          88 MOTIVO-ENCONTRADO         VALUE 'S'.
          88 MOTIVO-NO-ENCONTRADO      VALUE 'N'.
      *
       01 WS-BISIESTO-SW         PIC X     VALUE 'N'.
          88 ANNO-BISIESTO             VALUE 'S'.
          88 ANNO-NORMAL               VALUE 'N'.
      *
       01 WS-CAMBIO-GENERO-SW    PIC X     VALUE 'N'.
          88 CAMBIA-GENERO             VALUE 'S'.
          88 MISMO-GENERO              VALUE 'N'.
      *
       01 WS-CAMBIO-FECHA-SW     PIC X     VALUE 'N'.
          88 CAMBIA-FECHA-NAC          VALUE 'S'.
          88 MISMA-FECHA-NAC           VALUE 'N'.
      *
       01 WS-CAMBIO-SITUACION-SW PIC X     VALUE SPACE.
          88 MISMA-SITUACION           VALUE SPACE.
          88 CAMBIO-A-BAJA             VALUE 'B'.
          88 CAMBIO-A-ALTA             VALUE 'R'.
      *
       01 WS-FIRMA-SW            PIC X     VALUE 'P'.
          88 FIRMA-PENDIENTE           VALUE 'P'.
          88 FIRMA-CONCEDIDA           VALUE 'S'.
          88 FIRMA-DENEGADA            VALUE 'N'.
      *
      ******************************************************************
      *                S C R E E N   S E C T I O N                     *
      ******************************************************************
       SCREEN SECTION.
      *    CABECERA COMUN Y LINEA DE MENSAJES DE TODAS LAS PANTALLAS.
       01 PANTALLA-CABECERA.
          05 BLANK SCREEN.
          05 LINE 1  COLUMN 2  VALUE 'ADCDAP36'.
          05 LINE 1  COLUMN 22 VALUE
             'MANTENIMIENTO DEL MAESTRO PERSONA'.
          05 LINE 1  COLUMN 70 PIC X(10) FROM PAN-FECHA-HOY.
          05 LINE 2  COLUMN 2  PIC X(4)  FROM PAN-OPERADOR-SESION.
          05 LINE 2  COLUMN 7  PIC X(30) FROM PAN-NOMBRE-SESION.
          05 LINE 23 COLUMN 2  PIC X(78) FROM PAN-MENSAJE
                               HIGHLIGHT.
      *
       01 PANTALLA-ACCESO.
          05 LINE 5  COLUMN 10 VALUE 'IDENTIFICACION DEL OPERADOR'.
          05 LINE 7  COLUMN 10 VALUE 'OPERADOR.........:'.
          05 LINE 7  COLUMN 29 PIC X(4)  USING PAN-OPERADOR.
          05 LINE 8  COLUMN 10 VALUE 'CLAVE............:'.
          05 LINE 8  COLUMN 29 PIC X(8)  USING PAN-CLAVE
                               SECURE.
          05 LINE 11 COLUMN 10 VALUE
             'DEJE EL OPERADOR EN BLANCO PARA TERMINAR'.
      *
       01 PANTALLA-CONSULTA.
          05 LINE 5  COLUMN 10 VALUE 'CONSULTA POR DOCUMENTO'.
          05 LINE 7  COLUMN 10 VALUE 'TIPO DOCUMENTO...:'.
          05 LINE 7  COLUMN 29 PIC XXX   USING PAN-TIPO-DOC.
          05 LINE 8  COLUMN 10 VALUE 'NUMERO...........:'.
          05 LINE 8  COLUMN 29 PIC X(9)  USING PAN-NUM-DOC.
          05 LINE 11 COLUMN 10 VALUE
             'DEJE EL DOCUMENTO EN BLANCO PARA TERMINAR'.
      *
       01 PANTALLA-CORRECCION.
          05 LINE 4  COLUMN 10 VALUE 'PERSONA..........:'.
          05 LINE 4  COLUMN 29 PIC XXX   FROM WS-VIG-TIPO-DOC.
          05 LINE 4  COLUMN 33 PIC X(9)  FROM WS-VIG-NUM-DOC.
          05 LINE 5  COLUMN 10 VALUE 'ALTA.............:'.
          05 LINE 5  COLUMN 29 PIC X(10) FROM PAN-FECHA-ALTA.
          05 LINE 5  COLUMN 45 VALUE 'ULTIMO CAMBIO:'.
          05 LINE 5  COLUMN 60 PIC X(10) FROM PAN-FECHA-ACT.
          05 LINE 7  COLUMN 29 VALUE 'ACTUAL'.
          05 LINE 7  COLUMN 47 VALUE 'CORRECCION'.
          05 LINE 8  COLUMN 10 VALUE 'GENERO...........:'.
          05 LINE 8  COLUMN 29 PIC X     FROM PAN-GENERO-ACT.
          05 LINE 8  COLUMN 47 PIC X     USING PAN-GENERO.
          05 LINE 8  COLUMN 58 VALUE '(H/M)'.
          05 LINE 9  COLUMN 10 VALUE 'FECHA NACIMIENTO.:'.
          05 LINE 9  COLUMN 29 PIC X(10) FROM PAN-FNAC-ACT.
          05 LINE 9  COLUMN 47 PIC X(8)  USING PAN-FECHA-NAC.
          05 LINE 9  COLUMN 58 VALUE '(AAAAMMDD)'.
          05 LINE 10 COLUMN 10 VALUE 'EDAD.............:'.
          05 LINE 10 COLUMN 29 PIC Z9    FROM PAN-EDAD-ACT.
          05 LINE 10 COLUMN 47 PIC ZZ9   FROM PAN-EDAD-NUEVA.
          05 LINE 11 COLUMN 10 VALUE 'SITUACION........:'.
          05 LINE 11 COLUMN 29 PIC X(16) FROM PAN-SITUACION-ACT.
          05 LINE 11 COLUMN 47 PIC X     USING PAN-SITUACION.
          05 LINE 11 COLUMN 58 VALUE '(A=ALTA B=BAJA)'.
          05 LINE 13 COLUMN 10 VALUE 'MOTIVO...........:'.
          05 LINE 13 COLUMN 29 PIC XX    USING PAN-MOTIVO.
          05 LINE 13 COLUMN 33 PIC X(23) FROM PAN-DESC-MOTIVO.
          05 LINE 15 COLUMN 10 PIC X(26) FROM TMO-ENTRADA (1).
          05 LINE 15 COLUMN 45 PIC X(26) FROM TMO-ENTRADA (2).
          05 LINE 16 COLUMN 10 PIC X(26) FROM TMO-ENTRADA (3).
          05 LINE 16 COLUMN 45 PIC X(26) FROM TMO-ENTRADA (4).
          05 LINE 17 COLUMN 10 PIC X(26) FROM TMO-ENTRADA (5).
          05 LINE 17 COLUMN 45 PIC X(26) FROM TMO-ENTRADA (6).
          05 LINE 18 COLUMN 10 PIC X(26) FROM TMO-ENTRADA (7).
          05 LINE 18 COLUMN 45 PIC X(26) FROM TMO-ENTRADA (8).
          05 LINE 20 COLUMN 10 VALUE 'CONFIRMAR (S/N)..:'.
          05 LINE 20 COLUMN 29 PIC X     USING PAN-CONFIRMAR.
          05 LINE 21 COLUMN 10 VALUE
             'EN BLANCO SE VALIDAN LOS DATOS; N ANULA LA CORRECCION'.
      *
       01 PANTALLA-FIRMA.
          05 LINE 5  COLUMN 10 VALUE
             'AUTORIZACION DEL SUPERVISOR'.
          05 LINE 7  COLUMN 10 VALUE 'PERSONA..........:'.
          05 LINE 7  COLUMN 29 PIC XXX   FROM WS-VIG-TIPO-DOC.
          05 LINE 7  COLUMN 33 PIC X(9)  FROM WS-VIG-NUM-DOC.
          05 LINE 8  COLUMN 10 VALUE 'CAMBIO...........:'.
          05 LINE 8  COLUMN 29 PIC X(12) FROM PAN-TIPO-CAMBIO.
          05 LINE 9  COLUMN 10 VALUE 'MOTIVO...........:'.
          05 LINE 9  COLUMN 29 PIC XX    FROM PAN-MOTIVO.
          05 LINE 9  COLUMN 33 PIC X(23) FROM PAN-DESC-MOTIVO.
          05 LINE 10 COLUMN 10 VALUE 'OPERADOR.........:'.
          05 LINE 10 COLUMN 29 PIC X(4)  FROM PAN-OPERADOR-SESION.
          05 LINE 12 COLUMN 10 VALUE 'SUPERVISOR.......:'.
          05 LINE 12 COLUMN 29 PIC X(4)  USING PAN-SUPERVISOR.
          05 LINE 13 COLUMN 10 VALUE 'CLAVE............:'.
          05 LINE 13 COLUMN 29 PIC X(8)  USING PAN-CLAVE-SUP
                               SECURE.
          05 LINE 16 COLUMN 10 VALUE
             'DEJE EL SUPERVISOR EN BLANCO PARA NO APLICAR EL CAMBIO'.
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
                       WS-DATOS-PANTALLA
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-EDICION
           PERFORM 900-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO PAN-FECHA-HOY
      *
           PERFORM 11-CARGAR-OPERADORES
      *
           OPEN I-O MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
      *    SIN REFERENCIAS CRUZADAS SOLO SE ENCUENTRAN LAS CLAVES
      *    VIGENTES.
           OPEN INPUT XREFDOC
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
           OPEN EXTEND MANTREG
      *
           IF FS-MANTREG = 35
              OPEN OUTPUT MANTREG
           END-IF
      *
           IF FS-MANTREG NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MANTREG: ' FS-MANTREG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  11-CARGAR-OPERADORES                                          *
      *                                                                *
      ******************************************************************
      *    SIN FICHERO DE OPERADORES NADIE PUEDE CORREGIR EL MAESTRO.
      *    SOLO SE CARGAN LOS OPERADORES ACTIVOS.
       11-CARGAR-OPERADORES.
           OPEN INPUT OPERADOR
      *
           IF FS-OPERADOR NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR OPERADOR: '
                       FS-OPERADOR
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           SET FIN-NO TO TRUE
           PERFORM 12-LEER-OPERADOR UNTIL FIN-OK
      *
           CLOSE OPERADOR
      *
           IF WS-NUM-OPERADORES = ZERO
              DISPLAY 'NO HAY OPERADORES ACTIVOS EN OPERADOR'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  12-LEER-OPERADOR                                              *
      *                                                                *
      ******************************************************************
       12-LEER-OPERADOR.
           READ OPERADOR INTO REG-OPERADOR
      *
           EVALUATE FS-OPERADOR
           WHEN 0
                IF OPE-ACTIVO AND OPE-CODIGO NOT = SPACES
                   PERFORM 13-ANOTAR-OPERADOR
                END-IF
           WHEN 10
                SET FIN-OK TO TRUE
           WHEN OTHER
                DISPLAY 'ERROR AL LEER OPERADOR: ' FS-OPERADOR
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-EVALUATE
           .
      *
      ******************************************************************
      *  13-ANOTAR-OPERADOR                                            *
      *                                                                *
      ******************************************************************
      *    UN CODIGO REPETIDO SE QUEDA CON SU PRIMER REGISTRO.
       13-ANOTAR-OPERADOR.
           MOVE OPE-CODIGO TO WS-OPERADOR-BUSCAR
           PERFORM 211-LOCALIZAR-OPERADOR
      *
           IF OPERADOR-NO-ENCONTRADO
              IF WS-NUM-OPERADORES < WS-MAX-OPERADORES
                 ADD 1 TO WS-NUM-OPERADORES
                 MOVE WS-NUM-OPERADORES TO WS-SUB-OPE
                 MOVE OPE-CODIGO       TO TOP-CODIGO (WS-SUB-OPE)
                 MOVE OPE-NIVEL        TO TOP-NIVEL (WS-SUB-OPE)
                 MOVE OPE-CLAVE-ACCESO TO TOP-CLAVE-ACCESO (WS-SUB-OPE)
                 MOVE OPE-NOMBRE       TO TOP-NOMBRE (WS-SUB-OPE)
              ELSE
                 DISPLAY 'TABLA DE OPERADORES LLENA. SE OMITE: '
                         OPE-CODIGO
                 IF AVISO-TABLA-PENDIENTE
                    SET AVISO-TABLA-DADO TO TRUE
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           PERFORM 21-IDENTIFICAR-OPERADOR
      *
           IF ACCESO-CONCEDIDO
              SET FIN-NO TO TRUE
              PERFORM 200-ATENDER-CONSULTA UNTIL FIN-OK
           END-IF
           .
      *
      ******************************************************************
      *  21-IDENTIFICAR-OPERADOR                                       *
      *                                                                *
      ******************************************************************
      *    TRAS TRES INTENTOS FALLIDOS LA SESION TERMINA.
       21-IDENTIFICAR-OPERADOR.
           MOVE ZERO TO WS-INTENTOS
           SET ACCESO-PENDIENTE TO TRUE
      *
           PERFORM 210-PEDIR-ACCESO UNTIL NOT ACCESO-PENDIENTE
           .
      *
      ******************************************************************
      *  200-ATENDER-CONSULTA                                          *
      *                                                                *
      ******************************************************************
       200-ATENDER-CONSULTA.
           MOVE SPACES TO PAN-TIPO-DOC
                          PAN-NUM-DOC
      *
           DISPLAY PANTALLA-CABECERA
           DISPLAY PANTALLA-CONSULTA
           ACCEPT  PANTALLA-CONSULTA
      *
           MOVE SPACES TO PAN-MENSAJE
           INSPECT PAN-TIPO-DOC CONVERTING WS-MINUSCULAS
                                        TO WS-MAYUSCULAS
           INSPECT PAN-NUM-DOC  CONVERTING WS-MINUSCULAS
                                        TO WS-MAYUSCULAS
      *
           IF PAN-TIPO-DOC = SPACES AND PAN-NUM-DOC = SPACES
              SET FIN-OK TO TRUE
           ELSE
              ADD 1 TO VA-CONSULTAS
              PERFORM 220-BUSCAR-PERSONA
              IF PERSONA-ENCONTRADA
                 PERFORM 230-CORREGIR-PERSONA
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  210-PEDIR-ACCESO                                              *
      *                                                                *
      ******************************************************************
       210-PEDIR-ACCESO.
           MOVE SPACES TO PAN-OPERADOR
                          PAN-CLAVE
      *
           DISPLAY PANTALLA-CABECERA
           DISPLAY PANTALLA-ACCESO
           ACCEPT  PANTALLA-ACCESO
      *
           MOVE SPACES TO PAN-MENSAJE
           INSPECT PAN-OPERADOR CONVERTING WS-MINUSCULAS
                                        TO WS-MAYUSCULAS
      *
           IF PAN-OPERADOR = SPACES
              SET ACCESO-DENEGADO TO TRUE
           ELSE
              MOVE PAN-OPERADOR TO WS-OPERADOR-BUSCAR
              PERFORM 211-LOCALIZAR-OPERADOR
      *
              EVALUATE TRUE
              WHEN OPERADOR-NO-ENCONTRADO
                   PERFORM 213-ACCESO-FALLIDO
              WHEN TOP-CLAVE-ACCESO (WS-SUB-OPE) = SPACES
                OR TOP-CLAVE-ACCESO (WS-SUB-OPE) NOT = PAN-CLAVE
                   PERFORM 213-ACCESO-FALLIDO
              WHEN OTHER
                   SET ACCESO-CONCEDIDO TO TRUE
                   MOVE TOP-CODIGO (WS-SUB-OPE) TO WS-OPERADOR-SESION
                                                   PAN-OPERADOR-SESION
                   MOVE TOP-NOMBRE (WS-SUB-OPE) TO PAN-NOMBRE-SESION
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  211-LOCALIZAR-OPERADOR                                        *
      *                                                                *
      ******************************************************************
       211-LOCALIZAR-OPERADOR.
           SET OPERADOR-NO-ENCONTRADO TO TRUE
           MOVE 1 TO WS-SUB-OPE
           PERFORM 212-COMPARAR-OPERADOR
               UNTIL OPERADOR-ENCONTRADO
                  OR WS-SUB-OPE > WS-NUM-OPERADORES
           .
      *
      ******************************************************************
      *  212-COMPARAR-OPERADOR                                         *
      *                                                                *
      ******************************************************************
       212-COMPARAR-OPERADOR.
           IF TOP-CODIGO (WS-SUB-OPE) = WS-OPERADOR-BUSCAR
              SET OPERADOR-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-SUB-OPE
           END-IF
           .
      *
      ******************************************************************
      *  213-ACCESO-FALLIDO                                            *
      *                                                                *
      ******************************************************************
       213-ACCESO-FALLIDO.
           ADD 1 TO WS-INTENTOS
           ADD 1 TO VA-ACCESOS-FALLIDOS
           MOVE 'OPERADOR O CLAVE NO VALIDOS' TO PAN-MENSAJE
      *
           IF WS-INTENTOS NOT < WS-MAX-INTENTOS
              SET ACCESO-DENEGADO TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      *
      ******************************************************************
      *  220-BUSCAR-PERSONA                                            *
      *                                                                *
      ******************************************************************
      *    UN DOCUMENTO QUE YA NO ESTA EN EL MAESTRO PUEDE HABER SIDO
      *    RENUMERADO: SE SIGUE LA REFERENCIA CRUZADA HASTA LA CLAVE
      *    VIGENTE Y SE AVISA AL OPERADOR DE LA CLAVE QUE SE CORRIGE.
      *    UNA PERSONA ANONIMIZADA POR ADCDAP30 NO SE PUEDE CORREGIR:
      *    SE DESHARIA LA SUPRESION CERTIFICADA.
       220-BUSCAR-PERSONA.
           MOVE PAN-TIPO-DOC TO WS-VIG-TIPO-DOC
           MOVE PAN-NUM-DOC  TO WS-VIG-NUM-DOC
           MOVE ZERO TO WS-SALTOS-XREF
      *
           PERFORM 221-LEER-PERSONA
      *
           IF FS-MAESTRO = 23
              AND HAY-XREFDOC
              PERFORM 222-SEGUIR-RENUMERACION
              IF WS-SALTOS-XREF > 0
                 PERFORM 221-LEER-PERSONA
              END-IF
           END-IF
      *
           IF FS-MAESTRO = 0
              SET PERSONA-ENCONTRADA TO TRUE
              MOVE REG-MAESTRO TO WS-MAE-CONSULTA
              IF MAE-TIPO-DOC = 'ANO'
                 SET PERSONA-NO-ENCONTRADA TO TRUE
                 ADD 1 TO VA-NO-ENCONTRADOS
                 MOVE 'PERSONA ANONIMIZADA: NO SE PUEDE CORREGIR'
                      TO PAN-MENSAJE
              END-IF
              IF PERSONA-ENCONTRADA AND WS-SALTOS-XREF > 0
                 STRING 'DOCUMENTO RENUMERADO. SE CORRIGE LA CLAVE '
                        'VIGENTE ' WS-VIG-TIPO-DOC ' ' WS-VIG-NUM-DOC
                        DELIMITED BY SIZE
                        INTO PAN-MENSAJE
              END-IF
           ELSE
              SET PERSONA-NO-ENCONTRADA TO TRUE
              ADD 1 TO VA-NO-ENCONTRADOS
              STRING 'DOCUMENTO NO ENCONTRADO EN EL MAESTRO: '
                     PAN-TIPO-DOC ' ' PAN-NUM-DOC
                     DELIMITED BY SIZE
                     INTO PAN-MENSAJE
           END-IF
           .
      *
      ******************************************************************
      *  221-LEER-PERSONA                                              *
      *                                                                *
      ******************************************************************
       221-LEER-PERSONA.
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
      *  222-SEGUIR-RENUMERACION                                       *
      *                                                                *
      ******************************************************************
       222-SEGUIR-RENUMERACION.
           SET XREF-SEGUIR-CADENA TO TRUE
      *
           PERFORM 223-LEER-XREF
               UNTIL XREF-FIN-CADENA
                  OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
           .
      *
      ******************************************************************
      *  223-LEER-XREF                                                 *
      *                                                                *
      ******************************************************************
       223-LEER-XREF.
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
      *  230-CORREGIR-PERSONA                                          *
      *                                                                *
      ******************************************************************
      *    LA PANTALLA SE REPITE HASTA QUE LOS DATOS SON VALIDOS Y EL
      *    OPERADOR CONFIRMA, O HASTA QUE ANULA. LAS BAJAS Y LAS
      *    REACTIVACIONES PASAN ADEMAS POR LA FIRMA DEL SUPERVISOR.
       230-CORREGIR-PERSONA.
           PERFORM 231-PREPARAR-CORRECCION
      *
           SET CORRECCION-PENDIENTE TO TRUE
           PERFORM 232-PEDIR-CORRECCION UNTIL NOT CORRECCION-PENDIENTE
      *
           IF CORRECCION-CONFIRMADA
              IF MISMA-SITUACION
                 MOVE SPACES TO WS-SUPERVISOR-FIRMA
                 SET FIRMA-CONCEDIDA TO TRUE
              ELSE
                 PERFORM 250-PEDIR-FIRMA
              END-IF
      *
              IF FIRMA-CONCEDIDA
                 PERFORM 260-APLICAR-CORRECCION
              ELSE
                 ADD 1 TO VA-ANULADAS
                 MOVE 'CAMBIO NO APLICADO: FALTA LA FIRMA DE SUPERVISOR'
                      TO PAN-MENSAJE
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  231-PREPARAR-CORRECCION                                       *
      *                                                                *
      ******************************************************************
      *    SE MUESTRAN LOS DATOS ACTUALES Y SE PROPONEN COMO
      *    CORRECCION PARA QUE EL OPERADOR SOLO TECLEE LO QUE CAMBIA.
       231-PREPARAR-CORRECCION.
           MOVE MAE-GENERO TO PAN-GENERO-ACT
                              PAN-GENERO
           MOVE MAE-EDAD   TO PAN-EDAD-ACT
                              PAN-EDAD-NUEVA
      *
           MOVE MAE-FECHA-NAC TO WS-FECHA-EDICION
           PERFORM 900-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO PAN-FNAC-ACT
           MOVE MAE-FECHA-NAC    TO PAN-FECHA-NAC
      *
           MOVE MAE-FECHA-ALTA TO WS-FECHA-EDICION
           PERFORM 900-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO PAN-FECHA-ALTA
      *
           MOVE MAE-FECHA-ULT-ACT TO WS-FECHA-EDICION
           PERFORM 900-EDITAR-FECHA
           MOVE WS-FECHA-EDITADA TO PAN-FECHA-ACT
      *
           IF MAE-FECHA-BAJA = ZERO
              MOVE 'ALTA' TO PAN-SITUACION-ACT
              MOVE 'A'    TO PAN-SITUACION
           ELSE
              MOVE MAE-FECHA-BAJA TO WS-FECHA-EDICION
              PERFORM 900-EDITAR-FECHA
              MOVE SPACES TO PAN-SITUACION-ACT
              STRING 'BAJA ' WS-FECHA-EDITADA
                     DELIMITED BY SIZE
                     INTO PAN-SITUACION-ACT
              MOVE 'B'    TO PAN-SITUACION
           END-IF
      *
           MOVE SPACES TO PAN-MOTIVO
                          PAN-DESC-MOTIVO
           .
      *
      ******************************************************************
      *  232-PEDIR-CORRECCION                                          *
      *                                                                *
      ******************************************************************
      *    CONFIRMACION EN BLANCO: SOLO SE VALIDA Y SE MUESTRA LA EDAD
      *    RESULTANTE Y EL MOTIVO ELEGIDO.
       232-PEDIR-CORRECCION.
           MOVE SPACE TO PAN-CONFIRMAR
      *
           DISPLAY PANTALLA-CABECERA
           DISPLAY PANTALLA-CORRECCION
           ACCEPT  PANTALLA-CORRECCION
      *
           MOVE SPACES TO PAN-MENSAJE
           INSPECT PAN-GENERO    CONVERTING WS-MINUSCULAS
                                         TO WS-MAYUSCULAS
           INSPECT PAN-SITUACION CONVERTING WS-MINUSCULAS
                                         TO WS-MAYUSCULAS
           INSPECT PAN-CONFIRMAR CONVERTING WS-MINUSCULAS
                                         TO WS-MAYUSCULAS
      *
           IF PAN-CONFIRMAR = 'N'
              SET CORRECCION-ANULADA TO TRUE
              ADD 1 TO VA-ANULADAS
              MOVE 'CORRECCION ANULADA. NO SE HA CAMBIADO NADA'
                   TO PAN-MENSAJE
           ELSE
              PERFORM 240-VALIDAR-CORRECCION
              IF DATOS-VALIDOS
                 IF PAN-CONFIRMAR = 'S'
                    SET CORRECCION-CONFIRMADA TO TRUE
                 ELSE
                    MOVE 'DATOS CORRECTOS. CONFIRME CON S O ANULE CON N'
                         TO PAN-MENSAJE
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  240-VALIDAR-CORRECCION                                        *
      *                                                                *
      ******************************************************************
      *    SE MUESTRA EL PRIMER ERROR ENCONTRADO. UNA CORRECCION SIN
      *    NINGUN CAMBIO NO SE ADMITE.
       240-VALIDAR-CORRECCION.
           SET DATOS-NO-VALIDOS TO TRUE
      *
           PERFORM 241-BUSCAR-MOTIVO
           PERFORM 243-VALIDAR-FECHA-NAC
           PERFORM 245-DETERMINAR-CAMBIOS
      *
           IF FECHA-NAC-VALIDA
              PERFORM 246-CALCULAR-EDAD
           END-IF
      *
           EVALUATE TRUE
           WHEN PAN-GENERO NOT = 'H' AND 'M'
                MOVE 'GENERO NO VALIDO: H O M' TO PAN-MENSAJE
           WHEN FECHA-NAC-NO-VALIDA
                STRING 'FECHA DE NACIMIENTO NO VALIDA: AAAAMMDD, '
                       'O MMDD 0000 SI SOLO SE CONOCE EL ANNO'
                       DELIMITED BY SIZE
                       INTO PAN-MENSAJE
           WHEN WS-EDAD-CALCULADA < ZERO
             OR WS-EDAD-CALCULADA > 99
                MOVE 'LA FECHA DE NACIMIENTO DA UNA EDAD FUERA DE RANGO'
                     TO PAN-MENSAJE
           WHEN PAN-SITUACION NOT = 'A' AND 'B'
                MOVE 'SITUACION NO VALIDA: A (ALTA) O B (BAJA)'
                     TO PAN-MENSAJE
           WHEN MOTIVO-NO-ENCONTRADO
                MOVE 'INDIQUE UNO DE LOS CODIGOS DE MOTIVO DE LA LISTA'
                     TO PAN-MENSAJE
           WHEN MISMO-GENERO AND MISMA-FECHA-NAC AND MISMA-SITUACION
                MOVE 'NO HAY NINGUN CAMBIO QUE APLICAR'
                     TO PAN-MENSAJE
           WHEN OTHER
                SET DATOS-VALIDOS TO TRUE
           END-EVALUATE
           .
      *
      ******************************************************************
      *  241-BUSCAR-MOTIVO                                             *
      *                                                                *
      ******************************************************************
       241-BUSCAR-MOTIVO.
           SET MOTIVO-NO-ENCONTRADO TO TRUE
           MOVE SPACES TO PAN-DESC-MOTIVO
           MOVE 1 TO WS-SUB-MOTIVO
      *
           PERFORM 242-COMPARAR-MOTIVO
               UNTIL MOTIVO-ENCONTRADO
                  OR WS-SUB-MOTIVO > WS-NUM-MOTIVOS
      *
           IF MOTIVO-ENCONTRADO
              MOVE TMO-DESCRIPCION (WS-SUB-MOTIVO) TO PAN-DESC-MOTIVO
           END-IF
           .
      *
      ******************************************************************
      *  242-COMPARAR-MOTIVO                                           *
      *                                                                *
      ******************************************************************
       242-COMPARAR-MOTIVO.
           IF TMO-CODIGO (WS-SUB-MOTIVO) = PAN-MOTIVO
              SET MOTIVO-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-SUB-MOTIVO
           END-IF
           .
      *
      ******************************************************************
      *  243-VALIDAR-FECHA-NAC                                         *
      *                                                                *
      ******************************************************************
      *    SE ADMITE LA FECHA COMPLETA O, COMO EN LOS REGISTROS DEL
      *    FORMATO ANTIGUO, SOLO EL ANNO CON MES Y DIA A CEROS. NO PUEDE
      *    SER POSTERIOR A HOY. LA FECHA QUE YA TIENE EL MAESTRO SE
      *    ADMITE AUNQUE NO CUMPLA ESTAS REGLAS (FECHA A CEROS O
      *    ANTERIOR A 1900): SI NO SE CORRIGE NO DEBE IMPEDIR LAS DEMAS
      *    CORRECCIONES.
       243-VALIDAR-FECHA-NAC.
           SET FECHA-NAC-NO-VALIDA TO TRUE
           MOVE ZERO TO WS-FECHA-NAC-NUEVA
      *
           IF PAN-FECHA-NAC IS NUMERIC
              MOVE PAN-FECHA-NAC TO WS-FECHA-NAC-NUEVA
              EVALUATE TRUE
              WHEN WS-FECHA-NAC-NUEVA = MAE-FECHA-NAC
                   SET FECHA-NAC-VALIDA TO TRUE
              WHEN WS-FN-ANNO < 1900
              WHEN WS-FECHA-NAC-NUEVA > WS-FECHA-SISTEMA
                   CONTINUE
              WHEN WS-FN-MES = ZERO AND WS-FN-DIA = ZERO
                   SET FECHA-NAC-VALIDA TO TRUE
              WHEN WS-FN-MES < 1 OR WS-FN-MES > 12
              WHEN WS-FN-DIA < 1
                   CONTINUE
              WHEN OTHER
                   PERFORM 244-COMPROBAR-DIA
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  244-COMPROBAR-DIA                                             *
      *                                                                *
      ******************************************************************
       244-COMPROBAR-DIA.
           MOVE TDM-DIAS (WS-FN-MES) TO WS-DIAS-DEL-MES
      *
           IF WS-FN-MES = 2
              MOVE WS-FN-ANNO TO WS-BIS-ANNO
              PERFORM 910-COMPROBAR-BISIESTO
              IF ANNO-BISIESTO
                 MOVE 29 TO WS-DIAS-DEL-MES
              END-IF
           END-IF
      *
           IF WS-FN-DIA NOT > WS-DIAS-DEL-MES
              SET FECHA-NAC-VALIDA TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  245-DETERMINAR-CAMBIOS                                        *
      *                                                                *
      ******************************************************************
      *    LA BAJA SE FECHA HOY; LA REACTIVACION DEJA LA FECHA DE BAJA
      *    A CERO, COMO EN ADCDAP15.
       245-DETERMINAR-CAMBIOS.
           IF PAN-GENERO = MAE-GENERO
              SET MISMO-GENERO TO TRUE
           ELSE
              SET CAMBIA-GENERO TO TRUE
           END-IF
      *
           IF FECHA-NAC-VALIDA
              AND WS-FECHA-NAC-NUEVA NOT = MAE-FECHA-NAC
              SET CAMBIA-FECHA-NAC TO TRUE
           ELSE
              SET MISMA-FECHA-NAC TO TRUE
           END-IF
      *
           MOVE MAE-FECHA-BAJA TO WS-FECHA-BAJA-NUEVA
           SET MISMA-SITUACION TO TRUE
      *
           EVALUATE TRUE
           WHEN PAN-SITUACION = 'B' AND MAE-FECHA-BAJA = ZERO
                SET CAMBIO-A-BAJA TO TRUE
                MOVE WS-FECHA-SISTEMA TO WS-FECHA-BAJA-NUEVA
           WHEN PAN-SITUACION = 'A' AND MAE-FECHA-BAJA NOT = ZERO
                SET CAMBIO-A-ALTA TO TRUE
                MOVE ZERO TO WS-FECHA-BAJA-NUEVA
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      *
      ******************************************************************
      *  246-CALCULAR-EDAD                                             *
      *                                                                *
      ******************************************************************
      *    MISMA REGLA QUE ADCDAP22: SI EL CUMPLEANNOS AUN NO HA
      *    LLEGADO EN EL ANNO DE REFERENCIA SE RESTA UNO; CON MES Y DIA
      *    A CEROS QUEDA EL CALCULO POR ANNO. SI LA FECHA NO CAMBIA SE
      *    CONSERVA LA EDAD DEL MAESTRO.
       246-CALCULAR-EDAD.
           IF MISMA-FECHA-NAC
              MOVE MAE-EDAD TO WS-EDAD-CALCULADA
           ELSE
              IF WS-FECHA-BAJA-NUEVA = ZERO
                 MOVE WS-FECHA-SISTEMA    TO WS-FECHA-REFERENCIA
              ELSE
                 MOVE WS-FECHA-BAJA-NUEVA TO WS-FECHA-REFERENCIA
              END-IF
      *
              MOVE WS-FN-ANNO TO WS-ANNO-NACIMIENTO
              COMPUTE WS-EDAD-CALCULADA =
                      WS-REF-ANNO - WS-ANNO-NACIMIENTO
      *
              IF WS-FECHA-NAC-NUEVA (5:4) > 0
                 AND WS-FECHA-REFERENCIA (5:4)
                   < WS-FECHA-NAC-NUEVA (5:4)
                 SUBTRACT 1 FROM WS-EDAD-CALCULADA
              END-IF
           END-IF
      *
           IF WS-EDAD-CALCULADA < ZERO
              MOVE ZERO TO PAN-EDAD-NUEVA
           ELSE
              MOVE WS-EDAD-CALCULADA TO PAN-EDAD-NUEVA
           END-IF
           .
      *
      ******************************************************************
      *  250-PEDIR-FIRMA                                               *
      *                                                                *
      ******************************************************************
      *    EL SUPERVISOR DISPONE DE TRES INTENTOS; SI DEJA SU CODIGO EN
      *    BLANCO EL CAMBIO NO SE APLICA.
       250-PEDIR-FIRMA.
           IF CAMBIO-A-BAJA
              MOVE 'BAJA'         TO PAN-TIPO-CAMBIO
           ELSE
              MOVE 'REACTIVACION' TO PAN-TIPO-CAMBIO
           END-IF
      *
           MOVE ZERO TO WS-INTENTOS
           MOVE SPACES TO WS-SUPERVISOR-FIRMA
           SET FIRMA-PENDIENTE TO TRUE
      *
           PERFORM 251-PEDIR-SUPERVISOR UNTIL NOT FIRMA-PENDIENTE
           .
      *
      ******************************************************************
      *  251-PEDIR-SUPERVISOR                                          *
      *                                                                *
      ******************************************************************
       251-PEDIR-SUPERVISOR.
           MOVE SPACES TO PAN-SUPERVISOR
                          PAN-CLAVE-SUP
      *
           DISPLAY PANTALLA-CABECERA
           DISPLAY PANTALLA-FIRMA
           ACCEPT  PANTALLA-FIRMA
      *
           MOVE SPACES TO PAN-MENSAJE
           INSPECT PAN-SUPERVISOR CONVERTING WS-MINUSCULAS
                                          TO WS-MAYUSCULAS
      *
           IF PAN-SUPERVISOR = SPACES
              SET FIRMA-DENEGADA TO TRUE
           ELSE
              MOVE PAN-SUPERVISOR TO WS-OPERADOR-BUSCAR
              PERFORM 211-LOCALIZAR-OPERADOR
      *
              EVALUATE TRUE
              WHEN OPERADOR-NO-ENCONTRADO
                   MOVE 'SUPERVISOR O CLAVE NO VALIDOS' TO PAN-MENSAJE
              WHEN TOP-CLAVE-ACCESO (WS-SUB-OPE) = SPACES
                OR TOP-CLAVE-ACCESO (WS-SUB-OPE) NOT = PAN-CLAVE-SUP
                   MOVE 'SUPERVISOR O CLAVE NO VALIDOS' TO PAN-MENSAJE
              WHEN TOP-CODIGO (WS-SUB-OPE) = WS-OPERADOR-SESION
                   MOVE 'LA FIRMA HA DE SER DE OTRA PERSONA'
                        TO PAN-MENSAJE
              WHEN NOT TOP-SUPERVISOR (WS-SUB-OPE)
                   MOVE 'EL CODIGO INDICADO NO ES DE UN SUPERVISOR'
                        TO PAN-MENSAJE
              WHEN OTHER
                   SET FIRMA-CONCEDIDA TO TRUE
                   MOVE TOP-CODIGO (WS-SUB-OPE) TO WS-SUPERVISOR-FIRMA
              END-EVALUATE
      *
              IF FIRMA-PENDIENTE
                 ADD 1 TO WS-INTENTOS
                 IF WS-INTENTOS NOT < WS-MAX-INTENTOS
                    SET FIRMA-DENEGADA TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  260-APLICAR-CORRECCION                                        *
      *                                                                *
      ******************************************************************
      *    SE RELEE LA PERSONA: SI OTRA SESION O UN PROCESO LA HA
      *    CAMBIADO DESDE LA CONSULTA NO SE APLICA NADA Y EL OPERADOR
      *    DEBE CONSULTARLA DE NUEVO.
       260-APLICAR-CORRECCION.
           PERFORM 221-LEER-PERSONA
      *
           IF FS-MAESTRO = 23
              OR REG-MAESTRO NOT = WS-MAE-CONSULTA
              ADD 1 TO VA-ANULADAS
              STRING 'LA PERSONA HA CAMBIADO DESDE LA CONSULTA. NO SE '
                     'APLICA NADA; CONSULTELA DE NUEVO'
                     DELIMITED BY SIZE
                     INTO PAN-MENSAJE
           ELSE
              MOVE REG-MAESTRO TO WS-MAE-ANTES
      *
              MOVE PAN-GENERO TO MAE-GENERO
              IF CAMBIA-FECHA-NAC
                 MOVE WS-FECHA-NAC-NUEVA TO MAE-FECHA-NAC
                 MOVE WS-EDAD-CALCULADA  TO MAE-EDAD
              END-IF
              MOVE WS-FECHA-BAJA-NUEVA TO MAE-FECHA-BAJA
              MOVE WS-FECHA-SISTEMA    TO MAE-FECHA-ULT-ACT
      *
              REWRITE REG-MAESTRO
      *
              IF FS-MAESTRO NOT = 0
                 DISPLAY 'ERROR AL REGRABAR MAESTRO: ' FS-MAESTRO
                         ' CLAVE ' MAE-CLAVE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              PERFORM 261-GRABAR-JORNAL
              PERFORM 262-GRABAR-MANTREG
      *
              ADD 1 TO VA-CORRECCIONES
              IF NOT MISMA-SITUACION
                 ADD 1 TO VA-FIRMADAS
              END-IF
      *
              STRING 'CORRECCION APLICADA: ' MAE-TIPO-DOC ' '
                     MAE-NUM-DOC
                     DELIMITED BY SIZE
                     INTO PAN-MENSAJE
           END-IF
           .
      *
      ******************************************************************
      *  261-GRABAR-JORNAL                                             *
      *                                                                *
      ******************************************************************
      *    ACCION 'C' DE CORRECCION MANUAL, CON EL OPERADOR Y EL MOTIVO.
       261-GRABAR-JORNAL.
           MOVE WS-FECHA-SISTEMA   TO JOR-FECHA
           MOVE MAE-CLAVE          TO JOR-CLAVE
           SET ACCION-CORRECCION   TO TRUE
           MOVE WS-MAE-ANTES       TO JOR-ANTES
           MOVE REG-MAESTRO        TO JOR-DESPUES
           MOVE WS-OPERADOR-SESION TO JOR-OPERADOR
           MOVE PAN-MOTIVO         TO JOR-MOTIVO
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
      *  262-GRABAR-MANTREG                                            *
      *                                                                *
      ******************************************************************
       262-GRABAR-MANTREG.
           MOVE SPACES TO REG-MANTENIMIENTO
           ACCEPT WS-HORA-SISTEMA FROM TIME
      *
           MOVE WS-FECHA-SISTEMA    TO MNT-FECHA
           MOVE WS-HORA-SISTEMA     TO MNT-HORA
           MOVE MAE-CLAVE           TO MNT-CLAVE
           MOVE WS-OPERADOR-SESION  TO MNT-OPERADOR
           MOVE PAN-MOTIVO          TO MNT-MOTIVO
           MOVE WS-SUPERVISOR-FIRMA TO MNT-SUPERVISOR
           MOVE WS-CAMBIO-GENERO-SW TO MNT-CAMBIO-GENERO
           MOVE WS-CAMBIO-FECHA-SW  TO MNT-CAMBIO-FECHA
           MOVE WS-CAMBIO-SITUACION-SW
                                    TO MNT-CAMBIO-SITUACION
      *
           WRITE REG-MANTREG-SAL FROM REG-MANTENIMIENTO
      *
           IF FS-MANTREG NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR MANTREG: ' FS-MANTREG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .
      *
      ******************************************************************
      *  900-EDITAR-FECHA                                              *
      *                                                                *
      ******************************************************************
      *    FECHA AAAAMMDD A DD/MM/AAAA. SIN FECHA QUEDA EN BLANCO.
       900-EDITAR-FECHA.
           IF WS-FECHA-EDICION = ZERO
              MOVE SPACES TO WS-FECHA-EDITADA
           ELSE
              MOVE WS-FECHA-EDICION (7:2) TO WS-FECHA-EDITADA (1:2)
              MOVE '/'                    TO WS-FECHA-EDITADA (3:1)
              MOVE WS-FECHA-EDICION (5:2) TO WS-FECHA-EDITADA (4:2)
              MOVE '/'                    TO WS-FECHA-EDITADA (6:1)
              MOVE WS-FECHA-EDICION (1:4) TO WS-FECHA-EDITADA (7:4)
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
           IF HAY-XREFDOC
              CLOSE XREFDOC
           END-IF
      *
           CLOSE JORNAL
      *
           IF FS-JORNAL NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR JORNAL: ' FS-JORNAL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE MANTREG
      *
           IF FS-MANTREG NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR MANTREG: '
                       FS-MANTREG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           DISPLAY 'OPERADOR.................: ' WS-OPERADOR-SESION
           DISPLAY 'CONSULTAS................: ' VA-CONSULTAS
           DISPLAY 'DOCUMENTOS NO ENCONTRADOS: ' VA-NO-ENCONTRADOS
           DISPLAY 'CORRECCIONES APLICADAS...: ' VA-CORRECCIONES
           DISPLAY '  CON FIRMA DE SUPERVISOR: ' VA-FIRMADAS
           DISPLAY 'CORRECCIONES NO APLICADAS: ' VA-ANULADAS
           DISPLAY 'ACCESOS FALLIDOS.........: ' VA-ACCESOS-FALLIDOS
      *
           GOBACK
           .
