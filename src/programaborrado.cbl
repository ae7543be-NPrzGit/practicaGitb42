       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP30.
      *
      *    SUPRESION DE DATOS PERSONALES A PETICION DEL INTERESADO:
      *    LEE LAS FICHAS DOCUMENTO DE BORCTRL (UNA POR SOLICITUD
      *    FORMAL) Y ANONIMIZA A LA PERSONA EN EL MAESTRO, EN TODAS
      *    LAS IMAGENES DEL JORNAL, EN LAS GENERACIONES DE COPIA,
      *    RECHAZOS Y EXCEPCNS QUE CONSERVA ADCDAP19 Y EN SU FICHERO
      *    ARCHIVO, EN EL SUSPENSO DE ADCDAP16, EN LA COLA CONFLICT Y
      *    EN EL REGISTRO DE CORRECCIONES MANUALES MANTREG (ADCDAP36).
      *    NINGUN REGISTRO SE BORRA DE LOS FICHEROS SECUENCIALES: EL
      *    DOCUMENTO SE SUSTITUYE POR UN SEUDONIMO 'ANO' NNNNNNNNN Y
      *    LA FECHA DE NACIMIENTO SE REDUCE AL ANNO (MES Y DIA A CERO,
      *    COMO EN LOS REGISTROS HISTORICOS), DE FORMA QUE LOS
      *    RECUENTOS QUE CUADRAN ADCDAP24 Y ADCDAP17 NO CAMBIAN Y LA
      *    RECONSTRUCCION ADCDAP29 SIGUE ENCADENANDO LAS IMAGENES. SI
      *    EL DOCUMENTO FUE RENUMERADO SE TRATAN TODOS SUS NUMEROS Y
      *    SE RETIRAN SUS REFERENCIAS CRUZADAS. UNA PERSONA EN ALTA NO
      *    SE ANONIMIZA: EL DEPARTAMENTO DEBE DAR ANTES LA BAJA. POR
      *    CADA SOLICITUD SE IMPRIME EN CERTIFIC UN CERTIFICADO CON
      *    LOS FICHEROS TRATADOS Y LOS REGISTROS MODIFICADOS EN CADA
      *    UNO, PARA LA FIRMA DEL RESPONSABLE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORCTRL      ASSIGN TO BORCTRL
                  FILE STATUS IS FS-BORCTRL.
      *
           SELECT BORRSEQ      ASSIGN TO BORRSEQ
                  FILE STATUS IS FS-BORRSEQ.
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
           SELECT GENCTRL      ASSIGN TO GENCTRL
                  FILE STATUS IS FS-GENCTRL.
      *
           SELECT GENCOPIA     ASSIGN TO DYNAMIC WS-NOM-GCOPIA
                  FILE STATUS IS FS-GENCOPIA.
      *
           SELECT GENEXCEP     ASSIGN TO DYNAMIC WS-NOM-GEXCEPCNS
                  FILE STATUS IS FS-GENEXCEP.
      *
           SELECT GENRECHA     ASSIGN TO DYNAMIC WS-NOM-GRECHAZOS
                  FILE STATUS IS FS-GENRECHA.
      *
           SELECT ARCHIVO      ASSIGN TO ARCHIVO
                  FILE STATUS IS FS-ARCHIVO.
      *
           SELECT SUSPENSO     ASSIGN TO SUSPENSO
                  FILE STATUS IS FS-SUSPENSO.
      *
           SELECT CONFLICT     ASSIGN TO CONFLICT
                  FILE STATUS IS FS-CONFLICT.
      *
           SELECT MANTREG      ASSIGN TO MANTREG
                  FILE STATUS IS FS-MANTREG.
      *
           SELECT CERTIFIC     ASSIGN TO CERTIFIC
                  FILE STATUS IS FS-CERTIFIC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD BORCTRL
           RECORDING MODE IS F.
       01 REG-BORCTRL            PIC X(80).
      *
       FD BORRSEQ
           RECORDING MODE IS F.
       01 REG-BORRSEQ            PIC X(80).
      *
       FD MAESTRO.
       COPY MAESTRO.
      *
       FD XREFDOC.
       COPY XREFDOC.
      *
       FD JORNAL
           RECORDING MODE IS F.
       01 REG-JORNAL-ES          PIC X(133).
      *
       FD GENCTRL
           RECORDING MODE IS F.
       01 REG-GENCTRL            PIC X(30).
      *
       FD GENCOPIA
           RECORDING MODE IS F.
       01 REG-GENCOPIA           PIC X(24).
      *
       FD GENEXCEP
           RECORDING MODE IS F.
       01 REG-GENEXCEP           PIC X(75).
      *
       FD GENRECHA
           RECORDING MODE IS F.
       01 REG-GENRECHA           PIC X(72).
      *
       FD ARCHIVO
           RECORDING MODE IS F.
       01 REG-ARCHIVO            PIC X(80).
      *
       FD SUSPENSO
           RECORDING MODE IS F.
       01 REG-SUSPENSO           PIC X(70).
      *
       FD CONFLICT
           RECORDING MODE IS F.
       01 REG-CONFLICT-ES        PIC X(128).
      *
       FD MANTREG
           RECORDING MODE IS F.
       01 REG-MANTREG-ES         PIC X(80).
      *
       FD CERTIFIC
           RECORDING MODE IS F.
       01 REG-CERTIFIC           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-BORCTRL             PIC 99.
       01 FS-BORRSEQ             PIC 99.
       01 FS-MAESTRO             PIC 99.
       01 FS-XREFDOC             PIC 99.
       01 FS-JORNAL              PIC 99.
       01 FS-GENCTRL             PIC 99.
       01 FS-GENCOPIA            PIC 99.
       01 FS-GENEXCEP            PIC 99.
       01 FS-GENRECHA            PIC 99.
       01 FS-ARCHIVO             PIC 99.
       01 FS-SUSPENSO            PIC 99.
       01 FS-CONFLICT            PIC 99.
       01 FS-MANTREG             PIC 99.
       01 FS-CERTIFIC            PIC 99.
      *
       COPY JORNAL.
      *
       COPY CONFLICT.
      *
       COPY MANTREG.
      *
       01 VARIABLES.
          05 VA-PETICIONES       PIC 9(6).
          05 VA-ANONIMIZADAS     PIC 9(6).
          05 VA-SIN-MAESTRO      PIC 9(6).
          05 VA-RECHAZADAS       PIC 9(6).
          05 VA-REPETIDAS        PIC 9(6).
          05 VA-GEN-REVISADAS    PIC 9(4).
          05 VA-REG-MODIFICADOS  PIC 9(6).
      *
      ******************************************************************
      *   F I C H A S   D E   C O N T R O L   (BORCTRL)                *
      ******************************************************************
      *    FORMATO DE LAS FICHAS (COLUMNAS FIJAS):
      *      DOCUMENTO TTT NNNNNNNNN EEEEEEEEEEEE
      *                (TIPO 11-13, NUMERO 15-23, EXPEDIENTE DE LA
      *                 SOLICITUD 25-36)
      *      FIRMANTE  NOMBRE DEL RESPONSABLE (11-40)
       01 REG-CARTA-BORRADO.
          05 CAB-PALABRA         PIC X(10).
          05 CAB-RESTO           PIC X(70).
       01 FILLER REDEFINES REG-CARTA-BORRADO.
          05 FILLER              PIC X(10).
          05 CAB-TIPO-DOC        PIC XXX.
          05 FILLER              PIC X.
          05 CAB-NUM-DOC         PIC X(9).
          05 FILLER              PIC X.
          05 CAB-EXPEDIENTE      PIC X(12).
          05 FILLER              PIC X(44).
       01 FILLER REDEFINES REG-CARTA-BORRADO.
          05 FILLER              PIC X(10).
          05 CAB-FIRMANTE        PIC X(30).
          05 FILLER              PIC X(40).
      *
       01 WS-FIRMANTE            PIC X(30) VALUE SPACES.
      *
      ******************************************************************
      *   S O L I C I T U D E S   D E   S U P R E S I O N              *
      ******************************************************************
      *    RESULTADO DE CADA SOLICITUD Y REGISTROS MODIFICADOS POR
      *    FICHERO (EN EL ORDEN DE LA TABLA DE NOMBRES DE FICHERO).
       01 WS-MAX-PETICIONES      PIC 999   VALUE 100.
       01 WS-NUM-PETICIONES      PIC 999   VALUE ZERO.
       01 WS-SUB-PET             PIC 999   VALUE ZERO.
      *
       01 TAB-PETICIONES.
          05 TPE-ENTRADA OCCURS 100 TIMES.
             10 TPE-CLAVE        PIC X(12).
             10 TPE-EXPEDIENTE   PIC X(12).
             10 TPE-CLAVE-VIGENTE PIC X(12).
             10 TPE-SEUDONIMO    PIC X(12).
             10 TPE-RESULTADO    PIC X.
             10 TPE-CONT         PIC 9(6) OCCURS 10 TIMES.
      *
       01 WS-RESULTADO           PIC X     VALUE SPACE.
          88 RESULTADO-ANONIMIZADA     VALUE 'A'.
          88 RESULTADO-SIN-MAESTRO     VALUE 'N'.
          88 RESULTADO-EN-ALTA         VALUE 'R'.
          88 RESULTADO-REPETIDA        VALUE 'D'.
      *
      *    NUMERO DE ORDEN DE CADA FICHERO EN TPE-CONT.
       01 WS-FIC-MAESTRO         PIC 99    VALUE 1.
       01 WS-FIC-XREFDOC         PIC 99    VALUE 2.
       01 WS-FIC-JORNAL          PIC 99    VALUE 3.
       01 WS-FIC-GENCOPIA        PIC 99    VALUE 4.
       01 WS-FIC-GENRECHA        PIC 99    VALUE 5.
       01 WS-FIC-GENEXCEP        PIC 99    VALUE 6.
       01 WS-FIC-ARCHIVO         PIC 99    VALUE 7.
       01 WS-FIC-SUSPENSO        PIC 99    VALUE 8.
       01 WS-FIC-CONFLICT        PIC 99    VALUE 9.
       01 WS-FIC-MANTREG         PIC 99    VALUE 10.
       01 WS-NUM-FICHEROS        PIC 99    VALUE 10.
       01 WS-SUB-FIC             PIC 99    VALUE ZERO.
       01 WS-FIC-ACTUAL          PIC 99    VALUE ZERO.
      *
       01 TABLA-FICHEROS-VALORES.
          05 FILLER              PIC X(24) VALUE
             'MAESTRO'.
          05 FILLER              PIC X(24) VALUE
             'XREFDOC'.
          05 FILLER              PIC X(24) VALUE
             'JORNAL'.
          05 FILLER              PIC X(24) VALUE
             'COPIA (GENERACIONES)'.
          05 FILLER              PIC X(24) VALUE
             'RECHAZOS (GENERACIONES)'.
          05 FILLER              PIC X(24) VALUE
             'EXCEPCNS (GENERACIONES)'.
          05 FILLER              PIC X(24) VALUE
             'ARCHIVO'.
          05 FILLER              PIC X(24) VALUE
             'SUSPENSO'.
          05 FILLER              PIC X(24) VALUE
             'CONFLICT'.
          05 FILLER              PIC X(24) VALUE
             'MANTREG'.
       01 TABLA-FICHEROS REDEFINES TABLA-FICHEROS-VALORES.
          05 TFI-NOMBRE          PIC X(24) OCCURS 10 TIMES.
      *
      ******************************************************************
      *   C L A V E S   A   A N O N I M I Z A R                        *
      ******************************************************************
      *    TODOS LOS DOCUMENTOS DE LAS PERSONAS ACEPTADAS (EL ACTUAL Y
      *    LOS ANTERIORES A UNA RENUMERACION), CON LA SOLICITUD A LA
      *    QUE PERTENECEN.
       01 WS-MAX-CLAVES          PIC 999   VALUE 500.
       01 WS-NUM-CLAVES          PIC 999   VALUE ZERO.
       01 WS-SUB-CLAVE           PIC 999   VALUE ZERO.
      *
       01 TAB-CLAVES-BORRAR.
          05 TCB-ENTRADA OCCURS 500 TIMES.
             10 TCB-CLAVE        PIC X(12).
             10 TCB-PETICION     PIC 999.
      *
       01 WS-CLAVE-BUSCAR        PIC X(12) VALUE SPACES.
       01 WS-PET-ENCONTRADA      PIC 999   VALUE ZERO.
       01 WS-SEUDONIMO-ACT       PIC X(12) VALUE SPACES.
      *
       01 WS-CLAVE-VIGENTE       PIC X(12) VALUE SPACES.
       01 WS-CLAVE-CADENA        PIC X(12) VALUE SPACES.
       01 WS-SALTOS-XREF         PIC 99    VALUE ZERO.
       01 WS-MAX-SALTOS-XREF     PIC 99    VALUE 10.
      *
      ******************************************************************
      *   S E U D O N I M O S   (BORRSEQ)                              *
      ******************************************************************
      *    ULTIMO NUMERO DE SEUDONIMO ASIGNADO, PARA QUE NO SE REPITA
      *    ENTRE EJECUCIONES.
       01 REG-BORRSEQ-LAYOUT.
          05 BSQ-ULTIMO          PIC 9(9).
          05 BSQ-FECHA           PIC 9(8).
          05 FILLER              PIC X(63).
      *
       01 WS-SEUDONIMO.
          05 FILLER              PIC XXX   VALUE 'ANO'.
          05 WSE-NUMERO          PIC 9(9).
      *
      ******************************************************************
      *   A R E A S   D E   A N O N I M I Z A C I O N                  *
      ******************************************************************
      *    IMAGEN DE MAESTRO (JORNAL, CONFLICT) Y REGISTRO DE DETALLE
      *    (COPIA, RECHAZOS, EXCEPCNS, ARCHIVO, SUSPENSO). EN AMBOS LA
      *    FECHA DE NACIMIENTO OCUPA LAS POSICIONES 16-23.
       01 WS-IMAGEN-ANON.
          05 WIA-CLAVE           PIC X(12).
          05 WIA-GENERO          PIC X.
          05 WIA-EDAD            PIC XX.
          05 WIA-ANNO-NAC        PIC X(4).
          05 WIA-MMDD-NAC        PIC X(4).
          05 FILLER              PIC X(30).
      *
       01 WS-DETALLE-ANON.
          05 WDA-GENERO          PIC X.
          05 WDA-EDAD            PIC XX.
          05 WDA-CLAVE           PIC X(12).
          05 WDA-ANNO-NAC        PIC X(4).
          05 WDA-MMDD-NAC        PIC X(4).
          05 FILLER              PIC X.
      *
      ******************************************************************
      *   G E N E R A C I O N E S   C O N S E R V A D A S  (GENCTRL)   *
      ******************************************************************
       01 REG-GENCTRL-LAYOUT.
          05 GCT-NUMERO          PIC 9(4).
          05 GCT-FECHA           PIC 9(8).
          05 GCT-HORA            PIC 9(6).
          05 GCT-ESTADO          PIC X.
             88 GENERACION-CONSERVADA  VALUE 'C'.
             88 GENERACION-PURGADA     VALUE 'P'.
          05 FILLER              PIC X(11).
      *
       01 WS-MAX-GENERACIONES    PIC 999   VALUE 200.
       01 WS-NUM-GENERACIONES    PIC 999   VALUE ZERO.
       01 WS-SUB-GEN             PIC 999   VALUE ZERO.
      *
       01 TAB-GENERACIONES.
          05 TGE-NUMERO          PIC 9(4) OCCURS 200 TIMES.
      *
       01 WS-NOM-GCOPIA.
          05 FILLER              PIC X(7)  VALUE 'COPIA.G'.
          05 NGC-NUMERO          PIC 9(4).
          05 FILLER              PIC X(29) VALUE SPACES.
      *
       01 WS-NOM-GEXCEPCNS.
          05 FILLER              PIC X(10) VALUE 'EXCEPCNS.G'.
          05 NGE-NUMERO          PIC 9(4).
          05 FILLER              PIC X(26) VALUE SPACES.
      *
       01 WS-NOM-GRECHAZOS.
          05 FILLER              PIC X(10) VALUE 'RECHAZOS.G'.
          05 NGH-NUMERO          PIC 9(4).
          05 FILLER              PIC X(26) VALUE SPACES.
      *
      *    SEPARADOR QUE ADCDAP19 GRABA EN ARCHIVO ANTES DE VOLCAR
      *    CADA FICHERO DE UNA GENERACION PURGADA.
       01 WS-ARCH-SEPARADOR.
          05 WAS-MARCA           PIC X(14).
          05 WAS-NUMERO          PIC X(4).
          05 FILLER              PIC X(10).
          05 WAS-FICHERO         PIC X(9).
          05 FILLER              PIC X(43).
      *
       01 WS-SECCION-ARCHIVO     PIC X(9)  VALUE SPACES.
          88 SECCION-CON-DETALLE       VALUE 'COPIA' 'RECHAZOS'
                                             'EXCEPCNS'.
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
             'CERTIFICADO DE SUPRESION DE DATOS'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP30 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-EXPEDIENTE.
          05 FILLER              PIC X(30) VALUE
             'EXPEDIENTE DE LA SOLICITUD: '.
          05 LEX-EXPEDIENTE      PIC X(12).
      *
       01 LIN-DOC-SOLICITADO.
          05 FILLER              PIC X(30) VALUE
             'DOCUMENTO SOLICITADO......: '.
          05 LDS-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDS-NUMERO          PIC X(9).
      *
       01 LIN-DOC-RELACIONADO.
          05 FILLER              PIC X(30) VALUE
             'DOCUMENTO RELACIONADO.....: '.
          05 LDR-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LDR-NUMERO          PIC X(9).
      *
       01 LIN-SEUDONIMO.
          05 FILLER              PIC X(30) VALUE
             'SEUDONIMO ASIGNADO........: '.
          05 LSE-TIPO            PIC XXX.
          05 FILLER              PIC X     VALUE SPACE.
          05 LSE-NUMERO          PIC X(9).
      *
       01 LIN-RESULTADO.
          05 FILLER              PIC X(30) VALUE
             'RESULTADO.................: '.
          05 LRS-TEXTO           PIC X(50).
      *
       01 LIN-COL-FICHEROS.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(26) VALUE 'FICHERO'.
          05 FILLER              PIC X(22) VALUE
             'REGISTROS MODIFICADOS'.
      *
       01 LIN-FICHERO.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LFI-NOMBRE          PIC X(24).
          05 FILLER              PIC X(8)  VALUE SPACES.
          05 LFI-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-MODIFICADOS.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(24) VALUE
             'TOTAL'.
          05 FILLER              PIC X(8)  VALUE SPACES.
          05 LTM-CONT            PIC ZZZZZ9.
      *
       01 LIN-ALCANCE.
          05 FILLER              PIC X(30) VALUE
             'GENERACIONES REVISADAS....: '.
          05 LAL-CONT            PIC ZZZ9.
      *
       01 LIN-FIRMANTE.
          05 FILLER              PIC X(30) VALUE
             'RESPONSABLE...............: '.
          05 LFR-NOMBRE          PIC X(30).
      *
       01 LIN-FIRMA.
          05 FILLER              PIC X(30) VALUE
             'FIRMA Y FECHA.............: '.
          05 FILLER              PIC X(30) VALUE ALL '_'.
      *
       01 LIN-TITULO-TOTALES.
          05 FILLER              PIC X(30) VALUE
             'RESUMEN DE LA EJECUCION'.
      *
       01 LIN-TOT-PETICIONES.
          05 FILLER              PIC X(30) VALUE
             'SOLICITUDES RECIBIDAS.....: '.
          05 LTP-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-ANONIMIZADAS.
          05 FILLER              PIC X(30) VALUE
             'PERSONAS ANONIMIZADAS.....: '.
          05 LTA-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-SIN-MAESTRO.
          05 FILLER              PIC X(30) VALUE
             'SIN PERSONA EN EL MAESTRO.: '.
          05 LTN-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-RECHAZADAS.
          05 FILLER              PIC X(30) VALUE
             'RECHAZADAS (EN ALTA)......: '.
          05 LTR-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-REPETIDAS.
          05 FILLER              PIC X(30) VALUE
             'SOLICITUDES REPETIDAS.....: '.
          05 LTD-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-REGISTROS.
          05 FILLER              PIC X(30) VALUE
             'REGISTROS MODIFICADOS.....: '.
          05 LTG-CONT            PIC ZZZZZ9.
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
       01 WS-XREFDOC-SW          PIC X     VALUE 'N'.
          88 HAY-XREFDOC               VALUE 'S'.
          88 NO-HAY-XREFDOC            VALUE 'N'.
      *
       01 WS-XREF-SW             PIC X     VALUE 'N'.
          88 XREF-FIN-CADENA           VALUE 'S'.
          88 XREF-SEGUIR-CADENA        VALUE 'N'.
      *
       01 WS-FIN-GENCTRL-SW      PIC X     VALUE 'N'.
          88 FIN-GENCTRL               VALUE 'S'.
          88 NO-FIN-GENCTRL            VALUE 'N'.
      *
       01 WS-DETALLE-SW          PIC X     VALUE 'N'.
          88 DETALLE-ANONIMIZADO       VALUE 'S'.
          88 DETALLE-SIN-CAMBIO        VALUE 'N'.
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
                       TAB-PETICIONES
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
      *
           OPEN OUTPUT CERTIFIC
      *
           IF FS-CERTIFIC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR CERTIFIC: '
                       FS-CERTIFIC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 11-LEER-FICHAS
           PERFORM 13-LEER-SECUENCIA
      *
           OPEN I-O MAESTRO
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR MAESTRO: ' FS-MAESTRO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
      *    SIN RENUMERACIONES TODAVIA NO EXISTE LA REFERENCIA CRUZADA.
           OPEN I-O XREFDOC
      *
           IF FS-XREFDOC = 0
              SET HAY-XREFDOC TO TRUE
           ELSE
              SET NO-HAY-XREFDOC TO TRUE
           END-IF
      *
           PERFORM 14-LEER-GENCTRL
           .
      *
      ******************************************************************
      *  11-LEER-FICHAS                                                *
      *                                                                *
      ******************************************************************
       11-LEER-FICHAS.
           OPEN INPUT BORCTRL
      *
           IF FS-BORCTRL = 0
              PERFORM 12-CARGAR-FICHA UNTIL FIN-CARTAS-OK
              CLOSE BORCTRL
           ELSE
              DISPLAY 'SIN FICHERO BORCTRL: NO HAY SOLICITUDES'
           END-IF
           .
      *
      ******************************************************************
      *  12-CARGAR-FICHA                                               *
      *                                                                *
      ******************************************************************
       12-CARGAR-FICHA.
           READ BORCTRL INTO REG-CARTA-BORRADO
      *
           IF FS-BORCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER BORCTRL: ' FS-BORCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-BORCTRL = 10
              SET FIN-CARTAS-OK TO TRUE
           ELSE
              EVALUATE CAB-PALABRA
              WHEN 'DOCUMENTO'
                   IF CAB-TIPO-DOC NOT = SPACES
                      AND CAB-NUM-DOC NOT = SPACES
                      AND WS-NUM-PETICIONES < WS-MAX-PETICIONES
                      ADD 1 TO WS-NUM-PETICIONES
                      MOVE CAB-TIPO-DOC
                           TO TPE-CLAVE (WS-NUM-PETICIONES) (1:3)
                      MOVE CAB-NUM-DOC
                           TO TPE-CLAVE (WS-NUM-PETICIONES) (4:9)
                      MOVE CAB-EXPEDIENTE
                           TO TPE-EXPEDIENTE (WS-NUM-PETICIONES)
                   ELSE
                      DISPLAY 'FICHA DOCUMENTO NO VALIDA. SE IGNORA: '
                              REG-CARTA-BORRADO
                   END-IF
              WHEN 'FIRMANTE'
                   MOVE CAB-FIRMANTE TO WS-FIRMANTE
              WHEN SPACES
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'FICHA DE SUPRESION NO RECONOCIDA: '
                           REG-CARTA-BORRADO
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  13-LEER-SECUENCIA                                             *
      *                                                                *
      ******************************************************************
       13-LEER-SECUENCIA.
           INITIALIZE REG-BORRSEQ-LAYOUT
      *
           OPEN INPUT BORRSEQ
      *
      *    SIN FICHERO (PRIMERA EJECUCION) SE EMPIEZA EN CERO; CUALQUIER
      *    OTRO ERROR PODRIA REPETIR SEUDONIMOS YA ASIGNADOS.
           IF FS-BORRSEQ NOT = 0 AND 35
              DISPLAY 'ERROR FILE STATUS AL ABRIR BORRSEQ: ' FS-BORRSEQ
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-BORRSEQ = 0
              READ BORRSEQ INTO REG-BORRSEQ-LAYOUT
              IF FS-BORRSEQ NOT = 0 AND 10
                 DISPLAY 'ERROR AL LEER BORRSEQ: ' FS-BORRSEQ
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              CLOSE BORRSEQ
           END-IF
      *
           IF BSQ-ULTIMO NOT NUMERIC
              MOVE ZERO TO BSQ-ULTIMO
           END-IF
           .
      *
      ******************************************************************
      *  14-LEER-GENCTRL                                               *
      *                                                                *
      ******************************************************************
      *    SOLO INTERESAN LAS GENERACIONES QUE SIGUEN EN DISCO; LAS
      *    PURGADAS ESTAN VOLCADAS EN ARCHIVO.
       14-LEER-GENCTRL.
           OPEN INPUT GENCTRL
      *
           IF FS-GENCTRL = 0
              PERFORM 15-CARGAR-GENERACION UNTIL FIN-GENCTRL
              CLOSE GENCTRL
           END-IF
           .
      *
      ******************************************************************
      *  15-CARGAR-GENERACION                                          *
      *                                                                *
      ******************************************************************
       15-CARGAR-GENERACION.
           READ GENCTRL INTO REG-GENCTRL-LAYOUT
      *
           IF FS-GENCTRL NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER GENCTRL: ' FS-GENCTRL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-GENCTRL = 10
              SET FIN-GENCTRL TO TRUE
           ELSE
              IF GENERACION-CONSERVADA
                 AND WS-NUM-GENERACIONES < WS-MAX-GENERACIONES
                 ADD 1 TO WS-NUM-GENERACIONES
                 MOVE GCT-NUMERO TO TGE-NUMERO (WS-NUM-GENERACIONES)
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
      *    PRIMERO SE RESUELVE CADA SOLICITUD CONTRA EL MAESTRO Y LA
      *    REFERENCIA CRUZADA SIN MODIFICAR NADA, Y SE GRABA EN BORRSEQ
      *    EL ULTIMO SEUDONIMO ASIGNADO ANTES DE TOCAR NINGUN FICHERO:
      *    SI LA EJECUCION SE CORTA, LA SIGUIENTE NO REPITE SEUDONIMOS.
      *    DESPUES SE RETIRA CADA PERSONA ACEPTADA DEL MAESTRO Y DE LA
      *    REFERENCIA CRUZADA Y SE RECORRE UNA SOLA VEZ CADA FICHERO
      *    SECUENCIAL PARA TODAS ELLAS.
       20-PROCESO.
           MOVE 1 TO WS-SUB-PET
           PERFORM 200-RESOLVER-PETICION
               UNTIL WS-SUB-PET > WS-NUM-PETICIONES
      *
           PERFORM 900-GRABAR-SECUENCIA
      *
           MOVE 1 TO WS-SUB-PET
           PERFORM 270-RETIRAR-PERSONA
               UNTIL WS-SUB-PET > WS-NUM-PETICIONES
      *
           IF HAY-XREFDOC
              MOVE 1 TO WS-SUB-CLAVE
              PERFORM 280-RETIRAR-XREF
                  UNTIL WS-SUB-CLAVE > WS-NUM-CLAVES
           END-IF
      *
           IF WS-NUM-CLAVES > 0
              PERFORM 300-ANONIMIZAR-JORNAL
      *
              MOVE 1 TO WS-SUB-GEN
              PERFORM 400-ANONIMIZAR-GENERACION
                  UNTIL WS-SUB-GEN > WS-NUM-GENERACIONES
      *
              PERFORM 500-ANONIMIZAR-ARCHIVO
              PERFORM 600-ANONIMIZAR-SUSPENSO
              PERFORM 700-ANONIMIZAR-CONFLICT
              PERFORM 750-ANONIMIZAR-MANTREG
           END-IF
      *
           MOVE 1 TO WS-SUB-PET
           PERFORM 800-IMPRIMIR-CERTIFICADO
               UNTIL WS-SUB-PET > WS-NUM-PETICIONES
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-RESOLVER-PETICION                                         *
      *                                                                *
      ******************************************************************
      *    UNA SOLICITUD SE ACEPTA SI LA PERSONA ESTA DE BAJA O NO ESTA
      *    EN EL MAESTRO (PUEDE SEGUIR EN RECHAZOS, SUSPENSO O LAS
      *    GENERACIONES). SI EL DOCUMENTO FUE RENUMERADO SE SIGUE LA
      *    CADENA HASTA LA CLAVE VIGENTE. A LA ACEPTADA SE LE ASIGNA
      *    SU SEUDONIMO; AQUI NO SE MODIFICA NINGUN FICHERO.
       200-RESOLVER-PETICION.
           MOVE SPACE TO WS-RESULTADO
           ADD 1 TO VA-PETICIONES
      *
           MOVE TPE-CLAVE (WS-SUB-PET) TO WS-CLAVE-BUSCAR
           PERFORM 290-BUSCAR-CLAVE
           IF WS-PET-ENCONTRADA > 0
              SET RESULTADO-REPETIDA TO TRUE
           END-IF
      *
           IF WS-RESULTADO = SPACE
              MOVE TPE-CLAVE (WS-SUB-PET) TO WS-CLAVE-VIGENTE
              IF HAY-XREFDOC
                 PERFORM 210-SEGUIR-RENUMERACION
              END-IF
              MOVE WS-CLAVE-VIGENTE TO WS-CLAVE-BUSCAR
              PERFORM 290-BUSCAR-CLAVE
              IF WS-PET-ENCONTRADA > 0
                 SET RESULTADO-REPETIDA TO TRUE
              END-IF
           END-IF
      *
           IF WS-RESULTADO = SPACE
              MOVE WS-CLAVE-VIGENTE TO MAE-CLAVE
              READ MAESTRO
              EVALUATE FS-MAESTRO
              WHEN 0
                   IF MAE-FECHA-BAJA = ZERO
                      SET RESULTADO-EN-ALTA TO TRUE
                   ELSE
                      SET RESULTADO-ANONIMIZADA TO TRUE
                   END-IF
              WHEN 23
                   SET RESULTADO-SIN-MAESTRO TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
                   MOVE 16 TO RETURN-CODE
                   GOBACK
              END-EVALUATE
           END-IF
      *
           IF RESULTADO-ANONIMIZADA OR RESULTADO-SIN-MAESTRO
              ADD 1 TO BSQ-ULTIMO
              MOVE BSQ-ULTIMO   TO WSE-NUMERO
              MOVE WS-SEUDONIMO TO TPE-SEUDONIMO (WS-SUB-PET)
              MOVE WS-CLAVE-VIGENTE
                   TO TPE-CLAVE-VIGENTE (WS-SUB-PET)
              PERFORM 230-CARGAR-CADENA
           END-IF
      *
           EVALUATE TRUE
           WHEN RESULTADO-ANONIMIZADA
                ADD 1 TO VA-ANONIMIZADAS
           WHEN RESULTADO-SIN-MAESTRO
                ADD 1 TO VA-SIN-MAESTRO
           WHEN RESULTADO-EN-ALTA
                ADD 1 TO VA-RECHAZADAS
                DISPLAY 'PERSONA EN ALTA, NO SE ANONIMIZA: '
                        TPE-CLAVE (WS-SUB-PET)
           WHEN RESULTADO-REPETIDA
                ADD 1 TO VA-REPETIDAS
           END-EVALUATE
      *
           MOVE WS-RESULTADO TO TPE-RESULTADO (WS-SUB-PET)
           ADD 1 TO WS-SUB-PET
           .
      *
      ******************************************************************
      *  210-SEGUIR-RENUMERACION                                       *
      *                                                                *
      ******************************************************************
       210-SEGUIR-RENUMERACION.
           MOVE ZERO TO WS-SALTOS-XREF
           SET XREF-SEGUIR-CADENA TO TRUE
      *
           PERFORM 211-LEER-XREF-ADELANTE
               UNTIL XREF-FIN-CADENA
                  OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
           .
      *
      ******************************************************************
      *  211-LEER-XREF-ADELANTE                                        *
      *                                                                *
      ******************************************************************
       211-LEER-XREF-ADELANTE.
           MOVE WS-CLAVE-VIGENTE TO XRF-CLAVE-ANTIGUA
      *
           READ XREFDOC
      *
           EVALUATE FS-XREFDOC
           WHEN 0
                MOVE XRF-CLAVE-NUEVA TO WS-CLAVE-VIGENTE
                ADD 1 TO WS-SALTOS-XREF
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
      *  220-ANONIMIZAR-MAESTRO                                        *
      *                                                                *
      ******************************************************************
      *    LA PERSONA CAMBIA SU CLAVE POR EL SEUDONIMO Y PIERDE EL MES
      *    Y DIA DE NACIMIENTO. LA FECHA DE ULTIMA ACTUALIZACION NO SE
      *    TOCA: EL REGISTRO DEBE SEGUIR SIENDO IGUAL A LA ULTIMA
      *    IMAGEN DEL JORNAL, QUE SE ANONIMIZA DE LA MISMA MANERA. EL
      *    REGISTRO ORIGINAL SOLO SE BORRA CUANDO EL SEUDONIMIZADO YA
      *    ESTA GRABADO, PARA NO PERDER A LA PERSONA SI LA GRABACION
      *    FALLA.
       220-ANONIMIZAR-MAESTRO.
           MOVE REG-MAESTRO TO WS-IMAGEN-ANON
           PERFORM 250-ANONIMIZAR-IMAGEN
      *
           WRITE REG-MAESTRO FROM WS-IMAGEN-ANON
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR MAESTRO: ' FS-MAESTRO
                      ' ' WS-SEUDONIMO-ACT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE TPE-CLAVE-VIGENTE (WS-SUB-PET) TO MAE-CLAVE
      *
           DELETE MAESTRO RECORD
      *
           IF FS-MAESTRO NOT = 0
              DISPLAY 'ERROR AL BORRAR MAESTRO: ' FS-MAESTRO
                      ' ' MAE-CLAVE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE WS-FIC-MAESTRO TO WS-FIC-ACTUAL
           MOVE WS-SUB-PET     TO WS-PET-ENCONTRADA
           PERFORM 295-CONTAR-MODIFICADO
           .
      *
      ******************************************************************
      *  230-CARGAR-CADENA                                             *
      *                                                                *
      ******************************************************************
      *    SE ANOTA LA CLAVE VIGENTE Y, HACIA ATRAS POR LA CLAVE
      *    ALTERNATIVA, CADA DOCUMENTO ANTERIOR; SU REFERENCIA CRUZADA
      *    SE BORRA DESPUES (280-RETIRAR-XREF) PORQUE TAMBIEN CONTIENE
      *    EL DOCUMENTO.
       230-CARGAR-CADENA.
           MOVE WS-CLAVE-VIGENTE TO WS-CLAVE-CADENA
           PERFORM 240-ANOTAR-CLAVE
      *
           IF HAY-XREFDOC
              MOVE ZERO TO WS-SALTOS-XREF
              SET XREF-SEGUIR-CADENA TO TRUE
              PERFORM 231-LEER-XREF-ATRAS
                  UNTIL XREF-FIN-CADENA
                     OR WS-SALTOS-XREF NOT < WS-MAX-SALTOS-XREF
           END-IF
           .
      *
      ******************************************************************
      *  231-LEER-XREF-ATRAS                                           *
      *                                                                *
      ******************************************************************
       231-LEER-XREF-ATRAS.
           MOVE WS-CLAVE-CADENA TO XRF-CLAVE-NUEVA
      *
           READ XREFDOC KEY IS XRF-CLAVE-NUEVA
      *
           EVALUATE FS-XREFDOC
           WHEN 0
           WHEN 02
                ADD 1 TO WS-SALTOS-XREF
                MOVE XRF-CLAVE-ANTIGUA TO WS-CLAVE-CADENA
                PERFORM 240-ANOTAR-CLAVE
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
      *  240-ANOTAR-CLAVE                                              *
      *                                                                *
      ******************************************************************
       240-ANOTAR-CLAVE.
           IF WS-NUM-CLAVES < WS-MAX-CLAVES
              ADD 1 TO WS-NUM-CLAVES
              MOVE WS-CLAVE-CADENA TO TCB-CLAVE (WS-NUM-CLAVES)
              MOVE WS-SUB-PET      TO TCB-PETICION (WS-NUM-CLAVES)
           ELSE
              IF AVISO-TABLA-PENDIENTE
                 DISPLAY 'TABLA DE CLAVES LLENA. SE IGNORA: '
                         WS-CLAVE-CADENA
                 SET AVISO-TABLA-DADO TO TRUE
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  250-ANONIMIZAR-IMAGEN                                         *
      *                                                                *
      ******************************************************************
      *    UNA IMAGEN A ESPACIOS (IMAGEN ANTES DE UN ALTA) SE DEJA.
       250-ANONIMIZAR-IMAGEN.
           IF WS-IMAGEN-ANON NOT = SPACES
              MOVE WS-SEUDONIMO-ACT TO WIA-CLAVE
              MOVE '0000'           TO WIA-MMDD-NAC
           END-IF
           .
      *
      ******************************************************************
      *  260-ANONIMIZAR-DETALLE                                        *
      *                                                                *
      ******************************************************************
      *    REGISTRO DE DETALLE DE UN FICHERO DE LA INGESTA: SE BUSCA SU
      *    DOCUMENTO ENTRE LOS DE LAS PERSONAS ACEPTADAS.
       260-ANONIMIZAR-DETALLE.
           SET DETALLE-SIN-CAMBIO TO TRUE
      *
           MOVE WDA-CLAVE TO WS-CLAVE-BUSCAR
           PERFORM 290-BUSCAR-CLAVE
      *
           IF WS-PET-ENCONTRADA > 0
              MOVE WS-SEUDONIMO-ACT TO WDA-CLAVE
              MOVE '0000'           TO WDA-MMDD-NAC
              SET DETALLE-ANONIMIZADO TO TRUE
              PERFORM 295-CONTAR-MODIFICADO
           END-IF
           .
      *
      ******************************************************************
      *  270-RETIRAR-PERSONA                                           *
      *                                                                *
      ******************************************************************
      *    LA PERSONA DE BAJA SE VUELVE A LEER POR SU CLAVE VIGENTE,
      *    YA QUE LA RESOLUCION DE LAS SOLICITUDES SIGUIENTES HA
      *    REUTILIZADO EL AREA DEL MAESTRO.
       270-RETIRAR-PERSONA.
           IF TPE-RESULTADO (WS-SUB-PET) = 'A'
              MOVE TPE-CLAVE-VIGENTE (WS-SUB-PET) TO MAE-CLAVE
              READ MAESTRO
      *
              IF FS-MAESTRO NOT = 0
                 DISPLAY 'ERROR AL LEER MAESTRO: ' FS-MAESTRO
                         ' ' MAE-CLAVE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              MOVE TPE-SEUDONIMO (WS-SUB-PET) TO WS-SEUDONIMO-ACT
              PERFORM 220-ANONIMIZAR-MAESTRO
           END-IF
      *
           ADD 1 TO WS-SUB-PET
           .
      *
      ******************************************************************
      *  280-RETIRAR-XREF                                              *
      *                                                                *
      ******************************************************************
      *    CADA DOCUMENTO ANOTADO DISTINTO DEL VIGENTE ES LA CLAVE
      *    ANTIGUA DE UNA REFERENCIA CRUZADA DE LA MISMA PERSONA.
       280-RETIRAR-XREF.
           MOVE TCB-PETICION (WS-SUB-CLAVE) TO WS-PET-ENCONTRADA
      *
           IF TCB-CLAVE (WS-SUB-CLAVE)
              NOT = TPE-CLAVE-VIGENTE (WS-PET-ENCONTRADA)
              MOVE TCB-CLAVE (WS-SUB-CLAVE) TO XRF-CLAVE-ANTIGUA
              DELETE XREFDOC RECORD
      *
              EVALUATE FS-XREFDOC
              WHEN 0
                   MOVE WS-FIC-XREFDOC TO WS-FIC-ACTUAL
                   PERFORM 295-CONTAR-MODIFICADO
              WHEN 23
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR AL BORRAR XREFDOC: ' FS-XREFDOC
                   MOVE 16 TO RETURN-CODE
                   GOBACK
              END-EVALUATE
           END-IF
      *
           ADD 1 TO WS-SUB-CLAVE
           .
      *
      ******************************************************************
      *  290-BUSCAR-CLAVE                                              *
      *                                                                *
      ******************************************************************
      *    DEVUELVE EN WS-PET-ENCONTRADA LA SOLICITUD A LA QUE
      *    PERTENECE WS-CLAVE-BUSCAR (CERO SI NO ESTA) Y SU SEUDONIMO.
       290-BUSCAR-CLAVE.
           MOVE ZERO TO WS-PET-ENCONTRADA
           MOVE 1    TO WS-SUB-CLAVE
      *
           IF WS-CLAVE-BUSCAR NOT = SPACES
              PERFORM 291-COMPARAR-CLAVE
                  UNTIL WS-PET-ENCONTRADA > 0
                     OR WS-SUB-CLAVE > WS-NUM-CLAVES
           END-IF
      *
           IF WS-PET-ENCONTRADA > 0
              MOVE TPE-SEUDONIMO (WS-PET-ENCONTRADA)
                   TO WS-SEUDONIMO-ACT
           END-IF
           .
      *
      ******************************************************************
      *  291-COMPARAR-CLAVE                                            *
      *                                                                *
      ******************************************************************
       291-COMPARAR-CLAVE.
           IF TCB-CLAVE (WS-SUB-CLAVE) = WS-CLAVE-BUSCAR
              MOVE TCB-PETICION (WS-SUB-CLAVE) TO WS-PET-ENCONTRADA
           ELSE
              ADD 1 TO WS-SUB-CLAVE
           END-IF
           .
      *
      ******************************************************************
      *  295-CONTAR-MODIFICADO                                         *
      *                                                                *
      ******************************************************************
       295-CONTAR-MODIFICADO.
           ADD 1 TO TPE-CONT (WS-PET-ENCONTRADA WS-FIC-ACTUAL)
           ADD 1 TO VA-REG-MODIFICADOS
           .
      *
      ******************************************************************
      *  300-ANONIMIZAR-JORNAL                                         *
      *                                                                *
      ******************************************************************
      *    EL JORNAL SE REESCRIBE EN SU SITIO: SE ANONIMIZAN LA CLAVE Y
      *    LAS DOS IMAGENES. EN LAS RENUMERACIONES LA IMAGEN ANTES
      *    LLEVA EL DOCUMENTO ANTERIOR, QUE ES DE LA MISMA PERSONA.
       300-ANONIMIZAR-JORNAL.
           MOVE WS-FIC-JORNAL TO WS-FIC-ACTUAL
      *
           OPEN I-O JORNAL
      *
           IF FS-JORNAL = 35
              DISPLAY 'SIN JORNAL QUE ANONIMIZAR'
           ELSE
              IF FS-JORNAL NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR JORNAL: '
                          FS-JORNAL
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 310-LEER-JORNAL
              PERFORM 320-TRATAR-JORNAL UNTIL FIN-OK
      *
              CLOSE JORNAL
           END-IF
           .
      *
      ******************************************************************
      *  310-LEER-JORNAL                                               *
      *                                                                *
      ******************************************************************
       310-LEER-JORNAL.
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
           END-IF
           .
      *
      ******************************************************************
      *  320-TRATAR-JORNAL                                             *
      *                                                                *
      ******************************************************************
       320-TRATAR-JORNAL.
           MOVE JOR-CLAVE TO WS-CLAVE-BUSCAR
           PERFORM 290-BUSCAR-CLAVE
      *
           IF WS-PET-ENCONTRADA > 0
              MOVE WS-SEUDONIMO-ACT TO JOR-CLAVE
      *
              MOVE JOR-ANTES TO WS-IMAGEN-ANON
              PERFORM 250-ANONIMIZAR-IMAGEN
              MOVE WS-IMAGEN-ANON TO JOR-ANTES
      *
              MOVE JOR-DESPUES TO WS-IMAGEN-ANON
              PERFORM 250-ANONIMIZAR-IMAGEN
              MOVE WS-IMAGEN-ANON TO JOR-DESPUES
      *
              REWRITE REG-JORNAL-ES FROM REG-JORNAL
      *
              IF FS-JORNAL NOT = 0
                 DISPLAY 'ERROR AL REESCRIBIR JORNAL: ' FS-JORNAL
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              PERFORM 295-CONTAR-MODIFICADO
           END-IF
      *
           PERFORM 310-LEER-JORNAL
           .
      *
      ******************************************************************
      *  400-ANONIMIZAR-GENERACION                                     *
      *                                                                *
      ******************************************************************
       400-ANONIMIZAR-GENERACION.
           MOVE TGE-NUMERO (WS-SUB-GEN) TO NGC-NUMERO
                                           NGE-NUMERO
                                           NGH-NUMERO
      *
           PERFORM 410-ANONIMIZAR-GCOPIA
           PERFORM 420-ANONIMIZAR-GRECHAZOS
           PERFORM 430-ANONIMIZAR-GEXCEPCNS
      *
           ADD 1 TO VA-GEN-REVISADAS
           ADD 1 TO WS-SUB-GEN
           .
      *
      ******************************************************************
      *  410-ANONIMIZAR-GCOPIA                                         *
      *                                                                *
      ******************************************************************
      *    UNA GENERACION PUEDE HABERSE CREADO SIN ALGUNO DE SUS
      *    FICHEROS.
       410-ANONIMIZAR-GCOPIA.
           MOVE WS-FIC-GENCOPIA TO WS-FIC-ACTUAL
      *
           OPEN I-O GENCOPIA
      *
           IF FS-GENCOPIA NOT = 35
              IF FS-GENCOPIA NOT = 0
                 DISPLAY 'ERROR AL ABRIR ' WS-NOM-GCOPIA ': '
                         FS-GENCOPIA
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 411-TRATAR-GCOPIA UNTIL FIN-OK
      *
              CLOSE GENCOPIA
           END-IF
           .
      *
      ******************************************************************
      *  411-TRATAR-GCOPIA                                             *
      *                                                                *
      ******************************************************************
       411-TRATAR-GCOPIA.
           READ GENCOPIA
      *
           IF FS-GENCOPIA NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER ' WS-NOM-GCOPIA ': ' FS-GENCOPIA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-GENCOPIA = 10
              SET FIN-OK TO TRUE
           ELSE
              MOVE REG-GENCOPIA TO WS-DETALLE-ANON
              PERFORM 260-ANONIMIZAR-DETALLE
              IF DETALLE-ANONIMIZADO
                 REWRITE REG-GENCOPIA FROM WS-DETALLE-ANON
                 IF FS-GENCOPIA NOT = 0
                    DISPLAY 'ERROR AL REESCRIBIR ' WS-NOM-GCOPIA ': '
                            FS-GENCOPIA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  420-ANONIMIZAR-GRECHAZOS                                      *
      *                                                                *
      ******************************************************************
       420-ANONIMIZAR-GRECHAZOS.
           MOVE WS-FIC-GENRECHA TO WS-FIC-ACTUAL
      *
           OPEN I-O GENRECHA
      *
           IF FS-GENRECHA NOT = 35
              IF FS-GENRECHA NOT = 0
                 DISPLAY 'ERROR AL ABRIR ' WS-NOM-GRECHAZOS ': '
                         FS-GENRECHA
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 421-TRATAR-GRECHAZOS UNTIL FIN-OK
      *
              CLOSE GENRECHA
           END-IF
           .
      *
      ******************************************************************
      *  421-TRATAR-GRECHAZOS                                          *
      *                                                                *
      ******************************************************************
      *    EL REGISTRO RECHAZADO OCUPA LAS 23 PRIMERAS POSICIONES Y LE
      *    SIGUE UN BLANCO, ASI QUE SE PUEDE TRATAR COMO UN DETALLE.
       421-TRATAR-GRECHAZOS.
           READ GENRECHA
      *
           IF FS-GENRECHA NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER ' WS-NOM-GRECHAZOS ': '
                      FS-GENRECHA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-GENRECHA = 10
              SET FIN-OK TO TRUE
           ELSE
              MOVE REG-GENRECHA (1:24) TO WS-DETALLE-ANON
              PERFORM 260-ANONIMIZAR-DETALLE
              IF DETALLE-ANONIMIZADO
                 MOVE WS-DETALLE-ANON TO REG-GENRECHA (1:24)
                 REWRITE REG-GENRECHA
                 IF FS-GENRECHA NOT = 0
                    DISPLAY 'ERROR AL REESCRIBIR ' WS-NOM-GRECHAZOS
                            ': ' FS-GENRECHA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  430-ANONIMIZAR-GEXCEPCNS                                      *
      *                                                                *
      ******************************************************************
       430-ANONIMIZAR-GEXCEPCNS.
           MOVE WS-FIC-GENEXCEP TO WS-FIC-ACTUAL
      *
           OPEN I-O GENEXCEP
      *
           IF FS-GENEXCEP NOT = 35
              IF FS-GENEXCEP NOT = 0
                 DISPLAY 'ERROR AL ABRIR ' WS-NOM-GEXCEPCNS ': '
                         FS-GENEXCEP
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 431-TRATAR-GEXCEPCNS UNTIL FIN-OK
      *
              CLOSE GENEXCEP
           END-IF
           .
      *
      ******************************************************************
      *  431-TRATAR-GEXCEPCNS                                          *
      *                                                                *
      ******************************************************************
       431-TRATAR-GEXCEPCNS.
           READ GENEXCEP
      *
           IF FS-GENEXCEP NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER ' WS-NOM-GEXCEPCNS ': '
                      FS-GENEXCEP
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-GENEXCEP = 10
              SET FIN-OK TO TRUE
           ELSE
              MOVE REG-GENEXCEP (1:24) TO WS-DETALLE-ANON
              PERFORM 260-ANONIMIZAR-DETALLE
              IF DETALLE-ANONIMIZADO
                 MOVE WS-DETALLE-ANON TO REG-GENEXCEP (1:24)
                 REWRITE REG-GENEXCEP
                 IF FS-GENEXCEP NOT = 0
                    DISPLAY 'ERROR AL REESCRIBIR ' WS-NOM-GEXCEPCNS
                            ': ' FS-GENEXCEP
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  500-ANONIMIZAR-ARCHIVO                                        *
      *                                                                *
      ******************************************************************
      *    EN ARCHIVO CADA FICHERO VOLCADO VA PRECEDIDO DE SU LINEA
      *    SEPARADORA; LAS SECCIONES DE REPORTE NO LLEVAN REGISTROS DE
      *    DETALLE Y SE DEJAN COMO ESTAN.
       500-ANONIMIZAR-ARCHIVO.
           MOVE WS-FIC-ARCHIVO TO WS-FIC-ACTUAL
           MOVE SPACES TO WS-SECCION-ARCHIVO
      *
           OPEN I-O ARCHIVO
      *
           IF FS-ARCHIVO NOT = 35
              IF FS-ARCHIVO NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR ARCHIVO: '
                          FS-ARCHIVO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 510-TRATAR-ARCHIVO UNTIL FIN-OK
      *
              CLOSE ARCHIVO
           END-IF
           .
      *
      ******************************************************************
      *  510-TRATAR-ARCHIVO                                            *
      *                                                                *
      ******************************************************************
       510-TRATAR-ARCHIVO.
           READ ARCHIVO
      *
           IF FS-ARCHIVO NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER ARCHIVO: ' FS-ARCHIVO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-ARCHIVO = 10
              SET FIN-OK TO TRUE
           ELSE
              MOVE REG-ARCHIVO TO WS-ARCH-SEPARADOR
              IF WAS-MARCA = '** GENERACION '
                 MOVE WAS-FICHERO TO WS-SECCION-ARCHIVO
              ELSE
                 IF SECCION-CON-DETALLE
                    MOVE REG-ARCHIVO (1:24) TO WS-DETALLE-ANON
                    PERFORM 260-ANONIMIZAR-DETALLE
                    IF DETALLE-ANONIMIZADO
                       MOVE WS-DETALLE-ANON TO REG-ARCHIVO (1:24)
                       REWRITE REG-ARCHIVO
                       IF FS-ARCHIVO NOT = 0
                          DISPLAY 'ERROR AL REESCRIBIR ARCHIVO: '
                                  FS-ARCHIVO
                          MOVE 16 TO RETURN-CODE
                          GOBACK
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  600-ANONIMIZAR-SUSPENSO                                       *
      *                                                                *
      ******************************************************************
       600-ANONIMIZAR-SUSPENSO.
           MOVE WS-FIC-SUSPENSO TO WS-FIC-ACTUAL
      *
           OPEN I-O SUSPENSO
      *
           IF FS-SUSPENSO NOT = 35
              IF FS-SUSPENSO NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR SUSPENSO: '
                          FS-SUSPENSO
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 610-TRATAR-SUSPENSO UNTIL FIN-OK
      *
              CLOSE SUSPENSO
           END-IF
           .
      *
      ******************************************************************
      *  610-TRATAR-SUSPENSO                                           *
      *                                                                *
      ******************************************************************
       610-TRATAR-SUSPENSO.
           READ SUSPENSO
      *
           IF FS-SUSPENSO NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER SUSPENSO: ' FS-SUSPENSO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-SUSPENSO = 10
              SET FIN-OK TO TRUE
           ELSE
              MOVE REG-SUSPENSO (1:24) TO WS-DETALLE-ANON
              PERFORM 260-ANONIMIZAR-DETALLE
              IF DETALLE-ANONIMIZADO
                 MOVE WS-DETALLE-ANON TO REG-SUSPENSO (1:24)
                 REWRITE REG-SUSPENSO
                 IF FS-SUSPENSO NOT = 0
                    DISPLAY 'ERROR AL REESCRIBIR SUSPENSO: '
                            FS-SUSPENSO
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  700-ANONIMIZAR-CONFLICT                                       *
      *                                                                *
      ******************************************************************
       700-ANONIMIZAR-CONFLICT.
           MOVE WS-FIC-CONFLICT TO WS-FIC-ACTUAL
      *
           OPEN I-O CONFLICT
      *
           IF FS-CONFLICT NOT = 35
              IF FS-CONFLICT NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR CONFLICT: '
                          FS-CONFLICT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 710-TRATAR-CONFLICT UNTIL FIN-OK
      *
              CLOSE CONFLICT
           END-IF
           .
      *
      ******************************************************************
      *  710-TRATAR-CONFLICT                                           *
      *                                                                *
      ******************************************************************
       710-TRATAR-CONFLICT.
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
              MOVE CNF-ENTRANTE TO WS-DETALLE-ANON
              PERFORM 260-ANONIMIZAR-DETALLE
              IF DETALLE-ANONIMIZADO
                 MOVE WS-DETALLE-ANON  TO CNF-ENTRANTE
                 MOVE WS-SEUDONIMO-ACT TO CNF-CLAVE
                 MOVE CNF-MAESTRO      TO WS-IMAGEN-ANON
                 PERFORM 250-ANONIMIZAR-IMAGEN
                 MOVE WS-IMAGEN-ANON   TO CNF-MAESTRO
      *
                 REWRITE REG-CONFLICT-ES FROM REG-CONFLICTO
                 IF FS-CONFLICT NOT = 0
                    DISPLAY 'ERROR AL REESCRIBIR CONFLICT: '
                            FS-CONFLICT
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  750-ANONIMIZAR-MANTREG                                        *
      *                                                                *
      ******************************************************************
      *    EL REGISTRO DE CORRECCIONES MANUALES GUARDA EL DOCUMENTO DE
      *    LA PERSONA CORREGIDA: SE SUSTITUYE POR EL SEUDONIMO.
       750-ANONIMIZAR-MANTREG.
           MOVE WS-FIC-MANTREG TO WS-FIC-ACTUAL
      *
           OPEN I-O MANTREG
      *
           IF FS-MANTREG NOT = 35
              IF FS-MANTREG NOT = 0
                 DISPLAY 'ERROR FILE STATUS AL ABRIR MANTREG: '
                          FS-MANTREG
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              SET FIN-NO TO TRUE
              PERFORM 760-TRATAR-MANTREG UNTIL FIN-OK
      *
              CLOSE MANTREG
           END-IF
           .
      *
      ******************************************************************
      *  760-TRATAR-MANTREG                                            *
      *                                                                *
      ******************************************************************
       760-TRATAR-MANTREG.
           READ MANTREG INTO REG-MANTENIMIENTO
      *
           IF FS-MANTREG NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER MANTREG: ' FS-MANTREG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-MANTREG = 10
              SET FIN-OK TO TRUE
           ELSE
              MOVE MNT-CLAVE TO WS-CLAVE-BUSCAR
              PERFORM 290-BUSCAR-CLAVE
              IF WS-PET-ENCONTRADA > 0
                 MOVE WS-SEUDONIMO-ACT TO MNT-CLAVE
      *
                 REWRITE REG-MANTREG-ES FROM REG-MANTENIMIENTO
                 IF FS-MANTREG NOT = 0
                    DISPLAY 'ERROR AL REESCRIBIR MANTREG: '
                            FS-MANTREG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
      *
                 PERFORM 295-CONTAR-MODIFICADO
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  800-IMPRIMIR-CERTIFICADO                                      *
      *                                                                *
      ******************************************************************
      *    UN CERTIFICADO POR SOLICITUD, EN PAGINA PROPIA.
       800-IMPRIMIR-CERTIFICADO.
           PERFORM 2100-IMPRIMIR-CABECERA
      *
           MOVE TPE-EXPEDIENTE (WS-SUB-PET)     TO LEX-EXPEDIENTE
           MOVE TPE-CLAVE (WS-SUB-PET) (1:3)    TO LDS-TIPO
           MOVE TPE-CLAVE (WS-SUB-PET) (4:9)    TO LDS-NUMERO
           WRITE REG-CERTIFIC FROM LIN-EXPEDIENTE
           WRITE REG-CERTIFIC FROM LIN-DOC-SOLICITADO
           ADD 2 TO WS-LINEAS-PAG
      *
           MOVE 1 TO WS-SUB-CLAVE
           PERFORM 810-ECO-CLAVE-RELACIONADA
               UNTIL WS-SUB-CLAVE > WS-NUM-CLAVES
      *
           MOVE TPE-RESULTADO (WS-SUB-PET) TO WS-RESULTADO
      *
           IF RESULTADO-ANONIMIZADA OR RESULTADO-SIN-MAESTRO
              MOVE TPE-SEUDONIMO (WS-SUB-PET) (1:3) TO LSE-TIPO
              MOVE TPE-SEUDONIMO (WS-SUB-PET) (4:9) TO LSE-NUMERO
              WRITE REG-CERTIFIC FROM LIN-SEUDONIMO
              ADD 1 TO WS-LINEAS-PAG
           END-IF
      *
           EVALUATE TRUE
           WHEN RESULTADO-ANONIMIZADA
                MOVE 'DATOS ANONIMIZADOS'
                     TO LRS-TEXTO
           WHEN RESULTADO-SIN-MAESTRO
                MOVE 'NO ESTA EN EL MAESTRO. ANONIMIZADO EN EL RESTO'
                     TO LRS-TEXTO
           WHEN RESULTADO-EN-ALTA
                MOVE 'RECHAZADA: PERSONA EN ALTA EN EL MAESTRO'
                     TO LRS-TEXTO
           WHEN RESULTADO-REPETIDA
                MOVE 'RECHAZADA: PERSONA YA INCLUIDA EN OTRA SOLICITUD'
                     TO LRS-TEXTO
           END-EVALUATE
      *
           WRITE REG-CERTIFIC FROM LIN-RESULTADO
           WRITE REG-CERTIFIC FROM LIN-BLANCO
           WRITE REG-CERTIFIC FROM LIN-COL-FICHEROS
           ADD 3 TO WS-LINEAS-PAG
      *
           MOVE ZERO TO VA-REG-MODIFICADOS
           MOVE 1 TO WS-SUB-FIC
           PERFORM 820-LISTAR-FICHERO
               UNTIL WS-SUB-FIC > WS-NUM-FICHEROS
      *
           MOVE VA-REG-MODIFICADOS TO LTM-CONT
           MOVE VA-GEN-REVISADAS   TO LAL-CONT
           MOVE WS-FIRMANTE        TO LFR-NOMBRE
      *
           WRITE REG-CERTIFIC FROM LIN-TOT-MODIFICADOS
           WRITE REG-CERTIFIC FROM LIN-BLANCO
           WRITE REG-CERTIFIC FROM LIN-ALCANCE
           WRITE REG-CERTIFIC FROM LIN-BLANCO
           WRITE REG-CERTIFIC FROM LIN-FIRMANTE
           WRITE REG-CERTIFIC FROM LIN-BLANCO
           WRITE REG-CERTIFIC FROM LIN-FIRMA
      *
           IF FS-CERTIFIC NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CERTIFIC: ' FS-CERTIFIC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 7 TO WS-LINEAS-PAG
           ADD 1 TO WS-SUB-PET
           .
      *
      ******************************************************************
      *  810-ECO-CLAVE-RELACIONADA                                     *
      *                                                                *
      ******************************************************************
       810-ECO-CLAVE-RELACIONADA.
           IF TCB-PETICION (WS-SUB-CLAVE) = WS-SUB-PET
              AND TCB-CLAVE (WS-SUB-CLAVE) NOT = TPE-CLAVE (WS-SUB-PET)
              MOVE TCB-CLAVE (WS-SUB-CLAVE) (1:3) TO LDR-TIPO
              MOVE TCB-CLAVE (WS-SUB-CLAVE) (4:9) TO LDR-NUMERO
              MOVE 1 TO WS-LINEAS-NECESARIAS
              PERFORM 2050-CONTROL-SALTO-PAGINA
              WRITE REG-CERTIFIC FROM LIN-DOC-RELACIONADO
              ADD 1 TO WS-LINEAS-PAG
           END-IF
      *
           ADD 1 TO WS-SUB-CLAVE
           .
      *
      ******************************************************************
      *  820-LISTAR-FICHERO                                            *
      *                                                                *
      ******************************************************************
      *    EL TOTAL DE LA SOLICITUD SE ACUMULA EN VA-REG-MODIFICADOS,
      *    QUE YA NO SE NECESITA PARA EL RECORRIDO DE LOS FICHEROS.
       820-LISTAR-FICHERO.
           MOVE TFI-NOMBRE (WS-SUB-FIC)          TO LFI-NOMBRE
           MOVE TPE-CONT (WS-SUB-PET WS-SUB-FIC) TO LFI-CONT
           ADD  TPE-CONT (WS-SUB-PET WS-SUB-FIC) TO VA-REG-MODIFICADOS
      *
           WRITE REG-CERTIFIC FROM LIN-FICHERO
           ADD 1 TO WS-LINEAS-PAG
           ADD 1 TO WS-SUB-FIC
           .
      *
      ******************************************************************
      *  900-GRABAR-SECUENCIA                                          *
      *                                                                *
      ******************************************************************
       900-GRABAR-SECUENCIA.
           MOVE WS-FECHA-SISTEMA TO BSQ-FECHA
      *
           OPEN OUTPUT BORRSEQ
      *
           IF FS-BORRSEQ NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR BORRSEQ: ' FS-BORRSEQ
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           WRITE REG-BORRSEQ FROM REG-BORRSEQ-LAYOUT
      *
           IF FS-BORRSEQ NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR BORRSEQ: ' FS-BORRSEQ
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE BORRSEQ
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
           WRITE REG-CERTIFIC FROM LIN-CABECERA-1
           WRITE REG-CERTIFIC FROM LIN-CABECERA-2
           WRITE REG-CERTIFIC FROM LIN-BLANCO
      *
           IF FS-CERTIFIC NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CERTIFIC: ' FS-CERTIFIC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE 3 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           PERFORM 2100-IMPRIMIR-CABECERA
      *
           MOVE VA-PETICIONES   TO LTP-CONT
           MOVE VA-ANONIMIZADAS TO LTA-CONT
           MOVE VA-SIN-MAESTRO  TO LTN-CONT
           MOVE VA-RECHAZADAS   TO LTR-CONT
           MOVE VA-REPETIDAS    TO LTD-CONT
           MOVE VA-GEN-REVISADAS TO LAL-CONT
      *
           WRITE REG-CERTIFIC FROM LIN-TITULO-TOTALES
           WRITE REG-CERTIFIC FROM LIN-BLANCO
           WRITE REG-CERTIFIC FROM LIN-TOT-PETICIONES
           WRITE REG-CERTIFIC FROM LIN-TOT-ANONIMIZADAS
           WRITE REG-CERTIFIC FROM LIN-TOT-SIN-MAESTRO
           WRITE REG-CERTIFIC FROM LIN-TOT-RECHAZADAS
           WRITE REG-CERTIFIC FROM LIN-TOT-REPETIDAS
           WRITE REG-CERTIFIC FROM LIN-ALCANCE
      *
           IF FS-CERTIFIC NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR CERTIFIC: ' FS-CERTIFIC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           DISPLAY 'SOLICITUDES RECIBIDAS....: ' VA-PETICIONES
           DISPLAY 'PERSONAS ANONIMIZADAS....: ' VA-ANONIMIZADAS
           DISPLAY 'SIN PERSONA EN EL MAESTRO: ' VA-SIN-MAESTRO
           DISPLAY 'RECHAZADAS (EN ALTA).....: ' VA-RECHAZADAS
           DISPLAY 'SOLICITUDES REPETIDAS....: ' VA-REPETIDAS
      *
      *    UNA SOLICITUD RECHAZADA QUEDA PENDIENTE: AVISO A LA CADENA.
           IF VA-RECHAZADAS > 0 OR VA-REPETIDAS > 0
              MOVE 4 TO RETURN-CODE
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
           CLOSE CERTIFIC
      *
           IF FS-CERTIFIC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR CERTIFIC: '
                       FS-CERTIFIC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
