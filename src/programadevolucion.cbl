       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP31.
      *
      *    REPARTO DE LAS DEVOLUCIONES A LOS DEPARTAMENTOS EMISORES:
      *    LEE EL DEVOLUC QUE DEJA ADCDAP13 (RECHAZOS, EXCEPCIONES DE
      *    EDAD, DUPLICADOS, SOBRES ERRONEOS Y CUARENTENAS, CADA UNO
      *    CON EL DEPARTAMENTO QUE ENVIO EL EXTRACTO) Y GRABA UN
      *    FICHERO DEVOL.<DEPARTAMENTO> POR CADA DEPARTAMENTO CON
      *    AVISOS, EN EL FORMATO FIJO DE DEVOLUC.CPY, PARA QUE CADA
      *    UNO LO CARGUE EN SU SISTEMA. COMO LOS EXTRACTOS DE ENTRADA,
      *    CADA FICHERO VIAJA CON SOBRE: CABECERA 'CAB' CON EL
      *    DEPARTAMENTO Y LA FECHA Y TOTALIZADOR 'FIN' CON EL NUMERO
      *    DE AVISOS. DEVLIST RESUME LO REPARTIDO POR DEPARTAMENTO.
      *    UN DEPARTAMENTO SIN AVISOS NO RECIBE FICHERO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUC      ASSIGN TO DEVOLUC
                  FILE STATUS IS FS-DEVOLUC.
      *
           SELECT DEVDEPT      ASSIGN TO DYNAMIC WS-NOM-DEVDEPT
                  FILE STATUS IS FS-DEVDEPT.
      *
           SELECT DEVLIST      ASSIGN TO DEVLIST
                  FILE STATUS IS FS-DEVLIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DEVOLUC
           RECORDING MODE IS F.
       01 REG-DEVOLUC            PIC X(160).
      *
       FD DEVDEPT
           RECORDING MODE IS F.
       01 REG-DEVDEPT            PIC X(160).
      *
       FD DEVLIST
           RECORDING MODE IS F.
       01 REG-DEVLIST            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     V A R I A B L E S                          *
      ******************************************************************
       01 FS-DEVOLUC             PIC 99.
       01 FS-DEVDEPT             PIC 99.
       01 FS-DEVLIST             PIC 99.
      *
       COPY DEVOLUC.
      *
       01 VARIABLES.
          05 VA-LEIDOS           PIC 9(6).
          05 VA-REPARTIDOS       PIC 9(6).
          05 VA-SIN-REPARTIR     PIC 9(6).
          05 VA-FICHEROS         PIC 9(4).
          05 VA-ESCRITOS-DEPT    PIC 9(6).
      *
       01 WS-NOM-DEVDEPT.
          05 FILLER              PIC X(6)  VALUE 'DEVOL.'.
          05 NDD-DEPARTAMENTO    PIC X(8).
          05 FILLER              PIC X(26) VALUE SPACES.
      *
      ******************************************************************
      *   T A B L A   D E   D E P A R T A M E N T O S                  *
      ******************************************************************
      *    SE LLENA EN UNA PRIMERA LECTURA DE DEVOLUC EN EL ORDEN EN
      *    QUE APARECEN; DESPUES SE RELEE DEVOLUC UNA VEZ POR
      *    DEPARTAMENTO PARA GRABAR SU FICHERO.
       01 TAB-DEPARTAMENTOS.
          05 TDP-ENTRADA OCCURS 100 TIMES.
             10 TDP-DEPARTAMENTO PIC X(8).
             10 TDP-RECHAZOS     PIC 9(6).
             10 TDP-EXCEPCIONES  PIC 9(6).
             10 TDP-DUPLICADOS   PIC 9(6).
             10 TDP-SOBRES       PIC 9(6).
             10 TDP-CUARENTENAS  PIC 9(6).
             10 TDP-TOTAL        PIC 9(6).
       01 WS-NUM-DEPARTAMENTOS   PIC 999   VALUE ZERO.
       01 WS-MAX-DEPARTAMENTOS   PIC 999   VALUE 100.
       01 WS-SUB-DEPT            PIC 999   VALUE ZERO.
      *
      ******************************************************************
      *   S O B R E   D E   D E V O L U C I O N                        *
      ******************************************************************
       01 REG-DEV-CABECERA.
          05 FILLER              PIC XXX   VALUE 'CAB'.
          05 DCA-DEPARTAMENTO    PIC X(8).
          05 DCA-FECHA           PIC 9(8).
          05 FILLER              PIC X(141) VALUE SPACES.
      *
       01 REG-DEV-TOTALIZADOR.
          05 FILLER              PIC XXX   VALUE 'FIN'.
          05 DFI-CONTADOR        PIC 9(6).
          05 FILLER              PIC X(151) VALUE SPACES.
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
             'DEVOLUCIONES A DEPARTAMENTOS'.
          05 FILLER              PIC X(7)  VALUE 'FECHA: '.
          05 LC1-FECHA           PIC X(10).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(7)  VALUE 'PAGINA '.
          05 LC1-PAGINA          PIC ZZ9.
      *
       01 LIN-CABECERA-2.
          05 FILLER              PIC X(28) VALUE
             'PROGRAMA ADCDAP31 - PERSONA'.
      *
       01 LIN-BLANCO             PIC X(80) VALUE SPACES.
      *
       01 LIN-TITULOS.
          05 FILLER              PIC X(10) VALUE 'DEPARTAM.'.
          05 FILLER              PIC X(8)  VALUE 'RECHAZ'.
          05 FILLER              PIC X(8)  VALUE 'EXCEP.'.
          05 FILLER              PIC X(8)  VALUE 'DUPLIC'.
          05 FILLER              PIC X(8)  VALUE 'SOBRES'.
          05 FILLER              PIC X(8)  VALUE 'CUAREN'.
          05 FILLER              PIC X(8)  VALUE ' TOTAL'.
          05 FILLER              PIC X(7)  VALUE 'FICHERO'.
      *
       01 LIN-DEPARTAMENTO.
          05 LDP-DEPARTAMENTO    PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-RECHAZOS        PIC ZZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-EXCEPCIONES     PIC ZZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-DUPLICADOS      PIC ZZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-SOBRES          PIC ZZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-CUARENTENAS     PIC ZZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-TOTAL           PIC ZZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 LDP-FICHERO         PIC X(14).
      *
       01 LIN-TOT-LEIDOS.
          05 FILLER              PIC X(30) VALUE
             'AVISOS LEIDOS.............: '.
          05 LTL-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-REPARTIDOS.
          05 FILLER              PIC X(30) VALUE
             'AVISOS REPARTIDOS.........: '.
          05 LTR-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-FICHEROS.
          05 FILLER              PIC X(30) VALUE
             'FICHEROS GENERADOS........: '.
          05 LTF-CONT            PIC ZZZZZ9.
      *
       01 LIN-TOT-SIN-REPARTIR.
          05 FILLER              PIC X(30) VALUE
             'AVISOS SIN REPARTIR.......: '.
          05 LTS-CONT            PIC ZZZZZ9.
      *
       01 LIN-SIN-DEVOLUC.
          05 FILLER              PIC X(40) VALUE
             'SIN FICHERO DEVOLUC: NADA QUE REPARTIR'.
      *
      ******************************************************************
      *                        S W I T C H E S                         *
      ******************************************************************
       01 SWITCH.
          05 SWITCH-FIN          PIC XX VALUE 'NO'.
             88 FIN-OK                  VALUE 'SI'.
             88 FIN-NO                  VALUE 'NO'.
      *
       01 WS-DEVOLUC-SW          PIC X     VALUE 'N'.
          88 HAY-DEVOLUCIONES          VALUE 'S'.
          88 NO-HAY-DEVOLUCIONES       VALUE 'N'.
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
                       TAB-DEPARTAMENTOS
      *
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FECHA-SISTEMA (7:2) TO WS-FI-DIA
           MOVE WS-FECHA-SISTEMA (5:2) TO WS-FI-MES
           MOVE WS-FECHA-SISTEMA (1:4) TO WS-FI-ANNO
      *
           OPEN OUTPUT DEVLIST
      *
           IF FS-DEVLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR DEVLIST: '
                       FS-DEVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2100-IMPRIMIR-CABECERA
      *
      *    UNA EJECUCION DE ADCDAP13 SIN FICHEROS NO DEJA DEVOLUC.
           OPEN INPUT DEVOLUC
      *
           IF FS-DEVOLUC = 0
              SET HAY-DEVOLUCIONES TO TRUE
              PERFORM 11-LEER-DEVOLUCION
              PERFORM 12-ANOTAR-DEPARTAMENTO UNTIL FIN-OK
              CLOSE DEVOLUC
           ELSE
              SET NO-HAY-DEVOLUCIONES TO TRUE
              DISPLAY 'SIN FICHERO DEVOLUC. NADA QUE REPARTIR.'
           END-IF
           .
      *
      ******************************************************************
      *  11-LEER-DEVOLUCION                                            *
      *                                                                *
      ******************************************************************
       11-LEER-DEVOLUCION.
           READ DEVOLUC INTO REG-DEVOLUCION
      *
           IF FS-DEVOLUC NOT = 0 AND 10
              DISPLAY 'ERROR AL LEER DEVOLUC: ' FS-DEVOLUC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           IF FS-DEVOLUC = 10
              SET FIN-OK TO TRUE
           END-IF
           .
      *
      ******************************************************************
      *  12-ANOTAR-DEPARTAMENTO                                        *
      *                                                                *
      ******************************************************************
      *    CON LA TABLA LLENA LOS AVISOS DE UN DEPARTAMENTO NUEVO NO
      *    SE REPARTEN: SE CUENTAN, SE AVISA Y LA EJECUCION TERMINA
      *    CON CODIGO 4 PARA QUE NO PASE DESAPERCIBIDO.
       12-ANOTAR-DEPARTAMENTO.
           ADD 1 TO VA-LEIDOS
      *
           SET DEPARTAMENTO-NUEVO TO TRUE
           MOVE 1 TO WS-SUB-DEPT
           PERFORM 13-BUSCAR-DEPARTAMENTO
               UNTIL DEPARTAMENTO-ENCONTRADO
                  OR WS-SUB-DEPT > WS-NUM-DEPARTAMENTOS
      *
           IF DEPARTAMENTO-NUEVO
              IF WS-NUM-DEPARTAMENTOS < WS-MAX-DEPARTAMENTOS
                 ADD 1 TO WS-NUM-DEPARTAMENTOS
                 MOVE WS-NUM-DEPARTAMENTOS TO WS-SUB-DEPT
                 MOVE DEV-DEPARTAMENTO
                      TO TDP-DEPARTAMENTO (WS-SUB-DEPT)
                 SET DEPARTAMENTO-ENCONTRADO TO TRUE
              ELSE
                 ADD 1 TO VA-SIN-REPARTIR
                 IF AVISO-TABLA-PENDIENTE
                    SET AVISO-TABLA-DADO TO TRUE
                    DISPLAY 'TABLA DE DEPARTAMENTOS LLENA. HAY '
                            'AVISOS SIN REPARTIR.'
                 END-IF
              END-IF
           END-IF
      *
           IF DEPARTAMENTO-ENCONTRADO
              ADD 1 TO TDP-TOTAL (WS-SUB-DEPT)
              EVALUATE TRUE
              WHEN AVISO-RECHAZO
                   ADD 1 TO TDP-RECHAZOS (WS-SUB-DEPT)
              WHEN AVISO-EXCEPCION
                   ADD 1 TO TDP-EXCEPCIONES (WS-SUB-DEPT)
              WHEN AVISO-DUPLICADO
                   ADD 1 TO TDP-DUPLICADOS (WS-SUB-DEPT)
              WHEN AVISO-SOBRE
                   ADD 1 TO TDP-SOBRES (WS-SUB-DEPT)
              WHEN AVISO-CUARENTENA
                   ADD 1 TO TDP-CUARENTENAS (WS-SUB-DEPT)
              END-EVALUATE
           END-IF
      *
           PERFORM 11-LEER-DEVOLUCION
           .
      *
      ******************************************************************
      *  13-BUSCAR-DEPARTAMENTO                                        *
      *                                                                *
      ******************************************************************
       13-BUSCAR-DEPARTAMENTO.
           IF TDP-DEPARTAMENTO (WS-SUB-DEPT) = DEV-DEPARTAMENTO
              SET DEPARTAMENTO-ENCONTRADO TO TRUE
           ELSE
              ADD 1 TO WS-SUB-DEPT
           END-IF
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           IF HAY-DEVOLUCIONES
              MOVE 2 TO WS-LINEAS-NECESARIAS
              PERFORM 2050-CONTROL-SALTO-PAGINA
              WRITE REG-DEVLIST FROM LIN-TITULOS
              WRITE REG-DEVLIST FROM LIN-BLANCO
              ADD 2 TO WS-LINEAS-PAG
      *
              MOVE 1 TO WS-SUB-DEPT
              PERFORM 200-GENERAR-FICHERO
                  UNTIL WS-SUB-DEPT > WS-NUM-DEPARTAMENTOS
           ELSE
              WRITE REG-DEVLIST FROM LIN-SIN-DEVOLUC
              ADD 1 TO WS-LINEAS-PAG
           END-IF
      *
           IF FS-DEVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DEVLIST: ' FS-DEVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           PERFORM 2000-TOTALES
           .
      *
      ******************************************************************
      *  200-GENERAR-FICHERO                                           *
      *                                                                *
      ******************************************************************
      *    UN FICHERO POR DEPARTAMENTO CON SUS AVISOS EN EL ORDEN EN
      *    QUE LOS GRABO ADCDAP13, ENTRE CABECERA Y TOTALIZADOR.
       200-GENERAR-FICHERO.
           MOVE TDP-DEPARTAMENTO (WS-SUB-DEPT) TO NDD-DEPARTAMENTO
           MOVE ZERO TO VA-ESCRITOS-DEPT
      *
           OPEN OUTPUT DEVDEPT
      *
           IF FS-DEVDEPT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR ' WS-NOM-DEVDEPT
                      ': ' FS-DEVDEPT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           MOVE TDP-DEPARTAMENTO (WS-SUB-DEPT) TO DCA-DEPARTAMENTO
           MOVE WS-FECHA-SISTEMA               TO DCA-FECHA
           WRITE REG-DEVDEPT FROM REG-DEV-CABECERA
      *
           IF FS-DEVDEPT NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ' WS-NOM-DEVDEPT ': '
                      FS-DEVDEPT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           OPEN INPUT DEVOLUC
      *
           IF FS-DEVOLUC NOT = 0
              DISPLAY 'ERROR FILE STATUS AL ABRIR DEVOLUC: '
                       FS-DEVOLUC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           SET FIN-NO TO TRUE
           PERFORM 11-LEER-DEVOLUCION
           PERFORM 210-COPIAR-DEVOLUCION UNTIL FIN-OK
      *
           CLOSE DEVOLUC
      *
           MOVE VA-ESCRITOS-DEPT TO DFI-CONTADOR
           WRITE REG-DEVDEPT FROM REG-DEV-TOTALIZADOR
      *
           IF FS-DEVDEPT NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR ' WS-NOM-DEVDEPT ': '
                      FS-DEVDEPT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           CLOSE DEVDEPT
      *
           IF FS-DEVDEPT NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR ' WS-NOM-DEVDEPT
                      ': ' FS-DEVDEPT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO VA-FICHEROS
           PERFORM 220-IMPRIMIR-DEPARTAMENTO
      *
           ADD 1 TO WS-SUB-DEPT
           .
      *
      ******************************************************************
      *  210-COPIAR-DEVOLUCION                                         *
      *                                                                *
      ******************************************************************
       210-COPIAR-DEVOLUCION.
           IF DEV-DEPARTAMENTO = TDP-DEPARTAMENTO (WS-SUB-DEPT)
              WRITE REG-DEVDEPT FROM REG-DEVOLUCION
      *
              IF FS-DEVDEPT NOT = 0
                 DISPLAY 'ERROR AL ESCRIBIR ' WS-NOM-DEVDEPT ': '
                         FS-DEVDEPT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
      *
              ADD 1 TO VA-ESCRITOS-DEPT
              ADD 1 TO VA-REPARTIDOS
           END-IF
      *
           PERFORM 11-LEER-DEVOLUCION
           .
      *
      ******************************************************************
      *  220-IMPRIMIR-DEPARTAMENTO                                     *
      *                                                                *
      ******************************************************************
       220-IMPRIMIR-DEPARTAMENTO.
           MOVE TDP-DEPARTAMENTO (WS-SUB-DEPT) TO LDP-DEPARTAMENTO
           MOVE TDP-RECHAZOS (WS-SUB-DEPT)     TO LDP-RECHAZOS
           MOVE TDP-EXCEPCIONES (WS-SUB-DEPT)  TO LDP-EXCEPCIONES
           MOVE TDP-DUPLICADOS (WS-SUB-DEPT)   TO LDP-DUPLICADOS
           MOVE TDP-SOBRES (WS-SUB-DEPT)       TO LDP-SOBRES
           MOVE TDP-CUARENTENAS (WS-SUB-DEPT)  TO LDP-CUARENTENAS
           MOVE VA-ESCRITOS-DEPT               TO LDP-TOTAL
           MOVE WS-NOM-DEVDEPT                 TO LDP-FICHERO
      *
           MOVE 1 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-DEVLIST FROM LIN-DEPARTAMENTO
      *
           IF FS-DEVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DEVLIST: ' FS-DEVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 1 TO WS-LINEAS-PAG
           .
      *
      ******************************************************************
      *  2000-TOTALES                                                  *
      *                                                                *
      ******************************************************************
       2000-TOTALES.
           MOVE VA-LEIDOS       TO LTL-CONT
           MOVE VA-REPARTIDOS   TO LTR-CONT
           MOVE VA-FICHEROS     TO LTF-CONT
           MOVE VA-SIN-REPARTIR TO LTS-CONT
      *
           MOVE 5 TO WS-LINEAS-NECESARIAS
           PERFORM 2050-CONTROL-SALTO-PAGINA
           WRITE REG-DEVLIST FROM LIN-BLANCO
           WRITE REG-DEVLIST FROM LIN-TOT-LEIDOS
           WRITE REG-DEVLIST FROM LIN-TOT-REPARTIDOS
           WRITE REG-DEVLIST FROM LIN-TOT-FICHEROS
           WRITE REG-DEVLIST FROM LIN-TOT-SIN-REPARTIR
      *
           IF FS-DEVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DEVLIST: ' FS-DEVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           ADD 5 TO WS-LINEAS-PAG
      *
           DISPLAY 'AVISOS LEIDOS............: ' VA-LEIDOS
           DISPLAY 'AVISOS REPARTIDOS........: ' VA-REPARTIDOS
           DISPLAY 'FICHEROS GENERADOS.......: ' VA-FICHEROS
           DISPLAY 'AVISOS SIN REPARTIR......: ' VA-SIN-REPARTIR
      *
           IF VA-SIN-REPARTIR > 0
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
           WRITE REG-DEVLIST FROM LIN-CABECERA-1
           WRITE REG-DEVLIST FROM LIN-CABECERA-2
           WRITE REG-DEVLIST FROM LIN-BLANCO
      *
           IF FS-DEVLIST NOT = 0
              DISPLAY 'ERROR AL ESCRIBIR DEVLIST: ' FS-DEVLIST
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
           CLOSE DEVLIST
      *
           IF FS-DEVLIST NOT = 0
              DISPLAY 'ERROR FILE STATUS AL CERRAR DEVLIST: '
                       FS-DEVLIST
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *
           GOBACK
           .
