       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADCDAP25.
      *
      *    RUTINA DE VERIFICACION DEL DIGITO O LETRA DE CONTROL DEL
      *    NUMERO DE DOCUMENTO. LA LLAMAN LA ENTRADA ADCDAP13, EL
      *    RECICLAJE ADCDAP16 Y EL BARRIDO DEL MAESTRO ADCDAP26, PARA
      *    QUE LOS TRES APLIQUEN EXACTAMENTE EL MISMO CRITERIO:
      *      DNI      8 CIFRAS + LETRA (RESTO DE DIVIDIR ENTRE 23)
      *      NIE/TIE  X, Y O Z + 7 CIFRAS + LETRA (LA X, Y O Z VALE
      *               0, 1 O 2 DELANTE DE LAS CIFRAS)
      *      CIF      LETRA DE ORGANIZACION + 7 CIFRAS + CONTROL
      *               (CIFRA O LETRA SEGUN LA ORGANIZACION)
      *    EL RESTO DE TIPOS (PASAPORTE) NO TIENE CONTROL Y SE DA
      *    POR BUENO.
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   A R E A   D E   T R A B A J O   D E L   D O C U M E N T O    *
      ******************************************************************
       01 WS-DOCUMENTO           PIC X(9).
       01 FILLER REDEFINES WS-DOCUMENTO.
          05 WS-DNI-NUMERO       PIC X(8).
          05 WS-DNI-LETRA        PIC X.
       01 FILLER REDEFINES WS-DOCUMENTO.
          05 WS-NIE-PREFIJO      PIC X.
          05 WS-NIE-NUMERO       PIC X(7).
          05 WS-NIE-LETRA        PIC X.
       01 FILLER REDEFINES WS-DOCUMENTO.
          05 WS-CIF-LETRA        PIC X.
          05 WS-CIF-NUMERO       PIC X(7).
          05 WS-CIF-CONTROL      PIC X.
      *
       01 WS-CIF-CIFRAS          PIC X(7).
       01 FILLER REDEFINES WS-CIF-CIFRAS.
          05 WS-CIF-CIFRA        PIC 9     OCCURS 7 TIMES.
      *
      ******************************************************************
      *        T A B L A S   D E   L E T R A S   D E   C O N T R O L   *
      ******************************************************************
       01 TABLA-LETRAS-DNI-VALORES PIC X(23) VALUE
          'TRWAGMYFPDXBNJZSQVHLCKE'.
       01 TABLA-LETRAS-DNI REDEFINES TABLA-LETRAS-DNI-VALORES.
          05 TLD-LETRA           PIC X     OCCURS 23 TIMES.
      *
       01 TABLA-LETRAS-CIF-VALORES PIC X(10) VALUE 'JABCDEFGHI'.
       01 TABLA-LETRAS-CIF REDEFINES TABLA-LETRAS-CIF-VALORES.
          05 TLC-LETRA           PIC X     OCCURS 10 TIMES.
      *
      ******************************************************************
      *             A R E A   D E   C A L C U L O                      *
      ******************************************************************
       01 WS-NUMERO-DNI          PIC 9(8)  VALUE ZERO.
       01 WS-NUMERO-NIE          PIC 9(7)  VALUE ZERO.
       01 WS-VALOR-PREFIJO       PIC 9     VALUE ZERO.
       01 WS-COCIENTE            PIC 9(8)  VALUE ZERO.
       01 WS-RESTO               PIC 99    VALUE ZERO.
      *
       01 WS-SUB-CIFRA           PIC 9     VALUE ZERO.
       01 WS-SUMA-CIF            PIC 999   VALUE ZERO.
       01 WS-DOBLE               PIC 99    VALUE ZERO.
       01 WS-UNIDAD              PIC 9     VALUE ZERO.
       01 WS-CONTROL-CIF         PIC 9     VALUE ZERO.
      *
       01 WS-LETRA-CALCULADA     PIC X     VALUE SPACE.
      *
       01 WS-TIPO-CONTROL-SW     PIC X     VALUE SPACE.
          88 CONTROL-CIFRA             VALUE 'C'.
          88 CONTROL-LETRA             VALUE 'L'.
          88 CONTROL-CUALQUIERA        VALUE 'A'.
          88 ORGANIZACION-INVALIDA     VALUE 'X'.
      *
       LINKAGE SECTION.
       COPY DIGCTRL.
      *
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING AREA-DIGITO-CONTROL.
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
           SET DGC-DOCUMENTO-CORRECTO TO TRUE
           MOVE SPACES      TO DGC-MOTIVO
           MOVE DGC-NUM-DOC TO WS-DOCUMENTO
           .
      *
      ******************************************************************
      *  20-PROCESO                                                    *
      *                                                                *
      ******************************************************************
       20-PROCESO.
           EVALUATE DGC-TIPO-DOC
           WHEN 'DNI'
                PERFORM 210-VERIFICAR-DNI
           WHEN 'NIE'
           WHEN 'TIE'
                PERFORM 220-VERIFICAR-NIE
           WHEN 'CIF'
                PERFORM 230-VERIFICAR-CIF
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      *
      ******************************************************************
      *  210-VERIFICAR-DNI                                             *
      *                                                                *
      ******************************************************************
       210-VERIFICAR-DNI.
           IF WS-DNI-NUMERO NOT NUMERIC
              OR WS-DNI-LETRA NOT ALPHABETIC-UPPER
              OR WS-DNI-LETRA = SPACE
              PERFORM 290-FORMATO-ERRONEO
           ELSE
              MOVE WS-DNI-NUMERO TO WS-NUMERO-DNI
              PERFORM 250-CALCULAR-LETRA
      *
              IF WS-DNI-LETRA NOT = WS-LETRA-CALCULADA
                 SET DGC-DOCUMENTO-ERRONEO TO TRUE
                 MOVE 'LETRA DE CONTROL NO CORRESPONDE' TO DGC-MOTIVO
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  220-VERIFICAR-NIE                                             *
      *                                                                *
      ******************************************************************
      *    EL NIE Y LA TARJETA DE EXTRANJERO (TIE) LLEVAN EL MISMO
      *    NUMERO: LA LETRA INICIAL SE SUSTITUYE POR SU VALOR Y SE
      *    CALCULA LA LETRA COMO EN EL DNI.
       220-VERIFICAR-NIE.
           EVALUATE WS-NIE-PREFIJO
           WHEN 'X'
                MOVE 0 TO WS-VALOR-PREFIJO
           WHEN 'Y'
                MOVE 1 TO WS-VALOR-PREFIJO
           WHEN 'Z'
                MOVE 2 TO WS-VALOR-PREFIJO
           WHEN OTHER
                PERFORM 290-FORMATO-ERRONEO
           END-EVALUATE
      *
           IF DGC-DOCUMENTO-CORRECTO
              IF WS-NIE-NUMERO NOT NUMERIC
                 OR WS-NIE-LETRA NOT ALPHABETIC-UPPER
                 OR WS-NIE-LETRA = SPACE
                 PERFORM 290-FORMATO-ERRONEO
              ELSE
                 MOVE WS-NIE-NUMERO TO WS-NUMERO-NIE
                 COMPUTE WS-NUMERO-DNI =
                         WS-VALOR-PREFIJO * 10000000 + WS-NUMERO-NIE
                 PERFORM 250-CALCULAR-LETRA
      *
                 IF WS-NIE-LETRA NOT = WS-LETRA-CALCULADA
                    SET DGC-DOCUMENTO-ERRONEO TO TRUE
                    MOVE 'LETRA DE CONTROL NO CORRESPONDE'
                         TO DGC-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *
      ******************************************************************
      *  230-VERIFICAR-CIF                                             *
      *                                                                *
      ******************************************************************
      *    LA LETRA DE ORGANIZACION DECIDE LA FORMA DEL CONTROL: LAS
      *    SOCIEDADES (A, B, E, H) LLEVAN CIFRA; LOS ORGANISMOS Y
      *    ENTIDADES NO RESIDENTES (K, L, M, N, P, Q, R, S, W) LLEVAN
      *    LETRA; EL RESTO ADMITE CUALQUIERA DE LAS DOS.
       230-VERIFICAR-CIF.
           EVALUATE WS-CIF-LETRA
           WHEN 'A'
           WHEN 'B'
           WHEN 'E'
           WHEN 'H'
                SET CONTROL-CIFRA TO TRUE
           WHEN 'K'
           WHEN 'L'
           WHEN 'M'
           WHEN 'N'
           WHEN 'P'
           WHEN 'Q'
           WHEN 'R'
           WHEN 'S'
           WHEN 'W'
                SET CONTROL-LETRA TO TRUE
           WHEN 'C'
           WHEN 'D'
           WHEN 'F'
           WHEN 'G'
           WHEN 'J'
           WHEN 'U'
           WHEN 'V'
                SET CONTROL-CUALQUIERA TO TRUE
           WHEN OTHER
                SET ORGANIZACION-INVALIDA TO TRUE
           END-EVALUATE
      *
           IF ORGANIZACION-INVALIDA
              OR WS-CIF-NUMERO NOT NUMERIC
              PERFORM 290-FORMATO-ERRONEO
           ELSE
              PERFORM 260-CALCULAR-CONTROL-CIF
      *
              EVALUATE TRUE
              WHEN CONTROL-CIFRA
                   IF WS-CIF-CONTROL NOT = WS-CONTROL-CIF
                      PERFORM 295-CONTROL-CIF-ERRONEO
                   END-IF
              WHEN CONTROL-LETRA
                   IF WS-CIF-CONTROL NOT =
                      TLC-LETRA (WS-CONTROL-CIF + 1)
                      PERFORM 295-CONTROL-CIF-ERRONEO
                   END-IF
              WHEN OTHER
                   IF WS-CIF-CONTROL NOT = WS-CONTROL-CIF
                      AND WS-CIF-CONTROL NOT =
                          TLC-LETRA (WS-CONTROL-CIF + 1)
                      PERFORM 295-CONTROL-CIF-ERRONEO
                   END-IF
              END-EVALUATE
           END-IF
           .
      *
      ******************************************************************
      *  250-CALCULAR-LETRA                                            *
      *                                                                *
      ******************************************************************
      *    LETRA DEL DNI: POSICION (RESTO DE DIVIDIR ENTRE 23) + 1 EN
      *    LA TABLA OFICIAL DE LETRAS.
       250-CALCULAR-LETRA.
           DIVIDE WS-NUMERO-DNI BY 23 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
           ADD 1 TO WS-RESTO
           MOVE TLD-LETRA (WS-RESTO) TO WS-LETRA-CALCULADA
           .
      *
      ******************************************************************
      *  260-CALCULAR-CONTROL-CIF                                      *
      *                                                                *
      ******************************************************************
      *    LAS CIFRAS EN POSICION PAR SE SUMAN TAL CUAL; LAS DE
      *    POSICION IMPAR SE DOBLAN Y SE SUMAN LAS CIFRAS DEL DOBLE.
      *    EL CONTROL ES LO QUE FALTA A LA UNIDAD DE LA SUMA PARA
      *    LLEGAR A DIEZ (CERO SI YA ES CERO).
       260-CALCULAR-CONTROL-CIF.
           MOVE WS-CIF-NUMERO TO WS-CIF-CIFRAS
           MOVE ZERO          TO WS-SUMA-CIF
           MOVE 1             TO WS-SUB-CIFRA
           PERFORM 261-SUMAR-CIFRA-CIF UNTIL WS-SUB-CIFRA > 7
      *
           DIVIDE WS-SUMA-CIF BY 10 GIVING WS-COCIENTE
                  REMAINDER WS-UNIDAD
      *
           IF WS-UNIDAD = ZERO
              MOVE ZERO TO WS-CONTROL-CIF
           ELSE
              COMPUTE WS-CONTROL-CIF = 10 - WS-UNIDAD
           END-IF
           .
      *
      ******************************************************************
      *  261-SUMAR-CIFRA-CIF                                           *
      *                                                                *
      ******************************************************************
       261-SUMAR-CIFRA-CIF.
           DIVIDE WS-SUB-CIFRA BY 2 GIVING WS-COCIENTE
                  REMAINDER WS-UNIDAD
      *
           IF WS-UNIDAD = ZERO
              ADD WS-CIF-CIFRA (WS-SUB-CIFRA) TO WS-SUMA-CIF
           ELSE
              COMPUTE WS-DOBLE = WS-CIF-CIFRA (WS-SUB-CIFRA) * 2
              IF WS-DOBLE > 9
                 SUBTRACT 9 FROM WS-DOBLE
              END-IF
              ADD WS-DOBLE TO WS-SUMA-CIF
           END-IF
      *
           ADD 1 TO WS-SUB-CIFRA
           .
      *
      ******************************************************************
      *  290-FORMATO-ERRONEO                                           *
      *                                                                *
      ******************************************************************
       290-FORMATO-ERRONEO.
           SET DGC-DOCUMENTO-ERRONEO TO TRUE
           MOVE 'NUM-DOC CON FORMATO INCORRECTO' TO DGC-MOTIVO
           .
      *
      ******************************************************************
      *  295-CONTROL-CIF-ERRONEO                                       *
      *                                                                *
      ******************************************************************
       295-CONTROL-CIF-ERRONEO.
           SET DGC-DOCUMENTO-ERRONEO TO TRUE
           MOVE 'CONTROL DE CIF NO CORRESPONDE' TO DGC-MOTIVO
           .
      *
      ******************************************************************
      *  30-FIN                                                        *
      *                                                                *
      ******************************************************************
       30-FIN.
           GOBACK
           .
