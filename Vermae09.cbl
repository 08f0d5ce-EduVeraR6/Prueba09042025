      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacion de integridad del maestro de conversiones
      *          de YOUR-PROGRAM-NAME. Recorre todas las entradas de
      *          conversion del maestro, vuelve a derivar el resultado
      *          desde la base, el valor y el signo guardados con las
      *          mismas reglas de 1220-DERIVAR-DECIMAL y lista cada
      *          discrepancia. Las claves con discrepancia se dejan en
      *          el archivo de cuarentena, que el paso de conversion
      *          consulta para derivar esos valores de nuevo en lugar
      *          de tomar el resultado guardado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERMAE09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-MAESTRO ASSIGN TO DYNAMIC WS-DSN-MAESTRO
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT ARCH-CUARENTENA ASSIGN TO DYNAMIC WS-DSN-CUARENTENA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CUARENTENA.
           SELECT ARCH-INFORME ASSIGN TO DYNAMIC WS-DSN-INFORME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
      *    Mismo layout de registro que el maestro del programa de
      *    conversion (clave = base + valor de entrada).
       FD  ARCH-MAESTRO.
       01  REG-MAESTRO.
           05 MST-CLAVE.
              10 MST-BASE PIC X(2).
              10 MST-VALOR PIC X(32).
           05 MST-SIGNO PIC X.
           05 MST-RESULTADO PIC S9(31) SIGN LEADING SEPARATE.
           05 MST-PRIMERA-FECHA PIC X(10).
           05 MST-ULTIMA-FECHA PIC X(10).
           05 MST-CONTADOR PIC 9(7).
       FD  ARCH-CUARENTENA.
       01  REG-CUARENTENA PIC X(80).
       FD  ARCH-INFORME.
       01  REG-INFORME PIC X(132).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       WORKING-STORAGE SECTION.
      *    Parametros de la verificacion, un registro opcional:
      *      cols  1-20  maestro a verificar (blanco = MAESTRO.DAT)
      *      cols 21-40  archivo de cuarentena (blanco = CUARENT.DAT)
      *      cols 41-60  informe de discrepancias (blanco =
      *                  VERINFO.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "VERPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-MAESTRO PIC X(20) VALUE "MAESTRO.DAT".
       01 WS-ESTADO-MAESTRO PIC X(2).
      *    Cuarentena, una clave por linea:
      *      cols  1-2   base guardada en el maestro
      *      cols  3-34  valor de entrada
      *      col  35     signo
      *      cols 37-46  fecha en que se detecto la discrepancia
      *    El archivo se regraba completo en cada verificacion con
      *    las claves que siguen sin cuadrar; una clave detectada en
      *    una verificacion anterior conserva su fecha original. Una
      *    clave sale de la cuarentena cuando operaciones corrige o
      *    borra la entrada del maestro y la verificacion siguiente
      *    la encuentra sana.
       01 WS-DSN-CUARENTENA PIC X(20) VALUE "CUARENT.DAT".
       01 WS-ESTADO-CUARENTENA PIC X(2).
       01 WS-LINEA-CUARENTENA PIC X(80).
       01 WS-DSN-INFORME PIC X(20) VALUE "VERINFO.DAT".
       01 WS-ESTADO-INFORME PIC X(2).
       01 WS-LINEA-INFORME PIC X(132).
      *    Mismo candado de corrida que el paso de conversion: con
      *    una conversion en curso el maestro se esta actualizando y
      *    la verificacion se niega a arrancar con codigo 20.
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-CANDADO-ACTIVO PIC X VALUE 'N'.
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
      *    Cuarentena anterior, para conservar la fecha de deteccion
      *    y para informar las claves que quedaron liberadas.
       01 WS-MAXIMO-CUARENTENA PIC 9(4) VALUE 2000.
       01 WS-TOTAL-ANTERIOR PIC 9(4) VALUE 0.
       01 WS-ANTERIOR-OMITIDAS PIC 9(9) VALUE 0.
       01 WS-INDICE-ANTERIOR PIC 9(4) VALUE 0.
       01 WS-TABLA-ANTERIOR.
          05 WS-ANTERIOR OCCURS 2000 TIMES.
             10 ANT-CLAVE PIC X(34).
             10 ANT-FECHA PIC X(10).
             10 ANT-VIGENTE PIC X.
       01 WS-FECHA-DETECCION PIC X(10).
       01 WS-CONTADOR-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-TELEMETRIA PIC 9(9) VALUE 0.
       01 WS-CONTADOR-CORRECTOS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-DISCREPANCIAS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-NUEVAS PIC 9(9) VALUE 0.
       01 WS-CONTADOR-LIBERADAS PIC 9(9) VALUE 0.
       01 WS-MOTIVO-DISCREPANCIA PIC X(24) VALUE SPACES.
      *    Campos de trabajo de la derivacion; mismos nombres y
      *    mismas reglas que 1220-DERIVAR-DECIMAL y
      *    1250-OBTENER-VALOR-DIGITO del programa de conversion.
       01 BINARIO-ENTRADA PIC X(32).
       01 EXPONENTE PIC 9(2).
       01 WS-INDICE PIC 9(2).
       01 WS-NUMERO PIC 9(2).
       01 WS-PRIMER-DIGITO PIC 9(2) VALUE 0.
       01 ES-VALIDO PIC X VALUE 'S'.
       01 CARACTER PIC X.
       01 BINARIO-ENTRADA-SIN-ESPACIOS PIC 9(2).
       01 TOTAL-POTENCIA PIC 9(31).
       01 ACUMULADOR PIC S9(31) SIGN LEADING SEPARATE.
       01 WS-BASE PIC 9(2) VALUE 2.
       01 WS-SIGNO PIC X VALUE 'U'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION

           PERFORM 0050-CONTROLAR-CANDADO.
           IF WS-CANDADO-ACTIVO = 'S'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LEER-PARAMETROS.
           PERFORM 0200-CARGAR-CUARENTENA.
           PERFORM 1000-VERIFICAR-MAESTRO.

           STOP RUN.

       0050-CONTROLAR-CANDADO.
           MOVE 'N' TO WS-CANDADO-ACTIVO
           OPEN INPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               MOVE SPACES TO WS-LINEA-CANDADO
               READ ARCH-CANDADO INTO WS-LINEA-CANDADO
                   AT END
                       CONTINUE
               END-READ
               CLOSE ARCH-CANDADO
               IF WS-LINEA-CANDADO(1:6) = "ACTIVO"
                   MOVE 'S' TO WS-CANDADO-ACTIVO
                   DISPLAY
                   "ERROR, HAY UNA CONVERSION EN CURSO (CORRIDA "
                   WS-LINEA-CANDADO(8:15)
                   "); LA VERIFICACION DEL MAESTRO NO ARRANCA"
               END-IF
           END-IF.

       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LINEA-PARM(1:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(1:20) TO WS-DSN-MAESTRO
                       END-IF
                       IF WS-LINEA-PARM(21:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(21:20)
                               TO WS-DSN-CUARENTENA
                       END-IF
                       IF WS-LINEA-PARM(41:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(41:20) TO WS-DSN-INFORME
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF.

      *    La primera verificacion no encuentra cuarentena anterior.
      *    Las claves que no caben en la tabla se leen igual para
      *    contarlas: se informan como nuevas, con la fecha de hoy,
      *    y no como liberadas.
       0200-CARGAR-CUARENTENA.
           MOVE 0 TO WS-TOTAL-ANTERIOR
           MOVE 0 TO WS-ANTERIOR-OMITIDAS
           OPEN INPUT ARCH-CUARENTENA
           IF WS-ESTADO-CUARENTENA = "00"
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   READ ARCH-CUARENTENA INTO WS-LINEA-CUARENTENA
                       AT END
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-LINEA-CUARENTENA(1:34) NOT = SPACES
                                   AND WS-TOTAL-ANTERIOR
                                       >= WS-MAXIMO-CUARENTENA
                               ADD 1 TO WS-ANTERIOR-OMITIDAS
                           END-IF
                           IF WS-LINEA-CUARENTENA(1:34) NOT = SPACES
                                   AND WS-TOTAL-ANTERIOR
                                       < WS-MAXIMO-CUARENTENA
                               ADD 1 TO WS-TOTAL-ANTERIOR
                               MOVE WS-LINEA-CUARENTENA(1:34)
                                   TO ANT-CLAVE(WS-TOTAL-ANTERIOR)
                               MOVE WS-LINEA-CUARENTENA(37:10)
                                   TO ANT-FECHA(WS-TOTAL-ANTERIOR)
                               MOVE 'N'
                                   TO ANT-VIGENTE(WS-TOTAL-ANTERIOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CUARENTENA
           END-IF
           IF WS-ANTERIOR-OMITIDAS > 0
               DISPLAY
               "AVISO, TABLA DE CUARENTENA ANTERIOR LLENA, SE "
               "OMITIERON " WS-ANTERIOR-OMITIDAS
               " CLAVES; SE INFORMAN COMO NUEVAS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1000-VERIFICAR-MAESTRO.
           OPEN INPUT ARCH-MAESTRO
           IF WS-ESTADO-MAESTRO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL MAESTRO DE CONVERSIONES: "
               WS-DSN-MAESTRO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCH-INFORME
           IF WS-ESTADO-INFORME NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL INFORME DE VERIFICACION: "
               WS-DSN-INFORME
               MOVE 8 TO RETURN-CODE
               CLOSE ARCH-MAESTRO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCH-CUARENTENA
           IF WS-ESTADO-CUARENTENA NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL ARCHIVO DE CUARENTENA: "
               WS-DSN-CUARENTENA
               MOVE 8 TO RETURN-CODE
               CLOSE ARCH-MAESTRO
               CLOSE ARCH-INFORME
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINEA-INFORME
           STRING "VERIFICACION DE INTEGRIDAD DEL MAESTRO - FECHA: "
               WS-FECHA-EJECUCION " MAESTRO: " WS-DSN-MAESTRO
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE "BS VALOR DE ENTRADA" TO WS-LINEA-INFORME
           MOVE "S RESULTADO GUARDADO" TO WS-LINEA-INFORME(37:20)
           MOVE "RESULTADO RECALCULADO" TO WS-LINEA-INFORME(72:21)
           MOVE "MOTIVO" TO WS-LINEA-INFORME(105:6)
           WRITE REG-INFORME FROM WS-LINEA-INFORME

           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-MAESTRO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 1100-VERIFICAR-ENTRADA
               END-READ
           END-PERFORM

           PERFORM 2000-CERRAR-INFORME
           CLOSE ARCH-CUARENTENA
           CLOSE ARCH-INFORME
           CLOSE ARCH-MAESTRO
           PERFORM 3000-REPORTAR-RESULTADO
           IF WS-CONTADOR-DISCREPANCIAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Las lecturas de telemetria ("TL") no son resultados
      *    derivados sino lecturas guardadas y no se verifican.
       1100-VERIFICAR-ENTRADA.
           ADD 1 TO WS-CONTADOR-LEIDOS
           IF MST-BASE = "TL"
               ADD 1 TO WS-CONTADOR-TELEMETRIA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MOTIVO-DISCREPANCIA
           MOVE 0 TO ACUMULADOR
           MOVE 0 TO WS-PRIMER-DIGITO
           MOVE 'S' TO ES-VALIDO
           IF MST-BASE = "02" OR MST-BASE = "08" OR MST-BASE = "16"
               MOVE MST-BASE TO WS-BASE
               MOVE MST-SIGNO TO WS-SIGNO
               MOVE MST-VALOR TO BINARIO-ENTRADA
               PERFORM 1220-DERIVAR-DECIMAL
               IF ES-VALIDO NOT = 'S'
                   MOVE "VALOR NO DERIVABLE" TO WS-MOTIVO-DISCREPANCIA
               ELSE
                   IF MST-SIGNO NOT = 'S' AND MST-SIGNO NOT = 'U'
                       MOVE "SIGNO NO VALIDO" TO WS-MOTIVO-DISCREPANCIA
                   ELSE
                       IF ACUMULADOR NOT = MST-RESULTADO
                           MOVE "RESULTADO DISTINTO"
                               TO WS-MOTIVO-DISCREPANCIA
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO ES-VALIDO
               MOVE "BASE NO VALIDA" TO WS-MOTIVO-DISCREPANCIA
           END-IF

           IF WS-MOTIVO-DISCREPANCIA = SPACES
               ADD 1 TO WS-CONTADOR-CORRECTOS
           ELSE
               PERFORM 1300-PONER-EN-CUARENTENA
           END-IF.

       1220-DERIVAR-DECIMAL.
           COMPUTE BINARIO-ENTRADA-SIN-ESPACIOS =
                FUNCTION LENGTH (FUNCTION TRIM(BINARIO-ENTRADA))

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > BINARIO-ENTRADA-SIN-ESPACIOS
               MOVE BINARIO-ENTRADA(WS-INDICE:1) TO CARACTER
               PERFORM 1250-OBTENER-VALOR-DIGITO
               IF ES-VALIDO = 'N'
                   EXIT PERFORM
               ELSE
                   IF WS-INDICE = 1
                       MOVE WS-NUMERO TO WS-PRIMER-DIGITO
                   END-IF
                   COMPUTE EXPONENTE =
                       BINARIO-ENTRADA-SIN-ESPACIOS - WS-INDICE
                   COMPUTE TOTAL-POTENCIA = WS-BASE ** EXPONENTE
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-COMPUTE
                   IF ES-VALIDO = 'N'
                       EXIT PERFORM
                   END-IF
                   COMPUTE TOTAL-POTENCIA = TOTAL-POTENCIA * WS-NUMERO
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-COMPUTE
                   IF ES-VALIDO = 'N'
                       EXIT PERFORM
                   END-IF
                   ADD TOTAL-POTENCIA TO ACUMULADOR
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-ADD
                   IF ES-VALIDO = 'N'
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF ES-VALIDO = 'S' AND WS-SIGNO = 'S'
                   AND WS-PRIMER-DIGITO >= (WS-BASE / 2)
               COMPUTE TOTAL-POTENCIA =
                   WS-BASE ** BINARIO-ENTRADA-SIN-ESPACIOS
                   ON SIZE ERROR
                       MOVE 'N' TO ES-VALIDO
               END-COMPUTE
               IF ES-VALIDO = 'S'
                   COMPUTE ACUMULADOR = ACUMULADOR - TOTAL-POTENCIA
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-COMPUTE
               END-IF
           END-IF.

       1250-OBTENER-VALOR-DIGITO.
           MOVE 'S' TO ES-VALIDO
           MOVE FUNCTION UPPER-CASE(CARACTER) TO CARACTER
           EVALUATE CARACTER
               WHEN '0' THRU '9'
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(CARACTER)
               WHEN 'A'
                   MOVE 10 TO WS-NUMERO
               WHEN 'B'
                   MOVE 11 TO WS-NUMERO
               WHEN 'C'
                   MOVE 12 TO WS-NUMERO
               WHEN 'D'
                   MOVE 13 TO WS-NUMERO
               WHEN 'E'
                   MOVE 14 TO WS-NUMERO
               WHEN 'F'
                   MOVE 15 TO WS-NUMERO
               WHEN OTHER
                   MOVE 'N' TO ES-VALIDO
           END-EVALUATE
           IF ES-VALIDO = 'S' AND WS-NUMERO >= WS-BASE
               MOVE 'N' TO ES-VALIDO
           END-IF.

       1300-PONER-EN-CUARENTENA.
           ADD 1 TO WS-CONTADOR-DISCREPANCIAS
           MOVE WS-FECHA-EJECUCION TO WS-FECHA-DETECCION
           PERFORM VARYING WS-INDICE-ANTERIOR FROM 1 BY 1
                   UNTIL WS-INDICE-ANTERIOR > WS-TOTAL-ANTERIOR
               IF ANT-CLAVE(WS-INDICE-ANTERIOR) = MST-CLAVE
                   MOVE ANT-FECHA(WS-INDICE-ANTERIOR)
                       TO WS-FECHA-DETECCION
                   MOVE 'S' TO ANT-VIGENTE(WS-INDICE-ANTERIOR)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INDICE-ANTERIOR > WS-TOTAL-ANTERIOR
               ADD 1 TO WS-CONTADOR-NUEVAS
           END-IF

           MOVE SPACES TO WS-LINEA-CUARENTENA
           MOVE MST-CLAVE TO WS-LINEA-CUARENTENA(1:34)
           MOVE MST-SIGNO TO WS-LINEA-CUARENTENA(35:1)
           MOVE WS-FECHA-DETECCION TO WS-LINEA-CUARENTENA(37:10)
           WRITE REG-CUARENTENA FROM WS-LINEA-CUARENTENA

           MOVE SPACES TO WS-LINEA-INFORME
           MOVE MST-BASE TO WS-LINEA-INFORME(1:2)
           MOVE MST-VALOR TO WS-LINEA-INFORME(4:32)
           MOVE MST-SIGNO TO WS-LINEA-INFORME(37:1)
           MOVE MST-RESULTADO TO WS-LINEA-INFORME(39:32)
           IF ES-VALIDO = 'S'
               MOVE ACUMULADOR TO WS-LINEA-INFORME(72:32)
           ELSE
               MOVE "(NO DERIVABLE)" TO WS-LINEA-INFORME(72:14)
           END-IF
           MOVE WS-MOTIVO-DISCREPANCIA TO WS-LINEA-INFORME(105:24)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           DISPLAY
           "DISCREPANCIA EN CLAVE " MST-BASE " " MST-VALOR ": "
           WS-MOTIVO-DISCREPANCIA.

      *    Las claves de la cuarentena anterior que no volvieron a
      *    discrepar quedan liberadas y se listan al pie.
       2000-CERRAR-INFORME.
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           PERFORM VARYING WS-INDICE-ANTERIOR FROM 1 BY 1
                   UNTIL WS-INDICE-ANTERIOR > WS-TOTAL-ANTERIOR
               IF ANT-VIGENTE(WS-INDICE-ANTERIOR) NOT = 'S'
                   ADD 1 TO WS-CONTADOR-LIBERADAS
                   MOVE SPACES TO WS-LINEA-INFORME
                   STRING "LIBERADA DE CUARENTENA: "
                       ANT-CLAVE(WS-INDICE-ANTERIOR)(1:2) " "
                       ANT-CLAVE(WS-INDICE-ANTERIOR)(3:32)
                       " (DETECTADA EL "
                       ANT-FECHA(WS-INDICE-ANTERIOR) ")"
                       DELIMITED BY SIZE INTO WS-LINEA-INFORME
                   WRITE REG-INFORME FROM WS-LINEA-INFORME
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "ENTRADAS LEIDAS: " WS-CONTADOR-LEIDOS
               " TELEMETRIA TL (NO VERIFICADAS): "
               WS-CONTADOR-TELEMETRIA
               " CORRECTAS: " WS-CONTADOR-CORRECTOS
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "DISCREPANCIAS EN CUARENTENA: "
               WS-CONTADOR-DISCREPANCIAS
               " (NUEVAS: " WS-CONTADOR-NUEVAS ")"
               " LIBERADAS: " WS-CONTADOR-LIBERADAS
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== VERIFICACION DEL MAESTRO ====="
           DISPLAY "ENTRADAS LEIDAS       : " WS-CONTADOR-LEIDOS
           DISPLAY "TELEMETRIA (OMITIDAS) : " WS-CONTADOR-TELEMETRIA
           DISPLAY "ENTRADAS CORRECTAS    : " WS-CONTADOR-CORRECTOS
           DISPLAY "DISCREPANCIAS         : " WS-CONTADOR-DISCREPANCIAS
               " (NUEVAS " WS-CONTADOR-NUEVAS ")"
           DISPLAY "LIBERADAS             : " WS-CONTADOR-LIBERADAS
           DISPLAY "CUARENTENA EN         : " WS-DSN-CUARENTENA
           DISPLAY "INFORME EMITIDO EN    : " WS-DSN-INFORME.

       END PROGRAM VERMAE09.
