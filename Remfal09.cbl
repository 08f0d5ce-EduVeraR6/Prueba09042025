      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe diario de feeds faltantes de YOUR-PROGRAM-NAME.
      *          Cruza los dias de entrega esperados de cada remitente
      *          activo del registro REMITEN.DAT (mantenido por
      *          REMMAN09) con las entregas que grabaron el paso de
      *          conversion y FUSARC09, y lista cada remitente y fecha
      *          de negocio que se esperaba y nunca llego.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMFAL09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-REMITENTES ASSIGN TO DYNAMIC WS-DSN-REMITENTES
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS REM-CLAVE
               FILE STATUS IS WS-ESTADO-REMITENTES.
           SELECT ARCH-INFORME ASSIGN TO DYNAMIC WS-DSN-INFORME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
      *    Mismo layout que el registro de remitentes de REMMAN09.
       FD  ARCH-REMITENTES.
       01  REG-REMITENTE.
           05 REM-CLAVE.
              10 REM-ID PIC X(8).
              10 REM-FECHA-NEGOCIO PIC X(10).
           05 REM-TIPO PIC X.
           05 REM-DATOS PIC X(100).
           05 REM-DEFINICION REDEFINES REM-DATOS.
              10 REM-DIAS-ENTREGA PIC X(7).
              10 REM-ESTADO PIC X.
              10 REM-FECHA-ALTA PIC X(10).
              10 REM-FECHA-MODIF PIC X(10).
              10 REM-DESCRIPCION PIC X(30).
              10 FILLER PIC X(42).
           05 REM-ENTREGA REDEFINES REM-DATOS.
              10 REM-ID-CORRIDA PIC X(15).
              10 REM-DSN-ENTRADA PIC X(20).
              10 REM-LEIDOS PIC 9(9).
              10 REM-RECHAZADOS PIC 9(9).
              10 REM-FECHA-PROCESO PIC X(10).
              10 REM-RECARGAS PIC 9(3).
              10 REM-ESTADO-ENTREGA PIC X(12).
              10 FILLER PIC X(22).
       FD  ARCH-INFORME.
       01  REG-INFORME PIC X(120).
       WORKING-STORAGE SECTION.
      *    Parametros del informe, un registro opcional:
      *      cols  1-10  ultima fecha de negocio a controlar
      *                  (AAAA-MM-DD; blanco = dia anterior a la
      *                  ejecucion)
      *      cols 11-30  registro de remitentes (blanco = REMITEN.DAT)
      *      cols 31-50  informe (blanco = REMFALT.DAT)
      *      cols 51-52  dias hacia atras a controlar, contando la
      *                  ultima fecha (01-31; blanco = 01)
       01 WS-DSN-PARM PIC X(20) VALUE "REMFPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-REMITENTES PIC X(20) VALUE "REMITEN.DAT".
       01 WS-ESTADO-REMITENTES PIC X(2).
       01 WS-DSN-INFORME PIC X(20) VALUE "REMFALT.DAT".
       01 WS-ESTADO-INFORME PIC X(2).
       01 WS-LINEA-INFORME PIC X(120).
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FECHA-HASTA PIC X(10) VALUE SPACES.
       01 WS-FECHA-DESDE PIC X(10) VALUE SPACES.
       01 WS-FECHA-COMPACTA PIC X(8).
       01 WS-FECHA-NUMERICA PIC 9(8).
       01 WS-FECHA-CONTROL PIC X(10).
       01 WS-FECHA-VERIFICADA PIC 9(8) VALUE 0.
       01 WS-DIA-HOY PIC 9(8) VALUE 0.
       01 WS-DIA-DESDE PIC 9(8) VALUE 0.
       01 WS-DIA-HASTA PIC 9(8) VALUE 0.
       01 WS-DIA-ACTUAL PIC 9(8) VALUE 0.
       01 WS-DIAS-ATRAS PIC 9(2) VALUE 1.
       01 WS-MAXIMO-DIAS-ATRAS PIC 9(2) VALUE 31.
      *    Dia de la semana de la fecha controlada, 1 = lunes; el dia
      *    entero 1 de INTEGER-OF-DATE (1601-01-01) fue lunes.
       01 WS-DIA-SEMANA PIC 9(1) VALUE 0.
       01 WS-NOMBRES-DIAS.
          05 FILLER PIC X(27) VALUE "LUNES    MARTES   MIERCOLES".
          05 FILLER PIC X(27) VALUE "JUEVES   VIERNES  SABADO   ".
          05 FILLER PIC X(9) VALUE "DOMINGO  ".
       01 WS-NOMBRE-DIA PIC X(9).
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-PARAMETROS-VALIDOS PIC X VALUE 'S'.
       01 WS-EXISTE-ENTREGA PIC X VALUE 'N'.
      *    Remitentes activos con sus dias de entrega y la ultima
      *    entrega registrada, para no releer las definiciones por
      *    cada fecha controlada.
       01 WS-MAXIMO-REMITENTES PIC 9(3) VALUE 200.
       01 WS-TOTAL-REMITENTES PIC 9(3) VALUE 0.
       01 WS-INDICE-REMITENTE PIC 9(3) VALUE 0.
       01 WS-TABLA-REMITENTES.
          05 WS-REMITENTE-ENT OCCURS 200 TIMES.
             10 TRM-ID PIC X(8).
             10 TRM-DIAS PIC X(7).
             10 TRM-FECHA-ALTA PIC X(10).
             10 TRM-DESCRIPCION PIC X(30).
             10 TRM-ULTIMA-FECHA PIC X(10).
       01 WS-REMITENTE-EN-TABLA PIC X VALUE 'N'.
       01 WS-CONTADOR-ESPERADAS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-RECIBIDAS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-FALTANTES PIC 9(6) VALUE 0.
       01 WS-CONTADOR-OMITIDOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-NUMERICA
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)

           PERFORM 0100-LEER-PARAMETROS.
           PERFORM 0200-RESOLVER-RANGO.
           IF WS-PARAMETROS-VALIDOS NOT = 'S'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCH-REMITENTES
           IF WS-ESTADO-REMITENTES NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL REGISTRO DE REMITENTES: "
               WS-DSN-REMITENTES " (ESTADO " WS-ESTADO-REMITENTES ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME
           IF WS-ESTADO-INFORME NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL INFORME DE FALTANTES: "
               WS-DSN-INFORME
               CLOSE ARCH-REMITENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-CARGAR-REMITENTES.
           PERFORM 2000-ENCABEZAR-INFORME.
           PERFORM 2100-CONTROLAR-FECHA
               VARYING WS-DIA-ACTUAL FROM WS-DIA-DESDE BY 1
               UNTIL WS-DIA-ACTUAL > WS-DIA-HASTA.
           PERFORM 2900-CERRAR-INFORME.
           CLOSE ARCH-REMITENTES.
           PERFORM 3000-REPORTAR-RESULTADO.
           IF WS-CONTADOR-FALTANTES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    Sin archivo de parametros se controla el dia anterior con
      *    los nombres por defecto.
       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LINEA-PARM(1:10) TO WS-FECHA-HASTA
                       IF WS-LINEA-PARM(11:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(11:20)
                               TO WS-DSN-REMITENTES
                       END-IF
                       IF WS-LINEA-PARM(31:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(31:20)
                               TO WS-DSN-INFORME
                       END-IF
                       IF WS-LINEA-PARM(51:2) IS NUMERIC
                           MOVE WS-LINEA-PARM(51:2) TO WS-DIAS-ATRAS
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF.

       0200-RESOLVER-RANGO.
           IF WS-DIAS-ATRAS = 0 OR WS-DIAS-ATRAS > WS-MAXIMO-DIAS-ATRAS
               DISPLAY
               "AVISO, DIAS HACIA ATRAS NO VALIDOS (" WS-DIAS-ATRAS
               "); SE CONTROLA UN SOLO DIA"
               MOVE 1 TO WS-DIAS-ATRAS
           END-IF
           IF WS-FECHA-HASTA = SPACES
               COMPUTE WS-DIA-HASTA = WS-DIA-HOY - 1
           ELSE
               IF WS-FECHA-HASTA(1:4) IS NUMERIC
                       AND WS-FECHA-HASTA(5:1) = "-"
                       AND WS-FECHA-HASTA(6:2) IS NUMERIC
                       AND WS-FECHA-HASTA(8:1) = "-"
                       AND WS-FECHA-HASTA(9:2) IS NUMERIC
                   MOVE SPACES TO WS-FECHA-COMPACTA
                   STRING WS-FECHA-HASTA(1:4) WS-FECHA-HASTA(6:2)
                       WS-FECHA-HASTA(9:2)
                       DELIMITED BY SIZE INTO WS-FECHA-COMPACTA
                   MOVE WS-FECHA-COMPACTA TO WS-FECHA-NUMERICA
                   IF WS-FECHA-HASTA(6:2) >= "01"
                           AND WS-FECHA-HASTA(6:2) <= "12"
                           AND WS-FECHA-HASTA(9:2) >= "01"
                           AND WS-FECHA-HASTA(9:2) <= "31"
                       COMPUTE WS-DIA-HASTA =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
                       PERFORM 0210-VERIFICAR-FECHA
                   ELSE
                       MOVE 'N' TO WS-PARAMETROS-VALIDOS
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PARAMETROS-VALIDOS
               END-IF
           END-IF
           IF WS-PARAMETROS-VALIDOS NOT = 'S'
               DISPLAY
               "ERROR, FECHA A CONTROLAR NO VALIDA: '" WS-FECHA-HASTA
               "' (AAAA-MM-DD)"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-DESDE = WS-DIA-HASTA - WS-DIAS-ATRAS + 1
           MOVE WS-DIA-DESDE TO WS-DIA-ACTUAL
           PERFORM 2050-FORMATEAR-FECHA
           MOVE WS-FECHA-CONTROL TO WS-FECHA-DESDE
           MOVE WS-DIA-HASTA TO WS-DIA-ACTUAL
           PERFORM 2050-FORMATEAR-FECHA
           MOVE WS-FECHA-CONTROL TO WS-FECHA-HASTA.

      *    Una fecha imposible (2025-02-30) pasa los rangos de mes y
      *    dia pero da cero en INTEGER-OF-DATE, o un entero que no
      *    vuelve a la misma fecha por DATE-OF-INTEGER.
       0210-VERIFICAR-FECHA.
           IF WS-DIA-HASTA = 0
               MOVE 'N' TO WS-PARAMETROS-VALIDOS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FECHA-VERIFICADA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HASTA)
           IF WS-FECHA-VERIFICADA NOT = WS-FECHA-NUMERICA
               MOVE 'N' TO WS-PARAMETROS-VALIDOS
           END-IF.

      *    El registro se recorre en orden de clave: la definicion de
      *    cada remitente llega antes que sus entregas, asi la ultima
      *    entrega leida queda anotada en la fila de su remitente.
       1000-CARGAR-REMITENTES.
           MOVE 'N' TO WS-REMITENTE-EN-TABLA
           MOVE LOW-VALUES TO REM-CLAVE
           START ARCH-REMITENTES KEY IS >= REM-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIN-ARCHIVO
           END-START
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-REMITENTES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 1100-ANOTAR-REMITENTE
               END-READ
           END-PERFORM
           IF WS-TOTAL-REMITENTES = 0
               DISPLAY
               "AVISO, NO HAY REMITENTES ACTIVOS EN "
               WS-DSN-REMITENTES
           END-IF.

       1100-ANOTAR-REMITENTE.
           IF REM-TIPO = 'E'
               IF WS-REMITENTE-EN-TABLA = 'S'
                       AND REM-ID = TRM-ID(WS-TOTAL-REMITENTES)
                   MOVE REM-FECHA-NEGOCIO
                       TO TRM-ULTIMA-FECHA(WS-TOTAL-REMITENTES)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REMITENTE-EN-TABLA
           IF REM-ESTADO NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-REMITENTES >= WS-MAXIMO-REMITENTES
               ADD 1 TO WS-CONTADOR-OMITIDOS
               DISPLAY
               "AVISO, TABLA DE REMITENTES LLENA (" WS-MAXIMO-REMITENTES
               "); NO SE CONTROLA EL REMITENTE " REM-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-REMITENTES
           MOVE REM-ID TO TRM-ID(WS-TOTAL-REMITENTES)
           MOVE REM-DIAS-ENTREGA TO TRM-DIAS(WS-TOTAL-REMITENTES)
           MOVE REM-FECHA-ALTA TO TRM-FECHA-ALTA(WS-TOTAL-REMITENTES)
           MOVE REM-DESCRIPCION
               TO TRM-DESCRIPCION(WS-TOTAL-REMITENTES)
           MOVE SPACES TO TRM-ULTIMA-FECHA(WS-TOTAL-REMITENTES)
           MOVE 'S' TO WS-REMITENTE-EN-TABLA.

       2000-ENCABEZAR-INFORME.
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "FEEDS ESPERADOS NO RECIBIDOS - DEL " WS-FECHA-DESDE
               " AL " WS-FECHA-HASTA " - EJECUCION: "
               WS-FECHA-EJECUCION
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE "FECHA      DIA       REMITEN  DESCRIPCION"
               TO WS-LINEA-INFORME
           MOVE "ULTIMA ENTREGA" TO WS-LINEA-INFORME(61:14)
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       2050-FORMATEAR-FECHA.
           COMPUTE WS-FECHA-NUMERICA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-ACTUAL)
           MOVE WS-FECHA-NUMERICA TO WS-FECHA-COMPACTA
           MOVE SPACES TO WS-FECHA-CONTROL
           STRING WS-FECHA-COMPACTA(1:4) "-" WS-FECHA-COMPACTA(5:2) "-"
               WS-FECHA-COMPACTA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-CONTROL.

       2100-CONTROLAR-FECHA.
           PERFORM 2050-FORMATEAR-FECHA
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-ACTUAL - 1, 7) + 1
           MOVE WS-NOMBRES-DIAS((WS-DIA-SEMANA - 1) * 9 + 1:9)
               TO WS-NOMBRE-DIA
           PERFORM 2200-CONTROLAR-REMITENTE
               VARYING WS-INDICE-REMITENTE FROM 1 BY 1
               UNTIL WS-INDICE-REMITENTE > WS-TOTAL-REMITENTES.

      *    Un remitente no se espera en las fechas anteriores a su
      *    alta en el registro.
       2200-CONTROLAR-REMITENTE.
           IF TRM-DIAS(WS-INDICE-REMITENTE)(WS-DIA-SEMANA:1) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-CONTROL < TRM-FECHA-ALTA(WS-INDICE-REMITENTE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTADOR-ESPERADAS
           MOVE TRM-ID(WS-INDICE-REMITENTE) TO REM-ID
           MOVE WS-FECHA-CONTROL TO REM-FECHA-NEGOCIO
           MOVE 'S' TO WS-EXISTE-ENTREGA
           READ ARCH-REMITENTES
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ENTREGA
           END-READ
           IF WS-EXISTE-ENTREGA = 'S' AND REM-TIPO = 'E'
               ADD 1 TO WS-CONTADOR-RECIBIDAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTADOR-FALTANTES
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE WS-FECHA-CONTROL TO WS-LINEA-INFORME(1:10)
           MOVE WS-NOMBRE-DIA TO WS-LINEA-INFORME(12:9)
           MOVE TRM-ID(WS-INDICE-REMITENTE) TO WS-LINEA-INFORME(22:8)
           MOVE TRM-DESCRIPCION(WS-INDICE-REMITENTE)
               TO WS-LINEA-INFORME(31:30)
           IF TRM-ULTIMA-FECHA(WS-INDICE-REMITENTE) = SPACES
               MOVE "NUNCA" TO WS-LINEA-INFORME(61:5)
           ELSE
               MOVE TRM-ULTIMA-FECHA(WS-INDICE-REMITENTE)
                   TO WS-LINEA-INFORME(61:10)
           END-IF
           MOVE "FALTANTE" TO WS-LINEA-INFORME(73:8)
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       2900-CERRAR-INFORME.
           IF WS-CONTADOR-FALTANTES = 0
               MOVE "SIN FEEDS FALTANTES EN EL PERIODO"
                   TO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "REMITENTES ACTIVOS: " WS-TOTAL-REMITENTES
               " ENTREGAS ESPERADAS: " WS-CONTADOR-ESPERADAS
               " RECIBIDAS: " WS-CONTADOR-RECIBIDAS
               " FALTANTES: " WS-CONTADOR-FALTANTES
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           IF WS-CONTADOR-OMITIDOS > 0
               MOVE SPACES TO WS-LINEA-INFORME
               STRING "AVISO: REMITENTES NO CONTROLADOS POR TABLA "
                   "LLENA: " WS-CONTADOR-OMITIDOS
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           CLOSE ARCH-INFORME.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== FEEDS FALTANTES ====="
           DISPLAY "PERIODO CONTROLADO    : " WS-FECHA-DESDE
               " AL " WS-FECHA-HASTA
           DISPLAY "REMITENTES ACTIVOS    : " WS-TOTAL-REMITENTES
           DISPLAY "ENTREGAS ESPERADAS    : " WS-CONTADOR-ESPERADAS
           DISPLAY "ENTREGAS RECIBIDAS    : " WS-CONTADOR-RECIBIDAS
           DISPLAY "FEEDS FALTANTES       : " WS-CONTADOR-FALTANTES
           DISPLAY "INFORME EMITIDO EN    : " WS-DSN-INFORME.

       END PROGRAM REMFAL09.
