      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fusion y cuadre de las salidas de una entrada
      *          ARCHENT dividida por DIVARC09. Verifica que cada
      *          particion haya terminado (trailers completos, leidos
      *          igual a lo cortado, aceptados mas rechazados igual a
      *          leidos, un mismo id de corrida en sus cuatro
      *          salidas) y que la suma de las particiones cuadre con
      *          la entrada original y con el encuadre del remitente;
      *          recien entonces arma un solo REPORTE, RECHAZOS,
      *          AUDITORI e INTERFAZ con la numeracion original de los
      *          registros, un encabezado y un juego de trailers, y
      *          deja el candado LIBRE con el id de la fusion para que
      *          CONCIL09, ACKINT09 y la interfaz vean un solo archivo.
      *          Si algo no cuadra no escribe ninguna salida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSARC09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-REGISTRO ASSIGN TO DYNAMIC WS-DSN-REGISTRO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGISTRO.
           SELECT ARCH-CONTROL ASSIGN TO DYNAMIC WS-DSN-CONTROL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT ARCH-PARCIAL ASSIGN TO DYNAMIC WS-DSN-PARCIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARCIAL.
           SELECT ARCH-REPORTE ASSIGN TO DYNAMIC WS-DSN-REPORTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           SELECT ARCH-RECHAZOS ASSIGN TO DYNAMIC WS-DSN-RECHAZOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RECHAZOS.
           SELECT ARCH-AUDITORIA ASSIGN TO DYNAMIC WS-DSN-AUDITORIA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT ARCH-INTERFAZ ASSIGN TO DYNAMIC WS-DSN-INTERFAZ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INTERFAZ.
           SELECT ARCH-RESUMEN ASSIGN TO DYNAMIC WS-DSN-RESUMEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESUMEN.
           SELECT ARCH-DIARIO ASSIGN TO DYNAMIC WS-DSN-DIARIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT ARCH-REMITENTES ASSIGN TO DYNAMIC WS-DSN-REMITENTES
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REM-CLAVE
               FILE STATUS IS WS-ESTADO-REMITENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
       FD  ARCH-REGISTRO.
       01  REG-REGISTRO PIC X(150).
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       FD  ARCH-PARCIAL.
       01  REG-PARCIAL PIC X(200).
       FD  ARCH-REPORTE.
       01  REG-REPORTE PIC X(100).
       FD  ARCH-RECHAZOS.
       01  REG-RECHAZO PIC X(140).
       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA PIC X(150).
       FD  ARCH-INTERFAZ.
       01  REG-INTERFAZ PIC X(160).
       FD  ARCH-RESUMEN.
       01  REG-RESUMEN PIC X(140).
       FD  ARCH-DIARIO.
       01  REG-DIARIO PIC X(240).
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
       WORKING-STORAGE SECTION.
      *    Parametros de la fusion (un registro opcional):
      *      cols  1-20  registro de division de DIVARC09 (blanco =
      *                  DIVREG.DAT)
      *      cols 21-40  CONTROL de la solicitud original (blanco =
      *                  CONTROL.DAT); de la linea cuya entrada es la
      *                  entrada dividida (o de la primera) salen los
      *                  nombres de las salidas fusionadas, con los
      *                  mismos valores por omision y la misma
      *                  resolucion del token AAAAMMDD que usa el paso
      *                  de conversion, asi CONCIL09 y ACKINT09 las
      *                  encuentran con el mismo CONTROL
      *      cols 41-60  resumen de la corrida (blanco = RESUMEN.DAT)
      *      cols 61-80  diario del maestro (blanco = MAEDIAR.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "FUSPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-REGISTRO PIC X(20) VALUE "DIVREG.DAT".
       01 WS-ESTADO-REGISTRO PIC X(2).
       01 WS-LINEA-REGISTRO PIC X(150).
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-LINEA-ELEGIDA PIC X(160) VALUE SPACES.
       01 WS-HAY-CONTROL PIC X VALUE 'N'.
      *    Mismo layout de CANDADO.DAT que el paso de conversion.
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-DSN-PARCIAL PIC X(20) VALUE SPACES.
       01 WS-ESTADO-PARCIAL PIC X(2).
       01 WS-LINEA-PARCIAL PIC X(200).
       01 WS-DSN-REPORTE PIC X(20) VALUE "REPORTE.DAT".
       01 WS-ESTADO-REPORTE PIC X(2).
       01 WS-LINEA-REPORTE PIC X(100).
       01 WS-DSN-RECHAZOS PIC X(20) VALUE "RECHAZOS.DAT".
       01 WS-ESTADO-RECHAZOS PIC X(2).
       01 WS-LINEA-RECHAZO PIC X(140).
       01 WS-DSN-AUDITORIA PIC X(20) VALUE "AUDITORI.DAT".
       01 WS-ESTADO-AUDITORIA PIC X(2).
       01 WS-LINEA-AUDITORIA PIC X(150).
       01 WS-DSN-INTERFAZ PIC X(20) VALUE "INTERFAZ.DAT".
       01 WS-ESTADO-INTERFAZ PIC X(2).
       01 WS-LINEA-INTERFAZ PIC X(160).
       01 WS-DSN-RESUMEN PIC X(20) VALUE "RESUMEN.DAT".
       01 WS-ESTADO-RESUMEN PIC X(2).
       01 WS-LINEA-RESUMEN PIC X(140).
      *    Diario del maestro (layout en el programa de conversion).
      *    La fusion no toca el maestro: agrega, con su propio id en
      *    las cols 1-15, un registro P por particion y un registro S
      *    con las salidas fusionadas, para que REVCOR09 revierta la
      *    fusion por su id con los movimientos de las particiones.
      *    Registros P:
      *      cols  19-33  id de la corrida de la particion
      *      cols  35-37  numero de solicitud de la fusion (001)
      *      cols  39-58  entrada de la particion
      *      cols  60-65  registro original de su primer detalle
      *      cols  67-68  numero de particion
      *    El registro S lleva el id de la fusion tambien en las cols
      *    19-33 y la entrada original en las 39-58.
       01 WS-DSN-DIARIO PIC X(20) VALUE "MAEDIAR.DAT".
       01 WS-ESTADO-DIARIO PIC X(2).
       01 WS-LINEA-DIARIO PIC X(240).
      *    Una entrada con encabezado queda registrada como entregada
      *    (remitente + fecha de negocio) recien cuando la fusion
      *    cuadra; DIVARC09 ya rechazo el duplicado al dividir.
       01 WS-DSN-REMITENTES PIC X(20) VALUE "REMITEN.DAT".
       01 WS-ESTADO-REMITENTES PIC X(2).
       01 WS-EXISTE-ENTREGA PIC X VALUE 'N'.
       01 WS-DSN-TRABAJO PIC X(20).
       01 WS-INDICE-DSN PIC 9(2).
       01 WS-BASE PIC X(2) VALUE "02".
       01 WS-SIGNO PIC X VALUE 'U'.
       01 WS-MODO PIC X VALUE 'B'.
       01 WS-BASE-SALIDA PIC X(2) VALUE "02".
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FECHA-DIGITOS PIC X(8).
       01 WS-ID-FUSION PIC X(15) VALUE SPACES.
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
      *    Linea "*DIV" del registro de division (layout en DIVARC09).
       01 WS-DSN-ORIGINAL PIC X(20) VALUE SPACES.
       01 WS-ID-REMITENTE PIC X(8) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC X(10) VALUE SPACES.
       01 WS-DETALLES-DECLARADOS PIC 9(9) VALUE 0.
       01 WS-HASH-DECLARADO PIC 9(15) VALUE 0.
       01 WS-DETALLES-CORTADOS PIC 9(9) VALUE 0.
       01 WS-PARTICIONES-DECLARADAS PIC 9(2) VALUE 0.
       01 WS-ID-DIVISION PIC X(15) VALUE SPACES.
       01 WS-HAY-ENCUADRE PIC X VALUE 'N'.
       01 WS-HAY-DIVISION PIC X VALUE 'N'.
      *    Una entrada por linea "*PAR", con lo que dejaron los
      *    trailers de cada particion.
       01 WS-MAXIMO-PARTICIONES PIC 9(2) VALUE 20.
       01 WS-TOTAL-PARTICIONES PIC 9(2) VALUE 0.
       01 WS-PARTICION-ACTUAL PIC 9(2) VALUE 0.
       01 WS-TABLA-PARTICIONES.
          05 WS-PARTICION OCCURS 20 TIMES.
             10 PAR-NUMERO PIC 9(2).
             10 PAR-DSN PIC X(20).
             10 PAR-PRIMERO PIC 9(6).
             10 PAR-REGISTROS PIC 9(9).
             10 PAR-DSN-REPORTE PIC X(20).
             10 PAR-DSN-RECHAZOS PIC X(20).
             10 PAR-DSN-AUDITORIA PIC X(20).
             10 PAR-DSN-INTERFAZ PIC X(20).
             10 PAR-ACEPTADOS PIC 9(9).
             10 PAR-RECHAZADOS PIC 9(9).
             10 PAR-LEIDOS PIC 9(9).
             10 PAR-HASH-REPORTE PIC 9(15).
             10 PAR-HASH-AUDITORIA PIC 9(15).
             10 PAR-HASH-ENTRADA PIC 9(15).
             10 PAR-TOTAL PIC S9(31) SIGN LEADING SEPARATE.
             10 PAR-ID PIC X(15).
             10 PAR-INICIO-AUDITORIA PIC 9(9).
             10 PAR-FIN-AUDITORIA PIC 9(9).
       01 WS-SIGUIENTE-PRIMERO PIC 9(9) VALUE 0.
      *    Recorrido de una salida parcial: detalles (lineas que
      *    empiezan con digito, mismo criterio que CONCIL09) entre el
      *    trailer anterior y el ultimo, y detalles sueltos despues
      *    del ultimo trailer (corrida sin terminar).
       01 WS-ARCHIVO-ABIERTO PIC X VALUE 'N'.
       01 WS-HAY-TRAILER PIC X VALUE 'N'.
       01 WS-LINEA-TRAILER-LEIDA PIC X(200).
       01 WS-LINEAS-LEIDAS PIC 9(9) VALUE 0.
       01 WS-DETALLES-PENDIENTES PIC 9(9) VALUE 0.
       01 WS-DETALLES-BLOQUE PIC 9(9) VALUE 0.
       01 WS-PREVIO-TRAILER PIC 9(9) VALUE 0.
       01 WS-ULTIMO-TRAILER PIC 9(9) VALUE 0.
       01 WS-DETALLES-INTERFAZ PIC 9(9) VALUE 0.
       01 WS-HAY-TOTAL-INTERFAZ PIC X VALUE 'N'.
       01 WS-TOTAL-TEXTO PIC X(32).
       01 WS-TOTAL-PARCIAL REDEFINES WS-TOTAL-TEXTO
           PIC S9(31) SIGN LEADING SEPARATE.
       01 WS-FUSION-VALIDA PIC X VALUE 'S'.
      *    Copia de detalles con la numeracion original: el numero
      *    local de la particion mas el primer registro menos uno, en
      *    la columna que cada salida usa para el numero de registro
      *    (REPORTE 1, RECHAZOS 11, AUDITORI 38, INTERFAZ 14).
       01 WS-DESTINO-COPIA PIC X VALUE SPACE.
       01 WS-POSICION-REGISTRO PIC 9(3) VALUE 0.
       01 WS-COPIA-DESDE PIC 9(9) VALUE 0.
       01 WS-COPIA-HASTA PIC 9(9) VALUE 0.
       01 WS-REGISTRO-LOCAL PIC 9(6) VALUE 0.
       01 WS-REGISTRO-FUSION PIC 9(6) VALUE 0.
       01 WS-ES-DETALLE PIC X VALUE 'N'.
      *    Totales de la fusion; los trailers usan el mismo layout que
      *    2350-ESCRIBIR-TRAILERS del paso de conversion.
       01 WS-SUMA-LEIDOS PIC 9(9) VALUE 0.
       01 WS-SUMA-ACEPTADOS PIC 9(9) VALUE 0.
       01 WS-SUMA-RECHAZADOS PIC 9(9) VALUE 0.
       01 WS-HASH-REPORTE PIC 9(15) VALUE 0.
       01 WS-HASH-AUDITORIA PIC 9(15) VALUE 0.
       01 WS-HASH-ENTRADA PIC 9(15) VALUE 0.
       01 WS-HASH-MODULO PIC 9(16) VALUE 1000000000000000.
       01 WS-TOTAL-ACUMULADO PIC S9(31) SIGN LEADING SEPARATE
           VALUE 0.
       01 WS-TOTAL-DESBORDADO PIC X VALUE 'N'.
       01 WS-CONTADOR-REGISTROS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-RECHAZADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-TRAILER PIC 9(9) VALUE 0.
       01 WS-LEIDOS-TRAILER PIC 9(9) VALUE 0.
       01 WS-LINEA-TRAILER PIC X(112).
       01 WS-SOLICITUD-RESUMEN PIC 9(3) VALUE 1.
       01 WS-ESTADO-SOLICITUD PIC X(12) VALUE "PROCESADO".
       01 WS-CODIGO-NUEVO PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-DIGITOS
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE SPACES TO WS-ID-FUSION
           STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
               DELIMITED BY SIZE INTO WS-ID-FUSION

           PERFORM 0100-LEER-PARAMETROS.
           PERFORM 0150-VERIFICAR-CANDADO.
           IF RETURN-CODE = 0
               PERFORM 1000-CARGAR-DIVISION
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1100-LEER-CONTROL-ORIGINAL
               PERFORM 2000-VALIDAR-PARTICION
                   VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                   UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES
               PERFORM 2900-CUADRAR-ORIGINAL
               IF WS-FUSION-VALIDA NOT = 'S'
                   MOVE 16 TO WS-CODIGO-NUEVO
                   PERFORM 9000-ELEVAR-CODIGO-RETORNO
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 3000-FUSIONAR-SALIDAS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 3900-ESCRIBIR-RESUMEN
               PERFORM 3930-ANOTAR-DIARIO
               PERFORM 3950-LIBERAR-CANDADO
               IF WS-HAY-ENCUADRE = 'S'
                   PERFORM 3970-REGISTRAR-ENTREGA
               END-IF
               IF WS-SUMA-RECHAZADOS > 0
                       OR WS-TOTAL-DESBORDADO = 'S'
                   MOVE 4 TO WS-CODIGO-NUEVO
                   PERFORM 9000-ELEVAR-CODIGO-RETORNO
               END-IF
           END-IF.
           PERFORM 4000-REPORTAR-RESULTADO.

           STOP RUN.

       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LINEA-PARM(1:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(1:20) TO WS-DSN-REGISTRO
                       END-IF
                       IF WS-LINEA-PARM(21:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(21:20) TO WS-DSN-CONTROL
                       END-IF
                       IF WS-LINEA-PARM(41:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(41:20) TO WS-DSN-RESUMEN
                       END-IF
                       IF WS-LINEA-PARM(61:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(61:20) TO WS-DSN-DIARIO
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF.

      *    La fusion reescribe las salidas y el candado de la corrida
      *    original; no arranca mientras haya una conversion activa.
       0150-VERIFICAR-CANDADO.
           OPEN INPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               MOVE SPACES TO WS-LINEA-CANDADO
               READ ARCH-CANDADO INTO WS-LINEA-CANDADO
                   AT END
                       CONTINUE
               END-READ
               CLOSE ARCH-CANDADO
               IF WS-LINEA-CANDADO(1:6) = "ACTIVO"
                   DISPLAY
                   "ERROR, HAY UNA CORRIDA ACTIVA CON EL CONTROL "
                   WS-LINEA-CANDADO(24:20) " DESDE LA CORRIDA "
                   WS-LINEA-CANDADO(8:15) "; NO SE FUSIONA"
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF.

       1000-CARGAR-DIVISION.
           OPEN INPUT ARCH-REGISTRO
           IF WS-ESTADO-REGISTRO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL REGISTRO DE DIVISION: "
               WS-DSN-REGISTRO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTAL-PARTICIONES
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-REGISTRO INTO WS-LINEA-REGISTRO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 1050-ANOTAR-LINEA-DIVISION
               END-READ
           END-PERFORM
           CLOSE ARCH-REGISTRO

           IF WS-HAY-DIVISION NOT = 'S'
               DISPLAY
               "ERROR, EL REGISTRO DE DIVISION " WS-DSN-REGISTRO
               " NO TRAE LA LINEA *DIV"
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF
           IF WS-TOTAL-PARTICIONES NOT = WS-PARTICIONES-DECLARADAS
               DISPLAY
               "ERROR, EL REGISTRO DE DIVISION DECLARA "
               WS-PARTICIONES-DECLARADAS " PARTICIONES Y TRAE "
               WS-TOTAL-PARTICIONES
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF
      *    Las particiones tienen que cubrir la entrada sin huecos ni
      *    solapes, en orden desde el registro 1.
           MOVE 1 TO WS-SIGUIENTE-PRIMERO
           PERFORM VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                   UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES
               IF PAR-PRIMERO(WS-PARTICION-ACTUAL)
                       NOT = WS-SIGUIENTE-PRIMERO
                   DISPLAY
                   "ERROR, LA PARTICION "
                   PAR-NUMERO(WS-PARTICION-ACTUAL)
                   " EMPIEZA EN EL REGISTRO "
                   PAR-PRIMERO(WS-PARTICION-ACTUAL)
                   " Y SE ESPERABA EL " WS-SIGUIENTE-PRIMERO
                   MOVE 'N' TO WS-FUSION-VALIDA
               END-IF
               COMPUTE WS-SIGUIENTE-PRIMERO =
                   PAR-PRIMERO(WS-PARTICION-ACTUAL)
                   + PAR-REGISTROS(WS-PARTICION-ACTUAL)
           END-PERFORM
           IF WS-FUSION-VALIDA NOT = 'S'
               MOVE 16 TO RETURN-CODE
           END-IF.

       1050-ANOTAR-LINEA-DIVISION.
           IF WS-LINEA-REGISTRO(1:4) = "*DIV"
               MOVE 'S' TO WS-HAY-DIVISION
               MOVE WS-LINEA-REGISTRO(6:20) TO WS-DSN-ORIGINAL
               MOVE WS-LINEA-REGISTRO(27:8) TO WS-ID-REMITENTE
               MOVE WS-LINEA-REGISTRO(36:10) TO WS-FECHA-NEGOCIO
               IF WS-LINEA-REGISTRO(47:9) IS NUMERIC
                   MOVE WS-LINEA-REGISTRO(47:9)
                       TO WS-DETALLES-DECLARADOS
               END-IF
               IF WS-LINEA-REGISTRO(57:15) IS NUMERIC
                   MOVE WS-LINEA-REGISTRO(57:15) TO WS-HASH-DECLARADO
               END-IF
               IF WS-LINEA-REGISTRO(73:9) IS NUMERIC
                   MOVE WS-LINEA-REGISTRO(73:9)
                       TO WS-DETALLES-CORTADOS
               END-IF
               IF WS-LINEA-REGISTRO(83:2) IS NUMERIC
                   MOVE WS-LINEA-REGISTRO(83:2)
                       TO WS-PARTICIONES-DECLARADAS
               END-IF
               MOVE WS-LINEA-REGISTRO(86:15) TO WS-ID-DIVISION
               MOVE WS-LINEA-REGISTRO(102:1) TO WS-HAY-ENCUADRE
           END-IF
           IF WS-LINEA-REGISTRO(1:4) = "*PAR"
               IF WS-TOTAL-PARTICIONES >= WS-MAXIMO-PARTICIONES
                   DISPLAY
                   "ERROR, EL REGISTRO DE DIVISION TRAE MAS DE "
                   WS-MAXIMO-PARTICIONES " PARTICIONES"
                   MOVE 'N' TO WS-FUSION-VALIDA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-PARTICIONES
               MOVE WS-TOTAL-PARTICIONES TO WS-PARTICION-ACTUAL
               INITIALIZE WS-PARTICION(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-REGISTRO(6:2)
                   TO PAR-NUMERO(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-REGISTRO(9:20)
                   TO PAR-DSN(WS-PARTICION-ACTUAL)
               IF WS-LINEA-REGISTRO(30:6) IS NUMERIC
                   MOVE WS-LINEA-REGISTRO(30:6)
                       TO PAR-PRIMERO(WS-PARTICION-ACTUAL)
               END-IF
               IF WS-LINEA-REGISTRO(37:9) IS NUMERIC
                   MOVE WS-LINEA-REGISTRO(37:9)
                       TO PAR-REGISTROS(WS-PARTICION-ACTUAL)
               END-IF
               MOVE WS-LINEA-REGISTRO(47:20)
                   TO PAR-DSN-REPORTE(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-REGISTRO(68:20)
                   TO PAR-DSN-RECHAZOS(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-REGISTRO(89:20)
                   TO PAR-DSN-AUDITORIA(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-REGISTRO(110:20)
                   TO PAR-DSN-INTERFAZ(WS-PARTICION-ACTUAL)
           END-IF.

      *    Mismos valores por omision y misma resolucion de AAAAMMDD
      *    que 0200-CARGAR-SOLICITUD del paso de conversion.
       1100-LEER-CONTROL-ORIGINAL.
           OPEN INPUT ARCH-CONTROL
           IF WS-ESTADO-CONTROL = "00"
               PERFORM UNTIL WS-ESTADO-CONTROL NOT = "00"
                       AND WS-ESTADO-CONTROL NOT = "06"
                   READ ARCH-CONTROL INTO WS-LINEA-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LINEA-CONTROL NOT = SPACES
                                   AND (WS-HAY-CONTROL NOT = 'S'
                                   OR WS-LINEA-CONTROL(1:20)
                                       = WS-DSN-ORIGINAL)
                               MOVE WS-LINEA-CONTROL
                                   TO WS-LINEA-ELEGIDA
                               IF WS-LINEA-CONTROL(1:20)
                                       = WS-DSN-ORIGINAL
                                   MOVE 'S' TO WS-HAY-CONTROL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CONTROL
           ELSE
               DISPLAY
               "AVISO, SIN CONTROL ORIGINAL " WS-DSN-CONTROL
               "; LAS SALIDAS FUSIONADAS USAN LOS NOMBRES POR OMISION"
           END-IF
           IF WS-LINEA-ELEGIDA(24:20) NOT = SPACES
               MOVE WS-LINEA-ELEGIDA(24:20) TO WS-DSN-REPORTE
           END-IF
           IF WS-LINEA-ELEGIDA(45:20) NOT = SPACES
               MOVE WS-LINEA-ELEGIDA(45:20) TO WS-DSN-RECHAZOS
           END-IF
           IF WS-LINEA-ELEGIDA(65:20) NOT = SPACES
               MOVE WS-LINEA-ELEGIDA(65:20) TO WS-DSN-AUDITORIA
           END-IF
           IF WS-LINEA-ELEGIDA(108:20) NOT = SPACES
               MOVE WS-LINEA-ELEGIDA(108:20) TO WS-DSN-INTERFAZ
           END-IF
           IF WS-LINEA-ELEGIDA(21:2) = "08"
                   OR WS-LINEA-ELEGIDA(21:2) = "16"
               MOVE WS-LINEA-ELEGIDA(21:2) TO WS-BASE
           END-IF
           IF WS-LINEA-ELEGIDA(23:1) = 'S'
                   OR WS-LINEA-ELEGIDA(23:1) = 's'
               MOVE 'S' TO WS-SIGNO
           END-IF
           IF WS-LINEA-ELEGIDA(128:1) = 'D'
                   OR WS-LINEA-ELEGIDA(128:1) = 'X'
                   OR WS-LINEA-ELEGIDA(128:1) = 'T'
               MOVE WS-LINEA-ELEGIDA(128:1) TO WS-MODO
           END-IF
           IF WS-LINEA-ELEGIDA(129:2) = "08"
                   OR WS-LINEA-ELEGIDA(129:2) = "16"
               MOVE WS-LINEA-ELEGIDA(129:2) TO WS-BASE-SALIDA
           END-IF
           IF WS-LINEA-ELEGIDA(128:1) = 'T'
               DISPLAY
               "AVISO, SOLICITUD DE TELEMETRIA: LAS PARTICIONES "
               "TIENEN QUE HABERSE PROCESADO EN ORDEN PARA QUE LOS "
               "DELTAS SEAN LOS DE LA ENTRADA COMPLETA"
           END-IF

           MOVE WS-DSN-REPORTE TO WS-DSN-TRABAJO
           PERFORM 1150-RESOLVER-FECHA-DSN
           MOVE WS-DSN-TRABAJO TO WS-DSN-REPORTE
           MOVE WS-DSN-RECHAZOS TO WS-DSN-TRABAJO
           PERFORM 1150-RESOLVER-FECHA-DSN
           MOVE WS-DSN-TRABAJO TO WS-DSN-RECHAZOS
           MOVE WS-DSN-INTERFAZ TO WS-DSN-TRABAJO
           PERFORM 1150-RESOLVER-FECHA-DSN
           MOVE WS-DSN-TRABAJO TO WS-DSN-INTERFAZ
           MOVE WS-DSN-RESUMEN TO WS-DSN-TRABAJO
           PERFORM 1150-RESOLVER-FECHA-DSN
           MOVE WS-DSN-TRABAJO TO WS-DSN-RESUMEN.

       1150-RESOLVER-FECHA-DSN.
           PERFORM VARYING WS-INDICE-DSN FROM 1 BY 1
                   UNTIL WS-INDICE-DSN > 13
               IF WS-DSN-TRABAJO(WS-INDICE-DSN:8) = "AAAAMMDD"
                   MOVE WS-FECHA-DIGITOS
                       TO WS-DSN-TRABAJO(WS-INDICE-DSN:8)
               END-IF
           END-PERFORM.

      *    Primera fase: solo lectura. Cada particion tiene que haber
      *    terminado limpia; cualquier diferencia se informa y la
      *    fusion no escribe nada.
       2000-VALIDAR-PARTICION.
           MOVE PAR-DSN-REPORTE(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           PERFORM 2050-RECORRER-SALIDA
           IF WS-HAY-TRAILER NOT = 'S'
                   OR WS-LINEA-TRAILER-LEIDA(6:8) NOT = "REPORTE "
                   OR WS-LINEA-TRAILER-LEIDA(25:9) IS NOT NUMERIC
                   OR WS-LINEA-TRAILER-LEIDA(35:15) IS NOT NUMERIC
                   OR WS-LINEA-TRAILER-LEIDA(51:9) IS NOT NUMERIC
                   OR WS-LINEA-TRAILER-LEIDA(77:15) IS NOT NUMERIC
               PERFORM 2090-INFORMAR-SIN-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-TRAILER-LEIDA(25:9)
               TO PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
           MOVE WS-LINEA-TRAILER-LEIDA(35:15)
               TO PAR-HASH-REPORTE(WS-PARTICION-ACTUAL)
           MOVE WS-LINEA-TRAILER-LEIDA(51:9)
               TO PAR-LEIDOS(WS-PARTICION-ACTUAL)
           MOVE WS-LINEA-TRAILER-LEIDA(61:15)
               TO PAR-ID(WS-PARTICION-ACTUAL)
           MOVE WS-LINEA-TRAILER-LEIDA(77:15)
               TO PAR-HASH-ENTRADA(WS-PARTICION-ACTUAL)
           IF WS-DETALLES-BLOQUE
                   NOT = PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               PERFORM 2095-INFORMAR-DETALLES
           END-IF

           MOVE PAR-DSN-RECHAZOS(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           PERFORM 2050-RECORRER-SALIDA
           IF WS-HAY-TRAILER NOT = 'S'
                   OR WS-LINEA-TRAILER-LEIDA(6:8) NOT = "RECHAZOS"
                   OR WS-LINEA-TRAILER-LEIDA(25:9) IS NOT NUMERIC
               PERFORM 2090-INFORMAR-SIN-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-TRAILER-LEIDA(25:9)
               TO PAR-RECHAZADOS(WS-PARTICION-ACTUAL)
           PERFORM 2080-COMPARAR-CORRIDA
           IF WS-DETALLES-BLOQUE
                   NOT = PAR-RECHAZADOS(WS-PARTICION-ACTUAL)
               PERFORM 2095-INFORMAR-DETALLES
           END-IF

      *    AUDITORI es acumulativa: cuenta solo el ultimo bloque, el
      *    que cierra el trailer de la corrida de la particion.
           MOVE PAR-DSN-AUDITORIA(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           PERFORM 2050-RECORRER-SALIDA
           IF WS-HAY-TRAILER NOT = 'S'
                   OR WS-LINEA-TRAILER-LEIDA(6:8) NOT = "AUDITORI"
                   OR WS-LINEA-TRAILER-LEIDA(25:9) IS NOT NUMERIC
                   OR WS-LINEA-TRAILER-LEIDA(35:15) IS NOT NUMERIC
               PERFORM 2090-INFORMAR-SIN-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-TRAILER-LEIDA(35:15)
               TO PAR-HASH-AUDITORIA(WS-PARTICION-ACTUAL)
           COMPUTE PAR-INICIO-AUDITORIA(WS-PARTICION-ACTUAL) =
               WS-PREVIO-TRAILER + 1
           MOVE WS-ULTIMO-TRAILER
               TO PAR-FIN-AUDITORIA(WS-PARTICION-ACTUAL)
           PERFORM 2080-COMPARAR-CORRIDA
           IF WS-LINEA-TRAILER-LEIDA(25:9)
                   NOT = PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": AUDITORI CIERRA CON " WS-LINEA-TRAILER-LEIDA(25:9)
               " DETALLES Y REPORTE CON "
               PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF
           IF WS-DETALLES-BLOQUE
                   NOT = PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               PERFORM 2095-INFORMAR-DETALLES
           END-IF
           IF PAR-HASH-AUDITORIA(WS-PARTICION-ACTUAL)
                   NOT = PAR-HASH-REPORTE(WS-PARTICION-ACTUAL)
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": HASH DE REPORTE "
               PAR-HASH-REPORTE(WS-PARTICION-ACTUAL)
               " DISTINTO DEL DE AUDITORI "
               PAR-HASH-AUDITORIA(WS-PARTICION-ACTUAL)
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF

           MOVE PAR-DSN-INTERFAZ(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           PERFORM 2060-RECORRER-INTERFAZ
           IF WS-HAY-TOTAL-INTERFAZ NOT = 'S'
               PERFORM 2090-INFORMAR-SIN-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOTAL-PARCIAL TO PAR-TOTAL(WS-PARTICION-ACTUAL)
           PERFORM 2080-COMPARAR-CORRIDA
           IF WS-LINEA-TRAILER-LEIDA(3:9)
                   NOT = PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
                   OR WS-DETALLES-INTERFAZ
                       NOT = PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": INTERFAZ CON " WS-DETALLES-INTERFAZ
               " DETALLES Y TRAILER " WS-LINEA-TRAILER-LEIDA(3:9)
               "; REPORTE DECLARA " PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF

      *    La particion tiene que haber leido todo lo que se le corto
      *    y cuadrar aceptados mas rechazados.
           IF PAR-LEIDOS(WS-PARTICION-ACTUAL)
                   NOT = PAR-REGISTROS(WS-PARTICION-ACTUAL)
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": LEYO " PAR-LEIDOS(WS-PARTICION-ACTUAL)
               " DE " PAR-REGISTROS(WS-PARTICION-ACTUAL)
               " REGISTROS CORTADOS"
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF
           IF PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
                   + PAR-RECHAZADOS(WS-PARTICION-ACTUAL)
                   NOT = PAR-LEIDOS(WS-PARTICION-ACTUAL)
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": ACEPTADOS " PAR-ACEPTADOS(WS-PARTICION-ACTUAL)
               " MAS RECHAZADOS " PAR-RECHAZADOS(WS-PARTICION-ACTUAL)
               " NO DAN LOS LEIDOS " PAR-LEIDOS(WS-PARTICION-ACTUAL)
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF

           ADD PAR-LEIDOS(WS-PARTICION-ACTUAL) TO WS-SUMA-LEIDOS
           ADD PAR-ACEPTADOS(WS-PARTICION-ACTUAL) TO WS-SUMA-ACEPTADOS
           ADD PAR-RECHAZADOS(WS-PARTICION-ACTUAL)
               TO WS-SUMA-RECHAZADOS
           COMPUTE WS-HASH-REPORTE =
               FUNCTION MOD(WS-HASH-REPORTE
               + PAR-HASH-REPORTE(WS-PARTICION-ACTUAL), WS-HASH-MODULO)
           COMPUTE WS-HASH-AUDITORIA =
               FUNCTION MOD(WS-HASH-AUDITORIA
               + PAR-HASH-AUDITORIA(WS-PARTICION-ACTUAL),
               WS-HASH-MODULO)
           COMPUTE WS-HASH-ENTRADA =
               FUNCTION MOD(WS-HASH-ENTRADA
               + PAR-HASH-ENTRADA(WS-PARTICION-ACTUAL), WS-HASH-MODULO)
           ADD PAR-TOTAL(WS-PARTICION-ACTUAL) TO WS-TOTAL-ACUMULADO
               ON SIZE ERROR
                   MOVE 'S' TO WS-TOTAL-DESBORDADO
                   DISPLAY
                   "AVISO, EL TOTAL DE CONTROL SUPERO EL RANGO "
                   "SOPORTADO"
           END-ADD.

       2050-RECORRER-SALIDA.
           MOVE 'N' TO WS-ARCHIVO-ABIERTO
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE SPACES TO WS-LINEA-TRAILER-LEIDA
           MOVE 0 TO WS-LINEAS-LEIDAS
           MOVE 0 TO WS-DETALLES-PENDIENTES
           MOVE 0 TO WS-DETALLES-BLOQUE
           MOVE 0 TO WS-PREVIO-TRAILER
           MOVE 0 TO WS-ULTIMO-TRAILER
           OPEN INPUT ARCH-PARCIAL
           IF WS-ESTADO-PARCIAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ARCHIVO-ABIERTO
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-PARCIAL INTO WS-LINEA-PARCIAL
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LINEAS-LEIDAS
                       IF WS-LINEA-PARCIAL(1:5) = "*TRL "
                           MOVE 'S' TO WS-HAY-TRAILER
                           MOVE WS-LINEA-PARCIAL
                               TO WS-LINEA-TRAILER-LEIDA
                           MOVE WS-DETALLES-PENDIENTES
                               TO WS-DETALLES-BLOQUE
                           MOVE 0 TO WS-DETALLES-PENDIENTES
                           MOVE WS-ULTIMO-TRAILER TO WS-PREVIO-TRAILER
                           MOVE WS-LINEAS-LEIDAS TO WS-ULTIMO-TRAILER
                       ELSE
                           IF WS-LINEA-PARCIAL(1:1) IS NUMERIC
                               ADD 1 TO WS-DETALLES-PENDIENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-PARCIAL
      *    Detalles despues del ultimo trailer: la corrida de la
      *    particion no termino (o se relanzo y sigue en curso).
           IF WS-DETALLES-PENDIENTES > 0
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": " WS-DSN-PARCIAL " TIENE " WS-DETALLES-PENDIENTES
               " DETALLES SIN TRAILER; CORRIDA INCOMPLETA"
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF.

      *    Mismo layout que 2150/2200/2350 del paso de conversion:
      *    "D;" fecha ";" registro ..., "T;" cantidad ";" total ";" id.
       2060-RECORRER-INTERFAZ.
           MOVE 'N' TO WS-ARCHIVO-ABIERTO
           MOVE 'N' TO WS-HAY-TOTAL-INTERFAZ
           MOVE 'N' TO WS-HAY-TRAILER
           MOVE SPACES TO WS-LINEA-TRAILER-LEIDA
           MOVE 0 TO WS-DETALLES-INTERFAZ
           MOVE 0 TO WS-TOTAL-PARCIAL
           OPEN INPUT ARCH-PARCIAL
           IF WS-ESTADO-PARCIAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ARCHIVO-ABIERTO
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-PARCIAL INTO WS-LINEA-PARCIAL
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-PARCIAL(1:2) = "D;"
                           ADD 1 TO WS-DETALLES-INTERFAZ
                       END-IF
                       IF WS-LINEA-PARCIAL(1:2) = "T;"
                           MOVE WS-LINEA-PARCIAL
                               TO WS-LINEA-TRAILER-LEIDA
                           MOVE WS-LINEA-PARCIAL(13:32)
                               TO WS-TOTAL-TEXTO
                           IF WS-LINEA-PARCIAL(3:9) IS NUMERIC
                                   AND WS-TOTAL-PARCIAL IS NUMERIC
                               MOVE 'S' TO WS-HAY-TOTAL-INTERFAZ
                               MOVE 'S' TO WS-HAY-TRAILER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-PARCIAL
      *    El id va en la misma posicion relativa que en los trailers
      *    para compararlo con 2080.
           MOVE WS-LINEA-TRAILER-LEIDA(46:15)
               TO WS-LINEA-TRAILER-LEIDA(61:15).

       2080-COMPARAR-CORRIDA.
           IF WS-LINEA-TRAILER-LEIDA(61:15)
                   NOT = PAR-ID(WS-PARTICION-ACTUAL)
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": " WS-DSN-PARCIAL " LO CERRO LA CORRIDA "
               WS-LINEA-TRAILER-LEIDA(61:15) " Y REPORTE LA CORRIDA "
               PAR-ID(WS-PARTICION-ACTUAL)
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF.

       2090-INFORMAR-SIN-TRAILER.
           IF WS-ARCHIVO-ABIERTO NOT = 'S'
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": NO SE PUDO ABRIR " WS-DSN-PARCIAL
           ELSE
               DISPLAY
               "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
               ": " WS-DSN-PARCIAL
               " SIN TRAILER COMPLETO; LA PARTICION NO TERMINO"
           END-IF
           MOVE 'N' TO WS-FUSION-VALIDA.

       2095-INFORMAR-DETALLES.
           DISPLAY
           "ERROR, PARTICION " PAR-NUMERO(WS-PARTICION-ACTUAL)
           ": " WS-DSN-PARCIAL " TRAE " WS-DETALLES-BLOQUE
           " DETALLES Y SU TRAILER DECLARA OTRA CANTIDAD"
           MOVE 'N' TO WS-FUSION-VALIDA.

      *    Las particiones juntas tienen que dar la entrada original:
      *    lo cortado por DIVARC09 y, con encuadre del remitente, los
      *    detalles y el hash del "*FIN". El hash solo se exige sin
      *    rechazos, igual que 1090-VERIFICAR-CONTROL-ENTRADA: un
      *    registro rechazado no suma al hash de la entrada.
       2900-CUADRAR-ORIGINAL.
           IF WS-SUMA-LEIDOS NOT = WS-DETALLES-CORTADOS
               DISPLAY
               "ERROR, LAS PARTICIONES LEYERON " WS-SUMA-LEIDOS
               " REGISTROS Y LA DIVISION CORTO " WS-DETALLES-CORTADOS
               MOVE 'N' TO WS-FUSION-VALIDA
           END-IF
           IF WS-HAY-ENCUADRE = 'S'
               IF WS-SUMA-LEIDOS NOT = WS-DETALLES-DECLARADOS
                   DISPLAY
                   "ERROR, LAS PARTICIONES LEYERON " WS-SUMA-LEIDOS
                   " REGISTROS Y EL REMITENTE " WS-ID-REMITENTE
                   " DECLARA " WS-DETALLES-DECLARADOS
                   MOVE 'N' TO WS-FUSION-VALIDA
               END-IF
               IF WS-SUMA-RECHAZADOS = 0
                   IF WS-HASH-ENTRADA NOT = WS-HASH-DECLARADO
                       DISPLAY
                       "ERROR, EL HASH DE LAS PARTICIONES "
                       WS-HASH-ENTRADA " NO CUADRA CON EL DECLARADO "
                       WS-HASH-DECLARADO " POR EL REMITENTE "
                       WS-ID-REMITENTE
                       MOVE 'N' TO WS-FUSION-VALIDA
                   END-IF
               ELSE
                   DISPLAY
                   "AVISO, CON " WS-SUMA-RECHAZADOS
                   " RECHAZOS EL HASH DEL REMITENTE NO SE VERIFICA "
                   "(DECLARADO " WS-HASH-DECLARADO ", VALIDOS "
                   WS-HASH-ENTRADA ")"
               END-IF
           END-IF.

      *    Segunda fase: un encabezado, los detalles de cada
      *    particion en orden con su numero original y un solo juego
      *    de totales y trailers con el id de la fusion.
       3000-FUSIONAR-SALIDAS.
           OPEN OUTPUT ARCH-REPORTE
           OPEN OUTPUT ARCH-RECHAZOS
           OPEN EXTEND ARCH-AUDITORIA
           IF WS-ESTADO-AUDITORIA NOT = "00"
               OPEN OUTPUT ARCH-AUDITORIA
           END-IF
           OPEN OUTPUT ARCH-INTERFAZ
           IF WS-ESTADO-REPORTE NOT = "00"
                   OR WS-ESTADO-RECHAZOS NOT = "00"
                   OR WS-ESTADO-AUDITORIA NOT = "00"
                   OR WS-ESTADO-INTERFAZ NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDIERON ABRIR LAS SALIDAS FUSIONADAS: "
               WS-DSN-REPORTE " " WS-DSN-RECHAZOS " "
               WS-DSN-AUDITORIA " " WS-DSN-INTERFAZ
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               CLOSE ARCH-REPORTE
               CLOSE ARCH-RECHAZOS
               CLOSE ARCH-AUDITORIA
               CLOSE ARCH-INTERFAZ
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "REPORTE DE CONVERSIONES - FECHA DE CORRIDA: "
               WS-FECHA-EJECUCION " CORRIDA: " WS-ID-FUSION
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE
           MOVE "REGISTRO  BASE  VALOR-ENTRADA   RESULTADO"
               TO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE
           MOVE ALL "-" TO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           MOVE SPACES TO WS-LINEA-INTERFAZ
           STRING "H;PRUEBA09;" WS-FECHA-EJECUCION ";"
               DELIMITED BY SIZE
               WS-DSN-ORIGINAL DELIMITED BY SPACE
               ";" WS-BASE ";" WS-SIGNO ";" WS-ID-FUSION
               DELIMITED BY SIZE
               INTO WS-LINEA-INTERFAZ
           WRITE REG-INTERFAZ FROM WS-LINEA-INTERFAZ

           PERFORM 3100-COPIAR-PARTICION
               VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
               UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES

           PERFORM 3300-ESCRIBIR-TOTAL-REPORTE
           PERFORM 3350-ESCRIBIR-TRAILERS
           CLOSE ARCH-REPORTE
           CLOSE ARCH-RECHAZOS
           CLOSE ARCH-AUDITORIA
           CLOSE ARCH-INTERFAZ.

       3100-COPIAR-PARTICION.
           MOVE PAR-DSN-REPORTE(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           MOVE 'P' TO WS-DESTINO-COPIA
           MOVE 1 TO WS-POSICION-REGISTRO
           MOVE 1 TO WS-COPIA-DESDE
           MOVE 999999999 TO WS-COPIA-HASTA
           PERFORM 3150-COPIAR-DETALLES

           MOVE PAR-DSN-RECHAZOS(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           MOVE 'R' TO WS-DESTINO-COPIA
           MOVE 11 TO WS-POSICION-REGISTRO
           PERFORM 3150-COPIAR-DETALLES

           MOVE PAR-DSN-AUDITORIA(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           MOVE 'A' TO WS-DESTINO-COPIA
           MOVE 38 TO WS-POSICION-REGISTRO
           MOVE PAR-INICIO-AUDITORIA(WS-PARTICION-ACTUAL)
               TO WS-COPIA-DESDE
           MOVE PAR-FIN-AUDITORIA(WS-PARTICION-ACTUAL)
               TO WS-COPIA-HASTA
           PERFORM 3150-COPIAR-DETALLES

           MOVE PAR-DSN-INTERFAZ(WS-PARTICION-ACTUAL) TO WS-DSN-PARCIAL
           MOVE 'I' TO WS-DESTINO-COPIA
           MOVE 14 TO WS-POSICION-REGISTRO
           MOVE 1 TO WS-COPIA-DESDE
           MOVE 999999999 TO WS-COPIA-HASTA
           PERFORM 3150-COPIAR-DETALLES.

       3150-COPIAR-DETALLES.
           OPEN INPUT ARCH-PARCIAL
           IF WS-ESTADO-PARCIAL NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO REABRIR LA SALIDA PARCIAL: "
               WS-DSN-PARCIAL
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINEAS-LEIDAS
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-PARCIAL INTO WS-LINEA-PARCIAL
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LINEAS-LEIDAS
                       PERFORM 3160-COPIAR-LINEA
               END-READ
           END-PERFORM
           CLOSE ARCH-PARCIAL.

       3160-COPIAR-LINEA.
           IF WS-LINEAS-LEIDAS < WS-COPIA-DESDE
                   OR WS-LINEAS-LEIDAS > WS-COPIA-HASTA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ES-DETALLE
           IF WS-DESTINO-COPIA = 'I'
               IF WS-LINEA-PARCIAL(1:2) = "D;"
                   MOVE 'S' TO WS-ES-DETALLE
               END-IF
           ELSE
               IF WS-LINEA-PARCIAL(1:1) IS NUMERIC
                   MOVE 'S' TO WS-ES-DETALLE
               END-IF
           END-IF
           IF WS-ES-DETALLE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-LINEA-PARCIAL(WS-POSICION-REGISTRO:6) IS NUMERIC
               MOVE WS-LINEA-PARCIAL(WS-POSICION-REGISTRO:6)
                   TO WS-REGISTRO-LOCAL
               COMPUTE WS-REGISTRO-FUSION = WS-REGISTRO-LOCAL
                   + PAR-PRIMERO(WS-PARTICION-ACTUAL) - 1
               MOVE WS-REGISTRO-FUSION
                   TO WS-LINEA-PARCIAL(WS-POSICION-REGISTRO:6)
           END-IF
           EVALUATE WS-DESTINO-COPIA
             WHEN 'P'
               MOVE WS-LINEA-PARCIAL TO WS-LINEA-REPORTE
               WRITE REG-REPORTE FROM WS-LINEA-REPORTE
             WHEN 'R'
               MOVE WS-LINEA-PARCIAL TO WS-LINEA-RECHAZO
               WRITE REG-RECHAZO FROM WS-LINEA-RECHAZO
             WHEN 'A'
               MOVE WS-LINEA-PARCIAL TO WS-LINEA-AUDITORIA
               WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA
             WHEN 'I'
               MOVE WS-LINEA-PARCIAL TO WS-LINEA-INTERFAZ
               WRITE REG-INTERFAZ FROM WS-LINEA-INTERFAZ
           END-EVALUATE.

       3300-ESCRIBIR-TOTAL-REPORTE.
           MOVE WS-SUMA-LEIDOS TO WS-CONTADOR-REGISTROS
           MOVE WS-SUMA-RECHAZADOS TO WS-CONTADOR-RECHAZADOS
           MOVE ALL "-" TO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "TOTAL DE CONTROL: " WS-TOTAL-ACUMULADO
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "REGISTROS PROCESADOS: " WS-CONTADOR-REGISTROS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "REGISTROS RECHAZADOS: " WS-CONTADOR-RECHAZADOS
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           MOVE SPACES TO WS-LINEA-REPORTE
           STRING "PARTICIONES FUSIONADAS: " WS-TOTAL-PARTICIONES
               " ENTRADA: " WS-DSN-ORIGINAL
               " DIVISION: " WS-ID-DIVISION
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           IF WS-TOTAL-DESBORDADO = 'S'
               MOVE SPACES TO WS-LINEA-REPORTE
               MOVE "AVISO: EL TOTAL DE CONTROL SUPERO EL RANGO "
                   TO WS-LINEA-REPORTE
               WRITE REG-REPORTE FROM WS-LINEA-REPORTE
           END-IF.

       3350-ESCRIBIR-TRAILERS.
           MOVE WS-SUMA-LEIDOS TO WS-LEIDOS-TRAILER

           MOVE WS-SUMA-ACEPTADOS TO WS-CONTADOR-TRAILER
           MOVE SPACES TO WS-LINEA-TRAILER
           STRING "*TRL " "REPORTE " WS-FECHA-EJECUCION " "
               WS-CONTADOR-TRAILER " " WS-HASH-REPORTE " "
               WS-LEIDOS-TRAILER " " WS-ID-FUSION " " WS-HASH-ENTRADA
               DELIMITED BY SIZE INTO WS-LINEA-TRAILER
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE WS-LINEA-TRAILER TO WS-LINEA-REPORTE
           WRITE REG-REPORTE FROM WS-LINEA-REPORTE

           MOVE WS-SUMA-RECHAZADOS TO WS-CONTADOR-TRAILER
           MOVE SPACES TO WS-LINEA-TRAILER
           STRING "*TRL " "RECHAZOS" WS-FECHA-EJECUCION " "
               WS-CONTADOR-TRAILER " " "000000000000000" " "
               WS-LEIDOS-TRAILER " " WS-ID-FUSION
               DELIMITED BY SIZE INTO WS-LINEA-TRAILER
           MOVE SPACES TO WS-LINEA-RECHAZO
           MOVE WS-LINEA-TRAILER TO WS-LINEA-RECHAZO
           WRITE REG-RECHAZO FROM WS-LINEA-RECHAZO

           MOVE WS-SUMA-ACEPTADOS TO WS-CONTADOR-TRAILER
           MOVE SPACES TO WS-LINEA-TRAILER
           STRING "*TRL " "AUDITORI" WS-FECHA-EJECUCION " "
               WS-CONTADOR-TRAILER " " WS-HASH-AUDITORIA " "
               WS-LEIDOS-TRAILER " " WS-ID-FUSION
               DELIMITED BY SIZE INTO WS-LINEA-TRAILER
           MOVE WS-DSN-ORIGINAL TO WS-LINEA-TRAILER(93:20)
           MOVE SPACES TO WS-LINEA-AUDITORIA
           MOVE WS-LINEA-TRAILER TO WS-LINEA-AUDITORIA
           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA

           MOVE WS-SUMA-ACEPTADOS TO WS-CONTADOR-TRAILER
           MOVE SPACES TO WS-LINEA-INTERFAZ
           STRING "T;" WS-CONTADOR-TRAILER ";"
               WS-TOTAL-ACUMULADO ";" WS-ID-FUSION
               DELIMITED BY SIZE INTO WS-LINEA-INTERFAZ
           WRITE REG-INTERFAZ FROM WS-LINEA-INTERFAZ.

      *    Mismo formato que 2400-ESCRIBIR-RESUMEN-GLOBAL, con la
      *    entrada original como unica solicitud, para que HISTOR09
      *    registre la entrada dividida como una sola corrida.
       3900-ESCRIBIR-RESUMEN.
           OPEN OUTPUT ARCH-RESUMEN
           IF WS-ESTADO-RESUMEN NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ESCRIBIR EL RESUMEN: " WS-DSN-RESUMEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-RESUMEN
           STRING "RESUMEN CONSOLIDADO DE LA CORRIDA - FECHA: "
               WS-FECHA-EJECUCION " CORRIDA: " WS-ID-FUSION
               DELIMITED BY SIZE INTO WS-LINEA-RESUMEN
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN
           MOVE ALL "-" TO WS-LINEA-RESUMEN
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN

           MOVE SPACES TO WS-LINEA-RESUMEN
           STRING "SOLICITUD " WS-SOLICITUD-RESUMEN
               " ENTRADA: " WS-DSN-ORIGINAL
               " LEIDOS: " WS-CONTADOR-REGISTROS
               " RECHAZADOS: " WS-CONTADOR-RECHAZADOS
               " TOTAL: " WS-TOTAL-ACUMULADO
               " " WS-ESTADO-SOLICITUD
               DELIMITED BY SIZE INTO WS-LINEA-RESUMEN
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN

           MOVE ALL "-" TO WS-LINEA-RESUMEN
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA-RESUMEN
           STRING "TOTAL GENERAL LEIDOS: " WS-CONTADOR-REGISTROS
               " RECHAZADOS: " WS-CONTADOR-RECHAZADOS
               " TOTAL DE CONTROL: " WS-TOTAL-ACUMULADO
               DELIMITED BY SIZE INTO WS-LINEA-RESUMEN
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN
           IF WS-TOTAL-DESBORDADO = 'S'
               MOVE "AVISO: UN TOTAL SUPERO EL RANGO SOPORTADO"
                   TO WS-LINEA-RESUMEN
               WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN
           END-IF
           CLOSE ARCH-RESUMEN.

      *    Los registros P van antes del S: el S es la marca de que
      *    la fusion termino, igual que en el paso de conversion. Sin
      *    diario la fusion queda hecha pero no se puede revertir.
       3930-ANOTAR-DIARIO.
           OPEN EXTEND ARCH-DIARIO
           IF WS-ESTADO-DIARIO NOT = "00"
               OPEN OUTPUT ARCH-DIARIO
           END-IF
           IF WS-ESTADO-DIARIO NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL DIARIO DEL MAESTRO: "
               WS-DSN-DIARIO "; LA FUSION NO SE PODRA REVERTIR"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3940-ANOTAR-PARTICION
               VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
               UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES

           MOVE SPACES TO WS-LINEA-DIARIO
           MOVE WS-ID-FUSION TO WS-LINEA-DIARIO(1:15)
           MOVE 'S' TO WS-LINEA-DIARIO(17:1)
           MOVE WS-ID-FUSION TO WS-LINEA-DIARIO(19:15)
           MOVE WS-SOLICITUD-RESUMEN TO WS-LINEA-DIARIO(35:3)
           MOVE WS-DSN-ORIGINAL TO WS-LINEA-DIARIO(39:20)
           MOVE WS-DSN-REPORTE TO WS-LINEA-DIARIO(60:20)
           MOVE WS-DSN-RECHAZOS TO WS-LINEA-DIARIO(81:20)
           MOVE WS-DSN-AUDITORIA TO WS-LINEA-DIARIO(102:20)
           MOVE WS-DSN-INTERFAZ TO WS-LINEA-DIARIO(123:20)
           MOVE WS-MODO TO WS-LINEA-DIARIO(144:1)
           MOVE WS-BASE TO WS-LINEA-DIARIO(146:2)
           MOVE WS-SIGNO TO WS-LINEA-DIARIO(149:1)
           MOVE WS-BASE-SALIDA TO WS-LINEA-DIARIO(151:2)
           MOVE WS-FECHA-EJECUCION TO WS-LINEA-DIARIO(154:10)
           WRITE REG-DIARIO FROM WS-LINEA-DIARIO
           IF WS-ESTADO-DIARIO NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO GRABAR EL DIARIO DEL MAESTRO: "
               WS-DSN-DIARIO "; LA FUSION NO SE PODRA REVERTIR"
           END-IF
           CLOSE ARCH-DIARIO.

       3940-ANOTAR-PARTICION.
           MOVE SPACES TO WS-LINEA-DIARIO
           MOVE WS-ID-FUSION TO WS-LINEA-DIARIO(1:15)
           MOVE 'P' TO WS-LINEA-DIARIO(17:1)
           MOVE PAR-ID(WS-PARTICION-ACTUAL) TO WS-LINEA-DIARIO(19:15)
           MOVE WS-SOLICITUD-RESUMEN TO WS-LINEA-DIARIO(35:3)
           MOVE PAR-DSN(WS-PARTICION-ACTUAL) TO WS-LINEA-DIARIO(39:20)
           MOVE PAR-PRIMERO(WS-PARTICION-ACTUAL)
               TO WS-LINEA-DIARIO(60:6)
           MOVE PAR-NUMERO(WS-PARTICION-ACTUAL)
               TO WS-LINEA-DIARIO(67:2)
           WRITE REG-DIARIO FROM WS-LINEA-DIARIO.

      *    El candado queda LIBRE con el id de la fusion, el mismo de
      *    los trailers, y CONCIL09 concilia el juego fusionado.
       3950-LIBERAR-CANDADO.
           OPEN OUTPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               MOVE SPACES TO WS-LINEA-CANDADO
               MOVE "LIBRE" TO WS-LINEA-CANDADO(1:6)
               MOVE WS-ID-FUSION TO WS-LINEA-CANDADO(8:15)
               MOVE WS-DSN-CONTROL TO WS-LINEA-CANDADO(24:20)
               WRITE REG-CANDADO FROM WS-LINEA-CANDADO
               CLOSE ARCH-CANDADO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO GRABAR EL CANDADO: " WS-DSN-CANDADO
               "; CONCIL09 CONCILIARA POR FECHA"
           END-IF.

      *    Mismo criterio que 1095-REGISTRAR-ENTREGA del paso de
      *    conversion: una entrega ya registrada solo puede llegar
      *    aca como recarga y se reescribe sumando la recarga.
       3970-REGISTRAR-ENTREGA.
           OPEN I-O ARCH-REMITENTES
           IF WS-ESTADO-REMITENTES NOT = "00"
               OPEN OUTPUT ARCH-REMITENTES
               CLOSE ARCH-REMITENTES
               OPEN I-O ARCH-REMITENTES
           END-IF
           IF WS-ESTADO-REMITENTES NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL REGISTRO DE REMITENTES: "
               WS-DSN-REMITENTES "; LA ENTREGA NO QUEDA REGISTRADA"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE SPACES TO REM-FECHA-NEGOCIO
           READ ARCH-REMITENTES
               INVALID KEY
                   DISPLAY
                   "AVISO, EL REMITENTE " WS-ID-REMITENTE
                   " NO ESTA DEFINIDO EN EL REGISTRO DE REMITENTES"
           END-READ

           MOVE 'N' TO WS-EXISTE-ENTREGA
           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE WS-FECHA-NEGOCIO TO REM-FECHA-NEGOCIO
           READ ARCH-REMITENTES
               INVALID KEY
                   MOVE SPACES TO REM-DATOS
                   MOVE ZERO TO REM-RECARGAS
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTE-ENTREGA
                   ADD 1 TO REM-RECARGAS
           END-READ

           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE WS-FECHA-NEGOCIO TO REM-FECHA-NEGOCIO
           MOVE 'E' TO REM-TIPO
           MOVE WS-ID-FUSION TO REM-ID-CORRIDA
           MOVE WS-DSN-ORIGINAL TO REM-DSN-ENTRADA
           MOVE WS-SUMA-LEIDOS TO REM-LEIDOS
           MOVE WS-SUMA-RECHAZADOS TO REM-RECHAZADOS
           MOVE WS-FECHA-EJECUCION TO REM-FECHA-PROCESO
           MOVE "PROCESADO" TO REM-ESTADO-ENTREGA
           IF WS-EXISTE-ENTREGA = 'S'
               DISPLAY
               "AVISO, ENTREGA DEL REMITENTE " WS-ID-REMITENTE
               " FECHA " WS-FECHA-NEGOCIO " REGISTRADA COMO RECARGA "
               REM-RECARGAS
               REWRITE REG-REMITENTE
           ELSE
               WRITE REG-REMITENTE
           END-IF
           IF WS-ESTADO-REMITENTES NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO REGISTRAR LA ENTREGA DEL REMITENTE "
               WS-ID-REMITENTE ", ESTADO " WS-ESTADO-REMITENTES
           END-IF
           CLOSE ARCH-REMITENTES.

       4000-REPORTAR-RESULTADO.
           DISPLAY "===== FUSION DE PARTICIONES ====="
           DISPLAY "REGISTRO DE DIVISION  : " WS-DSN-REGISTRO
               " " WS-ID-DIVISION
           DISPLAY "ENTRADA ORIGINAL      : " WS-DSN-ORIGINAL
           DISPLAY "PARTICIONES           : " WS-TOTAL-PARTICIONES
           DISPLAY "REGISTROS LEIDOS      : " WS-SUMA-LEIDOS
           DISPLAY "REGISTROS ACEPTADOS   : " WS-SUMA-ACEPTADOS
           DISPLAY "REGISTROS RECHAZADOS  : " WS-SUMA-RECHAZADOS
           DISPLAY "TOTAL DE CONTROL      : " WS-TOTAL-ACUMULADO
           IF RETURN-CODE < 8
               DISPLAY "CORRIDA DE FUSION     : " WS-ID-FUSION
               DISPLAY "SALIDAS FUSIONADAS    : " WS-DSN-REPORTE
                   " " WS-DSN-RECHAZOS
               DISPLAY "                        " WS-DSN-AUDITORIA
                   " " WS-DSN-INTERFAZ
           ELSE
               DISPLAY "FUSION NO REALIZADA, CODIGO " RETURN-CODE
           END-IF.

       9000-ELEVAR-CODIGO-RETORNO.
           IF WS-CODIGO-NUEVO > RETURN-CODE
               MOVE WS-CODIGO-NUEVO TO RETURN-CODE
           END-IF.

       END PROGRAM FUSARC09.
