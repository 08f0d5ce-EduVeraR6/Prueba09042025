      ******************************************************************
      * Author:
      * Date:
      * Purpose: Division de una entrada ARCHENT de YOUR-PROGRAM-NAME
      *          en N particiones para procesarlas como solicitudes
      *          paralelas. Verifica el encuadre del remitente
      *          ("*HDR"/"*FIN") como lo hace el paso de conversion,
      *          corta los detalles en N tramos contiguos sin encuadre
      *          y deja un registro de division con el primer numero
      *          de registro y la cantidad de cada particion, que
      *          FUSARC09 usa para volver a armar un juego unico de
      *          salidas con la numeracion original y para cuadrarlo
      *          contra el encuadre del remitente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVARC09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-ENTRADA ASSIGN TO DYNAMIC WS-DSN-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTRADA.
           SELECT ARCH-PARTICION ASSIGN TO DYNAMIC WS-DSN-PARTICION
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARTICION.
           SELECT ARCH-REGISTRO ASSIGN TO DYNAMIC WS-DSN-REGISTRO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REGISTRO.
           SELECT ARCH-CONTROL-PART ASSIGN TO DYNAMIC WS-DSN-CTL-PART
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CTL-PART.
           SELECT ARCH-REMITENTES ASSIGN TO DYNAMIC WS-DSN-REMITENTES
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REM-CLAVE
               FILE STATUS IS WS-ESTADO-REMITENTES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(160).
       FD  ARCH-ENTRADA.
       01  REG-ENTRADA PIC X(200).
       FD  ARCH-PARTICION.
       01  REG-PARTICION PIC X(200).
       FD  ARCH-REGISTRO.
       01  REG-REGISTRO PIC X(150).
       FD  ARCH-CONTROL-PART.
       01  REG-CONTROL-PART PIC X(160).
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
      *    Parametros de la division:
      *    Primer registro
      *      cols  1-20  entrada a dividir (blanco = ARCHENT.DAT)
      *      cols 21-22  cantidad de particiones (02-20; blanco = 02)
      *      cols 23-42  patron de las particiones con "##" donde va
      *                  el numero de particion (blanco =
      *                  ARCHPA##.DAT)
      *      cols 43-62  registro de division (blanco = DIVREG.DAT)
      *      cols 63-82  controles de las particiones (blanco =
      *                  DIVCTL.DAT)
      *      col  83     'R' recarga autorizada de una entrega ya
      *                  procesada (igual que la col 131 del control)
      *    Segundo registro, opcional: el registro de CONTROL de la
      *    solicitud original, que se usa de modelo para armar un
      *    registro de CONTROL por particion.
       01 WS-DSN-PARM PIC X(20) VALUE "DIVPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(160).
       01 WS-LINEA-MODELO PIC X(160) VALUE SPACES.
       01 WS-HAY-MODELO PIC X VALUE 'N'.
       01 WS-DSN-ENTRADA PIC X(20) VALUE "ARCHENT.DAT".
       01 WS-ESTADO-ENTRADA PIC X(2).
       01 WS-LINEA-ENTRADA PIC X(200).
       01 WS-PATRON-PARTICION PIC X(20) VALUE "ARCHPA##.DAT".
       01 WS-DSN-PARTICION PIC X(20) VALUE SPACES.
       01 WS-ESTADO-PARTICION PIC X(2).
      *    Registro de division, la entrada de FUSARC09:
      *    Linea "*DIV" (una):
      *      cols  1-4   "*DIV"
      *      cols  6-25  entrada original
      *      cols 27-34  remitente del "*HDR" (blanco sin encuadre)
      *      cols 36-45  fecha de negocio del "*HDR"
      *      cols 47-55  detalles declarados en el "*FIN"
      *      cols 57-71  hash declarado en el "*FIN"
      *      cols 73-81  detalles cortados
      *      cols 83-84  cantidad de particiones
      *      cols 86-100 id de la division (AAAAMMDD-HHMMSS)
      *      col 102     'S' si la entrada traia encuadre
      *    Linea "*PAR" (una por particion):
      *      cols  1-4   "*PAR"
      *      cols  6-7   numero de particion
      *      cols  9-28  entrada de la particion
      *      cols 30-35  numero original del primer registro
      *      cols 37-45  registros de la particion
      *      cols 47-66  reporte de la particion
      *      cols 68-87  rechazos de la particion
      *      cols 89-108 auditoria de la particion
      *      cols 110-129 interfaz de la particion
       01 WS-DSN-REGISTRO PIC X(20) VALUE "DIVREG.DAT".
       01 WS-ESTADO-REGISTRO PIC X(2).
       01 WS-LINEA-REGISTRO PIC X(150).
       01 WS-DSN-CTL-PART PIC X(20) VALUE "DIVCTL.DAT".
       01 WS-ESTADO-CTL-PART PIC X(2).
       01 WS-LINEA-CTL-PART PIC X(160).
      *    La entrada con encabezado se controla contra el registro
      *    de remitentes antes de cortarla, con la misma regla que el
      *    paso de conversion: un remitente y fecha ya procesados se
      *    rechazan con codigo 24 salvo recarga. La entrega la
      *    registra FUSARC09 cuando la fusion cuadra.
       01 WS-DSN-REMITENTES PIC X(20) VALUE "REMITEN.DAT".
       01 WS-ESTADO-REMITENTES PIC X(2).
       01 WS-RECARGA PIC X VALUE 'N'.
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-ID-DIVISION PIC X(15) VALUE SPACES.
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-LINEA-LARGA PIC X VALUE 'N'.
       01 WS-ES-CONTROL PIC X VALUE 'N'.
      *    Encuadre del remitente, mismas columnas que
      *    1060-ANOTAR-CONTROL-ENTRADA del programa de conversion.
       01 WS-HAY-ENCABEZADO-ENT PIC X VALUE 'N'.
       01 WS-HAY-TRAILER-ENT PIC X VALUE 'N'.
       01 WS-ID-REMITENTE PIC X(8) VALUE SPACES.
       01 WS-FECHA-NEGOCIO PIC X(10) VALUE SPACES.
       01 WS-DETALLES-DECLARADOS PIC 9(9) VALUE 0.
       01 WS-HASH-DECLARADO PIC 9(15) VALUE 0.
       01 WS-CONTADOR-DETALLES PIC 9(9) VALUE 0.
       01 WS-ENCUADRE-VALIDO PIC X VALUE 'S'.
      *    Particiones: el tramo de cada una es la division entera
      *    de los detalles por la cantidad pedida, redondeada hacia
      *    arriba; la ultima se queda con el resto.
       01 WS-MAXIMO-PARTICIONES PIC 9(2) VALUE 20.
       01 WS-CANTIDAD-PARTICIONES PIC 9(2) VALUE 2.
       01 WS-PARTICION-ACTUAL PIC 9(2) VALUE 0.
       01 WS-TAMANO-TRAMO PIC 9(9) VALUE 0.
       01 WS-INDICE-PATRON PIC 9(2) VALUE 0.
       01 WS-TABLA-PARTICIONES.
          05 WS-PARTICION OCCURS 20 TIMES.
             10 PAR-DSN PIC X(20).
             10 PAR-PRIMERO PIC 9(6).
             10 PAR-REGISTROS PIC 9(9).
       01 WS-NUMERO-PARTICION PIC 9(2).
       01 WS-DSN-SALIDA PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE SPACES TO WS-ID-DIVISION
           STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
               DELIMITED BY SIZE INTO WS-ID-DIVISION

           PERFORM 0100-LEER-PARAMETROS.
           PERFORM 1000-VERIFICAR-ENTRADA.
           IF RETURN-CODE = 0
               PERFORM 2000-CORTAR-PARTICIONES
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 3000-GRABAR-REGISTRO
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
                           MOVE WS-LINEA-PARM(1:20) TO WS-DSN-ENTRADA
                       END-IF
                       IF WS-LINEA-PARM(21:2) IS NUMERIC
                               AND WS-LINEA-PARM(21:2) NOT = "00"
                           MOVE WS-LINEA-PARM(21:2)
                               TO WS-CANTIDAD-PARTICIONES
                       END-IF
                       IF WS-LINEA-PARM(23:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(23:20)
                               TO WS-PATRON-PARTICION
                       END-IF
                       IF WS-LINEA-PARM(43:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(43:20)
                               TO WS-DSN-REGISTRO
                       END-IF
                       IF WS-LINEA-PARM(63:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(63:20)
                               TO WS-DSN-CTL-PART
                       END-IF
                       IF WS-LINEA-PARM(83:1) = 'R'
                           MOVE 'S' TO WS-RECARGA
                       END-IF
               END-READ
               IF WS-ESTADO-PARM = "00"
                   READ ARCH-PARAMETROS INTO WS-LINEA-MODELO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LINEA-MODELO NOT = SPACES
                               MOVE 'S' TO WS-HAY-MODELO
                           END-IF
                           IF WS-LINEA-MODELO(131:1) = 'R'
                               MOVE 'S' TO WS-RECARGA
                           END-IF
                   END-READ
               END-IF
               CLOSE ARCH-PARAMETROS
           END-IF
      *    En telemetria el delta de cada lectura depende de la
      *    lectura anterior del mismo contador en el maestro.
           IF WS-HAY-MODELO = 'S' AND WS-LINEA-MODELO(128:1) = 'T'
               DISPLAY
               "AVISO, SOLICITUD DE TELEMETRIA: LAS PARTICIONES SE "
               "DEBEN PROCESAR EN ORDEN, NO EN PARALELO"
           END-IF
           IF WS-CANTIDAD-PARTICIONES > WS-MAXIMO-PARTICIONES
               DISPLAY
               "AVISO, LA DIVISION SE LIMITA A "
               WS-MAXIMO-PARTICIONES " PARTICIONES"
               MOVE WS-MAXIMO-PARTICIONES TO WS-CANTIDAD-PARTICIONES
           END-IF
           IF WS-CANTIDAD-PARTICIONES < 2
               MOVE 2 TO WS-CANTIDAD-PARTICIONES
           END-IF.

      *    Primera pasada: cuenta los detalles y verifica el encuadre
      *    antes de escribir nada, asi una transferencia incompleta
      *    no deja particiones a medio cortar.
       1000-VERIFICAR-ENTRADA.
           OPEN INPUT ARCH-ENTRADA
           IF WS-ESTADO-ENTRADA NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR LA ENTRADA A DIVIDIR: "
               WS-DSN-ENTRADA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONTADOR-DETALLES
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               PERFORM 1100-LEER-ENTRADA
               IF WS-FIN-ARCHIVO NOT = 'S'
                   IF WS-ES-CONTROL = 'S'
                       PERFORM 1200-ANOTAR-CONTROL-ENTRADA
                   ELSE
                       ADD 1 TO WS-CONTADOR-DETALLES
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCH-ENTRADA

           IF WS-HAY-ENCABEZADO-ENT = 'S'
               IF WS-HAY-TRAILER-ENT NOT = 'S'
                   DISPLAY
                   "ERROR, LA ENTRADA " WS-DSN-ENTRADA
                   " TRAE ENCABEZADO DEL REMITENTE " WS-ID-REMITENTE
                   " PERO LLEGO SIN TRAILER; TRANSFERENCIA INCOMPLETA"
                   MOVE 'N' TO WS-ENCUADRE-VALIDO
               ELSE
                   IF WS-CONTADOR-DETALLES NOT = WS-DETALLES-DECLARADOS
                       DISPLAY
                       "ERROR, LA ENTRADA " WS-DSN-ENTRADA " DECLARA "
                       WS-DETALLES-DECLARADOS " DETALLES Y SE LEYERON "
                       WS-CONTADOR-DETALLES
                       "; TRANSFERENCIA INCOMPLETA"
                       MOVE 'N' TO WS-ENCUADRE-VALIDO
                   END-IF
               END-IF
           END-IF
           IF WS-ENCUADRE-VALIDO NOT = 'S'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HAY-ENCABEZADO-ENT = 'S'
               PERFORM 1300-CONTROLAR-ENTREGA
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CONTADOR-DETALLES = 0
               DISPLAY
               "ERROR, LA ENTRADA " WS-DSN-ENTRADA
               " NO TRAE DETALLES PARA DIVIDIR"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTADOR-DETALLES > 999999
               DISPLAY
               "ERROR, LA ENTRADA " WS-DSN-ENTRADA " TRAE "
               WS-CONTADOR-DETALLES
               " DETALLES; EL NUMERO DE REGISTRO ADMITE HASTA 999999"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CANTIDAD-PARTICIONES > WS-CONTADOR-DETALLES
               MOVE WS-CONTADOR-DETALLES TO WS-CANTIDAD-PARTICIONES
           END-IF
           COMPUTE WS-TAMANO-TRAMO =
               (WS-CONTADOR-DETALLES + WS-CANTIDAD-PARTICIONES - 1)
               / WS-CANTIDAD-PARTICIONES.

      *    Misma regla que 1050-LEER-REGISTRO-ENTRADA: una linea mas
      *    larga que el registro (estado 06) cuenta como un solo
      *    registro y su continuacion se descarta; la particion la
      *    lleva truncada y el paso de conversion la rechaza con R04
      *    igual que en la entrada completa.
       1100-LEER-ENTRADA.
           MOVE 'N' TO WS-ES-CONTROL
           MOVE 'N' TO WS-LINEA-LARGA
           READ ARCH-ENTRADA INTO WS-LINEA-ENTRADA
               AT END
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT AT END
                   PERFORM UNTIL WS-ESTADO-ENTRADA NOT = "06"
                       MOVE 'S' TO WS-LINEA-LARGA
                       READ ARCH-ENTRADA
                           AT END
                               MOVE 'S' TO WS-FIN-ARCHIVO
                       END-READ
                   END-PERFORM
           END-READ
           IF WS-FIN-ARCHIVO NOT = 'S'
                   AND WS-LINEA-LARGA NOT = 'S'
                   AND (WS-LINEA-ENTRADA(1:4) = "*HDR"
                       OR WS-LINEA-ENTRADA(1:4) = "*FIN")
               MOVE 'S' TO WS-ES-CONTROL
           END-IF.

       1200-ANOTAR-CONTROL-ENTRADA.
           IF WS-LINEA-ENTRADA(1:4) = "*HDR"
               MOVE 'S' TO WS-HAY-ENCABEZADO-ENT
               MOVE WS-LINEA-ENTRADA(6:8) TO WS-ID-REMITENTE
               MOVE WS-LINEA-ENTRADA(15:10) TO WS-FECHA-NEGOCIO
           ELSE
               MOVE 'S' TO WS-HAY-TRAILER-ENT
               IF WS-LINEA-ENTRADA(6:9) IS NUMERIC
                   MOVE WS-LINEA-ENTRADA(6:9)
                       TO WS-DETALLES-DECLARADOS
               END-IF
               IF WS-LINEA-ENTRADA(16:15) IS NUMERIC
                   MOVE WS-LINEA-ENTRADA(16:15) TO WS-HASH-DECLARADO
               END-IF
           END-IF.

       1300-CONTROLAR-ENTREGA.
           OPEN INPUT ARCH-REMITENTES
           IF WS-ESTADO-REMITENTES NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL REGISTRO DE REMITENTES: "
               WS-DSN-REMITENTES "; SE DIVIDE SIN CONTROL DE "
               "DUPLICADOS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE WS-FECHA-NEGOCIO TO REM-FECHA-NEGOCIO
           READ ARCH-REMITENTES
               INVALID KEY
                   MOVE SPACE TO REM-TIPO
           END-READ
           CLOSE ARCH-REMITENTES
           IF REM-TIPO = 'E'
               IF WS-RECARGA = 'S'
                   DISPLAY
                   "RECARGA AUTORIZADA DEL REMITENTE " WS-ID-REMITENTE
                   " FECHA " WS-FECHA-NEGOCIO
                   ", PROCESADO ANTES POR LA CORRIDA " REM-ID-CORRIDA
               ELSE
                   DISPLAY
                   "ERROR, EL REMITENTE " WS-ID-REMITENTE " FECHA "
                   WS-FECHA-NEGOCIO " YA FUE PROCESADO POR LA CORRIDA "
                   REM-ID-CORRIDA " (" REM-DSN-ENTRADA
                   "); ENTREGA DUPLICADA, NO SE DIVIDE"
                   MOVE 24 TO RETURN-CODE
               END-IF
           END-IF.

      *    Segunda pasada: los detalles van en orden a las
      *    particiones; el encuadre no se copia (queda en el registro
      *    de division y lo verifica la fusion).
       2000-CORTAR-PARTICIONES.
           PERFORM VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                   UNTIL WS-PARTICION-ACTUAL > WS-CANTIDAD-PARTICIONES
               MOVE WS-PARTICION-ACTUAL TO WS-NUMERO-PARTICION
               MOVE WS-PATRON-PARTICION TO WS-DSN-SALIDA
               PERFORM 2100-APLICAR-PATRON
               MOVE WS-DSN-SALIDA TO PAR-DSN(WS-PARTICION-ACTUAL)
               MOVE 0 TO PAR-REGISTROS(WS-PARTICION-ACTUAL)
               COMPUTE PAR-PRIMERO(WS-PARTICION-ACTUAL) =
                   (WS-PARTICION-ACTUAL - 1) * WS-TAMANO-TRAMO + 1
           END-PERFORM

           OPEN INPUT ARCH-ENTRADA
           IF WS-ESTADO-ENTRADA NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO REABRIR LA ENTRADA A DIVIDIR: "
               WS-DSN-ENTRADA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PARTICION-ACTUAL
           MOVE 0 TO WS-CONTADOR-DETALLES
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   OR RETURN-CODE NOT = 0
               PERFORM 1100-LEER-ENTRADA
               IF WS-FIN-ARCHIVO NOT = 'S' AND WS-ES-CONTROL NOT = 'S'
                   ADD 1 TO WS-CONTADOR-DETALLES
                   IF WS-PARTICION-ACTUAL < WS-CANTIDAD-PARTICIONES
                       AND WS-CONTADOR-DETALLES = PAR-PRIMERO
                           (WS-PARTICION-ACTUAL + 1)
                       PERFORM 2200-ABRIR-PARTICION
                   END-IF
                   IF RETURN-CODE = 0
                       WRITE REG-PARTICION FROM WS-LINEA-ENTRADA
                       ADD 1 TO PAR-REGISTROS(WS-PARTICION-ACTUAL)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PARTICION-ACTUAL > 0 AND RETURN-CODE = 0
               CLOSE ARCH-PARTICION
           END-IF
           CLOSE ARCH-ENTRADA
      *    Con muy pocos detalles el redondeo puede dejar las ultimas
      *    particiones vacias; no se crean y se descuentan.
           IF WS-PARTICION-ACTUAL < WS-CANTIDAD-PARTICIONES
               MOVE WS-PARTICION-ACTUAL TO WS-CANTIDAD-PARTICIONES
           END-IF.

       2100-APLICAR-PATRON.
           PERFORM VARYING WS-INDICE-PATRON FROM 1 BY 1
                   UNTIL WS-INDICE-PATRON > 19
               IF WS-DSN-SALIDA(WS-INDICE-PATRON:2) = "##"
                   MOVE WS-NUMERO-PARTICION
                       TO WS-DSN-SALIDA(WS-INDICE-PATRON:2)
               END-IF
           END-PERFORM.

       2200-ABRIR-PARTICION.
           IF WS-PARTICION-ACTUAL > 0
               CLOSE ARCH-PARTICION
           END-IF
           ADD 1 TO WS-PARTICION-ACTUAL
           MOVE PAR-DSN(WS-PARTICION-ACTUAL) TO WS-DSN-PARTICION
           OPEN OUTPUT ARCH-PARTICION
           IF WS-ESTADO-PARTICION NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR LA PARTICION: "
               WS-DSN-PARTICION
               MOVE 8 TO RETURN-CODE
           END-IF.

       3000-GRABAR-REGISTRO.
           OPEN OUTPUT ARCH-REGISTRO
           IF WS-ESTADO-REGISTRO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL REGISTRO DE DIVISION: "
               WS-DSN-REGISTRO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-REGISTRO
           MOVE "*DIV" TO WS-LINEA-REGISTRO(1:4)
           MOVE WS-DSN-ENTRADA TO WS-LINEA-REGISTRO(6:20)
           MOVE WS-ID-REMITENTE TO WS-LINEA-REGISTRO(27:8)
           MOVE WS-FECHA-NEGOCIO TO WS-LINEA-REGISTRO(36:10)
           MOVE WS-DETALLES-DECLARADOS TO WS-LINEA-REGISTRO(47:9)
           MOVE WS-HASH-DECLARADO TO WS-LINEA-REGISTRO(57:15)
           MOVE WS-CONTADOR-DETALLES TO WS-LINEA-REGISTRO(73:9)
           MOVE WS-CANTIDAD-PARTICIONES TO WS-LINEA-REGISTRO(83:2)
           MOVE WS-ID-DIVISION TO WS-LINEA-REGISTRO(86:15)
           IF WS-HAY-ENCABEZADO-ENT = 'S'
               MOVE 'S' TO WS-LINEA-REGISTRO(102:1)
           ELSE
               MOVE 'N' TO WS-LINEA-REGISTRO(102:1)
           END-IF
           WRITE REG-REGISTRO FROM WS-LINEA-REGISTRO

           IF WS-HAY-MODELO = 'S'
               OPEN OUTPUT ARCH-CONTROL-PART
               IF WS-ESTADO-CTL-PART NOT = "00"
                   DISPLAY
                   "AVISO, NO SE PUDO ABRIR LOS CONTROLES DE LAS "
                   "PARTICIONES: " WS-DSN-CTL-PART
                   MOVE 'N' TO WS-HAY-MODELO
               END-IF
           END-IF

           PERFORM 3100-ANOTAR-PARTICION
               VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
               UNTIL WS-PARTICION-ACTUAL > WS-CANTIDAD-PARTICIONES

           IF WS-HAY-MODELO = 'S'
               CLOSE ARCH-CONTROL-PART
           END-IF
           CLOSE ARCH-REGISTRO.

      *    Las salidas de cada particion llevan nombre propio
      *    (DIVREPnn, DIVRECnn, DIVAUDnn, DIVCHKnn, DIVINTnn) para
      *    que las solicitudes paralelas no se pisen entre si; el
      *    resto del registro de CONTROL modelo (base, signo, modo,
      *    tolerancia, base de salida) se copia tal cual y la marca
      *    de reinicio se limpia.
       3100-ANOTAR-PARTICION.
           MOVE WS-PARTICION-ACTUAL TO WS-NUMERO-PARTICION
           MOVE SPACES TO WS-LINEA-REGISTRO
           MOVE "*PAR" TO WS-LINEA-REGISTRO(1:4)
           MOVE WS-NUMERO-PARTICION TO WS-LINEA-REGISTRO(6:2)
           MOVE PAR-DSN(WS-PARTICION-ACTUAL) TO WS-LINEA-REGISTRO(9:20)
           MOVE PAR-PRIMERO(WS-PARTICION-ACTUAL)
               TO WS-LINEA-REGISTRO(30:6)
           MOVE PAR-REGISTROS(WS-PARTICION-ACTUAL)
               TO WS-LINEA-REGISTRO(37:9)
           MOVE SPACES TO WS-DSN-SALIDA
           STRING "DIVREP" WS-NUMERO-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-DSN-SALIDA
           MOVE WS-DSN-SALIDA TO WS-LINEA-REGISTRO(47:20)
           MOVE SPACES TO WS-DSN-SALIDA
           STRING "DIVREC" WS-NUMERO-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-DSN-SALIDA
           MOVE WS-DSN-SALIDA TO WS-LINEA-REGISTRO(68:20)
           MOVE SPACES TO WS-DSN-SALIDA
           STRING "DIVAUD" WS-NUMERO-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-DSN-SALIDA
           MOVE WS-DSN-SALIDA TO WS-LINEA-REGISTRO(89:20)
           MOVE SPACES TO WS-DSN-SALIDA
           STRING "DIVINT" WS-NUMERO-PARTICION ".DAT"
               DELIMITED BY SIZE INTO WS-DSN-SALIDA
           MOVE WS-DSN-SALIDA TO WS-LINEA-REGISTRO(110:20)
           WRITE REG-REGISTRO FROM WS-LINEA-REGISTRO

           IF WS-HAY-MODELO = 'S'
               MOVE WS-LINEA-MODELO TO WS-LINEA-CTL-PART
               MOVE PAR-DSN(WS-PARTICION-ACTUAL)
                   TO WS-LINEA-CTL-PART(1:20)
               MOVE WS-LINEA-REGISTRO(47:20) TO WS-LINEA-CTL-PART(24:20)
               MOVE SPACE TO WS-LINEA-CTL-PART(44:1)
               MOVE WS-LINEA-REGISTRO(68:20) TO WS-LINEA-CTL-PART(45:20)
               MOVE WS-LINEA-REGISTRO(89:20) TO WS-LINEA-CTL-PART(65:20)
               MOVE SPACES TO WS-DSN-SALIDA
               STRING "DIVCHK" WS-NUMERO-PARTICION ".DAT"
                   DELIMITED BY SIZE INTO WS-DSN-SALIDA
               MOVE WS-DSN-SALIDA TO WS-LINEA-CTL-PART(85:20)
               MOVE WS-LINEA-REGISTRO(110:20)
                   TO WS-LINEA-CTL-PART(108:20)
               WRITE REG-CONTROL-PART FROM WS-LINEA-CTL-PART
           END-IF.

       4000-REPORTAR-RESULTADO.
           DISPLAY "===== DIVISION DE LA ENTRADA ====="
           DISPLAY "ENTRADA               : " WS-DSN-ENTRADA
           IF WS-HAY-ENCABEZADO-ENT = 'S'
               DISPLAY "REMITENTE / NEGOCIO   : " WS-ID-REMITENTE
                   " " WS-FECHA-NEGOCIO
               DISPLAY "DETALLES DECLARADOS   : "
                   WS-DETALLES-DECLARADOS
           END-IF
           DISPLAY "DETALLES LEIDOS       : " WS-CONTADOR-DETALLES
           IF RETURN-CODE = 0
               DISPLAY "PARTICIONES           : "
                   WS-CANTIDAD-PARTICIONES
               PERFORM VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                       UNTIL WS-PARTICION-ACTUAL
                           > WS-CANTIDAD-PARTICIONES
                   DISPLAY "  " PAR-DSN(WS-PARTICION-ACTUAL)
                       " DESDE " PAR-PRIMERO(WS-PARTICION-ACTUAL)
                       " REGISTROS " PAR-REGISTROS(WS-PARTICION-ACTUAL)
               END-PERFORM
               DISPLAY "REGISTRO DE DIVISION  : " WS-DSN-REGISTRO
               IF WS-HAY-MODELO = 'S'
                   DISPLAY "CONTROLES GENERADOS   : " WS-DSN-CTL-PART
               END-IF
           ELSE
               DISPLAY "DIVISION NO REALIZADA, CODIGO " RETURN-CODE
           END-IF.

       END PROGRAM DIVARC09.
