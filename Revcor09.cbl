      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversa de una corrida completa de YOUR-PROGRAM-NAME
      *          por id de corrida. Con el diario del maestro
      *          (MAEDIAR.DAT) devuelve el maestro al estado previo a
      *          la corrida: descuenta las ocurrencias que la corrida
      *          sumo y repone las lecturas "TL" de telemetria que
      *          reemplazo. Por cada solicitud de la corrida agrega a
      *          su AUDITORI un bloque de anulacion con su trailer y
      *          arma un extracto de reversa con el mismo formato de
      *          la INTERFAZ (H;/R;/T;) para que los sistemas de
      *          destino puedan despostear; marca las entradas de la
      *          corrida en el historial HISTCORR.DAT como revertidas
      *          para que TENDEN09 las deje afuera, y emite un informe
      *          antes/despues que cuadra contra los trailers de la
      *          corrida original. No arranca con el candado ACTIVO.
      *          Una fusion de FUSARC09 se revierte por su propio id:
      *          sus registros P del diario dan las corridas de las
      *          particiones, cuyos movimientos del maestro se
      *          deshacen, y la anulacion va a la AUDITORI fusionada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCOR09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT ARCH-DIARIO ASSIGN TO DYNAMIC WS-DSN-DIARIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT ARCH-MAESTRO ASSIGN TO DYNAMIC WS-DSN-MAESTRO
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT ARCH-AUDITORIA ASSIGN TO DYNAMIC WS-DSN-AUDITORIA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT ARCH-REVERSA ASSIGN TO DYNAMIC WS-DSN-REVERSA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REVERSA.
           SELECT ARCH-HISTORIAL ASSIGN TO DYNAMIC WS-DSN-HISTORIAL
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT ARCH-INFORME ASSIGN TO DYNAMIC WS-DSN-INFORME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(120).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       FD  ARCH-DIARIO.
       01  REG-DIARIO PIC X(240).
      *    Mismo layout que el maestro del programa de conversion.
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
       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA PIC X(150).
       FD  ARCH-REVERSA.
       01  REG-REVERSA PIC X(160).
      *    Mismo layout de registro que el historial de HISTOR09.
       FD  ARCH-HISTORIAL.
       01  REG-HISTORIAL.
           05 HIS-CLAVE.
              10 HIS-FECHA PIC X(10).
              10 HIS-DSN PIC X(20).
           05 HIS-LEIDOS PIC 9(6).
           05 HIS-RECHAZADOS PIC 9(6).
           05 HIS-TOTAL PIC S9(31) SIGN LEADING SEPARATE.
           05 HIS-ESTADO PIC X(12).
           05 HIS-VEREDICTO PIC X.
           05 HIS-ID-CORRIDA PIC X(15).
           05 HIS-REVERTIDO PIC X.
       FD  ARCH-INFORME.
       01  REG-INFORME PIC X(132).
       WORKING-STORAGE SECTION.
      *    Parametros de la reversa (un registro obligatorio):
      *      cols   1-15  id de la corrida a revertir (el de los
      *                   trailers y del candado, AAAAMMDD-HHMMSS)
      *      cols  16-35  diario del maestro (blanco = MAEDIAR.DAT)
      *      cols  36-55  maestro (blanco = MAESTRO.DAT)
      *      cols  56-75  extracto de reversa (blanco = REVINTER.DAT)
      *      cols  76-95  historial de corridas (blanco =
      *                   HISTCORR.DAT)
      *      cols 96-115  informe antes/despues (blanco = REVCOR.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "REVPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(120).
       01 WS-ID-OBJETIVO PIC X(15) VALUE SPACES.
      *    Mismo layout de CANDADO.DAT que el paso de conversion. La
      *    reversa lo toma ACTIVO con su propio id mientras trabaja y
      *    al terminar repone la linea que encontro, asi CONCIL09
      *    sigue apuntando a la ultima corrida de conversion.
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-CANDADO-PREVIO PIC X(80) VALUE SPACES.
       01 WS-CANDADO-TOMADO PIC X VALUE 'N'.
      *    Diario del maestro: layout en el programa de conversion
      *    (WS-DSN-DIARIO). La reversa agrega un registro R con el id
      *    de la corrida revertida en las cols 1-15, el de la reversa
      *    en las 19-33 y la fecha en las 39-48; al revertir una
      *    fusion agrega ademas uno por cada corrida de particion.
       01 WS-DSN-DIARIO PIC X(20) VALUE "MAEDIAR.DAT".
       01 WS-ESTADO-DIARIO PIC X(2).
       01 WS-LINEA-DIARIO PIC X(240).
       01 WS-NUMERO-DIARIO PIC 9(3) VALUE 0.
       01 WS-YA-REVERTIDA PIC X VALUE 'N'.
       01 WS-ID-REVERSA-PREVIA PIC X(15) VALUE SPACES.
       01 WS-DSN-MAESTRO PIC X(20) VALUE "MAESTRO.DAT".
       01 WS-ESTADO-MAESTRO PIC X(2).
       01 WS-DSN-AUDITORIA PIC X(20) VALUE SPACES.
       01 WS-ESTADO-AUDITORIA PIC X(2).
       01 WS-LINEA-AUDITORIA PIC X(150).
       01 WS-DSN-REVERSA PIC X(20) VALUE "REVINTER.DAT".
       01 WS-ESTADO-REVERSA PIC X(2).
       01 WS-LINEA-INTERFAZ PIC X(160).
       01 WS-DSN-HISTORIAL PIC X(20) VALUE "HISTCORR.DAT".
       01 WS-ESTADO-HISTORIAL PIC X(2).
       01 WS-HISTORIAL-MARCADAS PIC 9(5) VALUE 0.
       01 WS-DSN-INFORME PIC X(20) VALUE "REVCOR.DAT".
       01 WS-ESTADO-INFORME PIC X(2).
       01 WS-LINEA-INFORME PIC X(132).
       01 WS-INFORME-ACTIVO PIC X VALUE 'N'.
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-TIMESTAMP PIC X(26).
       01 WS-ID-REVERSA PIC X(15) VALUE SPACES.
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-CODIGO-NUEVO PIC 9(2) VALUE 0.
      *    Una entrada por registro S de la corrida en el diario, con
      *    lo que la reversa encuentra y hace en cada solicitud.
       01 WS-MAXIMO-SOLICITUDES PIC 9(2) VALUE 50.
       01 WS-TOTAL-SOLICITUDES PIC 9(2) VALUE 0.
       01 WS-SOLICITUD-ACTUAL PIC 9(2) VALUE 0.
       01 WS-TABLA-SOLICITUDES.
          05 WS-SOLICITUD OCCURS 50 TIMES.
             10 SOL-NUMERO PIC 9(3).
             10 SOL-CORRIDA PIC X(15).
             10 SOL-ENTRADA PIC X(20).
             10 SOL-AUDITORIA PIC X(20).
             10 SOL-MODO PIC X.
             10 SOL-BASE PIC 9(2).
             10 SOL-SIGNO PIC X.
             10 SOL-FECHA PIC X(10).
             10 SOL-TRL-CONTADOR PIC 9(9).
             10 SOL-TRL-HASH PIC 9(15).
             10 SOL-TRL-LEIDOS PIC 9(9).
             10 SOL-LINEAS PIC 9(9).
             10 SOL-HASH PIC 9(15).
             10 SOL-TOTAL PIC S9(31) SIGN LEADING SEPARATE.
             10 SOL-AUDITORIA-GRABADA PIC X.
             10 SOL-ALTAS PIC 9(7).
             10 SOL-MODIFICADAS PIC 9(7).
             10 SOL-OCURR-SUMADAS PIC 9(9).
             10 SOL-LECT-REEMPLAZADAS PIC 9(7).
             10 SOL-ELIMINADAS PIC 9(7).
             10 SOL-RESTAURADAS PIC 9(7).
             10 SOL-AJUSTADAS PIC 9(7).
             10 SOL-CONFLICTOS PIC 9(7).
             10 SOL-OCURR-DESCONTADAS PIC 9(9).
             10 SOL-LECT-RESTAURADAS PIC 9(7).
             10 SOL-HAY-HISTORIAL PIC X.
             10 SOL-HIS-TOTAL PIC S9(31) SIGN LEADING SEPARATE.
             10 SOL-CUADRA PIC X.
      *    Una fusion de FUSARC09 no tiene movimientos propios: su
      *    registro S apunta a las salidas fusionadas y cada registro
      *    P (layout en FUSARC09) da la corrida de una particion, su
      *    entrada y el registro original de su primer detalle. Los
      *    movimientos de la particion se toman con el numero de
      *    solicitud y el id de corrida de su propio registro S y
      *    quedan en la unica solicitud de la fusion, con el numero
      *    de registro pasado a la numeracion original (registro
      *    local mas el primero menos uno), la misma que usa la
      *    AUDITORI fusionada.
       01 WS-ES-FUSION PIC X VALUE 'N'.
       01 WS-FUSION-CONTENEDORA PIC X(15) VALUE SPACES.
       01 WS-MAXIMO-PARTICIONES PIC 9(2) VALUE 20.
       01 WS-TOTAL-PARTICIONES PIC 9(2) VALUE 0.
       01 WS-PARTICION-ACTUAL PIC 9(2) VALUE 0.
       01 WS-PARTICION-PREVIA PIC 9(2) VALUE 0.
       01 WS-PARTICIONES-DESBORDADAS PIC X VALUE 'N'.
       01 WS-TABLA-PARTICIONES.
          05 WS-PARTICION OCCURS 20 TIMES.
             10 PRT-NUMERO PIC 9(2).
             10 PRT-CORRIDA PIC X(15).
             10 PRT-ENTRADA PIC X(20).
             10 PRT-PRIMERO PIC 9(6).
             10 PRT-SOLICITUD PIC 9(3).
             10 PRT-ORIGEN PIC X(15).
             10 PRT-TERMINADA PIC X.
             10 PRT-REVERTIDA PIC X.
             10 PRT-ID-REVERSA PIC X(15).
       01 WS-REGISTRO-LOCAL PIC 9(6) VALUE 0.
       01 WS-REGISTRO-FUSION PIC 9(6) VALUE 0.
      *    Altas (A) y modificaciones (M) del maestro hechas por la
      *    corrida, en el orden del diario; se deshacen de la ultima
      *    a la primera, asi cada imagen anterior vuelve a ser la
      *    posterior del movimiento previo sobre la misma clave.
       01 WS-MAXIMO-MOVIMIENTOS PIC 9(4) VALUE 5000.
       01 WS-TOTAL-MOVIMIENTOS PIC 9(4) VALUE 0.
       01 WS-MOVIMIENTO-ACTUAL PIC 9(4) VALUE 0.
       01 WS-MOVIMIENTOS-DESBORDADOS PIC X VALUE 'N'.
       01 WS-TABLA-MOVIMIENTOS.
          05 WS-MOVIMIENTO OCCURS 5000 TIMES.
             10 MOV-TIPO PIC X.
             10 MOV-SOLICITUD PIC 9(2).
             10 MOV-REGISTRO PIC X(6).
             10 MOV-ANTERIOR PIC X(94).
             10 MOV-POSTERIOR PIC X(94).
       01 WS-IMAGEN-ANTES.
          05 ANT-CLAVE.
             10 ANT-BASE PIC X(2).
             10 ANT-VALOR PIC X(32).
          05 ANT-SIGNO PIC X.
          05 ANT-RESULTADO PIC S9(31) SIGN LEADING SEPARATE.
          05 ANT-PRIMERA-FECHA PIC X(10).
          05 ANT-ULTIMA-FECHA PIC X(10).
          05 ANT-CONTADOR PIC 9(7).
       01 WS-IMAGEN-DESPUES.
          05 DES-CLAVE.
             10 DES-BASE PIC X(2).
             10 DES-VALOR PIC X(32).
          05 DES-SIGNO PIC X.
          05 DES-RESULTADO PIC S9(31) SIGN LEADING SEPARATE.
          05 DES-PRIMERA-FECHA PIC X(10).
          05 DES-ULTIMA-FECHA PIC X(10).
          05 DES-CONTADOR PIC 9(7).
       01 WS-OCURRENCIAS PIC 9(7) VALUE 0.
       01 WS-MOTIVO-CONFLICTO PIC X(40) VALUE SPACES.
      *    Bloque de AUDITORI de una solicitud: los detalles entre el
      *    trailer anterior y el trailer de la corrida (rol AUDITORI,
      *    id en las cols 61-75, entrada en las 93-112). En un
      *    reinicio el bloque trae primero los detalles del intento
      *    interrumpido; cuando el numero de registro vuelve atras se
      *    descartan los ya cargados desde ese numero, que el reinicio
      *    volvio a procesar.
       01 WS-MAXIMO-LINEAS PIC 9(4) VALUE 5000.
       01 WS-TOTAL-LINEAS PIC 9(4) VALUE 0.
       01 WS-LINEA-ACTUAL PIC 9(4) VALUE 0.
       01 WS-LINEAS-DESBORDADAS PIC X VALUE 'N'.
       01 WS-TABLA-LINEAS.
          05 WS-LINEA-BLOQUE OCCURS 5000 TIMES PIC X(150).
       01 WS-LINEAS-LEIDAS PIC 9(9) VALUE 0.
       01 WS-LINEA-TRAILER-PREVIO PIC 9(9) VALUE 0.
       01 WS-LINEA-TRAILER-CORRIDA PIC 9(9) VALUE 0.
       01 WS-LINEA-ORIGINAL PIC X(150).
      *    Valor de cada detalle para el hash y el total, con el mismo
      *    criterio que 1600-REGISTRAR-AUDITORIA del paso de
      *    conversion: delta en modo T, valor decimal en modo D y
      *    resultado decimal en modos B y X. En modo X la auditoria
      *    no trae el decimal y se vuelve a derivar de la entrada.
       01 WS-VALOR-TEXTO PIC X(32).
       01 WS-VALOR REDEFINES WS-VALOR-TEXTO
           PIC S9(31) SIGN LEADING SEPARATE.
       01 WS-VALOR-DERIVADO PIC S9(31) SIGN LEADING SEPARATE.
       01 WS-ENTRADA-VALOR PIC X(32).
       01 WS-CARACTER PIC X.
       01 WS-DIGITO PIC 9(2) VALUE 0.
       01 WS-PRIMER-DIGITO PIC 9(2) VALUE 0.
       01 WS-LONGITUD PIC 9(2) VALUE 0.
       01 WS-INDICE PIC 9(2) VALUE 0.
       01 WS-HASH-MODULO PIC 9(16) VALUE 1000000000000000.
       01 WS-TOTAL-NEGADO PIC S9(31) SIGN LEADING SEPARATE.
       01 WS-LINEA-TRAILER PIC X(112).
       01 WS-VEREDICTO PIC X VALUE 'S'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE SPACES TO WS-ID-REVERSA
           STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
               DELIMITED BY SIZE INTO WS-ID-REVERSA

           PERFORM 0100-LEER-PARAMETROS.
           IF RETURN-CODE = 0
               PERFORM 0150-TOMAR-CANDADO
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1000-CARGAR-SOLICITUDES
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1100-CARGAR-MOVIMIENTOS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 1200-VERIFICAR-AUDITORIA
                   VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                   UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0200-ABRIR-INFORME
               PERFORM 2000-REVERTIR-MAESTRO
               PERFORM 3000-ABRIR-REVERSA
               PERFORM 3100-REVERTIR-SOLICITUD
                   VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                   UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
               CLOSE ARCH-REVERSA
               PERFORM 4000-MARCAR-HISTORIAL
               PERFORM 4500-ANOTAR-DIARIO
               PERFORM 5000-EMITIR-INFORME
           END-IF.
           IF WS-CANDADO-TOMADO = 'S'
               PERFORM 0190-LIBERAR-CANDADO
           END-IF.

           STOP RUN.

       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LINEA-PARM(1:15) TO WS-ID-OBJETIVO
                       IF WS-LINEA-PARM(16:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(16:20) TO WS-DSN-DIARIO
                       END-IF
                       IF WS-LINEA-PARM(36:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(36:20) TO WS-DSN-MAESTRO
                       END-IF
                       IF WS-LINEA-PARM(56:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(56:20) TO WS-DSN-REVERSA
                       END-IF
                       IF WS-LINEA-PARM(76:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(76:20)
                               TO WS-DSN-HISTORIAL
                       END-IF
                       IF WS-LINEA-PARM(96:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(96:20) TO WS-DSN-INFORME
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF
           IF WS-ID-OBJETIVO = SPACES
               DISPLAY
               "ERROR, FALTA EL ID DE LA CORRIDA A REVERTIR EN "
               WS-DSN-PARM
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    La reversa toca el maestro y las salidas de la corrida; no
      *    arranca mientras haya una conversion activa.
       0150-TOMAR-CANDADO.
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
                   WS-LINEA-CANDADO(8:15) "; NO SE REVIERTE"
                   MOVE 20 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINEA-CANDADO TO WS-CANDADO-PREVIO
           END-IF
           OPEN OUTPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               MOVE SPACES TO WS-LINEA-CANDADO
               MOVE "ACTIVO" TO WS-LINEA-CANDADO(1:6)
               MOVE WS-ID-REVERSA TO WS-LINEA-CANDADO(8:15)
               MOVE WS-DSN-PARM TO WS-LINEA-CANDADO(24:20)
               WRITE REG-CANDADO FROM WS-LINEA-CANDADO
               CLOSE ARCH-CANDADO
               MOVE 'S' TO WS-CANDADO-TOMADO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO GRABAR EL CANDADO DE CORRIDA: "
               WS-DSN-CANDADO "; LA REVERSA SIGUE SIN INTERLOCK"
           END-IF.

       0190-LIBERAR-CANDADO.
           OPEN OUTPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               IF WS-CANDADO-PREVIO = SPACES
                   MOVE SPACES TO WS-LINEA-CANDADO
                   MOVE "LIBRE" TO WS-LINEA-CANDADO(1:6)
                   MOVE WS-ID-REVERSA TO WS-LINEA-CANDADO(8:15)
                   MOVE WS-DSN-PARM TO WS-LINEA-CANDADO(24:20)
               ELSE
                   MOVE WS-CANDADO-PREVIO TO WS-LINEA-CANDADO
               END-IF
               WRITE REG-CANDADO FROM WS-LINEA-CANDADO
               CLOSE ARCH-CANDADO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO LIBERAR EL CANDADO: " WS-DSN-CANDADO
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

       0200-ABRIR-INFORME.
           OPEN OUTPUT ARCH-INFORME
           IF WS-ESTADO-INFORME = "00"
               MOVE 'S' TO WS-INFORME-ACTIVO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL INFORME DE LA REVERSA: "
               WS-DSN-INFORME "; SOLO SALE POR SYSOUT"
           END-IF
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "REVERSA DE CORRIDA - FECHA: " WS-FECHA-EJECUCION
               " CORRIDA REVERTIDA: " WS-ID-OBJETIVO
               " REVERSA: " WS-ID-REVERSA
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME.

      *    Una corrida se reconoce por sus registros S: uno por
      *    solicitud terminada. Una corrida ya revertida tiene un
      *    registro R y no se revierte dos veces. Una corrida con
      *    registros P es una fusion; una corrida que figura como
      *    particion en el registro P de una fusion solo se revierte
      *    con la fusion, que tambien anula la AUDITORI fusionada.
       1000-CARGAR-SOLICITUDES.
           OPEN INPUT ARCH-DIARIO
           IF WS-ESTADO-DIARIO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL DIARIO DEL MAESTRO: "
               WS-DSN-DIARIO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTAL-SOLICITUDES
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-DIARIO INTO WS-LINEA-DIARIO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-DIARIO(1:15) = WS-ID-OBJETIVO
                           EVALUATE WS-LINEA-DIARIO(17:1)
                               WHEN 'S'
                                   PERFORM 1050-ANOTAR-SOLICITUD
                               WHEN 'P'
                                   PERFORM 1060-ANOTAR-PARTICION
                               WHEN 'R'
                                   MOVE 'S' TO WS-YA-REVERTIDA
                                   MOVE WS-LINEA-DIARIO(19:15)
                                       TO WS-ID-REVERSA-PREVIA
                           END-EVALUATE
                       END-IF
                       IF WS-LINEA-DIARIO(17:1) = 'P'
                               AND WS-LINEA-DIARIO(19:15)
                                   = WS-ID-OBJETIVO
                           MOVE WS-LINEA-DIARIO(1:15)
                               TO WS-FUSION-CONTENEDORA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-DIARIO

           IF WS-YA-REVERTIDA = 'S'
               DISPLAY
               "ERROR, LA CORRIDA " WS-ID-OBJETIVO
               " YA FUE REVERTIDA POR LA CORRIDA "
               WS-ID-REVERSA-PREVIA
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FUSION-CONTENEDORA NOT = SPACES
               DISPLAY
               "ERROR, LA CORRIDA " WS-ID-OBJETIVO
               " ES UNA PARTICION DE LA FUSION "
               WS-FUSION-CONTENEDORA
               "; SE REVIERTE CON EL ID DE LA FUSION"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-SOLICITUDES = 0
               DISPLAY
               "ERROR, LA CORRIDA " WS-ID-OBJETIVO
               " NO TIENE SOLICITUDES TERMINADAS EN EL DIARIO "
               WS-DSN-DIARIO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PARTICIONES-DESBORDADAS = 'S'
               DISPLAY
               "ERROR, LA FUSION TIENE MAS DE "
               WS-MAXIMO-PARTICIONES " PARTICIONES; NO SE REVIERTE"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-PARTICIONES > 0
               MOVE 'S' TO WS-ES-FUSION
               PERFORM 1080-RESOLVER-PARTICIONES
           END-IF.

       1050-ANOTAR-SOLICITUD.
           IF WS-TOTAL-SOLICITUDES >= WS-MAXIMO-SOLICITUDES
               DISPLAY
               "ERROR, LA CORRIDA TIENE MAS DE "
               WS-MAXIMO-SOLICITUDES " SOLICITUDES; NO SE REVIERTE"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-SOLICITUDES
           MOVE WS-TOTAL-SOLICITUDES TO WS-SOLICITUD-ACTUAL
           INITIALIZE WS-SOLICITUD(WS-SOLICITUD-ACTUAL)
           IF WS-LINEA-DIARIO(35:3) IS NUMERIC
               MOVE WS-LINEA-DIARIO(35:3)
                   TO SOL-NUMERO(WS-SOLICITUD-ACTUAL)
           END-IF
           MOVE WS-LINEA-DIARIO(19:15)
               TO SOL-CORRIDA(WS-SOLICITUD-ACTUAL)
           MOVE WS-LINEA-DIARIO(39:20)
               TO SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
           MOVE WS-LINEA-DIARIO(102:20)
               TO SOL-AUDITORIA(WS-SOLICITUD-ACTUAL)
           MOVE WS-LINEA-DIARIO(144:1) TO SOL-MODO(WS-SOLICITUD-ACTUAL)
           IF WS-LINEA-DIARIO(146:2) IS NUMERIC
               MOVE WS-LINEA-DIARIO(146:2)
                   TO SOL-BASE(WS-SOLICITUD-ACTUAL)
           ELSE
               MOVE 2 TO SOL-BASE(WS-SOLICITUD-ACTUAL)
           END-IF
           MOVE WS-LINEA-DIARIO(149:1)
               TO SOL-SIGNO(WS-SOLICITUD-ACTUAL)
           MOVE WS-LINEA-DIARIO(154:10)
               TO SOL-FECHA(WS-SOLICITUD-ACTUAL)
           MOVE 'N' TO SOL-HAY-HISTORIAL(WS-SOLICITUD-ACTUAL)
           MOVE 'N' TO SOL-AUDITORIA-GRABADA(WS-SOLICITUD-ACTUAL)
           MOVE 'S' TO SOL-CUADRA(WS-SOLICITUD-ACTUAL).

       1060-ANOTAR-PARTICION.
           IF WS-TOTAL-PARTICIONES >= WS-MAXIMO-PARTICIONES
               MOVE 'S' TO WS-PARTICIONES-DESBORDADAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-PARTICIONES
           MOVE WS-TOTAL-PARTICIONES TO WS-PARTICION-ACTUAL
           INITIALIZE WS-PARTICION(WS-PARTICION-ACTUAL)
           IF WS-LINEA-DIARIO(67:2) IS NUMERIC
               MOVE WS-LINEA-DIARIO(67:2)
                   TO PRT-NUMERO(WS-PARTICION-ACTUAL)
           END-IF
           MOVE WS-LINEA-DIARIO(19:15)
               TO PRT-CORRIDA(WS-PARTICION-ACTUAL)
           MOVE WS-LINEA-DIARIO(39:20)
               TO PRT-ENTRADA(WS-PARTICION-ACTUAL)
           IF WS-LINEA-DIARIO(60:6) IS NUMERIC
               MOVE WS-LINEA-DIARIO(60:6)
                   TO PRT-PRIMERO(WS-PARTICION-ACTUAL)
           ELSE
               MOVE 1 TO PRT-PRIMERO(WS-PARTICION-ACTUAL)
           END-IF
           MOVE 'N' TO PRT-TERMINADA(WS-PARTICION-ACTUAL)
           MOVE 'N' TO PRT-REVERTIDA(WS-PARTICION-ACTUAL).

      *    Segunda pasada del diario para una fusion: el registro S de
      *    cada particion (id de su corrida y su entrada) da el numero
      *    de solicitud y, en un reinicio, el id del intento
      *    interrumpido. Una particion sin su registro S, o cuya
      *    corrida ya fue revertida, deja la fusion sin revertir.
       1080-RESOLVER-PARTICIONES.
           OPEN INPUT ARCH-DIARIO
           IF WS-ESTADO-DIARIO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL DIARIO DEL MAESTRO: "
               WS-DSN-DIARIO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-DIARIO INTO WS-LINEA-DIARIO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-DIARIO(17:1) = 'S'
                               OR WS-LINEA-DIARIO(17:1) = 'R'
                           PERFORM 1090-EXAMINAR-PARTICION
                               VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                               UNTIL WS-PARTICION-ACTUAL
                                   > WS-TOTAL-PARTICIONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-DIARIO
           PERFORM 1095-VERIFICAR-PARTICION
               VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
               UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES.

       1090-EXAMINAR-PARTICION.
           IF WS-LINEA-DIARIO(1:15)
                   NOT = PRT-CORRIDA(WS-PARTICION-ACTUAL)
               EXIT PARAGRAPH
           END-IF
           IF WS-LINEA-DIARIO(17:1) = 'R'
               MOVE 'S' TO PRT-REVERTIDA(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-DIARIO(19:15)
                   TO PRT-ID-REVERSA(WS-PARTICION-ACTUAL)
               EXIT PARAGRAPH
           END-IF
           IF WS-LINEA-DIARIO(39:20) = PRT-ENTRADA(WS-PARTICION-ACTUAL)
                   AND WS-LINEA-DIARIO(35:3) IS NUMERIC
               MOVE 'S' TO PRT-TERMINADA(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-DIARIO(35:3)
                   TO PRT-SOLICITUD(WS-PARTICION-ACTUAL)
               MOVE WS-LINEA-DIARIO(19:15)
                   TO PRT-ORIGEN(WS-PARTICION-ACTUAL)
           END-IF.

       1095-VERIFICAR-PARTICION.
           IF PRT-REVERTIDA(WS-PARTICION-ACTUAL) = 'S'
               DISPLAY
               "ERROR, LA CORRIDA " PRT-CORRIDA(WS-PARTICION-ACTUAL)
               " DE LA PARTICION " PRT-NUMERO(WS-PARTICION-ACTUAL)
               " YA FUE REVERTIDA POR LA CORRIDA "
               PRT-ID-REVERSA(WS-PARTICION-ACTUAL)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PRT-TERMINADA(WS-PARTICION-ACTUAL) NOT = 'S'
               DISPLAY
               "ERROR, LA PARTICION " PRT-NUMERO(WS-PARTICION-ACTUAL)
               " (" PRT-ENTRADA(WS-PARTICION-ACTUAL)
               ") NO TIENE SOLICITUD TERMINADA EN EL DIARIO CON LA "
               "CORRIDA " PRT-CORRIDA(WS-PARTICION-ACTUAL)
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Son de la corrida los movimientos con su id y, en una
      *    solicitud reiniciada, los del intento interrumpido: id
      *    igual al WS-ID-CORRIDA del registro S y mismo numero de
      *    solicitud. En una fusion son los de las corridas de sus
      *    particiones (1170-UBICAR-PARTICION).
       1100-CARGAR-MOVIMIENTOS.
           OPEN INPUT ARCH-DIARIO
           IF WS-ESTADO-DIARIO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL DIARIO DEL MAESTRO: "
               WS-DSN-DIARIO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTAL-MOVIMIENTOS
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-DIARIO INTO WS-LINEA-DIARIO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF (WS-LINEA-DIARIO(17:1) = 'A'
                               OR WS-LINEA-DIARIO(17:1) = 'M')
                               AND WS-LINEA-DIARIO(35:3) IS NUMERIC
                           PERFORM 1150-ANOTAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-DIARIO

           IF WS-MOVIMIENTOS-DESBORDADOS = 'S'
               DISPLAY
               "ERROR, LA CORRIDA TIENE MAS DE "
               WS-MAXIMO-MOVIMIENTOS
               " MOVIMIENTOS DEL MAESTRO; NO SE REVIERTE"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1150-ANOTAR-MOVIMIENTO.
           MOVE WS-LINEA-DIARIO(35:3) TO WS-NUMERO-DIARIO
           IF WS-ES-FUSION = 'S'
               PERFORM 1170-UBICAR-PARTICION
           ELSE
               PERFORM VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                       UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
                   IF SOL-NUMERO(WS-SOLICITUD-ACTUAL) = WS-NUMERO-DIARIO
                           AND (WS-LINEA-DIARIO(1:15) = WS-ID-OBJETIVO
                               OR WS-LINEA-DIARIO(1:15)
                                   = SOL-CORRIDA(WS-SOLICITUD-ACTUAL))
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-MOVIMIENTOS >= WS-MAXIMO-MOVIMIENTOS
               MOVE 'S' TO WS-MOVIMIENTOS-DESBORDADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-MOVIMIENTOS
           MOVE WS-TOTAL-MOVIMIENTOS TO WS-MOVIMIENTO-ACTUAL
           MOVE WS-LINEA-DIARIO(17:1) TO MOV-TIPO(WS-MOVIMIENTO-ACTUAL)
           MOVE WS-SOLICITUD-ACTUAL
               TO MOV-SOLICITUD(WS-MOVIMIENTO-ACTUAL)
           MOVE WS-LINEA-DIARIO(39:6)
               TO MOV-REGISTRO(WS-MOVIMIENTO-ACTUAL)
           IF WS-ES-FUSION = 'S'
                   AND WS-LINEA-DIARIO(39:6) IS NUMERIC
               MOVE WS-LINEA-DIARIO(39:6) TO WS-REGISTRO-LOCAL
               COMPUTE WS-REGISTRO-FUSION = WS-REGISTRO-LOCAL
                   + PRT-PRIMERO(WS-PARTICION-ACTUAL) - 1
               MOVE WS-REGISTRO-FUSION
                   TO MOV-REGISTRO(WS-MOVIMIENTO-ACTUAL)
           END-IF
           MOVE WS-LINEA-DIARIO(46:94)
               TO MOV-ANTERIOR(WS-MOVIMIENTO-ACTUAL)
           MOVE WS-LINEA-DIARIO(141:94)
               TO MOV-POSTERIOR(WS-MOVIMIENTO-ACTUAL)

      *    Lo que la corrida sumo: la cuenta de una alta, o la
      *    diferencia de contador de una modificacion.
           MOVE WS-LINEA-DIARIO(141:94) TO WS-IMAGEN-DESPUES
           PERFORM 1160-CALCULAR-OCURRENCIAS
           ADD WS-OCURRENCIAS
               TO SOL-OCURR-SUMADAS(WS-SOLICITUD-ACTUAL)
           IF WS-LINEA-DIARIO(17:1) = 'A'
               ADD 1 TO SOL-ALTAS(WS-SOLICITUD-ACTUAL)
           ELSE
               ADD 1 TO SOL-MODIFICADAS(WS-SOLICITUD-ACTUAL)
               IF DES-BASE = "TL"
                   ADD 1 TO SOL-LECT-REEMPLAZADAS(WS-SOLICITUD-ACTUAL)
               END-IF
           END-IF.

      *    Un movimiento es de la fusion cuando es de la solicitud de
      *    una particion, con el id de su corrida o el del intento
      *    interrumpido; queda en la solicitud de la fusion y
      *    WS-PARTICION-ACTUAL en la particion. Si no es de ninguna,
      *    WS-SOLICITUD-ACTUAL queda fuera de la tabla.
       1170-UBICAR-PARTICION.
           PERFORM VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                   UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES
               IF PRT-SOLICITUD(WS-PARTICION-ACTUAL) = WS-NUMERO-DIARIO
                       AND (WS-LINEA-DIARIO(1:15)
                               = PRT-CORRIDA(WS-PARTICION-ACTUAL)
                           OR WS-LINEA-DIARIO(1:15)
                               = PRT-ORIGEN(WS-PARTICION-ACTUAL))
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES
               COMPUTE WS-SOLICITUD-ACTUAL = WS-TOTAL-SOLICITUDES + 1
           ELSE
               MOVE 1 TO WS-SOLICITUD-ACTUAL
           END-IF.

      *    Deja en WS-OCURRENCIAS lo que el movimiento sumo al
      *    contador; espera la imagen posterior en WS-IMAGEN-DESPUES
      *    y, en una modificacion, la anterior en la linea del diario
      *    o en MOV-ANTERIOR segun quien la llame.
       1160-CALCULAR-OCURRENCIAS.
           MOVE 0 TO WS-OCURRENCIAS
           IF DES-CONTADOR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-LINEA-DIARIO(17:1) = 'A'
               MOVE DES-CONTADOR TO WS-OCURRENCIAS
           ELSE
               MOVE WS-LINEA-DIARIO(46:94) TO WS-IMAGEN-ANTES
               IF ANT-CONTADOR IS NUMERIC
                       AND DES-CONTADOR > ANT-CONTADOR
                   COMPUTE WS-OCURRENCIAS = DES-CONTADOR - ANT-CONTADOR
               END-IF
           END-IF.

      *    Antes de tocar nada se verifica que cada solicitud tenga
      *    su trailer de AUDITORI y que el bloque entre en la tabla.
       1200-VERIFICAR-AUDITORIA.
           PERFORM 1250-UBICAR-BLOQUE
           IF WS-LINEA-TRAILER-CORRIDA = 0
               DISPLAY
               "ERROR, NO SE ENCONTRO EL TRAILER DE AUDITORIA DE LA "
               "CORRIDA EN " SOL-AUDITORIA(WS-SOLICITUD-ACTUAL)
               " PARA LA ENTRADA " SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-CARGAR-BLOQUE
           IF WS-LINEAS-DESBORDADAS = 'S'
               DISPLAY
               "ERROR, LA AUDITORIA DE LA SOLICITUD "
               SOL-NUMERO(WS-SOLICITUD-ACTUAL) " TIENE MAS DE "
               WS-MAXIMO-LINEAS " DETALLES; NO SE REVIERTE"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1250-UBICAR-BLOQUE.
           MOVE SOL-AUDITORIA(WS-SOLICITUD-ACTUAL) TO WS-DSN-AUDITORIA
           MOVE 0 TO WS-LINEAS-LEIDAS
           MOVE 0 TO WS-LINEA-TRAILER-PREVIO
           MOVE 0 TO WS-LINEA-TRAILER-CORRIDA
           OPEN INPUT ARCH-AUDITORIA
           IF WS-ESTADO-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   OR WS-LINEA-TRAILER-CORRIDA > 0
               READ ARCH-AUDITORIA INTO WS-LINEA-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LINEAS-LEIDAS
                       IF WS-LINEA-AUDITORIA(1:4) = "*TRL"
                           PERFORM 1260-EXAMINAR-TRAILER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-AUDITORIA.

       1260-EXAMINAR-TRAILER.
           IF WS-LINEA-AUDITORIA(6:8) = "AUDITORI"
                   AND WS-LINEA-AUDITORIA(61:15) = WS-ID-OBJETIVO
                   AND WS-LINEA-AUDITORIA(93:20)
                       = SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
               MOVE WS-LINEAS-LEIDAS TO WS-LINEA-TRAILER-CORRIDA
               MOVE 0 TO SOL-TRL-CONTADOR(WS-SOLICITUD-ACTUAL)
               MOVE 0 TO SOL-TRL-HASH(WS-SOLICITUD-ACTUAL)
               MOVE 0 TO SOL-TRL-LEIDOS(WS-SOLICITUD-ACTUAL)
               IF WS-LINEA-AUDITORIA(25:9) IS NUMERIC
                   MOVE WS-LINEA-AUDITORIA(25:9)
                       TO SOL-TRL-CONTADOR(WS-SOLICITUD-ACTUAL)
               END-IF
               IF WS-LINEA-AUDITORIA(35:15) IS NUMERIC
                   MOVE WS-LINEA-AUDITORIA(35:15)
                       TO SOL-TRL-HASH(WS-SOLICITUD-ACTUAL)
               END-IF
               IF WS-LINEA-AUDITORIA(51:9) IS NUMERIC
                   MOVE WS-LINEA-AUDITORIA(51:9)
                       TO SOL-TRL-LEIDOS(WS-SOLICITUD-ACTUAL)
               END-IF
           ELSE
               MOVE WS-LINEAS-LEIDAS TO WS-LINEA-TRAILER-PREVIO
           END-IF.

      *    Detalles (lineas que empiezan con digito, mismo criterio
      *    que CONCIL09) entre el trailer anterior y el de la
      *    corrida.
       1300-CARGAR-BLOQUE.
           MOVE 0 TO WS-TOTAL-LINEAS
           MOVE 'N' TO WS-LINEAS-DESBORDADAS
           MOVE 0 TO WS-LINEAS-LEIDAS
           OPEN INPUT ARCH-AUDITORIA
           IF WS-ESTADO-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   OR WS-LINEAS-LEIDAS >= WS-LINEA-TRAILER-CORRIDA
               READ ARCH-AUDITORIA INTO WS-LINEA-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LINEAS-LEIDAS
                       IF WS-LINEAS-LEIDAS > WS-LINEA-TRAILER-PREVIO
                               AND WS-LINEAS-LEIDAS
                                   < WS-LINEA-TRAILER-CORRIDA
                               AND WS-LINEA-AUDITORIA(1:1) >= '0'
                               AND WS-LINEA-AUDITORIA(1:1) <= '9'
                           PERFORM 1350-ANOTAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-AUDITORIA.

       1350-ANOTAR-LINEA.
           PERFORM UNTIL WS-TOTAL-LINEAS = 0
                   OR WS-LINEA-BLOQUE(WS-TOTAL-LINEAS)(38:6)
                       < WS-LINEA-AUDITORIA(38:6)
               SUBTRACT 1 FROM WS-TOTAL-LINEAS
           END-PERFORM
           IF WS-TOTAL-LINEAS >= WS-MAXIMO-LINEAS
               MOVE 'S' TO WS-LINEAS-DESBORDADAS
           ELSE
               ADD 1 TO WS-TOTAL-LINEAS
               MOVE WS-LINEA-AUDITORIA
                   TO WS-LINEA-BLOQUE(WS-TOTAL-LINEAS)
           END-IF.

      *    Cada movimiento se deshace contra lo que el maestro tiene
      *    hoy:
      *      - si el registro sigue igual a la imagen posterior, una
      *        alta se borra y una modificacion vuelve a la imagen
      *        anterior;
      *      - si otra corrida lo toco despues, a una clave de
      *        conversion solo se le descuentan las ocurrencias que
      *        sumo esta corrida (se borra si no le queda ninguna);
      *      - una lectura "TL" que una corrida posterior ya
      *        reemplazo no se puede reponer: queda como conflicto en
      *        el informe y la reversa termina con RC 4.
       2000-REVERTIR-MAESTRO.
           IF WS-TOTAL-MOVIMIENTOS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARCH-MAESTRO
           IF WS-ESTADO-MAESTRO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL MAESTRO DE CONVERSIONES: "
               WS-DSN-MAESTRO " (ESTADO " WS-ESTADO-MAESTRO
               "); EL MAESTRO NO SE REVIERTE"
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               PERFORM VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                       UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
                   MOVE 'N' TO SOL-CUADRA(WS-SOLICITUD-ACTUAL)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-REVERTIR-MOVIMIENTO
               VARYING WS-MOVIMIENTO-ACTUAL
               FROM WS-TOTAL-MOVIMIENTOS BY -1
               UNTIL WS-MOVIMIENTO-ACTUAL < 1
           CLOSE ARCH-MAESTRO.

       2100-REVERTIR-MOVIMIENTO.
           MOVE MOV-SOLICITUD(WS-MOVIMIENTO-ACTUAL)
               TO WS-SOLICITUD-ACTUAL
           MOVE MOV-POSTERIOR(WS-MOVIMIENTO-ACTUAL)
               TO WS-IMAGEN-DESPUES
           MOVE MOV-ANTERIOR(WS-MOVIMIENTO-ACTUAL) TO WS-IMAGEN-ANTES
           MOVE 0 TO WS-OCURRENCIAS
           IF DES-CONTADOR IS NUMERIC
               IF MOV-TIPO(WS-MOVIMIENTO-ACTUAL) = 'A'
                   MOVE DES-CONTADOR TO WS-OCURRENCIAS
               ELSE
                   IF ANT-CONTADOR IS NUMERIC
                           AND DES-CONTADOR > ANT-CONTADOR
                       COMPUTE WS-OCURRENCIAS =
                           DES-CONTADOR - ANT-CONTADOR
                   END-IF
               END-IF
           END-IF

           MOVE DES-CLAVE TO MST-CLAVE
           READ ARCH-MAESTRO
               INVALID KEY
                   MOVE "LA CLAVE YA NO ESTA EN EL MAESTRO"
                       TO WS-MOTIVO-CONFLICTO
                   PERFORM 2900-ANOTAR-CONFLICTO
                   EXIT PARAGRAPH
           END-READ

           IF REG-MAESTRO = WS-IMAGEN-DESPUES
               IF MOV-TIPO(WS-MOVIMIENTO-ACTUAL) = 'A'
                   DELETE ARCH-MAESTRO RECORD
                       INVALID KEY
                           MOVE "NO SE PUDO BORRAR LA CLAVE"
                               TO WS-MOTIVO-CONFLICTO
                           PERFORM 2900-ANOTAR-CONFLICTO
                       NOT INVALID KEY
                           ADD 1 TO SOL-ELIMINADAS(WS-SOLICITUD-ACTUAL)
                           ADD WS-OCURRENCIAS TO SOL-OCURR-DESCONTADAS
                               (WS-SOLICITUD-ACTUAL)
                   END-DELETE
               ELSE
                   MOVE WS-IMAGEN-ANTES TO REG-MAESTRO
                   REWRITE REG-MAESTRO
                       INVALID KEY
                           MOVE "NO SE PUDO REGRABAR LA CLAVE"
                               TO WS-MOTIVO-CONFLICTO
                           PERFORM 2900-ANOTAR-CONFLICTO
                       NOT INVALID KEY
                           ADD 1 TO
                               SOL-RESTAURADAS(WS-SOLICITUD-ACTUAL)
                           ADD WS-OCURRENCIAS TO SOL-OCURR-DESCONTADAS
                               (WS-SOLICITUD-ACTUAL)
                           IF DES-BASE = "TL"
                               ADD 1 TO SOL-LECT-RESTAURADAS
                                   (WS-SOLICITUD-ACTUAL)
                           END-IF
                   END-REWRITE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF DES-BASE = "TL"
               MOVE "LECTURA REEMPLAZADA POR UNA CORRIDA POSTERIOR"
                   TO WS-MOTIVO-CONFLICTO
               PERFORM 2900-ANOTAR-CONFLICTO
               EXIT PARAGRAPH
           END-IF

           IF MST-CONTADOR > WS-OCURRENCIAS
               SUBTRACT WS-OCURRENCIAS FROM MST-CONTADOR
               REWRITE REG-MAESTRO
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR LA CLAVE"
                           TO WS-MOTIVO-CONFLICTO
                       PERFORM 2900-ANOTAR-CONFLICTO
                   NOT INVALID KEY
                       ADD 1 TO SOL-AJUSTADAS(WS-SOLICITUD-ACTUAL)
                       ADD WS-OCURRENCIAS TO
                           SOL-OCURR-DESCONTADAS(WS-SOLICITUD-ACTUAL)
               END-REWRITE
           ELSE
               MOVE MST-CONTADOR TO WS-OCURRENCIAS
               DELETE ARCH-MAESTRO RECORD
                   INVALID KEY
                       MOVE "NO SE PUDO BORRAR LA CLAVE"
                           TO WS-MOTIVO-CONFLICTO
                       PERFORM 2900-ANOTAR-CONFLICTO
                   NOT INVALID KEY
                       ADD 1 TO SOL-AJUSTADAS(WS-SOLICITUD-ACTUAL)
                       ADD WS-OCURRENCIAS TO
                           SOL-OCURR-DESCONTADAS(WS-SOLICITUD-ACTUAL)
               END-DELETE
           END-IF.

       2900-ANOTAR-CONFLICTO.
           ADD 1 TO SOL-CONFLICTOS(WS-SOLICITUD-ACTUAL)
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "CONFLICTO SOLICITUD "
               SOL-NUMERO(WS-SOLICITUD-ACTUAL)
               " REGISTRO " MOV-REGISTRO(WS-MOVIMIENTO-ACTUAL)
               " CLAVE " DES-BASE " " DELIMITED BY SIZE
               DES-VALOR DELIMITED BY SPACE
               ": " WS-MOTIVO-CONFLICTO
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           DISPLAY "AVISO, " WS-LINEA-INFORME
           MOVE 4 TO WS-CODIGO-NUEVO
           PERFORM 9000-ELEVAR-CODIGO-RETORNO.

      *    El extracto de reversa lleva, por solicitud, el mismo
      *    formato que la INTERFAZ del paso de conversion:
      *      H;REVCOR09;fecha;entrada;base;signo;id reversa;id
      *        revertido
      *      R;... una linea por detalle anulado, con los mismos
      *        campos que la linea D original
      *      T;detalles;total de control con el signo invertido;id
      *        reversa
       3000-ABRIR-REVERSA.
           OPEN OUTPUT ARCH-REVERSA
           IF WS-ESTADO-REVERSA NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL EXTRACTO DE REVERSA: "
               WS-DSN-REVERSA
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

      *    El bloque de anulacion va al final de la misma AUDITORI:
      *    cada detalle de la corrida repetido con el timestamp de la
      *    reversa y la marca ANULA en las cols 21-25 (el numero de
      *    registro sigue en las cols 38-43), y un trailer AUDITORI
      *    con el id de la reversa en las cols 61-75, el id revertido
      *    en las 77-91 y la entrada en las 93-112. Asi el archivo
      *    sigue cuadrando detalles contra trailers en CONCIL09.
       3100-REVERTIR-SOLICITUD.
           PERFORM 1250-UBICAR-BLOQUE
           PERFORM 1300-CARGAR-BLOQUE
           MOVE 0 TO SOL-LINEAS(WS-SOLICITUD-ACTUAL)
           MOVE 0 TO SOL-HASH(WS-SOLICITUD-ACTUAL)
           MOVE 0 TO SOL-TOTAL(WS-SOLICITUD-ACTUAL)

           OPEN EXTEND ARCH-AUDITORIA
           IF WS-ESTADO-AUDITORIA = "00"
               MOVE 'S' TO SOL-AUDITORIA-GRABADA(WS-SOLICITUD-ACTUAL)
           ELSE
               DISPLAY
               "ERROR, NO SE PUDO AGREGAR LA ANULACION A LA "
               "AUDITORIA: " WS-DSN-AUDITORIA
               MOVE 'N' TO SOL-CUADRA(WS-SOLICITUD-ACTUAL)
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2) " " WS-FECHA-SISTEMA(9:2) ":"
               WS-FECHA-SISTEMA(11:2) ":" WS-FECHA-SISTEMA(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP

           MOVE SPACES TO WS-LINEA-INTERFAZ
           STRING "H;REVCOR09;" WS-FECHA-EJECUCION ";"
               DELIMITED BY SIZE
               SOL-ENTRADA(WS-SOLICITUD-ACTUAL) DELIMITED BY SPACE
               ";" SOL-BASE(WS-SOLICITUD-ACTUAL)
               ";" SOL-SIGNO(WS-SOLICITUD-ACTUAL)
               ";" WS-ID-REVERSA ";" WS-ID-OBJETIVO
               DELIMITED BY SIZE
               INTO WS-LINEA-INTERFAZ
           PERFORM 3900-ESCRIBIR-REVERSA

           PERFORM 3200-ANULAR-DETALLE
               VARYING WS-LINEA-ACTUAL FROM 1 BY 1
               UNTIL WS-LINEA-ACTUAL > WS-TOTAL-LINEAS

           IF SOL-AUDITORIA-GRABADA(WS-SOLICITUD-ACTUAL) = 'S'
               MOVE SPACES TO WS-LINEA-TRAILER
               STRING "*TRL " "AUDITORI" WS-FECHA-EJECUCION " "
                   SOL-LINEAS(WS-SOLICITUD-ACTUAL) " "
                   SOL-HASH(WS-SOLICITUD-ACTUAL) " "
                   SOL-TRL-LEIDOS(WS-SOLICITUD-ACTUAL) " "
                   WS-ID-REVERSA " " WS-ID-OBJETIVO
                   DELIMITED BY SIZE INTO WS-LINEA-TRAILER
               MOVE SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
                   TO WS-LINEA-TRAILER(93:20)
               MOVE SPACES TO WS-LINEA-AUDITORIA
               MOVE WS-LINEA-TRAILER TO WS-LINEA-AUDITORIA
               WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA
               CLOSE ARCH-AUDITORIA
           END-IF

           COMPUTE WS-TOTAL-NEGADO = 0 - SOL-TOTAL(WS-SOLICITUD-ACTUAL)
           MOVE SPACES TO WS-LINEA-INTERFAZ
           STRING "T;" SOL-LINEAS(WS-SOLICITUD-ACTUAL) ";"
               WS-TOTAL-NEGADO ";" WS-ID-REVERSA
               DELIMITED BY SIZE INTO WS-LINEA-INTERFAZ
           PERFORM 3900-ESCRIBIR-REVERSA.

       3200-ANULAR-DETALLE.
           MOVE WS-LINEA-BLOQUE(WS-LINEA-ACTUAL) TO WS-LINEA-ORIGINAL
           EVALUATE SOL-MODO(WS-SOLICITUD-ACTUAL)
               WHEN 'T'
                   MOVE WS-LINEA-ORIGINAL(101:32) TO WS-VALOR-TEXTO
               WHEN 'D'
                   MOVE WS-LINEA-ORIGINAL(63:32) TO WS-VALOR-TEXTO
               WHEN 'X'
                   MOVE WS-LINEA-ORIGINAL(74:32) TO WS-ENTRADA-VALOR
                   PERFORM 3300-DERIVAR-DECIMAL
                   MOVE WS-VALOR-DERIVADO TO WS-VALOR
               WHEN OTHER
                   MOVE WS-LINEA-ORIGINAL(107:32) TO WS-VALOR-TEXTO
           END-EVALUATE
           IF WS-VALOR-TEXTO(2:31) IS NOT NUMERIC
               MOVE 0 TO WS-VALOR
           END-IF
           ADD 1 TO SOL-LINEAS(WS-SOLICITUD-ACTUAL)
           COMPUTE SOL-HASH(WS-SOLICITUD-ACTUAL) =
               FUNCTION MOD(SOL-HASH(WS-SOLICITUD-ACTUAL)
               + WS-VALOR, WS-HASH-MODULO)
           ADD WS-VALOR TO SOL-TOTAL(WS-SOLICITUD-ACTUAL)

           IF SOL-AUDITORIA-GRABADA(WS-SOLICITUD-ACTUAL) = 'S'
               MOVE WS-LINEA-ORIGINAL TO WS-LINEA-AUDITORIA
               MOVE WS-TIMESTAMP TO WS-LINEA-AUDITORIA(1:26)
               MOVE "ANULA" TO WS-LINEA-AUDITORIA(21:5)
               WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA
           END-IF

      *    Mismos campos que 2250-ESCRIBIR-DETALLE-INTERFAZ, tomados
      *    de las columnas fijas de la linea de auditoria.
           MOVE SPACES TO WS-LINEA-INTERFAZ
           EVALUATE SOL-MODO(WS-SOLICITUD-ACTUAL)
             WHEN 'T'
               STRING "R;" SOL-FECHA(WS-SOLICITUD-ACTUAL) ";"
                   WS-LINEA-ORIGINAL(38:6) ";"
                   SOL-BASE(WS-SOLICITUD-ACTUAL) ";;"
                   DELIMITED BY SIZE
                   WS-LINEA-ORIGINAL(55:12) DELIMITED BY SPACE
                   ";" WS-LINEA-ORIGINAL(101:32) ";"
                   DELIMITED BY SIZE
                   WS-LINEA-ORIGINAL(141:8) DELIMITED BY SPACE
                   INTO WS-LINEA-INTERFAZ
             WHEN 'D'
               STRING "R;" SOL-FECHA(WS-SOLICITUD-ACTUAL) ";"
                   WS-LINEA-ORIGINAL(38:6) ";10;"
                   WS-LINEA-ORIGINAL(51:2) ";"
                   WS-LINEA-ORIGINAL(63:32) ";"
                   WS-LINEA-ORIGINAL(63:32) ";"
                   DELIMITED BY SIZE
                   WS-LINEA-ORIGINAL(107:32) DELIMITED BY SPACE
                   INTO WS-LINEA-INTERFAZ
             WHEN 'X'
               STRING "R;" SOL-FECHA(WS-SOLICITUD-ACTUAL) ";"
                   WS-LINEA-ORIGINAL(38:6) ";"
                   WS-LINEA-ORIGINAL(51:2) ";"
                   WS-LINEA-ORIGINAL(62:2) ";" DELIMITED BY SIZE
                   WS-LINEA-ORIGINAL(74:32) DELIMITED BY SPACE
                   ";" WS-VALOR-TEXTO ";" DELIMITED BY SIZE
                   WS-LINEA-ORIGINAL(118:32) DELIMITED BY SPACE
                   INTO WS-LINEA-INTERFAZ
             WHEN OTHER
               STRING "R;" SOL-FECHA(WS-SOLICITUD-ACTUAL) ";"
                   WS-LINEA-ORIGINAL(38:6) ";"
                   WS-LINEA-ORIGINAL(51:2) ";;"
                   DELIMITED BY SIZE
                   WS-LINEA-ORIGINAL(63:32) DELIMITED BY SPACE
                   ";" WS-LINEA-ORIGINAL(107:32) DELIMITED BY SIZE
                   INTO WS-LINEA-INTERFAZ
           END-EVALUATE
           PERFORM 3900-ESCRIBIR-REVERSA.

      *    Mismas reglas que 1220-DERIVAR-DECIMAL del paso de
      *    conversion; la entrada ya fue validada por la corrida.
       3300-DERIVAR-DECIMAL.
           MOVE 0 TO WS-VALOR-DERIVADO
           MOVE 0 TO WS-LONGITUD
           MOVE 0 TO WS-PRIMER-DIGITO
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > 32
                      OR WS-ENTRADA-VALOR(WS-INDICE:1) = SPACE
               MOVE WS-ENTRADA-VALOR(WS-INDICE:1) TO WS-CARACTER
               PERFORM 3350-OBTENER-VALOR-DIGITO
               IF WS-INDICE = 1
                   MOVE WS-DIGITO TO WS-PRIMER-DIGITO
               END-IF
               COMPUTE WS-VALOR-DERIVADO =
                   WS-VALOR-DERIVADO * SOL-BASE(WS-SOLICITUD-ACTUAL)
                   + WS-DIGITO
               ADD 1 TO WS-LONGITUD
           END-PERFORM
           IF SOL-SIGNO(WS-SOLICITUD-ACTUAL) = 'S'
                   AND WS-LONGITUD > 0
                   AND WS-PRIMER-DIGITO >=
                       (SOL-BASE(WS-SOLICITUD-ACTUAL) / 2)
               COMPUTE WS-VALOR-DERIVADO = WS-VALOR-DERIVADO
                   - (SOL-BASE(WS-SOLICITUD-ACTUAL) ** WS-LONGITUD)
           END-IF.

       3350-OBTENER-VALOR-DIGITO.
           EVALUATE WS-CARACTER
               WHEN '0' THRU '9'
                   MOVE WS-CARACTER TO WS-DIGITO
               WHEN 'A'
               WHEN 'a'
                   MOVE 10 TO WS-DIGITO
               WHEN 'B'
               WHEN 'b'
                   MOVE 11 TO WS-DIGITO
               WHEN 'C'
               WHEN 'c'
                   MOVE 12 TO WS-DIGITO
               WHEN 'D'
               WHEN 'd'
                   MOVE 13 TO WS-DIGITO
               WHEN 'E'
               WHEN 'e'
                   MOVE 14 TO WS-DIGITO
               WHEN 'F'
               WHEN 'f'
                   MOVE 15 TO WS-DIGITO
               WHEN OTHER
                   MOVE 0 TO WS-DIGITO
           END-EVALUATE.

       3900-ESCRIBIR-REVERSA.
           IF WS-ESTADO-REVERSA = "00"
               WRITE REG-REVERSA FROM WS-LINEA-INTERFAZ
           END-IF.

      *    Solo se marcan las entradas que siguen siendo de la
      *    corrida: una corrida posterior del mismo dia y la misma
      *    entrada ya regrabo la suya.
       4000-MARCAR-HISTORIAL.
           OPEN I-O ARCH-HISTORIAL
           IF WS-ESTADO-HISTORIAL NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL HISTORIAL DE CORRIDAS: "
               WS-DSN-HISTORIAL " (ESTADO " WS-ESTADO-HISTORIAL
               "); NO SE MARCA"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-HISTORIAL NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF HIS-ID-CORRIDA = WS-ID-OBJETIVO
                           PERFORM 4100-MARCAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-HISTORIAL.

       4100-MARCAR-ENTRADA.
           PERFORM VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                   UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
               IF SOL-ENTRADA(WS-SOLICITUD-ACTUAL) = HIS-DSN
                   MOVE 'S' TO SOL-HAY-HISTORIAL(WS-SOLICITUD-ACTUAL)
                   MOVE HIS-TOTAL TO SOL-HIS-TOTAL(WS-SOLICITUD-ACTUAL)
               END-IF
           END-PERFORM
           MOVE 'R' TO HIS-REVERTIDO
           REWRITE REG-HISTORIAL
               INVALID KEY
                   DISPLAY
                   "AVISO, NO SE PUDO MARCAR EL HISTORIAL DE LA "
                   "CLAVE: " HIS-CLAVE
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORIAL-MARCADAS
           END-REWRITE.

      *    En una fusion cada corrida de particion recibe tambien su
      *    registro R: sus movimientos ya quedaron deshechos y otra
      *    fusion de las mismas particiones no se puede revertir.
       4500-ANOTAR-DIARIO.
           OPEN EXTEND ARCH-DIARIO
           IF WS-ESTADO-DIARIO = "00"
               MOVE SPACES TO WS-LINEA-DIARIO
               MOVE WS-ID-OBJETIVO TO WS-LINEA-DIARIO(1:15)
               MOVE 'R' TO WS-LINEA-DIARIO(17:1)
               MOVE WS-ID-REVERSA TO WS-LINEA-DIARIO(19:15)
               MOVE "000" TO WS-LINEA-DIARIO(35:3)
               MOVE WS-FECHA-EJECUCION TO WS-LINEA-DIARIO(39:10)
               WRITE REG-DIARIO FROM WS-LINEA-DIARIO
               PERFORM 4550-ANOTAR-PARTICION
                   VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                   UNTIL WS-PARTICION-ACTUAL > WS-TOTAL-PARTICIONES
               CLOSE ARCH-DIARIO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO ANOTAR LA REVERSA EN EL DIARIO: "
               WS-DSN-DIARIO "; NO VOLVER A REVERTIR LA CORRIDA"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

      *    Un solo registro R por corrida, aunque la corrida haya
      *    procesado varias particiones.
       4550-ANOTAR-PARTICION.
           PERFORM VARYING WS-PARTICION-PREVIA FROM 1 BY 1
                   UNTIL WS-PARTICION-PREVIA >= WS-PARTICION-ACTUAL
               IF PRT-CORRIDA(WS-PARTICION-PREVIA)
                       = PRT-CORRIDA(WS-PARTICION-ACTUAL)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-DIARIO
           MOVE PRT-CORRIDA(WS-PARTICION-ACTUAL)
               TO WS-LINEA-DIARIO(1:15)
           MOVE 'R' TO WS-LINEA-DIARIO(17:1)
           MOVE WS-ID-REVERSA TO WS-LINEA-DIARIO(19:15)
           MOVE "000" TO WS-LINEA-DIARIO(35:3)
           MOVE WS-FECHA-EJECUCION TO WS-LINEA-DIARIO(39:10)
           WRITE REG-DIARIO FROM WS-LINEA-DIARIO.

      *    Una solicitud cuadra cuando la anulacion repite el conteo
      *    y el hash del trailer AUDITORI original, el total coincide
      *    con el del historial (si la corrida todavia esta ahi), el
      *    maestro descuenta todas las ocurrencias que se sumaron y
      *    no quedan conflictos.
       5000-EMITIR-INFORME.
           PERFORM 5100-INFORMAR-SOLICITUD
               VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
               UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
           MOVE ALL "-" TO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "SOLICITUDES REVERTIDAS: " WS-TOTAL-SOLICITUDES
               " MOVIMIENTOS DEL MAESTRO: " WS-TOTAL-MOVIMIENTOS
               " ENTRADAS DEL HISTORIAL MARCADAS: "
               WS-HISTORIAL-MARCADAS
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           IF WS-ES-FUSION = 'S'
               MOVE SPACES TO WS-LINEA-INFORME
               STRING "FUSION DE " WS-TOTAL-PARTICIONES
                   " PARTICIONES; SUS CORRIDAS QUEDAN REVERTIDAS "
                   "EN EL DIARIO"
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
               PERFORM 8000-ESCRIBIR-INFORME
           END-IF
           MOVE SPACES TO WS-LINEA-INFORME
           IF WS-VEREDICTO = 'S'
               STRING "VEREDICTO: REVERSA EN CUADRE CON LA CORRIDA "
                   WS-ID-OBJETIVO
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
           ELSE
               STRING "VEREDICTO: REVERSA FUERA DE CUADRE CON LA "
                   "CORRIDA " WS-ID-OBJETIVO
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF
           PERFORM 8000-ESCRIBIR-INFORME
           IF WS-INFORME-ACTIVO = 'S'
               CLOSE ARCH-INFORME
           END-IF

           DISPLAY "===== REVERSA DE CORRIDA ====="
           DISPLAY "CORRIDA REVERTIDA     : " WS-ID-OBJETIVO
           DISPLAY "ID DE LA REVERSA      : " WS-ID-REVERSA
           DISPLAY "SOLICITUDES           : " WS-TOTAL-SOLICITUDES
           IF WS-ES-FUSION = 'S'
               DISPLAY "PARTICIONES FUSION    : " WS-TOTAL-PARTICIONES
           END-IF
           DISPLAY "MOVIMIENTOS MAESTRO   : " WS-TOTAL-MOVIMIENTOS
           DISPLAY "HISTORIAL MARCADO     : " WS-HISTORIAL-MARCADAS
           DISPLAY "EXTRACTO DE REVERSA   : " WS-DSN-REVERSA
           DISPLAY "INFORME               : " WS-DSN-INFORME
           IF WS-VEREDICTO = 'S'
               DISPLAY "VEREDICTO             : EN CUADRE"
           ELSE
               DISPLAY "VEREDICTO             : FUERA DE CUADRE"
           END-IF.

       5100-INFORMAR-SOLICITUD.
           IF SOL-LINEAS(WS-SOLICITUD-ACTUAL)
                   NOT = SOL-TRL-CONTADOR(WS-SOLICITUD-ACTUAL)
               OR SOL-HASH(WS-SOLICITUD-ACTUAL)
                   NOT = SOL-TRL-HASH(WS-SOLICITUD-ACTUAL)
               OR SOL-CONFLICTOS(WS-SOLICITUD-ACTUAL) > 0
               OR SOL-OCURR-DESCONTADAS(WS-SOLICITUD-ACTUAL)
                   NOT = SOL-OCURR-SUMADAS(WS-SOLICITUD-ACTUAL)
               MOVE 'N' TO SOL-CUADRA(WS-SOLICITUD-ACTUAL)
           END-IF
           IF SOL-HAY-HISTORIAL(WS-SOLICITUD-ACTUAL) = 'S'
                   AND SOL-HIS-TOTAL(WS-SOLICITUD-ACTUAL)
                       NOT = SOL-TOTAL(WS-SOLICITUD-ACTUAL)
               MOVE 'N' TO SOL-CUADRA(WS-SOLICITUD-ACTUAL)
           END-IF
           IF SOL-CUADRA(WS-SOLICITUD-ACTUAL) NOT = 'S'
               MOVE 'N' TO WS-VEREDICTO
           END-IF

           MOVE SPACES TO WS-LINEA-INFORME
           STRING "SOLICITUD " SOL-NUMERO(WS-SOLICITUD-ACTUAL)
               " ENTRADA: " SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
               " MODO: " SOL-MODO(WS-SOLICITUD-ACTUAL)
               " AUDITORIA: " SOL-AUDITORIA(WS-SOLICITUD-ACTUAL)
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "  ANTES   AUDITORIA: DETALLES "
               SOL-TRL-CONTADOR(WS-SOLICITUD-ACTUAL)
               " HASH " SOL-TRL-HASH(WS-SOLICITUD-ACTUAL)
               " LEIDOS " SOL-TRL-LEIDOS(WS-SOLICITUD-ACTUAL)
               " (TRAILER ORIGINAL)"
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "  DESPUES AUDITORIA: ANULADOS "
               SOL-LINEAS(WS-SOLICITUD-ACTUAL)
               " HASH " SOL-HASH(WS-SOLICITUD-ACTUAL)
               " EXTRACTO R; " SOL-LINEAS(WS-SOLICITUD-ACTUAL)
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           IF SOL-HAY-HISTORIAL(WS-SOLICITUD-ACTUAL) = 'S'
               STRING "  TOTAL   HISTORIAL: "
                   SOL-HIS-TOTAL(WS-SOLICITUD-ACTUAL)
                   " ANULADO: " SOL-TOTAL(WS-SOLICITUD-ACTUAL)
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
           ELSE
               STRING "  TOTAL   HISTORIAL: SIN ENTRADA DE LA CORRIDA"
                   " ANULADO: " SOL-TOTAL(WS-SOLICITUD-ACTUAL)
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
           END-IF
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "  ANTES   MAESTRO: ALTAS "
               SOL-ALTAS(WS-SOLICITUD-ACTUAL)
               " MODIFICACIONES " SOL-MODIFICADAS(WS-SOLICITUD-ACTUAL)
               " OCURRENCIAS SUMADAS "
               SOL-OCURR-SUMADAS(WS-SOLICITUD-ACTUAL)
               " LECTURAS TL REEMPLAZADAS "
               SOL-LECT-REEMPLAZADAS(WS-SOLICITUD-ACTUAL)
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "  DESPUES MAESTRO: BORRADAS "
               SOL-ELIMINADAS(WS-SOLICITUD-ACTUAL)
               " RESTAURADAS " SOL-RESTAURADAS(WS-SOLICITUD-ACTUAL)
               " AJUSTADAS " SOL-AJUSTADAS(WS-SOLICITUD-ACTUAL)
               " CONFLICTOS " SOL-CONFLICTOS(WS-SOLICITUD-ACTUAL)
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "  DESPUES MAESTRO: OCURRENCIAS DESCONTADAS "
               SOL-OCURR-DESCONTADAS(WS-SOLICITUD-ACTUAL)
               " LECTURAS TL REPUESTAS "
               SOL-LECT-RESTAURADAS(WS-SOLICITUD-ACTUAL)
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           PERFORM 8000-ESCRIBIR-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           IF SOL-CUADRA(WS-SOLICITUD-ACTUAL) = 'S'
               MOVE "  RESULTADO: CUADRA" TO WS-LINEA-INFORME
           ELSE
               MOVE "  RESULTADO: DESCUADRE" TO WS-LINEA-INFORME
           END-IF
           PERFORM 8000-ESCRIBIR-INFORME.

       8000-ESCRIBIR-INFORME.
           IF WS-INFORME-ACTIVO = 'S'
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF.

       9000-ELEVAR-CODIGO-RETORNO.
           IF WS-CODIGO-NUEVO > RETURN-CODE
               MOVE WS-CODIGO-NUEVO TO RETURN-CODE
           END-IF.

       END PROGRAM REVCOR09.
