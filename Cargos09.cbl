      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estado mensual de cargos del servicio de conversion
      *          de YOUR-PROGRAM-NAME por area remitente. Toma del
      *          historial HISTCORR.DAT los registros leidos y
      *          rechazados de cada corrida del mes (sin las
      *          revertidas por REVCOR09), del AUDITORI el modo de
      *          conversion de cada corrida, del registro de
      *          remitentes REMITEN.DAT el remitente de cada entrada
      *          (el id del "*HDR") y del inventario INVRECH.DAT los
      *          reenvios de reparacion. Valoriza con la tabla de
      *          tarifas por modo y el recargo por rechazo, y emite un
      *          estado imprimible por area y un extracto delimitado
      *          para el mayor de facturacion, con totales que cuadran
      *          contra los del historial del mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOS09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-TARIFAS ASSIGN TO DYNAMIC WS-DSN-TARIFAS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TARIFAS.
           SELECT ARCH-HISTORIAL ASSIGN TO DYNAMIC WS-DSN-HISTORIAL
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT ARCH-AUDITORIA ASSIGN TO DYNAMIC WS-DSN-AUDITORIA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT ARCH-REMITENTES ASSIGN TO DYNAMIC WS-DSN-REMITENTES
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS REM-CLAVE
               FILE STATUS IS WS-ESTADO-REMITENTES.
           SELECT ARCH-INVENTARIO ASSIGN TO DYNAMIC WS-DSN-INVENTARIO
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS INV-CLAVE
               FILE STATUS IS WS-ESTADO-INVENTARIO.
           SELECT ARCH-ESTADO ASSIGN TO DYNAMIC WS-DSN-ESTADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ESTADO.
           SELECT ARCH-EXTRACTO ASSIGN TO DYNAMIC WS-DSN-EXTRACTO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXTRACTO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(150).
       FD  ARCH-TARIFAS.
       01  REG-TARIFAS PIC X(80).
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
       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA PIC X(150).
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
      *    Mismo layout que el inventario de rechazos de INVREC09.
       FD  ARCH-INVENTARIO.
       01  REG-INVENTARIO.
           05 INV-CLAVE.
              10 INV-DSN-ENTRADA PIC X(20).
              10 INV-REGISTRO PIC X(40).
           05 INV-TIPO PIC X.
           05 INV-DATOS PIC X(130).
           05 INV-RECHAZO REDEFINES INV-DATOS.
              10 INV-ESTADO PIC X(10).
              10 INV-CODIGO PIC X(3).
              10 INV-FECHA-ALTA PIC X(10).
              10 INV-FECHA-ULTIMO PIC X(10).
              10 INV-FECHA-ESTADO PIC X(10).
              10 INV-VECES-RECHAZO PIC 9(3).
              10 INV-REENVIOS PIC 9(3).
              10 INV-ID-CORRIDA PIC X(15).
              10 INV-NUMERO-REGISTRO PIC X(6).
              10 INV-ULTIMO-REENVIO PIC X(40).
              10 INV-ID-CIERRE PIC X(15).
              10 FILLER PIC X(5).
           05 INV-REENVIO REDEFINES INV-DATOS.
              10 INV-ORIGEN-CLAVE.
                 15 INV-ORIGEN-DSN PIC X(20).
                 15 INV-ORIGEN-REGISTRO PIC X(40).
              10 INV-FECHA-REENVIO PIC X(10).
              10 INV-ESTADO-REENVIO PIC X(10).
              10 FILLER PIC X(50).
       FD  ARCH-ESTADO.
       01  REG-ESTADO PIC X(132).
       FD  ARCH-EXTRACTO.
       01  REG-EXTRACTO PIC X(200).
       WORKING-STORAGE SECTION.
      *    Parametros del estado de cargos, un registro opcional:
      *      cols   1-7    mes a facturar AAAA-MM (blanco = el mes
      *                    anterior al de la corrida)
      *      cols   8-27   tabla de tarifas (blanco = TARIFAS.DAT)
      *      cols  28-47   historial de corridas (blanco =
      *                    HISTCORR.DAT)
      *      cols  48-67   auditoria (blanco = AUDITORI.DAT)
      *      cols  68-87   registro de remitentes (blanco =
      *                    REMITEN.DAT)
      *      cols  88-107  inventario de rechazos (blanco =
      *                    INVRECH.DAT)
      *      cols 108-127  estado imprimible (blanco = CARGOS.DAT)
      *      cols 128-147  extracto de facturacion (blanco =
      *                    CARGEXT.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "CARPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(150).
       01 WS-MES-INFORME PIC X(7) VALUE SPACES.
       01 WS-ANIO-MES PIC 9(4) VALUE 0.
       01 WS-NUMERO-MES PIC 9(2) VALUE 0.
      *    Tabla de tarifas, una linea por concepto:
      *      col   1      B, D, X o T  precio por registro convertido
      *                                (lectura en modo T) en ese modo
      *                   R            recargo por registro rechazado
      *      cols  3-11   precio 9(5)V9(4), sin punto decimal
      *      cols 13-42   descripcion (no se usa)
      *    Las lineas en blanco o con "*" en la col 1 no se leen.
       01 WS-DSN-TARIFAS PIC X(20) VALUE "TARIFAS.DAT".
       01 WS-ESTADO-TARIFAS PIC X(2).
       01 WS-LINEA-TARIFA PIC X(80).
       01 WS-PRECIO-TEXTO PIC X(9).
       01 WS-PRECIO REDEFINES WS-PRECIO-TEXTO PIC 9(5)V9(4).
       01 WS-TARIFA-B PIC 9(5)V9(4) VALUE 0.
       01 WS-TARIFA-D PIC 9(5)V9(4) VALUE 0.
       01 WS-TARIFA-X PIC 9(5)V9(4) VALUE 0.
       01 WS-TARIFA-T PIC 9(5)V9(4) VALUE 0.
       01 WS-RECARGO-RECHAZO PIC 9(5)V9(4) VALUE 0.
       01 WS-TARIFAS-CARGADAS PIC X(5) VALUE SPACES.
       01 WS-DSN-HISTORIAL PIC X(20) VALUE "HISTCORR.DAT".
       01 WS-ESTADO-HISTORIAL PIC X(2).
       01 WS-DSN-AUDITORIA PIC X(20) VALUE "AUDITORI.DAT".
       01 WS-ESTADO-AUDITORIA PIC X(2).
       01 WS-LINEA-AUDITORIA PIC X(150).
       01 WS-DSN-REMITENTES PIC X(20) VALUE "REMITEN.DAT".
       01 WS-ESTADO-REMITENTES PIC X(2).
       01 WS-DSN-INVENTARIO PIC X(20) VALUE "INVRECH.DAT".
       01 WS-ESTADO-INVENTARIO PIC X(2).
       01 WS-DSN-ESTADO PIC X(20) VALUE "CARGOS.DAT".
       01 WS-ESTADO-ESTADO PIC X(2).
       01 WS-LINEA-ESTADO PIC X(132).
       01 WS-DSN-EXTRACTO PIC X(20) VALUE "CARGEXT.DAT".
       01 WS-ESTADO-EXTRACTO PIC X(2).
       01 WS-LINEA-EXTRACTO PIC X(200).
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-ID-EMISION PIC X(15).
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-CODIGO-NUEVO PIC 9(2) VALUE 0.
      *    Remitentes definidos en REMITEN (registros 'F').
       01 WS-MAXIMO-REMITENTES PIC 9(3) VALUE 200.
       01 WS-TOTAL-REMITENTES PIC 9(3) VALUE 0.
       01 WS-INDICE-REMITENTE PIC 9(3) VALUE 0.
       01 WS-TABLA-REMITENTES.
          05 WS-REMITENTE OCCURS 200 TIMES.
             10 FED-ID PIC X(8).
             10 FED-DESCRIPCION PIC X(30).
      *    Entregas registradas en REMITEN (registros 'E') procesadas
      *    en el mes: corrida + entrada -> remitente.
       01 WS-MAXIMO-ENTREGAS PIC 9(4) VALUE 2000.
       01 WS-TOTAL-ENTREGAS PIC 9(4) VALUE 0.
       01 WS-INDICE-ENTREGA PIC 9(4) VALUE 0.
       01 WS-ENTREGAS-OMITIDAS PIC 9(5) VALUE 0.
       01 WS-TABLA-ENTREGAS.
          05 WS-ENTREGA OCCURS 2000 TIMES.
             10 ENT-ID-CORRIDA PIC X(15).
             10 ENT-DSN PIC X(20).
             10 ENT-REMITENTE PIC X(8).
      *    Bloques de AUDITORI del mes: corrida + entrada -> modo.
      *    El trailer AUDITORI lleva la corrida en las cols 61-75 y
      *    la entrada en las 93-112; el modo sale de las columnas
      *    fijas del primer detalle del bloque (ver
      *    1600-REGISTRAR-AUDITORIA del paso de conversion). Los
      *    bloques de anulacion de REVCOR09 (id revertido en las cols
      *    77-91) no se toman.
       01 WS-MAXIMO-BLOQUES PIC 9(4) VALUE 2000.
       01 WS-TOTAL-BLOQUES PIC 9(4) VALUE 0.
       01 WS-INDICE-BLOQUE PIC 9(4) VALUE 0.
       01 WS-BLOQUES-OMITIDOS PIC 9(5) VALUE 0.
       01 WS-MODO-BLOQUE PIC X VALUE SPACE.
       01 WS-TABLA-BLOQUES.
          05 WS-BLOQUE OCCURS 2000 TIMES.
             10 BLQ-ID-CORRIDA PIC X(15).
             10 BLQ-DSN PIC X(20).
             10 BLQ-MODO PIC X.
      *    Lineas del estado: una por area + entrada + modo.
       01 WS-MAXIMO-LINEAS PIC 9(3) VALUE 300.
       01 WS-TOTAL-LINEAS PIC 9(3) VALUE 0.
       01 WS-INDICE-LINEA PIC 9(3) VALUE 0.
       01 WS-TABLA-LINEAS.
          05 WS-LINEA-CARGO OCCURS 300 TIMES.
             10 CAR-AREA PIC X(20).
             10 CAR-DSN PIC X(20).
             10 CAR-MODO PIC X.
             10 CAR-MODO-SUPUESTO PIC X.
             10 CAR-CORRIDAS PIC 9(5).
             10 CAR-LEIDOS PIC 9(9).
             10 CAR-CONVERTIDOS PIC 9(9).
             10 CAR-LECTURAS PIC 9(9).
             10 CAR-RECHAZADOS PIC 9(9).
             10 CAR-REENVIOS PIC 9(7).
             10 CAR-TARIFA PIC 9(5)V9(4).
             10 CAR-IMPORTE-CONVERSION PIC 9(9)V99.
             10 CAR-IMPORTE-RECARGO PIC 9(9)V99.
             10 CAR-IMPORTE-TOTAL PIC 9(9)V99.
      *    Areas remitentes: el id del remitente o, para una entrada
      *    sin "*HDR" registrado, el propio dataset de entrada.
       01 WS-MAXIMO-AREAS PIC 9(3) VALUE 100.
       01 WS-TOTAL-AREAS PIC 9(3) VALUE 0.
       01 WS-INDICE-AREA PIC 9(3) VALUE 0.
       01 WS-TABLA-AREAS.
          05 WS-AREA OCCURS 100 TIMES.
             10 ARE-ID PIC X(20).
             10 ARE-DESCRIPCION PIC X(30).
             10 ARE-CORRIDAS PIC 9(5).
             10 ARE-LEIDOS PIC 9(9).
             10 ARE-CONVERTIDOS PIC 9(9).
             10 ARE-LECTURAS PIC 9(9).
             10 ARE-RECHAZADOS PIC 9(9).
             10 ARE-REENVIOS PIC 9(7).
             10 ARE-IMPORTE-CONVERSION PIC 9(9)V99.
             10 ARE-IMPORTE-RECARGO PIC 9(9)V99.
             10 ARE-IMPORTE-TOTAL PIC 9(9)V99.
       01 WS-DSN-BUSQUEDA PIC X(20).
       01 WS-ID-BUSQUEDA PIC X(15).
       01 WS-AREA-ENTRADA PIC X(20).
       01 WS-DESCRIPCION-ENTRADA PIC X(30).
       01 WS-MODO-ENTRADA PIC X.
       01 WS-MODO-SUPUESTO PIC X.
       01 WS-CONVERTIDOS-ENTRADA PIC 9(9).
      *    Totales del mes tal como estan en el historial, para el
      *    cuadre del estado.
       01 WS-HIS-ENTRADAS PIC 9(7) VALUE 0.
       01 WS-HIS-LEIDOS PIC 9(11) VALUE 0.
       01 WS-HIS-RECHAZADOS PIC 9(11) VALUE 0.
       01 WS-HIS-REVERTIDAS PIC 9(7) VALUE 0.
       01 WS-TOT-CORRIDAS PIC 9(7) VALUE 0.
       01 WS-TOT-LEIDOS PIC 9(11) VALUE 0.
       01 WS-TOT-CONVERTIDOS PIC 9(11) VALUE 0.
       01 WS-TOT-LECTURAS PIC 9(11) VALUE 0.
       01 WS-TOT-RECHAZADOS PIC 9(11) VALUE 0.
       01 WS-TOT-REENVIOS PIC 9(9) VALUE 0.
       01 WS-TOT-IMPORTE-CONVERSION PIC 9(11)V99 VALUE 0.
       01 WS-TOT-IMPORTE-RECARGO PIC 9(11)V99 VALUE 0.
       01 WS-TOT-IMPORTE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-REENVIOS-LEIDOS PIC 9(7) VALUE 0.
       01 WS-MODOS-SUPUESTOS PIC 9(5) VALUE 0.
       01 WS-CUADRA PIC X VALUE 'S'.
       01 WS-LINEAS-EXTRACTO PIC 9(7) VALUE 0.
      *    Campos editados del estado y del extracto.
       01 WS-CANTIDAD-EDITADA PIC Z(8)9.
       01 WS-CORRIDAS-EDITADAS PIC ZZZZ9.
       01 WS-REENVIOS-EDITADOS PIC Z(6)9.
       01 WS-TARIFA-EDITADA PIC ZZZZ9.9999.
       01 WS-IMPORTE-EDITADO PIC Z(8)9.99.
       01 WS-TOTAL-EDITADO PIC Z(10)9.99.
       01 WS-CUENTA-EDITADA PIC Z(10)9.
       01 WS-TARIFA-EXTRACTO PIC 9(5).9999.
       01 WS-IMPORTE-EXTRACTO PIC 9(11).99.
       01 WS-CONVERSION-EXTRACTO PIC 9(11).99.
       01 WS-RECARGO-EXTRACTO PIC 9(11).99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE SPACES TO WS-ID-EMISION
           STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
               DELIMITED BY SIZE INTO WS-ID-EMISION

           PERFORM 0100-LEER-PARAMETROS.
           IF RETURN-CODE = 0
               PERFORM 0200-CARGAR-TARIFAS
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 1000-CARGAR-REMITENTES
               PERFORM 1100-CARGAR-BLOQUES
               PERFORM 2000-ACUMULAR-HISTORIAL
           END-IF.
           IF RETURN-CODE < 8
               PERFORM 3000-ACUMULAR-REENVIOS
               PERFORM 4000-VALORIZAR
               PERFORM 5000-EMITIR-ESTADO
               PERFORM 6000-EMITIR-EXTRACTO
               PERFORM 7000-MOSTRAR-RESUMEN
           END-IF.

           STOP RUN.

       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LINEA-PARM(1:7) TO WS-MES-INFORME
                       IF WS-LINEA-PARM(8:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(8:20) TO WS-DSN-TARIFAS
                       END-IF
                       IF WS-LINEA-PARM(28:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(28:20)
                               TO WS-DSN-HISTORIAL
                       END-IF
                       IF WS-LINEA-PARM(48:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(48:20)
                               TO WS-DSN-AUDITORIA
                       END-IF
                       IF WS-LINEA-PARM(68:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(68:20)
                               TO WS-DSN-REMITENTES
                       END-IF
                       IF WS-LINEA-PARM(88:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(88:20)
                               TO WS-DSN-INVENTARIO
                       END-IF
                       IF WS-LINEA-PARM(108:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(108:20) TO WS-DSN-ESTADO
                       END-IF
                       IF WS-LINEA-PARM(128:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(128:20)
                               TO WS-DSN-EXTRACTO
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF

      *    Sin mes pedido se factura el mes anterior al de la corrida,
      *    que es como se agenda a principio de mes.
           IF WS-MES-INFORME = SPACES
               MOVE WS-FECHA-SISTEMA(1:4) TO WS-ANIO-MES
               MOVE WS-FECHA-SISTEMA(5:2) TO WS-NUMERO-MES
               IF WS-NUMERO-MES = 1
                   MOVE 12 TO WS-NUMERO-MES
                   SUBTRACT 1 FROM WS-ANIO-MES
               ELSE
                   SUBTRACT 1 FROM WS-NUMERO-MES
               END-IF
               STRING WS-ANIO-MES "-" WS-NUMERO-MES
                   DELIMITED BY SIZE INTO WS-MES-INFORME
           END-IF
           IF WS-MES-INFORME(1:4) IS NOT NUMERIC
                   OR WS-MES-INFORME(5:1) NOT = "-"
                   OR WS-MES-INFORME(6:2) IS NOT NUMERIC
                   OR WS-MES-INFORME(6:2) < "01"
                   OR WS-MES-INFORME(6:2) > "12"
               DISPLAY
               "ERROR, MES A FACTURAR INVALIDO EN " WS-DSN-PARM
               ": " WS-MES-INFORME
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-CARGAR-TARIFAS.
           OPEN INPUT ARCH-TARIFAS
           IF WS-ESTADO-TARIFAS NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR LA TABLA DE TARIFAS: "
               WS-DSN-TARIFAS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-TARIFAS INTO WS-LINEA-TARIFA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-TARIFA NOT = SPACES
                               AND WS-LINEA-TARIFA(1:1) NOT = "*"
                           PERFORM 0250-ANOTAR-TARIFA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-TARIFAS

      *    Un concepto sin tarifa se factura en cero, con aviso.
           IF WS-TARIFAS-CARGADAS(1:1) = SPACE
               DISPLAY "AVISO, SIN TARIFA PARA EL MODO B EN "
                   WS-DSN-TARIFAS "; SE FACTURA EN CERO"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF
           IF WS-TARIFAS-CARGADAS(2:1) = SPACE
               DISPLAY "AVISO, SIN TARIFA PARA EL MODO D EN "
                   WS-DSN-TARIFAS "; SE FACTURA EN CERO"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF
           IF WS-TARIFAS-CARGADAS(3:1) = SPACE
               DISPLAY "AVISO, SIN TARIFA PARA EL MODO X EN "
                   WS-DSN-TARIFAS "; SE FACTURA EN CERO"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF
           IF WS-TARIFAS-CARGADAS(4:1) = SPACE
               DISPLAY "AVISO, SIN TARIFA PARA EL MODO T EN "
                   WS-DSN-TARIFAS "; SE FACTURA EN CERO"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF
           IF WS-TARIFAS-CARGADAS(5:1) = SPACE
               DISPLAY "AVISO, SIN RECARGO POR RECHAZO EN "
                   WS-DSN-TARIFAS "; SE FACTURA EN CERO"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

       0250-ANOTAR-TARIFA.
           IF WS-LINEA-TARIFA(3:9) IS NOT NUMERIC
               DISPLAY
               "ERROR, PRECIO INVALIDO EN LA TABLA DE TARIFAS: "
               WS-LINEA-TARIFA(1:42)
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-TARIFA(3:9) TO WS-PRECIO-TEXTO
           EVALUATE WS-LINEA-TARIFA(1:1)
               WHEN 'B'
                   MOVE WS-PRECIO TO WS-TARIFA-B
                   MOVE 'S' TO WS-TARIFAS-CARGADAS(1:1)
               WHEN 'D'
                   MOVE WS-PRECIO TO WS-TARIFA-D
                   MOVE 'S' TO WS-TARIFAS-CARGADAS(2:1)
               WHEN 'X'
                   MOVE WS-PRECIO TO WS-TARIFA-X
                   MOVE 'S' TO WS-TARIFAS-CARGADAS(3:1)
               WHEN 'T'
                   MOVE WS-PRECIO TO WS-TARIFA-T
                   MOVE 'S' TO WS-TARIFAS-CARGADAS(4:1)
               WHEN 'R'
                   MOVE WS-PRECIO TO WS-RECARGO-RECHAZO
                   MOVE 'S' TO WS-TARIFAS-CARGADAS(5:1)
               WHEN OTHER
                   DISPLAY
                   "ERROR, CONCEPTO DESCONOCIDO EN LA TABLA DE "
                   "TARIFAS: " WS-LINEA-TARIFA(1:42)
                   MOVE 8 TO WS-CODIGO-NUEVO
                   PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-EVALUATE.

      *    Sin registro de remitentes cada entrada se factura como su
      *    propia area.
       1000-CARGAR-REMITENTES.
           OPEN INPUT ARCH-REMITENTES
           IF WS-ESTADO-REMITENTES NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL REGISTRO DE REMITENTES: "
               WS-DSN-REMITENTES "; SE FACTURA POR DATASET DE ENTRADA"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-REMITENTES
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       EVALUATE REM-TIPO
                           WHEN 'F'
                               PERFORM 1050-ANOTAR-REMITENTE
                           WHEN 'E'
                               IF REM-FECHA-PROCESO(1:7)
                                       = WS-MES-INFORME
                                   PERFORM 1060-ANOTAR-ENTREGA
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARCH-REMITENTES
           IF WS-ENTREGAS-OMITIDAS > 0
               DISPLAY
               "AVISO, TABLA DE ENTREGAS LLENA, SE OMITIERON "
               WS-ENTREGAS-OMITIDAS " ENTREGAS DEL MES"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

       1050-ANOTAR-REMITENTE.
           IF WS-TOTAL-REMITENTES < WS-MAXIMO-REMITENTES
               ADD 1 TO WS-TOTAL-REMITENTES
               MOVE REM-ID TO FED-ID(WS-TOTAL-REMITENTES)
               MOVE REM-DESCRIPCION
                   TO FED-DESCRIPCION(WS-TOTAL-REMITENTES)
           END-IF.

       1060-ANOTAR-ENTREGA.
           IF WS-TOTAL-ENTREGAS >= WS-MAXIMO-ENTREGAS
               ADD 1 TO WS-ENTREGAS-OMITIDAS
           ELSE
               ADD 1 TO WS-TOTAL-ENTREGAS
               MOVE REM-ID-CORRIDA
                   TO ENT-ID-CORRIDA(WS-TOTAL-ENTREGAS)
               MOVE REM-DSN-ENTRADA TO ENT-DSN(WS-TOTAL-ENTREGAS)
               MOVE REM-ID TO ENT-REMITENTE(WS-TOTAL-ENTREGAS)
           END-IF.

       1100-CARGAR-BLOQUES.
           OPEN INPUT ARCH-AUDITORIA
           IF WS-ESTADO-AUDITORIA NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR LA AUDITORIA: "
               WS-DSN-AUDITORIA "; LOS MODOS SE SUPONEN B"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-MODO-BLOQUE
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-AUDITORIA INTO WS-LINEA-AUDITORIA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-AUDITORIA(1:4) = "*TRL"
                           PERFORM 1150-ANOTAR-BLOQUE
                       ELSE
                           IF WS-MODO-BLOQUE = SPACE
                                   AND WS-LINEA-AUDITORIA(1:1) >= '0'
                                   AND WS-LINEA-AUDITORIA(1:1) <= '9'
                               PERFORM 1120-DEDUCIR-MODO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-AUDITORIA
           IF WS-BLOQUES-OMITIDOS > 0
               DISPLAY
               "AVISO, TABLA DE BLOQUES DE AUDITORIA LLENA, SE "
               "OMITIERON " WS-BLOQUES-OMITIDOS " BLOQUES DEL MES"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

      *    Detalle en modo T: " CONTADOR: " en las cols 44-54; en
      *    modo X: " SALIDA: " en las 53-61; en modo D la entrada de
      *    las cols 63-94 es el decimal con signo; si no, modo B.
       1120-DEDUCIR-MODO.
           EVALUATE TRUE
               WHEN WS-LINEA-AUDITORIA(21:5) = "ANULA"
                   CONTINUE
               WHEN WS-LINEA-AUDITORIA(44:11) = " CONTADOR: "
                   MOVE 'T' TO WS-MODO-BLOQUE
               WHEN WS-LINEA-AUDITORIA(53:9) = " SALIDA: "
                   MOVE 'X' TO WS-MODO-BLOQUE
               WHEN WS-LINEA-AUDITORIA(63:1) = '+'
               WHEN WS-LINEA-AUDITORIA(63:1) = '-'
                   MOVE 'D' TO WS-MODO-BLOQUE
               WHEN OTHER
                   MOVE 'B' TO WS-MODO-BLOQUE
           END-EVALUATE.

       1150-ANOTAR-BLOQUE.
           IF WS-LINEA-AUDITORIA(6:8) = "AUDITORI"
                   AND WS-LINEA-AUDITORIA(14:7) = WS-MES-INFORME
                   AND WS-LINEA-AUDITORIA(93:20) NOT = SPACES
                   AND WS-LINEA-AUDITORIA(77:15) = SPACES
               IF WS-TOTAL-BLOQUES >= WS-MAXIMO-BLOQUES
                   ADD 1 TO WS-BLOQUES-OMITIDOS
               ELSE
                   ADD 1 TO WS-TOTAL-BLOQUES
                   MOVE WS-LINEA-AUDITORIA(61:15)
                       TO BLQ-ID-CORRIDA(WS-TOTAL-BLOQUES)
                   MOVE WS-LINEA-AUDITORIA(93:20)
                       TO BLQ-DSN(WS-TOTAL-BLOQUES)
                   MOVE WS-MODO-BLOQUE TO BLQ-MODO(WS-TOTAL-BLOQUES)
               END-IF
           END-IF
           MOVE SPACE TO WS-MODO-BLOQUE.

      *    Las entradas de una corrida revertida por REVCOR09
      *    (HIS-REVERTIDO = 'R') no se facturan.
       2000-ACUMULAR-HISTORIAL.
           OPEN INPUT ARCH-HISTORIAL
           IF WS-ESTADO-HISTORIAL NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL HISTORIAL DE CORRIDAS: "
               WS-DSN-HISTORIAL " (ESTADO " WS-ESTADO-HISTORIAL ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-HISTORIAL
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF HIS-FECHA(1:7) = WS-MES-INFORME
                           IF HIS-REVERTIDO = 'R'
                               ADD 1 TO WS-HIS-REVERTIDAS
                           ELSE
                               PERFORM 2100-ACUMULAR-ENTRADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-HISTORIAL.

       2100-ACUMULAR-ENTRADA.
           ADD 1 TO WS-HIS-ENTRADAS
           ADD HIS-LEIDOS TO WS-HIS-LEIDOS
           ADD HIS-RECHAZADOS TO WS-HIS-RECHAZADOS

           MOVE HIS-DSN TO WS-DSN-BUSQUEDA
           MOVE HIS-ID-CORRIDA TO WS-ID-BUSQUEDA
           PERFORM 2200-BUSCAR-AREA
           PERFORM 2300-BUSCAR-MODO
           MOVE 0 TO WS-CONVERTIDOS-ENTRADA
           IF HIS-LEIDOS > HIS-RECHAZADOS
               COMPUTE WS-CONVERTIDOS-ENTRADA =
                   HIS-LEIDOS - HIS-RECHAZADOS
           END-IF
           IF WS-MODO-ENTRADA = SPACE
               IF WS-CONVERTIDOS-ENTRADA > 0
                   MOVE 'B' TO WS-MODO-ENTRADA
                   MOVE '*' TO WS-MODO-SUPUESTO
                   ADD 1 TO WS-MODOS-SUPUESTOS
                   DISPLAY
                   "AVISO, SIN BLOQUE DE AUDITORIA PARA " HIS-DSN
                   " DE LA CORRIDA " HIS-ID-CORRIDA
                   "; SE FACTURA CON LA TARIFA B"
                   MOVE 4 TO WS-CODIGO-NUEVO
                   PERFORM 9000-ELEVAR-CODIGO-RETORNO
               END-IF
           END-IF

           PERFORM 2400-UBICAR-LINEA
           IF WS-INDICE-LINEA = 0
               DISPLAY
               "AVISO, TABLA DEL ESTADO LLENA, SE OMITE " HIS-DSN
               " DEL " HIS-FECHA
               EXIT PARAGRAPH
           END-IF
           IF WS-MODO-SUPUESTO = '*'
               MOVE '*' TO CAR-MODO-SUPUESTO(WS-INDICE-LINEA)
           END-IF
           ADD 1 TO CAR-CORRIDAS(WS-INDICE-LINEA)
           ADD HIS-LEIDOS TO CAR-LEIDOS(WS-INDICE-LINEA)
           ADD HIS-RECHAZADOS TO CAR-RECHAZADOS(WS-INDICE-LINEA)
           IF WS-MODO-ENTRADA = 'T'
               ADD WS-CONVERTIDOS-ENTRADA
                   TO CAR-LECTURAS(WS-INDICE-LINEA)
           ELSE
               ADD WS-CONVERTIDOS-ENTRADA
                   TO CAR-CONVERTIDOS(WS-INDICE-LINEA)
           END-IF.

      *    El remitente de una entrada es el de su entrega del mes:
      *    primero la de la misma corrida y, si no esta (una recarga
      *    regrabo la entrega con otra corrida), cualquiera del mes
      *    con el mismo dataset de entrada. Espera el dataset en
      *    WS-DSN-BUSQUEDA y la corrida en WS-ID-BUSQUEDA (en blanco
      *    para buscar solo por dataset).
       2200-BUSCAR-AREA.
           MOVE SPACES TO WS-AREA-ENTRADA
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA
           IF WS-ID-BUSQUEDA NOT = SPACES
               PERFORM VARYING WS-INDICE-ENTREGA FROM 1 BY 1
                       UNTIL WS-INDICE-ENTREGA > WS-TOTAL-ENTREGAS
                   IF ENT-ID-CORRIDA(WS-INDICE-ENTREGA)
                               = WS-ID-BUSQUEDA
                           AND ENT-DSN(WS-INDICE-ENTREGA)
                               = WS-DSN-BUSQUEDA
                       MOVE ENT-REMITENTE(WS-INDICE-ENTREGA)
                           TO WS-AREA-ENTRADA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AREA-ENTRADA = SPACES
               PERFORM VARYING WS-INDICE-ENTREGA FROM 1 BY 1
                       UNTIL WS-INDICE-ENTREGA > WS-TOTAL-ENTREGAS
                   IF ENT-DSN(WS-INDICE-ENTREGA) = WS-DSN-BUSQUEDA
                       MOVE ENT-REMITENTE(WS-INDICE-ENTREGA)
                           TO WS-AREA-ENTRADA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AREA-ENTRADA = SPACES
               MOVE WS-DSN-BUSQUEDA TO WS-AREA-ENTRADA
               MOVE "SIN REMITENTE REGISTRADO"
                   TO WS-DESCRIPCION-ENTRADA
           ELSE
               MOVE "REMITENTE SIN DEFINICION"
                   TO WS-DESCRIPCION-ENTRADA
               PERFORM VARYING WS-INDICE-REMITENTE FROM 1 BY 1
                       UNTIL WS-INDICE-REMITENTE > WS-TOTAL-REMITENTES
                   IF FED-ID(WS-INDICE-REMITENTE) = WS-AREA-ENTRADA
                       MOVE FED-DESCRIPCION(WS-INDICE-REMITENTE)
                           TO WS-DESCRIPCION-ENTRADA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       2300-BUSCAR-MODO.
           MOVE SPACE TO WS-MODO-ENTRADA
           MOVE SPACE TO WS-MODO-SUPUESTO
           PERFORM VARYING WS-INDICE-BLOQUE FROM 1 BY 1
                   UNTIL WS-INDICE-BLOQUE > WS-TOTAL-BLOQUES
               IF BLQ-ID-CORRIDA(WS-INDICE-BLOQUE) = WS-ID-BUSQUEDA
                       AND BLQ-DSN(WS-INDICE-BLOQUE) = WS-DSN-BUSQUEDA
                   MOVE BLQ-MODO(WS-INDICE-BLOQUE) TO WS-MODO-ENTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Ubica (o agrega) la linea del area + entrada + modo. Un
      *    modo en blanco toma cualquier linea del area y la entrada.
       2400-UBICAR-LINEA.
           PERFORM VARYING WS-INDICE-LINEA FROM 1 BY 1
                   UNTIL WS-INDICE-LINEA > WS-TOTAL-LINEAS
               IF CAR-AREA(WS-INDICE-LINEA) = WS-AREA-ENTRADA
                       AND CAR-DSN(WS-INDICE-LINEA) = WS-DSN-BUSQUEDA
                       AND (CAR-MODO(WS-INDICE-LINEA) = WS-MODO-ENTRADA
                           OR WS-MODO-ENTRADA = SPACE)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TOTAL-LINEAS >= WS-MAXIMO-LINEAS
               MOVE 0 TO WS-INDICE-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM 2450-UBICAR-AREA
           IF WS-INDICE-AREA = 0
               MOVE 0 TO WS-INDICE-LINEA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-LINEAS
           MOVE WS-TOTAL-LINEAS TO WS-INDICE-LINEA
           INITIALIZE WS-LINEA-CARGO(WS-INDICE-LINEA)
           MOVE WS-AREA-ENTRADA TO CAR-AREA(WS-INDICE-LINEA)
           MOVE WS-DSN-BUSQUEDA TO CAR-DSN(WS-INDICE-LINEA)
           MOVE WS-MODO-ENTRADA TO CAR-MODO(WS-INDICE-LINEA)
           MOVE SPACE TO CAR-MODO-SUPUESTO(WS-INDICE-LINEA).

       2450-UBICAR-AREA.
           PERFORM VARYING WS-INDICE-AREA FROM 1 BY 1
                   UNTIL WS-INDICE-AREA > WS-TOTAL-AREAS
               IF ARE-ID(WS-INDICE-AREA) = WS-AREA-ENTRADA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TOTAL-AREAS >= WS-MAXIMO-AREAS
               MOVE 0 TO WS-INDICE-AREA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-AREAS
           MOVE WS-TOTAL-AREAS TO WS-INDICE-AREA
           INITIALIZE WS-AREA(WS-INDICE-AREA)
           MOVE WS-AREA-ENTRADA TO ARE-ID(WS-INDICE-AREA)
           MOVE WS-DESCRIPCION-ENTRADA
               TO ARE-DESCRIPCION(WS-INDICE-AREA).

      *    Reenvios de reparacion del mes: referencias 'E' que
      *    REPARA09 anoto en el inventario con fecha de reenvio en el
      *    mes, atribuidas a la entrada del rechazo original. Se
      *    informan pero no se facturan: los registros reenviados se
      *    facturan cuando se convierten, bajo su archivo de reenvio.
       3000-ACUMULAR-REENVIOS.
           OPEN INPUT ARCH-INVENTARIO
           IF WS-ESTADO-INVENTARIO NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL INVENTARIO DE RECHAZOS: "
               WS-DSN-INVENTARIO "; SIN REENVIOS DE REPARACION"
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-INVENTARIO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF INV-TIPO = 'E'
                               AND INV-FECHA-REENVIO(1:7)
                                   = WS-MES-INFORME
                           PERFORM 3100-ANOTAR-REENVIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-INVENTARIO.

       3100-ANOTAR-REENVIO.
           ADD 1 TO WS-REENVIOS-LEIDOS
           MOVE INV-ORIGEN-DSN TO WS-DSN-BUSQUEDA
           MOVE SPACES TO WS-ID-BUSQUEDA
           PERFORM 2200-BUSCAR-AREA
           MOVE SPACE TO WS-MODO-ENTRADA
           PERFORM 2400-UBICAR-LINEA
           IF WS-INDICE-LINEA = 0
               DISPLAY
               "AVISO, TABLA DEL ESTADO LLENA, SE OMITE EL REENVIO "
               "DE " INV-ORIGEN-DSN
           ELSE
               ADD 1 TO CAR-REENVIOS(WS-INDICE-LINEA)
           END-IF.

      *    Importe por linea: convertidos (o lecturas en modo T) por
      *    la tarifa del modo, mas rechazados por el recargo, cada
      *    uno redondeado al centavo; el area y el total del mes son
      *    la suma de sus lineas.
       4000-VALORIZAR.
           PERFORM VARYING WS-INDICE-LINEA FROM 1 BY 1
                   UNTIL WS-INDICE-LINEA > WS-TOTAL-LINEAS
               EVALUATE CAR-MODO(WS-INDICE-LINEA)
                   WHEN 'D'
                       MOVE WS-TARIFA-D TO CAR-TARIFA(WS-INDICE-LINEA)
                   WHEN 'X'
                       MOVE WS-TARIFA-X TO CAR-TARIFA(WS-INDICE-LINEA)
                   WHEN 'T'
                       MOVE WS-TARIFA-T TO CAR-TARIFA(WS-INDICE-LINEA)
                   WHEN 'B'
                       MOVE WS-TARIFA-B TO CAR-TARIFA(WS-INDICE-LINEA)
                   WHEN OTHER
                       MOVE 0 TO CAR-TARIFA(WS-INDICE-LINEA)
               END-EVALUATE
               COMPUTE CAR-IMPORTE-CONVERSION(WS-INDICE-LINEA) ROUNDED
                   = (CAR-CONVERTIDOS(WS-INDICE-LINEA)
                      + CAR-LECTURAS(WS-INDICE-LINEA))
                   * CAR-TARIFA(WS-INDICE-LINEA)
               COMPUTE CAR-IMPORTE-RECARGO(WS-INDICE-LINEA) ROUNDED =
                   CAR-RECHAZADOS(WS-INDICE-LINEA) * WS-RECARGO-RECHAZO
               COMPUTE CAR-IMPORTE-TOTAL(WS-INDICE-LINEA) =
                   CAR-IMPORTE-CONVERSION(WS-INDICE-LINEA)
                   + CAR-IMPORTE-RECARGO(WS-INDICE-LINEA)

               MOVE CAR-AREA(WS-INDICE-LINEA) TO WS-AREA-ENTRADA
               PERFORM 2450-UBICAR-AREA
               ADD CAR-CORRIDAS(WS-INDICE-LINEA)
                   TO ARE-CORRIDAS(WS-INDICE-AREA) WS-TOT-CORRIDAS
               ADD CAR-LEIDOS(WS-INDICE-LINEA)
                   TO ARE-LEIDOS(WS-INDICE-AREA) WS-TOT-LEIDOS
               ADD CAR-CONVERTIDOS(WS-INDICE-LINEA)
                   TO ARE-CONVERTIDOS(WS-INDICE-AREA)
                      WS-TOT-CONVERTIDOS
               ADD CAR-LECTURAS(WS-INDICE-LINEA)
                   TO ARE-LECTURAS(WS-INDICE-AREA) WS-TOT-LECTURAS
               ADD CAR-RECHAZADOS(WS-INDICE-LINEA)
                   TO ARE-RECHAZADOS(WS-INDICE-AREA) WS-TOT-RECHAZADOS
               ADD CAR-REENVIOS(WS-INDICE-LINEA)
                   TO ARE-REENVIOS(WS-INDICE-AREA) WS-TOT-REENVIOS
               ADD CAR-IMPORTE-CONVERSION(WS-INDICE-LINEA)
                   TO ARE-IMPORTE-CONVERSION(WS-INDICE-AREA)
                      WS-TOT-IMPORTE-CONVERSION
               ADD CAR-IMPORTE-RECARGO(WS-INDICE-LINEA)
                   TO ARE-IMPORTE-RECARGO(WS-INDICE-AREA)
                      WS-TOT-IMPORTE-RECARGO
               ADD CAR-IMPORTE-TOTAL(WS-INDICE-LINEA)
                   TO ARE-IMPORTE-TOTAL(WS-INDICE-AREA)
                      WS-TOT-IMPORTE-TOTAL
           END-PERFORM

      *    El estado cuadra cuando sus corridas, leidos y rechazados
      *    son los del historial del mes y cada registro leido quedo
      *    como convertido, lectura o rechazo.
           IF WS-TOT-CORRIDAS NOT = WS-HIS-ENTRADAS
                   OR WS-TOT-LEIDOS NOT = WS-HIS-LEIDOS
                   OR WS-TOT-RECHAZADOS NOT = WS-HIS-RECHAZADOS
                   OR WS-TOT-CONVERTIDOS + WS-TOT-LECTURAS
                       + WS-TOT-RECHAZADOS < WS-TOT-LEIDOS
               MOVE 'N' TO WS-CUADRA
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF.

       5000-EMITIR-ESTADO.
           OPEN OUTPUT ARCH-ESTADO
           IF WS-ESTADO-ESTADO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL ESTADO DE CARGOS: "
               WS-DSN-ESTADO
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-EMITIR-AREA
               VARYING WS-INDICE-AREA FROM 1 BY 1
               UNTIL WS-INDICE-AREA > WS-TOTAL-AREAS
           PERFORM 5400-EMITIR-CUADRE
           CLOSE ARCH-ESTADO.

       5100-EMITIR-AREA.
           MOVE SPACES TO WS-LINEA-ESTADO
           STRING "ESTADO DE CARGOS DEL SERVICIO DE CONVERSION - MES: "
               WS-MES-INFORME " - EMITIDO: " WS-FECHA-EJECUCION
               " - ID: " WS-ID-EMISION
               DELIMITED BY SIZE INTO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           STRING "AREA: " ARE-ID(WS-INDICE-AREA) " "
               ARE-DESCRIPCION(WS-INDICE-AREA)
               DELIMITED BY SIZE INTO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           PERFORM 5150-ESCRIBIR-TARIFAS
           MOVE ALL "-" TO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "ENTRADA" TO WS-LINEA-ESTADO(1:7)
           MOVE "MODO" TO WS-LINEA-ESTADO(22:4)
           MOVE "CORR" TO WS-LINEA-ESTADO(27:4)
           MOVE "LEIDOS" TO WS-LINEA-ESTADO(35:6)
           MOVE "CONVERT" TO WS-LINEA-ESTADO(44:7)
           MOVE "LECT-TL" TO WS-LINEA-ESTADO(54:7)
           MOVE "RECHAZOS" TO WS-LINEA-ESTADO(63:8)
           MOVE "REENV" TO WS-LINEA-ESTADO(74:5)
           MOVE "TARIFA" TO WS-LINEA-ESTADO(84:6)
           MOVE "IMP-CONV" TO WS-LINEA-ESTADO(95:8)
           MOVE "RECARGO" TO WS-LINEA-ESTADO(111:7)
           MOVE "TOTAL" TO WS-LINEA-ESTADO(128:5)
           PERFORM 5900-ESCRIBIR-ESTADO
           PERFORM VARYING WS-INDICE-LINEA FROM 1 BY 1
                   UNTIL WS-INDICE-LINEA > WS-TOTAL-LINEAS
               IF CAR-AREA(WS-INDICE-LINEA) = ARE-ID(WS-INDICE-AREA)
                   PERFORM 5200-ESCRIBIR-LINEA
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           PERFORM 5300-ESCRIBIR-TOTAL-AREA
           MOVE SPACES TO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO.

       5150-ESCRIBIR-TARIFAS.
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "TARIFAS POR REGISTRO:" TO WS-LINEA-ESTADO(1:21)
           MOVE WS-TARIFA-B TO WS-TARIFA-EDITADA
           MOVE "B" TO WS-LINEA-ESTADO(23:1)
           MOVE WS-TARIFA-EDITADA TO WS-LINEA-ESTADO(25:10)
           MOVE WS-TARIFA-D TO WS-TARIFA-EDITADA
           MOVE "D" TO WS-LINEA-ESTADO(37:1)
           MOVE WS-TARIFA-EDITADA TO WS-LINEA-ESTADO(39:10)
           MOVE WS-TARIFA-X TO WS-TARIFA-EDITADA
           MOVE "X" TO WS-LINEA-ESTADO(51:1)
           MOVE WS-TARIFA-EDITADA TO WS-LINEA-ESTADO(53:10)
           MOVE WS-TARIFA-T TO WS-TARIFA-EDITADA
           MOVE "T" TO WS-LINEA-ESTADO(65:1)
           MOVE WS-TARIFA-EDITADA TO WS-LINEA-ESTADO(67:10)
           MOVE WS-RECARGO-RECHAZO TO WS-TARIFA-EDITADA
           MOVE "RECARGO POR RECHAZO" TO WS-LINEA-ESTADO(79:19)
           MOVE WS-TARIFA-EDITADA TO WS-LINEA-ESTADO(99:10)
           PERFORM 5900-ESCRIBIR-ESTADO.

       5200-ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE CAR-DSN(WS-INDICE-LINEA) TO WS-LINEA-ESTADO(1:20)
           MOVE CAR-MODO(WS-INDICE-LINEA) TO WS-LINEA-ESTADO(23:1)
           MOVE CAR-MODO-SUPUESTO(WS-INDICE-LINEA)
               TO WS-LINEA-ESTADO(24:1)
           MOVE CAR-CORRIDAS(WS-INDICE-LINEA) TO WS-CORRIDAS-EDITADAS
           MOVE WS-CORRIDAS-EDITADAS TO WS-LINEA-ESTADO(26:5)
           MOVE CAR-LEIDOS(WS-INDICE-LINEA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(32:9)
           MOVE CAR-CONVERTIDOS(WS-INDICE-LINEA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(42:9)
           MOVE CAR-LECTURAS(WS-INDICE-LINEA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(52:9)
           MOVE CAR-RECHAZADOS(WS-INDICE-LINEA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(62:9)
           MOVE CAR-REENVIOS(WS-INDICE-LINEA) TO WS-REENVIOS-EDITADOS
           MOVE WS-REENVIOS-EDITADOS TO WS-LINEA-ESTADO(72:7)
           MOVE CAR-TARIFA(WS-INDICE-LINEA) TO WS-TARIFA-EDITADA
           MOVE WS-TARIFA-EDITADA TO WS-LINEA-ESTADO(80:10)
           MOVE CAR-IMPORTE-CONVERSION(WS-INDICE-LINEA)
               TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-ESTADO(91:12)
           MOVE CAR-IMPORTE-RECARGO(WS-INDICE-LINEA)
               TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-ESTADO(106:12)
           MOVE CAR-IMPORTE-TOTAL(WS-INDICE-LINEA)
               TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-ESTADO(121:12)
           PERFORM 5900-ESCRIBIR-ESTADO.

       5300-ESCRIBIR-TOTAL-AREA.
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "TOTAL DEL AREA" TO WS-LINEA-ESTADO(1:14)
           MOVE ARE-CORRIDAS(WS-INDICE-AREA) TO WS-CORRIDAS-EDITADAS
           MOVE WS-CORRIDAS-EDITADAS TO WS-LINEA-ESTADO(26:5)
           MOVE ARE-LEIDOS(WS-INDICE-AREA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(32:9)
           MOVE ARE-CONVERTIDOS(WS-INDICE-AREA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(42:9)
           MOVE ARE-LECTURAS(WS-INDICE-AREA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(52:9)
           MOVE ARE-RECHAZADOS(WS-INDICE-AREA) TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA TO WS-LINEA-ESTADO(62:9)
           MOVE ARE-REENVIOS(WS-INDICE-AREA) TO WS-REENVIOS-EDITADOS
           MOVE WS-REENVIOS-EDITADOS TO WS-LINEA-ESTADO(72:7)
           MOVE ARE-IMPORTE-CONVERSION(WS-INDICE-AREA)
               TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-ESTADO(91:12)
           MOVE ARE-IMPORTE-RECARGO(WS-INDICE-AREA)
               TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-ESTADO(106:12)
           MOVE ARE-IMPORTE-TOTAL(WS-INDICE-AREA)
               TO WS-IMPORTE-EDITADO
           MOVE WS-IMPORTE-EDITADO TO WS-LINEA-ESTADO(121:12)
           PERFORM 5900-ESCRIBIR-ESTADO.

      *    Ultima hoja: total del mes y cuadre contra el historial.
       5400-EMITIR-CUADRE.
           MOVE SPACES TO WS-LINEA-ESTADO
           STRING "RESUMEN DEL MES " WS-MES-INFORME
               " - CUADRE CONTRA EL HISTORIAL " WS-DSN-HISTORIAL
               DELIMITED BY SIZE INTO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE ALL "-" TO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "CONCEPTO" TO WS-LINEA-ESTADO(1:8)
           MOVE "HISTORIAL" TO WS-LINEA-ESTADO(35:9)
           MOVE "ESTADO" TO WS-LINEA-ESTADO(53:6)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "CORRIDAS FACTURADAS" TO WS-LINEA-ESTADO(1:19)
           MOVE WS-HIS-ENTRADAS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(33:11)
           MOVE WS-TOT-CORRIDAS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(48:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "REGISTROS LEIDOS" TO WS-LINEA-ESTADO(1:16)
           MOVE WS-HIS-LEIDOS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(33:11)
           MOVE WS-TOT-LEIDOS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(48:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "REGISTROS RECHAZADOS" TO WS-LINEA-ESTADO(1:20)
           MOVE WS-HIS-RECHAZADOS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(33:11)
           MOVE WS-TOT-RECHAZADOS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(48:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "REGISTROS CONVERTIDOS" TO WS-LINEA-ESTADO(1:21)
           MOVE WS-TOT-CONVERTIDOS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(48:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "LECTURAS DE TELEMETRIA" TO WS-LINEA-ESTADO(1:22)
           MOVE WS-TOT-LECTURAS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(48:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "REENVIOS DE REPARACION" TO WS-LINEA-ESTADO(1:22)
           MOVE WS-TOT-REENVIOS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(48:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "CORRIDAS REVERTIDAS EXCLUIDAS" TO WS-LINEA-ESTADO(1:29)
           MOVE WS-HIS-REVERTIDAS TO WS-CUENTA-EDITADA
           MOVE WS-CUENTA-EDITADA TO WS-LINEA-ESTADO(33:11)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "IMPORTE POR CONVERSION" TO WS-LINEA-ESTADO(1:22)
           MOVE WS-TOT-IMPORTE-CONVERSION TO WS-TOTAL-EDITADO
           MOVE WS-TOTAL-EDITADO TO WS-LINEA-ESTADO(45:14)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "IMPORTE POR RECHAZOS" TO WS-LINEA-ESTADO(1:20)
           MOVE WS-TOT-IMPORTE-RECARGO TO WS-TOTAL-EDITADO
           MOVE WS-TOTAL-EDITADO TO WS-LINEA-ESTADO(45:14)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE SPACES TO WS-LINEA-ESTADO
           MOVE "IMPORTE TOTAL DEL MES" TO WS-LINEA-ESTADO(1:21)
           MOVE WS-TOT-IMPORTE-TOTAL TO WS-TOTAL-EDITADO
           MOVE WS-TOTAL-EDITADO TO WS-LINEA-ESTADO(45:14)
           PERFORM 5900-ESCRIBIR-ESTADO
           MOVE ALL "-" TO WS-LINEA-ESTADO
           PERFORM 5900-ESCRIBIR-ESTADO
           IF WS-MODOS-SUPUESTOS > 0
               MOVE SPACES TO WS-LINEA-ESTADO
               STRING "* MODO NO HALLADO EN LA AUDITORIA, FACTURADO "
                   "CON LA TARIFA B (CORRIDAS: " WS-MODOS-SUPUESTOS ")"
                   DELIMITED BY SIZE INTO WS-LINEA-ESTADO
               PERFORM 5900-ESCRIBIR-ESTADO
           END-IF
           MOVE SPACES TO WS-LINEA-ESTADO
           IF WS-CUADRA = 'S'
               MOVE "VEREDICTO: EL ESTADO CUADRA CON EL HISTORIAL"
                   TO WS-LINEA-ESTADO
           ELSE
               MOVE "VEREDICTO: EL ESTADO NO CUADRA CON EL HISTORIAL"
                   TO WS-LINEA-ESTADO
           END-IF
           PERFORM 5900-ESCRIBIR-ESTADO.

       5900-ESCRIBIR-ESTADO.
           WRITE REG-ESTADO FROM WS-LINEA-ESTADO.

      *    Extracto para el mayor de facturacion, separado por ";":
      *      H;CARGOS09;mes;fecha de emision;id de emision
      *      D;mes;area;entrada;modo;corridas;leidos;convertidos;
      *        lecturas;rechazados;reenvios;tarifa;importe conversion;
      *        importe recargo;importe total
      *      A;mes;area;descripcion;corridas;leidos;convertidos;
      *        lecturas;rechazados;reenvios;importe conversion;
      *        importe recargo;importe total
      *      T;lineas D y A;corridas;leidos;rechazados;importe total;
      *        id de emision
      *    Los importes van con punto decimal y sin signo.
       6000-EMITIR-EXTRACTO.
           OPEN OUTPUT ARCH-EXTRACTO
           IF WS-ESTADO-EXTRACTO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL EXTRACTO DE FACTURACION: "
               WS-DSN-EXTRACTO
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-EXTRACTO
           STRING "H;CARGOS09;" WS-MES-INFORME ";" WS-FECHA-EJECUCION
               ";" WS-ID-EMISION
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           WRITE REG-EXTRACTO FROM WS-LINEA-EXTRACTO
           MOVE 0 TO WS-LINEAS-EXTRACTO
           PERFORM 6100-EXTRACTAR-AREA
               VARYING WS-INDICE-AREA FROM 1 BY 1
               UNTIL WS-INDICE-AREA > WS-TOTAL-AREAS
           MOVE WS-TOT-IMPORTE-TOTAL TO WS-IMPORTE-EXTRACTO
           MOVE SPACES TO WS-LINEA-EXTRACTO
           STRING "T;" WS-LINEAS-EXTRACTO ";" WS-TOT-CORRIDAS ";"
               WS-TOT-LEIDOS ";" WS-TOT-RECHAZADOS ";"
               WS-IMPORTE-EXTRACTO ";" WS-ID-EMISION
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           WRITE REG-EXTRACTO FROM WS-LINEA-EXTRACTO
           CLOSE ARCH-EXTRACTO.

       6100-EXTRACTAR-AREA.
           PERFORM VARYING WS-INDICE-LINEA FROM 1 BY 1
                   UNTIL WS-INDICE-LINEA > WS-TOTAL-LINEAS
               IF CAR-AREA(WS-INDICE-LINEA) = ARE-ID(WS-INDICE-AREA)
                   PERFORM 6200-EXTRACTAR-LINEA
               END-IF
           END-PERFORM
           MOVE ARE-IMPORTE-CONVERSION(WS-INDICE-AREA)
               TO WS-CONVERSION-EXTRACTO
           MOVE ARE-IMPORTE-RECARGO(WS-INDICE-AREA)
               TO WS-RECARGO-EXTRACTO
           MOVE ARE-IMPORTE-TOTAL(WS-INDICE-AREA)
               TO WS-IMPORTE-EXTRACTO
           MOVE SPACES TO WS-LINEA-EXTRACTO
           STRING "A;" WS-MES-INFORME ";" DELIMITED BY SIZE
               ARE-ID(WS-INDICE-AREA) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               ARE-DESCRIPCION(WS-INDICE-AREA) DELIMITED BY "  "
               ";" ARE-CORRIDAS(WS-INDICE-AREA)
               ";" ARE-LEIDOS(WS-INDICE-AREA)
               ";" ARE-CONVERTIDOS(WS-INDICE-AREA)
               ";" ARE-LECTURAS(WS-INDICE-AREA)
               ";" ARE-RECHAZADOS(WS-INDICE-AREA)
               ";" ARE-REENVIOS(WS-INDICE-AREA)
               ";" WS-CONVERSION-EXTRACTO
               ";" WS-RECARGO-EXTRACTO
               ";" WS-IMPORTE-EXTRACTO
               DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM 6300-GRABAR-EXTRACTO.

       6200-EXTRACTAR-LINEA.
           MOVE CAR-TARIFA(WS-INDICE-LINEA) TO WS-TARIFA-EXTRACTO
           MOVE CAR-IMPORTE-CONVERSION(WS-INDICE-LINEA)
               TO WS-CONVERSION-EXTRACTO
           MOVE CAR-IMPORTE-RECARGO(WS-INDICE-LINEA)
               TO WS-RECARGO-EXTRACTO
           MOVE CAR-IMPORTE-TOTAL(WS-INDICE-LINEA)
               TO WS-IMPORTE-EXTRACTO
           MOVE SPACES TO WS-LINEA-EXTRACTO
           STRING "D;" WS-MES-INFORME ";" DELIMITED BY SIZE
               CAR-AREA(WS-INDICE-LINEA) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               CAR-DSN(WS-INDICE-LINEA) DELIMITED BY SPACE
               ";" CAR-MODO(WS-INDICE-LINEA)
               ";" CAR-CORRIDAS(WS-INDICE-LINEA)
               ";" CAR-LEIDOS(WS-INDICE-LINEA)
               ";" CAR-CONVERTIDOS(WS-INDICE-LINEA)
               ";" CAR-LECTURAS(WS-INDICE-LINEA)
               ";" CAR-RECHAZADOS(WS-INDICE-LINEA)
               ";" CAR-REENVIOS(WS-INDICE-LINEA)
               ";" WS-TARIFA-EXTRACTO
               ";" WS-CONVERSION-EXTRACTO
               ";" WS-RECARGO-EXTRACTO
               ";" WS-IMPORTE-EXTRACTO
               DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM 6300-GRABAR-EXTRACTO.

       6300-GRABAR-EXTRACTO.
           WRITE REG-EXTRACTO FROM WS-LINEA-EXTRACTO
           ADD 1 TO WS-LINEAS-EXTRACTO.

       7000-MOSTRAR-RESUMEN.
           DISPLAY "===== ESTADO MENSUAL DE CARGOS ====="
           DISPLAY "MES FACTURADO         : " WS-MES-INFORME
           DISPLAY "ID DE EMISION         : " WS-ID-EMISION
           DISPLAY "AREAS                 : " WS-TOTAL-AREAS
           DISPLAY "LINEAS DEL ESTADO     : " WS-TOTAL-LINEAS
           DISPLAY "CORRIDAS (HISTORIAL)  : " WS-HIS-ENTRADAS
           DISPLAY "CORRIDAS FACTURADAS   : " WS-TOT-CORRIDAS
           DISPLAY "CORRIDAS REVERTIDAS   : " WS-HIS-REVERTIDAS
           DISPLAY "LEIDOS (HISTORIAL)    : " WS-HIS-LEIDOS
           DISPLAY "LEIDOS FACTURADOS     : " WS-TOT-LEIDOS
           DISPLAY "RECHAZADOS (HISTORIAL): " WS-HIS-RECHAZADOS
           DISPLAY "RECHAZADOS FACTURADOS : " WS-TOT-RECHAZADOS
           DISPLAY "REENVIOS DE REPARACION: " WS-REENVIOS-LEIDOS
           MOVE WS-TOT-IMPORTE-TOTAL TO WS-TOTAL-EDITADO
           DISPLAY "IMPORTE TOTAL         : " WS-TOTAL-EDITADO
           DISPLAY "ESTADO                : " WS-DSN-ESTADO
           DISPLAY "EXTRACTO              : " WS-DSN-EXTRACTO
           IF WS-CUADRA = 'S'
               DISPLAY "VEREDICTO             : CUADRA CON EL HISTORIAL"
           ELSE
               DISPLAY
               "VEREDICTO             : NO CUADRA CON EL HISTORIAL"
           END-IF.

       9000-ELEVAR-CODIGO-RETORNO.
           IF WS-CODIGO-NUEVO > RETURN-CODE
               MOVE WS-CODIGO-NUEVO TO RETURN-CODE
           END-IF.

       END PROGRAM CARGOS09.
