      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento y listado del registro de remitentes de
      *          YOUR-PROGRAM-NAME. Aplica las altas, cambios, retiros,
      *          rehabilitaciones y bajas de un archivo de movimientos
      *          sobre las definiciones del registro indexado
      *          REMITEN.DAT (dias de entrega esperados de cada feed)
      *          y emite el listado del registro con las entregas
      *          recibidas de cada remitente. Las entregas las graban
      *          el paso de conversion y FUSARC09; este programa no las
      *          modifica. REMFAL09 usa las definiciones para informar
      *          los feeds esperados que no llegaron.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMMAN09.
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
           SELECT ARCH-MOVIMIENTOS ASSIGN TO DYNAMIC WS-DSN-MOVIMIENTOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MOVIMIENTOS.
           SELECT ARCH-LISTADO ASSIGN TO DYNAMIC WS-DSN-LISTADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTADO.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
      *    Registro de remitentes, indexado por remitente + fecha de
      *    negocio del "*HDR". Dos tipos de registro:
      *      REM-TIPO 'F'  definicion del feed, con la fecha de
      *                    negocio en blanco (queda primera en la
      *                    clave, antes de sus entregas)
      *        REM-DIAS-ENTREGA  un byte por dia de la semana, de
      *                          lunes a domingo: 'S' se espera
      *                          entrega, 'N' no
      *        REM-ESTADO        A activo, R retirado (no se informa
      *                          como faltante)
      *      REM-TIPO 'E'  entrega procesada del remitente y fecha
      *        REM-ID-CORRIDA    id de la corrida que la proceso
      *        REM-RECARGAS      veces que se volvio a procesar con
      *                          la marca de recarga del CONTROL
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
       FD  ARCH-MOVIMIENTOS.
       01  REG-MOVIMIENTO PIC X(80).
       FD  ARCH-LISTADO.
       01  REG-LISTADO PIC X(120).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       WORKING-STORAGE SECTION.
      *    Parametros del mantenimiento, un registro opcional:
      *      cols  1-20  registro de remitentes (blanco = REMITEN.DAT)
      *      cols 21-40  movimientos (blanco = REMMOV.DAT)
      *      cols 41-60  listado del registro (blanco = REMLIST.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "REMPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-REMITENTES PIC X(20) VALUE "REMITEN.DAT".
       01 WS-ESTADO-REMITENTES PIC X(2).
      *    Movimientos, uno por linea:
      *      col   1     accion: A alta, C cambio de datos, R retiro,
      *                  H rehabilitacion de un retirado, E baja fisica
      *                  de la definicion (sus entregas se conservan)
      *      cols  3-10  identificador del remitente (el del "*HDR")
      *      cols 12-18  dias de entrega de lunes a domingo, 'S' o 'N'
      *      cols 20-49  descripcion
      *    En un cambio los campos en blanco conservan el valor
      *    registrado; en un alta los dias en blanco quedan de lunes
      *    a viernes (SSSSSNN).
       01 WS-DSN-MOVIMIENTOS PIC X(20) VALUE "REMMOV.DAT".
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-LINEA-MOVIMIENTO PIC X(80).
       01 WS-DIAS-OMISION PIC X(7) VALUE "SSSSSNN".
       01 WS-DSN-LISTADO PIC X(20) VALUE "REMLIST.DAT".
       01 WS-ESTADO-LISTADO PIC X(2).
       01 WS-LINEA-LISTADO PIC X(120).
      *    Mismo candado de corrida que el paso de conversion: con
      *    una conversion en curso el registro esta en uso y el
      *    mantenimiento se niega a arrancar con codigo 20.
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-CANDADO-ACTIVO PIC X VALUE 'N'.
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-REGISTRO-ABIERTO PIC X VALUE 'N'.
       01 WS-EXISTE-REMITENTE PIC X VALUE 'N'.
       01 WS-MOTIVO-MOVIMIENTO PIC X(40) VALUE SPACES.
       01 WS-CANTIDAD-DIAS PIC 9(2) VALUE 0.
       01 WS-CONTADOR-MOVIMIENTOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-APLICADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ERRONEOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-LISTADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ACTIVOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-RETIRADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-NO-REGISTRADOS PIC 9(6) VALUE 0.
      *    Corte por remitente del listado: la definicion y la ultima
      *    entrega del remitente en curso.
       01 WS-HAY-REMITENTE PIC X VALUE 'N'.
       01 WS-REMITENTE-ACTUAL PIC X(8) VALUE SPACES.
       01 WS-HAY-DEFINICION PIC X VALUE 'N'.
       01 WS-DEFINICION-ACTUAL PIC X(100) VALUE SPACES.
       01 WS-DEFINICION-VISTA REDEFINES WS-DEFINICION-ACTUAL.
          05 WS-DEF-DIAS PIC X(7).
          05 WS-DEF-ESTADO PIC X.
          05 WS-DEF-FECHA-ALTA PIC X(10).
          05 WS-DEF-FECHA-MODIF PIC X(10).
          05 WS-DEF-DESCRIPCION PIC X(30).
          05 FILLER PIC X(42).
       01 WS-ENTREGAS-REMITENTE PIC 9(6) VALUE 0.
       01 WS-ULTIMA-FECHA PIC X(10) VALUE SPACES.
       01 WS-ULTIMA-CORRIDA PIC X(15) VALUE SPACES.
       01 WS-LETRAS-DIAS PIC X(7) VALUE "LMXJVSD".
       01 WS-DIAS-EDITADOS PIC X(7).
       01 WS-INDICE-DIA PIC 9(1).
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
           PERFORM 0200-ABRIR-REGISTRO.

           IF WS-REGISTRO-ABIERTO = 'S'
               PERFORM 1000-APLICAR-MOVIMIENTOS
               PERFORM 2000-EMITIR-LISTADO
               CLOSE ARCH-REMITENTES
               PERFORM 3000-REPORTAR-RESULTADO
               IF WS-CONTADOR-ERRONEOS > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

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
                   "); EL MANTENIMIENTO DE REMITENTES NO ARRANCA"
               END-IF
           END-IF.

      *    Sin archivo de parametros se trabaja con los nombres por
      *    defecto.
       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LINEA-PARM(1:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(1:20)
                               TO WS-DSN-REMITENTES
                       END-IF
                       IF WS-LINEA-PARM(21:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(21:20)
                               TO WS-DSN-MOVIMIENTOS
                       END-IF
                       IF WS-LINEA-PARM(41:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(41:20)
                               TO WS-DSN-LISTADO
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF.

      *    El primer mantenimiento crea el registro vacio, igual que
      *    la conversion crea el maestro la primera vez.
       0200-ABRIR-REGISTRO.
           MOVE 'N' TO WS-REGISTRO-ABIERTO
           OPEN I-O ARCH-REMITENTES
           IF WS-ESTADO-REMITENTES NOT = "00"
               OPEN OUTPUT ARCH-REMITENTES
               IF WS-ESTADO-REMITENTES = "00"
                   CLOSE ARCH-REMITENTES
                   OPEN I-O ARCH-REMITENTES
               END-IF
           END-IF
           IF WS-ESTADO-REMITENTES = "00"
               MOVE 'S' TO WS-REGISTRO-ABIERTO
           ELSE
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL REGISTRO DE REMITENTES: "
               WS-DSN-REMITENTES " (ESTADO " WS-ESTADO-REMITENTES ")"
           END-IF.

      *    Sin archivo de movimientos el paso solo emite el listado.
       1000-APLICAR-MOVIMIENTOS.
           OPEN INPUT ARCH-MOVIMIENTOS
           IF WS-ESTADO-MOVIMIENTOS NOT = "00"
               DISPLAY
               "AVISO, NO HAY MOVIMIENTOS EN " WS-DSN-MOVIMIENTOS
               "; SOLO SE EMITE EL LISTADO"
           ELSE
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   READ ARCH-MOVIMIENTOS INTO WS-LINEA-MOVIMIENTO
                       AT END
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-LINEA-MOVIMIENTO NOT = SPACES
                               ADD 1 TO WS-CONTADOR-MOVIMIENTOS
                               PERFORM 1100-APLICAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-MOVIMIENTOS
           END-IF.

       1100-APLICAR-MOVIMIENTO.
           MOVE SPACES TO WS-MOTIVO-MOVIMIENTO
           IF WS-LINEA-MOVIMIENTO(3:8) = SPACES
               MOVE "FALTA EL IDENTIFICADOR DEL REMITENTE"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               IF WS-LINEA-MOVIMIENTO(12:7) NOT = SPACES
                   MOVE 0 TO WS-CANTIDAD-DIAS
                   INSPECT WS-LINEA-MOVIMIENTO(12:7)
                       TALLYING WS-CANTIDAD-DIAS FOR ALL 'S' ALL 'N'
                   IF WS-CANTIDAD-DIAS NOT = 7
                       MOVE "DIAS DE ENTREGA: 7 VALORES S O N"
                           TO WS-MOTIVO-MOVIMIENTO
                   END-IF
               END-IF
           END-IF

           IF WS-MOTIVO-MOVIMIENTO = SPACES
               MOVE WS-LINEA-MOVIMIENTO(3:8) TO REM-ID
               MOVE SPACES TO REM-FECHA-NEGOCIO
               MOVE 'S' TO WS-EXISTE-REMITENTE
               READ ARCH-REMITENTES
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE-REMITENTE
               END-READ
               EVALUATE WS-LINEA-MOVIMIENTO(1:1)
                   WHEN 'A'
                       PERFORM 1200-ALTA-REMITENTE
                   WHEN 'C'
                       PERFORM 1300-CAMBIO-REMITENTE
                   WHEN 'R'
                   WHEN 'H'
                       PERFORM 1400-CAMBIAR-ESTADO
                   WHEN 'E'
                       PERFORM 1500-BAJA-REMITENTE
                   WHEN OTHER
                       MOVE "ACCION NO VALIDA (A/C/R/H/E)"
                           TO WS-MOTIVO-MOVIMIENTO
               END-EVALUATE
           END-IF

           IF WS-MOTIVO-MOVIMIENTO = SPACES
               ADD 1 TO WS-CONTADOR-APLICADOS
           ELSE
               ADD 1 TO WS-CONTADOR-ERRONEOS
               DISPLAY
               "AVISO, MOVIMIENTO " WS-CONTADOR-MOVIMIENTOS " ("
               WS-LINEA-MOVIMIENTO(1:1) " "
               WS-LINEA-MOVIMIENTO(3:8) ") NO APLICADO: "
               WS-MOTIVO-MOVIMIENTO
           END-IF.

       1200-ALTA-REMITENTE.
           IF WS-EXISTE-REMITENTE = 'S'
               MOVE "EL REMITENTE YA ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               MOVE WS-LINEA-MOVIMIENTO(3:8) TO REM-ID
               MOVE SPACES TO REM-FECHA-NEGOCIO
               MOVE 'F' TO REM-TIPO
               MOVE SPACES TO REM-DATOS
               IF WS-LINEA-MOVIMIENTO(12:7) = SPACES
                   MOVE WS-DIAS-OMISION TO REM-DIAS-ENTREGA
               ELSE
                   MOVE WS-LINEA-MOVIMIENTO(12:7) TO REM-DIAS-ENTREGA
               END-IF
               MOVE 'A' TO REM-ESTADO
               MOVE WS-FECHA-EJECUCION TO REM-FECHA-ALTA
               MOVE WS-FECHA-EJECUCION TO REM-FECHA-MODIF
               MOVE WS-LINEA-MOVIMIENTO(20:30) TO REM-DESCRIPCION
               WRITE REG-REMITENTE
                   INVALID KEY
                       MOVE "NO SE PUDO GRABAR EL ALTA"
                           TO WS-MOTIVO-MOVIMIENTO
               END-WRITE
           END-IF.

       1300-CAMBIO-REMITENTE.
           IF WS-EXISTE-REMITENTE NOT = 'S'
               MOVE "EL REMITENTE NO ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               IF WS-LINEA-MOVIMIENTO(12:7) NOT = SPACES
                   MOVE WS-LINEA-MOVIMIENTO(12:7) TO REM-DIAS-ENTREGA
               END-IF
               IF WS-LINEA-MOVIMIENTO(20:30) NOT = SPACES
                   MOVE WS-LINEA-MOVIMIENTO(20:30) TO REM-DESCRIPCION
               END-IF
               MOVE WS-FECHA-EJECUCION TO REM-FECHA-MODIF
               REWRITE REG-REMITENTE
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR EL REMITENTE"
                           TO WS-MOTIVO-MOVIMIENTO
               END-REWRITE
           END-IF.

      *    Un remitente retirado queda en el registro (sus entregas se
      *    siguen controlando por duplicado) pero REMFAL09 deja de
      *    informarlo como faltante hasta que se lo rehabilite.
       1400-CAMBIAR-ESTADO.
           IF WS-EXISTE-REMITENTE NOT = 'S'
               MOVE "EL REMITENTE NO ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               IF WS-LINEA-MOVIMIENTO(1:1) = 'R'
                   MOVE 'R' TO REM-ESTADO
               ELSE
                   MOVE 'A' TO REM-ESTADO
               END-IF
               MOVE WS-FECHA-EJECUCION TO REM-FECHA-MODIF
               REWRITE REG-REMITENTE
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR EL REMITENTE"
                           TO WS-MOTIVO-MOVIMIENTO
               END-REWRITE
           END-IF.

       1500-BAJA-REMITENTE.
           IF WS-EXISTE-REMITENTE NOT = 'S'
               MOVE "EL REMITENTE NO ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               DELETE ARCH-REMITENTES
                   INVALID KEY
                       MOVE "NO SE PUDO BORRAR EL REMITENTE"
                           TO WS-MOTIVO-MOVIMIENTO
               END-DELETE
           END-IF.

      *    El registro se recorre en orden de clave: la definicion de
      *    cada remitente llega antes que sus entregas, y las entregas
      *    por fecha de negocio, asi la ultima leida es la mas nueva.
       2000-EMITIR-LISTADO.
           OPEN OUTPUT ARCH-LISTADO
           IF WS-ESTADO-LISTADO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL LISTADO DE REMITENTES: "
               WS-DSN-LISTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-LINEA-LISTADO
               STRING "REGISTRO DE REMITENTES - FECHA: "
                   WS-FECHA-EJECUCION
                   "   DIAS DE ENTREGA: LUNES A DOMINGO (LMXJVSD)"
                   DELIMITED BY SIZE INTO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               MOVE ALL "-" TO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               MOVE "REMITEN  DIAS    E ALTA       MODIF." TO
                   WS-LINEA-LISTADO
               MOVE "DESCRIPCION" TO WS-LINEA-LISTADO(42:11)
               MOVE "ENTREG ULTIMA FEC CORRIDA"
                   TO WS-LINEA-LISTADO(73:25)
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO

               MOVE 'N' TO WS-HAY-REMITENTE
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
                           PERFORM 2050-ACUMULAR-REMITENTE
                   END-READ
               END-PERFORM
               IF WS-HAY-REMITENTE = 'S'
                   PERFORM 2100-LISTAR-REMITENTE
               END-IF

               MOVE ALL "-" TO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               MOVE SPACES TO WS-LINEA-LISTADO
               STRING "REMITENTES: " WS-CONTADOR-LISTADOS
                   " ACTIVOS: " WS-CONTADOR-ACTIVOS
                   " RETIRADOS: " WS-CONTADOR-RETIRADOS
                   " NO REGISTRADOS: " WS-CONTADOR-NO-REGISTRADOS
                   DELIMITED BY SIZE INTO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               CLOSE ARCH-LISTADO
           END-IF.

       2050-ACUMULAR-REMITENTE.
           IF WS-HAY-REMITENTE = 'S'
                   AND REM-ID NOT = WS-REMITENTE-ACTUAL
               PERFORM 2100-LISTAR-REMITENTE
           END-IF
           IF WS-HAY-REMITENTE NOT = 'S'
               MOVE 'S' TO WS-HAY-REMITENTE
               MOVE REM-ID TO WS-REMITENTE-ACTUAL
               MOVE 'N' TO WS-HAY-DEFINICION
               MOVE SPACES TO WS-DEFINICION-ACTUAL
               MOVE 0 TO WS-ENTREGAS-REMITENTE
               MOVE SPACES TO WS-ULTIMA-FECHA
               MOVE SPACES TO WS-ULTIMA-CORRIDA
           END-IF
           IF REM-TIPO = 'E'
               ADD 1 TO WS-ENTREGAS-REMITENTE
               MOVE REM-FECHA-NEGOCIO TO WS-ULTIMA-FECHA
               MOVE REM-ID-CORRIDA TO WS-ULTIMA-CORRIDA
           ELSE
               MOVE 'S' TO WS-HAY-DEFINICION
               MOVE REM-DATOS TO WS-DEFINICION-ACTUAL
           END-IF.

      *    Un remitente con entregas y sin definicion (dado de baja o
      *    nunca dado de alta) se lista como NO REGISTRADO.
       2100-LISTAR-REMITENTE.
           ADD 1 TO WS-CONTADOR-LISTADOS
           MOVE SPACES TO WS-LINEA-LISTADO
           MOVE WS-REMITENTE-ACTUAL TO WS-LINEA-LISTADO(1:8)
           IF WS-HAY-DEFINICION = 'S'
               IF WS-DEF-ESTADO = 'R'
                   ADD 1 TO WS-CONTADOR-RETIRADOS
               ELSE
                   ADD 1 TO WS-CONTADOR-ACTIVOS
               END-IF
               MOVE ALL "-" TO WS-DIAS-EDITADOS
               PERFORM VARYING WS-INDICE-DIA FROM 1 BY 1
                       UNTIL WS-INDICE-DIA > 7
                   IF WS-DEF-DIAS(WS-INDICE-DIA:1) = 'S'
                       MOVE WS-LETRAS-DIAS(WS-INDICE-DIA:1)
                           TO WS-DIAS-EDITADOS(WS-INDICE-DIA:1)
                   END-IF
               END-PERFORM
               MOVE WS-DIAS-EDITADOS TO WS-LINEA-LISTADO(10:7)
               MOVE WS-DEF-ESTADO TO WS-LINEA-LISTADO(18:1)
               MOVE WS-DEF-FECHA-ALTA TO WS-LINEA-LISTADO(20:10)
               MOVE WS-DEF-FECHA-MODIF TO WS-LINEA-LISTADO(31:10)
               MOVE WS-DEF-DESCRIPCION TO WS-LINEA-LISTADO(42:30)
           ELSE
               ADD 1 TO WS-CONTADOR-NO-REGISTRADOS
               MOVE "NO REGISTRADO" TO WS-LINEA-LISTADO(42:13)
           END-IF
           MOVE WS-ENTREGAS-REMITENTE TO WS-LINEA-LISTADO(73:6)
           MOVE WS-ULTIMA-FECHA TO WS-LINEA-LISTADO(80:10)
           MOVE WS-ULTIMA-CORRIDA TO WS-LINEA-LISTADO(91:15)
           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
           MOVE 'N' TO WS-HAY-REMITENTE.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== MANTENIMIENTO DE REMITENTES ====="
           DISPLAY "MOVIMIENTOS LEIDOS    : " WS-CONTADOR-MOVIMIENTOS
           DISPLAY "MOVIMIENTOS APLICADOS : " WS-CONTADOR-APLICADOS
           DISPLAY "MOVIMIENTOS ERRONEOS  : " WS-CONTADOR-ERRONEOS
           DISPLAY "REMITENTES LISTADOS   : " WS-CONTADOR-LISTADOS
               " (ACTIVOS " WS-CONTADOR-ACTIVOS
               ", RETIRADOS " WS-CONTADOR-RETIRADOS
               ", NO REGISTRADOS " WS-CONTADOR-NO-REGISTRADOS ")"
           DISPLAY "LISTADO EMITIDO EN    : " WS-DSN-LISTADO.

       END PROGRAM REMMAN09.
