      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento y listado del registro de contadores de
      *          telemetria de YOUR-PROGRAM-NAME. Aplica las altas,
      *          cambios, retiros, rehabilitaciones y bajas de un
      *          archivo de movimientos sobre el registro indexado
      *          CONTREG.DAT y emite el listado completo del registro.
      *          El paso de conversion consulta este registro en modo
      *          T: rechaza los contadores desconocidos o retirados y
      *          marca EXCESO los deltas que superan el maximo diario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTMAN09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-CONTADORES ASSIGN TO DYNAMIC WS-DSN-CONTADORES
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CNT-ID
               FILE STATUS IS WS-ESTADO-CONTADORES.
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
      *    Registro de contadores de telemetria, indexado por el
      *    identificador del contador (cols 1-12 del registro de
      *    entrada en modo T):
      *      CNT-REMITENTE     sitio o feed propietario del contador
      *      CNT-UNIDAD        unidad de medida de la lectura
      *      CNT-ESTADO        A activo, R retirado
      *      CNT-DELTA-MAXIMO  delta maximo plausible por dia; cero =
      *                        sin limite
       FD  ARCH-CONTADORES.
       01  REG-CONTADOR.
           05 CNT-ID PIC X(12).
           05 CNT-REMITENTE PIC X(8).
           05 CNT-UNIDAD PIC X(8).
           05 CNT-ESTADO PIC X.
           05 CNT-DELTA-MAXIMO PIC 9(20).
           05 CNT-FECHA-ALTA PIC X(10).
           05 CNT-FECHA-MODIF PIC X(10).
           05 CNT-DESCRIPCION PIC X(30).
       FD  ARCH-MOVIMIENTOS.
       01  REG-MOVIMIENTO PIC X(90).
       FD  ARCH-LISTADO.
       01  REG-LISTADO PIC X(120).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       WORKING-STORAGE SECTION.
      *    Parametros del mantenimiento, un registro opcional:
      *      cols  1-20  registro de contadores (blanco = CONTREG.DAT)
      *      cols 21-40  movimientos (blanco = CNTMOV.DAT)
      *      cols 41-60  listado del registro (blanco = CNTLIST.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "CNTPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-CONTADORES PIC X(20) VALUE "CONTREG.DAT".
       01 WS-ESTADO-CONTADORES PIC X(2).
      *    Movimientos, uno por linea:
      *      col   1     accion: A alta, C cambio de datos, R retiro,
      *                  H rehabilitacion de un retirado, E baja fisica
      *                  (solo para corregir un alta equivocada)
      *      cols  3-14  identificador del contador
      *      cols 16-23  sitio o feed propietario
      *      cols 25-32  unidad de medida
      *      cols 34-53  delta maximo por dia (20 digitos)
      *      cols 55-84  descripcion
      *    En un cambio los campos en blanco conservan el valor
      *    registrado; en un alta el delta en blanco queda en cero.
       01 WS-DSN-MOVIMIENTOS PIC X(20) VALUE "CNTMOV.DAT".
       01 WS-ESTADO-MOVIMIENTOS PIC X(2).
       01 WS-LINEA-MOVIMIENTO PIC X(90).
       01 WS-DSN-LISTADO PIC X(20) VALUE "CNTLIST.DAT".
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
       01 WS-EXISTE-CONTADOR PIC X VALUE 'N'.
       01 WS-MOTIVO-MOVIMIENTO PIC X(40) VALUE SPACES.
       01 WS-CONTADOR-MOVIMIENTOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-APLICADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ERRONEOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-LISTADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ACTIVOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-RETIRADOS PIC 9(6) VALUE 0.
       01 WS-DELTA-EDITADO PIC Z(19)9.
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
               CLOSE ARCH-CONTADORES
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
                   "); EL MANTENIMIENTO DE CONTADORES NO ARRANCA"
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
                               TO WS-DSN-CONTADORES
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
           OPEN I-O ARCH-CONTADORES
           IF WS-ESTADO-CONTADORES NOT = "00"
               OPEN OUTPUT ARCH-CONTADORES
               IF WS-ESTADO-CONTADORES = "00"
                   CLOSE ARCH-CONTADORES
                   OPEN I-O ARCH-CONTADORES
               END-IF
           END-IF
           IF WS-ESTADO-CONTADORES = "00"
               MOVE 'S' TO WS-REGISTRO-ABIERTO
           ELSE
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL REGISTRO DE CONTADORES: "
               WS-DSN-CONTADORES " (ESTADO " WS-ESTADO-CONTADORES ")"
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
           IF WS-LINEA-MOVIMIENTO(3:12) = SPACES
               MOVE "FALTA EL IDENTIFICADOR DEL CONTADOR"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               IF WS-LINEA-MOVIMIENTO(34:20) NOT = SPACES
                       AND WS-LINEA-MOVIMIENTO(34:20) IS NOT NUMERIC
                   MOVE "DELTA MAXIMO NO NUMERICO"
                       TO WS-MOTIVO-MOVIMIENTO
               END-IF
           END-IF

           IF WS-MOTIVO-MOVIMIENTO = SPACES
               MOVE WS-LINEA-MOVIMIENTO(3:12) TO CNT-ID
               MOVE 'S' TO WS-EXISTE-CONTADOR
               READ ARCH-CONTADORES
                   INVALID KEY
                       MOVE 'N' TO WS-EXISTE-CONTADOR
               END-READ
               EVALUATE WS-LINEA-MOVIMIENTO(1:1)
                   WHEN 'A'
                       PERFORM 1200-ALTA-CONTADOR
                   WHEN 'C'
                       PERFORM 1300-CAMBIO-CONTADOR
                   WHEN 'R'
                   WHEN 'H'
                       PERFORM 1400-CAMBIAR-ESTADO
                   WHEN 'E'
                       PERFORM 1500-BAJA-CONTADOR
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
               WS-LINEA-MOVIMIENTO(3:12) ") NO APLICADO: "
               WS-MOTIVO-MOVIMIENTO
           END-IF.

       1200-ALTA-CONTADOR.
           IF WS-EXISTE-CONTADOR = 'S'
               MOVE "EL CONTADOR YA ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               MOVE WS-LINEA-MOVIMIENTO(3:12) TO CNT-ID
               MOVE WS-LINEA-MOVIMIENTO(16:8) TO CNT-REMITENTE
               MOVE WS-LINEA-MOVIMIENTO(25:8) TO CNT-UNIDAD
               MOVE 'A' TO CNT-ESTADO
               IF WS-LINEA-MOVIMIENTO(34:20) IS NUMERIC
                   MOVE WS-LINEA-MOVIMIENTO(34:20) TO CNT-DELTA-MAXIMO
               ELSE
                   MOVE 0 TO CNT-DELTA-MAXIMO
               END-IF
               MOVE WS-FECHA-EJECUCION TO CNT-FECHA-ALTA
               MOVE WS-FECHA-EJECUCION TO CNT-FECHA-MODIF
               MOVE WS-LINEA-MOVIMIENTO(55:30) TO CNT-DESCRIPCION
               WRITE REG-CONTADOR
                   INVALID KEY
                       MOVE "NO SE PUDO GRABAR EL ALTA"
                           TO WS-MOTIVO-MOVIMIENTO
               END-WRITE
           END-IF.

       1300-CAMBIO-CONTADOR.
           IF WS-EXISTE-CONTADOR NOT = 'S'
               MOVE "EL CONTADOR NO ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               IF WS-LINEA-MOVIMIENTO(16:8) NOT = SPACES
                   MOVE WS-LINEA-MOVIMIENTO(16:8) TO CNT-REMITENTE
               END-IF
               IF WS-LINEA-MOVIMIENTO(25:8) NOT = SPACES
                   MOVE WS-LINEA-MOVIMIENTO(25:8) TO CNT-UNIDAD
               END-IF
               IF WS-LINEA-MOVIMIENTO(34:20) IS NUMERIC
                   MOVE WS-LINEA-MOVIMIENTO(34:20) TO CNT-DELTA-MAXIMO
               END-IF
               IF WS-LINEA-MOVIMIENTO(55:30) NOT = SPACES
                   MOVE WS-LINEA-MOVIMIENTO(55:30) TO CNT-DESCRIPCION
               END-IF
               MOVE WS-FECHA-EJECUCION TO CNT-FECHA-MODIF
               REWRITE REG-CONTADOR
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR EL CONTADOR"
                           TO WS-MOTIVO-MOVIMIENTO
               END-REWRITE
           END-IF.

      *    Un contador retirado queda en el registro (la conversion lo
      *    rechaza con su propio codigo) hasta que se lo rehabilite.
       1400-CAMBIAR-ESTADO.
           IF WS-EXISTE-CONTADOR NOT = 'S'
               MOVE "EL CONTADOR NO ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               IF WS-LINEA-MOVIMIENTO(1:1) = 'R'
                   MOVE 'R' TO CNT-ESTADO
               ELSE
                   MOVE 'A' TO CNT-ESTADO
               END-IF
               MOVE WS-FECHA-EJECUCION TO CNT-FECHA-MODIF
               REWRITE REG-CONTADOR
                   INVALID KEY
                       MOVE "NO SE PUDO REGRABAR EL CONTADOR"
                           TO WS-MOTIVO-MOVIMIENTO
               END-REWRITE
           END-IF.

       1500-BAJA-CONTADOR.
           IF WS-EXISTE-CONTADOR NOT = 'S'
               MOVE "EL CONTADOR NO ESTA REGISTRADO"
                   TO WS-MOTIVO-MOVIMIENTO
           ELSE
               DELETE ARCH-CONTADORES
                   INVALID KEY
                       MOVE "NO SE PUDO BORRAR EL CONTADOR"
                           TO WS-MOTIVO-MOVIMIENTO
               END-DELETE
           END-IF.

       2000-EMITIR-LISTADO.
           OPEN OUTPUT ARCH-LISTADO
           IF WS-ESTADO-LISTADO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL LISTADO DE CONTADORES: "
               WS-DSN-LISTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-LINEA-LISTADO
               STRING "REGISTRO DE CONTADORES DE TELEMETRIA - FECHA: "
                   WS-FECHA-EJECUCION
                   DELIMITED BY SIZE INTO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               MOVE ALL "-" TO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               MOVE "CONTADOR     REMITEN  UNIDAD   E" TO
                   WS-LINEA-LISTADO
               MOVE "DELTA MAXIMO/DIA" TO WS-LINEA-LISTADO(39:16)
               MOVE "ALTA       MODIF.     DESCRIPCION"
                   TO WS-LINEA-LISTADO(57:32)
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO

               MOVE LOW-VALUES TO CNT-ID
               START ARCH-CONTADORES KEY IS >= CNT-ID
                   INVALID KEY
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   READ ARCH-CONTADORES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM 2100-LISTAR-CONTADOR
                   END-READ
               END-PERFORM

               MOVE ALL "-" TO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               MOVE SPACES TO WS-LINEA-LISTADO
               STRING "CONTADORES: " WS-CONTADOR-LISTADOS
                   " ACTIVOS: " WS-CONTADOR-ACTIVOS
                   " RETIRADOS: " WS-CONTADOR-RETIRADOS
                   DELIMITED BY SIZE INTO WS-LINEA-LISTADO
               WRITE REG-LISTADO FROM WS-LINEA-LISTADO
               CLOSE ARCH-LISTADO
           END-IF.

      *    Un delta maximo en cero se lista como SIN LIMITE.
       2100-LISTAR-CONTADOR.
           ADD 1 TO WS-CONTADOR-LISTADOS
           IF CNT-ESTADO = 'R'
               ADD 1 TO WS-CONTADOR-RETIRADOS
           ELSE
               ADD 1 TO WS-CONTADOR-ACTIVOS
           END-IF
           MOVE SPACES TO WS-LINEA-LISTADO
           MOVE CNT-ID TO WS-LINEA-LISTADO(1:12)
           MOVE CNT-REMITENTE TO WS-LINEA-LISTADO(14:8)
           MOVE CNT-UNIDAD TO WS-LINEA-LISTADO(23:8)
           MOVE CNT-ESTADO TO WS-LINEA-LISTADO(32:1)
           IF CNT-DELTA-MAXIMO = 0
               MOVE "SIN LIMITE" TO WS-LINEA-LISTADO(45:10)
           ELSE
               MOVE CNT-DELTA-MAXIMO TO WS-DELTA-EDITADO
               MOVE WS-DELTA-EDITADO TO WS-LINEA-LISTADO(35:20)
           END-IF
           MOVE CNT-FECHA-ALTA TO WS-LINEA-LISTADO(57:10)
           MOVE CNT-FECHA-MODIF TO WS-LINEA-LISTADO(68:10)
           MOVE CNT-DESCRIPCION TO WS-LINEA-LISTADO(79:30)
           WRITE REG-LISTADO FROM WS-LINEA-LISTADO.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== MANTENIMIENTO DE CONTADORES ====="
           DISPLAY "MOVIMIENTOS LEIDOS    : " WS-CONTADOR-MOVIMIENTOS
           DISPLAY "MOVIMIENTOS APLICADOS : " WS-CONTADOR-APLICADOS
           DISPLAY "MOVIMIENTOS ERRONEOS  : " WS-CONTADOR-ERRONEOS
           DISPLAY "CONTADORES REGISTRADOS: " WS-CONTADOR-LISTADOS
               " (ACTIVOS " WS-CONTADOR-ACTIVOS
               ", RETIRADOS " WS-CONTADOR-RETIRADOS ")"
           DISPLAY "LISTADO EMITIDO EN    : " WS-DSN-LISTADO.

       END PROGRAM CNTMAN09.
