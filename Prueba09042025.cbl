               ACCESS MODE RANDOM
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT ARCH-CUARENTENA ASSIGN TO DYNAMIC WS-DSN-CUARENTENA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CUARENTENA.
           SELECT ARCH-CONTADORES ASSIGN TO DYNAMIC WS-DSN-CONTADORES
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CNT-ID
               FILE STATUS IS WS-ESTADO-CONTADORES.
           SELECT ARCH-REMITENTES ASSIGN TO DYNAMIC WS-DSN-REMITENTES
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS REM-CLAVE
               FILE STATUS IS WS-ESTADO-REMITENTES.
           SELECT ARCH-TIEMPOS ASSIGN TO DYNAMIC WS-DSN-TIEMPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIEMPOS.
           SELECT ARCH-FERIADOS ASSIGN TO DYNAMIC WS-DSN-FERIADOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
           SELECT ARCH-DIARIO ASSIGN TO DYNAMIC WS-DSN-DIARIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-ENTRADA.
       FD  ARCH-AUDITORIA.
       01  REG-AUDITORIA PIC X(150).
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
       FD  ARCH-CHECKPOINT.
       01  REG-CHECKPOINT PIC X(120).
       FD  ARCH-RESUMEN.
           05 MST-PRIMERA-FECHA PIC X(10).
           05 MST-ULTIMA-FECHA PIC X(10).
           05 MST-CONTADOR PIC 9(7).
      *    Lista de claves del maestro en cuarentena, grabada por
      *    VERMAE09.
       FD  ARCH-CUARENTENA.
       01  REG-CUARENTENA PIC X(80).
      *    Mismo layout que el registro de contadores de CNTMAN09
      *    (clave = identificador del contador).
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
      *    Mismo layout que el registro de remitentes de REMMAN09
      *    (clave = remitente + fecha de negocio; la fecha en blanco
      *    es la definicion del remitente, con fecha es una entrega).
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
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO PIC X(130).
       FD  ARCH-FERIADOS.
       01  REG-FERIADO PIC X(80).
       FD  ARCH-DIARIO.
       01  REG-DIARIO PIC X(240).
       WORKING-STORAGE SECTION.
       01 WS-DSN-ENTRADA PIC X(20) VALUE "ARCHENT.DAT".
       01 WS-ESTADO-ENTRADA PIC X(2).
       01 BINARIO-SALIDA PIC X(32).
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-HAY-CONTROL PIC X VALUE 'N'.
       01 WS-DSN-CHECKPOINT PIC X(20) VALUE "CHECKPOINT.DAT".
       01 WS-ESTADO-CHECKPOINT PIC X(2).
       01 WS-SOLICITUD-ACTUAL PIC 9(3) VALUE 0.
       01 WS-TABLA-SOLICITUDES.
          05 WS-SOLICITUD OCCURS 50 TIMES.
             10 SOL-LINEA PIC X(160).
       01 WS-TABLA-RESUMEN.
          05 WS-RESUMEN-SOL OCCURS 50 TIMES.
             10 RES-DSN-ENTRADA PIC X(20).
      *        y la cantidad o el hash no cuadran con lo leido
      *     20 otra corrida tiene tomado el candado del control y
      *        esta corrida se nego a arrancar
      *     24 la entrada repite remitente y fecha de negocio ya
      *        registrados en REMITEN sin marca de recarga
      *        (solicitud DUPLICADO)
      *    Extracto de interfaz para sistemas posteriores: un registro
      *    delimitado con ";" por conversion exitosa, con encabezado
      *    "H;..." (identidad de la corrida) y trailer "T;..."
       01 WS-ES-REPETIDO PIC X VALUE 'N'.
       01 WS-CONTADOR-NUEVOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-REPETIDOS PIC 9(6) VALUE 0.
      *    Diario del maestro (MAEDIAR.DAT, acumulativo): cada alta o
      *    modificacion que la corrida hace en el maestro, con la
      *    imagen anterior y la posterior del registro (94 bytes,
      *    mismo criterio que la bitacora de MAECON09), y al final de
      *    cada solicitud un registro con los datasets de la
      *    solicitud. REVCOR09 lo usa para revertir una corrida.
      *      cols   1-15  id de la corrida (WS-ID-PROPIO)
      *      col   17     tipo: S solicitud, A alta, M modificacion,
      *                   R corrida revertida (lo graba REVCOR09),
      *                   P particion de una fusion (lo graba
      *                   FUSARC09, layout en ese programa)
      *      cols  19-33  id de la corrida de los encabezados
      *                   (WS-ID-CORRIDA, el de la corrida
      *                   interrumpida en un reinicio)
      *      cols  35-37  numero de solicitud
      *    Registros A y M:
      *      cols  39-44  numero de registro de la entrada
      *      cols  46-139 imagen anterior (blancos en una alta)
      *      cols 141-234 imagen posterior
      *    Registros S:
      *      cols  39-58  entrada      cols  60-79  reporte
      *      cols  81-100 rechazos     cols 102-121 auditoria
      *      cols 123-142 interfaz     col  144     modo B/D/X/T
      *      cols 146-147 base         col  149     signo
      *      cols 151-152 base de salida
      *      cols 154-163 fecha de ejecucion
      *    Sin diario la corrida sigue igual, pero no se puede
      *    revertir.
       01 WS-DSN-DIARIO PIC X(20) VALUE "MAEDIAR.DAT".
       01 WS-ESTADO-DIARIO PIC X(2).
       01 WS-DIARIO-ACTIVO PIC X VALUE 'N'.
       01 WS-LINEA-DIARIO PIC X(240).
       01 WS-DIARIO-TIPO PIC X VALUE SPACE.
       01 WS-IMAGEN-ANTERIOR PIC X(94) VALUE SPACES.
      *    Cuarentena del maestro (CUARENT.DAT, la escribe VERMAE09):
      *    claves cuyo resultado guardado no cuadro al volver a
      *    derivarlo (cols 1-2 base, 3-34 valor). Se carga una vez al
      *    arrancar; en un acierto sobre una clave en cuarentena el
      *    valor se deriva de nuevo con 1220-DERIVAR-DECIMAL en vez de
      *    tomar el resultado guardado, hasta que operaciones corrija
      *    la entrada y la verificacion siguiente la libere. Si la
      *    cuarentena no entra en la tabla no se confia en ningun
      *    resultado guardado.
       01 WS-DSN-CUARENTENA PIC X(20) VALUE "CUARENT.DAT".
       01 WS-ESTADO-CUARENTENA PIC X(2).
       01 WS-LINEA-CUARENTENA PIC X(80).
       01 WS-MAXIMO-CUARENTENA PIC 9(4) VALUE 500.
       01 WS-TOTAL-CUARENTENA PIC 9(4) VALUE 0.
       01 WS-INDICE-CUARENTENA PIC 9(4) VALUE 0.
       01 WS-CUARENTENA-DESBORDADA PIC X VALUE 'N'.
       01 WS-EN-CUARENTENA PIC X VALUE 'N'.
       01 WS-CONTADOR-CUARENTENA PIC 9(6) VALUE 0.
       01 WS-TABLA-CUARENTENA.
          05 WS-CLAVE-CUARENTENA OCCURS 500 TIMES PIC X(34).
       01 WS-CODIGO-RETORNO PIC 9(4) VALUE 0.
       01 WS-CODIGO-NUEVO PIC 9(4) VALUE 0.
      *    Modo T (delta de telemetria): cada registro trae el
      *    lectura actual, marca REINICIO); ambas se marcan como
      *    excepcion en vez de rechazarse. La primera lectura de un
      *    contador sale con delta cero y marca PRIMERA.
      *    Cada contador tiene que estar dado de alta y activo en el
      *    registro de contadores (CONTREG.DAT, mantenido por
      *    CNTMAN09): uno desconocido se rechaza con R13 y uno
      *    retirado con R14. Un delta NORMAL que supera el maximo
      *    plausible por dia del registro, multiplicado por los dias
      *    transcurridos desde la lectura anterior, sale con marca
      *    EXCESO y cuenta como excepcion igual que WRAP/REINICIO.
       01 WS-ID-CONTADOR PIC X(12) VALUE SPACES.
       01 WS-MARCA-DELTA PIC X(8) VALUE SPACES.
       01 WS-HAY-LECTURA-PREVIA PIC X VALUE 'N'.
       01 WS-MITAD-CONTADOR PIC 9(20)
                            VALUE 9223372036854775808.
       01 WS-CONTADOR-EXCEPTELE PIC 9(6) VALUE 0.
       01 WS-DSN-CONTADORES PIC X(20) VALUE "CONTREG.DAT".
       01 WS-ESTADO-CONTADORES PIC X(2).
       01 WS-REGISTRO-ACTIVO PIC X VALUE 'N'.
       01 WS-DELTA-MAXIMO PIC 9(20) VALUE 0.
       01 WS-DELTA-PERMITIDO PIC 9(31) VALUE 0.
      *    Registro de remitentes (REMMAN09): cada remitente y fecha
      *    de negocio del "*HDR" procesados quedan anotados con la
      *    corrida y sus contadores. Una entrada cuyo encabezado
      *    repite un remitente y fecha ya procesados se rechaza
      *    entera (estado DUPLICADO, codigo 24) salvo que la
      *    solicitud traiga 'R' (recarga) en la col 131 del control.
      *    Sin registro la corrida sigue sin control de duplicados.
       01 WS-DSN-REMITENTES PIC X(20) VALUE "REMITEN.DAT".
       01 WS-ESTADO-REMITENTES PIC X(2).
       01 WS-REMITENTES-ACTIVO PIC X VALUE 'N'.
       01 WS-RECARGA PIC X VALUE 'N'.
       01 WS-EXISTE-ENTREGA PIC X VALUE 'N'.
       01 WS-FECHA-COMPACTA PIC X(8).
       01 WS-FECHA-NUMERICA PIC 9(8).
       01 WS-DIA-ACTUAL PIC 9(8) VALUE 0.
       01 WS-DIA-ANTERIOR PIC 9(8) VALUE 0.
       01 WS-DIAS-TRANSCURRIDOS PIC S9(8) VALUE 0.
      *    Porcentaje maximo de rechazos sobre registros leidos
      *    (cols 105-107 del registro de control); cero = sin limite.
       01 WS-TOLERANCIA-RECHAZOS PIC 9(3) VALUE 0.
      *                  candado liberado); los trailers anteriores
      *                  a este campo lo traen en blanco y solo
      *                  concilian por fecha
      *      cols 77-91  solo en el trailer de REPORTE: hash de la
      *                  entrada (suma de los valores validos leidos,
      *                  el mismo que se compara con el "*FIN" del
      *                  remitente); FUSARC09 lo suma por particion
      *                  para cuadrar una entrada dividida
      *      cols 93-112 solo en el trailer de AUDITORI: entrada de
      *                  la solicitud, para que INVREC09 sepa de que
      *                  entrada son los registros convertidos de cada
      *                  bloque de un archivo de auditoria compartido
       01 WS-HASH-REPORTE PIC 9(15) VALUE 0.
       01 WS-HASH-AUDITORIA PIC 9(15) VALUE 0.
       01 WS-HASH-MODULO PIC 9(16) VALUE 1000000000000000.
       01 WS-CONTADOR-TRAILER PIC 9(9) VALUE 0.
       01 WS-LEIDOS-TRAILER PIC 9(9) VALUE 0.
       01 WS-LINEA-TRAILER PIC X(112).
      *    Bitacora de tiempos de la ventana batch (TIEMPOS.DAT),
      *    compartida por todos los pasos del lote y acumulativa:
      *    cada paso agrega un registro de inicio (I) al arrancar y
      *    uno de fin (F) al terminar, y este programa ademas un par
      *    por cada solicitud del control (solicitud 000 = el paso
      *    entero). Un inicio sin fin es un paso que aborto. TIEMPO09
      *    informa duraciones, rendimiento y excepciones de horario.
      *      cols   1-15  id de la corrida
      *      col      17  I = inicio, F = fin
      *      cols  19-26  paso (programa)
      *      cols  28-30  solicitud (000 = paso entero)
      *      cols  32-51  entrada de la solicitud
      *      cols  53-74  inicio AAAA-MM-DD HH:MM:SS.CC
      *      cols  76-97  fin (en blanco en el registro de inicio)
      *      cols  99-107 registros procesados
      *      cols 109-110 codigo de condicion
      *      cols 112-123 estado de la solicitud o del paso
      *    Si la bitacora no se puede abrir la corrida sigue igual.
       01 WS-DSN-TIEMPOS PIC X(20) VALUE "TIEMPOS.DAT".
       01 WS-ESTADO-TIEMPOS PIC X(2).
       01 WS-LINEA-TIEMPO PIC X(130).
       01 WS-MARCA-TIEMPO PIC X(22).
       01 WS-INICIO-CORRIDA PIC X(22) VALUE SPACES.
       01 WS-INICIO-SOLICITUD PIC X(22) VALUE SPACES.
       01 WS-CODIGO-SOLICITUD PIC 9(4) VALUE 0.
       01 WS-TIEMPO-TIPO PIC X VALUE SPACES.
       01 WS-TIEMPO-SOLICITUD PIC 9(3) VALUE 0.
       01 WS-TIEMPO-DSN PIC X(20) VALUE SPACES.
       01 WS-TIEMPO-INICIO PIC X(22) VALUE SPACES.
       01 WS-TIEMPO-REGISTROS PIC 9(9) VALUE 0.
       01 WS-TIEMPO-CODIGO PIC 9(2) VALUE 0.
       01 WS-TIEMPO-ESTADO PIC X(12) VALUE SPACES.
       01 WS-TIEMPOS-FALLIDOS PIC X VALUE 'N'.
      *    Calendario de la solicitud (cols 132-153 del control):
      *      col      132  regla: blanco o D = todos los dias,
      *                    S = los dias de la semana marcados en
      *                    cols 133-139 (lunes a domingo, 'S' corre,
      *                    'N' o blanco no), H = dias habiles (lunes
      *                    a viernes que no son feriado), U = ultimo
      *                    dia habil del mes, M = los dias del mes
      *                    de cols 133-152 (hasta diez pares DD; un
      *                    dia que el mes no tiene corre el ultimo
      *                    dia del mes)
      *      col      153  F = con regla D, S o M tampoco corre en
      *                    feriado (H y U siempre los respetan)
      *    La fecha que se evalua es la de ejecucion. Una solicitud
      *    que no corresponde no se ejecuta, sale en el resumen como
      *    NO-APLICA y no cambia el codigo de condicion. Una regla
      *    desconocida se toma como diaria con aviso (VALCTL09 la da
      *    como error). Los feriados salen de FERIADOS.DAT (cols
      *    1-10 AAAA-MM-DD, cols 12-41 descripcion); sin el archivo
      *    la corrida sigue sin feriados.
       01 WS-DSN-FERIADOS PIC X(20) VALUE "FERIADOS.DAT".
       01 WS-ESTADO-FERIADOS PIC X(2).
       01 WS-LINEA-FERIADO PIC X(80).
       01 WS-FERIADOS-ACTIVO PIC X VALUE 'N'.
       01 WS-FERIADOS-AVISADO PIC X VALUE 'N'.
       01 WS-MAXIMO-FERIADOS PIC 9(3) VALUE 400.
       01 WS-TOTAL-FERIADOS PIC 9(3) VALUE 0.
       01 WS-INDICE-FERIADO PIC 9(3) VALUE 0.
       01 WS-TABLA-FERIADOS.
          05 FER-DIA PIC 9(8) OCCURS 400 TIMES.
       01 WS-FECHA-CALENDARIO PIC 9(8) VALUE 0.
       01 WS-PARTES-CALENDARIO REDEFINES WS-FECHA-CALENDARIO.
          05 WS-ANIO-CALENDARIO PIC 9(4).
          05 WS-MES-CALENDARIO PIC 9(2).
          05 WS-DIA-MES-CALENDARIO PIC 9(2).
       01 WS-FECHA-PRIMERO PIC 9(8) VALUE 0.
       01 WS-REGLA-CALENDARIO PIC X VALUE SPACE.
       01 WS-APLICA-SOLICITUD PIC X VALUE 'S'.
       01 WS-DIA-EVALUAR PIC 9(8) VALUE 0.
       01 WS-DIA-PRUEBA PIC 9(8) VALUE 0.
       01 WS-DIA-SIGUIENTE PIC 9(8) VALUE 0.
       01 WS-DIA-FIN-MES PIC 9(8) VALUE 0.
       01 WS-ULTIMO-DIA-MES PIC 9(2) VALUE 0.
       01 WS-DIA-SEMANA PIC 9(1) VALUE 0.
       01 WS-ES-FERIADO PIC X VALUE 'N'.
       01 WS-ES-HABIL PIC X VALUE 'N'.
       01 WS-FERIADO-CORRIDA PIC X VALUE 'N'.
       01 WS-INDICE-REGLA PIC 9(2) VALUE 0.
       01 WS-POSICION-REGLA PIC 9(3) VALUE 0.
       01 WS-DIA-REGLA PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0050-FIJAR-FECHA-EJECUCION.
           PERFORM 0100-LEER-PARAMETROS-CONTROL.
           PERFORM 0180-ABRIR-MAESTRO.
           PERFORM 0190-ABRIR-REGISTRO-CONTADORES.
           PERFORM 0195-CARGAR-CUARENTENA.
           PERFORM 0197-ABRIR-REGISTRO-REMITENTES.

           IF WS-HAY-CONTROL = 'S'
               PERFORM 0080-ANOTAR-INICIO-CORRIDA
               PERFORM 0060-TOMAR-CANDADO
               IF WS-CANDADO-TOMADO = 'S'
                   PERFORM 0198-CARGAR-FERIADOS
                   PERFORM 0185-ABRIR-DIARIO
                   PERFORM 0120-INICIAR-RESUMEN
                       VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                       UNTIL WS-SOLICITUD-ACTUAL
                               > WS-TOTAL-SOLICITUDES
                           OR WS-ABORTAR-CORRIDA = 'S'
                   PERFORM 2400-ESCRIBIR-RESUMEN-GLOBAL
                   IF WS-DIARIO-ACTIVO = 'S'
                       CLOSE ARCH-DIARIO
                   END-IF
                   PERFORM 0070-LIBERAR-CANDADO
               END-IF
               PERFORM 0085-ANOTAR-FIN-CORRIDA
           ELSE
               DISPLAY
               "Modo de ejecucion, (I)nteractivo o por (L)ote: "
           IF WS-MAESTRO-ACTIVO = 'S'
               CLOSE ARCH-MAESTRO
           END-IF.
           IF WS-REGISTRO-ACTIVO = 'S'
               CLOSE ARCH-CONTADORES
           END-IF.
           IF WS-REMITENTES-ACTIVO = 'S'
               CLOSE ARCH-REMITENTES
           END-IF.

           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.
               END-IF
           END-IF.

      *    El paso entero queda en la bitacora de tiempos como la
      *    solicitud 000, con los registros leidos de todas las
      *    solicitudes y el codigo de condicion final.
       0080-ANOTAR-INICIO-CORRIDA.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE WS-MARCA-TIEMPO TO WS-INICIO-CORRIDA
           MOVE 'I' TO WS-TIEMPO-TIPO
           MOVE 0 TO WS-TIEMPO-SOLICITUD
           MOVE SPACES TO WS-TIEMPO-DSN
           MOVE WS-INICIO-CORRIDA TO WS-TIEMPO-INICIO
           MOVE 0 TO WS-TIEMPO-REGISTROS
           MOVE 0 TO WS-TIEMPO-CODIGO
           MOVE SPACES TO WS-TIEMPO-ESTADO
           PERFORM 9200-GRABAR-TIEMPO.

       0085-ANOTAR-FIN-CORRIDA.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE 'F' TO WS-TIEMPO-TIPO
           MOVE 0 TO WS-TIEMPO-SOLICITUD
           MOVE SPACES TO WS-TIEMPO-DSN
           MOVE WS-INICIO-CORRIDA TO WS-TIEMPO-INICIO
           MOVE WS-GRAN-LEIDOS TO WS-TIEMPO-REGISTROS
           MOVE WS-CODIGO-RETORNO TO WS-TIEMPO-CODIGO
           IF WS-CANDADO-TOMADO = 'S'
               MOVE "TERMINADO" TO WS-TIEMPO-ESTADO
           ELSE
               MOVE "NO-ARRANCO" TO WS-TIEMPO-ESTADO
           END-IF
           PERFORM 9200-GRABAR-TIEMPO.

       0100-LEER-PARAMETROS-CONTROL.
           MOVE 'N' TO WS-HAY-CONTROL
           MOVE 0 TO WS-TOTAL-SOLICITUDES
           ELSE
               MOVE 2 TO WS-BASE-SALIDA
           END-IF
           IF WS-LINEA-CONTROL(131:1) = 'R'
               MOVE 'S' TO WS-RECARGA
           ELSE
               MOVE 'N' TO WS-RECARGA
           END-IF

           MOVE WS-DSN-REPORTE TO WS-DSN-TRABAJO
           PERFORM 0220-RESOLVER-FECHA-DSN
           MOVE 0 TO WS-HASH-ENTRADA
           MOVE 0 TO WS-CONTADOR-NUEVOS
           MOVE 0 TO WS-CONTADOR-REPETIDOS
           MOVE 0 TO WS-CONTADOR-CUARENTENA
           MOVE 0 TO WS-CONTADOR-EXCEPTELE
           MOVE 'N' TO WS-HAY-ENCABEZADO-ENT
           MOVE 'N' TO WS-HAY-TRAILER-ENT
           MOVE SPACES TO WS-FECHA-NEGOCIO
           MOVE 0 TO WS-DETALLES-DECLARADOS
           MOVE 0 TO WS-HASH-DECLARADO
           MOVE "PROCESADO" TO WS-ESTADO-SOLICITUD
           PERFORM 0230-EVALUAR-CALENDARIO
           IF WS-APLICA-SOLICITUD NOT = 'S'
               MOVE "NO-APLICA" TO WS-ESTADO-SOLICITUD
           END-IF.

      *    Deja WS-APLICA-SOLICITUD en 'N' si la regla de calendario
      *    de la solicitud (cols 132-153) no corresponde a la fecha
      *    de ejecucion.
       0230-EVALUAR-CALENDARIO.
           MOVE 'S' TO WS-APLICA-SOLICITUD
           MOVE WS-LINEA-CONTROL(132:1) TO WS-REGLA-CALENDARIO
           IF (WS-REGLA-CALENDARIO = SPACE
                   OR WS-REGLA-CALENDARIO = 'D')
                   AND WS-LINEA-CONTROL(153:1) NOT = 'F'
               EXIT PARAGRAPH
           END-IF
           IF (WS-REGLA-CALENDARIO = 'H'
                   OR WS-REGLA-CALENDARIO = 'U'
                   OR WS-LINEA-CONTROL(153:1) = 'F')
                   AND WS-FERIADOS-ACTIVO NOT = 'S'
                   AND WS-FERIADOS-AVISADO NOT = 'S'
               DISPLAY
               "AVISO, NO SE PUDO LEER EL CALENDARIO DE FERIADOS: "
               WS-DSN-FERIADOS "; LAS SOLICITUDES SE EVALUAN SIN "
               "FERIADOS"
               MOVE 'S' TO WS-FERIADOS-AVISADO
           END-IF
           MOVE WS-FECHA-DIGITOS TO WS-FECHA-CALENDARIO
           COMPUTE WS-DIA-EVALUAR =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CALENDARIO)
           MOVE WS-DIA-EVALUAR TO WS-DIA-PRUEBA
           PERFORM 0245-EVALUAR-HABIL
           MOVE WS-ES-FERIADO TO WS-FERIADO-CORRIDA
           EVALUATE WS-REGLA-CALENDARIO
               WHEN SPACE
               WHEN 'D'
                   CONTINUE
               WHEN 'S'
                   IF WS-LINEA-CONTROL(132 + WS-DIA-SEMANA:1)
                           NOT = 'S'
                       MOVE 'N' TO WS-APLICA-SOLICITUD
                   END-IF
               WHEN 'H'
                   IF WS-ES-HABIL NOT = 'S'
                       MOVE 'N' TO WS-APLICA-SOLICITUD
                   END-IF
               WHEN 'U'
      *    Es el ultimo habil si lo es y no queda otro habil hasta
      *    el fin de mes.
                   IF WS-ES-HABIL NOT = 'S'
                       MOVE 'N' TO WS-APLICA-SOLICITUD
                   ELSE
                       PERFORM 0240-BUSCAR-FIN-MES
                       COMPUTE WS-DIA-SIGUIENTE = WS-DIA-EVALUAR + 1
                       PERFORM VARYING WS-DIA-PRUEBA
                               FROM WS-DIA-SIGUIENTE BY 1
                               UNTIL WS-DIA-PRUEBA > WS-DIA-FIN-MES
                                   OR WS-APLICA-SOLICITUD = 'N'
                           PERFORM 0245-EVALUAR-HABIL
                           IF WS-ES-HABIL = 'S'
                               MOVE 'N' TO WS-APLICA-SOLICITUD
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN 'M'
                   PERFORM 0240-BUSCAR-FIN-MES
                   MOVE 'N' TO WS-APLICA-SOLICITUD
                   PERFORM VARYING WS-INDICE-REGLA FROM 1 BY 1
                           UNTIL WS-INDICE-REGLA > 10
                       COMPUTE WS-POSICION-REGLA =
                           131 + WS-INDICE-REGLA * 2
                       IF WS-LINEA-CONTROL(WS-POSICION-REGLA:2)
                               IS NUMERIC
                           MOVE WS-LINEA-CONTROL(WS-POSICION-REGLA:2)
                               TO WS-DIA-REGLA
                           IF WS-DIA-REGLA > 31
                               MOVE 0 TO WS-DIA-REGLA
                           END-IF
                           IF WS-DIA-REGLA = WS-DIA-MES-CALENDARIO
                                   OR (WS-DIA-REGLA > WS-ULTIMO-DIA-MES
                                       AND WS-DIA-MES-CALENDARIO
                                           = WS-ULTIMO-DIA-MES)
                               MOVE 'S' TO WS-APLICA-SOLICITUD
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY
                   "AVISO, SOLICITUD " WS-SOLICITUD-ACTUAL
                   " COL 132 REGLA DE CALENDARIO '"
                   WS-REGLA-CALENDARIO
                   "' NO VALIDA; SE EJECUTA TODOS LOS DIAS"
                   MOVE SPACE TO WS-REGLA-CALENDARIO
           END-EVALUATE
           IF WS-LINEA-CONTROL(153:1) = 'F'
                   AND WS-FERIADO-CORRIDA = 'S'
                   AND WS-REGLA-CALENDARIO NOT = 'H'
                   AND WS-REGLA-CALENDARIO NOT = 'U'
               MOVE 'N' TO WS-APLICA-SOLICITUD
           END-IF.

      *    Ultimo dia del mes de WS-FECHA-CALENDARIO: entero en
      *    WS-DIA-FIN-MES y numero de dia en WS-ULTIMO-DIA-MES.
       0240-BUSCAR-FIN-MES.
           IF WS-MES-CALENDARIO = 12
               COMPUTE WS-FECHA-PRIMERO =
                   (WS-ANIO-CALENDARIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FECHA-PRIMERO =
                   WS-ANIO-CALENDARIO * 10000
                   + (WS-MES-CALENDARIO + 1) * 100 + 1
           END-IF
           COMPUTE WS-DIA-FIN-MES =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PRIMERO) - 1
           COMPUTE WS-FECHA-PRIMERO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-FIN-MES)
           COMPUTE WS-ULTIMO-DIA-MES =
               FUNCTION MOD(WS-FECHA-PRIMERO, 100).

      *    Dia de la semana (1 = lunes; el dia entero 1 de
      *    INTEGER-OF-DATE, 1601-01-01, fue lunes), feriado y habil
      *    del dia entero WS-DIA-PRUEBA.
       0245-EVALUAR-HABIL.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-PRUEBA - 1, 7) + 1
           MOVE 'N' TO WS-ES-FERIADO
           PERFORM VARYING WS-INDICE-FERIADO FROM 1 BY 1
                   UNTIL WS-INDICE-FERIADO > WS-TOTAL-FERIADOS
                       OR WS-ES-FERIADO = 'S'
               IF FER-DIA(WS-INDICE-FERIADO) = WS-DIA-PRUEBA
                   MOVE 'S' TO WS-ES-FERIADO
               END-IF
           END-PERFORM
           IF WS-DIA-SEMANA <= 5 AND WS-ES-FERIADO = 'N'
               MOVE 'S' TO WS-ES-HABIL
           ELSE
               MOVE 'N' TO WS-ES-HABIL
           END-IF.

      *    El reemplazo es del mismo largo, asi que se hace en el
      *    lugar; los digitos ya puestos no vuelven a coincidir con
           END-PERFORM.

       0900-EJECUTAR-SOLICITUD.
           MOVE 0 TO WS-CODIGO-SOLICITUD
           PERFORM 0200-CARGAR-SOLICITUD
      *    Una solicitud fuera de calendario queda en el resumen con
      *    contadores en cero y no pasa por la bitacora de tiempos.
           IF WS-APLICA-SOLICITUD NOT = 'S'
               DISPLAY "===== SOLICITUD " WS-SOLICITUD-ACTUAL
                   " ENTRADA: " WS-DSN-ENTRADA " NO APLICA EL "
                   WS-FECHA-EJECUCION " ====="
               PERFORM 0250-ANOTAR-RESUMEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "===== SOLICITUD " WS-SOLICITUD-ACTUAL
               " ENTRADA: " WS-DSN-ENTRADA " ====="
      *    Un reenvio se rechaza antes de abrir las salidas: el
      *    control es el mismo que el de la entrega original, asi que
      *    abrirlas pisaria su reporte, rechazos e interfaz. Queda
      *    solo en el resumen, sin trailers ni registro en el diario.
           IF WS-REMITENTES-ACTIVO = 'S'
               PERFORM 1020-CONTROLAR-ENTREGA
               IF WS-ESTADO-SOLICITUD = "DUPLICADO"
                   PERFORM 0250-ANOTAR-RESUMEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0910-ANOTAR-INICIO-SOLICITUD
           PERFORM 0160-ABRIR-REPORTES
           PERFORM 0150-ABRIR-AUDITORIA
           PERFORM 0170-ABRIR-INTERFAZ
           CLOSE ARCH-REPORTE
           CLOSE ARCH-AUDITORIA
           CLOSE ARCH-INTERFAZ
           IF WS-DIARIO-ACTIVO = 'S'
               PERFORM 0930-ANOTAR-DIARIO-SOLICITUD
           END-IF
           IF WS-CONTADOR-RECHAZADOS > 0
                   OR WS-TOTAL-DESBORDADO = 'S'
               MOVE 4 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
           END-IF
           PERFORM 0250-ANOTAR-RESUMEN
           PERFORM 0920-ANOTAR-FIN-SOLICITUD.

       0910-ANOTAR-INICIO-SOLICITUD.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE WS-MARCA-TIEMPO TO WS-INICIO-SOLICITUD
           MOVE 'I' TO WS-TIEMPO-TIPO
           MOVE WS-SOLICITUD-ACTUAL TO WS-TIEMPO-SOLICITUD
           MOVE WS-DSN-ENTRADA TO WS-TIEMPO-DSN
           MOVE WS-INICIO-SOLICITUD TO WS-TIEMPO-INICIO
           MOVE 0 TO WS-TIEMPO-REGISTROS
           MOVE 0 TO WS-TIEMPO-CODIGO
           MOVE SPACES TO WS-TIEMPO-ESTADO
           PERFORM 9200-GRABAR-TIEMPO.

      *    El codigo de la solicitud es el mayor que ella misma elevo
      *    (WS-CODIGO-SOLICITUD), no el acumulado de la corrida.
       0920-ANOTAR-FIN-SOLICITUD.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE 'F' TO WS-TIEMPO-TIPO
           MOVE WS-SOLICITUD-ACTUAL TO WS-TIEMPO-SOLICITUD
           MOVE WS-DSN-ENTRADA TO WS-TIEMPO-DSN
           MOVE WS-INICIO-SOLICITUD TO WS-TIEMPO-INICIO
           MOVE WS-CONTADOR-REGISTROS TO WS-TIEMPO-REGISTROS
           MOVE WS-CODIGO-SOLICITUD TO WS-TIEMPO-CODIGO
           MOVE WS-ESTADO-SOLICITUD TO WS-TIEMPO-ESTADO
           PERFORM 9200-GRABAR-TIEMPO.

      *    El registro S va despues de los trailers: es la marca de
      *    que la solicitud termino y el que REVCOR09 busca por id de
      *    corrida. En un reinicio lleva en WS-ID-CORRIDA el id de la
      *    corrida interrumpida, cuyas altas y modificaciones del
      *    maestro tambien son de esta solicitud.
       0930-ANOTAR-DIARIO-SOLICITUD.
           MOVE SPACES TO WS-LINEA-DIARIO
           MOVE WS-ID-PROPIO TO WS-LINEA-DIARIO(1:15)
           MOVE 'S' TO WS-LINEA-DIARIO(17:1)
           MOVE WS-ID-CORRIDA TO WS-LINEA-DIARIO(19:15)
           MOVE WS-SOLICITUD-ACTUAL TO WS-LINEA-DIARIO(35:3)
           MOVE WS-DSN-ENTRADA TO WS-LINEA-DIARIO(39:20)
           MOVE WS-DSN-REPORTE TO WS-LINEA-DIARIO(60:20)
           MOVE WS-DSN-RECHAZOS TO WS-LINEA-DIARIO(81:20)
           MOVE WS-DSN-AUDITORIA TO WS-LINEA-DIARIO(102:20)
           MOVE WS-DSN-INTERFAZ TO WS-LINEA-DIARIO(123:20)
           MOVE WS-MODO-LOTE TO WS-LINEA-DIARIO(144:1)
           MOVE WS-BASE-LOTE TO WS-LINEA-DIARIO(146:2)
           MOVE WS-SIGNO-LOTE TO WS-LINEA-DIARIO(149:1)
           MOVE WS-BASE-SALIDA-LOTE TO WS-LINEA-DIARIO(151:2)
           MOVE WS-FECHA-EJECUCION TO WS-LINEA-DIARIO(154:10)
           WRITE REG-DIARIO FROM WS-LINEA-DIARIO.

       0250-ANOTAR-RESUMEN.
           MOVE WS-DSN-ENTRADA
           OPEN OUTPUT ARCH-RESUMEN
           MOVE SPACES TO WS-LINEA-RESUMEN
           STRING "RESUMEN CONSOLIDADO DE LA CORRIDA - FECHA: "
               WS-FECHA-EJECUCION " CORRIDA: " WS-ID-PROPIO
               DELIMITED BY SIZE INTO WS-LINEA-RESUMEN
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN
           MOVE ALL "-" TO WS-LINEA-RESUMEN
               "); LA CORRIDA SIGUE SIN HISTORICO"
           END-IF.

      *    Sin diario la corrida sigue, pero no se podra revertir
      *    (REVCOR09).
       0185-ABRIR-DIARIO.
           MOVE 'N' TO WS-DIARIO-ACTIVO
           OPEN EXTEND ARCH-DIARIO
           IF WS-ESTADO-DIARIO NOT = "00"
               OPEN OUTPUT ARCH-DIARIO
           END-IF
           IF WS-ESTADO-DIARIO = "00"
               MOVE 'S' TO WS-DIARIO-ACTIVO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL DIARIO DEL MAESTRO: "
               WS-DSN-DIARIO "; LA CORRIDA NO SE PODRA REVERTIR"
           END-IF.

      *    El registro de contadores solo se consulta; sin el, las
      *    solicitudes en modo T no se procesan (1000-PROCESO-LOTE).
       0190-ABRIR-REGISTRO-CONTADORES.
           MOVE 'N' TO WS-REGISTRO-ACTIVO
           OPEN INPUT ARCH-CONTADORES
           IF WS-ESTADO-CONTADORES = "00"
               MOVE 'S' TO WS-REGISTRO-ACTIVO
           END-IF.

      *    Sin archivo de cuarentena no hay claves retenidas.
       0195-CARGAR-CUARENTENA.
           MOVE 0 TO WS-TOTAL-CUARENTENA
           MOVE 'N' TO WS-CUARENTENA-DESBORDADA
           OPEN INPUT ARCH-CUARENTENA
           IF WS-ESTADO-CUARENTENA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-CUARENTENA INTO WS-LINEA-CUARENTENA
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-CUARENTENA(1:34) NOT = SPACES
                           IF WS-TOTAL-CUARENTENA
                                   < WS-MAXIMO-CUARENTENA
                               ADD 1 TO WS-TOTAL-CUARENTENA
                               MOVE WS-LINEA-CUARENTENA(1:34)
                                   TO WS-CLAVE-CUARENTENA
                                       (WS-TOTAL-CUARENTENA)
                           ELSE
                               MOVE 'S' TO WS-CUARENTENA-DESBORDADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-FIN-ARCHIVO
           CLOSE ARCH-CUARENTENA
           IF WS-CUARENTENA-DESBORDADA = 'S'
               DISPLAY
               "AVISO, LA CUARENTENA DEL MAESTRO SUPERA "
               WS-MAXIMO-CUARENTENA
               " CLAVES; NO SE USA NINGUN RESULTADO GUARDADO"
           ELSE
               IF WS-TOTAL-CUARENTENA > 0
                   DISPLAY
                   "CLAVES DEL MAESTRO EN CUARENTENA: "
                   WS-TOTAL-CUARENTENA
               END-IF
           END-IF.

      *    El primer uso crea el registro vacio, igual que el
      *    maestro; las definiciones de remitentes las carga REMMAN09.
       0197-ABRIR-REGISTRO-REMITENTES.
           MOVE 'N' TO WS-REMITENTES-ACTIVO
           OPEN I-O ARCH-REMITENTES
           IF WS-ESTADO-REMITENTES NOT = "00"
               OPEN OUTPUT ARCH-REMITENTES
               IF WS-ESTADO-REMITENTES = "00"
                   CLOSE ARCH-REMITENTES
                   OPEN I-O ARCH-REMITENTES
               END-IF
           END-IF
           IF WS-ESTADO-REMITENTES = "00"
               MOVE 'S' TO WS-REMITENTES-ACTIVO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL REGISTRO DE REMITENTES: "
               WS-DSN-REMITENTES " (ESTADO " WS-ESTADO-REMITENTES
               "); LA CORRIDA SIGUE SIN CONTROL DE DUPLICADOS"
           END-IF.

      *    Carga los feriados como dias enteros. Una fecha que no
      *    es valida se avisa y se ignora.
       0198-CARGAR-FERIADOS.
           MOVE 'N' TO WS-FERIADOS-ACTIVO
           MOVE 0 TO WS-TOTAL-FERIADOS
           OPEN INPUT ARCH-FERIADOS
           IF WS-ESTADO-FERIADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FERIADOS-ACTIVO
           PERFORM UNTIL WS-ESTADO-FERIADOS NOT = "00"
                   AND WS-ESTADO-FERIADOS NOT = "06"
               READ ARCH-FERIADOS INTO WS-LINEA-FERIADO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LINEA-FERIADO NOT = SPACES
                           PERFORM 0199-ANOTAR-FERIADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-FERIADOS.

       0199-ANOTAR-FERIADO.
           MOVE 0 TO WS-DIA-PRUEBA
           IF WS-LINEA-FERIADO(1:4) IS NUMERIC
                   AND WS-LINEA-FERIADO(5:1) = "-"
                   AND WS-LINEA-FERIADO(6:2) IS NUMERIC
                   AND WS-LINEA-FERIADO(8:1) = "-"
                   AND WS-LINEA-FERIADO(9:2) IS NUMERIC
                   AND WS-LINEA-FERIADO(1:4) >= "1601"
                   AND WS-LINEA-FERIADO(6:2) >= "01"
                   AND WS-LINEA-FERIADO(6:2) <= "12"
                   AND WS-LINEA-FERIADO(9:2) >= "01"
                   AND WS-LINEA-FERIADO(9:2) <= "31"
               MOVE WS-LINEA-FERIADO(1:4) TO WS-ANIO-CALENDARIO
               MOVE WS-LINEA-FERIADO(6:2) TO WS-MES-CALENDARIO
               MOVE WS-LINEA-FERIADO(9:2) TO WS-DIA-MES-CALENDARIO
               COMPUTE WS-DIA-PRUEBA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CALENDARIO)
           END-IF
           IF WS-DIA-PRUEBA > 0
               COMPUTE WS-FECHA-PRIMERO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-PRUEBA)
               IF WS-FECHA-PRIMERO NOT = WS-FECHA-CALENDARIO
                   MOVE 0 TO WS-DIA-PRUEBA
               END-IF
           END-IF
           IF WS-DIA-PRUEBA = 0
               DISPLAY
               "AVISO, FECHA NO VALIDA EN EL CALENDARIO DE FERIADOS: '"
               WS-LINEA-FERIADO(1:10) "'; SE IGNORA"
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-FERIADOS >= WS-MAXIMO-FERIADOS
               DISPLAY
               "AVISO, SOLO SE CARGAN LOS PRIMEROS "
               WS-MAXIMO-FERIADOS " FERIADOS; SE IGNORA "
               WS-LINEA-FERIADO(1:10)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FERIADOS
           MOVE WS-DIA-PRUEBA TO FER-DIA(WS-TOTAL-FERIADOS).

       1900-PROCESO-INTERACTIVO.
           DISPLAY
           "Tipo de conversion, (B)ase a decimal, (D)ecimal a "
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           IF WS-MODO-LOTE = 'T' AND WS-REGISTRO-ACTIVO NOT = 'S'
               DISPLAY
               "ERROR, EL MODO T REQUIERE EL REGISTRO DE CONTADORES "
               WS-DSN-CONTADORES " Y NO SE PUDO ABRIR"
               MOVE "SIN-REGISTRO" TO WS-ESTADO-SOLICITUD
               MOVE 8 TO WS-CODIGO-NUEVO
               PERFORM 9000-ELEVAR-CODIGO-RETORNO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCH-ENTRADA
           IF WS-ESTADO-ENTRADA NOT = "00"
               DISPLAY
                       AND WS-ABORTAR-CORRIDA NOT = 'S'
                   PERFORM 1090-VERIFICAR-CONTROL-ENTRADA
               END-IF
               IF WS-HAY-ENCABEZADO-ENT = 'S'
                       AND WS-REMITENTES-ACTIVO = 'S'
                       AND (WS-ESTADO-SOLICITUD = "PROCESADO"
                           OR WS-ESTADO-SOLICITUD = SPACES)
                   PERFORM 1095-REGISTRAR-ENTREGA
               END-IF
           END-IF.

      *    El encabezado del remitente es la primera linea de la
      *    entrada; se mira antes de abrir las salidas, asi un reenvio
      *    no llega a convertir ni a extraer un solo registro.
       1020-CONTROLAR-ENTREGA.
           OPEN INPUT ARCH-ENTRADA
           IF WS-ESTADO-ENTRADA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-ENTRADA
           READ ARCH-ENTRADA INTO WS-LINEA-ENTRADA
               AT END
                   CONTINUE
           END-READ
           CLOSE ARCH-ENTRADA
           IF WS-LINEA-ENTRADA(1:4) NOT = "*HDR"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-ENTRADA(6:8) TO REM-ID
           MOVE WS-LINEA-ENTRADA(15:10) TO REM-FECHA-NEGOCIO
           PERFORM 1025-LEER-ENTREGA
           IF WS-EXISTE-ENTREGA = 'S'
               IF WS-RECARGA = 'S'
                   DISPLAY
                   "RECARGA AUTORIZADA DEL REMITENTE " REM-ID
                   " FECHA " REM-FECHA-NEGOCIO
                   ", PROCESADO ANTES POR LA CORRIDA " REM-ID-CORRIDA
               ELSE
                   DISPLAY
                   "ERROR, EL REMITENTE " REM-ID " FECHA "
                   REM-FECHA-NEGOCIO " YA FUE PROCESADO POR LA CORRIDA "
                   REM-ID-CORRIDA " (" REM-DSN-ENTRADA
                   "); ENTREGA DUPLICADA RECHAZADA"
                   MOVE "DUPLICADO" TO WS-ESTADO-SOLICITUD
                   MOVE 24 TO WS-CODIGO-NUEVO
                   PERFORM 9000-ELEVAR-CODIGO-RETORNO
               END-IF
           END-IF.

       1025-LEER-ENTREGA.
           MOVE 'S' TO WS-EXISTE-ENTREGA
           READ ARCH-REMITENTES
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE-ENTREGA
           END-READ
           IF WS-EXISTE-ENTREGA = 'S' AND REM-TIPO NOT = 'E'
               MOVE 'N' TO WS-EXISTE-ENTREGA
           END-IF.

      *    Solo una entrada completa y cuadrada queda registrada: una
      *    ENT-INVALIDA o CANCELADO se puede volver a enviar sin
      *    marca de recarga.
       1095-REGISTRAR-ENTREGA.
           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE SPACES TO REM-FECHA-NEGOCIO
           READ ARCH-REMITENTES
               INVALID KEY
                   DISPLAY
                   "AVISO, EL REMITENTE " WS-ID-REMITENTE
                   " NO ESTA DEFINIDO EN " WS-DSN-REMITENTES
                   "; LA ENTREGA SE REGISTRA IGUAL"
           END-READ
           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE WS-FECHA-NEGOCIO TO REM-FECHA-NEGOCIO
           PERFORM 1025-LEER-ENTREGA
           IF WS-EXISTE-ENTREGA = 'S'
               ADD 1 TO REM-RECARGAS
           ELSE
               MOVE SPACES TO REM-DATOS
               MOVE 0 TO REM-RECARGAS
           END-IF
           MOVE WS-ID-REMITENTE TO REM-ID
           MOVE WS-FECHA-NEGOCIO TO REM-FECHA-NEGOCIO
           MOVE 'E' TO REM-TIPO
           MOVE WS-ID-PROPIO TO REM-ID-CORRIDA
           MOVE WS-DSN-ENTRADA TO REM-DSN-ENTRADA
           MOVE WS-CONTADOR-REGISTROS TO REM-LEIDOS
           MOVE WS-CONTADOR-RECHAZADOS TO REM-RECHAZADOS
           MOVE WS-FECHA-EJECUCION TO REM-FECHA-PROCESO
           MOVE "PROCESADO" TO REM-ESTADO-ENTREGA
           IF WS-EXISTE-ENTREGA = 'S'
               REWRITE REG-REMITENTE
                   INVALID KEY
                       DISPLAY
                       "AVISO, NO SE PUDO REGRABAR LA ENTREGA DE "
                       WS-ID-REMITENTE " " WS-FECHA-NEGOCIO
               END-REWRITE
           ELSE
               WRITE REG-REMITENTE
                   INVALID KEY
                       DISPLAY
                       "AVISO, NO SE PUDO REGISTRAR LA ENTREGA DE "
                       WS-ID-REMITENTE " " WS-FECHA-NEGOCIO
               END-WRITE
           END-IF.

      *    Los registros de control del remitente ("*HDR"/"*FIN") se
                       TO WS-MOTIVO-RECHAZO
                   MOVE "R12" TO WS-CODIGO-RECHAZO
               ELSE
                   PERFORM 1155-VALIDAR-CONTADOR
                   IF ES-VALIDO = 'S'
                       PERFORM 1220-DERIVAR-DECIMAL
                   END-IF
               END-IF
           END-IF.

       1155-VALIDAR-CONTADOR.
           MOVE 0 TO WS-DELTA-MAXIMO
           MOVE WS-ID-CONTADOR TO CNT-ID
           READ ARCH-CONTADORES
               INVALID KEY
                   MOVE 'N' TO ES-VALIDO
                   MOVE 0 TO WS-POSICION-ERROR
                   MOVE SPACE TO CARACTER
                   MOVE "CONTADOR NO REGISTRADO"
                       TO WS-MOTIVO-RECHAZO
                   MOVE "R13" TO WS-CODIGO-RECHAZO
               NOT INVALID KEY
                   IF CNT-ESTADO = 'R'
                       MOVE 'N' TO ES-VALIDO
                       MOVE 0 TO WS-POSICION-ERROR
                       MOVE SPACE TO CARACTER
                       MOVE "CONTADOR RETIRADO DEL REGISTRO"
                           TO WS-MOTIVO-RECHAZO
                       MOVE "R14" TO WS-CODIGO-RECHAZO
                   ELSE
                       MOVE CNT-DELTA-MAXIMO TO WS-DELTA-MAXIMO
                   END-IF
           END-READ.

      *    ACUMULADOR trae la lectura del dia ya en decimal;
      *    MST-RESULTADO trae la anterior si el contador ya estaba en
      *    el maestro. El delta sale en WS-VALOR-DECIMAL-ENTRADA para
                   MOVE "NORMAL" TO WS-MARCA-DELTA
                   COMPUTE WS-DELTA-TELEMETRIA =
                       ACUMULADOR - MST-RESULTADO
                   IF WS-DELTA-MAXIMO > 0
                       PERFORM 1170-CONTROLAR-DELTA-MAXIMO
                   END-IF
               ELSE
                   IF MST-RESULTADO >= WS-MITAD-CONTADOR
                       MOVE "WRAP" TO WS-MARCA-DELTA
           PERFORM 1270-GRABAR-TELEMETRIA
           MOVE WS-DELTA-TELEMETRIA TO WS-VALOR-DECIMAL-ENTRADA.

      *    El maximo del registro es por dia: se multiplica por los
      *    dias desde la ultima lectura (MST-ULTIMA-FECHA todavia es
      *    la de la lectura anterior), con un minimo de un dia para
      *    lecturas del mismo dia o fechas que no se pueden leer.
      *    Una fecha imposible (2025-02-30) da cero en INTEGER-OF-DATE
      *    o no vuelve igual de DATE-OF-INTEGER y tampoco se lee.
       1170-CONTROLAR-DELTA-MAXIMO.
           MOVE 1 TO WS-DIAS-TRANSCURRIDOS
           MOVE 0 TO WS-DIA-ANTERIOR
           IF MST-ULTIMA-FECHA(1:4) IS NUMERIC
                   AND MST-ULTIMA-FECHA(6:2) IS NUMERIC
                   AND MST-ULTIMA-FECHA(9:2) IS NUMERIC
               MOVE SPACES TO WS-FECHA-COMPACTA
               STRING MST-ULTIMA-FECHA(1:4) MST-ULTIMA-FECHA(6:2)
                   MST-ULTIMA-FECHA(9:2)
                   DELIMITED BY SIZE INTO WS-FECHA-COMPACTA
               MOVE WS-FECHA-COMPACTA TO WS-FECHA-NUMERICA
               COMPUTE WS-DIA-ANTERIOR =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
           END-IF
           IF WS-DIA-ANTERIOR > 0
               COMPUTE WS-FECHA-PRIMERO =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ANTERIOR)
               IF WS-FECHA-PRIMERO NOT = WS-FECHA-NUMERICA
                   MOVE 0 TO WS-DIA-ANTERIOR
               END-IF
           END-IF
           IF WS-DIA-ANTERIOR > 0
               MOVE WS-FECHA-DIGITOS TO WS-FECHA-NUMERICA
               COMPUTE WS-DIA-ACTUAL =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
               COMPUTE WS-DIAS-TRANSCURRIDOS =
                   WS-DIA-ACTUAL - WS-DIA-ANTERIOR
               IF WS-DIAS-TRANSCURRIDOS < 1
                   MOVE 1 TO WS-DIAS-TRANSCURRIDOS
               END-IF
           END-IF
           COMPUTE WS-DELTA-PERMITIDO =
               WS-DELTA-MAXIMO * WS-DIAS-TRANSCURRIDOS
           IF WS-DELTA-TELEMETRIA > WS-DELTA-PERMITIDO
               MOVE "EXCESO" TO WS-MARCA-DELTA
               ADD 1 TO WS-CONTADOR-EXCEPTELE
           END-IF.

      *    La lectura anterior vive en el maestro bajo la marca "TL"
      *    mas el identificador del contador, separada de las claves
      *    por base de 1205-CONSULTAR-MAESTRO; el mantenimiento
           END-READ.

       1270-GRABAR-TELEMETRIA.
           IF WS-HAY-LECTURA-PREVIA = 'S'
               MOVE REG-MAESTRO TO WS-IMAGEN-ANTERIOR
           ELSE
               MOVE SPACES TO WS-IMAGEN-ANTERIOR
           END-IF
           MOVE "TL" TO MST-BASE
           MOVE SPACES TO MST-VALOR
           MOVE WS-ID-CONTADOR TO MST-VALOR(1:12)
               REWRITE REG-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'M' TO WS-DIARIO-TIPO
                       PERFORM 1280-ANOTAR-DIARIO
               END-REWRITE
               ADD 1 TO WS-CONTADOR-REPETIDOS
           ELSE
               WRITE REG-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'A' TO WS-DIARIO-TIPO
                       PERFORM 1280-ANOTAR-DIARIO
               END-WRITE
               ADD 1 TO WS-CONTADOR-NUEVOS
           END-IF.

      *    WS-IMAGEN-ANTERIOR la deja quien modifica el registro;
      *    REG-MAESTRO trae la imagen ya grabada.
       1280-ANOTAR-DIARIO.
           IF WS-DIARIO-ACTIVO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-DIARIO
           MOVE WS-ID-PROPIO TO WS-LINEA-DIARIO(1:15)
           MOVE WS-DIARIO-TIPO TO WS-LINEA-DIARIO(17:1)
           MOVE WS-ID-CORRIDA TO WS-LINEA-DIARIO(19:15)
           MOVE WS-SOLICITUD-ACTUAL TO WS-LINEA-DIARIO(35:3)
           MOVE WS-CONTADOR-REGISTROS TO WS-LINEA-DIARIO(39:6)
           MOVE WS-IMAGEN-ANTERIOR TO WS-LINEA-DIARIO(46:94)
           MOVE REG-MAESTRO TO WS-LINEA-DIARIO(141:94)
           WRITE REG-DIARIO FROM WS-LINEA-DIARIO.

       1750-SINCRONIZAR-SALIDAS.
      *    REPORTE/RECHAZOS/AUDITORIA stay open for the whole batch
      *    and their writes can sit in a runtime buffer, so a
           OPEN EXTEND ARCH-REPORTE
           OPEN EXTEND ARCH-RECHAZOS
           OPEN EXTEND ARCH-AUDITORIA
           OPEN EXTEND ARCH-INTERFAZ
           IF WS-DIARIO-ACTIVO = 'S'
               CLOSE ARCH-DIARIO
               OPEN EXTEND ARCH-DIARIO
           END-IF.

       1700-GRABAR-CHECKPOINT.
           MOVE SPACES TO WS-LINEA-CHECKPOINT
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           MOVE 'N' TO WS-ES-REPETIDO
           MOVE 'N' TO WS-EN-CUARENTENA
           IF WS-MAESTRO-ACTIVO = 'S'
               PERFORM 1205-CONSULTAR-MAESTRO
           END-IF
           IF WS-EN-CUARENTENA = 'S'
               MOVE 0 TO ACUMULADOR
               PERFORM 1220-DERIVAR-DECIMAL
           END-IF
           IF WS-ES-REPETIDO NOT = 'S'
               PERFORM 1220-DERIVAR-DECIMAL
               IF ES-VALIDO = 'S' AND WS-MAESTRO-ACTIVO = 'S'
                   CONTINUE
               NOT INVALID KEY
                   IF MST-SIGNO = WS-SIGNO
                       MOVE REG-MAESTRO TO WS-IMAGEN-ANTERIOR
                       MOVE MST-RESULTADO TO ACUMULADOR
                       MOVE WS-FECHA-EJECUCION TO MST-ULTIMA-FECHA
                       IF MST-CONTADOR < 9999999
                       REWRITE REG-MAESTRO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'M' TO WS-DIARIO-TIPO
                               PERFORM 1280-ANOTAR-DIARIO
                       END-REWRITE
                       MOVE 'S' TO WS-ES-REPETIDO
                       ADD 1 TO WS-CONTADOR-REPETIDOS
                       PERFORM 1207-BUSCAR-CUARENTENA
                   END-IF
           END-READ.

      *    Una clave en cuarentena sigue contando como repetida en el
      *    maestro, pero su resultado no se toma del registro.
       1207-BUSCAR-CUARENTENA.
           IF WS-CUARENTENA-DESBORDADA = 'S'
               MOVE 'S' TO WS-EN-CUARENTENA
           ELSE
               PERFORM VARYING WS-INDICE-CUARENTENA FROM 1 BY 1
                       UNTIL WS-INDICE-CUARENTENA > WS-TOTAL-CUARENTENA
                          OR WS-EN-CUARENTENA = 'S'
                   IF WS-CLAVE-CUARENTENA(WS-INDICE-CUARENTENA)
                           = MST-CLAVE
                       MOVE 'S' TO WS-EN-CUARENTENA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EN-CUARENTENA = 'S'
               ADD 1 TO WS-CONTADOR-CUARENTENA
           END-IF.

       1210-GRABAR-MAESTRO.
           MOVE WS-BASE TO MST-BASE
           MOVE BINARIO-ENTRADA TO MST-VALOR
           MOVE WS-FECHA-EJECUCION TO MST-PRIMERA-FECHA
           MOVE WS-FECHA-EJECUCION TO MST-ULTIMA-FECHA
           MOVE 1 TO MST-CONTADOR
           MOVE SPACES TO WS-IMAGEN-ANTERIOR
           WRITE REG-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO WS-DIARIO-TIPO
                   PERFORM 1280-ANOTAR-DIARIO
           END-WRITE
           ADD 1 TO WS-CONTADOR-NUEVOS.

               WS-FECHA-SISTEMA(11:2) ":" WS-FECHA-SISTEMA(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP

      *    En modo T la lectura ocupa a lo sumo 16 posiciones y se
      *    graba solo ese tramo, para que la marca del delta entre en
      *    los 150 bytes del registro de auditoria.
           MOVE SPACES TO WS-LINEA-AUDITORIA
           EVALUATE WS-MODO-CONVERSION
             WHEN 'T'
               STRING WS-TIMESTAMP " REGISTRO: " WS-CONTADOR-REGISTROS
                   " CONTADOR: " WS-ID-CONTADOR
                   " LECTURA: " BINARIO-ENTRADA(1:16)
                   " DELTA: " WS-DELTA-TELEMETRIA
                   " MARCA: " WS-MARCA-DELTA
                   DELIMITED BY SIZE INTO WS-LINEA-AUDITORIA
               WRITE REG-REPORTE FROM WS-LINEA-REPORTE
           END-IF

           IF WS-CONTADOR-CUARENTENA > 0
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "VALORES EN CUARENTENA DERIVADOS DE NUEVO: "
                   WS-CONTADOR-CUARENTENA
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REG-REPORTE FROM WS-LINEA-REPORTE
           END-IF

           IF WS-MODO-LOTE = 'T'
               MOVE SPACES TO WS-LINEA-REPORTE
               STRING "EXCEPCIONES DE DELTA (WRAP/REINICIO/EXCESO): "
                   WS-CONTADOR-EXCEPTELE
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REG-REPORTE FROM WS-LINEA-REPORTE
               DISPLAY
               "VALORES REPETIDOS      : " WS-CONTADOR-REPETIDOS
           END-IF
           IF WS-CONTADOR-CUARENTENA > 0
               DISPLAY
               "EN CUARENTENA (DERIV.) : " WS-CONTADOR-CUARENTENA
           END-IF
           IF WS-MODO-LOTE = 'T'
               DISPLAY
               "EXCEPCIONES DE DELTA   : " WS-CONTADOR-EXCEPTELE
           MOVE SPACES TO WS-LINEA-TRAILER
           STRING "*TRL " "REPORTE " WS-FECHA-EJECUCION " "
               WS-CONTADOR-TRAILER " " WS-HASH-REPORTE " "
               WS-LEIDOS-TRAILER " " WS-ID-PROPIO " " WS-HASH-ENTRADA
               DELIMITED BY SIZE INTO WS-LINEA-TRAILER
           MOVE SPACES TO WS-LINEA-REPORTE
           MOVE WS-LINEA-TRAILER TO WS-LINEA-REPORTE
               WS-CONTADOR-TRAILER " " WS-HASH-AUDITORIA " "
               WS-LEIDOS-TRAILER " " WS-ID-PROPIO
               DELIMITED BY SIZE INTO WS-LINEA-TRAILER
           MOVE WS-DSN-ENTRADA TO WS-LINEA-TRAILER(93:20)
           MOVE SPACES TO WS-LINEA-AUDITORIA
           MOVE WS-LINEA-TRAILER TO WS-LINEA-AUDITORIA
           WRITE REG-AUDITORIA FROM WS-LINEA-AUDITORIA
       9000-ELEVAR-CODIGO-RETORNO.
           IF WS-CODIGO-NUEVO > WS-CODIGO-RETORNO
               MOVE WS-CODIGO-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           IF WS-CODIGO-NUEVO > WS-CODIGO-SOLICITUD
               MOVE WS-CODIGO-NUEVO TO WS-CODIGO-SOLICITUD
           END-IF.

       9100-MARCAR-TIEMPO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-MARCA-TIEMPO
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2) " " WS-FECHA-SISTEMA(9:2) ":"
               WS-FECHA-SISTEMA(11:2) ":" WS-FECHA-SISTEMA(13:2) "."
               WS-FECHA-SISTEMA(15:2)
               DELIMITED BY SIZE INTO WS-MARCA-TIEMPO.

      *    Cada registro se agrega con su propio OPEN EXTEND y CLOSE,
      *    asi un paso que aborta deja en la bitacora todo lo que
      *    alcanzo a anotar.
       9200-GRABAR-TIEMPO.
           MOVE SPACES TO WS-LINEA-TIEMPO
           MOVE WS-ID-PROPIO TO WS-LINEA-TIEMPO(1:15)
           MOVE WS-TIEMPO-TIPO TO WS-LINEA-TIEMPO(17:1)
           MOVE "PRUEBA09" TO WS-LINEA-TIEMPO(19:8)
           MOVE WS-TIEMPO-SOLICITUD TO WS-LINEA-TIEMPO(28:3)
           MOVE WS-TIEMPO-DSN TO WS-LINEA-TIEMPO(32:20)
           MOVE WS-TIEMPO-INICIO TO WS-LINEA-TIEMPO(53:22)
           IF WS-TIEMPO-TIPO = 'F'
               MOVE WS-MARCA-TIEMPO TO WS-LINEA-TIEMPO(76:22)
               MOVE WS-TIEMPO-REGISTROS TO WS-LINEA-TIEMPO(99:9)
               MOVE WS-TIEMPO-CODIGO TO WS-LINEA-TIEMPO(109:2)
               MOVE WS-TIEMPO-ESTADO TO WS-LINEA-TIEMPO(112:12)
           END-IF
           OPEN EXTEND ARCH-TIEMPOS
           IF WS-ESTADO-TIEMPOS NOT = "00"
               OPEN OUTPUT ARCH-TIEMPOS
           END-IF
           IF WS-ESTADO-TIEMPOS = "00"
               WRITE REG-TIEMPO FROM WS-LINEA-TIEMPO
               CLOSE ARCH-TIEMPOS
           ELSE
               IF WS-TIEMPOS-FALLIDOS = 'N'
                   MOVE 'S' TO WS-TIEMPOS-FALLIDOS
                   DISPLAY
                   "AVISO, NO SE PUDO GRABAR LA BITACORA DE TIEMPOS: "
                   WS-DSN-TIEMPOS "; LA CORRIDA SIGUE SIN TIEMPOS"
               END-IF
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
