      *          posterior destruiria la salida de la anterior) y
      *          termina con un codigo de condicion que frena el paso
      *          de conversion antes de tocar datos productivos.
      *          Valida ademas la regla de calendario de cada
      *          solicitud y lista, para los proximos 14 dias, que
      *          solicitudes corren en cada fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-CONTROL ASSIGN TO DYNAMIC WS-DSN-CONTROL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ARCH-TIEMPOS ASSIGN TO DYNAMIC WS-DSN-TIEMPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIEMPOS.
           SELECT ARCH-FERIADOS ASSIGN TO DYNAMIC WS-DSN-FERIADOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO PIC X(130).
       FD  ARCH-FERIADOS.
       01  REG-FERIADO PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-MAXIMO-SOLICITUDES PIC 9(3) VALUE 50.
       01 WS-TOTAL-SOLICITUDES PIC 9(3) VALUE 0.
       01 WS-SOLICITUD-ACTUAL PIC 9(3) VALUE 0.
       01 WS-TABLA-SOLICITUDES.
          05 WS-SOLICITUD OCCURS 50 TIMES.
             10 SOL-LINEA PIC X(160).
      *    Una entrada por dataset que cada solicitud abre con OPEN
      *    OUTPUT (reporte, rechazos e interfaz), ya con los defaults
      *    resueltos, para el cruce de colisiones.
       01 WS-INDICE-DSN PIC 9(2) VALUE 0.
       01 WS-CONTADOR-AVISOS PIC 9(4) VALUE 0.
       01 WS-CONTADOR-ERRORES PIC 9(4) VALUE 0.
      *    Bitacora de tiempos de la ventana batch, mismo layout de
      *    TIEMPOS.DAT que el paso de conversion: un registro de
      *    inicio (I) y uno de fin (F) por paso, como solicitud 000.
       01 WS-DSN-TIEMPOS PIC X(20) VALUE "TIEMPOS.DAT".
       01 WS-ESTADO-TIEMPOS PIC X(2).
       01 WS-LINEA-TIEMPO PIC X(130).
       01 WS-RELOJ-TIEMPO PIC X(21).
       01 WS-MARCA-TIEMPO PIC X(22).
       01 WS-INICIO-PASO PIC X(22) VALUE SPACES.
       01 WS-ID-TIEMPO PIC X(15) VALUE SPACES.
       01 WS-TIEMPO-TIPO PIC X VALUE SPACES.
       01 WS-TIEMPO-REGISTROS PIC 9(9) VALUE 0.
       01 WS-TIEMPO-CODIGO PIC 9(2) VALUE 0.
       01 WS-TIEMPO-ESTADO PIC X(12) VALUE SPACES.
      *    Calendario de las solicitudes: mismas reglas de cols
      *    132-153 y mismo FERIADOS.DAT que 0230-EVALUAR-CALENDARIO
      *    del programa de conversion.
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
       01 WS-POSICION-FIN PIC 9(3) VALUE 0.
       01 WS-DIA-REGLA PIC 9(2) VALUE 0.
       01 WS-DIAS-MARCADOS PIC 9(2) VALUE 0.
      *    Agenda de los proximos 14 dias desde la fecha de la
      *    corrida: por dia, una marca 'S' en la posicion de cada
      *    solicitud que corre esa fecha.
       01 WS-DIAS-AGENDA PIC 9(2) VALUE 14.
       01 WS-INDICE-AGENDA PIC 9(2) VALUE 0.
       01 WS-DIA-HOY PIC 9(8) VALUE 0.
       01 WS-TABLA-AGENDA.
          05 WS-AGENDA-DIA OCCURS 14 TIMES.
             10 AGE-DIA PIC 9(8).
             10 AGE-FERIADO PIC X.
             10 AGE-SOLICITUDES PIC X(50).
       01 WS-COINCIDEN PIC X VALUE 'N'.
       01 WS-SOLICITUD-CRUCE PIC 9(3) VALUE 0.
       01 WS-SOLICITUD-SALIDA PIC 9(3) VALUE 0.
       01 WS-CORREN-EN-AGENDA PIC 9(3) VALUE 0.
       01 WS-POSICION-AGENDA PIC 9(3) VALUE 0.
       01 WS-LINEA-AGENDA PIC X(250).
       01 WS-NOMBRES-DIAS.
          05 FILLER PIC X(27) VALUE "LUNES    MARTES   MIERCOLES".
          05 FILLER PIC X(27) VALUE "JUEVES   VIERNES  SABADO   ".
          05 FILLER PIC X(9) VALUE "DOMINGO  ".
       01 WS-NOMBRE-DIA PIC X(9).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-DIGITOS
           PERFORM 0050-ANOTAR-INICIO-TIEMPO
           DISPLAY "===== VALIDACION DEL ARCHIVO DE CONTROL ====="
           PERFORM 0100-LEER-ARCHIVO-CONTROL.
           PERFORM 0200-CARGAR-FERIADOS.
           PERFORM 0300-PREPARAR-AGENDA.

           IF WS-TOTAL-SOLICITUDES = 0
               DISPLAY
                   VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                   UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES
               PERFORM 2000-CRUZAR-COLISIONES
               PERFORM 2500-LISTAR-AGENDA
           END-IF.

           PERFORM 3000-REPORTAR-RESULTADO.
           PERFORM 3100-ANOTAR-FIN-TIEMPO.
           STOP RUN.

      *    La validacion corre antes que la conversion y todavia no
      *    hay id de corrida: se anota con un id propio tomado de su
      *    hora de arranque, y TIEMPO09 la asocia a la corrida de
      *    conversion que la sigue en la bitacora.
       0050-ANOTAR-INICIO-TIEMPO.
           MOVE SPACES TO WS-ID-TIEMPO
           STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
               DELIMITED BY SIZE INTO WS-ID-TIEMPO
           PERFORM 9100-MARCAR-TIEMPO
           MOVE WS-MARCA-TIEMPO TO WS-INICIO-PASO
           MOVE 'I' TO WS-TIEMPO-TIPO
           PERFORM 9200-GRABAR-TIEMPO.

      *    Mismo recorrido tolerante al estado "06" (linea mas larga
      *    que el registro) que 0100-LEER-PARAMETROS-CONTROL del
      *    programa de conversion.
               CLOSE ARCH-CONTROL
           END-IF.

      *    Mismo tratamiento que 0198-CARGAR-FERIADOS del programa de
      *    conversion; aqui una fecha no valida cuenta como aviso.
       0200-CARGAR-FERIADOS.
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
                           PERFORM 0250-ANOTAR-FERIADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-FERIADOS.

       0250-ANOTAR-FERIADO.
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
               ADD 1 TO WS-CONTADOR-AVISOS
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-FERIADOS >= WS-MAXIMO-FERIADOS
               DISPLAY
               "AVISO, SOLO SE CARGAN LOS PRIMEROS "
               WS-MAXIMO-FERIADOS " FERIADOS; SE IGNORA "
               WS-LINEA-FERIADO(1:10)
               ADD 1 TO WS-CONTADOR-AVISOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FERIADOS
           MOVE WS-DIA-PRUEBA TO FER-DIA(WS-TOTAL-FERIADOS).

      *    Los 14 dias de la agenda arrancan en la fecha de la
      *    corrida, que es la que evalua el paso de conversion.
       0300-PREPARAR-AGENDA.
           MOVE WS-FECHA-DIGITOS TO WS-FECHA-CALENDARIO
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CALENDARIO)
           PERFORM VARYING WS-INDICE-AGENDA FROM 1 BY 1
                   UNTIL WS-INDICE-AGENDA > WS-DIAS-AGENDA
               COMPUTE AGE-DIA(WS-INDICE-AGENDA) =
                   WS-DIA-HOY + WS-INDICE-AGENDA - 1
               MOVE AGE-DIA(WS-INDICE-AGENDA) TO WS-DIA-PRUEBA
               PERFORM 1450-EVALUAR-HABIL
               MOVE WS-ES-FERIADO TO AGE-FERIADO(WS-INDICE-AGENDA)
               MOVE SPACES TO AGE-SOLICITUDES(WS-INDICE-AGENDA)
           END-PERFORM.

      *    Cada campo que 0200-CARGAR-SOLICITUD pisaria en silencio
      *    se informa aqui: un valor cargado pero invalido es ERROR
      *    (frena el lote); un campo en blanco que toma su default
               ADD 1 TO WS-CONTADOR-ERRORES
           END-IF

           IF WS-LINEA-CONTROL(131:1) NOT = 'R'
                   AND WS-LINEA-CONTROL(131:1) NOT = SPACE
               DISPLAY
               "AVISO, SOLICITUD " WS-SOLICITUD-ACTUAL
               " COL 131 MARCA DE RECARGA NO RECONOCIDA: '"
               WS-LINEA-CONTROL(131:1)
               "'; UNA ENTREGA YA PROCESADA SE RECHAZARIA (DUPLICADO)"
               ADD 1 TO WS-CONTADOR-AVISOS
           END-IF

           PERFORM 1050-VALIDAR-CALENDARIO
           PERFORM 1300-CALCULAR-AGENDA
           PERFORM 1100-ANOTAR-SALIDAS.

      *    Reglas de cols 132-153; ver 0230-EVALUAR-CALENDARIO del
      *    programa de conversion.
       1050-VALIDAR-CALENDARIO.
           MOVE WS-LINEA-CONTROL(132:1) TO WS-REGLA-CALENDARIO
           EVALUATE WS-REGLA-CALENDARIO
               WHEN SPACE
               WHEN 'D'
               WHEN 'H'
               WHEN 'U'
                   IF WS-LINEA-CONTROL(133:20) NOT = SPACES
                       DISPLAY
                       "AVISO, SOLICITUD " WS-SOLICITUD-ACTUAL
                       " COLS 133-152 DIAS CARGADOS CON LA REGLA '"
                       WS-REGLA-CALENDARIO "'; SE IGNORAN"
                       ADD 1 TO WS-CONTADOR-AVISOS
                   END-IF
               WHEN 'S'
                   PERFORM 1060-VALIDAR-DIAS-SEMANA
               WHEN 'M'
                   PERFORM 1070-VALIDAR-DIAS-MES
               WHEN OTHER
                   DISPLAY
                   "ERROR, SOLICITUD " WS-SOLICITUD-ACTUAL
                   " COL 132 REGLA DE CALENDARIO NO VALIDA: '"
                   WS-REGLA-CALENDARIO
                   "'; LA CONVERSION LA EJECUTARIA TODOS LOS DIAS"
                   ADD 1 TO WS-CONTADOR-ERRORES
           END-EVALUATE

           IF WS-LINEA-CONTROL(153:1) NOT = 'F'
                   AND WS-LINEA-CONTROL(153:1) NOT = SPACE
               DISPLAY
               "ERROR, SOLICITUD " WS-SOLICITUD-ACTUAL
               " COL 153 MARCA DE FERIADOS NO VALIDA: '"
               WS-LINEA-CONTROL(153:1)
               "'; LA CONVERSION LA EJECUTARIA TAMBIEN EN FERIADOS"
               ADD 1 TO WS-CONTADOR-ERRORES
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
               ADD 1 TO WS-CONTADOR-AVISOS
               MOVE 'S' TO WS-FERIADOS-AVISADO
           END-IF.

       1060-VALIDAR-DIAS-SEMANA.
           MOVE 0 TO WS-DIAS-MARCADOS
           PERFORM VARYING WS-INDICE-REGLA FROM 1 BY 1
                   UNTIL WS-INDICE-REGLA > 7
               COMPUTE WS-POSICION-REGLA = 132 + WS-INDICE-REGLA
               EVALUATE WS-LINEA-CONTROL(WS-POSICION-REGLA:1)
                   WHEN 'S'
                       ADD 1 TO WS-DIAS-MARCADOS
                   WHEN 'N'
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY
                       "ERROR, SOLICITUD " WS-SOLICITUD-ACTUAL
                       " COL " WS-POSICION-REGLA
                       " MARCA DE DIA DE SEMANA NO VALIDA: '"
                       WS-LINEA-CONTROL(WS-POSICION-REGLA:1)
                       "'; LA CONVERSION NO CORRERIA ESE DIA"
                       ADD 1 TO WS-CONTADOR-ERRORES
               END-EVALUATE
           END-PERFORM
           IF WS-DIAS-MARCADOS = 0
               DISPLAY
               "ERROR, SOLICITUD " WS-SOLICITUD-ACTUAL
               " COLS 133-139 NINGUN DIA DE SEMANA MARCADO CON 'S'"
               "; LA SOLICITUD NO CORRERIA NUNCA"
               ADD 1 TO WS-CONTADOR-ERRORES
           END-IF
           IF WS-LINEA-CONTROL(140:13) NOT = SPACES
               DISPLAY
               "AVISO, SOLICITUD " WS-SOLICITUD-ACTUAL
               " COLS 140-152 CARGADAS CON LA REGLA 'S'; SE IGNORAN"
               ADD 1 TO WS-CONTADOR-AVISOS
           END-IF.

       1070-VALIDAR-DIAS-MES.
           MOVE 0 TO WS-DIAS-MARCADOS
           PERFORM VARYING WS-INDICE-REGLA FROM 1 BY 1
                   UNTIL WS-INDICE-REGLA > 10
               COMPUTE WS-POSICION-REGLA = 131 + WS-INDICE-REGLA * 2
               COMPUTE WS-POSICION-FIN = WS-POSICION-REGLA + 1
               IF WS-LINEA-CONTROL(WS-POSICION-REGLA:2) NOT = SPACES
                   IF WS-LINEA-CONTROL(WS-POSICION-REGLA:2) IS NUMERIC
                           AND WS-LINEA-CONTROL(WS-POSICION-REGLA:2)
                               >= "01"
                           AND WS-LINEA-CONTROL(WS-POSICION-REGLA:2)
                               <= "31"
                       ADD 1 TO WS-DIAS-MARCADOS
                   ELSE
                       DISPLAY
                       "ERROR, SOLICITUD " WS-SOLICITUD-ACTUAL
                       " COLS " WS-POSICION-REGLA "-" WS-POSICION-FIN
                       " DIA DEL MES NO VALIDO: '"
                       WS-LINEA-CONTROL(WS-POSICION-REGLA:2)
                       "'; LA CONVERSION LO IGNORARIA"
                       ADD 1 TO WS-CONTADOR-ERRORES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIAS-MARCADOS = 0
               DISPLAY
               "ERROR, SOLICITUD " WS-SOLICITUD-ACTUAL
               " COLS 133-152 NINGUN DIA DEL MES VALIDO"
               "; LA SOLICITUD NO CORRERIA NUNCA"
               ADD 1 TO WS-CONTADOR-ERRORES
           END-IF.

      *    Marca la solicitud en cada dia de la agenda en que corre.
       1300-CALCULAR-AGENDA.
           PERFORM VARYING WS-INDICE-AGENDA FROM 1 BY 1
                   UNTIL WS-INDICE-AGENDA > WS-DIAS-AGENDA
               MOVE AGE-DIA(WS-INDICE-AGENDA) TO WS-DIA-EVALUAR
               PERFORM 1400-EVALUAR-CALENDARIO
               IF WS-APLICA-SOLICITUD = 'S'
                   MOVE 'S' TO AGE-SOLICITUDES(WS-INDICE-AGENDA)
                       (WS-SOLICITUD-ACTUAL:1)
               END-IF
           END-PERFORM.

      *    Mismas reglas que 0230-EVALUAR-CALENDARIO del programa de
      *    conversion, para el dia entero WS-DIA-EVALUAR; una regla
      *    desconocida (ya informada como error) se toma como diaria.
       1400-EVALUAR-CALENDARIO.
           MOVE 'S' TO WS-APLICA-SOLICITUD
           MOVE WS-LINEA-CONTROL(132:1) TO WS-REGLA-CALENDARIO
           IF (WS-REGLA-CALENDARIO = SPACE
                   OR WS-REGLA-CALENDARIO = 'D')
                   AND WS-LINEA-CONTROL(153:1) NOT = 'F'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FECHA-CALENDARIO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-EVALUAR)
           MOVE WS-DIA-EVALUAR TO WS-DIA-PRUEBA
           PERFORM 1450-EVALUAR-HABIL
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
                   IF WS-ES-HABIL NOT = 'S'
                       MOVE 'N' TO WS-APLICA-SOLICITUD
                   ELSE
                       PERFORM 1440-BUSCAR-FIN-MES
                       COMPUTE WS-DIA-SIGUIENTE = WS-DIA-EVALUAR + 1
                       PERFORM VARYING WS-DIA-PRUEBA
                               FROM WS-DIA-SIGUIENTE BY 1
                               UNTIL WS-DIA-PRUEBA > WS-DIA-FIN-MES
                                   OR WS-APLICA-SOLICITUD = 'N'
                           PERFORM 1450-EVALUAR-HABIL
                           IF WS-ES-HABIL = 'S'
                               MOVE 'N' TO WS-APLICA-SOLICITUD
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN 'M'
                   PERFORM 1440-BUSCAR-FIN-MES
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
                   MOVE SPACE TO WS-REGLA-CALENDARIO
           END-EVALUATE
           IF WS-LINEA-CONTROL(153:1) = 'F'
                   AND WS-FERIADO-CORRIDA = 'S'
                   AND WS-REGLA-CALENDARIO NOT = 'H'
                   AND WS-REGLA-CALENDARIO NOT = 'U'
               MOVE 'N' TO WS-APLICA-SOLICITUD
           END-IF.

       1440-BUSCAR-FIN-MES.
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

      *    Dia de la semana (1 = lunes), feriado y habil del dia
      *    entero WS-DIA-PRUEBA.
       1450-EVALUAR-HABIL.
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

      *    Mismos defaults que 0200-CARGAR-SOLICITUD; solo entran al
      *    cruce los datasets que la solicitud abre con OPEN OUTPUT.
      *    La auditoria (EXTEND, compartida a proposito) y el
      *    roles distintos: el OPEN OUTPUT posterior destruye lo que
      *    la anterior escribio. Una solicitud con reinicio abriria
      *    EXTEND, pero el cruce se marca igual porque el contenido
      *    quedaria mezclado entre solicitudes. Dos solicitudes cuyos
      *    calendarios no coinciden en ningun dia de la agenda no
      *    corren juntas: el cruce queda como aviso, no como error.
       2000-CRUZAR-COLISIONES.
           PERFORM VARYING WS-INDICE-SALIDA FROM 1 BY 1
                   UNTIL WS-INDICE-SALIDA > WS-TOTAL-SALIDAS
                       UNTIL WS-INDICE-CRUCE >= WS-INDICE-SALIDA
                   IF SAL-DSN(WS-INDICE-CRUCE)
                           = SAL-DSN(WS-INDICE-SALIDA)
                       PERFORM 2100-BUSCAR-COINCIDENCIA
                       IF WS-COINCIDEN = 'S'
                           DISPLAY
                           "ERROR, COLISION DE SALIDAS: EL DATASET "
                           SAL-DSN(WS-INDICE-SALIDA)
                           " ES " SAL-ROL(WS-INDICE-CRUCE)
                           " DE LA SOLICITUD "
                           SAL-SOLICITUD(WS-INDICE-CRUCE)
                           " Y " SAL-ROL(WS-INDICE-SALIDA)
                           " DE LA SOLICITUD "
                           SAL-SOLICITUD(WS-INDICE-SALIDA)
                           ADD 1 TO WS-CONTADOR-ERRORES
                       ELSE
                           DISPLAY
                           "AVISO, SALIDA COMPARTIDA: EL DATASET "
                           SAL-DSN(WS-INDICE-SALIDA)
                           " ES " SAL-ROL(WS-INDICE-CRUCE)
                           " DE LA SOLICITUD "
                           SAL-SOLICITUD(WS-INDICE-CRUCE)
                           " Y " SAL-ROL(WS-INDICE-SALIDA)
                           " DE LA SOLICITUD "
                           SAL-SOLICITUD(WS-INDICE-SALIDA)
                           "; NO CORREN EL MISMO DIA EN LOS PROXIMOS "
                           WS-DIAS-AGENDA " DIAS"
                           ADD 1 TO WS-CONTADOR-AVISOS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       2100-BUSCAR-COINCIDENCIA.
           MOVE SAL-SOLICITUD(WS-INDICE-CRUCE) TO WS-SOLICITUD-CRUCE
           MOVE SAL-SOLICITUD(WS-INDICE-SALIDA) TO WS-SOLICITUD-SALIDA
           MOVE 'N' TO WS-COINCIDEN
           IF WS-SOLICITUD-CRUCE = WS-SOLICITUD-SALIDA
               MOVE 'S' TO WS-COINCIDEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INDICE-AGENDA FROM 1 BY 1
                   UNTIL WS-INDICE-AGENDA > WS-DIAS-AGENDA
                       OR WS-COINCIDEN = 'S'
               IF AGE-SOLICITUDES(WS-INDICE-AGENDA)
                       (WS-SOLICITUD-CRUCE:1) = 'S'
                       AND AGE-SOLICITUDES(WS-INDICE-AGENDA)
                           (WS-SOLICITUD-SALIDA:1) = 'S'
                   MOVE 'S' TO WS-COINCIDEN
               END-IF
           END-PERFORM.

      *    Una linea por fecha con el dia de la semana, la marca de
      *    feriado y los numeros de las solicitudes que corren.
       2500-LISTAR-AGENDA.
           DISPLAY "===== AGENDA DE LOS PROXIMOS " WS-DIAS-AGENDA
               " DIAS ====="
           PERFORM VARYING WS-INDICE-AGENDA FROM 1 BY 1
                   UNTIL WS-INDICE-AGENDA > WS-DIAS-AGENDA
               MOVE SPACES TO WS-LINEA-AGENDA
               COMPUTE WS-FECHA-CALENDARIO =
                   FUNCTION DATE-OF-INTEGER(AGE-DIA(WS-INDICE-AGENDA))
               STRING WS-ANIO-CALENDARIO "-" WS-MES-CALENDARIO "-"
                   WS-DIA-MES-CALENDARIO
                   DELIMITED BY SIZE INTO WS-LINEA-AGENDA
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(AGE-DIA(WS-INDICE-AGENDA) - 1, 7) + 1
               MOVE WS-NOMBRES-DIAS((WS-DIA-SEMANA - 1) * 9 + 1:9)
                   TO WS-NOMBRE-DIA
               MOVE WS-NOMBRE-DIA TO WS-LINEA-AGENDA(12:9)
               IF AGE-FERIADO(WS-INDICE-AGENDA) = 'S'
                   MOVE "FERIADO" TO WS-LINEA-AGENDA(22:7)
               END-IF
               MOVE "SOLICITUDES:" TO WS-LINEA-AGENDA(31:12)
               MOVE 0 TO WS-CORREN-EN-AGENDA
               MOVE 44 TO WS-POSICION-AGENDA
               PERFORM VARYING WS-SOLICITUD-CRUCE FROM 1 BY 1
                       UNTIL WS-SOLICITUD-CRUCE > WS-TOTAL-SOLICITUDES
                   IF AGE-SOLICITUDES(WS-INDICE-AGENDA)
                           (WS-SOLICITUD-CRUCE:1) = 'S'
                       ADD 1 TO WS-CORREN-EN-AGENDA
                       MOVE WS-SOLICITUD-CRUCE
                           TO WS-LINEA-AGENDA(WS-POSICION-AGENDA:3)
                       ADD 4 TO WS-POSICION-AGENDA
                   END-IF
               END-PERFORM
               IF WS-CORREN-EN-AGENDA = 0
                   MOVE "NINGUNA" TO WS-LINEA-AGENDA(44:7)
                   MOVE 52 TO WS-POSICION-AGENDA
               END-IF
               DISPLAY WS-LINEA-AGENDA(1:WS-POSICION-AGENDA - 2)
           END-PERFORM.

       3000-REPORTAR-RESULTADO.
           DISPLAY "SOLICITUDES VALIDADAS : " WS-TOTAL-SOLICITUDES
           DISPLAY "AVISOS                : " WS-CONTADOR-AVISOS
               END-IF
           END-IF.

       3100-ANOTAR-FIN-TIEMPO.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE 'F' TO WS-TIEMPO-TIPO
           MOVE WS-TOTAL-SOLICITUDES TO WS-TIEMPO-REGISTROS
           MOVE RETURN-CODE TO WS-TIEMPO-CODIGO
           EVALUATE TRUE
               WHEN WS-CONTADOR-ERRORES > 0
                   MOVE "ERRORES" TO WS-TIEMPO-ESTADO
               WHEN WS-CONTADOR-AVISOS > 0
                   MOVE "AVISOS" TO WS-TIEMPO-ESTADO
               WHEN OTHER
                   MOVE "VALIDO" TO WS-TIEMPO-ESTADO
           END-EVALUATE
           PERFORM 9200-GRABAR-TIEMPO.

       9100-MARCAR-TIEMPO.
           MOVE FUNCTION CURRENT-DATE TO WS-RELOJ-TIEMPO
           MOVE SPACES TO WS-MARCA-TIEMPO
           STRING WS-RELOJ-TIEMPO(1:4) "-" WS-RELOJ-TIEMPO(5:2) "-"
               WS-RELOJ-TIEMPO(7:2) " " WS-RELOJ-TIEMPO(9:2) ":"
               WS-RELOJ-TIEMPO(11:2) ":" WS-RELOJ-TIEMPO(13:2) "."
               WS-RELOJ-TIEMPO(15:2)
               DELIMITED BY SIZE INTO WS-MARCA-TIEMPO.

      *    Sin bitacora el paso sigue igual; solo se avisa.
       9200-GRABAR-TIEMPO.
           MOVE SPACES TO WS-LINEA-TIEMPO
           MOVE WS-ID-TIEMPO TO WS-LINEA-TIEMPO(1:15)
           MOVE WS-TIEMPO-TIPO TO WS-LINEA-TIEMPO(17:1)
           MOVE "VALCTL09" TO WS-LINEA-TIEMPO(19:8)
           MOVE "000" TO WS-LINEA-TIEMPO(28:3)
           MOVE WS-INICIO-PASO TO WS-LINEA-TIEMPO(53:22)
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
               DISPLAY
               "AVISO, NO SE PUDO GRABAR LA BITACORA DE TIEMPOS: "
               WS-DSN-TIEMPOS
           END-IF.

       END PROGRAM VALCTL09.
