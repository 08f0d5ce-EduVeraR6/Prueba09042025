      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de tiempos de la ventana batch de
      *          YOUR-PROGRAM-NAME. Lee la bitacora TIEMPOS.DAT, donde
      *          cada paso del lote (VALCTL09, la conversion por
      *          solicitud y entera, CONCIL09, INVREC09 y HISTOR09)
      *          anota su inicio y su fin con el id de corrida, y
      *          por cada corrida del periodo informa duracion,
      *          registros y registros por minuto de cada paso y de
      *          cada solicitud, un resumen por paso y entrada, y la
      *          lista de corridas, pasos y solicitudes que pasaron
      *          la hora limite de la ventana o el promedio de las
      *          ultimas corridas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEMPO09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-TIEMPOS ASSIGN TO DYNAMIC WS-DSN-TIEMPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIEMPOS.
           SELECT ARCH-INFORME ASSIGN TO DYNAMIC WS-DSN-INFORME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
      *    Mismo layout de bitacora que el programa de conversion.
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO PIC X(130).
       FD  ARCH-INFORME.
       01  REG-INFORME PIC X(132).
       WORKING-STORAGE SECTION.
      *    Parametros del informe, un registro opcional:
      *      cols  1-10  ultimo dia de ventana a informar (AAAA-MM-DD;
      *                  blanco = el dia anterior a la ejecucion)
      *      cols 11-12  dias del periodo hacia atras (blanco = 01)
      *      cols 13-17  apertura de la ventana HH:MM (blanco = 20:00)
      *      cols 18-22  hora limite HH:MM (blanco = 06:00); si es
      *                  menor o igual que la apertura la ventana
      *                  cruza la medianoche y el limite es del dia
      *                  siguiente
      *      cols 23-24  corridas anteriores para el promedio
      *                  (blanco = 05)
      *      cols 25-27  tolerancia en % sobre el promedio
      *                  (blanco = 050)
      *      cols 28-47  bitacora (blanco = TIEMPOS.DAT)
      *      cols 48-67  informe (blanco = TIEMPREP.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "TIEMPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80) VALUE SPACES.
       01 WS-DSN-TIEMPOS PIC X(20) VALUE "TIEMPOS.DAT".
       01 WS-ESTADO-TIEMPOS PIC X(2).
       01 WS-LINEA-TIEMPO PIC X(130).
       01 WS-DSN-INFORME PIC X(20) VALUE "TIEMPREP.DAT".
       01 WS-ESTADO-INFORME PIC X(2).
       01 WS-LINEA-INFORME PIC X(132).
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FECHA-FINAL PIC X(10) VALUE SPACES.
       01 WS-FECHA-INICIAL PIC X(10) VALUE SPACES.
       01 WS-FECHA-TRABAJO PIC X(10).
       01 WS-FECHA-COMPACTA PIC X(8).
       01 WS-FECHA-NUMERICA PIC 9(8).
       01 WS-FECHA-VALIDA PIC X VALUE 'S'.
       01 WS-DIA-TRABAJO PIC 9(8) VALUE 0.
       01 WS-DIA-FINAL PIC 9(8) VALUE 0.
       01 WS-DIA-INICIAL PIC 9(8) VALUE 0.
       01 WS-DIA-HISTORIA PIC 9(8) VALUE 0.
       01 WS-DIA-TOPE PIC 9(8) VALUE 0.
       01 WS-DIAS-PERIODO PIC 9(2) VALUE 1.
      *    El promedio se toma de las corridas que haya en la
      *    bitacora dentro de los 31 dias anteriores al periodo.
       01 WS-DIAS-HISTORIA PIC 9(2) VALUE 31.
       01 WS-HORA-APERTURA PIC X(5) VALUE "20:00".
       01 WS-HORA-LIMITE PIC X(5) VALUE "06:00".
       01 WS-HORA-TRABAJO PIC X(5).
       01 WS-HORA-VALIDA PIC X VALUE 'S'.
       01 WS-CS-HORA PIC 9(8) VALUE 0.
       01 WS-CS-APERTURA PIC 9(8) VALUE 0.
       01 WS-CS-LIMITE PIC 9(8) VALUE 0.
       01 WS-CRUZA-MEDIANOCHE PIC X VALUE 'S'.
       01 WS-CORRIDAS-PROMEDIO PIC 9(2) VALUE 5.
       01 WS-TOLERANCIA PIC 9(3) VALUE 50.
       01 WS-PARAMETROS-VALIDOS PIC X VALUE 'S'.
      *    Las marcas de la bitacora (AAAA-MM-DD HH:MM:SS.CC) se
      *    llevan a centesimas de segundo desde el origen del
      *    calendario para restarlas sin importar la medianoche.
       01 WS-CS-POR-DIA PIC 9(7) VALUE 8640000.
       01 WS-MARCA-TRABAJO PIC X(22).
       01 WS-MARCA-VALIDA PIC X VALUE 'S'.
       01 WS-CS-MARCA PIC 9(15) VALUE 0.
       01 WS-DIA-MARCA PIC 9(8) VALUE 0.
       01 WS-CS-DEL-DIA PIC 9(8) VALUE 0.
       01 WS-DIA-VENTANA PIC 9(8) VALUE 0.
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
      *    Un paso o una solicitud de una corrida: se arma con su
      *    registro de inicio y se completa con el de fin. La
      *    validacion, que corre antes de tener id de corrida, queda
      *    pendiente y se asocia a la primera conversion que la siga
      *    en la bitacora.
       01 WS-MAXIMO-ENTRADAS PIC 9(4) VALUE 5000.
       01 WS-TOTAL-ENTRADAS PIC 9(4) VALUE 0.
       01 WS-INDICE-ENTRADA PIC 9(4) VALUE 0.
       01 WS-INDICE-PREVIA PIC 9(4) VALUE 0.
       01 WS-TABLA-ENTRADAS.
          05 WS-ENTRADA OCCURS 5000 TIMES.
             10 ENT-ID PIC X(15).
             10 ENT-CORRIDA PIC X(15).
             10 ENT-PASO PIC X(8).
             10 ENT-SOLICITUD PIC X(3).
             10 ENT-DSN PIC X(20).
             10 ENT-INICIO PIC X(22).
             10 ENT-FIN PIC X(22).
             10 ENT-REGISTROS PIC 9(9).
             10 ENT-CODIGO PIC X(2).
             10 ENT-ESTADO PIC X(12).
             10 ENT-INICIO-CS PIC 9(15).
             10 ENT-FIN-CS PIC 9(15).
             10 ENT-DURACION PIC 9(11).
             10 ENT-PROMEDIO PIC 9(11).
             10 ENT-COMPLETA PIC X.
             10 ENT-PENDIENTE PIC X.
             10 ENT-FUERA-VENTANA PIC X.
             10 ENT-SOBRE-PROMEDIO PIC X.
             10 ENT-INDICE-CORRIDA PIC 9(4).
      *    Una corrida: desde el primer inicio hasta el ultimo fin de
      *    sus pasos. El dia de ventana es el de la apertura en que
      *    arranco (un arranque despues de medianoche pertenece a la
      *    ventana del dia anterior).
       01 WS-MAXIMO-CORRIDAS PIC 9(4) VALUE 1000.
       01 WS-TOTAL-CORRIDAS PIC 9(4) VALUE 0.
       01 WS-INDICE-CORRIDA PIC 9(4) VALUE 0.
       01 WS-INDICE-ANTERIOR PIC 9(4) VALUE 0.
       01 WS-TABLA-CORRIDAS.
          05 WS-CORRIDA OCCURS 1000 TIMES.
             10 COR-ID PIC X(15).
             10 COR-INICIO PIC X(22).
             10 COR-FIN PIC X(22).
             10 COR-INICIO-CS PIC 9(15).
             10 COR-FIN-CS PIC 9(15).
             10 COR-DURACION PIC 9(11).
             10 COR-PROMEDIO PIC 9(11).
             10 COR-LIMITE-CS PIC 9(15).
             10 COR-LIMITE PIC X(16).
             10 COR-DIA-VENTANA PIC 9(8).
             10 COR-COMPLETA PIC X.
             10 COR-EN-PERIODO PIC X.
             10 COR-FUERA-VENTANA PIC X.
             10 COR-SOBRE-PROMEDIO PIC X.
             10 COR-PASOS PIC 9(4).
      *    Resumen por paso + entrada de las corridas del periodo.
       01 WS-MAXIMO-RESUMEN PIC 9(3) VALUE 300.
       01 WS-TOTAL-RESUMEN PIC 9(3) VALUE 0.
       01 WS-INDICE-RESUMEN PIC 9(3) VALUE 0.
       01 WS-TABLA-RESUMEN.
          05 WS-RESUMEN OCCURS 300 TIMES.
             10 RSM-CLAVE.
                15 RSM-PASO PIC X(8).
                15 RSM-TIPO PIC X.
                15 RSM-DSN PIC X(20).
             10 RSM-VECES PIC 9(5).
             10 RSM-REGISTROS PIC 9(11).
             10 RSM-DURACION PIC 9(13).
             10 RSM-MAXIMA PIC 9(11).
       01 WS-CLAVE-RESUMEN PIC X(29).
       01 WS-TIPO-ENTRADA PIC X.
       01 WS-SUMA-DURACION PIC 9(13) VALUE 0.
       01 WS-VECES-PROMEDIO PIC 9(2) VALUE 0.
       01 WS-TOPE-PROMEDIO PIC 9(13) VALUE 0.
       01 WS-CS-TRABAJO PIC 9(13) VALUE 0.
       01 WS-REG-POR-MINUTO PIC 9(11) VALUE 0.
       01 WS-HORAS PIC 9(5) VALUE 0.
       01 WS-MINUTOS PIC 9(2) VALUE 0.
       01 WS-SEGUNDOS PIC 9(2) VALUE 0.
       01 WS-CENTESIMAS PIC 9(2) VALUE 0.
       01 WS-RESTO PIC 9(13) VALUE 0.
       01 WS-DURACION-EDITADA PIC X(11).
       01 WS-CIFRA-EDITADA PIC ZZZ,ZZZ,ZZ9.
       01 WS-VECES-EDITADAS PIC ZZ,ZZ9.
       01 WS-MARCAS PIC X(18).
       01 WS-CONTADOR-REGISTROS PIC 9(11) VALUE 0.
       01 WS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WS-CONTADOR-ILEGIBLES PIC 9(7) VALUE 0.
       01 WS-CONTADOR-FUERA-RANGO PIC 9(7) VALUE 0.
       01 WS-CONTADOR-OMITIDOS PIC 9(7) VALUE 0.
       01 WS-CONTADOR-SIN-INICIO PIC 9(7) VALUE 0.
       01 WS-CONTADOR-CORRIDAS PIC 9(5) VALUE 0.
       01 WS-CONTADOR-EXCEPCIONES PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION

           PERFORM 0100-LEER-PARAMETROS.
           PERFORM 0200-RESOLVER-PARAMETROS.
           IF WS-PARAMETROS-VALIDOS NOT = 'S'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCH-TIEMPOS
           IF WS-ESTADO-TIEMPOS NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR LA BITACORA DE TIEMPOS: "
               WS-DSN-TIEMPOS " (ESTADO " WS-ESTADO-TIEMPOS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME
           IF WS-ESTADO-INFORME NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL INFORME DE TIEMPOS: "
               WS-DSN-INFORME
               CLOSE ARCH-TIEMPOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-CARGAR-BITACORA.
           CLOSE ARCH-TIEMPOS.
           PERFORM 2000-ARMAR-CORRIDAS.
           PERFORM 2200-EVALUAR-ENTRADA
               VARYING WS-INDICE-ENTRADA FROM 1 BY 1
               UNTIL WS-INDICE-ENTRADA > WS-TOTAL-ENTRADAS.
           PERFORM 2300-EVALUAR-CORRIDA
               VARYING WS-INDICE-CORRIDA FROM 1 BY 1
               UNTIL WS-INDICE-CORRIDA > WS-TOTAL-CORRIDAS.

           PERFORM 3000-ENCABEZAR-INFORME.
           PERFORM 3100-DETALLAR-CORRIDA
               VARYING WS-INDICE-CORRIDA FROM 1 BY 1
               UNTIL WS-INDICE-CORRIDA > WS-TOTAL-CORRIDAS.
           PERFORM 3300-RESUMIR-PASOS.
           PERFORM 3500-LISTAR-EXCEPCIONES.
           PERFORM 3900-CERRAR-INFORME.
           PERFORM 4000-REPORTAR-RESULTADO.
           IF (WS-CONTADOR-EXCEPCIONES > 0 OR WS-CONTADOR-OMITIDOS > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    Sin archivo de parametros se informa la ventana del dia
      *    anterior con los valores por defecto.
       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       MOVE SPACES TO WS-LINEA-PARM
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF
           MOVE WS-LINEA-PARM(1:10) TO WS-FECHA-FINAL
           IF WS-LINEA-PARM(28:20) NOT = SPACES
               MOVE WS-LINEA-PARM(28:20) TO WS-DSN-TIEMPOS
           END-IF
           IF WS-LINEA-PARM(48:20) NOT = SPACES
               MOVE WS-LINEA-PARM(48:20) TO WS-DSN-INFORME
           END-IF.

       0200-RESOLVER-PARAMETROS.
           IF WS-FECHA-FINAL = SPACES
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-TRABAJO
               PERFORM 0250-CONVERTIR-FECHA
               SUBTRACT 1 FROM WS-DIA-TRABAJO
               PERFORM 0260-EDITAR-FECHA
               MOVE WS-FECHA-TRABAJO TO WS-FECHA-FINAL
           END-IF
           MOVE WS-FECHA-FINAL TO WS-FECHA-TRABAJO
           PERFORM 0250-CONVERTIR-FECHA
           IF WS-FECHA-VALIDA NOT = 'S'
               MOVE 'N' TO WS-PARAMETROS-VALIDOS
               DISPLAY
               "ERROR, FECHA FINAL NO VALIDA: '" WS-FECHA-FINAL
               "' (AAAA-MM-DD)"
           END-IF
           MOVE WS-DIA-TRABAJO TO WS-DIA-FINAL

           IF WS-LINEA-PARM(11:2) NOT = SPACES
               IF WS-LINEA-PARM(11:2) IS NUMERIC
                       AND WS-LINEA-PARM(11:2) >= "01"
                       AND WS-LINEA-PARM(11:2) <= "31"
                   MOVE WS-LINEA-PARM(11:2) TO WS-DIAS-PERIODO
               ELSE
                   MOVE 'N' TO WS-PARAMETROS-VALIDOS
                   DISPLAY
                   "ERROR, DIAS DEL PERIODO NO VALIDOS: '"
                   WS-LINEA-PARM(11:2) "' (01 A 31)"
               END-IF
           END-IF

           IF WS-LINEA-PARM(13:5) NOT = SPACES
               MOVE WS-LINEA-PARM(13:5) TO WS-HORA-APERTURA
           END-IF
           MOVE WS-HORA-APERTURA TO WS-HORA-TRABAJO
           PERFORM 0270-CONVERTIR-HORA
           IF WS-HORA-VALIDA NOT = 'S'
               MOVE 'N' TO WS-PARAMETROS-VALIDOS
               DISPLAY
               "ERROR, HORA DE APERTURA NO VALIDA: '" WS-HORA-APERTURA
               "' (HH:MM)"
           END-IF
           MOVE WS-CS-HORA TO WS-CS-APERTURA

           IF WS-LINEA-PARM(18:5) NOT = SPACES
               MOVE WS-LINEA-PARM(18:5) TO WS-HORA-LIMITE
           END-IF
           MOVE WS-HORA-LIMITE TO WS-HORA-TRABAJO
           PERFORM 0270-CONVERTIR-HORA
           IF WS-HORA-VALIDA NOT = 'S'
               MOVE 'N' TO WS-PARAMETROS-VALIDOS
               DISPLAY
               "ERROR, HORA LIMITE NO VALIDA: '" WS-HORA-LIMITE
               "' (HH:MM)"
           END-IF
           MOVE WS-CS-HORA TO WS-CS-LIMITE
           IF WS-CS-LIMITE > WS-CS-APERTURA
               MOVE 'N' TO WS-CRUZA-MEDIANOCHE
           ELSE
               MOVE 'S' TO WS-CRUZA-MEDIANOCHE
           END-IF

           IF WS-LINEA-PARM(23:2) NOT = SPACES
               IF WS-LINEA-PARM(23:2) IS NUMERIC
                       AND WS-LINEA-PARM(23:2) >= "01"
                       AND WS-LINEA-PARM(23:2) <= "20"
                   MOVE WS-LINEA-PARM(23:2) TO WS-CORRIDAS-PROMEDIO
               ELSE
                   MOVE 'N' TO WS-PARAMETROS-VALIDOS
                   DISPLAY
                   "ERROR, CORRIDAS PARA EL PROMEDIO NO VALIDAS: '"
                   WS-LINEA-PARM(23:2) "' (01 A 20)"
               END-IF
           END-IF

           IF WS-LINEA-PARM(25:3) NOT = SPACES
               IF WS-LINEA-PARM(25:3) IS NUMERIC
                   MOVE WS-LINEA-PARM(25:3) TO WS-TOLERANCIA
               ELSE
                   MOVE 'N' TO WS-PARAMETROS-VALIDOS
                   DISPLAY
                   "ERROR, TOLERANCIA NO VALIDA: '"
                   WS-LINEA-PARM(25:3) "' (000 A 999)"
               END-IF
           END-IF

           IF WS-PARAMETROS-VALIDOS NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIA-INICIAL = WS-DIA-FINAL - WS-DIAS-PERIODO + 1
           MOVE WS-DIA-INICIAL TO WS-DIA-TRABAJO
           PERFORM 0260-EDITAR-FECHA
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-INICIAL
      *    Se cargan tambien los dias de historia para el promedio y
      *    el dia siguiente al final, donde termina la ultima ventana.
           COMPUTE WS-DIA-HISTORIA = WS-DIA-INICIAL - WS-DIAS-HISTORIA
           COMPUTE WS-DIA-TOPE = WS-DIA-FINAL + 1.

      *    Convierte la fecha AAAA-MM-DD de WS-FECHA-TRABAJO a dia
      *    entero en WS-DIA-TRABAJO.
       0250-CONVERTIR-FECHA.
           MOVE 'N' TO WS-FECHA-VALIDA
           MOVE 0 TO WS-DIA-TRABAJO
           IF WS-FECHA-TRABAJO(1:4) IS NUMERIC
                   AND WS-FECHA-TRABAJO(5:1) = "-"
                   AND WS-FECHA-TRABAJO(6:2) IS NUMERIC
                   AND WS-FECHA-TRABAJO(8:1) = "-"
                   AND WS-FECHA-TRABAJO(9:2) IS NUMERIC
                   AND WS-FECHA-TRABAJO(1:4) >= "1601"
                   AND WS-FECHA-TRABAJO(6:2) >= "01"
                   AND WS-FECHA-TRABAJO(6:2) <= "12"
                   AND WS-FECHA-TRABAJO(9:2) >= "01"
                   AND WS-FECHA-TRABAJO(9:2) <= "31"
               MOVE SPACES TO WS-FECHA-COMPACTA
               STRING WS-FECHA-TRABAJO(1:4) WS-FECHA-TRABAJO(6:2)
                   WS-FECHA-TRABAJO(9:2)
                   DELIMITED BY SIZE INTO WS-FECHA-COMPACTA
               MOVE WS-FECHA-COMPACTA TO WS-FECHA-NUMERICA
               COMPUTE WS-DIA-TRABAJO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
               MOVE 'S' TO WS-FECHA-VALIDA
           END-IF.

      *    Inversa de la anterior: dia entero a AAAA-MM-DD.
       0260-EDITAR-FECHA.
           COMPUTE WS-FECHA-NUMERICA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-TRABAJO)
           MOVE WS-FECHA-NUMERICA TO WS-FECHA-COMPACTA
           MOVE SPACES TO WS-FECHA-TRABAJO
           STRING WS-FECHA-COMPACTA(1:4) "-" WS-FECHA-COMPACTA(5:2)
               "-" WS-FECHA-COMPACTA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-TRABAJO.

      *    Convierte HH:MM de WS-HORA-TRABAJO a centesimas del dia.
       0270-CONVERTIR-HORA.
           MOVE 'N' TO WS-HORA-VALIDA
           MOVE 0 TO WS-CS-HORA
           IF WS-HORA-TRABAJO(1:2) IS NUMERIC
                   AND WS-HORA-TRABAJO(3:1) = ":"
                   AND WS-HORA-TRABAJO(4:2) IS NUMERIC
                   AND WS-HORA-TRABAJO(1:2) <= "23"
                   AND WS-HORA-TRABAJO(4:2) <= "59"
               MOVE WS-HORA-TRABAJO(1:2) TO WS-HORAS
               MOVE WS-HORA-TRABAJO(4:2) TO WS-MINUTOS
               COMPUTE WS-CS-HORA = WS-HORAS * 360000
                   + WS-MINUTOS * 6000
               MOVE 'S' TO WS-HORA-VALIDA
           END-IF.

      *    Convierte la marca AAAA-MM-DD HH:MM:SS.CC de
      *    WS-MARCA-TRABAJO a centesimas absolutas en WS-CS-MARCA y
      *    deja el dia entero en WS-DIA-MARCA.
       0300-CONVERTIR-MARCA.
           MOVE 'N' TO WS-MARCA-VALIDA
           MOVE 0 TO WS-CS-MARCA WS-DIA-MARCA
           MOVE WS-MARCA-TRABAJO(1:10) TO WS-FECHA-TRABAJO
           PERFORM 0250-CONVERTIR-FECHA
           IF WS-FECHA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-MARCA-TRABAJO(12:2) IS NUMERIC
                   AND WS-MARCA-TRABAJO(14:1) = ":"
                   AND WS-MARCA-TRABAJO(15:2) IS NUMERIC
                   AND WS-MARCA-TRABAJO(17:1) = ":"
                   AND WS-MARCA-TRABAJO(18:2) IS NUMERIC
                   AND WS-MARCA-TRABAJO(20:1) = "."
                   AND WS-MARCA-TRABAJO(21:2) IS NUMERIC
               MOVE WS-DIA-TRABAJO TO WS-DIA-MARCA
               MOVE WS-MARCA-TRABAJO(12:2) TO WS-HORAS
               MOVE WS-MARCA-TRABAJO(15:2) TO WS-MINUTOS
               MOVE WS-MARCA-TRABAJO(18:2) TO WS-SEGUNDOS
               MOVE WS-MARCA-TRABAJO(21:2) TO WS-CENTESIMAS
               COMPUTE WS-CS-MARCA = WS-DIA-MARCA * WS-CS-POR-DIA
                   + WS-HORAS * 360000 + WS-MINUTOS * 6000
                   + WS-SEGUNDOS * 100 + WS-CENTESIMAS
               MOVE 'S' TO WS-MARCA-VALIDA
           END-IF.

      *    Edita WS-CS-TRABAJO (centesimas) como HH:MM:SS.CC.
       0400-EDITAR-DURACION.
           DIVIDE WS-CS-TRABAJO BY 360000 GIVING WS-HORAS
               REMAINDER WS-RESTO
           IF WS-HORAS > 99
               MOVE "99:59:59.99" TO WS-DURACION-EDITADA
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-RESTO BY 6000 GIVING WS-MINUTOS
               REMAINDER WS-RESTO
           DIVIDE WS-RESTO BY 100 GIVING WS-SEGUNDOS
               REMAINDER WS-CENTESIMAS
           MOVE SPACES TO WS-DURACION-EDITADA
           STRING WS-HORAS(4:2) ":" WS-MINUTOS ":" WS-SEGUNDOS "."
               WS-CENTESIMAS
               DELIMITED BY SIZE INTO WS-DURACION-EDITADA.

      *    Registros por minuto de WS-CONTADOR-REGISTROS en
      *    WS-CS-TRABAJO centesimas; cero si no llega a una centesima.
       0450-CALCULAR-RENDIMIENTO.
           MOVE 0 TO WS-REG-POR-MINUTO
           IF WS-CS-TRABAJO > 0
               COMPUTE WS-REG-POR-MINUTO =
                   WS-CONTADOR-REGISTROS * 6000 / WS-CS-TRABAJO
                   ON SIZE ERROR
                       MOVE 99999999999 TO WS-REG-POR-MINUTO
               END-COMPUTE
           END-IF.

       1000-CARGAR-BITACORA.
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-TIEMPOS INTO WS-LINEA-TIEMPO
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-LEIDOS
                       EVALUATE WS-LINEA-TIEMPO(17:1)
                           WHEN 'I'
                               PERFORM 1100-ANOTAR-INICIO
                           WHEN 'F'
                               PERFORM 1200-ANOTAR-FIN
                           WHEN OTHER
                               ADD 1 TO WS-CONTADOR-ILEGIBLES
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-TOTAL-ENTRADAS = 0
               DISPLAY
               "AVISO, NO HAY PASOS EN LA BITACORA PARA EL PERIODO "
               WS-FECHA-INICIAL " A " WS-FECHA-FINAL
           END-IF.

       1100-ANOTAR-INICIO.
           PERFORM 1300-AGREGAR-ENTRADA
           IF WS-INDICE-ENTRADA = 0
               EXIT PARAGRAPH
           END-IF
           IF ENT-PASO(WS-INDICE-ENTRADA) = "PRUEBA09"
                   AND ENT-SOLICITUD(WS-INDICE-ENTRADA) = "000"
               PERFORM 1500-ASOCIAR-VALIDACION
           END-IF.

      *    El fin se empareja con su inicio por id, paso, solicitud y
      *    marca de inicio, buscando desde el ultimo paso cargado. Un
      *    fin sin inicio (inicio fuera del periodo cargado o perdido)
      *    se carga igual, ya que trae su propia marca de inicio.
       1200-ANOTAR-FIN.
           MOVE 0 TO WS-INDICE-ENTRADA
           PERFORM VARYING WS-INDICE-PREVIA FROM WS-TOTAL-ENTRADAS
                   BY -1 UNTIL WS-INDICE-PREVIA < 1
               IF ENT-ID(WS-INDICE-PREVIA) = WS-LINEA-TIEMPO(1:15)
                       AND ENT-PASO(WS-INDICE-PREVIA)
                           = WS-LINEA-TIEMPO(19:8)
                       AND ENT-SOLICITUD(WS-INDICE-PREVIA)
                           = WS-LINEA-TIEMPO(28:3)
                       AND ENT-INICIO(WS-INDICE-PREVIA)
                           = WS-LINEA-TIEMPO(53:22)
                       AND ENT-COMPLETA(WS-INDICE-PREVIA) = 'N'
                   MOVE WS-INDICE-PREVIA TO WS-INDICE-ENTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INDICE-ENTRADA = 0
               PERFORM 1300-AGREGAR-ENTRADA
               IF WS-INDICE-ENTRADA = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONTADOR-SIN-INICIO
           END-IF
           PERFORM 1400-COMPLETAR-ENTRADA.

      *    Agrega un paso con los datos de inicio del registro leido;
      *    deja WS-INDICE-ENTRADA en cero si no se carga.
       1300-AGREGAR-ENTRADA.
           MOVE 0 TO WS-INDICE-ENTRADA
           MOVE WS-LINEA-TIEMPO(53:22) TO WS-MARCA-TRABAJO
           PERFORM 0300-CONVERTIR-MARCA
           IF WS-MARCA-VALIDA NOT = 'S'
               ADD 1 TO WS-CONTADOR-ILEGIBLES
               EXIT PARAGRAPH
           END-IF
           IF WS-DIA-MARCA < WS-DIA-HISTORIA
                   OR WS-DIA-MARCA > WS-DIA-TOPE
               ADD 1 TO WS-CONTADOR-FUERA-RANGO
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-ENTRADAS >= WS-MAXIMO-ENTRADAS
               ADD 1 TO WS-CONTADOR-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-ENTRADAS
           MOVE WS-TOTAL-ENTRADAS TO WS-INDICE-ENTRADA
           MOVE WS-LINEA-TIEMPO(1:15) TO ENT-ID(WS-INDICE-ENTRADA)
           MOVE WS-LINEA-TIEMPO(1:15)
               TO ENT-CORRIDA(WS-INDICE-ENTRADA)
           MOVE WS-LINEA-TIEMPO(19:8) TO ENT-PASO(WS-INDICE-ENTRADA)
           MOVE WS-LINEA-TIEMPO(28:3)
               TO ENT-SOLICITUD(WS-INDICE-ENTRADA)
           MOVE WS-LINEA-TIEMPO(32:20) TO ENT-DSN(WS-INDICE-ENTRADA)
           MOVE WS-LINEA-TIEMPO(53:22)
               TO ENT-INICIO(WS-INDICE-ENTRADA)
           MOVE SPACES TO ENT-FIN(WS-INDICE-ENTRADA)
           MOVE 0 TO ENT-REGISTROS(WS-INDICE-ENTRADA)
           MOVE SPACES TO ENT-CODIGO(WS-INDICE-ENTRADA)
           MOVE SPACES TO ENT-ESTADO(WS-INDICE-ENTRADA)
           MOVE WS-CS-MARCA TO ENT-INICIO-CS(WS-INDICE-ENTRADA)
           MOVE 0 TO ENT-FIN-CS(WS-INDICE-ENTRADA)
           MOVE 0 TO ENT-DURACION(WS-INDICE-ENTRADA)
           MOVE 0 TO ENT-PROMEDIO(WS-INDICE-ENTRADA)
           MOVE 'N' TO ENT-COMPLETA(WS-INDICE-ENTRADA)
           MOVE 'N' TO ENT-FUERA-VENTANA(WS-INDICE-ENTRADA)
           MOVE 'N' TO ENT-SOBRE-PROMEDIO(WS-INDICE-ENTRADA)
           MOVE 0 TO ENT-INDICE-CORRIDA(WS-INDICE-ENTRADA)
           IF ENT-PASO(WS-INDICE-ENTRADA) = "VALCTL09"
               MOVE 'S' TO ENT-PENDIENTE(WS-INDICE-ENTRADA)
           ELSE
               MOVE 'N' TO ENT-PENDIENTE(WS-INDICE-ENTRADA)
           END-IF.

       1400-COMPLETAR-ENTRADA.
           MOVE WS-LINEA-TIEMPO(76:22) TO WS-MARCA-TRABAJO
           PERFORM 0300-CONVERTIR-MARCA
           IF WS-MARCA-VALIDA NOT = 'S'
               ADD 1 TO WS-CONTADOR-ILEGIBLES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-TIEMPO(76:22) TO ENT-FIN(WS-INDICE-ENTRADA)
           MOVE WS-CS-MARCA TO ENT-FIN-CS(WS-INDICE-ENTRADA)
           IF WS-CS-MARCA > ENT-INICIO-CS(WS-INDICE-ENTRADA)
               COMPUTE ENT-DURACION(WS-INDICE-ENTRADA) =
                   WS-CS-MARCA - ENT-INICIO-CS(WS-INDICE-ENTRADA)
           END-IF
           IF WS-LINEA-TIEMPO(99:9) IS NUMERIC
               MOVE WS-LINEA-TIEMPO(99:9)
                   TO ENT-REGISTROS(WS-INDICE-ENTRADA)
           END-IF
           MOVE WS-LINEA-TIEMPO(109:2) TO ENT-CODIGO(WS-INDICE-ENTRADA)
           MOVE WS-LINEA-TIEMPO(112:12)
               TO ENT-ESTADO(WS-INDICE-ENTRADA)
           MOVE 'S' TO ENT-COMPLETA(WS-INDICE-ENTRADA).

      *    La validacion pendiente (inicio y fin ya cargados) pasa a
      *    la corrida de conversion que arranca a continuacion.
       1500-ASOCIAR-VALIDACION.
           PERFORM VARYING WS-INDICE-PREVIA FROM 1 BY 1
                   UNTIL WS-INDICE-PREVIA >= WS-INDICE-ENTRADA
               IF ENT-PENDIENTE(WS-INDICE-PREVIA) = 'S'
                   MOVE ENT-ID(WS-INDICE-ENTRADA)
                       TO ENT-CORRIDA(WS-INDICE-PREVIA)
                   MOVE 'N' TO ENT-PENDIENTE(WS-INDICE-PREVIA)
               END-IF
           END-PERFORM.

      *    Arma las corridas en el orden en que aparecen en la
      *    bitacora, que es el orden en que arrancaron.
       2000-ARMAR-CORRIDAS.
           PERFORM VARYING WS-INDICE-ENTRADA FROM 1 BY 1
                   UNTIL WS-INDICE-ENTRADA > WS-TOTAL-ENTRADAS
               PERFORM 2050-UBICAR-CORRIDA
               IF WS-INDICE-CORRIDA > 0
                   PERFORM 2100-ACUMULAR-CORRIDA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-INDICE-CORRIDA FROM 1 BY 1
                   UNTIL WS-INDICE-CORRIDA > WS-TOTAL-CORRIDAS
               PERFORM 2150-FIJAR-LIMITE
           END-PERFORM.

       2050-UBICAR-CORRIDA.
           PERFORM VARYING WS-INDICE-CORRIDA FROM WS-TOTAL-CORRIDAS
                   BY -1 UNTIL WS-INDICE-CORRIDA < 1
               IF COR-ID(WS-INDICE-CORRIDA)
                       = ENT-CORRIDA(WS-INDICE-ENTRADA)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INDICE-CORRIDA > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-CORRIDAS >= WS-MAXIMO-CORRIDAS
               ADD 1 TO WS-CONTADOR-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-CORRIDAS
           MOVE WS-TOTAL-CORRIDAS TO WS-INDICE-CORRIDA
           MOVE ENT-CORRIDA(WS-INDICE-ENTRADA)
               TO COR-ID(WS-INDICE-CORRIDA)
           MOVE ENT-INICIO(WS-INDICE-ENTRADA)
               TO COR-INICIO(WS-INDICE-CORRIDA)
           MOVE ENT-INICIO-CS(WS-INDICE-ENTRADA)
               TO COR-INICIO-CS(WS-INDICE-CORRIDA)
           MOVE SPACES TO COR-FIN(WS-INDICE-CORRIDA)
           MOVE 0 TO COR-FIN-CS(WS-INDICE-CORRIDA)
           MOVE 0 TO COR-DURACION(WS-INDICE-CORRIDA)
           MOVE 0 TO COR-PROMEDIO(WS-INDICE-CORRIDA)
           MOVE 'S' TO COR-COMPLETA(WS-INDICE-CORRIDA)
           MOVE 'N' TO COR-FUERA-VENTANA(WS-INDICE-CORRIDA)
           MOVE 'N' TO COR-SOBRE-PROMEDIO(WS-INDICE-CORRIDA)
           MOVE 0 TO COR-PASOS(WS-INDICE-CORRIDA).

       2100-ACUMULAR-CORRIDA.
           MOVE WS-INDICE-CORRIDA
               TO ENT-INDICE-CORRIDA(WS-INDICE-ENTRADA)
           ADD 1 TO COR-PASOS(WS-INDICE-CORRIDA)
           IF ENT-INICIO-CS(WS-INDICE-ENTRADA)
                   < COR-INICIO-CS(WS-INDICE-CORRIDA)
               MOVE ENT-INICIO(WS-INDICE-ENTRADA)
                   TO COR-INICIO(WS-INDICE-CORRIDA)
               MOVE ENT-INICIO-CS(WS-INDICE-ENTRADA)
                   TO COR-INICIO-CS(WS-INDICE-CORRIDA)
           END-IF
           IF ENT-COMPLETA(WS-INDICE-ENTRADA) NOT = 'S'
               MOVE 'N' TO COR-COMPLETA(WS-INDICE-CORRIDA)
               EXIT PARAGRAPH
           END-IF
           IF ENT-FIN-CS(WS-INDICE-ENTRADA)
                   > COR-FIN-CS(WS-INDICE-CORRIDA)
               MOVE ENT-FIN(WS-INDICE-ENTRADA)
                   TO COR-FIN(WS-INDICE-CORRIDA)
               MOVE ENT-FIN-CS(WS-INDICE-ENTRADA)
                   TO COR-FIN-CS(WS-INDICE-CORRIDA)
           END-IF.

      *    Dia de ventana y hora limite de la corrida. Con ventana
      *    que cruza la medianoche, un arranque antes de la apertura
      *    pertenece a la ventana del dia anterior y su limite es la
      *    hora limite del dia del arranque.
       2150-FIJAR-LIMITE.
           DIVIDE COR-INICIO-CS(WS-INDICE-CORRIDA) BY WS-CS-POR-DIA
               GIVING WS-DIA-VENTANA REMAINDER WS-CS-DEL-DIA
           IF WS-CRUZA-MEDIANOCHE = 'S'
               IF WS-CS-DEL-DIA < WS-CS-APERTURA
                   SUBTRACT 1 FROM WS-DIA-VENTANA
               END-IF
               COMPUTE WS-DIA-TRABAJO = WS-DIA-VENTANA + 1
           ELSE
               MOVE WS-DIA-VENTANA TO WS-DIA-TRABAJO
           END-IF
           MOVE WS-DIA-VENTANA TO COR-DIA-VENTANA(WS-INDICE-CORRIDA)
           COMPUTE COR-LIMITE-CS(WS-INDICE-CORRIDA) =
               WS-DIA-TRABAJO * WS-CS-POR-DIA + WS-CS-LIMITE
           PERFORM 0260-EDITAR-FECHA
           MOVE SPACES TO COR-LIMITE(WS-INDICE-CORRIDA)
           STRING WS-FECHA-TRABAJO " " WS-HORA-LIMITE
               DELIMITED BY SIZE INTO COR-LIMITE(WS-INDICE-CORRIDA)
           IF WS-DIA-VENTANA >= WS-DIA-INICIAL
                   AND WS-DIA-VENTANA <= WS-DIA-FINAL
               MOVE 'S' TO COR-EN-PERIODO(WS-INDICE-CORRIDA)
               ADD 1 TO WS-CONTADOR-CORRIDAS
           ELSE
               MOVE 'N' TO COR-EN-PERIODO(WS-INDICE-CORRIDA)
           END-IF
           IF COR-FIN-CS(WS-INDICE-CORRIDA)
                   > COR-INICIO-CS(WS-INDICE-CORRIDA)
               COMPUTE COR-DURACION(WS-INDICE-CORRIDA) =
                   COR-FIN-CS(WS-INDICE-CORRIDA)
                   - COR-INICIO-CS(WS-INDICE-CORRIDA)
           END-IF.

      *    Un paso o solicitud terminado de una corrida del periodo se
      *    compara con la hora limite de su corrida y con el promedio
      *    de las ultimas corridas del mismo paso y entrada. Para no
      *    marcar pasos de pocas centesimas, el exceso sobre el
      *    promedio tiene que ser ademas de un segundo o mas.
       2200-EVALUAR-ENTRADA.
           MOVE ENT-INDICE-CORRIDA(WS-INDICE-ENTRADA)
               TO WS-INDICE-CORRIDA
           IF WS-INDICE-CORRIDA = 0
               EXIT PARAGRAPH
           END-IF
           IF COR-EN-PERIODO(WS-INDICE-CORRIDA) NOT = 'S'
                   OR ENT-COMPLETA(WS-INDICE-ENTRADA) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF ENT-FIN-CS(WS-INDICE-ENTRADA)
                   > COR-LIMITE-CS(WS-INDICE-CORRIDA)
               MOVE 'S' TO ENT-FUERA-VENTANA(WS-INDICE-ENTRADA)
           END-IF
           MOVE 0 TO WS-SUMA-DURACION
           MOVE 0 TO WS-VECES-PROMEDIO
           PERFORM VARYING WS-INDICE-PREVIA FROM WS-INDICE-ENTRADA
                   BY -1 UNTIL WS-INDICE-PREVIA < 1
                   OR WS-VECES-PROMEDIO >= WS-CORRIDAS-PROMEDIO
               IF ENT-INDICE-CORRIDA(WS-INDICE-PREVIA)
                       < WS-INDICE-CORRIDA
                       AND ENT-INDICE-CORRIDA(WS-INDICE-PREVIA) > 0
                       AND ENT-COMPLETA(WS-INDICE-PREVIA) = 'S'
                       AND ENT-PASO(WS-INDICE-PREVIA)
                           = ENT-PASO(WS-INDICE-ENTRADA)
                       AND ENT-DSN(WS-INDICE-PREVIA)
                           = ENT-DSN(WS-INDICE-ENTRADA)
                   ADD ENT-DURACION(WS-INDICE-PREVIA)
                       TO WS-SUMA-DURACION
                   ADD 1 TO WS-VECES-PROMEDIO
               END-IF
           END-PERFORM
           IF WS-VECES-PROMEDIO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ENT-PROMEDIO(WS-INDICE-ENTRADA) =
               WS-SUMA-DURACION / WS-VECES-PROMEDIO
           COMPUTE WS-TOPE-PROMEDIO =
               ENT-PROMEDIO(WS-INDICE-ENTRADA)
               * (100 + WS-TOLERANCIA) / 100
           IF ENT-DURACION(WS-INDICE-ENTRADA) > WS-TOPE-PROMEDIO
                   AND ENT-DURACION(WS-INDICE-ENTRADA)
                       >= ENT-PROMEDIO(WS-INDICE-ENTRADA) + 100
               MOVE 'S' TO ENT-SOBRE-PROMEDIO(WS-INDICE-ENTRADA)
           END-IF.

      *    La corrida entera se compara igual contra las corridas
      *    terminadas que la preceden en la bitacora.
       2300-EVALUAR-CORRIDA.
           IF COR-EN-PERIODO(WS-INDICE-CORRIDA) NOT = 'S'
                   OR COR-FIN-CS(WS-INDICE-CORRIDA) = 0
               EXIT PARAGRAPH
           END-IF
           IF COR-FIN-CS(WS-INDICE-CORRIDA)
                   > COR-LIMITE-CS(WS-INDICE-CORRIDA)
               MOVE 'S' TO COR-FUERA-VENTANA(WS-INDICE-CORRIDA)
           END-IF
           IF COR-COMPLETA(WS-INDICE-CORRIDA) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUMA-DURACION
           MOVE 0 TO WS-VECES-PROMEDIO
           COMPUTE WS-INDICE-ANTERIOR = WS-INDICE-CORRIDA - 1
           PERFORM UNTIL WS-INDICE-ANTERIOR < 1
                   OR WS-VECES-PROMEDIO >= WS-CORRIDAS-PROMEDIO
               IF COR-COMPLETA(WS-INDICE-ANTERIOR) = 'S'
                       AND COR-DURACION(WS-INDICE-ANTERIOR) > 0
                   ADD COR-DURACION(WS-INDICE-ANTERIOR)
                       TO WS-SUMA-DURACION
                   ADD 1 TO WS-VECES-PROMEDIO
               END-IF
               SUBTRACT 1 FROM WS-INDICE-ANTERIOR
           END-PERFORM
           IF WS-VECES-PROMEDIO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE COR-PROMEDIO(WS-INDICE-CORRIDA) =
               WS-SUMA-DURACION / WS-VECES-PROMEDIO
           COMPUTE WS-TOPE-PROMEDIO =
               COR-PROMEDIO(WS-INDICE-CORRIDA)
               * (100 + WS-TOLERANCIA) / 100
           IF COR-DURACION(WS-INDICE-CORRIDA) > WS-TOPE-PROMEDIO
                   AND COR-DURACION(WS-INDICE-CORRIDA)
                       >= COR-PROMEDIO(WS-INDICE-CORRIDA) + 100
               MOVE 'S' TO COR-SOBRE-PROMEDIO(WS-INDICE-CORRIDA)
           END-IF.

       3000-ENCABEZAR-INFORME.
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "TIEMPOS DE LA VENTANA BATCH - VENTANAS DEL "
               WS-FECHA-INICIAL " AL " WS-FECHA-FINAL
               " - EJECUCION: " WS-FECHA-EJECUCION
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "APERTURA " WS-HORA-APERTURA
               " - HORA LIMITE " WS-HORA-LIMITE
               " - PROMEDIO DE LAS ULTIMAS " WS-CORRIDAS-PROMEDIO
               " CORRIDAS - TOLERANCIA " WS-TOLERANCIA "%"
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "MARCAS: VENTANA = TERMINO DESPUES DE LA HORA "
               "LIMITE, PROMEDIO = DURO MAS QUE EL PROMEDIO MAS LA "
               "TOLERANCIA,"
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "        INCOMPLETO = SIN REGISTRO DE FIN (EL PASO "
               "ABORTO O SIGUE EN CURSO)"
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       3100-DETALLAR-CORRIDA.
           IF COR-EN-PERIODO(WS-INDICE-CORRIDA) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE COR-DURACION(WS-INDICE-CORRIDA) TO WS-CS-TRABAJO
           PERFORM 0400-EDITAR-DURACION
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "CORRIDA " COR-ID(WS-INDICE-CORRIDA)
               "  INICIO " COR-INICIO(WS-INDICE-CORRIDA)
               "  FIN " COR-FIN(WS-INDICE-CORRIDA)
               "  DURACION " WS-DURACION-EDITADA
               "  LIMITE " COR-LIMITE(WS-INDICE-CORRIDA)
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "PASO     SOL ENTRADA              INICIO"
               TO WS-LINEA-INFORME(3:40)
           MOVE "DURACION" TO WS-LINEA-INFORME(62:8)
           MOVE "REGISTROS" TO WS-LINEA-INFORME(74:9)
           MOVE "REG/MIN" TO WS-LINEA-INFORME(88:7)
           MOVE "RC" TO WS-LINEA-INFORME(96:2)
           MOVE "PROMEDIO" TO WS-LINEA-INFORME(101:8)
           MOVE "MARCAS" TO WS-LINEA-INFORME(111:6)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           PERFORM VARYING WS-INDICE-ENTRADA FROM 1 BY 1
                   UNTIL WS-INDICE-ENTRADA > WS-TOTAL-ENTRADAS
               IF ENT-INDICE-CORRIDA(WS-INDICE-ENTRADA)
                       = WS-INDICE-CORRIDA
                   PERFORM 3150-DETALLAR-ENTRADA
               END-IF
           END-PERFORM
           PERFORM 3120-MARCAR-CORRIDA
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "TOTAL CORRIDA" TO WS-LINEA-INFORME(3:13)
           MOVE COR-DURACION(WS-INDICE-CORRIDA) TO WS-CS-TRABAJO
           PERFORM 0400-EDITAR-DURACION
           MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(60:11)
           IF COR-PROMEDIO(WS-INDICE-CORRIDA) > 0
               MOVE COR-PROMEDIO(WS-INDICE-CORRIDA) TO WS-CS-TRABAJO
               PERFORM 0400-EDITAR-DURACION
               MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(99:11)
           END-IF
           MOVE WS-MARCAS TO WS-LINEA-INFORME(111:18)
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       3120-MARCAR-CORRIDA.
           MOVE SPACES TO WS-MARCAS
           EVALUATE TRUE
               WHEN COR-COMPLETA(WS-INDICE-CORRIDA) NOT = 'S'
                       AND COR-FUERA-VENTANA(WS-INDICE-CORRIDA) = 'S'
                   MOVE "INCOMPLETO+VENTANA" TO WS-MARCAS
               WHEN COR-COMPLETA(WS-INDICE-CORRIDA) NOT = 'S'
                   MOVE "INCOMPLETO" TO WS-MARCAS
               WHEN COR-FUERA-VENTANA(WS-INDICE-CORRIDA) = 'S'
                       AND COR-SOBRE-PROMEDIO(WS-INDICE-CORRIDA) = 'S'
                   MOVE "VENTANA+PROMEDIO" TO WS-MARCAS
               WHEN COR-FUERA-VENTANA(WS-INDICE-CORRIDA) = 'S'
                   MOVE "VENTANA" TO WS-MARCAS
               WHEN COR-SOBRE-PROMEDIO(WS-INDICE-CORRIDA) = 'S'
                   MOVE "PROMEDIO" TO WS-MARCAS
           END-EVALUATE.

       3150-DETALLAR-ENTRADA.
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE ENT-PASO(WS-INDICE-ENTRADA) TO WS-LINEA-INFORME(3:8)
           IF ENT-SOLICITUD(WS-INDICE-ENTRADA) NOT = "000"
               MOVE ENT-SOLICITUD(WS-INDICE-ENTRADA)
                   TO WS-LINEA-INFORME(12:3)
           END-IF
           MOVE ENT-DSN(WS-INDICE-ENTRADA) TO WS-LINEA-INFORME(16:20)
           MOVE ENT-INICIO(WS-INDICE-ENTRADA)
               TO WS-LINEA-INFORME(37:22)
           IF ENT-COMPLETA(WS-INDICE-ENTRADA) NOT = 'S'
               MOVE "INCOMPLETO" TO WS-LINEA-INFORME(111:10)
               WRITE REG-INFORME FROM WS-LINEA-INFORME
               EXIT PARAGRAPH
           END-IF
           MOVE ENT-DURACION(WS-INDICE-ENTRADA) TO WS-CS-TRABAJO
           PERFORM 0400-EDITAR-DURACION
           MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(60:11)
           MOVE ENT-REGISTROS(WS-INDICE-ENTRADA) TO WS-CIFRA-EDITADA
           MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(72:11)
           MOVE ENT-REGISTROS(WS-INDICE-ENTRADA)
               TO WS-CONTADOR-REGISTROS
           PERFORM 0450-CALCULAR-RENDIMIENTO
           IF WS-CS-TRABAJO > 0
               MOVE WS-REG-POR-MINUTO TO WS-CIFRA-EDITADA
               MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(84:11)
           ELSE
               MOVE "-" TO WS-LINEA-INFORME(94:1)
           END-IF
           MOVE ENT-CODIGO(WS-INDICE-ENTRADA) TO WS-LINEA-INFORME(96:2)
           IF ENT-PROMEDIO(WS-INDICE-ENTRADA) > 0
               MOVE ENT-PROMEDIO(WS-INDICE-ENTRADA) TO WS-CS-TRABAJO
               PERFORM 0400-EDITAR-DURACION
               MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(99:11)
           END-IF
           MOVE SPACES TO WS-MARCAS
           EVALUATE TRUE
               WHEN ENT-FUERA-VENTANA(WS-INDICE-ENTRADA) = 'S'
                       AND ENT-SOBRE-PROMEDIO(WS-INDICE-ENTRADA) = 'S'
                   MOVE "VENTANA+PROMEDIO" TO WS-MARCAS
               WHEN ENT-FUERA-VENTANA(WS-INDICE-ENTRADA) = 'S'
                   MOVE "VENTANA" TO WS-MARCAS
               WHEN ENT-SOBRE-PROMEDIO(WS-INDICE-ENTRADA) = 'S'
                   MOVE "PROMEDIO" TO WS-MARCAS
           END-EVALUATE
           MOVE WS-MARCAS TO WS-LINEA-INFORME(111:18)
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

      *    Resumen del periodo por paso y entrada: cada solicitud de
      *    la conversion suma en su entrada y los pasos enteros en la
      *    fila del paso sin entrada.
       3300-RESUMIR-PASOS.
           PERFORM VARYING WS-INDICE-ENTRADA FROM 1 BY 1
                   UNTIL WS-INDICE-ENTRADA > WS-TOTAL-ENTRADAS
               MOVE ENT-INDICE-CORRIDA(WS-INDICE-ENTRADA)
                   TO WS-INDICE-CORRIDA
               IF WS-INDICE-CORRIDA > 0
                   IF COR-EN-PERIODO(WS-INDICE-CORRIDA) = 'S'
                           AND ENT-COMPLETA(WS-INDICE-ENTRADA) = 'S'
                       PERFORM 3350-ACUMULAR-RESUMEN
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE "RESUMEN DEL PERIODO POR PASO Y ENTRADA"
               TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "PASO     ENTRADA" TO WS-LINEA-INFORME(3:16)
           MOVE "VECES" TO WS-LINEA-INFORME(36:5)
           MOVE "REGISTROS" TO WS-LINEA-INFORME(44:9)
           MOVE "DUR. MEDIA" TO WS-LINEA-INFORME(56:10)
           MOVE "DUR. MAXIMA" TO WS-LINEA-INFORME(68:11)
           MOVE "REG/MIN" TO WS-LINEA-INFORME(86:7)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           IF WS-TOTAL-RESUMEN = 0
               MOVE "  SIN PASOS TERMINADOS EN EL PERIODO"
                   TO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           PERFORM VARYING WS-INDICE-RESUMEN FROM 1 BY 1
                   UNTIL WS-INDICE-RESUMEN > WS-TOTAL-RESUMEN
               PERFORM 3400-IMPRIMIR-RESUMEN
           END-PERFORM.

      *    Filas en orden de paso + tipo + entrada, por insercion.
       3350-ACUMULAR-RESUMEN.
           IF ENT-SOLICITUD(WS-INDICE-ENTRADA) = "000"
               MOVE '0' TO WS-TIPO-ENTRADA
           ELSE
               MOVE '1' TO WS-TIPO-ENTRADA
           END-IF
           MOVE SPACES TO WS-CLAVE-RESUMEN
           STRING ENT-PASO(WS-INDICE-ENTRADA) WS-TIPO-ENTRADA
               ENT-DSN(WS-INDICE-ENTRADA)
               DELIMITED BY SIZE INTO WS-CLAVE-RESUMEN
           PERFORM VARYING WS-INDICE-RESUMEN FROM 1 BY 1
                   UNTIL WS-INDICE-RESUMEN > WS-TOTAL-RESUMEN
               IF RSM-CLAVE(WS-INDICE-RESUMEN) >= WS-CLAVE-RESUMEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INDICE-RESUMEN > WS-TOTAL-RESUMEN
                   OR RSM-CLAVE(WS-INDICE-RESUMEN)
                       NOT = WS-CLAVE-RESUMEN
               IF WS-TOTAL-RESUMEN >= WS-MAXIMO-RESUMEN
                   ADD 1 TO WS-CONTADOR-OMITIDOS
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-INDICE-PREVIA FROM WS-TOTAL-RESUMEN
                       BY -1 UNTIL WS-INDICE-PREVIA < WS-INDICE-RESUMEN
                   MOVE WS-RESUMEN(WS-INDICE-PREVIA)
                       TO WS-RESUMEN(WS-INDICE-PREVIA + 1)
               END-PERFORM
               ADD 1 TO WS-TOTAL-RESUMEN
               MOVE WS-CLAVE-RESUMEN TO RSM-CLAVE(WS-INDICE-RESUMEN)
               MOVE 0 TO RSM-VECES(WS-INDICE-RESUMEN)
               MOVE 0 TO RSM-REGISTROS(WS-INDICE-RESUMEN)
               MOVE 0 TO RSM-DURACION(WS-INDICE-RESUMEN)
               MOVE 0 TO RSM-MAXIMA(WS-INDICE-RESUMEN)
           END-IF
           ADD 1 TO RSM-VECES(WS-INDICE-RESUMEN)
           ADD ENT-REGISTROS(WS-INDICE-ENTRADA)
               TO RSM-REGISTROS(WS-INDICE-RESUMEN)
           ADD ENT-DURACION(WS-INDICE-ENTRADA)
               TO RSM-DURACION(WS-INDICE-RESUMEN)
           IF ENT-DURACION(WS-INDICE-ENTRADA)
                   > RSM-MAXIMA(WS-INDICE-RESUMEN)
               MOVE ENT-DURACION(WS-INDICE-ENTRADA)
                   TO RSM-MAXIMA(WS-INDICE-RESUMEN)
           END-IF.

       3400-IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE RSM-PASO(WS-INDICE-RESUMEN) TO WS-LINEA-INFORME(3:8)
           MOVE RSM-DSN(WS-INDICE-RESUMEN) TO WS-LINEA-INFORME(12:20)
           MOVE RSM-VECES(WS-INDICE-RESUMEN) TO WS-VECES-EDITADAS
           MOVE WS-VECES-EDITADAS TO WS-LINEA-INFORME(35:6)
           MOVE RSM-REGISTROS(WS-INDICE-RESUMEN) TO WS-CIFRA-EDITADA
           MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(42:11)
           COMPUTE WS-CS-TRABAJO = RSM-DURACION(WS-INDICE-RESUMEN)
               / RSM-VECES(WS-INDICE-RESUMEN)
           PERFORM 0400-EDITAR-DURACION
           MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(55:11)
           MOVE RSM-MAXIMA(WS-INDICE-RESUMEN) TO WS-CS-TRABAJO
           PERFORM 0400-EDITAR-DURACION
           MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(68:11)
           MOVE RSM-DURACION(WS-INDICE-RESUMEN) TO WS-CS-TRABAJO
           MOVE RSM-REGISTROS(WS-INDICE-RESUMEN)
               TO WS-CONTADOR-REGISTROS
           PERFORM 0450-CALCULAR-RENDIMIENTO
           IF WS-CS-TRABAJO > 0
               MOVE WS-REG-POR-MINUTO TO WS-CIFRA-EDITADA
               MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(82:11)
           ELSE
               MOVE "-" TO WS-LINEA-INFORME(92:1)
           END-IF
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

      *    Lista de corridas, pasos y solicitudes del periodo que
      *    terminaron despues de la hora limite, que duraron mas que
      *    el promedio mas la tolerancia o que no tienen fin.
       3500-LISTAR-EXCEPCIONES.
           MOVE SPACES TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE "EXCEPCIONES DE LA VENTANA BATCH" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "CORRIDA         PASO     SOL ENTRADA"
               TO WS-LINEA-INFORME(1:36)
           MOVE "FIN" TO WS-LINEA-INFORME(58:3)
           MOVE "LIMITE" TO WS-LINEA-INFORME(81:6)
           MOVE "DURACION" TO WS-LINEA-INFORME(100:8)
           MOVE "MOTIVO" TO WS-LINEA-INFORME(110:6)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           PERFORM VARYING WS-INDICE-CORRIDA FROM 1 BY 1
                   UNTIL WS-INDICE-CORRIDA > WS-TOTAL-CORRIDAS
               IF COR-EN-PERIODO(WS-INDICE-CORRIDA) = 'S'
                   PERFORM 3550-EXCEPCIONES-CORRIDA
               END-IF
           END-PERFORM
           IF WS-CONTADOR-EXCEPCIONES = 0
               MOVE "  SIN EXCEPCIONES EN EL PERIODO"
                   TO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF.

       3550-EXCEPCIONES-CORRIDA.
           IF COR-FUERA-VENTANA(WS-INDICE-CORRIDA) = 'S'
                   OR COR-SOBRE-PROMEDIO(WS-INDICE-CORRIDA) = 'S'
                   OR COR-COMPLETA(WS-INDICE-CORRIDA) NOT = 'S'
               ADD 1 TO WS-CONTADOR-EXCEPCIONES
               MOVE SPACES TO WS-LINEA-INFORME
               MOVE COR-ID(WS-INDICE-CORRIDA) TO WS-LINEA-INFORME(1:15)
               MOVE "(CORRIDA ENTERA)" TO WS-LINEA-INFORME(17:16)
               MOVE COR-FIN(WS-INDICE-CORRIDA)
                   TO WS-LINEA-INFORME(58:22)
               MOVE COR-LIMITE(WS-INDICE-CORRIDA)
                   TO WS-LINEA-INFORME(81:16)
               MOVE COR-DURACION(WS-INDICE-CORRIDA) TO WS-CS-TRABAJO
               PERFORM 0400-EDITAR-DURACION
               MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(98:11)
               PERFORM 3120-MARCAR-CORRIDA
               MOVE WS-MARCAS TO WS-LINEA-INFORME(110:18)
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           PERFORM VARYING WS-INDICE-ENTRADA FROM 1 BY 1
                   UNTIL WS-INDICE-ENTRADA > WS-TOTAL-ENTRADAS
               IF ENT-INDICE-CORRIDA(WS-INDICE-ENTRADA)
                       = WS-INDICE-CORRIDA
                   PERFORM 3600-EXCEPCION-ENTRADA
               END-IF
           END-PERFORM.

       3600-EXCEPCION-ENTRADA.
           IF ENT-FUERA-VENTANA(WS-INDICE-ENTRADA) NOT = 'S'
                   AND ENT-SOBRE-PROMEDIO(WS-INDICE-ENTRADA) NOT = 'S'
                   AND ENT-COMPLETA(WS-INDICE-ENTRADA) = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTADOR-EXCEPCIONES
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE COR-ID(WS-INDICE-CORRIDA) TO WS-LINEA-INFORME(1:15)
           MOVE ENT-PASO(WS-INDICE-ENTRADA) TO WS-LINEA-INFORME(17:8)
           IF ENT-SOLICITUD(WS-INDICE-ENTRADA) NOT = "000"
               MOVE ENT-SOLICITUD(WS-INDICE-ENTRADA)
                   TO WS-LINEA-INFORME(26:3)
           END-IF
           MOVE ENT-DSN(WS-INDICE-ENTRADA) TO WS-LINEA-INFORME(30:20)
           MOVE ENT-FIN(WS-INDICE-ENTRADA) TO WS-LINEA-INFORME(58:22)
           MOVE COR-LIMITE(WS-INDICE-CORRIDA)
               TO WS-LINEA-INFORME(81:16)
           IF ENT-COMPLETA(WS-INDICE-ENTRADA) NOT = 'S'
               MOVE "INCOMPLETO" TO WS-LINEA-INFORME(110:10)
               WRITE REG-INFORME FROM WS-LINEA-INFORME
               EXIT PARAGRAPH
           END-IF
           MOVE ENT-DURACION(WS-INDICE-ENTRADA) TO WS-CS-TRABAJO
           PERFORM 0400-EDITAR-DURACION
           MOVE WS-DURACION-EDITADA TO WS-LINEA-INFORME(98:11)
           EVALUATE TRUE
               WHEN ENT-FUERA-VENTANA(WS-INDICE-ENTRADA) = 'S'
                       AND ENT-SOBRE-PROMEDIO(WS-INDICE-ENTRADA) = 'S'
                   MOVE "VENTANA+PROMEDIO" TO WS-LINEA-INFORME(110:16)
               WHEN ENT-FUERA-VENTANA(WS-INDICE-ENTRADA) = 'S'
                   MOVE "VENTANA" TO WS-LINEA-INFORME(110:7)
               WHEN OTHER
                   MOVE "PROMEDIO" TO WS-LINEA-INFORME(110:8)
           END-EVALUATE
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       3900-CERRAR-INFORME.
           IF WS-CONTADOR-OMITIDOS > 0 OR WS-CONTADOR-ILEGIBLES > 0
               MOVE SPACES TO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
               MOVE SPACES TO WS-LINEA-INFORME
               STRING "AVISO: REGISTROS DE BITACORA ILEGIBLES: "
                   WS-CONTADOR-ILEGIBLES
                   " OMITIDOS POR TABLA LLENA: " WS-CONTADOR-OMITIDOS
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           CLOSE ARCH-INFORME.

       4000-REPORTAR-RESULTADO.
           DISPLAY "===== TIEMPOS DE LA VENTANA BATCH ====="
           DISPLAY "VENTANAS DEL          : " WS-FECHA-INICIAL
               " AL " WS-FECHA-FINAL
           DISPLAY "REGISTROS LEIDOS      : " WS-CONTADOR-LEIDOS
           DISPLAY "PASOS CARGADOS        : " WS-TOTAL-ENTRADAS
           DISPLAY "FINES SIN INICIO      : " WS-CONTADOR-SIN-INICIO
           DISPLAY "FUERA DE LA HISTORIA  : " WS-CONTADOR-FUERA-RANGO
           DISPLAY "REGISTROS ILEGIBLES   : " WS-CONTADOR-ILEGIBLES
           DISPLAY "CORRIDAS DEL PERIODO  : " WS-CONTADOR-CORRIDAS
           DISPLAY "EXCEPCIONES           : " WS-CONTADOR-EXCEPCIONES
           DISPLAY "INFORME EMITIDO EN    : " WS-DSN-INFORME.

       END PROGRAM TIEMPO09.
