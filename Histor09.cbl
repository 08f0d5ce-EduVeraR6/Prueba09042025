               ACCESS MODE RANDOM
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT ARCH-TIEMPOS ASSIGN TO DYNAMIC WS-DSN-TIEMPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIEMPOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RESUMEN.
           05 HIS-TOTAL PIC S9(31) SIGN LEADING SEPARATE.
           05 HIS-ESTADO PIC X(12).
           05 HIS-VEREDICTO PIC X.
           05 HIS-ID-CORRIDA PIC X(15).
           05 HIS-REVERTIDO PIC X.
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO PIC X(130).
       WORKING-STORAGE SECTION.
       01 WS-DSN-RESUMEN PIC X(20) VALUE "RESUMEN.DAT".
       01 WS-ESTADO-RESUMEN PIC X(2).
       01 WS-DSN-HISTORIAL PIC X(20) VALUE "HISTCORR.DAT".
       01 WS-ESTADO-HISTORIAL PIC X(2).
       01 WS-FECHA-CORRIDA PIC X(10) VALUE SPACES.
       01 WS-ID-CORRIDA PIC X(15) VALUE SPACES.
       01 WS-VEREDICTO PIC X VALUE ' '.
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-CONTADOR-CARGADOS PIC 9(3) VALUE 0.
       01 WS-CONTADOR-PISADOS PIC 9(3) VALUE 0.
      *    Candado de corrida (mismo layout que el programa de
      *    conversion): solo se lee el id de corrida, cols 8-22, para
      *    anotar la bitacora de tiempos.
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0050-ANOTAR-INICIO-TIEMPO
           PERFORM 0100-LEER-CERTIFICADO.
           PERFORM 0200-ABRIR-HISTORIAL.

               PERFORM 2000-REPORTAR-RESULTADO
           END-IF.

           PERFORM 3000-ANOTAR-FIN-TIEMPO.
           STOP RUN.

      *    La bitacora de tiempos se anota con el id de corrida del
      *    candado; sin candado se usa un id propio tomado de la hora
      *    de arranque.
       0050-ANOTAR-INICIO-TIEMPO.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE WS-MARCA-TIEMPO TO WS-INICIO-PASO
           MOVE SPACES TO WS-ID-TIEMPO
           OPEN INPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               MOVE SPACES TO WS-LINEA-CANDADO
               READ ARCH-CANDADO INTO WS-LINEA-CANDADO
                   AT END
                       CONTINUE
               END-READ
               CLOSE ARCH-CANDADO
               MOVE WS-LINEA-CANDADO(8:15) TO WS-ID-TIEMPO
           END-IF
           IF WS-ID-TIEMPO = SPACES
               STRING WS-RELOJ-TIEMPO(1:8) "-" WS-RELOJ-TIEMPO(9:6)
                   DELIMITED BY SIZE INTO WS-ID-TIEMPO
           END-IF
           MOVE 'I' TO WS-TIEMPO-TIPO
           PERFORM 9200-GRABAR-TIEMPO.

      *    El veredicto sale de la linea "CERTIFICADO: CORRIDA ..."
      *    que CONCIL09 escribe al final: C = en cuadre, D = fuera de
      *    cuadre ("FUERA" en las columnas 22-26). Sin certificado el
      *    El resumen se interpreta con las mismas columnas fijas con
      *    que 2400-ESCRIBIR-RESUMEN-GLOBAL lo arma:
      *      cols  44-53  fecha de corrida (linea de encabezado)
      *      cols  64-78  id de la corrida (linea de encabezado)
      *      cols  24-43  dataset de entrada (lineas SOLICITUD)
      *      cols  53-58  registros leidos
      *      cols  72-77  registros rechazados
      *      cols  86-117 total de control (signo + 31 digitos)
      *      cols 119-130 estado de la solicitud
      *    Una solicitud NO-APLICA (fuera de su calendario) o
      *    DUPLICADO (reenvio rechazado de una entrega ya procesada)
      *    no corrio y no entra al historial: pisaria con ceros, y con
      *    su id de corrida, la entrada de la corrida anterior del
      *    mismo dia, que dejaria de contar en TENDEN09 y CARGOS09 y
      *    de poder revertirse con REVCOR09.
       1000-CARGAR-RESUMEN.
           OPEN INPUT ARCH-RESUMEN
           IF WS-ESTADO-RESUMEN NOT = "00"
                           IF WS-LINEA-RESUMEN(1:7) = "RESUMEN"
                               MOVE WS-LINEA-RESUMEN(44:10)
                                   TO WS-FECHA-CORRIDA
                               MOVE WS-LINEA-RESUMEN(64:15)
                                   TO WS-ID-CORRIDA
                           END-IF
                           IF WS-LINEA-RESUMEN(1:9) = "SOLICITUD"
                                   AND WS-LINEA-RESUMEN(24:20)
                                       NOT = SPACES
                                   AND WS-LINEA-RESUMEN(119:12)
                                       NOT = "NO-APLICA"
                                   AND WS-LINEA-RESUMEN(119:12)
                                       NOT = "DUPLICADO"
                               PERFORM 1100-GRABAR-ENTRADA
                           END-IF
                   END-READ
      *    Una segunda corrida del mismo dia con la misma entrada
      *    regraba la entrada del historial: queda la ultima corrida
      *    del dia, que es la que vale para la tendencia mensual.
      *    La entrada lleva el id de la corrida para que REVCOR09 la
      *    marque como revertida (HIS-REVERTIDO = 'R') si la corrida
      *    se revierte; una carga nueva la deja sin marca.
       1100-GRABAR-ENTRADA.
           MOVE WS-FECHA-CORRIDA TO HIS-FECHA
           MOVE WS-LINEA-RESUMEN(24:20) TO HIS-DSN
           END-IF
           MOVE WS-LINEA-RESUMEN(119:12) TO HIS-ESTADO
           MOVE WS-VEREDICTO TO HIS-VEREDICTO
           MOVE WS-ID-CORRIDA TO HIS-ID-CORRIDA
           MOVE SPACE TO HIS-REVERTIDO
           WRITE REG-HISTORIAL
               INVALID KEY
                   REWRITE REG-HISTORIAL
           DISPLAY "SOLICITUDES CARGADAS  : " WS-CONTADOR-CARGADOS
           DISPLAY "ENTRADAS REGRABADAS   : " WS-CONTADOR-PISADOS.

       3000-ANOTAR-FIN-TIEMPO.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE 'F' TO WS-TIEMPO-TIPO
           MOVE WS-CONTADOR-CARGADOS TO WS-TIEMPO-REGISTROS
           MOVE RETURN-CODE TO WS-TIEMPO-CODIGO
           IF RETURN-CODE = 0
               MOVE "CARGADO" TO WS-TIEMPO-ESTADO
           ELSE
               MOVE "ERROR" TO WS-TIEMPO-ESTADO
           END-IF
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
           MOVE "HISTOR09" TO WS-LINEA-TIEMPO(19:8)
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

       END PROGRAM HISTOR09.
