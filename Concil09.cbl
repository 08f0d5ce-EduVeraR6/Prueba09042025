           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT ARCH-TIEMPOS ASSIGN TO DYNAMIC WS-DSN-TIEMPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TIEMPOS.
           SELECT ARCH-RESUMEN ASSIGN TO DYNAMIC WS-DSN-RESUMEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
       FD  ARCH-EXAMEN.
       01  REG-EXAMEN PIC X(150).
       FD  ARCH-CERTIFICADO.
       01  REG-CERTIFICADO PIC X(120).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO PIC X(130).
       FD  ARCH-RESUMEN.
       01  REG-RESUMEN PIC X(140).
       WORKING-STORAGE SECTION.
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-DSN-EXAMEN PIC X(20) VALUE SPACES.
       01 WS-ESTADO-EXAMEN PIC X(2).
       01 WS-LINEA-EXAMEN PIC X(150).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-ID-OBJETIVO PIC X(15) VALUE SPACES.
       01 WS-HASH-MODULO PIC 9(16) VALUE 1000000000000000.
      *    Solicitudes que el paso de conversion no ejecuto, por
      *    calendario o por ser reenvio de una entrega ya procesada:
      *    salen del RESUMEN.DAT de la misma corrida (encabezado con
      *    el id de corrida en cols 64-78, estado NO-APLICA o
      *    DUPLICADO en cols 119-130 de la linea SOLICITUD nnn). La
      *    solicitud k es la k-esima linea no blanca del control,
      *    igual que en la conversion. Sin resumen de la corrida se
      *    toman todas las solicitudes.
       01 WS-DSN-RESUMEN PIC X(20) VALUE "RESUMEN.DAT".
       01 WS-ESTADO-RESUMEN PIC X(2).
       01 WS-LINEA-RESUMEN PIC X(140).
       01 WS-RESUMEN-VIGENTE PIC X VALUE 'N'.
       01 WS-SOLICITUDES-NO-EJECUTADAS PIC X(50) VALUE SPACES.
       01 WS-NUMERO-SOLICITUD PIC 9(3) VALUE 0.
       01 WS-SOLICITUDES-OMITIDAS PIC 9(3) VALUE 0.
      *    Una entrada por combinacion distinta de rol y dataset.
      *    Los contadores -HOY acumulan solo los trailers de la
      *    corrida objetivo (por id de corrida cuando hay candado,
       01 WS-DSN-TRABAJO PIC X(20).
       01 WS-FECHA-DIGITOS PIC X(8) VALUE SPACES.
       01 WS-INDICE-DSN PIC 9(2) VALUE 0.
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
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-DIGITOS

           PERFORM 9100-MARCAR-TIEMPO
           MOVE WS-MARCA-TIEMPO TO WS-INICIO-PASO
           PERFORM 0080-LEER-CANDADO
           PERFORM 0090-ANOTAR-INICIO-TIEMPO
           PERFORM 0095-LEER-RESUMEN
           PERFORM 0100-ARMAR-LISTA-ARCHIVOS

           PERFORM 1000-EXAMINAR-ARCHIVO
               VARYING WS-EXAMEN-ACTUAL FROM 1 BY 1
               UNTIL WS-EXAMEN-ACTUAL > WS-TOTAL-EXAMENES

           PERFORM 2000-EMITIR-CERTIFICADO
           PERFORM 2200-ANOTAR-FIN-TIEMPO.

           STOP RUN.

               "FECHA " WS-FECHA-EJECUCION
           END-IF.

      *    La bitacora de tiempos se anota con el id de la corrida
      *    que se concilia; sin candado se usa un id propio tomado de
      *    la hora de arranque.
       0090-ANOTAR-INICIO-TIEMPO.
           IF WS-ID-OBJETIVO NOT = SPACES
               MOVE WS-ID-OBJETIVO TO WS-ID-TIEMPO
           ELSE
               MOVE SPACES TO WS-ID-TIEMPO
               STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
                   DELIMITED BY SIZE INTO WS-ID-TIEMPO
           END-IF
           MOVE 'I' TO WS-TIEMPO-TIPO
           PERFORM 9200-GRABAR-TIEMPO.

      *    Solo cuenta un resumen cuyo encabezado trae el id de la
      *    corrida del candado; uno de otra corrida se ignora.
       0095-LEER-RESUMEN.
           MOVE SPACES TO WS-SOLICITUDES-NO-EJECUTADAS
           MOVE 'N' TO WS-RESUMEN-VIGENTE
           IF WS-ID-OBJETIVO = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCH-RESUMEN
           IF WS-ESTADO-RESUMEN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ESTADO-RESUMEN NOT = "00"
               READ ARCH-RESUMEN INTO WS-LINEA-RESUMEN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LINEA-RESUMEN(1:7) = "RESUMEN"
                               AND WS-LINEA-RESUMEN(64:15)
                                   = WS-ID-OBJETIVO
                           MOVE 'S' TO WS-RESUMEN-VIGENTE
                       END-IF
                       IF WS-RESUMEN-VIGENTE = 'S'
                               AND WS-LINEA-RESUMEN(1:9) = "SOLICITUD"
                               AND WS-LINEA-RESUMEN(11:3) IS NUMERIC
                               AND WS-LINEA-RESUMEN(11:3) >= "001"
                               AND WS-LINEA-RESUMEN(11:3) <= "050"
                               AND (WS-LINEA-RESUMEN(119:12)
                                   = "NO-APLICA"
                                   OR WS-LINEA-RESUMEN(119:12)
                                   = "DUPLICADO")
                           MOVE WS-LINEA-RESUMEN(11:3)
                               TO WS-NUMERO-SOLICITUD
                           MOVE 'S'
                               TO WS-SOLICITUDES-NO-EJECUTADAS
                               (WS-NUMERO-SOLICITUD:1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-RESUMEN
           MOVE 0 TO WS-NUMERO-SOLICITUD.

       0100-ARMAR-LISTA-ARCHIVOS.
           MOVE 0 TO WS-TOTAL-EXAMENES
           OPEN INPUT ARCH-CONTROL
                           CONTINUE
                       NOT AT END
                           IF WS-LINEA-CONTROL NOT = SPACES
                               PERFORM 0140-FILTRAR-SOLICITUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CONTROL
           END-IF

           IF WS-TOTAL-EXAMENES = 0 AND WS-SOLICITUDES-OMITIDAS = 0
               MOVE "REPORTE " TO WS-ROL-NUEVO
               MOVE "REPORTE.DAT" TO WS-DSN-NUEVO
               PERFORM 0200-AGREGAR-EXAMEN
               PERFORM 0200-AGREGAR-EXAMEN
           END-IF.

      *    Las salidas de una solicitud NO-APLICA o DUPLICADO no se
      *    tocaron en esta corrida y no se examinan.
       0140-FILTRAR-SOLICITUD.
           ADD 1 TO WS-NUMERO-SOLICITUD
           IF WS-NUMERO-SOLICITUD <= 50
               IF WS-SOLICITUDES-NO-EJECUTADAS(WS-NUMERO-SOLICITUD:1)
                       = 'S'
                   DISPLAY
                   "SOLICITUD " WS-NUMERO-SOLICITUD
                   " NO SE EJECUTO EN LA CORRIDA (NO-APLICA O "
                   "DUPLICADO); NO SE CONCILIA"
                   ADD 1 TO WS-SOLICITUDES-OMITIDAS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0150-ANOTAR-SOLICITUD.

      *    Mismos defaults y columnas que 0200-CARGAR-SOLICITUD del
      *    programa de conversion.
       0150-ANOTAR-SOLICITUD.
               END-IF
               PERFORM 2100-ESCRIBIR-LINEA-CERTIF
           END-PERFORM
           IF WS-SOLICITUDES-OMITIDAS > 0
               MOVE SPACES TO WS-LINEA-CERTIF
               STRING "SOLICITUDES NO EJECUTADAS EN LA CORRIDA "
                   "(NO-APLICA O DUPLICADO): "
                   WS-SOLICITUDES-OMITIDAS " (NO SE EXAMINAN)"
                   DELIMITED BY SIZE INTO WS-LINEA-CERTIF
               PERFORM 2100-ESCRIBIR-LINEA-CERTIF
           END-IF

           MOVE ALL "-" TO WS-LINEA-CERTIF
           PERFORM 2100-ESCRIBIR-LINEA-CERTIF
           WRITE REG-CERTIFICADO FROM WS-LINEA-CERTIF
           DISPLAY WS-LINEA-CERTIF.

       2200-ANOTAR-FIN-TIEMPO.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE 'F' TO WS-TIEMPO-TIPO
           MOVE WS-LEIDOS-HOY TO WS-TIEMPO-REGISTROS
           MOVE RETURN-CODE TO WS-TIEMPO-CODIGO
           IF WS-HAY-DESCUADRE = 'S'
               MOVE "DESCUADRE" TO WS-TIEMPO-ESTADO
           ELSE
               MOVE "EN CUADRE" TO WS-TIEMPO-ESTADO
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
           MOVE "CONCIL09" TO WS-LINEA-TIEMPO(19:8)
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

       END PROGRAM CONCIL09.
