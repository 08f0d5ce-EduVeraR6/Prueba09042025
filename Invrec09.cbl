      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inventario de rechazos de YOUR-PROGRAM-NAME. Despues
      *          de cada corrida abre en el inventario indexado
      *          INVRECH.DAT una entrada por cada registro rechazado
      *          (entrada + imagen del registro original), actualiza
      *          las que vuelven a rechazarse y cierra las que
      *          aparecen convertidas en la auditoria de la corrida,
      *          ya sea con la imagen original o con la reparada que
      *          REPARA09 reenvio. INVANT09 informa la antiguedad de
      *          los rechazos que siguen abiertos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREC09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CONTROL ASSIGN TO DYNAMIC WS-DSN-CONTROL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT ARCH-EXAMEN ASSIGN TO DYNAMIC WS-DSN-EXAMEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXAMEN.
           SELECT ARCH-ENTRADA ASSIGN TO DYNAMIC WS-DSN-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENTRADA.
           SELECT ARCH-INVENTARIO ASSIGN TO DYNAMIC WS-DSN-INVENTARIO
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS INV-CLAVE
               FILE STATUS IS WS-ESTADO-INVENTARIO.
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
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       FD  ARCH-EXAMEN.
       01  REG-EXAMEN PIC X(150).
       FD  ARCH-ENTRADA.
       01  REG-ENTRADA PIC X(40).
      *    Inventario de rechazos, indexado por entrada + imagen del
      *    registro tal como llego (cols 20-59 de RECHAZOS). Dos tipos
      *    de registro:
      *      INV-TIPO 'R'  rechazo inventariado
      *        INV-ESTADO        ABIERTO   rechazado, sin reenviar
      *                          REENVIADO reparado y reenviado por
      *                                    REPARA09, a la espera de
      *                                    su conversion
      *                          RETENIDO  retenido por el limite de
      *                                    ciclos de reparacion
      *                          CERRADO   convertido (en auditoria)
      *        INV-ID-CORRIDA    ultima corrida que lo rechazo
      *        INV-ULTIMO-REENVIO imagen reparada del ultimo reenvio
      *        INV-ID-CIERRE     corrida en la que se convirtio
      *      INV-TIPO 'E'  reenvio: la clave es el archivo de reenvio
      *                    + la imagen reparada, y apunta al rechazo
      *                    original, para reconocerlo cuando el
      *                    reenvio se convierte o se vuelve a rechazar
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
       FD  ARCH-TIEMPOS.
       01  REG-TIEMPO PIC X(130).
       FD  ARCH-RESUMEN.
       01  REG-RESUMEN PIC X(140).
       WORKING-STORAGE SECTION.
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-DSN-EXAMEN PIC X(20) VALUE SPACES.
       01 WS-ESTADO-EXAMEN PIC X(2).
       01 WS-LINEA-EXAMEN PIC X(150).
       01 WS-DSN-ENTRADA PIC X(20) VALUE SPACES.
       01 WS-ESTADO-ENTRADA PIC X(2).
       01 WS-LINEA-ENTRADA PIC X(40).
       01 WS-DSN-INVENTARIO PIC X(20) VALUE "INVRECH.DAT".
       01 WS-ESTADO-INVENTARIO PIC X(2).
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FECHA-DIGITOS PIC X(8).
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-FIN-ENTRADA PIC X VALUE 'N'.
      *    Como CONCIL09, se toman solo los bloques de la corrida que
      *    dejo su id en el candado; sin candado, los de la fecha.
       01 WS-ID-OBJETIVO PIC X(15) VALUE SPACES.
      *    Solicitudes del CONTROL, mismos defaults y columnas que
      *    0200-CARGAR-SOLICITUD del programa de conversion.
       01 WS-MAXIMO-SOLICITUDES PIC 9(3) VALUE 50.
       01 WS-TOTAL-SOLICITUDES PIC 9(3) VALUE 0.
       01 WS-SOLICITUD-ACTUAL PIC 9(3) VALUE 0.
       01 WS-INDICE-SOLICITUD PIC 9(3) VALUE 0.
       01 WS-TABLA-SOLICITUDES.
          05 WS-SOLICITUD OCCURS 50 TIMES.
             10 SOL-ENTRADA PIC X(20).
             10 SOL-RECHAZOS PIC X(20).
             10 SOL-AUDITORIA PIC X(20).
       01 WS-DSN-TRABAJO PIC X(20).
       01 WS-INDICE-DSN PIC 9(2) VALUE 0.
       01 WS-REPETIDA PIC X VALUE 'N'.
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
      *    Bloque de auditoria de la solicitud: lineas del archivo
      *    entre el trailer anterior y el trailer de la corrida que
      *    trae la entrada de la solicitud en las cols 93-112.
       01 WS-LINEA-NUMERO PIC 9(9) VALUE 0.
       01 WS-INICIO-BLOQUE PIC 9(9) VALUE 0.
       01 WS-BLOQUE-DESDE PIC 9(9) VALUE 0.
       01 WS-BLOQUE-HASTA PIC 9(9) VALUE 0.
       01 WS-HAY-BLOQUE PIC X VALUE 'N'.
       01 WS-TRAILER-HALLADO PIC X VALUE 'N'.
       01 WS-REGISTRO-AUDITADO PIC 9(6) VALUE 0.
       01 WS-REGISTRO-ENTRADA PIC 9(6) VALUE 0.
       01 WS-SALTAR-CONTROL-ENT PIC X VALUE 'N'.
       01 WS-CLAVE-ORIGEN PIC X(60).
       01 WS-CONTADOR-RECHAZOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ALTAS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ACTUALIZADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-REABIERTOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-YA-ANOTADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-CONVERTIDOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-CERRADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-SIN-CONTROL PIC 9(3) VALUE 0.
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
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-DIGITOS
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION

           PERFORM 9100-MARCAR-TIEMPO
           MOVE WS-MARCA-TIEMPO TO WS-INICIO-PASO
           PERFORM 0050-LEER-CANDADO.
           PERFORM 0060-ANOTAR-INICIO-TIEMPO.
           IF RETURN-CODE NOT = 0
               PERFORM 3100-ANOTAR-FIN-TIEMPO
               STOP RUN
           END-IF.
           PERFORM 0080-LEER-RESUMEN.
           PERFORM 0100-LEER-CONTROL.
           PERFORM 0200-ABRIR-INVENTARIO.
           IF RETURN-CODE NOT = 0
               PERFORM 3100-ANOTAR-FIN-TIEMPO
               STOP RUN
           END-IF.

           PERFORM 1000-ANOTAR-RECHAZOS
               VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
               UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES.
           PERFORM 2000-CERRAR-CONVERTIDOS
               VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
               UNTIL WS-SOLICITUD-ACTUAL > WS-TOTAL-SOLICITUDES.
           CLOSE ARCH-INVENTARIO.

           PERFORM 3000-REPORTAR-RESULTADO.
           IF WS-CONTADOR-SIN-CONTROL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 3100-ANOTAR-FIN-TIEMPO.
           STOP RUN.

      *    Con una conversion en curso los rechazos y la auditoria
      *    estan a medio escribir y el inventario no se toca.
       0050-LEER-CANDADO.
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
                   "ERROR, HAY UNA CONVERSION EN CURSO (CORRIDA "
                   WS-LINEA-CANDADO(8:15)
                   "); EL INVENTARIO DE RECHAZOS NO SE ACTUALIZA"
                   MOVE 20 TO RETURN-CODE
               ELSE
                   MOVE WS-LINEA-CANDADO(8:15) TO WS-ID-OBJETIVO
               END-IF
           ELSE
               DISPLAY
               "AVISO, SIN CANDADO DE CORRIDA; SE TOMAN LOS BLOQUES "
               "DE LA FECHA " WS-FECHA-EJECUCION
           END-IF.

      *    La bitacora de tiempos se anota con el id de corrida del
      *    candado, aun si el paso se niega a correr; sin candado se
      *    usa un id propio tomado de la hora de arranque.
       0060-ANOTAR-INICIO-TIEMPO.
           MOVE SPACES TO WS-ID-TIEMPO
           IF WS-ESTADO-CANDADO = "00"
               MOVE WS-LINEA-CANDADO(8:15) TO WS-ID-TIEMPO
           END-IF
           IF WS-ID-TIEMPO = SPACES
               STRING WS-FECHA-SISTEMA(1:8) "-" WS-FECHA-SISTEMA(9:6)
                   DELIMITED BY SIZE INTO WS-ID-TIEMPO
           END-IF
           MOVE 'I' TO WS-TIEMPO-TIPO
           PERFORM 9200-GRABAR-TIEMPO.

      *    Solo cuenta un resumen cuyo encabezado trae el id de la
      *    corrida del candado; uno de otra corrida se ignora.
       0080-LEER-RESUMEN.
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

       0100-LEER-CONTROL.
           MOVE 0 TO WS-TOTAL-SOLICITUDES
           OPEN INPUT ARCH-CONTROL
           IF WS-ESTADO-CONTROL = "00"
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                       OR WS-NUMERO-SOLICITUD >= WS-MAXIMO-SOLICITUDES
                   READ ARCH-CONTROL INTO WS-LINEA-CONTROL
                       AT END
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-LINEA-CONTROL NOT = SPACES
                               PERFORM 0140-FILTRAR-SOLICITUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-CONTROL
           END-IF
           IF WS-TOTAL-SOLICITUDES = 0 AND WS-SOLICITUDES-OMITIDAS = 0
               MOVE SPACES TO WS-LINEA-CONTROL
               PERFORM 0150-ANOTAR-SOLICITUD
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
                   "DUPLICADO); NO SE INVENTARIA"
                   ADD 1 TO WS-SOLICITUDES-OMITIDAS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 0150-ANOTAR-SOLICITUD.

       0150-ANOTAR-SOLICITUD.
           ADD 1 TO WS-TOTAL-SOLICITUDES
           MOVE "ARCHENT.DAT" TO SOL-ENTRADA(WS-TOTAL-SOLICITUDES)
           MOVE "RECHAZOS.DAT" TO SOL-RECHAZOS(WS-TOTAL-SOLICITUDES)
           MOVE "AUDITORI.DAT" TO SOL-AUDITORIA(WS-TOTAL-SOLICITUDES)
           IF WS-LINEA-CONTROL(1:20) NOT = SPACES
               MOVE WS-LINEA-CONTROL(1:20)
                   TO SOL-ENTRADA(WS-TOTAL-SOLICITUDES)
           END-IF
           IF WS-LINEA-CONTROL(45:20) NOT = SPACES
               MOVE WS-LINEA-CONTROL(45:20) TO WS-DSN-TRABAJO
               PERFORM 0170-RESOLVER-FECHA-DSN
               MOVE WS-DSN-TRABAJO
                   TO SOL-RECHAZOS(WS-TOTAL-SOLICITUDES)
           END-IF
           IF WS-LINEA-CONTROL(65:20) NOT = SPACES
               MOVE WS-LINEA-CONTROL(65:20)
                   TO SOL-AUDITORIA(WS-TOTAL-SOLICITUDES)
           END-IF.

       0170-RESOLVER-FECHA-DSN.
           PERFORM VARYING WS-INDICE-DSN FROM 1 BY 1
                   UNTIL WS-INDICE-DSN > 13
               IF WS-DSN-TRABAJO(WS-INDICE-DSN:8) = "AAAAMMDD"
                   MOVE WS-FECHA-DIGITOS
                       TO WS-DSN-TRABAJO(WS-INDICE-DSN:8)
               END-IF
           END-PERFORM.

      *    La primera corrida crea el inventario vacio.
       0200-ABRIR-INVENTARIO.
           OPEN I-O ARCH-INVENTARIO
           IF WS-ESTADO-INVENTARIO NOT = "00"
               OPEN OUTPUT ARCH-INVENTARIO
               IF WS-ESTADO-INVENTARIO = "00"
                   CLOSE ARCH-INVENTARIO
                   OPEN I-O ARCH-INVENTARIO
               END-IF
           END-IF
           IF WS-ESTADO-INVENTARIO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL INVENTARIO DE RECHAZOS: "
               WS-DSN-INVENTARIO " (ESTADO " WS-ESTADO-INVENTARIO ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Un trailer que coincide con la corrida es lo que prueba que
      *    el archivo de rechazos es de esta corrida y no el de una
      *    anterior que quedo sin pisar.
       0300-VERIFICAR-TRAILER.
           IF WS-LINEA-EXAMEN(1:4) = "*TRL"
               IF (WS-ID-OBJETIVO NOT = SPACES
                       AND WS-LINEA-EXAMEN(61:15) = WS-ID-OBJETIVO)
                   OR (WS-ID-OBJETIVO = SPACES
                       AND WS-LINEA-EXAMEN(14:10) = WS-FECHA-EJECUCION)
                   MOVE 'S' TO WS-TRAILER-HALLADO
               ELSE
                   MOVE 'N' TO WS-TRAILER-HALLADO
               END-IF
           END-IF.

      *    Un mismo archivo de rechazos nombrado por dos solicitudes
      *    se anota una sola vez.
       1000-ANOTAR-RECHAZOS.
           MOVE 'N' TO WS-REPETIDA
           PERFORM VARYING WS-INDICE-SOLICITUD FROM 1 BY 1
                   UNTIL WS-INDICE-SOLICITUD >= WS-SOLICITUD-ACTUAL
               IF SOL-RECHAZOS(WS-INDICE-SOLICITUD)
                       = SOL-RECHAZOS(WS-SOLICITUD-ACTUAL)
                   MOVE 'S' TO WS-REPETIDA
               END-IF
           END-PERFORM
           IF WS-REPETIDA = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE SOL-RECHAZOS(WS-SOLICITUD-ACTUAL) TO WS-DSN-EXAMEN
           MOVE 'N' TO WS-TRAILER-HALLADO
           OPEN INPUT ARCH-EXAMEN
           IF WS-ESTADO-EXAMEN = "00"
               MOVE 'N' TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
                   READ ARCH-EXAMEN INTO WS-LINEA-EXAMEN
                       AT END
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM 0300-VERIFICAR-TRAILER
                   END-READ
               END-PERFORM
               CLOSE ARCH-EXAMEN
           END-IF
           IF WS-TRAILER-HALLADO NOT = 'S'
               DISPLAY
               "AVISO, SOLICITUD " WS-SOLICITUD-ACTUAL
               " SIN RECHAZOS DE ESTA CORRIDA EN " WS-DSN-EXAMEN
               "; NO SE ANOTAN"
               ADD 1 TO WS-CONTADOR-SIN-CONTROL
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCH-EXAMEN
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-EXAMEN INTO WS-LINEA-EXAMEN
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-LINEA-EXAMEN(1:1) >= '0'
                               AND WS-LINEA-EXAMEN(1:1) <= '9'
                           ADD 1 TO WS-CONTADOR-RECHAZOS
                           PERFORM 1100-ANOTAR-RECHAZO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-EXAMEN.

      *    Un reenvio que vuelve a rechazarse se anota sobre el
      *    rechazo original al que apunta.
       1100-ANOTAR-RECHAZO.
           MOVE SOL-ENTRADA(WS-SOLICITUD-ACTUAL) TO INV-DSN-ENTRADA
           MOVE WS-LINEA-EXAMEN(20:40) TO INV-REGISTRO
           READ ARCH-INVENTARIO
               INVALID KEY
                   PERFORM 1150-ALTA-RECHAZO
                   EXIT PARAGRAPH
           END-READ
           IF INV-TIPO = 'E'
               MOVE INV-ORIGEN-CLAVE TO WS-CLAVE-ORIGEN
               MOVE WS-CLAVE-ORIGEN TO INV-CLAVE
               READ ARCH-INVENTARIO
                   INVALID KEY
                       PERFORM 1150-ALTA-RECHAZO
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM 1200-ACTUALIZAR-RECHAZO.

       1150-ALTA-RECHAZO.
           MOVE 'R' TO INV-TIPO
           MOVE SPACES TO INV-DATOS
           MOVE "ABIERTO" TO INV-ESTADO
           MOVE WS-LINEA-EXAMEN(17:3) TO INV-CODIGO
           MOVE WS-LINEA-EXAMEN(1:10) TO INV-FECHA-ALTA
           MOVE WS-LINEA-EXAMEN(1:10) TO INV-FECHA-ULTIMO
           MOVE WS-FECHA-EJECUCION TO INV-FECHA-ESTADO
           MOVE 1 TO INV-VECES-RECHAZO
           MOVE 0 TO INV-REENVIOS
           MOVE WS-ID-OBJETIVO TO INV-ID-CORRIDA
           MOVE WS-LINEA-EXAMEN(11:6) TO INV-NUMERO-REGISTRO
           WRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY
                   "AVISO, NO SE PUDO GRABAR EL RECHAZO "
                   WS-LINEA-EXAMEN(11:6) " DE " INV-DSN-ENTRADA
                   ", ESTADO " WS-ESTADO-INVENTARIO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ALTAS
           END-WRITE.

      *    Una segunda pasada sobre los mismos rechazos de la misma
      *    corrida no vuelve a contarlos.
       1200-ACTUALIZAR-RECHAZO.
           IF WS-ID-OBJETIVO NOT = SPACES
                   AND INV-ID-CORRIDA = WS-ID-OBJETIVO
               ADD 1 TO WS-CONTADOR-YA-ANOTADOS
               EXIT PARAGRAPH
           END-IF
           IF INV-ESTADO = "CERRADO"
               ADD 1 TO WS-CONTADOR-REABIERTOS
               MOVE SPACES TO INV-ID-CIERRE
           END-IF
           IF INV-ESTADO NOT = "ABIERTO"
               MOVE "ABIERTO" TO INV-ESTADO
               MOVE WS-FECHA-EJECUCION TO INV-FECHA-ESTADO
           END-IF
           MOVE WS-LINEA-EXAMEN(17:3) TO INV-CODIGO
           MOVE WS-LINEA-EXAMEN(1:10) TO INV-FECHA-ULTIMO
           IF INV-VECES-RECHAZO < 999
               ADD 1 TO INV-VECES-RECHAZO
           END-IF
           MOVE WS-ID-OBJETIVO TO INV-ID-CORRIDA
           MOVE WS-LINEA-EXAMEN(11:6) TO INV-NUMERO-REGISTRO
           REWRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY
                   "AVISO, NO SE PUDO REGRABAR EL RECHAZO "
                   WS-LINEA-EXAMEN(11:6) " DE " INV-DSN-ENTRADA
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-ACTUALIZADOS
           END-REWRITE.

      *    Primera pasada: ubica el bloque de la solicitud en la
      *    auditoria acumulada. Segunda pasada: por cada registro
      *    convertido del bloque (numero en cols 38-43) avanza la
      *    entrada hasta ese numero, contando los registros igual que
      *    1050-LEER-REGISTRO-ENTRADA de la conversion, y busca la
      *    imagen en el inventario.
       2000-CERRAR-CONVERTIDOS.
           MOVE 'N' TO WS-REPETIDA
           PERFORM VARYING WS-INDICE-SOLICITUD FROM 1 BY 1
                   UNTIL WS-INDICE-SOLICITUD >= WS-SOLICITUD-ACTUAL
               IF SOL-AUDITORIA(WS-INDICE-SOLICITUD)
                       = SOL-AUDITORIA(WS-SOLICITUD-ACTUAL)
                   AND SOL-ENTRADA(WS-INDICE-SOLICITUD)
                       = SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
                   MOVE 'S' TO WS-REPETIDA
               END-IF
           END-PERFORM
           IF WS-REPETIDA = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2050-UBICAR-BLOQUE
           IF WS-HAY-BLOQUE NOT = 'S'
               DISPLAY
               "AVISO, SOLICITUD " WS-SOLICITUD-ACTUAL
               " SIN BLOQUE DE AUDITORIA DE ESTA CORRIDA PARA "
               SOL-ENTRADA(WS-SOLICITUD-ACTUAL) "; NO SE CIERRA NADA"
               ADD 1 TO WS-CONTADOR-SIN-CONTROL
               EXIT PARAGRAPH
           END-IF

           MOVE SOL-ENTRADA(WS-SOLICITUD-ACTUAL) TO WS-DSN-ENTRADA
           OPEN INPUT ARCH-ENTRADA
           IF WS-ESTADO-ENTRADA NOT = "00"
               DISPLAY
               "AVISO, NO SE PUDO RELEER LA ENTRADA " WS-DSN-ENTRADA
               "; NO SE CIERRA NADA"
               ADD 1 TO WS-CONTADOR-SIN-CONTROL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REGISTRO-ENTRADA
           MOVE 'N' TO WS-FIN-ENTRADA

           MOVE SOL-AUDITORIA(WS-SOLICITUD-ACTUAL) TO WS-DSN-EXAMEN
           OPEN INPUT ARCH-EXAMEN
           MOVE 0 TO WS-LINEA-NUMERO
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-EXAMEN INTO WS-LINEA-EXAMEN
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LINEA-NUMERO
                       IF WS-LINEA-NUMERO >= WS-BLOQUE-HASTA
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       ELSE
                           IF WS-LINEA-NUMERO >= WS-BLOQUE-DESDE
                               PERFORM 2100-TRATAR-CONVERTIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-EXAMEN
           CLOSE ARCH-ENTRADA.

      *    Se queda con el ultimo bloque de la corrida para la
      *    entrada: un reinicio deja un solo bloque por solicitud.
       2050-UBICAR-BLOQUE.
           MOVE 'N' TO WS-HAY-BLOQUE
           MOVE SOL-AUDITORIA(WS-SOLICITUD-ACTUAL) TO WS-DSN-EXAMEN
           OPEN INPUT ARCH-EXAMEN
           IF WS-ESTADO-EXAMEN NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINEA-NUMERO
           MOVE 1 TO WS-INICIO-BLOQUE
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-EXAMEN INTO WS-LINEA-EXAMEN
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WS-LINEA-NUMERO
                       IF WS-LINEA-EXAMEN(1:4) = "*TRL"
                           PERFORM 0300-VERIFICAR-TRAILER
                           IF WS-TRAILER-HALLADO = 'S'
                                   AND WS-LINEA-EXAMEN(93:20)
                                   = SOL-ENTRADA(WS-SOLICITUD-ACTUAL)
                               MOVE 'S' TO WS-HAY-BLOQUE
                               MOVE WS-INICIO-BLOQUE
                                   TO WS-BLOQUE-DESDE
                               MOVE WS-LINEA-NUMERO
                                   TO WS-BLOQUE-HASTA
                           END-IF
                           COMPUTE WS-INICIO-BLOQUE =
                               WS-LINEA-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-EXAMEN.

       2100-TRATAR-CONVERTIDO.
           IF WS-LINEA-EXAMEN(1:1) < '0' OR WS-LINEA-EXAMEN(1:1) > '9'
               EXIT PARAGRAPH
           END-IF
           IF WS-LINEA-EXAMEN(38:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA-EXAMEN(38:6) TO WS-REGISTRO-AUDITADO
           PERFORM 2150-LEER-ENTRADA
               UNTIL WS-REGISTRO-ENTRADA >= WS-REGISTRO-AUDITADO
                   OR WS-FIN-ENTRADA = 'S'
           IF WS-REGISTRO-ENTRADA NOT = WS-REGISTRO-AUDITADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTADOR-CONVERTIDOS
           MOVE SOL-ENTRADA(WS-SOLICITUD-ACTUAL) TO INV-DSN-ENTRADA
           MOVE WS-LINEA-ENTRADA TO INV-REGISTRO
           READ ARCH-INVENTARIO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF INV-TIPO = 'E'
               MOVE INV-ORIGEN-CLAVE TO WS-CLAVE-ORIGEN
               IF INV-ESTADO-REENVIO NOT = "CERRADO"
                   MOVE "CERRADO" TO INV-ESTADO-REENVIO
                   REWRITE REG-INVENTARIO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               MOVE WS-CLAVE-ORIGEN TO INV-CLAVE
               READ ARCH-INVENTARIO
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM 2200-CERRAR-RECHAZO.

       2150-LEER-ENTRADA.
           MOVE 'S' TO WS-SALTAR-CONTROL-ENT
           PERFORM UNTIL WS-SALTAR-CONTROL-ENT = 'N'
                   OR WS-FIN-ENTRADA = 'S'
               MOVE 'N' TO WS-SALTAR-CONTROL-ENT
               READ ARCH-ENTRADA INTO WS-LINEA-ENTRADA
                   AT END
                       MOVE 'S' TO WS-FIN-ENTRADA
                   NOT AT END
                       PERFORM UNTIL WS-ESTADO-ENTRADA NOT = "06"
                           READ ARCH-ENTRADA INTO WS-LINEA-ENTRADA
                               AT END
                                   MOVE 'S' TO WS-FIN-ENTRADA
                           END-READ
                       END-PERFORM
               END-READ
               IF WS-FIN-ENTRADA NOT = 'S'
                       AND (WS-LINEA-ENTRADA(1:4) = "*HDR"
                           OR WS-LINEA-ENTRADA(1:4) = "*FIN")
                   MOVE 'S' TO WS-SALTAR-CONTROL-ENT
               END-IF
           END-PERFORM
           IF WS-FIN-ENTRADA NOT = 'S'
               ADD 1 TO WS-REGISTRO-ENTRADA
           END-IF.

       2200-CERRAR-RECHAZO.
           IF INV-TIPO NOT = 'R' OR INV-ESTADO = "CERRADO"
               EXIT PARAGRAPH
           END-IF
           MOVE "CERRADO" TO INV-ESTADO
           MOVE WS-FECHA-EJECUCION TO INV-FECHA-ESTADO
           MOVE WS-ID-OBJETIVO TO INV-ID-CIERRE
           REWRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY
                   "AVISO, NO SE PUDO CERRAR EL RECHAZO DE "
                   INV-DSN-ENTRADA ": " INV-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-CERRADOS
           END-REWRITE.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== INVENTARIO DE RECHAZOS ====="
           DISPLAY "CORRIDA               : " WS-ID-OBJETIVO
           DISPLAY "SOLICITUDES           : " WS-TOTAL-SOLICITUDES
           DISPLAY "SOLICITUDES OMITIDAS  : " WS-SOLICITUDES-OMITIDAS
               " (NO-APLICA O DUPLICADO)"
           DISPLAY "RECHAZOS LEIDOS       : " WS-CONTADOR-RECHAZOS
           DISPLAY "RECHAZOS NUEVOS       : " WS-CONTADOR-ALTAS
           DISPLAY "RECHAZOS REPETIDOS    : " WS-CONTADOR-ACTUALIZADOS
               " (REABIERTOS " WS-CONTADOR-REABIERTOS ")"
           DISPLAY "YA ANOTADOS ANTES     : " WS-CONTADOR-YA-ANOTADOS
           DISPLAY "CONVERSIONES CRUZADAS : " WS-CONTADOR-CONVERTIDOS
           DISPLAY "RECHAZOS CERRADOS     : " WS-CONTADOR-CERRADOS
           DISPLAY "SOLICITUDES SIN CRUCE : " WS-CONTADOR-SIN-CONTROL.

       3100-ANOTAR-FIN-TIEMPO.
           PERFORM 9100-MARCAR-TIEMPO
           MOVE 'F' TO WS-TIEMPO-TIPO
           MOVE WS-CONTADOR-RECHAZOS TO WS-TIEMPO-REGISTROS
           MOVE RETURN-CODE TO WS-TIEMPO-CODIGO
           EVALUATE TRUE
               WHEN RETURN-CODE = 20
                   MOVE "EN CURSO" TO WS-TIEMPO-ESTADO
               WHEN RETURN-CODE >= 8
                   MOVE "ERROR" TO WS-TIEMPO-ESTADO
               WHEN OTHER
                   MOVE "ACTUALIZADO" TO WS-TIEMPO-ESTADO
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
           MOVE "INVREC09" TO WS-LINEA-TIEMPO(19:8)
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

       END PROGRAM INVREC09.
