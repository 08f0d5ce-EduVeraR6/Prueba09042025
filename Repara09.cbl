           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
           SELECT ARCH-CONTROL ASSIGN TO DYNAMIC WS-DSN-CONTROL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTROL.
           SELECT ARCH-INVENTARIO ASSIGN TO DYNAMIC WS-DSN-INVENTARIO
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS INV-CLAVE
               FILE STATUS IS WS-ESTADO-INVENTARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-RECHAZOS.
       01  REG-CICLO PIC X(43).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
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
       WORKING-STORAGE SECTION.
       01 WS-DSN-RECHAZOS PIC X(20) VALUE "RECHAZOS.DAT".
       01 WS-ESTADO-RECHAZOS PIC X(2).
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-CANDADO-ACTIVO PIC X VALUE 'N'.
      *    Inventario de rechazos: cada rechazo reenviado pasa a
      *    REENVIADO y deja una referencia (archivo de reenvio +
      *    imagen reparada) que apunta al rechazo original; cada
      *    rechazo retenido por ciclos pasa a RETENIDO. La entrada de
      *    la que vienen los rechazos se toma de la solicitud del
      *    CONTROL de la ultima corrida (cols 24-43 del candado) cuyo
      *    archivo de rechazos es el que se repara.
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-DSN-TRABAJO PIC X(20).
       01 WS-INDICE-DSN PIC 9(2) VALUE 0.
       01 WS-DSN-ORIGEN PIC X(20) VALUE "ARCHENT.DAT".
       01 WS-DSN-INVENTARIO PIC X(20) VALUE "INVRECH.DAT".
       01 WS-ESTADO-INVENTARIO PIC X(2).
       01 WS-HAY-INVENTARIO PIC X VALUE 'N'.
       01 WS-CLAVE-ORIGEN PIC X(60).
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FECHA-DIGITOS PIC X(8).
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-CONTADOR-RECHAZOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-REPARADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-SIN-FIX PIC 9(6) VALUE 0.
       01 WS-CONTADOR-SIN-USO PIC 9(4) VALUE 0.
       01 WS-CONTADOR-RETENIDOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-SIN-INVENTARIO PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE WS-FECHA-SISTEMA(1:8) TO WS-FECHA-DIGITOS
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION

           PERFORM 0050-CONTROLAR-CANDADO.
           IF WS-CANDADO-ACTIVO = 'S'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0400-UBICAR-ENTRADA.
           PERFORM 0500-ABRIR-INVENTARIO.

           PERFORM 0100-CARGAR-CORRECCIONES.
           PERFORM 0200-CARGAR-REGLAS.
               PERFORM 1600-REGRABAR-CICLOS
               PERFORM 2000-REPORTAR-RESULTADO
           END-IF.
           IF WS-HAY-INVENTARIO = 'S'
               CLOSE ARCH-INVENTARIO
           END-IF.

           STOP RUN.

                   "ERROR, HAY UNA CONVERSION EN CURSO (CORRIDA "
                   WS-LINEA-CANDADO(8:15)
                   "); LA REPARACION NO ARRANCA"
               ELSE
                   IF WS-LINEA-CANDADO(24:20) NOT = SPACES
                       MOVE WS-LINEA-CANDADO(24:20) TO WS-DSN-CONTROL
                   END-IF
               END-IF
           END-IF.

               CLOSE ARCH-CICLOS
           END-IF.

      *    La primera solicitud cuyo archivo de rechazos (con la
      *    fecha resuelta, como 0220-RESOLVER-FECHA-DSN de la
      *    conversion) es el que se repara da la entrada de origen;
      *    sin CONTROL o sin coincidencia se asume ARCHENT.DAT.
       0400-UBICAR-ENTRADA.
           OPEN INPUT ARCH-CONTROL
           IF WS-ESTADO-CONTROL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIN-ARCHIVO
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-CONTROL INTO WS-LINEA-CONTROL
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE "RECHAZOS.DAT" TO WS-DSN-TRABAJO
                       IF WS-LINEA-CONTROL(45:20) NOT = SPACES
                           MOVE WS-LINEA-CONTROL(45:20)
                               TO WS-DSN-TRABAJO
                           PERFORM 0450-RESOLVER-FECHA-DSN
                       END-IF
                       IF WS-LINEA-CONTROL NOT = SPACES
                               AND WS-DSN-TRABAJO = WS-DSN-RECHAZOS
                           IF WS-LINEA-CONTROL(1:20) NOT = SPACES
                               MOVE WS-LINEA-CONTROL(1:20)
                                   TO WS-DSN-ORIGEN
                           END-IF
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CONTROL.

       0450-RESOLVER-FECHA-DSN.
           PERFORM VARYING WS-INDICE-DSN FROM 1 BY 1
                   UNTIL WS-INDICE-DSN > 13
               IF WS-DSN-TRABAJO(WS-INDICE-DSN:8) = "AAAAMMDD"
                   MOVE WS-FECHA-DIGITOS
                       TO WS-DSN-TRABAJO(WS-INDICE-DSN:8)
               END-IF
           END-PERFORM.

      *    Sin inventario la reparacion sigue igual; solo se pierde el
      *    seguimiento de los rechazos reenviados.
       0500-ABRIR-INVENTARIO.
           OPEN I-O ARCH-INVENTARIO
           IF WS-ESTADO-INVENTARIO = "00"
               MOVE 'S' TO WS-HAY-INVENTARIO
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO ABRIR EL INVENTARIO DE RECHAZOS: "
               WS-DSN-INVENTARIO "; LOS REENVIOS NO SE ANOTAN"
           END-IF.

       1000-PROCESAR-RECHAZOS.
           OPEN INPUT ARCH-RECHAZOS
           IF WS-ESTADO-RECHAZOS NOT = "00"
                           ADD 1 TO WS-CONTADOR-POR-REGLA
                       END-IF
                   END-IF
                   IF WS-HAY-INVENTARIO = 'S'
                       PERFORM 1500-ANOTAR-INVENTARIO
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *    Un rechazo que ya venia de un reenvio se encuentra por su
      *    referencia y se anota sobre el rechazo original.
       1500-ANOTAR-INVENTARIO.
           MOVE WS-DSN-ORIGEN TO INV-DSN-ENTRADA
           MOVE WS-LINEA-RECHAZO(20:40) TO INV-REGISTRO
           READ ARCH-INVENTARIO
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-SIN-INVENTARIO
                   DISPLAY
                   "AVISO, RECHAZO SIN ENTRADA EN EL INVENTARIO, "
                   "REGISTRO: " WS-LINEA-RECHAZO(11:6)
                   EXIT PARAGRAPH
           END-READ
           IF INV-TIPO = 'E'
               MOVE INV-ORIGEN-CLAVE TO INV-CLAVE
               READ ARCH-INVENTARIO
                   INVALID KEY
                       ADD 1 TO WS-CONTADOR-SIN-INVENTARIO
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF WS-CICLO-AGOTADO = 'S'
               MOVE "RETENIDO" TO INV-ESTADO
           ELSE
               MOVE "REENVIADO" TO INV-ESTADO
               IF INV-REENVIOS < 999
                   ADD 1 TO INV-REENVIOS
               END-IF
               MOVE WS-REGISTRO-SALIENTE TO INV-ULTIMO-REENVIO
           END-IF
           MOVE WS-FECHA-EJECUCION TO INV-FECHA-ESTADO
           REWRITE REG-INVENTARIO
               INVALID KEY
                   DISPLAY
                   "AVISO, NO SE PUDO REGRABAR EL INVENTARIO, "
                   "REGISTRO: " WS-LINEA-RECHAZO(11:6)
           END-REWRITE
           IF WS-CICLO-AGOTADO NOT = 'S'
               PERFORM 1550-ANOTAR-REFERENCIA
           END-IF.

      *    La referencia del reenvio se crea o se repone; una clave
      *    que ya es un rechazo inventariado no se pisa.
       1550-ANOTAR-REFERENCIA.
           MOVE INV-CLAVE TO WS-CLAVE-ORIGEN
           MOVE WS-DSN-RESUBMIT TO INV-DSN-ENTRADA
           MOVE WS-REGISTRO-SALIENTE TO INV-REGISTRO
           READ ARCH-INVENTARIO
               INVALID KEY
                   MOVE 'E' TO INV-TIPO
                   MOVE SPACES TO INV-DATOS
                   MOVE WS-CLAVE-ORIGEN TO INV-ORIGEN-CLAVE
                   MOVE WS-FECHA-EJECUCION TO INV-FECHA-REENVIO
                   MOVE "REENVIADO" TO INV-ESTADO-REENVIO
                   WRITE REG-INVENTARIO
                       INVALID KEY
                           DISPLAY
                           "AVISO, NO SE PUDO ANOTAR EL REENVIO DEL "
                           "REGISTRO: " WS-LINEA-RECHAZO(11:6)
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF INV-TIPO = 'E'
               MOVE WS-CLAVE-ORIGEN TO INV-ORIGEN-CLAVE
               MOVE WS-FECHA-EJECUCION TO INV-FECHA-REENVIO
               MOVE "REENVIADO" TO INV-ESTADO-REENVIO
               REWRITE REG-INVENTARIO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       1600-REGRABAR-CICLOS.
           OPEN OUTPUT ARCH-CICLOS
           IF WS-ESTADO-CICLOS NOT = "00"
           DISPLAY "RECHAZOS SIN CORRECCION: " WS-CONTADOR-SIN-FIX
           DISPLAY "CORRECCIONES SIN USO   : " WS-CONTADOR-SIN-USO
           DISPLAY "RETENIDOS POR CICLO    : " WS-CONTADOR-RETENIDOS
           DISPLAY "FUERA DEL INVENTARIO   : "
               WS-CONTADOR-SIN-INVENTARIO
           IF (WS-CONTADOR-SIN-USO > 0
                   OR WS-CONTADOR-RETENIDOS > 0)
                   AND RETURN-CODE < 4
