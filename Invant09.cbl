      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe semanal de antiguedad de los rechazos
      *          abiertos de YOUR-PROGRAM-NAME. Recorre el inventario
      *          de rechazos INVRECH.DAT (cargado por INVREC09 y
      *          REPARA09) y cuenta los rechazos que siguen sin
      *          convertirse (ABIERTO, REENVIADO o RETENIDO) por codigo
      *          de rechazo, entrada y tramo de antiguedad desde su
      *          alta: 0-2, 3-7, 8-30 y mas de 30 dias. Al pie detalla
      *          los rechazos de mas de 30 dias.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVANT09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-INVENTARIO ASSIGN TO DYNAMIC WS-DSN-INVENTARIO
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS INV-CLAVE
               FILE STATUS IS WS-ESTADO-INVENTARIO.
           SELECT ARCH-INFORME ASSIGN TO DYNAMIC WS-DSN-INFORME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INFORME.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
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
       FD  ARCH-INFORME.
       01  REG-INFORME PIC X(132).
       WORKING-STORAGE SECTION.
      *    Parametros del informe, un registro opcional:
      *      cols  1-10  fecha de corte (AAAA-MM-DD; blanco = fecha
      *                  de ejecucion)
      *      cols 11-30  inventario (blanco = INVRECH.DAT)
      *      cols 31-50  informe (blanco = INVANT.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "INVAPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-INVENTARIO PIC X(20) VALUE "INVRECH.DAT".
       01 WS-ESTADO-INVENTARIO PIC X(2).
       01 WS-DSN-INFORME PIC X(20) VALUE "INVANT.DAT".
       01 WS-ESTADO-INFORME PIC X(2).
       01 WS-LINEA-INFORME PIC X(132).
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-FECHA-CORTE PIC X(10) VALUE SPACES.
       01 WS-FECHA-TRABAJO PIC X(10).
       01 WS-FECHA-COMPACTA PIC X(8).
       01 WS-FECHA-NUMERICA PIC 9(8).
       01 WS-DIA-CORTE PIC 9(8) VALUE 0.
       01 WS-DIA-ALTA PIC 9(8) VALUE 0.
       01 WS-ANTIGUEDAD PIC S9(8) VALUE 0.
       01 WS-FECHA-VALIDA PIC X VALUE 'S'.
       01 WS-FIN-ARCHIVO PIC X VALUE 'N'.
       01 WS-PARAMETROS-VALIDOS PIC X VALUE 'S'.
      *    Tramos de antiguedad en dias desde el alta del rechazo:
      *    1 = 0-2, 2 = 3-7, 3 = 8-30, 4 = mas de 30.
       01 WS-TRAMO PIC 9(1) VALUE 0.
       01 WS-INDICE-TRAMO PIC 9(1) VALUE 0.
      *    Una fila por codigo de rechazo + entrada, mantenida en
      *    orden por insercion para cortar por codigo al imprimir.
       01 WS-MAXIMO-FILAS PIC 9(3) VALUE 500.
       01 WS-TOTAL-FILAS PIC 9(3) VALUE 0.
       01 WS-INDICE-FILA PIC 9(3) VALUE 0.
       01 WS-INDICE-CORRIMIENTO PIC 9(3) VALUE 0.
       01 WS-TABLA-ANTIGUEDAD.
          05 WS-FILA OCCURS 500 TIMES.
             10 FIL-CLAVE.
                15 FIL-CODIGO PIC X(3).
                15 FIL-DSN PIC X(20).
             10 FIL-TRAMO PIC 9(6) OCCURS 4 TIMES.
       01 WS-FILA-NUEVA PIC X(23).
       01 WS-FILA-HALLADA PIC X VALUE 'N'.
       01 WS-CODIGO-ACTUAL PIC X(3) VALUE SPACES.
       01 WS-SUBTOTALES.
          05 WS-SUBTOTAL PIC 9(6) OCCURS 4 TIMES.
       01 WS-TOTALES.
          05 WS-TOTAL PIC 9(6) OCCURS 4 TIMES.
       01 WS-SUMA-FILA PIC 9(7) VALUE 0.
       01 WS-CIFRA-EDITADA PIC ZZZ,ZZ9.
       01 WS-DIAS-EDITADOS PIC ZZZZ9.
       01 WS-CONTADOR-ABIERTOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-REENVIADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-RETENIDOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-CERRADOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-POSTERIORES PIC 9(6) VALUE 0.
       01 WS-CONTADOR-FECHA-MALA PIC 9(6) VALUE 0.
       01 WS-CONTADOR-OMITIDOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION

           PERFORM 0100-LEER-PARAMETROS.
           PERFORM 0200-RESOLVER-CORTE.
           IF WS-PARAMETROS-VALIDOS NOT = 'S'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCH-INVENTARIO
           IF WS-ESTADO-INVENTARIO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL INVENTARIO DE RECHAZOS: "
               WS-DSN-INVENTARIO " (ESTADO " WS-ESTADO-INVENTARIO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCH-INFORME
           IF WS-ESTADO-INFORME NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL INFORME DE ANTIGUEDAD: "
               WS-DSN-INFORME
               CLOSE ARCH-INVENTARIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-ACUMULAR-INVENTARIO.
           PERFORM 2000-ENCABEZAR-INFORME.
           PERFORM 2100-IMPRIMIR-FILA
               VARYING WS-INDICE-FILA FROM 1 BY 1
               UNTIL WS-INDICE-FILA > WS-TOTAL-FILAS.
           PERFORM 2300-IMPRIMIR-TOTALES.
           PERFORM 2500-DETALLAR-VENCIDOS.
           PERFORM 2900-CERRAR-INFORME.
           CLOSE ARCH-INVENTARIO.
           PERFORM 3000-REPORTAR-RESULTADO.
           IF WS-TOTAL(4) > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    Sin archivo de parametros el corte es la fecha de
      *    ejecucion, con los nombres por defecto.
       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LINEA-PARM(1:10) TO WS-FECHA-CORTE
                       IF WS-LINEA-PARM(11:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(11:20)
                               TO WS-DSN-INVENTARIO
                       END-IF
                       IF WS-LINEA-PARM(31:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(31:20)
                               TO WS-DSN-INFORME
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF.

       0200-RESOLVER-CORTE.
           IF WS-FECHA-CORTE = SPACES
               MOVE WS-FECHA-EJECUCION TO WS-FECHA-CORTE
           END-IF
           MOVE WS-FECHA-CORTE TO WS-FECHA-TRABAJO
           PERFORM 0250-CONVERTIR-FECHA
           IF WS-FECHA-VALIDA NOT = 'S'
               MOVE 'N' TO WS-PARAMETROS-VALIDOS
               DISPLAY
               "ERROR, FECHA DE CORTE NO VALIDA: '" WS-FECHA-CORTE
               "' (AAAA-MM-DD)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIA-ALTA TO WS-DIA-CORTE.

      *    Convierte la fecha AAAA-MM-DD de WS-FECHA-TRABAJO a dia
      *    entero en WS-DIA-ALTA.
       0250-CONVERTIR-FECHA.
           MOVE 'N' TO WS-FECHA-VALIDA
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
               COMPUTE WS-DIA-ALTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
               MOVE 'S' TO WS-FECHA-VALIDA
           END-IF.

       1000-ACUMULAR-INVENTARIO.
           MOVE LOW-VALUES TO INV-CLAVE
           START ARCH-INVENTARIO KEY IS >= INV-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIN-ARCHIVO
           END-START
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-INVENTARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 1100-ACUMULAR-RECHAZO
               END-READ
           END-PERFORM
           IF WS-TOTAL-FILAS = 0
               DISPLAY
               "AVISO, NO HAY RECHAZOS ABIERTOS EN "
               WS-DSN-INVENTARIO
           END-IF.

      *    Las referencias de reenvio no se cuentan: su rechazo
      *    original ya esta en el inventario. Un rechazo dado de alta
      *    despues del corte todavia no existia a esa fecha.
       1100-ACUMULAR-RECHAZO.
           IF INV-TIPO NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           IF INV-ESTADO = "CERRADO"
               ADD 1 TO WS-CONTADOR-CERRADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-CALCULAR-TRAMO
           IF WS-TRAMO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-UBICAR-FILA
           IF WS-INDICE-FILA = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FIL-TRAMO(WS-INDICE-FILA, WS-TRAMO)
           ADD 1 TO WS-TOTAL(WS-TRAMO)
           EVALUATE INV-ESTADO
               WHEN "REENVIADO"
                   ADD 1 TO WS-CONTADOR-REENVIADOS
               WHEN "RETENIDO"
                   ADD 1 TO WS-CONTADOR-RETENIDOS
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-ABIERTOS
           END-EVALUATE.

      *    Un alta con fecha ilegible se informa como la mas antigua
      *    para que no se pierda de vista.
       1200-CALCULAR-TRAMO.
           MOVE 0 TO WS-TRAMO
           MOVE INV-FECHA-ALTA TO WS-FECHA-TRABAJO
           PERFORM 0250-CONVERTIR-FECHA
           IF WS-FECHA-VALIDA NOT = 'S'
               ADD 1 TO WS-CONTADOR-FECHA-MALA
               MOVE 4 TO WS-TRAMO
               MOVE 99999 TO WS-ANTIGUEDAD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ANTIGUEDAD = WS-DIA-CORTE - WS-DIA-ALTA
           EVALUATE TRUE
               WHEN WS-ANTIGUEDAD < 0
                   ADD 1 TO WS-CONTADOR-POSTERIORES
               WHEN WS-ANTIGUEDAD <= 2
                   MOVE 1 TO WS-TRAMO
               WHEN WS-ANTIGUEDAD <= 7
                   MOVE 2 TO WS-TRAMO
               WHEN WS-ANTIGUEDAD <= 30
                   MOVE 3 TO WS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO
           END-EVALUATE.

      *    Busca la fila del codigo + entrada; si no esta la inserta
      *    en su lugar corriendo las siguientes una posicion.
       1300-UBICAR-FILA.
           MOVE INV-CODIGO TO WS-FILA-NUEVA(1:3)
           MOVE INV-DSN-ENTRADA TO WS-FILA-NUEVA(4:20)
           MOVE 'N' TO WS-FILA-HALLADA
           PERFORM VARYING WS-INDICE-FILA FROM 1 BY 1
                   UNTIL WS-INDICE-FILA > WS-TOTAL-FILAS
               IF FIL-CLAVE(WS-INDICE-FILA) >= WS-FILA-NUEVA
                   IF FIL-CLAVE(WS-INDICE-FILA) = WS-FILA-NUEVA
                       MOVE 'S' TO WS-FILA-HALLADA
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FILA-HALLADA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-FILAS >= WS-MAXIMO-FILAS
               ADD 1 TO WS-CONTADOR-OMITIDOS
               MOVE 0 TO WS-INDICE-FILA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INDICE-CORRIMIENTO FROM WS-TOTAL-FILAS
                   BY -1 UNTIL WS-INDICE-CORRIMIENTO < WS-INDICE-FILA
               MOVE WS-FILA(WS-INDICE-CORRIMIENTO)
                   TO WS-FILA(WS-INDICE-CORRIMIENTO + 1)
           END-PERFORM
           ADD 1 TO WS-TOTAL-FILAS
           MOVE WS-FILA-NUEVA TO FIL-CLAVE(WS-INDICE-FILA)
           PERFORM VARYING WS-INDICE-TRAMO FROM 1 BY 1
                   UNTIL WS-INDICE-TRAMO > 4
               MOVE 0 TO FIL-TRAMO(WS-INDICE-FILA, WS-INDICE-TRAMO)
           END-PERFORM.

       2000-ENCABEZAR-INFORME.
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "ANTIGUEDAD DE RECHAZOS ABIERTOS - CORTE: "
               WS-FECHA-CORTE " - EJECUCION: " WS-FECHA-EJECUCION
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "COD  ENTRADA" TO WS-LINEA-INFORME(1:12)
           MOVE "0-2 DIAS" TO WS-LINEA-INFORME(28:8)
           MOVE "3-7 DIAS" TO WS-LINEA-INFORME(38:8)
           MOVE "8-30 DIAS" TO WS-LINEA-INFORME(47:9)
           MOVE "+30 DIAS" TO WS-LINEA-INFORME(58:8)
           MOVE "TOTAL" TO WS-LINEA-INFORME(71:5)
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

      *    Corte de control por codigo de rechazo: al cambiar el
      *    codigo se imprime el subtotal del anterior.
       2100-IMPRIMIR-FILA.
           IF FIL-CODIGO(WS-INDICE-FILA) NOT = WS-CODIGO-ACTUAL
               IF WS-CODIGO-ACTUAL NOT = SPACES
                   PERFORM 2200-IMPRIMIR-SUBTOTAL
               END-IF
               MOVE FIL-CODIGO(WS-INDICE-FILA) TO WS-CODIGO-ACTUAL
               MOVE 0 TO WS-SUBTOTAL(1) WS-SUBTOTAL(2)
                   WS-SUBTOTAL(3) WS-SUBTOTAL(4)
           END-IF
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE FIL-CODIGO(WS-INDICE-FILA) TO WS-LINEA-INFORME(1:3)
           MOVE FIL-DSN(WS-INDICE-FILA) TO WS-LINEA-INFORME(6:20)
           MOVE 0 TO WS-SUMA-FILA
           PERFORM VARYING WS-INDICE-TRAMO FROM 1 BY 1
                   UNTIL WS-INDICE-TRAMO > 4
               MOVE FIL-TRAMO(WS-INDICE-FILA, WS-INDICE-TRAMO)
                   TO WS-CIFRA-EDITADA
               MOVE WS-CIFRA-EDITADA
                   TO WS-LINEA-INFORME(19 + WS-INDICE-TRAMO * 10:7)
               ADD FIL-TRAMO(WS-INDICE-FILA, WS-INDICE-TRAMO)
                   TO WS-SUBTOTAL(WS-INDICE-TRAMO) WS-SUMA-FILA
           END-PERFORM
           MOVE WS-SUMA-FILA TO WS-CIFRA-EDITADA
           MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(69:7)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           IF WS-INDICE-FILA = WS-TOTAL-FILAS
               PERFORM 2200-IMPRIMIR-SUBTOTAL
           END-IF.

       2200-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "     TOTAL CODIGO " WS-CODIGO-ACTUAL
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           MOVE 0 TO WS-SUMA-FILA
           PERFORM VARYING WS-INDICE-TRAMO FROM 1 BY 1
                   UNTIL WS-INDICE-TRAMO > 4
               MOVE WS-SUBTOTAL(WS-INDICE-TRAMO) TO WS-CIFRA-EDITADA
               MOVE WS-CIFRA-EDITADA
                   TO WS-LINEA-INFORME(19 + WS-INDICE-TRAMO * 10:7)
               ADD WS-SUBTOTAL(WS-INDICE-TRAMO) TO WS-SUMA-FILA
           END-PERFORM
           MOVE WS-SUMA-FILA TO WS-CIFRA-EDITADA
           MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(69:7)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       2300-IMPRIMIR-TOTALES.
           IF WS-TOTAL-FILAS = 0
               MOVE "SIN RECHAZOS ABIERTOS A LA FECHA DE CORTE"
                   TO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           MOVE ALL "-" TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "TOTAL GENERAL" TO WS-LINEA-INFORME(1:13)
           MOVE 0 TO WS-SUMA-FILA
           PERFORM VARYING WS-INDICE-TRAMO FROM 1 BY 1
                   UNTIL WS-INDICE-TRAMO > 4
               MOVE WS-TOTAL(WS-INDICE-TRAMO) TO WS-CIFRA-EDITADA
               MOVE WS-CIFRA-EDITADA
                   TO WS-LINEA-INFORME(19 + WS-INDICE-TRAMO * 10:7)
               ADD WS-TOTAL(WS-INDICE-TRAMO) TO WS-SUMA-FILA
           END-PERFORM
           MOVE WS-SUMA-FILA TO WS-CIFRA-EDITADA
           MOVE WS-CIFRA-EDITADA TO WS-LINEA-INFORME(69:7)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "ABIERTOS: " WS-CONTADOR-ABIERTOS
               " REENVIADOS: " WS-CONTADOR-REENVIADOS
               " RETENIDOS: " WS-CONTADOR-RETENIDOS
               " CERRADOS (NO INFORMADOS): " WS-CONTADOR-CERRADOS
               DELIMITED BY SIZE INTO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

      *    Segunda pasada: detalle de cada rechazo de mas de 30 dias,
      *    en orden de entrada e imagen del registro.
       2500-DETALLAR-VENCIDOS.
           IF WS-TOTAL(4) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE "RECHAZOS ABIERTOS CON MAS DE 30 DIAS"
               TO WS-LINEA-INFORME
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE "ENTRADA             COD ALTA       DIAS  ESTADO"
               TO WS-LINEA-INFORME(1:48)
           MOVE "REENV REGISTRO ORIGINAL" TO WS-LINEA-INFORME(59:23)
           WRITE REG-INFORME FROM WS-LINEA-INFORME
           MOVE LOW-VALUES TO INV-CLAVE
           START ARCH-INVENTARIO KEY IS >= INV-CLAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIN-ARCHIVO
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIN-ARCHIVO
           END-START
           PERFORM UNTIL WS-FIN-ARCHIVO = 'S'
               READ ARCH-INVENTARIO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 2600-DETALLAR-RECHAZO
               END-READ
           END-PERFORM.

       2600-DETALLAR-RECHAZO.
           IF INV-TIPO NOT = 'R' OR INV-ESTADO = "CERRADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-CALCULAR-TRAMO
           IF WS-TRAMO NOT = 4
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINEA-INFORME
           MOVE INV-DSN-ENTRADA TO WS-LINEA-INFORME(1:20)
           MOVE INV-CODIGO TO WS-LINEA-INFORME(21:3)
           MOVE INV-FECHA-ALTA TO WS-LINEA-INFORME(25:10)
           MOVE WS-ANTIGUEDAD TO WS-DIAS-EDITADOS
           MOVE WS-DIAS-EDITADOS TO WS-LINEA-INFORME(36:5)
           MOVE INV-ESTADO TO WS-LINEA-INFORME(42:10)
           MOVE INV-REENVIOS TO WS-LINEA-INFORME(59:3)
           MOVE INV-REGISTRO TO WS-LINEA-INFORME(65:40)
           WRITE REG-INFORME FROM WS-LINEA-INFORME.

       2900-CERRAR-INFORME.
           IF WS-CONTADOR-OMITIDOS > 0 OR WS-CONTADOR-FECHA-MALA > 0
               MOVE SPACES TO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
               MOVE SPACES TO WS-LINEA-INFORME
               STRING "AVISO: RECHAZOS SIN FILA POR TABLA LLENA: "
                   WS-CONTADOR-OMITIDOS
                   " CON FECHA DE ALTA ILEGIBLE (EN +30): "
                   WS-CONTADOR-FECHA-MALA
                   DELIMITED BY SIZE INTO WS-LINEA-INFORME
               WRITE REG-INFORME FROM WS-LINEA-INFORME
           END-IF
           CLOSE ARCH-INFORME.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== ANTIGUEDAD DE RECHAZOS ====="
           DISPLAY "FECHA DE CORTE        : " WS-FECHA-CORTE
           DISPLAY "RECHAZOS ABIERTOS     : " WS-CONTADOR-ABIERTOS
           DISPLAY "RECHAZOS REENVIADOS   : " WS-CONTADOR-REENVIADOS
           DISPLAY "RECHAZOS RETENIDOS    : " WS-CONTADOR-RETENIDOS
           DISPLAY "DE 0 A 2 DIAS         : " WS-TOTAL(1)
           DISPLAY "DE 3 A 7 DIAS         : " WS-TOTAL(2)
           DISPLAY "DE 8 A 30 DIAS        : " WS-TOTAL(3)
           DISPLAY "MAS DE 30 DIAS        : " WS-TOTAL(4)
           DISPLAY "ALTAS POSTERIORES     : " WS-CONTADOR-POSTERIORES
           DISPLAY "INFORME EMITIDO EN    : " WS-DSN-INFORME.

       END PROGRAM INVANT09.
