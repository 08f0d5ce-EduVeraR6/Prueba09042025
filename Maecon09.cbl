      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta y correccion del maestro de conversiones de
      *          YOUR-PROGRAM-NAME desde la consola del operador.
      *          Busca una entrada por base mas valor o por
      *          identificador de contador ("TL"), muestra todos sus
      *          campos, permite dar de alta, cambiar o borrar una
      *          entrada y hojear el maestro por rango de claves. Cada
      *          alta, cambio o baja deja en la bitacora del maestro la
      *          imagen anterior y la posterior del registro, el
      *          operador y el motivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAECON09.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PARAMETROS ASSIGN TO DYNAMIC WS-DSN-PARM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARM.
           SELECT ARCH-MAESTRO ASSIGN TO DYNAMIC WS-DSN-MAESTRO
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS MST-CLAVE
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT ARCH-BITACORA ASSIGN TO DYNAMIC WS-DSN-BITACORA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BITACORA.
           SELECT ARCH-CANDADO ASSIGN TO DYNAMIC WS-DSN-CANDADO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANDADO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(80).
      *    Mismo layout de registro que el maestro del programa de
      *    conversion (clave = base + valor de entrada; las lecturas
      *    de telemetria usan base "TL" y el contador en el valor).
       FD  ARCH-MAESTRO.
       01  REG-MAESTRO.
           05 MST-CLAVE.
              10 MST-BASE PIC X(2).
              10 MST-VALOR PIC X(32).
           05 MST-SIGNO PIC X.
           05 MST-RESULTADO PIC S9(31) SIGN LEADING SEPARATE.
           05 MST-PRIMERA-FECHA PIC X(10).
           05 MST-ULTIMA-FECHA PIC X(10).
           05 MST-CONTADOR PIC 9(7).
       FD  ARCH-BITACORA.
       01  REG-BITACORA PIC X(270).
       FD  ARCH-CANDADO.
       01  REG-CANDADO PIC X(80).
       WORKING-STORAGE SECTION.
      *    Parametros de la consulta, un registro opcional:
      *      cols  1-20  maestro (blanco = MAESTRO.DAT)
      *      cols 21-40  bitacora de cambios (blanco = MAEBITAC.DAT)
       01 WS-DSN-PARM PIC X(20) VALUE "MAECPARM.DAT".
       01 WS-ESTADO-PARM PIC X(2).
       01 WS-LINEA-PARM PIC X(80).
       01 WS-DSN-MAESTRO PIC X(20) VALUE "MAESTRO.DAT".
       01 WS-ESTADO-MAESTRO PIC X(2).
      *    Bitacora de cambios del maestro, una linea por alta, cambio
      *    o baja, siempre agregada al final y grabada antes de tocar
      *    el maestro:
      *      cols   1-26  fecha y hora del cambio
      *      cols  28-35  operador
      *      col   37     accion (A alta, C cambio, B baja; X el
      *                   cambio de la linea anterior no se pudo
      *                   aplicar al maestro)
      *      cols  39-78  motivo informado por el operador
      *      cols  80-173 imagen anterior del registro (94 bytes;
      *                   blanco en un alta)
      *      cols 175-268 imagen posterior del registro (94 bytes;
      *                   blanco en una baja)
       01 WS-DSN-BITACORA PIC X(20) VALUE "MAEBITAC.DAT".
       01 WS-ESTADO-BITACORA PIC X(2).
       01 WS-LINEA-BITACORA PIC X(270).
       01 WS-BITACORA-ACTIVA PIC X VALUE 'N'.
       01 WS-BITACORA-GRABADA PIC X VALUE 'N'.
      *    Mismo candado de corrida que el paso de conversion: con una
      *    conversion en curso el maestro se esta actualizando y el
      *    programa solo permite consultar.
       01 WS-DSN-CANDADO PIC X(20) VALUE "CANDADO.DAT".
       01 WS-ESTADO-CANDADO PIC X(2).
       01 WS-LINEA-CANDADO PIC X(80).
       01 WS-SOLO-CONSULTA PIC X VALUE 'N'.
       01 WS-FECHA-SISTEMA PIC X(21).
       01 WS-FECHA-EJECUCION PIC X(10).
       01 WS-TIMESTAMP PIC X(26).
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-OPCION PIC X VALUE SPACE.
       01 WS-FIN-SESION PIC X VALUE 'N'.
       01 WS-RESPUESTA PIC X VALUE SPACE.
       01 WS-MOTIVO PIC X(40) VALUE SPACES.
       01 WS-ACCION PIC X VALUE SPACE.
      *    Clave pedida al operador y estado de la busqueda.
       01 WS-TIPO-CLAVE PIC X VALUE SPACE.
       01 WS-BASE-PEDIDA PIC X(2) VALUE SPACES.
       01 WS-VALOR-PEDIDO PIC X(32) VALUE SPACES.
       01 WS-CONTADOR-PEDIDO PIC X(12) VALUE SPACES.
       01 WS-CLAVE-PEDIDA PIC X(34) VALUE SPACES.
       01 WS-CLAVE-VALIDA PIC X VALUE 'N'.
       01 WS-REGISTRO-HALLADO PIC X VALUE 'N'.
      *    Campos de trabajo del alta y del cambio; un campo dejado en
      *    blanco en un cambio conserva el valor actual.
       01 WS-IMAGEN-ANTERIOR PIC X(94) VALUE SPACES.
       01 WS-IMAGEN-POSTERIOR PIC X(94) VALUE SPACES.
       01 WS-SIGNO-PEDIDO PIC X VALUE SPACE.
       01 WS-LECTURA-PEDIDA PIC X(32) VALUE SPACES.
       01 WS-FECHA-PEDIDA PIC X(10) VALUE SPACES.
       01 WS-CONTADOR-OCURR-PEDIDO PIC X(7) VALUE SPACES.
       01 WS-DATO-VALIDO PIC X VALUE 'S'.
       01 WS-RESULTADO-EDITADO PIC -(31)9.
      *    Hojeo por rango de claves.
       01 WS-CLAVE-HASTA PIC X(34) VALUE SPACES.
       01 WS-LARGO-HASTA PIC 9(2) VALUE 34.
       01 WS-LINEAS-PAGINA PIC 9(2) VALUE 15.
       01 WS-LINEAS-MOSTRADAS PIC 9(2) VALUE 0.
       01 WS-FIN-HOJEO PIC X VALUE 'N'.
       01 WS-CONTADOR-CONSULTAS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-ALTAS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-CAMBIOS PIC 9(6) VALUE 0.
       01 WS-CONTADOR-BAJAS PIC 9(6) VALUE 0.
      *    Campos de trabajo de la derivacion; mismos nombres y
      *    mismas reglas que 1220-DERIVAR-DECIMAL y
      *    1250-OBTENER-VALOR-DIGITO del programa de conversion. El
      *    resultado de una entrada de conversion nunca se teclea: se
      *    deriva del valor, la base y el signo, para que una
      *    correccion no deje el maestro en cuarentena.
       01 BINARIO-ENTRADA PIC X(32).
       01 EXPONENTE PIC 9(2).
       01 WS-INDICE PIC 9(2).
       01 WS-NUMERO PIC 9(2).
       01 WS-PRIMER-DIGITO PIC 9(2) VALUE 0.
       01 ES-VALIDO PIC X VALUE 'S'.
       01 CARACTER PIC X.
       01 BINARIO-ENTRADA-SIN-ESPACIOS PIC 9(2).
       01 TOTAL-POTENCIA PIC 9(31).
       01 ACUMULADOR PIC S9(31) SIGN LEADING SEPARATE.
       01 WS-BASE PIC 9(2) VALUE 2.
       01 WS-SIGNO PIC X VALUE 'U'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0040-FIJAR-FECHA.
           PERFORM 0050-CONTROLAR-CANDADO.
           PERFORM 0100-LEER-PARAMETROS.

           DISPLAY "Identificacion del operador: "
           ACCEPT WS-OPERADOR
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           IF WS-OPERADOR = SPACES
               DISPLAY
               "ERROR, SIN IDENTIFICACION DE OPERADOR NO SE ABRE "
               "EL MAESTRO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-ABRIR-ARCHIVOS.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-FIN-SESION
           PERFORM UNTIL WS-FIN-SESION = 'S'
               PERFORM 1000-PRESENTAR-MENU
           END-PERFORM.

           CLOSE ARCH-MAESTRO
           IF WS-BITACORA-ACTIVA = 'S'
               CLOSE ARCH-BITACORA
           END-IF
           PERFORM 3000-REPORTAR-RESULTADO.

           STOP RUN.

       0040-FIJAR-FECHA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-SISTEMA
           MOVE SPACES TO WS-FECHA-EJECUCION
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-EJECUCION
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-FECHA-SISTEMA(1:4) "-" WS-FECHA-SISTEMA(5:2) "-"
               WS-FECHA-SISTEMA(7:2) " " WS-FECHA-SISTEMA(9:2) ":"
               WS-FECHA-SISTEMA(11:2) ":" WS-FECHA-SISTEMA(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       0050-CONTROLAR-CANDADO.
           MOVE 'N' TO WS-SOLO-CONSULTA
           OPEN INPUT ARCH-CANDADO
           IF WS-ESTADO-CANDADO = "00"
               MOVE SPACES TO WS-LINEA-CANDADO
               READ ARCH-CANDADO INTO WS-LINEA-CANDADO
                   AT END
                       CONTINUE
               END-READ
               CLOSE ARCH-CANDADO
               IF WS-LINEA-CANDADO(1:6) = "ACTIVO"
                   MOVE 'S' TO WS-SOLO-CONSULTA
                   DISPLAY
                   "AVISO, HAY UNA CONVERSION EN CURSO (CORRIDA "
                   WS-LINEA-CANDADO(8:15)
                   "); SOLO SE PERMITE CONSULTAR"
               END-IF
           END-IF.

       0100-LEER-PARAMETROS.
           OPEN INPUT ARCH-PARAMETROS
           IF WS-ESTADO-PARM = "00"
               READ ARCH-PARAMETROS INTO WS-LINEA-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-LINEA-PARM(1:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(1:20) TO WS-DSN-MAESTRO
                       END-IF
                       IF WS-LINEA-PARM(21:20) NOT = SPACES
                           MOVE WS-LINEA-PARM(21:20)
                               TO WS-DSN-BITACORA
                       END-IF
               END-READ
               CLOSE ARCH-PARAMETROS
           END-IF.

      *    Sin bitacora no se permite tocar el maestro: todo cambio
      *    tiene que quedar registrado.
       0200-ABRIR-ARCHIVOS.
           IF WS-SOLO-CONSULTA = 'S'
               OPEN INPUT ARCH-MAESTRO
           ELSE
               OPEN I-O ARCH-MAESTRO
           END-IF
           IF WS-ESTADO-MAESTRO NOT = "00"
               DISPLAY
               "ERROR, NO SE PUDO ABRIR EL MAESTRO DE CONVERSIONES: "
               WS-DSN-MAESTRO " (ESTADO " WS-ESTADO-MAESTRO ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOLO-CONSULTA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BITACORA-ACTIVA
           OPEN EXTEND ARCH-BITACORA
           IF WS-ESTADO-BITACORA NOT = "00"
               OPEN OUTPUT ARCH-BITACORA
           END-IF
           IF WS-ESTADO-BITACORA = "00"
               MOVE 'S' TO WS-BITACORA-ACTIVA
           ELSE
               DISPLAY
               "AVISO, NO SE PUDO ABRIR LA BITACORA DEL MAESTRO: "
               WS-DSN-BITACORA "; SOLO SE PERMITE CONSULTAR"
               MOVE 'S' TO WS-SOLO-CONSULTA
           END-IF.

       1000-PRESENTAR-MENU.
           DISPLAY " "
           DISPLAY "===== MAESTRO DE CONVERSIONES - OPERADOR "
               WS-OPERADOR " ====="
           DISPLAY "  (C) Consultar por base y valor"
           DISPLAY "  (T) Consultar por contador de telemetria"
           DISPLAY "  (H) Hojear por rango de claves"
           IF WS-SOLO-CONSULTA NOT = 'S'
               DISPLAY "  (A) Alta de una entrada"
               DISPLAY "  (M) Modificar una entrada"
               DISPLAY "  (B) Baja de una entrada"
           END-IF
           DISPLAY "  (F) Fin"
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION
           MOVE FUNCTION UPPER-CASE(WS-OPCION) TO WS-OPCION

           IF WS-SOLO-CONSULTA = 'S'
                   AND (WS-OPCION = 'A' OR WS-OPCION = 'M'
                        OR WS-OPCION = 'B')
               DISPLAY
               "OPCION NO DISPONIBLE: EL MAESTRO ESTA SOLO PARA "
               "CONSULTA"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-OPCION
               WHEN 'C'
                   MOVE 'V' TO WS-TIPO-CLAVE
                   PERFORM 1200-CONSULTAR
               WHEN 'T'
                   MOVE 'T' TO WS-TIPO-CLAVE
                   PERFORM 1200-CONSULTAR
               WHEN 'H'
                   PERFORM 1600-HOJEAR-RANGO
               WHEN 'A'
                   PERFORM 1090-PEDIR-TIPO-CLAVE
                   PERFORM 1300-DAR-ALTA
               WHEN 'M'
                   PERFORM 1090-PEDIR-TIPO-CLAVE
                   PERFORM 1400-MODIFICAR
               WHEN 'B'
                   PERFORM 1090-PEDIR-TIPO-CLAVE
                   PERFORM 1500-DAR-BAJA
               WHEN 'F'
                   MOVE 'S' TO WS-FIN-SESION
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA: " WS-OPCION
           END-EVALUATE.

       1090-PEDIR-TIPO-CLAVE.
           DISPLAY
           "Entrada de (V)alor convertido o de (T)elemetria: "
           ACCEPT WS-TIPO-CLAVE
           MOVE FUNCTION UPPER-CASE(WS-TIPO-CLAVE) TO WS-TIPO-CLAVE
           IF WS-TIPO-CLAVE NOT = 'T'
               MOVE 'V' TO WS-TIPO-CLAVE
           END-IF.

      *    Arma la clave del maestro igual que 1205-CONSULTAR-MAESTRO
      *    (base de dos digitos mas valor tal como llego en la
      *    entrada) o que 1265-CONSULTAR-TELEMETRIA ("TL" mas el
      *    identificador del contador en las primeras 12 posiciones).
       1100-PEDIR-CLAVE.
           MOVE 'N' TO WS-CLAVE-VALIDA
           MOVE SPACES TO WS-CLAVE-PEDIDA
           IF WS-TIPO-CLAVE = 'T'
               DISPLAY "Identificador del contador: "
               MOVE SPACES TO WS-CONTADOR-PEDIDO
               ACCEPT WS-CONTADOR-PEDIDO
               IF WS-CONTADOR-PEDIDO = SPACES
                   DISPLAY "IDENTIFICADOR DE CONTADOR EN BLANCO"
                   EXIT PARAGRAPH
               END-IF
               MOVE "TL" TO WS-CLAVE-PEDIDA(1:2)
               MOVE WS-CONTADOR-PEDIDO TO WS-CLAVE-PEDIDA(3:12)
           ELSE
               DISPLAY "Base del valor (2, 8 o 16): "
               MOVE SPACES TO WS-BASE-PEDIDA
               ACCEPT WS-BASE-PEDIDA
               EVALUATE WS-BASE-PEDIDA
                   WHEN "2 "
                   WHEN "02"
                   WHEN " 2"
                       MOVE "02" TO WS-BASE-PEDIDA
                   WHEN "8 "
                   WHEN "08"
                   WHEN " 8"
                       MOVE "08" TO WS-BASE-PEDIDA
                   WHEN "16"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "BASE NO VALIDA: " WS-BASE-PEDIDA
                       EXIT PARAGRAPH
               END-EVALUATE
               DISPLAY "Valor de entrada: "
               MOVE SPACES TO WS-VALOR-PEDIDO
               ACCEPT WS-VALOR-PEDIDO
               IF WS-VALOR-PEDIDO = SPACES
                   DISPLAY "VALOR DE ENTRADA EN BLANCO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BASE-PEDIDA TO WS-CLAVE-PEDIDA(1:2)
               MOVE WS-VALOR-PEDIDO TO WS-CLAVE-PEDIDA(3:32)
           END-IF
           MOVE 'S' TO WS-CLAVE-VALIDA.

       1150-LEER-CLAVE.
           MOVE 'N' TO WS-REGISTRO-HALLADO
           MOVE WS-CLAVE-PEDIDA TO MST-CLAVE
           READ ARCH-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-REGISTRO-HALLADO
           END-READ.

       1200-CONSULTAR.
           PERFORM 1100-PEDIR-CLAVE
           IF WS-CLAVE-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1150-LEER-CLAVE
           ADD 1 TO WS-CONTADOR-CONSULTAS
           IF WS-REGISTRO-HALLADO = 'S'
               PERFORM 1250-MOSTRAR-REGISTRO
           ELSE
               DISPLAY "NO EXISTE LA CLAVE " WS-CLAVE-PEDIDA(1:2) " "
                   WS-CLAVE-PEDIDA(3:32) " EN EL MAESTRO"
           END-IF.

       1250-MOSTRAR-REGISTRO.
           MOVE MST-RESULTADO TO WS-RESULTADO-EDITADO
           DISPLAY "-----------------------------------------------"
           IF MST-BASE = "TL"
               DISPLAY "CONTADOR DE TELEMETRIA : " MST-VALOR(1:12)
               DISPLAY "ULTIMA LECTURA         : "
                   FUNCTION TRIM(WS-RESULTADO-EDITADO)
           ELSE
               DISPLAY "BASE                   : " MST-BASE
               DISPLAY "VALOR DE ENTRADA       : " MST-VALOR
               DISPLAY "RESULTADO DECIMAL      : "
                   FUNCTION TRIM(WS-RESULTADO-EDITADO)
           END-IF
           DISPLAY "SIGNO                  : " MST-SIGNO
           DISPLAY "PRIMERA FECHA          : " MST-PRIMERA-FECHA
           DISPLAY "ULTIMA FECHA           : " MST-ULTIMA-FECHA
           DISPLAY "OCURRENCIAS            : " MST-CONTADOR
           DISPLAY "-----------------------------------------------".

       1300-DAR-ALTA.
           PERFORM 1100-PEDIR-CLAVE
           IF WS-CLAVE-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1150-LEER-CLAVE
           IF WS-REGISTRO-HALLADO = 'S'
               DISPLAY "LA CLAVE YA EXISTE EN EL MAESTRO:"
               PERFORM 1250-MOSTRAR-REGISTRO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IMAGEN-ANTERIOR
           MOVE WS-CLAVE-PEDIDA TO MST-CLAVE
           MOVE 'U' TO MST-SIGNO
           MOVE 0 TO MST-RESULTADO
           MOVE WS-FECHA-EJECUCION TO MST-PRIMERA-FECHA
           MOVE WS-FECHA-EJECUCION TO MST-ULTIMA-FECHA
           MOVE 1 TO MST-CONTADOR
           PERFORM 1700-PEDIR-CAMPOS
           IF WS-DATO-VALIDO NOT = 'S'
               DISPLAY "ALTA CANCELADA"
               EXIT PARAGRAPH
           END-IF
           MOVE REG-MAESTRO TO WS-IMAGEN-POSTERIOR
           PERFORM 1250-MOSTRAR-REGISTRO
           MOVE 'A' TO WS-ACCION
           PERFORM 1800-CONFIRMAR-CAMBIO
           IF WS-RESPUESTA NOT = 'S'
               DISPLAY "ALTA CANCELADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-REGISTRAR-BITACORA
           IF WS-BITACORA-GRABADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           WRITE REG-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA CLAVE (ESTADO "
                       WS-ESTADO-MAESTRO "); ALTA NO REALIZADA"
                   PERFORM 1950-ANULAR-BITACORA
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-CONTADOR-ALTAS
           DISPLAY "ALTA REALIZADA".

       1400-MODIFICAR.
           PERFORM 1100-PEDIR-CLAVE
           IF WS-CLAVE-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1150-LEER-CLAVE
           IF WS-REGISTRO-HALLADO NOT = 'S'
               DISPLAY "NO EXISTE LA CLAVE " WS-CLAVE-PEDIDA(1:2) " "
                   WS-CLAVE-PEDIDA(3:32) " EN EL MAESTRO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1250-MOSTRAR-REGISTRO
           MOVE REG-MAESTRO TO WS-IMAGEN-ANTERIOR
           DISPLAY "(Deje un campo en blanco para conservarlo)"
           PERFORM 1700-PEDIR-CAMPOS
           IF WS-DATO-VALIDO NOT = 'S'
               DISPLAY "MODIFICACION CANCELADA"
               EXIT PARAGRAPH
           END-IF
           MOVE REG-MAESTRO TO WS-IMAGEN-POSTERIOR
           IF WS-IMAGEN-POSTERIOR = WS-IMAGEN-ANTERIOR
               DISPLAY "SIN CAMBIOS; NO SE GRABA NADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1250-MOSTRAR-REGISTRO
           MOVE 'C' TO WS-ACCION
           PERFORM 1800-CONFIRMAR-CAMBIO
           IF WS-RESPUESTA NOT = 'S'
               DISPLAY "MODIFICACION CANCELADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-REGISTRAR-BITACORA
           IF WS-BITACORA-GRABADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           REWRITE REG-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR LA CLAVE (ESTADO "
                       WS-ESTADO-MAESTRO "); CAMBIO NO REALIZADO"
                   PERFORM 1950-ANULAR-BITACORA
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CONTADOR-CAMBIOS
           DISPLAY "MODIFICACION REALIZADA".

       1500-DAR-BAJA.
           PERFORM 1100-PEDIR-CLAVE
           IF WS-CLAVE-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1150-LEER-CLAVE
           IF WS-REGISTRO-HALLADO NOT = 'S'
               DISPLAY "NO EXISTE LA CLAVE " WS-CLAVE-PEDIDA(1:2) " "
                   WS-CLAVE-PEDIDA(3:32) " EN EL MAESTRO"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1250-MOSTRAR-REGISTRO
           MOVE REG-MAESTRO TO WS-IMAGEN-ANTERIOR
           MOVE SPACES TO WS-IMAGEN-POSTERIOR
           MOVE 'B' TO WS-ACCION
           PERFORM 1800-CONFIRMAR-CAMBIO
           IF WS-RESPUESTA NOT = 'S'
               DISPLAY "BAJA CANCELADA"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-REGISTRAR-BITACORA
           IF WS-BITACORA-GRABADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DELETE ARCH-MAESTRO
               INVALID KEY
                   DISPLAY "ERROR AL BORRAR LA CLAVE (ESTADO "
                       WS-ESTADO-MAESTRO "); BAJA NO REALIZADA"
                   PERFORM 1950-ANULAR-BITACORA
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-CONTADOR-BAJAS
           DISPLAY "BAJA REALIZADA".

      *    Hojeo en secuencia de clave desde la clave inicial pedida
      *    hasta la final (en blanco = hasta el final del maestro),
      *    de a una pagina por vez. La clave final se compara solo
      *    en el largo tecleado, asi "16" hojea hasta la ultima
      *    entrada de base 16.
       1600-HOJEAR-RANGO.
           DISPLAY "Clave inicial (base de 2 posiciones, 02/08/16/TL, "
               "seguida del valor; blanco = desde el principio): "
           MOVE SPACES TO WS-CLAVE-PEDIDA
           ACCEPT WS-CLAVE-PEDIDA
           DISPLAY "Clave final (blanco = hasta el final): "
           MOVE SPACES TO WS-CLAVE-HASTA
           ACCEPT WS-CLAVE-HASTA
           IF WS-CLAVE-HASTA = SPACES
               MOVE HIGH-VALUES TO WS-CLAVE-HASTA
               MOVE 34 TO WS-LARGO-HASTA
           ELSE
               COMPUTE WS-LARGO-HASTA = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-CLAVE-HASTA TRAILING))
           END-IF

           MOVE WS-CLAVE-PEDIDA TO MST-CLAVE
           MOVE 'N' TO WS-FIN-HOJEO
           START ARCH-MAESTRO KEY IS NOT LESS THAN MST-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY ENTRADAS DESDE LA CLAVE PEDIDA"
                   MOVE 'S' TO WS-FIN-HOJEO
           END-START

           DISPLAY "BS VALOR" "                            "
               "S RESULTADO/LECTURA" "              "
               "ULTIMA-FECHA OCURR."
           MOVE 0 TO WS-LINEAS-MOSTRADAS
           PERFORM UNTIL WS-FIN-HOJEO = 'S'
               READ ARCH-MAESTRO NEXT RECORD
                   AT END
                       DISPLAY "--- FIN DEL MAESTRO ---"
                       MOVE 'S' TO WS-FIN-HOJEO
                   NOT AT END
                       IF MST-CLAVE(1:WS-LARGO-HASTA)
                               > WS-CLAVE-HASTA(1:WS-LARGO-HASTA)
                           DISPLAY "--- FIN DEL RANGO ---"
                           MOVE 'S' TO WS-FIN-HOJEO
                       ELSE
                           PERFORM 1650-MOSTRAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM.

       1650-MOSTRAR-RENGLON.
           ADD 1 TO WS-CONTADOR-CONSULTAS
           MOVE MST-RESULTADO TO WS-RESULTADO-EDITADO
           DISPLAY MST-BASE " " MST-VALOR " " MST-SIGNO " "
               WS-RESULTADO-EDITADO " " MST-ULTIMA-FECHA " "
               MST-CONTADOR
           ADD 1 TO WS-LINEAS-MOSTRADAS
           IF WS-LINEAS-MOSTRADAS >= WS-LINEAS-PAGINA
               MOVE 0 TO WS-LINEAS-MOSTRADAS
               DISPLAY "Continuar (S/N): "
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF WS-RESPUESTA = 'N'
                   MOVE 'S' TO WS-FIN-HOJEO
               END-IF
           END-IF.

      *    Pide los campos modificables sobre REG-MAESTRO. En una
      *    entrada de conversion el resultado se vuelve a derivar con
      *    el signo vigente; en una de telemetria la lectura se
      *    teclea en decimal (por ejemplo, la lectura inicial del
      *    medidor nuevo despues de un cambio de equipo).
       1700-PEDIR-CAMPOS.
           MOVE 'S' TO WS-DATO-VALIDO
           DISPLAY "Signo (S)igned o (U)nsigned [" MST-SIGNO "]: "
           MOVE SPACE TO WS-SIGNO-PEDIDO
           ACCEPT WS-SIGNO-PEDIDO
           MOVE FUNCTION UPPER-CASE(WS-SIGNO-PEDIDO) TO WS-SIGNO-PEDIDO
           IF WS-SIGNO-PEDIDO NOT = SPACE
               IF WS-SIGNO-PEDIDO = 'S' OR WS-SIGNO-PEDIDO = 'U'
                   MOVE WS-SIGNO-PEDIDO TO MST-SIGNO
               ELSE
                   DISPLAY "SIGNO NO VALIDO: " WS-SIGNO-PEDIDO
                   MOVE 'N' TO WS-DATO-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF MST-BASE = "TL"
               MOVE MST-RESULTADO TO WS-RESULTADO-EDITADO
               DISPLAY "Lectura en decimal ["
                   FUNCTION TRIM(WS-RESULTADO-EDITADO) "]: "
               MOVE SPACES TO WS-LECTURA-PEDIDA
               ACCEPT WS-LECTURA-PEDIDA
               IF WS-LECTURA-PEDIDA NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-LECTURA-PEDIDA) = 0
                       COMPUTE MST-RESULTADO =
                           FUNCTION NUMVAL(WS-LECTURA-PEDIDA)
                   ELSE
                       DISPLAY "LECTURA NO NUMERICA: "
                           WS-LECTURA-PEDIDA
                       MOVE 'N' TO WS-DATO-VALIDO
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               PERFORM 1750-DERIVAR-RESULTADO
               IF WS-DATO-VALIDO NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Primera fecha AAAA-MM-DD [" MST-PRIMERA-FECHA "]: "
           MOVE SPACES TO WS-FECHA-PEDIDA
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA NOT = SPACES
               PERFORM 1760-VALIDAR-FECHA
               IF WS-DATO-VALIDO NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FECHA-PEDIDA TO MST-PRIMERA-FECHA
           END-IF
           DISPLAY "Ultima fecha AAAA-MM-DD [" MST-ULTIMA-FECHA "]: "
           MOVE SPACES TO WS-FECHA-PEDIDA
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA NOT = SPACES
               PERFORM 1760-VALIDAR-FECHA
               IF WS-DATO-VALIDO NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FECHA-PEDIDA TO MST-ULTIMA-FECHA
           END-IF
           IF MST-ULTIMA-FECHA < MST-PRIMERA-FECHA
               DISPLAY "LA ULTIMA FECHA ES ANTERIOR A LA PRIMERA"
               MOVE 'N' TO WS-DATO-VALIDO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ocurrencias [" MST-CONTADOR "]: "
           MOVE SPACES TO WS-CONTADOR-OCURR-PEDIDO
           ACCEPT WS-CONTADOR-OCURR-PEDIDO
           IF WS-CONTADOR-OCURR-PEDIDO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CONTADOR-OCURR-PEDIDO) = 0
                   COMPUTE MST-CONTADOR =
                       FUNCTION NUMVAL(WS-CONTADOR-OCURR-PEDIDO)
               ELSE
                   DISPLAY "OCURRENCIAS NO NUMERICAS: "
                       WS-CONTADOR-OCURR-PEDIDO
                   MOVE 'N' TO WS-DATO-VALIDO
               END-IF
           END-IF.

       1750-DERIVAR-RESULTADO.
           MOVE 0 TO ACUMULADOR
           MOVE 0 TO WS-PRIMER-DIGITO
           MOVE 'S' TO ES-VALIDO
           MOVE MST-BASE TO WS-BASE
           MOVE MST-SIGNO TO WS-SIGNO
           MOVE MST-VALOR TO BINARIO-ENTRADA
           PERFORM 1220-DERIVAR-DECIMAL
           IF ES-VALIDO = 'S'
               MOVE ACUMULADOR TO MST-RESULTADO
           ELSE
               DISPLAY
               "EL VALOR NO ES VALIDO PARA LA BASE " MST-BASE
               " O EXCEDE EL RANGO SOPORTADO"
               MOVE 'N' TO WS-DATO-VALIDO
           END-IF.

       1760-VALIDAR-FECHA.
           IF WS-FECHA-PEDIDA(1:4) IS NUMERIC
                   AND WS-FECHA-PEDIDA(5:1) = "-"
                   AND WS-FECHA-PEDIDA(6:2) IS NUMERIC
                   AND WS-FECHA-PEDIDA(8:1) = "-"
                   AND WS-FECHA-PEDIDA(9:2) IS NUMERIC
                   AND WS-FECHA-PEDIDA(6:2) >= "01"
                   AND WS-FECHA-PEDIDA(6:2) <= "12"
                   AND WS-FECHA-PEDIDA(9:2) >= "01"
                   AND WS-FECHA-PEDIDA(9:2) <= "31"
               CONTINUE
           ELSE
               DISPLAY "FECHA NO VALIDA: " WS-FECHA-PEDIDA
               MOVE 'N' TO WS-DATO-VALIDO
           END-IF.

       1800-CONFIRMAR-CAMBIO.
           MOVE SPACES TO WS-MOTIVO
           DISPLAY "Motivo del cambio: "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO"
               MOVE 'N' TO WS-RESPUESTA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirma (S/N): "
           MOVE SPACE TO WS-RESPUESTA
           ACCEPT WS-RESPUESTA
           MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA.

       1900-REGISTRAR-BITACORA.
           PERFORM 0040-FIJAR-FECHA
           MOVE SPACES TO WS-LINEA-BITACORA
           MOVE WS-TIMESTAMP TO WS-LINEA-BITACORA(1:26)
           MOVE WS-OPERADOR TO WS-LINEA-BITACORA(28:8)
           MOVE WS-ACCION TO WS-LINEA-BITACORA(37:1)
           MOVE WS-MOTIVO TO WS-LINEA-BITACORA(39:40)
           MOVE WS-IMAGEN-ANTERIOR TO WS-LINEA-BITACORA(80:94)
           MOVE WS-IMAGEN-POSTERIOR TO WS-LINEA-BITACORA(175:94)
           WRITE REG-BITACORA FROM WS-LINEA-BITACORA
           IF WS-ESTADO-BITACORA = "00"
               MOVE 'S' TO WS-BITACORA-GRABADA
           ELSE
               MOVE 'N' TO WS-BITACORA-GRABADA
               DISPLAY
               "ERROR, NO SE PUDO GRABAR LA BITACORA DEL MAESTRO "
               "(ESTADO "
               WS-ESTADO-BITACORA ") PARA LA CLAVE "
               WS-CLAVE-PEDIDA(1:2) " " WS-CLAVE-PEDIDA(3:32)
               DISPLAY
               "EL CAMBIO NO SE REALIZO; DESDE AHORA SOLO SE PERMITE "
               "CONSULTAR"
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SOLO-CONSULTA
           END-IF.

      *    El cambio ya quedo en la bitacora pero el maestro lo
      *    rechazo: una linea X con las mismas imagenes lo anula.
       1950-ANULAR-BITACORA.
           MOVE 'X' TO WS-ACCION
           PERFORM 1900-REGISTRAR-BITACORA.

       1220-DERIVAR-DECIMAL.
           COMPUTE BINARIO-ENTRADA-SIN-ESPACIOS =
                FUNCTION LENGTH (FUNCTION TRIM(BINARIO-ENTRADA))

           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > BINARIO-ENTRADA-SIN-ESPACIOS
               MOVE BINARIO-ENTRADA(WS-INDICE:1) TO CARACTER
               PERFORM 1250-OBTENER-VALOR-DIGITO
               IF ES-VALIDO = 'N'
                   EXIT PERFORM
               ELSE
                   IF WS-INDICE = 1
                       MOVE WS-NUMERO TO WS-PRIMER-DIGITO
                   END-IF
                   COMPUTE EXPONENTE =
                       BINARIO-ENTRADA-SIN-ESPACIOS - WS-INDICE
                   COMPUTE TOTAL-POTENCIA = WS-BASE ** EXPONENTE
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-COMPUTE
                   IF ES-VALIDO = 'N'
                       EXIT PERFORM
                   END-IF
                   COMPUTE TOTAL-POTENCIA = TOTAL-POTENCIA * WS-NUMERO
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-COMPUTE
                   IF ES-VALIDO = 'N'
                       EXIT PERFORM
                   END-IF
                   ADD TOTAL-POTENCIA TO ACUMULADOR
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-ADD
                   IF ES-VALIDO = 'N'
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           IF ES-VALIDO = 'S' AND WS-SIGNO = 'S'
                   AND WS-PRIMER-DIGITO >= (WS-BASE / 2)
               COMPUTE TOTAL-POTENCIA =
                   WS-BASE ** BINARIO-ENTRADA-SIN-ESPACIOS
                   ON SIZE ERROR
                       MOVE 'N' TO ES-VALIDO
               END-COMPUTE
               IF ES-VALIDO = 'S'
                   COMPUTE ACUMULADOR = ACUMULADOR - TOTAL-POTENCIA
                       ON SIZE ERROR
                           MOVE 'N' TO ES-VALIDO
                   END-COMPUTE
               END-IF
           END-IF.

       1250-OBTENER-VALOR-DIGITO.
           MOVE 'S' TO ES-VALIDO
           MOVE FUNCTION UPPER-CASE(CARACTER) TO CARACTER
           EVALUATE CARACTER
               WHEN '0' THRU '9'
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(CARACTER)
               WHEN 'A'
                   MOVE 10 TO WS-NUMERO
               WHEN 'B'
                   MOVE 11 TO WS-NUMERO
               WHEN 'C'
                   MOVE 12 TO WS-NUMERO
               WHEN 'D'
                   MOVE 13 TO WS-NUMERO
               WHEN 'E'
                   MOVE 14 TO WS-NUMERO
               WHEN 'F'
                   MOVE 15 TO WS-NUMERO
               WHEN OTHER
                   MOVE 'N' TO ES-VALIDO
           END-EVALUATE
           IF ES-VALIDO = 'S' AND WS-NUMERO >= WS-BASE
               MOVE 'N' TO ES-VALIDO
           END-IF.

       3000-REPORTAR-RESULTADO.
           DISPLAY "===== CONSULTA DEL MAESTRO ====="
           DISPLAY "OPERADOR              : " WS-OPERADOR
           DISPLAY "ENTRADAS CONSULTADAS  : " WS-CONTADOR-CONSULTAS
           DISPLAY "ALTAS                 : " WS-CONTADOR-ALTAS
           DISPLAY "MODIFICACIONES        : " WS-CONTADOR-CAMBIOS
           DISPLAY "BAJAS                 : " WS-CONTADOR-BAJAS
           IF WS-BITACORA-ACTIVA = 'S'
               DISPLAY "BITACORA EN           : " WS-DSN-BITACORA
           END-IF.

       END PROGRAM MAECON09.
