       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(70).
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
      *    Mismo layout de registro que el historial de HISTOR09.
       FD  ARCH-HISTORIAL.
       01  REG-HISTORIAL.
           05 HIS-TOTAL PIC S9(31) SIGN LEADING SEPARATE.
           05 HIS-ESTADO PIC X(12).
           05 HIS-VEREDICTO PIC X.
           05 HIS-ID-CORRIDA PIC X(15).
           05 HIS-REVERTIDO PIC X.
       FD  ARCH-TENDENCIA.
       01  REG-TENDENCIA PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-LINEA-PARM PIC X(70).
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-DSN-HISTORIAL PIC X(20) VALUE "HISTCORR.DAT".
       01 WS-ESTADO-HISTORIAL PIC X(2).
       01 WS-DSN-TENDENCIA PIC X(20) VALUE "TENDENCI.DAT".
               CLOSE ARCH-CONTROL
           END-IF.

      *    Las entradas de una corrida revertida por REVCOR09
      *    (HIS-REVERTIDO = 'R') no cuentan para la tendencia.
       1000-ACUMULAR-HISTORIAL.
           OPEN INPUT ARCH-HISTORIAL
           IF WS-ESTADO-HISTORIAL NOT = "00"
                           MOVE 'S' TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF HIS-FECHA(1:7) = WS-MES-INFORME
                                   AND HIS-REVERTIDO NOT = 'R'
                               PERFORM 1100-ACUMULAR-ENTRADA
                           END-IF
                   END-READ
