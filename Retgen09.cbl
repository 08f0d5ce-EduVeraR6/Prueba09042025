       FD  ARCH-PARAMETROS.
       01  REG-PARAMETROS PIC X(26).
       FD  ARCH-CONTROL.
       01  REG-CONTROL PIC X(160).
       FD  ARCH-GENERACION.
       01  REG-GENERACION PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-LINEA-PARM PIC X(26).
       01 WS-DSN-CONTROL PIC X(20) VALUE "CONTROL.DAT".
       01 WS-ESTADO-CONTROL PIC X(2).
       01 WS-LINEA-CONTROL PIC X(160).
       01 WS-DSN-GENERACION PIC X(20) VALUE SPACES.
       01 WS-ESTADO-GENERACION PIC X(2).
       01 WS-DIAS-RETENCION PIC 9(3) VALUE 0.
