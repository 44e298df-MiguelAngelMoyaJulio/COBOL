      *LISTA_BLANCA_FRAUDE.txt para que E86 deje de marcarlo; el
      *resumen mensual totaliza los montos de fraude confirmado por
      *comercio y por regla que disparo (V velocidad / R repetida /
      *M monto / B tarjeta bloqueada).
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
          05 WSV-MOT-V               PIC 9(08)V9(02) VALUE ZERO.
          05 WSV-MOT-R               PIC 9(08)V9(02) VALUE ZERO.
          05 WSV-MOT-M               PIC 9(08)V9(02) VALUE ZERO.
          05 WSV-MOT-B               PIC 9(08)V9(02) VALUE ZERO.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-REV           PIC X(02) VALUE "00".
           DISPLAY "POR REGLA REPETIDA  : " WSV-EDIT
           MOVE WSV-MOT-M TO WSV-EDIT
           DISPLAY "POR REGLA MONTO     : " WSV-EDIT
           MOVE WSV-MOT-B TO WSV-EDIT
           DISPLAY "POR TARJ BLOQUEADA  : " WSV-EDIT
           .
       260000-RESUMEN-F. EXIT.
      ******************************************************************
                                ADD REG-CAS-MONTO TO WSV-MOT-R
                           WHEN "M"
                                ADD REG-CAS-MONTO TO WSV-MOT-M
                           WHEN "B"
                                ADD REG-CAS-MONTO TO WSV-MOT-B
                       END-EVALUATE
                    END-IF
               WHEN FS-STATUS-CAS-EOF
