      *estado. El clearing diario que paga o rebota los cheques
      *presentados es E98CLR, que deja los estados P (pagado) y R
      *(rebotado). El alta exige que la cuenta exista en
      *CUENTASIX.txt y que su producto (catalogo PRODUCTOS.txt, ver
      *E145) sea de cuenta corriente: una caja de ahorro no lleva
      *chequera.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CHEQUES.
          01 REG-CHEQUE.
                88 REG-CHQ-PAGADO              VALUE "P".
                88 REG-CHQ-FRENADO             VALUE "S".
                88 REG-CHQ-REBOTADO            VALUE "R".
                88 REG-CHQ-ANULADO             VALUE "A".
             05 REG-CHQ-FECHA-ALTA      PIC 9(08).
             05 REG-CHQ-FECHA-ESTADO    PIC 9(08).
      ******************************************************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTPROD   PIC X(08) VALUE 'RUTPROD '.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-CHEQUES    PIC X(30) VALUE
              '110000-OPEN-CHEQUES         '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-CHEQUES   PIC X(10) VALUE 'CHEQUES   '.
              05 CON-PRODUCTOS PIC X(10) VALUE 'PRODUCTOS '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-PRODUCTO.
       COPY WSPRODUC.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
                            REG-CHQ-CUENTA
                    DISPLAY "ESTADO : " REG-CHQ-ESTADO
                            " (E=EMITIDO P=PAGADO S=FRENADO "
                            "R=REBOTADO A=ANULADO)"
                    DISPLAY "EMITIDO " REG-CHQ-FECHA-ALTA
                            " - ULTIMO CAMBIO " REG-CHQ-FECHA-ESTADO
               WHEN FS-STATUS-CHQ-NOT-FOUND
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "C"                    TO WS-PRO-OPERACION
           MOVE REG-PRODUCTO-CUENTA-IX TO WS-PRO-CODIGO
           CALL CON-RUTPROD USING WS-REG-PRODUCTO
           IF WS-PRO-COD-RET = 99
              MOVE CON-230000-EMITIR-CHEQUERA TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS              TO WS-ERR-OBJETO
              MOVE CON-RUTINA                 TO WS-ERR-OPERACION
              MOVE WS-PRO-COD-RET             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF NOT WS-PRO-CUENTA-CORRIENTE
              DISPLAY "EL PRODUCTO DE LA CUENTA ("
                      REG-PRODUCTO-CUENTA-IX
                      ") NO ES CUENTA CORRIENTE - CHEQUERA NO EMITIDA"
              GO TO 230000-EMITIR-CHEQUERA-F
           END-IF

           MOVE ZERO TO WSV-CANT-GRABADOS
           MOVE ZERO TO WSV-CANT-DUPLICADOS
           PERFORM 235000-GRABAR-CHEQUE
