                88 REG-CHQ-PAGADO              VALUE "P".
                88 REG-CHQ-FRENADO             VALUE "S".
                88 REG-CHQ-REBOTADO            VALUE "R".
                88 REG-CHQ-ANULADO             VALUE "A".
             05 REG-CHQ-FECHA-ALTA      PIC 9(08).
             05 REG-CHQ-FECHA-ESTADO    PIC 9(08).

             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD AUDITORIA.
          01 REG-AUDITORIA.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTHIST   PIC X(08) VALUE 'RUTHIST '.
              05 CON-RUTLOCK   PIC X(08) VALUE 'RUTLOCK '.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-PRESENTADOS PIC X(10) VALUE 'PRESENTADO'.
              05 CON-CHEQUES     PIC X(10) VALUE 'CHEQUES   '.
              05 CON-HISTORIAL   PIC X(10) VALUE 'HISTORIAL '.
              05 CON-RECHAZADO   PIC X(10) VALUE 'RECHAZADO '.
              05 CON-RECHDET     PIC X(10) VALUE 'RECHDET   '.
              05 CON-EMBARGOS    PIC X(10) VALUE 'EMBARGOS  '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
       COPY WSHIST.
       01 WS-REG-LOCK.
       COPY WSLOCK.
       01 WS-REG-EMBARGO.
       COPY WSEMBARGO.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
                             MOVE "ORDEN DE NO PAGAR" TO WSV-MOTIVO
                        WHEN REG-CHQ-REBOTADO
                             MOVE "CHEQUE YA REBOTADO" TO WSV-MOTIVO
                        WHEN REG-CHQ-ANULADO
                             MOVE "CHEQUE ANULADO" TO WSV-MOTIVO
                        WHEN OTHER
                             MOVE "ESTADO INVALIDO" TO WSV-MOTIVO
                    END-EVALUATE
      *                         230000-PAGAR-CHEQUE
      *Con fondos suficientes debita y marca P; sin fondos el cheque
      *rebota: estado R, detalle de rechazo y registro en
      *RECHAZADOS.txt para el envejecimiento de E48AGE. Lo embargado
      *por oficio judicial (RUTEMBAR) no cuenta como fondos: el
      *saldo que queda despues de pagar tiene que cubrirlo. La cuenta
      *inmovilizada por sucesion no paga cheques: el cheque se rechaza
      *como invalido y queda emitido.
      ******************************************************************
       230000-PAGAR-CHEQUE.
           MOVE REG-PRE-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE "C"            TO WS-EMB-OPERACION
                    MOVE REG-PRE-CUENTA TO WS-EMB-CUENTA
                    CALL CON-RUTEMBAR USING WS-REG-EMBARGO
                    IF WS-EMB-COD-RET NOT = ZERO
                       MOVE CON-230000-PAGAR-CHEQUE TO WS-ERR-PARRAFO
                       MOVE CON-EMBARGOS            TO WS-ERR-OBJETO
                       MOVE CON-RUTINA              TO WS-ERR-OPERACION
                       MOVE WS-EMB-COD-RET          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    IF WS-EMB-SOLO-CREDITOS
                       MOVE "CUENTA INMOVILIZADA" TO WSV-MOTIVO
                       ADD 1 TO WSV-CANT-INVALIDOS
                       PERFORM 250000-RECHAZO-DETALLE
                          THRU 250000-RECHAZO-DETALLE-F
                       GO TO 230000-PAGAR-CHEQUE-F
                    END-IF
                    IF REG-MONTO-CUENTA-IX >=
                       REG-PRE-IMPORTE + WS-EMB-MONTO-EMBARGADO
                       PERFORM 233000-DEBITAR
                          THRU 233000-DEBITAR-F
                       MOVE "P" TO REG-CHQ-ESTADO
           PERFORM 237000-REGRABAR-CHEQUE
              THRU 237000-REGRABAR-CHEQUE-F

           IF REG-MONTO-CUENTA-IX >= REG-PRE-IMPORTE
              MOVE "FONDOS EMBARGADOS" TO WSV-MOTIVO
           ELSE
              MOVE "SIN FONDOS" TO WSV-MOTIVO
           END-IF
           PERFORM 250000-RECHAZO-DETALLE
              THRU 250000-RECHAZO-DETALLE-F

           DISPLAY "PAGADOS             : " WSV-CANT-PAGADOS
           DISPLAY "REBOTADOS SIN FONDOS: " WSV-CANT-REBOTADOS
           DISPLAY "INVALIDOS           : " WSV-CANT-INVALIDOS
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
