      ******************************************************************
      *    COPY DE AREA DE COMUNICACION CON LA RUTINA RUTAMORT
      ******************************************************************
      ***** WS-AMO-SISTEMA    F = FRANCES (CUOTA CONSTANTE)
      *****                   A = ALEMAN (AMORTIZACION CONSTANTE)
      ***** WS-AMO-TASA       TASA NOMINAL ANUAL EN PORCENTAJE; LA
      *****                   TASA DEL PERIODO ES LA TNA / 12
      ***** WS-AMO-SALDO      SALDO DE CAPITAL ANTES DE LA CUOTA
      ***** WS-AMO-CUOTAS-RESTANTES CUOTAS QUE FALTAN, CONTANDO LA
      *****                   QUE SE CALCULA
      ***** WS-AMO-CUOTA-FIJA CUOTA DEL SISTEMA FRANCES; CON CERO LA
      *****                   RUTINA LA CALCULA SOBRE SALDO Y CUOTAS
      *****                   RESTANTES Y LA DEVUELVE: EL LLAMADOR LA
      *****                   CONSERVA PARA LAS CUOTAS SIGUIENTES
      ***** WS-AMO-CAPITAL    AMORTIZACION DE LA CUOTA (SALIDA)
      ***** WS-AMO-INTERES    INTERES DE LA CUOTA (SALIDA)
      ***** WS-AMO-IMPORTE    CAPITAL MAS INTERES (SALIDA)
      ***** WS-AMO-SALDO-FINAL SALDO DE CAPITAL DESPUES DE LA CUOTA
      *****                   (SALIDA)
      ***** WS-AMO-COD-RET    00 = OK  99 = SISTEMA INVALIDO, SALDO O
      *****                   CUOTAS RESTANTES EN CERO
      ******************************************************************
           02 WS-AMORTIZACION.
              05 WS-AMO-SISTEMA            PIC X(01).
                 88 WS-AMO-FRANCES                 VALUE "F".
                 88 WS-AMO-ALEMAN                  VALUE "A".
              05 WS-AMO-TASA               PIC 9(03)V9(04).
              05 WS-AMO-SALDO              PIC 9(13)V9(02).
              05 WS-AMO-CUOTAS-RESTANTES   PIC 9(03).
              05 WS-AMO-CUOTA-FIJA         PIC 9(13)V9(02).
              05 WS-AMO-CAPITAL            PIC 9(13)V9(02).
              05 WS-AMO-INTERES            PIC 9(13)V9(02).
              05 WS-AMO-IMPORTE            PIC 9(13)V9(02).
              05 WS-AMO-SALDO-FINAL        PIC 9(13)V9(02).
              05 WS-AMO-COD-RET            PIC 9(02).
