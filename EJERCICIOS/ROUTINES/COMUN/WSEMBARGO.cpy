      ******************************************************************
      *    COPY DE AREA DE COMUNICACION CON LA RUTINA RUTEMBAR
      ******************************************************************
      ***** WS-EMB-OPERACION  C = CONSULTAR EL IMPORTE EMBARGADO
      *****                       VIGENTE SOBRE LA CUENTA
      ***** WS-EMB-CUENTA     CUENTA CUENTASIX A CONSULTAR
      ***** WS-EMB-MONTO-EMBARGADO SUMA DE LO ORDENADO MENOS LO YA
      *****                   RETENIDO DE LOS OFICIOS VIGENTES DE LA
      *****                   CUENTA (SALIDA); EL SALDO NO PUEDE
      *****                   QUEDAR POR DEBAJO DE ESTE IMPORTE
      ***** WS-EMB-CANT-VIGENTES CANTIDAD DE OFICIOS VIGENTES (SALIDA)
      ***** WS-EMB-INMOVILIZADA S = LA CUENTA ESTA INMOVILIZADA (SOLO
      *****                   ADMITE CREDITOS, P.EJ. TITULAR FALLECIDO
      *****                   EN SUCESION); NINGUN DEBITO SE APLICA
      *****                   (SALIDA)
      ***** WS-EMB-MONTO-CANJE SUMA DE LOS CHEQUES DE OTROS BANCOS
      *****                   DEPOSITADOS EN LA CUENTA QUE TODAVIA NO
      *****                   SE LIBERARON (CHEQUES_DEPOSITADOS.txt);
      *****                   EL SALDO TAMPOCO PUEDE QUEDAR POR DEBAJO
      *****                   DE ESTE IMPORTE SUMADO A LO EMBARGADO
      *****                   (SALIDA)
      ***** WS-EMB-CANJE-HOY  LA PARTE DE WS-EMB-MONTO-CANJE DEPOSITADA
      *****                   HOY, QUE TODAVIA NO ESTA EN EL SALDO DE
      *****                   CUENTASIX HASTA QUE E47 APLIQUE EL LOTE
      *****                   DEL CIERRE DE CAJA (SALIDA)
      ***** WS-EMB-COD-RET    00 = OK  99 = OPERACION INVALIDA O
      *****                   ERROR DEL ARCHIVO DE EMBARGOS
      ******************************************************************
           02 WS-EMBARGO.
              05 WS-EMB-OPERACION          PIC X(01).
              05 WS-EMB-CUENTA             PIC X(08).
              05 WS-EMB-MONTO-EMBARGADO    PIC 9(15)V9(02).
              05 WS-EMB-CANT-VIGENTES      PIC 9(03).
              05 WS-EMB-INMOVILIZADA       PIC X(01).
                 88 WS-EMB-SOLO-CREDITOS           VALUE "S".
              05 WS-EMB-MONTO-CANJE        PIC 9(15)V9(02).
              05 WS-EMB-CANJE-HOY          PIC 9(15)V9(02).
              05 WS-EMB-COD-RET            PIC 9(02).
