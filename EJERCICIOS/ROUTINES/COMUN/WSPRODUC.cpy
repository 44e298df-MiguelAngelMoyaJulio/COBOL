      ******************************************************************
      *    COPY DE AREA DE COMUNICACION CON LA RUTINA RUTPROD
      ******************************************************************
      ***** WS-PRO-OPERACION  C = CONSULTAR UN PRODUCTO DEL CATALOGO
      ***** WS-PRO-CODIGO     CODIGO DE PRODUCTO DE LA CUENTA
      *****                   (REG-PRODUCTO-CUENTA-IX)
      ***** WS-PRO-DESCRIPCION DESCRIPCION DEL PRODUCTO (SALIDA)
      ***** WS-PRO-TIPO       CA = CAJA DE AHORRO  CC = CUENTA
      *****                   CORRIENTE (SALIDA); SOLO CC ADMITE
      *****                   CHEQUERAS
      ***** WS-PRO-DESCUBIERTO S = LA CUENTA PUEDE QUEDAR DEUDORA
      *****                   HASTA EL LIMITE DE CREDITO (SALIDA)
      ***** WS-PRO-GRUPO-TARIFA BANDA DE LA TARIFA DE MANTENIMIENTO
      *****                   QUE APLICA E59 (SALIDA); BLANCO = LA
      *****                   TARIFA GENERAL
      ***** WS-PRO-ESTADO     V = VIGENTE  B = NO ADMITE ALTAS NUEVAS
      ***** WS-PRO-COD-RET    00 = OK  01 = CUENTA SIN PRODUCTO O
      *****                   PRODUCTO INEXISTENTE (LA CUENTA NO
      *****                   ADMITE CHEQUES NI DESCUBIERTO)
      *****                   99 = OPERACION INVALIDA O ERROR DEL
      *****                   ARCHIVO DE PRODUCTOS
      ******************************************************************
           02 WS-PRODUCTO.
              05 WS-PRO-OPERACION          PIC X(01).
              05 WS-PRO-CODIGO             PIC X(03).
              05 WS-PRO-DESCRIPCION        PIC X(30).
              05 WS-PRO-TIPO               PIC X(02).
                 88 WS-PRO-CAJA-AHORRO             VALUE "CA".
                 88 WS-PRO-CUENTA-CORRIENTE        VALUE "CC".
              05 WS-PRO-DESCUBIERTO        PIC X(01).
                 88 WS-PRO-ADMITE-DESCUBIERTO      VALUE "S".
              05 WS-PRO-GRUPO-TARIFA       PIC X(02).
              05 WS-PRO-ESTADO             PIC X(01).
                 88 WS-PRO-VIGENTE                 VALUE "V".
              05 WS-PRO-COD-RET            PIC 9(02).
