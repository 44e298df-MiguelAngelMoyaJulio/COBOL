      ******************************************************************
      *    COPY DE AREA DE COMUNICACION CON LA RUTINA RUTBARRA
      ******************************************************************
      ***** WS-BAR-OPERACION  A = ARMAR EL CODIGO DESDE LOS CAMPOS
      *****                   L = LEER EL CODIGO: CONTROLA EL DIGITO
      *****                       VERIFICADOR Y DEVUELVE LOS CAMPOS
      ***** WS-BAR-ENTE       CODIGO DE ENTE RECAUDADOR
      ***** WS-BAR-MEDIDOR    MEDIDOR (CLIENTE DEL SERVICIO)
      ***** WS-BAR-PERIODO    PERIODO FACTURADO (AAAAMM)
      ***** WS-BAR-IMPORTE-1  IMPORTE AL PRIMER VENCIMIENTO
      ***** WS-BAR-VENCIMIENTO-1 PRIMER VENCIMIENTO (AAAAMMDD)
      ***** WS-BAR-IMPORTE-2  IMPORTE AL SEGUNDO VENCIMIENTO
      ***** WS-BAR-VENCIMIENTO-2 SEGUNDO VENCIMIENTO (AAAAMMDD)
      ***** WS-BAR-CODIGO     CODIGO DE BARRAS NUMERICO (SALIDA EN A,
      *****                   ENTRADA EN L): LOS CAMPOS ANTERIORES EN
      *****                   ESE ORDEN MAS EL DIGITO VERIFICADOR
      ***** WS-BAR-COD-RET    00 = OK  10 = DIGITO VERIFICADOR ERRONEO
      *****                   99 = OPERACION INVALIDA O CODIGO NO
      *****                   NUMERICO
      ******************************************************************
           02 WS-CODIGO-BARRAS.
              05 WS-BAR-OPERACION          PIC X(01).
                 88 WS-BAR-ARMAR                   VALUE "A".
                 88 WS-BAR-LEER                    VALUE "L".
              05 WS-BAR-ENTE               PIC 9(04).
              05 WS-BAR-MEDIDOR            PIC 9(06).
              05 WS-BAR-PERIODO            PIC 9(06).
              05 WS-BAR-IMPORTE-1          PIC 9(06)V9(02).
              05 WS-BAR-VENCIMIENTO-1      PIC 9(08).
              05 WS-BAR-IMPORTE-2          PIC 9(06)V9(02).
              05 WS-BAR-VENCIMIENTO-2      PIC 9(08).
              05 WS-BAR-CODIGO             PIC X(49).
              05 WS-BAR-COD-RET            PIC 9(02).
