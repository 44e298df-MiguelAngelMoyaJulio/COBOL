      ******************************************************************
      *Rutina comun del codigo de barras de las facturas de gas, con
      *el mismo estilo de CALL que RUTFECHA/RUTAMORT. La factura de
      *E167 lo imprime y las redes de cobranza lo devuelven leido con
      *cada pago: ente, medidor, periodo, importe y fecha del primer
      *vencimiento, importe y fecha del segundo, todo numerico y de
      *largo fijo, mas un digito verificador modulo 10 con la
      *secuencia de pesos 1 3 5 7 9 3 5 7 9 ... (suma de productos,
      *mitad entera, resto de dividir por 10), el que usan las
      *redes de cobranza extrabancaria. La operacion A arma el
      *codigo desde los campos; la L controla el digito de un
      *codigo leido y lo desarma en los campos. No usa archivos.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTBARRA.
       AUTHOR. MIGUEL MOYA.
       DATE-WRITTEN. OCTOBER 2022.
       DATE-COMPILED. OCTOBER 2022.
      ******************************************************************
      *                     ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************** VARIABLES *****************************
       01 WSV-CUERPO.
          05 WSV-CUE-ENTE            PIC 9(04).
          05 WSV-CUE-MEDIDOR         PIC 9(06).
          05 WSV-CUE-PERIODO         PIC 9(06).
          05 WSV-CUE-IMPORTE-1       PIC 9(06)V9(02).
          05 WSV-CUE-VENCIMIENTO-1   PIC 9(08).
          05 WSV-CUE-IMPORTE-2       PIC 9(06)V9(02).
          05 WSV-CUE-VENCIMIENTO-2   PIC 9(08).
       01 WSV-CUERPO-R REDEFINES WSV-CUERPO.
          05 WSV-CUE-DIGITO          PIC 9(01) OCCURS 48 TIMES.

       01 WSV-CODIGO.
          05 WSV-COD-CUERPO          PIC X(48).
          05 WSV-COD-DV              PIC 9(01).

       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(02).
          05 WSV-POSICION            PIC 9(02).
          05 WSV-PESO                PIC 9(01).
          05 WSV-SUMA                PIC 9(05).
          05 WSV-MITAD               PIC 9(05).
          05 WSV-COCIENTE            PIC 9(05).
          05 WSV-DV                  PIC 9(01).
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
       01 LK-REG-BARRA.
       COPY WSBARRA.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING LK-REG-BARRA.
           MOVE ZERO TO WS-BAR-COD-RET

           EVALUATE TRUE
               WHEN WS-BAR-ARMAR
                    PERFORM 100000-ARMAR
                       THRU 100000-ARMAR-F
               WHEN WS-BAR-LEER
                    PERFORM 200000-LEER
                       THRU 200000-LEER-F
               WHEN OTHER
                    MOVE 99 TO WS-BAR-COD-RET
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *                         100000-ARMAR
      ******************************************************************
       100000-ARMAR.
           MOVE WS-BAR-ENTE          TO WSV-CUE-ENTE
           MOVE WS-BAR-MEDIDOR       TO WSV-CUE-MEDIDOR
           MOVE WS-BAR-PERIODO       TO WSV-CUE-PERIODO
           MOVE WS-BAR-IMPORTE-1     TO WSV-CUE-IMPORTE-1
           MOVE WS-BAR-VENCIMIENTO-1 TO WSV-CUE-VENCIMIENTO-1
           MOVE WS-BAR-IMPORTE-2     TO WSV-CUE-IMPORTE-2
           MOVE WS-BAR-VENCIMIENTO-2 TO WSV-CUE-VENCIMIENTO-2

           PERFORM 300000-CALCULAR-DV
              THRU 300000-CALCULAR-DV-F

           MOVE WSV-CUERPO TO WSV-COD-CUERPO
           MOVE WSV-DV     TO WSV-COD-DV
           MOVE WSV-CODIGO TO WS-BAR-CODIGO
           .
       100000-ARMAR-F. EXIT.
      ******************************************************************
      *                         200000-LEER
      *Un codigo mal leido (no numerico o con el digito que no da)
      *no se desarma: los campos de salida quedan en cero.
      ******************************************************************
       200000-LEER.
           MOVE ZERO TO WS-BAR-ENTE
           MOVE ZERO TO WS-BAR-MEDIDOR
           MOVE ZERO TO WS-BAR-PERIODO
           MOVE ZERO TO WS-BAR-IMPORTE-1
           MOVE ZERO TO WS-BAR-VENCIMIENTO-1
           MOVE ZERO TO WS-BAR-IMPORTE-2
           MOVE ZERO TO WS-BAR-VENCIMIENTO-2

           IF WS-BAR-CODIGO IS NOT NUMERIC
              MOVE 99 TO WS-BAR-COD-RET
              GO TO 200000-LEER-F
           END-IF

           MOVE WS-BAR-CODIGO  TO WSV-CODIGO
           MOVE WSV-COD-CUERPO TO WSV-CUERPO
           PERFORM 300000-CALCULAR-DV
              THRU 300000-CALCULAR-DV-F
           IF WSV-DV NOT = WSV-COD-DV
              MOVE 10 TO WS-BAR-COD-RET
              GO TO 200000-LEER-F
           END-IF

           MOVE WSV-CUE-ENTE          TO WS-BAR-ENTE
           MOVE WSV-CUE-MEDIDOR       TO WS-BAR-MEDIDOR
           MOVE WSV-CUE-PERIODO       TO WS-BAR-PERIODO
           MOVE WSV-CUE-IMPORTE-1     TO WS-BAR-IMPORTE-1
           MOVE WSV-CUE-VENCIMIENTO-1 TO WS-BAR-VENCIMIENTO-1
           MOVE WSV-CUE-IMPORTE-2     TO WS-BAR-IMPORTE-2
           MOVE WSV-CUE-VENCIMIENTO-2 TO WS-BAR-VENCIMIENTO-2
           .
       200000-LEER-F. EXIT.
      ******************************************************************
      *                         300000-CALCULAR-DV
      *Pesos 1 3 5 7 9 3 5 7 9 ...: el primer digito pesa 1 y desde
      *el segundo se repite el ciclo 3 5 7 9.
      ******************************************************************
       300000-CALCULAR-DV.
           MOVE ZERO TO WSV-SUMA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > 48
              IF WSV-IDX = 1
                 MOVE 1 TO WSV-PESO
              ELSE
                 COMPUTE WSV-POSICION = WSV-IDX - 2
                 DIVIDE WSV-POSICION BY 4
                    GIVING WSV-COCIENTE REMAINDER WSV-PESO
                 COMPUTE WSV-PESO = WSV-PESO * 2 + 3
              END-IF
              COMPUTE WSV-SUMA =
                 WSV-SUMA + WSV-CUE-DIGITO(WSV-IDX) * WSV-PESO
           END-PERFORM

           DIVIDE WSV-SUMA BY 2 GIVING WSV-MITAD
           DIVIDE WSV-MITAD BY 10
              GIVING WSV-COCIENTE REMAINDER WSV-DV
           .
       300000-CALCULAR-DV-F. EXIT.
       END PROGRAM RUTBARRA.
