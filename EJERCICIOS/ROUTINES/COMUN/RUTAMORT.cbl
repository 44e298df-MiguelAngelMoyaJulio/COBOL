      ******************************************************************
      *Rutina comun de amortizacion de prestamos, con el mismo estilo
      *de CALL que RUTFECHA/RUTPROD. Calcula una cuota por llamada a
      *partir del saldo de capital y las cuotas que faltan, de modo
      *que el mismo calculo sirve para armar el cronograma completo
      *al otorgar el prestamo (E151) y para rehacer lo que resta del
      *cronograma despues de una precancelacion parcial (E151COB).
      *La tasa del periodo es la TNA / 12 (cuotas mensuales). En el
      *sistema frances la cuota es constante: S x i / (1 - (1+i)^-n)
      *y el interes de cada periodo es saldo x i; en el aleman la
      *amortizacion es constante (saldo / cuotas restantes) y el
      *interes decrece con el saldo. La ultima cuota amortiza todo
      *el saldo que quede, para que los redondeos al centavo no
      *dejen residuos. No usa archivos.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTAMORT.
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
       01 WSV-VARIABLES.
          05 WSV-TASA-PERIODO        PIC 9(01)V9(12).
          05 WSV-DESCUENTO           PIC 9(01)V9(16).
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
       01 LK-REG-AMORT.
       COPY WSAMORT.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING LK-REG-AMORT.
           MOVE ZERO TO WS-AMO-COD-RET
           MOVE ZERO TO WS-AMO-CAPITAL
           MOVE ZERO TO WS-AMO-INTERES
           MOVE ZERO TO WS-AMO-IMPORTE
           MOVE WS-AMO-SALDO TO WS-AMO-SALDO-FINAL

           IF WS-AMO-SALDO = ZERO
              OR WS-AMO-CUOTAS-RESTANTES = ZERO
              MOVE 99 TO WS-AMO-COD-RET
              GOBACK
           END-IF

           COMPUTE WSV-TASA-PERIODO ROUNDED = WS-AMO-TASA / 1200

           EVALUATE TRUE
               WHEN WS-AMO-FRANCES
                    PERFORM 100000-FRANCES
                       THRU 100000-FRANCES-F
               WHEN WS-AMO-ALEMAN
                    PERFORM 200000-ALEMAN
                       THRU 200000-ALEMAN-F
               WHEN OTHER
                    MOVE 99 TO WS-AMO-COD-RET
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *                         100000-FRANCES
      *La cuota fija se calcula una sola vez por cronograma (el
      *llamador la devuelve en cada llamada). Con tasa cero la cuota
      *es el saldo dividido las cuotas restantes.
      ******************************************************************
       100000-FRANCES.
           IF WS-AMO-CUOTA-FIJA = ZERO
              IF WSV-TASA-PERIODO = ZERO
                 COMPUTE WS-AMO-CUOTA-FIJA ROUNDED =
                    WS-AMO-SALDO / WS-AMO-CUOTAS-RESTANTES
              ELSE
                 COMPUTE WSV-DESCUENTO ROUNDED =
                    1 / ((1 + WSV-TASA-PERIODO) **
                         WS-AMO-CUOTAS-RESTANTES)
                 COMPUTE WS-AMO-CUOTA-FIJA ROUNDED =
                    WS-AMO-SALDO * WSV-TASA-PERIODO /
                    (1 - WSV-DESCUENTO)
              END-IF
           END-IF

           COMPUTE WS-AMO-INTERES ROUNDED =
              WS-AMO-SALDO * WSV-TASA-PERIODO

           IF WS-AMO-CUOTAS-RESTANTES = 1
              OR WS-AMO-CUOTA-FIJA - WS-AMO-INTERES > WS-AMO-SALDO
              MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
              COMPUTE WS-AMO-IMPORTE =
                 WS-AMO-CAPITAL + WS-AMO-INTERES
           ELSE
              COMPUTE WS-AMO-CAPITAL =
                 WS-AMO-CUOTA-FIJA - WS-AMO-INTERES
              MOVE WS-AMO-CUOTA-FIJA TO WS-AMO-IMPORTE
           END-IF

           COMPUTE WS-AMO-SALDO-FINAL =
              WS-AMO-SALDO - WS-AMO-CAPITAL
           .
       100000-FRANCES-F. EXIT.
      ******************************************************************
      *                         200000-ALEMAN
      ******************************************************************
       200000-ALEMAN.
           IF WS-AMO-CUOTAS-RESTANTES = 1
              MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
           ELSE
              COMPUTE WS-AMO-CAPITAL ROUNDED =
                 WS-AMO-SALDO / WS-AMO-CUOTAS-RESTANTES
           END-IF

           COMPUTE WS-AMO-INTERES ROUNDED =
              WS-AMO-SALDO * WSV-TASA-PERIODO
           COMPUTE WS-AMO-IMPORTE =
              WS-AMO-CAPITAL + WS-AMO-INTERES
           COMPUTE WS-AMO-SALDO-FINAL =
              WS-AMO-SALDO - WS-AMO-CAPITAL
           .
       200000-ALEMAN-F. EXIT.
       END PROGRAM RUTAMORT.
