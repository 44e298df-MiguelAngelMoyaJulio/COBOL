      *con la operacion E de RUTFECHA) y el concepto 11 con la
      *asignacion por cada carga de familia menor de 18 anios, al
      *importe por carga de la escala ESCALA_ASIGNACIONES.txt. Un
      *legajo sin registro en LOTE.txt se informa y se saltea. Un
      *legajo con egreso registrado no lleva novedades: su ultimo mes
      *lo paga la liquidacion final de E174. El detalle emitido queda
      *a pantalla para control de personal.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
      *Egreso: E117 lo registra con fecha y causa, E174 liquida el
      *final y cierra el legajo.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-ACTIVO              VALUE "A" " ".
                88 REG-LEG-EGRESO-PENDIENTE    VALUE "E".
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
                88 REG-LEG-RENUNCIA            VALUE "R".
                88 REG-LEG-DESPIDO             VALUE "D".
                88 REG-LEG-JUBILACION          VALUE "J".
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

       FD DATOS.
          01 REG-DATOS.
          05 WSV-IMPORTE-CARGA       PIC 9(03)V9(02) VALUE ZERO.
          05 WSV-CANT-EMITIDAS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-LOTE       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-EGRESADOS      PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
                   WSV-CANT-EMITIDAS
           DISPLAY "LEGAJOS SIN REGISTRO EN LOTE             : "
                   WSV-CANT-SIN-LOTE
           DISPLAY "LEGAJOS CON EGRESO (SIN NOVEDADES)       : "
                   WSV-CANT-EGRESADOS
           STOP RUN
           .
      ******************************************************************
      *                         200000-PROCESAR
      ******************************************************************
       200000-PROCESAR.
           IF NOT REG-LEG-ACTIVO
              ADD 1 TO WSV-CANT-EGRESADOS
              PERFORM 210000-LEER-LEGAJO
                 THRU 210000-LEER-LEGAJO-F
              GO TO 200000-PROCESAR-F
           END-IF

           MOVE "N" TO WSV-SW-LOTE-HALLADO
           MOVE ZERO TO WSV-SALARIO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
