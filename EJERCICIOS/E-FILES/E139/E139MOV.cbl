      *esta se denuncian y se descartan. El registro se regraba
      *completo; los contenedores ya egresados se conservan hasta
      *que E139 los prefactura.
      *El ingreso de un reefer trae la temperatura de consigna y la
      *tolerancia (grados en mas o en menos) que quedan en el
      *registro para el control de E139REF; un reefer sin consigna se
      *descarta. Cada egreso aplicado sale en CONSTANCIAS_EGRESO.txt,
      *la constancia que acompana al contenedor por el porton; la de
      *un reefer lleva la consigna, los minutos fuera de tolerancia
      *y la mayor excursion continua que acumulo E139REF en el patio.
      *No sale por el porton un contenedor con alguna retencion
      *activa (financiera, de aduana o de la linea) en
      *RETENCIONES_CONTENEDORES.txt, el registro que lleva E139RET:
      *el egreso se denuncia y se descarta hasta que se levante.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT EGRESOS ASSIGN TO "EGRESOS_PATIO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EGR.

       SELECT RETENCIONES ASSIGN TO "RETENCIONES_CONTENEDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RET.
      ****************************  INPUT-OUTPUT  **********************
       SELECT ESTADIA ASSIGN TO "ESTADIA_CONTENEDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EST.
      ****************************  OUTPUT  ****************************
       SELECT CONSTANCIAS ASSIGN TO "CONSTANCIAS_EGRESO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CON.
       DATA DIVISION.
       FILE SECTION.
       FD INGRESOS.
             05 REG-ING-TIPO         PIC X(01).
             05 REG-ING-CONTRATO     PIC X(03).
             05 REG-ING-FECHA        PIC 9(08).
             05 REG-ING-CONSIGNA-TEMP PIC S9(02)V9(01)
                                      SIGN IS LEADING SEPARATE.
             05 REG-ING-TOLERANCIA   PIC 9(01)V9(01).

       FD EGRESOS.
          01 REG-EGRESO.
             05 REG-EGR-CONT         PIC 9(05).
             05 REG-EGR-FECHA        PIC 9(08).

       FD RETENCIONES.
          01 REG-RETENCION.
             05 REG-RET-CONT         PIC 9(05).
             05 REG-RET-INGRESO      PIC 9(08).
             05 REG-RET-TIPO         PIC X(01).
             05 REG-RET-FECHA-ALTA   PIC 9(08).
             05 REG-RET-USUARIO-ALTA PIC X(10).
             05 REG-RET-MOTIVO       PIC X(30).
             05 REG-RET-FECHA-BAJA   PIC 9(08).
             05 REG-RET-USUARIO-BAJA PIC X(10).

       FD ESTADIA.
          01 REG-ESTADIA.
             05 REG-EST-CONT         PIC 9(05).
             05 REG-EST-CONTRATO     PIC X(03).
             05 REG-EST-INGRESO      PIC 9(08).
             05 REG-EST-EGRESO       PIC 9(08).
      *Control de temperatura del reefer (en cero para los demas).
             05 REG-EST-CONSIGNA-TEMP PIC S9(02)V9(01)
                                      SIGN IS LEADING SEPARATE.
             05 REG-EST-TOLERANCIA   PIC 9(01)V9(01).
             05 REG-EST-EXC-MINUTOS  PIC 9(05).
             05 REG-EST-EXC-MAYOR    PIC 9(05).
             05 REG-EST-ULT-LECTURA  PIC 9(08).
             05 REG-EST-EXCURSION    PIC X(01).
                88 REG-EST-CON-EXCURSION  VALUE "S".

       FD CONSTANCIAS.
          01 REG-CONSTANCIA.
             05 REG-CON-CONT         PIC 9(05).
             05 REG-CON-CONSIGNA     PIC X(10).
             05 REG-CON-TIPO         PIC X(01).
             05 REG-CON-INGRESO      PIC 9(08).
             05 REG-CON-EGRESO       PIC 9(08).
             05 REG-CON-CONSIGNA-TEMP PIC S9(02)V9(01)
                                      SIGN IS LEADING SEPARATE.
             05 REG-CON-TOLERANCIA   PIC 9(01)V9(01).
             05 REG-CON-EXC-MINUTOS  PIC 9(05).
             05 REG-CON-EXC-MAYOR    PIC 9(05).
             05 REG-CON-OBSERVACION  PIC X(40).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-ESTADIA  PIC X(30) VALUE
              '110000-CARGAR-ESTADIA       '.
              05 CON-130000-CARGAR-RETENC   PIC X(30) VALUE
              '130000-CARGAR-RETENCIONES   '.
              05 CON-200000-APLICAR         PIC X(30) VALUE
              '200000-APLICAR              '.
              05 CON-300000-REGRABAR        PIC X(30) VALUE
              05 CON-ESTADIA   PIC X(10) VALUE 'ESTADIA   '.
              05 CON-INGRESOS  PIC X(10) VALUE 'INGRESOS  '.
              05 CON-EGRESOS   PIC X(10) VALUE 'EGRESOS   '.
              05 CON-CONSTANCIAS PIC X(10) VALUE 'CONSTANCIA'.
              05 CON-RETENCIONES PIC X(10) VALUE 'RETENCION '.
      ************************** TABLES ********************************
       01 WSV-TABLA-ESTADIA.
          02 WSV-EST-ENTRY OCCURS 300 TIMES.
             05 WSV-EST-REG          PIC X(60).
       01 WSV-CANT-ESTADIA           PIC 9(03) VALUE 0.

      *Solo las retenciones activas.
       01 WSV-TABLA-RETENCIONES.
          02 WSV-RET-ENTRY OCCURS 500 TIMES.
             05 WSV-RET-CONT         PIC 9(05).
             05 WSV-RET-INGRESO      PIC 9(08).
             05 WSV-RET-TIPO         PIC X(01).
       01 WSV-CANT-RETENCIONES       PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-ING           PIC X(02) VALUE "00".
             88 FS-STATUS-EST-OK               VALUE "00".
             88 FS-STATUS-EST-EOF              VALUE "10".
             88 FS-STATUS-EST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CON           PIC X(02) VALUE "00".
             88 FS-STATUS-CON-OK               VALUE "00".
          05 FS-STATUS-RET           PIC X(02) VALUE "00".
             88 FS-STATUS-RET-OK               VALUE "00".
             88 FS-STATUS-RET-EOF              VALUE "10".
             88 FS-STATUS-RET-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-EST             PIC 9(03).
          05 WSV-IDX-RET             PIC 9(03).
       01 WSV-CONTADORES.
          05 WSV-CANT-INGRESOS       PIC 9(04) VALUE ZERO.
          05 WSV-CANT-EGRESOS        PIC 9(04) VALUE ZERO.
           PERFORM 110000-CARGAR-ESTADIA
              THRU 110000-CARGAR-ESTADIA-F

           PERFORM 130000-CARGAR-RETENCIONES
              THRU 130000-CARGAR-RETENCIONES-F

           PERFORM 200000-APLICAR
              THRU 200000-APLICAR-F

           DISPLAY "INGRESOS APLICADOS   : " WSV-CANT-INGRESOS
           DISPLAY "EGRESOS APLICADOS    : " WSV-CANT-EGRESOS
           DISPLAY "MOVIMIENTOS RECHAZADOS: " WSV-CANT-RECHAZADOS
           GOBACK
           .
      ******************************************************************
      *                         110000-CARGAR-ESTADIA
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
      *Un registro grabado antes del control de temperatura viene
      *sin esos campos: se completan en cero.
                    IF REG-EST-EXCURSION = SPACE
                       MOVE ZERO TO REG-EST-CONSIGNA-TEMP
                       MOVE ZERO TO REG-EST-TOLERANCIA
                       MOVE ZERO TO REG-EST-EXC-MINUTOS
                       MOVE ZERO TO REG-EST-EXC-MAYOR
                       MOVE ZERO TO REG-EST-ULT-LECTURA
                       MOVE "N"  TO REG-EST-EXCURSION
                    END-IF
                    ADD 1 TO WSV-CANT-ESTADIA
                    MOVE REG-ESTADIA TO WSV-EST-REG(WSV-CANT-ESTADIA)
               WHEN FS-STATUS-EST-EOF
           .
       120000-LEER-ESTADIA-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-RETENCIONES
      ******************************************************************
       130000-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF FS-STATUS-RET-NOT-FOUND
              GO TO 130000-CARGAR-RETENCIONES-F
           END-IF
           IF NOT FS-STATUS-RET-OK
              MOVE CON-130000-CARGAR-RETENC TO WS-ERR-PARRAFO
              MOVE CON-RETENCIONES          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 140000-LEER-RETENCION
              THRU 140000-LEER-RETENCION-F
              UNTIL FS-STATUS-RET-EOF
           CLOSE RETENCIONES
           .
       130000-CARGAR-RETENCIONES-F. EXIT.
      ******************************************************************
      *                         140000-LEER-RETENCION
      ******************************************************************
       140000-LEER-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-RET-OK
                    IF REG-RET-FECHA-BAJA = ZERO
      *Una retencion fuera de tabla dejaria salir al contenedor.
                       IF WSV-CANT-RETENCIONES = 500
                          DISPLAY "E139MOV: TABLA DE RETENCIONES "
                                  "LLENA - AMPLIE LA TABLA"
                          MOVE CON-130000-CARGAR-RETENC TO
                             WS-ERR-PARRAFO
                          MOVE CON-RETENCIONES TO WS-ERR-OBJETO
                          MOVE CON-LEER        TO WS-ERR-OPERACION
                          MOVE 99              TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-RETENCIONES
                       MOVE REG-RET-CONT TO
                          WSV-RET-CONT(WSV-CANT-RETENCIONES)
                       MOVE REG-RET-INGRESO TO
                          WSV-RET-INGRESO(WSV-CANT-RETENCIONES)
                       MOVE REG-RET-TIPO TO
                          WSV-RET-TIPO(WSV-CANT-RETENCIONES)
                    END-IF
               WHEN FS-STATUS-RET-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-RETENC TO WS-ERR-PARRAFO
                    MOVE CON-RETENCIONES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RET            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       140000-LEER-RETENCION-F. EXIT.
      ******************************************************************
      *                         200000-APLICAR
      ******************************************************************
       200000-APLICAR.
              DISPLAY "E139MOV: SIN INGRESOS_PATIO.txt"
           END-IF

           OPEN OUTPUT CONSTANCIAS
           IF NOT FS-STATUS-CON-OK
              MOVE CON-200000-APLICAR TO WS-ERR-PARRAFO
              MOVE CON-CONSTANCIAS    TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CON      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           OPEN INPUT EGRESOS
           IF FS-STATUS-EGR-OK
              PERFORM 240000-LEER-EGRESO
           ELSE
              DISPLAY "E139MOV: SIN EGRESOS_PATIO.txt"
           END-IF
           CLOSE CONSTANCIAS
           .
       200000-APLICAR-F. EXIT.
      ******************************************************************
              END-IF
           END-PERFORM

           IF REG-ING-TIPO = "R"
              AND (REG-ING-CONSIGNA-TEMP NOT NUMERIC
                   OR REG-ING-TOLERANCIA NOT NUMERIC)
              ADD 1 TO WSV-CANT-RECHAZADOS
              DISPLAY "CONTENEDOR " REG-ING-CONT " REEFER SIN "
                      "TEMPERATURA DE CONSIGNA - INGRESO DESCARTADO"
              GO TO 230000-APLICAR-INGRESO-F
           END-IF

           IF WSV-CANT-ESTADIA = 300
              DISPLAY "E139MOV: TABLA DE ESTADIA LLENA - "
                      "AMPLIE LA TABLA"
           MOVE REG-ING-CONTRATO TO REG-EST-CONTRATO
           MOVE REG-ING-FECHA    TO REG-EST-INGRESO
           MOVE ZERO             TO REG-EST-EGRESO
           IF REG-ING-TIPO = "R"
              MOVE REG-ING-CONSIGNA-TEMP TO REG-EST-CONSIGNA-TEMP
              MOVE REG-ING-TOLERANCIA    TO REG-EST-TOLERANCIA
           ELSE
              MOVE ZERO TO REG-EST-CONSIGNA-TEMP
              MOVE ZERO TO REG-EST-TOLERANCIA
           END-IF
           MOVE ZERO             TO REG-EST-EXC-MINUTOS
           MOVE ZERO             TO REG-EST-EXC-MAYOR
           MOVE ZERO             TO REG-EST-ULT-LECTURA
           MOVE "N"              TO REG-EST-EXCURSION
           ADD 1 TO WSV-CANT-ESTADIA
           MOVE REG-ESTADIA TO WSV-EST-REG(WSV-CANT-ESTADIA)
           ADD 1 TO WSV-CANT-INGRESOS
                      "ANTERIOR AL INGRESO - DESCARTADO"
              GO TO 250000-APLICAR-EGRESO-F
           END-IF

           MOVE "N"  TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-RET
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-RETENCIONES
              OR WSV-ENCONTRADO
              IF WSV-RET-CONT(WSV-IDX) = REG-EST-CONT
                 AND WSV-RET-INGRESO(WSV-IDX) = REG-EST-INGRESO
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-RET
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-RECHAZADOS
              DISPLAY "CONTENEDOR " REG-EGR-CONT " CON RETENCION "
                      WSV-RET-TIPO(WSV-IDX-RET)
                      " ACTIVA - EGRESO RECHAZADO"
              GO TO 250000-APLICAR-EGRESO-F
           END-IF
           MOVE REG-EGR-FECHA TO REG-EST-EGRESO
           MOVE REG-ESTADIA   TO WSV-EST-REG(WSV-IDX-EST)
           ADD 1 TO WSV-CANT-EGRESOS

           PERFORM 260000-CONSTANCIA
              THRU 260000-CONSTANCIA-F
           .
       250000-APLICAR-EGRESO-F. EXIT.
      ******************************************************************
      *                         260000-CONSTANCIA
      ******************************************************************
       260000-CONSTANCIA.
           MOVE REG-EST-CONT          TO REG-CON-CONT
           MOVE REG-EST-CONSIGNA      TO REG-CON-CONSIGNA
           MOVE REG-EST-TIPO          TO REG-CON-TIPO
           MOVE REG-EST-INGRESO       TO REG-CON-INGRESO
           MOVE REG-EST-EGRESO        TO REG-CON-EGRESO
           MOVE REG-EST-CONSIGNA-TEMP TO REG-CON-CONSIGNA-TEMP
           MOVE REG-EST-TOLERANCIA    TO REG-CON-TOLERANCIA
           MOVE REG-EST-EXC-MINUTOS   TO REG-CON-EXC-MINUTOS
           MOVE REG-EST-EXC-MAYOR     TO REG-CON-EXC-MAYOR
           EVALUATE TRUE
               WHEN NOT REG-EST-REEFER
                    MOVE SPACES TO REG-CON-OBSERVACION
               WHEN REG-EST-CON-EXCURSION
                    MOVE "CON EXCURSIONES DE TEMPERATURA EN PATIO"
                       TO REG-CON-OBSERVACION
               WHEN OTHER
                    MOVE "TEMPERATURA DENTRO DE TOLERANCIA"
                       TO REG-CON-OBSERVACION
           END-EVALUATE
           WRITE REG-CONSTANCIA
           IF NOT FS-STATUS-CON-OK
              MOVE CON-200000-APLICAR TO WS-ERR-PARRAFO
              MOVE CON-CONSTANCIAS    TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-CON      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       260000-CONSTANCIA-F. EXIT.
      ******************************************************************
      *                         300000-REGRABAR
      ******************************************************************
       300000-REGRABAR.
