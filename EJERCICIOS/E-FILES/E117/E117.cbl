      *fechas de nacimiento). El paso pre-nomina E117PRE calcula
      *desde aca la antiguedad y las asignaciones y las emite como
      *conceptos de NOVEDADES.txt para que E84 las aplique.
      *El egreso se registra aca con su fecha y causa (renuncia,
      *despido sin causa o jubilacion): el legajo queda pendiente de
      *liquidar hasta que E174 emite la liquidacion final y lo
      *cierra. Un legajo con egreso no se modifica ni se da de baja.
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
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '240000-BAJA                 '.
              05 CON-250000-MODIFICAR       PIC X(30) VALUE
              '250000-MODIFICAR            '.
              05 CON-260000-EGRESO          PIC X(30) VALUE
              '260000-EGRESO               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
          05 WSV-CLAVE               PIC 9(08).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-RESPUESTA           PIC X(01).
          05 WSV-FECHA-EGRESO        PIC 9(08).
          05 WSV-CAUSA               PIC X(01).
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           DISPLAY "2.ALTA DE LEGAJO"
           DISPLAY "3.BAJA DE LEGAJO"
           DISPLAY "4.MODIFICAR LEGAJO"
           DISPLAY "5.REGISTRAR EGRESO"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

               WHEN 4
                    PERFORM 250000-MODIFICAR
                       THRU 250000-MODIFICAR-F
               WHEN 5
                    PERFORM 260000-EGRESO
                       THRU 260000-EGRESO-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
                    DISPLAY "EST. CIVIL : " REG-LEG-ESTADO-CIVIL
                    DISPLAY "REG.REDUC. : " REG-LEG-REGIMEN-REDUCIDO
                    DISPLAY "CARGAS     : " REG-LEG-CANT-CARGAS
                    IF NOT REG-LEG-ACTIVO
                       DISPLAY "ESTADO     : " REG-LEG-ESTADO
                               " EGRESO " REG-LEG-FECHA-EGRESO
                               " CAUSA " REG-LEG-CAUSA-EGRESO
                    END-IF
                    IF REG-LEG-LIQUIDADO
                       DISPLAY "LIQUIDADO  : "
                               REG-LEG-FECHA-LIQUIDACION
                    END-IF
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > REG-LEG-CANT-CARGAS
                       OR WSV-IDX > 10
      ******************************************************************
       230000-ALTA.
           INITIALIZE REG-LEGAJO
           MOVE "A" TO REG-LEG-ESTADO
           PERFORM 215000-PEDIR-CLAVE
              THRU 215000-PEDIR-CLAVE-F
           PERFORM 235000-PEDIR-DATOS
              THRU 215000-PEDIR-CLAVE-F
           READ LEGAJOS
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK AND NOT REG-LEG-ACTIVO
                    DISPLAY "LEGAJO CON EGRESO - NO SE DA DE BAJA"
               WHEN FS-STATUS-LEG-OK
                    DISPLAY "CONFIRMA LA BAJA DEL LEGAJO "
                            REG-LEG-CLAVE "? S/N"
              THRU 215000-PEDIR-CLAVE-F
           READ LEGAJOS
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK AND NOT REG-LEG-ACTIVO
                    DISPLAY "LEGAJO CON EGRESO - NO SE MODIFICA"
               WHEN FS-STATUS-LEG-OK
                    PERFORM 235000-PEDIR-DATOS
                       THRU 235000-PEDIR-DATOS-F
           .
       250000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         260000-EGRESO
      *La fecha de egreso no puede ser anterior al ingreso. El
      *legajo queda pendiente de liquidacion final (E174).
      ******************************************************************
       260000-EGRESO.
           PERFORM 215000-PEDIR-CLAVE
              THRU 215000-PEDIR-CLAVE-F
           READ LEGAJOS
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK
                    CONTINUE
               WHEN FS-STATUS-LEG-NOT-FOUND
                    DISPLAY "LEGAJO INEXISTENTE"
                    GO TO 260000-EGRESO-F
               WHEN OTHER
                    MOVE CON-260000-EGRESO TO WS-ERR-PARRAFO
                    MOVE CON-LEGAJOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER          TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LEG     TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF NOT REG-LEG-ACTIVO
              DISPLAY "EL LEGAJO YA TIENE EGRESO REGISTRADO EL "
                      REG-LEG-FECHA-EGRESO
              GO TO 260000-EGRESO-F
           END-IF

           DISPLAY "INGRESE LA FECHA DE EGRESO (AAAAMMDD)"
           ACCEPT WSV-FECHA-EGRESO
           IF WSV-FECHA-EGRESO < REG-LEG-FECHA-INGRESO
              DISPLAY "FECHA DE EGRESO ANTERIOR AL INGRESO "
                      REG-LEG-FECHA-INGRESO
              GO TO 260000-EGRESO-F
           END-IF
           DISPLAY "CAUSA: R RENUNCIA, D DESPIDO SIN CAUSA, "
                   "J JUBILACION"
           ACCEPT WSV-CAUSA
           IF WSV-CAUSA NOT = "R" AND NOT = "D" AND NOT = "J"
              DISPLAY "CAUSA INVALIDA"
              GO TO 260000-EGRESO-F
           END-IF

           DISPLAY "CONFIRMA EL EGRESO DEL LEGAJO "
                   REG-LEG-CLAVE "? S/N"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = "S"
              GO TO 260000-EGRESO-F
           END-IF

           MOVE "E"              TO REG-LEG-ESTADO
           MOVE WSV-FECHA-EGRESO TO REG-LEG-FECHA-EGRESO
           MOVE WSV-CAUSA        TO REG-LEG-CAUSA-EGRESO
           MOVE ZERO             TO REG-LEG-FECHA-LIQUIDACION
           REWRITE REG-LEGAJO
           IF FS-STATUS-LEG-OK
              DISPLAY "EGRESO REGISTRADO - PENDIENTE DE LIQUIDACION "
                      "FINAL"
           ELSE
              MOVE CON-260000-EGRESO TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       260000-EGRESO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
