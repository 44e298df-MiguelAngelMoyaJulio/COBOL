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

       FD AUSENCIAS.
          01 REG-AUSENCIA.
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF REG-LEG-LIQUIDADO
              DISPLAY "LEGAJO LIQUIDADO POR EGRESO EL "
                      REG-LEG-FECHA-LIQUIDACION
              GO TO 230000-REGISTRAR-F
           END-IF

           DISPLAY "INGRESE EL TIPO (V=VACACIONES E=ENFERMEDAD "
                   "S=SIN GOCE)"
       265000-LINEA-EMPLEADO.
           READ LEGAJOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK AND REG-LEG-LIQUIDADO
                    CONTINUE
               WHEN FS-STATUS-LEG-OK
                    MOVE REG-LEG-CLAVE TO WSV-CLAVE
                    PERFORM 215000-CALCULAR-DERECHO
