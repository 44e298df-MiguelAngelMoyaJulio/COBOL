      *CONCILIACION_GL.txt; y estampa el resultado (OK o DI) por
      *periodo en CONCILIACION_CONTROL.txt. PROCESO-MENSUAL exige
      *esa estampa OK del periodo antes de declarar el mes cerrado.
      *Tambien concilia los ingresos de facturacion que se asientan
      *solos: por cada origen (TEL abonados E137, EST estadia E139,
      *ROS obras sociales E130) suma el neto facturado del periodo
      *en CONTROL_FACTURACION.txt y lo compara contra el movimiento
      *del periodo (haber menos debe) de la cuenta que PLANCTAS.txt
      *mapea a ese origen con el concepto ING. Cada origen necesita
      *su propia cuenta de ingresos para que la comparacion valga.
      *Una diferencia en cualquier flujo tambien deja la estampa en
      *DI.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT RECHAZADOS ASSIGN TO "RECHAZADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT PLANCTAS ASSIGN TO "PLANCTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PLA.

       SELECT CTLFACT ASSIGN TO "CONTROL_FACTURACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CFA.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "CONCILIACION_GL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD TASASDIA.
          01 REG-TASADIA.
             05 REG-IMPORTE-DEUDA-R     PIC 9(15)V9(02).
             05 REG-FECHA-RECHAZO-R     PIC 9(08).

       FD PLANCTAS.
          01 REG-PLANCTA.
             05 REG-PLA-CUENTA          PIC 9(04).
             05 REG-PLA-NOMBRE          PIC X(30).
             05 REG-PLA-MAPEO OCCURS 3 TIMES.
                10 REG-PLA-MAP-ORIGEN   PIC X(03).
                10 REG-PLA-MAP-CONCEPTO PIC X(03).

       FD CTLFACT.
          01 REG-CTLFACT.
             05 REG-CFA-ORIGEN          PIC X(03).
             05 REG-CFA-FECHA           PIC 9(08).
             05 REG-CFA-CANTIDAD        PIC 9(05).
             05 REG-CFA-NETO            PIC S9(13)V9(02).
             05 REG-CFA-IVA             PIC S9(13)V9(02).

       FD INFORME.
          01 REG-INFORME               PIC X(90).

              '130000-SUMAR-MAYOR          '.
              05 CON-140000-SUMAR-RECHAZOS  PIC X(30) VALUE
              '140000-SUMAR-RECHAZOS       '.
              05 CON-150000-CARGAR-FLUJOS   PIC X(30) VALUE
              '150000-CARGAR-FLUJOS        '.
              05 CON-300000-INFORMAR        PIC X(30) VALUE
              '300000-INFORMAR             '.
           02 CON-CONTABLES.
              05 CON-RECHAZADOS PIC X(10) VALUE 'RECHAZADOS'.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
              05 CON-CONTROL    PIC X(10) VALUE 'CONTROL   '.
              05 CON-PLANCTAS   PIC X(10) VALUE 'PLANCTAS  '.
              05 CON-CTLFACT    PIC X(10) VALUE 'CTLFACT   '.
      ************************** TABLES ********************************
       01 WSV-TABLA-TASAS.
          02 WSV-TASA-ENTRY OCCURS 100 TIMES.
             05 WSV-TASA-MONEDA          PIC X(03).
             05 WSV-TASA-TIPO-CAMBIO     PIC 9(04)V9(04).
       01 WSV-CANT-TASAS                 PIC 9(03) VALUE 0.

       01 WSV-TABLA-FLUJOS.
          02 WSV-FLU-ENTRY OCCURS 3 TIMES.
             05 WSV-FLU-ORIGEN           PIC X(03).
             05 WSV-FLU-CUENTA           PIC 9(04).
             05 WSV-FLU-FACTURADO        PIC S9(15)V9(02).
             05 WSV-FLU-MAYOR            PIC S9(15)V9(02).
             05 WSV-FLU-DIFERENCIA       PIC S9(15)V9(02).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
          05 FS-STATUS-CTL           PIC X(02) VALUE "00".
             88 FS-STATUS-CTL-OK               VALUE "00".
             88 FS-STATUS-CTL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PLA           PIC X(02) VALUE "00".
             88 FS-STATUS-PLA-OK               VALUE "00".
             88 FS-STATUS-PLA-EOF              VALUE "10".
             88 FS-STATUS-PLA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CFA           PIC X(02) VALUE "00".
             88 FS-STATUS-CFA-OK               VALUE "00".
             88 FS-STATUS-CFA-EOF              VALUE "10".
             88 FS-STATUS-CFA-NOT-FOUND        VALUE "35".
          05 WSV-SW-TASA-HALLADA     PIC X(01).
             88 WSV-TASA-HALLADA               VALUE "S".
      ************************** VARIABLES *****************************
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-FLU             PIC 9(01).
          05 WSV-IDX-MAP             PIC 9(01).
          05 WSV-PERIODO-CFA         PIC 9(06).
          05 WSV-EDIT2               PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT3               PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 WSV-CONVERTIDO          PIC S9(15)V9(02).
          05 WSV-TOTAL-CUENTAS       PIC S9(15)V9(02) VALUE ZERO.
          05 WSV-SALDO-CAJA          PIC S9(15)V9(02) VALUE ZERO.
          05 WSV-LINEA               PIC X(90).
          05 WSV-EDIT                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-RESULTADO           PIC X(02).
          05 WSV-SW-DIF-FLUJO        PIC X(01) VALUE "N".
             88 WSV-DIF-FLUJO                  VALUE "S".
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 110000-CARGAR-TASAS
              THRU 110000-CARGAR-TASAS-F

           PERFORM 150000-CARGAR-FLUJOS
              THRU 150000-CARGAR-FLUJOS-F

           PERFORM 120000-SUMAR-CUENTAS
              THRU 120000-SUMAR-CUENTAS-F

                             + REG-MAY-DEBE - REG-MAY-HABER
                       END-IF
                    END-IF
                    IF REG-MAY-PERIODO = WSV-PERIODO
                       PERFORM VARYING WSV-IDX-FLU FROM 1 BY 1
                          UNTIL WSV-IDX-FLU > 3
                          IF WSV-FLU-CUENTA(WSV-IDX-FLU) =
                             REG-MAY-CUENTA
                             COMPUTE WSV-FLU-MAYOR(WSV-IDX-FLU) =
                                WSV-FLU-MAYOR(WSV-IDX-FLU)
                                + REG-MAY-HABER - REG-MAY-DEBE
                          END-IF
                       END-PERFORM
                    END-IF
               WHEN FS-STATUS-MAY-EOF
                    CONTINUE
               WHEN OTHER
           .
       145000-LEER-RECHAZO-F. EXIT.
      ******************************************************************
      *                         150000-CARGAR-FLUJOS
      *Los flujos de facturacion con su cuenta de ingresos y el neto
      *facturado del periodo. Sin plan de cuentas o sin control de
      *facturacion los flujos quedan en cero.
      ******************************************************************
       150000-CARGAR-FLUJOS.
           MOVE "TEL" TO WSV-FLU-ORIGEN(1)
           MOVE "EST" TO WSV-FLU-ORIGEN(2)
           MOVE "ROS" TO WSV-FLU-ORIGEN(3)
           PERFORM VARYING WSV-IDX-FLU FROM 1 BY 1
              UNTIL WSV-IDX-FLU > 3
              MOVE ZERO TO WSV-FLU-CUENTA(WSV-IDX-FLU)
              MOVE ZERO TO WSV-FLU-FACTURADO(WSV-IDX-FLU)
              MOVE ZERO TO WSV-FLU-MAYOR(WSV-IDX-FLU)
              MOVE ZERO TO WSV-FLU-DIFERENCIA(WSV-IDX-FLU)
           END-PERFORM

           OPEN INPUT PLANCTAS
           IF FS-STATUS-PLA-NOT-FOUND
              DISPLAY "E112: SIN PLANCTAS.txt - INGRESOS DE "
                      "FACTURACION SIN CUENTA"
           ELSE
              IF NOT FS-STATUS-PLA-OK
                 MOVE CON-150000-CARGAR-FLUJOS TO WS-ERR-PARRAFO
                 MOVE CON-PLANCTAS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PLA            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 152000-LEER-CUENTA
                 THRU 152000-LEER-CUENTA-F
                 UNTIL FS-STATUS-PLA-EOF
              CLOSE PLANCTAS
           END-IF

           OPEN INPUT CTLFACT
           IF FS-STATUS-CFA-NOT-FOUND
              GO TO 150000-CARGAR-FLUJOS-F
           END-IF
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-150000-CARGAR-FLUJOS TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 155000-LEER-CONTROL-FACT
              THRU 155000-LEER-CONTROL-FACT-F
              UNTIL FS-STATUS-CFA-EOF
           CLOSE CTLFACT
           .
       150000-CARGAR-FLUJOS-F. EXIT.
      ******************************************************************
      *                         152000-LEER-CUENTA
      ******************************************************************
       152000-LEER-CUENTA.
           READ PLANCTAS
           EVALUATE TRUE
               WHEN FS-STATUS-PLA-OK
                    PERFORM VARYING WSV-IDX-MAP FROM 1 BY 1
                       UNTIL WSV-IDX-MAP > 3
                       IF REG-PLA-MAP-CONCEPTO(WSV-IDX-MAP) = "ING"
                          PERFORM VARYING WSV-IDX-FLU FROM 1 BY 1
                             UNTIL WSV-IDX-FLU > 3
                             IF WSV-FLU-ORIGEN(WSV-IDX-FLU) =
                                REG-PLA-MAP-ORIGEN(WSV-IDX-MAP)
                                MOVE REG-PLA-CUENTA TO
                                   WSV-FLU-CUENTA(WSV-IDX-FLU)
                             END-IF
                          END-PERFORM
                       END-IF
                    END-PERFORM
               WHEN FS-STATUS-PLA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-FLUJOS TO WS-ERR-PARRAFO
                    MOVE CON-PLANCTAS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PLA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       152000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         155000-LEER-CONTROL-FACT
      ******************************************************************
       155000-LEER-CONTROL-FACT.
           READ CTLFACT
           EVALUATE TRUE
               WHEN FS-STATUS-CFA-OK
                    COMPUTE WSV-PERIODO-CFA = REG-CFA-FECHA / 100
                    IF WSV-PERIODO-CFA = WSV-PERIODO
                       PERFORM VARYING WSV-IDX-FLU FROM 1 BY 1
                          UNTIL WSV-IDX-FLU > 3
                          IF WSV-FLU-ORIGEN(WSV-IDX-FLU) =
                             REG-CFA-ORIGEN
                             ADD REG-CFA-NETO TO
                                WSV-FLU-FACTURADO(WSV-IDX-FLU)
                          END-IF
                       END-PERFORM
                    END-IF
               WHEN FS-STATUS-CFA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-FLUJOS TO WS-ERR-PARRAFO
                    MOVE CON-CTLFACT              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CFA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       155000-LEER-CONTROL-FACT-F. EXIT.
      ******************************************************************
      *                         300000-INFORMAR
      ******************************************************************
       300000-INFORMAR.
           COMPUTE WSV-DIF-DEUDORES =
              WSV-SALDO-DEUDORES - WSV-TOTAL-RECHAZOS

           PERFORM VARYING WSV-IDX-FLU FROM 1 BY 1
              UNTIL WSV-IDX-FLU > 3
              COMPUTE WSV-FLU-DIFERENCIA(WSV-IDX-FLU) =
                 WSV-FLU-MAYOR(WSV-IDX-FLU) -
                 WSV-FLU-FACTURADO(WSV-IDX-FLU)
              IF WSV-FLU-DIFERENCIA(WSV-IDX-FLU) NOT = ZERO
                 MOVE "S" TO WSV-SW-DIF-FLUJO
              END-IF
           END-PERFORM

           IF WSV-DIF-CAJA = ZERO AND WSV-DIF-DEUDORES = ZERO
              AND NOT WSV-DIF-FLUJO
              MOVE "OK" TO WSV-RESULTADO
           ELSE
              MOVE "DI" TO WSV-RESULTADO
           PERFORM 310000-LINEA
              THRU 310000-LINEA-F

           PERFORM 305000-INFORMAR-FLUJO
              THRU 305000-INFORMAR-FLUJO-F
              VARYING WSV-IDX-FLU FROM 1 BY 1
              UNTIL WSV-IDX-FLU > 3

           IF WSV-RESULTADO = "DI"
              MOVE SPACES TO WSV-LINEA
              STRING "BUSCAR ENTRE PERIODOS " DELIMITED BY SIZE
           .
       300000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         305000-INFORMAR-FLUJO
      ******************************************************************
       305000-INFORMAR-FLUJO.
           MOVE WSV-FLU-FACTURADO(WSV-IDX-FLU) TO WSV-EDIT
           MOVE WSV-FLU-MAYOR(WSV-IDX-FLU)     TO WSV-EDIT2
           MOVE SPACES TO WSV-LINEA
           STRING "INGRESOS " DELIMITED BY SIZE
              WSV-FLU-ORIGEN(WSV-IDX-FLU) DELIMITED BY SIZE
              " CTA " DELIMITED BY SIZE
              WSV-FLU-CUENTA(WSV-IDX-FLU) DELIMITED BY SIZE
              " FACTURADO " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              " MAYOR " DELIMITED BY SIZE
              WSV-EDIT2 DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-LINEA
              THRU 310000-LINEA-F

           IF WSV-FLU-DIFERENCIA(WSV-IDX-FLU) NOT = ZERO
              MOVE WSV-FLU-DIFERENCIA(WSV-IDX-FLU) TO WSV-EDIT3
              MOVE SPACES TO WSV-LINEA
              STRING "DIFERENCIA INGRESOS " DELIMITED BY SIZE
                 WSV-FLU-ORIGEN(WSV-IDX-FLU) DELIMITED BY SIZE
                 "      : " DELIMITED BY SIZE
                 WSV-EDIT3 DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 310000-LINEA
                 THRU 310000-LINEA-F
              IF WSV-FLU-CUENTA(WSV-IDX-FLU) = ZERO
                 MOVE SPACES TO WSV-LINEA
                 STRING "  ORIGEN " DELIMITED BY SIZE
                    WSV-FLU-ORIGEN(WSV-IDX-FLU) DELIMITED BY SIZE
                    " SIN CUENTA ING MAPEADA EN PLANCTAS.txt"
                    DELIMITED BY SIZE
                    INTO WSV-LINEA
                 PERFORM 310000-LINEA
                    THRU 310000-LINEA-F
              END-IF
           END-IF
           .
       305000-INFORMAR-FLUJO-F. EXIT.
      ******************************************************************
      *                         310000-LINEA
      ******************************************************************
       310000-LINEA.
