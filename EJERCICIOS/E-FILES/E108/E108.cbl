      *su resultado y horas del RUNLOG, los totales de registros del
      *renglon de CONTROLDIARIO de la fecha, los errores por
      *severidad de ERRLOG.txt y la cantidad de anomalias de volumen
      *de EXCEPCIONES_VOLUMEN.txt. Informa tambien el ultimo barrido
      *semanal de integridad referencial (INTEGRIDAD_RESUMEN.txt de
      *E160) con sus excepciones por regla, y los avisos anticipados
      *de la tendencia de la ventana batch de la fecha
      *(TENDENCIA_ALERTAS.txt de E161). ROJO si hubo errores
      *fatales o la liquidacion E48 no quedo asentada OK; AMBAR si
      *hubo errores de registro, avisos, anomalias de volumen, el
      *ultimo barrido de integridad dejo excepciones o hay avisos de
      *tendencia; VERDE si nada de eso. Sale por pantalla y queda en
      *BOLETIN_OPERACIONES.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT EXCEPCIONES ASSIGN TO "EXCEPCIONES_VOLUMEN.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EXC.

       SELECT INTEGRIDAD ASSIGN TO "INTEGRIDAD_RESUMEN.txt"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS FS-STATUS-INT.

       SELECT TENDENCIA ASSIGN TO "TENDENCIA_ALERTAS.txt"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS FS-STATUS-TEN.
      ****************************  OUTPUT  ****************************
       SELECT BOLETIN ASSIGN TO "BOLETIN_OPERACIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD EXCEPCIONES.
          01 REG-EXCEPCION             PIC X(80).

       FD INTEGRIDAD.
          01 REG-INTEGRIDAD.
             05 REG-INT-FECHA            PIC 9(08).
             05 REG-INT-CANTIDADES.
                10 REG-INT-CANT-REGLA    PIC 9(05) OCCURS 6 TIMES.
             05 REG-INT-TOTAL            PIC 9(06).

       FD TENDENCIA.
          01 REG-TENDENCIA.
             05 REG-TEN-FECHA            PIC 9(08).
             05 REG-TEN-TIPO             PIC X(01).
                88 REG-TEN-DESVIO               VALUE "D".
                88 REG-TEN-VENTANA              VALUE "V".
             05 REG-TEN-ORIGEN           PIC X(01).
             05 REG-TEN-PASO             PIC X(08).
             05 REG-TEN-ACTUAL           PIC 9(05).
             05 REG-TEN-REFERENCIA       PIC 9(05).
             05 REG-TEN-DESVIO-PCT       PIC S9(04).
             05 REG-TEN-FECHA-CRUCE      PIC 9(08).

       FD BOLETIN.
          01 REG-BOLETIN               PIC X(80).
      ******************************************************************
              05 CON-CTRLDIARIO PIC X(10) VALUE 'CTRLDIARIO'.
              05 CON-ERRLOG     PIC X(10) VALUE 'ERRLOG    '.
              05 CON-EXCEPCION  PIC X(10) VALUE 'EXCEPCION '.
             05 CON-INTEGRIDAD PIC X(10) VALUE 'INTEGRIDAD'.
             05 CON-TENDENCIA  PIC X(10) VALUE 'TENDENCIA '.
              05 CON-BOLETIN    PIC X(10) VALUE 'BOLETIN   '.
      ************************** TABLES ********************************
       01 WSV-TABLA-PASOS.
             05 WSV-PAS-FIN              PIC 9(08).
             05 WSV-PAS-RESULTADO        PIC X(02).
       01 WSV-CANT-PASOS                 PIC 9(02) VALUE 0.

       01 WSV-TABLA-AVISOS.
          02 WSV-AVI-ENTRY OCCURS 20 TIMES.
             05 WSV-AVI-TIPO             PIC X(01).
             05 WSV-AVI-ORIGEN           PIC X(01).
             05 WSV-AVI-PASO             PIC X(08).
             05 WSV-AVI-ACTUAL           PIC 9(05).
             05 WSV-AVI-REFERENCIA       PIC 9(05).
             05 WSV-AVI-DESVIO-PCT       PIC S9(04).
             05 WSV-AVI-FECHA-CRUCE      PIC 9(08).
       01 WSV-CANT-AVISOS                PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-EXC-OK               VALUE "00".
             88 FS-STATUS-EXC-EOF              VALUE "10".
             88 FS-STATUS-EXC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INT           PIC X(02) VALUE "00".
             88 FS-STATUS-INT-OK               VALUE "00".
             88 FS-STATUS-INT-EOF              VALUE "10".
             88 FS-STATUS-INT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TEN           PIC X(02) VALUE "00".
             88 FS-STATUS-TEN-OK               VALUE "00".
             88 FS-STATUS-TEN-EOF              VALUE "10".
             88 FS-STATUS-TEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BOL           PIC X(02) VALUE "00".
             88 FS-STATUS-BOL-OK               VALUE "00".
          05 WSV-SW-HAY-CONTROL      PIC X(01) VALUE "N".
             88 WSV-HAY-CONTROL                VALUE "S".
          05 WSV-SW-E48-OK           PIC X(01) VALUE "N".
             88 WSV-E48-OK                     VALUE "S".
          05 WSV-SW-HAY-INTEGRIDAD   PIC X(01) VALUE "N".
             88 WSV-HAY-INTEGRIDAD             VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-CTA-LEIDAS          PIC 9(05) VALUE ZERO.
          05 WSV-SRV-LEIDAS          PIC 9(05) VALUE ZERO.
          05 WSV-INCIDENCIAS         PIC 9(05) VALUE ZERO.
          05 WSV-INT-FECHA           PIC 9(08) VALUE ZERO.
          05 WSV-INT-CANTIDADES.
             10 WSV-INT-CANT-REGLA   PIC 9(05) OCCURS 6 TIMES.
          05 WSV-INT-TOTAL           PIC 9(06) VALUE ZERO.
          05 WSV-DESVIO-ED           PIC -ZZZ9.
       01 WSV-CONTADORES.
          05 WSV-ERR-AVISOS          PIC 9(05) VALUE ZERO.
          05 WSV-ERR-REGISTRO        PIC 9(05) VALUE ZERO.
           PERFORM 240000-RELEVAR-ANOMALIAS
              THRU 240000-RELEVAR-ANOMALIAS-F

           PERFORM 250000-RELEVAR-INTEGRIDAD
              THRU 250000-RELEVAR-INTEGRIDAD-F

           PERFORM 260000-RELEVAR-TENDENCIA
              THRU 260000-RELEVAR-TENDENCIA-F

           PERFORM 300000-IMPRIMIR
              THRU 300000-IMPRIMIR-F
           GOBACK
           .
       242000-LEER-ANOMALIA-F. EXIT.
      ******************************************************************
      *                         250000-RELEVAR-INTEGRIDAD
      *El barrido es semanal: se queda con el ultimo renglon, sea de
      *la fecha que sea.
      ******************************************************************
       250000-RELEVAR-INTEGRIDAD.
           OPEN INPUT INTEGRIDAD
           IF FS-STATUS-INT-NOT-FOUND
              GO TO 250000-RELEVAR-INTEGRIDAD-F
           END-IF
           IF NOT FS-STATUS-INT-OK
              MOVE CON-200000-RELEVAR TO WS-ERR-PARRAFO
              MOVE CON-INTEGRIDAD     TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INT      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-LEER-INTEGRIDAD
              THRU 252000-LEER-INTEGRIDAD-F
              UNTIL FS-STATUS-INT-EOF

           CLOSE INTEGRIDAD
           .
       250000-RELEVAR-INTEGRIDAD-F. EXIT.
      ******************************************************************
      *                         252000-LEER-INTEGRIDAD
      ******************************************************************
       252000-LEER-INTEGRIDAD.
           READ INTEGRIDAD
           EVALUATE TRUE
               WHEN FS-STATUS-INT-OK
                    MOVE "S" TO WSV-SW-HAY-INTEGRIDAD
                    MOVE REG-INT-FECHA      TO WSV-INT-FECHA
                    MOVE REG-INT-CANTIDADES TO WSV-INT-CANTIDADES
                    MOVE REG-INT-TOTAL      TO WSV-INT-TOTAL
               WHEN FS-STATUS-INT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-RELEVAR TO WS-ERR-PARRAFO
                    MOVE CON-INTEGRIDAD     TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-INT      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       252000-LEER-INTEGRIDAD-F. EXIT.
      ******************************************************************
      *                         260000-RELEVAR-TENDENCIA
      ******************************************************************
       260000-RELEVAR-TENDENCIA.
           OPEN INPUT TENDENCIA
           IF FS-STATUS-TEN-NOT-FOUND
              GO TO 260000-RELEVAR-TENDENCIA-F
           END-IF
           IF NOT FS-STATUS-TEN-OK
              MOVE CON-200000-RELEVAR TO WS-ERR-PARRAFO
              MOVE CON-TENDENCIA      TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-TEN      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 262000-LEER-TENDENCIA
              THRU 262000-LEER-TENDENCIA-F
              UNTIL FS-STATUS-TEN-EOF

           CLOSE TENDENCIA
           .
       260000-RELEVAR-TENDENCIA-F. EXIT.
      ******************************************************************
      *                         262000-LEER-TENDENCIA
      ******************************************************************
       262000-LEER-TENDENCIA.
           READ TENDENCIA
           EVALUATE TRUE
               WHEN FS-STATUS-TEN-OK
                    IF REG-TEN-FECHA = WSV-FECHA-PROCESO
                       AND WSV-CANT-AVISOS < 20
                       ADD 1 TO WSV-CANT-AVISOS
                       MOVE REG-TEN-TIPO TO
                          WSV-AVI-TIPO(WSV-CANT-AVISOS)
                       MOVE REG-TEN-ORIGEN TO
                          WSV-AVI-ORIGEN(WSV-CANT-AVISOS)
                       MOVE REG-TEN-PASO TO
                          WSV-AVI-PASO(WSV-CANT-AVISOS)
                       MOVE REG-TEN-ACTUAL TO
                          WSV-AVI-ACTUAL(WSV-CANT-AVISOS)
                       MOVE REG-TEN-REFERENCIA TO
                          WSV-AVI-REFERENCIA(WSV-CANT-AVISOS)
                       MOVE REG-TEN-DESVIO-PCT TO
                          WSV-AVI-DESVIO-PCT(WSV-CANT-AVISOS)
                       MOVE REG-TEN-FECHA-CRUCE TO
                          WSV-AVI-FECHA-CRUCE(WSV-CANT-AVISOS)
                    END-IF
               WHEN FS-STATUS-TEN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-RELEVAR TO WS-ERR-PARRAFO
                    MOVE CON-TENDENCIA      TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TEN      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       262000-LEER-TENDENCIA-F. EXIT.
      ******************************************************************
      *                         300000-IMPRIMIR
      ******************************************************************
       300000-IMPRIMIR.
               WHEN WSV-ERR-REGISTRO > ZERO
                    OR WSV-ERR-AVISOS > ZERO
                    OR WSV-ANOMALIAS > ZERO
                    OR WSV-INT-TOTAL > ZERO
                    OR WSV-CANT-AVISOS > ZERO
                    MOVE "AMBAR" TO WSV-VEREDICTO
               WHEN OTHER
                    MOVE "VERDE" TO WSV-VEREDICTO
           PERFORM 310000-LINEA
              THRU 310000-LINEA-F

           IF WSV-HAY-INTEGRIDAD
              MOVE SPACES TO WSV-LINEA
              STRING "INTEGRIDAD REFERENCIAL (E160) AL " DELIMITED BY
                 SIZE
                 WSV-INT-FECHA DELIMITED BY SIZE
                 ": EXCEPCIONES " DELIMITED BY SIZE
                 WSV-INT-TOTAL DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 310000-LINEA
                 THRU 310000-LINEA-F
              MOVE SPACES TO WSV-LINEA
              STRING "  R1 " WSV-INT-CANT-REGLA(1)
                 " R2 " WSV-INT-CANT-REGLA(2)
                 " R3 " WSV-INT-CANT-REGLA(3)
                 " R4 " WSV-INT-CANT-REGLA(4)
                 " R5 " WSV-INT-CANT-REGLA(5)
                 " R6 " WSV-INT-CANT-REGLA(6)
                 DELIMITED BY SIZE INTO WSV-LINEA
              PERFORM 310000-LINEA
                 THRU 310000-LINEA-F
           ELSE
              MOVE "SIN BARRIDO DE INTEGRIDAD REFERENCIAL (E160)"
                 TO WSV-LINEA
              PERFORM 310000-LINEA
                 THRU 310000-LINEA-F
           END-IF

           PERFORM 330000-LINEA-AVISO
              THRU 330000-LINEA-AVISO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-AVISOS

           CLOSE BOLETIN
           .
       300000-IMPRIMIR-F. EXIT.
           .
       320000-LINEA-PASO-F. EXIT.
      ******************************************************************
      *                         330000-LINEA-AVISO
      ******************************************************************
       330000-LINEA-AVISO.
           MOVE SPACES TO WSV-LINEA
           IF WSV-AVI-TIPO(WSV-IDX) = "V"
              STRING "AVISO VENTANA: LA CADENA DIARIA CRUZA EL FIN DE "
                 DELIMITED BY SIZE
                 "LA VENTANA HACIA EL " DELIMITED BY SIZE
                 WSV-AVI-FECHA-CRUCE(WSV-IDX) DELIMITED BY SIZE
                 INTO WSV-LINEA
           ELSE
              MOVE WSV-AVI-DESVIO-PCT(WSV-IDX) TO WSV-DESVIO-ED
              STRING "AVISO DURACION: " DELIMITED BY SIZE
                 WSV-AVI-ORIGEN(WSV-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WSV-AVI-PASO(WSV-IDX) DELIMITED BY SIZE
                 " DURO " DELIMITED BY SIZE
                 WSV-AVI-ACTUAL(WSV-IDX) DELIMITED BY SIZE
                 " SEG, PROMEDIO " DELIMITED BY SIZE
                 WSV-AVI-REFERENCIA(WSV-IDX) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 WSV-DESVIO-ED DELIMITED BY SIZE
                 "%)" DELIMITED BY SIZE
                 INTO WSV-LINEA
           END-IF
           PERFORM 310000-LINEA
              THRU 310000-LINEA-F
           .
       330000-LINEA-AVISO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
