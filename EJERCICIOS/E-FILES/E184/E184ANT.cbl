      ******************************************************************
      *Antiguedad de saldos de abonados telefonicos por plan. Toma
      *las partidas abiertas de CTACTE_ABONADOS.txt (que mantiene
      *E184) y reparte el saldo de cada una por los dias corridos
      *transcurridos desde su vencimiento a la fecha de proceso
      *(PARAMETROS.txt o la del sistema): a vencer, 1 a 30, 31 a 60,
      *61 a 90 y mas de 90 dias. Sale una linea por plan con la
      *cantidad de partidas y el total general en
      *ANTIGUEDAD_ABONADOS.txt. Se corre a fin de mes, despues de
      *E184.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E184ANT.
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
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      *                            FILES
      ******************************************************************
      *****************************  INPUT  ****************************
       SELECT PARAMETROS ASSIGN TO "PARAMETROS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT CTACTE ASSIGN TO "CTACTE_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTA.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "ANTIGUEDAD_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA               PIC 9(08).

       FD CTACTE.
          01 REG-CTACTE.
             05 REG-CTA-MOBILE                PIC 9(09).
             05 REG-CTA-PLAN                  PIC X(01).
             05 REG-CTA-EMISION               PIC 9(08).
             05 REG-CTA-VENCIMIENTO           PIC 9(08).
             05 REG-CTA-IMPORTE               PIC 9(09)V9(02).
             05 REG-CTA-SALDO                 PIC 9(09)V9(02).

       FD INFORME.
          01 REG-INFORME                      PIC X(110).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-200000-ACUMULAR        PIC X(30) VALUE
              '200000-ACUMULAR             '.
              05 CON-300000-INFORMAR        PIC X(30) VALUE
              '300000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS  PIC X(10) VALUE 'PARAMETROS'.
              05 CON-CTACTE      PIC X(10) VALUE 'CTACTE    '.
              05 CON-INFORME     PIC X(10) VALUE 'INFORME   '.
              05 CON-FECHA       PIC X(10) VALUE 'RUTFECHA  '.
      ************************** TABLES ********************************
      *Un renglon por plan en el orden en que aparece; el renglon 11
      *acumula el total general. Tramos: 1 a vencer, 2 de 1 a 30,
      *3 de 31 a 60, 4 de 61 a 90 y 5 mas de 90 dias.
       01 WSV-TABLA-PLANES.
          02 WSV-PLA-ENTRY OCCURS 11 TIMES.
             05 WSV-PLA-PLAN         PIC X(01).
             05 WSV-PLA-PARTIDAS     PIC 9(05).
             05 WSV-PLA-TRAMO        PIC 9(09)V9(02) OCCURS 5 TIMES.
             05 WSV-PLA-TOTAL        PIC 9(09)V9(02).
       01 WSV-CANT-PLANES            PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTA           PIC X(02) VALUE "00".
             88 FS-STATUS-CTA-OK               VALUE "00".
             88 FS-STATUS-CTA-EOF              VALUE "10".
             88 FS-STATUS-CTA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-TRAMO           PIC 9(01).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-DIAS                PIC 9(05).
          05 WSV-LINEA               PIC X(110).
          05 WSV-COL                 PIC 9(03).
          05 WSV-EDIT-IMPORTE        PIC ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-CANT           PIC ZZZZ9.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E184ANT" TO WS-ERR-PROGRAMA
           INITIALIZE WSV-TABLA-PLANES
           MOVE "T" TO WSV-PLA-PLAN(11)

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 200000-ACUMULAR
              THRU 200000-ACUMULAR-F

           PERFORM 300000-INFORMAR
              THRU 300000-INFORMAR-F

           DISPLAY "E184ANT - ANTIGUEDAD DE SALDOS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "PARTIDAS ABIERTAS        : " WSV-PLA-PARTIDAS(11)
           DISPLAY "SALDO TOTAL              : " WSV-PLA-TOTAL(11)
           STOP RUN
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PAR-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PAR-OK
                 MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMETROS
                 IF FS-STATUS-PAR-OK
                    MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
                 END-IF
                 CLOSE PARAMETROS
              END-IF
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         200000-ACUMULAR
      *Sin cuenta corriente el informe sale en cero.
      ******************************************************************
       200000-ACUMULAR.
           OPEN INPUT CTACTE
           IF FS-STATUS-CTA-NOT-FOUND
              GO TO 200000-ACUMULAR-F
           END-IF
           IF NOT FS-STATUS-CTA-OK
              MOVE CON-200000-ACUMULAR TO WS-ERR-PARRAFO
              MOVE CON-CTACTE          TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTA       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 210000-LEER-CTACTE
              THRU 210000-LEER-CTACTE-F
              UNTIL FS-STATUS-CTA-EOF
           CLOSE CTACTE
           .
       200000-ACUMULAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-CTACTE
      ******************************************************************
       210000-LEER-CTACTE.
           READ CTACTE
           EVALUATE TRUE
               WHEN FS-STATUS-CTA-OK
                    IF REG-CTA-SALDO > ZERO
                       PERFORM 220000-ACUMULAR-PARTIDA
                          THRU 220000-ACUMULAR-PARTIDA-F
                    END-IF
               WHEN FS-STATUS-CTA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-ACUMULAR TO WS-ERR-PARRAFO
                    MOVE CON-CTACTE          TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CTA       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-CTACTE-F. EXIT.
      ******************************************************************
      *                         220000-ACUMULAR-PARTIDA
      ******************************************************************
       220000-ACUMULAR-PARTIDA.
           IF REG-CTA-VENCIMIENTO NOT < WSV-FECHA-PROCESO
              MOVE 1 TO WSV-IDX-TRAMO
           ELSE
              MOVE "E"                 TO WS-FEC-OPERACION
              MOVE REG-CTA-VENCIMIENTO TO WS-FEC-FECHA
              MOVE WSV-FECHA-PROCESO   TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              IF WS-FEC-COD-RET NOT = ZERO
                 MOVE CON-200000-ACUMULAR TO WS-ERR-PARRAFO
                 MOVE CON-FECHA           TO WS-ERR-OBJETO
                 MOVE CON-CALCULAR        TO WS-ERR-OPERACION
                 MOVE WS-FEC-COD-RET      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              MOVE WS-FEC-DIAS TO WSV-DIAS
              EVALUATE TRUE
                  WHEN WSV-DIAS NOT > 30
                       MOVE 2 TO WSV-IDX-TRAMO
                  WHEN WSV-DIAS NOT > 60
                       MOVE 3 TO WSV-IDX-TRAMO
                  WHEN WSV-DIAS NOT > 90
                       MOVE 4 TO WSV-IDX-TRAMO
                  WHEN OTHER
                       MOVE 5 TO WSV-IDX-TRAMO
              END-EVALUATE
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PLANES
              OR WSV-ENCONTRADO
              IF WSV-PLA-PLAN(WSV-IDX) = REG-CTA-PLAN
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX
           ELSE
              IF WSV-CANT-PLANES = 10
                 DISPLAY "E184ANT: TABLA DE PLANES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-200000-ACUMULAR TO WS-ERR-PARRAFO
                 MOVE CON-CTACTE          TO WS-ERR-OBJETO
                 MOVE CON-LEER            TO WS-ERR-OPERACION
                 MOVE 99                  TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-PLANES
              MOVE WSV-CANT-PLANES TO WSV-IDX
              MOVE REG-CTA-PLAN    TO WSV-PLA-PLAN(WSV-IDX)
           END-IF

           ADD 1 TO WSV-PLA-PARTIDAS(WSV-IDX)
           ADD REG-CTA-SALDO TO WSV-PLA-TRAMO(WSV-IDX, WSV-IDX-TRAMO)
           ADD REG-CTA-SALDO TO WSV-PLA-TOTAL(WSV-IDX)
           ADD 1 TO WSV-PLA-PARTIDAS(11)
           ADD REG-CTA-SALDO TO WSV-PLA-TRAMO(11, WSV-IDX-TRAMO)
           ADD REG-CTA-SALDO TO WSV-PLA-TOTAL(11)
           .
       220000-ACUMULAR-PARTIDA-F. EXIT.
      ******************************************************************
      *                         300000-INFORMAR
      ******************************************************************
       300000-INFORMAR.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "ANTIGUEDAD DE SALDOS DE ABONADOS POR PLAN AL "
                  WSV-FECHA-PROCESO(7:2) "/" WSV-FECHA-PROCESO(5:2)
                  "/" WSV-FECHA-PROCESO(1:4)
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 390000-ESCRIBIR
              THRU 390000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 390000-ESCRIBIR
              THRU 390000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           MOVE "PLAN"         TO WSV-LINEA(1:4)
           MOVE "PARTIDAS"     TO WSV-LINEA(6:8)
           MOVE "A VENCER"     TO WSV-LINEA(22:8)
           MOVE "1-30 DIAS"    TO WSV-LINEA(36:9)
           MOVE "31-60 DIAS"   TO WSV-LINEA(50:10)
           MOVE "61-90 DIAS"   TO WSV-LINEA(65:10)
           MOVE "MAS DE 90"    TO WSV-LINEA(81:9)
           MOVE "TOTAL"        TO WSV-LINEA(100:5)
           PERFORM 390000-ESCRIBIR
              THRU 390000-ESCRIBIR-F

           PERFORM 310000-LINEA-PLAN
              THRU 310000-LINEA-PLAN-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PLANES

           MOVE SPACES TO WSV-LINEA
           PERFORM 390000-ESCRIBIR
              THRU 390000-ESCRIBIR-F
           MOVE 11 TO WSV-IDX
           PERFORM 310000-LINEA-PLAN
              THRU 310000-LINEA-PLAN-F
           CLOSE INFORME
           .
       300000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         310000-LINEA-PLAN
      *Seis importes de 14 posiciones a partir de la columna 16.
      ******************************************************************
       310000-LINEA-PLAN.
           MOVE SPACES TO WSV-LINEA
           IF WSV-IDX = 11
              MOVE "TOTAL"               TO WSV-LINEA(1:5)
           ELSE
              MOVE WSV-PLA-PLAN(WSV-IDX) TO WSV-LINEA(2:1)
           END-IF
           MOVE WSV-PLA-PARTIDAS(WSV-IDX) TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT             TO WSV-LINEA(9:5)
           MOVE 16 TO WSV-COL
           PERFORM VARYING WSV-IDX-TRAMO FROM 1 BY 1
              UNTIL WSV-IDX-TRAMO > 5
              MOVE WSV-PLA-TRAMO(WSV-IDX, WSV-IDX-TRAMO) TO
                 WSV-EDIT-IMPORTE
              MOVE WSV-EDIT-IMPORTE TO WSV-LINEA(WSV-COL:14)
              ADD 15 TO WSV-COL
           END-PERFORM
           MOVE WSV-PLA-TOTAL(WSV-IDX) TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE       TO WSV-LINEA(WSV-COL:14)
           PERFORM 390000-ESCRIBIR
              THRU 390000-ESCRIBIR-F
           .
       310000-LINEA-PLAN-F. EXIT.
      ******************************************************************
      *                         390000-ESCRIBIR
      ******************************************************************
       390000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       390000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E184ANT.
