      *en SAC_PAGOS.txt mas el informe de provision por sucursal.
      *PROCESO-MENSUAL lo corre como paso del cierre en los dos
      *meses de liquidacion.
      *Si en el semestre se pago un retroactivo de convenio (E177),
      *RETROACTIVO_CARGAS.txt dice cuanto del bruto del mes de pago
      *corresponde a otros meses: se lo saca de ese mes y la
      *diferencia de cada mes se le suma al mes al que corresponde
      *antes de buscar el mejor sueldo.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT MENSUAL ASSIGN TO "SALARIO_MENSUAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MEN.

       SELECT RETROACTIVO ASSIGN TO "RETROACTIVO_CARGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RET.
      ****************************  OUTPUT  ****************************
       SELECT PAGOS ASSIGN TO "SAC_PAGOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-MEN-PERIODO                 PIC 9(06).
             05 REG-MEN-BRUTO                   PIC 9(04)V9(02).

      *Tipo M diferencia de un mes, tipo S diferencia de un SAC.
       FD RETROACTIVO.
          01 REG-RETROACTIVO.
             05 REG-RCA-PERIODO-PAGO            PIC 9(06).
             05 REG-RCA-PERIODO                 PIC 9(06).
             05 REG-RCA-CLAVE                   PIC 9(08).
             05 REG-RCA-TIPO                    PIC X(01).
             05 REG-RCA-BRUTO-ORIGINAL          PIC 9(06)V9(02).
             05 REG-RCA-DIFERENCIA              PIC 9(06)V9(02).

       FD PAGOS.
          01 REG-PAGO.
             05 REG-PAG-SUC                     PIC 9(02).
              '200000-LIQUIDAR             '.
              05 CON-120000-ANOTAR-MEJOR    PIC X(30) VALUE
              '120000-ANOTAR-MEJOR         '.
              05 CON-105000-CARGAR-RETRO    PIC X(30) VALUE
              '105000-CARGAR-RETRO         '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-MENSUAL    PIC X(10) VALUE 'MENSUAL   '.
              05 CON-RETROACTIVO PIC X(10) VALUE 'RETROACT  '.
              05 CON-PAGOS      PIC X(10) VALUE 'SACPAGOS  '.
      ************************** TABLES ********************************
      *Los mismos tramos de retencion que usa E33.
             05 WSV-EMP-MEJOR           PIC 9(04)V9(02).
       01 WSV-CANT-EMPLEADOS            PIC 9(03) VALUE 0.

      *Retroactivos pagados o imputados dentro del semestre.
       01 WSV-TABLA-RETROACTIVOS.
          02 WSV-RET-ENTRY OCCURS 1000 TIMES.
             05 WSV-RET-PERIODO-PAGO     PIC 9(06).
             05 WSV-RET-PERIODO          PIC 9(06).
             05 WSV-RET-CLAVE            PIC 9(08).
             05 WSV-RET-TIPO             PIC X(01).
             05 WSV-RET-DIFERENCIA       PIC 9(06)V9(02).
       01 WSV-CANT-RETROACTIVOS          PIC 9(04) VALUE 0.

       01 WSV-TABLA-SUCURSALES.
          02 WSV-SUC-ENTRY OCCURS 50 TIMES.
             05 WSV-SUC-SUC             PIC 9(02).
          05 FS-STATUS-MEN           PIC X(02) VALUE "00".
             88 FS-STATUS-MEN-OK               VALUE "00".
             88 FS-STATUS-MEN-EOF              VALUE "10".
          05 FS-STATUS-RET           PIC X(02) VALUE "00".
             88 FS-STATUS-RET-OK               VALUE "00".
             88 FS-STATUS-RET-EOF              VALUE "10".
             88 FS-STATUS-RET-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAG           PIC X(02) VALUE "00".
             88 FS-STATUS-PAG-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-RET             PIC 9(01).
          05 WSV-IDX-RCA             PIC 9(04).
          05 WSV-BRUTO-MES           PIC S9(06)V9(02).
          05 WSV-SAC                 PIC 9(04)V9(02).
          05 WSV-RETENCION           PIC 9(04)V9(02).
          05 WSV-NETO                PIC 9(04)V9(02).
           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 105000-CARGAR-RETRO
              THRU 105000-CARGAR-RETRO-F

           PERFORM 110000-CARGAR-MENSUAL
              THRU 110000-CARGAR-MENSUAL-F

           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         105000-CARGAR-RETRO
      *Sin RETROACTIVO_CARGAS.txt los brutos quedan como los dejo E33.
      ******************************************************************
       105000-CARGAR-RETRO.
           OPEN INPUT RETROACTIVO
           IF FS-STATUS-RET-NOT-FOUND
              GO TO 105000-CARGAR-RETRO-F
           END-IF
           IF NOT FS-STATUS-RET-OK
              MOVE CON-105000-CARGAR-RETRO TO WS-ERR-PARRAFO
              MOVE CON-RETROACTIVO         TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 107000-LEER-RETRO
              THRU 107000-LEER-RETRO-F
              UNTIL FS-STATUS-RET-EOF

           CLOSE RETROACTIVO
           .
       105000-CARGAR-RETRO-F. EXIT.
      ******************************************************************
      *                         107000-LEER-RETRO
      ******************************************************************
       107000-LEER-RETRO.
           READ RETROACTIVO
           EVALUATE TRUE
               WHEN FS-STATUS-RET-OK
                    IF (REG-RCA-PERIODO-PAGO < WSV-PERIODO-DESDE
                        OR REG-RCA-PERIODO-PAGO > WSV-PERIODO-HASTA)
                       AND (REG-RCA-PERIODO < WSV-PERIODO-DESDE
                        OR REG-RCA-PERIODO > WSV-PERIODO-HASTA)
                       GO TO 107000-LEER-RETRO-F
                    END-IF
      *Un retroactivo fuera de tabla dejaria el SAC mal calculado:
      *tabla llena corta la corrida.
                    IF WSV-CANT-RETROACTIVOS = 1000
                       DISPLAY "E85: TABLA DE RETROACTIVOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-105000-CARGAR-RETRO TO WS-ERR-PARRAFO
                       MOVE CON-RETROACTIVO         TO WS-ERR-OBJETO
                       MOVE CON-LEER                TO WS-ERR-OPERACION
                       MOVE 99                      TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-RETROACTIVOS
                    MOVE REG-RCA-PERIODO-PAGO TO
                       WSV-RET-PERIODO-PAGO(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-PERIODO TO
                       WSV-RET-PERIODO(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-CLAVE TO
                       WSV-RET-CLAVE(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-TIPO TO
                       WSV-RET-TIPO(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-DIFERENCIA TO
                       WSV-RET-DIFERENCIA(WSV-CANT-RETROACTIVOS)
               WHEN FS-STATUS-RET-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-105000-CARGAR-RETRO TO WS-ERR-PARRAFO
                    MOVE CON-RETROACTIVO         TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RET           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       107000-LEER-RETRO-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-MENSUAL
      ******************************************************************
       110000-CARGAR-MENSUAL.
               WHEN FS-STATUS-MEN-OK
                    IF REG-MEN-PERIODO >= WSV-PERIODO-DESDE
                       AND REG-MEN-PERIODO <= WSV-PERIODO-HASTA
                       PERFORM 117000-IMPUTAR-RETRO
                          THRU 117000-IMPUTAR-RETRO-F
                       PERFORM 120000-ANOTAR-MEJOR
                          THRU 120000-ANOTAR-MEJOR-F
                    END-IF
           .
       115000-LEER-MENSUAL-F. EXIT.
      ******************************************************************
      *                         117000-IMPUTAR-RETRO
      *Al mes de pago se le resta todo lo retroactivo que cobro; al
      *mes al que corresponde una diferencia mensual se le suma.
      ******************************************************************
       117000-IMPUTAR-RETRO.
           IF WSV-CANT-RETROACTIVOS = ZERO
              GO TO 117000-IMPUTAR-RETRO-F
           END-IF
           MOVE REG-MEN-BRUTO TO WSV-BRUTO-MES
           PERFORM VARYING WSV-IDX-RCA FROM 1 BY 1
              UNTIL WSV-IDX-RCA > WSV-CANT-RETROACTIVOS
              IF WSV-RET-CLAVE(WSV-IDX-RCA) = REG-MENSUAL(1:8)
                 IF WSV-RET-PERIODO-PAGO(WSV-IDX-RCA) = REG-MEN-PERIODO
                    SUBTRACT WSV-RET-DIFERENCIA(WSV-IDX-RCA)
                       FROM WSV-BRUTO-MES
                 END-IF
                 IF WSV-RET-PERIODO(WSV-IDX-RCA) = REG-MEN-PERIODO
                    AND WSV-RET-TIPO(WSV-IDX-RCA) = "M"
                    ADD WSV-RET-DIFERENCIA(WSV-IDX-RCA)
                       TO WSV-BRUTO-MES
                 END-IF
              END-IF
           END-PERFORM
           IF WSV-BRUTO-MES < ZERO
              MOVE ZERO TO WSV-BRUTO-MES
           END-IF
           MOVE WSV-BRUTO-MES TO REG-MEN-BRUTO
           .
       117000-IMPUTAR-RETRO-F. EXIT.
      ******************************************************************
      *                         120000-ANOTAR-MEJOR
      ******************************************************************
       120000-ANOTAR-MEJOR.
