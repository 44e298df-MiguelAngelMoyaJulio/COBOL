      ******************************************************************
      *Debito automatico del resumen de tarjeta. Recorre las
      *adhesiones vigentes de ADHESIONES_TARJETA.txt que mantiene
      *E166 y, cuando llega el vencimiento del ciclo de la tarjeta
      *(CICLOFECHAS.txt, ciclo segun el maestro de E165; si el
      *vencimiento cae en dia no habil, el habil siguiente segun
      *RUTFECHA), debita de la cuenta adherida el total o el minimo
      *del resumen que emitio E34 para ese cierre (SALDO_RESUMEN.txt),
      *descontando lo que el socio ya pago por ventanilla despues del
      *cierre. El debito viaja como operacion D en el lote
      *CUENTASIX_TRANS.txt, reconstruido como en E144GEN (lo
      *existente sin trailer, los debitos numerados a continuacion y
      *el trailer TRL que controla E62), para que E47 lo aplique, y
      *el pago se agrega a PAGOS_TARJETA.txt, donde lo toman E115 para
      *los tramos de mora, E165AUT para el disponible y E34 para el
      *proximo resumen. El saldo libre de la cuenta es el saldo menos
      *embargos y cheques en canje de RUTEMBAR menos lo ya
      *comprometido por otros debitos de la corrida. Sin saldo
      *suficiente se debita lo que haya; lo que no se pudo cobrar
      *se informa al cliente con una carta de E102 (tipo TAR,
      *archivo PAGOS_TARJETA_FALLIDOS.txt). Cada resumen se debita
      *una sola vez: la adhesion guarda el cierre del ultimo resumen
      *procesado. Un resumen que E34 todavia no emitio, o una cuenta
      *cuyos embargos no se pudieron consultar, se reintenta en la
      *corrida siguiente. Una adhesion cuya cuenta ya no existe se da
      *de baja y tambien se informa. La fecha de proceso sale de
      *PARAMETROS.txt si existe y debe ser dia habil segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E166PAG.
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
                     FILE STATUS IS FS-STATUS-PAR
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CICLOFECHAS ASSIGN TO "CICLOFECHAS.txt"
                     FILE STATUS IS FS-STATUS-CIF
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SALDO-RESUMEN ASSIGN TO "SALDO_RESUMEN.txt"
                     FILE STATUS IS FS-STATUS-RES
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAESTRO ASSIGN TO "TARJETAS_MAESTRO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-TMA-TARJETA
                       FILE STATUS  IS FS-STATUS-TMA.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT ADHESIONES ASSIGN TO "ADHESIONES_TARJETA.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-ADH-TARJETA
                       FILE STATUS  IS FS-STATUS-ADH.

       SELECT PAGOS ASSIGN TO "PAGOS_TARJETA.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-PAG.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT TRANTMP ASSIGN TO "PAGOSTAR_TRANS_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.

       SELECT FALLIDOS ASSIGN TO "PAGOS_TARJETA_FALLIDOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-FAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD CICLOFECHAS.
          01 REG-CICLOFECHA.
             05 REG-CIF-CICLO            PIC 9(01).
             05 REG-CIF-CIERRE           PIC 9(08).
             05 REG-CIF-VENCIMIENTO      PIC 9(08).

       FD SALDO-RESUMEN.
          01 REG-SALDO-RESUMEN.
             05 REG-RES-TARJETA          PIC X(16).
             05 REG-RES-CIERRE           PIC 9(08).
             05 REG-RES-VENCIMIENTO      PIC 9(08).
             05 REG-RES-TOTAL            PIC 9(07)V9(02).
             05 REG-RES-MINIMO           PIC 9(07)V9(02).
             05 REG-RES-FINANCIADO       PIC 9(06)V9(02).

       FD MAESTRO.
          01 REG-MAESTRO.
             05 REG-TMA-TARJETA          PIC X(16).
             05 REG-TMA-CLIENTE          PIC 9(08).
             05 REG-TMA-LIMITE           PIC 9(07)V9(02).
             05 REG-TMA-ESTADO           PIC X(01).
             05 REG-TMA-VENCIMIENTO      PIC 9(08).
             05 REG-TMA-CICLO            PIC 9(01).
             05 REG-TMA-FECHA-ESTADO     PIC 9(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD ADHESIONES.
          01 REG-ADHESION.
             05 REG-ADH-TARJETA          PIC X(16).
             05 REG-ADH-CUENTA           PIC X(08).
             05 REG-ADH-MODALIDAD        PIC X(01).
                88 REG-ADH-PAGA-TOTAL          VALUE "T".
                88 REG-ADH-PAGA-MINIMO         VALUE "M".
             05 REG-ADH-ESTADO           PIC X(01).
                88 REG-ADH-VIGENTE             VALUE "V".
                88 REG-ADH-BAJA                VALUE "B".
             05 REG-ADH-FECHA-ALTA       PIC 9(08).
             05 REG-ADH-FECHA-ESTADO     PIC 9(08).
             05 REG-ADH-ULTIMO-CIERRE    PIC 9(08).

       FD PAGOS.
          01 REG-PAGO.
             05 REG-PAG-TARJETA          PIC X(16).
             05 REG-PAG-FECHA            PIC 9(08).
             05 REG-PAG-IMPORTE          PIC 9(06)V9(02).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).

       FD TRANTMP.
          01 REG-TRANTMP                 PIC X(80).

       FD FALLIDOS.
          01 REG-FALLIDO.
             05 REG-FAL-FECHA            PIC 9(08).
             05 REG-FAL-TARJETA          PIC X(16).
             05 REG-FAL-CUENTA           PIC X(08).
             05 REG-FAL-CLIENTE          PIC 9(08).
             05 REG-FAL-IMPORTE-DEBIDO   PIC 9(15)V9(02).
             05 REG-FAL-IMPORTE-COBRADO  PIC 9(15)V9(02).
             05 REG-FAL-VENCIMIENTO      PIC 9(08).
             05 REG-FAL-MOTIVO           PIC X(30).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-ABRIR-LOTE      PIC X(30) VALUE
              '120000-ABRIR-LOTE           '.
              05 CON-130000-CARGAR-CICLOS   PIC X(30) VALUE
              '130000-CARGAR-CICLOS        '.
              05 CON-140000-CARGAR-RESUMEN  PIC X(30) VALUE
              '140000-CARGAR-RESUMEN       '.
              05 CON-150000-CARGAR-PAGOS    PIC X(30) VALUE
              '150000-CARGAR-PAGOS         '.
              05 CON-210000-READ-NEXT       PIC X(30) VALUE
              '210000-READ-NEXT-ADHESION   '.
              05 CON-220000-EVALUAR         PIC X(30) VALUE
              '220000-EVALUAR-ADHESION     '.
              05 CON-230000-CONTROLAR       PIC X(30) VALUE
              '230000-CONTROLAR-FONDOS     '.
              05 CON-240000-EMITIR          PIC X(30) VALUE
              '240000-EMITIR-DEBITO        '.
              05 CON-260000-INFORMAR        PIC X(30) VALUE
              '260000-INFORMAR-FALTANTE    '.
              05 CON-280000-REGRABAR        PIC X(30) VALUE
              '280000-REGRABAR-ADHESION    '.
              05 CON-310000-CERRAR-LOTE     PIC X(30) VALUE
              '310000-CERRAR-LOTE          '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-CICLOFECHA PIC X(10) VALUE 'CICLOFECHA'.
              05 CON-RESUMEN    PIC X(10) VALUE 'SALDORESUM'.
              05 CON-MAESTRO    PIC X(10) VALUE 'TARJMAESTR'.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-ADHESIONES PIC X(10) VALUE 'ADHESIONES'.
              05 CON-PAGOS      PIC X(10) VALUE 'PAGOS     '.
              05 CON-TRANCTA    PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP    PIC X(10) VALUE 'TRANTMP   '.
              05 CON-FALLIDOS   PIC X(10) VALUE 'FALLIDOS  '.
      ************************** TABLES ********************************
      *Fechas de cierre y vencimiento por ciclo de corte (1 a 9).
       01 WSV-TABLA-CICLOS.
          02 WSV-CIF-ENTRY OCCURS 9 TIMES.
             05 WSV-CIF-CIERRE           PIC 9(08).
             05 WSV-CIF-VENCIMIENTO      PIC 9(08).

      *Ultimo resumen emitido por E34 para cada tarjeta.
       01 WSV-TABLA-RESUMEN.
          02 WSV-RES-ENTRY OCCURS 1000 TIMES.
             05 WSV-RES-TAR              PIC X(16).
             05 WSV-RES-CIERRE           PIC 9(08).
             05 WSV-RES-TOTAL            PIC 9(07)V9(02).
             05 WSV-RES-MINIMO           PIC 9(07)V9(02).
       01 WSV-CANT-RESUMEN               PIC 9(04) VALUE 0.

      *Pagos ya registrados: los de ventanilla posteriores al cierre
      *se descuentan de lo que se debita.
       01 WSV-TABLA-PAGOS.
          02 WSV-PAG-ENTRY OCCURS 2000 TIMES.
             05 WSV-PAG-TAR              PIC X(16).
             05 WSV-PAG-FECHA            PIC 9(08).
             05 WSV-PAG-IMPORTE          PIC 9(06)V9(02).
       01 WSV-CANT-PAGOS                 PIC 9(04) VALUE 0.

      *Lo que ya se comprometio de cada cuenta en esta corrida: el
      *saldo de CUENTASIX no baja hasta que corre E47, y dos tarjetas
      *adheridas a la misma cuenta no pueden usar dos veces el mismo
      *saldo.
       01 WSV-TABLA-COMPROMISOS.
          02 WSV-COM-ENTRY OCCURS 500 TIMES.
             05 WSV-COM-CUENTA           PIC X(08).
             05 WSV-COM-IMPORTE          PIC 9(15)V9(02).
       01 WSV-CANT-COMPROMISOS           PIC 9(03) VALUE 0.
      ********************  VISTAS DE REGISTROS  ***********************
       01 WSR-TRANS-VISTA.
          05 WSR-TRV-NUMERO           PIC 9(08).
          05 WSR-TRV-OPERACION        PIC X(01).
          05 WSR-TRV-CUENTA           PIC X(08).
          05 WSR-TRV-CLIENTE          PIC 9(08).
          05 WSR-TRV-MONTO            PIC S9(15)V9(02).
          05 WSR-TRV-DESTINO          PIC X(08).
          05 WSR-TRV-APROBADA         PIC X(01).
          05 FILLER                   PIC X(29).

       01 WSR-TRAILER.
          05 WSR-TRL-MARCA            PIC X(03).
             88 WSR-ES-TRAILER               VALUE "TRL".
          05 WSR-TRL-CANTIDAD         PIC 9(07).
          05 WSR-TRL-HASH             PIC 9(15)V9(02).
          05 FILLER                   PIC X(53).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CIF           PIC X(02) VALUE "00".
             88 FS-STATUS-CIF-OK               VALUE "00".
             88 FS-STATUS-CIF-EOF              VALUE "10".
             88 FS-STATUS-CIF-NOT-FOUND        VALUE "35".

          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
             88 FS-STATUS-RES-EOF              VALUE "10".
             88 FS-STATUS-RES-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TMA           PIC X(02) VALUE "00".
             88 FS-STATUS-TMA-OK               VALUE "00".
             88 FS-STATUS-TMA-SIN-CLAVE        VALUE "23".

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-ADH           PIC X(02) VALUE "00".
             88 FS-STATUS-ADH-OK               VALUE "00".
             88 FS-STATUS-ADH-EOF              VALUE "10".
             88 FS-STATUS-ADH-NOT-FOUND        VALUE "35".

          05 FS-STATUS-PAG           PIC X(02) VALUE "00".
             88 FS-STATUS-PAG-OK               VALUE "00".
             88 FS-STATUS-PAG-EOF              VALUE "10".
             88 FS-STATUS-PAG-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
             88 FS-STATUS-TRAN-NOT-FOUND       VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-FAL           PIC X(02) VALUE "00".
             88 FS-STATUS-FAL-OK               VALUE "00".

          05 WSV-SW-REINTENTO        PIC X(01).
             88 WSV-REINTENTO                  VALUE "S".

          05 WSV-SW-BAJA             PIC X(01).
             88 WSV-DAR-DE-BAJA                VALUE "S".

          05 WSV-SW-COMPROMISO       PIC X(01).
             88 WSV-HAY-COMPROMISO             VALUE "S".

          05 WSV-SW-RESUMEN          PIC X(01).
             88 WSV-HAY-RESUMEN                VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-EFECTIVA      PIC 9(08).
          05 WSV-CICLO               PIC 9(01).
          05 WSV-CIERRE              PIC 9(08).
          05 WSV-VENCIMIENTO         PIC 9(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-RES             PIC 9(04).
          05 WSV-IDX-COM             PIC 9(03).
          05 WSV-IMPORTE-RESUMEN     PIC 9(07)V9(02).
          05 WSV-PAGADO              PIC 9(07)V9(02).
          05 WSV-A-DEBITAR           PIC 9(07)V9(02).
          05 WSV-A-COBRAR            PIC 9(07)V9(02).
          05 WSV-EMBARGADO           PIC 9(15)V9(02).
          05 WSV-EN-CANJE            PIC S9(15)V9(02).
          05 WSV-COMPROMETIDO        PIC 9(15)V9(02).
          05 WSV-DISPONIBLE          PIC S9(15)V9(02).
          05 WSV-MOTIVO              PIC X(30).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-TOTAL-DEBITADO      PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-FALTANTE      PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-VENCIDAS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-RESUMEN    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-YA-PAGADAS     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DEBITOS        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PARCIALES      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-COBRO      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-EN-REINTENTO   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DADAS-BAJA     PIC 9(07) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'PAGOSTAR_TRANS_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CUENTASIX_TRANS.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-EMBARGO.
       COPY WSEMBARGO.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E166PAG" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-ADH-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      *Los pagos se cargan antes de abrir PAGOS_TARJETA.txt para
      *agregar los debitos de hoy.
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           MOVE "H" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              DISPLAY "E166PAG: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL"
              STOP RUN
           END-IF

           PERFORM 130000-CARGAR-CICLOS
              THRU 130000-CARGAR-CICLOS-F

           PERFORM 140000-CARGAR-RESUMEN
              THRU 140000-CARGAR-RESUMEN-F

           PERFORM 150000-CARGAR-PAGOS
              THRU 150000-CARGAR-PAGOS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 120000-ABRIR-LOTE
              THRU 120000-ABRIR-LOTE-F

           MOVE LOW-VALUES TO REG-ADH-TARJETA
           START ADHESIONES KEY > REG-ADH-TARJETA
           IF FS-STATUS-ADH-OK
              PERFORM 210000-READ-NEXT-ADHESION
                 THRU 210000-READ-NEXT-ADHESION-F
           ELSE
              MOVE "10" TO FS-STATUS-ADH
           END-IF
           .
       100000-START-F. EXIT.
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
      *                         110000-OPEN-ARCHIVOS
      *CUENTASIX solo se lee: los debitos se aplican en el lote de
      *E47. El archivo de faltantes es de la corrida: E102 escribe
      *las cartas de lo que se informo hoy.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O ADHESIONES
           IF FS-STATUS-ADH-NOT-FOUND
              OPEN OUTPUT ADHESIONES
              CLOSE ADHESIONES
              OPEN I-O ADHESIONES
           END-IF
           IF NOT FS-STATUS-ADH-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT MAESTRO
           IF NOT FS-STATUS-TMA-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND PAGOS
           IF FS-STATUS-PAG-NOT-FOUND
              OPEN OUTPUT PAGOS
           END-IF
           IF NOT FS-STATUS-PAG-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-PAGOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT FALLIDOS
           IF NOT FS-STATUS-FAL-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-FALLIDOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-ABRIR-LOTE
      *Copia al temporal lo que ya tiene CUENTASIX_TRANS.txt sin su
      *trailer, llevando el ultimo numero, la cantidad y el hash,
      *igual que el cierre de caja de E99. Los debitos del dia se
      *agregan a continuacion.
      ******************************************************************
       120000-ABRIR-LOTE.
           MOVE ZERO TO WSV-ULTIMO-TRAN
           MOVE ZERO TO WSV-CANT-LOTE
           MOVE ZERO TO WSV-HASH-LOTE

           OPEN OUTPUT TRANTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP           TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT TRANCTA
           IF FS-STATUS-TRAN-NOT-FOUND
              MOVE "10" TO FS-STATUS-TRAN
           END-IF
           IF NOT FS-STATUS-TRAN-OK
              AND NOT FS-STATUS-TRAN-EOF
              MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA           TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRAN        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-COPIAR-EXISTENTE
              THRU 125000-COPIAR-EXISTENTE-F
              UNTIL FS-STATUS-TRAN-EOF

           CLOSE TRANCTA
           MOVE "00" TO FS-STATUS-TRAN
           .
       120000-ABRIR-LOTE-F. EXIT.
      ******************************************************************
      *                         125000-COPIAR-EXISTENTE
      ******************************************************************
       125000-COPIAR-EXISTENTE.
           READ TRANCTA
           EVALUATE TRUE
               WHEN FS-STATUS-TRAN-OK
                    MOVE REG-TRANCTA-LINEA TO WSR-TRANS-VISTA
                    IF WSR-TRV-NUMERO(1:3) = "TRL"
                       CONTINUE
                    ELSE
                       WRITE REG-TRANTMP FROM REG-TRANCTA-LINEA
                       IF NOT FS-STATUS-TMP-OK
                          MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
                          MOVE CON-TRANTMP   TO WS-ERR-OBJETO
                          MOVE CON-GRABAR    TO WS-ERR-OPERACION
                          MOVE FS-STATUS-TMP TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-LOTE
                       IF WSR-TRV-NUMERO > WSV-ULTIMO-TRAN
                          MOVE WSR-TRV-NUMERO TO WSV-ULTIMO-TRAN
                       END-IF
                       IF WSR-TRV-MONTO < ZERO
                          SUBTRACT WSR-TRV-MONTO FROM WSV-HASH-LOTE
                       ELSE
                          ADD WSR-TRV-MONTO TO WSV-HASH-LOTE
                       END-IF
                    END-IF
               WHEN FS-STATUS-TRAN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
                    MOVE CON-TRANCTA           TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRAN        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-COPIAR-EXISTENTE-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-CICLOS
      *Sin CICLOFECHAS.txt no hay vencimientos que debitar.
      ******************************************************************
       130000-CARGAR-CICLOS.
           INITIALIZE WSV-TABLA-CICLOS
           OPEN INPUT CICLOFECHAS
           IF FS-STATUS-CIF-NOT-FOUND
              DISPLAY "E166PAG: NO EXISTE CICLOFECHAS.txt - NO HAY "
                      "VENCIMIENTOS"
              GO TO 130000-CARGAR-CICLOS-F
           END-IF
           IF NOT FS-STATUS-CIF-OK
              MOVE CON-130000-CARGAR-CICLOS TO WS-ERR-PARRAFO
              MOVE CON-CICLOFECHA           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CIF            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135000-LEER-CICLO
              THRU 135000-LEER-CICLO-F
              UNTIL FS-STATUS-CIF-EOF

           CLOSE CICLOFECHAS
           .
       130000-CARGAR-CICLOS-F. EXIT.
      ******************************************************************
      *                         135000-LEER-CICLO
      ******************************************************************
       135000-LEER-CICLO.
           READ CICLOFECHAS
           EVALUATE TRUE
               WHEN FS-STATUS-CIF-OK
                    IF REG-CIF-CICLO NOT = ZERO
                       MOVE REG-CIF-CIERRE
                          TO WSV-CIF-CIERRE(REG-CIF-CICLO)
                       MOVE REG-CIF-VENCIMIENTO
                          TO WSV-CIF-VENCIMIENTO(REG-CIF-CICLO)
                    END-IF
               WHEN FS-STATUS-CIF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-CICLOS TO WS-ERR-PARRAFO
                    MOVE CON-CICLOFECHA           TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CIF            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       135000-LEER-CICLO-F. EXIT.
      ******************************************************************
      *                         140000-CARGAR-RESUMEN
      ******************************************************************
       140000-CARGAR-RESUMEN.
           OPEN INPUT SALDO-RESUMEN
           IF FS-STATUS-RES-NOT-FOUND
              GO TO 140000-CARGAR-RESUMEN-F
           END-IF
           IF NOT FS-STATUS-RES-OK
              MOVE CON-140000-CARGAR-RESUMEN TO WS-ERR-PARRAFO
              MOVE CON-RESUMEN               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 145000-LEER-RESUMEN
              THRU 145000-LEER-RESUMEN-F
              UNTIL FS-STATUS-RES-EOF

           CLOSE SALDO-RESUMEN
           .
       140000-CARGAR-RESUMEN-F. EXIT.
      ******************************************************************
      *                         145000-LEER-RESUMEN
      *Un resumen fuera de tabla quedaria sin debitar: tabla llena
      *corta la corrida.
      ******************************************************************
       145000-LEER-RESUMEN.
           READ SALDO-RESUMEN
           EVALUATE TRUE
               WHEN FS-STATUS-RES-OK
                    IF WSV-CANT-RESUMEN = 1000
                       DISPLAY "E166PAG: TABLA DE RESUMENES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-140000-CARGAR-RESUMEN TO WS-ERR-PARRAFO
                       MOVE CON-RESUMEN     TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE 99              TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-RESUMEN
                    MOVE REG-RES-TARJETA
                       TO WSV-RES-TAR(WSV-CANT-RESUMEN)
                    MOVE REG-RES-CIERRE
                       TO WSV-RES-CIERRE(WSV-CANT-RESUMEN)
                    MOVE REG-RES-TOTAL
                       TO WSV-RES-TOTAL(WSV-CANT-RESUMEN)
                    MOVE REG-RES-MINIMO
                       TO WSV-RES-MINIMO(WSV-CANT-RESUMEN)
               WHEN FS-STATUS-RES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-140000-CARGAR-RESUMEN TO WS-ERR-PARRAFO
                    MOVE CON-RESUMEN               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RES             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       145000-LEER-RESUMEN-F. EXIT.
      ******************************************************************
      *                         150000-CARGAR-PAGOS
      ******************************************************************
       150000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF FS-STATUS-PAG-NOT-FOUND
              GO TO 150000-CARGAR-PAGOS-F
           END-IF
           IF NOT FS-STATUS-PAG-OK
              MOVE CON-150000-CARGAR-PAGOS TO WS-ERR-PARRAFO
              MOVE CON-PAGOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 155000-LEER-PAGO
              THRU 155000-LEER-PAGO-F
              UNTIL FS-STATUS-PAG-EOF

           CLOSE PAGOS
           MOVE "00" TO FS-STATUS-PAG
           .
       150000-CARGAR-PAGOS-F. EXIT.
      ******************************************************************
      *                         155000-LEER-PAGO
      *Un pago fuera de tabla haria debitar de mas: tabla llena
      *corta la corrida.
      ******************************************************************
       155000-LEER-PAGO.
           READ PAGOS
           EVALUATE TRUE
               WHEN FS-STATUS-PAG-OK
                    IF WSV-CANT-PAGOS = 2000
                       DISPLAY "E166PAG: TABLA DE PAGOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-150000-CARGAR-PAGOS TO WS-ERR-PARRAFO
                       MOVE CON-PAGOS       TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE 99              TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PAGOS
                    MOVE REG-PAG-TARJETA TO WSV-PAG-TAR(WSV-CANT-PAGOS)
                    MOVE REG-PAG-FECHA
                       TO WSV-PAG-FECHA(WSV-CANT-PAGOS)
                    MOVE REG-PAG-IMPORTE
                       TO WSV-PAG-IMPORTE(WSV-CANT-PAGOS)
               WHEN FS-STATUS-PAG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-PAGOS TO WS-ERR-PARRAFO
                    MOVE CON-PAGOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAG           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       155000-LEER-PAGO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDAS

           IF REG-ADH-VIGENTE
              PERFORM 220000-EVALUAR-ADHESION
                 THRU 220000-EVALUAR-ADHESION-F
           END-IF

           PERFORM 210000-READ-NEXT-ADHESION
              THRU 210000-READ-NEXT-ADHESION-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-READ-NEXT-ADHESION
      ******************************************************************
       210000-READ-NEXT-ADHESION.
           READ ADHESIONES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-ADH-OK
                    CONTINUE
               WHEN FS-STATUS-ADH-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-READ-NEXT TO WS-ERR-PARRAFO
                    MOVE CON-ADHESIONES       TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ADH        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-READ-NEXT-ADHESION-F. EXIT.
      ******************************************************************
      *                         220000-EVALUAR-ADHESION
      *El resumen a debitar es el del cierre vigente del ciclo de la
      *tarjeta, una vez que llego su vencimiento (corrido al habil
      *siguiente) y si todavia no se proceso. Una corrida salteada no
      *pierde el debito porque se toma todo lo vencido hasta hoy.
      ******************************************************************
       220000-EVALUAR-ADHESION.
           MOVE REG-ADH-TARJETA TO REG-TMA-TARJETA
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-STATUS-TMA-OK
                    CONTINUE
               WHEN FS-STATUS-TMA-SIN-CLAVE
                    DISPLAY "E166PAG: TARJETA " REG-ADH-TARJETA
                            " SIN MAESTRO - NO SE DEBITA"
                    GO TO 220000-EVALUAR-ADHESION-F
               WHEN OTHER
                    MOVE CON-220000-EVALUAR TO WS-ERR-PARRAFO
                    MOVE CON-MAESTRO        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TMA      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-TMA-CICLO   TO WSV-CICLO
           MOVE REG-TMA-CLIENTE TO WSV-CLIENTE
           IF WSV-CICLO = ZERO
              GO TO 220000-EVALUAR-ADHESION-F
           END-IF
           MOVE WSV-CIF-CIERRE(WSV-CICLO)      TO WSV-CIERRE
           MOVE WSV-CIF-VENCIMIENTO(WSV-CICLO) TO WSV-VENCIMIENTO
           IF WSV-CIERRE = ZERO
              OR WSV-CIERRE NOT > REG-ADH-ULTIMO-CIERRE
              GO TO 220000-EVALUAR-ADHESION-F
           END-IF

           MOVE WSV-VENCIMIENTO TO WSV-FECHA-EFECTIVA
           MOVE "H"             TO WS-FEC-OPERACION
           MOVE WSV-VENCIMIENTO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              MOVE "S" TO WS-FEC-OPERACION
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-RESULTADO TO WSV-FECHA-EFECTIVA
           END-IF
           IF WSV-FECHA-EFECTIVA > WSV-FECHA-PROCESO
              GO TO 220000-EVALUAR-ADHESION-F
           END-IF

           ADD 1 TO WSV-CANT-VENCIDAS
           PERFORM 225000-BUSCAR-RESUMEN
              THRU 225000-BUSCAR-RESUMEN-F
           IF NOT WSV-HAY-RESUMEN
              ADD 1 TO WSV-CANT-SIN-RESUMEN
              DISPLAY "E166PAG: TARJETA " REG-ADH-TARJETA
                      " SIN RESUMEN DEL CIERRE " WSV-CIERRE
                      " - SE REINTENTA"
              GO TO 220000-EVALUAR-ADHESION-F
           END-IF

           IF REG-ADH-PAGA-MINIMO
              MOVE WSV-RES-MINIMO(WSV-IDX-RES) TO WSV-IMPORTE-RESUMEN
           ELSE
              MOVE WSV-RES-TOTAL(WSV-IDX-RES)  TO WSV-IMPORTE-RESUMEN
           END-IF
           PERFORM 227000-SUMAR-PAGOS
              THRU 227000-SUMAR-PAGOS-F
           IF WSV-PAGADO NOT < WSV-IMPORTE-RESUMEN
              ADD 1 TO WSV-CANT-YA-PAGADAS
              MOVE WSV-CIERRE TO REG-ADH-ULTIMO-CIERRE
              PERFORM 280000-REGRABAR-ADHESION
                 THRU 280000-REGRABAR-ADHESION-F
              GO TO 220000-EVALUAR-ADHESION-F
           END-IF
           COMPUTE WSV-A-DEBITAR = WSV-IMPORTE-RESUMEN - WSV-PAGADO

           PERFORM 230000-CONTROLAR-FONDOS
              THRU 230000-CONTROLAR-FONDOS-F
           IF WSV-REINTENTO
              ADD 1 TO WSV-CANT-EN-REINTENTO
              GO TO 220000-EVALUAR-ADHESION-F
           END-IF

           IF WSV-A-COBRAR > ZERO
              PERFORM 240000-EMITIR-DEBITO
                 THRU 240000-EMITIR-DEBITO-F
           END-IF

           IF WSV-A-COBRAR < WSV-A-DEBITAR
              IF WSV-A-COBRAR > ZERO
                 ADD 1 TO WSV-CANT-PARCIALES
              ELSE
                 ADD 1 TO WSV-CANT-SIN-COBRO
              END-IF
              PERFORM 260000-INFORMAR-FALTANTE
                 THRU 260000-INFORMAR-FALTANTE-F
           END-IF

           IF WSV-DAR-DE-BAJA
              ADD 1 TO WSV-CANT-DADAS-BAJA
              MOVE "B"               TO REG-ADH-ESTADO
              MOVE WSV-FECHA-PROCESO TO REG-ADH-FECHA-ESTADO
           END-IF
           MOVE WSV-CIERRE TO REG-ADH-ULTIMO-CIERRE
           PERFORM 280000-REGRABAR-ADHESION
              THRU 280000-REGRABAR-ADHESION-F
           .
       220000-EVALUAR-ADHESION-F. EXIT.
      ******************************************************************
      *                         225000-BUSCAR-RESUMEN
      *Solo sirve el resumen de este cierre: si E34 todavia no corrio
      *el ciclo, lo que hay en SALDO_RESUMEN.txt es el del mes
      *anterior.
      ******************************************************************
       225000-BUSCAR-RESUMEN.
           MOVE "N" TO WSV-SW-RESUMEN
           PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
              UNTIL WSV-IDX-RES > WSV-CANT-RESUMEN
              OR WSV-HAY-RESUMEN
              IF WSV-RES-TAR(WSV-IDX-RES) = REG-ADH-TARJETA
                 AND WSV-RES-CIERRE(WSV-IDX-RES) = WSV-CIERRE
                 MOVE "S" TO WSV-SW-RESUMEN
              END-IF
           END-PERFORM

           IF WSV-HAY-RESUMEN
              SUBTRACT 1 FROM WSV-IDX-RES
           END-IF
           .
       225000-BUSCAR-RESUMEN-F. EXIT.
      ******************************************************************
      *                         227000-SUMAR-PAGOS
      *Pagos de la tarjeta posteriores al cierre del resumen.
      ******************************************************************
       227000-SUMAR-PAGOS.
           MOVE ZERO TO WSV-PAGADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PAGOS
              IF WSV-PAG-TAR(WSV-IDX) = REG-ADH-TARJETA
                 AND WSV-PAG-FECHA(WSV-IDX) > WSV-CIERRE
                 ADD WSV-PAG-IMPORTE(WSV-IDX) TO WSV-PAGADO
              END-IF
           END-PERFORM
           .
       227000-SUMAR-PAGOS-F. EXIT.
      ******************************************************************
      *                         230000-CONTROLAR-FONDOS
      *Deja en WSV-A-COBRAR lo que la cuenta puede pagar del importe
      *a debitar. Sin cuenta la adhesion se da de baja; cuenta
      *inmovilizada o sin saldo libre no cobra nada. Si no se pudo
      *consultar embargos el debito queda para la proxima corrida.
      ******************************************************************
       230000-CONTROLAR-FONDOS.
           MOVE "N"    TO WSV-SW-REINTENTO
           MOVE "N"    TO WSV-SW-BAJA
           MOVE SPACES TO WSV-MOTIVO
           MOVE ZERO   TO WSV-A-COBRAR

           MOVE REG-ADH-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    CONTINUE
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "S" TO WSV-SW-BAJA
                    MOVE "CUENTA DE DEBITO INEXISTENTE" TO WSV-MOTIVO
                    GO TO 230000-CONTROLAR-FONDOS-F
               WHEN OTHER
                    MOVE CON-230000-CONTROLAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "C"            TO WS-EMB-OPERACION
           MOVE REG-ADH-CUENTA TO WS-EMB-CUENTA
           CALL CON-RUTEMBAR USING WS-REG-EMBARGO
           IF WS-EMB-COD-RET NOT = ZERO
              DISPLAY "E166PAG: NO SE PUDO CONSULTAR EMBARGOS DE LA "
                      "CUENTA " REG-ADH-CUENTA
                      " - TARJETA " REG-ADH-TARJETA " SE REINTENTA"
              MOVE "S" TO WSV-SW-REINTENTO
              GO TO 230000-CONTROLAR-FONDOS-F
           END-IF
           IF WS-EMB-SOLO-CREDITOS
              MOVE "CUENTA DE DEBITO INMOVILIZADA" TO WSV-MOTIVO
              GO TO 230000-CONTROLAR-FONDOS-F
           END-IF
           MOVE WS-EMB-MONTO-EMBARGADO TO WSV-EMBARGADO
           COMPUTE WSV-EN-CANJE =
              WS-EMB-MONTO-CANJE - WS-EMB-CANJE-HOY
           IF WSV-EN-CANJE < ZERO
              MOVE ZERO TO WSV-EN-CANJE
           END-IF

           PERFORM 235000-BUSCAR-COMPROMISO
              THRU 235000-BUSCAR-COMPROMISO-F
           IF WSV-HAY-COMPROMISO
              MOVE WSV-COM-IMPORTE(WSV-IDX-COM) TO WSV-COMPROMETIDO
           ELSE
              MOVE ZERO TO WSV-COMPROMETIDO
           END-IF

           COMPUTE WSV-DISPONIBLE = REG-MONTO-CUENTA-IX -
              WSV-EMBARGADO - WSV-EN-CANJE - WSV-COMPROMETIDO

           EVALUATE TRUE
               WHEN WSV-DISPONIBLE NOT > ZERO
                    MOVE "FONDOS INSUFICIENTES" TO WSV-MOTIVO
               WHEN WSV-DISPONIBLE < WSV-A-DEBITAR
                    MOVE WSV-DISPONIBLE TO WSV-A-COBRAR
                    MOVE "FONDOS INSUFICIENTES - PARCIAL"
                       TO WSV-MOTIVO
               WHEN OTHER
                    MOVE WSV-A-DEBITAR TO WSV-A-COBRAR
           END-EVALUATE
           .
       230000-CONTROLAR-FONDOS-F. EXIT.
      ******************************************************************
      *                         235000-BUSCAR-COMPROMISO
      ******************************************************************
       235000-BUSCAR-COMPROMISO.
           MOVE "N" TO WSV-SW-COMPROMISO
           PERFORM VARYING WSV-IDX-COM FROM 1 BY 1
              UNTIL WSV-IDX-COM > WSV-CANT-COMPROMISOS
              OR WSV-HAY-COMPROMISO
              IF WSV-COM-CUENTA(WSV-IDX-COM) = REG-ADH-CUENTA
                 MOVE "S" TO WSV-SW-COMPROMISO
              END-IF
           END-PERFORM

           IF WSV-HAY-COMPROMISO
              SUBTRACT 1 FROM WSV-IDX-COM
           END-IF
           .
       235000-BUSCAR-COMPROMISO-F. EXIT.
      ******************************************************************
      *                         237000-AGREGAR-COMPROMISO
      *Una cuenta fuera de tabla podria pagar dos veces con el mismo
      *saldo: tabla llena corta la corrida.
      ******************************************************************
       237000-AGREGAR-COMPROMISO.
           IF WSV-CANT-COMPROMISOS = 500
              DISPLAY "E166PAG: TABLA DE COMPROMISOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-230000-CONTROLAR TO WS-ERR-PARRAFO
              MOVE CON-DATOS            TO WS-ERR-OBJETO
              MOVE CON-LEER             TO WS-ERR-OPERACION
              MOVE 99                   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-COMPROMISOS
           MOVE REG-ADH-CUENTA TO
              WSV-COM-CUENTA(WSV-CANT-COMPROMISOS)
           MOVE WSV-A-COBRAR TO
              WSV-COM-IMPORTE(WSV-CANT-COMPROMISOS)
           .
       237000-AGREGAR-COMPROMISO-F. EXIT.
      ******************************************************************
      *                         240000-EMITIR-DEBITO
      *El debito va al lote como operacion D sobre la cuenta y el
      *pago queda registrado con la fecha de proceso.
      ******************************************************************
       240000-EMITIR-DEBITO.
           ADD 1 TO WSV-ULTIMO-TRAN
           MOVE SPACES TO WSR-TRANS-VISTA
           MOVE WSV-ULTIMO-TRAN     TO WSR-TRV-NUMERO
           MOVE "D"                 TO WSR-TRV-OPERACION
           MOVE REG-ADH-CUENTA      TO WSR-TRV-CUENTA
           MOVE REG-COD-CLIENTE-IX  TO WSR-TRV-CLIENTE
           MOVE WSV-A-COBRAR        TO WSR-TRV-MONTO
           WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-240000-EMITIR TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LOTE
           ADD WSV-A-COBRAR TO WSV-HASH-LOTE

           MOVE REG-ADH-TARJETA   TO REG-PAG-TARJETA
           MOVE WSV-FECHA-PROCESO TO REG-PAG-FECHA
           MOVE WSV-A-COBRAR      TO REG-PAG-IMPORTE
           WRITE REG-PAGO
           IF NOT FS-STATUS-PAG-OK
              MOVE CON-240000-EMITIR TO WS-ERR-PARRAFO
              MOVE CON-PAGOS         TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WSV-HAY-COMPROMISO
              ADD WSV-A-COBRAR TO WSV-COM-IMPORTE(WSV-IDX-COM)
           ELSE
              PERFORM 237000-AGREGAR-COMPROMISO
                 THRU 237000-AGREGAR-COMPROMISO-F
           END-IF

           ADD 1 TO WSV-CANT-DEBITOS
           ADD WSV-A-COBRAR TO WSV-TOTAL-DEBITADO
           .
       240000-EMITIR-DEBITO-F. EXIT.
      ******************************************************************
      *                         260000-INFORMAR-FALTANTE
      *La carta lleva lo que quedo sin cobrar, que el socio tiene
      *que pagar por ventanilla para no caer en mora.
      ******************************************************************
       260000-INFORMAR-FALTANTE.
           DISPLAY "E166PAG: TARJETA " REG-ADH-TARJETA " CUENTA "
                   REG-ADH-CUENTA " " WSV-MOTIVO
                   " - SE INFORMA AL CLIENTE"
           MOVE WSV-FECHA-PROCESO TO REG-FAL-FECHA
           MOVE REG-ADH-TARJETA   TO REG-FAL-TARJETA
           MOVE REG-ADH-CUENTA    TO REG-FAL-CUENTA
           MOVE WSV-CLIENTE       TO REG-FAL-CLIENTE
           MOVE WSV-A-DEBITAR     TO REG-FAL-IMPORTE-DEBIDO
           MOVE WSV-A-COBRAR      TO REG-FAL-IMPORTE-COBRADO
           MOVE WSV-VENCIMIENTO   TO REG-FAL-VENCIMIENTO
           MOVE WSV-MOTIVO        TO REG-FAL-MOTIVO
           WRITE REG-FALLIDO
           IF NOT FS-STATUS-FAL-OK
              MOVE CON-260000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-FALLIDOS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAL       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           COMPUTE WSV-TOTAL-FALTANTE =
              WSV-TOTAL-FALTANTE + WSV-A-DEBITAR - WSV-A-COBRAR
           .
       260000-INFORMAR-FALTANTE-F. EXIT.
      ******************************************************************
      *                         280000-REGRABAR-ADHESION
      ******************************************************************
       280000-REGRABAR-ADHESION.
           REWRITE REG-ADHESION
           IF NOT FS-STATUS-ADH-OK
              MOVE CON-280000-REGRABAR TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES      TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-REGRABAR-ADHESION-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE ADHESIONES
           CLOSE MAESTRO
           CLOSE DATOS
           CLOSE PAGOS
           CLOSE FALLIDOS

           PERFORM 310000-CERRAR-LOTE
              THRU 310000-CERRAR-LOTE-F

           DISPLAY "E166PAG - DEBITO AUTOMATICO DE TARJETAS DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "ADHESIONES LEIDAS    : " WSV-CANT-LEIDAS
           DISPLAY "RESUMENES VENCIDOS   : " WSV-CANT-VENCIDAS
           DISPLAY "  SIN RESUMEN EMITIDO: " WSV-CANT-SIN-RESUMEN
           DISPLAY "  YA PAGADOS         : " WSV-CANT-YA-PAGADAS
           DISPLAY "DEBITOS EMITIDOS     : " WSV-CANT-DEBITOS
           MOVE WSV-TOTAL-DEBITADO TO WSV-EDIT
           DISPLAY "TOTAL DEBITADO       : " WSV-EDIT
           DISPLAY "PAGOS PARCIALES      : " WSV-CANT-PARCIALES
           DISPLAY "SIN COBRO            : " WSV-CANT-SIN-COBRO
           MOVE WSV-TOTAL-FALTANTE TO WSV-EDIT
           DISPLAY "TOTAL NO COBRADO     : " WSV-EDIT
           DISPLAY "EN REINTENTO         : " WSV-CANT-EN-REINTENTO
           DISPLAY "ADHESIONES DE BAJA   : " WSV-CANT-DADAS-BAJA
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-CERRAR-LOTE
      *Sin debitos emitidos el lote queda como estaba y el temporal
      *se descarta en la proxima corrida.
      ******************************************************************
       310000-CERRAR-LOTE.
           IF WSV-CANT-DEBITOS = ZERO
              CLOSE TRANTMP
              GO TO 310000-CERRAR-LOTE-F
           END-IF

           MOVE SPACES TO WSR-TRAILER
           MOVE "TRL"         TO WSR-TRL-MARCA
           MOVE WSV-CANT-LOTE TO WSR-TRL-CANTIDAD
           MOVE WSV-HASH-LOTE TO WSR-TRL-HASH
           WRITE REG-TRANTMP FROM WSR-TRAILER
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-310000-CERRAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP            TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE TRANTMP

           CALL "CBL_RENAME_FILE" USING WSA-ORIGEN WSA-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "310000-CERRAR-LOTE: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-310000-CERRAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA            TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR          TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       310000-CERRAR-LOTE-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E166PAG.
