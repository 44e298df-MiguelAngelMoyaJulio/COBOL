      ******************************************************************
      *Regimen informativo mensual de la Central de Deudores. El BCRA
      *pide todos los meses la clasificacion de cada deudor en
      *situacion 1 a 5 segun los dias de atraso, y cumplimiento la
      *armaba a mano cruzando tres listados. Este paso de
      *PROCESO-MENSUAL junta por codigo de cliente toda la deuda que
      *el banco le conoce:
      *  - deuda rechazada envejecida de RECHAZADOS_ANTIGUEDAD.txt
      *    (E48AGE), con sus dias de mora;
      *  - tramo de mora de tarjeta de BUCKETS_TARJETA.txt (E115),
      *    resolviendo la tarjeta a cliente por TARJETAS_CLIENTES.txt
      *    y tomando el saldo financiado de SALDO_ANTERIOR.txt;
      *  - convenios de gas caidos de CONVENIOS_CAIDOS.txt (E81REP),
      *    resolviendo el medidor a cliente por PADRONGAS.txt; una
      *    refinanciacion caida no queda mejor que situacion 3;
      *  - saldos negativos de CUENTASIX.txt (descubierto, sin
      *    vencimiento: situacion 1 salvo que otra deuda lo empeore);
      *  - prestamos personales vigentes de PRESTAMOS.txt (E151) con
      *    el atraso en dias corridos de su cuota en mora mas vieja
      *    de PRESTAMOS_CUOTAS.txt.
      *Cada fuente da una situacion por dias de atraso (hasta 31
      *dias 1, hasta 90 2, hasta 180 3, hasta 365 4, mas 5) y el
      *cliente queda en la peor, con la deuda de todas sumada. Sale
      *CENTRAL_DEUDORES.txt con el diseno fijo del regimen por CUIT
      *de CLIENTESIX.txt: cabecera H con entidad y periodo, un
      *detalle D por deudor y trailer T de control con cantidad,
      *deuda total y cantidad por situacion. Un deudor sin CUIT no
      *se puede informar y sale listado para que lo completen en
      *E55. La clasificacion de cada periodo se guarda en
      *CENTRAL_DEUDORES_HIST.txt (una recorrida del mismo periodo
      *reemplaza la anterior) y el informe de cambios compara contra
      *el periodo anterior: altas, bajas, mejoras y empeoramientos.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E152.
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

       SELECT ANTIGUEDAD ASSIGN TO "RECHAZADOS_ANTIGUEDAD.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ANT.

       SELECT BUCKETS ASSIGN TO "BUCKETS_TARJETA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BUC.

       SELECT SALDOS ASSIGN TO "SALDO_ANTERIOR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SAL.

       SELECT TARJCLI ASSIGN TO "TARJETAS_CLIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TCL.

       SELECT CAIDOS ASSIGN TO "CONVENIOS_CAIDOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CAI.

       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-PRE-NUMERO
                       ALTERNATE RECORD KEY IS REG-PRE-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-PRE.

       SELECT CUOTAS ASSIGN TO "PRESTAMOS_CUOTAS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-CUO-CLAVE
                       FILE STATUS  IS FS-STATUS-CUO.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.
      ****************************  OUTPUT  ****************************
       SELECT CENDEU ASSIGN TO "CENTRAL_DEUDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CDE.

       SELECT HISTORIA ASSIGN TO "CENTRAL_DEUDORES_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-HIS.

       SELECT HISTTMP ASSIGN TO "CENTRAL_DEUDORES_TMP.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TMP.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD ANTIGUEDAD.
          01 REG-ANTIGUEDAD.
             05 REG-NRO-CLI-A           PIC 9(08).
             05 REG-NOMBRE-A            PIC X(30).
             05 REG-DEUDA-A             PIC 9(15)V9(02).
             05 REG-DIAS-MORA-A         PIC 9(05).
             05 REG-TRAMO-A             PIC X(08).
             05 REG-INTERES-A           PIC 9(15)V9(02).
             05 REG-DEUDA-TOTAL-A       PIC 9(15)V9(02).

       FD BUCKETS.
          01 REG-BUCKET.
             05 REG-BUC-TARJETA          PIC X(16).
             05 REG-BUC-TRAMO            PIC X(02).
             05 REG-BUC-FECHA            PIC 9(08).

       FD SALDOS.
          01 REG-SALDO-ANTERIOR.
             05 REG-TAR-SA               PIC X(16).
             05 REG-SALDO-SA             PIC 9(06)V9(02).

       FD TARJCLI.
          01 REG-TARJCLI.
             05 REG-TCL-TARJETA         PIC X(16).
             05 REG-TCL-CLIENTE         PIC 9(08).

       FD CAIDOS.
          01 REG-CAIDO.
             05 REG-CAI-MEDIDOR          PIC 9(02).
             05 REG-CAI-SALDO            PIC 9(06)V9(02).

       FD PADRON.
          01 REG-PADRON.
             05 REG-PAD-MEDIDOR          PIC 9(02).
             05 REG-PAD-CLIENTE          PIC 9(04).
             05 REG-PAD-ZONA             PIC 9(02).
             05 REG-PAD-ELECTRO          PIC X(01).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD PRESTAMOS.
          01 REG-PRESTAMO.
             05 REG-PRE-NUMERO           PIC 9(08).
             05 REG-PRE-CUENTA           PIC X(08).
             05 REG-PRE-CLIENTE          PIC 9(08).
             05 REG-PRE-CAPITAL          PIC 9(13)V9(02).
             05 REG-PRE-TASA             PIC 9(03)V9(04).
             05 REG-PRE-PLAZO            PIC 9(03).
             05 REG-PRE-SISTEMA          PIC X(01).
             05 REG-PRE-FECHA-DESEMBOLSO PIC 9(08).
             05 REG-PRE-MONEDA           PIC X(03).
             05 REG-PRE-SALDO            PIC 9(13)V9(02).
             05 REG-PRE-CUOTAS-PAGAS     PIC 9(03).
             05 REG-PRE-ESTADO           PIC X(01).
                88 REG-PRE-VIGENTE              VALUE "V".
             05 REG-PRE-FECHA-CANCELACION PIC 9(08).

       FD CUOTAS.
          01 REG-CUOTA.
             05 REG-CUO-CLAVE.
                10 REG-CUO-PRESTAMO      PIC 9(08).
                10 REG-CUO-NUMERO        PIC 9(03).
             05 REG-CUO-VENCIMIENTO      PIC 9(08).
             05 REG-CUO-CAPITAL          PIC 9(13)V9(02).
             05 REG-CUO-INTERES          PIC 9(13)V9(02).
             05 REG-CUO-IMPORTE          PIC 9(13)V9(02).
             05 REG-CUO-SALDO            PIC 9(13)V9(02).
             05 REG-CUO-ESTADO           PIC X(01).
                88 REG-CUO-EN-MORA              VALUE "M".
             05 REG-CUO-DIAS-MORA        PIC 9(04).
             05 REG-CUO-TRAMO            PIC X(08).
             05 REG-CUO-PUNITORIO        PIC 9(13)V9(02).
             05 REG-CUO-FECHA-PAGO       PIC 9(08).
             05 REG-CUO-NRO-TRAN         PIC 9(08).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL       PIC 9(08).
             05 REG-NOMBRE-CL            PIC X(30).
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD CENDEU.
          01 REG-CDE-DETALLE.
             05 REG-CDE-TIPO             PIC X(01).
             05 REG-CDE-PERIODO          PIC 9(06).
             05 REG-CDE-CUIT             PIC X(11).
             05 REG-CDE-NOMBRE           PIC X(30).
             05 REG-CDE-SITUACION        PIC 9(01).
             05 REG-CDE-DIAS-ATRASO      PIC 9(05).
             05 REG-CDE-DEUDA            PIC 9(15)V9(02).
             05 FILLER                   PIC X(09).
          01 REG-CDE-CABECERA.
             05 REG-CDC-TIPO             PIC X(01).
             05 REG-CDC-ENTIDAD          PIC 9(05).
             05 REG-CDC-PERIODO          PIC 9(06).
             05 REG-CDC-FECHA-GENERACION PIC 9(08).
             05 FILLER                   PIC X(60).
          01 REG-CDE-TRAILER.
             05 REG-CDT-TIPO             PIC X(01).
             05 REG-CDT-CANTIDAD         PIC 9(07).
             05 REG-CDT-DEUDA-TOTAL      PIC 9(15)V9(02).
             05 REG-CDT-CANT-SITUACION   PIC 9(07) OCCURS 5 TIMES.
             05 FILLER                   PIC X(20).

       FD HISTORIA.
          01 REG-HISTORIA.
             05 REG-HIS-PERIODO          PIC 9(06).
             05 REG-HIS-CLIENTE          PIC 9(08).
             05 REG-HIS-CUIT             PIC X(11).
             05 REG-HIS-SITUACION        PIC 9(01).
             05 REG-HIS-DIAS-ATRASO      PIC 9(05).
             05 REG-HIS-DEUDA            PIC 9(15)V9(02).

       FD HISTTMP.
          01 REG-HISTTMP                 PIC X(48).
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
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-150000-ACUMULAR-DEUDOR PIC X(30) VALUE
              '150000-ACUMULAR-DEUDOR      '.
              05 CON-210000-DEUDA-RECHAZADA PIC X(30) VALUE
              '210000-DEUDA-RECHAZADA      '.
              05 CON-220000-DEUDA-TARJETA   PIC X(30) VALUE
              '220000-DEUDA-TARJETA        '.
              05 CON-230000-DEUDA-CONVENIO  PIC X(30) VALUE
              '230000-DEUDA-CONVENIO       '.
              05 CON-240000-DEUDA-CUENTA    PIC X(30) VALUE
              '240000-DEUDA-CUENTA         '.
              05 CON-250000-DEUDA-PRESTAMO  PIC X(30) VALUE
              '250000-DEUDA-PRESTAMO       '.
              05 CON-310000-CARGAR-ANTERIOR PIC X(30) VALUE
              '310000-CARGAR-ANTERIOR      '.
              05 CON-320000-GENERAR-ARCHIVO PIC X(30) VALUE
              '320000-GENERAR-ARCHIVO      '.
              05 CON-340000-CERRAR-HISTORIA PIC X(30) VALUE
              '340000-CERRAR-HISTORIA      '.
           02 CON-POLITICAS.
      *Codigo de entidad asignado por el BCRA para el regimen.
              05 CON-ENTIDAD            PIC 9(05) VALUE 00999.
      *Dias de atraso maximos de las situaciones 1 a 4; con mas es 5.
              05 CON-DIAS-SIT-1         PIC 9(03) VALUE 031.
              05 CON-DIAS-SIT-2         PIC 9(03) VALUE 090.
              05 CON-DIAS-SIT-3         PIC 9(03) VALUE 180.
              05 CON-DIAS-SIT-4         PIC 9(03) VALUE 365.
      *Situacion minima de un convenio de gas caido.
              05 CON-SIT-CONVENIO       PIC 9(01) VALUE 3.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-ANTIGUEDAD PIC X(10) VALUE 'ANTIGUEDAD'.
              05 CON-BUCKETS    PIC X(10) VALUE 'BUCKETS   '.
              05 CON-SALDOS     PIC X(10) VALUE 'SALDOS    '.
              05 CON-TARJCLI    PIC X(10) VALUE 'TARJCLI   '.
              05 CON-CAIDOS     PIC X(10) VALUE 'CAIDOS    '.
              05 CON-PADRON     PIC X(10) VALUE 'PADRON    '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-PRESTAMOS  PIC X(10) VALUE 'PRESTAMOS '.
              05 CON-CUOTAS     PIC X(10) VALUE 'CUOTAS    '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-CENDEU     PIC X(10) VALUE 'CENDEU    '.
              05 CON-HISTORIA   PIC X(10) VALUE 'HISTORIA  '.
              05 CON-HISTTMP    PIC X(10) VALUE 'HISTTMP   '.
              05 CON-DEUDORES   PIC X(10) VALUE 'DEUDORES  '.
      ************************** TABLES ********************************
      *Deudores del periodo: peor situacion, mayor atraso, deuda
      *total y la fuente que dio la peor situacion (R rechazos,
      *T tarjeta, G convenio de gas, C cuenta, P prestamo).
       01 WSV-TABLA-DEUDORES.
          02 WSV-DEU-ENTRY OCCURS 500 TIMES.
             05 WSV-DEU-CLIENTE          PIC 9(08).
             05 WSV-DEU-SITUACION        PIC 9(01).
             05 WSV-DEU-DIAS             PIC 9(05).
             05 WSV-DEU-DEUDA            PIC 9(15)V9(02).
             05 WSV-DEU-FUENTE           PIC X(01).
             05 WSV-DEU-CUIT             PIC X(11).
             05 WSV-DEU-NOMBRE           PIC X(30).
       01 WSV-CANT-DEUDORES              PIC 9(03) VALUE 0.

      *Clasificacion del periodo anterior, de la historia.
       01 WSV-TABLA-ANTERIOR.
          02 WSV-ANT-ENTRY OCCURS 500 TIMES.
             05 WSV-ANT-CLIENTE          PIC 9(08).
             05 WSV-ANT-CUIT             PIC X(11).
             05 WSV-ANT-SITUACION        PIC 9(01).
             05 WSV-ANT-VISTO            PIC X(01).
       01 WSV-CANT-ANTERIOR              PIC 9(03) VALUE 0.

       01 WSV-TABLA-TARJETAS.
          02 WSV-TAR-ENTRY OCCURS 200 TIMES.
             05 WSV-TAR-TARJETA          PIC X(16).
             05 WSV-TAR-CLIENTE          PIC 9(08).
             05 WSV-TAR-SALDO            PIC 9(06)V9(02).
       01 WSV-CANT-TARJETAS              PIC 9(03) VALUE 0.

       01 WSV-TABLA-PADRON.
          02 WSV-PAD-ENTRY OCCURS 100 TIMES.
             05 WSV-PAD-MEDIDOR          PIC 9(02).
             05 WSV-PAD-CLIENTE          PIC 9(04).
       01 WSV-CANT-PADRON                PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ANT           PIC X(02) VALUE "00".
             88 FS-STATUS-ANT-OK               VALUE "00".
             88 FS-STATUS-ANT-EOF              VALUE "10".
             88 FS-STATUS-ANT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BUC           PIC X(02) VALUE "00".
             88 FS-STATUS-BUC-OK               VALUE "00".
             88 FS-STATUS-BUC-EOF              VALUE "10".
             88 FS-STATUS-BUC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-SAL           PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK               VALUE "00".
             88 FS-STATUS-SAL-EOF              VALUE "10".
             88 FS-STATUS-SAL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TCL           PIC X(02) VALUE "00".
             88 FS-STATUS-TCL-OK               VALUE "00".
             88 FS-STATUS-TCL-EOF              VALUE "10".
             88 FS-STATUS-TCL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CAI           PIC X(02) VALUE "00".
             88 FS-STATUS-CAI-OK               VALUE "00".
             88 FS-STATUS-CAI-EOF              VALUE "10".
             88 FS-STATUS-CAI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 FS-STATUS-PAD-NOT-FOUND        VALUE "35".
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-EOF                  VALUE "10".
          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
             88 FS-STATUS-PRE-EOF              VALUE "10".
             88 FS-STATUS-PRE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CUO           PIC X(02) VALUE "00".
             88 FS-STATUS-CUO-OK               VALUE "00".
             88 FS-STATUS-CUO-EOF              VALUE "10".
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-NOT-FOUND        VALUE "23".
          05 FS-STATUS-CDE           PIC X(02) VALUE "00".
             88 FS-STATUS-CDE-OK               VALUE "00".
          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-EOF              VALUE "10".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PERIODO          PIC 9(06).
             10 FILLER               PIC 9(02).
          05 WSV-PERIODO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-AAAA        PIC 9(04).
             10 WSV-PROC-MM          PIC 9(02).
             10 FILLER               PIC 9(02).
          05 WSV-PERIODO-ANTERIOR    PIC 9(06).
          05 WSV-PERIODO-ANT-R REDEFINES WSV-PERIODO-ANTERIOR.
             10 WSV-ANT-AAAA         PIC 9(04).
             10 WSV-ANT-MM           PIC 9(02).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-DEU             PIC 9(03).
          05 WSV-IDX-ANT             PIC 9(03).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-DIAS                PIC 9(05).
          05 WSV-DEUDA               PIC 9(15)V9(02).
          05 WSV-SITUACION           PIC 9(01).
          05 WSV-FUENTE              PIC X(01).
          05 WSV-SALDO-TARJETA       PIC 9(06)V9(02).
          05 WSV-PRESTAMO            PIC 9(08).
          05 WSV-MOVIMIENTO          PIC X(08).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-DEUDA-TOTAL         PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-CANT-SITUACION      PIC 9(07) OCCURS 5 TIMES.
          05 WSV-EDIT                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-INFORMADOS     PIC 9(07) VALUE ZERO.
          05 WSV-SIN-CUIT            PIC 9(05) VALUE ZERO.
          05 WSV-SIN-TARJETA         PIC 9(05) VALUE ZERO.
          05 WSV-SIN-MEDIDOR         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-ALTAS          PIC 9(05) VALUE ZERO.
          05 WSV-CANT-BAJAS          PIC 9(05) VALUE ZERO.
          05 WSV-CANT-MEJORAS        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-EMPEORAN       PIC 9(05) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'CENTRAL_DEUDORES_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CENTRAL_DEUDORES_HIST.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
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
           MOVE "E152" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 210000-DEUDA-RECHAZADA
              THRU 210000-DEUDA-RECHAZADA-F

           PERFORM 220000-DEUDA-TARJETA
              THRU 220000-DEUDA-TARJETA-F

           PERFORM 230000-DEUDA-CONVENIO
              THRU 230000-DEUDA-CONVENIO-F

           PERFORM 240000-DEUDA-CUENTA
              THRU 240000-DEUDA-CUENTA-F

           PERFORM 250000-DEUDA-PRESTAMO
              THRU 250000-DEUDA-PRESTAMO-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *El periodo informado es el AAAAMM de la fecha de proceso; el
      *anterior es el mes previo, contra el que se comparan los
      *cambios de situacion.
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
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

           IF WSV-PROC-MM = 01
              COMPUTE WSV-ANT-AAAA = WSV-PROC-AAAA - 1
              MOVE 12 TO WSV-ANT-MM
           ELSE
              MOVE WSV-PROC-AAAA TO WSV-ANT-AAAA
              COMPUTE WSV-ANT-MM = WSV-PROC-MM - 1
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Tarjeta a cliente con su saldo financiado, y medidor a
      *cliente. Sin archivo la tabla queda vacia y las deudas de
      *esa fuente salen contadas como sin cliente.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT TARJCLI
           IF FS-STATUS-TCL-NOT-FOUND
              MOVE "10" TO FS-STATUS-TCL
           END-IF
           PERFORM 112000-LEER-TARJETA
              THRU 112000-LEER-TARJETA-F
              UNTIL FS-STATUS-TCL-EOF
           IF NOT FS-STATUS-TCL-NOT-FOUND
              CLOSE TARJCLI
           END-IF

           OPEN INPUT SALDOS
           IF FS-STATUS-SAL-NOT-FOUND
              MOVE "10" TO FS-STATUS-SAL
           END-IF
           PERFORM 114000-LEER-SALDO
              THRU 114000-LEER-SALDO-F
              UNTIL FS-STATUS-SAL-EOF
           IF NOT FS-STATUS-SAL-NOT-FOUND
              CLOSE SALDOS
           END-IF

           OPEN INPUT PADRON
           IF FS-STATUS-PAD-NOT-FOUND
              MOVE "10" TO FS-STATUS-PAD
           END-IF
           PERFORM 116000-LEER-PADRON
              THRU 116000-LEER-PADRON-F
              UNTIL FS-STATUS-PAD-EOF
           IF NOT FS-STATUS-PAD-NOT-FOUND
              CLOSE PADRON
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-TARJETA
      ******************************************************************
       112000-LEER-TARJETA.
           READ TARJCLI
           EVALUATE TRUE
               WHEN FS-STATUS-TCL-OK
                    IF WSV-CANT-TARJETAS < 200
                       ADD 1 TO WSV-CANT-TARJETAS
                       MOVE REG-TCL-TARJETA TO
                          WSV-TAR-TARJETA(WSV-CANT-TARJETAS)
                       MOVE REG-TCL-CLIENTE TO
                          WSV-TAR-CLIENTE(WSV-CANT-TARJETAS)
                       MOVE ZERO TO
                          WSV-TAR-SALDO(WSV-CANT-TARJETAS)
                    END-IF
               WHEN FS-STATUS-TCL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-TARJCLI              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TCL            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-TARJETA-F. EXIT.
      ******************************************************************
      *                         114000-LEER-SALDO
      ******************************************************************
       114000-LEER-SALDO.
           READ SALDOS
           EVALUATE TRUE
               WHEN FS-STATUS-SAL-OK
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-TARJETAS
                       IF WSV-TAR-TARJETA(WSV-IDX) = REG-TAR-SA
                          MOVE REG-SALDO-SA TO WSV-TAR-SALDO(WSV-IDX)
                       END-IF
                    END-PERFORM
               WHEN FS-STATUS-SAL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-SALDOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SAL            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-SALDO-F. EXIT.
      ******************************************************************
      *                         116000-LEER-PADRON
      ******************************************************************
       116000-LEER-PADRON.
           READ PADRON
           EVALUATE TRUE
               WHEN FS-STATUS-PAD-OK
                    IF WSV-CANT-PADRON < 100
                       ADD 1 TO WSV-CANT-PADRON
                       MOVE REG-PAD-MEDIDOR TO
                          WSV-PAD-MEDIDOR(WSV-CANT-PADRON)
                       MOVE REG-PAD-CLIENTE TO
                          WSV-PAD-CLIENTE(WSV-CANT-PADRON)
                    END-IF
               WHEN FS-STATUS-PAD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PADRON               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         150000-ACUMULAR-DEUDOR
      *Suma WSV-DEUDA al cliente WSV-CLIENTE y lo deja en la peor
      *situacion entre la que tenia y WSV-SITUACION, recordando la
      *fuente (WSV-FUENTE) que la dio y el mayor atraso (WSV-DIAS).
      *El cliente se da de alta la primera vez que aparece.
      ******************************************************************
       150000-ACUMULAR-DEUDOR.
           MOVE ZERO TO WSV-IDX-DEU
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-DEUDORES
              OR WSV-IDX-DEU > ZERO
              IF WSV-DEU-CLIENTE(WSV-IDX) = WSV-CLIENTE
                 MOVE WSV-IDX TO WSV-IDX-DEU
              END-IF
           END-PERFORM

           IF WSV-IDX-DEU = ZERO
      *Un deudor fuera de tabla no se informaria: tabla llena corta.
              IF WSV-CANT-DEUDORES = 500
                 DISPLAY "E152: TABLA DE DEUDORES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-150000-ACUMULAR-DEUDOR TO WS-ERR-PARRAFO
                 MOVE CON-DEUDORES               TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                 TO WS-ERR-OPERACION
                 MOVE 99                         TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-DEUDORES
              MOVE WSV-CANT-DEUDORES TO WSV-IDX-DEU
              MOVE WSV-CLIENTE TO WSV-DEU-CLIENTE(WSV-IDX-DEU)
              MOVE ZERO        TO WSV-DEU-SITUACION(WSV-IDX-DEU)
              MOVE ZERO        TO WSV-DEU-DIAS(WSV-IDX-DEU)
              MOVE ZERO        TO WSV-DEU-DEUDA(WSV-IDX-DEU)
              MOVE SPACES      TO WSV-DEU-FUENTE(WSV-IDX-DEU)
              MOVE SPACES      TO WSV-DEU-CUIT(WSV-IDX-DEU)
              MOVE SPACES      TO WSV-DEU-NOMBRE(WSV-IDX-DEU)
           END-IF

           ADD WSV-DEUDA TO WSV-DEU-DEUDA(WSV-IDX-DEU)
           IF WSV-SITUACION > WSV-DEU-SITUACION(WSV-IDX-DEU)
              MOVE WSV-SITUACION TO WSV-DEU-SITUACION(WSV-IDX-DEU)
              MOVE WSV-FUENTE    TO WSV-DEU-FUENTE(WSV-IDX-DEU)
           END-IF
           IF WSV-DIAS > WSV-DEU-DIAS(WSV-IDX-DEU)
              MOVE WSV-DIAS TO WSV-DEU-DIAS(WSV-IDX-DEU)
           END-IF
           .
       150000-ACUMULAR-DEUDOR-F. EXIT.
      ******************************************************************
      *                         155000-SITUAR
      *Situacion que corresponde a WSV-DIAS de atraso.
      ******************************************************************
       155000-SITUAR.
           EVALUATE TRUE
               WHEN WSV-DIAS <= CON-DIAS-SIT-1
                    MOVE 1 TO WSV-SITUACION
               WHEN WSV-DIAS <= CON-DIAS-SIT-2
                    MOVE 2 TO WSV-SITUACION
               WHEN WSV-DIAS <= CON-DIAS-SIT-3
                    MOVE 3 TO WSV-SITUACION
               WHEN WSV-DIAS <= CON-DIAS-SIT-4
                    MOVE 4 TO WSV-SITUACION
               WHEN OTHER
                    MOVE 5 TO WSV-SITUACION
           END-EVALUATE
           .
       155000-SITUAR-F. EXIT.
      ******************************************************************
      *                         210000-DEUDA-RECHAZADA
      ******************************************************************
       210000-DEUDA-RECHAZADA.
           OPEN INPUT ANTIGUEDAD
           IF FS-STATUS-ANT-NOT-FOUND
              GO TO 210000-DEUDA-RECHAZADA-F
           END-IF
           IF NOT FS-STATUS-ANT-OK
              MOVE CON-210000-DEUDA-RECHAZADA TO WS-ERR-PARRAFO
              MOVE CON-ANTIGUEDAD             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ANT              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 212000-LEER-RECHAZADA
              THRU 212000-LEER-RECHAZADA-F
              UNTIL FS-STATUS-ANT-EOF

           CLOSE ANTIGUEDAD
           .
       210000-DEUDA-RECHAZADA-F. EXIT.
      ******************************************************************
      *                         212000-LEER-RECHAZADA
      ******************************************************************
       212000-LEER-RECHAZADA.
           READ ANTIGUEDAD
           EVALUATE TRUE
               WHEN FS-STATUS-ANT-OK
                    MOVE REG-NRO-CLI-A     TO WSV-CLIENTE
                    MOVE REG-DIAS-MORA-A   TO WSV-DIAS
                    MOVE REG-DEUDA-TOTAL-A TO WSV-DEUDA
                    MOVE "R"               TO WSV-FUENTE
                    PERFORM 155000-SITUAR
                       THRU 155000-SITUAR-F
                    PERFORM 150000-ACUMULAR-DEUDOR
                       THRU 150000-ACUMULAR-DEUDOR-F
               WHEN FS-STATUS-ANT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-DEUDA-RECHAZADA TO WS-ERR-PARRAFO
                    MOVE CON-ANTIGUEDAD             TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ANT              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       212000-LEER-RECHAZADA-F. EXIT.
      ******************************************************************
      *                         220000-DEUDA-TARJETA
      ******************************************************************
       220000-DEUDA-TARJETA.
           OPEN INPUT BUCKETS
           IF FS-STATUS-BUC-NOT-FOUND
              GO TO 220000-DEUDA-TARJETA-F
           END-IF
           IF NOT FS-STATUS-BUC-OK
              MOVE CON-220000-DEUDA-TARJETA TO WS-ERR-PARRAFO
              MOVE CON-BUCKETS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-BUC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 222000-LEER-BUCKET
              THRU 222000-LEER-BUCKET-F
              UNTIL FS-STATUS-BUC-EOF

           CLOSE BUCKETS
           .
       220000-DEUDA-TARJETA-F. EXIT.
      ******************************************************************
      *                         222000-LEER-BUCKET
      *El tramo de E115 se lleva al primer dia del tramo siguiente
      *(30 es mas de 30 dias, 90 es 90 y mas); una tarjeta al dia
      *(CO) es deudor solo si tiene saldo financiado.
      ******************************************************************
       222000-LEER-BUCKET.
           READ BUCKETS
           EVALUATE TRUE
               WHEN FS-STATUS-BUC-OK
                    CONTINUE
               WHEN FS-STATUS-BUC-EOF
                    GO TO 222000-LEER-BUCKET-F
               WHEN OTHER
                    MOVE CON-220000-DEUDA-TARJETA TO WS-ERR-PARRAFO
                    MOVE CON-BUCKETS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BUC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE ZERO TO WSV-CLIENTE
           MOVE ZERO TO WSV-SALDO-TARJETA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TARJETAS
              OR WSV-CLIENTE > ZERO
              IF WSV-TAR-TARJETA(WSV-IDX) = REG-BUC-TARJETA
                 MOVE WSV-TAR-CLIENTE(WSV-IDX) TO WSV-CLIENTE
                 MOVE WSV-TAR-SALDO(WSV-IDX)   TO WSV-SALDO-TARJETA
              END-IF
           END-PERFORM
           IF WSV-CLIENTE = ZERO
              ADD 1 TO WSV-SIN-TARJETA
              GO TO 222000-LEER-BUCKET-F
           END-IF

           EVALUATE REG-BUC-TRAMO
               WHEN "30"
                    MOVE 31 TO WSV-DIAS
               WHEN "60"
                    MOVE 61 TO WSV-DIAS
               WHEN "90"
                    MOVE 91 TO WSV-DIAS
               WHEN OTHER
                    MOVE ZERO TO WSV-DIAS
           END-EVALUATE
           IF WSV-DIAS = ZERO
              AND WSV-SALDO-TARJETA = ZERO
              GO TO 222000-LEER-BUCKET-F
           END-IF

           MOVE WSV-SALDO-TARJETA TO WSV-DEUDA
           MOVE "T"               TO WSV-FUENTE
           PERFORM 155000-SITUAR
              THRU 155000-SITUAR-F
           PERFORM 150000-ACUMULAR-DEUDOR
              THRU 150000-ACUMULAR-DEUDOR-F
           .
       222000-LEER-BUCKET-F. EXIT.
      ******************************************************************
      *                         230000-DEUDA-CONVENIO
      ******************************************************************
       230000-DEUDA-CONVENIO.
           OPEN INPUT CAIDOS
           IF FS-STATUS-CAI-NOT-FOUND
              GO TO 230000-DEUDA-CONVENIO-F
           END-IF
           IF NOT FS-STATUS-CAI-OK
              MOVE CON-230000-DEUDA-CONVENIO TO WS-ERR-PARRAFO
              MOVE CON-CAIDOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAI             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 232000-LEER-CAIDO
              THRU 232000-LEER-CAIDO-F
              UNTIL FS-STATUS-CAI-EOF

           CLOSE CAIDOS
           .
       230000-DEUDA-CONVENIO-F. EXIT.
      ******************************************************************
      *                         232000-LEER-CAIDO
      *El convenio cae con dos cuotas mensuales de atraso (E81REP):
      *se toman 61 dias, pero la situacion no baja de
      *CON-SIT-CONVENIO por tratarse de deuda ya refinanciada.
      ******************************************************************
       232000-LEER-CAIDO.
           READ CAIDOS
           EVALUATE TRUE
               WHEN FS-STATUS-CAI-OK
                    CONTINUE
               WHEN FS-STATUS-CAI-EOF
                    GO TO 232000-LEER-CAIDO-F
               WHEN OTHER
                    MOVE CON-230000-DEUDA-CONVENIO TO WS-ERR-PARRAFO
                    MOVE CON-CAIDOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAI             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE ZERO TO WSV-CLIENTE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              OR WSV-CLIENTE > ZERO
              IF WSV-PAD-MEDIDOR(WSV-IDX) = REG-CAI-MEDIDOR
                 MOVE WSV-PAD-CLIENTE(WSV-IDX) TO WSV-CLIENTE
              END-IF
           END-PERFORM
           IF WSV-CLIENTE = ZERO
              ADD 1 TO WSV-SIN-MEDIDOR
              GO TO 232000-LEER-CAIDO-F
           END-IF

           MOVE 61            TO WSV-DIAS
           MOVE REG-CAI-SALDO TO WSV-DEUDA
           MOVE "G"           TO WSV-FUENTE
           PERFORM 155000-SITUAR
              THRU 155000-SITUAR-F
           IF WSV-SITUACION < CON-SIT-CONVENIO
              MOVE CON-SIT-CONVENIO TO WSV-SITUACION
           END-IF
           PERFORM 150000-ACUMULAR-DEUDOR
              THRU 150000-ACUMULAR-DEUDOR-F
           .
       232000-LEER-CAIDO-F. EXIT.
      ******************************************************************
      *                         240000-DEUDA-CUENTA
      ******************************************************************
       240000-DEUDA-CUENTA.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-240000-DEUDA-CUENTA TO WS-ERR-PARRAFO
              MOVE CON-DATOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 242000-LEER-CUENTA
              THRU 242000-LEER-CUENTA-F
              UNTIL FS-STATUS-EOF

           CLOSE DATOS
           .
       240000-DEUDA-CUENTA-F. EXIT.
      ******************************************************************
      *                         242000-LEER-CUENTA
      *El saldo deudor de una cuenta no tiene vencimiento: entra en
      *situacion 1 y suma a la deuda informada.
      ******************************************************************
       242000-LEER-CUENTA.
           READ DATOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-MONTO-CUENTA-IX < ZERO
                       MOVE REG-COD-CLIENTE-IX TO WSV-CLIENTE
                       MOVE ZERO               TO WSV-DIAS
                       COMPUTE WSV-DEUDA = ZERO - REG-MONTO-CUENTA-IX
                       MOVE "C"                TO WSV-FUENTE
                       MOVE 1                  TO WSV-SITUACION
                       PERFORM 150000-ACUMULAR-DEUDOR
                          THRU 150000-ACUMULAR-DEUDOR-F
                    END-IF
               WHEN FS-STATUS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-240000-DEUDA-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       242000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         250000-DEUDA-PRESTAMO
      *Sin prestamos otorgados no hay nada que sumar.
      ******************************************************************
       250000-DEUDA-PRESTAMO.
           OPEN INPUT PRESTAMOS
           IF FS-STATUS-PRE-NOT-FOUND
              GO TO 250000-DEUDA-PRESTAMO-F
           END-IF
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-250000-DEUDA-PRESTAMO TO WS-ERR-PARRAFO
              MOVE CON-PRESTAMOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CUOTAS
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-250000-DEUDA-PRESTAMO TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-LEER-PRESTAMO
              THRU 252000-LEER-PRESTAMO-F
              UNTIL FS-STATUS-PRE-EOF

           CLOSE PRESTAMOS
           CLOSE CUOTAS
           .
       250000-DEUDA-PRESTAMO-F. EXIT.
      ******************************************************************
      *                         252000-LEER-PRESTAMO
      *Deuda del prestamo vigente: el saldo de capital mas el interes
      *y el punitorio de las cuotas en mora. El atraso son los dias
      *corridos desde el vencimiento de la cuota en mora mas vieja.
      ******************************************************************
       252000-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    CONTINUE
               WHEN FS-STATUS-PRE-EOF
                    GO TO 252000-LEER-PRESTAMO-F
               WHEN OTHER
                    MOVE CON-250000-DEUDA-PRESTAMO TO WS-ERR-PARRAFO
                    MOVE CON-PRESTAMOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF NOT REG-PRE-VIGENTE
              GO TO 252000-LEER-PRESTAMO-F
           END-IF

           MOVE REG-PRE-CLIENTE TO WSV-CLIENTE
           MOVE REG-PRE-SALDO   TO WSV-DEUDA
           MOVE ZERO            TO WSV-DIAS
           MOVE REG-PRE-NUMERO  TO WSV-PRESTAMO

           MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
           MOVE ZERO           TO REG-CUO-NUMERO
           START CUOTAS KEY > REG-CUO-CLAVE
           IF FS-STATUS-CUO-OK
              PERFORM 254000-LEER-CUOTA
                 THRU 254000-LEER-CUOTA-F
                 UNTIL FS-STATUS-CUO-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CUO

           MOVE "P" TO WSV-FUENTE
           PERFORM 155000-SITUAR
              THRU 155000-SITUAR-F
           PERFORM 150000-ACUMULAR-DEUDOR
              THRU 150000-ACUMULAR-DEUDOR-F
           .
       252000-LEER-PRESTAMO-F. EXIT.
      ******************************************************************
      *                         254000-LEER-CUOTA
      ******************************************************************
       254000-LEER-CUOTA.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    CONTINUE
               WHEN FS-STATUS-CUO-EOF
                    GO TO 254000-LEER-CUOTA-F
               WHEN OTHER
                    MOVE CON-250000-DEUDA-PRESTAMO TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-CUO-PRESTAMO NOT = WSV-PRESTAMO
              MOVE "10" TO FS-STATUS-CUO
              GO TO 254000-LEER-CUOTA-F
           END-IF
           IF NOT REG-CUO-EN-MORA
              GO TO 254000-LEER-CUOTA-F
           END-IF

           ADD REG-CUO-INTERES   TO WSV-DEUDA
           ADD REG-CUO-PUNITORIO TO WSV-DEUDA
           IF WSV-DIAS = ZERO
              AND REG-CUO-VENCIMIENTO < WSV-FECHA-PROCESO
              MOVE "E"                 TO WS-FEC-OPERACION
              MOVE REG-CUO-VENCIMIENTO TO WS-FEC-FECHA
              MOVE WSV-FECHA-PROCESO   TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-DIAS TO WSV-DIAS
           END-IF
           .
       254000-LEER-CUOTA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           PERFORM 310000-CARGAR-ANTERIOR
              THRU 310000-CARGAR-ANTERIOR-F

           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 320000-GENERAR-ARCHIVO
              THRU 320000-GENERAR-ARCHIVO-F

           PERFORM 340000-CERRAR-HISTORIA
              THRU 340000-CERRAR-HISTORIA-F

           PERFORM 350000-INFORME-CAMBIOS
              THRU 350000-INFORME-CAMBIOS-F

           CLOSE CLIENTES

           MOVE WSV-DEUDA-TOTAL TO WSV-EDIT
           DISPLAY "E152 - CENTRAL DE DEUDORES PERIODO " WSV-PERIODO
           DISPLAY "DEUDORES INFORMADOS      : " WSV-CANT-INFORMADOS
           DISPLAY "DEUDA TOTAL INFORMADA    : " WSV-EDIT
           DISPLAY "  SITUACION 1            : " WSV-CANT-SITUACION(1)
           DISPLAY "  SITUACION 2            : " WSV-CANT-SITUACION(2)
           DISPLAY "  SITUACION 3            : " WSV-CANT-SITUACION(3)
           DISPLAY "  SITUACION 4            : " WSV-CANT-SITUACION(4)
           DISPLAY "  SITUACION 5            : " WSV-CANT-SITUACION(5)
           DISPLAY "DEUDORES SIN CUIT        : " WSV-SIN-CUIT
           DISPLAY "TARJETAS SIN CLIENTE     : " WSV-SIN-TARJETA
           DISPLAY "MEDIDORES SIN CLIENTE    : " WSV-SIN-MEDIDOR
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-CARGAR-ANTERIOR
      *Copia la historia al temporal salvo el periodo que se informa
      *ahora (una recorrida del mismo mes lo reemplaza) y carga en
      *tabla la clasificacion del periodo anterior.
      ******************************************************************
       310000-CARGAR-ANTERIOR.
           OPEN OUTPUT HISTTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-310000-CARGAR-ANTERIOR TO WS-ERR-PARRAFO
              MOVE CON-HISTTMP                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT HISTORIA
           IF FS-STATUS-HIS-NOT-FOUND
              GO TO 310000-CARGAR-ANTERIOR-F
           END-IF
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-310000-CARGAR-ANTERIOR TO WS-ERR-PARRAFO
              MOVE CON-HISTORIA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 312000-LEER-HISTORIA
              THRU 312000-LEER-HISTORIA-F
              UNTIL FS-STATUS-HIS-EOF

           CLOSE HISTORIA
           .
       310000-CARGAR-ANTERIOR-F. EXIT.
      ******************************************************************
      *                         312000-LEER-HISTORIA
      ******************************************************************
       312000-LEER-HISTORIA.
           READ HISTORIA
           EVALUATE TRUE
               WHEN FS-STATUS-HIS-OK
                    CONTINUE
               WHEN FS-STATUS-HIS-EOF
                    GO TO 312000-LEER-HISTORIA-F
               WHEN OTHER
                    MOVE CON-310000-CARGAR-ANTERIOR TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIS              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-HIS-PERIODO = WSV-PERIODO
              GO TO 312000-LEER-HISTORIA-F
           END-IF

           WRITE REG-HISTTMP FROM REG-HISTORIA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-310000-CARGAR-ANTERIOR TO WS-ERR-PARRAFO
              MOVE CON-HISTTMP                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF REG-HIS-PERIODO = WSV-PERIODO-ANTERIOR
              IF WSV-CANT-ANTERIOR = 500
                 DISPLAY "E152: TABLA DEL PERIODO ANTERIOR LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-310000-CARGAR-ANTERIOR TO WS-ERR-PARRAFO
                 MOVE CON-HISTORIA               TO WS-ERR-OBJETO
                 MOVE CON-LEER                   TO WS-ERR-OPERACION
                 MOVE 99                         TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-ANTERIOR
              MOVE REG-HIS-CLIENTE   TO
                 WSV-ANT-CLIENTE(WSV-CANT-ANTERIOR)
              MOVE REG-HIS-CUIT      TO
                 WSV-ANT-CUIT(WSV-CANT-ANTERIOR)
              MOVE REG-HIS-SITUACION TO
                 WSV-ANT-SITUACION(WSV-CANT-ANTERIOR)
              MOVE "N"               TO
                 WSV-ANT-VISTO(WSV-CANT-ANTERIOR)
           END-IF
           .
       312000-LEER-HISTORIA-F. EXIT.
      ******************************************************************
      *                         320000-GENERAR-ARCHIVO
      ******************************************************************
       320000-GENERAR-ARCHIVO.
           OPEN OUTPUT CENDEU
           IF NOT FS-STATUS-CDE-OK
              MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
              MOVE CON-CENDEU                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-CDE              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO WSV-CANT-SITUACION(1)
           MOVE ZERO TO WSV-CANT-SITUACION(2)
           MOVE ZERO TO WSV-CANT-SITUACION(3)
           MOVE ZERO TO WSV-CANT-SITUACION(4)
           MOVE ZERO TO WSV-CANT-SITUACION(5)

           MOVE SPACES            TO REG-CDE-CABECERA
           MOVE "H"               TO REG-CDC-TIPO
           MOVE CON-ENTIDAD       TO REG-CDC-ENTIDAD
           MOVE WSV-PERIODO       TO REG-CDC-PERIODO
           MOVE WSV-FECHA-HOY     TO REG-CDC-FECHA-GENERACION
           PERFORM 329000-WRITE-CENDEU
              THRU 329000-WRITE-CENDEU-F

           PERFORM 325000-GRABAR-DEUDOR
              THRU 325000-GRABAR-DEUDOR-F
              VARYING WSV-IDX-DEU FROM 1 BY 1
              UNTIL WSV-IDX-DEU > WSV-CANT-DEUDORES

           MOVE SPACES              TO REG-CDE-TRAILER
           MOVE "T"                 TO REG-CDT-TIPO
           MOVE WSV-CANT-INFORMADOS TO REG-CDT-CANTIDAD
           MOVE WSV-DEUDA-TOTAL     TO REG-CDT-DEUDA-TOTAL
           MOVE WSV-CANT-SITUACION(1) TO REG-CDT-CANT-SITUACION(1)
           MOVE WSV-CANT-SITUACION(2) TO REG-CDT-CANT-SITUACION(2)
           MOVE WSV-CANT-SITUACION(3) TO REG-CDT-CANT-SITUACION(3)
           MOVE WSV-CANT-SITUACION(4) TO REG-CDT-CANT-SITUACION(4)
           MOVE WSV-CANT-SITUACION(5) TO REG-CDT-CANT-SITUACION(5)
           PERFORM 329000-WRITE-CENDEU
              THRU 329000-WRITE-CENDEU-F

           CLOSE CENDEU
           .
       320000-GENERAR-ARCHIVO-F. EXIT.
      ******************************************************************
      *                         325000-GRABAR-DEUDOR
      *Un deudor sin CUIT (o que no esta en CLIENTESIX) no se puede
      *informar: sale listado y queda afuera del archivo y de la
      *historia.
      ******************************************************************
       325000-GRABAR-DEUDOR.
           MOVE WSV-DEU-CLIENTE(WSV-IDX-DEU) TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    MOVE REG-CUIT-CL   TO WSV-DEU-CUIT(WSV-IDX-DEU)
                    MOVE REG-NOMBRE-CL TO WSV-DEU-NOMBRE(WSV-IDX-DEU)
               WHEN FS-STATUS-CLI-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-DEU-CUIT(WSV-IDX-DEU) = SPACES
              ADD 1 TO WSV-SIN-CUIT
              DISPLAY "E152: CLIENTE " WSV-DEU-CLIENTE(WSV-IDX-DEU)
                      " SITUACION " WSV-DEU-SITUACION(WSV-IDX-DEU)
                      " SIN CUIT - NO INFORMADO"
              GO TO 325000-GRABAR-DEUDOR-F
           END-IF

           MOVE SPACES                        TO REG-CDE-DETALLE
           MOVE "D"                           TO REG-CDE-TIPO
           MOVE WSV-PERIODO                   TO REG-CDE-PERIODO
           MOVE WSV-DEU-CUIT(WSV-IDX-DEU)     TO REG-CDE-CUIT
           MOVE WSV-DEU-NOMBRE(WSV-IDX-DEU)   TO REG-CDE-NOMBRE
           MOVE WSV-DEU-SITUACION(WSV-IDX-DEU) TO REG-CDE-SITUACION
           MOVE WSV-DEU-DIAS(WSV-IDX-DEU)     TO REG-CDE-DIAS-ATRASO
           MOVE WSV-DEU-DEUDA(WSV-IDX-DEU)    TO REG-CDE-DEUDA
           PERFORM 329000-WRITE-CENDEU
              THRU 329000-WRITE-CENDEU-F

           ADD 1 TO WSV-CANT-INFORMADOS
           MOVE WSV-DEU-SITUACION(WSV-IDX-DEU) TO WSV-SITUACION
           ADD 1 TO WSV-CANT-SITUACION(WSV-SITUACION)
           ADD WSV-DEU-DEUDA(WSV-IDX-DEU) TO WSV-DEUDA-TOTAL

           MOVE WSV-PERIODO                   TO REG-HIS-PERIODO
           MOVE WSV-DEU-CLIENTE(WSV-IDX-DEU)  TO REG-HIS-CLIENTE
           MOVE WSV-DEU-CUIT(WSV-IDX-DEU)     TO REG-HIS-CUIT
           MOVE WSV-DEU-SITUACION(WSV-IDX-DEU) TO REG-HIS-SITUACION
           MOVE WSV-DEU-DIAS(WSV-IDX-DEU)     TO REG-HIS-DIAS-ATRASO
           MOVE WSV-DEU-DEUDA(WSV-IDX-DEU)    TO REG-HIS-DEUDA
           WRITE REG-HISTTMP FROM REG-HISTORIA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
              MOVE CON-HISTTMP                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       325000-GRABAR-DEUDOR-F. EXIT.
      ******************************************************************
      *                         329000-WRITE-CENDEU
      ******************************************************************
       329000-WRITE-CENDEU.
           WRITE REG-CDE-DETALLE
           IF NOT FS-STATUS-CDE-OK
              MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
              MOVE CON-CENDEU                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CDE              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       329000-WRITE-CENDEU-F. EXIT.
      ******************************************************************
      *                         340000-CERRAR-HISTORIA
      ******************************************************************
       340000-CERRAR-HISTORIA.
           CLOSE HISTTMP

           CALL "CBL_RENAME_FILE" USING WSA-ORIGEN WSA-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "340000-CERRAR-HISTORIA: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-340000-CERRAR-HISTORIA TO WS-ERR-PARRAFO
              MOVE CON-HISTORIA               TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR              TO WS-ERR-OPERACION
              MOVE 99                         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       340000-CERRAR-HISTORIA-F. EXIT.
      ******************************************************************
      *                         350000-INFORME-CAMBIOS
      *Compara la situacion informada contra la del periodo anterior:
      *ALTA (no figuraba), MEJORA, EMPEORA, y al final las BAJAS
      *(figuraba y este mes no es deudor). Sin historia del periodo
      *anterior todos los informados salen como alta.
      ******************************************************************
       350000-INFORME-CAMBIOS.
           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE ZERO TO WS-CAB-PAGINA
           MOVE "CENTRAL DE DEUDORES - CAMBIOS DE SITUACION"
              TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F

           DISPLAY "PERIODO " WSV-PERIODO " CONTRA "
                   WSV-PERIODO-ANTERIOR
           DISPLAY "MOVIMIENTO CLIENTE  CUIT        NOMBRE"
                   "                         ANT ACT"

           PERFORM 352000-COMPARAR-DEUDOR
              THRU 352000-COMPARAR-DEUDOR-F
              VARYING WSV-IDX-DEU FROM 1 BY 1
              UNTIL WSV-IDX-DEU > WSV-CANT-DEUDORES

           PERFORM 354000-LISTAR-BAJA
              THRU 354000-LISTAR-BAJA-F
              VARYING WSV-IDX-ANT FROM 1 BY 1
              UNTIL WSV-IDX-ANT > WSV-CANT-ANTERIOR

           DISPLAY " "
           DISPLAY "ALTAS     : " WSV-CANT-ALTAS
           DISPLAY "BAJAS     : " WSV-CANT-BAJAS
           DISPLAY "MEJORAN   : " WSV-CANT-MEJORAS
           DISPLAY "EMPEORAN  : " WSV-CANT-EMPEORAN
           .
       350000-INFORME-CAMBIOS-F. EXIT.
      ******************************************************************
      *                         352000-COMPARAR-DEUDOR
      ******************************************************************
       352000-COMPARAR-DEUDOR.
           IF WSV-DEU-CUIT(WSV-IDX-DEU) = SPACES
              GO TO 352000-COMPARAR-DEUDOR-F
           END-IF

           MOVE ZERO TO WSV-IDX-ANT
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ANTERIOR
              OR WSV-IDX-ANT > ZERO
              IF WSV-ANT-CLIENTE(WSV-IDX) =
                 WSV-DEU-CLIENTE(WSV-IDX-DEU)
                 MOVE WSV-IDX TO WSV-IDX-ANT
              END-IF
           END-PERFORM

           IF WSV-IDX-ANT = ZERO
              MOVE "ALTA"    TO WSV-MOVIMIENTO
              MOVE ZERO      TO WSV-SITUACION
              ADD 1 TO WSV-CANT-ALTAS
           ELSE
              MOVE "S" TO WSV-ANT-VISTO(WSV-IDX-ANT)
              MOVE WSV-ANT-SITUACION(WSV-IDX-ANT) TO WSV-SITUACION
              EVALUATE TRUE
                  WHEN WSV-DEU-SITUACION(WSV-IDX-DEU) > WSV-SITUACION
                       MOVE "EMPEORA" TO WSV-MOVIMIENTO
                       ADD 1 TO WSV-CANT-EMPEORAN
                  WHEN WSV-DEU-SITUACION(WSV-IDX-DEU) < WSV-SITUACION
                       MOVE "MEJORA"  TO WSV-MOVIMIENTO
                       ADD 1 TO WSV-CANT-MEJORAS
                  WHEN OTHER
                       GO TO 352000-COMPARAR-DEUDOR-F
              END-EVALUATE
           END-IF

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSV-MOVIMIENTO "   " WSV-DEU-CLIENTE(WSV-IDX-DEU)
                   " " WSV-DEU-CUIT(WSV-IDX-DEU)
                   " " WSV-DEU-NOMBRE(WSV-IDX-DEU)
                   "  " WSV-SITUACION
                   "   " WSV-DEU-SITUACION(WSV-IDX-DEU)
           .
       352000-COMPARAR-DEUDOR-F. EXIT.
      ******************************************************************
      *                         354000-LISTAR-BAJA
      ******************************************************************
       354000-LISTAR-BAJA.
           IF WSV-ANT-VISTO(WSV-IDX-ANT) = "S"
              GO TO 354000-LISTAR-BAJA-F
           END-IF

           MOVE SPACES TO REG-NOMBRE-CL
           MOVE WSV-ANT-CLIENTE(WSV-IDX-ANT) TO REG-COD-CLIENTE-CL
           READ CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE SPACES TO REG-NOMBRE-CL
           END-IF

           ADD 1 TO WSV-CANT-BAJAS
           MOVE "BAJA" TO WSV-MOVIMIENTO
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSV-MOVIMIENTO "   " WSV-ANT-CLIENTE(WSV-IDX-ANT)
                   " " WSV-ANT-CUIT(WSV-IDX-ANT)
                   " " REG-NOMBRE-CL
                   "  " WSV-ANT-SITUACION(WSV-IDX-ANT)
                   "   0"
           .
       354000-LISTAR-BAJA-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
      *        IMPRIME LA CABECERA DEL REPORTE Y REINICIA EL CONTADOR
      *        DE LINEAS
      ******************************************************************
       900000-IMPRIMIR-CABECERA.
           ADD 1 TO WS-CAB-PAGINA
           MOVE ZEROS TO WS-CAB-LINEAS
           DISPLAY " "
           DISPLAY "FECHA : " WS-CAB-FECHA "     PAGINA : "
                   WS-CAB-PAGINA
           DISPLAY WS-CAB-TITULO
           DISPLAY " "
           .
       900000-IMPRIMIR-CABECERA-F. EXIT.
      ******************************************************************
      *                         910000-CONTROLAR-PAGINA
      *        NUEVA CABECERA AL SUPERAR EL MAXIMO POR PAGINA
      ******************************************************************
       910000-CONTROLAR-PAGINA.
           ADD 1 TO WS-CAB-LINEAS
           IF WS-CAB-LINEAS > WS-CAB-MAX-LINEAS
               PERFORM 900000-IMPRIMIR-CABECERA
                  THRU 900000-IMPRIMIR-CABECERA-F
           END-IF
           .
       910000-CONTROLAR-PAGINA-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E152.
