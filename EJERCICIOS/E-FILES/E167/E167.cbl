      ******************************************************************
      *Impresion de la factura de gas al cliente. E80 calcula el
      *bimestre y deja el MASTER para el apareo de E37, pero el
      *cliente nunca recibia un comprobante. Este programa toma el
      *detalle de cada factura de FACTURAS_DETALLE.txt (lecturas,
      *consumo y su valorizacion por bloque tarifario) y arma la
      *factura en FACTURAS_GAS.txt: cliente, zona y medidor del
      *padron PADRONGAS.txt con nombre y domicilio de CLIENTESIX.txt,
      *lecturas y consumo por bloque, la bonificacion de tarifa
      *social de FACTURAS_SUBSIDIO.txt, la cuota del convenio de
      *pago vigente de CONVENIOS.txt que vence en el bimestre (mas
      *las atrasadas), el saldo anterior impago de
      *MASTER_UPDATE.txt y un grafico de barras con el consumo de
      *los ultimos seis bimestres de CONSUMOS_HIST.txt (E = consumo
      *estimado). El primer vencimiento se cuenta en dias habiles
      *desde la emision y el segundo desde el primero, los dos con
      *RUTFECHA; al segundo se le suma el recargo por pago fuera de
      *termino sobre el importe del bimestre. Dias y recargo salen
      *de PARAMFACTGAS.txt si existe (por defecto 10 y 10 dias
      *habiles y 5%). Cada factura lleva el codigo de barras
      *numerico de RUTBARRA (ente, medidor, periodo, importe y
      *fecha de cada vencimiento) y queda registrada en
      *FACTURAS_EMITIDAS.txt, que acumula las facturas de todos los
      *bimestres para controlar los pagos que informan las redes de
      *cobranza. Corre despues de E80 y antes del apareo de pagos
      *de E37 del bimestre, asi MASTER_UPDATE.txt tiene todavia la
      *deuda que quedo del bimestre anterior.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E167.
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
       SELECT PARAMFACT ASSIGN TO "PARAMFACTGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PFG.

       SELECT DETFACT ASSIGN TO "FACTURAS_DETALLE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DFA.

       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.

       SELECT FACTSUB ASSIGN TO "FACTURAS_SUBSIDIO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FSU.

       SELECT CONVENIOS ASSIGN TO "CONVENIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CNV.

       SELECT MASTER-UPDATE ASSIGN TO "MASTER_UPDATE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MUP.

       SELECT HISTCONS ASSIGN TO "CONSUMOS_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-HIS.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.
      ****************************  OUTPUT  ****************************
       SELECT FACTURAS ASSIGN TO "FACTURAS_GAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FAC.

       SELECT EMITIDAS ASSIGN TO "FACTURAS_EMITIDAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EMI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMFACT.
          01 REG-PARAMFACT.
             05 REG-PFG-DIAS-VTO-1         PIC 9(03).
             05 REG-PFG-DIAS-VTO-2         PIC 9(03).
             05 REG-PFG-RECARGO            PIC 9(02)V9(02).

       FD DETFACT.
          01 REG-DETFACT.
             05 REG-DFA-MEDIDOR            PIC 9(02).
             05 REG-DFA-CLIENTE            PIC 9(04).
             05 REG-DFA-PERIODO            PIC 9(06).
             05 REG-DFA-FECHA              PIC 9(08).
             05 REG-DFA-ESTIMADA           PIC X(01).
             05 REG-DFA-LECTURA-ANTERIOR   PIC 9(06).
             05 REG-DFA-LECTURA-ACTUAL     PIC 9(06).
             05 REG-DFA-CONSUMO            PIC 9(06).
             05 REG-DFA-DESCONTADO         PIC 9(07).
             05 REG-DFA-CARGO-FIJO         PIC 9(04)V9(02).
             05 REG-DFA-CREDITO            PIC 9(06)V9(02).
             05 REG-DFA-BRUTO              PIC 9(06)V9(02).
             05 REG-DFA-NETO               PIC 9(06)V9(02).
             05 REG-DFA-CANT-BLOQUES       PIC 9(02).
             05 REG-DFA-BLOQUE OCCURS 10 TIMES.
                10 REG-DFA-BLO-HASTA       PIC 9(06).
                10 REG-DFA-BLO-PRECIO      PIC 9(02)V9(02).
                10 REG-DFA-BLO-CONSUMO     PIC 9(06).
                10 REG-DFA-BLO-IMPORTE     PIC 9(06)V9(02).

       FD PADRON.
          01 REG-PADRON.
             05 REG-PAD-MEDIDOR            PIC 9(02).
             05 REG-PAD-CLIENTE            PIC 9(04).
             05 REG-PAD-ZONA               PIC 9(02).
             05 REG-PAD-ELECTRO            PIC X(01).

       FD FACTSUB.
          01 REG-FACTSUB.
             05 REG-FSU-MEDIDOR            PIC 9(02).
             05 REG-FSU-CLIENTE            PIC 9(04).
             05 REG-FSU-PERIODO            PIC 9(06).
             05 REG-FSU-CATEGORIA          PIC X(02).
             05 REG-FSU-BRUTO              PIC 9(06)V9(02).
             05 REG-FSU-SUBSIDIADO         PIC 9(06)V9(02).
             05 REG-FSU-NETO               PIC 9(06)V9(02).

       FD CONVENIOS.
          01 REG-CONVENIO.
             05 REG-CNV-MEDIDOR            PIC 9(02).
             05 REG-CNV-DEUDA              PIC 9(06)V9(02).
             05 REG-CNV-CANT-CUOTAS        PIC 9(02).
             05 REG-CNV-IMPORTE-CUOTA      PIC 9(04)V9(02).
             05 REG-CNV-FECHA-INICIO       PIC 9(08).
             05 REG-CNV-CUOTAS-PAGADAS     PIC 9(02).
             05 REG-CNV-ESTADO             PIC X(01).

       FD MASTER-UPDATE.
          01 REG-MASTER-UPDATE.
             05 REG-NRO-MEDIDOR-U          PIC 9(02).
             05 REG-NRO-CLIENTE-U          PIC 9(04).
             05 REG-NRO-DEUDA-U            PIC 9(04)V9(02).

       FD HISTCONS.
          01 REG-HISTCONS.
             05 REG-HCO-MEDIDOR            PIC 9(02).
             05 REG-HCO-PERIODO            PIC 9(06).
             05 REG-HCO-CONSUMO            PIC 9(06).
             05 REG-HCO-ESTIMADO           PIC X(01).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL         PIC 9(08).
             05 REG-NOMBRE-CL              PIC X(30).
             05 REG-CUIT-CL                PIC X(11).
             05 REG-DIRECCION-CL           PIC X(40).
             05 REG-ESTADO-CL              PIC X(01).
             05 REG-FECHA-REVISION-CL      PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL       PIC 9(08).
             05 REG-PEP-CL                 PIC X(01).
             05 REG-PROX-REVISION-CL       PIC 9(08).

       FD FACTURAS.
          01 REG-FACTURA                   PIC X(80).

      *Una factura por medidor y bimestre, con lo que dice el codigo
      *de barras. Estado P = pendiente de cobro.
       FD EMITIDAS.
          01 REG-EMITIDA.
             05 REG-EMI-MEDIDOR            PIC 9(02).
             05 REG-EMI-CLIENTE            PIC 9(04).
             05 REG-EMI-PERIODO            PIC 9(06).
             05 REG-EMI-FECHA              PIC 9(08).
             05 REG-EMI-IMPORTE-1          PIC 9(06)V9(02).
             05 REG-EMI-VENCIMIENTO-1      PIC 9(08).
             05 REG-EMI-IMPORTE-2          PIC 9(06)V9(02).
             05 REG-EMI-VENCIMIENTO-2      PIC 9(08).
             05 REG-EMI-CODIGO             PIC X(49).
             05 REG-EMI-ESTADO             PIC X(01).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
              05 CON-RUTBARRA  PIC X(08) VALUE 'RUTBARRA'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-CARGAR-TABLAS   PIC X(30) VALUE
              '120000-CARGAR-TABLAS        '.
              05 CON-210000-LEER-DETALLE    PIC X(30) VALUE
              '210000-LEER-DETALLE         '.
              05 CON-220000-DATOS-CLIENTE   PIC X(30) VALUE
              '220000-DATOS-CLIENTE        '.
              05 CON-230000-VENCIMIENTOS    PIC X(30) VALUE
              '230000-VENCIMIENTOS         '.
              05 CON-255000-ARMAR-CODIGO    PIC X(30) VALUE
              '255000-ARMAR-CODIGO         '.
              05 CON-270000-GRABAR-EMITIDA  PIC X(30) VALUE
              '270000-GRABAR-EMITIDA       '.
              05 CON-280000-ESCRIBIR-LINEA  PIC X(30) VALUE
              '280000-ESCRIBIR-LINEA       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMFACT PIC X(10) VALUE 'PARAMFACT '.
              05 CON-DETFACT   PIC X(10) VALUE 'DETFACT   '.
              05 CON-PADRON    PIC X(10) VALUE 'PADRON    '.
              05 CON-FACTSUB   PIC X(10) VALUE 'FACTSUB   '.
              05 CON-CONVENIOS PIC X(10) VALUE 'CONVENIOS '.
              05 CON-MASTERUPD PIC X(10) VALUE 'MASTER-UPD'.
              05 CON-HISTCONS  PIC X(10) VALUE 'HISTCONS  '.
              05 CON-CLIENTES  PIC X(10) VALUE 'CLIENTES  '.
              05 CON-FACTURAS  PIC X(10) VALUE 'FACTURAS  '.
              05 CON-EMITIDAS  PIC X(10) VALUE 'EMITIDAS  '.
              05 CON-VENCIM    PIC X(10) VALUE 'VENCIMIENT'.
              05 CON-CODBARRA  PIC X(10) VALUE 'COD-BARRAS'.
      *Codigo de la distribuidora de gas como ente recaudador en las
      *redes de cobranza.
           02 CON-ENTE-GAS     PIC 9(04) VALUE 0040.
           02 CON-LARGO-BARRA  PIC 9(02) VALUE 40.
      ************************** TABLES ********************************
       01 WSV-TABLA-PADRON.
          02 WSV-PAD-ENTRY OCCURS 100 TIMES.
             05 WSV-PAD-MEDIDOR       PIC 9(02).
             05 WSV-PAD-CLIENTE       PIC 9(04).
             05 WSV-PAD-ZONA          PIC 9(02).
       01 WSV-CANT-PADRON             PIC 9(03) VALUE 0.

       01 WSV-TABLA-SUBSIDIOS.
          02 WSV-FSU-ENTRY OCCURS 100 TIMES.
             05 WSV-FSU-MEDIDOR       PIC 9(02).
             05 WSV-FSU-PERIODO       PIC 9(06).
             05 WSV-FSU-CATEGORIA     PIC X(02).
             05 WSV-FSU-SUBSIDIADO    PIC 9(06)V9(02).
       01 WSV-CANT-SUBSIDIOS          PIC 9(03) VALUE 0.

       01 WSV-TABLA-CONVENIOS.
          02 WSV-CNV-ENTRY OCCURS 100 TIMES.
             05 WSV-CNV-MEDIDOR       PIC 9(02).
             05 WSV-CNV-CANT-CUOTAS   PIC 9(02).
             05 WSV-CNV-IMPORTE-CUOTA PIC 9(04)V9(02).
             05 WSV-CNV-FECHA-INICIO  PIC 9(08).
             05 WSV-CNV-CUOTAS-PAGADAS PIC 9(02).
       01 WSV-CANT-CONVENIOS          PIC 9(03) VALUE 0.

       01 WSV-TABLA-DEUDAS.
          02 WSV-MUP-ENTRY OCCURS 100 TIMES.
             05 WSV-MUP-MEDIDOR       PIC 9(02).
             05 WSV-MUP-DEUDA         PIC 9(04)V9(02).
       01 WSV-CANT-DEUDAS             PIC 9(03) VALUE 0.

       01 WSV-TABLA-HISTCONS.
          02 WSV-HCO-ENTRY OCCURS 300 TIMES.
             05 WSV-HCO-MEDIDOR       PIC 9(02).
             05 WSV-HCO-PERIODO       PIC 9(06).
             05 WSV-HCO-CONSUMO       PIC 9(06).
             05 WSV-HCO-ESTIMADO      PIC X(01).
       01 WSV-CANT-HISTCONS           PIC 9(03) VALUE 0.

      *Ultimos seis bimestres del medidor, del mas reciente al mas
      *viejo.
       01 WSV-TABLA-GRAFICO.
          02 WSV-GRA-ENTRY OCCURS 6 TIMES.
             05 WSV-GRA-PERIODO       PIC 9(06).
             05 WSV-GRA-CONSUMO       PIC 9(06).
             05 WSV-GRA-ESTIMADO      PIC X(01).
       01 WSV-CANT-GRAFICO            PIC 9(01) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PFG           PIC X(02) VALUE "00".
             88 FS-STATUS-PFG-OK               VALUE "00".
             88 FS-STATUS-PFG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DFA           PIC X(02) VALUE "00".
             88 FS-STATUS-DFA-OK               VALUE "00".
             88 FS-STATUS-DFA-EOF              VALUE "10".
             88 FS-STATUS-DFA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 FS-STATUS-PAD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-FSU           PIC X(02) VALUE "00".
             88 FS-STATUS-FSU-OK               VALUE "00".
             88 FS-STATUS-FSU-EOF              VALUE "10".
             88 FS-STATUS-FSU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CNV           PIC X(02) VALUE "00".
             88 FS-STATUS-CNV-OK               VALUE "00".
             88 FS-STATUS-CNV-EOF              VALUE "10".
             88 FS-STATUS-CNV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MUP           PIC X(02) VALUE "00".
             88 FS-STATUS-MUP-OK               VALUE "00".
             88 FS-STATUS-MUP-EOF              VALUE "10".
             88 FS-STATUS-MUP-NOT-FOUND        VALUE "35".
          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-EOF              VALUE "10".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-NOT-FOUND        VALUE "23".
          05 FS-STATUS-FAC           PIC X(02) VALUE "00".
             88 FS-STATUS-FAC-OK               VALUE "00".
          05 FS-STATUS-EMI           PIC X(02) VALUE "00".
             88 FS-STATUS-EMI-OK               VALUE "00".
             88 FS-STATUS-EMI-NOT-FOUND        VALUE "35".

          05 WSV-SW-SUBSIDIADO       PIC X(01).
             88 WSV-SUBSIDIADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-DIAS-VTO-1          PIC 9(03) VALUE 10.
          05 WSV-DIAS-VTO-2          PIC 9(03) VALUE 10.
          05 WSV-PORC-RECARGO        PIC 9(02)V9(02) VALUE 5.
          05 WSV-CLIENTE             PIC 9(04).
          05 WSV-ZONA                PIC 9(02).
          05 WSV-NOMBRE              PIC X(30).
          05 WSV-DIRECCION           PIC X(40).
          05 WSV-VENCIMIENTO-1       PIC 9(08).
          05 WSV-VENCIMIENTO-1-R REDEFINES WSV-VENCIMIENTO-1.
             10 WSV-VTO-AAAA         PIC 9(04).
             10 WSV-VTO-MM           PIC 9(02).
             10 WSV-VTO-DD           PIC 9(02).
          05 WSV-VENCIMIENTO-2       PIC 9(08).
          05 WSV-FECHA-INI           PIC 9(08).
          05 WSV-FECHA-INI-R REDEFINES WSV-FECHA-INI.
             10 WSV-INI-AAAA         PIC 9(04).
             10 WSV-INI-MM           PIC 9(02).
             10 WSV-INI-DD           PIC 9(02).
          05 WSV-CATEGORIA           PIC X(02).
          05 WSV-SUBSIDIO            PIC 9(06)V9(02).
          05 WSV-CUOTAS-ESPERADAS    PIC S9(04).
          05 WSV-CUOTAS-FACTURAR     PIC S9(04).
          05 WSV-IMPORTE-CUOTAS      PIC 9(06)V9(02).
          05 WSV-SALDO-ANTERIOR      PIC 9(06)V9(02).
          05 WSV-RECARGO             PIC 9(06)V9(02).
          05 WSV-TOTAL-1             PIC 9(06)V9(02).
          05 WSV-TOTAL-2             PIC 9(06)V9(02).
          05 WSV-SUBTOTAL            PIC 9(06)V9(02).
          05 WSV-CONSUMO-MAXIMO      PIC 9(06).
          05 WSV-LARGO-BARRA         PIC 9(02).
          05 WSV-POSICION            PIC 9(01).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-GRA             PIC 9(01).
          05 WSV-FECHA-EDITAR        PIC 9(08).
          05 WSV-FECHA-EDITAR-R REDEFINES WSV-FECHA-EDITAR.
             10 WSV-EDI-AAAA         PIC 9(04).
             10 WSV-EDI-MM           PIC 9(02).
             10 WSV-EDI-DD           PIC 9(02).
          05 WSV-FECHA-IMPRESA.
             10 WSV-IMP-DD           PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-IMP-MM           PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-IMP-AAAA         PIC 9(04).
          05 WSV-PERIODO-EDITAR      PIC 9(06).
          05 WSV-PERIODO-EDITAR-R REDEFINES WSV-PERIODO-EDITAR.
             10 WSV-PER-AAAA         PIC 9(04).
             10 WSV-PER-MM           PIC 9(02).
          05 WSV-PERIODO-IMPRESO.
             10 WSV-PIM-AAAA         PIC 9(04).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-PIM-MM           PIC 9(02).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT                PIC ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-M3             PIC ZZZ.ZZ9.
          05 WSV-EDIT-CUOTAS         PIC Z9.
          05 WSV-TOTAL-EMITIDO       PIC 9(09)V9(02) VALUE ZERO.
       01 WSV-CONTADORES.
          05 WSV-CANT-FACTURAS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-CLIENTE    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CON-CUOTA      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CON-DEUDA      PIC 9(05) VALUE ZERO.
      ************************** LINEAS ********************************
       01 WSL-CONCEPTO.
          05 WSL-CON-DESCRIPCION     PIC X(40).
          05 WSL-CON-M3              PIC ZZZ.ZZ9 BLANK WHEN ZERO.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSL-CON-PRECIO          PIC Z9,99 BLANK WHEN ZERO.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 WSL-CON-IMPORTE         PIC ----.--9,99.
          05 FILLER                  PIC X(10) VALUE SPACES.

       01 WSL-TITULO-CONCEPTO.
          05 FILLER                  PIC X(40) VALUE "CONCEPTO".
          05 FILLER                  PIC X(07) VALUE "     M3".
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE "PRECIO".
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE "    IMPORTE".
          05 FILLER                  PIC X(10) VALUE SPACES.

       01 WSL-GRAFICO.
          05 WSL-GRA-PERIODO         PIC X(07).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WSL-GRA-ESTIMADO        PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WSL-GRA-BARRA           PIC X(40).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WSL-GRA-CONSUMO         PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(03) VALUE " M3".
          05 FILLER                  PIC X(19) VALUE SPACES.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-BARRA.
       COPY WSBARRA.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E167" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 210000-LEER-DETALLE
              THRU 210000-LEER-DETALLE-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-DFA-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 120000-CARGAR-TABLAS
              THRU 120000-CARGAR-TABLAS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Sin PARAMFACTGAS.txt, o con dias en cero, quedan los valores
      *por defecto.
      ******************************************************************
       105000-LEER-PARAMETROS.
           OPEN INPUT PARAMFACT
           IF FS-STATUS-PFG-NOT-FOUND
              GO TO 105000-LEER-PARAMETROS-F
           END-IF
           IF NOT FS-STATUS-PFG-OK
              MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
              MOVE CON-PARAMFACT              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PFG              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           READ PARAMFACT
           IF FS-STATUS-PFG-OK
              IF REG-PFG-DIAS-VTO-1 > ZERO
                 MOVE REG-PFG-DIAS-VTO-1 TO WSV-DIAS-VTO-1
              END-IF
              IF REG-PFG-DIAS-VTO-2 > ZERO
                 MOVE REG-PFG-DIAS-VTO-2 TO WSV-DIAS-VTO-2
              END-IF
              MOVE REG-PFG-RECARGO TO WSV-PORC-RECARGO
           END-IF
           CLOSE PARAMFACT
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      *FACTURAS_EMITIDAS.txt se extiende: guarda las facturas de los
      *bimestres anteriores que todavia se pueden cobrar.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN INPUT DETFACT
           IF FS-STATUS-DFA-NOT-FOUND
              DISPLAY "E167: NO EXISTE FACTURAS_DETALLE.txt - NO HAY "
                      "FACTURAS PARA IMPRIMIR"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-DFA-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DETFACT              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DFA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT FACTURAS
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND EMITIDAS
           IF FS-STATUS-EMI-NOT-FOUND
              OPEN OUTPUT EMITIDAS
           END-IF
           IF NOT FS-STATUS-EMI-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-EMITIDAS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-TABLAS
      *Los archivos de apoyo que falten solo dejan la factura sin esa
      *parte (sin bonificacion, sin cuota, sin saldo anterior o sin
      *historia de consumos).
      ******************************************************************
       120000-CARGAR-TABLAS.
           OPEN INPUT PADRON
           IF FS-STATUS-PAD-NOT-FOUND
              DISPLAY "E167: NO EXISTE PADRONGAS.txt - CLIENTE TOMADO "
                      "DE LA FACTURA"
           ELSE
              IF NOT FS-STATUS-PAD-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-PADRON               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 125000-LEER-PADRON
                 THRU 125000-LEER-PADRON-F
                 UNTIL FS-STATUS-PAD-EOF
              CLOSE PADRON
           END-IF

           OPEN INPUT FACTSUB
           IF FS-STATUS-FSU-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-FSU-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-FACTSUB              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-FSU            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 130000-LEER-SUBSIDIO
                 THRU 130000-LEER-SUBSIDIO-F
                 UNTIL FS-STATUS-FSU-EOF
              CLOSE FACTSUB
           END-IF

           OPEN INPUT CONVENIOS
           IF FS-STATUS-CNV-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-CNV-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CNV            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 140000-LEER-CONVENIO
                 THRU 140000-LEER-CONVENIO-F
                 UNTIL FS-STATUS-CNV-EOF
              CLOSE CONVENIOS
           END-IF

           OPEN INPUT MASTER-UPDATE
           IF FS-STATUS-MUP-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-MUP-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-MASTERUPD            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-MUP            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 150000-LEER-DEUDA
                 THRU 150000-LEER-DEUDA-F
                 UNTIL FS-STATUS-MUP-EOF
              CLOSE MASTER-UPDATE
           END-IF

           OPEN INPUT HISTCONS
           IF FS-STATUS-HIS-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-HIS-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-HISTCONS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 160000-LEER-HISTORICO
                 THRU 160000-LEER-HISTORICO-F
                 UNTIL FS-STATUS-HIS-EOF
              CLOSE HISTCONS
           END-IF
           .
       120000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         125000-LEER-PADRON
      ******************************************************************
       125000-LEER-PADRON.
           READ PADRON
           EVALUATE TRUE
               WHEN FS-STATUS-PAD-OK
                    IF WSV-CANT-PADRON = 100
                       DISPLAY "E167: TABLA DE PADRON LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-PADRON               TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PADRON
                    MOVE REG-PAD-MEDIDOR TO
                       WSV-PAD-MEDIDOR(WSV-CANT-PADRON)
                    MOVE REG-PAD-CLIENTE TO
                       WSV-PAD-CLIENTE(WSV-CANT-PADRON)
                    MOVE REG-PAD-ZONA    TO
                       WSV-PAD-ZONA(WSV-CANT-PADRON)
               WHEN FS-STATUS-PAD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PADRON               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         130000-LEER-SUBSIDIO
      ******************************************************************
       130000-LEER-SUBSIDIO.
           READ FACTSUB
           EVALUATE TRUE
               WHEN FS-STATUS-FSU-OK
                    IF WSV-CANT-SUBSIDIOS = 100
                       DISPLAY "E167: TABLA DE SUBSIDIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-FACTSUB              TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-SUBSIDIOS
                    MOVE REG-FSU-MEDIDOR    TO
                       WSV-FSU-MEDIDOR(WSV-CANT-SUBSIDIOS)
                    MOVE REG-FSU-PERIODO    TO
                       WSV-FSU-PERIODO(WSV-CANT-SUBSIDIOS)
                    MOVE REG-FSU-CATEGORIA  TO
                       WSV-FSU-CATEGORIA(WSV-CANT-SUBSIDIOS)
                    MOVE REG-FSU-SUBSIDIADO TO
                       WSV-FSU-SUBSIDIADO(WSV-CANT-SUBSIDIOS)
               WHEN FS-STATUS-FSU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-FACTSUB              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FSU            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       130000-LEER-SUBSIDIO-F. EXIT.
      ******************************************************************
      *                         140000-LEER-CONVENIO
      *Solo interesan los convenios vigentes; los cancelados y los
      *caidos ya no tienen cuota que facturar.
      ******************************************************************
       140000-LEER-CONVENIO.
           READ CONVENIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CNV-OK
                    IF REG-CNV-ESTADO NOT = "V"
                       GO TO 140000-LEER-CONVENIO-F
                    END-IF
                    IF WSV-CANT-CONVENIOS = 100
                       DISPLAY "E167: TABLA DE CONVENIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CONVENIOS
                    MOVE REG-CNV-MEDIDOR        TO
                       WSV-CNV-MEDIDOR(WSV-CANT-CONVENIOS)
                    MOVE REG-CNV-CANT-CUOTAS    TO
                       WSV-CNV-CANT-CUOTAS(WSV-CANT-CONVENIOS)
                    MOVE REG-CNV-IMPORTE-CUOTA  TO
                       WSV-CNV-IMPORTE-CUOTA(WSV-CANT-CONVENIOS)
                    MOVE REG-CNV-FECHA-INICIO   TO
                       WSV-CNV-FECHA-INICIO(WSV-CANT-CONVENIOS)
                    MOVE REG-CNV-CUOTAS-PAGADAS TO
                       WSV-CNV-CUOTAS-PAGADAS(WSV-CANT-CONVENIOS)
               WHEN FS-STATUS-CNV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CNV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       140000-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         150000-LEER-DEUDA
      ******************************************************************
       150000-LEER-DEUDA.
           READ MASTER-UPDATE
           EVALUATE TRUE
               WHEN FS-STATUS-MUP-OK
                    IF REG-NRO-DEUDA-U = ZERO
                       GO TO 150000-LEER-DEUDA-F
                    END-IF
                    IF WSV-CANT-DEUDAS = 100
                       DISPLAY "E167: TABLA DE DEUDAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-MASTERUPD            TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-DEUDAS
                    MOVE REG-NRO-MEDIDOR-U TO
                       WSV-MUP-MEDIDOR(WSV-CANT-DEUDAS)
                    MOVE REG-NRO-DEUDA-U   TO
                       WSV-MUP-DEUDA(WSV-CANT-DEUDAS)
               WHEN FS-STATUS-MUP-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-MASTERUPD            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MUP            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       150000-LEER-DEUDA-F. EXIT.
      ******************************************************************
      *                         160000-LEER-HISTORICO
      ******************************************************************
       160000-LEER-HISTORICO.
           READ HISTCONS
           EVALUATE TRUE
               WHEN FS-STATUS-HIS-OK
                    IF WSV-CANT-HISTCONS = 300
                       DISPLAY "E167: TABLA DE HISTORICO LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-HISTCONS             TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-HISTCONS
                    MOVE REG-HISTCONS TO
                       WSV-HCO-ENTRY(WSV-CANT-HISTCONS)
               WHEN FS-STATUS-HIS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-HISTCONS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       160000-LEER-HISTORICO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           PERFORM 220000-DATOS-CLIENTE
              THRU 220000-DATOS-CLIENTE-F

           PERFORM 230000-VENCIMIENTOS
              THRU 230000-VENCIMIENTOS-F

           PERFORM 240000-CALCULAR-IMPORTES
              THRU 240000-CALCULAR-IMPORTES-F

           PERFORM 250000-ARMAR-GRAFICO
              THRU 250000-ARMAR-GRAFICO-F

           PERFORM 255000-ARMAR-CODIGO
              THRU 255000-ARMAR-CODIGO-F

           PERFORM 260000-IMPRIMIR-FACTURA
              THRU 260000-IMPRIMIR-FACTURA-F

           PERFORM 270000-GRABAR-EMITIDA
              THRU 270000-GRABAR-EMITIDA-F

           PERFORM 210000-LEER-DETALLE
              THRU 210000-LEER-DETALLE-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-DETALLE
      ******************************************************************
       210000-LEER-DETALLE.
           READ DETFACT
           EVALUATE TRUE
               WHEN FS-STATUS-DFA-OK
                    CONTINUE
               WHEN FS-STATUS-DFA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-DETALLE TO WS-ERR-PARRAFO
                    MOVE CON-DETFACT             TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DFA           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-DETALLE-F. EXIT.
      ******************************************************************
      *                         220000-DATOS-CLIENTE
      *Cliente de la factura (la final de una mudanza va al que se
      *fue, aunque el padron ya tenga al ocupante nuevo) y zona del
      *padron; nombre y domicilio de CLIENTESIX.
      *Un cliente que no esta en CLIENTESIX igual recibe la factura
      *(el repartidor la deja en el domicilio del medidor) y se
      *informa para corregir el padron.
      ******************************************************************
       220000-DATOS-CLIENTE.
           MOVE REG-DFA-CLIENTE TO WSV-CLIENTE
           MOVE ZERO            TO WSV-ZONA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              IF WSV-PAD-MEDIDOR(WSV-IDX) = REG-DFA-MEDIDOR
                 IF WSV-CLIENTE = ZERO
                    MOVE WSV-PAD-CLIENTE(WSV-IDX) TO WSV-CLIENTE
                 END-IF
                 MOVE WSV-PAD-ZONA(WSV-IDX)    TO WSV-ZONA
              END-IF
           END-PERFORM

           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    MOVE REG-NOMBRE-CL    TO WSV-NOMBRE
                    MOVE REG-DIRECCION-CL TO WSV-DIRECCION
               WHEN FS-STATUS-CLI-NOT-FOUND
                    ADD 1 TO WSV-CANT-SIN-CLIENTE
                    MOVE "SIN DATOS DE CLIENTE"
                       TO WSV-NOMBRE
                    MOVE SPACES TO WSV-DIRECCION
                    DISPLAY "E167: CLIENTE " WSV-CLIENTE
                            " DEL MEDIDOR " REG-DFA-MEDIDOR
                            " INEXISTENTE EN CLIENTESIX"
               WHEN OTHER
                    MOVE CON-220000-DATOS-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-DATOS-CLIENTE-F. EXIT.
      ******************************************************************
      *                         230000-VENCIMIENTOS
      *Primer vencimiento: dias habiles desde la emision de la
      *factura; segundo: dias habiles desde el primero.
      ******************************************************************
       230000-VENCIMIENTOS.
           MOVE "N"                TO WS-FEC-OPERACION
           MOVE REG-DFA-FECHA      TO WS-FEC-FECHA
           MOVE WSV-DIAS-VTO-1     TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-230000-VENCIMIENTOS TO WS-ERR-PARRAFO
              MOVE CON-VENCIM              TO WS-ERR-OBJETO
              MOVE CON-CALCULAR            TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-RESULTADO TO WSV-VENCIMIENTO-1

           MOVE "N"                TO WS-FEC-OPERACION
           MOVE WSV-VENCIMIENTO-1  TO WS-FEC-FECHA
           MOVE WSV-DIAS-VTO-2     TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-230000-VENCIMIENTOS TO WS-ERR-PARRAFO
              MOVE CON-VENCIM              TO WS-ERR-OBJETO
              MOVE CON-CALCULAR            TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-RESULTADO TO WSV-VENCIMIENTO-2
           .
       230000-VENCIMIENTOS-F. EXIT.
      ******************************************************************
      *                         240000-CALCULAR-IMPORTES
      *Cuotas del convenio: las que por calendario (una por mes desde
      *el inicio, como en E81REP) ya vencieron al primer vencimiento
      *de la factura y todavia no se pagaron. El recargo del segundo
      *vencimiento va solo sobre el importe del bimestre.
      ******************************************************************
       240000-CALCULAR-IMPORTES.
           MOVE "N"    TO WSV-SW-SUBSIDIADO
           MOVE ZERO   TO WSV-SUBSIDIO
           MOVE SPACES TO WSV-CATEGORIA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-SUBSIDIOS
              OR WSV-SUBSIDIADO
              IF WSV-FSU-MEDIDOR(WSV-IDX) = REG-DFA-MEDIDOR
                 AND WSV-FSU-PERIODO(WSV-IDX) = REG-DFA-PERIODO
                 MOVE "S" TO WSV-SW-SUBSIDIADO
                 MOVE WSV-FSU-SUBSIDIADO(WSV-IDX) TO WSV-SUBSIDIO
                 MOVE WSV-FSU-CATEGORIA(WSV-IDX)  TO WSV-CATEGORIA
              END-IF
           END-PERFORM

           MOVE ZERO TO WSV-CUOTAS-FACTURAR
           MOVE ZERO TO WSV-IMPORTE-CUOTAS
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONVENIOS
              IF WSV-CNV-MEDIDOR(WSV-IDX) = REG-DFA-MEDIDOR
                 MOVE WSV-CNV-FECHA-INICIO(WSV-IDX) TO WSV-FECHA-INI
                 COMPUTE WSV-CUOTAS-ESPERADAS =
                    (WSV-VTO-AAAA * 12 + WSV-VTO-MM) -
                    (WSV-INI-AAAA * 12 + WSV-INI-MM) + 1
                 IF WSV-CUOTAS-ESPERADAS >
                    WSV-CNV-CANT-CUOTAS(WSV-IDX)
                    MOVE WSV-CNV-CANT-CUOTAS(WSV-IDX)
                       TO WSV-CUOTAS-ESPERADAS
                 END-IF
                 COMPUTE WSV-CUOTAS-FACTURAR = WSV-CUOTAS-ESPERADAS
                    - WSV-CNV-CUOTAS-PAGADAS(WSV-IDX)
                 IF WSV-CUOTAS-FACTURAR > ZERO
                    COMPUTE WSV-IMPORTE-CUOTAS =
                       WSV-CUOTAS-FACTURAR *
                       WSV-CNV-IMPORTE-CUOTA(WSV-IDX)
                    ADD 1 TO WSV-CANT-CON-CUOTA
                 ELSE
                    MOVE ZERO TO WSV-CUOTAS-FACTURAR
                 END-IF
              END-IF
           END-PERFORM

           MOVE ZERO TO WSV-SALDO-ANTERIOR
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-DEUDAS
              IF WSV-MUP-MEDIDOR(WSV-IDX) = REG-DFA-MEDIDOR
                 MOVE WSV-MUP-DEUDA(WSV-IDX) TO WSV-SALDO-ANTERIOR
              END-IF
           END-PERFORM
           IF WSV-SALDO-ANTERIOR > ZERO
              ADD 1 TO WSV-CANT-CON-DEUDA
           END-IF

           COMPUTE WSV-TOTAL-1 = REG-DFA-NETO + WSV-IMPORTE-CUOTAS
              + WSV-SALDO-ANTERIOR
           COMPUTE WSV-RECARGO ROUNDED =
              REG-DFA-NETO * WSV-PORC-RECARGO / 100
           COMPUTE WSV-TOTAL-2 = WSV-TOTAL-1 + WSV-RECARGO
           .
       240000-CALCULAR-IMPORTES-F. EXIT.
      ******************************************************************
      *                         250000-ARMAR-GRAFICO
      *Los seis bimestres mas recientes del medidor hasta el
      *facturado, sin importar el orden de CONSUMOS_HIST.txt.
      ******************************************************************
       250000-ARMAR-GRAFICO.
           INITIALIZE WSV-TABLA-GRAFICO
           MOVE ZERO TO WSV-CANT-GRAFICO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-HISTCONS
              IF WSV-HCO-MEDIDOR(WSV-IDX) = REG-DFA-MEDIDOR
                 AND WSV-HCO-PERIODO(WSV-IDX) <= REG-DFA-PERIODO
                 PERFORM 252000-INSERTAR-BIMESTRE
                    THRU 252000-INSERTAR-BIMESTRE-F
              END-IF
           END-PERFORM

           MOVE ZERO TO WSV-CONSUMO-MAXIMO
           PERFORM VARYING WSV-IDX-GRA FROM 1 BY 1
              UNTIL WSV-IDX-GRA > WSV-CANT-GRAFICO
              IF WSV-GRA-CONSUMO(WSV-IDX-GRA) > WSV-CONSUMO-MAXIMO
                 MOVE WSV-GRA-CONSUMO(WSV-IDX-GRA)
                    TO WSV-CONSUMO-MAXIMO
              END-IF
           END-PERFORM
           .
       250000-ARMAR-GRAFICO-F. EXIT.
      ******************************************************************
      *                         252000-INSERTAR-BIMESTRE
      *Inserta el bimestre en su lugar de la tabla ordenada de mayor
      *a menor periodo; lo que pasa del sexto lugar se pierde.
      ******************************************************************
       252000-INSERTAR-BIMESTRE.
           MOVE 1 TO WSV-POSICION
           PERFORM UNTIL WSV-POSICION > WSV-CANT-GRAFICO
              OR WSV-HCO-PERIODO(WSV-IDX) >
                 WSV-GRA-PERIODO(WSV-POSICION)
              ADD 1 TO WSV-POSICION
           END-PERFORM
           IF WSV-POSICION > 6
              GO TO 252000-INSERTAR-BIMESTRE-F
           END-IF

           IF WSV-CANT-GRAFICO < 6
              ADD 1 TO WSV-CANT-GRAFICO
           END-IF
           PERFORM VARYING WSV-IDX-GRA FROM WSV-CANT-GRAFICO BY -1
              UNTIL WSV-IDX-GRA <= WSV-POSICION
              MOVE WSV-GRA-ENTRY(WSV-IDX-GRA - 1)
                 TO WSV-GRA-ENTRY(WSV-IDX-GRA)
           END-PERFORM

           MOVE WSV-HCO-PERIODO(WSV-IDX)
              TO WSV-GRA-PERIODO(WSV-POSICION)
           MOVE WSV-HCO-CONSUMO(WSV-IDX)
              TO WSV-GRA-CONSUMO(WSV-POSICION)
           MOVE WSV-HCO-ESTIMADO(WSV-IDX)
              TO WSV-GRA-ESTIMADO(WSV-POSICION)
           .
       252000-INSERTAR-BIMESTRE-F. EXIT.
      ******************************************************************
      *                         255000-ARMAR-CODIGO
      ******************************************************************
       255000-ARMAR-CODIGO.
           MOVE "A"               TO WS-BAR-OPERACION
           MOVE CON-ENTE-GAS      TO WS-BAR-ENTE
           MOVE REG-DFA-MEDIDOR   TO WS-BAR-MEDIDOR
           MOVE REG-DFA-PERIODO   TO WS-BAR-PERIODO
           MOVE WSV-TOTAL-1       TO WS-BAR-IMPORTE-1
           MOVE WSV-VENCIMIENTO-1 TO WS-BAR-VENCIMIENTO-1
           MOVE WSV-TOTAL-2       TO WS-BAR-IMPORTE-2
           MOVE WSV-VENCIMIENTO-2 TO WS-BAR-VENCIMIENTO-2
           CALL CON-RUTBARRA USING WS-REG-BARRA
           IF WS-BAR-COD-RET NOT = ZERO
              MOVE CON-255000-ARMAR-CODIGO TO WS-ERR-PARRAFO
              MOVE CON-CODBARRA            TO WS-ERR-OBJETO
              MOVE CON-CALCULAR            TO WS-ERR-OPERACION
              MOVE WS-BAR-COD-RET          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       255000-ARMAR-CODIGO-F. EXIT.
      ******************************************************************
      *                         260000-IMPRIMIR-FACTURA
      ******************************************************************
       260000-IMPRIMIR-FACTURA.
           MOVE ALL "=" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE "DISTRIBUIDORA DE GAS - FACTURA DE SERVICIO"
              TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE REG-DFA-PERIODO TO WSV-PERIODO-EDITAR
           PERFORM 292000-EDITAR-PERIODO
              THRU 292000-EDITAR-PERIODO-F
           MOVE REG-DFA-FECHA TO WSV-FECHA-EDITAR
           PERFORM 290000-EDITAR-FECHA
              THRU 290000-EDITAR-FECHA-F
           MOVE SPACES TO WSV-LINEA
           STRING "PERIODO  : " DELIMITED BY SIZE
              WSV-PERIODO-IMPRESO DELIMITED BY SIZE
              "     FECHA DE EMISION : " DELIMITED BY SIZE
              WSV-FECHA-IMPRESA DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "MEDIDOR  : " DELIMITED BY SIZE
              REG-DFA-MEDIDOR DELIMITED BY SIZE
              "     ZONA : " DELIMITED BY SIZE
              WSV-ZONA DELIMITED BY SIZE
              "     CLIENTE : " DELIMITED BY SIZE
              WSV-CLIENTE DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "NOMBRE   : " DELIMITED BY SIZE
              WSV-NOMBRE DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "DOMICILIO: " DELIMITED BY SIZE
              WSV-DIRECCION DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           PERFORM 262000-IMPRIMIR-LECTURAS
              THRU 262000-IMPRIMIR-LECTURAS-F

           PERFORM 264000-IMPRIMIR-IMPORTES
              THRU 264000-IMPRIMIR-IMPORTES-F

           PERFORM 266000-IMPRIMIR-GRAFICO
              THRU 266000-IMPRIMIR-GRAFICO-F

           MOVE SPACES TO WSV-LINEA
           STRING "CODIGO DE PAGO: " DELIMITED BY SIZE
              WS-BAR-CODIGO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE ALL "-" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           ADD 1 TO WSV-CANT-FACTURAS
           ADD WSV-TOTAL-1 TO WSV-TOTAL-EMITIDO
           .
       260000-IMPRIMIR-FACTURA-F. EXIT.
      ******************************************************************
      *                         262000-IMPRIMIR-LECTURAS
      *Una factura estimada no tiene lecturas: se aclara que el
      *consumo es estimado y se concilia con la proxima lectura.
      ******************************************************************
       262000-IMPRIMIR-LECTURAS.
           IF REG-DFA-ESTIMADA = "S"
              MOVE REG-DFA-CONSUMO TO WSV-EDIT-M3
              MOVE SPACES TO WSV-LINEA
              STRING "CONSUMO ESTIMADO M3 : " DELIMITED BY SIZE
                 WSV-EDIT-M3 DELIMITED BY SIZE
                 "  (SIN LECTURA EN EL BIMESTRE)" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
              MOVE "SE AJUSTA CON LA PROXIMA LECTURA REAL DEL MEDIDOR"
                 TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           ELSE
              MOVE SPACES TO WSV-LINEA
              STRING "LECTURA ANTERIOR : " DELIMITED BY SIZE
                 REG-DFA-LECTURA-ANTERIOR DELIMITED BY SIZE
                 "     LECTURA ACTUAL : " DELIMITED BY SIZE
                 REG-DFA-LECTURA-ACTUAL DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
              MOVE REG-DFA-CONSUMO TO WSV-EDIT-M3
              MOVE SPACES TO WSV-LINEA
              STRING "CONSUMO MEDIDO M3 : " DELIMITED BY SIZE
                 WSV-EDIT-M3 DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
              IF REG-DFA-DESCONTADO > ZERO
                 MOVE REG-DFA-DESCONTADO TO WSV-EDIT-M3
                 MOVE SPACES TO WSV-LINEA
                 STRING "MENOS ESTIMADO YA FACTURADO M3 : "
                    DELIMITED BY SIZE
                    WSV-EDIT-M3 DELIMITED BY SIZE
                    INTO WSV-LINEA
                 PERFORM 280000-ESCRIBIR-LINEA
                    THRU 280000-ESCRIBIR-LINEA-F
              END-IF
           END-IF
           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       262000-IMPRIMIR-LECTURAS-F. EXIT.
      ******************************************************************
      *                         264000-IMPRIMIR-IMPORTES
      ******************************************************************
       264000-IMPRIMIR-IMPORTES.
           MOVE WSL-TITULO-CONCEPTO TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           INITIALIZE WSL-CONCEPTO
           MOVE "CARGO FIJO"       TO WSL-CON-DESCRIPCION
           MOVE REG-DFA-CARGO-FIJO TO WSL-CON-IMPORTE
           MOVE WSL-CONCEPTO TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > REG-DFA-CANT-BLOQUES
              OR WSV-IDX > 10
              IF REG-DFA-BLO-CONSUMO(WSV-IDX) > ZERO
                 INITIALIZE WSL-CONCEPTO
                 MOVE REG-DFA-BLO-HASTA(WSV-IDX) TO WSV-EDIT-M3
                 STRING "CONSUMO BLOQUE HASTA " DELIMITED BY SIZE
                    WSV-EDIT-M3 DELIMITED BY SIZE
                    " M3" DELIMITED BY SIZE
                    INTO WSL-CON-DESCRIPCION
                 MOVE REG-DFA-BLO-CONSUMO(WSV-IDX) TO WSL-CON-M3
                 MOVE REG-DFA-BLO-PRECIO(WSV-IDX)  TO WSL-CON-PRECIO
                 MOVE REG-DFA-BLO-IMPORTE(WSV-IDX) TO WSL-CON-IMPORTE
                 MOVE WSL-CONCEPTO TO WSV-LINEA
                 PERFORM 280000-ESCRIBIR-LINEA
                    THRU 280000-ESCRIBIR-LINEA-F
              END-IF
           END-PERFORM

           IF REG-DFA-CREDITO > ZERO
              INITIALIZE WSL-CONCEPTO
              MOVE "CREDITO POR CONSUMO ESTIMADO DE MAS"
                 TO WSL-CON-DESCRIPCION
              COMPUTE WSL-CON-IMPORTE = REG-DFA-CREDITO * -1
              MOVE WSL-CONCEPTO TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           IF WSV-SUBSIDIADO
              INITIALIZE WSL-CONCEPTO
              MOVE "SUBTOTAL"    TO WSL-CON-DESCRIPCION
              MOVE REG-DFA-BRUTO TO WSL-CON-IMPORTE
              MOVE WSL-CONCEPTO TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
              INITIALIZE WSL-CONCEPTO
              STRING "BONIFICACION TARIFA SOCIAL CAT. "
                 DELIMITED BY SIZE
                 WSV-CATEGORIA DELIMITED BY SIZE
                 INTO WSL-CON-DESCRIPCION
              COMPUTE WSL-CON-IMPORTE = WSV-SUBSIDIO * -1
              MOVE WSL-CONCEPTO TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           INITIALIZE WSL-CONCEPTO
           MOVE "IMPORTE DEL BIMESTRE" TO WSL-CON-DESCRIPCION
           MOVE REG-DFA-NETO           TO WSL-CON-IMPORTE
           MOVE WSL-CONCEPTO TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           IF WSV-CUOTAS-FACTURAR > ZERO
              INITIALIZE WSL-CONCEPTO
              MOVE WSV-CUOTAS-FACTURAR TO WSV-EDIT-CUOTAS
              STRING "CONVENIO DE PAGO - CUOTAS VENCIDAS: "
                 DELIMITED BY SIZE
                 WSV-EDIT-CUOTAS DELIMITED BY SIZE
                 INTO WSL-CON-DESCRIPCION
              MOVE WSV-IMPORTE-CUOTAS TO WSL-CON-IMPORTE
              MOVE WSL-CONCEPTO TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           IF WSV-SALDO-ANTERIOR > ZERO
              INITIALIZE WSL-CONCEPTO
              MOVE "SALDO ANTERIOR IMPAGO" TO WSL-CON-DESCRIPCION
              MOVE WSV-SALDO-ANTERIOR      TO WSL-CON-IMPORTE
              MOVE WSL-CONCEPTO TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE WSV-VENCIMIENTO-1 TO WSV-FECHA-EDITAR
           PERFORM 290000-EDITAR-FECHA
              THRU 290000-EDITAR-FECHA-F
           INITIALIZE WSL-CONCEPTO
           STRING "TOTAL AL 1ER. VENCIMIENTO " DELIMITED BY SIZE
              WSV-FECHA-IMPRESA DELIMITED BY SIZE
              INTO WSL-CON-DESCRIPCION
           MOVE WSV-TOTAL-1 TO WSL-CON-IMPORTE
           MOVE WSL-CONCEPTO TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE WSV-VENCIMIENTO-2 TO WSV-FECHA-EDITAR
           PERFORM 290000-EDITAR-FECHA
              THRU 290000-EDITAR-FECHA-F
           INITIALIZE WSL-CONCEPTO
           STRING "TOTAL AL 2DO. VENCIMIENTO " DELIMITED BY SIZE
              WSV-FECHA-IMPRESA DELIMITED BY SIZE
              INTO WSL-CON-DESCRIPCION
           MOVE WSV-TOTAL-2 TO WSL-CON-IMPORTE
           MOVE WSL-CONCEPTO TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       264000-IMPRIMIR-IMPORTES-F. EXIT.
      ******************************************************************
      *                         266000-IMPRIMIR-GRAFICO
      *Del bimestre mas viejo al facturado; la barra mas larga es la
      *del mayor consumo.
      ******************************************************************
       266000-IMPRIMIR-GRAFICO.
           IF WSV-CANT-GRAFICO = ZERO
              GO TO 266000-IMPRIMIR-GRAFICO-F
           END-IF

           MOVE "CONSUMO DE LOS ULTIMOS BIMESTRES (E = ESTIMADO)"
              TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           PERFORM VARYING WSV-IDX-GRA FROM WSV-CANT-GRAFICO BY -1
              UNTIL WSV-IDX-GRA < 1
              MOVE WSV-GRA-PERIODO(WSV-IDX-GRA) TO WSV-PERIODO-EDITAR
              PERFORM 292000-EDITAR-PERIODO
                 THRU 292000-EDITAR-PERIODO-F
              MOVE WSV-PERIODO-IMPRESO TO WSL-GRA-PERIODO
              IF WSV-GRA-ESTIMADO(WSV-IDX-GRA) = "S"
                 OR WSV-GRA-ESTIMADO(WSV-IDX-GRA) = "R"
                 MOVE "E" TO WSL-GRA-ESTIMADO
              ELSE
                 MOVE SPACES TO WSL-GRA-ESTIMADO
              END-IF
              MOVE ZERO TO WSV-LARGO-BARRA
              IF WSV-CONSUMO-MAXIMO > ZERO
                 COMPUTE WSV-LARGO-BARRA ROUNDED =
                    WSV-GRA-CONSUMO(WSV-IDX-GRA) * CON-LARGO-BARRA
                    / WSV-CONSUMO-MAXIMO
              END-IF
              IF WSV-LARGO-BARRA = ZERO
                 AND WSV-GRA-CONSUMO(WSV-IDX-GRA) > ZERO
                 MOVE 1 TO WSV-LARGO-BARRA
              END-IF
              MOVE SPACES TO WSL-GRA-BARRA
              IF WSV-LARGO-BARRA > ZERO
                 MOVE ALL "*" TO WSL-GRA-BARRA(1:WSV-LARGO-BARRA)
              END-IF
              MOVE WSV-GRA-CONSUMO(WSV-IDX-GRA) TO WSL-GRA-CONSUMO
              MOVE WSL-GRAFICO TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-PERFORM

           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       266000-IMPRIMIR-GRAFICO-F. EXIT.
      ******************************************************************
      *                         270000-GRABAR-EMITIDA
      ******************************************************************
       270000-GRABAR-EMITIDA.
           MOVE REG-DFA-MEDIDOR   TO REG-EMI-MEDIDOR
           MOVE WSV-CLIENTE       TO REG-EMI-CLIENTE
           MOVE REG-DFA-PERIODO   TO REG-EMI-PERIODO
           MOVE REG-DFA-FECHA     TO REG-EMI-FECHA
           MOVE WSV-TOTAL-1       TO REG-EMI-IMPORTE-1
           MOVE WSV-VENCIMIENTO-1 TO REG-EMI-VENCIMIENTO-1
           MOVE WSV-TOTAL-2       TO REG-EMI-IMPORTE-2
           MOVE WSV-VENCIMIENTO-2 TO REG-EMI-VENCIMIENTO-2
           MOVE WS-BAR-CODIGO     TO REG-EMI-CODIGO
           MOVE "P"               TO REG-EMI-ESTADO
           WRITE REG-EMITIDA
           IF NOT FS-STATUS-EMI-OK
              MOVE CON-270000-GRABAR-EMITIDA TO WS-ERR-PARRAFO
              MOVE CON-EMITIDAS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMI             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       270000-GRABAR-EMITIDA-F. EXIT.
      ******************************************************************
      *                         280000-ESCRIBIR-LINEA
      ******************************************************************
       280000-ESCRIBIR-LINEA.
           WRITE REG-FACTURA FROM WSV-LINEA
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-280000-ESCRIBIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-ESCRIBIR-LINEA-F. EXIT.
      ******************************************************************
      *                         290000-EDITAR-FECHA
      ******************************************************************
       290000-EDITAR-FECHA.
           MOVE WSV-EDI-DD   TO WSV-IMP-DD
           MOVE WSV-EDI-MM   TO WSV-IMP-MM
           MOVE WSV-EDI-AAAA TO WSV-IMP-AAAA
           .
       290000-EDITAR-FECHA-F. EXIT.
      ******************************************************************
      *                         292000-EDITAR-PERIODO
      ******************************************************************
       292000-EDITAR-PERIODO.
           MOVE WSV-PER-AAAA TO WSV-PIM-AAAA
           MOVE WSV-PER-MM   TO WSV-PIM-MM
           .
       292000-EDITAR-PERIODO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DETFACT
           CLOSE CLIENTES
           CLOSE FACTURAS
           CLOSE EMITIDAS

           MOVE WSV-TOTAL-EMITIDO TO WSV-EDIT
           DISPLAY "E167 - IMPRESION DE FACTURAS DE GAS"
           DISPLAY "FACTURAS IMPRESAS   : " WSV-CANT-FACTURAS
           DISPLAY "CON CUOTA CONVENIO  : " WSV-CANT-CON-CUOTA
           DISPLAY "CON SALDO ANTERIOR  : " WSV-CANT-CON-DEUDA
           DISPLAY "SIN DATOS DE CLIENTE: " WSV-CANT-SIN-CLIENTE
           DISPLAY "TOTAL 1ER. VENCIM.  : " WSV-EDIT
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E167.
