      *trailer TRL que espera E62, y compara el efectivo declarado
      *contra la suma de lo capturado, grabando el resultado en
      *CAJA_BALANCE.txt. Un cierre ya asentado en CAJA_CIERRES.txt
      *no se repite, para no duplicar el lote. Una extraccion la
      *puede hacer el titular o un cotitular o apoderado vigente de
      *COTITULARES.txt (E146); si el firmante tiene firma conjunta
      *se exige ademas un segundo firmante autorizado de la cuenta.
      *Los firmantes quedan asentados con la operacion.
      *Un titular con la revision KYC vencida (proxima revision de
      *E155) hace mas de CON-DIAS-GRACIA-KYC dias no opera por caja
      *salvo que un supervisor de USUARIOS.txt (permiso de
      *modificacion, distinto del cajero) autorice en el momento; el
      *supervisor queda asentado con la operacion.
      *El deposito de un cheque de otro banco no es efectivo: queda
      *en el registro CHEQUES_DEPOSITADOS.txt en estado D con su
      *fecha de disponibilidad (CON-DIAS-CANJE dias habiles segun
      *RUTFECHA), se acredita con el lote del cierre como cualquier
      *deposito pero no entra en el arqueo, y sus fondos quedan en
      *canje hasta que E150 los libere: ni la caja ni E47 dejan
      *extraerlos (RUTEMBAR los informa junto con los embargos).
      *El efectivo de la sucursal se lleva en BOVEDA.txt por moneda
      *y denominacion: la apertura de caja retira de la boveda el
      *fondo del cajero billete por billete y el cierre devuelve lo
      *que quedo en la caja, que pasa a ser el efectivo declarado
      *(el arqueo espera fondo + ingresos - egresos). Las remesas
      *y provisiones de tesoreria que propone E157 en
      *ORDENES_TESORO.txt se cumplen tambien por caja contra el
      *numero de orden. Todo movimiento de boveda queda en
      *BOVEDA_MOVIMIENTOS.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.

       SELECT COTITULARES ASSIGN TO "COTITULARES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-COT-CLAVE
                       ALTERNATE RECORD KEY IS REG-COT-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-COT.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT USUARIOS ASSIGN TO "USUARIOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-USU.
      ****************************  OUTPUT  ****************************
       SELECT DEPOSITADOS ASSIGN TO "CHEQUES_DEPOSITADOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-CHD-CLAVE
                       ALTERNATE RECORD KEY IS REG-CHD-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-CHD.

       SELECT CAJAOPS ASSIGN TO "CAJA_OPERACIONES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-OPS.
       SELECT CIERRES ASSIGN TO "CAJA_CIERRES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-CIE.

       SELECT BOVEDA ASSIGN TO "BOVEDA.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-BOV-CLAVE
                       FILE STATUS  IS FS-STATUS-BOV.

       SELECT BOVMOVS ASSIGN TO "BOVEDA_MOVIMIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-BMV.

       SELECT ORDENES ASSIGN TO "ORDENES_TESORO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-OTS-NUMERO
                       FILE STATUS  IS FS-STATUS-OTS.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD USUARIOS.
          01 REG-USUARIO.
             05 REG-USU-ID               PIC X(08).
             05 REG-USU-CLAVE            PIC X(08).
             05 REG-USU-PUEDE-CONSULTA   PIC X(01).
             05 REG-USU-PUEDE-ALTA       PIC X(01).
             05 REG-USU-PUEDE-BAJA       PIC X(01).
             05 REG-USU-PUEDE-MODIF      PIC X(01).
             05 REG-USU-PUEDE-LOTE       PIC X(01).

       FD COTITULARES.
          01 REG-COTITULAR.
             05 REG-COT-CLAVE.
                10 REG-COT-CUENTA        PIC X(08).
                10 REG-COT-CLIENTE       PIC 9(08).
             05 REG-COT-ROL              PIC X(01).
                88 REG-COT-TITULAR              VALUE "T".
                88 REG-COT-COTITULAR            VALUE "C".
                88 REG-COT-APODERADO            VALUE "A".
             05 REG-COT-FIRMA            PIC X(01).
                88 REG-COT-INDISTINTA           VALUE "I".
                88 REG-COT-CONJUNTA             VALUE "C".
             05 REG-COT-VIGENCIA-DESDE   PIC 9(08).
             05 REG-COT-VIGENCIA-HASTA   PIC 9(08).
             05 REG-COT-ESTADO           PIC X(01).
                88 REG-COT-VIGENTE              VALUE "V".
                88 REG-COT-BAJA                 VALUE "B".
             05 REG-COT-FECHA-ALTA       PIC 9(08).
             05 REG-COT-FECHA-ESTADO     PIC 9(08).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).

       FD DEPOSITADOS.
          01 REG-DEPOSITADO.
             05 REG-CHD-CLAVE.
                10 REG-CHD-BANCO         PIC X(03).
                10 REG-CHD-SUCURSAL      PIC X(03).
                10 REG-CHD-CTA-LIBRADORA PIC X(11).
                10 REG-CHD-NUMERO        PIC 9(08).
             05 REG-CHD-CUENTA           PIC X(08).
             05 REG-CHD-CLIENTE          PIC 9(08).
             05 REG-CHD-IMPORTE          PIC 9(15)V9(02).
             05 REG-CHD-FECHA-DEPOSITO   PIC 9(08).
             05 REG-CHD-FECHA-DISPONIBLE PIC 9(08).
             05 REG-CHD-CAJERO           PIC X(08).
             05 REG-CHD-SUCURSAL-DEP     PIC X(03).
             05 REG-CHD-ESTADO           PIC X(01).
                88 REG-CHD-DEPOSITADO           VALUE "D".
                88 REG-CHD-PRESENTADO           VALUE "E".
                88 REG-CHD-LIBERADO             VALUE "A".
                88 REG-CHD-RECHAZADO            VALUE "R".
             05 REG-CHD-FECHA-ESTADO     PIC 9(08).
             05 REG-CHD-MOTIVO           PIC X(02).

       FD CAJAOPS.
          01 REG-CAJAOP.
             05 REG-OPS-FECHA            PIC 9(08).
             05 REG-OPS-TIPO             PIC X(01).
                88 REG-OPS-INGRESO             VALUE "I".
                88 REG-OPS-EGRESO              VALUE "E".
                88 REG-OPS-CHEQUE              VALUE "Q".
             05 REG-OPS-IMPORTE          PIC 9(15)V9(02).
             05 REG-OPS-CLIENTE          PIC 9(08).
             05 REG-OPS-FIRMANTE         PIC 9(08).
             05 REG-OPS-COFIRMANTE       PIC 9(08).
             05 REG-OPS-SUPERVISOR       PIC X(08).

       FD TRANTMP.
          01 REG-TRANTMP                 PIC X(80).
             05 REG-BAL-EGRESOS          PIC 9(15)V9(02).
             05 REG-BAL-DECLARADO        PIC 9(15)V9(02).
             05 REG-BAL-DIFERENCIA       PIC S9(15)V9(02).
             05 REG-BAL-FONDO            PIC 9(15)V9(02).

       FD CIERRES.
          01 REG-CIERRE.
             05 REG-CIE-FECHA            PIC 9(08).
             05 REG-CIE-CAJERO           PIC X(08).

      *Existencia de la boveda por sucursal, moneda y denominacion.
       FD BOVEDA.
          01 REG-BOVEDA.
             05 REG-BOV-CLAVE.
                10 REG-BOV-SUCURSAL      PIC X(03).
                10 REG-BOV-MONEDA        PIC X(03).
                10 REG-BOV-DENOMINACION  PIC 9(05)V9(02).
             05 REG-BOV-CANTIDAD         PIC 9(07).
             05 REG-BOV-FECHA-MOV        PIC 9(08).

      *TIPO: A apertura (boveda a cajero), C cierre (cajero a
      *boveda), R recibido de tesoreria, E remesado a tesoreria.
       FD BOVMOVS.
          01 REG-BOVMOV.
             05 REG-BMV-FECHA            PIC 9(08).
             05 REG-BMV-HORA             PIC 9(08).
             05 REG-BMV-SUCURSAL         PIC X(03).
             05 REG-BMV-MONEDA           PIC X(03).
             05 REG-BMV-CAJERO           PIC X(08).
             05 REG-BMV-TIPO             PIC X(01).
                88 REG-BMV-APERTURA             VALUE "A".
                88 REG-BMV-CIERRE               VALUE "C".
                88 REG-BMV-RECIBIDO             VALUE "R".
                88 REG-BMV-REMESADO             VALUE "E".
             05 REG-BMV-DENOMINACION     PIC 9(05)V9(02).
             05 REG-BMV-CANTIDAD         PIC 9(07).
             05 REG-BMV-IMPORTE          PIC 9(15)V9(02).
             05 REG-BMV-ORDEN            PIC 9(08).

      *Orden de efectivo a tesoreria generada por E157. TIPO: P
      *provision (tesoreria envia a la sucursal), R remesa (la
      *sucursal envia a tesoreria). ESTADO: P pendiente, C cumplida.
       FD ORDENES.
          01 REG-ORDEN-TESORO.
             05 REG-OTS-NUMERO           PIC 9(08).
             05 REG-OTS-FECHA            PIC 9(08).
             05 REG-OTS-SUCURSAL         PIC X(03).
             05 REG-OTS-MONEDA           PIC X(03).
             05 REG-OTS-TIPO             PIC X(01).
                88 REG-OTS-PROVISION            VALUE "P".
                88 REG-OTS-REMESA               VALUE "R".
             05 REG-OTS-IMPORTE          PIC 9(15)V9(02).
             05 REG-OTS-ESTADO           PIC X(01).
                88 REG-OTS-PENDIENTE            VALUE "P".
                88 REG-OTS-CUMPLIDA             VALUE "C".
             05 REG-OTS-FECHA-CUMPLIDA   PIC 9(08).
             05 REG-OTS-IMPORTE-CUMPLIDO PIC 9(15)V9(02).
             05 REG-OTS-OPERADOR         PIC X(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-CARGAR-USUARIOS PIC X(30) VALUE
              '120000-CARGAR-USUARIOS      '.
              05 CON-233000-CONTROLAR-KYC   PIC X(30) VALUE
              '233000-CONTROLAR-KYC        '.
              05 CON-230000-CAPTURAR        PIC X(30) VALUE
              '230000-CAPTURAR             '.
              05 CON-236000-AUTORIZAR-FIRMA PIC X(30) VALUE
              '236000-AUTORIZAR-FIRMANTE   '.
              05 CON-240000-DEPOSITAR-CHEQUE PIC X(30) VALUE
              '240000-DEPOSITAR-CHEQUE     '.
              05 CON-250000-CERRAR-CAJA     PIC X(30) VALUE
              '250000-CERRAR-CAJA          '.
              05 CON-260000-EMITIR-LOTE     PIC X(30) VALUE
              '260000-EMITIR-LOTE          '.
              05 CON-280000-TRANSFERIR-BOVEDA PIC X(30) VALUE
              '280000-TRANSFERIR-BOVEDA    '.
              05 CON-290000-ORDEN-TESORO    PIC X(30) VALUE
              '290000-CUMPLIR-ORDEN-TESORO '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-CLIENTES  PIC X(10) VALUE 'CLIENTES  '.
              05 CON-TRANTMP   PIC X(10) VALUE 'TRANTMP   '.
              05 CON-BALANCE   PIC X(10) VALUE 'BALANCE   '.
              05 CON-CIERRES   PIC X(10) VALUE 'CIERRES   '.
              05 CON-EMBARGOS  PIC X(10) VALUE 'EMBARGOS  '.
              05 CON-COTITULARES PIC X(10) VALUE 'COTITULAR '.
              05 CON-DEPOSITADOS PIC X(10) VALUE 'DEPOSITADO'.
              05 CON-FECHAS      PIC X(10) VALUE 'FECHAS    '.
              05 CON-USUARIOS    PIC X(10) VALUE 'USUARIOS  '.
              05 CON-BOVEDA      PIC X(10) VALUE 'BOVEDA    '.
              05 CON-BOVMOVS     PIC X(10) VALUE 'BOVMOVS   '.
              05 CON-ORDENES     PIC X(10) VALUE 'ORDENES   '.
      *Plazo de acreditacion de un cheque de otro banco depositado
      *por caja, en dias habiles desde el deposito.
           02 CON-POLITICAS.
              05 CON-DIAS-CANJE  PIC 9(02) VALUE 2.
      *Dias corridos de revision KYC vencida a partir de los cuales
      *el titular necesita autorizacion de supervisor para operar.
              05 CON-DIAS-GRACIA-KYC PIC 9(03) VALUE 90.
      *Moneda que se asume cuando el cajero no la informa.
              05 CON-MONEDA-PESOS    PIC X(03) VALUE 'ARS'.
      ************************** TABLES ********************************
       01 WSV-TABLA-USUARIOS.
          02 WSV-USU-ENTRY OCCURS 20 TIMES.
             05 WSV-USU-ID               PIC X(08).
             05 WSV-USU-CLAVE            PIC X(08).
             05 WSV-USU-MODIF            PIC X(01).
       01 WSV-CANT-USUARIOS              PIC 9(02) VALUE 0.
      ********************  VISTAS DE REGISTROS  ***********************
       01 WSR-TRANS-VISTA.
          05 WSR-TRV-NUMERO           PIC 9(08).
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-NOT-FOUND        VALUE "23".

          05 FS-STATUS-COT           PIC X(02) VALUE "00".
             88 FS-STATUS-COT-OK               VALUE "00".
             88 FS-STATUS-COT-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-COT-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-CHD           PIC X(02) VALUE "00".
             88 FS-STATUS-CHD-OK               VALUE "00".
             88 FS-STATUS-CHD-DUPLICADO        VALUE "22".
             88 FS-STATUS-CHD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-BAL           PIC X(02) VALUE "00".
             88 FS-STATUS-BAL-OK               VALUE "00".
             88 FS-STATUS-BAL-NOT-FOUND        VALUE "35".
             88 FS-STATUS-CIE-EOF              VALUE "10".
             88 FS-STATUS-CIE-NOT-FOUND        VALUE "35".

          05 FS-STATUS-USU           PIC X(02) VALUE "00".
             88 FS-STATUS-USU-OK               VALUE "00".
             88 FS-STATUS-USU-EOF              VALUE "10".
             88 FS-STATUS-USU-NOT-FOUND        VALUE "35".

          05 FS-STATUS-BOV           PIC X(02) VALUE "00".
             88 FS-STATUS-BOV-OK               VALUE "00".
             88 FS-STATUS-BOV-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-BOV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-BMV           PIC X(02) VALUE "00".
             88 FS-STATUS-BMV-OK               VALUE "00".
             88 FS-STATUS-BMV-EOF              VALUE "10".
             88 FS-STATUS-BMV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-OTS           PIC X(02) VALUE "00".
             88 FS-STATUS-OTS-OK               VALUE "00".
             88 FS-STATUS-OTS-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-OTS-NOT-FOUND        VALUE "35".

          05 WSV-SW-OPERACION-VALIDA PIC X(01).
             88 WSV-OPERACION-VALIDA           VALUE "S".

          05 WSV-SW-YA-CERRADO       PIC X(01).
             88 WSV-YA-CERRADO                 VALUE "S".

          05 WSV-SW-SIN-COTITULARES  PIC X(01) VALUE "N".
             88 WSV-SIN-COTITULARES            VALUE "S".

          05 WSV-SW-FIRMA-AUTORIZADA PIC X(01).
             88 WSV-FIRMA-AUTORIZADA           VALUE "S".

          05 WSV-SW-KYC-VENCIDO      PIC X(01).
             88 WSV-KYC-VENCIDO                VALUE "S".

          05 WSV-SW-KYC-AUTORIZADO   PIC X(01).
             88 WSV-KYC-AUTORIZADO             VALUE "S".

          05 WSV-SW-OTRA-MONEDA      PIC X(01).
             88 WSV-OTRA-MONEDA                VALUE "S".

          05 WSV-SW-FIN-BILLETES     PIC X(01).
             88 WSV-FIN-BILLETES               VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-CUENTA              PIC X(08).
          05 WSV-IMPORTE             PIC 9(15)V9(02).
          05 WSV-TIPO                PIC X(01).
          05 WSV-FIRMANTE            PIC 9(08).
          05 WSV-COFIRMANTE          PIC 9(08).
          05 WSV-FIRMA-CLIENTE       PIC 9(08).
          05 WSV-REGLA-FIRMA         PIC X(01).
             88 WSV-FIRMA-CONJUNTA             VALUE "C".
          05 WSV-DECLARADO           PIC 9(15)V9(02).
          05 WSV-CHQ-BANCO           PIC X(03).
          05 WSV-CHQ-SUCURSAL        PIC X(03).
          05 WSV-CHQ-CTA-LIBRADORA   PIC X(11).
          05 WSV-CHQ-NUMERO          PIC 9(08).
          05 WSV-FECHA-DISPONIBLE    PIC 9(08).
          05 WSV-LIBRE-CANJE         PIC 9(15)V9(02).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-DIAS-KYC            PIC 9(05).
          05 WSV-SUPERVISOR          PIC X(08).
          05 WSV-SUPERVISOR-CLAVE    PIC X(08).
          05 WSV-IDX-USU             PIC 9(02).
          05 WSV-IDX-BUSQUEDA        PIC 9(02).
          05 WSV-BOV-TIPO            PIC X(01).
             88 WSV-BOV-SALIDA                 VALUE "A" "E".
          05 WSV-BOV-MONEDA          PIC X(03).
          05 WSV-BOV-DENOMINACION    PIC 9(05)V9(02).
          05 WSV-BOV-CANTIDAD        PIC 9(07).
          05 WSV-BOV-IMPORTE         PIC 9(15)V9(02).
          05 WSV-BOV-TOTAL           PIC 9(15)V9(02).
          05 WSV-BOV-ORDEN           PIC 9(08).
          05 WSV-BOV-DIFERENCIA      PIC S9(15)V9(02).
          05 WSV-EDIT                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-TOTALES-CIERRE.
          05 WSV-CIE-CANT-OPS        PIC 9(05).
          05 WSV-CIE-FONDO           PIC 9(15)V9(02).
          05 WSV-CIE-INGRESOS        PIC 9(15)V9(02).
          05 WSV-CIE-EGRESOS         PIC 9(15)V9(02).
          05 WSV-CIE-CHEQUES         PIC 9(15)V9(02).
          05 WSV-CIE-DIFERENCIA      PIC S9(15)V9(02).
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-EMBARGO.
       COPY WSEMBARGO.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 120000-CARGAR-USUARIOS
              THRU 120000-CARGAR-USUARIOS-F

           DISPLAY "CAJERO " WSV-CAJERO " SUCURSAL " WSV-SUCURSAL
                   " - CAJA ABIERTA"
           .
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

      *Sin archivo de cotitulares solo el titular puede extraer.
           OPEN INPUT COTITULARES
           IF FS-STATUS-COT-NOT-FOUND
              MOVE "S" TO WSV-SW-SIN-COTITULARES
           ELSE
              IF NOT FS-STATUS-COT-OK
                 MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                 MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

      *La boveda se crea con el primer efectivo que entra.
           OPEN I-O BOVEDA
           IF FS-STATUS-BOV-NOT-FOUND
              OPEN OUTPUT BOVEDA
              CLOSE BOVEDA
              OPEN I-O BOVEDA
           END-IF
           IF NOT FS-STATUS-BOV-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-BOVEDA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-BOV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-USUARIOS
      *Supervisores que pueden autorizar la operacion de un titular
      *con la revision KYC vencida. Sin archivo no hay quien
      *autorice y esas operaciones se rechazan.
      ******************************************************************
       120000-CARGAR-USUARIOS.
           OPEN INPUT USUARIOS
           IF FS-STATUS-USU-NOT-FOUND
              GO TO 120000-CARGAR-USUARIOS-F
           END-IF
           IF NOT FS-STATUS-USU-OK
              MOVE CON-120000-CARGAR-USUARIOS TO WS-ERR-PARRAFO
              MOVE CON-USUARIOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-USU              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-USUARIO
              THRU 122000-LEER-USUARIO-F
              UNTIL FS-STATUS-USU-EOF

           CLOSE USUARIOS
           .
       120000-CARGAR-USUARIOS-F. EXIT.
      ******************************************************************
      *                         122000-LEER-USUARIO
      ******************************************************************
       122000-LEER-USUARIO.
           READ USUARIOS
           EVALUATE TRUE
               WHEN FS-STATUS-USU-OK
                    IF WSV-CANT-USUARIOS = 20
                       DISPLAY "E99: TABLA DE USUARIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-USUARIOS TO
                          WS-ERR-PARRAFO
                       MOVE CON-USUARIOS       TO WS-ERR-OBJETO
                       MOVE CON-LEER           TO WS-ERR-OPERACION
                       MOVE 99                 TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-USUARIOS
                    MOVE REG-USU-ID    TO
                       WSV-USU-ID(WSV-CANT-USUARIOS)
                    MOVE REG-USU-CLAVE TO
                       WSV-USU-CLAVE(WSV-CANT-USUARIOS)
                    MOVE REG-USU-PUEDE-MODIF TO
                       WSV-USU-MODIF(WSV-CANT-USUARIOS)
               WHEN FS-STATUS-USU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-USUARIOS TO WS-ERR-PARRAFO
                    MOVE CON-USUARIOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-USU              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-USUARIO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.DEPOSITO EN EFECTIVO"
           DISPLAY "2.EXTRACCION EN EFECTIVO"
           DISPLAY "3.CIERRE DE CAJA"
           DISPLAY "4.DEPOSITO DE CHEQUE DE OTRO BANCO"
           DISPLAY "5.APERTURA DE CAJA (FONDO DESDE BOVEDA)"
           DISPLAY "6.RECEPCION O REMESA DE TESORERIA"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

               WHEN 3
                    PERFORM 250000-CERRAR-CAJA
                       THRU 250000-CERRAR-CAJA-F
               WHEN 4
                    MOVE "Q" TO WSV-TIPO
                    PERFORM 240000-DEPOSITAR-CHEQUE
                       THRU 240000-DEPOSITAR-CHEQUE-F
               WHEN 5
                    PERFORM 220000-ABRIR-CAJA
                       THRU 220000-ABRIR-CAJA-F
               WHEN 6
                    PERFORM 290000-CUMPLIR-ORDEN-TESORO
                       THRU 290000-CUMPLIR-ORDEN-TESORO-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         220000-ABRIR-CAJA
      *El cajero retira de la boveda su fondo para operar, por
      *moneda y denominacion. Puede retirar mas de una vez en el
      *dia; todo lo retirado entra en el arqueo del cierre.
      ******************************************************************
       220000-ABRIR-CAJA.
           PERFORM 252000-VERIFICAR-CIERRE
              THRU 252000-VERIFICAR-CIERRE-F
           IF WSV-YA-CERRADO
              DISPLAY "LA CAJA DE " WSV-CAJERO " YA CERRO HOY - "
                      "NO PUEDE RETIRAR FONDO"
              GO TO 220000-ABRIR-CAJA-F
           END-IF

           MOVE "A"  TO WSV-BOV-TIPO
           MOVE ZERO TO WSV-BOV-ORDEN
           DISPLAY "FONDO DE CAJA DESDE BOVEDA"
           PERFORM 280000-TRANSFERIR-BOVEDA
              THRU 280000-TRANSFERIR-BOVEDA-F

           MOVE WSV-BOV-TOTAL TO WSV-EDIT
           DISPLAY "FONDO RECIBIDO DE BOVEDA : " WSV-EDIT
           .
       220000-ABRIR-CAJA-F. EXIT.
      ******************************************************************
      *                         230000-CAPTURAR
      ******************************************************************
       230000-CAPTURAR.
           INITIALIZE WSV-CUENTA WSV-IMPORTE WSV-FIRMANTE
                      WSV-COFIRMANTE
           DISPLAY "INGRESE LA CUENTA"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE EL IMPORTE"
           .
       230000-CAPTURAR-F. EXIT.
      ******************************************************************
      *                         232000-AUTORIZAR-KYC
      *El supervisor se identifica con su clave en el momento; debe
      *tener permiso de modificacion y no ser el mismo cajero.
      ******************************************************************
       232000-AUTORIZAR-KYC.
           MOVE "N" TO WSV-SW-KYC-AUTORIZADO
           DISPLAY "REVISION KYC DEL TITULAR VENCIDA EL "
                   REG-PROX-REVISION-CL " (" WSV-DIAS-KYC " DIAS)"
           DISPLAY "REQUIERE AUTORIZACION DE UN SUPERVISOR"
           DISPLAY "INGRESE EL CODIGO DE SUPERVISOR"
           ACCEPT WSV-SUPERVISOR
           DISPLAY "INGRESE LA CLAVE DEL SUPERVISOR"
           ACCEPT WSV-SUPERVISOR-CLAVE

           MOVE ZERO TO WSV-IDX-USU
           PERFORM VARYING WSV-IDX-BUSQUEDA FROM 1 BY 1
              UNTIL WSV-IDX-BUSQUEDA > WSV-CANT-USUARIOS
              OR WSV-IDX-USU > ZERO
              IF WSV-USU-ID(WSV-IDX-BUSQUEDA) = WSV-SUPERVISOR
                 MOVE WSV-IDX-BUSQUEDA TO WSV-IDX-USU
              END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WSV-IDX-USU = ZERO
                    DISPLAY "SUPERVISOR INEXISTENTE"
               WHEN WSV-USU-CLAVE(WSV-IDX-USU) NOT =
                    WSV-SUPERVISOR-CLAVE
                    DISPLAY "CLAVE INCORRECTA"
               WHEN WSV-USU-MODIF(WSV-IDX-USU) NOT = "S"
                    DISPLAY "EL USUARIO NO TIENE PERMISO DE "
                            "SUPERVISION"
               WHEN WSV-SUPERVISOR = WSV-CAJERO
                    DISPLAY "EL SUPERVISOR DEBE SER OTRA PERSONA"
               WHEN OTHER
                    MOVE "S" TO WSV-SW-KYC-AUTORIZADO
           END-EVALUATE

           IF WSV-KYC-AUTORIZADO
              DISPLAY "OPERACION AUTORIZADA POR EL SUPERVISOR "
                      WSV-SUPERVISOR
           ELSE
              MOVE SPACES TO WSV-SUPERVISOR
              DISPLAY "REVISION KYC VENCIDA - OPERACION RECHAZADA"
           END-IF
           .
       232000-AUTORIZAR-KYC-F. EXIT.
      ******************************************************************
      *                         233000-CONTROLAR-KYC
      *Vencida es la proxima revision que grabo E155 mas de
      *CON-DIAS-GRACIA-KYC dias corridos antes de hoy; sin fecha
      *calculada (recien revisado en E55) no hay vencimiento.
      ******************************************************************
       233000-CONTROLAR-KYC.
           MOVE "N"  TO WSV-SW-KYC-VENCIDO
           MOVE ZERO TO WSV-DIAS-KYC
           IF REG-PROX-REVISION-CL = ZERO
              OR REG-PROX-REVISION-CL >= WSV-FECHA-HOY
              GO TO 233000-CONTROLAR-KYC-F
           END-IF

           MOVE "E"                  TO WS-FEC-OPERACION
           MOVE REG-PROX-REVISION-CL TO WS-FEC-FECHA
           MOVE WSV-FECHA-HOY        TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-233000-CONTROLAR-KYC TO WS-ERR-PARRAFO
              MOVE CON-FECHAS               TO WS-ERR-OBJETO
              MOVE CON-RUTINA               TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WS-FEC-DIAS TO WSV-DIAS-KYC
           IF WSV-DIAS-KYC > CON-DIAS-GRACIA-KYC
              MOVE "S" TO WSV-SW-KYC-VENCIDO
           END-IF
           .
       233000-CONTROLAR-KYC-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-OPERACION
      *Validacion en linea: la cuenta debe existir y el titular debe
      *estar activo en el maestro de clientes. Para una extraccion
      *se avisa ademas si el saldo visible no alcanza, aunque el
      *debito definitivo lo resuelve E47 al aplicar el lote. Lo que
      *no se avisa sino que se rechaza es la extraccion que toca
      *fondos embargados por oficio judicial: el efectivo sale por
      *ventanilla en el momento y E47 ya no lo podria recuperar.
      *Tambien se rechaza la extraccion de quien no esta autorizado
      *a firmar por la cuenta (236000-AUTORIZAR-FIRMANTE), y la que
      *toca fondos de cheques todavia en canje. Los cheques
      *depositados hoy no se descuentan: su credito recien entra al
      *saldo cuando E47 aplica el lote del cierre. Ninguna operacion
      *de un titular con la revision KYC vencida pasa sin supervisor.
      ******************************************************************
       235000-VALIDAR-OPERACION.
           MOVE "N"    TO WSV-SW-OPERACION-VALIDA
           MOVE SPACES TO WSV-SUPERVISOR

           IF WSV-IMPORTE = ZERO
              DISPLAY "IMPORTE INVALIDO"
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           PERFORM 233000-CONTROLAR-KYC
              THRU 233000-CONTROLAR-KYC-F
           IF WSV-KYC-VENCIDO
              PERFORM 232000-AUTORIZAR-KYC
                 THRU 232000-AUTORIZAR-KYC-F
              IF NOT WSV-KYC-AUTORIZADO
                 GO TO 235000-VALIDAR-OPERACION-F
              END-IF
           END-IF

           IF WSV-TIPO = "E"
              DISPLAY "INGRESE EL CODIGO DE CLIENTE DEL FIRMANTE"
              ACCEPT WSV-FIRMANTE
              MOVE WSV-FIRMANTE TO WSV-FIRMA-CLIENTE
              PERFORM 236000-AUTORIZAR-FIRMANTE
                 THRU 236000-AUTORIZAR-FIRMANTE-F
              IF NOT WSV-FIRMA-AUTORIZADA
                 GO TO 235000-VALIDAR-OPERACION-F
              END-IF
              IF WSV-FIRMA-CONJUNTA
                 DISPLAY "FIRMA CONJUNTA - INGRESE EL CODIGO DE "
                         "CLIENTE DEL SEGUNDO FIRMANTE"
                 ACCEPT WSV-COFIRMANTE
                 IF WSV-COFIRMANTE = WSV-FIRMANTE
                    DISPLAY "EL SEGUNDO FIRMANTE DEBE SER OTRA "
                            "PERSONA - OPERACION RECHAZADA"
                    GO TO 235000-VALIDAR-OPERACION-F
                 END-IF
                 MOVE WSV-COFIRMANTE TO WSV-FIRMA-CLIENTE
                 PERFORM 236000-AUTORIZAR-FIRMANTE
                    THRU 236000-AUTORIZAR-FIRMANTE-F
                 IF NOT WSV-FIRMA-AUTORIZADA
                    GO TO 235000-VALIDAR-OPERACION-F
                 END-IF
              END-IF
           END-IF

           IF WSV-TIPO = "E"
              AND REG-MONTO-CUENTA-IX < WSV-IMPORTE
              MOVE REG-MONTO-CUENTA-IX TO WSV-EDIT
                      " MENOR AL IMPORTE - EL LOTE PUEDE RECHAZAR"
           END-IF

           IF WSV-TIPO = "E"
              MOVE "C"        TO WS-EMB-OPERACION
              MOVE WSV-CUENTA TO WS-EMB-CUENTA
              CALL CON-RUTEMBAR USING WS-REG-EMBARGO
              IF WS-EMB-COD-RET NOT = ZERO
                 MOVE CON-230000-CAPTURAR TO WS-ERR-PARRAFO
                 MOVE CON-EMBARGOS        TO WS-ERR-OBJETO
                 MOVE CON-RUTINA          TO WS-ERR-OPERACION
                 MOVE WS-EMB-COD-RET      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              IF WS-EMB-SOLO-CREDITOS
                 DISPLAY "CUENTA INMOVILIZADA (SUCESION) - SOLO "
                         "ADMITE DEPOSITOS - EXTRACCION RECHAZADA"
                 GO TO 235000-VALIDAR-OPERACION-F
              END-IF
              IF WS-EMB-MONTO-EMBARGADO > ZERO
                 AND REG-MONTO-CUENTA-IX - WSV-IMPORTE <
                     WS-EMB-MONTO-EMBARGADO
                 MOVE WS-EMB-MONTO-EMBARGADO TO WSV-EDIT
                 DISPLAY "CUENTA CON EMBARGO JUDICIAL POR " WSV-EDIT
                         " - EXTRACCION RECHAZADA"
                 GO TO 235000-VALIDAR-OPERACION-F
              END-IF
              COMPUTE WSV-LIBRE-CANJE =
                 WS-EMB-MONTO-CANJE - WS-EMB-CANJE-HOY
              IF WSV-LIBRE-CANJE > ZERO
                 AND REG-MONTO-CUENTA-IX - WSV-IMPORTE <
                     WS-EMB-MONTO-EMBARGADO + WSV-LIBRE-CANJE
                 MOVE WSV-LIBRE-CANJE TO WSV-EDIT
                 DISPLAY "CHEQUES EN CANJE POR " WSV-EDIT
                         " AUN NO DISPONIBLES - EXTRACCION RECHAZADA"
                 GO TO 235000-VALIDAR-OPERACION-F
              END-IF
           END-IF

           MOVE "S" TO WSV-SW-OPERACION-VALIDA
           .
       235000-VALIDAR-OPERACION-F. EXIT.
      ******************************************************************
      *                         236000-AUTORIZAR-FIRMANTE
      *Decide si WSV-FIRMA-CLIENTE puede firmar por la cuenta leida en
      *REG-CUENTASIX y devuelve su regla de firma en WSV-REGLA-FIRMA.
      *El titular de CUENTASIX firma siempre (su estado ya se valido)
      *con firma indistinta, salvo que E146 le haya cargado un
      *registro de rol T con firma conjunta. Cualquier otro debe
      *figurar vigente en COTITULARES.txt, dentro de la vigencia del
      *poder si es apoderado, y estar activo en CLIENTESIX.
      ******************************************************************
       236000-AUTORIZAR-FIRMANTE.
           MOVE "N" TO WSV-SW-FIRMA-AUTORIZADA
           MOVE "I" TO WSV-REGLA-FIRMA

           IF WSV-FIRMA-CLIENTE = REG-COD-CLIENTE-IX
              MOVE "S" TO WSV-SW-FIRMA-AUTORIZADA
              IF WSV-SIN-COTITULARES
                 GO TO 236000-AUTORIZAR-FIRMANTE-F
              END-IF
           ELSE
              IF WSV-SIN-COTITULARES
                 DISPLAY "EL FIRMANTE NO ESTA AUTORIZADO EN LA "
                         "CUENTA - OPERACION RECHAZADA"
                 GO TO 236000-AUTORIZAR-FIRMANTE-F
              END-IF
           END-IF

           MOVE REG-NRO-CUENTA-IX TO REG-COT-CUENTA
           MOVE WSV-FIRMA-CLIENTE TO REG-COT-CLIENTE
           READ COTITULARES
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    CONTINUE
               WHEN FS-STATUS-COT-SIN-CLAVE
                    IF NOT WSV-FIRMA-AUTORIZADA
                       DISPLAY "EL FIRMANTE NO ESTA AUTORIZADO EN LA "
                               "CUENTA - OPERACION RECHAZADA"
                    END-IF
                    GO TO 236000-AUTORIZAR-FIRMANTE-F
               WHEN OTHER
                    MOVE CON-236000-AUTORIZAR-FIRMA TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-FIRMA-AUTORIZADA
              IF REG-COT-VIGENTE AND REG-COT-TITULAR
                 MOVE REG-COT-FIRMA TO WSV-REGLA-FIRMA
              END-IF
              GO TO 236000-AUTORIZAR-FIRMANTE-F
           END-IF

           IF NOT REG-COT-VIGENTE
              DISPLAY "EL FIRMANTE FUE DADO DE BAJA EN LA CUENTA - "
                      "OPERACION RECHAZADA"
              GO TO 236000-AUTORIZAR-FIRMANTE-F
           END-IF
           IF REG-COT-APODERADO
              AND (WSV-FECHA-HOY < REG-COT-VIGENCIA-DESDE
                   OR WSV-FECHA-HOY > REG-COT-VIGENCIA-HASTA)
              DISPLAY "PODER FUERA DE VIGENCIA (" REG-COT-VIGENCIA-DESDE
                      " - " REG-COT-VIGENCIA-HASTA ") - OPERACION "
                      "RECHAZADA"
              GO TO 236000-AUTORIZAR-FIRMANTE-F
           END-IF

           MOVE WSV-FIRMA-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    IF REG-ESTADO-CL NOT = "A"
                       DISPLAY "FIRMANTE NO ACTIVO (ESTADO "
                               REG-ESTADO-CL ") - OPERACION "
                               "RECHAZADA"
                       GO TO 236000-AUTORIZAR-FIRMANTE-F
                    END-IF
               WHEN FS-STATUS-CLI-NOT-FOUND
                    DISPLAY "FIRMANTE INEXISTENTE - OPERACION "
                            "RECHAZADA"
                    GO TO 236000-AUTORIZAR-FIRMANTE-F
               WHEN OTHER
                    MOVE CON-236000-AUTORIZAR-FIRMA TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "S"           TO WSV-SW-FIRMA-AUTORIZADA
           MOVE REG-COT-FIRMA TO WSV-REGLA-FIRMA
           .
       236000-AUTORIZAR-FIRMANTE-F. EXIT.
      ******************************************************************
      *                         238000-GRABAR-OPERACION
      ******************************************************************
       238000-GRABAR-OPERACION.
           MOVE WSV-TIPO           TO REG-OPS-TIPO
           MOVE WSV-IMPORTE        TO REG-OPS-IMPORTE
           MOVE REG-COD-CLIENTE-IX TO REG-OPS-CLIENTE
           MOVE WSV-FIRMANTE       TO REG-OPS-FIRMANTE
           MOVE WSV-COFIRMANTE     TO REG-OPS-COFIRMANTE
           MOVE WSV-SUPERVISOR     TO REG-OPS-SUPERVISOR

           WRITE REG-CAJAOP
           IF NOT FS-STATUS-OPS-OK
           .
       238000-GRABAR-OPERACION-F. EXIT.
      ******************************************************************
      *                         240000-DEPOSITAR-CHEQUE
      *Cheque de otro banco a depositar en una cuenta CUENTASIX: la
      *cuenta y el titular se validan como un deposito en efectivo;
      *el cheque se identifica por banco, sucursal, cuenta libradora
      *y numero, y el mismo cheque no se puede depositar dos veces.
      ******************************************************************
       240000-DEPOSITAR-CHEQUE.
           INITIALIZE WSV-CUENTA WSV-IMPORTE WSV-FIRMANTE
                      WSV-COFIRMANTE
           DISPLAY "INGRESE LA CUENTA"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE EL IMPORTE DEL CHEQUE"
           ACCEPT WSV-IMPORTE

           PERFORM 235000-VALIDAR-OPERACION
              THRU 235000-VALIDAR-OPERACION-F
           IF NOT WSV-OPERACION-VALIDA
              GO TO 240000-DEPOSITAR-CHEQUE-F
           END-IF

           INITIALIZE WSV-CHQ-BANCO WSV-CHQ-SUCURSAL
                      WSV-CHQ-CTA-LIBRADORA WSV-CHQ-NUMERO
           DISPLAY "INGRESE EL BANCO LIBRADO (3 DIGITOS)"
           ACCEPT WSV-CHQ-BANCO
           DISPLAY "INGRESE LA SUCURSAL DEL BANCO LIBRADO"
           ACCEPT WSV-CHQ-SUCURSAL
           DISPLAY "INGRESE LA CUENTA LIBRADORA"
           ACCEPT WSV-CHQ-CTA-LIBRADORA
           DISPLAY "INGRESE EL NUMERO DE CHEQUE"
           ACCEPT WSV-CHQ-NUMERO

           IF WSV-CHQ-BANCO IS NOT NUMERIC
              OR WSV-CHQ-CTA-LIBRADORA = SPACES
              OR WSV-CHQ-NUMERO = ZERO
              DISPLAY "DATOS DEL CHEQUE INCOMPLETOS - DEPOSITO "
                      "RECHAZADO"
              MOVE "N" TO WSV-SW-OPERACION-VALIDA
              GO TO 240000-DEPOSITAR-CHEQUE-F
           END-IF

           MOVE "N"            TO WS-FEC-OPERACION
           MOVE WSV-FECHA-HOY  TO WS-FEC-FECHA
           MOVE CON-DIAS-CANJE TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-240000-DEPOSITAR-CHEQUE TO WS-ERR-PARRAFO
              MOVE CON-FECHAS                  TO WS-ERR-OBJETO
              MOVE CON-RUTINA                  TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-RESULTADO TO WSV-FECHA-DISPONIBLE

           PERFORM 245000-REGISTRAR-CHEQUE
              THRU 245000-REGISTRAR-CHEQUE-F
           IF NOT WSV-OPERACION-VALIDA
              GO TO 240000-DEPOSITAR-CHEQUE-F
           END-IF

           PERFORM 238000-GRABAR-OPERACION
              THRU 238000-GRABAR-OPERACION-F
           DISPLAY "CHEQUE REGISTRADO EN CANJE - FONDOS DISPONIBLES "
                   "A PARTIR DEL " WSV-FECHA-DISPONIBLE
           .
       240000-DEPOSITAR-CHEQUE-F. EXIT.
      ******************************************************************
      *                         245000-REGISTRAR-CHEQUE
      *El registro se abre y se cierra por cheque, igual que las
      *operaciones de caja: RUTEMBAR lo consulta desde otros
      *circuitos mientras la caja esta abierta.
      ******************************************************************
       245000-REGISTRAR-CHEQUE.
           OPEN I-O DEPOSITADOS
           IF FS-STATUS-CHD-NOT-FOUND
              OPEN OUTPUT DEPOSITADOS
              CLOSE DEPOSITADOS
              OPEN I-O DEPOSITADOS
           END-IF
           IF NOT FS-STATUS-CHD-OK
              MOVE CON-240000-DEPOSITAR-CHEQUE TO WS-ERR-PARRAFO
              MOVE CON-DEPOSITADOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHD               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-CHQ-BANCO         TO REG-CHD-BANCO
           MOVE WSV-CHQ-SUCURSAL      TO REG-CHD-SUCURSAL
           MOVE WSV-CHQ-CTA-LIBRADORA TO REG-CHD-CTA-LIBRADORA
           MOVE WSV-CHQ-NUMERO        TO REG-CHD-NUMERO
           MOVE WSV-CUENTA            TO REG-CHD-CUENTA
           MOVE REG-COD-CLIENTE-IX    TO REG-CHD-CLIENTE
           MOVE WSV-IMPORTE           TO REG-CHD-IMPORTE
           MOVE WSV-FECHA-HOY         TO REG-CHD-FECHA-DEPOSITO
           MOVE WSV-FECHA-DISPONIBLE  TO REG-CHD-FECHA-DISPONIBLE
           MOVE WSV-CAJERO            TO REG-CHD-CAJERO
           MOVE WSV-SUCURSAL          TO REG-CHD-SUCURSAL-DEP
           MOVE "D"                   TO REG-CHD-ESTADO
           MOVE WSV-FECHA-HOY         TO REG-CHD-FECHA-ESTADO
           MOVE SPACES                TO REG-CHD-MOTIVO

           WRITE REG-DEPOSITADO
           EVALUATE TRUE
               WHEN FS-STATUS-CHD-OK
                    CONTINUE
               WHEN FS-STATUS-CHD-DUPLICADO
                    DISPLAY "EL CHEQUE YA FUE DEPOSITADO - DEPOSITO "
                            "RECHAZADO"
                    MOVE "N" TO WSV-SW-OPERACION-VALIDA
               WHEN OTHER
                    MOVE CON-240000-DEPOSITAR-CHEQUE TO WS-ERR-PARRAFO
                    MOVE CON-DEPOSITADOS             TO WS-ERR-OBJETO
                    MOVE CON-GRABAR                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHD               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           CLOSE DEPOSITADOS
           .
       245000-REGISTRAR-CHEQUE-F. EXIT.
      ******************************************************************
      *                         250000-CERRAR-CAJA
      ******************************************************************
       250000-CERRAR-CAJA.
              GO TO 250000-CERRAR-CAJA-F
           END-IF

      *El efectivo que queda en la caja vuelve a la boveda y lo
      *devuelto es lo declarado para el arqueo.
           MOVE "C"  TO WSV-BOV-TIPO
           MOVE ZERO TO WSV-BOV-ORDEN
           DISPLAY "DEVOLUCION DEL EFECTIVO DE LA CAJA A BOVEDA"
           PERFORM 280000-TRANSFERIR-BOVEDA
              THRU 280000-TRANSFERIR-BOVEDA-F
           MOVE WSV-BOV-TOTAL TO WSV-DECLARADO

           PERFORM 255000-TOTALIZAR-DIA
              THRU 255000-TOTALIZAR-DIA-F

           DISPLAY "CIERRE DE CAJA - CAJERO " WSV-CAJERO
           DISPLAY "OPERACIONES DEL DIA : " WSV-CIE-CANT-OPS
           MOVE WSV-CIE-FONDO TO WSV-EDIT
           DISPLAY "FONDO DE BOVEDA     : " WSV-EDIT
           MOVE WSV-CIE-INGRESOS TO WSV-EDIT
           DISPLAY "INGRESOS            : " WSV-EDIT
           MOVE WSV-CIE-EGRESOS TO WSV-EDIT
           DISPLAY "EGRESOS             : " WSV-EDIT
           MOVE WSV-CIE-CHEQUES TO WSV-EDIT
           DISPLAY "CHEQUES EN CANJE    : " WSV-EDIT
           MOVE WSV-DECLARADO TO WSV-EDIT
           DISPLAY "EFECTIVO DECLARADO  : " WSV-EDIT
           MOVE WSV-CIE-DIFERENCIA TO WSV-EDIT
           CLOSE CAJAOPS
           MOVE "00" TO FS-STATUS-OPS

           OPEN INPUT BOVMOVS
           IF FS-STATUS-BMV-NOT-FOUND
              MOVE "10" TO FS-STATUS-BMV
           END-IF
           IF NOT FS-STATUS-BMV-OK
              AND NOT FS-STATUS-BMV-EOF
              MOVE CON-250000-CERRAR-CAJA TO WS-ERR-PARRAFO
              MOVE CON-BOVMOVS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-BMV          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 257000-LEER-FONDO
              THRU 257000-LEER-FONDO-F
              UNTIL FS-STATUS-BMV-EOF

           CLOSE BOVMOVS
           MOVE "00" TO FS-STATUS-BMV

           COMPUTE WSV-CIE-DIFERENCIA =
              WSV-DECLARADO -
              (WSV-CIE-FONDO + WSV-CIE-INGRESOS - WSV-CIE-EGRESOS)
           .
       255000-TOTALIZAR-DIA-F. EXIT.
      ******************************************************************
      *                         256000-LEER-OPERACION
      *Los cheques depositados van al lote pero no son efectivo: no
      *entran en el arqueo de la caja.
      ******************************************************************
       256000-LEER-OPERACION.
           READ CAJAOPS
                    IF REG-OPS-FECHA = WSV-FECHA-HOY
                       AND REG-OPS-CAJERO = WSV-CAJERO
                       ADD 1 TO WSV-CIE-CANT-OPS
                       EVALUATE TRUE
                           WHEN REG-OPS-INGRESO
                                ADD REG-OPS-IMPORTE TO WSV-CIE-INGRESOS
                           WHEN REG-OPS-CHEQUE
                                ADD REG-OPS-IMPORTE TO WSV-CIE-CHEQUES
                           WHEN OTHER
                                ADD REG-OPS-IMPORTE TO WSV-CIE-EGRESOS
                       END-EVALUATE
                    END-IF
               WHEN FS-STATUS-OPS-EOF
                    CONTINUE
           .
       256000-LEER-OPERACION-F. EXIT.
      ******************************************************************
      *                         257000-LEER-FONDO
      *Fondo que el cajero retiro hoy de la boveda.
      ******************************************************************
       257000-LEER-FONDO.
           READ BOVMOVS
           EVALUATE TRUE
               WHEN FS-STATUS-BMV-OK
                    IF REG-BMV-FECHA = WSV-FECHA-HOY
                       AND REG-BMV-CAJERO = WSV-CAJERO
                       AND REG-BMV-APERTURA
                       ADD REG-BMV-IMPORTE TO WSV-CIE-FONDO
                    END-IF
               WHEN FS-STATUS-BMV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-250000-CERRAR-CAJA TO WS-ERR-PARRAFO
                    MOVE CON-BOVMOVS            TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BMV          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       257000-LEER-FONDO-F. EXIT.
      ******************************************************************
      *                         260000-EMITIR-LOTE
      *Reconstruye CUENTASIX_TRANS.txt: copia lo ya existente (sin
      *su trailer si lo tiene), agrega las operaciones del cajero
      *numeradas a continuacion (deposito en efectivo o de cheque =
      *C, extraccion = D, sin
      *signo) y cierra con el trailer TRL que controla E62. El
      *archivo nuevo reemplaza al viejo por renombre, como hace
      *PROCESO-DIARIO con las cuentas actualizadas.
                       ADD 1 TO WSV-ULTIMO-TRAN
                       MOVE SPACES TO WSR-TRANS-VISTA
                       MOVE WSV-ULTIMO-TRAN TO WSR-TRV-NUMERO
                       IF REG-OPS-INGRESO OR REG-OPS-CHEQUE
                          MOVE "C" TO WSR-TRV-OPERACION
                       ELSE
                          MOVE "D" TO WSR-TRV-OPERACION
           MOVE WSV-CIE-EGRESOS    TO REG-BAL-EGRESOS
           MOVE WSV-DECLARADO      TO REG-BAL-DECLARADO
           MOVE WSV-CIE-DIFERENCIA TO REG-BAL-DIFERENCIA
           MOVE WSV-CIE-FONDO      TO REG-BAL-FONDO

           WRITE REG-BALANCE
           IF NOT FS-STATUS-BAL-OK
           .
       275000-ASENTAR-CIERRE-F. EXIT.
      ******************************************************************
      *                         280000-TRANSFERIR-BOVEDA
      *Pase de efectivo entre la caja y la boveda segun WSV-BOV-TIPO
      *(A retiro de fondo, C devolucion al cierre), moneda por
      *moneda. Deja en WSV-BOV-TOTAL la suma de lo transferido.
      ******************************************************************
       280000-TRANSFERIR-BOVEDA.
           MOVE ZERO TO WSV-BOV-TOTAL
           MOVE "S"  TO WSV-SW-OTRA-MONEDA
           PERFORM 282000-MONEDA-BOVEDA
              THRU 282000-MONEDA-BOVEDA-F
              UNTIL NOT WSV-OTRA-MONEDA
           .
       280000-TRANSFERIR-BOVEDA-F. EXIT.
      ******************************************************************
      *                         282000-MONEDA-BOVEDA
      ******************************************************************
       282000-MONEDA-BOVEDA.
           MOVE SPACES TO WSV-BOV-MONEDA
           DISPLAY "INGRESE LA MONEDA (" CON-MONEDA-PESOS
                   ") O FIN PARA TERMINAR"
           ACCEPT WSV-BOV-MONEDA
           IF WSV-BOV-MONEDA = "FIN"
              MOVE "N" TO WSV-SW-OTRA-MONEDA
              GO TO 282000-MONEDA-BOVEDA-F
           END-IF
           IF WSV-BOV-MONEDA = SPACES
              MOVE CON-MONEDA-PESOS TO WSV-BOV-MONEDA
           END-IF

           PERFORM 284000-DENOMINACIONES
              THRU 284000-DENOMINACIONES-F
           .
       282000-MONEDA-BOVEDA-F. EXIT.
      ******************************************************************
      *                         284000-DENOMINACIONES
      *Billetes de WSV-BOV-MONEDA, denominacion y cantidad, hasta
      *que se ingrese denominacion cero.
      ******************************************************************
       284000-DENOMINACIONES.
           MOVE "N" TO WSV-SW-FIN-BILLETES
           PERFORM 286000-LINEA-BOVEDA
              THRU 286000-LINEA-BOVEDA-F
              UNTIL WSV-FIN-BILLETES
           .
       284000-DENOMINACIONES-F. EXIT.
      ******************************************************************
      *                         286000-LINEA-BOVEDA
      *Lo que sale de la boveda tiene que estar en ella; lo que entra
      *da de alta la denominacion si es la primera vez.
      ******************************************************************
       286000-LINEA-BOVEDA.
           MOVE ZERO TO WSV-BOV-DENOMINACION
           MOVE ZERO TO WSV-BOV-CANTIDAD
           DISPLAY "  DENOMINACION EN " WSV-BOV-MONEDA
                   " (0 PARA TERMINAR)"
           ACCEPT WSV-BOV-DENOMINACION
           IF WSV-BOV-DENOMINACION = ZERO
              MOVE "S" TO WSV-SW-FIN-BILLETES
              GO TO 286000-LINEA-BOVEDA-F
           END-IF
           DISPLAY "  CANTIDAD DE BILLETES"
           ACCEPT WSV-BOV-CANTIDAD
           IF WSV-BOV-CANTIDAD = ZERO
              GO TO 286000-LINEA-BOVEDA-F
           END-IF

           MOVE WSV-SUCURSAL         TO REG-BOV-SUCURSAL
           MOVE WSV-BOV-MONEDA       TO REG-BOV-MONEDA
           MOVE WSV-BOV-DENOMINACION TO REG-BOV-DENOMINACION
           READ BOVEDA
           EVALUATE TRUE
               WHEN FS-STATUS-BOV-OK
                    CONTINUE
               WHEN FS-STATUS-BOV-SIN-CLAVE
                    MOVE ZERO          TO REG-BOV-CANTIDAD
               WHEN OTHER
                    MOVE CON-280000-TRANSFERIR-BOVEDA TO
                       WS-ERR-PARRAFO
                    MOVE CON-BOVEDA    TO WS-ERR-OBJETO
                    MOVE CON-LEER      TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BOV TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-BOV-SALIDA
              IF REG-BOV-CANTIDAD < WSV-BOV-CANTIDAD
                 DISPLAY "  LA BOVEDA NO TIENE ESOS BILLETES - "
                         "DISPONIBLES: " REG-BOV-CANTIDAD
                 GO TO 286000-LINEA-BOVEDA-F
              END-IF
              SUBTRACT WSV-BOV-CANTIDAD FROM REG-BOV-CANTIDAD
           ELSE
              ADD WSV-BOV-CANTIDAD TO REG-BOV-CANTIDAD
           END-IF
           MOVE WSV-FECHA-HOY TO REG-BOV-FECHA-MOV

           IF FS-STATUS-BOV-SIN-CLAVE
              WRITE REG-BOVEDA
           ELSE
              REWRITE REG-BOVEDA
           END-IF
           IF NOT FS-STATUS-BOV-OK
              MOVE CON-280000-TRANSFERIR-BOVEDA TO WS-ERR-PARRAFO
              MOVE CON-BOVEDA                   TO WS-ERR-OBJETO
              MOVE CON-GRABAR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-BOV                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           COMPUTE WSV-BOV-IMPORTE =
              WSV-BOV-DENOMINACION * WSV-BOV-CANTIDAD
           ADD WSV-BOV-IMPORTE TO WSV-BOV-TOTAL

           PERFORM 288000-GRABAR-MOV-BOVEDA
              THRU 288000-GRABAR-MOV-BOVEDA-F
           .
       286000-LINEA-BOVEDA-F. EXIT.
      ******************************************************************
      *                         288000-GRABAR-MOV-BOVEDA
      ******************************************************************
       288000-GRABAR-MOV-BOVEDA.
           OPEN EXTEND BOVMOVS
           IF FS-STATUS-BMV-NOT-FOUND
              OPEN OUTPUT BOVMOVS
           END-IF
           IF NOT FS-STATUS-BMV-OK
              MOVE CON-280000-TRANSFERIR-BOVEDA TO WS-ERR-PARRAFO
              MOVE CON-BOVMOVS                  TO WS-ERR-OBJETO
              MOVE CON-ABRIR                    TO WS-ERR-OPERACION
              MOVE FS-STATUS-BMV                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-HOY        TO REG-BMV-FECHA
           ACCEPT REG-BMV-HORA FROM TIME
           MOVE WSV-SUCURSAL         TO REG-BMV-SUCURSAL
           MOVE WSV-BOV-MONEDA       TO REG-BMV-MONEDA
           MOVE WSV-CAJERO           TO REG-BMV-CAJERO
           MOVE WSV-BOV-TIPO         TO REG-BMV-TIPO
           MOVE WSV-BOV-DENOMINACION TO REG-BMV-DENOMINACION
           MOVE WSV-BOV-CANTIDAD     TO REG-BMV-CANTIDAD
           MOVE WSV-BOV-IMPORTE      TO REG-BMV-IMPORTE
           MOVE WSV-BOV-ORDEN        TO REG-BMV-ORDEN

           WRITE REG-BOVMOV
           IF NOT FS-STATUS-BMV-OK
              MOVE CON-280000-TRANSFERIR-BOVEDA TO WS-ERR-PARRAFO
              MOVE CON-BOVMOVS                  TO WS-ERR-OBJETO
              MOVE CON-GRABAR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-BMV                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE BOVMOVS
           .
       288000-GRABAR-MOV-BOVEDA-F. EXIT.
      ******************************************************************
      *                         290000-CUMPLIR-ORDEN-TESORO
      *Recepcion de una provision de tesoreria (entra a la boveda) o
      *envio de una remesa (sale de la boveda) contra una orden
      *pendiente de la sucursal. Los billetes se cargan en la moneda
      *de la orden y la orden queda cumplida por lo efectivamente
      *movido; si no coincide con lo pedido se avisa la diferencia.
      ******************************************************************
       290000-CUMPLIR-ORDEN-TESORO.
           OPEN I-O ORDENES
           IF FS-STATUS-OTS-NOT-FOUND
              DISPLAY "NO HAY ORDENES DE TESORERIA"
              GO TO 290000-CUMPLIR-ORDEN-TESORO-F
           END-IF
           IF NOT FS-STATUS-OTS-OK
              MOVE CON-290000-ORDEN-TESORO TO WS-ERR-PARRAFO
              MOVE CON-ORDENES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-OTS           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO WSV-BOV-ORDEN
           DISPLAY "INGRESE EL NUMERO DE ORDEN"
           ACCEPT WSV-BOV-ORDEN
           MOVE WSV-BOV-ORDEN TO REG-OTS-NUMERO
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-STATUS-OTS-OK
                    CONTINUE
               WHEN FS-STATUS-OTS-SIN-CLAVE
                    DISPLAY "ORDEN INEXISTENTE"
                    CLOSE ORDENES
                    GO TO 290000-CUMPLIR-ORDEN-TESORO-F
               WHEN OTHER
                    MOVE CON-290000-ORDEN-TESORO TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES             TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OTS           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-OTS-SUCURSAL NOT = WSV-SUCURSAL
              DISPLAY "LA ORDEN ES DE LA SUCURSAL " REG-OTS-SUCURSAL
              CLOSE ORDENES
              GO TO 290000-CUMPLIR-ORDEN-TESORO-F
           END-IF
           IF NOT REG-OTS-PENDIENTE
              DISPLAY "LA ORDEN YA FUE CUMPLIDA EL "
                      REG-OTS-FECHA-CUMPLIDA
              CLOSE ORDENES
              GO TO 290000-CUMPLIR-ORDEN-TESORO-F
           END-IF

           MOVE REG-OTS-IMPORTE TO WSV-EDIT
           IF REG-OTS-PROVISION
              MOVE "R" TO WSV-BOV-TIPO
              DISPLAY "PROVISION DE TESORERIA " REG-OTS-MONEDA
                      " : " WSV-EDIT
           ELSE
              MOVE "E" TO WSV-BOV-TIPO
              DISPLAY "REMESA A TESORERIA " REG-OTS-MONEDA
                      " : " WSV-EDIT
           END-IF

           MOVE ZERO           TO WSV-BOV-TOTAL
           MOVE REG-OTS-MONEDA TO WSV-BOV-MONEDA
           PERFORM 284000-DENOMINACIONES
              THRU 284000-DENOMINACIONES-F

           IF WSV-BOV-TOTAL = ZERO
              DISPLAY "SIN BILLETES - LA ORDEN SIGUE PENDIENTE"
              CLOSE ORDENES
              GO TO 290000-CUMPLIR-ORDEN-TESORO-F
           END-IF

           COMPUTE WSV-BOV-DIFERENCIA =
              WSV-BOV-TOTAL - REG-OTS-IMPORTE

           MOVE "C"           TO REG-OTS-ESTADO
           MOVE WSV-FECHA-HOY TO REG-OTS-FECHA-CUMPLIDA
           MOVE WSV-BOV-TOTAL TO REG-OTS-IMPORTE-CUMPLIDO
           MOVE WSV-CAJERO    TO REG-OTS-OPERADOR
           REWRITE REG-ORDEN-TESORO
           IF NOT FS-STATUS-OTS-OK
              MOVE CON-290000-ORDEN-TESORO TO WS-ERR-PARRAFO
              MOVE CON-ORDENES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-OTS           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE ORDENES

           MOVE WSV-BOV-TOTAL TO WSV-EDIT
           DISPLAY "ORDEN " WSV-BOV-ORDEN " CUMPLIDA POR " WSV-EDIT
           IF WSV-BOV-DIFERENCIA NOT = ZERO
              MOVE WSV-BOV-DIFERENCIA TO WSV-EDIT
              DISPLAY "*** DIFERENCIA CONTRA LO ORDENADO : " WSV-EDIT
           END-IF
           .
       290000-CUMPLIR-ORDEN-TESORO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE CLIENTES
           IF NOT WSV-SIN-COTITULARES
              CLOSE COTITULARES
           END-IF
           CLOSE BOVEDA
           STOP RUN
           .
       300000-EXIT-F. EXIT.
