                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-PEN.

       SELECT SALIENTES ASSIGN TO "TRANSFERENCIAS_SALIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SAL.

       SELECT USUARIOS ASSIGN TO "USUARIOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-USU.
       SELECT SEGLOG ASSIGN TO "SEGURIDAD_LOG.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SEG.

       SELECT PARAMCAMBIO ASSIGN TO "PARAMCAMBIO.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-PCA.

       SELECT CUPOS ASSIGN TO "CUPO_CAMBIO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-CUP-CLAVE
                       FILE STATUS  IS FS-STATUS-CUP.

       SELECT CAMBIOS ASSIGN TO "CAMBIOS_CLIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-CAM.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD AUDITORIA.
          01 REG-AUDITORIA.
                88 REG-TRAN-CREDITO             VALUE "C".
                88 REG-TRAN-DEBITO              VALUE "D".
                88 REG-TRAN-TRANSFERENCIA       VALUE "T".
                88 REG-TRAN-TRANSF-EXTERNA      VALUE "X".
                88 REG-TRAN-CAMBIO              VALUE "F".
             05 REG-TRAN-CUENTA          PIC X(08).
             05 REG-TRAN-CLIENTE         PIC 9(08).
             05 REG-TRAN-MONTO           PIC S9(15)V9(02).
      *Solo para las operaciones T y F: cuenta que recibe el credito.
      *El debito sale de REG-TRAN-CUENTA por REG-TRAN-MONTO y ambas
      *patas se aplican juntas o ninguna (ver 276000 y 280000); en F
      *el credito va en la otra moneda, al tipo de cambio del dia.
             05 REG-TRAN-CUENTA-DESTINO  PIC X(08).
      *Marca que deja E100 al liberar un movimiento de alto monto ya
      *aprobado por un supervisor; sin la marca, un movimiento que
      *supera el umbral de PARAMAPROB.txt no se aplica y se deriva
      *a la cola de aprobacion (ver 278000). "B" marca un cargo del
      *banco (p.ej. intereses de descubierto de E143): no lo ordena
      *el cliente, asi que no pasa por umbral, limite ni embargo.
             05 REG-TRAN-APROBADA        PIC X(01).
                88 REG-TRAN-YA-APROBADA         VALUE "S".
                88 REG-TRAN-CARGO-BANCO         VALUE "B".
      *Solo para la operacion X: cbu de la cuenta de otro banco que
      *recibe la transferencia (ver 279000).
             05 REG-TRAN-CBU-DESTINO     PIC X(22).

       FD CHECKPOINT.
          01 REG-CHECKPOINT.
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD DORMIDAS.
          01 REG-DORMIDA.
             05 REG-PEN-CUENTA-DESTINO   PIC X(08).
             05 REG-PEN-FECHA-CARGA      PIC 9(08).
             05 REG-PEN-OPERADOR-CARGA   PIC X(08).
             05 REG-PEN-CBU-DESTINO      PIC X(22).

       FD SALIENTES.
          01 REG-SALIENTE.
             05 REG-SAL-FECHA            PIC 9(08).
             05 REG-SAL-ORIGEN           PIC X(03).
             05 REG-SAL-REFERENCIA       PIC 9(08).
             05 REG-SAL-CUENTA           PIC X(08).
             05 REG-SAL-CLIENTE          PIC 9(08).
             05 REG-SAL-CBU              PIC X(22).
             05 REG-SAL-IMPORTE          PIC 9(15)V9(02).
             05 REG-SAL-NRO-TRAN         PIC 9(08).
             05 REG-SAL-CONCEPTO         PIC X(30).
             05 REG-SAL-ESTADO           PIC X(01).

       FD USUARIOS.
          01 REG-USUARIO.
             05 REG-SEG-OPERADOR         PIC X(08).
             05 REG-SEG-OPCION           PIC 9(01).
             05 REG-SEG-MOTIVO           PIC X(20).

      *Spreads y cupo de compra por moneda. El spread de compra se
      *aplica cuando el banco le compra la moneda al cliente y el de
      *venta cuando se la vende; los dos son porcentaje sobre la
      *cotizacion de TASASDIA.txt y siempre en contra del cliente. El
      *cupo es lo maximo que un cliente puede comprar de esa moneda
      *en el mes (cero: sin tope).
       FD PARAMCAMBIO.
          01 REG-PARAMCAMBIO.
             05 REG-PCA-MONEDA           PIC X(03).
             05 REG-PCA-SPREAD-COMPRA    PIC 9(03)V9(02).
             05 REG-PCA-SPREAD-VENTA     PIC 9(03)V9(02).
             05 REG-PCA-CUPO-MENSUAL     PIC 9(15)V9(02).

      *Acumulado de compras de moneda del cliente en el mes.
       FD CUPOS.
          01 REG-CUPO.
             05 REG-CUP-CLAVE.
                10 REG-CUP-CLIENTE       PIC 9(08).
                10 REG-CUP-PERIODO       PIC 9(06).
                10 REG-CUP-MONEDA        PIC X(03).
             05 REG-CUP-ACUMULADO        PIC 9(15)V9(02).
             05 REG-CUP-FECHA-ULTIMA     PIC 9(08).

      *Una linea por operacion de cambio aplicada; E101 arma con este
      *archivo la posicion de cambio del dia con clientes.
       FD CAMBIOS.
          01 REG-CAMBIO.
             05 REG-CAM-FECHA            PIC 9(08).
             05 REG-CAM-NRO-TRAN         PIC 9(08).
             05 REG-CAM-CLIENTE          PIC 9(08).
             05 REG-CAM-CUENTA-DEBITO    PIC X(08).
             05 REG-CAM-CUENTA-CREDITO   PIC X(08).
             05 REG-CAM-SENTIDO          PIC X(01).
                88 REG-CAM-COMPRA-CLIENTE       VALUE "C".
                88 REG-CAM-VENTA-CLIENTE        VALUE "V".
             05 REG-CAM-MONEDA           PIC X(03).
             05 REG-CAM-IMPORTE-MONEDA   PIC 9(15)V9(02).
             05 REG-CAM-IMPORTE-ARS      PIC 9(15)V9(02).
             05 REG-CAM-TASA             PIC 9(04)V9(04).
             05 REG-CAM-SPREAD           PIC 9(03)V9(02).
             05 REG-CAM-OPERADOR         PIC X(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTHIST   PIC X(08) VALUE 'RUTHIST '.
              05 CON-RUTLOCK   PIC X(08) VALUE 'RUTLOCK '.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
              05 CON-RUTPROD   PIC X(08) VALUE 'RUTPROD '.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-DATOS      PIC X(30) VALUE
              '110000-OPEN-DATOS           '.
              '220000-SELECT-ACCOUNT       '.
              05 CON-230000-INSERT-ACCOUNT      PIC X(30) VALUE 
              '230000-INSERT-ACCOUNT       '.
              05 CON-250000-UPDATE-ACCOUNT      PIC X(30) VALUE
              '250000-UPDATE-ACCOUNT       '.
              05 CON-273000-APPLY-TRANCTA       PIC X(30) VALUE
              '118000-OPEN-CLIENTES        '.
              05 CON-233000-VALIDAR-CLIENTE PIC X(30) VALUE
              '233000-VALIDAR-CLIENTE      '.
              05 CON-233500-CONTROLAR-KYC   PIC X(30) VALUE
              '233500-CONTROLAR-KYC        '.
              05 CON-318000-CLOSE-CLIENTES  PIC X(30) VALUE
              '318000-CLOSE-CLIENTES       '.
              05 CON-119000-OPEN-DORMIDAS   PIC X(30) VALUE
              '255000-REACTIVAR-CUENTA     '.
              05 CON-319000-CLOSE-DORMIDAS  PIC X(30) VALUE
              '319000-CLOSE-DORMIDAS       '.
              05 CON-238000-VALIDAR-EMBARGO PIC X(30) VALUE
              '238000-VALIDAR-EMBARGO      '.
              05 CON-239000-CONSULTAR-PROD  PIC X(30) VALUE
              '239000-CONSULTAR-PRODUCTO   '.
              05 CON-279000-TRANSF-EXTERNA  PIC X(30) VALUE
              '279000-TRANSF-EXTERNA       '.
              05 CON-271500-CARGAR-PARAMCAM PIC X(30) VALUE
              '271500-CARGAR-PARAMCAMBIO   '.
              05 CON-280000-APLICAR-CAMBIO  PIC X(30) VALUE
              '280000-APLICAR-CAMBIO       '.
           02 CON-POLITICAS.
              05 CON-LIMITE-CREDITO         PIC S9(15)V9(02) VALUE
              -100000,00.
              05 CON-MONEDA-DEFECTO         PIC X(03) VALUE 'ARS'.
      *Producto con que se abren las cuentas del lote (operacion A),
      *que no trae producto: la caja de ahorro comun del catalogo.
              05 CON-PRODUCTO-DEFECTO       PIC X(03) VALUE 'CA1'.
      *Para una moneda que no figura en PARAMCAMBIO.txt.
              05 CON-SPREAD-DEFECTO         PIC 9(03)V9(02) VALUE
              002,00.
              05 CON-CUPO-DEFECTO           PIC 9(15)V9(02) VALUE
              200,00.
      *Dias corridos de revision KYC vencida (proxima revision que
      *calcula E155) a partir de los cuales el cliente no abre
      *cuentas nuevas sin autorizacion de un supervisor.
              05 CON-DIAS-GRACIA-KYC        PIC 9(03) VALUE 90.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-SEGLOG    PIC X(10) VALUE 'SEGLOG    '.
              05 CON-PARAMAPROB PIC X(10) VALUE 'PARAMAPROB'.
              05 CON-PENDIENTES PIC X(10) VALUE 'PENDIENTES'.
              05 CON-EMBARGOS  PIC X(10) VALUE 'EMBARGOS  '.
              05 CON-PRODUCTOS PIC X(10) VALUE 'PRODUCTOS '.
              05 CON-SALIENTES PIC X(10) VALUE 'SALIENTES '.
              05 CON-PARAMCAMBIO PIC X(10) VALUE 'PARAMCAMB '.
              05 CON-CUPOS     PIC X(10) VALUE 'CUPOS     '.
              05 CON-CAMBIOS   PIC X(10) VALUE 'CAMBIOS   '.
              05 CON-FECHAS    PIC X(10) VALUE 'FECHAS    '.
           02 CON-OTROS.
              05 CON-1         PIC 9(01) VALUE 1.
      ************************** TABLES ********************************
             05 WSV-USU-LOTE             PIC X(01).
       01 WSV-CANT-USUARIOS              PIC 9(02) VALUE 0.

       01 WSV-TABLA-CAMBIO.
          02 WSV-PCA-ENTRY OCCURS 20 TIMES.
             05 WSV-PCA-MONEDA           PIC X(03).
             05 WSV-PCA-SPREAD-COMPRA    PIC 9(03)V9(02).
             05 WSV-PCA-SPREAD-VENTA     PIC 9(03)V9(02).
             05 WSV-PCA-CUPO-MENSUAL     PIC 9(15)V9(02).
       01 WSV-CANT-PCA                   PIC 9(02) VALUE 0.

      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-PEN-OK                 VALUE "00".
             88 FS-STATUS-PEN-NOT-FOUND          VALUE "35".

          05 FS-STATUS-SAL            PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK                 VALUE "00".
             88 FS-STATUS-SAL-NOT-FOUND          VALUE "35".

          05 FS-STATUS-SEG            PIC X(02) VALUE "00".
             88 FS-STATUS-SEG-OK                 VALUE "00".
             88 FS-STATUS-SEG-NOT-FOUND          VALUE "35".

          05 FS-STATUS-PCA            PIC X(02) VALUE "00".
             88 FS-STATUS-PCA-OK                 VALUE "00".
             88 FS-STATUS-PCA-EOF                VALUE "10".
             88 FS-STATUS-PCA-NOT-FOUND          VALUE "35".

          05 FS-STATUS-CUP            PIC X(02) VALUE "00".
             88 FS-STATUS-CUP-OK                 VALUE "00".
             88 FS-STATUS-CUP-NOT-FOUND          VALUE "23".
             88 FS-STATUS-CUP-SIN-ARCHIVO        VALUE "35".

          05 FS-STATUS-CAM            PIC X(02) VALUE "00".
             88 FS-STATUS-CAM-OK                 VALUE "00".
             88 FS-STATUS-CAM-NOT-FOUND          VALUE "35".

          05 WSV-SW-SIGNON-OK         PIC X(01) VALUE "N".
             88 WSV-SIGNON-OK                   VALUE "S".


          05 WSV-SWT-MONTO-AUTORIZADO PIC X(01) VALUE "S".
             88 WSV-MONTO-AUTORIZADO            VALUE "S".

          05 WSV-SW-KYC-VENCIDO       PIC X(01) VALUE "N".
             88 WSV-KYC-VENCIDO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION      PIC 9(01) VALUE 9.
          05 WSV-CLIENTE     PIC 9(08).
          05 WSV-MONTO       PIC S9(15)V9(02).
          05 WSV-MONEDA      PIC X(03).
          05 WSV-PRODUCTO    PIC X(03).
          05 WSV-RESPUESTA   PIC X(01).
          05 WSV-OVERRIDE    PIC X(01).
             88 WSV-ES-OVERRIDE          VALUE "S".
             88 WSV-TRAN-DERIVADA            VALUE "S".
          05 WSV-MONTO-ABSOLUTO     PIC 9(15)V9(02).
          05 WSV-CANT-DERIVADAS     PIC 9(04) VALUE ZERO.
          05 WSV-CANT-SALIENTES     PIC 9(04) VALUE ZERO.
          05 WSV-OPERADOR           PIC X(08) VALUE SPACES.
          05 WSV-OPERADOR-CLAVE     PIC X(08).
          05 WSV-IDX-USUARIO        PIC 9(02).
          05 WSV-IDX-SIGNON         PIC 9(02).
          05 WSV-INTENTOS           PIC 9(01) VALUE ZERO.
          05 WSV-MOTIVO-SEG         PIC X(20).
          05 WSV-CANT-CAMBIOS       PIC 9(04) VALUE ZERO.
          05 WSV-FX-MONEDA          PIC X(03).
          05 WSV-FX-SENTIDO         PIC X(01).
             88 WSV-FX-COMPRA-CLIENTE        VALUE "C".
             88 WSV-FX-VENTA-CLIENTE         VALUE "V".
          05 WSV-FX-TASA            PIC 9(04)V9(04).
          05 WSV-FX-SPREAD          PIC 9(03)V9(02).
          05 WSV-FX-CUPO            PIC 9(15)V9(02).
          05 WSV-FX-ACUMULADO       PIC 9(15)V9(02).
          05 WSV-FX-IMPORTE-MONEDA  PIC 9(15)V9(02).
          05 WSV-FX-IMPORTE-ARS     PIC 9(15)V9(02).
          05 WSV-FX-CREDITO         PIC 9(15)V9(02).
          05 WSV-FX-PERIODO         PIC 9(06).
          05 WSV-FX-FECHA           PIC 9(08).
          05 WSV-IDX-PCA            PIC 9(02).
          05 WSV-SW-PCA-ENCONTRADA  PIC X(01).
             88 WSV-PCA-ENCONTRADA           VALUE "S".
          05 WSV-FECHA-HOY          PIC 9(08).
          05 WSV-DIAS-KYC           PIC 9(05).
          05 WSV-SUPERVISOR         PIC X(08).
          05 WSV-SUPERVISOR-CLAVE   PIC X(08).
          05 WSV-IDX-SUPERVISOR     PIC 9(02).

      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSHIST.
       01 WS-REG-LOCK.
       COPY WSLOCK.
       01 WS-REG-EMBARGO.
       COPY WSEMBARGO.
       01 WS-REG-PRODUCTO.
       COPY WSPRODUC.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
      *Identificacion del operador contra el archivo de usuarios antes
      *de abrir los archivos de cuentas; tres intentos fallidos
      *terminan el programa. Cada intento fallido queda asentado en
      *el log de seguridad, y tambien el ingreso correcto (INGRESO
      *OK), que la recertificacion de accesos (E159) usa para ver
      *quien no entra hace meses. Lo pidio auditoria: la baja de una
      *cuenta sin saber quien la hizo no se puede revisar.
      ******************************************************************
       130000-SIGN-ON.
           PERFORM 135000-CARGAR-USUARIOS
                       THRU 145000-LOG-SEGURIDAD-F
               WHEN OTHER
                    MOVE "S" TO WSV-SW-SIGNON-OK
                    MOVE "INGRESO OK          " TO WSV-MOTIVO-SEG
                    PERFORM 145000-LOG-SEGURIDAD
                       THRU 145000-LOG-SEGURIDAD-F
           END-EVALUATE
           .
       137000-PEDIR-OPERADOR-F. EXIT.
              MOVE REG-MONTO-CUENTA-IX TO WSV-EDIT
              DISPLAY "MONTO DISPONIBLE : " WSV-EDIT " "
                      REG-MONEDA-CUENTA-IX
              DISPLAY "PRODUCTO : " REG-PRODUCTO-CUENTA-IX
           ELSE
              IF FS-STATUS-NOT-FOUND
                 DISPLAY "NO ENCONTRADO"
           INITIALIZE WSV-CLIENTE
           INITIALIZE WSV-MONTO
           INITIALIZE WSV-MONEDA
           INITIALIZE WSV-PRODUCTO

           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA
           IF WSV-MONEDA = SPACES
              MOVE CON-MONEDA-DEFECTO TO WSV-MONEDA
           END-IF
           DISPLAY "INGRESE EL CODIGO DE PRODUCTO (VER CATALOGO E145)"
           ACCEPT WSV-PRODUCTO

           PERFORM 233000-VALIDAR-CLIENTE
              THRU 233000-VALIDAR-CLIENTE-F
              DISPLAY "ALTA CANCELADA - REGISTRE EL CLIENTE CON E55"
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
           ELSE
              MOVE "S" TO WSV-SWT-MONTO-AUTORIZADO
              IF WSV-KYC-VENCIDO
                 PERFORM 232000-AUTORIZAR-KYC
                    THRU 232000-AUTORIZAR-KYC-F
              END-IF
              IF WSV-MONTO-AUTORIZADO
                 PERFORM 234000-VALIDAR-PRODUCTO
                    THRU 234000-VALIDAR-PRODUCTO-F
              END-IF
              IF WSV-MONTO-AUTORIZADO
                 PERFORM 235000-VALIDAR-LIMITE-CREDITO
                    THRU 235000-VALIDAR-LIMITE-CREDITO-F
              END-IF
           END-IF

           IF WSV-MONTO-AUTORIZADO
              MOVE WSV-CLIENTE TO REG-COD-CLIENTE-IX
              MOVE WSV-MONTO       TO REG-MONTO-CUENTA-IX
              MOVE WSV-MONEDA      TO REG-MONEDA-CUENTA-IX
              MOVE WSV-PRODUCTO    TO REG-PRODUCTO-CUENTA-IX

              WRITE REG-CUENTASIX

           .
       230000-INSERT-ACCOUNT-F. EXIT.
      ******************************************************************
      *                         232000-AUTORIZAR-KYC
      *Cliente con la revision KYC vencida hace mas de
      *CON-DIAS-GRACIA-KYC dias: la cuenta nueva solo se abre si un
      *supervisor (usuario con permiso de modificacion, distinto del
      *operador) se identifica en el momento. La autorizacion y el
      *rechazo quedan en el log de seguridad.
      ******************************************************************
       232000-AUTORIZAR-KYC.
           DISPLAY "REVISION KYC DEL CLIENTE VENCIDA EL "
                   REG-PROX-REVISION-CL " (" WSV-DIAS-KYC " DIAS)"
           DISPLAY "REQUIERE AUTORIZACION DE UN SUPERVISOR"
           DISPLAY "INGRESE EL CODIGO DE SUPERVISOR"
           ACCEPT WSV-SUPERVISOR
           DISPLAY "INGRESE LA CLAVE DEL SUPERVISOR"
           ACCEPT WSV-SUPERVISOR-CLAVE

           MOVE ZERO TO WSV-IDX-SUPERVISOR
           PERFORM VARYING WSV-IDX-SIGNON FROM 1 BY 1
              UNTIL WSV-IDX-SIGNON > WSV-CANT-USUARIOS
              OR WSV-IDX-SUPERVISOR > ZERO
              IF WSV-USU-ID(WSV-IDX-SIGNON) = WSV-SUPERVISOR
                 MOVE WSV-IDX-SIGNON TO WSV-IDX-SUPERVISOR
              END-IF
           END-PERFORM

           MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
           EVALUATE TRUE
               WHEN WSV-IDX-SUPERVISOR = ZERO
                    DISPLAY "SUPERVISOR INEXISTENTE"
               WHEN WSV-USU-CLAVE(WSV-IDX-SUPERVISOR)
                    NOT = WSV-SUPERVISOR-CLAVE
                    DISPLAY "CLAVE INCORRECTA"
               WHEN WSV-USU-MODIF(WSV-IDX-SUPERVISOR) NOT = "S"
                    DISPLAY "EL USUARIO NO TIENE PERMISO DE "
                            "SUPERVISION"
               WHEN WSV-SUPERVISOR = WSV-OPERADOR
                    DISPLAY "EL SUPERVISOR DEBE SER OTRA PERSONA"
               WHEN OTHER
                    MOVE "S" TO WSV-SWT-MONTO-AUTORIZADO
           END-EVALUATE

           MOVE SPACES TO WSV-MOTIVO-SEG
           IF WSV-MONTO-AUTORIZADO
              DISPLAY "ALTA AUTORIZADA POR EL SUPERVISOR "
                      WSV-SUPERVISOR
              STRING "KYC AUT " WSV-SUPERVISOR
                 DELIMITED BY SIZE INTO WSV-MOTIVO-SEG
           ELSE
              DISPLAY "ALTA CANCELADA POR REVISION KYC VENCIDA"
              MOVE "KYC VENCIDO RECHAZO " TO WSV-MOTIVO-SEG
           END-IF
           PERFORM 145000-LOG-SEGURIDAD
              THRU 145000-LOG-SEGURIDAD-F
           .
       232000-AUTORIZAR-KYC-F. EXIT.
      ******************************************************************
      *                         233000-VALIDAR-CLIENTE
      *Verifica que el cliente (WSV-CLIENTE) exista en el maestro de
      *clientes CLIENTESIX.txt antes de permitir un alta de cuenta;
      ******************************************************************
       233000-VALIDAR-CLIENTE.
           MOVE "N" TO WSV-SW-CLIENTE-EXISTE
           MOVE "N" TO WSV-SW-KYC-VENCIDO
           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
      *o fallecido no admite cuentas nuevas aunque exista.
                    IF REG-ESTADO-CL = "A"
                       MOVE "S" TO WSV-SW-CLIENTE-EXISTE
                       PERFORM 233500-CONTROLAR-KYC
                          THRU 233500-CONTROLAR-KYC-F
                    ELSE
                       DISPLAY "CLIENTE " WSV-CLIENTE
                               " NO ESTA ACTIVO (ESTADO "
           .
       233000-VALIDAR-CLIENTE-F. EXIT.
      ******************************************************************
      *                         233500-CONTROLAR-KYC
      *Marca WSV-KYC-VENCIDO si la proxima revision KYC del cliente
      *leido (la calcula el batch semanal E155) vencio hace mas de
      *CON-DIAS-GRACIA-KYC dias corridos. Sin fecha calculada
      *(cliente recien revisado en E55) no hay vencimiento.
      ******************************************************************
       233500-CONTROLAR-KYC.
           MOVE ZERO TO WSV-DIAS-KYC
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           IF REG-PROX-REVISION-CL = ZERO
              OR REG-PROX-REVISION-CL >= WSV-FECHA-HOY
              GO TO 233500-CONTROLAR-KYC-F
           END-IF

           MOVE "E"                  TO WS-FEC-OPERACION
           MOVE REG-PROX-REVISION-CL TO WS-FEC-FECHA
           MOVE WSV-FECHA-HOY        TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-233500-CONTROLAR-KYC TO WS-ERR-PARRAFO
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
       233500-CONTROLAR-KYC-F. EXIT.
      ******************************************************************
      *                         234000-VALIDAR-PRODUCTO
      *Toda cuenta nueva lleva un producto del catalogo PRODUCTOS.txt
      *(E145) que este vigente; el producto define si la cuenta
      *admite chequera y descubierto y la banda de mantenimiento.
      ******************************************************************
       234000-VALIDAR-PRODUCTO.
           MOVE "S" TO WSV-SWT-MONTO-AUTORIZADO
           PERFORM 239000-CONSULTAR-PRODUCTO
              THRU 239000-CONSULTAR-PRODUCTO-F

           IF WS-PRO-COD-RET NOT = ZERO
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "PRODUCTO " WSV-PRODUCTO
                      " INEXISTENTE EN EL CATALOGO - OPERACION "
                      "CANCELADA"
           ELSE
              IF NOT WS-PRO-VIGENTE
                 MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
                 DISPLAY "PRODUCTO " WSV-PRODUCTO
                         " DADO DE BAJA - NO ADMITE CUENTAS NUEVAS"
              ELSE
                 DISPLAY "PRODUCTO : " WS-PRO-DESCRIPCION
              END-IF
           END-IF
           .
       234000-VALIDAR-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-LIMITE-CREDITO
      *Solo un producto que admite descubierto puede dejar la cuenta
      *deudora, y aun asi no mas alla del limite de credito salvo que
      *el operador lo fuerce. Sin descubierto no hay forzado posible.
      ******************************************************************
       235000-VALIDAR-LIMITE-CREDITO.
           MOVE "S" TO WSV-SWT-MONTO-AUTORIZADO
           PERFORM 236000-CONVERTIR-MONTO
              THRU 236000-CONVERTIR-MONTO-F

           PERFORM 239000-CONSULTAR-PRODUCTO
              THRU 239000-CONSULTAR-PRODUCTO-F
           IF WSV-MONTO-CONVERTIDO < ZERO
              AND NOT WS-PRO-ADMITE-DESCUBIERTO
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "EL PRODUCTO " WSV-PRODUCTO
                      " DE LA CUENTA NO ADMITE SALDO DEUDOR"
              DISPLAY "OPERACION CANCELADA"
              GO TO 235000-VALIDAR-LIMITE-CREDITO-F
           END-IF

           IF WSV-MONTO-CONVERTIDO < CON-LIMITE-CREDITO
              DISPLAY "EL MONTO INGRESADO DEJA LA CUENTA MAS "
                      "DESCUBIERTA QUE EL LIMITE DE CREDITO PERMITIDO"
           PERFORM 236000-CONVERTIR-MONTO
              THRU 236000-CONVERTIR-MONTO-F

           PERFORM 239000-CONSULTAR-PRODUCTO
              THRU 239000-CONSULTAR-PRODUCTO-F
           IF WSV-MONTO-CONVERTIDO < ZERO
              AND NOT WS-PRO-ADMITE-DESCUBIERTO
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA - EL PRODUCTO NO ADMITE "
                      "DESCUBIERTO - CUENTA " WSV-CUENTA
              GO TO 235500-VALIDAR-LIMITE-LOTE-F
           END-IF

           IF WSV-MONTO-CONVERTIDO < CON-LIMITE-CREDITO
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
           .
       237000-VALIDAR-DORMIDA-F. EXIT.
      ******************************************************************
      *                         238000-VALIDAR-EMBARGO
      *Los oficios judiciales vigentes de la cuenta (EMBARGOS.txt, que
      *mantiene E142) inmovilizan lo ordenado y todavia no retenido:
      *un debito del lote que deje el saldo (WSV-MONTO, ya calculado
      *por el llamador) por debajo de ese importe se rechaza, aunque
      *el limite de credito lo permita. Lo embargado solo sale de la
      *cuenta con el barrido E142BAR hacia la cuenta del juzgado.
      *Una cuenta inmovilizada por sucesion (E148) solo admite
      *creditos: el debito se rechaza cualquiera sea el saldo.
      *Los cheques de otros bancos depositados por caja y todavia no
      *liberados (fondos en canje) se suman a lo embargado: ya estan
      *acreditados en el saldo pero no se pueden usar hasta que el
      *canje de E150 los libere.
      ******************************************************************
       238000-VALIDAR-EMBARGO.
           MOVE "C"        TO WS-EMB-OPERACION
           MOVE WSV-CUENTA TO WS-EMB-CUENTA
           CALL CON-RUTEMBAR USING WS-REG-EMBARGO
           IF WS-EMB-COD-RET NOT = ZERO
              MOVE CON-238000-VALIDAR-EMBARGO TO WS-ERR-PARRAFO
              MOVE CON-EMBARGOS               TO WS-ERR-OBJETO
              MOVE CON-RUTINA                 TO WS-ERR-OPERACION
              MOVE WS-EMB-COD-RET             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WS-EMB-SOLO-CREDITOS
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR CUENTA INMOVILIZADA - CUENTA "
                      WSV-CUENTA
              GO TO 238000-VALIDAR-EMBARGO-F
           END-IF

           IF WS-EMB-MONTO-EMBARGADO > ZERO
              AND WSV-MONTO < WS-EMB-MONTO-EMBARGADO
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR EMBARGO JUDICIAL - CUENTA "
                      WSV-CUENTA
              GO TO 238000-VALIDAR-EMBARGO-F
           END-IF

           IF WS-EMB-MONTO-CANJE > ZERO
              AND WSV-MONTO < WS-EMB-MONTO-EMBARGADO +
                              WS-EMB-MONTO-CANJE
              MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR FONDOS EN CANJE - CUENTA "
                      WSV-CUENTA
           END-IF
           .
       238000-VALIDAR-EMBARGO-F. EXIT.
      ******************************************************************
      *                         239000-CONSULTAR-PRODUCTO
      *Trae de RUTPROD los atributos del producto WSV-PRODUCTO. Una
      *cuenta sin producto (anterior al catalogo) vuelve con 01 y sin
      *descubierto; solo un error del archivo corta la ejecucion.
      ******************************************************************
       239000-CONSULTAR-PRODUCTO.
           MOVE "C"          TO WS-PRO-OPERACION
           MOVE WSV-PRODUCTO TO WS-PRO-CODIGO
           CALL CON-RUTPROD USING WS-REG-PRODUCTO
           IF WS-PRO-COD-RET = 99
              MOVE CON-239000-CONSULTAR-PROD TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS             TO WS-ERR-OBJETO
              MOVE CON-RUTINA                TO WS-ERR-OPERACION
              MOVE WS-PRO-COD-RET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       239000-CONSULTAR-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         255000-REACTIVAR-CUENTA
      *Saca la cuenta del archivo de dormidas para volver a admitir
      *modificaciones sobre ella; la proxima corrida de E64 la vuelve
       236000-CONVERTIR-MONTO-F. EXIT.
      ******************************************************************
      *                         240000-DELETE-ACCOUNT
      *Una cuenta no se borra desde aca: el cierre con liquidacion
      *final (interes y cuota del mes, cheques, ordenes, abonos,
      *adhesion y pago del saldo) lo hace E147. La opcion queda para
      *informarlo.
      ******************************************************************
       240000-DELETE-ACCOUNT.
           INITIALIZE WSV-CUENTA
              MOVE REG-MONTO-CUENTA-IX TO WSV-EDIT
              DISPLAY "MONTO DISPONIBLE : " WSV-EDIT " "
                      REG-MONEDA-CUENTA-IX
              DISPLAY "PRODUCTO : " REG-PRODUCTO-CUENTA-IX
              DISPLAY "LA BAJA DE CUENTAS SE HACE CON EL CIERRE DE "
                      "CUENTA (E147) - LIQUIDACION FINAL"
           ELSE
              IF FS-STATUS-NOT-FOUND
                 DISPLAY "CUENTA NO ENCONTRADA ;)"  
              MOVE REG-MONTO-CUENTA-IX TO WSV-EDIT
              DISPLAY "MONTO DISPONIBLE : " WSV-EDIT " "
                      REG-MONEDA-CUENTA-IX
              DISPLAY "PRODUCTO : " REG-PRODUCTO-CUENTA-IX

              PERFORM 237000-VALIDAR-DORMIDA
                 THRU 237000-VALIDAR-DORMIDA-F
              INITIALIZE WSV-CLIENTE
              INITIALIZE WSV-MONTO
              MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA
              MOVE SPACES               TO WSV-PRODUCTO

              DISPLAY "INGRESE EL NUEVO CODIGO DE CLIENTE"
              ACCEPT WSV-CLIENTE
              IF WSV-MONEDA = SPACES
                 MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA
              END-IF
      *El cambio de producto (p.ej. asignarlo a una cuenta anterior
      *al catalogo) se valida igual que en el alta.
              DISPLAY "INGRESE EL NUEVO CODIGO DE PRODUCTO"
              DISPLAY "(ENTER PARA MANTENER " REG-PRODUCTO-CUENTA-IX ")"
              ACCEPT WSV-PRODUCTO
              MOVE "S" TO WSV-SWT-MONTO-AUTORIZADO
              IF WSV-PRODUCTO = SPACES
                 MOVE REG-PRODUCTO-CUENTA-IX TO WSV-PRODUCTO
              ELSE
                 IF WSV-PRODUCTO NOT = REG-PRODUCTO-CUENTA-IX
                    PERFORM 234000-VALIDAR-PRODUCTO
                       THRU 234000-VALIDAR-PRODUCTO-F
                 END-IF
              END-IF

              IF WSV-MONTO-AUTORIZADO
                 PERFORM 235000-VALIDAR-LIMITE-CREDITO
                    THRU 235000-VALIDAR-LIMITE-CREDITO-F
              END-IF

              IF WSV-MONTO-AUTORIZADO
                 INITIALIZE REG-CUENTASIX
                 MOVE WSV-CLIENTE TO REG-COD-CLIENTE-IX
                 MOVE WSV-MONTO       TO REG-MONTO-CUENTA-IX
                 MOVE WSV-MONEDA      TO REG-MONEDA-CUENTA-IX
                 MOVE WSV-PRODUCTO    TO REG-PRODUCTO-CUENTA-IX

                 REWRITE REG-CUENTASIX
                 IF FS-STATUS-OK
           PERFORM 271000-LEER-UMBRAL
              THRU 271000-LEER-UMBRAL-F

           PERFORM 271500-CARGAR-PARAMCAMBIO
              THRU 271500-CARGAR-PARAMCAMBIO-F

           PERFORM 275000-READ-CHECKPOINT
              THRU 275000-READ-CHECKPOINT-F

           END-IF

           CLOSE TRANCTA
           CLOSE CUPOS
           DISPLAY "LOTE FINALIZADO - TRANSACCIONES APLICADAS : "
                    WSV-CONTADOR-LOTE
           IF WSV-CANT-DERIVADAS > ZERO
                      WSV-CANT-DERIVADAS
              DISPLAY "LIBERELAS O RECHACELAS CON E100"
           END-IF
           IF WSV-CANT-SALIENTES > ZERO
              DISPLAY "TRANSFERENCIAS A OTROS BANCOS        : "
                      WSV-CANT-SALIENTES
              DISPLAY "SE ENVIAN CON E149"
           END-IF
           IF WSV-CANT-CAMBIOS > ZERO
              DISPLAY "OPERACIONES DE CAMBIO APLICADAS      : "
                      WSV-CANT-CAMBIOS
           END-IF
           .
       270000-PROCESS-BATCH-F. EXIT.
      ******************************************************************
           .
       271000-LEER-UMBRAL-F. EXIT.
      ******************************************************************
      *                         271500-CARGAR-PARAMCAMBIO
      *Carga los spreads y cupos por moneda para las operaciones de
      *cambio (F) del lote y abre el acumulado mensual de compras de
      *cada cliente, que se crea vacio la primera vez. Sin archivo de
      *parametros todas las monedas van con los valores por defecto.
      ******************************************************************
       271500-CARGAR-PARAMCAMBIO.
           MOVE ZERO TO WSV-CANT-PCA
           OPEN INPUT PARAMCAMBIO
           IF FS-STATUS-PCA-NOT-FOUND
              MOVE "10" TO FS-STATUS-PCA
           ELSE
              IF NOT FS-STATUS-PCA-OK
                 MOVE CON-271500-CARGAR-PARAMCAM TO WS-ERR-PARRAFO
                 MOVE CON-PARAMCAMBIO            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PCA              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           PERFORM 271600-LEER-PARAMCAMBIO
              THRU 271600-LEER-PARAMCAMBIO-F
              UNTIL FS-STATUS-PCA-EOF

           IF NOT FS-STATUS-PCA-NOT-FOUND
              CLOSE PARAMCAMBIO
           END-IF

           OPEN I-O CUPOS
           IF FS-STATUS-CUP-SIN-ARCHIVO
              OPEN OUTPUT CUPOS
              CLOSE CUPOS
              OPEN I-O CUPOS
           END-IF
           IF NOT FS-STATUS-CUP-OK
              MOVE CON-271500-CARGAR-PARAMCAM TO WS-ERR-PARRAFO
              MOVE CON-CUPOS                  TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUP              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       271500-CARGAR-PARAMCAMBIO-F. EXIT.
      ******************************************************************
      *                         271600-LEER-PARAMCAMBIO
      ******************************************************************
       271600-LEER-PARAMCAMBIO.
           READ PARAMCAMBIO
           EVALUATE TRUE
               WHEN FS-STATUS-PCA-OK
                    IF WSV-CANT-PCA = 20
                       DISPLAY "E47: TABLA DE PARAMETROS DE CAMBIO "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-271500-CARGAR-PARAMCAM
                          TO WS-ERR-PARRAFO
                       MOVE CON-PARAMCAMBIO TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE 99              TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PCA
                    MOVE REG-PCA-MONEDA        TO
                       WSV-PCA-MONEDA(WSV-CANT-PCA)
                    MOVE REG-PCA-SPREAD-COMPRA TO
                       WSV-PCA-SPREAD-COMPRA(WSV-CANT-PCA)
                    MOVE REG-PCA-SPREAD-VENTA  TO
                       WSV-PCA-SPREAD-VENTA(WSV-CANT-PCA)
                    MOVE REG-PCA-CUPO-MENSUAL  TO
                       WSV-PCA-CUPO-MENSUAL(WSV-CANT-PCA)
               WHEN FS-STATUS-PCA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-271500-CARGAR-PARAMCAM TO WS-ERR-PARRAFO
                    MOVE CON-PARAMCAMBIO            TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PCA              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       271600-LEER-PARAMCAMBIO-F. EXIT.
      ******************************************************************
      *                         272000-READ-TRANCTA
      ******************************************************************
       272000-READ-TRANCTA.
                       MOVE REG-TRAN-CUENTA    TO WSV-CUENTA
                       MOVE REG-TRAN-MONTO     TO WSV-MONTO
                       MOVE CON-MONEDA-DEFECTO TO WSV-MONEDA
                       MOVE CON-PRODUCTO-DEFECTO TO WSV-PRODUCTO
                       MOVE REG-TRAN-CLIENTE   TO WSV-CLIENTE
                       PERFORM 233000-VALIDAR-CLIENTE
                          THRU 233000-VALIDAR-CLIENTE-F
                                  " RECHAZADA POR CLIENTE INEXISTENTE "
                                  "- CLIENTE " REG-TRAN-CLIENTE
                       ELSE
      *En el lote no hay supervisor presente: la autorizacion es la
      *liberacion previa de la transaccion en E100.
                          IF WSV-KYC-VENCIDO
                             AND NOT REG-TRAN-YA-APROBADA
                             MOVE "N" TO WSV-SWT-MONTO-AUTORIZADO
                             DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                                     " RECHAZADA POR REVISION KYC "
                                     "VENCIDA - CLIENTE "
                                     REG-TRAN-CLIENTE
                          ELSE
                             PERFORM 235500-VALIDAR-LIMITE-LOTE
                                THRU 235500-VALIDAR-LIMITE-LOTE-F
                          END-IF
                       END-IF

                       IF WSV-MONTO-AUTORIZADO
                          MOVE REG-TRAN-MONTO   TO REG-MONTO-CUENTA-IX
                          MOVE CON-MONEDA-DEFECTO TO
                             REG-MONEDA-CUENTA-IX
                          MOVE CON-PRODUCTO-DEFECTO TO
                             REG-PRODUCTO-CUENTA-IX
                          WRITE REG-CUENTASIX
                          IF FS-STATUS-OK
                             MOVE "A"  TO REG-AUD-OPERACION
                          MOVE REG-TRAN-CUENTA     TO WSV-CUENTA
                          MOVE REG-TRAN-MONTO      TO WSV-MONTO
                          MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA
                          MOVE REG-PRODUCTO-CUENTA-IX TO WSV-PRODUCTO
                          PERFORM 237000-VALIDAR-DORMIDA
                             THRU 237000-VALIDAR-DORMIDA-F
                          IF WSV-CUENTA-DORMIDA
      *Debito (p.ej. extraccion de caja de E99): resta el monto,
      *que viaja sin signo por la convencion de intercambio de
      *E62. Es operacion del cliente: controla dormidas y el
      *limite de credito como cualquier modificacion del lote, y
      *no puede tocar lo embargado por oficio judicial. Un cargo
      *del banco se debita siempre: el interes de descubierto se
      *cobra justamente a las cuentas que ya pasaron el limite.
                       PERFORM 210000-READ-DATOS
                          THRU 210000-READ-DATOS-F
                       IF FS-STATUS-OK
                          COMPUTE WSV-MONTO =
                             REG-MONTO-CUENTA-IX - REG-TRAN-MONTO
                          MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA
                          MOVE REG-PRODUCTO-CUENTA-IX TO WSV-PRODUCTO
                          IF REG-TRAN-CARGO-BANCO
                             MOVE "S" TO WSV-SWT-MONTO-AUTORIZADO
                          ELSE
                          PERFORM 237000-VALIDAR-DORMIDA
                             THRU 237000-VALIDAR-DORMIDA-F
                          IF WSV-CUENTA-DORMIDA
                          ELSE
                             PERFORM 235500-VALIDAR-LIMITE-LOTE
                                THRU 235500-VALIDAR-LIMITE-LOTE-F
                             IF WSV-MONTO-AUTORIZADO
                                PERFORM 238000-VALIDAR-EMBARGO
                                   THRU 238000-VALIDAR-EMBARGO-F
                             END-IF
                          END-IF
                          END-IF

                          IF WSV-MONTO-AUTORIZADO
                  WHEN REG-TRAN-TRANSFERENCIA
                       PERFORM 276000-APLICAR-TRANSFERENCIA
                          THRU 276000-APLICAR-TRANSFERENCIA-F
                  WHEN REG-TRAN-TRANSF-EXTERNA
                       PERFORM 279000-TRANSF-EXTERNA
                          THRU 279000-TRANSF-EXTERNA-F
                  WHEN REG-TRAN-CAMBIO
                       PERFORM 280000-APLICAR-CAMBIO
                          THRU 280000-APLICAR-CAMBIO-F
                  WHEN REG-TRAN-BAJA
      *La baja por lote tambien pasa por el cierre de E147.
                       DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                               " RECHAZADA - LA BAJA DE LA CUENTA "
                               REG-TRAN-CUENTA " SE HACE CON E147"
              END-EVALUATE
              END-IF

      ******************************************************************
      *                         278000-CONTROL-UMBRAL
      *Control de cuatro ojos: un movimiento monetario del lote (C,
      *D, M, T, X o F) cuyo monto supera el umbral de PARAMAPROB.txt
      *y que no viene ya liberado por E100 (marca REG-TRAN-APROBADA)
      *no se aplica: se deriva completo a PENDIENTES_APROBACION.txt
      *con el operador que corre el lote y la fecha, para que un
      *supervisor lo apruebe o lo rechace. Las altas y bajas de
      *cuenta no pasan por aca: no mueven plata entre saldos ya
      *existentes.
      ******************************************************************
       278000-CONTROL-UMBRAL.
           MOVE "N" TO WSV-SW-TRAN-DERIVADA
              GO TO 278000-CONTROL-UMBRAL-F
           END-IF
           IF REG-TRAN-YA-APROBADA
              OR REG-TRAN-CARGO-BANCO
              GO TO 278000-CONTROL-UMBRAL-F
           END-IF
           IF NOT REG-TRAN-CREDITO
              AND NOT REG-TRAN-DEBITO
              AND NOT REG-TRAN-MODIFICACION
              AND NOT REG-TRAN-TRANSFERENCIA
              AND NOT REG-TRAN-TRANSF-EXTERNA
              AND NOT REG-TRAN-CAMBIO
              GO TO 278000-CONTROL-UMBRAL-F
           END-IF

           MOVE REG-TRAN-CUENTA-DESTINO TO REG-PEN-CUENTA-DESTINO
           ACCEPT REG-PEN-FECHA-CARGA FROM DATE YYYYMMDD
           MOVE WSV-OPERADOR            TO REG-PEN-OPERADOR-CARGA
           MOVE REG-TRAN-CBU-DESTINO    TO REG-PEN-CBU-DESTINO

           WRITE REG-PENDIENTE
           IF NOT FS-STATUS-PEN-OK
      *movimientos sueltos y dos veces quedo una pata aplicada con la
      *otra rechazada. Todas las validaciones (ambas cuentas existen,
      *misma moneda, origen no dormida, el debito no supera el limite
      *de credito ni toca fondos embargados) se resuelven ANTES del
      *primer REWRITE; recien con todo validado se graban las dos
      *patas, cada una con su registro de auditoria y de historial.
      *Un par invalido se informa con el motivo y no toca ninguna de
      *las dos cuentas.
      ******************************************************************
       276000-APLICAR-TRANSFERENCIA.
           MOVE "S"    TO WSV-SW-TRANSF-OK
              MOVE REG-COD-CLIENTE-IX   TO WSV-ORI-CLIENTE
              MOVE REG-MONTO-CUENTA-IX  TO WSV-ORI-MONTO
              MOVE REG-MONEDA-CUENTA-IX TO WSV-ORI-MONEDA
              MOVE REG-PRODUCTO-CUENTA-IX TO WSV-PRODUCTO

              PERFORM 237000-VALIDAR-DORMIDA
                 THRU 237000-VALIDAR-DORMIDA-F
              END-IF
           END-IF

           IF WSV-TRANSF-OK
              PERFORM 238000-VALIDAR-EMBARGO
                 THRU 238000-VALIDAR-EMBARGO-F
              IF NOT WSV-MONTO-AUTORIZADO
                 MOVE "N" TO WSV-SW-TRANSF-OK
                 EVALUATE TRUE
                     WHEN WS-EMB-SOLO-CREDITOS
                          MOVE "CUENTA ORIGEN INMOVILIZADA"
                             TO WSV-MOTIVO-TRANSF
                     WHEN WS-EMB-MONTO-EMBARGADO > ZERO
                          AND WSV-MONTO < WS-EMB-MONTO-EMBARGADO
                          MOVE "FONDOS EMBARGADOS EN ORIGEN"
                             TO WSV-MOTIVO-TRANSF
                     WHEN OTHER
                          MOVE "FONDOS EN CANJE EN ORIGEN"
                             TO WSV-MOTIVO-TRANSF
                 END-EVALUATE
              END-IF
           END-IF

           IF WSV-TRANSF-OK
              PERFORM 277000-GRABAR-PATAS-TRANSF
                 THRU 277000-GRABAR-PATAS-TRANSF-F
           .
       277000-GRABAR-PATAS-TRANSF-F. EXIT.
      ******************************************************************
      *                         279000-TRANSF-EXTERNA
      *Transferencia a una cuenta de otro banco (operacion X del
      *lote): el cliente ordena enviar REG-TRAN-MONTO de su cuenta
      *REG-TRAN-CUENTA al cbu REG-TRAN-CBU-DESTINO. Aca solo se
      *debita la cuenta; la plata sale del banco con E149, que arma
      *el archivo de intercambio de cada banco destino a partir de
      *TRANSFERENCIAS_SALIENTES.txt. Es operacion del cliente y se
      *valida como el debito D (dormida, limite, embargo y cuenta
      *inmovilizada). El intercambio es solo en moneda local: una
      *cuenta en otra moneda no puede transferir afuera. Si el banco
      *destino la devuelve (cbu inexistente, cuenta cerrada) E149RET
      *reintegra el importe a la cuenta con un credito del lote.
      ******************************************************************
       279000-TRANSF-EXTERNA.
           IF REG-TRAN-CBU-DESTINO IS NOT NUMERIC
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR CBU DESTINO INVALIDO - CUENTA "
                      REG-TRAN-CUENTA
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF
           IF REG-TRAN-MONTO NOT > ZERO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR IMPORTE INVALIDO - CUENTA "
                      REG-TRAN-CUENTA
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF

           MOVE REG-TRAN-CUENTA TO REG-NRO-CUENTA-IX
           PERFORM 210000-READ-DATOS
              THRU 210000-READ-DATOS-F
           IF NOT FS-STATUS-OK
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR CUENTA INEXISTENTE - CUENTA "
                      REG-TRAN-CUENTA
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF
           IF REG-MONEDA-CUENTA-IX NOT = CON-MONEDA-DEFECTO
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA - LA TRANSFERENCIA A OTRO BANCO "
                      "ES SOLO EN " CON-MONEDA-DEFECTO
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF

           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-ANTES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-ANTES
           MOVE REG-TRAN-CUENTA TO WSV-CUENTA
           COMPUTE WSV-MONTO = REG-MONTO-CUENTA-IX - REG-TRAN-MONTO
           MOVE REG-MONEDA-CUENTA-IX   TO WSV-MONEDA
           MOVE REG-PRODUCTO-CUENTA-IX TO WSV-PRODUCTO

           PERFORM 237000-VALIDAR-DORMIDA
              THRU 237000-VALIDAR-DORMIDA-F
           IF WSV-CUENTA-DORMIDA
              DISPLAY "TRANSACCION " REG-TRAN-NUMERO
                      " RECHAZADA POR CUENTA DORMIDA - CUENTA "
                      WSV-CUENTA
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF

           PERFORM 235500-VALIDAR-LIMITE-LOTE
              THRU 235500-VALIDAR-LIMITE-LOTE-F
           IF NOT WSV-MONTO-AUTORIZADO
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF

           PERFORM 238000-VALIDAR-EMBARGO
              THRU 238000-VALIDAR-EMBARGO-F
           IF NOT WSV-MONTO-AUTORIZADO
              GO TO 279000-TRANSF-EXTERNA-F
           END-IF

           SUBTRACT REG-TRAN-MONTO FROM REG-MONTO-CUENTA-IX
           REWRITE REG-CUENTASIX
           IF NOT FS-STATUS-OK
              MOVE CON-279000-TRANSF-EXTERNA TO WS-ERR-PARRAFO
              MOVE CON-DATOS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                 TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "M" TO REG-AUD-OPERACION
           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-DESPUES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-DESPUES
           PERFORM 260000-WRITE-AUDIT
              THRU 260000-WRITE-AUDIT-F

           MOVE REG-AUD-MONTO-ANTES TO REG-HIST-MONTO-ANTERIOR
           COMPUTE REG-HIST-MONTO-APLICADO = ZERO - REG-TRAN-MONTO
           MOVE REG-MONTO-CUENTA-IX TO REG-HIST-MONTO-NUEVO
           PERFORM 265000-WRITE-HISTORIAL
              THRU 265000-WRITE-HISTORIAL-F

           PERFORM 279500-GRABAR-SALIENTE
              THRU 279500-GRABAR-SALIENTE-F
           .
       279000-TRANSF-EXTERNA-F. EXIT.
      ******************************************************************
      *                         279500-GRABAR-SALIENTE
      *Deja la transferencia ya debitada pendiente de envio (estado
      *P) en el mismo archivo que usan las ordenes de E144GEN y los
      *saldos de cierre de E147. La referencia y el numero de
      *transaccion son el numero del lote, que E149RET usa para
      *ubicar la transferencia si el banco destino la devuelve.
      ******************************************************************
       279500-GRABAR-SALIENTE.
           OPEN EXTEND SALIENTES
           IF FS-STATUS-SAL-NOT-FOUND
              OPEN OUTPUT SALIENTES
           END-IF
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-279000-TRANSF-EXTERNA TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ACCEPT REG-SAL-FECHA FROM DATE YYYYMMDD
           MOVE "TRF"                TO REG-SAL-ORIGEN
           MOVE REG-TRAN-NUMERO      TO REG-SAL-REFERENCIA
           MOVE REG-TRAN-CUENTA      TO REG-SAL-CUENTA
           MOVE REG-COD-CLIENTE-IX   TO REG-SAL-CLIENTE
           MOVE REG-TRAN-CBU-DESTINO TO REG-SAL-CBU
           MOVE REG-TRAN-MONTO       TO REG-SAL-IMPORTE
           MOVE REG-TRAN-NUMERO      TO REG-SAL-NRO-TRAN
           MOVE "TRANSFERENCIA A OTRO BANCO" TO REG-SAL-CONCEPTO
           MOVE "P"                  TO REG-SAL-ESTADO

           WRITE REG-SALIENTE
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-279000-TRANSF-EXTERNA TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE SALIENTES
           ADD 1 TO WSV-CANT-SALIENTES
           .
       279500-GRABAR-SALIENTE-F. EXIT.
      ******************************************************************
      *                         280000-APLICAR-CAMBIO
      *Compra o venta de moneda extranjera del cliente entre dos
      *cuentas propias (operacion F del lote): se debita
      *REG-TRAN-MONTO de REG-TRAN-CUENTA en su moneda y se acredita
      *el equivalente en REG-TRAN-CUENTA-DESTINO, que tiene que ser
      *del mismo cliente. Una de las dos cuentas es en pesos y la
      *otra en la moneda extranjera: debito en pesos es una compra
      *del cliente y debito en la otra moneda es una venta. El
      *importe se cotiza con TASASDIA.txt (E65) y el spread de
      *PARAMCAMBIO.txt, y la compra no puede pasar el cupo mensual
      *del cliente en esa moneda. Igual que la transferencia T, todo
      *se valida antes de tocar una cuenta y las dos patas se graban
      *juntas, con auditoria e historial; despues se suma el cupo y
      *la operacion queda en CAMBIOS_CLIENTES.txt.
      ******************************************************************
       280000-APLICAR-CAMBIO.
           MOVE "S"    TO WSV-SW-TRANSF-OK
           MOVE SPACES TO WSV-MOTIVO-TRANSF
           ACCEPT WSV-FX-FECHA FROM DATE YYYYMMDD
           MOVE WSV-FX-FECHA(1:6) TO WSV-FX-PERIODO

           IF REG-TRAN-MONTO NOT > ZERO
              MOVE "N" TO WSV-SW-TRANSF-OK
              MOVE "IMPORTE INVALIDO" TO WSV-MOTIVO-TRANSF
           END-IF

           IF WSV-TRANSF-OK
              MOVE REG-TRAN-CUENTA TO REG-NRO-CUENTA-IX
              PERFORM 210000-READ-DATOS
                 THRU 210000-READ-DATOS-F
              IF FS-STATUS-OK
                 MOVE REG-COD-CLIENTE-IX     TO WSV-ORI-CLIENTE
                 MOVE REG-MONTO-CUENTA-IX    TO WSV-ORI-MONTO
                 MOVE REG-MONEDA-CUENTA-IX   TO WSV-ORI-MONEDA
                 MOVE REG-PRODUCTO-CUENTA-IX TO WSV-PRODUCTO

                 PERFORM 237000-VALIDAR-DORMIDA
                    THRU 237000-VALIDAR-DORMIDA-F
                 IF WSV-CUENTA-DORMIDA
                    MOVE "N" TO WSV-SW-TRANSF-OK
                    MOVE "CUENTA ORIGEN DORMIDA" TO WSV-MOTIVO-TRANSF
                 END-IF
              ELSE
                 MOVE "N" TO WSV-SW-TRANSF-OK
                 MOVE "CUENTA ORIGEN INEXISTENTE" TO WSV-MOTIVO-TRANSF
              END-IF
           END-IF

           IF WSV-TRANSF-OK
              MOVE REG-TRAN-CUENTA-DESTINO TO REG-NRO-CUENTA-IX
              PERFORM 210000-READ-DATOS
                 THRU 210000-READ-DATOS-F
              IF FS-STATUS-OK
                 MOVE REG-COD-CLIENTE-IX   TO WSV-DES-CLIENTE
                 MOVE REG-MONTO-CUENTA-IX  TO WSV-DES-MONTO
                 MOVE REG-MONEDA-CUENTA-IX TO WSV-DES-MONEDA
                 IF WSV-DES-CLIENTE NOT = WSV-ORI-CLIENTE
                    MOVE "N" TO WSV-SW-TRANSF-OK
                    MOVE "CUENTAS DE DISTINTO CLIENTE"
                       TO WSV-MOTIVO-TRANSF
                 END-IF
              ELSE
                 MOVE "N" TO WSV-SW-TRANSF-OK
                 MOVE "CUENTA DESTINO INEXISTENTE"
                    TO WSV-MOTIVO-TRANSF
              END-IF
           END-IF

           IF WSV-TRANSF-OK
              EVALUATE TRUE
                  WHEN WSV-ORI-MONEDA = CON-MONEDA-DEFECTO
                       AND WSV-DES-MONEDA NOT = CON-MONEDA-DEFECTO
                       MOVE "C"            TO WSV-FX-SENTIDO
                       MOVE WSV-DES-MONEDA TO WSV-FX-MONEDA
                  WHEN WSV-ORI-MONEDA NOT = CON-MONEDA-DEFECTO
                       AND WSV-DES-MONEDA = CON-MONEDA-DEFECTO
                       MOVE "V"            TO WSV-FX-SENTIDO
                       MOVE WSV-ORI-MONEDA TO WSV-FX-MONEDA
                  WHEN OTHER
                       MOVE "N" TO WSV-SW-TRANSF-OK
                       MOVE "MONEDAS NO ADMITIDAS EN CAMBIO"
                          TO WSV-MOTIVO-TRANSF
              END-EVALUATE
           END-IF

           IF WSV-TRANSF-OK
              PERFORM 281000-COTIZAR-CAMBIO
                 THRU 281000-COTIZAR-CAMBIO-F
           END-IF

           IF WSV-TRANSF-OK
              COMPUTE WSV-MONTO = WSV-ORI-MONTO - REG-TRAN-MONTO
              MOVE WSV-ORI-MONEDA  TO WSV-MONEDA
              MOVE REG-TRAN-CUENTA TO WSV-CUENTA
              PERFORM 235500-VALIDAR-LIMITE-LOTE
                 THRU 235500-VALIDAR-LIMITE-LOTE-F
              IF NOT WSV-MONTO-AUTORIZADO
                 MOVE "N" TO WSV-SW-TRANSF-OK
                 MOVE "LIMITE DE CREDITO EN ORIGEN"
                    TO WSV-MOTIVO-TRANSF
              END-IF
           END-IF

           IF WSV-TRANSF-OK
              PERFORM 238000-VALIDAR-EMBARGO
                 THRU 238000-VALIDAR-EMBARGO-F
              IF NOT WSV-MONTO-AUTORIZADO
                 MOVE "N" TO WSV-SW-TRANSF-OK
                 EVALUATE TRUE
                     WHEN WS-EMB-SOLO-CREDITOS
                          MOVE "CUENTA ORIGEN INMOVILIZADA"
                             TO WSV-MOTIVO-TRANSF
                     WHEN WS-EMB-MONTO-EMBARGADO > ZERO
                          AND WSV-MONTO < WS-EMB-MONTO-EMBARGADO
                          MOVE "FONDOS EMBARGADOS EN ORIGEN"
                             TO WSV-MOTIVO-TRANSF
                     WHEN OTHER
                          MOVE "FONDOS EN CANJE EN ORIGEN"
                             TO WSV-MOTIVO-TRANSF
                 END-EVALUATE
              END-IF
           END-IF

           IF WSV-TRANSF-OK
              AND WSV-FX-COMPRA-CLIENTE
              PERFORM 282000-CONTROLAR-CUPO
                 THRU 282000-CONTROLAR-CUPO-F
           END-IF

           IF WSV-TRANSF-OK
              PERFORM 283000-GRABAR-PATAS-CAMBIO
                 THRU 283000-GRABAR-PATAS-CAMBIO-F
              IF WSV-FX-COMPRA-CLIENTE
                 PERFORM 284000-ACTUALIZAR-CUPO
                    THRU 284000-ACTUALIZAR-CUPO-F
              END-IF
              PERFORM 285000-GRABAR-CAMBIO
                 THRU 285000-GRABAR-CAMBIO-F
           ELSE
              DISPLAY "CAMBIO " REG-TRAN-NUMERO
                      " RECHAZADO - " WSV-MOTIVO-TRANSF
                      " - CUENTAS " REG-TRAN-CUENTA " / "
                      REG-TRAN-CUENTA-DESTINO
           END-IF
           .
       280000-APLICAR-CAMBIO-F. EXIT.
      ******************************************************************
      *                         281000-COTIZAR-CAMBIO
      *Cotizacion de la operacion con la convencion de E65 (pesos =
      *importe en la moneda / cotizacion del dia). Al que compra se
      *le aplica el spread de venta del banco y al que vende el de
      *compra, descontados del importe que recibe el cliente.
      ******************************************************************
       281000-COTIZAR-CAMBIO.
           MOVE "N" TO WSV-SW-TASA-ENCONTRADA
           MOVE 1   TO WSV-IDX-TASA
           PERFORM UNTIL WSV-TASA-ENCONTRADA
                      OR WSV-IDX-TASA > WSV-CANT-TASAS
               IF WSV-TASA-MONEDA(WSV-IDX-TASA) = WSV-FX-MONEDA
                  MOVE "S" TO WSV-SW-TASA-ENCONTRADA
               ELSE
                  ADD 1 TO WSV-IDX-TASA
               END-IF
           END-PERFORM
           IF NOT WSV-TASA-ENCONTRADA
              OR WSV-TASA-TIPO-CAMBIO(WSV-IDX-TASA) = ZERO
              MOVE "N" TO WSV-SW-TRANSF-OK
              MOVE "SIN COTIZACION DEL DIA" TO WSV-MOTIVO-TRANSF
              GO TO 281000-COTIZAR-CAMBIO-F
           END-IF
           MOVE WSV-TASA-TIPO-CAMBIO(WSV-IDX-TASA) TO WSV-FX-TASA

           MOVE "N" TO WSV-SW-PCA-ENCONTRADA
           MOVE 1   TO WSV-IDX-PCA
           PERFORM UNTIL WSV-PCA-ENCONTRADA
                      OR WSV-IDX-PCA > WSV-CANT-PCA
               IF WSV-PCA-MONEDA(WSV-IDX-PCA) = WSV-FX-MONEDA
                  MOVE "S" TO WSV-SW-PCA-ENCONTRADA
               ELSE
                  ADD 1 TO WSV-IDX-PCA
               END-IF
           END-PERFORM

           IF WSV-FX-COMPRA-CLIENTE
              IF WSV-PCA-ENCONTRADA
                 MOVE WSV-PCA-SPREAD-VENTA(WSV-IDX-PCA)
                    TO WSV-FX-SPREAD
                 MOVE WSV-PCA-CUPO-MENSUAL(WSV-IDX-PCA)
                    TO WSV-FX-CUPO
              ELSE
                 MOVE CON-SPREAD-DEFECTO TO WSV-FX-SPREAD
                 MOVE CON-CUPO-DEFECTO   TO WSV-FX-CUPO
              END-IF
           ELSE
              IF WSV-PCA-ENCONTRADA
                 MOVE WSV-PCA-SPREAD-COMPRA(WSV-IDX-PCA)
                    TO WSV-FX-SPREAD
              ELSE
                 MOVE CON-SPREAD-DEFECTO TO WSV-FX-SPREAD
              END-IF
           END-IF

           IF WSV-FX-SPREAD NOT < 100
              MOVE "N" TO WSV-SW-TRANSF-OK
              MOVE "SPREAD DE CAMBIO INVALIDO" TO WSV-MOTIVO-TRANSF
              GO TO 281000-COTIZAR-CAMBIO-F
           END-IF

           IF WSV-FX-COMPRA-CLIENTE
              MOVE REG-TRAN-MONTO TO WSV-FX-IMPORTE-ARS
              COMPUTE WSV-FX-IMPORTE-MONEDA ROUNDED =
                 REG-TRAN-MONTO * WSV-FX-TASA
                 * (100 - WSV-FX-SPREAD) / 100
              MOVE WSV-FX-IMPORTE-MONEDA TO WSV-FX-CREDITO
           ELSE
              MOVE REG-TRAN-MONTO TO WSV-FX-IMPORTE-MONEDA
              COMPUTE WSV-FX-IMPORTE-ARS ROUNDED =
                 REG-TRAN-MONTO / WSV-FX-TASA
                 * (100 - WSV-FX-SPREAD) / 100
              MOVE WSV-FX-IMPORTE-ARS TO WSV-FX-CREDITO
           END-IF

           IF WSV-FX-CREDITO = ZERO
              MOVE "N" TO WSV-SW-TRANSF-OK
              MOVE "IMPORTE CAMBIADO EN CERO" TO WSV-MOTIVO-TRANSF
           END-IF
           .
       281000-COTIZAR-CAMBIO-F. EXIT.
      ******************************************************************
      *                         282000-CONTROLAR-CUPO
      *Lo que el cliente ya compro de la moneda en el mes mas esta
      *compra no puede pasar el cupo; cupo cero es sin tope.
      ******************************************************************
       282000-CONTROLAR-CUPO.
           MOVE ZERO TO WSV-FX-ACUMULADO
           MOVE WSV-ORI-CLIENTE TO REG-CUP-CLIENTE
           MOVE WSV-FX-PERIODO  TO REG-CUP-PERIODO
           MOVE WSV-FX-MONEDA   TO REG-CUP-MONEDA
           READ CUPOS
           EVALUATE TRUE
               WHEN FS-STATUS-CUP-OK
                    MOVE REG-CUP-ACUMULADO TO WSV-FX-ACUMULADO
               WHEN FS-STATUS-CUP-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CON-280000-APLICAR-CAMBIO TO WS-ERR-PARRAFO
                    MOVE CON-CUPOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUP             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-FX-CUPO > ZERO
              AND WSV-FX-ACUMULADO + WSV-FX-IMPORTE-MONEDA
                  > WSV-FX-CUPO
              MOVE "N" TO WSV-SW-TRANSF-OK
              MOVE "SUPERA EL CUPO MENSUAL" TO WSV-MOTIVO-TRANSF
           END-IF
           .
       282000-CONTROLAR-CUPO-F. EXIT.
      ******************************************************************
      *                         283000-GRABAR-PATAS-CAMBIO
      *Igual que 277000: debito en la cuenta origen por el importe
      *del lote y credito en la destino por el importe cotizado, cada
      *uno con su auditoria y su historial.
      ******************************************************************
       283000-GRABAR-PATAS-CAMBIO.
           MOVE REG-TRAN-CUENTA TO REG-NRO-CUENTA-IX
           PERFORM 210000-READ-DATOS
              THRU 210000-READ-DATOS-F
           SUBTRACT REG-TRAN-MONTO FROM REG-MONTO-CUENTA-IX
           REWRITE REG-CUENTASIX
           IF NOT FS-STATUS-OK
              MOVE CON-280000-APLICAR-CAMBIO TO WS-ERR-PARRAFO
              MOVE CON-DATOS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                 TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "M"              TO REG-AUD-OPERACION
           MOVE WSV-ORI-CLIENTE  TO REG-AUD-CLIENTE-ANTES
           MOVE WSV-ORI-MONTO    TO REG-AUD-MONTO-ANTES
           MOVE WSV-ORI-CLIENTE  TO REG-AUD-CLIENTE-DESPUES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-DESPUES
           MOVE REG-TRAN-CUENTA  TO WSV-CUENTA
           PERFORM 260000-WRITE-AUDIT
              THRU 260000-WRITE-AUDIT-F

           MOVE WSV-ORI-MONTO TO REG-HIST-MONTO-ANTERIOR
           COMPUTE REG-HIST-MONTO-APLICADO = ZERO - REG-TRAN-MONTO
           MOVE REG-MONTO-CUENTA-IX TO REG-HIST-MONTO-NUEVO
           PERFORM 265000-WRITE-HISTORIAL
              THRU 265000-WRITE-HISTORIAL-F

           MOVE REG-TRAN-CUENTA-DESTINO TO REG-NRO-CUENTA-IX
           PERFORM 210000-READ-DATOS
              THRU 210000-READ-DATOS-F
           ADD WSV-FX-CREDITO TO REG-MONTO-CUENTA-IX
           REWRITE REG-CUENTASIX
           IF NOT FS-STATUS-OK
              MOVE CON-280000-APLICAR-CAMBIO TO WS-ERR-PARRAFO
              MOVE CON-DATOS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                 TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "M"              TO REG-AUD-OPERACION
           MOVE WSV-DES-CLIENTE  TO REG-AUD-CLIENTE-ANTES
           MOVE WSV-DES-MONTO    TO REG-AUD-MONTO-ANTES
           MOVE WSV-DES-CLIENTE  TO REG-AUD-CLIENTE-DESPUES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-DESPUES
           MOVE REG-TRAN-CUENTA-DESTINO TO WSV-CUENTA
           PERFORM 260000-WRITE-AUDIT
              THRU 260000-WRITE-AUDIT-F

           MOVE WSV-DES-MONTO  TO REG-HIST-MONTO-ANTERIOR
           MOVE WSV-FX-CREDITO TO REG-HIST-MONTO-APLICADO
           MOVE REG-MONTO-CUENTA-IX TO REG-HIST-MONTO-NUEVO
           PERFORM 265000-WRITE-HISTORIAL
              THRU 265000-WRITE-HISTORIAL-F
           .
       283000-GRABAR-PATAS-CAMBIO-F. EXIT.
      ******************************************************************
      *                         284000-ACTUALIZAR-CUPO
      ******************************************************************
       284000-ACTUALIZAR-CUPO.
           MOVE WSV-ORI-CLIENTE TO REG-CUP-CLIENTE
           MOVE WSV-FX-PERIODO  TO REG-CUP-PERIODO
           MOVE WSV-FX-MONEDA   TO REG-CUP-MONEDA
           READ CUPOS
           EVALUATE TRUE
               WHEN FS-STATUS-CUP-OK
                    ADD WSV-FX-IMPORTE-MONEDA TO REG-CUP-ACUMULADO
                    MOVE WSV-FX-FECHA TO REG-CUP-FECHA-ULTIMA
                    REWRITE REG-CUPO
               WHEN FS-STATUS-CUP-NOT-FOUND
                    MOVE WSV-FX-IMPORTE-MONEDA TO REG-CUP-ACUMULADO
                    MOVE WSV-FX-FECHA TO REG-CUP-FECHA-ULTIMA
                    WRITE REG-CUPO
           END-EVALUATE
           IF NOT FS-STATUS-CUP-OK
              MOVE CON-280000-APLICAR-CAMBIO TO WS-ERR-PARRAFO
              MOVE CON-CUPOS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUP             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       284000-ACTUALIZAR-CUPO-F. EXIT.
      ******************************************************************
      *                         285000-GRABAR-CAMBIO
      ******************************************************************
       285000-GRABAR-CAMBIO.
           OPEN EXTEND CAMBIOS
           IF FS-STATUS-CAM-NOT-FOUND
              OPEN OUTPUT CAMBIOS
           END-IF
           IF NOT FS-STATUS-CAM-OK
              MOVE CON-280000-APLICAR-CAMBIO TO WS-ERR-PARRAFO
              MOVE CON-CAMBIOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAM             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FX-FECHA            TO REG-CAM-FECHA
           MOVE REG-TRAN-NUMERO         TO REG-CAM-NRO-TRAN
           MOVE WSV-ORI-CLIENTE         TO REG-CAM-CLIENTE
           MOVE REG-TRAN-CUENTA         TO REG-CAM-CUENTA-DEBITO
           MOVE REG-TRAN-CUENTA-DESTINO TO REG-CAM-CUENTA-CREDITO
           MOVE WSV-FX-SENTIDO          TO REG-CAM-SENTIDO
           MOVE WSV-FX-MONEDA           TO REG-CAM-MONEDA
           MOVE WSV-FX-IMPORTE-MONEDA   TO REG-CAM-IMPORTE-MONEDA
           MOVE WSV-FX-IMPORTE-ARS      TO REG-CAM-IMPORTE-ARS
           MOVE WSV-FX-TASA             TO REG-CAM-TASA
           MOVE WSV-FX-SPREAD           TO REG-CAM-SPREAD
           MOVE WSV-OPERADOR            TO REG-CAM-OPERADOR

           WRITE REG-CAMBIO
           IF NOT FS-STATUS-CAM-OK
              MOVE CON-280000-APLICAR-CAMBIO TO WS-ERR-PARRAFO
              MOVE CON-CAMBIOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAM             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE CAMBIOS
           ADD 1 TO WSV-CANT-CAMBIOS
           .
       285000-GRABAR-CAMBIO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
