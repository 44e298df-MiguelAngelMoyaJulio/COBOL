      ******************************************************************
      *Cierre de cuentas CUENTASIX con liquidacion final. La baja de
      *E47 solo borraba el registro y dejaban de existir cuentas a las
      *que seguian apuntando chequeras, abonos, adhesiones al debito
      *directo y ordenes permanentes. Este programa cierra la cuenta
      *de punta a punta:
      *- No se cierra una cuenta con saldo deudor, con un plazo fijo
      *  vigente en PLAZOFIJO.txt, con un convenio de pago vigente
      *  del titular en CONVENIOS.txt (el medidor se resuelve a
      *  cliente por PADRONGAS.txt) ni con un embargo vigente segun
      *  RUTEMBAR. Se informan todos los motivos juntos.
      *- Liquida el interes acreedor del mes en curso a prorrata de
      *  los dias transcurridos con las reglas de E58 (tramo de
      *  TASASINTERES.txt por moneda y saldo, mes comercial de 30
      *  dias, retencion de RUTRETEN sobre el interes) y la cuota de
      *  mantenimiento pendiente, tambien a prorrata, con el
      *  tarifario de E59 (TARIFAMANT.txt, banda segun el grupo de
      *  tarifa del producto consultado con RUTPROD). La cuota nunca
      *  deja la cuenta deudora: se cobra hasta el saldo disponible.
      *- Anula los cheques emitidos que no se presentaron (estado A
      *  en CHEQUES.txt), da de baja las ordenes permanentes con
      *  origen en la cuenta y sus firmantes de COTITULARES.txt. Si
      *  era la ultima cuenta del cliente se cierran tambien sus
      *  abonos de ABONOS.txt (fecha de fin hoy) y su adhesion de
      *  CUENTASBANCO.txt, que son por cliente.
      *- Paga el saldo residual por transferencia a un CBU (queda
      *  pendiente de envio en TRANSFERENCIAS_SALIENTES.txt, origen
      *  CIE) o por caja contra el certificado de cierre, y borra la
      *  cuenta.
      *Cada movimiento (interes, cuota y pago del saldo) queda en
      *CUENTASIX_HIST.txt y CUENTASIX-AUDIT.txt con los formatos de
      *E47, y el cierre en CUENTAS_CERRADAS.txt, de donde E102 arma
      *el certificado de cierre (carta tipo CIE). La opcion de
      *consulta muestra la liquidacion sin tocar nada.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E147.
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
       SELECT TASAS ASSIGN TO "TASASINTERES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TAS.

       SELECT TARIFAS ASSIGN TO "TARIFAMANT.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TAR.

       SELECT PLAZOFIJO ASSIGN TO "PLAZOFIJO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-PF-NUMERO
                       FILE STATUS  IS FS-STATUS-PF.

       SELECT CONVENIOS ASSIGN TO "CONVENIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CNV.

       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.
      ****************************  OUTPUT  ****************************
       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT CHEQUES ASSIGN TO "CHEQUES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-CHQ-CLAVE
                       FILE STATUS  IS FS-STATUS-CHQ.

       SELECT ORDENES ASSIGN TO "ORDENES_PERMANENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-ORD-NUMERO
                       ALTERNATE RECORD KEY IS REG-ORD-CUENTA-ORIGEN
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-ORD.

       SELECT COTITULARES ASSIGN TO "COTITULARES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-COT-CLAVE
                       ALTERNATE RECORD KEY IS REG-COT-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-COT.

       SELECT AUDCOT ASSIGN TO "COTITULARES_AUDIT.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-ACO.

       SELECT ABONOS ASSIGN TO "ABONOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ABO.

       SELECT BANCOS ASSIGN TO "CUENTASBANCO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BCO.

       SELECT AUDITORIA ASSIGN TO "CUENTASIX-AUDIT.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-AUD.

       SELECT HISTORIAL ASSIGN TO "CUENTASIX_HIST.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-HIST.

       SELECT SALIENTES ASSIGN TO "TRANSFERENCIAS_SALIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SAL.

       SELECT CERRADAS ASSIGN TO "CUENTAS_CERRADAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-CIE.
       DATA DIVISION.
       FILE SECTION.
       FD TASAS.
          01 REG-TASAINT.
             05 REG-TASAINT-MONEDA       PIC X(03).
             05 REG-TASAINT-DESDE        PIC 9(15)V9(02).
             05 REG-TASAINT-HASTA        PIC 9(15)V9(02).
             05 REG-TASAINT-TASA         PIC 9(02)V9(04).

       FD TARIFAS.
          01 REG-TARIFA.
             05 REG-TARIFA-DESDE        PIC 9(15)V9(02).
             05 REG-TARIFA-HASTA        PIC 9(15)V9(02).
             05 REG-TARIFA-CUOTA        PIC 9(15)V9(02).
             05 REG-TARIFA-GRUPO        PIC X(02).

       FD PLAZOFIJO.
          01 REG-PLAZOFIJO.
             05 REG-PF-NUMERO            PIC 9(08).
             05 REG-PF-CUENTA            PIC X(08).
             05 REG-PF-CAPITAL           PIC 9(13)V9(02).
             05 REG-PF-TASA              PIC 9(03)V9(04).
             05 REG-PF-FECHA-CONST       PIC 9(08).
             05 REG-PF-PLAZO-DIAS        PIC 9(04).
             05 REG-PF-FECHA-VTO         PIC 9(08).
             05 REG-PF-RENOVACION        PIC X(01).
             05 REG-PF-ESTADO            PIC X(01).
                88 REG-PF-VIGENTE               VALUE "V".
                88 REG-PF-PAGADO                VALUE "P".
             05 REG-PF-MONEDA            PIC X(03).

       FD CONVENIOS.
          01 REG-CONVENIO.
             05 REG-CNV-MEDIDOR                PIC 9(02).
             05 REG-CNV-DEUDA                  PIC 9(06)V9(02).
             05 REG-CNV-CANT-CUOTAS            PIC 9(02).
             05 REG-CNV-IMPORTE-CUOTA          PIC 9(04)V9(02).
             05 REG-CNV-FECHA-INICIO           PIC 9(08).
             05 REG-CNV-CUOTAS-PAGADAS         PIC 9(02).
             05 REG-CNV-ESTADO                 PIC X(01).
                88 REG-CNV-VIGENTE                  VALUE "V".

       FD PADRON.
          01 REG-PADRON.
             05 REG-PAD-MEDIDOR            PIC 9(02).
             05 REG-PAD-CLIENTE            PIC 9(04).
             05 REG-PAD-ZONA               PIC 9(02).
             05 REG-PAD-ELECTRO            PIC X(01).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CHEQUES.
          01 REG-CHEQUE.
             05 REG-CHQ-CLAVE.
                10 REG-CHQ-CUENTA        PIC X(08).
                10 REG-CHQ-NUMERO        PIC 9(08).
             05 REG-CHQ-SERIE           PIC X(03).
             05 REG-CHQ-ESTADO          PIC X(01).
                88 REG-CHQ-EMITIDO             VALUE "E".
                88 REG-CHQ-PAGADO              VALUE "P".
                88 REG-CHQ-FRENADO             VALUE "S".
                88 REG-CHQ-REBOTADO            VALUE "R".
                88 REG-CHQ-ANULADO             VALUE "A".
             05 REG-CHQ-FECHA-ALTA      PIC 9(08).
             05 REG-CHQ-FECHA-ESTADO    PIC 9(08).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-ORD-NUMERO           PIC 9(08).
             05 REG-ORD-CUENTA-ORIGEN    PIC X(08).
             05 REG-ORD-TIPO-DESTINO     PIC X(01).
             05 REG-ORD-CUENTA-DESTINO   PIC X(08).
             05 REG-ORD-CBU-DESTINO      PIC X(22).
             05 REG-ORD-IMPORTE          PIC 9(15)V9(02).
             05 REG-ORD-FRECUENCIA       PIC X(01).
             05 REG-ORD-DIA-MES          PIC 9(02).
             05 REG-ORD-FECHA-INICIO     PIC 9(08).
             05 REG-ORD-FECHA-FIN        PIC 9(08).
             05 REG-ORD-CONCEPTO         PIC X(30).
             05 REG-ORD-PROXIMO-VTO      PIC 9(08).
             05 REG-ORD-FECHA-RECHAZO    PIC 9(08).
             05 REG-ORD-CANT-REINTENTOS  PIC 9(03).
             05 REG-ORD-ULTIMA-EJECUCION PIC 9(08).
             05 REG-ORD-ESTADO           PIC X(01).
                88 REG-ORD-VIGENTE              VALUE "V".
                88 REG-ORD-BAJA                 VALUE "B".
                88 REG-ORD-FINALIZADA           VALUE "F".
             05 REG-ORD-FECHA-ALTA       PIC 9(08).
             05 REG-ORD-FECHA-ESTADO     PIC 9(08).

       FD COTITULARES.
          01 REG-COTITULAR.
             05 REG-COT-CLAVE.
                10 REG-COT-CUENTA        PIC X(08).
                10 REG-COT-CLIENTE       PIC 9(08).
             05 REG-COT-ROL              PIC X(01).
             05 REG-COT-FIRMA            PIC X(01).
             05 REG-COT-VIGENCIA-DESDE   PIC 9(08).
             05 REG-COT-VIGENCIA-HASTA   PIC 9(08).
             05 REG-COT-ESTADO           PIC X(01).
                88 REG-COT-VIGENTE              VALUE "V".
                88 REG-COT-BAJA                 VALUE "B".
             05 REG-COT-FECHA-ALTA       PIC 9(08).
             05 REG-COT-FECHA-ESTADO     PIC 9(08).

       FD AUDCOT.
          01 REG-AUDCOT.
             05 REG-ACO-FECHA            PIC 9(08).
             05 REG-ACO-HORA             PIC 9(08).
             05 REG-ACO-OPERACION        PIC X(01).
             05 REG-ACO-CUENTA           PIC X(08).
             05 REG-ACO-CLIENTE          PIC 9(08).
             05 REG-ACO-IMAGEN-ANTES     PIC X(51).
             05 REG-ACO-IMAGEN-DESPUES   PIC X(51).
             05 REG-ACO-OPERADOR         PIC X(08).

       FD ABONOS.
          01 REG-ABONO.
             05 REG-ABO-CLIENTE          PIC 9(08).
             05 REG-ABO-SERVICIO         PIC X(03).
             05 REG-ABO-DESCRIPCION      PIC X(30).
             05 REG-ABO-TARIFA           PIC 9(15)V9(02).
             05 REG-ABO-PERIODICIDAD     PIC 9(02).
             05 REG-ABO-FECHA-INICIO     PIC 9(08).
             05 REG-ABO-FECHA-FIN        PIC 9(08).

       FD BANCOS.
          01 REG-BANCO.
             05 REG-CLIENTE-B           PIC 9(08).
             05 REG-BANCO-B             PIC X(03).
             05 REG-CBU-B               PIC X(22).

       FD AUDITORIA.
          01 REG-AUDITORIA.
             05 REG-AUD-FECHA            PIC 9(08).
             05 REG-AUD-HORA             PIC 9(08).
             05 REG-AUD-OPERACION        PIC X(01).
                88 REG-AUD-ALTA                 VALUE "A".
                88 REG-AUD-BAJA                 VALUE "B".
                88 REG-AUD-MODIFICACION         VALUE "M".
             05 REG-AUD-CUENTA           PIC X(08).
             05 REG-AUD-CLIENTE-ANTES    PIC 9(08).
             05 REG-AUD-MONTO-ANTES      PIC S9(15)V9(02).
             05 REG-AUD-CLIENTE-DESPUES  PIC 9(08).
             05 REG-AUD-MONTO-DESPUES    PIC S9(15)V9(02).
             05 REG-AUD-OPERADOR         PIC X(08).

       FD HISTORIAL.
          01 REG-HISTORIAL.
             05 REG-HIST-FECHA           PIC 9(08).
             05 REG-HIST-HORA            PIC 9(08).
             05 REG-HIST-CUENTA          PIC X(08).
             05 REG-HIST-MONTO-ANTERIOR  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-APLICADO  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-NUEVO     PIC S9(15)V9(02).
             05 REG-HIST-SECUENCIA       PIC 9(07).
             05 REG-HIST-CONTROL         PIC 9(09).

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

       FD CERRADAS.
          01 REG-CERRADA.
             05 REG-CIE-FECHA            PIC 9(08).
             05 REG-CIE-CUENTA           PIC X(08).
             05 REG-CIE-CLIENTE          PIC 9(08).
             05 REG-CIE-MONEDA           PIC X(03).
             05 REG-CIE-SALDO-ANTERIOR   PIC 9(15)V9(02).
             05 REG-CIE-INTERES          PIC 9(15)V9(02).
             05 REG-CIE-CUOTA            PIC 9(15)V9(02).
             05 REG-CIE-IMPORTE-PAGADO   PIC 9(15)V9(02).
             05 REG-CIE-MEDIO-PAGO       PIC X(01).
                88 REG-CIE-TRANSFERENCIA        VALUE "T".
                88 REG-CIE-CAJA                 VALUE "C".
                88 REG-CIE-SIN-SALDO            VALUE "N".
             05 REG-CIE-CBU              PIC X(22).
             05 REG-CIE-CHEQUES-ANULADOS PIC 9(05).
             05 REG-CIE-ORDENES-BAJA     PIC 9(05).
             05 REG-CIE-ULTIMA-CUENTA    PIC X(01).
             05 REG-CIE-OPERADOR         PIC X(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTHIST   PIC X(08) VALUE 'RUTHIST '.
              05 CON-RUTRETEN  PIC X(08) VALUE 'RUTRETEN'.
              05 CON-RUTLOCK   PIC X(08) VALUE 'RUTLOCK '.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
              05 CON-RUTPROD   PIC X(08) VALUE 'RUTPROD '.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-DATOS      PIC X(30) VALUE
              '110000-OPEN-DATOS           '.
              05 CON-115000-CARGAR-TASAS    PIC X(30) VALUE
              '115000-CARGAR-TASAS         '.
              05 CON-117000-CARGAR-TARIFAS  PIC X(30) VALUE
              '117000-CARGAR-TARIFAS       '.
              05 CON-120000-OPEN-SALIDAS    PIC X(30) VALUE
              '120000-OPEN-SALIDAS         '.
              05 CON-210000-LEER-CUENTA     PIC X(30) VALUE
              '210000-LEER-CUENTA          '.
              05 CON-222000-VER-PLAZOS      PIC X(30) VALUE
              '222000-VER-PLAZOS           '.
              05 CON-225000-VER-CONVENIOS   PIC X(30) VALUE
              '225000-VER-CONVENIOS        '.
              05 CON-228000-VER-EMBARGOS    PIC X(30) VALUE
              '228000-VER-EMBARGOS         '.
              05 CON-246000-BUSCAR-ADHESION PIC X(30) VALUE
              '246000-BUSCAR-ADHESION      '.
              05 CON-250000-APLICAR-CIERRE  PIC X(30) VALUE
              '250000-APLICAR-CIERRE       '.
              05 CON-255000-MOVIMIENTO      PIC X(30) VALUE
              '255000-MOVIMIENTO           '.
              05 CON-258000-WRITE-SALIENTE  PIC X(30) VALUE
              '258000-WRITE-SALIENTE       '.
              05 CON-260000-ANULAR-CHEQUES  PIC X(30) VALUE
              '260000-ANULAR-CHEQUES       '.
              05 CON-264000-BAJA-ORDENES    PIC X(30) VALUE
              '264000-BAJA-ORDENES         '.
              05 CON-266000-BAJA-COTITULAR  PIC X(30) VALUE
              '266000-BAJA-COTITULARES     '.
              05 CON-268000-OTRAS-CUENTAS   PIC X(30) VALUE
              '268000-VER-OTRAS-CUENTAS    '.
              05 CON-270000-BAJA-ABONOS     PIC X(30) VALUE
              '270000-BAJA-ABONOS          '.
              05 CON-274000-BAJA-ADHESION   PIC X(30) VALUE
              '274000-BAJA-ADHESION        '.
              05 CON-278000-WRITE-CERRADA   PIC X(30) VALUE
              '278000-WRITE-CERRADA        '.
              05 CON-280000-WRITE-AUDIT     PIC X(30) VALUE
              '280000-WRITE-AUDIT          '.
              05 CON-285000-WRITE-HIST      PIC X(30) VALUE
              '285000-WRITE-HISTORIAL      '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'RUTINA         '.
           02 CON-OBJETOS.
              05 CON-DATOS       PIC X(10) VALUE 'DATOS     '.
              05 CON-TASAS       PIC X(10) VALUE 'TASASINT  '.
              05 CON-TARIFAS     PIC X(10) VALUE 'TARIFAS   '.
              05 CON-PLAZOFIJO   PIC X(10) VALUE 'PLAZOFIJO '.
              05 CON-CONVENIOS   PIC X(10) VALUE 'CONVENIOS '.
              05 CON-PADRON      PIC X(10) VALUE 'PADRON    '.
              05 CON-EMBARGOS    PIC X(10) VALUE 'EMBARGOS  '.
              05 CON-CHEQUES     PIC X(10) VALUE 'CHEQUES   '.
              05 CON-ORDENES     PIC X(10) VALUE 'ORDENES   '.
              05 CON-COTITULARES PIC X(10) VALUE 'COTITULAR '.
              05 CON-AUDCOT      PIC X(10) VALUE 'AUDCOT    '.
              05 CON-ABONOS      PIC X(10) VALUE 'ABONOS    '.
              05 CON-BANCOS      PIC X(10) VALUE 'BANCOS    '.
              05 CON-AUDITORIA   PIC X(10) VALUE 'AUDITORIA '.
              05 CON-HISTORIAL   PIC X(10) VALUE 'HISTORIAL '.
              05 CON-SALIENTES   PIC X(10) VALUE 'SALIENTES '.
              05 CON-CERRADAS    PIC X(10) VALUE 'CERRADAS  '.
           02 CON-LIQUIDACION.
      *E58 capitaliza a fin de mes una tasa mensual; el cierre
      *liquida la parte del mes corrido sobre un mes comercial.
              05 CON-DIAS-MES          PIC 9(02) VALUE 30.
      ************************** TABLES ********************************
       01 WSV-TABLA-TASAS.
          02 WSV-TASA-ENTRY OCCURS 50 TIMES.
             05 WSV-TASA-MONEDA          PIC X(03).
             05 WSV-TASA-DESDE           PIC 9(15)V9(02).
             05 WSV-TASA-HASTA           PIC 9(15)V9(02).
             05 WSV-TASA-TASA            PIC 9(02)V9(04).
       01 WSV-CANT-TASAS                 PIC 9(02) VALUE 0.

       01 WSV-TABLA-TARIFAS.
          02 WSV-TAR-ENTRY OCCURS 20 TIMES.
             05 WSV-TAR-DESDE            PIC 9(15)V9(02).
             05 WSV-TAR-HASTA            PIC 9(15)V9(02).
             05 WSV-TAR-CUOTA            PIC 9(15)V9(02).
             05 WSV-TAR-GRUPO            PIC X(02).
       01 WSV-CANT-TARIFAS               PIC 9(02) VALUE 0.

       01 WSV-TABLA-MEDIDORES.
          02 WSV-MED-NUMERO OCCURS 20 TIMES PIC 9(02).
       01 WSV-CANT-MEDIDORES             PIC 9(02) VALUE 0.

      *ABONOS.txt y CUENTASBANCO.txt son secuenciales: se cargan
      *enteros y se regraban, como hace E68 con los abonos.
       01 WSV-TABLA-ABONOS.
          02 WSV-ABO-IMAGEN OCCURS 500 TIMES PIC X(76).
       01 WSV-CANT-ABONOS                PIC 9(03) VALUE 0.

       01 WSV-TABLA-BANCOS.
          02 WSV-BCO-IMAGEN OCCURS 500 TIMES PIC X(33).
       01 WSV-CANT-BANCOS                PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-EOF                  VALUE "10".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-TAS           PIC X(02) VALUE "00".
             88 FS-STATUS-TAS-OK               VALUE "00".
             88 FS-STATUS-TAS-EOF              VALUE "10".

          05 FS-STATUS-TAR           PIC X(02) VALUE "00".
             88 FS-STATUS-TAR-OK               VALUE "00".
             88 FS-STATUS-TAR-EOF              VALUE "10".

          05 FS-STATUS-PF            PIC X(02) VALUE "00".
             88 FS-STATUS-PF-OK                VALUE "00".
             88 FS-STATUS-PF-EOF               VALUE "10".
             88 FS-STATUS-PF-NOT-FOUND         VALUE "35".

          05 FS-STATUS-CNV           PIC X(02) VALUE "00".
             88 FS-STATUS-CNV-OK               VALUE "00".
             88 FS-STATUS-CNV-EOF              VALUE "10".
             88 FS-STATUS-CNV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 FS-STATUS-PAD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CHQ           PIC X(02) VALUE "00".
             88 FS-STATUS-CHQ-OK               VALUE "00".
             88 FS-STATUS-CHQ-EOF              VALUE "10".
             88 FS-STATUS-CHQ-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-CHQ-NOT-FOUND        VALUE "35".

          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
             88 FS-STATUS-ORD-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-ORD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-COT           PIC X(02) VALUE "00".
             88 FS-STATUS-COT-OK               VALUE "00".
             88 FS-STATUS-COT-EOF              VALUE "10".
             88 FS-STATUS-COT-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-COT-NOT-FOUND        VALUE "35".

          05 FS-STATUS-ACO           PIC X(02) VALUE "00".
             88 FS-STATUS-ACO-OK               VALUE "00".
             88 FS-STATUS-ACO-NOT-FOUND        VALUE "35".

          05 FS-STATUS-ABO           PIC X(02) VALUE "00".
             88 FS-STATUS-ABO-OK               VALUE "00".
             88 FS-STATUS-ABO-EOF              VALUE "10".
             88 FS-STATUS-ABO-NOT-FOUND        VALUE "35".

          05 FS-STATUS-BCO           PIC X(02) VALUE "00".
             88 FS-STATUS-BCO-OK               VALUE "00".
             88 FS-STATUS-BCO-EOF              VALUE "10".
             88 FS-STATUS-BCO-NOT-FOUND        VALUE "35".

          05 FS-STATUS-AUD           PIC X(02) VALUE "00".
             88 FS-STATUS-AUD-OK               VALUE "00".
             88 FS-STATUS-AUD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-HIST          PIC X(02) VALUE "00".
             88 FS-STATUS-HIST-OK              VALUE "00".
             88 FS-STATUS-HIST-NOT-FOUND       VALUE "35".

          05 FS-STATUS-SAL           PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK               VALUE "00".
             88 FS-STATUS-SAL-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CIE           PIC X(02) VALUE "00".
             88 FS-STATUS-CIE-OK               VALUE "00".
             88 FS-STATUS-CIE-NOT-FOUND        VALUE "35".

          05 WSV-SW-CUENTA-OK        PIC X(01).
             88 WSV-CUENTA-OK                  VALUE "S".

          05 WSV-SW-BLOQUEADA        PIC X(01).
             88 WSV-CIERRE-BLOQUEADO           VALUE "S".

          05 WSV-SW-TASA-ENCONTRADA  PIC X(01).
             88 WSV-TASA-ENCONTRADA            VALUE "S".

          05 WSV-SW-TARIFA-ENCONTRADA PIC X(01).
             88 WSV-TARIFA-ENCONTRADA          VALUE "S".

          05 WSV-SW-ULTIMA-CUENTA    PIC X(01).
             88 WSV-ULTIMA-CUENTA              VALUE "S".

          05 WSV-SW-FIN-LECTURA      PIC X(01).
             88 WSV-FIN-LECTURA                VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-OPERADOR            PIC X(08).
          05 WSV-RESPUESTA           PIC X(01).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-FECHA-HOY-R REDEFINES WSV-FECHA-HOY.
             10 WSV-HOY-AAAA         PIC 9(04).
             10 WSV-HOY-MM           PIC 9(02).
             10 WSV-HOY-DD           PIC 9(02).
          05 WSV-CUENTA              PIC X(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-MONEDA              PIC X(03).
          05 WSV-SALDO               PIC S9(15)V9(02).
          05 WSV-DIAS                PIC 9(02).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-TASA            PIC 9(02).
          05 WSV-IDX-TAR             PIC 9(02).
          05 WSV-GRUPO-TARIFA        PIC X(02).
          05 WSV-GRUPO-BUSCADO       PIC X(02).
          05 WSV-INTERES             PIC S9(15)V9(02).
          05 WSV-CUOTA               PIC S9(15)V9(02).
          05 WSV-RESIDUAL            PIC S9(15)V9(02).
          05 WSV-IMPORTE-MOV         PIC S9(15)V9(02).
          05 WSV-MONTO-ANTES         PIC S9(15)V9(02).
          05 WSV-MEDIO-PAGO          PIC X(01).
             88 WSV-PAGO-TRANSFERENCIA         VALUE "T".
             88 WSV-PAGO-CAJA                  VALUE "C".
             88 WSV-PAGO-SIN-SALDO             VALUE "N".
          05 WSV-CBU                 PIC X(22).
          05 WSV-CBU-ADHESION        PIC X(22).
          05 WSV-OTRAS-CUENTAS       PIC 9(03).
          05 WSV-IMAGEN-ANTES        PIC X(51).
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CHEQUES-ANULADOS    PIC 9(05).
          05 WSV-ORDENES-BAJA        PIC 9(05).
          05 WSV-FIRMANTES-BAJA      PIC 9(05).
          05 WSV-ABONOS-BAJA         PIC 9(05).
          05 WSV-ADHESIONES-BAJA     PIC 9(05).
          05 WSV-CANT-CERRADAS       PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-HIST.
       COPY WSHIST.
       01 WS-REG-RETEN.
       COPY WSRETEN.
       01 WS-REG-LOCK.
       COPY WSLOCK.
       01 WS-REG-EMBARGO.
       COPY WSEMBARGO.
       01 WS-REG-PRODUCTO.
       COPY WSPRODUC.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E147" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           ACCEPT WSV-OPERADOR
           IF WSV-OPERADOR = SPACES
              DISPLAY "OPERADOR INVALIDO - PROGRAMA TERMINADO"
              STOP RUN
           END-IF

           PERFORM 115000-CARGAR-TASAS
              THRU 115000-CARGAR-TASAS-F

           PERFORM 117000-CARGAR-TARIFAS
              THRU 117000-CARGAR-TARIFAS-F

           PERFORM 110000-OPEN-DATOS
              THRU 110000-OPEN-DATOS-F

           PERFORM 120000-OPEN-SALIDAS
              THRU 120000-OPEN-SALIDAS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-DATOS
      ******************************************************************
       110000-OPEN-DATOS.
           MOVE "T"        TO WS-LOCK-OPERACION
           MOVE "E147    " TO WS-LOCK-PROGRAMA
           CALL CON-RUTLOCK USING WS-REG-LOCK
           IF WS-LOCK-COD-RET NOT = ZERO
              DISPLAY "E147: CUENTASIX TOMADO - REINTENTE MAS TARDE"
              STOP RUN
           END-IF

           OPEN I-O DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-110000-OPEN-DATOS   TO WS-ERR-PARRAFO
              MOVE CON-DATOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-DATOS-F. EXIT.
      ******************************************************************
      *                         115000-CARGAR-TASAS
      ******************************************************************
       115000-CARGAR-TASAS.
           OPEN INPUT TASAS
           IF NOT FS-STATUS-TAS-OK
              MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
              MOVE CON-TASAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TAS           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 116000-READ-TASA
              THRU 116000-READ-TASA-F
              UNTIL FS-STATUS-TAS-EOF

           CLOSE TASAS
           .
       115000-CARGAR-TASAS-F. EXIT.
      ******************************************************************
      *                         116000-READ-TASA
      ******************************************************************
       116000-READ-TASA.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-STATUS-TAS-OK
                    IF WSV-CANT-TASAS = 50
                       DISPLAY "E147: TABLA DE TASAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
                       MOVE CON-TASAS               TO WS-ERR-OBJETO
                       MOVE CON-LEER                TO WS-ERR-OPERACION
                       MOVE 99                      TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-TASAS
                    MOVE REG-TASAINT-MONEDA TO
                       WSV-TASA-MONEDA(WSV-CANT-TASAS)
                    MOVE REG-TASAINT-DESDE TO
                       WSV-TASA-DESDE(WSV-CANT-TASAS)
                    MOVE REG-TASAINT-HASTA TO
                       WSV-TASA-HASTA(WSV-CANT-TASAS)
                    MOVE REG-TASAINT-TASA TO
                       WSV-TASA-TASA(WSV-CANT-TASAS)
               WHEN FS-STATUS-TAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
                    MOVE CON-TASAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TAS           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-READ-TASA-F. EXIT.
      ******************************************************************
      *                         117000-CARGAR-TARIFAS
      ******************************************************************
       117000-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS
           IF NOT FS-STATUS-TAR-OK
              MOVE CON-117000-CARGAR-TARIFAS TO WS-ERR-PARRAFO
              MOVE CON-TARIFAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TAR             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 118000-READ-TARIFA
              THRU 118000-READ-TARIFA-F
              UNTIL FS-STATUS-TAR-EOF

           CLOSE TARIFAS
           .
       117000-CARGAR-TARIFAS-F. EXIT.
      ******************************************************************
      *                         118000-READ-TARIFA
      ******************************************************************
       118000-READ-TARIFA.
           READ TARIFAS
           EVALUATE TRUE
               WHEN FS-STATUS-TAR-OK
                    IF WSV-CANT-TARIFAS = 20
                       DISPLAY "E147: TABLA DE TARIFAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-117000-CARGAR-TARIFAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-TARIFAS TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-TARIFAS
                    MOVE REG-TARIFA-DESDE TO
                       WSV-TAR-DESDE(WSV-CANT-TARIFAS)
                    MOVE REG-TARIFA-HASTA TO
                       WSV-TAR-HASTA(WSV-CANT-TARIFAS)
                    MOVE REG-TARIFA-CUOTA TO
                       WSV-TAR-CUOTA(WSV-CANT-TARIFAS)
                    MOVE REG-TARIFA-GRUPO TO
                       WSV-TAR-GRUPO(WSV-CANT-TARIFAS)
               WHEN FS-STATUS-TAR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-117000-CARGAR-TARIFAS TO WS-ERR-PARRAFO
                    MOVE CON-TARIFAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TAR             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-READ-TARIFA-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-SALIDAS
      *Auditoria, historial, transferencias salientes y cierres se
      *agregan a lo que ya exista; la primera vez se crean.
      ******************************************************************
       120000-OPEN-SALIDAS.
           OPEN EXTEND AUDITORIA
           IF FS-STATUS-AUD-NOT-FOUND
              OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-120000-OPEN-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND HISTORIAL
           IF FS-STATUS-HIST-NOT-FOUND
              OPEN OUTPUT HISTORIAL
           END-IF
           IF NOT FS-STATUS-HIST-OK
              MOVE CON-120000-OPEN-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIST          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND SALIENTES
           IF FS-STATUS-SAL-NOT-FOUND
              OPEN OUTPUT SALIENTES
           END-IF
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-120000-OPEN-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND CERRADAS
           IF FS-STATUS-CIE-NOT-FOUND
              OPEN OUTPUT CERRADAS
           END-IF
           IF NOT FS-STATUS-CIE-OK
              MOVE CON-120000-OPEN-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-CERRADAS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CIE           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-SALIDAS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR LIQUIDACION DE CIERRE"
           DISPLAY "2.CERRAR CUENTA"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 230000-CONSULTAR-CIERRE
                       THRU 230000-CONSULTAR-CIERRE-F
               WHEN 2
                    PERFORM 240000-CERRAR-CUENTA
                       THRU 240000-CERRAR-CUENTA-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-CUENTA
      ******************************************************************
       210000-LEER-CUENTA.
           MOVE "N" TO WSV-SW-CUENTA-OK
           INITIALIZE WSV-CUENTA
           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA

           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS KEY IS REG-NRO-CUENTA-IX
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE "S"                  TO WSV-SW-CUENTA-OK
                    MOVE REG-COD-CLIENTE-IX   TO WSV-CLIENTE
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA
                    MOVE REG-MONTO-CUENTA-IX  TO WSV-SALDO
                    DISPLAY "CUENTA : " WSV-CUENTA
                    DISPLAY "CODIGO DE CLIENTE : " REG-COD-CLIENTE-IX
                    MOVE REG-MONTO-CUENTA-IX TO WSV-EDIT
                    DISPLAY "SALDO : " WSV-EDIT " "
                            REG-MONEDA-CUENTA-IX
                    DISPLAY "PRODUCTO : " REG-PRODUCTO-CUENTA-IX
               WHEN FS-STATUS-NOT-FOUND
                    DISPLAY "CUENTA NO ENCONTRADA"
               WHEN OTHER
                    MOVE CON-210000-LEER-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         220000-VALIDAR-CIERRE
      *Se revisan todos los impedimentos aunque ya haya uno, para
      *que el cliente sepa de una vez todo lo que tiene que resolver.
      ******************************************************************
       220000-VALIDAR-CIERRE.
           MOVE "N" TO WSV-SW-BLOQUEADA

           IF WSV-SALDO < ZERO
              MOVE "S" TO WSV-SW-BLOQUEADA
              DISPLAY "NO SE PUEDE CERRAR: SALDO DEUDOR - EL CLIENTE "
                      "DEBE CANCELARLO ANTES DEL CIERRE"
           END-IF

           PERFORM 222000-VER-PLAZOS
              THRU 222000-VER-PLAZOS-F

           PERFORM 225000-VER-CONVENIOS
              THRU 225000-VER-CONVENIOS-F

           PERFORM 228000-VER-EMBARGOS
              THRU 228000-VER-EMBARGOS-F
           .
       220000-VALIDAR-CIERRE-F. EXIT.
      ******************************************************************
      *                         222000-VER-PLAZOS
      *PLAZOFIJO.txt no tiene clave por cuenta: se recorre entero.
      ******************************************************************
       222000-VER-PLAZOS.
           OPEN INPUT PLAZOFIJO
           IF FS-STATUS-PF-NOT-FOUND
              GO TO 222000-VER-PLAZOS-F
           END-IF
           IF NOT FS-STATUS-PF-OK
              MOVE CON-222000-VER-PLAZOS TO WS-ERR-PARRAFO
              MOVE CON-PLAZOFIJO         TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-PF          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 223000-LEER-PLAZO
              THRU 223000-LEER-PLAZO-F
              UNTIL FS-STATUS-PF-EOF

           CLOSE PLAZOFIJO
           .
       222000-VER-PLAZOS-F. EXIT.
      ******************************************************************
      *                         223000-LEER-PLAZO
      ******************************************************************
       223000-LEER-PLAZO.
           READ PLAZOFIJO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PF-OK
                    IF REG-PF-CUENTA = WSV-CUENTA AND REG-PF-VIGENTE
                       MOVE "S" TO WSV-SW-BLOQUEADA
                       DISPLAY "NO SE PUEDE CERRAR: PLAZO FIJO "
                               REG-PF-NUMERO " VIGENTE HASTA EL "
                               REG-PF-FECHA-VTO
                    END-IF
               WHEN FS-STATUS-PF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-222000-VER-PLAZOS TO WS-ERR-PARRAFO
                    MOVE CON-PLAZOFIJO         TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PF          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       223000-LEER-PLAZO-F. EXIT.
      ******************************************************************
      *                         225000-VER-CONVENIOS
      *Los convenios de pago son por medidor de gas: primero se juntan
      *los medidores del titular en PADRONGAS.txt y despues se buscan
      *sus convenios vigentes con cuotas por pagar, con el mismo
      *criterio que la posicion de E101. Sin padron o sin convenios
      *no hay nada que controlar.
      ******************************************************************
       225000-VER-CONVENIOS.
           MOVE ZERO TO WSV-CANT-MEDIDORES
           OPEN INPUT PADRON
           IF FS-STATUS-PAD-NOT-FOUND
              GO TO 225000-VER-CONVENIOS-F
           END-IF
           IF NOT FS-STATUS-PAD-OK
              MOVE CON-225000-VER-CONVENIOS TO WS-ERR-PARRAFO
              MOVE CON-PADRON               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 226000-LEER-PADRON
              THRU 226000-LEER-PADRON-F
              UNTIL FS-STATUS-PAD-EOF

           CLOSE PADRON

           IF WSV-CANT-MEDIDORES = ZERO
              GO TO 225000-VER-CONVENIOS-F
           END-IF

           OPEN INPUT CONVENIOS
           IF FS-STATUS-CNV-NOT-FOUND
              GO TO 225000-VER-CONVENIOS-F
           END-IF
           IF NOT FS-STATUS-CNV-OK
              MOVE CON-225000-VER-CONVENIOS TO WS-ERR-PARRAFO
              MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CNV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 227000-LEER-CONVENIO
              THRU 227000-LEER-CONVENIO-F
              UNTIL FS-STATUS-CNV-EOF

           CLOSE CONVENIOS
           .
       225000-VER-CONVENIOS-F. EXIT.
      ******************************************************************
      *                         226000-LEER-PADRON
      ******************************************************************
       226000-LEER-PADRON.
           READ PADRON
           EVALUATE TRUE
               WHEN FS-STATUS-PAD-OK
                    IF REG-PAD-CLIENTE = WSV-CLIENTE
                       AND WSV-CANT-MEDIDORES < 20
                       ADD 1 TO WSV-CANT-MEDIDORES
                       MOVE REG-PAD-MEDIDOR TO
                          WSV-MED-NUMERO(WSV-CANT-MEDIDORES)
                    END-IF
               WHEN FS-STATUS-PAD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-225000-VER-CONVENIOS TO WS-ERR-PARRAFO
                    MOVE CON-PADRON               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       226000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         227000-LEER-CONVENIO
      ******************************************************************
       227000-LEER-CONVENIO.
           READ CONVENIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CNV-OK
                    IF REG-CNV-VIGENTE
                       AND REG-CNV-CUOTAS-PAGADAS < REG-CNV-CANT-CUOTAS
                       PERFORM VARYING WSV-IDX FROM 1 BY 1
                          UNTIL WSV-IDX > WSV-CANT-MEDIDORES
                          IF WSV-MED-NUMERO(WSV-IDX) = REG-CNV-MEDIDOR
                             MOVE "S" TO WSV-SW-BLOQUEADA
                             DISPLAY "NO SE PUEDE CERRAR: CONVENIO "
                                     "VIGENTE DEL MEDIDOR "
                                     REG-CNV-MEDIDOR
                          END-IF
                       END-PERFORM
                    END-IF
               WHEN FS-STATUS-CNV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-225000-VER-CONVENIOS TO WS-ERR-PARRAFO
                    MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CNV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       227000-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         228000-VER-EMBARGOS
      ******************************************************************
       228000-VER-EMBARGOS.
           MOVE "C"        TO WS-EMB-OPERACION
           MOVE WSV-CUENTA TO WS-EMB-CUENTA
           CALL CON-RUTEMBAR USING WS-REG-EMBARGO
           IF WS-EMB-COD-RET NOT = ZERO
              MOVE CON-228000-VER-EMBARGOS TO WS-ERR-PARRAFO
              MOVE CON-EMBARGOS            TO WS-ERR-OBJETO
              MOVE CON-RUTINA              TO WS-ERR-OPERACION
              MOVE WS-EMB-COD-RET          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WS-EMB-SOLO-CREDITOS
              MOVE "S" TO WSV-SW-BLOQUEADA
              DISPLAY "NO SE PUEDE CERRAR: CUENTA INMOVILIZADA POR "
                      "SUCESION"
           END-IF

           IF WS-EMB-CANT-VIGENTES > ZERO
              MOVE "S" TO WSV-SW-BLOQUEADA
              MOVE WS-EMB-MONTO-EMBARGADO TO WSV-EDIT
              DISPLAY "NO SE PUEDE CERRAR: " WS-EMB-CANT-VIGENTES
                      " EMBARGO(S) VIGENTE(S) POR " WSV-EDIT
           END-IF
           .
       228000-VER-EMBARGOS-F. EXIT.
      ******************************************************************
      *                         230000-CONSULTAR-CIERRE
      *Muestra los impedimentos y la liquidacion que tendria la
      *cuenta si se cerrara hoy, sin grabar nada. El interes se
      *muestra bruto: la retencion se calcula recien al cerrar.
      ******************************************************************
       230000-CONSULTAR-CIERRE.
           PERFORM 210000-LEER-CUENTA
              THRU 210000-LEER-CUENTA-F
           IF NOT WSV-CUENTA-OK
              GO TO 230000-CONSULTAR-CIERRE-F
           END-IF

           PERFORM 220000-VALIDAR-CIERRE
              THRU 220000-VALIDAR-CIERRE-F
           IF WSV-CIERRE-BLOQUEADO
              GO TO 230000-CONSULTAR-CIERRE-F
           END-IF

           PERFORM 232000-CALCULAR-INTERES
              THRU 232000-CALCULAR-INTERES-F

           PERFORM 234000-CALCULAR-CUOTA
              THRU 234000-CALCULAR-CUOTA-F

           PERFORM 238000-CALCULAR-RESIDUAL
              THRU 238000-CALCULAR-RESIDUAL-F

           PERFORM 239000-MOSTRAR-LIQUIDACION
              THRU 239000-MOSTRAR-LIQUIDACION-F
           DISPLAY "(INTERES BRUTO, SUJETO A RETENCION)"
           .
       230000-CONSULTAR-CIERRE-F. EXIT.
      ******************************************************************
      *                         232000-CALCULAR-INTERES
      *Tramo de TASASINTERES.txt como en E58: el primero de la moneda
      *de la cuenta cuya banda contenga el saldo. La tasa es mensual
      *y se aplica por los dias corridos del mes.
      ******************************************************************
       232000-CALCULAR-INTERES.
           MOVE ZERO TO WSV-INTERES
           MOVE WSV-HOY-DD TO WSV-DIAS
           IF WSV-DIAS > CON-DIAS-MES
              MOVE CON-DIAS-MES TO WSV-DIAS
           END-IF

           IF WSV-SALDO NOT > ZERO
              GO TO 232000-CALCULAR-INTERES-F
           END-IF

           MOVE "N" TO WSV-SW-TASA-ENCONTRADA
           PERFORM VARYING WSV-IDX-TASA FROM 1 BY 1
              UNTIL WSV-IDX-TASA > WSV-CANT-TASAS
              OR WSV-TASA-ENCONTRADA
              IF WSV-TASA-MONEDA(WSV-IDX-TASA) = WSV-MONEDA
                 AND WSV-SALDO >= WSV-TASA-DESDE(WSV-IDX-TASA)
                 AND WSV-SALDO <= WSV-TASA-HASTA(WSV-IDX-TASA)
                 MOVE "S" TO WSV-SW-TASA-ENCONTRADA
              END-IF
           END-PERFORM

           IF WSV-TASA-ENCONTRADA
              SUBTRACT 1 FROM WSV-IDX-TASA
              COMPUTE WSV-INTERES ROUNDED =
                 WSV-SALDO * WSV-TASA-TASA(WSV-IDX-TASA) / 100
                 * WSV-DIAS / CON-DIAS-MES
           END-IF
           .
       232000-CALCULAR-INTERES-F. EXIT.
      ******************************************************************
      *                         234000-CALCULAR-CUOTA
      *Cuota de mantenimiento de E59: tramo del grupo de tarifa del
      *producto (RUTPROD) y, si no hay, la tarifa general; se cobra
      *la parte del mes corrido. Sin tramo aplicable no hay cuota.
      ******************************************************************
       234000-CALCULAR-CUOTA.
           MOVE ZERO   TO WSV-CUOTA
           MOVE SPACES TO WSV-GRUPO-TARIFA

           MOVE "C"                    TO WS-PRO-OPERACION
           MOVE REG-PRODUCTO-CUENTA-IX TO WS-PRO-CODIGO
           CALL CON-RUTPROD USING WS-REG-PRODUCTO
           IF WS-PRO-COD-RET = ZERO
              MOVE WS-PRO-GRUPO-TARIFA TO WSV-GRUPO-TARIFA
           END-IF

           MOVE WSV-GRUPO-TARIFA TO WSV-GRUPO-BUSCADO
           PERFORM 235000-RECORRER-TARIFAS
              THRU 235000-RECORRER-TARIFAS-F
           IF NOT WSV-TARIFA-ENCONTRADA
              AND WSV-GRUPO-TARIFA NOT = SPACES
              MOVE SPACES TO WSV-GRUPO-BUSCADO
              PERFORM 235000-RECORRER-TARIFAS
                 THRU 235000-RECORRER-TARIFAS-F
           END-IF

           IF WSV-TARIFA-ENCONTRADA
              COMPUTE WSV-CUOTA ROUNDED =
                 WSV-TAR-CUOTA(WSV-IDX-TAR) * WSV-DIAS / CON-DIAS-MES
           END-IF
           .
       234000-CALCULAR-CUOTA-F. EXIT.
      ******************************************************************
      *                         235000-RECORRER-TARIFAS
      *Una cuenta en cero cae en el primer tramo de la tarifa.
      ******************************************************************
       235000-RECORRER-TARIFAS.
           MOVE "N" TO WSV-SW-TARIFA-ENCONTRADA
           PERFORM VARYING WSV-IDX-TAR FROM 1 BY 1
              UNTIL WSV-IDX-TAR > WSV-CANT-TARIFAS
              OR WSV-TARIFA-ENCONTRADA
              IF WSV-TAR-GRUPO(WSV-IDX-TAR) = WSV-GRUPO-BUSCADO
                 AND WSV-SALDO >= WSV-TAR-DESDE(WSV-IDX-TAR)
                 AND WSV-SALDO <= WSV-TAR-HASTA(WSV-IDX-TAR)
                 MOVE "S" TO WSV-SW-TARIFA-ENCONTRADA
              END-IF
           END-PERFORM

           IF WSV-TARIFA-ENCONTRADA
              SUBTRACT 1 FROM WSV-IDX-TAR
           END-IF
           .
       235000-RECORRER-TARIFAS-F. EXIT.
      ******************************************************************
      *                         238000-CALCULAR-RESIDUAL
      *La cuota se cobra hasta donde alcance: el cierre nunca deja
      *la cuenta deudora.
      ******************************************************************
       238000-CALCULAR-RESIDUAL.
           IF WSV-CUOTA > WSV-SALDO + WSV-INTERES
              COMPUTE WSV-CUOTA = WSV-SALDO + WSV-INTERES
           END-IF
           COMPUTE WSV-RESIDUAL = WSV-SALDO + WSV-INTERES - WSV-CUOTA
           .
       238000-CALCULAR-RESIDUAL-F. EXIT.
      ******************************************************************
      *                         239000-MOSTRAR-LIQUIDACION
      ******************************************************************
       239000-MOSTRAR-LIQUIDACION.
           DISPLAY "LIQUIDACION DE CIERRE AL " WSV-FECHA-HOY
                   " (" WSV-DIAS " DIAS DEL MES)"
           MOVE WSV-SALDO TO WSV-EDIT
           DISPLAY "SALDO ACTUAL          : " WSV-EDIT " " WSV-MONEDA
           MOVE WSV-INTERES TO WSV-EDIT
           DISPLAY "INTERES A PRORRATA    : " WSV-EDIT
           MOVE WSV-CUOTA TO WSV-EDIT
           DISPLAY "CUOTA DE MANTENIMIENTO: " WSV-EDIT
           MOVE WSV-RESIDUAL TO WSV-EDIT
           DISPLAY "SALDO A PAGAR         : " WSV-EDIT " " WSV-MONEDA
           .
       239000-MOSTRAR-LIQUIDACION-F. EXIT.
      ******************************************************************
      *                         240000-CERRAR-CUENTA
      ******************************************************************
       240000-CERRAR-CUENTA.
           PERFORM 210000-LEER-CUENTA
              THRU 210000-LEER-CUENTA-F
           IF NOT WSV-CUENTA-OK
              GO TO 240000-CERRAR-CUENTA-F
           END-IF

           PERFORM 220000-VALIDAR-CIERRE
              THRU 220000-VALIDAR-CIERRE-F
           IF WSV-CIERRE-BLOQUEADO
              GO TO 240000-CERRAR-CUENTA-F
           END-IF

           PERFORM 232000-CALCULAR-INTERES
              THRU 232000-CALCULAR-INTERES-F

      *El interes que entra a la cuenta es el neto de la retencion.
           IF WSV-INTERES > ZERO
              MOVE "A"        TO WS-RET-OPERACION
              MOVE "INT"      TO WS-RET-CONCEPTO
              MOVE SPACE      TO WS-RET-ESTADO-FISCAL
              MOVE WSV-CUENTA TO WS-RET-SUJETO
              MOVE WSV-INTERES TO WS-RET-BRUTO
              CALL CON-RUTRETEN USING WS-REG-RETEN
              MOVE WS-RET-NETO TO WSV-INTERES
           END-IF

           PERFORM 234000-CALCULAR-CUOTA
              THRU 234000-CALCULAR-CUOTA-F

           PERFORM 238000-CALCULAR-RESIDUAL
              THRU 238000-CALCULAR-RESIDUAL-F

           PERFORM 239000-MOSTRAR-LIQUIDACION
              THRU 239000-MOSTRAR-LIQUIDACION-F

           PERFORM 245000-PEDIR-PAGO
              THRU 245000-PEDIR-PAGO-F

           DISPLAY "CONFIRMA EL CIERRE DE LA CUENTA S/N"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = "S"
              DISPLAY "CIERRE CANCELADO - LA CUENTA NO SE MODIFICO"
              GO TO 240000-CERRAR-CUENTA-F
           END-IF

           PERFORM 250000-APLICAR-CIERRE
              THRU 250000-APLICAR-CIERRE-F
           .
       240000-CERRAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         245000-PEDIR-PAGO
      *El saldo se paga por transferencia (por defecto al CBU de la
      *adhesion del cliente en CUENTASBANCO.txt) o por caja.
      ******************************************************************
       245000-PEDIR-PAGO.
           MOVE SPACES TO WSV-CBU
           IF WSV-RESIDUAL = ZERO
              MOVE "N" TO WSV-MEDIO-PAGO
              GO TO 245000-PEDIR-PAGO-F
           END-IF

           MOVE SPACE TO WSV-MEDIO-PAGO
           PERFORM 247000-PEDIR-MEDIO
              THRU 247000-PEDIR-MEDIO-F
              UNTIL WSV-PAGO-TRANSFERENCIA OR WSV-PAGO-CAJA

           IF WSV-PAGO-CAJA
              GO TO 245000-PEDIR-PAGO-F
           END-IF

           PERFORM 246000-BUSCAR-ADHESION
              THRU 246000-BUSCAR-ADHESION-F
           IF WSV-CBU-ADHESION NOT = SPACES
              DISPLAY "CBU DE LA ADHESION DEL CLIENTE : "
                      WSV-CBU-ADHESION
           END-IF

           PERFORM 248000-PEDIR-CBU
              THRU 248000-PEDIR-CBU-F
              UNTIL WSV-CBU IS NUMERIC
           .
       245000-PEDIR-PAGO-F. EXIT.
      ******************************************************************
      *                         246000-BUSCAR-ADHESION
      ******************************************************************
       246000-BUSCAR-ADHESION.
           MOVE SPACES TO WSV-CBU-ADHESION
           OPEN INPUT BANCOS
           IF FS-STATUS-BCO-NOT-FOUND
              GO TO 246000-BUSCAR-ADHESION-F
           END-IF
           IF NOT FS-STATUS-BCO-OK
              MOVE CON-246000-BUSCAR-ADHESION TO WS-ERR-PARRAFO
              MOVE CON-BANCOS                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-BCO              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 249000-LEER-ADHESION
              THRU 249000-LEER-ADHESION-F
              UNTIL FS-STATUS-BCO-EOF
              OR WSV-CBU-ADHESION NOT = SPACES

           CLOSE BANCOS
           .
       246000-BUSCAR-ADHESION-F. EXIT.
      ******************************************************************
      *                         247000-PEDIR-MEDIO
      ******************************************************************
       247000-PEDIR-MEDIO.
           DISPLAY "MEDIO DE PAGO DEL SALDO T=TRANSFERENCIA C=CAJA"
           ACCEPT WSV-MEDIO-PAGO
           .
       247000-PEDIR-MEDIO-F. EXIT.
      ******************************************************************
      *                         248000-PEDIR-CBU
      ******************************************************************
       248000-PEDIR-CBU.
           DISPLAY "INGRESE EL CBU DE DESTINO (22 DIGITOS, ENTER = "
                   "EL DE LA ADHESION)"
           ACCEPT WSV-CBU
           IF WSV-CBU = SPACES
              MOVE WSV-CBU-ADHESION TO WSV-CBU
           END-IF
           IF WSV-CBU IS NOT NUMERIC
              DISPLAY "CBU INVALIDO"
           END-IF
           .
       248000-PEDIR-CBU-F. EXIT.
      ******************************************************************
      *                         249000-LEER-ADHESION
      ******************************************************************
       249000-LEER-ADHESION.
           READ BANCOS
           EVALUATE TRUE
               WHEN FS-STATUS-BCO-OK
                    IF REG-CLIENTE-B = WSV-CLIENTE
                       MOVE REG-CBU-B TO WSV-CBU-ADHESION
                    END-IF
               WHEN FS-STATUS-BCO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-246000-BUSCAR-ADHESION TO WS-ERR-PARRAFO
                    MOVE CON-BANCOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BCO              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       249000-LEER-ADHESION-F. EXIT.
      ******************************************************************
      *                         250000-APLICAR-CIERRE
      *Interes, cuota y pago del saldo entran como tres movimientos
      *para que el resumen de E51 los muestre por separado; despues
      *se desarman las relaciones de la cuenta y se la borra.
      ******************************************************************
       250000-APLICAR-CIERRE.
           MOVE ZERO TO WSV-CHEQUES-ANULADOS WSV-ORDENES-BAJA
                        WSV-FIRMANTES-BAJA WSV-ABONOS-BAJA
                        WSV-ADHESIONES-BAJA

           IF WSV-INTERES > ZERO
              MOVE WSV-INTERES TO WSV-IMPORTE-MOV
              PERFORM 255000-MOVIMIENTO
                 THRU 255000-MOVIMIENTO-F
           END-IF

           IF WSV-CUOTA > ZERO
              COMPUTE WSV-IMPORTE-MOV = WSV-CUOTA * -1
              PERFORM 255000-MOVIMIENTO
                 THRU 255000-MOVIMIENTO-F
           END-IF

           IF WSV-RESIDUAL > ZERO
              COMPUTE WSV-IMPORTE-MOV = WSV-RESIDUAL * -1
              PERFORM 255000-MOVIMIENTO
                 THRU 255000-MOVIMIENTO-F
           END-IF

           IF WSV-PAGO-TRANSFERENCIA
              PERFORM 258000-WRITE-SALIENTE
                 THRU 258000-WRITE-SALIENTE-F
           END-IF

           PERFORM 260000-ANULAR-CHEQUES
              THRU 260000-ANULAR-CHEQUES-F

           PERFORM 264000-BAJA-ORDENES
              THRU 264000-BAJA-ORDENES-F

           PERFORM 266000-BAJA-COTITULARES
              THRU 266000-BAJA-COTITULARES-F

           PERFORM 268000-VER-OTRAS-CUENTAS
              THRU 268000-VER-OTRAS-CUENTAS-F
           IF WSV-ULTIMA-CUENTA
              PERFORM 270000-BAJA-ABONOS
                 THRU 270000-BAJA-ABONOS-F
              PERFORM 274000-BAJA-ADHESION
                 THRU 274000-BAJA-ADHESION-F
           END-IF

           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS KEY IS REG-NRO-CUENTA-IX
           IF NOT FS-STATUS-OK
              MOVE CON-250000-APLICAR-CIERRE TO WS-ERR-PARRAFO
              MOVE CON-DATOS                 TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE FS-STATUS                 TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "B"                 TO REG-AUD-OPERACION
           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-ANTES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-ANTES

           DELETE DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-250000-APLICAR-CIERRE TO WS-ERR-PARRAFO
              MOVE CON-DATOS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                 TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE ZERO TO REG-AUD-CLIENTE-DESPUES
           MOVE ZERO TO REG-AUD-MONTO-DESPUES
           PERFORM 280000-WRITE-AUDIT
              THRU 280000-WRITE-AUDIT-F

           PERFORM 278000-WRITE-CERRADA
              THRU 278000-WRITE-CERRADA-F

           ADD 1 TO WSV-CANT-CERRADAS
           DISPLAY "CUENTA " WSV-CUENTA " CERRADA"
           DISPLAY "CHEQUES ANULADOS      : " WSV-CHEQUES-ANULADOS
           DISPLAY "ORDENES DADAS DE BAJA : " WSV-ORDENES-BAJA
           DISPLAY "FIRMANTES DE BAJA     : " WSV-FIRMANTES-BAJA
           IF WSV-ULTIMA-CUENTA
              DISPLAY "ABONOS FINALIZADOS    : " WSV-ABONOS-BAJA
              DISPLAY "ADHESIONES DE BAJA    : " WSV-ADHESIONES-BAJA
           END-IF
           EVALUATE TRUE
               WHEN WSV-PAGO-TRANSFERENCIA
                    DISPLAY "SALDO TRANSFERIDO AL CBU " WSV-CBU
               WHEN WSV-PAGO-CAJA
                    DISPLAY "EL CLIENTE COBRA EL SALDO POR CAJA CONTRA "
                            "EL CERTIFICADO DE CIERRE"
           END-EVALUATE
           .
       250000-APLICAR-CIERRE-F. EXIT.
      ******************************************************************
      *                         255000-MOVIMIENTO
      *Aplica WSV-IMPORTE-MOV al saldo con su auditoria e historial.
      ******************************************************************
       255000-MOVIMIENTO.
           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS KEY IS REG-NRO-CUENTA-IX
           IF NOT FS-STATUS-OK
              MOVE CON-255000-MOVIMIENTO TO WS-ERR-PARRAFO
              MOVE CON-DATOS             TO WS-ERR-OBJETO
              MOVE CON-LEER              TO WS-ERR-OPERACION
              MOVE FS-STATUS             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE REG-MONTO-CUENTA-IX TO WSV-MONTO-ANTES
           ADD WSV-IMPORTE-MOV TO REG-MONTO-CUENTA-IX
           REWRITE REG-CUENTASIX
           IF NOT FS-STATUS-OK
              MOVE CON-255000-MOVIMIENTO TO WS-ERR-PARRAFO
              MOVE CON-DATOS             TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "M"                 TO REG-AUD-OPERACION
           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-ANTES
           MOVE WSV-MONTO-ANTES     TO REG-AUD-MONTO-ANTES
           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-DESPUES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-DESPUES
           PERFORM 280000-WRITE-AUDIT
              THRU 280000-WRITE-AUDIT-F

           MOVE WSV-MONTO-ANTES     TO REG-HIST-MONTO-ANTERIOR
           MOVE WSV-IMPORTE-MOV     TO REG-HIST-MONTO-APLICADO
           MOVE REG-MONTO-CUENTA-IX TO REG-HIST-MONTO-NUEVO
           PERFORM 285000-WRITE-HISTORIAL
              THRU 285000-WRITE-HISTORIAL-F
           .
       255000-MOVIMIENTO-F. EXIT.
      ******************************************************************
      *                         258000-WRITE-SALIENTE
      *Queda pendiente de envio (estado P) como las transferencias a
      *otro banco de las ordenes permanentes.
      ******************************************************************
       258000-WRITE-SALIENTE.
           INITIALIZE REG-SALIENTE
           MOVE WSV-FECHA-HOY      TO REG-SAL-FECHA
           MOVE "CIE"              TO REG-SAL-ORIGEN
           MOVE ZERO               TO REG-SAL-REFERENCIA
           MOVE WSV-CUENTA         TO REG-SAL-CUENTA
           MOVE WSV-CLIENTE        TO REG-SAL-CLIENTE
           MOVE WSV-CBU            TO REG-SAL-CBU
           MOVE WSV-RESIDUAL       TO REG-SAL-IMPORTE
           MOVE ZERO               TO REG-SAL-NRO-TRAN
           MOVE "CIERRE DE CUENTA" TO REG-SAL-CONCEPTO
           MOVE "P"                TO REG-SAL-ESTADO
           WRITE REG-SALIENTE
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-258000-WRITE-SALIENTE TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       258000-WRITE-SALIENTE-F. EXIT.
      ******************************************************************
      *                         260000-ANULAR-CHEQUES
      *Los cheques todavia emitidos pasan a anulados (A): si alguno
      *se presenta despues, el clearing de E98CLR lo rechaza.
      ******************************************************************
       260000-ANULAR-CHEQUES.
           OPEN I-O CHEQUES
           IF FS-STATUS-CHQ-NOT-FOUND
              GO TO 260000-ANULAR-CHEQUES-F
           END-IF
           IF NOT FS-STATUS-CHQ-OK
              MOVE CON-260000-ANULAR-CHEQUES TO WS-ERR-PARRAFO
              MOVE CON-CHEQUES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHQ             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "N"        TO WSV-SW-FIN-LECTURA
           MOVE WSV-CUENTA TO REG-CHQ-CUENTA
           MOVE ZERO       TO REG-CHQ-NUMERO
           START CHEQUES KEY >= REG-CHQ-CLAVE
           IF FS-STATUS-CHQ-OK
              PERFORM 262000-LEER-CHEQUE
                 THRU 262000-LEER-CHEQUE-F
                 UNTIL WSV-FIN-LECTURA
           END-IF

           CLOSE CHEQUES
           .
       260000-ANULAR-CHEQUES-F. EXIT.
      ******************************************************************
      *                         262000-LEER-CHEQUE
      ******************************************************************
       262000-LEER-CHEQUE.
           READ CHEQUES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-CHQ-OK
                    IF REG-CHQ-CUENTA NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 262000-LEER-CHEQUE-F
                    END-IF
                    IF REG-CHQ-EMITIDO
                       MOVE "A"           TO REG-CHQ-ESTADO
                       MOVE WSV-FECHA-HOY TO REG-CHQ-FECHA-ESTADO
                       REWRITE REG-CHEQUE
                       IF NOT FS-STATUS-CHQ-OK
                          MOVE CON-260000-ANULAR-CHEQUES
                             TO WS-ERR-PARRAFO
                          MOVE CON-CHEQUES   TO WS-ERR-OBJETO
                          MOVE CON-GRABAR    TO WS-ERR-OPERACION
                          MOVE FS-STATUS-CHQ TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CHEQUES-ANULADOS
                    END-IF
               WHEN FS-STATUS-CHQ-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-260000-ANULAR-CHEQUES TO WS-ERR-PARRAFO
                    MOVE CON-CHEQUES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHQ             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       262000-LEER-CHEQUE-F. EXIT.
      ******************************************************************
      *                         264000-BAJA-ORDENES
      *Ordenes permanentes con origen en la cuenta. Las que tienen la
      *cuenta como destino las da de baja E144GEN al no encontrarla.
      ******************************************************************
       264000-BAJA-ORDENES.
           OPEN I-O ORDENES
           IF FS-STATUS-ORD-NOT-FOUND
              GO TO 264000-BAJA-ORDENES-F
           END-IF
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-264000-BAJA-ORDENES TO WS-ERR-PARRAFO
              MOVE CON-ORDENES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "N"        TO WSV-SW-FIN-LECTURA
           MOVE WSV-CUENTA TO REG-ORD-CUENTA-ORIGEN
           START ORDENES KEY = REG-ORD-CUENTA-ORIGEN
           IF FS-STATUS-ORD-OK
              PERFORM 265000-LEER-ORDEN
                 THRU 265000-LEER-ORDEN-F
                 UNTIL WSV-FIN-LECTURA
           END-IF

           CLOSE ORDENES
           .
       264000-BAJA-ORDENES-F. EXIT.
      ******************************************************************
      *                         265000-LEER-ORDEN
      ******************************************************************
       265000-LEER-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    IF REG-ORD-CUENTA-ORIGEN NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 265000-LEER-ORDEN-F
                    END-IF
                    IF REG-ORD-VIGENTE
                       MOVE "B"           TO REG-ORD-ESTADO
                       MOVE WSV-FECHA-HOY TO REG-ORD-FECHA-ESTADO
                       REWRITE REG-ORDEN
                       IF NOT FS-STATUS-ORD-OK
                          MOVE CON-264000-BAJA-ORDENES
                             TO WS-ERR-PARRAFO
                          MOVE CON-ORDENES   TO WS-ERR-OBJETO
                          MOVE CON-GRABAR    TO WS-ERR-OPERACION
                          MOVE FS-STATUS-ORD TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-ORDENES-BAJA
                    END-IF
               WHEN FS-STATUS-ORD-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-264000-BAJA-ORDENES TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES             TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         266000-BAJA-COTITULARES
      *Los firmantes vigentes de la cuenta pasan a baja con su
      *auditoria en COTITULARES_AUDIT.txt, como la baja de E146.
      ******************************************************************
       266000-BAJA-COTITULARES.
           OPEN I-O COTITULARES
           IF FS-STATUS-COT-NOT-FOUND
              GO TO 266000-BAJA-COTITULARES-F
           END-IF
           IF NOT FS-STATUS-COT-OK
              MOVE CON-266000-BAJA-COTITULAR TO WS-ERR-PARRAFO
              MOVE CON-COTITULARES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-COT             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND AUDCOT
           IF FS-STATUS-ACO-NOT-FOUND
              OPEN OUTPUT AUDCOT
           END-IF
           IF NOT FS-STATUS-ACO-OK
              MOVE CON-266000-BAJA-COTITULAR TO WS-ERR-PARRAFO
              MOVE CON-AUDCOT                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ACO             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "N"        TO WSV-SW-FIN-LECTURA
           MOVE WSV-CUENTA TO REG-COT-CUENTA
           MOVE ZERO       TO REG-COT-CLIENTE
           START COTITULARES KEY >= REG-COT-CLAVE
           IF FS-STATUS-COT-OK
              PERFORM 267000-LEER-COTITULAR
                 THRU 267000-LEER-COTITULAR-F
                 UNTIL WSV-FIN-LECTURA
           END-IF

           CLOSE COTITULARES
           CLOSE AUDCOT
           .
       266000-BAJA-COTITULARES-F. EXIT.
      ******************************************************************
      *                         267000-LEER-COTITULAR
      ******************************************************************
       267000-LEER-COTITULAR.
           READ COTITULARES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-CUENTA NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 267000-LEER-COTITULAR-F
                    END-IF
                    IF REG-COT-VIGENTE
                       MOVE REG-COTITULAR TO WSV-IMAGEN-ANTES
                       MOVE "B"           TO REG-COT-ESTADO
                       MOVE WSV-FECHA-HOY TO REG-COT-FECHA-ESTADO
                       REWRITE REG-COTITULAR
                       IF NOT FS-STATUS-COT-OK
                          MOVE CON-266000-BAJA-COTITULAR
                             TO WS-ERR-PARRAFO
                          MOVE CON-COTITULARES TO WS-ERR-OBJETO
                          MOVE CON-GRABAR      TO WS-ERR-OPERACION
                          MOVE FS-STATUS-COT   TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-FIRMANTES-BAJA

                       MOVE WSV-FECHA-HOY    TO REG-ACO-FECHA
                       ACCEPT REG-ACO-HORA   FROM TIME
                       MOVE "B"              TO REG-ACO-OPERACION
                       MOVE REG-COT-CUENTA   TO REG-ACO-CUENTA
                       MOVE REG-COT-CLIENTE  TO REG-ACO-CLIENTE
                       MOVE WSV-IMAGEN-ANTES TO REG-ACO-IMAGEN-ANTES
                       MOVE REG-COTITULAR    TO REG-ACO-IMAGEN-DESPUES
                       MOVE WSV-OPERADOR     TO REG-ACO-OPERADOR
                       WRITE REG-AUDCOT
                       IF NOT FS-STATUS-ACO-OK
                          MOVE CON-266000-BAJA-COTITULAR
                             TO WS-ERR-PARRAFO
                          MOVE CON-AUDCOT    TO WS-ERR-OBJETO
                          MOVE CON-GRABAR    TO WS-ERR-OPERACION
                          MOVE FS-STATUS-ACO TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                    END-IF
               WHEN FS-STATUS-COT-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-266000-BAJA-COTITULAR TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES           TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       267000-LEER-COTITULAR-F. EXIT.
      ******************************************************************
      *                         268000-VER-OTRAS-CUENTAS
      *Abonos y adhesion al debito directo son del cliente, no de la
      *cuenta: solo se cierran si no le queda otra cuenta.
      ******************************************************************
       268000-VER-OTRAS-CUENTAS.
           MOVE ZERO        TO WSV-OTRAS-CUENTAS
           MOVE "N"         TO WSV-SW-FIN-LECTURA
           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-IX
           START DATOS KEY = REG-COD-CLIENTE-IX
           IF FS-STATUS-OK
              PERFORM 269000-LEER-CUENTA-CLIENTE
                 THRU 269000-LEER-CUENTA-CLIENTE-F
                 UNTIL WSV-FIN-LECTURA
           END-IF

           IF WSV-OTRAS-CUENTAS = ZERO
              MOVE "S" TO WSV-SW-ULTIMA-CUENTA
           ELSE
              MOVE "N" TO WSV-SW-ULTIMA-CUENTA
           END-IF
           .
       268000-VER-OTRAS-CUENTAS-F. EXIT.
      ******************************************************************
      *                         269000-LEER-CUENTA-CLIENTE
      ******************************************************************
       269000-LEER-CUENTA-CLIENTE.
           READ DATOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-COD-CLIENTE-IX NOT = WSV-CLIENTE
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                    ELSE
                       IF REG-NRO-CUENTA-IX NOT = WSV-CUENTA
                          ADD 1 TO WSV-OTRAS-CUENTAS
                       END-IF
                    END-IF
               WHEN FS-STATUS-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-268000-OTRAS-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS                TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       269000-LEER-CUENTA-CLIENTE-F. EXIT.
      ******************************************************************
      *                         270000-BAJA-ABONOS
      *Los abonos del cliente que siguen activos terminan hoy; E68GEN
      *ya no los factura en los periodos siguientes.
      ******************************************************************
       270000-BAJA-ABONOS.
           MOVE ZERO TO WSV-CANT-ABONOS
           OPEN INPUT ABONOS
           IF FS-STATUS-ABO-NOT-FOUND
              GO TO 270000-BAJA-ABONOS-F
           END-IF
           IF NOT FS-STATUS-ABO-OK
              MOVE CON-270000-BAJA-ABONOS TO WS-ERR-PARRAFO
              MOVE CON-ABONOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-ABO          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 271000-LEER-ABONO
              THRU 271000-LEER-ABONO-F
              UNTIL FS-STATUS-ABO-EOF

           CLOSE ABONOS

           OPEN OUTPUT ABONOS
           IF NOT FS-STATUS-ABO-OK
              MOVE CON-270000-BAJA-ABONOS TO WS-ERR-PARRAFO
              MOVE CON-ABONOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-ABO          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 272000-GRABAR-ABONO
              THRU 272000-GRABAR-ABONO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ABONOS

           CLOSE ABONOS
           .
       270000-BAJA-ABONOS-F. EXIT.
      ******************************************************************
      *                         271000-LEER-ABONO
      ******************************************************************
       271000-LEER-ABONO.
           READ ABONOS
           EVALUATE TRUE
               WHEN FS-STATUS-ABO-OK
                    IF WSV-CANT-ABONOS = 500
                       DISPLAY "E147: TABLA DE ABONOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-270000-BAJA-ABONOS TO WS-ERR-PARRAFO
                       MOVE CON-ABONOS             TO WS-ERR-OBJETO
                       MOVE CON-LEER               TO WS-ERR-OPERACION
                       MOVE 99                     TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ABONOS
                    MOVE REG-ABONO TO WSV-ABO-IMAGEN(WSV-CANT-ABONOS)
               WHEN FS-STATUS-ABO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-270000-BAJA-ABONOS TO WS-ERR-PARRAFO
                    MOVE CON-ABONOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ABO          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       271000-LEER-ABONO-F. EXIT.
      ******************************************************************
      *                         272000-GRABAR-ABONO
      *Activo es sin fecha de fin o con fin posterior a hoy.
      ******************************************************************
       272000-GRABAR-ABONO.
           MOVE WSV-ABO-IMAGEN(WSV-IDX) TO REG-ABONO
           IF REG-ABO-CLIENTE = WSV-CLIENTE
              AND (REG-ABO-FECHA-FIN = ZERO
                   OR REG-ABO-FECHA-FIN > WSV-FECHA-HOY)
              MOVE WSV-FECHA-HOY TO REG-ABO-FECHA-FIN
              ADD 1 TO WSV-ABONOS-BAJA
           END-IF

           WRITE REG-ABONO
           IF NOT FS-STATUS-ABO-OK
              MOVE CON-270000-BAJA-ABONOS TO WS-ERR-PARRAFO
              MOVE CON-ABONOS             TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-ABO          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       272000-GRABAR-ABONO-F. EXIT.
      ******************************************************************
      *                         274000-BAJA-ADHESION
      *La adhesion del cliente se quita de CUENTASBANCO.txt: E60 ya
      *no le genera debitos directos y E97 devuelve los creditos que
      *lleguen a ese CBU.
      ******************************************************************
       274000-BAJA-ADHESION.
           MOVE ZERO TO WSV-CANT-BANCOS
           OPEN INPUT BANCOS
           IF FS-STATUS-BCO-NOT-FOUND
              GO TO 274000-BAJA-ADHESION-F
           END-IF
           IF NOT FS-STATUS-BCO-OK
              MOVE CON-274000-BAJA-ADHESION TO WS-ERR-PARRAFO
              MOVE CON-BANCOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-BCO            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 275000-LEER-BANCO
              THRU 275000-LEER-BANCO-F
              UNTIL FS-STATUS-BCO-EOF

           CLOSE BANCOS

           OPEN OUTPUT BANCOS
           IF NOT FS-STATUS-BCO-OK
              MOVE CON-274000-BAJA-ADHESION TO WS-ERR-PARRAFO
              MOVE CON-BANCOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-BCO            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 276000-GRABAR-BANCO
              THRU 276000-GRABAR-BANCO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BANCOS

           CLOSE BANCOS
           .
       274000-BAJA-ADHESION-F. EXIT.
      ******************************************************************
      *                         275000-LEER-BANCO
      ******************************************************************
       275000-LEER-BANCO.
           READ BANCOS
           EVALUATE TRUE
               WHEN FS-STATUS-BCO-OK
                    IF REG-CLIENTE-B = WSV-CLIENTE
                       ADD 1 TO WSV-ADHESIONES-BAJA
                    ELSE
                       IF WSV-CANT-BANCOS = 500
                          DISPLAY "E147: TABLA DE ADHESIONES LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-274000-BAJA-ADHESION
                             TO WS-ERR-PARRAFO
                          MOVE CON-BANCOS TO WS-ERR-OBJETO
                          MOVE CON-LEER   TO WS-ERR-OPERACION
                          MOVE 99         TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-BANCOS
                       MOVE REG-BANCO TO WSV-BCO-IMAGEN(WSV-CANT-BANCOS)
                    END-IF
               WHEN FS-STATUS-BCO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-274000-BAJA-ADHESION TO WS-ERR-PARRAFO
                    MOVE CON-BANCOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BCO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       275000-LEER-BANCO-F. EXIT.
      ******************************************************************
      *                         276000-GRABAR-BANCO
      ******************************************************************
       276000-GRABAR-BANCO.
           MOVE WSV-BCO-IMAGEN(WSV-IDX) TO REG-BANCO
           WRITE REG-BANCO
           IF NOT FS-STATUS-BCO-OK
              MOVE CON-274000-BAJA-ADHESION TO WS-ERR-PARRAFO
              MOVE CON-BANCOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-BCO            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       276000-GRABAR-BANCO-F. EXIT.
      ******************************************************************
      *                         278000-WRITE-CERRADA
      ******************************************************************
       278000-WRITE-CERRADA.
           INITIALIZE REG-CERRADA
           MOVE WSV-FECHA-HOY        TO REG-CIE-FECHA
           MOVE WSV-CUENTA           TO REG-CIE-CUENTA
           MOVE WSV-CLIENTE          TO REG-CIE-CLIENTE
           MOVE WSV-MONEDA           TO REG-CIE-MONEDA
           MOVE WSV-SALDO            TO REG-CIE-SALDO-ANTERIOR
           MOVE WSV-INTERES          TO REG-CIE-INTERES
           MOVE WSV-CUOTA            TO REG-CIE-CUOTA
           MOVE WSV-RESIDUAL         TO REG-CIE-IMPORTE-PAGADO
           MOVE WSV-MEDIO-PAGO       TO REG-CIE-MEDIO-PAGO
           MOVE WSV-CBU              TO REG-CIE-CBU
           MOVE WSV-CHEQUES-ANULADOS TO REG-CIE-CHEQUES-ANULADOS
           MOVE WSV-ORDENES-BAJA     TO REG-CIE-ORDENES-BAJA
           MOVE WSV-SW-ULTIMA-CUENTA TO REG-CIE-ULTIMA-CUENTA
           MOVE WSV-OPERADOR         TO REG-CIE-OPERADOR
           WRITE REG-CERRADA
           IF NOT FS-STATUS-CIE-OK
              MOVE CON-278000-WRITE-CERRADA TO WS-ERR-PARRAFO
              MOVE CON-CERRADAS             TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CIE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       278000-WRITE-CERRADA-F. EXIT.
      ******************************************************************
      *                         280000-WRITE-AUDIT
      ******************************************************************
       280000-WRITE-AUDIT.
           ACCEPT REG-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-AUD-HORA  FROM TIME
           MOVE WSV-CUENTA   TO REG-AUD-CUENTA
           MOVE WSV-OPERADOR TO REG-AUD-OPERADOR

           WRITE REG-AUDITORIA
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-280000-WRITE-AUDIT   TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA            TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-WRITE-AUDIT-F. EXIT.
      ******************************************************************
      *                         285000-WRITE-HISTORIAL
      ******************************************************************
       285000-WRITE-HISTORIAL.
           ACCEPT REG-HIST-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-HIST-HORA  FROM TIME
           MOVE WSV-CUENTA TO REG-HIST-CUENTA

           MOVE "N" TO WS-HCH-OPERACION
           MOVE REG-HIST-CUENTA       TO WS-HCH-CUENTA
           MOVE REG-HIST-MONTO-NUEVO  TO WS-HCH-MONTO-NUEVO
           CALL CON-RUTHIST USING WS-REG-HIST
           MOVE WS-HCH-SECUENCIA TO REG-HIST-SECUENCIA
           MOVE WS-HCH-CONTROL   TO REG-HIST-CONTROL

           WRITE REG-HISTORIAL
           IF NOT FS-STATUS-HIST-OK
              MOVE CON-285000-WRITE-HIST TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL         TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIST        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       285000-WRITE-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      *La retencion del interes de los cierres se asienta al salir,
      *como al final de la corrida de E58.
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE AUDITORIA
           CLOSE HISTORIAL
           CLOSE SALIENTES
           CLOSE CERRADAS

           MOVE "C" TO WS-RET-OPERACION
           CALL CON-RUTRETEN USING WS-REG-RETEN

           DISPLAY "CUENTAS CERRADAS : " WSV-CANT-CERRADAS

           MOVE "L" TO WS-LOCK-OPERACION
           CALL CON-RUTLOCK USING WS-REG-LOCK
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
       END PROGRAM E147.
