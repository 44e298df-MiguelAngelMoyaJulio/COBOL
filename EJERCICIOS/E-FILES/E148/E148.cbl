      ******************************************************************
      *Proceso de sucesiones de clientes fallecidos. Cuando E55 pasa
      *un cliente a fallecido deja la sucesion pendiente en
      *SUCESIONES.txt con la fecha de fallecimiento y los datos del
      *expediente; hasta ahora ningun otro circuito se enteraba. Este
      *batch toma cada sucesion pendiente y:
      *- Inmoviliza todas las cuentas CUENTASIX del titular en
      *  CUENTAS_INMOVILIZADAS.txt: RUTEMBAR lo informa y los debitos
      *  del lote E47, del clearing E98CLR, de la caja E99 y de las
      *  ordenes de E144GEN se rechazan; los creditos siguen
      *  entrando.
      *- Suspende (estado S) las ordenes permanentes vigentes con
      *  origen en esas cuentas. Los debitos directos de E60 y la
      *  facturacion de abonos de E68GEN se saltean al cliente
      *  mientras su sucesion este inmovilizada.
      *- Bloquea sus tarjetas (TARJETAS_CLIENTES.txt) en
      *  TARJETAS_BLOQUEADAS.txt, que E86 rechaza en el lote de
      *  consumos.
      *- Pasa sus plazos fijos vigentes a no renovables (N) para que
      *  E96VTO los pague al vencimiento en la cuenta inmovilizada.
      *- Emite el certificado de saldos a la fecha de fallecimiento
      *  para el juzgado de la sucesion en CERTIFICADO_SUCESION.txt:
      *  saldo de cada cuenta a esa fecha (saldo actual menos los
      *  movimientos posteriores de CUENTASIX_HIST.txt), interes
      *  acreedor devengado en el mes con las reglas de E58, plazos
      *  fijos con el interes devengado hasta esa fecha, y deudas
      *  (descubierto con su interes pendiente de E143, saldo de
      *  tarjeta de SALDO_ANTERIOR.txt y cuotas por vencer de los
      *  convenios de gas), con totales por moneda.
      *La sucesion queda inmovilizada (estado I) con la fecha de
      *proceso. La fecha de proceso sale de PARAMETROS.txt si existe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E148.
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

       SELECT TASAS ASSIGN TO "TASASINTERES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TAS.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT HISTORIAL ASSIGN TO "CUENTASIX_HIST.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-HIST.

       SELECT DEVENGO ASSIGN TO "DESCUBIERTO_DEVENGO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-DEV-CLAVE
                       FILE STATUS  IS FS-STATUS-DEV.

       SELECT TARJCLI ASSIGN TO "TARJETAS_CLIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TCL.

       SELECT SALDOS ASSIGN TO "SALDO_ANTERIOR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SA.

       SELECT CONVENIOS ASSIGN TO "CONVENIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CNV.

       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.
      ****************************  OUTPUT  ****************************
       SELECT SUCESIONES ASSIGN TO "SUCESIONES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-SUC-CLIENTE
                       FILE STATUS  IS FS-STATUS-SUC.

       SELECT INMOVILIZADAS ASSIGN TO "CUENTAS_INMOVILIZADAS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-INM-CUENTA
                       FILE STATUS  IS FS-STATUS-INM.

       SELECT ORDENES ASSIGN TO "ORDENES_PERMANENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-ORD-NUMERO
                       ALTERNATE RECORD KEY IS REG-ORD-CUENTA-ORIGEN
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-ORD.

       SELECT PLAZOFIJO ASSIGN TO "PLAZOFIJO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-PF-NUMERO
                       FILE STATUS  IS FS-STATUS-PF.

       SELECT BLOQUEADAS ASSIGN TO "TARJETAS_BLOQUEADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BLQ.

       SELECT CERTIFICADO ASSIGN TO "CERTIFICADO_SUCESION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CER.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD TASAS.
          01 REG-TASAINT.
             05 REG-TASAINT-MONEDA       PIC X(03).
             05 REG-TASAINT-DESDE        PIC 9(15)V9(02).
             05 REG-TASAINT-HASTA        PIC 9(15)V9(02).
             05 REG-TASAINT-TASA         PIC 9(02)V9(04).

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

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

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

       FD DEVENGO.
          01 REG-DEVENGO.
             05 REG-DEV-CLAVE.
                10 REG-DEV-CUENTA        PIC X(08).
                10 REG-DEV-PERIODO       PIC 9(06).
             05 REG-DEV-CLIENTE          PIC 9(08).
             05 REG-DEV-MONEDA           PIC X(03).
             05 REG-DEV-DIAS             PIC 9(03).
             05 REG-DEV-INTERES          PIC 9(13)V9(04).
             05 REG-DEV-PUNITORIO        PIC 9(13)V9(04).
             05 REG-DEV-FECHA-ULTIMO     PIC 9(08).
             05 REG-DEV-ESTADO           PIC X(01).
                88 REG-DEV-PENDIENTE            VALUE "P".
                88 REG-DEV-LIQUIDADO            VALUE "L".
             05 REG-DEV-IMPORTE-LIQ      PIC 9(15)V9(02).
             05 REG-DEV-NRO-TRAN         PIC 9(08).

       FD TARJCLI.
          01 REG-TARJCLI.
             05 REG-TCL-TARJETA          PIC X(16).
             05 REG-TCL-CLIENTE          PIC 9(08).

       FD SALDOS.
          01 REG-SALDO-ANTERIOR.
             05 REG-TAR-SA               PIC X(16).
             05 REG-SALDO-SA             PIC 9(06)V9(02).

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

       FD SUCESIONES.
          01 REG-SUCESION.
             05 REG-SUC-CLIENTE          PIC 9(08).
             05 REG-SUC-FECHA-FALLEC     PIC 9(08).
             05 REG-SUC-FECHA-FALLEC-R REDEFINES REG-SUC-FECHA-FALLEC.
                10 REG-SUC-FALLEC-AAAAMM PIC 9(06).
                10 REG-SUC-FALLEC-DD     PIC 9(02).
             05 REG-SUC-EXPEDIENTE       PIC X(20).
             05 REG-SUC-JUZGADO          PIC X(30).
             05 REG-SUC-ESTADO           PIC X(01).
                88 REG-SUC-PENDIENTE            VALUE "P".
                88 REG-SUC-INMOVILIZADA         VALUE "I".
             05 REG-SUC-FECHA-ALTA       PIC 9(08).
             05 REG-SUC-FECHA-PROCESO    PIC 9(08).

       FD INMOVILIZADAS.
          01 REG-INMOVILIZADA.
             05 REG-INM-CUENTA           PIC X(08).
             05 REG-INM-CLIENTE          PIC 9(08).
             05 REG-INM-MOTIVO           PIC X(01).
                88 REG-INM-SUCESION             VALUE "S".
             05 REG-INM-FECHA            PIC 9(08).
             05 REG-INM-EXPEDIENTE       PIC X(20).

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
                88 REG-ORD-SUSPENDIDA           VALUE "S".
             05 REG-ORD-FECHA-ALTA       PIC 9(08).
             05 REG-ORD-FECHA-ESTADO     PIC 9(08).

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
                88 REG-PF-NO-RENUEVA            VALUE "N".
             05 REG-PF-ESTADO            PIC X(01).
                88 REG-PF-VIGENTE               VALUE "V".
                88 REG-PF-PAGADO                VALUE "P".
             05 REG-PF-MONEDA            PIC X(03).

       FD BLOQUEADAS.
          01 REG-BLOQUEADA.
             05 REG-BLQ-TARJETA          PIC X(16).
             05 REG-BLQ-CLIENTE          PIC 9(08).
             05 REG-BLQ-MOTIVO           PIC X(01).
                88 REG-BLQ-SUCESION             VALUE "S".
             05 REG-BLQ-FECHA            PIC 9(08).

       FD CERTIFICADO.
          01 REG-CERTIFICADO             PIC X(80).
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
              05 CON-110000-CARGAR-TASAS    PIC X(30) VALUE
              '110000-CARGAR-TASAS         '.
              05 CON-120000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '120000-OPEN-ARCHIVOS        '.
              05 CON-210000-LEER-SUCESION   PIC X(30) VALUE
              '210000-LEER-SUCESION        '.
              05 CON-222000-LEER-CLIENTE    PIC X(30) VALUE
              '222000-LEER-CLIENTE         '.
              05 CON-224000-CARGAR-CUENTAS  PIC X(30) VALUE
              '224000-CARGAR-CUENTAS       '.
              05 CON-226000-INMOVILIZAR     PIC X(30) VALUE
              '226000-INMOVILIZAR          '.
              05 CON-228000-SALDO-FALLEC    PIC X(30) VALUE
              '228000-SALDO-FALLECIMIENTO  '.
              05 CON-234000-DEVENGO         PIC X(30) VALUE
              '234000-DEVENGO-DESCUBIERTO  '.
              05 CON-240000-SUSPENDER-ORD   PIC X(30) VALUE
              '240000-SUSPENDER-ORDENES    '.
              05 CON-245000-PLAZOS-FIJOS    PIC X(30) VALUE
              '245000-PLAZOS-FIJOS         '.
              05 CON-250000-BLOQUEAR-TARJ   PIC X(30) VALUE
              '250000-BLOQUEAR-TARJETAS    '.
              05 CON-253000-DEUDA-TARJETAS  PIC X(30) VALUE
              '253000-DEUDA-TARJETAS       '.
              05 CON-255000-DEUDA-CONVENIOS PIC X(30) VALUE
              '255000-DEUDA-CONVENIOS      '.
              05 CON-265000-ACUMULAR-MONEDA PIC X(30) VALUE
              '265000-ACUMULAR-MONEDA      '.
              05 CON-270000-CERRAR-SUCESION PIC X(30) VALUE
              '270000-CERRAR-SUCESION      '.
              05 CON-280000-ESCRIBIR-LINEA  PIC X(30) VALUE
              '280000-ESCRIBIR-LINEA       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS  PIC X(10) VALUE 'PARAMETROS'.
              05 CON-TASAS       PIC X(10) VALUE 'TASASINT  '.
              05 CON-CLIENTES    PIC X(10) VALUE 'CLIENTES  '.
              05 CON-DATOS       PIC X(10) VALUE 'DATOS     '.
              05 CON-HISTORIAL   PIC X(10) VALUE 'HISTORIAL '.
              05 CON-DEVENGO     PIC X(10) VALUE 'DEVENGO   '.
              05 CON-TARJCLI     PIC X(10) VALUE 'TARJCLI   '.
              05 CON-SALDOS      PIC X(10) VALUE 'SALDOS    '.
              05 CON-CONVENIOS   PIC X(10) VALUE 'CONVENIOS '.
              05 CON-PADRON      PIC X(10) VALUE 'PADRON    '.
              05 CON-SUCESIONES  PIC X(10) VALUE 'SUCESIONES'.
              05 CON-INMOVILIZ   PIC X(10) VALUE 'INMOVILIZ '.
              05 CON-ORDENES     PIC X(10) VALUE 'ORDENES   '.
              05 CON-PLAZOFIJO   PIC X(10) VALUE 'PLAZOFIJO '.
              05 CON-BLOQUEADAS  PIC X(10) VALUE 'BLOQUEADAS'.
              05 CON-CERTIFICADO PIC X(10) VALUE 'CERTIFIC  '.
           02 CON-LIQUIDACION.
      *E58 capitaliza a fin de mes una tasa mensual; el certificado
      *devenga la parte del mes corrida hasta el fallecimiento sobre
      *un mes comercial, como el cierre de cuenta de E147.
              05 CON-DIAS-MES          PIC 9(02) VALUE 30.
      *Las tarjetas y los convenios de gas son en pesos.
              05 CON-MONEDA-LOCAL      PIC X(03) VALUE 'ARS'.
      ************************** TABLES ********************************
       01 WSV-TABLA-TASAS.
          02 WSV-TASA-ENTRY OCCURS 50 TIMES.
             05 WSV-TASA-MONEDA          PIC X(03).
             05 WSV-TASA-DESDE           PIC 9(15)V9(02).
             05 WSV-TASA-HASTA           PIC 9(15)V9(02).
             05 WSV-TASA-TASA            PIC 9(02)V9(04).
       01 WSV-CANT-TASAS                 PIC 9(02) VALUE 0.

       01 WSV-TABLA-CUENTAS.
          02 WSV-CTA-ENTRY OCCURS 20 TIMES.
             05 WSV-CTA-NUMERO           PIC X(08).
             05 WSV-CTA-MONEDA           PIC X(03).
             05 WSV-CTA-SALDO-ACTUAL     PIC S9(15)V9(02).
             05 WSV-CTA-SALDO-FALLEC     PIC S9(15)V9(02).
       01 WSV-CANT-CUENTAS               PIC 9(02) VALUE 0.

       01 WSV-TABLA-TARJETAS.
          02 WSV-TAR-NUMERO OCCURS 20 TIMES PIC X(16).
       01 WSV-CANT-TARJETAS              PIC 9(02) VALUE 0.

       01 WSV-TABLA-MEDIDORES.
          02 WSV-MED-NUMERO OCCURS 20 TIMES PIC 9(02).
       01 WSV-CANT-MEDIDORES             PIC 9(02) VALUE 0.

       01 WSV-TABLA-MONEDAS.
          02 WSV-MON-ENTRY OCCURS 10 TIMES.
             05 WSV-MON-CODIGO           PIC X(03).
             05 WSV-MON-ACTIVO           PIC S9(15)V9(02).
             05 WSV-MON-DEUDA            PIC S9(15)V9(02).
       01 WSV-CANT-MONEDAS               PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TAS           PIC X(02) VALUE "00".
             88 FS-STATUS-TAS-OK               VALUE "00".
             88 FS-STATUS-TAS-EOF              VALUE "10".

          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-SIN-CLAVE        VALUE "23".

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-EOF                  VALUE "10".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-HIST          PIC X(02) VALUE "00".
             88 FS-STATUS-HIST-OK              VALUE "00".
             88 FS-STATUS-HIST-EOF             VALUE "10".
             88 FS-STATUS-HIST-NOT-FOUND       VALUE "35".

          05 FS-STATUS-DEV           PIC X(02) VALUE "00".
             88 FS-STATUS-DEV-OK               VALUE "00".
             88 FS-STATUS-DEV-EOF              VALUE "10".
             88 FS-STATUS-DEV-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-DEV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TCL           PIC X(02) VALUE "00".
             88 FS-STATUS-TCL-OK               VALUE "00".
             88 FS-STATUS-TCL-EOF              VALUE "10".
             88 FS-STATUS-TCL-NOT-FOUND        VALUE "35".

          05 FS-STATUS-SA            PIC X(02) VALUE "00".
             88 FS-STATUS-SA-OK                VALUE "00".
             88 FS-STATUS-SA-EOF               VALUE "10".
             88 FS-STATUS-SA-NOT-FOUND         VALUE "35".

          05 FS-STATUS-CNV           PIC X(02) VALUE "00".
             88 FS-STATUS-CNV-OK               VALUE "00".
             88 FS-STATUS-CNV-EOF              VALUE "10".
             88 FS-STATUS-CNV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 FS-STATUS-PAD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-SUC           PIC X(02) VALUE "00".
             88 FS-STATUS-SUC-OK               VALUE "00".
             88 FS-STATUS-SUC-EOF              VALUE "10".
             88 FS-STATUS-SUC-NOT-FOUND        VALUE "35".

          05 FS-STATUS-INM           PIC X(02) VALUE "00".
             88 FS-STATUS-INM-OK               VALUE "00".
             88 FS-STATUS-INM-DUP              VALUE "22".
             88 FS-STATUS-INM-NOT-FOUND        VALUE "35".

          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
             88 FS-STATUS-ORD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-PF            PIC X(02) VALUE "00".
             88 FS-STATUS-PF-OK                VALUE "00".
             88 FS-STATUS-PF-EOF               VALUE "10".
             88 FS-STATUS-PF-NOT-FOUND         VALUE "35".

          05 FS-STATUS-BLQ           PIC X(02) VALUE "00".
             88 FS-STATUS-BLQ-OK               VALUE "00".
             88 FS-STATUS-BLQ-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CER           PIC X(02) VALUE "00".
             88 FS-STATUS-CER-OK               VALUE "00".
             88 FS-STATUS-CER-NOT-FOUND        VALUE "35".

          05 WSV-SW-FIN-LECTURA      PIC X(01).
             88 WSV-FIN-LECTURA                VALUE "S".

          05 WSV-SW-TASA-ENCONTRADA  PIC X(01).
             88 WSV-TASA-ENCONTRADA            VALUE "S".

          05 WSV-SW-CUENTA-HALLADA   PIC X(01).
             88 WSV-CUENTA-HALLADA             VALUE "S".

          05 WSV-SW-MONEDA-HALLADA   PIC X(01).
             88 WSV-MONEDA-HALLADA             VALUE "S".

          05 WSV-SW-TARJETA-HALLADA  PIC X(01).
             88 WSV-TARJETA-HALLADA            VALUE "S".

          05 WSV-SW-MEDIDOR-HALLADO  PIC X(01).
             88 WSV-MEDIDOR-HALLADO            VALUE "S".

          05 WSV-SW-HAY-PLAZOS       PIC X(01).
             88 WSV-HAY-PLAZOS                 VALUE "S".

          05 WSV-SW-HAY-DEUDAS       PIC X(01).
             88 WSV-HAY-DEUDAS                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-NOMBRE              PIC X(30).
          05 WSV-CUIT                PIC X(11).
          05 WSV-FECHA-FALLEC        PIC 9(08).
          05 WSV-PERIODO-FALLEC      PIC 9(06).
          05 WSV-DIAS                PIC 9(02).
          05 WSV-DIAS-PF             PIC 9(05).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-CTA             PIC 9(02).
          05 WSV-IDX-TASA            PIC 9(02).
          05 WSV-IDX-MON             PIC 9(02).
          05 WSV-MONEDA-ACUM         PIC X(03).
          05 WSV-IMPORTE-ACTIVO      PIC S9(15)V9(02).
          05 WSV-IMPORTE-DEUDA       PIC S9(15)V9(02).
          05 WSV-SALDO               PIC S9(15)V9(02).
          05 WSV-INTERES             PIC S9(15)V9(02).
          05 WSV-DEVENGO             PIC S9(15)V9(04).
          05 WSV-DEVENGO-RED         PIC S9(15)V9(02).
          05 WSV-NETO                PIC S9(15)V9(02).
          05 WSV-CUOTAS-PEND         PIC 9(02).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-SUCESIONES     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-INMOVILIZADAS  PIC 9(05) VALUE ZERO.
          05 WSV-CANT-ORDENES        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PLAZOS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-TARJ-BLOQ      PIC 9(05) VALUE ZERO.
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
           MOVE "E148" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 210000-LEER-SUCESION
              THRU 210000-LEER-SUCESION-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-SUC-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TASAS
              THRU 110000-CARGAR-TASAS-F

           PERFORM 120000-OPEN-ARCHIVOS
              THRU 120000-OPEN-ARCHIVOS-F
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
      *                         110000-CARGAR-TASAS
      ******************************************************************
       110000-CARGAR-TASAS.
           OPEN INPUT TASAS
           IF NOT FS-STATUS-TAS-OK
              MOVE CON-110000-CARGAR-TASAS TO WS-ERR-PARRAFO
              MOVE CON-TASAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TAS           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 111000-READ-TASA
              THRU 111000-READ-TASA-F
              UNTIL FS-STATUS-TAS-EOF

           CLOSE TASAS
           .
       110000-CARGAR-TASAS-F. EXIT.
      ******************************************************************
      *                         111000-READ-TASA
      ******************************************************************
       111000-READ-TASA.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-STATUS-TAS-OK
                    IF WSV-CANT-TASAS = 50
                       DISPLAY "E148: TABLA DE TASAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TASAS TO WS-ERR-PARRAFO
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
                    MOVE CON-110000-CARGAR-TASAS TO WS-ERR-PARRAFO
                    MOVE CON-TASAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TAS           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       111000-READ-TASA-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-ARCHIVOS
      *Sin archivo de sucesiones no hay nada que procesar. El archivo
      *de inmovilizaciones se crea con la primera sucesion; las
      *tarjetas bloqueadas y los certificados se agregan a lo que ya
      *exista.
      ******************************************************************
       120000-OPEN-ARCHIVOS.
           OPEN I-O SUCESIONES
           IF FS-STATUS-SUC-NOT-FOUND
              DISPLAY "E148: NO HAY SUCESIONES REGISTRADAS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-SUC-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-SUCESIONES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SUC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O INMOVILIZADAS
           IF FS-STATUS-INM-NOT-FOUND
              OPEN OUTPUT INMOVILIZADAS
              CLOSE INMOVILIZADAS
              OPEN I-O INMOVILIZADAS
           END-IF
           IF NOT FS-STATUS-INM-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-INMOVILIZ            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-INM            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND BLOQUEADAS
           IF FS-STATUS-BLQ-NOT-FOUND
              OPEN OUTPUT BLOQUEADAS
           END-IF
           IF NOT FS-STATUS-BLQ-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-BLOQUEADAS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-BLQ            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND CERTIFICADO
           IF FS-STATUS-CER-NOT-FOUND
              OPEN OUTPUT CERTIFICADO
           END-IF
           IF NOT FS-STATUS-CER-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CERTIFICADO          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Las sucesiones ya inmovilizadas quedan como historia y no se
      *vuelven a procesar.
      ******************************************************************
       200000-PROCESS.
           IF REG-SUC-PENDIENTE
              PERFORM 220000-PROCESAR-SUCESION
                 THRU 220000-PROCESAR-SUCESION-F
           END-IF

           PERFORM 210000-LEER-SUCESION
              THRU 210000-LEER-SUCESION-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-SUCESION
      ******************************************************************
       210000-LEER-SUCESION.
           READ SUCESIONES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-SUC-OK
                    CONTINUE
               WHEN FS-STATUS-SUC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-SUCESION TO WS-ERR-PARRAFO
                    MOVE CON-SUCESIONES           TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SUC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-SUCESION-F. EXIT.
      ******************************************************************
      *                         220000-PROCESAR-SUCESION
      *El orden importa: primero se inmovilizan las cuentas para que
      *ningun debito entre mientras se arma el certificado, y el
      *certificado se escribe en el orden en que se van recorriendo
      *los archivos (cuentas, plazos fijos, deudas y totales).
      ******************************************************************
       220000-PROCESAR-SUCESION.
           ADD 1 TO WSV-CANT-SUCESIONES
           MOVE REG-SUC-CLIENTE      TO WSV-CLIENTE
           MOVE REG-SUC-FECHA-FALLEC TO WSV-FECHA-FALLEC
           MOVE REG-SUC-FALLEC-AAAAMM TO WSV-PERIODO-FALLEC
           MOVE REG-SUC-FALLEC-DD    TO WSV-DIAS
           IF WSV-DIAS > CON-DIAS-MES
              MOVE CON-DIAS-MES TO WSV-DIAS
           END-IF
           MOVE ZERO TO WSV-CANT-MONEDAS

           PERFORM 222000-LEER-CLIENTE
              THRU 222000-LEER-CLIENTE-F

           PERFORM 224000-CARGAR-CUENTAS
              THRU 224000-CARGAR-CUENTAS-F

           PERFORM 226000-INMOVILIZAR
              THRU 226000-INMOVILIZAR-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS

           PERFORM 228000-SALDO-FALLECIMIENTO
              THRU 228000-SALDO-FALLECIMIENTO-F

           PERFORM 230000-CERTIFICADO-CABECERA
              THRU 230000-CERTIFICADO-CABECERA-F

           PERFORM 232000-LINEA-CUENTA
              THRU 232000-LINEA-CUENTA-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS

           PERFORM 240000-SUSPENDER-ORDENES
              THRU 240000-SUSPENDER-ORDENES-F

           PERFORM 245000-PLAZOS-FIJOS
              THRU 245000-PLAZOS-FIJOS-F

           MOVE "N" TO WSV-SW-HAY-DEUDAS
           PERFORM 250000-BLOQUEAR-TARJETAS
              THRU 250000-BLOQUEAR-TARJETAS-F

           PERFORM 253000-DEUDA-TARJETAS
              THRU 253000-DEUDA-TARJETAS-F

           PERFORM 255000-DEUDA-CONVENIOS
              THRU 255000-DEUDA-CONVENIOS-F

           PERFORM 260000-CERTIFICADO-TOTALES
              THRU 260000-CERTIFICADO-TOTALES-F

           PERFORM 270000-CERRAR-SUCESION
              THRU 270000-CERRAR-SUCESION-F
           .
       220000-PROCESAR-SUCESION-F. EXIT.
      ******************************************************************
      *                         222000-LEER-CLIENTE
      ******************************************************************
       222000-LEER-CLIENTE.
           MOVE SPACES TO WSV-NOMBRE
           MOVE SPACES TO WSV-CUIT
           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    MOVE REG-NOMBRE-CL TO WSV-NOMBRE
                    MOVE REG-CUIT-CL   TO WSV-CUIT
               WHEN FS-STATUS-CLI-SIN-CLAVE
                    MOVE "CLIENTE NO REGISTRADO" TO WSV-NOMBRE
               WHEN OTHER
                    MOVE CON-222000-LEER-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       222000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         224000-CARGAR-CUENTAS
      *Cuentas del titular por la clave alternativa de CUENTASIX.
      ******************************************************************
       224000-CARGAR-CUENTAS.
           MOVE ZERO        TO WSV-CANT-CUENTAS
           MOVE "N"         TO WSV-SW-FIN-LECTURA
           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-IX
           START DATOS KEY = REG-COD-CLIENTE-IX
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    PERFORM 225000-LEER-CUENTA
                       THRU 225000-LEER-CUENTA-F
                       UNTIL WSV-FIN-LECTURA
               WHEN FS-STATUS-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CON-224000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS                 TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       224000-CARGAR-CUENTAS-F. EXIT.
      ******************************************************************
      *                         225000-LEER-CUENTA
      *Una cuenta fuera de tabla quedaria sin inmovilizar y sin
      *certificar: tabla llena corta la corrida.
      ******************************************************************
       225000-LEER-CUENTA.
           READ DATOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-COD-CLIENTE-IX NOT = WSV-CLIENTE
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 225000-LEER-CUENTA-F
                    END-IF
                    IF WSV-CANT-CUENTAS = 20
                       DISPLAY "E148: TABLA DE CUENTAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-224000-CARGAR-CUENTAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-DATOS TO WS-ERR-OBJETO
                       MOVE CON-LEER  TO WS-ERR-OPERACION
                       MOVE 99        TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CUENTAS
                    MOVE REG-NRO-CUENTA-IX TO
                       WSV-CTA-NUMERO(WSV-CANT-CUENTAS)
                    MOVE REG-MONEDA-CUENTA-IX TO
                       WSV-CTA-MONEDA(WSV-CANT-CUENTAS)
                    MOVE REG-MONTO-CUENTA-IX TO
                       WSV-CTA-SALDO-ACTUAL(WSV-CANT-CUENTAS)
                    MOVE REG-MONTO-CUENTA-IX TO
                       WSV-CTA-SALDO-FALLEC(WSV-CANT-CUENTAS)
               WHEN FS-STATUS-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-224000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS                 TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       225000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         226000-INMOVILIZAR
      *Una cuenta que ya estaba inmovilizada (sucesion vuelta a
      *cargar en E55) se actualiza con los datos nuevos.
      ******************************************************************
       226000-INMOVILIZAR.
           MOVE WSV-CTA-NUMERO(WSV-IDX-CTA) TO REG-INM-CUENTA
           MOVE WSV-CLIENTE                 TO REG-INM-CLIENTE
           MOVE "S"                         TO REG-INM-MOTIVO
           MOVE WSV-FECHA-PROCESO           TO REG-INM-FECHA
           MOVE REG-SUC-EXPEDIENTE          TO REG-INM-EXPEDIENTE

           WRITE REG-INMOVILIZADA
           IF FS-STATUS-INM-DUP
              REWRITE REG-INMOVILIZADA
           END-IF
           IF NOT FS-STATUS-INM-OK
              MOVE CON-226000-INMOVILIZAR TO WS-ERR-PARRAFO
              MOVE CON-INMOVILIZ          TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-INM          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-INMOVILIZADAS
           .
       226000-INMOVILIZAR-F. EXIT.
      ******************************************************************
      *                         228000-SALDO-FALLECIMIENTO
      *El saldo a la fecha de fallecimiento es el saldo actual menos
      *todo lo aplicado despues de esa fecha segun el historial de
      *movimientos. Sin historial el saldo actual es el del dia.
      ******************************************************************
       228000-SALDO-FALLECIMIENTO.
           IF WSV-CANT-CUENTAS = ZERO
              GO TO 228000-SALDO-FALLECIMIENTO-F
           END-IF

           OPEN INPUT HISTORIAL
           IF FS-STATUS-HIST-NOT-FOUND
              GO TO 228000-SALDO-FALLECIMIENTO-F
           END-IF
           IF NOT FS-STATUS-HIST-OK
              MOVE CON-228000-SALDO-FALLEC TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIST          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 229000-LEER-HISTORIAL
              THRU 229000-LEER-HISTORIAL-F
              UNTIL FS-STATUS-HIST-EOF

           CLOSE HISTORIAL
           .
       228000-SALDO-FALLECIMIENTO-F. EXIT.
      ******************************************************************
      *                         229000-LEER-HISTORIAL
      ******************************************************************
       229000-LEER-HISTORIAL.
           READ HISTORIAL
           EVALUATE TRUE
               WHEN FS-STATUS-HIST-OK
                    IF REG-HIST-FECHA > WSV-FECHA-FALLEC
                       MOVE "N" TO WSV-SW-CUENTA-HALLADA
                       PERFORM VARYING WSV-IDX FROM 1 BY 1
                          UNTIL WSV-IDX > WSV-CANT-CUENTAS
                          OR WSV-CUENTA-HALLADA
                          IF WSV-CTA-NUMERO(WSV-IDX) = REG-HIST-CUENTA
                             MOVE "S" TO WSV-SW-CUENTA-HALLADA
                             SUBTRACT REG-HIST-MONTO-APLICADO FROM
                                WSV-CTA-SALDO-FALLEC(WSV-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
               WHEN FS-STATUS-HIST-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-228000-SALDO-FALLEC TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIAL           TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIST          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       229000-LEER-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         230000-CERTIFICADO-CABECERA
      ******************************************************************
       230000-CERTIFICADO-CABECERA.
           MOVE ALL "=" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "CERTIFICADO DE SALDOS PARA LA SUCESION DE "
              DELIMITED BY SIZE
              WSV-NOMBRE DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "CLIENTE : " DELIMITED BY SIZE
              WSV-CLIENTE DELIMITED BY SIZE
              "   CUIT : " DELIMITED BY SIZE
              WSV-CUIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "FECHA DE FALLECIMIENTO : " DELIMITED BY SIZE
              WSV-FECHA-FALLEC DELIMITED BY SIZE
              "   EMITIDO EL : " DELIMITED BY SIZE
              WSV-FECHA-PROCESO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "EXPEDIENTE : " DELIMITED BY SIZE
              REG-SUC-EXPEDIENTE DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "JUZGADO : " DELIMITED BY SIZE
              REG-SUC-JUZGADO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE "CUENTAS A LA FECHA DE FALLECIMIENTO" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           IF WSV-CANT-CUENTAS = ZERO
              MOVE "  SIN CUENTAS" TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF
           .
       230000-CERTIFICADO-CABECERA-F. EXIT.
      ******************************************************************
      *                         232000-LINEA-CUENTA
      *Un saldo acreedor suma al activo con su interes del mes; un
      *saldo deudor es deuda de la sucesion junto con el interes de
      *descubierto que E143 devengo y todavia no liquido.
      ******************************************************************
       232000-LINEA-CUENTA.
           MOVE WSV-CTA-SALDO-FALLEC(WSV-IDX-CTA) TO WSV-SALDO
           MOVE WSV-CTA-MONEDA(WSV-IDX-CTA)       TO WSV-MONEDA-ACUM

           MOVE WSV-SALDO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  CUENTA " DELIMITED BY SIZE
              WSV-CTA-NUMERO(WSV-IDX-CTA) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-MONEDA-ACUM DELIMITED BY SIZE
              " SALDO       : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           PERFORM 233000-CALCULAR-INTERES
              THRU 233000-CALCULAR-INTERES-F

           PERFORM 234000-DEVENGO-DESCUBIERTO
              THRU 234000-DEVENGO-DESCUBIERTO-F

           IF WSV-SALDO > ZERO
              COMPUTE WSV-IMPORTE-ACTIVO = WSV-SALDO + WSV-INTERES
              MOVE WSV-DEVENGO-RED TO WSV-IMPORTE-DEUDA
           ELSE
              MOVE ZERO TO WSV-IMPORTE-ACTIVO
              COMPUTE WSV-IMPORTE-DEUDA =
                 WSV-DEVENGO-RED - WSV-SALDO
           END-IF

           IF WSV-INTERES > ZERO
              MOVE WSV-INTERES TO WSV-EDIT
              MOVE SPACES TO WSV-LINEA
              STRING "    INTERES DEVENGADO DEL MES     : "
                 DELIMITED BY SIZE
                 WSV-EDIT DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           IF WSV-DEVENGO-RED > ZERO
              MOVE WSV-DEVENGO-RED TO WSV-EDIT
              MOVE SPACES TO WSV-LINEA
              STRING "    INTERES DE DESCUBIERTO (DEUDA): "
                 DELIMITED BY SIZE
                 WSV-EDIT DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           PERFORM 265000-ACUMULAR-MONEDA
              THRU 265000-ACUMULAR-MONEDA-F
           .
       232000-LINEA-CUENTA-F. EXIT.
      ******************************************************************
      *                         233000-CALCULAR-INTERES
      *Tramo de TASASINTERES.txt como en E58: el primero de la moneda
      *de la cuenta cuya banda contenga el saldo. La tasa es mensual
      *y se aplica por los dias del mes corridos hasta el
      *fallecimiento.
      ******************************************************************
       233000-CALCULAR-INTERES.
           MOVE ZERO TO WSV-INTERES
           IF WSV-SALDO NOT > ZERO
              GO TO 233000-CALCULAR-INTERES-F
           END-IF

           MOVE "N" TO WSV-SW-TASA-ENCONTRADA
           PERFORM VARYING WSV-IDX-TASA FROM 1 BY 1
              UNTIL WSV-IDX-TASA > WSV-CANT-TASAS
              OR WSV-TASA-ENCONTRADA
              IF WSV-TASA-MONEDA(WSV-IDX-TASA) = WSV-MONEDA-ACUM
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
       233000-CALCULAR-INTERES-F. EXIT.
      ******************************************************************
      *                         234000-DEVENGO-DESCUBIERTO
      *Interes y punitorio de descubierto de E143 todavia pendientes
      *de liquidar, de los periodos hasta el del fallecimiento. Sin
      *archivo de devengo no hay nada devengado.
      ******************************************************************
       234000-DEVENGO-DESCUBIERTO.
           MOVE ZERO TO WSV-DEVENGO
           MOVE ZERO TO WSV-DEVENGO-RED

           OPEN INPUT DEVENGO
           IF FS-STATUS-DEV-NOT-FOUND
              GO TO 234000-DEVENGO-DESCUBIERTO-F
           END-IF
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-234000-DEVENGO TO WS-ERR-PARRAFO
              MOVE CON-DEVENGO        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "N"                         TO WSV-SW-FIN-LECTURA
           MOVE WSV-CTA-NUMERO(WSV-IDX-CTA) TO REG-DEV-CUENTA
           MOVE ZERO                        TO REG-DEV-PERIODO
           START DEVENGO KEY >= REG-DEV-CLAVE
           IF FS-STATUS-DEV-OK
              PERFORM 235000-LEER-DEVENGO
                 THRU 235000-LEER-DEVENGO-F
                 UNTIL WSV-FIN-LECTURA
           END-IF

           CLOSE DEVENGO
           COMPUTE WSV-DEVENGO-RED ROUNDED = WSV-DEVENGO
           .
       234000-DEVENGO-DESCUBIERTO-F. EXIT.
      ******************************************************************
      *                         235000-LEER-DEVENGO
      ******************************************************************
       235000-LEER-DEVENGO.
           READ DEVENGO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    IF REG-DEV-CUENTA NOT =
                       WSV-CTA-NUMERO(WSV-IDX-CTA)
                       OR REG-DEV-PERIODO > WSV-PERIODO-FALLEC
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 235000-LEER-DEVENGO-F
                    END-IF
                    IF REG-DEV-PENDIENTE
                       COMPUTE WSV-DEVENGO = WSV-DEVENGO +
                          REG-DEV-INTERES + REG-DEV-PUNITORIO
                    END-IF
               WHEN FS-STATUS-DEV-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-234000-DEVENGO TO WS-ERR-PARRAFO
                    MOVE CON-DEVENGO        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEV      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       235000-LEER-DEVENGO-F. EXIT.
      ******************************************************************
      *                         240000-SUSPENDER-ORDENES
      *Las ordenes vigentes con origen en cualquier cuenta del
      *titular pasan a suspendidas; las dadas de baja o finalizadas
      *quedan como estaban. Sin maestro de ordenes no hay nada que
      *suspender.
      ******************************************************************
       240000-SUSPENDER-ORDENES.
           IF WSV-CANT-CUENTAS = ZERO
              GO TO 240000-SUSPENDER-ORDENES-F
           END-IF

           OPEN I-O ORDENES
           IF FS-STATUS-ORD-NOT-FOUND
              GO TO 240000-SUSPENDER-ORDENES-F
           END-IF
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-240000-SUSPENDER-ORD TO WS-ERR-PARRAFO
              MOVE CON-ORDENES              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 241000-ORDENES-CUENTA
              THRU 241000-ORDENES-CUENTA-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS

           CLOSE ORDENES
           .
       240000-SUSPENDER-ORDENES-F. EXIT.
      ******************************************************************
      *                         241000-ORDENES-CUENTA
      ******************************************************************
       241000-ORDENES-CUENTA.
           MOVE "N"                         TO WSV-SW-FIN-LECTURA
           MOVE WSV-CTA-NUMERO(WSV-IDX-CTA) TO REG-ORD-CUENTA-ORIGEN
           START ORDENES KEY = REG-ORD-CUENTA-ORIGEN
           IF FS-STATUS-ORD-OK
              PERFORM 242000-LEER-ORDEN
                 THRU 242000-LEER-ORDEN-F
                 UNTIL WSV-FIN-LECTURA
           END-IF
           .
       241000-ORDENES-CUENTA-F. EXIT.
      ******************************************************************
      *                         242000-LEER-ORDEN
      ******************************************************************
       242000-LEER-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    IF REG-ORD-CUENTA-ORIGEN NOT =
                       WSV-CTA-NUMERO(WSV-IDX-CTA)
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 242000-LEER-ORDEN-F
                    END-IF
                    IF REG-ORD-VIGENTE
                       MOVE "S"               TO REG-ORD-ESTADO
                       MOVE WSV-FECHA-PROCESO TO REG-ORD-FECHA-ESTADO
                       REWRITE REG-ORDEN
                       IF NOT FS-STATUS-ORD-OK
                          MOVE CON-240000-SUSPENDER-ORD
                             TO WS-ERR-PARRAFO
                          MOVE CON-ORDENES   TO WS-ERR-OBJETO
                          MOVE CON-GRABAR    TO WS-ERR-OPERACION
                          MOVE FS-STATUS-ORD TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-ORDENES
                    END-IF
               WHEN FS-STATUS-ORD-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-240000-SUSPENDER-ORD TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       242000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         245000-PLAZOS-FIJOS
      *PLAZOFIJO.txt no tiene clave por cuenta: se recorre entero.
      ******************************************************************
       245000-PLAZOS-FIJOS.
           MOVE "PLAZOS FIJOS A LA FECHA DE FALLECIMIENTO" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE "N" TO WSV-SW-HAY-PLAZOS
           IF WSV-CANT-CUENTAS = ZERO
              GO TO 245000-SIN-PLAZOS
           END-IF

           OPEN I-O PLAZOFIJO
           IF FS-STATUS-PF-NOT-FOUND
              GO TO 245000-SIN-PLAZOS
           END-IF
           IF NOT FS-STATUS-PF-OK
              MOVE CON-245000-PLAZOS-FIJOS TO WS-ERR-PARRAFO
              MOVE CON-PLAZOFIJO           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-PF            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 246000-LEER-PLAZO
              THRU 246000-LEER-PLAZO-F
              UNTIL FS-STATUS-PF-EOF

           CLOSE PLAZOFIJO
           .
       245000-SIN-PLAZOS.
           IF NOT WSV-HAY-PLAZOS
              MOVE "  SIN PLAZOS FIJOS VIGENTES" TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF
           .
       245000-PLAZOS-FIJOS-F. EXIT.
      ******************************************************************
      *                         246000-LEER-PLAZO
      ******************************************************************
       246000-LEER-PLAZO.
           READ PLAZOFIJO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PF-OK
                    IF REG-PF-VIGENTE
                       MOVE "N" TO WSV-SW-CUENTA-HALLADA
                       PERFORM VARYING WSV-IDX FROM 1 BY 1
                          UNTIL WSV-IDX > WSV-CANT-CUENTAS
                          OR WSV-CUENTA-HALLADA
                          IF WSV-CTA-NUMERO(WSV-IDX) = REG-PF-CUENTA
                             MOVE "S" TO WSV-SW-CUENTA-HALLADA
                          END-IF
                       END-PERFORM
                       IF WSV-CUENTA-HALLADA
                          PERFORM 247000-LINEA-PLAZO
                             THRU 247000-LINEA-PLAZO-F
                       END-IF
                    END-IF
               WHEN FS-STATUS-PF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-245000-PLAZOS-FIJOS TO WS-ERR-PARRAFO
                    MOVE CON-PLAZOFIJO           TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PF            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       246000-LEER-PLAZO-F. EXIT.
      ******************************************************************
      *                         247000-LINEA-PLAZO
      *El deposito deja de renovarse: al vencer E96VTO acredita
      *capital e interes en la cuenta inmovilizada. El interes se
      *devenga como en E96VTO (capital x TNA x dias / 365) por los
      *dias corridos desde la constitucion hasta el fallecimiento,
      *sin pasar del plazo pactado.
      ******************************************************************
       247000-LINEA-PLAZO.
           MOVE "S" TO WSV-SW-HAY-PLAZOS
           IF NOT REG-PF-NO-RENUEVA
              MOVE "N" TO REG-PF-RENOVACION
              REWRITE REG-PLAZOFIJO
              IF NOT FS-STATUS-PF-OK
                 MOVE CON-245000-PLAZOS-FIJOS TO WS-ERR-PARRAFO
                 MOVE CON-PLAZOFIJO           TO WS-ERR-OBJETO
                 MOVE CON-GRABAR              TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PF            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-PLAZOS
           END-IF

           MOVE ZERO TO WSV-DIAS-PF
           IF WSV-FECHA-FALLEC > REG-PF-FECHA-CONST
              MOVE "E"                TO WS-FEC-OPERACION
              MOVE REG-PF-FECHA-CONST TO WS-FEC-FECHA
              MOVE WSV-FECHA-FALLEC   TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              IF WS-FEC-COD-RET = ZERO
                 MOVE WS-FEC-DIAS TO WSV-DIAS-PF
              END-IF
           END-IF
           IF WSV-DIAS-PF > REG-PF-PLAZO-DIAS
              MOVE REG-PF-PLAZO-DIAS TO WSV-DIAS-PF
           END-IF
           COMPUTE WSV-INTERES ROUNDED =
              REG-PF-CAPITAL * REG-PF-TASA * WSV-DIAS-PF / 36500

           MOVE REG-PF-CAPITAL TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  PLAZO FIJO " DELIMITED BY SIZE
              REG-PF-NUMERO DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              REG-PF-MONEDA DELIMITED BY SIZE
              " CAPITAL  : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE WSV-INTERES TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "    INTERES DEVENGADO " DELIMITED BY SIZE
              WSV-DIAS-PF DELIMITED BY SIZE
              " DIAS   : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "    CUENTA " DELIMITED BY SIZE
              REG-PF-CUENTA DELIMITED BY SIZE
              "  VENCE EL " DELIMITED BY SIZE
              REG-PF-FECHA-VTO DELIMITED BY SIZE
              " - SIN RENOVACION" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE REG-PF-MONEDA TO WSV-MONEDA-ACUM
           COMPUTE WSV-IMPORTE-ACTIVO = REG-PF-CAPITAL + WSV-INTERES
           MOVE ZERO TO WSV-IMPORTE-DEUDA
           PERFORM 265000-ACUMULAR-MONEDA
              THRU 265000-ACUMULAR-MONEDA-F
           .
       247000-LINEA-PLAZO-F. EXIT.
      ******************************************************************
      *                         250000-BLOQUEAR-TARJETAS
      *Todas las tarjetas del titular pasan a TARJETAS_BLOQUEADAS.txt
      *y quedan en tabla para buscar su saldo adeudado.
      ******************************************************************
       250000-BLOQUEAR-TARJETAS.
           MOVE "DEUDAS A LA FECHA DE FALLECIMIENTO" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE ZERO TO WSV-CANT-TARJETAS
           OPEN INPUT TARJCLI
           IF FS-STATUS-TCL-NOT-FOUND
              GO TO 250000-BLOQUEAR-TARJETAS-F
           END-IF
           IF NOT FS-STATUS-TCL-OK
              MOVE CON-250000-BLOQUEAR-TARJ TO WS-ERR-PARRAFO
              MOVE CON-TARJCLI              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TCL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 251000-LEER-TARJETA
              THRU 251000-LEER-TARJETA-F
              UNTIL FS-STATUS-TCL-EOF

           CLOSE TARJCLI
           .
       250000-BLOQUEAR-TARJETAS-F. EXIT.
      ******************************************************************
      *                         251000-LEER-TARJETA
      ******************************************************************
       251000-LEER-TARJETA.
           READ TARJCLI
           EVALUATE TRUE
               WHEN FS-STATUS-TCL-OK
                    IF REG-TCL-CLIENTE = WSV-CLIENTE
                       PERFORM 252000-GRABAR-BLOQUEO
                          THRU 252000-GRABAR-BLOQUEO-F
                    END-IF
               WHEN FS-STATUS-TCL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-250000-BLOQUEAR-TARJ TO WS-ERR-PARRAFO
                    MOVE CON-TARJCLI              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TCL            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       251000-LEER-TARJETA-F. EXIT.
      ******************************************************************
      *                         252000-GRABAR-BLOQUEO
      *Una tarjeta fuera de tabla igual se bloquea; solo su saldo
      *no entraria al certificado, asi que tabla llena corta.
      ******************************************************************
       252000-GRABAR-BLOQUEO.
           MOVE REG-TCL-TARJETA   TO REG-BLQ-TARJETA
           MOVE WSV-CLIENTE       TO REG-BLQ-CLIENTE
           MOVE "S"               TO REG-BLQ-MOTIVO
           MOVE WSV-FECHA-PROCESO TO REG-BLQ-FECHA
           WRITE REG-BLOQUEADA
           IF NOT FS-STATUS-BLQ-OK
              MOVE CON-250000-BLOQUEAR-TARJ TO WS-ERR-PARRAFO
              MOVE CON-BLOQUEADAS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-BLQ            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-TARJ-BLOQ

           IF WSV-CANT-TARJETAS = 20
              DISPLAY "E148: TABLA DE TARJETAS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-250000-BLOQUEAR-TARJ TO WS-ERR-PARRAFO
              MOVE CON-TARJCLI              TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-TARJETAS
           MOVE REG-TCL-TARJETA TO WSV-TAR-NUMERO(WSV-CANT-TARJETAS)
           .
       252000-GRABAR-BLOQUEO-F. EXIT.
      ******************************************************************
      *                         253000-DEUDA-TARJETAS
      *Saldo adeudado de cada tarjeta segun el ultimo cierre
      *(SALDO_ANTERIOR.txt, el mismo que usa E115).
      ******************************************************************
       253000-DEUDA-TARJETAS.
           IF WSV-CANT-TARJETAS = ZERO
              GO TO 253000-DEUDA-TARJETAS-F
           END-IF

           OPEN INPUT SALDOS
           IF FS-STATUS-SA-NOT-FOUND
              GO TO 253000-DEUDA-TARJETAS-F
           END-IF
           IF NOT FS-STATUS-SA-OK
              MOVE CON-253000-DEUDA-TARJETAS TO WS-ERR-PARRAFO
              MOVE CON-SALDOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-SA              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 254000-LEER-SALDO
              THRU 254000-LEER-SALDO-F
              UNTIL FS-STATUS-SA-EOF

           CLOSE SALDOS
           .
       253000-DEUDA-TARJETAS-F. EXIT.
      ******************************************************************
      *                         254000-LEER-SALDO
      ******************************************************************
       254000-LEER-SALDO.
           READ SALDOS
           EVALUATE TRUE
               WHEN FS-STATUS-SA-OK
                    MOVE "N" TO WSV-SW-TARJETA-HALLADA
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-TARJETAS
                       OR WSV-TARJETA-HALLADA
                       IF WSV-TAR-NUMERO(WSV-IDX) = REG-TAR-SA
                          MOVE "S" TO WSV-SW-TARJETA-HALLADA
                       END-IF
                    END-PERFORM
                    IF WSV-TARJETA-HALLADA AND REG-SALDO-SA > ZERO
                       MOVE "S" TO WSV-SW-HAY-DEUDAS
                       MOVE REG-SALDO-SA TO WSV-EDIT
                       MOVE SPACES TO WSV-LINEA
                       STRING "  TARJETA " DELIMITED BY SIZE
                          REG-TAR-SA DELIMITED BY SIZE
                          " SALDO : " DELIMITED BY SIZE
                          WSV-EDIT DELIMITED BY SIZE
                          INTO WSV-LINEA
                       PERFORM 280000-ESCRIBIR-LINEA
                          THRU 280000-ESCRIBIR-LINEA-F
                       MOVE CON-MONEDA-LOCAL TO WSV-MONEDA-ACUM
                       MOVE ZERO             TO WSV-IMPORTE-ACTIVO
                       MOVE REG-SALDO-SA     TO WSV-IMPORTE-DEUDA
                       PERFORM 265000-ACUMULAR-MONEDA
                          THRU 265000-ACUMULAR-MONEDA-F
                    END-IF
               WHEN FS-STATUS-SA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-253000-DEUDA-TARJETAS TO WS-ERR-PARRAFO
                    MOVE CON-SALDOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SA              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       254000-LEER-SALDO-F. EXIT.
      ******************************************************************
      *                         255000-DEUDA-CONVENIOS
      *Los convenios de pago son por medidor de gas: se juntan los
      *medidores del titular en PADRONGAS.txt y la deuda es lo que
      *falta pagar de sus convenios vigentes, como en E147.
      ******************************************************************
       255000-DEUDA-CONVENIOS.
           MOVE ZERO TO WSV-CANT-MEDIDORES
           OPEN INPUT PADRON
           IF FS-STATUS-PAD-NOT-FOUND
              GO TO 255000-SIN-DEUDAS
           END-IF
           IF NOT FS-STATUS-PAD-OK
              MOVE CON-255000-DEUDA-CONVENIOS TO WS-ERR-PARRAFO
              MOVE CON-PADRON                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAD              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 256000-LEER-PADRON
              THRU 256000-LEER-PADRON-F
              UNTIL FS-STATUS-PAD-EOF

           CLOSE PADRON

           IF WSV-CANT-MEDIDORES = ZERO
              GO TO 255000-SIN-DEUDAS
           END-IF

           OPEN INPUT CONVENIOS
           IF FS-STATUS-CNV-NOT-FOUND
              GO TO 255000-SIN-DEUDAS
           END-IF
           IF NOT FS-STATUS-CNV-OK
              MOVE CON-255000-DEUDA-CONVENIOS TO WS-ERR-PARRAFO
              MOVE CON-CONVENIOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-CNV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 257000-LEER-CONVENIO
              THRU 257000-LEER-CONVENIO-F
              UNTIL FS-STATUS-CNV-EOF

           CLOSE CONVENIOS
           .
       255000-SIN-DEUDAS.
           IF NOT WSV-HAY-DEUDAS
              MOVE "  SIN DEUDAS DE TARJETAS NI CONVENIOS" TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF
           .
       255000-DEUDA-CONVENIOS-F. EXIT.
      ******************************************************************
      *                         256000-LEER-PADRON
      ******************************************************************
       256000-LEER-PADRON.
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
                    MOVE CON-255000-DEUDA-CONVENIOS TO WS-ERR-PARRAFO
                    MOVE CON-PADRON                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAD              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       256000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         257000-LEER-CONVENIO
      ******************************************************************
       257000-LEER-CONVENIO.
           READ CONVENIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CNV-OK
                    IF REG-CNV-VIGENTE
                       AND REG-CNV-CUOTAS-PAGADAS < REG-CNV-CANT-CUOTAS
                       MOVE "N" TO WSV-SW-MEDIDOR-HALLADO
                       PERFORM VARYING WSV-IDX FROM 1 BY 1
                          UNTIL WSV-IDX > WSV-CANT-MEDIDORES
                          OR WSV-MEDIDOR-HALLADO
                          IF WSV-MED-NUMERO(WSV-IDX) = REG-CNV-MEDIDOR
                             MOVE "S" TO WSV-SW-MEDIDOR-HALLADO
                          END-IF
                       END-PERFORM
                       IF WSV-MEDIDOR-HALLADO
                          PERFORM 258000-LINEA-CONVENIO
                             THRU 258000-LINEA-CONVENIO-F
                       END-IF
                    END-IF
               WHEN FS-STATUS-CNV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-255000-DEUDA-CONVENIOS TO WS-ERR-PARRAFO
                    MOVE CON-CONVENIOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CNV              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       257000-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         258000-LINEA-CONVENIO
      ******************************************************************
       258000-LINEA-CONVENIO.
           MOVE "S" TO WSV-SW-HAY-DEUDAS
           COMPUTE WSV-CUOTAS-PEND =
              REG-CNV-CANT-CUOTAS - REG-CNV-CUOTAS-PAGADAS
           COMPUTE WSV-IMPORTE-DEUDA =
              WSV-CUOTAS-PEND * REG-CNV-IMPORTE-CUOTA

           MOVE WSV-IMPORTE-DEUDA TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  CONVENIO MEDIDOR " DELIMITED BY SIZE
              REG-CNV-MEDIDOR DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WSV-CUOTAS-PEND DELIMITED BY SIZE
              " CUOTAS : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE CON-MONEDA-LOCAL TO WSV-MONEDA-ACUM
           MOVE ZERO             TO WSV-IMPORTE-ACTIVO
           PERFORM 265000-ACUMULAR-MONEDA
              THRU 265000-ACUMULAR-MONEDA-F
           .
       258000-LINEA-CONVENIO-F. EXIT.
      ******************************************************************
      *                         260000-CERTIFICADO-TOTALES
      ******************************************************************
       260000-CERTIFICADO-TOTALES.
           MOVE "TOTALES POR MONEDA" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           IF WSV-CANT-MONEDAS = ZERO
              MOVE "  SIN SALDOS NI DEUDAS" TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           PERFORM 261000-LINEA-MONEDA
              THRU 261000-LINEA-MONEDA-F
              VARYING WSV-IDX-MON FROM 1 BY 1
              UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
           .
       260000-CERTIFICADO-TOTALES-F. EXIT.
      ******************************************************************
      *                         261000-LINEA-MONEDA
      ******************************************************************
       261000-LINEA-MONEDA.
           MOVE WSV-MON-ACTIVO(WSV-IDX-MON) TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-MON-CODIGO(WSV-IDX-MON) DELIMITED BY SIZE
              " ACTIVO          : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE WSV-MON-DEUDA(WSV-IDX-MON) TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-MON-CODIGO(WSV-IDX-MON) DELIMITED BY SIZE
              " DEUDAS          : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           COMPUTE WSV-NETO = WSV-MON-ACTIVO(WSV-IDX-MON)
              - WSV-MON-DEUDA(WSV-IDX-MON)
           MOVE WSV-NETO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-MON-CODIGO(WSV-IDX-MON) DELIMITED BY SIZE
              " NETO SUCESION   : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       261000-LINEA-MONEDA-F. EXIT.
      ******************************************************************
      *                         265000-ACUMULAR-MONEDA
      *Suma WSV-IMPORTE-ACTIVO y WSV-IMPORTE-DEUDA a la moneda
      *WSV-MONEDA-ACUM; la moneda nueva se agrega a la tabla.
      ******************************************************************
       265000-ACUMULAR-MONEDA.
           MOVE "N" TO WSV-SW-MONEDA-HALLADA
           PERFORM VARYING WSV-IDX-MON FROM 1 BY 1
              UNTIL WSV-IDX-MON > WSV-CANT-MONEDAS
              OR WSV-MONEDA-HALLADA
              IF WSV-MON-CODIGO(WSV-IDX-MON) = WSV-MONEDA-ACUM
                 MOVE "S" TO WSV-SW-MONEDA-HALLADA
              END-IF
           END-PERFORM

           IF WSV-MONEDA-HALLADA
              SUBTRACT 1 FROM WSV-IDX-MON
           ELSE
              IF WSV-CANT-MONEDAS = 10
                 DISPLAY "E148: TABLA DE MONEDAS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-265000-ACUMULAR-MONEDA TO WS-ERR-PARRAFO
                 MOVE CON-CERTIFICADO            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                 TO WS-ERR-OPERACION
                 MOVE 99                         TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-MONEDAS
              MOVE WSV-CANT-MONEDAS TO WSV-IDX-MON
              MOVE WSV-MONEDA-ACUM  TO WSV-MON-CODIGO(WSV-IDX-MON)
              MOVE ZERO             TO WSV-MON-ACTIVO(WSV-IDX-MON)
              MOVE ZERO             TO WSV-MON-DEUDA(WSV-IDX-MON)
           END-IF

           ADD WSV-IMPORTE-ACTIVO TO WSV-MON-ACTIVO(WSV-IDX-MON)
           ADD WSV-IMPORTE-DEUDA  TO WSV-MON-DEUDA(WSV-IDX-MON)
           .
       265000-ACUMULAR-MONEDA-F. EXIT.
      ******************************************************************
      *                         270000-CERRAR-SUCESION
      ******************************************************************
       270000-CERRAR-SUCESION.
           MOVE "I"               TO REG-SUC-ESTADO
           MOVE WSV-FECHA-PROCESO TO REG-SUC-FECHA-PROCESO
           REWRITE REG-SUCESION
           IF NOT FS-STATUS-SUC-OK
              MOVE CON-270000-CERRAR-SUCESION TO WS-ERR-PARRAFO
              MOVE CON-SUCESIONES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-SUC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           DISPLAY "SUCESION CLIENTE " WSV-CLIENTE " - "
                   WSV-CANT-CUENTAS " CUENTA(S) INMOVILIZADA(S)"
           .
       270000-CERRAR-SUCESION-F. EXIT.
      ******************************************************************
      *                         280000-ESCRIBIR-LINEA
      ******************************************************************
       280000-ESCRIBIR-LINEA.
           WRITE REG-CERTIFICADO FROM WSV-LINEA
           IF NOT FS-STATUS-CER-OK
              MOVE CON-280000-ESCRIBIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-CERTIFICADO           TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-ESCRIBIR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE SUCESIONES
           CLOSE CLIENTES
           CLOSE DATOS
           CLOSE INMOVILIZADAS
           CLOSE BLOQUEADAS
           CLOSE CERTIFICADO

           DISPLAY "SUCESIONES PROCESADAS  : " WSV-CANT-SUCESIONES
           DISPLAY "CUENTAS INMOVILIZADAS  : " WSV-CANT-INMOVILIZADAS
           DISPLAY "ORDENES SUSPENDIDAS    : " WSV-CANT-ORDENES
           DISPLAY "PLAZOS SIN RENOVACION  : " WSV-CANT-PLAZOS
           DISPLAY "TARJETAS BLOQUEADAS    : " WSV-CANT-TARJ-BLOQ
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
       END PROGRAM E148.
