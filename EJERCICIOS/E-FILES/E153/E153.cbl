      ******************************************************************
      *Certificado impositivo anual por cliente. Para las
      *declaraciones juradas de ganancias y bienes personales los
      *clientes piden cada marzo un certificado de intereses cobrados
      *y retenciones sufridas, que se armaba a mano. Este paso del
      *cierre de diciembre de PROCESO-MENSUAL junta por cliente, para
      *el ejercicio de la fecha de proceso:
      *  - el interes acreedor capitalizado por E58 y el interes de
      *    plazo fijo pagado por E96VTO, ambos de
      *    INTERESES_ACREDITADOS.txt (importe bruto por cuenta);
      *  - las retenciones del regimen INT que RUTRETEN dejo en
      *    RETENCIONES.txt, cuyo sujeto es la cuenta acreditada;
      *  - el saldo al 31/12 de cada cuenta de CUENTASIX.txt y el
      *    capital de cada plazo fijo vigente de PLAZOFIJO.txt.
      *La moneda extranjera se muestra en su moneda y convertida a
      *pesos con la ultima cotizacion de TASASHIST.txt hasta el 31/12
      *del ejercicio, con la convencion de E65 (pesos = importe /
      *cotizacion); una moneda sin cotizacion al cierre sale solo en
      *su moneda y marcada. El certificado de cada cliente se
      *imprime en hoja propia por DISPLAY con WSCABECERA, y la misma
      *informacion sale en CERTIFICADOS_IMPOSITIVOS.txt para que la
      *publique la web: por cliente un registro C de datos del
      *cliente, S por cuenta, P por plazo fijo, I por cuenta con
      *intereses o retenciones y T con los totales en pesos.
      *Intereses o retenciones de cuentas que ya no estan en
      *CUENTASIX.txt (cerradas en el ejercicio) no tienen titular y
      *salen listados al final para certificarlos a mano.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E153.
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

       SELECT INTERESES ASSIGN TO "INTERESES_ACREDITADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INT.

       SELECT RETENCIONES ASSIGN TO "RETENCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RET.

       SELECT TASASHIST ASSIGN TO "TASASHIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-THI.

       SELECT PLAZOFIJO ASSIGN TO "PLAZOFIJO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-PF-NUMERO
                       FILE STATUS  IS FS-STATUS-PF.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT CERTIFICADOS ASSIGN TO "CERTIFICADOS_IMPOSITIVOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CER.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD INTERESES.
          01 REG-INTERES.
             05 REG-INT-FECHA            PIC 9(08).
             05 REG-INT-ORIGEN           PIC X(03).
                88 REG-INT-CAPITALIZADO         VALUE "CAP".
                88 REG-INT-PLAZO-FIJO           VALUE "PFI".
             05 REG-INT-CUENTA           PIC X(08).
             05 REG-INT-REFERENCIA       PIC 9(08).
             05 REG-INT-MONEDA           PIC X(03).
             05 REG-INT-BRUTO            PIC 9(15)V9(02).

       FD RETENCIONES.
          01 REG-RETENCION.
             05 REG-DET-FECHA            PIC 9(08).
             05 REG-DET-CONCEPTO         PIC X(03).
             05 REG-DET-SUJETO           PIC X(16).
             05 REG-DET-ESTADO           PIC X(01).
             05 REG-DET-BRUTO            PIC S9(15)V9(02).
             05 REG-DET-RETENIDO         PIC S9(15)V9(02).

       FD TASASHIST.
          01 REG-TASAHIST.
             05 REG-THIST-FECHA          PIC 9(08).
             05 REG-THIST-MONEDA         PIC X(03).
             05 REG-THIST-TIPO-CAMBIO    PIC 9(04)V9(04).

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
             05 REG-PF-MONEDA            PIC X(03).

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

      *Archivo para la web: todos los registros llevan tipo,
      *ejercicio y cliente al frente.
       FD CERTIFICADOS.
          01 REG-CER-CLIENTE.
             05 REG-CEC-TIPO             PIC X(01).
             05 REG-CEC-EJERCICIO        PIC 9(04).
             05 REG-CEC-CLIENTE          PIC 9(08).
             05 REG-CEC-CUIT             PIC X(11).
             05 REG-CEC-NOMBRE           PIC X(30).
             05 REG-CEC-DIRECCION        PIC X(40).
             05 FILLER                   PIC X(26).
          01 REG-CER-SALDO.
             05 REG-CES-TIPO             PIC X(01).
             05 REG-CES-EJERCICIO        PIC 9(04).
             05 REG-CES-CLIENTE          PIC 9(08).
             05 REG-CES-CUENTA           PIC X(08).
             05 REG-CES-MONEDA           PIC X(03).
             05 REG-CES-SALDO            PIC S9(15)V9(02).
             05 REG-CES-COTIZACION       PIC 9(04)V9(04).
             05 REG-CES-SALDO-PESOS      PIC S9(15)V9(02).
             05 FILLER                   PIC X(54).
          01 REG-CER-PLAZO.
             05 REG-CEP-TIPO             PIC X(01).
             05 REG-CEP-EJERCICIO        PIC 9(04).
             05 REG-CEP-CLIENTE          PIC 9(08).
             05 REG-CEP-NUMERO           PIC 9(08).
             05 REG-CEP-CUENTA           PIC X(08).
             05 REG-CEP-MONEDA           PIC X(03).
             05 REG-CEP-CAPITAL          PIC 9(13)V9(02).
             05 REG-CEP-VENCIMIENTO      PIC 9(08).
             05 REG-CEP-COTIZACION       PIC 9(04)V9(04).
             05 REG-CEP-CAPITAL-PESOS    PIC 9(15)V9(02).
             05 FILLER                   PIC X(40).
          01 REG-CER-INTERES.
             05 REG-CEI-TIPO             PIC X(01).
             05 REG-CEI-EJERCICIO        PIC 9(04).
             05 REG-CEI-CLIENTE          PIC 9(08).
             05 REG-CEI-CUENTA           PIC X(08).
             05 REG-CEI-MONEDA           PIC X(03).
             05 REG-CEI-INTERES-CUENTA   PIC 9(15)V9(02).
             05 REG-CEI-INTERES-PF       PIC 9(15)V9(02).
             05 REG-CEI-RETENIDO         PIC 9(15)V9(02).
             05 REG-CEI-COTIZACION       PIC 9(04)V9(04).
             05 REG-CEI-INTERES-PESOS    PIC 9(15)V9(02).
             05 REG-CEI-RETENIDO-PESOS   PIC 9(15)V9(02).
             05 FILLER                   PIC X(03).
          01 REG-CER-TOTAL.
             05 REG-CET-TIPO             PIC X(01).
             05 REG-CET-EJERCICIO        PIC 9(04).
             05 REG-CET-CLIENTE          PIC 9(08).
             05 REG-CET-SALDOS-PESOS     PIC S9(15)V9(02).
             05 REG-CET-PLAZOS-PESOS     PIC 9(15)V9(02).
             05 REG-CET-INTERES-PESOS    PIC 9(15)V9(02).
             05 REG-CET-RETENIDO-PESOS   PIC 9(15)V9(02).
             05 FILLER                   PIC X(39).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-INTERESES PIC X(30) VALUE
              '110000-CARGAR-INTERESES     '.
              05 CON-120000-CARGAR-RETENCION PIC X(30) VALUE
              '120000-CARGAR-RETENCIONES   '.
              05 CON-130000-CARGAR-PLAZOS   PIC X(30) VALUE
              '130000-CARGAR-PLAZOS        '.
              05 CON-140000-CARGAR-COTIZ    PIC X(30) VALUE
              '140000-CARGAR-COTIZACIONES  '.
              05 CON-150000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '150000-OPEN-ARCHIVOS        '.
              05 CON-165000-ALTA-INTERES    PIC X(30) VALUE
              '165000-ALTA-INTERES         '.
              05 CON-210000-LEER-CLIENTE    PIC X(30) VALUE
              '210000-LEER-CLIENTE         '.
              05 CON-220000-CARGAR-CUENTAS  PIC X(30) VALUE
              '220000-CARGAR-CUENTAS       '.
              05 CON-290000-WRITE-CERTIF    PIC X(30) VALUE
              '290000-WRITE-CERTIFICADO    '.
           02 CON-POLITICAS.
      *Moneda local: no se convierte.
              05 CON-MONEDA-LOCAL       PIC X(03) VALUE 'ARS'.
      *Concepto de RUTRETEN que corresponde a intereses.
              05 CON-CONCEPTO-INT       PIC X(03) VALUE 'INT'.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-INTERESES  PIC X(10) VALUE 'INTERESES '.
              05 CON-RETENCION  PIC X(10) VALUE 'RETENCION '.
              05 CON-TASASHIST  PIC X(10) VALUE 'TASASHIST '.
              05 CON-PLAZOFIJO  PIC X(10) VALUE 'PLAZOFIJO '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-CERTIF     PIC X(10) VALUE 'CERTIFIC  '.
              05 CON-COTIZ      PIC X(10) VALUE 'COTIZACION'.
      ************************** TABLES ********************************
      *Intereses y retenciones del ejercicio por cuenta, en la
      *moneda de la cuenta. USADO queda en S cuando la cuenta sale
      *en el certificado de su titular.
       01 WSV-TABLA-INTERESES.
          02 WSV-INT-ENTRY OCCURS 500 TIMES.
             05 WSV-INT-CUENTA           PIC X(08).
             05 WSV-INT-MONEDA           PIC X(03).
             05 WSV-INT-CAPITALIZADO     PIC 9(15)V9(02).
             05 WSV-INT-PLAZO-FIJO       PIC 9(15)V9(02).
             05 WSV-INT-RETENIDO         PIC 9(15)V9(02).
             05 WSV-INT-USADO            PIC X(01).
       01 WSV-CANT-INTERESES             PIC 9(03) VALUE 0.

      *Plazos fijos vigentes al cierre.
       01 WSV-TABLA-PLAZOS.
          02 WSV-PF-ENTRY OCCURS 500 TIMES.
             05 WSV-PF-NUMERO            PIC 9(08).
             05 WSV-PF-CUENTA            PIC X(08).
             05 WSV-PF-CAPITAL           PIC 9(13)V9(02).
             05 WSV-PF-VENCIMIENTO       PIC 9(08).
             05 WSV-PF-MONEDA            PIC X(03).
       01 WSV-CANT-PLAZOS                PIC 9(03) VALUE 0.

      *Cotizacion de cierre por moneda: la ultima de TASASHIST con
      *fecha hasta el 31/12 del ejercicio.
       01 WSV-TABLA-COTIZ.
          02 WSV-COT-ENTRY OCCURS 20 TIMES.
             05 WSV-COT-MONEDA           PIC X(03).
             05 WSV-COT-FECHA            PIC 9(08).
             05 WSV-COT-TIPO-CAMBIO      PIC 9(04)V9(04).
       01 WSV-CANT-COTIZ                 PIC 9(02) VALUE 0.

      *Cuentas del cliente que se certifica.
       01 WSV-TABLA-CUENTAS.
          02 WSV-CTA-ENTRY OCCURS 20 TIMES.
             05 WSV-CTA-NUMERO           PIC X(08).
             05 WSV-CTA-MONEDA           PIC X(03).
             05 WSV-CTA-SALDO            PIC S9(15)V9(02).
             05 WSV-CTA-IDX-INT          PIC 9(03).
       01 WSV-CANT-CUENTAS               PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INT           PIC X(02) VALUE "00".
             88 FS-STATUS-INT-OK               VALUE "00".
             88 FS-STATUS-INT-EOF              VALUE "10".
             88 FS-STATUS-INT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RET           PIC X(02) VALUE "00".
             88 FS-STATUS-RET-OK               VALUE "00".
             88 FS-STATUS-RET-EOF              VALUE "10".
             88 FS-STATUS-RET-NOT-FOUND        VALUE "35".
          05 FS-STATUS-THI           PIC X(02) VALUE "00".
             88 FS-STATUS-THI-OK               VALUE "00".
             88 FS-STATUS-THI-EOF              VALUE "10".
             88 FS-STATUS-THI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PF            PIC X(02) VALUE "00".
             88 FS-STATUS-PF-OK                VALUE "00".
             88 FS-STATUS-PF-EOF               VALUE "10".
             88 FS-STATUS-PF-NOT-FOUND         VALUE "35".
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-EOF              VALUE "10".
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-EOF                  VALUE "10".
             88 FS-STATUS-NOT-FOUND            VALUE "23".
          05 FS-STATUS-CER           PIC X(02) VALUE "00".
             88 FS-STATUS-CER-OK               VALUE "00".

          05 WSV-SW-FIN-LECTURA      PIC X(01).
             88 WSV-FIN-LECTURA                VALUE "S".
          05 WSV-SW-COTIZADA         PIC X(01).
             88 WSV-COTIZADA                   VALUE "S".
          05 WSV-SW-SIN-COTIZ-CLI    PIC X(01).
             88 WSV-SIN-COTIZ-CLI              VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-AAAA        PIC 9(04).
             10 FILLER               PIC 9(04).
          05 WSV-EJERCICIO           PIC 9(04).
          05 WSV-FECHA-CIERRE        PIC 9(08).
          05 WSV-FECHA-CIERRE-R REDEFINES WSV-FECHA-CIERRE.
             10 WSV-CIERRE-AAAA      PIC 9(04).
             10 WSV-CIERRE-MMDD      PIC 9(04).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-INT             PIC 9(03).
          05 WSV-IDX-PF              PIC 9(03).
          05 WSV-IDX-COT             PIC 9(02).
          05 WSV-IDX-CTA             PIC 9(02).
          05 WSV-CUENTA              PIC X(08).
          05 WSV-MONEDA              PIC X(03).
          05 WSV-COTIZACION          PIC 9(04)V9(04).
          05 WSV-IMPORTE             PIC S9(15)V9(02).
          05 WSV-IMPORTE-PESOS       PIC S9(15)V9(02).
          05 WSV-INTERES-CUENTA      PIC 9(15)V9(02).
          05 WSV-INTERES-PF          PIC 9(15)V9(02).
          05 WSV-RETENIDO            PIC 9(15)V9(02).
          05 WSV-INTERES-PESOS       PIC 9(15)V9(02).
          05 WSV-RETENIDO-PESOS      PIC 9(15)V9(02).
          05 WSV-CANT-PF-CLIENTE     PIC 9(03).
          05 WSV-EDIT-1              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-2              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-3              PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-COTIZ          PIC Z.ZZ9,9999.
      *Totales en pesos del cliente que se certifica.
       01 WSV-TOTALES-CLIENTE.
          05 WSV-TOT-SALDOS          PIC S9(15)V9(02).
          05 WSV-TOT-PLAZOS          PIC 9(15)V9(02).
          05 WSV-TOT-INTERES         PIC 9(15)V9(02).
          05 WSV-TOT-RETENIDO        PIC 9(15)V9(02).
       01 WSV-CONTADORES.
          05 WSV-CANT-CERTIFICADOS   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-CTAS-CERTIF    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PF-CERTIF      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-COTIZ      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-TITULAR    PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E153" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-INTERESES
              THRU 110000-CARGAR-INTERESES-F

           PERFORM 120000-CARGAR-RETENCIONES
              THRU 120000-CARGAR-RETENCIONES-F

           PERFORM 130000-CARGAR-PLAZOS
              THRU 130000-CARGAR-PLAZOS-F

           PERFORM 140000-CARGAR-COTIZACIONES
              THRU 140000-CARGAR-COTIZACIONES-F

           PERFORM 150000-OPEN-ARCHIVOS
              THRU 150000-OPEN-ARCHIVOS-F

           PERFORM 210000-LEER-CLIENTE
              THRU 210000-LEER-CLIENTE-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-CLI-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *El ejercicio es el ano de la fecha de proceso; el paso corre
      *en el cierre de diciembre, con los saldos del 31/12.
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

           MOVE WSV-PROC-AAAA TO WSV-EJERCICIO
           MOVE WSV-PROC-AAAA TO WSV-CIERRE-AAAA
           MOVE 1231          TO WSV-CIERRE-MMDD
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-INTERESES
      *Sin archivo no hubo intereses acreditados en el ejercicio.
      ******************************************************************
       110000-CARGAR-INTERESES.
           OPEN INPUT INTERESES
           IF FS-STATUS-INT-NOT-FOUND
              GO TO 110000-CARGAR-INTERESES-F
           END-IF
           IF NOT FS-STATUS-INT-OK
              MOVE CON-110000-CARGAR-INTERESES TO WS-ERR-PARRAFO
              MOVE CON-INTERESES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-INT               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-INTERES
              THRU 112000-LEER-INTERES-F
              UNTIL FS-STATUS-INT-EOF

           CLOSE INTERESES
           .
       110000-CARGAR-INTERESES-F. EXIT.
      ******************************************************************
      *                         112000-LEER-INTERES
      ******************************************************************
       112000-LEER-INTERES.
           READ INTERESES
           EVALUATE TRUE
               WHEN FS-STATUS-INT-OK
                    IF REG-INT-FECHA(1:4) = WSV-EJERCICIO
                       MOVE REG-INT-CUENTA TO WSV-CUENTA
                       PERFORM 165000-ALTA-INTERES
                          THRU 165000-ALTA-INTERES-F
                       MOVE REG-INT-MONEDA TO
                          WSV-INT-MONEDA(WSV-IDX-INT)
                       IF REG-INT-PLAZO-FIJO
                          ADD REG-INT-BRUTO TO
                             WSV-INT-PLAZO-FIJO(WSV-IDX-INT)
                       ELSE
                          ADD REG-INT-BRUTO TO
                             WSV-INT-CAPITALIZADO(WSV-IDX-INT)
                       END-IF
                    END-IF
               WHEN FS-STATUS-INT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-INTERESES TO WS-ERR-PARRAFO
                    MOVE CON-INTERESES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS-INT               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-INTERES-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-RETENCIONES
      *Solo el regimen de intereses: los otros conceptos de
      *RUTRETEN tienen por sujeto comercios y no cuentas.
      ******************************************************************
       120000-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF FS-STATUS-RET-NOT-FOUND
              GO TO 120000-CARGAR-RETENCIONES-F
           END-IF
           IF NOT FS-STATUS-RET-OK
              MOVE CON-120000-CARGAR-RETENCION TO WS-ERR-PARRAFO
              MOVE CON-RETENCION               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-RETENCION
              THRU 122000-LEER-RETENCION-F
              UNTIL FS-STATUS-RET-EOF

           CLOSE RETENCIONES
           .
       120000-CARGAR-RETENCIONES-F. EXIT.
      ******************************************************************
      *                         122000-LEER-RETENCION
      ******************************************************************
       122000-LEER-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-RET-OK
                    IF REG-DET-FECHA(1:4) = WSV-EJERCICIO
                       AND REG-DET-CONCEPTO = CON-CONCEPTO-INT
                       AND REG-DET-RETENIDO > ZERO
                       MOVE REG-DET-SUJETO(1:8) TO WSV-CUENTA
                       PERFORM 165000-ALTA-INTERES
                          THRU 165000-ALTA-INTERES-F
                       ADD REG-DET-RETENIDO TO
                          WSV-INT-RETENIDO(WSV-IDX-INT)
                    END-IF
               WHEN FS-STATUS-RET-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-RETENCION TO WS-ERR-PARRAFO
                    MOVE CON-RETENCION               TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RET               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-RETENCION-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-PLAZOS
      ******************************************************************
       130000-CARGAR-PLAZOS.
           OPEN INPUT PLAZOFIJO
           IF FS-STATUS-PF-NOT-FOUND
              GO TO 130000-CARGAR-PLAZOS-F
           END-IF
           IF NOT FS-STATUS-PF-OK
              MOVE CON-130000-CARGAR-PLAZOS TO WS-ERR-PARRAFO
              MOVE CON-PLAZOFIJO            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PF             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 132000-LEER-PF
              THRU 132000-LEER-PF-F
              UNTIL FS-STATUS-PF-EOF

           CLOSE PLAZOFIJO
           .
       130000-CARGAR-PLAZOS-F. EXIT.
      ******************************************************************
      *                         132000-LEER-PF
      *Un plazo fijo fuera de tabla faltaria en el certificado de
      *bienes del cliente: tabla llena corta.
      ******************************************************************
       132000-LEER-PF.
           READ PLAZOFIJO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PF-OK
                    IF REG-PF-VIGENTE
                       IF WSV-CANT-PLAZOS = 500
                          DISPLAY "E153: TABLA DE PLAZOS FIJOS LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-130000-CARGAR-PLAZOS TO
                             WS-ERR-PARRAFO
                          MOVE CON-PLAZOFIJO TO WS-ERR-OBJETO
                          MOVE CON-LEER      TO WS-ERR-OPERACION
                          MOVE 99            TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-PLAZOS
                       MOVE REG-PF-NUMERO TO
                          WSV-PF-NUMERO(WSV-CANT-PLAZOS)
                       MOVE REG-PF-CUENTA TO
                          WSV-PF-CUENTA(WSV-CANT-PLAZOS)
                       MOVE REG-PF-CAPITAL TO
                          WSV-PF-CAPITAL(WSV-CANT-PLAZOS)
                       MOVE REG-PF-FECHA-VTO TO
                          WSV-PF-VENCIMIENTO(WSV-CANT-PLAZOS)
                       MOVE REG-PF-MONEDA TO
                          WSV-PF-MONEDA(WSV-CANT-PLAZOS)
                    END-IF
               WHEN FS-STATUS-PF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-PLAZOS TO WS-ERR-PARRAFO
                    MOVE CON-PLAZOFIJO            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PF             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       132000-LEER-PF-F. EXIT.
      ******************************************************************
      *                         140000-CARGAR-COTIZACIONES
      *Sin historico todas las monedas extranjeras salen sin
      *cotizacion.
      ******************************************************************
       140000-CARGAR-COTIZACIONES.
           OPEN INPUT TASASHIST
           IF FS-STATUS-THI-NOT-FOUND
              GO TO 140000-CARGAR-COTIZACIONES-F
           END-IF
           IF NOT FS-STATUS-THI-OK
              MOVE CON-140000-CARGAR-COTIZ TO WS-ERR-PARRAFO
              MOVE CON-TASASHIST           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-THI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 142000-LEER-COTIZACION
              THRU 142000-LEER-COTIZACION-F
              UNTIL FS-STATUS-THI-EOF

           CLOSE TASASHIST
           .
       140000-CARGAR-COTIZACIONES-F. EXIT.
      ******************************************************************
      *                         142000-LEER-COTIZACION
      *Por moneda queda la cotizacion de fecha mas alta que no pase
      *el cierre del ejercicio.
      ******************************************************************
       142000-LEER-COTIZACION.
           READ TASASHIST
           EVALUATE TRUE
               WHEN FS-STATUS-THI-OK
                    IF REG-THIST-FECHA > WSV-FECHA-CIERRE
                       GO TO 142000-LEER-COTIZACION-F
                    END-IF
                    MOVE ZERO TO WSV-IDX-COT
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-COTIZ
                       OR WSV-IDX-COT > ZERO
                       IF WSV-COT-MONEDA(WSV-IDX) = REG-THIST-MONEDA
                          MOVE WSV-IDX TO WSV-IDX-COT
                       END-IF
                    END-PERFORM
                    IF WSV-IDX-COT = ZERO
                       IF WSV-CANT-COTIZ = 20
                          DISPLAY "E153: TABLA DE COTIZACIONES LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-140000-CARGAR-COTIZ TO
                             WS-ERR-PARRAFO
                          MOVE CON-COTIZ TO WS-ERR-OBJETO
                          MOVE CON-LEER  TO WS-ERR-OPERACION
                          MOVE 99        TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-COTIZ
                       MOVE WSV-CANT-COTIZ TO WSV-IDX-COT
                       MOVE REG-THIST-MONEDA TO
                          WSV-COT-MONEDA(WSV-IDX-COT)
                       MOVE ZERO TO WSV-COT-FECHA(WSV-IDX-COT)
                    END-IF
                    IF REG-THIST-FECHA >= WSV-COT-FECHA(WSV-IDX-COT)
                       MOVE REG-THIST-FECHA TO
                          WSV-COT-FECHA(WSV-IDX-COT)
                       MOVE REG-THIST-TIPO-CAMBIO TO
                          WSV-COT-TIPO-CAMBIO(WSV-IDX-COT)
                    END-IF
               WHEN FS-STATUS-THI-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-140000-CARGAR-COTIZ TO WS-ERR-PARRAFO
                    MOVE CON-TASASHIST           TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-THI           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       142000-LEER-COTIZACION-F. EXIT.
      ******************************************************************
      *                         150000-OPEN-ARCHIVOS
      ******************************************************************
       150000-OPEN-ARCHIVOS.
           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-150000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-150000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT CERTIFICADOS
           IF NOT FS-STATUS-CER-OK
              MOVE CON-150000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CERTIF               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "CERTIFICADO IMPOSITIVO ANUAL" TO WS-CAB-TITULO
           .
       150000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         160000-BUSCAR-INTERES
      *Posicion de WSV-CUENTA en la tabla de intereses, cero si la
      *cuenta no tuvo intereses ni retenciones en el ejercicio.
      ******************************************************************
       160000-BUSCAR-INTERES.
           MOVE ZERO TO WSV-IDX-INT
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-INTERESES
              OR WSV-IDX-INT > ZERO
              IF WSV-INT-CUENTA(WSV-IDX) = WSV-CUENTA
                 MOVE WSV-IDX TO WSV-IDX-INT
              END-IF
           END-PERFORM
           .
       160000-BUSCAR-INTERES-F. EXIT.
      ******************************************************************
      *                         165000-ALTA-INTERES
      *Como 160000 pero da de alta la cuenta si no estaba. Una
      *cuenta fuera de tabla perderia sus intereses: tabla llena
      *corta.
      ******************************************************************
       165000-ALTA-INTERES.
           PERFORM 160000-BUSCAR-INTERES
              THRU 160000-BUSCAR-INTERES-F

           IF WSV-IDX-INT = ZERO
              IF WSV-CANT-INTERESES = 500
                 DISPLAY "E153: TABLA DE INTERESES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-165000-ALTA-INTERES TO WS-ERR-PARRAFO
                 MOVE CON-INTERESES           TO WS-ERR-OBJETO
                 MOVE CON-GRABAR              TO WS-ERR-OPERACION
                 MOVE 99                      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-INTERESES
              MOVE WSV-CANT-INTERESES TO WSV-IDX-INT
              MOVE WSV-CUENTA TO WSV-INT-CUENTA(WSV-IDX-INT)
              MOVE SPACES     TO WSV-INT-MONEDA(WSV-IDX-INT)
              MOVE ZERO       TO WSV-INT-CAPITALIZADO(WSV-IDX-INT)
              MOVE ZERO       TO WSV-INT-PLAZO-FIJO(WSV-IDX-INT)
              MOVE ZERO       TO WSV-INT-RETENIDO(WSV-IDX-INT)
              MOVE "N"        TO WSV-INT-USADO(WSV-IDX-INT)
           END-IF
           .
       165000-ALTA-INTERES-F. EXIT.
      ******************************************************************
      *                         170000-COTIZAR
      *Cotizacion de cierre de WSV-MONEDA y conversion de
      *WSV-IMPORTE a pesos. La moneda local no se convierte; una
      *moneda sin cotizacion devuelve cotizacion y pesos en cero.
      ******************************************************************
       170000-COTIZAR.
           MOVE "S"  TO WSV-SW-COTIZADA
           MOVE ZERO TO WSV-IMPORTE-PESOS

           IF WSV-MONEDA = CON-MONEDA-LOCAL OR WSV-MONEDA = SPACES
              MOVE 1           TO WSV-COTIZACION
              MOVE WSV-IMPORTE TO WSV-IMPORTE-PESOS
              GO TO 170000-COTIZAR-F
           END-IF

           MOVE ZERO TO WSV-COTIZACION
           PERFORM VARYING WSV-IDX-COT FROM 1 BY 1
              UNTIL WSV-IDX-COT > WSV-CANT-COTIZ
              IF WSV-COT-MONEDA(WSV-IDX-COT) = WSV-MONEDA
                 MOVE WSV-COT-TIPO-CAMBIO(WSV-IDX-COT)
                    TO WSV-COTIZACION
              END-IF
           END-PERFORM

           IF WSV-COTIZACION = ZERO
              MOVE "N" TO WSV-SW-COTIZADA
              MOVE "S" TO WSV-SW-SIN-COTIZ-CLI
              ADD 1 TO WSV-CANT-SIN-COTIZ
           ELSE
              COMPUTE WSV-IMPORTE-PESOS ROUNDED =
                 WSV-IMPORTE / WSV-COTIZACION
           END-IF
           .
       170000-COTIZAR-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Solo tiene certificado el cliente con alguna cuenta.
      ******************************************************************
       200000-PROCESS.
           PERFORM 220000-CARGAR-CUENTAS
              THRU 220000-CARGAR-CUENTAS-F

           IF WSV-CANT-CUENTAS > ZERO
              PERFORM 230000-EMITIR-CERTIFICADO
                 THRU 230000-EMITIR-CERTIFICADO-F
           END-IF

           PERFORM 210000-LEER-CLIENTE
              THRU 210000-LEER-CLIENTE-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-CLIENTE
      ******************************************************************
       210000-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    CONTINUE
               WHEN FS-STATUS-CLI-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         220000-CARGAR-CUENTAS
      *Cuentas del cliente por la clave alternativa de CUENTASIX.
      ******************************************************************
       220000-CARGAR-CUENTAS.
           MOVE ZERO TO WSV-CANT-CUENTAS
           MOVE "N"  TO WSV-SW-FIN-LECTURA
           MOVE REG-COD-CLIENTE-CL TO REG-COD-CLIENTE-IX
           START DATOS KEY = REG-COD-CLIENTE-IX
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    PERFORM 225000-LEER-CUENTA
                       THRU 225000-LEER-CUENTA-F
                       UNTIL WSV-FIN-LECTURA
               WHEN FS-STATUS-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CON-220000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS                 TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-CARGAR-CUENTAS-F. EXIT.
      ******************************************************************
      *                         225000-LEER-CUENTA
      *Una cuenta fuera de tabla faltaria en el certificado: tabla
      *llena corta la corrida.
      ******************************************************************
       225000-LEER-CUENTA.
           READ DATOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-COD-CLIENTE-IX NOT = REG-COD-CLIENTE-CL
                       MOVE "S" TO WSV-SW-FIN-LECTURA
                       GO TO 225000-LEER-CUENTA-F
                    END-IF
                    IF WSV-CANT-CUENTAS = 20
                       DISPLAY "E153: TABLA DE CUENTAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-220000-CARGAR-CUENTAS TO
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
                       WSV-CTA-SALDO(WSV-CANT-CUENTAS)
                    MOVE REG-NRO-CUENTA-IX TO WSV-CUENTA
                    PERFORM 160000-BUSCAR-INTERES
                       THRU 160000-BUSCAR-INTERES-F
                    MOVE WSV-IDX-INT TO
                       WSV-CTA-IDX-INT(WSV-CANT-CUENTAS)
                    IF WSV-IDX-INT > ZERO
                       MOVE "S" TO WSV-INT-USADO(WSV-IDX-INT)
                    END-IF
               WHEN FS-STATUS-EOF
                    MOVE "S" TO WSV-SW-FIN-LECTURA
               WHEN OTHER
                    MOVE CON-220000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS                 TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       225000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         230000-EMITIR-CERTIFICADO
      *Cada certificado empieza en hoja nueva con su propia
      *numeracion: datos del cliente, saldos al 31/12, plazos fijos
      *vigentes, intereses y retenciones del ejercicio y totales en
      *pesos.
      ******************************************************************
       230000-EMITIR-CERTIFICADO.
           ADD 1 TO WSV-CANT-CERTIFICADOS
           MOVE ZERO TO WSV-TOT-SALDOS
           MOVE ZERO TO WSV-TOT-PLAZOS
           MOVE ZERO TO WSV-TOT-INTERES
           MOVE ZERO TO WSV-TOT-RETENIDO
           MOVE ZERO TO WSV-CANT-PF-CLIENTE
           MOVE "N"  TO WSV-SW-SIN-COTIZ-CLI

           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "EJERCICIO FISCAL : " WSV-EJERCICIO
           DISPLAY "CLIENTE          : " REG-COD-CLIENTE-CL " "
                   REG-NOMBRE-CL
           DISPLAY "CUIT             : " REG-CUIT-CL
           DISPLAY "DOMICILIO        : " REG-DIRECCION-CL

           INITIALIZE REG-CER-CLIENTE
           MOVE "C"                TO REG-CEC-TIPO
           MOVE WSV-EJERCICIO      TO REG-CEC-EJERCICIO
           MOVE REG-COD-CLIENTE-CL TO REG-CEC-CLIENTE
           MOVE REG-CUIT-CL        TO REG-CEC-CUIT
           MOVE REG-NOMBRE-CL      TO REG-CEC-NOMBRE
           MOVE REG-DIRECCION-CL   TO REG-CEC-DIRECCION
           PERFORM 290000-WRITE-CERTIFICADO
              THRU 290000-WRITE-CERTIFICADO-F

           DISPLAY " "
           DISPLAY "SALDOS AL 31/12/" WSV-EJERCICIO
           DISPLAY "CUENTA   MON           SALDO ORIGINAL "
                   "COTIZACION             SALDO EN PESOS"
           PERFORM 240000-LINEA-SALDO
              THRU 240000-LINEA-SALDO-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS

           DISPLAY " "
           DISPLAY "PLAZOS FIJOS VIGENTES AL 31/12/" WSV-EJERCICIO
           DISPLAY "NUMERO   CUENTA   MON VENCIM.  "
                   "                CAPITAL COTIZACION"
                   "           CAPITAL EN PESOS"
           PERFORM 250000-PLAZOS-CUENTA
              THRU 250000-PLAZOS-CUENTA-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS
           IF WSV-CANT-PF-CLIENTE = ZERO
              DISPLAY "SIN PLAZOS FIJOS VIGENTES"
           END-IF

           DISPLAY " "
           DISPLAY "INTERESES Y RETENCIONES DEL EJERCICIO (MONEDA DE "
                   "LA CUENTA)"
           DISPLAY "CUENTA   MON     INTERES CAJA/CTA.CTE "
                   "     INTERES PLAZO FIJO            RETENCIONES"
           PERFORM 260000-LINEA-INTERES
              THRU 260000-LINEA-INTERES-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS

           PERFORM 270000-TOTALES-CLIENTE
              THRU 270000-TOTALES-CLIENTE-F
           .
       230000-EMITIR-CERTIFICADO-F. EXIT.
      ******************************************************************
      *                         240000-LINEA-SALDO
      ******************************************************************
       240000-LINEA-SALDO.
           ADD 1 TO WSV-CANT-CTAS-CERTIF
           MOVE WSV-CTA-MONEDA(WSV-IDX-CTA) TO WSV-MONEDA
           MOVE WSV-CTA-SALDO(WSV-IDX-CTA)  TO WSV-IMPORTE
           PERFORM 170000-COTIZAR
              THRU 170000-COTIZAR-F
           ADD WSV-IMPORTE-PESOS TO WSV-TOT-SALDOS

           MOVE WSV-IMPORTE       TO WSV-EDIT-1
           MOVE WSV-COTIZACION    TO WSV-EDIT-COTIZ
           MOVE WSV-IMPORTE-PESOS TO WSV-EDIT-2
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           IF WSV-COTIZADA
              DISPLAY WSV-CTA-NUMERO(WSV-IDX-CTA) " " WSV-MONEDA
                      " " WSV-EDIT-1 " " WSV-EDIT-COTIZ
                      " " WSV-EDIT-2
           ELSE
              DISPLAY WSV-CTA-NUMERO(WSV-IDX-CTA) " " WSV-MONEDA
                      " " WSV-EDIT-1 " SIN COTIZACION AL CIERRE"
           END-IF

           INITIALIZE REG-CER-SALDO
           MOVE "S"                TO REG-CES-TIPO
           MOVE WSV-EJERCICIO      TO REG-CES-EJERCICIO
           MOVE REG-COD-CLIENTE-CL TO REG-CES-CLIENTE
           MOVE WSV-CTA-NUMERO(WSV-IDX-CTA) TO REG-CES-CUENTA
           MOVE WSV-MONEDA         TO REG-CES-MONEDA
           MOVE WSV-IMPORTE        TO REG-CES-SALDO
           MOVE WSV-COTIZACION     TO REG-CES-COTIZACION
           MOVE WSV-IMPORTE-PESOS  TO REG-CES-SALDO-PESOS
           PERFORM 290000-WRITE-CERTIFICADO
              THRU 290000-WRITE-CERTIFICADO-F
           .
       240000-LINEA-SALDO-F. EXIT.
      ******************************************************************
      *                         250000-PLAZOS-CUENTA
      *Plazos fijos vigentes constituidos sobre la cuenta
      *WSV-IDX-CTA del cliente.
      ******************************************************************
       250000-PLAZOS-CUENTA.
           PERFORM 255000-LINEA-PLAZO
              THRU 255000-LINEA-PLAZO-F
              VARYING WSV-IDX-PF FROM 1 BY 1
              UNTIL WSV-IDX-PF > WSV-CANT-PLAZOS
           .
       250000-PLAZOS-CUENTA-F. EXIT.
      ******************************************************************
      *                         255000-LINEA-PLAZO
      ******************************************************************
       255000-LINEA-PLAZO.
           IF WSV-PF-CUENTA(WSV-IDX-PF) NOT =
              WSV-CTA-NUMERO(WSV-IDX-CTA)
              GO TO 255000-LINEA-PLAZO-F
           END-IF

           ADD 1 TO WSV-CANT-PF-CLIENTE
           ADD 1 TO WSV-CANT-PF-CERTIF
           MOVE WSV-PF-MONEDA(WSV-IDX-PF)  TO WSV-MONEDA
           MOVE WSV-PF-CAPITAL(WSV-IDX-PF) TO WSV-IMPORTE
           PERFORM 170000-COTIZAR
              THRU 170000-COTIZAR-F
           ADD WSV-IMPORTE-PESOS TO WSV-TOT-PLAZOS

           MOVE WSV-IMPORTE       TO WSV-EDIT-1
           MOVE WSV-COTIZACION    TO WSV-EDIT-COTIZ
           MOVE WSV-IMPORTE-PESOS TO WSV-EDIT-2
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           IF WSV-COTIZADA
              DISPLAY WSV-PF-NUMERO(WSV-IDX-PF) " "
                      WSV-PF-CUENTA(WSV-IDX-PF) " " WSV-MONEDA " "
                      WSV-PF-VENCIMIENTO(WSV-IDX-PF) " " WSV-EDIT-1
                      " " WSV-EDIT-COTIZ " " WSV-EDIT-2
           ELSE
              DISPLAY WSV-PF-NUMERO(WSV-IDX-PF) " "
                      WSV-PF-CUENTA(WSV-IDX-PF) " " WSV-MONEDA " "
                      WSV-PF-VENCIMIENTO(WSV-IDX-PF) " " WSV-EDIT-1
                      " SIN COTIZACION AL CIERRE"
           END-IF

           INITIALIZE REG-CER-PLAZO
           MOVE "P"                TO REG-CEP-TIPO
           MOVE WSV-EJERCICIO      TO REG-CEP-EJERCICIO
           MOVE REG-COD-CLIENTE-CL TO REG-CEP-CLIENTE
           MOVE WSV-PF-NUMERO(WSV-IDX-PF) TO REG-CEP-NUMERO
           MOVE WSV-PF-CUENTA(WSV-IDX-PF) TO REG-CEP-CUENTA
           MOVE WSV-MONEDA         TO REG-CEP-MONEDA
           MOVE WSV-PF-CAPITAL(WSV-IDX-PF) TO REG-CEP-CAPITAL
           MOVE WSV-PF-VENCIMIENTO(WSV-IDX-PF) TO REG-CEP-VENCIMIENTO
           MOVE WSV-COTIZACION     TO REG-CEP-COTIZACION
           MOVE WSV-IMPORTE-PESOS  TO REG-CEP-CAPITAL-PESOS
           PERFORM 290000-WRITE-CERTIFICADO
              THRU 290000-WRITE-CERTIFICADO-F
           .
       255000-LINEA-PLAZO-F. EXIT.
      ******************************************************************
      *                         260000-LINEA-INTERES
      *Intereses y retenciones de la cuenta en su moneda; para el
      *total en pesos se valuan a la cotizacion de cierre.
      ******************************************************************
       260000-LINEA-INTERES.
           MOVE WSV-CTA-IDX-INT(WSV-IDX-CTA) TO WSV-IDX-INT
           IF WSV-IDX-INT = ZERO
              GO TO 260000-LINEA-INTERES-F
           END-IF

           MOVE WSV-INT-CAPITALIZADO(WSV-IDX-INT) TO WSV-INTERES-CUENTA
           MOVE WSV-INT-PLAZO-FIJO(WSV-IDX-INT)   TO WSV-INTERES-PF
           MOVE WSV-INT-RETENIDO(WSV-IDX-INT)     TO WSV-RETENIDO
           MOVE WSV-CTA-MONEDA(WSV-IDX-CTA)       TO WSV-MONEDA

           COMPUTE WSV-IMPORTE = WSV-INTERES-CUENTA + WSV-INTERES-PF
           PERFORM 170000-COTIZAR
              THRU 170000-COTIZAR-F
           MOVE WSV-IMPORTE-PESOS TO WSV-INTERES-PESOS
           ADD WSV-INTERES-PESOS TO WSV-TOT-INTERES

           MOVE WSV-RETENIDO TO WSV-IMPORTE
           PERFORM 170000-COTIZAR
              THRU 170000-COTIZAR-F
           MOVE WSV-IMPORTE-PESOS TO WSV-RETENIDO-PESOS
           ADD WSV-RETENIDO-PESOS TO WSV-TOT-RETENIDO

           MOVE WSV-INTERES-CUENTA TO WSV-EDIT-1
           MOVE WSV-INTERES-PF     TO WSV-EDIT-2
           MOVE WSV-RETENIDO       TO WSV-EDIT-3
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSV-CTA-NUMERO(WSV-IDX-CTA) " " WSV-MONEDA
                   " " WSV-EDIT-1 " " WSV-EDIT-2 " " WSV-EDIT-3

           INITIALIZE REG-CER-INTERES
           MOVE "I"                TO REG-CEI-TIPO
           MOVE WSV-EJERCICIO      TO REG-CEI-EJERCICIO
           MOVE REG-COD-CLIENTE-CL TO REG-CEI-CLIENTE
           MOVE WSV-CTA-NUMERO(WSV-IDX-CTA) TO REG-CEI-CUENTA
           MOVE WSV-MONEDA         TO REG-CEI-MONEDA
           MOVE WSV-INTERES-CUENTA TO REG-CEI-INTERES-CUENTA
           MOVE WSV-INTERES-PF     TO REG-CEI-INTERES-PF
           MOVE WSV-RETENIDO       TO REG-CEI-RETENIDO
           MOVE WSV-COTIZACION     TO REG-CEI-COTIZACION
           MOVE WSV-INTERES-PESOS  TO REG-CEI-INTERES-PESOS
           MOVE WSV-RETENIDO-PESOS TO REG-CEI-RETENIDO-PESOS
           PERFORM 290000-WRITE-CERTIFICADO
              THRU 290000-WRITE-CERTIFICADO-F
           .
       260000-LINEA-INTERES-F. EXIT.
      ******************************************************************
      *                         270000-TOTALES-CLIENTE
      ******************************************************************
       270000-TOTALES-CLIENTE.
           DISPLAY " "
           DISPLAY "TOTALES EN PESOS"
           MOVE WSV-TOT-SALDOS   TO WSV-EDIT-1
           DISPLAY "SALDOS EN CUENTA AL 31/12    : " WSV-EDIT-1
           MOVE WSV-TOT-PLAZOS   TO WSV-EDIT-1
           DISPLAY "PLAZOS FIJOS AL 31/12        : " WSV-EDIT-1
           MOVE WSV-TOT-INTERES  TO WSV-EDIT-1
           DISPLAY "INTERESES DEL EJERCICIO      : " WSV-EDIT-1
           MOVE WSV-TOT-RETENIDO TO WSV-EDIT-1
           DISPLAY "RETENCIONES DEL EJERCICIO    : " WSV-EDIT-1
           DISPLAY "LA MONEDA EXTRANJERA SE VALUA A LA COTIZACION DE "
                   "CIERRE DEL EJERCICIO"
           IF WSV-SIN-COTIZ-CLI
              DISPLAY "HAY IMPORTES EN MONEDA SIN COTIZACION AL "
                      "CIERRE: NO SUMAN EN LOS TOTALES EN PESOS"
           END-IF

           INITIALIZE REG-CER-TOTAL
           MOVE "T"                TO REG-CET-TIPO
           MOVE WSV-EJERCICIO      TO REG-CET-EJERCICIO
           MOVE REG-COD-CLIENTE-CL TO REG-CET-CLIENTE
           MOVE WSV-TOT-SALDOS     TO REG-CET-SALDOS-PESOS
           MOVE WSV-TOT-PLAZOS     TO REG-CET-PLAZOS-PESOS
           MOVE WSV-TOT-INTERES    TO REG-CET-INTERES-PESOS
           MOVE WSV-TOT-RETENIDO   TO REG-CET-RETENIDO-PESOS
           PERFORM 290000-WRITE-CERTIFICADO
              THRU 290000-WRITE-CERTIFICADO-F
           .
       270000-TOTALES-CLIENTE-F. EXIT.
      ******************************************************************
      *                         290000-WRITE-CERTIFICADO
      *Graba el registro del archivo web ya armado en alguna de las
      *vistas de REG-CER-CLIENTE.
      ******************************************************************
       290000-WRITE-CERTIFICADO.
           WRITE REG-CER-CLIENTE
           IF NOT FS-STATUS-CER-OK
              MOVE CON-290000-WRITE-CERTIF TO WS-ERR-PARRAFO
              MOVE CON-CERTIF              TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-WRITE-CERTIFICADO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE CLIENTES
           CLOSE DATOS
           CLOSE CERTIFICADOS

           PERFORM 310000-LISTAR-SIN-TITULAR
              THRU 310000-LISTAR-SIN-TITULAR-F

           DISPLAY " "
           DISPLAY "E153 - CERTIFICADOS IMPOSITIVOS EJERCICIO "
                   WSV-EJERCICIO
           DISPLAY "CERTIFICADOS EMITIDOS     : " WSV-CANT-CERTIFICADOS
           DISPLAY "CUENTAS CERTIFICADAS      : " WSV-CANT-CTAS-CERTIF
           DISPLAY "PLAZOS FIJOS CERTIFICADOS : " WSV-CANT-PF-CERTIF
           DISPLAY "IMPORTES SIN COTIZACION   : " WSV-CANT-SIN-COTIZ
           DISPLAY "CUENTAS SIN TITULAR       : " WSV-CANT-SIN-TITULAR
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-LISTAR-SIN-TITULAR
      *Intereses o retenciones de cuentas que no salieron en ningun
      *certificado (cuenta dada de baja en el ejercicio).
      ******************************************************************
       310000-LISTAR-SIN-TITULAR.
           MOVE ZERO TO WS-CAB-PAGINA
           MOVE "INTERESES DE CUENTAS SIN TITULAR" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "CUENTA   MON     INTERES CAJA/CTA.CTE "
                   "     INTERES PLAZO FIJO            RETENCIONES"

           PERFORM 315000-LINEA-SIN-TITULAR
              THRU 315000-LINEA-SIN-TITULAR-F
              VARYING WSV-IDX-INT FROM 1 BY 1
              UNTIL WSV-IDX-INT > WSV-CANT-INTERESES

           IF WSV-CANT-SIN-TITULAR = ZERO
              DISPLAY "NO HAY"
           END-IF
           .
       310000-LISTAR-SIN-TITULAR-F. EXIT.
      ******************************************************************
      *                         315000-LINEA-SIN-TITULAR
      ******************************************************************
       315000-LINEA-SIN-TITULAR.
           IF WSV-INT-USADO(WSV-IDX-INT) = "S"
              GO TO 315000-LINEA-SIN-TITULAR-F
           END-IF

           ADD 1 TO WSV-CANT-SIN-TITULAR
           MOVE WSV-INT-CAPITALIZADO(WSV-IDX-INT) TO WSV-EDIT-1
           MOVE WSV-INT-PLAZO-FIJO(WSV-IDX-INT)   TO WSV-EDIT-2
           MOVE WSV-INT-RETENIDO(WSV-IDX-INT)     TO WSV-EDIT-3
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSV-INT-CUENTA(WSV-IDX-INT) " "
                   WSV-INT-MONEDA(WSV-IDX-INT) " " WSV-EDIT-1 " "
                   WSV-EDIT-2 " " WSV-EDIT-3
           .
       315000-LINEA-SIN-TITULAR-F. EXIT.
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
       END PROGRAM E153.
