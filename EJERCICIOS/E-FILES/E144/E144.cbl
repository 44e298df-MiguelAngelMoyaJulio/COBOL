      ******************************************************************
      *Ordenes permanentes de transferencia. Los clientes piden mover
      *todos los meses un importe fijo de una cuenta a otra (alquiler,
      *ahorro, familia) y los cajeros tipeaban a mano esas
      *transferencias T en el lote de E47. Este programa mantiene el
      *maestro ORDENES_PERMANENTES.txt: cuenta de origen, destino
      *(otra cuenta CUENTASIX o un CBU de otro banco), importe,
      *frecuencia (M mensual, B bimestral, T trimestral, S semestral,
      *A anual), dia del mes, fecha de inicio y de fin (cero = sin
      *fin). Permite consultar, dar de alta, modificar importe,
      *concepto y fecha de fin, dar de baja y listar las ordenes de
      *una cuenta. El proximo vencimiento se calcula en el alta con
      *RUTFECHA; las transferencias vencidas las genera E144GEN.
      *Las ordenes de un titular fallecido las suspende E148 (estado
      *S): E144GEN no las ejecuta y aca solo se pueden dar de baja.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E144.
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
       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT ORDENES ASSIGN TO "ORDENES_PERMANENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-ORD-NUMERO
                       ALTERNATE RECORD KEY IS REG-ORD-CUENTA-ORIGEN
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-ORD.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-ORD-NUMERO           PIC 9(08).
             05 REG-ORD-CUENTA-ORIGEN    PIC X(08).
             05 REG-ORD-TIPO-DESTINO     PIC X(01).
                88 REG-ORD-DESTINO-CUENTA       VALUE "C".
                88 REG-ORD-DESTINO-CBU          VALUE "B".
             05 REG-ORD-CUENTA-DESTINO   PIC X(08).
             05 REG-ORD-CBU-DESTINO      PIC X(22).
             05 REG-ORD-IMPORTE          PIC 9(15)V9(02).
             05 REG-ORD-FRECUENCIA       PIC X(01).
                88 REG-ORD-FRECUENCIA-VALIDA    VALUE "M" "B" "T"
                                                      "S" "A".
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
              05 CON-110000-OPEN-ORDENES    PIC X(30) VALUE
              '110000-OPEN-ORDENES         '.
              05 CON-115000-OPEN-DATOS      PIC X(30) VALUE
              '115000-OPEN-DATOS           '.
              05 CON-210000-LEER-ORDEN      PIC X(30) VALUE
              '210000-LEER-ORDEN           '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-237000-NUMERAR         PIC X(30) VALUE
              '237000-NUMERAR              '.
              05 CON-240000-MODIFICAR       PIC X(30) VALUE
              '240000-MODIFICAR            '.
              05 CON-250000-BAJA            PIC X(30) VALUE
              '250000-BAJA                 '.
              05 CON-260000-LISTAR-CUENTA   PIC X(30) VALUE
              '260000-LISTAR-CUENTA        '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-ORDENES   PIC X(10) VALUE 'ORDENES   '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
             88 FS-STATUS-ORD-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-ORD-NOT-FOUND        VALUE "35".

          05 WSV-SW-ALTA-VALIDA      PIC X(01).
             88 WSV-ALTA-VALIDA                VALUE "S".

          05 WSV-SW-FIN-CUENTA       PIC X(01).
             88 WSV-FIN-CUENTA                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-NUMERO              PIC 9(08).
          05 WSV-CUENTA-ORIGEN       PIC X(08).
          05 WSV-TIPO-DESTINO        PIC X(01).
          05 WSV-CUENTA-DESTINO      PIC X(08).
          05 WSV-CBU-DESTINO         PIC X(22).
          05 WSV-IMPORTE             PIC 9(15)V9(02).
          05 WSV-FRECUENCIA          PIC X(01).
          05 WSV-DIA-MES             PIC 9(02).
          05 WSV-FECHA-INICIO        PIC 9(08).
          05 WSV-FECHA-FIN           PIC 9(08).
          05 WSV-CONCEPTO            PIC X(30).
          05 WSV-MONEDA-ORIGEN       PIC X(03).
          05 WSV-PROXIMO-VTO         PIC 9(08).
          05 WSV-ULTIMO-NUMERO       PIC 9(08).
          05 WSV-RESPUESTA           PIC X(01).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LISTADOS       PIC 9(05) VALUE ZERO.
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
           MOVE "E144" TO WS-ERR-PROGRAMA

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

           PERFORM 110000-OPEN-ORDENES
              THRU 110000-OPEN-ORDENES-F

           PERFORM 115000-OPEN-DATOS
              THRU 115000-OPEN-DATOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-ORDENES
      *Si el maestro todavia no existe (primera orden) se crea vacio.
      ******************************************************************
       110000-OPEN-ORDENES.
           OPEN I-O ORDENES
           IF FS-STATUS-ORD-NOT-FOUND
              OPEN OUTPUT ORDENES
              CLOSE ORDENES
              OPEN I-O ORDENES
           END-IF
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-110000-OPEN-ORDENES TO WS-ERR-PARRAFO
              MOVE CON-ORDENES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ORDENES-F. EXIT.
      ******************************************************************
      *                         115000-OPEN-DATOS
      ******************************************************************
       115000-OPEN-DATOS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-115000-OPEN-DATOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       115000-OPEN-DATOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR ORDEN PERMANENTE"
           DISPLAY "2.ALTA DE ORDEN PERMANENTE"
           DISPLAY "3.MODIFICAR ORDEN PERMANENTE"
           DISPLAY "4.BAJA DE ORDEN PERMANENTE"
           DISPLAY "5.LISTAR ORDENES DE UNA CUENTA"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 220000-CONSULTAR
                       THRU 220000-CONSULTAR-F
               WHEN 2
                    PERFORM 230000-ALTA
                       THRU 230000-ALTA-F
               WHEN 3
                    PERFORM 240000-MODIFICAR
                       THRU 240000-MODIFICAR-F
               WHEN 4
                    PERFORM 250000-BAJA
                       THRU 250000-BAJA-F
               WHEN 5
                    PERFORM 260000-LISTAR-CUENTA
                       THRU 260000-LISTAR-CUENTA-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-ORDEN
      *Lectura por numero de orden, comun a consulta, modificacion y
      *baja; el llamador decide que hacer con el 23.
      ******************************************************************
       210000-LEER-ORDEN.
           DISPLAY "INGRESE EL NUMERO DE ORDEN"
           ACCEPT WSV-NUMERO
           MOVE WSV-NUMERO TO REG-ORD-NUMERO
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    PERFORM 215000-MOSTRAR-ORDEN
                       THRU 215000-MOSTRAR-ORDEN-F
               WHEN FS-STATUS-ORD-SIN-CLAVE
                    DISPLAY "ORDEN INEXISTENTE"
               WHEN OTHER
                    MOVE CON-210000-LEER-ORDEN TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES           TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         215000-MOSTRAR-ORDEN
      ******************************************************************
       215000-MOSTRAR-ORDEN.
           DISPLAY "ORDEN      : " REG-ORD-NUMERO
                   "  CONCEPTO : " REG-ORD-CONCEPTO
           IF REG-ORD-DESTINO-CBU
              DISPLAY "ORIGEN     : " REG-ORD-CUENTA-ORIGEN
                      "  DESTINO CBU : " REG-ORD-CBU-DESTINO
           ELSE
              DISPLAY "ORIGEN     : " REG-ORD-CUENTA-ORIGEN
                      "  DESTINO CUENTA : " REG-ORD-CUENTA-DESTINO
           END-IF
           MOVE REG-ORD-IMPORTE TO WSV-EDIT
           DISPLAY "IMPORTE    : " WSV-EDIT
           DISPLAY "FRECUENCIA : " REG-ORD-FRECUENCIA
                   "  DIA : " REG-ORD-DIA-MES
                   "  DESDE " REG-ORD-FECHA-INICIO
                   "  HASTA " REG-ORD-FECHA-FIN
           DISPLAY "PROXIMO VTO: " REG-ORD-PROXIMO-VTO
                   "  ULTIMA EJECUCION : " REG-ORD-ULTIMA-EJECUCION
           IF REG-ORD-FECHA-RECHAZO NOT = ZERO
              DISPLAY "EN REINTENTO DESDE " REG-ORD-FECHA-RECHAZO
                      " - REINTENTOS : " REG-ORD-CANT-REINTENTOS
           END-IF
           DISPLAY "ALTA       : " REG-ORD-FECHA-ALTA
                   "  ESTADO : " REG-ORD-ESTADO
                   " DESDE " REG-ORD-FECHA-ESTADO
           .
       215000-MOSTRAR-ORDEN-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-ORDEN
              THRU 210000-LEER-ORDEN-F
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *La orden se carga vigente; el primer vencimiento es el dia
      *pactado del mes de inicio o, si ese dia ya paso, del mes
      *siguiente. El numero de orden lo asigna el programa.
      ******************************************************************
       230000-ALTA.
           MOVE "S" TO WSV-SW-ALTA-VALIDA
           INITIALIZE WSV-CUENTA-ORIGEN WSV-TIPO-DESTINO
                      WSV-CUENTA-DESTINO WSV-CBU-DESTINO WSV-IMPORTE
                      WSV-FRECUENCIA WSV-DIA-MES WSV-FECHA-INICIO
                      WSV-FECHA-FIN WSV-CONCEPTO

           DISPLAY "INGRESE LA CUENTA DE ORIGEN"
           ACCEPT WSV-CUENTA-ORIGEN
           DISPLAY "DESTINO: C = CUENTA DEL BANCO  B = CBU OTRO BANCO"
           ACCEPT WSV-TIPO-DESTINO
           IF WSV-TIPO-DESTINO = "B"
              DISPLAY "INGRESE EL CBU DE DESTINO (22 DIGITOS)"
              ACCEPT WSV-CBU-DESTINO
           ELSE
              DISPLAY "INGRESE LA CUENTA DE DESTINO"
              ACCEPT WSV-CUENTA-DESTINO
           END-IF
           DISPLAY "INGRESE EL IMPORTE"
           ACCEPT WSV-IMPORTE
           DISPLAY "FRECUENCIA: M MENSUAL  B BIMESTRAL  T TRIMESTRAL"
                   "  S SEMESTRAL  A ANUAL"
           ACCEPT WSV-FRECUENCIA
           DISPLAY "INGRESE EL DIA DEL MES (1 A 31)"
           ACCEPT WSV-DIA-MES
           DISPLAY "INGRESE LA FECHA DE INICIO AAAAMMDD"
           ACCEPT WSV-FECHA-INICIO
           DISPLAY "INGRESE LA FECHA DE FIN AAAAMMDD (0 = SIN FIN)"
           ACCEPT WSV-FECHA-FIN
           DISPLAY "INGRESE EL CONCEPTO"
           ACCEPT WSV-CONCEPTO

           PERFORM 235000-VALIDAR-ALTA
              THRU 235000-VALIDAR-ALTA-F
           IF NOT WSV-ALTA-VALIDA
              GO TO 230000-ALTA-F
           END-IF

           PERFORM 236000-PRIMER-VENCIMIENTO
              THRU 236000-PRIMER-VENCIMIENTO-F
           IF NOT WSV-ALTA-VALIDA
              GO TO 230000-ALTA-F
           END-IF

           PERFORM 237000-NUMERAR
              THRU 237000-NUMERAR-F

           INITIALIZE REG-ORDEN
           MOVE WSV-ULTIMO-NUMERO   TO REG-ORD-NUMERO
           MOVE WSV-CUENTA-ORIGEN   TO REG-ORD-CUENTA-ORIGEN
           MOVE WSV-TIPO-DESTINO    TO REG-ORD-TIPO-DESTINO
           MOVE WSV-CUENTA-DESTINO  TO REG-ORD-CUENTA-DESTINO
           MOVE WSV-CBU-DESTINO     TO REG-ORD-CBU-DESTINO
           MOVE WSV-IMPORTE         TO REG-ORD-IMPORTE
           MOVE WSV-FRECUENCIA      TO REG-ORD-FRECUENCIA
           MOVE WSV-DIA-MES         TO REG-ORD-DIA-MES
           MOVE WSV-FECHA-INICIO    TO REG-ORD-FECHA-INICIO
           MOVE WSV-FECHA-FIN       TO REG-ORD-FECHA-FIN
           MOVE WSV-CONCEPTO        TO REG-ORD-CONCEPTO
           MOVE WSV-PROXIMO-VTO     TO REG-ORD-PROXIMO-VTO
           MOVE ZERO                TO REG-ORD-FECHA-RECHAZO
           MOVE ZERO                TO REG-ORD-CANT-REINTENTOS
           MOVE ZERO                TO REG-ORD-ULTIMA-EJECUCION
           MOVE "V"                 TO REG-ORD-ESTADO
           MOVE WSV-FECHA-HOY       TO REG-ORD-FECHA-ALTA
           MOVE WSV-FECHA-HOY       TO REG-ORD-FECHA-ESTADO

           WRITE REG-ORDEN
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
              MOVE CON-ORDENES     TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "ORDEN " REG-ORD-NUMERO " REGISTRADA - PRIMER "
                   "VENCIMIENTO " REG-ORD-PROXIMO-VTO
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-ALTA
      *Una transferencia interna necesita ambas cuentas en CUENTASIX
      *y en la misma moneda, porque E47 la aplica sin conversion.
      ******************************************************************
       235000-VALIDAR-ALTA.
           IF WSV-TIPO-DESTINO NOT = "C" AND WSV-TIPO-DESTINO NOT = "B"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "TIPO DE DESTINO INVALIDO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-TIPO-DESTINO = "B" AND WSV-CBU-DESTINO NOT NUMERIC
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL CBU DEBE TENER 22 DIGITOS"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-IMPORTE = ZERO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           MOVE WSV-FRECUENCIA TO REG-ORD-FRECUENCIA
           IF NOT REG-ORD-FRECUENCIA-VALIDA
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "FRECUENCIA INVALIDA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-DIA-MES = ZERO OR WSV-DIA-MES > 31
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL DIA DEL MES DEBE ESTAR ENTRE 1 Y 31"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-FECHA-INICIO < WSV-FECHA-HOY
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "LA FECHA DE INICIO NO PUEDE SER ANTERIOR A HOY"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-FECHA-FIN NOT = ZERO
              AND WSV-FECHA-FIN < WSV-FECHA-INICIO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           MOVE WSV-CUENTA-ORIGEN TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA-ORIGEN
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CUENTA DE ORIGEN INEXISTENTE"
                    GO TO 235000-VALIDAR-ALTA-F
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-TIPO-DESTINO = "B"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-CUENTA-DESTINO = WSV-CUENTA-ORIGEN
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "ORIGEN Y DESTINO NO PUEDEN SER LA MISMA CUENTA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           MOVE WSV-CUENTA-DESTINO TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-MONEDA-CUENTA-IX NOT = WSV-MONEDA-ORIGEN
                       MOVE "N" TO WSV-SW-ALTA-VALIDA
                       DISPLAY "CUENTA DE DESTINO EN OTRA MONEDA"
                    END-IF
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CUENTA DE DESTINO INEXISTENTE"
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       235000-VALIDAR-ALTA-F. EXIT.
      ******************************************************************
      *                         236000-PRIMER-VENCIMIENTO
      *El vencimiento queda con el dia pactado (ajustado al ultimo
      *dia en los meses cortos); el corrimiento por feriado lo hace
      *E144GEN al generar, sin tocar el vencimiento pactado.
      ******************************************************************
       236000-PRIMER-VENCIMIENTO.
           MOVE "M"              TO WS-FEC-OPERACION
           MOVE WSV-FECHA-INICIO TO WS-FEC-FECHA
           MOVE WSV-DIA-MES      TO WS-FEC-FECHA(7:2)
           MOVE ZERO             TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "FECHA DE INICIO INVALIDA"
              GO TO 236000-PRIMER-VENCIMIENTO-F
           END-IF

           IF WS-FEC-RESULTADO < WSV-FECHA-INICIO
              MOVE WS-FEC-RESULTADO TO WS-FEC-FECHA
              MOVE WSV-DIA-MES      TO WS-FEC-FECHA(7:2)
              MOVE 1                TO WS-FEC-DIAS
              CALL CON-RUTFECHA USING WS-REG-FECHAS
           END-IF
           MOVE WS-FEC-RESULTADO TO WSV-PROXIMO-VTO

           IF WSV-FECHA-FIN NOT = ZERO
              AND WSV-PROXIMO-VTO > WSV-FECHA-FIN
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "NO HAY NINGUN VENCIMIENTO ANTES DE LA FECHA FIN"
           END-IF
           .
       236000-PRIMER-VENCIMIENTO-F. EXIT.
      ******************************************************************
      *                         237000-NUMERAR
      *El proximo numero es el ultimo del maestro mas uno.
      ******************************************************************
       237000-NUMERAR.
           MOVE ZERO TO WSV-ULTIMO-NUMERO
           MOVE ZERO TO REG-ORD-NUMERO
           START ORDENES KEY > REG-ORD-NUMERO
           IF FS-STATUS-ORD-OK
              PERFORM 238000-LEER-ULTIMO
                 THRU 238000-LEER-ULTIMO-F
                 UNTIL FS-STATUS-ORD-EOF
           END-IF
           ADD 1 TO WSV-ULTIMO-NUMERO
           .
       237000-NUMERAR-F. EXIT.
      ******************************************************************
      *                         238000-LEER-ULTIMO
      ******************************************************************
       238000-LEER-ULTIMO.
           READ ORDENES NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    MOVE REG-ORD-NUMERO TO WSV-ULTIMO-NUMERO
               WHEN FS-STATUS-ORD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-237000-NUMERAR TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       238000-LEER-ULTIMO-F. EXIT.
      ******************************************************************
      *                         240000-MODIFICAR
      *Solo se cambian importe, concepto y fecha de fin; para cambiar
      *cuentas, frecuencia o dia se da de baja y se carga otra orden.
      ******************************************************************
       240000-MODIFICAR.
           PERFORM 210000-LEER-ORDEN
              THRU 210000-LEER-ORDEN-F
           IF NOT FS-STATUS-ORD-OK
              GO TO 240000-MODIFICAR-F
           END-IF
           IF NOT REG-ORD-VIGENTE
              DISPLAY "SOLO SE MODIFICAN ORDENES VIGENTES"
              GO TO 240000-MODIFICAR-F
           END-IF

           MOVE REG-ORD-IMPORTE   TO WSV-IMPORTE
           MOVE REG-ORD-CONCEPTO  TO WSV-CONCEPTO
           MOVE REG-ORD-FECHA-FIN TO WSV-FECHA-FIN
           DISPLAY "INGRESE EL NUEVO IMPORTE (0 = SIN CAMBIO)"
           ACCEPT WSV-IMPORTE
           DISPLAY "INGRESE EL NUEVO CONCEPTO (EN BLANCO = SIN CAMBIO)"
           ACCEPT WSV-CONCEPTO
           DISPLAY "INGRESE LA NUEVA FECHA DE FIN AAAAMMDD "
                   "(0 = SIN FIN)"
           ACCEPT WSV-FECHA-FIN

           IF WSV-FECHA-FIN NOT = ZERO
              AND WSV-FECHA-FIN < WSV-FECHA-HOY
              DISPLAY "LA FECHA DE FIN NO PUEDE SER ANTERIOR A HOY"
              GO TO 240000-MODIFICAR-F
           END-IF

           IF WSV-IMPORTE NOT = ZERO
              MOVE WSV-IMPORTE TO REG-ORD-IMPORTE
           END-IF
           IF WSV-CONCEPTO NOT = SPACES
              MOVE WSV-CONCEPTO TO REG-ORD-CONCEPTO
           END-IF
           MOVE WSV-FECHA-FIN TO REG-ORD-FECHA-FIN
           REWRITE REG-ORDEN
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-240000-MODIFICAR TO WS-ERR-PARRAFO
              MOVE CON-ORDENES          TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "ORDEN MODIFICADA"
           .
       240000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         250000-BAJA
      *La orden dada de baja queda en el maestro como historia; lo
      *ya transferido no se revierte.
      ******************************************************************
       250000-BAJA.
           PERFORM 210000-LEER-ORDEN
              THRU 210000-LEER-ORDEN-F
           IF NOT FS-STATUS-ORD-OK
              GO TO 250000-BAJA-F
           END-IF
           IF NOT REG-ORD-VIGENTE
              AND NOT REG-ORD-SUSPENDIDA
              DISPLAY "LA ORDEN NO ESTA VIGENTE"
              GO TO 250000-BAJA-F
           END-IF

           DISPLAY "CONFIRMA LA BAJA S/N"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = "S"
              GO TO 250000-BAJA-F
           END-IF

           MOVE "B"           TO REG-ORD-ESTADO
           MOVE WSV-FECHA-HOY TO REG-ORD-FECHA-ESTADO
           REWRITE REG-ORDEN
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-250000-BAJA TO WS-ERR-PARRAFO
              MOVE CON-ORDENES     TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "ORDEN DADA DE BAJA"
           .
       250000-BAJA-F. EXIT.
      ******************************************************************
      *                         260000-LISTAR-CUENTA
      *Recorre las ordenes de la cuenta de origen por la clave
      *alternativa.
      ******************************************************************
       260000-LISTAR-CUENTA.
           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA-ORIGEN
           MOVE ZERO TO WSV-CANT-LISTADOS

           MOVE WSV-CUENTA-ORIGEN TO REG-ORD-CUENTA-ORIGEN
           START ORDENES KEY = REG-ORD-CUENTA-ORIGEN
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    MOVE "N" TO WSV-SW-FIN-CUENTA
                    PERFORM 265000-LEER-CUENTA
                       THRU 265000-LEER-CUENTA-F
                       UNTIL WSV-FIN-CUENTA
               WHEN FS-STATUS-ORD-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-LISTADOS = ZERO
              DISPLAY "LA CUENTA NO TIENE ORDENES PERMANENTES"
           ELSE
              DISPLAY "ORDENES: " WSV-CANT-LISTADOS
           END-IF
           .
       260000-LISTAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         265000-LEER-CUENTA
      ******************************************************************
       265000-LEER-CUENTA.
           READ ORDENES NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    IF REG-ORD-CUENTA-ORIGEN NOT = WSV-CUENTA-ORIGEN
                       MOVE "S" TO WSV-SW-FIN-CUENTA
                    ELSE
                       ADD 1 TO WSV-CANT-LISTADOS
                       PERFORM 215000-MOSTRAR-ORDEN
                          THRU 215000-MOSTRAR-ORDEN-F
                    END-IF
               WHEN FS-STATUS-ORD-EOF
                    MOVE "S" TO WSV-SW-FIN-CUENTA
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE ORDENES
           CLOSE DATOS
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
       END PROGRAM E144.
