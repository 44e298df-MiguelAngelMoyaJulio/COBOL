      ******************************************************************
      *Rutina comun de consulta de embargos judiciales. Los oficios
      *que llegan de los juzgados se cargan con E142 en EMBARGOS.txt
      *(numero de oficio, juzgado, cuenta, monto ordenado, monto ya
      *retenido y estado). Todo circuito que debite una cuenta
      *CUENTASIX (el lote de E47, el clearing de cheques E98CLR, la
      *caja E99) pregunta aca cuanto tiene embargado la cuenta: la
      *operacion C recorre los oficios de la cuenta por la clave
      *alternativa y devuelve la suma de lo ordenado menos lo ya
      *retenido de los que siguen vigentes. El debito que deje el
      *saldo por debajo de ese importe no se aplica. Sin archivo de
      *embargos (instalacion nueva) no hay nada embargado.
      *La misma consulta informa si la cuenta esta inmovilizada en
      *CUENTAS_INMOVILIZADAS.txt (la sucesion de un titular fallecido,
      *E148): una cuenta inmovilizada solo admite creditos y el
      *circuito rechaza cualquier debito, haya o no saldo libre.
      *Tambien informa los fondos en canje: los cheques de otros
      *bancos depositados por caja (E99) que estan en
      *CHEQUES_DEPOSITADOS.txt sin liberar (ni acreditados en firme
      *por E150 ni rechazados por E150RCH). Se acreditan en la cuenta
      *pero no se pueden extraer hasta su fecha de disponibilidad.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTEMBAR.
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
       SELECT EMBARGOS ASSIGN TO "EMBARGOS.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS REG-EMB-OFICIO
                     ALTERNATE RECORD KEY IS REG-EMB-CUENTA
                        WITH DUPLICATES
                     FILE STATUS  IS FS-STATUS-EMB.
       SELECT INMOVILIZADAS ASSIGN TO "CUENTAS_INMOVILIZADAS.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS RANDOM
                     RECORD KEY   IS REG-INM-CUENTA
                     FILE STATUS  IS FS-STATUS-INM.
       SELECT DEPOSITADOS ASSIGN TO "CHEQUES_DEPOSITADOS.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS REG-CHD-CLAVE
                     ALTERNATE RECORD KEY IS REG-CHD-CUENTA
                        WITH DUPLICATES
                     FILE STATUS  IS FS-STATUS-CHD.
       DATA DIVISION.
       FILE SECTION.
       FD EMBARGOS.
          01 REG-EMBARGO.
             05 REG-EMB-OFICIO           PIC X(15).
             05 REG-EMB-JUZGADO          PIC X(30).
             05 REG-EMB-CARATULA         PIC X(40).
             05 REG-EMB-CUENTA           PIC X(08).
             05 REG-EMB-MONTO-ORDENADO   PIC 9(15)V9(02).
             05 REG-EMB-MONTO-RETENIDO   PIC 9(15)V9(02).
             05 REG-EMB-ESTADO           PIC X(01).
                88 REG-EMB-VIGENTE              VALUE "V".
                88 REG-EMB-LEVANTADO            VALUE "L".
                88 REG-EMB-CUMPLIDO             VALUE "C".
             05 REG-EMB-FECHA-ALTA       PIC 9(08).
             05 REG-EMB-FECHA-ESTADO     PIC 9(08).
             05 REG-EMB-CUENTA-JUZGADO   PIC X(08).
       FD INMOVILIZADAS.
          01 REG-INMOVILIZADA.
             05 REG-INM-CUENTA           PIC X(08).
             05 REG-INM-CLIENTE          PIC 9(08).
             05 REG-INM-MOTIVO           PIC X(01).
                88 REG-INM-SUCESION             VALUE "S".
             05 REG-INM-FECHA            PIC 9(08).
             05 REG-INM-EXPEDIENTE       PIC X(20).
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
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-EMB           PIC X(02) VALUE "00".
             88 FS-STATUS-EMB-OK               VALUE "00".
             88 FS-STATUS-EMB-EOF              VALUE "10".
             88 FS-STATUS-EMB-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-EMB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INM           PIC X(02) VALUE "00".
             88 FS-STATUS-INM-OK               VALUE "00".
             88 FS-STATUS-INM-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-INM-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CHD           PIC X(02) VALUE "00".
             88 FS-STATUS-CHD-OK               VALUE "00".
             88 FS-STATUS-CHD-EOF              VALUE "10".
             88 FS-STATUS-CHD-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-CHD-NOT-FOUND        VALUE "35".
          05 WSV-SW-FIN-CUENTA       PIC X(01).
             88 WSV-FIN-CUENTA                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
       01 LK-REG-EMBARGO.
       COPY WSEMBARGO.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING LK-REG-EMBARGO.
           MOVE ZERO TO WS-EMB-COD-RET
           MOVE ZERO TO WS-EMB-MONTO-EMBARGADO
           MOVE ZERO TO WS-EMB-CANT-VIGENTES
           MOVE "N"  TO WS-EMB-INMOVILIZADA
           MOVE ZERO TO WS-EMB-MONTO-CANJE
           MOVE ZERO TO WS-EMB-CANJE-HOY

           EVALUATE WS-EMB-OPERACION
               WHEN "C"
                    PERFORM 100000-CONSULTAR
                       THRU 100000-CONSULTAR-F
                    PERFORM 200000-INMOVILIZADA
                       THRU 200000-INMOVILIZADA-F
                    PERFORM 300000-CHEQUES-EN-CANJE
                       THRU 300000-CHEQUES-EN-CANJE-F
               WHEN OTHER
                    MOVE 99 TO WS-EMB-COD-RET
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *                         100000-CONSULTAR
      *El archivo se abre y se cierra en cada consulta: E142 puede
      *estar cargando o levantando oficios mientras corre el lote, y
      *el debito siguiente tiene que ver el estado nuevo.
      ******************************************************************
       100000-CONSULTAR.
           OPEN INPUT EMBARGOS
           IF FS-STATUS-EMB-NOT-FOUND
              GO TO 100000-CONSULTAR-F
           END-IF
           IF NOT FS-STATUS-EMB-OK
              MOVE 99 TO WS-EMB-COD-RET
              GO TO 100000-CONSULTAR-F
           END-IF

           MOVE WS-EMB-CUENTA TO REG-EMB-CUENTA
           START EMBARGOS KEY = REG-EMB-CUENTA
           EVALUATE TRUE
               WHEN FS-STATUS-EMB-OK
                    MOVE "N" TO WSV-SW-FIN-CUENTA
                    PERFORM 110000-LEER-EMBARGO
                       THRU 110000-LEER-EMBARGO-F
                       UNTIL WSV-FIN-CUENTA
               WHEN FS-STATUS-EMB-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE 99 TO WS-EMB-COD-RET
           END-EVALUATE

           CLOSE EMBARGOS
           .
       100000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         110000-LEER-EMBARGO
      ******************************************************************
       110000-LEER-EMBARGO.
           READ EMBARGOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-EMB-OK
                    IF REG-EMB-CUENTA NOT = WS-EMB-CUENTA
                       MOVE "S" TO WSV-SW-FIN-CUENTA
                    ELSE
                       IF REG-EMB-VIGENTE
                          AND REG-EMB-MONTO-ORDENADO >
                              REG-EMB-MONTO-RETENIDO
                          COMPUTE WS-EMB-MONTO-EMBARGADO =
                             WS-EMB-MONTO-EMBARGADO +
                             REG-EMB-MONTO-ORDENADO -
                             REG-EMB-MONTO-RETENIDO
                          ADD 1 TO WS-EMB-CANT-VIGENTES
                       END-IF
                    END-IF
               WHEN FS-STATUS-EMB-EOF
                    MOVE "S" TO WSV-SW-FIN-CUENTA
               WHEN OTHER
                    MOVE 99  TO WS-EMB-COD-RET
                    MOVE "S" TO WSV-SW-FIN-CUENTA
           END-EVALUATE
           .
       110000-LEER-EMBARGO-F. EXIT.
      ******************************************************************
      *                         200000-INMOVILIZADA
      *Sin archivo de inmovilizaciones ninguna cuenta esta
      *inmovilizada; la cuenta que no figura tampoco.
      ******************************************************************
       200000-INMOVILIZADA.
           OPEN INPUT INMOVILIZADAS
           IF FS-STATUS-INM-NOT-FOUND
              GO TO 200000-INMOVILIZADA-F
           END-IF
           IF NOT FS-STATUS-INM-OK
              MOVE 99 TO WS-EMB-COD-RET
              GO TO 200000-INMOVILIZADA-F
           END-IF

           MOVE WS-EMB-CUENTA TO REG-INM-CUENTA
           READ INMOVILIZADAS
           EVALUATE TRUE
               WHEN FS-STATUS-INM-OK
                    MOVE "S" TO WS-EMB-INMOVILIZADA
               WHEN FS-STATUS-INM-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE 99 TO WS-EMB-COD-RET
           END-EVALUATE

           CLOSE INMOVILIZADAS
           .
       200000-INMOVILIZADA-F. EXIT.
      ******************************************************************
      *                         300000-CHEQUES-EN-CANJE
      *Sin archivo de cheques depositados no hay fondos en canje. Se
      *abre y se cierra en cada consulta, como los embargos: la caja
      *deposita cheques mientras otros circuitos consultan.
      ******************************************************************
       300000-CHEQUES-EN-CANJE.
           OPEN INPUT DEPOSITADOS
           IF FS-STATUS-CHD-NOT-FOUND
              GO TO 300000-CHEQUES-EN-CANJE-F
           END-IF
           IF NOT FS-STATUS-CHD-OK
              MOVE 99 TO WS-EMB-COD-RET
              GO TO 300000-CHEQUES-EN-CANJE-F
           END-IF

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-EMB-CUENTA TO REG-CHD-CUENTA
           START DEPOSITADOS KEY = REG-CHD-CUENTA
           EVALUATE TRUE
               WHEN FS-STATUS-CHD-OK
                    MOVE "N" TO WSV-SW-FIN-CUENTA
                    PERFORM 310000-LEER-DEPOSITADO
                       THRU 310000-LEER-DEPOSITADO-F
                       UNTIL WSV-FIN-CUENTA
               WHEN FS-STATUS-CHD-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE 99 TO WS-EMB-COD-RET
           END-EVALUATE

           CLOSE DEPOSITADOS
           .
       300000-CHEQUES-EN-CANJE-F. EXIT.
      ******************************************************************
      *                         310000-LEER-DEPOSITADO
      ******************************************************************
       310000-LEER-DEPOSITADO.
           READ DEPOSITADOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CHD-OK
                    IF REG-CHD-CUENTA NOT = WS-EMB-CUENTA
                       MOVE "S" TO WSV-SW-FIN-CUENTA
                    ELSE
                       IF REG-CHD-DEPOSITADO OR REG-CHD-PRESENTADO
                          ADD REG-CHD-IMPORTE TO WS-EMB-MONTO-CANJE
                          IF REG-CHD-FECHA-DEPOSITO = WSV-FECHA-HOY
                             ADD REG-CHD-IMPORTE TO WS-EMB-CANJE-HOY
                          END-IF
                       END-IF
                    END-IF
               WHEN FS-STATUS-CHD-EOF
                    MOVE "S" TO WSV-SW-FIN-CUENTA
               WHEN OTHER
                    MOVE 99  TO WS-EMB-COD-RET
                    MOVE "S" TO WSV-SW-FIN-CUENTA
           END-EVALUATE
           .
       310000-LEER-DEPOSITADO-F. EXIT.
       END PROGRAM RUTEMBAR.
