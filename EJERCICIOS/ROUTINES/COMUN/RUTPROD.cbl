      ******************************************************************
      *Rutina comun de consulta del catalogo de productos. Cada cuenta
      *CUENTASIX lleva en REG-PRODUCTO-CUENTA-IX el codigo de su
      *producto (caja de ahorro, cuenta corriente, ...) dado de alta
      *con E145 en PRODUCTOS.txt. El producto decide que admite la
      *cuenta: la chequera solo en cuenta corriente (E98), el saldo
      *deudor solo si el producto lo permite (E47) y la banda de la
      *tarifa de mantenimiento (E59). La operacion C devuelve los
      *atributos del producto; una cuenta sin producto asignado (las
      *cargadas antes del catalogo) o con un codigo que no esta en
      *el catalogo vuelve con 01 y se la trata como la mas
      *restringida: sin cheques, sin descubierto y tarifa general.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTPROD.
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
       SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS RANDOM
                     RECORD KEY   IS REG-PRO-CODIGO
                     FILE STATUS  IS FS-STATUS-PRO.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS.
          01 REG-PRODUCTO.
             05 REG-PRO-CODIGO           PIC X(03).
             05 REG-PRO-DESCRIPCION      PIC X(30).
             05 REG-PRO-TIPO             PIC X(02).
             05 REG-PRO-DESCUBIERTO      PIC X(01).
             05 REG-PRO-GRUPO-TARIFA     PIC X(02).
             05 REG-PRO-ESTADO           PIC X(01).
             05 REG-PRO-FECHA-ALTA       PIC 9(08).
             05 REG-PRO-FECHA-ESTADO     PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PRO           PIC X(02) VALUE "00".
             88 FS-STATUS-PRO-OK               VALUE "00".
             88 FS-STATUS-PRO-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-PRO-NOT-FOUND        VALUE "35".
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
       01 LK-REG-PRODUCTO.
       COPY WSPRODUC.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING LK-REG-PRODUCTO.
           MOVE ZERO   TO WS-PRO-COD-RET
           MOVE SPACES TO WS-PRO-DESCRIPCION
           MOVE SPACES TO WS-PRO-TIPO
           MOVE "N"    TO WS-PRO-DESCUBIERTO
           MOVE SPACES TO WS-PRO-GRUPO-TARIFA
           MOVE SPACES TO WS-PRO-ESTADO

           EVALUATE WS-PRO-OPERACION
               WHEN "C"
                    PERFORM 100000-CONSULTAR
                       THRU 100000-CONSULTAR-F
               WHEN OTHER
                    MOVE 99 TO WS-PRO-COD-RET
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *                         100000-CONSULTAR
      *El archivo se abre y se cierra en cada consulta, igual que los
      *embargos en RUTEMBAR: E145 puede estar modificando el catalogo
      *mientras corre otro programa.
      ******************************************************************
       100000-CONSULTAR.
           IF WS-PRO-CODIGO = SPACES
              MOVE 01 TO WS-PRO-COD-RET
              GO TO 100000-CONSULTAR-F
           END-IF

           OPEN INPUT PRODUCTOS
           IF FS-STATUS-PRO-NOT-FOUND
              MOVE 01 TO WS-PRO-COD-RET
              GO TO 100000-CONSULTAR-F
           END-IF
           IF NOT FS-STATUS-PRO-OK
              MOVE 99 TO WS-PRO-COD-RET
              GO TO 100000-CONSULTAR-F
           END-IF

           MOVE WS-PRO-CODIGO TO REG-PRO-CODIGO
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-STATUS-PRO-OK
                    MOVE REG-PRO-DESCRIPCION  TO WS-PRO-DESCRIPCION
                    MOVE REG-PRO-TIPO         TO WS-PRO-TIPO
                    MOVE REG-PRO-DESCUBIERTO  TO WS-PRO-DESCUBIERTO
                    MOVE REG-PRO-GRUPO-TARIFA TO WS-PRO-GRUPO-TARIFA
                    MOVE REG-PRO-ESTADO       TO WS-PRO-ESTADO
               WHEN FS-STATUS-PRO-SIN-CLAVE
                    MOVE 01 TO WS-PRO-COD-RET
               WHEN OTHER
                    MOVE 99 TO WS-PRO-COD-RET
           END-EVALUATE

           CLOSE PRODUCTOS
           .
       100000-CONSULTAR-F. EXIT.
       END PROGRAM RUTPROD.
