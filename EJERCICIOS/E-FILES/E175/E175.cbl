      ******************************************************************
      *Deducciones personales de ganancias declaradas por cada
      *empleado en el formulario F.572. Hasta ahora el formulario se
      *archivaba en papel y personal lo volvia a buscar cada marzo
      *para el ajuste anual. Este programa mantiene DEDUCCIONES.txt
      *por empleado y anio fiscal: conyuge a cargo, cantidad de hijos
      *a cargo, alquiler de vivienda, intereses de credito
      *hipotecario y servicio domestico pagados en el anio. La
      *presentacion se valida contra el legajo de E117 (un legajo ya
      *liquidado por egreso no presenta) y una nueva presentacion del
      *mismo anio reemplaza a la anterior. E176 toma estas
      *deducciones en el ajuste anual.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E175.
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
       SELECT LEGAJOS ASSIGN TO "LEGAJOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-LEG-CLAVE
                       FILE STATUS  IS FS-STATUS-LEG.
      ****************************  OUTPUT  ****************************
       SELECT DEDUCCIONES ASSIGN TO "DEDUCCIONES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-DED-CLAVE-ANIO
                       FILE STATUS  IS FS-STATUS-DED.
       DATA DIVISION.
       FILE SECTION.
       FD LEGAJOS.
          01 REG-LEGAJO.
             05 REG-LEG-CLAVE.
                10 REG-LEG-SUC           PIC 9(02).
                10 REG-LEG-DEP           PIC 9(02).
                10 REG-LEG-SEC           PIC 9(02).
                10 REG-LEG-COD-EMP       PIC 9(02).
             05 REG-LEG-FECHA-INGRESO    PIC 9(08).
             05 REG-LEG-CATEGORIA        PIC X(02).
             05 REG-LEG-ESTADO-CIVIL     PIC X(01).
             05 REG-LEG-REGIMEN-REDUCIDO PIC X(01).
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-ACTIVO              VALUE "A" " ".
                88 REG-LEG-EGRESO-PENDIENTE    VALUE "E".
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

      *Un registro por empleado y anio fiscal; los importes son los
      *pagados en todo el anio.
       FD DEDUCCIONES.
          01 REG-DEDUCCION.
             05 REG-DED-CLAVE-ANIO.
                10 REG-DED-CLAVE         PIC 9(08).
                10 REG-DED-ANIO          PIC 9(04).
             05 REG-DED-CONYUGE          PIC X(01).
                88 REG-DED-CON-CONYUGE         VALUE "S".
             05 REG-DED-CANT-HIJOS       PIC 9(02).
             05 REG-DED-ALQUILER         PIC 9(07)V9(02).
             05 REG-DED-INTERESES        PIC 9(07)V9(02).
             05 REG-DED-DOMESTICO        PIC 9(07)V9(02).
             05 REG-DED-FECHA-PRESENTA   PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-220000-CONSULTAR       PIC X(30) VALUE
              '220000-CONSULTAR            '.
              05 CON-230000-PRESENTAR       PIC X(30) VALUE
              '230000-PRESENTAR            '.
              05 CON-260000-LISTADO         PIC X(30) VALUE
              '260000-LISTADO              '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-LEGAJOS     PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-DEDUCCIONES PIC X(10) VALUE 'DEDUCCION '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-LEG           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-NOT-FOUND        VALUE "23".
             88 FS-STATUS-LEG-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-DED           PIC X(02) VALUE "00".
             88 FS-STATUS-DED-OK               VALUE "00".
             88 FS-STATUS-DED-EOF              VALUE "10".
             88 FS-STATUS-DED-NOT-FOUND        VALUE "23".
             88 FS-STATUS-DED-SIN-ARCHIVO      VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-CLAVE               PIC 9(08).
          05 WSV-ANIO                PIC 9(04).
          05 WSV-ANIO-HOY            PIC 9(04).
          05 WSV-SW-EXISTE           PIC X(01).
             88 WSV-EXISTE                     VALUE "S".
          05 WSV-CANT-LISTADOS       PIC 9(04).
          05 WSV-EDIT-ALQ            PIC Z.ZZZ.ZZ9,99.
          05 WSV-EDIT-INT            PIC Z.ZZZ.ZZ9,99.
          05 WSV-EDIT-DOM            PIC Z.ZZZ.ZZ9,99.
      ************************** COPYS  ********************************
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
           MOVE "E175" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WSV-ANIO-HOY = WSV-FECHA-HOY / 10000

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           CLOSE LEGAJOS
           CLOSE DEDUCCIONES
           STOP RUN
           .
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN INPUT LEGAJOS
           IF FS-STATUS-LEG-SIN-ARCHIVO
              DISPLAY "E175: SIN LEGAJOS.txt - REGISTRE LOS "
                      "LEGAJOS CON E117"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O DEDUCCIONES
           IF FS-STATUS-DED-SIN-ARCHIVO
              OPEN OUTPUT DEDUCCIONES
              CLOSE DEDUCCIONES
              OPEN I-O DEDUCCIONES
           END-IF
           IF NOT FS-STATUS-DED-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DEDUCCIONES          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DED            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR F.572 DE UN EMPLEADO"
           DISPLAY "2.PRESENTAR F.572 (ALTA O REEMPLAZO)"
           DISPLAY "3.LISTADO DE F.572 DE UN ANIO"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 220000-CONSULTAR
                       THRU 220000-CONSULTAR-F
               WHEN 2
                    PERFORM 230000-PRESENTAR
                       THRU 230000-PRESENTAR-F
               WHEN 3
                    PERFORM 260000-LISTADO
                       THRU 260000-LISTADO-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         215000-PEDIR-CLAVE
      ******************************************************************
       215000-PEDIR-CLAVE.
           DISPLAY "INGRESE LA CLAVE DEL EMPLEADO (8 DIGITOS)"
           ACCEPT WSV-CLAVE
           DISPLAY "INGRESE EL ANIO FISCAL (AAAA)"
           ACCEPT WSV-ANIO
           MOVE WSV-CLAVE TO REG-DED-CLAVE
           MOVE WSV-ANIO  TO REG-DED-ANIO
           .
       215000-PEDIR-CLAVE-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 215000-PEDIR-CLAVE
              THRU 215000-PEDIR-CLAVE-F
           READ DEDUCCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-DED-OK
                    PERFORM 225000-MOSTRAR
                       THRU 225000-MOSTRAR-F
               WHEN FS-STATUS-DED-NOT-FOUND
                    DISPLAY "SIN F.572 PRESENTADO PARA ESE ANIO"
               WHEN OTHER
                    MOVE CON-220000-CONSULTAR TO WS-ERR-PARRAFO
                    MOVE CON-DEDUCCIONES      TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DED        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         225000-MOSTRAR
      ******************************************************************
       225000-MOSTRAR.
           MOVE REG-DED-ALQUILER  TO WSV-EDIT-ALQ
           MOVE REG-DED-INTERESES TO WSV-EDIT-INT
           MOVE REG-DED-DOMESTICO TO WSV-EDIT-DOM
           DISPLAY "EMPLEADO " REG-DED-CLAVE " ANIO " REG-DED-ANIO
                   " PRESENTADO " REG-DED-FECHA-PRESENTA
           DISPLAY "  CONYUGE " REG-DED-CONYUGE
                   " HIJOS " REG-DED-CANT-HIJOS
           DISPLAY "  ALQUILER " WSV-EDIT-ALQ
                   " INTERESES HIPOTECARIOS " WSV-EDIT-INT
           DISPLAY "  SERVICIO DOMESTICO " WSV-EDIT-DOM
           .
       225000-MOSTRAR-F. EXIT.
      ******************************************************************
      *                         230000-PRESENTAR
      *El anio fiscal puede ser el actual o el anterior (el ajuste se
      *hace hasta marzo del anio siguiente).
      ******************************************************************
       230000-PRESENTAR.
           PERFORM 215000-PEDIR-CLAVE
              THRU 215000-PEDIR-CLAVE-F
           IF WSV-ANIO > WSV-ANIO-HOY
              OR WSV-ANIO < WSV-ANIO-HOY - 1
              DISPLAY "ANIO FISCAL INVALIDO"
              GO TO 230000-PRESENTAR-F
           END-IF

           MOVE WSV-CLAVE TO REG-LEG-CLAVE
           READ LEGAJOS
           IF FS-STATUS-LEG-NOT-FOUND
              DISPLAY "LEGAJO INEXISTENTE"
              GO TO 230000-PRESENTAR-F
           END-IF
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-230000-PRESENTAR TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS          TO WS-ERR-OBJETO
              MOVE CON-LEER             TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF REG-LEG-LIQUIDADO
              DISPLAY "LEGAJO LIQUIDADO POR EGRESO EL "
                      REG-LEG-FECHA-LIQUIDACION
              GO TO 230000-PRESENTAR-F
           END-IF

           MOVE "N" TO WSV-SW-EXISTE
           READ DEDUCCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-DED-OK
                    MOVE "S" TO WSV-SW-EXISTE
                    DISPLAY "YA PRESENTADO - SE REEMPLAZA:"
                    PERFORM 225000-MOSTRAR
                       THRU 225000-MOSTRAR-F
               WHEN FS-STATUS-DED-NOT-FOUND
                    INITIALIZE REG-DEDUCCION
                    MOVE WSV-CLAVE TO REG-DED-CLAVE
                    MOVE WSV-ANIO  TO REG-DED-ANIO
               WHEN OTHER
                    MOVE CON-230000-PRESENTAR TO WS-ERR-PARRAFO
                    MOVE CON-DEDUCCIONES      TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DED        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           DISPLAY "CONYUGE A CARGO? S/N"
           ACCEPT REG-DED-CONYUGE
           IF REG-DED-CONYUGE NOT = "S" AND NOT = "N"
              DISPLAY "RESPUESTA INVALIDA"
              GO TO 230000-PRESENTAR-F
           END-IF
           DISPLAY "CANTIDAD DE HIJOS A CARGO (CARGAS EN LEGAJO: "
                   REG-LEG-CANT-CARGAS ")"
           ACCEPT REG-DED-CANT-HIJOS
           DISPLAY "ALQUILER DE VIVIENDA PAGADO EN EL ANIO"
           ACCEPT REG-DED-ALQUILER
           DISPLAY "INTERESES DE CREDITO HIPOTECARIO PAGADOS EN EL "
                   "ANIO"
           ACCEPT REG-DED-INTERESES
           DISPLAY "SERVICIO DOMESTICO PAGADO EN EL ANIO"
           ACCEPT REG-DED-DOMESTICO
           MOVE WSV-FECHA-HOY TO REG-DED-FECHA-PRESENTA

           IF WSV-EXISTE
              REWRITE REG-DEDUCCION
           ELSE
              WRITE REG-DEDUCCION
           END-IF
           IF FS-STATUS-DED-OK
              DISPLAY "F.572 REGISTRADO"
           ELSE
              MOVE CON-230000-PRESENTAR TO WS-ERR-PARRAFO
              MOVE CON-DEDUCCIONES      TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-DED        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       230000-PRESENTAR-F. EXIT.
      ******************************************************************
      *                         260000-LISTADO
      ******************************************************************
       260000-LISTADO.
           DISPLAY "INGRESE EL ANIO FISCAL (AAAA)"
           ACCEPT WSV-ANIO
           MOVE ZERO TO WSV-CANT-LISTADOS
           MOVE ZERO TO REG-DED-CLAVE-ANIO
           START DEDUCCIONES KEY > REG-DED-CLAVE-ANIO
           IF NOT FS-STATUS-DED-OK
              DISPLAY "NO HAY F.572 REGISTRADOS"
              MOVE "00" TO FS-STATUS-DED
              GO TO 260000-LISTADO-F
           END-IF

           DISPLAY "F.572 PRESENTADOS DEL ANIO " WSV-ANIO
           PERFORM 265000-LINEA-LISTADO
              THRU 265000-LINEA-LISTADO-F
              UNTIL FS-STATUS-DED-EOF
           MOVE "00" TO FS-STATUS-DED
           DISPLAY "TOTAL PRESENTADOS: " WSV-CANT-LISTADOS
           .
       260000-LISTADO-F. EXIT.
      ******************************************************************
      *                         265000-LINEA-LISTADO
      ******************************************************************
       265000-LINEA-LISTADO.
           READ DEDUCCIONES NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-DED-OK
                    IF REG-DED-ANIO = WSV-ANIO
                       ADD 1 TO WSV-CANT-LISTADOS
                       PERFORM 225000-MOSTRAR
                          THRU 225000-MOSTRAR-F
                    END-IF
               WHEN FS-STATUS-DED-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LISTADO TO WS-ERR-PARRAFO
                    MOVE CON-DEDUCCIONES    TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DED      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LINEA-LISTADO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E175.
