      ******************************************************************
      *Carga de actas de examen final. El tribunal devuelve el acta
      *que emitio E185 con la nota de cada presente o una A por cada
      *ausente, y el registro la carga en ACTAS_CARGADAS.txt (materia,
      *llamado, legajo, condicion P presente / A ausente, nota). Cada
      *renglon debe corresponder a un anotado de la mesa todavia sin
      *cargar (estado R en INSCRIPTOS_MESA.txt) y la nota de un
      *presente ir de 0 a 10; lo que no cumple sale a
      *ACTAS_CARGA_RECH.txt con el motivo (N no anotado, Y ya
      *cargado, V nota o condicion invalida). Las notas de los
      *presentes se agregan a LOTE.txt, la entrada de la cadena
      *E88 / E35 que las pasa al TRANSCRIPTO.txt, y quedan en el
      *padron de la mesa con estado P. La mesa que se carga se
      *cierra: el anotado que no vino en el acta queda ausente
      *(estado A) en lugar de desaparecer. Una mesa con un renglon
      *de legajo no anotado o nota invalida no se cierra hasta que
      *se corrija y se vuelva a cargar, para no dar por ausente a
      *quien rindio; repetir un renglon ya cargado no lo impide. El
      *acta cerrada, con nota o AUSENTE por anotado, sale en
      *ACTAS_CERRADAS.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E185ACT.
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
       SELECT CARGADAS ASSIGN TO "ACTAS_CARGADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CAR.
      ****************************  INPUT-OUTPUT  **********************
       SELECT INSCRIPTOS ASSIGN TO "INSCRIPTOS_MESA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-IMS.

       SELECT DATOS ASSIGN TO "LOTE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.
      ****************************  OUTPUT  ****************************
       SELECT RECHAZADAS ASSIGN TO "ACTAS_CARGA_RECH.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT CERRADAS ASSIGN TO "ACTAS_CERRADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CER.
       DATA DIVISION.
       FILE SECTION.
       FD CARGADAS.
          01 REG-CARGADA.
             05 REG-CAR-MATERIA      PIC 9(02).
             05 REG-CAR-LLAMADO      PIC 9(02).
             05 REG-CAR-LEGAJO       PIC 9(02).
             05 REG-CAR-CONDICION    PIC X(01).
                88 REG-CAR-PRESENTE       VALUE "P".
                88 REG-CAR-AUSENTE        VALUE "A".
             05 REG-CAR-NOTA         PIC 9(02)V9(02).

       FD INSCRIPTOS.
          01 REG-INSCRIPTO.
             05 REG-IMS-MATERIA      PIC 9(02).
             05 REG-IMS-LLAMADO      PIC 9(02).
             05 REG-IMS-LEGAJO       PIC 9(02).
             05 REG-IMS-ESTADO       PIC X(01).
             05 REG-IMS-NOTA         PIC 9(02)V9(02).

       FD DATOS.
          01 REG-DATOS.
             05 REG-LEGAJO           PIC 9(02).
             05 REG-MATERIA          PIC 9(02).
             05 REG-NOTA             PIC 9(02)V9(02).

       FD RECHAZADAS.
          01 REG-RECHAZADA.
             05 REG-REC-MATERIA      PIC 9(02).
             05 REG-REC-LLAMADO      PIC 9(02).
             05 REG-REC-LEGAJO       PIC 9(02).
             05 REG-REC-CONDICION    PIC X(01).
             05 REG-REC-NOTA         PIC 9(02)V9(02).
             05 REG-REC-MOTIVO       PIC X(01).

       FD CERRADAS.
          01 REG-CERRADA             PIC X(60).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-INSCRIPTOS PIC X(30) VALUE
              '110000-CARGAR-INSCRIPTOS    '.
              05 CON-200000-PROCESAR        PIC X(30) VALUE
              '200000-PROCESAR             '.
              05 CON-300000-CERRAR-MESAS    PIC X(30) VALUE
              '300000-CERRAR-MESAS         '.
              05 CON-400000-GRABAR          PIC X(30) VALUE
              '400000-GRABAR               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-CARGADAS  PIC X(10) VALUE 'ACTASCARGA'.
              05 CON-INSCRMESA PIC X(10) VALUE 'INSCRMESA '.
              05 CON-DATOS     PIC X(10) VALUE 'LOTE      '.
              05 CON-RECHAZADA PIC X(10) VALUE 'RECHAZADAS'.
              05 CON-CERRADAS  PIC X(10) VALUE 'CERRADAS  '.
           02 CON-OTROS.
              05 CON-NOTA-MAXIMA   PIC 9(02)V9(02) VALUE 10,00.
      ************************** TABLES ********************************
       01 WSV-TABLA-INSCRIPTOS.
          02 WSV-IMS-ENTRY OCCURS 500 TIMES.
             05 WSV-IMS-MATERIA      PIC 9(02).
             05 WSV-IMS-LLAMADO      PIC 9(02).
             05 WSV-IMS-LEGAJO       PIC 9(02).
             05 WSV-IMS-ESTADO       PIC X(01).
             05 WSV-IMS-NOTA         PIC 9(02)V9(02).
       01 WSV-CANT-INSCRIPTOS        PIC 9(03) VALUE 0.

      *Mesas tocadas por la carga; con error no se cierran.
       01 WSV-TABLA-MESAS.
          02 WSV-MES-ENTRY OCCURS 100 TIMES.
             05 WSV-MES-MATERIA      PIC 9(02).
             05 WSV-MES-LLAMADO      PIC 9(02).
             05 WSV-MES-ERROR        PIC X(01).
       01 WSV-CANT-MESAS             PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-CAR           PIC X(02) VALUE "00".
             88 FS-STATUS-CAR-OK               VALUE "00".
             88 FS-STATUS-CAR-EOF              VALUE "10".
             88 FS-STATUS-CAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-IMS           PIC X(02) VALUE "00".
             88 FS-STATUS-IMS-OK               VALUE "00".
             88 FS-STATUS-IMS-EOF              VALUE "10".
             88 FS-STATUS-IMS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
          05 FS-STATUS-CER           PIC X(02) VALUE "00".
             88 FS-STATUS-CER-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-IMS             PIC 9(03).
          05 WSV-IDX-MES             PIC 9(03).
          05 WSV-MOTIVO              PIC X(01).
          05 WSV-EDIT-NOTA           PIC Z9,99.
          05 WSV-LINEA               PIC X(60).
       01 WSV-CONTADORES.
          05 WSV-CANT-NOTAS          PIC 9(04) VALUE ZERO.
          05 WSV-CANT-AUSENTES       PIC 9(04) VALUE ZERO.
          05 WSV-CANT-RECHAZADOS     PIC 9(04) VALUE ZERO.
          05 WSV-CANT-CERRADAS       PIC 9(04) VALUE ZERO.
          05 WSV-CANT-ABIERTAS       PIC 9(04) VALUE ZERO.
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
           MOVE "E185ACT" TO WS-ERR-PROGRAMA

           PERFORM 110000-CARGAR-INSCRIPTOS
              THRU 110000-CARGAR-INSCRIPTOS-F

           PERFORM 200000-PROCESAR
              THRU 200000-PROCESAR-F

           PERFORM 300000-CERRAR-MESAS
              THRU 300000-CERRAR-MESAS-F

           PERFORM 400000-GRABAR
              THRU 400000-GRABAR-F

           DISPLAY "E185ACT - CARGA DE ACTAS DE EXAMEN"
           DISPLAY "NOTAS A LOTE        : " WSV-CANT-NOTAS
           DISPLAY "AUSENTES            : " WSV-CANT-AUSENTES
           DISPLAY "RENGLONES RECHAZADOS: " WSV-CANT-RECHAZADOS
           DISPLAY "ACTAS CERRADAS      : " WSV-CANT-CERRADAS
           DISPLAY "ACTAS SIN CERRAR    : " WSV-CANT-ABIERTAS
           STOP RUN
           .
      ******************************************************************
      *                         110000-CARGAR-INSCRIPTOS
      ******************************************************************
       110000-CARGAR-INSCRIPTOS.
           OPEN INPUT INSCRIPTOS
           IF FS-STATUS-IMS-NOT-FOUND
              DISPLAY "E185ACT: SIN INSCRIPTOS_MESA.txt - NO HAY "
                      "ACTAS PARA CARGAR (CORRA E185)"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-IMS-OK
              MOVE CON-110000-CARGAR-INSCRIPTOS TO WS-ERR-PARRAFO
              MOVE CON-INSCRMESA                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                    TO WS-ERR-OPERACION
              MOVE FS-STATUS-IMS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 120000-LEER-INSCRIPTO
              THRU 120000-LEER-INSCRIPTO-F
              UNTIL FS-STATUS-IMS-EOF
           CLOSE INSCRIPTOS
           .
       110000-CARGAR-INSCRIPTOS-F. EXIT.
      ******************************************************************
      *                         120000-LEER-INSCRIPTO
      ******************************************************************
       120000-LEER-INSCRIPTO.
           READ INSCRIPTOS
           EVALUATE TRUE
               WHEN FS-STATUS-IMS-OK
      *Un anotado fuera de tabla se perderia en la regrabacion:
      *tabla llena corta.
                    IF WSV-CANT-INSCRIPTOS = 500
                       DISPLAY "E185ACT: TABLA DE INSCRIPTOS A MESA "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-INSCRIPTOS TO
                          WS-ERR-PARRAFO
                       MOVE CON-INSCRMESA TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-INSCRIPTOS
                    MOVE REG-IMS-MATERIA TO
                       WSV-IMS-MATERIA(WSV-CANT-INSCRIPTOS)
                    MOVE REG-IMS-LLAMADO TO
                       WSV-IMS-LLAMADO(WSV-CANT-INSCRIPTOS)
                    MOVE REG-IMS-LEGAJO TO
                       WSV-IMS-LEGAJO(WSV-CANT-INSCRIPTOS)
                    MOVE REG-IMS-ESTADO TO
                       WSV-IMS-ESTADO(WSV-CANT-INSCRIPTOS)
                    MOVE REG-IMS-NOTA TO
                       WSV-IMS-NOTA(WSV-CANT-INSCRIPTOS)
               WHEN FS-STATUS-IMS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-INSCRIPTOS TO WS-ERR-PARRAFO
                    MOVE CON-INSCRMESA            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-IMS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       120000-LEER-INSCRIPTO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESAR
      *LOTE.txt se extiende: puede traer ya notas de otro origen.
      ******************************************************************
       200000-PROCESAR.
           OPEN INPUT CARGADAS
           IF FS-STATUS-CAR-NOT-FOUND
              DISPLAY "E185ACT: SIN ACTAS_CARGADAS.txt - NADA QUE "
                      "CARGAR"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-CAR-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-CARGADAS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAR       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND DATOS
           IF FS-STATUS-LOT-NOT-FOUND
              OPEN OUTPUT DATOS
           END-IF
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-DATOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT RECHAZADAS
           IF NOT FS-STATUS-REC-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZADA       TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 210000-LEER-CARGADA
              THRU 210000-LEER-CARGADA-F
              UNTIL FS-STATUS-CAR-EOF

           CLOSE CARGADAS
           CLOSE DATOS
           CLOSE RECHAZADAS
           .
       200000-PROCESAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-CARGADA
      ******************************************************************
       210000-LEER-CARGADA.
           READ CARGADAS
           EVALUATE TRUE
               WHEN FS-STATUS-CAR-OK
                    PERFORM 220000-APLICAR-RENGLON
                       THRU 220000-APLICAR-RENGLON-F
               WHEN FS-STATUS-CAR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
                    MOVE CON-CARGADAS        TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAR       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-CARGADA-F. EXIT.
      ******************************************************************
      *                         220000-APLICAR-RENGLON
      ******************************************************************
       220000-APLICAR-RENGLON.
           PERFORM 230000-REGISTRAR-MESA
              THRU 230000-REGISTRAR-MESA-F

           IF NOT (REG-CAR-PRESENTE OR REG-CAR-AUSENTE)
              OR (REG-CAR-PRESENTE
                  AND REG-CAR-NOTA > CON-NOTA-MAXIMA)
              MOVE "V" TO WSV-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-APLICAR-RENGLON-F
           END-IF

           MOVE "N"  TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-IMS
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
              OR WSV-ENCONTRADO
              IF WSV-IMS-MATERIA(WSV-IDX) = REG-CAR-MATERIA
                 AND WSV-IMS-LLAMADO(WSV-IDX) = REG-CAR-LLAMADO
                 AND WSV-IMS-LEGAJO(WSV-IDX) = REG-CAR-LEGAJO
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-IMS
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              MOVE "N" TO WSV-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-APLICAR-RENGLON-F
           END-IF
           IF WSV-IMS-ESTADO(WSV-IDX-IMS) NOT = "R"
              MOVE "Y" TO WSV-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-APLICAR-RENGLON-F
           END-IF

           IF REG-CAR-AUSENTE
              MOVE "A"  TO WSV-IMS-ESTADO(WSV-IDX-IMS)
              MOVE ZERO TO WSV-IMS-NOTA(WSV-IDX-IMS)
              ADD 1 TO WSV-CANT-AUSENTES
              GO TO 220000-APLICAR-RENGLON-F
           END-IF

           MOVE "P"          TO WSV-IMS-ESTADO(WSV-IDX-IMS)
           MOVE REG-CAR-NOTA TO WSV-IMS-NOTA(WSV-IDX-IMS)
           MOVE REG-CAR-LEGAJO  TO REG-LEGAJO
           MOVE REG-CAR-MATERIA TO REG-MATERIA
           MOVE REG-CAR-NOTA    TO REG-NOTA
           WRITE REG-DATOS
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-DATOS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-NOTAS
           .
       220000-APLICAR-RENGLON-F. EXIT.
      ******************************************************************
      *                         230000-REGISTRAR-MESA
      *Deja en WSV-IDX-MES la mesa del renglon, agregandola si es la
      *primera vez que aparece.
      ******************************************************************
       230000-REGISTRAR-MESA.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESAS
              OR WSV-ENCONTRADO
              IF WSV-MES-MATERIA(WSV-IDX) = REG-CAR-MATERIA
                 AND WSV-MES-LLAMADO(WSV-IDX) = REG-CAR-LLAMADO
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM

           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX
              MOVE WSV-IDX TO WSV-IDX-MES
              GO TO 230000-REGISTRAR-MESA-F
           END-IF

           IF WSV-CANT-MESAS = 100
              DISPLAY "E185ACT: TABLA DE MESAS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-CARGADAS        TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-MESAS
           MOVE WSV-CANT-MESAS  TO WSV-IDX-MES
           MOVE REG-CAR-MATERIA TO WSV-MES-MATERIA(WSV-IDX-MES)
           MOVE REG-CAR-LLAMADO TO WSV-MES-LLAMADO(WSV-IDX-MES)
           MOVE "N"             TO WSV-MES-ERROR(WSV-IDX-MES)
           .
       230000-REGISTRAR-MESA-F. EXIT.
      ******************************************************************
      *                         280000-RECHAZAR
      ******************************************************************
       280000-RECHAZAR.
           IF WSV-MOTIVO NOT = "Y"
              MOVE "S" TO WSV-MES-ERROR(WSV-IDX-MES)
           END-IF
           MOVE REG-CAR-MATERIA   TO REG-REC-MATERIA
           MOVE REG-CAR-LLAMADO   TO REG-REC-LLAMADO
           MOVE REG-CAR-LEGAJO    TO REG-REC-LEGAJO
           MOVE REG-CAR-CONDICION TO REG-REC-CONDICION
           MOVE REG-CAR-NOTA      TO REG-REC-NOTA
           MOVE WSV-MOTIVO        TO REG-REC-MOTIVO
           WRITE REG-RECHAZADA
           IF NOT FS-STATUS-REC-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZADA       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RECHAZADOS
           .
       280000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         300000-CERRAR-MESAS
      ******************************************************************
       300000-CERRAR-MESAS.
           OPEN OUTPUT CERRADAS
           IF NOT FS-STATUS-CER-OK
              MOVE CON-300000-CERRAR-MESAS TO WS-ERR-PARRAFO
              MOVE CON-CERRADAS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 310000-CERRAR-MESA
              THRU 310000-CERRAR-MESA-F
              VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESAS
           CLOSE CERRADAS
           .
       300000-CERRAR-MESAS-F. EXIT.
      ******************************************************************
      *                         310000-CERRAR-MESA
      ******************************************************************
       310000-CERRAR-MESA.
           IF WSV-MES-ERROR(WSV-IDX-MES) = "S"
              ADD 1 TO WSV-CANT-ABIERTAS
              DISPLAY "E185ACT: ACTA MATERIA "
                      WSV-MES-MATERIA(WSV-IDX-MES) " LLAMADO "
                      WSV-MES-LLAMADO(WSV-IDX-MES)
                      " CON RENGLONES RECHAZADOS - NO SE CIERRA"
              GO TO 310000-CERRAR-MESA-F
           END-IF
           ADD 1 TO WSV-CANT-CERRADAS

           MOVE SPACES TO WSV-LINEA
           STRING "ACTA CERRADA - MATERIA " DELIMITED BY SIZE
              WSV-MES-MATERIA(WSV-IDX-MES) DELIMITED BY SIZE
              " LLAMADO " DELIMITED BY SIZE
              WSV-MES-LLAMADO(WSV-IDX-MES) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F

      *El anotado que no vino en el acta queda ausente.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
              IF WSV-IMS-MATERIA(WSV-IDX) =
                 WSV-MES-MATERIA(WSV-IDX-MES)
                 AND WSV-IMS-LLAMADO(WSV-IDX) =
                     WSV-MES-LLAMADO(WSV-IDX-MES)
                 IF WSV-IMS-ESTADO(WSV-IDX) = "R"
                    MOVE "A"  TO WSV-IMS-ESTADO(WSV-IDX)
                    MOVE ZERO TO WSV-IMS-NOTA(WSV-IDX)
                    ADD 1 TO WSV-CANT-AUSENTES
                 END-IF
                 MOVE SPACES TO WSV-LINEA
                 IF WSV-IMS-ESTADO(WSV-IDX) = "A"
                    STRING "  LEGAJO " DELIMITED BY SIZE
                       WSV-IMS-LEGAJO(WSV-IDX) DELIMITED BY SIZE
                       "   AUSENTE" DELIMITED BY SIZE
                       INTO WSV-LINEA
                 ELSE
                    MOVE WSV-IMS-NOTA(WSV-IDX) TO WSV-EDIT-NOTA
                    STRING "  LEGAJO " DELIMITED BY SIZE
                       WSV-IMS-LEGAJO(WSV-IDX) DELIMITED BY SIZE
                       "   NOTA " DELIMITED BY SIZE
                       WSV-EDIT-NOTA DELIMITED BY SIZE
                       INTO WSV-LINEA
                 END-IF
                 PERFORM 380000-ESCRIBIR
                    THRU 380000-ESCRIBIR-F
              END-IF
           END-PERFORM

           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           .
       310000-CERRAR-MESA-F. EXIT.
      ******************************************************************
      *                         380000-ESCRIBIR
      ******************************************************************
       380000-ESCRIBIR.
           WRITE REG-CERRADA FROM WSV-LINEA
           IF NOT FS-STATUS-CER-OK
              MOVE CON-300000-CERRAR-MESAS TO WS-ERR-PARRAFO
              MOVE CON-CERRADAS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       380000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         400000-GRABAR
      ******************************************************************
       400000-GRABAR.
           OPEN OUTPUT INSCRIPTOS
           IF NOT FS-STATUS-IMS-OK
              MOVE CON-400000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-INSCRMESA     TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-IMS     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
              MOVE WSV-IMS-MATERIA(WSV-IDX) TO REG-IMS-MATERIA
              MOVE WSV-IMS-LLAMADO(WSV-IDX) TO REG-IMS-LLAMADO
              MOVE WSV-IMS-LEGAJO(WSV-IDX)  TO REG-IMS-LEGAJO
              MOVE WSV-IMS-ESTADO(WSV-IDX)  TO REG-IMS-ESTADO
              MOVE WSV-IMS-NOTA(WSV-IDX)    TO REG-IMS-NOTA
              WRITE REG-INSCRIPTO
              IF NOT FS-STATUS-IMS-OK
                 MOVE CON-400000-GRABAR TO WS-ERR-PARRAFO
                 MOVE CON-INSCRMESA     TO WS-ERR-OBJETO
                 MOVE CON-GRABAR        TO WS-ERR-OPERACION
                 MOVE FS-STATUS-IMS     TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE INSCRIPTOS
           .
       400000-GRABAR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E185ACT.
