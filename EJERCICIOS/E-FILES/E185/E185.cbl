      ******************************************************************
      *Inscripcion a mesas de examen final y emision de actas. Las
      *notas de final llegaban a LOTE.txt sin saber de que mesa
      *salian y el registro tipeaba el acta a mano. El calendario
      *MESAS_EXAMEN.txt tiene una mesa por materia y llamado con la
      *fecha y el tribunal (presidente y dos vocales). Las
      *solicitudes de SOLICITUDES_MESA.txt (legajo, materia,
      *llamado) se aceptan solo si la mesa existe y todavia no se
      *tomo (fecha posterior a la de proceso), si el legajo tiene la
      *cursada regular de la materia (estado I en el padron
      *INSCRIPCIONES.txt de E140), si tiene aprobadas en
      *TRANSCRIPTO.txt las correlativas de CORRELATIVAS.txt (nota 4
      *o mas, las mismas reglas de E88 y E140), si no aprobo ya la
      *materia y si no esta ya anotado en esa mesa. Las rechazadas
      *van a INSCRIPCIONES_MESA_RECH.txt con el motivo (M mesa
      *inexistente o cerrada, R sin cursada regular, C correlativa
      *faltante, A materia ya aprobada, D duplicada). El padron
      *INSCRIPTOS_MESA.txt se regraba completo; el anotado queda en
      *estado R hasta que E185ACT carga el acta.
      *El dia de la mesa (fecha igual a la de proceso) sale en
      *ACTAS_EXAMEN.txt el acta impresa con el tribunal y los
      *anotados, con la columna de nota en blanco para el tribunal.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E185.
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
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT MESAS ASSIGN TO "MESAS_EXAMEN.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MES.

       SELECT SOLICITUDES ASSIGN TO "SOLICITUDES_MESA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SOL.

       SELECT INSCRIPCIONES ASSIGN TO "INSCRIPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INS.

       SELECT CORRELATIVAS ASSIGN TO "CORRELATIVAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-COR.

       SELECT TRANSCRIPTO ASSIGN TO "TRANSCRIPTO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TRA.
      ****************************  INPUT-OUTPUT  **********************
       SELECT INSCRIPTOS ASSIGN TO "INSCRIPTOS_MESA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-IMS.
      ****************************  OUTPUT  ****************************
       SELECT RECHAZADAS ASSIGN TO "INSCRIPCIONES_MESA_RECH.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT ACTAS ASSIGN TO "ACTAS_EXAMEN.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ACT.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA      PIC 9(08).

       FD MESAS.
          01 REG-MESA.
             05 REG-MES-MATERIA      PIC 9(02).
             05 REG-MES-LLAMADO      PIC 9(02).
             05 REG-MES-FECHA        PIC 9(08).
             05 REG-MES-PRESIDENTE   PIC X(20).
             05 REG-MES-VOCAL1       PIC X(20).
             05 REG-MES-VOCAL2       PIC X(20).

       FD SOLICITUDES.
          01 REG-SOLICITUD.
             05 REG-SOL-LEGAJO       PIC 9(02).
             05 REG-SOL-MATERIA      PIC 9(02).
             05 REG-SOL-LLAMADO      PIC 9(02).

       FD INSCRIPCIONES.
          01 REG-INSCRIPCION.
             05 REG-INS-PERIODO      PIC 9(06).
             05 REG-INS-MATERIA      PIC 9(02).
             05 REG-INS-SECCION      PIC 9(02).
             05 REG-INS-LEGAJO       PIC 9(02).
             05 REG-INS-ESTADO       PIC X(01).
             05 REG-INS-ORDEN        PIC 9(03).

       FD CORRELATIVAS.
          01 REG-CORRELATIVA.
             05 REG-COR-MATERIA      PIC 9(02).
             05 REG-COR-PREVIA       PIC 9(02).

       FD TRANSCRIPTO.
          01 REG-TRANSCRIPTO.
             05 REG-LEG-T            PIC 9(02).
             05 REG-MATERIA-T        PIC 9(02).
             05 REG-NOTA-T           PIC 9(02)V9(02).

      *Estado R anotado, P presente con nota, A ausente.
       FD INSCRIPTOS.
          01 REG-INSCRIPTO.
             05 REG-IMS-MATERIA      PIC 9(02).
             05 REG-IMS-LLAMADO      PIC 9(02).
             05 REG-IMS-LEGAJO       PIC 9(02).
             05 REG-IMS-ESTADO       PIC X(01).
                88 REG-IMS-ANOTADO        VALUE "R".
                88 REG-IMS-PRESENTE       VALUE "P".
                88 REG-IMS-AUSENTE        VALUE "A".
             05 REG-IMS-NOTA         PIC 9(02)V9(02).

       FD RECHAZADAS.
          01 REG-RECHAZADA.
             05 REG-REC-LEGAJO       PIC 9(02).
             05 REG-REC-MATERIA      PIC 9(02).
             05 REG-REC-LLAMADO      PIC 9(02).
             05 REG-REC-MOTIVO       PIC X(01).
             05 REG-REC-PREVIA       PIC 9(02).

       FD ACTAS.
          01 REG-ACTA                PIC X(70).
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
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-PROCESAR        PIC X(30) VALUE
              '200000-PROCESAR             '.
              05 CON-300000-GRABAR-SALIDAS  PIC X(30) VALUE
              '300000-GRABAR-SALIDAS       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-MESAS     PIC X(10) VALUE 'MESAS     '.
              05 CON-SOLICIT   PIC X(10) VALUE 'SOLICITUDE'.
              05 CON-INSCRIP   PIC X(10) VALUE 'INSCRIPCIO'.
              05 CON-CORREL    PIC X(10) VALUE 'CORRELATIV'.
              05 CON-TRANSCR   PIC X(10) VALUE 'TRANSCRIPT'.
              05 CON-INSCRMESA PIC X(10) VALUE 'INSCRMESA '.
              05 CON-RECHAZADA PIC X(10) VALUE 'RECHAZADAS'.
              05 CON-ACTAS     PIC X(10) VALUE 'ACTAS     '.
           02 CON-OTROS.
              05 CON-NOTA-APROBADO PIC 9(02)V9(02) VALUE 04,00.
      ************************** TABLES ********************************
       01 WSV-TABLA-MESAS.
          02 WSV-MES-ENTRY OCCURS 100 TIMES.
             05 WSV-MES-MATERIA      PIC 9(02).
             05 WSV-MES-LLAMADO      PIC 9(02).
             05 WSV-MES-FECHA        PIC 9(08).
             05 WSV-MES-PRESIDENTE   PIC X(20).
             05 WSV-MES-VOCAL1       PIC X(20).
             05 WSV-MES-VOCAL2       PIC X(20).
       01 WSV-CANT-MESAS             PIC 9(03) VALUE 0.

      *Cursadas regulares (estado I) por legajo segun E140.
       01 WSV-TABLA-REGULARES.
          02 WSV-REG-ENTRY OCCURS 500 TIMES.
             05 WSV-REG-LEGAJO       PIC 9(02).
             05 WSV-REG-MATERIA      PIC 9(02).
       01 WSV-CANT-REGULARES         PIC 9(03) VALUE 0.

       01 WSV-TABLA-CORRELATIVAS.
          02 WSV-COR-ENTRY OCCURS 100 TIMES.
             05 WSV-COR-MATERIA      PIC 9(02).
             05 WSV-COR-PREVIA       PIC 9(02).
       01 WSV-CANT-CORRELATIVAS      PIC 9(03) VALUE 0.

      *Materias aprobadas por legajo segun el transcripto.
       01 WSV-TABLA-APROBADAS.
          02 WSV-APR-ENTRY OCCURS 500 TIMES.
             05 WSV-APR-LEGAJO       PIC 9(02).
             05 WSV-APR-MATERIA      PIC 9(02).
       01 WSV-CANT-APROBADAS         PIC 9(03) VALUE 0.

       01 WSV-TABLA-INSCRIPTOS.
          02 WSV-IMS-ENTRY OCCURS 500 TIMES.
             05 WSV-IMS-MATERIA      PIC 9(02).
             05 WSV-IMS-LLAMADO      PIC 9(02).
             05 WSV-IMS-LEGAJO       PIC 9(02).
             05 WSV-IMS-ESTADO       PIC X(01).
             05 WSV-IMS-NOTA         PIC 9(02)V9(02).
       01 WSV-CANT-INSCRIPTOS        PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MES           PIC X(02) VALUE "00".
             88 FS-STATUS-MES-OK               VALUE "00".
             88 FS-STATUS-MES-EOF              VALUE "10".
          05 FS-STATUS-SOL           PIC X(02) VALUE "00".
             88 FS-STATUS-SOL-OK               VALUE "00".
             88 FS-STATUS-SOL-EOF              VALUE "10".
             88 FS-STATUS-SOL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INS           PIC X(02) VALUE "00".
             88 FS-STATUS-INS-OK               VALUE "00".
             88 FS-STATUS-INS-EOF              VALUE "10".
             88 FS-STATUS-INS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-COR           PIC X(02) VALUE "00".
             88 FS-STATUS-COR-OK               VALUE "00".
             88 FS-STATUS-COR-EOF              VALUE "10".
          05 FS-STATUS-TRA           PIC X(02) VALUE "00".
             88 FS-STATUS-TRA-OK               VALUE "00".
             88 FS-STATUS-TRA-EOF              VALUE "10".
             88 FS-STATUS-TRA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-IMS           PIC X(02) VALUE "00".
             88 FS-STATUS-IMS-OK               VALUE "00".
             88 FS-STATUS-IMS-EOF              VALUE "10".
             88 FS-STATUS-IMS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
          05 FS-STATUS-ACT           PIC X(02) VALUE "00".
             88 FS-STATUS-ACT-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-CUMPLE           PIC X(01).
             88 WSV-CUMPLE                     VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-MES             PIC 9(03).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-PREVIA-FALTA        PIC 9(02).
          05 WSV-RENGLON             PIC 9(03).
          05 WSV-LINEA               PIC X(70).
          05 WSV-EDIT-FECHA.
             10 WSV-EDIT-DD          PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-EDIT-MM          PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-EDIT-AAAA        PIC 9(04).
       01 WSV-CONTADORES.
          05 WSV-CANT-ACEPTADAS      PIC 9(04) VALUE ZERO.
          05 WSV-CANT-RECHAZADAS     PIC 9(04) VALUE ZERO.
          05 WSV-CANT-ACTAS          PIC 9(04) VALUE ZERO.
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
           MOVE "E185" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-PROCESAR
              THRU 200000-PROCESAR-F

           PERFORM 300000-GRABAR-SALIDAS
              THRU 300000-GRABAR-SALIDAS-F

           DISPLAY "E185 - INSCRIPCION A MESAS DE EXAMEN AL "
                   WSV-FECHA-PROCESO
           DISPLAY "INSCRIPCIONES ACEPTADAS : " WSV-CANT-ACEPTADAS
           DISPLAY "INSCRIPCIONES RECHAZADAS: " WSV-CANT-RECHAZADAS
           DISPLAY "ACTAS EMITIDAS          : " WSV-CANT-ACTAS
           STOP RUN
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PAR-NOT-FOUND
              GO TO 105000-LEER-PARAMETROS-F
           END-IF
           IF NOT FS-STATUS-PAR-OK
              MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
              MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           READ PARAMETROS
           IF FS-STATUS-PAR-OK
              MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
           END-IF
           CLOSE PARAMETROS
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT MESAS
           IF NOT FS-STATUS-MES-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-MESAS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MES            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-MESA
              THRU 112000-LEER-MESA-F
              UNTIL FS-STATUS-MES-EOF
           CLOSE MESAS

      *Sin padron de E140 nadie tiene la cursada regular.
           OPEN INPUT INSCRIPCIONES
           IF FS-STATUS-INS-NOT-FOUND
              DISPLAY "E185: SIN INSCRIPCIONES.txt - NADIE TIENE "
                      "CURSADA REGULAR (CORRA E140)"
           ELSE
              IF NOT FS-STATUS-INS-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-INSCRIP              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-INS            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 114000-LEER-INSCRIPCION
                 THRU 114000-LEER-INSCRIPCION-F
                 UNTIL FS-STATUS-INS-EOF
              CLOSE INSCRIPCIONES
           END-IF

           OPEN INPUT CORRELATIVAS
           IF NOT FS-STATUS-COR-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-CORREL               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-COR            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 116000-LEER-CORRELATIVA
              THRU 116000-LEER-CORRELATIVA-F
              UNTIL FS-STATUS-COR-EOF
           CLOSE CORRELATIVAS

           OPEN INPUT TRANSCRIPTO
           IF FS-STATUS-TRA-NOT-FOUND
              DISPLAY "E185: SIN TRANSCRIPTO - NADIE TIENE "
                      "CORRELATIVAS APROBADAS"
           ELSE
              IF NOT FS-STATUS-TRA-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-TRANSCR              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-TRA            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 118000-LEER-TRANSCRIPTO
                 THRU 118000-LEER-TRANSCRIPTO-F
                 UNTIL FS-STATUS-TRA-EOF
              CLOSE TRANSCRIPTO
           END-IF

           OPEN INPUT INSCRIPTOS
           IF FS-STATUS-IMS-OK
              PERFORM 120000-LEER-INSCRIPTO
                 THRU 120000-LEER-INSCRIPTO-F
                 UNTIL FS-STATUS-IMS-EOF
              CLOSE INSCRIPTOS
           ELSE
              IF NOT FS-STATUS-IMS-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-INSCRMESA            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-IMS            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-MESA
      ******************************************************************
       112000-LEER-MESA.
           READ MESAS
           EVALUATE TRUE
               WHEN FS-STATUS-MES-OK
                    IF WSV-CANT-MESAS = 100
                       DISPLAY "E185: TABLA DE MESAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-MESAS TO WS-ERR-OBJETO
                       MOVE CON-LEER  TO WS-ERR-OPERACION
                       MOVE 99        TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-MESAS
                    MOVE REG-MES-MATERIA TO
                       WSV-MES-MATERIA(WSV-CANT-MESAS)
                    MOVE REG-MES-LLAMADO TO
                       WSV-MES-LLAMADO(WSV-CANT-MESAS)
                    MOVE REG-MES-FECHA TO
                       WSV-MES-FECHA(WSV-CANT-MESAS)
                    MOVE REG-MES-PRESIDENTE TO
                       WSV-MES-PRESIDENTE(WSV-CANT-MESAS)
                    MOVE REG-MES-VOCAL1 TO
                       WSV-MES-VOCAL1(WSV-CANT-MESAS)
                    MOVE REG-MES-VOCAL2 TO
                       WSV-MES-VOCAL2(WSV-CANT-MESAS)
               WHEN FS-STATUS-MES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-MESAS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MES            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-MESA-F. EXIT.
      ******************************************************************
      *                         114000-LEER-INSCRIPCION
      ******************************************************************
       114000-LEER-INSCRIPCION.
           READ INSCRIPCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-INS-OK
                    IF REG-INS-ESTADO = "I"
      *Un regular fuera de tabla rebotaria su inscripcion valida:
      *tabla llena corta la corrida.
                       IF WSV-CANT-REGULARES = 500
                          DISPLAY "E185: TABLA DE REGULARES LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-110000-CARGAR-TABLAS TO
                             WS-ERR-PARRAFO
                          MOVE CON-INSCRIP TO WS-ERR-OBJETO
                          MOVE CON-LEER    TO WS-ERR-OPERACION
                          MOVE 99          TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-REGULARES
                       MOVE REG-INS-LEGAJO TO
                          WSV-REG-LEGAJO(WSV-CANT-REGULARES)
                       MOVE REG-INS-MATERIA TO
                          WSV-REG-MATERIA(WSV-CANT-REGULARES)
                    END-IF
               WHEN FS-STATUS-INS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-INSCRIP              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-INS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-INSCRIPCION-F. EXIT.
      ******************************************************************
      *                         116000-LEER-CORRELATIVA
      ******************************************************************
       116000-LEER-CORRELATIVA.
           READ CORRELATIVAS
           EVALUATE TRUE
               WHEN FS-STATUS-COR-OK
                    IF WSV-CANT-CORRELATIVAS = 100
                       DISPLAY "E185: TABLA DE CORRELATIVAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-CORREL TO WS-ERR-OBJETO
                       MOVE CON-LEER   TO WS-ERR-OPERACION
                       MOVE 99         TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CORRELATIVAS
                    MOVE REG-COR-MATERIA TO
                       WSV-COR-MATERIA(WSV-CANT-CORRELATIVAS)
                    MOVE REG-COR-PREVIA TO
                       WSV-COR-PREVIA(WSV-CANT-CORRELATIVAS)
               WHEN FS-STATUS-COR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CORREL               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COR            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-CORRELATIVA-F. EXIT.
      ******************************************************************
      *                         118000-LEER-TRANSCRIPTO
      *Solo cuentan las notas de aprobado (4 o mas), igual que en
      *E88 y E140.
      ******************************************************************
       118000-LEER-TRANSCRIPTO.
           READ TRANSCRIPTO
           EVALUATE TRUE
               WHEN FS-STATUS-TRA-OK
                    IF REG-NOTA-T >= CON-NOTA-APROBADO
                       IF WSV-CANT-APROBADAS = 500
                          DISPLAY "E185: TABLA DE APROBADAS LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-110000-CARGAR-TABLAS TO
                             WS-ERR-PARRAFO
                          MOVE CON-TRANSCR TO WS-ERR-OBJETO
                          MOVE CON-LEER    TO WS-ERR-OPERACION
                          MOVE 99          TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-APROBADAS
                       MOVE REG-LEG-T TO
                          WSV-APR-LEGAJO(WSV-CANT-APROBADAS)
                       MOVE REG-MATERIA-T TO
                          WSV-APR-MATERIA(WSV-CANT-APROBADAS)
                    END-IF
               WHEN FS-STATUS-TRA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-TRANSCR              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-TRANSCRIPTO-F. EXIT.
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
                       DISPLAY "E185: TABLA DE INSCRIPTOS A MESA "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
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
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
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
      ******************************************************************
       200000-PROCESAR.
           OPEN OUTPUT RECHAZADAS
           IF NOT FS-STATUS-REC-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZADA       TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT SOLICITUDES
           IF FS-STATUS-SOL-NOT-FOUND
              DISPLAY "E185: SIN SOLICITUDES_MESA.txt - NADA QUE "
                      "INSCRIBIR"
           ELSE
              IF NOT FS-STATUS-SOL-OK
                 MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
                 MOVE CON-SOLICIT         TO WS-ERR-OBJETO
                 MOVE CON-ABRIR           TO WS-ERR-OPERACION
                 MOVE FS-STATUS-SOL       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 210000-LEER-SOLICITUD
                 THRU 210000-LEER-SOLICITUD-F
                 UNTIL FS-STATUS-SOL-EOF
              CLOSE SOLICITUDES
           END-IF

           CLOSE RECHAZADAS
           .
       200000-PROCESAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-SOLICITUD
      ******************************************************************
       210000-LEER-SOLICITUD.
           READ SOLICITUDES
           EVALUATE TRUE
               WHEN FS-STATUS-SOL-OK
                    PERFORM 220000-PROCESAR-SOLICITUD
                       THRU 220000-PROCESAR-SOLICITUD-F
               WHEN FS-STATUS-SOL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
                    MOVE CON-SOLICIT         TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SOL       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-SOLICITUD-F. EXIT.
      ******************************************************************
      *                         220000-PROCESAR-SOLICITUD
      ******************************************************************
       220000-PROCESAR-SOLICITUD.
           MOVE ZERO TO WSV-PREVIA-FALTA

      *La mesa debe existir y no haberse tomado todavia.
           MOVE ZERO TO WSV-IDX-MES
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESAS
              OR WSV-IDX-MES > ZERO
              IF WSV-MES-MATERIA(WSV-IDX) = REG-SOL-MATERIA
                 AND WSV-MES-LLAMADO(WSV-IDX) = REG-SOL-LLAMADO
                 MOVE WSV-IDX TO WSV-IDX-MES
              END-IF
           END-PERFORM
           IF WSV-IDX-MES = ZERO
              MOVE "M" TO REG-REC-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-PROCESAR-SOLICITUD-F
           END-IF
           IF WSV-MES-FECHA(WSV-IDX-MES) NOT > WSV-FECHA-PROCESO
              MOVE "M" TO REG-REC-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-PROCESAR-SOLICITUD-F
           END-IF

      *Cursada regular de la materia en el padron de E140.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-REGULARES
              OR WSV-ENCONTRADO
              IF WSV-REG-LEGAJO(WSV-IDX) = REG-SOL-LEGAJO
                 AND WSV-REG-MATERIA(WSV-IDX) = REG-SOL-MATERIA
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              MOVE "R" TO REG-REC-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-PROCESAR-SOLICITUD-F
           END-IF

      *La materia no puede estar ya aprobada.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-APROBADAS
              OR WSV-ENCONTRADO
              IF WSV-APR-LEGAJO(WSV-IDX) = REG-SOL-LEGAJO
                 AND WSV-APR-MATERIA(WSV-IDX) = REG-SOL-MATERIA
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              MOVE "A" TO REG-REC-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-PROCESAR-SOLICITUD-F
           END-IF

           PERFORM 260000-CONTROLAR-CORRELATIVAS
              THRU 260000-CONTROLAR-CORRELATIVAS-F
           IF NOT WSV-CUMPLE
              MOVE "C" TO REG-REC-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-PROCESAR-SOLICITUD-F
           END-IF

      *Una sola anotacion por mesa.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
              OR WSV-ENCONTRADO
              IF WSV-IMS-LEGAJO(WSV-IDX) = REG-SOL-LEGAJO
                 AND WSV-IMS-MATERIA(WSV-IDX) = REG-SOL-MATERIA
                 AND WSV-IMS-LLAMADO(WSV-IDX) = REG-SOL-LLAMADO
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              MOVE "D" TO REG-REC-MOTIVO
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              GO TO 220000-PROCESAR-SOLICITUD-F
           END-IF

           IF WSV-CANT-INSCRIPTOS = 500
              DISPLAY "E185: TABLA DE INSCRIPTOS A MESA LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-INSCRMESA       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-INSCRIPTOS
           MOVE REG-SOL-MATERIA TO
              WSV-IMS-MATERIA(WSV-CANT-INSCRIPTOS)
           MOVE REG-SOL-LLAMADO TO
              WSV-IMS-LLAMADO(WSV-CANT-INSCRIPTOS)
           MOVE REG-SOL-LEGAJO TO
              WSV-IMS-LEGAJO(WSV-CANT-INSCRIPTOS)
           MOVE "R"  TO WSV-IMS-ESTADO(WSV-CANT-INSCRIPTOS)
           MOVE ZERO TO WSV-IMS-NOTA(WSV-CANT-INSCRIPTOS)
           ADD 1 TO WSV-CANT-ACEPTADAS
           .
       220000-PROCESAR-SOLICITUD-F. EXIT.
      ******************************************************************
      *                         260000-CONTROLAR-CORRELATIVAS
      *Toda correlativa de la materia debe estar aprobada en el
      *transcripto del legajo; la primera que falte queda nombrada
      *en WSV-PREVIA-FALTA. Mismas reglas que E88.
      ******************************************************************
       260000-CONTROLAR-CORRELATIVAS.
           MOVE "S"  TO WSV-SW-CUMPLE
           MOVE ZERO TO WSV-PREVIA-FALTA

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CORRELATIVAS
              OR NOT WSV-CUMPLE
              IF WSV-COR-MATERIA(WSV-IDX) = REG-SOL-MATERIA
                 MOVE "N" TO WSV-SW-ENCONTRADO
                 PERFORM VARYING WSV-IDX2 FROM 1 BY 1
                    UNTIL WSV-IDX2 > WSV-CANT-APROBADAS
                    OR WSV-ENCONTRADO
                    IF WSV-APR-LEGAJO(WSV-IDX2) = REG-SOL-LEGAJO
                       AND WSV-APR-MATERIA(WSV-IDX2) =
                           WSV-COR-PREVIA(WSV-IDX)
                       MOVE "S" TO WSV-SW-ENCONTRADO
                    END-IF
                 END-PERFORM
                 IF NOT WSV-ENCONTRADO
                    MOVE "N" TO WSV-SW-CUMPLE
                    MOVE WSV-COR-PREVIA(WSV-IDX) TO
                       WSV-PREVIA-FALTA
                 END-IF
              END-IF
           END-PERFORM
           .
       260000-CONTROLAR-CORRELATIVAS-F. EXIT.
      ******************************************************************
      *                         280000-RECHAZAR
      ******************************************************************
       280000-RECHAZAR.
           MOVE REG-SOL-LEGAJO   TO REG-REC-LEGAJO
           MOVE REG-SOL-MATERIA  TO REG-REC-MATERIA
           MOVE REG-SOL-LLAMADO  TO REG-REC-LLAMADO
           MOVE WSV-PREVIA-FALTA TO REG-REC-PREVIA
           WRITE REG-RECHAZADA
           IF NOT FS-STATUS-REC-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZADA       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RECHAZADAS
           .
       280000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-SALIDAS
      ******************************************************************
       300000-GRABAR-SALIDAS.
           OPEN OUTPUT INSCRIPTOS
           IF NOT FS-STATUS-IMS-OK
              MOVE CON-300000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-INSCRMESA             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-IMS             TO WS-ERR-CODIGO
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
                 MOVE CON-300000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
                 MOVE CON-INSCRMESA             TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-IMS             TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE INSCRIPTOS

           OPEN OUTPUT ACTAS
           IF NOT FS-STATUS-ACT-OK
              MOVE CON-300000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-ACTAS                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ACT             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 320000-ACTA-MESA
              THRU 320000-ACTA-MESA-F
              VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESAS
           CLOSE ACTAS
           .
       300000-GRABAR-SALIDAS-F. EXIT.
      ******************************************************************
      *                         320000-ACTA-MESA
      *Solo las mesas que se toman hoy.
      ******************************************************************
       320000-ACTA-MESA.
           IF WSV-MES-FECHA(WSV-IDX-MES) NOT = WSV-FECHA-PROCESO
              GO TO 320000-ACTA-MESA-F
           END-IF
           ADD 1 TO WSV-CANT-ACTAS

           MOVE WSV-MES-FECHA(WSV-IDX-MES)(7:2) TO WSV-EDIT-DD
           MOVE WSV-MES-FECHA(WSV-IDX-MES)(5:2) TO WSV-EDIT-MM
           MOVE WSV-MES-FECHA(WSV-IDX-MES)(1:4) TO WSV-EDIT-AAAA
           MOVE SPACES TO WSV-LINEA
           STRING "ACTA DE EXAMEN FINAL - MATERIA " DELIMITED BY SIZE
              WSV-MES-MATERIA(WSV-IDX-MES) DELIMITED BY SIZE
              " LLAMADO " DELIMITED BY SIZE
              WSV-MES-LLAMADO(WSV-IDX-MES) DELIMITED BY SIZE
              " FECHA " DELIMITED BY SIZE
              WSV-EDIT-FECHA DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           STRING "PRESIDENTE: " DELIMITED BY SIZE
              WSV-MES-PRESIDENTE(WSV-IDX-MES) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           STRING "VOCALES   : " DELIMITED BY SIZE
              WSV-MES-VOCAL1(WSV-IDX-MES) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-MES-VOCAL2(WSV-IDX-MES) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE "  NRO  LEGAJO    NOTA      FIRMA" TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F

           MOVE ZERO TO WSV-RENGLON
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-INSCRIPTOS
              IF WSV-IMS-MATERIA(WSV-IDX) =
                 WSV-MES-MATERIA(WSV-IDX-MES)
                 AND WSV-IMS-LLAMADO(WSV-IDX) =
                     WSV-MES-LLAMADO(WSV-IDX-MES)
                 ADD 1 TO WSV-RENGLON
                 MOVE SPACES TO WSV-LINEA
                 STRING "  " DELIMITED BY SIZE
                    WSV-RENGLON DELIMITED BY SIZE
                    "    " DELIMITED BY SIZE
                    WSV-IMS-LEGAJO(WSV-IDX) DELIMITED BY SIZE
                    "      ______    ________________" DELIMITED BY SIZE
                    INTO WSV-LINEA
                 PERFORM 380000-ESCRIBIR
                    THRU 380000-ESCRIBIR-F
              END-IF
           END-PERFORM

           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           STRING "ANOTADOS: " DELIMITED BY SIZE
              WSV-RENGLON DELIMITED BY SIZE
              "   AUSENTES SE CONSIGNAN CON A EN LA NOTA"
                 DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           .
       320000-ACTA-MESA-F. EXIT.
      ******************************************************************
      *                         380000-ESCRIBIR
      ******************************************************************
       380000-ESCRIBIR.
           WRITE REG-ACTA FROM WSV-LINEA
           IF NOT FS-STATUS-ACT-OK
              MOVE CON-300000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-ACTAS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ACT             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       380000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E185.
