      ******************************************************************
      *Retroactivo de un aumento de convenio. Los acuerdos se firman
      *en un mes con vigencia desde meses anteriores y personal
      *calculaba las diferencias en una planilla. Este batch toma la
      *escala nueva de ESCALA_CONVENIO.txt (categoria, periodo de
      *vigencia y basico nuevo) y, por cada empleado de
      *SALARIO_MENSUAL.txt, rehace el bruto de cada mes ya liquidado
      *desde la vigencia: la diferencia de basico de la categoria del
      *legajo (LEGAJOS.txt) contra el basico que ese mes dejo E84 en
      *NOVEDADES_HISTORICO.txt, mas la parte de las horas extra,
      *ausencias y antiguedad de ese mes, que siguen al basico en la
      *misma proporcion. Si el periodo retroactivo toca un semestre
      *cuyo SAC ya se pago, recalcula el SAC de ese semestre con el
      *mejor bruto rehecho (regla de E85) y paga la diferencia. Las
      *diferencias salen como novedades para E84: concepto 18
      *retroactivo y concepto 19 SAC retroactivo (monto fijo en
      *CONCEPTOS.txt); a un legajo ya liquidado por egreso no se le
      *emite novedad y el detalle lo marca para pagar por caja. Cada
      *diferencia queda en RETROACTIVO_CARGAS.txt con el periodo en
      *que se paga, el periodo al que corresponde y el bruto original
      *de ese periodo: E120 declara con eso las contribuciones
      *patronales rectificativas, E85 devuelve la diferencia a su mes
      *para el SAC del semestre en curso, y este mismo batch no
      *vuelve a pagar un mes o semestre que ya figura ahi. El detalle
      *por empleado y mes queda en RETROACTIVO_DETALLE.txt.
      *Un mes sin basico en el historico no se puede rehacer: se
      *informa y se saltea.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E177.
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
       SELECT ESCALA ASSIGN TO "ESCALA_CONVENIO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ESC.

       SELECT MENSUAL ASSIGN TO "SALARIO_MENSUAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MEN.

       SELECT HISTORICO ASSIGN TO "NOVEDADES_HISTORICO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-HIS.

       SELECT LEGAJOS ASSIGN TO "LEGAJOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-LEG-CLAVE
                       FILE STATUS  IS FS-STATUS-LEG.
      ****************************  OUTPUT  ****************************
       SELECT CARGAS ASSIGN TO "RETROACTIVO_CARGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CAR.

       SELECT NOVEDADES ASSIGN TO "NOVEDADES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-NOV.

       SELECT DETALLE ASSIGN TO "RETROACTIVO_DETALLE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DET.
       DATA DIVISION.
       FILE SECTION.
       FD ESCALA.
          01 REG-ESCALA.
             05 REG-ESC-CATEGORIA               PIC X(02).
             05 REG-ESC-VIGENCIA                PIC 9(06).
             05 REG-ESC-BASICO                  PIC 9(04)V9(02).

       FD MENSUAL.
          01 REG-MENSUAL.
             05 REG-MEN-CLAVE                   PIC 9(08).
             05 REG-MEN-PERIODO                 PIC 9(06).
             05 REG-MEN-BRUTO                   PIC 9(04)V9(02).

       FD HISTORICO.
          01 REG-HISTORICO.
             05 REG-HIS-PERIODO                 PIC 9(06).
             05 REG-HIS-CLAVE                   PIC 9(08).
             05 REG-HIS-CONCEPTO                PIC 9(02).
             05 REG-HIS-TIPO                    PIC X(01).
                88 REG-HIS-BASICO                    VALUE "B".
                88 REG-HIS-HORA-EXTRA                VALUE "H".
                88 REG-HIS-AUSENCIA                  VALUE "A".
             05 REG-HIS-SIGNO                   PIC X(01).
             05 REG-HIS-IMPORTE                 PIC 9(06)V9(02).

       FD LEGAJOS.
          01 REG-LEGAJO.
             05 REG-LEG-CLAVE            PIC 9(08).
             05 REG-LEG-FECHA-INGRESO    PIC 9(08).
             05 REG-LEG-CATEGORIA        PIC X(02).
             05 REG-LEG-ESTADO-CIVIL     PIC X(01).
             05 REG-LEG-REGIMEN-REDUCIDO PIC X(01).
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

      *Tipo M diferencia de un mes, tipo S diferencia del SAC del
      *semestre que cierra en REG-RCA-PERIODO.
       FD CARGAS.
          01 REG-CARGA.
             05 REG-RCA-PERIODO-PAGO            PIC 9(06).
             05 REG-RCA-PERIODO                 PIC 9(06).
             05 REG-RCA-CLAVE                   PIC 9(08).
             05 REG-RCA-TIPO                    PIC X(01).
             05 REG-RCA-BRUTO-ORIGINAL          PIC 9(06)V9(02).
             05 REG-RCA-DIFERENCIA              PIC 9(06)V9(02).

       FD NOVEDADES.
          01 REG-NOVEDAD.
             05 REG-NOV-CLAVE                   PIC 9(08).
             05 REG-NOV-CONCEPTO                PIC 9(02).
             05 REG-NOV-CANTIDAD                PIC 9(06)V9(02).

       FD DETALLE.
          01 REG-DETALLE                        PIC X(80).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-CONCEPTOS.
              05 CON-CONCEPTO-ANTIGUEDAD  PIC 9(02) VALUE 10.
              05 CON-CONCEPTO-RETROACTIVO PIC 9(02) VALUE 18.
              05 CON-CONCEPTO-SAC-RETRO   PIC 9(02) VALUE 19.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-130000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '130000-OPEN-ARCHIVOS        '.
              05 CON-210000-EMPLEADO        PIC X(30) VALUE
              '210000-EMPLEADO             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-ESCALA     PIC X(10) VALUE 'ESCALA    '.
              05 CON-MENSUAL    PIC X(10) VALUE 'MENSUAL   '.
              05 CON-HISTORICO  PIC X(10) VALUE 'HISTORICO '.
              05 CON-LEGAJOS    PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-CARGAS     PIC X(10) VALUE 'CARGAS    '.
              05 CON-NOVEDADES  PIC X(10) VALUE 'NOVEDADES '.
              05 CON-DETALLE    PIC X(10) VALUE 'DETALLE   '.
      ************************** TABLES ********************************
       01 WSV-TABLA-ESCALA.
          02 WSV-ESC-ENTRY OCCURS 20 TIMES.
             05 WSV-ESC-CATEGORIA        PIC X(02).
             05 WSV-ESC-VIGENCIA         PIC 9(06).
             05 WSV-ESC-BASICO           PIC 9(04)V9(02).
       01 WSV-CANT-ESCALA                PIC 9(02) VALUE 0.

      *Un renglon por empleado y mes liquidado desde el semestre de la
      *vigencia mas antigua: el bruto de E33, el basico y la parte
      *que sigue al basico segun el historico de E84, y el bruto
      *rehecho.
       01 WSV-TABLA-MESES.
          02 WSV-MES-ENTRY OCCURS 3000 TIMES.
             05 WSV-MES-CLAVE            PIC 9(08).
             05 WSV-MES-PERIODO          PIC 9(06).
             05 WSV-MES-BRUTO            PIC 9(06)V9(02).
             05 WSV-MES-BASICO           PIC 9(06)V9(02).
             05 WSV-MES-SIGUE            PIC S9(06)V9(02).
             05 WSV-MES-NUEVO            PIC 9(06)V9(02).
       01 WSV-CANT-MESES                 PIC 9(04) VALUE 0.

       01 WSV-TABLA-EMPLEADOS.
          02 WSV-EMP-CLAVE OCCURS 300 TIMES PIC 9(08).
       01 WSV-CANT-EMPLEADOS             PIC 9(03) VALUE 0.

      *Meses y semestres ya pagados por un retroactivo anterior.
       01 WSV-TABLA-HECHOS.
          02 WSV-HEC-ENTRY OCCURS 3000 TIMES.
             05 WSV-HEC-CLAVE            PIC 9(08).
             05 WSV-HEC-PERIODO          PIC 9(06).
             05 WSV-HEC-TIPO             PIC X(01).
       01 WSV-CANT-HECHOS                PIC 9(04) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-ESC           PIC X(02) VALUE "00".
             88 FS-STATUS-ESC-OK               VALUE "00".
             88 FS-STATUS-ESC-EOF              VALUE "10".
             88 FS-STATUS-ESC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MEN           PIC X(02) VALUE "00".
             88 FS-STATUS-MEN-OK               VALUE "00".
             88 FS-STATUS-MEN-EOF              VALUE "10".
             88 FS-STATUS-MEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-EOF              VALUE "10".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LEG           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-NOT-FOUND        VALUE "23".
             88 FS-STATUS-LEG-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-CAR           PIC X(02) VALUE "00".
             88 FS-STATUS-CAR-OK               VALUE "00".
             88 FS-STATUS-CAR-EOF              VALUE "10".
             88 FS-STATUS-CAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-NOV           PIC X(02) VALUE "00".
             88 FS-STATUS-NOV-OK               VALUE "00".
             88 FS-STATUS-NOV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DET           PIC X(02) VALUE "00".
             88 FS-STATUS-DET-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-HECHO            PIC X(01).
             88 WSV-HECHO                      VALUE "S".
          05 WSV-SW-LIQUIDADO        PIC X(01).
             88 WSV-LIQUIDADO                  VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-PERIODO-DESDE       PIC 9(06).
          05 WSV-PERIODO-DESDE-R REDEFINES WSV-PERIODO-DESDE.
             10 WSV-DESDE-AAAA       PIC 9(04).
             10 WSV-DESDE-MM         PIC 9(02).
          05 WSV-SEM-DESDE           PIC 9(06).
          05 WSV-SEM-DESDE-R REDEFINES WSV-SEM-DESDE.
             10 WSV-SEM-AAAA         PIC 9(04).
             10 WSV-SEM-MM           PIC 9(02).
          05 WSV-SEM-HASTA           PIC 9(06).
          05 WSV-CLAVE               PIC 9(08).
          05 WSV-CLAVE-R REDEFINES WSV-CLAVE.
             10 WSV-CLAVE-SUC        PIC 9(02).
             10 WSV-CLAVE-DEP        PIC 9(02).
             10 WSV-CLAVE-SEC        PIC 9(02).
             10 WSV-CLAVE-COD        PIC 9(02).
          05 WSV-HEC-BUSCA-PERIODO   PIC 9(06).
          05 WSV-HEC-BUSCA-TIPO      PIC X(01).
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-MES             PIC 9(04).
          05 WSV-IDX-EMP             PIC 9(03).
          05 WSV-IDX-ESC             PIC 9(02).
          05 WSV-BASICO-NUEVO        PIC 9(04)V9(02).
          05 WSV-VIGENCIA            PIC 9(06).
          05 WSV-DIF-BASICO          PIC 9(06)V9(02).
          05 WSV-DIFERENCIA          PIC S9(06)V9(02).
          05 WSV-MEJOR-ORIGINAL      PIC 9(06)V9(02).
          05 WSV-MEJOR-NUEVO         PIC 9(06)V9(02).
          05 WSV-SAC-ORIGINAL        PIC 9(06)V9(02).
          05 WSV-TOTAL-EMP           PIC 9(06)V9(02).
          05 WSV-TOTAL-SAC-EMP       PIC 9(06)V9(02).
          05 WSV-EDIT                PIC -ZZZ.ZZ9,99.
          05 WSV-EDIT2               PIC -ZZZ.ZZ9,99.
          05 WSV-EDIT3               PIC -ZZZ.ZZ9,99.
          05 WSV-EDIT-TOTAL          PIC -ZZZ.ZZZ.ZZ9,99.
          05 WSV-LINEA               PIC X(80).
       01 WSV-CONTADORES.
          05 WSV-CANT-CON-RETRO      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-MESES-PAGOS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-HISTORICO  PIC 9(05) VALUE ZERO.
          05 WSV-CANT-YA-PAGOS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-ESCALA     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-POR-CAJA       PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-RETRO         PIC 9(09)V9(02) VALUE ZERO.
          05 WSV-TOTAL-SAC           PIC 9(09)V9(02) VALUE ZERO.
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
           MOVE "E177" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WSV-PERIODO = WSV-FECHA-HOY / 100

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 130000-OPEN-ARCHIVOS
              THRU 130000-OPEN-ARCHIVOS-F

           PERFORM 210000-EMPLEADO
              THRU 210000-EMPLEADO-F
              VARYING WSV-IDX-EMP FROM 1 BY 1
              UNTIL WSV-IDX-EMP > WSV-CANT-EMPLEADOS

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *La escala fija desde que periodo hay que mirar: el semestre de
      *la vigencia mas antigua, para poder rehacer su SAC.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT ESCALA
           IF FS-STATUS-ESC-NOT-FOUND
              DISPLAY "E177: SIN ESCALA_CONVENIO.txt - NADA QUE "
                      "CALCULAR"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-ESC-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-ESCALA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ESC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-PERIODO TO WSV-PERIODO-DESDE
           PERFORM 112000-LEER-ESCALA
              THRU 112000-LEER-ESCALA-F
              UNTIL FS-STATUS-ESC-EOF
           CLOSE ESCALA
           IF WSV-DESDE-MM < 7
              MOVE 01 TO WSV-DESDE-MM
           ELSE
              MOVE 07 TO WSV-DESDE-MM
           END-IF
           DISPLAY "E177 - RETROACTIVO DE CONVENIO DESDE "
                   WSV-PERIODO-DESDE " PAGADO EN " WSV-PERIODO

           OPEN INPUT MENSUAL
           IF FS-STATUS-MEN-NOT-FOUND
              DISPLAY "E177: SIN SALARIO_MENSUAL.txt - NO HAY MESES "
                      "LIQUIDADOS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-MEN-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-MENSUAL              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MEN            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 114000-LEER-MENSUAL
              THRU 114000-LEER-MENSUAL-F
              UNTIL FS-STATUS-MEN-EOF
           CLOSE MENSUAL

           OPEN INPUT HISTORICO
           IF FS-STATUS-HIS-NOT-FOUND
              DISPLAY "E177: SIN NOVEDADES_HISTORICO.txt - NO SE "
                      "PUEDEN REHACER LOS MESES"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-HISTORICO            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 116000-LEER-HISTORICO
              THRU 116000-LEER-HISTORICO-F
              UNTIL FS-STATUS-HIS-EOF
           CLOSE HISTORICO

           OPEN INPUT CARGAS
           IF FS-STATUS-CAR-OK
              PERFORM 118000-LEER-HECHO
                 THRU 118000-LEER-HECHO-F
                 UNTIL FS-STATUS-CAR-EOF
              CLOSE CARGAS
           ELSE
              IF NOT FS-STATUS-CAR-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-CARGAS               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CAR            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ESCALA
      ******************************************************************
       112000-LEER-ESCALA.
           READ ESCALA
           EVALUATE TRUE
               WHEN FS-STATUS-ESC-OK
      *Una categoria fuera de tabla quedaria sin retroactivo: tabla
      *llena corta la corrida.
                    IF WSV-CANT-ESCALA = 20
                       DISPLAY "E177: TABLA DE ESCALA LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-ESCALA               TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ESCALA
                    MOVE REG-ESC-CATEGORIA TO
                       WSV-ESC-CATEGORIA(WSV-CANT-ESCALA)
                    MOVE REG-ESC-VIGENCIA TO
                       WSV-ESC-VIGENCIA(WSV-CANT-ESCALA)
                    MOVE REG-ESC-BASICO TO
                       WSV-ESC-BASICO(WSV-CANT-ESCALA)
                    IF REG-ESC-VIGENCIA < WSV-PERIODO-DESDE
                       MOVE REG-ESC-VIGENCIA TO WSV-PERIODO-DESDE
                    END-IF
               WHEN FS-STATUS-ESC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ESCALA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ESC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-ESCALA-F. EXIT.
      ******************************************************************
      *                         114000-LEER-MENSUAL
      *Solo los meses ya liquidados desde el semestre de la vigencia;
      *el mes en curso se paga con el basico nuevo.
      ******************************************************************
       114000-LEER-MENSUAL.
           READ MENSUAL
           EVALUATE TRUE
               WHEN FS-STATUS-MEN-OK
                    CONTINUE
               WHEN FS-STATUS-MEN-EOF
                    GO TO 114000-LEER-MENSUAL-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-MENSUAL              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MEN            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-MEN-PERIODO < WSV-PERIODO-DESDE
              OR REG-MEN-PERIODO >= WSV-PERIODO
              GO TO 114000-LEER-MENSUAL-F
           END-IF

           IF WSV-CANT-MESES = 3000
              DISPLAY "E177: TABLA DE MESES LLENA - AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-MENSUAL              TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-MESES
           MOVE REG-MEN-CLAVE   TO WSV-MES-CLAVE(WSV-CANT-MESES)
           MOVE REG-MEN-PERIODO TO WSV-MES-PERIODO(WSV-CANT-MESES)
           MOVE REG-MEN-BRUTO   TO WSV-MES-BRUTO(WSV-CANT-MESES)
                                   WSV-MES-NUEVO(WSV-CANT-MESES)
           MOVE ZERO TO WSV-MES-BASICO(WSV-CANT-MESES)
                        WSV-MES-SIGUE(WSV-CANT-MESES)

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-EMPLEADOS
              OR WSV-ENCONTRADO
              IF WSV-EMP-CLAVE(WSV-IDX) = REG-MEN-CLAVE
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              IF WSV-CANT-EMPLEADOS = 300
                 DISPLAY "E177: TABLA DE EMPLEADOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-MENSUAL              TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-EMPLEADOS
              MOVE REG-MEN-CLAVE TO WSV-EMP-CLAVE(WSV-CANT-EMPLEADOS)
           END-IF
           .
       114000-LEER-MENSUAL-F. EXIT.
      ******************************************************************
      *                         116000-LEER-HISTORICO
      *El basico del mes y la suma con signo de lo que sigue al
      *basico: horas extra, ausencias y antiguedad.
      ******************************************************************
       116000-LEER-HISTORICO.
           READ HISTORICO
           EVALUATE TRUE
               WHEN FS-STATUS-HIS-OK
                    CONTINUE
               WHEN FS-STATUS-HIS-EOF
                    GO TO 116000-LEER-HISTORICO-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-HISTORICO            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-HIS-PERIODO < WSV-PERIODO-DESDE
              OR REG-HIS-PERIODO >= WSV-PERIODO
              GO TO 116000-LEER-HISTORICO-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESES
              OR WSV-ENCONTRADO
              IF WSV-MES-CLAVE(WSV-IDX-MES) = REG-HIS-CLAVE
                 AND WSV-MES-PERIODO(WSV-IDX-MES) = REG-HIS-PERIODO
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              GO TO 116000-LEER-HISTORICO-F
           END-IF
           SUBTRACT 1 FROM WSV-IDX-MES

           EVALUATE TRUE
               WHEN REG-HIS-BASICO
                    MOVE REG-HIS-IMPORTE TO WSV-MES-BASICO(WSV-IDX-MES)
               WHEN REG-HIS-HORA-EXTRA
                 OR REG-HIS-AUSENCIA
                 OR REG-HIS-CONCEPTO = CON-CONCEPTO-ANTIGUEDAD
                    IF REG-HIS-SIGNO = "-"
                       SUBTRACT REG-HIS-IMPORTE FROM
                          WSV-MES-SIGUE(WSV-IDX-MES)
                    ELSE
                       ADD REG-HIS-IMPORTE TO
                          WSV-MES-SIGUE(WSV-IDX-MES)
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       116000-LEER-HISTORICO-F. EXIT.
      ******************************************************************
      *                         118000-LEER-HECHO
      ******************************************************************
       118000-LEER-HECHO.
           READ CARGAS
           EVALUATE TRUE
               WHEN FS-STATUS-CAR-OK
                    IF WSV-CANT-HECHOS = 3000
                       DISPLAY "E177: TABLA DE RETROACTIVOS PAGADOS "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-CARGAS               TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-HECHOS
                    MOVE REG-RCA-CLAVE   TO
                       WSV-HEC-CLAVE(WSV-CANT-HECHOS)
                    MOVE REG-RCA-PERIODO TO
                       WSV-HEC-PERIODO(WSV-CANT-HECHOS)
                    MOVE REG-RCA-TIPO    TO
                       WSV-HEC-TIPO(WSV-CANT-HECHOS)
               WHEN FS-STATUS-CAR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CARGAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAR            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-HECHO-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-ARCHIVOS
      ******************************************************************
       130000-OPEN-ARCHIVOS.
           OPEN INPUT LEGAJOS
           IF FS-STATUS-LEG-SIN-ARCHIVO
              DISPLAY "E177: SIN LEGAJOS.txt - NO HAY CATEGORIAS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND CARGAS
           IF FS-STATUS-CAR-NOT-FOUND
              OPEN OUTPUT CARGAS
           END-IF
           IF NOT FS-STATUS-CAR-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CARGAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAR            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND NOVEDADES
           IF FS-STATUS-NOV-NOT-FOUND
              OPEN OUTPUT NOVEDADES
           END-IF
           IF NOT FS-STATUS-NOV-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-NOVEDADES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-NOV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT DETALLE
           IF NOT FS-STATUS-DET-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DETALLE              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       130000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         210000-EMPLEADO
      *Categoria del legajo, basico nuevo de la escala, meses y
      *semestres del empleado, y las novedades del total.
      ******************************************************************
       210000-EMPLEADO.
           MOVE WSV-EMP-CLAVE(WSV-IDX-EMP) TO WSV-CLAVE
           MOVE ZERO TO WSV-TOTAL-EMP WSV-TOTAL-SAC-EMP

           MOVE WSV-CLAVE TO REG-LEG-CLAVE
           READ LEGAJOS
           IF FS-STATUS-LEG-NOT-FOUND
              DISPLAY "E177: EMPLEADO " WSV-CLAVE " SIN LEGAJO - "
                      "SIN RETROACTIVO"
              ADD 1 TO WSV-CANT-SIN-ESCALA
              GO TO 210000-EMPLEADO-F
           END-IF
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-210000-EMPLEADO TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS         TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "N" TO WSV-SW-LIQUIDADO
           IF REG-LEG-LIQUIDADO
              MOVE "S" TO WSV-SW-LIQUIDADO
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-ESC FROM 1 BY 1
              UNTIL WSV-IDX-ESC > WSV-CANT-ESCALA
              OR WSV-ENCONTRADO
              IF WSV-ESC-CATEGORIA(WSV-IDX-ESC) = REG-LEG-CATEGORIA
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-ESC-BASICO(WSV-IDX-ESC)
                    TO WSV-BASICO-NUEVO
                 MOVE WSV-ESC-VIGENCIA(WSV-IDX-ESC)
                    TO WSV-VIGENCIA
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-SIN-ESCALA
              GO TO 210000-EMPLEADO-F
           END-IF

           PERFORM 220000-REHACER-MES
              THRU 220000-REHACER-MES-F
              VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESES

           MOVE WSV-PERIODO-DESDE TO WSV-SEM-DESDE
           PERFORM 230000-SAC-SEMESTRE
              THRU 230000-SAC-SEMESTRE-F
              UNTIL WSV-SEM-DESDE > WSV-PERIODO

           IF WSV-TOTAL-EMP = ZERO AND WSV-TOTAL-SAC-EMP = ZERO
              GO TO 210000-EMPLEADO-F
           END-IF
           ADD 1 TO WSV-CANT-CON-RETRO
           ADD WSV-TOTAL-EMP     TO WSV-TOTAL-RETRO
           ADD WSV-TOTAL-SAC-EMP TO WSV-TOTAL-SAC

           IF WSV-LIQUIDADO
              ADD 1 TO WSV-CANT-POR-CAJA
              MOVE SPACES TO WSV-LINEA
              STRING "EMP " DELIMITED BY SIZE
                 WSV-CLAVE DELIMITED BY SIZE
                 " LEGAJO LIQUIDADO POR EGRESO - PAGAR POR CAJA"
                                        DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 290000-GRABAR-DETALLE
                 THRU 290000-GRABAR-DETALLE-F
              GO TO 210000-EMPLEADO-F
           END-IF

           IF WSV-TOTAL-EMP > ZERO
              MOVE CON-CONCEPTO-RETROACTIVO TO REG-NOV-CONCEPTO
              MOVE WSV-TOTAL-EMP            TO REG-NOV-CANTIDAD
              PERFORM 250000-GRABAR-NOVEDAD
                 THRU 250000-GRABAR-NOVEDAD-F
           END-IF
           IF WSV-TOTAL-SAC-EMP > ZERO
              MOVE CON-CONCEPTO-SAC-RETRO   TO REG-NOV-CONCEPTO
              MOVE WSV-TOTAL-SAC-EMP        TO REG-NOV-CANTIDAD
              PERFORM 250000-GRABAR-NOVEDAD
                 THRU 250000-GRABAR-NOVEDAD-F
           END-IF
           .
       210000-EMPLEADO-F. EXIT.
      ******************************************************************
      *                         220000-REHACER-MES
      *Diferencia = basico nuevo - basico del mes, mas lo que sigue
      *al basico en la misma proporcion. Un basico que ya supera la
      *escala no tiene diferencia.
      ******************************************************************
       220000-REHACER-MES.
           IF WSV-MES-CLAVE(WSV-IDX-MES) NOT = WSV-CLAVE
              OR WSV-MES-PERIODO(WSV-IDX-MES) < WSV-VIGENCIA
              GO TO 220000-REHACER-MES-F
           END-IF

           MOVE WSV-MES-PERIODO(WSV-IDX-MES) TO WSV-HEC-BUSCA-PERIODO
           MOVE "M" TO WSV-HEC-BUSCA-TIPO
           PERFORM 240000-BUSCAR-HECHO
              THRU 240000-BUSCAR-HECHO-F
           IF WSV-HECHO
              ADD 1 TO WSV-CANT-YA-PAGOS
              GO TO 220000-REHACER-MES-F
           END-IF

           IF WSV-MES-BASICO(WSV-IDX-MES) = ZERO
              ADD 1 TO WSV-CANT-SIN-HISTORICO
              DISPLAY "E177: EMPLEADO " WSV-CLAVE " PERIODO "
                      WSV-MES-PERIODO(WSV-IDX-MES)
                      " SIN BASICO EN EL HISTORICO - SALTEADO"
              GO TO 220000-REHACER-MES-F
           END-IF
           IF WSV-BASICO-NUEVO NOT > WSV-MES-BASICO(WSV-IDX-MES)
              GO TO 220000-REHACER-MES-F
           END-IF

           COMPUTE WSV-DIF-BASICO =
              WSV-BASICO-NUEVO - WSV-MES-BASICO(WSV-IDX-MES)
           COMPUTE WSV-DIFERENCIA ROUNDED = WSV-DIF-BASICO
              + WSV-MES-SIGUE(WSV-IDX-MES) * WSV-DIF-BASICO
              / WSV-MES-BASICO(WSV-IDX-MES)
           IF WSV-DIFERENCIA NOT > ZERO
              GO TO 220000-REHACER-MES-F
           END-IF
           COMPUTE WSV-MES-NUEVO(WSV-IDX-MES) =
              WSV-MES-BRUTO(WSV-IDX-MES) + WSV-DIFERENCIA
           ADD WSV-DIFERENCIA TO WSV-TOTAL-EMP
           ADD 1 TO WSV-CANT-MESES-PAGOS

           MOVE "M"                          TO REG-RCA-TIPO
           MOVE WSV-MES-PERIODO(WSV-IDX-MES) TO REG-RCA-PERIODO
           MOVE WSV-MES-BRUTO(WSV-IDX-MES)   TO REG-RCA-BRUTO-ORIGINAL
           PERFORM 260000-GRABAR-CARGA
              THRU 260000-GRABAR-CARGA-F

           MOVE WSV-MES-BASICO(WSV-IDX-MES) TO WSV-EDIT
           MOVE WSV-BASICO-NUEVO            TO WSV-EDIT2
           MOVE WSV-DIFERENCIA              TO WSV-EDIT3
           MOVE SPACES TO WSV-LINEA
           STRING "EMP " DELIMITED BY SIZE
              WSV-CLAVE DELIMITED BY SIZE
              " MES " DELIMITED BY SIZE
              WSV-MES-PERIODO(WSV-IDX-MES) DELIMITED BY SIZE
              " BASICO " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              " NUEVO " DELIMITED BY SIZE
              WSV-EDIT2 DELIMITED BY SIZE
              " DIF " DELIMITED BY SIZE
              WSV-EDIT3 DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-GRABAR-DETALLE
              THRU 290000-GRABAR-DETALLE-F
           .
       220000-REHACER-MES-F. EXIT.
      ******************************************************************
      *                         230000-SAC-SEMESTRE
      *Solo los semestres cerrados antes del mes en curso: el SAC del
      *semestre en curso lo liquida E85 con la diferencia ya devuelta
      *a su mes.
      ******************************************************************
       230000-SAC-SEMESTRE.
           COMPUTE WSV-SEM-HASTA = WSV-SEM-DESDE + 5
           IF WSV-SEM-HASTA >= WSV-PERIODO
              MOVE 999999 TO WSV-SEM-DESDE
              GO TO 230000-SAC-SEMESTRE-F
           END-IF

           MOVE ZERO TO WSV-MEJOR-ORIGINAL WSV-MEJOR-NUEVO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESES
              IF WSV-MES-CLAVE(WSV-IDX) = WSV-CLAVE
                 AND WSV-MES-PERIODO(WSV-IDX) >= WSV-SEM-DESDE
                 AND WSV-MES-PERIODO(WSV-IDX) <= WSV-SEM-HASTA
                 IF WSV-MES-BRUTO(WSV-IDX) > WSV-MEJOR-ORIGINAL
                    MOVE WSV-MES-BRUTO(WSV-IDX) TO WSV-MEJOR-ORIGINAL
                 END-IF
                 IF WSV-MES-NUEVO(WSV-IDX) > WSV-MEJOR-NUEVO
                    MOVE WSV-MES-NUEVO(WSV-IDX) TO WSV-MEJOR-NUEVO
                 END-IF
              END-IF
           END-PERFORM

           IF WSV-MEJOR-NUEVO > WSV-MEJOR-ORIGINAL
              MOVE WSV-SEM-HASTA TO WSV-HEC-BUSCA-PERIODO
              MOVE "S"           TO WSV-HEC-BUSCA-TIPO
              PERFORM 240000-BUSCAR-HECHO
                 THRU 240000-BUSCAR-HECHO-F
              IF WSV-HECHO
                 ADD 1 TO WSV-CANT-YA-PAGOS
              ELSE
                 PERFORM 235000-PAGAR-SAC
                    THRU 235000-PAGAR-SAC-F
              END-IF
           END-IF

           IF WSV-SEM-MM = 01
              MOVE 07 TO WSV-SEM-MM
           ELSE
              ADD 1 TO WSV-SEM-AAAA
              MOVE 01 TO WSV-SEM-MM
           END-IF
           .
       230000-SAC-SEMESTRE-F. EXIT.
      ******************************************************************
      *                         235000-PAGAR-SAC
      ******************************************************************
       235000-PAGAR-SAC.
           COMPUTE WSV-SAC-ORIGINAL ROUNDED = WSV-MEJOR-ORIGINAL / 2
           COMPUTE WSV-DIFERENCIA ROUNDED =
              WSV-MEJOR-NUEVO / 2 - WSV-SAC-ORIGINAL
           IF WSV-DIFERENCIA NOT > ZERO
              GO TO 235000-PAGAR-SAC-F
           END-IF
           ADD WSV-DIFERENCIA TO WSV-TOTAL-SAC-EMP

           MOVE "S"              TO REG-RCA-TIPO
           MOVE WSV-SEM-HASTA    TO REG-RCA-PERIODO
           MOVE WSV-SAC-ORIGINAL TO REG-RCA-BRUTO-ORIGINAL
           PERFORM 260000-GRABAR-CARGA
              THRU 260000-GRABAR-CARGA-F

           MOVE WSV-SAC-ORIGINAL TO WSV-EDIT
           MOVE WSV-DIFERENCIA   TO WSV-EDIT3
           MOVE SPACES TO WSV-LINEA
           STRING "EMP " DELIMITED BY SIZE
              WSV-CLAVE DELIMITED BY SIZE
              " SAC " DELIMITED BY SIZE
              WSV-SEM-DESDE DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WSV-SEM-HASTA DELIMITED BY SIZE
              " PAGADO " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              " DIF " DELIMITED BY SIZE
              WSV-EDIT3 DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-GRABAR-DETALLE
              THRU 290000-GRABAR-DETALLE-F
           .
       235000-PAGAR-SAC-F. EXIT.
      ******************************************************************
      *                         240000-BUSCAR-HECHO
      ******************************************************************
       240000-BUSCAR-HECHO.
           MOVE "N" TO WSV-SW-HECHO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-HECHOS
              OR WSV-HECHO
              IF WSV-HEC-CLAVE(WSV-IDX) = WSV-CLAVE
                 AND WSV-HEC-PERIODO(WSV-IDX) = WSV-HEC-BUSCA-PERIODO
                 AND WSV-HEC-TIPO(WSV-IDX) = WSV-HEC-BUSCA-TIPO
                 MOVE "S" TO WSV-SW-HECHO
              END-IF
           END-PERFORM
           .
       240000-BUSCAR-HECHO-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-NOVEDAD
      *Concepto e importe ya cargados.
      ******************************************************************
       250000-GRABAR-NOVEDAD.
           MOVE WSV-CLAVE TO REG-NOV-CLAVE
           WRITE REG-NOVEDAD
           IF NOT FS-STATUS-NOV-OK
              MOVE CON-210000-EMPLEADO TO WS-ERR-PARRAFO
              MOVE CON-NOVEDADES       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-NOV       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       250000-GRABAR-NOVEDAD-F. EXIT.
      ******************************************************************
      *                         260000-GRABAR-CARGA
      *Tipo, periodo y bruto original ya cargados; la diferencia sale
      *de WSV-DIFERENCIA.
      ******************************************************************
       260000-GRABAR-CARGA.
           MOVE WSV-PERIODO    TO REG-RCA-PERIODO-PAGO
           MOVE WSV-CLAVE      TO REG-RCA-CLAVE
           MOVE WSV-DIFERENCIA TO REG-RCA-DIFERENCIA
           WRITE REG-CARGA
           IF NOT FS-STATUS-CAR-OK
              MOVE CON-210000-EMPLEADO TO WS-ERR-PARRAFO
              MOVE CON-CARGAS          TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAR       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       260000-GRABAR-CARGA-F. EXIT.
      ******************************************************************
      *                         290000-GRABAR-DETALLE
      ******************************************************************
       290000-GRABAR-DETALLE.
           WRITE REG-DETALLE FROM WSV-LINEA
           IF NOT FS-STATUS-DET-OK
              MOVE CON-210000-EMPLEADO TO WS-ERR-PARRAFO
              MOVE CON-DETALLE         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DET       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-GRABAR-DETALLE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE LEGAJOS
           CLOSE CARGAS
           CLOSE NOVEDADES
           CLOSE DETALLE

           DISPLAY "EMPLEADOS CON RETROACTIVO   : " WSV-CANT-CON-RETRO
           DISPLAY "MESES REHECHOS              : "
                   WSV-CANT-MESES-PAGOS
           MOVE WSV-TOTAL-RETRO TO WSV-EDIT-TOTAL
           DISPLAY "TOTAL RETROACTIVO           : " WSV-EDIT-TOTAL
           MOVE WSV-TOTAL-SAC TO WSV-EDIT-TOTAL
           DISPLAY "TOTAL SAC RETROACTIVO       : " WSV-EDIT-TOTAL
           DISPLAY "YA PAGADOS ANTES            : " WSV-CANT-YA-PAGOS
           DISPLAY "MESES SIN HISTORICO         : "
                   WSV-CANT-SIN-HISTORICO
           DISPLAY "SIN LEGAJO O SIN ESCALA     : "
                   WSV-CANT-SIN-ESCALA
           DISPLAY "EGRESADOS - PAGO POR CAJA   : " WSV-CANT-POR-CAJA
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
       END PROGRAM E177.
