      ******************************************************************
      *Informe mensual de pacientes con alertas de dispensa. E77
      *controla antes de dispensar la historia del paciente
      *(HISTORIAL_PACIENTES.txt): la reposicion anticipada de un
      *producto que todavia no se consumio y dos productos del mismo
      *grupo terapeutico en tratamiento a la vez. Cada control que
      *salta queda en DISPENSA_ALERTAS.txt, y cada reposicion que el
      *farmaceutico exceptuo con su matricula en
      *DISPENSA_EXCEPCIONES.txt. Este paso de PROCESO-MENSUAL toma
      *las del mes de la fecha de proceso y emite
      *PACIENTES_ALERTADOS.txt: por paciente, las reposiciones
      *anticipadas rechazadas, avisadas y exceptuadas y las terapias
      *duplicadas; despues, la lista de excepciones del mes con el
      *farmaceutico que autorizo cada una.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E173.
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

       SELECT ALERTAS ASSIGN TO "DISPENSA_ALERTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ALE.

       SELECT EXCEPCIONES ASSIGN TO "DISPENSA_EXCEPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EXC.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "PACIENTES_ALERTADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA            PIC 9(08).

      *Tipo RA reposicion anticipada, TD terapia duplicada. Accion
      *R rechazada, A avisada, O exceptuada por el farmaceutico.
       FD ALERTAS.
          01 REG-ALERTA.
             05 REG-ALE-FECHA.
                10 REG-ALE-PERIODO         PIC 9(06).
                10 FILLER                  PIC 9(02).
             05 REG-ALE-PACIENTE           PIC X(10).
             05 REG-ALE-PRODUCTO           PIC 9(02).
             05 REG-ALE-CANTIDAD           PIC 9(03).
             05 REG-ALE-RECETA             PIC 9(06).
             05 REG-ALE-TIPO               PIC X(02).
                88 REG-ALE-ANTICIPADA           VALUE "RA".
                88 REG-ALE-DUPLICADA            VALUE "TD".
             05 REG-ALE-ACCION             PIC X(01).
                88 REG-ALE-RECHAZADA            VALUE "R".
                88 REG-ALE-AVISADA              VALUE "A".
                88 REG-ALE-EXCEPTUADA           VALUE "O".
             05 REG-ALE-PRODUCTO-REL       PIC 9(02).
             05 REG-ALE-FECHA-ANTERIOR     PIC 9(08).
             05 REG-ALE-DIAS-TRANSC        PIC 9(05).
             05 REG-ALE-DIAS-SUMIN         PIC 9(03).
             05 REG-ALE-FARMACEUTICO       PIC X(08).

       FD EXCEPCIONES.
          01 REG-EXCEPCION.
             05 REG-EXC-FECHA.
                10 REG-EXC-PERIODO         PIC 9(06).
                10 FILLER                  PIC 9(02).
             05 REG-EXC-HORA               PIC 9(08).
             05 REG-EXC-PACIENTE           PIC X(10).
             05 REG-EXC-PRODUCTO           PIC 9(02).
             05 REG-EXC-CANTIDAD           PIC 9(03).
             05 REG-EXC-RECETA             PIC 9(06).
             05 REG-EXC-MOTIVO             PIC X(25).
             05 REG-EXC-FARMACEUTICO       PIC X(08).
             05 REG-EXC-FECHA-ANTERIOR     PIC 9(08).
             05 REG-EXC-DIAS-TRANSC        PIC 9(05).

       FD INFORME.
          01 REG-INFORME                   PIC X(80).
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
              05 CON-110000-CARGAR-ALERTAS  PIC X(30) VALUE
              '110000-CARGAR-ALERTAS       '.
              05 CON-200000-INFORME         PIC X(30) VALUE
              '200000-INFORME              '.
              05 CON-220000-EXCEPCIONES     PIC X(30) VALUE
              '220000-EXCEPCIONES          '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-ALERTAS    PIC X(10) VALUE 'ALERTAS   '.
              05 CON-EXCEPCION  PIC X(10) VALUE 'EXCEPCION '.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
      ***********************  LINEAS DEL INFORME  ********************
       01 WSV-LINEA-PAC-TITULO.
          02 FILLER       PIC X(40) VALUE
             "PACIENTES CON ALERTAS DE DISPENSA - MES ".
          02 PAC-PERIODO  PIC 9(06).

       01 WSV-LINEA-PAC-SECCION.
          02 FILLER       PIC X(04) VALUE "*** ".
          02 PAC-SECCION  PIC X(40).

       01 WSV-LINEA-PAC-ENC.
          02 FILLER    PIC X(40) VALUE
             "PACIENTE    RA RECH RA AVISO RA EXCEP TE".
          02 FILLER    PIC X(16) VALUE
             "R.DUPL    TOTAL".

       01 WSV-LINEA-PAC-DET.
          02 PAC-PACIENTE   PIC X(10).
          02 FILLER         PIC X(04) VALUE SPACES.
          02 PAC-RECHAZADAS PIC ZZZZ9.
          02 FILLER         PIC X(04) VALUE SPACES.
          02 PAC-AVISADAS   PIC ZZZZ9.
          02 FILLER         PIC X(04) VALUE SPACES.
          02 PAC-EXCEPTUADAS PIC ZZZZ9.
          02 FILLER         PIC X(04) VALUE SPACES.
          02 PAC-DUPLICADAS PIC ZZZZ9.
          02 FILLER         PIC X(04) VALUE SPACES.
          02 PAC-TOTAL      PIC ZZZZ9.

       01 WSV-LINEA-EXC-ENC.
          02 FILLER    PIC X(40) VALUE
             "FECHA    HORA     PACIENTE   PR CANT REC".
          02 FILLER    PIC X(36) VALUE
             "ETA FARMAC.  ULT.DISP  DIAS".

       01 WSV-LINEA-EXC-DET.
          02 EXC-FECHA      PIC 9(08).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-HORA       PIC 9(08).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-PACIENTE   PIC X(10).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-PRODUCTO   PIC 9(02).
          02 FILLER         PIC X(02) VALUE SPACES.
          02 EXC-CANTIDAD   PIC ZZ9.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-RECETA     PIC 9(06).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-FARMACEUTICO PIC X(08).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-FECHA-ANT  PIC 9(08).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 EXC-DIAS       PIC ZZZZ9.

       01 WSV-LINEA-PAC-TOTAL.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 PAC-TOT-TITULO PIC X(40).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 PAC-TOT-CANT   PIC ZZZZZZ9.
      ************************** TABLES ********************************
      *Ordenada por paciente a medida que se carga.
       01 WSV-TABLA-PACIENTES.
          02 WSV-PAC-ENTRY OCCURS 500 TIMES.
             05 WSV-PAC-PACIENTE      PIC X(10).
             05 WSV-PAC-RECHAZADAS    PIC 9(05).
             05 WSV-PAC-AVISADAS      PIC 9(05).
             05 WSV-PAC-EXCEPTUADAS   PIC 9(05).
             05 WSV-PAC-DUPLICADAS    PIC 9(05).
       01 WSV-CANT-PACIENTES          PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ALE           PIC X(02) VALUE "00".
             88 FS-STATUS-ALE-OK               VALUE "00".
             88 FS-STATUS-ALE-EOF              VALUE "10".
             88 FS-STATUS-ALE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EXC           PIC X(02) VALUE "00".
             88 FS-STATUS-EXC-OK               VALUE "00".
             88 FS-STATUS-EXC-EOF              VALUE "10".
             88 FS-STATUS-EXC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PERIODO          PIC 9(06).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-TOTAL-PACIENTE      PIC 9(05).
          05 WSV-LINEA               PIC X(80).
       01 WSV-CONTADORES.
          05 WSV-CANT-ALERTAS        PIC 9(07) VALUE ZERO.
          05 WSV-TOT-RECHAZADAS      PIC 9(07) VALUE ZERO.
          05 WSV-TOT-AVISADAS        PIC 9(07) VALUE ZERO.
          05 WSV-TOT-EXCEPTUADAS     PIC 9(07) VALUE ZERO.
          05 WSV-TOT-DUPLICADAS      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-EXCEPCIONES    PIC 9(07) VALUE ZERO.
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
           MOVE "E173" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-ALERTAS
              THRU 110000-CARGAR-ALERTAS-F

           PERFORM 200000-INFORME
              THRU 200000-INFORME-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
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
      *                         110000-CARGAR-ALERTAS
      *Sin alertas el informe sale igual, vacio.
      ******************************************************************
       110000-CARGAR-ALERTAS.
           OPEN INPUT ALERTAS
           IF FS-STATUS-ALE-NOT-FOUND
              GO TO 110000-CARGAR-ALERTAS-F
           END-IF
           IF NOT FS-STATUS-ALE-OK
              MOVE CON-110000-CARGAR-ALERTAS TO WS-ERR-PARRAFO
              MOVE CON-ALERTAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALE             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-ALERTA
              THRU 112000-LEER-ALERTA-F
              UNTIL FS-STATUS-ALE-EOF

           CLOSE ALERTAS
           .
       110000-CARGAR-ALERTAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ALERTA
      ******************************************************************
       112000-LEER-ALERTA.
           READ ALERTAS
           EVALUATE TRUE
               WHEN FS-STATUS-ALE-OK
                    IF REG-ALE-PERIODO NOT = WSV-PERIODO
                       GO TO 112000-LEER-ALERTA-F
                    END-IF
               WHEN FS-STATUS-ALE-EOF
                    GO TO 112000-LEER-ALERTA-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-ALERTAS TO WS-ERR-PARRAFO
                    MOVE CON-ALERTAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ALE             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           ADD 1 TO WSV-CANT-ALERTAS
           PERFORM 115000-UBICAR-PACIENTE
              THRU 115000-UBICAR-PACIENTE-F

           EVALUATE TRUE
               WHEN REG-ALE-DUPLICADA
                    ADD 1 TO WSV-PAC-DUPLICADAS(WSV-IDX)
                    ADD 1 TO WSV-TOT-DUPLICADAS
               WHEN REG-ALE-RECHAZADA
                    ADD 1 TO WSV-PAC-RECHAZADAS(WSV-IDX)
                    ADD 1 TO WSV-TOT-RECHAZADAS
               WHEN REG-ALE-EXCEPTUADA
                    ADD 1 TO WSV-PAC-EXCEPTUADAS(WSV-IDX)
                    ADD 1 TO WSV-TOT-EXCEPTUADAS
               WHEN OTHER
                    ADD 1 TO WSV-PAC-AVISADAS(WSV-IDX)
                    ADD 1 TO WSV-TOT-AVISADAS
           END-EVALUATE
           .
       112000-LEER-ALERTA-F. EXIT.
      ******************************************************************
      *                         115000-UBICAR-PACIENTE
      *Deja en WSV-IDX la entrada del paciente; si no esta, la
      *inserta en su lugar corriendo las siguientes.
      ******************************************************************
       115000-UBICAR-PACIENTE.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PACIENTES
              OR WSV-PAC-PACIENTE(WSV-IDX) >= REG-ALE-PACIENTE
              CONTINUE
           END-PERFORM

           IF WSV-IDX <= WSV-CANT-PACIENTES
              AND WSV-PAC-PACIENTE(WSV-IDX) = REG-ALE-PACIENTE
              GO TO 115000-UBICAR-PACIENTE-F
           END-IF

           IF WSV-CANT-PACIENTES = 500
              DISPLAY "E173: TABLA DE PACIENTES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-ALERTAS TO WS-ERR-PARRAFO
              MOVE CON-ALERTAS               TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX2 FROM WSV-CANT-PACIENTES BY -1
              UNTIL WSV-IDX2 < WSV-IDX
              MOVE WSV-PAC-ENTRY(WSV-IDX2)
                TO WSV-PAC-ENTRY(WSV-IDX2 + 1)
           END-PERFORM
           ADD 1 TO WSV-CANT-PACIENTES

           MOVE REG-ALE-PACIENTE TO WSV-PAC-PACIENTE(WSV-IDX)
           MOVE ZERO             TO WSV-PAC-RECHAZADAS(WSV-IDX)
                                    WSV-PAC-AVISADAS(WSV-IDX)
                                    WSV-PAC-EXCEPTUADAS(WSV-IDX)
                                    WSV-PAC-DUPLICADAS(WSV-IDX)
           .
       115000-UBICAR-PACIENTE-F. EXIT.
      ******************************************************************
      *                         200000-INFORME
      ******************************************************************
       200000-INFORME.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-INFORME TO WS-ERR-PARRAFO
              MOVE CON-INFORME        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-PERIODO TO PAC-PERIODO
           MOVE WSV-LINEA-PAC-TITULO TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           MOVE "ALERTAS POR PACIENTE" TO PAC-SECCION
           MOVE WSV-LINEA-PAC-SECCION TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE WSV-LINEA-PAC-ENC TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           PERFORM 210000-IMPRIMIR-PACIENTE
              THRU 210000-IMPRIMIR-PACIENTE-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PACIENTES

           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "PACIENTES ALERTADOS" TO PAC-TOT-TITULO
           MOVE WSV-CANT-PACIENTES    TO PAC-TOT-CANT
           MOVE WSV-LINEA-PAC-TOTAL   TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "REPOSICIONES ANTICIPADAS RECHAZADAS" TO PAC-TOT-TITULO
           MOVE WSV-TOT-RECHAZADAS    TO PAC-TOT-CANT
           MOVE WSV-LINEA-PAC-TOTAL   TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "REPOSICIONES ANTICIPADAS AVISADAS" TO PAC-TOT-TITULO
           MOVE WSV-TOT-AVISADAS      TO PAC-TOT-CANT
           MOVE WSV-LINEA-PAC-TOTAL   TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "REPOSICIONES ANTICIPADAS EXCEPTUADAS"
                                      TO PAC-TOT-TITULO
           MOVE WSV-TOT-EXCEPTUADAS   TO PAC-TOT-CANT
           MOVE WSV-LINEA-PAC-TOTAL   TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "TERAPIAS DUPLICADAS" TO PAC-TOT-TITULO
           MOVE WSV-TOT-DUPLICADAS    TO PAC-TOT-CANT
           MOVE WSV-LINEA-PAC-TOTAL   TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "EXCEPCIONES AUTORIZADAS POR FARMACEUTICO"
                                      TO PAC-SECCION
           MOVE WSV-LINEA-PAC-SECCION TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE WSV-LINEA-EXC-ENC TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           PERFORM 220000-EXCEPCIONES
              THRU 220000-EXCEPCIONES-F

           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "EXCEPCIONES DEL MES" TO PAC-TOT-TITULO
           MOVE WSV-CANT-EXCEPCIONES  TO PAC-TOT-CANT
           MOVE WSV-LINEA-PAC-TOTAL   TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           .
       200000-INFORME-F. EXIT.
      ******************************************************************
      *                         210000-IMPRIMIR-PACIENTE
      ******************************************************************
       210000-IMPRIMIR-PACIENTE.
           COMPUTE WSV-TOTAL-PACIENTE = WSV-PAC-RECHAZADAS(WSV-IDX)
                                      + WSV-PAC-AVISADAS(WSV-IDX)
                                      + WSV-PAC-EXCEPTUADAS(WSV-IDX)
                                      + WSV-PAC-DUPLICADAS(WSV-IDX)
           MOVE WSV-PAC-PACIENTE(WSV-IDX)    TO PAC-PACIENTE
           MOVE WSV-PAC-RECHAZADAS(WSV-IDX)  TO PAC-RECHAZADAS
           MOVE WSV-PAC-AVISADAS(WSV-IDX)    TO PAC-AVISADAS
           MOVE WSV-PAC-EXCEPTUADAS(WSV-IDX) TO PAC-EXCEPTUADAS
           MOVE WSV-PAC-DUPLICADAS(WSV-IDX)  TO PAC-DUPLICADAS
           MOVE WSV-TOTAL-PACIENTE           TO PAC-TOTAL
           MOVE WSV-LINEA-PAC-DET TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           .
       210000-IMPRIMIR-PACIENTE-F. EXIT.
      ******************************************************************
      *                         220000-EXCEPCIONES
      ******************************************************************
       220000-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES
           IF FS-STATUS-EXC-NOT-FOUND
              GO TO 220000-EXCEPCIONES-F
           END-IF
           IF NOT FS-STATUS-EXC-OK
              MOVE CON-220000-EXCEPCIONES TO WS-ERR-PARRAFO
              MOVE CON-EXCEPCION          TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-EXC          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 222000-LEER-EXCEPCION
              THRU 222000-LEER-EXCEPCION-F
              UNTIL FS-STATUS-EXC-EOF

           CLOSE EXCEPCIONES
           .
       220000-EXCEPCIONES-F. EXIT.
      ******************************************************************
      *                         222000-LEER-EXCEPCION
      ******************************************************************
       222000-LEER-EXCEPCION.
           READ EXCEPCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-EXC-OK
                    IF REG-EXC-PERIODO NOT = WSV-PERIODO
                       GO TO 222000-LEER-EXCEPCION-F
                    END-IF
               WHEN FS-STATUS-EXC-EOF
                    GO TO 222000-LEER-EXCEPCION-F
               WHEN OTHER
                    MOVE CON-220000-EXCEPCIONES TO WS-ERR-PARRAFO
                    MOVE CON-EXCEPCION          TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EXC          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           ADD 1 TO WSV-CANT-EXCEPCIONES
           MOVE REG-EXC-FECHA          TO EXC-FECHA
           MOVE REG-EXC-HORA           TO EXC-HORA
           MOVE REG-EXC-PACIENTE       TO EXC-PACIENTE
           MOVE REG-EXC-PRODUCTO       TO EXC-PRODUCTO
           MOVE REG-EXC-CANTIDAD       TO EXC-CANTIDAD
           MOVE REG-EXC-RECETA         TO EXC-RECETA
           MOVE REG-EXC-FARMACEUTICO   TO EXC-FARMACEUTICO
           MOVE REG-EXC-FECHA-ANTERIOR TO EXC-FECHA-ANT
           MOVE REG-EXC-DIAS-TRANSC    TO EXC-DIAS
           MOVE WSV-LINEA-EXC-DET TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           .
       222000-LEER-EXCEPCION-F. EXIT.
      ******************************************************************
      *                         290000-WRITE-INFORME
      ******************************************************************
       290000-WRITE-INFORME.
           MOVE WSV-LINEA TO REG-INFORME
           WRITE REG-INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-INFORME TO WS-ERR-PARRAFO
              MOVE CON-INFORME        TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE SPACES TO WSV-LINEA
           .
       290000-WRITE-INFORME-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE INFORME

           DISPLAY "E173 - PACIENTES CON ALERTAS DEL MES " WSV-PERIODO
           DISPLAY "ALERTAS DEL MES      : " WSV-CANT-ALERTAS
           DISPLAY "PACIENTES ALERTADOS  : " WSV-CANT-PACIENTES
           DISPLAY "REPOSIC. RECHAZADAS  : " WSV-TOT-RECHAZADAS
           DISPLAY "REPOSIC. EXCEPTUADAS : " WSV-TOT-EXCEPTUADAS
           DISPLAY "TERAPIAS DUPLICADAS  : " WSV-TOT-DUPLICADAS
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E173.
