      ******************************************************************
      *Reconstruccion de la historia de dispensa por paciente.
      *E77 mantiene HISTORIAL_PACIENTES.txt (documento y producto:
      *ultima dispensa, cantidad, dias de tratamiento y grupo
      *terapeutico) para frenar la reposicion anticipada y avisar la
      *terapia duplicada. Este batch la arma de cero desde lo que ya
      *se dispenso: recorre DISPENSA_LOTES.txt (la traza por lote que
      *graba E77), busca en RECETAS.txt (E132) el paciente de cada
      *receta y recalcula los dias de tratamiento con la dosis
      *diaria de PRODTERAPIA.txt. Las lineas de una misma dispensa
      *(misma fecha y receta, repartida en varios lotes) suman su
      *cantidad; una dispensa posterior reemplaza a la anterior y
      *cuenta una vez mas. La venta libre y las trazas grabadas antes
      *de registrar la receta no se pueden atribuir a un paciente y
      *solo se cuentan. Sin RECETAS.txt no toca la historia vigente.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E172.
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
       SELECT TRAZA ASSIGN TO "DISPENSA_LOTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TRA.

       SELECT RECETAS ASSIGN TO "RECETAS.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS REG-REC-NUMERO
                     FILE STATUS IS FS-STATUS-RTA.

       SELECT TERAPIA ASSIGN TO "PRODTERAPIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TER.
      ****************************  OUTPUT  ****************************
       SELECT HISTORIAL ASSIGN TO "HISTORIAL_PACIENTES.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS REG-HPA-CLAVE
                     FILE STATUS IS FS-STATUS-HPA.
       DATA DIVISION.
       FILE SECTION.
      *Las trazas grabadas antes de registrar la receta la traen en
      *blanco.
       FD TRAZA.
          01 REG-TRAZA.
             05 REG-TRZ-FECHA              PIC 9(08).
             05 REG-TRZ-PRODUCTO           PIC 9(02).
             05 REG-TRZ-LOTE               PIC X(06).
             05 REG-TRZ-CANTIDAD           PIC 9(03).
             05 REG-TRZ-COSTO              PIC 9(05)V9(02).
             05 REG-TRZ-VALOR              PIC 9(07)V9(02).
             05 REG-TRZ-RECETA             PIC 9(06).

       FD RECETAS.
          01 REG-RECETA.
             05 REG-REC-NUMERO             PIC 9(06).
             05 REG-REC-MATRICULA          PIC X(08).
             05 REG-REC-PACIENTE           PIC X(10).
             05 REG-REC-PRODUCTO           PIC 9(02).
             05 REG-REC-CANTIDAD           PIC 9(03).
             05 REG-REC-FECHA-EMISION      PIC 9(08).
             05 REG-REC-ESTADO             PIC X(01).

       FD TERAPIA.
          01 REG-TERAPIA.
             05 REG-TER-PRODUCTO           PIC 9(02).
             05 REG-TER-GRUPO              PIC X(05).
             05 REG-TER-DOSIS-DIARIA       PIC 9(03).

       FD HISTORIAL.
          01 REG-HISTORIAL.
             05 REG-HPA-CLAVE.
                10 REG-HPA-PACIENTE        PIC X(10).
                10 REG-HPA-PRODUCTO        PIC 9(02).
             05 REG-HPA-FECHA-ULTIMA       PIC 9(08).
             05 REG-HPA-CANTIDAD           PIC 9(03).
             05 REG-HPA-DIAS-SUMINISTRO    PIC 9(03).
             05 REG-HPA-RECETA             PIC 9(06).
             05 REG-HPA-GRUPO              PIC X(05).
             05 REG-HPA-CANT-DISPENSAS     PIC 9(05).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-ABRIR-ARCHIVOS  PIC X(30) VALUE
              '110000-ABRIR-ARCHIVOS       '.
              05 CON-120000-CARGAR-TERAPIA  PIC X(30) VALUE
              '120000-CARGAR-TERAPIA       '.
              05 CON-200000-PROCESS         PIC X(30) VALUE
              '200000-PROCESS              '.
              05 CON-220000-ACTUALIZAR-HIST PIC X(30) VALUE
              '220000-ACTUALIZAR-HISTORIAL '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-TRAZA     PIC X(10) VALUE 'TRAZA     '.
              05 CON-RECETAS   PIC X(10) VALUE 'RECETAS   '.
              05 CON-TERAPIA   PIC X(10) VALUE 'TERAPIA   '.
              05 CON-HISTORIAL PIC X(10) VALUE 'HISTORIAL '.
      ************************** TABLES ********************************
       01 WS-TABLA-TERAPIA.
          02 WS-TER-ENTRY OCCURS 100 TIMES.
             05 WS-TER-PRODUCTO        PIC 9(02).
             05 WS-TER-GRUPO           PIC X(05).
             05 WS-TER-DOSIS           PIC 9(03).
       01 WS-CANT-TERAPIA              PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-TRA           PIC X(02) VALUE "00".
             88 FS-STATUS-TRA-OK               VALUE "00".
             88 FS-STATUS-TRA-EOF              VALUE "10".
             88 FS-STATUS-TRA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RTA           PIC X(02) VALUE "00".
             88 FS-STATUS-RTA-OK               VALUE "00".
             88 FS-STATUS-RTA-NO-EXISTE        VALUE "23".
             88 FS-STATUS-RTA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TER           PIC X(02) VALUE "00".
             88 FS-STATUS-TER-OK               VALUE "00".
             88 FS-STATUS-TER-EOF              VALUE "10".
             88 FS-STATUS-TER-NOT-FOUND        VALUE "35".
          05 FS-STATUS-HPA           PIC X(02) VALUE "00".
             88 FS-STATUS-HPA-OK               VALUE "00".
             88 FS-STATUS-HPA-NO-EXISTE        VALUE "23".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-GRUPO               PIC X(05).
          05 WSV-DOSIS               PIC 9(03).
          05 WSV-DIAS-SUMINISTRO     PIC 9(03).
       01 WSV-CONTADORES.
          05 WSV-CANT-TRAZAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-PACIENTE   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ALTAS          PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DISPENSAS      PIC 9(07) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E172" TO WS-ERR-PROGRAMA

           PERFORM 110000-ABRIR-ARCHIVOS
              THRU 110000-ABRIR-ARCHIVOS-F

           PERFORM 120000-CARGAR-TERAPIA
              THRU 120000-CARGAR-TERAPIA-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-TRA-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         110000-ABRIR-ARCHIVOS
      *Sin recetario no hay paciente a quien atribuir la traza: se
      *deja la historia como esta.
      ******************************************************************
       110000-ABRIR-ARCHIVOS.
           OPEN INPUT RECETAS
           IF FS-STATUS-RTA-NOT-FOUND
              DISPLAY "E172: SIN RECETAS.txt - NO SE RECONSTRUYE LA "
                      "HISTORIA DE PACIENTES"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-RTA-OK
              MOVE CON-110000-ABRIR-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RECETAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-RTA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT TRAZA
           IF FS-STATUS-TRA-NOT-FOUND
              DISPLAY "E172: SIN DISPENSA_LOTES.txt - NO HAY "
                      "DISPENSAS PARA RECONSTRUIR"
              CLOSE RECETAS
              STOP RUN
           END-IF
           IF NOT FS-STATUS-TRA-OK
              MOVE CON-110000-ABRIR-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-TRAZA                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

      *La historia se vacia y se vuelve a armar.
           OPEN OUTPUT HISTORIAL
           IF FS-STATUS-HPA-OK
              CLOSE HISTORIAL
              OPEN I-O HISTORIAL
           END-IF
           IF NOT FS-STATUS-HPA-OK
              MOVE CON-110000-ABRIR-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-HPA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-ABRIR-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-TERAPIA
      *Sin PRODTERAPIA.txt los dias de tratamiento quedan en cero.
      ******************************************************************
       120000-CARGAR-TERAPIA.
           OPEN INPUT TERAPIA
           IF FS-STATUS-TER-NOT-FOUND
              GO TO 120000-CARGAR-TERAPIA-F
           END-IF
           IF NOT FS-STATUS-TER-OK
              MOVE CON-120000-CARGAR-TERAPIA TO WS-ERR-PARRAFO
              MOVE CON-TERAPIA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TER             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-LEER-TERAPIA
              THRU 125000-LEER-TERAPIA-F
              UNTIL FS-STATUS-TER-EOF

           CLOSE TERAPIA
           .
       120000-CARGAR-TERAPIA-F. EXIT.
      ******************************************************************
      *                         125000-LEER-TERAPIA
      ******************************************************************
       125000-LEER-TERAPIA.
           READ TERAPIA
           EVALUATE TRUE
               WHEN FS-STATUS-TER-OK
                    IF WS-CANT-TERAPIA = 100
                       DISPLAY "E172: TABLA DE TERAPIAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TERAPIA TO WS-ERR-PARRAFO
                       MOVE CON-TERAPIA   TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WS-CANT-TERAPIA
                    MOVE REG-TER-PRODUCTO
                      TO WS-TER-PRODUCTO(WS-CANT-TERAPIA)
                    MOVE REG-TER-GRUPO
                      TO WS-TER-GRUPO(WS-CANT-TERAPIA)
                    MOVE REG-TER-DOSIS-DIARIA
                      TO WS-TER-DOSIS(WS-CANT-TERAPIA)
               WHEN FS-STATUS-TER-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TERAPIA TO WS-ERR-PARRAFO
                    MOVE CON-TERAPIA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TER             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-LEER-TERAPIA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           READ TRAZA
           EVALUATE TRUE
               WHEN FS-STATUS-TRA-OK
                    ADD 1 TO WSV-CANT-TRAZAS
               WHEN FS-STATUS-TRA-EOF
                    GO TO 200000-PROCESS-F
               WHEN OTHER
                    MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
                    MOVE CON-TRAZA          TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRA      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-TRZ-RECETA NOT NUMERIC
              OR REG-TRZ-RECETA = ZERO
              ADD 1 TO WSV-CANT-SIN-PACIENTE
              GO TO 200000-PROCESS-F
           END-IF

           MOVE REG-TRZ-RECETA TO REG-REC-NUMERO
           READ RECETAS
           EVALUATE TRUE
               WHEN FS-STATUS-RTA-OK
                    CONTINUE
               WHEN FS-STATUS-RTA-NO-EXISTE
                    ADD 1 TO WSV-CANT-SIN-PACIENTE
                    GO TO 200000-PROCESS-F
               WHEN OTHER
                    MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
                    MOVE CON-RECETAS        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RTA      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-REC-PACIENTE = SPACES
              ADD 1 TO WSV-CANT-SIN-PACIENTE
              GO TO 200000-PROCESS-F
           END-IF

           MOVE SPACES TO WSV-GRUPO
           MOVE ZERO   TO WSV-DOSIS
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WS-CANT-TERAPIA
              IF WS-TER-PRODUCTO(WSV-IDX) = REG-TRZ-PRODUCTO
                 MOVE WS-TER-GRUPO(WSV-IDX) TO WSV-GRUPO
                 MOVE WS-TER-DOSIS(WSV-IDX) TO WSV-DOSIS
              END-IF
           END-PERFORM

           PERFORM 220000-ACTUALIZAR-HISTORIAL
              THRU 220000-ACTUALIZAR-HISTORIAL-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         220000-ACTUALIZAR-HISTORIAL
      *Misma fecha y receta que la ultima: otro lote de la misma
      *dispensa, suma la cantidad. Fecha posterior: nueva dispensa.
      *Una traza fuera de orden solo cuenta la dispensa.
      ******************************************************************
       220000-ACTUALIZAR-HISTORIAL.
           MOVE REG-REC-PACIENTE TO REG-HPA-PACIENTE
           MOVE REG-TRZ-PRODUCTO TO REG-HPA-PRODUCTO
           READ HISTORIAL
           EVALUATE TRUE
               WHEN FS-STATUS-HPA-OK
                    EVALUATE TRUE
                        WHEN REG-TRZ-FECHA = REG-HPA-FECHA-ULTIMA
                         AND REG-TRZ-RECETA = REG-HPA-RECETA
                             ADD REG-TRZ-CANTIDAD TO REG-HPA-CANTIDAD
                        WHEN REG-TRZ-FECHA >= REG-HPA-FECHA-ULTIMA
                             MOVE REG-TRZ-FECHA
                               TO REG-HPA-FECHA-ULTIMA
                             MOVE REG-TRZ-CANTIDAD
                               TO REG-HPA-CANTIDAD
                             MOVE REG-TRZ-RECETA TO REG-HPA-RECETA
                             ADD 1 TO REG-HPA-CANT-DISPENSAS
                             ADD 1 TO WSV-CANT-DISPENSAS
                        WHEN OTHER
                             ADD 1 TO REG-HPA-CANT-DISPENSAS
                             ADD 1 TO WSV-CANT-DISPENSAS
                    END-EVALUATE
               WHEN FS-STATUS-HPA-NO-EXISTE
                    MOVE REG-TRZ-FECHA    TO REG-HPA-FECHA-ULTIMA
                    MOVE REG-TRZ-CANTIDAD TO REG-HPA-CANTIDAD
                    MOVE REG-TRZ-RECETA   TO REG-HPA-RECETA
                    MOVE 1                TO REG-HPA-CANT-DISPENSAS
                    ADD 1 TO WSV-CANT-DISPENSAS
               WHEN OTHER
                    MOVE CON-220000-ACTUALIZAR-HIST TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIAL              TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HPA              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE ZERO TO WSV-DIAS-SUMINISTRO
           IF WSV-DOSIS > ZERO
              COMPUTE WSV-DIAS-SUMINISTRO = REG-HPA-CANTIDAD / WSV-DOSIS
              IF WSV-DIAS-SUMINISTRO = ZERO
                 MOVE 1 TO WSV-DIAS-SUMINISTRO
              END-IF
           END-IF
           MOVE WSV-DIAS-SUMINISTRO TO REG-HPA-DIAS-SUMINISTRO
           MOVE WSV-GRUPO           TO REG-HPA-GRUPO

           IF FS-STATUS-HPA-OK
              REWRITE REG-HISTORIAL
           ELSE
              ADD 1 TO WSV-CANT-ALTAS
              WRITE REG-HISTORIAL
           END-IF
           IF NOT FS-STATUS-HPA-OK
              MOVE CON-220000-ACTUALIZAR-HIST TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-HPA              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       220000-ACTUALIZAR-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE TRAZA
           CLOSE RECETAS
           CLOSE HISTORIAL

           DISPLAY "E172 - HISTORIA DE PACIENTES RECONSTRUIDA"
           DISPLAY "TRAZAS LEIDAS        : " WSV-CANT-TRAZAS
           DISPLAY "SIN PACIENTE         : " WSV-CANT-SIN-PACIENTE
           DISPLAY "PACIENTE-PRODUCTO    : " WSV-CANT-ALTAS
           DISPLAY "DISPENSAS ATRIBUIDAS : " WSV-CANT-DISPENSAS
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
       END PROGRAM E172.
