      ******************************************************************
      *Revision periodica de conocimiento del cliente (KYC) segun
      *riesgo. El maestro CLIENTESIX.txt guarda la fecha de la ultima
      *revision de identidad y documentacion, el vencimiento del
      *documento y la marca de persona expuesta politicamente (PEP),
      *que carga y actualiza E55. Este batch semanal recorre el
      *maestro y, para cada cliente activo, calcula la fecha de su
      *proxima revision segun el grado de riesgo de
      *RIESGO_CLIENTES.txt (E104):
      *  - riesgo alto (grados D y E, o cliente PEP): cada anio;
      *  - riesgo medio (grado C): cada 3 anios;
      *  - riesgo bajo (grados A y B): cada 5 anios.
      *Un documento que vence antes adelanta la revision a su
      *vencimiento. Un cliente que nunca fue revisado (legajo
      *anterior a estos datos) queda vencido desde la primera corrida
      *que lo encuentra, y desde esa fecha corre su plazo. La fecha
      *calculada se graba en el maestro (REG-PROX-REVISION-CL), que
      *es lo que consultan E47 y E99 para rechazar operaciones nuevas
      *de un cliente con la revision vencida hace mas de
      *CON-DIAS-GRACIA dias. Las revisiones vencidas o que vencen
      *antes de la corrida siguiente forman la lista de trabajo de
      *KYC_REVISIONES.txt, que se emite ademas como reporte.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E155.
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

       SELECT RIESGO ASSIGN TO "RIESGO_CLIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RGO.
      ****************************  I-O  *******************************
       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.
      ****************************  OUTPUT  ****************************
       SELECT REVISIONES ASSIGN TO "KYC_REVISIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REV.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD RIESGO.
          01 REG-RIESGO.
             05 REG-RGO-CLIENTE          PIC 9(08).
             05 REG-RGO-NOMBRE           PIC X(30).
             05 REG-RGO-GRADO            PIC X(01).
             05 REG-RGO-PUNTOS           PIC 9(03).
             05 REG-RGO-FACTOR-MORA      PIC X(01).
             05 REG-RGO-FACTOR-FRAUDE    PIC X(01).
             05 REG-RGO-FACTOR-CONVENIO  PIC X(01).
             05 REG-RGO-FECHA            PIC 9(08).
             05 REG-RGO-FACTOR-CONJUNTA  PIC X(01).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL       PIC 9(08).
             05 REG-NOMBRE-CL            PIC X(30).
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
                88 REG-CLIENTE-ACTIVO           VALUE "A".
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
                88 REG-CLIENTE-PEP              VALUE "S".
             05 REG-PROX-REVISION-CL     PIC 9(08).

      *Lista de trabajo de revisiones. MOTIVO: R revision vencida
      *por plazo, D documento vencido, S cliente nunca revisado.
      *BLOQUEADO en S: ya supera los dias de gracia y E47/E99 le
      *rechazan operaciones nuevas sin autorizacion de supervisor.
       FD REVISIONES.
          01 REG-REVISION.
             05 REG-REV-FECHA-PROCESO    PIC 9(08).
             05 REG-REV-CLIENTE          PIC 9(08).
             05 REG-REV-NOMBRE           PIC X(30).
             05 REG-REV-CUIT             PIC X(11).
             05 REG-REV-GRADO            PIC X(01).
             05 REG-REV-PEP              PIC X(01).
             05 REG-REV-FECHA-REVISION   PIC 9(08).
             05 REG-REV-VTO-DOCUMENTO    PIC 9(08).
             05 REG-REV-PROX-REVISION    PIC 9(08).
             05 REG-REV-DIAS-VENCIDO     PIC 9(05).
             05 REG-REV-MOTIVO           PIC X(01).
                88 REG-REV-POR-PLAZO            VALUE "R".
                88 REG-REV-POR-DOCUMENTO        VALUE "D".
                88 REG-REV-SIN-REVISION         VALUE "S".
             05 REG-REV-BLOQUEADO        PIC X(01).
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
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-RIESGO   PIC X(30) VALUE
              '110000-CARGAR-RIESGO        '.
              05 CON-150000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '150000-OPEN-ARCHIVOS        '.
              05 CON-210000-LEER-CLIENTE    PIC X(30) VALUE
              '210000-LEER-CLIENTE         '.
              05 CON-240000-ACTUALIZAR-CLI  PIC X(30) VALUE
              '240000-ACTUALIZAR-CLIENTE   '.
              05 CON-250000-GRABAR-REVISION PIC X(30) VALUE
              '250000-GRABAR-REVISION      '.
           02 CON-POLITICAS.
      *Frecuencia de revision en meses por nivel de riesgo.
              05 CON-MESES-ALTO         PIC 9(03) VALUE 12.
              05 CON-MESES-MEDIO        PIC 9(03) VALUE 36.
              05 CON-MESES-BAJO         PIC 9(03) VALUE 60.
      *Dias de revision vencida a partir de los cuales E47 y E99
      *rechazan operaciones nuevas del cliente.
              05 CON-DIAS-GRACIA        PIC 9(03) VALUE 90.
      *La lista incluye lo que vence antes de la corrida siguiente.
              05 CON-DIAS-HORIZONTE     PIC 9(03) VALUE 7.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-RIESGO     PIC X(10) VALUE 'RIESGO    '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-REVISIONES PIC X(10) VALUE 'REVISIONES'.
              05 CON-FECHAS     PIC X(10) VALUE 'FECHAS    '.
      ************************** TABLES ********************************
      *Grado de riesgo por cliente; quien no figura es grado A.
       01 WSV-TABLA-RIESGO.
          02 WSV-RGO-ENTRY OCCURS 300 TIMES.
             05 WSV-RGO-CLIENTE          PIC 9(08).
             05 WSV-RGO-GRADO            PIC X(01).
       01 WSV-CANT-RIESGO                PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RGO           PIC X(02) VALUE "00".
             88 FS-STATUS-RGO-OK               VALUE "00".
             88 FS-STATUS-RGO-EOF              VALUE "10".
             88 FS-STATUS-RGO-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-EOF              VALUE "10".
          05 FS-STATUS-REV           PIC X(02) VALUE "00".
             88 FS-STATUS-REV-OK               VALUE "00".

          05 WSV-SW-GRADO-HALLADO    PIC X(01).
             88 WSV-GRADO-HALLADO              VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-HORIZONTE     PIC 9(08).
          05 WSV-IDX-RGO             PIC 9(03).
          05 WSV-GRADO               PIC X(01).
             88 WSV-RIESGO-ALTO                VALUE "D" "E".
             88 WSV-RIESGO-MEDIO               VALUE "C".
          05 WSV-MESES               PIC 9(03).
          05 WSV-PROXIMA             PIC 9(08).
          05 WSV-MOTIVO              PIC X(01).
          05 WSV-DIAS-VENCIDO        PIC 9(05).
          05 WSV-BLOQUEADO           PIC X(01).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ACTIVOS        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ACTUALIZADOS   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-REVISIONES     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-POR-PLAZO      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-POR-DOCUMENTO  PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-REVISION   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-BLOQUEADOS     PIC 9(07) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
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
           MOVE "E155" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-RIESGO
              THRU 110000-CARGAR-RIESGO-F

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
      *Fecha de proceso: la del sistema salvo que PARAMETROS.txt
      *traiga otra (reproceso).
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

           MOVE "C"                TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO  TO WS-FEC-FECHA
           MOVE CON-DIAS-HORIZONTE TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
              MOVE CON-FECHAS                 TO WS-ERR-OBJETO
              MOVE CON-RUTINA                 TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-RESULTADO TO WSV-FECHA-HORIZONTE
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-RIESGO
      *Sin archivo de riesgo todos los clientes son grado A.
      ******************************************************************
       110000-CARGAR-RIESGO.
           OPEN INPUT RIESGO
           IF FS-STATUS-RGO-NOT-FOUND
              GO TO 110000-CARGAR-RIESGO-F
           END-IF
           IF NOT FS-STATUS-RGO-OK
              MOVE CON-110000-CARGAR-RIESGO TO WS-ERR-PARRAFO
              MOVE CON-RIESGO               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RGO            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-RIESGO
              THRU 112000-LEER-RIESGO-F
              UNTIL FS-STATUS-RGO-EOF

           CLOSE RIESGO
           .
       110000-CARGAR-RIESGO-F. EXIT.
      ******************************************************************
      *                         112000-LEER-RIESGO
      ******************************************************************
       112000-LEER-RIESGO.
           READ RIESGO
           EVALUATE TRUE
               WHEN FS-STATUS-RGO-OK
      *Un cliente fuera de tabla quedaria como grado A y se revisaria
      *cada 5 anios aunque sea de riesgo alto.
                    IF WSV-CANT-RIESGO = 300
                       DISPLAY "E155: TABLA DE RIESGO LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-RIESGO TO WS-ERR-PARRAFO
                       MOVE CON-RIESGO               TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-RIESGO
                    MOVE REG-RGO-CLIENTE TO
                       WSV-RGO-CLIENTE(WSV-CANT-RIESGO)
                    MOVE REG-RGO-GRADO   TO
                       WSV-RGO-GRADO(WSV-CANT-RIESGO)
               WHEN FS-STATUS-RGO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-RIESGO TO WS-ERR-PARRAFO
                    MOVE CON-RIESGO               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RGO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-RIESGO-F. EXIT.
      ******************************************************************
      *                         150000-OPEN-ARCHIVOS
      ******************************************************************
       150000-OPEN-ARCHIVOS.
           OPEN I-O CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-150000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT REVISIONES
           IF NOT FS-STATUS-REV-OK
              MOVE CON-150000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-REVISIONES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "REVISIONES KYC VENCIDAS Y A VENCER" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "CLIENTE  NOMBRE                         G P "
                   "ULT.REV. VTO.DOC. PROXIMA  DIAS M B"
           .
       150000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Solo los clientes activos: bloqueados y fallecidos no operan
      *y no tiene sentido citarlos a revision.
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDOS
           IF REG-CLIENTE-ACTIVO
              ADD 1 TO WSV-CANT-ACTIVOS
              PERFORM 220000-BUSCAR-GRADO
                 THRU 220000-BUSCAR-GRADO-F
              PERFORM 230000-CALCULAR-PROXIMA
                 THRU 230000-CALCULAR-PROXIMA-F
              IF WSV-PROXIMA NOT = REG-PROX-REVISION-CL
                 PERFORM 240000-ACTUALIZAR-CLIENTE
                    THRU 240000-ACTUALIZAR-CLIENTE-F
              END-IF
              IF WSV-PROXIMA <= WSV-FECHA-HORIZONTE
                 PERFORM 250000-GRABAR-REVISION
                    THRU 250000-GRABAR-REVISION-F
              END-IF
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
      *                         220000-BUSCAR-GRADO
      *Grado de E104 del cliente y frecuencia de revision que le
      *corresponde. Un PEP es riesgo alto cualquiera sea su grado.
      ******************************************************************
       220000-BUSCAR-GRADO.
           MOVE "A" TO WSV-GRADO
           MOVE "N" TO WSV-SW-GRADO-HALLADO
           PERFORM VARYING WSV-IDX-RGO FROM 1 BY 1
              UNTIL WSV-IDX-RGO > WSV-CANT-RIESGO
              OR WSV-GRADO-HALLADO
              IF WSV-RGO-CLIENTE(WSV-IDX-RGO) = REG-COD-CLIENTE-CL
                 MOVE WSV-RGO-GRADO(WSV-IDX-RGO) TO WSV-GRADO
                 MOVE "S" TO WSV-SW-GRADO-HALLADO
              END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN REG-CLIENTE-PEP
                    MOVE CON-MESES-ALTO  TO WSV-MESES
               WHEN WSV-RIESGO-ALTO
                    MOVE CON-MESES-ALTO  TO WSV-MESES
               WHEN WSV-RIESGO-MEDIO
                    MOVE CON-MESES-MEDIO TO WSV-MESES
               WHEN OTHER
                    MOVE CON-MESES-BAJO  TO WSV-MESES
           END-EVALUATE
           .
       220000-BUSCAR-GRADO-F. EXIT.
      ******************************************************************
      *                         230000-CALCULAR-PROXIMA
      *Ultima revision mas la frecuencia del riesgo, o el vencimiento
      *del documento si es anterior. Sin revision registrada la
      *fecha es la de la primera corrida que lo encontro (la que ya
      *tenga grabada) o la de hoy; una fecha de revision invalida se
      *trata igual.
      ******************************************************************
       230000-CALCULAR-PROXIMA.
           MOVE "S" TO WSV-MOTIVO
           IF REG-FECHA-REVISION-CL NOT = ZERO
              MOVE "M"                   TO WS-FEC-OPERACION
              MOVE REG-FECHA-REVISION-CL TO WS-FEC-FECHA
              MOVE WSV-MESES             TO WS-FEC-DIAS
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              IF WS-FEC-COD-RET = ZERO
                 MOVE "R"              TO WSV-MOTIVO
                 MOVE WS-FEC-RESULTADO TO WSV-PROXIMA
              ELSE
                 DISPLAY "CLIENTE " REG-COD-CLIENTE-CL
                         " - FECHA DE REVISION INVALIDA "
                         REG-FECHA-REVISION-CL
              END-IF
           END-IF

           IF WSV-MOTIVO = "S"
              IF REG-PROX-REVISION-CL NOT = ZERO
                 MOVE REG-PROX-REVISION-CL TO WSV-PROXIMA
              ELSE
                 MOVE WSV-FECHA-PROCESO    TO WSV-PROXIMA
              END-IF
           END-IF

           IF REG-VTO-DOCUMENTO-CL NOT = ZERO
              AND REG-VTO-DOCUMENTO-CL < WSV-PROXIMA
              MOVE "D"                  TO WSV-MOTIVO
              MOVE REG-VTO-DOCUMENTO-CL TO WSV-PROXIMA
           END-IF
           .
       230000-CALCULAR-PROXIMA-F. EXIT.
      ******************************************************************
      *                         240000-ACTUALIZAR-CLIENTE
      ******************************************************************
       240000-ACTUALIZAR-CLIENTE.
           MOVE WSV-PROXIMA TO REG-PROX-REVISION-CL
           REWRITE REG-CLIENTEIX
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-240000-ACTUALIZAR-CLI TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ACTUALIZADOS
           .
       240000-ACTUALIZAR-CLIENTE-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-REVISION
      *Linea de la lista de trabajo. Los dias vencidos son corridos
      *desde la proxima revision hasta la fecha de proceso (cero si
      *todavia no vencio).
      ******************************************************************
       250000-GRABAR-REVISION.
           MOVE ZERO TO WSV-DIAS-VENCIDO
           IF WSV-PROXIMA < WSV-FECHA-PROCESO
              MOVE "E"               TO WS-FEC-OPERACION
              MOVE WSV-PROXIMA       TO WS-FEC-FECHA
              MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              IF WS-FEC-COD-RET = ZERO
                 MOVE WS-FEC-DIAS TO WSV-DIAS-VENCIDO
              END-IF
           END-IF

           MOVE "N" TO WSV-BLOQUEADO
           IF WSV-DIAS-VENCIDO > CON-DIAS-GRACIA
              MOVE "S" TO WSV-BLOQUEADO
              ADD 1 TO WSV-CANT-BLOQUEADOS
           END-IF

           EVALUATE WSV-MOTIVO
               WHEN "R"
                    ADD 1 TO WSV-CANT-POR-PLAZO
               WHEN "D"
                    ADD 1 TO WSV-CANT-POR-DOCUMENTO
               WHEN "S"
                    ADD 1 TO WSV-CANT-SIN-REVISION
           END-EVALUATE

           MOVE WSV-FECHA-PROCESO     TO REG-REV-FECHA-PROCESO
           MOVE REG-COD-CLIENTE-CL    TO REG-REV-CLIENTE
           MOVE REG-NOMBRE-CL         TO REG-REV-NOMBRE
           MOVE REG-CUIT-CL           TO REG-REV-CUIT
           MOVE WSV-GRADO             TO REG-REV-GRADO
           MOVE REG-PEP-CL            TO REG-REV-PEP
           MOVE REG-FECHA-REVISION-CL TO REG-REV-FECHA-REVISION
           MOVE REG-VTO-DOCUMENTO-CL  TO REG-REV-VTO-DOCUMENTO
           MOVE WSV-PROXIMA           TO REG-REV-PROX-REVISION
           MOVE WSV-DIAS-VENCIDO      TO REG-REV-DIAS-VENCIDO
           MOVE WSV-MOTIVO            TO REG-REV-MOTIVO
           MOVE WSV-BLOQUEADO         TO REG-REV-BLOQUEADO

           WRITE REG-REVISION
           IF NOT FS-STATUS-REV-OK
              MOVE CON-250000-GRABAR-REVISION TO WS-ERR-PARRAFO
              MOVE CON-REVISIONES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-REVISIONES

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY REG-REV-CLIENTE " " REG-REV-NOMBRE " "
                   REG-REV-GRADO " " REG-REV-PEP " "
                   REG-REV-FECHA-REVISION " " REG-REV-VTO-DOCUMENTO
                   " " REG-REV-PROX-REVISION " "
                   REG-REV-DIAS-VENCIDO " " REG-REV-MOTIVO " "
                   REG-REV-BLOQUEADO
           .
       250000-GRABAR-REVISION-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE CLIENTES
           CLOSE REVISIONES

           IF WSV-CANT-REVISIONES = ZERO
              DISPLAY "NO HAY REVISIONES PENDIENTES"
           END-IF

           DISPLAY " "
           DISPLAY "E155 - REVISION PERIODICA KYC AL "
                   WSV-FECHA-PROCESO
           DISPLAY "CLIENTES LEIDOS           : " WSV-CANT-LEIDOS
           DISPLAY "CLIENTES ACTIVOS          : " WSV-CANT-ACTIVOS
           DISPLAY "PROXIMAS REVISIONES GRAB. : " WSV-CANT-ACTUALIZADOS
           DISPLAY "REVISIONES EN LA LISTA    : " WSV-CANT-REVISIONES
           DISPLAY "  POR PLAZO DE RIESGO     : " WSV-CANT-POR-PLAZO
           DISPLAY "  POR DOCUMENTO VENCIDO   : " WSV-CANT-POR-DOCUMENTO
           DISPLAY "  SIN REVISION PREVIA     : " WSV-CANT-SIN-REVISION
           DISPLAY "CLIENTES CON OPERATORIA   "
           DISPLAY "  BLOQUEADA (MAS DE " CON-DIAS-GRACIA " DIAS) : "
                   WSV-CANT-BLOQUEADOS
           STOP RUN
           .
       300000-EXIT-F. EXIT.
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
       END PROGRAM E155.
