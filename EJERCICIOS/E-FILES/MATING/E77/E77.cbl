      *el reclamo mensual por obra social de E130. Un producto que
      *requiere autorizacion sin numero de receta se dispensa a
      *precio pleno y se avisa.
      *Cada lote consumido se graba en DISPENSA_LOTES.txt valorizado
      *al costo promedio ponderado del producto que mantiene E78REC
      *en COSTOS_FARMACIA.txt; es la base del costo de lo dispensado
      *que cierra E171 a fin de mes.
      *Historia del paciente: cada dispensa con documento actualiza
      *HISTORIAL_PACIENTES.txt (documento y producto: ultima fecha,
      *cantidad y dias de tratamiento segun la dosis diaria de
      *PRODTERAPIA.txt). Antes de dispensar se controla la
      *reposicion anticipada (el paciente vuelve antes de consumir
      *el porcentaje de PARAMDISPENSA.txt de lo ultimo que llevo:
      *se rechaza o se avisa segun el parametro, salvo excepcion
      *firmada por el farmaceutico, que queda en
      *DISPENSA_EXCEPCIONES.txt) y la terapia duplicada (otro
      *producto del mismo grupo terapeutico con tratamiento en
      *curso: se avisa). Todo aviso queda en DISPENSA_ALERTAS.txt
      *para el informe mensual de E173.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                     RECORD KEY IS REG-REC-NUMERO
                     FILE STATUS IS FS-STATUS-RTA.

       SELECT HISTORIAL ASSIGN TO "HISTORIAL_PACIENTES.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS REG-HPA-CLAVE
                     FILE STATUS IS FS-STATUS-HPA.

       SELECT TERAPIA ASSIGN TO "PRODTERAPIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TER.

       SELECT PARAMDISP ASSIGN TO "PARAMDISPENSA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PDI.

       SELECT PRESCRIPTORES ASSIGN TO "PRESCRIPTORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PSC.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PRE.

       SELECT COSTOS ASSIGN TO "COSTOS_FARMACIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CST.

       SELECT CONTROLADOS ASSIGN TO "PRODCONTROLADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTL.
       SELECT INFORME ASSIGN TO "INFORME_DISPENSA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.

       SELECT ALERTAS ASSIGN TO "DISPENSA_ALERTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ALE.

       SELECT EXCEPCIONES ASSIGN TO "DISPENSA_EXCEPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EXC.
       DATA DIVISION.
       FILE SECTION.
       FD DISPENSA.
             05 REG-DIS-PLAN               PIC X(03).
             05 REG-DIS-RECETA             PIC 9(06).
             05 REG-DIS-PACIENTE           PIC X(10).
      *Matricula del farmaceutico que exceptua el control de
      *reposicion anticipada (espacios = sin excepcion).
             05 REG-DIS-AUTORIZA           PIC X(08).

      *Recetario (E132): un controlado solo sale contra una receta
      *abierta, de prescriptor con licencia vigente y dentro de la
                88 REG-REC-ABIERTA              VALUE "A".
                88 REG-REC-CONSUMIDA            VALUE "C".

      *Historia de dispensa por paciente y producto.
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

      *Grupo terapeutico y dosis diaria (unidades por dia) de cada
      *producto; sin dosis no hay control de reposicion.
       FD TERAPIA.
          01 REG-TERAPIA.
             05 REG-TER-PRODUCTO           PIC 9(02).
             05 REG-TER-GRUPO              PIC X(05).
             05 REG-TER-DOSIS-DIARIA       PIC 9(03).

      *Porcentaje del suministro anterior que debe estar consumido
      *para reponer y accion ante una reposicion anticipada
      *(R rechaza / A avisa).
       FD PARAMDISP.
          01 REG-PARAMDISP.
             05 REG-PDI-PCT-CONSUMO        PIC 9(03).
             05 REG-PDI-ACCION             PIC X(01).

       FD PRESCRIPTORES.
          01 REG-PRESCRIPTOR.
             05 REG-PSC-MATRICULA          PIC X(08).
             05 REG-TRZ-PRODUCTO           PIC 9(02).
             05 REG-TRZ-LOTE               PIC X(06).
             05 REG-TRZ-CANTIDAD           PIC 9(03).
      *Costo promedio unitario a la fecha y valor de la salida.
             05 REG-TRZ-COSTO              PIC 9(05)V9(02).
             05 REG-TRZ-VALOR              PIC 9(07)V9(02).
             05 REG-TRZ-RECETA             PIC 9(06).

       FD COBERTURAS.
          01 REG-COBERTURA.
             05 REG-PRE-CODE               PIC 9(02).
             05 REG-PRE-IMPORTE            PIC 9(05)V9(02).

      *Costo promedio ponderado por producto (E78REC).
       FD COSTOS.
          01 REG-COSTO.
             05 REG-CST-CODE               PIC 9(02).
             05 REG-CST-IMPORTE            PIC 9(05)V9(02).

       FD CONTROLADOS.
          01 REG-CONTROLADO.
             05 REG-CTL-CODE               PIC 9(02).

       FD INFORME.
          01 REG-INFORME                   PIC X(80).

      *Tipo RA reposicion anticipada / TD terapia duplicada; accion
      *R rechazada, A avisada, O exceptuada por el farmaceutico.
       FD ALERTAS.
          01 REG-ALERTA.
             05 REG-ALE-FECHA              PIC 9(08).
             05 REG-ALE-PACIENTE           PIC X(10).
             05 REG-ALE-PRODUCTO           PIC 9(02).
             05 REG-ALE-CANTIDAD           PIC 9(03).
             05 REG-ALE-RECETA             PIC 9(06).
             05 REG-ALE-TIPO               PIC X(02).
             05 REG-ALE-ACCION             PIC X(01).
             05 REG-ALE-PRODUCTO-REL       PIC 9(02).
             05 REG-ALE-FECHA-ANTERIOR     PIC 9(08).
             05 REG-ALE-DIAS-TRANSC        PIC 9(05).
             05 REG-ALE-DIAS-SUMIN         PIC 9(03).
             05 REG-ALE-FARMACEUTICO       PIC X(08).

       FD EXCEPCIONES.
          01 REG-EXCEPCION.
             05 REG-EXC-FECHA              PIC 9(08).
             05 REG-EXC-HORA               PIC 9(08).
             05 REG-EXC-PACIENTE           PIC X(10).
             05 REG-EXC-PRODUCTO           PIC 9(02).
             05 REG-EXC-CANTIDAD           PIC 9(03).
             05 REG-EXC-RECETA             PIC 9(06).
             05 REG-EXC-MOTIVO             PIC X(25).
             05 REG-EXC-FARMACEUTICO       PIC X(08).
             05 REG-EXC-FECHA-ANTERIOR     PIC 9(08).
             05 REG-EXC-DIAS-TRANSC        PIC 9(05).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '220000-CONSUMIR-FEFO        '.
              05 CON-310000-GRABAR-SALIDAS  PIC X(30) VALUE
              '310000-GRABAR-SALIDAS       '.
              05 CON-135000-CARGAR-TERAPIA  PIC X(30) VALUE
              '135000-CARGAR-TERAPIA       '.
              05 CON-170000-CONTROLAR-PAC   PIC X(30) VALUE
              '170000-CONTROLAR-PACIENTE   '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
           02 CON-OBJETOS.
              05 CON-DISPENSA  PIC X(10) VALUE 'DISPENSA  '.
              05 CON-PRECIOS   PIC X(10) VALUE 'PRECIOS   '.
              05 CON-COSTOS    PIC X(10) VALUE 'COSTOS    '.
              05 CON-MASTER    PIC X(10) VALUE 'MASTER    '.
              05 CON-LOTES     PIC X(10) VALUE 'LOTES     '.
              05 CON-RECHAZOS  PIC X(10) VALUE 'RECHAZOS  '.
              05 CON-TRAZA      PIC X(10) VALUE 'TRAZA     '.
              05 CON-CONTROLAD PIC X(10) VALUE 'CONTROLADO'.
              05 CON-RECETAS   PIC X(10) VALUE 'RECETAS   '.
              05 CON-HISTORIAL PIC X(10) VALUE 'HISTORIAL '.
              05 CON-TERAPIA   PIC X(10) VALUE 'TERAPIA   '.
              05 CON-PARAMDISP PIC X(10) VALUE 'PARAMDISP '.
              05 CON-ALERTAS   PIC X(10) VALUE 'ALERTAS   '.
              05 CON-EXCEPCION PIC X(10) VALUE 'EXCEPCION '.
           02 CON-RECETARIO.
              05 CON-DIAS-VALIDEZ-RECETA PIC 9(03) VALUE 030.
              05 CON-MOTIVO-ANTICIPADA   PIC X(25) VALUE
                 'REPOSICION ANTICIPADA    '.
           02 CON-MOTIVOS.
              05 CON-MOTIVO-SIN-STOCK  PIC X(25) VALUE
                 'STOCK SIN VENCER INSUF.  '.
             05 WS-CSM-CANT           PIC 9(03).
       01 WS-CANT-CONSUMOS            PIC 9(02) VALUE 0.

       01 WS-TABLA-TERAPIA.
          02 WS-TER-ENTRY OCCURS 100 TIMES.
             05 WS-TER-PRODUCTO       PIC 9(02).
             05 WS-TER-GRUPO          PIC X(05).
             05 WS-TER-DOSIS          PIC 9(03).
       01 WS-CANT-TERAPIA             PIC 9(03) VALUE 0.

       01 WS-TABLA-PRECIOS.
          02 WS-PRE-ENTRY OCCURS 100 TIMES.
             05 WS-PRE-CODE           PIC 9(02).
             05 WS-PRE-IMPORTE        PIC 9(05)V9(02).
       01 WS-CANT-PRECIOS             PIC 9(03) VALUE 0.

       01 WS-TABLA-COSTOS.
          02 WS-CST-ENTRY OCCURS 100 TIMES.
             05 WS-CST-CODE           PIC 9(02).
             05 WS-CST-IMPORTE        PIC 9(05)V9(02).
       01 WS-CANT-COSTOS              PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-DIS           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
             88 FS-STATUS-PRE-EOF              VALUE "10".
             88 FS-STATUS-PRE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CST           PIC X(02) VALUE "00".
             88 FS-STATUS-CST-OK               VALUE "00".
             88 FS-STATUS-CST-EOF              VALUE "10".
             88 FS-STATUS-CST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MAS           PIC X(02) VALUE "00".
             88 FS-STATUS-MAS-OK               VALUE "00".
             88 FS-STATUS-MAS-EOF              VALUE "10".
             88 WS-ES-CONTROLADO               VALUE "S".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 FS-STATUS-HPA           PIC X(02) VALUE "00".
             88 FS-STATUS-HPA-OK               VALUE "00".
             88 FS-STATUS-HPA-EOF              VALUE "10".
             88 FS-STATUS-HPA-NOT-FOUND        VALUE "23".
             88 FS-STATUS-HPA-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-TER           PIC X(02) VALUE "00".
             88 FS-STATUS-TER-OK               VALUE "00".
             88 FS-STATUS-TER-EOF              VALUE "10".
             88 FS-STATUS-TER-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PDI           PIC X(02) VALUE "00".
             88 FS-STATUS-PDI-OK               VALUE "00".
             88 FS-STATUS-PDI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ALE           PIC X(02) VALUE "00".
             88 FS-STATUS-ALE-OK               VALUE "00".
             88 FS-STATUS-ALE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EXC           PIC X(02) VALUE "00".
             88 FS-STATUS-EXC-OK               VALUE "00".
             88 FS-STATUS-EXC-NOT-FOUND        VALUE "35".
          05 WSV-SW-FIN-PACIENTE     PIC X(01).
             88 WSV-FIN-PACIENTE               VALUE "S".
          05 WSV-SW-RECHAZO-PACIENTE PIC X(01).
             88 WSV-RECHAZO-PACIENTE           VALUE "S".
      ******************  CONTROLES SOBRE EL PACIENTE  *****************
       01 WSV-CONTROL-PACIENTE.
          05 WSV-PCT-CONSUMO         PIC 9(03) VALUE 080.
          05 WSV-ACCION-ANTICIPADA   PIC X(01) VALUE "R".
             88 WSV-ANTICIPADA-RECHAZA         VALUE "R".
          05 WSV-GRUPO               PIC X(05).
          05 WSV-DOSIS               PIC 9(03).
          05 WSV-DIAS-SUMINISTRO     PIC 9(03).
          05 WSV-DIAS-MINIMO         PIC 9(05).
          05 WSV-DIAS-TRANSCURRIDOS  PIC 9(05).
          05 WSV-HORA                PIC 9(08).
          05 WSV-CANT-ALERTAS        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-EXCEPCIONES    PIC 9(05) VALUE ZERO.
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-MASTER          PIC 9(03).
          05 WSV-SALDO-LIBRO         PIC 9(04).
          05 WSV-PRECIO              PIC 9(05)V9(02).
          05 WSV-COSTO               PIC 9(05)V9(02).
          05 WSV-VALOR               PIC 9(08)V9(02).
          05 WSV-EDIT                PIC ZZ.ZZZ.ZZ9,99.
          05 WSV-LINEA               PIC X(80).
           PERFORM 125000-CARGAR-PRECIOS
              THRU 125000-CARGAR-PRECIOS-F

           PERFORM 126500-CARGAR-COSTOS
              THRU 126500-CARGAR-COSTOS-F

           PERFORM 127000-CARGAR-COBERTURAS
              THRU 127000-CARGAR-COBERTURAS-F

           PERFORM 128000-CARGAR-CONTROLADOS
              THRU 128000-CARGAR-CONTROLADOS-F

           PERFORM 135000-CARGAR-TERAPIA
              THRU 135000-CARGAR-TERAPIA-F

           PERFORM 137000-ABRIR-HISTORIAL
              THRU 137000-ABRIR-HISTORIAL-F

           PERFORM 130000-ORDENAR-FEFO
              THRU 130000-ORDENAR-FEFO-F

           .
       126000-LEER-PRECIO-F. EXIT.
      ******************************************************************
      *                         126500-CARGAR-COSTOS
      *Sin archivo de costos la traza sale con costo cero.
      ******************************************************************
       126500-CARGAR-COSTOS.
           OPEN INPUT COSTOS
           IF FS-STATUS-CST-NOT-FOUND
              DISPLAY "E77: SIN COSTOS PROMEDIO - TRAZA SIN VALORIZAR"
              GO TO 126500-CARGAR-COSTOS-F
           END-IF
           IF NOT FS-STATUS-CST-OK
              MOVE CON-110000-CARGAR-LOTES TO WS-ERR-PARRAFO
              MOVE CON-COSTOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CST           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 126600-LEER-COSTO
              THRU 126600-LEER-COSTO-F
              UNTIL FS-STATUS-CST-EOF
              OR WS-CANT-COSTOS = 100

           CLOSE COSTOS
           .
       126500-CARGAR-COSTOS-F. EXIT.
      ******************************************************************
      *                         126600-LEER-COSTO
      ******************************************************************
       126600-LEER-COSTO.
           READ COSTOS
           IF FS-STATUS-CST-OK
              ADD 1 TO WS-CANT-COSTOS
              MOVE REG-CST-CODE    TO WS-CST-CODE(WS-CANT-COSTOS)
              MOVE REG-CST-IMPORTE TO WS-CST-IMPORTE(WS-CANT-COSTOS)
           END-IF
           .
       126600-LEER-COSTO-F. EXIT.
      ******************************************************************
      *                         127000-CARGAR-COBERTURAS
      *Sin maestro de coberturas toda dispensa es a precio pleno.
      ******************************************************************
           .
       134500-LEER-CUARENTENA-F. EXIT.
      ******************************************************************
      *                         135000-CARGAR-TERAPIA
      *Grupos terapeuticos y dosis diaria, mas el parametro de
      *reposicion (sin PARAMDISPENSA.txt rige 80% y rechazo).
      ******************************************************************
       135000-CARGAR-TERAPIA.
           OPEN INPUT PARAMDISP
           IF FS-STATUS-PDI-OK
              READ PARAMDISP
              IF FS-STATUS-PDI-OK
                 IF REG-PDI-PCT-CONSUMO > ZERO
                    MOVE REG-PDI-PCT-CONSUMO TO WSV-PCT-CONSUMO
                 END-IF
                 IF REG-PDI-ACCION = "R" OR REG-PDI-ACCION = "A"
                    MOVE REG-PDI-ACCION TO WSV-ACCION-ANTICIPADA
                 END-IF
              END-IF
              CLOSE PARAMDISP
           END-IF

           OPEN INPUT TERAPIA
           IF FS-STATUS-TER-NOT-FOUND
              GO TO 135000-CARGAR-TERAPIA-F
           END-IF
           IF NOT FS-STATUS-TER-OK
              MOVE CON-135000-CARGAR-TERAPIA TO WS-ERR-PARRAFO
              MOVE CON-TERAPIA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TER             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135500-LEER-TERAPIA
              THRU 135500-LEER-TERAPIA-F
              UNTIL FS-STATUS-TER-EOF
              OR WS-CANT-TERAPIA = 100

           CLOSE TERAPIA
           .
       135000-CARGAR-TERAPIA-F. EXIT.
      ******************************************************************
      *                         135500-LEER-TERAPIA
      ******************************************************************
       135500-LEER-TERAPIA.
           READ TERAPIA
           IF FS-STATUS-TER-OK
              ADD 1 TO WS-CANT-TERAPIA
              MOVE REG-TER-PRODUCTO TO WS-TER-PRODUCTO(WS-CANT-TERAPIA)
              MOVE REG-TER-GRUPO    TO WS-TER-GRUPO(WS-CANT-TERAPIA)
              MOVE REG-TER-DOSIS-DIARIA
                                    TO WS-TER-DOSIS(WS-CANT-TERAPIA)
           END-IF
           .
       135500-LEER-TERAPIA-F. EXIT.
      ******************************************************************
      *                         137000-ABRIR-HISTORIAL
      *La primera corrida crea la historia vacia.
      ******************************************************************
       137000-ABRIR-HISTORIAL.
           OPEN I-O HISTORIAL
           IF FS-STATUS-HPA-SIN-ARCHIVO
              OPEN OUTPUT HISTORIAL
              CLOSE HISTORIAL
              OPEN I-O HISTORIAL
           END-IF
           IF NOT FS-STATUS-HPA-OK
              MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-HPA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       137000-ABRIR-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         140000-OPEN-SALIDAS
      ******************************************************************
       140000-OPEN-SALIDAS.
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

      *Alertas y excepciones acumulan el mes para el informe de E173.
           OPEN EXTEND ALERTAS
           IF FS-STATUS-ALE-NOT-FOUND
              OPEN OUTPUT ALERTAS
           END-IF
           IF NOT FS-STATUS-ALE-OK
              MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
              MOVE CON-ALERTAS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND EXCEPCIONES
           IF FS-STATUS-EXC-NOT-FOUND
              OPEN OUTPUT EXCEPCIONES
           END-IF
           IF NOT FS-STATUS-EXC-OK
              MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
              MOVE CON-EXCEPCION            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EXC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       140000-OPEN-SALIDAS-F. EXIT.
      ******************************************************************
           .
       168000-CONSUMIR-RECETA-F. EXIT.
      ******************************************************************
      *                         170000-CONTROLAR-PACIENTE
      *Controles sobre la historia del paciente antes de dispensar.
      *Sin documento no hay historia que mirar.
      ******************************************************************
       170000-CONTROLAR-PACIENTE.
           MOVE "N"    TO WSV-SW-RECHAZO-PACIENTE
           MOVE SPACES TO WSV-GRUPO
           MOVE ZERO   TO WSV-DOSIS
           IF REG-DIS-PACIENTE = SPACES
              GO TO 170000-CONTROLAR-PACIENTE-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WS-CANT-TERAPIA
              IF WS-TER-PRODUCTO(WSV-IDX) = REG-DIS-CODE
                 MOVE WS-TER-GRUPO(WSV-IDX) TO WSV-GRUPO
                 MOVE WS-TER-DOSIS(WSV-IDX) TO WSV-DOSIS
              END-IF
           END-PERFORM

           IF WSV-GRUPO NOT = SPACES
              PERFORM 172000-TERAPIA-DUPLICADA
                 THRU 172000-TERAPIA-DUPLICADA-F
           END-IF

           PERFORM 174000-REPOSICION-ANTICIPADA
              THRU 174000-REPOSICION-ANTICIPADA-F
           .
       170000-CONTROLAR-PACIENTE-F. EXIT.
      ******************************************************************
      *                         172000-TERAPIA-DUPLICADA
      *Recorre la historia del paciente buscando otro producto del
      *mismo grupo terapeutico cuyo tratamiento sigue en curso a la
      *fecha de esta dispensa. Solo avisa.
      ******************************************************************
       172000-TERAPIA-DUPLICADA.
           MOVE REG-DIS-PACIENTE TO REG-HPA-PACIENTE
           MOVE ZERO             TO REG-HPA-PRODUCTO
           START HISTORIAL KEY NOT < REG-HPA-CLAVE
           IF NOT FS-STATUS-HPA-OK
              MOVE "00" TO FS-STATUS-HPA
              GO TO 172000-TERAPIA-DUPLICADA-F
           END-IF

           MOVE "N" TO WSV-SW-FIN-PACIENTE
           PERFORM 173000-LEER-HISTORIA-PAC
              THRU 173000-LEER-HISTORIA-PAC-F
              UNTIL WSV-FIN-PACIENTE
           MOVE "00" TO FS-STATUS-HPA
           .
       172000-TERAPIA-DUPLICADA-F. EXIT.
      ******************************************************************
      *                         173000-LEER-HISTORIA-PAC
      ******************************************************************
       173000-LEER-HISTORIA-PAC.
           READ HISTORIAL NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-HPA-OK
                    IF REG-HPA-PACIENTE NOT = REG-DIS-PACIENTE
                       MOVE "S" TO WSV-SW-FIN-PACIENTE
                       GO TO 173000-LEER-HISTORIA-PAC-F
                    END-IF
               WHEN FS-STATUS-HPA-EOF
                    MOVE "S" TO WSV-SW-FIN-PACIENTE
                    GO TO 173000-LEER-HISTORIA-PAC-F
               WHEN OTHER
                    MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HPA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-HPA-PRODUCTO = REG-DIS-CODE
              OR REG-HPA-GRUPO NOT = WSV-GRUPO
              OR REG-HPA-DIAS-SUMINISTRO = ZERO
              GO TO 173000-LEER-HISTORIA-PAC-F
           END-IF

           MOVE "E" TO WS-FEC-OPERACION
           MOVE REG-HPA-FECHA-ULTIMA TO WS-FEC-FECHA
           MOVE REG-DIS-FECHA        TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              GO TO 173000-LEER-HISTORIA-PAC-F
           END-IF
           MOVE WS-FEC-DIAS TO WSV-DIAS-TRANSCURRIDOS

           IF WSV-DIAS-TRANSCURRIDOS < REG-HPA-DIAS-SUMINISTRO
              MOVE "TD"                    TO REG-ALE-TIPO
              MOVE "A"                     TO REG-ALE-ACCION
              MOVE REG-HPA-PRODUCTO        TO REG-ALE-PRODUCTO-REL
              MOVE REG-HPA-FECHA-ULTIMA    TO REG-ALE-FECHA-ANTERIOR
              MOVE REG-HPA-DIAS-SUMINISTRO TO REG-ALE-DIAS-SUMIN
              MOVE SPACES                  TO REG-ALE-FARMACEUTICO
              PERFORM 176000-GRABAR-ALERTA
                 THRU 176000-GRABAR-ALERTA-F
           END-IF
           .
       173000-LEER-HISTORIA-PAC-F. EXIT.
      ******************************************************************
      *                         174000-REPOSICION-ANTICIPADA
      *El paciente vuelve por el mismo producto antes de haber
      *consumido el porcentaje parametrizado de lo que llevo la
      *ultima vez. Con matricula de farmaceutico en la dispensa se
      *exceptua y queda registrado; si no, se rechaza o se avisa
      *segun PARAMDISPENSA.txt.
      ******************************************************************
       174000-REPOSICION-ANTICIPADA.
           MOVE REG-DIS-PACIENTE TO REG-HPA-PACIENTE
           MOVE REG-DIS-CODE     TO REG-HPA-PRODUCTO
           READ HISTORIAL
           EVALUATE TRUE
               WHEN FS-STATUS-HPA-OK
                    CONTINUE
               WHEN FS-STATUS-HPA-NOT-FOUND
                    MOVE "00" TO FS-STATUS-HPA
                    GO TO 174000-REPOSICION-ANTICIPADA-F
               WHEN OTHER
                    MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HPA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-HPA-DIAS-SUMINISTRO = ZERO
              GO TO 174000-REPOSICION-ANTICIPADA-F
           END-IF

           MOVE "E" TO WS-FEC-OPERACION
           MOVE REG-HPA-FECHA-ULTIMA TO WS-FEC-FECHA
           MOVE REG-DIS-FECHA        TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              GO TO 174000-REPOSICION-ANTICIPADA-F
           END-IF
           MOVE WS-FEC-DIAS TO WSV-DIAS-TRANSCURRIDOS

           COMPUTE WSV-DIAS-MINIMO =
              REG-HPA-DIAS-SUMINISTRO * WSV-PCT-CONSUMO / 100
           IF WSV-DIAS-TRANSCURRIDOS >= WSV-DIAS-MINIMO
              GO TO 174000-REPOSICION-ANTICIPADA-F
           END-IF

           MOVE "RA"                    TO REG-ALE-TIPO
           MOVE REG-DIS-CODE            TO REG-ALE-PRODUCTO-REL
           MOVE REG-HPA-FECHA-ULTIMA    TO REG-ALE-FECHA-ANTERIOR
           MOVE REG-HPA-DIAS-SUMINISTRO TO REG-ALE-DIAS-SUMIN
           MOVE REG-DIS-AUTORIZA        TO REG-ALE-FARMACEUTICO
           EVALUATE TRUE
               WHEN REG-DIS-AUTORIZA NOT = SPACES
                    MOVE "O" TO REG-ALE-ACCION
                    PERFORM 177000-GRABAR-EXCEPCION
                       THRU 177000-GRABAR-EXCEPCION-F
               WHEN WSV-ANTICIPADA-RECHAZA
                    MOVE "R" TO REG-ALE-ACCION
                    MOVE "S" TO WSV-SW-RECHAZO-PACIENTE
               WHEN OTHER
                    MOVE "A" TO REG-ALE-ACCION
           END-EVALUATE
           PERFORM 176000-GRABAR-ALERTA
              THRU 176000-GRABAR-ALERTA-F
           .
       174000-REPOSICION-ANTICIPADA-F. EXIT.
      ******************************************************************
      *                         176000-GRABAR-ALERTA
      *El tipo, la accion y los datos de la historia vienen cargados.
      ******************************************************************
       176000-GRABAR-ALERTA.
           MOVE REG-DIS-FECHA          TO REG-ALE-FECHA
           MOVE REG-DIS-PACIENTE       TO REG-ALE-PACIENTE
           MOVE REG-DIS-CODE           TO REG-ALE-PRODUCTO
           MOVE REG-DIS-CANTIDAD       TO REG-ALE-CANTIDAD
           MOVE REG-DIS-RECETA         TO REG-ALE-RECETA
           MOVE WSV-DIAS-TRANSCURRIDOS TO REG-ALE-DIAS-TRANSC
           WRITE REG-ALERTA
           IF NOT FS-STATUS-ALE-OK
              MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
              MOVE CON-ALERTAS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ALERTAS
           .
       176000-GRABAR-ALERTA-F. EXIT.
      ******************************************************************
      *                         177000-GRABAR-EXCEPCION
      ******************************************************************
       177000-GRABAR-EXCEPCION.
           ACCEPT WSV-HORA FROM TIME
           MOVE REG-DIS-FECHA          TO REG-EXC-FECHA
           MOVE WSV-HORA               TO REG-EXC-HORA
           MOVE REG-DIS-PACIENTE       TO REG-EXC-PACIENTE
           MOVE REG-DIS-CODE           TO REG-EXC-PRODUCTO
           MOVE REG-DIS-CANTIDAD       TO REG-EXC-CANTIDAD
           MOVE REG-DIS-RECETA         TO REG-EXC-RECETA
           MOVE CON-MOTIVO-ANTICIPADA  TO REG-EXC-MOTIVO
           MOVE REG-DIS-AUTORIZA       TO REG-EXC-FARMACEUTICO
           MOVE REG-HPA-FECHA-ULTIMA   TO REG-EXC-FECHA-ANTERIOR
           MOVE WSV-DIAS-TRANSCURRIDOS TO REG-EXC-DIAS-TRANSC
           WRITE REG-EXCEPCION
           IF NOT FS-STATUS-EXC-OK
              MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
              MOVE CON-EXCEPCION            TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-EXC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-EXCEPCIONES
           .
       177000-GRABAR-EXCEPCION-F. EXIT.
      ******************************************************************
      *                         178000-ACTUALIZAR-HISTORIAL
      *Despues de dispensar: la historia del paciente y producto
      *queda con esta dispensa y sus dias de tratamiento (cantidad
      *sobre dosis diaria; sin dosis, cero y sin control).
      ******************************************************************
       178000-ACTUALIZAR-HISTORIAL.
           IF REG-DIS-PACIENTE = SPACES
              GO TO 178000-ACTUALIZAR-HISTORIAL-F
           END-IF

           MOVE ZERO TO WSV-DIAS-SUMINISTRO
           IF WSV-DOSIS > ZERO
              COMPUTE WSV-DIAS-SUMINISTRO = REG-DIS-CANTIDAD / WSV-DOSIS
              IF WSV-DIAS-SUMINISTRO = ZERO
                 MOVE 1 TO WSV-DIAS-SUMINISTRO
              END-IF
           END-IF

           MOVE REG-DIS-PACIENTE TO REG-HPA-PACIENTE
           MOVE REG-DIS-CODE     TO REG-HPA-PRODUCTO
           READ HISTORIAL
           EVALUATE TRUE
               WHEN FS-STATUS-HPA-OK
                    ADD 1 TO REG-HPA-CANT-DISPENSAS
               WHEN FS-STATUS-HPA-NOT-FOUND
                    MOVE 1 TO REG-HPA-CANT-DISPENSAS
               WHEN OTHER
                    MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HPA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-DIS-FECHA       TO REG-HPA-FECHA-ULTIMA
           MOVE REG-DIS-CANTIDAD    TO REG-HPA-CANTIDAD
           MOVE WSV-DIAS-SUMINISTRO TO REG-HPA-DIAS-SUMINISTRO
           MOVE REG-DIS-RECETA      TO REG-HPA-RECETA
           MOVE WSV-GRUPO           TO REG-HPA-GRUPO
           IF FS-STATUS-HPA-OK
              REWRITE REG-HISTORIAL
           ELSE
              MOVE REG-DIS-PACIENTE TO REG-HPA-PACIENTE
              MOVE REG-DIS-CODE     TO REG-HPA-PRODUCTO
              WRITE REG-HISTORIAL
           END-IF
           IF NOT FS-STATUS-HPA-OK
              MOVE CON-170000-CONTROLAR-PAC TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-HPA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       178000-ACTUALIZAR-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *La dispensa se cubre solo con lotes que no vencieron a la
      *fecha del movimiento; si el stock sin vencer no alcanza, el
              GO TO 200000-PROCESS-X
           END-IF

           PERFORM 170000-CONTROLAR-PACIENTE
              THRU 170000-CONTROLAR-PACIENTE-F
           IF WSV-RECHAZO-PACIENTE
              MOVE CON-MOTIVO-ANTICIPADA TO REG-RZO-MOTIVO
              PERFORM 230000-WRITE-RECHAZO
                 THRU 230000-WRITE-RECHAZO-F
              GO TO 200000-PROCESS-X
           END-IF

           PERFORM 220000-CONSUMIR-FEFO
              THRU 220000-CONSUMIR-FEFO-F

           PERFORM 168000-CONSUMIR-RECETA
              THRU 168000-CONSUMIR-RECETA-F

           PERFORM 178000-ACTUALIZAR-HISTORIAL
              THRU 178000-ACTUALIZAR-HISTORIAL-F

           ADD 1 TO WSV-CANT-DISPENSAS
           SUBTRACT REG-DIS-CANTIDAD FROM
              WS-MAS-CANT(WSV-IDX-MASTER)
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO WSV-COSTO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WS-CANT-COSTOS
              IF WS-CST-CODE(WSV-IDX) = REG-DIS-CODE
                 MOVE WS-CST-IMPORTE(WSV-IDX) TO WSV-COSTO
              END-IF
           END-PERFORM

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WS-CANT-CONSUMOS
              MOVE REG-DIS-FECHA        TO REG-TRZ-FECHA
              MOVE REG-DIS-CODE         TO REG-TRZ-PRODUCTO
              MOVE WS-CSM-LOTE(WSV-IDX) TO REG-TRZ-LOTE
              MOVE WS-CSM-CANT(WSV-IDX) TO REG-TRZ-CANTIDAD
              MOVE WSV-COSTO            TO REG-TRZ-COSTO
              MOVE REG-DIS-RECETA       TO REG-TRZ-RECETA
              COMPUTE REG-TRZ-VALOR ROUNDED =
                 WS-CSM-CANT(WSV-IDX) * WSV-COSTO
              WRITE REG-TRAZA
              IF NOT FS-STATUS-TRA-OK
                 MOVE CON-310000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
           CLOSE RECHAZOS
           CLOSE INFORME
           CLOSE COBDETALLE
           CLOSE ALERTAS
           CLOSE EXCEPCIONES
           CLOSE HISTORIAL
           IF WSV-HAY-RECETARIO
              CLOSE RECETAS
           END-IF
           DISPLAY "E77 - DISPENSA DIARIA FINALIZADA"
           DISPLAY "DISPENSAS APLICADAS : " WSV-CANT-DISPENSAS
           DISPLAY "DISPENSAS RECHAZADAS: " WSV-CANT-RECHAZOS
           DISPLAY "ALERTAS DE PACIENTE : " WSV-CANT-ALERTAS
           DISPLAY "EXCEPCIONES FARMAC. : " WSV-CANT-EXCEPCIONES
           MOVE WSV-TOTAL-VALORIZADO TO WSV-EDIT
           DISPLAY "TOTAL VALORIZADO    : " WSV-EDIT
           MOVE WSV-TOTAL-CUBIERTO TO WSV-EDIT
