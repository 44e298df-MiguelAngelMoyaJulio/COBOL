      ******************************************************************
      *Recertificacion de accesos. Sobre la campania que arma E159 en
      *RECERTIFICACION.txt, el responsable (usuario con permiso de
      *supervision, identificado con su clave como en E100) decide
      *por cada permiso de cada usuario si se mantiene o se revoca.
      *Nadie recertifica sus propios permisos. La opcion de aplicar
      *baja las revocaciones a USUARIOS.txt (la marca del permiso
      *pasa a N), deja cada cambio en USUARIOS_AUDITORIA.txt con el
      *responsable que lo decidio y el que lo aplico, y marca el
      *registro de la campania como aplicado.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E159REC.
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
      ******************************  I-O  *****************************
       SELECT USUARIOS ASSIGN TO "USUARIOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-USU.

       SELECT RECERT ASSIGN TO "RECERTIFICACION.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-RCT-CLAVE
                       FILE STATUS  IS FS-STATUS-RCT.
      ****************************  OUTPUT  ****************************
       SELECT AUDITORIA ASSIGN TO "USUARIOS_AUDITORIA.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-AUD.

       SELECT SEGLOG ASSIGN TO "SEGURIDAD_LOG.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SEG.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
          01 REG-USUARIO.
             05 REG-USU-ID               PIC X(08).
             05 REG-USU-CLAVE            PIC X(08).
             05 REG-USU-PERMISOS.
                10 REG-USU-PUEDE-CONSULTA PIC X(01).
                10 REG-USU-PUEDE-ALTA    PIC X(01).
                10 REG-USU-PUEDE-BAJA    PIC X(01).
                10 REG-USU-PUEDE-MODIF   PIC X(01).
                10 REG-USU-PUEDE-LOTE    PIC X(01).
             05 REG-USU-PERMISOS-R REDEFINES REG-USU-PERMISOS.
                10 REG-USU-PERMISO       PIC X(01) OCCURS 5 TIMES.

       FD RECERT.
          01 REG-RECERT.
             05 REG-RCT-CLAVE.
                10 REG-RCT-USUARIO       PIC X(08).
                10 REG-RCT-PERMISO       PIC X(03).
             05 REG-RCT-CAMPANIA         PIC 9(08).
             05 REG-RCT-INCOMPATIBLE     PIC X(01).
             05 REG-RCT-INACTIVO         PIC X(01).
             05 REG-RCT-ULTIMO-INGRESO   PIC 9(08).
             05 REG-RCT-DECISION         PIC X(01).
                88 REG-RCT-PENDIENTE            VALUE SPACE.
                88 REG-RCT-MANTENER             VALUE "M".
                88 REG-RCT-REVOCAR              VALUE "R".
             05 REG-RCT-RESPONSABLE      PIC X(08).
             05 REG-RCT-FECHA-DECISION   PIC 9(08).
             05 REG-RCT-APLICADA         PIC X(01).
                88 REG-RCT-YA-APLICADA          VALUE "S".
             05 REG-RCT-FECHA-APLICACION PIC 9(08).

       FD AUDITORIA.
          01 REG-AUDITORIA.
             05 REG-AUD-FECHA            PIC 9(08).
             05 REG-AUD-HORA             PIC 9(08).
             05 REG-AUD-USUARIO          PIC X(08).
             05 REG-AUD-PERMISO          PIC X(03).
             05 REG-AUD-ANTES            PIC X(01).
             05 REG-AUD-DESPUES          PIC X(01).
             05 REG-AUD-RESPONSABLE      PIC X(08).
             05 REG-AUD-APLICADO-POR     PIC X(08).
             05 REG-AUD-CAMPANIA         PIC 9(08).

       FD SEGLOG.
          01 REG-SEGLOG.
             05 REG-SEG-FECHA            PIC 9(08).
             05 REG-SEG-HORA             PIC 9(08).
             05 REG-SEG-OPERADOR         PIC X(08).
             05 REG-SEG-OPCION           PIC 9(01).
             05 REG-SEG-MOTIVO           PIC X(20).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-SIGN-ON         PIC X(30) VALUE
              '110000-SIGN-ON              '.
              05 CON-117000-LOG-SEGURIDAD   PIC X(30) VALUE
              '117000-LOG-SEGURIDAD        '.
              05 CON-120000-OPEN-RECERT     PIC X(30) VALUE
              '120000-OPEN-RECERT          '.
              05 CON-210000-LISTAR          PIC X(30) VALUE
              '210000-LISTAR-PENDIENTES    '.
              05 CON-220000-RESOLVER        PIC X(30) VALUE
              '220000-RESOLVER-USUARIO     '.
              05 CON-230000-APLICAR         PIC X(30) VALUE
              '230000-APLICAR-REVOCACIONES '.
              05 CON-234000-AUDITAR         PIC X(30) VALUE
              '234000-AUDITAR-CAMBIO       '.
              05 CON-236000-REESCRIBIR-USU  PIC X(30) VALUE
              '236000-REESCRIBIR-USUARIOS  '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-REGRABAR  PIC X(15) VALUE 'REGRABAR       '.
           02 CON-OBJETOS.
              05 CON-USUARIOS   PIC X(10) VALUE 'USUARIOS  '.
              05 CON-RECERT     PIC X(10) VALUE 'RECERT    '.
              05 CON-AUDITORIA  PIC X(10) VALUE 'AUDITORIA '.
              05 CON-SEGLOG     PIC X(10) VALUE 'SEGLOG    '.
      ************************** TABLES ********************************
      *Permisos en el orden de las marcas de USUARIOS.txt (igual que
      *en E159).
       01 WSV-PERMISOS-VALORES.
          05 FILLER PIC X(15) VALUE 'CONCONSULTA    '.
          05 FILLER PIC X(15) VALUE 'ALTALTA        '.
          05 FILLER PIC X(15) VALUE 'BAJBAJA        '.
          05 FILLER PIC X(15) VALUE 'MODMODIF/SUPERV'.
          05 FILLER PIC X(15) VALUE 'LOTCARGA LOTE  '.
       01 WSV-TABLA-PERMISOS REDEFINES WSV-PERMISOS-VALORES.
          02 WSV-PER-ENTRY OCCURS 5 TIMES.
             05 WSV-PER-CODIGO           PIC X(03).
             05 WSV-PER-DESCRIPCION      PIC X(12).

       01 WSV-TABLA-USUARIOS.
          02 WSV-USU-ENTRY OCCURS 20 TIMES.
             05 WSV-USU-ID               PIC X(08).
             05 WSV-USU-CLAVE            PIC X(08).
             05 WSV-USU-PERMISO          PIC X(01) OCCURS 5 TIMES.
       01 WSV-CANT-USUARIOS              PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-USU           PIC X(02) VALUE "00".
             88 FS-STATUS-USU-OK               VALUE "00".
             88 FS-STATUS-USU-EOF              VALUE "10".

          05 FS-STATUS-RCT           PIC X(02) VALUE "00".
             88 FS-STATUS-RCT-OK               VALUE "00".
             88 FS-STATUS-RCT-EOF              VALUE "10".
             88 FS-STATUS-RCT-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-RCT-NOT-FOUND        VALUE "35".

          05 FS-STATUS-AUD           PIC X(02) VALUE "00".
             88 FS-STATUS-AUD-OK               VALUE "00".
             88 FS-STATUS-AUD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-SEG           PIC X(02) VALUE "00".
             88 FS-STATUS-SEG-OK               VALUE "00".
             88 FS-STATUS-SEG-NOT-FOUND        VALUE "35".

          05 WSV-SW-SIGNON-OK        PIC X(01) VALUE "N".
             88 WSV-SIGNON-OK                  VALUE "S".
          05 WSV-SW-FIN-USUARIO      PIC X(01) VALUE "N".
             88 WSV-FIN-USUARIO                VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-RESPONSABLE         PIC X(08).
          05 WSV-CLAVE               PIC X(08).
          05 WSV-USUARIO             PIC X(08).
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-DECISION            PIC X(01).
          05 WSV-MOTIVO-SEG          PIC X(20).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-USU             PIC 9(02).
          05 WSV-IDX-PER             PIC 9(01).
          05 WSV-IDX-BUSCA           PIC 9(02).
          05 WSV-INTENTOS            PIC 9(01) VALUE ZERO.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-PASADA              PIC 9(01).
       01 WSV-CONTADORES.
          05 WSV-CANT-LISTADOS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DECIDIDOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-APLICADAS      PIC 9(05) VALUE ZERO.
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
           MOVE "E159REC" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-SIGN-ON
              THRU 110000-SIGN-ON-F

           PERFORM 120000-OPEN-RECERT
              THRU 120000-OPEN-RECERT-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-SIGN-ON
      *Identificacion del responsable como en E100: tres intentos y
      *permiso de supervision.
      ******************************************************************
       110000-SIGN-ON.
           PERFORM 112000-CARGAR-USUARIOS
              THRU 112000-CARGAR-USUARIOS-F

           MOVE "N"  TO WSV-SW-SIGNON-OK
           MOVE ZERO TO WSV-INTENTOS
           PERFORM 115000-PEDIR-RESPONSABLE
              THRU 115000-PEDIR-RESPONSABLE-F
              UNTIL WSV-SIGNON-OK
              OR WSV-INTENTOS >= 3

           IF NOT WSV-SIGNON-OK
              DISPLAY "ACCESOS AGOTADOS - PROGRAMA TERMINADO"
              STOP RUN
           END-IF

           DISPLAY "RESPONSABLE " WSV-RESPONSABLE " IDENTIFICADO"
           .
       110000-SIGN-ON-F. EXIT.
      ******************************************************************
      *                         112000-CARGAR-USUARIOS
      *Se usa al ingresar y otra vez antes de aplicar revocaciones,
      *para trabajar sobre el archivo vigente.
      ******************************************************************
       112000-CARGAR-USUARIOS.
           MOVE ZERO TO WSV-CANT-USUARIOS
           OPEN INPUT USUARIOS
           IF NOT FS-STATUS-USU-OK
              MOVE CON-110000-SIGN-ON TO WS-ERR-PARRAFO
              MOVE CON-USUARIOS       TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-USU      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 113000-LEER-USUARIO
              THRU 113000-LEER-USUARIO-F
              UNTIL FS-STATUS-USU-EOF

           CLOSE USUARIOS
           .
       112000-CARGAR-USUARIOS-F. EXIT.
      ******************************************************************
      *                         113000-LEER-USUARIO
      ******************************************************************
       113000-LEER-USUARIO.
           READ USUARIOS
           EVALUATE TRUE
               WHEN FS-STATUS-USU-OK
                    IF WSV-CANT-USUARIOS = 20
                       DISPLAY "E159REC: TABLA DE USUARIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-SIGN-ON TO WS-ERR-PARRAFO
                       MOVE CON-USUARIOS       TO WS-ERR-OBJETO
                       MOVE CON-LEER           TO WS-ERR-OPERACION
                       MOVE 99                 TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-USUARIOS
                    MOVE REG-USU-ID    TO
                       WSV-USU-ID(WSV-CANT-USUARIOS)
                    MOVE REG-USU-CLAVE TO
                       WSV-USU-CLAVE(WSV-CANT-USUARIOS)
                    PERFORM 114000-COPIAR-PERMISO
                       THRU 114000-COPIAR-PERMISO-F
                       VARYING WSV-IDX-PER FROM 1 BY 1
                       UNTIL WSV-IDX-PER > 5
               WHEN FS-STATUS-USU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-SIGN-ON TO WS-ERR-PARRAFO
                    MOVE CON-USUARIOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-USU      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       113000-LEER-USUARIO-F. EXIT.
      ******************************************************************
      *                         114000-COPIAR-PERMISO
      ******************************************************************
       114000-COPIAR-PERMISO.
           MOVE REG-USU-PERMISO(WSV-IDX-PER) TO
              WSV-USU-PERMISO(WSV-CANT-USUARIOS, WSV-IDX-PER)
           .
       114000-COPIAR-PERMISO-F. EXIT.
      ******************************************************************
      *                         115000-PEDIR-RESPONSABLE
      ******************************************************************
       115000-PEDIR-RESPONSABLE.
           ADD 1 TO WSV-INTENTOS
           DISPLAY "INGRESE SU CODIGO DE RESPONSABLE"
           ACCEPT WSV-RESPONSABLE
           DISPLAY "INGRESE SU CLAVE"
           ACCEPT WSV-CLAVE

           MOVE WSV-RESPONSABLE TO WSV-USUARIO
           PERFORM 160000-BUSCAR-USUARIO
              THRU 160000-BUSCAR-USUARIO-F

           EVALUATE TRUE
               WHEN WSV-IDX-USU = ZERO
                    DISPLAY "RESPONSABLE INEXISTENTE"
                    MOVE "OPERADOR INEXISTENTE" TO WSV-MOTIVO-SEG
               WHEN WSV-USU-CLAVE(WSV-IDX-USU) NOT = WSV-CLAVE
                    DISPLAY "CLAVE INCORRECTA"
                    MOVE "CLAVE INCORRECTA    " TO WSV-MOTIVO-SEG
               WHEN WSV-USU-PERMISO(WSV-IDX-USU, 4) NOT = "S"
                    DISPLAY "EL USUARIO NO TIENE PERMISO DE "
                            "SUPERVISION"
                    MOVE "NO AUTORIZADO       " TO WSV-MOTIVO-SEG
               WHEN OTHER
                    MOVE "S" TO WSV-SW-SIGNON-OK
                    MOVE "INGRESO OK          " TO WSV-MOTIVO-SEG
           END-EVALUATE

           PERFORM 117000-LOG-SEGURIDAD
              THRU 117000-LOG-SEGURIDAD-F
           .
       115000-PEDIR-RESPONSABLE-F. EXIT.
      ******************************************************************
      *                         117000-LOG-SEGURIDAD
      *Mismo registro que el log de E47; la opcion va en 9 como en
      *los intentos de ingreso de ese programa.
      ******************************************************************
       117000-LOG-SEGURIDAD.
           OPEN EXTEND SEGLOG
           IF FS-STATUS-SEG-NOT-FOUND
              OPEN OUTPUT SEGLOG
           END-IF
           IF NOT FS-STATUS-SEG-OK
              MOVE CON-117000-LOG-SEGURIDAD TO WS-ERR-PARRAFO
              MOVE CON-SEGLOG               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ACCEPT REG-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-SEG-HORA  FROM TIME
           MOVE WSV-RESPONSABLE TO REG-SEG-OPERADOR
           MOVE 9               TO REG-SEG-OPCION
           MOVE WSV-MOTIVO-SEG  TO REG-SEG-MOTIVO

           WRITE REG-SEGLOG
           IF NOT FS-STATUS-SEG-OK
              MOVE CON-117000-LOG-SEGURIDAD TO WS-ERR-PARRAFO
              MOVE CON-SEGLOG               TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-SEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE SEGLOG
           .
       117000-LOG-SEGURIDAD-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-RECERT
      ******************************************************************
       120000-OPEN-RECERT.
           OPEN I-O RECERT
           IF FS-STATUS-RCT-NOT-FOUND
              DISPLAY "NO HAY CAMPANIA DE RECERTIFICACION ABIERTA - "
                      "CORRA E159"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-RCT-OK
              MOVE CON-120000-OPEN-RECERT TO WS-ERR-PARRAFO
              MOVE CON-RECERT             TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCT          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-RECERT-F. EXIT.
      ******************************************************************
      *                         160000-BUSCAR-USUARIO
      *Deja en WSV-IDX-USU la entrada de WSV-USUARIO, cero si no
      *esta en la tabla.
      ******************************************************************
       160000-BUSCAR-USUARIO.
           MOVE ZERO TO WSV-IDX-USU
           PERFORM VARYING WSV-IDX-BUSCA FROM 1 BY 1
              UNTIL WSV-IDX-BUSCA > WSV-CANT-USUARIOS
              OR WSV-IDX-USU > ZERO
              IF WSV-USU-ID(WSV-IDX-BUSCA) = WSV-USUARIO
                 MOVE WSV-IDX-BUSCA TO WSV-IDX-USU
              END-IF
           END-PERFORM
           .
       160000-BUSCAR-USUARIO-F. EXIT.
      ******************************************************************
      *                         170000-BUSCAR-PERMISO
      *Deja en WSV-IDX-PER la posicion de REG-RCT-PERMISO en la
      *tabla de permisos.
      ******************************************************************
       170000-BUSCAR-PERMISO.
           MOVE ZERO TO WSV-IDX-PER
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > 5
              OR WSV-IDX-PER > ZERO
              IF WSV-PER-CODIGO(WSV-IDX) = REG-RCT-PERMISO
                 MOVE WSV-IDX TO WSV-IDX-PER
              END-IF
           END-PERFORM
           .
       170000-BUSCAR-PERMISO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.LISTAR PERMISOS PENDIENTES DE DECISION"
           DISPLAY "2.RECERTIFICAR LOS PERMISOS DE UN USUARIO"
           DISPLAY "3.APLICAR REVOCACIONES A USUARIOS.txt"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 210000-LISTAR-PENDIENTES
                       THRU 210000-LISTAR-PENDIENTES-F
               WHEN 2
                    PERFORM 220000-RESOLVER-USUARIO
                       THRU 220000-RESOLVER-USUARIO-F
               WHEN 3
                    PERFORM 230000-APLICAR-REVOCACIONES
                       THRU 230000-APLICAR-REVOCACIONES-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LISTAR-PENDIENTES
      ******************************************************************
       210000-LISTAR-PENDIENTES.
           MOVE ZERO TO WSV-CANT-LISTADOS
           MOVE LOW-VALUES TO REG-RCT-CLAVE
           START RECERT KEY >= REG-RCT-CLAVE
           IF FS-STATUS-RCT-SIN-CLAVE
              DISPLAY "LA CAMPANIA NO TIENE PERMISOS"
              GO TO 210000-LISTAR-PENDIENTES-F
           END-IF

           DISPLAY "USUARIO  PERMISO         INCOMP INACT ULT.INGRESO"
           PERFORM 212000-LEER-PENDIENTE
              THRU 212000-LEER-PENDIENTE-F
              UNTIL FS-STATUS-RCT-EOF
           MOVE "00" TO FS-STATUS-RCT

           DISPLAY "PENDIENTES DE DECISION: " WSV-CANT-LISTADOS
           .
       210000-LISTAR-PENDIENTES-F. EXIT.
      ******************************************************************
      *                         212000-LEER-PENDIENTE
      ******************************************************************
       212000-LEER-PENDIENTE.
           READ RECERT NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-RCT-OK
                    IF REG-RCT-PENDIENTE
                       PERFORM 170000-BUSCAR-PERMISO
                          THRU 170000-BUSCAR-PERMISO-F
                       ADD 1 TO WSV-CANT-LISTADOS
                       DISPLAY REG-RCT-USUARIO " "
                               REG-RCT-PERMISO " "
                               WSV-PER-DESCRIPCION(WSV-IDX-PER)
                               "   " REG-RCT-INCOMPATIBLE
                               "      " REG-RCT-INACTIVO
                               "     " REG-RCT-ULTIMO-INGRESO
                    END-IF
               WHEN FS-STATUS-RCT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LISTAR TO WS-ERR-PARRAFO
                    MOVE CON-RECERT        TO WS-ERR-OBJETO
                    MOVE CON-LEER          TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCT     TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       212000-LEER-PENDIENTE-F. EXIT.
      ******************************************************************
      *                         220000-RESOLVER-USUARIO
      *Recorre los permisos del usuario en la campania y registra la
      *decision del responsable sobre cada uno.
      ******************************************************************
       220000-RESOLVER-USUARIO.
           DISPLAY "INGRESE EL USUARIO A RECERTIFICAR"
           ACCEPT WSV-USUARIO
           IF WSV-USUARIO = WSV-RESPONSABLE
              DISPLAY "NO PUEDE RECERTIFICAR SUS PROPIOS PERMISOS"
              GO TO 220000-RESOLVER-USUARIO-F
           END-IF

           MOVE WSV-USUARIO TO REG-RCT-USUARIO
           MOVE LOW-VALUES  TO REG-RCT-PERMISO
           START RECERT KEY >= REG-RCT-CLAVE
           IF FS-STATUS-RCT-SIN-CLAVE
              DISPLAY "EL USUARIO NO TIENE PERMISOS EN LA CAMPANIA"
              GO TO 220000-RESOLVER-USUARIO-F
           END-IF

           MOVE ZERO TO WSV-CANT-DECIDIDOS
           MOVE "N" TO WSV-SW-FIN-USUARIO
           PERFORM 222000-RESOLVER-PERMISO
              THRU 222000-RESOLVER-PERMISO-F
              UNTIL WSV-FIN-USUARIO
           MOVE "00" TO FS-STATUS-RCT

           IF WSV-CANT-DECIDIDOS = ZERO
              DISPLAY "NO SE REGISTRARON DECISIONES PARA "
                      WSV-USUARIO
           ELSE
              DISPLAY "DECISIONES REGISTRADAS: " WSV-CANT-DECIDIDOS
           END-IF
           .
       220000-RESOLVER-USUARIO-F. EXIT.
      ******************************************************************
      *                         222000-RESOLVER-PERMISO
      ******************************************************************
       222000-RESOLVER-PERMISO.
           READ RECERT NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-RCT-OK
                    IF REG-RCT-USUARIO NOT = WSV-USUARIO
                       MOVE "S" TO WSV-SW-FIN-USUARIO
                       GO TO 222000-RESOLVER-PERMISO-F
                    END-IF
               WHEN FS-STATUS-RCT-EOF
                    MOVE "S" TO WSV-SW-FIN-USUARIO
                    GO TO 222000-RESOLVER-PERMISO-F
               WHEN OTHER
                    MOVE CON-220000-RESOLVER TO WS-ERR-PARRAFO
                    MOVE CON-RECERT          TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCT       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           PERFORM 170000-BUSCAR-PERMISO
              THRU 170000-BUSCAR-PERMISO-F
           DISPLAY "----------------------------------------"
           DISPLAY "PERMISO     : " REG-RCT-PERMISO " "
                   WSV-PER-DESCRIPCION(WSV-IDX-PER)
           IF REG-RCT-INCOMPATIBLE = "S"
              DISPLAY "ATENCION    : PERMISO EN COMBINACION "
                      "INCOMPATIBLE"
           END-IF
           IF REG-RCT-INACTIVO = "S"
              DISPLAY "ATENCION    : USUARIO INACTIVO"
           END-IF
           DISPLAY "ULT.INGRESO : " REG-RCT-ULTIMO-INGRESO
           IF NOT REG-RCT-PENDIENTE
              DISPLAY "DECISION    : " REG-RCT-DECISION " POR "
                      REG-RCT-RESPONSABLE " EL "
                      REG-RCT-FECHA-DECISION
           END-IF
           IF REG-RCT-YA-APLICADA
              DISPLAY "REVOCACION YA APLICADA - NO SE PUEDE CAMBIAR"
              GO TO 222000-RESOLVER-PERMISO-F
           END-IF

           DISPLAY "DECISION? (M=MANTENER R=REVOCAR S=SALTEAR)"
           ACCEPT WSV-DECISION
           IF WSV-DECISION NOT = "M" AND WSV-DECISION NOT = "R"
              DISPLAY "PERMISO SALTEADO"
              GO TO 222000-RESOLVER-PERMISO-F
           END-IF

           MOVE WSV-DECISION    TO REG-RCT-DECISION
           MOVE WSV-RESPONSABLE TO REG-RCT-RESPONSABLE
           MOVE WSV-FECHA-HOY   TO REG-RCT-FECHA-DECISION
           REWRITE REG-RECERT
           IF NOT FS-STATUS-RCT-OK
              MOVE CON-220000-RESOLVER TO WS-ERR-PARRAFO
              MOVE CON-RECERT          TO WS-ERR-OBJETO
              MOVE CON-REGRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCT       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-DECIDIDOS
           .
       222000-RESOLVER-PERMISO-F. EXIT.
      ******************************************************************
      *                         230000-APLICAR-REVOCACIONES
      *Primera pasada: baja la marca en la tabla y audita cada
      *cambio. Con USUARIOS.txt ya reescrito, la segunda pasada
      *marca los registros de la campania como aplicados.
      ******************************************************************
       230000-APLICAR-REVOCACIONES.
           PERFORM 112000-CARGAR-USUARIOS
              THRU 112000-CARGAR-USUARIOS-F

           MOVE ZERO TO WSV-CANT-APLICADAS
           PERFORM 231000-RECORRER-CAMPANIA
              THRU 231000-RECORRER-CAMPANIA-F
              VARYING WSV-PASADA FROM 1 BY 1
              UNTIL WSV-PASADA > 2

           IF WSV-CANT-APLICADAS = ZERO
              DISPLAY "NO HAY REVOCACIONES PENDIENTES DE APLICAR"
           ELSE
              DISPLAY "REVOCACIONES APLICADAS: " WSV-CANT-APLICADAS
           END-IF
           .
       230000-APLICAR-REVOCACIONES-F. EXIT.
      ******************************************************************
      *                         231000-RECORRER-CAMPANIA
      ******************************************************************
       231000-RECORRER-CAMPANIA.
           IF WSV-PASADA = 2
              IF WSV-CANT-APLICADAS = ZERO
                 GO TO 231000-RECORRER-CAMPANIA-F
              END-IF
              PERFORM 236000-REESCRIBIR-USUARIOS
                 THRU 236000-REESCRIBIR-USUARIOS-F
           END-IF

           MOVE LOW-VALUES TO REG-RCT-CLAVE
           START RECERT KEY >= REG-RCT-CLAVE
           IF FS-STATUS-RCT-SIN-CLAVE
              GO TO 231000-RECORRER-CAMPANIA-F
           END-IF

           PERFORM 232000-LEER-REVOCACION
              THRU 232000-LEER-REVOCACION-F
              UNTIL FS-STATUS-RCT-EOF
           MOVE "00" TO FS-STATUS-RCT
           .
       231000-RECORRER-CAMPANIA-F. EXIT.
      ******************************************************************
      *                         232000-LEER-REVOCACION
      ******************************************************************
       232000-LEER-REVOCACION.
           READ RECERT NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-RCT-OK
                    CONTINUE
               WHEN FS-STATUS-RCT-EOF
                    GO TO 232000-LEER-REVOCACION-F
               WHEN OTHER
                    MOVE CON-230000-APLICAR TO WS-ERR-PARRAFO
                    MOVE CON-RECERT         TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCT      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-RCT-REVOCAR OR REG-RCT-YA-APLICADA
              GO TO 232000-LEER-REVOCACION-F
           END-IF

           IF WSV-PASADA = 2
              MOVE "S"           TO REG-RCT-APLICADA
              MOVE WSV-FECHA-HOY TO REG-RCT-FECHA-APLICACION
              REWRITE REG-RECERT
              IF NOT FS-STATUS-RCT-OK
                 MOVE CON-230000-APLICAR TO WS-ERR-PARRAFO
                 MOVE CON-RECERT         TO WS-ERR-OBJETO
                 MOVE CON-REGRABAR       TO WS-ERR-OPERACION
                 MOVE FS-STATUS-RCT      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              GO TO 232000-LEER-REVOCACION-F
           END-IF

           ADD 1 TO WSV-CANT-APLICADAS
           MOVE REG-RCT-USUARIO TO WSV-USUARIO
           PERFORM 160000-BUSCAR-USUARIO
              THRU 160000-BUSCAR-USUARIO-F
           IF WSV-IDX-USU = ZERO
              DISPLAY "USUARIO " REG-RCT-USUARIO
                      " YA NO ESTA EN USUARIOS.txt - SE DA POR "
                      "APLICADA"
              GO TO 232000-LEER-REVOCACION-F
           END-IF

           PERFORM 170000-BUSCAR-PERMISO
              THRU 170000-BUSCAR-PERMISO-F
           PERFORM 234000-AUDITAR-CAMBIO
              THRU 234000-AUDITAR-CAMBIO-F
           MOVE "N" TO WSV-USU-PERMISO(WSV-IDX-USU, WSV-IDX-PER)
           DISPLAY "REVOCADO " REG-RCT-PERMISO " A " REG-RCT-USUARIO
           .
       232000-LEER-REVOCACION-F. EXIT.
      ******************************************************************
      *                         234000-AUDITAR-CAMBIO
      ******************************************************************
       234000-AUDITAR-CAMBIO.
           OPEN EXTEND AUDITORIA
           IF FS-STATUS-AUD-NOT-FOUND
              OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-234000-AUDITAR TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA      TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ACCEPT REG-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-AUD-HORA  FROM TIME
           MOVE REG-RCT-USUARIO     TO REG-AUD-USUARIO
           MOVE REG-RCT-PERMISO     TO REG-AUD-PERMISO
           MOVE WSV-USU-PERMISO(WSV-IDX-USU, WSV-IDX-PER)
             TO REG-AUD-ANTES
           MOVE "N"                 TO REG-AUD-DESPUES
           MOVE REG-RCT-RESPONSABLE TO REG-AUD-RESPONSABLE
           MOVE WSV-RESPONSABLE     TO REG-AUD-APLICADO-POR
           MOVE REG-RCT-CAMPANIA    TO REG-AUD-CAMPANIA

           WRITE REG-AUDITORIA
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-234000-AUDITAR TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA      TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE AUDITORIA
           .
       234000-AUDITAR-CAMBIO-F. EXIT.
      ******************************************************************
      *                         236000-REESCRIBIR-USUARIOS
      ******************************************************************
       236000-REESCRIBIR-USUARIOS.
           OPEN OUTPUT USUARIOS
           IF NOT FS-STATUS-USU-OK
              MOVE CON-236000-REESCRIBIR-USU TO WS-ERR-PARRAFO
              MOVE CON-USUARIOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-USU             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 238000-GRABAR-USUARIO
              THRU 238000-GRABAR-USUARIO-F
              VARYING WSV-IDX-USU FROM 1 BY 1
              UNTIL WSV-IDX-USU > WSV-CANT-USUARIOS

           CLOSE USUARIOS
           .
       236000-REESCRIBIR-USUARIOS-F. EXIT.
      ******************************************************************
      *                         238000-GRABAR-USUARIO
      ******************************************************************
       238000-GRABAR-USUARIO.
           MOVE WSV-USU-ID(WSV-IDX-USU)    TO REG-USU-ID
           MOVE WSV-USU-CLAVE(WSV-IDX-USU) TO REG-USU-CLAVE
           PERFORM 239000-DEVOLVER-PERMISO
              THRU 239000-DEVOLVER-PERMISO-F
              VARYING WSV-IDX-PER FROM 1 BY 1
              UNTIL WSV-IDX-PER > 5

           WRITE REG-USUARIO
           IF NOT FS-STATUS-USU-OK
              MOVE CON-236000-REESCRIBIR-USU TO WS-ERR-PARRAFO
              MOVE CON-USUARIOS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-USU             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       238000-GRABAR-USUARIO-F. EXIT.
      ******************************************************************
      *                         239000-DEVOLVER-PERMISO
      ******************************************************************
       239000-DEVOLVER-PERMISO.
           MOVE WSV-USU-PERMISO(WSV-IDX-USU, WSV-IDX-PER)
             TO REG-USU-PERMISO(WSV-IDX-PER)
           .
       239000-DEVOLVER-PERMISO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE RECERT
           DISPLAY "E159REC - FIN DE LA SESION DE " WSV-RESPONSABLE
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
       END PROGRAM E159REC.
