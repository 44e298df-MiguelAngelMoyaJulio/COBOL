      ******************************************************************
      *Deteccion de clientes duplicados. Recorre el maestro
      *CLIENTESIX.txt y compara todos los clientes entre si para
      *proponer pares candidatos a fusion con un puntaje de
      *similitud:
      *  - mismo CUIT                           CON-PUNTOS-CUIT;
      *  - mismo nombre normalizado             CON-PUNTOS-NOMBRE;
      *  - mismo domicilio normalizado          CON-PUNTOS-DOMICILIO.
      *Nombre y domicilio se normalizan con la opcion 03 de RUTSTRIN
      *(mayusculas, sin acentos ni puntuacion y con las palabras
      *ordenadas), asi "Perez, Juan" y "JUAN PEREZ" son el mismo
      *nombre. Cuando ya coincide el CUIT o el domicilio y los
      *nombres difieren, el nombre suma en proporcion a las palabras
      *que comparten (opcion 01 de RUTSTRIN, palabra completa).
      *Los pares que llegan a CON-PUNTAJE-MINIMO se registran en
      *DUPLICADOS_CLIENTES.txt como pendientes para que la
      *trastienda los acepte o rechace con E156REV. Un par ya
      *rechazado no se vuelve a proponer; uno aceptado espera la
      *fusion desatendida de E66. Los clientes bloqueados (entre
      *ellos los duplicados ya fusionados) quedan fuera.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E156.
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

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.
      ****************************  I-O  *******************************
       SELECT DUPLICADOS ASSIGN TO "DUPLICADOS_CLIENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-DUP-CLAVE
                       FILE STATUS  IS FS-STATUS-DUP.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL       PIC 9(08).
             05 REG-NOMBRE-CL            PIC X(30).
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
                88 REG-CLIENTE-ACTIVO           VALUE "A".
                88 REG-CLIENTE-BLOQUEADO        VALUE "B".
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

      *Par candidato, claveado por los dos codigos (el menor
      *primero). COINCIDE-NOMBRE: S igual, P parcial, N distinto.
      *ESTADO: P pendiente de revision, A aceptado (espera la fusion
      *de E66), R rechazado (no se vuelve a proponer), F fusionado.
       FD DUPLICADOS.
          01 REG-DUPLICADO.
             05 REG-DUP-CLAVE.
                10 REG-DUP-CLIENTE-1     PIC 9(08).
                10 REG-DUP-CLIENTE-2     PIC 9(08).
             05 REG-DUP-PUNTAJE          PIC 9(03).
             05 REG-DUP-COINCIDE-CUIT    PIC X(01).
             05 REG-DUP-COINCIDE-NOMBRE  PIC X(01).
             05 REG-DUP-COINCIDE-DOMIC   PIC X(01).
             05 REG-DUP-FECHA-DETECCION  PIC 9(08).
             05 REG-DUP-ESTADO           PIC X(01).
                88 REG-DUP-PENDIENTE            VALUE "P".
                88 REG-DUP-ACEPTADO             VALUE "A".
                88 REG-DUP-RECHAZADO            VALUE "R".
                88 REG-DUP-FUSIONADO            VALUE "F".
             05 REG-DUP-SOBREVIVE        PIC 9(08).
             05 REG-DUP-OPERADOR         PIC X(08).
             05 REG-DUP-FECHA-RESOLUCION PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTSTRIN  PIC X(08) VALUE 'RUTSTRIN'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-CLIENTES PIC X(30) VALUE
              '110000-CARGAR-CLIENTES      '.
              05 CON-150000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '150000-OPEN-ARCHIVOS        '.
              05 CON-240000-REGISTRAR-PAR   PIC X(30) VALUE
              '240000-REGISTRAR-PAR        '.
           02 CON-POLITICAS.
      *Puntos de cada coincidencia y minimo para proponer el par:
      *el CUIT solo alcanza; nombre y domicilio iguales tambien, y
      *el domicilio con dos tercios del nombre en comun.
              05 CON-PUNTOS-CUIT        PIC 9(03) VALUE 50.
              05 CON-PUNTOS-NOMBRE      PIC 9(03) VALUE 30.
              05 CON-PUNTOS-DOMICILIO   PIC 9(03) VALUE 20.
              05 CON-PUNTAJE-MINIMO     PIC 9(03) VALUE 40.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-DUPLICADOS PIC X(10) VALUE 'DUPLICADOS'.
      ************************** TABLES ********************************
      *Clientes no bloqueados con nombre y domicilio ya normalizados,
      *en orden de codigo.
       01 WSV-TABLA-CLIENTES.
          02 WSV-CLI-ENTRY OCCURS 3000 TIMES.
             05 WSV-CLI-CODIGO           PIC 9(08).
             05 WSV-CLI-NOMBRE           PIC X(30).
             05 WSV-CLI-CUIT             PIC X(11).
             05 WSV-CLI-ESTADO           PIC X(01).
             05 WSV-CLI-NOMBRE-NORMAL    PIC X(30).
             05 WSV-CLI-CANT-PALABRAS    PIC 9(03).
             05 WSV-CLI-DOMIC-NORMAL     PIC X(40).
       01 WSV-CANT-CLIENTES              PIC 9(04) VALUE 0.
      *Palabras del nombre del primer cliente del par.
       01 WSV-TABLA-PALABRAS.
          02 WSV-PALABRA OCCURS 6 TIMES  PIC X(23).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-EOF              VALUE "10".
          05 FS-STATUS-DUP           PIC X(02) VALUE "00".
             88 FS-STATUS-DUP-OK               VALUE "00".
             88 FS-STATUS-DUP-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-DUP-NOT-FOUND        VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-I                   PIC 9(04).
          05 WSV-J                   PIC 9(04).
          05 WSV-DESDE               PIC 9(04).
          05 WSV-K                   PIC 9(02).
          05 WSV-CANT-PALABRAS       PIC 9(02).
          05 WSV-PALABRAS-COMUNES    PIC 9(02).
          05 WSV-MAX-PALABRAS        PIC 9(03).
          05 WSV-PUNTAJE             PIC 9(03).
          05 WSV-PUNTOS-NOMBRE       PIC 9(03).
          05 WSV-COINCIDE-CUIT       PIC X(01).
          05 WSV-COINCIDE-NOMBRE     PIC X(01).
          05 WSV-COINCIDE-DOMIC      PIC X(01).
          05 WSV-MARCA               PIC X(05).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-COMPARADOS     PIC 9(09) VALUE ZERO.
          05 WSV-CANT-CANDIDATOS     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-NUEVOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PENDIENTES     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-YA-RECHAZADOS  PIC 9(07) VALUE ZERO.
          05 WSV-CANT-YA-ACEPTADOS   PIC 9(07) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-RUTSTRIN.
       COPY STRCERUT.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E156" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-CLIENTES
              THRU 110000-CARGAR-CLIENTES-F

           PERFORM 150000-OPEN-ARCHIVOS
              THRU 150000-OPEN-ARCHIVOS-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              VARYING WSV-I FROM 1 BY 1
              UNTIL WSV-I >= WSV-CANT-CLIENTES

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
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-CLIENTES
      ******************************************************************
       110000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-CARGAR-CLIENTES TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-CLIENTE
              THRU 112000-LEER-CLIENTE-F
              UNTIL FS-STATUS-CLI-EOF

           CLOSE CLIENTES
           .
       110000-CARGAR-CLIENTES-F. EXIT.
      ******************************************************************
      *                         112000-LEER-CLIENTE
      ******************************************************************
       112000-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    ADD 1 TO WSV-CANT-LEIDOS
                    IF NOT REG-CLIENTE-BLOQUEADO
                       PERFORM 115000-GUARDAR-CLIENTE
                          THRU 115000-GUARDAR-CLIENTE-F
                    END-IF
               WHEN FS-STATUS-CLI-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-CLIENTES TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         115000-GUARDAR-CLIENTE
      ******************************************************************
       115000-GUARDAR-CLIENTE.
           IF WSV-CANT-CLIENTES = 3000
              DISPLAY "E156: TABLA DE CLIENTES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-CLIENTES TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES               TO WS-ERR-OBJETO
              MOVE CON-LEER                   TO WS-ERR-OPERACION
              MOVE 99                         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-CLIENTES
           MOVE REG-COD-CLIENTE-CL TO WSV-CLI-CODIGO(WSV-CANT-CLIENTES)
           MOVE REG-NOMBRE-CL      TO WSV-CLI-NOMBRE(WSV-CANT-CLIENTES)
           MOVE REG-CUIT-CL        TO WSV-CLI-CUIT(WSV-CANT-CLIENTES)
           MOVE REG-ESTADO-CL      TO WSV-CLI-ESTADO(WSV-CANT-CLIENTES)

           INITIALIZE WS-REG-RUTSTRIN
           MOVE 03                 TO STRCERUT-OPCION
           MOVE REG-NOMBRE-CL      TO STRCERUT-FRASE
           CALL CON-RUTSTRIN USING WS-REG-RUTSTRIN
           MOVE STRCERUT-FRASE-NORMAL TO
              WSV-CLI-NOMBRE-NORMAL(WSV-CANT-CLIENTES)
           MOVE STRCERUT-CANT-PALABRAS TO
              WSV-CLI-CANT-PALABRAS(WSV-CANT-CLIENTES)

           INITIALIZE WS-REG-RUTSTRIN
           MOVE 03                 TO STRCERUT-OPCION
           MOVE REG-DIRECCION-CL   TO STRCERUT-FRASE
           CALL CON-RUTSTRIN USING WS-REG-RUTSTRIN
           MOVE STRCERUT-FRASE-NORMAL TO
              WSV-CLI-DOMIC-NORMAL(WSV-CANT-CLIENTES)
           .
       115000-GUARDAR-CLIENTE-F. EXIT.
      ******************************************************************
      *                         150000-OPEN-ARCHIVOS
      ******************************************************************
       150000-OPEN-ARCHIVOS.
           OPEN I-O DUPLICADOS
           IF FS-STATUS-DUP-NOT-FOUND
              OPEN OUTPUT DUPLICADOS
              CLOSE DUPLICADOS
              OPEN I-O DUPLICADOS
           END-IF
           IF NOT FS-STATUS-DUP-OK
              MOVE CON-150000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DUPLICADOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DUP            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "CANDIDATOS A CLIENTES DUPLICADOS" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "CLIENTE  NOMBRE                         "
                   "CLIENTE  NOMBRE                         "
                   "PTS C N D ESTADO"
           .
       150000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Compara el cliente WSV-I con todos los que le siguen en la
      *tabla, asi cada par se mira una sola vez.
      ******************************************************************
       200000-PROCESS.
           COMPUTE WSV-DESDE = WSV-I + 1
           PERFORM 220000-COMPARAR-PAR
              THRU 220000-COMPARAR-PAR-F
              VARYING WSV-J FROM WSV-DESDE BY 1
              UNTIL WSV-J > WSV-CANT-CLIENTES
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         220000-COMPARAR-PAR
      *Un par de dos clientes fallecidos no se puede fusionar (E66
      *exige un sobreviviente activo) y no se propone.
      ******************************************************************
       220000-COMPARAR-PAR.
           IF WSV-CLI-ESTADO(WSV-I) NOT = "A"
              AND WSV-CLI-ESTADO(WSV-J) NOT = "A"
              GO TO 220000-COMPARAR-PAR-F
           END-IF
           ADD 1 TO WSV-CANT-COMPARADOS

           MOVE ZERO TO WSV-PUNTAJE
           MOVE "N"  TO WSV-COINCIDE-CUIT
                        WSV-COINCIDE-NOMBRE
                        WSV-COINCIDE-DOMIC

           IF WSV-CLI-CUIT(WSV-I) NOT = SPACES
              AND WSV-CLI-CUIT(WSV-I) NOT = ZEROS
              AND WSV-CLI-CUIT(WSV-I) = WSV-CLI-CUIT(WSV-J)
              MOVE "S" TO WSV-COINCIDE-CUIT
              ADD CON-PUNTOS-CUIT TO WSV-PUNTAJE
           END-IF

           IF WSV-CLI-DOMIC-NORMAL(WSV-I) NOT = SPACES
              AND WSV-CLI-DOMIC-NORMAL(WSV-I) =
                  WSV-CLI-DOMIC-NORMAL(WSV-J)
              MOVE "S" TO WSV-COINCIDE-DOMIC
              ADD CON-PUNTOS-DOMICILIO TO WSV-PUNTAJE
           END-IF

           IF WSV-CLI-NOMBRE-NORMAL(WSV-I) NOT = SPACES
              AND WSV-CLI-NOMBRE-NORMAL(WSV-I) =
                  WSV-CLI-NOMBRE-NORMAL(WSV-J)
              MOVE "S" TO WSV-COINCIDE-NOMBRE
              ADD CON-PUNTOS-NOMBRE TO WSV-PUNTAJE
           ELSE
              IF WSV-COINCIDE-CUIT = "S"
                 OR WSV-COINCIDE-DOMIC = "S"
                 PERFORM 230000-SIMILITUD-NOMBRE
                    THRU 230000-SIMILITUD-NOMBRE-F
              END-IF
           END-IF

           IF WSV-PUNTAJE >= CON-PUNTAJE-MINIMO
              ADD 1 TO WSV-CANT-CANDIDATOS
              PERFORM 240000-REGISTRAR-PAR
                 THRU 240000-REGISTRAR-PAR-F
           END-IF
           .
       220000-COMPARAR-PAR-F. EXIT.
      ******************************************************************
      *                         230000-SIMILITUD-NOMBRE
      *Cuenta cuantas palabras del primer nombre aparecen como
      *palabra completa en el segundo y suma los puntos del nombre
      *en esa proporcion sobre el nombre mas largo.
      ******************************************************************
       230000-SIMILITUD-NOMBRE.
           INITIALIZE WSV-TABLA-PALABRAS
           UNSTRING WSV-CLI-NOMBRE-NORMAL(WSV-I) DELIMITED BY ALL SPACE
              INTO WSV-PALABRA(1) WSV-PALABRA(2) WSV-PALABRA(3)
                   WSV-PALABRA(4) WSV-PALABRA(5) WSV-PALABRA(6)
           END-UNSTRING

           MOVE WSV-CLI-CANT-PALABRAS(WSV-I) TO WSV-MAX-PALABRAS
           IF WSV-CLI-CANT-PALABRAS(WSV-J) > WSV-MAX-PALABRAS
              MOVE WSV-CLI-CANT-PALABRAS(WSV-J) TO WSV-MAX-PALABRAS
           END-IF
           IF WSV-MAX-PALABRAS = ZERO
              GO TO 230000-SIMILITUD-NOMBRE-F
           END-IF

           MOVE ZERO TO WSV-PALABRAS-COMUNES
           PERFORM 232000-BUSCAR-PALABRA
              THRU 232000-BUSCAR-PALABRA-F
              VARYING WSV-K FROM 1 BY 1
              UNTIL WSV-K > 6

           IF WSV-PALABRAS-COMUNES > ZERO
              MOVE "P" TO WSV-COINCIDE-NOMBRE
              COMPUTE WSV-PUNTOS-NOMBRE =
                 CON-PUNTOS-NOMBRE * WSV-PALABRAS-COMUNES
                 / WSV-MAX-PALABRAS
              ADD WSV-PUNTOS-NOMBRE TO WSV-PUNTAJE
           END-IF
           .
       230000-SIMILITUD-NOMBRE-F. EXIT.
      ******************************************************************
      *                         232000-BUSCAR-PALABRA
      ******************************************************************
       232000-BUSCAR-PALABRA.
           IF WSV-PALABRA(WSV-K) = SPACES
              GO TO 232000-BUSCAR-PALABRA-F
           END-IF

           INITIALIZE WS-REG-RUTSTRIN
           MOVE 01                           TO STRCERUT-OPCION
           MOVE WSV-CLI-NOMBRE-NORMAL(WSV-J) TO STRCERUT-FRASE
           MOVE WSV-PALABRA(WSV-K)           TO STRCERUT-PALABRA
           MOVE "S" TO STRCERUT-SW-CASE-INSENS
           MOVE "S" TO STRCERUT-SW-PALABRA-COMPLETA
           CALL CON-RUTSTRIN USING WS-REG-RUTSTRIN
           IF STRCERUT-CANT-OCURRENCIAS > ZERO
              ADD 1 TO WSV-PALABRAS-COMUNES
           END-IF
           .
       232000-BUSCAR-PALABRA-F. EXIT.
      ******************************************************************
      *                         240000-REGISTRAR-PAR
      *Un par nuevo entra pendiente. Uno pendiente actualiza su
      *puntaje y vuelve a listarse; los ya resueltos no se tocan.
      ******************************************************************
       240000-REGISTRAR-PAR.
           MOVE WSV-CLI-CODIGO(WSV-I) TO REG-DUP-CLIENTE-1
           MOVE WSV-CLI-CODIGO(WSV-J) TO REG-DUP-CLIENTE-2
           READ DUPLICADOS
           EVALUATE TRUE
               WHEN FS-STATUS-DUP-SIN-CLAVE
                    INITIALIZE REG-DUPLICADO
                    MOVE WSV-CLI-CODIGO(WSV-I) TO REG-DUP-CLIENTE-1
                    MOVE WSV-CLI-CODIGO(WSV-J) TO REG-DUP-CLIENTE-2
                    MOVE WSV-PUNTAJE         TO REG-DUP-PUNTAJE
                    MOVE WSV-COINCIDE-CUIT   TO REG-DUP-COINCIDE-CUIT
                    MOVE WSV-COINCIDE-NOMBRE TO REG-DUP-COINCIDE-NOMBRE
                    MOVE WSV-COINCIDE-DOMIC  TO REG-DUP-COINCIDE-DOMIC
                    MOVE WSV-FECHA-PROCESO   TO REG-DUP-FECHA-DETECCION
                    MOVE "P"                 TO REG-DUP-ESTADO
                    WRITE REG-DUPLICADO
                    ADD 1 TO WSV-CANT-NUEVOS
                    MOVE "NUEVO"             TO WSV-MARCA
               WHEN FS-STATUS-DUP-OK
                    EVALUATE TRUE
                        WHEN REG-DUP-PENDIENTE
                             MOVE WSV-PUNTAJE TO REG-DUP-PUNTAJE
                             MOVE WSV-COINCIDE-CUIT TO
                                REG-DUP-COINCIDE-CUIT
                             MOVE WSV-COINCIDE-NOMBRE TO
                                REG-DUP-COINCIDE-NOMBRE
                             MOVE WSV-COINCIDE-DOMIC TO
                                REG-DUP-COINCIDE-DOMIC
                             REWRITE REG-DUPLICADO
                             ADD 1 TO WSV-CANT-PENDIENTES
                             MOVE "PEND."       TO WSV-MARCA
                        WHEN REG-DUP-RECHAZADO
                             ADD 1 TO WSV-CANT-YA-RECHAZADOS
                             GO TO 240000-REGISTRAR-PAR-F
                        WHEN OTHER
                             ADD 1 TO WSV-CANT-YA-ACEPTADOS
                             GO TO 240000-REGISTRAR-PAR-F
                    END-EVALUATE
               WHEN OTHER
                    MOVE CON-240000-REGISTRAR-PAR TO WS-ERR-PARRAFO
                    MOVE CON-DUPLICADOS           TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DUP            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF NOT FS-STATUS-DUP-OK
              MOVE CON-240000-REGISTRAR-PAR TO WS-ERR-PARRAFO
              MOVE CON-DUPLICADOS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-DUP            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSV-CLI-CODIGO(WSV-I) " " WSV-CLI-NOMBRE(WSV-I) " "
                   WSV-CLI-CODIGO(WSV-J) " " WSV-CLI-NOMBRE(WSV-J) " "
                   WSV-PUNTAJE " " WSV-COINCIDE-CUIT " "
                   WSV-COINCIDE-NOMBRE " " WSV-COINCIDE-DOMIC " "
                   WSV-MARCA
           .
       240000-REGISTRAR-PAR-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DUPLICADOS

           IF WSV-CANT-NUEVOS = ZERO AND WSV-CANT-PENDIENTES = ZERO
              DISPLAY "NO HAY PARES PARA REVISAR"
           END-IF

           DISPLAY " "
           DISPLAY "E156 - DETECCION DE CLIENTES DUPLICADOS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "CLIENTES LEIDOS           : " WSV-CANT-LEIDOS
           DISPLAY "CLIENTES COMPARADOS       : " WSV-CANT-CLIENTES
           DISPLAY "PARES COMPARADOS          : " WSV-CANT-COMPARADOS
           DISPLAY "PARES CANDIDATOS          : " WSV-CANT-CANDIDATOS
           DISPLAY "  NUEVOS A REVISAR        : " WSV-CANT-NUEVOS
           DISPLAY "  PENDIENTES DE ANTES     : " WSV-CANT-PENDIENTES
           DISPLAY "  YA RECHAZADOS (OMITIDOS): " WSV-CANT-YA-RECHAZADOS
           DISPLAY "  ACEPTADOS SIN FUSIONAR  : " WSV-CANT-YA-ACEPTADOS
           DISPLAY "REVISAR CON E156REV"
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
       END PROGRAM E156.
