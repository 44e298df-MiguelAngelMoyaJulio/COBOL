      ******************************************************************
      *    CARGA LA LISTA DE LINEAS BLOQUEADAS POR USO ANORMAL QUE
      *    MANTIENE E138. SIN ARCHIVO NO HAY LINEAS BLOQUEADAS Y LA
      *    TARIFACION SIGUE COMO SIEMPRE. LA MISMA LISTA LLEVA LAS
      *    LINEAS QUE E184 RESTRINGE (R) O SUSPENDE (S) POR MORA: LA
      *    RESTRINGIDA SIGUE CURSANDO LLAMADAS Y SE TARIFA, SOLO LA
      *    SUSPENDIDA SE SALTEA.
      ******************************************************************
       120000-OPEN-BLOQUEOS.
           OPEN INPUT BLOQUEOS
           PERFORM UNTIL FS-STATUS-BLO-EOF
               READ BLOQUEOS
               IF FS-STATUS-BLO-OK
                  AND REG-BLO-MOTIVO NOT = "R"
      *            UNA LINEA BLOQUEADA FUERA DE TABLA SEGUIRIA
      *            ACUMULANDO CARGOS SIN AVISO: TABLA LLENA CORTA.
                   IF WS-CANT-BLOQUEOS = 100
