      *BLOQUEOS_LINEAS.txt, la lista que la tarifacion de E19 honra
      *para que una linea bajo investigacion deje de acumular
      *cargos. Una linea sin base (alta nueva) solo siembra su base.
      *Solo los bloqueos por uso (U) cuentan como ya bloqueada: una
      *linea restringida o suspendida por mora en E184 recibe igual
      *su bloqueo por uso, que sobrevive a la reconexion.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       115000-LEER-BLOQUEO.
           READ BLOQUEOS
           IF FS-STATUS-BLO-OK
              AND REG-BLO-MOTIVO = "U"
              AND WSV-CANT-BLOQUEADAS < 200
              ADD 1 TO WSV-CANT-BLOQUEADAS
              MOVE REG-BLO-MOBILE TO
