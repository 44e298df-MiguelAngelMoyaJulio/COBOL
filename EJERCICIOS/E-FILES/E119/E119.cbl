              DISPLAY "BRUTOS QUE NO COINCIDEN CON LOTE_AJUSTADO : "
                      WSV-CANT-DIFERENCIAS " - REVISAR"
           END-IF
           GOBACK
           .
      ******************************************************************
      *                         110000-CARGAR-AJUSTADO
