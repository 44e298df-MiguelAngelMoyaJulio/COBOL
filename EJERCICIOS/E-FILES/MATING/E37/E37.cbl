
           PERFORM 360000-GRABAR-ASIENTOS
              THRU 360000-GRABAR-ASIENTOS-F
           GOBACK
           .
       300000-END-F. EXIT.
      ******************************************************************
