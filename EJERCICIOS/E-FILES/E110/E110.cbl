          01 REG-PLANCTA.
             05 REG-PLA-CUENTA          PIC 9(04).
             05 REG-PLA-NOMBRE          PIC X(30).
             05 REG-PLA-MAPEO OCCURS 3 TIMES.
                10 REG-PLA-MAP-ORIGEN   PIC X(03).
                10 REG-PLA-MAP-CONCEPTO PIC X(03).

       FD MAYOR.
          01 REG-MAYOR.
