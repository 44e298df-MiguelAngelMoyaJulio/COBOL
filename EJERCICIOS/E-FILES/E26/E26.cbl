      *•	La cantidad de encuestados en cada tipo de nivel de estudios
      *alcanzados incompletos.
      *•	El porcentaje de encuestados de sexo femenino y masculino.
      *Cada registro lleva tambien el barrio de la vivienda, que usa
      *E26EXP para expandir la encuesta con el marco muestral.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E26.
               05 REG-SEXO                      PIC X(01).
               05 REG-ESTUDIO                   PIC X(01).
               05 REG-ESTADO                    PIC X(01).
               05 REG-BARRIO                    PIC 9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION   
      ******************************************************************         
