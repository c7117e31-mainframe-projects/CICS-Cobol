      *  STATUS, la clave en juego (COD-CANAL o slot relativo) y la
      *  imagen del registro, para que a la manana siguiente de un
      *  abend se vea exactamente que se estaba grabando.
      * Escalamiento a la guardia: el layout pasa a COPY QG1PRB01 con
      *  el numero de alerta y el acuse de recibo que anota el
      *  escalamiento QG1CX300; el problema nuevo nace sin alerta
      *  (cero) y sin acuse (blancos).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *************************
       FILE SECTION.
       FD  HOST-PROBLEMAS.
           COPY QG1PRB01.

       WORKING-STORAGE SECTION.
       01 FS-PROBLEMAS         PIC X(02).
               MOVE LS-FILE-STATUS TO PRB-FILE-STATUS
               MOVE LS-CLAVE       TO PRB-CLAVE
               MOVE LS-IMAGEN      TO PRB-IMAGEN
               MOVE 0              TO PRB-ALERTA
               MOVE SPACES         TO PRB-ACUSE-OPERADOR,
                                      PRB-ACUSE-FECHA-HORA
               WRITE REG-PROBLEMA
               CLOSE HOST-PROBLEMAS
            END-IF
