      *  QG1PEND.DAT (COPY QG1PND01) en estado PND-EN-REVISION.
      *  Nada toca HOST004 aqui: eso lo hace QG1CX104 con lo que
      *  QG1CX103 haya aprobado.
      * Limite propuesto: la captura de consola no propone limite
      *  (PND-MONEDA-LIM en blanco); el limite lo sigue cambiando
      *  QG1CX054 / QG1CX107. Solo las solicitudes del CRM (carga
      *  QG1CX295) lo traen.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
               MOVE WK-DESCRIPCION      TO PND-DESCRIPCION
               MOVE FUNCTION CURRENT-DATE(1:8)
                 TO PND-FECHA-CAPTURA
               MOVE 0                   TO PND-LIMITE-TRX
               MOVE SPACES              TO PND-MONEDA-LIM
               WRITE REG-PENDIENTE
               ADD 1 TO WS-TOT-CAPTURADOS
               DISPLAY "ENCOLADO CAMBIO " PND-SECUENCIA
