      *   la cola de trabajo QG1C0016 y el reporte de antiguedad
      *   QG1CX212 envejecen con ella (cero en registros previos al
      *   campo).
      *  PND-LIMITE-TRX / PND-MONEDA-LIM: limite por transaccion y su
      *   moneda propuestos para el canal (validados contra la regla
      *   del tipo con QG1CX187); los trae la carga de solicitudes
      *   del CRM QG1CX295. Moneda en blanco = la solicitud no toca
      *   el limite (capturas de consola y registros previos al
      *   campo).
      ******************************************************************
       01  REG-PENDIENTE.
           05 PND-SECUENCIA     PIC 9(05).
              10 PND-ABREVIATURA  PIC X(10).
              10 PND-DESCRIPCION  PIC X(50).
           05 PND-FECHA-CAPTURA PIC 9(08).
           05 PND-LIMITE-TRX    PIC 9(09)V9(02).
           05 PND-MONEDA-LIM    PIC X(03).
