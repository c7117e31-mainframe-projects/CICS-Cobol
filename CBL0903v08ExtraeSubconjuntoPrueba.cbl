      *  contacto por un generico, telefono estrellado y email de
      *  laboratorio - la rebanada reproduce el incidente sin
      *  pasear datos reales por el ambiente de pruebas.
      *  El contacto sale con el largo de la version 02 de QG1CON01;
      *  se conserva el ubigeo (solo da el distrito) y se borran las
      *  coordenadas, que ubican el domicilio.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       FD  TST-TASAS.
       01  TST-REG-TASA        PIC X(31).
       FD  TST-CONTACTOS.
       01  TST-REG-CONTACTO    PIC X(162).
       FD  TST-VOL.
       01  TST-REG-VOL         PIC X(31).
       FD  TST-ACUMULADO.
            MOVE ALL '*'                 TO CTO-TELEFONO
            MOVE 'PRUEBA@LABORATORIO'    TO CTO-EMAIL
            MOVE 'DIRECCION DE PRUEBA'   TO CTO-DIRECCION
            MOVE 'N'                     TO CTO-COORDENADAS
            MOVE 0                       TO CTO-LATITUD, CTO-LONGITUD
            MOVE REG-CONTACTO TO TST-REG-CONTACTO
            WRITE TST-REG-CONTACTO.
      *
