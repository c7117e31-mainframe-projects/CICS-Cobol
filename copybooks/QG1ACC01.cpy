      ******************************************************************
      * Copybook   : QG1ACC01
      * Author     : ALDV
      * Purpose    : Layout del log de accesos de lectura a datos
      *  sensibles QG1ACCESO.LOG (line sequential, acumulativo). Las
      *  consultas en linea y de consola que muestran contacto, cuenta
      *  de abono, maestro o libro auxiliar de un canal dejan aqui una
      *  linea por canal mostrado via la rutina unica QG1CX277; el
      *  reporte semanal QG1CX278 lo revisa en busca de patrones
      *  inusuales (canales fuera del alcance de QG1OPRNG.DAT o fuera
      *  del horario de oficina).
      *  ACC-TERMINAL: EIBTRMID en CICS, 'CONS' en consola.
      *  ACC-DATO: 'CTO' contacto, 'ABO' cuenta de abono,
      *   'CAN' maestro de canales, 'LIB' libro auxiliar.
      ******************************************************************
       01  REG-ACCESO-LECTURA.
           05 ACC-FECHA-HORA.
              10 ACC-FECHA       PIC 9(08).
              10 ACC-HORA        PIC 9(04).
              10 FILLER          PIC X(14).
           05 ACC-OPERADOR       PIC X(08).
           05 ACC-TERMINAL       PIC X(04).
           05 ACC-PROGRAMA       PIC X(08).
           05 ACC-COD-CANAL      PIC X(03).
           05 ACC-DATO           PIC X(03).
              88 ACC-DATO-CONTACTO         VALUE 'CTO'.
              88 ACC-DATO-ABONO            VALUE 'ABO'.
              88 ACC-DATO-CANAL            VALUE 'CAN'.
              88 ACC-DATO-LIBRO            VALUE 'LIB'.
