      *  PNF-CLAVE: COD-CANAL para 'T', moneda para 'C'.
      *  PNF-ESTADO: P pendiente, A aprobado, R rechazado,
      *  X aplicado al archivo vivo.
      *  PNF-LOTE: lote de carga automatica ("BCR AAAAMMDD" de la
      *  carga de tipos de cambio oficiales QG1CX268); blancos en las
      *  capturas manuales. QG1CX189 aprueba o rechaza un lote
      *  completo en un solo paso.
      ******************************************************************
       01  REG-PENDIENTE-FIN.
           05 PNF-SECUENCIA     PIC 9(05).
           05 PNF-TEN           PIC 9(04)V9(02).
           05 PNF-TEA           PIC 9(03)V9(03).
           05 PNF-TCAMBIO       PIC 9(05)V9(06).
           05 PNF-LOTE          PIC X(12).
