      ******************************************************************
      * Copybook   : QG1FAC01
      * Author     : ALDV
      * Purpose    : Layout de la factura mensual de comisiones por
      *  canal (archivo QG1CX148.FAC) que emite el motor QG1CX148.
      *  FAC-MONTO es la base imponible (volumen * comision, o el
      *  minimo mensual); sobre ella va el IGV a la tasa vigente del
      *  periodo (QG1IGVTAS.DAT) salvo que el canal este exonerado
      *  (QG1EXIGV.DAT, FAC-EXONERADO 'S' con FAC-TASA-IGV y FAC-IGV
      *  en cero). FAC-TOTAL = FAC-MONTO + FAC-IGV es lo que se le
      *  cobra al canal.
      *  Trailer: FAC-COD-CANAL 'TRL', FAC-VOLUMEN = cantidad de
      *  facturas, FAC-MONTO = hash de bases, FAC-IGV = hash de IGV,
      *  FAC-TOTAL = hash de totales, FAC-MINIMO-APL 'T'.
      *  Concesiones: con una concesion comercial aprobada vigente al
      *  periodo (QG1CONCES.DAT, COPY QG1CNC01) FAC-MONTO-BRUTO es la
      *  comision sin concesion, FAC-CONCESION lo concedido y
      *  FAC-MONTO el neto (FAC-MONTO = FAC-MONTO-BRUTO -
      *  FAC-CONCESION), que es la base del IGV y lo que se factura.
      *  FAC-CNC-SECUENCIA es la CNC-SECUENCIA aplicada; en cero sin
      *  concesion (entonces FAC-MONTO-BRUTO = FAC-MONTO). En el
      *  trailer FAC-MONTO-BRUTO y FAC-CONCESION llevan sus hash.
      ******************************************************************
       01  REG-FACTURA.
           05 FAC-COD-CANAL    PIC X(03).
           05 FAC-PERIODO      PIC 9(06).
           05 FAC-VOLUMEN      PIC 9(07).
           05 FAC-FEE-TRX      PIC 9(05)V9(02).
           05 FAC-MONTO        PIC 9(11)V9(02).
           05 FAC-MINIMO-APL   PIC X(01).
           05 FAC-TASA-IGV     PIC 9(02)V9(02).
           05 FAC-IGV          PIC 9(11)V9(02).
           05 FAC-TOTAL        PIC 9(11)V9(02).
           05 FAC-EXONERADO    PIC X(01).
           05 FAC-MONTO-BRUTO  PIC 9(11)V9(02).
           05 FAC-CONCESION    PIC 9(11)V9(02).
           05 FAC-CNC-SECUENCIA PIC 9(05).
