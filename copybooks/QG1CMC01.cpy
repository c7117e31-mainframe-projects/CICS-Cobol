      ******************************************************************
      * Copybook   : QG1CMC01
      * Author     : ALDV
      * Purpose    : Area de resultado de la rutina de comision
      *  mensual QG1CX308 (comision de un canal y periodo). La copian
      *  en WORKING-STORAGE los que llaman (facturacion QG1CX148 y
      *  liquidacion de baja QG1CX288) y la rutina en su LINKAGE.
      *  CMC-CUOTA-ENCONTRADA: 'N' sin cuota general vigente; el
      *   resto del calculo no se hace.
      *  CMC-FEE-TRX / CMC-MINIMO-MES: cuota general vigente; el
      *   minimo ya viene prorrateado cuando se pide por dias.
      *  CMC-MONTO-ACTIVIDAD: volumen por comision, tipo por tipo.
      *  CMC-MONTO-BRUTO: la actividad llevada al minimo.
      *  CMC-CNC-*: concesion aplicada (secuencia cero = ninguna).
      *  CMC-MONTO: la comision neta que se factura (base del IGV).
      *  CMC-IGV-ENCONTRADA: 'N' sin tasa de IGV vigente al periodo.
      *  CMC-DSG-TBL: comision y monto de cada entrada de
      *   MEN-TIPO-TBL; CMC-VOL-RESTO el volumen sin desglose que
      *   va a la comision general.
      ******************************************************************
       01  REG-COMISION-CALCULADA.
           05 CMC-CUOTA-ENCONTRADA PIC X(01).
           05 CMC-FEE-TRX          PIC 9(05)V9(02).
           05 CMC-MINIMO-MES       PIC 9(09)V9(02).
           05 CMC-MONTO-ACTIVIDAD  PIC 9(11)V9(02).
           05 CMC-MINIMO-APLICADO  PIC X(01).
           05 CMC-MONTO-BRUTO      PIC 9(11)V9(02).
           05 CMC-CNC-SECUENCIA    PIC 9(05).
           05 CMC-CNC-TIPO         PIC X(01).
           05 CMC-MONTO-CONCESION  PIC 9(11)V9(02).
           05 CMC-MONTO            PIC 9(11)V9(02).
           05 CMC-IGV-ENCONTRADA   PIC X(01).
           05 CMC-TASA-IGV         PIC 9(02)V9(02).
           05 CMC-IGV-DESDE        PIC 9(08).
           05 CMC-TOT-EXONERADOS   PIC 9(03).
           05 CMC-EXONERADO        PIC X(01).
           05 CMC-TASA-APLICADA    PIC 9(02)V9(02).
           05 CMC-IGV              PIC 9(11)V9(02).
           05 CMC-TOTAL            PIC 9(11)V9(02).
           05 CMC-HAY-TIPOS        PIC X(01).
           05 CMC-TOT-TIPOS        PIC 9(02).
           05 CMC-VOL-RESTO        PIC 9(07).
           05 CMC-DSG-TBL          OCCURS 10 TIMES.
              10 CMC-DSG-FEE       PIC 9(05)V9(02).
              10 CMC-DSG-MONTO     PIC 9(11)V9(02).
