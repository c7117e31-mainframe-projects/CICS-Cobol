      ******************************************************************
      * Copybook   : QG1BAJ01
      * Author     : ALDV
      * Purpose    : Layout del control de bajas con liquidacion final
      *  (archivo QG1BAJA.DAT, uno por canal dado de baja). Un canal
      *  terminado se marcaba INACTIVO y el interes devengado, las
      *  comisiones sin facturar, las disputas y el saldo del libro
      *  quedaban colgados. La liquidacion de baja QG1CX288 deja aqui
      *  lo que liquido y en que paso va:
      *  BAJ-ESTADO: 'D' devengada (interes hasta la baja anotado),
      *   'F' facturada (ademas la comision del mes de la baja),
      *   'L' liquidada (devengo, comision parcial y penalidades
      *   anotadas e instruccion final emitida; espera saldo cero y
      *   nada abierto), 'C' cerrada (canal inactivado con QG1CX101
      *   y estado de cierre emitido al contacto). 'D' y 'F' son la
      *   marca de avance de una liquidacion interrumpida: la
      *   reejecucion retoma en la etapa siguiente sin repetir lo ya
      *   anotado al libro.
      *  BAJ-DEVENGO-DESDE: primer dia que devengo la liquidacion en
      *   vez del motor diario; QG1CX114 ya no devenga el canal desde
      *   esa fecha, asi ningun dia se devenga dos veces.
      *  BAJ-PERIODO-FAC: mes de la baja, facturado en la liquidacion
      *   con el minimo prorrateado a los dias hasta la baja; la
      *   facturacion mensual QG1CX148 emite la factura del canal con
      *   estas cifras sin volver a anotarla al libro. El pago
      *   mensual QG1CX155 no le paga a un canal con liquidacion.
      *  BAJ-INSTRUCCION: 'P' pago al canal (QG1CX288.PAG), 'D' cobro
      *   por debito directo (QG1CX288.DEB y QG1DEBITO.DAT), 'M' cobro
      *   o pago manual (sin cuenta valida o sin mandato), 'N' saldo
      *   en cero, sin instruccion.
      *  BAJ-COMISION-BRUTA, BAJ-CONCESION, BAJ-CNC-SECUENCIA: la
      *   comision del mes de la baja antes de la concesion comercial
      *   aprobada que cubre ese periodo (QG1CONCES.DAT, COPY
      *   QG1CNC01), lo concedido y la secuencia de la concesion
      *   (cero sin concesion); BAJ-COMISION ya es la neta. QG1CX148
      *   los lleva a la factura para que el costo de la concesion
      *   salga en QG1CX304. En un registro anterior a estos campos
      *   vienen en blanco: bruta = comision, sin concesion.
      ******************************************************************
       01  REG-BAJA-CANAL.
           05 BAJ-COD-CANAL      PIC X(03).
           05 BAJ-FECHA-BAJA     PIC 9(08).
           05 BAJ-ESTADO         PIC X(01).
              88 BAJ-DEVENGADA      VALUE 'D'.
              88 BAJ-FACTURADA      VALUE 'F'.
              88 BAJ-LIQUIDADA      VALUE 'L'.
              88 BAJ-CERRADA        VALUE 'C'.
           05 BAJ-DEVENGO-DESDE  PIC 9(08).
           05 BAJ-INTERES        PIC 9(11)V9(02).
           05 BAJ-PERIODO-FAC    PIC 9(06).
           05 BAJ-COMISION       PIC 9(11)V9(02).
           05 BAJ-MINIMO-APL     PIC X(01).
           05 BAJ-IGV            PIC 9(11)V9(02).
           05 BAJ-PENALIDAD      PIC 9(11)V9(02).
           05 BAJ-SALDO-FINAL    PIC S9(11)V9(02).
           05 BAJ-INSTRUCCION    PIC X(01).
              88 BAJ-CON-PAGO       VALUE 'P'.
              88 BAJ-CON-DEBITO     VALUE 'D'.
              88 BAJ-MANUAL         VALUE 'M'.
              88 BAJ-SIN-INSTRUCCION VALUE 'N'.
           05 BAJ-REFERENCIA     PIC X(12).
           05 BAJ-OPERADOR       PIC X(08).
           05 BAJ-FECHA-LIQUIDA  PIC 9(08).
           05 BAJ-FECHA-CIERRE   PIC 9(08).
           05 BAJ-COMISION-BRUTA PIC 9(11)V9(02).
           05 BAJ-CONCESION      PIC 9(11)V9(02).
           05 BAJ-CNC-SECUENCIA  PIC 9(05).
