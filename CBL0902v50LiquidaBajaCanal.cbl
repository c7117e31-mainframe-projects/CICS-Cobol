      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Liquidacion de baja de un canal. Hasta ahora la
      *  baja (QG1C0013, QG1CX055) solo marcaba el canal INACTIVO y
      *  el interes devengado, las comisiones sin facturar, las
      *  disputas, las autorizaciones retenidas y el saldo del libro
      *  auxiliar quedaban colgados hasta que finanzas los hallaba
      *  meses despues. Esta utilidad recibe el operador (CALL
      *  QG1CX109, permiso de baja), el canal y la fecha de baja, y
      *  en la primera corrida:
      *    - devenga el interes del canal desde el dia siguiente al
      *      ultimo devengado por el motor diario (bitacora
      *      QG1CX114.DIA) hasta la fecha de baja, con la misma
      *      aritmetica de QG1CX114 (tasa QG1CX075, saldo QG1CX217,
      *      base QG1CX218, calendario QG1CX197), lo suma al
      *      acumulado QG1CX114.ACU y lo anota 'IN' al libro; desde
      *      ese dia QG1CX114 ya no devenga al canal,
      *    - factura la comision del mes de la baja con la logica de
      *      QG1CX148 (cuota por tipo, IGV, exonerados) y el minimo
      *      mensual prorrateado a los dias hasta la baja, anotando
      *      'CU' e 'IG' con la referencia FAC AAAAMM de siempre; si
      *      QG1CX148 ya facturo el mes no se repite, y un mes
      *      anterior con actividad y sin factura es abend,
      *    - penaliza las violaciones del mes de la baja y del
      *      anterior que el motor QG1CX213 aun no cobro (mismas
      *      clases, tarifas, topes y neteo contra QG1PENAPL.DAT),
      *  y deja lo liquidado en el control de bajas QG1BAJA.DAT
      *  (COPY QG1BAJ01). En cada corrida toma el saldo neto del
      *  libro (rutina QG1CX289) y emite la instruccion final: pago
      *  al canal (QG1CX288.PAG, movimiento 'PG', registrado en el
      *  manifiesto QG1CX272) o cobro por debito directo
      *  (QG1CX288.DEB y QG1DEBITO.DAT, como QG1CX228); sin cuenta
      *  valida o sin mandato la instruccion queda manual.
      *  Solo cuando QG1CX289 confirma saldo cero y nada abierto
      *  (disputas, cargos en curso, autorizaciones retenidas) el
      *  canal pasa a INACTIVO validado con QG1CX101, con candado
      *  del maestro (QG1CX139), aviso QG1CX208 y auditoria; se
      *  emite el estado de cierre QG1EcccB.RPT (publicado con
      *  QG1CX275) y queda en el indice de distribucion QG1DISTR.DAT
      *  para el contacto del canal. Si algo sigue abierto la corrida
      *  termina con RETURN-CODE 4 y se vuelve a correr con la misma
      *  fecha de baja: la liquidacion no se repite, solo la
      *  instruccion y la verificacion de cierre.
      * Concesiones: la comision del mes de la baja aplica la
      *  concesion comercial aprobada que cubre ese periodo
      *  (QG1CONCES.DAT, COPY QG1CNC01) con la misma regla de
      *  QG1CX148: exoneracion, descuento sobre la comision con el
      *  minimo prorrateado, o minimo rebajado (CNC-MINIMO-MES, que
      *  es el que se prorratea); nunca sube la comision. La bruta,
      *  lo concedido y la secuencia quedan en QG1BAJA.DAT para la
      *  factura de QG1CX148.
      * Rutinas compartidas: la comision del mes de la baja ya no se
      *  calcula con una copia de QG1CX148 sino con la misma rutina
      *  QG1CX308 (cuota por tipo, minimo prorrateado al dia de la
      *  baja, concesion e IGV), y las violaciones se clasifican y
      *  precian con la rutina QG1CX307 de QG1CX213. El reporte
      *  lista cada violacion con su disposicion (COBRADA o
      *  EXONERADA y el motivo) y cuenta las ya penalizadas, como
      *  QG1CX213.
      * Reanudacion: la liquidacion graba su avance en BAJ-ESTADO al
      *  terminar cada etapa ('D' devengo, 'F' comision del mes, 'L'
      *  penalidades). Si la corrida se cae a medias, la reejecucion
      *  con la misma fecha de baja retoma en la etapa pendiente sin
      *  volver a anotar al libro lo ya anotado; la comision se salta
      *  si la factura del mes ya esta en el libro.
      * Manifiesto: el lote de debito directo QG1CX288.DEB tambien se
      *  anota en el manifiesto QG1CX272, como el de pago.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX288.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-BAJAS ASSIGN TO "QG1BAJA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

           SELECT HOST-ACUMULADO ASSIGN TO "QG1CX114.ACU"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACUMULADO.

           SELECT HOST-BITACORA ASSIGN TO "QG1CX114.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

           SELECT HOST-CHECKPOINT ASSIGN TO "QG1CX114.CKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

           SELECT HOST-CIERRE ASSIGN TO "QG1CIERRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CIERRE.

           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-MENSUAL ASSIGN TO "QG1CX091.MES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MENSUAL.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-APLICADAS ASSIGN TO "QG1PENAPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-APLICADAS.

           SELECT HOST-ABONOS ASSIGN TO "QG1ABONO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ABO-COD-CANAL
           FILE STATUS IS FS-ABONOS.

           SELECT HOST-DEBITOS ASSIGN TO "QG1DEBITO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEBITOS.

           SELECT HOST-REPAGOS ASSIGN TO "QG1REPAGO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPAGOS.

           SELECT HOST-PAGOS ASSIGN TO "QG1CX288.PAG"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CARGOS ASSIGN TO "QG1CX288.DEB"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-DISTRIBUCION ASSIGN TO "QG1DISTR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISTRIBUCION.

           SELECT HOST-ESTADO-CANAL ASSIGN TO DYNAMIC
           WS-NOMBRE-ESTADO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-AUDIT ASSIGN TO "QG1CX288.AUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

           SELECT HOST-RPT ASSIGN TO "QG1CX288.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-BAJAS.
           COPY QG1BAJ01.

       FD  HOST-ACUMULADO.
       01  REG-ACUMULADO.
           05 ACU-CODIGO       PIC X(03).
           05 ACU-ULT-MES      PIC 9(06).
           05 ACU-MTD          PIC 9(11)V9(02).
           05 ACU-YTD          PIC 9(11)V9(02).

       FD  HOST-BITACORA.
       01  REG-BITACORA.
           05 DIA-FECHA        PIC 9(08).
           05 DIA-CANALES      PIC 9(04).
           05 DIA-FECHA-CORRIDA PIC 9(08).

       FD  HOST-CHECKPOINT.
       01  REG-CHECKPOINT      PIC X(80).

       FD  HOST-CIERRE.
           COPY QG1CIE01.

       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-MENSUAL.
           COPY QG1MEN01.

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-APLICADAS.
           COPY QG1PNA01.

       FD  HOST-ABONOS.
           COPY QG1ABO01.

       FD  HOST-DEBITOS.
           COPY QG1DEB01.

       FD  HOST-REPAGOS.
           COPY QG1REP01.

       FD  HOST-PAGOS.
       01  REG-PAGO.
           05 PAG-COD-CANAL    PIC X(03).
           05 PAG-BANCO        PIC X(20).
           05 PAG-CUENTA       PIC X(20).
           05 PAG-TITULAR      PIC X(30).
           05 PAG-MONTO        PIC 9(11)V9(02).
           05 PAG-PERIODO      PIC 9(06).

       FD  HOST-CARGOS.
       01  REG-CARGO.
           05 DDB-COD-CANAL    PIC X(03).
           05 DDB-BANCO        PIC X(20).
           05 DDB-CUENTA       PIC X(20).
           05 DDB-TITULAR      PIC X(30).
           05 DDB-MONTO        PIC 9(11)V9(02).
           05 DDB-FECHA        PIC 9(08).
           05 DDB-REFERENCIA   PIC X(12).

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-DISTRIBUCION.
       01  REG-DISTRIBUCION.
           05 DIS-COD-CANAL    PIC X(03).
           05 DIS-PERIODO      PIC 9(06).
           05 DIS-NOMBRE       PIC X(12).
           05 DIS-EMAIL        PIC X(30).
           05 DIS-ESTADO       PIC X(01).
           05 DIS-FECHA        PIC X(08).

       FD  HOST-ESTADO-CANAL.
       01  REG-ESTADO-CANAL    PIC X(100).

       FD  HOST-AUDIT.
           COPY QG1AUD01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-BAJAS             PIC X(02).
       01 FS-ACUMULADO         PIC X(02).
       01 FS-BITACORA          PIC X(02).
       01 FS-CHECKPOINT        PIC X(02).
       01 FS-CIERRE            PIC X(02).
       01 FS-LIBRO             PIC X(02).
       01 FS-MENSUAL           PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 FS-APLICADAS         PIC X(02).
       01 FS-ABONOS            PIC X(02).
       01 FS-DEBITOS           PIC X(02).
       01 FS-REPAGOS           PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-DISTRIBUCION      PIC X(02).
       01 FS-AUDIT             PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-NOMBRE-ESTADO     PIC X(12).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'D'.
       01 WK-AUTORIZADO        PIC X(01).

       01 WK-CANAL             PIC X(03).
       01 WK-NOMBRE-CANAL      PIC X(50).
       01 WK-ABRV-CANAL        PIC X(10).
       01 WK-YA-INACTIVO       PIC X(01) VALUE 'N'.
       01 WK-ESTADO-BAJA       PIC X(01) VALUE 'I'.
       01 WK-TRANSICION-OK     PIC X(01).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-FECHA-BAJA        PIC 9(08).
       01 WK-FECHA-BAJA-R REDEFINES WK-FECHA-BAJA.
          05 WK-BAJA-ANIO      PIC 9(04).
          05 WK-BAJA-MES       PIC 9(02).
          05 WK-BAJA-DIA       PIC 9(02).
       01 WK-PERIODO-BAJA      PIC 9(06).
       01 WK-PERIODO-ANTERIOR  PIC 9(06).
       01 WK-PRIMERO-MES       PIC 9(08).
       01 WK-RETORNO           PIC 9(02) VALUE 0.

      * control de bajas en memoria; se regraba completo
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TABLA-BAJAS.
          05 WS-BAJ-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-BAJAS.
             10 WS-BAJ-REGISTRO PIC X(160).
       01 WK-POS-BAJA          PIC 9(04) VALUE 0.
       01 WK-PRIMERA-LIQUIDACION PIC X(01) VALUE 'N'.

       01 WS-TOT-CERRADOS      PIC 9(03) VALUE 0.
       01 WS-TABLA-CERRADOS.
          05 WS-CIE-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-CERRADOS.
             10 WS-CIE-PERIODO PIC 9(06).
       01 WK-MES-DESDE         PIC 9(06).

      * devengo hasta la baja
       01 WK-ULT-DEVENGADO     PIC 9(08) VALUE 0.
       01 WK-DEVENGO-DESDE     PIC 9(08).
       01 WK-FECHA-DIA         PIC 9(08).
       01 WK-MES-DIA           PIC 9(06).
       01 WK-TEN               PIC 9(4)V9(02).
       01 WK-TEA               PIC 9(3)V9(03).
       01 WK-TASA-ENCONTRADA   PIC X(01).
       01 WS-MONTO             PIC 9(11)V9(02).
       01 WK-PRI-ENCONTRADO    PIC X(01).
       01 WK-PRI-FIRMA.
          05 WK-PRI-FIRMA-REGISTROS PIC 9(07).
          05 WK-PRI-FIRMA-SUMA      PIC 9(15)V9(02).
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).
       01 WK-INTERES-DIA       PIC 9(09)V9(06).
       01 WS-INTERES-BAJA      PIC 9(11)V9(02) VALUE 0.
       01 WS-DIAS-DEVENGADOS   PIC 9(03) VALUE 0.
       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-UN-DIA            PIC S9(05) VALUE 1.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-FECHA-AUX2        PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WS-SOLO-HABILES      PIC X(01) VALUE 'N'.
       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-CAL-OPERACION     PIC X(01) VALUE 'H'.
       01 WK-CAL-FECHA-2       PIC 9(08) VALUE 0.
       01 WK-CAL-FECHA-RES     PIC 9(08).
       01 WK-CAL-DIAS-RES      PIC S9(07).
       01 WK-CAL-ES-HABIL      PIC X(01).

       01 WS-TOT-ACUMULADOS    PIC 9(04) VALUE 0.
       01 WS-TABLA-ACUMULADOS.
          05 WS-ACU-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-ACUMULADOS.
             10 WS-ACU-CODIGO  PIC X(03).
             10 WS-ACU-ULT-MES PIC 9(06).
             10 WS-ACU-MTD     PIC 9(11)V9(02).
             10 WS-ACU-YTD     PIC 9(11)V9(02).
       01 WK-POS-ACU           PIC 9(04).

      * facturacion del mes parcial
       01 WK-REF-FACTURA       PIC X(12).
       01 WK-REF-FAC-ANTERIOR  PIC X(12).
       01 WK-FAC-NETO          PIC S9(03) VALUE 0.
       01 WK-FAC-ANT-NETO      PIC S9(03) VALUE 0.
       01 WK-ACT-ANTERIOR      PIC X(01) VALUE 'N'.
       01 WK-HAY-ACTIVIDAD     PIC X(01) VALUE 'N'.
       01 WS-REG-MENSUAL       PIC X(251).

      * calculo de la comision del mes (rutina QG1CX308)
       01 WK-ACCION-CMC        PIC X(01) VALUE 'C'.
           COPY QG1CMC01.

      * penalidades pendientes del mes anterior (1) y de la baja (2)
       01 WS-TABLA-PERIODOS-PEN.
          05 WS-PPE-TBL        OCCURS 2 TIMES.
             10 WS-PPE-PERIODO PIC 9(06).
             10 WS-PPE-TOTAL   PIC 9(11)V9(02).
       01 WK-P                 PIC 9(01).

       01 WS-TOT-APLICADAS     PIC 9(05) VALUE 0.
       01 WS-TABLA-APLICADAS.
          05 WS-APL-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-APLICADAS.
             10 WS-APL-VIOLACION PIC X(100).

       01 WS-TOT-CONTEOS       PIC 9(02) VALUE 0.
       01 WS-TABLA-CONTEOS.
          05 WS-CNT-TBL        OCCURS 1 TO 12 TIMES
                                DEPENDING ON WS-TOT-CONTEOS.
             10 WS-CNT-PERIODO PIC 9(06).
             10 WS-CNT-CLASE   PIC X(02).
             10 WS-CNT-COBRADAS PIC 9(05).
       01 WK-POS-CNT           PIC 9(02).

       01 WK-VIO-PERIODO       PIC 9(06).
       01 WK-CLASE             PIC X(02).
       01 WK-YA-APLICADA       PIC X(01).

      * clasificacion y precio de la violacion (rutina QG1CX307)
       01 WK-ACCION-PEN        PIC X(01).
       01 WK-COBRADAS          PIC 9(05).
       01 WK-MONTO-PEN         PIC 9(07)V9(02).
       01 WK-DISPOSICION       PIC X(09).
       01 WK-MOTIVO-EXO        PIC X(14).
       01 WK-TOT-TARIFAS       PIC 9(04).
       01 WS-TOT-COBRADAS      PIC 9(05) VALUE 0.
       01 WS-TOT-EXONERADAS    PIC 9(05) VALUE 0.
       01 WS-TOT-NETEADAS      PIC 9(05) VALUE 0.
       01 WS-SUMA-PENALIDADES  PIC 9(11)V9(02) VALUE 0.

      * instruccion final y cierre
       01 WK-SALDO-CANAL       PIC S9(11)V9(02).
       01 WK-PUEDE-CERRAR      PIC X(01).
       01 WK-MOTIVO-CIERRE     PIC X(40).
       01 WK-DEBITO-EN-CURSO   PIC X(01).
       01 WK-MOTIVO-MANUAL     PIC X(30).
       01 WK-MONTO-INSTR       PIC 9(11)V9(02).
       01 WK-REFERENCIA-INSTR  PIC X(12).

       01 WS-TOT-REPAGOS       PIC 9(05) VALUE 0.
       01 WS-TABLA-REPAGOS.
          05 WS-REP-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-REPAGOS.
             10 WS-REP-REGISTRO PIC X(69).
       01 WS-TOT-REPAGOS-CANAL PIC 9(03) VALUE 0.

       01 WK-LIB-TIPO          PIC X(02).
       01 WK-LIB-SENTIDO       PIC X(01).
       01 WK-LIB-REFERENCIA    PIC X(12).
       01 WK-LIB-OPERADOR      PIC X(08).
       01 WK-LIB-MONTO         PIC 9(11)V9(02).
       01 WK-LIB-SALDO         PIC S9(11)V9(02).

       01 WK-MAN-ARCHIVO       PIC X(16).
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX288'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-LCK-ACCION        PIC X(01).
       01 WK-LCK-PROGRAMA      PIC X(08) VALUE 'QG1CX288'.
       01 WK-LCK-RESULTADO     PIC X(01).
       01 WK-LCK-TENEDOR       PIC X(08).
       01 WK-NTF-ESTADO-ANTES  PIC X(01).
       01 WK-NTF-MOTIVO        PIC X(20).
       01 WK-CTR-ACCION        PIC X(01).
       01 WK-CTR-CONTADOR      PIC 9(09).

       01 WK-PUB-REPORTE       PIC X(12).
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX288'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01).
       01 WK-PUB-CANAL         PIC X(03).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX288'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-I                 PIC 9(05).
       01 WK-MONTO-ED          PIC ZZZZZZZZZZ9,99.
       01 WK-PEN-ED            PIC ZZZZZZ9,99.
       01 WK-SALDO-ED          PIC -ZZZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1100-CARGA-BAJAS
            PERFORM 1200-LEE-CANAL
            PERFORM 1300-ABRE-REPORTE
      * cada etapa queda grabada en BAJ-ESTADO al terminar; una
      * liquidacion interrumpida retoma en la etapa que no termino
            IF WK-PRIMERA-LIQUIDACION = 'S'
               IF BAJ-ESTADO = SPACE
                  PERFORM 1500-VALIDA-LIQUIDACION
                  PERFORM 2000-DEVENGA-HASTA-BAJA
                  MOVE 'D' TO BAJ-ESTADO
                  PERFORM 1900-GRABA-BAJAS
               ELSE
                  PERFORM 1450-REPORTA-REANUDACION
               END-IF
               IF BAJ-DEVENGADA
                  PERFORM 3000-FACTURA-MES-PARCIAL
                  MOVE 'F' TO BAJ-ESTADO
                  PERFORM 1900-GRABA-BAJAS
               END-IF
               IF BAJ-FACTURADA
                  PERFORM 4000-APLICA-PENALIDADES
                  MOVE 'L' TO BAJ-ESTADO
                  PERFORM 1900-GRABA-BAJAS
               END-IF
            ELSE
               PERFORM 1400-REPORTA-LIQUIDACION-PREVIA
            END-IF
            PERFORM 5000-EMITE-INSTRUCCION
            PERFORM 1900-GRABA-BAJAS
            PERFORM 6000-VERIFICA-CIERRE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "LIQUIDACION DE BAJA DE CANAL" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE BAJA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WK-OPERADOR TO WK-LIB-OPERADOR

            DISPLAY "CANAL A DAR DE BAJA : "
            ACCEPT WK-CANAL
            DISPLAY "FECHA DE BAJA (AAAAMMDD) : "
            ACCEPT WK-FECHA-BAJA
            CALL "QG1CX072" USING WK-FECHA-BAJA, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               OR WK-FECHA-BAJA > WK-FECHA-HOY
               DISPLAY "ABEND: FECHA DE BAJA INVALIDA O FUTURA - "
                       WK-FECHA-BAJA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

      * periodo de la baja, el anterior y el primero del mes
            MOVE WK-FECHA-BAJA(1:6) TO WK-PERIODO-BAJA
            COMPUTE WK-PRIMERO-MES = WK-PERIODO-BAJA * 100 + 1
            IF WK-BAJA-MES = 1
               COMPUTE WK-PERIODO-ANTERIOR =
                  (WK-BAJA-ANIO - 1) * 100 + 12
            ELSE
               COMPUTE WK-PERIODO-ANTERIOR = WK-PERIODO-BAJA - 1
            END-IF
            MOVE SPACES TO WK-REF-FACTURA, WK-REF-FAC-ANTERIOR
            STRING "FAC " WK-PERIODO-BAJA
               DELIMITED SIZE INTO WK-REF-FACTURA
            STRING "FAC " WK-PERIODO-ANTERIOR
               DELIMITED SIZE INTO WK-REF-FAC-ANTERIOR.
      *
      * Una baja ya registrada se retoma: misma fecha obligatoria, y
      * una baja cerrada no se vuelve a procesar. Una liquidacion que
      * no llego a 'L' sigue siendo la primera y retoma su etapa.
       1100-CARGA-BAJAS.
            OPEN INPUT HOST-BAJAS
            IF FS-BAJAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BAJAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-BAJAS = 2000
                           DISPLAY "ABEND: TABLA DE BAJAS LLENA "
                                   "(2000 CANALES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-BAJAS
                        MOVE REG-BAJA-CANAL
                          TO WS-BAJ-REGISTRO(WS-TOT-BAJAS)
                        IF BAJ-COD-CANAL = WK-CANAL
                           MOVE WS-TOT-BAJAS TO WK-POS-BAJA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-BAJAS
            END-IF

            IF WK-POS-BAJA = 0
               MOVE 'S' TO WK-PRIMERA-LIQUIDACION
               INITIALIZE REG-BAJA-CANAL
               MOVE WK-CANAL      TO BAJ-COD-CANAL
               MOVE WK-FECHA-BAJA TO BAJ-FECHA-BAJA
               MOVE WK-OPERADOR   TO BAJ-OPERADOR
               MOVE WK-FECHA-HOY  TO BAJ-FECHA-LIQUIDA
            ELSE
               MOVE WS-BAJ-REGISTRO(WK-POS-BAJA) TO REG-BAJA-CANAL
               IF BAJ-CERRADA
                  DISPLAY "ABEND: LA BAJA DEL CANAL " WK-CANAL
                          " YA ESTA CERRADA DESDE " BAJ-FECHA-CIERRE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               IF BAJ-FECHA-BAJA NOT = WK-FECHA-BAJA
                  DISPLAY "ABEND: EL CANAL " WK-CANAL
                          " YA TIENE LIQUIDACION DE BAJA AL "
                          BAJ-FECHA-BAJA ", REEJECUTE CON ESA FECHA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               IF BAJ-DEVENGADA OR BAJ-FACTURADA
                  MOVE 'S' TO WK-PRIMERA-LIQUIDACION
               END-IF
            END-IF.
      *
       1200-LEE-CANAL.
            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WK-CANAL TO COD-CANAL OF REG-HOST004
            READ HOST004
               KEY IS COD-CANAL OF REG-HOST004
               INVALID KEY
                  DISPLAY "ABEND: EL CANAL " WK-CANAL " NO EXISTE"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-READ
            MOVE TXT-NOM  TO WK-NOMBRE-CANAL
            MOVE TXT-ABRV TO WK-ABRV-CANAL
      * un canal ya inactivado por una baja directa anterior se
      * liquida igual; solo no se vuelve a inactivar al cerrar
            IF CANAL-INACTIVO
               MOVE 'S' TO WK-YA-INACTIVO
            ELSE
               CALL "QG1CX101" USING IND-ESTADO, WK-ESTADO-BAJA,
                                      WK-TRANSICION-OK
               IF WK-TRANSICION-OK NOT = 'S'
                  DISPLAY "ABEND: NO SE PUEDE DAR DE BAJA EL CANAL "
                          WK-CANAL " (ESTADO " IND-ESTADO ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            CLOSE HOST004.
      *
       1300-ABRE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LIQUIDACION DE BAJA - CANAL " WK-CANAL
                   "  " WK-ABRV-CANAL "  " WK-NOMBRE-CANAL(1:40)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "FECHA DE BAJA " WK-FECHA-BAJA
                   "  CORRIDA " WK-FECHA-HOY
                   "  OPERADOR " WK-OPERADOR
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       1400-REPORTA-LIQUIDACION-PREVIA.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LIQUIDACION YA HECHA EL " BAJ-FECHA-LIQUIDA
                   " POR " BAJ-OPERADOR " - NO SE REPITE"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE BAJ-INTERES TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "INTERES DEVENGADO DESDE " BAJ-DEVENGO-DESDE
                   ": " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE BAJ-COMISION TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COMISION DEL PERIODO " BAJ-PERIODO-FAC
                   ": " WK-MONTO-ED "  MINIMO: " BAJ-MINIMO-APL
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF BAJ-CNC-SECUENCIA NUMERIC
               IF BAJ-CNC-SECUENCIA > 0
                  MOVE BAJ-CONCESION TO WK-MONTO-ED
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING "  CONCESION " BAJ-CNC-SECUENCIA
                         " CONCEDIDO " WK-MONTO-ED
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               END-IF
            END-IF
            MOVE BAJ-PENALIDAD TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PENALIDADES: " WK-MONTO-ED
                   "  INSTRUCCION PREVIA: " BAJ-INSTRUCCION
                   " " BAJ-REFERENCIA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Lo que ya quedo anotado en la corrida interrumpida no se
      * repite; la facturacion vuelve a contar las facturas del libro
      * para no anotar dos veces la del mes si alcanzo a grabarla.
       1450-REPORTA-REANUDACION.
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LIQUIDACION INTERRUMPIDA DEL " BAJ-FECHA-LIQUIDA
                   " - SE RETOMA EN LA ETAPA " BAJ-ESTADO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE BAJ-INTERES TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "INTERES DEVENGADO DESDE " BAJ-DEVENGO-DESDE
                   ": " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF BAJ-DEVENGADA
               PERFORM 1560-CARGA-FACTURAS-LIBRO
            END-IF.
      *
      * Todo lo que puede impedir la liquidacion se valida antes de
      * anotar un solo movimiento al libro.
       1500-VALIDA-LIQUIDACION.
            OPEN INPUT HOST-CHECKPOINT
            IF FS-CHECKPOINT = '00'
               READ HOST-CHECKPOINT
                  AT END CONTINUE
                  NOT AT END
                     DISPLAY "ABEND: HAY UNA CORRIDA DE DEVENGO "
                             "QG1CX114 INTERRUMPIDA, TERMINELA ANTES "
                             "DE LIQUIDAR LA BAJA"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
               END-READ
               CLOSE HOST-CHECKPOINT
            END-IF

      * el devengo de la baja arranca el dia siguiente al ultimo que
      * cubrio el motor diario
            OPEN INPUT HOST-BITACORA
            IF FS-BITACORA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BITACORA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF DIA-FECHA > WK-ULT-DEVENGADO
                           MOVE DIA-FECHA TO WK-ULT-DEVENGADO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-BITACORA
            END-IF
            IF WK-ULT-DEVENGADO > WK-FECHA-BAJA
               DISPLAY "ABEND: EL DEVENGO DIARIO YA CUBRIO HASTA EL "
                       WK-ULT-DEVENGADO ", POSTERIOR A LA BAJA; "
                       "REVIERTA ESE DEVENGO O USE OTRA FECHA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WK-ULT-DEVENGADO = 0
               MOVE WK-PRIMERO-MES TO WK-DEVENGO-DESDE
            ELSE
               MOVE WK-ULT-DEVENGADO TO WK-FECHA-AUX, WK-FECHA-AUX2
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-FECHA-AUX, WK-FECHA-AUX2,
                                      WK-UN-DIA, WK-DEVENGO-DESDE,
                                      WK-DIAS-RESULTADO
            END-IF

      * ningun dia a devengar puede caer en un periodo ya cerrado
            OPEN INPUT HOST-CIERRE
            IF FS-CIERRE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CIERRE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-CERRADOS < 200
                           ADD 1 TO WS-TOT-CERRADOS
                           MOVE CIE-PERIODO
                             TO WS-CIE-PERIODO(WS-TOT-CERRADOS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CIERRE
            END-IF
            IF WK-DEVENGO-DESDE NOT > WK-FECHA-BAJA
               MOVE WK-DEVENGO-DESDE(1:6) TO WK-MES-DESDE
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-CERRADOS
                  IF WS-CIE-PERIODO(WK-I) NOT < WK-MES-DESDE
                     AND WS-CIE-PERIODO(WK-I) NOT > WK-PERIODO-BAJA
                     DISPLAY "ABEND: EL PERIODO "
                             WS-CIE-PERIODO(WK-I)
                             " YA ESTA CERRADO, NO SE DEVENGA LA BAJA"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
               END-PERFORM
            END-IF

            PERFORM 1560-CARGA-FACTURAS-LIBRO

            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MEN-COD-CANAL = WK-CANAL
                           AND MEN-PERIODO = WK-PERIODO-ANTERIOR
                           AND MEN-VOLUMEN > 0
                           MOVE 'S' TO WK-ACT-ANTERIOR
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            END-IF
            IF WK-ACT-ANTERIOR = 'S' AND WK-FAC-ANT-NETO NOT > 0
               DISPLAY "ABEND: EL PERIODO " WK-PERIODO-ANTERIOR
                       " DEL CANAL TIENE ACTIVIDAD SIN FACTURAR, "
                       "CORRA PRIMERO LA FACTURACION QG1CX148"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
      * facturas netas por referencia: cargo 'D' menos reversa 'H'
       1550-CUENTA-FACTURA.
            IF LIB-REFERENCIA = WK-REF-FACTURA
               IF LIB-DEBE-HABER = 'D'
                  ADD 1 TO WK-FAC-NETO
               ELSE
                  SUBTRACT 1 FROM WK-FAC-NETO
               END-IF
            END-IF
            IF LIB-REFERENCIA = WK-REF-FAC-ANTERIOR
               IF LIB-DEBE-HABER = 'D'
                  ADD 1 TO WK-FAC-ANT-NETO
               ELSE
                  SUBTRACT 1 FROM WK-FAC-ANT-NETO
               END-IF
            END-IF.
      *
      * facturas del mes de la baja y del anterior ya en el libro
       1560-CARGA-FACTURAS-LIBRO.
            MOVE 0 TO WK-FAC-NETO, WK-FAC-ANT-NETO
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-COD-CANAL = WK-CANAL
                           AND LIB-TIPO-MOV = 'CU'
                           PERFORM 1550-CUENTA-FACTURA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            END-IF.
      *
       1900-GRABA-BAJAS.
            IF WK-POS-BAJA = 0
               IF WS-TOT-BAJAS = 2000
                  DISPLAY "ABEND: TABLA DE BAJAS LLENA (2000 CANALES)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-BAJAS
               MOVE WS-TOT-BAJAS TO WK-POS-BAJA
            END-IF
            MOVE REG-BAJA-CANAL TO WS-BAJ-REGISTRO(WK-POS-BAJA)
            OPEN OUTPUT HOST-BAJAS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-BAJAS
               WRITE REG-BAJA-CANAL FROM WS-BAJ-REGISTRO(WK-I)
            END-PERFORM
            CLOSE HOST-BAJAS
            MOVE WS-BAJ-REGISTRO(WK-POS-BAJA) TO REG-BAJA-CANAL.
      *
      * Devengo desde el dia siguiente al ultimo del motor diario
      * hasta la fecha de baja, con la aritmetica de QG1CX114. Los
      * dias no van a la bitacora QG1CX114.DIA (son de un solo canal);
      * BAJ-DEVENGO-DESDE le dice a QG1CX114 que ya no los devengue.
       2000-DEVENGA-HASTA-BAJA.
            MOVE WK-DEVENGO-DESDE TO BAJ-DEVENGO-DESDE
            IF WK-DEVENGO-DESDE > WK-FECHA-BAJA
               MOVE "DEVENGO: EL MOTOR DIARIO YA CUBRIO HASTA LA BAJA"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE 'DEVENGO-HABILES' TO WK-PARAM-CLAVE
               CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                      WK-PARAM-ENCONTRADO
               IF WK-PARAM-ENCONTRADO = 'S'
                  AND WK-PARAM-VALOR(1:1) = 'S'
                  MOVE 'S' TO WS-SOLO-HABILES
               END-IF
               PERFORM 2100-CARGA-ACUMULADOS
               MOVE WK-DEVENGO-DESDE TO WK-FECHA-DIA
               PERFORM UNTIL WK-FECHA-DIA > WK-FECHA-BAJA
                  MOVE 'S' TO WK-CAL-ES-HABIL
                  IF WS-SOLO-HABILES = 'S'
                     CALL "QG1CX197" USING WK-CAL-OPERACION,
                                            WK-FECHA-DIA,
                                            WK-CAL-FECHA-2,
                                            WK-CAL-FECHA-RES,
                                            WK-CAL-DIAS-RES,
                                            WK-CAL-ES-HABIL
                  END-IF
                  IF WK-CAL-ES-HABIL = 'S'
                     PERFORM 2200-DEVENGA-UN-DIA
                  END-IF
                  MOVE WK-FECHA-DIA TO WK-FECHA-AUX, WK-FECHA-AUX2
                  CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                         WK-FECHA-AUX, WK-FECHA-AUX2,
                                         WK-UN-DIA, WK-FECHA-DIA,
                                         WK-DIAS-RESULTADO
               END-PERFORM
               PERFORM 2300-REGRABA-ACUMULADOS
               IF WS-INTERES-BAJA > 0
                  MOVE 'IN'            TO WK-LIB-TIPO
                  MOVE 'H'             TO WK-LIB-SENTIDO
                  MOVE 'DEVENGO'       TO WK-LIB-REFERENCIA
                  MOVE WS-INTERES-BAJA TO WK-LIB-MONTO
                  CALL "QG1CX149" USING WK-CANAL, WK-FECHA-BAJA,
                                         WK-LIB-TIPO, WK-LIB-SENTIDO,
                                         WK-LIB-MONTO,
                                         WK-LIB-REFERENCIA,
                                         WK-LIB-OPERADOR, WK-LIB-SALDO
               END-IF
               MOVE WS-INTERES-BAJA TO WK-MONTO-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "DEVENGO " WK-DEVENGO-DESDE " AL "
                      WK-FECHA-BAJA " DIAS " WS-DIAS-DEVENGADOS
                      " INTERES " WK-MONTO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            MOVE WS-INTERES-BAJA TO BAJ-INTERES.
      *
       2100-CARGA-ACUMULADOS.
            MOVE 0 TO WK-POS-ACU
            OPEN INPUT HOST-ACUMULADO
            IF FS-ACUMULADO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACUMULADO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-ACUMULADOS = 500
                           DISPLAY "ABEND: TABLA DE ACUMULADOS "
                                   "LLENA (500 CANALES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-ACUMULADOS
                        MOVE ACU-CODIGO
                          TO WS-ACU-CODIGO(WS-TOT-ACUMULADOS)
                        MOVE ACU-ULT-MES
                          TO WS-ACU-ULT-MES(WS-TOT-ACUMULADOS)
                        MOVE ACU-MTD
                          TO WS-ACU-MTD(WS-TOT-ACUMULADOS)
                        MOVE ACU-YTD
                          TO WS-ACU-YTD(WS-TOT-ACUMULADOS)
                        IF ACU-CODIGO = WK-CANAL
                           MOVE WS-TOT-ACUMULADOS TO WK-POS-ACU
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ACUMULADO
            END-IF
            IF WK-POS-ACU = 0
               IF WS-TOT-ACUMULADOS = 500
                  DISPLAY "ABEND: TABLA DE ACUMULADOS LLENA "
                          "(500 CANALES)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-ACUMULADOS
               MOVE WS-TOT-ACUMULADOS TO WK-POS-ACU
               MOVE WK-CANAL TO WS-ACU-CODIGO(WK-POS-ACU)
               MOVE 0 TO WS-ACU-ULT-MES(WK-POS-ACU)
               MOVE 0 TO WS-ACU-MTD(WK-POS-ACU)
               MOVE 0 TO WS-ACU-YTD(WK-POS-ACU)
            END-IF.
      *
       2200-DEVENGA-UN-DIA.
            ADD 1 TO WS-DIAS-DEVENGADOS
            MOVE WK-FECHA-DIA(1:6) TO WK-MES-DIA
            CALL "QG1CX075" USING WK-CANAL, WK-FECHA-DIA,
                                   WK-TEN, WK-TEA,
                                   WK-TASA-ENCONTRADA
            CALL "QG1CX217" USING WK-CANAL, WK-FECHA-DIA,
                                   WS-MONTO, WK-PRI-ENCONTRADO,
                                   WK-PRI-FIRMA
            CALL "QG1CX218" USING WK-CANAL, WK-FECHA-DIA,
                                   WK-BASE, WK-BASE-DIAS,
                                   WK-BASE-DIVISOR
            IF WK-TASA-ENCONTRADA = 'S'
               AND WK-PRI-ENCONTRADO = 'S'
               COMPUTE WK-INTERES-DIA ROUNDED =
                  WS-MONTO * WK-TEN / 100 / WK-BASE-DIVISOR
                  * WK-BASE-DIAS
               IF WS-ACU-ULT-MES(WK-POS-ACU)(1:4)
                  NOT = WK-MES-DIA(1:4)
                  MOVE 0 TO WS-ACU-YTD(WK-POS-ACU)
               END-IF
               IF WS-ACU-ULT-MES(WK-POS-ACU) NOT = WK-MES-DIA
                  MOVE 0 TO WS-ACU-MTD(WK-POS-ACU)
               END-IF
               ADD WK-INTERES-DIA TO WS-ACU-MTD(WK-POS-ACU)
               ADD WK-INTERES-DIA TO WS-ACU-YTD(WK-POS-ACU)
               ADD WK-INTERES-DIA TO WS-INTERES-BAJA
               MOVE WK-MES-DIA TO WS-ACU-ULT-MES(WK-POS-ACU)
            END-IF.
      *
       2300-REGRABA-ACUMULADOS.
            OPEN OUTPUT HOST-ACUMULADO
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-ACUMULADOS
               MOVE WS-ACU-CODIGO(WK-I)  TO ACU-CODIGO
               MOVE WS-ACU-ULT-MES(WK-I) TO ACU-ULT-MES
               MOVE WS-ACU-MTD(WK-I)     TO ACU-MTD
               MOVE WS-ACU-YTD(WK-I)     TO ACU-YTD
               WRITE REG-ACUMULADO
            END-PERFORM
            CLOSE HOST-ACUMULADO.
      *
      * Comision del mes de la baja con la rutina de QG1CX148
      * (QG1CX308); el dia de la baja le pide prorratear el minimo.
       3000-FACTURA-MES-PARCIAL.
            MOVE 0   TO BAJ-PERIODO-FAC, BAJ-COMISION, BAJ-IGV,
                        BAJ-COMISION-BRUTA, BAJ-CONCESION,
                        BAJ-CNC-SECUENCIA
            MOVE 'N' TO BAJ-MINIMO-APL
            IF WK-FAC-NETO > 0
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "COMISION DEL PERIODO " WK-PERIODO-BAJA
                      " YA FACTURADA EN EL LIBRO - NO SE REPITE"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               PERFORM 3100-LEE-ACTIVIDAD
               IF WK-HAY-ACTIVIDAD NOT = 'S'
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING "SIN ACTIVIDAD EN EL PERIODO "
                         WK-PERIODO-BAJA " - NADA QUE FACTURAR"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               ELSE
                  CALL "QG1CX308" USING WK-ACCION-CMC, WK-PERIODO-BAJA,
                                         WK-BAJA-DIA, REG-ACTIVIDAD-MES,
                                         REG-COMISION-CALCULADA
                  IF CMC-CUOTA-ENCONTRADA NOT = 'S'
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING "SIN CUOTA EN HISTORIA - COMISION DEL "
                            "PERIODO " WK-PERIODO-BAJA
                            " NO FACTURADA"
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     WRITE REG-RPT FROM WS-LIN-DETALLE
                  ELSE
                     IF CMC-IGV-ENCONTRADA NOT = 'S'
                        DISPLAY "ABEND: SIN TASA DE IGV VIGENTE AL "
                                "PERIODO " WK-PERIODO-BAJA
                                " EN QG1IGVTAS.DAT"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 3700-ANOTA-FACTURA
                  END-IF
               END-IF
            END-IF.
      *
       3100-LEE-ACTIVIDAD.
            OPEN INPUT HOST-MENSUAL
            IF FS-MENSUAL = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-MENSUAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF MEN-COD-CANAL = WK-CANAL
                           AND MEN-PERIODO = WK-PERIODO-BAJA
                           MOVE 'S' TO WK-HAY-ACTIVIDAD
                           MOVE REG-ACTIVIDAD-MES TO WS-REG-MENSUAL
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-MENSUAL
            END-IF
            IF WK-HAY-ACTIVIDAD = 'S'
               MOVE WS-REG-MENSUAL TO REG-ACTIVIDAD-MES
            END-IF.
      *
      * 'CU' e 'IG' a cargo del canal con la referencia de la
      * factura mensual: QG1CX148 vera el periodo ya facturado.
       3700-ANOTA-FACTURA.
            MOVE 'D'            TO WK-LIB-SENTIDO
            MOVE WK-REF-FACTURA TO WK-LIB-REFERENCIA
            IF CMC-MONTO > 0
               MOVE 'CU'      TO WK-LIB-TIPO
               MOVE CMC-MONTO TO WK-LIB-MONTO
               CALL "QG1CX149" USING WK-CANAL, WK-FECHA-HOY,
                                      WK-LIB-TIPO, WK-LIB-SENTIDO,
                                      WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                      WK-LIB-OPERADOR, WK-LIB-SALDO
            END-IF
            IF CMC-IGV > 0
               MOVE 'IG'    TO WK-LIB-TIPO
               MOVE CMC-IGV TO WK-LIB-MONTO
               CALL "QG1CX149" USING WK-CANAL, WK-FECHA-HOY,
                                      WK-LIB-TIPO, WK-LIB-SENTIDO,
                                      WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                      WK-LIB-OPERADOR, WK-LIB-SALDO
            END-IF
            MOVE WK-PERIODO-BAJA     TO BAJ-PERIODO-FAC
            MOVE CMC-MONTO           TO BAJ-COMISION
            MOVE CMC-MINIMO-APLICADO TO BAJ-MINIMO-APL
            MOVE CMC-IGV             TO BAJ-IGV
            MOVE CMC-MONTO-BRUTO     TO BAJ-COMISION-BRUTA
            MOVE CMC-MONTO-CONCESION TO BAJ-CONCESION
            MOVE CMC-CNC-SECUENCIA   TO BAJ-CNC-SECUENCIA

            MOVE CMC-MONTO TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COMISION " WK-PERIODO-BAJA
                   " VOL " MEN-VOLUMEN
                   " BASE " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            MOVE CMC-IGV TO WK-MONTO-ED
            STRING " IGV " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE(50:20)
            IF CMC-MINIMO-APLICADO = 'S'
               MOVE "MINIMO PRORRATEADO" TO WS-LIN-DETALLE(71:18)
            END-IF
            IF CMC-EXONERADO = 'S'
               MOVE "EXONERADO" TO WS-LIN-DETALLE(90:9)
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF CMC-CNC-SECUENCIA > 0
               MOVE CMC-MONTO-CONCESION TO WK-MONTO-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "  CONCESION " CMC-CNC-SECUENCIA
                      " TIPO " CMC-CNC-TIPO
                      " CONCEDIDO " WK-MONTO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               MOVE CMC-MONTO-BRUTO TO WK-MONTO-ED
               STRING " BRUTA " WK-MONTO-ED
                  DELIMITED SIZE INTO WS-LIN-DETALLE(56:21)
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * Penalidades pendientes del mes anterior y del mes de la baja
      * con la rutina de QG1CX213 (QG1CX307): netea contra
      * QG1PENAPL.DAT, asi la corrida mensual de QG1CX213 no las
      * vuelve a cobrar.
       4000-APLICA-PENALIDADES.
            MOVE WK-PERIODO-ANTERIOR TO WS-PPE-PERIODO(1)
            MOVE WK-PERIODO-BAJA     TO WS-PPE-PERIODO(2)
            MOVE 0 TO WS-PPE-TOTAL(1), WS-PPE-TOTAL(2)
            PERFORM 4200-CARGA-APLICADAS
            OPEN INPUT HOST-VIOHIS
            IF FS-VIOHIS NOT = '00'
               MOVE "PENALIDADES: SIN HISTORICO DE VIOLACIONES"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               OPEN EXTEND HOST-APLICADAS
               IF FS-APLICADAS = '35'
                  OPEN OUTPUT HOST-APLICADAS
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VIOHIS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF REG-VIOHIS(1:3) = WK-CANAL
                           MOVE 0 TO WK-P
                           IF REG-VIOHIS(5:6) = WS-PPE-PERIODO(1)
                              MOVE 1 TO WK-P
                           END-IF
                           IF REG-VIOHIS(5:6) = WS-PPE-PERIODO(2)
                              MOVE 2 TO WK-P
                           END-IF
                           IF WK-P > 0
                              PERFORM 4300-PENALIZA-UNA
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VIOHIS, HOST-APLICADAS
            END-IF
            PERFORM 4700-ANOTA-LIBRO
            MOVE WS-SUMA-PENALIDADES TO BAJ-PENALIDAD
            MOVE WS-SUMA-PENALIDADES TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PENALIDADES COBRADAS " WS-TOT-COBRADAS
                   " EXONERADAS " WS-TOT-EXONERADAS
                   " YA PENALIZADAS " WS-TOT-NETEADAS
                   " TOTAL " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       4200-CARGA-APLICADAS.
            OPEN INPUT HOST-APLICADAS
            IF FS-APLICADAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-APLICADAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PNA-COD-CANAL = WK-CANAL
                           AND (PNA-PERIODO = WS-PPE-PERIODO(1)
                             OR PNA-PERIODO = WS-PPE-PERIODO(2))
                           PERFORM 4250-GUARDA-APLICADA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-APLICADAS
            END-IF.
      *
       4250-GUARDA-APLICADA.
            IF WS-TOT-APLICADAS = 5000
               DISPLAY "ABEND: TABLA DE PENALIDADES APLICADAS LLENA "
                       "(5000 VIOLACIONES)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-APLICADAS
            MOVE PNA-VIOLACION TO WS-APL-VIOLACION(WS-TOT-APLICADAS)
            MOVE PNA-PERIODO   TO WK-VIO-PERIODO
            MOVE PNA-CLASE     TO WK-CLASE
            PERFORM 4600-UBICA-CONTEO
            ADD 1 TO WS-CNT-COBRADAS(WK-POS-CNT).
      *
      * clase, neteo y precio como QG1CX213; cada violacion sale en
      * el reporte con su disposicion, cobrada o exonerada
       4300-PENALIZA-UNA.
            MOVE WS-PPE-PERIODO(WK-P) TO WK-VIO-PERIODO
            MOVE 'C' TO WK-ACCION-PEN
            CALL "QG1CX307" USING WK-ACCION-PEN, REG-VIOHIS,
                                   WK-VIO-PERIODO, WK-CLASE,
                                   WK-COBRADAS, WK-MONTO-PEN,
                                   WK-DISPOSICION, WK-MOTIVO-EXO,
                                   WK-TOT-TARIFAS
            MOVE 'N' TO WK-YA-APLICADA
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-APLICADAS
                       OR WK-YA-APLICADA = 'S'
               IF WS-APL-VIOLACION(WK-I) = REG-VIOHIS
                  MOVE 'S' TO WK-YA-APLICADA
               END-IF
            END-PERFORM
            IF WK-YA-APLICADA = 'S'
               ADD 1 TO WS-TOT-NETEADAS
            ELSE
               PERFORM 4500-PRECIA-VIOLACION
               IF WK-DISPOSICION = 'COBRADA'
                  ADD 1 TO WS-TOT-COBRADAS
                  ADD 1 TO WS-CNT-COBRADAS(WK-POS-CNT)
                  ADD WK-MONTO-PEN TO WS-PPE-TOTAL(WK-P)
                  ADD WK-MONTO-PEN TO WS-SUMA-PENALIDADES
                  MOVE WK-CANAL       TO PNA-COD-CANAL
                  MOVE WK-VIO-PERIODO TO PNA-PERIODO
                  MOVE WK-CLASE       TO PNA-CLASE
                  MOVE WK-MONTO-PEN   TO PNA-MONTO
                  MOVE WK-FECHA-HOY   TO PNA-FECHA-PROCESO
                  MOVE SPACES TO PNA-REFERENCIA
                  STRING "PEN " WK-VIO-PERIODO
                     DELIMITED SIZE INTO PNA-REFERENCIA
                  MOVE REG-VIOHIS     TO PNA-VIOLACION
                  WRITE REG-PENALIDAD-APLICADA
               ELSE
                  ADD 1 TO WS-TOT-EXONERADAS
                  MOVE 0 TO WK-MONTO-PEN
               END-IF
               MOVE WK-MONTO-PEN TO WK-PEN-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "PEN " WK-VIO-PERIODO " " WK-CLASE " "
                      WK-DISPOSICION " " WK-PEN-ED " "
                      WK-MOTIVO-EXO " " REG-VIOHIS(5:50)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * el tope mensual cuenta lo ya cobrado al canal en la clase y
      * el periodo de la violacion
       4500-PRECIA-VIOLACION.
            MOVE 0 TO WK-COBRADAS
            IF WK-CLASE NOT = 'NP'
               PERFORM 4600-UBICA-CONTEO
               MOVE WS-CNT-COBRADAS(WK-POS-CNT) TO WK-COBRADAS
            END-IF
            MOVE 'P' TO WK-ACCION-PEN
            CALL "QG1CX307" USING WK-ACCION-PEN, REG-VIOHIS,
                                   WK-VIO-PERIODO, WK-CLASE,
                                   WK-COBRADAS, WK-MONTO-PEN,
                                   WK-DISPOSICION, WK-MOTIVO-EXO,
                                   WK-TOT-TARIFAS.
      *
       4600-UBICA-CONTEO.
            MOVE 0 TO WK-POS-CNT
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CONTEOS OR WK-POS-CNT > 0
               IF WS-CNT-PERIODO(WK-I) = WK-VIO-PERIODO
                  AND WS-CNT-CLASE(WK-I) = WK-CLASE
                  MOVE WK-I TO WK-POS-CNT
               END-IF
            END-PERFORM
            IF WK-POS-CNT = 0
               ADD 1 TO WS-TOT-CONTEOS
               MOVE WS-TOT-CONTEOS TO WK-POS-CNT
               MOVE WK-VIO-PERIODO TO WS-CNT-PERIODO(WK-POS-CNT)
               MOVE WK-CLASE       TO WS-CNT-CLASE(WK-POS-CNT)
               MOVE 0              TO WS-CNT-COBRADAS(WK-POS-CNT)
            END-IF.
      *
      * Un 'PE' por periodo con lo cobrado, como QG1CX213.
       4700-ANOTA-LIBRO.
            MOVE 'PE' TO WK-LIB-TIPO
            MOVE 'D'  TO WK-LIB-SENTIDO
            PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 2
               IF WS-PPE-TOTAL(WK-P) > 0
                  MOVE SPACES TO WK-LIB-REFERENCIA
                  STRING "PEN " WS-PPE-PERIODO(WK-P)
                     DELIMITED SIZE INTO WK-LIB-REFERENCIA
                  MOVE WS-PPE-TOTAL(WK-P) TO WK-LIB-MONTO
                  CALL "QG1CX149" USING WK-CANAL, WK-FECHA-HOY,
                                         WK-LIB-TIPO, WK-LIB-SENTIDO,
                                         WK-LIB-MONTO,
                                         WK-LIB-REFERENCIA,
                                         WK-LIB-OPERADOR, WK-LIB-SALDO
               END-IF
            END-PERFORM.
      *
      * Instruccion final por el saldo neto del libro: pago al canal
      * si se le debe, debito directo si debe, nada si esta en cero.
      * En una reejecucion solo se emite si no hay otra en curso.
       5000-EMITE-INSTRUCCION.
            CALL "QG1CX289" USING WK-CANAL, WK-SALDO-CANAL,
                                   WK-PUEDE-CERRAR, WK-MOTIVO-CIERRE
            PERFORM 5100-BUSCA-DEBITO-EN-CURSO
            MOVE WK-SALDO-CANAL TO WK-SALDO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "SALDO NETO DEL CANAL EN EL LIBRO: " WK-SALDO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WK-MOTIVO-MANUAL, WK-REFERENCIA-INSTR
            EVALUATE TRUE
               WHEN WK-SALDO-CANAL = 0
                  IF BAJ-INSTRUCCION = SPACES
                     MOVE 'N' TO BAJ-INSTRUCCION
                  END-IF
                  MOVE "SALDO EN CERO - SIN INSTRUCCION"
                    TO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               WHEN WK-DEBITO-EN-CURSO = 'S'
                  MOVE "DEBITO DIRECTO ENVIADO SIN RETORNO DEL BANCO"
                    TO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               WHEN WK-SALDO-CANAL > 0
                  PERFORM 5200-PAGA-AL-CANAL
               WHEN OTHER
                  PERFORM 5300-COBRA-AL-CANAL
            END-EVALUATE
            IF WK-PRIMERA-LIQUIDACION = 'S'
               OR WK-REFERENCIA-INSTR NOT = SPACES
               MOVE WK-SALDO-CANAL TO BAJ-SALDO-FINAL
            END-IF.
      *
       5100-BUSCA-DEBITO-EN-CURSO.
            MOVE 'N' TO WK-DEBITO-EN-CURSO
            OPEN INPUT HOST-DEBITOS
            IF FS-DEBITOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DEBITOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF DEB-COD-CANAL = WK-CANAL AND DEB-ENVIADO
                           MOVE 'S' TO WK-DEBITO-EN-CURSO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-DEBITOS
            END-IF.
      *
      * pago del saldo a favor con la instruccion de QG1CX155, en un
      * lote propio con trailer y manifiesto (QG1CX272)
       5200-PAGA-AL-CANAL.
            MOVE WK-SALDO-CANAL TO WK-MONTO-INSTR
            MOVE WK-MONTO-INSTR TO WK-MONTO-ED
            OPEN INPUT HOST-ABONOS
            IF FS-ABONOS NOT = '00'
               MOVE "SIN ARCHIVO DE CUENTAS DE ABONO"
                 TO WK-MOTIVO-MANUAL
            ELSE
               MOVE WK-CANAL TO ABO-COD-CANAL
               READ HOST-ABONOS
                  KEY IS ABO-COD-CANAL
                  INVALID KEY
                     MOVE "SIN CUENTA DE ABONO" TO WK-MOTIVO-MANUAL
               END-READ
               IF WK-MOTIVO-MANUAL = SPACES AND ABO-CUENTA-INVALIDA
                  MOVE "CUENTA DE ABONO INVALIDA" TO WK-MOTIVO-MANUAL
               END-IF
               CLOSE HOST-ABONOS
            END-IF

            IF WK-MOTIVO-MANUAL NOT = SPACES
               MOVE 'M' TO BAJ-INSTRUCCION
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "PAGO MANUAL AL CANAL " WK-MONTO-ED " - "
                      WK-MOTIVO-MANUAL
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
            IF ABO-FECHA-LIBERACION > WK-FECHA-HOY
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "PAGO " WK-MONTO-ED " RETENIDO - CUENTA EN "
                      "CUARENTENA, REINTENTE DESPUES DEL "
                      ABO-FECHA-LIBERACION
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               OPEN OUTPUT HOST-PAGOS
               MOVE WK-CANAL        TO PAG-COD-CANAL
               MOVE ABO-BANCO       TO PAG-BANCO
               MOVE ABO-CUENTA      TO PAG-CUENTA
               MOVE ABO-TITULAR     TO PAG-TITULAR
               MOVE WK-MONTO-INSTR  TO PAG-MONTO
               MOVE WK-PERIODO-BAJA TO PAG-PERIODO
               WRITE REG-PAGO
               MOVE 'TRL'           TO PAG-COD-CANAL
               MOVE SPACES          TO PAG-BANCO, PAG-CUENTA,
                                       PAG-TITULAR
               MOVE WK-MONTO-INSTR  TO PAG-MONTO
               MOVE WK-PERIODO-BAJA TO PAG-PERIODO
               STRING "CNT=" 1
                  DELIMITED SIZE INTO PAG-CUENTA
               WRITE REG-PAGO
               CLOSE HOST-PAGOS

               MOVE 'QG1CX288.PAG' TO WK-MAN-ARCHIVO
               MOVE WK-FECHA-HOY   TO WK-MAN-FECHA
               MOVE 1              TO WK-MAN-REGISTROS
               MOVE WK-MONTO-INSTR TO WK-MAN-HASH
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO

               MOVE SPACES TO WK-REFERENCIA-INSTR
               STRING "PAG " WK-PERIODO-BAJA
                  DELIMITED SIZE INTO WK-REFERENCIA-INSTR
               MOVE 'PG'                TO WK-LIB-TIPO
               MOVE 'D'                 TO WK-LIB-SENTIDO
               MOVE WK-REFERENCIA-INSTR TO WK-LIB-REFERENCIA
               MOVE WK-MONTO-INSTR      TO WK-LIB-MONTO
               CALL "QG1CX149" USING WK-CANAL, WK-FECHA-HOY,
                                      WK-LIB-TIPO, WK-LIB-SENTIDO,
                                      WK-LIB-MONTO, WK-LIB-REFERENCIA,
                                      WK-LIB-OPERADOR, WK-LIB-SALDO
               MOVE 'P'                 TO BAJ-INSTRUCCION
               MOVE WK-REFERENCIA-INSTR TO BAJ-REFERENCIA
               PERFORM 5250-CUBRE-REPAGOS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "PAGO FINAL AL CANAL " WK-MONTO-ED
                      "  CUENTA " ABO-CUENTA
                      "  LOTE QG1CX288.PAG"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            END-IF.
      *
      * los reintentos pendientes del canal quedan cubiertos por el
      * pago final, que salda todo lo que se le debia
       5250-CUBRE-REPAGOS.
            OPEN INPUT HOST-REPAGOS
            IF FS-REPAGOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-REPAGOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-REPAGOS = 5000
                           DISPLAY "ABEND: TABLA DE REINTENTOS DE "
                                   "PAGO LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        IF REP-COD-CANAL = WK-CANAL AND REP-PENDIENTE
                           MOVE 'R'          TO REP-ESTADO
                           MOVE WK-FECHA-HOY TO REP-FECHA-REPAGO
                           ADD 1 TO WS-TOT-REPAGOS-CANAL
                        END-IF
                        ADD 1 TO WS-TOT-REPAGOS
                        MOVE REG-REPAGO
                          TO WS-REP-REGISTRO(WS-TOT-REPAGOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-REPAGOS
            END-IF
            IF WS-TOT-REPAGOS-CANAL > 0
               OPEN OUTPUT HOST-REPAGOS
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-REPAGOS
                  WRITE REG-REPAGO FROM WS-REP-REGISTRO(WK-I)
               END-PERFORM
               CLOSE HOST-REPAGOS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "REINTENTOS DE PAGO CUBIERTOS POR EL PAGO FINAL: "
                      WS-TOT-REPAGOS-CANAL
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * cobro de la deuda con el cargo de QG1CX228: lote propio con
      * manifiesto (QG1CX272) y registro 'E' en QG1DEBITO.DAT; el
      * retorno del banco lo concilia la corrida normal de debitos
       5300-COBRA-AL-CANAL.
            COMPUTE WK-MONTO-INSTR = 0 - WK-SALDO-CANAL
            MOVE WK-MONTO-INSTR TO WK-MONTO-ED
            OPEN INPUT HOST-ABONOS
            IF FS-ABONOS NOT = '00'
               MOVE "SIN ARCHIVO DE CUENTAS DE ABONO"
                 TO WK-MOTIVO-MANUAL
            ELSE
               MOVE WK-CANAL TO ABO-COD-CANAL
               READ HOST-ABONOS
                  KEY IS ABO-COD-CANAL
                  INVALID KEY
                     MOVE "SIN CUENTA DE ABONO" TO WK-MOTIVO-MANUAL
               END-READ
               IF WK-MOTIVO-MANUAL = SPACES
                  IF ABO-CUENTA-INVALIDA
                     MOVE "CUENTA INVALIDA" TO WK-MOTIVO-MANUAL
                  END-IF
                  IF NOT ABO-CON-MANDATO
                     MOVE "SIN MANDATO DE DEBITO" TO WK-MOTIVO-MANUAL
                  END-IF
               END-IF
               CLOSE HOST-ABONOS
            END-IF

            IF WK-MOTIVO-MANUAL NOT = SPACES
               MOVE 'M' TO BAJ-INSTRUCCION
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "COBRO MANUAL AL CANAL " WK-MONTO-ED " - "
                      WK-MOTIVO-MANUAL
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               MOVE SPACES TO WK-REFERENCIA-INSTR
               STRING "DD" WK-FECHA-HOY
                  DELIMITED SIZE INTO WK-REFERENCIA-INSTR
               OPEN OUTPUT HOST-CARGOS
               MOVE WK-CANAL            TO DDB-COD-CANAL
               MOVE ABO-BANCO           TO DDB-BANCO
               MOVE ABO-CUENTA          TO DDB-CUENTA
               MOVE ABO-TITULAR         TO DDB-TITULAR
               MOVE WK-MONTO-INSTR      TO DDB-MONTO
               MOVE WK-FECHA-HOY        TO DDB-FECHA
               MOVE WK-REFERENCIA-INSTR TO DDB-REFERENCIA
               WRITE REG-CARGO
               MOVE 'TRL'               TO DDB-COD-CANAL
               MOVE SPACES              TO DDB-BANCO, DDB-CUENTA,
                                           DDB-TITULAR
               STRING "CNT=" 1
                  DELIMITED SIZE INTO DDB-CUENTA
               WRITE REG-CARGO
               CLOSE HOST-CARGOS

               MOVE 'QG1CX288.DEB' TO WK-MAN-ARCHIVO
               MOVE WK-FECHA-HOY   TO WK-MAN-FECHA
               MOVE 1              TO WK-MAN-REGISTROS
               MOVE WK-MONTO-INSTR TO WK-MAN-HASH
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO

               OPEN EXTEND HOST-DEBITOS
               IF FS-DEBITOS = '35'
                  OPEN OUTPUT HOST-DEBITOS
               END-IF
               MOVE WK-CANAL            TO DEB-COD-CANAL
               MOVE WK-REFERENCIA-INSTR TO DEB-REFERENCIA
               MOVE WK-FECHA-HOY        TO DEB-FECHA-ENVIO
               MOVE WK-MONTO-INSTR      TO DEB-MONTO
               MOVE 'E'                 TO DEB-ESTADO
               MOVE 0                   TO DEB-FECHA-RESULTADO
               MOVE SPACES              TO DEB-MOTIVO
               WRITE REG-DEBITO
               CLOSE HOST-DEBITOS

               MOVE 'D'                 TO BAJ-INSTRUCCION
               MOVE WK-REFERENCIA-INSTR TO BAJ-REFERENCIA
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "DEBITO DIRECTO FINAL " WK-MONTO-ED
                      "  CUENTA " ABO-CUENTA
                      "  LOTE QG1CX288.DEB"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * El canal se cierra solo con saldo cero y nada abierto; si
      * falta algo la baja queda liquidada y se reejecuta despues.
       6000-VERIFICA-CIERRE.
            CALL "QG1CX289" USING WK-CANAL, WK-SALDO-CANAL,
                                   WK-PUEDE-CERRAR, WK-MOTIVO-CIERRE
            IF WK-PUEDE-CERRAR NOT = 'S'
               MOVE 4 TO WK-RETORNO
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CIERRE PENDIENTE: " WK-MOTIVO-CIERRE
                      " - REEJECUTE CON LA MISMA FECHA"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            ELSE
               IF WK-YA-INACTIVO NOT = 'S'
                  PERFORM 7000-INACTIVA-CANAL
               END-IF
               PERFORM 7500-EMITE-ESTADO-CIERRE
               PERFORM 7800-ANOTA-DISTRIBUCION
               MOVE 'C'          TO BAJ-ESTADO
               MOVE WK-FECHA-HOY TO BAJ-FECHA-CIERRE
               PERFORM 1900-GRABA-BAJAS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "CANAL " WK-CANAL " CERRADO - ESTADO DE CIERRE "
                      WS-NOMBRE-ESTADO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
      * inactivacion bajo el candado del maestro (QG1CX139), con la
      * transicion revalidada, notificacion y auditoria como QG1CX183
       7000-INACTIVA-CANAL.
            MOVE 'A' TO WK-LCK-ACCION
            CALL "QG1CX139" USING WK-LCK-ACCION, WK-LCK-PROGRAMA,
                                   WK-LCK-RESULTADO, WK-LCK-TENEDOR
            IF WK-LCK-RESULTADO NOT = 'S'
               DISPLAY "ABEND: MAESTRO EN USO POR " WK-LCK-TENEDOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN I-O HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WK-CANAL TO COD-CANAL OF REG-HOST004
            READ HOST004
               KEY IS COD-CANAL OF REG-HOST004
               INVALID KEY
                  DISPLAY "ABEND: EL CANAL " WK-CANAL " NO EXISTE"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-READ
            CALL "QG1CX101" USING IND-ESTADO, WK-ESTADO-BAJA,
                                   WK-TRANSICION-OK
            IF WK-TRANSICION-OK NOT = 'S'
               DISPLAY "ABEND: NO SE PUEDE INACTIVAR EL CANAL "
                       WK-CANAL " (ESTADO " IND-ESTADO ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE IND-ESTADO     TO WK-NTF-ESTADO-ANTES
            MOVE WK-ESTADO-BAJA TO IND-ESTADO
            MOVE WK-FECHA-BAJA  TO FEC-EFECTIVA
            ADD 1 TO NUM-VERSION-REG
            REWRITE REG-HOST004
            CLOSE HOST004

            MOVE 'BAJA LIQUIDADA' TO WK-NTF-MOTIVO
            CALL "QG1CX208" USING WK-CANAL, WK-NTF-ESTADO-ANTES,
                                   WK-ESTADO-BAJA, WK-NTF-MOTIVO

            OPEN EXTEND HOST-AUDIT
            IF FS-AUDIT = '35'
               OPEN OUTPUT HOST-AUDIT
            END-IF
            MOVE FUNCTION CURRENT-DATE TO AUD-FECHA-HORA
            MOVE "INACTIVA"      TO AUD-OPERACION
            MOVE WK-CANAL        TO AUD-OLD-CODIGO, AUD-NEW-CODIGO
            MOVE WK-ABRV-CANAL   TO AUD-OLD-ABREVIATURA,
                                    AUD-NEW-ABREVIATURA
            MOVE WK-NOMBRE-CANAL TO AUD-OLD-DESCRIPCION,
                                    AUD-NEW-DESCRIPCION
            MOVE WK-OPERADOR     TO AUD-USUARIO-SOLICITA
            MOVE SPACES          TO AUD-USUARIO-APRUEBA
            WRITE REG-AUDITORIA
            CLOSE HOST-AUDIT
            MOVE 'I' TO WK-CTR-ACCION
            CALL "QG1CX138" USING WK-CTR-ACCION, WK-CTR-CONTADOR

            MOVE 'R' TO WK-LCK-ACCION
            CALL "QG1CX139" USING WK-LCK-ACCION, WK-LCK-PROGRAMA,
                                   WK-LCK-RESULTADO, WK-LCK-TENEDOR
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANAL INACTIVADO, EFECTIVO " WK-FECHA-BAJA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * estado de cierre al contacto del canal, como el estado
      * mensual de QG1CX115 (QG1EnnnP.RPT); este es QG1EnnnB.RPT
       7500-EMITE-ESTADO-CIERRE.
            MOVE SPACES TO WS-NOMBRE-ESTADO
            STRING "QG1E" WK-CANAL "B.RPT"
               DELIMITED SIZE INTO WS-NOMBRE-ESTADO
            OPEN OUTPUT HOST-ESTADO-CANAL

            MOVE ALL "=" TO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ESTADO DE CIERRE - CANAL " WK-CANAL
                   "  " WK-ABRV-CANAL "  " WK-NOMBRE-CANAL(1:40)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "FECHA DE BAJA: " BAJ-FECHA-BAJA
                   "  LIQUIDADA: " BAJ-FECHA-LIQUIDA
                   "  CERRADA: " WK-FECHA-HOY
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            MOVE BAJ-INTERES TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "INTERES DEVENGADO HASTA LA BAJA: " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            MOVE BAJ-COMISION TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "COMISION DEL MES DE LA BAJA:     " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            IF BAJ-MINIMO-APL = 'S'
               MOVE "(MINIMO PRORRATEADO)" TO WS-LIN-DETALLE(50:20)
            END-IF
            PERFORM 7900-ESCRIBE-LINEA
            MOVE BAJ-IGV TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "IGV DE LA COMISION:              " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            MOVE BAJ-PENALIDAD TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "PENALIDADES PENDIENTES:          " WK-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            MOVE BAJ-SALDO-FINAL TO WK-SALDO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "SALDO FINAL LIQUIDADO:          " WK-SALDO-ED
                   "  INSTRUCCION " BAJ-INSTRUCCION
                   " " BAJ-REFERENCIA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA

            MOVE "MOVIMIENTOS DEL LIBRO DESDE EL MES DE LA BAJA:"
              TO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-COD-CANAL = WK-CANAL
                           AND LIB-FECHA NOT < WK-PRIMERO-MES
                           MOVE LIB-MONTO TO WK-MONTO-ED
                           MOVE LIB-SALDO TO WK-SALDO-ED
                           MOVE SPACES TO WS-LIN-DETALLE
                           STRING "  " LIB-FECHA " " LIB-TIPO-MOV
                                  " " LIB-DEBE-HABER " " WK-MONTO-ED
                                  " " LIB-REFERENCIA " " WK-SALDO-ED
                              DELIMITED SIZE INTO WS-LIN-DETALLE
                           PERFORM 7900-ESCRIBE-LINEA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
            END-IF
            MOVE "SALDO DE CIERRE: 0 - NADA PENDIENTE CON EL CANAL"
              TO WS-LIN-DETALLE
            PERFORM 7900-ESCRIBE-LINEA
            CLOSE HOST-ESTADO-CANAL

            MOVE WK-FECHA-HOY     TO WK-PUB-FECHA
            MOVE WS-NOMBRE-ESTADO TO WK-PUB-REPORTE
            MOVE SPACES TO WK-PUB-TITULO
            STRING "ESTADO DE CIERRE CANAL " WK-CANAL
               DELIMITED SIZE INTO WK-PUB-TITULO
            MOVE 'S'      TO WK-PUB-PERMISO
            MOVE WK-CANAL TO WK-PUB-CANAL
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL.
      *
       7800-ANOTA-DISTRIBUCION.
            OPEN EXTEND HOST-DISTRIBUCION
            IF FS-DISTRIBUCION = '35'
               OPEN OUTPUT HOST-DISTRIBUCION
            END-IF
            MOVE WK-CANAL         TO DIS-COD-CANAL
            MOVE WK-PERIODO-BAJA  TO DIS-PERIODO
            MOVE WS-NOMBRE-ESTADO TO DIS-NOMBRE
            MOVE SPACES           TO DIS-EMAIL
            MOVE 'S'              TO DIS-ESTADO
            MOVE SPACES           TO DIS-FECHA
            OPEN INPUT HOST-CONTACTOS
            IF FS-CONTACTOS = '00'
               MOVE WK-CANAL TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                  KEY IS CTO-COD-CANAL
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF CTO-EMAIL NOT = SPACES
                        MOVE CTO-EMAIL TO DIS-EMAIL
                        MOVE 'P'       TO DIS-ESTADO
                     END-IF
               END-READ
               CLOSE HOST-CONTACTOS
            END-IF
            WRITE REG-DISTRIBUCION
            CLOSE HOST-DISTRIBUCION
            IF DIS-ESTADO = 'S'
               MOVE "ESTADO DE CIERRE SIN EMAIL DE CONTACTO PARA ENVIO"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       7900-ESCRIBE-LINEA.
            WRITE REG-RPT FROM WS-LIN-DETALLE
            WRITE REG-ESTADO-CANAL FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "BAJA " WK-CANAL " ESTADO " BAJ-ESTADO
                   "  INSTRUCCION " BAJ-INSTRUCCION
                   " " BAJ-REFERENCIA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            MOVE SPACES TO WK-LOG-TEXTO
            IF BAJ-CERRADA
               MOVE 'I' TO WK-LOG-SEVERIDAD
               STRING "BAJA CANAL " WK-CANAL " CERRADA"
                  DELIMITED SIZE INTO WK-LOG-TEXTO
            ELSE
               MOVE 'A' TO WK-LOG-SEVERIDAD
               STRING "BAJA CANAL " WK-CANAL " PENDIENTE: "
                      WK-MOTIVO-CIERRE
                  DELIMITED SIZE INTO WK-LOG-TEXTO
            END-IF
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO

            DISPLAY "CANAL                 : " WK-CANAL
            DISPLAY "FECHA DE BAJA         : " WK-FECHA-BAJA
            DISPLAY "INTERES DEVENGADO     : " BAJ-INTERES
            DISPLAY "COMISION MES DE BAJA  : " BAJ-COMISION
            DISPLAY "PENALIDADES           : " BAJ-PENALIDAD
            DISPLAY "SALDO FINAL           : " BAJ-SALDO-FINAL
            DISPLAY "INSTRUCCION           : " BAJ-INSTRUCCION
                    " " BAJ-REFERENCIA
            DISPLAY "ESTADO DE LA BAJA     : " BAJ-ESTADO
            MOVE WK-RETORNO TO RETURN-CODE
            STOP RUN.
       END PROGRAM QG1CX288.
