      *  QG1CTO.DAT y el estado de entrega (P pendiente, S sin
      *  contacto para entregar). QG1CX207 marca entregados y
      *  devueltos y reporta lo inentregable del mes.
      * Base de calculo por canal: el bloque del canal indica con
      *  que convencion de conteo de dias se devengo su interes
      *  (rutina QG1CX218: ACT/365, ACT/360 o 30/360).
      * Reversos en el anexo: una linea de reverso sale marcada
      *  "REVERSO DEL" con la fecha del original, y el original
      *  reversado sale marcado "REVERSADO", para que el operador del
      *  canal vea por que el volumen del mes no suma esa linea.
      * Tipo de operacion: bajo el volumen del mes el bloque del
      *  canal parte el volumen y el monto por tipo (MEN-DESGLOSE de
      *  la historia mensual), con la descripcion de la tabla
      *  QG1TIPOP.DAT (COPY QG1TOP01); cada linea del anexo lleva
      *  ademas su tipo.
      * Revaluacion: los movimientos 'RV' de diferencia de cambio que
      *  anota QG1CX267 en soles (y su reversa del mes siguiente) son
      *  contables y no del canal; el estado no los toma, asi el
      *  saldo del canal queda en su propia moneda.
      * Visor en linea: cada estado de canal QG1EnnnP.RPT y el listado
      *  completo QG1CX115.RPT se publican en el indice de reportes en
      *  linea (CALL QG1CX275) con la fecha de la corrida, para
      *  consultarlos en la transaccion QG1C0022. El estado de un
      *  canal queda con su canal (lo ve el operador con el canal en
      *  su alcance); el listado completo pide el permiso de cambio
      *  'R' del operador.
      * Confirmaciones diarias: el indice QG1DISTR.DAT lleva ahora
      *  DIS-FECHA, la fecha de negocio de las confirmaciones diarias
      *  de actividad que anota QG1CX290; el estado mensual la deja
      *  en blanco.
      * Moneda del canal: el saldo corrido del libro es por canal Y
      *  moneda, y los ajustes por disputa 'DS' van siempre en soles.
      *  El saldo inicial, los movimientos y el saldo final del
      *  estado toman solo los movimientos en la moneda del canal
      *  (COD-MONEDA-LIM, blancos = PEN), igual que QG1CX289.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISTRIBUCION.

           SELECT HOST-TIPOS ASSIGN TO "QG1TIPOP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TIPOS.

       DATA DIVISION.
      *************************
       FILE SECTION.
           05 DIS-NOMBRE       PIC X(12).
           05 DIS-EMAIL        PIC X(30).
           05 DIS-ESTADO       PIC X(01).
           05 DIS-FECHA        PIC X(08).

       FD  HOST-TIPOS.
           COPY QG1TOP01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 WS-EOF-ANEXO         PIC A(1).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-DISTRIBUCION      PIC X(02).
       01 FS-TIPOS             PIC X(02).
       01 WS-NOMBRE-ESTADO     PIC X(12).

       01 WK-PUB-REPORTE       PIC X(12).
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX115'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01).
       01 WK-PUB-CANAL         PIC X(03).
       01 WS-TOT-SIN-ENTREGA   PIC 9(04) VALUE 0.
       01 WK-ANEXO             PIC X(01) VALUE 'N'.
       01 WK-ANEXO-MONTO-ED    PIC ZZZZZZZZ9,99.
       01 WK-P                 PIC 9(04).
       01 WK-POS-PREVIO        PIC 9(04).

      * moneda del saldo de cada canal (COD-MONEDA-LIM, blancos = PEN)
       01 WS-TOT-MONEDAS       PIC 9(04) VALUE 0.
       01 WS-TABLA-MONEDAS.
          05 WS-MON-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-MONEDAS.
             10 WS-MON-CANAL   PIC X(03).
             10 WS-MON-MONEDA  PIC X(03).
       01 WK-M                 PIC 9(04).
       01 WK-POS-MONEDA        PIC 9(04).
       01 WK-MONEDA-CANAL      PIC X(03).
       01 WK-MONEDA-LIB        PIC X(03).

       01 WK-SALDO-INICIAL     PIC S9(11)V9(02).
       01 WK-SALDO-FINAL       PIC S9(11)V9(02).
       01 WK-SALDO-ED          PIC -ZZZZZZZZZZ9,99.
                                DEPENDING ON WS-TOT-VOLUMENES.
             10 WS-VOL-CODIGO  PIC X(03).
             10 WS-VOL-TRX     PIC 9(07).
             10 WS-VOL-DESGLOSE PIC X(222).

       01 WK-DESGLOSE.
           05 WK-DSG-TOT       PIC 9(02).
           05 WK-DSG-TBL       OCCURS 10 TIMES.
              10 WK-DSG-TIPO   PIC X(02).
              10 WK-DSG-VOLUMEN PIC 9(07).
              10 WK-DSG-MONTO  PIC 9(11)V9(02).
       01 WK-HAY-TIPOS         PIC X(01).
       01 WK-K                 PIC 9(02).
       01 WK-DSG-MONTO-ED      PIC ZZZZZZZZZZ9,99.
       01 WK-TIPO-DESC         PIC X(30).

       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WS-TABLA-TIPOS.
          05 WS-TOP-TBL        OCCURS 1 TO 9 TIMES
                                DEPENDING ON WS-TOT-TIPOS.
             10 WS-TOP-CODIGO  PIC X(02).
             10 WS-TOP-DESC    PIC X(30).

       01 WS-TOT-ACUMULADOS    PIC 9(04) VALUE 0.
       01 WS-TABLA-ACUMULADOS.

       01 WK-LIMITE-ED         PIC ZZZZZZZZ9,99.
       01 WK-INTERES-ED        PIC ZZZZZZZZZZ9,99.
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).
       01 WK-SUMA-INT-ED       PIC ZZZZZZZZZZZZ9,99.

       01 WS-LIN-DETALLE       PIC X(100).
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-VOLUMENES
            PERFORM 2500-CARGA-TIPOS
            PERFORM 3000-CARGA-ACUMULADOS
            PERFORM 3400-CARGA-MONEDAS
            PERFORM 3500-CARGA-LIBRO
            PERFORM 4000-EMITE-ESTADOS
            PERFORM 9000-FINAL.
       1000-INICIO.
            MOVE "ESTADO MENSUAL POR CANAL" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-PUB-FECHA
            DISPLAY "PERIODO DEL ESTADO (AAAAMM, ENTER=MES ACTUAL) : "
            MOVE SPACES TO WK-PERIODO-ENTRADA
            ACCEPT WK-PERIODO-ENTRADA
                             TO WS-VOL-CODIGO(WS-TOT-VOLUMENES)
                           MOVE MEN-VOLUMEN
                             TO WS-VOL-TRX(WS-TOT-VOLUMENES)
                           MOVE MEN-DESGLOSE
                             TO WS-VOL-DESGLOSE(WS-TOT-VOLUMENES)
                        END-IF
                  END-READ
               END-PERFORM
                       "VOLUMENES EN CERO"
            END-IF.
      *
      * descripciones de los tipos de operacion, activos o de baja
       2500-CARGA-TIPOS.
            OPEN INPUT HOST-TIPOS
            IF FS-TIPOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TIPOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-TIPOS < 9
                           ADD 1 TO WS-TOT-TIPOS
                           MOVE TOP-CODIGO
                             TO WS-TOP-CODIGO(WS-TOT-TIPOS)
                           MOVE TOP-DESCRIPCION
                             TO WS-TOP-DESC(WS-TOT-TIPOS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-TIPOS
            END-IF.
      *
      * El interes del periodo sale del cierre congelado
      * QG1CIERRE.DAT cuando el periodo ya cerro; solo un periodo
      * sin cerrar (el mes abierto) cae al acumulado vivo, que
                       "INTERESES EN CERO"
            END-IF.
      *
      * moneda del saldo de cada canal; sin maestro todos van en soles
       3400-CARGA-MONEDAS.
            OPEN INPUT HOST004
            IF FS-HOST = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST004 NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-MONEDAS = 500
                           DISPLAY "ABEND: TABLA DE MONEDAS LLENA "
                                   "(500 CANALES)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-MONEDAS
                        MOVE COD-CANAL OF REG-HOST004
                          TO WS-MON-CANAL(WS-TOT-MONEDAS)
                        MOVE COD-MONEDA-LIM
                          TO WS-MON-MONEDA(WS-TOT-MONEDAS)
                        IF COD-MONEDA-LIM = SPACES
                           MOVE 'PEN' TO WS-MON-MONEDA(WS-TOT-MONEDAS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST004
            END-IF.
      *
      * El libro crece un movimiento por canal por dia devengado y
      * es de solo-agregar: a memoria van SOLO los movimientos del
      * periodo pedido; de lo anterior al periodo basta el ULTIMO
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-LIBRO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF LIB-TIPO-MOV NOT = 'RV'
                           PERFORM 3550-MONEDA-MOVIMIENTO
                           IF WK-MONEDA-LIB = WK-MONEDA-CANAL
                              PERFORM 3600-FILTRA-MOVIMIENTO
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-LIBRO
               DISPLAY "SIN LIBRO AUXILIAR (QG1LIBRO.DAT), SALDOS "
                       "EN CERO"
            END-IF.
      *
       3550-MONEDA-MOVIMIENTO.
            MOVE LIB-MONEDA TO WK-MONEDA-LIB
            IF WK-MONEDA-LIB = SPACES
               MOVE 'PEN' TO WK-MONEDA-LIB
            END-IF
            MOVE 'PEN' TO WK-MONEDA-CANAL
            MOVE 0 TO WK-POS-MONEDA
            PERFORM VARYING WK-M FROM 1 BY 1
                    UNTIL WK-M > WS-TOT-MONEDAS
                       OR WK-POS-MONEDA > 0
               IF WS-MON-CANAL(WK-M) = LIB-COD-CANAL
                  MOVE WK-M TO WK-POS-MONEDA
                  MOVE WS-MON-MONEDA(WK-M) TO WK-MONEDA-CANAL
               END-IF
            END-PERFORM.
      *
       3600-FILTRA-MOVIMIENTO.
            IF LIB-FECHA < WK-PERIODO-DESDE
            END-IF
            CLOSE HOST-DISTRIBUCION

            MOVE "QG1CX115.RPT" TO WK-PUB-REPORTE
            MOVE SPACES TO WK-PUB-TITULO
            STRING "ESTADOS MENSUALES " WK-PERIODO " (TODOS)"
               DELIMITED SIZE INTO WK-PUB-TITULO
            MOVE 'R'    TO WK-PUB-PERMISO
            MOVE SPACES TO WK-PUB-CANAL
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL

            DISPLAY "ESTADOS EMITIDOS : " WS-TOT-CANALES
            DISPLAY "SIN CONTACTO DE ENTREGA : "
                    WS-TOT-SIN-ENTREGA.
            OPEN OUTPUT HOST-ESTADO-CANAL

            MOVE 0 TO WK-VOLUMEN
            MOVE 0 TO WK-DSG-TOT
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-VOLUMENES
               IF WS-VOL-CODIGO(WK-I) = COD-CANAL
                  MOVE WS-VOL-TRX(WK-I) TO WK-VOLUMEN
                  MOVE WS-VOL-DESGLOSE(WK-I) TO WK-DESGLOSE
                  IF WK-DSG-TOT NOT NUMERIC
                     MOVE 0 TO WK-DSG-TOT
                  END-IF
               END-IF
            END-PERFORM

                   "  INTERES DEVENGADO: " WK-INTERES-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 4900-ESCRIBE-LINEA
            PERFORM 4150-EMITE-DESGLOSE

            CALL "QG1CX218" USING COD-CANAL, WK-PERIODO-HASTA,
                                   WK-BASE, WK-BASE-DIAS,
                                   WK-BASE-DIVISOR
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "BASE DE CALCULO DEL INTERES: " WK-BASE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 4900-ESCRIBE-LINEA

            PERFORM 4200-EMITE-SALDOS
            IF WK-ANEXO = 'S'
               PERFORM 4400-EMITE-ANEXO
            END-IF
            CLOSE HOST-ESTADO-CANAL
            PERFORM 4800-ANOTA-DISTRIBUCION
            MOVE WS-NOMBRE-ESTADO TO WK-PUB-REPORTE
            MOVE SPACES TO WK-PUB-TITULO
            STRING "ESTADO MENSUAL " WK-PERIODO " CANAL " COD-CANAL
               DELIMITED SIZE INTO WK-PUB-TITULO
            MOVE 'S'       TO WK-PUB-PERMISO
            MOVE COD-CANAL TO WK-PUB-CANAL
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL.
      *
      * El desglose solo se imprime si el mes trae algun tipo: un
      * canal cuyo feed no informa tipo tiene una sola entrada en
      * blanco igual al volumen del mes.
       4150-EMITE-DESGLOSE.
            MOVE 'N' TO WK-HAY-TIPOS
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WK-DSG-TOT
               IF WK-DSG-TIPO(WK-K) NOT = SPACES
                  MOVE 'S' TO WK-HAY-TIPOS
               END-IF
            END-PERFORM
            IF WK-HAY-TIPOS = 'S'
               MOVE "VOLUMEN POR TIPO DE OPERACION:" TO WS-LIN-DETALLE
               PERFORM 4900-ESCRIBE-LINEA
               PERFORM VARYING WK-K FROM 1 BY 1
                       UNTIL WK-K > WK-DSG-TOT
                  PERFORM 4160-EMITE-UN-TIPO
               END-PERFORM
            END-IF.
      *
       4160-EMITE-UN-TIPO.
            IF WK-DSG-TIPO(WK-K) = SPACES
               MOVE "SIN TIPO" TO WK-TIPO-DESC
            ELSE
               MOVE "TIPO NO REGISTRADO" TO WK-TIPO-DESC
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-TIPOS
                  IF WS-TOP-CODIGO(WK-I) = WK-DSG-TIPO(WK-K)
                     MOVE WS-TOP-DESC(WK-I) TO WK-TIPO-DESC
                  END-IF
               END-PERFORM
            END-IF
            MOVE WK-DSG-MONTO(WK-K) TO WK-DSG-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "  " WK-DSG-TIPO(WK-K)
                   " " WK-TIPO-DESC
                   " VOL " WK-DSG-VOLUMEN(WK-K)
                   " MONTO " WK-DSG-MONTO-ED
               DELIMITED SIZE INTO WS-LIN-DETALLE
            PERFORM 4900-ESCRIBE-LINEA.
      *
      * Indice de distribucion: un estado sin email de contacto
      * queda marcado 'S' (sin entrega posible) desde el origen.
            MOVE WS-NOMBRE-ESTADO TO DIS-NOMBRE
            MOVE SPACES           TO DIS-EMAIL
            MOVE 'S'              TO DIS-ESTADO
            MOVE SPACES           TO DIS-FECHA
            IF FS-CONTACTOS = '00'
               MOVE COD-CANAL TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                   " " ARC-MONEDA
                   " (" ARC-CANTIDAD " TRX)"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            EVALUATE TRUE
               WHEN ARC-REVERSO
                  MOVE " REVERSO DEL" TO WS-LIN-DETALLE(52:12)
                  MOVE ARC-FECHA-ORIG TO WS-LIN-DETALLE(65:8)
               WHEN ARC-YA-REVERSADA
                  MOVE " REVERSADO" TO WS-LIN-DETALLE(52:10)
            END-EVALUATE
            IF ARC-TIPO-OPER NOT = SPACES
               STRING " TIPO " ARC-TIPO-OPER
                  DELIMITED SIZE INTO WS-LIN-DETALLE(74:8)
            END-IF
            PERFORM 4900-ESCRIBE-LINEA.
      *
       5000-PAGINA-TOTALES.
