      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Conciliacion de fin de mes del libro auxiliar de
      *  canales contra el mayor. QG1CX156 concilia los acuses de la
      *  interfaz contable, pero nadie revisaba que la suma de los
      *  saldos de todos los canales en QG1LIBRO.DAT (COPY QG1LIB01)
      *  siguiera igual al saldo de la cuenta de control del mayor:
      *  los ajustes manuales de QG1CX150 y las revalorizaciones
      *  retroactivas de QG1CX152 la hacen derivar. Este programa
      *  recibe el periodo (AAAAMM) y:
      *    - totaliza el libro por entidad legal (rutina QG1CX194),
      *      tipo de movimiento y moneda: debe y haber del periodo y
      *      saldo acumulado al cierre ('H' suma lo que le debemos
      *      al canal, 'D' lo resta; moneda en blanco = soles),
      *    - lleva cada tipo de movimiento a su cuenta del mayor con
      *      el parametro MAYOR-CUENTA-tt (posiciones 1-10 la cuenta,
      *      posicion 11 el sentido: 'H' el haber del libro es haber
      *      en la cuenta, 'D' es debe); sin parametro el tipo va a
      *      la cuenta puente 2101000000 de QG1CX116, en sentido 'H',
      *    - carga el extracto de balance de comprobacion del sistema
      *      contable QG1BALGL.DAT (COPY QG1BGL01), solo las lineas
      *      del periodo y de las cuentas mapeadas, y compara por
      *      entidad, cuenta y moneda el saldo acreedor del auxiliar
      *      con el del mayor; una diferencia es la que pasa el
      *      parametro MAYOR-TOLERANCIA (por defecto 0),
      *    - explica cada diferencia con los movimientos del periodo
      *      que la causan: los del libro de tipo 'AJ' o capturados
      *      por un operador (QG1CX150; estan en el auxiliar y no en
      *      el mayor) y los asientos 'RETRO' de QG1CX152.GLI de
      *      fecha del periodo (estan en el mayor y no en el
      *      auxiliar; el canal del asiento puente se toma de la
      *      linea 4101 + canal que lo precede), y deja el monto que
      *      queda sin explicar,
      *    - lista las generaciones de la interfaz del periodo que en
      *      el catalogo de transmisiones QG1GLICAT.DAT siguen sin
      *      acuse completo (estado 'E' o 'P'): sus asientos pueden
      *      no estar todavia en el mayor.
      *  Reporte en QG1CX294.RPT (publicado con CALL QG1CX275, permiso
      *  'R'); el resumen va al run-log (QG1CX120), con severidad 'A'
      *  si queda alguna diferencia sin explicar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX294.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-LIBRO ASSIGN TO "QG1LIBRO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBRO.

           SELECT HOST-BALANCE ASSIGN TO "QG1BALGL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BALANCE.

           SELECT HOST-AJUSTES ASSIGN TO "QG1CX152.GLI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTES.

           SELECT HOST-CATALOGO ASSIGN TO "QG1GLICAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-RPT ASSIGN TO "QG1CX294.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-LIBRO.
           COPY QG1LIB01.

       FD  HOST-BALANCE.
           COPY QG1BGL01.

       FD  HOST-AJUSTES.
       01  REG-AJUSTE.
           05 AJU-CUENTA       PIC X(10).
           05 AJU-DEBE-HABER   PIC X(01).
           05 AJU-MONTO        PIC 9(11)V9(02).
           05 AJU-FECHA        PIC 9(08).
           05 AJU-MOTIVO       PIC X(05).
           05 AJU-PERIODO      PIC 9(06).

       FD  HOST-CATALOGO.
       01  REG-CATALOGO.
           05 GLC-NUMERO       PIC 9(04).
           05 GLC-PERIODO      PIC 9(06).
           05 GLC-FECHA        PIC 9(08).
           05 GLC-NOMBRE       PIC X(12).
           05 GLC-ASIENTOS     PIC 9(05).
           05 GLC-ESTADO       PIC X(01).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-LIBRO             PIC X(02).
       01 FS-BALANCE           PIC X(02).
       01 FS-AJUSTES           PIC X(02).
       01 FS-CATALOGO          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-PERIODO           PIC 9(06).
       01 WK-INICIO-PERIODO    PIC 9(08).
       01 WK-CORTE-PERIODO     PIC 9(08).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-TOLERANCIA        PIC 9(09)V9(02) VALUE 0.

       01 WK-ENT-CANAL         PIC X(02).
       01 WK-ENT-NOMBRE        PIC X(20).
       01 WK-ENT-ENCONTRADA    PIC X(01).

      * tipos de movimiento conocidos del libro (COPY QG1LIB01)
       01 WS-TIPOS-LIBRO       PIC X(20)
                                VALUE 'INCUPEAJIGCBPGDSICRV'.

       01 WS-TOT-MAP           PIC 9(02) VALUE 0.
       01 WS-TABLA-MAPEO.
          05 WS-MAP-TBL        OCCURS 1 TO 50 TIMES
                                DEPENDING ON WS-TOT-MAP.
             10 WS-MAP-TIPO    PIC X(02).
             10 WS-MAP-CUENTA  PIC X(10).
             10 WS-MAP-SENTIDO PIC X(01).

       01 WS-TOT-RES           PIC 9(04) VALUE 0.
       01 WS-TABLA-RESUMEN.
          05 WS-RES-TBL        OCCURS 1 TO 3000 TIMES
                                DEPENDING ON WS-TOT-RES.
             10 WS-RES-ENTIDAD PIC X(02).
             10 WS-RES-TIPO    PIC X(02).
             10 WS-RES-MONEDA  PIC X(03).
             10 WS-RES-CUENTA  PIC X(10).
             10 WS-RES-DEBE    PIC 9(13)V9(02).
             10 WS-RES-HABER   PIC 9(13)V9(02).
             10 WS-RES-SALDO   PIC S9(13)V9(02).

       01 WS-TOT-CTA           PIC 9(04) VALUE 0.
       01 WS-TABLA-CUENTAS.
          05 WS-CTA-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CTA.
             10 WS-CTA-ENTIDAD PIC X(02).
             10 WS-CTA-CUENTA  PIC X(10).
             10 WS-CTA-MONEDA  PIC X(03).
             10 WS-CTA-AUXILIAR PIC S9(13)V9(02).
             10 WS-CTA-MAYOR   PIC S9(13)V9(02).
             10 WS-CTA-EXPLICADO PIC S9(13)V9(02).
             10 WS-CTA-DIFERENCIA PIC S9(13)V9(02).
             10 WS-CTA-ESTADO  PIC X(01).
                88 WS-CTA-CUADRA     VALUE 'C'.
                88 WS-CTA-EXPLICADA  VALUE 'E'.
                88 WS-CTA-REVISAR    VALUE 'R'.

       01 WS-TOT-EXP           PIC 9(04) VALUE 0.
       01 WS-TABLA-EXPLICA.
          05 WS-EXP-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-EXP.
             10 WS-EXP-CTA     PIC 9(04).
             10 WS-EXP-ORIGEN  PIC X(05).
             10 WS-EXP-CANAL   PIC X(03).
             10 WS-EXP-FECHA   PIC 9(08).
             10 WS-EXP-TIPO    PIC X(04).
             10 WS-EXP-DH      PIC X(01).
             10 WS-EXP-MONTO   PIC 9(11)V9(02).
             10 WS-EXP-REF     PIC X(12).
             10 WS-EXP-OPERADOR PIC X(08).

       01 WS-TOT-GEN           PIC 9(03) VALUE 0.
       01 WS-TABLA-GENERACIONES.
          05 WS-GEN-TBL        OCCURS 1 TO 200 TIMES
                                DEPENDING ON WS-TOT-GEN.
             10 WS-GEN-NUMERO  PIC 9(04).
             10 WS-GEN-NOMBRE  PIC X(12).
             10 WS-GEN-FECHA   PIC 9(08).
             10 WS-GEN-ASIENTOS PIC 9(05).
             10 WS-GEN-ESTADO  PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).
       01 WK-K                 PIC 9(02).
       01 WK-POS               PIC 9(04).
       01 WK-POS-MAP           PIC 9(02).
       01 WK-POS-CTA           PIC 9(04).
       01 WK-TIPO              PIC X(02).
       01 WK-ENTIDAD           PIC X(02).
       01 WK-CUENTA            PIC X(10).
       01 WK-MONEDA            PIC X(03).
       01 WK-CANAL-RETRO       PIC X(03).
       01 WK-NETO              PIC S9(13)V9(02).
       01 WK-APORTE            PIC S9(13)V9(02).
       01 WK-NO-EXPLICADO      PIC S9(13)V9(02).
       01 WK-ABS-MONTO         PIC 9(13)V9(02).
       01 WK-CANT-EXP          PIC 9(04).

       01 WS-TOT-MOVIMIENTOS   PIC 9(07) VALUE 0.
       01 WS-TOT-LINEAS-MAYOR  PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-MAPEO     PIC 9(05) VALUE 0.
       01 WS-TOT-RETRO         PIC 9(05) VALUE 0.
       01 WS-TOT-CUADRAN       PIC 9(04) VALUE 0.
       01 WS-TOT-EXPLICADAS    PIC 9(04) VALUE 0.
       01 WS-TOT-REVISAR       PIC 9(04) VALUE 0.

       01 WK-MONTO-ED          PIC -ZZZZZZZZZZZZ9,99.
       01 WK-MONTO-ED2         PIC -ZZZZZZZZZZZZ9,99.
       01 WK-MONTO-ED3         PIC -ZZZZZZZZZZZZ9,99.
       01 WK-MONTO-ED4         PIC -ZZZZZZZZZZZZ9,99.
       01 WK-TOL-ED            PIC ZZZZZZZZ9,99.
       01 WK-MARCA             PIC X(06).

       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX294.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX294'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'R'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX294'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-TOTALIZA-LIBRO
            PERFORM 3000-CARGA-BALANCE
            PERFORM 4000-CARGA-RETROACTIVOS
            PERFORM 4500-CARGA-GENERACIONES
            PERFORM 5000-COMPARA
            PERFORM 6000-EMITE-REPORTE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CONCILIACION DEL LIBRO AUXILIAR CONTRA EL MAYOR"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "PERIODO A CONCILIAR (AAAAMM) : "
            ACCEPT WK-PERIODO
            IF WK-PERIODO(5:2) < '01' OR WK-PERIODO(5:2) > '12'
               DISPLAY "ABEND: PERIODO INVALIDO - " WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WK-INICIO-PERIODO = WK-PERIODO * 100 + 1
            COMPUTE WK-CORTE-PERIODO = WK-PERIODO * 100 + 99
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-PUB-FECHA

            MOVE 'MAYOR-TOLERANCIA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-TOLERANCIA
            END-IF
            MOVE WS-TOLERANCIA TO WK-TOL-ED
            DISPLAY "TOLERANCIA : " WK-TOL-ED

      * los tipos conocidos se mapean de entrada para que sus cuentas
      * se tomen del balance aunque el tipo no tenga movimientos
            PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 10
               COMPUTE WK-I = WK-K * 2 - 1
               MOVE WS-TIPOS-LIBRO(WK-I:2) TO WK-TIPO
               PERFORM 1100-AGREGA-MAPEO
            END-PERFORM.
      *
       1100-AGREGA-MAPEO.
            IF WS-TOT-MAP = 50
               DISPLAY "ABEND: TABLA DE MAPEO DE CUENTAS LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-MAP
            MOVE WS-TOT-MAP TO WK-POS-MAP
            MOVE WK-TIPO      TO WS-MAP-TIPO(WK-POS-MAP)
            MOVE '2101000000' TO WS-MAP-CUENTA(WK-POS-MAP)
            MOVE 'H'          TO WS-MAP-SENTIDO(WK-POS-MAP)
            MOVE SPACES TO WK-PARAM-CLAVE
            STRING "MAYOR-CUENTA-" WK-TIPO
               DELIMITED SIZE INTO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               AND WK-PARAM-VALOR(1:10) NOT = SPACES
               MOVE WK-PARAM-VALOR(1:10) TO WS-MAP-CUENTA(WK-POS-MAP)
               IF WK-PARAM-VALOR(11:1) = 'D'
                  MOVE 'D' TO WS-MAP-SENTIDO(WK-POS-MAP)
               END-IF
            END-IF
            DISPLAY "TIPO " WK-TIPO " -> CUENTA "
                    WS-MAP-CUENTA(WK-POS-MAP) " SENTIDO "
                    WS-MAP-SENTIDO(WK-POS-MAP).
      *
       1200-BUSCA-MAPEO.
            MOVE 0 TO WK-POS-MAP
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-MAP OR WK-POS-MAP > 0
               IF WS-MAP-TIPO(WK-K) = WK-TIPO
                  MOVE WK-K TO WK-POS-MAP
               END-IF
            END-PERFORM
            IF WK-POS-MAP = 0
               PERFORM 1100-AGREGA-MAPEO
            END-IF.
      *
      * Todo el libro hasta el cierre del periodo hace el saldo; los
      * movimientos del periodo hacen ademas el debe y el haber, y
      * los manuales quedan como explicacion de su cuenta.
       2000-TOTALIZA-LIBRO.
            OPEN INPUT HOST-LIBRO
            IF FS-LIBRO NOT = '00'
               DISPLAY "ABEND: SIN LIBRO AUXILIAR QG1LIBRO.DAT - FILE "
                       "STATUS " FS-LIBRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-LIBRO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF LIB-FECHA NOT > WK-CORTE-PERIODO
                        PERFORM 2100-TOMA-MOVIMIENTO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-LIBRO
            DISPLAY "MOVIMIENTOS DEL LIBRO AL CIERRE : "
                    WS-TOT-MOVIMIENTOS.
      *
       2100-TOMA-MOVIMIENTO.
            ADD 1 TO WS-TOT-MOVIMIENTOS
            CALL "QG1CX194" USING LIB-COD-CANAL, WK-ENT-CANAL,
                                   WK-ENT-NOMBRE, WK-ENT-ENCONTRADA
            MOVE WK-ENT-CANAL TO WK-ENTIDAD
            MOVE LIB-MONEDA TO WK-MONEDA
            IF WK-MONEDA = SPACES
               MOVE 'PEN' TO WK-MONEDA
            END-IF
            MOVE LIB-TIPO-MOV TO WK-TIPO
            PERFORM 1200-BUSCA-MAPEO
            MOVE WS-MAP-CUENTA(WK-POS-MAP) TO WK-CUENTA
            IF LIB-DEBE-HABER = 'D'
               COMPUTE WK-NETO = 0 - LIB-MONTO
            ELSE
               MOVE LIB-MONTO TO WK-NETO
            END-IF
            IF WS-MAP-SENTIDO(WK-POS-MAP) = 'D'
               COMPUTE WK-APORTE = 0 - WK-NETO
            ELSE
               MOVE WK-NETO TO WK-APORTE
            END-IF

            PERFORM 2200-BUSCA-RESUMEN
            ADD WK-NETO TO WS-RES-SALDO(WK-POS)
            IF LIB-FECHA NOT < WK-INICIO-PERIODO
               IF LIB-DEBE-HABER = 'D'
                  ADD LIB-MONTO TO WS-RES-DEBE(WK-POS)
               ELSE
                  ADD LIB-MONTO TO WS-RES-HABER(WK-POS)
               END-IF
            END-IF

            PERFORM 2300-BUSCA-CUENTA
            ADD WK-APORTE TO WS-CTA-AUXILIAR(WK-POS-CTA)

            IF LIB-FECHA NOT < WK-INICIO-PERIODO
               AND (LIB-TIPO-MOV = 'AJ' OR LIB-OPERADOR NOT = SPACES)
               PERFORM 2400-AGREGA-EXPLICACION
               MOVE 'LIBRO'        TO WS-EXP-ORIGEN(WK-J)
               MOVE LIB-COD-CANAL  TO WS-EXP-CANAL(WK-J)
               MOVE LIB-FECHA      TO WS-EXP-FECHA(WK-J)
               MOVE LIB-TIPO-MOV   TO WS-EXP-TIPO(WK-J)
               MOVE LIB-DEBE-HABER TO WS-EXP-DH(WK-J)
               MOVE LIB-MONTO      TO WS-EXP-MONTO(WK-J)
               MOVE LIB-REFERENCIA TO WS-EXP-REF(WK-J)
               MOVE LIB-OPERADOR   TO WS-EXP-OPERADOR(WK-J)
               ADD WK-APORTE TO WS-CTA-EXPLICADO(WK-POS-CTA)
            END-IF.
      *
       2200-BUSCA-RESUMEN.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RES OR WK-POS > 0
               IF WS-RES-ENTIDAD(WK-I) = WK-ENTIDAD
                  AND WS-RES-TIPO(WK-I) = WK-TIPO
                  AND WS-RES-MONEDA(WK-I) = WK-MONEDA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-RES = 3000
                  DISPLAY "ABEND: TABLA DE TOTALES DEL LIBRO LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-RES
               MOVE WS-TOT-RES TO WK-POS
               INITIALIZE WS-RES-TBL(WK-POS)
               MOVE WK-ENTIDAD TO WS-RES-ENTIDAD(WK-POS)
               MOVE WK-TIPO    TO WS-RES-TIPO(WK-POS)
               MOVE WK-MONEDA  TO WS-RES-MONEDA(WK-POS)
               MOVE WK-CUENTA  TO WS-RES-CUENTA(WK-POS)
            END-IF.
      *
       2300-BUSCA-CUENTA.
            MOVE 0 TO WK-POS-CTA
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CTA OR WK-POS-CTA > 0
               IF WS-CTA-ENTIDAD(WK-I) = WK-ENTIDAD
                  AND WS-CTA-CUENTA(WK-I) = WK-CUENTA
                  AND WS-CTA-MONEDA(WK-I) = WK-MONEDA
                  MOVE WK-I TO WK-POS-CTA
               END-IF
            END-PERFORM
            IF WK-POS-CTA = 0
               IF WS-TOT-CTA = 2000
                  DISPLAY "ABEND: TABLA DE CUENTAS A CONCILIAR LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CTA
               MOVE WS-TOT-CTA TO WK-POS-CTA
               INITIALIZE WS-CTA-TBL(WK-POS-CTA)
               MOVE WK-ENTIDAD TO WS-CTA-ENTIDAD(WK-POS-CTA)
               MOVE WK-CUENTA  TO WS-CTA-CUENTA(WK-POS-CTA)
               MOVE WK-MONEDA  TO WS-CTA-MONEDA(WK-POS-CTA)
            END-IF.
      *
       2400-AGREGA-EXPLICACION.
            IF WS-TOT-EXP = 5000
               DISPLAY "ABEND: TABLA DE MOVIMIENTOS EXPLICATIVOS LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-EXP
            MOVE WS-TOT-EXP TO WK-J
            INITIALIZE WS-EXP-TBL(WK-J)
            MOVE WK-POS-CTA TO WS-EXP-CTA(WK-J).
      *
      * Del balance solo interesan las lineas del periodo de cuentas
      * mapeadas; el saldo se lleva acreedor (haber - debe).
       3000-CARGA-BALANCE.
            OPEN INPUT HOST-BALANCE
            IF FS-BALANCE NOT = '00'
               DISPLAY "ABEND: SIN BALANCE DE COMPROBACION QG1BALGL.DAT"
                       " - FILE STATUS " FS-BALANCE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-BALANCE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF BGL-PERIODO = WK-PERIODO
                        PERFORM 3100-TOMA-LINEA-MAYOR
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-BALANCE
            IF WS-TOT-LINEAS-MAYOR = 0 AND WS-TOT-SIN-MAPEO = 0
               DISPLAY "ABEND: EL BALANCE NO TRAE EL PERIODO "
                       WK-PERIODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "LINEAS DEL MAYOR CONCILIADAS : "
                    WS-TOT-LINEAS-MAYOR
                    "  DE OTRAS CUENTAS : " WS-TOT-SIN-MAPEO.
      *
       3100-TOMA-LINEA-MAYOR.
            MOVE 0 TO WK-POS-MAP
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-MAP OR WK-POS-MAP > 0
               IF WS-MAP-CUENTA(WK-K) = BGL-CUENTA
                  MOVE WK-K TO WK-POS-MAP
               END-IF
            END-PERFORM
            IF WK-POS-MAP = 0
               ADD 1 TO WS-TOT-SIN-MAPEO
            ELSE
               ADD 1 TO WS-TOT-LINEAS-MAYOR
               MOVE BGL-ENTIDAD TO WK-ENTIDAD
               MOVE BGL-CUENTA  TO WK-CUENTA
               MOVE BGL-MONEDA  TO WK-MONEDA
               IF WK-MONEDA = SPACES
                  MOVE 'PEN' TO WK-MONEDA
               END-IF
               PERFORM 2300-BUSCA-CUENTA
               COMPUTE WS-CTA-MAYOR(WK-POS-CTA) =
                       WS-CTA-MAYOR(WK-POS-CTA)
                       + BGL-SALDO-HABER - BGL-SALDO-DEBE
            END-IF.
      *
      * QG1CX152 graba cada ajuste como un par: la linea 4101 + canal
      * y la de la cuenta puente; el canal de la segunda se toma de
      * la primera. Estan en el mayor sin movimiento en el libro, asi
      * que explican la diferencia con el signo contrario.
       4000-CARGA-RETROACTIVOS.
            OPEN INPUT HOST-AJUSTES
            IF FS-AJUSTES NOT = '00'
               DISPLAY "SIN AJUSTES RETROACTIVOS (QG1CX152.GLI)"
            ELSE
               MOVE SPACES TO WK-CANAL-RETRO
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-AJUSTES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF AJU-CUENTA(1:4) = '4101'
                           MOVE AJU-CUENTA(5:3) TO WK-CANAL-RETRO
                        END-IF
                        IF AJU-FECHA NOT < WK-INICIO-PERIODO
                           AND AJU-FECHA NOT > WK-CORTE-PERIODO
                           AND WK-CANAL-RETRO NOT = SPACES
                           PERFORM 4100-TOMA-RETROACTIVO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-AJUSTES
            END-IF
            DISPLAY "ASIENTOS RETROACTIVOS DEL PERIODO : "
                    WS-TOT-RETRO.
      *
       4100-TOMA-RETROACTIVO.
            MOVE 0 TO WK-POS-MAP
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-MAP OR WK-POS-MAP > 0
               IF WS-MAP-CUENTA(WK-K) = AJU-CUENTA
                  MOVE WK-K TO WK-POS-MAP
               END-IF
            END-PERFORM
            IF WK-POS-MAP > 0
               ADD 1 TO WS-TOT-RETRO
               CALL "QG1CX194" USING WK-CANAL-RETRO, WK-ENT-CANAL,
                                      WK-ENT-NOMBRE, WK-ENT-ENCONTRADA
               MOVE WK-ENT-CANAL TO WK-ENTIDAD
               MOVE AJU-CUENTA   TO WK-CUENTA
               MOVE 'PEN'        TO WK-MONEDA
               PERFORM 2300-BUSCA-CUENTA
               IF AJU-DEBE-HABER = 'D'
                  COMPUTE WK-APORTE = 0 - AJU-MONTO
               ELSE
                  MOVE AJU-MONTO TO WK-APORTE
               END-IF
               SUBTRACT WK-APORTE FROM WS-CTA-EXPLICADO(WK-POS-CTA)
               PERFORM 2400-AGREGA-EXPLICACION
               MOVE AJU-MOTIVO     TO WS-EXP-ORIGEN(WK-J)
               MOVE WK-CANAL-RETRO TO WS-EXP-CANAL(WK-J)
               MOVE AJU-FECHA      TO WS-EXP-FECHA(WK-J)
               MOVE AJU-CUENTA(1:4) TO WS-EXP-TIPO(WK-J)
               MOVE AJU-DEBE-HABER TO WS-EXP-DH(WK-J)
               MOVE AJU-MONTO      TO WS-EXP-MONTO(WK-J)
               MOVE SPACES TO WS-EXP-REF(WK-J)
               STRING "PER " AJU-PERIODO
                  DELIMITED SIZE INTO WS-EXP-REF(WK-J)
            END-IF.
      *
       4500-CARGA-GENERACIONES.
            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO NOT = '00'
               DISPLAY "SIN CATALOGO DE TRANSMISIONES (QG1GLICAT.DAT)"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CATALOGO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF GLC-PERIODO = WK-PERIODO
                           AND GLC-ESTADO NOT = 'A'
                           PERFORM 4600-TOMA-GENERACION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CATALOGO
            END-IF.
      *
       4600-TOMA-GENERACION.
            IF WS-TOT-GEN = 200
               DISPLAY "ABEND: TABLA DE GENERACIONES PENDIENTES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-GEN
            MOVE GLC-NUMERO   TO WS-GEN-NUMERO(WS-TOT-GEN)
            MOVE GLC-NOMBRE   TO WS-GEN-NOMBRE(WS-TOT-GEN)
            MOVE GLC-FECHA    TO WS-GEN-FECHA(WS-TOT-GEN)
            MOVE GLC-ASIENTOS TO WS-GEN-ASIENTOS(WS-TOT-GEN)
            MOVE GLC-ESTADO   TO WS-GEN-ESTADO(WS-TOT-GEN).
      *
       5000-COMPARA.
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-CTA
               COMPUTE WS-CTA-DIFERENCIA(WK-I) =
                       WS-CTA-AUXILIAR(WK-I) - WS-CTA-MAYOR(WK-I)
               MOVE WS-CTA-DIFERENCIA(WK-I) TO WK-ABS-MONTO
               IF WK-ABS-MONTO NOT > WS-TOLERANCIA
                  SET WS-CTA-CUADRA(WK-I) TO TRUE
                  ADD 1 TO WS-TOT-CUADRAN
               ELSE
                  COMPUTE WK-NO-EXPLICADO = WS-CTA-DIFERENCIA(WK-I)
                          - WS-CTA-EXPLICADO(WK-I)
                  MOVE WK-NO-EXPLICADO TO WK-ABS-MONTO
                  IF WK-ABS-MONTO NOT > WS-TOLERANCIA
                     SET WS-CTA-EXPLICADA(WK-I) TO TRUE
                     ADD 1 TO WS-TOT-EXPLICADAS
                  ELSE
                     SET WS-CTA-REVISAR(WK-I) TO TRUE
                     ADD 1 TO WS-TOT-REVISAR
                  END-IF
               END-IF
            END-PERFORM.
      *
       6000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONCILIACION LIBRO AUXILIAR CONTRA MAYOR - PERIODO "
                   WK-PERIODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE "TOTALES DEL LIBRO POR ENTIDAD, TIPO Y MONEDA"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            MOVE "EN TP MON CUENTA"  TO WS-LIN-DETALLE(1:16)
            MOVE "DEBE PERIODO"      TO WS-LIN-DETALLE(36:12)
            MOVE "HABER PERIODO"     TO WS-LIN-DETALLE(53:13)
            MOVE "SALDO AL CIERRE"   TO WS-LIN-DETALLE(69:15)
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-RES
               PERFORM 6100-LINEA-RESUMEN
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "SALDO ACREEDOR POR ENTIDAD, CUENTA Y MONEDA"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            MOVE "EN CUENTA     MON" TO WS-LIN-DETALLE(1:17)
            MOVE "AUXILIAR"          TO WS-LIN-DETALLE(28:8)
            MOVE "MAYOR"             TO WS-LIN-DETALLE(49:5)
            MOVE "DIFERENCIA"        TO WS-LIN-DETALLE(62:10)
            MOVE "NO EXPLICADO"      TO WS-LIN-DETALLE(78:12)
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-CTA
               PERFORM 6200-LINEA-CUENTA
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "MOVIMIENTOS QUE EXPLICAN CADA DIFERENCIA"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-CTA
               IF NOT WS-CTA-CUADRA(WK-I)
                  PERFORM 6300-DETALLE-DIFERENCIA
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "GENERACIONES DE LA INTERFAZ DEL PERIODO SIN ACUSE "
              TO WS-LIN-DETALLE
            MOVE "COMPLETO" TO WS-LIN-DETALLE(51:8)
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-GEN
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "GENERACION " WS-GEN-NUMERO(WK-I)
                      "  " WS-GEN-NOMBRE(WK-I)
                      "  FECHA " WS-GEN-FECHA(WK-I)
                      "  ASIENTOS " WS-GEN-ASIENTOS(WK-I)
                      "  ESTADO " WS-GEN-ESTADO(WK-I)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CUENTAS " WS-TOT-CTA
                   "  CUADRAN " WS-TOT-CUADRAN
                   "  EXPLICADAS " WS-TOT-EXPLICADAS
                   "  A REVISAR " WS-TOT-REVISAR
                   "  GENERACIONES SIN ACUSE " WS-TOT-GEN
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            MOVE SPACES TO WK-PUB-TITULO
            STRING "CONCILIA MAYOR " WK-PERIODO
               DELIMITED SIZE INTO WK-PUB-TITULO
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL

            IF WS-TOT-REVISAR > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "PERIODO " WK-PERIODO
                   " CUENTAS " WS-TOT-CTA
                   " EXPLICADAS " WS-TOT-EXPLICADAS
                   " A REVISAR " WS-TOT-REVISAR
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO

            DISPLAY "CUENTAS CONCILIADAS  : " WS-TOT-CTA
            DISPLAY "CUADRAN              : " WS-TOT-CUADRAN
            DISPLAY "DIFERENCIA EXPLICADA : " WS-TOT-EXPLICADAS
            DISPLAY "A REVISAR            : " WS-TOT-REVISAR.
      *
       6100-LINEA-RESUMEN.
            MOVE WS-RES-DEBE(WK-I)  TO WK-MONTO-ED
            MOVE WS-RES-HABER(WK-I) TO WK-MONTO-ED2
            MOVE WS-RES-SALDO(WK-I) TO WK-MONTO-ED3
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-RES-ENTIDAD(WK-I) " " WS-RES-TIPO(WK-I)
                   " " WS-RES-MONEDA(WK-I) " " WS-RES-CUENTA(WK-I)
                   " " WK-MONTO-ED " " WK-MONTO-ED2
                   " " WK-MONTO-ED3
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       6200-LINEA-CUENTA.
            PERFORM 6250-MARCA-CUENTA
            MOVE WS-CTA-AUXILIAR(WK-I)   TO WK-MONTO-ED
            MOVE WS-CTA-MAYOR(WK-I)      TO WK-MONTO-ED2
            MOVE WS-CTA-DIFERENCIA(WK-I) TO WK-MONTO-ED3
            MOVE WK-NO-EXPLICADO         TO WK-MONTO-ED4
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-CTA-ENTIDAD(WK-I) " " WS-CTA-CUENTA(WK-I)
                   " " WS-CTA-MONEDA(WK-I) " " WK-MONTO-ED
                   " " WK-MONTO-ED2 " " WK-MONTO-ED3
                   " " WK-MONTO-ED4 " " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       6250-MARCA-CUENTA.
            COMPUTE WK-NO-EXPLICADO = WS-CTA-DIFERENCIA(WK-I)
                    - WS-CTA-EXPLICADO(WK-I)
            EVALUATE TRUE
               WHEN WS-CTA-CUADRA(WK-I)
                  MOVE 0 TO WK-NO-EXPLICADO
                  MOVE 'CUADRA' TO WK-MARCA
               WHEN WS-CTA-EXPLICADA(WK-I)
                  MOVE 'EXPLIC' TO WK-MARCA
               WHEN OTHER
                  MOVE 'REVISA' TO WK-MARCA
            END-EVALUATE.
      *
       6300-DETALLE-DIFERENCIA.
            PERFORM 6250-MARCA-CUENTA
            MOVE WS-CTA-DIFERENCIA(WK-I) TO WK-MONTO-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ENTIDAD " WS-CTA-ENTIDAD(WK-I)
                   "  CUENTA " WS-CTA-CUENTA(WK-I)
                   "  " WS-CTA-MONEDA(WK-I)
                   "  DIFERENCIA " WK-MONTO-ED
                   "  " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE 0 TO WK-CANT-EXP
            PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WS-TOT-EXP
               IF WS-EXP-CTA(WK-J) = WK-I
                  ADD 1 TO WK-CANT-EXP
                  MOVE WS-EXP-MONTO(WK-J) TO WK-MONTO-ED2
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING "   " WS-EXP-ORIGEN(WK-J)
                         " CANAL " WS-EXP-CANAL(WK-J)
                         " " WS-EXP-FECHA(WK-J)
                         " " WS-EXP-TIPO(WK-J)
                         " " WS-EXP-DH(WK-J)
                         " " WK-MONTO-ED2
                         " " WS-EXP-REF(WK-J)
                         " " WS-EXP-OPERADOR(WK-J)
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               END-IF
            END-PERFORM
            IF WK-CANT-EXP = 0
               MOVE "   SIN MOVIMIENTOS DEL PERIODO QUE LA EXPLIQUEN"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX294.
