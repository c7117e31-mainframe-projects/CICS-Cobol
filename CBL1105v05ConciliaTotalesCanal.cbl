      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Conciliacion diaria de los totales que reportan
      *  los canales contra lo que posteamos. Los canales grandes
      *  mandan sus totales de fin de dia (cantidad de transacciones
      *  y monto por moneda) y las diferencias solo salian a la luz
      *  en las disputas de la facturacion de fin de mes. QG1CX162
      *  registra su feed de totales y lo deja en QG1TOTCAN.DAT (COPY
      *  QG1TRP01); este programa recibe la fecha (ENTER = hoy) y:
      *    - toma los totales reportados de esa fecha (la ultima
      *      linea registrada de cada canal y moneda gana, para que
      *      un reenvio corrija),
      *    - los cruza por canal, fecha y moneda contra lo posteado
      *      por QG1CX091 y archivado en QG1TRXARC.DAT (COPY QG1ARC01,
      *      START por canal + fecha; un reverso resta cantidad y
      *      monto, la moneda en blanco es soles); una moneda
      *      posteada que el canal no reporto tambien se cruza,
      *    - abre un quiebre cuando la diferencia de monto pasa la
      *      tolerancia del canal (parametro CONCILIA-TOL-nnn, o la
      *      general CONCILIA-TOL-MONTO, por defecto 0) o la de
      *      cantidad pasa CONCILIA-TOL-CANT (por defecto 0),
      *    - vuelve a conciliar cada quiebre arrastrado de dias
      *      anteriores (QG1CX291.PEN, COPY QG1CNB01) con el posteo
      *      y los totales de hoy: un posteo tardio o un reenvio de
      *      totales que lo deja dentro de la tolerancia lo resuelve,
      *      y si no sigue abierto con su edad en dias desde que se
      *      detecto (CALL QG1CX073 'B'),
      *    - marca para la cola de trabajo unificada (QG1CX211, tipo
      *      CNC) el quiebre con mas de CONCILIA-DIAS-COLA dias
      *      abierto (por defecto 3).
      *  Accion 'R': un quiebre que el canal explico y que no se
      *  va a corregir se resuelve a mano, con un operador con
      *  permiso de cambio (QG1CX109) y un motivo.
      *  Reporte de quiebres en QG1CX291.RPT (publicado con CALL
      *  QG1CX275, permiso 'R'); cada quiebre resuelto, automatico o
      *  manual, queda en la historia QG1CX291.HIS; el resumen va al
      *  run-log (QG1CX120), con severidad 'A' si hay quiebres en la
      *  cola.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX291.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TOTALES-CANAL ASSIGN TO "QG1TOTCAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TOTALES-CANAL.

           SELECT HOST-ARRASTRE ASSIGN TO "QG1CX291.PEN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARRASTRE.

           SELECT HOST-ARCHIVO ASSIGN TO "QG1TRXARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-LLAVE
           FILE STATUS IS FS-ARCHIVO.

           SELECT HOST-HISTORIA ASSIGN TO "QG1CX291.HIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT HOST-RPT ASSIGN TO "QG1CX291.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-TOTALES-CANAL.
           COPY QG1TRP01.

       FD  HOST-ARRASTRE.
           COPY QG1CNB01.

       FD  HOST-ARCHIVO.
           COPY QG1ARC01.

       FD  HOST-HISTORIA.
       01  REG-HISTORIA        PIC X(100).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TOTALES-CANAL     PIC X(02).
       01 FS-ARRASTRE          PIC X(02).
       01 FS-ARCHIVO           PIC X(02).
       01 FS-HISTORIA          PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-ARCHIVO       PIC A(1).

       01 WK-ACCION            PIC X(01).
       01 WK-FECHA-NEGOCIO     PIC 9(08).
       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'R'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-CANAL             PIC X(03).
       01 WK-FECHA-QUIEBRE     PIC 9(08).
       01 WK-MONEDA            PIC X(03).
       01 WK-MOTIVO            PIC X(40).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-TOL-MONTO         PIC 9(09)V9(02) VALUE 0.
       01 WS-TOL-CANT          PIC 9(07) VALUE 0.
       01 WS-DIAS-COLA         PIC 9(03) VALUE 3.
       01 WK-TOL-MONTO-CANAL   PIC 9(09)V9(02).

       01 WS-TOT-CNC           PIC 9(04) VALUE 0.
       01 WS-TABLA-CNC.
          05 WS-CNC-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-CNC.
             10 WS-CNC-CANAL   PIC X(03).
             10 WS-CNC-FECHA   PIC 9(08).
             10 WS-CNC-MONEDA  PIC X(03).
             10 WS-CNC-CANT-REP PIC 9(09).
             10 WS-CNC-MONTO-REP PIC 9(13)V9(02).
             10 WS-CNC-CANT-POS PIC S9(09).
             10 WS-CNC-MONTO-POS PIC S9(13)V9(02).
             10 WS-CNC-DETECTA PIC 9(08).
             10 WS-CNC-EN-COLA PIC X(01).
             10 WS-CNC-ARRASTRE PIC X(01).
             10 WS-CNC-PROCESADO PIC X(01).
             10 WS-CNC-ESTADO  PIC X(01).
                88 WS-CNC-CUADRA    VALUE 'C'.
                88 WS-CNC-ABIERTO   VALUE 'A'.
                88 WS-CNC-RESUELTO  VALUE 'R'.
             10 WS-CNC-EDAD    PIC 9(03).

       01 WS-TOT-POS           PIC 9(02) VALUE 0.
       01 WS-TABLA-POSTEADO.
          05 WS-POS-TBL        OCCURS 20 TIMES.
             10 WS-POS-MONEDA  PIC X(03).
             10 WS-POS-CANT    PIC S9(09).
             10 WS-POS-MONTO   PIC S9(13)V9(02).
             10 WS-POS-USADA   PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).
       01 WK-K                 PIC 9(02).
       01 WK-POS               PIC 9(04).
       01 WK-POS-MON           PIC 9(02).

       01 WK-DIF-CANT          PIC S9(09).
       01 WK-DIF-MONTO         PIC S9(13)V9(02).
       01 WK-ABS-CANT          PIC 9(09).
       01 WK-ABS-MONTO         PIC 9(13)V9(02).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
       01 WK-FECHA-AUX2        PIC 9(08).
       01 WK-DIAS-CERO         PIC S9(05) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WS-TOT-REPORTADOS    PIC 9(05) VALUE 0.
       01 WS-TOT-CUADRAN       PIC 9(05) VALUE 0.
       01 WS-TOT-NUEVOS        PIC 9(05) VALUE 0.
       01 WS-TOT-ABIERTOS      PIC 9(05) VALUE 0.
       01 WS-TOT-RESUELTOS     PIC 9(05) VALUE 0.
       01 WS-TOT-EN-COLA       PIC 9(05) VALUE 0.

       01 WK-CANT-ED           PIC -ZZZZZZZZ9.
       01 WK-CANT-ED2          PIC -ZZZZZZZZ9.
       01 WK-CANT-ED3          PIC -ZZZZZZZZ9.
       01 WK-MONTO-ED          PIC -ZZZZZZZZZZZZ9,99.
       01 WK-MONTO-ED2         PIC -ZZZZZZZZZZZZ9,99.
       01 WK-MONTO-ED3         PIC -ZZZZZZZZZZZZ9,99.
       01 WK-TOL-ED            PIC ZZZZZZZZ9,99.
       01 WK-MARCA             PIC X(06).

       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX291.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX291'.
       01 WK-PUB-TITULO        PIC X(30).
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'R'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX291'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-ARRASTRE
            IF WK-ACCION = 'R'
               PERFORM 7000-RESUELVE-A-MANO
            ELSE
               PERFORM 2500-CARGA-REPORTADOS
               PERFORM 3000-CONCILIA
               PERFORM 4000-EVALUA-QUIEBRES
               PERFORM 5000-EMITE-REPORTE
               PERFORM 6000-GRABA-ARRASTRE
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CONCILIACION DE TOTALES REPORTADOS POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "ACCION (ENTER=CONCILIAR, R=RESOLVER A MANO) : "
            MOVE SPACE TO WK-ACCION
            ACCEPT WK-ACCION
            IF WK-ACCION NOT = SPACE AND WK-ACCION NOT = 'C'
               AND WK-ACCION NOT = 'R'
               DISPLAY "ABEND: ACCION DEBE SER C O R"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-NEGOCIO
            IF WK-ACCION NOT = 'R'
               DISPLAY "FECHA A CONCILIAR (AAAAMMDD, ENTER=HOY) : "
               MOVE SPACES TO WK-FECHA-ENTRADA
               ACCEPT WK-FECHA-ENTRADA
               IF WK-FECHA-ENTRADA NOT = SPACES
                  MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                    TO WK-FECHA-NEGOCIO
                  CALL "QG1CX072" USING WK-FECHA-NEGOCIO,
                                         WK-FECHA-VALIDA
                  IF WK-FECHA-VALIDA NOT = 'S'
                     DISPLAY "ABEND: FECHA A CONCILIAR INVALIDA"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
               END-IF
               DISPLAY "FECHA A CONCILIAR : " WK-FECHA-NEGOCIO
            END-IF
            MOVE WK-FECHA-NEGOCIO TO WK-PUB-FECHA

            MOVE 'CONCILIA-TOL-MONTO' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-TOL-MONTO
            END-IF
            MOVE 'CONCILIA-TOL-CANT' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-TOL-CANT
            END-IF
            MOVE 'CONCILIA-DIAS-COLA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WS-DIAS-COLA
            END-IF
            MOVE WS-TOL-MONTO TO WK-TOL-ED
            DISPLAY "TOLERANCIA GENERAL DE MONTO : " WK-TOL-ED
                    "  DE CANTIDAD : " WS-TOL-CANT
                    "  DIAS A COLA : " WS-DIAS-COLA.
      *
      * Los quiebres abiertos de dias anteriores entran primero a la
      * tabla; los totales y el posteo de hoy los vuelven a medir.
       2000-CARGA-ARRASTRE.
            OPEN INPUT HOST-ARRASTRE
            IF FS-ARRASTRE = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ARRASTRE
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 2100-AGREGA-ENTRADA
                        MOVE CNB-COD-CANAL TO WS-CNC-CANAL(WK-POS)
                        MOVE CNB-FECHA     TO WS-CNC-FECHA(WK-POS)
                        MOVE CNB-MONEDA    TO WS-CNC-MONEDA(WK-POS)
                        MOVE CNB-CANT-REPORTADA
                          TO WS-CNC-CANT-REP(WK-POS)
                        MOVE CNB-MONTO-REPORTADO
                          TO WS-CNC-MONTO-REP(WK-POS)
                        MOVE CNB-CANT-POSTEADA
                          TO WS-CNC-CANT-POS(WK-POS)
                        MOVE CNB-MONTO-POSTEADO
                          TO WS-CNC-MONTO-POS(WK-POS)
                        MOVE CNB-FECHA-DETECTA
                          TO WS-CNC-DETECTA(WK-POS)
                        MOVE CNB-EN-COLA   TO WS-CNC-EN-COLA(WK-POS)
                        MOVE 'S'           TO WS-CNC-ARRASTRE(WK-POS)
                  END-READ
               END-PERFORM
               CLOSE HOST-ARRASTRE
            END-IF
            DISPLAY "QUIEBRES ARRASTRADOS : " WS-TOT-CNC.
      *
       2100-AGREGA-ENTRADA.
            IF WS-TOT-CNC = 5000
               DISPLAY "ABEND: TABLA DE CONCILIACION LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-CNC
            MOVE WS-TOT-CNC TO WK-POS
            INITIALIZE WS-CNC-TBL(WK-POS)
            MOVE 'N' TO WS-CNC-EN-COLA(WK-POS)
            MOVE 'N' TO WS-CNC-ARRASTRE(WK-POS)
            MOVE 'N' TO WS-CNC-PROCESADO(WK-POS).
      *
      * Una linea reportada de la fecha abre (o corrige) su entrada;
      * una de otra fecha solo corrige un quiebre arrastrado. La
      * ultima registrada gana.
       2500-CARGA-REPORTADOS.
            OPEN INPUT HOST-TOTALES-CANAL
            IF FS-TOTALES-CANAL NOT = '00'
               DISPLAY "SIN TOTALES REPORTADOS (QG1TOTCAN.DAT)"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TOTALES-CANAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM 2600-TOMA-REPORTADO
                  END-READ
               END-PERFORM
               CLOSE HOST-TOTALES-CANAL
            END-IF
            DISPLAY "LINEAS REPORTADAS DE LA FECHA : "
                    WS-TOT-REPORTADOS.
      *
       2600-TOMA-REPORTADO.
            MOVE TRP-COD-CANAL TO WK-CANAL
            MOVE TRP-FECHA     TO WK-FECHA-QUIEBRE
            MOVE TRP-MONEDA    TO WK-MONEDA
            PERFORM 2700-BUSCA-ENTRADA
            IF WK-POS = 0 AND TRP-FECHA = WK-FECHA-NEGOCIO
               PERFORM 2100-AGREGA-ENTRADA
               MOVE TRP-COD-CANAL TO WS-CNC-CANAL(WK-POS)
               MOVE TRP-FECHA     TO WS-CNC-FECHA(WK-POS)
               MOVE TRP-MONEDA    TO WS-CNC-MONEDA(WK-POS)
            END-IF
            IF WK-POS > 0
               IF TRP-FECHA = WK-FECHA-NEGOCIO
                  ADD 1 TO WS-TOT-REPORTADOS
               END-IF
               MOVE TRP-CANTIDAD TO WS-CNC-CANT-REP(WK-POS)
               MOVE TRP-MONTO    TO WS-CNC-MONTO-REP(WK-POS)
            END-IF.
      *
       2700-BUSCA-ENTRADA.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC OR WK-POS > 0
               IF WS-CNC-CANAL(WK-I) = WK-CANAL
                  AND WS-CNC-FECHA(WK-I) = WK-FECHA-QUIEBRE
                  AND WS-CNC-MONEDA(WK-I) = WK-MONEDA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
      * El posteo se lee una vez por canal y fecha: todas las monedas
      * del par toman lo suyo y una moneda posteada sin reporte entra
      * con lo reportado en cero.
       3000-CONCILIA.
            OPEN INPUT HOST-ARCHIVO
            IF FS-ARCHIVO NOT = '00'
               DISPLAY "ABEND: SIN HISTORICO QG1TRXARC.DAT - FILE "
                       "STATUS " FS-ARCHIVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-CNC
               IF WS-CNC-PROCESADO(WK-J) = 'N'
                  PERFORM 3100-CONCILIA-CANAL-FECHA
               END-IF
            END-PERFORM
            CLOSE HOST-ARCHIVO.
      *
       3100-CONCILIA-CANAL-FECHA.
            MOVE WS-CNC-CANAL(WK-J) TO WK-CANAL
            MOVE WS-CNC-FECHA(WK-J) TO WK-FECHA-QUIEBRE
            PERFORM 3200-SUMA-POSTEADO

            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC
               IF WS-CNC-CANAL(WK-I) = WK-CANAL
                  AND WS-CNC-FECHA(WK-I) = WK-FECHA-QUIEBRE
                  MOVE 'S' TO WS-CNC-PROCESADO(WK-I)
                  MOVE 0 TO WS-CNC-CANT-POS(WK-I)
                  MOVE 0 TO WS-CNC-MONTO-POS(WK-I)
                  PERFORM VARYING WK-K FROM 1 BY 1
                          UNTIL WK-K > WS-TOT-POS
                     IF WS-POS-MONEDA(WK-K) = WS-CNC-MONEDA(WK-I)
                        MOVE WS-POS-CANT(WK-K)
                          TO WS-CNC-CANT-POS(WK-I)
                        MOVE WS-POS-MONTO(WK-K)
                          TO WS-CNC-MONTO-POS(WK-I)
                        MOVE 'S' TO WS-POS-USADA(WK-K)
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM

            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-POS
               IF WS-POS-USADA(WK-K) = 'N'
                  PERFORM 2100-AGREGA-ENTRADA
                  MOVE WK-CANAL             TO WS-CNC-CANAL(WK-POS)
                  MOVE WK-FECHA-QUIEBRE     TO WS-CNC-FECHA(WK-POS)
                  MOVE WS-POS-MONEDA(WK-K)  TO WS-CNC-MONEDA(WK-POS)
                  MOVE WS-POS-CANT(WK-K)    TO WS-CNC-CANT-POS(WK-POS)
                  MOVE WS-POS-MONTO(WK-K)
                    TO WS-CNC-MONTO-POS(WK-POS)
                  MOVE 'S' TO WS-CNC-PROCESADO(WK-POS)
               END-IF
            END-PERFORM.
      *
       3200-SUMA-POSTEADO.
            MOVE 0 TO WS-TOT-POS
            MOVE WK-CANAL         TO ARC-COD-CANAL
            MOVE WK-FECHA-QUIEBRE TO ARC-FECHA
            MOVE 0                TO ARC-SECUENCIA
            START HOST-ARCHIVO KEY NOT < ARC-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF-ARCHIVO
               NOT INVALID KEY
                  MOVE 'N' TO WS-EOF-ARCHIVO
            END-START
            PERFORM UNTIL WS-EOF-ARCHIVO = 'Y'
               READ HOST-ARCHIVO NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ARCHIVO
                  NOT AT END
                     IF ARC-COD-CANAL NOT = WK-CANAL
                        OR ARC-FECHA NOT = WK-FECHA-QUIEBRE
                        MOVE 'Y' TO WS-EOF-ARCHIVO
                     ELSE
                        PERFORM 3300-ACUMULA-POSTEADO
                     END-IF
               END-READ
            END-PERFORM.
      *
       3300-ACUMULA-POSTEADO.
            IF ARC-MONEDA = SPACES
               MOVE 'PEN' TO WK-MONEDA
            ELSE
               MOVE ARC-MONEDA TO WK-MONEDA
            END-IF
            MOVE 0 TO WK-POS-MON
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-POS OR WK-POS-MON > 0
               IF WS-POS-MONEDA(WK-K) = WK-MONEDA
                  MOVE WK-K TO WK-POS-MON
               END-IF
            END-PERFORM
            IF WK-POS-MON = 0
               IF WS-TOT-POS = 20
                  DISPLAY "ABEND: MAS DE 20 MONEDAS POSTEADAS PARA "
                          WK-CANAL " " WK-FECHA-QUIEBRE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-POS
               MOVE WS-TOT-POS TO WK-POS-MON
               MOVE WK-MONEDA TO WS-POS-MONEDA(WK-POS-MON)
               MOVE 0   TO WS-POS-CANT(WK-POS-MON)
               MOVE 0   TO WS-POS-MONTO(WK-POS-MON)
               MOVE 'N' TO WS-POS-USADA(WK-POS-MON)
            END-IF
            IF ARC-REVERSO
               SUBTRACT ARC-CANTIDAD FROM WS-POS-CANT(WK-POS-MON)
               SUBTRACT ARC-MONTO    FROM WS-POS-MONTO(WK-POS-MON)
            ELSE
               ADD ARC-CANTIDAD TO WS-POS-CANT(WK-POS-MON)
               ADD ARC-MONTO    TO WS-POS-MONTO(WK-POS-MON)
            END-IF.
      *
      * Cada entrada cuadra (dentro de tolerancia), queda abierta o,
      * si venia arrastrada y ahora cuadra, se resuelve.
       4000-EVALUA-QUIEBRES.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC
               PERFORM 4100-EVALUA-UNA
            END-PERFORM.
      *
       4100-EVALUA-UNA.
            PERFORM 4200-TOLERANCIA-CANAL
            COMPUTE WK-DIF-CANT =
                    WS-CNC-CANT-REP(WK-I) - WS-CNC-CANT-POS(WK-I)
            COMPUTE WK-DIF-MONTO =
                    WS-CNC-MONTO-REP(WK-I) - WS-CNC-MONTO-POS(WK-I)
            IF WK-DIF-CANT < 0
               COMPUTE WK-ABS-CANT = 0 - WK-DIF-CANT
            ELSE
               MOVE WK-DIF-CANT TO WK-ABS-CANT
            END-IF
            IF WK-DIF-MONTO < 0
               COMPUTE WK-ABS-MONTO = 0 - WK-DIF-MONTO
            ELSE
               MOVE WK-DIF-MONTO TO WK-ABS-MONTO
            END-IF

            IF WK-ABS-CANT > WS-TOL-CANT
               OR WK-ABS-MONTO > WK-TOL-MONTO-CANAL
               SET WS-CNC-ABIERTO(WK-I) TO TRUE
               ADD 1 TO WS-TOT-ABIERTOS
               IF WS-CNC-ARRASTRE(WK-I) = 'N'
                  MOVE WK-FECHA-NEGOCIO TO WS-CNC-DETECTA(WK-I)
                  ADD 1 TO WS-TOT-NUEVOS
               END-IF
               PERFORM 4300-CALCULA-EDAD
               IF WS-CNC-EDAD(WK-I) > WS-DIAS-COLA
                  MOVE 'S' TO WS-CNC-EN-COLA(WK-I)
               ELSE
                  MOVE 'N' TO WS-CNC-EN-COLA(WK-I)
               END-IF
               IF WS-CNC-EN-COLA(WK-I) = 'S'
                  ADD 1 TO WS-TOT-EN-COLA
               END-IF
            ELSE
               IF WS-CNC-ARRASTRE(WK-I) = 'S'
                  SET WS-CNC-RESUELTO(WK-I) TO TRUE
                  ADD 1 TO WS-TOT-RESUELTOS
                  PERFORM 4300-CALCULA-EDAD
               ELSE
                  SET WS-CNC-CUADRA(WK-I) TO TRUE
                  ADD 1 TO WS-TOT-CUADRAN
               END-IF
            END-IF.
      *
      * Tolerancia de monto del canal: su propio parametro si lo
      * tiene, si no la general.
       4200-TOLERANCIA-CANAL.
            MOVE WS-TOL-MONTO TO WK-TOL-MONTO-CANAL
            MOVE SPACES TO WK-PARAM-CLAVE
            STRING "CONCILIA-TOL-" WS-CNC-CANAL(WK-I)
               DELIMITED SIZE INTO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WK-TOL-MONTO-CANAL
            END-IF.
      *
       4300-CALCULA-EDAD.
            MOVE 0 TO WS-CNC-EDAD(WK-I)
            IF WS-CNC-DETECTA(WK-I) > 0
               AND WS-CNC-DETECTA(WK-I) < WK-FECHA-NEGOCIO
               MOVE WS-CNC-DETECTA(WK-I) TO WK-FECHA-AUX
               MOVE WK-FECHA-NEGOCIO     TO WK-FECHA-AUX2
               CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                      WK-FECHA-AUX, WK-FECHA-AUX2,
                                      WK-DIAS-CERO,
                                      WK-FECHA-RESULTADO,
                                      WK-DIAS-RESULTADO
               IF WK-DIAS-RESULTADO > 999
                  MOVE 999 TO WS-CNC-EDAD(WK-I)
               ELSE
                  MOVE WK-DIAS-RESULTADO TO WS-CNC-EDAD(WK-I)
               END-IF
            END-IF.
      *
       5000-EMITE-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONCILIACION DE TOTALES DE CANAL AL "
                   WK-FECHA-NEGOCIO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-TOL-MONTO TO WK-TOL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "TOLERANCIA GENERAL MONTO " WK-TOL-ED
                   "  CANTIDAD " WS-TOL-CANT
                   "  DIAS A COLA " WS-DIAS-COLA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            MOVE "QUIEBRES ABIERTOS" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC
               IF WS-CNC-ABIERTO(WK-I)
                  MOVE SPACES TO WK-MARCA
                  IF WS-CNC-ARRASTRE(WK-I) = 'N'
                     MOVE "NUEVO" TO WK-MARCA
                  END-IF
                  IF WS-CNC-EN-COLA(WK-I) = 'S'
                     MOVE "COLA" TO WK-MARCA
                  END-IF
                  PERFORM 5100-LINEAS-QUIEBRE
               END-IF
            END-PERFORM

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "QUIEBRES RESUELTOS EN ESTA CORRIDA" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            OPEN EXTEND HOST-HISTORIA
            IF FS-HISTORIA = '35'
               OPEN OUTPUT HOST-HISTORIA
            END-IF
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC
               IF WS-CNC-RESUELTO(WK-I)
                  MOVE "RESUEL" TO WK-MARCA
                  PERFORM 5100-LINEAS-QUIEBRE
                  MOVE "CONCILIADO EN CORRIDA" TO WK-MOTIVO
                  MOVE "BATCH" TO WK-OPERADOR
                  PERFORM 5200-GRABA-HISTORIA
               END-IF
            END-PERFORM
            CLOSE HOST-HISTORIA

            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "REPORTADAS " WS-TOT-REPORTADOS
                   "  CUADRAN " WS-TOT-CUADRAN
                   "  NUEVOS " WS-TOT-NUEVOS
                   "  ABIERTOS " WS-TOT-ABIERTOS
                   "  RESUELTOS " WS-TOT-RESUELTOS
                   "  EN COLA " WS-TOT-EN-COLA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            MOVE SPACES TO WK-PUB-TITULO
            STRING "CONCILIACION TOTALES " WK-FECHA-NEGOCIO
               DELIMITED SIZE INTO WK-PUB-TITULO
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL.
      *
       5100-LINEAS-QUIEBRE.
            PERFORM 4200-TOLERANCIA-CANAL
            COMPUTE WK-DIF-CANT =
                    WS-CNC-CANT-REP(WK-I) - WS-CNC-CANT-POS(WK-I)
            COMPUTE WK-DIF-MONTO =
                    WS-CNC-MONTO-REP(WK-I) - WS-CNC-MONTO-POS(WK-I)
            MOVE WS-CNC-CANT-REP(WK-I) TO WK-CANT-ED
            MOVE WS-CNC-CANT-POS(WK-I) TO WK-CANT-ED2
            MOVE WK-DIF-CANT           TO WK-CANT-ED3
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-CNC-CANAL(WK-I) " " WS-CNC-FECHA(WK-I)
                   " " WS-CNC-MONEDA(WK-I)
                   " CANT REP " WK-CANT-ED
                   " POS " WK-CANT-ED2
                   " DIF " WK-CANT-ED3
                   " " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WS-CNC-MONTO-REP(WK-I) TO WK-MONTO-ED
            MOVE WS-CNC-MONTO-POS(WK-I) TO WK-MONTO-ED2
            MOVE WK-DIF-MONTO           TO WK-MONTO-ED3
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "    MONTO REP " WK-MONTO-ED
                   " POS " WK-MONTO-ED2
                   " DIF " WK-MONTO-ED3
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE WK-TOL-MONTO-CANAL TO WK-TOL-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "    TOLERANCIA " WK-TOL-ED
                   "  DETECTADO " WS-CNC-DETECTA(WK-I)
                   "  EDAD " WS-CNC-EDAD(WK-I) " DIAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       5200-GRABA-HISTORIA.
            COMPUTE WK-DIF-MONTO =
                    WS-CNC-MONTO-REP(WK-I) - WS-CNC-MONTO-POS(WK-I)
            MOVE WK-DIF-MONTO TO WK-MONTO-ED3
            MOVE SPACES TO REG-HISTORIA
            STRING WS-CNC-CANAL(WK-I) " " WS-CNC-FECHA(WK-I)
                   " " WS-CNC-MONEDA(WK-I)
                   " " WS-CNC-DETECTA(WK-I)
                   " " WK-FECHA-NEGOCIO
                   " " WK-MONTO-ED3
                   " " WK-OPERADOR
                   " " WK-MOTIVO
               DELIMITED SIZE INTO REG-HISTORIA
            WRITE REG-HISTORIA.
      *
       6000-GRABA-ARRASTRE.
            OPEN OUTPUT HOST-ARRASTRE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC
               IF WS-CNC-ABIERTO(WK-I)
                  PERFORM 6100-GRABA-UNO
               END-IF
            END-PERFORM
            CLOSE HOST-ARRASTRE

            IF WS-TOT-EN-COLA > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "FECHA " WK-FECHA-NEGOCIO
                   " ABIERTOS " WS-TOT-ABIERTOS
                   " NUEVOS " WS-TOT-NUEVOS
                   " EN COLA " WS-TOT-EN-COLA
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO

            DISPLAY "CUADRAN DENTRO DE TOLERANCIA : " WS-TOT-CUADRAN
            DISPLAY "QUIEBRES NUEVOS              : " WS-TOT-NUEVOS
            DISPLAY "QUIEBRES ABIERTOS            : " WS-TOT-ABIERTOS
            DISPLAY "QUIEBRES RESUELTOS           : " WS-TOT-RESUELTOS
            DISPLAY "QUIEBRES EN LA COLA          : " WS-TOT-EN-COLA.
      *
       6100-GRABA-UNO.
            MOVE WS-CNC-CANAL(WK-I)     TO CNB-COD-CANAL
            MOVE WS-CNC-FECHA(WK-I)     TO CNB-FECHA
            MOVE WS-CNC-MONEDA(WK-I)    TO CNB-MONEDA
            MOVE WS-CNC-CANT-REP(WK-I)  TO CNB-CANT-REPORTADA
            MOVE WS-CNC-MONTO-REP(WK-I) TO CNB-MONTO-REPORTADO
            MOVE WS-CNC-CANT-POS(WK-I)  TO CNB-CANT-POSTEADA
            MOVE WS-CNC-MONTO-POS(WK-I) TO CNB-MONTO-POSTEADO
            MOVE WS-CNC-DETECTA(WK-I)   TO CNB-FECHA-DETECTA
            MOVE WS-CNC-EN-COLA(WK-I)   TO CNB-EN-COLA
            WRITE REG-QUIEBRE-CONCILIA.
      *
      * Resolucion manual: el quiebre sale del arrastre y queda en la
      * historia con el operador y el motivo.
       7000-RESUELVE-A-MANO.
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE CAMBIO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "CANAL : "
            ACCEPT WK-CANAL
            DISPLAY "FECHA DEL QUIEBRE (AAAAMMDD) : "
            ACCEPT WK-FECHA-QUIEBRE
            DISPLAY "MONEDA : "
            ACCEPT WK-MONEDA
            PERFORM 2700-BUSCA-ENTRADA
            IF WK-POS = 0
               DISPLAY "ABEND: NO HAY QUIEBRE ABIERTO DE " WK-CANAL
                       " " WK-FECHA-QUIEBRE " " WK-MONEDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "MOTIVO DE LA RESOLUCION : "
            MOVE SPACES TO WK-MOTIVO
            ACCEPT WK-MOTIVO
            IF WK-MOTIVO = SPACES
               DISPLAY "ABEND: LA RESOLUCION MANUAL EXIGE MOTIVO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE WK-POS TO WK-I
            OPEN EXTEND HOST-HISTORIA
            IF FS-HISTORIA = '35'
               OPEN OUTPUT HOST-HISTORIA
            END-IF
            PERFORM 5200-GRABA-HISTORIA
            CLOSE HOST-HISTORIA

            SET WS-CNC-RESUELTO(WK-POS) TO TRUE
            OPEN OUTPUT HOST-ARRASTRE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CNC
               IF NOT WS-CNC-RESUELTO(WK-I)
                  PERFORM 6100-GRABA-UNO
               END-IF
            END-PERFORM
            CLOSE HOST-ARRASTRE
            DISPLAY "QUIEBRE " WK-CANAL " " WK-FECHA-QUIEBRE " "
                    WK-MONEDA " RESUELTO A MANO POR " WK-OPERADOR.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX291.
