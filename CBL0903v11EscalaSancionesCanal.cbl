      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Escalera de sanciones para canales que violan sus
      *  limites una y otra vez. Hasta ahora un canal que rompe su
      *  tope todas las semanas sacaba la misma linea en el reporte
      *  de QG1CX092 cada semana y nada mas pasaba. Este job nocturno
      *  cuenta las violaciones de cada canal en una ventana movil
      *  del historico QG1VIOHIS.DAT (canal en 1:3, fecha del
      *  movimiento en 5:8) y lo sube de escalon (QG1SANCION.DAT,
      *  COPY QG1SAN01) segun las reglas de QG1PARAM.DAT (QG1CX112):
      *    SANCION-VENTANA   dias de la ventana movil (defecto 30)
      *    SANCION-AVISO     N violaciones: carta de advertencia
      *                      (defecto 3)
      *    SANCION-CORTE     M violaciones: recorte del tope
      *                      (defecto 6)
      *    SANCION-CORTE-PCT porcentaje que se recorta (defecto 50)
      *    SANCION-SUSPENDE  P violaciones: suspension (defecto 10)
      *    SANCION-DIAS-LIMPIO dias sin violaciones para liberar
      *                      (defecto 60)
      *  Un canal que salta varios escalones en una noche recibe
      *  todos los pasos intermedios, en orden:
      *    - advertencia: carta por la cola de notificaciones
      *      (CALL QG1CX208 con el mismo estado antes y despues),
      *    - recorte: el nuevo tope se valida contra el perfil del
      *      tipo (QG1CX187, modo 'L') y se graba por el mismo camino
      *      auditado del mantenimiento que usa QG1CX146 (candado
      *      QG1CX139, NUM-VERSION-REG, REWRITE, auditoria QG1AUD01,
      *      contador QG1CX138) con carta QG1CX208,
      *    - suspension: transicion A -> S validada con QG1CX101,
      *      FEC-EFECTIVA sellada, mismo camino auditado y carta
      *      QG1CX208.
      *  Liberacion: un canal sancionado sin violaciones en los
      *  ultimos SANCION-DIAS-LIMPIO dias, y con ese mismo plazo
      *  cumplido desde su ultimo escalon, recupera el tope original
      *  (solo si nadie lo cambio despues del recorte) y, si el
      *  escalador lo suspendio, vuelve a activo (S -> A con
      *  QG1CX101); carta QG1CX208 y sale de QG1SANCION.DAT.
      *  Cada paso deja registro de auditoria en QG1CX293.AUD (las
      *  cartas sin cambio en el maestro con operacion AVISO), una
      *  nota del canal en QG1NOTAS.DAT (COPY QG1NOT01) y una linea
      *  en QG1CX293.RPT; el resumen va al run-log (QG1CX120), con
      *  severidad 'A' si hubo suspensiones.
      *  Clasificacion: cada linea del historico se clasifica con la
      *   rutina QG1CX307 (accion 'C'), la misma que usa el motor de
      *   penalidades QG1CX213; las lineas de clase NP no cuentan
      *   para la ventana ni para la fecha de la ultima violacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX293.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-SANCIONES ASSIGN TO "QG1SANCION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SANCIONES.

           SELECT HOST-AUDIT ASSIGN TO "QG1CX293.AUD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

           SELECT HOST-NOTAS ASSIGN TO "QG1NOTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS.

           SELECT HOST-RPT ASSIGN TO "QG1CX293.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-SANCIONES.
           COPY QG1SAN01.

       FD  HOST-AUDIT.
           COPY QG1AUD01.

       FD  HOST-NOTAS.
           COPY QG1NOT01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 FS-SANCIONES         PIC X(02).
       01 FS-AUDIT             PIC X(02).
       01 FS-NOTAS             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-CORRIDA     PIC 9(08).
       01 WK-FECHA-ENTRADA     PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-INICIO-VENTANA    PIC 9(08).
       01 WK-FECHA-LIMPIO      PIC 9(08).
       01 WK-FECHA-VIOLACION   PIC 9(08).

       01 WK-ACCION-PEN        PIC X(01) VALUE 'C'.
       01 WK-PERIODO           PIC 9(06) VALUE 0.
       01 WK-CLASE             PIC X(02).
       01 WK-COBRADAS          PIC 9(05).
       01 WK-MONTO-PEN         PIC 9(07)V9(02).
       01 WK-DISPOSICION       PIC X(09).
       01 WK-MOTIVO-EXO        PIC X(14).
       01 WK-TOT-TARIFAS       PIC 9(04).
       01 WS-TOT-NO-PENALIZA   PIC 9(07) VALUE 0.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WS-DIAS-VENTANA      PIC 9(03) VALUE 30.
       01 WS-UMBRAL-AVISO      PIC 9(05) VALUE 3.
       01 WS-UMBRAL-CORTE      PIC 9(05) VALUE 6.
       01 WS-UMBRAL-SUSPENDE   PIC 9(05) VALUE 10.
       01 WS-PCT-CORTE         PIC 9(03) VALUE 50.
       01 WS-DIAS-LIMPIO       PIC 9(03) VALUE 60.

       01 WK-FEC-OPERACION     PIC X(01).
       01 WK-FECHA-AUX2        PIC 9(08) VALUE 0.
       01 WK-FEC-DIAS          PIC S9(05).
       01 WK-FEC-RESULTADO     PIC 9(08).
       01 WK-FEC-DIAS-RESULT   PIC S9(07).

       01 WS-TOT-VIOLADORES    PIC 9(04) VALUE 0.
       01 WS-TABLA-VIOLADORES.
          05 WS-VIO-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-VIOLADORES.
             10 WS-VIO-CANAL   PIC X(03).
             10 WS-VIO-VENTANA PIC 9(05).
             10 WS-VIO-ULTIMA  PIC 9(08).

       01 WS-TOT-SANCIONES     PIC 9(04) VALUE 0.
       01 WS-TABLA-SANCIONES.
          05 WS-SAN-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-SANCIONES.
             10 WS-SAN-CANAL   PIC X(03).
             10 WS-SAN-NIVEL   PIC 9(01).
             10 WS-SAN-FECHA-NIVEL PIC 9(08).
             10 WS-SAN-VIOLACIONES PIC 9(05).
             10 WS-SAN-LIM-ORIGINAL PIC 9(09)V9(02).
             10 WS-SAN-LIM-CORTADO PIC 9(09)V9(02).
             10 WS-SAN-SUSPENDIO PIC X(01).
             10 WS-SAN-LIBERADO PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-POS-SAN           PIC 9(04).
       01 WK-CANAL             PIC X(03).
       01 WK-NIVEL-META        PIC 9(01).
       01 WK-PASO              PIC 9(01).
       01 WK-PASO-OK           PIC X(01).
       01 WK-CAMBIO-MAESTRO    PIC X(01).

       01 WK-RGL-MODO          PIC X(01) VALUE 'L'.
       01 WK-RGL-LIMITE        PIC S9(09)V9(02).
       01 WK-RGL-MONEDA        PIC X(03).
       01 WK-RGL-VALIDO        PIC X(01).
       01 WK-RGL-MOTIVO        PIC X(30).

       01 WK-LIMITE-NUEVO      PIC 9(09)V9(02).
       01 WK-LIMITE-ACTUAL     PIC 9(09)V9(02).
       01 WK-LIMITE-ED         PIC ZZZZZZZZ9,99.
       01 WK-LIMITE-ED2        PIC ZZZZZZZZ9,99.

       01 WK-ESTADO-NUEVO      PIC X(01).
       01 WK-TRANSICION-OK     PIC X(01).
       01 WK-NTF-ESTADO-ANTES  PIC X(01).
       01 WK-NTF-MOTIVO        PIC X(20).

       01 WK-CTR-ACCION        PIC X(01).
       01 WK-CTR-CONTADOR      PIC 9(09).

       01 WK-LCK-ACCION        PIC X(01).
       01 WK-LCK-PROGRAMA      PIC X(08) VALUE 'QG1CX293'.
       01 WK-LCK-RESULTADO     PIC X(01).
       01 WK-LCK-TENEDOR       PIC X(08).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX293'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-TEXTO-PASO        PIC X(60).
       01 WK-OPERACION-AUD     PIC X(08).

       01 WS-TOT-AVISOS        PIC 9(05) VALUE 0.
       01 WS-TOT-CORTES        PIC 9(05) VALUE 0.
       01 WS-TOT-SUSPENSIONES  PIC 9(05) VALUE 0.
       01 WS-TOT-LIBERADOS     PIC 9(05) VALUE 0.
       01 WS-TOT-RECHAZADOS    PIC 9(05) VALUE 0.

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-VIOLACIONES
            PERFORM 2500-CARGA-SANCIONES
            PERFORM 3000-APLICA-ESCALERA
            PERFORM 6000-GRABA-SANCIONES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ESCALERA DE SANCIONES POR VIOLACIONES REPETIDAS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CORRIDA
            DISPLAY "FECHA DE NEGOCIO (AAAAMMDD, ENTER=HOY) : "
            MOVE SPACES TO WK-FECHA-ENTRADA
            ACCEPT WK-FECHA-ENTRADA
            IF WK-FECHA-ENTRADA NOT = SPACES
               MOVE FUNCTION NUMVAL(WK-FECHA-ENTRADA)
                 TO WK-FECHA-CORRIDA
               CALL "QG1CX072" USING WK-FECHA-CORRIDA,
                                      WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "ABEND: FECHA DE NEGOCIO INVALIDA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            DISPLAY "FECHA DE NEGOCIO : " WK-FECHA-CORRIDA

            MOVE 'SANCION-VENTANA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-VENTANA
            END-IF
            MOVE 'SANCION-AVISO' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-UMBRAL-AVISO
            END-IF
            MOVE 'SANCION-CORTE' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-UMBRAL-CORTE
            END-IF
            MOVE 'SANCION-CORTE-PCT' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-PCT-CORTE
            END-IF
            MOVE 'SANCION-SUSPENDE' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-UMBRAL-SUSPENDE
            END-IF
            MOVE 'SANCION-DIAS-LIMPIO' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                 TO WS-DIAS-LIMPIO
            END-IF

            IF WS-DIAS-VENTANA = 0 OR WS-DIAS-LIMPIO = 0
               OR WS-UMBRAL-AVISO = 0
               OR WS-UMBRAL-CORTE NOT > WS-UMBRAL-AVISO
               OR WS-UMBRAL-SUSPENDE NOT > WS-UMBRAL-CORTE
               OR WS-PCT-CORTE = 0 OR WS-PCT-CORTE > 99
               DISPLAY "ABEND: REGLAS DE SANCION INCONSISTENTES "
                       "(AVISO < CORTE < SUSPENDE, PCT 1-99)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "VENTANA " WS-DIAS-VENTANA " DIAS - AVISO "
                    WS-UMBRAL-AVISO " CORTE " WS-UMBRAL-CORTE
                    " (" WS-PCT-CORTE "%) SUSPENDE "
                    WS-UMBRAL-SUSPENDE " - LIMPIO "
                    WS-DIAS-LIMPIO " DIAS"

            MOVE 'A' TO WK-FEC-OPERACION
            COMPUTE WK-FEC-DIAS = 1 - WS-DIAS-VENTANA
            CALL "QG1CX073" USING WK-FEC-OPERACION,
                                   WK-FECHA-CORRIDA, WK-FECHA-AUX2,
                                   WK-FEC-DIAS, WK-FEC-RESULTADO,
                                   WK-FEC-DIAS-RESULT
            MOVE WK-FEC-RESULTADO TO WK-INICIO-VENTANA
            COMPUTE WK-FEC-DIAS = 0 - WS-DIAS-LIMPIO
            CALL "QG1CX073" USING WK-FEC-OPERACION,
                                   WK-FECHA-CORRIDA, WK-FECHA-AUX2,
                                   WK-FEC-DIAS, WK-FEC-RESULTADO,
                                   WK-FEC-DIAS-RESULT
            MOVE WK-FEC-RESULTADO TO WK-FECHA-LIMPIO.
      *
      * Por canal: violaciones dentro de la ventana y fecha de la
      * ultima violacion de todo el historico (para la liberacion).
       2000-CARGA-VIOLACIONES.
            OPEN INPUT HOST-VIOHIS
            IF FS-VIOHIS NOT = '00'
               DISPLAY "SIN HISTORICO DE VIOLACIONES (QG1VIOHIS.DAT)"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-VIOHIS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF REG-VIOHIS(5:8) NUMERIC
                           MOVE REG-VIOHIS(5:8) TO WK-FECHA-VIOLACION
                           IF WK-FECHA-VIOLACION NOT > WK-FECHA-CORRIDA
                              PERFORM 2050-CLASIFICA-VIOLACION
                              IF WK-CLASE = 'NP'
                                 ADD 1 TO WS-TOT-NO-PENALIZA
                              ELSE
                                 PERFORM 2100-CUENTA-VIOLACION
                              END-IF
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-VIOHIS
            END-IF
            DISPLAY "CANALES CON VIOLACIONES EN EL HISTORICO : "
                    WS-TOT-VIOLADORES
            DISPLAY "LINEAS QUE NO CUENTAN COMO VIOLACION    : "
                    WS-TOT-NO-PENALIZA.
      *
      * Misma clasificacion que el motor de penalidades (QG1CX213):
      * las lineas de clase NP (sin tipo de violacion reconocido) no
      * suben el escalon.
       2050-CLASIFICA-VIOLACION.
            CALL "QG1CX307" USING WK-ACCION-PEN, REG-VIOHIS,
                                   WK-PERIODO, WK-CLASE,
                                   WK-COBRADAS, WK-MONTO-PEN,
                                   WK-DISPOSICION, WK-MOTIVO-EXO,
                                   WK-TOT-TARIFAS.
      *
       2100-CUENTA-VIOLACION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-VIOLADORES OR WK-POS > 0
               IF WS-VIO-CANAL(WK-I) = REG-VIOHIS(1:3)
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS = 0
               IF WS-TOT-VIOLADORES = 2000
                  DISPLAY "ABEND: TABLA DE VIOLADORES LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-VIOLADORES
               MOVE WS-TOT-VIOLADORES TO WK-POS
               MOVE REG-VIOHIS(1:3) TO WS-VIO-CANAL(WK-POS)
               MOVE 0 TO WS-VIO-VENTANA(WK-POS)
               MOVE 0 TO WS-VIO-ULTIMA(WK-POS)
            END-IF
            IF WK-FECHA-VIOLACION NOT < WK-INICIO-VENTANA
               ADD 1 TO WS-VIO-VENTANA(WK-POS)
            END-IF
            IF WK-FECHA-VIOLACION > WS-VIO-ULTIMA(WK-POS)
               MOVE WK-FECHA-VIOLACION TO WS-VIO-ULTIMA(WK-POS)
            END-IF.
      *
       2500-CARGA-SANCIONES.
            OPEN INPUT HOST-SANCIONES
            IF FS-SANCIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-SANCIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE SAN-COD-CANAL TO WK-CANAL
                        PERFORM 2600-AGREGA-SANCION
                        MOVE SAN-NIVEL TO WS-SAN-NIVEL(WK-POS-SAN)
                        MOVE SAN-FECHA-NIVEL
                          TO WS-SAN-FECHA-NIVEL(WK-POS-SAN)
                        MOVE SAN-VIOLACIONES
                          TO WS-SAN-VIOLACIONES(WK-POS-SAN)
                        MOVE SAN-LIMITE-ORIGINAL
                          TO WS-SAN-LIM-ORIGINAL(WK-POS-SAN)
                        MOVE SAN-LIMITE-CORTADO
                          TO WS-SAN-LIM-CORTADO(WK-POS-SAN)
                        MOVE SAN-SUSPENDIO
                          TO WS-SAN-SUSPENDIO(WK-POS-SAN)
                  END-READ
               END-PERFORM
               CLOSE HOST-SANCIONES
            END-IF
            DISPLAY "CANALES CON SANCION VIGENTE : " WS-TOT-SANCIONES.
      *
       2600-AGREGA-SANCION.
            IF WS-TOT-SANCIONES = 2000
               DISPLAY "ABEND: TABLA DE SANCIONES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-SANCIONES
            MOVE WS-TOT-SANCIONES TO WK-POS-SAN
            MOVE WK-CANAL TO WS-SAN-CANAL(WK-POS-SAN)
            MOVE 0   TO WS-SAN-NIVEL(WK-POS-SAN)
            MOVE 0   TO WS-SAN-FECHA-NIVEL(WK-POS-SAN)
            MOVE 0   TO WS-SAN-VIOLACIONES(WK-POS-SAN)
            MOVE 0   TO WS-SAN-LIM-ORIGINAL(WK-POS-SAN)
            MOVE 0   TO WS-SAN-LIM-CORTADO(WK-POS-SAN)
            MOVE 'N' TO WS-SAN-SUSPENDIO(WK-POS-SAN)
            MOVE 'N' TO WS-SAN-LIBERADO(WK-POS-SAN).
      *
       2700-BUSCA-SANCION.
            MOVE 0 TO WK-POS-SAN
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-SANCIONES OR WK-POS-SAN > 0
               IF WS-SAN-CANAL(WK-I) = WK-CANAL
                  MOVE WK-I TO WK-POS-SAN
               END-IF
            END-PERFORM.
      *
       3000-APLICA-ESCALERA.
            MOVE 'A' TO WK-LCK-ACCION
            CALL "QG1CX139" USING WK-LCK-ACCION, WK-LCK-PROGRAMA,
                                   WK-LCK-RESULTADO, WK-LCK-TENEDOR
            IF WK-LCK-RESULTADO NOT = 'S'
               DISPLAY "ABEND: MAESTRO EN USO POR " WK-LCK-TENEDOR
                       ", REINTENTE O FUERCE CON QG1CX140"
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
            OPEN EXTEND HOST-AUDIT
            IF FS-AUDIT = '35'
               OPEN OUTPUT HOST-AUDIT
            END-IF
            OPEN EXTEND HOST-NOTAS
            IF FS-NOTAS = '35'
               OPEN OUTPUT HOST-NOTAS
            END-IF
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ESCALERA DE SANCIONES AL " WK-FECHA-CORRIDA
                   " (VENTANA DESDE " WK-INICIO-VENTANA ")"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            PERFORM VARYING WK-POS FROM 1 BY 1
                    UNTIL WK-POS > WS-TOT-VIOLADORES
               IF WS-VIO-VENTANA(WK-POS) NOT < WS-UMBRAL-AVISO
                  PERFORM 3100-ESCALA-CANAL
               END-IF
            END-PERFORM

            PERFORM VARYING WK-POS-SAN FROM 1 BY 1
                    UNTIL WK-POS-SAN > WS-TOT-SANCIONES
               IF WS-SAN-NIVEL(WK-POS-SAN) > 0
                  PERFORM 5000-EVALUA-LIBERACION
               END-IF
            END-PERFORM

            CLOSE HOST004, HOST-AUDIT, HOST-NOTAS, HOST-RPT.
      *
       3100-ESCALA-CANAL.
            EVALUATE TRUE
               WHEN WS-VIO-VENTANA(WK-POS) NOT < WS-UMBRAL-SUSPENDE
                  MOVE 3 TO WK-NIVEL-META
               WHEN WS-VIO-VENTANA(WK-POS) NOT < WS-UMBRAL-CORTE
                  MOVE 2 TO WK-NIVEL-META
               WHEN OTHER
                  MOVE 1 TO WK-NIVEL-META
            END-EVALUATE
            MOVE WS-VIO-CANAL(WK-POS) TO WK-CANAL
            PERFORM 2700-BUSCA-SANCION
            IF WK-POS-SAN = 0
               PERFORM 2600-AGREGA-SANCION
            END-IF
            IF WK-NIVEL-META > WS-SAN-NIVEL(WK-POS-SAN)
               MOVE WK-CANAL TO COD-CANAL OF REG-HOST004
               READ HOST004
                  KEY IS COD-CANAL OF REG-HOST004
                  INVALID KEY
                     MOVE SPACES TO WS-LIN-DETALLE
                     STRING WK-CANAL
                            " CON VIOLACIONES PERO NO ESTA EN EL "
                            "MAESTRO"
                        DELIMITED SIZE INTO WS-LIN-DETALLE
                     WRITE REG-RPT FROM WS-LIN-DETALLE
                     END-WRITE
                  NOT INVALID KEY
                     IF CANAL-INACTIVO
                        MOVE SPACES TO WS-LIN-DETALLE
                        STRING WK-CANAL
                               " RETIRADO, NO SE SANCIONA"
                           DELIMITED SIZE INTO WS-LIN-DETALLE
                        WRITE REG-RPT FROM WS-LIN-DETALLE
                     ELSE
                        PERFORM 3200-SUBE-ESCALONES
                     END-IF
               END-READ
            END-IF.
      *
      * Los escalones pendientes se aplican en orden; uno que no se
      * puede aplicar detiene la subida y se reintenta la noche
      * siguiente.
       3200-SUBE-ESCALONES.
            MOVE 'S' TO WK-PASO-OK
            COMPUTE WK-PASO = WS-SAN-NIVEL(WK-POS-SAN) + 1
            PERFORM UNTIL WK-PASO > WK-NIVEL-META OR WK-PASO-OK = 'N'
               EVALUATE WK-PASO
                  WHEN 1 PERFORM 4000-ENVIA-ADVERTENCIA
                  WHEN 2 PERFORM 4100-RECORTA-LIMITE
                  WHEN 3 PERFORM 4200-SUSPENDE-CANAL
               END-EVALUATE
               IF WK-PASO-OK = 'S'
                  MOVE WK-PASO TO WS-SAN-NIVEL(WK-POS-SAN)
                  MOVE WK-FECHA-CORRIDA
                    TO WS-SAN-FECHA-NIVEL(WK-POS-SAN)
                  MOVE WS-VIO-VENTANA(WK-POS)
                    TO WS-SAN-VIOLACIONES(WK-POS-SAN)
                  ADD 1 TO WK-PASO
               END-IF
            END-PERFORM.
      *
       4000-ENVIA-ADVERTENCIA.
            MOVE IND-ESTADO TO WK-NTF-ESTADO-ANTES
            MOVE 'AVISO VIOLACIONES' TO WK-NTF-MOTIVO
            CALL "QG1CX208" USING COD-CANAL OF REG-HOST004,
                                   WK-NTF-ESTADO-ANTES,
                                   IND-ESTADO, WK-NTF-MOTIVO
            ADD 1 TO WS-TOT-AVISOS
            MOVE 'AVISO' TO WK-OPERACION-AUD
            PERFORM 7000-GRABA-AUDITORIA
            MOVE SPACES TO WK-TEXTO-PASO
            STRING "SANCION: CARTA DE ADVERTENCIA, "
                   WS-VIO-VENTANA(WK-POS) " VIOLACIONES EN "
                   WS-DIAS-VENTANA " DIAS"
               DELIMITED SIZE INTO WK-TEXTO-PASO
            PERFORM 7100-DEJA-NOTA-Y-LINEA.
      *
       4100-RECORTA-LIMITE.
            IF MTO-LIMITE-TRX NOT > 0
               MOVE SPACES TO WK-TEXTO-PASO
               MOVE "SANCION: SIN TOPE ASIGNADO, NO HAY QUE RECORTAR"
                 TO WK-TEXTO-PASO
               PERFORM 7100-DEJA-NOTA-Y-LINEA
            ELSE
               MOVE MTO-LIMITE-TRX TO WK-LIMITE-ACTUAL
               COMPUTE WK-LIMITE-NUEVO ROUNDED =
                       WK-LIMITE-ACTUAL * (100 - WS-PCT-CORTE) / 100
               MOVE WK-LIMITE-NUEVO TO WK-RGL-LIMITE
               MOVE COD-MONEDA-LIM  TO WK-RGL-MONEDA
               CALL "QG1CX187" USING WK-RGL-MODO,
                                      COD-CANAL OF REG-HOST004,
                                      WK-RGL-LIMITE, WK-RGL-MONEDA,
                                      WK-RGL-VALIDO, WK-RGL-MOTIVO
               IF WK-RGL-VALIDO NOT = 'S'
                  MOVE 'N' TO WK-PASO-OK
                  ADD 1 TO WS-TOT-RECHAZADOS
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING COD-CANAL OF REG-HOST004
                         " RECORTE RECHAZADO POR LA REGLA DEL TIPO: "
                         WK-RGL-MOTIVO
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               ELSE
                  MOVE WK-LIMITE-NUEVO TO MTO-LIMITE-TRX
                  ADD 1 TO NUM-VERSION-REG
                  PERFORM 4900-REGRABA-MAESTRO
                  IF WK-PASO-OK = 'S'
                     MOVE WK-LIMITE-ACTUAL
                       TO WS-SAN-LIM-ORIGINAL(WK-POS-SAN)
                     MOVE WK-LIMITE-NUEVO
                       TO WS-SAN-LIM-CORTADO(WK-POS-SAN)
                     ADD 1 TO WS-TOT-CORTES
                     MOVE IND-ESTADO TO WK-NTF-ESTADO-ANTES
                     MOVE 'CORTE DE LIMITE' TO WK-NTF-MOTIVO
                     CALL "QG1CX208" USING COD-CANAL OF REG-HOST004,
                                            WK-NTF-ESTADO-ANTES,
                                            IND-ESTADO, WK-NTF-MOTIVO
                     MOVE WK-LIMITE-ACTUAL TO WK-LIMITE-ED
                     MOVE WK-LIMITE-NUEVO  TO WK-LIMITE-ED2
                     MOVE SPACES TO WK-TEXTO-PASO
                     STRING "SANCION: TOPE " WK-LIMITE-ED " -> "
                            WK-LIMITE-ED2 " " COD-MONEDA-LIM
                        DELIMITED SIZE INTO WK-TEXTO-PASO
                     PERFORM 7100-DEJA-NOTA-Y-LINEA
                  END-IF
               END-IF
            END-IF.
      *
       4200-SUSPENDE-CANAL.
            IF CANAL-SUSPENDIDO
               MOVE 'N' TO WS-SAN-SUSPENDIO(WK-POS-SAN)
               MOVE SPACES TO WK-TEXTO-PASO
               MOVE "SANCION: YA SUSPENDIDO POR OTRA VIA"
                 TO WK-TEXTO-PASO
               PERFORM 7100-DEJA-NOTA-Y-LINEA
            ELSE
               MOVE 'S' TO WK-ESTADO-NUEVO
               CALL "QG1CX101" USING IND-ESTADO, WK-ESTADO-NUEVO,
                                      WK-TRANSICION-OK
               IF WK-TRANSICION-OK NOT = 'S'
                  MOVE 'N' TO WK-PASO-OK
                  ADD 1 TO WS-TOT-RECHAZADOS
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING COD-CANAL OF REG-HOST004
                         " SUSPENSION RECHAZADA: TRANSICION "
                         IND-ESTADO " -> S ILEGAL"
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
               ELSE
                  MOVE IND-ESTADO TO WK-NTF-ESTADO-ANTES
                  MOVE WK-ESTADO-NUEVO TO IND-ESTADO
                  MOVE WK-FECHA-CORRIDA TO FEC-EFECTIVA
                  ADD 1 TO NUM-VERSION-REG
                  PERFORM 4900-REGRABA-MAESTRO
                  IF WK-PASO-OK = 'S'
                     MOVE 'S' TO WS-SAN-SUSPENDIO(WK-POS-SAN)
                     ADD 1 TO WS-TOT-SUSPENSIONES
                     MOVE 'SUSPENSION SANCION' TO WK-NTF-MOTIVO
                     CALL "QG1CX208" USING COD-CANAL OF REG-HOST004,
                                            WK-NTF-ESTADO-ANTES,
                                            IND-ESTADO, WK-NTF-MOTIVO
                     MOVE SPACES TO WK-TEXTO-PASO
                     STRING "SANCION: CANAL SUSPENDIDO, "
                            WS-VIO-VENTANA(WK-POS) " VIOLACIONES EN "
                            WS-DIAS-VENTANA " DIAS"
                        DELIMITED SIZE INTO WK-TEXTO-PASO
                     PERFORM 7100-DEJA-NOTA-Y-LINEA
                  END-IF
               END-IF
            END-IF.
      *
       4900-REGRABA-MAESTRO.
            REWRITE REG-HOST004
               INVALID KEY
                  MOVE 'N' TO WK-PASO-OK
                  ADD 1 TO WS-TOT-RECHAZADOS
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING "NO SE PUDO REGRABAR "
                         COD-CANAL OF REG-HOST004
                         " - FILE STATUS " FS-HOST
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-RPT FROM WS-LIN-DETALLE
                  END-WRITE
               NOT INVALID KEY
                  MOVE 'REWRITE' TO WK-OPERACION-AUD
                  PERFORM 7000-GRABA-AUDITORIA
                  MOVE 'I' TO WK-CTR-ACCION
                  CALL "QG1CX138" USING WK-CTR-ACCION,
                                         WK-CTR-CONTADOR
            END-REWRITE.
      *
      * Liberacion: periodo limpio cumplido desde la ultima violacion
      * y desde el ultimo escalon.
       5000-EVALUA-LIBERACION.
            MOVE WS-SAN-CANAL(WK-POS-SAN) TO WK-CANAL
            MOVE 0 TO WK-FECHA-VIOLACION
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-VIOLADORES
               IF WS-VIO-CANAL(WK-I) = WK-CANAL
                  MOVE WS-VIO-ULTIMA(WK-I) TO WK-FECHA-VIOLACION
               END-IF
            END-PERFORM
            IF WK-FECHA-VIOLACION NOT > WK-FECHA-LIMPIO
               AND WS-SAN-FECHA-NIVEL(WK-POS-SAN)
                   NOT > WK-FECHA-LIMPIO
               MOVE WK-CANAL TO COD-CANAL OF REG-HOST004
               READ HOST004
                  KEY IS COD-CANAL OF REG-HOST004
                  INVALID KEY
                     MOVE 'S' TO WS-SAN-LIBERADO(WK-POS-SAN)
                  NOT INVALID KEY
                     PERFORM 5100-LIBERA-CANAL
               END-READ
            END-IF.
      *
       5100-LIBERA-CANAL.
            MOVE 'S' TO WK-PASO-OK
            MOVE 'N' TO WK-CAMBIO-MAESTRO
            MOVE IND-ESTADO TO WK-NTF-ESTADO-ANTES
            MOVE SPACES TO WK-TEXTO-PASO
            MOVE "SANCION LIBERADA TRAS PERIODO LIMPIO"
              TO WK-TEXTO-PASO

            IF WS-SAN-SUSPENDIO(WK-POS-SAN) = 'S'
               AND CANAL-SUSPENDIDO
               MOVE 'A' TO WK-ESTADO-NUEVO
               CALL "QG1CX101" USING IND-ESTADO, WK-ESTADO-NUEVO,
                                      WK-TRANSICION-OK
               IF WK-TRANSICION-OK = 'S'
                  MOVE WK-ESTADO-NUEVO TO IND-ESTADO
                  MOVE WK-FECHA-CORRIDA TO FEC-EFECTIVA
                  MOVE 'S' TO WK-CAMBIO-MAESTRO
               END-IF
            END-IF

            IF WS-SAN-LIM-CORTADO(WK-POS-SAN) > 0
               MOVE MTO-LIMITE-TRX TO WK-LIMITE-ACTUAL
               IF WK-LIMITE-ACTUAL = WS-SAN-LIM-CORTADO(WK-POS-SAN)
                  MOVE WS-SAN-LIM-ORIGINAL(WK-POS-SAN)
                    TO MTO-LIMITE-TRX
                  MOVE 'S' TO WK-CAMBIO-MAESTRO
               ELSE
                  MOVE SPACES TO WK-TEXTO-PASO
                  MOVE
                    "SANCION LIBERADA, TOPE YA CAMBIADO - SIN REPONER"
                    TO WK-TEXTO-PASO
               END-IF
            END-IF

            IF WK-CAMBIO-MAESTRO = 'S'
               ADD 1 TO NUM-VERSION-REG
               PERFORM 4900-REGRABA-MAESTRO
            ELSE
               MOVE 'SANCION' TO WK-OPERACION-AUD
               PERFORM 7000-GRABA-AUDITORIA
            END-IF

            IF WK-PASO-OK = 'S'
               MOVE 'S' TO WS-SAN-LIBERADO(WK-POS-SAN)
               ADD 1 TO WS-TOT-LIBERADOS
               MOVE 'LIBERA SANCION' TO WK-NTF-MOTIVO
               CALL "QG1CX208" USING COD-CANAL OF REG-HOST004,
                                      WK-NTF-ESTADO-ANTES,
                                      IND-ESTADO, WK-NTF-MOTIVO
               PERFORM 7100-DEJA-NOTA-Y-LINEA
            END-IF.
      *
       6000-GRABA-SANCIONES.
            OPEN OUTPUT HOST-SANCIONES
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-SANCIONES
               IF WS-SAN-NIVEL(WK-I) > 0
                  AND WS-SAN-LIBERADO(WK-I) = 'N'
                  MOVE WS-SAN-CANAL(WK-I)   TO SAN-COD-CANAL
                  MOVE WS-SAN-NIVEL(WK-I)   TO SAN-NIVEL
                  MOVE WS-SAN-FECHA-NIVEL(WK-I) TO SAN-FECHA-NIVEL
                  MOVE WS-SAN-VIOLACIONES(WK-I) TO SAN-VIOLACIONES
                  MOVE WS-SAN-LIM-ORIGINAL(WK-I)
                    TO SAN-LIMITE-ORIGINAL
                  MOVE WS-SAN-LIM-CORTADO(WK-I) TO SAN-LIMITE-CORTADO
                  MOVE WS-SAN-SUSPENDIO(WK-I) TO SAN-SUSPENDIO
                  WRITE REG-SANCION-CANAL
               END-IF
            END-PERFORM
            CLOSE HOST-SANCIONES.
      *
       7000-GRABA-AUDITORIA.
            MOVE SPACES TO AUD-USUARIO-SOLICITA, AUD-USUARIO-APRUEBA
            MOVE FUNCTION CURRENT-DATE TO AUD-FECHA-HORA
            MOVE WK-OPERACION-AUD TO AUD-OPERACION
            MOVE COD-CANAL OF REG-HOST004 TO AUD-OLD-CODIGO
            MOVE TXT-ABRV    TO AUD-OLD-ABREVIATURA
            MOVE TXT-NOM     TO AUD-OLD-DESCRIPCION
            MOVE COD-CANAL OF REG-HOST004 TO AUD-NEW-CODIGO
            MOVE TXT-ABRV    TO AUD-NEW-ABREVIATURA
            MOVE TXT-NOM     TO AUD-NEW-DESCRIPCION
            WRITE REG-AUDITORIA.
      *
       7100-DEJA-NOTA-Y-LINEA.
            MOVE COD-CANAL OF REG-HOST004 TO NOT-COD-CANAL
            MOVE FUNCTION CURRENT-DATE    TO NOT-FECHA-HORA
            MOVE WK-LCK-PROGRAMA          TO NOT-OPERADOR
            MOVE WK-TEXTO-PASO            TO NOT-TEXTO
            WRITE REG-NOTA-CANAL
            MOVE SPACES TO WS-LIN-DETALLE
            STRING COD-CANAL OF REG-HOST004 " " WK-TEXTO-PASO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       8000-TOTALES.
            DISPLAY "CARTAS DE ADVERTENCIA : " WS-TOT-AVISOS
            DISPLAY "TOPES RECORTADOS      : " WS-TOT-CORTES
            DISPLAY "CANALES SUSPENDIDOS   : " WS-TOT-SUSPENSIONES
            DISPLAY "CANALES LIBERADOS     : " WS-TOT-LIBERADOS
            DISPLAY "PASOS RECHAZADOS      : " WS-TOT-RECHAZADOS
            IF WS-TOT-SUSPENSIONES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "AVISOS " WS-TOT-AVISOS
                   " CORTES " WS-TOT-CORTES
                   " SUSP " WS-TOT-SUSPENSIONES
                   " LIBERA " WS-TOT-LIBERADOS
                   " RECH " WS-TOT-RECHAZADOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           MOVE 'R' TO WK-LCK-ACCION
           CALL "QG1CX139" USING WK-LCK-ACCION, WK-LCK-PROGRAMA,
                                  WK-LCK-RESULTADO, WK-LCK-TENEDOR
           STOP RUN.
       END PROGRAM QG1CX293.
