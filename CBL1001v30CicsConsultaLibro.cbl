      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Consulta en linea del libro auxiliar por canal.
      *  Para contestar "cuanto le debemos hoy al canal 123" habia que
      *  esperar el estado mensual QG1CX115 o vaciar QG1LIBRO.DAT.
      *  Transaccion pseudo-conversacional con el mismo patron que
      *  QG1C0022 (una linea de texto separada por '|', SEND/RECEIVE
      *  de texto sin mapa BMS, estado en COMMAREA al estilo del
      *  browse QG1C0014) que arma cada pantalla con la rutina
      *  QG1CX276 (como la cola QG1C0016 con QG1CX211):
      *    oper|accion|canal
      *  accion:
      *    M = saldo vigente del canal por moneda, los 10 movimientos
      *        mas recientes (orden, fecha, tipo, sentido D/H, monto,
      *        referencia, operador, saldo resultante) y el total de
      *        partidas pendientes por clase,
      *    P = partidas pendientes que van a tocar al canal, de 10 en
      *        10: FAC cargos abiertos (nos debe), INT interes
      *        devengado sin pagar y PAG pagos programados (le
      *        debemos),
      *    '-' / '+' = con M en pantalla, 10 movimientos mas antiguos
      *        / mas recientes; con P, pagina anterior / siguiente.
      *  Pide solo el sign-on (QG1CX109 'S') y el canal dentro del
      *  alcance del operador (QG1CX210); el canal debe existir en
      *  HOST004.
      * Acceso de lectura: cada consulta al libro del canal queda
      *  anotada en QG1ACCESO.LOG (CALL QG1CX277, dato 'LIB') con el
      *  operador y la terminal (EIBTRMID).
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0023.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
      *************************
       WORKING-STORAGE SECTION.
      *
       01 WX-PREGUNTA-LIB.
           05 WX-PL.
               10 FILLER    PIC X(40) VALUE
                  'OPER|ACCION M/P|CANAL  - ANT  + SIG:   '.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).
       01 WX-LINEA          PIC X(80).

       01 WX-OPERADOR       PIC X(08).
       01 WX-ACCION         PIC X(01).
           88 WX-PIDE-MOVIMIENTOS VALUE 'M'.
           88 WX-PIDE-PENDIENTES VALUE 'P'.
           88 WX-ACCION-VALIDA   VALUES 'M' 'P'.
       01 WX-DATO1          PIC X(12).

       01 WX-AUTORIZADO     PIC X(01).
       01 WX-DENTRO-ALCANCE PIC X(01).
       01 WX-PERMISO-OP     PIC X(01) VALUE 'S'.

       01 WS-RESP-CICS      PIC S9(8) COMP.
       01 WX-I              PIC 9(03).
       01 WX-HASTA          PIC 9(03).
       01 WX-LINEAS-PAGINA  PIC 9(02) VALUE 10.

       01 WX-MONTO-ED       PIC ZZZZZZZZZZ9,99.
       01 WX-SALDO-ED       PIC -ZZZZZZZZZZ9,99.
       01 WX-TOTAL-ED       PIC ZZZZZZZZZZZ9,99.
       01 WX-FECHA-ED       PIC X(08).
       01 WX-SITUACION      PIC X(17).
       01 WX-TOT-FAC        PIC 9(13)V9(02).
       01 WX-TOT-INT        PIC 9(13)V9(02).
       01 WX-TOT-PAG        PIC 9(13)V9(02).

      * Respuesta de la rutina QG1CX276
       01 WX-HASTA-SECUENCIA PIC 9(07).
       01 WX-TOT-MOVIMIENTOS PIC 9(07).
       01 WX-CANT-MOVS      PIC 9(02).
       01 WX-MOVIMIENTOS.
           05 WX-MOV OCCURS 10 TIMES.
              10 WX-MOV-SECUENCIA  PIC 9(07).
              10 WX-MOV-FECHA      PIC 9(08).
              10 WX-MOV-TIPO       PIC X(02).
              10 WX-MOV-SENTIDO    PIC X(01).
              10 WX-MOV-MONTO      PIC 9(11)V9(02).
              10 WX-MOV-REFERENCIA PIC X(12).
              10 WX-MOV-OPERADOR   PIC X(08).
              10 WX-MOV-SALDO      PIC S9(11)V9(02).
              10 WX-MOV-MONEDA     PIC X(03).
       01 WX-TOT-MONEDAS    PIC 9(01).
       01 WX-SALDOS.
           05 WX-SAL OCCURS 3 TIMES.
              10 WX-SAL-MONEDA     PIC X(03).
              10 WX-SAL-SALDO      PIC S9(11)V9(02).
              10 WX-SAL-FECHA      PIC 9(08).
       01 WX-TOT-PENDIENTES PIC 9(03).
       01 WX-TRUNCADO       PIC X(01).
       01 WX-PENDIENTES.
           05 WX-PEN OCCURS 50 TIMES.
              10 WX-PEN-CLASE      PIC X(03).
              10 WX-PEN-FECHA      PIC 9(08).
              10 WX-PEN-REFERENCIA PIC X(12).
              10 WX-PEN-MONTO      PIC 9(11)V9(02).
              10 WX-PEN-DETALLE    PIC X(24).

       01 WX-ACC-TERMINAL   PIC X(04).
       01 WX-ACC-PROGRAMA   PIC X(08) VALUE 'QG1C0023'.
       01 WX-ACC-DATO       PIC X(03) VALUE 'LIB'.

           COPY QG1CAN01.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CA-ESTADO         PIC X(01).
               88 CA-ESPERA-ENTRADA VALUE 'E'.
           05 CA-MODO           PIC X(01).
               88 CA-EN-MOVIMIENTOS VALUE 'M'.
               88 CA-EN-PENDIENTES  VALUE 'P'.
           05 CA-OPERADOR       PIC X(08).
           05 CA-CANAL          PIC X(03).
           05 CA-SEC-ANTIGUA    PIC 9(07).
           05 CA-SEC-RECIENTE   PIC 9(07).
           05 CA-TOT-MOVIMIENTOS PIC 9(07).
           05 CA-PEN-INICIO     PIC 9(03).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-PRINCIPAL.
      *
           IF EIBCALEN = 0
              PERFORM 1000-PRIMERA-VEZ
           ELSE
              PERFORM 2000-PROCESA-ENTRADA
           END-IF.
      *
       1000-PRIMERA-VEZ.
           MOVE SPACES TO CA-MODO, CA-OPERADOR, CA-CANAL
           MOVE 0 TO CA-SEC-ANTIGUA, CA-SEC-RECIENTE,
                     CA-TOT-MOVIMIENTOS, CA-PEN-INICIO
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2000-PROCESA-ENTRADA.
           PERFORM 2150-RECIBIR-DATOS
           MOVE SPACES TO WX-RESPUESTA
           EVALUATE TRUE
              WHEN WX-ENTRADA(1:1) = '-' AND CA-EN-MOVIMIENTOS
                 PERFORM 4300-MOVIMIENTOS-ANTERIORES
              WHEN WX-ENTRADA(1:1) = '+' AND CA-EN-MOVIMIENTOS
                 PERFORM 4400-MOVIMIENTOS-POSTERIORES
              WHEN WX-ENTRADA(1:1) = '-' AND CA-EN-PENDIENTES
                 PERFORM 5300-PENDIENTES-ANTERIORES
              WHEN WX-ENTRADA(1:1) = '+' AND CA-EN-PENDIENTES
                 PERFORM 5400-PENDIENTES-SIGUIENTES
              WHEN WX-ENTRADA(1:1) = '+' OR WX-ENTRADA(1:1) = '-'
                 MOVE 'NO HAY CANAL EN PANTALLA (USE M O P)'
                   TO WX-RESPUESTA
              WHEN OTHER
                 PERFORM 2175-PARTE-ENTRADA
                 PERFORM 2200-ATIENDE-ACCION
           END-EVALUATE
           IF WX-RESPUESTA NOT = SPACES
              PERFORM 2300-ENVIA-DATOS
           END-IF
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2100-PEDIR-DATOS.
           EXEC CICS
               SEND TEXT FROM(WX-PREGUNTA-LIB)
                         LENGTH(LENGTH OF WX-PREGUNTA-LIB)
           END-EXEC.
      *
       2150-RECIBIR-DATOS.
           EXEC CICS
               RECEIVE INTO(WX-ENTRADA)
                       LENGTH(LENGTH OF WX-ENTRADA)
                       RESP(WS-RESP-CICS)
           END-EXEC.
      *
       2175-PARTE-ENTRADA.
           MOVE SPACES TO WX-OPERADOR, WX-ACCION, WX-DATO1
           UNSTRING WX-ENTRADA DELIMITED BY '|'
              INTO WX-OPERADOR, WX-ACCION, WX-DATO1.
      *
       2200-ATIENDE-ACCION.
           CALL 'QG1CX109' USING WX-OPERADOR, WX-PERMISO-OP,
                                  WX-AUTORIZADO
           EVALUATE TRUE
              WHEN WX-AUTORIZADO NOT = 'S'
                 STRING 'OPERADOR NO REGISTRADO: ' DELIMITED SIZE
                        WX-OPERADOR DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN NOT WX-ACCION-VALIDA
                 STRING 'RECHAZADO - ACCION INVALIDA: ' DELIMITED SIZE
                        WX-ACCION DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-DATO1 = SPACES
                 MOVE 'RECHAZADO - FALTA EL CANAL' TO WX-RESPUESTA
              WHEN OTHER
                 PERFORM 2250-VERIFICA-CANAL
           END-EVALUATE
           IF WX-RESPUESTA = SPACES
              MOVE WX-OPERADOR   TO CA-OPERADOR
              MOVE COD-CANAL     TO CA-CANAL
              IF WX-PIDE-MOVIMIENTOS
                 SET CA-EN-MOVIMIENTOS TO TRUE
                 MOVE 0 TO WX-HASTA-SECUENCIA
                 PERFORM 4000-MUESTRA-MOVIMIENTOS
              ELSE
                 SET CA-EN-PENDIENTES TO TRUE
                 MOVE 1 TO CA-PEN-INICIO
                 PERFORM 5000-MUESTRA-PENDIENTES
              END-IF
           END-IF.
      *
       2250-VERIFICA-CANAL.
           MOVE WX-DATO1(1:3) TO COD-CANAL
           EXEC CICS
               READ DATASET('HOST004')
                    INTO(REG-HOST004)
                    RIDFLD(COD-CANAL)
                    RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              STRING 'RECHAZADO - NO EXISTE EL CANAL ' DELIMITED SIZE
                     COD-CANAL DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              CALL 'QG1CX210' USING WX-OPERADOR, COD-CANAL,
                                     WX-DENTRO-ALCANCE
              IF WX-DENTRO-ALCANCE NOT = 'S'
                 STRING 'RECHAZADO - CANAL ' DELIMITED SIZE
                        COD-CANAL DELIMITED SIZE
                        ' FUERA DEL ALCANCE DE ' DELIMITED SIZE
                        WX-OPERADOR DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
       2500-CONSULTA-LIBRO.
           CALL 'QG1CX276' USING CA-CANAL, WX-HASTA-SECUENCIA,
                                  WX-TOT-MOVIMIENTOS, WX-CANT-MOVS,
                                  WX-MOVIMIENTOS, WX-TOT-MONEDAS,
                                  WX-SALDOS, WX-TOT-PENDIENTES,
                                  WX-TRUNCADO, WX-PENDIENTES
           MOVE WX-TOT-MOVIMIENTOS TO CA-TOT-MOVIMIENTOS
           MOVE EIBTRMID TO WX-ACC-TERMINAL
           CALL 'QG1CX277' USING CA-OPERADOR, WX-ACC-TERMINAL,
                                  WX-ACC-PROGRAMA, CA-CANAL,
                                  WX-ACC-DATO.
      *
      * Saldo por moneda, pagina de movimientos y resumen de
      * pendientes; el orden de movimiento es su posicion en la
      * historia del canal (1 = el primero).
       4000-MUESTRA-MOVIMIENTOS.
           PERFORM 2500-CONSULTA-LIBRO
           MOVE SPACES TO WX-LINEA
           STRING 'CANAL ' CA-CANAL ' ' TXT-NOM(1:40)
              DELIMITED SIZE INTO WX-LINEA
           PERFORM 5900-ENVIA-LINEA
           IF WX-TOT-MONEDAS = 0
              MOVE 'SIN MOVIMIENTOS EN EL LIBRO AUXILIAR' TO WX-LINEA
              PERFORM 5900-ENVIA-LINEA
           END-IF
           PERFORM VARYING WX-I FROM 1 BY 1
                   UNTIL WX-I > WX-TOT-MONEDAS
              MOVE WX-SAL-SALDO(WX-I) TO WX-SALDO-ED
              IF WX-SAL-SALDO(WX-I) < 0
                 MOVE 'EL CANAL NOS DEBE' TO WX-SITUACION
              ELSE
                 MOVE 'A FAVOR DEL CANAL' TO WX-SITUACION
              END-IF
              MOVE SPACES TO WX-LINEA
              STRING 'SALDO ' WX-SAL-MONEDA(WX-I) ' ' WX-SALDO-ED
                     ' ' WX-SITUACION ' AL ' WX-SAL-FECHA(WX-I)
                 DELIMITED SIZE INTO WX-LINEA
              PERFORM 5900-ENVIA-LINEA
           END-PERFORM
           IF WX-CANT-MOVS > 0
              MOVE WX-MOV-SECUENCIA(1) TO CA-SEC-RECIENTE
              MOVE WX-MOV-SECUENCIA(WX-CANT-MOVS) TO CA-SEC-ANTIGUA
              MOVE SPACES TO WX-LINEA
              STRING 'MOVIMIENTOS ' CA-SEC-RECIENTE ' A '
                     CA-SEC-ANTIGUA ' DE ' WX-TOT-MOVIMIENTOS
                     ' (DEL MAS RECIENTE AL MAS ANTIGUO)'
                 DELIMITED SIZE INTO WX-LINEA
              PERFORM 5900-ENVIA-LINEA
           END-IF
           PERFORM VARYING WX-I FROM 1 BY 1
                   UNTIL WX-I > WX-CANT-MOVS
              MOVE WX-MOV-MONTO(WX-I) TO WX-MONTO-ED
              MOVE WX-MOV-SALDO(WX-I) TO WX-SALDO-ED
              MOVE SPACES TO WX-LINEA
              STRING WX-MOV-SECUENCIA(WX-I) ' ' WX-MOV-FECHA(WX-I)
                     ' ' WX-MOV-TIPO(WX-I) ' ' WX-MOV-SENTIDO(WX-I)
                     WX-MONTO-ED ' ' WX-MOV-REFERENCIA(WX-I)
                     ' ' WX-MOV-OPERADOR(WX-I) WX-SALDO-ED
                     ' ' WX-MOV-MONEDA(WX-I)
                 DELIMITED SIZE INTO WX-LINEA
              PERFORM 5900-ENVIA-LINEA
           END-PERFORM
           PERFORM 4100-RESUMEN-PENDIENTES.
      *
       4100-RESUMEN-PENDIENTES.
           MOVE 0 TO WX-TOT-FAC, WX-TOT-INT, WX-TOT-PAG
           PERFORM VARYING WX-I FROM 1 BY 1
                   UNTIL WX-I > WX-TOT-PENDIENTES
              EVALUATE WX-PEN-CLASE(WX-I)
                 WHEN 'FAC' ADD WX-PEN-MONTO(WX-I) TO WX-TOT-FAC
                 WHEN 'INT' ADD WX-PEN-MONTO(WX-I) TO WX-TOT-INT
                 WHEN OTHER ADD WX-PEN-MONTO(WX-I) TO WX-TOT-PAG
              END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WX-LINEA
           IF WX-TRUNCADO = 'S'
              STRING 'PENDIENTES: ' WX-TOT-PENDIENTES
                     ' PARTIDAS (LISTA CORTADA, HAY MAS) - VER CON P'
                 DELIMITED SIZE INTO WX-LINEA
           ELSE
              STRING 'PENDIENTES: ' WX-TOT-PENDIENTES
                     ' PARTIDAS - VER CON P'
                 DELIMITED SIZE INTO WX-LINEA
           END-IF
           PERFORM 5900-ENVIA-LINEA
           MOVE SPACES TO WX-LINEA
           MOVE WX-TOT-FAC TO WX-TOTAL-ED
           STRING ' FAC CARGOS ABIERTOS    ' WX-TOTAL-ED
              DELIMITED SIZE INTO WX-LINEA
           PERFORM 5900-ENVIA-LINEA
           MOVE SPACES TO WX-LINEA
           MOVE WX-TOT-INT TO WX-TOTAL-ED
           STRING ' INT INTERES SIN PAGAR  ' WX-TOTAL-ED
              DELIMITED SIZE INTO WX-LINEA
           PERFORM 5900-ENVIA-LINEA
           MOVE SPACES TO WX-LINEA
           MOVE WX-TOT-PAG TO WX-TOTAL-ED
           STRING ' PAG PAGOS PROGRAMADOS  ' WX-TOTAL-ED
              DELIMITED SIZE INTO WX-LINEA
           PERFORM 5900-ENVIA-LINEA.
      *
       4300-MOVIMIENTOS-ANTERIORES.
           IF CA-SEC-ANTIGUA NOT > 1
              MOVE 'INICIO DE LA HISTORIA DEL CANAL' TO WX-RESPUESTA
           ELSE
              MOVE CA-SEC-ANTIGUA TO WX-HASTA-SECUENCIA
              PERFORM 4500-RELEE-CANAL
              PERFORM 4000-MUESTRA-MOVIMIENTOS
           END-IF.
      *
       4400-MOVIMIENTOS-POSTERIORES.
           IF CA-SEC-RECIENTE NOT < CA-TOT-MOVIMIENTOS
              MOVE 'YA ESTAN EN PANTALLA LOS MOVIMIENTOS MAS RECIENTES'
                TO WX-RESPUESTA
           ELSE
              COMPUTE WX-HASTA-SECUENCIA = CA-SEC-RECIENTE
                                         + WX-LINEAS-PAGINA + 1
              PERFORM 4500-RELEE-CANAL
              PERFORM 4000-MUESTRA-MOVIMIENTOS
           END-IF.
      *
       4500-RELEE-CANAL.
           MOVE CA-CANAL TO COD-CANAL
           EXEC CICS
               READ DATASET('HOST004')
                    INTO(REG-HOST004)
                    RIDFLD(COD-CANAL)
                    RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              MOVE SPACES TO TXT-NOM
           END-IF.
      *
       5000-MUESTRA-PENDIENTES.
           MOVE 0 TO WX-HASTA-SECUENCIA
           PERFORM 2500-CONSULTA-LIBRO
           IF CA-PEN-INICIO > WX-TOT-PENDIENTES AND CA-PEN-INICIO > 1
              MOVE 'FIN DE LOS PENDIENTES' TO WX-RESPUESTA
              SUBTRACT WX-LINEAS-PAGINA FROM CA-PEN-INICIO
              IF CA-PEN-INICIO > WX-TOT-PENDIENTES
                 MOVE 1 TO CA-PEN-INICIO
              END-IF
           END-IF
           COMPUTE WX-HASTA = CA-PEN-INICIO + WX-LINEAS-PAGINA - 1
           IF WX-HASTA > WX-TOT-PENDIENTES
              MOVE WX-TOT-PENDIENTES TO WX-HASTA
           END-IF
           MOVE SPACES TO WX-LINEA
           IF WX-TRUNCADO = 'S'
              STRING 'PENDIENTES CANAL ' CA-CANAL ' - '
                     CA-PEN-INICIO ' A ' WX-HASTA ' DE '
                     WX-TOT-PENDIENTES ' (LISTA CORTADA, HAY MAS)'
                 DELIMITED SIZE INTO WX-LINEA
           ELSE
              STRING 'PENDIENTES CANAL ' CA-CANAL ' - '
                     CA-PEN-INICIO ' A ' WX-HASTA ' DE '
                     WX-TOT-PENDIENTES
                 DELIMITED SIZE INTO WX-LINEA
           END-IF
           PERFORM 5900-ENVIA-LINEA
           IF WX-TOT-PENDIENTES = 0
              MOVE 'EL CANAL NO TIENE PARTIDAS PENDIENTES' TO WX-LINEA
              PERFORM 5900-ENVIA-LINEA
           END-IF
           PERFORM VARYING WX-I FROM CA-PEN-INICIO BY 1
                   UNTIL WX-I > WX-HASTA
              MOVE WX-PEN-MONTO(WX-I) TO WX-MONTO-ED
              MOVE SPACES TO WX-FECHA-ED
              IF WX-PEN-FECHA(WX-I) > 0
                 MOVE WX-PEN-FECHA(WX-I) TO WX-FECHA-ED
              END-IF
              MOVE SPACES TO WX-LINEA
              STRING WX-PEN-CLASE(WX-I) ' ' WX-FECHA-ED
                     ' ' WX-PEN-REFERENCIA(WX-I) WX-MONTO-ED
                     ' ' WX-PEN-DETALLE(WX-I)
                 DELIMITED SIZE INTO WX-LINEA
              PERFORM 5900-ENVIA-LINEA
           END-PERFORM
           MOVE 'FAC = NOS DEBE   INT/PAG = LE DEBEMOS' TO WX-LINEA
           PERFORM 5900-ENVIA-LINEA.
      *
       5300-PENDIENTES-ANTERIORES.
           IF CA-PEN-INICIO NOT > 1
              MOVE 'INICIO DE LOS PENDIENTES' TO WX-RESPUESTA
           ELSE
              IF CA-PEN-INICIO > WX-LINEAS-PAGINA
                 SUBTRACT WX-LINEAS-PAGINA FROM CA-PEN-INICIO
              ELSE
                 MOVE 1 TO CA-PEN-INICIO
              END-IF
              PERFORM 5000-MUESTRA-PENDIENTES
           END-IF.
      *
       5400-PENDIENTES-SIGUIENTES.
           ADD WX-LINEAS-PAGINA TO CA-PEN-INICIO
           PERFORM 5000-MUESTRA-PENDIENTES.
      *
       5900-ENVIA-LINEA.
           EXEC CICS
               SEND TEXT FROM(WX-LINEA)
                         LENGTH(LENGTH OF WX-LINEA)
           END-EXEC.
      *
       2300-ENVIA-DATOS.
           EXEC CICS
               SEND TEXT FROM(WX-RESPUESTA)
                         LENGTH(LENGTH OF WX-RESPUESTA)
           END-EXEC.
      *
       3000-VUELVE-A-ESPERAR.
           SET CA-ESPERA-ENTRADA TO TRUE
           EXEC CICS
               RETURN TRANSID('Q23')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
