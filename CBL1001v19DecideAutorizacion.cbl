      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reglas de autorizacion de monto compartidas por la
      *  transaccion en linea QG1C0012 y la pre-autorizacion batch
      *  QG1CX237, para que las dos no se separen. El que llama lee
      *  el canal y su calificacion de riesgo (en linea con EXEC
      *  CICS, en batch con sus archivos) y pasa lo leido; la rutina
      *  aplica, en este orden:
      *    - digito verificador del codigo de 4 posiciones (CALL
      *      QG1CX093); invalido = RECHAZADO y no se anota,
      *    - canal inexistente, INACTIVO, SUSPENDIDO o PENDIENTE,
      *    - conversion del monto a la moneda del tope (CALL
      *      QG1CX132 a la fecha pedida; sin tasa vigente o con tasa
      *      vencida = RECHAZADO),
      *    - MTO-LIMITE-TRX (cero = sin tope),
      *    - rating 'D': limite efectivo a la mitad, el exceso entre
      *      el efectivo y el tope pleno = REFERIDO,
      *    - cupo diario (CUPO-DIARIO-nnn o CUPO-DIARIO via CALL
      *      QG1CX112) contra lo APROBADO del canal en la fecha segun
      *      QG1AUTLOG.DAT (CALL QG1CX163 'C'), con la marca de
      *      DUPLICADO PROBABLE,
      *  y anota la decision en QG1AUTLOG.DAT (CALL QG1CX163 'A') para
      *  que lo aprobado consuma cupo. Regresa el texto de respuesta
      *  de 80 y la decision: 'A' aprobado, 'R' rechazado, 'F'
      *  referido (en la bitacora un referido queda como 'R': no
      *  consume cupo hasta que se autorice a mano).
      * Topes temporales: el tope que se compara ya no es siempre
      *  MTO-LIMITE-TRX; la rutina QG1CX238 regresa el tope que rige
      *  en la fecha pedida (un limite temporal aprobado y vigente de
      *  QG1LIMTMP.DAT, o el del maestro). El rating 'D' parte a la
      *  mitad ese tope vigente, y el rechazo por tope temporal dice
      *  EXCEDE TOPE TEMP para que el operador sepa cual rigio.
      * Cupo agregado: despues del cupo diario del canal se consulta
      *  el cupo agregado de la jerarquia (CALL QG1CX243): si el
      *  propio canal o alguno de sus padres con limite agregado
      *  (QG1LIMAGR.DAT) no tiene cupo diario o mensual para el
      *  monto, la respuesta es RECHAZADO con el nodo excedido y lo
      *  que le quedaba disponible.
      * Lista de vigilancia: un canal con una coincidencia CONFIRMADA
      *  contra la lista de sanciones y PEP (CALL QG1CX254) no se
      *  aprueba ni se rechaza por monto: toda autorizacion que pase
      *  las reglas de estado del canal queda REFERIDA ('F') con la
      *  entrada de la lista, para que cumplimiento la vea a mano.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX236.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
      *************************
       WORKING-STORAGE SECTION.
       01 WX-DIGITO-OK      PIC X(01).
       01 WX-MONTO-ED       PIC ZZZZZZZZ9,99.
       01 WX-LIMITE-ED      PIC ZZZZZZZZ9,99.
       01 WX-MONEDA         PIC X(03).
       01 WX-MONTO-CONV     PIC 9(09)V9(02).
       01 WX-TASA-APLICADA  PIC 9(05)V9(06).
       01 WX-CONVERSION-OK  PIC X(01).

       01 WX-ACCION-CUPO    PIC X(01).
       01 WX-RESULTADO-AUT  PIC X(01).
       01 WX-SUMA-DIA       PIC 9(11)V9(02) VALUE 0.
       01 WX-DUPLICADO      PIC X(01) VALUE 'N'.
       01 WX-CUPO-DIARIO    PIC 9(11)V9(02) VALUE 0.
       01 WX-PARAM-CLAVE    PIC X(20).
       01 WX-PARAM-VALOR    PIC X(20).
       01 WX-PARAM-HALLADO  PIC X(01).
       01 WX-SUMA-ED        PIC ZZZZZZZZZZ9,99.
       01 WX-MOTIVO         PIC X(30) VALUE SPACES.

       01 WX-LIMITE-EFECTIVO PIC S9(09)V9(02) VALUE 0.
       01 WX-LIMITE-VIGENTE PIC S9(09)V9(02) VALUE 0.
       01 WX-HAY-TEMPORAL   PIC X(01) VALUE 'N'.

       01 WX-AGR-NODO       PIC X(03).
       01 WX-AGR-TIPO       PIC X(01).
       01 WX-AGR-DISPONIBLE PIC S9(13)V9(02).
       01 WX-AGR-ED         PIC ZZZZZZZZZZZZ9,99.
       01 WX-EFECTIVO-ED    PIC ZZZZZZZZ9,99.

       01 WX-LISTA-BLOQUEO  PIC X(01).
       01 WX-LISTA-ID       PIC X(12).
       01 WX-LISTA-TIPO     PIC X(01).

       LINKAGE SECTION.
       01 LS-CODIGO-COMPLETO PIC 9(04).
       01 LS-MONEDA          PIC X(03).
       01 LS-MONTO           PIC 9(09)V9(02).
       01 LS-FECHA           PIC 9(08).
       01 LS-HORA            PIC 9(06).
       01 LS-CANAL-HALLADO   PIC X(01).
       01 LS-COD-CANAL       PIC X(03).
       01 LS-IND-ESTADO      PIC X(01).
          88 LS-CANAL-INACTIVO   VALUE 'I'.
          88 LS-CANAL-PENDIENTE  VALUE 'P'.
          88 LS-CANAL-SUSPENDIDO VALUE 'S'.
       01 LS-LIMITE-TRX      PIC S9(09)V9(02) USAGE IS COMP-3.
       01 LS-MONEDA-LIM      PIC X(03).
       01 LS-RATING          PIC X(01).
       01 LS-RESPUESTA       PIC X(80).
       01 LS-DECISION        PIC X(01).

       PROCEDURE DIVISION USING LS-CODIGO-COMPLETO,
                                LS-MONEDA,
                                LS-MONTO,
                                LS-FECHA,
                                LS-HORA,
                                LS-CANAL-HALLADO,
                                LS-COD-CANAL,
                                LS-IND-ESTADO,
                                LS-LIMITE-TRX,
                                LS-MONEDA-LIM,
                                LS-RATING,
                                LS-RESPUESTA,
                                LS-DECISION.
      *************************
       0000-MAIN.
            MOVE SPACES TO LS-RESPUESTA
            MOVE 'R' TO LS-DECISION
            MOVE LS-MONTO TO WX-MONTO-ED

            CALL 'QG1CX093' USING LS-CODIGO-COMPLETO, WX-DIGITO-OK
            IF WX-DIGITO-OK NOT = 'S'
               STRING 'RECHAZADO - DIGITO VERIFICADOR INVALIDO: '
                         DELIMITED SIZE
                      LS-CODIGO-COMPLETO DELIMITED SIZE
                 INTO LS-RESPUESTA
            ELSE
               PERFORM 1000-EVALUA-CANAL
               PERFORM 3000-ANOTA-DECISION
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-EVALUA-CANAL.
            MOVE LS-MONEDA TO WX-MONEDA
            MOVE LS-MONTO TO WX-MONTO-CONV
            MOVE 0   TO WX-SUMA-DIA, WX-CUPO-DIARIO
            MOVE 0   TO WX-LIMITE-EFECTIVO, WX-LIMITE-VIGENTE
            MOVE 'N' TO WX-DUPLICADO, WX-HAY-TEMPORAL
            MOVE SPACES TO WX-AGR-NODO, WX-AGR-TIPO
            MOVE 0 TO WX-AGR-DISPONIBLE
            MOVE SPACE TO WX-CONVERSION-OK
            MOVE 'N' TO WX-LISTA-BLOQUEO
            IF WX-MONEDA = SPACES
               MOVE 'PEN' TO WX-MONEDA
            END-IF
            IF LS-CANAL-HALLADO = 'S'
               CALL 'QG1CX254' USING LS-COD-CANAL, WX-LISTA-BLOQUEO,
                                      WX-LISTA-ID, WX-LISTA-TIPO
               CALL 'QG1CX132' USING WX-MONEDA, LS-MONEDA-LIM,
                                      LS-FECHA, LS-MONTO,
                                      WX-MONTO-CONV, WX-TASA-APLICADA,
                                      WX-CONVERSION-OK
               CALL 'QG1CX238' USING LS-COD-CANAL, LS-FECHA,
                                      LS-MONEDA-LIM, LS-LIMITE-TRX,
                                      WX-LIMITE-VIGENTE,
                                      WX-HAY-TEMPORAL
               PERFORM 2000-CONSULTA-CUPO
               CALL 'QG1CX243' USING LS-COD-CANAL, LS-FECHA,
                                      LS-MONTO, WX-MONEDA,
                                      WX-AGR-NODO, WX-AGR-TIPO,
                                      WX-AGR-DISPONIBLE
               IF LS-RATING = 'D' AND WX-LIMITE-VIGENTE > 0
                  COMPUTE WX-LIMITE-EFECTIVO ROUNDED =
                     WX-LIMITE-VIGENTE / 2
               END-IF
            END-IF

            EVALUATE TRUE
               WHEN LS-CANAL-HALLADO NOT = 'S'
                  STRING 'RECHAZADO - CANAL NO EXISTE: '
                            DELIMITED SIZE
                         LS-COD-CANAL DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN LS-CANAL-INACTIVO
                  STRING 'RECHAZADO - CANAL INACTIVO: '
                            DELIMITED SIZE
                         LS-COD-CANAL DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN LS-CANAL-SUSPENDIDO
                  STRING 'RECHAZADO - CANAL SUSPENDIDO: '
                            DELIMITED SIZE
                         LS-COD-CANAL DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN LS-CANAL-PENDIENTE
                  STRING 'RECHAZADO - CANAL PENDIENTE DE '
                            DELIMITED SIZE
                         'CERTIFICACION: ' DELIMITED SIZE
                         LS-COD-CANAL DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN WX-LISTA-BLOQUEO = 'S'
                  STRING 'REFERIDO - CANAL CON COINCIDENCIA EN LISTA '
                            DELIMITED SIZE
                         'DE VIGILANCIA: ' DELIMITED SIZE
                         WX-LISTA-ID DELIMITED SIZE
                    INTO LS-RESPUESTA
                  MOVE 'F' TO LS-DECISION
               WHEN WX-CONVERSION-OK NOT = 'S'
                  STRING 'RECHAZADO - SIN TIPO DE CAMBIO PARA '
                            DELIMITED SIZE
                         WX-MONEDA DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN WX-LIMITE-VIGENTE > 0
                    AND WX-MONTO-CONV > WX-LIMITE-VIGENTE
                  MOVE WX-LIMITE-VIGENTE TO WX-LIMITE-ED
                  IF WX-HAY-TEMPORAL = 'S'
                     STRING 'RECHAZADO - MONTO ' DELIMITED SIZE
                            WX-MONTO-ED         DELIMITED SIZE
                            ' ' WX-MONEDA       DELIMITED SIZE
                            ' EXCEDE TOPE TEMP ' DELIMITED SIZE
                            WX-LIMITE-ED        DELIMITED SIZE
                            ' TC ' WX-TASA-APLICADA DELIMITED SIZE
                       INTO LS-RESPUESTA
                  ELSE
                     STRING 'RECHAZADO - MONTO ' DELIMITED SIZE
                            WX-MONTO-ED         DELIMITED SIZE
                            ' ' WX-MONEDA       DELIMITED SIZE
                            ' EXCEDE LIMITE '   DELIMITED SIZE
                            WX-LIMITE-ED        DELIMITED SIZE
                            ' TC ' WX-TASA-APLICADA DELIMITED SIZE
                       INTO LS-RESPUESTA
                  END-IF
               WHEN LS-RATING = 'D'
                    AND WX-LIMITE-EFECTIVO > 0
                    AND WX-MONTO-CONV > WX-LIMITE-EFECTIVO
                  MOVE WX-LIMITE-EFECTIVO TO WX-EFECTIVO-ED
                  STRING 'REFERIDO - CANAL RIESGO D, MONTO '
                            DELIMITED SIZE
                         WX-MONTO-ED DELIMITED SIZE
                         ' EXCEDE LIMITE EFECTIVO ' DELIMITED SIZE
                         WX-EFECTIVO-ED DELIMITED SIZE
                    INTO LS-RESPUESTA
                  MOVE 'F' TO LS-DECISION
               WHEN WX-CUPO-DIARIO > 0
                    AND WX-SUMA-DIA + WX-MONTO-CONV > WX-CUPO-DIARIO
                  MOVE WX-SUMA-DIA TO WX-SUMA-ED
                  STRING 'RECHAZADO - CUPO DIARIO EXCEDIDO: '
                            DELIMITED SIZE
                         'APROBADO HOY ' DELIMITED SIZE
                         WX-SUMA-ED      DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN WX-AGR-TIPO = 'D'
                  MOVE WX-AGR-DISPONIBLE TO WX-AGR-ED
                  STRING 'RECHAZADO - CUPO AGREGADO DIARIO EXCEDIDO '
                            DELIMITED SIZE
                         'NODO ' WX-AGR-NODO DELIMITED SIZE
                         ' DISP ' WX-AGR-ED  DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN WX-AGR-TIPO = 'M'
                  MOVE WX-AGR-DISPONIBLE TO WX-AGR-ED
                  STRING 'RECHAZADO - CUPO AGREGADO MENSUAL EXCEDIDO '
                            DELIMITED SIZE
                         'NODO ' WX-AGR-NODO DELIMITED SIZE
                         ' DISP ' WX-AGR-ED  DELIMITED SIZE
                    INTO LS-RESPUESTA
               WHEN OTHER
                  STRING 'APROBADO - CANAL ' DELIMITED SIZE
                         LS-COD-CANAL        DELIMITED SIZE
                         ' MONTO '           DELIMITED SIZE
                         WX-MONTO-ED         DELIMITED SIZE
                    INTO LS-RESPUESTA
                  IF WX-DUPLICADO = 'S'
                     STRING 'APROBADO - CANAL ' DELIMITED SIZE
                            LS-COD-CANAL        DELIMITED SIZE
                            ' MONTO '           DELIMITED SIZE
                            WX-MONTO-ED         DELIMITED SIZE
                            ' DUPLICADO PROBABLE' DELIMITED SIZE
                       INTO LS-RESPUESTA
                  END-IF
                  MOVE 'A' TO LS-DECISION
            END-EVALUATE.
      *
      * Cupo diario del canal: primero el parametro especifico
      * CUPO-DIARIO-nnn, si no existe el global CUPO-DIARIO; sin
      * parametro el cupo queda en cero y no se controla.
       2000-CONSULTA-CUPO.
            MOVE 'C' TO WX-ACCION-CUPO
            MOVE SPACE TO WX-RESULTADO-AUT
            CALL 'QG1CX163' USING WX-ACCION-CUPO, LS-COD-CANAL,
                                   LS-FECHA, LS-HORA,
                                   WX-MONTO-CONV, WX-RESULTADO-AUT,
                                   WX-SUMA-DIA, WX-DUPLICADO,
                                   WX-MOTIVO

            MOVE 0 TO WX-CUPO-DIARIO
            MOVE SPACES TO WX-PARAM-CLAVE
            STRING 'CUPO-DIARIO-' LS-COD-CANAL
               DELIMITED SIZE INTO WX-PARAM-CLAVE
            CALL 'QG1CX112' USING WX-PARAM-CLAVE, WX-PARAM-VALOR,
                                   WX-PARAM-HALLADO
            IF WX-PARAM-HALLADO NOT = 'S'
               MOVE 'CUPO-DIARIO' TO WX-PARAM-CLAVE
               CALL 'QG1CX112' USING WX-PARAM-CLAVE, WX-PARAM-VALOR,
                                      WX-PARAM-HALLADO
            END-IF
            IF WX-PARAM-HALLADO = 'S'
               MOVE FUNCTION NUMVAL(WX-PARAM-VALOR)
                 TO WX-CUPO-DIARIO
            END-IF.
      *
       3000-ANOTA-DECISION.
            IF LS-DECISION = 'A'
               MOVE 'A' TO WX-RESULTADO-AUT
            ELSE
               MOVE 'R' TO WX-RESULTADO-AUT
            END-IF
            MOVE 'A' TO WX-ACCION-CUPO
            CALL 'QG1CX163' USING WX-ACCION-CUPO, LS-COD-CANAL,
                                   LS-FECHA, LS-HORA,
                                   WX-MONTO-CONV, WX-RESULTADO-AUT,
                                   WX-SUMA-DIA, WX-DUPLICADO,
                                   WX-MOTIVO.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX236.
