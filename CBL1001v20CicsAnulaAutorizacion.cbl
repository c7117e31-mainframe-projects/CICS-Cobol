      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Una aprobacion de QG1C0012 que el cliente no uso
      *  seguia en QG1AUTLOG.DAT consumiendo el cupo diario del canal
      *  hasta la medianoche. Esta transaccion pseudo-conversacional
      *  (mismo patron que QG1C0013: una linea de texto separada por
      *  '|', SEND/RECEIVE de texto sin mapa BMS) anula una
      *  aprobacion DEL DIA:
      *    oper|canal(4)|hora HHMM|moneda|monto|motivo
      *  El operador necesita permiso de baja (CALL QG1CX109, 'D') y
      *  el canal dentro de su alcance (CALL QG1CX210); el canal se
      *  valida con su digito (CALL QG1CX093) y el monto se lleva a
      *  la moneda del tope con la tasa de hoy (CALL QG1CX132), tal
      *  como quedo anotado. La rutina de cupo (CALL QG1CX163,
      *  accion 'V') busca la aprobacion por canal, monto y minuto y
      *  agrega la anulacion con el motivo: desde ese momento la
      *  consulta de cupo ya no la cuenta, y el cruce nocturno
      *  QG1CX164 la da por cerrada.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0017.
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
       01 WX-PREGUNTA-ANULA.
           05 WX-PN.
               10 FILLER    PIC X(48) VALUE
                  'OPERADOR|CANAL|HHMM|MONEDA|MONTO|MOTIVO :'.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).

       01 WX-OPERADOR       PIC X(08).
       01 WX-CODIGO-TEXTO   PIC X(04).
       01 WX-CODIGO-COMPLETO PIC 9(04).
       01 WX-HORA-TEXTO     PIC X(04).
       01 WX-MONEDA         PIC X(03).
       01 WX-MONTO-TEXTO    PIC X(15).
       01 WX-MOTIVO         PIC X(30).
       01 WX-MONTO          PIC 9(09)V9(02).
       01 WX-MONTO-ED       PIC ZZZZZZZZ9,99.

       01 WX-PERMISO-OP     PIC X(01) VALUE 'D'.
       01 WX-AUTORIZADO     PIC X(01).
       01 WX-DENTRO-ALCANCE PIC X(01).
       01 WX-DIGITO-OK      PIC X(01).

       01 WS-RESP-CICS      PIC S9(8) COMP.
       01 WX-FECHA-HOY      PIC 9(08).
       01 WX-MONTO-CONV     PIC 9(09)V9(02).
       01 WX-TASA-APLICADA  PIC 9(05)V9(06).
       01 WX-CONVERSION-OK  PIC X(01).

       01 WX-ACCION-CUPO    PIC X(01) VALUE 'V'.
       01 WX-HORA-AUT       PIC 9(06).
       01 WX-RESULTADO-AUT  PIC X(01).
       01 WX-SUMA-DIA       PIC 9(11)V9(02).
       01 WX-DUPLICADO      PIC X(01).

           COPY QG1CAN01.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CA-ESTADO         PIC X(01).
               88 CA-ESPERA-ENTRADA VALUE 'E'.

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
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2000-PROCESA-ENTRADA.
           PERFORM 2150-RECIBIR-DATOS
           PERFORM 2175-PARTE-ENTRADA
           MOVE SPACES TO WX-RESPUESTA
           CALL 'QG1CX109' USING WX-OPERADOR, WX-PERMISO-OP,
                                  WX-AUTORIZADO
           IF WX-AUTORIZADO NOT = 'S'
              STRING 'OPERADOR SIN PERMISO PARA ANULAR: '
                        DELIMITED SIZE
                     WX-OPERADOR DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              PERFORM 2200-VALIDA-ENTRADA
              IF WX-RESPUESTA = SPACES
                 PERFORM 2250-LEE-CANAL
              END-IF
              IF WX-RESPUESTA = SPACES
                 PERFORM 2270-ANULA
              END-IF
           END-IF
           PERFORM 2300-ENVIA-DATOS
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2100-PEDIR-DATOS.
           EXEC CICS
               SEND TEXT FROM(WX-PREGUNTA-ANULA)
                         LENGTH(LENGTH OF WX-PREGUNTA-ANULA)
                         ERASE
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
           MOVE SPACES TO WX-OPERADOR, WX-CODIGO-TEXTO, WX-HORA-TEXTO,
                          WX-MONEDA, WX-MONTO-TEXTO, WX-MOTIVO
           UNSTRING WX-ENTRADA DELIMITED BY '|'
              INTO WX-OPERADOR, WX-CODIGO-TEXTO, WX-HORA-TEXTO,
                   WX-MONEDA, WX-MONTO-TEXTO, WX-MOTIVO.
      *
       2200-VALIDA-ENTRADA.
           MOVE 0 TO WX-MONTO
           IF WX-MONTO-TEXTO NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-MONTO-TEXTO) TO WX-MONTO
           END-IF
           IF WX-MONEDA = SPACES
              MOVE 'PEN' TO WX-MONEDA
           END-IF
           EVALUATE TRUE
              WHEN WX-CODIGO-TEXTO NOT NUMERIC
                 STRING 'RECHAZADO - CANAL INVALIDO: ' DELIMITED SIZE
                        WX-CODIGO-TEXTO DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-HORA-TEXTO NOT NUMERIC
                   OR WX-HORA-TEXTO(1:2) > '23'
                   OR WX-HORA-TEXTO(3:2) > '59'
                 STRING 'RECHAZADO - HORA INVALIDA: ' DELIMITED SIZE
                        WX-HORA-TEXTO DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-MONTO = 0
                 MOVE 'RECHAZADO - FALTA EL MONTO' TO WX-RESPUESTA
              WHEN WX-MOTIVO = SPACES
                 MOVE 'RECHAZADO - FALTA EL MOTIVO DE LA ANULACION'
                   TO WX-RESPUESTA
              WHEN OTHER
                 MOVE WX-CODIGO-TEXTO TO WX-CODIGO-COMPLETO
                 CALL 'QG1CX093' USING WX-CODIGO-COMPLETO,
                                        WX-DIGITO-OK
                 IF WX-DIGITO-OK NOT = 'S'
                    STRING 'RECHAZADO - DIGITO VERIFICADOR INVALIDO: '
                              DELIMITED SIZE
                           WX-CODIGO-TEXTO DELIMITED SIZE
                      INTO WX-RESPUESTA
                 ELSE
                    MOVE WX-CODIGO-TEXTO(1:3) TO COD-CANAL
                    CALL 'QG1CX210' USING WX-OPERADOR, COD-CANAL,
                                           WX-DENTRO-ALCANCE
                    IF WX-DENTRO-ALCANCE NOT = 'S'
                       STRING 'RECHAZADO - CANAL ' DELIMITED SIZE
                              COD-CANAL DELIMITED SIZE
                              ' FUERA DEL ALCANCE DE ' DELIMITED SIZE
                              WX-OPERADOR DELIMITED SIZE
                         INTO WX-RESPUESTA
                    END-IF
                 END-IF
           END-EVALUATE.
      *
      * La bitacora guarda el monto en la moneda del tope: se
      * convierte igual que al aprobar, con la tasa de hoy.
       2250-LEE-CANAL.
           EXEC CICS
               READ DATASET('HOST004')
                    INTO(REG-HOST004)
                    RIDFLD(COD-CANAL)
                    RESP(WS-RESP-CICS)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WX-FECHA-HOY
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              STRING 'RECHAZADO - CANAL NO EXISTE: ' DELIMITED SIZE
                     COD-CANAL DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              CALL 'QG1CX132' USING WX-MONEDA, COD-MONEDA-LIM,
                                     WX-FECHA-HOY, WX-MONTO,
                                     WX-MONTO-CONV, WX-TASA-APLICADA,
                                     WX-CONVERSION-OK
              IF WX-CONVERSION-OK NOT = 'S'
                 STRING 'RECHAZADO - SIN TIPO DE CAMBIO PARA '
                           DELIMITED SIZE
                        WX-MONEDA DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
       2270-ANULA.
           MOVE WX-HORA-TEXTO TO WX-HORA-AUT(1:4)
           MOVE '00'          TO WX-HORA-AUT(5:2)
           MOVE SPACE TO WX-RESULTADO-AUT
           CALL 'QG1CX163' USING WX-ACCION-CUPO, COD-CANAL,
                                  WX-FECHA-HOY, WX-HORA-AUT,
                                  WX-MONTO-CONV, WX-RESULTADO-AUT,
                                  WX-SUMA-DIA, WX-DUPLICADO,
                                  WX-MOTIVO
           MOVE WX-MONTO TO WX-MONTO-ED
           EVALUATE WX-RESULTADO-AUT
              WHEN 'S'
                 STRING 'ANULADA - CANAL ' DELIMITED SIZE
                        COD-CANAL          DELIMITED SIZE
                        ' MONTO '          DELIMITED SIZE
                        WX-MONTO-ED        DELIMITED SIZE
                        ' APROBADA A LAS ' DELIMITED SIZE
                        WX-HORA-AUT        DELIMITED SIZE
                        ', CUPO LIBERADO'  DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN 'Y'
                 STRING 'RECHAZADO - LA APROBACION YA ESTABA '
                           DELIMITED SIZE
                        'ANULADA' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 STRING 'RECHAZADO - NO HAY APROBACION DE HOY DEL '
                           DELIMITED SIZE
                        'CANAL ' COD-CANAL ' A LAS '
                           DELIMITED SIZE
                        WX-HORA-TEXTO ' POR ' WX-MONTO-ED
                           DELIMITED SIZE
                   INTO WX-RESPUESTA
           END-EVALUATE.
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
               RETURN TRANSID('Q17')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
