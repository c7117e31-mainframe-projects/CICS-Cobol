      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Registro en linea de las disputas de movimientos
      *  que presentan los operadores de canal (QG1DISPUT.DAT, COPY
      *  QG1DSP01), que hasta hoy vivian en correos. Transaccion
      *  pseudo-conversacional con el mismo patron que QG1C0018 (una
      *  linea de texto separada por '|', SEND/RECEIVE de texto sin
      *  mapa BMS):
      *    oper|accion|canal|d1|d2|d3|d4|texto
      *  accion:
      *    A = alta: d1 fecha y d2 secuencia del movimiento archivado
      *        (las muestra la extraccion QG1CX170), d3 monto
      *        reclamado (en blanco = todo el movimiento), d4 motivo
      *        NR/DU/MI/NA/OT, texto = descripcion (obligatoria con
      *        OT). El movimiento debe existir en QG1TRXARC.DAT, no
      *        ser un reverso ni estar ya reversado, el reclamo no
      *        puede pasar su monto y no puede tener otra disputa
      *        abierta. El numero corre por canal y el plazo es
      *        DISPUTA-PLAZO-DIAS (QG1CX112, por defecto 30),
      *    C = consulta: d1 numero; vuelve a leer el movimiento en el
      *        historico y avisa ANU si fue reversado despues,
      *    S = asignar responsable: d1 numero, d2 operador, que debe
      *        existir; la disputa pasa a 'I',
      *    N = nota: d1 numero, texto obligatorio,
      *    F = resolver a favor del canal: d1 numero, d2 monto del
      *        ajuste (en blanco = lo reclamado), texto obligatorio.
      *        El ajuste se lleva a soles con la tasa de hoy (CALL
      *        QG1CX132) y se anota en el libro QG1LIBRO.DAT como
      *        'DS' sentido 'H' con la referencia 'DSP' + numero (CALL
      *        QG1CX149),
      *    R = resolver en contra: d1 numero, texto obligatorio.
      *  La consulta pide solo el sign-on (QG1CX109 'S'); el resto
      *  pide permiso de escritura 'W' y el canal dentro del alcance
      *  del operador (QG1CX210). Nota y resolucion solo las hace el
      *  responsable asignado; una disputa resuelta ya no se toca.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0019.
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
       01 WX-PREGUNTA-DISP.
           05 WX-PN.
               10 FILLER    PIC X(48) VALUE
                  'OPER|ACCION A/C/S/N/F/R|CANAL|D1|D2|D3|D4|TEXTO:'.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).

       01 WX-OPERADOR       PIC X(08).
       01 WX-ACCION         PIC X(01).
           88 WX-ALTA            VALUE 'A'.
           88 WX-CONSULTA        VALUE 'C'.
           88 WX-ASIGNA          VALUE 'S'.
           88 WX-ANOTA           VALUE 'N'.
           88 WX-RESUELVE-FAVOR  VALUE 'F'.
           88 WX-RESUELVE-CONTRA VALUE 'R'.
           88 WX-DEL-RESPONSABLE VALUES 'N' 'F' 'R'.
           88 WX-ACCION-VALIDA   VALUES 'A' 'C' 'S' 'N' 'F' 'R'.
       01 WX-CANAL          PIC X(03).
       01 WX-DATO1          PIC X(12).
       01 WX-DATO2          PIC X(15).
       01 WX-DATO3          PIC X(15).
       01 WX-DATO4          PIC X(02).
       01 WX-TEXTO          PIC X(40).

       01 WX-ARC-FECHA      PIC 9(08).
       01 WX-ARC-SECUENCIA  PIC 9(05).
       01 WX-MONTO          PIC 9(09)V9(02).
       01 WX-MONTO-ED       PIC ZZZZZZZZ9,99.
       01 WX-RECLAMO-ED     PIC ZZZZZZZZ9,99.
       01 WX-FECHA-VALIDA   PIC X(01).

       01 WX-PERMISO-OP     PIC X(01).
       01 WX-AUTORIZADO     PIC X(01).
       01 WX-PERMISO-SIGNON PIC X(01) VALUE 'S'.
       01 WX-RESPONSABLE-OK PIC X(01).
       01 WX-DENTRO-ALCANCE PIC X(01).

       01 WS-RESP-CICS      PIC S9(8) COMP.
       01 WX-FECHA-HOY      PIC 9(08).

       01 WX-PARAM-CLAVE    PIC X(20) VALUE 'DISPUTA-PLAZO-DIAS'.
       01 WX-PARAM-VALOR    PIC X(20).
       01 WX-PARAM-HALLADO  PIC X(01).
       01 WX-PLAZO-DIAS     PIC S9(05) VALUE 30.
       01 WX-OPERACION-FECHA PIC X(01) VALUE 'A'.
       01 WX-FECHA-AUX      PIC 9(08) VALUE 0.
       01 WX-FECHA-LIMITE   PIC 9(08).
       01 WX-DIAS-RESULTADO PIC S9(07).

       01 WX-ULT-NUMERO     PIC 9(05).
       01 WX-FIN-BROWSE     PIC X(01).
       01 WX-ABIERTA-MISMO  PIC X(01).
       01 WX-NUMERO-ABIERTA PIC 9(05).

       01 WX-MONEDA-LIBRO   PIC X(03) VALUE 'PEN'.
       01 WX-MONTO-CONV     PIC 9(09)V9(02).
       01 WX-TASA-APLICADA  PIC 9(05)V9(06).
       01 WX-CONVERSION-OK  PIC X(01).
       01 WX-LIB-TIPO       PIC X(02) VALUE 'DS'.
       01 WX-LIB-SENTIDO    PIC X(01) VALUE 'H'.
       01 WX-LIB-MONTO      PIC 9(11)V9(02).
       01 WX-LIB-SALDO      PIC S9(11)V9(02).
       01 WX-MARCA-MOV      PIC X(04).

           COPY QG1DSP01.
           COPY QG1ARC01.
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
           IF WX-CONSULTA
              MOVE 'S' TO WX-PERMISO-OP
           ELSE
              MOVE 'W' TO WX-PERMISO-OP
           END-IF
           CALL 'QG1CX109' USING WX-OPERADOR, WX-PERMISO-OP,
                                  WX-AUTORIZADO
           IF WX-AUTORIZADO NOT = 'S'
              STRING 'OPERADOR SIN PERMISO SOBRE DISPUTAS: '
                        DELIMITED SIZE
                     WX-OPERADOR DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              PERFORM 2200-VALIDA-ENTRADA
              IF WX-RESPUESTA = SPACES
                 IF WX-ALTA
                    PERFORM 4000-ALTA-DISPUTA
                 ELSE
                    PERFORM 2250-LEE-DISPUTA
                 END-IF
              END-IF
              IF WX-RESPUESTA = SPACES
                 EVALUATE TRUE
                    WHEN WX-CONSULTA
                       PERFORM 2260-CONSULTA
                    WHEN WX-ASIGNA
                       PERFORM 2270-ASIGNA
                    WHEN WX-ANOTA
                       PERFORM 2280-ANOTA
                    WHEN WX-RESUELVE-FAVOR
                       PERFORM 2290-RESUELVE-A-FAVOR
                    WHEN WX-RESUELVE-CONTRA
                       PERFORM 2295-RESUELVE-EN-CONTRA
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM 2300-ENVIA-DATOS
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2100-PEDIR-DATOS.
           EXEC CICS
               SEND TEXT FROM(WX-PREGUNTA-DISP)
                         LENGTH(LENGTH OF WX-PREGUNTA-DISP)
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
           MOVE SPACES TO WX-OPERADOR, WX-ACCION, WX-CANAL,
                          WX-DATO1, WX-DATO2, WX-DATO3, WX-DATO4,
                          WX-TEXTO
           UNSTRING WX-ENTRADA DELIMITED BY '|'
              INTO WX-OPERADOR, WX-ACCION, WX-CANAL,
                   WX-DATO1, WX-DATO2, WX-DATO3, WX-DATO4,
                   WX-TEXTO.
      *
       2200-VALIDA-ENTRADA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WX-FECHA-HOY
           EVALUATE TRUE
              WHEN NOT WX-ACCION-VALIDA
                 STRING 'RECHAZADO - ACCION INVALIDA: ' DELIMITED SIZE
                        WX-ACCION DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CANAL = SPACES
                 MOVE 'RECHAZADO - FALTA EL CANAL' TO WX-RESPUESTA
              WHEN WX-ALTA
                 PERFORM 2210-VALIDA-ALTA
              WHEN WX-DATO1 = SPACES
                 MOVE 'RECHAZADO - FALTA EL NUMERO DE DISPUTA'
                   TO WX-RESPUESTA
              WHEN FUNCTION NUMVAL(WX-DATO1) = 0
                 STRING 'RECHAZADO - DISPUTA INVALIDA: ' DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-DEL-RESPONSABLE AND WX-TEXTO = SPACES
                 MOVE 'RECHAZADO - FALTA LA NOTA' TO WX-RESPUESTA
              WHEN WX-ASIGNA AND WX-DATO2 = SPACES
                 MOVE 'RECHAZADO - FALTA EL RESPONSABLE'
                   TO WX-RESPUESTA
              WHEN WX-ASIGNA
                 CALL 'QG1CX109' USING WX-DATO2(1:8),
                                        WX-PERMISO-SIGNON,
                                        WX-RESPONSABLE-OK
                 IF WX-RESPONSABLE-OK NOT = 'S'
                    STRING 'RECHAZADO - RESPONSABLE NO EXISTE: '
                              DELIMITED SIZE
                           WX-DATO2 DELIMITED SIZE
                      INTO WX-RESPUESTA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WX-RESPUESTA = SPACES AND NOT WX-CONSULTA
              CALL 'QG1CX210' USING WX-OPERADOR, WX-CANAL,
                                     WX-DENTRO-ALCANCE
              IF WX-DENTRO-ALCANCE NOT = 'S'
                 STRING 'RECHAZADO - CANAL ' DELIMITED SIZE
                        WX-CANAL DELIMITED SIZE
                        ' FUERA DEL ALCANCE DE ' DELIMITED SIZE
                        WX-OPERADOR DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
      * El alta se valida contra el movimiento archivado mismo: la
      * disputa no puede apuntar a algo que no esta en el historico.
       2210-VALIDA-ALTA.
           MOVE 0 TO WX-ARC-FECHA, WX-ARC-SECUENCIA, WX-MONTO
           IF WX-DATO1 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO1) TO WX-ARC-FECHA
           END-IF
           IF WX-DATO2 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO2) TO WX-ARC-SECUENCIA
           END-IF
           IF WX-DATO3 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO3) TO WX-MONTO
           END-IF
           MOVE WX-DATO4 TO DSP-MOTIVO
           CALL 'QG1CX072' USING WX-ARC-FECHA, WX-FECHA-VALIDA

           EVALUATE TRUE
              WHEN WX-FECHA-VALIDA NOT = 'S'
                 STRING 'RECHAZADO - FECHA DEL MOVIMIENTO INVALIDA: '
                           DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN NOT DSP-MOTIVO-VALIDO
                 STRING 'RECHAZADO - MOTIVO INVALIDO (NR/DU/MI/NA/OT): '
                           DELIMITED SIZE
                        WX-DATO4 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN DSP-OTRO-MOTIVO AND WX-TEXTO = SPACES
                 MOVE 'RECHAZADO - EL MOTIVO OT REQUIERE DESCRIPCION'
                   TO WX-RESPUESTA
              WHEN OTHER
                 PERFORM 2220-LEE-MOVIMIENTO
           END-EVALUATE

           IF WX-RESPUESTA = SPACES
              EVALUATE TRUE
                 WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    STRING 'RECHAZADO - NO EXISTE EL MOVIMIENTO '
                              DELIMITED SIZE
                           WX-CANAL ' ' WX-ARC-FECHA '-'
                           WX-ARC-SECUENCIA DELIMITED SIZE
                      INTO WX-RESPUESTA
                 WHEN ARC-REVERSO
                    MOVE 'RECHAZADO - EL MOVIMIENTO ES UN REVERSO'
                      TO WX-RESPUESTA
                 WHEN ARC-YA-REVERSADA
                    MOVE 'RECHAZADO - EL MOVIMIENTO YA FUE REVERSADO'
                      TO WX-RESPUESTA
                 WHEN WX-MONTO > ARC-MONTO
                    MOVE ARC-MONTO TO WX-MONTO-ED
                    STRING 'RECHAZADO - RECLAMO MAYOR QUE EL '
                              DELIMITED SIZE
                           'MOVIMIENTO: ' DELIMITED SIZE
                           WX-MONTO-ED DELIMITED SIZE
                      INTO WX-RESPUESTA
                 WHEN OTHER
                    IF WX-MONTO = 0
                       MOVE ARC-MONTO TO WX-MONTO
                    END-IF
              END-EVALUATE
           END-IF.
      *
       2220-LEE-MOVIMIENTO.
           MOVE WX-CANAL         TO ARC-COD-CANAL
           MOVE WX-ARC-FECHA     TO ARC-FECHA
           MOVE WX-ARC-SECUENCIA TO ARC-SECUENCIA
           EXEC CICS
               READ DATASET('QG1TRXARC')
                    INTO(REG-TRX-ARCHIVADA)
                    RIDFLD(ARC-LLAVE)
                    RESP(WS-RESP-CICS)
           END-EXEC.
      *
      * Las acciones que cambian la disputa la leen para actualizar;
      * una disputa resuelta ya no admite cambios.
       2250-LEE-DISPUTA.
           MOVE WX-CANAL TO DSP-COD-CANAL
           MOVE FUNCTION NUMVAL(WX-DATO1) TO DSP-NUMERO
           IF WX-CONSULTA
              EXEC CICS
                  READ DATASET('QG1DISPUT')
                       INTO(REG-DISPUTA)
                       RIDFLD(DSP-LLAVE)
                       RESP(WS-RESP-CICS)
              END-EXEC
           ELSE
              EXEC CICS
                  READ DATASET('QG1DISPUT')
                       INTO(REG-DISPUTA)
                       RIDFLD(DSP-LLAVE)
                       UPDATE
                       RESP(WS-RESP-CICS)
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                 STRING 'RECHAZADO - NO EXISTE LA DISPUTA '
                           DELIMITED SIZE
                        WX-CANAL ' ' WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CONSULTA
                 CONTINUE
              WHEN DSP-RESUELTA
                 STRING 'RECHAZADO - LA DISPUTA ' DELIMITED SIZE
                        DSP-NUMERO DELIMITED SIZE
                        ' YA ESTA RESUELTA' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-DEL-RESPONSABLE AND DSP-NUEVA
                 STRING 'RECHAZADO - LA DISPUTA ' DELIMITED SIZE
                        DSP-NUMERO DELIMITED SIZE
                        ' NO TIENE RESPONSABLE' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-DEL-RESPONSABLE
                   AND DSP-RESPONSABLE NOT = WX-OPERADOR
                 STRING 'RECHAZADO - LA DISPUTA ESTA ASIGNADA A '
                           DELIMITED SIZE
                        DSP-RESPONSABLE DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * La consulta vuelve al historico: si el movimiento se reverso
      * despues de abrir la disputa, la respuesta lo marca ANU.
       2260-CONSULTA.
           MOVE SPACES TO WX-MARCA-MOV
           MOVE DSP-COD-CANAL     TO WX-CANAL
           MOVE DSP-ARC-FECHA     TO WX-ARC-FECHA
           MOVE DSP-ARC-SECUENCIA TO WX-ARC-SECUENCIA
           PERFORM 2220-LEE-MOVIMIENTO
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              MOVE ' ???' TO WX-MARCA-MOV
           ELSE
              IF ARC-YA-REVERSADA
                 MOVE ' ANU' TO WX-MARCA-MOV
              END-IF
           END-IF
           MOVE DSP-ARC-MONTO     TO WX-MONTO-ED
           MOVE DSP-MONTO-RECLAMO TO WX-RECLAMO-ED
           STRING 'DSP ' DSP-NUMERO ' ' DSP-ESTADO ' '
                  DSP-RESPONSABLE ' ' DSP-ARC-FECHA '-'
                  DSP-ARC-SECUENCIA ' '
                  FUNCTION TRIM(WX-MONTO-ED) ' ' DSP-MONEDA
                  ' REC ' FUNCTION TRIM(WX-RECLAMO-ED)
                  ' LIM ' DSP-FECHA-LIMITE WX-MARCA-MOV
              DELIMITED SIZE INTO WX-RESPUESTA.
      *
       2270-ASIGNA.
           MOVE WX-DATO2(1:8) TO DSP-RESPONSABLE
           SET DSP-EN-INVESTIGACION TO TRUE
           IF WX-TEXTO NOT = SPACES
              MOVE WX-TEXTO TO DSP-NOTA
           END-IF
           PERFORM 2400-REGRABA-DISPUTA
           IF WX-RESPUESTA = SPACES
              STRING 'DISPUTA ' DSP-NUMERO ' DE ' DSP-COD-CANAL
                     ' ASIGNADA A ' DSP-RESPONSABLE
                 DELIMITED SIZE INTO WX-RESPUESTA
           END-IF.
      *
       2280-ANOTA.
           MOVE WX-TEXTO TO DSP-NOTA
           PERFORM 2400-REGRABA-DISPUTA
           IF WX-RESPUESTA = SPACES
              STRING 'DISPUTA ' DSP-NUMERO ' DE ' DSP-COD-CANAL
                     ', NOTA REGISTRADA'
                 DELIMITED SIZE INTO WX-RESPUESTA
           END-IF.
      *
      * El ajuste a favor se convierte y se anota en soles: QG1CX149
      * estampa PEN a todo movimiento 'DS'.
       2290-RESUELVE-A-FAVOR.
           MOVE DSP-MONTO-RECLAMO TO WX-MONTO
           IF WX-DATO2 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO2) TO WX-MONTO
           END-IF
           MOVE WX-MONTO TO WX-MONTO-CONV
           MOVE 'S'      TO WX-CONVERSION-OK
           IF DSP-MONEDA NOT = SPACES
              AND DSP-MONEDA NOT = WX-MONEDA-LIBRO
              CALL 'QG1CX132' USING DSP-MONEDA, WX-MONEDA-LIBRO,
                                     WX-FECHA-HOY, WX-MONTO,
                                     WX-MONTO-CONV, WX-TASA-APLICADA,
                                     WX-CONVERSION-OK
           END-IF

           EVALUATE TRUE
              WHEN WX-MONTO = 0
                 MOVE 'RECHAZADO - AJUSTE EN CERO' TO WX-RESPUESTA
              WHEN WX-MONTO > DSP-MONTO-RECLAMO
                 MOVE DSP-MONTO-RECLAMO TO WX-RECLAMO-ED
                 STRING 'RECHAZADO - AJUSTE MAYOR QUE LO RECLAMADO: '
                           DELIMITED SIZE
                        WX-RECLAMO-ED DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CONVERSION-OK NOT = 'S'
                 STRING 'RECHAZADO - SIN TIPO DE CAMBIO PARA '
                           DELIMITED SIZE
                        DSP-MONEDA DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 MOVE WX-MONTO      TO DSP-MONTO-AJUSTE
                 MOVE WX-MONTO-CONV TO DSP-MONTO-AJUSTE-PEN
                 MOVE SPACES TO DSP-REFERENCIA
                 STRING 'DSP' DSP-NUMERO
                    DELIMITED SIZE INTO DSP-REFERENCIA
                 MOVE WX-TEXTO      TO DSP-NOTA
                 MOVE WX-FECHA-HOY  TO DSP-FECHA-RESOLUCION
                 MOVE WX-OPERADOR   TO DSP-RESUELTA-POR
                 SET DSP-A-FAVOR    TO TRUE
                 PERFORM 2400-REGRABA-DISPUTA
                 IF WX-RESPUESTA = SPACES
                    PERFORM 2500-ANOTA-AJUSTE
                 END-IF
           END-EVALUATE.
      *
       2295-RESUELVE-EN-CONTRA.
           MOVE WX-TEXTO      TO DSP-NOTA
           MOVE WX-FECHA-HOY  TO DSP-FECHA-RESOLUCION
           MOVE WX-OPERADOR   TO DSP-RESUELTA-POR
           MOVE 0 TO DSP-MONTO-AJUSTE, DSP-MONTO-AJUSTE-PEN
           SET DSP-EN-CONTRA  TO TRUE
           PERFORM 2400-REGRABA-DISPUTA
           IF WX-RESPUESTA = SPACES
              STRING 'DISPUTA ' DSP-NUMERO ' DE ' DSP-COD-CANAL
                     ' RESUELTA EN CONTRA DEL CANAL'
                 DELIMITED SIZE INTO WX-RESPUESTA
           END-IF.
      *
       2400-REGRABA-DISPUTA.
           EXEC CICS
               REWRITE DATASET('QG1DISPUT')
                       FROM(REG-DISPUTA)
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              STRING 'ERROR AL GRABAR LA DISPUTA ' DELIMITED SIZE
                     DSP-COD-CANAL ' ' DSP-NUMERO DELIMITED SIZE
                INTO WX-RESPUESTA
           END-IF.
      *
       2500-ANOTA-AJUSTE.
           MOVE DSP-MONTO-AJUSTE-PEN TO WX-LIB-MONTO
           CALL 'QG1CX149' USING DSP-COD-CANAL, WX-FECHA-HOY,
                                  WX-LIB-TIPO, WX-LIB-SENTIDO,
                                  WX-LIB-MONTO, DSP-REFERENCIA,
                                  WX-OPERADOR, WX-LIB-SALDO
           MOVE DSP-MONTO-AJUSTE-PEN TO WX-MONTO-ED
           STRING 'DISPUTA ' DSP-NUMERO ' A FAVOR, AJUSTE '
                  FUNCTION TRIM(WX-MONTO-ED) ' PEN REF '
                  DSP-REFERENCIA
              DELIMITED SIZE INTO WX-RESPUESTA.
      *
      * Alta: el numero sigue al ultimo del canal, y el mismo
      * recorrido del canal detecta otra disputa abierta sobre el
      * mismo movimiento.
       4000-ALTA-DISPUTA.
           PERFORM 4100-RECORRE-CANAL
           IF WX-ABIERTA-MISMO = 'S'
              STRING 'RECHAZADO - EL MOVIMIENTO YA TIENE LA DISPUTA '
                        DELIMITED SIZE
                     'ABIERTA ' WX-NUMERO-ABIERTA DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              CALL 'QG1CX112' USING WX-PARAM-CLAVE, WX-PARAM-VALOR,
                                     WX-PARAM-HALLADO
              IF WX-PARAM-HALLADO = 'S'
                 MOVE FUNCTION NUMVAL(WX-PARAM-VALOR) TO WX-PLAZO-DIAS
              END-IF
              CALL 'QG1CX073' USING WX-OPERACION-FECHA, WX-FECHA-HOY,
                                     WX-FECHA-AUX, WX-PLAZO-DIAS,
                                     WX-FECHA-LIMITE, WX-DIAS-RESULTADO

              MOVE SPACES           TO REG-DISPUTA
              MOVE WX-CANAL         TO DSP-COD-CANAL
              COMPUTE DSP-NUMERO = WX-ULT-NUMERO + 1
              MOVE WX-ARC-FECHA     TO DSP-ARC-FECHA
              MOVE WX-ARC-SECUENCIA TO DSP-ARC-SECUENCIA
              MOVE ARC-MONTO        TO DSP-ARC-MONTO
              MOVE ARC-MONEDA       TO DSP-MONEDA
              MOVE WX-MONTO         TO DSP-MONTO-RECLAMO
              MOVE WX-DATO4         TO DSP-MOTIVO
              MOVE WX-TEXTO         TO DSP-DESCRIPCION
              SET DSP-NUEVA         TO TRUE
              MOVE WX-FECHA-HOY     TO DSP-FECHA-ALTA
              MOVE WX-FECHA-LIMITE  TO DSP-FECHA-LIMITE
              MOVE WX-OPERADOR      TO DSP-CAPTURADA-POR
              MOVE 0 TO DSP-FECHA-RESOLUCION, DSP-MONTO-AJUSTE,
                        DSP-MONTO-AJUSTE-PEN
              EXEC CICS
                  WRITE DATASET('QG1DISPUT')
                        FROM(REG-DISPUTA)
                        RIDFLD(DSP-LLAVE)
                        RESP(WS-RESP-CICS)
              END-EXEC
              IF WS-RESP-CICS = DFHRESP(NORMAL)
                 STRING 'DISPUTA ' DSP-NUMERO ' DE ' DSP-COD-CANAL
                        ' REGISTRADA, VENCE ' DSP-FECHA-LIMITE
                    DELIMITED SIZE INTO WX-RESPUESTA
              ELSE
                 STRING 'RECHAZADO - NO SE PUDO GRABAR LA DISPUTA, '
                           DELIMITED SIZE
                        'REINTENTE' DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
       4100-RECORRE-CANAL.
           MOVE 0   TO WX-ULT-NUMERO, WX-NUMERO-ABIERTA
           MOVE 'N' TO WX-ABIERTA-MISMO
           MOVE WX-CANAL TO DSP-COD-CANAL
           MOVE 0        TO DSP-NUMERO
           EXEC CICS
               STARTBR DATASET('QG1DISPUT')
                       RIDFLD(DSP-LLAVE)
                       GTEQ
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              MOVE 'N' TO WX-FIN-BROWSE
              PERFORM UNTIL WX-FIN-BROWSE = 'S'
                 EXEC CICS
                     READNEXT DATASET('QG1DISPUT')
                              INTO(REG-DISPUTA)
                              RIDFLD(DSP-LLAVE)
                              RESP(WS-RESP-CICS)
                 END-EXEC
                 IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    OR DSP-COD-CANAL NOT = WX-CANAL
                    MOVE 'S' TO WX-FIN-BROWSE
                 ELSE
                    MOVE DSP-NUMERO TO WX-ULT-NUMERO
                    IF DSP-ABIERTA
                       AND DSP-ARC-FECHA = WX-ARC-FECHA
                       AND DSP-ARC-SECUENCIA = WX-ARC-SECUENCIA
                       MOVE 'S' TO WX-ABIERTA-MISMO
                       MOVE DSP-NUMERO TO WX-NUMERO-ABIERTA
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS
                  ENDBR DATASET('QG1DISPUT')
              END-EXEC
           END-IF.
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
               RETURN TRANSID('Q19')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
