      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Libro de reclamos de clientes en linea
      *  (QG1QUEJA.DAT, COPY QG1QJA01): el regulador exige registrar
      *  cada reclamo con su canal de origen y responderlo dentro de
      *  un plazo, y la mesa de reclamos llevaba una hoja aparte que
      *  no conocia nuestros codigos de canal. Transaccion
      *  pseudo-conversacional con el mismo patron que QG1C0019 (una
      *  linea de texto separada por '|', SEND/RECEIVE de texto sin
      *  mapa BMS):
      *    oper|accion|canal|d1|d2|d3|texto
      *  accion:
      *    A = alta: d1 fecha de recepcion AAAAMMDD (en blanco =
      *        hoy, no puede ser futura), d2 categoria CI/OP/SV/AT/
      *        IN/OT, d3 documento del cliente, texto = descripcion
      *        (obligatoria). El canal debe existir en HOST004. El
      *        limite de respuesta son QUEJA-PLAZO-DIAS (QG1CX112,
      *        por defecto 15) dias habiles despues de la recepcion
      *        (CALL QG1CX197 'S', calendario QG1CALEN.DAT),
      *    R = respuesta: d1 numero, d2 resultado F fundado / P en
      *        parte / I infundado, texto = respuesta (obligatoria);
      *        la que se responde despues del limite queda marcada
      *        fuera de plazo,
      *    C = consulta: d1 numero.
      *  La consulta pide solo el sign-on (QG1CX109 'S'); alta y
      *  respuesta piden permiso de escritura 'W' y el canal dentro
      *  del alcance del operador (QG1CX210).
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0021.
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
       01 WX-PREGUNTA-QJA.
           05 WX-PN.
               10 FILLER    PIC X(40) VALUE
                  'OPER|ACCION A/R/C|CANAL|D1|D2|D3|TEXTO: '.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).

       01 WX-OPERADOR       PIC X(08).
       01 WX-ACCION         PIC X(01).
           88 WX-ALTA            VALUE 'A'.
           88 WX-RESPONDE        VALUE 'R'.
           88 WX-CONSULTA        VALUE 'C'.
           88 WX-ACCION-VALIDA   VALUES 'A' 'R' 'C'.
       01 WX-CANAL          PIC X(03).
       01 WX-DATO1          PIC X(12).
       01 WX-DATO2          PIC X(02).
       01 WX-DATO3          PIC X(12).
       01 WX-TEXTO          PIC X(40).

       01 WX-FECHA-HOY      PIC 9(08).
       01 WX-FECHA-RECEPCION PIC 9(08).
       01 WX-FECHA-VALIDA   PIC X(01).

       01 WX-PERMISO-OP     PIC X(01).
       01 WX-AUTORIZADO     PIC X(01).
       01 WX-DENTRO-ALCANCE PIC X(01).

       01 WS-RESP-CICS      PIC S9(8) COMP.

       01 WX-PARAM-CLAVE    PIC X(20) VALUE 'QUEJA-PLAZO-DIAS'.
       01 WX-PARAM-VALOR    PIC X(20).
       01 WX-PARAM-HALLADO  PIC X(01).
       01 WX-PLAZO-DIAS     PIC 9(03) VALUE 15.
       01 WX-DIAS-CONTADOS  PIC 9(03).
       01 WX-OPERACION-CAL  PIC X(01) VALUE 'S'.
       01 WX-FECHA-CAL      PIC 9(08).
       01 WX-FECHA-AUX      PIC 9(08) VALUE 0.
       01 WX-FECHA-LIMITE   PIC 9(08).
       01 WX-DIAS-RESULTADO PIC S9(07).
       01 WX-ES-HABIL       PIC X(01).

       01 WX-ULT-NUMERO     PIC 9(05).
       01 WX-FIN-BROWSE     PIC X(01).

           COPY QG1QJA01.
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
           IF WX-CONSULTA
              MOVE 'S' TO WX-PERMISO-OP
           ELSE
              MOVE 'W' TO WX-PERMISO-OP
           END-IF
           CALL 'QG1CX109' USING WX-OPERADOR, WX-PERMISO-OP,
                                  WX-AUTORIZADO
           IF WX-AUTORIZADO NOT = 'S'
              STRING 'OPERADOR SIN PERMISO SOBRE RECLAMOS: '
                        DELIMITED SIZE
                     WX-OPERADOR DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              PERFORM 2200-VALIDA-ENTRADA
              IF WX-RESPUESTA = SPACES
                 EVALUATE TRUE
                    WHEN WX-ALTA
                       PERFORM 4000-ALTA-RECLAMO
                    WHEN WX-RESPONDE
                       PERFORM 2250-LEE-RECLAMO
                       IF WX-RESPUESTA = SPACES
                          PERFORM 2270-RESPONDE-RECLAMO
                       END-IF
                    WHEN WX-CONSULTA
                       PERFORM 2250-LEE-RECLAMO
                       IF WX-RESPUESTA = SPACES
                          PERFORM 2260-CONSULTA
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM 2300-ENVIA-DATOS
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2100-PEDIR-DATOS.
           EXEC CICS
               SEND TEXT FROM(WX-PREGUNTA-QJA)
                         LENGTH(LENGTH OF WX-PREGUNTA-QJA)
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
                          WX-DATO1, WX-DATO2, WX-DATO3, WX-TEXTO
           UNSTRING WX-ENTRADA DELIMITED BY '|'
              INTO WX-OPERADOR, WX-ACCION, WX-CANAL,
                   WX-DATO1, WX-DATO2, WX-DATO3, WX-TEXTO.
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
                 MOVE 'RECHAZADO - FALTA EL NUMERO DE RECLAMO'
                   TO WX-RESPUESTA
              WHEN FUNCTION NUMVAL(WX-DATO1) = 0
                 STRING 'RECHAZADO - RECLAMO INVALIDO: '
                           DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-RESPONDE
                 MOVE WX-DATO2 TO QJA-RESULTADO
                 EVALUATE TRUE
                    WHEN NOT QJA-RESULTADO-VALIDO
                       STRING 'RECHAZADO - RESULTADO INVALIDO (F/P/I): '
                                 DELIMITED SIZE
                              WX-DATO2 DELIMITED SIZE
                         INTO WX-RESPUESTA
                    WHEN WX-TEXTO = SPACES
                       MOVE 'RECHAZADO - FALTA LA RESPUESTA'
                         TO WX-RESPUESTA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
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
       2210-VALIDA-ALTA.
           MOVE WX-FECHA-HOY TO WX-FECHA-RECEPCION
           IF WX-DATO1 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO1) TO WX-FECHA-RECEPCION
           END-IF
           CALL 'QG1CX072' USING WX-FECHA-RECEPCION, WX-FECHA-VALIDA
           MOVE WX-DATO2 TO QJA-CATEGORIA
           EVALUATE TRUE
              WHEN WX-FECHA-VALIDA NOT = 'S'
                 STRING 'RECHAZADO - FECHA DE RECEPCION INVALIDA: '
                           DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-FECHA-RECEPCION > WX-FECHA-HOY
                 STRING 'RECHAZADO - FECHA DE RECEPCION FUTURA: '
                           DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN NOT QJA-CATEGORIA-VALIDA
                 STRING 'RECHAZADO - CATEGORIA INVALIDA '
                           DELIMITED SIZE
                        '(CI/OP/SV/AT/IN/OT): ' DELIMITED SIZE
                        WX-DATO2 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-TEXTO = SPACES
                 MOVE 'RECHAZADO - FALTA LA DESCRIPCION DEL RECLAMO'
                   TO WX-RESPUESTA
              WHEN OTHER
                 MOVE WX-CANAL TO COD-CANAL
                 EXEC CICS
                     READ DATASET('HOST004')
                          INTO(REG-HOST004)
                          RIDFLD(COD-CANAL)
                          RESP(WS-RESP-CICS)
                 END-EXEC
                 IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    STRING 'RECHAZADO - CANAL NO EXISTE: '
                              DELIMITED SIZE
                           WX-CANAL DELIMITED SIZE
                      INTO WX-RESPUESTA
                 END-IF
           END-EVALUATE.
      *
       2250-LEE-RECLAMO.
           MOVE WX-CANAL TO QJA-COD-CANAL
           MOVE FUNCTION NUMVAL(WX-DATO1) TO QJA-NUMERO
           IF WX-CONSULTA
              EXEC CICS
                  READ DATASET('QG1QUEJA')
                       INTO(REG-QUEJA)
                       RIDFLD(QJA-LLAVE)
                       RESP(WS-RESP-CICS)
              END-EXEC
           ELSE
              EXEC CICS
                  READ DATASET('QG1QUEJA')
                       INTO(REG-QUEJA)
                       RIDFLD(QJA-LLAVE)
                       UPDATE
                       RESP(WS-RESP-CICS)
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                 STRING 'RECHAZADO - NO EXISTE EL RECLAMO '
                           DELIMITED SIZE
                        WX-CANAL ' ' WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-RESPONDE AND QJA-RESPONDIDA
                 STRING 'RECHAZADO - EL RECLAMO ' DELIMITED SIZE
                        QJA-NUMERO DELIMITED SIZE
                        ' YA FUE RESPONDIDO' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       2260-CONSULTA.
           IF QJA-ABIERTA
              IF WX-FECHA-HOY > QJA-FECHA-LIMITE
                 STRING 'RCL ' QJA-NUMERO ' ' QJA-COD-CANAL
                        ' VENCIDO REC ' QJA-FECHA-RECEPCION
                        ' LIM ' QJA-FECHA-LIMITE ' ' QJA-CATEGORIA
                        ' ' QJA-DOC-CLIENTE
                    DELIMITED SIZE INTO WX-RESPUESTA
              ELSE
                 STRING 'RCL ' QJA-NUMERO ' ' QJA-COD-CANAL
                        ' ABIERTO REC ' QJA-FECHA-RECEPCION
                        ' LIM ' QJA-FECHA-LIMITE ' ' QJA-CATEGORIA
                        ' ' QJA-DOC-CLIENTE
                    DELIMITED SIZE INTO WX-RESPUESTA
              END-IF
           ELSE
              STRING 'RCL ' QJA-NUMERO ' ' QJA-COD-CANAL
                     ' RESPONDIDO ' QJA-FECHA-RESPUESTA
                     ' RES ' QJA-RESULTADO ' EN PLAZO ' QJA-EN-PLAZO
                     ' ' QJA-RESPONDIDA-POR ' ' QJA-RESPUESTA(1:12)
                 DELIMITED SIZE INTO WX-RESPUESTA
           END-IF.
      *
       2270-RESPONDE-RECLAMO.
           MOVE WX-DATO2     TO QJA-RESULTADO
           MOVE WX-FECHA-HOY TO QJA-FECHA-RESPUESTA
           MOVE WX-TEXTO     TO QJA-RESPUESTA
           MOVE WX-OPERADOR  TO QJA-RESPONDIDA-POR
           IF WX-FECHA-HOY > QJA-FECHA-LIMITE
              MOVE 'N' TO QJA-EN-PLAZO
           ELSE
              MOVE 'S' TO QJA-EN-PLAZO
           END-IF
           SET QJA-RESPONDIDA TO TRUE
           EXEC CICS
               REWRITE DATASET('QG1QUEJA')
                       FROM(REG-QUEJA)
                       RESP(WS-RESP-CICS)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                 STRING 'ERROR AL GRABAR EL RECLAMO ' DELIMITED SIZE
                        QJA-COD-CANAL ' ' QJA-NUMERO DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN QJA-EN-PLAZO = 'N'
                 STRING 'RECLAMO ' QJA-NUMERO ' DE ' QJA-COD-CANAL
                        ' RESPONDIDO FUERA DE PLAZO (LIMITE '
                        QJA-FECHA-LIMITE ')'
                    DELIMITED SIZE INTO WX-RESPUESTA
              WHEN OTHER
                 STRING 'RECLAMO ' QJA-NUMERO ' DE ' QJA-COD-CANAL
                        ' RESPONDIDO EN PLAZO'
                    DELIMITED SIZE INTO WX-RESPUESTA
           END-EVALUATE.
      *
      * Alta: el numero sigue al ultimo del canal; el limite cuenta
      * dias habiles desde la recepcion.
       4000-ALTA-RECLAMO.
           PERFORM 4100-ULTIMO-DEL-CANAL
           PERFORM 4200-CALCULA-LIMITE

           MOVE SPACES             TO REG-QUEJA
           MOVE WX-CANAL           TO QJA-COD-CANAL
           COMPUTE QJA-NUMERO = WX-ULT-NUMERO + 1
           MOVE WX-FECHA-RECEPCION TO QJA-FECHA-RECEPCION
           MOVE WX-DATO2           TO QJA-CATEGORIA
           MOVE WX-DATO3           TO QJA-DOC-CLIENTE
           MOVE WX-TEXTO           TO QJA-DESCRIPCION
           MOVE WX-FECHA-LIMITE    TO QJA-FECHA-LIMITE
           MOVE WX-OPERADOR        TO QJA-CAPTURADA-POR
           SET QJA-ABIERTA         TO TRUE
           MOVE 0                  TO QJA-FECHA-RESPUESTA
           EXEC CICS
               WRITE DATASET('QG1QUEJA')
                     FROM(REG-QUEJA)
                     RIDFLD(QJA-LLAVE)
                     RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              STRING 'RECLAMO ' QJA-NUMERO ' DE ' QJA-COD-CANAL
                     ' REGISTRADO, RESPONDER HASTA ' QJA-FECHA-LIMITE
                 DELIMITED SIZE INTO WX-RESPUESTA
           ELSE
              STRING 'RECHAZADO - NO SE PUDO GRABAR EL RECLAMO, '
                        DELIMITED SIZE
                     'REINTENTE' DELIMITED SIZE
                INTO WX-RESPUESTA
           END-IF.
      *
       4100-ULTIMO-DEL-CANAL.
           MOVE 0 TO WX-ULT-NUMERO
           MOVE WX-CANAL TO QJA-COD-CANAL
           MOVE 0        TO QJA-NUMERO
           EXEC CICS
               STARTBR DATASET('QG1QUEJA')
                       RIDFLD(QJA-LLAVE)
                       GTEQ
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              MOVE 'N' TO WX-FIN-BROWSE
              PERFORM UNTIL WX-FIN-BROWSE = 'S'
                 EXEC CICS
                     READNEXT DATASET('QG1QUEJA')
                              INTO(REG-QUEJA)
                              RIDFLD(QJA-LLAVE)
                              RESP(WS-RESP-CICS)
                 END-EXEC
                 IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    OR QJA-COD-CANAL NOT = WX-CANAL
                    MOVE 'S' TO WX-FIN-BROWSE
                 ELSE
                    MOVE QJA-NUMERO TO WX-ULT-NUMERO
                 END-IF
              END-PERFORM
              EXEC CICS
                  ENDBR DATASET('QG1QUEJA')
              END-EXEC
           END-IF.
      *
      * Cada llamada 'S' al calendario da el siguiente dia habil; el
      * limite es el habil numero QUEJA-PLAZO-DIAS despues de la
      * recepcion.
       4200-CALCULA-LIMITE.
           CALL 'QG1CX112' USING WX-PARAM-CLAVE, WX-PARAM-VALOR,
                                  WX-PARAM-HALLADO
           IF WX-PARAM-HALLADO = 'S'
              MOVE FUNCTION NUMVAL(WX-PARAM-VALOR) TO WX-PLAZO-DIAS
           END-IF
           MOVE WX-FECHA-RECEPCION TO WX-FECHA-LIMITE
           PERFORM VARYING WX-DIAS-CONTADOS FROM 1 BY 1
                   UNTIL WX-DIAS-CONTADOS > WX-PLAZO-DIAS
              MOVE WX-FECHA-LIMITE TO WX-FECHA-CAL
              CALL 'QG1CX197' USING WX-OPERACION-CAL, WX-FECHA-CAL,
                                     WX-FECHA-AUX, WX-FECHA-LIMITE,
                                     WX-DIAS-RESULTADO, WX-ES-HABIL
           END-PERFORM.
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
               RETURN TRANSID('Q21')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
