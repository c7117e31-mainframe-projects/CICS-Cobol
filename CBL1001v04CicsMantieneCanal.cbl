      *  captura y RETURN TRANSID, igual que QG1C0011; la
      *  reinvocacion procesa la entrada, responde y vuelve a
      *  esperar. Sin mapa BMS: SEND/RECEIVE de texto.
      * Lista de vigilancia: el alta coteja el nombre contra la lista
      *  de sanciones y PEP (CALL QG1CX253 'E') antes del WRITE; si
      *  coincide, el canal nace PENDIENTE y no ACTIVO, y ya grabado
      *  la coincidencia se registra para revision (QG1CX253 'G').
      *  Un cambio que modifica el nombre tambien se coteja despues
      *  del REWRITE. La respuesta avisa COINCIDENCIA EN LISTA; la
      *  decide cumplimiento en la revision QG1CX255.
      * Baja con cierre: la baja en linea solo inactiva un canal sin
      *  nada pendiente (rutina QG1CX289: saldo del libro en cero,
      *  sin disputas abiertas, sin debito en curso ni autorizaciones
      *  retenidas). Si queda algo, responde RECHAZADO con el motivo;
      *  ese canal se da de baja con la liquidacion batch QG1CX288.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WX-ESTADO-BAJA    PIC X(01).
       01 WX-TRANSICION-OK  PIC X(01).
       01 WX-SALDO-CIERRE   PIC S9(11)V9(02).
       01 WX-PUEDE-CERRAR   PIC X(01).
       01 WX-MOTIVO-CIERRE  PIC X(40).

       01 WX-LCK-ACCION     PIC X(01).
       01 WX-LCK-PROGRAMA   PIC X(08) VALUE 'QG1C0013'.
       01 WX-LCK-RESULTADO  PIC X(01).
       01 WX-LCK-TENEDOR    PIC X(08).

       01 WX-COT-ACCION     PIC X(01).
       01 WX-COT-ORIGEN     PIC X(01) VALUE 'N'.
       01 WX-COT-PROGRAMA   PIC X(08) VALUE 'QG1C0013'.
       01 WX-COT-COINCIDE   PIC 9(03).
       01 WX-COT-PUNTAJE    PIC 9(03).
       01 WX-COT-ID         PIC X(12).
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
              MOVE 0 TO FEC-EFECTIVA, MTO-LIMITE-TRX
              MOVE 'PEN' TO COD-MONEDA-LIM
              MOVE 1 TO NUM-VERSION-REG
              MOVE 'E' TO WX-COT-ACCION
              PERFORM 4100-COTEJA-LISTA
              IF WX-COT-COINCIDE > 0
                 SET CANAL-PENDIENTE TO TRUE
              END-IF
              EXEC CICS
                  WRITE DATASET('HOST004')
                        FROM(REG-HOST004)
              END-EXEC
              IF WS-RESP-CICS = DFHRESP(NORMAL)
                 PERFORM 7100-GRABA-AUDITORIA-ALTA
                 IF CANAL-PENDIENTE
                    MOVE 'G' TO WX-COT-ACCION
                    PERFORM 4100-COTEJA-LISTA
                    STRING 'ALTA ACEPTADA: ' DELIMITED SIZE
                           COD-CANAL         DELIMITED SIZE
                           ' PENDIENTE - COINCIDENCIA EN LISTA '
                              DELIMITED SIZE
                           WX-COT-ID         DELIMITED SIZE
                      INTO WX-RESPUESTA
                 ELSE
                    STRING 'ALTA ACEPTADA: ' DELIMITED SIZE
                           COD-CANAL         DELIMITED SIZE
                      INTO WX-RESPUESTA
                 END-IF
              ELSE
                 IF WS-RESP-CICS = DFHRESP(DUPREC)
                    STRING 'RECHAZADO - YA EXISTE CANAL: '
                 END-IF
              END-IF
           END-IF.
      *
       4100-COTEJA-LISTA.
           CALL 'QG1CX253' USING WX-COT-ACCION, COD-CANAL,
                                  WX-COT-ORIGEN, TXT-NOM,
                                  WX-COT-PROGRAMA, WX-COT-COINCIDE,
                                  WX-COT-PUNTAJE, WX-COT-ID.
      *
       5000-CAMBIO-CANAL.
           PERFORM 2200-EDITA-CANAL
                 END-EXEC
                 IF WS-RESP-CICS = DFHRESP(NORMAL)
                    PERFORM 7200-GRABA-AUDITORIA-CAMBIO
                    MOVE 0 TO WX-COT-COINCIDE
                    IF TXT-NOM NOT = WK-OLD-DESCRIPCION
                       MOVE 'G' TO WX-COT-ACCION
                       PERFORM 4100-COTEJA-LISTA
                    END-IF
                    IF WX-COT-COINCIDE > 0
                       STRING 'CAMBIO ACEPTADO: ' DELIMITED SIZE
                              COD-CANAL           DELIMITED SIZE
                              ' - COINCIDENCIA EN LISTA '
                                 DELIMITED SIZE
                              WX-COT-ID           DELIMITED SIZE
                         INTO WX-RESPUESTA
                    ELSE
                       STRING 'CAMBIO ACEPTADO: ' DELIMITED SIZE
                              COD-CANAL           DELIMITED SIZE
                         INTO WX-RESPUESTA
                    END-IF
                 ELSE
                    STRING 'RECHAZADO - ERROR DE REGRABACION: '
                              DELIMITED SIZE
              MOVE 'I' TO WX-ESTADO-BAJA
              CALL 'QG1CX101' USING IND-ESTADO, WX-ESTADO-BAJA,
                                     WX-TRANSICION-OK
              CALL 'QG1CX289' USING COD-CANAL, WX-SALDO-CIERRE,
                                     WX-PUEDE-CERRAR, WX-MOTIVO-CIERRE
              IF WX-TRANSICION-OK NOT = 'S'
                 STRING 'RECHAZADO - TRANSICION ' DELIMITED SIZE
                        IND-ESTADO                DELIMITED SIZE
                        COD-CANAL                 DELIMITED SIZE
                   INTO WX-RESPUESTA
              ELSE
              IF WX-PUEDE-CERRAR NOT = 'S'
                 STRING 'RECHAZADO - '            DELIMITED SIZE
                        WX-MOTIVO-CIERRE          DELIMITED SIZE
                        ' - LIQUIDAR CON QG1CX288' DELIMITED SIZE
                   INTO WX-RESPUESTA
              ELSE
              MOVE COD-CANAL TO WK-OLD-CODIGO
              MOVE TXT-ABRV  TO WK-OLD-ABREVIATURA
              MOVE TXT-NOM   TO WK-OLD-DESCRIPCION
                   INTO WX-RESPUESTA
              END-IF
              END-IF
              END-IF
           END-IF.
      *
       7000-ARMA-RECHAZO-EDICION.
