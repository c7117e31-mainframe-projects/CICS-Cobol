      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Registro en linea de los incidentes de servicio
      *  de los canales (QG1INCID.DAT, COPY QG1INC01): las caidas de
      *  ATMs y agentes solo se conocian por llamadas. Transaccion
      *  pseudo-conversacional con el mismo patron que QG1C0019 (una
      *  linea de texto separada por '|', SEND/RECEIVE de texto sin
      *  mapa BMS):
      *    oper|accion|canal|d1|d2|d3|texto
      *  accion:
      *    A = abrir: d1 inicio AAAAMMDDHHMM (en blanco = ahora), d2
      *        causa EN/CO/HW/SW/EF/OT, d3 responsabilidad P propia /
      *        T del tercero, texto = descripcion (obligatoria con
      *        OT). El canal debe existir en HOST004, el inicio no
      *        puede ser futuro y el canal no puede tener otro
      *        incidente abierto; el numero corre por canal,
      *    F = cerrar: d1 numero, d2 fin AAAAMMDDHHMM (en blanco =
      *        ahora), texto = nota del cierre. El fin no puede ser
      *        anterior al inicio ni futuro,
      *    C = consulta: d1 numero.
      *  La consulta pide solo el sign-on (QG1CX109 'S'); abrir y
      *  cerrar piden permiso de escritura 'W' y el canal dentro del
      *  alcance del operador (QG1CX210).
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0020.
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
       01 WX-PREGUNTA-INC.
           05 WX-PN.
               10 FILLER    PIC X(40) VALUE
                  'OPER|ACCION A/F/C|CANAL|D1|D2|D3|TEXTO: '.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).

       01 WX-OPERADOR       PIC X(08).
       01 WX-ACCION         PIC X(01).
           88 WX-ABRE            VALUE 'A'.
           88 WX-CIERRA          VALUE 'F'.
           88 WX-CONSULTA        VALUE 'C'.
           88 WX-ACCION-VALIDA   VALUES 'A' 'F' 'C'.
       01 WX-CANAL          PIC X(03).
       01 WX-DATO1          PIC X(12).
       01 WX-DATO2          PIC X(12).
       01 WX-DATO3          PIC X(02).
       01 WX-TEXTO          PIC X(40).

       01 WX-MOMENTO-AHORA.
           05 WX-AHORA-FECHA    PIC 9(08).
           05 WX-AHORA-HORA     PIC 9(04).
       01 WX-AHORA-NUM REDEFINES WX-MOMENTO-AHORA PIC 9(12).
       01 WX-MOMENTO.
           05 WX-MOM-FECHA      PIC 9(08).
           05 WX-MOM-HORA.
              10 WX-MOM-HH      PIC 9(02).
              10 WX-MOM-MM      PIC 9(02).
       01 WX-MOMENTO-NUM REDEFINES WX-MOMENTO PIC 9(12).
       01 WX-INICIO-NUM     PIC 9(12).
       01 WX-MOMENTO-CRUDO  PIC X(12).
       01 WX-MOMENTO-VALIDO PIC X(01).
       01 WX-FECHA-VALIDA   PIC X(01).

       01 WX-PERMISO-OP     PIC X(01).
       01 WX-AUTORIZADO     PIC X(01).
       01 WX-DENTRO-ALCANCE PIC X(01).

       01 WS-RESP-CICS      PIC S9(8) COMP.

       01 WX-ULT-NUMERO     PIC 9(05).
       01 WX-FIN-BROWSE     PIC X(01).
       01 WX-HAY-ABIERTO    PIC X(01).
       01 WX-NUMERO-ABIERTO PIC 9(05).

           COPY QG1INC01.
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
              STRING 'OPERADOR SIN PERMISO SOBRE INCIDENTES: '
                        DELIMITED SIZE
                     WX-OPERADOR DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              PERFORM 2200-VALIDA-ENTRADA
              IF WX-RESPUESTA = SPACES
                 EVALUATE TRUE
                    WHEN WX-ABRE
                       PERFORM 4000-ABRE-INCIDENTE
                    WHEN WX-CIERRA
                       PERFORM 2250-LEE-INCIDENTE
                       IF WX-RESPUESTA = SPACES
                          PERFORM 2270-CIERRA-INCIDENTE
                       END-IF
                    WHEN WX-CONSULTA
                       PERFORM 2250-LEE-INCIDENTE
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
               SEND TEXT FROM(WX-PREGUNTA-INC)
                         LENGTH(LENGTH OF WX-PREGUNTA-INC)
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
           MOVE FUNCTION CURRENT-DATE(1:12) TO WX-MOMENTO-AHORA
           EVALUATE TRUE
              WHEN NOT WX-ACCION-VALIDA
                 STRING 'RECHAZADO - ACCION INVALIDA: ' DELIMITED SIZE
                        WX-ACCION DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CANAL = SPACES
                 MOVE 'RECHAZADO - FALTA EL CANAL' TO WX-RESPUESTA
              WHEN WX-ABRE
                 PERFORM 2210-VALIDA-APERTURA
              WHEN WX-DATO1 = SPACES
                 MOVE 'RECHAZADO - FALTA EL NUMERO DE INCIDENTE'
                   TO WX-RESPUESTA
              WHEN FUNCTION NUMVAL(WX-DATO1) = 0
                 STRING 'RECHAZADO - INCIDENTE INVALIDO: '
                           DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CIERRA
                 MOVE WX-DATO2 TO WX-MOMENTO-CRUDO
                 PERFORM 2220-VALIDA-MOMENTO
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
       2210-VALIDA-APERTURA.
           MOVE WX-DATO2 TO INC-CAUSA
           MOVE WX-DATO3 TO INC-RESPONSABILIDAD
           EVALUATE TRUE
              WHEN NOT INC-CAUSA-VALIDA
                 STRING 'RECHAZADO - CAUSA INVALIDA '
                           DELIMITED SIZE
                        '(EN/CO/HW/SW/EF/OT): ' DELIMITED SIZE
                        WX-DATO2 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN NOT INC-RESP-VALIDA
                 STRING 'RECHAZADO - RESPONSABILIDAD INVALIDA (P/T): '
                           DELIMITED SIZE
                        WX-DATO3 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN INC-OTRA-CAUSA AND WX-TEXTO = SPACES
                 MOVE 'RECHAZADO - LA CAUSA OT REQUIERE DESCRIPCION'
                   TO WX-RESPUESTA
              WHEN OTHER
                 MOVE WX-DATO1 TO WX-MOMENTO-CRUDO
                 PERFORM 2220-VALIDA-MOMENTO
           END-EVALUATE

           IF WX-RESPUESTA = SPACES
              MOVE WX-CANAL TO COD-CANAL
              EXEC CICS
                  READ DATASET('HOST004')
                       INTO(REG-HOST004)
                       RIDFLD(COD-CANAL)
                       RESP(WS-RESP-CICS)
              END-EXEC
              IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                 STRING 'RECHAZADO - CANAL NO EXISTE: ' DELIMITED SIZE
                        WX-CANAL DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
      * Inicio o fin del incidente: AAAAMMDDHHMM, en blanco = ahora.
      * No se aceptan momentos futuros: un incidente se registra
      * cuando ya empezo (o ya termino).
       2220-VALIDA-MOMENTO.
           IF WX-MOMENTO-CRUDO = SPACES
              MOVE WX-MOMENTO-AHORA TO WX-MOMENTO
           ELSE
              MOVE 'S' TO WX-MOMENTO-VALIDO
              IF WX-MOMENTO-CRUDO NOT NUMERIC
                 MOVE 'N' TO WX-MOMENTO-VALIDO
              ELSE
                 MOVE WX-MOMENTO-CRUDO TO WX-MOMENTO
                 CALL 'QG1CX072' USING WX-MOM-FECHA, WX-FECHA-VALIDA
                 IF WX-FECHA-VALIDA NOT = 'S'
                    OR WX-MOM-HH > 23 OR WX-MOM-MM > 59
                    MOVE 'N' TO WX-MOMENTO-VALIDO
                 END-IF
              END-IF
              IF WX-MOMENTO-VALIDO NOT = 'S'
                 STRING 'RECHAZADO - FECHA Y HORA INVALIDAS '
                           DELIMITED SIZE
                        '(AAAAMMDDHHMM): ' DELIMITED SIZE
                        WX-MOMENTO-CRUDO DELIMITED SIZE
                   INTO WX-RESPUESTA
              ELSE
                 IF WX-MOMENTO-NUM > WX-AHORA-NUM
                    STRING 'RECHAZADO - FECHA Y HORA FUTURAS: '
                              DELIMITED SIZE
                           WX-MOMENTO-CRUDO DELIMITED SIZE
                      INTO WX-RESPUESTA
                 END-IF
              END-IF
           END-IF.
      *
       2250-LEE-INCIDENTE.
           MOVE WX-CANAL TO INC-COD-CANAL
           MOVE FUNCTION NUMVAL(WX-DATO1) TO INC-NUMERO
           IF WX-CONSULTA
              EXEC CICS
                  READ DATASET('QG1INCID')
                       INTO(REG-INCIDENTE)
                       RIDFLD(INC-LLAVE)
                       RESP(WS-RESP-CICS)
              END-EXEC
           ELSE
              EXEC CICS
                  READ DATASET('QG1INCID')
                       INTO(REG-INCIDENTE)
                       RIDFLD(INC-LLAVE)
                       UPDATE
                       RESP(WS-RESP-CICS)
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                 STRING 'RECHAZADO - NO EXISTE EL INCIDENTE '
                           DELIMITED SIZE
                        WX-CANAL ' ' WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CIERRA AND INC-CERRADO
                 STRING 'RECHAZADO - EL INCIDENTE ' DELIMITED SIZE
                        INC-NUMERO DELIMITED SIZE
                        ' YA ESTA CERRADO' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       2260-CONSULTA.
           IF INC-ABIERTO
              STRING 'INC ' INC-NUMERO ' ' INC-COD-CANAL ' ABIERTO '
                     INC-FECHA-INICIO ' ' INC-HORA-INICIO ' '
                     INC-CAUSA ' ' INC-RESPONSABILIDAD ' '
                     INC-ABIERTO-POR ' ' INC-DESCRIPCION(1:20)
                 DELIMITED SIZE INTO WX-RESPUESTA
           ELSE
              STRING 'INC ' INC-NUMERO ' ' INC-COD-CANAL ' '
                     INC-FECHA-INICIO ' ' INC-HORA-INICIO ' A '
                     INC-FECHA-FIN ' ' INC-HORA-FIN ' '
                     INC-CAUSA ' ' INC-RESPONSABILIDAD ' '
                     INC-CERRADO-POR ' ' INC-NOTA(1:12)
                 DELIMITED SIZE INTO WX-RESPUESTA
           END-IF.
      *
       2270-CIERRA-INCIDENTE.
           COMPUTE WX-INICIO-NUM = INC-FECHA-INICIO * 10000
                                 + INC-HORA-INICIO
           IF WX-MOMENTO-NUM < WX-INICIO-NUM
              STRING 'RECHAZADO - EL FIN ES ANTERIOR AL INICIO '
                        DELIMITED SIZE
                     INC-FECHA-INICIO ' ' INC-HORA-INICIO
                        DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              MOVE WX-MOM-FECHA TO INC-FECHA-FIN
              MOVE WX-MOM-HORA  TO INC-HORA-FIN
              MOVE WX-OPERADOR  TO INC-CERRADO-POR
              MOVE WX-TEXTO     TO INC-NOTA
              SET INC-CERRADO   TO TRUE
              EXEC CICS
                  REWRITE DATASET('QG1INCID')
                          FROM(REG-INCIDENTE)
                          RESP(WS-RESP-CICS)
              END-EXEC
              IF WS-RESP-CICS = DFHRESP(NORMAL)
                 STRING 'INCIDENTE ' INC-NUMERO ' DE ' INC-COD-CANAL
                        ' CERRADO ' INC-FECHA-FIN ' ' INC-HORA-FIN
                    DELIMITED SIZE INTO WX-RESPUESTA
              ELSE
                 STRING 'ERROR AL GRABAR EL INCIDENTE ' DELIMITED SIZE
                        INC-COD-CANAL ' ' INC-NUMERO DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
      * Apertura: el numero sigue al ultimo del canal, y el mismo
      * recorrido del canal detecta otro incidente abierto.
       4000-ABRE-INCIDENTE.
           PERFORM 4100-RECORRE-CANAL
           IF WX-HAY-ABIERTO = 'S'
              STRING 'RECHAZADO - EL CANAL YA TIENE EL INCIDENTE '
                        DELIMITED SIZE
                     'ABIERTO ' WX-NUMERO-ABIERTO DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              MOVE SPACES           TO REG-INCIDENTE
              MOVE WX-CANAL         TO INC-COD-CANAL
              COMPUTE INC-NUMERO = WX-ULT-NUMERO + 1
              MOVE WX-MOM-FECHA     TO INC-FECHA-INICIO
              MOVE WX-MOM-HORA      TO INC-HORA-INICIO
              MOVE 0 TO INC-FECHA-FIN, INC-HORA-FIN
              MOVE WX-DATO2         TO INC-CAUSA
              MOVE WX-DATO3         TO INC-RESPONSABILIDAD
              MOVE WX-TEXTO         TO INC-DESCRIPCION
              SET INC-ABIERTO       TO TRUE
              MOVE WX-OPERADOR      TO INC-ABIERTO-POR
              EXEC CICS
                  WRITE DATASET('QG1INCID')
                        FROM(REG-INCIDENTE)
                        RIDFLD(INC-LLAVE)
                        RESP(WS-RESP-CICS)
              END-EXEC
              IF WS-RESP-CICS = DFHRESP(NORMAL)
                 STRING 'INCIDENTE ' INC-NUMERO ' DE ' INC-COD-CANAL
                        ' ABIERTO ' INC-FECHA-INICIO ' '
                        INC-HORA-INICIO
                    DELIMITED SIZE INTO WX-RESPUESTA
              ELSE
                 STRING 'RECHAZADO - NO SE PUDO GRABAR EL INCIDENTE, '
                           DELIMITED SIZE
                        'REINTENTE' DELIMITED SIZE
                   INTO WX-RESPUESTA
              END-IF
           END-IF.
      *
       4100-RECORRE-CANAL.
           MOVE 0   TO WX-ULT-NUMERO, WX-NUMERO-ABIERTO
           MOVE 'N' TO WX-HAY-ABIERTO
           MOVE WX-CANAL TO INC-COD-CANAL
           MOVE 0        TO INC-NUMERO
           EXEC CICS
               STARTBR DATASET('QG1INCID')
                       RIDFLD(INC-LLAVE)
                       GTEQ
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              MOVE 'N' TO WX-FIN-BROWSE
              PERFORM UNTIL WX-FIN-BROWSE = 'S'
                 EXEC CICS
                     READNEXT DATASET('QG1INCID')
                              INTO(REG-INCIDENTE)
                              RIDFLD(INC-LLAVE)
                              RESP(WS-RESP-CICS)
                 END-EXEC
                 IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    OR INC-COD-CANAL NOT = WX-CANAL
                    MOVE 'S' TO WX-FIN-BROWSE
                 ELSE
                    MOVE INC-NUMERO TO WX-ULT-NUMERO
                    IF INC-ABIERTO
                       MOVE 'S' TO WX-HAY-ABIERTO
                       MOVE INC-NUMERO TO WX-NUMERO-ABIERTO
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS
                  ENDBR DATASET('QG1INCID')
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
               RETURN TRANSID('Q20')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
