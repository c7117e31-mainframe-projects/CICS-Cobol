      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Visor en linea de los reportes batch. Las
      *  sucursales y auditoria pedian a operaciones por correo
      *  impresiones de QG1CX065.RPT, los estados de QG1CX115,
      *  QG1CX144.RPT y otros; cada uno de esos programas publica
      *  ahora su reporte con la rutina QG1CX275 en el indice
      *  QG1RPTIX.DAT (COPY QG1RIX01) y sus lineas en QG1RPTLN.DAT
      *  (COPY QG1RLN01). Transaccion pseudo-conversacional con el
      *  mismo patron que QG1C0021 (una linea de texto separada por
      *  '|', SEND/RECEIVE de texto sin mapa BMS) y el paginado de
      *  QG1C0014 (estado en COMMAREA):
      *    oper|accion|d1|d2
      *  accion:
      *    L = lista de reportes: d1 fecha de negocio AAAAMMDD (en
      *        blanco = hoy), d2 canal (en blanco = los reportes de
      *        toda la cartera; con canal = los estados de ese
      *        canal). Solo salen los que el operador puede ver, de
      *        10 en 10; '+' sigue la lista,
      *    V = ver un reporte: d1 numero, d2 fecha de negocio (en
      *        blanco = la de la ultima lista, o hoy); muestra las
      *        primeras 10 lineas,
      *    B = buscar un canal: d1 canal; se posiciona en la
      *        siguiente linea del reporte en pantalla que lo
      *        contiene,
      *    '+' / '-' = pagina siguiente / anterior del reporte en
      *        pantalla.
      *  Acceso por reporte: el operador debe tener en QG1OPER.DAT el
      *  permiso que pide el reporte (CALL QG1CX109 con RIX-PERMISO)
      *  y, si el reporte es de un canal, el canal dentro de su
      *  alcance en QG1OPRNG.DAT (CALL QG1CX210); el canal de una
      *  lista o de una busqueda tambien debe estar en su alcance.
      *  Las lineas se leen por llave (numero + linea): cada
      *  invocacion abre y cierra su browse antes del RETURN TRANSID.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0022.
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
       01 WX-PREGUNTA-RPT.
           05 WX-PR.
               10 FILLER    PIC X(40) VALUE
                  'OPER|ACCION L/V/B|D1|D2  + SIG  - ANT: '.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).
       01 WX-LINEA          PIC X(140).

       01 WX-OPERADOR       PIC X(08).
       01 WX-ACCION         PIC X(01).
           88 WX-LISTA           VALUE 'L'.
           88 WX-VER             VALUE 'V'.
           88 WX-BUSCA           VALUE 'B'.
           88 WX-ACCION-VALIDA   VALUES 'L' 'V' 'B'.
       01 WX-DATO1          PIC X(12).
       01 WX-DATO2          PIC X(12).

       01 WX-FECHA-HOY      PIC 9(08).
       01 WX-FECHA          PIC 9(08).
       01 WX-FECHA-VALIDA   PIC X(01).
       01 WX-CANAL          PIC X(03).

       01 WX-AUTORIZADO     PIC X(01).
       01 WX-DENTRO-ALCANCE PIC X(01).
       01 WX-PERMISO-OP     PIC X(01) VALUE 'S'.

       01 WS-RESP-CICS      PIC S9(8) COMP.
       01 WX-FIN-BROWSE     PIC X(01).
       01 WX-MOSTRADOS      PIC 9(02).
       01 WX-LINEAS-PAGINA  PIC 9(02) VALUE 10.
       01 WX-LINEA-FIN      PIC 9(06).
       01 WX-CUENTA         PIC 9(03).
       01 WX-HALLADA        PIC X(01).
       01 WX-LINEAS-ED      PIC ZZZZZ9.

           COPY QG1RIX01.
           COPY QG1RLN01.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CA-ESTADO         PIC X(01).
               88 CA-ESPERA-ENTRADA VALUE 'E'.
           05 CA-MODO           PIC X(01).
               88 CA-LISTANDO       VALUE 'L'.
               88 CA-VIENDO         VALUE 'V'.
           05 CA-OPERADOR       PIC X(08).
           05 CA-FECHA          PIC 9(08).
           05 CA-CANAL          PIC X(03).
           05 CA-ULT-LISTADO    PIC 9(07).
           05 CA-NUMERO         PIC 9(07).
           05 CA-LINEA-INICIO   PIC 9(06).
           05 CA-TOTAL-LINEAS   PIC 9(06).

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
           MOVE 0 TO CA-FECHA, CA-ULT-LISTADO, CA-NUMERO,
                     CA-LINEA-INICIO, CA-TOTAL-LINEAS
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2000-PROCESA-ENTRADA.
           PERFORM 2150-RECIBIR-DATOS
           MOVE SPACES TO WX-RESPUESTA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WX-FECHA-HOY
           EVALUATE TRUE
              WHEN WX-ENTRADA(1:1) = '+' AND CA-LISTANDO
                 PERFORM 4000-LISTA-REPORTES
              WHEN WX-ENTRADA(1:1) = '+' AND CA-VIENDO
                 PERFORM 5300-PAGINA-ADELANTE
              WHEN WX-ENTRADA(1:1) = '-' AND CA-VIENDO
                 PERFORM 5400-PAGINA-ATRAS
              WHEN WX-ENTRADA(1:1) = '+' OR WX-ENTRADA(1:1) = '-'
                 MOVE 'NO HAY LISTA NI REPORTE EN PANTALLA'
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
               SEND TEXT FROM(WX-PREGUNTA-RPT)
                         LENGTH(LENGTH OF WX-PREGUNTA-RPT)
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
           MOVE SPACES TO WX-OPERADOR, WX-ACCION, WX-DATO1, WX-DATO2
           UNSTRING WX-ENTRADA DELIMITED BY '|'
              INTO WX-OPERADOR, WX-ACCION, WX-DATO1, WX-DATO2.
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
              WHEN WX-LISTA
                 PERFORM 2210-INICIA-LISTA
              WHEN WX-VER
                 PERFORM 2250-ABRE-REPORTE
              WHEN WX-BUSCA
                 PERFORM 2270-BUSCA-CANAL
           END-EVALUATE.
      *
       2210-INICIA-LISTA.
           MOVE WX-FECHA-HOY TO WX-FECHA
           IF WX-DATO1 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO1) TO WX-FECHA
           END-IF
           CALL 'QG1CX072' USING WX-FECHA, WX-FECHA-VALIDA
           MOVE WX-DATO2(1:3) TO WX-CANAL
           MOVE 'S' TO WX-DENTRO-ALCANCE
           IF WX-CANAL NOT = SPACES
              CALL 'QG1CX210' USING WX-OPERADOR, WX-CANAL,
                                     WX-DENTRO-ALCANCE
           END-IF
           EVALUATE TRUE
              WHEN WX-FECHA-VALIDA NOT = 'S'
                 STRING 'RECHAZADO - FECHA DE NEGOCIO INVALIDA: '
                           DELIMITED SIZE
                        WX-DATO1 DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-DENTRO-ALCANCE NOT = 'S'
                 STRING 'RECHAZADO - CANAL ' DELIMITED SIZE
                        WX-CANAL DELIMITED SIZE
                        ' FUERA DEL ALCANCE DE ' DELIMITED SIZE
                        WX-OPERADOR DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 SET CA-LISTANDO TO TRUE
                 MOVE WX-OPERADOR TO CA-OPERADOR
                 MOVE WX-FECHA    TO CA-FECHA
                 MOVE WX-CANAL    TO CA-CANAL
                 MOVE 0           TO CA-ULT-LISTADO
                 PERFORM 4000-LISTA-REPORTES
           END-EVALUATE.
      *
       2250-ABRE-REPORTE.
           MOVE CA-FECHA TO WX-FECHA
           IF WX-FECHA = 0
              MOVE WX-FECHA-HOY TO WX-FECHA
           END-IF
           IF WX-DATO2 NOT = SPACES
              MOVE FUNCTION NUMVAL(WX-DATO2) TO WX-FECHA
           END-IF
           IF WX-DATO1 = SPACES OR FUNCTION NUMVAL(WX-DATO1) = 0
              MOVE 'RECHAZADO - FALTA EL NUMERO DE REPORTE'
                TO WX-RESPUESTA
           ELSE
              MOVE WX-FECHA TO RIX-FECHA-NEGOCIO
              MOVE FUNCTION NUMVAL(WX-DATO1) TO RIX-NUMERO
              PERFORM 5000-VERIFICA-ACCESO
              IF WX-RESPUESTA = SPACES
                 SET CA-VIENDO TO TRUE
                 MOVE WX-OPERADOR       TO CA-OPERADOR
                 MOVE RIX-FECHA-NEGOCIO TO CA-FECHA
                 MOVE RIX-NUMERO        TO CA-NUMERO
                 MOVE RIX-LINEAS        TO CA-TOTAL-LINEAS
                 MOVE 1                 TO CA-LINEA-INICIO
                 PERFORM 5200-MUESTRA-PAGINA
              END-IF
           END-IF.
      *
       2270-BUSCA-CANAL.
           MOVE WX-DATO1(1:3) TO WX-CANAL
           EVALUATE TRUE
              WHEN NOT CA-VIENDO
                 MOVE 'RECHAZADO - NO HAY REPORTE EN PANTALLA (USE V)'
                   TO WX-RESPUESTA
              WHEN WX-CANAL = SPACES
                 MOVE 'RECHAZADO - FALTA EL CANAL' TO WX-RESPUESTA
              WHEN OTHER
                 MOVE CA-FECHA  TO RIX-FECHA-NEGOCIO
                 MOVE CA-NUMERO TO RIX-NUMERO
                 PERFORM 5000-VERIFICA-ACCESO
           END-EVALUATE
           IF WX-RESPUESTA = SPACES
              CALL 'QG1CX210' USING WX-OPERADOR, WX-CANAL,
                                     WX-DENTRO-ALCANCE
              IF WX-DENTRO-ALCANCE NOT = 'S'
                 STRING 'RECHAZADO - CANAL ' DELIMITED SIZE
                        WX-CANAL DELIMITED SIZE
                        ' FUERA DEL ALCANCE DE ' DELIMITED SIZE
                        WX-OPERADOR DELIMITED SIZE
                   INTO WX-RESPUESTA
              ELSE
                 PERFORM 5500-BUSCA-SIGUIENTE
              END-IF
           END-IF.
      *
      * Lista de la fecha: solo los reportes que el operador puede
      * ver; el '+' sigue desde el ultimo numero listado.
       4000-LISTA-REPORTES.
           MOVE CA-FECHA TO RIX-FECHA-NEGOCIO
           COMPUTE RIX-NUMERO = CA-ULT-LISTADO + 1
           MOVE CA-OPERADOR TO WX-OPERADOR
           MOVE 0 TO WX-MOSTRADOS
           EXEC CICS
               STARTBR DATASET('QG1RPTIX')
                       RIDFLD(RIX-LLAVE)
                       GTEQ
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              MOVE 'N' TO WX-FIN-BROWSE
              PERFORM UNTIL WX-FIN-BROWSE = 'S'
                 EXEC CICS
                     READNEXT DATASET('QG1RPTIX')
                              INTO(REG-INDICE-REPORTE)
                              RIDFLD(RIX-LLAVE)
                              RESP(WS-RESP-CICS)
                 END-EXEC
                 IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    OR RIX-FECHA-NEGOCIO NOT = CA-FECHA
                    MOVE 'S' TO WX-FIN-BROWSE
                 ELSE
                    MOVE RIX-NUMERO TO CA-ULT-LISTADO
                    PERFORM 4100-LISTA-UNA-ENTRADA
                    IF WX-MOSTRADOS >= WX-LINEAS-PAGINA
                       MOVE 'S' TO WX-FIN-BROWSE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS
                  ENDBR DATASET('QG1RPTIX')
              END-EXEC
           END-IF
           IF WX-MOSTRADOS = 0
              STRING 'FIN DE LA LISTA DEL ' DELIMITED SIZE
                     CA-FECHA DELIMITED SIZE
                INTO WX-RESPUESTA
           END-IF.
      *
       4100-LISTA-UNA-ENTRADA.
           IF RIX-COD-CANAL = CA-CANAL
              CALL 'QG1CX109' USING WX-OPERADOR, RIX-PERMISO,
                                     WX-AUTORIZADO
              IF WX-AUTORIZADO = 'S'
                 ADD 1 TO WX-MOSTRADOS
                 MOVE RIX-LINEAS TO WX-LINEAS-ED
                 MOVE SPACES TO WX-LINEA
                 STRING RIX-NUMERO ' ' RIX-REPORTE ' ' RIX-PROGRAMA
                        ' ' RIX-TITULO ' ' WX-LINEAS-ED ' LINEAS '
                        RIX-FECHA-HORA(9:4)
                    DELIMITED SIZE INTO WX-LINEA
                 PERFORM 5900-ENVIA-LINEA
              END-IF
           END-IF.
      *
      * Acceso por reporte: permiso de QG1OPER.DAT que pide el
      * reporte y, si es de un canal, alcance de QG1OPRNG.DAT.
       5000-VERIFICA-ACCESO.
           EXEC CICS
               READ DATASET('QG1RPTIX')
                    INTO(REG-INDICE-REPORTE)
                    RIDFLD(RIX-LLAVE)
                    RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              STRING 'RECHAZADO - NO EXISTE EL REPORTE '
                        DELIMITED SIZE
                     RIX-NUMERO ' DEL ' RIX-FECHA-NEGOCIO
                        DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              CALL 'QG1CX109' USING WX-OPERADOR, RIX-PERMISO,
                                     WX-AUTORIZADO
              MOVE 'S' TO WX-DENTRO-ALCANCE
              IF WX-AUTORIZADO = 'S' AND RIX-COD-CANAL NOT = SPACES
                 CALL 'QG1CX210' USING WX-OPERADOR, RIX-COD-CANAL,
                                        WX-DENTRO-ALCANCE
              END-IF
              EVALUATE TRUE
                 WHEN WX-AUTORIZADO NOT = 'S'
                    STRING 'RECHAZADO - ' DELIMITED SIZE
                           WX-OPERADOR DELIMITED SIZE
                           ' SIN PERMISO ' DELIMITED SIZE
                           RIX-PERMISO DELIMITED SIZE
                           ' PARA ' DELIMITED SIZE
                           RIX-REPORTE DELIMITED SIZE
                      INTO WX-RESPUESTA
                 WHEN WX-DENTRO-ALCANCE NOT = 'S'
                    STRING 'RECHAZADO - CANAL ' DELIMITED SIZE
                           RIX-COD-CANAL DELIMITED SIZE
                           ' FUERA DEL ALCANCE DE ' DELIMITED SIZE
                           WX-OPERADOR DELIMITED SIZE
                      INTO WX-RESPUESTA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       5200-MUESTRA-PAGINA.
           COMPUTE WX-LINEA-FIN = CA-LINEA-INICIO
                                + WX-LINEAS-PAGINA - 1
           IF WX-LINEA-FIN > CA-TOTAL-LINEAS
              MOVE CA-TOTAL-LINEAS TO WX-LINEA-FIN
           END-IF
           MOVE SPACES TO WX-LINEA
           STRING 'REPORTE ' CA-NUMERO ' LINEAS ' CA-LINEA-INICIO
                  ' A ' WX-LINEA-FIN ' DE ' CA-TOTAL-LINEAS
              DELIMITED SIZE INTO WX-LINEA
           PERFORM 5900-ENVIA-LINEA
           MOVE CA-NUMERO       TO RLN-NUMERO
           MOVE CA-LINEA-INICIO TO RLN-LINEA
           PERFORM UNTIL RLN-LINEA > WX-LINEA-FIN
              EXEC CICS
                  READ DATASET('QG1RPTLN')
                       INTO(REG-LINEA-REPORTE)
                       RIDFLD(RLN-LLAVE)
                       RESP(WS-RESP-CICS)
              END-EXEC
              IF WS-RESP-CICS = DFHRESP(NORMAL)
                 MOVE SPACES TO WX-LINEA
                 STRING RLN-LINEA ' ' RLN-TEXTO
                    DELIMITED SIZE INTO WX-LINEA
                 PERFORM 5900-ENVIA-LINEA
              END-IF
              ADD 1 TO RLN-LINEA
           END-PERFORM.
      *
       5300-PAGINA-ADELANTE.
           IF CA-LINEA-INICIO + WX-LINEAS-PAGINA > CA-TOTAL-LINEAS
              MOVE 'FIN DEL REPORTE' TO WX-RESPUESTA
           ELSE
              ADD WX-LINEAS-PAGINA TO CA-LINEA-INICIO
              PERFORM 5200-MUESTRA-PAGINA
           END-IF.
      *
       5400-PAGINA-ATRAS.
           IF CA-LINEA-INICIO NOT > 1
              MOVE 'INICIO DEL REPORTE' TO WX-RESPUESTA
           ELSE
              IF CA-LINEA-INICIO > WX-LINEAS-PAGINA
                 SUBTRACT WX-LINEAS-PAGINA FROM CA-LINEA-INICIO
              ELSE
                 MOVE 1 TO CA-LINEA-INICIO
              END-IF
              PERFORM 5200-MUESTRA-PAGINA
           END-IF.
      *
      * La busqueda arranca en la linea siguiente al inicio de la
      * pagina en pantalla: repetir B avanza a la siguiente aparicion.
       5500-BUSCA-SIGUIENTE.
           MOVE 'N' TO WX-HALLADA
           MOVE CA-NUMERO TO RLN-NUMERO
           COMPUTE RLN-LINEA = CA-LINEA-INICIO + 1
           EXEC CICS
               STARTBR DATASET('QG1RPTLN')
                       RIDFLD(RLN-LLAVE)
                       GTEQ
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              MOVE 'N' TO WX-FIN-BROWSE
              PERFORM UNTIL WX-FIN-BROWSE = 'S'
                 EXEC CICS
                     READNEXT DATASET('QG1RPTLN')
                              INTO(REG-LINEA-REPORTE)
                              RIDFLD(RLN-LLAVE)
                              RESP(WS-RESP-CICS)
                 END-EXEC
                 IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
                    OR RLN-NUMERO NOT = CA-NUMERO
                    MOVE 'S' TO WX-FIN-BROWSE
                 ELSE
                    MOVE 0 TO WX-CUENTA
                    INSPECT RLN-TEXTO TALLYING WX-CUENTA
                            FOR ALL WX-CANAL
                    IF WX-CUENTA > 0
                       MOVE 'S' TO WX-HALLADA
                       MOVE 'S' TO WX-FIN-BROWSE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS
                  ENDBR DATASET('QG1RPTLN')
              END-EXEC
           END-IF
           IF WX-HALLADA = 'S'
              MOVE RLN-LINEA TO CA-LINEA-INICIO
              PERFORM 5200-MUESTRA-PAGINA
           ELSE
              STRING 'CANAL ' DELIMITED SIZE
                     WX-CANAL DELIMITED SIZE
                     ' NO APARECE DESPUES DE LA LINEA '
                        DELIMITED SIZE
                     CA-LINEA-INICIO DELIMITED SIZE
                INTO WX-RESPUESTA
           END-IF.
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
               RETURN TRANSID('Q22')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
