      ******************************************************************
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Trabajo en linea de los casos de cumplimiento
      *  (QG1CASOS.DAT, COPY QG1CAS01) que abren los detectores via
      *  la rutina QG1CX248. Transaccion pseudo-conversacional con el
      *  mismo patron que QG1C0017 (una linea de texto separada por
      *  '|', SEND/RECEIVE de texto sin mapa BMS):
      *    oper|accion|caso|dato|nota
      *  accion:
      *    C = consulta del caso (basta el sign-on, QG1CX109 'S'),
      *    S = asignar o reasignar a un analista: dato = operador
      *        analista, que debe existir; pide permiso 'R',
      *    I = nota de investigacion: solo el analista asignado,
      *        nota obligatoria; el caso pasa a 'I',
      *    X = cerrar: solo el analista asignado, dato = disposicion
      *        F (falso positivo), M (seguir monitoreando) o R
      *        (reportar a la autoridad), nota obligatoria.
      *  Un caso cerrado no se vuelve a tocar; si el canal vuelve a
      *  alertar, QG1CX248 le abre un caso nuevo. Toda accion,
      *  consultas incluidas, queda en la bitacora QG1CASBIT.DAT
      *  (COPY QG1CSB01) con el operador y la fecha/hora.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1C0018.
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
       01 WX-PREGUNTA-CASO.
           05 WX-PN.
               10 FILLER    PIC X(48) VALUE
                  'OPERADOR|ACCION C/S/I/X|CASO|DATO|NOTA :'.
           05 WX-ENTRADA    PIC X(79).

       01 WX-RESPUESTA      PIC X(80).

       01 WX-OPERADOR       PIC X(08).
       01 WX-ACCION         PIC X(01).
           88 WX-CONSULTA        VALUE 'C'.
           88 WX-ASIGNA          VALUE 'S'.
           88 WX-INVESTIGA       VALUE 'I'.
           88 WX-CIERRA          VALUE 'X'.
           88 WX-ACCION-VALIDA   VALUES 'C' 'S' 'I' 'X'.
       01 WX-CASO-TEXTO     PIC X(07).
       01 WX-DATO           PIC X(08).
       01 WX-NOTA           PIC X(60).

       01 WX-PERMISO-OP     PIC X(01).
       01 WX-AUTORIZADO     PIC X(01).
       01 WX-PERMISO-SIGNON PIC X(01) VALUE 'S'.
       01 WX-ANALISTA-OK    PIC X(01).

       01 WS-RESP-CICS      PIC S9(8) COMP.
       01 WX-FECHA-HOY      PIC 9(08).
       01 WX-OCURRENCIAS-ED PIC ZZZZ9.

           COPY QG1CAS01.
           COPY QG1CSB01.
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
              MOVE 'R' TO WX-PERMISO-OP
           END-IF
           CALL 'QG1CX109' USING WX-OPERADOR, WX-PERMISO-OP,
                                  WX-AUTORIZADO
           IF WX-AUTORIZADO NOT = 'S'
              STRING 'OPERADOR SIN PERMISO SOBRE CASOS: '
                        DELIMITED SIZE
                     WX-OPERADOR DELIMITED SIZE
                INTO WX-RESPUESTA
           ELSE
              PERFORM 2200-VALIDA-ENTRADA
              IF WX-RESPUESTA = SPACES
                 PERFORM 2250-LEE-CASO
              END-IF
              IF WX-RESPUESTA = SPACES
                 EVALUATE TRUE
                    WHEN WX-CONSULTA
                       PERFORM 2260-CONSULTA
                    WHEN WX-ASIGNA
                       PERFORM 2270-ASIGNA
                    WHEN WX-INVESTIGA
                       PERFORM 2280-INVESTIGA
                    WHEN WX-CIERRA
                       PERFORM 2290-CIERRA
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM 2300-ENVIA-DATOS
           PERFORM 2100-PEDIR-DATOS
           PERFORM 3000-VUELVE-A-ESPERAR.
      *
       2100-PEDIR-DATOS.
           EXEC CICS
               SEND TEXT FROM(WX-PREGUNTA-CASO)
                         LENGTH(LENGTH OF WX-PREGUNTA-CASO)
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
           MOVE SPACES TO WX-OPERADOR, WX-ACCION, WX-CASO-TEXTO,
                          WX-DATO, WX-NOTA
           UNSTRING WX-ENTRADA DELIMITED BY '|'
              INTO WX-OPERADOR, WX-ACCION, WX-CASO-TEXTO,
                   WX-DATO, WX-NOTA.
      *
       2200-VALIDA-ENTRADA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WX-FECHA-HOY
           EVALUATE TRUE
              WHEN NOT WX-ACCION-VALIDA
                 STRING 'RECHAZADO - ACCION INVALIDA: ' DELIMITED SIZE
                        WX-ACCION DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CASO-TEXTO = SPACES
                 MOVE 'RECHAZADO - FALTA EL NUMERO DE CASO'
                   TO WX-RESPUESTA
              WHEN FUNCTION NUMVAL(WX-CASO-TEXTO) = 0
                 STRING 'RECHAZADO - CASO INVALIDO: ' DELIMITED SIZE
                        WX-CASO-TEXTO DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN (WX-INVESTIGA OR WX-CIERRA) AND WX-NOTA = SPACES
                 MOVE 'RECHAZADO - FALTA LA NOTA' TO WX-RESPUESTA
              WHEN WX-CIERRA
                   AND WX-DATO(1:1) NOT = 'F' AND WX-DATO(1:1) NOT = 'M'
                   AND WX-DATO(1:1) NOT = 'R'
                 STRING 'RECHAZADO - DISPOSICION INVALIDA (F/M/R): '
                           DELIMITED SIZE
                        WX-DATO DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-ASIGNA AND WX-DATO = SPACES
                 MOVE 'RECHAZADO - FALTA EL ANALISTA' TO WX-RESPUESTA
              WHEN WX-ASIGNA
                 CALL 'QG1CX109' USING WX-DATO, WX-PERMISO-SIGNON,
                                        WX-ANALISTA-OK
                 IF WX-ANALISTA-OK NOT = 'S'
                    STRING 'RECHAZADO - ANALISTA NO EXISTE: '
                              DELIMITED SIZE
                           WX-DATO DELIMITED SIZE
                      INTO WX-RESPUESTA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * Las acciones que cambian el caso lo leen para actualizar;
      * un caso cerrado ya no admite cambios.
       2250-LEE-CASO.
           MOVE FUNCTION NUMVAL(WX-CASO-TEXTO) TO CAS-NUMERO
           IF WX-CONSULTA
              EXEC CICS
                  READ DATASET('QG1CASOS')
                       INTO(REG-CASO-ALERTA)
                       RIDFLD(CAS-NUMERO)
                       RESP(WS-RESP-CICS)
              END-EXEC
           ELSE
              EXEC CICS
                  READ DATASET('QG1CASOS')
                       INTO(REG-CASO-ALERTA)
                       RIDFLD(CAS-NUMERO)
                       UPDATE
                       RESP(WS-RESP-CICS)
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                 STRING 'RECHAZADO - NO EXISTE CASO: ' DELIMITED SIZE
                        WX-CASO-TEXTO DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN WX-CONSULTA
                 CONTINUE
              WHEN CAS-CERRADO
                 STRING 'RECHAZADO - EL CASO ' DELIMITED SIZE
                        CAS-NUMERO DELIMITED SIZE
                        ' YA ESTA CERRADO' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN (WX-INVESTIGA OR WX-CIERRA) AND CAS-NUEVO
                 STRING 'RECHAZADO - EL CASO ' DELIMITED SIZE
                        CAS-NUMERO DELIMITED SIZE
                        ' NO ESTA ASIGNADO' DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN (WX-INVESTIGA OR WX-CIERRA)
                   AND CAS-ANALISTA NOT = WX-OPERADOR
                 STRING 'RECHAZADO - EL CASO ESTA ASIGNADO A '
                           DELIMITED SIZE
                        CAS-ANALISTA DELIMITED SIZE
                   INTO WX-RESPUESTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       2260-CONSULTA.
           MOVE CAS-OCURRENCIAS TO WX-OCURRENCIAS-ED
           STRING 'CASO ' CAS-NUMERO ' ' CAS-COD-CANAL ' '
                  CAS-ORIGEN ' EST ' CAS-ESTADO ' '
                  CAS-ANALISTA ' LIM ' CAS-FECHA-LIMITE
                  ' OCUR ' WX-OCURRENCIAS-ED ' DISP '
                  CAS-DISPOSICION
              DELIMITED SIZE INTO WX-RESPUESTA
           MOVE 'C' TO CSB-ACCION
           MOVE CAS-DETALLE TO CSB-TEXTO
           PERFORM 2500-GRABA-BITACORA.
      *
       2270-ASIGNA.
           MOVE WX-DATO       TO CAS-ANALISTA
           MOVE WX-FECHA-HOY  TO CAS-FECHA-ASIGNA
           SET CAS-ASIGNADO   TO TRUE
           PERFORM 2400-REGRABA-CASO
           IF WX-RESPUESTA = SPACES
              STRING 'CASO ' CAS-NUMERO ' ASIGNADO A ' CAS-ANALISTA
                 DELIMITED SIZE INTO WX-RESPUESTA
              MOVE 'S' TO CSB-ACCION
              MOVE SPACES TO CSB-TEXTO
              STRING 'ASIGNADO A ' CAS-ANALISTA ' ' WX-NOTA
                 DELIMITED SIZE INTO CSB-TEXTO
              PERFORM 2500-GRABA-BITACORA
           END-IF.
      *
       2280-INVESTIGA.
           MOVE WX-NOTA TO CAS-NOTA
           SET CAS-EN-INVESTIGACION TO TRUE
           PERFORM 2400-REGRABA-CASO
           IF WX-RESPUESTA = SPACES
              STRING 'CASO ' CAS-NUMERO ' EN INVESTIGACION, NOTA '
                     'REGISTRADA'
                 DELIMITED SIZE INTO WX-RESPUESTA
              MOVE 'I' TO CSB-ACCION
              MOVE WX-NOTA TO CSB-TEXTO
              PERFORM 2500-GRABA-BITACORA
           END-IF.
      *
       2290-CIERRA.
           MOVE WX-DATO(1:1)  TO CAS-DISPOSICION
           MOVE WX-NOTA       TO CAS-NOTA
           MOVE WX-FECHA-HOY  TO CAS-FECHA-CIERRE
           MOVE WX-OPERADOR   TO CAS-CERRADO-POR
           SET CAS-CERRADO    TO TRUE
           PERFORM 2400-REGRABA-CASO
           IF WX-RESPUESTA = SPACES
              STRING 'CASO ' CAS-NUMERO ' CERRADO CON DISPOSICION '
                     CAS-DISPOSICION
                 DELIMITED SIZE INTO WX-RESPUESTA
              MOVE 'X' TO CSB-ACCION
              MOVE SPACES TO CSB-TEXTO
              STRING CAS-DISPOSICION ' ' WX-NOTA
                 DELIMITED SIZE INTO CSB-TEXTO
              PERFORM 2500-GRABA-BITACORA
           END-IF.
      *
       2400-REGRABA-CASO.
           EXEC CICS
               REWRITE DATASET('QG1CASOS')
                       FROM(REG-CASO-ALERTA)
                       RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              STRING 'ERROR AL GRABAR EL CASO ' DELIMITED SIZE
                     CAS-NUMERO DELIMITED SIZE
                INTO WX-RESPUESTA
           END-IF.
      *
       2500-GRABA-BITACORA.
           MOVE CAS-NUMERO    TO CSB-NUMERO
           MOVE FUNCTION CURRENT-DATE(1:16) TO CSB-FECHA-HORA
           MOVE WX-OPERADOR   TO CSB-OPERADOR
           EXEC CICS
               WRITE DATASET('QG1CASBIT')
                     FROM(REG-BITACORA-CASO)
                     RIDFLD(CSB-LLAVE)
                     RESP(WS-RESP-CICS)
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
               RETURN TRANSID('Q18')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
