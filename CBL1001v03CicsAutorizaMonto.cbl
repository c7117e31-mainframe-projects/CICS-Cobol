      *  RECHAZADO aunque el monto aislado pase el limite. Una
      *  solicitud identica (mismo canal y monto) dentro de 5
      *  minutos sale marcada DUPLICADO PROBABLE en la respuesta.
      * Reglas compartidas: la decision (digito, estado, limite en la
      *  moneda del tope, rating, cupo diario y anotacion en
      *  QG1AUTLOG.DAT) salio a la rutina QG1CX236, la misma que usa
      *  la pre-autorizacion batch QG1CX237; esta transaccion solo
      *  lee el canal y su calificacion con EXEC CICS y envia la
      *  respuesta.
      * Topes temporales: el tope contra el que se decide es el que
      *  rige hoy segun QG1CX238 (limite temporal aprobado y vigente
      *  de QG1LIMTMP.DAT, o MTO-LIMITE-TRX del maestro); lo resuelve
      *  QG1CX236, esta transaccion no cambia.
      * Cupo agregado: antes de aprobar, QG1CX236 consulta tambien el
      *  cupo agregado diario y mensual del canal y sus padres en la
      *  jerarquia (rutina QG1CX243); sin cupo responde RECHAZADO con
      *  el nodo excedido.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WX-RESPUESTA      PIC X(80).

       01 WS-RESP-CICS      PIC S9(8) COMP.
       01 WX-FECHA-HOY      PIC 9(08).
       01 WX-HORA-AHORA     PIC 9(06).
       01 WX-CANAL-HALLADO  PIC X(01).
       01 WX-DECISION       PIC X(01).

           COPY QG1CAN01.


       01 WS-RESP-RIESGO    PIC S9(8) COMP.
       01 WX-RATING         PIC X(01) VALUE SPACE.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           END-EXEC.
      *
       2200-AUTORIZA-MONTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WX-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WX-HORA-AHORA
           MOVE WX-CODIGO-COMPLETO(1:3) TO COD-CANAL
           PERFORM 2250-LEE-CANAL
           CALL 'QG1CX236' USING WX-CODIGO-COMPLETO, WX-MONEDA,
                                  WX-MONTO, WX-FECHA-HOY,
                                  WX-HORA-AHORA, WX-CANAL-HALLADO,
                                  COD-CANAL, IND-ESTADO,
                                  MTO-LIMITE-TRX, COD-MONEDA-LIM,
                                  WX-RATING, WX-RESPUESTA,
                                  WX-DECISION.
      *
       2250-LEE-CANAL.
           EXEC CICS
                    RIDFLD(COD-CANAL)
                    RESP(WS-RESP-CICS)
           END-EXEC
           MOVE SPACE TO WX-RATING
           IF WS-RESP-CICS = DFHRESP(NORMAL)
              MOVE 'S' TO WX-CANAL-HALLADO
              PERFORM 2265-CONSULTA-RIESGO
           ELSE
              MOVE 'N' TO WX-CANAL-HALLADO
           END-IF.
      *
      * Canal sin calificacion (archivo ausente o canal nuevo) se
      * trata como siempre; solo el rating D aprieta el limite.
       2265-CONSULTA-RIESGO.
           MOVE COD-CANAL TO RIE-COD-CANAL
           EXEC CICS
               READ DATASET('QG1RIESGO')
           END-EXEC
           IF WS-RESP-RIESGO = DFHRESP(NORMAL)
              MOVE RIE-RATING TO WX-RATING
           END-IF.
      *
       2300-ENVIA-DATOS.
           EXEC CICS
