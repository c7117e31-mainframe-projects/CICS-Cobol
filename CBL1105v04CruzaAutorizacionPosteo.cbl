      *    - APROBADA SIN LIQUIDAR (y se arrastra a QG1CX164.PEN
      *      para seguir envejeciendo),
      *    - LIQUIDADA SIN AUTORIZACION.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      * Anulaciones: una aprobacion que la sucursal anulo en el dia
      *  (QG1C0017, registro 'V' de la bitacora con la hora de la
      *  aprobacion) queda CERRADA: no espera liquidacion, no sale
      *  como APROBADA SIN LIQUIDAR ni se arrastra; el reporte la
      *  lista aparte con su motivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-TRX ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           05 AUT-CANAL        PIC X(03).
           05 AUT-MONTO        PIC 9(09)V9(02).
           05 AUT-RESULTADO    PIC X(01).
           05 AUT-HORA-ANULA   PIC 9(06).
           05 AUT-MOTIVO       PIC X(30).

       FD  HOST-PENDIENTES.
       01  REG-PENDIENTE-AUT.
             10 WS-AUT-FECHA   PIC 9(08).
             10 WS-AUT-CANAL   PIC X(03).
             10 WS-AUT-MONTO   PIC 9(09)V9(02).
             10 WS-AUT-HORA    PIC 9(06).
             10 WS-AUT-LIQUIDADA PIC X(01).

       01 WK-I                 PIC 9(04).
       01 WS-TOT-SIN-AUT       PIC 9(05) VALUE 0.
       01 WS-TOT-SIN-LIQ       PIC 9(05) VALUE 0.
       01 WS-TOT-LIQUIDADAS    PIC 9(05) VALUE 0.
       01 WS-TOT-ANULADAS      PIC 9(05) VALUE 0.

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'B'.
       01 WK-FECHA-AUX         PIC 9(08).
                           AND AUT-FECHA = WK-FECHA-NEGOCIO
                           PERFORM 2200-AGREGA-AUTORIZACION
                        END-IF
                        IF AUT-RESULTADO = 'V'
                           AND AUT-FECHA = WK-FECHA-NEGOCIO
                           PERFORM 2300-APLICA-ANULACION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-AUTLOG
            MOVE PEN-FECHA TO WS-AUT-FECHA(WS-TOT-AUTS)
            MOVE PEN-CANAL TO WS-AUT-CANAL(WS-TOT-AUTS)
            MOVE PEN-MONTO TO WS-AUT-MONTO(WS-TOT-AUTS)
            MOVE 0         TO WS-AUT-HORA(WS-TOT-AUTS)
            MOVE 'N'       TO WS-AUT-LIQUIDADA(WS-TOT-AUTS).
      *
       2200-AGREGA-AUTORIZACION.
            MOVE AUT-FECHA TO WS-AUT-FECHA(WS-TOT-AUTS)
            MOVE AUT-CANAL TO WS-AUT-CANAL(WS-TOT-AUTS)
            MOVE AUT-MONTO TO WS-AUT-MONTO(WS-TOT-AUTS)
            MOVE AUT-HORA  TO WS-AUT-HORA(WS-TOT-AUTS)
            MOVE 'N'       TO WS-AUT-LIQUIDADA(WS-TOT-AUTS).
      *
      * La anulacion cierra la aprobacion del mismo canal, fecha y
      * monto en el mismo minuto (la 'V' lleva la hora de la
      * aprobacion que anulo).
       2300-APLICA-ANULACION.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-AUTS OR WK-POS > 0
               IF WS-AUT-LIQUIDADA(WK-I) = 'N'
                  AND WS-AUT-FECHA(WK-I) = AUT-FECHA
                  AND WS-AUT-CANAL(WK-I) = AUT-CANAL
                  AND WS-AUT-MONTO(WK-I) = AUT-MONTO
                  AND WS-AUT-HORA(WK-I)(1:4) = AUT-HORA(1:4)
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               MOVE 'V' TO WS-AUT-LIQUIDADA(WK-POS)
               ADD 1 TO WS-TOT-ANULADAS
               MOVE AUT-MONTO TO WK-MONTO-ED
               MOVE SPACES TO WS-LIN-DETALLE
               STRING "ANULADA (CERRADA): CANAL " AUT-CANAL
                      " FECHA " AUT-FECHA
                      " MONTO " WK-MONTO-ED
                      " MOTIVO " AUT-MOTIVO
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF.
      *
       3000-CRUZA-FEED.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "SIN FEED ACEPTADO DEL DIA (QG1CX160.DIA), "
                       "NADA LIQUIDA"
            ELSE
               MOVE 'N' TO WS-EOF
            STRING "LIQUIDADAS: "        WS-TOT-LIQUIDADAS
                   "  SIN LIQUIDAR: "    WS-TOT-SIN-LIQ
                   "  SIN AUTORIZACION: " WS-TOT-SIN-AUT
                   "  ANULADAS: "        WS-TOT-ANULADAS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT, HOST004

            DISPLAY "LIQUIDADAS        : " WS-TOT-LIQUIDADAS
            DISPLAY "SIN LIQUIDAR      : " WS-TOT-SIN-LIQ
            DISPLAY "SIN AUTORIZACION  : " WS-TOT-SIN-AUT
            DISPLAY "ANULADAS          : " WS-TOT-ANULADAS.
      *
       9000-FINAL.
           STOP RUN.
