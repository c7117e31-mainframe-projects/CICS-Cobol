      *  RETURN-CODE 16 y fin-con-error en el control de ciclo (CALL
      *  QG1CX118, paso 90), para que el ciclo no siga encima de
      *  acumulados desviados.
      * Saldo principal por canal: el recalculo del interes ya no
      *  pide monto principal por consola; como QG1CX114, toma el
      *  saldo del canal vigente cada dia devengado (rutina QG1CX217
      *  sobre QG1PRINC.DAT), y un dia sin saldo vigente no suma.
      * Base de calculo por canal: el recalculo aplica la misma
      *  convencion de conteo de dias que QG1CX114 (rutina QG1CX218),
      *  para no reportar como discrepancia la diferencia entre
      *  ACT/360 o 30/360 y el viejo divisor fijo 365.
      * Reversos: una linea de reverso del detalle retenido resta su
      *  cantidad y monto, sin bajar de cero ni mover la fecha del
      *  ultimo movimiento, con la misma regla que aplica QG1CX091.
      * Depuracion: las lineas del detalle retenido que la depuracion
      *  QG1CX269 saco de linea quedan sumadas por canal en
      *  QG1TRXDEP.DAT (COPY QG1DEP01); la reconstruccion del volumen
      *  arranca de esos totales y sigue con lo que queda en
      *  QG1TRXHIS.DAT, asi el volumen de vida sigue cuadrando.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRXHIS.

           SELECT HOST-DEPURADO ASSIGN TO "QG1TRXDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPURADO.

           SELECT HOST-VOL ASSIGN TO "QG1CX091.VOL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VOL.
       FD  HOST-TRXHIS.
           COPY QG1TRX01.

       FD  HOST-DEPURADO.
           COPY QG1DEP01.

       FD  HOST-VOL.
           COPY QG1VOL01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-TRXHIS            PIC X(02).
       01 FS-DEPURADO          PIC X(02).
       01 FS-VOL               PIC X(02).
       01 FS-ACUMULADO         PIC X(02).
       01 FS-BITACORA          PIC X(02).

       01 WK-FECHA-NEGOCIO     PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WS-MONTO             PIC 9(11)V9(02).
       01 WK-PRI-ENCONTRADO    PIC X(01).
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).
       01 WK-PRI-FIRMA.
          05 WK-PRI-FIRMA-REGISTROS PIC 9(07).
          05 WK-PRI-FIRMA-SUMA      PIC 9(15)V9(02).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'CONTROL-TOLERANCIA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Sin QG1TRXDEP.DAT no hubo depuracion: se arranca de cero.
       1900-CARGA-DEPURADOS.
            OPEN INPUT HOST-DEPURADO
            IF FS-DEPURADO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-DEPURADO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-REHECHOS = 500
                           DISPLAY "ABEND: TABLA DE RECONSTRUCCION "
                                   "LLENA"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-REHECHOS
                        MOVE DEP-COD-CANAL
                          TO WS-REH-CODIGO(WS-TOT-REHECHOS)
                        MOVE DEP-VOLUMEN
                          TO WS-REH-VOLUMEN(WS-TOT-REHECHOS)
                        MOVE DEP-MONTO
                          TO WS-REH-MONTO(WS-TOT-REHECHOS)
                        MOVE DEP-FECHA-ULT
                          TO WS-REH-FECHA(WS-TOT-REHECHOS)
                        MOVE 'N' TO WS-REH-COTEJADO(WS-TOT-REHECHOS)
                  END-READ
               END-PERFORM
               CLOSE HOST-DEPURADO
               DISPLAY "CANALES CON TOTALES DEPURADOS : "
                       WS-TOT-REHECHOS
            END-IF.
      *
       2000-RECONSTRUYE-VOLUMEN.
            PERFORM 1900-CARGA-DEPURADOS
            OPEN INPUT HOST-TRXHIS
            IF FS-TRXHIS NOT = '00'
               DISPLAY "ABEND: SIN DETALLE RETENIDO QG1TRXHIS.DAT - "
               MOVE 0 TO WS-REH-FECHA(WK-POS)
               MOVE 'N' TO WS-REH-COTEJADO(WK-POS)
            END-IF
            IF TRX-REVERSO
               IF WS-REH-VOLUMEN(WK-POS) > TRX-CANTIDAD
                  SUBTRACT TRX-CANTIDAD FROM WS-REH-VOLUMEN(WK-POS)
               ELSE
                  MOVE 0 TO WS-REH-VOLUMEN(WK-POS)
               END-IF
               IF WS-REH-MONTO(WK-POS) > TRX-MONTO
                  SUBTRACT TRX-MONTO FROM WS-REH-MONTO(WK-POS)
               ELSE
                  MOVE 0 TO WS-REH-MONTO(WK-POS)
               END-IF
            ELSE
               ADD TRX-CANTIDAD TO WS-REH-VOLUMEN(WK-POS)
               ADD TRX-MONTO    TO WS-REH-MONTO(WK-POS)
               IF TRX-FECHA > WS-REH-FECHA(WK-POS)
                  MOVE TRX-FECHA TO WS-REH-FECHA(WK-POS)
               END-IF
            END-IF.
      *
       3000-COTEJA-VOLUMEN.
            END-IF.
      *
      * Repite la aritmetica de QG1CX114 dia por dia: tasa vigente
      * del dia via QG1CX075, saldo principal vigente del dia via
      * QG1CX217, base de calculo del canal via QG1CX218 y
      * monto * TEN / 100 / divisor * dias redondeado,
      * sumado al MTD si el dia cae en el mes del ultimo devengo y
      * al YTD si cae en su anio.
       5100-COTEJA-UN-ACUMULADO.
                                         WS-DIA-FECHA(WK-J),
                                         WK-TEN, WK-TEA,
                                         WK-TASA-ENCONTRADA
                  CALL "QG1CX217" USING ACU-CODIGO,
                                         WS-DIA-FECHA(WK-J),
                                         WS-MONTO, WK-PRI-ENCONTRADO,
                                         WK-PRI-FIRMA
                  CALL "QG1CX218" USING ACU-CODIGO,
                                         WS-DIA-FECHA(WK-J),
                                         WK-BASE, WK-BASE-DIAS,
                                         WK-BASE-DIVISOR
                  IF WK-TASA-ENCONTRADA = 'S'
                     AND WK-PRI-ENCONTRADO = 'S'
                     COMPUTE WK-INTERES-DIA ROUNDED =
                        WS-MONTO * WK-TEN / 100 / WK-BASE-DIVISOR
                        * WK-BASE-DIAS
                     ADD WK-INTERES-DIA TO WK-YTD-REHECHO
                     IF WS-DIA-FECHA(WK-J)(1:6) = WK-MES-VIGENTE
                        ADD WK-INTERES-DIA TO WK-MTD-REHECHO
