      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Captura de concesiones comerciales de comision
      *  por canal (maker del doble control de QG1CONCES.DAT, COPY
      *  QG1CNC01). Lo que comercial le promete a un canal - meses
      *  sin comision, un descuento o un minimo mensual rebajado - se
      *  cumplia con una nota de credito despues de que QG1CX148
      *  facturaba; ahora se captura aqui con tipo, vigencia en
      *  periodos desde/hasta (AAAAMM) y motivo comercial, y el motor
      *  de facturacion la aplica solo. Exige identidad de operador
      *  con permiso de tasas (CALL QG1CX109, 'T', el mismo de las
      *  cuotas QG1CX147) y edita:
      *    '01' = el canal no existe en HOST004
      *    '02' = tipo distinto de E, D o M
      *    '03' = descuento fuera de 0,01 a 99,99 por ciento, o
      *           minimo rebajado no menor que el CUO-MINIMO-MES
      *           vigente del canal al periodo desde (QG1CUOTA.DAT)
      *    '04' = periodo desde o hasta invalido, o hasta menor que
      *           desde
      *    '05' = falta el motivo comercial
      *    '06' = el canal ya tiene otra concesion pendiente o
      *           aprobada que se superpone con la vigencia
      *  El registro queda pendiente ('P') con la siguiente
      *  secuencia; un SEGUNDO operador la aprueba o rechaza con
      *  QG1CX303 y solo lo aprobado se factura.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX302.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CUOTAS ASSIGN TO "QG1CUOTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

           SELECT HOST-CONCESIONES ASSIGN TO "QG1CONCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCESIONES.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CUOTAS.
           COPY QG1CUO01.

       FD  HOST-CONCESIONES.
           COPY QG1CNC01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CUOTAS            PIC X(02).
       01 FS-CONCESIONES       PIC X(02).
       01 WS-SIGUE             PIC X(01).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'T'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WS-ULT-SECUENCIA     PIC 9(05) VALUE 0.

       01 WK-CONCESION.
           05 WK-CODIGO        PIC X(03).
           05 WK-TIPO          PIC X(01).
           05 WK-PORCENTAJE    PIC 9(03)V9(02).
           05 WK-MINIMO-MES    PIC 9(09)V9(02).
           05 WK-DESDE         PIC 9(06).
           05 WK-HASTA         PIC 9(06).
           05 WK-MOTIVO        PIC X(30).
       01 WK-EDIT-STATUS       PIC X(02).

      * cuotas generales del canal, para editar el minimo rebajado
       01 WS-TOT-CUOTAS        PIC 9(04) VALUE 0.
       01 WS-TABLA-CUOTAS.
          05 WS-CUO-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-CUOTAS.
             10 WS-CUO-CODIGO  PIC X(03).
             10 WS-CUO-DESDE   PIC 9(08).
             10 WS-CUO-MINIMO  PIC 9(09)V9(02).
       01 WK-CORTE-DESDE       PIC 9(08).
       01 WK-MEJOR-DESDE       PIC 9(08).
       01 WK-MINIMO-VIGENTE    PIC 9(09)V9(02).

      * concesiones pendientes y aprobadas, para la superposicion
       01 WS-TOT-CONCESIONES   PIC 9(04) VALUE 0.
       01 WS-TABLA-CONCESIONES.
          05 WS-CNC-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CONCESIONES.
             10 WS-CNC-SECUENCIA PIC 9(05).
             10 WS-CNC-CODIGO  PIC X(03).
             10 WS-CNC-DESDE   PIC 9(06).
             10 WS-CNC-HASTA   PIC 9(06).
       01 WK-I                 PIC 9(04).
       01 WK-SECUENCIA-CHOCA   PIC 9(05).

       01 WK-PORCENTAJE-ED     PIC ZZ9,99.
       01 WK-MINIMO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01 WK-VIGENTE-ED        PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-TOT-ENCOLADAS     PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-CUOTAS
            PERFORM 1600-CARGA-CONCESIONES
            PERFORM 2000-CAPTURA-CONCESIONES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CAPTURA DE CONCESIONES DE COMISION POR CANAL"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            DISPLAY "IDENTIDAD DEL SOLICITANTE : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE TASAS - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       1500-CARGA-CUOTAS.
            OPEN INPUT HOST-CUOTAS
            IF FS-CUOTAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CUOTAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CUO-TIPO-OPER = SPACES
                           IF WS-TOT-CUOTAS = 500
                              DISPLAY "ABEND: TABLA DE CUOTAS LLENA "
                                      "(500 ENTRADAS)"
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                           END-IF
                           ADD 1 TO WS-TOT-CUOTAS
                           MOVE CUO-CODIGO
                             TO WS-CUO-CODIGO(WS-TOT-CUOTAS)
                           MOVE CUO-FECHA-DESDE
                             TO WS-CUO-DESDE(WS-TOT-CUOTAS)
                           MOVE CUO-MINIMO-MES
                             TO WS-CUO-MINIMO(WS-TOT-CUOTAS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CUOTAS
            END-IF.
      *
       1600-CARGA-CONCESIONES.
            OPEN INPUT HOST-CONCESIONES
            IF FS-CONCESIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CONCESIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF CNC-SECUENCIA > WS-ULT-SECUENCIA
                           MOVE CNC-SECUENCIA TO WS-ULT-SECUENCIA
                        END-IF
                        IF NOT CNC-RECHAZADA
                           PERFORM 1650-AGREGA-CONCESION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CONCESIONES
            END-IF
            OPEN EXTEND HOST-CONCESIONES
            IF FS-CONCESIONES = '35'
               OPEN OUTPUT HOST-CONCESIONES
            END-IF
            IF FS-CONCESIONES NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST-CONCESIONES FALLIDO - "
                       "FILE STATUS " FS-CONCESIONES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       1650-AGREGA-CONCESION.
            IF WS-TOT-CONCESIONES = 2000
               DISPLAY "ABEND: TABLA DE CONCESIONES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-CONCESIONES
            MOVE CNC-SECUENCIA
              TO WS-CNC-SECUENCIA(WS-TOT-CONCESIONES)
            MOVE CNC-COD-CANAL TO WS-CNC-CODIGO(WS-TOT-CONCESIONES)
            MOVE CNC-DESDE     TO WS-CNC-DESDE(WS-TOT-CONCESIONES)
            MOVE CNC-HASTA     TO WS-CNC-HASTA(WS-TOT-CONCESIONES).
      *
       2000-CAPTURA-CONCESIONES.
            MOVE 'S' TO WS-SIGUE
            PERFORM UNTIL WS-SIGUE NOT = 'S'
               PERFORM 2100-CAPTURA-UNA
            END-PERFORM

            CLOSE HOST004, HOST-CONCESIONES
            DISPLAY "CONCESIONES ENCOLADAS : " WS-TOT-ENCOLADAS
            DISPLAY "RECHAZOS              : " WS-TOT-RECHAZOS.
      *
       2100-CAPTURA-UNA.
            DISPLAY "COD-CANAL (ENTER PARA TERMINAR) : "
            MOVE SPACES TO WK-CODIGO
            ACCEPT WK-CODIGO
            IF WK-CODIGO = SPACES
               MOVE 'N' TO WS-SIGUE
            ELSE
               MOVE 0 TO WK-PORCENTAJE, WK-MINIMO-MES
               DISPLAY "TIPO (E=EXONERACION, D=DESCUENTO, M=MINIMO "
                       "REBAJADO) : "
               MOVE SPACE TO WK-TIPO
               ACCEPT WK-TIPO
               EVALUATE WK-TIPO
                  WHEN 'D'
                     DISPLAY "PORCENTAJE DE DESCUENTO (999V99) : "
                     ACCEPT WK-PORCENTAJE
                  WHEN 'M'
                     DISPLAY "MINIMO MENSUAL REBAJADO "
                             "(999999999V99) : "
                     ACCEPT WK-MINIMO-MES
               END-EVALUATE
               DISPLAY "PERIODO DESDE (AAAAMM) : "
               ACCEPT WK-DESDE
               DISPLAY "PERIODO HASTA (AAAAMM) : "
               ACCEPT WK-HASTA
               DISPLAY "MOTIVO COMERCIAL (30) : "
               MOVE SPACES TO WK-MOTIVO
               ACCEPT WK-MOTIVO
               PERFORM 2200-EDITA-CONCESION
               IF WK-EDIT-STATUS = '00'
                  PERFORM 3000-ENCOLA-CONCESION
               ELSE
                  ADD 1 TO WS-TOT-RECHAZOS
               END-IF
            END-IF.
      *
       2200-EDITA-CONCESION.
            MOVE '00' TO WK-EDIT-STATUS

            MOVE WK-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE '01' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADA: EL CANAL " WK-CODIGO
                          " NO EXISTE EN EL MAESTRO"
            END-READ

            IF WK-EDIT-STATUS = '00'
               AND WK-TIPO NOT = 'E' AND WK-TIPO NOT = 'D'
               AND WK-TIPO NOT = 'M'
               MOVE '02' TO WK-EDIT-STATUS
               DISPLAY "RECHAZADA: TIPO DE CONCESION INVALIDO - "
                       WK-TIPO
            END-IF

            IF WK-EDIT-STATUS = '00'
               IF WK-DESDE(5:2) < '01' OR WK-DESDE(5:2) > '12'
                  OR WK-HASTA(5:2) < '01' OR WK-HASTA(5:2) > '12'
                  OR WK-DESDE(1:4) < '2000'
                  OR WK-HASTA < WK-DESDE
                  MOVE '04' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADA: VIGENCIA INVALIDA O HASTA "
                          "MENOR QUE DESDE"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-TIPO = 'D'
               IF WK-PORCENTAJE = 0 OR WK-PORCENTAJE NOT < 100
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADA: EL DESCUENTO DEBE ESTAR ENTRE "
                          "0,01 Y 99,99 POR CIENTO (100 ES TIPO E)"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-TIPO = 'M'
               PERFORM 2300-BUSCA-MINIMO-VIGENTE
               IF WK-MINIMO-MES NOT < WK-MINIMO-VIGENTE
                  MOVE '03' TO WK-EDIT-STATUS
                  MOVE WK-MINIMO-VIGENTE TO WK-VIGENTE-ED
                  DISPLAY "RECHAZADA: EL MINIMO REBAJADO DEBE SER "
                          "MENOR QUE EL VIGENTE " WK-VIGENTE-ED
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-MOTIVO = SPACES
               MOVE '05' TO WK-EDIT-STATUS
               DISPLAY "RECHAZADA: EL MOTIVO COMERCIAL ES OBLIGATORIO"
            END-IF

            IF WK-EDIT-STATUS = '00'
               MOVE 0 TO WK-SECUENCIA-CHOCA
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-CONCESIONES
                          OR WK-SECUENCIA-CHOCA > 0
                  IF WS-CNC-CODIGO(WK-I) = WK-CODIGO
                     AND WS-CNC-DESDE(WK-I) NOT > WK-HASTA
                     AND WS-CNC-HASTA(WK-I) NOT < WK-DESDE
                     MOVE WS-CNC-SECUENCIA(WK-I) TO WK-SECUENCIA-CHOCA
                  END-IF
               END-PERFORM
               IF WK-SECUENCIA-CHOCA > 0
                  MOVE '06' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADA: SE SUPERPONE CON LA CONCESION "
                          WK-SECUENCIA-CHOCA " DEL CANAL"
               END-IF
            END-IF.
      *
      * Minimo de la cuota general vigente al periodo desde: la
      * CUO-FECHA-DESDE mas reciente no posterior al fin del periodo,
      * el mismo corte de QG1CX148.
       2300-BUSCA-MINIMO-VIGENTE.
            COMPUTE WK-CORTE-DESDE = WK-DESDE * 100 + 99
            MOVE 0 TO WK-MEJOR-DESDE, WK-MINIMO-VIGENTE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CUOTAS
               IF WS-CUO-CODIGO(WK-I) = WK-CODIGO
                  AND WS-CUO-DESDE(WK-I) NOT > WK-CORTE-DESDE
                  AND WS-CUO-DESDE(WK-I) NOT < WK-MEJOR-DESDE
                  MOVE WS-CUO-DESDE(WK-I)  TO WK-MEJOR-DESDE
                  MOVE WS-CUO-MINIMO(WK-I) TO WK-MINIMO-VIGENTE
               END-IF
            END-PERFORM.
      *
       3000-ENCOLA-CONCESION.
            ADD 1 TO WS-ULT-SECUENCIA
            MOVE WS-ULT-SECUENCIA TO CNC-SECUENCIA
            MOVE WK-CODIGO        TO CNC-COD-CANAL
            MOVE WK-TIPO          TO CNC-TIPO
            MOVE WK-PORCENTAJE    TO CNC-PORCENTAJE
            MOVE WK-MINIMO-MES    TO CNC-MINIMO-MES
            MOVE WK-DESDE         TO CNC-DESDE
            MOVE WK-HASTA         TO CNC-HASTA
            MOVE WK-MOTIVO        TO CNC-MOTIVO
            SET CNC-EN-REVISION   TO TRUE
            MOVE WK-OPERADOR      TO CNC-SOLICITANTE
            MOVE SPACES           TO CNC-APROBADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO CNC-FECHA-CAPTURA
            WRITE REG-CONCESION
            PERFORM 1650-AGREGA-CONCESION
            ADD 1 TO WS-TOT-ENCOLADAS
            EVALUATE TRUE
               WHEN CNC-EXONERACION
                  DISPLAY "CONCESION: EXONERACION TOTAL DE LA COMISION"
               WHEN CNC-DESCUENTO
                  MOVE WK-PORCENTAJE TO WK-PORCENTAJE-ED
                  DISPLAY "CONCESION: DESCUENTO DE " WK-PORCENTAJE-ED
                          " POR CIENTO SOBRE LA COMISION"
               WHEN CNC-MINIMO-REBAJADO
                  MOVE WK-MINIMO-MES TO WK-MINIMO-ED
                  MOVE WK-MINIMO-VIGENTE TO WK-VIGENTE-ED
                  DISPLAY "CONCESION: MINIMO MENSUAL " WK-MINIMO-ED
                          " (VIGENTE " WK-VIGENTE-ED ")"
            END-EVALUATE
            DISPLAY "CONCESION DE " WK-CODIGO " PERIODOS " WK-DESDE
                    " A " WK-HASTA " PENDIENTE DE APROBACION "
                    "(SECUENCIA " CNC-SECUENCIA ")".
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX302.
