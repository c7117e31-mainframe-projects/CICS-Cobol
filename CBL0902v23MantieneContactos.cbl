      *  del maestro (mismo patron de QG1CX054). La baja del contacto
      *  es fisica: el hijo no carga historia propia, la del canal
      *  vive en el maestro y su auditoria.
      * Lista de vigilancia: el responsable de un contacto dado de
      *  alta o cambiado se coteja contra la lista de sanciones y PEP
      *  (CALL QG1CX253 'G', origen 'C'); una coincidencia queda
      *  registrada para la revision QG1CX255 y se avisa por consola.
      *  El contacto se graba igual: lo que bloquea al canal es la
      *  coincidencia confirmada, no la captura.
      * Ubicacion estructurada: alta y cambio piden ademas el ubigeo
      *  (departamento, provincia y distrito) y, opcionalmente, la
      *  latitud y longitud. El ubigeo se valida con la rutina
      *  QG1CX296 contra la referencia QG1UBIGEO.DAT y las
      *  coordenadas por rango, con dos ediciones nuevas
      *    '04' = ubigeo inexistente o dado de baja (sin referencia
      *           instalada se acepta sin validar)
      *    '05' = coordenadas fuera de rango (latitud +-90,
      *           longitud +-180)
      *  El ubigeo es obligatorio; la direccion libre se conserva.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           05 WK-EMAIL         PIC X(30).
           05 WK-DIRECCION     PIC X(40).
           05 WK-HORARIO       PIC X(20).
           05 WK-UBIGEO        PIC X(06).
           05 WK-COORDENADAS   PIC X(01).
           05 WK-LATITUD       PIC S9(02)V9(06).
           05 WK-LONGITUD      PIC S9(03)V9(06).
       01 WK-COORD-ENTRADA     PIC X(12).
       01 WK-COORD-VALOR       PIC S9(04)V9(06).
       01 WK-UBI-NOM-DEP       PIC X(20).
       01 WK-UBI-NOM-PRO       PIC X(30).
       01 WK-UBI-NOM-DIS       PIC X(30).
       01 WK-UBI-RESULTADO     PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-ARROBAS           PIC 9(02).

       01 WS-TOT-CAMBIOS       PIC 9(04) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(04) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(04) VALUE 0.
       01 WS-TOT-EN-LISTA      PIC 9(04) VALUE 0.

       01 WK-COT-ACCION        PIC X(01) VALUE 'G'.
       01 WK-COT-ORIGEN        PIC X(01) VALUE 'C'.
       01 WK-COT-NOMBRE        PIC X(50).
       01 WK-COT-PROGRAMA      PIC X(08) VALUE 'QG1CX130'.
       01 WK-COT-COINCIDENCIAS PIC 9(03).
       01 WK-COT-PUNTAJE       PIC 9(03).
       01 WK-COT-ID            PIC X(12).

       PROCEDURE DIVISION.
      *************************
            DISPLAY "ALTAS    : " WS-TOT-ALTAS
            DISPLAY "CAMBIOS  : " WS-TOT-CAMBIOS
            DISPLAY "BAJAS    : " WS-TOT-BAJAS
            DISPLAY "RECHAZOS : " WS-TOT-RECHAZOS
            DISPLAY "EN LISTA : " WS-TOT-EN-LISTA.
      *
       2100-CAPTURA-UNO.
            DISPLAY "ACCION A/M/B (ENTER PARA TERMINAR) : "
               DISPLAY "COD-CANAL : "
               ACCEPT WK-CODIGO
               MOVE SPACES TO WK-RESPONSABLE, WK-TELEFONO,
                              WK-EMAIL, WK-DIRECCION, WK-HORARIO,
                              WK-UBIGEO
               MOVE 'N' TO WK-COORDENADAS
               MOVE 0 TO WK-LATITUD, WK-LONGITUD
               IF WK-ACCION NOT = 'B'
                  DISPLAY "RESPONSABLE : "
                  ACCEPT WK-RESPONSABLE
                  ACCEPT WK-DIRECCION
                  DISPLAY "VENTANA DE SERVICIO : "
                  ACCEPT WK-HORARIO
                  DISPLAY "UBIGEO (DDPPDD) : "
                  ACCEPT WK-UBIGEO
                  PERFORM 2150-CAPTURA-COORDENADAS
               END-IF
               PERFORM 2200-EDITA-CONTACTO
               IF WK-EDIT-STATUS = '00'
                  ADD 1 TO WS-TOT-RECHAZOS
               END-IF
            END-IF.
      *
       2150-CAPTURA-COORDENADAS.
            DISPLAY "LATITUD (EJ. -16,398800 / ENTER=SIN COORD.) : "
            MOVE SPACES TO WK-COORD-ENTRADA
            ACCEPT WK-COORD-ENTRADA
            IF WK-COORD-ENTRADA NOT = SPACES
               MOVE 'S' TO WK-COORDENADAS
               MOVE FUNCTION NUMVAL(WK-COORD-ENTRADA)
                 TO WK-COORD-VALOR
               IF WK-COORD-VALOR > 90 OR WK-COORD-VALOR < -90
                  MOVE 'X' TO WK-COORDENADAS
               ELSE
                  MOVE WK-COORD-VALOR TO WK-LATITUD
               END-IF
               DISPLAY "LONGITUD (EJ. -71,537000) : "
               MOVE SPACES TO WK-COORD-ENTRADA
               ACCEPT WK-COORD-ENTRADA
               MOVE FUNCTION NUMVAL(WK-COORD-ENTRADA)
                 TO WK-COORD-VALOR
               IF WK-COORD-VALOR > 180 OR WK-COORD-VALOR < -180
                  MOVE 'X' TO WK-COORDENADAS
               ELSE
                  MOVE WK-COORD-VALOR TO WK-LONGITUD
               END-IF
            END-IF.
      *
       2200-EDITA-CONTACTO.
            MOVE '00' TO WK-EDIT-STATUS
                  MOVE '03' TO WK-EDIT-STATUS
                  DISPLAY "RECHAZADO: EL EMAIL NO TRAE ARROBA"
               END-IF
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               CALL "QG1CX296" USING WK-UBIGEO, WK-UBI-NOM-DEP,
                                      WK-UBI-NOM-PRO, WK-UBI-NOM-DIS,
                                      WK-UBI-RESULTADO
               EVALUATE WK-UBI-RESULTADO
                  WHEN 'S'
                     DISPLAY "UBICACION: " WK-UBI-NOM-DIS " / "
                             WK-UBI-NOM-DEP
                  WHEN 'X'
                     IF WK-UBIGEO = SPACES
                        MOVE '04' TO WK-EDIT-STATUS
                        DISPLAY "RECHAZADO: EL UBIGEO ES OBLIGATORIO"
                     END-IF
                  WHEN 'B'
                     MOVE '04' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: EL UBIGEO " WK-UBIGEO
                             " ESTA DADO DE BAJA"
                  WHEN OTHER
                     MOVE '04' TO WK-EDIT-STATUS
                     DISPLAY "RECHAZADO: EL UBIGEO " WK-UBIGEO
                             " NO EXISTE EN LA REFERENCIA"
               END-EVALUATE
            END-IF

            IF WK-EDIT-STATUS = '00' AND WK-ACCION NOT = 'B'
               AND WK-COORDENADAS = 'X'
               MOVE '05' TO WK-EDIT-STATUS
               DISPLAY "RECHAZADO: COORDENADAS FUERA DE RANGO"
            END-IF.
      *
       3000-APLICA-ACCION.
            MOVE WK-EMAIL       TO CTO-EMAIL
            MOVE WK-DIRECCION   TO CTO-DIRECCION
            MOVE WK-HORARIO     TO CTO-HORARIO
            MOVE WK-UBIGEO      TO CTO-UBIGEO
            MOVE WK-COORDENADAS TO CTO-COORDENADAS
            MOVE WK-LATITUD     TO CTO-LATITUD
            MOVE WK-LONGITUD    TO CTO-LONGITUD

            EVALUATE WK-ACCION
               WHEN 'A'
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-ALTAS
                        DISPLAY "CONTACTO AGREGADO PARA " WK-CODIGO
                        PERFORM 3100-COTEJA-LISTA
                  END-WRITE
               WHEN 'M'
                  REWRITE REG-CONTACTO
                     NOT INVALID KEY
                        ADD 1 TO WS-TOT-CAMBIOS
                        DISPLAY "CONTACTO ACTUALIZADO PARA " WK-CODIGO
                        PERFORM 3100-COTEJA-LISTA
                  END-REWRITE
               WHEN 'B'
                  DELETE HOST-CONTACTOS
                  ADD 1 TO WS-TOT-RECHAZOS
                  DISPLAY "ACCION NO RECONOCIDA: " WK-ACCION
            END-EVALUATE.
      *
       3100-COTEJA-LISTA.
            MOVE CTO-RESPONSABLE TO WK-COT-NOMBRE
            CALL "QG1CX253" USING WK-COT-ACCION, CTO-COD-CANAL,
                                   WK-COT-ORIGEN, WK-COT-NOMBRE,
                                   WK-COT-PROGRAMA,
                                   WK-COT-COINCIDENCIAS,
                                   WK-COT-PUNTAJE, WK-COT-ID
            IF WK-COT-COINCIDENCIAS > 0
               ADD 1 TO WS-TOT-EN-LISTA
               DISPLAY "AVISO: EL RESPONSABLE COINCIDE CON LA LISTA "
                       "DE VIGILANCIA " WK-COT-ID " PUNTAJE "
                       WK-COT-PUNTAJE " - PENDIENTE DE REVISION"
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
