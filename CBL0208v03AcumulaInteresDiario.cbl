      *  los utilitarios de la consola QG1CX145): termina con GOBACK
      *  en vez de STOP RUN, senalando el desenlace en RETURN-CODE,
      *  para no tumbar la unidad de corrida del que lo llama.
      * Saldo principal por canal: el motor ya no pide UN monto
      *  principal por consola para todos los canales. Cada canal
      *  devenga sobre su propio saldo vigente ESE dia, tomado del
      *  archivo indexado QG1PRINC.DAT (COPY QG1PRI01, cargado desde
      *  la posicion de tesoreria por QG1CX216 y mantenido con
      *  QG1CX215) via la rutina QG1CX217; un canal sin saldo
      *  vigente ese dia no devenga (se cuenta aparte). El
      *  checkpoint guarda, en lugar del monto de consola, la firma
      *  del archivo de saldos (registros y suma) con que arranco la
      *  corrida: reanudar con un archivo de saldos distinto es
      *  abend, igual que reanudar con otro rango.
      * Base de calculo por canal: el interes del dia ya no divide
      *  siempre entre 365. La rutina QG1CX218 responde la
      *  convencion del canal (QG1BASE.DAT, por canal o por tipo de
      *  canal, ACT/365 si no tiene), los dias que devenga la fecha y
      *  el divisor: monto * TEN / 100 / divisor * dias. Aplica igual
      *  al devengo y a la verificacion de reanudacion.
      * Bajas liquidadas: la liquidacion de baja QG1CX288 devenga el
      *  canal hasta la fecha de baja y deja en QG1BAJA.DAT (COPY
      *  QG1BAJ01) el primer dia que devengo ella. Desde ese dia el
      *  motor ya no devenga el canal, ni en el devengo ni en la
      *  verificacion de corrida, para no devengar dos veces.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

           SELECT HOST-BAJAS ASSIGN TO "QG1BAJA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BAJAS.

       DATA DIVISION.
      *************************
       FILE SECTION.
       01  REG-CHECKPOINT.
           05 CKP-FECHA-DESDE  PIC 9(08).
           05 CKP-FECHA-HASTA  PIC 9(08).
           05 CKP-FIRMA-PRINCIPAL.
              10 CKP-FIRMA-REGISTROS PIC 9(07).
              10 CKP-FIRMA-SUMA      PIC 9(15)V9(02).
           05 CKP-ULT-FECHA    PIC 9(08).
           05 CKP-ULT-CANAL    PIC 9(04).
           05 CKP-SUMA-CORRIDA PIC 9(13)V9(06).

       FD  HOST-BAJAS.
           COPY QG1BAJ01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-EXTRACTO          PIC X(02).
       01 FS-ACUMULADO         PIC X(02).
       01 FS-BITACORA          PIC X(02).
       01 FS-CIERRE            PIC X(02).
       01 FS-BAJAS             PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-TOT-CERRADOS      PIC 9(03) VALUE 0.
       01 WK-FECHA-DESDE       PIC 9(08).
       01 WK-FECHA-HASTA       PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WS-MONTO             PIC 9(11)V9(02).
       01 WK-PRI-ENCONTRADO    PIC X(01).
       01 WK-PRI-CODIGO        PIC X(03) VALUE SPACES.
       01 WK-PRI-FIRMA.
          05 WK-PRI-FIRMA-REGISTROS PIC 9(07).
          05 WK-PRI-FIRMA-SUMA      PIC 9(15)V9(02).
       01 WS-TOT-SIN-PRINCIPAL PIC 9(07) VALUE 0.
       01 WK-BASE              PIC X(07).
       01 WK-BASE-DIAS         PIC 9(01).
       01 WK-BASE-DIVISOR      PIC 9(03).

       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-ACUMULADOS.
             10 WS-ACU-MTD     PIC 9(11)V9(02).
             10 WS-ACU-YTD     PIC 9(11)V9(02).
             10 WS-ACU-CORRIDA PIC 9(11)V9(02).
      * primer dia devengado por la liquidacion de baja (0 = sin baja)
             10 WS-ACU-BAJA-DESDE PIC 9(08).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
            PERFORM 1500-CARGA-CERRADOS
            PERFORM 2000-CARGA-ACUMULADOS
            PERFORM 3000-CARGA-CANALES
            PERFORM 3300-CARGA-BAJAS
            PERFORM 3500-LEE-CHECKPOINT
            PERFORM 4000-DEVENGA-RANGO
            PERFORM 4500-MARCA-CHECKPOINT
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
      * la primera llamada carga los saldos y devuelve la firma
            CALL "QG1CX217" USING WK-PRI-CODIGO, WK-FECHA-DESDE,
                                   WS-MONTO, WK-PRI-ENCONTRADO,
                                   WK-PRI-FIRMA
            DISPLAY "SALDOS PRINCIPALES CARGADOS : "
                    WK-PRI-FIRMA-REGISTROS

            MOVE 'DEVENGO-HABILES' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
               MOVE 0 TO WS-ACU-CORRIDA(WS-TOT-CANALES)
            END-IF.
      *
      * canales con liquidacion de baja: QG1CX288 ya devengo desde
      * BAJ-DEVENGO-DESDE
       3300-CARGA-BAJAS.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CANALES
               MOVE 0 TO WS-ACU-BAJA-DESDE(WK-I)
            END-PERFORM
            OPEN INPUT HOST-BAJAS
            IF FS-BAJAS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BAJAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM VARYING WK-I FROM 1 BY 1
                                UNTIL WK-I > WS-TOT-CANALES
                           IF WS-ACU-CODIGO(WK-I) = BAJ-COD-CANAL
                              MOVE BAJ-DEVENGO-DESDE
                                TO WS-ACU-BAJA-DESDE(WK-I)
                           END-IF
                        END-PERFORM
                  END-READ
               END-PERFORM
               CLOSE HOST-BAJAS
            END-IF.
      *
      * Rearranque: un checkpoint del MISMO rango y monto reanuda
      * desde la posicion guardada; uno de otro rango se rechaza.
       3500-LEE-CHECKPOINT.
       3600-EVALUA-CHECKPOINT.
            IF CKP-FECHA-DESDE NOT = WK-FECHA-DESDE
               OR CKP-FECHA-HASTA NOT = WK-FECHA-HASTA
               DISPLAY "ABEND: HAY UN CHECKPOINT DE OTRA CORRIDA ("
                       CKP-FECHA-DESDE " - " CKP-FECHA-HASTA
                       "), TERMINE O LIMPIE ESA CORRIDA PRIMERO"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            IF CKP-FIRMA-PRINCIPAL NOT = WK-PRI-FIRMA
               DISPLAY "ABEND: EL ARCHIVO DE SALDOS PRINCIPALES "
                       "CAMBIO DESDE LA CORRIDA INTERRUMPIDA ("
                       CKP-FIRMA-REGISTROS " REGISTROS), NO SE "
                       "REANUDA"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE CKP-SUMA-CORRIDA TO WS-SUMA-CORRIDA
            IF CKP-ULT-CANAL > 0
      * dia parcial: se reanuda el mismo dia desde el canal
                                      WK-FECHA-DIA,
                                      WK-TEN, WK-TEA,
                                      WK-TASA-ENCONTRADA
               CALL "QG1CX217" USING WS-ACU-CODIGO(WK-I),
                                      WK-FECHA-DIA,
                                      WS-MONTO, WK-PRI-ENCONTRADO,
                                      WK-PRI-FIRMA
               IF WK-PRI-ENCONTRADO NOT = 'S'
                  ADD 1 TO WS-TOT-SIN-PRINCIPAL
               END-IF
               CALL "QG1CX218" USING WS-ACU-CODIGO(WK-I),
                                      WK-FECHA-DIA,
                                      WK-BASE, WK-BASE-DIAS,
                                      WK-BASE-DIVISOR
               IF WK-TASA-ENCONTRADA = 'S'
                  AND WK-PRI-ENCONTRADO = 'S'
                  AND (WS-ACU-BAJA-DESDE(WK-I) = 0
                       OR WK-FECHA-DIA < WS-ACU-BAJA-DESDE(WK-I))
                  COMPUTE WK-INTERES-DIA ROUNDED =
                     WS-MONTO * WK-TEN / 100 / WK-BASE-DIVISOR
                     * WK-BASE-DIAS
                  PERFORM 4200-ACUMULA-EN-CANAL
               END-IF
               ADD 1 TO WK-CANALES-SIN-CKP
            OPEN OUTPUT HOST-CHECKPOINT
            MOVE WK-FECHA-DESDE  TO CKP-FECHA-DESDE
            MOVE WK-FECHA-HASTA  TO CKP-FECHA-HASTA
            MOVE WK-PRI-FIRMA    TO CKP-FIRMA-PRINCIPAL
            MOVE WK-CKP-FECHA    TO CKP-ULT-FECHA
            MOVE WK-CKP-CANAL    TO CKP-ULT-CANAL
            MOVE WS-SUMA-CORRIDA TO CKP-SUMA-CORRIDA
                                      WK-FECHA-VERIFICA,
                                      WK-TEN, WK-TEA,
                                      WK-TASA-ENCONTRADA
               CALL "QG1CX217" USING WS-ACU-CODIGO(WK-I),
                                      WK-FECHA-VERIFICA,
                                      WS-MONTO, WK-PRI-ENCONTRADO,
                                      WK-PRI-FIRMA
               CALL "QG1CX218" USING WS-ACU-CODIGO(WK-I),
                                      WK-FECHA-VERIFICA,
                                      WK-BASE, WK-BASE-DIAS,
                                      WK-BASE-DIVISOR
               IF WK-TASA-ENCONTRADA = 'S'
                  AND WK-PRI-ENCONTRADO = 'S'
                  AND (WS-ACU-BAJA-DESDE(WK-I) = 0
                       OR WK-FECHA-VERIFICA < WS-ACU-BAJA-DESDE(WK-I))
                  COMPUTE WK-INTERES-DIA ROUNDED =
                     WS-MONTO * WK-TEN / 100 / WK-BASE-DIVISOR
                     * WK-BASE-DIAS
                  ADD WK-INTERES-DIA TO WS-SUMA-ESPERADA
                  ADD WK-INTERES-DIA TO WS-ACU-CORRIDA(WK-I)
               END-IF
                    WS-TOT-DIAS
            DISPLAY "MOVIMIENTOS DE INTERES ANOTADOS AL LIBRO : "
                    WS-TOT-ANOTADOS
            DISPLAY "CANAL-DIAS SIN SALDO PRINCIPAL VIGENTE : "
                    WS-TOT-SIN-PRINCIPAL
            DISPLAY "CHECKPOINT LIMPIO, CORRIDA COMPLETA".
      *
       7000-TOTALES-POR-ENTIDAD.
