      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Ventas registra los canales nuevos y sus cambios en
      *  el CRM y despues alguien los volvia a teclear en QG1CX102.
      *  Esta carga toma el archivo diario de solicitudes del CRM
      *  QG1CRMIN.DAT (COPY QG1CRM01: alta, cambio o baja) y edita
      *  cada una con las mismas reglas de la captura:
      *    - la accion es A, M o B y la referencia del CRM viene y no
      *      se cargo antes (una referencia que ya esta como
      *      solicitante en QG1PEND.DAT no se vuelve a encolar, asi
      *      que recargar el archivo del dia no duplica),
      *    - el digito verificador del codigo (CALL QG1CX093),
      *    - la edicion de canal de QG1CX063 en altas y cambios,
      *    - el canal existe en HOST004 para un cambio o una baja y
      *      no existe para un alta, y no tiene ya un cambio en
      *      revision (QG1CX104 fallaria o pisaria el otro cambio),
      *    - el limite propuesto, si la solicitud lo trae, contra la
      *      regla del tipo del canal (CALL QG1CX187 'L').
      *  La solicitud que pasa queda en QG1PEND.DAT (COPY QG1PND01)
      *  en estado PND-EN-REVISION con la referencia del CRM como
      *  solicitante, y sigue el doble control de siempre (QG1CX103
      *  revisa, QG1CX104 aplica). Cada solicitud tiene su linea en
      *  la respuesta al CRM QG1CRMRES.DAT (COPY QG1CRR01): encolada
      *  con su secuencia, o rechazada con el motivo. El resumen va
      *  al run-log (QG1CX120).
      * Cambios de contacto: la accion C trae el contacto del canal
      *  (responsable, telefono, email, direccion, ventana de servicio
      *  y ubigeo) y se edita con las reglas de QG1CX130: el canal
      *  existe en HOST004, responsable y telefono obligatorios, el
      *  email con arroba, y el ubigeo obligatorio y vigente en la
      *  referencia (CALL QG1CX296). La que pasa queda en
      *  QG1PNDCTO.DAT (COPY QG1PNC01) como alta o cambio segun el
      *  canal tenga o no contacto en QG1CTO.DAT, con la referencia
      *  del CRM como solicitante, y sigue su propio doble control
      *  (QG1CX305 revisa, QG1CX306 aplica), como QG1CX231 y QG1CX232
      *  con las cuentas de abono. Un canal con un cambio de contacto
      *  en revision no recibe otro. El responsable se coteja al
      *  encolar contra la lista de vigilancia (CALL QG1CX253 'G',
      *  origen 'C'); una coincidencia queda para la revision QG1CX255
      *  y se avisa en la respuesta al CRM, pero no rechaza.
      * Manifiesto: al cerrar QG1CRMRES.DAT se anota en el manifiesto
      *  de archivos de salida QG1MANIF.DAT (CALL QG1CX272) con la
      *  fecha de la corrida como fecha de negocio, las solicitudes
      *  leidas como conteo (una linea de respuesta cada una) y la
      *  suma de las secuencias encoladas como hash; su envio y acuse
      *  se siguen en QG1CX273 / QG1CX274.
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX295.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-SOLICITUDES ASSIGN TO "QG1CRMIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOLICITUDES.

           SELECT HOST-PENDIENTES ASSIGN TO "QG1PEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-PEND-CONTACTOS ASSIGN TO "QG1PNDCTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEND-CONTACTOS.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-RESPUESTA ASSIGN TO "QG1CRMRES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-SOLICITUDES.
           COPY QG1CRM01.

       FD  HOST-PENDIENTES.
           COPY QG1PND01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-PEND-CONTACTOS.
           COPY QG1PNC01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-RESPUESTA.
           COPY QG1CRR01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-SOLICITUDES       PIC X(02).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-HOST              PIC X(02).
       01 FS-PEND-CONTACTOS    PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 WS-HAY-CONTACTOS     PIC X(01) VALUE 'N'.
       01 WS-EOF               PIC A(1).

       01 WS-FECHA-HOY         PIC 9(08).
       01 WS-ULTIMA-SECUENCIA  PIC 9(05) VALUE 0.
       01 WS-ULTIMA-SEC-CTO    PIC 9(05) VALUE 0.

      * solicitante, canal y estado de lo que ya esta en QG1PEND.DAT
      * mas lo encolado en esta corrida
       01 WS-TOT-PND           PIC 9(05) VALUE 0.
       01 WS-TABLA-PND.
          05 WS-PND-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-PND.
             10 WS-PND-SOLICITANTE PIC X(08).
             10 WS-PND-CODIGO  PIC X(03).
             10 WS-PND-ESTADO  PIC X(01).

      * lo mismo de los cambios de contacto de QG1PNDCTO.DAT
       01 WS-TOT-PNC           PIC 9(05) VALUE 0.
       01 WS-TABLA-PNC.
          05 WS-PNC-TBL        OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-TOT-PNC.
             10 WS-PNC-SOLICITANTE PIC X(08).
             10 WS-PNC-CODIGO  PIC X(03).
             10 WS-PNC-ESTADO  PIC X(01).

       01 WK-I                 PIC 9(05).
       01 WK-MOTIVO            PIC X(40).
       01 WK-CODIGO-4          PIC 9(04).
       01 WK-DIGITO-OK         PIC X(01).
       01 WK-EDIT-STATUS       PIC X(02).
       01 WK-EXISTE            PIC X(01).

       01 WK-MODO-REGLA        PIC X(01) VALUE 'L'.
       01 WK-LIMITE            PIC S9(09)V9(02).
       01 WK-REGLA-VALIDA      PIC X(01).
       01 WK-REGLA-MOTIVO      PIC X(30).

       01 WK-ARROBAS           PIC 9(02).
       01 WK-UBI-NOM-DEP       PIC X(20).
       01 WK-UBI-NOM-PRO       PIC X(30).
       01 WK-UBI-NOM-DIS       PIC X(30).
       01 WK-UBI-RESULTADO     PIC X(01).

       01 WK-COT-ACCION        PIC X(01) VALUE 'G'.
       01 WK-COT-ORIGEN        PIC X(01) VALUE 'C'.
       01 WK-COT-NOMBRE        PIC X(50).
       01 WK-COT-PROGRAMA      PIC X(08) VALUE 'QG1CX295'.
       01 WK-COT-COINCIDENCIAS PIC 9(03).
       01 WK-COT-PUNTAJE       PIC 9(03).
       01 WK-COT-ID            PIC X(12).

       01 WS-TOT-LEIDAS        PIC 9(05) VALUE 0.
       01 WS-TOT-ENCOLADAS     PIC 9(05) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(05) VALUE 0.
       01 WS-TOT-CONTACTOS     PIC 9(05) VALUE 0.
       01 WS-TOT-EN-LISTA      PIC 9(05) VALUE 0.
       01 WS-HASH-SECUENCIAS   PIC 9(09) VALUE 0.

       01 WK-MAN-ARCHIVO       PIC X(16) VALUE 'QG1CRMRES.DAT'.
       01 WK-MAN-FECHA         PIC 9(08).
       01 WK-MAN-REGISTROS     PIC 9(09).
       01 WK-MAN-HASH          PIC 9(15)V9(02).
       01 WK-MAN-PROGRAMA      PIC X(08) VALUE 'QG1CX295'.
       01 WK-MAN-NUMERO        PIC 9(07).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX295'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-SOLICITUDES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CARGA DE SOLICITUDES DE MANTENIMIENTO DEL CRM"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
            PERFORM 1100-CARGA-PENDIENTES
            PERFORM 1300-CARGA-PEND-CONTACTOS.
      *
       1100-CARGA-PENDIENTES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PENDIENTES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PND-SECUENCIA > WS-ULTIMA-SECUENCIA
                           MOVE PND-SECUENCIA TO WS-ULTIMA-SECUENCIA
                        END-IF
                        PERFORM 1200-AGREGA-PENDIENTE
                  END-READ
               END-PERFORM
               CLOSE HOST-PENDIENTES
            END-IF
            DISPLAY "CAMBIOS YA REGISTRADOS EN QG1PEND.DAT : "
                    WS-TOT-PND.
      *
       1200-AGREGA-PENDIENTE.
            IF WS-TOT-PND = 5000
               DISPLAY "ABEND: TABLA DE PENDIENTES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-PND
            MOVE PND-SOLICITANTE TO WS-PND-SOLICITANTE(WS-TOT-PND)
            MOVE PND-CODIGO      TO WS-PND-CODIGO(WS-TOT-PND)
            MOVE PND-ESTADO-REV  TO WS-PND-ESTADO(WS-TOT-PND).
      *
       1300-CARGA-PEND-CONTACTOS.
            OPEN INPUT HOST-PEND-CONTACTOS
            IF FS-PEND-CONTACTOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PEND-CONTACTOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PNC-SECUENCIA > WS-ULTIMA-SEC-CTO
                           MOVE PNC-SECUENCIA TO WS-ULTIMA-SEC-CTO
                        END-IF
                        PERFORM 1400-AGREGA-PEND-CONTACTO
                  END-READ
               END-PERFORM
               CLOSE HOST-PEND-CONTACTOS
            END-IF
            DISPLAY "CAMBIOS DE CONTACTO EN QG1PNDCTO.DAT : "
                    WS-TOT-PNC.
      *
       1400-AGREGA-PEND-CONTACTO.
            IF WS-TOT-PNC = 5000
               DISPLAY "ABEND: TABLA DE CONTACTOS PENDIENTES LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-PNC
            MOVE PNC-SOLICITANTE TO WS-PNC-SOLICITANTE(WS-TOT-PNC)
            MOVE PNC-COD-CANAL   TO WS-PNC-CODIGO(WS-TOT-PNC)
            MOVE PNC-ESTADO      TO WS-PNC-ESTADO(WS-TOT-PNC).
      *
       2000-CARGA-SOLICITUDES.
            OPEN INPUT HOST-SOLICITUDES
            IF FS-SOLICITUDES NOT = '00'
               DISPLAY "SIN SOLICITUDES DEL CRM (QG1CRMIN.DAT)"
            ELSE
               OPEN INPUT HOST004
               IF FS-HOST NOT = '00'
                  DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE "
                          "STATUS " FS-HOST
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN EXTEND HOST-PENDIENTES
               IF FS-PENDIENTES = '35'
                  OPEN OUTPUT HOST-PENDIENTES
               END-IF
               IF FS-PENDIENTES NOT = '00'
                  DISPLAY "ABEND: OPEN DE HOST-PENDIENTES FALLIDO - "
                          "FILE STATUS " FS-PENDIENTES
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN EXTEND HOST-PEND-CONTACTOS
               IF FS-PEND-CONTACTOS = '35'
                  OPEN OUTPUT HOST-PEND-CONTACTOS
               END-IF
               IF FS-PEND-CONTACTOS NOT = '00'
                  DISPLAY "ABEND: OPEN DE HOST-PEND-CONTACTOS FALLIDO"
                          " - FILE STATUS " FS-PEND-CONTACTOS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               OPEN INPUT HOST-CONTACTOS
               IF FS-CONTACTOS = '00'
                  MOVE 'S' TO WS-HAY-CONTACTOS
               END-IF
               OPEN OUTPUT HOST-RESPUESTA

               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-SOLICITUDES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WS-TOT-LEIDAS
                        PERFORM 2100-EDITA-SOLICITUD
                        IF WK-MOTIVO = SPACES
                           IF CRM-ACCION = 'C'
                              PERFORM 3200-ENCOLA-CONTACTO
                           ELSE
                              PERFORM 3000-ENCOLA-SOLICITUD
                           END-IF
                        ELSE
                           PERFORM 3500-RECHAZA-SOLICITUD
                        END-IF
                  END-READ
               END-PERFORM

               CLOSE HOST-SOLICITUDES, HOST004, HOST-PENDIENTES,
                     HOST-PEND-CONTACTOS, HOST-RESPUESTA
               IF WS-HAY-CONTACTOS = 'S'
                  CLOSE HOST-CONTACTOS
               END-IF

               MOVE WS-FECHA-HOY       TO WK-MAN-FECHA
               MOVE WS-TOT-LEIDAS      TO WK-MAN-REGISTROS
               MOVE WS-HASH-SECUENCIAS TO WK-MAN-HASH
               CALL "QG1CX272" USING WK-MAN-ARCHIVO, WK-MAN-FECHA,
                                      WK-MAN-REGISTROS, WK-MAN-HASH,
                                      WK-MAN-PROGRAMA, WK-MAN-NUMERO
            END-IF
            DISPLAY "SOLICITUDES LEIDAS     : " WS-TOT-LEIDAS
            DISPLAY "SOLICITUDES ENCOLADAS  : " WS-TOT-ENCOLADAS
            DISPLAY "  DE ELLAS CONTACTOS   : " WS-TOT-CONTACTOS
            DISPLAY "  RESPONSABLE EN LISTA : " WS-TOT-EN-LISTA
            DISPLAY "SOLICITUDES RECHAZADAS : " WS-TOT-RECHAZADAS.
      *
      * Las ediciones van en orden y la primera que falla da el
      * motivo que vuelve al CRM.
       2100-EDITA-SOLICITUD.
            MOVE SPACES TO WK-MOTIVO
            IF CRM-ACCION NOT = 'A' AND CRM-ACCION NOT = 'M'
               AND CRM-ACCION NOT = 'B' AND CRM-ACCION NOT = 'C'
               MOVE 'ACCION INVALIDA, DEBE SER A, M, B O C'
                 TO WK-MOTIVO
            END-IF
            IF WK-MOTIVO = SPACES
               PERFORM 2200-VALIDA-REFERENCIA
            END-IF
            IF WK-MOTIVO = SPACES
               PERFORM 2300-VALIDA-DIGITO
            END-IF
            IF WK-MOTIVO = SPACES AND CRM-ACCION NOT = 'B'
               AND CRM-ACCION NOT = 'C'
               PERFORM 2400-EDITA-CANAL
            END-IF
            IF WK-MOTIVO = SPACES
               PERFORM 2500-VALIDA-MAESTRO
            END-IF
            IF WK-MOTIVO = SPACES
               IF CRM-ACCION = 'C'
                  PERFORM 2650-VALIDA-CONTACTO-EN-REV
               ELSE
                  PERFORM 2600-VALIDA-EN-REVISION
               END-IF
            END-IF
            IF WK-MOTIVO = SPACES AND CRM-ACCION NOT = 'B'
               AND CRM-ACCION NOT = 'C'
               AND CRM-MONEDA-LIM NOT = SPACES
               PERFORM 2700-VALIDA-LIMITE
            END-IF
            IF WK-MOTIVO = SPACES AND CRM-ACCION = 'C'
               PERFORM 2800-EDITA-CONTACTO
            END-IF.
      *
       2200-VALIDA-REFERENCIA.
            IF CRM-REFERENCIA = SPACES
               MOVE 'FALTA LA REFERENCIA DEL CRM' TO WK-MOTIVO
            ELSE
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-PND OR WK-MOTIVO NOT = SPACES
                  IF WS-PND-SOLICITANTE(WK-I) = CRM-REFERENCIA
                     MOVE 'REFERENCIA DEL CRM YA CARGADA' TO WK-MOTIVO
                  END-IF
               END-PERFORM
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-PNC OR WK-MOTIVO NOT = SPACES
                  IF WS-PNC-SOLICITANTE(WK-I) = CRM-REFERENCIA
                     MOVE 'REFERENCIA DEL CRM YA CARGADA' TO WK-MOTIVO
                  END-IF
               END-PERFORM
            END-IF.
      *
       2300-VALIDA-DIGITO.
            MOVE 'N' TO WK-DIGITO-OK
            IF CRM-CODIGO-COMPLETO IS NUMERIC
               MOVE CRM-CODIGO-COMPLETO TO WK-CODIGO-4
               CALL "QG1CX093" USING WK-CODIGO-4, WK-DIGITO-OK
            END-IF
            IF WK-DIGITO-OK NOT = 'S'
               MOVE 'DIGITO VERIFICADOR INVALIDO' TO WK-MOTIVO
            END-IF.
      *
       2400-EDITA-CANAL.
            CALL "QG1CX063" USING CRM-CODIGO, CRM-ABREVIATURA,
                                   CRM-DESCRIPCION, WK-EDIT-STATUS
            EVALUATE WK-EDIT-STATUS
               WHEN '00'
                  CONTINUE
               WHEN '01'
                  MOVE 'CODIGO DE CANAL NO AUTORIZADO' TO WK-MOTIVO
               WHEN '02'
                  MOVE 'FALTAN CAMPOS OBLIGATORIOS' TO WK-MOTIVO
               WHEN '03'
                  MOVE 'LA ABREVIATURA DEBE SER ALFABETICA'
                    TO WK-MOTIVO
               WHEN OTHER
                  MOVE SPACES TO WK-MOTIVO
                  STRING 'RECHAZADA POR EDICION ' WK-EDIT-STATUS
                     DELIMITED SIZE INTO WK-MOTIVO
            END-EVALUATE.
      *
       2500-VALIDA-MAESTRO.
            MOVE CRM-CODIGO TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY MOVE 'N' TO WK-EXISTE
               NOT INVALID KEY MOVE 'S' TO WK-EXISTE
            END-READ
            IF CRM-ACCION = 'A' AND WK-EXISTE = 'S'
               MOVE 'EL CANAL YA EXISTE EN EL MAESTRO' TO WK-MOTIVO
            END-IF
            IF CRM-ACCION NOT = 'A' AND WK-EXISTE = 'N'
               MOVE 'EL CANAL NO EXISTE EN EL MAESTRO' TO WK-MOTIVO
            END-IF.
      *
       2600-VALIDA-EN-REVISION.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PND OR WK-MOTIVO NOT = SPACES
               IF WS-PND-CODIGO(WK-I) = CRM-CODIGO
                  AND (WS-PND-ESTADO(WK-I) = 'P'
                       OR WS-PND-ESTADO(WK-I) = 'A')
                  MOVE 'EL CANAL YA TIENE UN CAMBIO PENDIENTE'
                    TO WK-MOTIVO
               END-IF
            END-PERFORM.
      *
       2650-VALIDA-CONTACTO-EN-REV.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PNC OR WK-MOTIVO NOT = SPACES
               IF WS-PNC-CODIGO(WK-I) = CRM-CODIGO
                  AND (WS-PNC-ESTADO(WK-I) = 'P'
                       OR WS-PNC-ESTADO(WK-I) = 'A')
                  MOVE 'EL CANAL YA TIENE UN CONTACTO PENDIENTE'
                    TO WK-MOTIVO
               END-IF
            END-PERFORM.
      *
       2700-VALIDA-LIMITE.
            IF CRM-LIMITE-TRX IS NOT NUMERIC
               MOVE 'LIMITE PROPUESTO INVALIDO' TO WK-MOTIVO
            ELSE
               MOVE CRM-LIMITE-TRX TO WK-LIMITE
               CALL "QG1CX187" USING WK-MODO-REGLA, CRM-CODIGO,
                                      WK-LIMITE, CRM-MONEDA-LIM,
                                      WK-REGLA-VALIDA, WK-REGLA-MOTIVO
               IF WK-REGLA-VALIDA NOT = 'S'
                  MOVE WK-REGLA-MOTIVO TO WK-MOTIVO
               END-IF
            END-IF.
      *
      * las ediciones de QG1CX130 ('02' a '04'); el canal en el
      * maestro ('01') ya lo valido 2500
       2800-EDITA-CONTACTO.
            IF CRM-RESPONSABLE = SPACES OR CRM-TELEFONO = SPACES
               MOVE 'RESPONSABLE Y TELEFONO SON OBLIGATORIOS'
                 TO WK-MOTIVO
            END-IF
            IF WK-MOTIVO = SPACES AND CRM-EMAIL NOT = SPACES
               MOVE 0 TO WK-ARROBAS
               INSPECT CRM-EMAIL TALLYING WK-ARROBAS FOR ALL '@'
               IF WK-ARROBAS = 0
                  MOVE 'EL EMAIL NO TRAE ARROBA' TO WK-MOTIVO
               END-IF
            END-IF
            IF WK-MOTIVO = SPACES
               CALL "QG1CX296" USING CRM-UBIGEO, WK-UBI-NOM-DEP,
                                      WK-UBI-NOM-PRO, WK-UBI-NOM-DIS,
                                      WK-UBI-RESULTADO
               EVALUATE WK-UBI-RESULTADO
                  WHEN 'S'
                     CONTINUE
                  WHEN 'X'
                     IF CRM-UBIGEO = SPACES
                        MOVE 'EL UBIGEO ES OBLIGATORIO' TO WK-MOTIVO
                     END-IF
                  WHEN 'B'
                     MOVE 'EL UBIGEO ESTA DADO DE BAJA' TO WK-MOTIVO
                  WHEN OTHER
                     MOVE 'EL UBIGEO NO EXISTE EN LA REFERENCIA'
                       TO WK-MOTIVO
               END-EVALUATE
            END-IF.
      *
       3000-ENCOLA-SOLICITUD.
            ADD 1 TO WS-ULTIMA-SECUENCIA
            MOVE WS-ULTIMA-SECUENCIA TO PND-SECUENCIA
            MOVE CRM-ACCION          TO PND-ACCION
            SET PND-EN-REVISION      TO TRUE
            MOVE CRM-REFERENCIA      TO PND-SOLICITANTE
            MOVE SPACES              TO PND-APROBADOR
            MOVE CRM-CODIGO          TO PND-CODIGO
            MOVE CRM-ABREVIATURA     TO PND-ABREVIATURA
            MOVE CRM-DESCRIPCION     TO PND-DESCRIPCION
            MOVE WS-FECHA-HOY        TO PND-FECHA-CAPTURA
            MOVE 0                   TO PND-LIMITE-TRX
            MOVE SPACES              TO PND-MONEDA-LIM
            IF CRM-ACCION = 'B'
               MOVE SPACES TO PND-ABREVIATURA, PND-DESCRIPCION
            ELSE
               IF CRM-MONEDA-LIM NOT = SPACES
                  MOVE CRM-LIMITE-TRX TO PND-LIMITE-TRX
                  MOVE CRM-MONEDA-LIM TO PND-MONEDA-LIM
               END-IF
            END-IF
            WRITE REG-PENDIENTE
            PERFORM 1200-AGREGA-PENDIENTE
            ADD 1 TO WS-TOT-ENCOLADAS

            MOVE CRM-REFERENCIA TO RSP-REFERENCIA
            MOVE WS-FECHA-HOY   TO RSP-FECHA
            SET RSP-ENCOLADA    TO TRUE
            MOVE PND-SECUENCIA  TO RSP-SECUENCIA
            ADD PND-SECUENCIA   TO WS-HASH-SECUENCIAS
            MOVE SPACES         TO RSP-MOTIVO
            WRITE REG-RESPUESTA-CRM
            DISPLAY "ENCOLADA " CRM-REFERENCIA " COMO CAMBIO "
                    PND-SECUENCIA " CANAL " CRM-CODIGO.
      *
      * alta o cambio segun el canal ya tenga contacto
       3200-ENCOLA-CONTACTO.
            ADD 1 TO WS-ULTIMA-SEC-CTO
            MOVE WS-ULTIMA-SEC-CTO TO PNC-SECUENCIA
            MOVE 'A' TO PNC-ACCION
            IF WS-HAY-CONTACTOS = 'S'
               MOVE CRM-CODIGO TO CTO-COD-CANAL
               READ HOST-CONTACTOS
                  KEY IS CTO-COD-CANAL
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE 'M' TO PNC-ACCION
               END-READ
            END-IF
            SET PNC-EN-REVISION      TO TRUE
            MOVE CRM-REFERENCIA      TO PNC-SOLICITANTE
            MOVE SPACES              TO PNC-APROBADOR
            MOVE WS-FECHA-HOY        TO PNC-FECHA-CAPTURA
            MOVE CRM-CODIGO          TO PNC-COD-CANAL
            MOVE CRM-RESPONSABLE     TO PNC-RESPONSABLE
            MOVE CRM-TELEFONO        TO PNC-TELEFONO
            MOVE CRM-EMAIL           TO PNC-EMAIL
            MOVE CRM-DIRECCION       TO PNC-DIRECCION
            MOVE CRM-HORARIO         TO PNC-HORARIO
            MOVE CRM-UBIGEO          TO PNC-UBIGEO
            WRITE REG-PENDIENTE-CTO
            PERFORM 1400-AGREGA-PEND-CONTACTO
            ADD 1 TO WS-TOT-ENCOLADAS
            ADD 1 TO WS-TOT-CONTACTOS

            MOVE CRM-REFERENCIA TO RSP-REFERENCIA
            MOVE WS-FECHA-HOY   TO RSP-FECHA
            SET RSP-ENCOLADA    TO TRUE
            MOVE PNC-SECUENCIA  TO RSP-SECUENCIA
            ADD PNC-SECUENCIA   TO WS-HASH-SECUENCIAS
            MOVE SPACES         TO RSP-MOTIVO

            MOVE CRM-RESPONSABLE TO WK-COT-NOMBRE
            CALL "QG1CX253" USING WK-COT-ACCION, CRM-CODIGO,
                                   WK-COT-ORIGEN, WK-COT-NOMBRE,
                                   WK-COT-PROGRAMA,
                                   WK-COT-COINCIDENCIAS,
                                   WK-COT-PUNTAJE, WK-COT-ID
            IF WK-COT-COINCIDENCIAS > 0
               ADD 1 TO WS-TOT-EN-LISTA
               MOVE 'RESPONSABLE EN LISTA DE VIGILANCIA'
                 TO RSP-MOTIVO
               DISPLAY "AVISO: EL RESPONSABLE DE " CRM-REFERENCIA
                       " COINCIDE CON LA LISTA DE VIGILANCIA "
                       WK-COT-ID " - PENDIENTE DE REVISION"
            END-IF
            WRITE REG-RESPUESTA-CRM
            DISPLAY "ENCOLADA " CRM-REFERENCIA " COMO CONTACTO "
                    PNC-SECUENCIA " CANAL " CRM-CODIGO.
      *
       3500-RECHAZA-SOLICITUD.
            ADD 1 TO WS-TOT-RECHAZADAS
            MOVE CRM-REFERENCIA TO RSP-REFERENCIA
            MOVE WS-FECHA-HOY   TO RSP-FECHA
            SET RSP-RECHAZADA   TO TRUE
            MOVE 0              TO RSP-SECUENCIA
            MOVE WK-MOTIVO      TO RSP-MOTIVO
            WRITE REG-RESPUESTA-CRM
            DISPLAY "RECHAZADA " CRM-REFERENCIA " CANAL " CRM-CODIGO
                    " : " WK-MOTIVO.
      *
       9000-FINAL.
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "SOLICITUDES CRM " WS-TOT-LEIDAS
                   " ENCOLADAS " WS-TOT-ENCOLADAS
                   " RECHAZADAS " WS-TOT-RECHAZADAS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO
            STOP RUN.
       END PROGRAM QG1CX295.
