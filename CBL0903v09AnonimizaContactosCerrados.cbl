      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : El canal archivado por QG1CX100 o fusionado por
      *  QG1CX183 deja el nombre, telefono, email y direccion de su
      *  responsable en el contacto QG1CTO.DAT, en las notas
      *  QG1NOTAS.DAT y en la cola de notificaciones QG1NOTIF.DAT
      *  para siempre, y proteccion de datos no permite guardarlos
      *  mas alla del plazo legal. Esta corrida periodica:
      *    - arma la lista de canales cerrados con su fecha de cierre
      *      desde el resguardo QG1CX100.ARC (archivados), el cruce
      *      de sucesores QG1SUCES.DAT (fusionados) y los inactivos
      *      con FEC-EFECTIVA que siguen en HOST004; un codigo que
      *      esta vivo en el maestro no se toca,
      *    - toma los cerrados hace mas del plazo (parametro
      *      ANONIMIZA-ANIOS via CALL QG1CX112, por defecto 5),
      *    - salta el canal con una retencion legal activa en
      *      QG1RETLEG.DAT (COPY QG1RLG01) y el ya anonimizado,
      *    - y reemplaza los datos personales por una ficha
      *      irreversible "ANOnnnnnnn" (consecutivo de la bitacora,
      *      sin relacion con el dato original; el telefono queda
      *      estrellado como en QG1CX204). El registro de negocio
      *      queda: canal, fechas, horario, estados y motivos.
      *  Cada canal anonimizado se anota en la bitacora QG1ANONI.DAT
      *  con su origen, fecha de cierre, ficha y registros tocados
      *  por archivo (nunca el dato personal). Modo V = vista previa
      *  que solo reporta, C = confirmar; requiere el permiso de
      *  depuracion del operador (CALL QG1CX109). El detalle sale en
      *  QG1CX271.RPT y el resumen en la bitacora (CALL QG1CX120).
      * Ubicacion: al anonimizar el contacto se borran tambien la
      *  latitud y longitud, que ubican el domicilio con precision;
      *  el ubigeo se conserva porque solo da el distrito y sostiene
      *  las estadisticas regionales de QG1CX299.
      * Coincidencias: la coincidencia contra la lista de vigilancia
      *  del responsable del contacto (QG1COINC.DAT, COPY QG1COI01,
      *  origen 'C') guarda el nombre cotejado; al anonimizar el canal
      *  ese nombre se reemplaza por su ficha. La coincidencia queda
      *  (estado, entrada de la lista, revisor) como registro del
      *  cotejo. La del nombre del canal (origen 'N') no es un dato
      *  personal del responsable y no se toca.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX271.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-RESGUARDO ASSIGN TO "QG1CX100.ARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESGUARDO.

           SELECT HOST-SUCESORES ASSIGN TO "QG1SUCES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCESORES.

           SELECT HOST-RETENCIONES ASSIGN TO "QG1RETLEG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

           SELECT HOST-BITACORA ASSIGN TO "QG1ANONI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BITACORA.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-NOTAS ASSIGN TO "QG1NOTAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTAS.

           SELECT HOST-NOTIFICACIONES ASSIGN TO "QG1NOTIF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTIFICACIONES.

           SELECT HOST-COINCIDENCIAS ASSIGN TO "QG1COINC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COI-LLAVE
           FILE STATUS IS FS-COINCIDENCIAS.

           SELECT HOST-TEMPORAL ASSIGN TO "QG1CX271.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX271.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-RESGUARDO.
       01  REG-RESGUARDO.
           05 ARC-CODIGO        PIC X(03).
           05 ARC-ABREVIATURA   PIC X(10).
           05 ARC-DESCRIPCION   PIC X(50).
           05 ARC-ESTADO        PIC X(01).
           05 ARC-FEC-EFECTIVA  PIC 9(08).
           05 ARC-LIMITE        PIC 9(09)V9(02).
           05 ARC-MONEDA        PIC X(03).
           05 ARC-VERSION       PIC 9(05).

       FD  HOST-SUCESORES.
       01  REG-SUCESOR.
           05 SUC-COD-ORIGEN   PIC X(03).
           05 SUC-COD-SUCESOR  PIC X(03).
           05 SUC-FECHA        PIC 9(08).

       FD  HOST-RETENCIONES.
           COPY QG1RLG01.

       FD  HOST-BITACORA.
       01  REG-ANONIMIZACION.
           05 ANO-NUMERO       PIC 9(07).
           05 ANO-FECHA-HORA   PIC X(26).
           05 ANO-COD-CANAL    PIC X(03).
           05 ANO-ORIGEN       PIC X(01).
           05 ANO-FECHA-CIERRE PIC 9(08).
           05 ANO-FICHA        PIC X(10).
           05 ANO-CONTACTO     PIC 9(01).
           05 ANO-NOTAS        PIC 9(05).
           05 ANO-NOTIFICACIONES PIC 9(05).
           05 ANO-OPERADOR     PIC X(08).

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-NOTAS.
           COPY QG1NOT01.

       FD  HOST-NOTIFICACIONES.
       01  REG-NOTIFICACION.
           05 NTF-FECHA-HORA   PIC X(26).
           05 NTF-CANAL        PIC X(03).
           05 NTF-ESTADO-ANTES PIC X(01).
           05 NTF-ESTADO-NUEVO PIC X(01).
           05 NTF-MOTIVO       PIC X(20).
           05 NTF-RESPONSABLE  PIC X(30).
           05 NTF-EMAIL        PIC X(30).
           05 NTF-CONTACTO     PIC X(01).
           05 NTF-ESTADO       PIC X(01).

       FD  HOST-COINCIDENCIAS.
           COPY QG1COI01.

       FD  HOST-TEMPORAL.
       01  REG-TEMPORAL        PIC X(113).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-RESGUARDO         PIC X(02).
       01 FS-SUCESORES         PIC X(02).
       01 FS-RETENCIONES       PIC X(02).
       01 FS-BITACORA          PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-NOTAS             PIC X(02).
       01 FS-NOTIFICACIONES    PIC X(02).
       01 FS-COINCIDENCIAS     PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'D'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-MODO              PIC X(01).
          88 WK-VISTA-PREVIA   VALUE 'V'.
          88 WK-CONFIRMA       VALUE 'C'.

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-ANIOS-PLAZO       PIC 9(02) VALUE 5.

       01 WK-FECHA-HOY         PIC 9(08).
       01 FILLER REDEFINES WK-FECHA-HOY.
          05 WK-HOY-ANIO       PIC 9(04).
          05 WK-HOY-MESDIA     PIC 9(04).
       01 WK-FECHA-LIMITE      PIC 9(08).

      * canales cerrados conocidos; CER-VIVO 'S' = el codigo esta
      * vivo en el maestro (reactivado o reutilizado) y no se toca
       01 WS-TOT-CERRADOS      PIC 9(04) VALUE 0.
       01 WS-TABLA-CERRADOS.
          05 WS-CER-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-CERRADOS.
             10 WS-CER-CANAL   PIC X(03).
             10 WS-CER-ORIGEN  PIC X(01).
             10 WS-CER-FECHA   PIC 9(08).
             10 WS-CER-VIVO    PIC X(01).
             10 WS-CER-SITUACION PIC X(01).
             10 WS-CER-RETENCION PIC 9(05).
             10 WS-CER-FICHA   PIC X(10).
             10 WS-CER-CONTACTO PIC 9(01).
             10 WS-CER-NOTAS   PIC 9(05).
             10 WS-CER-NOTIFICACIONES PIC 9(05).
             10 WS-CER-COINCIDENCIAS PIC 9(03).

       01 WS-TOT-RETENCIONES   PIC 9(03) VALUE 0.
       01 WS-TABLA-RETENCIONES.
          05 WS-RLG-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-RETENCIONES.
             10 WS-RLG-CANAL   PIC X(03).
             10 WS-RLG-NUMERO  PIC 9(05).

       01 WS-TOT-HECHOS        PIC 9(04) VALUE 0.
       01 WS-TABLA-HECHOS.
          05 WS-HEC-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-HECHOS.
             10 WS-HEC-CANAL   PIC X(03).

       01 WS-ULT-NUMERO        PIC 9(07) VALUE 0.
       01 WK-FICHA.
          05 FILLER            PIC X(03) VALUE 'ANO'.
          05 WK-FICHA-NUMERO   PIC 9(07).
       01 WK-TEXTO-FICHA       PIC X(30).

       01 WK-CANAL-BUSCA       PIC X(03).
       01 WK-ORIGEN-BUSCA      PIC X(01).
       01 WK-FECHA-BUSCA       PIC 9(08).
       01 WK-POS               PIC 9(04).
       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).

       01 WS-TOT-ANONIMIZADOS  PIC 9(04) VALUE 0.
       01 WS-TOT-RETENIDOS     PIC 9(04) VALUE 0.
       01 WS-TOT-YA-HECHOS     PIC 9(04) VALUE 0.
       01 WS-TOT-CONTACTOS     PIC 9(05) VALUE 0.
       01 WS-TOT-NOTAS         PIC 9(07) VALUE 0.
       01 WS-TOT-NOTIFICACIONES PIC 9(07) VALUE 0.
       01 WS-TOT-COINCIDENCIAS PIC 9(05) VALUE 0.

       01 WS-LIN-DETALLE       PIC X(100).
       01 WK-ORIGEN-TXT        PIC X(10).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX271'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1500-CARGA-RETENCIONES
            PERFORM 1600-CARGA-BITACORA
            PERFORM 2000-ARMA-CERRADOS
            PERFORM 3000-SELECCIONA
            IF WK-CONFIRMA AND WS-TOT-ANONIMIZADOS > 0
               PERFORM 4000-ANONIMIZA-CONTACTOS
               PERFORM 4500-ANONIMIZA-COINCIDENCIAS
               PERFORM 5000-ANONIMIZA-NOTAS
               PERFORM 6000-ANONIMIZA-NOTIFICACIONES
               PERFORM 7000-GRABA-BITACORA
            END-IF
            PERFORM 8000-REPORTE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "ANONIMIZACION DE CONTACTOS DE CANALES CERRADOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "IDENTIDAD DEL OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR SIN PERMISO DE DEPURACION - "
                       WK-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "MODO (V=VISTA PREVIA, C=CONFIRMAR) : "
            ACCEPT WK-MODO
            IF NOT WK-VISTA-PREVIA AND NOT WK-CONFIRMA
               DISPLAY "ABEND: MODO INVALIDO " WK-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE 'ANONIMIZA-ANIOS' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-ANIOS-PLAZO
            END-IF
            IF WK-ANIOS-PLAZO = 0
               DISPLAY "ABEND: ANONIMIZA-ANIOS EN CERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WK-FECHA-LIMITE =
               (WK-HOY-ANIO - WK-ANIOS-PLAZO) * 10000 + WK-HOY-MESDIA
            DISPLAY "PLAZO LEGAL EN ANIOS : " WK-ANIOS-PLAZO
            DISPLAY "CERRADOS ANTES DEL " WK-FECHA-LIMITE.
      *
       1500-CARGA-RETENCIONES.
            OPEN INPUT HOST-RETENCIONES
            IF FS-RETENCIONES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-RETENCIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF RLG-ACTIVA
                           IF WS-TOT-RETENCIONES = 500
                              DISPLAY "ABEND: TABLA DE RETENCIONES "
                                      "LLENA (500)"
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                           END-IF
                           ADD 1 TO WS-TOT-RETENCIONES
                           MOVE RLG-COD-CANAL
                             TO WS-RLG-CANAL(WS-TOT-RETENCIONES)
                           MOVE RLG-NUMERO
                             TO WS-RLG-NUMERO(WS-TOT-RETENCIONES)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-RETENCIONES
            END-IF.
      *
       1600-CARGA-BITACORA.
            OPEN INPUT HOST-BITACORA
            IF FS-BITACORA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-BITACORA
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-HECHOS = 2000
                           DISPLAY "ABEND: TABLA DE ANONIMIZADOS "
                                   "LLENA (2000)"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TOT-HECHOS
                        MOVE ANO-COD-CANAL
                          TO WS-HEC-CANAL(WS-TOT-HECHOS)
                        IF ANO-NUMERO > WS-ULT-NUMERO
                           MOVE ANO-NUMERO TO WS-ULT-NUMERO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-BITACORA
            END-IF.
      *
      * Los fusionados se leen primero para que su origen quede 'F'
      * aunque despues QG1CX100 los haya archivado.
       2000-ARMA-CERRADOS.
            OPEN INPUT HOST-SUCESORES
            IF FS-SUCESORES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-SUCESORES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE SUC-COD-ORIGEN TO WK-CANAL-BUSCA
                        MOVE 'F'            TO WK-ORIGEN-BUSCA
                        MOVE SUC-FECHA      TO WK-FECHA-BUSCA
                        PERFORM 2500-ANOTA-CERRADO
                  END-READ
               END-PERFORM
               CLOSE HOST-SUCESORES
            END-IF

            OPEN INPUT HOST-RESGUARDO
            IF FS-RESGUARDO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-RESGUARDO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE ARC-CODIGO       TO WK-CANAL-BUSCA
                        MOVE 'A'              TO WK-ORIGEN-BUSCA
                        MOVE ARC-FEC-EFECTIVA TO WK-FECHA-BUSCA
                        PERFORM 2500-ANOTA-CERRADO
                  END-READ
               END-PERFORM
               CLOSE HOST-RESGUARDO
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: OPEN DE HOST004 FALLIDO - FILE STATUS "
                       FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 2100-EVALUA-MAESTRO
               END-READ
            END-PERFORM
            CLOSE HOST004
            DISPLAY "CANALES CERRADOS CONOCIDOS : " WS-TOT-CERRADOS.
      *
       2100-EVALUA-MAESTRO.
            MOVE COD-CANAL OF REG-HOST004 TO WK-CANAL-BUSCA
            IF CANAL-INACTIVO
               IF FEC-EFECTIVA > 0
                  MOVE 'I'          TO WK-ORIGEN-BUSCA
                  MOVE FEC-EFECTIVA TO WK-FECHA-BUSCA
                  PERFORM 2500-ANOTA-CERRADO
               END-IF
            ELSE
               PERFORM 2600-BUSCA-CERRADO
               IF WK-POS > 0
                  MOVE 'S' TO WS-CER-VIVO(WK-POS)
               END-IF
            END-IF.
      *
      * Un canal que aparece en mas de una fuente queda con la fecha
      * de cierre mas reciente.
       2500-ANOTA-CERRADO.
            PERFORM 2600-BUSCA-CERRADO
            IF WK-POS = 0
               IF WS-TOT-CERRADOS = 2000
                  DISPLAY "ABEND: TABLA DE CERRADOS LLENA (2000)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-CERRADOS
               MOVE WS-TOT-CERRADOS TO WK-POS
               MOVE WK-CANAL-BUSCA  TO WS-CER-CANAL(WK-POS)
               MOVE WK-ORIGEN-BUSCA TO WS-CER-ORIGEN(WK-POS)
               MOVE WK-FECHA-BUSCA  TO WS-CER-FECHA(WK-POS)
               MOVE 'N'             TO WS-CER-VIVO(WK-POS)
               MOVE SPACE           TO WS-CER-SITUACION(WK-POS)
               MOVE 0               TO WS-CER-RETENCION(WK-POS)
               MOVE SPACES          TO WS-CER-FICHA(WK-POS)
               MOVE 0               TO WS-CER-CONTACTO(WK-POS)
               MOVE 0               TO WS-CER-NOTAS(WK-POS)
               MOVE 0          TO WS-CER-NOTIFICACIONES(WK-POS)
               MOVE 0          TO WS-CER-COINCIDENCIAS(WK-POS)
            ELSE
               IF WK-FECHA-BUSCA > WS-CER-FECHA(WK-POS)
                  MOVE WK-FECHA-BUSCA TO WS-CER-FECHA(WK-POS)
               END-IF
            END-IF.
      *
       2600-BUSCA-CERRADO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-CERRADOS OR WK-POS > 0
               IF WS-CER-CANAL(WK-I) = WK-CANAL-BUSCA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
      * WS-CER-SITUACION: 'X' anonimizar, 'R' retenido por retencion
      * legal, 'Y' ya anonimizado antes; blanco = no califica.
       3000-SELECCIONA.
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-CERRADOS
               IF WS-CER-VIVO(WK-J) = 'N'
                  AND WS-CER-FECHA(WK-J) < WK-FECHA-LIMITE
                  PERFORM 3100-CLASIFICA-CERRADO
               END-IF
            END-PERFORM
            DISPLAY "A ANONIMIZAR          : " WS-TOT-ANONIMIZADOS
            DISPLAY "RETENIDOS (RET.LEGAL) : " WS-TOT-RETENIDOS
            DISPLAY "YA ANONIMIZADOS       : " WS-TOT-YA-HECHOS.
      *
       3100-CLASIFICA-CERRADO.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-HECHOS
                       OR WS-CER-SITUACION(WK-J) NOT = SPACE
               IF WS-HEC-CANAL(WK-I) = WS-CER-CANAL(WK-J)
                  MOVE 'Y' TO WS-CER-SITUACION(WK-J)
                  ADD 1 TO WS-TOT-YA-HECHOS
               END-IF
            END-PERFORM
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-RETENCIONES
                       OR WS-CER-SITUACION(WK-J) NOT = SPACE
               IF WS-RLG-CANAL(WK-I) = WS-CER-CANAL(WK-J)
                  MOVE 'R' TO WS-CER-SITUACION(WK-J)
                  MOVE WS-RLG-NUMERO(WK-I)
                    TO WS-CER-RETENCION(WK-J)
                  ADD 1 TO WS-TOT-RETENIDOS
               END-IF
            END-PERFORM
            IF WS-CER-SITUACION(WK-J) = SPACE
               MOVE 'X' TO WS-CER-SITUACION(WK-J)
               ADD 1 TO WS-TOT-ANONIMIZADOS
               ADD 1 TO WS-ULT-NUMERO
               MOVE WS-ULT-NUMERO TO WK-FICHA-NUMERO
               MOVE WK-FICHA TO WS-CER-FICHA(WK-J)
            END-IF.
      *
       4000-ANONIMIZA-CONTACTOS.
            OPEN I-O HOST-CONTACTOS
            IF FS-CONTACTOS NOT = '00'
               DISPLAY "SIN CONTACTOS QG1CTO.DAT, SE SALTA"
            ELSE
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WS-TOT-CERRADOS
                  IF WS-CER-SITUACION(WK-J) = 'X'
                     PERFORM 4100-ANONIMIZA-UN-CONTACTO
                  END-IF
               END-PERFORM
               CLOSE HOST-CONTACTOS
            END-IF.
      *
       4100-ANONIMIZA-UN-CONTACTO.
            MOVE WS-CER-CANAL(WK-J) TO CTO-COD-CANAL
            READ HOST-CONTACTOS
               KEY IS CTO-COD-CANAL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE SPACES TO WK-TEXTO-FICHA
                  STRING "ANONIMIZADO " WS-CER-FICHA(WK-J)
                     DELIMITED SIZE INTO WK-TEXTO-FICHA
                  MOVE WK-TEXTO-FICHA     TO CTO-RESPONSABLE
                  MOVE ALL '*'            TO CTO-TELEFONO
                  MOVE WS-CER-FICHA(WK-J) TO CTO-EMAIL
                  MOVE WK-TEXTO-FICHA     TO CTO-DIRECCION
                  MOVE 'N'                TO CTO-COORDENADAS
                  MOVE 0                  TO CTO-LATITUD,
                                             CTO-LONGITUD
                  REWRITE REG-CONTACTO
                     INVALID KEY
                        DISPLAY "NO SE PUDO ANONIMIZAR CONTACTO "
                                CTO-COD-CANAL " - FILE STATUS "
                                FS-CONTACTOS
                     NOT INVALID KEY
                        MOVE 1 TO WS-CER-CONTACTO(WK-J)
                        ADD 1 TO WS-TOT-CONTACTOS
                  END-REWRITE
            END-READ.
      *
      * Solo las coincidencias del responsable (origen 'C'); la llave
      * no cambia, se regraban en el mismo recorrido.
       4500-ANONIMIZA-COINCIDENCIAS.
            OPEN I-O HOST-COINCIDENCIAS
            IF FS-COINCIDENCIAS NOT = '00'
               DISPLAY "SIN COINCIDENCIAS QG1COINC.DAT, SE SALTA"
            ELSE
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WS-TOT-CERRADOS
                  IF WS-CER-SITUACION(WK-J) = 'X'
                     PERFORM 4600-ANONIMIZA-COINC-CANAL
                  END-IF
               END-PERFORM
               CLOSE HOST-COINCIDENCIAS
            END-IF.
      *
       4600-ANONIMIZA-COINC-CANAL.
            MOVE LOW-VALUES         TO COI-LLAVE
            MOVE WS-CER-CANAL(WK-J) TO COI-COD-CANAL
            MOVE 'C'                TO COI-ORIGEN
            MOVE 'N' TO WS-EOF
            START HOST-COINCIDENCIAS KEY NOT < COI-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-COINCIDENCIAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF COI-COD-CANAL NOT = WS-CER-CANAL(WK-J)
                        OR NOT COI-DE-CONTACTO
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        MOVE WS-CER-FICHA(WK-J) TO COI-NOMBRE
                        REWRITE REG-COINCIDENCIA
                           INVALID KEY
                              DISPLAY "NO SE PUDO ANONIMIZAR "
                                      "COINCIDENCIA " COI-COD-CANAL
                                      " " COI-LST-ID
                           NOT INVALID KEY
                              ADD 1 TO WS-CER-COINCIDENCIAS(WK-J)
                              ADD 1 TO WS-TOT-COINCIDENCIAS
                        END-REWRITE
                     END-IF
               END-READ
            END-PERFORM.
      *
      * El texto libre de la nota puede nombrar al responsable, por
      * eso se reemplaza completo; quedan canal, estampado y
      * operador. Las notas pasan por QG1CX271.TMP y se regraban.
       5000-ANONIMIZA-NOTAS.
            OPEN INPUT HOST-NOTAS
            IF FS-NOTAS NOT = '00'
               DISPLAY "SIN NOTAS QG1NOTAS.DAT, SE SALTA"
            ELSE
               OPEN OUTPUT HOST-TEMPORAL
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-NOTAS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 5100-ANONIMIZA-UNA-NOTA
                        MOVE REG-NOTA-CANAL TO REG-TEMPORAL
                        WRITE REG-TEMPORAL
                  END-READ
               END-PERFORM
               CLOSE HOST-NOTAS, HOST-TEMPORAL

               OPEN INPUT HOST-TEMPORAL
               OPEN OUTPUT HOST-NOTAS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TEMPORAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE REG-TEMPORAL TO REG-NOTA-CANAL
                        WRITE REG-NOTA-CANAL
                  END-READ
               END-PERFORM
               CLOSE HOST-TEMPORAL, HOST-NOTAS
            END-IF.
      *
       5100-ANONIMIZA-UNA-NOTA.
            MOVE NOT-COD-CANAL TO WK-CANAL-BUSCA
            PERFORM 2600-BUSCA-CERRADO
            IF WK-POS > 0
               IF WS-CER-SITUACION(WK-POS) = 'X'
                  MOVE SPACES TO NOT-TEXTO
                  STRING "NOTA ANONIMIZADA " WS-CER-FICHA(WK-POS)
                     DELIMITED SIZE INTO NOT-TEXTO
                  ADD 1 TO WS-CER-NOTAS(WK-POS)
                  ADD 1 TO WS-TOT-NOTAS
               END-IF
            END-IF.
      *
       6000-ANONIMIZA-NOTIFICACIONES.
            OPEN INPUT HOST-NOTIFICACIONES
            IF FS-NOTIFICACIONES NOT = '00'
               DISPLAY "SIN NOTIFICACIONES QG1NOTIF.DAT, SE SALTA"
            ELSE
               OPEN OUTPUT HOST-TEMPORAL
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-NOTIFICACIONES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM 6100-ANONIMIZA-UNA-NOTIFICACION
                        MOVE REG-NOTIFICACION TO REG-TEMPORAL
                        WRITE REG-TEMPORAL
                  END-READ
               END-PERFORM
               CLOSE HOST-NOTIFICACIONES, HOST-TEMPORAL

               OPEN INPUT HOST-TEMPORAL
               OPEN OUTPUT HOST-NOTIFICACIONES
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-TEMPORAL
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE REG-TEMPORAL TO REG-NOTIFICACION
                        WRITE REG-NOTIFICACION
                  END-READ
               END-PERFORM
               CLOSE HOST-TEMPORAL, HOST-NOTIFICACIONES
            END-IF.
      *
      * Sin email real la notificacion ya no es alcanzable: queda sin
      * contacto para que el extracto QG1CX209 no la envie.
       6100-ANONIMIZA-UNA-NOTIFICACION.
            MOVE NTF-CANAL TO WK-CANAL-BUSCA
            PERFORM 2600-BUSCA-CERRADO
            IF WK-POS > 0
               IF WS-CER-SITUACION(WK-POS) = 'X'
                  MOVE SPACES TO NTF-RESPONSABLE
                  STRING "ANONIMIZADO " WS-CER-FICHA(WK-POS)
                     DELIMITED SIZE INTO NTF-RESPONSABLE
                  MOVE WS-CER-FICHA(WK-POS) TO NTF-EMAIL
                  MOVE 'N' TO NTF-CONTACTO
                  ADD 1 TO WS-CER-NOTIFICACIONES(WK-POS)
                  ADD 1 TO WS-TOT-NOTIFICACIONES
               END-IF
            END-IF.
      *
       7000-GRABA-BITACORA.
            OPEN EXTEND HOST-BITACORA
            IF FS-BITACORA = '35'
               OPEN OUTPUT HOST-BITACORA
            END-IF
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-CERRADOS
               IF WS-CER-SITUACION(WK-J) = 'X'
                  MOVE WS-CER-FICHA(WK-J)  TO WK-FICHA
                  MOVE WK-FICHA-NUMERO     TO ANO-NUMERO
                  MOVE FUNCTION CURRENT-DATE TO ANO-FECHA-HORA
                  MOVE WS-CER-CANAL(WK-J)  TO ANO-COD-CANAL
                  MOVE WS-CER-ORIGEN(WK-J) TO ANO-ORIGEN
                  MOVE WS-CER-FECHA(WK-J)  TO ANO-FECHA-CIERRE
                  MOVE WS-CER-FICHA(WK-J)  TO ANO-FICHA
                  MOVE WS-CER-CONTACTO(WK-J) TO ANO-CONTACTO
                  MOVE WS-CER-NOTAS(WK-J)  TO ANO-NOTAS
                  MOVE WS-CER-NOTIFICACIONES(WK-J)
                    TO ANO-NOTIFICACIONES
                  MOVE WK-OPERADOR         TO ANO-OPERADOR
                  WRITE REG-ANONIMIZACION
               END-IF
            END-PERFORM
            CLOSE HOST-BITACORA.
      *
       8000-REPORTE.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ANONIMIZACION DE CONTACTOS DE CANALES CERRADOS - "
                   WK-FECHA-HOY " - MODO " WK-MODO
                   " - CERRADOS ANTES DEL " WK-FECHA-LIMITE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-CERRADOS
               IF WS-CER-SITUACION(WK-J) = 'X'
                  OR WS-CER-SITUACION(WK-J) = 'R'
                  PERFORM 8100-LINEA-CANAL
               END-IF
            END-PERFORM
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "ANONIMIZADOS: " WS-TOT-ANONIMIZADOS
                   "  RETENIDOS: " WS-TOT-RETENIDOS
                   "  YA ANONIMIZADOS: " WS-TOT-YA-HECHOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONTACTOS: " WS-TOT-CONTACTOS
                   "  NOTAS: " WS-TOT-NOTAS
                   "  NOTIFICACIONES: " WS-TOT-NOTIFICACIONES
                   "  COINCIDENCIAS: " WS-TOT-COINCIDENCIAS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WK-VISTA-PREVIA
               MOVE "VISTA PREVIA: NO SE MODIFICO NINGUN ARCHIVO"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            CLOSE HOST-RPT

            IF WK-CONFIRMA
               MOVE SPACES TO WK-LOG-TEXTO
               STRING "ANONIMIZADOS " WS-TOT-ANONIMIZADOS
                      " CANALES, RETENIDOS " WS-TOT-RETENIDOS
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
            END-IF.
      *
       8100-LINEA-CANAL.
            EVALUATE WS-CER-ORIGEN(WK-J)
               WHEN 'A' MOVE "ARCHIVADO"  TO WK-ORIGEN-TXT
               WHEN 'F' MOVE "FUSIONADO"  TO WK-ORIGEN-TXT
               WHEN OTHER MOVE "INACTIVO" TO WK-ORIGEN-TXT
            END-EVALUATE
            MOVE SPACES TO WS-LIN-DETALLE
            IF WS-CER-SITUACION(WK-J) = 'R'
               STRING "CANAL " WS-CER-CANAL(WK-J)
                      " " WK-ORIGEN-TXT
                      " CIERRE " WS-CER-FECHA(WK-J)
                      " RETENIDO POR RETENCION LEGAL "
                      WS-CER-RETENCION(WK-J)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            ELSE
               STRING "CANAL " WS-CER-CANAL(WK-J)
                      " " WK-ORIGEN-TXT
                      " CIERRE " WS-CER-FECHA(WK-J)
                      " FICHA " WS-CER-FICHA(WK-J)
                      " CTO " WS-CER-CONTACTO(WK-J)
                      " NOTAS " WS-CER-NOTAS(WK-J)
                      " NOTIF " WS-CER-NOTIFICACIONES(WK-J)
                      " COI " WS-CER-COINCIDENCIAS(WK-J)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX271.
