      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Reporte mensual de disponibilidad de los canales
      *  activos contra su acuerdo de servicio, a partir del registro
      *  de incidentes QG1INCID.DAT (COPY QG1INC01) que lleva la
      *  transaccion QG1C0020. Se pide un mes ya cerrado (AAAAMM,
      *  ENTER = mes anterior). Por canal:
      *    - tiempo de operacion: la ventana de CTO-HORARIO del
      *      contacto (convencion HHMM-HHMM de QG1CX168, envuelta si
      *      cruza medianoche) por cada dia habil del mes segun el
      *      calendario (CALL QG1CX197 'H'); sin contacto o sin
      *      horario parseable se mide contra el dia completo,
      *    - tiempo caido: la parte de cada incidente que cae dentro
      *      de la ventana en dias habiles, recortada al mes; un
      *      incidente aun abierto cuenta hasta el fin del mes,
      *    - disponibilidad = (operacion - caida propia) / operacion;
      *      la caida atribuida al tercero que opera el canal ('T')
      *      se informa y entra solo en la disponibilidad total,
      *    - INCUMPLE cuando la disponibilidad queda bajo el SLA del
      *      tipo de canal: parametro DISPONIB-SLA-x (x = codigo de
      *      tipo de QG1TIPO.DAT via QG1CX110), si no existe
      *      DISPONIBILIDAD-SLA (QG1CX112), por defecto 99,00%.
      *  Al pie, la disponibilidad por tipo de canal y los totales.
      *  Salida QG1CX257.RPT; el resumen queda en el run-log via
      *  CALL QG1CX120 (severidad 'A' si algun canal incumple).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX257.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-INCIDENTES ASSIGN TO "QG1INCID.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-LLAVE
           FILE STATUS IS FS-INCIDENTES.

           SELECT HOST-RPT ASSIGN TO "QG1CX257.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-INCIDENTES.
           COPY QG1INC01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-HOST              PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-INCIDENTES        PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-FIN-INC           PIC A(1).

       01 WK-MES-ENTRADA       PIC X(06).
       01 WK-MES               PIC 9(06).
       01 WK-MES-HOY           PIC 9(06).
       01 WK-FECHA-HOY         PIC 9(08).
       01 WK-FECHA-DIA.
           05 WK-FD-MES        PIC 9(06).
           05 WK-FD-DIA        PIC 9(02).
       01 WK-FECHA-DIA-NUM REDEFINES WK-FECHA-DIA PIC 9(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-PRIMER-DIA        PIC 9(08).
       01 WK-ULTIMO-DIA        PIC 9(08).
       01 WK-ULT-DD            PIC 9(02).
       01 WK-DIAS-HABILES      PIC 9(02).

       01 WK-OPERACION-CAL     PIC X(01) VALUE 'H'.
       01 WK-FECHA-AUX         PIC 9(08) VALUE 0.
       01 WK-FECHA-RESULTADO   PIC 9(08).
       01 WK-DIAS-RESULTADO    PIC S9(07).
       01 WK-ES-HABIL          PIC X(01).

       01 WS-TABLA-DIAS.
           05 WS-DIA-HABIL     PIC X(01) OCCURS 31 TIMES.
       01 WK-D                 PIC 9(02).

       01 WK-HORARIO-CRUDO.
           05 WK-HOR-DESDE.
              10 WK-HOR-DESDE-HH PIC 9(02).
              10 WK-HOR-DESDE-MM PIC 9(02).
           05 WK-HOR-GUION     PIC X(01).
           05 WK-HOR-HASTA.
              10 WK-HOR-HASTA-HH PIC 9(02).
              10 WK-HOR-HASTA-MM PIC 9(02).
       01 WK-VENTANA-TXT       PIC X(09).
       01 WK-PARSEABLE         PIC X(01).
      * La ventana del dia como uno o dos tramos en minutos desde la
      * medianoche; la envuelta (2200-0600) son dos tramos del mismo
      * dia calendario: 0000-0600 y 2200-2400.
       01 WK-TRAMO-DESDE-1     PIC 9(04).
       01 WK-TRAMO-HASTA-1     PIC 9(04).
       01 WK-TRAMO-DESDE-2     PIC 9(04).
       01 WK-TRAMO-HASTA-2     PIC 9(04).
       01 WK-MIN-VENTANA       PIC 9(04).

       01 WK-DIA-INI           PIC 9(02).
       01 WK-MIN-INI           PIC 9(04).
       01 WK-DIA-FIN           PIC 9(02).
       01 WK-MIN-FIN           PIC 9(04).
       01 WK-SEG-DESDE         PIC 9(04).
       01 WK-SEG-HASTA         PIC 9(04).
       01 WK-CRUCE-DESDE       PIC 9(04).
       01 WK-CRUCE-HASTA       PIC 9(04).
       01 WK-MIN-CAIDA-DIA     PIC 9(04).
       01 WK-HORA-INC          PIC 9(04).
       01 WK-HORA-INC-R REDEFINES WK-HORA-INC.
           05 WK-HORA-INC-HH   PIC 9(02).
           05 WK-HORA-INC-MM   PIC 9(02).

       01 WK-MIN-OPERACION     PIC 9(09).
       01 WK-MIN-PROPIA        PIC 9(09).
       01 WK-MIN-TERCERO       PIC 9(09).
       01 WK-INCIDENTES        PIC 9(04).
       01 WK-DISP-PROPIA       PIC 9(03)V9(02).
       01 WK-DISP-TOTAL        PIC 9(03)V9(02).
       01 WK-ESTADO-SLA        PIC X(08).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-SLA-GENERAL       PIC 9(03)V9(02) VALUE 99,00.

       01 WK-TIPO-CODIGO       PIC X(01).
       01 WK-TIPO-DESC         PIC X(15).
       01 WK-TIPO-ENCONTRADO   PIC X(01).
       01 WS-TABLA-TIPOS.
           05 WS-TIPO OCCURS 20 TIMES.
              10 WS-TIP-CODIGO     PIC X(01).
              10 WS-TIP-DESC       PIC X(15).
              10 WS-TIP-SLA        PIC 9(03)V9(02).
              10 WS-TIP-CANALES    PIC 9(05).
              10 WS-TIP-INCUMPLEN  PIC 9(05).
              10 WS-TIP-OPERACION  PIC 9(11).
              10 WS-TIP-PROPIA     PIC 9(11).
              10 WS-TIP-TERCERO    PIC 9(11).
       01 WS-TOT-TIPOS         PIC 9(02) VALUE 0.
       01 WK-T                 PIC 9(02).
       01 WK-I                 PIC 9(02).

       01 WS-TOT-CANALES       PIC 9(05) VALUE 0.
       01 WS-TOT-NO-MEDIDOS    PIC 9(05) VALUE 0.
       01 WS-TOT-INCUMPLEN     PIC 9(05) VALUE 0.
       01 WS-TOT-INCIDENTES    PIC 9(05) VALUE 0.
       01 WS-TOT-DIA-COMPLETO  PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX257'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-MIN-ED            PIC ZZZZZZZ9.
       01 WK-PROPIA-ED         PIC ZZZZZZZ9.
       01 WK-TERCERO-ED        PIC ZZZZZZZ9.
       01 WK-DISP-ED           PIC ZZ9,99.
       01 WK-TOTAL-ED          PIC ZZ9,99.
       01 WK-SLA-ED            PIC ZZ9,99.
       01 WK-INC-ED            PIC ZZZ9.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-MIDE-CANALES
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "DISPONIBILIDAD MENSUAL DE CANALES CONTRA SU SLA"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            MOVE WK-FECHA-HOY(1:6) TO WK-MES-HOY
            DISPLAY "MES A MEDIR (AAAAMM, ENTER=MES ANTERIOR) : "
            MOVE SPACES TO WK-MES-ENTRADA
            ACCEPT WK-MES-ENTRADA
            IF WK-MES-ENTRADA = SPACES
               IF WK-MES-HOY(5:2) = '01'
                  COMPUTE WK-MES = WK-MES-HOY - 89
               ELSE
                  COMPUTE WK-MES = WK-MES-HOY - 1
               END-IF
            ELSE
               MOVE FUNCTION NUMVAL(WK-MES-ENTRADA) TO WK-MES
            END-IF
            MOVE WK-MES TO WK-FD-MES
            MOVE 1      TO WK-FD-DIA
            CALL "QG1CX072" USING WK-FECHA-DIA-NUM, WK-FECHA-VALIDA
            IF WK-FECHA-VALIDA NOT = 'S'
               DISPLAY "ABEND: MES INVALIDO - " WK-MES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WK-MES NOT < WK-MES-HOY
               DISPLAY "ABEND: EL MES " WK-MES " AUN NO CIERRA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WK-FECHA-DIA-NUM TO WK-PRIMER-DIA

            PERFORM 1100-CARGA-DIAS-HABILES

            MOVE 'DISPONIBILIDAD-SLA' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-SLA-GENERAL
            END-IF

            OPEN INPUT HOST004
            IF FS-HOST NOT = '00'
               DISPLAY "ABEND: SIN MAESTRO DE CANALES HOST04.TXT - "
                       "FILE STATUS " FS-HOST
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT HOST-CONTACTOS
            IF FS-CONTACTOS NOT = '00'
               DISPLAY "ABEND: SIN ARCHIVO DE CONTACTOS QG1CTO.DAT - "
                       "FILE STATUS " FS-CONTACTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
      * Sin archivo de incidentes todavia: todos los canales quedan
      * con su ventana completa disponible.
            OPEN INPUT HOST-INCIDENTES
            IF FS-INCIDENTES = '35'
               OPEN OUTPUT HOST-INCIDENTES
               CLOSE HOST-INCIDENTES
               OPEN INPUT HOST-INCIDENTES
            END-IF
            IF FS-INCIDENTES NOT = '00'
               DISPLAY "ABEND: SIN INCIDENTES QG1INCID.DAT - FILE "
                       "STATUS " FS-INCIDENTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT HOST-RPT
            MOVE WK-SLA-GENERAL TO WK-SLA-ED
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "DISPONIBILIDAD DE CANALES DEL MES " WK-MES
                   "  DIAS HABILES: " WK-DIAS-HABILES
                   "  SLA GENERAL: " WK-SLA-ED "%"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CAN NOMBRE               T VENTANA   MIN.OPER. "
                   "INC  CAIDA PROP  CAIDA TERC  DISP.%  TOTAL%    "
                   "SLA% ESTADO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Dias del mes validos (el 29, 30 o 31 pueden no existir) y su
      * condicion de habil segun el calendario.
       1100-CARGA-DIAS-HABILES.
            MOVE 0 TO WK-DIAS-HABILES, WK-ULT-DD
            PERFORM VARYING WK-D FROM 1 BY 1 UNTIL WK-D > 31
               MOVE 'N'  TO WS-DIA-HABIL(WK-D)
               MOVE WK-D TO WK-FD-DIA
               CALL "QG1CX072" USING WK-FECHA-DIA-NUM, WK-FECHA-VALIDA
               IF WK-FECHA-VALIDA = 'S'
                  MOVE WK-D TO WK-ULT-DD
                  CALL "QG1CX197" USING WK-OPERACION-CAL,
                                         WK-FECHA-DIA-NUM,
                                         WK-FECHA-AUX,
                                         WK-FECHA-RESULTADO,
                                         WK-DIAS-RESULTADO,
                                         WK-ES-HABIL
                  IF WK-ES-HABIL = 'S'
                     MOVE 'S' TO WS-DIA-HABIL(WK-D)
                     ADD 1 TO WK-DIAS-HABILES
                  END-IF
               END-IF
            END-PERFORM
            MOVE WK-ULT-DD TO WK-FD-DIA
            MOVE WK-FECHA-DIA-NUM TO WK-ULTIMO-DIA.
      *
       2000-MIDE-CANALES.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST004 NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CANAL-ACTIVO
                        PERFORM 2100-MIDE-CANAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST004, HOST-CONTACTOS, HOST-INCIDENTES.
      *
       2100-MIDE-CANAL.
            ADD 1 TO WS-TOT-CANALES
            PERFORM 2200-VENTANA-CANAL
            COMPUTE WK-MIN-OPERACION = WK-MIN-VENTANA * WK-DIAS-HABILES

            MOVE 0 TO WK-MIN-PROPIA, WK-MIN-TERCERO, WK-INCIDENTES
            PERFORM 2300-RECORRE-INCIDENTES
      * Incidentes superpuestos no pueden dejar mas caida que
      * operacion.
            IF WK-MIN-PROPIA > WK-MIN-OPERACION
               MOVE WK-MIN-OPERACION TO WK-MIN-PROPIA
            END-IF
            IF WK-MIN-TERCERO > WK-MIN-OPERACION - WK-MIN-PROPIA
               COMPUTE WK-MIN-TERCERO = WK-MIN-OPERACION
                                      - WK-MIN-PROPIA
            END-IF

            PERFORM 2500-UBICA-TIPO
            ADD 1 TO WS-TIP-CANALES(WK-T)
            ADD WK-MIN-OPERACION TO WS-TIP-OPERACION(WK-T)
            ADD WK-MIN-PROPIA    TO WS-TIP-PROPIA(WK-T)
            ADD WK-MIN-TERCERO   TO WS-TIP-TERCERO(WK-T)

            MOVE WS-TIP-SLA(WK-T) TO WK-SLA-ED
            MOVE WK-MIN-OPERACION TO WK-MIN-ED
            MOVE WK-MIN-PROPIA    TO WK-PROPIA-ED
            MOVE WK-MIN-TERCERO   TO WK-TERCERO-ED
            MOVE WK-INCIDENTES    TO WK-INC-ED
            MOVE SPACES TO WS-LIN-DETALLE
            IF WK-MIN-OPERACION = 0
               ADD 1 TO WS-TOT-NO-MEDIDOS
               STRING COD-CANAL " " TXT-NOM(1:20) " " WK-TIPO-CODIGO
                      " " WK-VENTANA-TXT " " WK-MIN-ED
                      " " WK-INC-ED " " WK-PROPIA-ED
                      "  " WK-TERCERO-ED
                      "     N/A     N/A  " WK-SLA-ED " SIN OPER"
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            ELSE
               COMPUTE WK-DISP-PROPIA ROUNDED =
                       (WK-MIN-OPERACION - WK-MIN-PROPIA) * 100
                       / WK-MIN-OPERACION
               COMPUTE WK-DISP-TOTAL ROUNDED =
                       (WK-MIN-OPERACION - WK-MIN-PROPIA
                        - WK-MIN-TERCERO) * 100 / WK-MIN-OPERACION
               IF WK-DISP-PROPIA < WS-TIP-SLA(WK-T)
                  MOVE 'INCUMPLE' TO WK-ESTADO-SLA
                  ADD 1 TO WS-TOT-INCUMPLEN, WS-TIP-INCUMPLEN(WK-T)
               ELSE
                  MOVE 'CUMPLE'   TO WK-ESTADO-SLA
               END-IF
               MOVE WK-DISP-PROPIA TO WK-DISP-ED
               MOVE WK-DISP-TOTAL  TO WK-TOTAL-ED
               STRING COD-CANAL " " TXT-NOM(1:20) " " WK-TIPO-CODIGO
                      " " WK-VENTANA-TXT " " WK-MIN-ED
                      " " WK-INC-ED " " WK-PROPIA-ED
                      "  " WK-TERCERO-ED
                      "  " WK-DISP-ED "  " WK-TOTAL-ED
                      "  " WK-SLA-ED " " WK-ESTADO-SLA
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
      * Ventana de servicio con la misma convencion que QG1CX168; un
      * canal sin contacto o sin horario legible se mide contra el
      * dia completo, y una ventana 0000-0000 tambien es el dia
      * completo.
       2200-VENTANA-CANAL.
            MOVE 'N' TO WK-PARSEABLE
            MOVE COD-CANAL TO CTO-COD-CANAL
            READ HOST-CONTACTOS
               KEY IS CTO-COD-CANAL
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CTO-HORARIO(1:9) TO WK-HORARIO-CRUDO
                  IF WK-HOR-DESDE NUMERIC AND WK-HOR-HASTA NUMERIC
                     AND WK-HOR-GUION = '-'
                     MOVE 'S' TO WK-PARSEABLE
                     IF WK-HOR-DESDE-MM > 59 OR WK-HOR-HASTA-MM > 59
                        OR WK-HOR-DESDE > '2400'
                        OR WK-HOR-HASTA > '2400'
                        MOVE 'N' TO WK-PARSEABLE
                     END-IF
                  END-IF
            END-READ

            MOVE 0 TO WK-TRAMO-DESDE-2, WK-TRAMO-HASTA-2
            IF WK-PARSEABLE = 'N'
               OR WK-HOR-DESDE = WK-HOR-HASTA
               MOVE 'DIA COMP.' TO WK-VENTANA-TXT
               ADD 1 TO WS-TOT-DIA-COMPLETO
               MOVE 0    TO WK-TRAMO-DESDE-1
               MOVE 1440 TO WK-TRAMO-HASTA-1
            ELSE
               MOVE WK-HORARIO-CRUDO TO WK-VENTANA-TXT
               COMPUTE WK-TRAMO-DESDE-1 = WK-HOR-DESDE-HH * 60
                                        + WK-HOR-DESDE-MM
               COMPUTE WK-TRAMO-HASTA-1 = WK-HOR-HASTA-HH * 60
                                        + WK-HOR-HASTA-MM
               IF WK-TRAMO-DESDE-1 > WK-TRAMO-HASTA-1
                  MOVE WK-TRAMO-DESDE-1 TO WK-TRAMO-DESDE-2
                  MOVE 1440             TO WK-TRAMO-HASTA-2
                  MOVE 0                TO WK-TRAMO-DESDE-1
               END-IF
            END-IF
            COMPUTE WK-MIN-VENTANA = WK-TRAMO-HASTA-1
                                   - WK-TRAMO-DESDE-1
                                   + WK-TRAMO-HASTA-2
                                   - WK-TRAMO-DESDE-2.
      *
       2300-RECORRE-INCIDENTES.
            MOVE COD-CANAL TO INC-COD-CANAL
            MOVE 0         TO INC-NUMERO
            MOVE 'N' TO WS-FIN-INC
            START HOST-INCIDENTES KEY NOT < INC-LLAVE
               INVALID KEY
                  MOVE 'Y' TO WS-FIN-INC
            END-START
            PERFORM UNTIL WS-FIN-INC = 'Y'
               READ HOST-INCIDENTES NEXT RECORD
                  AT END MOVE 'Y' TO WS-FIN-INC
                  NOT AT END
                     IF INC-COD-CANAL NOT = COD-CANAL
                        MOVE 'Y' TO WS-FIN-INC
                     ELSE
                        IF INC-FECHA-INICIO NOT > WK-ULTIMO-DIA
                           AND (INC-ABIERTO
                                OR INC-FECHA-FIN NOT < WK-PRIMER-DIA)
                           ADD 1 TO WK-INCIDENTES, WS-TOT-INCIDENTES
                           PERFORM 2400-MIDE-INCIDENTE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
      *
      * Recorta el incidente al mes y suma, dia habil por dia habil,
      * los minutos que caen dentro de la ventana del canal.
       2400-MIDE-INCIDENTE.
            IF INC-FECHA-INICIO < WK-PRIMER-DIA
               MOVE 1 TO WK-DIA-INI
               MOVE 0 TO WK-MIN-INI
            ELSE
               MOVE INC-FECHA-INICIO(7:2) TO WK-DIA-INI
               MOVE INC-HORA-INICIO TO WK-HORA-INC
               COMPUTE WK-MIN-INI = WK-HORA-INC-HH * 60
                                  + WK-HORA-INC-MM
            END-IF
            IF INC-ABIERTO OR INC-FECHA-FIN > WK-ULTIMO-DIA
               MOVE WK-ULT-DD TO WK-DIA-FIN
               MOVE 1440      TO WK-MIN-FIN
            ELSE
               MOVE INC-FECHA-FIN(7:2) TO WK-DIA-FIN
               MOVE INC-HORA-FIN TO WK-HORA-INC
               COMPUTE WK-MIN-FIN = WK-HORA-INC-HH * 60
                                  + WK-HORA-INC-MM
            END-IF

            PERFORM VARYING WK-D FROM WK-DIA-INI BY 1
                    UNTIL WK-D > WK-DIA-FIN
               IF WS-DIA-HABIL(WK-D) = 'S'
                  MOVE 0    TO WK-SEG-DESDE
                  MOVE 1440 TO WK-SEG-HASTA
                  IF WK-D = WK-DIA-INI
                     MOVE WK-MIN-INI TO WK-SEG-DESDE
                  END-IF
                  IF WK-D = WK-DIA-FIN
                     MOVE WK-MIN-FIN TO WK-SEG-HASTA
                  END-IF
                  MOVE 0 TO WK-MIN-CAIDA-DIA
                  MOVE WK-TRAMO-DESDE-1 TO WK-CRUCE-DESDE
                  MOVE WK-TRAMO-HASTA-1 TO WK-CRUCE-HASTA
                  PERFORM 2410-CRUZA-TRAMO
                  MOVE WK-TRAMO-DESDE-2 TO WK-CRUCE-DESDE
                  MOVE WK-TRAMO-HASTA-2 TO WK-CRUCE-HASTA
                  PERFORM 2410-CRUZA-TRAMO
                  IF INC-DEL-TERCERO
                     ADD WK-MIN-CAIDA-DIA TO WK-MIN-TERCERO
                  ELSE
                     ADD WK-MIN-CAIDA-DIA TO WK-MIN-PROPIA
                  END-IF
               END-IF
            END-PERFORM.
      *
      * Minutos comunes entre el tramo caido del dia y un tramo de la
      * ventana.
       2410-CRUZA-TRAMO.
            IF WK-SEG-DESDE > WK-CRUCE-DESDE
               MOVE WK-SEG-DESDE TO WK-CRUCE-DESDE
            END-IF
            IF WK-SEG-HASTA < WK-CRUCE-HASTA
               MOVE WK-SEG-HASTA TO WK-CRUCE-HASTA
            END-IF
            IF WK-CRUCE-HASTA > WK-CRUCE-DESDE
               COMPUTE WK-MIN-CAIDA-DIA = WK-MIN-CAIDA-DIA
                                        + WK-CRUCE-HASTA
                                        - WK-CRUCE-DESDE
            END-IF.
      *
      * Tipo del canal (QG1CX110) y su SLA: DISPONIB-SLA-x si el tipo
      * tiene uno propio, si no el general.
       2500-UBICA-TIPO.
            CALL "QG1CX110" USING COD-CANAL, WK-TIPO-CODIGO,
                                   WK-TIPO-DESC, WK-TIPO-ENCONTRADO
            IF WK-TIPO-ENCONTRADO NOT = 'S'
               MOVE '?'        TO WK-TIPO-CODIGO
               MOVE 'SIN TIPO' TO WK-TIPO-DESC
            END-IF
            MOVE 0 TO WK-T
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-TIPOS OR WK-T > 0
               IF WS-TIP-CODIGO(WK-I) = WK-TIPO-CODIGO
                  MOVE WK-I TO WK-T
               END-IF
            END-PERFORM
      * Con la tabla llena, los tipos que sobran se acumulan en la
      * ultima posicion.
            IF WK-T = 0 AND WS-TOT-TIPOS = 20
               MOVE 20 TO WK-T
            END-IF
            IF WK-T = 0
               ADD 1 TO WS-TOT-TIPOS
               MOVE WS-TOT-TIPOS   TO WK-T
               MOVE WK-TIPO-CODIGO TO WS-TIP-CODIGO(WK-T)
               MOVE WK-TIPO-DESC   TO WS-TIP-DESC(WK-T)
               MOVE 0 TO WS-TIP-CANALES(WK-T), WS-TIP-INCUMPLEN(WK-T),
                         WS-TIP-OPERACION(WK-T), WS-TIP-PROPIA(WK-T),
                         WS-TIP-TERCERO(WK-T)
               MOVE WK-SLA-GENERAL TO WS-TIP-SLA(WK-T)
               MOVE SPACES TO WK-PARAM-CLAVE
               STRING 'DISPONIB-SLA-' WK-TIPO-CODIGO
                  DELIMITED SIZE INTO WK-PARAM-CLAVE
               CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                      WK-PARAM-ENCONTRADO
               IF WK-PARAM-ENCONTRADO = 'S'
                  MOVE FUNCTION NUMVAL(WK-PARAM-VALOR)
                    TO WS-TIP-SLA(WK-T)
               END-IF
            END-IF.
      *
       8000-TOTALES.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "DISPONIBILIDAD POR TIPO DE CANAL" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WS-TOT-TIPOS
               MOVE WS-TIP-SLA(WK-I) TO WK-SLA-ED
               MOVE SPACES TO WS-LIN-DETALLE
               IF WS-TIP-OPERACION(WK-I) = 0
                  STRING WS-TIP-CODIGO(WK-I) " " WS-TIP-DESC(WK-I)
                         " CANALES: " WS-TIP-CANALES(WK-I)
                         "  SIN TIEMPO DE OPERACION"
                         "  SLA: " WK-SLA-ED
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               ELSE
                  COMPUTE WK-DISP-PROPIA ROUNDED =
                          (WS-TIP-OPERACION(WK-I) - WS-TIP-PROPIA(WK-I))
                          * 100 / WS-TIP-OPERACION(WK-I)
                  COMPUTE WK-DISP-TOTAL ROUNDED =
                          (WS-TIP-OPERACION(WK-I) - WS-TIP-PROPIA(WK-I)
                           - WS-TIP-TERCERO(WK-I))
                          * 100 / WS-TIP-OPERACION(WK-I)
                  MOVE WK-DISP-PROPIA TO WK-DISP-ED
                  MOVE WK-DISP-TOTAL  TO WK-TOTAL-ED
                  STRING WS-TIP-CODIGO(WK-I) " " WS-TIP-DESC(WK-I)
                         " CANALES: " WS-TIP-CANALES(WK-I)
                         "  DISP.: " WK-DISP-ED
                         "%  TOTAL: " WK-TOTAL-ED
                         "%  SLA: " WK-SLA-ED
                         "%  INCUMPLEN: " WS-TIP-INCUMPLEN(WK-I)
                     DELIMITED SIZE INTO WS-LIN-DETALLE
               END-IF
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CANALES: " WS-TOT-CANALES
                   "  INCIDENTES: " WS-TOT-INCIDENTES
                   "  INCUMPLEN SLA: " WS-TOT-INCUMPLEN
                   "  SIN OPERACION: " WS-TOT-NO-MEDIDOS
                   "  MEDIDOS A DIA COMPLETO: " WS-TOT-DIA-COMPLETO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT

            DISPLAY "CANALES MEDIDOS       : " WS-TOT-CANALES
            DISPLAY "INCIDENTES DEL MES    : " WS-TOT-INCIDENTES
            DISPLAY "INCUMPLEN SLA         : " WS-TOT-INCUMPLEN
            DISPLAY "SIN OPERACION         : " WS-TOT-NO-MEDIDOS
            DISPLAY "A DIA COMPLETO        : " WS-TOT-DIA-COMPLETO

            IF WS-TOT-INCUMPLEN > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            ELSE
               MOVE 'I' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "DISPONIBILIDAD " WK-MES
                   " CANALES " WS-TOT-CANALES
                   " INCUMPLEN SLA " WS-TOT-INCUMPLEN
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                   WK-LOG-SEVERIDAD, WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX257.
