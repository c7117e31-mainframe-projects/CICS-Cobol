      *      VELOCIDAD MES MONTO), para que cumplimiento distinga
      *      "una transaccion grande" de "muerte por mil cortes",
      *  y deja su resumen en QG1CX166.RPT.
      * Historico para penalidades: cada exceso se agrega ademas al
      *  historico de violaciones QG1VIOHIS.DAT (QG1CX092.VIO se
      *  reinicia cada noche), de donde el motor mensual QG1CX213
      *  toma las del periodo.
      * Reversos: una linea de reverso (TRX-TIPO 'R', casada con su
      *  original de un dia anterior por QG1CX160) no cuenta como
      *  actividad del dia; si el original es del mismo mes, su monto
      *  convertido se descuenta del acumulado mensual (sin bajar de
      *  cero) antes de comparar y de regrabar QG1CX166.MTD. El
      *  reverso de un mes anterior no toca el mes en curso.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      * Topes temporales: un canal con limite temporal aprobado y
      *  vigente en la fecha del feed (rutina QG1CX238, archivo
      *  QG1LIMTMP.DAT) esta autorizado a mover mas ese dia; el
      *  maximo diario de monto VEL-MAX-DIA-MONTO se eleva en la
      *  misma proporcion en que el temporal eleva MTO-LIMITE-TRX
      *  (solo si el maestro tiene tope y el temporal es mayor). El
      *  conteo diario y el maximo mensual no cambian.
      * Reproceso: cada linea que se agrega a QG1VIOHIS.DAT lleva en
      *  81:20 el sello de origen (COPY QG1VHS01: QG1CX166, fecha de
      *  negocio del feed del dia, ciclo y particion en cero), y
      *  antes de abrir el historico la rutina QG1CX309 retira las
      *  lineas que una corrida anterior del control dejo con el
      *  mismo sello; volver a correr el control para la misma
      *  fecha ya no duplica violaciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-TRX ASSIGN TO "QG1CX160.DIA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRX.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOLACIONES.

           SELECT HOST-VIOHIS ASSIGN TO "QG1VIOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VIOHIS.

           SELECT HOST-RPT ASSIGN TO "QG1CX166.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  HOST-VIOLACIONES.
       01  REG-VIOLACION       PIC X(100).

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       01 FS-VELOCIDAD         PIC X(02).
       01 FS-ESTADO-MES        PIC X(02).
       01 FS-VIOLACIONES       PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-MES-PROCESO       PIC 9(06) VALUE 0.
       01 WK-FECHA-PROCESO     PIC 9(08) VALUE 0.

       01 WS-TOT-CANALES       PIC 9(04) VALUE 0.
       01 WS-TABLA-DIA.
             10 WS-DIA-MONTO   PIC 9(13)V9(02).
             10 WS-DIA-CANT    PIC 9(07).
             10 WS-DIA-MES-PREV PIC 9(13)V9(02).
             10 WS-DIA-REVERSO PIC 9(13)V9(02).

       01 WK-I                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-VALOR-ED          PIC ZZZZZZZZZZZZ9,99.
       01 WK-TOPE-ED           PIC ZZZZZZZZZZZZ9,99.

       01 WK-LIMITE-VIGENTE    PIC S9(09)V9(02).
       01 WK-HAY-TEMPORAL      PIC X(01).
       01 WK-MAX-DIA-MONTO     PIC 9(11)V9(02).

       01 WS-TOT-TRX           PIC 9(07) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(05) VALUE 0.
       01 WS-TOT-VIOLACIONES   PIC 9(05) VALUE 0.

       01 WK-ACCION-VHS        PIC X(01).
       01 WK-LARGO-VHS         PIC 9(02) VALUE 20.
       01 WK-FECHA-VHS         PIC 9(08).
       01 WK-DEPURADAS         PIC 9(07).
           COPY QG1VHS01.

       01 WS-LIN-DETALLE       PIC X(100).

       PROCEDURE DIVISION.
       2000-ACUMULA-FEED.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO QG1CX160.DIA - "
                       "FILE STATUS " FS-TRX
               MOVE 16 TO RETURN-CODE
               STOP RUN
            IF TRX-FECHA(1:6) > WK-MES-PROCESO
               MOVE TRX-FECHA(1:6) TO WK-MES-PROCESO
            END-IF
            IF TRX-FECHA > WK-FECHA-PROCESO
               MOVE TRX-FECHA TO WK-FECHA-PROCESO
            END-IF

            MOVE TRX-COD-CANAL TO COD-CANAL
            READ HOST004
               MOVE 0 TO WS-DIA-MONTO(WK-POS)
               MOVE 0 TO WS-DIA-CANT(WK-POS)
               MOVE 0 TO WS-DIA-MES-PREV(WK-POS)
               MOVE 0 TO WS-DIA-REVERSO(WK-POS)
            END-IF
            IF TRX-REVERSO
               IF TRX-FECHA-ORIG(1:6) = TRX-FECHA(1:6)
                  ADD WK-MONTO-CONV TO WS-DIA-REVERSO(WK-POS)
               END-IF
            ELSE
               ADD WK-MONTO-CONV TO WS-DIA-MONTO(WK-POS)
               ADD TRX-CANTIDAD  TO WS-DIA-CANT(WK-POS)
            END-IF.
      *
      * El acumulado mensual previo se arrastra de QG1CX166.MTD;
      * un mes distinto al del feed rueda a cero, igual que el MTD
               MOVE MTD-COD-CANAL TO WS-DIA-CANAL(WK-POS)
               MOVE 0 TO WS-DIA-MONTO(WK-POS)
               MOVE 0 TO WS-DIA-CANT(WK-POS)
               MOVE 0 TO WS-DIA-REVERSO(WK-POS)
            END-IF
            MOVE MTD-MONTO-MES TO WS-DIA-MES-PREV(WK-POS).
      *
      * Una corrida anterior del control para la misma fecha de
      * negocio ya dejo sus lineas en el historico: se retiran antes
      * de agregar, asi el control se puede volver a correr.
       3900-DEPURA-HISTORICO.
            MOVE 'F' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS
            MOVE 'QG1CX166'       TO VHS-ORIGEN
            MOVE WK-FECHA-VHS     TO VHS-FECHA
            MOVE 0                TO VHS-CICLO, VHS-PARTICION
            MOVE 'D' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS.
      *
       4000-APLICA-PERFILES.
            OPEN INPUT HOST-VELOCIDAD
            IF FS-VIOLACIONES = '35'
               OPEN OUTPUT HOST-VIOLACIONES
            END-IF
            PERFORM 3900-DEPURA-HISTORICO
            OPEN EXTEND HOST-VIOHIS
            IF FS-VIOHIS = '35'
               OPEN OUTPUT HOST-VIOHIS
            END-IF
            OPEN OUTPUT HOST-RPT
            MOVE "CONTROL DE VELOCIDAD - EXCESOS DEL DIA"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            CLOSE HOST-VELOCIDAD, HOST-VIOLACIONES, HOST-RPT,
                  HOST004, HOST-VIOHIS
            DISPLAY "EXCESOS DE VELOCIDAD : " WS-TOT-VIOLACIONES.
      *
       4100-CONTROLA-UN-CANAL.
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 4150-TOPE-DIA-VIGENTE
                  PERFORM 4200-COMPARA-MAXIMOS
            END-READ.
      *
      * con limite temporal vigente el maximo diario de monto sube
      * en la proporcion temporal / tope del maestro
       4150-TOPE-DIA-VIGENTE.
            MOVE VEL-MAX-DIA-MONTO TO WK-MAX-DIA-MONTO
            MOVE WS-DIA-CANAL(WK-I) TO COD-CANAL
            READ HOST004
               KEY IS COD-CANAL
               INVALID KEY
                  MOVE 'N' TO WK-HAY-TEMPORAL
               NOT INVALID KEY
                  CALL "QG1CX238" USING COD-CANAL, WK-FECHA-PROCESO,
                                         COD-MONEDA-LIM,
                                         MTO-LIMITE-TRX,
                                         WK-LIMITE-VIGENTE,
                                         WK-HAY-TEMPORAL
                  IF WK-HAY-TEMPORAL = 'S'
                     AND MTO-LIMITE-TRX > 0
                     AND WK-LIMITE-VIGENTE > MTO-LIMITE-TRX
                     COMPUTE WK-MAX-DIA-MONTO ROUNDED =
                        VEL-MAX-DIA-MONTO * WK-LIMITE-VIGENTE
                                          / MTO-LIMITE-TRX
                        ON SIZE ERROR
                           MOVE 99999999999,99 TO WK-MAX-DIA-MONTO
                     END-COMPUTE
                  END-IF
            END-READ.
      *
       4200-COMPARA-MAXIMOS.
            PERFORM 4250-CALCULA-MES

            IF WK-MAX-DIA-MONTO > 0
               AND WS-DIA-MONTO(WK-I) > WK-MAX-DIA-MONTO
               MOVE 'VELOCIDAD DIA MONTO ' TO WK-CLASE
               MOVE WS-DIA-MONTO(WK-I) TO WK-VALOR-ED
               MOVE WK-MAX-DIA-MONTO   TO WK-TOPE-ED
               PERFORM 4300-GRABA-VIOLACION
            END-IF
            IF VEL-MAX-DIA-CANT > 0
               MOVE VEL-MAX-MES-MONTO TO WK-TOPE-ED
               PERFORM 4300-GRABA-VIOLACION
            END-IF.
      *
      * acumulado del mes: lo previo mas el dia, menos los reversos
      * de movimientos del mismo mes
       4250-CALCULA-MES.
            COMPUTE WK-MONTO-MES =
               WS-DIA-MES-PREV(WK-I) + WS-DIA-MONTO(WK-I)
            IF WK-MONTO-MES > WS-DIA-REVERSO(WK-I)
               SUBTRACT WS-DIA-REVERSO(WK-I) FROM WK-MONTO-MES
            ELSE
               MOVE 0 TO WK-MONTO-MES
            END-IF.
      *
       4300-GRABA-VIOLACION.
            ADD 1 TO WS-TOT-VIOLACIONES
                   WK-CLASE           DELIMITED SIZE
              INTO REG-VIOLACION
            WRITE REG-VIOLACION
            MOVE REG-VIOLACION TO REG-VIOHIS
            MOVE REG-SELLO-VIOHIS TO REG-VIOHIS(81:20)
            WRITE REG-VIOHIS
            MOVE REG-VIOLACION TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
                    UNTIL WK-I > WS-TOT-CANALES
               MOVE WS-DIA-CANAL(WK-I) TO MTD-COD-CANAL
               MOVE WK-MES-PROCESO     TO MTD-MES
               PERFORM 4250-CALCULA-MES
               MOVE WK-MONTO-MES       TO MTD-MONTO-MES
               WRITE REG-ESTADO-MES
            END-PERFORM
            CLOSE HOST-ESTADO-MES.
