      *      reporte QG1CX168.RPT.
      *  Canales sin contacto, sin horario parseable o movimientos
      *  sin hora no se controlan (se cuentan como no evaluados).
      * Historico para penalidades: cada movimiento fuera de horario
      *  se agrega ademas al historico de violaciones QG1VIOHIS.DAT
      *  (QG1CX092.VIO se reinicia cada noche), de donde el motor
      *  mensual QG1CX213 toma las del periodo.
      * Ciclos intradia: el feed del dia llega en varios ciclos y
      *  QG1CX160.TRX es solo el del ciclo en curso; este control de
      *  fin de dia lee la union de todos los ciclos de la fecha,
      *  QG1CX160.DIA, que el pre-editor arma ciclo a ciclo.
      * Reproceso: cada linea que se agrega a QG1VIOHIS.DAT lleva en
      *  81:20 el sello de origen (COPY QG1VHS01: QG1CX168, fecha de
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

           SELECT HOST-RPT ASSIGN TO "QG1CX168.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  HOST-VIOLACIONES.
       01  REG-VIOLACION       PIC X(100).

       FD  HOST-VIOHIS.
       01  REG-VIOHIS          PIC X(100).

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       01 FS-TRX               PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 FS-VIOLACIONES       PIC X(02).
       01 FS-VIOHIS            PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-HORARIO-CRUDO.
       01 WS-TOT-FUERA         PIC 9(07) VALUE 0.
       01 WS-TOT-NO-EVALUADAS  PIC 9(07) VALUE 0.

       01 WK-ACCION-VHS        PIC X(01).
       01 WK-LARGO-VHS         PIC 9(02) VALUE 20.
       01 WK-FECHA-VHS         PIC 9(08).
       01 WK-DEPURADAS         PIC 9(07).
           COPY QG1VHS01.

       01 WK-MONTO-ED          PIC ZZZZZZZZ9,99.
       01 WS-LIN-DETALLE       PIC X(100).

               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
      * Una corrida anterior del control para la misma fecha de
      * negocio ya dejo sus lineas en el historico: se retiran antes
      * de agregar, asi el control se puede volver a correr.
       1900-DEPURA-HISTORICO.
            MOVE 'F' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS
            MOVE 'QG1CX168'       TO VHS-ORIGEN
            MOVE WK-FECHA-VHS     TO VHS-FECHA
            MOVE 0                TO VHS-CICLO, VHS-PARTICION
            MOVE 'D' TO WK-ACCION-VHS
            CALL "QG1CX309" USING WK-ACCION-VHS, REG-SELLO-VIOHIS,
                                   WK-LARGO-VHS, WK-FECHA-VHS,
                                   WK-DEPURADAS.
      *
       2000-CONTROLA-FEED.
            OPEN INPUT HOST-TRX
            IF FS-TRX NOT = '00'
               DISPLAY "ABEND: SIN FEED ACEPTADO QG1CX160.DIA - "
                       "FILE STATUS " FS-TRX
               MOVE 16 TO RETURN-CODE
               STOP RUN
            IF FS-VIOLACIONES = '35'
               OPEN OUTPUT HOST-VIOLACIONES
            END-IF
            PERFORM 1900-DEPURA-HISTORICO
            OPEN EXTEND HOST-VIOHIS
            IF FS-VIOHIS = '35'
               OPEN OUTPUT HOST-VIOHIS
            END-IF
            OPEN OUTPUT HOST-RPT
            MOVE "MOVIMIENTOS FUERA DEL HORARIO DEL CANAL"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            CLOSE HOST-TRX, HOST-CONTACTOS, HOST-VIOLACIONES,
                  HOST-RPT, HOST-VIOHIS
            DISPLAY "LEIDOS        : " WS-TOT-LEIDAS
            DISPLAY "EVALUADOS     : " WS-TOT-EVALUADAS
            DISPLAY "FUERA HORARIO : " WS-TOT-FUERA
                   ")"            DELIMITED SIZE
              INTO REG-VIOLACION
            WRITE REG-VIOLACION
            MOVE REG-VIOLACION TO REG-VIOHIS
            MOVE REG-SELLO-VIOHIS TO REG-VIOHIS(81:20)
            WRITE REG-VIOHIS
            MOVE REG-VIOLACION TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
