      *  reproceso se pre-edite y postee como un lote mas;
      *  las que rebotan usan el mismo contador persistente y la
      *  misma escalacion a manual que las del maestro.
      * Reversos: las lineas del feed traen al final el tipo y la
      *  fecha/hora del original (QG1TRX01); el reciclador las pasa
      *  completas y el casamiento contra el historico lo vuelve a
      *  hacer QG1CX160 al pre-editar el reproceso, asi que un
      *  reverso rechazado por llegar antes que su original se
      *  recicla como cualquier otra linea. Lo mismo con el tipo de
      *  operacion TRX-TIPO-OPER: una linea rechazada por tipo
      *  desconocido (motivo '08') vuelve como tarjeta corregida y
      *  QG1CX161 revalida el tipo contra QG1TIPOP.DAT.
      * Ciclos intradia: el pre-editor solo toma ciclos registrados
      *  por QG1CX162, asi que el feed de reproceso abre ahora con su
      *  cabecera 'HDR': fuente 'RPRC', la secuencia siguiente a la
      *  ultima de esa fuente en el catalogo QG1FEEDCAT.DAT y la
      *  fecha de hoy como fecha de negocio (ciclo en blanco = el
      *  siguiente del dia). QG1CX160.REJ es ahora la union de los
      *  rechazos de todos los ciclos del dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
           SELECT HOST-REPRO-FEED ASSIGN TO "QG1CX117.FTX"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-CATALOGO ASSIGN TO "QG1FEEDCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
      *************************
       FILE SECTION.

       FD  HOST-REJ-FEED.
       01  REG-REJ-FEED.
           05 REJ-REGISTRO     PIC X(53).
           05 REJ-MOTIVO       PIC X(02).

       FD  HOST-CORR-FEED.
       01  REG-CORR-FEED       PIC X(53).

       FD  HOST-REPRO-FEED.
       01  REG-REPRO-FEED      PIC X(53).

       FD  HOST-CATALOGO.
           COPY QG1FEE01.

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CONTADORES        PIC X(02).
       01 FS-REJ-FEED          PIC X(02).
       01 FS-CORR-FEED         PIC X(02).
       01 FS-CATALOGO          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WS-MAX-RECICLOS      PIC 9(02) VALUE 3.
           05 WK-ENT-CANTIDAD  PIC X(05).
           05 WK-ENT-MONEDA    PIC X(03).
           05 WK-ENT-HORA      PIC X(06).
           05 WK-ENT-TIPO      PIC X(01).
           05 WK-ENT-FECHA-ORIG PIC X(08).
           05 WK-ENT-HORA-ORIG PIC X(06).
           05 WK-ENT-TIPO-OPER PIC X(02).
       01 WK-EDIT-FEED         PIC X(02).
       01 WS-TOT-CORR-FEED     PIC 9(05) VALUE 0.
       01 WS-TOT-REPRO-FEED    PIC 9(05) VALUE 0.
           05 TRL-SUMA-CANT    PIC 9(05).
           05 TRL-MONEDA       PIC X(03) VALUE SPACES.
           05 TRL-HORA         PIC X(06) VALUE SPACES.
           05 FILLER           PIC X(17) VALUE SPACES.
       01 WK-CABECERA-FEED.
           05 HDR-CODIGO       PIC X(03) VALUE 'HDR'.
           05 HDR-FUENTE       PIC X(04) VALUE 'RPRC'.
           05 HDR-SECUENCIA    PIC 9(06).
           05 HDR-FECHA-NEGOCIO PIC 9(08).
           05 HDR-CICLO        PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE SPACES.
       01 WS-FTX-SUMA-MONTO    PIC 9(09)V9(02) VALUE 0.
       01 WS-FTX-SUMA-CANT     PIC 9(05) VALUE 0.
       01 WK-MONTO-NUM         PIC 9(09)V9(02).
                       "(QG1CX117.TRC)"
            ELSE
               OPEN OUTPUT HOST-REPRO-FEED
               PERFORM 3550-ARMA-CABECERA
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CORR-FEED
               DISPLAY "FEED VUELVE A REBOTAR       : "
                       WS-TOT-REBOTE-FEED
            END-IF.
      *
      * la secuencia del reproceso sigue a la ultima de la fuente RPRC
      * que QG1CX162 tiene en su catalogo
       3550-ARMA-CABECERA.
            MOVE 0 TO HDR-SECUENCIA
            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CATALOGO
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF FEE-FUENTE = HDR-FUENTE
                           AND FEE-SECUENCIA > HDR-SECUENCIA
                           MOVE FEE-SECUENCIA TO HDR-SECUENCIA
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CATALOGO
            END-IF
            ADD 1 TO HDR-SECUENCIA
            MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-FECHA-NEGOCIO
            MOVE WK-CABECERA-FEED TO REG-REPRO-FEED
            WRITE REG-REPRO-FEED
            DISPLAY "CABECERA DEL REPROCESO: FUENTE " HDR-FUENTE
                    " SECUENCIA " HDR-SECUENCIA.
      *
       3600-RECICLA-UNA-FEED.
            MOVE REG-CORR-FEED TO WK-ENTRADA-FEED
