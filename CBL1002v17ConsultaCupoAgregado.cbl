      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Rutina compartida del cupo agregado disponible en
      *  la jerarquia para una solicitud en linea: recibe el canal,
      *  la fecha, el monto y su moneda, y revisa el propio canal y
      *  toda su cadena de padres (QG1JERAR.DAT, COPY QG1JER01, tope
      *  de 5 saltos) que tengan limite agregado (QG1LIMAGR.DAT,
      *  COPY QG1AGR01):
      *    - diario: lo APROBADO en la fecha por todos los canales
      *      del subarbol del nodo segun la bitacora QG1AUTLOG.DAT
      *      (menos las anulaciones, con las mismas reglas de la
      *      consulta 'C' de QG1CX163) mas el monto pedido, contra
      *      AGR-MAX-DIA-MONTO,
      *    - mensual: lo consumido en el mes hasta el ultimo control
      *      batch (estado QG1CX244.MTD de QG1CX244) mas lo aprobado
      *      en la fecha mas el monto pedido, contra
      *      AGR-MAX-MES-MONTO.
      *  Todo se lleva a la moneda del nodo con CALL QG1CX132; la
      *  bitacora guarda cada monto en la moneda del tope de su canal
      *  (COD-MONEDA-LIM de HOST004). Regresa el nodo excedido mas
      *  cercano al canal, el tipo de exceso ('D' diario, 'M'
      *  mensual, blanco = hay cupo) y lo que le quedaba disponible.
      *  La jerarquia, los limites y el MTD se cargan una vez por
      *  corrida (cache en WORKING-STORAGE, como QG1CX112); la
      *  bitacora se lee en cada llamada. La usa la decision de
      *  autorizacion QG1CX236 (en linea QG1C0012, en batch QG1CX237).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX243.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-JERARQUIA ASSIGN TO "QG1JERAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JER-COD-CANAL
           FILE STATUS IS FS-JERARQUIA.

           SELECT HOST-AGREGADOS ASSIGN TO "QG1LIMAGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGR-COD-CANAL
           FILE STATUS IS FS-AGREGADOS.

           SELECT HOST004 ASSIGN TO "HOST04.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY COD-CANAL OF REG-HOST004
           FILE STATUS IS FS-HOST.

           SELECT HOST-ESTADO-MES ASSIGN TO "QG1CX244.MTD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO-MES.

           SELECT HOST-AUTLOG ASSIGN TO "QG1AUTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUTLOG.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-JERARQUIA.
           COPY QG1JER01.

       FD  HOST-AGREGADOS.
           COPY QG1AGR01.

       FD  HOST004.
           COPY QG1CAN01.

       FD  HOST-ESTADO-MES.
       01  REG-ESTADO-MES.
           05 MTD-COD-CANAL    PIC X(03).
           05 MTD-MES          PIC 9(06).
           05 MTD-MONTO-MES    PIC 9(13)V9(02).

       FD  HOST-AUTLOG.
       01  REG-AUTORIZACION.
           05 AUT-FECHA        PIC 9(08).
           05 AUT-HORA         PIC 9(06).
           05 AUT-CANAL        PIC X(03).
           05 AUT-MONTO        PIC 9(09)V9(02).
           05 AUT-RESULTADO    PIC X(01).
           05 AUT-HORA-ANULA   PIC 9(06).
           05 AUT-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.
       01 FS-JERARQUIA         PIC X(02).
       01 FS-AGREGADOS         PIC X(02).
       01 FS-HOST              PIC X(02).
       01 FS-ESTADO-MES        PIC X(02).
       01 FS-AUTLOG            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-TABLA-CARGADA     PIC X(01) VALUE 'N'.
       01 WS-HAY-LIMITES       PIC X(01) VALUE 'N'.

       01 WS-TOT-NODOS         PIC 9(04) VALUE 0.
       01 WS-TABLA-NODOS.
          05 WS-NOD-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-NODOS.
             10 WS-NOD-CANAL   PIC X(03).
             10 WS-NOD-PADRE   PIC X(03).
             10 WS-NOD-MONEDA-LIM PIC X(03).
             10 WS-NOD-CON-LIMITE PIC X(01).
             10 WS-NOD-MONEDA  PIC X(03).
             10 WS-NOD-MAX-DIA PIC 9(11)V9(02).
             10 WS-NOD-MAX-MES PIC 9(13)V9(02).
             10 WS-NOD-MTD-MES PIC 9(06).
             10 WS-NOD-MTD-MONTO PIC 9(13)V9(02).

      * cadena del canal pedido: solo los nodos con limite
       01 WS-TOT-CADENA        PIC 9(01) VALUE 0.
       01 WS-TABLA-CADENA.
          05 WS-CAD-TBL        OCCURS 6 TIMES.
             10 WS-CAD-POS     PIC 9(04).
             10 WS-CAD-USADO   PIC S9(13)V9(02).

       01 WK-J                 PIC 9(04).
       01 WK-K                 PIC 9(01).
       01 WK-POS               PIC 9(04).
       01 WK-POS-ORIGEN        PIC 9(04).
       01 WK-SALTOS            PIC 9(01).
       01 WK-CANAL-SUBE        PIC X(03).

       01 WK-MONEDA-ORIG       PIC X(03).
       01 WK-MONTO-ORIG        PIC 9(09)V9(02).
       01 WK-MONTO-CONV        PIC 9(09)V9(02).
       01 WK-TASA-APLICADA     PIC 9(05)V9(06).
       01 WK-CONVERSION-OK     PIC X(01).
       01 WK-PEDIDO            PIC 9(09)V9(02).
       01 WK-CONSUMO           PIC S9(13)V9(02).

       LINKAGE SECTION.
       01 LS-CANAL             PIC X(03).
       01 LS-FECHA             PIC 9(08).
       01 LS-MONTO             PIC 9(09)V9(02).
       01 LS-MONEDA            PIC X(03).
       01 LS-NODO-EXCEDIDO     PIC X(03).
       01 LS-TIPO-EXCESO       PIC X(01).
       01 LS-DISPONIBLE        PIC S9(13)V9(02).

       PROCEDURE DIVISION USING LS-CANAL,
                                LS-FECHA,
                                LS-MONTO,
                                LS-MONEDA,
                                LS-NODO-EXCEDIDO,
                                LS-TIPO-EXCESO,
                                LS-DISPONIBLE.
      *************************
       0000-MAIN.
            MOVE SPACES TO LS-NODO-EXCEDIDO, LS-TIPO-EXCESO
            MOVE 0 TO LS-DISPONIBLE
            IF WS-TABLA-CARGADA = 'N'
               PERFORM 1000-CARGA-TABLAS
            END-IF
            IF WS-HAY-LIMITES = 'S'
               PERFORM 2000-ARMA-CADENA
               IF WS-TOT-CADENA > 0
                  PERFORM 3000-SUMA-APROBADO
                  PERFORM 4000-COMPARA-LIMITES
               END-IF
            END-IF
            PERFORM 9000-FINAL.
      *
       1000-CARGA-TABLAS.
            MOVE 'S' TO WS-TABLA-CARGADA
            MOVE 0 TO WS-TOT-NODOS
            OPEN INPUT HOST-JERARQUIA
            IF FS-JERARQUIA = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-JERARQUIA NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM 1100-AGREGA-NODO
                  END-READ
               END-PERFORM
               CLOSE HOST-JERARQUIA
            END-IF

            OPEN INPUT HOST-AGREGADOS
            IF FS-AGREGADOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-AGREGADOS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM 1200-ANOTA-LIMITE
                  END-READ
               END-PERFORM
               CLOSE HOST-AGREGADOS
            END-IF

            IF WS-HAY-LIMITES = 'S'
               PERFORM 1300-CARGA-MONEDAS
               PERFORM 1400-CARGA-MES
            END-IF.
      *
       1100-AGREGA-NODO.
            IF WS-TOT-NODOS = 500
               DISPLAY "ABEND: TABLA DE NODOS LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-NODOS
            MOVE JER-COD-CANAL TO WS-NOD-CANAL(WS-TOT-NODOS)
            MOVE JER-COD-PADRE TO WS-NOD-PADRE(WS-TOT-NODOS)
            MOVE 'PEN'  TO WS-NOD-MONEDA-LIM(WS-TOT-NODOS)
            MOVE 'N'    TO WS-NOD-CON-LIMITE(WS-TOT-NODOS)
            MOVE SPACES TO WS-NOD-MONEDA(WS-TOT-NODOS)
            MOVE 0 TO WS-NOD-MAX-DIA(WS-TOT-NODOS),
                      WS-NOD-MAX-MES(WS-TOT-NODOS),
                      WS-NOD-MTD-MES(WS-TOT-NODOS),
                      WS-NOD-MTD-MONTO(WS-TOT-NODOS).
      *
       1200-ANOTA-LIMITE.
            MOVE AGR-COD-CANAL TO WK-CANAL-SUBE
            PERFORM 7000-UBICA-NODO
            IF WK-POS > 0
               MOVE 'S' TO WS-HAY-LIMITES
               MOVE 'S' TO WS-NOD-CON-LIMITE(WK-POS)
               MOVE AGR-MONEDA TO WS-NOD-MONEDA(WK-POS)
               IF AGR-MONEDA = SPACES
                  MOVE 'PEN' TO WS-NOD-MONEDA(WK-POS)
               END-IF
               MOVE AGR-MAX-DIA-MONTO TO WS-NOD-MAX-DIA(WK-POS)
               MOVE AGR-MAX-MES-MONTO TO WS-NOD-MAX-MES(WK-POS)
            END-IF.
      *
      * moneda del tope de cada canal: en ella anota sus montos la
      * bitacora de autorizaciones
       1300-CARGA-MONEDAS.
            OPEN INPUT HOST004
            IF FS-HOST = '00'
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WS-TOT-NODOS
                  MOVE WS-NOD-CANAL(WK-J) TO COD-CANAL
                  READ HOST004
                     KEY IS COD-CANAL
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE COD-MONEDA-LIM
                          TO WS-NOD-MONEDA-LIM(WK-J)
                  END-READ
               END-PERFORM
               CLOSE HOST004
            END-IF.
      *
       1400-CARGA-MES.
            OPEN INPUT HOST-ESTADO-MES
            IF FS-ESTADO-MES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ESTADO-MES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE MTD-COD-CANAL TO WK-CANAL-SUBE
                        PERFORM 7000-UBICA-NODO
                        IF WK-POS > 0
                           MOVE MTD-MES TO WS-NOD-MTD-MES(WK-POS)
                           MOVE MTD-MONTO-MES
                             TO WS-NOD-MTD-MONTO(WK-POS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ESTADO-MES
            END-IF.
      *
       2000-ARMA-CADENA.
            MOVE 0 TO WS-TOT-CADENA
            MOVE LS-CANAL TO WK-CANAL-SUBE
            MOVE 0 TO WK-SALTOS
            PERFORM UNTIL WK-CANAL-SUBE = SPACES
                       OR WK-SALTOS > 5
               PERFORM 7000-UBICA-NODO
               IF WK-POS = 0
                  MOVE SPACES TO WK-CANAL-SUBE
               ELSE
                  IF WS-NOD-CON-LIMITE(WK-POS) = 'S'
                     ADD 1 TO WS-TOT-CADENA
                     MOVE WK-POS TO WS-CAD-POS(WS-TOT-CADENA)
                     MOVE 0 TO WS-CAD-USADO(WS-TOT-CADENA)
                  END-IF
                  MOVE WS-NOD-PADRE(WK-POS) TO WK-CANAL-SUBE
                  ADD 1 TO WK-SALTOS
               END-IF
            END-PERFORM.
      *
       3000-SUMA-APROBADO.
            OPEN INPUT HOST-AUTLOG
            IF FS-AUTLOG = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-AUTLOG
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF AUT-FECHA = LS-FECHA
                           AND (AUT-RESULTADO = 'A'
                                OR AUT-RESULTADO = 'V')
                           PERFORM 3100-SUBE-APROBACION
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-AUTLOG
            END-IF.
      *
      * la aprobacion cuenta para cada nodo de la cadena pedida que
      * este entre sus ancestros (o sea el propio canal)
       3100-SUBE-APROBACION.
            MOVE AUT-CANAL TO WK-CANAL-SUBE
            PERFORM 7000-UBICA-NODO
            MOVE WK-POS TO WK-POS-ORIGEN
            MOVE 0 TO WK-SALTOS
            PERFORM UNTIL WK-CANAL-SUBE = SPACES
                       OR WK-SALTOS > 5
               IF WK-POS = 0
                  MOVE SPACES TO WK-CANAL-SUBE
               ELSE
                  PERFORM VARYING WK-K FROM 1 BY 1
                          UNTIL WK-K > WS-TOT-CADENA
                     IF WS-CAD-POS(WK-K) = WK-POS
                        PERFORM 3200-ACUMULA-EN-CADENA
                     END-IF
                  END-PERFORM
                  MOVE WS-NOD-PADRE(WK-POS) TO WK-CANAL-SUBE
                  ADD 1 TO WK-SALTOS
                  PERFORM 7000-UBICA-NODO
               END-IF
            END-PERFORM.
      *
       3200-ACUMULA-EN-CADENA.
            MOVE WS-NOD-MONEDA-LIM(WK-POS-ORIGEN) TO WK-MONEDA-ORIG
            MOVE AUT-MONTO TO WK-MONTO-ORIG
            PERFORM 5000-CONVIERTE-A-NODO
            IF AUT-RESULTADO = 'A'
               ADD WK-MONTO-CONV TO WS-CAD-USADO(WK-K)
            ELSE
               SUBTRACT WK-MONTO-CONV FROM WS-CAD-USADO(WK-K)
            END-IF.
      *
      * del canal hacia arriba: el primer nodo excedido es el que se
      * informa
       4000-COMPARA-LIMITES.
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-CADENA
                       OR LS-TIPO-EXCESO NOT = SPACE
               MOVE WS-CAD-POS(WK-K) TO WK-POS
               MOVE LS-MONEDA TO WK-MONEDA-ORIG
               IF WK-MONEDA-ORIG = SPACES
                  MOVE 'PEN' TO WK-MONEDA-ORIG
               END-IF
               MOVE LS-MONTO TO WK-MONTO-ORIG
               PERFORM 5000-CONVIERTE-A-NODO
               MOVE WK-MONTO-CONV TO WK-PEDIDO
               IF WS-CAD-USADO(WK-K) < 0
                  MOVE 0 TO WS-CAD-USADO(WK-K)
               END-IF

               IF WS-NOD-MAX-DIA(WK-POS) > 0
                  AND WS-CAD-USADO(WK-K) + WK-PEDIDO
                      > WS-NOD-MAX-DIA(WK-POS)
                  MOVE WS-NOD-CANAL(WK-POS) TO LS-NODO-EXCEDIDO
                  MOVE 'D' TO LS-TIPO-EXCESO
                  COMPUTE LS-DISPONIBLE =
                     WS-NOD-MAX-DIA(WK-POS) - WS-CAD-USADO(WK-K)
               END-IF

               IF LS-TIPO-EXCESO = SPACE
                  AND WS-NOD-MAX-MES(WK-POS) > 0
                  MOVE WS-CAD-USADO(WK-K) TO WK-CONSUMO
                  IF WS-NOD-MTD-MES(WK-POS) = LS-FECHA(1:6)
                     ADD WS-NOD-MTD-MONTO(WK-POS) TO WK-CONSUMO
                  END-IF
                  IF WK-CONSUMO + WK-PEDIDO > WS-NOD-MAX-MES(WK-POS)
                     MOVE WS-NOD-CANAL(WK-POS) TO LS-NODO-EXCEDIDO
                     MOVE 'M' TO LS-TIPO-EXCESO
                     COMPUTE LS-DISPONIBLE =
                        WS-NOD-MAX-MES(WK-POS) - WK-CONSUMO
                  END-IF
               END-IF
            END-PERFORM
            IF LS-DISPONIBLE < 0
               MOVE 0 TO LS-DISPONIBLE
            END-IF.
      *
      * lleva WK-MONTO-ORIG de WK-MONEDA-ORIG a la moneda del nodo
      * WK-POS de la cadena; sin tipo de cambio se toma el monto crudo
       5000-CONVIERTE-A-NODO.
            MOVE WS-CAD-POS(WK-K) TO WK-J
            IF WK-MONEDA-ORIG = WS-NOD-MONEDA(WK-J)
               MOVE WK-MONTO-ORIG TO WK-MONTO-CONV
            ELSE
               CALL "QG1CX132" USING WK-MONEDA-ORIG,
                                      WS-NOD-MONEDA(WK-J),
                                      LS-FECHA, WK-MONTO-ORIG,
                                      WK-MONTO-CONV, WK-TASA-APLICADA,
                                      WK-CONVERSION-OK
               IF WK-CONVERSION-OK NOT = 'S'
                  MOVE WK-MONTO-ORIG TO WK-MONTO-CONV
               END-IF
            END-IF.
      *
       7000-UBICA-NODO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-NODOS OR WK-POS > 0
               IF WS-NOD-CANAL(WK-J) = WK-CANAL-SUBE
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM.
      *
       9000-FINAL.
           EXIT PROGRAM.
       END PROGRAM QG1CX243.
