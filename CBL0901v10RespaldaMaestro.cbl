      *  usan los extractos, ver QG1CX084). La corrida queda en el
      *  run-log via QG1CX120 para poder probar cual fue la ultima
      *  copia buena; la restauracion verificada la hace QG1CX124.
      * Version de layout: el respaldo abre con la cabecera 'HDR'
      *  (COPY QG1LAH01) que dice con que version de QG1CAN01 se
      *  tomo (COPY QG1LVR01), para que la restauracion rechace lo
      *  que no sabe leer y el convertidor QG1CX285 lo suba. Antes de
      *  descargar consulta el catalogo QG1LAYVR.DAT (rutina
      *  QG1CX286): si el maestro vivo esta en otra version que la
      *  compilada, no respalda.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WS-HASH-CODIGOS      PIC 9(09) VALUE 0.
       01 WS-COD-NUM           PIC 9(03).

           COPY QG1LVR01.
           COPY QG1LAH01.
       01 WK-CAT-ACCION        PIC X(01).
       01 WK-CAT-LAYOUT        PIC X(08) VALUE 'QG1CAN01'.
       01 WK-CAT-VERSION       PIC 9(02).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX123'.
       01 WK-LOG-SEVERIDAD     PIC X(01).
       01 WK-LOG-TEXTO         PIC X(60).
            MOVE SPACES TO WS-NOMBRE-RESPALDO
            STRING "QG1BK" WS-FECHA-HOY ".DAT"
               DELIMITED SIZE INTO WS-NOMBRE-RESPALDO
            DISPLAY "RESPALDO DESTINO: " WS-NOMBRE-RESPALDO
            MOVE 'C' TO WK-CAT-ACCION
            CALL "QG1CX286" USING WK-CAT-ACCION, WK-CAT-LAYOUT,
                                   WK-CAT-VERSION, WK-LOG-PROGRAMA
            IF WK-CAT-VERSION NOT = LVR-CAN01
               DISPLAY "ABEND: MAESTRO EN VERSION DE LAYOUT "
                       WK-CAT-VERSION ", ESTE RESPALDO LEE LA "
                       LVR-CAN01
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-RESPALDA.
            OPEN INPUT HOST004
               STOP RUN
            END-IF
            OPEN OUTPUT HOST-RESPALDO
            PERFORM 2050-GRABA-CABECERA

            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               END-READ
            END-PERFORM
            CLOSE HOST004.
      *
       2050-GRABA-CABECERA.
            MOVE SPACES        TO REG-CABECERA-LAYOUT
            MOVE 'HDR'         TO CAB-MARCA
            MOVE 'QG1CAN01'    TO CAB-LAYOUT
            MOVE 'VER='        TO CAB-ETIQUETA
            MOVE LVR-CAN01     TO CAB-VERSION
            MOVE WS-FECHA-HOY  TO CAB-FECHA
            MOVE REG-CABECERA-LAYOUT TO REG-RESPALDO
            WRITE REG-RESPALDO.
      *
       3000-GRABA-TRAILER.
            MOVE SPACES TO REG-RESPALDO
