      *  canal (QG1NOTAS.DAT via CALL QG1CX185, mismo patron de
      *  subrutina con I/O propio que QG1CX132), para que el
      *  contexto de campo este a la vista del que consulta.
      * Acceso de lectura: cada canal mostrado queda anotado en
      *  QG1ACCESO.LOG (CALL QG1CX277) con el usuario de la sesion
      *  (EXEC CICS ASSIGN USERID), la terminal (EIBTRMID) y el dato
      *  visto: 'CTO' si se mostro el contacto, 'CAN' si solo el
      *  maestro.
      * Contacto: el registro de QG1CTO se toma del copybook QG1CON01
      *  (version 02, con la ubicacion), el mismo que usan los
      *  programas batch, para que el largo leido coincida con el del
      *  dataset.
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WX-NOTA-HALLADA   PIC X(01).
       01 WX-RESPUESTA-CTO  PIC X(80).

       01 WX-USUARIO        PIC X(08).
       01 WX-ACC-TERMINAL   PIC X(04).
       01 WX-ACC-PROGRAMA   PIC X(08) VALUE 'QG1C0011'.
       01 WX-ACC-DATO       PIC X(03).

           COPY QG1CON01.

           COPY QG1CAN01.
      *
                     ' TEL '          DELIMITED SIZE
                     CTO-TELEFONO     DELIMITED SIZE
                INTO WX-RESPUESTA-CTO
              MOVE 'CTO' TO WX-ACC-DATO
           ELSE
              MOVE 'SIN CONTACTO REGISTRADO' TO WX-RESPUESTA-CTO
              MOVE 'CAN' TO WX-ACC-DATO
           END-IF
           PERFORM 2260-ANOTA-ACCESO.
      *
       2260-ANOTA-ACCESO.
           EXEC CICS
               ASSIGN USERID(WX-USUARIO)
           END-EXEC
           MOVE EIBTRMID TO WX-ACC-TERMINAL
           CALL 'QG1CX277' USING WX-USUARIO, WX-ACC-TERMINAL,
                                  WX-ACC-PROGRAMA, COD-CANAL,
                                  WX-ACC-DATO.
      *
       2270-BUSCA-NOTA.
           CALL 'QG1CX185' USING COD-CANAL, WX-NOTA-FECHA,
