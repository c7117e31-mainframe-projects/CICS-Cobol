      *  El browse por TXT-NOM va contra HOST004N, el path del indice
      *  alterno sobre la descripcion (la base HOST004 esta llaveada
      *  por COD-CANAL); la consulta directa '=' si va a la base.
      * Acceso de lectura: cada canal que llega a la pantalla (linea
      *  de browse o consulta directa '=') queda anotado en
      *  QG1ACCESO.LOG (CALL QG1CX277, dato 'CAN') con el usuario de
      *  la sesion (EXEC CICS ASSIGN USERID) y la terminal (EIBTRMID).
      * Company    : ETG-BBVA
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WX-PAGINA-ATRAS.
           05 WX-LINEA-TBL  PIC X(70) OCCURS 5 TIMES.

       01 WX-USUARIO        PIC X(08).
       01 WX-ACC-TERMINAL   PIC X(04).
       01 WX-ACC-PROGRAMA   PIC X(08) VALUE 'QG1C0014'.
       01 WX-ACC-DATO       PIC X(03) VALUE 'CAN'.
      *
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      *
       2000-PROCESA-ENTRADA.
           PERFORM 2150-RECIBIR-DATOS
           EXEC CICS
               ASSIGN USERID(WX-USUARIO)
           END-EXEC
           MOVE EIBTRMID TO WX-ACC-TERMINAL
           EVALUATE TRUE
              WHEN WX-ENTRADA(1:1) = '+'
                 MOVE CA-NOM-ULTIMO TO TXT-NOM
                  ' '        DELIMITED SIZE
                  TXT-NOM    DELIMITED SIZE
             INTO WX-LINEA
           MOVE WX-LINEA TO WX-LINEA-TBL(WK-LINEAS)
           PERFORM 4800-ANOTA-ACCESO.
      *
       4700-ENVIA-PAGINA-ASCENDENTE.
           PERFORM VARYING WK-I FROM WK-LINEAS BY -1
           EXEC CICS
               SEND TEXT FROM(WX-LINEA)
                         LENGTH(LENGTH OF WX-LINEA)
           END-EXEC
           PERFORM 4800-ANOTA-ACCESO.
      *
       4800-ANOTA-ACCESO.
           CALL 'QG1CX277' USING WX-USUARIO, WX-ACC-TERMINAL,
                                  WX-ACC-PROGRAMA, COD-CANAL,
                                  WX-ACC-DATO.
      *
       6000-CONSULTA-DIRECTA.
           MOVE WX-ENTRADA(2:3) TO COD-CANAL
                     ' - '       DELIMITED SIZE
                     TXT-NOM     DELIMITED SIZE
                INTO WX-RESPUESTA
              PERFORM 4800-ANOTA-ACCESO
           ELSE
              STRING 'CANAL NO ENCONTRADO : ' DELIMITED SIZE
                     WX-ENTRADA(2:3)          DELIMITED SIZE
