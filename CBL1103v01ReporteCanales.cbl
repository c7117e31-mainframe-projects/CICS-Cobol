      * Corre tambien como subprograma de la consola de operacion
      *  QG1CX145: termina con GOBACK en vez de STOP RUN para
      *  regresar al menu en lugar de tumbar la corrida.
      * Visor en linea: el listado cerrado se publica en el indice de
      *  reportes en linea (CALL QG1CX275) con la fecha de negocio del
      *  ciclo, para consultarlo en la transaccion QG1C0022; basta el
      *  sign-on del operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       01 WK-CICLO-ENTIDAD     PIC X(02) VALUE SPACES.


       01 WK-PUB-REPORTE       PIC X(12) VALUE 'QG1CX065.RPT'.
       01 WK-PUB-FECHA         PIC 9(08).
       01 WK-PUB-PROGRAMA      PIC X(08) VALUE 'QG1CX065'.
       01 WK-PUB-TITULO        PIC X(30) VALUE
          'LISTADO DE CANALES'.
       01 WK-PUB-PERMISO       PIC X(01) VALUE 'S'.
       01 WK-PUB-CANAL         PIC X(03) VALUE SPACES.

       01 WS-LIN-ENCABEZADO1    PIC X(80).
       01 WS-LIN-ENCABEZADO2    PIC X(80).
       01 WS-LIN-ENCABEZADO3    PIC X(80).
            IF WS-HAY-CONTACTOS = 'S'
               CLOSE HOST-CONTACTOS
            END-IF
            CLOSE HOST-OUT, HOST-RPT
            MOVE WK-CICLO-FECHA TO WK-PUB-FECHA
            CALL "QG1CX275" USING WK-PUB-REPORTE, WK-PUB-FECHA,
                                   WK-PUB-PROGRAMA, WK-PUB-TITULO,
                                   WK-PUB-PERMISO, WK-PUB-CANAL.
      *
       2100-IMPRIME-DETALLE.
            IF WS-LINEAS-PAGINA = 0 OR WS-LINEAS-PAGINA >= WS-MAX-LINEAS
