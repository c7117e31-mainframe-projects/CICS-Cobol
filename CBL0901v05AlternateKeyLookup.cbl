      * Corre tambien como subprograma de la consola de operacion
      *  QG1CX145: termina con GOBACK en vez de STOP RUN para
      *  regresar al menu en lugar de tumbar la corrida.
      * Acceso de lectura: pide el operador al inicio (debe pasar el
      *  sign-on de QG1OPER.DAT, CALL QG1CX109 'S') y cada canal
      *  hallado queda anotado en QG1ACCESO.LOG (CALL QG1CX277, dato
      *  'CAN', terminal 'CONS').
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************

       77 WK-MENSAJE           PIC X(63).

       01 WK-OPERADOR          PIC X(08).
       01 WK-PERMISO-OP        PIC X(01) VALUE 'S'.
       01 WK-AUTORIZADO        PIC X(01).
       01 WK-ACC-TERMINAL      PIC X(04) VALUE 'CONS'.
       01 WK-ACC-PROGRAMA      PIC X(08) VALUE 'QG1CX062'.
       01 WK-ACC-DATO          PIC X(03) VALUE 'CAN'.

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
      *
       1000-INICIO.
            MOVE "ALTERNATE KEY LOOKUP TRANSACTION" TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "OPERADOR : "
            ACCEPT WK-OPERADOR
            CALL "QG1CX109" USING WK-OPERADOR, WK-PERMISO-OP,
                                   WK-AUTORIZADO
            IF WK-AUTORIZADO NOT = 'S'
               DISPLAY "ABEND: OPERADOR NO AUTORIZADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
      *
       2000-BUSCA-POR-ABREVIATURA.
            MOVE "MR" TO WK-BUSCA-ABREVIATURA
                          WK-BUSCA-ABREVIATURA
               NOT INVALID KEY
                  DISPLAY "CANAL POR ABREVIATURA     : " REG-HOST02
                  CALL "QG1CX277" USING WK-OPERADOR, WK-ACC-TERMINAL,
                                         WK-ACC-PROGRAMA, COD-02,
                                         WK-ACC-DATO
            END-READ.
            CLOSE HOST002.
      *
                          WK-BUSCA-DESCRIPCION
               NOT INVALID KEY
                  DISPLAY "CANAL POR DESCRIPCION     : " REG-HOST004
                  CALL "QG1CX277" USING WK-OPERADOR, WK-ACC-TERMINAL,
                                         WK-ACC-PROGRAMA, COD-CANAL,
                                         WK-ACC-DATO
            END-READ.
            CLOSE HOST004.
      *
