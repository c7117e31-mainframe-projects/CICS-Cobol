      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Censo nocturno de capacidad. Mas de una vez un
      *  archivo se triplico sin que nadie lo viera (QG1RUNLOG.LOG,
      *  QG1AUTLOG.DAT, QG1TRXHIS.DAT, las generaciones de
      *  auditoria). Este paso recorre el catalogo de capacidad
      *  QG1CAPCAT.DAT (COPY QG1CPC01) y por cada archivo agrega a la
      *  historia QG1CAPHIS.DAT (COPY QG1CPH01) la fecha del censo,
      *  la cuenta de registros y el tamano aproximado en bytes:
      *    - el tamano lo da la rutina de sistema
      *      CBL_CHECK_FILE_EXIST, sin abrir el archivo,
      *    - secuenciales: los registros se cuentan leyendolo
      *      (ASSIGN TO DYNAMIC, patron de QG1CX203),
      *    - indexados: los registros se estiman como bytes entre el
      *      largo de registro del catalogo (CPH-ESTIMADO 'S'),
      *    - generaciones de auditoria: se suman todas las
      *      generaciones que lista QG1AUDCAT.DAT.
      *  Un archivo que no existe se anota con ceros y CPH-EXISTE
      *  'N'. No pide nada por consola: se agrega como paso de la
      *  cadena nocturna en QG1CADEN.DAT (corredor QG1CX199) y
      *  termina con GOBACK. El resumen queda en el run-log via CALL
      *  QG1CX120. El reporte semanal es QG1CX280.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX279.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-CATALOGO ASSIGN TO "QG1CAPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CATALOGO.

           SELECT HOST-HISTORIA ASSIGN TO "QG1CAPHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIA.

           SELECT HOST-GENERACIONES ASSIGN TO "QG1AUDCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GENERACIONES.

           SELECT HOST-MEDIDO ASSIGN TO DYNAMIC WS-NOMBRE-MEDIDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MEDIDO.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-CATALOGO.
           COPY QG1CPC01.

       FD  HOST-HISTORIA.
           COPY QG1CPH01.

       FD  HOST-GENERACIONES.
       01  REG-GENERACION.
           05 AUC-NUMERO       PIC 9(04).
           05 AUC-PERIODO      PIC 9(06).
           05 AUC-NOMBRE       PIC X(12).
           05 AUC-FECHA-DESDE  PIC 9(08).
           05 AUC-FECHA-HASTA  PIC 9(08).
           05 AUC-ESTADO       PIC X(01).

       FD  HOST-MEDIDO.
       01  REG-MEDIDO          PIC X(1000).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-CATALOGO          PIC X(02).
       01 FS-HISTORIA          PIC X(02).
       01 FS-GENERACIONES      PIC X(02).
       01 FS-MEDIDO            PIC X(02).
       01 WS-EOF               PIC A(1).
       01 WS-EOF-GEN           PIC A(1).
       01 WS-EOF-MEDIDO        PIC A(1).

       01 WK-FECHA-CENSO       PIC 9(08).
       01 WS-NOMBRE-MEDIDO     PIC X(16).

      * detalle que devuelve CBL_CHECK_FILE_EXIST
       01 WK-DETALLE-ARCHIVO.
          05 WK-DET-BYTES      PIC 9(18) COMP.
          05 WK-DET-FECHA      PIC X(04).
          05 WK-DET-HORA       PIC X(04).
       01 WK-RC-ARCHIVO        PIC S9(09) COMP.

       01 WK-REGISTROS         PIC 9(11).
       01 WK-BYTES             PIC 9(13).
       01 WK-EXISTE            PIC X(01).

       01 WS-TOT-ARCHIVOS      PIC 9(05) VALUE 0.
       01 WS-TOT-AUSENTES      PIC 9(05) VALUE 0.

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX279'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-RECORRE-CATALOGO
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CENSO NOCTURNO DE CAPACIDAD DE ARCHIVOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CENSO

            OPEN INPUT HOST-CATALOGO
            IF FS-CATALOGO NOT = '00'
               DISPLAY "ABEND: SIN CATALOGO DE CAPACIDAD QG1CAPCAT.DAT"
                       " - FILE STATUS " FS-CATALOGO
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            OPEN EXTEND HOST-HISTORIA
            IF FS-HISTORIA = '35'
               OPEN OUTPUT HOST-HISTORIA
            END-IF
            IF FS-HISTORIA NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1CAPHIS.DAT FALLIDO - FILE "
                       "STATUS " FS-HISTORIA
               CLOSE HOST-CATALOGO
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            DISPLAY "FECHA DEL CENSO : " WK-FECHA-CENSO.
      *
       2000-RECORRE-CATALOGO.
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 2100-MIDE-ARCHIVO
               END-READ
            END-PERFORM
            CLOSE HOST-CATALOGO, HOST-HISTORIA.
      *
       2100-MIDE-ARCHIVO.
            MOVE 0 TO WK-REGISTROS, WK-BYTES
            MOVE 'N' TO WK-EXISTE
            MOVE 'N' TO CPH-ESTIMADO
            EVALUATE TRUE
               WHEN CPC-GENERACIONES
                  PERFORM 2400-MIDE-GENERACIONES
               WHEN CPC-INDEXADO
                  MOVE CPC-ARCHIVO TO WS-NOMBRE-MEDIDO
                  PERFORM 2200-TAMANO-ARCHIVO
                  IF CPC-LARGO-REG > 0
                     COMPUTE WK-REGISTROS = WK-BYTES / CPC-LARGO-REG
                  END-IF
                  MOVE 'S' TO CPH-ESTIMADO
               WHEN OTHER
                  MOVE CPC-ARCHIVO TO WS-NOMBRE-MEDIDO
                  PERFORM 2200-TAMANO-ARCHIVO
                  PERFORM 2300-CUENTA-REGISTROS
            END-EVALUATE

            ADD 1 TO WS-TOT-ARCHIVOS
            IF WK-EXISTE = 'N'
               ADD 1 TO WS-TOT-AUSENTES
               DISPLAY "ARCHIVO NO ENCONTRADO : " CPC-ARCHIVO
            END-IF
            MOVE WK-FECHA-CENSO TO CPH-FECHA
            MOVE CPC-ARCHIVO    TO CPH-ARCHIVO
            MOVE WK-REGISTROS   TO CPH-REGISTROS
            MOVE WK-BYTES       TO CPH-BYTES
            MOVE WK-EXISTE      TO CPH-EXISTE
            WRITE REG-HISTORIA-CAPACIDAD.
      *
      * La rutina deja su resultado en RETURN-CODE; se guarda y se
      * limpia para no devolverle al corredor de cadenas un error
      * que no es del paso.
       2200-TAMANO-ARCHIVO.
            MOVE 0 TO WK-DET-BYTES
            CALL "CBL_CHECK_FILE_EXIST" USING WS-NOMBRE-MEDIDO,
                                              WK-DETALLE-ARCHIVO
            MOVE RETURN-CODE TO WK-RC-ARCHIVO
            MOVE 0 TO RETURN-CODE
            IF WK-RC-ARCHIVO = 0
               MOVE 'S' TO WK-EXISTE
               ADD WK-DET-BYTES TO WK-BYTES
            END-IF.
      *
       2300-CUENTA-REGISTROS.
            OPEN INPUT HOST-MEDIDO
            IF FS-MEDIDO = '00'
               MOVE 'N' TO WS-EOF-MEDIDO
               PERFORM UNTIL WS-EOF-MEDIDO = 'Y'
                  READ HOST-MEDIDO
                     AT END MOVE 'Y' TO WS-EOF-MEDIDO
                     NOT AT END ADD 1 TO WK-REGISTROS
                  END-READ
               END-PERFORM
               CLOSE HOST-MEDIDO
            END-IF.
      *
       2400-MIDE-GENERACIONES.
            OPEN INPUT HOST-GENERACIONES
            IF FS-GENERACIONES = '00'
               MOVE 'N' TO WS-EOF-GEN
               PERFORM UNTIL WS-EOF-GEN = 'Y'
                  READ HOST-GENERACIONES
                     AT END MOVE 'Y' TO WS-EOF-GEN
                     NOT AT END
                        MOVE AUC-NOMBRE TO WS-NOMBRE-MEDIDO
                        PERFORM 2200-TAMANO-ARCHIVO
                        PERFORM 2300-CUENTA-REGISTROS
                  END-READ
               END-PERFORM
               CLOSE HOST-GENERACIONES
            END-IF.
      *
       8000-TOTALES.
            DISPLAY "ARCHIVOS MEDIDOS    : " WS-TOT-ARCHIVOS
            DISPLAY "ARCHIVOS AUSENTES   : " WS-TOT-AUSENTES
            IF WS-TOT-AUSENTES > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "CENSO " WK-FECHA-CENSO " ARCHIVOS "
                   WS-TOT-ARCHIVOS " AUSENTES " WS-TOT-AUSENTES
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           GOBACK.
       END PROGRAM QG1CX279.
