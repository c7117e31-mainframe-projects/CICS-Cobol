      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Carga inicial de la ubicacion estructurada de los
      *  contactos de QG1CTO.DAT (COPY QG1CON01) a partir de la
      *  direccion libre CTO-DIRECCION. Para cada contacto que aun no
      *  tiene ubigeo busca en la direccion, pasada a mayusculas, los
      *  nombres de distrito, provincia y departamento vigentes de la
      *  referencia QG1UBIGEO.DAT (COPY QG1UBI01) como palabras
      *  completas, y puntua cada distrito candidato:
      *    distrito encontrado       2 (1 si se llama igual que su
      *                                 provincia),
      *    su provincia encontrada  +1,
      *    su departamento          +1.
      *  Se codifica el candidato de puntaje mas alto si es unico y
      *  llega a 2; los demas quedan listados como no codificados
      *  (sin direccion, sin coincidencia, coincidencia debil o
      *  ambigua) para que se completen por QG1CX130. Modo V = vista
      *  previa que solo reporta, C = confirmar y regrabar el ubigeo
      *  (las coordenadas no se tocan). Reporte en QG1CX298.RPT y
      *  resumen en la bitacora (CALL QG1CX120).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX298.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-UBIGEO ASSIGN TO "QG1UBIGEO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-UBIGEO.

           SELECT HOST-CONTACTOS ASSIGN TO "QG1CTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTO-COD-CANAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT HOST-RPT ASSIGN TO "QG1CX298.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-UBIGEO.
           COPY QG1UBI01.

       FD  HOST-CONTACTOS.
           COPY QG1CON01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-UBIGEO            PIC X(02).
       01 FS-CONTACTOS         PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-MODO              PIC X(01).
          88 WK-VISTA-PREVIA   VALUE 'V'.
          88 WK-CONFIRMA       VALUE 'C'.
       01 WK-FECHA-HOY         PIC 9(08).

      * distritos vigentes con el largo util de cada nombre
       01 WS-TOT-UBIGEOS       PIC 9(04) VALUE 0.
       01 WS-TABLA-UBIGEOS.
          05 WS-UBI-TBL        OCCURS 1 TO 2500 TIMES
                                DEPENDING ON WS-TOT-UBIGEOS.
             10 WS-UBI-CODIGO  PIC X(06).
             10 WS-UBI-NOM-DEP PIC X(20).
             10 WS-UBI-NOM-PRO PIC X(30).
             10 WS-UBI-NOM-DIS PIC X(30).
             10 WS-UBI-LAR-DEP PIC 9(02).
             10 WS-UBI-LAR-PRO PIC 9(02).
             10 WS-UBI-LAR-DIS PIC 9(02).

      * contactos que no se pudieron codificar
       01 WS-TOT-PENDIENTES    PIC 9(04) VALUE 0.
       01 WS-TABLA-PENDIENTES.
          05 WS-PEN-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-PENDIENTES.
             10 WS-PEN-CANAL   PIC X(03).
             10 WS-PEN-MOTIVO  PIC X(16).
             10 WS-PEN-DIRECCION PIC X(40).

       01 WK-DIRECCION         PIC X(40).
       01 WK-NOMBRE            PIC X(30).
       01 WK-LARGO             PIC 9(02).
       01 WK-HALLADO           PIC X(01).
       01 WK-ANTES             PIC X(01).
       01 WK-DESPUES           PIC X(01).
       01 WK-P                 PIC 9(02).
       01 WK-ULTIMA-POS        PIC S9(03).
       01 WK-I                 PIC 9(04).
       01 WK-PUNTAJE           PIC 9(01).
       01 WK-MEJOR-PUNTAJE     PIC 9(01).
       01 WK-MEJOR-POS         PIC 9(04).
       01 WK-EMPATE            PIC X(01).
       01 WK-MOTIVO            PIC X(16).

       01 WS-TOT-LEIDOS        PIC 9(05) VALUE 0.
       01 WS-TOT-YA-CODIFICADOS PIC 9(05) VALUE 0.
       01 WS-TOT-CODIFICADOS   PIC 9(05) VALUE 0.

       01 WS-LIN-DETALLE       PIC X(100).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX298'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 2000-CARGA-UBIGEOS
            PERFORM 3000-CODIFICA-CONTACTOS
            PERFORM 8000-CIERRA-REPORTE
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "CODIFICACION DE UBICACION DE CONTACTOS"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-HOY
            DISPLAY "MODO (V=VISTA PREVIA, C=CONFIRMAR) : "
            ACCEPT WK-MODO
            IF NOT WK-VISTA-PREVIA AND NOT WK-CONFIRMA
               DISPLAY "ABEND: MODO INVALIDO " WK-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
      *
       2000-CARGA-UBIGEOS.
            OPEN INPUT HOST-UBIGEO
            IF FS-UBIGEO NOT = '00'
               DISPLAY "ABEND: OPEN DE QG1UBIGEO.DAT FALLIDO - "
                       "FILE STATUS " FS-UBIGEO
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-UBIGEO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF UBI-ES-VIGENTE
                        PERFORM 2100-AGREGA-UBIGEO
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOST-UBIGEO
            IF WS-TOT-UBIGEOS = 0
               DISPLAY "ABEND: QG1UBIGEO.DAT SIN DISTRITOS VIGENTES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY "DISTRITOS VIGENTES : " WS-TOT-UBIGEOS.
      *
       2100-AGREGA-UBIGEO.
            IF WS-TOT-UBIGEOS = 2500
               DISPLAY "ABEND: TABLA DE UBIGEOS LLENA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-TOT-UBIGEOS
            MOVE UBI-CODIGO TO WS-UBI-CODIGO(WS-TOT-UBIGEOS)
            MOVE UBI-NOM-DEPARTAMENTO TO WS-UBI-NOM-DEP(WS-TOT-UBIGEOS)
            MOVE UBI-NOM-PROVINCIA TO WS-UBI-NOM-PRO(WS-TOT-UBIGEOS)
            MOVE UBI-NOM-DISTRITO TO WS-UBI-NOM-DIS(WS-TOT-UBIGEOS)

            MOVE UBI-NOM-DEPARTAMENTO TO WK-NOMBRE
            PERFORM 2200-MIDE-NOMBRE
            MOVE WK-LARGO TO WS-UBI-LAR-DEP(WS-TOT-UBIGEOS)
            MOVE UBI-NOM-PROVINCIA TO WK-NOMBRE
            PERFORM 2200-MIDE-NOMBRE
            MOVE WK-LARGO TO WS-UBI-LAR-PRO(WS-TOT-UBIGEOS)
            MOVE UBI-NOM-DISTRITO TO WK-NOMBRE
            PERFORM 2200-MIDE-NOMBRE
            MOVE WK-LARGO TO WS-UBI-LAR-DIS(WS-TOT-UBIGEOS).
      *
      * largo del nombre sin los blancos de relleno de la derecha
       2200-MIDE-NOMBRE.
            MOVE 30 TO WK-LARGO
            PERFORM UNTIL WK-LARGO = 0
                       OR WK-NOMBRE(WK-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WK-LARGO
            END-PERFORM.
      *
       3000-CODIFICA-CONTACTOS.
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CODIFICACION DE UBICACION DE CONTACTOS - "
                   WK-FECHA-HOY " - MODO " WK-MODO
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "CANAL UBIGEO DISTRITO / DEPARTAMENTO"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE

            IF WK-CONFIRMA
               OPEN I-O HOST-CONTACTOS
            ELSE
               OPEN INPUT HOST-CONTACTOS
            END-IF
            IF FS-CONTACTOS NOT = '00'
               DISPLAY "SIN ARCHIVO DE CONTACTOS QG1CTO.DAT, NADA QUE "
                       "CODIFICAR"
            ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-CONTACTOS NEXT RECORD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        ADD 1 TO WS-TOT-LEIDOS
                        IF CTO-UBIGEO = SPACES
                           OR CTO-UBIGEO = LOW-VALUES
                           PERFORM 3100-CODIFICA-UNO
                        ELSE
                           ADD 1 TO WS-TOT-YA-CODIFICADOS
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-CONTACTOS
            END-IF.
      *
       3100-CODIFICA-UNO.
            MOVE CTO-DIRECCION TO WK-DIRECCION
            INSPECT WK-DIRECCION CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE 0 TO WK-MEJOR-PUNTAJE, WK-MEJOR-POS
            MOVE 'N' TO WK-EMPATE
            MOVE SPACES TO WK-MOTIVO
            IF WK-DIRECCION = SPACES
               MOVE "SIN DIRECCION" TO WK-MOTIVO
            ELSE
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-UBIGEOS
                  PERFORM 3200-PUNTUA-CANDIDATO
               END-PERFORM
               EVALUATE TRUE
                  WHEN WK-MEJOR-PUNTAJE = 0
                     MOVE "SIN COINCIDENCIA" TO WK-MOTIVO
                  WHEN WK-EMPATE = 'S'
                     MOVE "AMBIGUA" TO WK-MOTIVO
                  WHEN WK-MEJOR-PUNTAJE < 2
                     MOVE "DEBIL" TO WK-MOTIVO
               END-EVALUATE
            END-IF

            IF WK-MOTIVO NOT = SPACES
               IF WS-TOT-PENDIENTES = 2000
                  DISPLAY "ABEND: TABLA DE NO CODIFICADOS LLENA"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-PENDIENTES
               MOVE CTO-COD-CANAL TO WS-PEN-CANAL(WS-TOT-PENDIENTES)
               MOVE WK-MOTIVO TO WS-PEN-MOTIVO(WS-TOT-PENDIENTES)
               MOVE CTO-DIRECCION
                 TO WS-PEN-DIRECCION(WS-TOT-PENDIENTES)
            ELSE
               ADD 1 TO WS-TOT-CODIFICADOS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING CTO-COD-CANAL "   "
                      WS-UBI-CODIGO(WK-MEJOR-POS) " "
                      WS-UBI-NOM-DIS(WK-MEJOR-POS) " / "
                      WS-UBI-NOM-DEP(WK-MEJOR-POS)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
               IF WK-CONFIRMA
                  MOVE WS-UBI-CODIGO(WK-MEJOR-POS) TO CTO-UBIGEO
                  REWRITE REG-CONTACTO
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR CONTACTO "
                                CTO-COD-CANAL " - FILE STATUS "
                                FS-CONTACTOS
                  END-REWRITE
               END-IF
            END-IF.
      *
      * el distrito es el que manda; provincia y departamento solo
      * suman si el distrito ya aparecio
       3200-PUNTUA-CANDIDATO.
            MOVE 0 TO WK-PUNTAJE
            MOVE WS-UBI-NOM-DIS(WK-I) TO WK-NOMBRE
            MOVE WS-UBI-LAR-DIS(WK-I) TO WK-LARGO
            PERFORM 5000-BUSCA-NOMBRE
            IF WK-HALLADO = 'S'
               IF WS-UBI-NOM-DIS(WK-I) = WS-UBI-NOM-PRO(WK-I)
                  MOVE 1 TO WK-PUNTAJE
               ELSE
                  MOVE 2 TO WK-PUNTAJE
               END-IF
               MOVE WS-UBI-NOM-PRO(WK-I) TO WK-NOMBRE
               MOVE WS-UBI-LAR-PRO(WK-I) TO WK-LARGO
               PERFORM 5000-BUSCA-NOMBRE
               IF WK-HALLADO = 'S'
                  ADD 1 TO WK-PUNTAJE
               END-IF
               MOVE WS-UBI-NOM-DEP(WK-I) TO WK-NOMBRE
               MOVE WS-UBI-LAR-DEP(WK-I) TO WK-LARGO
               PERFORM 5000-BUSCA-NOMBRE
               IF WK-HALLADO = 'S'
                  ADD 1 TO WK-PUNTAJE
               END-IF
            END-IF
            IF WK-PUNTAJE > 0
               IF WK-PUNTAJE > WK-MEJOR-PUNTAJE
                  MOVE WK-PUNTAJE TO WK-MEJOR-PUNTAJE
                  MOVE WK-I TO WK-MEJOR-POS
                  MOVE 'N' TO WK-EMPATE
               ELSE
                  IF WK-PUNTAJE = WK-MEJOR-PUNTAJE
                     MOVE 'S' TO WK-EMPATE
                  END-IF
               END-IF
            END-IF.
      *
      * busca WK-NOMBRE(1:WK-LARGO) en la direccion como palabra
      * completa: lo que lo rodea no puede ser una letra
       5000-BUSCA-NOMBRE.
            MOVE 'N' TO WK-HALLADO
            COMPUTE WK-ULTIMA-POS = 41 - WK-LARGO
            IF WK-LARGO > 0 AND WK-ULTIMA-POS > 0
               PERFORM VARYING WK-P FROM 1 BY 1
                       UNTIL WK-P > WK-ULTIMA-POS OR WK-HALLADO = 'S'
                  IF WK-DIRECCION(WK-P:WK-LARGO)
                     = WK-NOMBRE(1:WK-LARGO)
                     MOVE SPACE TO WK-ANTES, WK-DESPUES
                     IF WK-P > 1
                        MOVE WK-DIRECCION(WK-P - 1:1) TO WK-ANTES
                     END-IF
                     IF WK-P < WK-ULTIMA-POS
                        MOVE WK-DIRECCION(WK-P + WK-LARGO:1)
                          TO WK-DESPUES
                     END-IF
                     IF (WK-ANTES < 'A' OR WK-ANTES > 'Z')
                        AND (WK-DESPUES < 'A' OR WK-DESPUES > 'Z')
                        MOVE 'S' TO WK-HALLADO
                     END-IF
                  END-IF
               END-PERFORM
            END-IF.
      *
       8000-CIERRA-REPORTE.
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "NO CODIFICADOS (COMPLETAR POR QG1CX130)"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "CANAL MOTIVO           DIRECCION" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PENDIENTES
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-PEN-CANAL(WK-I) "   "
                      WS-PEN-MOTIVO(WK-I) " "
                      WS-PEN-DIRECCION(WK-I)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-PERFORM
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "LEIDOS: " WS-TOT-LEIDOS
                   "  YA CODIFICADOS: " WS-TOT-YA-CODIFICADOS
                   "  CODIFICADOS: " WS-TOT-CODIFICADOS
                   "  NO CODIFICADOS: " WS-TOT-PENDIENTES
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            IF WK-VISTA-PREVIA
               MOVE "VISTA PREVIA: NO SE MODIFICO NINGUN ARCHIVO"
                 TO WS-LIN-DETALLE
               WRITE REG-RPT FROM WS-LIN-DETALLE
            END-IF
            CLOSE HOST-RPT
            DISPLAY "CODIFICADOS    : " WS-TOT-CODIFICADOS
            DISPLAY "NO CODIFICADOS : " WS-TOT-PENDIENTES

            IF WK-CONFIRMA
               IF WS-TOT-PENDIENTES > 0
                  MOVE 'A' TO WK-LOG-SEVERIDAD
               END-IF
               MOVE SPACES TO WK-LOG-TEXTO
               STRING "UBICACION CODIFICADA " WS-TOT-CODIFICADOS
                      " CONTACTOS, SIN CODIFICAR " WS-TOT-PENDIENTES
                  DELIMITED SIZE INTO WK-LOG-TEXTO
               CALL "QG1CX120" USING WK-LOG-PROGRAMA,
                                      WK-LOG-SEVERIDAD, WK-LOG-TEXTO
            END-IF.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX298.
