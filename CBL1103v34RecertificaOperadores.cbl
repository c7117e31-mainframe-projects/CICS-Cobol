      ******************************************************************
      * Project    : Evaluation COBOL PC
      * Author     : ALDV
      * Date       : 15/10/2026
      * Purpose    : Recertificacion trimestral de operadores y
      *  reporte de conflictos de segregacion de funciones. Los
      *  permisos de QG1OPER.DAT (COPY QG1OPR01) y los alcances de
      *  QG1OPRNG.DAT se otorgaban y nunca se revisaban. Con la fecha
      *  de corte pedida (ENTER = hoy):
      *  1. Ultimo uso de cada operador: la fecha mas reciente en
      *     que aparece en las cuatro auditorias vivas del maestro
      *     (solicitante o aprobador, COPY QG1AUD01), en el texto del
      *     run-log QG1RUNLOG.LOG, en el log de accesos de lectura
      *     QG1ACCESO.LOG (COPY QG1ACC01) y como solicitante en
      *     QG1PEND.DAT. Sin uso desde RECERT-DIAS-SIN-USO dias antes
      *     del corte (parametro via QG1CX112, por defecto 90) o
      *     nunca visto, el operador sale marcado SIN USO.
      *  2. Extracto QG1RECERT.DAT (COPY QG1RCT01) y reporte
      *     QG1CX287.RPT agrupados por supervisor (QG1OPRSUP.DAT,
      *     COPY QG1SUP01; sin asignacion, SIN SUPERVISOR al final),
      *     con permisos, rangos de alcance, ultimo uso y marcas, y
      *     una linea de firma por supervisor.
      *  3. Reporte de conflictos QG1CX287.SOD:
      *     - aprobaciones reciprocas: A aprobo cambios capturados por
      *       B y B aprobo cambios capturados por A, sumando el doble
      *       control del maestro (QG1PEND.DAT, COPY QG1PND01) y el
      *       financiero (QG1PNDFIN.DAT, COPY QG1PNF01);
      *     - autoaprobaciones (solicitante = aprobador), que el
      *       doble control no deberia haber dejado pasar;
      *     - operadores con combinaciones de permisos incompatibles
      *       (QG1SODRG.DAT, COPY QG1SOD01).
      *  Los operadores con conflicto salen marcados tambien en el
      *  extracto. El resumen queda en el run-log via CALL QG1CX120,
      *  con severidad 'A' si hay marcados sin uso o conflictos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. QG1CX287.
      *
       ENVIRONMENT DIVISION.
      *************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-OPERADORES ASSIGN TO "QG1OPER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

           SELECT HOST-SUPERVISORES ASSIGN TO "QG1OPRSUP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUPERVISORES.

           SELECT HOST-ALCANCES ASSIGN TO "QG1OPRNG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ALCANCES.

           SELECT HOST-INCOMPATIBLES ASSIGN TO "QG1SODRG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INCOMPATIBLES.

           SELECT HOST-AUDIN ASSIGN TO DYNAMIC WS-NOMBRE-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUD.

           SELECT HOST-RUNLOG ASSIGN TO "QG1RUNLOG.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RUNLOG.

           SELECT HOST-ACCESOS ASSIGN TO "QG1ACCESO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ACCESOS.

           SELECT HOST-PENDIENTES ASSIGN TO "QG1PEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PENDIENTES.

           SELECT HOST-PEND-FIN ASSIGN TO "QG1PNDFIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEND-FIN.

           SELECT HOST-RECERT ASSIGN TO "QG1RECERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-RPT ASSIGN TO "QG1CX287.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOST-SOD ASSIGN TO "QG1CX287.SOD"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *************************
       FILE SECTION.
       FD  HOST-OPERADORES.
           COPY QG1OPR01.

       FD  HOST-SUPERVISORES.
           COPY QG1SUP01.

       FD  HOST-ALCANCES.
       01  REG-ALCANCE.
           05 ORG-OPR-ID       PIC X(08).
           05 ORG-RANGO-DESDE  PIC 9(03).
           05 ORG-RANGO-HASTA  PIC 9(03).

       FD  HOST-INCOMPATIBLES.
           COPY QG1SOD01.

       FD  HOST-AUDIN.
           COPY QG1AUD01.

       FD  HOST-RUNLOG.
       01  REG-RUNLOG.
           05 LOG-FECHA-HORA   PIC X(26).
           05 LOG-PROGRAMA     PIC X(08).
           05 LOG-SEVERIDAD    PIC X(01).
           05 LOG-TEXTO        PIC X(60).

       FD  HOST-ACCESOS.
           COPY QG1ACC01.

       FD  HOST-PENDIENTES.
           COPY QG1PND01.

       FD  HOST-PEND-FIN.
           COPY QG1PNF01.

       FD  HOST-RECERT.
           COPY QG1RCT01.

       FD  HOST-RPT.
       01  REG-RPT             PIC X(132).

       FD  HOST-SOD.
       01  REG-SOD             PIC X(132).

       WORKING-STORAGE SECTION.
       77 WK-MENSAJE           PIC X(63).
       01 FS-OPERADORES        PIC X(02).
       01 FS-SUPERVISORES      PIC X(02).
       01 FS-ALCANCES          PIC X(02).
       01 FS-INCOMPATIBLES     PIC X(02).
       01 FS-AUD               PIC X(02).
       01 FS-RUNLOG            PIC X(02).
       01 FS-ACCESOS           PIC X(02).
       01 FS-PENDIENTES        PIC X(02).
       01 FS-PEND-FIN          PIC X(02).
       01 WS-EOF               PIC A(1).

       01 WK-FECHA-CORTE       PIC 9(08).
       01 WK-FECHA-LIMITE      PIC 9(08).
       01 WK-FECHA-TEXTO       PIC X(08).
       01 WK-FECHA-VALIDA      PIC X(01).
       01 WK-FECHA-USO         PIC 9(08).

       01 WK-OPERACION-FECHA   PIC X(01) VALUE 'A'.
       01 WK-FECHA-AUX         PIC 9(08) VALUE 0.
       01 WK-DIAS              PIC S9(05).
       01 WK-DIAS-RESULTADO    PIC S9(07).

       01 WK-PARAM-CLAVE       PIC X(20).
       01 WK-PARAM-VALOR       PIC X(20).
       01 WK-PARAM-ENCONTRADO  PIC X(01).
       01 WK-DIAS-SIN-USO      PIC 9(05) VALUE 90.

       01 WS-ARCHIVOS-AUD.
          05 FILLER            PIC X(12) VALUE 'QG1CX053.AUD'.
          05 FILLER            PIC X(12) VALUE 'QG1CX054.AUD'.
          05 FILLER            PIC X(12) VALUE 'QG1CX055.AUD'.
          05 FILLER            PIC X(12) VALUE 'QG1CX061.AUD'.
       01 FILLER REDEFINES WS-ARCHIVOS-AUD.
          05 WS-NOM-AUD        PIC X(12) OCCURS 4 TIMES.
       01 WS-NOMBRE-AUD        PIC X(12).
       01 WK-AUD-IX            PIC 9(02).

      * operadores de QG1OPER.DAT
       01 WS-TOT-OPERADORES    PIC 9(03) VALUE 0.
       01 WS-TABLA-OPERADORES.
          05 WS-OPE-TBL        OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-TOT-OPERADORES.
             10 WS-OPE-ID      PIC X(08).
             10 WS-OPE-LARGO   PIC 9(02).
             10 WS-OPE-NOMBRE  PIC X(30).
             10 WS-OPE-WRITE   PIC X(01).
             10 WS-OPE-REWRITE PIC X(01).
             10 WS-OPE-DELETE  PIC X(01).
             10 WS-OPE-TASAS   PIC X(01).
             10 WS-OPE-SUPERVISOR
                               PIC X(08).
             10 WS-OPE-RANGOS  PIC 9(03).
             10 WS-OPE-ULTIMO  PIC 9(08).
             10 WS-OPE-SIN-USO PIC X(01).
             10 WS-OPE-CONFLICTO
                               PIC X(01).

      * supervisores en el orden de QG1OPRSUP.DAT
       01 WS-TOT-SUPERVISORES  PIC 9(03) VALUE 0.
       01 WS-TABLA-SUPERVISORES.
          05 WS-SUP-TBL        OCCURS 1 TO 100 TIMES
                                DEPENDING ON WS-TOT-SUPERVISORES.
             10 WS-SUP-ID      PIC X(08).

      * combinaciones de permisos incompatibles
       01 WS-TOT-INCOMPATIBLES PIC 9(02) VALUE 0.
       01 WS-TABLA-INCOMPATIBLES.
          05 WS-INC-TBL        OCCURS 1 TO 20 TIMES
                                DEPENDING ON WS-TOT-INCOMPATIBLES.
             10 WS-INC-PERM-1  PIC X(01).
             10 WS-INC-PERM-2  PIC X(01).
             10 WS-INC-MOTIVO  PIC X(40).

      * pares solicitante -> aprobador de los dos dobles controles
       01 WS-TOT-PARES         PIC 9(04) VALUE 0.
       01 WS-TABLA-PARES.
          05 WS-PAR-TBL        OCCURS 1 TO 2000 TIMES
                                DEPENDING ON WS-TOT-PARES.
             10 WS-PAR-SOLICITA PIC X(08).
             10 WS-PAR-APRUEBA PIC X(08).
             10 WS-PAR-MAESTRO PIC 9(05).
             10 WS-PAR-FINANC  PIC 9(05).

       01 WK-I                 PIC 9(04).
       01 WK-J                 PIC 9(04).
       01 WK-K                 PIC 9(04).
       01 WK-POS               PIC 9(04).
       01 WK-GUARDA-I          PIC 9(04).
       01 WK-GUARDA-POS        PIC 9(04).
       01 WK-OPERADOR-BUSCA    PIC X(08).
       01 WK-SOLICITA          PIC X(08).
       01 WK-APRUEBA           PIC X(08).
       01 WK-ORIGEN            PIC X(01).
       01 WK-VECES             PIC 9(03).
       01 WK-LETRA             PIC X(01).
       01 WK-TIENE             PIC X(01).
       01 WK-TIENE-1           PIC X(01).
       01 WK-SUPERVISOR-EMITE  PIC X(08).

       01 WS-TOT-SIN-USO       PIC 9(03) VALUE 0.
       01 WS-TOT-RECIPROCAS    PIC 9(04) VALUE 0.
       01 WS-TOT-AUTOAPROBADAS PIC 9(04) VALUE 0.
       01 WS-TOT-INCOMP-OPER   PIC 9(04) VALUE 0.
       01 WS-TOT-CONFLICTIVOS  PIC 9(03) VALUE 0.
       01 WS-TOT-EXTRACTO      PIC 9(05) VALUE 0.
       01 WS-TOT-DEL-SUPERVISOR PIC 9(03).

       01 WK-LOG-PROGRAMA      PIC X(08) VALUE 'QG1CX287'.
       01 WK-LOG-SEVERIDAD     PIC X(01) VALUE 'I'.
       01 WK-LOG-TEXTO         PIC X(60).

       01 WK-ULTIMO-ED         PIC X(10).
       01 WK-RANGOS-ED         PIC X(05).
       01 WK-MARCA             PIC X(20).
       01 WK-CANT-ED           PIC ZZZZ9.
       01 WK-CANT2-ED          PIC ZZZZ9.
       01 WS-LIN-DETALLE       PIC X(132).

       PROCEDURE DIVISION.
      *************************
       0000-MAIN.
            PERFORM 1000-INICIO
            PERFORM 1200-CARGA-OPERADORES
            PERFORM 1300-CARGA-SUPERVISORES
            PERFORM 1400-CUENTA-ALCANCES
            PERFORM 1500-CARGA-INCOMPATIBLES
            PERFORM 2000-ULTIMO-USO
            PERFORM 2500-CARGA-PARES
            PERFORM 3000-EVALUA-OPERADORES
            PERFORM 4000-EMITE-CONFLICTOS
            PERFORM 5000-EMITE-RECERTIFICACION
            PERFORM 8000-TOTALES
            PERFORM 9000-FINAL.
      *
       1000-INICIO.
            MOVE "RECERTIFICACION TRIMESTRAL DE OPERADORES"
              TO WK-MENSAJE
            DISPLAY WK-MENSAJE
            DISPLAY "FECHA DE CORTE (AAAAMMDD, ENTER = HOY) : "
            MOVE SPACES TO WK-FECHA-TEXTO
            ACCEPT WK-FECHA-TEXTO
            IF WK-FECHA-TEXTO = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-FECHA-CORTE
            ELSE
               MOVE 'N' TO WK-FECHA-VALIDA
               IF WK-FECHA-TEXTO IS NUMERIC
                  MOVE WK-FECHA-TEXTO TO WK-FECHA-CORTE
                  CALL "QG1CX072" USING WK-FECHA-CORTE,
                                         WK-FECHA-VALIDA
               END-IF
               IF WK-FECHA-VALIDA NOT = 'S'
                  DISPLAY "ABEND: FECHA INVALIDA - " WK-FECHA-TEXTO
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF

            MOVE 'RECERT-DIAS-SIN-USO' TO WK-PARAM-CLAVE
            CALL "QG1CX112" USING WK-PARAM-CLAVE, WK-PARAM-VALOR,
                                   WK-PARAM-ENCONTRADO
            IF WK-PARAM-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL(WK-PARAM-VALOR) TO WK-DIAS-SIN-USO
            END-IF
            COMPUTE WK-DIAS = 0 - WK-DIAS-SIN-USO
            CALL "QG1CX073" USING WK-OPERACION-FECHA,
                                   WK-FECHA-CORTE, WK-FECHA-AUX,
                                   WK-DIAS, WK-FECHA-LIMITE,
                                   WK-DIAS-RESULTADO
            DISPLAY "CORTE AL " WK-FECHA-CORTE " - SIN USO SI NO "
                    "APARECE DESDE EL " WK-FECHA-LIMITE.
      *
       1200-CARGA-OPERADORES.
            OPEN INPUT HOST-OPERADORES
            IF FS-OPERADORES NOT = '00'
               DISPLAY "ABEND: SIN ARCHIVO DE OPERADORES QG1OPER.DAT "
                       "- FILE STATUS " FS-OPERADORES
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
               READ HOST-OPERADORES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-TOT-OPERADORES = 500
                        DISPLAY "ABEND: TABLA DE OPERADORES LLENA "
                                "(500)"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TOT-OPERADORES
                     MOVE WS-TOT-OPERADORES TO WK-POS
                     MOVE OPR-ID           TO WS-OPE-ID(WK-POS)
                     MOVE OPR-NOMBRE       TO WS-OPE-NOMBRE(WK-POS)
                     MOVE OPR-PERM-WRITE   TO WS-OPE-WRITE(WK-POS)
                     MOVE OPR-PERM-REWRITE TO WS-OPE-REWRITE(WK-POS)
                     MOVE OPR-PERM-DELETE  TO WS-OPE-DELETE(WK-POS)
                     MOVE OPR-PERM-TASAS   TO WS-OPE-TASAS(WK-POS)
                     MOVE SPACES TO WS-OPE-SUPERVISOR(WK-POS)
                     MOVE 0      TO WS-OPE-RANGOS(WK-POS)
                                    WS-OPE-ULTIMO(WK-POS)
                     MOVE 'N'    TO WS-OPE-SIN-USO(WK-POS)
                                    WS-OPE-CONFLICTO(WK-POS)
                     PERFORM 1250-LARGO-IDENTIDAD
               END-READ
            END-PERFORM
            CLOSE HOST-OPERADORES
            DISPLAY "OPERADORES EN QG1OPER.DAT : " WS-TOT-OPERADORES.
      *
      * Largo de la identidad sin blancos a la derecha, para buscarla
      * dentro del texto libre del run-log.
       1250-LARGO-IDENTIDAD.
            MOVE 8 TO WS-OPE-LARGO(WK-POS)
            PERFORM UNTIL WS-OPE-LARGO(WK-POS) = 0
                    OR WS-OPE-ID(WK-POS)(WS-OPE-LARGO(WK-POS):1)
                       NOT = SPACE
               SUBTRACT 1 FROM WS-OPE-LARGO(WK-POS)
            END-PERFORM.
      *
       1300-CARGA-SUPERVISORES.
            OPEN INPUT HOST-SUPERVISORES
            IF FS-SUPERVISORES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-SUPERVISORES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE SUP-OPR-ID TO WK-OPERADOR-BUSCA
                        PERFORM 7000-BUSCA-OPERADOR
                        IF WK-POS > 0 AND SUP-SUPERVISOR NOT = SPACES
                           MOVE SUP-SUPERVISOR
                             TO WS-OPE-SUPERVISOR(WK-POS)
                           PERFORM 1350-AGREGA-SUPERVISOR
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-SUPERVISORES
            ELSE
               DISPLAY "SIN ASIGNACION DE SUPERVISORES QG1OPRSUP.DAT"
            END-IF.
      *
       1350-AGREGA-SUPERVISOR.
            MOVE 0 TO WK-J
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-SUPERVISORES OR WK-J > 0
               IF WS-SUP-ID(WK-I) = SUP-SUPERVISOR
                  MOVE WK-I TO WK-J
               END-IF
            END-PERFORM
            IF WK-J = 0
               IF WS-TOT-SUPERVISORES = 100
                  DISPLAY "ABEND: TABLA DE SUPERVISORES LLENA (100)"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TOT-SUPERVISORES
               MOVE SUP-SUPERVISOR TO WS-SUP-ID(WS-TOT-SUPERVISORES)
            END-IF.
      *
       1400-CUENTA-ALCANCES.
            OPEN INPUT HOST-ALCANCES
            IF FS-ALCANCES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ALCANCES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE ORG-OPR-ID TO WK-OPERADOR-BUSCA
                        PERFORM 7000-BUSCA-OPERADOR
                        IF WK-POS > 0
                           ADD 1 TO WS-OPE-RANGOS(WK-POS)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-ALCANCES
            END-IF.
      *
       1500-CARGA-INCOMPATIBLES.
            OPEN INPUT HOST-INCOMPATIBLES
            IF FS-INCOMPATIBLES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-INCOMPATIBLES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TOT-INCOMPATIBLES < 20
                           ADD 1 TO WS-TOT-INCOMPATIBLES
                           MOVE SOD-PERMISO-1
                             TO WS-INC-PERM-1(WS-TOT-INCOMPATIBLES)
                           MOVE SOD-PERMISO-2
                             TO WS-INC-PERM-2(WS-TOT-INCOMPATIBLES)
                           MOVE SOD-MOTIVO
                             TO WS-INC-MOTIVO(WS-TOT-INCOMPATIBLES)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-INCOMPATIBLES
            ELSE
               MOVE 2 TO WS-TOT-INCOMPATIBLES
               MOVE 'W' TO WS-INC-PERM-1(1)
               MOVE 'D' TO WS-INC-PERM-2(1)
               MOVE "ALTA Y BAJA DE CANALES" TO WS-INC-MOTIVO(1)
               MOVE 'R' TO WS-INC-PERM-1(2)
               MOVE 'T' TO WS-INC-PERM-2(2)
               MOVE "CAMBIO DE CANALES Y TASAS" TO WS-INC-MOTIVO(2)
            END-IF.
      *
       2000-ULTIMO-USO.
            PERFORM VARYING WK-AUD-IX FROM 1 BY 1
                    UNTIL WK-AUD-IX > 4
               MOVE WS-NOM-AUD(WK-AUD-IX) TO WS-NOMBRE-AUD
               PERFORM 2100-USO-EN-AUDITORIA
            END-PERFORM
            PERFORM 2200-USO-EN-RUNLOG
            PERFORM 2300-USO-EN-ACCESOS.
      *
       2100-USO-EN-AUDITORIA.
            OPEN INPUT HOST-AUDIN
            IF FS-AUD = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-AUDIN
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE AUD-FECHA-HORA(1:8) TO WK-FECHA-USO
                        MOVE AUD-USUARIO-SOLICITA TO WK-OPERADOR-BUSCA
                        PERFORM 7100-ANOTA-USO
                        MOVE AUD-USUARIO-APRUEBA TO WK-OPERADOR-BUSCA
                        PERFORM 7100-ANOTA-USO
                  END-READ
               END-PERFORM
               CLOSE HOST-AUDIN
            END-IF.
      *
      * El run-log no tiene campo de operador: la identidad se busca
      * en el texto libre que dejan el sign-on, el alcance y los
      * mantenimientos.
       2200-USO-EN-RUNLOG.
            OPEN INPUT HOST-RUNLOG
            IF FS-RUNLOG = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-RUNLOG
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE LOG-FECHA-HORA(1:8) TO WK-FECHA-USO
                        PERFORM 2250-BUSCA-EN-TEXTO
                  END-READ
               END-PERFORM
               CLOSE HOST-RUNLOG
            END-IF.
      *
       2250-BUSCA-EN-TEXTO.
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-OPERADORES
               IF WS-OPE-LARGO(WK-I) > 0
                  MOVE 0 TO WK-VECES
                  INSPECT LOG-TEXTO TALLYING WK-VECES
                          FOR ALL WS-OPE-ID(WK-I)(1:WS-OPE-LARGO(WK-I))
                  IF WK-VECES > 0
                     AND WK-FECHA-USO > WS-OPE-ULTIMO(WK-I)
                     MOVE WK-FECHA-USO TO WS-OPE-ULTIMO(WK-I)
                  END-IF
               END-IF
            END-PERFORM.
      *
       2300-USO-EN-ACCESOS.
            OPEN INPUT HOST-ACCESOS
            IF FS-ACCESOS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-ACCESOS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE ACC-FECHA    TO WK-FECHA-USO
                        MOVE ACC-OPERADOR TO WK-OPERADOR-BUSCA
                        PERFORM 7100-ANOTA-USO
                  END-READ
               END-PERFORM
               CLOSE HOST-ACCESOS
            END-IF.
      *
      * Pares solicitante -> aprobador de lo aprobado o aplicado en
      * los dos dobles controles; la captura del maestro da ademas
      * fecha de uso al solicitante.
       2500-CARGA-PARES.
            OPEN INPUT HOST-PENDIENTES
            IF FS-PENDIENTES = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PENDIENTES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        MOVE PND-FECHA-CAPTURA TO WK-FECHA-USO
                        MOVE PND-SOLICITANTE   TO WK-OPERADOR-BUSCA
                        PERFORM 7100-ANOTA-USO
                        IF PND-APROBADO OR PND-APLICADO
                           MOVE PND-SOLICITANTE TO WK-SOLICITA
                           MOVE PND-APROBADOR   TO WK-APRUEBA
                           MOVE 'M' TO WK-ORIGEN
                           PERFORM 2600-ANOTA-PAR
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PENDIENTES
            END-IF

            OPEN INPUT HOST-PEND-FIN
            IF FS-PEND-FIN = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                  READ HOST-PEND-FIN
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PNF-APROBADO OR PNF-APLICADO
                           MOVE PNF-SOLICITANTE TO WK-SOLICITA
                           MOVE PNF-APROBADOR   TO WK-APRUEBA
                           MOVE 'F' TO WK-ORIGEN
                           PERFORM 2600-ANOTA-PAR
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE HOST-PEND-FIN
            END-IF.
      *
       2600-ANOTA-PAR.
            IF WK-SOLICITA NOT = SPACES AND WK-APRUEBA NOT = SPACES
               MOVE 0 TO WK-POS
               PERFORM VARYING WK-I FROM 1 BY 1
                       UNTIL WK-I > WS-TOT-PARES OR WK-POS > 0
                  IF WS-PAR-SOLICITA(WK-I) = WK-SOLICITA
                     AND WS-PAR-APRUEBA(WK-I) = WK-APRUEBA
                     MOVE WK-I TO WK-POS
                  END-IF
               END-PERFORM
               IF WK-POS = 0
                  IF WS-TOT-PARES = 2000
                     DISPLAY "ABEND: TABLA DE PARES LLENA (2000)"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-TOT-PARES
                  MOVE WS-TOT-PARES TO WK-POS
                  MOVE WK-SOLICITA TO WS-PAR-SOLICITA(WK-POS)
                  MOVE WK-APRUEBA  TO WS-PAR-APRUEBA(WK-POS)
                  MOVE 0 TO WS-PAR-MAESTRO(WK-POS)
                            WS-PAR-FINANC(WK-POS)
               END-IF
               IF WK-ORIGEN = 'M'
                  ADD 1 TO WS-PAR-MAESTRO(WK-POS)
               ELSE
                  ADD 1 TO WS-PAR-FINANC(WK-POS)
               END-IF
            END-IF.
      *
       3000-EVALUA-OPERADORES.
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-OPERADORES
               IF WS-OPE-ULTIMO(WK-K) < WK-FECHA-LIMITE
                  MOVE 'S' TO WS-OPE-SIN-USO(WK-K)
                  ADD 1 TO WS-TOT-SIN-USO
               END-IF
            END-PERFORM.
      *
       4000-EMITE-CONFLICTOS.
            OPEN OUTPUT HOST-SOD
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "CONFLICTOS DE SEGREGACION DE FUNCIONES AL "
                   WK-FECHA-CORTE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE

            MOVE "APROBACIONES RECIPROCAS (A APRUEBA A B Y B A A)"
              TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "OPER. A  OPER. B  A APROBO A B (MAE/FIN)  "
                   "B APROBO A A (MAE/FIN)"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PARES
               IF WS-PAR-SOLICITA(WK-I) < WS-PAR-APRUEBA(WK-I)
                  PERFORM 4100-BUSCA-RECIPROCO
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE "AUTOAPROBACIONES (SOLICITANTE = APROBADOR)"
              TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-PARES
               IF WS-PAR-SOLICITA(WK-I) = WS-PAR-APRUEBA(WK-I)
                  PERFORM 4200-EMITE-AUTOAPROBACION
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE "COMBINACIONES DE PERMISOS INCOMPATIBLES"
              TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "OPERADOR NOMBRE                         "
                   "PERMISOS MOTIVO"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-OPERADORES
               PERFORM 4300-EVALUA-COMBINACIONES
            END-PERFORM

            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RECIPROCAS: " WS-TOT-RECIPROCAS
                   "  AUTOAPROBACIONES: " WS-TOT-AUTOAPROBADAS
                   "  INCOMPATIBLES: " WS-TOT-INCOMP-OPER
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            CLOSE HOST-SOD.
      *
       4100-BUSCA-RECIPROCO.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-PARES OR WK-POS > 0
               IF WS-PAR-SOLICITA(WK-J) = WS-PAR-APRUEBA(WK-I)
                  AND WS-PAR-APRUEBA(WK-J) = WS-PAR-SOLICITA(WK-I)
                  MOVE WK-J TO WK-POS
               END-IF
            END-PERFORM
            IF WK-POS > 0
               ADD 1 TO WS-TOT-RECIPROCAS
               MOVE SPACES TO WS-LIN-DETALLE
               STRING WS-PAR-APRUEBA(WK-I) " " WS-PAR-SOLICITA(WK-I)
                      " " WS-PAR-MAESTRO(WK-I) "/" WS-PAR-FINANC(WK-I)
                      "               " WS-PAR-MAESTRO(WK-POS) "/"
                      WS-PAR-FINANC(WK-POS)
                  DELIMITED SIZE INTO WS-LIN-DETALLE
               WRITE REG-SOD FROM WS-LIN-DETALLE
               MOVE WS-PAR-SOLICITA(WK-I) TO WK-OPERADOR-BUSCA
               PERFORM 7200-MARCA-CONFLICTO
               MOVE WS-PAR-APRUEBA(WK-I) TO WK-OPERADOR-BUSCA
               PERFORM 7200-MARCA-CONFLICTO
            END-IF.
      *
       4200-EMITE-AUTOAPROBACION.
            ADD 1 TO WS-TOT-AUTOAPROBADAS
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-PAR-SOLICITA(WK-I) " APROBO SUS PROPIOS CAMBIOS "
                   "(MAE/FIN) " WS-PAR-MAESTRO(WK-I) "/"
                   WS-PAR-FINANC(WK-I)
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-SOD FROM WS-LIN-DETALLE
            MOVE WS-PAR-SOLICITA(WK-I) TO WK-OPERADOR-BUSCA
            PERFORM 7200-MARCA-CONFLICTO.
      *
       4300-EVALUA-COMBINACIONES.
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-INCOMPATIBLES
               MOVE WS-INC-PERM-1(WK-J) TO WK-LETRA
               PERFORM 7300-TIENE-PERMISO
               MOVE WK-TIENE TO WK-TIENE-1
               MOVE WS-INC-PERM-2(WK-J) TO WK-LETRA
               PERFORM 7300-TIENE-PERMISO
               IF WK-TIENE-1 = 'S' AND WK-TIENE = 'S'
                  ADD 1 TO WS-TOT-INCOMP-OPER
                  MOVE SPACES TO WS-LIN-DETALLE
                  STRING WS-OPE-ID(WK-K) " " WS-OPE-NOMBRE(WK-K) " "
                         WS-INC-PERM-1(WK-J) " + " WS-INC-PERM-2(WK-J)
                         "    " WS-INC-MOTIVO(WK-J)
                     DELIMITED SIZE INTO WS-LIN-DETALLE
                  WRITE REG-SOD FROM WS-LIN-DETALLE
                  MOVE WS-OPE-ID(WK-K) TO WK-OPERADOR-BUSCA
                  PERFORM 7200-MARCA-CONFLICTO
               END-IF
            END-PERFORM.
      *
      * Un bloque por supervisor en el orden de QG1OPRSUP.DAT y al
      * final los operadores sin supervisor asignado.
       5000-EMITE-RECERTIFICACION.
            OPEN OUTPUT HOST-RECERT
            OPEN OUTPUT HOST-RPT
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RECERTIFICACION DE OPERADORES AL " WK-FECHA-CORTE
                   "  SIN USO DESDE EL " WK-FECHA-LIMITE
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE "PERMISOS: W ALTA, R CAMBIO, D BAJA, T TASAS"
              TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            PERFORM VARYING WK-J FROM 1 BY 1
                    UNTIL WK-J > WS-TOT-SUPERVISORES
               MOVE WS-SUP-ID(WK-J) TO WK-SUPERVISOR-EMITE
               PERFORM 5100-EMITE-SUPERVISOR
            END-PERFORM
            MOVE SPACES TO WK-SUPERVISOR-EMITE
            PERFORM 5100-EMITE-SUPERVISOR
            CLOSE HOST-RECERT.
      *
       5100-EMITE-SUPERVISOR.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "=" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            IF WK-SUPERVISOR-EMITE = SPACES
               MOVE "SUPERVISOR: SIN SUPERVISOR" TO WS-LIN-DETALLE
            ELSE
               STRING "SUPERVISOR: " WK-SUPERVISOR-EMITE
                  DELIMITED SIZE INTO WS-LIN-DETALLE
            END-IF
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "OPERADOR NOMBRE                         "
                   "W R D T RANGOS ULTIMO USO MARCAS"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE ALL "-" TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE 0 TO WS-TOT-DEL-SUPERVISOR
            PERFORM VARYING WK-K FROM 1 BY 1
                    UNTIL WK-K > WS-TOT-OPERADORES
               IF WS-OPE-SUPERVISOR(WK-K) = WK-SUPERVISOR-EMITE
                  PERFORM 5200-EMITE-OPERADOR
               END-IF
            END-PERFORM
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "OPERADORES A RECERTIFICAR: " WS-TOT-DEL-SUPERVISOR
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "RECERTIFICADO POR: ____________________  "
                   "FECHA: ____________"
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       5200-EMITE-OPERADOR.
            ADD 1 TO WS-TOT-DEL-SUPERVISOR
            ADD 1 TO WS-TOT-EXTRACTO
            MOVE SPACES TO REG-RECERTIFICACION
            MOVE WK-SUPERVISOR-EMITE     TO RCT-SUPERVISOR
            MOVE WS-OPE-ID(WK-K)         TO RCT-OPR-ID
            MOVE WS-OPE-NOMBRE(WK-K)     TO RCT-NOMBRE
            MOVE WS-OPE-WRITE(WK-K)      TO RCT-PERM-WRITE
            MOVE WS-OPE-REWRITE(WK-K)    TO RCT-PERM-REWRITE
            MOVE WS-OPE-DELETE(WK-K)     TO RCT-PERM-DELETE
            MOVE WS-OPE-TASAS(WK-K)      TO RCT-PERM-TASAS
            MOVE WS-OPE-RANGOS(WK-K)     TO RCT-RANGOS
            MOVE WS-OPE-ULTIMO(WK-K)     TO RCT-ULTIMO-USO
            MOVE WS-OPE-SIN-USO(WK-K)    TO RCT-SIN-USO
            MOVE WS-OPE-CONFLICTO(WK-K)  TO RCT-CONFLICTO
            WRITE REG-RECERTIFICACION

            IF WS-OPE-ULTIMO(WK-K) = 0
               MOVE "NUNCA" TO WK-ULTIMO-ED
            ELSE
               MOVE WS-OPE-ULTIMO(WK-K) TO WK-ULTIMO-ED
            END-IF
            IF WS-OPE-RANGOS(WK-K) = 0
               MOVE "TODOS" TO WK-RANGOS-ED
            ELSE
               MOVE WS-OPE-RANGOS(WK-K) TO WK-CANT-ED
               MOVE WK-CANT-ED TO WK-RANGOS-ED
            END-IF
            MOVE SPACES TO WK-MARCA
            EVALUATE TRUE
               WHEN WS-OPE-SIN-USO(WK-K) = 'S'
                    AND WS-OPE-CONFLICTO(WK-K) = 'S'
                  MOVE "SIN USO, CONFLICTO" TO WK-MARCA
               WHEN WS-OPE-SIN-USO(WK-K) = 'S'
                  MOVE "SIN USO" TO WK-MARCA
               WHEN WS-OPE-CONFLICTO(WK-K) = 'S'
                  MOVE "CONFLICTO" TO WK-MARCA
            END-EVALUATE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING WS-OPE-ID(WK-K) " " WS-OPE-NOMBRE(WK-K) " "
                   WS-OPE-WRITE(WK-K) " " WS-OPE-REWRITE(WK-K) " "
                   WS-OPE-DELETE(WK-K) " " WS-OPE-TASAS(WK-K) " "
                   WK-RANGOS-ED "  " WK-ULTIMO-ED "  " WK-MARCA
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE.
      *
       7000-BUSCA-OPERADOR.
            MOVE 0 TO WK-POS
            PERFORM VARYING WK-I FROM 1 BY 1
                    UNTIL WK-I > WS-TOT-OPERADORES OR WK-POS > 0
               IF WS-OPE-ID(WK-I) = WK-OPERADOR-BUSCA
                  MOVE WK-I TO WK-POS
               END-IF
            END-PERFORM.
      *
       7100-ANOTA-USO.
            IF WK-OPERADOR-BUSCA NOT = SPACES
               PERFORM 7000-BUSCA-OPERADOR
               IF WK-POS > 0
                  IF WK-FECHA-USO > WS-OPE-ULTIMO(WK-POS)
                     MOVE WK-FECHA-USO TO WS-OPE-ULTIMO(WK-POS)
                  END-IF
               END-IF
            END-IF.
      *
      * Se conserva el indice del llamador: 7000 usa WK-I y WK-POS
       7200-MARCA-CONFLICTO.
            MOVE WK-I   TO WK-GUARDA-I
            MOVE WK-POS TO WK-GUARDA-POS
            PERFORM 7000-BUSCA-OPERADOR
            IF WK-POS > 0
               IF WS-OPE-CONFLICTO(WK-POS) = 'N'
                  MOVE 'S' TO WS-OPE-CONFLICTO(WK-POS)
                  ADD 1 TO WS-TOT-CONFLICTIVOS
               END-IF
            END-IF
            MOVE WK-GUARDA-I   TO WK-I
            MOVE WK-GUARDA-POS TO WK-POS.
      *
       7300-TIENE-PERMISO.
            MOVE 'N' TO WK-TIENE
            EVALUATE WK-LETRA
               WHEN 'W'
                  IF WS-OPE-WRITE(WK-K) = 'S'
                     MOVE 'S' TO WK-TIENE
                  END-IF
               WHEN 'R'
                  IF WS-OPE-REWRITE(WK-K) = 'S'
                     MOVE 'S' TO WK-TIENE
                  END-IF
               WHEN 'D'
                  IF WS-OPE-DELETE(WK-K) = 'S'
                     MOVE 'S' TO WK-TIENE
                  END-IF
               WHEN 'T'
                  IF WS-OPE-TASAS(WK-K) = 'S'
                     MOVE 'S' TO WK-TIENE
                  END-IF
            END-EVALUATE.
      *
       8000-TOTALES.
            MOVE SPACES TO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            MOVE SPACES TO WS-LIN-DETALLE
            STRING "OPERADORES: " WS-TOT-EXTRACTO
                   "  SIN USO: " WS-TOT-SIN-USO
                   "  CON CONFLICTO: " WS-TOT-CONFLICTIVOS
               DELIMITED SIZE INTO WS-LIN-DETALLE
            WRITE REG-RPT FROM WS-LIN-DETALLE
            CLOSE HOST-RPT
            DISPLAY "OPERADORES EXTRAIDOS   : " WS-TOT-EXTRACTO
            DISPLAY "SIN USO                : " WS-TOT-SIN-USO
            DISPLAY "APROBACIONES RECIPROCAS: " WS-TOT-RECIPROCAS
            DISPLAY "AUTOAPROBACIONES       : " WS-TOT-AUTOAPROBADAS
            DISPLAY "PERMISOS INCOMPATIBLES : " WS-TOT-INCOMP-OPER
            DISPLAY "OPERADORES CONFLICTO   : " WS-TOT-CONFLICTIVOS

            IF WS-TOT-SIN-USO > 0 OR WS-TOT-CONFLICTIVOS > 0
               MOVE 'A' TO WK-LOG-SEVERIDAD
            END-IF
            MOVE SPACES TO WK-LOG-TEXTO
            STRING "RECERT AL " WK-FECHA-CORTE " OPER " WS-TOT-EXTRACTO
                   " SIN USO " WS-TOT-SIN-USO " CONFL "
                   WS-TOT-CONFLICTIVOS
               DELIMITED SIZE INTO WK-LOG-TEXTO
            CALL "QG1CX120" USING WK-LOG-PROGRAMA, WK-LOG-SEVERIDAD,
                                   WK-LOG-TEXTO.
      *
       9000-FINAL.
           STOP RUN.
       END PROGRAM QG1CX287.
