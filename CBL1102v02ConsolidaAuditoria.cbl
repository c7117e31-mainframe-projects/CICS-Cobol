      *  y deja un consolidado cronologico QG1CX094.AUD mas
      *  un reporte con el conteo por AUD-OPERACION y el gran total,
      *  que es lo que auditoria nos pide cada cierre de mes.
      * Sanciones: se suma QG1CX293.AUD, los pasos del escalador de
      *  sanciones (recortes, suspensiones y liberaciones como
      *  REWRITE; cartas sin cambio en el maestro como AVISO).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *************************
          05 FILLER            PIC X(12) VALUE 'QG1CX106.AUD'.
          05 FILLER            PIC X(12) VALUE 'QG1CX107.AUD'.
          05 FILLER            PIC X(12) VALUE 'QG1CX146.AUD'.
          05 FILLER            PIC X(12) VALUE 'QG1CX293.AUD'.
       01 FILLER REDEFINES WS-ARCHIVOS-AUD.
          05 WS-NOM-AUD        PIC X(12) OCCURS 9 TIMES.
       01 WS-NOMBRE-AUD        PIC X(12).
       01 WK-AUD-IX            PIC 9(02).

      *
       2100-JUNTA-AUDITORIAS.
            PERFORM VARYING WK-AUD-IX FROM 1 BY 1
                       UNTIL WK-AUD-IX > 9
               MOVE WS-NOM-AUD(WK-AUD-IX) TO WS-NOMBRE-AUD
               PERFORM 2150-LEE-UN-AUD
            END-PERFORM.
